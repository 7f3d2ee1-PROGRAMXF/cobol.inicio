      *>****************************************************************
      *> REG-ASIENTO - el diario para contabilidad que arma ASIENTOS
      *> con lo aplicado en el mayor en un dia (asientos_AAAAMMDD.dat).
      *> Cada grupo comprobante + tipo de linea del mayor + categoria
      *> da dos renglones "D", uno al debe y otro al haber por el
      *> mismo importe, asi el archivo balancea siempre. Cierra con un
      *> registro cola "T" con los totales de control: debe y haber, y
      *> el neto del mayor partido en lo que viene de los lotes
      *> aplicados (lotes.dat), las reversiones, las fusiones y los
      *> retenidos aprobados, que tienen que sumar lo mismo.
      *>****************************************************************
       01  REG-ASIENTO.
           03 ASI-TIPO            PIC X.
           03 ASI-FECHA           PIC X(8).
           03 ASI-RENGLON         PIC 9(5).
           03 ASI-CUENTA          PIC X(10).
           03 ASI-DEBE            PIC 9(11)V9(3).
           03 ASI-HABER           PIC 9(11)V9(3).
      *>      de donde sale el renglon: comprobante, tipo de linea del
      *>      mayor (espacio comun, "V" reversion, "F" fusion, "R"
      *>      retenido aprobado), categoria y cuantas lineas del mayor
      *>      entran en el importe
           03 ASI-COMPROBANTE     PIC X(3).
           03 ASI-TIPO-MAYOR      PIC X.
           03 ASI-CATEGORIA       PIC X.
           03 ASI-LINEAS          PIC 9(7).
           03 ASI-DESCRIPCION     PIC X(30).
           03 FILLER              PIC X(6).

       01  REG-ASIENTO-COLA.
           03 ASI-TIPO-T          PIC X.
           03 ASI-FECHA-T         PIC X(8).
           03 ASI-RENGLONES       PIC 9(5).
           03 ASI-TOTAL-DEBE      PIC 9(11)V9(3).
           03 ASI-TOTAL-HABER     PIC 9(11)V9(3).
      *>      neto del mayor del dia y su apertura, con signo
           03 ASI-TOTAL-MAYOR     PIC S9(11)V9(3) SIGN LEADING SEPARATE.
           03 ASI-TOTAL-LOTES     PIC S9(11)V9(3) SIGN LEADING SEPARATE.
           03 ASI-TOTAL-REVERSAS  PIC S9(11)V9(3) SIGN LEADING SEPARATE.
           03 ASI-TOTAL-FUSIONES  PIC S9(11)V9(3) SIGN LEADING SEPARATE.
           03 ASI-TOTAL-RETENIDOS PIC S9(11)V9(3) SIGN LEADING SEPARATE.
