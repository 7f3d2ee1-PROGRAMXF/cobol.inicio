      *>****************************************************************
      *> REG-EXPORTACIONES - un registro por dia ya pasado a
      *> contabilidad (exportaciones.dat, indexado por la fecha de
      *> aplicacion). ASIENTOS lo graba al terminar el diario de un
      *> dia y no vuelve a exportar un dia que ya esta aca.
      *>****************************************************************
       01  REG-EXPORTACIONES.
           03 EXP-FECHA           PIC X(8).
           03 EXP-ARCHIVO         PIC X(40).
           03 EXP-RENGLONES       PIC 9(5).
           03 EXP-TOTAL-DEBE      PIC 9(11)V9(3).
           03 EXP-TOTAL-MAYOR     PIC S9(11)V9(3) SIGN LEADING SEPARATE.
           03 EXP-USUARIO         PIC X(8).
           03 EXP-FECHA-HORA      PIC X(21).
