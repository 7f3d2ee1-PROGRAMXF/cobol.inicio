      *>****************************************************************
      *> REG-PERIODOS - un mes contable (periodos.dat, indexado por
      *> AAAAMM). Lo escribe CIERREMES cuando el supervisor cierra el
      *> mes: antes verifica que el ultimo cierre de dia del mes ate
      *> contra el ultimo cierre del mes anterior mas lo aplicado en
      *> el mayor en el medio, y aca deja la posicion de ese ultimo
      *> cierre por categoria (mismo juego de 10 entradas que
      *> CIERRES.cpy). Con el mes en "C" ningun movimiento con fecha
      *> de ese mes entra al saldo: APLICAMOV lo rechaza, REVERSA no
      *> contra-asienta, INICIO no aprueba el retenido ni fusiona.
      *> Reabrirlo lo deja en "A" y queda en AUDITORIA; un mes sin
      *> registro esta abierto.
      *>****************************************************************
       01  REG-PERIODOS.
           03 PER-PERIODO          PIC X(6).
      *>      AAAAMM
      *>      "C" cerrado, "A" reabierto
           03 PER-ESTADO           PIC X.
      *>      AAAAMMDD del cierre de dia contra el que se cerro el mes
           03 PER-FECHA-CIERRE     PIC X(8).
           03 PER-CATEGORIAS.
              05 PER-CAT-ENT OCCURS 10.
                 07 PER-CAT-CODIGO PIC X.
                 07 PER-CAT-CANT   PIC 9(7).
                 07 PER-CAT-SALDO  PIC S9(11)V9(3) SIGN LEADING
                                   SEPARATE.
           03 PER-TOTAL-CANT       PIC 9(7).
           03 PER-TOTAL-SALDO      PIC S9(11)V9(3) SIGN LEADING
                                   SEPARATE.
      *>      lo aplicado en el mayor entre el cierre de apertura y
      *>      el de cierre del mes, con su signo
           03 PER-MOVIMIENTOS      PIC S9(11)V9(3) SIGN LEADING
                                   SEPARATE.
      *>      quien y cuando hizo el ultimo cierre o reapertura, y el
      *>      motivo de la reapertura
           03 PER-USUARIO          PIC X(8).
           03 PER-FECHA-HORA       PIC X(21).
           03 PER-COMENTARIO       PIC X(60).
