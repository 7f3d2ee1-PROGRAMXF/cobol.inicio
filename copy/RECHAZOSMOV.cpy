      *>****************************************************************
      *> REG-RECHAZOS-MOV - los movimientos que APLICAMOV rechazo, con
      *> sus datos originales (rechazos_mov.dat, indexado por RCH-ID).
      *> rechazos.dat sigue llevando la linea de texto de siempre; de
      *> aca los toma la mesa de rechazos de INICIO, donde el operador
      *> corrige el ID_CLIENTE, lo reenvia tal cual o lo da de baja
      *> con un comentario. Los reenvios salen en un lote de
      *> correccion por la cola de lotes (ver COLALOTES.cpy), y el
      *> registro queda marcado con ese lote: un rechazo que ya no
      *> esta en "P" no se vuelve a ofrecer, asi que ningun movimiento
      *> se reenvia dos veces. RCH-ID lo reparte APLICAMOV (maximo
      *> existente mas 1, como RET-ID en RETENIDOS.cpy).
      *>****************************************************************
       01  REG-RECHAZOS-MOV.
           03 RCH-ID              PIC 9(7).
      *>      el movimiento tal cual vino en el lote
           03 RCH-ID_CLIENTE      PIC 9(7).
           03 RCH-FECHA           PIC X(8).
      *>      AAAAMMDD, la fecha del movimiento original
           03 RCH-COMPROBANTE     PIC X(3).
           03 RCH-IMPORTE         PIC S9(7)V9(3) SIGN LEADING SEPARATE.
      *>      el lote del que vino
           03 RCH-LOTE            PIC 9(7).
      *>      "01" ID INEXISTENTE          "02" CLIENTE DADO DE BAJA
      *>      "03" SALDO EXCEDE CAPACIDAD  "04" ERROR DE GRABACION
      *>      "05" ERROR GRABANDO RETENIDO "06" PERIODO CERRADO (el mes
      *>           del movimiento ya estaba cerrado, ver PERIODOS.cpy;
      *>           tambien lo graba INICIO al no poder aprobar un
      *>           retenido de un mes cerrado)
           03 RCH-MOTIVO          PIC X(2).
      *>      AAAAMMDD, el dia en que APLICAMOV lo rechazo
           03 RCH-FECHA-RECHAZO   PIC X(8).
      *>      "P" pendiente de decision, "C" reenviado con el ID
      *>      corregido, "R" reenviado tal cual, "B" dado de baja
           03 RCH-ESTADO          PIC X.
      *>      la decision: a que cliente y en que lote se reenvio,
      *>      quien y cuando decidio, y el comentario de la baja
           03 RCH-ID-REENVIADO    PIC 9(7).
           03 RCH-LOTE-REENVIO    PIC 9(7).
           03 RCH-USUARIO         PIC X(8).
           03 RCH-FECHA-DECISION  PIC X(8).
           03 RCH-COMENTARIO      PIC X(60).
