      *>****************************************************************
      *> REG-RECLAMOS - los reclamos de clientes contra un comprobante
      *> de debito ya aplicado (reclamos.dat, indexado por cliente +
      *> fecha + comprobante, la misma terna que identifica la linea
      *> en mayor.dat). Los abre un operador desde INICIO y los
      *> resuelve un supervisor: procedente (sale una NCR por el
      *> importe reclamado en un lote de la cola de lotes, ver
      *> COLALOTES.cpy, y APLICAMOV la aplica como cualquier otra) o
      *> no procedente (la deuda queda como estaba).
      *> Mientras un reclamo esta abierto su importe no cuenta como
      *> deuda para INTERES ni para el control de limite de credito
      *> de APLICAMOV. Uno procedente sigue sin contar hasta que su
      *> NCR se aplica (el lote de RCL-LOTE-NCR queda "A" en la
      *> cola), porque hasta entonces la deuda reclamada sigue en el
      *> saldo: ni mientras el lote esta "P" ni si APLICAMOV lo
      *> rechazo ("R", hay que rehacerlo).
      *>****************************************************************
       01  REG-RECLAMOS.
           03 RCL-CLAVE.
              05 RCL-ID_CLIENTE   PIC 9(7).
      *>         AAAAMMDD, la MAY-FECHA del comprobante reclamado
              05 RCL-FECHA        PIC X(8).
      *>         "FAC" o "NDB": solo se reclaman debitos
              05 RCL-COMPROBANTE  PIC X(3).
      *>      lo reclamado, en positivo: puede ser parte del comprobante
           03 RCL-IMPORTE         PIC 9(7)V9(3).
           03 RCL-MOTIVO          PIC X(60).
      *>      quien lo abrio y cuando (AAAAMMDD); la antiguedad del
      *>      reclamo se cuenta desde RCL-FECHA-ALTA
           03 RCL-USUARIO-ALTA    PIC X(8).
           03 RCL-FECHA-ALTA      PIC X(8).
      *>      "A" abierto, "P" procedente (NCR generada), "N" no
      *>      procedente
           03 RCL-ESTADO          PIC X.
      *>      la resolucion: quien, cuando, por que, y el lote de la
      *>      NCR de un procedente (en cero si no)
           03 RCL-USUARIO-RESOL   PIC X(8).
           03 RCL-FECHA-RESOL     PIC X(8).
           03 RCL-COMENTARIO      PIC X(60).
           03 RCL-LOTE-NCR        PIC 9(7).
