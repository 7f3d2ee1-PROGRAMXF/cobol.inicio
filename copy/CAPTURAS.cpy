      *>****************************************************************
      *> REG-CAPTURAS - los lotes que se tipean a mano desde el papel
      *> con CAPTURA (capturas.dat, indexado por numero de captura +
      *> renglon). El renglon 0 es la cabecera (REG-CAPTURA-CAB): lo
      *> que dice la caratula del lote en papel (cantidad de
      *> movimientos e importe total) y en que estado esta la carga;
      *> del 1 en adelante van los movimientos tal como se tipearon.
      *> Una captura a medio cargar queda en "C" y se retoma despues;
      *> recien cuando lo cargado ata contra lo declarado se libera:
      *> sale como lote_NNNNNNN.dat (cabecera "H", lineas y cola "T",
      *> ver MOVIMIENTOS.cpy) con el proximo numero de lote de
      *> control.dat, y queda anotado en la cola de lotes con origen
      *> "CAPTURA" (ver COLALOTES.cpy).
      *>****************************************************************
       01  REG-CAPTURAS.
           03 CAP-CLAVE.
              05 CAP-NUMERO       PIC 9(5).
              05 CAP-RENGLON      PIC 9(4).
           03 CAP-ID_CLIENTE      PIC 9(7).
      *>      AAAAMMDD
           03 CAP-FECHA           PIC X(8).
      *>      "FAC", "REC", "NDB" o "NCR"
           03 CAP-COMPROBANTE     PIC X(3).
      *>      como viene en el papel, sin signo: el signo lo pone el
      *>      comprobante al liberar (FAC/NDB en negativo, agrandan la
      *>      deuda; REC/NCR en positivo)
           03 CAP-IMPORTE         PIC 9(7)V9(3).
      *>      "S" si al tipearlo ya pasaba el limite de credito del
      *>      cliente (APLICAMOV lo va a mandar a retenidos)
           03 CAP-EXCEDE-LIMITE   PIC X.
           03 CAP-USUARIO         PIC X(8).
           03 FILLER              PIC X(21).

       01  REG-CAPTURA-CAB.
           03 CAC-CLAVE.
              05 CAC-NUMERO       PIC 9(5).
      *>         siempre 0
              05 CAC-RENGLON      PIC 9(4).
      *>      la caratula del papel: cantidad de movimientos y suma de
      *>      los importes tal como estan escritos (sin signo)
           03 CAC-CANT-DECLARADA  PIC 9(4).
           03 CAC-IMPORTE-DECLARADO PIC 9(11)V9(3).
      *>      "C" en carga, "L" liberado (ya es un lote de la cola),
      *>      "A" anulado
           03 CAC-ESTADO          PIC X.
      *>      quien la abrio y cuando (AAAAMMDD)
           03 CAC-USUARIO         PIC X(8).
           03 CAC-FECHA-ALTA      PIC X(8).
      *>      quien la libero o anulo, cuando, y el lote que salio
           03 CAC-USUARIO-CIERRE  PIC X(8).
           03 CAC-FECHA-CIERRE    PIC X(8).
           03 CAC-LOTE            PIC 9(7).
