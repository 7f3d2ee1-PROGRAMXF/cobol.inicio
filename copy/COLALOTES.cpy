      *>****************************************************************
      *> REG-COLA-LOTES - la cola de lotes de movimientos pendientes
      *> de aplicar (cola_lotes.dat, indexado por numero de lote).
      *> Cada lote vive en su propio archivo, lote_NNNNNNN.dat, con
      *> el mismo formato de movimientos.dat (cabecera "H", lineas y
      *> cola "T", ver MOVIMIENTOS.cpy); aca queda anotado de donde
      *> vino y en que estado esta. Quien genera un lote escribe el
      *> archivo y lo anota en "P"; APLICAMOV toma los "P" en orden
      *> de numero de lote, valida y aplica cada uno por separado, y
      *> lo deja en "A" o en "R" (con el motivo): un lote malo ya no
      *> frena a los demas.
      *> Numeros de lote: hasta 9000000 son de la registracion diaria
      *> (los trae la cabecera de movimientos.dat, RECEPCION no
      *> encola uno mayor); de 9000001 en adelante son los que arma
      *> el propio sistema (INTERES, CORRECCION, RECLAMO, CAPTURA),
      *> repartidos por el registro "3" de control.dat (ver
      *> CONTROL.cpy), asi nunca chocan con uno de la registracion.
      *> Como APLICAMOV va en orden de numero, en una misma corrida
      *> los del sistema se aplican despues de los del dia.
      *>****************************************************************
       01  REG-COLA-LOTES.
           03 CLT-LOTE            PIC 9(7).
      *>      quien genero el lote: "REGISTRO" (movimientos.dat de la
      *>      registracion diaria, que encola RECEPCION),
      *>      "INTERES", "CORRECCION" (reenvios de la mesa de
      *>      rechazos de INICIO), "RECLAMO" (la NCR de un reclamo
      *>      procedente, ver RECLAMOS.cpy), "CAPTURA" (un lote en
      *>      papel tipeado con CAPTURA, ver CAPTURAS.cpy), etc.
           03 CLT-ORIGEN          PIC X(10).
      *>      "P" pendiente, "A" aplicado, "R" rechazado (un lote
      *>      de la registracion rechazado vuelve a "P" cuando
      *>      RECEPCION recibe el corregido con el mismo numero)
           03 CLT-ESTADO          PIC X.
           03 CLT-ARCHIVO         PIC X(40).
      *>      AAAAMMDD y usuario de quien lo encolo
           03 CLT-FECHA-ALTA      PIC X(8).
           03 CLT-USUARIO         PIC X(8).
      *>      AAAAMMDD de la corrida de APLICAMOV que lo proceso
           03 CLT-FECHA-PROCESO   PIC X(8).
      *>      por que se rechazo el lote entero (en espacios si no)
           03 CLT-MOTIVO          PIC X(60).
