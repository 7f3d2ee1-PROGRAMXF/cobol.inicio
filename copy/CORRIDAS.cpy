      *>****************************************************************
      *> REG-CORRIDAS - el diario de corridas batch: una linea por
      *> corrida de APLICAMOV, RETORNO, PURGACLI, INTERES, NOCTURNO
      *> o RECEPCION (en la de NOCTURNO los contadores son pasos:
      *> leidos = pasos de nocturno.par, aplicados = bien,
      *> rechazados = el que corto la cadena, retenidos = salteados
      *> al reanudar; en la de RECEPCION leidos = lineas copiadas
      *> del movimientos.dat al lote) con quien
      *> la corrio, cuando arranco y termino, y sus contadores, para
      *> que el turno de la manana vea que corrio a la noche sin
      *> bucear en la salida de terminal. Se escribe en EXTEND al
           03 COR-APLICADOS       PIC 9(7).
           03 COR-RECHAZADOS      PIC 9(7).
           03 COR-RETENIDOS       PIC 9(7).
      *>      al final para no correr los campos de las lineas ya
      *>      grabadas (que los traen en espacios): el lote al que
      *>      corresponde la linea (APLICAMOV graba una por lote
      *>      procesado, INTERES la del lote que genero, RECEPCION la
      *>      del lote que recibio) y, en las de APLICAMOV, como
      *>      termino: "A" aplicado, "R" rechazado entero (o la
      *>      linea en cero de una corrida que no pudo abrir la
      *>      cola); en las de RECEPCION "P" encolado, "R" no
      *>      encolado. En cero y espacio en las demas corridas.
           03 COR-LOTE            PIC 9(7).
           03 COR-LOTE-ESTADO     PIC X.
