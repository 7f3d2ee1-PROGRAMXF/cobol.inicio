      *>****************************************************************
      *> RESTART-NOCTURNO - punto de reanudacion de la cadena nocturna
      *> (restart_nocturno.dat, un solo registro con clave "1", como
      *> el checkpoint de RESTART.cpy). NOCTURNO lo graba cuando un
      *> paso falla y la proxima corrida arranca desde ese paso en vez
      *> de repetir los anteriores; lo borra cuando la cadena termina
      *> entera.
      *>****************************************************************
       01  RESTART-NOCTURNO.
           03 RNO-CLAVE           PIC X(1).
           03 RNO-PASO            PIC 9(2).
           03 RNO-PROGRAMA        PIC X(9).
      *>      la corrida en que fallo y cuando
           03 RNO-CORRIDA         PIC X(21).
           03 RNO-FECHA-FALLA     PIC X(21).
           03 RNO-DETALLE         PIC X(60).
