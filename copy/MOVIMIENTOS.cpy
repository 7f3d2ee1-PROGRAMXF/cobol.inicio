      *> dos veces el mismo numero de lote, ANTES de tocar el primer
      *> saldo. Las tres lineas se distinguen por el primer caracter:
      *> "H", "T", o un digito de MOV-ID_CLIENTE.
      *> Cada lote termina en su propio archivo lote_NNNNNNN.dat,
      *> anotado en la cola de lotes (ver COLALOTES.cpy): la
      *> registracion diaria lo sigue dejando en movimientos.dat y
      *> RECEPCION lo pasa a la cola (sin esperar la traba batch);
      *> INTERES escribe el suyo directo.
      *>****************************************************************
       01  REG-MOVIMIENTOS.
           03 MOV-ID_CLIENTE      PIC 9(7).
