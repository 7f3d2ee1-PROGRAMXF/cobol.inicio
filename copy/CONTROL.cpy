      *>       arranque, y la limpia al terminar. Mientras este
      *>       tomada INICIO no deja tocar CLIENTES (las consultas
      *>       siguen abiertas) y ningun otro batch arranca.
      *>       NOCTURNO la toma por toda la cadena; un paso que
      *>       encuentra "NOCTURNO" con el mismo CTRL-LOTE-INICIO que
      *>       le llega en TRABA_NOCTURNO corre bajo esa traba.
      *>   "3" reparte el proximo numero de lote para los lotes que
      *>       arma el propio sistema (por ejemplo el lote de
      *>       correccion de la mesa de rechazos), igual que el "1"
      *>       con los CLI_ID: el ultimo entregado en CTRL-ULTIMO-ID,
      *>       los campos de traba en espacios. Reparte de 9000001 en
      *>       adelante, lejos de los de la registracion (ver
      *>       COLALOTES.cpy); si falta, o quedo de antes por debajo
      *>       de ese rango, se arranca del mayor lote ya usado en
      *>       ese rango.
      *>****************************************************************
       01  CONTROL-CLIENTES.
           03 CTRL-CLAVE          PIC X(1).
