      *>      la marca de "ya reversado" del original); "F" =
      *>      traspaso de saldo por FUSION de clientes (comprobante
      *>      FUS, una linea en cada punta que netea a cero);
      *>      "R" = movimiento retenido aprobado desde INICIO (no
      *>      viene de ningun lote de lotes.dat); espacio =
      *>      movimiento comun.
           03 MAY-TIPO             PIC X.
