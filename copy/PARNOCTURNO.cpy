      *>****************************************************************
      *> REG-PARAMETRO-NOC - un paso de la cadena nocturna, una linea
      *> de nocturno.par por paso. NOCTURNO los corre en el orden del
      *> archivo; el numero de paso es lo que queda en pasos.dat y en
      *> el punto de reanudacion, asi que no se renumera un paso de
      *> una noche para la otra. Una linea que no empieza con el
      *> numero de paso (comentario con "*", linea en blanco) se
      *> saltea. Ejemplo:
      *>   01 RESPALDO  R ./respaldo
      *>   02 RECEPCION   ./recepcion
      *>   03 APLICAMOV A ./aplicamov
      *>   04 CIERRE    C ./cierre
      *>   05 EXTRACTO    ./extracto
      *>   06 VERIFICA    echo N | ./verifica
      *>****************************************************************
       01  REG-PARAMETRO-NOC.
           03 PAR-PASO            PIC 9(2).
           03 FILLER              PIC X.
      *>      nombre con que el paso aparece en pasos.dat y en el
      *>      resumen
           03 PAR-PROGRAMA        PIC X(9).
           03 FILLER              PIC X.
      *>      control de cuenta despues del paso, ademas del codigo de
      *>      retorno:
      *>      "R" cola de respaldo.dat contra los registros (RESPALDO)
      *>      "A" lotes de la corrida en corridas.dat y cola de lotes
      *>          sin pendientes (APLICAMOV)
      *>      "C" cierre del dia grabado y sin descuadre (CIERRE)
      *>      espacio: solo el codigo de retorno
           03 PAR-CONTROL         PIC X.
           03 FILLER              PIC X.
      *>      la linea de comando tal cual se pasa al sistema
           03 PAR-COMANDO         PIC X(80).
