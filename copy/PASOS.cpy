      *>****************************************************************
      *> REG-PASOS - el resultado de cada paso de la cadena nocturna
      *> (pasos.dat, en EXTEND): de que corrida de NOCTURNO es, que
      *> paso, cuando arranco y termino, el codigo de retorno y como
      *> quedo. Un paso ya hecho en la corrida anterior que se
      *> saltea al reanudar tambien deja su linea, en "S".
      *>****************************************************************
       01  REG-PASOS.
      *>      arranque de la corrida de NOCTURNO, con el formato de
      *>      CURRENT-DATE como COR-INICIO
           03 PAS-CORRIDA         PIC X(21).
           03 PAS-PASO            PIC 9(2).
           03 PAS-PROGRAMA        PIC X(9).
           03 PAS-INICIO          PIC X(21).
           03 PAS-FIN             PIC X(21).
           03 PAS-RETORNO         PIC S9(9) SIGN LEADING SEPARATE.
      *>      "O" terminado bien, "F" fallo (corta la cadena), "S"
      *>      salteado por estar hecho en la corrida anterior
           03 PAS-RESULTADO       PIC X.
           03 PAS-DETALLE         PIC X(60).
