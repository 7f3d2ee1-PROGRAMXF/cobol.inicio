      ******************************************************************
      * Author:
      * Date:
      * Purpose: recepcion del lote de la registracion diaria. El
      *          movimientos.dat que deja la registracion pasa a su
      *          propio lote_NNNNNNN.dat (con el numero de su
      *          cabecera "H") y se anota pendiente en la cola de
      *          lotes (cola_lotes.dat, ver COLALOTES.cpy) con origen
      *          "REGISTRO"; recien copiado y encolado se vacia, y la
      *          registracion ya puede dejar el proximo. No toca
      *          CLIENTES ni toma la traba de ventana batch: la corre
      *          la registracion despues de dejar cada lote, o la
      *          cadena NOCTURNO como paso antes de APLICAMOV, sin
      *          esperar a que se aplique nada.
      *          Un numero que ya esta en la cola rechazado entero
      *          por APLICAMOV ("R") se vuelve a encolar con el lote
      *          corregido: la cola no lo tiene aplicado ni pendiente.
      *          Sin cabecera, con un numero que ya esta en la cola
      *          pendiente o aplicado, o del rango de los lotes del
      *          sistema (ver CONTROL.cpy, registro "3"),
      *          movimientos.dat no se toca: queda para revisar, la
      *          linea del diario de corridas sale con el lote en "R"
      *          y el programa termina con codigo de retorno 1, asi la
      *          cadena NOCTURNO se corta en este paso.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "RECEPCION".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *>    lo que dejo la registracion diaria, a encolar
           SELECT OPTIONAL MOVIMIENTOS-DIA
                  ASSIGN TO "./movimientos.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-MOV-DIA.

      *>    el archivo propio del lote, lote_NNNNNNN.dat
           SELECT OPTIONAL MOVIMIENTOS ASSIGN TO NOMBRE-LOTE
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-MOVIMIENTOS.

           SELECT OPTIONAL COLA-LOTES ASSIGN TO "./cola_lotes.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CLT-LOTE
                  STATUS ST-COLA.

           SELECT OPTIONAL CORRIDAS ASSIGN TO "./corridas.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-CORRIDAS.


       DATA DIVISION.
       FILE SECTION.

       FD  MOVIMIENTOS-DIA.

       01  LINEA-MOV-DIA                  PIC X(29).

       FD  MOVIMIENTOS.

       COPY MOVIMIENTOS.

       FD  COLA-LOTES.

       COPY COLALOTES.

       FD  CORRIDAS.

       COPY CORRIDAS.

       WORKING-STORAGE SECTION.
       01  ST-MOV-DIA      PIC XX.
       01  ST-MOVIMIENTOS  PIC XX.
       01  ST-COLA         PIC XX.
       01  ST-CORRIDAS     PIC XX.

       01  CORRIDA-INICIO  PIC X(21).
       01  FECHA-HOY       PIC X(8).
       01  NOMBRE-LOTE     PIC X(40).
       01  LOTE-DIA        PIC 9(7)  VALUE 0.
       01  MOTIVO-LOTE     PIC X(60) VALUE SPACES.
      *>   "P" encolado, "R" no se encolo, espacio si no habia nada
       01  ESTADO-LOTE     PIC X     VALUE SPACE.
       01  LINEAS-COPIADAS PIC 9(7)  VALUE 0.
       01  ERROR-COPIA     PIC X     VALUE "N".
       01  ST-ERROR-COPIA  PIC XX.
      *>   "S" si el numero ya estaba en la cola como rechazado y se
      *>   vuelve a poner pendiente en vez de darlo de alta
       01  REENCOLO-LOTE   PIC X     VALUE "N".
      *>   desde el siguiente a este numero los lotes son del sistema
      *>   (ver CONTROL.cpy, registro "3"); la registracion numera por
      *>   debajo
       01  PRIMER-LOTE-SISTEMA PIC 9(7) VALUE 9000000.


       PROCEDURE DIVISION.
       FERNANDO.
           MOVE FUNCTION CURRENT-DATE TO CORRIDA-INICIO.
           MOVE CORRIDA-INICIO(1:8)   TO FECHA-HOY.
           PERFORM RECIBO-LOTE-DEL-DIA THRU F-RECIBO-LOTE-DEL-DIA.
           PERFORM GRABO-CORRIDA.
           IF ESTADO-LOTE = "R"
              MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *>   recien con el archivo del lote escrito y cerrado se anota
      *>   en la cola: APLICAMOV puede estar corriendo, y un "P" que
      *>   ve tiene que estar completo. Si la copia o la cola fallan,
      *>   movimientos.dat queda como estaba.
       RECIBO-LOTE-DEL-DIA.
           OPEN INPUT MOVIMIENTOS-DIA.
           IF ST-MOV-DIA > "07"
              DISPLAY "ERROR ABRIENDO EL ARCHIVO DE MOVIMIENTOS"
              MOVE "NO SE PUDO ABRIR MOVIMIENTOS.DAT" TO MOTIVO-LOTE
              MOVE "R" TO ESTADO-LOTE
              GO TO F-RECIBO-LOTE-DEL-DIA
           END-IF.
           READ MOVIMIENTOS-DIA
               AT END MOVE "10" TO ST-MOV-DIA
           END-READ.
           IF ST-MOV-DIA NOT = "00"
              CLOSE MOVIMIENTOS-DIA
              DISPLAY "MOVIMIENTOS.DAT VACIO, NO HAY LOTE PARA ENCOLAR"
              GO TO F-RECIBO-LOTE-DEL-DIA
           END-IF.
           OPEN I-O COLA-LOTES.
           IF ST-COLA > "07"
              CLOSE MOVIMIENTOS-DIA
              DISPLAY "ERROR ABRIENDO LA COLA DE LOTES"
              MOVE "NO SE PUDO ABRIR LA COLA DE LOTES" TO MOTIVO-LOTE
              MOVE "R" TO ESTADO-LOTE
              GO TO F-RECIBO-LOTE-DEL-DIA
           END-IF.
           IF LINEA-MOV-DIA(1:1) = "H"
              AND LINEA-MOV-DIA(2:7) IS NUMERIC
              MOVE LINEA-MOV-DIA(2:7) TO LOTE-DIA
              MOVE LOTE-DIA TO CLT-LOTE
              READ COLA-LOTES
           END-IF.
           EVALUATE TRUE
               WHEN LOTE-DIA = 0
                    MOVE "MOVIMIENTOS.DAT SIN CABECERA, NO SE ENCOLA"
                         TO MOTIVO-LOTE
               WHEN LOTE-DIA > PRIMER-LOTE-SISTEMA
                    MOVE "LOTE DEL RANGO DEL SISTEMA, NO SE ENCOLA"
                         TO MOTIVO-LOTE
               WHEN ST-COLA = "00"
                    AND CLT-ESTADO NOT = "R"
                    MOVE "NUMERO DE LOTE YA ENCOLADO, NO SE ENCOLA"
                         TO MOTIVO-LOTE
               WHEN ST-COLA = "00"
                    MOVE "S" TO REENCOLO-LOTE
                    MOVE SPACES TO MOTIVO-LOTE
               WHEN OTHER
                    MOVE SPACES TO MOTIVO-LOTE
           END-EVALUATE.
           IF MOTIVO-LOTE NOT = SPACES
              CLOSE MOVIMIENTOS-DIA
              CLOSE COLA-LOTES
              DISPLAY FUNCTION TRIM(MOTIVO-LOTE) " (LOTE " LOTE-DIA
                      "): QUEDA EN MOVIMIENTOS.DAT PARA REVISAR"
              MOVE "R" TO ESTADO-LOTE
              GO TO F-RECIBO-LOTE-DEL-DIA
           END-IF.
           MOVE SPACES TO NOMBRE-LOTE.
           STRING "./lote_" LOTE-DIA ".dat"
                  DELIMITED BY SIZE INTO NOMBRE-LOTE.
           OPEN OUTPUT MOVIMIENTOS.
           IF ST-MOVIMIENTOS > "07"
              DISPLAY "ERROR CREANDO EL ARCHIVO DEL LOTE " LOTE-DIA
              CLOSE MOVIMIENTOS-DIA
              CLOSE COLA-LOTES
              MOVE "NO SE PUDO CREAR EL ARCHIVO DEL LOTE" TO MOTIVO-LOTE
              MOVE "R" TO ESTADO-LOTE
              GO TO F-RECIBO-LOTE-DEL-DIA
           END-IF.
           PERFORM COPIO-LINEA-DEL-DIA THRU F-COPIO-LINEA-DEL-DIA
                   UNTIL ST-MOV-DIA NOT = "00".
           CLOSE MOVIMIENTOS.
           IF ST-MOVIMIENTOS NOT = "00" AND ERROR-COPIA = "N"
              MOVE "S" TO ERROR-COPIA
              MOVE ST-MOVIMIENTOS TO ST-ERROR-COPIA
           END-IF.
           CLOSE MOVIMIENTOS-DIA.
           IF ERROR-COPIA = "S"
              DISPLAY "ERROR GRABANDO EL ARCHIVO DEL LOTE " LOTE-DIA
                      ", ST-MOVIMIENTOS=" ST-ERROR-COPIA
                      ": MOVIMIENTOS.DAT QUEDA SIN ENCOLAR"
              CLOSE COLA-LOTES
              MOVE "NO SE PUDO GRABAR EL ARCHIVO DEL LOTE"
                   TO MOTIVO-LOTE
              MOVE "R" TO ESTADO-LOTE
              GO TO F-RECIBO-LOTE-DEL-DIA
           END-IF.
           PERFORM ENCOLO-LOTE-DEL-DIA.
           CLOSE COLA-LOTES.
           IF ESTADO-LOTE = "P"
              OPEN OUTPUT MOVIMIENTOS-DIA
              CLOSE MOVIMIENTOS-DIA
              IF REENCOLO-LOTE = "S"
                 DISPLAY "LOTE " LOTE-DIA " DE LA REGISTRACION, "
                         "RECHAZADO ANTES, ENCOLADO DE NUEVO"
              ELSE
                 DISPLAY "LOTE " LOTE-DIA " DE LA REGISTRACION ENCOLADO"
              END-IF
           ELSE
              DISPLAY "ERROR GRABANDO LA COLA DE LOTES, ST-COLA="
                      ST-COLA ": MOVIMIENTOS.DAT QUEDA SIN ENCOLAR"
              MOVE "NO SE PUDO ANOTAR EN LA COLA DE LOTES"
                   TO MOTIVO-LOTE
              MOVE "R" TO ESTADO-LOTE
           END-IF.
       F-RECIBO-LOTE-DEL-DIA.
           EXIT.

      *>   una linea con error corta la copia y queda anotada en
      *>   ERROR-COPIA, para no encolar un lote corto.
       COPIO-LINEA-DEL-DIA.
           MOVE LINEA-MOV-DIA TO REG-MOVIMIENTOS.
           WRITE REG-MOVIMIENTOS.
           IF ST-MOVIMIENTOS NOT = "00"
              MOVE "S" TO ERROR-COPIA
              MOVE ST-MOVIMIENTOS TO ST-ERROR-COPIA
              MOVE "10" TO ST-MOV-DIA
              GO TO F-COPIO-LINEA-DEL-DIA
           END-IF.
           ADD 1 TO LINEAS-COPIADAS.
           READ MOVIMIENTOS-DIA
               AT END MOVE "10" TO ST-MOV-DIA
           END-READ.
       F-COPIO-LINEA-DEL-DIA.
           EXIT.

      *>   un rechazado vuelve a "P" pisando su anotacion: archivo,
      *>   alta y usuario nuevos, y sin motivo ni fecha de proceso.
       ENCOLO-LOTE-DEL-DIA.
           INITIALIZE REG-COLA-LOTES.
           MOVE LOTE-DIA      TO CLT-LOTE.
           MOVE "REGISTRO"    TO CLT-ORIGEN.
           MOVE "P"           TO CLT-ESTADO.
           MOVE NOMBRE-LOTE   TO CLT-ARCHIVO.
           MOVE FECHA-HOY     TO CLT-FECHA-ALTA.
           ACCEPT CLT-USUARIO FROM ENVIRONMENT "USER".
           IF REENCOLO-LOTE = "S"
              REWRITE REG-COLA-LOTES
           ELSE
              WRITE REG-COLA-LOTES
           END-IF.
           IF ST-COLA = "00"
              MOVE "P" TO ESTADO-LOTE
           END-IF.

      *>   la linea del diario de corridas se escribe siempre, como
      *>   en APLICAMOV: leidos = lineas copiadas de movimientos.dat,
      *>   el lote y si quedo encolado ("P") o no ("R").
       GRABO-CORRIDA.
           OPEN EXTEND CORRIDAS.
           IF ST-CORRIDAS > "07"
                 DISPLAY "ERROR ABRIENDO EL DIARIO DE CORRIDAS".
           INITIALIZE REG-CORRIDAS.
           MOVE "RECEPCION"     TO COR-PROGRAMA.
           ACCEPT COR-USUARIO FROM ENVIRONMENT "USER".
           MOVE CORRIDA-INICIO  TO COR-INICIO.
           MOVE FUNCTION CURRENT-DATE TO COR-FIN.
           MOVE LINEAS-COPIADAS TO COR-LEIDOS.
           MOVE LOTE-DIA        TO COR-LOTE.
           MOVE ESTADO-LOTE     TO COR-LOTE-ESTADO.
           WRITE REG-CORRIDAS.
           IF ST-CORRIDAS NOT = "00"
              DISPLAY "ERROR GRABANDO EL DIARIO DE CORRIDAS".
           CLOSE CORRIDAS.



       END PROGRAM "RECEPCION".
