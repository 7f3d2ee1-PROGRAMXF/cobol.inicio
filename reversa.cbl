      *          Corre solo o llamado desde el menu de INICIO (que lo
      *          ofrece solo a nivel 2 o mas), por eso termina en
      *          GOBACK y no en STOP RUN, como HISTORIA.
      *          un movimiento con fecha de un mes ya cerrado por
      *          CIERREMES (ver PERIODOS.cpy) no se reversa: la contra
      *          lleva la fecha del original y reabriria el mes. El
      *          intento queda en rechazos.dat con su motivo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-AUDITORIA.

           SELECT OPTIONAL RECHAZOS ASSIGN TO "./rechazos.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-RECHAZOS.

           SELECT OPTIONAL PERIODOS ASSIGN TO "./periodos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS PER-PERIODO
                  STATUS ST-PERIODOS.

           SELECT OPTIONAL CLI-CONTROL ASSIGN TO "./control.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC

       COPY AUDITORIA.

       FD  RECHAZOS.

       01  RECHAZO-LINEA                  PIC X(160).

       FD  PERIODOS.

       COPY PERIODOS.

       FD  CLI-CONTROL.

       COPY CONTROL.
       01  ST-MAYOR        PIC XX.
       01  ST-AUDITORIA    PIC XX.
       01  ST-CONTROL      PIC XX.
       01  ST-RECHAZOS     PIC XX.
       01  ST-PERIODOS     PIC XX.
       01  TRABA-BATCH     PIC X.
       01  PERIODO-CERRADO PIC X.
       01  TEXTO-RECHAZO   PIC X(160).
       01  FECHA-HOY       PIC X(8).

       01  ID-CONSULTA     PIC 9(7).
       01  FECHA-BUSCADA   PIC X(8).
           IF TRABA-BATCH = "S"
              GO TO F-APLICO-REVERSA
           END-IF.
           PERFORM VEO-PERIODO-CERRADO.
           IF PERIODO-CERRADO = "S"
              PERFORM RECHAZO-REVERSA
              GO TO F-APLICO-REVERSA
           END-IF.
           COMPUTE IMPORTE-CONTRA = 0 - IMPORTE-ORIGINAL.
           PERFORM ABRO-ARCHIVOS.
           PERFORM BUSCO-CLIENTE THRU F-BUSCO-CLIENTE.
              CLOSE CLI-CONTROL
           END-IF.

      *>   la contra lleva MAY-FECHA del original: si ese mes ya
      *>   esta cerrado (periodos.dat en "C") no se toca. Un mes sin
      *>   registro esta abierto.
       VEO-PERIODO-CERRADO.
           MOVE "N" TO PERIODO-CERRADO.
           OPEN INPUT PERIODOS.
           IF ST-PERIODOS > "07"
                 DISPLAY "ERROR ABRIENDO EL ARCHIVO DE PERIODOS".
           MOVE FECHA-BUSCADA(1:6) TO PER-PERIODO.
           READ PERIODOS
               INVALID KEY MOVE "23" TO ST-PERIODOS
           END-READ.
           IF ST-PERIODOS = "00" AND PER-ESTADO = "C"
              MOVE "S" TO PERIODO-CERRADO
           END-IF.
           CLOSE PERIODOS.

      *>   el intento queda en rechazos.dat con la misma forma que
      *>   las lineas de APLICAMOV, para que se vea junto a ellas.
       RECHAZO-REVERSA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           MOVE IMPORTE-ORIGINAL TO IMPORTE-ZZ.
           MOVE SPACES TO TEXTO-RECHAZO.
           STRING "FECHA=" FECHA-HOY
                  " REVERSA RECHAZADA ID=" ID-CONSULTA
                  " FECHA=" FECHA-BUSCADA
                  " COMPROBANTE=" COMPROBANTE-BUSCADO
                  " IMPORTE=" FUNCTION TRIM(IMPORTE-ZZ)
                  " MOTIVO=PERIODO CERRADO"
                  DELIMITED BY SIZE INTO TEXTO-RECHAZO.
           OPEN EXTEND RECHAZOS.
           IF ST-RECHAZOS > "07"
                 DISPLAY "ERROR ABRIENDO EL ARCHIVO DE RECHAZOS".
           MOVE TEXTO-RECHAZO TO RECHAZO-LINEA.
           WRITE RECHAZO-LINEA.
           CLOSE RECHAZOS.
           DISPLAY "EL MES " FECHA-BUSCADA(1:6) " ESTA CERRADO: "
                   "NO SE REVERSA, VER RECHAZOS.DAT".

       ABRO-ARCHIVOS.
           OPEN I-O CLIENTES.
           IF ST-FILE > "07"
