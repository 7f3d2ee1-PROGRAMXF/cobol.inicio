      ******************************************************************
      * Author:
      * Date:
      * Purpose: cadena nocturna. Corre en orden los pasos de
      *          nocturno.par (ver PARNOCTURNO.cpy: RESPALDO,
      *          RECEPCION, APLICAMOV, CIERRE, EXTRACTO, VERIFICA o
      *          lo que se configure), cada uno con su linea de
      *          comando, y deja
      *          el resultado de cada paso en pasos.dat. Un paso que
      *          termina con codigo de retorno distinto de cero, o
      *          cuyo control de cuenta no da (la cola de respaldo.dat
      *          no ata, APLICAMOV deja un lote rechazado o pendiente,
      *          CIERRE no graba el dia o descuadra), corta la cadena
      *          ahi: queda el punto de reanudacion en
      *          restart_nocturno.dat y la proxima corrida arranca en
      *          ese paso, no desde el principio.
      *          Toma la traba de ventana batch (registro "2" de
      *          control.dat) a nombre de NOCTURNO por toda la cadena,
      *          asi INICIO no se mete entre un paso y otro; el
      *          momento de arranque viaja a los pasos en la variable
      *          de entorno TRABA_NOCTURNO, y con eso APLICAMOV corre
      *          bajo la traba de la cadena en vez de negarse.
      *          Al final deja el resumen de la noche en una carilla
      *          (resumen_nocturno.dat) para el turno de la manana, y
      *          su propia linea en el diario de corridas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "NOCTURNO".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PARAMETROS ASSIGN TO "./nocturno.par"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-PARAMETROS.

           SELECT OPTIONAL PASOS ASSIGN TO "./pasos.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-PASOS.

      *>    donde quedo la cadena si se corto, para retomarla
           SELECT OPTIONAL CHECKPOINT
                  ASSIGN TO "./restart_nocturno.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS RNO-CLAVE
                  STATUS ST-CHECKPOINT.

           SELECT OPTIONAL CLI-CONTROL ASSIGN TO "./control.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CTRL-CLAVE
                  LOCK MODE IS MANUAL
                  STATUS ST-CONTROL.

           SELECT OPTIONAL CORRIDAS ASSIGN TO "./corridas.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-CORRIDAS.

      *>    lo que se mira despues de cada paso para el control de
      *>    cuenta
           SELECT OPTIONAL RESPALDO ASSIGN TO "./respaldo.dat"
                  ORGANIZATION SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-RESPALDO.

           SELECT OPTIONAL COLA-LOTES ASSIGN TO "./cola_lotes.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CLT-LOTE
                  STATUS ST-COLA.

           SELECT OPTIONAL CIERRES ASSIGN TO "./cierres.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-CIERRES.

           SELECT OPTIONAL SALIDA-RESUMEN
                  ASSIGN TO "./resumen_nocturno.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-RESUMEN.


       DATA DIVISION.
       FILE SECTION.

       FD  PARAMETROS.

       COPY PARNOCTURNO.

       FD  PASOS.

       COPY PASOS.

       FD  CHECKPOINT.

       COPY RESTARTNOC.

       FD  CLI-CONTROL.

       COPY CONTROL.

       FD  CORRIDAS.

       COPY CORRIDAS.

      *>   mismo layout que en RESPALDO y RESTAURA
       FD  RESPALDO.

       01  REG-RESPALDO-DATO.
           03 RSP-TIPO            PIC X.
           03 RSP-CLIENTE         PIC X(529).

       01  REG-RESPALDO-COLA.
           03 RSP-TIPO-T          PIC X.
           03 RSP-CANTIDAD        PIC 9(9).
           03 RSP-SUMA-SALDOS     PIC S9(11)V9(3)
                                  SIGN LEADING SEPARATE.
           03 FILLER              PIC X(505).

       FD  COLA-LOTES.

       COPY COLALOTES.

       FD  CIERRES.

       COPY CIERRES.

       FD  SALIDA-RESUMEN.

       01  LINEA-RESUMEN   PIC X(132).

       WORKING-STORAGE SECTION.
       01  ST-PARAMETROS   PIC XX.
       01  ST-PASOS        PIC XX.
       01  ST-CHECKPOINT   PIC XX.
       01  ST-CONTROL      PIC XX.
       01  ST-CORRIDAS     PIC XX.
       01  ST-RESPALDO     PIC XX.
       01  ST-COLA         PIC XX.
       01  ST-CIERRES      PIC XX.
       01  ST-RESUMEN      PIC XX.

      *>   la imagen de un cliente del respaldo, para sumar CLI_SALDO
       COPY CLIENTES.

       01  LINEA           PIC X(132).
       01  USUARIO-NOCHE   PIC X(8).

      *>   traba de ventana batch y diario de corridas (ver
      *>   CONTROL.cpy y CORRIDAS.cpy)
       01  TRABA-TOMADA    PIC X     VALUE "N".
       01  CORRIDA-INICIO  PIC X(21).

      *>   los pasos de nocturno.par, en el orden del archivo
       01  CANT-PASOS      PIC 9(2)  VALUE 0.
       01  TABLA-PASOS.
           03 TPAS-ENT OCCURS 20.
              05 TPAS-PASO        PIC 9(2).
              05 TPAS-PROGRAMA    PIC X(9).
              05 TPAS-CONTROL     PIC X.
              05 TPAS-COMANDO     PIC X(80).
              05 TPAS-INICIO      PIC X(21).
              05 TPAS-FIN         PIC X(21).
              05 TPAS-RESULTADO   PIC X.
              05 TPAS-DETALLE     PIC X(60).
       01  PASO-IDX        PIC 9(2).

      *>   reanudacion: desde que paso se corre esta vez
       01  HAY-CHECKPOINT  PIC X     VALUE "N".
       01  PASO-DESDE      PIC 9(2)  VALUE 0.
       01  CORRIDA-ANTERIOR PIC X(21) VALUE SPACES.

      *>   como va la cadena
       01  CADENA-CORTADA  PIC X     VALUE "N".
       01  PASO-FALLIDO    PIC 9(2)  VALUE 0.
       01  FALLA-IDX       PIC 9(2)  VALUE 0.
       01  PASOS-BIEN      PIC 9(2)  VALUE 0.
       01  PASOS-MAL       PIC 9(2)  VALUE 0.
       01  PASOS-SALTEADOS PIC 9(2)  VALUE 0.
       01  COMANDO-PASO    PIC X(80).
       01  RETORNO-PASO    PIC S9(9) VALUE 0.
       01  RETORNO-ED      PIC -(8)9.
       01  PASO-INICIO     PIC X(21).
       01  RESULTADO-PASO  PIC X.
       01  DETALLE-PASO    PIC X(60).

      *>   control de RESPALDO: registros "D" contra la cola "T"
       01  HAY-COLA-RSP    PIC X.
       01  CANT-RESPALDO   PIC 9(9).
       01  SUMA-RESPALDO   PIC S9(11)V9(3).
       01  COLA-CANTIDAD-RSP PIC 9(9).
       01  COLA-SUMA-RSP   PIC S9(11)V9(3).

      *>   control de APLICAMOV: sus lineas de corridas.dat desde que
      *>   arranco el paso, y lo que quedo en la cola
       01  LINEAS-APLICAMOV PIC 9(5).
       01  LOTE-ED         PIC 9(7).
       01  LOTES-PENDIENTES PIC 9(5).

      *>   control de CIERRE: el ultimo cierre grabado
       01  HAY-CIERRE      PIC X.
       01  ULT-FECHA       PIC X(8).
       01  ULT-DESCUADRE   PIC X.
       01  ULT-TOTAL-CANT  PIC 9(7).
       01  ULT-TOTAL-SALDO PIC S9(11)V9(3).

      *>   resumen: los lotes de la noche, hasta llenar la carilla
       01  LOTES-LISTADOS  PIC 9(3).
       01  CANT-ED         PIC Z(6)9.
       01  SALDO-ED        PIC -(10)9.999.
       01  LEIDOS-ED       PIC Z(6)9.
       01  APLICADOS-ED    PIC Z(6)9.
       01  RECHAZADOS-ED   PIC Z(6)9.
       01  RETENIDOS-ED    PIC Z(6)9.
       01  RESULTADO-TEXTO PIC X(9).


       PROCEDURE DIVISION.
       FERNANDO.
           MOVE FUNCTION CURRENT-DATE TO CORRIDA-INICIO.
           ACCEPT USUARIO-NOCHE FROM ENVIRONMENT "USER".
           PERFORM CARGO-PARAMETROS.
           IF CANT-PASOS = 0
              DISPLAY "NOCTURNO.PAR SIN PASOS, NO SE CORRE NADA"
              MOVE "S" TO CADENA-CORTADA
           ELSE
              PERFORM TOMO-TRABA-BATCH THRU F-TOMO-TRABA-BATCH
              IF TRABA-TOMADA = "S"
                 PERFORM PUBLICO-TRABA
                 PERFORM LEO-CHECKPOINT
                 PERFORM CORRO-PASO THRU F-CORRO-PASO
                         VARYING PASO-IDX FROM 1 BY 1
                         UNTIL PASO-IDX > CANT-PASOS
                            OR CADENA-CORTADA = "S"
                 PERFORM ACTUALIZO-CHECKPOINT
                 PERFORM LIBERO-TRABA-BATCH
              ELSE
                 MOVE "S" TO CADENA-CORTADA
              END-IF
           END-IF.
           PERFORM IMPRIMO-RESUMEN.
           PERFORM GRABO-CORRIDA.
      *>   el codigo de retorno le dice al que lanzo la cadena si
      *>   termino entera
           IF CADENA-CORTADA = "S"
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *>****************************************************************
      *>   parametros: un paso por linea de nocturno.par
      *>****************************************************************
       CARGO-PARAMETROS.
           MOVE 0 TO CANT-PASOS.
           INITIALIZE TABLA-PASOS.
           OPEN INPUT PARAMETROS.
           IF ST-PARAMETROS > "07"
                 DISPLAY "ERROR ABRIENDO NOCTURNO.PAR".
           PERFORM CARGO-UN-PASO THRU F-CARGO-UN-PASO
                   UNTIL ST-PARAMETROS NOT = "00".
           CLOSE PARAMETROS.

       CARGO-UN-PASO.
           READ PARAMETROS
               AT END MOVE "10" TO ST-PARAMETROS
           END-READ.
           IF ST-PARAMETROS NOT = "00"
              GO TO F-CARGO-UN-PASO
           END-IF.
           IF PAR-PASO NOT NUMERIC OR PAR-COMANDO = SPACES
              GO TO F-CARGO-UN-PASO
           END-IF.
           IF CANT-PASOS NOT < 20
              DISPLAY "MAS DE 20 PASOS EN NOCTURNO.PAR, SE IGNORA EL "
                      PAR-PASO
              GO TO F-CARGO-UN-PASO
           END-IF.
           ADD 1 TO CANT-PASOS.
           MOVE PAR-PASO     TO TPAS-PASO(CANT-PASOS).
           MOVE PAR-PROGRAMA TO TPAS-PROGRAMA(CANT-PASOS).
           MOVE PAR-CONTROL  TO TPAS-CONTROL(CANT-PASOS).
           MOVE PAR-COMANDO  TO TPAS-COMANDO(CANT-PASOS).
       F-CARGO-UN-PASO.
           EXIT.

      *>****************************************************************
      *>   traba de ventana batch, tomada por toda la cadena
      *>****************************************************************
       TOMO-TRABA-BATCH.
           OPEN I-O CLI-CONTROL.
           IF ST-CONTROL > "07"
              DISPLAY "ERROR ABRIENDO EL ARCHIVO DE CONTROL"
              GO TO F-TOMO-TRABA-BATCH
           END-IF.
           MOVE "2" TO CTRL-CLAVE.
           READ CLI-CONTROL.
           EVALUATE TRUE
               WHEN ST-CONTROL = "00"
                    AND CTRL-LOTE-PROGRAMA NOT = SPACES
                    DISPLAY "YA HAY UN BATCH EN CURSO: "
                            CTRL-LOTE-PROGRAMA " DESDE "
                            CTRL-LOTE-INICIO(1:14) ", NO SE ARRANCA"
                    CLOSE CLI-CONTROL
               WHEN ST-CONTROL = "00"
                    PERFORM ARMO-TRABA
                    REWRITE CONTROL-CLIENTES
                    MOVE "S" TO TRABA-TOMADA
               WHEN OTHER
                    PERFORM ARMO-TRABA
                    WRITE CONTROL-CLIENTES
                    MOVE "S" TO TRABA-TOMADA
           END-EVALUATE.
       F-TOMO-TRABA-BATCH.
           EXIT.

       ARMO-TRABA.
           MOVE "2"           TO CTRL-CLAVE.
           MOVE 0             TO CTRL-ULTIMO-ID.
           MOVE "NOCTURNO"    TO CTRL-LOTE-PROGRAMA.
           MOVE USUARIO-NOCHE TO CTRL-LOTE-USUARIO.
           MOVE CORRIDA-INICIO TO CTRL-LOTE-INICIO.

      *>   los pasos corren como procesos aparte y heredan el entorno:
      *>   el que encuentra la traba a nombre de NOCTURNO con este
      *>   mismo momento de arranque sabe que corre dentro de la
      *>   cadena (ver TOMO-TRABA-BATCH en APLICAMOV).
       PUBLICO-TRABA.
           DISPLAY "TRABA_NOCTURNO" UPON ENVIRONMENT-NAME.
           DISPLAY CORRIDA-INICIO   UPON ENVIRONMENT-VALUE.

       LIBERO-TRABA-BATCH.
           MOVE "2" TO CTRL-CLAVE.
           READ CLI-CONTROL.
           IF ST-CONTROL = "00"
              AND CTRL-LOTE-PROGRAMA = "NOCTURNO"
              AND CTRL-LOTE-INICIO = CORRIDA-INICIO
              MOVE SPACES TO CTRL-LOTE-PROGRAMA
              MOVE SPACES TO CTRL-LOTE-USUARIO
              MOVE SPACES TO CTRL-LOTE-INICIO
              REWRITE CONTROL-CLIENTES
           END-IF.
           CLOSE CLI-CONTROL.

      *>****************************************************************
      *>   reanudacion
      *>****************************************************************
       LEO-CHECKPOINT.
           MOVE 0 TO PASO-DESDE.
           OPEN I-O CHECKPOINT.
           IF ST-CHECKPOINT > "07"
                 DISPLAY "ERROR ABRIENDO EL ARCHIVO DE CHECKPOINT".
           MOVE "1" TO RNO-CLAVE.
           READ CHECKPOINT.
           IF ST-CHECKPOINT = "00"
              MOVE "S"         TO HAY-CHECKPOINT
              MOVE RNO-PASO    TO PASO-DESDE
              MOVE RNO-CORRIDA TO CORRIDA-ANTERIOR
              DISPLAY "SE RETOMA EN EL PASO " RNO-PASO " ("
                      FUNCTION TRIM(RNO-PROGRAMA)
                      "), QUE FALLO EN LA CORRIDA DEL "
                      RNO-CORRIDA(1:14)
           ELSE
              MOVE "N" TO HAY-CHECKPOINT
           END-IF.

      *>   cadena cortada: el paso que fallo queda como punto de
      *>   reanudacion. Cadena entera: el punto se borra.
       ACTUALIZO-CHECKPOINT.
           IF CADENA-CORTADA = "S"
              MOVE "1"            TO RNO-CLAVE
              MOVE PASO-FALLIDO   TO RNO-PASO
              MOVE TPAS-PROGRAMA(FALLA-IDX) TO RNO-PROGRAMA
              MOVE CORRIDA-INICIO TO RNO-CORRIDA
              MOVE TPAS-FIN(FALLA-IDX) TO RNO-FECHA-FALLA
              MOVE TPAS-DETALLE(FALLA-IDX) TO RNO-DETALLE
              IF HAY-CHECKPOINT = "S"
                 REWRITE RESTART-NOCTURNO
              ELSE
                 WRITE RESTART-NOCTURNO
              END-IF
              IF ST-CHECKPOINT NOT = "00"
                 DISPLAY "ERROR GRABANDO EL CHECKPOINT, ST-CHECKPOINT="
                         ST-CHECKPOINT
              END-IF
           ELSE
              IF HAY-CHECKPOINT = "S"
                 MOVE "1" TO RNO-CLAVE
                 DELETE CHECKPOINT RECORD
              END-IF
           END-IF.
           CLOSE CHECKPOINT.

      *>****************************************************************
      *>   un paso: se lanza, se mira el retorno y el control de
      *>   cuenta, y queda su linea en pasos.dat
      *>****************************************************************
       CORRO-PASO.
           IF TPAS-PASO(PASO-IDX) < PASO-DESDE
              MOVE CORRIDA-INICIO TO TPAS-INICIO(PASO-IDX)
              MOVE CORRIDA-INICIO TO TPAS-FIN(PASO-IDX)
              MOVE "S"            TO TPAS-RESULTADO(PASO-IDX)
              MOVE 0              TO RETORNO-PASO
              STRING "HECHO EN LA CORRIDA DEL "
                     CORRIDA-ANTERIOR(1:14)
                     DELIMITED BY SIZE INTO TPAS-DETALLE(PASO-IDX)
              ADD 1 TO PASOS-SALTEADOS
              PERFORM GRABO-PASO
              GO TO F-CORRO-PASO
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO PASO-INICIO.
           MOVE PASO-INICIO TO TPAS-INICIO(PASO-IDX).
           DISPLAY "PASO " TPAS-PASO(PASO-IDX) " "
                   TPAS-PROGRAMA(PASO-IDX) " DESDE " PASO-INICIO(1:14).
           MOVE TPAS-COMANDO(PASO-IDX) TO COMANDO-PASO.
           CALL "SYSTEM" USING COMANDO-PASO.
           MOVE RETURN-CODE TO RETORNO-PASO.
           MOVE 0 TO RETURN-CODE.
           MOVE "O"    TO RESULTADO-PASO.
           MOVE SPACES TO DETALLE-PASO.
           IF RETORNO-PASO NOT = 0
              MOVE "F" TO RESULTADO-PASO
              MOVE RETORNO-PASO TO RETORNO-ED
              STRING "TERMINO CON CODIGO DE RETORNO "
                     FUNCTION TRIM(RETORNO-ED)
                     DELIMITED BY SIZE INTO DETALLE-PASO
           ELSE
              EVALUATE TPAS-CONTROL(PASO-IDX)
                  WHEN "R" PERFORM CONTROLO-RESPALDO
                  WHEN "A" PERFORM CONTROLO-APLICAMOV
                  WHEN "C" PERFORM CONTROLO-CIERRE
              END-EVALUATE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO TPAS-FIN(PASO-IDX).
           MOVE RESULTADO-PASO TO TPAS-RESULTADO(PASO-IDX).
           MOVE DETALLE-PASO   TO TPAS-DETALLE(PASO-IDX).
           IF RESULTADO-PASO = "F"
              ADD 1 TO PASOS-MAL
              MOVE "S" TO CADENA-CORTADA
              MOVE TPAS-PASO(PASO-IDX) TO PASO-FALLIDO
              MOVE PASO-IDX TO FALLA-IDX
              DISPLAY "PASO " TPAS-PASO(PASO-IDX) " FALLO: "
                      FUNCTION TRIM(DETALLE-PASO)
              DISPLAY "SE CORTA LA CADENA"
           ELSE
              ADD 1 TO PASOS-BIEN
           END-IF.
           PERFORM GRABO-PASO.
       F-CORRO-PASO.
           EXIT.

       GRABO-PASO.
           OPEN EXTEND PASOS.
           IF ST-PASOS > "07"
                 DISPLAY "ERROR ABRIENDO EL ARCHIVO DE PASOS".
           INITIALIZE REG-PASOS.
           MOVE CORRIDA-INICIO          TO PAS-CORRIDA.
           MOVE TPAS-PASO(PASO-IDX)     TO PAS-PASO.
           MOVE TPAS-PROGRAMA(PASO-IDX) TO PAS-PROGRAMA.
           MOVE TPAS-INICIO(PASO-IDX)   TO PAS-INICIO.
           MOVE TPAS-FIN(PASO-IDX)      TO PAS-FIN.
           MOVE RETORNO-PASO            TO PAS-RETORNO.
           MOVE TPAS-RESULTADO(PASO-IDX) TO PAS-RESULTADO.
           MOVE TPAS-DETALLE(PASO-IDX)  TO PAS-DETALLE.
           WRITE REG-PASOS.
           IF ST-PASOS NOT = "00"
              DISPLAY "ERROR GRABANDO EL ARCHIVO DE PASOS".
           CLOSE PASOS.

      *>   RESPALDO: la misma cuenta que hace RESTAURA antes de dar
      *>   por buena una restauracion, pero sin cargar nada.
       CONTROLO-RESPALDO.
           MOVE "N" TO HAY-COLA-RSP.
           MOVE 0   TO CANT-RESPALDO.
           MOVE 0   TO SUMA-RESPALDO.
           OPEN INPUT RESPALDO.
           IF ST-RESPALDO > "07"
                 DISPLAY "ERROR ABRIENDO EL RESPALDO".
           PERFORM CUENTO-RESPALDO THRU F-CUENTO-RESPALDO
                   UNTIL ST-RESPALDO NOT = "00".
           CLOSE RESPALDO.
           EVALUATE TRUE
               WHEN HAY-COLA-RSP = "N"
                    MOVE "F" TO RESULTADO-PASO
                    MOVE "RESPALDO.DAT SIN REGISTRO COLA"
                         TO DETALLE-PASO
               WHEN CANT-RESPALDO NOT = COLA-CANTIDAD-RSP
               WHEN SUMA-RESPALDO NOT = COLA-SUMA-RSP
                    MOVE "F" TO RESULTADO-PASO
                    STRING "LA COLA DE RESPALDO.DAT NO ATA CON LOS "
                           "REGISTROS"
                           DELIMITED BY SIZE INTO DETALLE-PASO
               WHEN OTHER
                    MOVE CANT-RESPALDO TO CANT-ED
                    STRING "RESPALDO ATA CON LA COLA, " CANT-ED
                           " CLIENTES"
                           DELIMITED BY SIZE INTO DETALLE-PASO
           END-EVALUATE.

       CUENTO-RESPALDO.
           READ RESPALDO
               AT END MOVE "10" TO ST-RESPALDO
           END-READ.
           IF ST-RESPALDO NOT = "00"
              GO TO F-CUENTO-RESPALDO
           END-IF.
           IF RSP-TIPO = "T"
              MOVE "S"             TO HAY-COLA-RSP
              MOVE RSP-CANTIDAD    TO COLA-CANTIDAD-RSP
              MOVE RSP-SUMA-SALDOS TO COLA-SUMA-RSP
           ELSE
              MOVE RSP-CLIENTE TO REG-CLIENTES
              ADD 1 TO CANT-RESPALDO
              ADD CLI_SALDO TO SUMA-RESPALDO
           END-IF.
       F-CUENTO-RESPALDO.
           EXIT.

      *>   APLICAMOV: cada lote procesado en este paso deja su linea
      *>   en corridas.dat (COR-INICIO desde el arranque del paso).
      *>   Un lote rechazado entero o con contadores que no balancean
      *>   corta la cadena, y tambien un lote que quedo "P" en la
      *>   cola: a la manana nadie tiene que descubrirlo a mano.
       CONTROLO-APLICAMOV.
           MOVE 0 TO LINEAS-APLICAMOV.
           OPEN INPUT CORRIDAS.
           IF ST-CORRIDAS > "07"
                 DISPLAY "ERROR ABRIENDO EL DIARIO DE CORRIDAS".
           PERFORM REVISO-LINEA-APLICAMOV THRU F-REVISO-LINEA-APLICAMOV
                   UNTIL ST-CORRIDAS NOT = "00".
           CLOSE CORRIDAS.
           IF RESULTADO-PASO = "O" AND LINEAS-APLICAMOV = 0
              MOVE "F" TO RESULTADO-PASO
              MOVE "APLICAMOV NO DEJO LINEA EN EL DIARIO DE CORRIDAS"
                   TO DETALLE-PASO
           END-IF.
           IF RESULTADO-PASO = "O"
              PERFORM CUENTO-PENDIENTES
              IF LOTES-PENDIENTES > 0
                 MOVE "F" TO RESULTADO-PASO
                 MOVE LOTES-PENDIENTES TO CANT-ED
                 STRING "QUEDARON " FUNCTION TRIM(CANT-ED)
                        " LOTES PENDIENTES EN LA COLA"
                        DELIMITED BY SIZE INTO DETALLE-PASO
              ELSE
                 MOVE LINEAS-APLICAMOV TO CANT-ED
                 STRING FUNCTION TRIM(CANT-ED)
                        " LINEAS DE APLICAMOV, TODAS BALANCEAN"
                        DELIMITED BY SIZE INTO DETALLE-PASO
              END-IF
           END-IF.

       REVISO-LINEA-APLICAMOV.
           READ CORRIDAS
               AT END MOVE "10" TO ST-CORRIDAS
           END-READ.
           IF ST-CORRIDAS NOT = "00"
              GO TO F-REVISO-LINEA-APLICAMOV
           END-IF.
           IF COR-PROGRAMA NOT = "APLICAMOV"
              OR COR-INICIO < PASO-INICIO
              GO TO F-REVISO-LINEA-APLICAMOV
           END-IF.
           ADD 1 TO LINEAS-APLICAMOV.
           IF RESULTADO-PASO NOT = "O"
              GO TO F-REVISO-LINEA-APLICAMOV
           END-IF.
           MOVE COR-LOTE TO LOTE-ED.
           IF COR-LOTE-ESTADO = "R"
              MOVE "F" TO RESULTADO-PASO
              STRING "LOTE " LOTE-ED " RECHAZADO ENTERO POR APLICAMOV"
                     DELIMITED BY SIZE INTO DETALLE-PASO
           END-IF.
           IF RESULTADO-PASO = "O"
              AND COR-LEIDOS NOT = COR-APLICADOS + COR-RECHAZADOS
                                   + COR-RETENIDOS
              MOVE "F" TO RESULTADO-PASO
              STRING "LOS CONTADORES DEL LOTE " LOTE-ED
                     " NO BALANCEAN"
                     DELIMITED BY SIZE INTO DETALLE-PASO
           END-IF.
       F-REVISO-LINEA-APLICAMOV.
           EXIT.

       CUENTO-PENDIENTES.
           MOVE 0 TO LOTES-PENDIENTES.
           OPEN INPUT COLA-LOTES.
           IF ST-COLA > "07"
                 DISPLAY "ERROR ABRIENDO LA COLA DE LOTES".
           MOVE LOW-VALUES TO CLT-LOTE.
           START COLA-LOTES KEY IS NOT LESS THAN CLT-LOTE
               INVALID KEY MOVE "23" TO ST-COLA
           END-START.
           PERFORM CUENTO-UN-PENDIENTE
                   UNTIL ST-COLA NOT = "00".
           CLOSE COLA-LOTES.

       CUENTO-UN-PENDIENTE.
           READ COLA-LOTES NEXT RECORD
               AT END MOVE "10" TO ST-COLA
           END-READ.
           IF ST-COLA = "00" AND CLT-ESTADO = "P"
              ADD 1 TO LOTES-PENDIENTES
           END-IF.

      *>   CIERRE: el ultimo cierre grabado tiene que ser el del dia
      *>   en que arranco el paso, y sin DESCUADRE. CIERRE no cierra
      *>   dos veces el mismo dia, asi que al reanudar en este paso
      *>   se vuelve a mirar la misma linea.
       CONTROLO-CIERRE.
           PERFORM LEO-ULTIMO-CIERRE.
           EVALUATE TRUE
               WHEN HAY-CIERRE = "N"
               WHEN ULT-FECHA < PASO-INICIO(1:8)
                    MOVE "F" TO RESULTADO-PASO
                    MOVE "CIERRE NO GRABO LA LINEA DEL DIA"
                         TO DETALLE-PASO
               WHEN ULT-DESCUADRE = "S"
                    MOVE "F" TO RESULTADO-PASO
                    STRING "CIERRE DEL " ULT-FECHA " CON DESCUADRE"
                           DELIMITED BY SIZE INTO DETALLE-PASO
               WHEN OTHER
                    STRING "CIERRE DEL " ULT-FECHA " ATA"
                           DELIMITED BY SIZE INTO DETALLE-PASO
           END-EVALUATE.

       LEO-ULTIMO-CIERRE.
           MOVE "N"    TO HAY-CIERRE.
           MOVE SPACES TO ULT-FECHA.
           MOVE SPACE  TO ULT-DESCUADRE.
           MOVE 0      TO ULT-TOTAL-CANT.
           MOVE 0      TO ULT-TOTAL-SALDO.
           OPEN INPUT CIERRES.
           IF ST-CIERRES > "07"
                 DISPLAY "ERROR ABRIENDO EL ARCHIVO DE CIERRES".
           PERFORM LEO-LINEA-CIERRE
                   UNTIL ST-CIERRES NOT = "00".
           CLOSE CIERRES.

       LEO-LINEA-CIERRE.
           READ CIERRES
               AT END MOVE "10" TO ST-CIERRES
           END-READ.
           IF ST-CIERRES = "00"
              MOVE "S"             TO HAY-CIERRE
              MOVE CIE-FECHA       TO ULT-FECHA
              MOVE CIE-DESCUADRE   TO ULT-DESCUADRE
              MOVE CIE-TOTAL-CANT  TO ULT-TOTAL-CANT
              MOVE CIE-TOTAL-SALDO TO ULT-TOTAL-SALDO
           END-IF.

      *>****************************************************************
      *>   resumen de la noche: una carilla para el turno de la
      *>   manana, con los pasos, los lotes de APLICAMOV y el cierre
      *>****************************************************************
       IMPRIMO-RESUMEN.
           OPEN OUTPUT SALIDA-RESUMEN.
           IF ST-RESUMEN > "07"
                 DISPLAY "ERROR ABRIENDO EL RESUMEN NOCTURNO".
           MOVE SPACES TO LINEA.
           STRING "RESUMEN DE LA CADENA NOCTURNA DEL "
                  CORRIDA-INICIO(1:8) " " CORRIDA-INICIO(9:4)
                  "  OPERADOR " USUARIO-NOCHE
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM ESCRIBO-LINEA.
           IF HAY-CHECKPOINT = "S"
              MOVE SPACES TO LINEA
              STRING "RETOMADA EN EL PASO " PASO-DESDE
                     ", QUE FALLO EN LA CORRIDA DEL "
                     CORRIDA-ANTERIOR(1:8) " " CORRIDA-ANTERIOR(9:4)
                     DELIMITED BY SIZE INTO LINEA
              PERFORM ESCRIBO-LINEA
           END-IF.
           IF TRABA-TOMADA NOT = "S" AND CANT-PASOS > 0
              MOVE SPACES TO LINEA
              STRING "NO SE PUDO TOMAR LA TRABA BATCH: NO CORRIO "
                     "NINGUN PASO"
                     DELIMITED BY SIZE INTO LINEA
              PERFORM ESCRIBO-LINEA
           END-IF.
           MOVE SPACES TO LINEA.
           PERFORM ESCRIBO-LINEA.
           MOVE SPACES TO LINEA.
           STRING "PASO PROGRAMA  INICIO         FIN            "
                  "RESULTADO DETALLE"
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM ESCRIBO-LINEA.
           PERFORM IMPRIMO-LINEA-PASO
                   VARYING PASO-IDX FROM 1 BY 1
                   UNTIL PASO-IDX > CANT-PASOS.
           MOVE SPACES TO LINEA.
           PERFORM ESCRIBO-LINEA.
           PERFORM IMPRIMO-LOTES-NOCHE.
           PERFORM IMPRIMO-CIERRE-NOCHE.
           MOVE SPACES TO LINEA.
           PERFORM ESCRIBO-LINEA.
           MOVE SPACES TO LINEA.
           EVALUATE TRUE
               WHEN CANT-PASOS = 0
                    STRING "NOCTURNO.PAR SIN PASOS: NO CORRIO NADA"
                           DELIMITED BY SIZE INTO LINEA
               WHEN CADENA-CORTADA = "S" AND PASO-FALLIDO > 0
                    STRING "CADENA CORTADA EN EL PASO " PASO-FALLIDO
                           ": AL RELANZAR NOCTURNO RETOMA EN ESE PASO"
                           DELIMITED BY SIZE INTO LINEA
               WHEN CADENA-CORTADA = "S"
                    STRING "CADENA NO CORRIDA"
                           DELIMITED BY SIZE INTO LINEA
               WHEN OTHER
                    STRING "CADENA COMPLETA"
                           DELIMITED BY SIZE INTO LINEA
           END-EVALUATE.
           PERFORM ESCRIBO-LINEA.
           CLOSE SALIDA-RESUMEN.

       IMPRIMO-LINEA-PASO.
           EVALUATE TPAS-RESULTADO(PASO-IDX)
               WHEN "O" MOVE "BIEN"      TO RESULTADO-TEXTO
               WHEN "F" MOVE "FALLO"     TO RESULTADO-TEXTO
               WHEN "S" MOVE "SALTEADO"  TO RESULTADO-TEXTO
               WHEN OTHER MOVE "NO CORRIO" TO RESULTADO-TEXTO
           END-EVALUATE.
           MOVE SPACES TO LINEA.
           STRING TPAS-PASO(PASO-IDX) "   "
                  TPAS-PROGRAMA(PASO-IDX) " "
                  TPAS-INICIO(PASO-IDX)(1:8) " "
                  TPAS-INICIO(PASO-IDX)(9:4) "  "
                  TPAS-FIN(PASO-IDX)(1:8) " "
                  TPAS-FIN(PASO-IDX)(9:4) "  "
                  RESULTADO-TEXTO " "
                  TPAS-DETALLE(PASO-IDX)
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM ESCRIBO-LINEA.

      *>   los lotes que APLICAMOV proceso en esta corrida de la
      *>   cadena; con mas de 20 se corta y se remite a corridas.dat
      *>   para que el resumen no pase de una carilla.
       IMPRIMO-LOTES-NOCHE.
           MOVE 0 TO LOTES-LISTADOS.
           MOVE SPACES TO LINEA.
           STRING "LOTES APLICADOS ESTA NOCHE      LEIDOS APLICADOS "
                  "RECHAZADOS RETENIDOS"
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM ESCRIBO-LINEA.
           OPEN INPUT CORRIDAS.
           IF ST-CORRIDAS > "07"
                 DISPLAY "ERROR ABRIENDO EL DIARIO DE CORRIDAS".
           PERFORM IMPRIMO-LOTE-NOCHE THRU F-IMPRIMO-LOTE-NOCHE
                   UNTIL ST-CORRIDAS NOT = "00".
           CLOSE CORRIDAS.
           IF LOTES-LISTADOS = 0
              MOVE SPACES TO LINEA
              STRING "  NINGUNO" DELIMITED BY SIZE INTO LINEA
              PERFORM ESCRIBO-LINEA
           END-IF.
           IF LOTES-LISTADOS > 20
              MOVE SPACES TO LINEA
              STRING "  (SIGUEN MAS LOTES, VER CORRIDAS.DAT)"
                     DELIMITED BY SIZE INTO LINEA
              PERFORM ESCRIBO-LINEA
           END-IF.

       IMPRIMO-LOTE-NOCHE.
           READ CORRIDAS
               AT END MOVE "10" TO ST-CORRIDAS
           END-READ.
           IF ST-CORRIDAS NOT = "00"
              GO TO F-IMPRIMO-LOTE-NOCHE
           END-IF.
           IF COR-PROGRAMA NOT = "APLICAMOV"
              OR COR-INICIO < CORRIDA-INICIO
              OR COR-LOTE = 0
              GO TO F-IMPRIMO-LOTE-NOCHE
           END-IF.
           ADD 1 TO LOTES-LISTADOS.
           IF LOTES-LISTADOS > 20
              GO TO F-IMPRIMO-LOTE-NOCHE
           END-IF.
           IF COR-LOTE-ESTADO = "R"
              MOVE "RECHAZADO" TO RESULTADO-TEXTO
           ELSE
              MOVE "APLICADO"  TO RESULTADO-TEXTO
           END-IF.
           MOVE COR-LEIDOS     TO LEIDOS-ED.
           MOVE COR-APLICADOS  TO APLICADOS-ED.
           MOVE COR-RECHAZADOS TO RECHAZADOS-ED.
           MOVE COR-RETENIDOS  TO RETENIDOS-ED.
           MOVE SPACES TO LINEA.
           STRING "  LOTE " COR-LOTE " " RESULTADO-TEXTO "      "
                  LEIDOS-ED "  " APLICADOS-ED "    " RECHAZADOS-ED
                  "   " RETENIDOS-ED
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM ESCRIBO-LINEA.
       F-IMPRIMO-LOTE-NOCHE.
           EXIT.

       IMPRIMO-CIERRE-NOCHE.
           MOVE SPACES TO LINEA.
           PERFORM ESCRIBO-LINEA.
           PERFORM LEO-ULTIMO-CIERRE.
           MOVE SPACES TO LINEA.
           IF HAY-CIERRE = "N"
              STRING "SIN CIERRES GRABADOS"
                     DELIMITED BY SIZE INTO LINEA
           ELSE
              MOVE ULT-TOTAL-CANT  TO CANT-ED
              MOVE ULT-TOTAL-SALDO TO SALDO-ED
              IF ULT-DESCUADRE = "S"
                 STRING "ULTIMO CIERRE " ULT-FECHA ": " CANT-ED
                        " CLIENTES, SALDO " SALDO-ED " - DESCUADRE"
                        DELIMITED BY SIZE INTO LINEA
              ELSE
                 STRING "ULTIMO CIERRE " ULT-FECHA ": " CANT-ED
                        " CLIENTES, SALDO " SALDO-ED " - ATA"
                        DELIMITED BY SIZE INTO LINEA
              END-IF
           END-IF.
           PERFORM ESCRIBO-LINEA.

       ESCRIBO-LINEA.
           MOVE LINEA TO LINEA-RESUMEN.
           WRITE LINEA-RESUMEN.

      *>   la linea de NOCTURNO en el diario: en LEIDOS los pasos de
      *>   nocturno.par, en APLICADOS los que terminaron bien, en
      *>   RECHAZADOS el que corto la cadena y en RETENIDOS los
      *>   salteados por estar hechos en la corrida anterior.
       GRABO-CORRIDA.
           OPEN EXTEND CORRIDAS.
           IF ST-CORRIDAS > "07"
                 DISPLAY "ERROR ABRIENDO EL DIARIO DE CORRIDAS".
           INITIALIZE REG-CORRIDAS.
           MOVE "NOCTURNO"      TO COR-PROGRAMA.
           MOVE USUARIO-NOCHE   TO COR-USUARIO.
           MOVE CORRIDA-INICIO  TO COR-INICIO.
           MOVE FUNCTION CURRENT-DATE TO COR-FIN.
           MOVE CANT-PASOS      TO COR-LEIDOS.
           MOVE PASOS-BIEN      TO COR-APLICADOS.
           MOVE PASOS-MAL       TO COR-RECHAZADOS.
           MOVE PASOS-SALTEADOS TO COR-RETENIDOS.
           WRITE REG-CORRIDAS.
           IF ST-CORRIDAS NOT = "00"
              DISPLAY "ERROR GRABANDO EL DIARIO DE CORRIDAS".
           CLOSE CORRIDAS.



       END PROGRAM "NOCTURNO".
