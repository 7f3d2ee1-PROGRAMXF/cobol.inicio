      ******************************************************************
      * Author:
      * Date:
      * Purpose: reporte permanente de reclamos de clientes
      *          (reclamos.dat, ver RECLAMOS.cpy): todos los reclamos
      *          abiertos, por cliente, con el comprobante reclamado,
      *          el importe, quien lo abrio y cuantos dias lleva
      *          abierto, y un resumen por antiguedad (0-30, 31-60,
      *          61-90 y mas de 90 dias desde RCL-FECHA-ALTA) para
      *          que no se duerma ninguno. Al pie van los procedentes
      *          cuya NCR todavia no entro al saldo (el lote sigue
      *          pendiente en la cola, o APLICAMOV lo rechazo): esos
      *          siguen sin contar como deuda para INTERES y para el
      *          limite de credito, y un lote rechazado hay que
      *          rehacerlo. Sale en reclamos_abiertos.dat y en
      *          pantalla; solo lee, no toma la traba batch.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "RECLAMOS".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL RECLAMOS ASSIGN TO "./reclamos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS RCL-CLAVE
                  STATUS ST-RECLAMOS.

           SELECT OPTIONAL CLIENTES ASSIGN TO "./clientes.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS ID_CLIENTE
                  ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
                  ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
                  STATUS ST-FILE.

           SELECT OPTIONAL COLA-LOTES ASSIGN TO "./cola_lotes.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CLT-LOTE
                  STATUS ST-COLA.

           SELECT OPTIONAL SALIDA-RECLAMOS
                  ASSIGN TO "./reclamos_abiertos.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-SALIDA.


       DATA DIVISION.
       FILE SECTION.

       FD  RECLAMOS.

       COPY RECLAMOS.

       FD  CLIENTES.

       COPY CLIENTES.

       FD  COLA-LOTES.

       COPY COLALOTES.

       FD  SALIDA-RECLAMOS.

       01  LINEA-RECLAMOS PIC X(132).

       WORKING-STORAGE SECTION.
       01  ST-RECLAMOS     PIC XX.
       01  ST-FILE         PIC XX.
       01  ST-COLA         PIC XX.
       01  ST-SALIDA       PIC XX.

       01  LINEA           PIC X(132).
       01  FECHA-HOY       PIC X(8).
       01  DIA-HOY         PIC 9(7).
       01  DIAS-ABIERTO    PIC S9(7).
       01  NOMBRE-CLIENTE  PIC X(30).

      *>   tramos de antiguedad: 1 = 0-30, 2 = 31-60, 3 = 61-90,
      *>   4 = mas de 90 dias; 5 = total
       01  TRAMOS-CANTIDAD.
           03 TRAMO-CANT   OCCURS 5 PIC 9(7).
       01  TRAMOS-IMPORTE.
           03 TRAMO-IMP    OCCURS 5 PIC 9(11)V9(3).
       01  TRAMO-IDX       PIC 9.
       01  TRAMO-TEXTO     PIC X(16).

       01  RECLAMOS-LEIDOS PIC 9(7)        VALUE 0.
       01  NCR-PENDIENTES  PIC 9(7)        VALUE 0.
       01  NCR-RECHAZADAS  PIC 9(7)        VALUE 0.
       01  ESTADO-NCR      PIC X(22).

       01  CANT-ED         PIC Z(6)9.
       01  IMPORTE-ED      PIC Z(6)9.999.
       01  TOTAL-ED        PIC Z(10)9.999.
       01  DIAS-ED         PIC Z(4)9.


       PROCEDURE DIVISION.
       FERNANDO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           COMPUTE DIA-HOY = FUNCTION INTEGER-OF-DATE(
                             FUNCTION NUMVAL(FECHA-HOY)).
           INITIALIZE TRAMOS-CANTIDAD.
           INITIALIZE TRAMOS-IMPORTE.
           PERFORM ABRO-ARCHIVOS.
           PERFORM IMPRIMO-ENCABEZADO.
           PERFORM POSICIONO-RECLAMOS.
           PERFORM LISTO-ABIERTO THRU F-LISTO-ABIERTO
                   UNTIL ST-RECLAMOS NOT = "00".
           PERFORM IMPRIMO-TRAMOS.
           PERFORM IMPRIMO-ENCABEZADO-NCR.
           PERFORM POSICIONO-RECLAMOS.
           PERFORM LISTO-PROCEDENTE THRU F-LISTO-PROCEDENTE
                   UNTIL ST-RECLAMOS NOT = "00".
           PERFORM IMPRIMO-PIE-NCR.
           PERFORM CIERRO-ARCHIVOS.
           STOP RUN.

       ABRO-ARCHIVOS.
           OPEN INPUT RECLAMOS.
           IF ST-RECLAMOS > "07"
                 DISPLAY "ERROR ABRIENDO EL ARCHIVO DE RECLAMOS".
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
                 DISPLAY "ERROR ABRIENDO EL ARCHIVO DE CLIENTES".
           OPEN INPUT COLA-LOTES.
           IF ST-COLA > "07"
                 DISPLAY "ERROR ABRIENDO LA COLA DE LOTES".
           OPEN OUTPUT SALIDA-RECLAMOS.
           IF ST-SALIDA > "07"
                 DISPLAY "ERROR ABRIENDO EL REPORTE DE RECLAMOS".

       CIERRO-ARCHIVOS.
           CLOSE RECLAMOS.
           CLOSE CLIENTES.
           CLOSE COLA-LOTES.
           CLOSE SALIDA-RECLAMOS.

      *>   dos pasadas por reclamos.dat en orden de clave (cliente,
      *>   fecha, comprobante): los abiertos y despues los
      *>   procedentes
       POSICIONO-RECLAMOS.
           MOVE LOW-VALUES TO RCL-CLAVE.
           START RECLAMOS KEY IS NOT LESS THAN RCL-CLAVE
               INVALID KEY MOVE "23" TO ST-RECLAMOS
           END-START.

       IMPRIMO-ENCABEZADO.
           MOVE SPACES TO LINEA.
           STRING "RECLAMOS ABIERTOS AL " FECHA-HOY
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM ESCRIBO-LINEA.
           MOVE SPACES TO LINEA.
           PERFORM ESCRIBO-LINEA.
           MOVE SPACES TO LINEA.
           STRING "CLIENTE NOMBRE                         "
                  "FECHA    COM     IMPORTE ABIERTO  POR       "
                  " DIAS MOTIVO"
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM ESCRIBO-LINEA.

       LISTO-ABIERTO.
           READ RECLAMOS NEXT RECORD
               AT END MOVE "10" TO ST-RECLAMOS
           END-READ.
           IF ST-RECLAMOS NOT = "00"
              GO TO F-LISTO-ABIERTO
           END-IF.
           ADD 1 TO RECLAMOS-LEIDOS.
           IF RCL-ESTADO NOT = "A"
              GO TO F-LISTO-ABIERTO
           END-IF.
           PERFORM BUSCO-NOMBRE.
           COMPUTE DIAS-ABIERTO = DIA-HOY -
                   FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(RCL-FECHA-ALTA)).
           EVALUATE TRUE
               WHEN DIAS-ABIERTO NOT > 30 MOVE 1 TO TRAMO-IDX
               WHEN DIAS-ABIERTO NOT > 60 MOVE 2 TO TRAMO-IDX
               WHEN DIAS-ABIERTO NOT > 90 MOVE 3 TO TRAMO-IDX
               WHEN OTHER                 MOVE 4 TO TRAMO-IDX
           END-EVALUATE.
           ADD 1           TO TRAMO-CANT(TRAMO-IDX).
           ADD RCL-IMPORTE TO TRAMO-IMP(TRAMO-IDX).
           ADD 1           TO TRAMO-CANT(5).
           ADD RCL-IMPORTE TO TRAMO-IMP(5).
           MOVE RCL-IMPORTE  TO IMPORTE-ED.
           MOVE DIAS-ABIERTO TO DIAS-ED.
           MOVE SPACES TO LINEA.
           STRING RCL-ID_CLIENTE " " NOMBRE-CLIENTE " "
                  RCL-FECHA " " RCL-COMPROBANTE " " IMPORTE-ED " "
                  RCL-FECHA-ALTA " " RCL-USUARIO-ALTA " " DIAS-ED
                  " " RCL-MOTIVO(1:38)
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM ESCRIBO-LINEA.
       F-LISTO-ABIERTO.
           EXIT.

      *>   un cliente que ya no esta (purgado) sale sin nombre
       BUSCO-NOMBRE.
           MOVE RCL-ID_CLIENTE TO CLI_ID.
           READ CLIENTES
               INVALID KEY MOVE "23" TO ST-FILE
           END-READ.
           IF ST-FILE = "00"
              MOVE CLI_NOMBRE TO NOMBRE-CLIENTE
           ELSE
              MOVE "*** CLIENTE INEXISTENTE ***" TO NOMBRE-CLIENTE
           END-IF.

       IMPRIMO-TRAMOS.
           MOVE SPACES TO LINEA.
           PERFORM ESCRIBO-LINEA.
           MOVE "ANTIGUEDAD DE LOS RECLAMOS ABIERTOS" TO LINEA.
           PERFORM ESCRIBO-LINEA.
           PERFORM IMPRIMO-UN-TRAMO
                   VARYING TRAMO-IDX FROM 1 BY 1
                   UNTIL TRAMO-IDX > 5.

       IMPRIMO-UN-TRAMO.
           EVALUATE TRAMO-IDX
               WHEN 1 MOVE "0 A 30 DIAS"     TO TRAMO-TEXTO
               WHEN 2 MOVE "31 A 60 DIAS"    TO TRAMO-TEXTO
               WHEN 3 MOVE "61 A 90 DIAS"    TO TRAMO-TEXTO
               WHEN 4 MOVE "MAS DE 90 DIAS"  TO TRAMO-TEXTO
               WHEN 5 MOVE "TOTAL ABIERTOS"  TO TRAMO-TEXTO
           END-EVALUATE.
           MOVE TRAMO-CANT(TRAMO-IDX) TO CANT-ED.
           MOVE TRAMO-IMP(TRAMO-IDX)  TO TOTAL-ED.
           MOVE SPACES TO LINEA.
           STRING "  " TRAMO-TEXTO " " CANT-ED " RECLAMOS "
                  TOTAL-ED
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM ESCRIBO-LINEA.

       IMPRIMO-ENCABEZADO-NCR.
           MOVE SPACES TO LINEA.
           PERFORM ESCRIBO-LINEA.
           MOVE "PROCEDENTES CON LA NCR SIN APLICAR" TO LINEA.
           PERFORM ESCRIBO-LINEA.
           MOVE SPACES TO LINEA.
           STRING "CLIENTE FECHA    COM     IMPORTE RESUELTO POR    "
                  "    LOTE NCR ESTADO DEL LOTE"
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM ESCRIBO-LINEA.

      *>   el lote de la NCR en la cola: "P" todavia no corrio
      *>   APLICAMOV; "R" lo rechazo entero y la NCR no entro; un
      *>   lote que no esta en la cola tampoco entro. "A" ya esta en
      *>   el saldo y no se lista.
       LISTO-PROCEDENTE.
           READ RECLAMOS NEXT RECORD
               AT END MOVE "10" TO ST-RECLAMOS
           END-READ.
           IF ST-RECLAMOS NOT = "00"
              GO TO F-LISTO-PROCEDENTE
           END-IF.
           IF RCL-ESTADO NOT = "P"
              GO TO F-LISTO-PROCEDENTE
           END-IF.
           MOVE RCL-LOTE-NCR TO CLT-LOTE.
           READ COLA-LOTES
               INVALID KEY MOVE "23" TO ST-COLA
           END-READ.
           EVALUATE TRUE
               WHEN ST-COLA NOT = "00"
                    MOVE "NO ESTA EN LA COLA" TO ESTADO-NCR
                    ADD 1 TO NCR-RECHAZADAS
               WHEN CLT-ESTADO = "A"
                    GO TO F-LISTO-PROCEDENTE
               WHEN CLT-ESTADO = "R"
                    MOVE "RECHAZADO: REHACER" TO ESTADO-NCR
                    ADD 1 TO NCR-RECHAZADAS
               WHEN OTHER
                    MOVE "PENDIENTE DE APLICAR" TO ESTADO-NCR
                    ADD 1 TO NCR-PENDIENTES
           END-EVALUATE.
           MOVE RCL-IMPORTE TO IMPORTE-ED.
           MOVE SPACES TO LINEA.
           STRING RCL-ID_CLIENTE " " RCL-FECHA " " RCL-COMPROBANTE
                  " " IMPORTE-ED " " RCL-FECHA-RESOL " "
                  RCL-USUARIO-RESOL " " RCL-LOTE-NCR " " ESTADO-NCR
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM ESCRIBO-LINEA.
       F-LISTO-PROCEDENTE.
           EXIT.

       IMPRIMO-PIE-NCR.
           MOVE NCR-PENDIENTES TO CANT-ED.
           MOVE SPACES TO LINEA.
           STRING "NCR PENDIENTES DE APLICAR:  " CANT-ED
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM ESCRIBO-LINEA.
           MOVE NCR-RECHAZADAS TO CANT-ED.
           MOVE SPACES TO LINEA.
           STRING "NCR QUE NO ENTRARON:        " CANT-ED
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM ESCRIBO-LINEA.
           IF NCR-RECHAZADAS > 0
              MOVE "OJO: HAY NCR DE RECLAMOS PROCEDENTES QUE NO "
                   TO LINEA
              PERFORM ESCRIBO-LINEA
              MOVE "ENTRARON AL SALDO, VER LA COLA DE LOTES" TO LINEA
              PERFORM ESCRIBO-LINEA
           END-IF.
           DISPLAY "RECLAMOS LEIDOS: " RECLAMOS-LEIDOS.

       ESCRIBO-LINEA.
           MOVE LINEA TO LINEA-RECLAMOS.
           WRITE LINEA-RECLAMOS.
           DISPLAY LINEA.



       END PROGRAM "RECLAMOS".
