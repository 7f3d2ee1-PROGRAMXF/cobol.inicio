      *          retipeando NDB a mano). Recorre CLIENTES, toma los
      *          activos de categoria activa con CLI_SALDO menor a
      *          cero, les aplica la tasa mensual de su categoria y
      *          escribe los cargos como un lote completo en su propio
      *          lote_NNNNNNN.dat (cabecera, lineas NDB, cola con
      *          cantidad y suma de control): los intereses entran al
      *          saldo SOLO por APLICAMOV, con todos sus controles, y
      *          nunca directo.
      *          genera cargos. Cierra con el reporte de cargos
      *          propuestos (cantidad y total por categoria, en
      *          pantalla y en intereses.dat): el supervisor lo
      *          aprueba en el momento: solo con su visto bueno el
      *          lote se anota en la cola de lotes (ver
      *          COLALOTES.cpy) para la proxima corrida de APLICAMOV;
      *          si no, el archivo queda sin encolar para descartar.
      *          Como cada lote va en su propio archivo, ya no
      *          importa que haya otros lotes pendientes de aplicar.
      *          toma la traba de ventana batch (registro "2" de
      *          control.dat) y deja su linea en el diario de
      *          corridas, como los demas batch nocturnos.
      *          lo que un cliente tiene en reclamo (reclamos.dat,
      *          ver RECLAMOS.cpy) sale de la deuda sobre la que se
      *          calcula el interes mientras no se le acredite; la
      *          propuesta muestra cuanto quedo afuera por eso.
      *          el numero de lote ya no se tipea: lo reparte el
      *          registro "3" de control.dat, en el rango de los lotes
      *          del sistema (ver COLALOTES.cpy), como a los de
      *          INICIO y CAPTURA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                  ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
                  STATUS ST-FILE.

           SELECT OPTIONAL MOVIMIENTOS ASSIGN TO NOMBRE-LOTE
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-MOVIMIENTOS.

           SELECT OPTIONAL COLA-LOTES ASSIGN TO "./cola_lotes.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CLT-LOTE
                  STATUS ST-COLA.

           SELECT OPTIONAL LOTES ASSIGN TO "./lotes.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-LOTES.

           SELECT OPTIONAL CATEGORIAS ASSIGN TO "./categorias.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-CORRIDAS.

      *>    reclamos de clientes: lo reclamado no devenga interes
           SELECT OPTIONAL RECLAMOS ASSIGN TO "./reclamos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS RCL-CLAVE
                  STATUS ST-RECLAMOS.

           SELECT OPTIONAL SALIDA-INTERESES
                  ASSIGN TO "./intereses.dat"
                  ORGANIZATION LINE SEQUENTIAL

       COPY MOVIMIENTOS.

       FD  COLA-LOTES.

       COPY COLALOTES.

       FD  LOTES.

       COPY LOTES.

       FD  CATEGORIAS.

       COPY CATEGORIAS.

       COPY CORRIDAS.

       FD  RECLAMOS.

       COPY RECLAMOS.

       FD  SALIDA-INTERESES.

       01  LINEA-INTERESES PIC X(132).
       01  ST-CONTROL      PIC XX.
       01  ST-CORRIDAS     PIC XX.
       01  ST-INTERESES    PIC XX.
       01  ST-COLA         PIC XX.
       01  ST-LOTES        PIC XX.
       01  ST-RECLAMOS     PIC XX.

       01  LINEA           PIC X(132).
       01  FECHA-HOY       PIC X(8).
      *>   CONTROL.cpy y CORRIDAS.cpy)
       01  TRABA-TOMADA    PIC X     VALUE "N".
       01  CORRIDA-INICIO  PIC X(21).

      *>   categorias activas con su descripcion y su tasa mensual;
      *>   la tasa arranca en 0, se pisa con la de tasas.dat y se
       01  TASA-ED         PIC ZZ9.9999.

      *>   datos del lote que se genera
       01  LOTE-NUMERO     PIC 9(7)        VALUE 0.
       01  LOTE-LIBRE      PIC X           VALUE "N".
      *>   los lotes del sistema van de aca para arriba (ver el
      *>   registro "3" en CONTROL.cpy)
       01  PRIMER-LOTE-SISTEMA PIC 9(7)    VALUE 9000000.
       01  NOMBRE-LOTE     PIC X(40).
       01  RESPUESTA       PIC X.
       01  CARGOS-GENERADOS PIC 9(7)       VALUE 0.
       01  HASH-LOTE       PIC S9(11)V9(3) VALUE 0.
       01  INTERES-CALC    PIC 9(7)V9(3).

      *>   la deuda que devenga interes: la del saldo menos lo que el
      *>   cliente tiene en reclamo sin acreditar
       01  IMPORTE-RECLAMADO PIC 9(9)V9(3).
       01  DEUDA-BASE      PIC S9(9)V9(3).
       01  CLIENTES-EN-RECLAMO PIC 9(7)    VALUE 0.
       01  TOTAL-EXCLUIDO  PIC 9(11)V9(3)  VALUE 0.

       01  CLIENTES-LEIDOS PIC 9(7)        VALUE 0.
       01  TOTAL-CARGOS    PIC S9(11)V9(3) VALUE 0.
       01  CANT-ED         PIC Z(6)9.
           MOVE CORRIDA-INICIO(1:8)   TO FECHA-HOY.
           PERFORM TOMO-TRABA-BATCH THRU F-TOMO-TRABA-BATCH.
           IF TRABA-TOMADA = "S"
              PERFORM CARGO-CATEGORIAS
              PERFORM CARGO-TASAS
              PERFORM CONFIRMO-TASAS
              PERFORM ABRO-COLA
              PERFORM ASIGNO-LOTE
              PERFORM GENERO-LOTE
              PERFORM IMPRIMO-PROPUESTA
              PERFORM ENCOLO-LOTE
              CLOSE COLA-LOTES
              PERFORM LIBERO-TRABA-BATCH
           END-IF.
      *>   la linea del diario se escribe siempre, tambien cuando la
           END-IF.
           CLOSE CLI-CONTROL.

       ABRO-COLA.
           OPEN I-O COLA-LOTES.
           IF ST-COLA > "07"
                 DISPLAY "ERROR ABRIENDO LA COLA DE LOTES".

      *>   mismo cargado que REPORTE y CIERRE: solo las activas, en
      *>   orden de CAT-CODIGO.
              MOVE FUNCTION NUMVAL(TASA-X) TO TCAT-TASA(CAT-IDX)
           END-IF.

      *>   el numero de lote sale del registro "3" de control.dat,
      *>   que ya saltea los que estan en la cola: nunca se pisa el
      *>   archivo de otro lote.
       ASIGNO-LOTE.
           PERFORM OBTENGO-PROX-LOTE.
           MOVE SPACES TO NOMBRE-LOTE.
           STRING "./lote_" LOTE-NUMERO ".dat"
                  DELIMITED BY SIZE INTO NOMBRE-LOTE.
           DISPLAY "NUMERO DE LOTE ASIGNADO: " LOTE-NUMERO.

      *>   el registro "3" de CLI-CONTROL reparte los numeros de
      *>   lote, igual que en INICIO: de PRIMER-LOTE-SISTEMA para
      *>   arriba, la primera vez desde el lote mas alto conocido en
      *>   ese rango (cola de lotes y lotes.dat), y un numero que ya
      *>   este en la cola se saltea. Se llama con CLI-CONTROL (la
      *>   de la traba) y COLA-LOTES abiertas.
       OBTENGO-PROX-LOTE.
           MOVE "3" TO CTRL-CLAVE.
           READ CLI-CONTROL WITH LOCK.
           IF ST-CONTROL NOT = "00"
              PERFORM BUSCO-MAX-LOTE
              MOVE "3" TO CTRL-CLAVE
              MOVE SPACES TO CTRL-LOTE-PROGRAMA
              MOVE SPACES TO CTRL-LOTE-USUARIO
              MOVE SPACES TO CTRL-LOTE-INICIO
              WRITE CONTROL-CLIENTES
              EVALUATE ST-CONTROL
                  WHEN "00"
                  WHEN "22"
                       READ CLI-CONTROL WITH LOCK
                  WHEN OTHER
                       DISPLAY "ERROR INICIALIZANDO CLI-CONTROL, ST-"
                               "CONTROL=" ST-CONTROL
              END-EVALUATE
           END-IF.
      *>   un "3" de antes de separar los rangos se lleva al del
      *>   sistema
           IF CTRL-ULTIMO-ID < PRIMER-LOTE-SISTEMA
              PERFORM BUSCO-MAX-LOTE
           END-IF.
           MOVE "N" TO LOTE-LIBRE.
           PERFORM BUSCO-LOTE-LIBRE THRU F-BUSCO-LOTE-LIBRE
                   UNTIL LOTE-LIBRE = "S".
           REWRITE CONTROL-CLIENTES.
           UNLOCK CLI-CONTROL.
           MOVE CTRL-ULTIMO-ID TO LOTE-NUMERO.

       BUSCO-LOTE-LIBRE.
           ADD 1 TO CTRL-ULTIMO-ID.
           MOVE CTRL-ULTIMO-ID TO CLT-LOTE.
           READ COLA-LOTES.
           IF ST-COLA NOT = "00"
              MOVE "S" TO LOTE-LIBRE
           END-IF.
       F-BUSCO-LOTE-LIBRE.
           EXIT.

       BUSCO-MAX-LOTE.
           MOVE PRIMER-LOTE-SISTEMA TO CTRL-ULTIMO-ID.
           MOVE HIGH-VALUES TO CLT-LOTE.
           START COLA-LOTES KEY IS NOT GREATER THAN CLT-LOTE
               INVALID KEY MOVE "23" TO ST-COLA
           END-START.
           IF ST-COLA = "00"
              READ COLA-LOTES NEXT RECORD
                  AT END MOVE "10" TO ST-COLA
              END-READ
           END-IF.
           IF ST-COLA = "00"
              AND CLT-LOTE > CTRL-ULTIMO-ID
              MOVE CLT-LOTE TO CTRL-ULTIMO-ID
           END-IF.
           OPEN INPUT LOTES.
           IF ST-LOTES < "10"
              PERFORM LEO-MAX-LOTE THRU F-LEO-MAX-LOTE
                      UNTIL ST-LOTES NOT = "00"
              CLOSE LOTES
           END-IF.

       LEO-MAX-LOTE.
           READ LOTES
               AT END MOVE "10" TO ST-LOTES
           END-READ.
           IF ST-LOTES = "00"
              AND LOT-LOTE > CTRL-ULTIMO-ID
              MOVE LOT-LOTE TO CTRL-ULTIMO-ID
           END-IF.
       F-LEO-MAX-LOTE.
           EXIT.

      *>   el lote completo: cabecera, una linea NDB por deudor con
      *>   tasa, y la cola con la cantidad y la suma de control que
           OPEN OUTPUT MOVIMIENTOS.
           IF ST-MOVIMIENTOS > "07"
                 DISPLAY "ERROR ABRIENDO EL ARCHIVO DE MOVIMIENTOS".
           OPEN INPUT RECLAMOS.
           IF ST-RECLAMOS > "07"
                 DISPLAY "ERROR ABRIENDO EL ARCHIVO DE RECLAMOS".
           MOVE "H"         TO CAB-TIPO.
           MOVE LOTE-NUMERO TO CAB-LOTE.
           MOVE FECHA-HOY   TO CAB-FECHA-LOTE.
           MOVE HASH-LOTE       TO COLA-HASH-IMPORTE.
           WRITE REG-MOV-COLA.
           CLOSE MOVIMIENTOS.
           CLOSE RECLAMOS.
           CLOSE CLIENTES.

       PROCESO-CLIENTE.

      *>   interes = deuda * tasa / 100, redondeado a los 3 decimales
      *>   de CLI_SALDO; el NDB viaja con importe negativo, agranda
      *>   la deuda como cualquier nota de debito. La deuda es la del
      *>   saldo menos lo que esta en reclamo: si el reclamo la cubre
      *>   entera, no hay cargo.
       GENERO-CARGO.
           PERFORM SUMO-RECLAMOS.
           COMPUTE DEUDA-BASE = (0 - CLI_SALDO) - IMPORTE-RECLAMADO.
           IF IMPORTE-RECLAMADO > 0
              ADD 1 TO CLIENTES-EN-RECLAMO
              IF DEUDA-BASE > 0
                 ADD IMPORTE-RECLAMADO TO TOTAL-EXCLUIDO
              ELSE
                 COMPUTE TOTAL-EXCLUIDO = TOTAL-EXCLUIDO - CLI_SALDO
              END-IF
           END-IF.
           MOVE 0 TO INTERES-CALC.
           IF DEUDA-BASE > 0
              COMPUTE INTERES-CALC ROUNDED =
                      DEUDA-BASE * TCAT-TASA(CAT-IDX) / 100
                  ON SIZE ERROR
                     DISPLAY "INTERES DESBORDA PARA " CLI_ID
                             ", NO SE GENERA"
                     MOVE 0 TO INTERES-CALC
              END-COMPUTE
           END-IF.
           IF INTERES-CALC > 0
              MOVE CLI_ID    TO MOV-ID_CLIENTE
              MOVE FECHA-HOY TO MOV-FECHA
           STRING "TOTAL DEL LOTE " CANT-ED " CARGOS " SALDO-ED
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM ESCRIBO-LINEA.
           MOVE CLIENTES-EN-RECLAMO TO CANT-ED.
           MOVE TOTAL-EXCLUIDO      TO SALDO-ED.
           MOVE SPACES TO LINEA.
           STRING "DEUDA EN RECLAMO SIN INTERES " CANT-ED
                  " CLIENTES " SALDO-ED
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM ESCRIBO-LINEA.
           CLOSE SALIDA-INTERESES.
           DISPLAY "LOTE GENERADO EN " FUNCTION TRIM(NOMBRE-LOTE).

      *>   el visto bueno del supervisor a la propuesta es lo que
      *>   pone el lote en la cola; sin el, el archivo queda afuera
      *>   y APLICAMOV nunca lo ve.
       ENCOLO-LOTE.
           DISPLAY "EL SUPERVISOR APRUEBA LA PROPUESTA Y SE ENCOLA "
                   "EL LOTE PARA APLICAMOV (S/N): ".
           ACCEPT RESPUESTA.
           IF RESPUESTA = "S" OR RESPUESTA = "s"
              INITIALIZE REG-COLA-LOTES
              MOVE LOTE-NUMERO TO CLT-LOTE
              MOVE "INTERES"   TO CLT-ORIGEN
              MOVE "P"         TO CLT-ESTADO
              MOVE NOMBRE-LOTE TO CLT-ARCHIVO
              MOVE FECHA-HOY   TO CLT-FECHA-ALTA
              ACCEPT CLT-USUARIO FROM ENVIRONMENT "USER"
              WRITE REG-COLA-LOTES
              IF ST-COLA = "00"
                 DISPLAY "LOTE " LOTE-NUMERO " ENCOLADO PARA APLICAMOV"
              ELSE
                 DISPLAY "ERROR GRABANDO LA COLA DE LOTES, ST-COLA="
                         ST-COLA
              END-IF
           ELSE
              DISPLAY "LOTE NO ENCOLADO: DESCARTE "
                      FUNCTION TRIM(NOMBRE-LOTE)
           END-IF.

      *>   lo que el cliente tiene en reclamo y todavia no se le
      *>   acredito: los abiertos, y los procedentes cuya NCR sigue
      *>   pendiente en la cola de lotes o quedo rechazada (ver
      *>   RECLAMOS.cpy).
       SUMO-RECLAMOS.
           MOVE 0 TO IMPORTE-RECLAMADO.
           MOVE CLI_ID     TO RCL-ID_CLIENTE.
           MOVE LOW-VALUES TO RCL-FECHA.
           MOVE LOW-VALUES TO RCL-COMPROBANTE.
           START RECLAMOS KEY IS NOT LESS THAN RCL-CLAVE
               INVALID KEY MOVE "23" TO ST-RECLAMOS
           END-START.
           PERFORM LEO-RECLAMO-CLIENTE THRU F-LEO-RECLAMO-CLIENTE
                   UNTIL ST-RECLAMOS NOT = "00".

       LEO-RECLAMO-CLIENTE.
           READ RECLAMOS NEXT RECORD
               AT END MOVE "10" TO ST-RECLAMOS
           END-READ.
           IF ST-RECLAMOS NOT = "00"
              GO TO F-LEO-RECLAMO-CLIENTE
           END-IF.
           IF RCL-ID_CLIENTE NOT = CLI_ID
              MOVE "10" TO ST-RECLAMOS
              GO TO F-LEO-RECLAMO-CLIENTE
           END-IF.
           IF RCL-ESTADO = "A"
              ADD RCL-IMPORTE TO IMPORTE-RECLAMADO
           END-IF.
           IF RCL-ESTADO = "P"
              MOVE RCL-LOTE-NCR TO CLT-LOTE
              READ COLA-LOTES
              IF ST-COLA = "00"
                 AND (CLT-ESTADO = "P" OR CLT-ESTADO = "R")
                 ADD RCL-IMPORTE TO IMPORTE-RECLAMADO
              END-IF
           END-IF.
       F-LEO-RECLAMO-CLIENTE.
           EXIT.

       IMPRIMO-CATEGORIA.
           MOVE TCAT-CANT(CAT-IDX)  TO CANT-ED.
           MOVE FUNCTION CURRENT-DATE TO COR-FIN.
           MOVE CLIENTES-LEIDOS  TO COR-LEIDOS.
           MOVE CARGOS-GENERADOS TO COR-APLICADOS.
           MOVE LOTE-NUMERO      TO COR-LOTE.
           WRITE REG-CORRIDAS.
           IF ST-CORRIDAS NOT = "00"
              DISPLAY "ERROR GRABANDO EL DIARIO DE CORRIDAS".
