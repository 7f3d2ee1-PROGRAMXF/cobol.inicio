      *          (ver MOVIMIENTOS.cpy): el lote se valida ENTERO, y
      *          contra lotes.dat para no aplicarlo dos veces, antes
      *          de tocar el primer saldo.
      *          los lotes ya no se aplican de a uno desde
      *          movimientos.dat sino desde la cola de lotes
      *          (cola_lotes.dat, ver COLALOTES.cpy): el
      *          movimientos.dat de la registracion diaria lo pasa a
      *          su propio lote_NNNNNNN.dat y lo encola RECEPCION, sin
      *          esperar a esta corrida, y aca se procesan de una vez
      *          todos los pendientes en orden de numero de lote.
      *          Cada lote se valida por su
      *          cuenta; uno malo queda rechazado en la cola con su
      *          motivo y los demas se aplican igual. El diario de
      *          corridas lleva una linea por lote procesado.
      *          cada movimiento rechazado queda ademas como registro
      *          en rechazos_mov.dat (ver RECHAZOSMOV.cpy), con sus
      *          datos originales y el codigo de motivo, para que la
      *          mesa de rechazos de INICIO lo corrija y lo reenvie.
      *          un movimiento con fecha de un mes ya cerrado por
      *          CIERREMES (periodos.dat, ver PERIODOS.cpy) no toca el
      *          saldo: se rechaza con su propio motivo.
      *          corriendo como paso de la cadena NOCTURNO, la traba
      *          de ventana batch ya la tiene la cadena: si el momento
      *          de arranque de la traba es el que NOCTURNO publico en
      *          TRABA_NOCTURNO, corre bajo esa traba y al terminar no
      *          la suelta.
      *          para el limite de credito no cuenta como deuda lo
      *          que el cliente tiene en reclamo sin acreditar
      *          (reclamos.dat, ver RECLAMOS.cpy).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                  ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
                  STATUS ST-FILE.

      *>    el lote en curso: el archivo sale de la cola de lotes
           SELECT OPTIONAL MOVIMIENTOS ASSIGN TO NOMBRE-LOTE
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-MOVIMIENTOS.

           SELECT OPTIONAL COLA-LOTES ASSIGN TO "./cola_lotes.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CLT-LOTE
                  STATUS ST-COLA.

           SELECT OPTIONAL AUDITORIA ASSIGN TO "./auditoria.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-RECHAZOS.

           SELECT OPTIONAL RECHAZOS-MOV ASSIGN TO "./rechazos_mov.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS RCH-ID
                  STATUS ST-RECH-MOV.

           SELECT OPTIONAL PERIODOS ASSIGN TO "./periodos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS PER-PERIODO
                  STATUS ST-PERIODOS.

           SELECT OPTIONAL RECLAMOS ASSIGN TO "./reclamos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS RCL-CLAVE
                  STATUS ST-RECLAMOS.

           SELECT OPTIONAL MAYOR ASSIGN TO "./mayor.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL

       COPY MOVIMIENTOS.

       FD  COLA-LOTES.

       COPY COLALOTES.

       FD  AUDITORIA.

       COPY AUDITORIA.

       01  RECHAZO-LINEA                  PIC X(160).

       FD  RECHAZOS-MOV.

       COPY RECHAZOSMOV.

       FD  PERIODOS.

       COPY PERIODOS.

       FD  RECLAMOS.

       COPY RECLAMOS.

       FD  MAYOR.

       COPY MAYOR.
       01  ST-RETENIDOS    PIC XX.
       01  ST-CONTROL      PIC XX.
       01  ST-CORRIDAS     PIC XX.
       01  ST-COLA         PIC XX.
       01  ST-RECH-MOV     PIC XX.
       01  ST-PERIODOS     PIC XX.
       01  ST-RECLAMOS     PIC XX.

      *>   traba de ventana batch y diario de corridas (ver
      *>   CONTROL.cpy y CORRIDAS.cpy)
       01  TRABA-TOMADA    PIC X     VALUE "N".
       01  CORRIDA-INICIO  PIC X(21).
      *>   el sello de la traba de la cadena (TRABA_NOCTURNO)
       01  TRABA-NOCTURNO  PIC X(21).
      *>   "S" si la traba es la de la cadena NOCTURNO (no es propia y
      *>   no se libera aca)
       01  TRABA-PRESTADA  PIC X     VALUE "N".
      *>   "S" si cola_lotes.dat abrio; si no, no se procesa nada
       01  COLA-ABIERTA    PIC X     VALUE "N".

       01  ENCONTRADO      PIC X     VALUE "N".
       01  TEXTO-RECHAZO   PIC X(160).
       01  MOTIVO-RECHAZO  PIC X(30).
      *>   el mismo motivo en codigo, para rechazos_mov.dat
       01  CODIGO-RECHAZO  PIC X(2).
       01  RECHAZO-ULTIMO-ID PIC 9(7)  VALUE 0.
      *>   mes del movimiento (AAAAMM) y si esta cerrado en periodos
       01  PERIODO-MOV     PIC X(6).
       01  PERIODO-CERRADO PIC X     VALUE "N".
       01  FECHA-HOY       PIC X(8).
      *>   3 decimales completos, igual que en AUDITORIA: el importe
      *>   de un comprobante no puede perder precision en el rastro.
      *>   comparacion contra el limite nunca desborde.
       01  EXCEDE-LIMITE          PIC X           VALUE "N".
       01  SALDO-PROYECTADO       PIC S9(9)V9(3).
       01  IMPORTE-RECLAMADO      PIC 9(9)V9(3).
       01  RETENIDO-ULTIMO-ID     PIC 9(7)        VALUE 0.

      *>   datos del lote tomados en la pasada de validacion; los de
      *>   para el registro del lote aplicado en lotes.dat.
       01  IMPORTE-APLICADO-TOT PIC S9(11)V9(3) VALUE 0.

      *>   cola de lotes: el archivo del lote en curso, los numeros
      *>   de los pendientes (cargados al arrancar, en orden de
      *>   lote) y como termino cada uno.
       01  NOMBRE-LOTE        PIC X(40).
       01  MOTIVO-LOTE        PIC X(60).
       01  ESTADO-LOTE        PIC X.
       01  CANT-PENDIENTES    PIC 9(3)        VALUE 0.
       01  TABLA-PENDIENTES.
           03 PEND-LOTE OCCURS 500 PIC 9(7).
       01  PEND-IDX           PIC 9(3).
       01  LOTES-PROCESADOS   PIC 9(5)        VALUE 0.
       01  LOTES-APLICADOS    PIC 9(5)        VALUE 0.
       01  LOTES-RECHAZADOS   PIC 9(5)        VALUE 0.


       PROCEDURE DIVISION.
       FERNANDO.
           MOVE FUNCTION CURRENT-DATE TO CORRIDA-INICIO.
           MOVE CORRIDA-INICIO(1:8)   TO FECHA-HOY.
           PERFORM TOMO-TRABA-BATCH THRU F-TOMO-TRABA-BATCH.
           IF TRABA-TOMADA = "S"
              PERFORM ABRO-COLA
              IF COLA-ABIERTA = "S"
                 PERFORM CARGO-PENDIENTES
                 PERFORM PROCESO-LOTES THRU F-PROCESO-LOTES
                         VARYING PEND-IDX FROM 1 BY 1
                         UNTIL PEND-IDX > CANT-PENDIENTES
                 CLOSE COLA-LOTES
              END-IF
              PERFORM MUESTRO-TOTALES-CORRIDA
              PERFORM LIBERO-TRABA-BATCH
           END-IF.
      *>   sin ningun lote procesado (cola vacia, o la traba la tenia
      *>   otro batch) igual queda la linea en cero en el diario. Si
      *>   la cola no abrio, la linea sale en "R" y el codigo de
      *>   retorno en 1, para que la cadena NOCTURNO no lo tome por
      *>   una cola vacia.
           IF LOTES-PROCESADOS = 0
              PERFORM INICIALIZO-LOTE
              IF TRABA-TOMADA = "S" AND COLA-ABIERTA = "N"
                 MOVE "R" TO ESTADO-LOTE
                 MOVE 1   TO RETURN-CODE
              END-IF
              PERFORM GRABO-CORRIDA
           END-IF.
           STOP RUN.

       ABRO-COLA.
           OPEN I-O COLA-LOTES.
           IF ST-COLA > "07"
                 DISPLAY "ERROR ABRIENDO LA COLA DE LOTES, ST-COLA="
                         ST-COLA ": NO SE PROCESA NINGUN LOTE"
           ELSE
                 MOVE "S" TO COLA-ABIERTA
           END-IF.

      *>   los numeros de los lotes pendientes, en orden de lote (el
      *>   READ NEXT por la clave primaria los trae ordenados). Se
      *>   toman todos antes de empezar, porque cada lote se vuelve
      *>   a leer y a regrabar por clave mientras se procesa.
       CARGO-PENDIENTES.
           MOVE 0 TO CLT-LOTE.
           START COLA-LOTES KEY IS NOT LESS THAN CLT-LOTE
               INVALID KEY MOVE "23" TO ST-COLA
           END-START.
           PERFORM CARGO-UN-PENDIENTE THRU F-CARGO-UN-PENDIENTE
                   UNTIL ST-COLA NOT = "00".
           IF CANT-PENDIENTES = 0
              DISPLAY "NO HAY LOTES PENDIENTES EN LA COLA"
           END-IF.

       CARGO-UN-PENDIENTE.
           READ COLA-LOTES NEXT RECORD
               AT END MOVE "10" TO ST-COLA
           END-READ.
           IF ST-COLA = "00"
              AND CLT-ESTADO = "P"
              IF CANT-PENDIENTES < 500
                 ADD 1 TO CANT-PENDIENTES
                 MOVE CLT-LOTE TO PEND-LOTE(CANT-PENDIENTES)
              ELSE
                 DISPLAY "MAS DE 500 LOTES PENDIENTES, EL " CLT-LOTE
                         " QUEDA PARA LA PROXIMA CORRIDA"
              END-IF
           END-IF.
       F-CARGO-UN-PENDIENTE.
           EXIT.

      *>   un lote de la cola, completo y por su cuenta: contadores
      *>   en cero, la misma validacion de siempre sobre su archivo
      *>   (mas que la cabecera sea la del lote anotado), y si pasa
      *>   se aplica. Termine como termine queda marcado en la cola
      *>   y con su linea en el diario de corridas.
       PROCESO-LOTES.
           MOVE PEND-LOTE(PEND-IDX) TO CLT-LOTE.
           READ COLA-LOTES.
           IF ST-COLA NOT = "00" OR CLT-ESTADO NOT = "P"
              GO TO F-PROCESO-LOTES
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO CORRIDA-INICIO.
           PERFORM INICIALIZO-LOTE.
           MOVE CLT-ARCHIVO TO NOMBRE-LOTE.
           DISPLAY "LOTE " CLT-LOTE " (" FUNCTION TRIM(CLT-ORIGEN)
                   ") " FUNCTION TRIM(CLT-ARCHIVO).
           PERFORM VALIDO-LOTE THRU F-VALIDO-LOTE.
           IF LOTE-VALIDO = "S"
              AND LOTE-NUMERO NOT = CLT-LOTE
              MOVE "N" TO LOTE-VALIDO
              MOVE "LA CABECERA NO ES LA DEL LOTE ENCOLADO"
                   TO MOTIVO-LOTE
              DISPLAY "LA CABECERA TRAE EL LOTE " LOTE-NUMERO
                      ": NO SE APLICA NADA"
           END-IF.
           IF LOTE-VALIDO = "S"
              PERFORM ABRO-ARCHIVOS
              PERFORM PROCESO-MOVIMIENTOS
                      THRU F-PROCESO-MOVIMIENTOS
                      UNTIL ST-MOVIMIENTOS NOT = "00"
              PERFORM GRABO-LOTE-APLICADO
              PERFORM MUESTRO-CONTADORES
              PERFORM CIERRO-ARCHIVOS
              MOVE "A" TO ESTADO-LOTE
              ADD 1 TO LOTES-APLICADOS
           ELSE
              MOVE "R" TO ESTADO-LOTE
              ADD 1 TO LOTES-RECHAZADOS
           END-IF.
           ADD 1 TO LOTES-PROCESADOS.
           MOVE PEND-LOTE(PEND-IDX) TO CLT-LOTE.
           READ COLA-LOTES.
           IF ST-COLA = "00"
              MOVE ESTADO-LOTE TO CLT-ESTADO
              MOVE FECHA-HOY   TO CLT-FECHA-PROCESO
              MOVE MOTIVO-LOTE TO CLT-MOTIVO
              REWRITE REG-COLA-LOTES
           END-IF.
           IF ST-COLA NOT = "00"
              DISPLAY "ERROR MARCANDO EL LOTE EN LA COLA, ST-COLA="
                      ST-COLA
           END-IF.
           MOVE PEND-LOTE(PEND-IDX) TO LOTE-NUMERO.
           PERFORM GRABO-CORRIDA.
       F-PROCESO-LOTES.
           EXIT.

      *>   todo lo que VALIDO-LOTE y la aplicacion dejan de un lote,
      *>   en cero antes de empezar el siguiente.
       INICIALIZO-LOTE.
           MOVE "N" TO LOTE-VALIDO.
           MOVE "N" TO LOTE-MALFORMADO.
           MOVE "N" TO LOTE-YA-APLICADO.
           MOVE "N" TO COLA-LEIDA.
           MOVE 0   TO LOTE-NUMERO.
           MOVE SPACES TO LOTE-FECHA.
           MOVE 0   TO LOTE-CANTIDAD.
           MOVE 0   TO LOTE-HASH.
           MOVE 0   TO CANT-CONTADA.
           MOVE 0   TO HASH-CONTADO.
           MOVE 0   TO MOVIMIENTOS-LEIDOS.
           MOVE 0   TO MOVIMIENTOS-APLICADOS.
           MOVE 0   TO MOVIMIENTOS-RECHAZADOS.
           MOVE 0   TO MOVIMIENTOS-RETENIDOS.
           MOVE 0   TO IMPORTE-APLICADO-TOT.
           MOVE SPACES TO MOTIVO-LOTE.
           MOVE SPACE  TO ESTADO-LOTE.

       MUESTRO-TOTALES-CORRIDA.
           DISPLAY "LOTES PROCESADOS:       " LOTES-PROCESADOS.
           DISPLAY "LOTES APLICADOS:        " LOTES-APLICADOS.
           DISPLAY "LOTES RECHAZADOS:       " LOTES-RECHAZADOS.
           IF LOTES-RECHAZADOS > 0
              DISPLAY "OJO: HAY LOTES RECHAZADOS, VER LA COLA DE LOTES"
           END-IF.

      *>   traba de ventana batch: el registro "2" de control.dat.
      *>   Si otro batch lo tiene tomado no se arranca; si esta
      *>   libre (o todavia no existe) se toma con el nombre de este
              DISPLAY "ERROR ABRIENDO EL ARCHIVO DE CONTROL"
              GO TO F-TOMO-TRABA-BATCH
           END-IF.
           MOVE SPACES TO TRABA-NOCTURNO.
           ACCEPT TRABA-NOCTURNO FROM ENVIRONMENT "TRABA_NOCTURNO".
           MOVE "2" TO CTRL-CLAVE.
           READ CLI-CONTROL.
           EVALUATE TRUE
               WHEN ST-CONTROL = "00"
                    AND CTRL-LOTE-PROGRAMA = "NOCTURNO"
                    AND TRABA-NOCTURNO NOT = SPACES
                    AND CTRL-LOTE-INICIO = TRABA-NOCTURNO
                    DISPLAY "CORRE DENTRO DE LA CADENA NOCTURNA"
                    MOVE "S" TO TRABA-PRESTADA
                    MOVE "S" TO TRABA-TOMADA
               WHEN ST-CONTROL = "00"
                    AND CTRL-LOTE-PROGRAMA NOT = SPACES
                    DISPLAY "YA HAY UN BATCH EN CURSO: "
       LIBERO-TRABA-BATCH.
           MOVE "2" TO CTRL-CLAVE.
           READ CLI-CONTROL.
           IF ST-CONTROL = "00" AND TRABA-PRESTADA = "N"
              MOVE SPACES TO CTRL-LOTE-PROGRAMA
              MOVE SPACES TO CTRL-LOTE-USUARIO
              MOVE SPACES TO CTRL-LOTE-INICIO
           MOVE MOVIMIENTOS-APLICADOS  TO COR-APLICADOS.
           MOVE MOVIMIENTOS-RECHAZADOS TO COR-RECHAZADOS.
           MOVE MOVIMIENTOS-RETENIDOS  TO COR-RETENIDOS.
           MOVE LOTE-NUMERO            TO COR-LOTE.
           MOVE ESTADO-LOTE            TO COR-LOTE-ESTADO.
           WRITE REG-CORRIDAS.
           IF ST-CORRIDAS NOT = "00"
              DISPLAY "ERROR GRABANDO EL DIARIO DE CORRIDAS".
           OPEN INPUT MOVIMIENTOS.
           IF ST-MOVIMIENTOS > "07"
              DISPLAY "ERROR ABRIENDO EL ARCHIVO DE MOVIMIENTOS"
              MOVE "NO SE PUDO ABRIR EL ARCHIVO DEL LOTE" TO MOTIVO-LOTE
              GO TO F-VALIDO-LOTE
           END-IF.
           READ MOVIMIENTOS
           END-READ.
           IF ST-MOVIMIENTOS NOT = "00" OR CAB-TIPO NOT = "H"
              DISPLAY "EL LOTE NO TRAE CABECERA: NO SE APLICA NADA"
              MOVE "SIN CABECERA" TO MOTIVO-LOTE
              CLOSE MOVIMIENTOS
              GO TO F-VALIDO-LOTE
           END-IF.
                    DISPLAY "LOTE MALFORMADO (CABECERA REPETIDA O "
                            "LINEAS DESPUES DE LA COLA): NO SE "
                            "APLICA NADA"
                    MOVE "MALFORMADO: CABECERA REPETIDA O LINEAS DE MAS"
                         TO MOTIVO-LOTE
               WHEN COLA-LEIDA NOT = "S"
                    DISPLAY "EL LOTE NO TRAE COLA: NO SE APLICA NADA"
                    MOVE "SIN COLA" TO MOTIVO-LOTE
               WHEN CANT-CONTADA NOT = LOTE-CANTIDAD
                    DISPLAY "LA CANTIDAD NO BALANCEA: COLA="
                            LOTE-CANTIDAD " CONTADOS=" CANT-CONTADA
                            ", NO SE APLICA NADA"
                    MOVE "LA CANTIDAD NO BALANCEA CONTRA LA COLA"
                         TO MOTIVO-LOTE
               WHEN HASH-CONTADO NOT = LOTE-HASH
                    MOVE LOTE-HASH    TO HASH-LOTE-ED
                    MOVE HASH-CONTADO TO HASH-CONT-ED
                    DISPLAY "LA SUMA DE CONTROL NO BALANCEA: COLA="
                            HASH-LOTE-ED " CONTADA=" HASH-CONT-ED
                            ", NO SE APLICA NADA"
                    MOVE "LA SUMA DE CONTROL NO BALANCEA CONTRA LA COLA"
                         TO MOTIVO-LOTE
               WHEN OTHER
                    PERFORM BUSCO-LOTE-APLICADO
                    IF LOTE-YA-APLICADO = "S"
                       DISPLAY "EL LOTE " LOTE-NUMERO " YA FUE "
                               "APLICADO: NO SE APLICA NADA"
                       MOVE "YA FIGURA EN LOTES.DAT COMO APLICADO"
                            TO MOTIVO-LOTE
                    ELSE
                       MOVE "S" TO LOTE-VALIDO
                    END-IF
                 DISPLAY "ERROR ABRIENDO EL ARCHIVO DE RETENIDOS".
           PERFORM BUSCO-MAX-RETENIDO.

           OPEN I-O RECHAZOS-MOV.
           IF ST-RECH-MOV > "07"
                 DISPLAY "ERROR ABRIENDO EL ARCHIVO DE RECHAZOS_MOV".
           PERFORM BUSCO-MAX-RECHAZO.

           OPEN INPUT PERIODOS.
           IF ST-PERIODOS > "07"
                 DISPLAY "ERROR ABRIENDO EL ARCHIVO DE PERIODOS".

           OPEN INPUT RECLAMOS.
           IF ST-RECLAMOS > "07"
                 DISPLAY "ERROR ABRIENDO EL ARCHIVO DE RECLAMOS".

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           CLOSE MOVIMIENTOS.
           CLOSE RECHAZOS.
           CLOSE MAYOR.
           CLOSE RETENIDOS.
           CLOSE RECHAZOS-MOV.
           CLOSE PERIODOS.
           CLOSE RECLAMOS.

      *>   el proximo RET-ID sale del maximo ya grabado en la cola,
      *>   misma mecanica que BUSCO-MAX-ID-CLIENTE en INICIO; con la
              MOVE RET-ID TO RETENIDO-ULTIMO-ID
           END-IF.

      *>   el proximo RCH-ID, con la misma mecanica.
       BUSCO-MAX-RECHAZO.
           MOVE 0 TO RECHAZO-ULTIMO-ID.
           MOVE HIGH-VALUES TO RCH-ID.
           START RECHAZOS-MOV KEY IS NOT GREATER THAN RCH-ID
               INVALID KEY MOVE "23" TO ST-RECH-MOV
           END-START.
           IF ST-RECH-MOV = "00"
              READ RECHAZOS-MOV NEXT RECORD
                  AT END MOVE "10" TO ST-RECH-MOV
              END-READ
           END-IF.
           IF ST-RECH-MOV = "00"
              MOVE RCH-ID TO RECHAZO-ULTIMO-ID
           END-IF.

      *>   un movimiento por vuelta: se lee, se busca el cliente, y
      *>   segun exista o no se aplica al saldo o se rechaza. La
      *>   cabecera y la cola del lote (ya controladas en VALIDO-LOTE)
              AND CAB-TIPO NOT = "H" AND CAB-TIPO NOT = "T"
              ADD 1 TO MOVIMIENTOS-LEIDOS
              PERFORM BUSCO-CLIENTE THRU F-BUSCO-CLIENTE
              MOVE MOV-FECHA(1:6) TO PERIODO-MOV
              PERFORM VEO-PERIODO-CERRADO
              EVALUATE TRUE
      *>           el mes ya cerrado no admite movimientos, sea cual
      *>           sea el cliente: va primero.
                  WHEN PERIODO-CERRADO = "S"
                       MOVE "PERIODO CERRADO" TO MOTIVO-RECHAZO
                       MOVE "06" TO CODIGO-RECHAZO
                       PERFORM RECHAZO-MOVIMIENTO
                  WHEN ENCONTRADO = "N"
                       MOVE "ID INEXISTENTE" TO MOTIVO-RECHAZO
                       MOVE "01" TO CODIGO-RECHAZO
                       PERFORM RECHAZO-MOVIMIENTO
                  WHEN CLI_ESTADO = "I"
      *>               una cuenta dada de baja no recibe movimientos:
      *>               primero hay que reactivarla desde INICIO.
                       MOVE "CLIENTE DADO DE BAJA" TO MOTIVO-RECHAZO
                       MOVE "02" TO CODIGO-RECHAZO
                       PERFORM RECHAZO-MOVIMIENTO
                  WHEN OTHER
                       PERFORM APLICO-MOVIMIENTO
       F-PROCESO-MOVIMIENTOS.
           EXIT.

      *>   un mes sin registro en periodos.dat esta abierto; uno
      *>   reabierto queda en "A".
       VEO-PERIODO-CERRADO.
           MOVE "N" TO PERIODO-CERRADO.
           MOVE PERIODO-MOV TO PER-PERIODO.
           READ PERIODOS
               INVALID KEY MOVE "23" TO ST-PERIODOS
           END-READ.
           IF ST-PERIODOS = "00" AND PER-ESTADO = "C"
              MOVE "S" TO PERIODO-CERRADO
           END-IF.

      *>   misma busqueda puntual que BUSCO-POR-ID en INICIO: deja el
      *>   registro del cliente posicionado en REG-CLIENTES.
       BUSCO-CLIENTE.
                  ON SIZE ERROR
                     MOVE SALDO-ANTES TO CLI_SALDO
                     MOVE "SALDO EXCEDE CAPACIDAD" TO MOTIVO-RECHAZO
                     MOVE "03" TO CODIGO-RECHAZO
                     PERFORM RECHAZO-MOVIMIENTO
                  NOT ON SIZE ERROR
                     PERFORM REGRABO-CLIENTE
      *>   limite 0, o en espacios en los registros grabados antes de
      *>   que el campo existiera (NOT NUMERIC), es "sin limite"; los
      *>   creditos pasan siempre, achican la deuda.
      *>   lo que el cliente tiene en reclamo sin acreditar se
      *>   descuenta de la deuda proyectada: un comprobante en
      *>   discusion no le traba los movimientos legitimos.
       VEO-LIMITE-CREDITO.
           MOVE "N" TO EXCEDE-LIMITE.
           IF MOV-IMPORTE < 0
              AND CLI_LIMITE_CREDITO NUMERIC
              AND CLI_LIMITE_CREDITO > 0
              PERFORM SUMO-RECLAMOS
              COMPUTE SALDO-PROYECTADO =
                      CLI_SALDO + MOV-IMPORTE + IMPORTE-RECLAMADO
              IF SALDO-PROYECTADO < 0
                 COMPUTE SALDO-PROYECTADO = 0 - SALDO-PROYECTADO
                 IF SALDO-PROYECTADO > CLI_LIMITE_CREDITO
              END-IF
           END-IF.

      *>   los reclamos abiertos del cliente, y los procedentes cuya
      *>   NCR sigue pendiente en la cola o quedo rechazada (ver
      *>   RECLAMOS.cpy); la cola se relee por clave en
      *>   PROCESO-LOTES antes de marcar el lote, asi que leerla aca
      *>   no molesta.
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

       RETENGO-MOVIMIENTO.
           ADD 1 TO MOVIMIENTOS-RETENIDOS.
           ADD 1 TO RETENIDO-ULTIMO-ID.
              DISPLAY "ERROR GRABANDO RETENIDOS, ST-RETENIDOS="
                      ST-RETENIDOS
              MOVE "ERROR GRABANDO RETENIDO" TO MOTIVO-RECHAZO
              MOVE "05" TO CODIGO-RECHAZO
              SUBTRACT 1 FROM MOVIMIENTOS-RETENIDOS
              PERFORM RECHAZO-MOVIMIENTO
           END-IF.
           ELSE
              DISPLAY "ERROR GRABANDO EL ARCHIVO, ST-FILE=" ST-FILE
              MOVE "ERROR DE GRABACION" TO MOTIVO-RECHAZO
              MOVE "04" TO CODIGO-RECHAZO
              PERFORM RECHAZO-MOVIMIENTO
           END-IF.

                  DELIMITED BY SIZE INTO TEXTO-RECHAZO.
           MOVE TEXTO-RECHAZO TO RECHAZO-LINEA.
           WRITE RECHAZO-LINEA.
           PERFORM GRABO-RECHAZO-MOV.
           DISPLAY "MOVIMIENTO RECHAZADO, VER RECHAZOS.DAT".

      *>   el registro que levanta la mesa de rechazos de INICIO: el
      *>   movimiento tal cual vino, el lote y el codigo de motivo,
      *>   pendiente de decision.
       GRABO-RECHAZO-MOV.
           ADD 1 TO RECHAZO-ULTIMO-ID.
           INITIALIZE REG-RECHAZOS-MOV.
           MOVE RECHAZO-ULTIMO-ID TO RCH-ID.
           MOVE MOV-ID_CLIENTE    TO RCH-ID_CLIENTE.
           MOVE MOV-FECHA         TO RCH-FECHA.
           MOVE MOV-COMPROBANTE   TO RCH-COMPROBANTE.
           MOVE MOV-IMPORTE       TO RCH-IMPORTE.
           MOVE LOTE-NUMERO       TO RCH-LOTE.
           MOVE CODIGO-RECHAZO    TO RCH-MOTIVO.
           MOVE FECHA-HOY         TO RCH-FECHA-RECHAZO.
           MOVE "P"               TO RCH-ESTADO.
           WRITE REG-RECHAZOS-MOV.
           IF ST-RECH-MOV NOT = "00"
              DISPLAY "ERROR GRABANDO RECHAZOS_MOV, ST-RECH-MOV="
                      ST-RECH-MOV
           END-IF.

      *>   el lote aplicado queda anotado en lotes.dat con sus
      *>   totales: es lo que frena una segunda corrida del mismo
      *>   lote y el respaldo contra el que el operador firma la
