      ******************************************************************
      * Author:
      * Date:
      * Purpose: carga a mano de un lote de movimientos desde el papel.
      *          El operador declara primero lo que dice la caratula
      *          del lote (cantidad de movimientos e importe total) y
      *          despues tipea los movimientos de a uno; cada renglon
      *          se valida al tipearlo (cliente existente y activo,
      *          fecha valida, ni futura ni de un mes cerrado,
      *          comprobante FAC/REC/NDB/NCR, importe mayor que cero)
      *          y avisa si el debito deja al cliente por encima de su
      *          limite de credito. La carga queda en capturas.dat
      *          (ver CAPTURAS.cpy) y se puede dejar a medias y
      *          retomar despues. Solo se libera cuando la cantidad y
      *          el importe cargados atan contra lo declarado, que
      *          es un control ciego: mientras se carga no se muestra
      *          lo declarado ni cuanto falta, solo lo cargado, y el
      *          unico control es el de la liberacion. Sale un
      *          lote_NNNNNNN.dat completo (cabecera, lineas y cola
      *          con cantidad y suma de control) con el proximo numero
      *          de lote de control.dat, y se encola con origen
      *          "CAPTURA" para que lo aplique APLICAMOV, como los
      *          demas. Corre llamado desde el menu de INICIO (nivel 2,
      *          le pasa el operador autenticado) o solo, pidiendo
      *          usuario y clave de operador; termina en GOBACK, como
      *          CIERREMES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CAPTURA".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL CAPTURAS ASSIGN TO "./capturas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CAP-CLAVE
                  STATUS ST-CAPTURAS.

           SELECT OPTIONAL CLIENTES ASSIGN TO "./clientes.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS ID_CLIENTE
                  ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
                  ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
                  STATUS ST-FILE.

           SELECT OPTIONAL RECLAMOS ASSIGN TO "./reclamos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS RCL-CLAVE
                  STATUS ST-RECLAMOS.

           SELECT OPTIONAL PERIODOS ASSIGN TO "./periodos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS PER-PERIODO
                  STATUS ST-PERIODOS.

           SELECT OPTIONAL COLA-LOTES ASSIGN TO "./cola_lotes.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CLT-LOTE
                  STATUS ST-COLA.

           SELECT OPTIONAL LOTES ASSIGN TO "./lotes.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-LOTES.

           SELECT OPTIONAL LOTE-CAPTURA ASSIGN TO NOMBRE-LOTE
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-LOTE-CAP.

           SELECT OPTIONAL OPERADORES ASSIGN TO "./operadores.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS OPE-USUARIO
                  STATUS ST-OPERADORES.

           SELECT OPTIONAL CLI-CONTROL ASSIGN TO "./control.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CTRL-CLAVE
                  LOCK MODE IS MANUAL
                  STATUS ST-CONTROL.


       DATA DIVISION.
       FILE SECTION.

       FD  CAPTURAS.

       COPY CAPTURAS.

       FD  CLIENTES.

       COPY CLIENTES.

       FD  RECLAMOS.

       COPY RECLAMOS.

       FD  PERIODOS.

       COPY PERIODOS.

       FD  COLA-LOTES.

       COPY COLALOTES.

       FD  LOTES.

       COPY LOTES.

       FD  LOTE-CAPTURA.

       COPY MOVIMIENTOS.

       FD  OPERADORES.

       COPY OPERADORES.

       FD  CLI-CONTROL.

       COPY CONTROL.

       WORKING-STORAGE SECTION.
       01  ST-CAPTURAS     PIC XX.
       01  ST-FILE         PIC XX.
       01  ST-RECLAMOS     PIC XX.
       01  ST-PERIODOS     PIC XX.
       01  ST-COLA         PIC XX.
       01  ST-LOTES        PIC XX.
       01  ST-LOTE-CAP     PIC XX.
      *>   el primer error de grabacion del archivo del lote
       01  ST-ERROR-LOTE   PIC XX.
       01  ST-OPERADORES   PIC XX.
       01  ST-CONTROL      PIC XX.
       01  TRABA-BATCH     PIC X.
       01  ARCHIVOS-OK     PIC X.

      *>   quien opera: llamado desde INICIO llega el operador
      *>   autenticado por LINKAGE; corriendo solo se pide usuario y
      *>   clave, y tiene que ser operador (nivel 2 o mas).
       01  USUARIO-CAPTURA  PIC X(8)  VALUE SPACES.
       01  AUTORIZADO       PIC X     VALUE "N".
       01  USUARIO-ENTRADA  PIC X(8).
       01  PASSWORD-ENTRADA PIC X(8).
       01  INTENTOS         PIC 9     VALUE 0.

       01  OPCION           PIC X.
       01  SALIR            PIC X.
       01  SALIR-LOTE       PIC X.
       01  FIN-CARGA        PIC X.
       01  CONFIRMA         PIC X.
       01  FECHA-HOY        PIC X(8).

      *>   la captura en curso: lo declarado se guarda aparte porque
      *>   REG-CAPTURA-CAB se pisa al leer los renglones; lo cargado
      *>   se recuenta del archivo al retomar, al borrar y al liberar.
       01  CAPTURA-ACTUAL   PIC 9(5).
       01  CAPTURA-PEDIDA   PIC 9(5).
       01  CANT-DECLARADA   PIC 9(4).
       01  IMPORTE-DECLARADO PIC 9(11)V9(3).
       01  CANT-CARGADA     PIC 9(4).
       01  IMPORTE-CARGADO  PIC 9(11)V9(3).
       01  ULTIMO-RENGLON   PIC 9(4).
       01  PROX-RENGLON     PIC 9(4).
       01  RENGLON-PEDIDO   PIC 9(4).
       01  CAPTURAS-EN-CARGA PIC 9(5).
      *>   la captura en carga que se esta listando: sus renglones
      *>   vienen detras de la cabecera y se cuentan al pasar
       01  LISTA-PENDIENTE  PIC X.
       01  LISTA-NUMERO     PIC 9(5).
       01  LISTA-USUARIO    PIC X(8).
       01  LISTA-FECHA      PIC X(8).
       01  LISTA-CANT       PIC 9(4).
       01  RENGLONES-CON-ERROR PIC 9(4).

      *>   lo que se tipea
       01  IMPORTE-ENTRADA  PIC X(16).
       01  IMPORTE-CALC     PIC S9(11)V9(3).
       01  ID-ENTRADA       PIC 9(7).
       01  FECHA-ENTRADA    PIC X(8).
       01  COMPROBANTE-ENTRADA PIC X(3).
       01  IMPORTE-MOV      PIC 9(7)V9(3).

      *>   validacion del renglon
       01  PERIODO-MOV      PIC X(6).
       01  PERIODO-CERRADO  PIC X.
       01  EXCEDE-LIMITE    PIC X.
       01  IMPORTE-RECLAMADO PIC 9(9)V9(3).
       01  IMPORTE-EN-CAPTURA PIC S9(11)V9(3).
       01  SALDO-PROYECTADO PIC S9(11)V9(3).

      *>   el lote que sale al liberar
       01  LOTE-NUEVO       PIC 9(7).
       01  LOTE-LIBRE       PIC X.
      *>   los lotes del sistema van de aca para arriba (ver el
      *>   registro "3" en CONTROL.cpy)
       01  PRIMER-LOTE-SISTEMA PIC 9(7) VALUE 9000000.
       01  NOMBRE-LOTE      PIC X(40).
       01  HASH-LOTE        PIC S9(11)V9(3).
       01  ENCOLADO         PIC X.

       01  CANT-ED          PIC Z(3)9.
       01  IMPORTE-ED       PIC -(10)9.999.
       01  LIMITE-ED        PIC Z(6)9.999.

       LINKAGE SECTION.
       01  USUARIO-LLAMADOR PIC X(8).


       PROCEDURE DIVISION USING USUARIO-LLAMADOR.
       FERNANDO.
      *>   la WORKING persiste entre CALLs desde INICIO: la sesion se
      *>   arma de nuevo cada vez.
           MOVE SPACES TO USUARIO-CAPTURA.
           MOVE "N"    TO AUTORIZADO.
           MOVE 0      TO INTENTOS.
           IF ADDRESS OF USUARIO-LLAMADOR NOT = NULL
              MOVE USUARIO-LLAMADOR TO USUARIO-CAPTURA
              MOVE "S" TO AUTORIZADO
           ELSE
              PERFORM INICIO-SESION THRU F-INICIO-SESION
           END-IF.
           IF AUTORIZADO = "S"
              PERFORM ABRO-ARCHIVOS
              IF ARCHIVOS-OK = "S"
                 MOVE "N" TO SALIR
                 PERFORM MENU-CAPTURA THRU F-MENU-CAPTURA
                         UNTIL SALIR = "S"
                 PERFORM CIERRO-ARCHIVOS
              END-IF
           END-IF.
           GOBACK.

      *>   corriendo solo: tres intentos, y un usuario de consulta no
      *>   pasa.
       INICIO-SESION.
           OPEN INPUT OPERADORES.
           IF ST-OPERADORES > "07"
              DISPLAY "ERROR ABRIENDO EL ARCHIVO DE OPERADORES"
              GO TO F-INICIO-SESION
           END-IF.
           PERFORM PIDO-CREDENCIALES THRU F-PIDO-CREDENCIALES
                   UNTIL AUTORIZADO = "S" OR INTENTOS NOT < 3.
           CLOSE OPERADORES.
           IF AUTORIZADO NOT = "S"
              DISPLAY "DEMASIADOS INTENTOS FALLIDOS"
           END-IF.
       F-INICIO-SESION.
           EXIT.

       PIDO-CREDENCIALES.
           ADD 1 TO INTENTOS.
           DISPLAY "USUARIO: "       LINE 3 COL 5.
           ACCEPT USUARIO-ENTRADA    LINE 3 COL 15.
           DISPLAY "CLAVE: "         LINE 4 COL 5.
           ACCEPT PASSWORD-ENTRADA   LINE 4 COL 15 WITH SECURE.
           MOVE USUARIO-ENTRADA TO OPE-USUARIO.
           READ OPERADORES.
           EVALUATE TRUE
               WHEN ST-OPERADORES NOT = "00"
               WHEN OPE-PASSWORD NOT = PASSWORD-ENTRADA
                    DISPLAY "USUARIO O CLAVE INCORRECTOS"
               WHEN OPE-NIVEL < 2
                    DISPLAY "LA CARGA DE LOTES NO ESTA PERMITIDA PARA "
                            "SU NIVEL"
                    MOVE 3 TO INTENTOS
               WHEN OTHER
                    MOVE "S"         TO AUTORIZADO
                    MOVE OPE-USUARIO TO USUARIO-CAPTURA
           END-EVALUATE.
       F-PIDO-CREDENCIALES.
           EXIT.

      *>   capturas.dat queda abierto toda la sesion; clientes y
      *>   reclamos solo se leen. La cola, control.dat, periodos.dat
      *>   y lotes.dat se abren cuando hacen falta.
       ABRO-ARCHIVOS.
           MOVE "S" TO ARCHIVOS-OK.
           OPEN I-O CAPTURAS.
           IF ST-CAPTURAS > "07"
              DISPLAY "ERROR ABRIENDO EL ARCHIVO DE CAPTURAS"
              MOVE "N" TO ARCHIVOS-OK
           END-IF.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
              DISPLAY "ERROR ABRIENDO EL ARCHIVO DE CLIENTES"
              MOVE "N" TO ARCHIVOS-OK
           END-IF.
           OPEN INPUT RECLAMOS.
           IF ST-RECLAMOS > "07"
              DISPLAY "ERROR ABRIENDO EL ARCHIVO DE RECLAMOS"
              MOVE "N" TO ARCHIVOS-OK
           END-IF.
           IF ARCHIVOS-OK NOT = "S"
              PERFORM CIERRO-ARCHIVOS
           END-IF.

       CIERRO-ARCHIVOS.
           CLOSE CAPTURAS.
           CLOSE CLIENTES.
           CLOSE RECLAMOS.

       MENU-CAPTURA.
           DISPLAY " ".
           DISPLAY "1 - NUEVO LOTE".
           DISPLAY "2 - RETOMAR UN LOTE EN CARGA".
           DISPLAY "3 - LISTADO DE LOTES EN CARGA".
           DISPLAY "4 - VOLVER".
           ACCEPT OPCION.
           EVALUATE OPCION
               WHEN "1" PERFORM NUEVA-CAPTURA THRU F-NUEVA-CAPTURA
               WHEN "2" PERFORM RETOMO-CAPTURA THRU F-RETOMO-CAPTURA
               WHEN "3" PERFORM LISTO-EN-CARGA
               WHEN "4" MOVE "S" TO SALIR
               WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.
       F-MENU-CAPTURA.
           EXIT.

      *>   NUEVO LOTE: primero la caratula del papel, despues los
      *>   renglones. El numero de captura es el siguiente al mas alto
      *>   de capturas.dat; si otro operador lo tomo en el medio el
      *>   WRITE da clave duplicada y se prueba con el que sigue.
       NUEVA-CAPTURA.
           DISPLAY "CANTIDAD DE MOVIMIENTOS DECLARADA EN EL LOTE: ".
           ACCEPT CANT-DECLARADA.
           IF CANT-DECLARADA = 0
              DISPLAY "CANTIDAD INVALIDA"
              GO TO F-NUEVA-CAPTURA
           END-IF.
           DISPLAY "IMPORTE TOTAL DECLARADO EN EL LOTE (SIN SIGNO): ".
           ACCEPT IMPORTE-ENTRADA.
           MOVE FUNCTION NUMVAL(IMPORTE-ENTRADA) TO IMPORTE-CALC.
           IF IMPORTE-CALC NOT > 0
              DISPLAY "EL IMPORTE TIENE QUE SER MAYOR QUE CERO"
              GO TO F-NUEVA-CAPTURA
           END-IF.
           MOVE IMPORTE-CALC TO IMPORTE-DECLARADO.
           PERFORM BUSCO-MAX-CAPTURA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           MOVE "22" TO ST-CAPTURAS.
           PERFORM GRABO-CABECERA-NUEVA THRU F-GRABO-CABECERA-NUEVA
                   UNTIL ST-CAPTURAS NOT = "22".
           IF ST-CAPTURAS NOT = "00"
              DISPLAY "ERROR GRABANDO LA CAPTURA, ST-CAPTURAS="
                      ST-CAPTURAS
              GO TO F-NUEVA-CAPTURA
           END-IF.
           MOVE 0 TO CANT-CARGADA.
           MOVE 0 TO IMPORTE-CARGADO.
           MOVE 0 TO ULTIMO-RENGLON.
           DISPLAY "CAPTURA " CAPTURA-ACTUAL " ABIERTA".
           MOVE "N" TO SALIR-LOTE.
           PERFORM MENU-LOTE THRU F-MENU-LOTE
                   UNTIL SALIR-LOTE = "S".
       F-NUEVA-CAPTURA.
           EXIT.

       BUSCO-MAX-CAPTURA.
           MOVE 0 TO CAPTURA-ACTUAL.
           MOVE HIGH-VALUES TO CAP-CLAVE.
           START CAPTURAS KEY IS NOT GREATER THAN CAP-CLAVE
               INVALID KEY MOVE "23" TO ST-CAPTURAS
           END-START.
           IF ST-CAPTURAS = "00"
              READ CAPTURAS NEXT RECORD
                  AT END MOVE "10" TO ST-CAPTURAS
              END-READ
           END-IF.
           IF ST-CAPTURAS = "00"
              MOVE CAP-NUMERO TO CAPTURA-ACTUAL
           END-IF.

       GRABO-CABECERA-NUEVA.
           ADD 1 TO CAPTURA-ACTUAL.
           INITIALIZE REG-CAPTURA-CAB.
           MOVE CAPTURA-ACTUAL    TO CAC-NUMERO.
           MOVE 0                 TO CAC-RENGLON.
           MOVE CANT-DECLARADA    TO CAC-CANT-DECLARADA.
           MOVE IMPORTE-DECLARADO TO CAC-IMPORTE-DECLARADO.
           MOVE "C"               TO CAC-ESTADO.
           MOVE USUARIO-CAPTURA   TO CAC-USUARIO.
           MOVE FECHA-HOY         TO CAC-FECHA-ALTA.
           WRITE REG-CAPTURA-CAB.
       F-GRABO-CABECERA-NUEVA.
           EXIT.

      *>   RETOMAR: cualquier operador retoma cualquier captura en
      *>   carga (el papel pasa de mano en mano); cada renglon queda
      *>   con el usuario que lo tipeo.
       RETOMO-CAPTURA.
           PERFORM LISTO-EN-CARGA.
           IF CAPTURAS-EN-CARGA = 0
              GO TO F-RETOMO-CAPTURA
           END-IF.
           DISPLAY "NUMERO DE CAPTURA A RETOMAR: ".
           ACCEPT CAPTURA-PEDIDA.
           MOVE CAPTURA-PEDIDA TO CAC-NUMERO.
           MOVE 0              TO CAC-RENGLON.
           READ CAPTURAS
               INVALID KEY MOVE "23" TO ST-CAPTURAS
           END-READ.
           IF ST-CAPTURAS NOT = "00"
              DISPLAY "NO EXISTE LA CAPTURA " CAPTURA-PEDIDA
              GO TO F-RETOMO-CAPTURA
           END-IF.
           IF CAC-ESTADO NOT = "C"
              DISPLAY "LA CAPTURA " CAPTURA-PEDIDA " NO ESTA EN CARGA "
                      "(ESTADO " CAC-ESTADO ")"
              GO TO F-RETOMO-CAPTURA
           END-IF.
           MOVE CAC-NUMERO            TO CAPTURA-ACTUAL.
           MOVE CAC-CANT-DECLARADA    TO CANT-DECLARADA.
           MOVE CAC-IMPORTE-DECLARADO TO IMPORTE-DECLARADO.
           PERFORM CUENTO-RENGLONES.
           MOVE "N" TO SALIR-LOTE.
           PERFORM MENU-LOTE THRU F-MENU-LOTE
                   UNTIL SALIR-LOTE = "S".
       F-RETOMO-CAPTURA.
           EXIT.

      *>   numero, quien la abrio, cuando y cuantos renglones lleva:
      *>   lo declarado no se muestra (control ciego).
       LISTO-EN-CARGA.
           MOVE 0 TO CAPTURAS-EN-CARGA.
           MOVE "N" TO LISTA-PENDIENTE.
           MOVE LOW-VALUES TO CAP-CLAVE.
           START CAPTURAS KEY IS NOT LESS THAN CAP-CLAVE
               INVALID KEY MOVE "23" TO ST-CAPTURAS
           END-START.
           PERFORM LEO-CAPTURA-EN-CARGA THRU F-LEO-CAPTURA-EN-CARGA
                   UNTIL ST-CAPTURAS NOT = "00".
           PERFORM MUESTRO-EN-CARGA.
           IF CAPTURAS-EN-CARGA = 0
              DISPLAY "NO HAY LOTES EN CARGA"
           END-IF.

       LEO-CAPTURA-EN-CARGA.
           READ CAPTURAS NEXT RECORD
               AT END MOVE "10" TO ST-CAPTURAS
           END-READ.
           IF ST-CAPTURAS NOT = "00"
              GO TO F-LEO-CAPTURA-EN-CARGA
           END-IF.
           IF CAC-RENGLON NOT = 0
              IF LISTA-PENDIENTE = "S"
                 AND CAP-NUMERO = LISTA-NUMERO
                 ADD 1 TO LISTA-CANT
              END-IF
              GO TO F-LEO-CAPTURA-EN-CARGA
           END-IF.
           PERFORM MUESTRO-EN-CARGA.
           IF CAC-ESTADO = "C"
              ADD 1 TO CAPTURAS-EN-CARGA
              MOVE "S"            TO LISTA-PENDIENTE
              MOVE CAC-NUMERO     TO LISTA-NUMERO
              MOVE CAC-USUARIO    TO LISTA-USUARIO
              MOVE CAC-FECHA-ALTA TO LISTA-FECHA
              MOVE 0              TO LISTA-CANT
           END-IF.
       F-LEO-CAPTURA-EN-CARGA.
           EXIT.

       MUESTRO-EN-CARGA.
           IF LISTA-PENDIENTE = "S"
              MOVE "N" TO LISTA-PENDIENTE
              MOVE LISTA-CANT TO CANT-ED
              DISPLAY "CAPTURA " LISTA-NUMERO " DE " LISTA-USUARIO
                      " DEL " LISTA-FECHA " CARGADOS: " CANT-ED
                      " MOVIMIENTOS"
           END-IF.

      *>   lo cargado hasta ahora, recontado del archivo: cantidad,
      *>   suma de importes sin signo (lo que se compara contra la
      *>   caratula) y el ultimo renglon usado, para seguir numerando.
       CUENTO-RENGLONES.
           MOVE 0 TO CANT-CARGADA.
           MOVE 0 TO IMPORTE-CARGADO.
           MOVE 0 TO ULTIMO-RENGLON.
           MOVE CAPTURA-ACTUAL TO CAP-NUMERO.
           MOVE 1              TO CAP-RENGLON.
           START CAPTURAS KEY IS NOT LESS THAN CAP-CLAVE
               INVALID KEY MOVE "23" TO ST-CAPTURAS
           END-START.
           PERFORM LEO-RENGLON-CUENTA THRU F-LEO-RENGLON-CUENTA
                   UNTIL ST-CAPTURAS NOT = "00".

       LEO-RENGLON-CUENTA.
           READ CAPTURAS NEXT RECORD
               AT END MOVE "10" TO ST-CAPTURAS
           END-READ.
           IF ST-CAPTURAS NOT = "00"
              GO TO F-LEO-RENGLON-CUENTA
           END-IF.
           IF CAP-NUMERO NOT = CAPTURA-ACTUAL
              MOVE "10" TO ST-CAPTURAS
              GO TO F-LEO-RENGLON-CUENTA
           END-IF.
           ADD 1           TO CANT-CARGADA.
           ADD CAP-IMPORTE TO IMPORTE-CARGADO.
           MOVE CAP-RENGLON TO ULTIMO-RENGLON.
       F-LEO-RENGLON-CUENTA.
           EXIT.

      *>   el menu de una captura abierta: siempre a la vista lo
      *>   cargado (lo declarado no, ver MUESTRO-TOTALES).
       MENU-LOTE.
           PERFORM MUESTRO-TOTALES.
           DISPLAY "1 - CARGAR MOVIMIENTOS".
           DISPLAY "2 - VER LOS RENGLONES CARGADOS".
           DISPLAY "3 - BORRAR UN RENGLON".
           DISPLAY "4 - LIBERAR EL LOTE".
           DISPLAY "5 - ANULAR LA CAPTURA".
           DISPLAY "6 - DEJAR PARA DESPUES".
           ACCEPT OPCION.
           EVALUATE OPCION
               WHEN "1"
                    MOVE "N" TO FIN-CARGA
                    PERFORM CARGO-RENGLON THRU F-CARGO-RENGLON
                            UNTIL FIN-CARGA = "S"
               WHEN "2" PERFORM LISTO-RENGLONES
               WHEN "3" PERFORM BORRO-RENGLON THRU F-BORRO-RENGLON
               WHEN "4" PERFORM LIBERO-LOTE THRU F-LIBERO-LOTE
               WHEN "5" PERFORM ANULO-CAPTURA THRU F-ANULO-CAPTURA
               WHEN "6"
                    DISPLAY "LA CAPTURA " CAPTURA-ACTUAL
                            " QUEDA EN CARGA PARA RETOMAR"
                    MOVE "S" TO SALIR-LOTE
               WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.
       F-MENU-LOTE.
           EXIT.

      *>   solo lo cargado: lo declarado no se muestra (control
      *>   ciego), se compara recien al liberar.
       MUESTRO-TOTALES.
           DISPLAY " ".
           MOVE CANT-CARGADA    TO CANT-ED.
           MOVE IMPORTE-CARGADO TO IMPORTE-ED.
           DISPLAY "CAPTURA " CAPTURA-ACTUAL "  CARGADO: " CANT-ED
                   " MOVIMIENTOS POR " IMPORTE-ED.

      *>   un renglon por vuelta; ID 0 termina. Cada control que
      *>   falla descarta el renglon y se vuelve a tipear. La carga
      *>   sigue hasta que el operador la termina: no se corta al
      *>   llegar a lo declarado, que no se muestra.
       CARGO-RENGLON.
           IF ULTIMO-RENGLON NOT < 9999
              DISPLAY "LA CAPTURA NO ADMITE MAS RENGLONES"
              MOVE "S" TO FIN-CARGA
              GO TO F-CARGO-RENGLON
           END-IF.
           DISPLAY " ".
           COMPUTE PROX-RENGLON = ULTIMO-RENGLON + 1.
           DISPLAY "RENGLON " PROX-RENGLON
                   " - ID_CLIENTE (0 = TERMINAR): ".
           ACCEPT ID-ENTRADA.
           IF ID-ENTRADA = 0
              MOVE "S" TO FIN-CARGA
              GO TO F-CARGO-RENGLON
           END-IF.
           MOVE ID-ENTRADA TO CLI_ID.
           READ CLIENTES
               INVALID KEY MOVE "23" TO ST-FILE
           END-READ.
           IF ST-FILE NOT = "00"
              DISPLAY "CLIENTE INEXISTENTE"
              GO TO F-CARGO-RENGLON
           END-IF.
           IF CLI_ESTADO = "I"
              DISPLAY "CLIENTE DADO DE BAJA"
              GO TO F-CARGO-RENGLON
           END-IF.
           DISPLAY "CLIENTE " CLI_ID " " CLI_NOMBRE.
           DISPLAY "FECHA (AAAAMMDD): ".
           ACCEPT FECHA-ENTRADA.
           PERFORM VALIDO-FECHA THRU F-VALIDO-FECHA.
           IF FECHA-ENTRADA = SPACES
              GO TO F-CARGO-RENGLON
           END-IF.
           DISPLAY "COMPROBANTE (FAC/REC/NDB/NCR): ".
           ACCEPT COMPROBANTE-ENTRADA.
           IF COMPROBANTE-ENTRADA NOT = "FAC"
              AND COMPROBANTE-ENTRADA NOT = "REC"
              AND COMPROBANTE-ENTRADA NOT = "NDB"
              AND COMPROBANTE-ENTRADA NOT = "NCR"
              DISPLAY "COMPROBANTE INVALIDO"
              GO TO F-CARGO-RENGLON
           END-IF.
           DISPLAY "IMPORTE (SIN SIGNO): ".
           ACCEPT IMPORTE-ENTRADA.
           MOVE FUNCTION NUMVAL(IMPORTE-ENTRADA) TO IMPORTE-CALC.
           IF IMPORTE-CALC NOT > 0
              OR IMPORTE-CALC > 9999999,999
              DISPLAY "EL IMPORTE TIENE QUE SER MAYOR QUE CERO Y "
                      "MENOR QUE 10.000.000"
              GO TO F-CARGO-RENGLON
           END-IF.
           MOVE IMPORTE-CALC TO IMPORTE-MOV.
           PERFORM VEO-LIMITE-CREDITO.
           IF EXCEDE-LIMITE = "S"
              DISPLAY "LO CARGA IGUAL (S/N): "
              ACCEPT CONFIRMA
              IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
                 GO TO F-CARGO-RENGLON
              END-IF
           END-IF.
           INITIALIZE REG-CAPTURAS.
           MOVE CAPTURA-ACTUAL      TO CAP-NUMERO.
           COMPUTE CAP-RENGLON = ULTIMO-RENGLON + 1.
           MOVE ID-ENTRADA          TO CAP-ID_CLIENTE.
           MOVE FECHA-ENTRADA       TO CAP-FECHA.
           MOVE COMPROBANTE-ENTRADA TO CAP-COMPROBANTE.
           MOVE IMPORTE-MOV         TO CAP-IMPORTE.
           MOVE EXCEDE-LIMITE       TO CAP-EXCEDE-LIMITE.
           MOVE USUARIO-CAPTURA     TO CAP-USUARIO.
           WRITE REG-CAPTURAS.
           IF ST-CAPTURAS NOT = "00"
              DISPLAY "ERROR GRABANDO EL RENGLON, ST-CAPTURAS="
                      ST-CAPTURAS
              MOVE "S" TO FIN-CARGA
              GO TO F-CARGO-RENGLON
           END-IF.
           MOVE CAP-RENGLON TO ULTIMO-RENGLON.
           ADD 1           TO CANT-CARGADA.
           ADD IMPORTE-MOV TO IMPORTE-CARGADO.
       F-CARGO-RENGLON.
           EXIT.

      *>   fecha AAAAMMDD valida, no posterior a hoy y de un mes que
      *>   no este cerrado (APLICAMOV la rechazaria con "06"). Si no
      *>   pasa, vuelve en espacios.
       VALIDO-FECHA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           IF FECHA-ENTRADA NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(
                 FUNCTION NUMVAL(FECHA-ENTRADA)) NOT = 0
              DISPLAY "FECHA INVALIDA"
              MOVE SPACES TO FECHA-ENTRADA
              GO TO F-VALIDO-FECHA
           END-IF.
           IF FECHA-ENTRADA > FECHA-HOY
              DISPLAY "LA FECHA ES POSTERIOR A HOY"
              MOVE SPACES TO FECHA-ENTRADA
              GO TO F-VALIDO-FECHA
           END-IF.
           MOVE FECHA-ENTRADA(1:6) TO PERIODO-MOV.
           PERFORM VEO-PERIODO-CERRADO.
           IF PERIODO-CERRADO = "S"
              DISPLAY "EL MES " PERIODO-MOV " ESTA CERRADO"
              MOVE SPACES TO FECHA-ENTRADA
           END-IF.
       F-VALIDO-FECHA.
           EXIT.

       VEO-PERIODO-CERRADO.
           MOVE "N" TO PERIODO-CERRADO.
           OPEN INPUT PERIODOS.
           IF ST-PERIODOS > "07"
                 DISPLAY "ERROR ABRIENDO EL ARCHIVO DE PERIODOS".
           MOVE PERIODO-MOV TO PER-PERIODO.
           READ PERIODOS
               INVALID KEY MOVE "23" TO ST-PERIODOS
           END-READ.
           IF ST-PERIODOS = "00" AND PER-ESTADO = "C"
              MOVE "S" TO PERIODO-CERRADO
           END-IF.
           CLOSE PERIODOS.

      *>   el mismo control que hace APLICAMOV en VEO-LIMITE-CREDITO,
      *>   sumando ademas los debitos y creditos del mismo cliente ya
      *>   tipeados en esta captura, que van a entrar juntos. Solo
      *>   avisa: el que decide es el supervisor, con el retenido.
       VEO-LIMITE-CREDITO.
           MOVE "N" TO EXCEDE-LIMITE.
           IF COMPROBANTE-ENTRADA NOT = "FAC"
              AND COMPROBANTE-ENTRADA NOT = "NDB"
              GO TO F-VEO-LIMITE-CREDITO
           END-IF.
           IF CLI_LIMITE_CREDITO NOT NUMERIC
              OR CLI_LIMITE_CREDITO = 0
              GO TO F-VEO-LIMITE-CREDITO
           END-IF.
           PERFORM SUMO-RECLAMOS.
           PERFORM SUMO-CLIENTE-EN-CAPTURA.
           COMPUTE SALDO-PROYECTADO =
                   CLI_SALDO + IMPORTE-EN-CAPTURA - IMPORTE-MOV
                   + IMPORTE-RECLAMADO.
           IF SALDO-PROYECTADO < 0
              COMPUTE SALDO-PROYECTADO = 0 - SALDO-PROYECTADO
              IF SALDO-PROYECTADO > CLI_LIMITE_CREDITO
                 MOVE "S" TO EXCEDE-LIMITE
                 MOVE SALDO-PROYECTADO   TO IMPORTE-ED
                 MOVE CLI_LIMITE_CREDITO TO LIMITE-ED
                 DISPLAY "ATENCION: CON ESTE MOVIMIENTO LA DEUDA "
                         "QUEDA EN " IMPORTE-ED
                 DISPLAY "Y SUPERA EL LIMITE DE CREDITO DE "
                         LIMITE-ED ": APLICAMOV LO VA A RETENER"
              END-IF
           END-IF.
       F-VEO-LIMITE-CREDITO.
           EXIT.

      *>   los reclamos abiertos del cliente, y los procedentes cuya
      *>   NCR sigue pendiente en la cola o quedo rechazada (ver
      *>   RECLAMOS.cpy), igual que en APLICAMOV e INTERES.
       SUMO-RECLAMOS.
           MOVE 0 TO IMPORTE-RECLAMADO.
           OPEN INPUT COLA-LOTES.
           MOVE CLI_ID     TO RCL-ID_CLIENTE.
           MOVE LOW-VALUES TO RCL-FECHA.
           MOVE LOW-VALUES TO RCL-COMPROBANTE.
           START RECLAMOS KEY IS NOT LESS THAN RCL-CLAVE
               INVALID KEY MOVE "23" TO ST-RECLAMOS
           END-START.
           PERFORM LEO-RECLAMO-CLIENTE THRU F-LEO-RECLAMO-CLIENTE
                   UNTIL ST-RECLAMOS NOT = "00".
           CLOSE COLA-LOTES.

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

      *>   lo ya tipeado para el cliente en esta captura, con el
      *>   signo que va a llevar en el lote.
       SUMO-CLIENTE-EN-CAPTURA.
           MOVE 0 TO IMPORTE-EN-CAPTURA.
           MOVE CAPTURA-ACTUAL TO CAP-NUMERO.
           MOVE 1              TO CAP-RENGLON.
           START CAPTURAS KEY IS NOT LESS THAN CAP-CLAVE
               INVALID KEY MOVE "23" TO ST-CAPTURAS
           END-START.
           PERFORM LEO-RENGLON-CLIENTE THRU F-LEO-RENGLON-CLIENTE
                   UNTIL ST-CAPTURAS NOT = "00".

       LEO-RENGLON-CLIENTE.
           READ CAPTURAS NEXT RECORD
               AT END MOVE "10" TO ST-CAPTURAS
           END-READ.
           IF ST-CAPTURAS NOT = "00"
              GO TO F-LEO-RENGLON-CLIENTE
           END-IF.
           IF CAP-NUMERO NOT = CAPTURA-ACTUAL
              MOVE "10" TO ST-CAPTURAS
              GO TO F-LEO-RENGLON-CLIENTE
           END-IF.
           IF CAP-ID_CLIENTE = CLI_ID
              IF CAP-COMPROBANTE = "FAC" OR CAP-COMPROBANTE = "NDB"
                 SUBTRACT CAP-IMPORTE FROM IMPORTE-EN-CAPTURA
              ELSE
                 ADD CAP-IMPORTE TO IMPORTE-EN-CAPTURA
              END-IF
           END-IF.
       F-LEO-RENGLON-CLIENTE.
           EXIT.

       LISTO-RENGLONES.
           MOVE CAPTURA-ACTUAL TO CAP-NUMERO.
           MOVE 1              TO CAP-RENGLON.
           START CAPTURAS KEY IS NOT LESS THAN CAP-CLAVE
               INVALID KEY MOVE "23" TO ST-CAPTURAS
           END-START.
           PERFORM LEO-RENGLON-LISTADO THRU F-LEO-RENGLON-LISTADO
                   UNTIL ST-CAPTURAS NOT = "00".
           IF CANT-CARGADA = 0
              DISPLAY "NO HAY RENGLONES CARGADOS"
           END-IF.

       LEO-RENGLON-LISTADO.
           READ CAPTURAS NEXT RECORD
               AT END MOVE "10" TO ST-CAPTURAS
           END-READ.
           IF ST-CAPTURAS NOT = "00"
              GO TO F-LEO-RENGLON-LISTADO
           END-IF.
           IF CAP-NUMERO NOT = CAPTURA-ACTUAL
              MOVE "10" TO ST-CAPTURAS
              GO TO F-LEO-RENGLON-LISTADO
           END-IF.
           MOVE CAP-IMPORTE TO IMPORTE-ED.
           IF CAP-EXCEDE-LIMITE = "S"
              DISPLAY CAP-RENGLON " " CAP-ID_CLIENTE " " CAP-FECHA " "
                      CAP-COMPROBANTE " " IMPORTE-ED " " CAP-USUARIO
                      " SUPERA LIMITE"
           ELSE
              DISPLAY CAP-RENGLON " " CAP-ID_CLIENTE " " CAP-FECHA " "
                      CAP-COMPROBANTE " " IMPORTE-ED " " CAP-USUARIO
           END-IF.
       F-LEO-RENGLON-LISTADO.
           EXIT.

      *>   un renglon mal tipeado se borra y se vuelve a cargar.
       BORRO-RENGLON.
           DISPLAY "RENGLON A BORRAR: ".
           ACCEPT RENGLON-PEDIDO.
           IF RENGLON-PEDIDO = 0
              GO TO F-BORRO-RENGLON
           END-IF.
           MOVE CAPTURA-ACTUAL TO CAP-NUMERO.
           MOVE RENGLON-PEDIDO TO CAP-RENGLON.
           READ CAPTURAS
               INVALID KEY MOVE "23" TO ST-CAPTURAS
           END-READ.
           IF ST-CAPTURAS NOT = "00"
              DISPLAY "NO EXISTE EL RENGLON " RENGLON-PEDIDO
              GO TO F-BORRO-RENGLON
           END-IF.
           MOVE CAP-IMPORTE TO IMPORTE-ED.
           DISPLAY CAP-RENGLON " " CAP-ID_CLIENTE " " CAP-FECHA " "
                   CAP-COMPROBANTE " " IMPORTE-ED.
           DISPLAY "CONFIRMA EL BORRADO (S/N): ".
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
              GO TO F-BORRO-RENGLON
           END-IF.
           DELETE CAPTURAS RECORD.
           IF ST-CAPTURAS NOT = "00"
              DISPLAY "ERROR BORRANDO EL RENGLON, ST-CAPTURAS="
                      ST-CAPTURAS
           END-IF.
           PERFORM CUENTO-RENGLONES.
       F-BORRO-RENGLON.
           EXIT.

      *>   LIBERAR: lo cargado tiene que atar contra la caratula, y
      *>   cada renglon se vuelve a controlar (la captura pudo quedar
      *>   dias en carga: un cliente dado de baja o un mes cerrado en
      *>   el medio la frenan). Con la ventana batch tomada no se
      *>   libera. El lote se numera con el registro "3" de
      *>   control.dat, se escribe y se encola; si algo falla la
      *>   captura vuelve a quedar en carga.
       LIBERO-LOTE.
           PERFORM CUENTO-RENGLONES.
           IF CANT-CARGADA = 0
              DISPLAY "NO HAY RENGLONES CARGADOS"
              GO TO F-LIBERO-LOTE
           END-IF.
           IF CANT-CARGADA NOT = CANT-DECLARADA
              OR IMPORTE-CARGADO NOT = IMPORTE-DECLARADO
              DISPLAY "LO CARGADO NO ATA CONTRA LO DECLARADO: "
                      "NO SE LIBERA"
              GO TO F-LIBERO-LOTE
           END-IF.
           MOVE 0 TO RENGLONES-CON-ERROR.
           MOVE CAPTURA-ACTUAL TO CAP-NUMERO.
           MOVE 1              TO CAP-RENGLON.
           START CAPTURAS KEY IS NOT LESS THAN CAP-CLAVE
               INVALID KEY MOVE "23" TO ST-CAPTURAS
           END-START.
           PERFORM REVALIDO-RENGLON THRU F-REVALIDO-RENGLON
                   UNTIL ST-CAPTURAS NOT = "00".
           IF RENGLONES-CON-ERROR > 0
              DISPLAY RENGLONES-CON-ERROR " RENGLONES YA NO PASAN LOS "
                      "CONTROLES: BORRELOS Y VUELVA A CARGARLOS"
              GO TO F-LIBERO-LOTE
           END-IF.
           PERFORM VEO-TRABA-BATCH.
           IF TRABA-BATCH = "S"
              GO TO F-LIBERO-LOTE
           END-IF.
           DISPLAY "CONFIRMA LA LIBERACION DEL LOTE (S/N): ".
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
              GO TO F-LIBERO-LOTE
           END-IF.
           OPEN I-O CLI-CONTROL.
           IF ST-CONTROL > "07"
              DISPLAY "ERROR ABRIENDO EL ARCHIVO DE CONTROL: NO SE "
                      "LIBERA"
              GO TO F-LIBERO-LOTE
           END-IF.
           OPEN I-O COLA-LOTES.
           IF ST-COLA > "07"
              DISPLAY "ERROR ABRIENDO LA COLA DE LOTES: NO SE LIBERA"
              CLOSE CLI-CONTROL
              GO TO F-LIBERO-LOTE
           END-IF.
           PERFORM OBTENGO-PROX-LOTE.
           CLOSE CLI-CONTROL.
           MOVE CAPTURA-ACTUAL TO CAC-NUMERO.
           MOVE 0              TO CAC-RENGLON.
           READ CAPTURAS
               INVALID KEY MOVE "23" TO ST-CAPTURAS
           END-READ.
           IF ST-CAPTURAS NOT = "00" OR CAC-ESTADO NOT = "C"
              DISPLAY "LA CAPTURA YA NO ESTA EN CARGA: NO SE LIBERA"
              CLOSE COLA-LOTES
              MOVE "S" TO SALIR-LOTE
              GO TO F-LIBERO-LOTE
           END-IF.
           MOVE "L"             TO CAC-ESTADO.
           MOVE USUARIO-CAPTURA TO CAC-USUARIO-CIERRE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CAC-FECHA-CIERRE.
           MOVE LOTE-NUEVO      TO CAC-LOTE.
           REWRITE REG-CAPTURA-CAB.
           IF ST-CAPTURAS NOT = "00"
              DISPLAY "ERROR GRABANDO LA CAPTURA, ST-CAPTURAS="
                      ST-CAPTURAS ": QUEDA EN CARGA"
              CLOSE COLA-LOTES
              GO TO F-LIBERO-LOTE
           END-IF.
           MOVE "N" TO ENCOLADO.
           PERFORM ESCRIBO-LOTE-CAPTURA THRU F-ESCRIBO-LOTE-CAPTURA.
           IF ST-LOTE-CAP = "00"
              INITIALIZE REG-COLA-LOTES
              MOVE LOTE-NUEVO      TO CLT-LOTE
              MOVE "CAPTURA"       TO CLT-ORIGEN
              MOVE "P"             TO CLT-ESTADO
              MOVE NOMBRE-LOTE     TO CLT-ARCHIVO
              MOVE FUNCTION CURRENT-DATE(1:8) TO CLT-FECHA-ALTA
              MOVE USUARIO-CAPTURA TO CLT-USUARIO
              WRITE REG-COLA-LOTES
              IF ST-COLA = "00"
                 MOVE "S" TO ENCOLADO
              END-IF
           END-IF.
           CLOSE COLA-LOTES.
           IF ENCOLADO = "S"
              DISPLAY "LOTE " LOTE-NUEVO " ENCOLADO PARA APLICAMOV CON "
                      CANT-CARGADA " MOVIMIENTOS"
              MOVE "S" TO SALIR-LOTE
           ELSE
              DISPLAY "ERROR GRABANDO EL LOTE (ST-LOTE=" ST-LOTE-CAP
                      " ST-COLA=" ST-COLA "): LA CAPTURA QUEDA EN CARGA"
              PERFORM DEVUELVO-A-CARGA
           END-IF.
       F-LIBERO-LOTE.
           EXIT.

       REVALIDO-RENGLON.
           READ CAPTURAS NEXT RECORD
               AT END MOVE "10" TO ST-CAPTURAS
           END-READ.
           IF ST-CAPTURAS NOT = "00"
              GO TO F-REVALIDO-RENGLON
           END-IF.
           IF CAP-NUMERO NOT = CAPTURA-ACTUAL
              MOVE "10" TO ST-CAPTURAS
              GO TO F-REVALIDO-RENGLON
           END-IF.
           MOVE CAP-ID_CLIENTE TO CLI_ID.
           READ CLIENTES
               INVALID KEY MOVE "23" TO ST-FILE
           END-READ.
           IF ST-FILE NOT = "00"
              DISPLAY "RENGLON " CAP-RENGLON ": CLIENTE " CAP-ID_CLIENTE
                      " INEXISTENTE"
              ADD 1 TO RENGLONES-CON-ERROR
              GO TO F-REVALIDO-RENGLON
           END-IF.
           IF CLI_ESTADO = "I"
              DISPLAY "RENGLON " CAP-RENGLON ": CLIENTE " CAP-ID_CLIENTE
                      " DADO DE BAJA"
              ADD 1 TO RENGLONES-CON-ERROR
              GO TO F-REVALIDO-RENGLON
           END-IF.
           MOVE CAP-FECHA(1:6) TO PERIODO-MOV.
           PERFORM VEO-PERIODO-CERRADO.
           IF PERIODO-CERRADO = "S"
              DISPLAY "RENGLON " CAP-RENGLON ": EL MES " PERIODO-MOV
                      " ESTA CERRADO"
              ADD 1 TO RENGLONES-CON-ERROR
           END-IF.
       F-REVALIDO-RENGLON.
           EXIT.

       DEVUELVO-A-CARGA.
           MOVE CAPTURA-ACTUAL TO CAC-NUMERO.
           MOVE 0              TO CAC-RENGLON.
           READ CAPTURAS
               INVALID KEY MOVE "23" TO ST-CAPTURAS
           END-READ.
           IF ST-CAPTURAS = "00"
              MOVE "C"    TO CAC-ESTADO
              MOVE SPACES TO CAC-USUARIO-CIERRE
              MOVE SPACES TO CAC-FECHA-CIERRE
              MOVE 0      TO CAC-LOTE
              REWRITE REG-CAPTURA-CAB
           END-IF.
           IF ST-CAPTURAS NOT = "00"
              DISPLAY "ERROR DEVOLVIENDO A CARGA LA CAPTURA "
                      CAPTURA-ACTUAL ", ST-CAPTURAS=" ST-CAPTURAS
           END-IF.

      *>   mismo formato que movimientos.dat (ver MOVIMIENTOS.cpy):
      *>   cabecera con el lote y la fecha de hoy, los renglones en
      *>   orden con el signo de su comprobante, y la cola con la
      *>   cantidad y la suma de control. Cada WRITE se controla: al
      *>   primer error se corta, se cierra el archivo y ST-LOTE-CAP
      *>   queda con ese error, asi LIBERO-LOTE no encola un lote
      *>   corto y devuelve la captura a carga.
       ESCRIBO-LOTE-CAPTURA.
           MOVE "00" TO ST-ERROR-LOTE.
           MOVE SPACES TO NOMBRE-LOTE.
           STRING "./lote_" LOTE-NUEVO ".dat"
                  DELIMITED BY SIZE INTO NOMBRE-LOTE.
           OPEN OUTPUT LOTE-CAPTURA.
           IF ST-LOTE-CAP NOT = "00"
              GO TO F-ESCRIBO-LOTE-CAPTURA
           END-IF.
           MOVE "H"        TO CAB-TIPO.
           MOVE LOTE-NUEVO TO CAB-LOTE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CAB-FECHA-LOTE.
           WRITE REG-MOV-CABECERA.
           IF ST-LOTE-CAP NOT = "00"
              MOVE ST-LOTE-CAP TO ST-ERROR-LOTE
              GO TO CIERRO-LOTE-CAPTURA
           END-IF.
           MOVE 0 TO HASH-LOTE.
           MOVE CAPTURA-ACTUAL TO CAP-NUMERO.
           MOVE 1              TO CAP-RENGLON.
           START CAPTURAS KEY IS NOT LESS THAN CAP-CLAVE
               INVALID KEY MOVE "23" TO ST-CAPTURAS
           END-START.
           PERFORM ESCRIBO-RENGLON THRU F-ESCRIBO-RENGLON
                   UNTIL ST-CAPTURAS NOT = "00".
           IF ST-ERROR-LOTE NOT = "00"
              GO TO CIERRO-LOTE-CAPTURA
           END-IF.
           MOVE "T"          TO COLA-TIPO.
           MOVE CANT-CARGADA TO COLA-CANTIDAD.
           MOVE HASH-LOTE    TO COLA-HASH-IMPORTE.
           WRITE REG-MOV-COLA.
           IF ST-LOTE-CAP NOT = "00"
              MOVE ST-LOTE-CAP TO ST-ERROR-LOTE
           END-IF.
       CIERRO-LOTE-CAPTURA.
           CLOSE LOTE-CAPTURA.
           IF ST-ERROR-LOTE NOT = "00"
              MOVE ST-ERROR-LOTE TO ST-LOTE-CAP
           END-IF.
       F-ESCRIBO-LOTE-CAPTURA.
           EXIT.

       ESCRIBO-RENGLON.
           READ CAPTURAS NEXT RECORD
               AT END MOVE "10" TO ST-CAPTURAS
           END-READ.
           IF ST-CAPTURAS NOT = "00"
              GO TO F-ESCRIBO-RENGLON
           END-IF.
           IF CAP-NUMERO NOT = CAPTURA-ACTUAL
              MOVE "10" TO ST-CAPTURAS
              GO TO F-ESCRIBO-RENGLON
           END-IF.
           MOVE CAP-ID_CLIENTE  TO MOV-ID_CLIENTE.
           MOVE CAP-FECHA       TO MOV-FECHA.
           MOVE CAP-COMPROBANTE TO MOV-COMPROBANTE.
           IF CAP-COMPROBANTE = "FAC" OR CAP-COMPROBANTE = "NDB"
              COMPUTE MOV-IMPORTE = 0 - CAP-IMPORTE
           ELSE
              MOVE CAP-IMPORTE TO MOV-IMPORTE
           END-IF.
           WRITE REG-MOVIMIENTOS.
           IF ST-LOTE-CAP NOT = "00"
              DISPLAY "ERROR GRABANDO EL RENGLON " CAP-RENGLON
                      " EN EL LOTE, ST-LOTE=" ST-LOTE-CAP
              MOVE ST-LOTE-CAP TO ST-ERROR-LOTE
              MOVE "10" TO ST-CAPTURAS
              GO TO F-ESCRIBO-RENGLON
           END-IF.
           ADD MOV-IMPORTE TO HASH-LOTE.
       F-ESCRIBO-RENGLON.
           EXIT.

      *>   ANULAR: el papel no se carga (caratula equivocada, lote
      *>   repetido). Los renglones quedan en el archivo como rastro.
       ANULO-CAPTURA.
           DISPLAY "CONFIRMA LA ANULACION DE LA CAPTURA "
                   CAPTURA-ACTUAL " (S/N): ".
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
              GO TO F-ANULO-CAPTURA
           END-IF.
           MOVE CAPTURA-ACTUAL TO CAC-NUMERO.
           MOVE 0              TO CAC-RENGLON.
           READ CAPTURAS
               INVALID KEY MOVE "23" TO ST-CAPTURAS
           END-READ.
           IF ST-CAPTURAS NOT = "00" OR CAC-ESTADO NOT = "C"
              DISPLAY "LA CAPTURA YA NO ESTA EN CARGA"
              MOVE "S" TO SALIR-LOTE
              GO TO F-ANULO-CAPTURA
           END-IF.
           MOVE "A"             TO CAC-ESTADO.
           MOVE USUARIO-CAPTURA TO CAC-USUARIO-CIERRE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CAC-FECHA-CIERRE.
           REWRITE REG-CAPTURA-CAB.
           IF ST-CAPTURAS = "00"
              DISPLAY "CAPTURA " CAPTURA-ACTUAL " ANULADA"
              MOVE "S" TO SALIR-LOTE
           ELSE
              DISPLAY "ERROR GRABANDO LA CAPTURA, ST-CAPTURAS="
                      ST-CAPTURAS
           END-IF.
       F-ANULO-CAPTURA.
           EXIT.

      *>   misma traba de ventana batch que mira CIERREMES: con un
      *>   batch aplicando, la cola se esta moviendo.
       VEO-TRABA-BATCH.
           MOVE "N" TO TRABA-BATCH.
           OPEN INPUT CLI-CONTROL.
           IF ST-CONTROL > "07"
              DISPLAY "ERROR ABRIENDO EL ARCHIVO DE CONTROL, "
                      "NO SE OPERA"
              MOVE "S" TO TRABA-BATCH
           ELSE
              MOVE "2" TO CTRL-CLAVE
              READ CLI-CONTROL
              IF ST-CONTROL = "00"
                 AND CTRL-LOTE-PROGRAMA NOT = SPACES
                 MOVE "S" TO TRABA-BATCH
                 DISPLAY "PROCESO BATCH EN CURSO ("
                         CTRL-LOTE-PROGRAMA " DESDE "
                         CTRL-LOTE-INICIO(1:14) "): NO SE OPERA"
              END-IF
              CLOSE CLI-CONTROL
           END-IF.

      *>   el registro "3" de CLI-CONTROL reparte los numeros de
      *>   lote, igual que en INICIO: de PRIMER-LOTE-SISTEMA para
      *>   arriba, la primera vez desde el lote mas alto conocido en
      *>   ese rango (cola de lotes y lotes.dat), y un numero que ya
      *>   este en la cola se saltea. Se llama con CLI-CONTROL y
      *>   COLA-LOTES abiertas.
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
           MOVE CTRL-ULTIMO-ID TO LOTE-NUEVO.

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



       END PROGRAM "CAPTURA".
