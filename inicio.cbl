                  RECORD KEY IS CAT-CODIGO
                  STATUS ST-CATEGORIAS.

      *>    mesa de rechazos: los movimientos que rechazo APLICAMOV,
      *>    el lote de correccion que arma, la cola donde lo anota y
      *>    lotes.dat para arrancar el numerador de lotes
           SELECT OPTIONAL RECHAZOS-MOV ASSIGN TO "./rechazos_mov.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS RCH-ID
                  STATUS ST-RECH-MOV.

           SELECT OPTIONAL LOTE-CORRECCION ASSIGN TO NOMBRE-LOTE
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-LOTE-CORR.

           SELECT OPTIONAL COLA-LOTES ASSIGN TO "./cola_lotes.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CLT-LOTE
                  STATUS ST-COLA.

           SELECT OPTIONAL LOTES ASSIGN TO "./lotes.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-LOTES.

      *>    meses cerrados por CIERREMES: no se aprueba un retenido
      *>    ni se fusiona con fecha de un mes cerrado
           SELECT OPTIONAL PERIODOS ASSIGN TO "./periodos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS PER-PERIODO
                  STATUS ST-PERIODOS.

      *>    cuentas contables por comprobante y categoria, para el
      *>    diario que arma ASIENTOS
           SELECT OPTIONAL CUENTAS ASSIGN TO "./cuentas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CTA-CLAVE
                  STATUS ST-CUENTAS.

      *>    reclamos de clientes contra un comprobante aplicado
           SELECT OPTIONAL RECLAMOS ASSIGN TO "./reclamos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS RCL-CLAVE
                  STATUS ST-RECLAMOS.


       DATA DIVISION.
       FILE SECTION.

       COPY CATEGORIAS.

       FD  RECHAZOS-MOV.

       COPY RECHAZOSMOV.

       FD  LOTE-CORRECCION.

       COPY MOVIMIENTOS.

       FD  COLA-LOTES.

       COPY COLALOTES.

       FD  LOTES.

       COPY LOTES.

       FD  PERIODOS.

       COPY PERIODOS.

       FD  CUENTAS.

       COPY CUENTAS.

       FD  RECLAMOS.

       COPY RECLAMOS.

       WORKING-STORAGE SECTION.
       01  ST-FILE        PIC XX.
       01  ST-CONTROL     PIC XX.
       01  ST-RETENIDOS   PIC XX.
       01  ST-MAYOR       PIC XX.
       01  ST-CATEGORIAS  PIC XX.
       01  ST-RECH-MOV    PIC XX.
       01  ST-LOTE-CORR   PIC XX.
      *>   el primer error de WRITE en el lote, que el CLOSE no pisa
       01  ST-ERROR-LOTE  PIC XX.
       01  ST-COLA        PIC XX.
       01  ST-LOTES       PIC XX.
       01  ST-PERIODOS    PIC XX.
       01  ST-CUENTAS     PIC XX.
       01  ST-RECLAMOS    PIC XX.
       01  X              PIC X.
       77  BANDERA        PIC 9.
       01  SALDO-Z        PIC Z(6)9.99.
       01  ACTIVA-NUEVA      PIC X.
       01  HAY-EN-CATEGORIA  PIC X.

      *> campos de trabajo del mantenimiento de cuentas contables
       01  OPCION-CTA        PIC X.
       01  SALIR-CTA         PIC X.
       01  COMPROBANTE-CTA   PIC X(3).
       01  CATEGORIA-CTA     PIC X.
       01  CUENTA-NUEVA      PIC X(10).
       01  CUENTAS-LISTADAS  PIC 9(5).

      *> campos de trabajo de los reclamos de clientes
       01  OPCION-RCL        PIC X.
       01  SALIR-RCL         PIC X.
       01  DECISION-RCL      PIC X.
       01  FIN-RECLAMOS      PIC X.
       01  ID-RECLAMO        PIC 9(7).
       01  FECHA-RECLAMO     PIC X(8).
       01  COMPROBANTE-RECLAMO PIC X(3).
       01  IMPORTE-ENTRADA   PIC X(12).
       01  IMPORTE-RECLAMO   PIC 9(7)V9(3).
       01  IMPORTE-COMPROBANTE PIC S9(9)V9(3).
       01  MOTIVO-RECLAMO    PIC X(60).
       01  COMENTARIO-RECLAMO PIC X(60).
       01  OPERACION-RECLAMO PIC X.
       01  ESTADO-RECLAMO    PIC X.
       01  RECLAMOS-VISTOS   PIC 9(5).
       01  RECLAMOS-ABIERTOS PIC 9(5).
       01  TOTAL-RECLAMADO   PIC 9(9)V9(3).
       01  TOTAL-RECLAMADO-ZZ PIC Z(8)9.999.
       01  DIAS-RECLAMO      PIC S9(7).
       01  DIAS-ED           PIC Z(4)9.
       01  LINEA-PANTALLA    PIC 9(2).

      *> campos de trabajo de la cola de movimientos retenidos y del
      *> limite de credito
       01  OPCION-RET       PIC X.
       01  IMPORTE-ZZ       PIC ------9.999.
       01  RETENIDOS-VISTOS PIC 9(5).

      *> campos de trabajo de la mesa de rechazos de movimientos: los
      *> reenvios de la sesion se juntan en la tabla y salen todos
      *> juntos, en un solo lote de correccion, al terminar
       01  OPCION-RCH       PIC X.
       01  SALIR-RCH        PIC X.
       01  RECHAZOS-VISTOS  PIC 9(5).
       01  MOTIVO-TEXTO     PIC X(30).
       01  ID-REENVIO       PIC 9(7).
       01  ESTADO-REENVIO   PIC X.
       01  COMENTARIO-BAJA  PIC X(60).
       01  CANT-REENVIOS    PIC 9(3)  VALUE 0.
       01  CANT-MARCADOS    PIC 9(3)  VALUE 0.
       01  TABLA-REENVIOS.
           03 REENVIO OCCURS 200.
              05 REE-RCH-ID      PIC 9(7).
              05 REE-ID_CLIENTE  PIC 9(7).
              05 REE-ID-ORIGINAL PIC 9(7).
              05 REE-FECHA       PIC X(8).
              05 REE-COMPROBANTE PIC X(3).
              05 REE-IMPORTE     PIC S9(7)V9(3).
      *>         "C" corregido, "R" tal cual; en espacio si no se
      *>         pudo marcar el rechazo y entonces no viaja
              05 REE-ESTADO      PIC X.
       01  REE-IDX          PIC 9(3).
       01  ENCOLADO         PIC X.

      *> numerador de lotes (registro "3" de control.dat) y el lote
      *> de correccion que se esta armando
       01  NOMBRE-LOTE      PIC X(40).
       01  LOTE-NUEVO       PIC 9(7).
       01  LOTE-LIBRE       PIC X.
      *>   los lotes del sistema van de aca para arriba (ver el
      *>   registro "3" en CONTROL.cpy)
       01  PRIMER-LOTE-SISTEMA PIC 9(7) VALUE 9000000.
       01  HASH-LOTE        PIC S9(11)V9(3).

      *> mes (AAAAMM) de un movimiento y si esta cerrado en
      *> periodos.dat; el retenido rechazado por mes cerrado va a la
      *> mesa de rechazos con el proximo RCH-ID
       01  PERIODO-MOV      PIC X(6).
       01  PERIODO-CERRADO  PIC X.
       01  RECHAZO-ULTIMO-ID PIC 9(7).

      *> imagen "antes" de un registro, para la auditoria de CAMBIO/BAJA
       01  SALDO-ANTES      PIC S9(7)V9(3).
       01  NOMBRE-ANTES     PIC X(60).
              DISPLAY "13 - FUSION DE CLIENTES DUPLICADOS"
              DISPLAY "14 - LIBERAR TRABA BATCH"
           END-IF.
           IF NIVEL-ACTUAL > 1
              DISPLAY "15 - RECHAZOS DE MOVIMIENTOS"
           END-IF.
           IF NIVEL-ACTUAL > 2
              DISPLAY "16 - CIERRE MENSUAL DE PERIODOS"
              DISPLAY "17 - CUENTAS CONTABLES"
           END-IF.
           IF NIVEL-ACTUAL > 1
              DISPLAY "18 - RECLAMOS DE CLIENTES"
              DISPLAY "19 - CARGA DE LOTES"
           END-IF.
           DISPLAY "0 - SALIR".
           ACCEPT OPCION.
           EVALUATE OPCION
                    ELSE
                       PERFORM OPCION-NO-PERMITIDA
                    END-IF
               WHEN "15"
                    IF NIVEL-ACTUAL > 1
                       PERFORM VEO-TRABA-BATCH
                       IF TRABA-BATCH = "N"
                          PERFORM REVISO-RECHAZOS-MOV
                                  THRU F-REVISO-RECHAZOS-MOV
                       END-IF
                    ELSE
                       PERFORM OPCION-NO-PERMITIDA
                    END-IF
               WHEN "16"
                    IF NIVEL-ACTUAL > 2
                       PERFORM VEO-TRABA-BATCH
                       IF TRABA-BATCH = "N"
                          PERFORM CIERRE-MENSUAL
                       END-IF
                    ELSE
                       PERFORM OPCION-NO-PERMITIDA
                    END-IF
               WHEN "17"
                    IF NIVEL-ACTUAL > 2
                       PERFORM CUENTAS-CONTABLES
                               THRU F-CUENTAS-CONTABLES
                    ELSE
                       PERFORM OPCION-NO-PERMITIDA
                    END-IF
               WHEN "18"
                    IF NIVEL-ACTUAL > 1
                       PERFORM VEO-TRABA-BATCH
                       IF TRABA-BATCH = "N"
                          PERFORM RECLAMOS-CLIENTES
                                  THRU F-RECLAMOS-CLIENTES
                       END-IF
                    ELSE
                       PERFORM OPCION-NO-PERMITIDA
                    END-IF
               WHEN "19"
                    IF NIVEL-ACTUAL > 1
                       PERFORM CARGA-LOTES
                    ELSE
                       PERFORM OPCION-NO-PERMITIDA
                    END-IF
               WHEN "0" MOVE "S" TO SALIR
               WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.
           IF ST-AUDITORIA > "07"
                 DISPLAY "ERROR ABRIENDO EL ARCHIVO DE AUDITORIA".

      *>   FUSION sobre un mes cerrado en periodos.dat: no se hace,
      *>   y queda una linea en rechazos.dat con los dos IDs.
       RECHAZO-FUSION-PERIODO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           MOVE SPACES TO TEXTO-RECHAZO.
           STRING "FECHA=" FECHA-HOY
                  " FUSION RECHAZADA ID=" ID-FUSIONADO
                  " SOBREVIVIENTE=" ID-SOBREVIVE
                  " MOTIVO=PERIODO CERRADO"
                  DELIMITED BY SIZE INTO TEXTO-RECHAZO.
           MOVE TEXTO-RECHAZO TO RECHAZO-LINEA.
           WRITE RECHAZO-LINEA.
           DISPLAY "EL MES " PERIODO-MOV " ESTA CERRADO: NO SE "
                   "FUSIONA, VER RECHAZOS.DAT".

      *>   CIERRE MENSUAL: lo hace CIERREMES, que graba AUDITORIA y
      *>   mira la traba en control.dat por su cuenta; se le cierran
      *>   esos dos archivos mientras corre, como a REVERSA.
       CIERRE-MENSUAL.
           CLOSE AUDITORIA.
           CLOSE CLI-CONTROL.
           CALL "CIERREMES" USING USUARIO-ACTUAL
               ON EXCEPTION
                  DISPLAY "NO SE PUDO CARGAR EL PROGRAMA CIERREMES"
           END-CALL.
           OPEN EXTEND AUDITORIA.
           IF ST-AUDITORIA > "07"
                 DISPLAY "ERROR ABRIENDO EL ARCHIVO DE AUDITORIA".
           OPEN I-O CLI-CONTROL.
           IF ST-CONTROL > "07"
                 DISPLAY "ERROR ABRIENDO EL ARCHIVO DE CONTROL".

      *>   CARGA DE LOTES: la tipea CAPTURA, que lee CLIENTES y toma
      *>   el numero de lote de CLI-CONTROL al liberar. La traba
      *>   batch la mira ella misma al liberar: tipear se puede
      *>   siempre.
       CARGA-LOTES.
           CLOSE CLIENTES.
           CLOSE CLI-CONTROL.
           CALL "CAPTURA" USING USUARIO-ACTUAL
               ON EXCEPTION
                  DISPLAY "NO SE PUDO CARGAR EL PROGRAMA CAPTURA"
           END-CALL.
           OPEN I-O CLIENTES.
           IF ST-FILE > "07"
                 DISPLAY "ERROR ABRIENDO EL ARCHIVO".
           OPEN I-O CLI-CONTROL.
           IF ST-CONTROL > "07"
                 DISPLAY "ERROR ABRIENDO EL ARCHIVO DE CONTROL".

      *>   REVERSION: delega en el programa REVERSA (contra-asiento
      *>   de un movimiento aplicado por error). REVERSA abre
      *>   CLIENTES, AUDITORIA, el mayor, el control (por la traba
      *>   batch) y rechazos.dat (mes cerrado) por su cuenta, asi
      *>   que aca se cierran los cinco antes de llamar y se
      *>   reabren al volver, con la misma mecanica que
      *>   HISTORIAL-CLIENTE. El menu solo lo ofrece a nivel 2 o
      *>   mas, y le pasa el operador autenticado para que la linea
      *>   "V" de AUDITORIA quede firmada por el, no por la variable
      *>   de entorno.
       REVERSION-MOVIMIENTO.
           CLOSE CLIENTES.
           CLOSE AUDITORIA.
           CLOSE MAYOR.
           CLOSE CLI-CONTROL.
           CLOSE RECHAZOS.
           CALL "REVERSA" USING USUARIO-ACTUAL
               ON EXCEPTION
                  DISPLAY "NO SE PUDO CARGAR EL PROGRAMA REVERSA"
           END-CALL.
           OPEN EXTEND RECHAZOS.
           IF ST-RECHAZOS > "07"
                 DISPLAY "ERROR ABRIENDO EL ARCHIVO DE RECHAZOS".
           OPEN I-O CLIENTES.
           IF ST-FILE > "07"
                 DISPLAY "ERROR ABRIENDO EL ARCHIVO".
       F-LEO-SIGUIENTE-CATEGORIA.
           EXIT.

      *>   CUENTAS CONTABLES: que cuentas toca en el diario de
      *>   ASIENTOS cada comprobante, por categoria de cliente, o con
      *>   la categoria "*" para todas las que no tengan la suya (ver
      *>   CUENTAS.cpy). No toca CLIENTES, asi que no mira la traba
      *>   batch; el archivo se abre solo mientras se esta en el menu.
       CUENTAS-CONTABLES.
           OPEN I-O CUENTAS.
           IF ST-CUENTAS > "07"
              DISPLAY "ERROR ABRIENDO EL ARCHIVO DE CUENTAS"
              GO TO F-CUENTAS-CONTABLES
           END-IF.
           MOVE "N" TO SALIR-CTA.
           PERFORM MENU-CUENTAS THRU F-MENU-CUENTAS
                   UNTIL SALIR-CTA = "S".
           CLOSE CUENTAS.
       F-CUENTAS-CONTABLES.
           EXIT.

       MENU-CUENTAS.
           DISPLAY " ".
           DISPLAY "1 - ALTA DE CUENTAS DE UN COMPROBANTE".
           DISPLAY "2 - CAMBIO DE CUENTAS".
           DISPLAY "3 - BAJA DE CUENTAS".
           DISPLAY "4 - LISTADO DE CUENTAS".
           DISPLAY "5 - VOLVER".
           ACCEPT OPCION-CTA.
           EVALUATE OPCION-CTA
               WHEN "1" PERFORM ALTA-CUENTA THRU F-ALTA-CUENTA
               WHEN "2" PERFORM CAMBIO-CUENTA THRU F-CAMBIO-CUENTA
               WHEN "3" PERFORM BAJA-CUENTA THRU F-BAJA-CUENTA
               WHEN "4" PERFORM LISTO-CUENTAS
               WHEN "5" MOVE "S" TO SALIR-CTA
               WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.
       F-MENU-CUENTAS.
           EXIT.

      *>   la clave: un comprobante de los que llegan al mayor y una
      *>   categoria de categorias.dat (activa o no: un cliente de
      *>   una categoria dada de baja puede seguir teniendo mayor) o
      *>   "*".
       PIDO-CLAVE-CUENTA.
           MOVE "S" TO VALIDO.
           DISPLAY "COMPROBANTE (FAC/REC/NDB/NCR/FUS): ".
           ACCEPT COMPROBANTE-CTA.
           DISPLAY "CATEGORIA (* = TODAS LAS DEMAS): ".
           ACCEPT CATEGORIA-CTA.
           IF COMPROBANTE-CTA NOT = "FAC" AND NOT = "REC"
              AND NOT = "NDB" AND NOT = "NCR" AND NOT = "FUS"
              DISPLAY "COMPROBANTE INVALIDO"
              MOVE "N" TO VALIDO
              GO TO F-PIDO-CLAVE-CUENTA
           END-IF.
           IF CATEGORIA-CTA NOT = "*"
              MOVE CATEGORIA-CTA TO CAT-CODIGO
              READ CATEGORIAS
              IF ST-CATEGORIAS NOT = "00"
                 DISPLAY "CATEGORIA INEXISTENTE"
                 MOVE "N" TO VALIDO
                 GO TO F-PIDO-CLAVE-CUENTA
              END-IF
           END-IF.
           MOVE COMPROBANTE-CTA TO CTA-COMPROBANTE.
           MOVE CATEGORIA-CTA   TO CTA-CATEGORIA.
       F-PIDO-CLAVE-CUENTA.
           EXIT.

       ALTA-CUENTA.
           PERFORM PIDO-CLAVE-CUENTA THRU F-PIDO-CLAVE-CUENTA.
           IF VALIDO = "N"
              GO TO F-ALTA-CUENTA
           END-IF.
           DISPLAY "CUENTA AL DEBE: ".
           ACCEPT CTA-DEBE.
           DISPLAY "CUENTA AL HABER: ".
           ACCEPT CTA-HABER.
           DISPLAY "DESCRIPCION: ".
           ACCEPT CTA-DESCRIPCION.
           EVALUATE TRUE
               WHEN CTA-DEBE = SPACES OR CTA-HABER = SPACES
                    DISPLAY "LAS DOS CUENTAS SON OBLIGATORIAS"
               WHEN CTA-DEBE = CTA-HABER
                    DISPLAY "DEBE Y HABER NO PUEDEN SER LA MISMA CUENTA"
               WHEN OTHER
                    MOVE USUARIO-ACTUAL TO CTA-USUARIO
                    MOVE FUNCTION CURRENT-DATE TO CTA-FECHA-HORA
                    WRITE REG-CUENTAS
                    EVALUATE ST-CUENTAS
                        WHEN "00" DISPLAY "CUENTAS GRABADAS"
                        WHEN "22" DISPLAY "YA HAY CUENTAS PARA ESA "
                                          "CLAVE, USE CAMBIO"
                        WHEN OTHER
                             DISPLAY "ERROR GRABANDO CUENTAS, ST-"
                                     "CUENTAS=" ST-CUENTAS
                    END-EVALUATE
           END-EVALUATE.
       F-ALTA-CUENTA.
           EXIT.

      *>   ENTER mantiene cada valor, como en CAMBIO-CATEGORIA.
       CAMBIO-CUENTA.
           PERFORM PIDO-CLAVE-CUENTA THRU F-PIDO-CLAVE-CUENTA.
           IF VALIDO = "N"
              GO TO F-CAMBIO-CUENTA
           END-IF.
           READ CUENTAS.
           IF ST-CUENTAS NOT = "00"
              DISPLAY "NO HAY CUENTAS PARA ESA CLAVE"
              GO TO F-CAMBIO-CUENTA
           END-IF.
           DISPLAY "DEBE ACTUAL: " CTA-DEBE.
           DISPLAY "NUEVA CUENTA AL DEBE (ENTER PARA MANTENER): ".
           MOVE SPACES TO CUENTA-NUEVA.
           ACCEPT CUENTA-NUEVA.
           IF CUENTA-NUEVA NOT = SPACES
              MOVE CUENTA-NUEVA TO CTA-DEBE
           END-IF.
           DISPLAY "HABER ACTUAL: " CTA-HABER.
           DISPLAY "NUEVA CUENTA AL HABER (ENTER PARA MANTENER): ".
           MOVE SPACES TO CUENTA-NUEVA.
           ACCEPT CUENTA-NUEVA.
           IF CUENTA-NUEVA NOT = SPACES
              MOVE CUENTA-NUEVA TO CTA-HABER
           END-IF.
           DISPLAY "DESCRIPCION ACTUAL: " CTA-DESCRIPCION.
           DISPLAY "NUEVA DESCRIPCION (ENTER PARA MANTENER): ".
           MOVE SPACES TO DESCRIPCION-NUEVA.
           ACCEPT DESCRIPCION-NUEVA.
           IF DESCRIPCION-NUEVA NOT = SPACES
              MOVE DESCRIPCION-NUEVA TO CTA-DESCRIPCION
           END-IF.
           IF CTA-DEBE = CTA-HABER
              DISPLAY "DEBE Y HABER NO PUEDEN SER LA MISMA CUENTA"
              GO TO F-CAMBIO-CUENTA
           END-IF.
           MOVE USUARIO-ACTUAL TO CTA-USUARIO.
           MOVE FUNCTION CURRENT-DATE TO CTA-FECHA-HORA.
           REWRITE REG-CUENTAS.
           IF ST-CUENTAS = "00"
              DISPLAY "CUENTAS ACTUALIZADAS"
           ELSE
              DISPLAY "ERROR GRABANDO CUENTAS, ST-CUENTAS=" ST-CUENTAS
           END-IF.
       F-CAMBIO-CUENTA.
           EXIT.

      *>   sin sus cuentas, el proximo dia con ese comprobante no
      *>   sale de ASIENTOS hasta que se carguen (o hasta que la "*"
      *>   lo cubra): por eso se confirma.
       BAJA-CUENTA.
           PERFORM PIDO-CLAVE-CUENTA THRU F-PIDO-CLAVE-CUENTA.
           IF VALIDO = "N"
              GO TO F-BAJA-CUENTA
           END-IF.
           READ CUENTAS.
           IF ST-CUENTAS NOT = "00"
              DISPLAY "NO HAY CUENTAS PARA ESA CLAVE"
              GO TO F-BAJA-CUENTA
           END-IF.
           DISPLAY "DEBE " CTA-DEBE " HABER " CTA-HABER " "
                   CTA-DESCRIPCION.
           DISPLAY "CONFIRMA BAJA (S/N): ".
           ACCEPT CONFIRMA.
           IF CONFIRMA = "S" OR CONFIRMA = "s"
              DELETE CUENTAS
              IF ST-CUENTAS = "00"
                 DISPLAY "CUENTAS DADAS DE BAJA"
              ELSE
                 DISPLAY "ERROR BORRANDO CUENTAS, ST-CUENTAS="
                         ST-CUENTAS
              END-IF
           END-IF.
       F-BAJA-CUENTA.
           EXIT.

       LISTO-CUENTAS.
           MOVE 0 TO CUENTAS-LISTADAS.
           MOVE LOW-VALUES TO CTA-CLAVE.
           START CUENTAS KEY IS NOT LESS THAN CTA-CLAVE
               INVALID KEY MOVE "23" TO ST-CUENTAS
           END-START.
           PERFORM LEO-SIGUIENTE-CUENTA THRU F-LEO-SIGUIENTE-CUENTA
                   UNTIL ST-CUENTAS NOT = "00".
           IF CUENTAS-LISTADAS = 0
              DISPLAY "NO HAY CUENTAS CARGADAS"
           END-IF.

       LEO-SIGUIENTE-CUENTA.
           READ CUENTAS NEXT RECORD
               AT END MOVE "10" TO ST-CUENTAS
           END-READ.
           IF ST-CUENTAS = "00"
              ADD 1 TO CUENTAS-LISTADAS
              DISPLAY CTA-COMPROBANTE " " CTA-CATEGORIA "  DEBE "
                      CTA-DEBE "  HABER " CTA-HABER "  "
                      CTA-DESCRIPCION
           END-IF.
       F-LEO-SIGUIENTE-CUENTA.
           EXIT.

      *>   RECLAMOS DE CLIENTES: un cliente que discute un debito ya
      *>   aplicado (FAC o NDB) deja su reclamo en reclamos.dat (ver
      *>   RECLAMOS.cpy). Lo abre un operador; lo resuelve un
      *>   supervisor, como procedente (sale una NCR por lo
      *>   reclamado en un lote propio por la cola de lotes, con la
      *>   misma mecanica que el lote de correccion de la mesa de
      *>   rechazos) o no procedente. Apertura y resolucion quedan en
      *>   AUDITORIA con las letras "K" y "J". El archivo se abre y
      *>   se cierra dentro de la opcion, como rechazos_mov.dat.
       RECLAMOS-CLIENTES.
           OPEN I-O RECLAMOS.
           IF ST-RECLAMOS > "07"
              DISPLAY "ERROR ABRIENDO EL ARCHIVO DE RECLAMOS"
              GO TO F-RECLAMOS-CLIENTES
           END-IF.
           MOVE "N" TO SALIR-RCL.
           PERFORM MENU-RECLAMOS THRU F-MENU-RECLAMOS
                   UNTIL SALIR-RCL = "S".
           CLOSE RECLAMOS.
       F-RECLAMOS-CLIENTES.
           EXIT.

       MENU-RECLAMOS.
           DISPLAY " ".
           DISPLAY "1 - ALTA DE RECLAMO".
           IF NIVEL-ACTUAL > 2
              DISPLAY "2 - RESOLUCION DE RECLAMOS ABIERTOS"
           END-IF.
           DISPLAY "3 - RECLAMOS DE UN CLIENTE".
           DISPLAY "4 - VOLVER".
           ACCEPT OPCION-RCL.
           EVALUATE OPCION-RCL
               WHEN "1" PERFORM ALTA-RECLAMO THRU F-ALTA-RECLAMO
               WHEN "2"
                    IF NIVEL-ACTUAL > 2
                       PERFORM RESUELVO-RECLAMOS
                    ELSE
                       PERFORM OPCION-NO-PERMITIDA
                    END-IF
               WHEN "3" PERFORM LISTO-RECLAMOS-CLIENTE
               WHEN "4" MOVE "S" TO SALIR-RCL
               WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.
       F-MENU-RECLAMOS.
           EXIT.

      *>   el comprobante reclamado tiene que estar aplicado en el
      *>   mayor y no reversado; lo reclamado puede ser parte de el
      *>   (ENTER = todo). Una terna cliente/fecha/comprobante
      *>   admite un solo reclamo, abierto o ya resuelto.
       ALTA-RECLAMO.
           DISPLAY "ID_CLIENTE: ".
           ACCEPT CLI_ID.
           PERFORM BUSCO-POR-ID THRU F-BUSCO-POR-ID.
           IF ENCONTRADO = "N"
              DISPLAY "CLIENTE NO ENCONTRADO"
              GO TO F-ALTA-RECLAMO
           END-IF.
           DISPLAY "CLIENTE " CLI_ID " " CLI_NOMBRE.
           DISPLAY "FECHA DEL COMPROBANTE (AAAAMMDD): ".
           ACCEPT FECHA-RECLAMO.
           IF FECHA-RECLAMO NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(
                 FUNCTION NUMVAL(FECHA-RECLAMO)) NOT = 0
              DISPLAY "FECHA INVALIDA"
              GO TO F-ALTA-RECLAMO
           END-IF.
           DISPLAY "COMPROBANTE (FAC/NDB): ".
           ACCEPT COMPROBANTE-RECLAMO.
           IF COMPROBANTE-RECLAMO NOT = "FAC"
              AND COMPROBANTE-RECLAMO NOT = "NDB"
              DISPLAY "SOLO SE RECLAMAN FACTURAS Y NOTAS DE DEBITO"
              GO TO F-ALTA-RECLAMO
           END-IF.
           MOVE CLI_ID              TO RCL-ID_CLIENTE.
           MOVE FECHA-RECLAMO       TO RCL-FECHA.
           MOVE COMPROBANTE-RECLAMO TO RCL-COMPROBANTE.
           READ RECLAMOS.
           IF ST-RECLAMOS = "00"
              DISPLAY "YA HAY UN RECLAMO POR ESE COMPROBANTE (ESTADO "
                      RCL-ESTADO ")"
              GO TO F-ALTA-RECLAMO
           END-IF.
           PERFORM BUSCO-COMPROBANTE-MAYOR.
           IF IMPORTE-COMPROBANTE NOT > 0
              DISPLAY "EL COMPROBANTE NO ESTA APLICADO EN EL MAYOR "
                      "(O YA FUE REVERSADO)"
              GO TO F-ALTA-RECLAMO
           END-IF.
           MOVE IMPORTE-COMPROBANTE TO IMPORTE-ZZ.
           DISPLAY "IMPORTE DEL COMPROBANTE: " IMPORTE-ZZ.
           DISPLAY "IMPORTE RECLAMADO (ENTER = TODO): ".
           ACCEPT IMPORTE-ENTRADA.
           IF IMPORTE-ENTRADA = SPACES
              MOVE IMPORTE-COMPROBANTE TO IMPORTE-RECLAMO
           ELSE
              MOVE FUNCTION NUMVAL(IMPORTE-ENTRADA) TO IMPORTE-RECLAMO
           END-IF.
           IF IMPORTE-RECLAMO = 0
              OR IMPORTE-RECLAMO > IMPORTE-COMPROBANTE
              DISPLAY "EL IMPORTE TIENE QUE SER MAYOR QUE CERO Y NO "
                      "PASAR EL DEL COMPROBANTE"
              GO TO F-ALTA-RECLAMO
           END-IF.
           DISPLAY "MOTIVO (OBLIGATORIO): ".
           ACCEPT MOTIVO-RECLAMO.
           IF MOTIVO-RECLAMO = SPACES
              DISPLAY "SIN MOTIVO NO SE ABRE EL RECLAMO"
              GO TO F-ALTA-RECLAMO
           END-IF.
           DISPLAY "CONFIRMA EL RECLAMO (S/N): ".
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
              GO TO F-ALTA-RECLAMO
           END-IF.
           INITIALIZE REG-RECLAMOS.
           MOVE CLI_ID              TO RCL-ID_CLIENTE.
           MOVE FECHA-RECLAMO       TO RCL-FECHA.
           MOVE COMPROBANTE-RECLAMO TO RCL-COMPROBANTE.
           MOVE IMPORTE-RECLAMO     TO RCL-IMPORTE.
           MOVE MOTIVO-RECLAMO      TO RCL-MOTIVO.
           MOVE USUARIO-ACTUAL      TO RCL-USUARIO-ALTA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RCL-FECHA-ALTA.
           MOVE "A"                 TO RCL-ESTADO.
           WRITE REG-RECLAMOS.
           IF ST-RECLAMOS = "00"
              MOVE "K"   TO OPERACION-RECLAMO
              MOVE SPACE TO ESTADO-RECLAMO
              PERFORM AUDITO-RECLAMO
              DISPLAY "RECLAMO ABIERTO"
           ELSE
              DISPLAY "ERROR GRABANDO EL RECLAMO, ST-RECLAMOS="
                      ST-RECLAMOS
           END-IF.
       F-ALTA-RECLAMO.
           EXIT.

      *>   lo que quedo aplicado del comprobante: la suma con signo
      *>   de sus lineas en el mayor (la "V" de una reversion lleva
      *>   la misma fecha y comprobante con el importe negado, asi
      *>   que un comprobante reversado da cero). El mayor esta
      *>   abierto en EXTEND: se cierra, se lee y se vuelve a abrir,
      *>   como AUDITORIA en HISTORIAL-CLIENTE.
       BUSCO-COMPROBANTE-MAYOR.
           MOVE 0 TO IMPORTE-COMPROBANTE.
           CLOSE MAYOR.
           OPEN INPUT MAYOR.
           IF ST-MAYOR > "07"
                 DISPLAY "ERROR ABRIENDO EL ARCHIVO MAYOR".
           PERFORM LEO-COMPROBANTE-MAYOR THRU F-LEO-COMPROBANTE-MAYOR
                   UNTIL ST-MAYOR NOT = "00".
           CLOSE MAYOR.
           OPEN EXTEND MAYOR.
           IF ST-MAYOR > "07"
                 DISPLAY "ERROR ABRIENDO EL ARCHIVO MAYOR".

       LEO-COMPROBANTE-MAYOR.
           READ MAYOR
               AT END MOVE "10" TO ST-MAYOR
           END-READ.
           IF ST-MAYOR = "00"
              AND MAY-ID_CLIENTE  = CLI_ID
              AND MAY-FECHA       = FECHA-RECLAMO
              AND MAY-COMPROBANTE = COMPROBANTE-RECLAMO
              SUBTRACT MAY-IMPORTE FROM IMPORTE-COMPROBANTE
           END-IF.
       F-LEO-COMPROBANTE-MAYOR.
           EXIT.

      *>   los abiertos de todos los clientes, en orden de clave, con
      *>   la misma mecanica que la cola de retenidos: P procedente,
      *>   N no procedente, F termina, ENTER lo deja abierto.
       RESUELVO-RECLAMOS.
           MOVE 0   TO RECLAMOS-VISTOS.
           MOVE "N" TO FIN-RECLAMOS.
           MOVE LOW-VALUES TO RCL-CLAVE.
           START RECLAMOS KEY IS NOT LESS THAN RCL-CLAVE
               INVALID KEY MOVE "23" TO ST-RECLAMOS
           END-START.
           PERFORM PROCESO-RECLAMO THRU F-PROCESO-RECLAMO
                   UNTIL ST-RECLAMOS NOT = "00"
                      OR FIN-RECLAMOS = "S".
           IF RECLAMOS-VISTOS = 0
              DISPLAY "NO HAY RECLAMOS ABIERTOS"
           END-IF.

       PROCESO-RECLAMO.
           READ RECLAMOS NEXT RECORD
               AT END MOVE "10" TO ST-RECLAMOS
           END-READ.
           IF ST-RECLAMOS = "00"
              AND RCL-ESTADO = "A"
              ADD 1 TO RECLAMOS-VISTOS
              PERFORM DECIDO-RECLAMO
           END-IF.
       F-PROCESO-RECLAMO.
           EXIT.

       DECIDO-RECLAMO.
           PERFORM CALCULO-DIAS-RECLAMO.
           MOVE RCL-IMPORTE  TO IMPORTE-ZZ.
           MOVE DIAS-RECLAMO TO DIAS-ED.
           DISPLAY "------------------------------------------------".
           DISPLAY "RECLAMO CLIENTE " RCL-ID_CLIENTE " COMPROBANTE "
                   RCL-COMPROBANTE " DEL " RCL-FECHA
                   " IMPORTE " IMPORTE-ZZ.
           DISPLAY "ABIERTO EL " RCL-FECHA-ALTA " POR "
                   RCL-USUARIO-ALTA " HACE " DIAS-ED " DIAS".
           DISPLAY "MOTIVO " RCL-MOTIVO.
           DISPLAY "PROCEDENTE (P) / NO PROCEDENTE (N) / FIN (F) / "
                   "ENTER LO DEJA: ".
           ACCEPT DECISION-RCL.
           EVALUATE DECISION-RCL
               WHEN "P" PERFORM RECLAMO-PROCEDENTE
                                THRU F-RECLAMO-PROCEDENTE
               WHEN "p" PERFORM RECLAMO-PROCEDENTE
                                THRU F-RECLAMO-PROCEDENTE
               WHEN "N" PERFORM RECLAMO-NO-PROCEDENTE
                                THRU F-RECLAMO-NO-PROCEDENTE
               WHEN "n" PERFORM RECLAMO-NO-PROCEDENTE
                                THRU F-RECLAMO-NO-PROCEDENTE
               WHEN "F" MOVE "S" TO FIN-RECLAMOS
               WHEN "f" MOVE "S" TO FIN-RECLAMOS
               WHEN OTHER CONTINUE
           END-EVALUATE.

      *>   procedente: el reclamo se marca con el lote nuevo y recien
      *>   entonces se escribe la NCR y se encola, como el lote de
      *>   correccion; si el archivo o la cola fallan el reclamo
      *>   vuelve a quedar abierto. La NCR tiene que poder aplicarse,
      *>   asi que el cliente tiene que existir y estar activo.
       RECLAMO-PROCEDENTE.
           DISPLAY "COMENTARIO (OBLIGATORIO): ".
           ACCEPT COMENTARIO-RECLAMO.
           IF COMENTARIO-RECLAMO = SPACES
              DISPLAY "SIN COMENTARIO NO SE RESUELVE"
              GO TO F-RECLAMO-PROCEDENTE
           END-IF.
           MOVE RCL-ID_CLIENTE TO CLI_ID.
           PERFORM BUSCO-POR-ID THRU F-BUSCO-POR-ID.
           IF ENCONTRADO = "N"
              DISPLAY "CLIENTE INEXISTENTE: LA NCR NO SE PODRIA "
                      "APLICAR"
              GO TO F-RECLAMO-PROCEDENTE
           END-IF.
           IF CLI_ESTADO = "I"
              DISPLAY "CLIENTE DADO DE BAJA: REACTIVELO ANTES DE DAR "
                      "EL RECLAMO POR PROCEDENTE"
              GO TO F-RECLAMO-PROCEDENTE
           END-IF.
           OPEN I-O COLA-LOTES.
           IF ST-COLA > "07"
              DISPLAY "ERROR ABRIENDO LA COLA DE LOTES: EL RECLAMO "
                      "QUEDA ABIERTO"
              GO TO F-RECLAMO-PROCEDENTE
           END-IF.
           PERFORM OBTENGO-PROX-LOTE.
           MOVE "P"                TO RCL-ESTADO.
           MOVE USUARIO-ACTUAL     TO RCL-USUARIO-RESOL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RCL-FECHA-RESOL.
           MOVE COMENTARIO-RECLAMO TO RCL-COMENTARIO.
           MOVE LOTE-NUEVO         TO RCL-LOTE-NCR.
           REWRITE REG-RECLAMOS.
           IF ST-RECLAMOS NOT = "00"
              DISPLAY "ERROR GRABANDO EL RECLAMO, ST-RECLAMOS="
                      ST-RECLAMOS ": QUEDA ABIERTO"
              CLOSE COLA-LOTES
              GO TO F-RECLAMO-PROCEDENTE
           END-IF.
           MOVE "N" TO ENCOLADO.
           PERFORM ESCRIBO-LOTE-RECLAMO THRU F-ESCRIBO-LOTE-RECLAMO.
           IF ST-LOTE-CORR = "00"
              INITIALIZE REG-COLA-LOTES
              MOVE LOTE-NUEVO     TO CLT-LOTE
              MOVE "RECLAMO"      TO CLT-ORIGEN
              MOVE "P"            TO CLT-ESTADO
              MOVE NOMBRE-LOTE    TO CLT-ARCHIVO
              MOVE FUNCTION CURRENT-DATE(1:8) TO CLT-FECHA-ALTA
              MOVE USUARIO-ACTUAL TO CLT-USUARIO
              WRITE REG-COLA-LOTES
              IF ST-COLA = "00"
                 MOVE "S" TO ENCOLADO
              END-IF
           END-IF.
           CLOSE COLA-LOTES.
           IF ENCOLADO = "S"
              MOVE "J" TO OPERACION-RECLAMO
              MOVE "A" TO ESTADO-RECLAMO
              PERFORM AUDITO-RECLAMO
              DISPLAY "RECLAMO PROCEDENTE: NCR EN EL LOTE " LOTE-NUEVO
                      " ENCOLADO PARA APLICAMOV"
           ELSE
              DISPLAY "ERROR GRABANDO EL LOTE DE LA NCR (ST-LOTE="
                      ST-LOTE-CORR " ST-COLA=" ST-COLA
                      "): EL RECLAMO QUEDA ABIERTO"
              MOVE "A"    TO RCL-ESTADO
              MOVE SPACES TO RCL-USUARIO-RESOL
              MOVE SPACES TO RCL-FECHA-RESOL
              MOVE SPACES TO RCL-COMENTARIO
              MOVE 0      TO RCL-LOTE-NCR
              REWRITE REG-RECLAMOS
              IF ST-RECLAMOS NOT = "00"
                 DISPLAY "ERROR DEVOLVIENDO A ABIERTO EL RECLAMO, "
                         "ST-RECLAMOS=" ST-RECLAMOS
              END-IF
           END-IF.
       F-RECLAMO-PROCEDENTE.
           EXIT.

      *>   mismo formato que movimientos.dat (ver MOVIMIENTOS.cpy):
      *>   cabecera, la NCR del cliente por lo reclamado, con la
      *>   fecha de hoy, y la cola con cantidad 1 y su importe.
      *>   Cada WRITE se controla: al primer error se corta, se
      *>   cierra el archivo y ST-LOTE-CORR queda con ese error, asi
      *>   no se encola un lote corto y el reclamo vuelve a abierto.
       ESCRIBO-LOTE-RECLAMO.
           MOVE "00" TO ST-ERROR-LOTE.
           MOVE SPACES TO NOMBRE-LOTE.
           STRING "./lote_" LOTE-NUEVO ".dat"
                  DELIMITED BY SIZE INTO NOMBRE-LOTE.
           OPEN OUTPUT LOTE-CORRECCION.
           IF ST-LOTE-CORR NOT = "00"
              GO TO F-ESCRIBO-LOTE-RECLAMO
           END-IF.
           MOVE "H"        TO CAB-TIPO.
           MOVE LOTE-NUEVO TO CAB-LOTE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CAB-FECHA-LOTE.
           WRITE REG-MOV-CABECERA.
           IF ST-LOTE-CORR NOT = "00"
              MOVE ST-LOTE-CORR TO ST-ERROR-LOTE
              GO TO CIERRO-LOTE-RECLAMO
           END-IF.
           MOVE RCL-ID_CLIENTE TO MOV-ID_CLIENTE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MOV-FECHA.
           MOVE "NCR"          TO MOV-COMPROBANTE.
           MOVE RCL-IMPORTE    TO MOV-IMPORTE.
           WRITE REG-MOVIMIENTOS.
           IF ST-LOTE-CORR NOT = "00"
              MOVE ST-LOTE-CORR TO ST-ERROR-LOTE
              GO TO CIERRO-LOTE-RECLAMO
           END-IF.
           MOVE "T"            TO COLA-TIPO.
           MOVE 1              TO COLA-CANTIDAD.
           MOVE RCL-IMPORTE    TO COLA-HASH-IMPORTE.
           WRITE REG-MOV-COLA.
           IF ST-LOTE-CORR NOT = "00"
              MOVE ST-LOTE-CORR TO ST-ERROR-LOTE
           END-IF.
       CIERRO-LOTE-RECLAMO.
           CLOSE LOTE-CORRECCION.
           IF ST-ERROR-LOTE NOT = "00"
              MOVE ST-ERROR-LOTE TO ST-LOTE-CORR
           END-IF.
       F-ESCRIBO-LOTE-RECLAMO.
           EXIT.

      *>   no procedente: la deuda queda como estaba y el reclamo
      *>   cerrado con el por que.
       RECLAMO-NO-PROCEDENTE.
           DISPLAY "COMENTARIO (OBLIGATORIO): ".
           ACCEPT COMENTARIO-RECLAMO.
           IF COMENTARIO-RECLAMO = SPACES
              DISPLAY "SIN COMENTARIO NO SE RESUELVE"
              GO TO F-RECLAMO-NO-PROCEDENTE
           END-IF.
           MOVE "N"                TO RCL-ESTADO.
           MOVE USUARIO-ACTUAL     TO RCL-USUARIO-RESOL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RCL-FECHA-RESOL.
           MOVE COMENTARIO-RECLAMO TO RCL-COMENTARIO.
           REWRITE REG-RECLAMOS.
           IF ST-RECLAMOS = "00"
              MOVE "J" TO OPERACION-RECLAMO
              MOVE "A" TO ESTADO-RECLAMO
              PERFORM AUDITO-RECLAMO
              DISPLAY "RECLAMO CERRADO COMO NO PROCEDENTE"
           ELSE
              DISPLAY "ERROR GRABANDO EL RECLAMO, ST-RECLAMOS="
                      ST-RECLAMOS
           END-IF.
       F-RECLAMO-NO-PROCEDENTE.
           EXIT.

      *>   la "K" (apertura) y la "J" (resolucion) llevan, como la
      *>   "P"/"Q" de CIERREMES, el comprobante en el nombre
      *>   anterior, el motivo o el comentario en el nuevo y el
      *>   estado del reclamo antes y despues; el detalle completo
      *>   queda en reclamos.dat.
       AUDITO-RECLAMO.
           INITIALIZE REG-AUDITORIA.
           MOVE RCL-ID_CLIENTE    TO AUD-ID_CLIENTE.
           MOVE OPERACION-RECLAMO TO AUD-OPERACION.
           MOVE RCL-IMPORTE       TO IMPORTE-ZZ.
           STRING "RECLAMO " RCL-COMPROBANTE " " RCL-FECHA
                  " IMPORTE " FUNCTION TRIM(IMPORTE-ZZ)
                  DELIMITED BY SIZE INTO AUD-NOMBRE-ANTERIOR.
           IF OPERACION-RECLAMO = "K"
              MOVE RCL-MOTIVO     TO AUD-NOMBRE-NUEVO
           ELSE
              MOVE RCL-COMENTARIO TO AUD-NOMBRE-NUEVO
           END-IF.
           MOVE ESTADO-RECLAMO    TO AUD-ESTADO-ANTERIOR.
           MOVE RCL-ESTADO        TO AUD-ESTADO-NUEVO.
           PERFORM ESCRIBO-AUDITORIA.

      *>   todos los reclamos de un cliente, abiertos y resueltos.
       LISTO-RECLAMOS-CLIENTE.
           DISPLAY "ID_CLIENTE: ".
           ACCEPT ID-RECLAMO.
           MOVE 0 TO RECLAMOS-VISTOS.
           MOVE ID-RECLAMO TO RCL-ID_CLIENTE.
           MOVE LOW-VALUES TO RCL-FECHA.
           MOVE LOW-VALUES TO RCL-COMPROBANTE.
           START RECLAMOS KEY IS NOT LESS THAN RCL-CLAVE
               INVALID KEY MOVE "23" TO ST-RECLAMOS
           END-START.
           PERFORM LEO-RECLAMO-LISTADO THRU F-LEO-RECLAMO-LISTADO
                   UNTIL ST-RECLAMOS NOT = "00".
           IF RECLAMOS-VISTOS = 0
              DISPLAY "EL CLIENTE NO TIENE RECLAMOS"
           END-IF.

       LEO-RECLAMO-LISTADO.
           READ RECLAMOS NEXT RECORD
               AT END MOVE "10" TO ST-RECLAMOS
           END-READ.
           IF ST-RECLAMOS NOT = "00"
              GO TO F-LEO-RECLAMO-LISTADO
           END-IF.
           IF RCL-ID_CLIENTE NOT = ID-RECLAMO
              MOVE "10" TO ST-RECLAMOS
              GO TO F-LEO-RECLAMO-LISTADO
           END-IF.
           ADD 1 TO RECLAMOS-VISTOS.
           MOVE RCL-IMPORTE TO IMPORTE-ZZ.
           EVALUATE RCL-ESTADO
               WHEN "A"
                    PERFORM CALCULO-DIAS-RECLAMO
                    MOVE DIAS-RECLAMO TO DIAS-ED
                    DISPLAY RCL-FECHA " " RCL-COMPROBANTE " "
                            IMPORTE-ZZ "  ABIERTO HACE " DIAS-ED
                            " DIAS (" RCL-USUARIO-ALTA ")"
               WHEN "P"
                    DISPLAY RCL-FECHA " " RCL-COMPROBANTE " "
                            IMPORTE-ZZ "  PROCEDENTE EL "
                            RCL-FECHA-RESOL " NCR LOTE " RCL-LOTE-NCR
               WHEN OTHER
                    DISPLAY RCL-FECHA " " RCL-COMPROBANTE " "
                            IMPORTE-ZZ "  NO PROCEDENTE EL "
                            RCL-FECHA-RESOL
           END-EVALUATE.
           DISPLAY "   MOTIVO " RCL-MOTIVO.
       F-LEO-RECLAMO-LISTADO.
           EXIT.

      *>   dias corridos desde que se abrio el reclamo
       CALCULO-DIAS-RECLAMO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           COMPUTE DIAS-RECLAMO =
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(FECHA-HOY))
                 - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(RCL-FECHA-ALTA)).

      *>   MOVIMIENTOS RETENIDOS: la cola que APLICAMOV arma cuando
      *>   un debito dejaria la deuda por encima del limite de
      *>   credito del cliente. El supervisor aprueba (el movimiento
       APRUEBO-RETENIDO.
           MOVE RET-ID_CLIENTE TO CLI_ID.
           PERFORM BUSCO-POR-ID THRU F-BUSCO-POR-ID.
           MOVE RET-FECHA(1:6) TO PERIODO-MOV.
           PERFORM VEO-PERIODO-CERRADO.
           EVALUATE TRUE
               WHEN PERIODO-CERRADO = "S"
                    PERFORM RECHAZO-RETENIDO-PERIODO
               WHEN ENCONTRADO = "N"
                    DISPLAY "CLIENTE INEXISTENTE, DESCARTE EL "
                            "RETENIDO"
           PERFORM ESCRIBO-AUDITORIA.

      *>   el movimiento aprobado entra al mayor como cualquier otro,
      *>   para que el resumen de cuenta del cliente siga atando; va
      *>   con tipo "R" porque no llega por ningun lote de lotes.dat
      *>   y ASIENTOS tiene que poder explicarlo en su control.
       GRABO-MAYOR-RETENIDO.
           INITIALIZE REG-MAYOR.
           MOVE CLI_ID          TO MAY-ID_CLIENTE.
           MOVE SALDO-ANTES     TO MAY-SALDO-ANTERIOR.
           MOVE CLI_SALDO       TO MAY-SALDO-NUEVO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MAY-FECHA-APLICACION.
           MOVE "R"             TO MAY-TIPO.
           WRITE REG-MAYOR.
           IF ST-MAYOR NOT = "00"
              DISPLAY "ERROR GRABANDO EL MAYOR".
           MOVE "D"            TO AUD-OPERACION.
           PERFORM ESCRIBO-AUDITORIA.

      *>   un retenido con fecha de un mes cerrado no se puede
      *>   aprobar: sale de la cola como rechazado, con la linea en
      *>   rechazos.dat, el registro para la mesa de rechazos (motivo
      *>   "06") y la "D" en AUDITORIA, como un descarte.
       RECHAZO-RETENIDO-PERIODO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           MOVE RET-IMPORTE TO IMPORTE-ZZ.
           MOVE SPACES TO TEXTO-RECHAZO.
           STRING "FECHA=" FECHA-HOY
                  " RETENIDO RECHAZADO ID=" RET-ID_CLIENTE
                  " FECHA=" RET-FECHA
                  " COMPROBANTE=" RET-COMPROBANTE
                  " IMPORTE=" FUNCTION TRIM(IMPORTE-ZZ)
                  " MOTIVO=PERIODO CERRADO"
                  DELIMITED BY SIZE INTO TEXTO-RECHAZO.
           MOVE TEXTO-RECHAZO TO RECHAZO-LINEA.
           WRITE RECHAZO-LINEA.
           PERFORM GRABO-RECHAZO-PERIODO.
           PERFORM GRABO-AUDITORIA-DESCARTE.
           PERFORM BORRO-RETENIDO.
           DISPLAY "EL MES " PERIODO-MOV " ESTA CERRADO: RETENIDO "
                   "RECHAZADO, VER RECHAZOS.DAT".

       GRABO-RECHAZO-PERIODO.
           OPEN I-O RECHAZOS-MOV.
           IF ST-RECH-MOV > "07"
                 DISPLAY "ERROR ABRIENDO EL ARCHIVO DE RECHAZOS_MOV".
           PERFORM BUSCO-MAX-RECHAZO.
           INITIALIZE REG-RECHAZOS-MOV.
           COMPUTE RCH-ID = RECHAZO-ULTIMO-ID + 1.
           MOVE RET-ID_CLIENTE  TO RCH-ID_CLIENTE.
           MOVE RET-FECHA       TO RCH-FECHA.
           MOVE RET-COMPROBANTE TO RCH-COMPROBANTE.
           MOVE RET-IMPORTE     TO RCH-IMPORTE.
           MOVE RET-LOTE        TO RCH-LOTE.
           MOVE "06"            TO RCH-MOTIVO.
           MOVE FECHA-HOY       TO RCH-FECHA-RECHAZO.
           MOVE "P"             TO RCH-ESTADO.
           WRITE REG-RECHAZOS-MOV.
           IF ST-RECH-MOV NOT = "00"
              DISPLAY "ERROR GRABANDO RECHAZOS_MOV, ST-RECH-MOV="
                      ST-RECH-MOV
           END-IF.
           CLOSE RECHAZOS-MOV.

      *>   el ultimo RCH-ID grabado, misma mecanica que en APLICAMOV.
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

      *>   un mes sin registro en periodos.dat esta abierto; uno
      *>   reabierto queda en "A".
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

       BORRO-RETENIDO.
           DELETE RETENIDOS RECORD.
           IF ST-RETENIDOS NOT = "00"
                      ST-RETENIDOS
           END-IF.

      *>   RECHAZOS DE MOVIMIENTOS: la mesa donde se resuelven los
      *>   movimientos que rechazo APLICAMOV (rechazos_mov.dat, ver
      *>   RECHAZOSMOV.cpy). De cada rechazo pendiente el operador
      *>   corrige el ID_CLIENTE (C), lo reenvia tal cual (R) porque
      *>   la causa ya se arreglo (cliente reactivado, etc.), o lo da
      *>   de baja con un comentario obligatorio (B); ENTER lo deja y
      *>   F termina. Las bajas se graban en el momento; los reenvios
      *>   se juntan y al terminar salen en un solo lote de correccion
      *>   H/T por la cola de lotes, que aplica el proximo APLICAMOV.
      *>   El archivo se abre aca y se cierra al salir, como los
      *>   archivos de los programas que llama INICIO: APLICAMOV lo
      *>   escribe, y mientras corre la traba batch no deja entrar.
       REVISO-RECHAZOS-MOV.
           OPEN I-O RECHAZOS-MOV.
           IF ST-RECH-MOV > "07"
              DISPLAY "ERROR ABRIENDO EL ARCHIVO DE RECHAZOS_MOV"
              GO TO F-REVISO-RECHAZOS-MOV
           END-IF.
           MOVE 0   TO RECHAZOS-VISTOS.
           MOVE 0   TO CANT-REENVIOS.
           MOVE "N" TO SALIR-RCH.
           MOVE LOW-VALUES TO RCH-ID.
           START RECHAZOS-MOV KEY IS NOT LESS THAN RCH-ID
               INVALID KEY MOVE "23" TO ST-RECH-MOV
           END-START.
           PERFORM PROCESO-RECHAZO-MOV THRU F-PROCESO-RECHAZO-MOV
                   UNTIL ST-RECH-MOV NOT = "00"
                      OR SALIR-RCH = "S".
           IF RECHAZOS-VISTOS = 0
              DISPLAY "NO HAY MOVIMIENTOS RECHAZADOS PENDIENTES"
           END-IF.
           IF CANT-REENVIOS > 0
              PERFORM GRABO-LOTE-CORRECCION
                      THRU F-GRABO-LOTE-CORRECCION
           END-IF.
           CLOSE RECHAZOS-MOV.
       F-REVISO-RECHAZOS-MOV.
           EXIT.

       PROCESO-RECHAZO-MOV.
           READ RECHAZOS-MOV NEXT RECORD
               AT END MOVE "10" TO ST-RECH-MOV
           END-READ.
           IF ST-RECH-MOV = "00"
              AND RCH-ESTADO = "P"
              ADD 1 TO RECHAZOS-VISTOS
              PERFORM DECIDO-RECHAZO-MOV
           END-IF.
       F-PROCESO-RECHAZO-MOV.
           EXIT.

       DECIDO-RECHAZO-MOV.
           PERFORM ARMO-MOTIVO-TEXTO.
           MOVE RCH-IMPORTE TO IMPORTE-ZZ.
           DISPLAY "------------------------------------------------".
           DISPLAY "RECHAZO " RCH-ID " CLIENTE " RCH-ID_CLIENTE
                   " LOTE " RCH-LOTE.
           DISPLAY "FECHA " RCH-FECHA " COMPROBANTE " RCH-COMPROBANTE
                   " IMPORTE " IMPORTE-ZZ.
           DISPLAY "RECHAZADO EL " RCH-FECHA-RECHAZO " MOTIVO "
                   MOTIVO-TEXTO.
           DISPLAY "CORRIGE ID (C) / REENVIA (R) / BAJA (B) / "
                   "FIN (F) / ENTER LO DEJA: ".
           ACCEPT OPCION-RCH.
           EVALUATE OPCION-RCH
               WHEN "C" PERFORM CORRIJO-RECHAZO-MOV
                                THRU F-CORRIJO-RECHAZO-MOV
               WHEN "c" PERFORM CORRIJO-RECHAZO-MOV
                                THRU F-CORRIJO-RECHAZO-MOV
               WHEN "R" PERFORM REENVIO-RECHAZO-MOV
                                THRU F-REENVIO-RECHAZO-MOV
               WHEN "r" PERFORM REENVIO-RECHAZO-MOV
                                THRU F-REENVIO-RECHAZO-MOV
               WHEN "B" PERFORM BAJA-RECHAZO-MOV
                                THRU F-BAJA-RECHAZO-MOV
               WHEN "b" PERFORM BAJA-RECHAZO-MOV
                                THRU F-BAJA-RECHAZO-MOV
               WHEN "F" MOVE "S" TO SALIR-RCH
               WHEN "f" MOVE "S" TO SALIR-RCH
               WHEN OTHER CONTINUE
           END-EVALUATE.

      *>   los codigos de RECHAZOSMOV.cpy, en palabras
       ARMO-MOTIVO-TEXTO.
           EVALUATE RCH-MOTIVO
               WHEN "01" MOVE "ID INEXISTENTE"          TO MOTIVO-TEXTO
               WHEN "02" MOVE "CLIENTE DADO DE BAJA"    TO MOTIVO-TEXTO
               WHEN "03" MOVE "SALDO EXCEDE CAPACIDAD"  TO MOTIVO-TEXTO
               WHEN "04" MOVE "ERROR DE GRABACION"      TO MOTIVO-TEXTO
               WHEN "05" MOVE "ERROR GRABANDO RETENIDO" TO MOTIVO-TEXTO
               WHEN "06" MOVE "PERIODO CERRADO" TO MOTIVO-TEXTO
               WHEN OTHER
                    MOVE SPACES TO MOTIVO-TEXTO
                    STRING "CODIGO " RCH-MOTIVO
                           DELIMITED BY SIZE INTO MOTIVO-TEXTO
           END-EVALUATE.

       CORRIJO-RECHAZO-MOV.
           DISPLAY "ID_CLIENTE CORRECTO: ".
           ACCEPT ID-REENVIO.
           IF ID-REENVIO = RCH-ID_CLIENTE
              DISPLAY "ES EL MISMO ID: PARA REENVIARLO TAL CUAL USE R"
              GO TO F-CORRIJO-RECHAZO-MOV
           END-IF.
           MOVE "C" TO ESTADO-REENVIO.
           PERFORM AGREGO-REENVIO THRU F-AGREGO-REENVIO.
       F-CORRIJO-RECHAZO-MOV.
           EXIT.

       REENVIO-RECHAZO-MOV.
           MOVE RCH-ID_CLIENTE TO ID-REENVIO.
           MOVE "R" TO ESTADO-REENVIO.
           PERFORM AGREGO-REENVIO THRU F-AGREGO-REENVIO.
       F-REENVIO-RECHAZO-MOV.
           EXIT.

      *>   el reenvio tiene que poder aplicarse: el cliente destino
      *>   existe y esta activo; si no, APLICAMOV lo volveria a
      *>   rechazar. Se muestra el nombre y se confirma antes de
      *>   sumarlo al lote de correccion.
       AGREGO-REENVIO.
           IF CANT-REENVIOS NOT < 200
              DISPLAY "LOTE DE CORRECCION LLENO: TERMINE CON F Y "
                      "VUELVA A ENTRAR"
              GO TO F-AGREGO-REENVIO
           END-IF.
           MOVE ID-REENVIO TO CLI_ID.
           PERFORM BUSCO-POR-ID THRU F-BUSCO-POR-ID.
           IF ENCONTRADO = "N"
              DISPLAY "CLIENTE " ID-REENVIO " INEXISTENTE, NO SE "
                      "REENVIA"
              GO TO F-AGREGO-REENVIO
           END-IF.
           IF CLI_ESTADO = "I"
              DISPLAY "CLIENTE " ID-REENVIO " DADO DE BAJA: "
                      "REACTIVELO O CORRIJA EL ID"
              GO TO F-AGREGO-REENVIO
           END-IF.
           DISPLAY "REENVIA AL CLIENTE " CLI_ID " " CLI_NOMBRE.
           DISPLAY "CONFIRMA (S/N): ".
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
              GO TO F-AGREGO-REENVIO
           END-IF.
           ADD 1 TO CANT-REENVIOS.
           MOVE RCH-ID          TO REE-RCH-ID(CANT-REENVIOS).
           MOVE ID-REENVIO      TO REE-ID_CLIENTE(CANT-REENVIOS).
           MOVE RCH-ID_CLIENTE  TO REE-ID-ORIGINAL(CANT-REENVIOS).
           MOVE RCH-FECHA       TO REE-FECHA(CANT-REENVIOS).
           MOVE RCH-COMPROBANTE TO REE-COMPROBANTE(CANT-REENVIOS).
           MOVE RCH-IMPORTE     TO REE-IMPORTE(CANT-REENVIOS).
           MOVE ESTADO-REENVIO  TO REE-ESTADO(CANT-REENVIOS).
           DISPLAY "QUEDA PARA EL LOTE DE CORRECCION".
       F-AGREGO-REENVIO.
           EXIT.

      *>   la baja no viaja en ningun lote: se graba en el momento
      *>   con quien, cuando y por que, y queda en AUDITORIA con el
      *>   rechazo en el nombre anterior y el comentario en el nuevo.
       BAJA-RECHAZO-MOV.
           DISPLAY "COMENTARIO (OBLIGATORIO): ".
           ACCEPT COMENTARIO-BAJA.
           IF COMENTARIO-BAJA = SPACES
              DISPLAY "SIN COMENTARIO NO SE DA DE BAJA"
              GO TO F-BAJA-RECHAZO-MOV
           END-IF.
           MOVE "B"             TO RCH-ESTADO.
           MOVE USUARIO-ACTUAL  TO RCH-USUARIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RCH-FECHA-DECISION.
           MOVE COMENTARIO-BAJA TO RCH-COMENTARIO.
           REWRITE REG-RECHAZOS-MOV.
           IF ST-RECH-MOV = "00"
              INITIALIZE REG-AUDITORIA
              MOVE RCH-ID_CLIENTE TO AUD-ID_CLIENTE
              MOVE "X"            TO AUD-OPERACION
              MOVE RCH-IMPORTE    TO IMPORTE-ZZ
              STRING "RECHAZO " RCH-ID " " RCH-COMPROBANTE " "
                     RCH-FECHA " IMPORTE " FUNCTION TRIM(IMPORTE-ZZ)
                     DELIMITED BY SIZE INTO AUD-NOMBRE-ANTERIOR
              MOVE COMENTARIO-BAJA TO AUD-NOMBRE-NUEVO
              MOVE "P"            TO AUD-ESTADO-ANTERIOR
              MOVE "B"            TO AUD-ESTADO-NUEVO
              PERFORM ESCRIBO-AUDITORIA
              DISPLAY "RECHAZO DADO DE BAJA"
           ELSE
              DISPLAY "ERROR GRABANDO RECHAZOS_MOV, ST-RECH-MOV="
                      ST-RECH-MOV
           END-IF.
       F-BAJA-RECHAZO-MOV.
           EXIT.

      *>   el lote de correccion: numero nuevo del registro "3" de
      *>   control.dat, despues cada rechazo se marca reenviado con
      *>   ese lote (se relee y tiene que seguir en "P": es lo que
      *>   impide que un movimiento viaje dos veces), recien entonces
      *>   se escribe el archivo H/T con los que quedaron marcados y
      *>   se anota en la cola. Si el archivo o la cola fallan, las
      *>   marcas se vuelven a "P" y los rechazos quedan como
      *>   estaban; la linea "M" de AUDITORIA se escribe solo con el
      *>   lote ya encolado.
       GRABO-LOTE-CORRECCION.
           OPEN I-O COLA-LOTES.
           IF ST-COLA > "07"
              DISPLAY "ERROR ABRIENDO LA COLA DE LOTES: LOS REENVIOS "
                      "NO SALEN, LOS RECHAZOS QUEDAN PENDIENTES"
              GO TO F-GRABO-LOTE-CORRECCION
           END-IF.
           PERFORM OBTENGO-PROX-LOTE.
           MOVE 0 TO CANT-MARCADOS.
           PERFORM MARCO-REENVIO THRU F-MARCO-REENVIO
                   VARYING REE-IDX FROM 1 BY 1
                   UNTIL REE-IDX > CANT-REENVIOS.
           IF CANT-MARCADOS = 0
              DISPLAY "NINGUN RECHAZO SE PUDO MARCAR, NO SALE LOTE"
              CLOSE COLA-LOTES
              GO TO F-GRABO-LOTE-CORRECCION
           END-IF.
           MOVE "N" TO ENCOLADO.
           PERFORM ESCRIBO-LOTE-CORRECCION
                   THRU F-ESCRIBO-LOTE-CORRECCION.
           IF ST-LOTE-CORR = "00"
              INITIALIZE REG-COLA-LOTES
              MOVE LOTE-NUEVO     TO CLT-LOTE
              MOVE "CORRECCION"   TO CLT-ORIGEN
              MOVE "P"            TO CLT-ESTADO
              MOVE NOMBRE-LOTE    TO CLT-ARCHIVO
              MOVE FUNCTION CURRENT-DATE(1:8) TO CLT-FECHA-ALTA
              MOVE USUARIO-ACTUAL TO CLT-USUARIO
              WRITE REG-COLA-LOTES
              IF ST-COLA = "00"
                 MOVE "S" TO ENCOLADO
              END-IF
           END-IF.
           CLOSE COLA-LOTES.
           IF ENCOLADO = "S"
              PERFORM AUDITO-REENVIO
                      VARYING REE-IDX FROM 1 BY 1
                      UNTIL REE-IDX > CANT-REENVIOS
              DISPLAY "LOTE DE CORRECCION " LOTE-NUEVO " ENCOLADO CON "
                      CANT-MARCADOS " MOVIMIENTOS"
           ELSE
              DISPLAY "ERROR GRABANDO EL LOTE DE CORRECCION (ST-LOTE="
                      ST-LOTE-CORR " ST-COLA=" ST-COLA
                      "): LOS RECHAZOS QUEDAN PENDIENTES"
              PERFORM DESMARCO-REENVIO
                      VARYING REE-IDX FROM 1 BY 1
                      UNTIL REE-IDX > CANT-REENVIOS
           END-IF.
       F-GRABO-LOTE-CORRECCION.
           EXIT.

       MARCO-REENVIO.
           MOVE REE-RCH-ID(REE-IDX) TO RCH-ID.
           READ RECHAZOS-MOV.
           IF ST-RECH-MOV NOT = "00" OR RCH-ESTADO NOT = "P"
              DISPLAY "EL RECHAZO " REE-RCH-ID(REE-IDX) " YA NO ESTA "
                      "PENDIENTE, NO SE REENVIA"
              MOVE SPACE TO REE-ESTADO(REE-IDX)
              GO TO F-MARCO-REENVIO
           END-IF.
           MOVE REE-ESTADO(REE-IDX)     TO RCH-ESTADO.
           MOVE REE-ID_CLIENTE(REE-IDX) TO RCH-ID-REENVIADO.
           MOVE LOTE-NUEVO              TO RCH-LOTE-REENVIO.
           MOVE USUARIO-ACTUAL          TO RCH-USUARIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RCH-FECHA-DECISION.
           REWRITE REG-RECHAZOS-MOV.
           IF ST-RECH-MOV = "00"
              ADD 1 TO CANT-MARCADOS
           ELSE
              DISPLAY "ERROR MARCANDO EL RECHAZO " RCH-ID
                      ", ST-RECH-MOV=" ST-RECH-MOV ": NO SE REENVIA"
              MOVE SPACE TO REE-ESTADO(REE-IDX)
           END-IF.
       F-MARCO-REENVIO.
           EXIT.

       DESMARCO-REENVIO.
           IF REE-ESTADO(REE-IDX) NOT = SPACE
              MOVE REE-RCH-ID(REE-IDX) TO RCH-ID
              READ RECHAZOS-MOV
              IF ST-RECH-MOV = "00"
                 MOVE "P"    TO RCH-ESTADO
                 MOVE 0      TO RCH-ID-REENVIADO
                 MOVE 0      TO RCH-LOTE-REENVIO
                 MOVE SPACES TO RCH-USUARIO
                 MOVE SPACES TO RCH-FECHA-DECISION
                 REWRITE REG-RECHAZOS-MOV
              END-IF
              IF ST-RECH-MOV NOT = "00"
                 DISPLAY "ERROR DEVOLVIENDO A PENDIENTE EL RECHAZO "
                         REE-RCH-ID(REE-IDX)
              END-IF
           END-IF.

      *>   mismo formato que movimientos.dat (ver MOVIMIENTOS.cpy):
      *>   cabecera con el lote y la fecha de hoy, un movimiento por
      *>   reenvio marcado y la cola con cantidad y suma de control.
      *>   Cada WRITE se controla: al primer error se corta, se
      *>   cierra el archivo y ST-LOTE-CORR queda con ese error, asi
      *>   no se encola un lote corto y las marcas se deshacen.
       ESCRIBO-LOTE-CORRECCION.
           MOVE "00" TO ST-ERROR-LOTE.
           MOVE SPACES TO NOMBRE-LOTE.
           STRING "./lote_" LOTE-NUEVO ".dat"
                  DELIMITED BY SIZE INTO NOMBRE-LOTE.
           OPEN OUTPUT LOTE-CORRECCION.
           IF ST-LOTE-CORR NOT = "00"
              GO TO F-ESCRIBO-LOTE-CORRECCION
           END-IF.
           MOVE "H"        TO CAB-TIPO.
           MOVE LOTE-NUEVO TO CAB-LOTE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CAB-FECHA-LOTE.
           WRITE REG-MOV-CABECERA.
           IF ST-LOTE-CORR NOT = "00"
              MOVE ST-LOTE-CORR TO ST-ERROR-LOTE
              GO TO CIERRO-LOTE-CORRECCION
           END-IF.
           MOVE 0 TO HASH-LOTE.
           PERFORM ESCRIBO-REENVIO THRU F-ESCRIBO-REENVIO
                   VARYING REE-IDX FROM 1 BY 1
                   UNTIL REE-IDX > CANT-REENVIOS
                      OR ST-ERROR-LOTE NOT = "00".
           IF ST-ERROR-LOTE NOT = "00"
              GO TO CIERRO-LOTE-CORRECCION
           END-IF.
           MOVE "T"           TO COLA-TIPO.
           MOVE CANT-MARCADOS TO COLA-CANTIDAD.
           MOVE HASH-LOTE     TO COLA-HASH-IMPORTE.
           WRITE REG-MOV-COLA.
           IF ST-LOTE-CORR NOT = "00"
              MOVE ST-LOTE-CORR TO ST-ERROR-LOTE
           END-IF.
       CIERRO-LOTE-CORRECCION.
           CLOSE LOTE-CORRECCION.
           IF ST-ERROR-LOTE NOT = "00"
              MOVE ST-ERROR-LOTE TO ST-LOTE-CORR
           END-IF.
       F-ESCRIBO-LOTE-CORRECCION.
           EXIT.

       ESCRIBO-REENVIO.
           IF REE-ESTADO(REE-IDX) = SPACE
              GO TO F-ESCRIBO-REENVIO
           END-IF.
           MOVE REE-ID_CLIENTE(REE-IDX)  TO MOV-ID_CLIENTE.
           MOVE REE-FECHA(REE-IDX)       TO MOV-FECHA.
           MOVE REE-COMPROBANTE(REE-IDX) TO MOV-COMPROBANTE.
           MOVE REE-IMPORTE(REE-IDX)     TO MOV-IMPORTE.
           WRITE REG-MOVIMIENTOS.
           IF ST-LOTE-CORR NOT = "00"
              DISPLAY "ERROR GRABANDO EL REENVIO DEL RECHAZO "
                      REE-RCH-ID(REE-IDX) " EN EL LOTE, ST-LOTE="
                      ST-LOTE-CORR
              MOVE ST-LOTE-CORR TO ST-ERROR-LOTE
              GO TO F-ESCRIBO-REENVIO
           END-IF.
           ADD REE-IMPORTE(REE-IDX) TO HASH-LOTE.
       F-ESCRIBO-REENVIO.
           EXIT.

      *>   la linea "M" lleva el cliente al que se reenvio y, como
      *>   la "X" de la baja y la "K"/"J" de los reclamos, el
      *>   rechazo (numero, comprobante, fecha e importe) en el
      *>   nombre anterior, el lote de correccion y el ID original
      *>   en el nuevo, y el estado del rechazo antes y despues.
       AUDITO-REENVIO.
           IF REE-ESTADO(REE-IDX) NOT = SPACE
              INITIALIZE REG-AUDITORIA
              MOVE REE-ID_CLIENTE(REE-IDX) TO AUD-ID_CLIENTE
              MOVE "M"                     TO AUD-OPERACION
              MOVE REE-IMPORTE(REE-IDX)    TO IMPORTE-ZZ
              STRING "RECHAZO " REE-RCH-ID(REE-IDX) " "
                     REE-COMPROBANTE(REE-IDX) " " REE-FECHA(REE-IDX)
                     " IMPORTE " FUNCTION TRIM(IMPORTE-ZZ)
                     DELIMITED BY SIZE INTO AUD-NOMBRE-ANTERIOR
              STRING "LOTE DE CORRECCION " LOTE-NUEVO
                     " ID ORIGINAL " REE-ID-ORIGINAL(REE-IDX)
                     DELIMITED BY SIZE INTO AUD-NOMBRE-NUEVO
              MOVE "P"                     TO AUD-ESTADO-ANTERIOR
              MOVE REE-ESTADO(REE-IDX)     TO AUD-ESTADO-NUEVO
              PERFORM ESCRIBO-AUDITORIA
           END-IF.

      *>   el registro "3" de CLI-CONTROL reparte los numeros de los
      *>   lotes que arma el sistema, con el mismo READ WITH LOCK /
      *>   REWRITE de OBTENGO-PROX-ID, de PRIMER-LOTE-SISTEMA para
      *>   arriba (la registracion trae los suyos por debajo). La
      *>   primera vez arranca del lote mas alto conocido en ese
      *>   rango (cola de lotes y lotes.dat), y un numero que ya
      *>   este en la cola se saltea. Se llama con COLA-LOTES
      *>   abierta.
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

      *>   FUSION DE CLIENTES DUPLICADOS: el saldo del cliente
      *>   fusionado pasa entero al sobreviviente y el fusionado
      *>   queda en baja logica con saldo 0 (su CLI_ID y su historial
              DISPLAY "SON EL MISMO CLIENTE"
              GO TO F-FUSIONO-CLIENTES
           END-IF.
      *>   el traspaso entra al mayor con fecha de hoy: con el mes
      *>   cerrado no se fusiona, y el intento queda en rechazos.dat.
           MOVE FUNCTION CURRENT-DATE(1:6) TO PERIODO-MOV.
           PERFORM VEO-PERIODO-CERRADO.
           IF PERIODO-CERRADO = "S"
              PERFORM RECHAZO-FUSION-PERIODO
              GO TO F-FUSIONO-CLIENTES
           END-IF.
           MOVE ID-FUSIONADO TO CLI_ID.
           PERFORM BUSCO-POR-ID THRU F-BUSCO-POR-ID.
           IF ENCONTRADO = "N"
              MOVE 0 TO LIMITE-ZZ
           END-IF.
           DISPLAY LIMITE-ZZ       LINE 15 COL 30.
           PERFORM MUESTRO-RECLAMOS-ABIERTOS.
           ACCEPT X                LINE 23 COL 70.

      *>   los reclamos abiertos del cliente (ver RECLAMOS.cpy): la
      *>   cantidad y el total, y hasta cinco con su antiguedad; si
      *>   hay mas, la opcion 18 los lista todos.
       MUESTRO-RECLAMOS-ABIERTOS.
           MOVE 0  TO RECLAMOS-ABIERTOS.
           MOVE 0  TO TOTAL-RECLAMADO.
           MOVE 17 TO LINEA-PANTALLA.
           OPEN INPUT RECLAMOS.
           IF ST-RECLAMOS > "07"
                 DISPLAY "ERROR ABRIENDO EL ARCHIVO DE RECLAMOS".
           MOVE CLI_ID     TO RCL-ID_CLIENTE.
           MOVE LOW-VALUES TO RCL-FECHA.
           MOVE LOW-VALUES TO RCL-COMPROBANTE.
           START RECLAMOS KEY IS NOT LESS THAN RCL-CLAVE
               INVALID KEY MOVE "23" TO ST-RECLAMOS
           END-START.
           PERFORM MUESTRO-RECLAMO-ABIERTO
                   THRU F-MUESTRO-RECLAMO-ABIERTO
                   UNTIL ST-RECLAMOS NOT = "00".
           CLOSE RECLAMOS.
           MOVE TOTAL-RECLAMADO TO TOTAL-RECLAMADO-ZZ.
           DISPLAY "RECLAMOS ABIERTOS" LINE 16 COL 5.
           DISPLAY RECLAMOS-ABIERTOS LINE 16 COL 30.
           DISPLAY "POR"             LINE 16 COL 37.
           DISPLAY TOTAL-RECLAMADO-ZZ LINE 16 COL 41.
           IF RECLAMOS-ABIERTOS > 5
              DISPLAY "(HAY MAS, VER OPCION 18)" LINE 22 COL 5
           END-IF.

       MUESTRO-RECLAMO-ABIERTO.
           READ RECLAMOS NEXT RECORD
               AT END MOVE "10" TO ST-RECLAMOS
           END-READ.
           IF ST-RECLAMOS NOT = "00"
              GO TO F-MUESTRO-RECLAMO-ABIERTO
           END-IF.
           IF RCL-ID_CLIENTE NOT = CLI_ID
              MOVE "10" TO ST-RECLAMOS
              GO TO F-MUESTRO-RECLAMO-ABIERTO
           END-IF.
           IF RCL-ESTADO NOT = "A"
              GO TO F-MUESTRO-RECLAMO-ABIERTO
           END-IF.
           ADD 1 TO RECLAMOS-ABIERTOS.
           ADD RCL-IMPORTE TO TOTAL-RECLAMADO.
           IF RECLAMOS-ABIERTOS > 5
              GO TO F-MUESTRO-RECLAMO-ABIERTO
           END-IF.
           PERFORM CALCULO-DIAS-RECLAMO.
           MOVE RCL-IMPORTE  TO IMPORTE-ZZ.
           MOVE DIAS-RECLAMO TO DIAS-ED.
           DISPLAY RCL-FECHA       LINE LINEA-PANTALLA COL 7.
           DISPLAY RCL-COMPROBANTE LINE LINEA-PANTALLA COL 17.
           DISPLAY IMPORTE-ZZ      LINE LINEA-PANTALLA COL 22.
           DISPLAY DIAS-ED         LINE LINEA-PANTALLA COL 35.
           DISPLAY "DIAS"          LINE LINEA-PANTALLA COL 41.
           DISPLAY RCL-MOTIVO(1:30) LINE LINEA-PANTALLA COL 46.
           ADD 1 TO LINEA-PANTALLA.
       F-MUESTRO-RECLAMO-ABIERTO.
           EXIT.

      *>   VALIDACIONES: CLI_CODPOST no puede quedar en blanco ni con
      *>   letras, y CLI_CATEGORIA tiene que ser uno de los codigos
