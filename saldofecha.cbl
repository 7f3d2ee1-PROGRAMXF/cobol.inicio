      ******************************************************************
      * Author:
      * Date:
      * Purpose: saldos de todos los clientes a una fecha de corte ya
      *          pasada, rearmados del mayor: el saldo de cada uno es
      *          el MAY-SALDO-NUEVO de su ultima linea aplicada
      *          (MAY-FECHA-APLICACION) hasta el corte inclusive. Sin
      *          linea hasta el corte, vale el MAY-SALDO-ANTERIOR de
      *          su primera linea posterior; sin ninguna linea en el
      *          mayor, el saldo de hoy (nunca se movio). La columna
      *          ORIGEN dice cual de las tres fue (M, A o S).
      *          Entran todos los que tenian saldo ese dia: tambien
      *          los dados de baja despues y los que PURGACLI ya
      *          borro, con el nombre de su linea "E" de auditoria.dat.
      *          El estado y la categoria de cada cliente AL CORTE
      *          salen de auditoria.dat: la imagen nueva de su ultima
      *          linea de ALTA/CAMBIO/BAJA/REACTIVACION/PURGA hasta el
      *          corte o, si no tiene, la imagen anterior de la
      *          primera despues; sin auditoria, los de hoy.
      *          El reporte sale por categoria de categorias.dat (las
      *          inactivas tambien: pudieron tener clientes al corte)
      *          con subtotal, y al final se controla contra la linea
      *          de cierres.dat de esa fecha con el mismo universo que
      *          CIERRE (activos al corte de las categorias que trae
      *          esa linea): cada categoria y el total que no ate sale
      *          marcado. Todo en memoria, tope 20000 clientes. El
      *          reporte sale en saldofecha.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "SALDOFECHA".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL CLIENTES ASSIGN TO "./clientes.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS ID_CLIENTE
                  ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
                  ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
                  STATUS ST-FILE.

           SELECT OPTIONAL MAYOR ASSIGN TO "./mayor.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-MAYOR.

           SELECT OPTIONAL AUDITORIA ASSIGN TO "./auditoria.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-AUDITORIA.

           SELECT OPTIONAL CATEGORIAS ASSIGN TO "./categorias.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CAT-CODIGO
                  STATUS ST-CATEGORIAS.

           SELECT OPTIONAL CIERRES ASSIGN TO "./cierres.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-CIERRES.

           SELECT OPTIONAL SALIDA-SALDOS
                  ASSIGN TO "./saldofecha.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-SALIDA.


       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

       COPY CLIENTES.

       FD  MAYOR.

       COPY MAYOR.

       FD  AUDITORIA.

       COPY AUDITORIA.

       FD  CATEGORIAS.

       COPY CATEGORIAS.

       FD  CIERRES.

       COPY CIERRES.

       FD  SALIDA-SALDOS.

       01  LINEA-SALDOS PIC X(132).

       WORKING-STORAGE SECTION.
       01  ST-FILE         PIC XX.
       01  ST-MAYOR        PIC XX.
       01  ST-AUDITORIA    PIC XX.
       01  ST-CATEGORIAS   PIC XX.
       01  ST-CIERRES      PIC XX.
       01  ST-SALIDA       PIC XX.

       01  LINEA           PIC X(132).
       01  FECHA-HOY       PIC X(8).
       01  FECHA-CORTE     PIC X(8).
       01  FECHA-CORTE-9   PIC 9(8).
       01  CORTE-VALIDO    PIC X          VALUE "N".

      *>   todas las categorias de categorias.dat, activas o no, en
      *>   orden de CAT-CODIGO
       01  CANT-CATEGORIAS PIC 9(2)       VALUE 0.
       01  TABLA-CATEGORIAS.
           03 TCAT-ENT OCCURS 20.
              05 TCAT-CODIGO      PIC X.
              05 TCAT-DESCRIPCION PIC X(30).
       01  PASO-CATEGORIA  PIC 9(2).
       01  CATEGORIA-PASO  PIC X.
       01  CATEGORIA-CONOCIDA PIC X.
       01  CAT-IDX         PIC 9(2).

      *>   un lugar por cliente, en orden de ID para el SEARCH ALL:
      *>   los de CLIENTES entran en orden de clave; los purgados
      *>   (linea "E" de auditoria) y los que solo aparecen en el
      *>   mayor se insertan en su lugar corriendo los de atras.
      *>   TCLI-ESTADO-HOY: "A" activo, "I" dado de baja, "P"
      *>   purgado, "S" sin datos (solo esta en el mayor).
      *>   TCLI-ESTADO-CORTE: "A" activo, "I" dado de baja, "N"
      *>   todavia no existia.
       01  CANT-CLIENTES   PIC 9(5)       VALUE 0.
       01  TABLA-CLIENTES.
           03 TCLI-ENT OCCURS 1 TO 20000 DEPENDING ON CANT-CLIENTES
                       ASCENDING KEY IS TCLI-ID
                       INDEXED BY TCLI-IDX.
              05 TCLI-ID           PIC 9(7).
              05 TCLI-NOMBRE       PIC X(40).
              05 TCLI-ESTADO-HOY   PIC X.
              05 TCLI-CAT-CORTE    PIC X.
              05 TCLI-ESTADO-CORTE PIC X.
              05 TCLI-AUD-CORTE    PIC X.
              05 TCLI-AUD-POST     PIC X.
              05 TCLI-SALDO-HOY    PIC S9(9)V9(3).
              05 TCLI-SALDO-CORTE  PIC S9(9)V9(3).
              05 TCLI-ORIGEN       PIC X.
       01  CLIENTE-HALLADO PIC X.
       01  POS-CLIENTE     PIC 9(5).
       01  POS-CORRO       PIC 9(5).
       01  ID-AGREGAR      PIC 9(7).
       01  CLIENTES-PERDIDOS PIC 9(7)     VALUE 0.

       01  LINEAS-MAYOR    PIC 9(9)       VALUE 0.
       01  LINEAS-AUDITORIA PIC 9(9)      VALUE 0.
       01  PURGADOS-AGREGADOS PIC 9(7)    VALUE 0.
       01  SIN-DATOS-AGREGADOS PIC 9(7)   VALUE 0.

      *>   la linea de cierres.dat del dia del corte
       01  HAY-CIERRE      PIC X          VALUE "N".
       COPY CIERRES REPLACING
           ==REG-CIERRES==     BY ==CIERRE-CORTE==
           ==CIE-FECHA==       BY ==CRT-FECHA==
           ==CIE-CATEGORIAS==  BY ==CRT-CATEGORIAS==
           ==CIE-CAT-ENT==     BY ==CRT-CAT-ENT==
           ==CIE-CAT-CODIGO==  BY ==CRT-CAT-CODIGO==
           ==CIE-CAT-CANT==    BY ==CRT-CAT-CANT==
           ==CIE-CAT-SALDO==   BY ==CRT-CAT-SALDO==
           ==CIE-TOTAL-CANT==  BY ==CRT-TOTAL-CANT==
           ==CIE-TOTAL-SALDO== BY ==CRT-TOTAL-SALDO==
           ==CIE-DESCUADRE==   BY ==CRT-DESCUADRE==.

      *>   acumuladores del listado y del control
       01  CANT-CATEGORIA  PIC 9(7).
       01  SALDO-CATEGORIA PIC S9(11)V9(3).
       01  CANT-LISTADOS   PIC 9(7)       VALUE 0.
       01  SALDO-LISTADOS  PIC S9(11)V9(3) VALUE 0.
       01  CANT-UNIVERSO   PIC 9(7).
       01  SALDO-UNIVERSO  PIC S9(11)V9(3).
       01  CANT-UNIV-TOTAL PIC 9(7)       VALUE 0.
       01  SALDO-UNIV-TOTAL PIC S9(11)V9(3) VALUE 0.
       01  DIFERENCIA      PIC S9(11)V9(3).
       01  DIFERENCIA-CANT PIC S9(7).
       01  DIFERENCIAS     PIC 9(3)       VALUE 0.
       01  ETIQUETA-CONTROL PIC X(11).

       01  ESTADO-CORTE-TXT PIC X(6).
       01  ESTADO-HOY-TXT  PIC X(9).
       01  SALDO-ED        PIC -(10)9.999.
       01  SALDO-ED-2      PIC -(10)9.999.
       01  CANT-ED         PIC Z(6)9.
       01  CANT-ED-2       PIC Z(6)9.


       PROCEDURE DIVISION.
       FERNANDO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           PERFORM PIDO-FECHA-CORTE.
           IF CORTE-VALIDO = "S"
              PERFORM ABRO-ARCHIVOS
              PERFORM CARGO-CATEGORIAS
              PERFORM CARGO-CLIENTES
              PERFORM AGREGO-PURGADOS
              PERFORM RECONSTRUYO-ESTADOS
              PERFORM LEO-MAYOR THRU F-LEO-MAYOR
                      UNTIL ST-MAYOR NOT = "00"
              PERFORM COMPLETO-SIN-MAYOR
                      VARYING POS-CLIENTE FROM 1 BY 1
                      UNTIL POS-CLIENTE > CANT-CLIENTES
              PERFORM BUSCO-CIERRE-CORTE
              PERFORM IMPRIMO-ENCABEZADO
              PERFORM PROCESO-CATEGORIAS THRU F-PROCESO-CATEGORIAS
                      VARYING PASO-CATEGORIA FROM 1 BY 1
                      UNTIL PASO-CATEGORIA > CANT-CATEGORIAS
              PERFORM PROCESO-SIN-CATEGORIA
              PERFORM IMPRIMO-TOTAL-GENERAL
              PERFORM CONTROLO-CONTRA-CIERRE
                      THRU F-CONTROLO-CONTRA-CIERRE
              PERFORM MUESTRO-CONTADORES
              PERFORM CIERRO-ARCHIVOS
           END-IF.
           STOP RUN.

       PIDO-FECHA-CORTE.
           DISPLAY "FECHA DE CORTE AAAAMMDD: ".
           ACCEPT FECHA-CORTE.
           EVALUATE TRUE
               WHEN FECHA-CORTE NOT NUMERIC
                    DISPLAY "FECHA INVALIDA"
               WHEN OTHER
                    MOVE FECHA-CORTE TO FECHA-CORTE-9
                    IF FUNCTION TEST-DATE-YYYYMMDD(FECHA-CORTE-9)
                       NOT = 0
                       DISPLAY "FECHA INVALIDA"
                    ELSE
                       IF FECHA-CORTE > FECHA-HOY
                          DISPLAY "LA FECHA DE CORTE NO PUEDE SER "
                                  "FUTURA"
                       ELSE
                          MOVE "S" TO CORTE-VALIDO
                       END-IF
                    END-IF
           END-EVALUATE.

       ABRO-ARCHIVOS.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
                 DISPLAY "ERROR ABRIENDO EL ARCHIVO DE CLIENTES".
           OPEN INPUT MAYOR.
           IF ST-MAYOR > "07"
                 DISPLAY "ERROR ABRIENDO EL MAYOR".
           OPEN INPUT CATEGORIAS.
           IF ST-CATEGORIAS > "07"
                 DISPLAY "ERROR ABRIENDO EL ARCHIVO DE CATEGORIAS".
           OPEN OUTPUT SALIDA-SALDOS.
           IF ST-SALIDA > "07"
                 DISPLAY "ERROR ABRIENDO EL REPORTE DE SALDOS".

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           CLOSE MAYOR.
           CLOSE CATEGORIAS.
           CLOSE SALIDA-SALDOS.

      *>   todas, no solo las activas: una categoria que hoy esta
      *>   dada de baja pudo tener clientes a la fecha del corte.
       CARGO-CATEGORIAS.
           INITIALIZE TABLA-CATEGORIAS.
           MOVE LOW-VALUES TO CAT-CODIGO.
           START CATEGORIAS KEY IS NOT LESS THAN CAT-CODIGO
               INVALID KEY MOVE "23" TO ST-CATEGORIAS
           END-START.
           PERFORM CARGO-UNA-CATEGORIA THRU F-CARGO-UNA-CATEGORIA
                   UNTIL ST-CATEGORIAS NOT = "00".

       CARGO-UNA-CATEGORIA.
           READ CATEGORIAS NEXT RECORD
               AT END MOVE "10" TO ST-CATEGORIAS
           END-READ.
           IF ST-CATEGORIAS = "00"
              IF CANT-CATEGORIAS < 20
                 ADD 1 TO CANT-CATEGORIAS
                 MOVE CAT-CODIGO TO TCAT-CODIGO(CANT-CATEGORIAS)
                 MOVE CAT-DESCRIPCION
                         TO TCAT-DESCRIPCION(CANT-CATEGORIAS)
              ELSE
                 DISPLAY "MAS DE 20 CATEGORIAS, SE IGNORA "
                         CAT-CODIGO
              END-IF
           END-IF.
       F-CARGO-UNA-CATEGORIA.
           EXIT.

      *>   mientras no aparezca otra cosa en auditoria.dat, el
      *>   cliente estaba al corte como esta hoy.
       CARGO-CLIENTES.
           MOVE 0 TO CLI_ID.
           START CLIENTES KEY IS GREATER THAN ID_CLIENTE
               INVALID KEY MOVE "10" TO ST-FILE
           END-START.
           PERFORM CARGO-UN-CLIENTE THRU F-CARGO-UN-CLIENTE
                   UNTIL ST-FILE NOT = "00".

       CARGO-UN-CLIENTE.
           READ CLIENTES NEXT RECORD
               AT END MOVE "10" TO ST-FILE
           END-READ.
           IF ST-FILE NOT = "00"
              GO TO F-CARGO-UN-CLIENTE
           END-IF.
           IF CANT-CLIENTES NOT < 20000
              ADD 1 TO CLIENTES-PERDIDOS
              GO TO F-CARGO-UN-CLIENTE
           END-IF.
           ADD 1 TO CANT-CLIENTES.
           MOVE CANT-CLIENTES TO POS-CLIENTE.
           PERFORM LIMPIO-CLIENTE.
           MOVE CLI_ID            TO TCLI-ID(POS-CLIENTE).
           MOVE CLI_NOMBRE        TO TCLI-NOMBRE(POS-CLIENTE).
           IF CLI_ESTADO = "I"
              MOVE "I" TO TCLI-ESTADO-HOY(POS-CLIENTE)
           ELSE
              MOVE "A" TO TCLI-ESTADO-HOY(POS-CLIENTE)
           END-IF.
           MOVE TCLI-ESTADO-HOY(POS-CLIENTE)
                                  TO TCLI-ESTADO-CORTE(POS-CLIENTE).
           MOVE CLI_CATEGORIA     TO TCLI-CAT-CORTE(POS-CLIENTE).
           MOVE CLI_SALDO         TO TCLI-SALDO-HOY(POS-CLIENTE).
       F-CARGO-UN-CLIENTE.
           EXIT.

       LIMPIO-CLIENTE.
           MOVE 0      TO TCLI-ID(POS-CLIENTE).
           MOVE SPACES TO TCLI-NOMBRE(POS-CLIENTE).
           MOVE "A"    TO TCLI-ESTADO-HOY(POS-CLIENTE).
           MOVE SPACE  TO TCLI-CAT-CORTE(POS-CLIENTE).
           MOVE "A"    TO TCLI-ESTADO-CORTE(POS-CLIENTE).
           MOVE "N"    TO TCLI-AUD-CORTE(POS-CLIENTE).
           MOVE "N"    TO TCLI-AUD-POST(POS-CLIENTE).
           MOVE 0      TO TCLI-SALDO-HOY(POS-CLIENTE).
           MOVE 0      TO TCLI-SALDO-CORTE(POS-CLIENTE).
           MOVE SPACE  TO TCLI-ORIGEN(POS-CLIENTE).

       BUSCO-CLIENTE-TABLA.
           MOVE "N" TO CLIENTE-HALLADO.
           IF CANT-CLIENTES > 0
              SEARCH ALL TCLI-ENT
                  WHEN TCLI-ID(TCLI-IDX) = ID-AGREGAR
                       MOVE "S"      TO CLIENTE-HALLADO
                       SET POS-CLIENTE TO TCLI-IDX
              END-SEARCH
           END-IF.

      *>   un cliente que no esta en la tabla entra en su lugar por
      *>   ID: se busca el primero con ID mayor y se corren todos los
      *>   de atras un lugar. Queda en POS-CLIENTE, limpio.
       INSERTO-CLIENTE.
           IF CANT-CLIENTES NOT < 20000
              ADD 1 TO CLIENTES-PERDIDOS
              MOVE 0 TO POS-CLIENTE
              GO TO F-INSERTO-CLIENTE
           END-IF.
           MOVE 1 TO POS-CLIENTE.
           PERFORM AVANZO-POSICION
                   UNTIL POS-CLIENTE > CANT-CLIENTES
                      OR TCLI-ID(POS-CLIENTE) > ID-AGREGAR.
           ADD 1 TO CANT-CLIENTES.
           PERFORM CORRO-CLIENTE
                   VARYING POS-CORRO FROM CANT-CLIENTES BY -1
                   UNTIL POS-CORRO NOT > POS-CLIENTE.
           PERFORM LIMPIO-CLIENTE.
           MOVE ID-AGREGAR TO TCLI-ID(POS-CLIENTE).
       F-INSERTO-CLIENTE.
           EXIT.

       AVANZO-POSICION.
           ADD 1 TO POS-CLIENTE.

       CORRO-CLIENTE.
           MOVE TCLI-ENT(POS-CORRO - 1) TO TCLI-ENT(POS-CORRO).

      *>****************************************************************
      *>   auditoria.dat: primero los purgados, despues el estado y
      *>   la categoria de cada uno a la fecha del corte
      *>****************************************************************
       AGREGO-PURGADOS.
           OPEN INPUT AUDITORIA.
           IF ST-AUDITORIA > "07"
                 DISPLAY "ERROR ABRIENDO EL ARCHIVO DE AUDITORIA".
           PERFORM LEO-PURGADO THRU F-LEO-PURGADO
                   UNTIL ST-AUDITORIA NOT = "00".
           CLOSE AUDITORIA.

      *>   la linea "E" de PURGACLI es la ultima imagen del cliente:
      *>   de ahi salen el nombre y el saldo con que se fue.
       LEO-PURGADO.
           READ AUDITORIA
               AT END MOVE "10" TO ST-AUDITORIA
           END-READ.
           IF ST-AUDITORIA NOT = "00"
              OR AUD-OPERACION NOT = "E"
              OR AUD-ID_CLIENTE = 0
              GO TO F-LEO-PURGADO
           END-IF.
           MOVE AUD-ID_CLIENTE TO ID-AGREGAR.
           PERFORM BUSCO-CLIENTE-TABLA.
           IF CLIENTE-HALLADO = "S"
              GO TO F-LEO-PURGADO
           END-IF.
           PERFORM INSERTO-CLIENTE THRU F-INSERTO-CLIENTE.
           IF POS-CLIENTE = 0
              GO TO F-LEO-PURGADO
           END-IF.
           ADD 1 TO PURGADOS-AGREGADOS.
           MOVE AUD-NOMBRE-ANTERIOR    TO TCLI-NOMBRE(POS-CLIENTE).
           MOVE "P"                    TO TCLI-ESTADO-HOY(POS-CLIENTE).
           MOVE "I"                  TO TCLI-ESTADO-CORTE(POS-CLIENTE).
           MOVE AUD-CATEGORIA-ANTERIOR TO TCLI-CAT-CORTE(POS-CLIENTE).
           MOVE AUD-SALDO-ANTERIOR     TO TCLI-SALDO-HOY(POS-CLIENTE).
       F-LEO-PURGADO.
           EXIT.

       RECONSTRUYO-ESTADOS.
           OPEN INPUT AUDITORIA.
           IF ST-AUDITORIA > "07"
                 DISPLAY "ERROR ABRIENDO EL ARCHIVO DE AUDITORIA".
           PERFORM LEO-AUDITORIA THRU F-LEO-AUDITORIA
                   UNTIL ST-AUDITORIA NOT = "00".
           CLOSE AUDITORIA.

      *>   solo las lineas que llevan la imagen del cliente (ALTA,
      *>   CAMBIO, BAJA, REACTIVACION, PURGA). Hasta el corte manda
      *>   la imagen nueva de la ultima; despues del corte solo
      *>   interesa la imagen anterior de la primera, y solo si no
      *>   hubo ninguna antes.
       LEO-AUDITORIA.
           READ AUDITORIA
               AT END MOVE "10" TO ST-AUDITORIA
           END-READ.
           IF ST-AUDITORIA NOT = "00"
              OR AUD-ID_CLIENTE = 0
              GO TO F-LEO-AUDITORIA
           END-IF.
           IF AUD-OPERACION NOT = "A" AND NOT = "C" AND NOT = "B"
              AND NOT = "R" AND NOT = "E"
              GO TO F-LEO-AUDITORIA
           END-IF.
           ADD 1 TO LINEAS-AUDITORIA.
           MOVE AUD-ID_CLIENTE TO ID-AGREGAR.
           PERFORM BUSCO-CLIENTE-TABLA.
           IF CLIENTE-HALLADO = "N"
              GO TO F-LEO-AUDITORIA
           END-IF.
           IF AUD-FECHA-HORA(1:8) NOT > FECHA-CORTE
              PERFORM TOMO-IMAGEN-NUEVA
              MOVE "S" TO TCLI-AUD-CORTE(POS-CLIENTE)
           ELSE
              IF TCLI-AUD-CORTE(POS-CLIENTE) = "N"
                 AND TCLI-AUD-POST(POS-CLIENTE) = "N"
                 PERFORM TOMO-IMAGEN-ANTERIOR
                 MOVE "S" TO TCLI-AUD-POST(POS-CLIENTE)
              END-IF
           END-IF.
       F-LEO-AUDITORIA.
           EXIT.

      *>   la BAJA y la PURGA solo graban la categoria anterior: es la
      *>   misma con la que quedaron.
       TOMO-IMAGEN-NUEVA.
           EVALUATE TRUE
               WHEN AUD-ESTADO-NUEVO = "I"
               WHEN AUD-OPERACION = "B"
               WHEN AUD-OPERACION = "E"
                    MOVE "I" TO TCLI-ESTADO-CORTE(POS-CLIENTE)
               WHEN OTHER
                    MOVE "A" TO TCLI-ESTADO-CORTE(POS-CLIENTE)
           END-EVALUATE.
           IF AUD-CATEGORIA-NUEVA NOT = SPACE
              MOVE AUD-CATEGORIA-NUEVA TO TCLI-CAT-CORTE(POS-CLIENTE)
           ELSE
              IF AUD-CATEGORIA-ANTERIOR NOT = SPACE
                 MOVE AUD-CATEGORIA-ANTERIOR
                         TO TCLI-CAT-CORTE(POS-CLIENTE)
              END-IF
           END-IF.

      *>   el ALTA posterior al corte dice que al corte el cliente no
      *>   existia.
       TOMO-IMAGEN-ANTERIOR.
           EVALUATE TRUE
               WHEN AUD-OPERACION = "A"
                    MOVE "N" TO TCLI-ESTADO-CORTE(POS-CLIENTE)
               WHEN AUD-ESTADO-ANTERIOR = "I"
               WHEN AUD-OPERACION = "R"
               WHEN AUD-OPERACION = "E"
                    MOVE "I" TO TCLI-ESTADO-CORTE(POS-CLIENTE)
               WHEN OTHER
                    MOVE "A" TO TCLI-ESTADO-CORTE(POS-CLIENTE)
           END-EVALUATE.
           IF AUD-CATEGORIA-ANTERIOR NOT = SPACE
              MOVE AUD-CATEGORIA-ANTERIOR TO TCLI-CAT-CORTE(POS-CLIENTE)
           END-IF.

      *>****************************************************************
      *>   el mayor, en orden de aplicacion
      *>****************************************************************
       LEO-MAYOR.
           READ MAYOR
               AT END MOVE "10" TO ST-MAYOR
           END-READ.
           IF ST-MAYOR NOT = "00"
              GO TO F-LEO-MAYOR
           END-IF.
           ADD 1 TO LINEAS-MAYOR.
           MOVE MAY-ID_CLIENTE TO ID-AGREGAR.
           PERFORM BUSCO-CLIENTE-TABLA.
           IF CLIENTE-HALLADO = "N"
              PERFORM AGREGO-SIN-DATOS THRU F-AGREGO-SIN-DATOS
              IF POS-CLIENTE = 0
                 GO TO F-LEO-MAYOR
              END-IF
           END-IF.
           IF MAY-FECHA-APLICACION NOT > FECHA-CORTE
              MOVE MAY-SALDO-NUEVO TO TCLI-SALDO-CORTE(POS-CLIENTE)
              MOVE "M"             TO TCLI-ORIGEN(POS-CLIENTE)
           ELSE
              IF TCLI-ORIGEN(POS-CLIENTE) = SPACE
                 MOVE MAY-SALDO-ANTERIOR
                         TO TCLI-SALDO-CORTE(POS-CLIENTE)
                 MOVE "A" TO TCLI-ORIGEN(POS-CLIENTE)
              END-IF
           END-IF.
       F-LEO-MAYOR.
           EXIT.

      *>   un ID del mayor que no esta en CLIENTES ni tiene linea de
      *>   purga: se lista igual, sin nombre ni categoria, para que
      *>   el saldo no se pierda del total.
       AGREGO-SIN-DATOS.
           PERFORM INSERTO-CLIENTE THRU F-INSERTO-CLIENTE.
           IF POS-CLIENTE = 0
              GO TO F-AGREGO-SIN-DATOS
           END-IF.
           ADD 1 TO SIN-DATOS-AGREGADOS.
           MOVE "SIN DATOS EN CLIENTES NI AUDITORIA"
                                   TO TCLI-NOMBRE(POS-CLIENTE).
           MOVE "S"                TO TCLI-ESTADO-HOY(POS-CLIENTE).
       F-AGREGO-SIN-DATOS.
           EXIT.

       COMPLETO-SIN-MAYOR.
           IF TCLI-ORIGEN(POS-CLIENTE) = SPACE
              MOVE TCLI-SALDO-HOY(POS-CLIENTE)
                      TO TCLI-SALDO-CORTE(POS-CLIENTE)
              MOVE "S" TO TCLI-ORIGEN(POS-CLIENTE)
           END-IF.
           IF TCLI-ESTADO-CORTE(POS-CLIENTE) = "N"
              MOVE 0 TO TCLI-SALDO-CORTE(POS-CLIENTE)
           END-IF.

      *>   cierres.dat tiene a lo sumo una linea por dia; si hubiera
      *>   dos vale la ultima, como para CIERRE.
       BUSCO-CIERRE-CORTE.
           INITIALIZE CIERRE-CORTE.
           OPEN INPUT CIERRES.
           IF ST-CIERRES > "07"
                 DISPLAY "ERROR ABRIENDO EL ARCHIVO DE CIERRES".
           PERFORM LEO-LINEA-CIERRE THRU F-LEO-LINEA-CIERRE
                   UNTIL ST-CIERRES NOT = "00".
           CLOSE CIERRES.

       LEO-LINEA-CIERRE.
           READ CIERRES
               AT END MOVE "10" TO ST-CIERRES
           END-READ.
           IF ST-CIERRES = "00" AND CIE-FECHA = FECHA-CORTE
              MOVE "S"         TO HAY-CIERRE
              MOVE REG-CIERRES TO CIERRE-CORTE
           END-IF.
       F-LEO-LINEA-CIERRE.
           EXIT.

      *>****************************************************************
      *>   reporte: una pasada de la tabla por categoria
      *>****************************************************************
       IMPRIMO-ENCABEZADO.
           MOVE SPACES TO LINEA.
           STRING "SALDOS AL " FECHA-CORTE " REARMADOS DEL MAYOR "
                  "(EMITIDO EL " FECHA-HOY ")"
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM ESCRIBO-LINEA.
           MOVE SPACES TO LINEA.
           STRING "ID      NOMBRE                                  "
                  " AL CORTE HOY              SALDO AL CORTE ORIGEN"
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM ESCRIBO-LINEA.

       PROCESO-CATEGORIAS.
           MOVE TCAT-CODIGO(PASO-CATEGORIA) TO CATEGORIA-PASO.
           MOVE 0 TO CANT-CATEGORIA.
           MOVE 0 TO SALDO-CATEGORIA.
           MOVE SPACES TO LINEA.
           STRING "CATEGORIA " CATEGORIA-PASO " - "
                  FUNCTION TRIM(TCAT-DESCRIPCION(PASO-CATEGORIA))
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM ESCRIBO-LINEA.
           PERFORM LISTO-CLIENTE-CATEGORIA
                   VARYING POS-CLIENTE FROM 1 BY 1
                   UNTIL POS-CLIENTE > CANT-CLIENTES.
           PERFORM IMPRIMO-SUBTOTAL-CATEGORIA.
       F-PROCESO-CATEGORIAS.
           EXIT.

       LISTO-CLIENTE-CATEGORIA.
           IF TCLI-CAT-CORTE(POS-CLIENTE) = CATEGORIA-PASO
              PERFORM LISTO-CLIENTE THRU F-LISTO-CLIENTE
           END-IF.

      *>   los que al corte tenian una categoria que ya no esta en
      *>   categorias.dat (o ninguna: los sin datos) van juntos al
      *>   final, para que el total general no pierda a nadie.
       PROCESO-SIN-CATEGORIA.
           MOVE 0 TO CANT-CATEGORIA.
           MOVE 0 TO SALDO-CATEGORIA.
           MOVE SPACES TO LINEA.
           STRING "SIN CATEGORIA CONOCIDA"
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM ESCRIBO-LINEA.
           MOVE "?" TO CATEGORIA-PASO.
           PERFORM LISTO-CLIENTE-SIN-CATEGORIA
                   VARYING POS-CLIENTE FROM 1 BY 1
                   UNTIL POS-CLIENTE > CANT-CLIENTES.
           PERFORM IMPRIMO-SUBTOTAL-CATEGORIA.

       LISTO-CLIENTE-SIN-CATEGORIA.
           MOVE "N" TO CATEGORIA-CONOCIDA.
           PERFORM VEO-CATEGORIA-CONOCIDA
                   VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > CANT-CATEGORIAS
                      OR CATEGORIA-CONOCIDA = "S".
           IF CATEGORIA-CONOCIDA = "N"
              PERFORM LISTO-CLIENTE THRU F-LISTO-CLIENTE
           END-IF.

       VEO-CATEGORIA-CONOCIDA.
           IF TCLI-CAT-CORTE(POS-CLIENTE) = TCAT-CODIGO(CAT-IDX)
              MOVE "S" TO CATEGORIA-CONOCIDA
           END-IF.

      *>   se lista todo el que tenia saldo ese dia, activo o no; un
      *>   cliente en cero al corte no aporta nada y no se lista.
       LISTO-CLIENTE.
           IF TCLI-ESTADO-CORTE(POS-CLIENTE) = "N"
              OR TCLI-SALDO-CORTE(POS-CLIENTE) = 0
              GO TO F-LISTO-CLIENTE
           END-IF.
           IF TCLI-ESTADO-CORTE(POS-CLIENTE) = "I"
              MOVE "BAJA"   TO ESTADO-CORTE-TXT
           ELSE
              MOVE "ACTIVO" TO ESTADO-CORTE-TXT
           END-IF.
           EVALUATE TCLI-ESTADO-HOY(POS-CLIENTE)
               WHEN "I" MOVE "BAJA"      TO ESTADO-HOY-TXT
               WHEN "P" MOVE "PURGADO"   TO ESTADO-HOY-TXT
               WHEN "S" MOVE "SIN DATOS" TO ESTADO-HOY-TXT
               WHEN OTHER MOVE "ACTIVO"  TO ESTADO-HOY-TXT
           END-EVALUATE.
           MOVE TCLI-SALDO-CORTE(POS-CLIENTE) TO SALDO-ED.
           MOVE SPACES TO LINEA.
           STRING TCLI-ID(POS-CLIENTE) " " TCLI-NOMBRE(POS-CLIENTE)
                  " " ESTADO-CORTE-TXT "   " ESTADO-HOY-TXT " "
                  SALDO-ED "   " TCLI-ORIGEN(POS-CLIENTE)
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM ESCRIBO-LINEA.
           ADD 1 TO CANT-CATEGORIA.
           ADD 1 TO CANT-LISTADOS.
           ADD TCLI-SALDO-CORTE(POS-CLIENTE) TO SALDO-CATEGORIA.
           ADD TCLI-SALDO-CORTE(POS-CLIENTE) TO SALDO-LISTADOS.
       F-LISTO-CLIENTE.
           EXIT.

       IMPRIMO-SUBTOTAL-CATEGORIA.
           MOVE CANT-CATEGORIA  TO CANT-ED.
           MOVE SALDO-CATEGORIA TO SALDO-ED.
           MOVE SPACES TO LINEA.
           STRING "SUBTOTAL " CATEGORIA-PASO " " CANT-ED " CLIENTES"
                  "                                       "
                  SALDO-ED
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM ESCRIBO-LINEA.

       IMPRIMO-TOTAL-GENERAL.
           MOVE CANT-LISTADOS  TO CANT-ED.
           MOVE SALDO-LISTADOS TO SALDO-ED.
           MOVE SPACES TO LINEA.
           STRING "TOTAL GENERAL " CANT-ED " CLIENTES"
                  "                                  "
                  SALDO-ED
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM ESCRIBO-LINEA.
           MOVE SPACES TO LINEA.
           STRING "ORIGEN: M = ULTIMO SALDO DEL MAYOR AL CORTE, "
                  "A = SALDO ANTERIOR A SU PRIMER MOVIMIENTO "
                  "POSTERIOR, S = SIN MAYOR (SALDO DE HOY)"
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM ESCRIBO-LINEA.

      *>****************************************************************
      *>   control contra la linea de cierres.dat del corte: mismo
      *>   universo que CIERRE (activos al corte, de las categorias
      *>   que trae esa linea), con saldo cero incluido en la cuenta
      *>****************************************************************
       CONTROLO-CONTRA-CIERRE.
           MOVE SPACES TO LINEA.
           PERFORM ESCRIBO-LINEA.
           IF HAY-CIERRE = "N"
              MOVE SPACES TO LINEA
              STRING "SIN CIERRE DE DIA DEL " FECHA-CORTE
                     " EN CIERRES.DAT: NO SE CONTROLA"
                     DELIMITED BY SIZE INTO LINEA
              PERFORM ESCRIBO-LINEA
              DISPLAY "SIN CIERRE DE DIA DEL " FECHA-CORTE
                      ": NO SE CONTROLA"
              GO TO F-CONTROLO-CONTRA-CIERRE
           END-IF.
           MOVE SPACES TO LINEA.
           STRING "CONTROL CONTRA EL CIERRE DEL " FECHA-CORTE
                  "          CLIENTES          REARMADO"
                  "  CIERRE           CIERRE"
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM ESCRIBO-LINEA.
           IF CRT-DESCUADRE = "S"
              MOVE SPACES TO LINEA
              STRING "ATENCION: ESE CIERRE YA TENIA DESCUADRE CONTRA "
                     "EL ANTERIOR"
                     DELIMITED BY SIZE INTO LINEA
              PERFORM ESCRIBO-LINEA
           END-IF.
           PERFORM CONTROLO-CATEGORIA THRU F-CONTROLO-CATEGORIA
                   VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > 10.
           COMPUTE DIFERENCIA = SALDO-UNIV-TOTAL - CRT-TOTAL-SALDO.
           COMPUTE DIFERENCIA-CANT = CANT-UNIV-TOTAL - CRT-TOTAL-CANT.
           MOVE "TOTAL"       TO ETIQUETA-CONTROL.
           MOVE CANT-UNIV-TOTAL  TO CANT-ED.
           MOVE CRT-TOTAL-CANT   TO CANT-ED-2.
           MOVE SALDO-UNIV-TOTAL TO SALDO-ED.
           MOVE CRT-TOTAL-SALDO  TO SALDO-ED-2.
           PERFORM IMPRIMO-LINEA-CONTROL.
           IF DIFERENCIAS = 0
              MOVE SPACES TO LINEA
              STRING "CONTROL: LOS SALDOS REARMADOS ATAN CON EL CIERRE"
                     DELIMITED BY SIZE INTO LINEA
              PERFORM ESCRIBO-LINEA
           ELSE
              DISPLAY DIFERENCIAS " DIFERENCIAS CONTRA EL CIERRE DEL "
                      FECHA-CORTE " (VER SALDOFECHA.DAT)"
           END-IF.
       F-CONTROLO-CONTRA-CIERRE.
           EXIT.

       CONTROLO-CATEGORIA.
           IF CRT-CAT-CODIGO(CAT-IDX) = SPACE
              GO TO F-CONTROLO-CATEGORIA
           END-IF.
           MOVE CRT-CAT-CODIGO(CAT-IDX) TO CATEGORIA-PASO.
           MOVE SPACES TO ETIQUETA-CONTROL.
           STRING "CATEGORIA " CATEGORIA-PASO
                  DELIMITED BY SIZE INTO ETIQUETA-CONTROL.
           MOVE 0 TO CANT-UNIVERSO.
           MOVE 0 TO SALDO-UNIVERSO.
           PERFORM SUMO-UNIVERSO
                   VARYING POS-CLIENTE FROM 1 BY 1
                   UNTIL POS-CLIENTE > CANT-CLIENTES.
           ADD CANT-UNIVERSO  TO CANT-UNIV-TOTAL.
           ADD SALDO-UNIVERSO TO SALDO-UNIV-TOTAL.
           COMPUTE DIFERENCIA = SALDO-UNIVERSO
                              - CRT-CAT-SALDO(CAT-IDX).
           COMPUTE DIFERENCIA-CANT = CANT-UNIVERSO
                                   - CRT-CAT-CANT(CAT-IDX).
           MOVE CANT-UNIVERSO           TO CANT-ED.
           MOVE CRT-CAT-CANT(CAT-IDX)   TO CANT-ED-2.
           MOVE SALDO-UNIVERSO          TO SALDO-ED.
           MOVE CRT-CAT-SALDO(CAT-IDX)  TO SALDO-ED-2.
           PERFORM IMPRIMO-LINEA-CONTROL.
       F-CONTROLO-CATEGORIA.
           EXIT.

       SUMO-UNIVERSO.
           IF TCLI-CAT-CORTE(POS-CLIENTE) = CATEGORIA-PASO
              AND TCLI-ESTADO-CORTE(POS-CLIENTE) = "A"
              ADD 1 TO CANT-UNIVERSO
              ADD TCLI-SALDO-CORTE(POS-CLIENTE) TO SALDO-UNIVERSO
           END-IF.

       IMPRIMO-LINEA-CONTROL.
           MOVE SPACES TO LINEA.
           IF DIFERENCIA = 0 AND DIFERENCIA-CANT = 0
              STRING "  " ETIQUETA-CONTROL
                     "  REARMADO " CANT-ED " " SALDO-ED
                     "  CIERRE " CANT-ED-2 " " SALDO-ED-2
                     DELIMITED BY SIZE INTO LINEA
           ELSE
              ADD 1 TO DIFERENCIAS
              STRING "  " ETIQUETA-CONTROL
                     "  REARMADO " CANT-ED " " SALDO-ED
                     "  CIERRE " CANT-ED-2 " " SALDO-ED-2
                     "  *** DIFERENCIA ***"
                     DELIMITED BY SIZE INTO LINEA
           END-IF.
           PERFORM ESCRIBO-LINEA.

       ESCRIBO-LINEA.
           MOVE LINEA TO LINEA-SALDOS.
           WRITE LINEA-SALDOS.

       MUESTRO-CONTADORES.
           DISPLAY "LINEAS DE MAYOR LEIDAS:       " LINEAS-MAYOR.
           DISPLAY "LINEAS DE AUDITORIA USADAS:   " LINEAS-AUDITORIA.
           DISPLAY "PURGADOS AGREGADOS:           " PURGADOS-AGREGADOS.
           DISPLAY "IDS DEL MAYOR SIN DATOS:      "
                   SIN-DATOS-AGREGADOS.
           DISPLAY "CLIENTES CON SALDO AL CORTE:  " CANT-LISTADOS.
           IF CLIENTES-PERDIDOS > 0
              DISPLAY "CLIENTES SIN LUGAR EN TABLA:  " CLIENTES-PERDIDOS
           END-IF.
           DISPLAY "VER SALDOFECHA.DAT".



       END PROGRAM "SALDOFECHA".
