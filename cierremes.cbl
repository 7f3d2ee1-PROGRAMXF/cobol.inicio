      ******************************************************************
      * Author:
      * Date:
      * Purpose: cierre contable de mes. El supervisor elige un mes ya
      *          terminado; se toma el ultimo cierre de dia del mes en
      *          cierres.dat y se verifica que ate contra el ultimo
      *          cierre del mes anterior mas lo aplicado en el mayor
      *          en el medio (la misma cuenta que hace CIERRE dia por
      *          dia, pero de punta a punta del mes). Si ata, el mes
      *          queda cerrado en periodos.dat con la posicion por
      *          categoria de ese ultimo cierre (ver PERIODOS.cpy), y
      *          desde ahi APLICAMOV, REVERSA y INICIO rechazan todo
      *          movimiento con fecha de ese mes. La reapertura pide
      *          motivo; cierre y reapertura quedan en AUDITORIA.
      *          Corre llamado desde el menu de INICIO (nivel 3, le
      *          pasa el operador autenticado) o solo, y entonces pide
      *          usuario y clave de supervisor contra operadores.dat;
      *          por eso termina en GOBACK, como REVERSA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CIERREMES".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PERIODOS ASSIGN TO "./periodos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS PER-PERIODO
                  STATUS ST-PERIODOS.

           SELECT OPTIONAL CIERRES ASSIGN TO "./cierres.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-CIERRES.

           SELECT OPTIONAL MAYOR ASSIGN TO "./mayor.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-MAYOR.

           SELECT OPTIONAL AUDITORIA ASSIGN TO "./auditoria.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-AUDITORIA.

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

       FD  PERIODOS.

       COPY PERIODOS.

       FD  CIERRES.

       COPY CIERRES.

       FD  MAYOR.

       COPY MAYOR.

       FD  AUDITORIA.

       COPY AUDITORIA.

       FD  OPERADORES.

       COPY OPERADORES.

       FD  CLI-CONTROL.

       COPY CONTROL.

       WORKING-STORAGE SECTION.
       01  ST-PERIODOS     PIC XX.
       01  ST-CIERRES      PIC XX.
       01  ST-MAYOR        PIC XX.
       01  ST-AUDITORIA    PIC XX.
       01  ST-OPERADORES   PIC XX.
       01  ST-CONTROL      PIC XX.
       01  TRABA-BATCH     PIC X.

      *>   quien opera: llamado desde INICIO llega el operador
      *>   autenticado por LINKAGE; corriendo solo se pide usuario y
      *>   clave, y tiene que ser supervisor (nivel 3).
       01  USUARIO-CIERRE   PIC X(8)  VALUE SPACES.
       01  AUTORIZADO       PIC X     VALUE "N".
       01  USUARIO-ENTRADA  PIC X(8).
       01  PASSWORD-ENTRADA PIC X(8).
       01  INTENTOS         PIC 9     VALUE 0.

       01  OPCION           PIC X.
       01  SALIR            PIC X.
       01  CONFIRMA         PIC X.
       01  COMENTARIO       PIC X(60).
       01  AUDITORIA-LETRA  PIC X.
       01  AUDITORIA-ESTADO-ANTES   PIC X.
       01  AUDITORIA-ESTADO-DESPUES PIC X.

      *>   el mes pedido y el de hoy, AAAAMM
       01  PERIODO-PEDIDO   PIC X(6).
       01  PERIODO-HOY      PIC X(6).
       01  PERIODO-VALIDO   PIC X.
       01  PERIODO-EXISTE   PIC X.

      *>   la apertura es el ultimo cierre anterior al mes; sin cierre
      *>   anterior (el primer mes del archivo) se toma el primer
      *>   cierre del mes. El ultimo cierre del mes se guarda entero.
       01  HAY-APERTURA     PIC X.
       01  APERTURA-FECHA   PIC X(8).
       01  APERTURA-SALDO   PIC S9(11)V9(3).
       01  CIERRES-DEL-MES  PIC 9(3).
       01  DESCUADRES-DEL-MES PIC 9(3).
       COPY CIERRES REPLACING
           ==REG-CIERRES==     BY ==CIERRE-MES==
           ==CIE-FECHA==       BY ==MES-FECHA==
           ==CIE-CATEGORIAS==  BY ==MES-CATEGORIAS==
           ==CIE-CAT-ENT==     BY ==MES-CAT-ENT==
           ==CIE-CAT-CODIGO==  BY ==MES-CAT-CODIGO==
           ==CIE-CAT-CANT==    BY ==MES-CAT-CANT==
           ==CIE-CAT-SALDO==   BY ==MES-CAT-SALDO==
           ==CIE-TOTAL-CANT==  BY ==MES-TOTAL-CANT==
           ==CIE-TOTAL-SALDO== BY ==MES-TOTAL-SALDO==
           ==CIE-DESCUADRE==   BY ==MES-DESCUADRE==.
       01  CAT-IDX          PIC 9(2).

       01  SUMA-MOVS        PIC S9(11)V9(3).
       01  POSICION-ESPERADA PIC S9(11)V9(3).
       01  DIFERENCIA       PIC S9(11)V9(3).
       01  SALDO-ED         PIC -(10)9.999.
       01  CANT-ED          PIC Z(6)9.
       01  PERIODOS-LISTADOS PIC 9(5).

       LINKAGE SECTION.
       01  USUARIO-LLAMADOR PIC X(8).


       PROCEDURE DIVISION USING USUARIO-LLAMADOR.
       FERNANDO.
      *>   la WORKING persiste entre CALLs desde INICIO: la sesion se
      *>   arma de nuevo cada vez.
           MOVE SPACES TO USUARIO-CIERRE.
           MOVE "N"    TO AUTORIZADO.
           MOVE 0      TO INTENTOS.
           IF ADDRESS OF USUARIO-LLAMADOR NOT = NULL
              MOVE USUARIO-LLAMADOR TO USUARIO-CIERRE
              MOVE "S" TO AUTORIZADO
           ELSE
              PERFORM INICIO-SESION THRU F-INICIO-SESION
           END-IF.
           IF AUTORIZADO = "S"
              MOVE "N" TO SALIR
              PERFORM MENU-PERIODOS THRU F-MENU-PERIODOS
                      UNTIL SALIR = "S"
           END-IF.
           GOBACK.

      *>   corriendo solo: tres intentos, y solo un supervisor pasa.
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
               WHEN OPE-NIVEL < 3
                    DISPLAY "EL CIERRE DE MES ES SOLO PARA SUPERVISORES"
                    MOVE 3 TO INTENTOS
               WHEN OTHER
                    MOVE "S"         TO AUTORIZADO
                    MOVE OPE-USUARIO TO USUARIO-CIERRE
           END-EVALUATE.
       F-PIDO-CREDENCIALES.
           EXIT.

       MENU-PERIODOS.
           DISPLAY " ".
           DISPLAY "1 - CIERRE DE MES".
           DISPLAY "2 - REAPERTURA DE MES".
           DISPLAY "3 - LISTADO DE PERIODOS".
           DISPLAY "4 - VOLVER".
           ACCEPT OPCION.
           EVALUATE OPCION
               WHEN "1" PERFORM CIERRO-MES THRU F-CIERRO-MES
               WHEN "2" PERFORM REABRO-MES THRU F-REABRO-MES
               WHEN "3" PERFORM LISTO-PERIODOS
               WHEN "4" MOVE "S" TO SALIR
               WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.
       F-MENU-PERIODOS.
           EXIT.

      *>   solo meses ya terminados: el mes en curso todavia recibe
      *>   movimientos y no hay cierre de dia que lo represente.
       PIDO-PERIODO.
           MOVE "N" TO PERIODO-VALIDO.
           MOVE FUNCTION CURRENT-DATE(1:6) TO PERIODO-HOY.
           DISPLAY "MES AAAAMM: ".
           ACCEPT PERIODO-PEDIDO.
           EVALUATE TRUE
               WHEN PERIODO-PEDIDO NOT NUMERIC
                    DISPLAY "MES INVALIDO"
               WHEN PERIODO-PEDIDO(5:2) < "01"
                    OR PERIODO-PEDIDO(5:2) > "12"
                    DISPLAY "MES INVALIDO"
               WHEN OTHER
                    MOVE "S" TO PERIODO-VALIDO
           END-EVALUATE.
       F-PIDO-PERIODO.
           EXIT.

      *>   misma traba de ventana batch que mira REVERSA: con un
      *>   batch aplicando, el mayor y cierres.dat se estan moviendo.
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

      *>   CIERRE DE MES: apertura + lo aplicado en el mayor despues
      *>   de la fecha de apertura y hasta la del ultimo cierre del
      *>   mes tiene que dar el total de ese ultimo cierre. Si no
      *>   ata no se cierra; los cierres de dia con DESCUADRE en el
      *>   mes se listan, y el supervisor decide con eso a la vista.
       CIERRO-MES.
           PERFORM PIDO-PERIODO THRU F-PIDO-PERIODO.
           IF PERIODO-VALIDO NOT = "S"
              GO TO F-CIERRO-MES
           END-IF.
           IF PERIODO-PEDIDO NOT < PERIODO-HOY
              DISPLAY "SOLO SE CIERRAN MESES YA TERMINADOS"
              GO TO F-CIERRO-MES
           END-IF.
           PERFORM VEO-TRABA-BATCH.
           IF TRABA-BATCH = "S"
              GO TO F-CIERRO-MES
           END-IF.
           OPEN I-O PERIODOS.
           IF ST-PERIODOS > "07"
              DISPLAY "ERROR ABRIENDO EL ARCHIVO DE PERIODOS"
              GO TO F-CIERRO-MES
           END-IF.
           MOVE PERIODO-PEDIDO TO PER-PERIODO.
           READ PERIODOS.
           IF ST-PERIODOS = "00"
              MOVE "S" TO PERIODO-EXISTE
           ELSE
              MOVE "N" TO PERIODO-EXISTE
           END-IF.
           IF PERIODO-EXISTE = "S" AND PER-ESTADO = "C"
              DISPLAY "EL MES " PERIODO-PEDIDO " YA ESTA CERRADO"
              CLOSE PERIODOS
              GO TO F-CIERRO-MES
           END-IF.
           PERFORM LEO-CIERRES-DEL-MES.
           IF CIERRES-DEL-MES = 0
              DISPLAY "NO HAY CIERRE DE DIA EN EL MES " PERIODO-PEDIDO
                      ": NO SE CIERRA"
              CLOSE PERIODOS
              GO TO F-CIERRO-MES
           END-IF.
           PERFORM SUMO-MOVIMIENTOS-MAYOR.
           COMPUTE POSICION-ESPERADA = APERTURA-SALDO + SUMA-MOVS.
           COMPUTE DIFERENCIA = MES-TOTAL-SALDO - POSICION-ESPERADA.
           PERFORM MUESTRO-VERIFICACION.
           IF DIFERENCIA NOT = 0
              DISPLAY "EL MES NO ATA CONTRA EL MAYOR: NO SE CIERRA"
              CLOSE PERIODOS
              GO TO F-CIERRO-MES
           END-IF.
           IF DESCUADRES-DEL-MES > 0
              DISPLAY "OJO: " DESCUADRES-DEL-MES " CIERRES DE DIA CON "
                      "DESCUADRE EN EL MES (VER ARRIBA)"
           END-IF.
           DISPLAY "CONFIRMA CIERRE DEL MES " PERIODO-PEDIDO " (S/N): ".
           ACCEPT CONFIRMA.
           IF CONFIRMA = "S" OR CONFIRMA = "s"
              PERFORM GRABO-PERIODO-CERRADO
           END-IF.
           CLOSE PERIODOS.
       F-CIERRO-MES.
           EXIT.

      *>   cierres.dat crece en EXTEND, una linea por dia, asi que se
      *>   lee en orden de fecha: lo ultimo anterior al mes es la
      *>   apertura y lo ultimo del mes es el cierre.
       LEO-CIERRES-DEL-MES.
           MOVE "N" TO HAY-APERTURA.
           MOVE SPACES TO APERTURA-FECHA.
           MOVE 0   TO APERTURA-SALDO.
           MOVE 0   TO CIERRES-DEL-MES.
           MOVE 0   TO DESCUADRES-DEL-MES.
           INITIALIZE CIERRE-MES.
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
           IF ST-CIERRES NOT = "00"
              GO TO F-LEO-LINEA-CIERRE
           END-IF.
           IF CIE-FECHA(1:6) < PERIODO-PEDIDO
              MOVE "S"             TO HAY-APERTURA
              MOVE CIE-FECHA       TO APERTURA-FECHA
              MOVE CIE-TOTAL-SALDO TO APERTURA-SALDO
           END-IF.
           IF CIE-FECHA(1:6) = PERIODO-PEDIDO
              ADD 1 TO CIERRES-DEL-MES
              IF HAY-APERTURA = "N"
                 MOVE "P"             TO HAY-APERTURA
                 MOVE CIE-FECHA       TO APERTURA-FECHA
                 MOVE CIE-TOTAL-SALDO TO APERTURA-SALDO
              END-IF
              MOVE REG-CIERRES TO CIERRE-MES
              IF CIE-DESCUADRE = "S"
                 ADD 1 TO DESCUADRES-DEL-MES
                 DISPLAY "DESCUADRE EN EL CIERRE DEL " CIE-FECHA
              END-IF
           END-IF.
       F-LEO-LINEA-CIERRE.
           EXIT.

      *>   lo aplicado en el medio: MAY-FECHA-APLICACION despues de
      *>   la apertura y hasta el ultimo cierre del mes, igual que
      *>   SUMO-LINEA-MAYOR en CIERRE.
       SUMO-MOVIMIENTOS-MAYOR.
           MOVE 0 TO SUMA-MOVS.
           OPEN INPUT MAYOR.
           IF ST-MAYOR > "07"
                 DISPLAY "ERROR ABRIENDO EL ARCHIVO MAYOR".
           PERFORM SUMO-LINEA-MAYOR THRU F-SUMO-LINEA-MAYOR
                   UNTIL ST-MAYOR NOT = "00".
           CLOSE MAYOR.

       SUMO-LINEA-MAYOR.
           READ MAYOR
               AT END MOVE "10" TO ST-MAYOR
           END-READ.
           IF ST-MAYOR = "00"
              AND MAY-FECHA-APLICACION > APERTURA-FECHA
              AND MAY-FECHA-APLICACION NOT > MES-FECHA
              ADD MAY-IMPORTE TO SUMA-MOVS
           END-IF.
       F-SUMO-LINEA-MAYOR.
           EXIT.

       MUESTRO-VERIFICACION.
           DISPLAY "------------------------------------------------".
           IF HAY-APERTURA = "P"
              DISPLAY "SIN CIERRE ANTERIOR AL MES: SE ABRE CON EL "
                      "PRIMER CIERRE DEL MES"
           END-IF.
           MOVE APERTURA-SALDO TO SALDO-ED.
           DISPLAY "APERTURA (CIERRE DEL " APERTURA-FECHA ") "
                   SALDO-ED.
           MOVE SUMA-MOVS TO SALDO-ED.
           DISPLAY "APLICADO SEGUN EL MAYOR          " SALDO-ED.
           MOVE POSICION-ESPERADA TO SALDO-ED.
           DISPLAY "POSICION ESPERADA                " SALDO-ED.
           MOVE MES-TOTAL-SALDO TO SALDO-ED.
           DISPLAY "CIERRE DEL MES (CIERRE DEL " MES-FECHA ") "
                   SALDO-ED.
           MOVE DIFERENCIA TO SALDO-ED.
           DISPLAY "DIFERENCIA                       " SALDO-ED.
           PERFORM MUESTRO-CATEGORIA-MES
                   VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > 10.

       MUESTRO-CATEGORIA-MES.
           IF MES-CAT-CODIGO(CAT-IDX) NOT = SPACE
              MOVE MES-CAT-CANT(CAT-IDX)  TO CANT-ED
              MOVE MES-CAT-SALDO(CAT-IDX) TO SALDO-ED
              DISPLAY "CATEGORIA " MES-CAT-CODIGO(CAT-IDX) " "
                      CANT-ED " CLIENTES " SALDO-ED
           END-IF.

       GRABO-PERIODO-CERRADO.
           INITIALIZE REG-PERIODOS.
           MOVE PERIODO-PEDIDO  TO PER-PERIODO.
           MOVE "C"             TO PER-ESTADO.
           MOVE MES-FECHA       TO PER-FECHA-CIERRE.
           MOVE MES-CATEGORIAS  TO PER-CATEGORIAS.
           MOVE MES-TOTAL-CANT  TO PER-TOTAL-CANT.
           MOVE MES-TOTAL-SALDO TO PER-TOTAL-SALDO.
           MOVE SUMA-MOVS       TO PER-MOVIMIENTOS.
           MOVE USUARIO-CIERRE  TO PER-USUARIO.
           MOVE FUNCTION CURRENT-DATE TO PER-FECHA-HORA.
           IF PERIODO-EXISTE = "S"
              REWRITE REG-PERIODOS
           ELSE
              WRITE REG-PERIODOS
           END-IF.
           IF ST-PERIODOS = "00"
              MOVE SPACES TO COMENTARIO
              STRING "CERRADO CONTRA EL CIERRE DEL " MES-FECHA
                     DELIMITED BY SIZE INTO COMENTARIO
              MOVE "A" TO AUDITORIA-ESTADO-ANTES
              MOVE "C" TO AUDITORIA-ESTADO-DESPUES
              MOVE "P" TO AUDITORIA-LETRA
              PERFORM GRABO-AUDITORIA-PERIODO
              DISPLAY "MES " PERIODO-PEDIDO " CERRADO"
           ELSE
              DISPLAY "ERROR GRABANDO PERIODOS, ST-PERIODOS="
                      ST-PERIODOS
           END-IF.

      *>   REAPERTURA: el mes vuelve a aceptar movimientos. El motivo
      *>   es obligatorio y queda en el periodo y en AUDITORIA.
       REABRO-MES.
           PERFORM PIDO-PERIODO THRU F-PIDO-PERIODO.
           IF PERIODO-VALIDO NOT = "S"
              GO TO F-REABRO-MES
           END-IF.
           PERFORM VEO-TRABA-BATCH.
           IF TRABA-BATCH = "S"
              GO TO F-REABRO-MES
           END-IF.
           OPEN I-O PERIODOS.
           IF ST-PERIODOS > "07"
              DISPLAY "ERROR ABRIENDO EL ARCHIVO DE PERIODOS"
              GO TO F-REABRO-MES
           END-IF.
           MOVE PERIODO-PEDIDO TO PER-PERIODO.
           READ PERIODOS.
           IF ST-PERIODOS NOT = "00" OR PER-ESTADO NOT = "C"
              DISPLAY "EL MES " PERIODO-PEDIDO " NO ESTA CERRADO"
              CLOSE PERIODOS
              GO TO F-REABRO-MES
           END-IF.
           DISPLAY "CERRADO POR " PER-USUARIO " EL "
                   PER-FECHA-HORA(1:8) " CONTRA EL CIERRE DEL "
                   PER-FECHA-CIERRE.
           DISPLAY "MOTIVO DE LA REAPERTURA (OBLIGATORIO): ".
           ACCEPT COMENTARIO.
           IF COMENTARIO = SPACES
              DISPLAY "SIN MOTIVO NO SE REABRE"
              CLOSE PERIODOS
              GO TO F-REABRO-MES
           END-IF.
           DISPLAY "CONFIRMA REAPERTURA DEL MES " PERIODO-PEDIDO
                   " (S/N): ".
           ACCEPT CONFIRMA.
           IF CONFIRMA = "S" OR CONFIRMA = "s"
              MOVE "A"            TO PER-ESTADO
              MOVE USUARIO-CIERRE TO PER-USUARIO
              MOVE FUNCTION CURRENT-DATE TO PER-FECHA-HORA
              MOVE COMENTARIO     TO PER-COMENTARIO
              REWRITE REG-PERIODOS
              IF ST-PERIODOS = "00"
                 MOVE "C" TO AUDITORIA-ESTADO-ANTES
                 MOVE "A" TO AUDITORIA-ESTADO-DESPUES
                 MOVE "Q" TO AUDITORIA-LETRA
                 PERFORM GRABO-AUDITORIA-PERIODO
                 DISPLAY "MES " PERIODO-PEDIDO " REABIERTO"
              ELSE
                 DISPLAY "ERROR GRABANDO PERIODOS, ST-PERIODOS="
                         ST-PERIODOS
              END-IF
           END-IF.
           CLOSE PERIODOS.
       F-REABRO-MES.
           EXIT.

      *>   la linea de AUDITORIA de un periodo no es de ningun
      *>   cliente (ID 0): el mes va en el nombre anterior, el motivo
      *>   en el nuevo y el estado del periodo antes y despues.
       GRABO-AUDITORIA-PERIODO.
           OPEN EXTEND AUDITORIA.
           IF ST-AUDITORIA > "07"
                 DISPLAY "ERROR ABRIENDO EL ARCHIVO DE AUDITORIA".
           INITIALIZE REG-AUDITORIA.
           MOVE 0               TO AUD-ID_CLIENTE.
           MOVE AUDITORIA-LETRA TO AUD-OPERACION.
           STRING "PERIODO " PERIODO-PEDIDO
                  DELIMITED BY SIZE INTO AUD-NOMBRE-ANTERIOR.
           MOVE COMENTARIO      TO AUD-NOMBRE-NUEVO.
           MOVE AUDITORIA-ESTADO-ANTES   TO AUD-ESTADO-ANTERIOR.
           MOVE AUDITORIA-ESTADO-DESPUES TO AUD-ESTADO-NUEVO.
           MOVE USUARIO-CIERRE  TO AUD-USUARIO.
           MOVE FUNCTION CURRENT-DATE TO AUD-FECHA-HORA.
           WRITE REG-AUDITORIA.
           IF ST-AUDITORIA NOT = "00"
              DISPLAY "ERROR GRABANDO LA AUDITORIA".
           CLOSE AUDITORIA.

       LISTO-PERIODOS.
           MOVE 0 TO PERIODOS-LISTADOS.
           OPEN INPUT PERIODOS.
           IF ST-PERIODOS > "07"
                 DISPLAY "ERROR ABRIENDO EL ARCHIVO DE PERIODOS".
           MOVE LOW-VALUES TO PER-PERIODO.
           START PERIODOS KEY IS NOT LESS THAN PER-PERIODO
               INVALID KEY MOVE "23" TO ST-PERIODOS
           END-START.
           PERFORM LEO-SIGUIENTE-PERIODO THRU F-LEO-SIGUIENTE-PERIODO
                   UNTIL ST-PERIODOS NOT = "00".
           CLOSE PERIODOS.
           IF PERIODOS-LISTADOS = 0
              DISPLAY "NO HAY MESES CERRADOS"
           END-IF.

       LEO-SIGUIENTE-PERIODO.
           READ PERIODOS NEXT RECORD
               AT END MOVE "10" TO ST-PERIODOS
           END-READ.
           IF ST-PERIODOS = "00"
              ADD 1 TO PERIODOS-LISTADOS
              MOVE PER-TOTAL-SALDO TO SALDO-ED
              IF PER-ESTADO = "C"
                 DISPLAY PER-PERIODO " CERRADO   CIERRE "
                         PER-FECHA-CIERRE " " SALDO-ED " "
                         PER-USUARIO
              ELSE
                 DISPLAY PER-PERIODO " REABIERTO "
                         PER-FECHA-HORA(1:8) " " PER-USUARIO " "
                         FUNCTION TRIM(PER-COMENTARIO)
              END-IF
           END-IF.
       F-LEO-SIGUIENTE-PERIODO.
           EXIT.



       END PROGRAM "CIERREMES".
