      ******************************************************************
      * Author:
      * Date:
      * Purpose: interfaz con contabilidad: arma el diario de un dia
      *          con lo aplicado en el mayor ese dia (MAY-FECHA-
      *          APLICACION). Las lineas se agrupan por comprobante,
      *          tipo de linea (comun, "V" de REVERSA, "F" de FUSION,
      *          "R" de retenido aprobado en INICIO) y categoria del
      *          cliente; cada grupo sale como un asiento de dos
      *          renglones, debe y haber por el mismo importe, con las
      *          cuentas de cuentas.dat (ver CUENTAS.cpy: primero la
      *          linea de la categoria, si no la "*"). Un cliente que
      *          ya no esta en CLIENTES (purgado) va con la "*".
      *          Antes de escribir nada controla: que el dia no se
      *          haya exportado ya (exportaciones.dat), que todos los
      *          grupos tengan cuentas, y que el neto del mayor del
      *          dia ate con lo aplicado por los lotes de ese dia en
      *          lotes.dat mas las reversiones, fusiones y retenidos
      *          aprobados. Si algo falla no sale el diario y termina
      *          con RETURN-CODE 1, para que la cadena nocturna lo
      *          vea. El dia de hoy solo se exporta si ya tiene su
      *          cierre de dia en cierres.dat (despues de CIERRE no se
      *          aplica nada mas); un dia pasado ya no cambia.
      *          El diario sale en asientos_AAAAMMDD.dat (ver
      *          ASIENTOS.cpy) y el dia queda en exportaciones.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ASIENTOS".
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

           SELECT OPTIONAL LOTES ASSIGN TO "./lotes.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-LOTES.

           SELECT OPTIONAL CIERRES ASSIGN TO "./cierres.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-CIERRES.

           SELECT OPTIONAL CUENTAS ASSIGN TO "./cuentas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CTA-CLAVE
                  STATUS ST-CUENTAS.

           SELECT OPTIONAL EXPORTACIONES
                  ASSIGN TO "./exportaciones.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS EXP-FECHA
                  STATUS ST-EXPORTACIONES.

           SELECT OPTIONAL DIARIO ASSIGN TO NOMBRE-DIARIO
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-DIARIO.


       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

       COPY CLIENTES.

       FD  MAYOR.

       COPY MAYOR.

       FD  LOTES.

       COPY LOTES.

       FD  CIERRES.

       COPY CIERRES.

       FD  CUENTAS.

       COPY CUENTAS.

       FD  EXPORTACIONES.

       COPY EXPORTACIONES.

       FD  DIARIO.

       COPY ASIENTOS.

       WORKING-STORAGE SECTION.
       01  ST-FILE          PIC XX.
       01  ST-MAYOR         PIC XX.
       01  ST-LOTES         PIC XX.
       01  ST-CIERRES       PIC XX.
       01  ST-CUENTAS       PIC XX.
       01  ST-EXPORTACIONES PIC XX.
       01  ST-DIARIO        PIC XX.

       01  FECHA-HOY        PIC X(8).
       01  FECHA-PEDIDA     PIC X(8).
       01  NOMBRE-DIARIO    PIC X(40).
      *>   "S" mientras se pueda seguir; cualquier control que falla
      *>   lo baja y el diario no se escribe
       01  SIGO             PIC X         VALUE "S".
       01  HAY-CIERRE-HOY   PIC X         VALUE "N".

      *>   los grupos del dia: comprobante + tipo de linea del mayor
      *>   + categoria, con la cantidad de lineas y el neto con su
      *>   signo, y las cuentas que le tocan de cuentas.dat
       01  CANT-GRUPOS      PIC 9(3)      VALUE 0.
       01  TABLA-GRUPOS.
           03 GRU-ENT OCCURS 1 TO 300 DEPENDING ON CANT-GRUPOS
                      INDEXED BY GRU-IDX.
              05 GRU-COMPROBANTE PIC X(3).
              05 GRU-TIPO        PIC X.
              05 GRU-CATEGORIA   PIC X.
              05 GRU-LINEAS      PIC 9(7).
              05 GRU-IMPORTE     PIC S9(11)V9(3).
              05 GRU-DEBE        PIC X(10).
              05 GRU-HABER       PIC X(10).
              05 GRU-DESCRIPCION PIC X(30).
       01  GRUPO-IDX        PIC 9(3).
       01  CATEGORIA-LINEA  PIC X.
       01  SIN-CUENTA       PIC 9(3)      VALUE 0.

      *>   totales de control: el neto del mayor del dia partido
      *>   por tipo de linea, contra lo aplicado por los lotes
       01  LINEAS-DIA       PIC 9(7)      VALUE 0.
       01  TOTAL-MAYOR      PIC S9(11)V9(3) VALUE 0.
       01  TOTAL-COMUNES    PIC S9(11)V9(3) VALUE 0.
       01  TOTAL-REVERSAS   PIC S9(11)V9(3) VALUE 0.
       01  TOTAL-FUSIONES   PIC S9(11)V9(3) VALUE 0.
       01  TOTAL-RETENIDOS  PIC S9(11)V9(3) VALUE 0.
       01  TOTAL-LOTES      PIC S9(11)V9(3) VALUE 0.
       01  LOTES-DIA        PIC 9(5)      VALUE 0.
       01  TOTAL-ESPERADO   PIC S9(11)V9(3) VALUE 0.
       01  DIFERENCIA       PIC S9(11)V9(3) VALUE 0.

      *>   el renglon que se esta armando
       01  RENGLON          PIC 9(5)      VALUE 0.
       01  IMPORTE-ASIENTO  PIC 9(11)V9(3).
       01  CUENTA-DEBE      PIC X(10).
       01  CUENTA-HABER     PIC X(10).
       01  TOTAL-DEBE       PIC 9(11)V9(3) VALUE 0.
       01  TOTAL-HABER      PIC 9(11)V9(3) VALUE 0.

       01  SALDO-ED         PIC -(10)9.999.
       01  CANT-ED          PIC Z(6)9.


       PROCEDURE DIVISION.
       FERNANDO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           MOVE 0 TO RETURN-CODE.
           PERFORM PIDO-FECHA THRU F-PIDO-FECHA.
           IF SIGO = "S"
              PERFORM VEO-EXPORTADO
           END-IF.
           IF SIGO = "S"
              PERFORM ARMO-GRUPOS
           END-IF.
           IF SIGO = "S"
              PERFORM BUSCO-CUENTAS
           END-IF.
           IF SIGO = "S"
              PERFORM SUMO-LOTES
              PERFORM VERIFICO-TOTALES
           END-IF.
           IF SIGO = "S"
              PERFORM ESCRIBO-DIARIO
           END-IF.
           IF SIGO = "S"
              PERFORM GRABO-EXPORTACION
           END-IF.
           IF SIGO = "S"
              DISPLAY "DIARIO DEL " FECHA-PEDIDA " EN "
                      FUNCTION TRIM(NOMBRE-DIARIO)
           ELSE
              DISPLAY "NO SE EXPORTO EL DIA " FECHA-PEDIDA
              MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *>   ENTER es hoy, que es como corre al final de la cadena
      *>   nocturna; un dia futuro no tiene nada, y hoy sin cierre de
      *>   dia todavia puede recibir movimientos.
       PIDO-FECHA.
           DISPLAY "DIA A EXPORTAR AAAAMMDD (ENTER = HOY): ".
           MOVE SPACES TO FECHA-PEDIDA.
           ACCEPT FECHA-PEDIDA.
           IF FECHA-PEDIDA = SPACES
              MOVE FECHA-HOY TO FECHA-PEDIDA
           END-IF.
           IF FECHA-PEDIDA NOT NUMERIC
              OR FECHA-PEDIDA(5:2) < "01" OR FECHA-PEDIDA(5:2) > "12"
              OR FECHA-PEDIDA(7:2) < "01" OR FECHA-PEDIDA(7:2) > "31"
              DISPLAY "FECHA INVALIDA"
              MOVE "N" TO SIGO
              GO TO F-PIDO-FECHA
           END-IF.
           IF FECHA-PEDIDA > FECHA-HOY
              DISPLAY "EL DIA " FECHA-PEDIDA " TODAVIA NO PASO"
              MOVE "N" TO SIGO
              GO TO F-PIDO-FECHA
           END-IF.
           IF FECHA-PEDIDA = FECHA-HOY
              PERFORM VEO-CIERRE-HOY
              IF HAY-CIERRE-HOY = "N"
                 DISPLAY "HOY TODAVIA NO TIENE CIERRE DE DIA: "
                         "CORRER CIERRE ANTES DE EXPORTAR"
                 MOVE "N" TO SIGO
              END-IF
           END-IF.
       F-PIDO-FECHA.
           EXIT.

       VEO-CIERRE-HOY.
           MOVE "N" TO HAY-CIERRE-HOY.
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
           IF ST-CIERRES = "00" AND CIE-FECHA = FECHA-HOY
              MOVE "S" TO HAY-CIERRE-HOY
           END-IF.
       F-LEO-LINEA-CIERRE.
           EXIT.

      *>   un dia va una sola vez a contabilidad: si esta en
      *>   exportaciones.dat se muestra cuando y por quien, y nada mas.
       VEO-EXPORTADO.
           OPEN INPUT EXPORTACIONES.
           IF ST-EXPORTACIONES > "07"
                 DISPLAY "ERROR ABRIENDO EL ARCHIVO DE EXPORTACIONES".
           MOVE FECHA-PEDIDA TO EXP-FECHA.
           READ EXPORTACIONES
               INVALID KEY MOVE "23" TO ST-EXPORTACIONES
           END-READ.
           IF ST-EXPORTACIONES = "00"
              DISPLAY "EL DIA " FECHA-PEDIDA " YA SE EXPORTO EL "
                      EXP-FECHA-HORA(1:8) " POR " EXP-USUARIO
                      " EN " FUNCTION TRIM(EXP-ARCHIVO)
              MOVE "N" TO SIGO
           END-IF.
           CLOSE EXPORTACIONES.

      *>****************************************************************
      *>   pasada del mayor: solo las lineas aplicadas el dia pedido
      *>****************************************************************
       ARMO-GRUPOS.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
                 DISPLAY "ERROR ABRIENDO EL ARCHIVO DE CLIENTES".
           OPEN INPUT MAYOR.
           IF ST-MAYOR > "07"
                 DISPLAY "ERROR ABRIENDO EL ARCHIVO MAYOR".
           PERFORM LEO-MAYOR THRU F-LEO-MAYOR
                   UNTIL ST-MAYOR NOT = "00".
           CLOSE MAYOR.
           CLOSE CLIENTES.
           MOVE LINEAS-DIA TO CANT-ED.
           DISPLAY "LINEAS DEL MAYOR DEL DIA " CANT-ED
                   " EN " CANT-GRUPOS " GRUPOS".

       LEO-MAYOR.
           READ MAYOR
               AT END MOVE "10" TO ST-MAYOR
           END-READ.
           IF ST-MAYOR NOT = "00"
              OR MAY-FECHA-APLICACION NOT = FECHA-PEDIDA
              OR SIGO NOT = "S"
              GO TO F-LEO-MAYOR
           END-IF.
           ADD 1 TO LINEAS-DIA.
           ADD MAY-IMPORTE TO TOTAL-MAYOR.
           EVALUATE MAY-TIPO
               WHEN "V" ADD MAY-IMPORTE TO TOTAL-REVERSAS
               WHEN "F" ADD MAY-IMPORTE TO TOTAL-FUSIONES
               WHEN "R" ADD MAY-IMPORTE TO TOTAL-RETENIDOS
               WHEN OTHER ADD MAY-IMPORTE TO TOTAL-COMUNES
           END-EVALUATE.
           MOVE MAY-ID_CLIENTE TO CLI_ID.
           READ CLIENTES
               INVALID KEY MOVE "23" TO ST-FILE
           END-READ.
           IF ST-FILE = "00"
              MOVE CLI_CATEGORIA TO CATEGORIA-LINEA
           ELSE
              MOVE "*" TO CATEGORIA-LINEA
           END-IF.
           PERFORM SUMO-EN-GRUPO THRU F-SUMO-EN-GRUPO.
       F-LEO-MAYOR.
           EXIT.

       SUMO-EN-GRUPO.
           MOVE 0 TO GRUPO-IDX.
           IF CANT-GRUPOS > 0
              SET GRU-IDX TO 1
              SEARCH GRU-ENT
                  WHEN GRU-COMPROBANTE(GRU-IDX) = MAY-COMPROBANTE
                   AND GRU-TIPO(GRU-IDX) = MAY-TIPO
                   AND GRU-CATEGORIA(GRU-IDX) = CATEGORIA-LINEA
                       SET GRUPO-IDX TO GRU-IDX
              END-SEARCH
           END-IF.
           IF GRUPO-IDX = 0
              IF CANT-GRUPOS NOT < 300
                 DISPLAY "MAS DE 300 GRUPOS EN EL DIA, NO SE EXPORTA"
                 MOVE "N" TO SIGO
                 GO TO F-SUMO-EN-GRUPO
              END-IF
              ADD 1 TO CANT-GRUPOS
              MOVE CANT-GRUPOS     TO GRUPO-IDX
              MOVE MAY-COMPROBANTE TO GRU-COMPROBANTE(GRUPO-IDX)
              MOVE MAY-TIPO        TO GRU-TIPO(GRUPO-IDX)
              MOVE CATEGORIA-LINEA TO GRU-CATEGORIA(GRUPO-IDX)
              MOVE 0               TO GRU-LINEAS(GRUPO-IDX)
              MOVE 0               TO GRU-IMPORTE(GRUPO-IDX)
              MOVE SPACES          TO GRU-DEBE(GRUPO-IDX)
              MOVE SPACES          TO GRU-HABER(GRUPO-IDX)
              MOVE SPACES          TO GRU-DESCRIPCION(GRUPO-IDX)
           END-IF.
           ADD 1           TO GRU-LINEAS(GRUPO-IDX).
           ADD MAY-IMPORTE TO GRU-IMPORTE(GRUPO-IDX).
       F-SUMO-EN-GRUPO.
           EXIT.

      *>   cada grupo busca sus cuentas: la linea de su categoria y,
      *>   si no la hay, la "*" del comprobante. Se listan todos los
      *>   que no tienen, para cargarlos de una vez desde INICIO.
       BUSCO-CUENTAS.
           MOVE 0 TO SIN-CUENTA.
           OPEN INPUT CUENTAS.
           IF ST-CUENTAS > "07"
                 DISPLAY "ERROR ABRIENDO EL ARCHIVO DE CUENTAS".
           PERFORM BUSCO-CUENTA-GRUPO
                   VARYING GRUPO-IDX FROM 1 BY 1
                   UNTIL GRUPO-IDX > CANT-GRUPOS.
           CLOSE CUENTAS.
           IF SIN-CUENTA > 0
              DISPLAY SIN-CUENTA " GRUPOS SIN CUENTAS CONTABLES: "
                      "CARGARLAS EN CUENTAS CONTABLES DE INICIO"
              MOVE "N" TO SIGO
           END-IF.

       BUSCO-CUENTA-GRUPO.
           MOVE GRU-COMPROBANTE(GRUPO-IDX) TO CTA-COMPROBANTE.
           MOVE GRU-CATEGORIA(GRUPO-IDX)   TO CTA-CATEGORIA.
           READ CUENTAS
               INVALID KEY MOVE "23" TO ST-CUENTAS
           END-READ.
           IF ST-CUENTAS NOT = "00"
              MOVE "*" TO CTA-CATEGORIA
              READ CUENTAS
                  INVALID KEY MOVE "23" TO ST-CUENTAS
              END-READ
           END-IF.
           IF ST-CUENTAS = "00"
              MOVE CTA-DEBE        TO GRU-DEBE(GRUPO-IDX)
              MOVE CTA-HABER       TO GRU-HABER(GRUPO-IDX)
              MOVE CTA-DESCRIPCION TO GRU-DESCRIPCION(GRUPO-IDX)
           ELSE
              ADD 1 TO SIN-CUENTA
              DISPLAY "SIN CUENTA: COMPROBANTE "
                      GRU-COMPROBANTE(GRUPO-IDX) " CATEGORIA "
                      GRU-CATEGORIA(GRUPO-IDX)
           END-IF.

      *>   lo que los lotes aplicaron ese dia, segun su linea en
      *>   lotes.dat (LOT-FECHA-APLICACION es el dia de la corrida,
      *>   el mismo que APLICAMOV estampa en el mayor)
       SUMO-LOTES.
           OPEN INPUT LOTES.
           IF ST-LOTES > "07"
                 DISPLAY "ERROR ABRIENDO EL ARCHIVO DE LOTES".
           PERFORM LEO-LOTE THRU F-LEO-LOTE
                   UNTIL ST-LOTES NOT = "00".
           CLOSE LOTES.

       LEO-LOTE.
           READ LOTES
               AT END MOVE "10" TO ST-LOTES
           END-READ.
           IF ST-LOTES = "00"
              AND LOT-FECHA-APLICACION = FECHA-PEDIDA
              ADD 1 TO LOTES-DIA
              ADD LOT-IMPORTE-APLICADO TO TOTAL-LOTES
           END-IF.
       F-LEO-LOTE.
           EXIT.

      *>   lotes + reversiones + fusiones + retenidos aprobados tiene
      *>   que dar el neto del mayor del dia: si no ata, hay lineas
      *>   en el mayor que no vinieron de ningun lote registrado (o
      *>   un lote cuyo total no es lo que grabo), y eso no se pasa
      *>   a contabilidad.
       VERIFICO-TOTALES.
           COMPUTE TOTAL-ESPERADO = TOTAL-LOTES + TOTAL-REVERSAS
                                  + TOTAL-FUSIONES + TOTAL-RETENIDOS.
           COMPUTE DIFERENCIA = TOTAL-MAYOR - TOTAL-ESPERADO.
           DISPLAY "------------------------------------------------".
           MOVE LOTES-DIA TO CANT-ED.
           MOVE TOTAL-LOTES TO SALDO-ED.
           DISPLAY "APLICADO POR LOTES (" CANT-ED ")   " SALDO-ED.
           MOVE TOTAL-REVERSAS TO SALDO-ED.
           DISPLAY "REVERSIONES                  " SALDO-ED.
           MOVE TOTAL-FUSIONES TO SALDO-ED.
           DISPLAY "FUSIONES                     " SALDO-ED.
           MOVE TOTAL-RETENIDOS TO SALDO-ED.
           DISPLAY "RETENIDOS APROBADOS          " SALDO-ED.
           MOVE TOTAL-ESPERADO TO SALDO-ED.
           DISPLAY "TOTAL ESPERADO               " SALDO-ED.
           MOVE TOTAL-MAYOR TO SALDO-ED.
           DISPLAY "NETO DEL MAYOR DEL DIA       " SALDO-ED.
           MOVE DIFERENCIA TO SALDO-ED.
           DISPLAY "DIFERENCIA                   " SALDO-ED.
           IF DIFERENCIA NOT = 0
              DISPLAY "EL MAYOR DEL DIA NO ATA CON LOS LOTES: "
                      "NO SE EXPORTA"
              MOVE "N" TO SIGO
           END-IF.

      *>****************************************************************
      *>   el diario: dos renglones por grupo y la cola de control
      *>****************************************************************
       ESCRIBO-DIARIO.
           MOVE SPACES TO NOMBRE-DIARIO.
           STRING "./asientos_" FECHA-PEDIDA ".dat"
                  DELIMITED BY SIZE INTO NOMBRE-DIARIO.
           OPEN OUTPUT DIARIO.
           IF ST-DIARIO > "07"
              DISPLAY "ERROR ABRIENDO " FUNCTION TRIM(NOMBRE-DIARIO)
              MOVE "N" TO SIGO
           ELSE
              PERFORM ESCRIBO-GRUPO THRU F-ESCRIBO-GRUPO
                      VARYING GRUPO-IDX FROM 1 BY 1
                      UNTIL GRUPO-IDX > CANT-GRUPOS
                         OR SIGO NOT = "S"
              PERFORM ESCRIBO-COLA
              CLOSE DIARIO
           END-IF.

      *>   las cuentas de cuentas.dat son las del sentido normal del
      *>   comprobante: FAC y NDB suben la deuda (neto negativo), los
      *>   demas la bajan o la traspasan (neto positivo). Un neto del
      *>   otro lado invierte debe y haber; un neto en cero no deja
      *>   asiento.
       ESCRIBO-GRUPO.
           IF GRU-IMPORTE(GRUPO-IDX) = 0
              GO TO F-ESCRIBO-GRUPO
           END-IF.
           IF GRU-IMPORTE(GRUPO-IDX) < 0
              COMPUTE IMPORTE-ASIENTO = 0 - GRU-IMPORTE(GRUPO-IDX)
           ELSE
              MOVE GRU-IMPORTE(GRUPO-IDX) TO IMPORTE-ASIENTO
           END-IF.
           MOVE GRU-DEBE(GRUPO-IDX)  TO CUENTA-DEBE.
           MOVE GRU-HABER(GRUPO-IDX) TO CUENTA-HABER.
           IF GRU-COMPROBANTE(GRUPO-IDX) = "FAC"
              OR GRU-COMPROBANTE(GRUPO-IDX) = "NDB"
              IF GRU-IMPORTE(GRUPO-IDX) > 0
                 MOVE GRU-HABER(GRUPO-IDX) TO CUENTA-DEBE
                 MOVE GRU-DEBE(GRUPO-IDX)  TO CUENTA-HABER
              END-IF
           ELSE
              IF GRU-IMPORTE(GRUPO-IDX) < 0
                 MOVE GRU-HABER(GRUPO-IDX) TO CUENTA-DEBE
                 MOVE GRU-DEBE(GRUPO-IDX)  TO CUENTA-HABER
              END-IF
           END-IF.
           PERFORM ARMO-RENGLON.
           MOVE CUENTA-DEBE     TO ASI-CUENTA.
           MOVE IMPORTE-ASIENTO TO ASI-DEBE.
           MOVE 0               TO ASI-HABER.
           PERFORM GRABO-RENGLON.
           PERFORM ARMO-RENGLON.
           MOVE CUENTA-HABER    TO ASI-CUENTA.
           MOVE 0               TO ASI-DEBE.
           MOVE IMPORTE-ASIENTO TO ASI-HABER.
           PERFORM GRABO-RENGLON.
       F-ESCRIBO-GRUPO.
           EXIT.

       ARMO-RENGLON.
           INITIALIZE REG-ASIENTO.
           ADD 1 TO RENGLON.
           MOVE "D"                        TO ASI-TIPO.
           MOVE FECHA-PEDIDA               TO ASI-FECHA.
           MOVE RENGLON                    TO ASI-RENGLON.
           MOVE GRU-COMPROBANTE(GRUPO-IDX) TO ASI-COMPROBANTE.
           MOVE GRU-TIPO(GRUPO-IDX)        TO ASI-TIPO-MAYOR.
           MOVE GRU-CATEGORIA(GRUPO-IDX)   TO ASI-CATEGORIA.
           MOVE GRU-LINEAS(GRUPO-IDX)      TO ASI-LINEAS.
           MOVE GRU-DESCRIPCION(GRUPO-IDX) TO ASI-DESCRIPCION.

       GRABO-RENGLON.
           WRITE REG-ASIENTO.
           IF ST-DIARIO NOT = "00"
              DISPLAY "ERROR GRABANDO EL DIARIO, ST-DIARIO=" ST-DIARIO
              MOVE "N" TO SIGO
           END-IF.
           ADD ASI-DEBE  TO TOTAL-DEBE.
           ADD ASI-HABER TO TOTAL-HABER.

       ESCRIBO-COLA.
           INITIALIZE REG-ASIENTO-COLA.
           MOVE "T"             TO ASI-TIPO-T.
           MOVE FECHA-PEDIDA    TO ASI-FECHA-T.
           MOVE RENGLON         TO ASI-RENGLONES.
           MOVE TOTAL-DEBE      TO ASI-TOTAL-DEBE.
           MOVE TOTAL-HABER     TO ASI-TOTAL-HABER.
           MOVE TOTAL-MAYOR     TO ASI-TOTAL-MAYOR.
           MOVE TOTAL-LOTES     TO ASI-TOTAL-LOTES.
           MOVE TOTAL-REVERSAS  TO ASI-TOTAL-REVERSAS.
           MOVE TOTAL-FUSIONES  TO ASI-TOTAL-FUSIONES.
           MOVE TOTAL-RETENIDOS TO ASI-TOTAL-RETENIDOS.
           WRITE REG-ASIENTO-COLA.
           IF ST-DIARIO NOT = "00"
              DISPLAY "ERROR GRABANDO EL DIARIO, ST-DIARIO=" ST-DIARIO
              MOVE "N" TO SIGO
           END-IF.
           MOVE RENGLON TO CANT-ED.
           MOVE TOTAL-DEBE TO SALDO-ED.
           DISPLAY "RENGLONES " CANT-ED "  DEBE = HABER " SALDO-ED.

       GRABO-EXPORTACION.
           OPEN I-O EXPORTACIONES.
           IF ST-EXPORTACIONES > "07"
              DISPLAY "ERROR ABRIENDO EL ARCHIVO DE EXPORTACIONES"
              MOVE "N" TO SIGO
           ELSE
              INITIALIZE REG-EXPORTACIONES
              MOVE FECHA-PEDIDA  TO EXP-FECHA
              MOVE NOMBRE-DIARIO TO EXP-ARCHIVO
              MOVE RENGLON       TO EXP-RENGLONES
              MOVE TOTAL-DEBE    TO EXP-TOTAL-DEBE
              MOVE TOTAL-MAYOR   TO EXP-TOTAL-MAYOR
              ACCEPT EXP-USUARIO FROM ENVIRONMENT "USER"
              MOVE FUNCTION CURRENT-DATE TO EXP-FECHA-HORA
              WRITE REG-EXPORTACIONES
              IF ST-EXPORTACIONES NOT = "00"
                 DISPLAY "ERROR GRABANDO EXPORTACIONES, "
                         "ST-EXPORTACIONES=" ST-EXPORTACIONES
                 MOVE "N" TO SIGO
              END-IF
              CLOSE EXPORTACIONES
           END-IF.



       END PROGRAM "ASIENTOS".
