      ******************************************************************
      * Author:
      * Date:
      * Purpose: antiguedad de deuda para cobranzas: de cada cliente
      *          deudor, cuanto de lo que debe tiene 0-30, 31-60,
      *          61-90 y mas de 90 dias, contados desde la MAY-FECHA
      *          del comprobante que lo origino. Sale por cliente,
      *          con subtotal por categoria de categorias.dat y un
      *          total general que se controla contra la banda de
      *          SALDOS NEGATIVOS de ESTRATOS: por eso recorre el
      *          mismo universo (activos de las categorias activas,
      *          con CLI_SALDO < 0). La banda se suma aparte, en una
      *          pasada propia de CLIENTES con la regla de ESTRATOS,
      *          y el total que se le compara es solo lo que el mayor
      *          fecha (las cuatro columnas de dias).
      *
      *          la deuda abierta se arma leyendo mayor.dat completo
      *          en el orden en que se aplico: cada debito (importe
      *          negativo: FAC, NDB) abre una partida; cada credito
      *          (importe positivo: REC, NCR) cancela partidas del
      *          mismo cliente empezando por la de MAY-FECHA mas
      *          vieja (FIFO), y lo que sobra queda a favor y se
      *          come el proximo debito. Un contra-asiento "V" de un
      *          debito baja la partida de ese mismo comprobante (no
      *          la mas vieja); el de un credito reabre deuda con la
      *          fecha del credito reversado. Las dos lineas "F" de
      *          una FUSION se reconocen como par (sobreviviente y
      *          fusionado, importes opuestos, una detras de la
      *          otra) y las partidas del fusionado pasan al
      *          sobreviviente con su fecha original, asi la fusion
      *          no rejuvenece la deuda.
      *          un saldo que ya estaba antes de la primera linea de
      *          mayor.dat del cliente (MAY-SALDO-ANTERIOR de esa
      *          linea) entra como partida "INI" sin fecha, en la
      *          columna de mas de 90 dias. Si aun asi lo que queda
      *          abierto no da el saldo del cliente (saldo tocado por
      *          fuera del mayor), la diferencia sale en la columna
      *          SIN EXPLICAR, con su propio total, y no entra en el
      *          TOTAL FECHADO: el control contra ESTRATOS no ata
      *          mientras haya deuda sin explicar.
      *          todo va en memoria (tope 20000 clientes y 20000
      *          partidas abiertas a la vez; si se pasa, avisa y el
      *          excedente cae en SIN EXPLICAR). El reporte sale en
      *          antiguedad.dat, una pasada de CLIENTES por categoria
      *          como REPORTE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ANTIGUEDAD".
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

           SELECT OPTIONAL CATEGORIAS ASSIGN TO "./categorias.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CAT-CODIGO
                  STATUS ST-CATEGORIAS.

           SELECT OPTIONAL SALIDA-ANTIGUEDAD
                  ASSIGN TO "./antiguedad.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-ANTIGUEDAD.


       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

       COPY CLIENTES.

       FD  MAYOR.

       COPY MAYOR.

       FD  CATEGORIAS.

       COPY CATEGORIAS.

       FD  SALIDA-ANTIGUEDAD.

       01  LINEA-ANTIGUEDAD PIC X(132).

       WORKING-STORAGE SECTION.
       01  ST-FILE         PIC XX.
       01  ST-MAYOR        PIC XX.
       01  ST-CATEGORIAS   PIC XX.
       01  ST-ANTIGUEDAD   PIC XX.

       01  LINEA           PIC X(132).
       01  FECHA-HOY       PIC X(8).
       01  DIA-HOY         PIC 9(7).

      *>   categorias activas de categorias.dat, en orden de
      *>   CAT-CODIGO: el mismo universo que REPORTE y ESTRATOS.
       01  CANT-CATEGORIAS PIC 9(2)       VALUE 0.
       01  TABLA-CATEGORIAS.
           03 TCAT-ENT OCCURS 10.
              05 TCAT-CODIGO      PIC X.
              05 TCAT-DESCRIPCION PIC X(30).
       01  PASO-CATEGORIA  PIC 9(2).
       01  CAT-IDX         PIC 9(2).
       01  CATEGORIA-CONOCIDA PIC X.
       01  CATEGORIA-PASO  PIC X.
       01  DESCRIPCION-PASO PIC X(30).

      *>   todos los clientes de CLIENTES por ID_CLIENTE (la lectura
      *>   por clave primaria los trae ordenados, y eso permite el
      *>   SEARCH ALL por cada linea del mayor): lo que tienen a
      *>   favor sin aplicar, y si ya aparecieron en el mayor. Un
      *>   ID del mayor que ya no esta en CLIENTES (purgado) se
      *>   intercala en la tabla en su lugar: aunque PURGACLI solo
      *>   borre clientes en cero, el fusionado de una FUSION queda
      *>   en cero e "I" y se puede purgar, y sus partidas tienen
      *>   que seguir pasando al sobreviviente en TRASPASO-FUSION
      *>   con su fecha original. No se imprimen: el reporte
      *>   recorre CLIENTES.
       01  CANT-CLIENTES   PIC 9(5)       VALUE 0.
       01  TABLA-CLIENTES.
           03 TCLI-ENT OCCURS 1 TO 20000 DEPENDING ON CANT-CLIENTES
                       ASCENDING KEY IS TCLI-ID
                       INDEXED BY TCLI-IDX.
              05 TCLI-ID       PIC 9(7).
              05 TCLI-A-FAVOR  PIC S9(9)V9(3).
              05 TCLI-VISTO    PIC X.
       01  CLIENTE-HALLADO PIC X.
       01  LUGAR-HALLADO   PIC X.
       01  CLIENTES-PURGADOS PIC 9(7)     VALUE 0.
       01  POS-CLIENTE     PIC 9(5).
       01  POS-SOBREVIVE   PIC 9(5).

      *>   partidas abiertas: lo que se sigue debiendo de cada
      *>   debito. Una partida cancelada libera su lugar (PAR-ID en
      *>   cero) para la proxima, asi la tabla solo crece con la
      *>   deuda viva y no con la historia completa del mayor.
      *>   PAR-SECUENCIA desempata el FIFO entre partidas del mismo
      *>   dia: la que se abrio primero se cancela primero.
       01  CANT-PARTIDAS   PIC 9(5)       VALUE 0.
       01  PRIMER-LIBRE    PIC 9(5)       VALUE 1.
       01  TABLA-PARTIDAS.
           03 PAR-ENT OCCURS 20000.
              05 PAR-ID          PIC 9(7).
              05 PAR-FECHA       PIC X(8).
              05 PAR-COMPROBANTE PIC X(3).
              05 PAR-SECUENCIA   PIC 9(9).
              05 PAR-PENDIENTE   PIC S9(9)V9(3).
       01  PAR-IDX         PIC 9(5).
       01  POS-PARTIDA     PIC 9(5).
       01  SECUENCIA-PARTIDA PIC 9(9)     VALUE 0.
       01  PARTIDAS-PERDIDAS PIC 9(7)     VALUE 0.

      *>   el movimiento que se esta imputando
       01  ID-IMPUTO       PIC 9(7).
       01  FECHA-IMPUTO    PIC X(8).
       01  COMPROBANTE-IMPUTO PIC X(3).
       01  IMPORTE-IMPUTO  PIC S9(9)V9(3).

      *>   primera linea "F" de una fusion, esperando a su pareja
       01  HAY-F-PENDIENTE PIC X          VALUE "N".
       01  F-PEND-ID       PIC 9(7).
       01  F-PEND-POS      PIC 9(5).
       01  F-PEND-FECHA    PIC X(8).
       01  F-PEND-COMPROBANTE PIC X(3).
       01  F-PEND-IMPORTE  PIC S9(9)V9(3).

       01  LINEAS-MAYOR    PIC 9(9)       VALUE 0.
       01  LINEAS-SALTEADAS PIC 9(9)      VALUE 0.

      *>   tramos del cliente en curso: 1 = 0-30, 2 = 31-60,
      *>   3 = 61-90, 4 = mas de 90, 5 = SIN EXPLICAR (la deuda
      *>   que las partidas no cubren), 6 = TOTAL FECHADO (1 a 4)
       01  TRAMOS-CLIENTE.
           03 TRAMO-CLI OCCURS 6 PIC S9(9)V9(3).
       01  TRAMOS-CATEGORIA.
           03 TRAMO-CAT OCCURS 6 PIC S9(9)V9(3).
       01  TRAMOS-TOTAL.
           03 TRAMO-TOT OCCURS 6 PIC S9(9)V9(3).
       01  TRAMO-IDX       PIC 9.
       01  FECHA-PARTIDA   PIC 9(8).
       01  DIAS-PARTIDA    PIC S9(7).
       01  CANT-CATEGORIA  PIC 9(7).
       01  CANT-TOTAL      PIC 9(7)       VALUE 0.
      *>   la banda SALDOS NEGATIVOS de ESTRATOS, sumada igual que
      *>   alla y en su propia pasada: CLI_SALDO con su signo
       01  BANDA-NEGATIVOS PIC S9(9)V9(3) VALUE 0.
       01  CANT-BANDA      PIC 9(7)       VALUE 0.

       01  TRAMOS-ED.
           03 TRAMO-ED OCCURS 6 PIC -(9)9.999.
       01  CANT-ED         PIC Z(6)9.
       01  TOTAL-ED        PIC -(9)9.999.
       01  DIFERENCIA      PIC S9(9)V9(3).


       PROCEDURE DIVISION.
       FERNANDO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           COMPUTE DIA-HOY = FUNCTION INTEGER-OF-DATE(
                             FUNCTION NUMVAL(FECHA-HOY)).
           PERFORM ABRO-ARCHIVOS.
           PERFORM CARGO-CATEGORIAS.
           PERFORM CALCULO-BANDA.
           PERFORM CARGO-CLIENTES.
           PERFORM LEO-MAYOR THRU F-LEO-MAYOR
                   UNTIL ST-MAYOR NOT = "00".
           PERFORM RESUELVO-F-PENDIENTE.
           PERFORM IMPRIMO-ENCABEZADO.
           PERFORM PROCESO-CATEGORIAS THRU F-PROCESO-CATEGORIAS
                   VARYING PASO-CATEGORIA FROM 1 BY 1
                   UNTIL PASO-CATEGORIA > CANT-CATEGORIAS.
           PERFORM IMPRIMO-TOTAL-GENERAL.
           PERFORM MUESTRO-CONTADORES.
           PERFORM CIERRO-ARCHIVOS.
           STOP RUN.

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
           OPEN OUTPUT SALIDA-ANTIGUEDAD.
           IF ST-ANTIGUEDAD > "07"
                 DISPLAY "ERROR ABRIENDO EL REPORTE DE ANTIGUEDAD".

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           CLOSE MAYOR.
           CLOSE CATEGORIAS.
           CLOSE SALIDA-ANTIGUEDAD.

      *>   mismo cargado que REPORTE y ESTRATOS: solo las activas, en
      *>   orden de CAT-CODIGO, para que los totales aten entre ellos.
       CARGO-CATEGORIAS.
           INITIALIZE TABLA-CATEGORIAS.
           MOVE LOW-VALUES TO CAT-CODIGO.
           START CATEGORIAS KEY IS NOT LESS THAN CAT-CODIGO
               INVALID KEY MOVE "23" TO ST-CATEGORIAS
           END-START.
           PERFORM CARGO-UNA-CATEGORIA THRU F-CARGO-UNA-CATEGORIA
                   UNTIL ST-CATEGORIAS NOT = "00".
           IF CANT-CATEGORIAS = 0
              DISPLAY "SIN CATEGORIAS ACTIVAS EN CATEGORIAS.DAT"
           END-IF.

       CARGO-UNA-CATEGORIA.
           READ CATEGORIAS NEXT RECORD
               AT END MOVE "10" TO ST-CATEGORIAS
           END-READ.
           IF ST-CATEGORIAS = "00"
              AND CAT-ACTIVA = "S"
              IF CANT-CATEGORIAS < 10
                 ADD 1 TO CANT-CATEGORIAS
                 MOVE CAT-CODIGO TO TCAT-CODIGO(CANT-CATEGORIAS)
                 MOVE CAT-DESCRIPCION
                         TO TCAT-DESCRIPCION(CANT-CATEGORIAS)
              ELSE
                 DISPLAY "MAS DE 10 CATEGORIAS ACTIVAS, SE IGNORA "
                         CAT-CODIGO
              END-IF
           END-IF.
       F-CARGO-UNA-CATEGORIA.
           EXIT.

      *>   la banda SALDOS NEGATIVOS como la arma ESTRATOS: todo
      *>   cliente no "I", de categoria activa, con CLI_SALDO < 0.
      *>   Va aparte del reporte para que el control de
      *>   IMPRIMO-TOTAL-GENERAL compare dos cifras independientes.
       CALCULO-BANDA.
           MOVE 0 TO CLI_ID.
           START CLIENTES KEY IS GREATER THAN ID_CLIENTE
               INVALID KEY MOVE "10" TO ST-FILE
           END-START.
           PERFORM SUMO-CLIENTE-BANDA THRU F-SUMO-CLIENTE-BANDA
                   UNTIL ST-FILE NOT = "00".

       SUMO-CLIENTE-BANDA.
           READ CLIENTES NEXT RECORD
               AT END MOVE "10" TO ST-FILE
           END-READ.
           IF ST-FILE NOT = "00"
              GO TO F-SUMO-CLIENTE-BANDA
           END-IF.
           IF CLI_ESTADO = "I"
              OR CLI_SALDO NOT < 0
              GO TO F-SUMO-CLIENTE-BANDA
           END-IF.
           MOVE "N" TO CATEGORIA-CONOCIDA.
           PERFORM COMPARO-CATEGORIA
                   VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > CANT-CATEGORIAS
                      OR CATEGORIA-CONOCIDA = "S".
           IF CATEGORIA-CONOCIDA = "S"
              ADD CLI_SALDO TO BANDA-NEGATIVOS
              ADD 1 TO CANT-BANDA
           END-IF.
       F-SUMO-CLIENTE-BANDA.
           EXIT.

       COMPARO-CATEGORIA.
           IF CLI_CATEGORIA = TCAT-CODIGO(CAT-IDX)
              MOVE "S" TO CATEGORIA-CONOCIDA
           END-IF.

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
           IF ST-FILE = "00"
              IF CANT-CLIENTES < 20000
                 ADD 1 TO CANT-CLIENTES
                 MOVE CLI_ID TO TCLI-ID(CANT-CLIENTES)
                 MOVE 0      TO TCLI-A-FAVOR(CANT-CLIENTES)
                 MOVE "N"    TO TCLI-VISTO(CANT-CLIENTES)
              ELSE
                 DISPLAY "TABLA DE CLIENTES LLENA, NO ENTRA " CLI_ID
                         ": SU DEUDA SALE EN SIN EXPLICAR"
              END-IF
           END-IF.
       F-CARGO-UN-CLIENTE.
           EXIT.

      *>****************************************************************
      *>   imputacion del mayor, linea por linea en orden de
      *>   aplicacion
      *>****************************************************************
       LEO-MAYOR.
           READ MAYOR
               AT END MOVE "10" TO ST-MAYOR
           END-READ.
           IF ST-MAYOR NOT = "00"
              GO TO F-LEO-MAYOR
           END-IF.
           ADD 1 TO LINEAS-MAYOR.
           PERFORM BUSCO-CLIENTE-TABLA.
           IF CLIENTE-HALLADO = "N"
              PERFORM AGREGO-CLIENTE-PURGADO
                      THRU F-AGREGO-CLIENTE-PURGADO
           END-IF.
           IF CLIENTE-HALLADO = "N"
              ADD 1 TO LINEAS-SALTEADAS
              GO TO F-LEO-MAYOR
           END-IF.
           IF MAY-TIPO NOT = "F"
              PERFORM RESUELVO-F-PENDIENTE
           END-IF.
           PERFORM VEO-SALDO-INICIAL THRU F-VEO-SALDO-INICIAL.
           MOVE MAY-ID_CLIENTE  TO ID-IMPUTO.
           MOVE MAY-FECHA       TO FECHA-IMPUTO.
           MOVE MAY-COMPROBANTE TO COMPROBANTE-IMPUTO.
           EVALUATE TRUE
               WHEN MAY-TIPO = "F"
                    PERFORM IMPUTO-FUSION THRU F-IMPUTO-FUSION
               WHEN MAY-TIPO = "V" AND MAY-IMPORTE > 0
                    MOVE MAY-IMPORTE TO IMPORTE-IMPUTO
                    PERFORM IMPUTO-REVERSA-DEBITO
               WHEN MAY-IMPORTE < 0
                    COMPUTE IMPORTE-IMPUTO = 0 - MAY-IMPORTE
                    PERFORM IMPUTO-DEBITO
               WHEN MAY-IMPORTE > 0
                    MOVE MAY-IMPORTE TO IMPORTE-IMPUTO
                    PERFORM IMPUTO-CREDITO
           END-EVALUATE.
       F-LEO-MAYOR.
           EXIT.

       BUSCO-CLIENTE-TABLA.
           MOVE "N" TO CLIENTE-HALLADO.
           IF CANT-CLIENTES > 0
              SEARCH ALL TCLI-ENT
                  WHEN TCLI-ID(TCLI-IDX) = MAY-ID_CLIENTE
                       MOVE "S"      TO CLIENTE-HALLADO
                       SET POS-CLIENTE TO TCLI-IDX
              END-SEARCH
           END-IF.

      *>   un ID purgado entra en la tabla en orden de ID (corriendo
      *>   un lugar los mayores), para que siga valiendo el SEARCH
      *>   ALL; si la "F" en espera quedo despues, su lugar tambien
      *>   se corre. Con la tabla llena sus lineas se saltean.
       AGREGO-CLIENTE-PURGADO.
           IF CANT-CLIENTES NOT < 20000
              GO TO F-AGREGO-CLIENTE-PURGADO
           END-IF.
           ADD 1 TO CANT-CLIENTES.
           MOVE CANT-CLIENTES TO POS-CLIENTE.
           MOVE "N" TO LUGAR-HALLADO.
           PERFORM CORRO-CLIENTE
                   UNTIL LUGAR-HALLADO = "S".
           MOVE MAY-ID_CLIENTE TO TCLI-ID(POS-CLIENTE).
           MOVE 0              TO TCLI-A-FAVOR(POS-CLIENTE).
           MOVE "N"            TO TCLI-VISTO(POS-CLIENTE).
           IF HAY-F-PENDIENTE = "S"
              AND F-PEND-POS NOT < POS-CLIENTE
              ADD 1 TO F-PEND-POS
           END-IF.
           ADD 1 TO CLIENTES-PURGADOS.
           MOVE "S" TO CLIENTE-HALLADO.
       F-AGREGO-CLIENTE-PURGADO.
           EXIT.

       CORRO-CLIENTE.
           IF POS-CLIENTE = 1
              MOVE "S" TO LUGAR-HALLADO
           ELSE
              IF TCLI-ID(POS-CLIENTE - 1) < MAY-ID_CLIENTE
                 MOVE "S" TO LUGAR-HALLADO
              ELSE
                 MOVE TCLI-ENT(POS-CLIENTE - 1)
                         TO TCLI-ENT(POS-CLIENTE)
                 SUBTRACT 1 FROM POS-CLIENTE
              END-IF
           END-IF.

      *>   la primera linea de un cliente trae en MAY-SALDO-ANTERIOR
      *>   lo que ya debia (o tenia a favor) antes de que existiera
      *>   el mayor: entra como partida sin fecha o como saldo a
      *>   favor, para que el FIFO lo cancele antes que lo nuevo.
       VEO-SALDO-INICIAL.
           IF TCLI-VISTO(POS-CLIENTE) = "S"
              GO TO F-VEO-SALDO-INICIAL
           END-IF.
           MOVE "S" TO TCLI-VISTO(POS-CLIENTE).
           MOVE MAY-ID_CLIENTE TO ID-IMPUTO.
           IF MAY-SALDO-ANTERIOR < 0
              MOVE "00000000" TO FECHA-IMPUTO
              MOVE "INI"      TO COMPROBANTE-IMPUTO
              COMPUTE IMPORTE-IMPUTO = 0 - MAY-SALDO-ANTERIOR
              PERFORM ABRO-PARTIDA THRU F-ABRO-PARTIDA
           END-IF.
           IF MAY-SALDO-ANTERIOR > 0
              ADD MAY-SALDO-ANTERIOR TO TCLI-A-FAVOR(POS-CLIENTE)
           END-IF.
       F-VEO-SALDO-INICIAL.
           EXIT.

      *>   un debito primero se come lo que el cliente tenia a
      *>   favor; lo que queda abre una partida nueva.
       IMPUTO-DEBITO.
           IF TCLI-A-FAVOR(POS-CLIENTE) > 0
              IF TCLI-A-FAVOR(POS-CLIENTE) < IMPORTE-IMPUTO
                 SUBTRACT TCLI-A-FAVOR(POS-CLIENTE)
                          FROM IMPORTE-IMPUTO
                 MOVE 0 TO TCLI-A-FAVOR(POS-CLIENTE)
              ELSE
                 SUBTRACT IMPORTE-IMPUTO
                          FROM TCLI-A-FAVOR(POS-CLIENTE)
                 MOVE 0 TO IMPORTE-IMPUTO
              END-IF
           END-IF.
           IF IMPORTE-IMPUTO > 0
              PERFORM ABRO-PARTIDA THRU F-ABRO-PARTIDA
           END-IF.

       ABRO-PARTIDA.
           PERFORM BUSCO-LUGAR-LIBRE.
           IF POS-PARTIDA = 0
              ADD 1 TO PARTIDAS-PERDIDAS
              GO TO F-ABRO-PARTIDA
           END-IF.
           ADD 1 TO SECUENCIA-PARTIDA.
           MOVE ID-IMPUTO          TO PAR-ID(POS-PARTIDA).
           MOVE FECHA-IMPUTO       TO PAR-FECHA(POS-PARTIDA).
           MOVE COMPROBANTE-IMPUTO TO PAR-COMPROBANTE(POS-PARTIDA).
           MOVE SECUENCIA-PARTIDA  TO PAR-SECUENCIA(POS-PARTIDA).
           MOVE IMPORTE-IMPUTO     TO PAR-PENDIENTE(POS-PARTIDA).
       F-ABRO-PARTIDA.
           EXIT.

      *>   el primer lugar liberado desde PRIMER-LIBRE, o uno nuevo
      *>   al final; POS-PARTIDA en cero si la tabla esta llena.
       BUSCO-LUGAR-LIBRE.
           MOVE 0 TO POS-PARTIDA.
           PERFORM VEO-LUGAR-LIBRE
                   VARYING PAR-IDX FROM PRIMER-LIBRE BY 1
                   UNTIL PAR-IDX > CANT-PARTIDAS
                      OR POS-PARTIDA > 0.
           IF POS-PARTIDA = 0
              IF CANT-PARTIDAS < 20000
                 ADD 1 TO CANT-PARTIDAS
                 MOVE CANT-PARTIDAS TO POS-PARTIDA
              ELSE
                 IF PARTIDAS-PERDIDAS = 0
                    DISPLAY "TABLA DE PARTIDAS LLENA: EL EXCEDENTE "
                            "SALE EN SIN EXPLICAR"
                 END-IF
              END-IF
           END-IF.
           IF POS-PARTIDA > 0
              COMPUTE PRIMER-LIBRE = POS-PARTIDA + 1
           END-IF.

       VEO-LUGAR-LIBRE.
           IF PAR-ID(PAR-IDX) = 0
              MOVE PAR-IDX TO POS-PARTIDA
           END-IF.

       LIBERO-PARTIDA.
           MOVE 0 TO PAR-ID(POS-PARTIDA).
           MOVE 0 TO PAR-PENDIENTE(POS-PARTIDA).
           IF POS-PARTIDA < PRIMER-LIBRE
              MOVE POS-PARTIDA TO PRIMER-LIBRE
           END-IF.

      *>   un credito cancela partidas del cliente de la mas vieja a
      *>   la mas nueva; si no queda ninguna abierta, el resto queda
      *>   a favor.
       IMPUTO-CREDITO.
           PERFORM CANCELO-PARTIDA-VIEJA THRU F-CANCELO-PARTIDA-VIEJA
                   UNTIL IMPORTE-IMPUTO = 0.

       CANCELO-PARTIDA-VIEJA.
           PERFORM BUSCO-PARTIDA-VIEJA.
           IF POS-PARTIDA = 0
              ADD IMPORTE-IMPUTO TO TCLI-A-FAVOR(POS-CLIENTE)
              MOVE 0 TO IMPORTE-IMPUTO
              GO TO F-CANCELO-PARTIDA-VIEJA
           END-IF.
           PERFORM CANCELO-PARTIDA.
       F-CANCELO-PARTIDA-VIEJA.
           EXIT.

      *>   baja la partida POS-PARTIDA por lo que alcance el importe
      *>   que se esta imputando, y la libera si queda en cero.
       CANCELO-PARTIDA.
           IF PAR-PENDIENTE(POS-PARTIDA) > IMPORTE-IMPUTO
              SUBTRACT IMPORTE-IMPUTO FROM PAR-PENDIENTE(POS-PARTIDA)
              MOVE 0 TO IMPORTE-IMPUTO
           ELSE
              SUBTRACT PAR-PENDIENTE(POS-PARTIDA) FROM IMPORTE-IMPUTO
              PERFORM LIBERO-PARTIDA
           END-IF.

       BUSCO-PARTIDA-VIEJA.
           MOVE 0 TO POS-PARTIDA.
           PERFORM COMPARO-PARTIDA-VIEJA
                   VARYING PAR-IDX FROM 1 BY 1
                   UNTIL PAR-IDX > CANT-PARTIDAS.

       COMPARO-PARTIDA-VIEJA.
           IF PAR-ID(PAR-IDX) = ID-IMPUTO
              IF POS-PARTIDA = 0
                 MOVE PAR-IDX TO POS-PARTIDA
              ELSE
                 IF PAR-FECHA(PAR-IDX) < PAR-FECHA(POS-PARTIDA)
                    OR (PAR-FECHA(PAR-IDX) = PAR-FECHA(POS-PARTIDA)
                        AND PAR-SECUENCIA(PAR-IDX)
                            < PAR-SECUENCIA(POS-PARTIDA))
                    MOVE PAR-IDX TO POS-PARTIDA
                 END-IF
              END-IF
           END-IF.

      *>   contra-asiento de un debito: baja primero la partida del
      *>   mismo comprobante y fecha; si ya estaba pagada (o no
      *>   alcanza), lo que sobra es un credito comun.
       IMPUTO-REVERSA-DEBITO.
           MOVE 0 TO POS-PARTIDA.
           PERFORM COMPARO-PARTIDA-REVERSADA
                   VARYING PAR-IDX FROM 1 BY 1
                   UNTIL PAR-IDX > CANT-PARTIDAS
                      OR POS-PARTIDA > 0.
           IF POS-PARTIDA > 0
              PERFORM CANCELO-PARTIDA
           END-IF.
           IF IMPORTE-IMPUTO > 0
              PERFORM IMPUTO-CREDITO
           END-IF.

       COMPARO-PARTIDA-REVERSADA.
           IF PAR-ID(PAR-IDX) = ID-IMPUTO
              AND PAR-FECHA(PAR-IDX) = FECHA-IMPUTO
              AND PAR-COMPROBANTE(PAR-IDX) = COMPROBANTE-IMPUTO
              MOVE PAR-IDX TO POS-PARTIDA
           END-IF.

      *>   FUSION: GRABO-FUSION de INICIO escribe primero la linea
      *>   del sobreviviente (importe = saldo del fusionado) y
      *>   enseguida la del fusionado (el mismo importe negado). La
      *>   primera queda en espera; si la siguiente es su pareja se
      *>   traspasan las partidas, y si no, cada una se imputa como
      *>   un movimiento comun por su importe.
       IMPUTO-FUSION.
           IF HAY-F-PENDIENTE = "S"
              IF MAY-IMPORTE = 0 - F-PEND-IMPORTE
                 AND MAY-ID_CLIENTE NOT = F-PEND-ID
                 PERFORM TRASPASO-FUSION
                 MOVE "N" TO HAY-F-PENDIENTE
                 GO TO F-IMPUTO-FUSION
              END-IF
              PERFORM RESUELVO-F-PENDIENTE
           END-IF.
           MOVE "S"             TO HAY-F-PENDIENTE.
           MOVE MAY-ID_CLIENTE  TO F-PEND-ID.
           MOVE POS-CLIENTE     TO F-PEND-POS.
           MOVE MAY-FECHA       TO F-PEND-FECHA.
           MOVE MAY-COMPROBANTE TO F-PEND-COMPROBANTE.
           MOVE MAY-IMPORTE     TO F-PEND-IMPORTE.
       F-IMPUTO-FUSION.
           EXIT.

      *>   una "F" que quedo sin pareja se imputa por su importe,
      *>   con la fecha de la fusion.
       RESUELVO-F-PENDIENTE.
           IF HAY-F-PENDIENTE = "S"
              MOVE "N"                TO HAY-F-PENDIENTE
              MOVE F-PEND-ID          TO ID-IMPUTO
              MOVE F-PEND-POS         TO POS-CLIENTE
              MOVE F-PEND-FECHA       TO FECHA-IMPUTO
              MOVE F-PEND-COMPROBANTE TO COMPROBANTE-IMPUTO
              IF F-PEND-IMPORTE < 0
                 COMPUTE IMPORTE-IMPUTO = 0 - F-PEND-IMPORTE
                 PERFORM IMPUTO-DEBITO
              ELSE
                 MOVE F-PEND-IMPORTE TO IMPORTE-IMPUTO
                 IF IMPORTE-IMPUTO > 0
                    PERFORM IMPUTO-CREDITO
                 END-IF
              END-IF
              IF ST-MAYOR = "00"
                 PERFORM BUSCO-CLIENTE-TABLA
              END-IF
           END-IF.

      *>   las partidas del fusionado pasan al sobreviviente con su
      *>   fecha original; lo que cada uno tenia a favor se vuelve a
      *>   imputar como credito del sobreviviente, que asi cancela
      *>   primero lo mas viejo de la deuda ya unificada.
       TRASPASO-FUSION.
           MOVE F-PEND-POS  TO POS-SOBREVIVE.
           PERFORM TRASPASO-PARTIDA
                   VARYING PAR-IDX FROM 1 BY 1
                   UNTIL PAR-IDX > CANT-PARTIDAS.
           COMPUTE IMPORTE-IMPUTO = TCLI-A-FAVOR(POS-CLIENTE)
                                  + TCLI-A-FAVOR(POS-SOBREVIVE).
           MOVE 0 TO TCLI-A-FAVOR(POS-CLIENTE).
           MOVE 0 TO TCLI-A-FAVOR(POS-SOBREVIVE).
           MOVE F-PEND-ID     TO ID-IMPUTO.
           MOVE POS-SOBREVIVE TO POS-CLIENTE.
           IF IMPORTE-IMPUTO > 0
              PERFORM IMPUTO-CREDITO
           END-IF.

       TRASPASO-PARTIDA.
           IF PAR-ID(PAR-IDX) = MAY-ID_CLIENTE
              MOVE F-PEND-ID TO PAR-ID(PAR-IDX)
           END-IF.

      *>****************************************************************
      *>   reporte: una pasada de CLIENTES por categoria activa
      *>****************************************************************
       IMPRIMO-ENCABEZADO.
           MOVE SPACES TO LINEA.
           STRING "ANTIGUEDAD DE DEUDA AL " FECHA-HOY
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM ESCRIBO-LINEA.
           MOVE SPACES TO LINEA.
           STRING "ID      NOMBRE                        "
                  "        0-30 DIAS      31-60 DIAS"
                  "      61-90 DIAS     MAS DE 90"
                  "    SIN EXPLICAR   TOTAL FECHADO"
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM ESCRIBO-LINEA.

       PROCESO-CATEGORIAS.
           MOVE TCAT-CODIGO(PASO-CATEGORIA)      TO CATEGORIA-PASO.
           MOVE TCAT-DESCRIPCION(PASO-CATEGORIA) TO DESCRIPCION-PASO.
           INITIALIZE TRAMOS-CATEGORIA.
           MOVE 0 TO CANT-CATEGORIA.
           MOVE SPACES TO LINEA.
           STRING "CATEGORIA " CATEGORIA-PASO " - "
                  FUNCTION TRIM(DESCRIPCION-PASO)
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM ESCRIBO-LINEA.
           MOVE 0 TO CLI_ID.
           START CLIENTES KEY IS GREATER THAN ID_CLIENTE
               INVALID KEY MOVE "10" TO ST-FILE
           END-START.
           PERFORM PROCESO-CLIENTES THRU F-PROCESO-CLIENTES
                   UNTIL ST-FILE NOT = "00".
           PERFORM IMPRIMO-SUBTOTAL-CATEGORIA.
       F-PROCESO-CATEGORIAS.
           EXIT.

      *>   solo los deudores activos de la categoria en curso: el
      *>   universo de la banda 1 de ESTRATOS. El total del cliente
      *>   es lo fechado por sus partidas; lo que falta (o sobra)
      *>   para llegar a su saldo va aparte, en SIN EXPLICAR.
       PROCESO-CLIENTES.
           READ CLIENTES NEXT RECORD
               AT END MOVE "10" TO ST-FILE
           END-READ.
           IF ST-FILE NOT = "00"
              GO TO F-PROCESO-CLIENTES
           END-IF.
           IF CLI_CATEGORIA NOT = CATEGORIA-PASO
              OR CLI_ESTADO = "I"
              OR CLI_SALDO NOT < 0
              GO TO F-PROCESO-CLIENTES
           END-IF.
           INITIALIZE TRAMOS-CLIENTE.
           PERFORM SUMO-PARTIDA-CLIENTE
                   VARYING PAR-IDX FROM 1 BY 1
                   UNTIL PAR-IDX > CANT-PARTIDAS.
           COMPUTE TRAMO-CLI(6) = TRAMO-CLI(1) + TRAMO-CLI(2)
                                + TRAMO-CLI(3) + TRAMO-CLI(4).
           COMPUTE TRAMO-CLI(5) = 0 - CLI_SALDO - TRAMO-CLI(6).
           PERFORM IMPRIMO-LINEA-CLIENTE.
           ADD 1 TO CANT-CATEGORIA.
           ADD 1 TO CANT-TOTAL.
           PERFORM ACUMULO-TRAMO
                   VARYING TRAMO-IDX FROM 1 BY 1
                   UNTIL TRAMO-IDX > 6.
       F-PROCESO-CLIENTES.
           EXIT.

      *>   dias desde la MAY-FECHA de la partida hasta hoy; una
      *>   fecha invalida (o la "INI" sin fecha) va a mas de 90, y
      *>   una fecha futura cuenta como del dia.
       SUMO-PARTIDA-CLIENTE.
           IF PAR-ID(PAR-IDX) = CLI_ID
              IF PAR-FECHA(PAR-IDX) IS NUMERIC
                 MOVE PAR-FECHA(PAR-IDX) TO FECHA-PARTIDA
              ELSE
                 MOVE 0 TO FECHA-PARTIDA
              END-IF
              IF FUNCTION TEST-DATE-YYYYMMDD(FECHA-PARTIDA) = 0
                 COMPUTE DIAS-PARTIDA = DIA-HOY
                         - FUNCTION INTEGER-OF-DATE(FECHA-PARTIDA)
              ELSE
                 MOVE 9999 TO DIAS-PARTIDA
              END-IF
              EVALUATE TRUE
                  WHEN DIAS-PARTIDA NOT > 30 MOVE 1 TO TRAMO-IDX
                  WHEN DIAS-PARTIDA NOT > 60 MOVE 2 TO TRAMO-IDX
                  WHEN DIAS-PARTIDA NOT > 90 MOVE 3 TO TRAMO-IDX
                  WHEN OTHER                 MOVE 4 TO TRAMO-IDX
              END-EVALUATE
              ADD PAR-PENDIENTE(PAR-IDX) TO TRAMO-CLI(TRAMO-IDX)
           END-IF.

       ACUMULO-TRAMO.
           ADD TRAMO-CLI(TRAMO-IDX) TO TRAMO-CAT(TRAMO-IDX).
           ADD TRAMO-CLI(TRAMO-IDX) TO TRAMO-TOT(TRAMO-IDX).

       EDITO-TRAMO-CLIENTE.
           MOVE TRAMO-CLI(TRAMO-IDX) TO TRAMO-ED(TRAMO-IDX).

       EDITO-TRAMO-CATEGORIA.
           MOVE TRAMO-CAT(TRAMO-IDX) TO TRAMO-ED(TRAMO-IDX).

       EDITO-TRAMO-TOTAL.
           MOVE TRAMO-TOT(TRAMO-IDX) TO TRAMO-ED(TRAMO-IDX).

       IMPRIMO-LINEA-CLIENTE.
           PERFORM EDITO-TRAMO-CLIENTE
                   VARYING TRAMO-IDX FROM 1 BY 1
                   UNTIL TRAMO-IDX > 6.
           MOVE SPACES TO LINEA.
           STRING CLI_ID " " CLI_NOMBRE(1:30) " "
                  TRAMO-ED(1) " " TRAMO-ED(2) " " TRAMO-ED(3) " "
                  TRAMO-ED(4) " " TRAMO-ED(5) " " TRAMO-ED(6)
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM ESCRIBO-LINEA.

       IMPRIMO-SUBTOTAL-CATEGORIA.
           PERFORM EDITO-TRAMO-CATEGORIA
                   VARYING TRAMO-IDX FROM 1 BY 1
                   UNTIL TRAMO-IDX > 6.
           MOVE CANT-CATEGORIA TO CANT-ED.
           MOVE SPACES TO LINEA.
           STRING "SUBTOTAL " CATEGORIA-PASO " " CANT-ED " CLIENTES"
                  "             "
                  TRAMO-ED(1) " " TRAMO-ED(2) " " TRAMO-ED(3) " "
                  TRAMO-ED(4) " " TRAMO-ED(5) " " TRAMO-ED(6)
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM ESCRIBO-LINEA.

      *>   control contra ESTRATOS: la banda SALDOS NEGATIVOS de
      *>   CALCULO-BANDA, con el signo cambiado, contra el TOTAL
      *>   FECHADO (solo las cuatro columnas de dias). La columna
      *>   SIN EXPLICAR sale con su propio total y no entra en el
      *>   control: si hay deuda que el mayor no fecha, no ata.
       IMPRIMO-TOTAL-GENERAL.
           PERFORM EDITO-TRAMO-TOTAL
                   VARYING TRAMO-IDX FROM 1 BY 1
                   UNTIL TRAMO-IDX > 6.
           MOVE CANT-TOTAL TO CANT-ED.
           MOVE SPACES TO LINEA.
           STRING "TOTAL GENERAL " CANT-ED " CLIENTES"
                  "          "
                  TRAMO-ED(1) " " TRAMO-ED(2) " " TRAMO-ED(3) " "
                  TRAMO-ED(4) " " TRAMO-ED(5) " " TRAMO-ED(6)
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM ESCRIBO-LINEA.
           MOVE BANDA-NEGATIVOS TO TOTAL-ED.
           MOVE CANT-BANDA TO CANT-ED.
           MOVE SPACES TO LINEA.
           STRING "BANDA SALDOS NEGATIVOS (ESTRATOS) " TOTAL-ED
                  "  CLIENTES " CANT-ED
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM ESCRIBO-LINEA.
           MOVE TRAMO-TOT(6) TO TOTAL-ED.
           MOVE SPACES TO LINEA.
           STRING "TOTAL FECHADO POR EL MAYOR        " TOTAL-ED
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM ESCRIBO-LINEA.
           COMPUTE DIFERENCIA = 0 - BANDA-NEGATIVOS - TRAMO-TOT(6).
           MOVE SPACES TO LINEA.
           IF DIFERENCIA = 0
              STRING "CONTROL: TOTAL FECHADO ATA CON LA BANDA"
                     DELIMITED BY SIZE INTO LINEA
           ELSE
              MOVE DIFERENCIA TO TOTAL-ED
              STRING "CONTROL: TOTAL FECHADO NO ATA CON LA BANDA, "
                     "DIFERENCIA " TOTAL-ED
                     DELIMITED BY SIZE INTO LINEA
           END-IF.
           PERFORM ESCRIBO-LINEA.
           IF TRAMO-TOT(5) NOT = 0
              MOVE TRAMO-TOT(5) TO TOTAL-ED
              MOVE SPACES TO LINEA
              STRING "DEUDA SIN EXPLICAR POR EL MAYOR   " TOTAL-ED
                     DELIMITED BY SIZE INTO LINEA
              PERFORM ESCRIBO-LINEA
           END-IF.
           IF CANT-BANDA NOT = CANT-TOTAL
              MOVE SPACES TO LINEA
              STRING "ATENCION: LA BANDA TIENE " CANT-BANDA
                     " CLIENTES Y EL REPORTE " CANT-TOTAL
                     DELIMITED BY SIZE INTO LINEA
              PERFORM ESCRIBO-LINEA
           END-IF.

       ESCRIBO-LINEA.
           MOVE LINEA TO LINEA-ANTIGUEDAD.
           WRITE LINEA-ANTIGUEDAD.

       MUESTRO-CONTADORES.
           DISPLAY "LINEAS DE MAYOR LEIDAS:      " LINEAS-MAYOR.
           DISPLAY "CLIENTES PURGADOS EN MAYOR:  " CLIENTES-PURGADOS.
           IF LINEAS-SALTEADAS > 0
              DISPLAY "LINEAS SIN LUGAR EN TABLA:   " LINEAS-SALTEADAS
           END-IF.
           DISPLAY "CLIENTES DEUDORES:           " CANT-TOTAL.
           IF PARTIDAS-PERDIDAS > 0
              DISPLAY "PARTIDAS SIN LUGAR EN TABLA: " PARTIDAS-PERDIDAS
           END-IF.
           DISPLAY "VER ANTIGUEDAD.DAT".



       END PROGRAM "ANTIGUEDAD".
