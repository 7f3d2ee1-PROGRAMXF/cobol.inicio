      ******************************************************************
      * Author:
      * Date:
      * Purpose: tendencia mes a mes de la cartera por categoria. Para
      *          un rango de meses AAAAMM-AAAAMM toma la posicion de
      *          fin de cada mes (el ultimo cierre de dia del mes en
      *          cierres.dat) y muestra por categoria la cantidad de
      *          clientes y el saldo, con la variacion contra el mes
      *          anterior en importe y en porcentaje. Para explicar la
      *          variacion del total suma, para cada mes, lo aplicado
      *          en lotes (lotes.dat), de eso los intereses (los lotes
      *          de las corridas de INTERES en corridas.dat), los
      *          movimientos que APLICAMOV proceso (corridas.dat), las
      *          reversiones y los retenidos aprobados (mayor.dat); lo
      *          que queda sin explicar son las entradas y salidas del
      *          universo de CIERRE (bajas, reactivaciones, cambios de
      *          categoria). Lo de cada mes es lo aplicado despues del
      *          cierre de fin del mes anterior y hasta el de fin de
      *          este, la misma cuenta que hace CIERREMES. Los dias del
      *          rango con DESCUADRE en cierres.dat salen marcados.
      *          El reporte sale en tendencia.dat y lo mismo en
      *          tendencia.csv (separado por punto y coma, con coma
      *          decimal) para la planilla de la gerencia comercial.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "TENDENCIA".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL CIERRES ASSIGN TO "./cierres.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-CIERRES.

           SELECT OPTIONAL CORRIDAS ASSIGN TO "./corridas.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-CORRIDAS.

           SELECT OPTIONAL LOTES ASSIGN TO "./lotes.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-LOTES.

           SELECT OPTIONAL MAYOR ASSIGN TO "./mayor.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-MAYOR.

           SELECT OPTIONAL CATEGORIAS ASSIGN TO "./categorias.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CAT-CODIGO
                  STATUS ST-CATEGORIAS.

           SELECT OPTIONAL SALIDA-TENDENCIA
                  ASSIGN TO "./tendencia.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-SALIDA.

           SELECT OPTIONAL SALIDA-CSV ASSIGN TO "./tendencia.csv"
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-CSV.


       DATA DIVISION.
       FILE SECTION.

       FD  CIERRES.

       COPY CIERRES.

       FD  CORRIDAS.

       COPY CORRIDAS.

       FD  LOTES.

       COPY LOTES.

       FD  MAYOR.

       COPY MAYOR.

       FD  CATEGORIAS.

       COPY CATEGORIAS.

       FD  SALIDA-TENDENCIA.

       01  LINEA-TENDENCIA PIC X(132).

       FD  SALIDA-CSV.

       01  LINEA-CSV       PIC X(300).

       WORKING-STORAGE SECTION.
       01  ST-CIERRES      PIC XX.
       01  ST-CORRIDAS     PIC XX.
       01  ST-LOTES        PIC XX.
       01  ST-MAYOR        PIC XX.
       01  ST-CATEGORIAS   PIC XX.
       01  ST-SALIDA       PIC XX.
       01  ST-CSV          PIC XX.

       01  LINEA           PIC X(132).
       01  RENGLON-CSV     PIC X(300).
       01  FECHA-HOY       PIC X(8).
       01  PERIODO-HOY     PIC X(6).
       01  PERIODO-DESDE   PIC X(6).
       01  PERIODO-HASTA   PIC X(6).
       01  RANGO-VALIDO    PIC X          VALUE "N".

      *>   aritmetica de meses: AAAAMM pasado a meses corridos
       01  PERIODO-TRABAJO PIC X(6).
       01  ANIO-TRABAJO    PIC 9(4).
       01  MES-TRABAJO     PIC 9(2).
       01  MES-ABS         PIC 9(6).
       01  MES-BASE        PIC 9(6).
       01  IDX-CALC        PIC S9(6).
       01  MES-IDX         PIC 9(2).
       01  MES-ANT         PIC 9(2).
       01  FECHA-FLUJO     PIC X(8).

      *>   un lugar por mes: el 1 es el mes anterior al DESDE (la
      *>   base de la primera variacion), del 2 en adelante los del
      *>   rango, tope 24. TMES-CORTE es la fecha del cierre de fin
      *>   de mes (o el dia 31 si el mes no tiene cierre) y separa
      *>   lo aplicado en un mes de lo del siguiente. La tabla de
      *>   categorias es la de CIERRES.cpy tal cual, para moverla
      *>   entera desde la linea de cierres.dat.
       01  CANT-MESES      PIC 9(2)       VALUE 0.
       01  TABLA-MESES.
           03 TMES-ENT OCCURS 25.
              05 TMES-PERIODO        PIC X(6).
              05 TMES-HAY-CIERRE     PIC X.
              05 TMES-FECHA-CIERRE   PIC X(8).
              05 TMES-CORTE          PIC X(8).
              05 TMES-CATEGORIAS.
                 07 TMES-CAT-ENT OCCURS 10.
                    09 TMES-CAT-CODIGO PIC X.
                    09 TMES-CAT-CANT   PIC 9(7).
                    09 TMES-CAT-SALDO  PIC S9(11)V9(3) SIGN LEADING
                                       SEPARATE.
              05 TMES-TOTAL-CANT     PIC 9(7).
              05 TMES-TOTAL-SALDO    PIC S9(11)V9(3).
              05 TMES-DESCUADRES     PIC 9(3).
              05 TMES-LOTES          PIC 9(5).
              05 TMES-APLICADO       PIC S9(11)V9(3).
              05 TMES-INTERES        PIC S9(11)V9(3).
              05 TMES-REVERSIONES    PIC S9(11)V9(3).
              05 TMES-RETENIDOS      PIC S9(11)V9(3).
              05 TMES-MOVS-APLICADOS PIC 9(7).
              05 TMES-MOVS-RECHAZADOS PIC 9(7).
              05 TMES-MOVS-RETENIDOS PIC 9(7).

      *>   las categorias de categorias.dat, activas o no, y las que
      *>   aparezcan en los cierres del rango sin estar ahi
       01  CANT-CATEGORIAS PIC 9(2)       VALUE 0.
       01  TABLA-CATEGORIAS.
           03 TCAT-ENT OCCURS 20.
              05 TCAT-CODIGO      PIC X.
              05 TCAT-DESCRIPCION PIC X(30).
              05 TCAT-CON-DATOS   PIC X.
       01  PASO-CATEGORIA  PIC 9(2).
       01  CAT-IDX         PIC 9(2).
       01  CATEGORIA-PASO  PIC X.
       01  CATEGORIA-HALLADA PIC X.

      *>   los lotes que genero INTERES, de sus lineas en corridas.dat
       01  CANT-LOTES-INTERES PIC 9(4)    VALUE 0.
       01  TABLA-LOTES-INTERES.
           03 TINT-LOTE OCCURS 2000 PIC 9(7).
       01  INT-IDX         PIC 9(4).
       01  LOTE-DE-INTERES PIC X.

      *>   los dias con descuadre del rango
       01  CANT-DESCUADRES PIC 9(3)       VALUE 0.
       01  TABLA-DESCUADRES.
           03 TDES-FECHA OCCURS 200 PIC X(8).
       01  DES-IDX         PIC 9(3).

      *>   el renglon que se esta armando: el mes y el anterior
       01  HAY-ACTUAL      PIC X.
       01  HAY-ANTERIOR    PIC X.
       01  CANT-ACTUAL     PIC 9(7).
       01  CANT-ANTERIOR   PIC 9(7).
       01  SALDO-ACTUAL    PIC S9(11)V9(3).
       01  SALDO-ANTERIOR  PIC S9(11)V9(3).
       01  VAR-CANT        PIC S9(7).
       01  VAR-SALDO       PIC S9(11)V9(3).
       01  SALDO-BASE      PIC S9(11)V9(3).
       01  PORCENTAJE      PIC S9(7)V99.
       01  HAY-PORCENTAJE  PIC X.
       01  OTRAS-VARIACIONES PIC S9(11)V9(3).

      *>   columnas del reporte, ya editadas (o "S/D")
       01  FECHA-TXT       PIC X(8).
       01  CANT-TXT        PIC X(7).
       01  VAR-CANT-TXT    PIC X(8).
       01  SALDO-TXT       PIC X(15).
       01  VAR-SALDO-TXT   PIC X(15).
       01  PORC-TXT        PIC X(10).
       01  MARCA-TXT       PIC X(9).
       01  OTRAS-TXT       PIC X(15).

      *>   campos del CSV: numeros sin blancos, con coma decimal y
      *>   los 3 decimales (la planilla suma, no tiene que perder
      *>   nada); vacios cuando no hay dato
       01  CSV-DESCRIPCION PIC X(30).
       01  CSV-FECHA       PIC X(8).
       01  CSV-CANT        PIC X(10).
       01  CSV-VAR-CANT    PIC X(10).
       01  CSV-SALDO       PIC X(20).
       01  CSV-VAR-SALDO   PIC X(20).
       01  CSV-PORC        PIC X(12).
       01  CSV-APLICADO    PIC X(20).
       01  CSV-INTERES     PIC X(20).
       01  CSV-REVERSIONES PIC X(20).
       01  CSV-RETENIDOS   PIC X(20).
       01  CSV-OTRAS       PIC X(20).
       01  CSV-LOTES       PIC X(10).
       01  CSV-MOVS-APL    PIC X(10).
       01  CSV-MOVS-RCH    PIC X(10).
       01  CSV-MOVS-RET    PIC X(10).
       01  CSV-DESCUADRES  PIC X(5).

       01  SALDO-ED        PIC -(10)9.999.
       01  CANT-ED         PIC Z(6)9.
       01  VAR-CANT-ED     PIC -(6)9.
       01  PORC-ED         PIC -(6)9,99.
       01  LOTES-ED        PIC Z(4)9.
       01  IMPORTE-CSV-ED  PIC -(11)9,999.
       01  CANT-CSV-ED     PIC -(6)9.
       01  PORC-CSV-ED     PIC -(6)9,99.

       01  LINEAS-CIERRES  PIC 9(7)       VALUE 0.
       01  LINEAS-CORRIDAS PIC 9(7)       VALUE 0.
       01  LINEAS-LOTES    PIC 9(7)       VALUE 0.
       01  LINEAS-MAYOR    PIC 9(9)       VALUE 0.
       01  LINEAS-CSV      PIC 9(5)       VALUE 0.


       PROCEDURE DIVISION.
       FERNANDO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           MOVE FECHA-HOY(1:6) TO PERIODO-HOY.
           PERFORM PIDO-RANGO THRU F-PIDO-RANGO.
           IF RANGO-VALIDO = "S"
              PERFORM ABRO-ARCHIVOS
              PERFORM CARGO-CATEGORIAS
              PERFORM ARMO-MESES
              PERFORM LEO-CIERRES THRU F-LEO-CIERRES
                      UNTIL ST-CIERRES NOT = "00"
              PERFORM AJUSTO-CORTE
                      VARYING MES-IDX FROM 1 BY 1
                      UNTIL MES-IDX > CANT-MESES
              PERFORM AGREGO-CATEGORIAS-MES
                      VARYING MES-IDX FROM 1 BY 1
                      UNTIL MES-IDX > CANT-MESES
              PERFORM LEO-CORRIDAS THRU F-LEO-CORRIDAS
                      UNTIL ST-CORRIDAS NOT = "00"
              PERFORM LEO-LOTES THRU F-LEO-LOTES
                      UNTIL ST-LOTES NOT = "00"
              PERFORM LEO-MAYOR THRU F-LEO-MAYOR
                      UNTIL ST-MAYOR NOT = "00"
              PERFORM IMPRIMO-ENCABEZADO
              PERFORM ESCRIBO-CABECERA-CSV
              PERFORM PROCESO-CATEGORIAS THRU F-PROCESO-CATEGORIAS
                      VARYING PASO-CATEGORIA FROM 1 BY 1
                      UNTIL PASO-CATEGORIA > CANT-CATEGORIAS
              PERFORM PROCESO-TOTAL
              PERFORM IMPRIMO-EXPLICACION
              PERFORM IMPRIMO-DESCUADRES
              PERFORM MUESTRO-CONTADORES
              PERFORM CIERRO-ARCHIVOS
           END-IF.
           STOP RUN.

      *>   meses ya empezados (el en curso se muestra hasta su ultimo
      *>   cierre), DESDE no posterior a HASTA, y no mas de 24 meses.
       PIDO-RANGO.
           DISPLAY "DESDE EL MES AAAAMM: ".
           ACCEPT PERIODO-DESDE.
           DISPLAY "HASTA EL MES AAAAMM: ".
           ACCEPT PERIODO-HASTA.
           IF PERIODO-DESDE NOT NUMERIC
              OR PERIODO-DESDE(5:2) < "01"
              OR PERIODO-DESDE(5:2) > "12"
              OR PERIODO-HASTA NOT NUMERIC
              OR PERIODO-HASTA(5:2) < "01"
              OR PERIODO-HASTA(5:2) > "12"
              DISPLAY "MES INVALIDO"
              GO TO F-PIDO-RANGO
           END-IF.
           IF PERIODO-DESDE > PERIODO-HASTA
              DISPLAY "EL MES DESDE ES POSTERIOR AL MES HASTA"
              GO TO F-PIDO-RANGO
           END-IF.
           IF PERIODO-HASTA > PERIODO-HOY
              DISPLAY "EL MES HASTA NO PUEDE SER FUTURO"
              GO TO F-PIDO-RANGO
           END-IF.
           MOVE PERIODO-DESDE TO PERIODO-TRABAJO.
           PERFORM CALCULO-MES-ABS.
           MOVE MES-ABS TO MES-BASE.
           MOVE PERIODO-HASTA TO PERIODO-TRABAJO.
           PERFORM CALCULO-MES-ABS.
           IF MES-ABS - MES-BASE > 23
              DISPLAY "EL RANGO NO PUEDE PASAR DE 24 MESES"
              GO TO F-PIDO-RANGO
           END-IF.
           MOVE "S" TO RANGO-VALIDO.
       F-PIDO-RANGO.
           EXIT.

       CALCULO-MES-ABS.
           MOVE PERIODO-TRABAJO(1:4) TO ANIO-TRABAJO.
           MOVE PERIODO-TRABAJO(5:2) TO MES-TRABAJO.
           COMPUTE MES-ABS = ANIO-TRABAJO * 12 + MES-TRABAJO - 1.

      *>   el lugar en la tabla del mes de PERIODO-TRABAJO (puede
      *>   quedar fuera de 1..CANT-MESES)
       CALCULO-INDICE.
           PERFORM CALCULO-MES-ABS.
           COMPUTE IDX-CALC = MES-ABS - MES-BASE + 1.

       ABRO-ARCHIVOS.
           OPEN INPUT CIERRES.
           IF ST-CIERRES > "07"
                 DISPLAY "ERROR ABRIENDO EL ARCHIVO DE CIERRES".
           OPEN INPUT CORRIDAS.
           IF ST-CORRIDAS > "07"
                 DISPLAY "ERROR ABRIENDO EL DIARIO DE CORRIDAS".
           OPEN INPUT LOTES.
           IF ST-LOTES > "07"
                 DISPLAY "ERROR ABRIENDO EL ARCHIVO DE LOTES".
           OPEN INPUT MAYOR.
           IF ST-MAYOR > "07"
                 DISPLAY "ERROR ABRIENDO EL MAYOR".
           OPEN INPUT CATEGORIAS.
           IF ST-CATEGORIAS > "07"
                 DISPLAY "ERROR ABRIENDO EL ARCHIVO DE CATEGORIAS".
           OPEN OUTPUT SALIDA-TENDENCIA.
           IF ST-SALIDA > "07"
                 DISPLAY "ERROR ABRIENDO EL REPORTE DE TENDENCIA".
           OPEN OUTPUT SALIDA-CSV.
           IF ST-CSV > "07"
                 DISPLAY "ERROR ABRIENDO EL CSV DE TENDENCIA".

       CIERRO-ARCHIVOS.
           CLOSE CIERRES.
           CLOSE CORRIDAS.
           CLOSE LOTES.
           CLOSE MAYOR.
           CLOSE CATEGORIAS.
           CLOSE SALIDA-TENDENCIA.
           CLOSE SALIDA-CSV.

      *>   todas, no solo las activas: una categoria cerrada hoy pudo
      *>   tener clientes en los meses del rango.
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
                 MOVE "N" TO TCAT-CON-DATOS(CANT-CATEGORIAS)
              ELSE
                 DISPLAY "MAS DE 20 CATEGORIAS, SE IGNORA "
                         CAT-CODIGO
              END-IF
           END-IF.
       F-CARGO-UNA-CATEGORIA.
           EXIT.

      *>   del mes anterior al DESDE hasta el HASTA, uno por uno
       ARMO-MESES.
           INITIALIZE TABLA-MESES.
           MOVE PERIODO-DESDE(1:4) TO ANIO-TRABAJO.
           MOVE PERIODO-DESDE(5:2) TO MES-TRABAJO.
           IF MES-TRABAJO = 1
              MOVE 12 TO MES-TRABAJO
              SUBTRACT 1 FROM ANIO-TRABAJO
           ELSE
              SUBTRACT 1 FROM MES-TRABAJO
           END-IF.
           MOVE ANIO-TRABAJO TO PERIODO-TRABAJO(1:4).
           MOVE MES-TRABAJO  TO PERIODO-TRABAJO(5:2).
           PERFORM CALCULO-MES-ABS.
           MOVE MES-ABS TO MES-BASE.
           PERFORM AGREGO-MES
                   UNTIL PERIODO-TRABAJO > PERIODO-HASTA.

       AGREGO-MES.
           ADD 1 TO CANT-MESES.
           MOVE PERIODO-TRABAJO TO TMES-PERIODO(CANT-MESES).
           MOVE "N"             TO TMES-HAY-CIERRE(CANT-MESES).
           MOVE SPACES          TO TMES-FECHA-CIERRE(CANT-MESES).
           MOVE SPACES          TO TMES-CATEGORIAS(CANT-MESES).
           IF MES-TRABAJO = 12
              MOVE 1 TO MES-TRABAJO
              ADD 1 TO ANIO-TRABAJO
           ELSE
              ADD 1 TO MES-TRABAJO
           END-IF.
           MOVE ANIO-TRABAJO TO PERIODO-TRABAJO(1:4).
           MOVE MES-TRABAJO  TO PERIODO-TRABAJO(5:2).

      *>   el ultimo cierre de cada mes es su posicion de fin de mes
      *>   (cierres.dat va en orden de fecha; igual se compara, por
      *>   si hubo un cierre corrido a mano de un dia anterior). Los
      *>   descuadres solo se marcan dentro del rango pedido.
       LEO-CIERRES.
           READ CIERRES
               AT END MOVE "10" TO ST-CIERRES
           END-READ.
           IF ST-CIERRES NOT = "00"
              GO TO F-LEO-CIERRES
           END-IF.
           ADD 1 TO LINEAS-CIERRES.
           IF CIE-FECHA NOT NUMERIC
              GO TO F-LEO-CIERRES
           END-IF.
           MOVE CIE-FECHA(1:6) TO PERIODO-TRABAJO.
           PERFORM CALCULO-INDICE.
           IF IDX-CALC < 1 OR IDX-CALC > CANT-MESES
              GO TO F-LEO-CIERRES
           END-IF.
           MOVE IDX-CALC TO MES-IDX.
           IF TMES-HAY-CIERRE(MES-IDX) = "N"
              OR CIE-FECHA NOT < TMES-FECHA-CIERRE(MES-IDX)
              MOVE "S"             TO TMES-HAY-CIERRE(MES-IDX)
              MOVE CIE-FECHA       TO TMES-FECHA-CIERRE(MES-IDX)
              MOVE CIE-CATEGORIAS  TO TMES-CATEGORIAS(MES-IDX)
              MOVE CIE-TOTAL-CANT  TO TMES-TOTAL-CANT(MES-IDX)
              MOVE CIE-TOTAL-SALDO TO TMES-TOTAL-SALDO(MES-IDX)
           END-IF.
           IF CIE-DESCUADRE = "S" AND MES-IDX > 1
              ADD 1 TO TMES-DESCUADRES(MES-IDX)
              IF CANT-DESCUADRES < 200
                 ADD 1 TO CANT-DESCUADRES
                 MOVE CIE-FECHA TO TDES-FECHA(CANT-DESCUADRES)
              END-IF
           END-IF.
       F-LEO-CIERRES.
           EXIT.

       AJUSTO-CORTE.
           IF TMES-HAY-CIERRE(MES-IDX) = "S"
              MOVE TMES-FECHA-CIERRE(MES-IDX) TO TMES-CORTE(MES-IDX)
           ELSE
              MOVE SPACES TO TMES-CORTE(MES-IDX)
              STRING TMES-PERIODO(MES-IDX) "31"
                     DELIMITED BY SIZE INTO TMES-CORTE(MES-IDX)
           END-IF.

      *>   una categoria que figura en un cierre del rango y ya no
      *>   esta en categorias.dat sale igual, sin descripcion
       AGREGO-CATEGORIAS-MES.
           PERFORM AGREGO-CATEGORIA-CIERRE
                   VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > 10.

       AGREGO-CATEGORIA-CIERRE.
           IF TMES-CAT-CODIGO(MES-IDX, CAT-IDX) NOT = SPACE
              MOVE TMES-CAT-CODIGO(MES-IDX, CAT-IDX) TO CATEGORIA-PASO
              MOVE "N" TO CATEGORIA-HALLADA
              PERFORM BUSCO-CATEGORIA
                      VARYING PASO-CATEGORIA FROM 1 BY 1
                      UNTIL PASO-CATEGORIA > CANT-CATEGORIAS
                         OR CATEGORIA-HALLADA = "S"
              IF CATEGORIA-HALLADA = "N"
                 IF CANT-CATEGORIAS < 20
                    ADD 1 TO CANT-CATEGORIAS
                    MOVE CATEGORIA-PASO
                            TO TCAT-CODIGO(CANT-CATEGORIAS)
                    MOVE "(NO ESTA EN CATEGORIAS)"
                            TO TCAT-DESCRIPCION(CANT-CATEGORIAS)
                    MOVE "S" TO TCAT-CON-DATOS(CANT-CATEGORIAS)
                 ELSE
                    DISPLAY "MAS DE 20 CATEGORIAS, SE IGNORA "
                            CATEGORIA-PASO
                 END-IF
              END-IF
           END-IF.

       BUSCO-CATEGORIA.
           IF TCAT-CODIGO(PASO-CATEGORIA) = CATEGORIA-PASO
              MOVE "S" TO CATEGORIA-HALLADA
              MOVE "S" TO TCAT-CON-DATOS(PASO-CATEGORIA)
           END-IF.

      *>   el mes al que le toca un movimiento aplicado el dia
      *>   FECHA-FLUJO: el primero cuyo corte no es anterior a esa
      *>   fecha. En cero si cae antes del cierre de la base o
      *>   despues del ultimo corte del rango.
       ASIGNO-MES.
           MOVE 0 TO MES-IDX.
           IF FECHA-FLUJO NOT NUMERIC
              GO TO F-ASIGNO-MES
           END-IF.
           MOVE FECHA-FLUJO(1:6) TO PERIODO-TRABAJO.
           PERFORM CALCULO-INDICE.
           IF IDX-CALC < 1 OR IDX-CALC > CANT-MESES
              GO TO F-ASIGNO-MES
           END-IF.
           IF FECHA-FLUJO > TMES-CORTE(IDX-CALC)
              ADD 1 TO IDX-CALC
           END-IF.
           IF IDX-CALC < 2 OR IDX-CALC > CANT-MESES
              GO TO F-ASIGNO-MES
           END-IF.
           MOVE IDX-CALC TO MES-IDX.
       F-ASIGNO-MES.
           EXIT.

      *>   de corridas.dat: los lotes de INTERES (para separar los
      *>   intereses de lo aplicado) y los contadores de las lineas
      *>   de APLICAMOV, por el dia en que termino la corrida.
       LEO-CORRIDAS.
           READ CORRIDAS
               AT END MOVE "10" TO ST-CORRIDAS
           END-READ.
           IF ST-CORRIDAS NOT = "00"
              GO TO F-LEO-CORRIDAS
           END-IF.
           ADD 1 TO LINEAS-CORRIDAS.
           IF COR-PROGRAMA = "INTERES"
              AND COR-LOTE NUMERIC
              AND COR-LOTE > 0
              IF CANT-LOTES-INTERES < 2000
                 ADD 1 TO CANT-LOTES-INTERES
                 MOVE COR-LOTE TO TINT-LOTE(CANT-LOTES-INTERES)
              ELSE
                 DISPLAY "MAS DE 2000 LOTES DE INTERES, SE IGNORA EL "
                         COR-LOTE
              END-IF
              GO TO F-LEO-CORRIDAS
           END-IF.
           IF COR-PROGRAMA NOT = "APLICAMOV"
              GO TO F-LEO-CORRIDAS
           END-IF.
           MOVE COR-FIN(1:8) TO FECHA-FLUJO.
           PERFORM ASIGNO-MES THRU F-ASIGNO-MES.
           IF MES-IDX > 0
              ADD COR-APLICADOS  TO TMES-MOVS-APLICADOS(MES-IDX)
              ADD COR-RECHAZADOS TO TMES-MOVS-RECHAZADOS(MES-IDX)
              ADD COR-RETENIDOS  TO TMES-MOVS-RETENIDOS(MES-IDX)
           END-IF.
       F-LEO-CORRIDAS.
           EXIT.

      *>   lo aplicado por lote, por el dia en que se aplico; si el
      *>   lote es de INTERES va tambien a la columna de intereses.
       LEO-LOTES.
           READ LOTES
               AT END MOVE "10" TO ST-LOTES
           END-READ.
           IF ST-LOTES NOT = "00"
              GO TO F-LEO-LOTES
           END-IF.
           ADD 1 TO LINEAS-LOTES.
           MOVE LOT-FECHA-APLICACION TO FECHA-FLUJO.
           PERFORM ASIGNO-MES THRU F-ASIGNO-MES.
           IF MES-IDX = 0
              GO TO F-LEO-LOTES
           END-IF.
           ADD 1                    TO TMES-LOTES(MES-IDX).
           ADD LOT-IMPORTE-APLICADO TO TMES-APLICADO(MES-IDX).
           MOVE "N" TO LOTE-DE-INTERES.
           PERFORM VEO-LOTE-INTERES
                   VARYING INT-IDX FROM 1 BY 1
                   UNTIL INT-IDX > CANT-LOTES-INTERES
                      OR LOTE-DE-INTERES = "S".
           IF LOTE-DE-INTERES = "S"
              ADD LOT-IMPORTE-APLICADO TO TMES-INTERES(MES-IDX)
           END-IF.
       F-LEO-LOTES.
           EXIT.

       VEO-LOTE-INTERES.
           IF TINT-LOTE(INT-IDX) = LOT-LOTE
              MOVE "S" TO LOTE-DE-INTERES
           END-IF.

      *>   lo que cambio saldos sin pasar por un lote: contra-asientos
      *>   de REVERSA ("V") y retenidos aprobados en INICIO ("R"). Las
      *>   fusiones ("F") netean a cero y no se cuentan.
       LEO-MAYOR.
           READ MAYOR
               AT END MOVE "10" TO ST-MAYOR
           END-READ.
           IF ST-MAYOR NOT = "00"
              GO TO F-LEO-MAYOR
           END-IF.
           ADD 1 TO LINEAS-MAYOR.
           IF MAY-TIPO NOT = "V" AND MAY-TIPO NOT = "R"
              GO TO F-LEO-MAYOR
           END-IF.
           MOVE MAY-FECHA-APLICACION TO FECHA-FLUJO.
           PERFORM ASIGNO-MES THRU F-ASIGNO-MES.
           IF MES-IDX = 0
              GO TO F-LEO-MAYOR
           END-IF.
           IF MAY-TIPO = "V"
              ADD MAY-IMPORTE TO TMES-REVERSIONES(MES-IDX)
           ELSE
              ADD MAY-IMPORTE TO TMES-RETENIDOS(MES-IDX)
           END-IF.
       F-LEO-MAYOR.
           EXIT.

       IMPRIMO-ENCABEZADO.
           MOVE SPACES TO LINEA.
           STRING "TENDENCIA MENSUAL POR CATEGORIA DESDE "
                  PERIODO-DESDE " HASTA " PERIODO-HASTA
                  "  (EMITIDO EL " FECHA-HOY ")"
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM ESCRIBO-LINEA.
           MOVE SPACES TO LINEA.
           STRING "POSICION DE FIN DE MES = ULTIMO CIERRE DE DIA DEL "
                  "MES; LA DEUDA ES SALDO NEGATIVO, UNA VARIACION "
                  "NEGATIVA ES MAS DEUDA"
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM ESCRIBO-LINEA.

      *>   un bloque por categoria con datos en algun cierre del
      *>   rango o de su mes base
       PROCESO-CATEGORIAS.
           IF TCAT-CON-DATOS(PASO-CATEGORIA) NOT = "S"
              GO TO F-PROCESO-CATEGORIAS
           END-IF.
           MOVE TCAT-CODIGO(PASO-CATEGORIA) TO CATEGORIA-PASO.
           MOVE SPACES TO LINEA.
           PERFORM ESCRIBO-LINEA.
           STRING "CATEGORIA " CATEGORIA-PASO " - "
                  TCAT-DESCRIPCION(PASO-CATEGORIA)
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM ESCRIBO-LINEA.
           PERFORM IMPRIMO-TITULOS-MES.
           PERFORM PROCESO-MES-CATEGORIA
                   VARYING MES-IDX FROM 2 BY 1
                   UNTIL MES-IDX > CANT-MESES.
       F-PROCESO-CATEGORIAS.
           EXIT.

       IMPRIMO-TITULOS-MES.
           MOVE SPACES TO LINEA.
           STRING "MES     CIERRE    CLIENTES  VARIAC.            SALDO"
                  "        VARIACION     VARIAC.%"
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM ESCRIBO-LINEA.

       PROCESO-MES-CATEGORIA.
           COMPUTE MES-ANT = MES-IDX - 1.
           MOVE TMES-HAY-CIERRE(MES-IDX) TO HAY-ACTUAL.
           MOVE TMES-HAY-CIERRE(MES-ANT) TO HAY-ANTERIOR.
           MOVE 0 TO CANT-ACTUAL.
           MOVE 0 TO SALDO-ACTUAL.
           MOVE 0 TO CANT-ANTERIOR.
           MOVE 0 TO SALDO-ANTERIOR.
           PERFORM TOMO-CATEGORIA-MES
                   VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > 10.
           PERFORM CALCULO-VARIACION.
           PERFORM IMPRIMO-RENGLON-MES.
           MOVE TCAT-DESCRIPCION(PASO-CATEGORIA) TO CSV-DESCRIPCION.
           MOVE SPACES TO CSV-APLICADO.
           MOVE SPACES TO CSV-INTERES.
           MOVE SPACES TO CSV-REVERSIONES.
           MOVE SPACES TO CSV-RETENIDOS.
           MOVE SPACES TO CSV-OTRAS.
           MOVE SPACES TO CSV-LOTES.
           MOVE SPACES TO CSV-MOVS-APL.
           MOVE SPACES TO CSV-MOVS-RCH.
           MOVE SPACES TO CSV-MOVS-RET.
           PERFORM ESCRIBO-RENGLON-CSV.

      *>   una categoria que no figura en un cierre que si existe
      *>   no tenia clientes ese dia: cuenta como cero
       TOMO-CATEGORIA-MES.
           IF TMES-CAT-CODIGO(MES-IDX, CAT-IDX) = CATEGORIA-PASO
              MOVE TMES-CAT-CANT(MES-IDX, CAT-IDX)  TO CANT-ACTUAL
              MOVE TMES-CAT-SALDO(MES-IDX, CAT-IDX) TO SALDO-ACTUAL
           END-IF.
           IF TMES-CAT-CODIGO(MES-ANT, CAT-IDX) = CATEGORIA-PASO
              MOVE TMES-CAT-CANT(MES-ANT, CAT-IDX)  TO CANT-ANTERIOR
              MOVE TMES-CAT-SALDO(MES-ANT, CAT-IDX) TO SALDO-ANTERIOR
           END-IF.

      *>   el total de todas las categorias, con la explicacion de
      *>   la variacion en el CSV
       PROCESO-TOTAL.
           MOVE "*" TO CATEGORIA-PASO.
           MOVE SPACES TO LINEA.
           PERFORM ESCRIBO-LINEA.
           STRING "TOTAL GENERAL" DELIMITED BY SIZE INTO LINEA.
           PERFORM ESCRIBO-LINEA.
           PERFORM IMPRIMO-TITULOS-MES.
           PERFORM PROCESO-MES-TOTAL
                   VARYING MES-IDX FROM 2 BY 1
                   UNTIL MES-IDX > CANT-MESES.

       PROCESO-MES-TOTAL.
           COMPUTE MES-ANT = MES-IDX - 1.
           MOVE TMES-HAY-CIERRE(MES-IDX)  TO HAY-ACTUAL.
           MOVE TMES-HAY-CIERRE(MES-ANT)  TO HAY-ANTERIOR.
           MOVE TMES-TOTAL-CANT(MES-IDX)  TO CANT-ACTUAL.
           MOVE TMES-TOTAL-SALDO(MES-IDX) TO SALDO-ACTUAL.
           MOVE TMES-TOTAL-CANT(MES-ANT)  TO CANT-ANTERIOR.
           MOVE TMES-TOTAL-SALDO(MES-ANT) TO SALDO-ANTERIOR.
           PERFORM CALCULO-VARIACION.
           PERFORM IMPRIMO-RENGLON-MES.
           PERFORM CALCULO-OTRAS.
           MOVE "TOTAL GENERAL" TO CSV-DESCRIPCION.
           MOVE TMES-APLICADO(MES-IDX) TO IMPORTE-CSV-ED.
           MOVE FUNCTION TRIM(IMPORTE-CSV-ED) TO CSV-APLICADO.
           MOVE TMES-INTERES(MES-IDX) TO IMPORTE-CSV-ED.
           MOVE FUNCTION TRIM(IMPORTE-CSV-ED) TO CSV-INTERES.
           MOVE TMES-REVERSIONES(MES-IDX) TO IMPORTE-CSV-ED.
           MOVE FUNCTION TRIM(IMPORTE-CSV-ED) TO CSV-REVERSIONES.
           MOVE TMES-RETENIDOS(MES-IDX) TO IMPORTE-CSV-ED.
           MOVE FUNCTION TRIM(IMPORTE-CSV-ED) TO CSV-RETENIDOS.
           IF HAY-ACTUAL = "S" AND HAY-ANTERIOR = "S"
              MOVE OTRAS-VARIACIONES TO IMPORTE-CSV-ED
              MOVE FUNCTION TRIM(IMPORTE-CSV-ED) TO CSV-OTRAS
           ELSE
              MOVE SPACES TO CSV-OTRAS
           END-IF.
           MOVE TMES-LOTES(MES-IDX) TO CANT-CSV-ED.
           MOVE FUNCTION TRIM(CANT-CSV-ED) TO CSV-LOTES.
           MOVE TMES-MOVS-APLICADOS(MES-IDX) TO CANT-CSV-ED.
           MOVE FUNCTION TRIM(CANT-CSV-ED) TO CSV-MOVS-APL.
           MOVE TMES-MOVS-RECHAZADOS(MES-IDX) TO CANT-CSV-ED.
           MOVE FUNCTION TRIM(CANT-CSV-ED) TO CSV-MOVS-RCH.
           MOVE TMES-MOVS-RETENIDOS(MES-IDX) TO CANT-CSV-ED.
           MOVE FUNCTION TRIM(CANT-CSV-ED) TO CSV-MOVS-RET.
           PERFORM ESCRIBO-RENGLON-CSV.

      *>   lo que no explican los lotes, las reversiones ni los
      *>   retenidos: clientes que entran o salen del universo de
      *>   CIERRE (bajas, reactivaciones) con su saldo
       CALCULO-OTRAS.
           COMPUTE OTRAS-VARIACIONES = VAR-SALDO
                   - TMES-APLICADO(MES-IDX)
                   - TMES-REVERSIONES(MES-IDX)
                   - TMES-RETENIDOS(MES-IDX).

      *>   variacion contra el mes anterior: solo si los dos meses
      *>   tienen cierre. El porcentaje es sobre el saldo anterior
      *>   en valor absoluto, asi el signo es el de la variacion;
      *>   con saldo anterior cero no hay porcentaje.
       CALCULO-VARIACION.
           MOVE 0   TO VAR-CANT.
           MOVE 0   TO VAR-SALDO.
           MOVE "N" TO HAY-PORCENTAJE.
           IF HAY-ACTUAL = "S" AND HAY-ANTERIOR = "S"
              COMPUTE VAR-CANT  = CANT-ACTUAL - CANT-ANTERIOR
              COMPUTE VAR-SALDO = SALDO-ACTUAL - SALDO-ANTERIOR
              IF SALDO-ANTERIOR NOT = 0
                 IF SALDO-ANTERIOR < 0
                    COMPUTE SALDO-BASE = 0 - SALDO-ANTERIOR
                 ELSE
                    MOVE SALDO-ANTERIOR TO SALDO-BASE
                 END-IF
                 MOVE "S" TO HAY-PORCENTAJE
                 COMPUTE PORCENTAJE ROUNDED =
                         VAR-SALDO * 100 / SALDO-BASE
                     ON SIZE ERROR
                        MOVE "N" TO HAY-PORCENTAJE
                 END-COMPUTE
              END-IF
           END-IF.

       IMPRIMO-RENGLON-MES.
           MOVE SPACES TO MARCA-TXT.
           IF TMES-DESCUADRES(MES-IDX) > 0
              MOVE "DESCUADRE" TO MARCA-TXT
           END-IF.
           IF HAY-ACTUAL NOT = "S"
              MOVE SPACES TO LINEA
              STRING TMES-PERIODO(MES-IDX)
                     "  SIN CIERRE DE DIA EN EL MES"
                     DELIMITED BY SIZE INTO LINEA
              PERFORM ESCRIBO-LINEA
              MOVE SPACES TO CSV-FECHA
              MOVE SPACES TO CSV-CANT
              MOVE SPACES TO CSV-SALDO
           ELSE
              MOVE TMES-FECHA-CIERRE(MES-IDX) TO FECHA-TXT
              MOVE TMES-FECHA-CIERRE(MES-IDX) TO CSV-FECHA
              MOVE CANT-ACTUAL  TO CANT-ED
              MOVE CANT-ED      TO CANT-TXT
              MOVE CANT-ACTUAL  TO CANT-CSV-ED
              MOVE FUNCTION TRIM(CANT-CSV-ED) TO CSV-CANT
              MOVE SALDO-ACTUAL TO SALDO-ED
              MOVE SALDO-ED     TO SALDO-TXT
              MOVE SALDO-ACTUAL TO IMPORTE-CSV-ED
              MOVE FUNCTION TRIM(IMPORTE-CSV-ED) TO CSV-SALDO
              PERFORM ARMO-VARIACION-TXT
              MOVE SPACES TO LINEA
              STRING TMES-PERIODO(MES-IDX) "  " FECHA-TXT "  "
                     CANT-TXT " " VAR-CANT-TXT " " SALDO-TXT "  "
                     VAR-SALDO-TXT "  " PORC-TXT "  " MARCA-TXT
                     DELIMITED BY SIZE INTO LINEA
              PERFORM ESCRIBO-LINEA
           END-IF.
           IF HAY-ACTUAL NOT = "S" OR HAY-ANTERIOR NOT = "S"
              MOVE SPACES TO CSV-VAR-CANT
              MOVE SPACES TO CSV-VAR-SALDO
              MOVE SPACES TO CSV-PORC
           END-IF.

      *>   sin el cierre del mes anterior no hay variacion: "S/D"
       ARMO-VARIACION-TXT.
           IF HAY-ANTERIOR NOT = "S"
              MOVE "     S/D"        TO VAR-CANT-TXT
              MOVE "            S/D" TO VAR-SALDO-TXT
              MOVE "       S/D"      TO PORC-TXT
           ELSE
              MOVE VAR-CANT  TO VAR-CANT-ED
              MOVE VAR-CANT-ED TO VAR-CANT-TXT
              MOVE VAR-CANT  TO CANT-CSV-ED
              MOVE FUNCTION TRIM(CANT-CSV-ED) TO CSV-VAR-CANT
              MOVE VAR-SALDO TO SALDO-ED
              MOVE SALDO-ED  TO VAR-SALDO-TXT
              MOVE VAR-SALDO TO IMPORTE-CSV-ED
              MOVE FUNCTION TRIM(IMPORTE-CSV-ED) TO CSV-VAR-SALDO
              IF HAY-PORCENTAJE = "S"
                 MOVE PORCENTAJE TO PORC-ED
                 MOVE PORC-ED    TO PORC-TXT
                 MOVE PORCENTAJE TO PORC-CSV-ED
                 MOVE FUNCTION TRIM(PORC-CSV-ED) TO CSV-PORC
              ELSE
                 MOVE "       S/D" TO PORC-TXT
                 MOVE SPACES       TO CSV-PORC
              END-IF
           END-IF.

      *>   por mes, de donde salio la variacion del total
       IMPRIMO-EXPLICACION.
           MOVE SPACES TO LINEA.
           PERFORM ESCRIBO-LINEA.
           STRING "EXPLICACION DE LA VARIACION DEL TOTAL (LO APLICADO "
                  "ENTRE EL CIERRE DE FIN DEL MES ANTERIOR Y EL DE "
                  "ESTE MES)"
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM ESCRIBO-LINEA.
           MOVE SPACES TO LINEA.
           MOVE "MES"               TO LINEA(1:3).
           MOVE "      VARIACION"   TO LINEA(8:15).
           MOVE " APLICADO LOTES"   TO LINEA(24:15).
           MOVE " DE ESO INTERES"   TO LINEA(40:15).
           MOVE "    REVERSIONES"   TO LINEA(56:15).
           MOVE "RETENIDOS APROB"   TO LINEA(72:15).
           MOVE "  OTRAS VARIAC."   TO LINEA(88:15).
           MOVE "LOTES"             TO LINEA(104:5).
           MOVE "MOV.APL"           TO LINEA(110:7).
           MOVE "MOV.RCH"           TO LINEA(118:7).
           MOVE "MOV.RET"           TO LINEA(126:7).
           PERFORM ESCRIBO-LINEA.
           PERFORM IMPRIMO-EXPLICACION-MES
                   VARYING MES-IDX FROM 2 BY 1
                   UNTIL MES-IDX > CANT-MESES.
           MOVE SPACES TO LINEA.
           STRING "OTRAS VARIAC. = VARIACION - APLICADO LOTES - "
                  "REVERSIONES - RETENIDOS APROB: CLIENTES QUE ENTRAN "
                  "O SALEN DEL UNIVERSO DE CIERRE"
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM ESCRIBO-LINEA.

       IMPRIMO-EXPLICACION-MES.
           COMPUTE MES-ANT = MES-IDX - 1.
           MOVE TMES-HAY-CIERRE(MES-IDX) TO HAY-ACTUAL.
           MOVE TMES-HAY-CIERRE(MES-ANT) TO HAY-ANTERIOR.
           IF HAY-ACTUAL = "S" AND HAY-ANTERIOR = "S"
              COMPUTE VAR-SALDO = TMES-TOTAL-SALDO(MES-IDX)
                                - TMES-TOTAL-SALDO(MES-ANT)
              PERFORM CALCULO-OTRAS
              MOVE VAR-SALDO TO SALDO-ED
              MOVE SALDO-ED  TO VAR-SALDO-TXT
              MOVE OTRAS-VARIACIONES TO SALDO-ED
              MOVE SALDO-ED  TO OTRAS-TXT
           ELSE
              MOVE "            S/D" TO VAR-SALDO-TXT
              MOVE "            S/D" TO OTRAS-TXT
           END-IF.
           MOVE SPACES TO LINEA.
           MOVE TMES-LOTES(MES-IDX) TO LOTES-ED.
           STRING TMES-PERIODO(MES-IDX) " " VAR-SALDO-TXT " "
                  DELIMITED BY SIZE INTO LINEA.
           MOVE TMES-APLICADO(MES-IDX) TO SALDO-ED.
           MOVE SALDO-ED TO LINEA(24:15).
           MOVE TMES-INTERES(MES-IDX) TO SALDO-ED.
           MOVE SALDO-ED TO LINEA(40:15).
           MOVE TMES-REVERSIONES(MES-IDX) TO SALDO-ED.
           MOVE SALDO-ED TO LINEA(56:15).
           MOVE TMES-RETENIDOS(MES-IDX) TO SALDO-ED.
           MOVE SALDO-ED TO LINEA(72:15).
           MOVE OTRAS-TXT TO LINEA(88:15).
           MOVE LOTES-ED TO LINEA(104:5).
           MOVE TMES-MOVS-APLICADOS(MES-IDX) TO CANT-ED.
           MOVE CANT-ED TO LINEA(110:7).
           MOVE TMES-MOVS-RECHAZADOS(MES-IDX) TO CANT-ED.
           MOVE CANT-ED TO LINEA(118:7).
           MOVE TMES-MOVS-RETENIDOS(MES-IDX) TO CANT-ED.
           MOVE CANT-ED TO LINEA(126:7).
           PERFORM ESCRIBO-LINEA.

       IMPRIMO-DESCUADRES.
           MOVE SPACES TO LINEA.
           PERFORM ESCRIBO-LINEA.
           IF CANT-DESCUADRES = 0
              STRING "NINGUN CIERRE DE DIA DEL RANGO CON DESCUADRE"
                     DELIMITED BY SIZE INTO LINEA
              PERFORM ESCRIBO-LINEA
           ELSE
              STRING "ATENCION: CIERRES DE DIA DEL RANGO CON DESCUADRE "
                     "(LA POSICION DE ESE DIA NO ATO CONTRA LA "
                     "ANTERIOR MAS EL MAYOR)"
                     DELIMITED BY SIZE INTO LINEA
              PERFORM ESCRIBO-LINEA
              PERFORM IMPRIMO-DESCUADRE
                      VARYING DES-IDX FROM 1 BY 1
                      UNTIL DES-IDX > CANT-DESCUADRES
           END-IF.

       IMPRIMO-DESCUADRE.
           MOVE SPACES TO LINEA.
           STRING "   DESCUADRE EL " TDES-FECHA(DES-IDX)
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM ESCRIBO-LINEA.

       ESCRIBO-CABECERA-CSV.
           MOVE SPACES TO RENGLON-CSV.
           STRING "MES;CATEGORIA;DESCRIPCION;FECHA_CIERRE;CLIENTES;"
                  "VAR_CLIENTES;SALDO;VAR_SALDO;VAR_PORC;"
                  "APLICADO_LOTES;INTERES;REVERSIONES;"
                  "RETENIDOS_APROBADOS;OTRAS_VARIACIONES;LOTES;"
                  "MOVS_APLICADOS;MOVS_RECHAZADOS;MOVS_RETENIDOS;"
                  "DIAS_DESCUADRE"
                  DELIMITED BY SIZE INTO RENGLON-CSV.
           MOVE RENGLON-CSV TO LINEA-CSV.
           WRITE LINEA-CSV.

      *>   un renglon por mes y categoria (y los de TOTAL GENERAL con
      *>   las columnas de la explicacion), para filtrar y graficar
      *>   en la planilla. Separado por punto y coma porque los
      *>   importes van con coma decimal.
       ESCRIBO-RENGLON-CSV.
           MOVE TMES-DESCUADRES(MES-IDX) TO CANT-CSV-ED.
           MOVE FUNCTION TRIM(CANT-CSV-ED) TO CSV-DESCUADRES.
           MOVE SPACES TO RENGLON-CSV.
           STRING TMES-PERIODO(MES-IDX)          DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  CATEGORIA-PASO                 DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  FUNCTION TRIM(CSV-DESCRIPCION) DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  CSV-FECHA                      DELIMITED BY SPACE
                  ";"                            DELIMITED BY SIZE
                  CSV-CANT                       DELIMITED BY SPACE
                  ";"                            DELIMITED BY SIZE
                  CSV-VAR-CANT                   DELIMITED BY SPACE
                  ";"                            DELIMITED BY SIZE
                  CSV-SALDO                      DELIMITED BY SPACE
                  ";"                            DELIMITED BY SIZE
                  CSV-VAR-SALDO                  DELIMITED BY SPACE
                  ";"                            DELIMITED BY SIZE
                  CSV-PORC                       DELIMITED BY SPACE
                  ";"                            DELIMITED BY SIZE
                  CSV-APLICADO                   DELIMITED BY SPACE
                  ";"                            DELIMITED BY SIZE
                  CSV-INTERES                    DELIMITED BY SPACE
                  ";"                            DELIMITED BY SIZE
                  CSV-REVERSIONES                DELIMITED BY SPACE
                  ";"                            DELIMITED BY SIZE
                  CSV-RETENIDOS                  DELIMITED BY SPACE
                  ";"                            DELIMITED BY SIZE
                  CSV-OTRAS                      DELIMITED BY SPACE
                  ";"                            DELIMITED BY SIZE
                  CSV-LOTES                      DELIMITED BY SPACE
                  ";"                            DELIMITED BY SIZE
                  CSV-MOVS-APL                   DELIMITED BY SPACE
                  ";"                            DELIMITED BY SIZE
                  CSV-MOVS-RCH                   DELIMITED BY SPACE
                  ";"                            DELIMITED BY SIZE
                  CSV-MOVS-RET                   DELIMITED BY SPACE
                  ";"                            DELIMITED BY SIZE
                  CSV-DESCUADRES                 DELIMITED BY SPACE
                  INTO RENGLON-CSV
           END-STRING.
           MOVE RENGLON-CSV TO LINEA-CSV.
           WRITE LINEA-CSV.
           ADD 1 TO LINEAS-CSV.

       ESCRIBO-LINEA.
           MOVE LINEA TO LINEA-TENDENCIA.
           WRITE LINEA-TENDENCIA.
           MOVE SPACES TO LINEA.

       MUESTRO-CONTADORES.
           DISPLAY "LINEAS DE CIERRES LEIDAS:  " LINEAS-CIERRES.
           DISPLAY "LINEAS DE CORRIDAS LEIDAS: " LINEAS-CORRIDAS.
           DISPLAY "LINEAS DE LOTES LEIDAS:    " LINEAS-LOTES.
           DISPLAY "LINEAS DEL MAYOR LEIDAS:   " LINEAS-MAYOR.
           DISPLAY "DIAS CON DESCUADRE:        " CANT-DESCUADRES.
           DISPLAY "RENGLONES DEL CSV:         " LINEAS-CSV.
           DISPLAY "REPORTE EN tendencia.dat, CSV EN tendencia.csv".



       END PROGRAM "TENDENCIA".
