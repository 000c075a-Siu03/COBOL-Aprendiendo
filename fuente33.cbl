      ******************************************************************
      * Author:
      * Date:
      * Purpose: Twelve-month balance trend from the month-end
      *          snapshots: takes the last 12 periods registered in
      *          PERIODOS and, from CIERRES, prints saldo and number of
      *          customers per categoria with one column per month and
      *          the month-over-month variation (none for the first
      *          month or from a zero saldo), the customers whose
      *          saldo grew in every month (a snapshot in each of the
      *          months, each above the one before), and the top N
      *          debtors of the last period with their 12-month path.
      *          The same
      *          figures go to the delimited file ./tendencia-saldos.dat
      *          for spreadsheets. Report in ./tendencia-saldos.rpt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TENDENCIA-SALDOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "./clientes.sel".
           COPY "./cierres.sel".
           COPY "./periodos.sel".

           SELECT REPORTE ASSIGN TO "./tendencia-saldos.rpt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REP.

           SELECT PLANILLA ASSIGN TO "./tendencia-saldos.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-PLA.

       DATA DIVISION.
       FILE SECTION.

           COPY "./clientes.fd".
           COPY "./cierres.fd".
           COPY "./periodos.fd".

       FD REPORTE.

       01  REG-REPORTE             PIC X(132).

       FD PLANILLA.

       01  REG-PLANILLA            PIC X(120).

       WORKING-STORAGE SECTION.

       01  ST-FILE             PIC XX.
       01  ST-SIC              PIC XX.
       01  ST-CIE              PIC XX.
       01  ST-PER              PIC XX.
       01  ST-REP              PIC XX.
       01  ST-PLA              PIC XX.

       01  MENSAJE-STATUS      PIC X(60).
       01  DECISION-STATUS     PIC X.

       01  FIN                 PIC X       VALUE "N".
       01  FIN-PER             PIC X       VALUE "N".
       01  FIN-CIE             PIC X       VALUE "N".
       01  SW-CRECIENTE        PIC X       VALUE "N".
       01  SW-UBICADO          PIC X       VALUE "N".
       01  SW-HAY-OTRAS        PIC X       VALUE "N".

       01  FECHA-HOY           PIC 9(8)    VALUE ZERO.

       01  TABLA-PERIODOS.
           03  TPE-PERIODO         PIC 9(6) OCCURS 600.
       01  CANT-PERIODOS       PIC 9(4) COMP VALUE ZERO.
       01  MAX-PERIODOS        PIC 9(4) COMP VALUE 600.
       01  IND-PER             PIC 9(4) COMP VALUE ZERO.
       01  UMBRAL-PERIODO      PIC 9(6)    VALUE ZERO.
       01  MAYOR-PERIODO       PIC 9(6)    VALUE ZERO.

       01  TABLA-MESES.
           03  MES-PERIODO         PIC 9(6) OCCURS 12.
       01  TABLA-MESES-DESC.
           03  MDE-PERIODO         PIC 9(6) OCCURS 12.
       01  CANT-MESES          PIC 9(2) COMP VALUE ZERO.
       01  IND-MES             PIC 9(2) COMP VALUE ZERO.
       01  IND-MES-ANT         PIC 9(2) COMP VALUE ZERO.

       01  LETRAS-CATEGORIA    PIC X(4)    VALUE "ABCD".
       01  TABLA-TENDENCIA.
           03  TEN-CATEGORIA       OCCURS 6.
               05  TEN-MES             OCCURS 12.
                   07  TEN-SALDO           PIC S9(11)V9(3).
                   07  TEN-CANTIDAD        PIC 9(7).
       01  IND-CAT             PIC 9(2) COMP VALUE ZERO.
       01  IND-TOTAL           PIC 9(2) COMP VALUE 6.
       01  TITULO-CATEGORIA    PIC X(12)   VALUE SPACES.
       01  CATEGORIA-EXPORT    PIC X(5)    VALUE SPACES.

       01  VARIACION           PIC S9(5)V99 VALUE ZERO.
       01  SALDO-BASE          PIC S9(11)V9(3) VALUE ZERO.

       01  CANT-TOP            PIC 9(2) COMP VALUE ZERO.
       01  MAX-TOP             PIC 9(2) COMP VALUE 10.
       01  IND-TOP             PIC 9(2) COMP VALUE ZERO.
       01  POS-TOP             PIC 9(2) COMP VALUE ZERO.
       01  CANTIDAD-PEDIDA     PIC 9(2)    VALUE ZERO.
       01  TABLA-TOP.
           03  TOP-ITEM            OCCURS 50.
               05  TOP-CLI-ID          PIC 9(7).
               05  TOP-CATEGORIA       PIC X.
               05  TOP-CRECIENTE       PIC X.
               05  TOP-MES             OCCURS 12.
                   07  TOP-PRESENTE        PIC X.
                   07  TOP-SALDO           PIC S9(7)V9(3).

       01  CAMINO-CLIENTE.
           03  CAM-CLI-ID          PIC 9(7).
           03  CAM-CATEGORIA       PIC X.
           03  CAM-CRECIENTE       PIC X.
           03  CAM-MES             OCCURS 12.
               05  CAM-PRESENTE        PIC X.
               05  CAM-SALDO           PIC S9(7)V9(3).

       01  NOMBRE-CLIENTE      PIC X(40)   VALUE SPACES.

       01  CONT-CIE-LEIDOS     PIC 9(7)    VALUE ZERO.
       01  CONT-CLIENTES       PIC 9(7)    VALUE ZERO.
       01  CONT-CRECIENTES     PIC 9(7)    VALUE ZERO.
       01  CONT-PLANILLA       PIC 9(7)    VALUE ZERO.

       01  EDIT-PERIODO        PIC BBB9999/99.
       01  EDIT-IMPORTE        PIC -(9)9.
       01  EDIT-CANTIDAD       PIC Z(9)9.
       01  EDIT-PORCENTAJE     PIC -(6)9,99.

       01  SALDO-EXPORT        PIC +9(11),9(3).
       01  VARIACION-EXPORT    PIC +9(5),99.
       01  CANTIDAD-EXPORT     PIC 9(7).
       01  ORDEN-EXPORT        PIC 9(2).

       01  LINEA-TITULO.
           03  FILLER              PIC X(40)
               VALUE "TENDENCIA DE SALDOS - ULTIMOS 12 CIERRES".
           03  FILLER              PIC X(6)    VALUE "  AL ".
           03  TIT-FECHA           PIC 9(8).
           03  FILLER              PIC X(36)
               VALUE "   (IMPORTES EN PESOS, SIN DECIMAL)".

       01  LINEA-COLUMNAS.
           03  LCO-TITULO          PIC X(12).
           03  LCO-COLUMNA         PIC X(10) OCCURS 12.

       01  LINEA-DEUDOR.
           03  DEU-ORDEN           PIC Z9.
           03  FILLER              PIC X(2)    VALUE ". ".
           03  DEU-CLI-ID          PIC ZZZZZZ9.
           03  FILLER              PIC X(2)    VALUE SPACES.
           03  DEU-NOMBRE          PIC X(40).
           03  FILLER              PIC X(6)    VALUE "  CAT ".
           03  DEU-CATEGORIA       PIC X.
           03  FILLER              PIC X(2)    VALUE SPACES.
           03  DEU-MARCA           PIC X(34).

       01  LINEA-CRECIENTE.
           03  CRE-CLI-ID          PIC ZZZZZZ9.
           03  FILLER              PIC X(2)    VALUE SPACES.
           03  CRE-NOMBRE          PIC X(40).
           03  FILLER              PIC X(6)    VALUE "  CAT ".
           03  CRE-CATEGORIA       PIC X.
           03  FILLER              PIC X(8)    VALUE "  DESDE ".
           03  CRE-SALDO-INICIAL   PIC -(7)9,999.
           03  FILLER              PIC X(8)    VALUE "  HASTA ".
           03  CRE-SALDO-FINAL     PIC -(7)9,999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM PIDO-CANTIDAD.
           INITIALIZE TABLA-TENDENCIA TABLA-TOP.
           PERFORM ABRO-ARCHIVOS.
           IF FIN NOT = "S"
              PERFORM CARGO-PERIODOS
              PERFORM ELIJO-MESES
              IF CANT-MESES = ZERO
                 DISPLAY "NO HAY PERIODOS CERRADOS"
              ELSE
                 PERFORM IMPRIME-ENCABEZADO
                 PERFORM ACUMULO-MES THRU F-ACUMULO-MES
                         VARYING IND-MES FROM 1 BY 1
                         UNTIL IND-MES > CANT-MESES
                 PERFORM IMPRIME-CATEGORIAS
                 PERFORM RECORRO-CLIENTES
                 PERFORM IMPRIME-DEUDORES
                 PERFORM GRABO-TRAILER
              END-IF
              PERFORM CIERRO-ARCHIVOS
              PERFORM MUESTRO-TOTALES
           END-IF.
           STOP RUN.

       PIDO-CANTIDAD.
           DISPLAY "CANTIDAD DE MAYORES DEUDORES A LISTAR (0 = 10): ".
           ACCEPT CANTIDAD-PEDIDA.
           IF CANTIDAD-PEDIDA = ZERO
              MOVE 10 TO MAX-TOP
           ELSE
              IF CANTIDAD-PEDIDA > 50
                 MOVE 50 TO MAX-TOP
              ELSE
                 MOVE CANTIDAD-PEDIDA TO MAX-TOP
              END-IF
           END-IF.

       ABRO-ARCHIVOS.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
              CALL "VERIFICA-STATUS" USING ST-FILE MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "CLIENTES: " MENSAJE-STATUS
              MOVE "S" TO FIN
           END-IF.
           OPEN INPUT CIERRES.
           IF ST-CIE > "07"
              CALL "VERIFICA-STATUS" USING ST-CIE MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "CIERRES: " MENSAJE-STATUS
              MOVE "S" TO FIN
           END-IF.
           OPEN OUTPUT REPORTE.
           IF ST-REP > "07"
              CALL "VERIFICA-STATUS" USING ST-REP MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "REPORTE: " MENSAJE-STATUS
              MOVE "S" TO FIN
           END-IF.
           OPEN OUTPUT PLANILLA.
           IF ST-PLA > "07"
              CALL "VERIFICA-STATUS" USING ST-PLA MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "PLANILLA: " MENSAJE-STATUS
              MOVE "S" TO FIN
           END-IF.

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES CIERRES REPORTE PLANILLA.

       CARGO-PERIODOS.
           MOVE ZERO TO CANT-PERIODOS.
           OPEN INPUT PERIODOS.
           IF ST-PER = "35"
              CONTINUE
           ELSE
              IF ST-PER > "07"
                 CALL "VERIFICA-STATUS" USING ST-PER MENSAJE-STATUS
                         DECISION-STATUS
                 DISPLAY "PERIODOS: " MENSAJE-STATUS
              ELSE
                 PERFORM LEO-PERIODO THRU F-LEO-PERIODO
                         UNTIL FIN-PER = "S"
                 CLOSE PERIODOS
              END-IF
           END-IF.

       LEO-PERIODO.
           READ PERIODOS
               AT END
                   MOVE "S" TO FIN-PER
                   GO TO F-LEO-PERIODO
           END-READ.
           IF CANT-PERIODOS >= MAX-PERIODOS
              DISPLAY "PERIODOS: TABLA COMPLETA, SE IGNORA " PER_PERIODO
              GO TO F-LEO-PERIODO.
           ADD 1 TO CANT-PERIODOS.
           MOVE PER_PERIODO TO TPE-PERIODO (CANT-PERIODOS).

       F-LEO-PERIODO.
           EXIT.

       ELIJO-MESES.
           MOVE ZERO   TO CANT-MESES.
           MOVE 999999 TO UMBRAL-PERIODO.
           PERFORM BUSCO-MES-ANTERIOR THRU F-BUSCO-MES-ANTERIOR
                   VARYING IND-MES FROM 1 BY 1
                   UNTIL IND-MES > 12.
           PERFORM ORDENO-MES
                   VARYING IND-MES FROM 1 BY 1
                   UNTIL IND-MES > CANT-MESES.

       BUSCO-MES-ANTERIOR.
           MOVE ZERO TO MAYOR-PERIODO.
           PERFORM COMPARO-PERIODO
                   VARYING IND-PER FROM 1 BY 1
                   UNTIL IND-PER > CANT-PERIODOS.
           IF MAYOR-PERIODO = ZERO
              MOVE 12 TO IND-MES
              GO TO F-BUSCO-MES-ANTERIOR.
           ADD 1 TO CANT-MESES.
           MOVE MAYOR-PERIODO TO MDE-PERIODO (CANT-MESES).
           MOVE MAYOR-PERIODO TO UMBRAL-PERIODO.

       F-BUSCO-MES-ANTERIOR.
           EXIT.

       COMPARO-PERIODO.
           IF TPE-PERIODO (IND-PER) < UMBRAL-PERIODO
              AND TPE-PERIODO (IND-PER) > MAYOR-PERIODO
              MOVE TPE-PERIODO (IND-PER) TO MAYOR-PERIODO
           END-IF.

       ORDENO-MES.
           COMPUTE IND-MES-ANT = CANT-MESES - IND-MES + 1.
           MOVE MDE-PERIODO (IND-MES-ANT) TO MES-PERIODO (IND-MES).

       IMPRIME-ENCABEZADO.
           MOVE FECHA-HOY TO TIT-FECHA.
           WRITE REG-REPORTE FROM LINEA-TITULO.
           MOVE ALL "-" TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE CANT-MESES TO ORDEN-EXPORT.
           MOVE SPACES TO REG-PLANILLA.
           STRING "H;" FECHA-HOY ";" MES-PERIODO (1) ";"
                  MES-PERIODO (CANT-MESES) ";" ORDEN-EXPORT
                  DELIMITED BY SIZE INTO REG-PLANILLA.
           PERFORM GRABO-PLANILLA.

       IMPRIME-MESES.
           MOVE SPACES TO LINEA-COLUMNAS.
           MOVE TITULO-CATEGORIA TO LCO-TITULO.
           PERFORM ARMO-COLUMNA-MES
                   VARYING IND-MES FROM 1 BY 1
                   UNTIL IND-MES > CANT-MESES.
           WRITE REG-REPORTE FROM LINEA-COLUMNAS.

       ARMO-COLUMNA-MES.
           MOVE MES-PERIODO (IND-MES) TO EDIT-PERIODO.
           MOVE EDIT-PERIODO TO LCO-COLUMNA (IND-MES).

       ACUMULO-MES.
           MOVE "N" TO FIN-CIE.
           MOVE MES-PERIODO (IND-MES) TO CIE_PERIODO.
           MOVE ZERO TO CIE_CLI_ID.
           START CIERRES KEY IS NOT LESS THAN CIE_CLAVE
               INVALID KEY
                   GO TO F-ACUMULO-MES
           END-START.
           PERFORM ACUMULO-CIERRE THRU F-ACUMULO-CIERRE
                   UNTIL FIN-CIE = "S".

       F-ACUMULO-MES.
           EXIT.

       ACUMULO-CIERRE.
           READ CIERRES NEXT RECORD
               AT END
                   MOVE "S" TO FIN-CIE
                   GO TO F-ACUMULO-CIERRE
           END-READ.
           IF CIE_PERIODO NOT = MES-PERIODO (IND-MES)
              MOVE "S" TO FIN-CIE
              GO TO F-ACUMULO-CIERRE.
           ADD 1 TO CONT-CIE-LEIDOS.
           MOVE 5 TO IND-CAT.
           PERFORM BUSCO-CATEGORIA
                   VARYING IND-TOP FROM 1 BY 1
                   UNTIL IND-TOP > 4.
           ADD CIE_SALDO TO TEN-SALDO (IND-CAT, IND-MES)
                            TEN-SALDO (IND-TOTAL, IND-MES).
           ADD 1 TO TEN-CANTIDAD (IND-CAT, IND-MES)
                    TEN-CANTIDAD (IND-TOTAL, IND-MES).

       F-ACUMULO-CIERRE.
           EXIT.

       BUSCO-CATEGORIA.
           IF CIE_CATEGORIA = LETRAS-CATEGORIA (IND-TOP:1)
              MOVE IND-TOP TO IND-CAT
           END-IF.

       IMPRIME-CATEGORIAS.
           MOVE "CATEGORIA" TO TITULO-CATEGORIA.
           PERFORM IMPRIME-MESES.
           MOVE ALL "-" TO REG-REPORTE.
           WRITE REG-REPORTE.
           PERFORM IMPRIME-CATEGORIA
                   VARYING IND-CAT FROM 1 BY 1
                   UNTIL IND-CAT > IND-TOTAL.

       IMPRIME-CATEGORIA.
           MOVE "S" TO SW-HAY-OTRAS.
           IF IND-CAT = 5
              MOVE "N" TO SW-HAY-OTRAS
              PERFORM BUSCO-OTRAS
                      VARYING IND-MES FROM 1 BY 1
                      UNTIL IND-MES > CANT-MESES
           END-IF.
           IF SW-HAY-OTRAS = "S"
              EVALUATE IND-CAT
                  WHEN 5
                      MOVE "OTRAS" TO TITULO-CATEGORIA
                      MOVE "OTRAS" TO CATEGORIA-EXPORT
                  WHEN 6
                      MOVE "TOTAL" TO TITULO-CATEGORIA
                      MOVE "TOTAL" TO CATEGORIA-EXPORT
                  WHEN OTHER
                      MOVE SPACES TO TITULO-CATEGORIA
                      STRING "CATEGORIA " LETRAS-CATEGORIA (IND-CAT:1)
                             DELIMITED BY SIZE INTO TITULO-CATEGORIA
                      MOVE LETRAS-CATEGORIA (IND-CAT:1)
                           TO CATEGORIA-EXPORT
              END-EVALUATE
              MOVE SPACES TO LINEA-COLUMNAS
              MOVE TITULO-CATEGORIA TO LCO-TITULO
              PERFORM ARMO-COLUMNA-SALDO
                      VARYING IND-MES FROM 1 BY 1
                      UNTIL IND-MES > CANT-MESES
              WRITE REG-REPORTE FROM LINEA-COLUMNAS
              MOVE SPACES TO LINEA-COLUMNAS
              MOVE "  CLIENTES" TO LCO-TITULO
              PERFORM ARMO-COLUMNA-CANTIDAD
                      VARYING IND-MES FROM 1 BY 1
                      UNTIL IND-MES > CANT-MESES
              WRITE REG-REPORTE FROM LINEA-COLUMNAS
              MOVE SPACES TO LINEA-COLUMNAS
              MOVE "  VAR. %" TO LCO-TITULO
              PERFORM ARMO-COLUMNA-VARIACION
                      VARYING IND-MES FROM 1 BY 1
                      UNTIL IND-MES > CANT-MESES
              WRITE REG-REPORTE FROM LINEA-COLUMNAS
              MOVE SPACES TO REG-REPORTE
              WRITE REG-REPORTE
           END-IF.

       BUSCO-OTRAS.
           IF TEN-CANTIDAD (5, IND-MES) > ZERO
              MOVE "S" TO SW-HAY-OTRAS
           END-IF.

       ARMO-COLUMNA-SALDO.
           COMPUTE EDIT-IMPORTE ROUNDED =
                   TEN-SALDO (IND-CAT, IND-MES).
           MOVE EDIT-IMPORTE TO LCO-COLUMNA (IND-MES).

       ARMO-COLUMNA-CANTIDAD.
           MOVE TEN-CANTIDAD (IND-CAT, IND-MES) TO EDIT-CANTIDAD.
           MOVE EDIT-CANTIDAD TO LCO-COLUMNA (IND-MES).

       ARMO-COLUMNA-VARIACION.
           MOVE ZERO TO VARIACION.
           IF IND-MES > 1
              COMPUTE IND-MES-ANT = IND-MES - 1
              MOVE TEN-SALDO (IND-CAT, IND-MES-ANT) TO SALDO-BASE
              IF SALDO-BASE < ZERO
                 COMPUTE SALDO-BASE = ZERO - SALDO-BASE
              END-IF
              IF SALDO-BASE NOT = ZERO
                 COMPUTE VARIACION ROUNDED =
                         (TEN-SALDO (IND-CAT, IND-MES)
                        - TEN-SALDO (IND-CAT, IND-MES-ANT))
                         * 100 / SALDO-BASE
                     ON SIZE ERROR
                         MOVE 99999,99 TO VARIACION
                 END-COMPUTE
                 MOVE VARIACION TO EDIT-PORCENTAJE
                 MOVE EDIT-PORCENTAJE TO LCO-COLUMNA (IND-MES)
              END-IF
           END-IF.
           MOVE TEN-SALDO (IND-CAT, IND-MES)    TO SALDO-EXPORT.
           MOVE TEN-CANTIDAD (IND-CAT, IND-MES) TO CANTIDAD-EXPORT.
           MOVE VARIACION                       TO VARIACION-EXPORT.
           MOVE SPACES TO REG-PLANILLA.
           STRING "C;" MES-PERIODO (IND-MES) ";"
                  CATEGORIA-EXPORT DELIMITED BY SPACE
                  ";" CANTIDAD-EXPORT ";" SALDO-EXPORT ";"
                  VARIACION-EXPORT
                  DELIMITED BY SIZE INTO REG-PLANILLA.
           PERFORM GRABO-PLANILLA.

       RECORRO-CLIENTES.
           MOVE SPACES TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE "CLIENTES CON SALDO EN AUMENTO TODOS LOS MESES"
                TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE ALL "-" TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE "N" TO FIN-CIE.
           MOVE MES-PERIODO (CANT-MESES) TO CIE_PERIODO.
           MOVE ZERO TO CIE_CLI_ID.
           START CIERRES KEY IS NOT LESS THAN CIE_CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-CIE
           END-START.
           PERFORM PROCESO-CLIENTE THRU F-PROCESO-CLIENTE
                   UNTIL FIN-CIE = "S".
           IF CONT-CRECIENTES = ZERO
              MOVE "NO HAY CLIENTES CON SALDO EN AUMENTO SOSTENIDO"
                   TO REG-REPORTE
              WRITE REG-REPORTE
           END-IF.

       PROCESO-CLIENTE.
           READ CIERRES NEXT RECORD
               AT END
                   MOVE "S" TO FIN-CIE
                   GO TO F-PROCESO-CLIENTE
           END-READ.
           IF CIE_PERIODO NOT = MES-PERIODO (CANT-MESES)
              MOVE "S" TO FIN-CIE
              GO TO F-PROCESO-CLIENTE.
           ADD 1 TO CONT-CLIENTES.
           INITIALIZE CAMINO-CLIENTE.
           MOVE CIE_CLI_ID    TO CAM-CLI-ID.
           MOVE CIE_CATEGORIA TO CAM-CATEGORIA.
           MOVE "S"           TO CAM-PRESENTE (CANT-MESES).
           MOVE CIE_SALDO     TO CAM-SALDO (CANT-MESES).
           PERFORM BUSCO-SALDO-MES
                   VARYING IND-MES FROM 1 BY 1
                   UNTIL IND-MES >= CANT-MESES.
           PERFORM VERIFICO-CRECIMIENTO.
           IF CAM-CRECIENTE = "S"
              PERFORM IMPRIME-CRECIENTE
           END-IF.
           IF CAM-SALDO (CANT-MESES) > ZERO
              PERFORM UBICO-EN-TOP THRU F-UBICO-EN-TOP
           END-IF.
           MOVE MES-PERIODO (CANT-MESES) TO CIE_PERIODO.
           MOVE CAM-CLI-ID               TO CIE_CLI_ID.
           START CIERRES KEY IS GREATER THAN CIE_CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-CIE
           END-START.

       F-PROCESO-CLIENTE.
           EXIT.

       BUSCO-SALDO-MES.
           MOVE MES-PERIODO (IND-MES) TO CIE_PERIODO.
           MOVE CAM-CLI-ID            TO CIE_CLI_ID.
           READ CIERRES
               INVALID KEY
                   MOVE "N"  TO CAM-PRESENTE (IND-MES)
                   MOVE ZERO TO CAM-SALDO (IND-MES)
               NOT INVALID KEY
                   MOVE "S"       TO CAM-PRESENTE (IND-MES)
                   MOVE CIE_SALDO TO CAM-SALDO (IND-MES)
           END-READ.

       VERIFICO-CRECIMIENTO.
           MOVE "N" TO CAM-CRECIENTE.
           IF CANT-MESES > 1
              MOVE "S" TO SW-CRECIENTE
              PERFORM COMPARO-MES-ANTERIOR
                      VARYING IND-MES FROM 2 BY 1
                      UNTIL IND-MES > CANT-MESES
              IF CAM-PRESENTE (1) NOT = "S"
                 MOVE "N" TO SW-CRECIENTE
              END-IF
              MOVE SW-CRECIENTE TO CAM-CRECIENTE
           END-IF.

       COMPARO-MES-ANTERIOR.
           COMPUTE IND-MES-ANT = IND-MES - 1.
           IF CAM-PRESENTE (IND-MES) NOT = "S"
              OR CAM-SALDO (IND-MES) NOT > CAM-SALDO (IND-MES-ANT)
              MOVE "N" TO SW-CRECIENTE
           END-IF.

       IMPRIME-CRECIENTE.
           ADD 1 TO CONT-CRECIENTES.
           MOVE CAM-CLI-ID TO CLI_ID.
           PERFORM BUSCO-NOMBRE.
           MOVE CAM-CLI-ID              TO CRE-CLI-ID.
           MOVE NOMBRE-CLIENTE          TO CRE-NOMBRE.
           MOVE CAM-CATEGORIA           TO CRE-CATEGORIA.
           MOVE CAM-SALDO (1)           TO CRE-SALDO-INICIAL.
           MOVE CAM-SALDO (CANT-MESES)  TO CRE-SALDO-FINAL.
           WRITE REG-REPORTE FROM LINEA-CRECIENTE.
           PERFORM GRABO-PLANILLA-CAMINO
                   VARYING IND-MES FROM 1 BY 1
                   UNTIL IND-MES > CANT-MESES.

       GRABO-PLANILLA-CAMINO.
           MOVE CAM-SALDO (IND-MES) TO SALDO-EXPORT.
           MOVE SPACES TO REG-PLANILLA.
           STRING "A;" CAM-CLI-ID ";" MES-PERIODO (IND-MES) ";"
                  SALDO-EXPORT
                  DELIMITED BY SIZE INTO REG-PLANILLA.
           PERFORM GRABO-PLANILLA.

       BUSCO-NOMBRE.
           READ CLIENTES
               INVALID KEY
                   MOVE "** SIN FICHA EN CLIENTES **" TO NOMBRE-CLIENTE
               NOT INVALID KEY
                   IF CLI_TIPO = "E"
                      MOVE CLI_RAZONSOCIAL(1:40) TO NOMBRE-CLIENTE
                   ELSE
                      MOVE CLI_NOMBRE(1:40) TO NOMBRE-CLIENTE
                   END-IF
           END-READ.

       UBICO-EN-TOP.
           IF CANT-TOP < MAX-TOP
              ADD 1 TO CANT-TOP
              MOVE CANT-TOP TO POS-TOP
           ELSE
              IF CAM-SALDO (CANT-MESES)
                 NOT > TOP-SALDO (MAX-TOP, CANT-MESES)
                 GO TO F-UBICO-EN-TOP
              END-IF
              MOVE MAX-TOP TO POS-TOP
           END-IF.
           MOVE "N" TO SW-UBICADO.
           PERFORM CORRO-TOP THRU F-CORRO-TOP
                   UNTIL SW-UBICADO = "S".
           MOVE CAMINO-CLIENTE TO TOP-ITEM (POS-TOP).

       F-UBICO-EN-TOP.
           EXIT.

       CORRO-TOP.
           IF POS-TOP = 1
              MOVE "S" TO SW-UBICADO
              GO TO F-CORRO-TOP.
           IF TOP-SALDO (POS-TOP - 1, CANT-MESES)
              NOT < CAM-SALDO (CANT-MESES)
              MOVE "S" TO SW-UBICADO
              GO TO F-CORRO-TOP.
           MOVE TOP-ITEM (POS-TOP - 1) TO TOP-ITEM (POS-TOP).
           SUBTRACT 1 FROM POS-TOP.

       F-CORRO-TOP.
           EXIT.

       IMPRIME-DEUDORES.
           MOVE SPACES TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE SPACES TO REG-REPORTE.
           MOVE MAX-TOP TO ORDEN-EXPORT.
           STRING "MAYORES DEUDORES DEL ULTIMO CIERRE (HASTA "
                  ORDEN-EXPORT ") Y SU SALDO EN CADA MES"
                  DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE SPACES TO TITULO-CATEGORIA.
           PERFORM IMPRIME-MESES.
           MOVE ALL "-" TO REG-REPORTE.
           WRITE REG-REPORTE.
           PERFORM IMPRIME-DEUDOR
                   VARYING IND-TOP FROM 1 BY 1
                   UNTIL IND-TOP > CANT-TOP.

       IMPRIME-DEUDOR.
           MOVE TOP-CLI-ID (IND-TOP) TO CLI_ID.
           PERFORM BUSCO-NOMBRE.
           MOVE IND-TOP                 TO DEU-ORDEN.
           MOVE TOP-CLI-ID (IND-TOP)    TO DEU-CLI-ID.
           MOVE NOMBRE-CLIENTE          TO DEU-NOMBRE.
           MOVE TOP-CATEGORIA (IND-TOP) TO DEU-CATEGORIA.
           IF TOP-CRECIENTE (IND-TOP) = "S"
              MOVE "* SALDO EN AUMENTO TODOS LOS MESES" TO DEU-MARCA
           ELSE
              MOVE SPACES TO DEU-MARCA
           END-IF.
           WRITE REG-REPORTE FROM LINEA-DEUDOR.
           MOVE SPACES TO LINEA-COLUMNAS.
           PERFORM ARMO-COLUMNA-DEUDOR
                   VARYING IND-MES FROM 1 BY 1
                   UNTIL IND-MES > CANT-MESES.
           WRITE REG-REPORTE FROM LINEA-COLUMNAS.

       ARMO-COLUMNA-DEUDOR.
           IF TOP-PRESENTE (IND-TOP, IND-MES) = "S"
              COMPUTE EDIT-IMPORTE ROUNDED =
                      TOP-SALDO (IND-TOP, IND-MES)
              MOVE EDIT-IMPORTE TO LCO-COLUMNA (IND-MES)
           ELSE
              MOVE "       S/C" TO LCO-COLUMNA (IND-MES)
           END-IF.
           MOVE IND-TOP                      TO ORDEN-EXPORT.
           MOVE TOP-SALDO (IND-TOP, IND-MES) TO SALDO-EXPORT.
           MOVE SPACES TO REG-PLANILLA.
           STRING "D;" ORDEN-EXPORT ";" TOP-CLI-ID (IND-TOP) ";"
                  MES-PERIODO (IND-MES) ";" SALDO-EXPORT ";"
                  TOP-CRECIENTE (IND-TOP)
                  DELIMITED BY SIZE INTO REG-PLANILLA.
           PERFORM GRABO-PLANILLA.

       GRABO-PLANILLA.
           WRITE REG-PLANILLA.
           IF ST-PLA > "07"
              CALL "VERIFICA-STATUS" USING ST-PLA MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "PLANILLA: " MENSAJE-STATUS
           ELSE
              ADD 1 TO CONT-PLANILLA
           END-IF.

       GRABO-TRAILER.
           MOVE CONT-PLANILLA TO CANTIDAD-EXPORT.
           MOVE SPACES TO REG-PLANILLA.
           STRING "T;" CANTIDAD-EXPORT
                  DELIMITED BY SIZE INTO REG-PLANILLA.
           WRITE REG-PLANILLA.

       MUESTRO-TOTALES.
           DISPLAY "MESES INFORMADOS     : " CANT-MESES.
           DISPLAY "CIERRES LEIDOS       : " CONT-CIE-LEIDOS.
           DISPLAY "CLIENTES ULTIMO MES  : " CONT-CLIENTES.
           DISPLAY "SALDO EN AUMENTO     : " CONT-CRECIENTES.
           DISPLAY "REPORTE GENERADO EN ./tendencia-saldos.rpt".
           DISPLAY "PLANILLA GENERADA EN ./tendencia-saldos.dat".

       END PROGRAM TENDENCIA-SALDOS.
