      ******************************************************************
      * Author:
      * Date:
      * Purpose: Open-items report (partidas abiertas): for one
      *          customer or for all of them, lists every document of
      *          PARTIDAS with a pending saldo in due-date order, with
      *          the days past due of each unpaid invoice, a subtotal
      *          per customer (total, overdue and unapplied credit)
      *          checked against CLI_SALDO, and the grand totals.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTIDAS-ABIERTAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "./clientes.sel".
           COPY "./partidas.sel".

           SELECT REPORTE ASSIGN TO "./partidas.rpt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REP.

       DATA DIVISION.
       FILE SECTION.

           COPY "./clientes.fd".
           COPY "./partidas.fd".

       FD REPORTE.

       01  REG-REPORTE             PIC X(132).

       WORKING-STORAGE SECTION.

       01  ST-FILE             PIC XX.
       01  ST-SIC              PIC XX.
       01  ST-PAR              PIC XX.
       01  ST-REP              PIC XX.

       01  MENSAJE-STATUS      PIC X(60).
       01  DECISION-STATUS     PIC X.

       01  FIN                 PIC X       VALUE "N".
       01  PRIMERA-VEZ         PIC X       VALUE "S".

       01  CLI-ID-PEDIDO       PIC 9(7)    VALUE ZERO.
       01  CLIENTE-ANTERIOR    PIC 9(7)    VALUE ZERO.

       01  FECHA-HOY           PIC 9(8)    VALUE ZERO.
       01  DIAS-HOY            PIC 9(7)  COMP VALUE ZERO.
       01  DIAS-VENCIDO        PIC S9(7) COMP VALUE ZERO.

       01  TOTAL-CLIENTE       PIC S9(9)V9(3) VALUE ZERO.
       01  VENCIDO-CLIENTE     PIC S9(9)V9(3) VALUE ZERO.
       01  FAVOR-CLIENTE       PIC S9(9)V9(3) VALUE ZERO.
       01  DIFERENCIA          PIC S9(9)V9(3) VALUE ZERO.

       01  TOTAL-GENERAL       PIC S9(11)V9(3) VALUE ZERO.
       01  VENCIDO-GENERAL     PIC S9(11)V9(3) VALUE ZERO.
       01  FAVOR-GENERAL       PIC S9(11)V9(3) VALUE ZERO.

       01  CONT-CLIENTES       PIC 9(7)    VALUE ZERO.
       01  CONT-PARTIDAS       PIC 9(7)    VALUE ZERO.
       01  CONT-DIFERENCIAS    PIC 9(7)    VALUE ZERO.

       01  LINEA-TITULO.
           03  FILLER              PIC X(22)
               VALUE "PARTIDAS ABIERTAS AL ".
           03  TIT-FECHA           PIC 9(8).

       01  LINEA-CLIENTE.
           03  FILLER              PIC X(8)    VALUE "CLIENTE ".
           03  CAB-ID              PIC ZZZZZZ9.
           03  FILLER              PIC X(2)    VALUE SPACES.
           03  CAB-NOMBRE          PIC X(40).
           03  FILLER              PIC X(7)    VALUE " SALDO ".
           03  CAB-SALDO           PIC -(7)9,999.

       01  LINEA-COLUMNAS.
           03  FILLER              PIC X(4)    VALUE SPACES.
           03  FILLER              PIC X(6)    VALUE "TIPO".
           03  FILLER              PIC X(14)   VALUE "DOCUMENTO".
           03  FILLER              PIC X(10)   VALUE "FECHA".
           03  FILLER              PIC X(10)   VALUE "VENCIM.".
           03  FILLER              PIC X(6)    VALUE "DIAS".
           03  FILLER              PIC X(12)   VALUE "     IMPORTE".
           03  FILLER              PIC X(12)   VALUE "       SALDO".

       01  LINEA-DETALLE.
           03  FILLER              PIC X(4)    VALUE SPACES.
           03  DET-TIPO            PIC X(2).
           03  FILLER              PIC X(4)    VALUE SPACES.
           03  DET-NRO-DOC         PIC X(12).
           03  FILLER              PIC X(2)    VALUE SPACES.
           03  DET-FECHA           PIC 9(8).
           03  FILLER              PIC X(2)    VALUE SPACES.
           03  DET-VTO             PIC 9(8).
           03  FILLER              PIC X(2)    VALUE SPACES.
           03  DET-DIAS            PIC ZZZ9.
           03  DET-IMPORTE         PIC -(7)9,999.
           03  DET-SALDO           PIC -(7)9,999.

       01  LINEA-SUBTOTAL.
           03  FILLER              PIC X(4)    VALUE SPACES.
           03  FILLER              PIC X(7)    VALUE "TOTAL ".
           03  SUB-TOTAL           PIC -(7)9,999.
           03  FILLER              PIC X(10)   VALUE "  VENCIDO ".
           03  SUB-VENCIDO         PIC -(7)9,999.
           03  FILLER              PIC X(10)   VALUE "  A FAVOR ".
           03  SUB-FAVOR           PIC -(7)9,999.

       01  LINEA-DIFERENCIA.
           03  FILLER              PIC X(4)    VALUE SPACES.
           03  FILLER              PIC X(28)
               VALUE "*** DIFERENCIA CON SALDO: ".
           03  DIF-IMPORTE         PIC -(7)9,999.

       01  LINEA-RESUMEN.
           03  RES-CONCEPTO        PIC X(30).
           03  RES-IMPORTE         PIC -(11)9,999.

       01  LINEA-CANTIDAD.
           03  CAN-CONCEPTO        PIC X(30).
           03  CAN-CANTIDAD        PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE DIAS-HOY = FUNCTION INTEGER-OF-DATE (FECHA-HOY).
           PERFORM PIDO-PARAMETROS.
           PERFORM ABRO-ARCHIVOS.
           IF FIN NOT = "S"
              PERFORM IMPRIME-ENCABEZADO
              PERFORM POSICIONO-PARTIDAS
              PERFORM LEO-PARTIDA
              PERFORM PROCESO-PARTIDA THRU F-PROCESO-PARTIDA
                      UNTIL FIN = "S"
              IF PRIMERA-VEZ NOT = "S"
                 PERFORM CIERRE-CLIENTE
              END-IF
              PERFORM IMPRIME-TOTALES
           END-IF.
           PERFORM CIERRO-ARCHIVOS.
           PERFORM MUESTRO-TOTALES.
           STOP RUN.

       PIDO-PARAMETROS.
           DISPLAY "ID CLIENTE (0 = TODOS): ".
           ACCEPT CLI-ID-PEDIDO.

       ABRO-ARCHIVOS.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
              CALL "VERIFICA-STATUS" USING ST-FILE MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "CLIENTES: " MENSAJE-STATUS
              IF DECISION-STATUS = "A"
                 MOVE "S" TO FIN
              END-IF
           END-IF.
           OPEN INPUT PARTIDAS.
           IF ST-PAR > "07"
              CALL "VERIFICA-STATUS" USING ST-PAR MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "PARTIDAS: " MENSAJE-STATUS
              MOVE "S" TO FIN
           END-IF.
           OPEN OUTPUT REPORTE.
           IF ST-REP > "07"
              CALL "VERIFICA-STATUS" USING ST-REP MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "REPORTE: " MENSAJE-STATUS
              IF DECISION-STATUS = "A"
                 MOVE "S" TO FIN
              END-IF
           END-IF.

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES PARTIDAS REPORTE.

       IMPRIME-ENCABEZADO.
           MOVE FECHA-HOY TO TIT-FECHA.
           WRITE REG-REPORTE FROM LINEA-TITULO.
           MOVE ALL "-" TO REG-REPORTE.
           WRITE REG-REPORTE.

       POSICIONO-PARTIDAS.
           MOVE CLI-ID-PEDIDO TO PAR_CLI_ID_VTO.
           MOVE ZERO          TO PAR_FECHA_VTO.
           START PARTIDAS KEY IS NOT LESS THAN PAR_CLAVE_VTO
               INVALID KEY
                   MOVE "S" TO FIN
           END-START.

       LEO-PARTIDA.
           READ PARTIDAS NEXT RECORD
               AT END
                   MOVE "S" TO FIN
           END-READ.

       PROCESO-PARTIDA.
           IF CLI-ID-PEDIDO NOT = ZERO
              AND PAR_CLI_ID_VTO NOT = CLI-ID-PEDIDO
              MOVE "S" TO FIN
              GO TO F-PROCESO-PARTIDA.
           IF PAR_SALDO = ZERO
              GO TO SIGUIENTE-PARTIDA.
           IF PRIMERA-VEZ = "S" OR PAR_CLI_ID_VTO NOT = CLIENTE-ANTERIOR
              IF PRIMERA-VEZ NOT = "S"
                 PERFORM CIERRE-CLIENTE
              END-IF
              MOVE "N" TO PRIMERA-VEZ
              MOVE PAR_CLI_ID_VTO TO CLIENTE-ANTERIOR
              PERFORM CABECERA-CLIENTE
           END-IF.
           ADD 1 TO CONT-PARTIDAS.
           MOVE ZERO TO DIAS-VENCIDO.
           IF PAR_SALDO > ZERO
              COMPUTE DIAS-VENCIDO = DIAS-HOY
                    - FUNCTION INTEGER-OF-DATE (PAR_FECHA_VTO)
              IF DIAS-VENCIDO > ZERO
                 ADD PAR_SALDO TO VENCIDO-CLIENTE
              ELSE
                 MOVE ZERO TO DIAS-VENCIDO
              END-IF
           ELSE
              ADD PAR_SALDO TO FAVOR-CLIENTE
           END-IF.
           ADD PAR_SALDO TO TOTAL-CLIENTE.
           PERFORM IMPRIME-DETALLE.

       SIGUIENTE-PARTIDA.
           PERFORM LEO-PARTIDA.

       F-PROCESO-PARTIDA.
           EXIT.

       CABECERA-CLIENTE.
           MOVE ZERO TO TOTAL-CLIENTE VENCIDO-CLIENTE FAVOR-CLIENTE.
           ADD 1 TO CONT-CLIENTES.
           MOVE CLIENTE-ANTERIOR TO CLI_ID.
           READ CLIENTES
               INVALID KEY
                   MOVE "SIN FICHA EN CLIENTES" TO CLI_NOMBRE
                   MOVE SPACES   TO CLI_RAZONSOCIAL
                   MOVE "P"      TO CLI_TIPO
                   MOVE ZERO     TO CLI_SALDO
           END-READ.
           MOVE CLIENTE-ANTERIOR TO CAB-ID.
           IF CLI_TIPO = "E"
              MOVE CLI_RAZONSOCIAL(1:40) TO CAB-NOMBRE
           ELSE
              MOVE CLI_NOMBRE(1:40) TO CAB-NOMBRE
           END-IF.
           MOVE CLI_SALDO TO CAB-SALDO.
           MOVE SPACES TO REG-REPORTE.
           WRITE REG-REPORTE.
           WRITE REG-REPORTE FROM LINEA-CLIENTE.
           WRITE REG-REPORTE FROM LINEA-COLUMNAS.

       IMPRIME-DETALLE.
           MOVE PAR_TIPO      TO DET-TIPO.
           MOVE PAR_NRO_DOC   TO DET-NRO-DOC.
           MOVE PAR_FECHA     TO DET-FECHA.
           MOVE PAR_FECHA_VTO TO DET-VTO.
           MOVE DIAS-VENCIDO  TO DET-DIAS.
           MOVE PAR_IMPORTE   TO DET-IMPORTE.
           MOVE PAR_SALDO     TO DET-SALDO.
           WRITE REG-REPORTE FROM LINEA-DETALLE.

       CIERRE-CLIENTE.
           MOVE TOTAL-CLIENTE   TO SUB-TOTAL.
           MOVE VENCIDO-CLIENTE TO SUB-VENCIDO.
           COMPUTE SUB-FAVOR = FAVOR-CLIENTE * -1.
           WRITE REG-REPORTE FROM LINEA-SUBTOTAL.
           COMPUTE DIFERENCIA = CLI_SALDO - TOTAL-CLIENTE.
           IF DIFERENCIA NOT = ZERO
              ADD 1 TO CONT-DIFERENCIAS
              MOVE DIFERENCIA TO DIF-IMPORTE
              WRITE REG-REPORTE FROM LINEA-DIFERENCIA
           END-IF.
           ADD TOTAL-CLIENTE   TO TOTAL-GENERAL.
           ADD VENCIDO-CLIENTE TO VENCIDO-GENERAL.
           ADD FAVOR-CLIENTE   TO FAVOR-GENERAL.

       IMPRIME-TOTALES.
           MOVE ALL "-" TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE "TOTAL PARTIDAS ABIERTAS" TO RES-CONCEPTO.
           MOVE TOTAL-GENERAL TO RES-IMPORTE.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.
           MOVE "TOTAL VENCIDO" TO RES-CONCEPTO.
           MOVE VENCIDO-GENERAL TO RES-IMPORTE.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.
           MOVE "TOTAL A FAVOR DE CLIENTES" TO RES-CONCEPTO.
           COMPUTE RES-IMPORTE = FAVOR-GENERAL * -1.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.
           MOVE "CLIENTES LISTADOS" TO CAN-CONCEPTO.
           MOVE CONT-CLIENTES TO CAN-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-CANTIDAD.
           MOVE "CLIENTES CON DIFERENCIA" TO CAN-CONCEPTO.
           MOVE CONT-DIFERENCIAS TO CAN-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-CANTIDAD.

       MUESTRO-TOTALES.
           DISPLAY "CLIENTES LISTADOS    : " CONT-CLIENTES.
           DISPLAY "PARTIDAS ABIERTAS    : " CONT-PARTIDAS.
           DISPLAY "CLIENTES CON DIFEREN.: " CONT-DIFERENCIAS.
           DISPLAY "REPORTE GENERADO EN ./partidas.rpt".

       END PROGRAM PARTIDAS-ABIERTAS.
