      ******************************************************************
      * Author:
      * Date:
      * Purpose: Outbound direct-debit request to the bank: reads the
      *          enrolments in ADHESIONES and, for every active
      *          enrolment of an active customer with a positive
      *          CLI_SALDO, writes a debit request for the whole
      *          balance to ./debitos-banco.dat, with a header carrying
      *          the debit date and a trailer with the count and total
      *          of the requests. The enrolment is stamped with the
      *          send date. Customers left out are listed with the
      *          reason in ./debitos-envio.rpt. Ends with return code
      *          4 when any enrolment was left out and 16 on an error,
      *          in which case the file gets no trailer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERA-DEBITOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "./clientes.sel".
           COPY "./adhesiones.sel".
           COPY "./debitos.sel".

           SELECT REPORTE ASSIGN TO "./debitos-envio.rpt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REP.

       DATA DIVISION.
       FILE SECTION.

           COPY "./clientes.fd".
           COPY "./adhesiones.fd".
           COPY "./debitos.fd".

       FD REPORTE.

       01  REG-REPORTE             PIC X(132).

       WORKING-STORAGE SECTION.

       01  ST-FILE             PIC XX.
       01  ST-SIC              PIC XX.
       01  ST-ADH              PIC XX.
       01  ST-DEB              PIC XX.
       01  ST-REP              PIC XX.

       01  MENSAJE-STATUS      PIC X(60).
       01  DECISION-STATUS     PIC X.

       01  FIN                 PIC X       VALUE "N".
       01  FIN-ADH             PIC X       VALUE "N".
       01  CODIGO-RETORNO      PIC 9(2)    VALUE ZERO.

       01  FECHA-HOY           PIC 9(8)    VALUE ZERO.
       01  FECHA-DEBITO        PIC 9(8)    VALUE ZERO.
       01  DEBITO-DESGLOSE REDEFINES FECHA-DEBITO.
           03  DEB-ANO             PIC 9(4).
           03  DEB-MES             PIC 9(2).
           03  DEB-DIA             PIC 9(2).

       01  OBSERVACION         PIC X(20)   VALUE SPACES.

       01  CONT-ADHESIONES     PIC 9(7)    VALUE ZERO.
       01  CONT-ENVIADOS       PIC 9(7)    VALUE ZERO.
       01  CONT-INACTIVAS      PIC 9(7)    VALUE ZERO.
       01  CONT-SIN-SALDO      PIC 9(7)    VALUE ZERO.
       01  CONT-OMITIDOS       PIC 9(7)    VALUE ZERO.
       01  TOTAL-ENVIADO       PIC 9(11)V9(3) VALUE ZERO.

       01  LINEA-TITULO.
           03  FILLER              PIC X(34)
               VALUE "DEBITOS AUTOMATICOS - ENVIO AL ".
           03  TIT-FECHA           PIC 9(8).
           03  FILLER              PIC X(20)
               VALUE "   FECHA DE DEBITO ".
           03  TIT-FECHA-DEBITO    PIC 9(8).

       01  LINEA-COLUMNAS.
           03  FILLER              PIC X(8)    VALUE "CLIENTE".
           03  FILLER              PIC X(41)   VALUE "NOMBRE".
           03  FILLER              PIC X(6)    VALUE "BANCO".
           03  FILLER              PIC X(24)   VALUE "CBU".
           03  FILLER              PIC X(12)   VALUE "    IMPORTE".
           03  FILLER              PIC X(22)   VALUE "  OBSERVACION".

       01  LINEA-DETALLE.
           03  DET-ID              PIC ZZZZZZ9.
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  DET-NOMBRE          PIC X(40).
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  DET-BANCO           PIC 999.
           03  FILLER              PIC X(3)    VALUE SPACES.
           03  DET-CBU             PIC X(22).
           03  FILLER              PIC X(2)    VALUE SPACES.
           03  DET-IMPORTE         PIC -(7)9,999.
           03  FILLER              PIC X(2)    VALUE SPACES.
           03  DET-OBSERVACION     PIC X(20).

       01  LINEA-RESUMEN.
           03  RES-CONCEPTO        PIC X(30).
           03  RES-CANTIDAD        PIC ZZZZZZ9.
           03  FILLER              PIC X(2)    VALUE SPACES.
           03  RES-IMPORTE         PIC -(11)9,999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM PIDO-FECHA-DEBITO.
           IF FIN NOT = "S"
              PERFORM ABRO-ARCHIVOS
           END-IF.
           IF FIN NOT = "S"
              PERFORM IMPRIME-ENCABEZADO
              PERFORM GRABO-HEADER
              PERFORM LEO-ADHESION
              PERFORM PROCESO-ADHESION THRU F-PROCESO-ADHESION
                      UNTIL FIN-ADH = "S" OR FIN = "S"
              IF FIN NOT = "S"
                 PERFORM GRABO-TRAILER
              ELSE
                 DISPLAY "./debitos-banco.dat QUEDA SIN TRAILER: "
                         "NO ENVIAR AL BANCO"
              END-IF
              PERFORM IMPRIME-TOTALES
           END-IF.
           IF FIN = "S"
              MOVE 16 TO CODIGO-RETORNO
           ELSE
              IF CODIGO-RETORNO = ZERO AND CONT-OMITIDOS > ZERO
                 MOVE 4 TO CODIGO-RETORNO
              END-IF
           END-IF.
           PERFORM CIERRO-ARCHIVOS.
           PERFORM MUESTRO-TOTALES.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

       PIDO-FECHA-DEBITO.
           DISPLAY "FECHA DE DEBITO (AAAAMMDD, 0 = HOY): ".
           ACCEPT FECHA-DEBITO.
           IF FECHA-DEBITO = ZERO
              MOVE FECHA-HOY TO FECHA-DEBITO
           END-IF.
           IF FECHA-DEBITO NOT NUMERIC
              OR DEB-MES < 01 OR DEB-MES > 12
              OR DEB-DIA < 01 OR DEB-DIA > 31
              OR FECHA-DEBITO < FECHA-HOY
              DISPLAY "FECHA DE DEBITO INVALIDA"
              MOVE "S" TO FIN
           END-IF.

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
           OPEN I-O ADHESIONES.
           IF ST-ADH = "35"
              DISPLAY "NO EXISTE ./adhesiones.dat"
              MOVE "S" TO FIN
           ELSE
              IF ST-ADH > "07"
                 CALL "VERIFICA-STATUS" USING ST-ADH MENSAJE-STATUS
                         DECISION-STATUS
                 DISPLAY "ADHESIONES: " MENSAJE-STATUS
                 MOVE "S" TO FIN
              END-IF
           END-IF.
           OPEN OUTPUT DEBITOS.
           IF ST-DEB > "07"
              CALL "VERIFICA-STATUS" USING ST-DEB MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "DEBITOS: " MENSAJE-STATUS
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
           CLOSE CLIENTES ADHESIONES DEBITOS REPORTE.

       IMPRIME-ENCABEZADO.
           MOVE FECHA-HOY    TO TIT-FECHA.
           MOVE FECHA-DEBITO TO TIT-FECHA-DEBITO.
           WRITE REG-REPORTE FROM LINEA-TITULO.
           MOVE ALL "-" TO REG-REPORTE.
           WRITE REG-REPORTE.
           WRITE REG-REPORTE FROM LINEA-COLUMNAS.
           MOVE ALL "-" TO REG-REPORTE.
           WRITE REG-REPORTE.

       GRABO-HEADER.
           MOVE SPACES TO REG-DEBITO.
           MOVE "H"          TO DEB_TIPO_REG.
           MOVE FECHA-DEBITO TO DEB_CTL_FECHA.
           MOVE ZERO         TO DEB_CTL_CANTIDAD DEB_CTL_TOTAL.
           WRITE REG-DEBITO.
           IF ST-DEB > "07"
              CALL "VERIFICA-STATUS" USING ST-DEB MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "Error grabando header: " MENSAJE-STATUS
              MOVE "S" TO FIN
           END-IF.

       GRABO-TRAILER.
           MOVE SPACES TO REG-DEBITO.
           MOVE "T"           TO DEB_TIPO_REG.
           MOVE FECHA-DEBITO  TO DEB_CTL_FECHA.
           MOVE CONT-ENVIADOS TO DEB_CTL_CANTIDAD.
           MOVE TOTAL-ENVIADO TO DEB_CTL_TOTAL.
           WRITE REG-DEBITO.
           IF ST-DEB > "07"
              CALL "VERIFICA-STATUS" USING ST-DEB MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "Error grabando trailer: " MENSAJE-STATUS
              MOVE 16 TO CODIGO-RETORNO
           END-IF.

       LEO-ADHESION.
           READ ADHESIONES NEXT RECORD
               AT END
                   MOVE "S" TO FIN-ADH
           END-READ.

       PROCESO-ADHESION.
           ADD 1 TO CONT-ADHESIONES.
           IF NOT ADH-ACTIVA
              ADD 1 TO CONT-INACTIVAS
              GO TO SIGUIENTE-ADHESION.
           MOVE ADH_CLI_ID TO CLI_ID.
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO CLI_NOMBRE CLI_RAZONSOCIAL
                   MOVE ZERO   TO CLI_SALDO
                   MOVE "SIN FICHA"         TO OBSERVACION
                   PERFORM OMITO-ADHESION
                   GO TO SIGUIENTE-ADHESION
           END-READ.
           IF NOT CLI-ACTIVO
              MOVE "CLIENTE DADO DE BAJA" TO OBSERVACION
              PERFORM OMITO-ADHESION
              GO TO SIGUIENTE-ADHESION.
           IF CLI_SALDO NOT > ZERO
              ADD 1 TO CONT-SIN-SALDO
              GO TO SIGUIENTE-ADHESION.
           IF ADH_FECHA_MANDATO > FECHA-DEBITO
              MOVE "MANDATO POSTERIOR" TO OBSERVACION
              PERFORM OMITO-ADHESION
              GO TO SIGUIENTE-ADHESION.
           PERFORM GRABO-DETALLE-DEBITO.

       SIGUIENTE-ADHESION.
           PERFORM LEO-ADHESION.

       F-PROCESO-ADHESION.
           EXIT.

       OMITO-ADHESION.
           ADD 1 TO CONT-OMITIDOS.
           MOVE CLI_SALDO TO DET-IMPORTE.
           PERFORM IMPRIME-DETALLE.

       GRABO-DETALLE-DEBITO.
           MOVE SPACES TO REG-DEBITO.
           MOVE "D"               TO DEB_TIPO_REG.
           MOVE ADH_CLI_ID        TO DEB_CLI_ID.
           MOVE ADH_BANCO         TO DEB_BANCO.
           MOVE ADH_CBU           TO DEB_CBU.
           MOVE ADH_FECHA_MANDATO TO DEB_FECHA_MANDATO.
           MOVE CLI_SALDO         TO DEB_IMPORTE.
           MOVE FECHA-DEBITO      TO DEB_FECHA_DEBITO.
           WRITE REG-DEBITO.
           IF ST-DEB > "07"
              CALL "VERIFICA-STATUS" USING ST-DEB MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "Error grabando detalle: " MENSAJE-STATUS
              MOVE "S" TO FIN
           ELSE
              ADD 1 TO CONT-ENVIADOS
              ADD DEB_IMPORTE TO TOTAL-ENVIADO
              MOVE "ENVIADO"   TO OBSERVACION
              MOVE DEB_IMPORTE TO DET-IMPORTE
              PERFORM IMPRIME-DETALLE
              MOVE FECHA-HOY TO ADH_FECHA_ULT_ENVIO
              REWRITE REG-ADHESION
                  INVALID KEY
                      DISPLAY "ADHESION " ADH_CLI_ID
                              ": no se pudo registrar el envio"
              END-REWRITE
           END-IF.

       IMPRIME-DETALLE.
           MOVE ADH_CLI_ID TO DET-ID.
           IF CLI_TIPO = "E"
              MOVE CLI_RAZONSOCIAL(1:40) TO DET-NOMBRE
           ELSE
              MOVE CLI_NOMBRE(1:40) TO DET-NOMBRE
           END-IF.
           MOVE ADH_BANCO   TO DET-BANCO.
           MOVE ADH_CBU     TO DET-CBU.
           MOVE OBSERVACION TO DET-OBSERVACION.
           WRITE REG-REPORTE FROM LINEA-DETALLE.

       IMPRIME-TOTALES.
           MOVE ALL "-" TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE "DEBITOS ENVIADOS" TO RES-CONCEPTO.
           MOVE CONT-ENVIADOS TO RES-CANTIDAD.
           MOVE TOTAL-ENVIADO TO RES-IMPORTE.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.
           MOVE "ADHESIONES OMITIDAS" TO RES-CONCEPTO.
           MOVE CONT-OMITIDOS TO RES-CANTIDAD.
           MOVE ZERO          TO RES-IMPORTE.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.

       MUESTRO-TOTALES.
           DISPLAY "ADHESIONES LEIDAS    : " CONT-ADHESIONES.
           DISPLAY "SUSPENDIDAS / BAJA   : " CONT-INACTIVAS.
           DISPLAY "SIN SALDO A DEBITAR  : " CONT-SIN-SALDO.
           DISPLAY "OMITIDAS (VER REPORTE): " CONT-OMITIDOS.
           DISPLAY "DEBITOS ENVIADOS     : " CONT-ENVIADOS.
           DISPLAY "TOTAL ENVIADO        : " TOTAL-ENVIADO.
           DISPLAY "ARCHIVO GENERADO EN ./debitos-banco.dat".
           DISPLAY "REPORTE GENERADO EN ./debitos-envio.rpt".

       END PROGRAM GENERA-DEBITOS.
