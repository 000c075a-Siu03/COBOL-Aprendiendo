      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of the indexed posting history to
      *          the layout that carries the net/IVA split (alicuota,
      *          neto, IVA) and the customer's IVA condition. Before
      *          running, rename the current ./historia.dat to
      *          ./historia-ant.dat; every row is copied with the same
      *          key, with the split and the condition left empty, so
      *          the Libro IVA Ventas shows those FA/NC as not
      *          discriminated and takes the condition from CLIENTES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVIERTE-HISTORIA-IVA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "./historia.sel".

           SELECT HISTORIA-ANTERIOR ASSIGN TO "./historia-ant.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE SEQUENTIAL
                  RECORD KEY IS ANT_CLAVE
                  STATUS ST-ANT.

       DATA DIVISION.
       FILE SECTION.

           COPY "./historia.fd".

       FD HISTORIA-ANTERIOR.

       01  REG-HISTORIA-ANTERIOR.
           03  ANT_CLAVE.
               05  ANT_CLI_ID      PIC 9(7).
               05  ANT_FECHA       PIC 9(8).
               05  ANT_SECUENCIA   PIC 9(5).
           03  ANT_TIPO            PIC X(2).
           03  ANT_NRO_DOC         PIC X(12).
           03  ANT_IMPORTE         PIC S9(7)V9(3).
           03  ANT_SALDO_RESULT    PIC S9(7)V9(3).
           03  ANT_FECHA_PROCESO   PIC 9(8).

       WORKING-STORAGE SECTION.

       01  ST-HIS              PIC XX.
       01  ST-ANT              PIC XX.

       01  MENSAJE-STATUS      PIC X(60).
       01  DECISION-STATUS     PIC X.

       01  FIN                 PIC X       VALUE "N".

       01  CONT-LEIDOS         PIC 9(7)    VALUE ZERO.
       01  CONT-CARGADOS       PIC 9(7)    VALUE ZERO.
       01  CONT-RECHAZADOS     PIC 9(7)    VALUE ZERO.
       01  TOTAL-LEIDO         PIC S9(11)V9(3) VALUE ZERO.
       01  TOTAL-CARGADO       PIC S9(11)V9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ABRO-ARCHIVOS.
           IF FIN NOT = "S"
              PERFORM LEO-HISTORIA-ANTERIOR
              PERFORM PROCESO-REGISTRO THRU F-PROCESO-REGISTRO
                      UNTIL FIN = "S"
           END-IF.
           PERFORM CIERRO-ARCHIVOS.
           PERFORM MUESTRO-TOTALES.
           STOP RUN.

       ABRO-ARCHIVOS.
           OPEN INPUT HISTORIA-ANTERIOR.
           IF ST-ANT = "35"
              DISPLAY "NO EXISTE ./historia-ant.dat"
              DISPLAY "RENOMBRAR LA HISTORIA ACTUAL ANTES DE"
              DISPLAY "EJECUTAR LA CONVERSION"
              MOVE "S" TO FIN
           ELSE
              IF ST-ANT > "07"
                 CALL "VERIFICA-STATUS" USING ST-ANT MENSAJE-STATUS
                         DECISION-STATUS
                 DISPLAY "HISTORIA ANTERIOR: " MENSAJE-STATUS
                 MOVE "S" TO FIN
              END-IF
           END-IF.
           IF FIN NOT = "S"
              OPEN OUTPUT HISTORIA
              IF ST-HIS > "07"
                 CALL "VERIFICA-STATUS" USING ST-HIS MENSAJE-STATUS
                         DECISION-STATUS
                 DISPLAY "HISTORIA: " MENSAJE-STATUS
                 MOVE "S" TO FIN
              END-IF
           END-IF.

       CIERRO-ARCHIVOS.
           CLOSE HISTORIA-ANTERIOR HISTORIA.

       LEO-HISTORIA-ANTERIOR.
           READ HISTORIA-ANTERIOR NEXT RECORD
               AT END
                   MOVE "S" TO FIN
           END-READ.

       PROCESO-REGISTRO.
           ADD 1 TO CONT-LEIDOS.
           ADD ANT_IMPORTE TO TOTAL-LEIDO.
           MOVE ANT_CLI_ID        TO HIS_CLI_ID.
           MOVE ANT_FECHA         TO HIS_FECHA.
           MOVE ANT_SECUENCIA     TO HIS_SECUENCIA.
           MOVE ANT_TIPO          TO HIS_TIPO.
           MOVE ANT_NRO_DOC       TO HIS_NRO_DOC.
           MOVE ANT_IMPORTE       TO HIS_IMPORTE.
           MOVE ANT_SALDO_RESULT  TO HIS_SALDO_RESULT.
           MOVE ANT_FECHA_PROCESO TO HIS_FECHA_PROCESO.
           MOVE ZERO              TO HIS_ALICUOTA HIS_NETO HIS_IVA.
           MOVE SPACE             TO HIS_COND_IVA.
           WRITE REG-HISTORIA
               INVALID KEY
                   CALL "VERIFICA-STATUS" USING ST-HIS
                           MENSAJE-STATUS DECISION-STATUS
                   DISPLAY "CLIENTE " HIS_CLI_ID " " HIS_FECHA ": "
                           MENSAJE-STATUS
                   ADD 1 TO CONT-RECHAZADOS
                   IF DECISION-STATUS = "A"
                      MOVE "S" TO FIN
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO CONT-CARGADOS
                   ADD HIS_IMPORTE TO TOTAL-CARGADO
           END-WRITE.
           IF FIN NOT = "S"
              PERFORM LEO-HISTORIA-ANTERIOR
           END-IF.

       F-PROCESO-REGISTRO.
           EXIT.

       MUESTRO-TOTALES.
           DISPLAY "REGISTROS LEIDOS    : " CONT-LEIDOS.
           DISPLAY "REGISTROS CARGADOS  : " CONT-CARGADOS.
           DISPLAY "REGISTROS RECHAZADOS: " CONT-RECHAZADOS.
           IF CONT-LEIDOS = CONT-CARGADOS
              AND TOTAL-LEIDO = TOTAL-CARGADO
              DISPLAY "CONVERSION COMPLETA"
           ELSE
              DISPLAY "CONVERSION CON DIFERENCIAS, NO DESCARTAR"
              DISPLAY "./historia-ant.dat HASTA VERIFICAR"
           END-IF.

       END PROGRAM CONVIERTE-HISTORIA-IVA.
