      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time load of the open-items ledger: reads the
      *          posting history in cliente / fecha order and rebuilds
      *          ./partidas.dat and ./imputaciones.dat from it the same
      *          way ACTUALIZA-SALDOS imputes each posting (every
      *          credit goes to the oldest due open debits, every debit
      *          consumes the unapplied credit), giving each FA a due
      *          date 30 days after its fecha. Run it once before the
      *          first posting run that keeps PARTIDAS; running it
      *          again discards any re-imputation made since.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERA-PARTIDAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "./historia.sel".
           COPY "./partidas.sel".
           COPY "./imputaciones.sel".

       DATA DIVISION.
       FILE SECTION.

           COPY "./historia.fd".
           COPY "./partidas.fd".
           COPY "./imputaciones.fd".

       WORKING-STORAGE SECTION.

       01  ST-HIS              PIC XX.
       01  ST-PAR              PIC XX.
       01  ST-IMP              PIC XX.

       01  MENSAJE-STATUS      PIC X(60).
       01  DECISION-STATUS     PIC X.

       01  FIN                 PIC X       VALUE "N".
       01  FIN-PAR             PIC X       VALUE "N".
       01  SW-PARTIDA-OK       PIC X       VALUE "N".

       01  DIAS-VTO-FACTURA    PIC 9(3)    VALUE 30.
       01  PENDIENTE-IMPUTAR   PIC S9(9)V9(3) VALUE ZERO.
       01  IMPORTE-IMPUTADO    PIC S9(9)V9(3) VALUE ZERO.

       01  ORIGEN-CLAVE.
           03  ORI-CLI-ID          PIC 9(7).
           03  ORI-NRO-DOC         PIC X(12).
           03  ORI-TIPO            PIC X(2).

       01  CLAVE-IMPUTACION.
           03  CIM-CLI-ID          PIC 9(7).
           03  CIM-DOC-CREDITO     PIC X(12).
           03  CIM-TIPO-CREDITO    PIC X(2).
           03  CIM-DOC-DEBITO      PIC X(12).
           03  CIM-TIPO-DEBITO     PIC X(2).

       01  CONT-LEIDOS         PIC 9(7)    VALUE ZERO.
       01  CONT-PARTIDAS       PIC 9(7)    VALUE ZERO.
       01  CONT-IMPUTACIONES   PIC 9(7)    VALUE ZERO.
       01  CONT-RECHAZADOS     PIC 9(7)    VALUE ZERO.
       01  TOTAL-HISTORIA      PIC S9(11)V9(3) VALUE ZERO.
       01  TOTAL-PARTIDAS      PIC S9(11)V9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ABRO-ARCHIVOS.
           IF FIN NOT = "S"
              PERFORM LEO-HISTORIA
              PERFORM PROCESO-REGISTRO THRU F-PROCESO-REGISTRO
                      UNTIL FIN = "S"
              PERFORM SUMO-PARTIDAS
           END-IF.
           PERFORM CIERRO-ARCHIVOS.
           PERFORM MUESTRO-TOTALES.
           STOP RUN.

       ABRO-ARCHIVOS.
           OPEN INPUT HISTORIA.
           IF ST-HIS > "07"
              CALL "VERIFICA-STATUS" USING ST-HIS MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "HISTORIA: " MENSAJE-STATUS
              MOVE "S" TO FIN
           END-IF.
           IF FIN NOT = "S"
              OPEN OUTPUT PARTIDAS
              CLOSE PARTIDAS
              OPEN I-O PARTIDAS
              IF ST-PAR > "07"
                 CALL "VERIFICA-STATUS" USING ST-PAR MENSAJE-STATUS
                         DECISION-STATUS
                 DISPLAY "PARTIDAS: " MENSAJE-STATUS
                 MOVE "S" TO FIN
              END-IF
           END-IF.
           IF FIN NOT = "S"
              OPEN OUTPUT IMPUTACIONES
              CLOSE IMPUTACIONES
              OPEN I-O IMPUTACIONES
              IF ST-IMP > "07"
                 CALL "VERIFICA-STATUS" USING ST-IMP MENSAJE-STATUS
                         DECISION-STATUS
                 DISPLAY "IMPUTACIONES: " MENSAJE-STATUS
                 MOVE "S" TO FIN
              END-IF
           END-IF.

       CIERRO-ARCHIVOS.
           CLOSE HISTORIA PARTIDAS IMPUTACIONES.

       LEO-HISTORIA.
           READ HISTORIA NEXT RECORD
               AT END
                   MOVE "S" TO FIN
           END-READ.

       PROCESO-REGISTRO.
           ADD 1 TO CONT-LEIDOS.
           ADD HIS_IMPORTE TO TOTAL-HISTORIA.
           IF HIS_IMPORTE = ZERO
              GO TO SIGUIENTE-REGISTRO.
           PERFORM ALTA-PARTIDA.
           IF SW-PARTIDA-OK NOT = "S"
              GO TO SIGUIENTE-REGISTRO.
           PERFORM IMPUTO-MAS-ANTIGUAS.
           PERFORM ACTUALIZO-ORIGEN.

       SIGUIENTE-REGISTRO.
           PERFORM LEO-HISTORIA.

       F-PROCESO-REGISTRO.
           EXIT.

       ALTA-PARTIDA.
           MOVE "N" TO SW-PARTIDA-OK.
           MOVE SPACES          TO REG-PARTIDA.
           MOVE HIS_CLI_ID      TO PAR_CLI_ID PAR_CLI_ID_VTO.
           MOVE HIS_NRO_DOC     TO PAR_NRO_DOC.
           MOVE HIS_TIPO        TO PAR_TIPO.
           MOVE HIS_FECHA       TO PAR_FECHA PAR_FECHA_VTO.
           IF HIS-FACTURA
              COMPUTE PAR_FECHA_VTO = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE (HIS_FECHA)
                     + DIAS-VTO-FACTURA)
           END-IF.
           MOVE HIS_IMPORTE     TO PAR_IMPORTE PAR_SALDO.
           MOVE "A"             TO PAR_ESTADO.
           MOVE ZERO            TO PAR_FECHA_CANCEL.
           ACCEPT PAR_FECHA_MODIF FROM DATE YYYYMMDD.
           MOVE "GENERA"        TO PAR_USUARIO_MODIF.
           MOVE PAR_CLAVE       TO ORIGEN-CLAVE.
           IF HIS_IMPORTE < ZERO
              COMPUTE PENDIENTE-IMPUTAR = HIS_IMPORTE * -1
           ELSE
              MOVE HIS_IMPORTE TO PENDIENTE-IMPUTAR
           END-IF.
           WRITE REG-PARTIDA
               INVALID KEY
                   CALL "VERIFICA-STATUS" USING ST-PAR MENSAJE-STATUS
                           DECISION-STATUS
                   DISPLAY "CLIENTE " HIS_CLI_ID ": partida " HIS_TIPO
                           " " HIS_NRO_DOC " no grabada: "
                           MENSAJE-STATUS
                   ADD 1 TO CONT-RECHAZADOS
                   IF DECISION-STATUS = "A"
                      MOVE "S" TO FIN
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO CONT-PARTIDAS
                   MOVE "S" TO SW-PARTIDA-OK
           END-WRITE.

       IMPUTO-MAS-ANTIGUAS.
           MOVE "N"        TO FIN-PAR.
           MOVE ORI-CLI-ID TO PAR_CLI_ID_VTO.
           MOVE ZERO       TO PAR_FECHA_VTO.
           START PARTIDAS KEY IS NOT LESS THAN PAR_CLAVE_VTO
               INVALID KEY
                   MOVE "S" TO FIN-PAR
           END-START.
           PERFORM BUSCO-PARTIDA-ABIERTA THRU F-BUSCO-PARTIDA-ABIERTA
                   UNTIL FIN-PAR = "S"
                      OR PENDIENTE-IMPUTAR = ZERO.

       BUSCO-PARTIDA-ABIERTA.
           READ PARTIDAS NEXT RECORD
               AT END
                   MOVE "S" TO FIN-PAR
                   GO TO F-BUSCO-PARTIDA-ABIERTA
           END-READ.
           IF PAR_CLI_ID_VTO NOT = ORI-CLI-ID
              MOVE "S" TO FIN-PAR
              GO TO F-BUSCO-PARTIDA-ABIERTA.
           IF PAR_CLAVE = ORIGEN-CLAVE
              GO TO F-BUSCO-PARTIDA-ABIERTA.
           IF HIS_IMPORTE < ZERO AND PAR_SALDO > ZERO
              OR HIS_IMPORTE > ZERO AND PAR_SALDO < ZERO
              PERFORM APLICO-A-PARTIDA
           END-IF.

       F-BUSCO-PARTIDA-ABIERTA.
           EXIT.

       APLICO-A-PARTIDA.
           MOVE ORI-CLI-ID TO CIM-CLI-ID.
           IF PAR_SALDO > ZERO
              IF PAR_SALDO < PENDIENTE-IMPUTAR
                 MOVE PAR_SALDO TO IMPORTE-IMPUTADO
              ELSE
                 MOVE PENDIENTE-IMPUTAR TO IMPORTE-IMPUTADO
              END-IF
              SUBTRACT IMPORTE-IMPUTADO FROM PAR_SALDO
              MOVE ORI-NRO-DOC TO CIM-DOC-CREDITO
              MOVE ORI-TIPO    TO CIM-TIPO-CREDITO
              MOVE PAR_NRO_DOC TO CIM-DOC-DEBITO
              MOVE PAR_TIPO    TO CIM-TIPO-DEBITO
           ELSE
              IF PAR_SALDO * -1 < PENDIENTE-IMPUTAR
                 COMPUTE IMPORTE-IMPUTADO = PAR_SALDO * -1
              ELSE
                 MOVE PENDIENTE-IMPUTAR TO IMPORTE-IMPUTADO
              END-IF
              ADD IMPORTE-IMPUTADO TO PAR_SALDO
              MOVE PAR_NRO_DOC TO CIM-DOC-CREDITO
              MOVE PAR_TIPO    TO CIM-TIPO-CREDITO
              MOVE ORI-NRO-DOC TO CIM-DOC-DEBITO
              MOVE ORI-TIPO    TO CIM-TIPO-DEBITO
           END-IF.
           SUBTRACT IMPORTE-IMPUTADO FROM PENDIENTE-IMPUTAR.
           IF PAR_SALDO = ZERO
              MOVE "C" TO PAR_ESTADO
              MOVE HIS_FECHA TO PAR_FECHA_CANCEL
           END-IF.
           REWRITE REG-PARTIDA
               INVALID KEY
                   CALL "VERIFICA-STATUS" USING ST-PAR MENSAJE-STATUS
                           DECISION-STATUS
                   DISPLAY "Error regrabando partida: " MENSAJE-STATUS
                   IF DECISION-STATUS = "A"
                      MOVE "S" TO FIN
                   END-IF
           END-REWRITE.
           PERFORM GRABO-IMPUTACION.

       GRABO-IMPUTACION.
           MOVE CLAVE-IMPUTACION TO IMP_CLAVE.
           READ IMPUTACIONES
               INVALID KEY
                   MOVE SPACES           TO REG-IMPUTACION
                   MOVE CLAVE-IMPUTACION TO IMP_CLAVE
                   MOVE IMPORTE-IMPUTADO TO IMP_IMPORTE
                   MOVE HIS_FECHA        TO IMP_FECHA
                   MOVE "GENERA"         TO IMP_USUARIO
                   WRITE REG-IMPUTACION
                       INVALID KEY
                           CALL "VERIFICA-STATUS" USING ST-IMP
                                   MENSAJE-STATUS DECISION-STATUS
                           DISPLAY "Error grabando imputacion: "
                                   MENSAJE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO CONT-IMPUTACIONES
                   END-WRITE
               NOT INVALID KEY
                   ADD IMPORTE-IMPUTADO TO IMP_IMPORTE
                   REWRITE REG-IMPUTACION
                       INVALID KEY
                           CALL "VERIFICA-STATUS" USING ST-IMP
                                   MENSAJE-STATUS DECISION-STATUS
                           DISPLAY "Error grabando imputacion: "
                                   MENSAJE-STATUS
                   END-REWRITE
           END-READ.

       ACTUALIZO-ORIGEN.
           MOVE ORIGEN-CLAVE TO PAR_CLAVE.
           READ PARTIDAS
               INVALID KEY
                   CALL "VERIFICA-STATUS" USING ST-PAR MENSAJE-STATUS
                           DECISION-STATUS
                   DISPLAY "Error releyendo partida: " MENSAJE-STATUS
               NOT INVALID KEY
                   PERFORM REGRABO-ORIGEN
           END-READ.

       REGRABO-ORIGEN.
           IF PAR_IMPORTE < ZERO
              COMPUTE PAR_SALDO = PENDIENTE-IMPUTAR * -1
           ELSE
              MOVE PENDIENTE-IMPUTAR TO PAR_SALDO
           END-IF.
           IF PAR_SALDO = ZERO
              MOVE "C" TO PAR_ESTADO
              MOVE HIS_FECHA TO PAR_FECHA_CANCEL
           END-IF.
           REWRITE REG-PARTIDA
               INVALID KEY
                   CALL "VERIFICA-STATUS" USING ST-PAR MENSAJE-STATUS
                           DECISION-STATUS
                   DISPLAY "Error regrabando partida: " MENSAJE-STATUS
                   IF DECISION-STATUS = "A"
                      MOVE "S" TO FIN
                   END-IF
           END-REWRITE.

       SUMO-PARTIDAS.
           MOVE LOW-VALUES TO PAR_CLAVE.
           MOVE "N" TO FIN-PAR.
           START PARTIDAS KEY IS NOT LESS THAN PAR_CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-PAR
           END-START.
           PERFORM SUMO-UNA-PARTIDA THRU F-SUMO-UNA-PARTIDA
                   UNTIL FIN-PAR = "S".

       SUMO-UNA-PARTIDA.
           READ PARTIDAS NEXT RECORD
               AT END
                   MOVE "S" TO FIN-PAR
                   GO TO F-SUMO-UNA-PARTIDA
           END-READ.
           ADD PAR_SALDO TO TOTAL-PARTIDAS.

       F-SUMO-UNA-PARTIDA.
           EXIT.

       MUESTRO-TOTALES.
           DISPLAY "MOVIMIENTOS LEIDOS   : " CONT-LEIDOS.
           DISPLAY "PARTIDAS GENERADAS   : " CONT-PARTIDAS.
           DISPLAY "IMPUTACIONES         : " CONT-IMPUTACIONES.
           DISPLAY "NO GENERADAS         : " CONT-RECHAZADOS.
           DISPLAY "TOTAL HISTORIA       : " TOTAL-HISTORIA.
           DISPLAY "SALDO PARTIDAS       : " TOTAL-PARTIDAS.
           IF TOTAL-HISTORIA = TOTAL-PARTIDAS
              DISPLAY "PARTIDAS CONCILIADAS CON LA HISTORIA"
           ELSE
              DISPLAY "PARTIDAS CON DIFERENCIAS, REVISAR LAS"
              DISPLAY "NO GENERADAS"
           END-IF.

       END PROGRAM GENERA-PARTIDAS.
