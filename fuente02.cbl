      * Author:
      * Date:
      * Purpose: Batch posting of invoices/payments against CLI_SALDO.
      *          Every posted document is also kept as an open item in
      *          PARTIDAS (due date from MOV_FECHA_VTO, or 30 days for
      *          an FA without one) and imputed in IMPUTACIONES: PA, NC
      *          and AC go first to the invoice named in MOV_DOC_REF
      *          and then to the oldest due open items; FA and AD
      *          consume any unapplied credit the customer still has.
      *          Every posted movement is listed under its lote in
      *          LOTES-MOVIMIENTOS; a lote reversed by ANULA-LOTE is
      *          refused. FA and NC are kept in historia with their
      *          net/IVA split (MOV_NETO/MOV_IVA, or computed from
      *          MOV_ALICUOTA, 21% when absent) and the customer's IVA
      *          condition, for the Libro IVA Ventas. An FA or NC that
      *          comes with alicuota, neto and IVA all in zero (the
      *          reversal of a row posted without a split) is kept
      *          without a split.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "./rechazos.sel".
           COPY "./usuarios.sel".
           COPY "./periodos.sel".
           COPY "./resultado-paso.sel".
           COPY "./partidas.sel".
           COPY "./imputaciones.sel".
           COPY "./lotes.sel".
           COPY "./lotes-anulados.sel".
           COPY "./lotes-mov.sel".

           SELECT EXCEDIDOS ASSIGN TO "./excedidos.rpt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-EXC.

       DATA DIVISION.
       FILE SECTION.

           COPY "./rechazos.fd".
           COPY "./usuarios.fd".
           COPY "./periodos.fd".
           COPY "./resultado-paso.fd".
           COPY "./partidas.fd".
           COPY "./imputaciones.fd".
           COPY "./lotes.fd".
           COPY "./lotes-anulados.fd".
           COPY "./lotes-mov.fd".

       FD EXCEDIDOS.

       01  REG-EXCEDIDO            PIC X(132).

       WORKING-STORAGE SECTION.

       01  ST-FILE             PIC XX.
       01  ST-EXC              PIC XX.
       01  ST-USU              PIC XX.
       01  ST-LOT              PIC XX.
       01  ST-ANU              PIC XX.
       01  ST-LMV              PIC XX.
       01  ST-PER              PIC XX.
       01  ST-RES              PIC XX.
       01  ST-PAR              PIC XX.
       01  ST-IMP              PIC XX.

       01  MENSAJE-STATUS      PIC X(60).
       01  DECISION-STATUS     PIC X.
       01  SW-HIS-GRABADA      PIC X       VALUE "N".
       01  SW-ARCHIVO-VALIDO   PIC X       VALUE "N".
       01  SW-VAL-TRAILER      PIC X       VALUE "N".
       01  CODIGO-RETORNO      PIC 9(2)    VALUE ZERO.

       01  VAL-CANTIDAD        PIC 9(7)    VALUE ZERO.
       01  VAL-HASH            PIC S9(11)V9(3) VALUE ZERO.
           03  CTL-FECHA           PIC 9(8).
           03  CTL-CANTIDAD        PIC 9(7).
           03  CTL-HASH            PIC S9(11)V9(3).
           03  FILLER              PIC X(54)   VALUE SPACES.

       01  DIAS-VTO-FACTURA    PIC 9(3)    VALUE 30.
       01  FIN-PAR             PIC X       VALUE "N".
       01  SW-PARTIDA-OK       PIC X       VALUE "N".
       01  SW-REFERENCIA-OK    PIC X       VALUE "N".
       01  PENDIENTE-IMPUTAR   PIC S9(9)V9(3) VALUE ZERO.
       01  IMPORTE-IMPUTADO    PIC S9(9)V9(3) VALUE ZERO.
       01  CONT-IMPUTACIONES   PIC 9(7)    VALUE ZERO.

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

       01  ESTADO-CHECKPOINT   PIC X.
       01  CONT-PROCESADOS     PIC 9(7)    VALUE ZERO.

       01  SALDO-NUEVO         PIC S9(9)V9(3) VALUE ZERO.

       01  ALICUOTA-GENERAL    PIC 9(2)V9(2) VALUE 21.
       01  DIS-ALICUOTA        PIC 9(2)V9(2) VALUE ZERO.
           88  DIS-ALICUOTA-VALIDA VALUES 0 10,5 21 27.
       01  DIS-NETO            PIC S9(7)V9(3) VALUE ZERO.
       01  DIS-IVA             PIC S9(7)V9(3) VALUE ZERO.
       01  DIS-DIFERENCIA      PIC S9(7)V9(3) VALUE ZERO.
       01  SW-IVA-VALIDO       PIC X       VALUE "S".

       01  LINEA-EXCEDIDO.
           03  FILLER              PIC X(8)
               VALUE "CLIENTE ".
              PERFORM VALIDO-ARCHIVO-MOVIMIENTOS
              PERFORM REABRO-MOVIMIENTOS
           END-IF.
           IF FIN-MOV NOT = "S"
              PERFORM CONTROLO-LOTE-ANULADO
           END-IF.
           IF FIN-MOV NOT = "S"
              PERFORM CONTROLO-LOTE-APLICADO
           END-IF.
              PERFORM REGISTRO-LOTE-APLICADO
           END-IF.
           PERFORM MUESTRO-TOTALES.
           PERFORM GRABO-RESULTADO-PASO.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

       ABRO-MOVIMIENTOS.
                 END-IF
              END-IF
           END-IF.
           OPEN I-O PARTIDAS.
           IF ST-PAR = "35"
              OPEN OUTPUT PARTIDAS
              CLOSE PARTIDAS
              OPEN I-O PARTIDAS
              DISPLAY "PARTIDAS: archivo nuevo, para los saldos previos"
              DISPLAY "correr antes GENERA-PARTIDAS"
           ELSE
              IF ST-PAR > "07"
                 CALL "VERIFICA-STATUS" USING ST-PAR MENSAJE-STATUS
                         DECISION-STATUS
                 DISPLAY "PARTIDAS: " MENSAJE-STATUS
                 IF DECISION-STATUS = "A"
                    MOVE "S" TO FIN-MOV
                 END-IF
              END-IF
           END-IF.
           OPEN I-O IMPUTACIONES.
           IF ST-IMP = "35"
              OPEN OUTPUT IMPUTACIONES
              CLOSE IMPUTACIONES
              OPEN I-O IMPUTACIONES
           ELSE
              IF ST-IMP > "07"
                 CALL "VERIFICA-STATUS" USING ST-IMP MENSAJE-STATUS
                         DECISION-STATUS
                 DISPLAY "IMPUTACIONES: " MENSAJE-STATUS
                 IF DECISION-STATUS = "A"
                    MOVE "S" TO FIN-MOV
                 END-IF
              END-IF
           END-IF.
           OPEN EXTEND LOTES-MOVIMIENTOS.
           IF ST-LMV = "35"
              OPEN OUTPUT LOTES-MOVIMIENTOS
              CLOSE LOTES-MOVIMIENTOS
              OPEN EXTEND LOTES-MOVIMIENTOS
           END-IF.
           IF ST-LMV > "07"
              CALL "VERIFICA-STATUS" USING ST-LMV MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "LOTES MOVIMIENTOS: " MENSAJE-STATUS
              IF DECISION-STATUS = "A"
                 MOVE "S" TO FIN-MOV
              END-IF
           END-IF.
           PERFORM ABRO-RECHAZOS.
           PERFORM ABRO-EXCEDIDOS.

              PERFORM GRABO-RECHAZO-TRAILER
           END-IF.
           CLOSE MOVIMIENTOS CLIENTES BITACORA HISTORIA RECHAZOS
                 EXCEDIDOS PARTIDAS IMPUTACIONES LOTES-MOVIMIENTOS.

       LEO-MOVIMIENTO.
           READ MOVIMIENTOS
                      ": importe con signo invalido para " MOV_TIPO
              PERFORM RECHAZO-MOVIMIENTO
              GO TO CONTABILIZO-MOVIMIENTO.
           PERFORM DISCRIMINO-IVA THRU F-DISCRIMINO-IVA.
           IF SW-IVA-VALIDO NOT = "S"
              DISPLAY "CLIENTE " MOV_CLI_ID
                      ": neto/IVA inconsistente " MOV_TIPO " "
                      MOV_NRO_DOC
              PERFORM RECHAZO-MOVIMIENTO
              GO TO CONTABILIZO-MOVIMIENTO.
           IF MOV_FECHA_VTO NUMERIC AND MOV_FECHA_VTO NOT = ZERO
              AND MOV_FECHA_VTO < MOV_FECHA
              DISPLAY "CLIENTE " MOV_CLI_ID
                      ": vencimiento anterior a la fecha " MOV_NRO_DOC
              PERFORM RECHAZO-MOVIMIENTO
              GO TO CONTABILIZO-MOVIMIENTO.
           IF MOV-TIPO-AJUSTE
              IF SW-AJUSTE-PEDIDO NOT = "S"
                 PERFORM PIDO-AUTORIZA-AJUSTE
                           ADD MOV_IMPORTE TO TOTAL-MOVIMIENTOS
                           PERFORM GRABO-BITACORA-MODI
                           PERFORM GRABO-HISTORIA
                           IF SW-HIS-GRABADA = "S"
                              PERFORM GRABO-LOTE-MOVIMIENTO
                           END-IF
                           PERFORM IMPUTO-PARTIDAS
                                   THRU F-IMPUTO-PARTIDAS
                   END-REWRITE
           END-READ.

       F-PROCESO-MOVIMIENTOS.
           EXIT.

       DISCRIMINO-IVA.
           MOVE "S"  TO SW-IVA-VALIDO.
           MOVE ZERO TO DIS-ALICUOTA DIS-NETO DIS-IVA.
           IF NOT MOV-FACTURA AND NOT MOV-NOTA-CREDITO
              GO TO F-DISCRIMINO-IVA.
           IF MOV_ALICUOTA NUMERIC AND MOV_NETO NUMERIC
              AND MOV_IVA NUMERIC
              AND MOV_ALICUOTA = ZERO AND MOV_NETO = ZERO
              AND MOV_IVA = ZERO
              GO TO F-DISCRIMINO-IVA.
           IF MOV_ALICUOTA NUMERIC
              MOVE MOV_ALICUOTA TO DIS-ALICUOTA
           END-IF.
           IF MOV_NETO NUMERIC AND MOV_IVA NUMERIC
              MOVE MOV_NETO TO DIS-NETO
              MOVE MOV_IVA  TO DIS-IVA
           END-IF.
           IF DIS-NETO = ZERO AND DIS-IVA = ZERO
              IF DIS-ALICUOTA = ZERO
                 MOVE ALICUOTA-GENERAL TO DIS-ALICUOTA
              END-IF
              COMPUTE DIS-NETO ROUNDED =
                      MOV_IMPORTE * 100 / (100 + DIS-ALICUOTA)
              COMPUTE DIS-IVA = MOV_IMPORTE - DIS-NETO
           END-IF.
           IF NOT DIS-ALICUOTA-VALIDA
              MOVE "N" TO SW-IVA-VALIDO
              GO TO F-DISCRIMINO-IVA.
           IF DIS-NETO + DIS-IVA NOT = MOV_IMPORTE
              MOVE "N" TO SW-IVA-VALIDO
              GO TO F-DISCRIMINO-IVA.
           COMPUTE DIS-DIFERENCIA ROUNDED =
                   DIS-NETO * DIS-ALICUOTA / 100 - DIS-IVA.
           IF DIS-DIFERENCIA > 0,01 OR DIS-DIFERENCIA < -0,01
              MOVE "N" TO SW-IVA-VALIDO
           END-IF.

       F-DISCRIMINO-IVA.
           EXIT.

       EXCEDIDO-MOVIMIENTO.
           ADD 1 TO CONT-EXCEDIDOS.
           MOVE MOV_CLI_ID          TO EXC-ID.
           MOVE MOV_IMPORTE      TO HIS_IMPORTE.
           MOVE CLI_SALDO        TO HIS_SALDO_RESULT.
           ACCEPT HIS_FECHA_PROCESO FROM DATE YYYYMMDD.
           MOVE DIS-ALICUOTA     TO HIS_ALICUOTA.
           MOVE DIS-NETO         TO HIS_NETO.
           MOVE DIS-IVA          TO HIS_IVA.
           MOVE CLI_COND_IVA     TO HIS_COND_IVA.
           MOVE "N" TO SW-HIS-GRABADA.
           PERFORM INTENTO-GRABO-HISTORIA THRU F-INTENTO-GRABO-HISTORIA
                   UNTIL SW-HIS-GRABADA NOT = "N".
       F-INTENTO-GRABO-HISTORIA.
           EXIT.

       GRABO-LOTE-MOVIMIENTO.
           MOVE VAL-CTL-FECHA-LOTE TO LMV_LOTE_FECHA.
           MOVE VAL-CTL-CANTIDAD   TO LMV_LOTE_CANTIDAD.
           MOVE VAL-CTL-HASH       TO LMV_LOTE_HASH.
           MOVE HIS_CLI_ID         TO LMV_CLI_ID.
           MOVE HIS_FECHA          TO LMV_FECHA.
           MOVE HIS_TIPO           TO LMV_TIPO.
           MOVE HIS_NRO_DOC        TO LMV_NRO_DOC.
           MOVE HIS_IMPORTE        TO LMV_IMPORTE.
           MOVE HIS_FECHA_PROCESO  TO LMV_FECHA_PROCESO.
           WRITE REG-LOTE-MOVIMIENTO.
           IF ST-LMV > "07"
              CALL "VERIFICA-STATUS" USING ST-LMV MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "Error grabando lotes movimientos: "
                      MENSAJE-STATUS
              IF DECISION-STATUS = "A"
                 MOVE "S" TO FIN-MOV
              END-IF
           END-IF.

       IMPUTO-PARTIDAS.
           PERFORM ALTA-PARTIDA.
           IF SW-PARTIDA-OK NOT = "S"
              GO TO F-IMPUTO-PARTIDAS.
           IF MOV-SIGNO-NEGATIVO AND MOV_DOC_REF NOT = SPACES
              PERFORM IMPUTO-REFERENCIA THRU F-IMPUTO-REFERENCIA
           END-IF.
           IF PENDIENTE-IMPUTAR > ZERO
              PERFORM IMPUTO-MAS-ANTIGUAS
           END-IF.
           PERFORM ACTUALIZO-ORIGEN.

       F-IMPUTO-PARTIDAS.
           EXIT.

       ALTA-PARTIDA.
           MOVE "N" TO SW-PARTIDA-OK.
           MOVE SPACES          TO REG-PARTIDA.
           MOVE MOV_CLI_ID      TO PAR_CLI_ID PAR_CLI_ID_VTO.
           MOVE MOV_NRO_DOC     TO PAR_NRO_DOC.
           MOVE MOV_TIPO        TO PAR_TIPO.
           MOVE MOV_FECHA       TO PAR_FECHA PAR_FECHA_VTO.
           IF MOV-SIGNO-POSITIVO
              IF MOV_FECHA_VTO NUMERIC AND MOV_FECHA_VTO NOT = ZERO
                 MOVE MOV_FECHA_VTO TO PAR_FECHA_VTO
              ELSE
                 IF MOV-FACTURA
                    COMPUTE PAR_FECHA_VTO = FUNCTION DATE-OF-INTEGER
                          (FUNCTION INTEGER-OF-DATE (MOV_FECHA)
                           + DIAS-VTO-FACTURA)
                 END-IF
              END-IF
           END-IF.
           MOVE MOV_IMPORTE     TO PAR_IMPORTE PAR_SALDO.
           MOVE "A"             TO PAR_ESTADO.
           MOVE ZERO            TO PAR_FECHA_CANCEL.
           ACCEPT PAR_FECHA_MODIF FROM DATE YYYYMMDD.
           MOVE "BATCH"         TO PAR_USUARIO_MODIF.
           MOVE PAR_CLAVE       TO ORIGEN-CLAVE.
           IF MOV_IMPORTE < ZERO
              COMPUTE PENDIENTE-IMPUTAR = MOV_IMPORTE * -1
           ELSE
              MOVE MOV_IMPORTE TO PENDIENTE-IMPUTAR
           END-IF.
           WRITE REG-PARTIDA
               INVALID KEY
                   CALL "VERIFICA-STATUS" USING ST-PAR MENSAJE-STATUS
                           DECISION-STATUS
                   DISPLAY "CLIENTE " MOV_CLI_ID ": partida " MOV_TIPO
                           " " MOV_NRO_DOC " no grabada: "
                           MENSAJE-STATUS
                   IF DECISION-STATUS = "A"
                      MOVE "S" TO FIN-MOV
                   END-IF
               NOT INVALID KEY
                   MOVE "S" TO SW-PARTIDA-OK
           END-WRITE.

       IMPUTO-REFERENCIA.
           MOVE MOV_CLI_ID  TO PAR_CLI_ID.
           MOVE MOV_DOC_REF TO PAR_NRO_DOC.
           MOVE "FA"        TO PAR_TIPO.
           PERFORM LEO-PARTIDA-REFERIDA.
           IF SW-REFERENCIA-OK NOT = "S"
              MOVE MOV_CLI_ID  TO PAR_CLI_ID
              MOVE MOV_DOC_REF TO PAR_NRO_DOC
              MOVE "AD"        TO PAR_TIPO
              PERFORM LEO-PARTIDA-REFERIDA
           END-IF.
           IF SW-REFERENCIA-OK NOT = "S"
              DISPLAY "CLIENTE " MOV_CLI_ID ": documento referido "
                      MOV_DOC_REF " inexistente, va a los mas antiguos"
              GO TO F-IMPUTO-REFERENCIA.
           IF PAR_SALDO <= ZERO
              DISPLAY "CLIENTE " MOV_CLI_ID ": documento referido "
                      MOV_DOC_REF " ya cancelado, va a los mas antiguos"
              GO TO F-IMPUTO-REFERENCIA.
           PERFORM APLICO-A-PARTIDA.

       F-IMPUTO-REFERENCIA.
           EXIT.

       LEO-PARTIDA-REFERIDA.
           READ PARTIDAS
               INVALID KEY
                   MOVE "N" TO SW-REFERENCIA-OK
               NOT INVALID KEY
                   MOVE "S" TO SW-REFERENCIA-OK
           END-READ.

       IMPUTO-MAS-ANTIGUAS.
           MOVE "N"        TO FIN-PAR.
           MOVE MOV_CLI_ID TO PAR_CLI_ID_VTO.
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
           IF PAR_CLI_ID_VTO NOT = MOV_CLI_ID
              MOVE "S" TO FIN-PAR
              GO TO F-BUSCO-PARTIDA-ABIERTA.
           IF PAR_CLAVE = ORIGEN-CLAVE
              GO TO F-BUSCO-PARTIDA-ABIERTA.
           IF MOV-SIGNO-NEGATIVO AND PAR_SALDO > ZERO
              OR MOV-SIGNO-POSITIVO AND PAR_SALDO < ZERO
              PERFORM APLICO-A-PARTIDA
           END-IF.

       F-BUSCO-PARTIDA-ABIERTA.
           EXIT.

       APLICO-A-PARTIDA.
           MOVE MOV_CLI_ID TO CIM-CLI-ID.
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
              ACCEPT PAR_FECHA_CANCEL FROM DATE YYYYMMDD
           END-IF.
           ACCEPT PAR_FECHA_MODIF FROM DATE YYYYMMDD.
           MOVE "BATCH" TO PAR_USUARIO_MODIF.
           REWRITE REG-PARTIDA
               INVALID KEY
                   CALL "VERIFICA-STATUS" USING ST-PAR MENSAJE-STATUS
                           DECISION-STATUS
                   DISPLAY "Error regrabando partida: " MENSAJE-STATUS
                   IF DECISION-STATUS = "A"
                      MOVE "S" TO FIN-MOV
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
                   ACCEPT IMP_FECHA FROM DATE YYYYMMDD
                   MOVE "BATCH"          TO IMP_USUARIO
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
                   ACCEPT IMP_FECHA FROM DATE YYYYMMDD
                   MOVE "BATCH"          TO IMP_USUARIO
                   REWRITE REG-IMPUTACION
                       INVALID KEY
                           CALL "VERIFICA-STATUS" USING ST-IMP
                                   MENSAJE-STATUS DECISION-STATUS
                           DISPLAY "Error grabando imputacion: "
                                   MENSAJE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO CONT-IMPUTACIONES
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
              ACCEPT PAR_FECHA_CANCEL FROM DATE YYYYMMDD
           END-IF.
           REWRITE REG-PARTIDA
               INVALID KEY
                   CALL "VERIFICA-STATUS" USING ST-PAR MENSAJE-STATUS
                           DECISION-STATUS
                   DISPLAY "Error regrabando partida: " MENSAJE-STATUS
                   IF DECISION-STATUS = "A"
                      MOVE "S" TO FIN-MOV
                   END-IF
           END-REWRITE.

       LEO-CHECKPOINT.
           OPEN INPUT CHECKPT.
           IF ST-CHK = "35"
              END-IF
           END-IF.

       CONTROLO-LOTE-ANULADO.
           MOVE "N" TO FIN-LOT.
           OPEN INPUT LOTES-ANULADOS.
           IF ST-ANU = "35"
              CONTINUE
           ELSE
              IF ST-ANU > "07"
                 CALL "VERIFICA-STATUS" USING ST-ANU MENSAJE-STATUS
                         DECISION-STATUS
                 DISPLAY "LOTES ANULADOS: " MENSAJE-STATUS
                 MOVE "S" TO FIN-MOV
              ELSE
                 PERFORM COMPARO-LOTE-ANULADO
                         THRU F-COMPARO-LOTE-ANULADO
                         UNTIL FIN-LOT = "S"
                 CLOSE LOTES-ANULADOS
              END-IF
           END-IF.

       COMPARO-LOTE-ANULADO.
           READ LOTES-ANULADOS
               AT END
                   MOVE "S" TO FIN-LOT
                   GO TO F-COMPARO-LOTE-ANULADO
           END-READ.
           IF ANU_FECHA    = VAL-CTL-FECHA-LOTE
              AND ANU_CANTIDAD = VAL-CTL-CANTIDAD
              AND ANU_HASH     = VAL-CTL-HASH
              DISPLAY "EL LOTE DE MOVIMIENTOS FUE ANULADO EL "
                      ANU_FECHA_ANULACION " POR " ANU_USUARIO
              DISPLAY "LOTE RECHAZADO, NO SE POSTEA"
              MOVE "S" TO FIN-LOT
              MOVE "S" TO FIN-MOV
           END-IF.

       F-COMPARO-LOTE-ANULADO.
           EXIT.

       LEO-LOTE.
           READ LOTES-APLICADOS
               AT END
           DISPLAY "EXCEDIDOS DE LIMITE: " CONT-EXCEDIDOS.
           DISPLAY "TOTAL MOVIMIENTOS  : " TOTAL-MOVIMIENTOS.
           DISPLAY "TOTAL RECHAZADO    : " TOTAL-RECHAZADO.
           DISPLAY "IMPUTACIONES       : " CONT-IMPUTACIONES.
           IF SW-REARRANQUE = "S"
              DISPLAY "CORRIDA REANUDADA DESDE EL MOVIMIENTO "
                      REA-PROCESADOS " + 1"
           END-IF.

       GRABO-RESULTADO-PASO.
           IF SW-EOF-MOV NOT = "S" OR SW-ARCHIVO-VALIDO NOT = "S"
              MOVE 16 TO CODIGO-RETORNO
           ELSE
              IF CONT-RECHAZADOS > ZERO
                 MOVE 4 TO CODIGO-RETORNO
              ELSE
                 MOVE ZERO TO CODIGO-RETORNO
              END-IF
           END-IF.
           OPEN OUTPUT RESULTADO-PASO.
           IF ST-RES > "07"
              CALL "VERIFICA-STATUS" USING ST-RES MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "RESULTADO PASO: " MENSAJE-STATUS
           ELSE
              MOVE "ACTUALIZA-SALDOS" TO RES_PROGRAMA
              MOVE CODIGO-RETORNO     TO RES_RETORNO
              MOVE CONT-PROCESADOS    TO RES_LEIDOS
              MOVE CONT-APLICADOS     TO RES_GRABADOS
              MOVE CONT-RECHAZADOS    TO RES_RECHAZADOS
              WRITE REG-RESULTADO-PASO
              CLOSE RESULTADO-PASO
           END-IF.

       END PROGRAM ACTUALIZA-SALDOS.
