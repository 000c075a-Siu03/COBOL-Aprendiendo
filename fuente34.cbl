      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reversal (anulacion) of a movement batch already
      *          posted by ACTUALIZA-SALDOS. A nivel 9 supervisor picks
      *          the lote from LOTES-APLICADOS by date, count and hash;
      *          its movements are taken from LOTES-MOVIMIENTOS (or, for
      *          lotes posted before that file existed, from the
      *          historia rows processed the day the lote was applied,
      *          when it was the only lote of that day) and checked
      *          against HISTORIA. If none of them falls in a period
      *          already closed by CIERRE-MENSUAL, an offsetting batch
      *          is written to ./movimientos.dat (FA -> NC, NC -> FA,
      *          AD -> AC, PA/AC -> AD, opposite amount and net/IVA
      *          split, document "AN" plus the last ten characters of
      *          the original one, which also goes in MOV_DOC_REF of
      *          an NC or AC; an original FA or NC posted without a
      *          split is reversed with alicuota, neto and IVA in zero
      *          so it stays without a split) and the
      *          lote is registered in
      *          LOTES-ANULADOS, so it can be neither reversed again
      *          nor posted again. Report in ./anulacion-lote.rpt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANULA-LOTE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "./historia.sel".
           COPY "./movimientos.sel".
           COPY "./usuarios.sel".
           COPY "./periodos.sel".
           COPY "./lotes.sel".
           COPY "./lotes-anulados.sel".
           COPY "./lotes-mov.sel".

           SELECT REPORTE ASSIGN TO "./anulacion-lote.rpt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REP.

       DATA DIVISION.
       FILE SECTION.

           COPY "./historia.fd".
           COPY "./movimientos.fd".
           COPY "./usuarios.fd".
           COPY "./periodos.fd".
           COPY "./lotes.fd".
           COPY "./lotes-anulados.fd".
           COPY "./lotes-mov.fd".

       FD REPORTE.

       01  REG-REPORTE             PIC X(132).

       WORKING-STORAGE SECTION.

       01  ST-HIS              PIC XX.
       01  ST-MOV              PIC XX.
       01  ST-USU              PIC XX.
       01  ST-PER              PIC XX.
       01  ST-LOT              PIC XX.
       01  ST-ANU              PIC XX.
       01  ST-LMV              PIC XX.
       01  ST-REP              PIC XX.

       01  MENSAJE-STATUS      PIC X(60).
       01  DECISION-STATUS     PIC X.

       01  FIN                 PIC X       VALUE "N".
       01  FIN-LOT             PIC X       VALUE "N".
       01  FIN-ANU             PIC X       VALUE "N".
       01  FIN-LMV             PIC X       VALUE "N".
       01  FIN-PER             PIC X       VALUE "N".
       01  FIN-HIS             PIC X       VALUE "N".
       01  SW-AUTORIZADO       PIC X       VALUE "N".
       01  SW-ENCONTRADO       PIC X       VALUE "N".
       01  SW-GENERADO         PIC X       VALUE "N".
       01  CONFIRMA            PIC X       VALUE "N".
       01  ORIGEN-MOVIMIENTOS  PIC X(40)   VALUE SPACES.

       01  SUP-USUARIO         PIC X(8)    VALUE SPACES.
       01  SUP-PASSWORD        PIC X(8)    VALUE SPACES.
       01  CONT-INT-SUP        PIC 9(2)    VALUE ZERO.

       01  FECHA-HOY           PIC 9(8)    VALUE ZERO.
       01  ULTIMO-PER-CERRADO  PIC 9(6)    VALUE ZERO.
       01  PERIODO-MOVIMIENTO  PIC 9(6)    VALUE ZERO.

       01  LOTE-FECHA          PIC 9(8)    VALUE ZERO.
       01  LOTE-NUMERO         PIC 9(2)    VALUE ZERO.
       01  LOTE-ELEGIDO.
           03  ELE-FECHA           PIC 9(8).
           03  ELE-CANTIDAD        PIC 9(7).
           03  ELE-HASH            PIC S9(11)V9(3).
       01  ELE-FECHA-APLICADO  PIC 9(8)    VALUE ZERO.
       01  CONT-LOTES-DIA      PIC 9(3)    VALUE ZERO.

       01  TABLA-LOTES.
           03  TLO-ITEM            OCCURS 20.
               05  TLO-CANTIDAD        PIC 9(7).
               05  TLO-HASH            PIC S9(11)V9(3).
               05  TLO-FECHA-APLICADO  PIC 9(8).
       01  CANT-LOTES          PIC 9(2) COMP VALUE ZERO.
       01  IND-LOT             PIC 9(2) COMP VALUE ZERO.

       01  TABLA-MOVIMIENTOS.
           03  TMV-ITEM            OCCURS 9999.
               05  TMV-CLI-ID          PIC 9(7).
               05  TMV-FECHA           PIC 9(8).
               05  TMV-TIPO            PIC X(2).
               05  TMV-NRO-DOC         PIC X(12).
               05  TMV-IMPORTE         PIC S9(7)V9(3).
               05  TMV-ALICUOTA        PIC 9(2)V9(2).
               05  TMV-NETO            PIC S9(7)V9(3).
               05  TMV-IVA             PIC S9(7)V9(3).
       01  CANT-MOVS           PIC 9(5) COMP VALUE ZERO.
       01  MAX-MOVS            PIC 9(5) COMP VALUE 9999.
       01  IND-MOV             PIC 9(5) COMP VALUE ZERO.
       01  INICIO-DOC          PIC 9(2) COMP VALUE ZERO.

       01  ANULACION.
           03  ANL-TIPO            PIC X(2).
           03  ANL-NRO-DOC         PIC X(12).
           03  ANL-IMPORTE         PIC S9(7)V9(3).
           03  ANL-DOC-REF         PIC X(12).
           03  ANL-ALICUOTA        PIC 9(2)V9(2).
           03  ANL-NETO            PIC S9(7)V9(3).
           03  ANL-IVA             PIC S9(7)V9(3).

       01  CONT-NO-ENCONTRADOS PIC 9(5)    VALUE ZERO.
       01  CONT-CERRADOS       PIC 9(5)    VALUE ZERO.
       01  CONT-DETALLES       PIC 9(7)    VALUE ZERO.
       01  TOTAL-ORIGINAL      PIC S9(11)V9(3) VALUE ZERO.
       01  HASH-IMPORTES       PIC S9(11)V9(3) VALUE ZERO.

       01  EDIT-HASH           PIC -(11)9,999.

       01  LINEA-TITULO.
           03  FILLER              PIC X(30)
               VALUE "ANULACION DE LOTE AL ".
           03  TIT-FECHA           PIC 9(8).
           03  FILLER              PIC X(18)
               VALUE "   SUPERVISOR ".
           03  TIT-SUPERVISOR      PIC X(8).

       01  LINEA-LOTE.
           03  FILLER              PIC X(11)   VALUE "LOTE FECHA ".
           03  LLO-FECHA           PIC 9(8).
           03  FILLER              PIC X(11)   VALUE "  CANTIDAD ".
           03  LLO-CANTIDAD        PIC ZZZZZZ9.
           03  FILLER              PIC X(7)    VALUE "  HASH ".
           03  LLO-HASH            PIC -(11)9,999.
           03  FILLER              PIC X(12)   VALUE "  APLICADO ".
           03  LLO-APLICADO        PIC 9(8).

       01  LINEA-SUBTITULO.
           03  FILLER              PIC X(9)    VALUE "CLIENTE".
           03  FILLER              PIC X(9)    VALUE "FECHA".
           03  FILLER              PIC X(3)    VALUE "TP".
           03  FILLER              PIC X(13)   VALUE "DOCUMENTO".
           03  FILLER              PIC X(13)   VALUE "      IMPORTE".
           03  FILLER              PIC X(4)    VALUE SPACES.
           03  FILLER              PIC X(3)    VALUE "TP".
           03  FILLER              PIC X(13)   VALUE "ANULACION".
           03  FILLER              PIC X(13)   VALUE "      IMPORTE".
           03  FILLER              PIC X(2)    VALUE SPACES.
           03  FILLER              PIC X(30)   VALUE "OBSERVACION".

       01  LINEA-DETALLE.
           03  DET-CLI-ID          PIC ZZZZZZ9.
           03  FILLER              PIC X(2)    VALUE SPACES.
           03  DET-FECHA           PIC 9(8).
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  DET-TIPO            PIC X(2).
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  DET-NRO-DOC         PIC X(12).
           03  DET-IMPORTE         PIC -(8)9,999.
           03  FILLER              PIC X(4)    VALUE " -> ".
           03  DET-ANL-TIPO        PIC X(2).
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  DET-ANL-NRO-DOC     PIC X(12).
           03  DET-ANL-IMPORTE     PIC -(8)9,999.
           03  FILLER              PIC X(2)    VALUE SPACES.
           03  DET-OBSERVACION     PIC X(30).

       01  LINEA-RESUMEN.
           03  RES-CONCEPTO        PIC X(40).
           03  RES-CANTIDAD        PIC ZZZZZZ9.
           03  FILLER              PIC X(2)    VALUE SPACES.
           03  RES-IMPORTE         PIC -(11)9,999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM PIDO-SUPERVISOR.
           IF SW-AUTORIZADO NOT = "S"
              DISPLAY "ANULACION NO AUTORIZADA"
              MOVE "S" TO FIN
           END-IF.
           IF FIN NOT = "S"
              PERFORM ELIJO-LOTE THRU F-ELIJO-LOTE
           END-IF.
           IF FIN NOT = "S"
              PERFORM CONTROLO-LOTE-ANULADO
           END-IF.
           IF FIN NOT = "S"
              PERFORM CARGO-PERIODOS-CERRADOS
           END-IF.
           IF FIN NOT = "S"
              PERFORM ABRO-ARCHIVOS
           END-IF.
           IF FIN NOT = "S"
              PERFORM IMPRIME-ENCABEZADO
              PERFORM BUSCO-MOVIMIENTOS
              IF CANT-MOVS = ZERO
                 MOVE "EL LOTE NO TIENE MOVIMIENTOS IDENTIFICABLES"
                      TO REG-REPORTE
                 WRITE REG-REPORTE
                 DISPLAY "NO SE ENCONTRARON LOS MOVIMIENTOS DEL LOTE"
              ELSE
                 PERFORM VERIFICO-MOVIMIENTO
                         VARYING IND-MOV FROM 1 BY 1
                         UNTIL IND-MOV > CANT-MOVS
                 PERFORM DECIDO-ANULACION
              END-IF
              PERFORM IMPRIME-TOTALES
              PERFORM CIERRO-ARCHIVOS
              PERFORM MUESTRO-TOTALES
           END-IF.
           IF SW-GENERADO NOT = "S"
              MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.

       PIDO-SUPERVISOR.
           MOVE "N" TO SW-AUTORIZADO.
           OPEN INPUT USUARIOS.
           IF ST-USU > "07"
              CALL "VERIFICA-STATUS" USING ST-USU MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "USUARIOS: " MENSAJE-STATUS
           ELSE
              MOVE ZERO TO CONT-INT-SUP
              PERFORM PIDO-CRED-SUPERVISOR THRU F-PIDO-CRED-SUPERVISOR
                      UNTIL SW-AUTORIZADO = "S"
                         OR CONT-INT-SUP >= 3
              CLOSE USUARIOS
           END-IF.

       PIDO-CRED-SUPERVISOR.
           ADD 1 TO CONT-INT-SUP.
           DISPLAY "USUARIO SUPERVISOR (o blanco): ".
           ACCEPT SUP-USUARIO.
           IF SUP-USUARIO = SPACES
              MOVE 3 TO CONT-INT-SUP
              GO TO F-PIDO-CRED-SUPERVISOR.
           DISPLAY "PASSWORD: ".
           ACCEPT SUP-PASSWORD.
           MOVE SUP-USUARIO TO USU_ID.
           READ USUARIOS
               INVALID KEY
                   DISPLAY "USUARIO O PASSWORD INCORRECTOS"
               NOT INVALID KEY
                   IF USU_PASSWORD = SUP-PASSWORD
                      AND USU-ACTIVO
                      AND USU-SUPERVISOR
                      MOVE "S" TO SW-AUTORIZADO
                   ELSE
                      DISPLAY "USUARIO SIN NIVEL DE SUPERVISOR"
                   END-IF
           END-READ.

       F-PIDO-CRED-SUPERVISOR.
           EXIT.

       ELIJO-LOTE.
           DISPLAY "FECHA DEL LOTE A ANULAR (AAAAMMDD): ".
           ACCEPT LOTE-FECHA.
           MOVE ZERO TO CANT-LOTES.
           MOVE "N"  TO FIN-LOT.
           OPEN INPUT LOTES-APLICADOS.
           IF ST-LOT = "35"
              DISPLAY "NO HAY LOTES APLICADOS"
              MOVE "S" TO FIN
              GO TO F-ELIJO-LOTE.
           IF ST-LOT > "07"
              CALL "VERIFICA-STATUS" USING ST-LOT MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "LOTES APLICADOS: " MENSAJE-STATUS
              MOVE "S" TO FIN
              GO TO F-ELIJO-LOTE.
           PERFORM CARGO-LOTE THRU F-CARGO-LOTE
                   UNTIL FIN-LOT = "S".
           CLOSE LOTES-APLICADOS.
           IF CANT-LOTES = ZERO
              DISPLAY "NO HAY LOTES APLICADOS CON FECHA " LOTE-FECHA
              MOVE "S" TO FIN
              GO TO F-ELIJO-LOTE.
           PERFORM MUESTRO-LOTE
                   VARYING IND-LOT FROM 1 BY 1
                   UNTIL IND-LOT > CANT-LOTES.
           DISPLAY "NUMERO DE LOTE A ANULAR (0 = NINGUNO): ".
           ACCEPT LOTE-NUMERO.
           IF LOTE-NUMERO = ZERO OR LOTE-NUMERO > CANT-LOTES
              DISPLAY "ANULACION CANCELADA"
              MOVE "S" TO FIN
              GO TO F-ELIJO-LOTE.
           MOVE LOTE-FECHA                     TO ELE-FECHA.
           MOVE TLO-CANTIDAD (LOTE-NUMERO)       TO ELE-CANTIDAD.
           MOVE TLO-HASH (LOTE-NUMERO)           TO ELE-HASH.
           MOVE TLO-FECHA-APLICADO (LOTE-NUMERO) TO ELE-FECHA-APLICADO.

       F-ELIJO-LOTE.
           EXIT.

       CARGO-LOTE.
           READ LOTES-APLICADOS
               AT END
                   MOVE "S" TO FIN-LOT
                   GO TO F-CARGO-LOTE
           END-READ.
           IF LOT_FECHA NOT = LOTE-FECHA
              GO TO F-CARGO-LOTE.
           IF CANT-LOTES >= 20
              DISPLAY "DEMASIADOS LOTES CON ESA FECHA, SE MUESTRAN 20"
              MOVE "S" TO FIN-LOT
              GO TO F-CARGO-LOTE.
           ADD 1 TO CANT-LOTES.
           MOVE LOT_CANTIDAD       TO TLO-CANTIDAD (CANT-LOTES).
           MOVE LOT_HASH           TO TLO-HASH (CANT-LOTES).
           MOVE LOT_FECHA_APLICADO TO TLO-FECHA-APLICADO (CANT-LOTES).

       F-CARGO-LOTE.
           EXIT.

       MUESTRO-LOTE.
           MOVE TLO-HASH (IND-LOT) TO EDIT-HASH.
           DISPLAY IND-LOT ") CANTIDAD " TLO-CANTIDAD (IND-LOT)
                   "  HASH " EDIT-HASH
                   "  APLICADO " TLO-FECHA-APLICADO (IND-LOT).

       CONTROLO-LOTE-ANULADO.
           MOVE "N" TO FIN-ANU.
           OPEN INPUT LOTES-ANULADOS.
           IF ST-ANU = "35"
              CONTINUE
           ELSE
              IF ST-ANU > "07"
                 CALL "VERIFICA-STATUS" USING ST-ANU MENSAJE-STATUS
                         DECISION-STATUS
                 DISPLAY "LOTES ANULADOS: " MENSAJE-STATUS
                 MOVE "S" TO FIN
              ELSE
                 PERFORM COMPARO-LOTE-ANULADO
                         THRU F-COMPARO-LOTE-ANULADO
                         UNTIL FIN-ANU = "S"
                 CLOSE LOTES-ANULADOS
              END-IF
           END-IF.

       COMPARO-LOTE-ANULADO.
           READ LOTES-ANULADOS
               AT END
                   MOVE "S" TO FIN-ANU
                   GO TO F-COMPARO-LOTE-ANULADO
           END-READ.
           IF ANU_FECHA    = ELE-FECHA
              AND ANU_CANTIDAD = ELE-CANTIDAD
              AND ANU_HASH     = ELE-HASH
              DISPLAY "EL LOTE YA FUE ANULADO EL " ANU_FECHA_ANULACION
                      " POR " ANU_USUARIO
              MOVE "S" TO FIN-ANU
              MOVE "S" TO FIN
           END-IF.

       F-COMPARO-LOTE-ANULADO.
           EXIT.

       CARGO-PERIODOS-CERRADOS.
           MOVE ZERO TO ULTIMO-PER-CERRADO.
           MOVE "N"  TO FIN-PER.
           OPEN INPUT PERIODOS.
           IF ST-PER = "35"
              CONTINUE
           ELSE
              IF ST-PER > "07"
                 CALL "VERIFICA-STATUS" USING ST-PER MENSAJE-STATUS
                         DECISION-STATUS
                 DISPLAY "PERIODOS: " MENSAJE-STATUS
                 MOVE "S" TO FIN
              ELSE
                 PERFORM LEO-PERIODO-CERRADO THRU F-LEO-PERIODO-CERRADO
                         UNTIL FIN-PER = "S"
                 CLOSE PERIODOS
              END-IF
           END-IF.

       LEO-PERIODO-CERRADO.
           READ PERIODOS
               AT END
                   MOVE "S" TO FIN-PER
                   GO TO F-LEO-PERIODO-CERRADO
           END-READ.
           IF PER_PERIODO > ULTIMO-PER-CERRADO
              MOVE PER_PERIODO TO ULTIMO-PER-CERRADO
           END-IF.

       F-LEO-PERIODO-CERRADO.
           EXIT.

       ABRO-ARCHIVOS.
           OPEN INPUT HISTORIA.
           IF ST-HIS > "07"
              CALL "VERIFICA-STATUS" USING ST-HIS MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "HISTORIA: " MENSAJE-STATUS
              MOVE "S" TO FIN
           END-IF.
           OPEN OUTPUT REPORTE.
           IF ST-REP > "07"
              CALL "VERIFICA-STATUS" USING ST-REP MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "REPORTE: " MENSAJE-STATUS
              MOVE "S" TO FIN
           END-IF.

       CIERRO-ARCHIVOS.
           CLOSE HISTORIA REPORTE.

       IMPRIME-ENCABEZADO.
           MOVE FECHA-HOY   TO TIT-FECHA.
           MOVE SUP-USUARIO TO TIT-SUPERVISOR.
           WRITE REG-REPORTE FROM LINEA-TITULO.
           MOVE ELE-FECHA          TO LLO-FECHA.
           MOVE ELE-CANTIDAD       TO LLO-CANTIDAD.
           MOVE ELE-HASH           TO LLO-HASH.
           MOVE ELE-FECHA-APLICADO TO LLO-APLICADO.
           WRITE REG-REPORTE FROM LINEA-LOTE.
           MOVE ALL "-" TO REG-REPORTE.
           WRITE REG-REPORTE.
           WRITE REG-REPORTE FROM LINEA-SUBTITULO.
           MOVE ALL "-" TO REG-REPORTE.
           WRITE REG-REPORTE.

       BUSCO-MOVIMIENTOS.
           MOVE ZERO TO CANT-MOVS.
           MOVE "N"  TO FIN-LMV.
           OPEN INPUT LOTES-MOVIMIENTOS.
           IF ST-LMV = "35"
              CONTINUE
           ELSE
              IF ST-LMV > "07"
                 CALL "VERIFICA-STATUS" USING ST-LMV MENSAJE-STATUS
                         DECISION-STATUS
                 DISPLAY "LOTES MOVIMIENTOS: " MENSAJE-STATUS
              ELSE
                 PERFORM CARGO-MOVIMIENTO-LOTE
                         THRU F-CARGO-MOVIMIENTO-LOTE
                         UNTIL FIN-LMV = "S"
                 CLOSE LOTES-MOVIMIENTOS
              END-IF
           END-IF.
           IF CANT-MOVS > ZERO
              MOVE "MOVIMIENTOS REGISTRADOS DEL LOTE"
                   TO ORIGEN-MOVIMIENTOS
           ELSE
              PERFORM CUENTO-LOTES-DEL-DIA
              IF CONT-LOTES-DIA = 1
                 MOVE "HISTORIA PROCESADA EL DIA DE APLICACION"
                      TO ORIGEN-MOVIMIENTOS
                 PERFORM CARGO-DE-HISTORIA
              ELSE
                 DISPLAY "EL LOTE NO TIENE MOVIMIENTOS REGISTRADOS Y "
                         "ESE DIA SE APLICARON " CONT-LOTES-DIA
                         " LOTES"
              END-IF
           END-IF.
           MOVE SPACES TO REG-REPORTE.
           STRING "ORIGEN DE LOS MOVIMIENTOS: " ORIGEN-MOVIMIENTOS
                  DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.

       CARGO-MOVIMIENTO-LOTE.
           READ LOTES-MOVIMIENTOS
               AT END
                   MOVE "S" TO FIN-LMV
                   GO TO F-CARGO-MOVIMIENTO-LOTE
           END-READ.
           IF LMV_LOTE NOT = LOTE-ELEGIDO
              GO TO F-CARGO-MOVIMIENTO-LOTE.
           IF CANT-MOVS >= MAX-MOVS
              DISPLAY "LOTE DEMASIADO GRANDE PARA ANULAR"
              ADD 1 TO CONT-NO-ENCONTRADOS
              MOVE "S" TO FIN-LMV
              GO TO F-CARGO-MOVIMIENTO-LOTE.
           ADD 1 TO CANT-MOVS.
           MOVE LMV_CLI_ID  TO TMV-CLI-ID (CANT-MOVS).
           MOVE LMV_FECHA   TO TMV-FECHA (CANT-MOVS).
           MOVE LMV_TIPO    TO TMV-TIPO (CANT-MOVS).
           MOVE LMV_NRO_DOC TO TMV-NRO-DOC (CANT-MOVS).
           MOVE LMV_IMPORTE TO TMV-IMPORTE (CANT-MOVS).
           MOVE ZERO        TO TMV-ALICUOTA (CANT-MOVS)
                               TMV-NETO (CANT-MOVS) TMV-IVA (CANT-MOVS).

       F-CARGO-MOVIMIENTO-LOTE.
           EXIT.

       CUENTO-LOTES-DEL-DIA.
           MOVE ZERO TO CONT-LOTES-DIA.
           MOVE "N"  TO FIN-LOT.
           OPEN INPUT LOTES-APLICADOS.
           IF ST-LOT NOT > "07"
              PERFORM CUENTO-LOTE THRU F-CUENTO-LOTE
                      UNTIL FIN-LOT = "S"
              CLOSE LOTES-APLICADOS
           END-IF.

       CUENTO-LOTE.
           READ LOTES-APLICADOS
               AT END
                   MOVE "S" TO FIN-LOT
                   GO TO F-CUENTO-LOTE
           END-READ.
           IF LOT_FECHA_APLICADO = ELE-FECHA-APLICADO
              ADD 1 TO CONT-LOTES-DIA
           END-IF.

       F-CUENTO-LOTE.
           EXIT.

       CARGO-DE-HISTORIA.
           MOVE "N"  TO FIN-HIS.
           MOVE ZERO TO HIS_CLI_ID HIS_FECHA HIS_SECUENCIA.
           START HISTORIA KEY IS NOT LESS THAN HIS_CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-HIS
           END-START.
           PERFORM CARGO-MOVIMIENTO-HISTORIA
                   THRU F-CARGO-MOVIMIENTO-HISTORIA
                   UNTIL FIN-HIS = "S".

       CARGO-MOVIMIENTO-HISTORIA.
           READ HISTORIA NEXT RECORD
               AT END
                   MOVE "S" TO FIN-HIS
                   GO TO F-CARGO-MOVIMIENTO-HISTORIA
           END-READ.
           IF HIS_FECHA_PROCESO NOT = ELE-FECHA-APLICADO
              OR HIS-SALDO-INICIAL
              GO TO F-CARGO-MOVIMIENTO-HISTORIA.
           IF CANT-MOVS >= MAX-MOVS
              DISPLAY "LOTE DEMASIADO GRANDE PARA ANULAR"
              ADD 1 TO CONT-NO-ENCONTRADOS
              MOVE "S" TO FIN-HIS
              GO TO F-CARGO-MOVIMIENTO-HISTORIA.
           ADD 1 TO CANT-MOVS.
           MOVE HIS_CLI_ID  TO TMV-CLI-ID (CANT-MOVS).
           MOVE HIS_FECHA   TO TMV-FECHA (CANT-MOVS).
           MOVE HIS_TIPO    TO TMV-TIPO (CANT-MOVS).
           MOVE HIS_NRO_DOC TO TMV-NRO-DOC (CANT-MOVS).
           MOVE HIS_IMPORTE TO TMV-IMPORTE (CANT-MOVS).
           MOVE HIS_ALICUOTA TO TMV-ALICUOTA (CANT-MOVS).
           MOVE HIS_NETO     TO TMV-NETO (CANT-MOVS).
           MOVE HIS_IVA      TO TMV-IVA (CANT-MOVS).

       F-CARGO-MOVIMIENTO-HISTORIA.
           EXIT.

       VERIFICO-MOVIMIENTO.
           MOVE SPACES TO DET-OBSERVACION.
           PERFORM BUSCO-EN-HISTORIA.
           IF SW-ENCONTRADO NOT = "S"
              MOVE "NO ENCONTRADO EN HISTORIA" TO DET-OBSERVACION
              ADD 1 TO CONT-NO-ENCONTRADOS
           END-IF.
           MOVE TMV-FECHA (IND-MOV) (1:6) TO PERIODO-MOVIMIENTO.
           IF PERIODO-MOVIMIENTO <= ULTIMO-PER-CERRADO
              MOVE "PERIODO CERRADO" TO DET-OBSERVACION
              ADD 1 TO CONT-CERRADOS
           END-IF.
           PERFORM ARMO-ANULACION.
           ADD TMV-IMPORTE (IND-MOV) TO TOTAL-ORIGINAL.
           MOVE TMV-CLI-ID (IND-MOV)  TO DET-CLI-ID.
           MOVE TMV-FECHA (IND-MOV)   TO DET-FECHA.
           MOVE TMV-TIPO (IND-MOV)    TO DET-TIPO.
           MOVE TMV-NRO-DOC (IND-MOV) TO DET-NRO-DOC.
           MOVE TMV-IMPORTE (IND-MOV) TO DET-IMPORTE.
           MOVE ANL-TIPO              TO DET-ANL-TIPO.
           MOVE ANL-NRO-DOC           TO DET-ANL-NRO-DOC.
           MOVE ANL-IMPORTE           TO DET-ANL-IMPORTE.
           WRITE REG-REPORTE FROM LINEA-DETALLE.

       BUSCO-EN-HISTORIA.
           MOVE "N" TO SW-ENCONTRADO FIN-HIS.
           MOVE TMV-CLI-ID (IND-MOV) TO HIS_CLI_ID.
           MOVE TMV-FECHA (IND-MOV)  TO HIS_FECHA.
           MOVE ZERO                 TO HIS_SECUENCIA.
           START HISTORIA KEY IS NOT LESS THAN HIS_CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-HIS
           END-START.
           PERFORM COMPARO-HISTORIA THRU F-COMPARO-HISTORIA
                   UNTIL FIN-HIS = "S".

       COMPARO-HISTORIA.
           READ HISTORIA NEXT RECORD
               AT END
                   MOVE "S" TO FIN-HIS
                   GO TO F-COMPARO-HISTORIA
           END-READ.
           IF HIS_CLI_ID NOT = TMV-CLI-ID (IND-MOV)
              OR HIS_FECHA NOT = TMV-FECHA (IND-MOV)
              MOVE "S" TO FIN-HIS
              GO TO F-COMPARO-HISTORIA.
           IF HIS_TIPO    = TMV-TIPO (IND-MOV)
              AND HIS_NRO_DOC = TMV-NRO-DOC (IND-MOV)
              AND HIS_IMPORTE = TMV-IMPORTE (IND-MOV)
              MOVE HIS_ALICUOTA TO TMV-ALICUOTA (IND-MOV)
              MOVE HIS_NETO     TO TMV-NETO (IND-MOV)
              MOVE HIS_IVA      TO TMV-IVA (IND-MOV)
              MOVE "S" TO SW-ENCONTRADO
              MOVE "S" TO FIN-HIS
           END-IF.

       F-COMPARO-HISTORIA.
           EXIT.

       ARMO-ANULACION.
           EVALUATE TMV-TIPO (IND-MOV)
               WHEN "FA"
                   MOVE "NC" TO ANL-TIPO
               WHEN "NC"
                   MOVE "FA" TO ANL-TIPO
               WHEN "AD"
                   MOVE "AC" TO ANL-TIPO
               WHEN OTHER
                   MOVE "AD" TO ANL-TIPO
           END-EVALUATE.
           EVALUATE TRUE
               WHEN TMV-NRO-DOC (IND-MOV) (12:1) NOT = SPACE
                   MOVE 3 TO INICIO-DOC
               WHEN TMV-NRO-DOC (IND-MOV) (11:1) NOT = SPACE
                   MOVE 2 TO INICIO-DOC
               WHEN OTHER
                   MOVE 1 TO INICIO-DOC
           END-EVALUATE.
           MOVE SPACES TO ANL-NRO-DOC.
           STRING "AN" TMV-NRO-DOC (IND-MOV) (INICIO-DOC:10)
                  DELIMITED BY SIZE INTO ANL-NRO-DOC.
           COMPUTE ANL-IMPORTE = ZERO - TMV-IMPORTE (IND-MOV).
           IF ANL-TIPO = "AD" OR ANL-TIPO = "FA"
              MOVE SPACES TO ANL-DOC-REF
           ELSE
              MOVE TMV-NRO-DOC (IND-MOV) TO ANL-DOC-REF
           END-IF.
           IF ANL-TIPO = "NC" OR ANL-TIPO = "FA"
              MOVE TMV-ALICUOTA (IND-MOV) TO ANL-ALICUOTA
              COMPUTE ANL-NETO = ZERO - TMV-NETO (IND-MOV)
              COMPUTE ANL-IVA  = ZERO - TMV-IVA (IND-MOV)
           ELSE
              MOVE ZERO TO ANL-ALICUOTA ANL-NETO ANL-IVA
           END-IF.

       DECIDO-ANULACION.
           IF CONT-NO-ENCONTRADOS > ZERO OR CONT-CERRADOS > ZERO
              DISPLAY "HAY MOVIMIENTOS NO ENCONTRADOS O EN PERIODOS "
                      "CERRADOS, EL LOTE NO SE ANULA"
              MOVE "LOTE NO ANULADO" TO REG-REPORTE
              WRITE REG-REPORTE
           ELSE
              DISPLAY "MOVIMIENTOS A ANULAR: " CANT-MOVS
              DISPLAY "SE REEMPLAZA ./movimientos.dat CON LA ANULACION"
              DISPLAY "CONFIRMA LA ANULACION DEL LOTE (S/N): "
              ACCEPT CONFIRMA
              IF CONFIRMA = "S" OR CONFIRMA = "s"
                 PERFORM GENERO-ANULACION
              ELSE
                 DISPLAY "ANULACION CANCELADA"
                 MOVE "ANULACION CANCELADA POR EL SUPERVISOR"
                      TO REG-REPORTE
                 WRITE REG-REPORTE
              END-IF
           END-IF.

       GENERO-ANULACION.
           OPEN OUTPUT MOVIMIENTOS.
           IF ST-MOV > "07"
              CALL "VERIFICA-STATUS" USING ST-MOV MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "MOVIMIENTOS: " MENSAJE-STATUS
           ELSE
              PERFORM GRABO-HEADER
              PERFORM GRABO-DETALLE
                      VARYING IND-MOV FROM 1 BY 1
                      UNTIL IND-MOV > CANT-MOVS
                         OR FIN = "S"
              IF FIN NOT = "S"
                 PERFORM GRABO-TRAILER
              END-IF
              CLOSE MOVIMIENTOS
              IF FIN NOT = "S"
                 PERFORM REGISTRO-LOTE-ANULADO
              END-IF
           END-IF.

       GRABO-HEADER.
           MOVE SPACES TO REG-MOVIMIENTO.
           MOVE "H"       TO MOV_TIPO_REG.
           MOVE FECHA-HOY TO MOV_CTL_FECHA.
           MOVE ZERO      TO MOV_CTL_CANTIDAD MOV_CTL_HASH.
           WRITE REG-MOVIMIENTO.
           IF ST-MOV > "07"
              CALL "VERIFICA-STATUS" USING ST-MOV MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "Error grabando header: " MENSAJE-STATUS
              MOVE "S" TO FIN
           END-IF.

       GRABO-DETALLE.
           PERFORM ARMO-ANULACION.
           MOVE SPACES TO REG-MOVIMIENTO.
           MOVE "D"                   TO MOV_TIPO_REG.
           MOVE TMV-CLI-ID (IND-MOV)  TO MOV_CLI_ID.
           MOVE ANL-TIPO              TO MOV_TIPO.
           MOVE TMV-FECHA (IND-MOV)   TO MOV_FECHA.
           MOVE ANL-NRO-DOC           TO MOV_NRO_DOC.
           MOVE ZERO                  TO MOV_FECHA_VTO.
           MOVE ANL-DOC-REF           TO MOV_DOC_REF.
           MOVE ANL-IMPORTE           TO MOV_IMPORTE.
           MOVE ANL-ALICUOTA          TO MOV_ALICUOTA.
           MOVE ANL-NETO              TO MOV_NETO.
           MOVE ANL-IVA               TO MOV_IVA.
           WRITE REG-MOVIMIENTO.
           IF ST-MOV > "07"
              CALL "VERIFICA-STATUS" USING ST-MOV MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "Error grabando detalle: " MENSAJE-STATUS
              MOVE "S" TO FIN
           ELSE
              ADD 1 TO CONT-DETALLES
              ADD MOV_IMPORTE TO HASH-IMPORTES
           END-IF.

       GRABO-TRAILER.
           MOVE SPACES TO REG-MOVIMIENTO.
           MOVE "T"           TO MOV_TIPO_REG.
           MOVE FECHA-HOY     TO MOV_CTL_FECHA.
           MOVE CONT-DETALLES TO MOV_CTL_CANTIDAD.
           MOVE HASH-IMPORTES TO MOV_CTL_HASH.
           WRITE REG-MOVIMIENTO.
           IF ST-MOV > "07"
              CALL "VERIFICA-STATUS" USING ST-MOV MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "Error grabando trailer: " MENSAJE-STATUS
              MOVE "S" TO FIN
           END-IF.

       REGISTRO-LOTE-ANULADO.
           OPEN EXTEND LOTES-ANULADOS.
           IF ST-ANU = "35"
              OPEN OUTPUT LOTES-ANULADOS
           END-IF.
           IF ST-ANU > "07"
              CALL "VERIFICA-STATUS" USING ST-ANU MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "LOTES ANULADOS: " MENSAJE-STATUS
              DISPLAY "EL LOTE NO QUEDO MARCADO COMO ANULADO"
           ELSE
              MOVE ELE-FECHA          TO ANU_FECHA
              MOVE ELE-CANTIDAD       TO ANU_CANTIDAD
              MOVE ELE-HASH           TO ANU_HASH
              MOVE ELE-FECHA-APLICADO TO ANU_FECHA_APLICADO
              MOVE FECHA-HOY          TO ANU_FECHA_ANULACION
              MOVE SUP-USUARIO        TO ANU_USUARIO
              MOVE CONT-DETALLES      TO ANU_CANT_MOVIMIENTOS
              MOVE HASH-IMPORTES      TO ANU_TOTAL
              WRITE REG-LOTE-ANULADO
              IF ST-ANU > "07"
                 CALL "VERIFICA-STATUS" USING ST-ANU MENSAJE-STATUS
                         DECISION-STATUS
                 DISPLAY "Error grabando lote anulado: "
                         MENSAJE-STATUS
              ELSE
                 MOVE "S" TO SW-GENERADO
              END-IF
              CLOSE LOTES-ANULADOS
           END-IF.

       IMPRIME-TOTALES.
           MOVE ALL "-" TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE "MOVIMIENTOS DEL LOTE" TO RES-CONCEPTO.
           MOVE CANT-MOVS      TO RES-CANTIDAD.
           MOVE TOTAL-ORIGINAL TO RES-IMPORTE.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.
           MOVE "NO ENCONTRADOS EN HISTORIA" TO RES-CONCEPTO.
           MOVE CONT-NO-ENCONTRADOS TO RES-CANTIDAD.
           MOVE ZERO                TO RES-IMPORTE.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.
           MOVE "EN PERIODOS CERRADOS" TO RES-CONCEPTO.
           MOVE CONT-CERRADOS TO RES-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.
           MOVE "MOVIMIENTOS DE ANULACION GENERADOS" TO RES-CONCEPTO.
           MOVE CONT-DETALLES TO RES-CANTIDAD.
           MOVE HASH-IMPORTES TO RES-IMPORTE.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.
           IF SW-GENERADO = "S"
              MOVE "LOTE MARCADO COMO ANULADO" TO REG-REPORTE
              WRITE REG-REPORTE
              MOVE "POSTEAR ./movimientos.dat CON ACTUALIZA-SALDOS"
                   TO REG-REPORTE
              WRITE REG-REPORTE
           END-IF.

       MUESTRO-TOTALES.
           DISPLAY "MOVIMIENTOS DEL LOTE : " CANT-MOVS.
           DISPLAY "NO ENCONTRADOS       : " CONT-NO-ENCONTRADOS.
           DISPLAY "EN PERIODO CERRADO   : " CONT-CERRADOS.
           DISPLAY "ANULACIONES GRABADAS : " CONT-DETALLES.
           IF SW-GENERADO = "S"
              DISPLAY "LOTE ANULADO, POSTEAR ./movimientos.dat"
           END-IF.
           DISPLAY "REPORTE GENERADO EN ./anulacion-lote.rpt".

       END PROGRAM ANULA-LOTE.
