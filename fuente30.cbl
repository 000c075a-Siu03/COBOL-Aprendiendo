      ******************************************************************
      * Author:
      * Date:
      * Purpose: Direct-debit response from the bank: reads
      *          ./debitos-respuesta.dat (the request file returned by
      *          the bank with the result of each debit), writes every
      *          accepted debit as a PA detail of a movimientos.dat
      *          batch with header and trailer, ready for
      *          ACTUALIZA-SALDOS, and lists the rejected debits with
      *          the bank's reason code in ./debitos-rechazos.rpt for
      *          collections to follow up. The bank trailer count and
      *          total are checked against the details read; when the
      *          check fails, or the run stops on an error, the batch is
      *          left without its trailer so ACTUALIZA-SALDOS refuses
      *          it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCESA-DEBITOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "./clientes.sel".
           COPY "./movimientos.sel".

           SELECT DEBITOS ASSIGN TO "./debitos-respuesta.dat"
                  ORGANIZATION SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-DEB.

           SELECT REPORTE ASSIGN TO "./debitos-rechazos.rpt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REP.

       DATA DIVISION.
       FILE SECTION.

           COPY "./clientes.fd".
           COPY "./movimientos.fd".
           COPY "./debitos.fd".

       FD REPORTE.

       01  REG-REPORTE             PIC X(132).

       WORKING-STORAGE SECTION.

       01  ST-FILE             PIC XX.
       01  ST-SIC              PIC XX.
       01  ST-MOV              PIC XX.
       01  ST-DEB              PIC XX.
       01  ST-REP              PIC XX.

       01  MENSAJE-STATUS      PIC X(60).
       01  DECISION-STATUS     PIC X.

       01  FIN                 PIC X       VALUE "N".
       01  FIN-DEB             PIC X       VALUE "N".
       01  SW-HEADER           PIC X       VALUE "N".
       01  SW-TRAILER          PIC X       VALUE "N".
       01  CODIGO-RETORNO      PIC 9(2)    VALUE ZERO.

       01  FECHA-HOY           PIC 9(8)    VALUE ZERO.
       01  FECHA-LOTE          PIC 9(8)    VALUE ZERO.

       01  NRO-DOC-DEBITO.
           03  FILLER              PIC X(3)    VALUE "DA-".
           03  DOC-FECHA           PIC 9(8).
           03  FILLER              PIC X(1)    VALUE SPACES.

       01  TABLA-MOTIVOS-VALORES.
           03  FILLER              PIC X(33)
               VALUE "R02CUENTA CERRADA O SUSPENDIDA".
           03  FILLER              PIC X(33)
               VALUE "R03CUENTA INEXISTENTE".
           03  FILLER              PIC X(33)
               VALUE "R04NUMERO DE CUENTA INVALIDO".
           03  FILLER              PIC X(33)
               VALUE "R08ORDEN DE NO PAGAR".
           03  FILLER              PIC X(33)
               VALUE "R10FALTA DE FONDOS".
           03  FILLER              PIC X(33)
               VALUE "R13ENTIDAD O SUCURSAL INEXISTENTE".
           03  FILLER              PIC X(33)
               VALUE "R14IDENTIFICACION ERRONEA".
           03  FILLER              PIC X(33)
               VALUE "R15BAJA DEL SERVICIO".
           03  FILLER              PIC X(33)
               VALUE "R17ERROR DE FORMATO".
           03  FILLER              PIC X(33)
               VALUE "R19IMPORTE ERRONEO".
           03  FILLER              PIC X(33)
               VALUE "R20MONEDA DISTINTA A LA CUENTA".
           03  FILLER              PIC X(33)
               VALUE "R23SUCURSAL NO HABILITADA".
           03  FILLER              PIC X(33)
               VALUE "R24TRANSACCION DUPLICADA".
           03  FILLER              PIC X(33)
               VALUE "R26ERROR EN CAMPO OBLIGATORIO".
           03  FILLER              PIC X(33)
               VALUE "R75FECHA INVALIDA".
           03  FILLER              PIC X(33)
               VALUE "R91BANCO INCOMPATIBLE CON CBU".
       01  TABLA-MOTIVOS REDEFINES TABLA-MOTIVOS-VALORES.
           03  MOTIVO-ITEM OCCURS 16.
               05  MOT-CODIGO          PIC X(3).
               05  MOT-DESCRIPCION     PIC X(30).

       01  CANT-MOTIVOS        PIC 9(2)  COMP VALUE 16.
       01  IND-MOT             PIC 9(2)  COMP VALUE ZERO.
       01  DESCRIPCION-MOTIVO  PIC X(30)   VALUE SPACES.

       01  CONT-LEIDOS         PIC 9(7)    VALUE ZERO.
       01  CONT-ACEPTADOS      PIC 9(7)    VALUE ZERO.
       01  CONT-RECHAZADOS     PIC 9(7)    VALUE ZERO.
       01  CONT-DETALLES       PIC 9(7)    VALUE ZERO.
       01  HASH-IMPORTES       PIC S9(11)V9(3) VALUE ZERO.
       01  TOTAL-LEIDO         PIC 9(11)V9(3) VALUE ZERO.
       01  TOTAL-ACEPTADO      PIC 9(11)V9(3) VALUE ZERO.
       01  TOTAL-RECHAZADO     PIC 9(11)V9(3) VALUE ZERO.

       01  LINEA-TITULO.
           03  FILLER              PIC X(40)
               VALUE "DEBITOS AUTOMATICOS RECHAZADOS AL ".
           03  TIT-FECHA           PIC 9(8).

       01  LINEA-COLUMNAS.
           03  FILLER              PIC X(8)    VALUE "CLIENTE".
           03  FILLER              PIC X(36)   VALUE "NOMBRE".
           03  FILLER              PIC X(24)   VALUE "CBU".
           03  FILLER              PIC X(9)    VALUE "F.DEBITO".
           03  FILLER              PIC X(13)   VALUE "     IMPORTE".
           03  FILLER              PIC X(36)   VALUE "  MOTIVO".

       01  LINEA-DETALLE.
           03  DET-ID              PIC ZZZZZZ9.
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  DET-NOMBRE          PIC X(35).
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  DET-CBU             PIC X(22).
           03  FILLER              PIC X(2)    VALUE SPACES.
           03  DET-FECHA           PIC 9(8).
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  DET-IMPORTE         PIC -(7)9,999.
           03  FILLER              PIC X(2)    VALUE SPACES.
           03  DET-MOTIVO          PIC X(3).
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  DET-DESCRIPCION     PIC X(30).

       01  LINEA-RESUMEN.
           03  RES-CONCEPTO        PIC X(30).
           03  RES-CANTIDAD        PIC ZZZZZZ9.
           03  FILLER              PIC X(2)    VALUE SPACES.
           03  RES-IMPORTE         PIC -(11)9,999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM ABRO-ARCHIVOS.
           IF FIN NOT = "S"
              PERFORM IMPRIME-ENCABEZADO
              PERFORM LEO-DEBITO
              PERFORM CONTROLO-HEADER
           END-IF.
           IF FIN NOT = "S"
              PERFORM GRABO-HEADER
              PERFORM PROCESO-DEBITO THRU F-PROCESO-DEBITO
                      UNTIL FIN-DEB = "S" OR FIN = "S"
              PERFORM CONTROLO-TRAILER
              IF CODIGO-RETORNO NOT = 16
                 PERFORM GRABO-TRAILER
              ELSE
                 DISPLAY "./movimientos.dat QUEDA SIN TRAILER: "
                         "NO SE PUEDE APLICAR"
              END-IF
              PERFORM IMPRIME-TOTALES
           END-IF.
           PERFORM CIERRO-ARCHIVOS.
           PERFORM MUESTRO-TOTALES.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

       ABRO-ARCHIVOS.
           OPEN INPUT DEBITOS.
           IF ST-DEB = "35"
              DISPLAY "NO EXISTE ./debitos-respuesta.dat"
              MOVE "S" TO FIN
           ELSE
              IF ST-DEB > "07"
                 CALL "VERIFICA-STATUS" USING ST-DEB MENSAJE-STATUS
                         DECISION-STATUS
                 DISPLAY "DEBITOS: " MENSAJE-STATUS
                 MOVE "S" TO FIN
              END-IF
           END-IF.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
              CALL "VERIFICA-STATUS" USING ST-FILE MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "CLIENTES: " MENSAJE-STATUS
              IF DECISION-STATUS = "A"
                 MOVE "S" TO FIN
              END-IF
           END-IF.
           OPEN OUTPUT MOVIMIENTOS.
           IF ST-MOV > "07"
              CALL "VERIFICA-STATUS" USING ST-MOV MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "MOVIMIENTOS: " MENSAJE-STATUS
              MOVE "S" TO FIN
           END-IF.
           OPEN OUTPUT REPORTE.
           IF ST-REP > "07"
              CALL "VERIFICA-STATUS" USING ST-REP MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "REPORTE: " MENSAJE-STATUS
              MOVE "S" TO FIN
           END-IF.
           IF FIN = "S"
              MOVE 16 TO CODIGO-RETORNO
           END-IF.

       CIERRO-ARCHIVOS.
           CLOSE DEBITOS CLIENTES MOVIMIENTOS REPORTE.

       IMPRIME-ENCABEZADO.
           MOVE FECHA-HOY TO TIT-FECHA.
           WRITE REG-REPORTE FROM LINEA-TITULO.
           MOVE ALL "-" TO REG-REPORTE.
           WRITE REG-REPORTE.
           WRITE REG-REPORTE FROM LINEA-COLUMNAS.
           MOVE ALL "-" TO REG-REPORTE.
           WRITE REG-REPORTE.

       LEO-DEBITO.
           READ DEBITOS
               AT END
                   MOVE "S" TO FIN-DEB
           END-READ.

       CONTROLO-HEADER.
           IF FIN-DEB = "S" OR NOT DEB-HEADER
              DISPLAY "RESPUESTA SIN REGISTRO HEADER"
              MOVE "S" TO FIN
              MOVE 16 TO CODIGO-RETORNO
           ELSE
              MOVE "S" TO SW-HEADER
              MOVE DEB_CTL_FECHA TO FECHA-LOTE
              PERFORM LEO-DEBITO
           END-IF.

       GRABO-HEADER.
           MOVE SPACES TO REG-MOVIMIENTO.
           MOVE "H"        TO MOV_TIPO_REG.
           MOVE FECHA-LOTE TO MOV_CTL_FECHA.
           MOVE ZERO       TO MOV_CTL_CANTIDAD MOV_CTL_HASH.
           WRITE REG-MOVIMIENTO.
           IF ST-MOV > "07"
              CALL "VERIFICA-STATUS" USING ST-MOV MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "Error grabando header: " MENSAJE-STATUS
              MOVE "S" TO FIN
              MOVE 16 TO CODIGO-RETORNO
           END-IF.

       GRABO-TRAILER.
           MOVE SPACES TO REG-MOVIMIENTO.
           MOVE "T"           TO MOV_TIPO_REG.
           MOVE FECHA-LOTE    TO MOV_CTL_FECHA.
           MOVE CONT-DETALLES TO MOV_CTL_CANTIDAD.
           MOVE HASH-IMPORTES TO MOV_CTL_HASH.
           WRITE REG-MOVIMIENTO.
           IF ST-MOV > "07"
              CALL "VERIFICA-STATUS" USING ST-MOV MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "Error grabando trailer: " MENSAJE-STATUS
              MOVE 16 TO CODIGO-RETORNO
           END-IF.

       PROCESO-DEBITO.
           EVALUATE TRUE
               WHEN DEB-TRAILER
                   MOVE "S" TO SW-TRAILER
                   MOVE "S" TO FIN-DEB
                   GO TO F-PROCESO-DEBITO
               WHEN DEB-DETALLE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "RESPUESTA: registro de tipo invalido "
                           DEB_TIPO_REG
                   GO TO SIGUIENTE-DEBITO
           END-EVALUATE.
           ADD 1 TO CONT-LEIDOS.
           ADD DEB_IMPORTE TO TOTAL-LEIDO.
           EVALUATE TRUE
               WHEN DEB-ACEPTADO
                   PERFORM GRABO-DETALLE-PAGO
               WHEN DEB-RECHAZADO
                   PERFORM BUSCO-MOTIVO
                   PERFORM GRABO-RECHAZO
               WHEN OTHER
                   MOVE "RESULTADO DESCONOCIDO" TO DESCRIPCION-MOTIVO
                   PERFORM GRABO-RECHAZO
           END-EVALUATE.

       SIGUIENTE-DEBITO.
           PERFORM LEO-DEBITO.

       F-PROCESO-DEBITO.
           EXIT.

       GRABO-DETALLE-PAGO.
           MOVE DEB_FECHA_DEBITO TO DOC-FECHA.
           MOVE SPACES TO REG-MOVIMIENTO.
           MOVE "D"              TO MOV_TIPO_REG.
           MOVE DEB_CLI_ID       TO MOV_CLI_ID.
           MOVE "PA"             TO MOV_TIPO.
           MOVE DEB_FECHA_DEBITO TO MOV_FECHA.
           MOVE NRO-DOC-DEBITO   TO MOV_NRO_DOC.
           MOVE ZERO             TO MOV_FECHA_VTO.
           COMPUTE MOV_IMPORTE = DEB_IMPORTE * -1.
           WRITE REG-MOVIMIENTO.
           IF ST-MOV > "07"
              CALL "VERIFICA-STATUS" USING ST-MOV MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "Error grabando detalle: " MENSAJE-STATUS
              MOVE "S" TO FIN
              MOVE 16 TO CODIGO-RETORNO
           ELSE
              ADD 1 TO CONT-DETALLES CONT-ACEPTADOS
              ADD MOV_IMPORTE TO HASH-IMPORTES
              ADD DEB_IMPORTE TO TOTAL-ACEPTADO
           END-IF.

       BUSCO-MOTIVO.
           MOVE "MOTIVO NO CODIFICADO" TO DESCRIPCION-MOTIVO.
           PERFORM COMPARO-MOTIVO THRU F-COMPARO-MOTIVO
                   VARYING IND-MOT FROM 1 BY 1
                   UNTIL IND-MOT > CANT-MOTIVOS.

       COMPARO-MOTIVO.
           IF MOT-CODIGO (IND-MOT) = DEB_MOTIVO
              MOVE MOT-DESCRIPCION (IND-MOT) TO DESCRIPCION-MOTIVO
              MOVE CANT-MOTIVOS TO IND-MOT
           END-IF.

       F-COMPARO-MOTIVO.
           EXIT.

       GRABO-RECHAZO.
           ADD 1 TO CONT-RECHAZADOS.
           ADD DEB_IMPORTE TO TOTAL-RECHAZADO.
           MOVE DEB_CLI_ID TO CLI_ID.
           READ CLIENTES
               INVALID KEY
                   MOVE "CLIENTE INEXISTENTE" TO DET-NOMBRE
               NOT INVALID KEY
                   IF CLI_TIPO = "E"
                      MOVE CLI_RAZONSOCIAL(1:35) TO DET-NOMBRE
                   ELSE
                      MOVE CLI_NOMBRE(1:35) TO DET-NOMBRE
                   END-IF
           END-READ.
           MOVE DEB_CLI_ID         TO DET-ID.
           MOVE DEB_CBU            TO DET-CBU.
           MOVE DEB_FECHA_DEBITO   TO DET-FECHA.
           MOVE DEB_IMPORTE        TO DET-IMPORTE.
           MOVE DEB_MOTIVO         TO DET-MOTIVO.
           MOVE DESCRIPCION-MOTIVO TO DET-DESCRIPCION.
           WRITE REG-REPORTE FROM LINEA-DETALLE.

       CONTROLO-TRAILER.
           IF SW-TRAILER NOT = "S"
              DISPLAY "RESPUESTA SIN REGISTRO TRAILER"
              MOVE "RESPUESTA SIN TRAILER" TO REG-REPORTE
              WRITE REG-REPORTE
              MOVE 16 TO CODIGO-RETORNO
           ELSE
              IF DEB_CTL_CANTIDAD NOT = CONT-LEIDOS
                 OR DEB_CTL_TOTAL NOT = TOTAL-LEIDO
                 DISPLAY "CONTROL DEL BANCO NO COINCIDE: "
                         DEB_CTL_CANTIDAD " / " CONT-LEIDOS
                 MOVE "CONTROL DEL BANCO NO COINCIDE CON LOS DETALLES"
                      TO REG-REPORTE
                 WRITE REG-REPORTE
                 MOVE 16 TO CODIGO-RETORNO
              END-IF
           END-IF.
           IF CODIGO-RETORNO = ZERO AND CONT-RECHAZADOS > ZERO
              MOVE 4 TO CODIGO-RETORNO
           END-IF.

       IMPRIME-TOTALES.
           MOVE ALL "-" TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE "DEBITOS ACEPTADOS" TO RES-CONCEPTO.
           MOVE CONT-ACEPTADOS TO RES-CANTIDAD.
           MOVE TOTAL-ACEPTADO TO RES-IMPORTE.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.
           MOVE "DEBITOS RECHAZADOS" TO RES-CONCEPTO.
           MOVE CONT-RECHAZADOS TO RES-CANTIDAD.
           MOVE TOTAL-RECHAZADO TO RES-IMPORTE.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.

       MUESTRO-TOTALES.
           DISPLAY "DEBITOS LEIDOS      : " CONT-LEIDOS.
           DISPLAY "ACEPTADOS           : " CONT-ACEPTADOS.
           DISPLAY "RECHAZADOS          : " CONT-RECHAZADOS.
           DISPLAY "TOTAL ACEPTADO      : " TOTAL-ACEPTADO.
           DISPLAY "LOTE GENERADO EN ./movimientos.dat".
           DISPLAY "RECHAZOS EN ./debitos-rechazos.rpt".

       END PROGRAM PROCESA-DEBITOS.
