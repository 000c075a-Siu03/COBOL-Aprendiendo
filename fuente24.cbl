      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly late-payment interest run: takes each active
      *          customer's open items from PARTIDAS and splits what is
      *          past its due date into 1-30 / 31-60 / 61-90 / over-90
      *          day buckets the same way ANTIGUEDAD-SALDOS does (items
      *          not yet due and earlier interest charges are left out,
      *          unapplied credit is taken off the oldest bucket),
      *          applies the monthly rate per categoria and bucket read
      *          from ./tasas-mora.dat (built-in defaults when missing)
      *          and writes the resulting charges as AD details in a
      *          movimientos.dat batch with header and trailer, ready
      *          for ACTUALIZA-SALDOS. Exempt customers and charges
      *          under the categoria minimum are skipped and listed in
      *          the report ./intereses.rpt with the charged ones.
      *          Ends with return code 16 on an error, in which case
      *          the batch gets no trailer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERESES-MORA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "./clientes.sel".
           COPY "./partidas.sel".
           COPY "./movimientos.sel".

           SELECT TASAS ASSIGN TO "./tasas-mora.dat"
                  ORGANIZATION SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-TAS.

           SELECT REPORTE ASSIGN TO "./intereses.rpt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REP.

       DATA DIVISION.
       FILE SECTION.

           COPY "./clientes.fd".
           COPY "./partidas.fd".
           COPY "./movimientos.fd".

       FD TASAS
           RECORDING MODE IS F.

       01  REG-TASA.
           03  TAS_CATEGORIA       PIC X.
           03  TAS_0_30            PIC 9(3)V9(2).
           03  TAS_31_60           PIC 9(3)V9(2).
           03  TAS_61_90           PIC 9(3)V9(2).
           03  TAS_MAS_90          PIC 9(3)V9(2).
           03  TAS_MINIMO          PIC 9(7)V9(3).

       FD REPORTE.

       01  REG-REPORTE             PIC X(132).

       WORKING-STORAGE SECTION.

       01  ST-FILE             PIC XX.
       01  ST-SIC              PIC XX.
       01  ST-PAR              PIC XX.
       01  ST-MOV              PIC XX.
       01  ST-TAS              PIC XX.
       01  ST-REP              PIC XX.

       01  MENSAJE-STATUS      PIC X(60).
       01  DECISION-STATUS     PIC X.

       01  FIN                 PIC X       VALUE "N".
       01  FIN-TAS             PIC X       VALUE "N".
       01  FIN-PAR             PIC X       VALUE "N".
       01  CODIGO-RETORNO      PIC 9(2)    VALUE ZERO.
       01  PRIMERA-VEZ         PIC X       VALUE "S".
       01  SW-FICHA-OK         PIC X       VALUE "N".

       01  FECHA-HOY           PIC 9(8)    VALUE ZERO.
       01  DIAS-HOY            PIC 9(7)  COMP VALUE ZERO.
       01  DIAS-ANTIG          PIC S9(7) COMP VALUE ZERO.

       01  NRO-DOC-INTERES.
           03  FILLER              PIC X(4)    VALUE "INT-".
           03  DOC-PERIODO         PIC 9(6).
           03  FILLER              PIC X(2)    VALUE SPACES.

       01  CLIENTE-ANTERIOR    PIC 9(7)    VALUE ZERO.

       01  IND-CAT             PIC 9     COMP VALUE ZERO.

       01  CREDITO-PENDIENTE   PIC S9(9)V9(3) VALUE ZERO.

       01  BUCKET-1-30         PIC S9(9)V9(3) VALUE ZERO.
       01  BUCKET-31-60        PIC S9(9)V9(3) VALUE ZERO.
       01  BUCKET-61-90        PIC S9(9)V9(3) VALUE ZERO.
       01  BUCKET-MAS-90       PIC S9(9)V9(3) VALUE ZERO.
       01  INTERES-CLIENTE     PIC S9(7)V9(3) VALUE ZERO.
       01  OBSERVACION         PIC X(16)   VALUE SPACES.

       01  LETRAS-CATEGORIA    PIC X(4)    VALUE "ABCD".

       01  DEFECTO-0-30        PIC 9(3)V9(2) VALUE ZERO.
       01  DEFECTO-31-60       PIC 9(3)V9(2) VALUE 2.
       01  DEFECTO-61-90       PIC 9(3)V9(2) VALUE 3.
       01  DEFECTO-MAS-90      PIC 9(3)V9(2) VALUE 5.
       01  DEFECTO-MINIMO      PIC 9(7)V9(3) VALUE 100.

       01  TABLA-TASAS.
           03  TASA-CAT OCCURS 4.
               05  TASA-0-30       PIC 9(3)V9(2).
               05  TASA-31-60      PIC 9(3)V9(2).
               05  TASA-61-90      PIC 9(3)V9(2).
               05  TASA-MAS-90     PIC 9(3)V9(2).
               05  TASA-MINIMO     PIC 9(7)V9(3).

       01  CONT-PARTIDAS       PIC 9(7)    VALUE ZERO.
       01  CONT-LIQUIDADOS     PIC 9(7)    VALUE ZERO.
       01  CONT-EXENTOS        PIC 9(7)    VALUE ZERO.
       01  CONT-BAJO-MINIMO    PIC 9(7)    VALUE ZERO.
       01  CONT-OMITIDOS       PIC 9(7)    VALUE ZERO.
       01  CONT-DETALLES       PIC 9(7)    VALUE ZERO.
       01  HASH-IMPORTES       PIC S9(11)V9(3) VALUE ZERO.
       01  TOTAL-EXENTOS       PIC S9(11)V9(3) VALUE ZERO.
       01  TOTAL-BAJO-MINIMO   PIC S9(11)V9(3) VALUE ZERO.

       01  LINEA-TITULO.
           03  FILLER              PIC X(40)
               VALUE "LIQUIDACION DE INTERESES POR MORA AL ".
           03  TIT-FECHA           PIC 9(8).

       01  LINEA-COLUMNAS.
           03  FILLER              PIC X(8)    VALUE "CLIENTE".
           03  FILLER              PIC X(25)   VALUE "NOMBRE".
           03  FILLER              PIC X(4)    VALUE "CAT".
           03  FILLER              PIC X(12)   VALUE "       1-30".
           03  FILLER              PIC X(12)   VALUE "      31-60".
           03  FILLER              PIC X(12)   VALUE "      61-90".
           03  FILLER              PIC X(12)   VALUE "     MAS 90".
           03  FILLER              PIC X(12)   VALUE "    INTERES".
           03  FILLER              PIC X(18)   VALUE "  OBSERVACION".

       01  LINEA-DETALLE.
           03  DET-ID              PIC ZZZZZZ9.
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  DET-NOMBRE          PIC X(25).
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  DET-CATEGORIA       PIC X.
           03  FILLER              PIC X(2)    VALUE SPACES.
           03  DET-1-30            PIC -(7)9,999.
           03  DET-31-60           PIC -(7)9,999.
           03  DET-61-90           PIC -(7)9,999.
           03  DET-MAS-90          PIC -(7)9,999.
           03  DET-INTERES         PIC -(7)9,999.
           03  FILLER              PIC X(2)    VALUE SPACES.
           03  DET-OBSERVACION     PIC X(16).

       01  LINEA-TASA.
           03  FILLER              PIC X(19)
               VALUE "TASAS CATEGORIA ".
           03  TAS-LETRA           PIC X.
           03  FILLER              PIC X(17)   VALUE SPACES.
           03  TAS-ED-0-30         PIC ZZZZZZZ9,99.
           03  FILLER              PIC X(1)    VALUE "%".
           03  TAS-ED-31-60        PIC ZZZZZZZ9,99.
           03  FILLER              PIC X(1)    VALUE "%".
           03  TAS-ED-61-90        PIC ZZZZZZZ9,99.
           03  FILLER              PIC X(1)    VALUE "%".
           03  TAS-ED-MAS-90       PIC ZZZZZZZ9,99.
           03  FILLER              PIC X(1)    VALUE "%".
           03  FILLER              PIC X(9)    VALUE "  MINIMO ".
           03  TAS-ED-MINIMO       PIC ZZZZZZ9,999.

       01  LINEA-RESUMEN.
           03  RES-CONCEPTO        PIC X(30).
           03  RES-CANTIDAD        PIC ZZZZZZ9.
           03  FILLER              PIC X(2)    VALUE SPACES.
           03  RES-IMPORTE         PIC -(11)9,999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE DIAS-HOY = FUNCTION INTEGER-OF-DATE (FECHA-HOY).
           MOVE FECHA-HOY(1:6) TO DOC-PERIODO.
           PERFORM CARGO-TASAS.
           IF FIN NOT = "S"
              PERFORM ABRO-ARCHIVOS
           END-IF.
           IF FIN NOT = "S"
              PERFORM IMPRIME-ENCABEZADO
              PERFORM GRABO-HEADER
              PERFORM LEO-PARTIDA
              PERFORM PROCESO-PARTIDA THRU F-PROCESO-PARTIDA
                      UNTIL FIN-PAR = "S" OR FIN = "S"
              IF PRIMERA-VEZ NOT = "S" AND FIN NOT = "S"
                 PERFORM CIERRE-CLIENTE THRU F-CIERRE-CLIENTE
              END-IF
              IF FIN NOT = "S"
                 PERFORM GRABO-TRAILER
              ELSE
                 DISPLAY "./movimientos.dat QUEDA SIN TRAILER: "
                         "NO SE PUEDE APLICAR"
              END-IF
              PERFORM IMPRIME-TOTALES
           END-IF.
           IF FIN = "S"
              MOVE 16 TO CODIGO-RETORNO
           END-IF.
           PERFORM CIERRO-ARCHIVOS.
           PERFORM MUESTRO-TOTALES.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

       CARGO-TASAS.
           PERFORM TASA-DEFECTO THRU F-TASA-DEFECTO
                   VARYING IND-CAT FROM 1 BY 1 UNTIL IND-CAT > 4.
           OPEN INPUT TASAS.
           IF ST-TAS = "35"
              DISPLAY "SIN ARCHIVO DE TASAS, SE USAN LOS DEFECTOS"
           ELSE
              IF ST-TAS > "07"
                 CALL "VERIFICA-STATUS" USING ST-TAS MENSAJE-STATUS
                         DECISION-STATUS
                 DISPLAY "TASAS: " MENSAJE-STATUS
                 MOVE "S" TO FIN
              ELSE
                 MOVE "N" TO FIN-TAS
                 PERFORM LEO-TASA THRU F-LEO-TASA
                         UNTIL FIN-TAS = "S"
                 CLOSE TASAS
              END-IF
           END-IF.

       TASA-DEFECTO.
           MOVE DEFECTO-0-30   TO TASA-0-30 (IND-CAT).
           MOVE DEFECTO-31-60  TO TASA-31-60 (IND-CAT).
           MOVE DEFECTO-61-90  TO TASA-61-90 (IND-CAT).
           MOVE DEFECTO-MAS-90 TO TASA-MAS-90 (IND-CAT).
           MOVE DEFECTO-MINIMO TO TASA-MINIMO (IND-CAT).

       F-TASA-DEFECTO.
           EXIT.

       LEO-TASA.
           READ TASAS
               AT END
                   MOVE "S" TO FIN-TAS
                   GO TO F-LEO-TASA
           END-READ.
           EVALUATE TAS_CATEGORIA
               WHEN "A"
                   MOVE 1 TO IND-CAT
               WHEN "B"
                   MOVE 2 TO IND-CAT
               WHEN "C"
                   MOVE 3 TO IND-CAT
               WHEN "D"
                   MOVE 4 TO IND-CAT
               WHEN OTHER
                   DISPLAY "TASAS: categoria invalida " TAS_CATEGORIA
                   GO TO F-LEO-TASA
           END-EVALUATE.
           MOVE TAS_0_30   TO TASA-0-30 (IND-CAT).
           MOVE TAS_31_60  TO TASA-31-60 (IND-CAT).
           MOVE TAS_61_90  TO TASA-61-90 (IND-CAT).
           MOVE TAS_MAS_90 TO TASA-MAS-90 (IND-CAT).
           MOVE TAS_MINIMO TO TASA-MINIMO (IND-CAT).

       F-LEO-TASA.
           EXIT.

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
              IF DECISION-STATUS = "A"
                 MOVE "S" TO FIN
              END-IF
           END-IF.

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES PARTIDAS MOVIMIENTOS REPORTE.

       IMPRIME-ENCABEZADO.
           MOVE FECHA-HOY TO TIT-FECHA.
           WRITE REG-REPORTE FROM LINEA-TITULO.
           PERFORM IMPRIME-TASA THRU F-IMPRIME-TASA
                   VARYING IND-CAT FROM 1 BY 1 UNTIL IND-CAT > 4.
           MOVE ALL "-" TO REG-REPORTE.
           WRITE REG-REPORTE.
           WRITE REG-REPORTE FROM LINEA-COLUMNAS.
           MOVE ALL "-" TO REG-REPORTE.
           WRITE REG-REPORTE.

       IMPRIME-TASA.
           MOVE LETRAS-CATEGORIA(IND-CAT:1) TO TAS-LETRA.
           MOVE TASA-0-30 (IND-CAT)   TO TAS-ED-0-30.
           MOVE TASA-31-60 (IND-CAT)  TO TAS-ED-31-60.
           MOVE TASA-61-90 (IND-CAT)  TO TAS-ED-61-90.
           MOVE TASA-MAS-90 (IND-CAT) TO TAS-ED-MAS-90.
           MOVE TASA-MINIMO (IND-CAT) TO TAS-ED-MINIMO.
           WRITE REG-REPORTE FROM LINEA-TASA.

       F-IMPRIME-TASA.
           EXIT.

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
              MOVE 16 TO CODIGO-RETORNO
           END-IF.

       LEO-PARTIDA.
           READ PARTIDAS NEXT RECORD
               AT END
                   MOVE "S" TO FIN-PAR
           END-READ.

       PROCESO-PARTIDA.
           IF PRIMERA-VEZ = "S" OR PAR_CLI_ID NOT = CLIENTE-ANTERIOR
              IF PRIMERA-VEZ NOT = "S"
                 PERFORM CIERRE-CLIENTE THRU F-CIERRE-CLIENTE
              END-IF
              MOVE "N" TO PRIMERA-VEZ
              MOVE PAR_CLI_ID TO CLIENTE-ANTERIOR
              MOVE ZERO TO CREDITO-PENDIENTE BUCKET-1-30 BUCKET-31-60
                           BUCKET-61-90 BUCKET-MAS-90
           END-IF.
           IF PAR_SALDO > ZERO
              IF PAR_NRO_DOC(1:4) NOT = "INT-"
                 ADD 1 TO CONT-PARTIDAS
                 PERFORM CLASIFICO-PARTIDA
              END-IF
           ELSE
              IF PAR_SALDO < ZERO
                 ADD 1 TO CONT-PARTIDAS
                 SUBTRACT PAR_SALDO FROM CREDITO-PENDIENTE
              END-IF
           END-IF.
           PERFORM LEO-PARTIDA.

       F-PROCESO-PARTIDA.
           EXIT.

       CLASIFICO-PARTIDA.
           COMPUTE DIAS-ANTIG = DIAS-HOY
                 - FUNCTION INTEGER-OF-DATE (PAR_FECHA_VTO).
           EVALUATE TRUE
               WHEN DIAS-ANTIG <= 0
                   CONTINUE
               WHEN DIAS-ANTIG <= 30
                   ADD PAR_SALDO TO BUCKET-1-30
               WHEN DIAS-ANTIG <= 60
                   ADD PAR_SALDO TO BUCKET-31-60
               WHEN DIAS-ANTIG <= 90
                   ADD PAR_SALDO TO BUCKET-61-90
               WHEN OTHER
                   ADD PAR_SALDO TO BUCKET-MAS-90
           END-EVALUATE.

       DESCUENTO-CREDITO.
           IF CREDITO-PENDIENTE >= BUCKET-MAS-90
              SUBTRACT BUCKET-MAS-90 FROM CREDITO-PENDIENTE
              MOVE ZERO TO BUCKET-MAS-90
           ELSE
              SUBTRACT CREDITO-PENDIENTE FROM BUCKET-MAS-90
              GO TO F-DESCUENTO-CREDITO
           END-IF.
           IF CREDITO-PENDIENTE >= BUCKET-61-90
              SUBTRACT BUCKET-61-90 FROM CREDITO-PENDIENTE
              MOVE ZERO TO BUCKET-61-90
           ELSE
              SUBTRACT CREDITO-PENDIENTE FROM BUCKET-61-90
              GO TO F-DESCUENTO-CREDITO
           END-IF.
           IF CREDITO-PENDIENTE >= BUCKET-31-60
              SUBTRACT BUCKET-31-60 FROM CREDITO-PENDIENTE
              MOVE ZERO TO BUCKET-31-60
           ELSE
              SUBTRACT CREDITO-PENDIENTE FROM BUCKET-31-60
              GO TO F-DESCUENTO-CREDITO
           END-IF.
           IF CREDITO-PENDIENTE >= BUCKET-1-30
              MOVE ZERO TO BUCKET-1-30
           ELSE
              SUBTRACT CREDITO-PENDIENTE FROM BUCKET-1-30
           END-IF.

       F-DESCUENTO-CREDITO.
           EXIT.

       CIERRE-CLIENTE.
           IF CREDITO-PENDIENTE > ZERO
              PERFORM DESCUENTO-CREDITO THRU F-DESCUENTO-CREDITO
           END-IF.
           IF BUCKET-1-30 + BUCKET-31-60 + BUCKET-61-90
              + BUCKET-MAS-90 = ZERO
              GO TO F-CIERRE-CLIENTE.
           PERFORM BUSCO-FICHA-CLIENTE.
           IF SW-FICHA-OK NOT = "S"
              GO TO F-CIERRE-CLIENTE.
           IF NOT CLI-ACTIVO
              GO TO F-CIERRE-CLIENTE.
           IF IND-CAT = ZERO
              MOVE ZERO TO INTERES-CLIENTE
              MOVE "SIN CATEGORIA" TO OBSERVACION
              ADD 1 TO CONT-OMITIDOS
              PERFORM IMPRIME-DETALLE
              GO TO F-CIERRE-CLIENTE.
           COMPUTE INTERES-CLIENTE ROUNDED =
                 ( BUCKET-1-30   * TASA-0-30 (IND-CAT)
                 + BUCKET-31-60  * TASA-31-60 (IND-CAT)
                 + BUCKET-61-90  * TASA-61-90 (IND-CAT)
                 + BUCKET-MAS-90 * TASA-MAS-90 (IND-CAT) ) / 100.
           IF INTERES-CLIENTE <= ZERO
              GO TO F-CIERRE-CLIENTE.
           EVALUATE TRUE
               WHEN CLI-EXENTO-INTERES
                   MOVE "EXENTO"          TO OBSERVACION
                   ADD 1 TO CONT-EXENTOS
                   ADD INTERES-CLIENTE TO TOTAL-EXENTOS
               WHEN INTERES-CLIENTE < TASA-MINIMO (IND-CAT)
                   MOVE "MENOR AL MINIMO" TO OBSERVACION
                   ADD 1 TO CONT-BAJO-MINIMO
                   ADD INTERES-CLIENTE TO TOTAL-BAJO-MINIMO
               WHEN OTHER
                   MOVE "LIQUIDADO"       TO OBSERVACION
                   PERFORM GRABO-DETALLE-INTERES
           END-EVALUATE.
           PERFORM IMPRIME-DETALLE.

       F-CIERRE-CLIENTE.
           EXIT.

       BUSCO-FICHA-CLIENTE.
           MOVE "S" TO SW-FICHA-OK.
           MOVE CLIENTE-ANTERIOR TO CLI_ID.
           READ CLIENTES
               INVALID KEY
                   DISPLAY "CLIENTE " CLIENTE-ANTERIOR
                           " CON PARTIDAS PERO SIN FICHA EN CLIENTES"
                   MOVE "N" TO SW-FICHA-OK
           END-READ.
           EVALUATE CLI_CATEGORIA
               WHEN "A"
                   MOVE 1 TO IND-CAT
               WHEN "B"
                   MOVE 2 TO IND-CAT
               WHEN "C"
                   MOVE 3 TO IND-CAT
               WHEN "D"
                   MOVE 4 TO IND-CAT
               WHEN OTHER
                   MOVE 0 TO IND-CAT
           END-EVALUATE.

       GRABO-DETALLE-INTERES.
           MOVE SPACES TO REG-MOVIMIENTO.
           MOVE "D"              TO MOV_TIPO_REG.
           MOVE CLI_ID           TO MOV_CLI_ID.
           MOVE "AD"             TO MOV_TIPO.
           MOVE FECHA-HOY        TO MOV_FECHA.
           MOVE NRO-DOC-INTERES  TO MOV_NRO_DOC.
           MOVE ZERO             TO MOV_FECHA_VTO.
           MOVE INTERES-CLIENTE  TO MOV_IMPORTE.
           WRITE REG-MOVIMIENTO.
           IF ST-MOV > "07"
              CALL "VERIFICA-STATUS" USING ST-MOV MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "Error grabando detalle: " MENSAJE-STATUS
              MOVE "ERROR GRABACION" TO OBSERVACION
              MOVE "S" TO FIN
           ELSE
              ADD 1 TO CONT-DETALLES CONT-LIQUIDADOS
              ADD MOV_IMPORTE TO HASH-IMPORTES
           END-IF.

       IMPRIME-DETALLE.
           MOVE CLI_ID TO DET-ID.
           IF CLI_TIPO = "E"
              MOVE CLI_RAZONSOCIAL(1:25) TO DET-NOMBRE
           ELSE
              MOVE CLI_NOMBRE(1:25) TO DET-NOMBRE
           END-IF.
           MOVE CLI_CATEGORIA   TO DET-CATEGORIA.
           MOVE BUCKET-1-30     TO DET-1-30.
           MOVE BUCKET-31-60    TO DET-31-60.
           MOVE BUCKET-61-90    TO DET-61-90.
           MOVE BUCKET-MAS-90   TO DET-MAS-90.
           MOVE INTERES-CLIENTE TO DET-INTERES.
           MOVE OBSERVACION     TO DET-OBSERVACION.
           WRITE REG-REPORTE FROM LINEA-DETALLE.

       IMPRIME-TOTALES.
           MOVE ALL "-" TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE "INTERESES LIQUIDADOS" TO RES-CONCEPTO.
           MOVE CONT-LIQUIDADOS TO RES-CANTIDAD.
           MOVE HASH-IMPORTES   TO RES-IMPORTE.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.
           MOVE "CLIENTES EXENTOS" TO RES-CONCEPTO.
           MOVE CONT-EXENTOS    TO RES-CANTIDAD.
           MOVE TOTAL-EXENTOS   TO RES-IMPORTE.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.
           MOVE "INTERES MENOR AL MINIMO" TO RES-CONCEPTO.
           MOVE CONT-BAJO-MINIMO  TO RES-CANTIDAD.
           MOVE TOTAL-BAJO-MINIMO TO RES-IMPORTE.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.
           IF CONT-OMITIDOS > ZERO
              MOVE "CLIENTES SIN CATEGORIA" TO RES-CONCEPTO
              MOVE CONT-OMITIDOS TO RES-CANTIDAD
              MOVE ZERO          TO RES-IMPORTE
              WRITE REG-REPORTE FROM LINEA-RESUMEN
           END-IF.

       MUESTRO-TOTALES.
           DISPLAY "PARTIDAS ABIERTAS      : " CONT-PARTIDAS.
           DISPLAY "INTERESES LIQUIDADOS   : " CONT-LIQUIDADOS.
           DISPLAY "CLIENTES EXENTOS       : " CONT-EXENTOS.
           DISPLAY "MENORES AL MINIMO      : " CONT-BAJO-MINIMO.
           DISPLAY "TOTAL LIQUIDADO        : " HASH-IMPORTES.
           DISPLAY "LOTE GENERADO EN ./movimientos.dat".
           DISPLAY "REPORTE GENERADO EN ./intereses.rpt".

       END PROGRAM INTERESES-MORA.
