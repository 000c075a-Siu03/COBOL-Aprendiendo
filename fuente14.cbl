      ******************************************************************
      * Author:
      * Date:
      * Purpose: Aged receivables report (antiguedad de saldos): reads
      *          the open items of each client from PARTIDAS (invoices
      *          already carry the payments imputed to them) and
      *          prints the unpaid balance split by days past the due
      *          date into not yet due / 1-30 / 31-60 / 61-90 and
      *          over-90-day buckets plus the unapplied credit, with
      *          totals per categoria and a grand total reconciled
      *          against the sum of CLI_SALDO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.

           COPY "./clientes.sel".
           COPY "./partidas.sel".

           SELECT REPORTE ASSIGN TO "./antiguedad.rpt"
                  ORGANIZATION LINE SEQUENTIAL
       FILE SECTION.

           COPY "./clientes.fd".
           COPY "./partidas.fd".

       FD REPORTE.


       01  ST-FILE             PIC XX.
       01  ST-SIC              PIC XX.
       01  ST-PAR              PIC XX.
       01  ST-REP              PIC XX.

       01  MENSAJE-STATUS      PIC X(60).
       01  DECISION-STATUS     PIC X.

       01  FIN                 PIC X       VALUE "N".
       01  FIN-PAR             PIC X       VALUE "N".
       01  FIN-CLI             PIC X       VALUE "N".
       01  PRIMERA-VEZ         PIC X       VALUE "S".


       01  CLIENTE-ANTERIOR    PIC 9(7)    VALUE ZERO.

       01  IND-CAT             PIC 9     COMP VALUE ZERO.

       01  CREDITO-PENDIENTE   PIC S9(9)V9(3) VALUE ZERO.

       01  BUCKET-NO-VENCIDO   PIC S9(9)V9(3) VALUE ZERO.
       01  BUCKET-1-30         PIC S9(9)V9(3) VALUE ZERO.
       01  BUCKET-31-60        PIC S9(9)V9(3) VALUE ZERO.
       01  BUCKET-61-90        PIC S9(9)V9(3) VALUE ZERO.
       01  BUCKET-MAS-90       PIC S9(9)V9(3) VALUE ZERO.

       01  TABLA-CATEGORIAS.
           03  CAT-TOT OCCURS 5.
               05  CAT-NO-VENCIDO  PIC S9(9)V9(3).
               05  CAT-1-30        PIC S9(9)V9(3).
               05  CAT-31-60       PIC S9(9)V9(3).
               05  CAT-61-90       PIC S9(9)V9(3).
               05  CAT-MAS-90      PIC S9(9)V9(3).
       01  TOTAL-SALDOS        PIC S9(11)V9(3) VALUE ZERO.
       01  DIFERENCIA          PIC S9(11)V9(3) VALUE ZERO.

       01  CONT-PARTIDAS       PIC 9(7)    VALUE ZERO.
       01  CONT-CLIENTES       PIC 9(7)    VALUE ZERO.

       01  LINEA-TITULO.
           03  FILLER              PIC X(33)
       01  LINEA-COLUMNAS.
           03  FILLER              PIC X(8)    VALUE "CLIENTE".
           03  FILLER              PIC X(25)   VALUE "NOMBRE".
           03  FILLER              PIC X(12)   VALUE " NO VENCIDO".
           03  FILLER              PIC X(12)   VALUE "       1-30".
           03  FILLER              PIC X(12)   VALUE "      31-60".
           03  FILLER              PIC X(12)   VALUE "      61-90".
           03  FILLER              PIC X(12)   VALUE "     MAS 90".
           03  DET-ID              PIC ZZZZZZ9.
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  DET-NOMBRE          PIC X(25).
           03  DET-NO-VENCIDO      PIC -(7)9,999.
           03  DET-1-30            PIC -(7)9,999.
           03  DET-31-60           PIC -(7)9,999.
           03  DET-61-90           PIC -(7)9,999.
           03  DET-MAS-90          PIC -(7)9,999.
               VALUE "TOTAL CATEGORIA ".
           03  CAT-LETRA           PIC X.
           03  FILLER              PIC X(13)   VALUE SPACES.
           03  CAT-ED-NO-VENCIDO   PIC -(7)9,999.
           03  CAT-ED-1-30         PIC -(7)9,999.
           03  CAT-ED-31-60        PIC -(7)9,999.
           03  CAT-ED-61-90        PIC -(7)9,999.
           03  CAT-ED-MAS-90       PIC -(7)9,999.
           PERFORM ABRO-ARCHIVOS.
           IF FIN NOT = "S"
              PERFORM IMPRIME-ENCABEZADO
              PERFORM LEO-PARTIDA
              PERFORM PROCESO-PARTIDA THRU F-PROCESO-PARTIDA
                      UNTIL FIN-PAR = "S"
              IF PRIMERA-VEZ NOT = "S"
                 PERFORM CIERRE-CLIENTE THRU F-CIERRE-CLIENTE
              END-IF
              PERFORM SUMO-SALDOS-CLIENTES
              PERFORM IMPRIME-TOTALES
           END-IF.
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

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES PARTIDAS REPORTE.

       IMPRIME-ENCABEZADO.
           MOVE FECHA-HOY TO TIT-FECHA.
           MOVE ALL "-" TO REG-REPORTE.
           WRITE REG-REPORTE.

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
              MOVE ZERO TO CREDITO-PENDIENTE BUCKET-NO-VENCIDO
                           BUCKET-1-30 BUCKET-31-60
                           BUCKET-61-90 BUCKET-MAS-90
           END-IF.
           IF PAR_SALDO > ZERO
              ADD 1 TO CONT-PARTIDAS
              PERFORM CLASIFICO-PARTIDA
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
                   ADD PAR_SALDO TO BUCKET-NO-VENCIDO
               WHEN DIAS-ANTIG <= 30
                   ADD PAR_SALDO TO BUCKET-1-30
               WHEN DIAS-ANTIG <= 60
                   ADD PAR_SALDO TO BUCKET-31-60
               WHEN DIAS-ANTIG <= 90
                   ADD PAR_SALDO TO BUCKET-61-90
               WHEN OTHER
                   ADD PAR_SALDO TO BUCKET-MAS-90
           END-EVALUATE.

       CIERRE-CLIENTE.
           COMPUTE TOTAL-CLIENTE = BUCKET-NO-VENCIDO + BUCKET-1-30
                                 + BUCKET-31-60 + BUCKET-61-90
                                 + BUCKET-MAS-90 - CREDITO-PENDIENTE.
           IF TOTAL-CLIENTE = ZERO AND CREDITO-PENDIENTE = ZERO
              GO TO F-CIERRE-CLIENTE.
           ADD 1 TO CONT-CLIENTES.
       F-CIERRE-CLIENTE.
           EXIT.

       BUSCO-FICHA-CLIENTE.
           MOVE CLIENTE-ANTERIOR TO CLI_ID.
           READ CLIENTES
           ELSE
              MOVE CLI_NOMBRE(1:25) TO DET-NOMBRE
           END-IF.
           MOVE BUCKET-NO-VENCIDO TO DET-NO-VENCIDO.
           MOVE BUCKET-1-30      TO DET-1-30.
           MOVE BUCKET-31-60     TO DET-31-60.
           MOVE BUCKET-61-90     TO DET-61-90.
           MOVE BUCKET-MAS-90    TO DET-MAS-90.
           WRITE REG-REPORTE FROM LINEA-DETALLE.

       ACUMULO-CATEGORIA.
           ADD BUCKET-NO-VENCIDO TO CAT-NO-VENCIDO (IND-CAT).
           ADD BUCKET-1-30      TO CAT-1-30 (IND-CAT).
           ADD BUCKET-31-60     TO CAT-31-60 (IND-CAT).
           ADD BUCKET-61-90     TO CAT-61-90 (IND-CAT).
           ADD BUCKET-MAS-90    TO CAT-MAS-90 (IND-CAT).
              AND CAT-FAVOR (IND-CAT) = ZERO
              GO TO F-IMPRIME-CATEGORIA.
           MOVE LETRAS-CATEGORIA(IND-CAT:1) TO CAT-LETRA.
           MOVE CAT-NO-VENCIDO (IND-CAT) TO CAT-ED-NO-VENCIDO.
           MOVE CAT-1-30 (IND-CAT)   TO CAT-ED-1-30.
           MOVE CAT-31-60 (IND-CAT)  TO CAT-ED-31-60.
           MOVE CAT-61-90 (IND-CAT)  TO CAT-ED-61-90.
           MOVE CAT-MAS-90 (IND-CAT) TO CAT-ED-MAS-90.
           EXIT.

       MUESTRO-TOTALES.
           DISPLAY "PARTIDAS ABIERTAS    : " CONT-PARTIDAS.
           DISPLAY "CLIENTES CON SALDO   : " CONT-CLIENTES.
           DISPLAY "REPORTE GENERADO EN ./antiguedad.rpt".

       END PROGRAM ANTIGUEDAD-SALDOS.
