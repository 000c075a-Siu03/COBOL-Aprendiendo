      ******************************************************************
      * Author:
      * Date:
      * Purpose: Libro IVA Ventas of one month. Takes the FA and NC of
      *          the period from HISTORIA, with the net/IVA split and
      *          the IVA condition recorded when they were posted (the
      *          current one from CLIENTES for rows posted before the
      *          condition was kept), and lists them grouped by IVA
      *          condition in date order, with CUIT/CUIL, subtotals
      *          per alicuota for each condition and a general summary
      *          per alicuota. Rows without a split are shown as not
      *          discriminated. Report in ./libro-iva-ventas.rpt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBRO-IVA-VENTAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "./clientes.sel".
           COPY "./historia.sel".

           SELECT ORDENA ASSIGN TO "./sortwk.tmp".

           SELECT REPORTE ASSIGN TO "./libro-iva-ventas.rpt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REP.

       DATA DIVISION.
       FILE SECTION.

           COPY "./clientes.fd".
           COPY "./historia.fd".

       SD ORDENA.

       01  REG-ORDENA.
           03  ORD_COND            PIC 9.
           03  ORD_FECHA           PIC 9(8).
           03  ORD_TIPO            PIC X(2).
           03  ORD_NRO_DOC         PIC X(12).
           03  ORD_CLI_ID          PIC 9(7).
           03  ORD_NOMBRE          PIC X(30).
           03  ORD_CUIT            PIC 9(11).
           03  ORD_ALIC            PIC 9.
           03  ORD_ALICUOTA        PIC 9(2)V9(2).
           03  ORD_NETO            PIC S9(7)V9(3).
           03  ORD_IVA             PIC S9(7)V9(3).
           03  ORD_IMPORTE         PIC S9(7)V9(3).

       FD REPORTE.

       01  REG-REPORTE             PIC X(132).

       WORKING-STORAGE SECTION.

       01  ST-FILE             PIC XX.
       01  ST-SIC              PIC XX.
       01  ST-HIS              PIC XX.
       01  ST-REP              PIC XX.

       01  MENSAJE-STATUS      PIC X(60).
       01  DECISION-STATUS     PIC X.

       01  FIN                 PIC X       VALUE "N".
       01  FIN-HIS             PIC X       VALUE "N".
       01  FIN-ORD             PIC X       VALUE "N".
       01  PRIMERA-VEZ         PIC X       VALUE "S".

       01  FECHA-HOY           PIC 9(8)    VALUE ZERO.
       01  PERIODO-LIBRO       PIC 9(6)    VALUE ZERO.
       01  PERIODO-DESGLOSE REDEFINES PERIODO-LIBRO.
           03  PERIODO-ANO         PIC 9(4).
           03  PERIODO-MES         PIC 9(2).

       01  CLIENTE-LEIDO       PIC 9(7)    VALUE ZERO.
       01  CONDICION-CLIENTE   PIC X       VALUE SPACE.
       01  COND-FICHA          PIC 9       VALUE 5.
       01  NOMBRE-CLIENTE      PIC X(30)   VALUE SPACES.
       01  CUIT-CLIENTE        PIC 9(11)   VALUE ZERO.
       01  COND-ANTERIOR       PIC 9       VALUE ZERO.

       01  CUIT-TRABAJO        PIC 9(11)   VALUE ZERO.
       01  CUIT-PARTES REDEFINES CUIT-TRABAJO.
           03  CUIT-PREFIJO        PIC 9(2).
           03  CUIT-DOCUMENTO      PIC 9(8).
           03  CUIT-DIGITO         PIC 9.

       01  IND-COND            PIC 9 COMP  VALUE ZERO.
       01  IND-ALIC            PIC 9 COMP  VALUE ZERO.

       01  DESCRI-CONDICIONES.
           03  FILLER              PIC X(24)
               VALUE "RESPONSABLE INSCRIPTO".
           03  FILLER              PIC X(24)
               VALUE "MONOTRIBUTO".
           03  FILLER              PIC X(24)
               VALUE "EXENTO".
           03  FILLER              PIC X(24)
               VALUE "CONSUMIDOR FINAL".
           03  FILLER              PIC X(24)
               VALUE "SIN CONDICION INFORMADA".
       01  TABLA-CONDICIONES REDEFINES DESCRI-CONDICIONES.
           03  DESCRI-COND         PIC X(24)   OCCURS 5.

       01  DESCRI-ALICUOTAS.
           03  FILLER              PIC X(16)   VALUE "ALICUOTA 0%".
           03  FILLER              PIC X(16)   VALUE "ALICUOTA 10,5%".
           03  FILLER              PIC X(16)   VALUE "ALICUOTA 21%".
           03  FILLER              PIC X(16)   VALUE "ALICUOTA 27%".
           03  FILLER              PIC X(16)   VALUE "SIN DISCRIMINAR".
       01  TABLA-ALICUOTAS REDEFINES DESCRI-ALICUOTAS.
           03  DESCRI-ALIC         PIC X(16)   OCCURS 5.

       01  TABLA-TOTALES.
           03  TOT-COND            OCCURS 5.
               05  TOT-ALIC            OCCURS 5.
                   07  TOT-CANTIDAD        PIC 9(7).
                   07  TOT-NETO            PIC S9(11)V9(3).
                   07  TOT-IVA             PIC S9(11)V9(3).
                   07  TOT-IMPORTE         PIC S9(11)V9(3).

       01  TABLA-GENERAL.
           03  GEN-ALIC            OCCURS 5.
               05  GEN-CANTIDAD        PIC 9(7).
               05  GEN-NETO            PIC S9(11)V9(3).
               05  GEN-IVA             PIC S9(11)V9(3).
               05  GEN-IMPORTE         PIC S9(11)V9(3).

       01  SUMA-CANTIDAD       PIC 9(7)    VALUE ZERO.
       01  SUMA-NETO           PIC S9(11)V9(3) VALUE ZERO.
       01  SUMA-IVA            PIC S9(11)V9(3) VALUE ZERO.
       01  SUMA-IMPORTE        PIC S9(11)V9(3) VALUE ZERO.

       01  CONT-LEIDOS         PIC 9(7)    VALUE ZERO.
       01  CONT-COMPROBANTES   PIC 9(7)    VALUE ZERO.
       01  CONT-SIN-FICHA      PIC 9(7)    VALUE ZERO.

       01  ALICUOTA-EDITADA    PIC Z9,99.

       01  LINEA-TITULO.
           03  FILLER              PIC X(28)
               VALUE "LIBRO IVA VENTAS - PERIODO ".
           03  TIT-PERIODO         PIC 9(6).
           03  FILLER              PIC X(12)   VALUE "   EMITIDO ".
           03  TIT-FECHA           PIC 9(8).

       01  LINEA-CONDICION.
           03  FILLER              PIC X(15)   VALUE "CONDICION IVA: ".
           03  LCO-DESCRI          PIC X(24).

       01  LINEA-SUBTITULO.
           03  FILLER              PIC X(9)    VALUE "FECHA".
           03  FILLER              PIC X(3)    VALUE "TP".
           03  FILLER              PIC X(13)   VALUE "DOCUMENTO".
           03  FILLER              PIC X(8)    VALUE "CLIENTE".
           03  FILLER              PIC X(31)   VALUE "NOMBRE".
           03  FILLER              PIC X(14)   VALUE "CUIT/CUIL".
           03  FILLER              PIC X(7)    VALUE "ALIC.".
           03  FILLER              PIC X(13)   VALUE "        NETO".
           03  FILLER              PIC X(13)   VALUE "         IVA".
           03  FILLER              PIC X(12)   VALUE "       TOTAL".

       01  LINEA-DETALLE.
           03  DET-FECHA           PIC 9(8).
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  DET-TIPO            PIC X(2).
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  DET-NRO-DOC         PIC X(12).
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  DET-CLI-ID          PIC ZZZZZZ9.
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  DET-NOMBRE          PIC X(30).
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  DET-CUIT            PIC X(13).
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  DET-ALICUOTA        PIC X(6).
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  DET-NETO            PIC -(7)9,999.
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  DET-IVA             PIC -(7)9,999.
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  DET-IMPORTE         PIC -(7)9,999.

       01  LINEA-TOTAL.
           03  LTO-CONCEPTO        PIC X(40).
           03  LTO-CANTIDAD        PIC ZZZZZZ9.
           03  FILLER              PIC X(2)    VALUE SPACES.
           03  LTO-NETO            PIC -(11)9,999.
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  LTO-IVA             PIC -(11)9,999.
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  LTO-IMPORTE         PIC -(11)9,999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM PIDO-PERIODO.
           IF FIN NOT = "S"
              PERFORM ABRO-ARCHIVOS
           END-IF.
           IF FIN NOT = "S"
              INITIALIZE TABLA-TOTALES TABLA-GENERAL
              PERFORM IMPRIME-ENCABEZADO
              SORT ORDENA ON ASCENDING KEY ORD_COND
                                          ORD_FECHA
                                          ORD_TIPO
                                          ORD_NRO_DOC
                   INPUT PROCEDURE IS CARGO-HISTORIA
                           THRU F-CARGO-HISTORIA
                   OUTPUT PROCEDURE IS GENERO-LIBRO
                           THRU F-GENERO-LIBRO
              PERFORM IMPRIME-TOTALES
              PERFORM CIERRO-ARCHIVOS
              PERFORM MUESTRO-TOTALES
           END-IF.
           STOP RUN.

       PIDO-PERIODO.
           DISPLAY "PERIODO DEL LIBRO (AAAAMM): ".
           ACCEPT PERIODO-LIBRO.
           IF PERIODO-LIBRO NOT NUMERIC
              OR PERIODO-ANO < 1990
              OR PERIODO-MES < 01 OR PERIODO-MES > 12
              DISPLAY "PERIODO INVALIDO"
              MOVE "S" TO FIN
           END-IF.

       ABRO-ARCHIVOS.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
              CALL "VERIFICA-STATUS" USING ST-FILE MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "CLIENTES: " MENSAJE-STATUS
              MOVE "S" TO FIN
           END-IF.
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
           CLOSE CLIENTES HISTORIA REPORTE.

       IMPRIME-ENCABEZADO.
           MOVE PERIODO-LIBRO TO TIT-PERIODO.
           MOVE FECHA-HOY     TO TIT-FECHA.
           WRITE REG-REPORTE FROM LINEA-TITULO.
           MOVE ALL "=" TO REG-REPORTE.
           WRITE REG-REPORTE.

       CARGO-HISTORIA.
           PERFORM PASO-A-ORDENA THRU F-PASO-A-ORDENA
                   UNTIL FIN-HIS = "S".

       F-CARGO-HISTORIA.
           EXIT.

       PASO-A-ORDENA.
           READ HISTORIA NEXT RECORD
               AT END
                   MOVE "S" TO FIN-HIS
                   GO TO F-PASO-A-ORDENA
           END-READ.
           ADD 1 TO CONT-LEIDOS.
           IF HIS_FECHA(1:6) NOT = PERIODO-LIBRO
              OR (NOT HIS-FACTURA AND NOT HIS-NOTA-CREDITO)
              GO TO F-PASO-A-ORDENA.
           IF HIS_CLI_ID NOT = CLIENTE-LEIDO
              PERFORM BUSCO-FICHA-CLIENTE
           END-IF.
           IF HIS_COND_IVA = SPACE
              MOVE COND-FICHA        TO ORD_COND
           ELSE
              MOVE HIS_COND_IVA      TO CONDICION-CLIENTE
              PERFORM ORDEN-CONDICION
              MOVE IND-COND          TO ORD_COND
           END-IF.
           MOVE HIS_FECHA         TO ORD_FECHA.
           MOVE HIS_TIPO          TO ORD_TIPO.
           MOVE HIS_NRO_DOC       TO ORD_NRO_DOC.
           MOVE HIS_CLI_ID        TO ORD_CLI_ID.
           MOVE NOMBRE-CLIENTE    TO ORD_NOMBRE.
           MOVE CUIT-CLIENTE      TO ORD_CUIT.
           MOVE HIS_ALICUOTA      TO ORD_ALICUOTA.
           MOVE HIS_NETO          TO ORD_NETO.
           MOVE HIS_IVA           TO ORD_IVA.
           MOVE HIS_IMPORTE       TO ORD_IMPORTE.
           EVALUATE TRUE
               WHEN HIS_NETO = ZERO AND HIS_IVA = ZERO
                   MOVE 5 TO ORD_ALIC
               WHEN HIS_ALICUOTA = ZERO
                   MOVE 1 TO ORD_ALIC
               WHEN HIS_ALICUOTA = 10,5
                   MOVE 2 TO ORD_ALIC
               WHEN HIS_ALICUOTA = 21
                   MOVE 3 TO ORD_ALIC
               WHEN HIS_ALICUOTA = 27
                   MOVE 4 TO ORD_ALIC
               WHEN OTHER
                   MOVE 5 TO ORD_ALIC
           END-EVALUATE.
           RELEASE REG-ORDENA.

       F-PASO-A-ORDENA.
           EXIT.

       BUSCO-FICHA-CLIENTE.
           MOVE HIS_CLI_ID TO CLI_ID CLIENTE-LEIDO.
           MOVE 5          TO IND-COND.
           MOVE SPACES     TO NOMBRE-CLIENTE.
           MOVE ZERO       TO CUIT-CLIENTE.
           READ CLIENTES
               INVALID KEY
                   ADD 1 TO CONT-SIN-FICHA
                   MOVE "SIN FICHA EN CLIENTES" TO NOMBRE-CLIENTE
               NOT INVALID KEY
                   IF CLI_TIPO = "E"
                      MOVE CLI_RAZONSOCIAL(1:30) TO NOMBRE-CLIENTE
                   ELSE
                      MOVE CLI_NOMBRE(1:30) TO NOMBRE-CLIENTE
                   END-IF
                   IF CLI_CUIT NUMERIC
                      MOVE CLI_CUIT TO CUIT-CLIENTE
                   END-IF
                   MOVE CLI_COND_IVA TO CONDICION-CLIENTE
                   PERFORM ORDEN-CONDICION
           END-READ.
           MOVE IND-COND TO COND-FICHA.

       ORDEN-CONDICION.
           EVALUATE CONDICION-CLIENTE
               WHEN "I"
                   MOVE 1 TO IND-COND
               WHEN "M"
                   MOVE 2 TO IND-COND
               WHEN "E"
                   MOVE 3 TO IND-COND
               WHEN "F"
                   MOVE 4 TO IND-COND
               WHEN OTHER
                   MOVE 5 TO IND-COND
           END-EVALUATE.

       GENERO-LIBRO.
           PERFORM RETORNO-ORDENA.
           PERFORM PROCESO-COMPROBANTE THRU F-PROCESO-COMPROBANTE
                   UNTIL FIN-ORD = "S".
           IF PRIMERA-VEZ NOT = "S"
              PERFORM CIERRE-CONDICION
           ELSE
              MOVE "SIN COMPROBANTES EN EL PERIODO" TO REG-REPORTE
              WRITE REG-REPORTE
           END-IF.

       F-GENERO-LIBRO.
           EXIT.

       RETORNO-ORDENA.
           RETURN ORDENA
               AT END
                   MOVE "S" TO FIN-ORD
           END-RETURN.

       PROCESO-COMPROBANTE.
           IF PRIMERA-VEZ = "S" OR ORD_COND NOT = COND-ANTERIOR
              IF PRIMERA-VEZ NOT = "S"
                 PERFORM CIERRE-CONDICION
              END-IF
              MOVE "N" TO PRIMERA-VEZ
              MOVE ORD_COND TO COND-ANTERIOR
              PERFORM IMPRIME-CONDICION
           END-IF.
           ADD 1 TO CONT-COMPROBANTES.
           MOVE ORD_FECHA   TO DET-FECHA.
           MOVE ORD_TIPO    TO DET-TIPO.
           MOVE ORD_NRO_DOC TO DET-NRO-DOC.
           MOVE ORD_CLI_ID  TO DET-CLI-ID.
           MOVE ORD_NOMBRE  TO DET-NOMBRE.
           PERFORM FORMATEO-CUIT.
           IF ORD_ALIC = 5
              MOVE "S/D" TO DET-ALICUOTA
           ELSE
              MOVE ORD_ALICUOTA TO ALICUOTA-EDITADA
              MOVE ALICUOTA-EDITADA TO DET-ALICUOTA
           END-IF.
           MOVE ORD_NETO    TO DET-NETO.
           MOVE ORD_IVA     TO DET-IVA.
           MOVE ORD_IMPORTE TO DET-IMPORTE.
           WRITE REG-REPORTE FROM LINEA-DETALLE.
           MOVE ORD_COND TO IND-COND.
           MOVE ORD_ALIC TO IND-ALIC.
           ADD 1           TO TOT-CANTIDAD (IND-COND, IND-ALIC)
                              GEN-CANTIDAD (IND-ALIC).
           ADD ORD_NETO    TO TOT-NETO (IND-COND, IND-ALIC)
                              GEN-NETO (IND-ALIC).
           ADD ORD_IVA     TO TOT-IVA (IND-COND, IND-ALIC)
                              GEN-IVA (IND-ALIC).
           ADD ORD_IMPORTE TO TOT-IMPORTE (IND-COND, IND-ALIC)
                              GEN-IMPORTE (IND-ALIC).
           PERFORM RETORNO-ORDENA.

       F-PROCESO-COMPROBANTE.
           EXIT.

       FORMATEO-CUIT.
           MOVE SPACES TO DET-CUIT.
           IF ORD_CUIT NOT = ZERO
              MOVE ORD_CUIT TO CUIT-TRABAJO
              STRING CUIT-PREFIJO "-" CUIT-DOCUMENTO "-" CUIT-DIGITO
                     DELIMITED BY SIZE INTO DET-CUIT
           END-IF.

       IMPRIME-CONDICION.
           MOVE SPACES TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE DESCRI-COND (ORD_COND) TO LCO-DESCRI.
           WRITE REG-REPORTE FROM LINEA-CONDICION.
           WRITE REG-REPORTE FROM LINEA-SUBTITULO.
           MOVE ALL "-" TO REG-REPORTE.
           WRITE REG-REPORTE.

       CIERRE-CONDICION.
           MOVE COND-ANTERIOR TO IND-COND.
           MOVE ALL "-" TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE ZERO TO SUMA-CANTIDAD SUMA-NETO SUMA-IVA SUMA-IMPORTE.
           PERFORM IMPRIME-ALICUOTA-CONDICION
                   VARYING IND-ALIC FROM 1 BY 1 UNTIL IND-ALIC > 5.
           MOVE SPACES TO LTO-CONCEPTO.
           STRING "TOTAL " DESCRI-COND (IND-COND)
                  DELIMITED BY SIZE INTO LTO-CONCEPTO.
           MOVE SUMA-CANTIDAD TO LTO-CANTIDAD.
           MOVE SUMA-NETO     TO LTO-NETO.
           MOVE SUMA-IVA      TO LTO-IVA.
           MOVE SUMA-IMPORTE  TO LTO-IMPORTE.
           WRITE REG-REPORTE FROM LINEA-TOTAL.

       IMPRIME-ALICUOTA-CONDICION.
           IF TOT-CANTIDAD (IND-COND, IND-ALIC) > ZERO
              MOVE SPACES TO LTO-CONCEPTO
              STRING "  " DESCRI-ALIC (IND-ALIC)
                     DELIMITED BY SIZE INTO LTO-CONCEPTO
              MOVE TOT-CANTIDAD (IND-COND, IND-ALIC) TO LTO-CANTIDAD
              MOVE TOT-NETO (IND-COND, IND-ALIC)     TO LTO-NETO
              MOVE TOT-IVA (IND-COND, IND-ALIC)      TO LTO-IVA
              MOVE TOT-IMPORTE (IND-COND, IND-ALIC)  TO LTO-IMPORTE
              WRITE REG-REPORTE FROM LINEA-TOTAL
              ADD TOT-CANTIDAD (IND-COND, IND-ALIC) TO SUMA-CANTIDAD
              ADD TOT-NETO (IND-COND, IND-ALIC)     TO SUMA-NETO
              ADD TOT-IVA (IND-COND, IND-ALIC)      TO SUMA-IVA
              ADD TOT-IMPORTE (IND-COND, IND-ALIC)  TO SUMA-IMPORTE
           END-IF.

       IMPRIME-TOTALES.
           MOVE SPACES TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE "RESUMEN GENERAL POR ALICUOTA" TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE ALL "=" TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE ZERO TO SUMA-CANTIDAD SUMA-NETO SUMA-IVA SUMA-IMPORTE.
           PERFORM IMPRIME-ALICUOTA-GENERAL
                   VARYING IND-ALIC FROM 1 BY 1 UNTIL IND-ALIC > 5.
           MOVE ALL "-" TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE "TOTAL DEL PERIODO" TO LTO-CONCEPTO.
           MOVE SUMA-CANTIDAD TO LTO-CANTIDAD.
           MOVE SUMA-NETO     TO LTO-NETO.
           MOVE SUMA-IVA      TO LTO-IVA.
           MOVE SUMA-IMPORTE  TO LTO-IMPORTE.
           WRITE REG-REPORTE FROM LINEA-TOTAL.

       IMPRIME-ALICUOTA-GENERAL.
           MOVE DESCRI-ALIC (IND-ALIC)  TO LTO-CONCEPTO.
           MOVE GEN-CANTIDAD (IND-ALIC) TO LTO-CANTIDAD.
           MOVE GEN-NETO (IND-ALIC)     TO LTO-NETO.
           MOVE GEN-IVA (IND-ALIC)      TO LTO-IVA.
           MOVE GEN-IMPORTE (IND-ALIC)  TO LTO-IMPORTE.
           WRITE REG-REPORTE FROM LINEA-TOTAL.
           ADD GEN-CANTIDAD (IND-ALIC) TO SUMA-CANTIDAD.
           ADD GEN-NETO (IND-ALIC)     TO SUMA-NETO.
           ADD GEN-IVA (IND-ALIC)      TO SUMA-IVA.
           ADD GEN-IMPORTE (IND-ALIC)  TO SUMA-IMPORTE.

       MUESTRO-TOTALES.
           DISPLAY "MOVIMIENTOS LEIDOS   : " CONT-LEIDOS.
           DISPLAY "COMPROBANTES DEL MES : " CONT-COMPROBANTES.
           IF CONT-SIN-FICHA > ZERO
              DISPLAY "CLIENTES SIN FICHA   : " CONT-SIN-FICHA
           END-IF.
           DISPLAY "REPORTE GENERADO EN ./libro-iva-ventas.rpt".

       END PROGRAM LIBRO-IVA-VENTAS.
