      ******************************************************************
      * Author:
      * Date:
      * Purpose: Read-only referential integrity check of the data set.
      *          Lists historia rows of customers that do not exist,
      *          breaks in the HIS_SALDO_RESULT chain, customers whose
      *          last historia result differs from CLI_SALDO, cierres
      *          of unknown customers or of periods not registered in
      *          periodos, CLI_ALT_2 keys out of step with categoria
      *          and nombre / razon social, and CLI_USUARIO_MODIF
      *          values not found in usuarios (the ids the batch
      *          programs sign with, BATCH, CARGA and RECAT, are not
      *          users and are accepted). Prints every finding
      *          with its severity and a summary per check in
      *          ./integridad.rpt; ends with return code 8 when there
      *          are errors and 4 when there are only warnings, so the
      *          month-end chain stops before CIERRE-MENSUAL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA-INTEGRIDAD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "./clientes.sel".
           COPY "./historia.sel".
           COPY "./cierres.sel".
           COPY "./periodos.sel".
           COPY "./usuarios.sel".
           COPY "./resultado-paso.sel".

           SELECT REPORTE ASSIGN TO "./integridad.rpt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REP.

       DATA DIVISION.
       FILE SECTION.

           COPY "./clientes.fd".
           COPY "./historia.fd".
           COPY "./cierres.fd".
           COPY "./periodos.fd".
           COPY "./usuarios.fd".
           COPY "./resultado-paso.fd".

       FD REPORTE.

       01  REG-REPORTE             PIC X(132).

       WORKING-STORAGE SECTION.

       01  ST-FILE             PIC XX.
       01  ST-SIC              PIC XX.
       01  ST-HIS              PIC XX.
       01  ST-CIE              PIC XX.
       01  ST-PER              PIC XX.
       01  ST-USU              PIC XX.
       01  ST-RES              PIC XX.
       01  ST-REP              PIC XX.

       01  MENSAJE-STATUS      PIC X(60).
       01  DECISION-STATUS     PIC X.

       01  FIN                 PIC X       VALUE "N".
       01  FIN-HIS             PIC X       VALUE "N".
       01  FIN-CIE             PIC X       VALUE "N".
       01  FIN-PER             PIC X       VALUE "N".
       01  FIN-CLI             PIC X       VALUE "N".
       01  SW-HISTORIA         PIC X       VALUE "N".
       01  SW-CIERRES          PIC X       VALUE "N".
       01  SW-USUARIOS         PIC X       VALUE "N".
       01  SW-EXISTE-CLIENTE   PIC X       VALUE "N".
       01  SW-PERIODO-OK       PIC X       VALUE "N".
       01  PRIMERA-VEZ         PIC X       VALUE "S".
       01  CODIGO-RETORNO      PIC 9(2)    VALUE ZERO.

       01  FECHA-HOY           PIC 9(8)    VALUE ZERO.

       01  CLIENTE-ANTERIOR    PIC 9(7)    VALUE ZERO.
       01  SALDO-ANTERIOR      PIC S9(9)V9(3) VALUE ZERO.
       01  SALDO-ESPERADO      PIC S9(9)V9(3) VALUE ZERO.
       01  SALDO-FICHA         PIC S9(9)V9(3) VALUE ZERO.
       01  CONT-HIS-CLIENTE    PIC 9(7)    VALUE ZERO.

       01  ALT-ESPERADA.
           03  ALT-CATEGORIA       PIC X.
           03  ALT-NOMBRE          PIC X(60).

       01  TABLA-PERIODOS.
           03  TPE-PERIODO         PIC 9(6) OCCURS 600.
       01  CANT-PERIODOS       PIC 9(4) COMP VALUE ZERO.
       01  MAX-PERIODOS        PIC 9(4) COMP VALUE 600.
       01  IND-PER             PIC 9(4) COMP VALUE ZERO.

       01  CONT-LEIDOS         PIC 9(7)    VALUE ZERO.
       01  CONT-HIS-LEIDOS     PIC 9(7)    VALUE ZERO.
       01  CONT-CIE-LEIDOS     PIC 9(7)    VALUE ZERO.
       01  CONT-CLI-LEIDOS     PIC 9(7)    VALUE ZERO.
       01  CONT-HIS-SIN-CLI    PIC 9(7)    VALUE ZERO.
       01  CONT-CADENA         PIC 9(7)    VALUE ZERO.
       01  CONT-SALDO-FICHA    PIC 9(7)    VALUE ZERO.
       01  CONT-CIE-SIN-CLI    PIC 9(7)    VALUE ZERO.
       01  CONT-CIE-SIN-PER    PIC 9(7)    VALUE ZERO.
       01  CONT-ALT-2          PIC 9(7)    VALUE ZERO.
       01  CONT-USUARIO        PIC 9(7)    VALUE ZERO.
       01  CONT-ERRORES        PIC 9(7)    VALUE ZERO.
       01  CONT-ADVERTENCIAS   PIC 9(7)    VALUE ZERO.

       01  LINEA-TITULO.
           03  FILLER              PIC X(40)
               VALUE "CONTROL DE INTEGRIDAD DE DATOS AL ".
           03  TIT-FECHA           PIC 9(8).

       01  LINEA-SUBTITULO.
           03  FILLER              PIC X(12)   VALUE "SEVERIDAD".
           03  FILLER              PIC X(9)    VALUE "CLIENTE".
           03  FILLER              PIC X(25)   VALUE "REFERENCIA".
           03  FILLER              PIC X(42)   VALUE "HALLAZGO".
           03  FILLER              PIC X(17)
               VALUE "         ESPERADO".
           03  FILLER              PIC X(17)
               VALUE "           ACTUAL".

       01  LINEA-DETALLE.
           03  DET-SEVERIDAD       PIC X(11).
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  DET-CLI-ID          PIC ZZZZZZ9.
           03  FILLER              PIC X(2)    VALUE SPACES.
           03  DET-REFERENCIA      PIC X(24).
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  DET-HALLAZGO        PIC X(42).
           03  DET-ESPERADO        PIC -(12)9,999.
           03  DET-ACTUAL          PIC -(12)9,999.

       01  REFERENCIA-HISTORIA.
           03  FILLER              PIC X(6)    VALUE "FECHA ".
           03  RHI-FECHA           PIC 9(8).
           03  FILLER              PIC X(5)    VALUE " SEC ".
           03  RHI-SECUENCIA       PIC 9(5).

       01  REFERENCIA-CIERRE.
           03  FILLER              PIC X(8)    VALUE "PERIODO ".
           03  RCI-PERIODO         PIC 9(6).
           03  FILLER              PIC X(10)   VALUE SPACES.

       01  LINEA-RESUMEN.
           03  RES-CONCEPTO        PIC X(50).
           03  RES-SEVERIDAD       PIC X(12).
           03  RES-CANTIDAD        PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM ABRO-ARCHIVOS.
           IF FIN NOT = "S"
              PERFORM IMPRIME-ENCABEZADO
              PERFORM CARGO-PERIODOS
              PERFORM CONTROLO-HISTORIA
              IF SW-CIERRES = "S"
                 PERFORM CONTROLO-CIERRES
              END-IF
              PERFORM CONTROLO-CLIENTES
              PERFORM IMPRIME-TOTALES
              PERFORM CIERRO-ARCHIVOS
              PERFORM MUESTRO-TOTALES
           END-IF.
           PERFORM GRABO-RESULTADO-PASO.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

       ABRO-ARCHIVOS.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
              CALL "VERIFICA-STATUS" USING ST-FILE MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "CLIENTES: " MENSAJE-STATUS
              MOVE "S" TO FIN
           END-IF.
           OPEN INPUT HISTORIA.
           IF ST-HIS = "35"
              MOVE "S" TO FIN-HIS
           ELSE
              IF ST-HIS > "07"
                 CALL "VERIFICA-STATUS" USING ST-HIS MENSAJE-STATUS
                         DECISION-STATUS
                 DISPLAY "HISTORIA: " MENSAJE-STATUS
                 MOVE "S" TO FIN
              ELSE
                 MOVE "S" TO SW-HISTORIA
              END-IF
           END-IF.
           OPEN INPUT CIERRES.
           IF ST-CIE = "35"
              CONTINUE
           ELSE
              IF ST-CIE > "07"
                 CALL "VERIFICA-STATUS" USING ST-CIE MENSAJE-STATUS
                         DECISION-STATUS
                 DISPLAY "CIERRES: " MENSAJE-STATUS
                 MOVE "S" TO FIN
              ELSE
                 MOVE "S" TO SW-CIERRES
              END-IF
           END-IF.
           OPEN INPUT USUARIOS.
           IF ST-USU = "35"
              DISPLAY "SIN ARCHIVO DE USUARIOS, NO SE CONTROLA "
                      "CLI_USUARIO_MODIF"
           ELSE
              IF ST-USU > "07"
                 CALL "VERIFICA-STATUS" USING ST-USU MENSAJE-STATUS
                         DECISION-STATUS
                 DISPLAY "USUARIOS: " MENSAJE-STATUS
                 MOVE "S" TO FIN
              ELSE
                 MOVE "S" TO SW-USUARIOS
              END-IF
           END-IF.
           OPEN OUTPUT REPORTE.
           IF ST-REP > "07"
              CALL "VERIFICA-STATUS" USING ST-REP MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "REPORTE: " MENSAJE-STATUS
              MOVE "S" TO FIN
           END-IF.

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES REPORTE.
           IF SW-HISTORIA = "S"
              CLOSE HISTORIA
           END-IF.
           IF SW-CIERRES = "S"
              CLOSE CIERRES
           END-IF.
           IF SW-USUARIOS = "S"
              CLOSE USUARIOS
           END-IF.

       IMPRIME-ENCABEZADO.
           MOVE FECHA-HOY TO TIT-FECHA.
           WRITE REG-REPORTE FROM LINEA-TITULO.
           MOVE SPACES TO REG-REPORTE.
           WRITE REG-REPORTE.
           WRITE REG-REPORTE FROM LINEA-SUBTITULO.
           MOVE ALL "-" TO REG-REPORTE.
           WRITE REG-REPORTE.

       CARGO-PERIODOS.
           MOVE ZERO TO CANT-PERIODOS.
           OPEN INPUT PERIODOS.
           IF ST-PER = "35"
              DISPLAY "SIN ARCHIVO DE PERIODOS CERRADOS"
           ELSE
              IF ST-PER > "07"
                 CALL "VERIFICA-STATUS" USING ST-PER MENSAJE-STATUS
                         DECISION-STATUS
                 DISPLAY "PERIODOS: " MENSAJE-STATUS
              ELSE
                 PERFORM LEO-PERIODO THRU F-LEO-PERIODO
                         UNTIL FIN-PER = "S"
                 CLOSE PERIODOS
              END-IF
           END-IF.

       LEO-PERIODO.
           READ PERIODOS
               AT END
                   MOVE "S" TO FIN-PER
                   GO TO F-LEO-PERIODO
           END-READ.
           IF CANT-PERIODOS >= MAX-PERIODOS
              DISPLAY "PERIODOS: TABLA COMPLETA, SE IGNORA " PER_PERIODO
              GO TO F-LEO-PERIODO.
           ADD 1 TO CANT-PERIODOS.
           MOVE PER_PERIODO TO TPE-PERIODO (CANT-PERIODOS).

       F-LEO-PERIODO.
           EXIT.

       CONTROLO-HISTORIA.
           MOVE "S" TO PRIMERA-VEZ.
           IF FIN-HIS NOT = "S"
              PERFORM LEO-HISTORIA
           END-IF.
           PERFORM PROCESO-HISTORIA THRU F-PROCESO-HISTORIA
                   UNTIL FIN-HIS = "S".
           IF PRIMERA-VEZ NOT = "S"
              PERFORM CIERRE-CLIENTE-HISTORIA
           END-IF.

       LEO-HISTORIA.
           READ HISTORIA NEXT RECORD
               AT END
                   MOVE "S" TO FIN-HIS
               NOT AT END
                   ADD 1 TO CONT-HIS-LEIDOS
           END-READ.

       PROCESO-HISTORIA.
           IF PRIMERA-VEZ = "S" OR HIS_CLI_ID NOT = CLIENTE-ANTERIOR
              IF PRIMERA-VEZ NOT = "S"
                 PERFORM CIERRE-CLIENTE-HISTORIA
              END-IF
              MOVE "N"        TO PRIMERA-VEZ
              MOVE HIS_CLI_ID TO CLIENTE-ANTERIOR
              MOVE ZERO       TO CONT-HIS-CLIENTE
              PERFORM BUSCO-CLIENTE
              MOVE CLI_SALDO  TO SALDO-FICHA
           ELSE
              COMPUTE SALDO-ESPERADO = SALDO-ANTERIOR + HIS_IMPORTE
              IF HIS_SALDO_RESULT NOT = SALDO-ESPERADO
                 MOVE HIS_FECHA     TO RHI-FECHA
                 MOVE HIS_SECUENCIA TO RHI-SECUENCIA
                 MOVE REFERENCIA-HISTORIA TO DET-REFERENCIA
                 MOVE "CADENA DE SALDO RESULTANTE CORTADA"
                      TO DET-HALLAZGO
                 MOVE SALDO-ESPERADO   TO DET-ESPERADO
                 MOVE HIS_SALDO_RESULT TO DET-ACTUAL
                 MOVE HIS_CLI_ID       TO DET-CLI-ID
                 PERFORM IMPRIME-ERROR
                 ADD 1 TO CONT-CADENA
              END-IF
           END-IF.
           ADD 1 TO CONT-HIS-CLIENTE.
           MOVE HIS_SALDO_RESULT TO SALDO-ANTERIOR.
           PERFORM LEO-HISTORIA.

       F-PROCESO-HISTORIA.
           EXIT.

       CIERRE-CLIENTE-HISTORIA.
           MOVE CLIENTE-ANTERIOR TO DET-CLI-ID.
           IF SW-EXISTE-CLIENTE NOT = "S"
              MOVE SPACES TO DET-REFERENCIA
              STRING CONT-HIS-CLIENTE " MOVIMIENTOS"
                     DELIMITED BY SIZE INTO DET-REFERENCIA
              MOVE "HISTORIA DE UN CLIENTE INEXISTENTE"
                   TO DET-HALLAZGO
              MOVE ZERO TO DET-ESPERADO DET-ACTUAL
              PERFORM IMPRIME-ERROR
              ADD 1 TO CONT-HIS-SIN-CLI
           ELSE
              IF SALDO-FICHA NOT = SALDO-ANTERIOR
                 MOVE "ULTIMO MOVIMIENTO" TO DET-REFERENCIA
                 MOVE "CLI_SALDO DISTINTO DEL ULTIMO SALDO RESULTANTE"
                      TO DET-HALLAZGO
                 MOVE SALDO-ANTERIOR TO DET-ESPERADO
                 MOVE SALDO-FICHA    TO DET-ACTUAL
                 PERFORM IMPRIME-ERROR
                 ADD 1 TO CONT-SALDO-FICHA
              END-IF
           END-IF.

       BUSCO-CLIENTE.
           MOVE CLIENTE-ANTERIOR TO CLI_ID.
           READ CLIENTES
               INVALID KEY
                   MOVE "N"  TO SW-EXISTE-CLIENTE
                   MOVE ZERO TO CLI_SALDO
               NOT INVALID KEY
                   MOVE "S"  TO SW-EXISTE-CLIENTE
           END-READ.

       CONTROLO-CIERRES.
           PERFORM LEO-CIERRE.
           PERFORM PROCESO-CIERRE THRU F-PROCESO-CIERRE
                   UNTIL FIN-CIE = "S".

       LEO-CIERRE.
           READ CIERRES NEXT RECORD
               AT END
                   MOVE "S" TO FIN-CIE
               NOT AT END
                   ADD 1 TO CONT-CIE-LEIDOS
           END-READ.

       PROCESO-CIERRE.
           MOVE CIE_PERIODO TO RCI-PERIODO.
           MOVE REFERENCIA-CIERRE TO DET-REFERENCIA.
           MOVE CIE_CLI_ID  TO DET-CLI-ID.
           MOVE ZERO        TO DET-ESPERADO.
           MOVE CIE_SALDO   TO DET-ACTUAL.
           MOVE CIE_CLI_ID  TO CLIENTE-ANTERIOR.
           PERFORM BUSCO-CLIENTE.
           IF SW-EXISTE-CLIENTE NOT = "S"
              MOVE "CIERRE DE UN CLIENTE INEXISTENTE" TO DET-HALLAZGO
              PERFORM IMPRIME-ERROR
              ADD 1 TO CONT-CIE-SIN-CLI
           END-IF.
           MOVE "N" TO SW-PERIODO-OK.
           PERFORM COMPARO-PERIODO THRU F-COMPARO-PERIODO
                   VARYING IND-PER FROM 1 BY 1
                   UNTIL IND-PER > CANT-PERIODOS.
           IF SW-PERIODO-OK NOT = "S"
              MOVE "CIERRE DE UN PERIODO NO REGISTRADO" TO DET-HALLAZGO
              PERFORM IMPRIME-ERROR
              ADD 1 TO CONT-CIE-SIN-PER
           END-IF.
           PERFORM LEO-CIERRE.

       F-PROCESO-CIERRE.
           EXIT.

       COMPARO-PERIODO.
           IF TPE-PERIODO (IND-PER) = CIE_PERIODO
              MOVE "S" TO SW-PERIODO-OK
              MOVE CANT-PERIODOS TO IND-PER
           END-IF.

       F-COMPARO-PERIODO.
           EXIT.

       CONTROLO-CLIENTES.
           MOVE ZERO TO CLI_ID.
           START CLIENTES KEY IS NOT LESS THAN ID_CLIENTE
               INVALID KEY
                   MOVE "S" TO FIN-CLI
           END-START.
           IF FIN-CLI NOT = "S"
              PERFORM LEO-CLIENTE
           END-IF.
           PERFORM PROCESO-CLIENTE THRU F-PROCESO-CLIENTE
                   UNTIL FIN-CLI = "S".

       LEO-CLIENTE.
           READ CLIENTES NEXT RECORD
               AT END
                   MOVE "S" TO FIN-CLI
               NOT AT END
                   ADD 1 TO CONT-CLI-LEIDOS
           END-READ.

       PROCESO-CLIENTE.
           MOVE CLI_ID TO DET-CLI-ID.
           MOVE ZERO   TO DET-ESPERADO DET-ACTUAL.
           MOVE CLI_CATEGORIA TO ALT-CATEGORIA.
           IF CLI_TIPO = "E"
              MOVE CLI_RAZONSOCIAL(1:60) TO ALT-NOMBRE
           ELSE
              MOVE CLI_NOMBRE(1:60) TO ALT-NOMBRE
           END-IF.
           IF CLI_ALT_2 NOT = ALT-ESPERADA
              MOVE SPACES TO DET-REFERENCIA
              STRING "CATEGORIA " CLI_CATEGORIA " / " CLI_CATEGORIA_2
                     DELIMITED BY SIZE INTO DET-REFERENCIA
              MOVE "CLI_ALT_2 NO COINCIDE CON CATEGORIA/NOMBRE"
                   TO DET-HALLAZGO
              PERFORM IMPRIME-ADVERTENCIA
              ADD 1 TO CONT-ALT-2
           END-IF.
           IF SW-USUARIOS = "S"
              PERFORM CONTROLO-USUARIO-MODIF THRU
                      F-CONTROLO-USUARIO-MODIF
           END-IF.
           PERFORM LEO-CLIENTE.

       F-PROCESO-CLIENTE.
           EXIT.

       CONTROLO-USUARIO-MODIF.
           IF CLI_USUARIO_MODIF = SPACES OR "BATCH" OR "CARGA"
                                  OR "RECAT"
              GO TO F-CONTROLO-USUARIO-MODIF.
           MOVE CLI_USUARIO_MODIF TO USU_ID.
           READ USUARIOS
               INVALID KEY
                   MOVE SPACES TO DET-REFERENCIA
                   STRING "USUARIO " CLI_USUARIO_MODIF
                          DELIMITED BY SIZE INTO DET-REFERENCIA
                   MOVE "CLI_USUARIO_MODIF INEXISTENTE EN USUARIOS"
                        TO DET-HALLAZGO
                   PERFORM IMPRIME-ADVERTENCIA
                   ADD 1 TO CONT-USUARIO
           END-READ.

       F-CONTROLO-USUARIO-MODIF.
           EXIT.

       IMPRIME-ERROR.
           MOVE "ERROR" TO DET-SEVERIDAD.
           WRITE REG-REPORTE FROM LINEA-DETALLE.
           ADD 1 TO CONT-ERRORES.

       IMPRIME-ADVERTENCIA.
           MOVE "ADVERTENCIA" TO DET-SEVERIDAD.
           WRITE REG-REPORTE FROM LINEA-DETALLE.
           ADD 1 TO CONT-ADVERTENCIAS.

       IMPRIME-TOTALES.
           MOVE ALL "-" TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE "RESUMEN POR CONTROL" TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE "HISTORIA DE CLIENTES INEXISTENTES" TO RES-CONCEPTO.
           MOVE "ERROR"          TO RES-SEVERIDAD.
           MOVE CONT-HIS-SIN-CLI TO RES-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.
           MOVE "CADENA DE SALDO RESULTANTE CORTADA" TO RES-CONCEPTO.
           MOVE CONT-CADENA TO RES-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.
           MOVE "CLI_SALDO DISTINTO DEL ULTIMO SALDO DE HISTORIA"
                TO RES-CONCEPTO.
           MOVE CONT-SALDO-FICHA TO RES-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.
           MOVE "CIERRES DE CLIENTES INEXISTENTES" TO RES-CONCEPTO.
           MOVE CONT-CIE-SIN-CLI TO RES-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.
           MOVE "CIERRES DE PERIODOS NO REGISTRADOS" TO RES-CONCEPTO.
           MOVE CONT-CIE-SIN-PER TO RES-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.
           MOVE "CLI_ALT_2 DESACTUALIZADA" TO RES-CONCEPTO.
           MOVE "ADVERTENCIA" TO RES-SEVERIDAD.
           MOVE CONT-ALT-2    TO RES-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.
           MOVE "CLI_USUARIO_MODIF INEXISTENTE" TO RES-CONCEPTO.
           MOVE CONT-USUARIO TO RES-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.
           MOVE SPACES TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE "TOTAL ERRORES" TO RES-CONCEPTO.
           MOVE "ERROR"      TO RES-SEVERIDAD.
           MOVE CONT-ERRORES TO RES-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.
           MOVE "TOTAL ADVERTENCIAS" TO RES-CONCEPTO.
           MOVE "ADVERTENCIA"     TO RES-SEVERIDAD.
           MOVE CONT-ADVERTENCIAS TO RES-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.

       MUESTRO-TOTALES.
           DISPLAY "HISTORIA LEIDOS   : " CONT-HIS-LEIDOS.
           DISPLAY "CIERRES LEIDOS    : " CONT-CIE-LEIDOS.
           DISPLAY "CLIENTES LEIDOS   : " CONT-CLI-LEIDOS.
           DISPLAY "ERRORES           : " CONT-ERRORES.
           DISPLAY "ADVERTENCIAS      : " CONT-ADVERTENCIAS.
           DISPLAY "REPORTE GENERADO EN ./integridad.rpt".

       GRABO-RESULTADO-PASO.
           IF FIN = "S"
              MOVE 16 TO CODIGO-RETORNO
           ELSE
              IF CONT-ERRORES > ZERO
                 MOVE 8 TO CODIGO-RETORNO
              ELSE
                 IF CONT-ADVERTENCIAS > ZERO
                    MOVE 4 TO CODIGO-RETORNO
                 ELSE
                    MOVE ZERO TO CODIGO-RETORNO
                 END-IF
              END-IF
           END-IF.
           COMPUTE CONT-LEIDOS = CONT-HIS-LEIDOS + CONT-CIE-LEIDOS
                               + CONT-CLI-LEIDOS.
           OPEN OUTPUT RESULTADO-PASO.
           IF ST-RES > "07"
              CALL "VERIFICA-STATUS" USING ST-RES MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "RESULTADO PASO: " MENSAJE-STATUS
           ELSE
              MOVE "VERIFICA-INTEGRIDAD" TO RES_PROGRAMA
              MOVE CODIGO-RETORNO        TO RES_RETORNO
              MOVE CONT-LEIDOS           TO RES_LEIDOS
              MOVE ZERO                  TO RES_GRABADOS
              COMPUTE RES_RECHAZADOS = CONT-ERRORES + CONT-ADVERTENCIAS
              WRITE REG-RESULTADO-PASO
              CLOSE RESULTADO-PASO
           END-IF.

       END PROGRAM VERIFICA-INTEGRIDAD.
