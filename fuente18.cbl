           COPY "./clientes.sel".
           COPY "./cierres.sel".
           COPY "./periodos.sel".
           COPY "./resultado-paso.sel".

           SELECT REPORTE ASSIGN TO "./cierre-mensual.rpt"
                  ORGANIZATION LINE SEQUENTIAL
           COPY "./clientes.fd".
           COPY "./cierres.fd".
           COPY "./periodos.fd".
           COPY "./resultado-paso.fd".

       FD REPORTE.

       01  ST-CIE              PIC XX.
       01  ST-PER              PIC XX.
       01  ST-REP              PIC XX.
       01  ST-RES              PIC XX.

       01  MENSAJE-STATUS      PIC X(60).
       01  DECISION-STATUS     PIC X.
       01  FIN-PER             PIC X       VALUE "N".
       01  SW-EOF-CLI          PIC X       VALUE "N".
       01  SW-YA-CERRADO       PIC X       VALUE "N".
       01  SW-REGISTRADO       PIC X       VALUE "N".
       01  CODIGO-RETORNO      PIC 9(2)    VALUE ZERO.

       01  PERIODO-CIERRE      PIC 9(6)    VALUE ZERO.
       01  PERIODO-DESGLOSE REDEFINES PERIODO-CIERRE.
              END-IF
           END-IF.
           PERFORM MUESTRO-TOTALES.
           PERFORM GRABO-RESULTADO-PASO.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

       PIDO-PERIODO.
                         DECISION-STATUS
                 DISPLAY "Error grabando periodo: " MENSAJE-STATUS
              ELSE
                 MOVE "S" TO SW-REGISTRADO
                 DISPLAY "PERIODO " PERIODO-CIERRE
                         " REGISTRADO COMO CERRADO"
              END-IF
           DISPLAY "TOTAL SALDO ACTUAL : " TOTAL-ACTUAL.
           DISPLAY "REPORTE GENERADO EN ./cierre-mensual.rpt".

       GRABO-RESULTADO-PASO.
           IF SW-REGISTRADO = "S"
              MOVE ZERO TO CODIGO-RETORNO
           ELSE
              MOVE 16 TO CODIGO-RETORNO
           END-IF.
           OPEN OUTPUT RESULTADO-PASO.
           IF ST-RES > "07"
              CALL "VERIFICA-STATUS" USING ST-RES MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "RESULTADO PASO: " MENSAJE-STATUS
           ELSE
              MOVE "CIERRE-MENSUAL" TO RES_PROGRAMA
              MOVE CODIGO-RETORNO   TO RES_RETORNO
              MOVE CONT-CLIENTES    TO RES_LEIDOS
              MOVE CONT-CLIENTES    TO RES_GRABADOS
              MOVE ZERO             TO RES_RECHAZADOS
              WRITE REG-RESULTADO-PASO
              CLOSE RESULTADO-PASO
           END-IF.

       END PROGRAM CIERRE-MENSUAL.
