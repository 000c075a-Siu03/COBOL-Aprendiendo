
           COPY "./clientes.sel".
           COPY "./bitacora.sel".
           COPY "./resultado-paso.sel".

           SELECT UMBRALES ASSIGN TO "./umbrales.dat"
                  ORGANIZATION SEQUENTIAL

           COPY "./clientes.fd".
           COPY "./bitacora.fd".
           COPY "./resultado-paso.fd".

       FD UMBRALES
           RECORDING MODE IS F.
       01  ST-BIT              PIC XX.
       01  ST-UMB              PIC XX.
       01  ST-REP              PIC XX.
       01  ST-RES              PIC XX.

       01  MENSAJE-STATUS      PIC X(60).
       01  DECISION-STATUS     PIC X.

       01  FIN                 PIC X       VALUE "N".
       01  SW-EOF-CLI          PIC X       VALUE "N".
       01  CODIGO-RETORNO      PIC 9(2)    VALUE ZERO.

       01  UMBRAL-A            PIC S9(7)V9(3) VALUE 1000000.
       01  UMBRAL-B            PIC S9(7)V9(3) VALUE 500000.
              PERFORM IMPRIME-TOTALES
           END-IF.
           PERFORM CIERRO-ARCHIVOS.
           PERFORM GRABO-RESULTADO-PASO.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

       LEO-UMBRALES.
               INVALID KEY
                   DISPLAY "NO HAY CLIENTES PARA PROCESAR"
                   MOVE "S" TO FIN
                   MOVE "S" TO SW-EOF-CLI
           END-START.

       LEO-CLIENTE.
           READ CLIENTES NEXT RECORD
               AT END
                   MOVE "S" TO FIN
                   MOVE "S" TO SW-EOF-CLI
           END-READ.

       PROCESO-CLIENTE.
           DISPLAY "CLIENTES RECATEGORIZADOS: " CONT-CAMBIOS.
           DISPLAY "REPORTE GENERADO EN ./recategoriza.rpt".

       GRABO-RESULTADO-PASO.
           IF SW-EOF-CLI = "S"
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
              MOVE "RECATEGORIZA" TO RES_PROGRAMA
              MOVE CODIGO-RETORNO TO RES_RETORNO
              MOVE CONT-LEIDOS    TO RES_LEIDOS
              MOVE CONT-CAMBIOS   TO RES_GRABADOS
              MOVE ZERO           TO RES_RECHAZADOS
              WRITE REG-RESULTADO-PASO
              CLOSE RESULTADO-PASO
           END-IF.

       END PROGRAM RECATEGORIZA.
