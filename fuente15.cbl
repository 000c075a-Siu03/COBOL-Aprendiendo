
           COPY "./clientes.sel".
           COPY "./historia.sel".
           COPY "./resultado-paso.sel".

           SELECT ORDENA ASSIGN TO "./sortwk.tmp".


           COPY "./clientes.fd".
           COPY "./historia.fd".
           COPY "./resultado-paso.fd".

       SD ORDENA.

       01  ST-SIC              PIC XX.
       01  ST-HIS              PIC XX.
       01  ST-EXT              PIC XX.
       01  ST-RES              PIC XX.

       01  MENSAJE-STATUS      PIC X(60).
       01  DECISION-STATUS     PIC X.
       01  FIN-ORD             PIC X       VALUE "N".
       01  PRIMERA-VEZ         PIC X       VALUE "S".
       01  SW-FICHA-OK         PIC X       VALUE "N".
       01  CODIGO-RETORNO      PIC 9(2)    VALUE ZERO.

       01  FECHA-DESDE         PIC 9(8).
       01  FECHA-HASTA         PIC 9(8).
           END-IF.
           PERFORM CIERRO-ARCHIVOS.
           PERFORM MUESTRO-TOTALES.
           PERFORM GRABO-RESULTADO-PASO.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

       PIDO-PARAMETROS.
           DISPLAY "CLIENTES SIN FICHA   : " CONT-SIN-FICHA.
           DISPLAY "EXTRACTOS GENERADOS EN ./extractos-mes.rpt".

       GRABO-RESULTADO-PASO.
           IF FIN = "S"
              MOVE 16 TO CODIGO-RETORNO
           ELSE
              IF CONT-SIN-FICHA > ZERO
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
              MOVE "EXTRACTO-MENSUAL" TO RES_PROGRAMA
              MOVE CODIGO-RETORNO     TO RES_RETORNO
              MOVE CONT-MOVIMIENTOS   TO RES_LEIDOS
              MOVE CONT-EXTRACTOS     TO RES_GRABADOS
              MOVE CONT-SIN-FICHA     TO RES_RECHAZADOS
              WRITE REG-RESULTADO-PASO
              CLOSE RESULTADO-PASO
           END-IF.

       END PROGRAM EXTRACTO-MENSUAL.
