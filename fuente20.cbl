
           COPY "./clientes.sel".
           COPY "./movimientos.sel".
           COPY "./resultado-paso.sel".

           SELECT COBRANZAS ASSIGN TO "./cobranzas-banco.dat"
                  ORGANIZATION SEQUENTIAL

           COPY "./clientes.fd".
           COPY "./movimientos.fd".
           COPY "./resultado-paso.fd".

       FD COBRANZAS
           RECORDING MODE IS F.
       01  ST-MOV              PIC XX.
       01  ST-COB              PIC XX.
       01  ST-EXC              PIC XX.
       01  ST-RES              PIC XX.

       01  MENSAJE-STATUS      PIC X(60).
       01  DECISION-STATUS     PIC X.
       01  FIN                 PIC X       VALUE "N".
       01  FIN-NOM             PIC X       VALUE "N".
       01  SW-MATCH            PIC X       VALUE "N".
       01  SW-EOF-COB          PIC X       VALUE "N".
       01  CODIGO-RETORNO      PIC 9(2)    VALUE ZERO.

       01  FECHA-HOY           PIC 9(8)    VALUE ZERO.

           END-IF.
           PERFORM CIERRO-ARCHIVOS.
           PERFORM MUESTRO-TOTALES.
           PERFORM GRABO-RESULTADO-PASO.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

       ABRO-ARCHIVOS.
           READ COBRANZAS
               AT END
                   MOVE "S" TO FIN
                   MOVE "S" TO SW-EOF-COB
           END-READ.

       PROCESO-COBRANZA.
           MOVE "PA"           TO MOV_TIPO.
           MOVE COB_FECHA      TO MOV_FECHA.
           MOVE COB_NRO_OPER   TO MOV_NRO_DOC.
           MOVE ZERO           TO MOV_FECHA_VTO.
           COMPUTE MOV_IMPORTE = COB_IMPORTE * -1.
           WRITE REG-MOVIMIENTO.
           IF ST-MOV > "07"
           DISPLAY "LOTE GENERADO EN ./movimientos.dat".
           DISPLAY "EXCEPCIONES EN ./cobranzas-exc.rpt".

       GRABO-RESULTADO-PASO.
           IF SW-EOF-COB NOT = "S"
              MOVE 16 TO CODIGO-RETORNO
           ELSE
              IF CONT-EXCEPCIONES > ZERO
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
              MOVE "IMPORTA-COBRANZAS" TO RES_PROGRAMA
              MOVE CODIGO-RETORNO      TO RES_RETORNO
              MOVE CONT-LEIDAS         TO RES_LEIDOS
              MOVE CONT-DETALLES       TO RES_GRABADOS
              MOVE CONT-EXCEPCIONES    TO RES_RECHAZADOS
              WRITE REG-RESULTADO-PASO
              CLOSE RESULTADO-PASO
           END-IF.

       END PROGRAM IMPORTA-COBRANZAS.
