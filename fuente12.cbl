      *          file with header (run date, sequence) and trailer
      *          (record count, saldo hash total), and remembers the
      *          cutoff itself so the job needs no operator input.
      *          Each detail carries the CUIT/CUIL (zero when there is
      *          none) and the IVA condition at the end of the record.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.

           COPY "./clientes.sel".
           COPY "./resultado-paso.sel".

           SELECT CONTROL-EXP ASSIGN TO "./exporta-ctl.dat"
                  ORGANIZATION SEQUENTIAL
       FILE SECTION.

           COPY "./clientes.fd".
           COPY "./resultado-paso.fd".

       FD CONTROL-EXP
           RECORDING MODE IS F.
       01  ST-SIC              PIC XX.
       01  ST-CTL              PIC XX.
       01  ST-INT              PIC XX.
       01  ST-RES              PIC XX.

       01  MENSAJE-STATUS      PIC X(60).
       01  DECISION-STATUS     PIC X.

       01  FIN                 PIC X       VALUE "N".
       01  SW-EOF-CLI          PIC X       VALUE "N".
       01  CODIGO-RETORNO      PIC 9(2)    VALUE ZERO.

       01  FECHA-HOY           PIC 9(8)    VALUE ZERO.
       01  FECHA-CORTE         PIC 9(8)    VALUE ZERO.

       01  NOMBRE-EXPORT       PIC X(70)   VALUE SPACES.
       01  SALDO-EXPORT        PIC +9(7),9(3).
       01  CUIT-EXPORT         PIC 9(11).
       01  HASH-EXPORT         PIC +9(11),9(3).
       01  CANTIDAD-EXPORT     PIC 9(7).

              END-IF
           END-IF.
           PERFORM MUESTRO-TOTALES.
           PERFORM GRABO-RESULTADO-PASO.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

       LEO-CONTROL.
              MOVE CLI_NOMBRE TO NOMBRE-EXPORT
           END-IF.
           MOVE CLI_SALDO TO SALDO-EXPORT.
           IF CLI_CUIT NUMERIC
              MOVE CLI_CUIT TO CUIT-EXPORT
           ELSE
              MOVE ZERO TO CUIT-EXPORT
           END-IF.
           MOVE SPACES TO REG-INTERFAZ.
           STRING "D;" CLI_ID ";" NOMBRE-EXPORT ";"
                  CLI_CATEGORIA ";" CLI_TIPO ";"
                  CLI_IND_ACTIVO ";" SALDO-EXPORT ";"
                  CLI_FECHA_MODIF ";" CLI_USUARIO_MODIF ";"
                  CUIT-EXPORT ";" CLI_COND_IVA
                  DELIMITED BY SIZE INTO REG-INTERFAZ.
           WRITE REG-INTERFAZ.
           IF ST-INT > "07"
           DISPLAY "CLIENTES EXPORTADOS: " CONT-EXPORTADOS.
           DISPLAY "SECUENCIA DE CORRIDA: " SECUENCIA.

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
              MOVE "EXPORTA-CLIENTES" TO RES_PROGRAMA
              MOVE CODIGO-RETORNO     TO RES_RETORNO
              MOVE CONT-LEIDOS        TO RES_LEIDOS
              MOVE CONT-EXPORTADOS    TO RES_GRABADOS
              MOVE ZERO               TO RES_RECHAZADOS
              WRITE REG-RESULTADO-PASO
              CLOSE RESULTADO-PASO
           END-IF.

       END PROGRAM EXPORTA-CLIENTES.
