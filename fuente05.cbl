      * Date:
      * Purpose: Bulk-load the customer master (CLIENTES) from a flat
      *          sequential input file, one REG-CLIENTES WRITE per row.
      *          CUIT/CUIL and IVA condition are checked by VALIDA-CUIT
      *          (check digit, prefix and duplicates); a persona with
      *          no condition is loaded as consumidor final.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  SW-DATOS-VALIDOS    PIC X       VALUE "S".
       01  SW-HIS-GRABADA      PIC X       VALUE "N".

       01  CUIT-MENSAJE        PIC X(60)   VALUE SPACES.
       01  CUIT-RESULTADO      PIC X       VALUE "S".

       01  CONT-LEIDOS         PIC 9(7)    VALUE ZERO.
       01  CONT-CARGADOS       PIC 9(7)    VALUE ZERO.
       01  CONT-RECHAZADOS     PIC 9(7)    VALUE ZERO.
           PERFORM ARMO-REGISTRO-CLIENTE.
           PERFORM VALIDO-REGISTRO-CLIENTE.
           IF SW-DATOS-VALIDOS = "N"
              IF CUIT-RESULTADO NOT = "S"
                 DISPLAY "RECHAZADO ID " CARGA_CLI_ID ": " CUIT-MENSAJE
              ELSE
                 DISPLAY "RECHAZADO ID " CARGA_CLI_ID
                         ": datos invalidos"
              END-IF
              ADD 1 TO CONT-RECHAZADOS
           ELSE
              WRITE REG-CLIENTES

       VALIDO-REGISTRO-CLIENTE.
           MOVE "S" TO SW-DATOS-VALIDOS.
           MOVE "S" TO CUIT-RESULTADO.
           IF CLI_CODPOST(1:4) NOT NUMERIC
              OR CLI_CODPOST(5:6) NOT = SPACES
              MOVE "N" TO SW-DATOS-VALIDOS
           IF NOT CAT-VALIDA
              MOVE "N" TO SW-DATOS-VALIDOS
           END-IF.
           IF SW-DATOS-VALIDOS = "S"
              CALL "VALIDA-CUIT" USING CLI_CUIT CLI_TIPO CLI_COND_IVA
                      CLI_ID CUIT-MENSAJE CUIT-RESULTADO
              IF CUIT-RESULTADO NOT = "S"
                 MOVE "N" TO SW-DATOS-VALIDOS
              END-IF
           END-IF.

       GRABO-BITACORA-ALTA.
           ACCEPT BIT_FECHA FROM DATE YYYYMMDD.
           MOVE CLI_SALDO        TO HIS_IMPORTE.
           MOVE CLI_SALDO        TO HIS_SALDO_RESULT.
           ACCEPT HIS_FECHA_PROCESO FROM DATE YYYYMMDD.
           MOVE ZERO             TO HIS_ALICUOTA HIS_NETO HIS_IVA.
           MOVE CLI_COND_IVA     TO HIS_COND_IVA.
           MOVE "N" TO SW-HIS-GRABADA.
           PERFORM INTENTO-GRABO-HISTORIA THRU F-INTENTO-GRABO-HISTORIA
                   UNTIL SW-HIS-GRABADA NOT = "N".
           MOVE "S"               TO CLI_IND_ACTIVO.
           MOVE ZERO              TO CLI_LIMITE_CREDITO.
           MOVE "N"               TO CLI_IND_EXC_AUT.
           MOVE "N"               TO CLI_IND_EXENTO_INT.
           IF CARGA_CUIT NUMERIC
              MOVE CARGA_CUIT     TO CLI_CUIT
           ELSE
              MOVE ZERO           TO CLI_CUIT
           END-IF.
           MOVE CARGA_COND_IVA    TO CLI_COND_IVA.
           IF CLI_COND_IVA = SPACE AND CLI_TIPO = "P"
              MOVE "F"            TO CLI_COND_IVA
           END-IF.

       MUESTRO-TOTALES.
           DISPLAY "REGISTROS LEIDOS   : " CONT-LEIDOS.
