      *          BIT_DESPUES_SALDO, rolls the images forward and
      *          compares the result against the live CLI_SALDO,
      *          reporting every chain gap and mismatched balance.
      *          Customers whose last entry is a retention purge
      *          (DEPU) are counted apart, not as missing records.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  SW-CORTE-CLIENTE    PIC X       VALUE "N".

       01  CLIENTE-ANTERIOR    PIC 9(7)    VALUE ZERO.
       01  ULTIMA-OPERACION    PIC X(4)    VALUE SPACES.
       01  SALDO-CORRIENTE     PIC S9(7)V9(3) VALUE ZERO.

       01  CONT-REGISTROS      PIC 9(7)    VALUE ZERO.
       01  CONT-CON-CORTE      PIC 9(7)    VALUE ZERO.
       01  CONT-CON-DIF        PIC 9(7)    VALUE ZERO.
       01  CONT-SIN-FICHA      PIC 9(7)    VALUE ZERO.
       01  CONT-DEPURADOS      PIC 9(7)    VALUE ZERO.
       01  TOTAL-DIFERENCIA    PIC S9(9)V9(3) VALUE ZERO.
       01  DIFERENCIA          PIC S9(9)V9(3) VALUE ZERO.

              END-IF
           END-IF.
           MOVE ORD_DESPUES_SALDO TO SALDO-CORRIENTE.
           MOVE ORD_OPERACION     TO ULTIMA-OPERACION.
           PERFORM RETORNO-ORDENA.

       F-PROCESO-IMAGEN.
           MOVE CLIENTE-ANTERIOR TO CLI_ID.
           READ CLIENTES
               INVALID KEY
                   IF ULTIMA-OPERACION = "DEPU"
                      ADD 1 TO CONT-DEPURADOS
                   ELSE
                      MOVE SPACES TO REG-REPORTE
                      STRING "CLIENTE " CLIENTE-ANTERIOR
                             " CON BITACORA PERO SIN FICHA EN CLIENTES"
                             DELIMITED BY SIZE INTO REG-REPORTE
                      WRITE REG-REPORTE
                      ADD 1 TO CONT-SIN-FICHA
                   END-IF
               NOT INVALID KEY
                   IF CLI_SALDO NOT = SALDO-CORRIENTE
                      COMPUTE DIFERENCIA = CLI_SALDO - SALDO-CORRIENTE
           MOVE "CLIENTES SIN FICHA            " TO TOT-CONCEPTO.
           MOVE CONT-SIN-FICHA TO TOT-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-TOTAL.
           MOVE "CLIENTES DEPURADOS            " TO TOT-CONCEPTO.
           MOVE CONT-DEPURADOS TO TOT-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-TOTAL.
           MOVE SPACES TO LINEA-DIF.
           MOVE "DIFERENCIA TOTAL" TO LINEA-DIF(1:16).
           MOVE TOTAL-DIFERENCIA TO DIF-IMPORTE.
