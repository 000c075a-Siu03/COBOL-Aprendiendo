      ******************************************************************
      * Author:
      * Date:
      * Purpose: Validation of the CUIT/CUIL and IVA condition of a
      *          customer, shared by EJEMPLO and CARGA-CLIENTES. Checks
      *          the condition (I/M/E/F), that the CUIT is present
      *          unless the customer is a persona consumidor final,
      *          the prefix against CLI_TIPO (30/33/34 empresas,
      *          20/23/24/27 personas), the modulo 11 check digit
      *          (weights 5432765432 over the first ten digits; a
      *          result of 10 is never a valid CUIT), and
      *          that no other active customer has the same CUIT
      *          (CLI_CUIT alternate key). Returns "S"/"N" and the
      *          message to show.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDA-CUIT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "./clientes.sel".

       DATA DIVISION.
       FILE SECTION.

           COPY "./clientes.fd".

       WORKING-STORAGE SECTION.

       01  ST-FILE             PIC XX.
       01  ST-SIC              PIC XX.

       01  MENSAJE-STATUS      PIC X(60).
       01  DECISION-STATUS     PIC X.

       01  FIN-CUIT            PIC X       VALUE "N".

       01  CUIT-TRABAJO        PIC 9(11)   VALUE ZERO.
       01  CUIT-DIGITOS REDEFINES CUIT-TRABAJO.
           03  CUIT-DIGITO         PIC 9       OCCURS 11.
       01  CUIT-PARTES REDEFINES CUIT-TRABAJO.
           03  CUIT-PREFIJO        PIC 9(2).
               88  PREFIJO-EMPRESA     VALUES 30 33 34.
               88  PREFIJO-PERSONA     VALUES 20 23 24 27.
           03  FILLER              PIC 9(9).

       01  PESOS-CUIT          PIC X(10)   VALUE "5432765432".
       01  TABLA-PESOS REDEFINES PESOS-CUIT.
           03  PESO                PIC 9       OCCURS 10.

       01  IND                 PIC 9(2) COMP VALUE ZERO.
       01  SUMA-CUIT           PIC 9(4)    VALUE ZERO.
       01  COCIENTE-CUIT       PIC 9(4)    VALUE ZERO.
       01  RESTO-CUIT          PIC 9(2)    VALUE ZERO.
       01  DIGITO-CALCULADO    PIC 9(2)    VALUE ZERO.

       01  ID-EDITADO          PIC ZZZZZZ9.

       LINKAGE SECTION.

       01  CUIT-NUMERO         PIC 9(11).
       01  CUIT-TIPO           PIC X.
       01  CUIT-COND-IVA       PIC X.
       01  CUIT-CLI-ID         PIC 9(7).
       01  CUIT-MENSAJE        PIC X(60).
       01  CUIT-RESULTADO      PIC X.

       PROCEDURE DIVISION USING CUIT-NUMERO CUIT-TIPO CUIT-COND-IVA
                                 CUIT-CLI-ID CUIT-MENSAJE
                                 CUIT-RESULTADO.
       MAIN-PROCEDURE.
           MOVE "S"    TO CUIT-RESULTADO.
           MOVE SPACES TO CUIT-MENSAJE.
           PERFORM VALIDO-CUIT THRU F-VALIDO-CUIT.
           GOBACK.

       VALIDO-CUIT.
           IF CUIT-COND-IVA NOT = "I" AND CUIT-COND-IVA NOT = "M"
              AND CUIT-COND-IVA NOT = "E" AND CUIT-COND-IVA NOT = "F"
              MOVE "Condicion IVA invalida (I/M/E/F)" TO CUIT-MENSAJE
              MOVE "N" TO CUIT-RESULTADO
              GO TO F-VALIDO-CUIT.
           IF CUIT-NUMERO NOT NUMERIC
              MOVE "CUIT invalido, solo digitos" TO CUIT-MENSAJE
              MOVE "N" TO CUIT-RESULTADO
              GO TO F-VALIDO-CUIT.
           IF CUIT-NUMERO = ZERO
              IF CUIT-TIPO = "E" OR CUIT-COND-IVA NOT = "F"
                 MOVE "CUIT obligatorio salvo consumidor final"
                      TO CUIT-MENSAJE
                 MOVE "N" TO CUIT-RESULTADO
              END-IF
              GO TO F-VALIDO-CUIT.
           MOVE CUIT-NUMERO TO CUIT-TRABAJO.
           IF CUIT-TIPO = "E" AND NOT PREFIJO-EMPRESA
              MOVE "Prefijo de CUIT invalido para empresa (30/33/34)"
                   TO CUIT-MENSAJE
              MOVE "N" TO CUIT-RESULTADO
              GO TO F-VALIDO-CUIT.
           IF CUIT-TIPO NOT = "E" AND NOT PREFIJO-PERSONA
              MOVE "Prefijo de CUIL invalido (20/23/24/27)"
                   TO CUIT-MENSAJE
              MOVE "N" TO CUIT-RESULTADO
              GO TO F-VALIDO-CUIT.
           PERFORM CALCULO-DIGITO.
           IF DIGITO-CALCULADO NOT = CUIT-DIGITO (11)
              MOVE "Digito verificador de CUIT invalido"
                   TO CUIT-MENSAJE
              MOVE "N" TO CUIT-RESULTADO
              GO TO F-VALIDO-CUIT.
           PERFORM BUSCO-DUPLICADO.

       F-VALIDO-CUIT.
           EXIT.

       CALCULO-DIGITO.
           MOVE ZERO TO SUMA-CUIT.
           PERFORM SUMO-DIGITO
                   VARYING IND FROM 1 BY 1 UNTIL IND > 10.
           DIVIDE SUMA-CUIT BY 11 GIVING COCIENTE-CUIT
                  REMAINDER RESTO-CUIT.
           COMPUTE DIGITO-CALCULADO = 11 - RESTO-CUIT.
           IF DIGITO-CALCULADO = 11
              MOVE ZERO TO DIGITO-CALCULADO
           END-IF.

       SUMO-DIGITO.
           COMPUTE SUMA-CUIT = SUMA-CUIT
                             + CUIT-DIGITO (IND) * PESO (IND).

       BUSCO-DUPLICADO.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
              CALL "VERIFICA-STATUS" USING ST-FILE MENSAJE-STATUS
                      DECISION-STATUS
              STRING "No se pudo verificar duplicado: " MENSAJE-STATUS
                     DELIMITED BY SIZE INTO CUIT-MENSAJE
              MOVE "N" TO CUIT-RESULTADO
           ELSE
              MOVE "N" TO FIN-CUIT
              MOVE CUIT-NUMERO TO CLI_CUIT
              START CLIENTES KEY IS EQUAL TO CLI_CUIT
                  INVALID KEY
                      MOVE "S" TO FIN-CUIT
              END-START
              PERFORM COMPARO-DUPLICADO THRU F-COMPARO-DUPLICADO
                      UNTIL FIN-CUIT = "S"
              CLOSE CLIENTES
           END-IF.

       COMPARO-DUPLICADO.
           READ CLIENTES NEXT RECORD
               AT END
                   MOVE "S" TO FIN-CUIT
                   GO TO F-COMPARO-DUPLICADO
           END-READ.
           IF ST-FILE > "07"
              CALL "VERIFICA-STATUS" USING ST-FILE MENSAJE-STATUS
                      DECISION-STATUS
              MOVE SPACES TO CUIT-MENSAJE
              STRING "No se pudo verificar duplicado: " MENSAJE-STATUS
                     DELIMITED BY SIZE INTO CUIT-MENSAJE
              MOVE "N" TO CUIT-RESULTADO
              MOVE "S" TO FIN-CUIT
              GO TO F-COMPARO-DUPLICADO.
           IF CLI_CUIT NOT = CUIT-NUMERO
              MOVE "S" TO FIN-CUIT
              GO TO F-COMPARO-DUPLICADO.
           IF CLI_ID = CUIT-CLI-ID OR CLI-INACTIVO
              GO TO F-COMPARO-DUPLICADO.
           MOVE CLI_ID TO ID-EDITADO.
           STRING "CUIT ya asignado al cliente " ID-EDITADO
                  DELIMITED BY SIZE INTO CUIT-MENSAJE.
           MOVE "N" TO CUIT-RESULTADO.
           MOVE "S" TO FIN-CUIT.

       F-COMPARO-DUPLICADO.
           EXIT.

       END PROGRAM VALIDA-CUIT.
