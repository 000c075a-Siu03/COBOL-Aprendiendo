      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance (A.B.M.) of the direct-debit enrolments
      *          (adhesiones al debito automatico): bank, CBU and
      *          mandate date per customer. Launched from
      *          MENU-PRINCIPAL with the signed-on session; the
      *          operator needs the modification permission. The CBU
      *          check digits of both blocks are verified (block 1,
      *          bank/branch, weights 7139713; block 2, account, weights
      *          3971397139713) and the bank
      *          code must match the first three digits of the CBU. A
      *          suspended (S) or cancelled (B) enrolment is left out of
      *          GENERA-DEBITOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABM-ADHESIONES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "./clientes.sel".
       COPY "./adhesiones.sel".

       DATA DIVISION.
       FILE SECTION.

       COPY "./clientes.fd".
       COPY "./adhesiones.fd".

       WORKING-STORAGE SECTION.

       01  ST-FILE     PIC XX.
       01  ST-SIC      PIC XX.
       01  ST-ADH      PIC XX.

       01  MENSAJE     PIC X(70).

       01  MENSAJE-STATUS  PIC X(60).
       01  DECISION-STATUS PIC X.

       01  FIN         PIC X       VALUE "N".

       01  OPCION      PIC X.

       01  SW-ENCONTRADO PIC X     VALUE "N".
       01  SW-CLIENTE-OK PIC X     VALUE "N".
       01  SW-DATOS-VALIDOS PIC X  VALUE "S".
       01  SW-CBU-OK    PIC X      VALUE "N".

       01  USUARIO-ACTUAL PIC X(8).

       01  CLI-ID-PEDIDO  PIC 9(7).
       01  CLI-ID-ELEGIDO PIC 9(7).
       01  NOMBRE-CLIENTE PIC X(40).

       01  FECHA-HOY    PIC 9(8).

       01  FECHA-MANDATO PIC 9(8)  VALUE ZERO.
       01  MANDATO-DESGLOSE REDEFINES FECHA-MANDATO.
           03  MAN-ANO             PIC 9(4).
           03  MAN-MES             PIC 9(2).
           03  MAN-DIA             PIC 9(2).

       01  CBU-INGRESADO PIC X(22).
       01  CBU-DIGITOS REDEFINES CBU-INGRESADO.
           03  CBU-DIGITO          PIC 9 OCCURS 22.

       01  PESOS-BLOQUE-1 PIC X(7)  VALUE "7139713".
       01  TABLA-PESOS-1 REDEFINES PESOS-BLOQUE-1.
           03  PESO-1              PIC 9 OCCURS 7.

       01  PESOS-BLOQUE-2 PIC X(13) VALUE "3971397139713".
       01  TABLA-PESOS-2 REDEFINES PESOS-BLOQUE-2.
           03  PESO-2              PIC 9 OCCURS 13.

       01  IND-CBU      PIC 9(2)  COMP VALUE ZERO.
       01  SUMA-CBU     PIC 9(4)       VALUE ZERO.
       01  COCIENTE-CBU PIC 9(4)       VALUE ZERO.
       01  RESTO-CBU    PIC 9          VALUE ZERO.
       01  DIGITO-CALC  PIC 9          VALUE ZERO.

       01  GUIONES     PIC X(80)   VALUE ALL "-".

       LINKAGE SECTION.

       01  SESION-USUARIO.
           03  SES_USUARIO         PIC X(8).
           03  SES_NIVEL           PIC 9.
           03  SES_PERM_ALTA       PIC X.
           03  SES_PERM_MODI       PIC X.
           03  SES_PERM_BAJA       PIC X.
           03  SES_PERM_LIMITE     PIC X.
           03  SES_PERM_AJUSTE     PIC X.

       PROCEDURE DIVISION USING SESION-USUARIO.
       MAIN-PROCEDURE.
           PERFORM INICIALIZACION.
           IF FIN NOT = "S"
              PERFORM ABRO-ARCHIVOS
              PERFORM PROCESO THRU F-PROCESO UNTIL FIN = "S"
              PERFORM CIERRO-ARCHIVOS
           END-IF.
           GO TO FINALIZAR.

       INICIALIZACION.
           MOVE "N" TO FIN.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SES_USUARIO TO USUARIO-ACTUAL.
           IF SES_PERM_MODI NOT = "S"
              DISPLAY "Acceso denegado" LINE 9 COL 10
              MOVE "S" TO FIN
           END-IF.

       ABRO-ARCHIVOS.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
              CALL "VERIFICA-STATUS" USING ST-FILE MENSAJE-STATUS
                      DECISION-STATUS
              STRING "Error al abrir Clientes: " MENSAJE-STATUS
                   DELIMITED BY SIZE INTO MENSAJE
              DISPLAY  MENSAJE LINE 10 COL 20
              IF DECISION-STATUS = "A"
                 MOVE "S" TO FIN
              END-IF
           END-IF.
           OPEN I-O ADHESIONES.
           IF ST-ADH = "35"
              OPEN OUTPUT ADHESIONES
              CLOSE ADHESIONES
              OPEN I-O ADHESIONES
           END-IF.
           IF ST-ADH > "07"
              CALL "VERIFICA-STATUS" USING ST-ADH MENSAJE-STATUS
                      DECISION-STATUS
              STRING "Error al abrir Adhesiones: " MENSAJE-STATUS
                   DELIMITED BY SIZE INTO MENSAJE
              DISPLAY  MENSAJE LINE 11 COL 20
              IF DECISION-STATUS = "A"
                 MOVE "S" TO FIN
              END-IF
           END-IF.

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES ADHESIONES.

       FINALIZAR.
           EXIT PROGRAM.

       PROCESO.
           MOVE "N" TO SW-ENCONTRADO.
           PERFORM MUESTRO-PANTALLA.
           PERFORM PIDO-ID-CLIENTE.
           IF FIN NOT = "S"
              PERFORM BUSCO-CLIENTE
              IF SW-CLIENTE-OK = "S"
                 PERFORM BUSCO-ADHESION
              END-IF
              IF FIN NOT = "S" AND SW-CLIENTE-OK = "S"
                 PERFORM PIDO-OPCION
                 EVALUATE OPCION
                     WHEN "A"
                     WHEN "a"
                          PERFORM ALTA-ADHESION
                     WHEN "M"
                     WHEN "m"
                          PERFORM MODIFICA-ADHESION
                     WHEN "B"
                     WHEN "b"
                          PERFORM BAJA-ADHESION
                     WHEN "S"
                     WHEN "s"
                          MOVE "S" TO FIN
                     WHEN OTHER
                          DISPLAY "Opcion invalida"  LINE 24 COL 10
                 END-EVALUATE
              END-IF
           END-IF.

       F-PROCESO.
           EXIT.

       MUESTRO-PANTALLA.
           DISPLAY " "                   LINE 1  COL 1 ERASE EOS
                   "Adhesiones Debito Automatico"
                                         LINE 3  COL 26
                   GUIONES               LINE 4  COL 1
                   "ID Cliente     : "   LINE 10 COL 10
                   "01. Banco      : "   LINE 12 COL 10
                   "02. CBU        : "   LINE 14 COL 10
                   "03. F.Mandato  : "   LINE 16 COL 10
                   "04. Estado     : "   LINE 18 COL 10
                   GUIONES               LINE 22 COL 1.

       PIDO-ID-CLIENTE.
           MOVE ZEROS TO CLI-ID-PEDIDO.
           DISPLAY "(0 sale, 9999999 busca)"  LINE 10 COL 50.
           ACCEPT  CLI-ID-PEDIDO         LINE 10 COL 28.
           IF CLI-ID-PEDIDO = 9999999
              CALL "CONSULTA-NOMBRE" USING CLI-ID-ELEGIDO
              PERFORM MUESTRO-PANTALLA
              IF CLI-ID-ELEGIDO = ZEROS
                 PERFORM PIDO-ID-CLIENTE
              ELSE
                 MOVE CLI-ID-ELEGIDO TO CLI-ID-PEDIDO
                 DISPLAY CLI-ID-PEDIDO      LINE 10 COL 28
              END-IF
           ELSE
              IF CLI-ID-PEDIDO = ZEROS
                 MOVE "S" TO FIN
              END-IF
           END-IF.

       BUSCO-CLIENTE.
           MOVE "N" TO SW-CLIENTE-OK.
           MOVE CLI-ID-PEDIDO TO CLI_ID.
           READ CLIENTES
               INVALID KEY
                   DISPLAY "Cliente inexistente" LINE 23 COL 10
                   DISPLAY "Continuar con ENTER" LINE 24 COL 10
                   ACCEPT OPCION LINE 24 COL 30
               NOT INVALID KEY
                   MOVE "S" TO SW-CLIENTE-OK
                   IF CLI_TIPO = "E"
                      MOVE CLI_RAZONSOCIAL(1:40) TO NOMBRE-CLIENTE
                   ELSE
                      MOVE CLI_NOMBRE(1:40) TO NOMBRE-CLIENTE
                   END-IF
                   DISPLAY NOMBRE-CLIENTE LINE 8 COL 28
                   IF NOT CLI-ACTIVO
                      DISPLAY "Cliente dado de BAJA" LINE 23 COL 10
                   END-IF
           END-READ.

       BUSCO-ADHESION.
           MOVE CLI-ID-PEDIDO TO ADH_CLI_ID.
           READ ADHESIONES
               INVALID KEY
                   CALL "VERIFICA-STATUS" USING ST-ADH MENSAJE-STATUS
                           DECISION-STATUS
                   EVALUATE DECISION-STATUS
                       WHEN "C"
                           DISPLAY "Sin adhesion - ALTA"
                                   LINE 23 COL 40
                       WHEN OTHER
                           DISPLAY MENSAJE-STATUS  LINE 23 COL 10
                           MOVE "S" TO FIN
                   END-EVALUATE
               NOT INVALID KEY
                   MOVE "S" TO SW-ENCONTRADO
                   PERFORM MUESTRO-DATOS-ADHESION
           END-READ.

       MUESTRO-DATOS-ADHESION.
           DISPLAY ADH_BANCO          LINE 12 COL 28
                   ADH_CBU            LINE 14 COL 28
                   ADH_FECHA_MANDATO  LINE 16 COL 28
                   ADH_ESTADO         LINE 18 COL 28
                   "(A activa, S suspendida, B baja)"
                                      LINE 18 COL 40.
           IF ADH_FECHA_ULT_ENVIO NOT = ZERO
              DISPLAY "Ultimo envio al banco: " LINE 20 COL 10
                      ADH_FECHA_ULT_ENVIO       LINE 20 COL 33
           END-IF.

       PIDO-OPCION.
           IF SW-ENCONTRADO = "S"
              DISPLAY "Accion: (M)od. (B)aja (S)alir"
                      LINE 21 COL 10
           ELSE
              DISPLAY "Accion: (A)lta (S)alir"
                      LINE 21 COL 10
           END-IF
           ACCEPT OPCION LINE 21 COL 50.

       PIDO-DATOS-ADHESION.
           MOVE ADH_CBU           TO CBU-INGRESADO.
           MOVE ADH_FECHA_MANDATO TO FECHA-MANDATO.
           DISPLAY "Banco     : " LINE 12 COL 10.
           ACCEPT  ADH_BANCO      LINE 12 COL 28 WITH UPDATE.
           DISPLAY "CBU       : " LINE 14 COL 10.
           ACCEPT  CBU-INGRESADO  LINE 14 COL 28 WITH UPDATE.
           DISPLAY "F.Mandato : " LINE 16 COL 10.
           ACCEPT  FECHA-MANDATO  LINE 16 COL 28 WITH UPDATE.
           DISPLAY "Estado    : " LINE 18 COL 10.
           ACCEPT  ADH_ESTADO     LINE 18 COL 28 WITH UPDATE.
           PERFORM VALIDO-DATOS-ADHESION.
           IF SW-DATOS-VALIDOS = "N"
              PERFORM PIDO-DATOS-ADHESION
           ELSE
              MOVE CBU-INGRESADO TO ADH_CBU
              MOVE FECHA-MANDATO TO ADH_FECHA_MANDATO
           END-IF.

       VALIDO-DATOS-ADHESION.
           MOVE "S" TO SW-DATOS-VALIDOS.
           DISPLAY " " LINE 23 COL 10 ERASE EOL.
           PERFORM VERIFICO-CBU THRU F-VERIFICO-CBU.
           IF SW-CBU-OK NOT = "S"
              MOVE "N" TO SW-DATOS-VALIDOS
              DISPLAY "CBU invalido (22 digitos, verificar DV)"
                      LINE 23 COL 10
           ELSE
              IF CBU-INGRESADO(1:3) NOT = ADH_BANCO
                 MOVE "N" TO SW-DATOS-VALIDOS
                 DISPLAY "El banco no coincide con el CBU       "
                         LINE 23 COL 10
              END-IF
           END-IF.
           IF FECHA-MANDATO NOT NUMERIC
              OR MAN-MES < 01 OR MAN-MES > 12
              OR MAN-DIA < 01 OR MAN-DIA > 31
              OR FECHA-MANDATO > FECHA-HOY
              MOVE "N" TO SW-DATOS-VALIDOS
              DISPLAY "Fecha de mandato invalida (AAAAMMDD)  "
                      LINE 23 COL 10
           END-IF.
           IF NOT ADH-ACTIVA AND NOT ADH-SUSPENDIDA
              MOVE "N" TO SW-DATOS-VALIDOS
              DISPLAY "Estado: indicar A o S                 "
                      LINE 23 COL 10
           END-IF.

       VERIFICO-CBU.
           MOVE "N" TO SW-CBU-OK.
           IF CBU-INGRESADO NOT NUMERIC
              GO TO F-VERIFICO-CBU.
           MOVE ZERO TO SUMA-CBU.
           PERFORM SUMO-BLOQUE-1 THRU F-SUMO-BLOQUE-1
                   VARYING IND-CBU FROM 1 BY 1 UNTIL IND-CBU > 7.
           PERFORM CALCULO-DIGITO.
           IF DIGITO-CALC NOT = CBU-DIGITO (8)
              GO TO F-VERIFICO-CBU.
           MOVE ZERO TO SUMA-CBU.
           PERFORM SUMO-BLOQUE-2 THRU F-SUMO-BLOQUE-2
                   VARYING IND-CBU FROM 1 BY 1 UNTIL IND-CBU > 13.
           PERFORM CALCULO-DIGITO.
           IF DIGITO-CALC NOT = CBU-DIGITO (22)
              GO TO F-VERIFICO-CBU.
           MOVE "S" TO SW-CBU-OK.

       F-VERIFICO-CBU.
           EXIT.

       SUMO-BLOQUE-1.
           COMPUTE SUMA-CBU = SUMA-CBU
                 + CBU-DIGITO (IND-CBU) * PESO-1 (IND-CBU).

       F-SUMO-BLOQUE-1.
           EXIT.

       SUMO-BLOQUE-2.
           COMPUTE SUMA-CBU = SUMA-CBU
                 + CBU-DIGITO (IND-CBU + 8) * PESO-2 (IND-CBU).

       F-SUMO-BLOQUE-2.
           EXIT.

       CALCULO-DIGITO.
           DIVIDE SUMA-CBU BY 10 GIVING COCIENTE-CBU
                  REMAINDER RESTO-CBU.
           IF RESTO-CBU = ZERO
              MOVE ZERO TO DIGITO-CALC
           ELSE
              COMPUTE DIGITO-CALC = 10 - RESTO-CBU
           END-IF.

       ALTA-ADHESION.
           IF SW-ENCONTRADO = "S"
              DISPLAY "El cliente ya tiene adhesion"  LINE 24 COL 10
           ELSE
              IF NOT CLI-ACTIVO
                 DISPLAY "Cliente dado de baja, no se adhiere"
                         LINE 24 COL 10
              ELSE
                 INITIALIZE REG-ADHESION
                     REPLACING NUMERIC DATA BY ZEROS
                 MOVE CLI-ID-PEDIDO  TO ADH_CLI_ID
                 MOVE "A"            TO ADH_ESTADO
                 MOVE FECHA-HOY      TO ADH_FECHA_MANDATO
                 PERFORM PIDO-DATOS-ADHESION
                 MOVE FECHA-HOY      TO ADH_FECHA_ALTA
                 MOVE FECHA-HOY      TO ADH_FECHA_MODIF
                 MOVE USUARIO-ACTUAL TO ADH_USUARIO_MODIF
                 WRITE REG-ADHESION
                     INVALID KEY
                         CALL "VERIFICA-STATUS" USING ST-ADH
                                 MENSAJE-STATUS DECISION-STATUS
                         DISPLAY "Alta: " MENSAJE-STATUS
                                 LINE 24 COL 10
                         IF DECISION-STATUS = "A"
                            MOVE "S" TO FIN
                         END-IF
                 END-WRITE
              END-IF
           END-IF.

       MODIFICA-ADHESION.
           IF SW-ENCONTRADO = "S"
              IF ADH-BAJA
                 MOVE "A" TO ADH_ESTADO
              END-IF
              PERFORM PIDO-DATOS-ADHESION
              MOVE FECHA-HOY      TO ADH_FECHA_MODIF
              MOVE USUARIO-ACTUAL TO ADH_USUARIO_MODIF
              REWRITE REG-ADHESION
                  INVALID KEY
                      CALL "VERIFICA-STATUS" USING ST-ADH
                              MENSAJE-STATUS DECISION-STATUS
                      DISPLAY "Modif: " MENSAJE-STATUS
                              LINE 24 COL 10
                      IF DECISION-STATUS = "A"
                         MOVE "S" TO FIN
                      END-IF
              END-REWRITE
           ELSE
              DISPLAY "El cliente no tiene adhesion"  LINE 24 COL 10
           END-IF.

       BAJA-ADHESION.
           IF SW-ENCONTRADO = "S"
              MOVE "B"            TO ADH_ESTADO
              MOVE FECHA-HOY      TO ADH_FECHA_MODIF
              MOVE USUARIO-ACTUAL TO ADH_USUARIO_MODIF
              REWRITE REG-ADHESION
                  INVALID KEY
                      CALL "VERIFICA-STATUS" USING ST-ADH
                              MENSAJE-STATUS DECISION-STATUS
                      DISPLAY "Baja: " MENSAJE-STATUS
                              LINE 24 COL 10
                      IF DECISION-STATUS = "A"
                         MOVE "S" TO FIN
                      END-IF
              END-REWRITE
           ELSE
              DISPLAY "El cliente no tiene adhesion"  LINE 24 COL 10
           END-IF.

       END PROGRAM ABM-ADHESIONES.
