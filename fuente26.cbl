      ******************************************************************
      * Author:
      * Date:
      * Purpose: Re-imputation of payments: launched from
      *          MENU-PRINCIPAL with the signed-on session (nivel 5 or
      *          higher), the operator picks a customer and one of its
      *          credit documents (PA / NC / AC), sees the invoices it
      *          is currently imputed to and the amount still
      *          unapplied, and may release part or all of an
      *          imputation or impute the unapplied amount to another
      *          open invoice. Only PARTIDAS and IMPUTACIONES change;
      *          CLI_SALDO is not touched.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REIMPUTA-PAGOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "./clientes.sel".
           COPY "./partidas.sel".
           COPY "./imputaciones.sel".

       DATA DIVISION.
       FILE SECTION.

           COPY "./clientes.fd".
           COPY "./partidas.fd".
           COPY "./imputaciones.fd".

       WORKING-STORAGE SECTION.

       01  ST-FILE             PIC XX.
       01  ST-SIC              PIC XX.
       01  ST-PAR              PIC XX.
       01  ST-IMP              PIC XX.

       01  MENSAJE             PIC X(70).
       01  MENSAJE-STATUS      PIC X(60).
       01  DECISION-STATUS     PIC X.

       01  FIN                 PIC X       VALUE "N".
       01  FIN-IMP             PIC X       VALUE "N".
       01  SW-CREDITO-OK       PIC X       VALUE "N".
       01  SW-ARCHIVOS         PIC X       VALUE "N".

       01  USUARIO-ACTUAL      PIC X(8).
       01  FECHA-HOY           PIC 9(8)    VALUE ZERO.

       01  CLI-ID-PEDIDO       PIC 9(7)    VALUE ZERO.
       01  CLI-ID-ELEGIDO      PIC 9(7)    VALUE ZERO.
       01  NOMBRE-CLIENTE      PIC X(40).

       01  CLAVE-CREDITO.
           03  CRE-CLI-ID          PIC 9(7).
           03  CRE-NRO-DOC         PIC X(12).
           03  CRE-TIPO            PIC X(2).
               88  CRE-TIPO-VALIDO     VALUES "PA" "NC" "AC".

       01  CLAVE-DEBITO.
           03  DEB-CLI-ID          PIC 9(7).
           03  DEB-NRO-DOC         PIC X(12).
           03  DEB-TIPO            PIC X(2).

       01  CLAVE-IMPUTACION.
           03  CIM-CLI-ID          PIC 9(7).
           03  CIM-DOC-CREDITO     PIC X(12).
           03  CIM-TIPO-CREDITO    PIC X(2).
           03  CIM-DOC-DEBITO      PIC X(12).
           03  CIM-TIPO-DEBITO     PIC X(2).

       01  ACCION              PIC X       VALUE SPACE.
       01  NRO-LINEA           PIC 9       VALUE ZERO.
       01  IMPORTE-PEDIDO      PIC 9(7)V9(3) VALUE ZERO.
       01  IMPORTE-MAXIMO      PIC S9(9)V9(3) VALUE ZERO.
       01  IMPORTE-CREDITO     PIC S9(9)V9(3) VALUE ZERO.
       01  SIN-IMPUTAR         PIC S9(9)V9(3) VALUE ZERO.

       01  CANT-LINEAS         PIC 9(2)  COMP VALUE ZERO.
       01  IND-LIN             PIC 9(2)  COMP VALUE ZERO.
       01  FILA                PIC 9(2)    VALUE ZERO.
       01  SW-HAY-MAS          PIC X       VALUE "N".

       01  TABLA-LINEAS.
           03  LIN-ITEM OCCURS 8.
               05  LIN-TIPO-DEBITO     PIC X(2).
               05  LIN-DOC-DEBITO      PIC X(12).
               05  LIN-IMPORTE         PIC 9(7)V9(3).

       01  LINEA-PANTALLA.
           03  LPA-NRO             PIC 9.
           03  FILLER              PIC X(3)    VALUE SPACES.
           03  LPA-TIPO            PIC X(2).
           03  FILLER              PIC X(2)    VALUE SPACES.
           03  LPA-DOC             PIC X(12).
           03  FILLER              PIC X(2)    VALUE SPACES.
           03  LPA-IMPORTE         PIC -(7)9,999.

       01  IMPORTE-EDITADO     PIC -(7)9,999.
       01  SIN-IMPUTAR-EDITADO PIC -(7)9,999.

       01  GUIONES             PIC X(80)   VALUE ALL "-".

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
           PERFORM PROCESO THRU F-PROCESO UNTIL FIN = "S".
           PERFORM CIERRO-ARCHIVOS.
           GO TO FINALIZAR.

       INICIALIZACION.
           MOVE "N" TO FIN.
           MOVE "N" TO SW-ARCHIVOS.
           MOVE SPACES TO MENSAJE.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SES_USUARIO TO USUARIO-ACTUAL.
           IF SES_NIVEL < 5
              DISPLAY "Acceso denegado" LINE 9 COL 10
              MOVE "S" TO FIN
           ELSE
              PERFORM ABRO-ARCHIVOS
           END-IF.

       ABRO-ARCHIVOS.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
              CALL "VERIFICA-STATUS" USING ST-FILE MENSAJE-STATUS
                      DECISION-STATUS
              STRING "Error al abrir Clientes: " MENSAJE-STATUS
                   DELIMITED BY SIZE INTO MENSAJE
              DISPLAY MENSAJE LINE 10 COL 20
              MOVE "S" TO FIN
           END-IF.
           OPEN I-O PARTIDAS.
           IF ST-PAR > "07"
              CALL "VERIFICA-STATUS" USING ST-PAR MENSAJE-STATUS
                      DECISION-STATUS
              STRING "Error al abrir Partidas: " MENSAJE-STATUS
                   DELIMITED BY SIZE INTO MENSAJE
              DISPLAY MENSAJE LINE 11 COL 20
              MOVE "S" TO FIN
           END-IF.
           OPEN I-O IMPUTACIONES.
           IF ST-IMP > "07"
              CALL "VERIFICA-STATUS" USING ST-IMP MENSAJE-STATUS
                      DECISION-STATUS
              STRING "Error al abrir Imputaciones: " MENSAJE-STATUS
                   DELIMITED BY SIZE INTO MENSAJE
              DISPLAY MENSAJE LINE 12 COL 20
              MOVE "S" TO FIN
           END-IF.
           MOVE "S" TO SW-ARCHIVOS.
           MOVE SPACES TO MENSAJE.

       CIERRO-ARCHIVOS.
           IF SW-ARCHIVOS = "S"
              CLOSE CLIENTES PARTIDAS IMPUTACIONES
           END-IF.

       FINALIZAR.
           EXIT PROGRAM.

       PROCESO.
           PERFORM MUESTRO-PANTALLA.
           MOVE "N" TO SW-CREDITO-OK.
           PERFORM PIDO-CREDITO THRU F-PIDO-CREDITO
                   UNTIL SW-CREDITO-OK = "S" OR FIN = "S".
           IF FIN NOT = "S"
              MOVE SPACE TO ACCION
              PERFORM ATIENDO-ACCION THRU F-ATIENDO-ACCION
                      UNTIL ACCION = "F"
           END-IF.

       F-PROCESO.
           EXIT.

       MUESTRO-PANTALLA.
           DISPLAY " "                   LINE 1  COL 1 ERASE EOS
                   "Reimputacion de Pagos" LINE 3 COL 29
                   GUIONES               LINE 4  COL 1
                   "ID Cliente     : "   LINE 6  COL 10
                   "Tipo y Nro Doc : "   LINE 8  COL 10
                   GUIONES               LINE 22 COL 1.

       PIDO-CREDITO.
           MOVE ZEROS TO CLI-ID-PEDIDO.
           DISPLAY "(0 sale, 9999999 busca)" LINE 6 COL 40.
           ACCEPT CLI-ID-PEDIDO LINE 6 COL 28.
           IF CLI-ID-PEDIDO = ZEROS
              MOVE "S" TO FIN
              GO TO F-PIDO-CREDITO.
           IF CLI-ID-PEDIDO = 9999999
              CALL "CONSULTA-NOMBRE" USING CLI-ID-ELEGIDO
              PERFORM MUESTRO-PANTALLA
              IF CLI-ID-ELEGIDO = ZEROS
                 GO TO F-PIDO-CREDITO
              END-IF
              MOVE CLI-ID-ELEGIDO TO CLI-ID-PEDIDO
              DISPLAY CLI-ID-PEDIDO LINE 6 COL 28
           END-IF.
           MOVE CLI-ID-PEDIDO TO CLI_ID.
           READ CLIENTES
               INVALID KEY
                   DISPLAY "Cliente inexistente            "
                           LINE 23 COL 10
                   GO TO F-PIDO-CREDITO
           END-READ.
           IF CLI_TIPO = "E"
              MOVE CLI_RAZONSOCIAL(1:40) TO NOMBRE-CLIENTE
           ELSE
              MOVE CLI_NOMBRE(1:40) TO NOMBRE-CLIENTE
           END-IF.
           DISPLAY NOMBRE-CLIENTE LINE 6 COL 40.
           MOVE CLI-ID-PEDIDO TO CRE-CLI-ID.
           MOVE SPACES TO CRE-TIPO CRE-NRO-DOC.
           DISPLAY "(PA/NC/AC)" LINE 8 COL 45.
           ACCEPT CRE-TIPO    LINE 8 COL 28.
           ACCEPT CRE-NRO-DOC LINE 8 COL 31.
           IF NOT CRE-TIPO-VALIDO
              DISPLAY "Tipo invalido (PA/NC/AC)       "
                      LINE 23 COL 10
              GO TO F-PIDO-CREDITO.
           MOVE CLAVE-CREDITO TO PAR_CLAVE.
           READ PARTIDAS
               INVALID KEY
                   DISPLAY "Documento inexistente en partidas"
                           LINE 23 COL 10
                   GO TO F-PIDO-CREDITO
           END-READ.
           IF PAR_IMPORTE >= ZERO
              DISPLAY "El documento no es un credito  "
                      LINE 23 COL 10
              GO TO F-PIDO-CREDITO.
           MOVE "S" TO SW-CREDITO-OK.

       F-PIDO-CREDITO.
           EXIT.

       ATIENDO-ACCION.
           PERFORM MUESTRO-CREDITO.
           DISPLAY "Accion (D desimputa, I imputa, F fin): "
                   LINE 20 COL 10.
           MOVE SPACE TO ACCION.
           ACCEPT ACCION LINE 20 COL 50.
           EVALUATE ACCION
               WHEN "D"
               WHEN "d"
                   PERFORM DESIMPUTO THRU F-DESIMPUTO
               WHEN "I"
               WHEN "i"
                   PERFORM IMPUTO THRU F-IMPUTO
               WHEN "F"
               WHEN "f"
                   MOVE "F" TO ACCION
               WHEN OTHER
                   MOVE "Accion invalida" TO MENSAJE
           END-EVALUATE.

       F-ATIENDO-ACCION.
           EXIT.

       MUESTRO-CREDITO.
           DISPLAY " " LINE 9 COL 1 ERASE EOS.
           MOVE CLAVE-CREDITO TO PAR_CLAVE.
           READ PARTIDAS
               INVALID KEY
                   MOVE ZERO TO PAR_IMPORTE PAR_SALDO
           END-READ.
           MOVE PAR_IMPORTE TO IMPORTE-CREDITO.
           COMPUTE SIN-IMPUTAR = PAR_SALDO * -1.
           MOVE IMPORTE-CREDITO TO IMPORTE-EDITADO.
           MOVE SIN-IMPUTAR     TO SIN-IMPUTAR-EDITADO.
           DISPLAY "Importe        : "   LINE 10 COL 10
                   IMPORTE-EDITADO       LINE 10 COL 28
                   "Sin imputar: "       LINE 10 COL 45
                   SIN-IMPUTAR-EDITADO   LINE 10 COL 58
                   "Nro Tipo Documento         Imputado"
                                         LINE 11 COL 10.
           PERFORM CARGO-IMPUTACIONES.
           MOVE 11 TO FILA.
           PERFORM MUESTRO-LINEA THRU F-MUESTRO-LINEA
                   VARYING IND-LIN FROM 1 BY 1
                   UNTIL IND-LIN > CANT-LINEAS.
           IF CANT-LINEAS = ZERO
              DISPLAY "(sin imputaciones)" LINE 12 COL 10
           END-IF.
           IF SW-HAY-MAS = "S"
              DISPLAY "(hay mas imputaciones, desimputar para verlas)"
                      LINE 19 COL 10
           END-IF.
           DISPLAY GUIONES LINE 22 COL 1.
           DISPLAY MENSAJE LINE 23 COL 10.
           MOVE SPACES TO MENSAJE.

       CARGO-IMPUTACIONES.
           MOVE ZERO TO CANT-LINEAS.
           MOVE "N"  TO FIN-IMP SW-HAY-MAS.
           MOVE LOW-VALUES  TO IMP_CLAVE.
           MOVE CRE-CLI-ID  TO IMP_CLI_ID.
           MOVE CRE-NRO-DOC TO IMP_DOC_CREDITO.
           MOVE CRE-TIPO    TO IMP_TIPO_CREDITO.
           START IMPUTACIONES KEY IS NOT LESS THAN IMP_CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-IMP
           END-START.
           PERFORM LEO-IMPUTACION THRU F-LEO-IMPUTACION
                   UNTIL FIN-IMP = "S".

       LEO-IMPUTACION.
           READ IMPUTACIONES NEXT RECORD
               AT END
                   MOVE "S" TO FIN-IMP
                   GO TO F-LEO-IMPUTACION
           END-READ.
           IF IMP_CLI_ID NOT = CRE-CLI-ID
              OR IMP_DOC_CREDITO NOT = CRE-NRO-DOC
              OR IMP_TIPO_CREDITO NOT = CRE-TIPO
              MOVE "S" TO FIN-IMP
              GO TO F-LEO-IMPUTACION.
           IF CANT-LINEAS >= 7
              MOVE "S" TO SW-HAY-MAS
              MOVE "S" TO FIN-IMP
              GO TO F-LEO-IMPUTACION.
           ADD 1 TO CANT-LINEAS.
           MOVE IMP_TIPO_DEBITO TO LIN-TIPO-DEBITO (CANT-LINEAS).
           MOVE IMP_DOC_DEBITO  TO LIN-DOC-DEBITO (CANT-LINEAS).
           MOVE IMP_IMPORTE     TO LIN-IMPORTE (CANT-LINEAS).

       F-LEO-IMPUTACION.
           EXIT.

       MUESTRO-LINEA.
           ADD 1 TO FILA.
           MOVE IND-LIN                   TO LPA-NRO.
           MOVE LIN-TIPO-DEBITO (IND-LIN) TO LPA-TIPO.
           MOVE LIN-DOC-DEBITO (IND-LIN)  TO LPA-DOC.
           MOVE LIN-IMPORTE (IND-LIN)     TO LPA-IMPORTE.
           DISPLAY LINEA-PANTALLA LINE FILA COL 10.

       F-MUESTRO-LINEA.
           EXIT.

       DESIMPUTO.
           IF CANT-LINEAS = ZERO
              MOVE "El documento no tiene imputaciones" TO MENSAJE
              GO TO F-DESIMPUTO.
           MOVE ZERO TO NRO-LINEA.
           DISPLAY "Linea a desimputar: " LINE 21 COL 10.
           ACCEPT NRO-LINEA LINE 21 COL 31.
           IF NRO-LINEA = ZERO OR NRO-LINEA > CANT-LINEAS
              MOVE "Linea invalida" TO MENSAJE
              GO TO F-DESIMPUTO.
           MOVE LIN-IMPORTE (NRO-LINEA) TO IMPORTE-PEDIDO
                                           IMPORTE-MAXIMO.
           DISPLAY "Importe: " LINE 21 COL 40.
           ACCEPT IMPORTE-PEDIDO LINE 21 COL 50 WITH UPDATE.
           IF IMPORTE-PEDIDO = ZERO OR IMPORTE-PEDIDO > IMPORTE-MAXIMO
              MOVE "Importe invalido" TO MENSAJE
              GO TO F-DESIMPUTO.
           MOVE CRE-CLI-ID                  TO CIM-CLI-ID DEB-CLI-ID.
           MOVE CRE-NRO-DOC                 TO CIM-DOC-CREDITO.
           MOVE CRE-TIPO                    TO CIM-TIPO-CREDITO.
           MOVE LIN-DOC-DEBITO (NRO-LINEA)  TO CIM-DOC-DEBITO
                                               DEB-NRO-DOC.
           MOVE LIN-TIPO-DEBITO (NRO-LINEA) TO CIM-TIPO-DEBITO
                                               DEB-TIPO.
           MOVE CLAVE-IMPUTACION TO IMP_CLAVE.
           READ IMPUTACIONES
               INVALID KEY
                   MOVE "Imputacion inexistente" TO MENSAJE
                   GO TO F-DESIMPUTO
           END-READ.
           SUBTRACT IMPORTE-PEDIDO FROM IMP_IMPORTE.
           IF IMP_IMPORTE = ZERO
              DELETE IMPUTACIONES RECORD
                  INVALID KEY
                      PERFORM ERROR-IMPUTACIONES
              END-DELETE
           ELSE
              MOVE FECHA-HOY      TO IMP_FECHA
              MOVE USUARIO-ACTUAL TO IMP_USUARIO
              REWRITE REG-IMPUTACION
                  INVALID KEY
                      PERFORM ERROR-IMPUTACIONES
              END-REWRITE
           END-IF.
           MOVE CLAVE-DEBITO TO PAR_CLAVE.
           READ PARTIDAS
               INVALID KEY
                   PERFORM ERROR-PARTIDAS
               NOT INVALID KEY
                   ADD IMPORTE-PEDIDO TO PAR_SALDO
                   PERFORM REGRABO-PARTIDA
           END-READ.
           MOVE CLAVE-CREDITO TO PAR_CLAVE.
           READ PARTIDAS
               INVALID KEY
                   PERFORM ERROR-PARTIDAS
               NOT INVALID KEY
                   SUBTRACT IMPORTE-PEDIDO FROM PAR_SALDO
                   PERFORM REGRABO-PARTIDA
           END-READ.
           IF MENSAJE = SPACES
              MOVE "Imputacion liberada" TO MENSAJE
           END-IF.

       F-DESIMPUTO.
           EXIT.

       IMPUTO.
           IF SIN-IMPUTAR <= ZERO
              MOVE "El documento no tiene importe sin imputar"
                   TO MENSAJE
              GO TO F-IMPUTO.
           MOVE CRE-CLI-ID TO DEB-CLI-ID.
           MOVE SPACES     TO DEB-TIPO DEB-NRO-DOC.
           DISPLAY "Imputar a (tipo y nro): " LINE 21 COL 10.
           ACCEPT DEB-TIPO    LINE 21 COL 35.
           ACCEPT DEB-NRO-DOC LINE 21 COL 38.
           MOVE CLAVE-DEBITO TO PAR_CLAVE.
           READ PARTIDAS
               INVALID KEY
                   MOVE "Documento inexistente en partidas" TO MENSAJE
                   GO TO F-IMPUTO
           END-READ.
           IF PAR_SALDO <= ZERO
              MOVE "El documento no tiene saldo pendiente" TO MENSAJE
              GO TO F-IMPUTO.
           IF PAR_SALDO < SIN-IMPUTAR
              MOVE PAR_SALDO   TO IMPORTE-MAXIMO
           ELSE
              MOVE SIN-IMPUTAR TO IMPORTE-MAXIMO
           END-IF.
           MOVE IMPORTE-MAXIMO TO IMPORTE-PEDIDO.
           DISPLAY "Importe: " LINE 21 COL 52.
           ACCEPT IMPORTE-PEDIDO LINE 21 COL 62 WITH UPDATE.
           IF IMPORTE-PEDIDO = ZERO OR IMPORTE-PEDIDO > IMPORTE-MAXIMO
              MOVE "Importe invalido" TO MENSAJE
              GO TO F-IMPUTO.
           SUBTRACT IMPORTE-PEDIDO FROM PAR_SALDO.
           PERFORM REGRABO-PARTIDA.
           MOVE CLAVE-CREDITO TO PAR_CLAVE.
           READ PARTIDAS
               INVALID KEY
                   PERFORM ERROR-PARTIDAS
               NOT INVALID KEY
                   ADD IMPORTE-PEDIDO TO PAR_SALDO
                   PERFORM REGRABO-PARTIDA
           END-READ.
           MOVE CRE-CLI-ID  TO CIM-CLI-ID.
           MOVE CRE-NRO-DOC TO CIM-DOC-CREDITO.
           MOVE CRE-TIPO    TO CIM-TIPO-CREDITO.
           MOVE DEB-NRO-DOC TO CIM-DOC-DEBITO.
           MOVE DEB-TIPO    TO CIM-TIPO-DEBITO.
           MOVE CLAVE-IMPUTACION TO IMP_CLAVE.
           READ IMPUTACIONES
               INVALID KEY
                   MOVE SPACES           TO REG-IMPUTACION
                   MOVE CLAVE-IMPUTACION TO IMP_CLAVE
                   MOVE IMPORTE-PEDIDO   TO IMP_IMPORTE
                   MOVE FECHA-HOY        TO IMP_FECHA
                   MOVE USUARIO-ACTUAL   TO IMP_USUARIO
                   WRITE REG-IMPUTACION
                       INVALID KEY
                           PERFORM ERROR-IMPUTACIONES
                   END-WRITE
               NOT INVALID KEY
                   ADD IMPORTE-PEDIDO    TO IMP_IMPORTE
                   MOVE FECHA-HOY        TO IMP_FECHA
                   MOVE USUARIO-ACTUAL   TO IMP_USUARIO
                   REWRITE REG-IMPUTACION
                       INVALID KEY
                           PERFORM ERROR-IMPUTACIONES
                   END-REWRITE
           END-READ.
           IF MENSAJE = SPACES
              MOVE "Imputacion grabada" TO MENSAJE
           END-IF.

       F-IMPUTO.
           EXIT.

       REGRABO-PARTIDA.
           IF PAR_SALDO = ZERO
              MOVE "C"       TO PAR_ESTADO
              MOVE FECHA-HOY TO PAR_FECHA_CANCEL
           ELSE
              MOVE "A"       TO PAR_ESTADO
              MOVE ZERO      TO PAR_FECHA_CANCEL
           END-IF.
           MOVE FECHA-HOY      TO PAR_FECHA_MODIF.
           MOVE USUARIO-ACTUAL TO PAR_USUARIO_MODIF.
           REWRITE REG-PARTIDA
               INVALID KEY
                   PERFORM ERROR-PARTIDAS
           END-REWRITE.

       ERROR-PARTIDAS.
           CALL "VERIFICA-STATUS" USING ST-PAR MENSAJE-STATUS
                   DECISION-STATUS.
           STRING "Partidas: " MENSAJE-STATUS
                DELIMITED BY SIZE INTO MENSAJE.

       ERROR-IMPUTACIONES.
           CALL "VERIFICA-STATUS" USING ST-IMP MENSAJE-STATUS
                   DECISION-STATUS.
           STRING "Imputaciones: " MENSAJE-STATUS
                DELIMITED BY SIZE INTO MENSAJE.

       END PROGRAM REIMPUTA-PAGOS.
