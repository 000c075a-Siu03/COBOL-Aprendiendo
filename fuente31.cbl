      ******************************************************************
      * Author:
      * Date:
      * Purpose: Merge of a duplicate customer into the one that is
      *          kept (fusion de clientes). Only a nivel 9 supervisor
      *          may run it. The historia movements of the duplicate
      *          are moved to the surviving CLI_ID with new sequences
      *          and the HIS_SALDO_RESULT chain of the survivor is
      *          recalculated; cierres snapshots are re-pointed, or
      *          added to the survivor's snapshot of the same period;
      *          open items, imputations and the direct-debit
      *          enrolment follow the customer (the duplicate's
      *          enrolment replaces one of the survivor that is in baja;
      *          otherwise it is set to baja), and so do the
      *          LOTES-MOVIMIENTOS entries, so that ANULA-LOTE finds
      *          them in the survivor's historia.
      *          The recalculated chain starts from both CLI_SALDO less
      *          the sum of the HIS_IMPORTE found under either id, so an
      *          interrupted run can be repeated. Only when everything
      *          moved without errors is the duplicate's CLI_SALDO
      *          added to the survivor and the duplicate left inactive
      *          with zero balance; both changes go to the bitacora
      *          with before/after images. Customers of
      *          different CLI_TIPO are only merged when the supervisor
      *          confirms it. Report in ./fusion.rpt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUSIONA-CLIENTES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "./clientes.sel".
           COPY "./historia.sel".
           COPY "./cierres.sel".
           COPY "./partidas.sel".
           COPY "./imputaciones.sel".
           COPY "./adhesiones.sel".
           COPY "./bitacora.sel".
           COPY "./usuarios.sel".
           COPY "./lotes-mov.sel".

           SELECT REPORTE ASSIGN TO "./fusion.rpt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-REP.

       DATA DIVISION.
       FILE SECTION.

           COPY "./clientes.fd".
           COPY "./historia.fd".
           COPY "./cierres.fd".
           COPY "./partidas.fd".
           COPY "./imputaciones.fd".
           COPY "./adhesiones.fd".
           COPY "./bitacora.fd".
           COPY "./usuarios.fd".
           COPY "./lotes-mov.fd".

       FD REPORTE.

       01  REG-REPORTE             PIC X(132).

       WORKING-STORAGE SECTION.

       01  ST-FILE             PIC XX.
       01  ST-SIC              PIC XX.
       01  ST-HIS              PIC XX.
       01  ST-CIE              PIC XX.
       01  ST-PAR              PIC XX.
       01  ST-IMP              PIC XX.
       01  ST-ADH              PIC XX.
       01  ST-BIT              PIC XX.
       01  ST-USU              PIC XX.
       01  ST-LMV              PIC XX.
       01  ST-REP              PIC XX.

       01  MENSAJE-STATUS      PIC X(60).
       01  DECISION-STATUS     PIC X.

       01  FIN                 PIC X       VALUE "N".
       01  FIN-HIS             PIC X       VALUE "N".
       01  FIN-CIE             PIC X       VALUE "N".
       01  FIN-PAR             PIC X       VALUE "N".
       01  FIN-IMP             PIC X       VALUE "N".
       01  FIN-LMV             PIC X       VALUE "N".
       01  SW-AUTORIZADO       PIC X       VALUE "N".
       01  SW-TIPO-DISTINTO    PIC X       VALUE "N".
       01  SW-HIS-GRABADA      PIC X       VALUE "N".
       01  SW-PARTIDAS         PIC X       VALUE "N".
       01  SW-IMPUTACIONES     PIC X       VALUE "N".
       01  SW-ADHESIONES       PIC X       VALUE "N".
       01  SW-LOTES-MOV        PIC X       VALUE "N".
       01  CONFIRMA            PIC X       VALUE "N".

       01  SUP-USUARIO         PIC X(8)    VALUE SPACES.
       01  SUP-PASSWORD        PIC X(8)    VALUE SPACES.
       01  CONT-INT-SUP        PIC 9(2)    VALUE ZERO.

       01  FECHA-HOY           PIC 9(8)    VALUE ZERO.

       01  ID-CONSERVA         PIC 9(7)    VALUE ZERO.
       01  ID-DUPLICADO        PIC 9(7)    VALUE ZERO.

       01  NOMBRE-CLIENTE      PIC X(40)   VALUE SPACES.
       01  DATOS-CONSERVA.
           03  CON-NOMBRE          PIC X(40).
           03  CON-TIPO            PIC X.
           03  CON-CATEGORIA       PIC X.
           03  CON-SALDO           PIC S9(7)V9(3).
       01  DATOS-DUPLICADO.
           03  DUP-NOMBRE          PIC X(40).
           03  DUP-TIPO            PIC X.
           03  DUP-CATEGORIA       PIC X.
           03  DUP-SALDO           PIC S9(7)V9(3).

       01  ANTES-SALDO         PIC S9(7)V9(3).
       01  ANTES-NOMBRE        PIC X(70).
       01  ANTES-DIRECCION     PIC X(80).
       01  ANTES-CODPOST       PIC X(10).
       01  ANTES-CATEGORIA     PIC X.
       01  ANTES-TIPO          PIC X.
       01  ANTES-RAZONSOCIAL   PIC X(80).
       01  ANTES-IND-ACTIVO    PIC X.

       01  SUMA-IMPORTES       PIC S9(11)V9(3) VALUE ZERO.
       01  BASE-CLIENTE        PIC S9(11)V9(3) VALUE ZERO.
       01  SALDO-CORRIENTE     PIC S9(9)V9(3) VALUE ZERO.
       01  ID-BASE             PIC 9(7)    VALUE ZERO.

       01  CLAVE-HIS-ORIGEN.
           03  HOR-CLI-ID          PIC 9(7).
           03  HOR-FECHA           PIC 9(8).
           03  HOR-SECUENCIA       PIC 9(5).

       01  CLAVE-CIE-ORIGEN.
           03  COR-PERIODO         PIC 9(6).
           03  COR-CLI-ID          PIC 9(7).
       01  CIE-CATEGORIA-ORIGEN PIC X.
       01  CIE-SALDO-ORIGEN    PIC S9(7)V9(3).

       01  PARTIDA-ORIGEN.
           03  POR-NRO-DOC         PIC X(12).
           03  POR-TIPO            PIC X(2).
           03  POR-FECHA-VTO       PIC 9(8).
           03  POR-FECHA           PIC 9(8).
           03  POR-IMPORTE         PIC S9(7)V9(3).
           03  POR-SALDO           PIC S9(7)V9(3).
           03  POR-FECHA-CANCEL    PIC 9(8).

       01  IMPUTACION-ORIGEN.
           03  IOR-DOC-CREDITO     PIC X(12).
           03  IOR-TIPO-CREDITO    PIC X(2).
           03  IOR-DOC-DEBITO      PIC X(12).
           03  IOR-TIPO-DEBITO     PIC X(2).
           03  IOR-IMPORTE         PIC 9(7)V9(3).
           03  IOR-FECHA           PIC 9(8).
           03  IOR-USUARIO         PIC X(8).

       01  RESULTADO-ADHESION  PIC X(40)   VALUE "SIN ADHESION".
       01  ADHESION-DUPLICADO.
           03  ADU-BANCO           PIC 9(3).
           03  ADU-CBU             PIC X(22).
           03  ADU-FECHA-MANDATO   PIC 9(8).
           03  ADU-ESTADO          PIC X.

       01  CONT-HISTORIA       PIC 9(7)    VALUE ZERO.
       01  CONT-RECALCULADOS   PIC 9(7)    VALUE ZERO.
       01  CONT-CIE-MOVIDOS    PIC 9(7)    VALUE ZERO.
       01  CONT-CIE-SUMADOS    PIC 9(7)    VALUE ZERO.
       01  CONT-PAR-MOVIDAS    PIC 9(7)    VALUE ZERO.
       01  CONT-PAR-SUMADAS    PIC 9(7)    VALUE ZERO.
       01  CONT-IMP-MOVIDAS    PIC 9(7)    VALUE ZERO.
       01  CONT-LMV-MOVIDOS    PIC 9(7)    VALUE ZERO.
       01  CONT-ERRORES        PIC 9(7)    VALUE ZERO.

       01  LINEA-TITULO.
           03  FILLER              PIC X(30)
               VALUE "FUSION DE CLIENTES AL ".
           03  TIT-FECHA           PIC 9(8).
           03  FILLER              PIC X(18)
               VALUE "   SUPERVISOR ".
           03  TIT-SUPERVISOR      PIC X(8).

       01  LINEA-CLIENTE.
           03  LCL-ROL             PIC X(12).
           03  LCL-ID              PIC ZZZZZZ9.
           03  FILLER              PIC X(2)    VALUE SPACES.
           03  LCL-NOMBRE          PIC X(40).
           03  FILLER              PIC X(7)    VALUE "  TIPO ".
           03  LCL-TIPO            PIC X.
           03  FILLER              PIC X(8)    VALUE "  SALDO ".
           03  LCL-SALDO           PIC -(7)9,999.

       01  LINEA-HISTORIA.
           03  FILLER              PIC X(10)   VALUE "HISTORIA  ".
           03  LHI-FECHA           PIC 9(8).
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  LHI-SEC-ORIGEN      PIC ZZZZ9.
           03  FILLER              PIC X(4)    VALUE " -> ".
           03  LHI-SEC-NUEVA       PIC ZZZZ9.
           03  FILLER              PIC X(2)    VALUE SPACES.
           03  LHI-TIPO            PIC X(2).
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  LHI-NRO-DOC         PIC X(12).
           03  LHI-IMPORTE         PIC -(7)9,999.

       01  LINEA-CIERRE.
           03  FILLER              PIC X(10)   VALUE "CIERRE    ".
           03  LCI-PERIODO         PIC 9(6).
           03  FILLER              PIC X(2)    VALUE SPACES.
           03  LCI-SALDO           PIC -(7)9,999.
           03  FILLER              PIC X(2)    VALUE SPACES.
           03  LCI-ACCION          PIC X(30).

       01  LINEA-PARTIDA.
           03  FILLER              PIC X(10)   VALUE "PARTIDA   ".
           03  LPA-TIPO            PIC X(2).
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  LPA-NRO-DOC         PIC X(12).
           03  LPA-SALDO           PIC -(7)9,999.
           03  FILLER              PIC X(2)    VALUE SPACES.
           03  LPA-ACCION          PIC X(30).

       01  LINEA-RESUMEN.
           03  RES-CONCEPTO        PIC X(40).
           03  RES-CANTIDAD        PIC ZZZZZZ9.
           03  FILLER              PIC X(2)    VALUE SPACES.
           03  RES-IMPORTE         PIC -(11)9,999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM PIDO-SUPERVISOR.
           IF SW-AUTORIZADO NOT = "S"
              DISPLAY "FUSION NO AUTORIZADA"
              MOVE "S" TO FIN
           END-IF.
           IF FIN NOT = "S"
              PERFORM ABRO-ARCHIVOS
           END-IF.
           IF FIN NOT = "S"
              PERFORM PIDO-CLIENTES THRU F-PIDO-CLIENTES
           END-IF.
           IF FIN NOT = "S"
              PERFORM IMPRIME-ENCABEZADO
              PERFORM MUEVO-HISTORIA
              PERFORM MUEVO-CIERRES
              IF SW-PARTIDAS = "S"
                 PERFORM MUEVO-PARTIDAS
              END-IF
              IF SW-IMPUTACIONES = "S"
                 PERFORM MUEVO-IMPUTACIONES
              END-IF
              IF SW-ADHESIONES = "S"
                 PERFORM MUEVO-ADHESION THRU F-MUEVO-ADHESION
              END-IF
              IF SW-LOTES-MOV = "S"
                 PERFORM MUEVO-LOTES-MOVIMIENTOS
              END-IF
              IF CONT-ERRORES = ZERO
                 PERFORM ACTUALIZO-CLIENTES
              ELSE
                 DISPLAY "CLIENTES NO ACTUALIZADOS POR ERRORES"
              END-IF
              PERFORM IMPRIME-TOTALES
              PERFORM CIERRO-ARCHIVOS
              PERFORM MUESTRO-TOTALES
           END-IF.
           IF FIN = "S"
              MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.

       PIDO-SUPERVISOR.
           MOVE "N" TO SW-AUTORIZADO.
           OPEN INPUT USUARIOS.
           IF ST-USU > "07"
              CALL "VERIFICA-STATUS" USING ST-USU MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "USUARIOS: " MENSAJE-STATUS
           ELSE
              MOVE ZERO TO CONT-INT-SUP
              PERFORM PIDO-CRED-SUPERVISOR THRU F-PIDO-CRED-SUPERVISOR
                      UNTIL SW-AUTORIZADO = "S"
                         OR CONT-INT-SUP >= 3
              CLOSE USUARIOS
           END-IF.

       PIDO-CRED-SUPERVISOR.
           ADD 1 TO CONT-INT-SUP.
           DISPLAY "USUARIO SUPERVISOR (o blanco): ".
           ACCEPT SUP-USUARIO.
           IF SUP-USUARIO = SPACES
              MOVE 3 TO CONT-INT-SUP
              GO TO F-PIDO-CRED-SUPERVISOR.
           DISPLAY "PASSWORD: ".
           ACCEPT SUP-PASSWORD.
           MOVE SUP-USUARIO TO USU_ID.
           READ USUARIOS
               INVALID KEY
                   DISPLAY "USUARIO O PASSWORD INCORRECTOS"
               NOT INVALID KEY
                   IF USU_PASSWORD = SUP-PASSWORD
                      AND USU-ACTIVO
                      AND USU-SUPERVISOR
                      MOVE "S" TO SW-AUTORIZADO
                   ELSE
                      DISPLAY "USUARIO SIN NIVEL DE SUPERVISOR"
                   END-IF
           END-READ.

       F-PIDO-CRED-SUPERVISOR.
           EXIT.

       ABRO-ARCHIVOS.
           OPEN I-O CLIENTES.
           IF ST-FILE > "07"
              CALL "VERIFICA-STATUS" USING ST-FILE MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "CLIENTES: " MENSAJE-STATUS
              MOVE "S" TO FIN
           END-IF.
           OPEN I-O HISTORIA.
           IF ST-HIS > "07"
              CALL "VERIFICA-STATUS" USING ST-HIS MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "HISTORIA: " MENSAJE-STATUS
              MOVE "S" TO FIN
           END-IF.
           OPEN I-O CIERRES.
           IF ST-CIE = "35"
              OPEN OUTPUT CIERRES
              CLOSE CIERRES
              OPEN I-O CIERRES
           END-IF.
           IF ST-CIE > "07"
              CALL "VERIFICA-STATUS" USING ST-CIE MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "CIERRES: " MENSAJE-STATUS
              MOVE "S" TO FIN
           END-IF.
           OPEN I-O PARTIDAS.
           IF ST-PAR = "35"
              DISPLAY "SIN ARCHIVO DE PARTIDAS, NO SE MUEVEN"
           ELSE
              IF ST-PAR > "07"
                 CALL "VERIFICA-STATUS" USING ST-PAR MENSAJE-STATUS
                         DECISION-STATUS
                 DISPLAY "PARTIDAS: " MENSAJE-STATUS
                 MOVE "S" TO FIN
              ELSE
                 MOVE "S" TO SW-PARTIDAS
              END-IF
           END-IF.
           OPEN I-O IMPUTACIONES.
           IF ST-IMP = "35"
              DISPLAY "SIN ARCHIVO DE IMPUTACIONES, NO SE MUEVEN"
           ELSE
              IF ST-IMP > "07"
                 CALL "VERIFICA-STATUS" USING ST-IMP MENSAJE-STATUS
                         DECISION-STATUS
                 DISPLAY "IMPUTACIONES: " MENSAJE-STATUS
                 MOVE "S" TO FIN
              ELSE
                 MOVE "S" TO SW-IMPUTACIONES
              END-IF
           END-IF.
           OPEN I-O ADHESIONES.
           IF ST-ADH = "35"
              CONTINUE
           ELSE
              IF ST-ADH > "07"
                 CALL "VERIFICA-STATUS" USING ST-ADH MENSAJE-STATUS
                         DECISION-STATUS
                 DISPLAY "ADHESIONES: " MENSAJE-STATUS
                 MOVE "S" TO FIN
              ELSE
                 MOVE "S" TO SW-ADHESIONES
              END-IF
           END-IF.
           OPEN I-O LOTES-MOVIMIENTOS.
           IF ST-LMV = "35"
              CONTINUE
           ELSE
              IF ST-LMV > "07"
                 CALL "VERIFICA-STATUS" USING ST-LMV MENSAJE-STATUS
                         DECISION-STATUS
                 DISPLAY "LOTES MOVIMIENTOS: " MENSAJE-STATUS
                 MOVE "S" TO FIN
              ELSE
                 MOVE "S" TO SW-LOTES-MOV
              END-IF
           END-IF.
           OPEN EXTEND BITACORA.
           IF ST-BIT = "35"
              OPEN OUTPUT BITACORA
              CLOSE BITACORA
              OPEN EXTEND BITACORA
           END-IF.
           IF ST-BIT > "07"
              CALL "VERIFICA-STATUS" USING ST-BIT MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "BITACORA: " MENSAJE-STATUS
              MOVE "S" TO FIN
           END-IF.
           OPEN OUTPUT REPORTE.
           IF ST-REP > "07"
              CALL "VERIFICA-STATUS" USING ST-REP MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "REPORTE: " MENSAJE-STATUS
              MOVE "S" TO FIN
           END-IF.

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES HISTORIA CIERRES BITACORA REPORTE.
           IF SW-PARTIDAS = "S"
              CLOSE PARTIDAS
           END-IF.
           IF SW-IMPUTACIONES = "S"
              CLOSE IMPUTACIONES
           END-IF.
           IF SW-ADHESIONES = "S"
              CLOSE ADHESIONES
           END-IF.
           IF SW-LOTES-MOV = "S"
              CLOSE LOTES-MOVIMIENTOS
           END-IF.

       PIDO-CLIENTES.
           DISPLAY "ID CLIENTE QUE SE CONSERVA: ".
           ACCEPT ID-CONSERVA.
           DISPLAY "ID CLIENTE DUPLICADO      : ".
           ACCEPT ID-DUPLICADO.
           IF ID-CONSERVA = ZERO OR ID-DUPLICADO = ZERO
              OR ID-CONSERVA = ID-DUPLICADO
              DISPLAY "LOS CLIENTES DEBEN SER DISTINTOS Y NO NULOS"
              GO TO F-PIDO-CLIENTES-ERROR.
           MOVE ID-CONSERVA TO CLI_ID.
           READ CLIENTES
               INVALID KEY
                   DISPLAY "NO EXISTE EL CLIENTE " ID-CONSERVA
                   GO TO F-PIDO-CLIENTES-ERROR
           END-READ.
           IF NOT CLI-ACTIVO
              DISPLAY "EL CLIENTE QUE SE CONSERVA ESTA DADO DE BAJA"
              GO TO F-PIDO-CLIENTES-ERROR.
           PERFORM CARGO-NOMBRE.
           MOVE NOMBRE-CLIENTE TO CON-NOMBRE.
           MOVE CLI_TIPO      TO CON-TIPO.
           MOVE CLI_CATEGORIA TO CON-CATEGORIA.
           MOVE CLI_SALDO     TO CON-SALDO.
           MOVE ID-DUPLICADO TO CLI_ID.
           READ CLIENTES
               INVALID KEY
                   DISPLAY "NO EXISTE EL CLIENTE " ID-DUPLICADO
                   GO TO F-PIDO-CLIENTES-ERROR
           END-READ.
           IF NOT CLI-ACTIVO
              DISPLAY "EL CLIENTE DUPLICADO YA ESTA DADO DE BAJA"
              GO TO F-PIDO-CLIENTES-ERROR.
           PERFORM CARGO-NOMBRE.
           MOVE NOMBRE-CLIENTE TO DUP-NOMBRE.
           MOVE CLI_TIPO      TO DUP-TIPO.
           MOVE CLI_CATEGORIA TO DUP-CATEGORIA.
           MOVE CLI_SALDO     TO DUP-SALDO.
           DISPLAY "SE CONSERVA: " ID-CONSERVA " " CON-NOMBRE
                   " TIPO " CON-TIPO.
           DISPLAY "DUPLICADO  : " ID-DUPLICADO " " DUP-NOMBRE
                   " TIPO " DUP-TIPO.
           IF CON-TIPO NOT = DUP-TIPO
              MOVE "S" TO SW-TIPO-DISTINTO
              DISPLAY "LOS CLIENTES TIENEN DISTINTO TIPO (P/E)"
              DISPLAY "AUTORIZA LA FUSION IGUALMENTE (S/N): "
              ACCEPT CONFIRMA
              IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
                 DISPLAY "FUSION RECHAZADA POR TIPO DISTINTO"
                 GO TO F-PIDO-CLIENTES-ERROR
              END-IF
           END-IF.
           DISPLAY "CONFIRMA LA FUSION (S/N): ".
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
              DISPLAY "FUSION CANCELADA"
              GO TO F-PIDO-CLIENTES-ERROR.
           GO TO F-PIDO-CLIENTES.

       F-PIDO-CLIENTES-ERROR.
           MOVE "S" TO FIN.
           PERFORM CIERRO-ARCHIVOS.

       F-PIDO-CLIENTES.
           EXIT.

       CARGO-NOMBRE.
           IF CLI_TIPO = "E"
              MOVE CLI_RAZONSOCIAL(1:40) TO NOMBRE-CLIENTE
           ELSE
              MOVE CLI_NOMBRE(1:40) TO NOMBRE-CLIENTE
           END-IF.

       IMPRIME-ENCABEZADO.
           MOVE FECHA-HOY   TO TIT-FECHA.
           MOVE SUP-USUARIO TO TIT-SUPERVISOR.
           WRITE REG-REPORTE FROM LINEA-TITULO.
           MOVE ALL "-" TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE "SE CONSERVA " TO LCL-ROL.
           MOVE ID-CONSERVA    TO LCL-ID.
           MOVE CON-NOMBRE     TO LCL-NOMBRE.
           MOVE CON-TIPO       TO LCL-TIPO.
           MOVE CON-SALDO      TO LCL-SALDO.
           WRITE REG-REPORTE FROM LINEA-CLIENTE.
           MOVE "DUPLICADO   " TO LCL-ROL.
           MOVE ID-DUPLICADO   TO LCL-ID.
           MOVE DUP-NOMBRE     TO LCL-NOMBRE.
           MOVE DUP-TIPO       TO LCL-TIPO.
           MOVE DUP-SALDO      TO LCL-SALDO.
           WRITE REG-REPORTE FROM LINEA-CLIENTE.
           IF SW-TIPO-DISTINTO = "S"
              MOVE "TIPO DISTINTO - FUSION AUTORIZADA POR SUPERVISOR"
                   TO REG-REPORTE
              WRITE REG-REPORTE
           END-IF.
           MOVE ALL "-" TO REG-REPORTE.
           WRITE REG-REPORTE.

       MUEVO-HISTORIA.
           MOVE ZERO TO SUMA-IMPORTES.
           MOVE ID-CONSERVA TO ID-BASE.
           PERFORM SUMO-IMPORTES-CLIENTE.
           MOVE ID-DUPLICADO TO ID-BASE.
           PERFORM SUMO-IMPORTES-CLIENTE.
           COMPUTE BASE-CLIENTE = CON-SALDO + DUP-SALDO - SUMA-IMPORTES.
           MOVE "N" TO FIN-HIS.
           PERFORM MUEVO-MOVIMIENTO THRU F-MUEVO-MOVIMIENTO
                   UNTIL FIN-HIS = "S".
           PERFORM RECALCULO-CADENA.

       SUMO-IMPORTES-CLIENTE.
           MOVE "N" TO FIN-HIS.
           MOVE ID-BASE TO HIS_CLI_ID.
           MOVE ZERO    TO HIS_FECHA HIS_SECUENCIA.
           START HISTORIA KEY IS NOT LESS THAN HIS_CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-HIS
           END-START.
           PERFORM SUMO-IMPORTE THRU F-SUMO-IMPORTE
                   UNTIL FIN-HIS = "S".

       SUMO-IMPORTE.
           READ HISTORIA NEXT RECORD
               AT END
                   MOVE "S" TO FIN-HIS
                   GO TO F-SUMO-IMPORTE
           END-READ.
           IF HIS_CLI_ID NOT = ID-BASE
              MOVE "S" TO FIN-HIS
              GO TO F-SUMO-IMPORTE.
           ADD HIS_IMPORTE TO SUMA-IMPORTES.

       F-SUMO-IMPORTE.
           EXIT.

       MUEVO-MOVIMIENTO.
           MOVE ID-DUPLICADO TO HIS_CLI_ID.
           MOVE ZERO         TO HIS_FECHA HIS_SECUENCIA.
           START HISTORIA KEY IS NOT LESS THAN HIS_CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-HIS
                   GO TO F-MUEVO-MOVIMIENTO
           END-START.
           READ HISTORIA NEXT RECORD
               AT END
                   MOVE "S" TO FIN-HIS
                   GO TO F-MUEVO-MOVIMIENTO
           END-READ.
           IF HIS_CLI_ID NOT = ID-DUPLICADO
              MOVE "S" TO FIN-HIS
              GO TO F-MUEVO-MOVIMIENTO.
           MOVE HIS_CLAVE   TO CLAVE-HIS-ORIGEN.
           MOVE ID-CONSERVA TO HIS_CLI_ID.
           MOVE 1           TO HIS_SECUENCIA.
           MOVE "N" TO SW-HIS-GRABADA.
           PERFORM INTENTO-GRABO-HISTORIA THRU F-INTENTO-GRABO-HISTORIA
                   UNTIL SW-HIS-GRABADA NOT = "N".
           IF SW-HIS-GRABADA NOT = "S"
              MOVE "S" TO FIN-HIS
              GO TO F-MUEVO-MOVIMIENTO.
           ADD 1 TO CONT-HISTORIA.
           MOVE HOR-FECHA      TO LHI-FECHA.
           MOVE HOR-SECUENCIA  TO LHI-SEC-ORIGEN.
           MOVE HIS_SECUENCIA  TO LHI-SEC-NUEVA.
           MOVE HIS_TIPO       TO LHI-TIPO.
           MOVE HIS_NRO_DOC    TO LHI-NRO-DOC.
           MOVE HIS_IMPORTE    TO LHI-IMPORTE.
           WRITE REG-REPORTE FROM LINEA-HISTORIA.
           MOVE CLAVE-HIS-ORIGEN TO HIS_CLAVE.
           DELETE HISTORIA RECORD
               INVALID KEY
                   CALL "VERIFICA-STATUS" USING ST-HIS
                           MENSAJE-STATUS DECISION-STATUS
                   DISPLAY "Error borrando historia: " MENSAJE-STATUS
                   ADD 1 TO CONT-ERRORES
                   MOVE "S" TO FIN-HIS
           END-DELETE.

       F-MUEVO-MOVIMIENTO.
           EXIT.

       INTENTO-GRABO-HISTORIA.
           WRITE REG-HISTORIA
               INVALID KEY
                   IF ST-HIS = "22" AND HIS_SECUENCIA < 99999
                      ADD 1 TO HIS_SECUENCIA
                   ELSE
                      CALL "VERIFICA-STATUS" USING ST-HIS
                              MENSAJE-STATUS DECISION-STATUS
                      DISPLAY "Error grabando historia: "
                              MENSAJE-STATUS
                      ADD 1 TO CONT-ERRORES
                      MOVE "E" TO SW-HIS-GRABADA
                   END-IF
               NOT INVALID KEY
                   MOVE "S" TO SW-HIS-GRABADA
           END-WRITE.

       F-INTENTO-GRABO-HISTORIA.
           EXIT.

       RECALCULO-CADENA.
           MOVE BASE-CLIENTE TO SALDO-CORRIENTE.
           MOVE "N" TO FIN-HIS.
           MOVE ID-CONSERVA TO HIS_CLI_ID.
           MOVE ZERO        TO HIS_FECHA HIS_SECUENCIA.
           START HISTORIA KEY IS NOT LESS THAN HIS_CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-HIS
           END-START.
           PERFORM RECALCULO-MOVIMIENTO THRU F-RECALCULO-MOVIMIENTO
                   UNTIL FIN-HIS = "S".

       RECALCULO-MOVIMIENTO.
           READ HISTORIA NEXT RECORD
               AT END
                   MOVE "S" TO FIN-HIS
                   GO TO F-RECALCULO-MOVIMIENTO
           END-READ.
           IF HIS_CLI_ID NOT = ID-CONSERVA
              MOVE "S" TO FIN-HIS
              GO TO F-RECALCULO-MOVIMIENTO.
           ADD HIS_IMPORTE TO SALDO-CORRIENTE.
           IF HIS_SALDO_RESULT NOT = SALDO-CORRIENTE
              MOVE SALDO-CORRIENTE TO HIS_SALDO_RESULT
              REWRITE REG-HISTORIA
                  INVALID KEY
                      CALL "VERIFICA-STATUS" USING ST-HIS
                              MENSAJE-STATUS DECISION-STATUS
                      DISPLAY "Error regrabando historia: "
                              MENSAJE-STATUS
                      ADD 1 TO CONT-ERRORES
                  NOT INVALID KEY
                      ADD 1 TO CONT-RECALCULADOS
              END-REWRITE
           END-IF.

       F-RECALCULO-MOVIMIENTO.
           EXIT.

       MUEVO-CIERRES.
           MOVE "N"  TO FIN-CIE.
           MOVE ZERO TO CIE_PERIODO CIE_CLI_ID.
           START CIERRES KEY IS NOT LESS THAN CIE_CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-CIE
           END-START.
           PERFORM MUEVO-CIERRE THRU F-MUEVO-CIERRE
                   UNTIL FIN-CIE = "S".

       MUEVO-CIERRE.
           MOVE SPACES TO LCI-ACCION.
           READ CIERRES NEXT RECORD
               AT END
                   MOVE "S" TO FIN-CIE
                   GO TO F-MUEVO-CIERRE
           END-READ.
           IF CIE_CLI_ID NOT = ID-DUPLICADO
              GO TO F-MUEVO-CIERRE.
           MOVE CIE_CLAVE     TO CLAVE-CIE-ORIGEN.
           MOVE CIE_CATEGORIA TO CIE-CATEGORIA-ORIGEN.
           MOVE CIE_SALDO     TO CIE-SALDO-ORIGEN.
           MOVE COR-PERIODO      TO LCI-PERIODO.
           MOVE CIE-SALDO-ORIGEN TO LCI-SALDO.
           MOVE ID-CONSERVA TO CIE_CLI_ID.
           READ CIERRES
               INVALID KEY
                   MOVE ID-CONSERVA          TO CIE_CLI_ID
                   MOVE COR-PERIODO          TO CIE_PERIODO
                   MOVE CIE-CATEGORIA-ORIGEN TO CIE_CATEGORIA
                   MOVE CIE-SALDO-ORIGEN     TO CIE_SALDO
                   WRITE REG-CIERRE
                       INVALID KEY
                           PERFORM ERROR-CIERRES
                       NOT INVALID KEY
                           ADD 1 TO CONT-CIE-MOVIDOS
                           MOVE "PASADO AL QUE SE CONSERVA"
                                TO LCI-ACCION
                   END-WRITE
               NOT INVALID KEY
                   ADD CIE-SALDO-ORIGEN TO CIE_SALDO
                   REWRITE REG-CIERRE
                       INVALID KEY
                           PERFORM ERROR-CIERRES
                       NOT INVALID KEY
                           ADD 1 TO CONT-CIE-SUMADOS
                           MOVE "SUMADO AL DEL QUE SE CONSERVA"
                                TO LCI-ACCION
                   END-REWRITE
           END-READ.
           IF LCI-ACCION = SPACES
              GO TO F-MUEVO-CIERRE.
           WRITE REG-REPORTE FROM LINEA-CIERRE.
           MOVE CLAVE-CIE-ORIGEN TO CIE_CLAVE.
           DELETE CIERRES RECORD
               INVALID KEY
                   PERFORM ERROR-CIERRES
           END-DELETE.
           MOVE CLAVE-CIE-ORIGEN TO CIE_CLAVE.
           START CIERRES KEY IS GREATER THAN CIE_CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-CIE
           END-START.

       F-MUEVO-CIERRE.
           EXIT.

       ERROR-CIERRES.
           CALL "VERIFICA-STATUS" USING ST-CIE MENSAJE-STATUS
                   DECISION-STATUS.
           DISPLAY "CIERRES " COR-PERIODO ": " MENSAJE-STATUS.
           ADD 1 TO CONT-ERRORES.
           MOVE "S" TO FIN-CIE.

       MUEVO-PARTIDAS.
           MOVE "N" TO FIN-PAR.
           PERFORM MUEVO-PARTIDA THRU F-MUEVO-PARTIDA
                   UNTIL FIN-PAR = "S".

       MUEVO-PARTIDA.
           MOVE ID-DUPLICADO TO PAR_CLI_ID.
           MOVE LOW-VALUES   TO PAR_NRO_DOC PAR_TIPO.
           START PARTIDAS KEY IS NOT LESS THAN PAR_CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-PAR
                   GO TO F-MUEVO-PARTIDA
           END-START.
           READ PARTIDAS NEXT RECORD
               AT END
                   MOVE "S" TO FIN-PAR
                   GO TO F-MUEVO-PARTIDA
           END-READ.
           IF PAR_CLI_ID NOT = ID-DUPLICADO
              MOVE "S" TO FIN-PAR
              GO TO F-MUEVO-PARTIDA.
           MOVE PAR_NRO_DOC      TO POR-NRO-DOC.
           MOVE PAR_TIPO         TO POR-TIPO.
           MOVE PAR_FECHA_VTO    TO POR-FECHA-VTO.
           MOVE PAR_FECHA        TO POR-FECHA.
           MOVE PAR_IMPORTE      TO POR-IMPORTE.
           MOVE PAR_SALDO        TO POR-SALDO.
           MOVE PAR_FECHA_CANCEL TO POR-FECHA-CANCEL.
           MOVE POR-TIPO    TO LPA-TIPO.
           MOVE POR-NRO-DOC TO LPA-NRO-DOC.
           MOVE POR-SALDO   TO LPA-SALDO.
           MOVE ID-CONSERVA TO PAR_CLI_ID.
           READ PARTIDAS
               INVALID KEY
                   MOVE SPACES TO REG-PARTIDA
                   MOVE ID-CONSERVA      TO PAR_CLI_ID PAR_CLI_ID_VTO
                   MOVE POR-NRO-DOC      TO PAR_NRO_DOC
                   MOVE POR-TIPO         TO PAR_TIPO
                   MOVE POR-FECHA-VTO    TO PAR_FECHA_VTO
                   MOVE POR-FECHA        TO PAR_FECHA
                   MOVE POR-IMPORTE      TO PAR_IMPORTE
                   MOVE POR-SALDO        TO PAR_SALDO
                   MOVE POR-FECHA-CANCEL TO PAR_FECHA_CANCEL
                   PERFORM ESTADO-PARTIDA
                   WRITE REG-PARTIDA
                       INVALID KEY
                           PERFORM ERROR-PARTIDAS
                       NOT INVALID KEY
                           ADD 1 TO CONT-PAR-MOVIDAS
                           MOVE "PASADA AL QUE SE CONSERVA"
                                TO LPA-ACCION
                   END-WRITE
               NOT INVALID KEY
                   ADD POR-IMPORTE TO PAR_IMPORTE
                   ADD POR-SALDO   TO PAR_SALDO
                   IF POR-FECHA-VTO < PAR_FECHA_VTO
                      MOVE POR-FECHA-VTO TO PAR_FECHA_VTO
                   END-IF
                   PERFORM ESTADO-PARTIDA
                   REWRITE REG-PARTIDA
                       INVALID KEY
                           PERFORM ERROR-PARTIDAS
                       NOT INVALID KEY
                           ADD 1 TO CONT-PAR-SUMADAS
                           MOVE "DOC. REPETIDO, SUMADA"
                                TO LPA-ACCION
                   END-REWRITE
           END-READ.
           IF FIN-PAR = "S"
              GO TO F-MUEVO-PARTIDA.
           WRITE REG-REPORTE FROM LINEA-PARTIDA.
           MOVE ID-DUPLICADO TO PAR_CLI_ID.
           MOVE POR-NRO-DOC  TO PAR_NRO_DOC.
           MOVE POR-TIPO     TO PAR_TIPO.
           DELETE PARTIDAS RECORD
               INVALID KEY
                   PERFORM ERROR-PARTIDAS
           END-DELETE.

       F-MUEVO-PARTIDA.
           EXIT.

       ESTADO-PARTIDA.
           MOVE FECHA-HOY   TO PAR_FECHA_MODIF.
           MOVE SUP-USUARIO TO PAR_USUARIO_MODIF.
           IF PAR_SALDO = ZERO
              MOVE "C" TO PAR_ESTADO
              IF PAR_FECHA_CANCEL = ZERO
                 MOVE FECHA-HOY TO PAR_FECHA_CANCEL
              END-IF
           ELSE
              MOVE "A"  TO PAR_ESTADO
              MOVE ZERO TO PAR_FECHA_CANCEL
           END-IF.

       ERROR-PARTIDAS.
           CALL "VERIFICA-STATUS" USING ST-PAR MENSAJE-STATUS
                   DECISION-STATUS.
           DISPLAY "PARTIDAS " POR-TIPO " " POR-NRO-DOC ": "
                   MENSAJE-STATUS.
           ADD 1 TO CONT-ERRORES.
           MOVE "S" TO FIN-PAR.

       MUEVO-IMPUTACIONES.
           MOVE "N" TO FIN-IMP.
           PERFORM MUEVO-IMPUTACION THRU F-MUEVO-IMPUTACION
                   UNTIL FIN-IMP = "S".

       MUEVO-IMPUTACION.
           MOVE ID-DUPLICADO TO IMP_CLI_ID.
           MOVE LOW-VALUES   TO IMP_DOC_CREDITO IMP_TIPO_CREDITO
                                IMP_DOC_DEBITO IMP_TIPO_DEBITO.
           START IMPUTACIONES KEY IS NOT LESS THAN IMP_CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-IMP
                   GO TO F-MUEVO-IMPUTACION
           END-START.
           READ IMPUTACIONES NEXT RECORD
               AT END
                   MOVE "S" TO FIN-IMP
                   GO TO F-MUEVO-IMPUTACION
           END-READ.
           IF IMP_CLI_ID NOT = ID-DUPLICADO
              MOVE "S" TO FIN-IMP
              GO TO F-MUEVO-IMPUTACION.
           MOVE IMP_DOC_CREDITO  TO IOR-DOC-CREDITO.
           MOVE IMP_TIPO_CREDITO TO IOR-TIPO-CREDITO.
           MOVE IMP_DOC_DEBITO   TO IOR-DOC-DEBITO.
           MOVE IMP_TIPO_DEBITO  TO IOR-TIPO-DEBITO.
           MOVE IMP_IMPORTE      TO IOR-IMPORTE.
           MOVE IMP_FECHA        TO IOR-FECHA.
           MOVE IMP_USUARIO      TO IOR-USUARIO.
           MOVE ID-CONSERVA TO IMP_CLI_ID.
           READ IMPUTACIONES
               INVALID KEY
                   MOVE SPACES TO REG-IMPUTACION
                   MOVE ID-CONSERVA      TO IMP_CLI_ID
                   MOVE IOR-DOC-CREDITO  TO IMP_DOC_CREDITO
                   MOVE IOR-TIPO-CREDITO TO IMP_TIPO_CREDITO
                   MOVE IOR-DOC-DEBITO   TO IMP_DOC_DEBITO
                   MOVE IOR-TIPO-DEBITO  TO IMP_TIPO_DEBITO
                   MOVE IOR-IMPORTE      TO IMP_IMPORTE
                   MOVE IOR-FECHA        TO IMP_FECHA
                   MOVE IOR-USUARIO      TO IMP_USUARIO
                   WRITE REG-IMPUTACION
                       INVALID KEY
                           PERFORM ERROR-IMPUTACIONES
                       NOT INVALID KEY
                           ADD 1 TO CONT-IMP-MOVIDAS
                   END-WRITE
               NOT INVALID KEY
                   ADD IOR-IMPORTE TO IMP_IMPORTE
                   REWRITE REG-IMPUTACION
                       INVALID KEY
                           PERFORM ERROR-IMPUTACIONES
                       NOT INVALID KEY
                           ADD 1 TO CONT-IMP-MOVIDAS
                   END-REWRITE
           END-READ.
           IF FIN-IMP = "S"
              GO TO F-MUEVO-IMPUTACION.
           MOVE ID-DUPLICADO     TO IMP_CLI_ID.
           MOVE IOR-DOC-CREDITO  TO IMP_DOC_CREDITO.
           MOVE IOR-TIPO-CREDITO TO IMP_TIPO_CREDITO.
           MOVE IOR-DOC-DEBITO   TO IMP_DOC_DEBITO.
           MOVE IOR-TIPO-DEBITO  TO IMP_TIPO_DEBITO.
           DELETE IMPUTACIONES RECORD
               INVALID KEY
                   PERFORM ERROR-IMPUTACIONES
           END-DELETE.

       F-MUEVO-IMPUTACION.
           EXIT.

       ERROR-IMPUTACIONES.
           CALL "VERIFICA-STATUS" USING ST-IMP MENSAJE-STATUS
                   DECISION-STATUS.
           DISPLAY "IMPUTACIONES " IOR-DOC-CREDITO ": " MENSAJE-STATUS.
           ADD 1 TO CONT-ERRORES.
           MOVE "S" TO FIN-IMP.

       MUEVO-ADHESION.
           MOVE ID-DUPLICADO TO ADH_CLI_ID.
           READ ADHESIONES
               INVALID KEY
                   GO TO F-MUEVO-ADHESION
           END-READ.
           IF ADH-BAJA
              MOVE "ADHESION DEL DUPLICADO YA DADA DE BAJA"
                   TO RESULTADO-ADHESION
              GO TO F-MUEVO-ADHESION.
           MOVE ADH_BANCO         TO ADU-BANCO.
           MOVE ADH_CBU           TO ADU-CBU.
           MOVE ADH_FECHA_MANDATO TO ADU-FECHA-MANDATO.
           MOVE ADH_ESTADO        TO ADU-ESTADO.
           MOVE ID-CONSERVA TO ADH_CLI_ID.
           READ ADHESIONES
               INVALID KEY
                   MOVE ID-CONSERVA TO ADH_CLI_ID
                   PERFORM PASO-ADHESION
                   GO TO F-MUEVO-ADHESION
           END-READ.
           IF ADH-BAJA
              MOVE ADU-BANCO         TO ADH_BANCO
              MOVE ADU-CBU           TO ADH_CBU
              MOVE ADU-FECHA-MANDATO TO ADH_FECHA_MANDATO
              MOVE ADU-ESTADO        TO ADH_ESTADO
              MOVE FECHA-HOY         TO ADH_FECHA_MODIF
              MOVE SUP-USUARIO       TO ADH_USUARIO_MODIF
              REWRITE REG-ADHESION
                  INVALID KEY
                      PERFORM ERROR-ADHESIONES
                      GO TO F-MUEVO-ADHESION
              END-REWRITE
              MOVE "ADHESION DEL DUPLICADO REEMPLAZA LA BAJA"
                   TO RESULTADO-ADHESION
           ELSE
              MOVE "ADHESION DEL DUPLICADO DADA DE BAJA"
                   TO RESULTADO-ADHESION
           END-IF.
           MOVE ID-DUPLICADO TO ADH_CLI_ID.
           READ ADHESIONES
               INVALID KEY
                   GO TO F-MUEVO-ADHESION
           END-READ.
           MOVE "B"         TO ADH_ESTADO.
           MOVE FECHA-HOY   TO ADH_FECHA_MODIF.
           MOVE SUP-USUARIO TO ADH_USUARIO_MODIF.
           REWRITE REG-ADHESION
               INVALID KEY
                   PERFORM ERROR-ADHESIONES
           END-REWRITE.

       F-MUEVO-ADHESION.
           EXIT.

       PASO-ADHESION.
           MOVE ID-DUPLICADO TO ADH_CLI_ID.
           READ ADHESIONES
               INVALID KEY
                   PERFORM ERROR-ADHESIONES
           END-READ.
           MOVE ID-CONSERVA TO ADH_CLI_ID.
           MOVE FECHA-HOY   TO ADH_FECHA_MODIF.
           MOVE SUP-USUARIO TO ADH_USUARIO_MODIF.
           WRITE REG-ADHESION
               INVALID KEY
                   PERFORM ERROR-ADHESIONES
               NOT INVALID KEY
                   MOVE ID-DUPLICADO TO ADH_CLI_ID
                   DELETE ADHESIONES RECORD
                       INVALID KEY
                           PERFORM ERROR-ADHESIONES
                   END-DELETE
                   MOVE "ADHESION PASADA AL QUE SE CONSERVA"
                        TO RESULTADO-ADHESION
           END-WRITE.

       ERROR-ADHESIONES.
           CALL "VERIFICA-STATUS" USING ST-ADH MENSAJE-STATUS
                   DECISION-STATUS.
           DISPLAY "ADHESIONES: " MENSAJE-STATUS.
           MOVE "ERROR EN ADHESIONES" TO RESULTADO-ADHESION.
           ADD 1 TO CONT-ERRORES.

       MUEVO-LOTES-MOVIMIENTOS.
           MOVE "N" TO FIN-LMV.
           PERFORM MUEVO-LOTE-MOVIMIENTO THRU F-MUEVO-LOTE-MOVIMIENTO
                   UNTIL FIN-LMV = "S".

       MUEVO-LOTE-MOVIMIENTO.
           READ LOTES-MOVIMIENTOS
               AT END
                   MOVE "S" TO FIN-LMV
                   GO TO F-MUEVO-LOTE-MOVIMIENTO
           END-READ.
           IF LMV_CLI_ID NOT = ID-DUPLICADO
              GO TO F-MUEVO-LOTE-MOVIMIENTO.
           MOVE ID-CONSERVA TO LMV_CLI_ID.
           REWRITE REG-LOTE-MOVIMIENTO.
           IF ST-LMV > "07"
              CALL "VERIFICA-STATUS" USING ST-LMV MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "LOTES MOVIMIENTOS: " MENSAJE-STATUS
              ADD 1 TO CONT-ERRORES
              MOVE "S" TO FIN-LMV
           ELSE
              ADD 1 TO CONT-LMV-MOVIDOS
           END-IF.

       F-MUEVO-LOTE-MOVIMIENTO.
           EXIT.

       ACTUALIZO-CLIENTES.
           MOVE ID-DUPLICADO TO CLI_ID.
           READ CLIENTES
               INVALID KEY
                   PERFORM ERROR-CLIENTES
               NOT INVALID KEY
                   PERFORM GUARDO-IMAGEN-ANTERIOR
                   MOVE ZERO        TO CLI_SALDO
                   MOVE "N"         TO CLI_IND_ACTIVO
                   MOVE FECHA-HOY   TO CLI_FECHA_MODIF
                   MOVE SUP-USUARIO TO CLI_USUARIO_MODIF
                   REWRITE REG-CLIENTES
                       INVALID KEY
                           PERFORM ERROR-CLIENTES
                       NOT INVALID KEY
                           PERFORM GRABO-BITACORA-FUSION
                   END-REWRITE
           END-READ.
           MOVE ID-CONSERVA TO CLI_ID.
           READ CLIENTES
               INVALID KEY
                   PERFORM ERROR-CLIENTES
               NOT INVALID KEY
                   PERFORM GUARDO-IMAGEN-ANTERIOR
                   ADD DUP-SALDO    TO CLI_SALDO
                   MOVE FECHA-HOY   TO CLI_FECHA_MODIF
                   MOVE SUP-USUARIO TO CLI_USUARIO_MODIF
                   REWRITE REG-CLIENTES
                       INVALID KEY
                           PERFORM ERROR-CLIENTES
                       NOT INVALID KEY
                           PERFORM GRABO-BITACORA-FUSION
                   END-REWRITE
           END-READ.

       ERROR-CLIENTES.
           CALL "VERIFICA-STATUS" USING ST-FILE MENSAJE-STATUS
                   DECISION-STATUS.
           DISPLAY "CLIENTE " CLI_ID ": " MENSAJE-STATUS.
           ADD 1 TO CONT-ERRORES.

       GUARDO-IMAGEN-ANTERIOR.
           MOVE CLI_SALDO       TO ANTES-SALDO.
           MOVE CLI_NOMBRE      TO ANTES-NOMBRE.
           MOVE CLI_DIRECCION   TO ANTES-DIRECCION.
           MOVE CLI_CODPOST     TO ANTES-CODPOST.
           MOVE CLI_CATEGORIA   TO ANTES-CATEGORIA.
           MOVE CLI_TIPO        TO ANTES-TIPO.
           MOVE CLI_RAZONSOCIAL TO ANTES-RAZONSOCIAL.
           MOVE CLI_IND_ACTIVO  TO ANTES-IND-ACTIVO.

       GRABO-BITACORA-FUSION.
           ACCEPT BIT_FECHA FROM DATE YYYYMMDD.
           ACCEPT BIT_HORA  FROM TIME.
           MOVE "FUSI"           TO BIT_OPERACION.
           MOVE CLI_ID           TO BIT_CLI_ID.
           MOVE SUP-USUARIO      TO BIT_USUARIO.
           MOVE ANTES-SALDO      TO BIT_ANTES_SALDO.
           MOVE ANTES-NOMBRE     TO BIT_ANTES_NOMBRE.
           MOVE ANTES-DIRECCION  TO BIT_ANTES_DIRECCION.
           MOVE ANTES-CODPOST    TO BIT_ANTES_CODPOST.
           MOVE ANTES-CATEGORIA  TO BIT_ANTES_CATEGORIA.
           MOVE ANTES-TIPO       TO BIT_ANTES_TIPO.
           MOVE ANTES-RAZONSOCIAL TO BIT_ANTES_RAZONSOC.
           MOVE ANTES-IND-ACTIVO TO BIT_ANTES_IND_ACTIVO.
           MOVE CLI_SALDO        TO BIT_DESPUES_SALDO.
           MOVE CLI_NOMBRE       TO BIT_DESPUES_NOMBRE.
           MOVE CLI_DIRECCION    TO BIT_DESPUES_DIRECCION.
           MOVE CLI_CODPOST      TO BIT_DESPUES_CODPOST.
           MOVE CLI_CATEGORIA    TO BIT_DESPUES_CATEGORIA.
           MOVE CLI_TIPO         TO BIT_DESPUES_TIPO.
           MOVE CLI_RAZONSOCIAL  TO BIT_DESPUES_RAZONSOC.
           MOVE CLI_IND_ACTIVO   TO BIT_DESPUES_IND_ACTIVO.
           WRITE REG-BITACORA.
           IF ST-BIT > "07"
              CALL "VERIFICA-STATUS" USING ST-BIT MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "Error grabando bitacora: " MENSAJE-STATUS
              ADD 1 TO CONT-ERRORES
           END-IF.

       IMPRIME-TOTALES.
           MOVE ALL "-" TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE "MOVIMIENTOS DE HISTORIA PASADOS" TO RES-CONCEPTO.
           MOVE CONT-HISTORIA TO RES-CANTIDAD.
           MOVE ZERO          TO RES-IMPORTE.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.
           MOVE "SALDOS RESULTANTES RECALCULADOS" TO RES-CONCEPTO.
           MOVE CONT-RECALCULADOS TO RES-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.
           MOVE "CIERRES PASADOS" TO RES-CONCEPTO.
           MOVE CONT-CIE-MOVIDOS TO RES-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.
           MOVE "CIERRES SUMADOS AL MISMO PERIODO" TO RES-CONCEPTO.
           MOVE CONT-CIE-SUMADOS TO RES-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.
           MOVE "PARTIDAS PASADAS" TO RES-CONCEPTO.
           MOVE CONT-PAR-MOVIDAS TO RES-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.
           MOVE "PARTIDAS SUMADAS (DOC. REPETIDO)" TO RES-CONCEPTO.
           MOVE CONT-PAR-SUMADAS TO RES-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.
           MOVE "IMPUTACIONES PASADAS" TO RES-CONCEPTO.
           MOVE CONT-IMP-MOVIDAS TO RES-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.
           MOVE "MOVIMIENTOS DE LOTES PASADOS" TO RES-CONCEPTO.
           MOVE CONT-LMV-MOVIDOS TO RES-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.
           MOVE SPACES TO REG-REPORTE.
           STRING "DEBITO AUTOMATICO: " RESULTADO-ADHESION
                  DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE "SALDO DEL QUE SE CONSERVA" TO RES-CONCEPTO.
           MOVE ZERO      TO RES-CANTIDAD.
           MOVE CON-SALDO TO RES-IMPORTE.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.
           MOVE "SALDO DEL DUPLICADO" TO RES-CONCEPTO.
           MOVE DUP-SALDO TO RES-IMPORTE.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.
           MOVE "SALDO RESULTANTE" TO RES-CONCEPTO.
           COMPUTE RES-IMPORTE = CON-SALDO + DUP-SALDO.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.
           IF SALDO-CORRIENTE NOT = CON-SALDO + DUP-SALDO
              MOVE "ULTIMO SALDO DE HISTORIA (DIFIERE)"
                   TO RES-CONCEPTO
              MOVE SALDO-CORRIENTE TO RES-IMPORTE
              WRITE REG-REPORTE FROM LINEA-RESUMEN
           END-IF.
           IF CONT-ERRORES > ZERO
              MOVE "ERRORES DURANTE LA FUSION" TO RES-CONCEPTO
              MOVE CONT-ERRORES TO RES-CANTIDAD
              MOVE ZERO         TO RES-IMPORTE
              WRITE REG-REPORTE FROM LINEA-RESUMEN
              MOVE "CLIENTES SIN ACTUALIZAR: CORREGIR Y REPETIR"
                   TO REG-REPORTE
              WRITE REG-REPORTE
           END-IF.

       MUESTRO-TOTALES.
           DISPLAY "MOVIMIENTOS PASADOS : " CONT-HISTORIA.
           DISPLAY "CIERRES PASADOS     : " CONT-CIE-MOVIDOS.
           DISPLAY "CIERRES SUMADOS     : " CONT-CIE-SUMADOS.
           DISPLAY "PARTIDAS PASADAS    : " CONT-PAR-MOVIDAS.
           DISPLAY "IMPUTACIONES        : " CONT-IMP-MOVIDAS.
           DISPLAY "MOVIMIENTOS DE LOTES: " CONT-LMV-MOVIDOS.
           DISPLAY "DEBITO AUTOMATICO   : " RESULTADO-ADHESION.
           IF CONT-ERRORES > ZERO
              DISPLAY "ERRORES             : " CONT-ERRORES
              MOVE 16 TO RETURN-CODE
           END-IF.
           DISPLAY "REPORTE GENERADO EN ./fusion.rpt".

       END PROGRAM FUSIONA-CLIENTES.
