      ******************************************************************
      * Author:
      * Date:
      * Purpose: Lookup of the archive files left by DEPURA-CLIENTES
      *          (./clientes-depurados-AAAAMMDD.dat). With customer 0
      *          it lists the runs and the customers in the file; with
      *          a customer id it shows everything archived for that
      *          customer (its record, historia, cierres, partidas,
      *          imputaciones and direct-debit enrolment) and, on
      *          request and with a nivel 9 supervisor, restores it all
      *          into the live files, provided the customer does not
      *          exist in CLIENTES; rows already present in the live
      *          files (same customer purged twice the same day) are
      *          left as they are. The restore is logged in the
      *          bitacora (operation "REST"). Output on the console and
      *          in ./consulta-depurados.rpt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-DEPURADOS.
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
           COPY "./clientes-depurados.sel".

           SELECT REPORTE ASSIGN TO "./consulta-depurados.rpt"
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
           COPY "./clientes-depurados.fd".

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
       01  ST-DEP              PIC XX.
       01  ST-REP              PIC XX.

       01  MENSAJE-STATUS      PIC X(60).
       01  DECISION-STATUS     PIC X.

       01  FIN                 PIC X       VALUE "N".
       01  FIN-DEP             PIC X       VALUE "N".
       01  SW-AUTORIZADO       PIC X       VALUE "N".
       01  SW-CLIENTE-GRABADO  PIC X       VALUE "N".
       01  OPCION              PIC X       VALUE SPACE.
           88  OPCION-MOSTRAR      VALUES "M" "m".
           88  OPCION-RESTAURAR    VALUES "R" "r".
       01  CONFIRMA            PIC X       VALUE "N".

       01  SUP-USUARIO         PIC X(8)    VALUE SPACES.
       01  SUP-PASSWORD        PIC X(8)    VALUE SPACES.
       01  CONT-INT-SUP        PIC 9(2)    VALUE ZERO.

       01  FECHA-HOY           PIC 9(8)    VALUE ZERO.
       01  FECHA-ARCHIVO       PIC 9(8)    VALUE ZERO.
       01  NOMBRE-ARCHIVO-DEP  PIC X(40)   VALUE SPACES.
       01  ID-CONSULTA         PIC 9(7)    VALUE ZERO.
       01  NOMBRE-CLIENTE      PIC X(40)   VALUE SPACES.
       01  CUIT-EDITADO        PIC Z(10)9.
       01  IMPORTE-EDITADO     PIC -(7)9,999.
       01  SALDO-EDITADO       PIC -(7)9,999.

       01  CANT-CLIENTE        PIC 9(5)    VALUE ZERO.
       01  CANT-HISTORIA       PIC 9(5)    VALUE ZERO.
       01  CANT-CIERRES        PIC 9(5)    VALUE ZERO.
       01  CANT-PARTIDAS       PIC 9(5)    VALUE ZERO.
       01  CANT-IMPUTACIONES   PIC 9(5)    VALUE ZERO.
       01  CANT-ADHESIONES     PIC 9(5)    VALUE ZERO.

       01  CONT-LEIDOS         PIC 9(7)    VALUE ZERO.
       01  CONT-CLIENTES       PIC 9(7)    VALUE ZERO.
       01  CONT-RESTAURADOS    PIC 9(7)    VALUE ZERO.
       01  CONT-EXISTENTES     PIC 9(7)    VALUE ZERO.
       01  CONT-ERRORES        PIC 9(7)    VALUE ZERO.

       01  LINEA-CONTROL.
           03  LCT-DESCRI          PIC X(14).
           03  LCT-FECHA           PIC 9(8).
           03  FILLER              PIC X(6)    VALUE " HORA ".
           03  LCT-HORA            PIC 9(8).
           03  FILLER              PIC X(12)   VALUE " SUPERVISOR ".
           03  LCT-USUARIO         PIC X(8).
           03  FILLER              PIC X(7)    VALUE " MESES ".
           03  LCT-MESES           PIC ZZ9.
           03  FILLER              PIC X(7)    VALUE " CORTE ".
           03  LCT-CORTE           PIC 9(8).
           03  FILLER              PIC X(10)   VALUE " CLIENTES ".
           03  LCT-CLIENTES        PIC ZZZZZZ9.
           03  FILLER              PIC X(11)   VALUE " REGISTROS ".
           03  LCT-REGISTROS       PIC ZZZZZZ9.

       01  LINEA-CLIENTE.
           03  FILLER              PIC X(10)   VALUE "CLIENTE   ".
           03  LCL-ID              PIC ZZZZZZ9.
           03  FILLER              PIC X(2)    VALUE SPACES.
           03  LCL-NOMBRE          PIC X(40).
           03  FILLER              PIC X(6)    VALUE " TIPO ".
           03  LCL-TIPO            PIC X.
           03  FILLER              PIC X(5)    VALUE " CAT ".
           03  LCL-CATEGORIA       PIC X.
           03  FILLER              PIC X(6)    VALUE " ALTA ".
           03  LCL-ALTA            PIC 9(8).
           03  FILLER              PIC X(7)    VALUE " MODIF ".
           03  LCL-MODIF           PIC 9(8).
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  LCL-USUARIO         PIC X(8).

       01  LINEA-HISTORIA.
           03  FILLER              PIC X(10)   VALUE "HISTORIA  ".
           03  LHI-FECHA           PIC 9(8).
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  LHI-SECUENCIA       PIC ZZZZ9.
           03  FILLER              PIC X(2)    VALUE SPACES.
           03  LHI-TIPO            PIC X(2).
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  LHI-NRO-DOC         PIC X(12).
           03  LHI-IMPORTE         PIC -(7)9,999.
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  LHI-SALDO           PIC -(7)9,999.
           03  FILLER              PIC X(10)   VALUE "  PROCESO ".
           03  LHI-PROCESO         PIC 9(8).

       01  LINEA-CIERRE.
           03  FILLER              PIC X(10)   VALUE "CIERRE    ".
           03  LCI-PERIODO         PIC 9(6).
           03  FILLER              PIC X(6)    VALUE "  CAT ".
           03  LCI-CATEGORIA       PIC X.
           03  FILLER              PIC X(2)    VALUE SPACES.
           03  LCI-SALDO           PIC -(7)9,999.

       01  LINEA-PARTIDA.
           03  FILLER              PIC X(10)   VALUE "PARTIDA   ".
           03  LPA-TIPO            PIC X(2).
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  LPA-NRO-DOC         PIC X(12).
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  LPA-FECHA           PIC 9(8).
           03  FILLER              PIC X(5)    VALUE " VTO ".
           03  LPA-FECHA-VTO       PIC 9(8).
           03  LPA-IMPORTE         PIC -(7)9,999.
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  LPA-SALDO           PIC -(7)9,999.
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  LPA-ESTADO          PIC X.

       01  LINEA-IMPUTACION.
           03  FILLER              PIC X(10)   VALUE "IMPUTACION".
           03  LIM-TIPO-CREDITO    PIC X(2).
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  LIM-DOC-CREDITO     PIC X(12).
           03  FILLER              PIC X(4)    VALUE " -> ".
           03  LIM-TIPO-DEBITO     PIC X(2).
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  LIM-DOC-DEBITO      PIC X(12).
           03  LIM-IMPORTE         PIC -(7)9,999.
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  LIM-FECHA           PIC 9(8).

       01  LINEA-ADHESION.
           03  FILLER              PIC X(10)   VALUE "ADHESION  ".
           03  FILLER              PIC X(6)    VALUE "BANCO ".
           03  LAD-BANCO           PIC 999.
           03  FILLER              PIC X(5)    VALUE " CBU ".
           03  LAD-CBU             PIC X(22).
           03  FILLER              PIC X(9)    VALUE " MANDATO ".
           03  LAD-MANDATO         PIC 9(8).
           03  FILLER              PIC X(8)    VALUE " ESTADO ".
           03  LAD-ESTADO          PIC X.

       01  LINEA-RESUMEN.
           03  RES-CONCEPTO        PIC X(40).
           03  RES-CANTIDAD        PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM PIDO-PARAMETROS THRU F-PIDO-PARAMETROS.
           IF FIN NOT = "S"
              PERFORM ABRO-ARCHIVO-DEPURADOS
           END-IF.
           IF FIN NOT = "S"
              IF ID-CONSULTA = ZERO
                 PERFORM LISTO-REGISTRO THRU F-LISTO-REGISTRO
                         UNTIL FIN-DEP = "S"
              ELSE
                 PERFORM MUESTRO-REGISTRO THRU F-MUESTRO-REGISTRO
                         UNTIL FIN-DEP = "S"
                 PERFORM MUESTRO-CANTIDADES
              END-IF
              IF OPCION-RESTAURAR AND CANT-CLIENTE > ZERO
                 PERFORM RESTAURO-CLIENTE THRU F-RESTAURO-CLIENTE
              END-IF
              CLOSE CLIENTES-DEPURADOS REPORTE
              PERFORM MUESTRO-TOTALES
           END-IF.
           STOP RUN.

       PIDO-PARAMETROS.
           DISPLAY "FECHA DEL ARCHIVO DE DEPURADOS (AAAAMMDD): ".
           ACCEPT FECHA-ARCHIVO.
           IF FECHA-ARCHIVO NOT NUMERIC OR FECHA-ARCHIVO = ZERO
              DISPLAY "FECHA INVALIDA"
              MOVE "S" TO FIN
              GO TO F-PIDO-PARAMETROS.
           MOVE SPACES TO NOMBRE-ARCHIVO-DEP.
           STRING "./clientes-depurados-" FECHA-ARCHIVO ".dat"
                  DELIMITED BY SIZE INTO NOMBRE-ARCHIVO-DEP.
           DISPLAY "ID CLIENTE (0 = CLIENTES DEL ARCHIVO): ".
           ACCEPT ID-CONSULTA.
           IF ID-CONSULTA NOT NUMERIC
              DISPLAY "CLIENTE INVALIDO"
              MOVE "S" TO FIN
              GO TO F-PIDO-PARAMETROS.
           MOVE "M" TO OPCION.
           IF ID-CONSULTA NOT = ZERO
              DISPLAY "M = MOSTRAR, R = RESTAURAR: "
              ACCEPT OPCION
              IF NOT OPCION-MOSTRAR AND NOT OPCION-RESTAURAR
                 DISPLAY "OPCION INVALIDA"
                 MOVE "S" TO FIN
              END-IF
           END-IF.

       F-PIDO-PARAMETROS.
           EXIT.

       ABRO-ARCHIVO-DEPURADOS.
           OPEN INPUT CLIENTES-DEPURADOS.
           IF ST-DEP > "07"
              CALL "VERIFICA-STATUS" USING ST-DEP MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY NOMBRE-ARCHIVO-DEP ": " MENSAJE-STATUS
              MOVE "S" TO FIN
           ELSE
              MOVE "N" TO FIN-DEP
              OPEN OUTPUT REPORTE
              IF ST-REP > "07"
                 CALL "VERIFICA-STATUS" USING ST-REP MENSAJE-STATUS
                         DECISION-STATUS
                 DISPLAY "REPORTE: " MENSAJE-STATUS
                 CLOSE CLIENTES-DEPURADOS
                 MOVE "S" TO FIN
              ELSE
                 MOVE SPACES TO REG-REPORTE
                 STRING "ARCHIVO DE DEPURADOS " NOMBRE-ARCHIVO-DEP
                        DELIMITED BY SIZE INTO REG-REPORTE
                 PERFORM EMITO-LINEA
                 MOVE ALL "-" TO REG-REPORTE
                 PERFORM EMITO-LINEA
              END-IF
           END-IF.

       EMITO-LINEA.
           DISPLAY REG-REPORTE.
           WRITE REG-REPORTE.

       LISTO-REGISTRO.
           READ CLIENTES-DEPURADOS
               AT END
                   MOVE "S" TO FIN-DEP
                   GO TO F-LISTO-REGISTRO
           END-READ.
           ADD 1 TO CONT-LEIDOS.
           EVALUATE TRUE
               WHEN DEP-REG-HEADER
                   MOVE "INICIO PASADA " TO LCT-DESCRI
                   PERFORM MUESTRO-CONTROL
               WHEN DEP-REG-TRAILER
                   MOVE "FIN PASADA    " TO LCT-DESCRI
                   PERFORM MUESTRO-CONTROL
               WHEN DEP-REG-CLIENTE
                   ADD 1 TO CONT-CLIENTES
                   MOVE DEP_DATOS TO REG-CLIENTES
                   PERFORM MUESTRO-FICHA
           END-EVALUATE.

       F-LISTO-REGISTRO.
           EXIT.

       MUESTRO-CONTROL.
           MOVE DEP_CTL_FECHA     TO LCT-FECHA.
           MOVE DEP_CTL_HORA      TO LCT-HORA.
           MOVE DEP_CTL_USUARIO   TO LCT-USUARIO.
           MOVE DEP_CTL_MESES     TO LCT-MESES.
           MOVE DEP_CTL_CORTE     TO LCT-CORTE.
           MOVE DEP_CTL_CLIENTES  TO LCT-CLIENTES.
           MOVE DEP_CTL_REGISTROS TO LCT-REGISTROS.
           MOVE LINEA-CONTROL TO REG-REPORTE.
           PERFORM EMITO-LINEA.

       MUESTRO-FICHA.
           IF CLI_TIPO = "E"
              MOVE CLI_RAZONSOCIAL(1:40) TO NOMBRE-CLIENTE
           ELSE
              MOVE CLI_NOMBRE(1:40) TO NOMBRE-CLIENTE
           END-IF.
           MOVE CLI_ID            TO LCL-ID.
           MOVE NOMBRE-CLIENTE    TO LCL-NOMBRE.
           MOVE CLI_TIPO          TO LCL-TIPO.
           MOVE CLI_CATEGORIA     TO LCL-CATEGORIA.
           MOVE CLI_FECHA_ALTA    TO LCL-ALTA.
           MOVE CLI_FECHA_MODIF   TO LCL-MODIF.
           MOVE CLI_USUARIO_MODIF TO LCL-USUARIO.
           MOVE LINEA-CLIENTE TO REG-REPORTE.
           PERFORM EMITO-LINEA.

       MUESTRO-REGISTRO.
           READ CLIENTES-DEPURADOS
               AT END
                   MOVE "S" TO FIN-DEP
                   GO TO F-MUESTRO-REGISTRO
           END-READ.
           ADD 1 TO CONT-LEIDOS.
           IF DEP_CLI_ID NOT = ID-CONSULTA
              GO TO F-MUESTRO-REGISTRO.
           EVALUATE TRUE
               WHEN DEP-REG-CLIENTE
                   ADD 1 TO CANT-CLIENTE
                   MOVE DEP_DATOS TO REG-CLIENTES
                   PERFORM MUESTRO-FICHA
                   PERFORM MUESTRO-DATOS-FICHA
               WHEN DEP-REG-HISTORIA
                   ADD 1 TO CANT-HISTORIA
                   MOVE DEP_DATOS TO REG-HISTORIA
                   MOVE HIS_FECHA         TO LHI-FECHA
                   MOVE HIS_SECUENCIA     TO LHI-SECUENCIA
                   MOVE HIS_TIPO          TO LHI-TIPO
                   MOVE HIS_NRO_DOC       TO LHI-NRO-DOC
                   MOVE HIS_IMPORTE       TO LHI-IMPORTE
                   MOVE HIS_SALDO_RESULT  TO LHI-SALDO
                   MOVE HIS_FECHA_PROCESO TO LHI-PROCESO
                   MOVE LINEA-HISTORIA TO REG-REPORTE
                   PERFORM EMITO-LINEA
               WHEN DEP-REG-CIERRE
                   ADD 1 TO CANT-CIERRES
                   MOVE DEP_DATOS TO REG-CIERRE
                   MOVE CIE_PERIODO   TO LCI-PERIODO
                   MOVE CIE_CATEGORIA TO LCI-CATEGORIA
                   MOVE CIE_SALDO     TO LCI-SALDO
                   MOVE LINEA-CIERRE TO REG-REPORTE
                   PERFORM EMITO-LINEA
               WHEN DEP-REG-PARTIDA
                   ADD 1 TO CANT-PARTIDAS
                   MOVE DEP_DATOS TO REG-PARTIDA
                   MOVE PAR_TIPO      TO LPA-TIPO
                   MOVE PAR_NRO_DOC   TO LPA-NRO-DOC
                   MOVE PAR_FECHA     TO LPA-FECHA
                   MOVE PAR_FECHA_VTO TO LPA-FECHA-VTO
                   MOVE PAR_IMPORTE   TO LPA-IMPORTE
                   MOVE PAR_SALDO     TO LPA-SALDO
                   MOVE PAR_ESTADO    TO LPA-ESTADO
                   MOVE LINEA-PARTIDA TO REG-REPORTE
                   PERFORM EMITO-LINEA
               WHEN DEP-REG-IMPUTACION
                   ADD 1 TO CANT-IMPUTACIONES
                   MOVE DEP_DATOS TO REG-IMPUTACION
                   MOVE IMP_TIPO_CREDITO TO LIM-TIPO-CREDITO
                   MOVE IMP_DOC_CREDITO  TO LIM-DOC-CREDITO
                   MOVE IMP_TIPO_DEBITO  TO LIM-TIPO-DEBITO
                   MOVE IMP_DOC_DEBITO   TO LIM-DOC-DEBITO
                   MOVE IMP_IMPORTE      TO LIM-IMPORTE
                   MOVE IMP_FECHA        TO LIM-FECHA
                   MOVE LINEA-IMPUTACION TO REG-REPORTE
                   PERFORM EMITO-LINEA
               WHEN DEP-REG-ADHESION
                   ADD 1 TO CANT-ADHESIONES
                   MOVE DEP_DATOS TO REG-ADHESION
                   MOVE ADH_BANCO         TO LAD-BANCO
                   MOVE ADH_CBU           TO LAD-CBU
                   MOVE ADH_FECHA_MANDATO TO LAD-MANDATO
                   MOVE ADH_ESTADO        TO LAD-ESTADO
                   MOVE LINEA-ADHESION TO REG-REPORTE
                   PERFORM EMITO-LINEA
           END-EVALUATE.

       F-MUESTRO-REGISTRO.
           EXIT.

       MUESTRO-DATOS-FICHA.
           MOVE SPACES TO REG-REPORTE.
           STRING "          DIRECCION " CLI_DIRECCION(1:60)
                  " CP " CLI_CODPOST
                  DELIMITED BY SIZE INTO REG-REPORTE.
           PERFORM EMITO-LINEA.
           MOVE ZERO TO CUIT-EDITADO.
           IF CLI_CUIT NUMERIC
              MOVE CLI_CUIT TO CUIT-EDITADO
           END-IF.
           MOVE CLI_SALDO          TO SALDO-EDITADO.
           MOVE CLI_LIMITE_CREDITO TO IMPORTE-EDITADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "          CUIT " CUIT-EDITADO
                  " COND.IVA " CLI_COND_IVA
                  " ACTIVO " CLI_IND_ACTIVO
                  " SALDO " SALDO-EDITADO
                  " LIMITE " IMPORTE-EDITADO
                  DELIMITED BY SIZE INTO REG-REPORTE.
           PERFORM EMITO-LINEA.

       MUESTRO-CANTIDADES.
           MOVE ALL "-" TO REG-REPORTE.
           PERFORM EMITO-LINEA.
           IF CANT-CLIENTE = ZERO
              MOVE SPACES TO REG-REPORTE
              STRING "EL CLIENTE " ID-CONSULTA
                     " NO ESTA EN EL ARCHIVO"
                     DELIMITED BY SIZE INTO REG-REPORTE
              PERFORM EMITO-LINEA
           ELSE
              MOVE "MOVIMIENTOS DE HISTORIA ARCHIVADOS" TO RES-CONCEPTO
              MOVE CANT-HISTORIA TO RES-CANTIDAD
              MOVE LINEA-RESUMEN TO REG-REPORTE
              PERFORM EMITO-LINEA
              MOVE "CIERRES ARCHIVADOS" TO RES-CONCEPTO
              MOVE CANT-CIERRES TO RES-CANTIDAD
              MOVE LINEA-RESUMEN TO REG-REPORTE
              PERFORM EMITO-LINEA
              MOVE "PARTIDAS ARCHIVADAS" TO RES-CONCEPTO
              MOVE CANT-PARTIDAS TO RES-CANTIDAD
              MOVE LINEA-RESUMEN TO REG-REPORTE
              PERFORM EMITO-LINEA
              MOVE "IMPUTACIONES ARCHIVADAS" TO RES-CONCEPTO
              MOVE CANT-IMPUTACIONES TO RES-CANTIDAD
              MOVE LINEA-RESUMEN TO REG-REPORTE
              PERFORM EMITO-LINEA
              MOVE "ADHESIONES ARCHIVADAS" TO RES-CONCEPTO
              MOVE CANT-ADHESIONES TO RES-CANTIDAD
              MOVE LINEA-RESUMEN TO REG-REPORTE
              PERFORM EMITO-LINEA
           END-IF.

       RESTAURO-CLIENTE.
           PERFORM PIDO-SUPERVISOR.
           IF SW-AUTORIZADO NOT = "S"
              MOVE "RESTAURACION NO AUTORIZADA" TO REG-REPORTE
              PERFORM EMITO-LINEA
              GO TO F-RESTAURO-CLIENTE.
           DISPLAY "CONFIRMA LA RESTAURACION (S/N): ".
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
              DISPLAY "RESTAURACION CANCELADA"
              GO TO F-RESTAURO-CLIENTE.
           PERFORM ABRO-ARCHIVOS-VIVOS.
           IF FIN = "S"
              PERFORM CIERRO-ARCHIVOS-VIVOS
              GO TO F-RESTAURO-CLIENTE.
           MOVE ID-CONSULTA TO CLI_ID.
           READ CLIENTES
               NOT INVALID KEY
                   MOVE SPACES TO REG-REPORTE
                   STRING "EL CLIENTE " ID-CONSULTA
                          " YA EXISTE EN CLIENTES, NO SE RESTAURA"
                          DELIMITED BY SIZE INTO REG-REPORTE
                   PERFORM EMITO-LINEA
                   PERFORM CIERRO-ARCHIVOS-VIVOS
                   GO TO F-RESTAURO-CLIENTE
           END-READ.
           CLOSE CLIENTES-DEPURADOS.
           OPEN INPUT CLIENTES-DEPURADOS.
           MOVE "N" TO FIN-DEP.
           PERFORM RESTAURO-REGISTRO THRU F-RESTAURO-REGISTRO
                   UNTIL FIN-DEP = "S".
           IF SW-CLIENTE-GRABADO = "S"
              PERFORM GRABO-BITACORA-RESTAURACION
           END-IF.
           PERFORM CIERRO-ARCHIVOS-VIVOS.
           MOVE ALL "-" TO REG-REPORTE.
           PERFORM EMITO-LINEA.
           MOVE "REGISTROS RESTAURADOS" TO RES-CONCEPTO.
           MOVE CONT-RESTAURADOS TO RES-CANTIDAD.
           MOVE LINEA-RESUMEN TO REG-REPORTE.
           PERFORM EMITO-LINEA.
           MOVE "REGISTROS QUE YA EXISTIAN" TO RES-CONCEPTO.
           MOVE CONT-EXISTENTES TO RES-CANTIDAD.
           MOVE LINEA-RESUMEN TO REG-REPORTE.
           PERFORM EMITO-LINEA.
           IF CONT-ERRORES > ZERO
              MOVE "ERRORES DURANTE LA RESTAURACION" TO RES-CONCEPTO
              MOVE CONT-ERRORES TO RES-CANTIDAD
              MOVE LINEA-RESUMEN TO REG-REPORTE
              PERFORM EMITO-LINEA
           END-IF.

       F-RESTAURO-CLIENTE.
           EXIT.

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

       ABRO-ARCHIVOS-VIVOS.
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
           IF CANT-CIERRES > ZERO
              OPEN I-O CIERRES
              IF ST-CIE = "35"
                 OPEN OUTPUT CIERRES
                 CLOSE CIERRES
                 OPEN I-O CIERRES
              END-IF
              IF ST-CIE > "07"
                 CALL "VERIFICA-STATUS" USING ST-CIE MENSAJE-STATUS
                         DECISION-STATUS
                 DISPLAY "CIERRES: " MENSAJE-STATUS
                 MOVE "S" TO FIN
              END-IF
           END-IF.
           IF CANT-PARTIDAS > ZERO
              OPEN I-O PARTIDAS
              IF ST-PAR = "35"
                 OPEN OUTPUT PARTIDAS
                 CLOSE PARTIDAS
                 OPEN I-O PARTIDAS
              END-IF
              IF ST-PAR > "07"
                 CALL "VERIFICA-STATUS" USING ST-PAR MENSAJE-STATUS
                         DECISION-STATUS
                 DISPLAY "PARTIDAS: " MENSAJE-STATUS
                 MOVE "S" TO FIN
              END-IF
           END-IF.
           IF CANT-IMPUTACIONES > ZERO
              OPEN I-O IMPUTACIONES
              IF ST-IMP = "35"
                 OPEN OUTPUT IMPUTACIONES
                 CLOSE IMPUTACIONES
                 OPEN I-O IMPUTACIONES
              END-IF
              IF ST-IMP > "07"
                 CALL "VERIFICA-STATUS" USING ST-IMP MENSAJE-STATUS
                         DECISION-STATUS
                 DISPLAY "IMPUTACIONES: " MENSAJE-STATUS
                 MOVE "S" TO FIN
              END-IF
           END-IF.
           IF CANT-ADHESIONES > ZERO
              OPEN I-O ADHESIONES
              IF ST-ADH = "35"
                 OPEN OUTPUT ADHESIONES
                 CLOSE ADHESIONES
                 OPEN I-O ADHESIONES
              END-IF
              IF ST-ADH > "07"
                 CALL "VERIFICA-STATUS" USING ST-ADH MENSAJE-STATUS
                         DECISION-STATUS
                 DISPLAY "ADHESIONES: " MENSAJE-STATUS
                 MOVE "S" TO FIN
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

       CIERRO-ARCHIVOS-VIVOS.
           CLOSE CLIENTES HISTORIA BITACORA.
           IF CANT-CIERRES > ZERO
              CLOSE CIERRES
           END-IF.
           IF CANT-PARTIDAS > ZERO
              CLOSE PARTIDAS
           END-IF.
           IF CANT-IMPUTACIONES > ZERO
              CLOSE IMPUTACIONES
           END-IF.
           IF CANT-ADHESIONES > ZERO
              CLOSE ADHESIONES
           END-IF.

       RESTAURO-REGISTRO.
           READ CLIENTES-DEPURADOS
               AT END
                   MOVE "S" TO FIN-DEP
                   GO TO F-RESTAURO-REGISTRO
           END-READ.
           IF DEP_CLI_ID NOT = ID-CONSULTA
              GO TO F-RESTAURO-REGISTRO.
           EVALUATE TRUE
               WHEN DEP-REG-CLIENTE
                   MOVE DEP_DATOS TO REG-CLIENTES
                   WRITE REG-CLIENTES
                       INVALID KEY
                           MOVE ST-FILE TO ST-DEP
                           PERFORM ERROR-RESTAURACION
                       NOT INVALID KEY
                           ADD 1 TO CONT-RESTAURADOS
                           MOVE "S" TO SW-CLIENTE-GRABADO
                   END-WRITE
               WHEN DEP-REG-HISTORIA
                   MOVE DEP_DATOS TO REG-HISTORIA
                   WRITE REG-HISTORIA
                       INVALID KEY
                           MOVE ST-HIS TO ST-DEP
                           PERFORM ERROR-RESTAURACION
                       NOT INVALID KEY
                           ADD 1 TO CONT-RESTAURADOS
                   END-WRITE
               WHEN DEP-REG-CIERRE
                   MOVE DEP_DATOS TO REG-CIERRE
                   WRITE REG-CIERRE
                       INVALID KEY
                           MOVE ST-CIE TO ST-DEP
                           PERFORM ERROR-RESTAURACION
                       NOT INVALID KEY
                           ADD 1 TO CONT-RESTAURADOS
                   END-WRITE
               WHEN DEP-REG-PARTIDA
                   MOVE DEP_DATOS TO REG-PARTIDA
                   WRITE REG-PARTIDA
                       INVALID KEY
                           MOVE ST-PAR TO ST-DEP
                           PERFORM ERROR-RESTAURACION
                       NOT INVALID KEY
                           ADD 1 TO CONT-RESTAURADOS
                   END-WRITE
               WHEN DEP-REG-IMPUTACION
                   MOVE DEP_DATOS TO REG-IMPUTACION
                   WRITE REG-IMPUTACION
                       INVALID KEY
                           MOVE ST-IMP TO ST-DEP
                           PERFORM ERROR-RESTAURACION
                       NOT INVALID KEY
                           ADD 1 TO CONT-RESTAURADOS
                   END-WRITE
               WHEN DEP-REG-ADHESION
                   MOVE DEP_DATOS TO REG-ADHESION
                   WRITE REG-ADHESION
                       INVALID KEY
                           MOVE ST-ADH TO ST-DEP
                           PERFORM ERROR-RESTAURACION
                       NOT INVALID KEY
                           ADD 1 TO CONT-RESTAURADOS
                   END-WRITE
           END-EVALUATE.

       F-RESTAURO-REGISTRO.
           EXIT.

       ERROR-RESTAURACION.
           IF ST-DEP = "22"
              ADD 1 TO CONT-EXISTENTES
           ELSE
              CALL "VERIFICA-STATUS" USING ST-DEP MENSAJE-STATUS
                      DECISION-STATUS
              MOVE SPACES TO REG-REPORTE
              STRING "ERROR RESTAURANDO REGISTRO " DEP_TIPO_REG ": "
                     MENSAJE-STATUS
                     DELIMITED BY SIZE INTO REG-REPORTE
              PERFORM EMITO-LINEA
              ADD 1 TO CONT-ERRORES
           END-IF.

       GRABO-BITACORA-RESTAURACION.
           MOVE ID-CONSULTA TO CLI_ID.
           READ CLIENTES
               INVALID KEY
                   MOVE ST-FILE TO ST-DEP
                   PERFORM ERROR-RESTAURACION
           END-READ.
           ACCEPT BIT_FECHA FROM DATE YYYYMMDD.
           ACCEPT BIT_HORA  FROM TIME.
           MOVE "REST"           TO BIT_OPERACION.
           MOVE ID-CONSULTA      TO BIT_CLI_ID.
           MOVE SUP-USUARIO      TO BIT_USUARIO.
           MOVE SPACES           TO BIT_ANTES.
           MOVE ZERO             TO BIT_ANTES_SALDO.
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

       MUESTRO-TOTALES.
           DISPLAY "REGISTROS LEIDOS DEL ARCHIVO: " CONT-LEIDOS.
           IF ID-CONSULTA = ZERO
              DISPLAY "CLIENTES EN EL ARCHIVO      : " CONT-CLIENTES
           END-IF.
           IF OPCION-RESTAURAR
              DISPLAY "REGISTROS RESTAURADOS       : " CONT-RESTAURADOS
           END-IF.
           IF CONT-ERRORES > ZERO
              DISPLAY "ERRORES                     : " CONT-ERRORES
              MOVE 16 TO RETURN-CODE
           END-IF.
           DISPLAY "REPORTE GENERADO EN ./consulta-depurados.rpt".

       END PROGRAM CONSULTA-DEPURADOS.
