      ******************************************************************
      * Author:
      * Date:
      * Purpose: Retention purge of customers given baja long ago. Only
      *          a nivel 9 supervisor may run it. Selects the customers
      *          with CLI_IND_ACTIVO = "N", zero CLI_SALDO, no open
      *          item and neither a historia movement nor a modification
      *          in the number of months asked at run time (a
      *          movement counts by its fecha or its fecha de proceso,
      *          whichever is later). Their
      *          cierres snapshots, historia movements, partidas,
      *          imputaciones, direct-debit enrolment and the customer
      *          record itself are first copied to the dated archive
      *          ./clientes-depurados-AAAAMMDD.dat and then deleted
      *          from the live files. When writing the archive fails
      *          nothing else is deleted, and the customer record goes
      *          last, only when all its rows were archived and deleted,
      *          so an interrupted run can be repeated. Every customer
      *          removed is logged
      *          in the bitacora (operation "DEPU"). Report of what
      *          was removed in ./depuracion-clientes.rpt. Archived
      *          customers are shown or restored with
      *          CONSULTA-DEPURADOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPURA-CLIENTES.
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

           SELECT REPORTE ASSIGN TO "./depuracion-clientes.rpt"
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
       01  FIN-CLI             PIC X       VALUE "N".
       01  FIN-HIS             PIC X       VALUE "N".
       01  FIN-CIE             PIC X       VALUE "N".
       01  FIN-PAR             PIC X       VALUE "N".
       01  FIN-IMP             PIC X       VALUE "N".
       01  SW-AUTORIZADO       PIC X       VALUE "N".
       01  SW-CIERRES          PIC X       VALUE "N".
       01  SW-PARTIDAS         PIC X       VALUE "N".
       01  SW-IMPUTACIONES     PIC X       VALUE "N".
       01  SW-ADHESIONES       PIC X       VALUE "N".
       01  SW-PARTIDA-ABIERTA  PIC X       VALUE "N".
       01  SW-ERROR-ARCHIVO    PIC X       VALUE "N".
       01  SW-TABLA-COMPLETA   PIC X       VALUE "N".
       01  CONFIRMA            PIC X       VALUE "N".

       01  SUP-USUARIO         PIC X(8)    VALUE SPACES.
       01  SUP-PASSWORD        PIC X(8)    VALUE SPACES.
       01  CONT-INT-SUP        PIC 9(2)    VALUE ZERO.

       01  FECHA-HOY           PIC 9(8)    VALUE ZERO.
       01  FECHA-HOY-DESGLOSE REDEFINES FECHA-HOY.
           03  HOY-ANO             PIC 9(4).
           03  HOY-MES             PIC 9(2).
           03  HOY-DIA             PIC 9(2).
       01  FECHA-CORTE         PIC 9(8)    VALUE ZERO.
       01  FECHA-CORTE-DESGLOSE REDEFINES FECHA-CORTE.
           03  CORTE-ANO           PIC 9(4).
           03  CORTE-MES           PIC 9(2).
           03  CORTE-DIA           PIC 9(2).
       01  MESES-INACTIVIDAD   PIC 9(3)    VALUE ZERO.
       01  MESES-DEFECTO       PIC 9(3)    VALUE 60.
       01  MESES-MINIMO        PIC 9(3)    VALUE 12.
       01  MESES-TOTAL         PIC 9(7)    VALUE ZERO.
       01  RESTO-MESES         PIC 9(2)    VALUE ZERO.

       01  NOMBRE-ARCHIVO-DEP  PIC X(40)   VALUE SPACES.

       01  ID-DEPURADO         PIC 9(7)    VALUE ZERO.
       01  NOMBRE-CLIENTE      PIC X(40)   VALUE SPACES.
       01  FECHA-ALTA-CLI      PIC 9(8)    VALUE ZERO.
       01  ULT-MODIFICACION    PIC 9(8)    VALUE ZERO.
       01  ULT-MOVIMIENTO      PIC 9(8)    VALUE ZERO.

       01  ANTES-SALDO         PIC S9(7)V9(3).
       01  ANTES-NOMBRE        PIC X(70).
       01  ANTES-DIRECCION     PIC X(80).
       01  ANTES-CODPOST       PIC X(10).
       01  ANTES-CATEGORIA     PIC X.
       01  ANTES-TIPO          PIC X.
       01  ANTES-RAZONSOCIAL   PIC X(80).
       01  ANTES-IND-ACTIVO    PIC X.

       01  CLAVE-CIE-ACTUAL.
           03  CAC-PERIODO         PIC 9(6).
           03  CAC-CLI-ID          PIC 9(7).

       01  TABLA-DEPURADOS.
           03  TDE-ITEM            OCCURS 2000.
               05  TDE-CLI-ID          PIC 9(7).
               05  TDE-ULT-MODIF       PIC 9(8).
               05  TDE-ULT-MOV         PIC 9(8).
               05  TDE-CANT-CIE        PIC 9(5).
       01  CANT-DEPURADOS      PIC 9(4) COMP VALUE ZERO.
       01  MAX-DEPURADOS       PIC 9(4) COMP VALUE 2000.
       01  IND-DEP             PIC 9(4) COMP VALUE ZERO.
       01  IND-ENCONTRADO      PIC 9(4) COMP VALUE ZERO.

       01  CANT-HIS-CLI        PIC 9(5)    VALUE ZERO.
       01  CANT-PAR-CLI        PIC 9(5)    VALUE ZERO.
       01  CANT-IMP-CLI        PIC 9(5)    VALUE ZERO.
       01  CANT-ADH-CLI        PIC 9(5)    VALUE ZERO.
       01  ERRORES-CLI         PIC 9(5)    VALUE ZERO.

       01  CONT-LEIDOS         PIC 9(7)    VALUE ZERO.
       01  CONT-INACTIVOS      PIC 9(7)    VALUE ZERO.
       01  CONT-EXC-RECIENTES  PIC 9(7)    VALUE ZERO.
       01  CONT-EXC-PARTIDAS   PIC 9(7)    VALUE ZERO.
       01  CONT-DEPURADOS      PIC 9(7)    VALUE ZERO.
       01  CONT-HIS-DEPURADOS  PIC 9(7)    VALUE ZERO.
       01  CONT-CIE-DEPURADOS  PIC 9(7)    VALUE ZERO.
       01  CONT-PAR-DEPURADAS  PIC 9(7)    VALUE ZERO.
       01  CONT-IMP-DEPURADAS  PIC 9(7)    VALUE ZERO.
       01  CONT-ADH-DEPURADAS  PIC 9(7)    VALUE ZERO.
       01  CONT-ARCHIVADOS     PIC 9(7)    VALUE ZERO.
       01  CONT-ERRORES        PIC 9(7)    VALUE ZERO.

       01  LINEA-TITULO.
           03  FILLER              PIC X(30)
               VALUE "DEPURACION DE CLIENTES AL ".
           03  TIT-FECHA           PIC 9(8).
           03  FILLER              PIC X(18)
               VALUE "   SUPERVISOR ".
           03  TIT-SUPERVISOR      PIC X(8).

       01  LINEA-PARAMETROS.
           03  FILLER              PIC X(22)
               VALUE "MESES SIN ACTIVIDAD: ".
           03  LPA-MESES           PIC ZZ9.
           03  FILLER              PIC X(22)
               VALUE "   FECHA DE CORTE: ".
           03  LPA-CORTE           PIC 9(8).
           03  FILLER              PIC X(12)
               VALUE "   ARCHIVO: ".
           03  LPA-ARCHIVO         PIC X(40).

       01  LINEA-SUBTITULO.
           03  FILLER              PIC X(9)    VALUE "CLIENTE".
           03  FILLER              PIC X(31)   VALUE "NOMBRE".
           03  FILLER              PIC X(9)    VALUE "ALTA".
           03  FILLER              PIC X(9)    VALUE "ULT.MODIF".
           03  FILLER              PIC X(9)    VALUE "ULT.MOV.".
           03  FILLER              PIC X(6)    VALUE "  HIST".
           03  FILLER              PIC X(6)    VALUE "  CIER".
           03  FILLER              PIC X(6)    VALUE "  PART".
           03  FILLER              PIC X(6)    VALUE "  IMPU".
           03  FILLER              PIC X(6)    VALUE "  ADH".
           03  FILLER              PIC X(30)   VALUE "ACCION".

       01  LINEA-DETALLE.
           03  DET-CLI-ID          PIC ZZZZZZ9.
           03  FILLER              PIC X(2)    VALUE SPACES.
           03  DET-NOMBRE          PIC X(30).
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  DET-ALTA            PIC 9(8).
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  DET-MODIF           PIC 9(8).
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  DET-ULT-MOV         PIC 9(8).
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  DET-HISTORIA        PIC ZZZZ9.
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  DET-CIERRES         PIC ZZZZ9.
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  DET-PARTIDAS        PIC ZZZZ9.
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  DET-IMPUTACIONES    PIC ZZZZ9.
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  DET-ADHESION        PIC ZZZZ9.
           03  FILLER              PIC X(2)    VALUE SPACES.
           03  DET-ACCION          PIC X(30).

       01  LINEA-RESUMEN.
           03  RES-CONCEPTO        PIC X(40).
           03  RES-CANTIDAD        PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM PIDO-SUPERVISOR.
           IF SW-AUTORIZADO NOT = "S"
              DISPLAY "DEPURACION NO AUTORIZADA"
              MOVE "S" TO FIN
           END-IF.
           IF FIN NOT = "S"
              PERFORM PIDO-MESES THRU F-PIDO-MESES
           END-IF.
           IF FIN NOT = "S"
              PERFORM ABRO-ARCHIVOS
           END-IF.
           IF FIN NOT = "S"
              PERFORM IMPRIME-ENCABEZADO
              PERFORM GRABO-HEADER-ARCHIVO
              PERFORM SELECCIONO-CLIENTES
              IF CANT-DEPURADOS > ZERO AND SW-ERROR-ARCHIVO = "N"
                 IF SW-CIERRES = "S"
                    PERFORM ARCHIVO-CIERRES
                 END-IF
                 PERFORM DEPURO-CLIENTE THRU F-DEPURO-CLIENTE
                         VARYING IND-DEP FROM 1 BY 1
                         UNTIL IND-DEP > CANT-DEPURADOS
                            OR SW-ERROR-ARCHIVO = "S"
              END-IF
              PERFORM GRABO-TRAILER-ARCHIVO
              PERFORM IMPRIME-TOTALES
              PERFORM CIERRO-ARCHIVOS
              PERFORM MUESTRO-TOTALES
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

       PIDO-MESES.
           DISPLAY "MESES SIN MOVIMIENTO NI MODIFICACION (0 = "
                   MESES-DEFECTO "): ".
           ACCEPT MESES-INACTIVIDAD.
           IF MESES-INACTIVIDAD NOT NUMERIC
              DISPLAY "CANTIDAD DE MESES INVALIDA"
              MOVE "S" TO FIN
              GO TO F-PIDO-MESES.
           IF MESES-INACTIVIDAD = ZERO
              MOVE MESES-DEFECTO TO MESES-INACTIVIDAD
           END-IF.
           IF MESES-INACTIVIDAD < MESES-MINIMO
              DISPLAY "EL MINIMO ES DE " MESES-MINIMO " MESES"
              MOVE "S" TO FIN
              GO TO F-PIDO-MESES.
           COMPUTE MESES-TOTAL = HOY-ANO * 12 + HOY-MES - 1
                                 - MESES-INACTIVIDAD.
           DIVIDE MESES-TOTAL BY 12 GIVING CORTE-ANO
                  REMAINDER RESTO-MESES.
           COMPUTE CORTE-MES = RESTO-MESES + 1.
           MOVE HOY-DIA TO CORTE-DIA.
           MOVE SPACES TO NOMBRE-ARCHIVO-DEP.
           STRING "./clientes-depurados-" FECHA-HOY ".dat"
                  DELIMITED BY SIZE INTO NOMBRE-ARCHIVO-DEP.
           DISPLAY "SE DEPURAN LOS CLIENTES INACTIVOS, CON SALDO CERO,".
           DISPLAY "SIN MOVIMIENTO NI MODIFICACION DESDE " FECHA-CORTE.
           DISPLAY "ARCHIVO: " NOMBRE-ARCHIVO-DEP.
           DISPLAY "CONFIRMA LA DEPURACION (S/N): ".
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
              DISPLAY "DEPURACION CANCELADA"
              MOVE "S" TO FIN
           END-IF.

       F-PIDO-MESES.
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
              CONTINUE
           ELSE
              IF ST-CIE > "07"
                 CALL "VERIFICA-STATUS" USING ST-CIE MENSAJE-STATUS
                         DECISION-STATUS
                 DISPLAY "CIERRES: " MENSAJE-STATUS
                 MOVE "S" TO FIN
              ELSE
                 MOVE "S" TO SW-CIERRES
              END-IF
           END-IF.
           OPEN I-O PARTIDAS.
           IF ST-PAR = "35"
              CONTINUE
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
              CONTINUE
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
           OPEN EXTEND CLIENTES-DEPURADOS.
           IF ST-DEP = "35"
              OPEN OUTPUT CLIENTES-DEPURADOS
              CLOSE CLIENTES-DEPURADOS
              OPEN EXTEND CLIENTES-DEPURADOS
           END-IF.
           IF ST-DEP > "07"
              CALL "VERIFICA-STATUS" USING ST-DEP MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "ARCHIVO DE DEPURADOS: " MENSAJE-STATUS
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
           CLOSE CLIENTES HISTORIA BITACORA CLIENTES-DEPURADOS REPORTE.
           IF SW-CIERRES = "S"
              CLOSE CIERRES
           END-IF.
           IF SW-PARTIDAS = "S"
              CLOSE PARTIDAS
           END-IF.
           IF SW-IMPUTACIONES = "S"
              CLOSE IMPUTACIONES
           END-IF.
           IF SW-ADHESIONES = "S"
              CLOSE ADHESIONES
           END-IF.

       IMPRIME-ENCABEZADO.
           MOVE FECHA-HOY   TO TIT-FECHA.
           MOVE SUP-USUARIO TO TIT-SUPERVISOR.
           WRITE REG-REPORTE FROM LINEA-TITULO.
           MOVE MESES-INACTIVIDAD  TO LPA-MESES.
           MOVE FECHA-CORTE        TO LPA-CORTE.
           MOVE NOMBRE-ARCHIVO-DEP TO LPA-ARCHIVO.
           WRITE REG-REPORTE FROM LINEA-PARAMETROS.
           MOVE ALL "-" TO REG-REPORTE.
           WRITE REG-REPORTE.
           WRITE REG-REPORTE FROM LINEA-SUBTITULO.
           MOVE ALL "-" TO REG-REPORTE.
           WRITE REG-REPORTE.

       GRABO-HEADER-ARCHIVO.
           MOVE SPACES TO REG-DEPURADO.
           MOVE "H"               TO DEP_TIPO_REG.
           MOVE ZERO              TO DEP_CLI_ID.
           MOVE FECHA-HOY         TO DEP_CTL_FECHA.
           ACCEPT DEP_CTL_HORA FROM TIME.
           MOVE SUP-USUARIO       TO DEP_CTL_USUARIO.
           MOVE MESES-INACTIVIDAD TO DEP_CTL_MESES.
           MOVE FECHA-CORTE       TO DEP_CTL_CORTE.
           MOVE ZERO              TO DEP_CTL_CLIENTES DEP_CTL_REGISTROS.
           WRITE REG-DEPURADO.
           IF ST-DEP > "07"
              CALL "VERIFICA-STATUS" USING ST-DEP MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "ARCHIVO DE DEPURADOS: " MENSAJE-STATUS
              ADD 1 TO CONT-ERRORES
              MOVE "S" TO SW-ERROR-ARCHIVO
           END-IF.

       GRABO-TRAILER-ARCHIVO.
           MOVE SPACES TO REG-DEPURADO.
           MOVE "T"             TO DEP_TIPO_REG.
           MOVE ZERO            TO DEP_CLI_ID.
           MOVE FECHA-HOY       TO DEP_CTL_FECHA.
           ACCEPT DEP_CTL_HORA FROM TIME.
           MOVE SUP-USUARIO     TO DEP_CTL_USUARIO.
           MOVE MESES-INACTIVIDAD TO DEP_CTL_MESES.
           MOVE FECHA-CORTE     TO DEP_CTL_CORTE.
           MOVE CONT-DEPURADOS  TO DEP_CTL_CLIENTES.
           MOVE CONT-ARCHIVADOS TO DEP_CTL_REGISTROS.
           WRITE REG-DEPURADO.
           IF ST-DEP > "07"
              CALL "VERIFICA-STATUS" USING ST-DEP MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "ARCHIVO DE DEPURADOS: " MENSAJE-STATUS
              ADD 1 TO CONT-ERRORES
           END-IF.

       GRABO-ARCHIVO.
           WRITE REG-DEPURADO.
           IF ST-DEP > "07"
              CALL "VERIFICA-STATUS" USING ST-DEP MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "ARCHIVO DE DEPURADOS: " MENSAJE-STATUS
              ADD 1 TO CONT-ERRORES
              MOVE "S" TO SW-ERROR-ARCHIVO
           ELSE
              ADD 1 TO CONT-ARCHIVADOS
           END-IF.

       SELECCIONO-CLIENTES.
           MOVE "N" TO FIN-CLI.
           PERFORM EVALUO-CLIENTE THRU F-EVALUO-CLIENTE
                   UNTIL FIN-CLI = "S".
           IF SW-TABLA-COMPLETA = "S"
              MOVE SPACES TO REG-REPORTE
              STRING "SE ALCANZO EL MAXIMO DE CLIENTES POR PASADA, "
                     "VOLVER A EJECUTAR"
                     DELIMITED BY SIZE INTO REG-REPORTE
              WRITE REG-REPORTE
           END-IF.

       EVALUO-CLIENTE.
           READ CLIENTES NEXT RECORD
               AT END
                   MOVE "S" TO FIN-CLI
                   GO TO F-EVALUO-CLIENTE
           END-READ.
           ADD 1 TO CONT-LEIDOS.
           IF NOT CLI-INACTIVO OR CLI_SALDO NOT = ZERO
              GO TO F-EVALUO-CLIENTE.
           ADD 1 TO CONT-INACTIVOS.
           MOVE CLI_FECHA_MODIF TO ULT-MODIFICACION.
           IF CLI_FECHA_MODIF NOT NUMERIC OR CLI_FECHA_MODIF = ZERO
              MOVE CLI_FECHA_ALTA TO ULT-MODIFICACION
           END-IF.
           IF ULT-MODIFICACION NOT < FECHA-CORTE
              ADD 1 TO CONT-EXC-RECIENTES
              GO TO F-EVALUO-CLIENTE.
           PERFORM BUSCO-ULTIMO-MOVIMIENTO.
           IF ULT-MOVIMIENTO NOT < FECHA-CORTE
              ADD 1 TO CONT-EXC-RECIENTES
              GO TO F-EVALUO-CLIENTE.
           MOVE "N" TO SW-PARTIDA-ABIERTA.
           IF SW-PARTIDAS = "S"
              PERFORM BUSCO-PARTIDAS-ABIERTAS
           END-IF.
           IF SW-PARTIDA-ABIERTA = "S"
              ADD 1 TO CONT-EXC-PARTIDAS
              MOVE CLI_ID         TO ID-DEPURADO
              MOVE CLI_FECHA_ALTA TO FECHA-ALTA-CLI
              PERFORM CARGO-NOMBRE
              MOVE ZERO TO CANT-HIS-CLI CANT-PAR-CLI CANT-IMP-CLI
                           CANT-ADH-CLI
              MOVE ZERO TO DET-CIERRES
              MOVE "EXCLUIDO: PARTIDAS ABIERTAS" TO DET-ACCION
              PERFORM IMPRIME-DETALLE
              GO TO F-EVALUO-CLIENTE.
           IF CANT-DEPURADOS >= MAX-DEPURADOS
              MOVE "S" TO SW-TABLA-COMPLETA FIN-CLI
              GO TO F-EVALUO-CLIENTE.
           ADD 1 TO CANT-DEPURADOS.
           MOVE CLI_ID           TO TDE-CLI-ID (CANT-DEPURADOS).
           MOVE ULT-MODIFICACION TO TDE-ULT-MODIF (CANT-DEPURADOS).
           MOVE ULT-MOVIMIENTO   TO TDE-ULT-MOV (CANT-DEPURADOS).
           MOVE ZERO             TO TDE-CANT-CIE (CANT-DEPURADOS).

       F-EVALUO-CLIENTE.
           EXIT.

       BUSCO-ULTIMO-MOVIMIENTO.
           MOVE ZERO TO ULT-MOVIMIENTO.
           MOVE "N"  TO FIN-HIS.
           MOVE CLI_ID TO HIS_CLI_ID.
           MOVE ZERO   TO HIS_FECHA HIS_SECUENCIA.
           START HISTORIA KEY IS NOT LESS THAN HIS_CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-HIS
           END-START.
           PERFORM LEO-MOVIMIENTO-CLIENTE THRU F-LEO-MOVIMIENTO-CLIENTE
                   UNTIL FIN-HIS = "S".

       LEO-MOVIMIENTO-CLIENTE.
           READ HISTORIA NEXT RECORD
               AT END
                   MOVE "S" TO FIN-HIS
                   GO TO F-LEO-MOVIMIENTO-CLIENTE
           END-READ.
           IF HIS_CLI_ID NOT = CLI_ID
              MOVE "S" TO FIN-HIS
              GO TO F-LEO-MOVIMIENTO-CLIENTE.
           IF HIS_FECHA > ULT-MOVIMIENTO
              MOVE HIS_FECHA TO ULT-MOVIMIENTO
           END-IF.
           IF HIS_FECHA_PROCESO NUMERIC
              AND HIS_FECHA_PROCESO > ULT-MOVIMIENTO
              MOVE HIS_FECHA_PROCESO TO ULT-MOVIMIENTO
           END-IF.

       F-LEO-MOVIMIENTO-CLIENTE.
           EXIT.

       BUSCO-PARTIDAS-ABIERTAS.
           MOVE "N" TO FIN-PAR.
           MOVE CLI_ID     TO PAR_CLI_ID.
           MOVE LOW-VALUES TO PAR_NRO_DOC PAR_TIPO.
           START PARTIDAS KEY IS NOT LESS THAN PAR_CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-PAR
           END-START.
           PERFORM LEO-PARTIDA-CLIENTE THRU F-LEO-PARTIDA-CLIENTE
                   UNTIL FIN-PAR = "S".

       LEO-PARTIDA-CLIENTE.
           READ PARTIDAS NEXT RECORD
               AT END
                   MOVE "S" TO FIN-PAR
                   GO TO F-LEO-PARTIDA-CLIENTE
           END-READ.
           IF PAR_CLI_ID NOT = CLI_ID
              MOVE "S" TO FIN-PAR
              GO TO F-LEO-PARTIDA-CLIENTE.
           IF PAR_SALDO NOT = ZERO
              MOVE "S" TO SW-PARTIDA-ABIERTA FIN-PAR
           END-IF.

       F-LEO-PARTIDA-CLIENTE.
           EXIT.

       CARGO-NOMBRE.
           IF CLI_TIPO = "E"
              MOVE CLI_RAZONSOCIAL(1:40) TO NOMBRE-CLIENTE
           ELSE
              MOVE CLI_NOMBRE(1:40) TO NOMBRE-CLIENTE
           END-IF.

       ARCHIVO-CIERRES.
           MOVE "N"  TO FIN-CIE.
           MOVE ZERO TO CIE_PERIODO CIE_CLI_ID.
           START CIERRES KEY IS NOT LESS THAN CIE_CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-CIE
           END-START.
           PERFORM ARCHIVO-CIERRE THRU F-ARCHIVO-CIERRE
                   UNTIL FIN-CIE = "S".

       ARCHIVO-CIERRE.
           READ CIERRES NEXT RECORD
               AT END
                   MOVE "S" TO FIN-CIE
                   GO TO F-ARCHIVO-CIERRE
           END-READ.
           MOVE ZERO TO IND-ENCONTRADO.
           PERFORM COMPARO-DEPURADO
                   VARYING IND-DEP FROM 1 BY 1
                   UNTIL IND-DEP > CANT-DEPURADOS.
           IF IND-ENCONTRADO = ZERO
              GO TO F-ARCHIVO-CIERRE.
           MOVE SPACES     TO REG-DEPURADO.
           MOVE "S"        TO DEP_TIPO_REG.
           MOVE CIE_CLI_ID TO DEP_CLI_ID.
           MOVE REG-CIERRE TO DEP_DATOS.
           PERFORM GRABO-ARCHIVO.
           IF SW-ERROR-ARCHIVO = "S"
              MOVE "S" TO FIN-CIE
              GO TO F-ARCHIVO-CIERRE.
           MOVE CIE_CLAVE TO CLAVE-CIE-ACTUAL.
           DELETE CIERRES RECORD
               INVALID KEY
                   CALL "VERIFICA-STATUS" USING ST-CIE
                           MENSAJE-STATUS DECISION-STATUS
                   DISPLAY "CIERRES " CAC-PERIODO " " CAC-CLI-ID ": "
                           MENSAJE-STATUS
                   ADD 1 TO CONT-ERRORES
                   MOVE "S" TO FIN-CIE
                   GO TO F-ARCHIVO-CIERRE
           END-DELETE.
           ADD 1 TO CONT-CIE-DEPURADOS.
           ADD 1 TO TDE-CANT-CIE (IND-ENCONTRADO).
           MOVE CLAVE-CIE-ACTUAL TO CIE_CLAVE.
           START CIERRES KEY IS GREATER THAN CIE_CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-CIE
           END-START.

       F-ARCHIVO-CIERRE.
           EXIT.

       COMPARO-DEPURADO.
           IF TDE-CLI-ID (IND-DEP) = CIE_CLI_ID
              MOVE IND-DEP TO IND-ENCONTRADO
              MOVE CANT-DEPURADOS TO IND-DEP
           ELSE
              IF TDE-CLI-ID (IND-DEP) > CIE_CLI_ID
                 MOVE CANT-DEPURADOS TO IND-DEP
              END-IF
           END-IF.

       DEPURO-CLIENTE.
           MOVE TDE-CLI-ID (IND-DEP) TO ID-DEPURADO CLI_ID.
           MOVE ZERO TO CANT-HIS-CLI CANT-PAR-CLI CANT-IMP-CLI
                        CANT-ADH-CLI ERRORES-CLI.
           READ CLIENTES
               INVALID KEY
                   PERFORM ERROR-CLIENTES
                   GO TO F-DEPURO-CLIENTE
           END-READ.
           PERFORM CARGO-NOMBRE.
           PERFORM GUARDO-IMAGEN-ANTERIOR.
           MOVE CLI_FECHA_ALTA         TO FECHA-ALTA-CLI.
           MOVE TDE-ULT-MODIF (IND-DEP) TO ULT-MODIFICACION.
           MOVE TDE-ULT-MOV (IND-DEP)   TO ULT-MOVIMIENTO.
           MOVE SPACES       TO REG-DEPURADO.
           MOVE "C"          TO DEP_TIPO_REG.
           MOVE ID-DEPURADO  TO DEP_CLI_ID.
           MOVE REG-CLIENTES TO DEP_DATOS.
           PERFORM GRABO-ARCHIVO.
           IF SW-ERROR-ARCHIVO = "S"
              GO TO F-DEPURO-CLIENTE.
           MOVE "N" TO FIN-HIS.
           PERFORM ARCHIVO-MOVIMIENTO THRU F-ARCHIVO-MOVIMIENTO
                   UNTIL FIN-HIS = "S".
           IF SW-PARTIDAS = "S"
              MOVE "N" TO FIN-PAR
              PERFORM ARCHIVO-PARTIDA THRU F-ARCHIVO-PARTIDA
                      UNTIL FIN-PAR = "S"
           END-IF.
           IF SW-IMPUTACIONES = "S"
              MOVE "N" TO FIN-IMP
              PERFORM ARCHIVO-IMPUTACION THRU F-ARCHIVO-IMPUTACION
                      UNTIL FIN-IMP = "S"
           END-IF.
           IF SW-ADHESIONES = "S"
              PERFORM ARCHIVO-ADHESION THRU F-ARCHIVO-ADHESION
           END-IF.
           IF SW-ERROR-ARCHIVO = "S" OR ERRORES-CLI > ZERO
              DISPLAY "CLIENTE " ID-DEPURADO " NO BORRADO POR ERRORES"
              GO TO F-DEPURO-CLIENTE.
           MOVE ID-DEPURADO TO CLI_ID.
           DELETE CLIENTES RECORD
               INVALID KEY
                   PERFORM ERROR-CLIENTES
                   GO TO F-DEPURO-CLIENTE
           END-DELETE.
           ADD 1 TO CONT-DEPURADOS.
           PERFORM GRABO-BITACORA-DEPURACION.
           MOVE TDE-CANT-CIE (IND-DEP) TO DET-CIERRES.
           MOVE "DEPURADO Y ARCHIVADO" TO DET-ACCION.
           PERFORM IMPRIME-DETALLE.

       F-DEPURO-CLIENTE.
           EXIT.

       ARCHIVO-MOVIMIENTO.
           MOVE ID-DEPURADO TO HIS_CLI_ID.
           MOVE ZERO        TO HIS_FECHA HIS_SECUENCIA.
           START HISTORIA KEY IS NOT LESS THAN HIS_CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-HIS
                   GO TO F-ARCHIVO-MOVIMIENTO
           END-START.
           READ HISTORIA NEXT RECORD
               AT END
                   MOVE "S" TO FIN-HIS
                   GO TO F-ARCHIVO-MOVIMIENTO
           END-READ.
           IF HIS_CLI_ID NOT = ID-DEPURADO
              MOVE "S" TO FIN-HIS
              GO TO F-ARCHIVO-MOVIMIENTO.
           MOVE SPACES       TO REG-DEPURADO.
           MOVE "M"          TO DEP_TIPO_REG.
           MOVE ID-DEPURADO  TO DEP_CLI_ID.
           MOVE REG-HISTORIA TO DEP_DATOS.
           PERFORM GRABO-ARCHIVO.
           IF SW-ERROR-ARCHIVO = "S"
              MOVE "S" TO FIN-HIS
              GO TO F-ARCHIVO-MOVIMIENTO.
           DELETE HISTORIA RECORD
               INVALID KEY
                   CALL "VERIFICA-STATUS" USING ST-HIS
                           MENSAJE-STATUS DECISION-STATUS
                   DISPLAY "Error borrando historia: " MENSAJE-STATUS
                   ADD 1 TO CONT-ERRORES ERRORES-CLI
                   MOVE "S" TO FIN-HIS
               NOT INVALID KEY
                   ADD 1 TO CONT-HIS-DEPURADOS CANT-HIS-CLI
           END-DELETE.

       F-ARCHIVO-MOVIMIENTO.
           EXIT.

       ARCHIVO-PARTIDA.
           MOVE ID-DEPURADO TO PAR_CLI_ID.
           MOVE LOW-VALUES  TO PAR_NRO_DOC PAR_TIPO.
           START PARTIDAS KEY IS NOT LESS THAN PAR_CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-PAR
                   GO TO F-ARCHIVO-PARTIDA
           END-START.
           READ PARTIDAS NEXT RECORD
               AT END
                   MOVE "S" TO FIN-PAR
                   GO TO F-ARCHIVO-PARTIDA
           END-READ.
           IF PAR_CLI_ID NOT = ID-DEPURADO
              MOVE "S" TO FIN-PAR
              GO TO F-ARCHIVO-PARTIDA.
           MOVE SPACES      TO REG-DEPURADO.
           MOVE "P"         TO DEP_TIPO_REG.
           MOVE ID-DEPURADO TO DEP_CLI_ID.
           MOVE REG-PARTIDA TO DEP_DATOS.
           PERFORM GRABO-ARCHIVO.
           IF SW-ERROR-ARCHIVO = "S"
              MOVE "S" TO FIN-PAR
              GO TO F-ARCHIVO-PARTIDA.
           DELETE PARTIDAS RECORD
               INVALID KEY
                   CALL "VERIFICA-STATUS" USING ST-PAR
                           MENSAJE-STATUS DECISION-STATUS
                   DISPLAY "PARTIDAS " PAR_TIPO " " PAR_NRO_DOC ": "
                           MENSAJE-STATUS
                   ADD 1 TO CONT-ERRORES ERRORES-CLI
                   MOVE "S" TO FIN-PAR
               NOT INVALID KEY
                   ADD 1 TO CONT-PAR-DEPURADAS CANT-PAR-CLI
           END-DELETE.

       F-ARCHIVO-PARTIDA.
           EXIT.

       ARCHIVO-IMPUTACION.
           MOVE ID-DEPURADO TO IMP_CLI_ID.
           MOVE LOW-VALUES  TO IMP_DOC_CREDITO IMP_TIPO_CREDITO
                               IMP_DOC_DEBITO IMP_TIPO_DEBITO.
           START IMPUTACIONES KEY IS NOT LESS THAN IMP_CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-IMP
                   GO TO F-ARCHIVO-IMPUTACION
           END-START.
           READ IMPUTACIONES NEXT RECORD
               AT END
                   MOVE "S" TO FIN-IMP
                   GO TO F-ARCHIVO-IMPUTACION
           END-READ.
           IF IMP_CLI_ID NOT = ID-DEPURADO
              MOVE "S" TO FIN-IMP
              GO TO F-ARCHIVO-IMPUTACION.
           MOVE SPACES         TO REG-DEPURADO.
           MOVE "I"            TO DEP_TIPO_REG.
           MOVE ID-DEPURADO    TO DEP_CLI_ID.
           MOVE REG-IMPUTACION TO DEP_DATOS.
           PERFORM GRABO-ARCHIVO.
           IF SW-ERROR-ARCHIVO = "S"
              MOVE "S" TO FIN-IMP
              GO TO F-ARCHIVO-IMPUTACION.
           DELETE IMPUTACIONES RECORD
               INVALID KEY
                   CALL "VERIFICA-STATUS" USING ST-IMP
                           MENSAJE-STATUS DECISION-STATUS
                   DISPLAY "IMPUTACIONES " IMP_DOC_CREDITO ": "
                           MENSAJE-STATUS
                   ADD 1 TO CONT-ERRORES ERRORES-CLI
                   MOVE "S" TO FIN-IMP
               NOT INVALID KEY
                   ADD 1 TO CONT-IMP-DEPURADAS CANT-IMP-CLI
           END-DELETE.

       F-ARCHIVO-IMPUTACION.
           EXIT.

       ARCHIVO-ADHESION.
           MOVE ID-DEPURADO TO ADH_CLI_ID.
           READ ADHESIONES
               INVALID KEY
                   GO TO F-ARCHIVO-ADHESION
           END-READ.
           MOVE SPACES       TO REG-DEPURADO.
           MOVE "A"          TO DEP_TIPO_REG.
           MOVE ID-DEPURADO  TO DEP_CLI_ID.
           MOVE REG-ADHESION TO DEP_DATOS.
           PERFORM GRABO-ARCHIVO.
           IF SW-ERROR-ARCHIVO = "S"
              GO TO F-ARCHIVO-ADHESION.
           DELETE ADHESIONES RECORD
               INVALID KEY
                   CALL "VERIFICA-STATUS" USING ST-ADH
                           MENSAJE-STATUS DECISION-STATUS
                   DISPLAY "ADHESIONES " ID-DEPURADO ": "
                           MENSAJE-STATUS
                   ADD 1 TO CONT-ERRORES ERRORES-CLI
               NOT INVALID KEY
                   ADD 1 TO CONT-ADH-DEPURADAS CANT-ADH-CLI
           END-DELETE.

       F-ARCHIVO-ADHESION.
           EXIT.

       ERROR-CLIENTES.
           CALL "VERIFICA-STATUS" USING ST-FILE MENSAJE-STATUS
                   DECISION-STATUS.
           DISPLAY "CLIENTE " ID-DEPURADO ": " MENSAJE-STATUS.
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

       GRABO-BITACORA-DEPURACION.
           ACCEPT BIT_FECHA FROM DATE YYYYMMDD.
           ACCEPT BIT_HORA  FROM TIME.
           MOVE "DEPU"           TO BIT_OPERACION.
           MOVE ID-DEPURADO      TO BIT_CLI_ID.
           MOVE SUP-USUARIO      TO BIT_USUARIO.
           MOVE ANTES-SALDO      TO BIT_ANTES_SALDO.
           MOVE ANTES-NOMBRE     TO BIT_ANTES_NOMBRE.
           MOVE ANTES-DIRECCION  TO BIT_ANTES_DIRECCION.
           MOVE ANTES-CODPOST    TO BIT_ANTES_CODPOST.
           MOVE ANTES-CATEGORIA  TO BIT_ANTES_CATEGORIA.
           MOVE ANTES-TIPO       TO BIT_ANTES_TIPO.
           MOVE ANTES-RAZONSOCIAL TO BIT_ANTES_RAZONSOC.
           MOVE ANTES-IND-ACTIVO TO BIT_ANTES_IND_ACTIVO.
           MOVE SPACES           TO BIT_DESPUES.
           MOVE ZERO             TO BIT_DESPUES_SALDO.
           WRITE REG-BITACORA.
           IF ST-BIT > "07"
              CALL "VERIFICA-STATUS" USING ST-BIT MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "Error grabando bitacora: " MENSAJE-STATUS
              ADD 1 TO CONT-ERRORES
           END-IF.

       IMPRIME-DETALLE.
           MOVE ID-DEPURADO      TO DET-CLI-ID.
           MOVE NOMBRE-CLIENTE   TO DET-NOMBRE.
           MOVE FECHA-ALTA-CLI   TO DET-ALTA.
           MOVE ULT-MODIFICACION TO DET-MODIF.
           MOVE ULT-MOVIMIENTO   TO DET-ULT-MOV.
           MOVE CANT-HIS-CLI     TO DET-HISTORIA.
           MOVE CANT-PAR-CLI     TO DET-PARTIDAS.
           MOVE CANT-IMP-CLI     TO DET-IMPUTACIONES.
           MOVE CANT-ADH-CLI     TO DET-ADHESION.
           WRITE REG-REPORTE FROM LINEA-DETALLE.

       IMPRIME-TOTALES.
           MOVE ALL "-" TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE "CLIENTES LEIDOS" TO RES-CONCEPTO.
           MOVE CONT-LEIDOS TO RES-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.
           MOVE "INACTIVOS CON SALDO CERO" TO RES-CONCEPTO.
           MOVE CONT-INACTIVOS TO RES-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.
           MOVE "EXCLUIDOS POR ACTIVIDAD RECIENTE" TO RES-CONCEPTO.
           MOVE CONT-EXC-RECIENTES TO RES-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.
           MOVE "EXCLUIDOS POR PARTIDAS ABIERTAS" TO RES-CONCEPTO.
           MOVE CONT-EXC-PARTIDAS TO RES-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.
           MOVE "CLIENTES DEPURADOS" TO RES-CONCEPTO.
           MOVE CONT-DEPURADOS TO RES-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.
           MOVE "MOVIMIENTOS DE HISTORIA DEPURADOS" TO RES-CONCEPTO.
           MOVE CONT-HIS-DEPURADOS TO RES-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.
           MOVE "CIERRES DEPURADOS" TO RES-CONCEPTO.
           MOVE CONT-CIE-DEPURADOS TO RES-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.
           MOVE "PARTIDAS DEPURADAS" TO RES-CONCEPTO.
           MOVE CONT-PAR-DEPURADAS TO RES-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.
           MOVE "IMPUTACIONES DEPURADAS" TO RES-CONCEPTO.
           MOVE CONT-IMP-DEPURADAS TO RES-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.
           MOVE "ADHESIONES DEPURADAS" TO RES-CONCEPTO.
           MOVE CONT-ADH-DEPURADAS TO RES-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.
           MOVE "REGISTROS GRABADOS EN EL ARCHIVO" TO RES-CONCEPTO.
           MOVE CONT-ARCHIVADOS TO RES-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-RESUMEN.
           IF CONT-ERRORES > ZERO
              MOVE "ERRORES DURANTE LA DEPURACION" TO RES-CONCEPTO
              MOVE CONT-ERRORES TO RES-CANTIDAD
              WRITE REG-REPORTE FROM LINEA-RESUMEN
           END-IF.

       MUESTRO-TOTALES.
           DISPLAY "INACTIVOS CON SALDO CERO : " CONT-INACTIVOS.
           DISPLAY "EXCLUIDOS POR ACTIVIDAD  : " CONT-EXC-RECIENTES.
           DISPLAY "EXCLUIDOS POR PARTIDAS   : " CONT-EXC-PARTIDAS.
           DISPLAY "CLIENTES DEPURADOS       : " CONT-DEPURADOS.
           DISPLAY "MOVIMIENTOS DEPURADOS    : " CONT-HIS-DEPURADOS.
           DISPLAY "CIERRES DEPURADOS        : " CONT-CIE-DEPURADOS.
           DISPLAY "REGISTROS ARCHIVADOS     : " CONT-ARCHIVADOS.
           IF SW-TABLA-COMPLETA = "S"
              DISPLAY "MAXIMO DE CLIENTES POR PASADA, VOLVER A EJECUTAR"
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF CONT-ERRORES > ZERO
              DISPLAY "ERRORES                  : " CONT-ERRORES
              MOVE 16 TO RETURN-CODE
           END-IF.
           DISPLAY "ARCHIVO GENERADO EN " NOMBRE-ARCHIVO-DEP.
           DISPLAY "REPORTE GENERADO EN ./depuracion-clientes.rpt".

       END PROGRAM DEPURA-CLIENTES.
