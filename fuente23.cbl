      ******************************************************************
      * Author:
      * Date:
      * Purpose: Batch chain driver: runs the nightly sequence
      *          (IMPORTA-COBRANZAS, ACTUALIZA-SALDOS, EXPORTA-CLIENTES,
      *          RECATEGORIZA) or the month-end sequence (the nightly
      *          steps plus VERIFICA-INTEGRIDAD, CIERRE-MENSUAL and
      *          EXTRACTO-MENSUAL) as
      *          separate processes, logs start/end time, result and
      *          record counts of every step in ./cadena.log, stops
      *          the chain at the first step that fails and, through
      *          ./cadena-chk.dat, offers on the next run to resume
      *          from the failed step. The return code of each step is
      *          taken from the high byte of the wait status that
      *          SYSTEM returns.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADENA-NOCTURNA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "./resultado-paso.sel".

           SELECT ESTADO-CADENA ASSIGN TO "./cadena-chk.dat"
                  ORGANIZATION SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-ECA.

           SELECT LOG-CADENA ASSIGN TO "./cadena.log"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-LOG.

       DATA DIVISION.
       FILE SECTION.

           COPY "./resultado-paso.fd".

       FD ESTADO-CADENA
           RECORDING MODE IS F.

       01  REG-ESTADO-CADENA.
           03  ECA_ESTADO          PIC X.
               88  ECA-EN-PROCESO      VALUE "P".
               88  ECA-FINALIZADA      VALUE "F".
           03  ECA_CADENA          PIC X.
           03  ECA_PASO            PIC 9(2).
           03  ECA_FECHA           PIC 9(8).
           03  ECA_HORA            PIC 9(8).

       FD LOG-CADENA.

       01  REG-LOG                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  ST-RES              PIC XX.
       01  ST-ECA              PIC XX.
       01  ST-LOG              PIC XX.

       01  MENSAJE-STATUS      PIC X(60).
       01  DECISION-STATUS     PIC X.

       01  FIN                 PIC X       VALUE "N".
       01  SW-PENDIENTE        PIC X       VALUE "N".
       01  SW-FALLA            PIC X       VALUE "N".
       01  SW-SIN-RESULTADO    PIC X       VALUE "N".
       01  RESPUESTA           PIC X       VALUE SPACES.
       01  CODIGO-RETORNO      PIC 9(2)    VALUE ZERO.

       01  CADENA              PIC X       VALUE SPACES.
           88  CADENA-NOCTURNA     VALUE "N".
           88  CADENA-MENSUAL      VALUE "M".
       01  NOMBRE-CADENA       PIC X(8)    VALUE SPACES.
       01  PEND-CADENA         PIC X       VALUE SPACES.
       01  PEND-PASO           PIC 9(2)    VALUE ZERO.
       01  PEND-FECHA          PIC 9(8)    VALUE ZERO.

       01  CANT-PASOS          PIC 9(2) COMP VALUE ZERO.
       01  PASO-DESDE          PIC 9(2) COMP VALUE 1.
       01  IND-PASO            PIC 9(2) COMP VALUE ZERO.
       01  ESTADO-GRABAR       PIC X.
       01  PASO-GRABAR         PIC 9(2)    VALUE ZERO.
       01  PASO-FALLIDO        PIC 9(2)    VALUE ZERO.

       01  TABLA-PASOS-VALORES.
           03  FILLER              PIC X(20)
               VALUE "IMPORTA-COBRANZAS".
           03  FILLER              PIC X(20)
               VALUE "ACTUALIZA-SALDOS".
           03  FILLER              PIC X(20)
               VALUE "EXPORTA-CLIENTES".
           03  FILLER              PIC X(20)
               VALUE "RECATEGORIZA".
           03  FILLER              PIC X(20)
               VALUE "VERIFICA-INTEGRIDAD".
           03  FILLER              PIC X(20)
               VALUE "CIERRE-MENSUAL".
           03  FILLER              PIC X(20)
               VALUE "EXTRACTO-MENSUAL".
       01  TABLA-PASOS REDEFINES TABLA-PASOS-VALORES.
           03  PASO-PROGRAMA       PIC X(20) OCCURS 7.

       01  PASOS-NOCTURNA      PIC 9(2) COMP VALUE 4.
       01  PASOS-MENSUAL       PIC 9(2) COMP VALUE 7.

       01  COMANDO             PIC X(80)   VALUE SPACES.
       01  RETORNO-SISTEMA     PIC S9(9)   VALUE ZERO.
       01  RETORNO-PASO        PIC 9(4)    VALUE ZERO.

       01  FECHA-HOY           PIC 9(8)    VALUE ZERO.
       01  HORA-HOY            PIC 9(8)    VALUE ZERO.
       01  FECHA-INICIO        PIC 9(8)    VALUE ZERO.
       01  HORA-INICIO         PIC 9(8)    VALUE ZERO.
       01  FECHA-FIN           PIC 9(8)    VALUE ZERO.
       01  HORA-FIN            PIC 9(8)    VALUE ZERO.

       01  CONT-PASOS-OK       PIC 9(2)    VALUE ZERO.
       01  CONT-PASOS-ADV      PIC 9(2)    VALUE ZERO.

       01  LINEA-INICIO.
           03  FILLER              PIC X(7)    VALUE "CADENA ".
           03  INI-CADENA          PIC X(8).
           03  INI-ACCION          PIC X(14).
           03  INI-FECHA           PIC 9(8).
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  INI-HORA            PIC 9(6).
           03  INI-TEXTO           PIC X(15).
           03  INI-PASO            PIC Z9.

       01  LINEA-PASO.
           03  FILLER              PIC X(5)    VALUE "PASO ".
           03  LPA-PASO            PIC Z9.
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  LPA-PROGRAMA        PIC X(20).
           03  FILLER              PIC X(5)    VALUE " INI ".
           03  LPA-FECHA-INI       PIC 9(8).
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  LPA-HORA-INI        PIC 9(6).
           03  FILLER              PIC X(5)    VALUE " FIN ".
           03  LPA-FECHA-FIN       PIC 9(8).
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  LPA-HORA-FIN        PIC 9(6).
           03  FILLER              PIC X(4)    VALUE " RC ".
           03  LPA-RETORNO         PIC Z9.
           03  FILLER              PIC X(1)    VALUE SPACES.
           03  LPA-RESULTADO       PIC X(11).
           03  FILLER              PIC X(5)    VALUE " LEI ".
           03  LPA-LEIDOS          PIC ZZZZZZ9.
           03  FILLER              PIC X(5)    VALUE " GRA ".
           03  LPA-GRABADOS        PIC ZZZZZZ9.
           03  FILLER              PIC X(6)    VALUE " RECH ".
           03  LPA-RECHAZADOS      PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT HORA-HOY  FROM TIME.
           PERFORM LEO-ESTADO.
           IF FIN NOT = "S"
              PERFORM ELIJO-CADENA
           END-IF.
           IF FIN NOT = "S"
              PERFORM ABRO-LOG
           END-IF.
           IF FIN NOT = "S"
              PERFORM GRABO-LOG-INICIO
              PERFORM EJECUTO-PASO THRU F-EJECUTO-PASO
                      VARYING IND-PASO FROM PASO-DESDE BY 1
                      UNTIL IND-PASO > CANT-PASOS
                         OR SW-FALLA = "S"
              PERFORM GRABO-LOG-FINAL
              CLOSE LOG-CADENA
              IF SW-FALLA NOT = "S"
                 MOVE "F"        TO ESTADO-GRABAR
                 MOVE CANT-PASOS TO PASO-GRABAR
                 PERFORM GRABO-ESTADO
              END-IF
           ELSE
              MOVE 16 TO CODIGO-RETORNO
           END-IF.
           PERFORM MUESTRO-TOTALES.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

       LEO-ESTADO.
           OPEN INPUT ESTADO-CADENA.
           IF ST-ECA = "35"
              CONTINUE
           ELSE
              IF ST-ECA > "07"
                 CALL "VERIFICA-STATUS" USING ST-ECA MENSAJE-STATUS
                         DECISION-STATUS
                 DISPLAY "ESTADO CADENA: " MENSAJE-STATUS
                 IF DECISION-STATUS = "A"
                    MOVE "S" TO FIN
                 END-IF
              ELSE
                 READ ESTADO-CADENA
                     AT END
                         CONTINUE
                     NOT AT END
                         IF ECA-EN-PROCESO
                            MOVE "S"        TO SW-PENDIENTE
                            MOVE ECA_CADENA TO PEND-CADENA
                            MOVE ECA_PASO   TO PEND-PASO
                            MOVE ECA_FECHA  TO PEND-FECHA
                         END-IF
                 END-READ
                 CLOSE ESTADO-CADENA
              END-IF
           END-IF.

       ELIJO-CADENA.
           IF SW-PENDIENTE = "S"
              MOVE PEND-CADENA TO CADENA
              PERFORM ARMO-CADENA
              IF PEND-PASO < 1 OR PEND-PASO > CANT-PASOS
                 MOVE "N" TO SW-PENDIENTE
              END-IF
           END-IF.
           IF SW-PENDIENTE = "S"
              DISPLAY "LA CADENA " NOMBRE-CADENA " DEL " PEND-FECHA
                      " QUEDO DETENIDA EN EL PASO " PEND-PASO
                      " (" PASO-PROGRAMA (PEND-PASO) ")"
              DISPLAY "REANUDAR DESDE ESE PASO (S/N): "
              ACCEPT RESPUESTA
              IF RESPUESTA = "S" OR "s"
                 MOVE PEND-PASO TO PASO-DESDE
              ELSE
                 MOVE "N" TO SW-PENDIENTE
              END-IF
           END-IF.
           IF SW-PENDIENTE NOT = "S"
              MOVE 1 TO PASO-DESDE
              DISPLAY "CADENA A EJECUTAR (N = NOCTURNA, M = CIERRE DE "
                      "MES): "
              ACCEPT CADENA
              PERFORM ARMO-CADENA
              IF CANT-PASOS = ZERO
                 DISPLAY "CADENA INVALIDA"
                 MOVE "S" TO FIN
              END-IF
           END-IF.

       ARMO-CADENA.
           EVALUATE TRUE
               WHEN CADENA-NOCTURNA
                   MOVE "NOCTURNA"     TO NOMBRE-CADENA
                   MOVE PASOS-NOCTURNA TO CANT-PASOS
               WHEN CADENA-MENSUAL
                   MOVE "MENSUAL"      TO NOMBRE-CADENA
                   MOVE PASOS-MENSUAL  TO CANT-PASOS
               WHEN OTHER
                   MOVE SPACES         TO NOMBRE-CADENA
                   MOVE ZERO           TO CANT-PASOS
           END-EVALUATE.

       ABRO-LOG.
           OPEN EXTEND LOG-CADENA.
           IF ST-LOG = "35"
              OPEN OUTPUT LOG-CADENA
              CLOSE LOG-CADENA
              OPEN EXTEND LOG-CADENA
           ELSE
              IF ST-LOG > "07"
                 CALL "VERIFICA-STATUS" USING ST-LOG MENSAJE-STATUS
                         DECISION-STATUS
                 DISPLAY "LOG CADENA: " MENSAJE-STATUS
                 MOVE "S" TO FIN
              END-IF
           END-IF.

       GRABO-LOG-INICIO.
           MOVE NOMBRE-CADENA   TO INI-CADENA.
           MOVE FECHA-HOY       TO INI-FECHA.
           MOVE HORA-HOY(1:6)   TO INI-HORA.
           IF PASO-DESDE > 1
              MOVE " REANUDADA EL " TO INI-ACCION
              MOVE " DESDE EL PASO " TO INI-TEXTO
              MOVE PASO-DESDE        TO INI-PASO
              WRITE REG-LOG FROM LINEA-INICIO
           ELSE
              MOVE " INICIADA EL  " TO INI-ACCION
              MOVE SPACES TO REG-LOG
              MOVE LINEA-INICIO(1:44) TO REG-LOG
              WRITE REG-LOG
           END-IF.

       GRABO-LOG-FINAL.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT HORA-HOY  FROM TIME.
           MOVE FECHA-HOY       TO INI-FECHA.
           MOVE HORA-HOY(1:6)   TO INI-HORA.
           IF SW-FALLA = "S"
              MOVE " DETENIDA EL  " TO INI-ACCION
              MOVE " EN EL PASO "    TO INI-TEXTO
              MOVE PASO-FALLIDO      TO INI-PASO
              WRITE REG-LOG FROM LINEA-INICIO
           ELSE
              MOVE " TERMINADA EL " TO INI-ACCION
              MOVE SPACES TO REG-LOG
              MOVE LINEA-INICIO(1:44) TO REG-LOG
              WRITE REG-LOG
           END-IF.
           MOVE ALL "-" TO REG-LOG.
           WRITE REG-LOG.

       EJECUTO-PASO.
           MOVE "P"      TO ESTADO-GRABAR.
           MOVE IND-PASO TO PASO-GRABAR.
           PERFORM GRABO-ESTADO.
           IF FIN = "S"
              MOVE "S"      TO SW-FALLA
              MOVE IND-PASO TO PASO-FALLIDO
              GO TO F-EJECUTO-PASO.
           PERFORM LIMPIO-RESULTADO.
           MOVE SPACES TO COMANDO.
           STRING "./" PASO-PROGRAMA (IND-PASO)
                  DELIMITED BY SPACE INTO COMANDO.
           DISPLAY " ".
           DISPLAY "PASO " PASO-GRABAR ": " PASO-PROGRAMA (IND-PASO).
           ACCEPT FECHA-INICIO FROM DATE YYYYMMDD.
           ACCEPT HORA-INICIO  FROM TIME.
           CALL "SYSTEM" USING COMANDO.
           MOVE RETURN-CODE TO RETORNO-SISTEMA.
           ACCEPT FECHA-FIN FROM DATE YYYYMMDD.
           ACCEPT HORA-FIN  FROM TIME.
           IF RETORNO-SISTEMA < ZERO
              MOVE 16 TO RETORNO-PASO
           ELSE
              DIVIDE RETORNO-SISTEMA BY 256 GIVING RETORNO-PASO
           END-IF.
           PERFORM LEO-RESULTADO.
           IF SW-SIN-RESULTADO = "S"
              IF RETORNO-PASO < 16
                 MOVE 16 TO RETORNO-PASO
              END-IF
           ELSE
              IF RES_RETORNO > RETORNO-PASO
                 MOVE RES_RETORNO TO RETORNO-PASO
              END-IF
           END-IF.
           EVALUATE TRUE
               WHEN RETORNO-PASO = ZERO
                   MOVE "OK"          TO LPA-RESULTADO
                   ADD 1 TO CONT-PASOS-OK
               WHEN RETORNO-PASO <= 4
                   MOVE "ADVERTENCIA" TO LPA-RESULTADO
                   ADD 1 TO CONT-PASOS-ADV
                   IF CODIGO-RETORNO < 4
                      MOVE 4 TO CODIGO-RETORNO
                   END-IF
               WHEN OTHER
                   MOVE "ERROR"       TO LPA-RESULTADO
                   MOVE "S"      TO SW-FALLA
                   MOVE IND-PASO TO PASO-FALLIDO
                   MOVE 16       TO CODIGO-RETORNO
           END-EVALUATE.
           PERFORM GRABO-LOG-PASO.
           IF SW-FALLA = "S"
              DISPLAY "PASO " PASO-FALLIDO " " PASO-PROGRAMA (IND-PASO)
                      " TERMINO CON ERROR, CADENA DETENIDA"
              IF SW-SIN-RESULTADO = "S"
                 DISPLAY "EL PROGRAMA NO DEJO ./paso-resultado.dat"
              END-IF
           END-IF.

       F-EJECUTO-PASO.
           EXIT.

       LIMPIO-RESULTADO.
           OPEN OUTPUT RESULTADO-PASO.
           IF ST-RES > "07"
              CALL "VERIFICA-STATUS" USING ST-RES MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "RESULTADO PASO: " MENSAJE-STATUS
           ELSE
              CLOSE RESULTADO-PASO
           END-IF.

       LEO-RESULTADO.
           MOVE "N" TO SW-SIN-RESULTADO.
           OPEN INPUT RESULTADO-PASO.
           IF ST-RES > "07"
              MOVE "S" TO SW-SIN-RESULTADO
           ELSE
              READ RESULTADO-PASO
                  AT END
                      MOVE "S" TO SW-SIN-RESULTADO
              END-READ
              CLOSE RESULTADO-PASO
           END-IF.
           IF SW-SIN-RESULTADO = "S"
              MOVE ZERO TO RES_LEIDOS RES_GRABADOS RES_RECHAZADOS
           END-IF.

       GRABO-LOG-PASO.
           MOVE IND-PASO                TO LPA-PASO.
           MOVE PASO-PROGRAMA (IND-PASO) TO LPA-PROGRAMA.
           MOVE FECHA-INICIO            TO LPA-FECHA-INI.
           MOVE HORA-INICIO(1:6)        TO LPA-HORA-INI.
           MOVE FECHA-FIN               TO LPA-FECHA-FIN.
           MOVE HORA-FIN(1:6)           TO LPA-HORA-FIN.
           IF RETORNO-PASO > 99
              MOVE 99 TO LPA-RETORNO
           ELSE
              MOVE RETORNO-PASO TO LPA-RETORNO
           END-IF.
           MOVE RES_LEIDOS              TO LPA-LEIDOS.
           MOVE RES_GRABADOS            TO LPA-GRABADOS.
           MOVE RES_RECHAZADOS          TO LPA-RECHAZADOS.
           WRITE REG-LOG FROM LINEA-PASO.
           IF ST-LOG > "07"
              CALL "VERIFICA-STATUS" USING ST-LOG MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "Error grabando log: " MENSAJE-STATUS
           END-IF.

       GRABO-ESTADO.
           OPEN OUTPUT ESTADO-CADENA.
           IF ST-ECA > "07"
              CALL "VERIFICA-STATUS" USING ST-ECA MENSAJE-STATUS
                      DECISION-STATUS
              DISPLAY "ESTADO CADENA: " MENSAJE-STATUS
              IF DECISION-STATUS = "A"
                 MOVE "S" TO FIN
              END-IF
           ELSE
              MOVE ESTADO-GRABAR TO ECA_ESTADO
              MOVE CADENA        TO ECA_CADENA
              MOVE PASO-GRABAR   TO ECA_PASO
              ACCEPT ECA_FECHA FROM DATE YYYYMMDD
              ACCEPT ECA_HORA  FROM TIME
              WRITE REG-ESTADO-CADENA
              CLOSE ESTADO-CADENA
           END-IF.

       MUESTRO-TOTALES.
           DISPLAY " ".
           DISPLAY "CADENA " NOMBRE-CADENA.
           DISPLAY "PASOS OK            : " CONT-PASOS-OK.
           DISPLAY "PASOS CON ADVERTENCIA: " CONT-PASOS-ADV.
           IF SW-FALLA = "S"
              DISPLAY "CADENA DETENIDA EN EL PASO " PASO-FALLIDO
                      ", LA PROXIMA CORRIDA OFRECE REANUDARLA"
           END-IF.
           DISPLAY "LOG DE LA CADENA EN ./cadena.log".

       END PROGRAM CADENA-NOCTURNA.
