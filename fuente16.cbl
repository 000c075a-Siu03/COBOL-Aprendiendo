      *          ACTUALIZA-SALDOS: launched from MENU-PRINCIPAL with
      *          the signed-on session, the operator keys each detail
      *          (cliente, tipo, fecha,
      *          documento, importe, vencimiento of an FA/AD or the
      *          invoice a PA/NC/AC pays), the program verifies the
      *          client exists and is active in CLIENTES as each line is
      *          entered, and on close writes the header and a trailer
      *          with MOV_CTL_CANTIDAD and MOV_CTL_HASH computed from
      *          what was actually keyed, so the batch always balances.
      *          FA and NC also take the IVA alicuota and carry the
      *          net/IVA split computed from the importe.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       01  CLI-ID-ELEGIDO      PIC 9(7).

       01  ALICUOTA-GENERAL    PIC 9(2)V9(2) VALUE 21.

       01  CONT-DETALLES       PIC 9(7)    VALUE ZERO.
       01  HASH-IMPORTES       PIC S9(11)V9(3) VALUE ZERO.

           03  FECHA-MES           PIC 9(2).
           03  FECHA-DIA           PIC 9(2).

       01  FECHA-VENCIMIENTO   PIC 9(8)    VALUE ZERO.
       01  VTO-DESGLOSE REDEFINES FECHA-VENCIMIENTO.
           03  VTO-ANO             PIC 9(4).
           03  VTO-MES             PIC 9(2).
           03  VTO-DIA             PIC 9(2).

       01  NOMBRE-CLIENTE      PIC X(40).

       01  CONT-EDITADO        PIC ZZZZZZ9.
                   "Fecha AAAAMMDD : "   LINE 12 COL 10
                   "Nro Documento  : "   LINE 14 COL 10
                   "Importe        : "   LINE 16 COL 10
                   "Vto (FA/AD)    : "   LINE 17 COL 10
                   "Doc. que paga  : "   LINE 18 COL 10
                   "Alicuota IVA   : "   LINE 19 COL 10
                   "Detalles grabados: " LINE 20 COL 10
                   CONT-EDITADO          LINE 20 COL 30
                   GUIONES               LINE 22 COL 1.
           MOVE "N"   TO SW-CLIENTE-OK.
           MOVE SPACES TO REG-MOVIMIENTO.
           MOVE ZEROS TO MOV_CLI_ID.
           MOVE ALICUOTA-GENERAL TO MOV_ALICUOTA.
           MOVE ZEROS TO MOV_NETO MOV_IVA.
           MOVE ZEROS TO FECHA-VENCIMIENTO.
           DISPLAY "(0 cierra el lote, 9999999 busca)"
                   LINE 6 COL 40.
           ACCEPT MOV_CLI_ID LINE 6 COL 28.
           ACCEPT FECHA-MOVIMIENTO LINE 12 COL 28 WITH UPDATE.
           ACCEPT MOV_NRO_DOC LINE 14 COL 28 WITH UPDATE.
           ACCEPT MOV_IMPORTE LINE 16 COL 28 WITH UPDATE.
           DISPLAY "(0 = a 30 dias)" LINE 17 COL 40.
           ACCEPT FECHA-VENCIMIENTO LINE 17 COL 28 WITH UPDATE.
           DISPLAY "(blanco = los mas antiguos)" LINE 18 COL 42.
           ACCEPT MOV_DOC_REF LINE 18 COL 28 WITH UPDATE.
           DISPLAY "(FA/NC: 0, 10,5, 21, 27)" LINE 19 COL 40.
           ACCEPT MOV_ALICUOTA LINE 19 COL 28 WITH UPDATE.
           PERFORM VALIDO-DATOS-MOVIMIENTO.
           IF SW-DATOS-VALIDOS = "N"
              PERFORM PIDO-DATOS-MOVIMIENTO
           ELSE
              MOVE FECHA-MOVIMIENTO  TO MOV_FECHA
              MOVE FECHA-VENCIMIENTO TO MOV_FECHA_VTO
              PERFORM DISCRIMINO-IVA
           END-IF.

       DISCRIMINO-IVA.
           IF MOV-FACTURA OR MOV-NOTA-CREDITO
              COMPUTE MOV_NETO ROUNDED =
                      MOV_IMPORTE * 100 / (100 + MOV_ALICUOTA)
              COMPUTE MOV_IVA = MOV_IMPORTE - MOV_NETO
           ELSE
              MOVE ZERO TO MOV_ALICUOTA MOV_NETO MOV_IVA
           END-IF.

       VALIDO-DATOS-MOVIMIENTO.
              DISPLAY "Importe debe ser negativo      "
                      LINE 23 COL 10
           END-IF.
           IF FECHA-VENCIMIENTO NOT = ZERO
              IF NOT MOV-SIGNO-POSITIVO
                 MOVE "N" TO SW-DATOS-VALIDOS
                 DISPLAY "Vencimiento solo para FA/AD    "
                         LINE 23 COL 10
              ELSE
                 IF FECHA-VENCIMIENTO NOT NUMERIC
                    OR VTO-MES < 01 OR VTO-MES > 12
                    OR VTO-DIA < 01 OR VTO-DIA > 31
                    OR FECHA-VENCIMIENTO < FECHA-MOVIMIENTO
                    MOVE "N" TO SW-DATOS-VALIDOS
                    DISPLAY "Vencimiento invalido           "
                            LINE 23 COL 10
                 END-IF
              END-IF
           END-IF.
           IF MOV_DOC_REF NOT = SPACES AND NOT MOV-SIGNO-NEGATIVO
              MOVE "N" TO SW-DATOS-VALIDOS
              DISPLAY "Doc. que paga solo PA/NC/AC    "
                      LINE 23 COL 10
           END-IF.
           IF (MOV-FACTURA OR MOV-NOTA-CREDITO)
              AND NOT MOV-ALICUOTA-VALIDA
              MOVE "N" TO SW-DATOS-VALIDOS
              DISPLAY "Alicuota invalida (0/10,5/21/27)"
                      LINE 23 COL 10
           END-IF.

       GRABO-DETALLE.
           WRITE REG-MOVIMIENTO.
