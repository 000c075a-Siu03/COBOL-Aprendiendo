           MOVE VIE_IMPORTE       TO HIS_IMPORTE.
           MOVE VIE_SALDO_RESULT  TO HIS_SALDO_RESULT.
           MOVE VIE_FECHA_PROCESO TO HIS_FECHA_PROCESO.
           MOVE ZERO              TO HIS_ALICUOTA HIS_NETO HIS_IVA.
           MOVE SPACE             TO HIS_COND_IVA.
           MOVE 1 TO HIS_SECUENCIA.
           MOVE "N" TO SW-HIS-GRABADA.
           PERFORM INTENTO-GRABACION THRU F-INTENTO-GRABACION
