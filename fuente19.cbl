      *          ADMIN/ADMIN supervisor) and sees only the options the
      *          USU_NIVEL and permission flags allow: A.B.M. de
      *          clientes, busqueda por nombre, extracto de cuenta,
      *          carga de movimientos, consulta de bitacora and
      *          reimputacion de pagos (nivel 5), adhesiones al debito
      *          automatico (modification permission) and A.B.M. de
      *          usuarios (nivel 9). The called programs
      *          return here instead of terminating the session.
      * Tectonics: cobc
      ******************************************************************
                   ELSE
                      DISPLAY "Opcion no autorizada" LINE 20 COL 10
                   END-IF
               WHEN "7"
                   IF SES_NIVEL >= 5
                      CALL "REIMPUTA-PAGOS" USING SESION-USUARIO
                   ELSE
                      DISPLAY "Opcion no autorizada" LINE 20 COL 10
                   END-IF
               WHEN "8"
                   IF SES_PERM_MODI = "S"
                      CALL "ABM-ADHESIONES" USING SESION-USUARIO
                   ELSE
                      DISPLAY "Opcion no autorizada" LINE 20 COL 10
                   END-IF
               WHEN "X"
               WHEN "x"
                   MOVE "S" TO FIN
                   "4. Carga de movimientos"    LINE 12 COL 10.
           IF SES_NIVEL >= 5
              DISPLAY "5. Consulta de bitacora"  LINE 14 COL 10
                      "7. Reimputacion de pagos" LINE 6  COL 45
           END-IF.
           IF SES_PERM_MODI = "S"
              DISPLAY "8. Adhesiones deb. autom." LINE 8  COL 45
           END-IF.
           IF SES_NIVEL = 9
              DISPLAY "6. A.B.M. de usuarios"    LINE 16 COL 10
