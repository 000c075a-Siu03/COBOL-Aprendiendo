
       01  SW-DATOS-VALIDOS PIC X  VALUE "S".

       01  CUIT-MENSAJE    PIC X(60).
       01  CUIT-RESULTADO  PIC X.

       LINKAGE SECTION.

       01  SESION-USUARIO.
           DISPLAY " "                   LINE 1  COL 1 ERASE EOS
                   "A.B.M. Clientes"     LINE 3  COL 32
                   GUIONES               LINE 4  COL 1
                   "09. CUIT/CUIL  : "   LINE 8  COL 10
                   "10. Cond.IVA  :"     LINE 8  COL 45
                   "ID Cliente     : "   LINE 10 COL 10
                   "01. Nombre     : "   LINE 12 COL 10
                   "02. Direccion  : "   LINE 14 COL 10
                   "05. Tipo (P/E) : "   LINE 20 COL 10
                   "06. Lim.Cred. :"     LINE 16 COL 45
                   "07. Exc.Aut.  :"     LINE 18 COL 45
                   "08. Exc.Int.  :"     LINE 20 COL 45
                   GUIONES               LINE 22 COL 1.

       PIDO-ID-CLIENTE.
               NOT INVALID KEY
                   MOVE "S" TO SW-ENCONTRADO
                   PERFORM NORMALIZO-CREDITO
                   PERFORM NORMALIZO-DATOS-IVA
                   PERFORM MUESTRO-DATOS-CLIENTE
                   PERFORM GUARDO-IMAGEN-ANTERIOR
           END-READ.
           IF CLI_IND_EXC_AUT NOT = "S" AND CLI_IND_EXC_AUT NOT = "N"
              MOVE "N" TO CLI_IND_EXC_AUT
           END-IF.
           IF CLI_IND_EXENTO_INT NOT = "S"
              AND CLI_IND_EXENTO_INT NOT = "N"
              MOVE "N" TO CLI_IND_EXENTO_INT
           END-IF.

       NORMALIZO-DATOS-IVA.
           IF CLI_CUIT NOT NUMERIC
              MOVE ZERO TO CLI_CUIT
           END-IF.
           IF NOT COND-IVA-VALIDA
              IF CLI_TIPO = "E"
                 MOVE "I" TO CLI_COND_IVA
              ELSE
                 MOVE "F" TO CLI_COND_IVA
              END-IF
           END-IF.

       GUARDO-IMAGEN-ANTERIOR.
           MOVE CLI_SALDO       TO ANTES-SALDO.
                   CLI_CATEGORIA                      LINE 18 COL 28
                   CLI_TIPO                            LINE 20 COL 28
                   CLI_LIMITE_CREDITO                 LINE 16 COL 62
                   CLI_IND_EXC_AUT                    LINE 18 COL 62
                   CLI_IND_EXENTO_INT                 LINE 20 COL 62
                   CLI_CUIT                           LINE 8  COL 28
                   CLI_COND_IVA                       LINE 8  COL 62.
           IF CLI_IND_ACTIVO = "N"
              DISPLAY "Cliente dado de BAJA"  LINE 23 COL 10
           END-IF.
              ACCEPT  CLI_NOMBRE     LINE 12 COL 28 WITH UPDATE
              MOVE SPACES TO CLI_RAZONSOCIAL
           END-IF.
           PERFORM NORMALIZO-DATOS-IVA.
           DISPLAY "Direccion : " LINE 14 COL 10.
           ACCEPT  CLI_DIRECCION  LINE 14 COL 28 WITH UPDATE.
           DISPLAY "Cod.Postal: " LINE 16 COL 10.
           IF PERM-LIMITE = "S"
              ACCEPT CLI_LIMITE_CREDITO LINE 16 COL 62 WITH UPDATE
              ACCEPT CLI_IND_EXC_AUT    LINE 18 COL 62 WITH UPDATE
              ACCEPT CLI_IND_EXENTO_INT LINE 20 COL 62 WITH UPDATE
           END-IF.
           DISPLAY "(I/M/E/F)"    LINE 8 COL 64.
           ACCEPT  CLI_CUIT       LINE 8 COL 28 WITH UPDATE.
           ACCEPT  CLI_COND_IVA   LINE 8 COL 62 WITH UPDATE.
           PERFORM VALIDO-DATOS-CLIENTE.
           IF SW-DATOS-VALIDOS = "N"
              PERFORM PIDO-DATOS-CLIENTE
              MOVE "N" TO SW-DATOS-VALIDOS
              DISPLAY "Exc.Autorizado: indicar S o N"    LINE 23 COL 10
           END-IF.
           IF CLI_IND_EXENTO_INT NOT = "S"
              AND CLI_IND_EXENTO_INT NOT = "N"
              MOVE "N" TO SW-DATOS-VALIDOS
              DISPLAY "Exento interes: indicar S o N"    LINE 23 COL 10
           END-IF.
           IF SW-DATOS-VALIDOS = "S"
              CALL "VALIDA-CUIT" USING CLI_CUIT CLI_TIPO CLI_COND_IVA
                      CLI_ID CUIT-MENSAJE CUIT-RESULTADO
              IF CUIT-RESULTADO NOT = "S"
                 MOVE "N" TO SW-DATOS-VALIDOS
                 DISPLAY CUIT-MENSAJE                    LINE 23 COL 10
              END-IF
           END-IF.

       ALTA-CLIENTE.
           EVALUATE SW-ENCONTRADO
                   MOVE SPACE  TO ANTES-CATEGORIA ANTES-TIPO
                                  ANTES-IND-ACTIVO
                   MOVE "N"    TO CLI_IND_EXC_AUT
                   MOVE "N"    TO CLI_IND_EXENTO_INT
                   PERFORM PIDO-DATOS-CLIENTE
                   MOVE FECHA-HOY      TO CLI_FECHA_ALTA
                   MOVE FECHA-HOY      TO CLI_FECHA_MODIF
