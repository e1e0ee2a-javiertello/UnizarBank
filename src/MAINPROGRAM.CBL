           ALTERNATE RECORD KEY IS TITDNI WITH DUPLICATES
           FILE STATUS IS FSTI.

           SELECT TERMINALESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TERID
           FILE STATUS IS FSTE.

	   DATA DIVISION.
	   FILE SECTION.

                 02 CANTIDAD PIC S9999999V99.
                 02 DESTINO  PIC X(10) VALUE "".
                 02 SALDOCUENTA    PIC S9999999V99.
                 02 MOVOPERADOR PIC X(10). *> operador de oficina
                 02 MOVTIPO   PIC 9(3). *> codigo de TIPOSMOV.DAT
                 02 MOVTERMINAL PIC X(6). *> cajero de la operacion
                 02 MOVFECHAVALOR PIC 9(8). *> fecha valor AAAAMMDD

               FD ESPECTACULOSFILE
                   LABEL RECORDS ARE STANDARD
                   03 TITDNI    PIC X(9).
                 02 TITROL PIC X. *> T titular, A autorizado

               FD TERMINALESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "TERMINALES.DAT".
               01 TERMINALESREC.
                 02 TERID        PIC X(6).
                 02 TERUBICACION PIC X(30).
                 02 TERESTADO    PIC X. *> A activo, B de baja


       WORKING-STORAGE SECTION.

       77 FSMF   PIC XX.
       77 FSEF   PIC XX.
       77 FSTI   PIC XX.
       77 FSTE   PIC XX.
       77 EOT    PIC X VALUE "N".
       77 YAESTA PIC X VALUE "N".
       77 IDXBUSCA PIC 9.
       77 SERIEHOY PIC 9(7).
       77 SERIECAD PIC 9(7).
       77 DIASCAD PIC S9(7).
       77 NUMRECUP PIC 9(3) VALUE 0.
       77 RECUPFORMA PIC ZZ9.
       77 TERMINALACT PIC X(6).
       77 ERRORTER PIC 9 VALUE 0.
       01 TABCUENTAS.
         02 CTASEL OCCURS 5 TIMES.
           03 CTANUMSEL   PIC X(10).

       PROCEDURE DIVISION.

       ARRANQUE.
           *> Puesta en marcha: el tecnico indica el terminal que es
           *> este cajero. Todo lo que se opere en la sesion (mayor,
           *> jornal, diario de seguridad y casetes) queda a su nombre.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Puesta en marcha del cajero"
                LINE 5 COLUMN 27.
           DISPLAY "Terminal: ______"
                LINE 9 COLUMN 30.
           IF ERRORTER = 1
               DISPLAY "Terminal no dado de alta o de baja"
                    LINE 12 COLUMN 23
           END-IF.
           DISPLAY "Enter - Aceptar                    F1 - Salir"
                LINE 20 COLUMN 15.
           ACCEPT TERMINALACT LINE 9 COLUMN 40.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               STOP RUN
           END-IF.
           MOVE 0 TO ERRORTER.
           OPEN INPUT TERMINALESFILE.
           IF FSTE = "35"
               MOVE 1 TO ERRORTER
           ELSE
               MOVE TERMINALACT TO TERID
               READ TERMINALESFILE
                    INVALID KEY MOVE 1 TO ERRORTER
               END-READ
               CLOSE TERMINALESFILE
           END-IF.
           IF ERRORTER = 0 AND TERESTADO NOT = "A"
               MOVE 1 TO ERRORTER
           END-IF.
           IF ERRORTER = 1
               GO TO ARRANQUE
           END-IF.
           GO TO RECUPERAR.

       RECUPERAR.
           *> Antes de atender al primer cliente se terminan o
           *> deshacen las operaciones que quedaron a medias por un
           *> corte del cajero.
           CALL "RECUPERAROPERACIONES" USING NUMRECUP, TERMINALACT.
           CANCEL "RECUPERAROPERACIONES".
           IF NUMRECUP = 0
               GO TO MAIN-PARA
           END-IF.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           MOVE NUMRECUP TO RECUPFORMA.
           DISPLAY "Operaciones reparadas al arrancar: " RECUPFORMA
                LINE 7 COLUMN 18.
           DISPLAY "Detalle en RECUPERACION.DAT"
                LINE 9 COLUMN 18.
           DISPLAY "Enter - Aceptar"
                LINE 20 COLUMN 29.

       REPEATRECUP.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEATRECUP
           END-IF.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.

       MAIN-PARA.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
                 CLOSE CLIENTESFILE
                 MOVE "TARJETA DESC" TO SEGRESULT
                 CALL "ANOTARSEGURIDAD"
                     USING TARJETACT, SEGRESULT, OPERSEG,
                           TERMINALACT
                 CANCEL "ANOTARSEGURIDAD"
                 GO TO PANTALLA35
             END-IF.
                 CLOSE CLIENTESFILE
                 MOVE "TARJETA DESC" TO SEGRESULT
                 CALL "ANOTARSEGURIDAD"
                     USING TARJETACT, SEGRESULT, OPERSEG,
                           TERMINALACT
                 CANCEL "ANOTARSEGURIDAD"
                 GO TO PANTALLA35
             END-IF.
                 CLOSE CLIENTESFILE
                 MOVE "TARJETA CADU" TO SEGRESULT
                 CALL "ANOTARSEGURIDAD"
                     USING TARJETACT, SEGRESULT, OPERSEG,
                           TERMINALACT
                 CANCEL "ANOTARSEGURIDAD"
                 GO TO PANTALLA47
             END-IF.
                 CLOSE CLIENTESFILE
                 MOVE "TARJETA BLOQ" TO SEGRESULT
                 CALL "ANOTARSEGURIDAD"
                     USING TARJETACT, SEGRESULT, OPERSEG,
                           TERMINALACT
                 CANCEL "ANOTARSEGURIDAD"
                 GO TO PANTALLA4
             ELSE
                     CLOSE CLIENTESFILE
                     MOVE "LOGIN OK" TO SEGRESULT
                     CALL "ANOTARSEGURIDAD"
                         USING TARJETACT, SEGRESULT, OPERSEG,
                               TERMINALACT
                     CANCEL "ANOTARSEGURIDAD"
                     GO TO CARGARCUENTAS
                 ELSE
                         CLOSE CLIENTESFILE
                         MOVE "CLAVE ERRONEA" TO SEGRESULT
                         CALL "ANOTARSEGURIDAD"
                             USING TARJETACT, SEGRESULT, OPERSEG,
                                   TERMINALACT
                         CANCEL "ANOTARSEGURIDAD"
                         MOVE "BLOQUEO" TO SEGRESULT
                         CALL "ANOTARSEGURIDAD"
                             USING TARJETACT, SEGRESULT, OPERSEG,
                                   TERMINALACT
                         CANCEL "ANOTARSEGURIDAD"
                         GO TO PANTALLA4
                     ELSE
                         CLOSE CLIENTESFILE
                         MOVE "CLAVE ERRONEA" TO SEGRESULT
                         CALL "ANOTARSEGURIDAD"
                             USING TARJETACT, SEGRESULT, OPERSEG,
                                   TERMINALACT
                         CANCEL "ANOTARSEGURIDAD"
                         GO TO PANTALLA3
                     END-IF
             DISPLAY "7 - Cambiar clave" LINE 15 COLUMN 27.
             DISPLAY "8 - Mis entradas" LINE 16 COLUMN 27.
             DISPLAY "9 - Mis avisos" LINE 17 COLUMN 27.
             DISPLAY "0 - Mis domiciliaciones" LINE 18 COLUMN 27.
             DISPLAY "A - Mis alertas" LINE 19 COLUMN 27.
             DISPLAY "F1 - Cancelar"
                LINE 21 COLUMN 27.

         REPEAT6.
             ACCEPT TECLA WITH AUTO PROMPT " ".
                     ELSE
                         IF TECLA = 3
                             CALL "RETIRAREF"
                                 USING CUENTACT, TERMINALACT
                             CANCEL "RETIRAREF"
                         ELSE
                             IF TECLA = 4
                                 CALL "INGRESAREF"
                                     USING CUENTACT, TERMINALACT
                                 CANCEL "INGRESAREF"
                             ELSE
                                 IF TECLA = 5
                                     CALL "TRANSFER"
                                         USING CUENTACT, SALDOACT,
                                               TERMINALACT
                                     CANCEL "TRANSFER"
                                 ELSE
                                     IF TECLA = 6
                                         CALL "COMPRAR"
                                         USING CUENTACT, SALDOACT,
                                               TERMINALACT
                                         CANCEL "COMPRAR"
                                     ELSE
                                         IF TECLA = 7
                                             CALL "CAMBIARCLAVE"
                                             USING CLIENTESREC, EXITO,
                                                   TERMINALACT

                                             IF EXITO = "N"
                                               CANCEL "CAMBIARCLAVE"
                                         ELSE
                                         IF TECLA = 8
                                           CALL "REANULARENTRADA"
                                               USING CUENTACT,
                                                     TERMINALACT
                                           CANCEL "REANULARENTRADA"
                                         ELSE
                                         IF TECLA = 9
                                           CALL "CONTARAVISOS"
                                               USING DNIACT, NUMAVISOS
                                           CANCEL "CONTARAVISOS"
                                         ELSE
                                         IF TECLA = 0
                                           CALL "MISDOMICILIACIONES"
                                               USING CUENTACT
                                           CANCEL "MISDOMICILIACIONES"
                                         ELSE
                                         IF TECLA = "A" OR TECLA = "a"
                                           CALL "MISALERTAS"
                                               USING DNIACT
                                           CANCEL "MISALERTAS"
                                         ELSE
                                           GO TO REPEAT6
                                         END-IF
                                         END-IF
                                         END-IF
                                         END-IF

             END-IF.
             GO TO PANTALLA5.
