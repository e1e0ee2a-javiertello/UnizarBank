       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTTERMINALES.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERMINALESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TERID
           FILE STATUS IS FSTE.

       DATA DIVISION.
       FILE SECTION.

           FD TERMINALESFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "TERMINALES.DAT".
           01 TERMINALESREC.
             02 TERID        PIC X(6).
             02 TERUBICACION PIC X(30).
             02 TERESTADO    PIC X. *> A activo, B de baja

       WORKING-STORAGE SECTION.
           77 FSTE      PIC XX.
           77 TECLA     PIC X(01).
           77 ESCAP     PIC 99.
           77 TERMBUS   PIC X(6).
           77 UBICNUEVA PIC X(30).
           77 ESTADONUEVO PIC X.
           77 DESDETERM PIC X(6) VALUE SPACES.
           77 ULTIMOTERM PIC X(6) VALUE SPACES.
           77 EXISTE    PIC X VALUE "N".
           77 EOM       PIC X VALUE "N".
           77 LUGAR     PIC 99.
           77 ERROR1    PIC 9 VALUE 0.
           01 OPERACT.
             02 OPIDACT  PIC X(10).
             02 OPROLACT PIC X(1).
             02 OPEXITO  PIC X(1).

       PROCEDURE DIVISION.
       INICIO.
           *> Maestro de cajeros automaticos. Cada cajero arranca
           *> identificandose con uno de estos terminales y todo lo
           *> que opera (movimientos, jornal, diario de seguridad,
           *> casetes) queda a su nombre. Un terminal de baja no
           *> puede arrancar ni recibir reposiciones, pero se sigue
           *> cuadrando mientras le queden casetes.
           CALL "VALIDAROPERADOR" USING OPERACT.
           CANCEL "VALIDAROPERADOR".
           IF OPEXITO NOT = "S"
               STOP RUN
           END-IF.
           IF OPROLACT NOT = "S" AND OPROLACT NOT = "A"
               DISPLAY ' ' ERASE LINE 1 COLUMN 1
               DISPLAY "Funcion reservada al supervisor"
                    LINE 6 COLUMN 22
               STOP RUN
           END-IF.
       PANTALLA1.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           DISPLAY "UnizarBank - Terminales de cajero"
                LINE 2 COLUMN 20 UNDERLINE.
           DISPLAY "Termin Ubicacion                      Estado"
                LINE 4 COLUMN 5.
           MOVE "N" TO EOM.
           MOVE 4 TO LUGAR.
           MOVE SPACES TO ULTIMOTERM.
           OPEN INPUT TERMINALESFILE.
           IF FSTE = "35"
               MOVE "Y" TO EOM
           END-IF.
           IF EOM = "N"
               MOVE DESDETERM TO TERID
               IF DESDETERM = SPACES
                   START TERMINALESFILE
                        KEY IS NOT < TERID
                        INVALID KEY MOVE "Y" TO EOM
                   END-START
               ELSE
                   START TERMINALESFILE
                        KEY IS > TERID
                        INVALID KEY MOVE "Y" TO EOM
                   END-START
               END-IF
           END-IF.
       LEERTERMINAL.
           IF EOM = "N" AND LUGAR < 18
               READ TERMINALESFILE NEXT RECORD
                    AT END MOVE "Y" TO EOM
               END-READ
               IF EOM = "N"
                   ADD 1 TO LUGAR GIVING LUGAR
                   DISPLAY TERID LINE LUGAR COLUMN 5
                   DISPLAY TERUBICACION LINE LUGAR COLUMN 12
                   DISPLAY TERESTADO LINE LUGAR COLUMN 44
                   MOVE TERID TO ULTIMOTERM
                   GO TO LEERTERMINAL
               END-IF
           END-IF.
           IF FSTE NOT = "35"
               CLOSE TERMINALESFILE
           END-IF.
           *> Con la pantalla llena, un terminal en blanco pasa a la
           *> pagina siguiente; al final del maestro vuelve al inicio.
           IF EOM = "N"
               MOVE ULTIMOTERM TO DESDETERM
           ELSE
               MOVE SPACES TO DESDETERM
           END-IF.
           IF ERROR1 = 1
               DISPLAY "Estado no valido: A activo o B de baja"
                    LINE 23 COLUMN 15
               MOVE 0 TO ERROR1
           END-IF.
           DISPLAY "Terminal a grabar o modificar: ______"
                LINE 19 COLUMN 5.
           DISPLAY "Ubicacion:"
                LINE 20 COLUMN 5.
           DISPLAY "Estado (A activo, B de baja): _"
                LINE 21 COLUMN 5.
           DISPLAY "Enter - Grabar / ver mas          F1 - Salir"
                LINE 22 COLUMN 15.
           ACCEPT TERMBUS LINE 19 COLUMN 36.
           ACCEPT UBICNUEVA LINE 20 COLUMN 16.
           ACCEPT ESTADONUEVO LINE 21 COLUMN 35.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               STOP RUN
           END-IF.
           IF TERMBUS = SPACES
               GO TO PANTALLA1
           END-IF.
           IF ESTADONUEVO NOT = "A" AND ESTADONUEVO NOT = "B"
               MOVE 1 TO ERROR1
               GO TO PANTALLA1
           END-IF.
           GO TO GRABARTERMINAL.

       GRABARTERMINAL.
           MOVE "Y" TO EXISTE.
           OPEN I-O TERMINALESFILE.
           IF FSTE = "35"
               CLOSE TERMINALESFILE
               OPEN OUTPUT TERMINALESFILE
               CLOSE TERMINALESFILE
               OPEN I-O TERMINALESFILE
           END-IF.
           MOVE TERMBUS TO TERID.
           READ TERMINALESFILE
                INVALID KEY MOVE "N" TO EXISTE
           END-READ.
           MOVE TERMBUS TO TERID.
           MOVE UBICNUEVA TO TERUBICACION.
           MOVE ESTADONUEVO TO TERESTADO.
           IF EXISTE = "Y"
               REWRITE TERMINALESREC
           ELSE
               WRITE TERMINALESREC
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.
           CLOSE TERMINALESFILE.
           MOVE SPACES TO DESDETERM.
           GO TO PANTALLA1.
       END PROGRAM MANTTERMINALES.
