       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTTIPOSMOV.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIPOSMOVFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIPCODIGO
           FILE STATUS IS FSTM.

       DATA DIVISION.
       FILE SECTION.

           FD TIPOSMOVFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "TIPOSMOV.DAT".
           01 TIPOSMOVREC.
             02 TIPCODIGO      PIC 9(3).
             02 TIPDESCRIPCION PIC X(40).
             02 TIPSIGNO       PIC X. *> D cargo, H abono, A ambos

       WORKING-STORAGE SECTION.
           77 FSTM      PIC XX.
           77 TECLA     PIC X(01).
           77 ESCAP     PIC 99.
           77 CODIGOBUS PIC 9(3).
           77 DESCNUEVA PIC X(40).
           77 SIGNONUEVO PIC X.
           77 DESDECOD  PIC 9(3) VALUE 0.
           77 ULTIMOCOD PIC 9(3) VALUE 0.
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
           *> Tabla de tipos de movimiento del mayor: cada codigo
           *> lleva su descripcion y el signo esperado del importe
           *> (D cargo, H abono, A ambos). Los programas que anotan
           *> movimientos graban el codigo; los informes y extractos
           *> clasifican por el. El codigo 000 queda reservado para
           *> los movimientos sin clasificar.
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
           DISPLAY "UnizarBank - Tipos de movimiento"
                LINE 2 COLUMN 20 UNDERLINE.
           DISPLAY "Cod Descripcion                              Signo"
                LINE 4 COLUMN 5.
           MOVE "N" TO EOM.
           MOVE 4 TO LUGAR.
           MOVE 0 TO ULTIMOCOD.
           OPEN INPUT TIPOSMOVFILE.
           IF FSTM = "35"
               MOVE "Y" TO EOM
           END-IF.
           IF EOM = "N"
               MOVE DESDECOD TO TIPCODIGO
               START TIPOSMOVFILE
                    KEY IS NOT < TIPCODIGO
                    INVALID KEY MOVE "Y" TO EOM
               END-START
           END-IF.
       LEERTIPO.
           IF EOM = "N" AND LUGAR < 18
               READ TIPOSMOVFILE NEXT RECORD
                    AT END MOVE "Y" TO EOM
               END-READ
               IF EOM = "N"
                   ADD 1 TO LUGAR GIVING LUGAR
                   DISPLAY TIPCODIGO LINE LUGAR COLUMN 5
                   DISPLAY TIPDESCRIPCION LINE LUGAR COLUMN 9
                   DISPLAY TIPSIGNO LINE LUGAR COLUMN 50
                   MOVE TIPCODIGO TO ULTIMOCOD
                   GO TO LEERTIPO
               END-IF
           END-IF.
           IF FSTM NOT = "35"
               CLOSE TIPOSMOVFILE
           END-IF.
           *> Con la pantalla llena, un codigo en blanco pasa a la
           *> pagina siguiente; al final de la tabla vuelve al inicio.
           IF EOM = "N"
               ADD 1 TO ULTIMOCOD GIVING DESDECOD
           ELSE
               MOVE 0 TO DESDECOD
           END-IF.
           IF ERROR1 = 1
               DISPLAY "Signo no valido: D, H o A"
                    LINE 23 COLUMN 15
               MOVE 0 TO ERROR1
           END-IF.
           DISPLAY "Codigo a grabar o modificar: ___"
                LINE 19 COLUMN 5.
           DISPLAY "Descripcion:"
                LINE 20 COLUMN 5.
           DISPLAY "Signo (D cargo, H abono, A ambos): _"
                LINE 21 COLUMN 5.
           DISPLAY "Enter - Grabar / ver mas          F1 - Salir"
                LINE 22 COLUMN 15.
           ACCEPT CODIGOBUS LINE 19 COLUMN 35.
           ACCEPT DESCNUEVA LINE 20 COLUMN 18.
           ACCEPT SIGNONUEVO LINE 21 COLUMN 40.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               STOP RUN
           END-IF.
           IF CODIGOBUS = 0
               GO TO PANTALLA1
           END-IF.
           IF SIGNONUEVO NOT = "D" AND SIGNONUEVO NOT = "H"
              AND SIGNONUEVO NOT = "A"
               MOVE 1 TO ERROR1
               GO TO PANTALLA1
           END-IF.
           GO TO GRABARTIPO.

       GRABARTIPO.
           MOVE "Y" TO EXISTE.
           OPEN I-O TIPOSMOVFILE.
           IF FSTM = "35"
               CLOSE TIPOSMOVFILE
               OPEN OUTPUT TIPOSMOVFILE
               CLOSE TIPOSMOVFILE
               OPEN I-O TIPOSMOVFILE
           END-IF.
           MOVE CODIGOBUS TO TIPCODIGO.
           READ TIPOSMOVFILE
                INVALID KEY MOVE "N" TO EXISTE
           END-READ.
           MOVE CODIGOBUS TO TIPCODIGO.
           MOVE DESCNUEVA TO TIPDESCRIPCION.
           MOVE SIGNONUEVO TO TIPSIGNO.
           IF EXISTE = "Y"
               REWRITE TIPOSMOVREC
           ELSE
               WRITE TIPOSMOVREC
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.
           CLOSE TIPOSMOVFILE.
           MOVE 0 TO DESDECOD.
           GO TO PANTALLA1.
       END PROGRAM MANTTIPOSMOV.
