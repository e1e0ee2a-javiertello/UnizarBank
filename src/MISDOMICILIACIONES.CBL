       IDENTIFICATION DIVISION.
       PROGRAM-ID. MISDOMICILIACIONES.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOMICILIACIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DOMCLAVE
           FILE STATUS IS FSDO.

       DATA DIVISION.
       FILE SECTION.

           FD DOMICILIACIONESFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "DOMICILIACIONES.DAT".
           01 DOMICILIACIONESREC.
             02 DOMCLAVE.
               03 DOMCUENTA   PIC X(10).
               03 DOMACREEDOR PIC X(10). *> identificador del acreedor
             02 DOMNOMBRE     PIC X(30). *> nombre del acreedor
             02 DOMREFERENCIA PIC X(20). *> referencia del mandato
             02 DOMFECHAALTA  PIC 9(8). *> AAAAMMDD
             02 DOMFECHABAJA  PIC 9(8). *> AAAAMMDD, 0 = vigente
             02 DOMESTADO     PIC X. *> A activa, B baja

       WORKING-STORAGE SECTION.
           77 FSDO      PIC XX.
           77 TECLA     PIC X(01).
           77 ESCAP     PIC 99.
           77 EOD       PIC X VALUE "N".
           77 NUMDOM    PIC 9 VALUE 0.
           77 IDXDOM    PIC 9 VALUE 0.
           77 LUGAR     PIC 99.
           77 FECHAACT  PIC 9(8).
           77 ERROR1    PIC 9 VALUE 0.
           01 TABDOMICILIACIONES.
             02 DOMLIN OCCURS 9 TIMES.
               03 DOMACREEDORLIN PIC X(10).
               03 DOMNOMBRELIN   PIC X(30).

       LINKAGE SECTION.
           01 CUENTACT PIC X(10).

       PROCEDURE DIVISION USING CUENTACT.
       REPEAT.
           *> Mandatos de domiciliacion activos de la cuenta. El
           *> cliente puede anular cualquiera de ellos y a partir de
           *> ese momento los recibos de ese acreedor se devuelven.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Mis domiciliaciones"
                LINE 4 COLUMN 30 UNDERLINE.
           MOVE 0 TO NUMDOM.
           MOVE "N" TO EOD.
           OPEN INPUT DOMICILIACIONESFILE.
           IF FSDO = "35"
               CLOSE DOMICILIACIONESFILE
               GO TO SINDOMICILIACIONES
           END-IF.
           MOVE CUENTACT TO DOMCUENTA.
           MOVE SPACES TO DOMACREEDOR.
           START DOMICILIACIONESFILE
                KEY IS NOT < DOMCLAVE
                INVALID KEY MOVE "Y" TO EOD
           END-START.
           DISPLAY "    Acreedor    Nombre"
                LINE 6 COLUMN 3.
        LEERDOMICILIACION.
           IF EOD = "N" AND NUMDOM < 9
               READ DOMICILIACIONESFILE NEXT RECORD
                    AT END MOVE "Y" TO EOD
               END-READ
               IF EOD = "N" AND DOMCUENTA = CUENTACT
                   IF DOMESTADO = "A"
                       ADD 1 TO NUMDOM GIVING NUMDOM
                       MOVE DOMACREEDOR TO DOMACREEDORLIN(NUMDOM)
                       MOVE DOMNOMBRE TO DOMNOMBRELIN(NUMDOM)
                       GO TO MOSTRARDOMICILIACION
                   ELSE
                       GO TO LEERDOMICILIACION
                   END-IF
               END-IF
           END-IF.
           CLOSE DOMICILIACIONESFILE.
           IF NUMDOM = 0
               GO TO SINDOMICILIACIONES
           END-IF.
           GO TO ELEGIR.
        MOSTRARDOMICILIACION.
           ADD NUMDOM TO 7 GIVING LUGAR.
           DISPLAY NUMDOM " - " LINE LUGAR COLUMN 3.
           DISPLAY DOMACREEDOR LINE LUGAR COLUMN 9.
           DISPLAY DOMNOMBRE LINE LUGAR COLUMN 21.
           GO TO LEERDOMICILIACION.
        ELEGIR.
           DISPLAY "Indique el numero de linea para anular el mandato"
                LINE 20 COLUMN 14.
           DISPLAY "F1 - Volver"
                LINE 24 COLUMN 50.
        REPEAT2.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           IF TECLA = " "
               ACCEPT ESCAP FROM ESCAPE KEY
               IF ESCAP = 01
                   EXIT PROGRAM
               ELSE
                   GO TO REPEAT2
               END-IF
           END-IF.
           IF TECLA NOT NUMERIC
               GO TO REPEAT2
           END-IF.
           MOVE TECLA TO IDXDOM.
           IF IDXDOM < 1 OR IDXDOM > NUMDOM
               GO TO REPEAT2
           END-IF.
           GO TO CONFIRMAR.
        CONFIRMAR.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Anular domiciliacion"
                LINE 4 COLUMN 30 UNDERLINE.
           DISPLAY "Acreedor: " DOMACREEDORLIN(IDXDOM)
                LINE 8 COLUMN 15.
           DISPLAY DOMNOMBRELIN(IDXDOM)
                LINE 9 COLUMN 25.
           DISPLAY "Los proximos recibos de este acreedor"
                LINE 12 COLUMN 15.
           DISPLAY "seran devueltos"
                LINE 13 COLUMN 15.
           DISPLAY "Enter - Anular"
                LINE 24 COLUMN 10.
           DISPLAY "F1 - Cancelar"
                LINE 24 COLUMN 50.
        REPEAT3.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO REPEAT
           END-IF.
           IF ESCAP <> 13
               GO TO REPEAT3
           END-IF.
           GO TO ANULAR.
        ANULAR.
           ACCEPT FECHAACT FROM DATE YYYYMMDD.
           OPEN I-O DOMICILIACIONESFILE.
           MOVE CUENTACT TO DOMCUENTA.
           MOVE DOMACREEDORLIN(IDXDOM) TO DOMACREEDOR.
           READ DOMICILIACIONESFILE
                INVALID KEY MOVE 1 TO ERROR1
           END-READ.
           IF ERROR1 = 0 AND DOMESTADO = "A"
               MOVE "B" TO DOMESTADO
               MOVE FECHAACT TO DOMFECHABAJA
               REWRITE DOMICILIACIONESREC
           END-IF.
           MOVE 0 TO ERROR1.
           CLOSE DOMICILIACIONESFILE.
           GO TO REPEAT.
        SINDOMICILIACIONES.
           DISPLAY "No tiene domiciliaciones activas en esta cuenta"
                LINE 9 COLUMN 16.
           DISPLAY "Enter - Aceptar"
                LINE 18 COLUMN 30.
        REPEAT4.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEAT4
           END-IF.
           EXIT PROGRAM.
       END PROGRAM MISDOMICILIACIONES.
