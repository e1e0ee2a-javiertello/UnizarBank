       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTRETFISCAL.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETFISCALFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RFFECHA
           FILE STATUS IS FSRF.

       DATA DIVISION.
       FILE SECTION.

           FD RETFISCALFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "RETFISCAL.DAT".
           01 RETFISCALREC.
             02 RFFECHA       PIC 9(8). *> vigente desde AAAAMMDD
             02 RFPORCENT     PIC 99V99. *> tipo de retencion
             02 RFDESCRIPCION PIC X(30).

       WORKING-STORAGE SECTION.
           77 FSRF      PIC XX.
           77 TECLA     PIC X(01).
           77 ESCAP     PIC 99.
           77 FECHABUS  PIC 9(8).
           77 PCT1      PIC 99.
           77 PCT2      PIC 99.
           77 CENTIMOS  PIC 9V99.
           77 PCTNUEVO  PIC 99V99.
           77 DESCNUEVA PIC X(30).
           77 EXISTE    PIC X VALUE "N".
           77 ERROR1    PIC 9 VALUE 0.
           77 EOT       PIC X VALUE "N".
           77 LUGAR     PIC 99.
           77 PCTFORMA  PIC Z9.99.
           01 OPERACT.
             02 OPIDACT  PIC X(10).
             02 OPROLACT PIC X(1).
             02 OPEXITO  PIC X(1).

       PROCEDURE DIVISION.
       INICIO.
           *> Tipos de retencion fiscal sobre los intereses abonados.
           *> Cada tipo rige desde su fecha hasta la del siguiente:
           *> la liquidacion de intereses aplica el ultimo vigente en
           *> su fecha. Un cambio legal se da de alta con su fecha de
           *> entrada en vigor, sin tocar los anteriores.
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
           DISPLAY "UnizarBank - Retencion fiscal sobre intereses"
                LINE 2 COLUMN 20 UNDERLINE.
           DISPLAY "Desde       Pct    Descripcion"
                LINE 5 COLUMN 10.
           MOVE "N" TO EOT.
           MOVE 5 TO LUGAR.
           OPEN INPUT RETFISCALFILE.
           IF FSRF = "35"
               MOVE "Y" TO EOT
           END-IF.
       LEERTIPO.
           IF EOT = "N" AND LUGAR < 18
               READ RETFISCALFILE NEXT RECORD
                    AT END MOVE "Y" TO EOT
               END-READ
               IF EOT = "N"
                   ADD 1 TO LUGAR GIVING LUGAR
                   MOVE RFPORCENT TO PCTFORMA
                   DISPLAY RFFECHA LINE LUGAR COLUMN 10
                   DISPLAY PCTFORMA LINE LUGAR COLUMN 22
                   DISPLAY RFDESCRIPCION LINE LUGAR COLUMN 29
                   GO TO LEERTIPO
               END-IF
           END-IF.
           IF FSRF NOT = "35"
               CLOSE RETFISCALFILE
           END-IF.
           IF ERROR1 = 1
               DISPLAY "Fecha no valida"
                    LINE 23 COLUMN 15
               MOVE 0 TO ERROR1
           END-IF.
           DISPLAY "Vigente desde (AAAAMMDD): ________"
                LINE 19 COLUMN 10.
           DISPLAY "Enter - Aceptar                    F1 - Salir"
                LINE 22 COLUMN 15.
           ACCEPT FECHABUS LINE 19 COLUMN 36.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               STOP RUN
           END-IF.
           IF FECHABUS = 0
               GO TO PANTALLA1
           END-IF.
           IF FECHABUS(5:2) < "01" OR FECHABUS(5:2) > "12"
              OR FECHABUS(7:2) < "01" OR FECHABUS(7:2) > "31"
               MOVE 1 TO ERROR1
               GO TO PANTALLA1
           END-IF.
           GO TO PANTALLADETALLE.

       PANTALLADETALLE.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           DISPLAY "UnizarBank - Retencion vigente desde " FECHABUS
                LINE 2 COLUMN 20 UNDERLINE.
           MOVE "Y" TO EXISTE.
           OPEN I-O RETFISCALFILE.
           IF FSRF = "35"
               CLOSE RETFISCALFILE
               OPEN OUTPUT RETFISCALFILE
               CLOSE RETFISCALFILE
               OPEN I-O RETFISCALFILE
           END-IF.
           MOVE FECHABUS TO RFFECHA.
           READ RETFISCALFILE
                INVALID KEY MOVE "N" TO EXISTE
           END-READ.
           IF EXISTE = "Y"
               MOVE RFPORCENT TO PCTFORMA
               DISPLAY "Porcentaje actual: " PCTFORMA
                    LINE 5 COLUMN 10
               DISPLAY "Descripcion actual: " RFDESCRIPCION
                    LINE 6 COLUMN 10
           ELSE
               DISPLAY "Tipo nuevo"
                    LINE 5 COLUMN 10
           END-IF.
           DISPLAY "Porcentaje: __.__"
                LINE 9 COLUMN 10.
           DISPLAY "Descripcion:"
                LINE 10 COLUMN 10.
           DISPLAY "Enter - Grabar                     F1 - Volver"
                LINE 22 COLUMN 15.
           ACCEPT PCT1 LINE 9 COLUMN 22.
           ACCEPT PCT2 LINE 9 COLUMN 25.
           ACCEPT DESCNUEVA LINE 10 COLUMN 23.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               CLOSE RETFISCALFILE
               GO TO PANTALLA1
           END-IF.
           MOVE PCT1 TO PCTNUEVO.
           DIVIDE PCT2 BY 100 GIVING CENTIMOS.
           ADD CENTIMOS TO PCTNUEVO GIVING PCTNUEVO.
           MOVE FECHABUS TO RFFECHA.
           MOVE PCTNUEVO TO RFPORCENT.
           MOVE DESCNUEVA TO RFDESCRIPCION.
           IF EXISTE = "Y"
               REWRITE RETFISCALREC
           ELSE
               WRITE RETFISCALREC
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.
           CLOSE RETFISCALFILE.
           GO TO PANTALLA1.
       END PROGRAM MANTRETFISCAL.
