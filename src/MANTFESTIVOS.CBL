       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTFESTIVOS.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FESTIVOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FESFECHA
           FILE STATUS IS FSFE.

       DATA DIVISION.
       FILE SECTION.

           FD FESTIVOSFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "FESTIVOS.DAT".
           01 FESTIVOSREC.
             02 FESFECHA       PIC 9(8). *> AAAAMMDD
             02 FESDESCRIPCION PIC X(30).

       WORKING-STORAGE SECTION.
           77 FSFE      PIC XX.
           77 TECLA     PIC X(01).
           77 ESCAP     PIC 99.
           77 FECHAACT  PIC 9(8).
           77 FECHADESDE PIC 9(8).
           77 FECHABUS  PIC 9(8).
           77 DESCNUEVA PIC X(30).
           77 BAJAFES   PIC X(01).
           77 EXISTE    PIC X VALUE "N".
           77 ERROR1    PIC 9 VALUE 0.
           77 ERROR2    PIC 9 VALUE 0.
           77 EOT       PIC X VALUE "N".
           77 LUGAR     PIC 99.
           01 OPERACT.
             02 OPIDACT  PIC X(10).
             02 OPROLACT PIC X(1).
             02 OPEXITO  PIC X(1).

       PROCEDURE DIVISION.
       INICIO.
           *> Calendario de festivos del banco. Los sabados y domingos
           *> son siempre inhabiles; aqui se dan de alta los festivos
           *> nacionales, autonomicos y locales de cada ano. La fecha
           *> valor de los movimientos, la compensacion de cheques,
           *> las ordenes periodicas y la remesa de salida pasan al
           *> siguiente dia habil segun este fichero.
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
           ACCEPT FECHAACT FROM DATE YYYYMMDD.
           MOVE FECHAACT TO FECHADESDE.
       PANTALLA1.
           *> Lista los festivos desde la fecha indicada (al entrar,
           *> desde hoy).
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           DISPLAY "UnizarBank - Calendario de festivos"
                LINE 2 COLUMN 20 UNDERLINE.
           DISPLAY "Fecha       Descripcion"
                LINE 4 COLUMN 10.
           MOVE "N" TO EOT.
           MOVE 4 TO LUGAR.
           OPEN INPUT FESTIVOSFILE.
           IF FSFE = "35"
               MOVE "Y" TO EOT
           ELSE
               MOVE FECHADESDE TO FESFECHA
               START FESTIVOSFILE
                    KEY IS NOT < FESFECHA
                    INVALID KEY MOVE "Y" TO EOT
               END-START
           END-IF.
       LEERFESTIVO.
           IF EOT = "N" AND LUGAR < 17
               READ FESTIVOSFILE NEXT RECORD
                    AT END MOVE "Y" TO EOT
               END-READ
               IF EOT = "N"
                   ADD 1 TO LUGAR GIVING LUGAR
                   DISPLAY FESFECHA LINE LUGAR COLUMN 10
                   DISPLAY FESDESCRIPCION LINE LUGAR COLUMN 22
                   GO TO LEERFESTIVO
               END-IF
           END-IF.
           IF FSFE NOT = "35"
               CLOSE FESTIVOSFILE
           END-IF.
           IF LUGAR = 4
               DISPLAY "No hay festivos desde " FECHADESDE
                    LINE 5 COLUMN 10
           END-IF.
           IF ERROR1 = 1
               DISPLAY "Fecha no valida"
                    LINE 23 COLUMN 15
               MOVE 0 TO ERROR1
           END-IF.
           DISPLAY "Listar desde (AAAAMMDD): ________"
                LINE 18 COLUMN 10.
           DISPLAY "Festivo (AAAAMMDD):      ________"
                LINE 19 COLUMN 10.
           DISPLAY "Enter - Aceptar                    F1 - Salir"
                LINE 22 COLUMN 15.
           MOVE 0 TO FECHABUS.
           ACCEPT FECHADESDE LINE 18 COLUMN 35.
           ACCEPT FECHABUS LINE 19 COLUMN 35.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               STOP RUN
           END-IF.
           IF FECHADESDE = 0
               MOVE FECHAACT TO FECHADESDE
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
           DISPLAY "UnizarBank - Festivo del " FECHABUS
                LINE 2 COLUMN 20 UNDERLINE.
           MOVE "Y" TO EXISTE.
           OPEN I-O FESTIVOSFILE.
           IF FSFE = "35"
               CLOSE FESTIVOSFILE
               OPEN OUTPUT FESTIVOSFILE
               CLOSE FESTIVOSFILE
               OPEN I-O FESTIVOSFILE
           END-IF.
           MOVE FECHABUS TO FESFECHA.
           READ FESTIVOSFILE
                INVALID KEY MOVE "N" TO EXISTE
           END-READ.
           IF EXISTE = "Y"
               DISPLAY "Descripcion actual: " FESDESCRIPCION
                    LINE 5 COLUMN 10
           ELSE
               DISPLAY "Festivo nuevo"
                    LINE 5 COLUMN 10
           END-IF.
           IF ERROR2 = 1
               DISPLAY "Indique la descripcion del festivo"
                    LINE 20 COLUMN 10
               MOVE 0 TO ERROR2
           END-IF.
           DISPLAY "Descripcion:"
                LINE 9 COLUMN 10.
           DISPLAY "Borrar (S/N): _"
                LINE 10 COLUMN 10.
           DISPLAY "Enter - Grabar                     F1 - Volver"
                LINE 22 COLUMN 15.
           MOVE SPACES TO DESCNUEVA.
           MOVE "N" TO BAJAFES.
           ACCEPT DESCNUEVA LINE 9 COLUMN 23.
           ACCEPT BAJAFES LINE 10 COLUMN 24.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               CLOSE FESTIVOSFILE
               GO TO PANTALLA1
           END-IF.
           IF BAJAFES = "S" OR BAJAFES = "s"
               IF EXISTE = "Y"
                   DELETE FESTIVOSFILE RECORD
               END-IF
               CLOSE FESTIVOSFILE
               GO TO PANTALLA1
           END-IF.
           IF DESCNUEVA = SPACES
               IF EXISTE = "Y"
                   MOVE FESDESCRIPCION TO DESCNUEVA
               ELSE
                   MOVE 1 TO ERROR2
                   CLOSE FESTIVOSFILE
                   GO TO PANTALLADETALLE
               END-IF
           END-IF.
           MOVE FECHABUS TO FESFECHA.
           MOVE DESCNUEVA TO FESDESCRIPCION.
           IF EXISTE = "Y"
               REWRITE FESTIVOSREC
           ELSE
               WRITE FESTIVOSREC
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.
           CLOSE FESTIVOSFILE.
           GO TO PANTALLA1.
       END PROGRAM MANTFESTIVOS.
