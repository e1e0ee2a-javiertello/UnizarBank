           SELECT CASETESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CASCLAVE
           FILE STATUS IS FSCJ.

           SELECT TERMINALESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TERID
           FILE STATUS IS FSTE.

           SELECT LOGREPOSICIONFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSLF.
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "CASETES.DAT".
           01 CASETESREC.
             02 CASCLAVE.
               03 CASTERMINAL  PIC X(6).
               03 DENOMINACION PIC 9(3).
             02 CARGADOS PIC 9(5).
             02 DISPENSADOS PIC 9(5).

           FD TERMINALESFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "TERMINALES.DAT".
           01 TERMINALESREC.
             02 TERID        PIC X(6).
             02 TERUBICACION PIC X(30).
             02 TERESTADO    PIC X. *> A activo, B de baja

           FD LOGREPOSICIONFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "REPOSICIONES.DAT".
           01 LINEALOG PIC X(130).

           FD INFORMEFILE
               LABEL RECORDS ARE STANDARD
           77 FSCJ      PIC XX.
           77 FSLF      PIC XX.
           77 FSIF      PIC XX.
           77 FSTE      PIC XX.
           77 TERMBUS   PIC X(6).
           77 TECLA     PIC X(01).
           77 ESCAP     PIC 99.
           77 EOC       PIC X VALUE "N".
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           DISPLAY "UnizarBank - Reposicion de casetes del cajero"
                LINE 2 COLUMN 17 UNDERLINE.
           DISPLAY "Terminal: ______"
                LINE 4 COLUMN 10.
           DISPLAY "Denominacion del billete: ___"
                LINE 5 COLUMN 10.
           DISPLAY "Unidades cargadas: _____"
                DISPLAY "Indique denominacion y unidades"
                        LINE 10 COLUMN 10
           END-IF
           IF ERROR1 = 2
                DISPLAY "Terminal no dado de alta o de baja"
                        LINE 10 COLUMN 10
           END-IF
           DISPLAY "Enter - Grabar                     F1 - Volver"
                LINE 22 COLUMN 15.
           ACCEPT TERMBUS LINE 4 COLUMN 20.
           ACCEPT DENOMBUS LINE 5 COLUMN 36.
           ACCEPT UNIDADES LINE 6 COLUMN 29.
           ACCEPT IDCLERK LINE 8 COLUMN 51.
               MOVE 1 TO ERROR1
               GO TO PANTALLAREPO
           END-IF.
           *> Cada cajero tiene sus propios casetes: la carga se
           *> anota en el terminal indicado, que debe estar activo.
           OPEN INPUT TERMINALESFILE.
           IF FSTE = "35"
               MOVE 2 TO ERROR1
           ELSE
               MOVE TERMBUS TO TERID
               READ TERMINALESFILE
                    INVALID KEY MOVE 2 TO ERROR1
               END-READ
               CLOSE TERMINALESFILE
           END-IF.
           IF ERROR1 = 0 AND TERESTADO NOT = "A"
               MOVE 2 TO ERROR1
           END-IF.
           IF ERROR1 = 2
               GO TO PANTALLAREPO
           END-IF.
           GO TO GRABARREPO.

       GRABARREPO.
               OPEN I-O CASETESFILE
           END-IF.
           MOVE "Y" TO EXISTE.
           MOVE TERMBUS TO CASTERMINAL.
           MOVE DENOMBUS TO DENOMINACION.
           READ CASETESFILE
                INVALID KEY MOVE "N" TO EXISTE
               ADD UNIDADES TO CARGADOS GIVING CARGADOS
               REWRITE CASETESREC
           ELSE
               MOVE TERMBUS TO CASTERMINAL
               MOVE DENOMBUS TO DENOMINACION
               MOVE UNIDADES TO CARGADOS
               MOVE 0 TO DISPENSADOS
           MOVE SPACES TO LINEALOG.
           STRING FECHAACT " " HORAACT " EQUIPO=" IDCLERK
                  " DENOMINACION=" DENOMBUS " UNIDADES=" UNIFORMA
                  " TERMINAL=" TERMBUS
                  " OPERADOR=" OPIDACT
                  " ACCION=REPOSICION"
                  DELIMITED BY SIZE INTO LINEALOG.

       INFORMECUADRE.
           *> Cuadre por casete: unidades cargadas, dispensadas y
           *> restantes, para contrastar con el recuento fisico. Sale
           *> por terminal y denominacion.
           OPEN OUTPUT INFORMEFILE.
           MOVE SPACES TO LINEAINFORME.
           STRING "UnizarBank - Cuadre de casetes del cajero"
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE SPACES TO LINEAINFORME.
           STRING "  Terminal  Denominacion  Cargados  Dispensados"
                  "  Restantes"
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE "N" TO EOC.
               MOVE DISPENSADOS TO DISPFORMA
               MOVE RESTANTES TO RESTFORMA
               MOVE SPACES TO LINEAINFORME
               STRING "  " CASTERMINAL "             " DENOMFORMA
                      "     " CARGFORMA
                      "        " DISPFORMA "      " RESTFORMA
                      DELIMITED BY SIZE INTO LINEAINFORME
               WRITE LINEAINFORME
