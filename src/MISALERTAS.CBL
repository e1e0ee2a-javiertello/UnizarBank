       IDENTIFICATION DIVISION.
       PROGRAM-ID. MISALERTAS.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSCRIPCIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUSDNI
           FILE STATUS IS FSSU.

           SELECT CLIENTESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DNI
           ALTERNATE RECORD KEY IS TARJETA
           FILE STATUS IS FSCF.

       DATA DIVISION.
       FILE SECTION.

           FD SUSCRIPCIONESFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "SUSCRIPCIONES.DAT".
           01 SUSCRIPCIONESREC.
             02 SUSDNI       PIC X(9).
             02 SUSEMAIL     PIC X(40). *> correo de contacto
             02 SUSCANAL     PIC X. *> S sms, E correo, A ambos
             02 SUSRETIRO    PIC X. *> S/N reintegro superior a
             02 SUSIMPRETIRO PIC 9999999V99.
             02 SUSSALDO     PIC X. *> S/N saldo inferior a
             02 SUSIMPSALDO  PIC 9999999V99.
             02 SUSTRANSF    PIC X. *> S/N transferencia recibida
             02 SUSBLOQUEO   PIC X. *> S/N tarjeta bloqueada
             02 SUSCHEQUE    PIC X. *> S/N cheque devuelto
             02 SUSFECHAMOD  PIC 9(8). *> AAAAMMDD

           FD CLIENTESFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "CLIENTES.DAT".
           01 CLIENTESREC.
             02 DNI      PIC X(9).
             02 NOMBAPE  PIC X(40).
             02 TEL      PIC X(12).
             02 DIR      PIC X(30).
             02 TARJETA  PIC X(10).
             02 BLOQUEADA PIC X(1). *> Y o N
             02 CLAVE    PIC X(15).
             02 INTENTOSREST PIC 9.
             02 CLAVEANT1 PIC X(15).
             02 CLAVEANT2 PIC X(15).
             02 FECHACAD PIC 9(8). *> AAAAMMDD

       WORKING-STORAGE SECTION.
           77 FSSU      PIC XX.
           77 FSCF      PIC XX.
           77 TECLA     PIC X(01).
           77 ESCAP     PIC 99.
           77 EXISTE    PIC X VALUE "N".
           77 OPCION    PIC X.
           77 TELACT    PIC X(12).
           77 IMPORTE1  PIC 9(7).
           77 IMPORTE2  PIC 99.
           77 CENTIMOS  PIC 9V99.
           77 IMPORTE   PIC 9999999V99.
           77 IMPFORMA  PIC Z,ZZZ,ZZ9.99.
           77 CANALFORMA PIC X(12).
           77 CORREONUEVO PIC X(40).
           77 ERROR1    PIC 9 VALUE 0.
           77 ERROR2    PIC 9 VALUE 0.
           77 FECHAACT  PIC 9(8).

       LINKAGE SECTION.
           01 DNIACT PIC X(9).

       PROCEDURE DIVISION USING DNIACT.
       INICIO.
           *> Suscripcion del cliente a las alertas por SMS (al
           *> telefono de su ficha) o por correo (a la direccion que
           *> indique aqui). Los procesos que mueven la cuenta y el
           *> diario de seguridad dejan las alertas en ALERTAS.DAT
           *> segun lo que se guarde en esta pantalla.
           MOVE SPACES TO TELACT.
           OPEN INPUT CLIENTESFILE.
           MOVE DNIACT TO DNI.
           READ CLIENTESFILE
                INVALID KEY MOVE SPACES TO TEL
           END-READ.
           MOVE TEL TO TELACT.
           CLOSE CLIENTESFILE.
           MOVE "Y" TO EXISTE.
           OPEN INPUT SUSCRIPCIONESFILE.
           IF FSSU = "35"
               MOVE "N" TO EXISTE
           ELSE
               MOVE DNIACT TO SUSDNI
               READ SUSCRIPCIONESFILE
                    INVALID KEY MOVE "N" TO EXISTE
               END-READ
           END-IF.
           CLOSE SUSCRIPCIONESFILE.
           IF EXISTE = "N"
               MOVE DNIACT TO SUSDNI
               MOVE SPACES TO SUSEMAIL
               MOVE "S" TO SUSCANAL
               MOVE "N" TO SUSRETIRO
               MOVE 0 TO SUSIMPRETIRO
               MOVE "N" TO SUSSALDO
               MOVE 0 TO SUSIMPSALDO
               MOVE "N" TO SUSTRANSF
               MOVE "N" TO SUSBLOQUEO
               MOVE "N" TO SUSCHEQUE
               MOVE 0 TO SUSFECHAMOD
           END-IF.
           GO TO PANTALLA.

       PANTALLA.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Mis alertas"
                LINE 4 COLUMN 34 UNDERLINE.
           DISPLAY "Telefono: " TELACT LINE 6 COLUMN 10.
           DISPLAY "Correo:   " SUSEMAIL LINE 7 COLUMN 10.
           DISPLAY "1 - Reintegro superior a" LINE 9 COLUMN 10.
           IF SUSRETIRO = "S"
               MOVE SUSIMPRETIRO TO IMPFORMA
               DISPLAY "SI " IMPFORMA "E" LINE 9 COLUMN 45
           ELSE
               DISPLAY "NO" LINE 9 COLUMN 45
           END-IF.
           DISPLAY "2 - Saldo inferior a" LINE 10 COLUMN 10.
           IF SUSSALDO = "S"
               MOVE SUSIMPSALDO TO IMPFORMA
               DISPLAY "SI " IMPFORMA "E" LINE 10 COLUMN 45
           ELSE
               DISPLAY "NO" LINE 10 COLUMN 45
           END-IF.
           DISPLAY "3 - Transferencia recibida" LINE 11 COLUMN 10.
           IF SUSTRANSF = "S"
               DISPLAY "SI" LINE 11 COLUMN 45
           ELSE
               DISPLAY "NO" LINE 11 COLUMN 45
           END-IF.
           DISPLAY "4 - Tarjeta bloqueada" LINE 12 COLUMN 10.
           IF SUSBLOQUEO = "S"
               DISPLAY "SI" LINE 12 COLUMN 45
           ELSE
               DISPLAY "NO" LINE 12 COLUMN 45
           END-IF.
           DISPLAY "5 - Cheque devuelto" LINE 13 COLUMN 10.
           IF SUSCHEQUE = "S"
               DISPLAY "SI" LINE 13 COLUMN 45
           ELSE
               DISPLAY "NO" LINE 13 COLUMN 45
           END-IF.
           IF SUSCANAL = "S"
               MOVE "SMS" TO CANALFORMA
           ELSE
               IF SUSCANAL = "E"
                   MOVE "Correo" TO CANALFORMA
               ELSE
                   MOVE "SMS y correo" TO CANALFORMA
               END-IF
           END-IF.
           DISPLAY "6 - Enviar por" LINE 15 COLUMN 10.
           DISPLAY CANALFORMA LINE 15 COLUMN 45.
           DISPLAY "7 - Cambiar correo" LINE 16 COLUMN 10.
           IF ERROR1 = 1
               DISPLAY "Indique un correo para recibir las alertas"
                    LINE 20 COLUMN 10
               MOVE 0 TO ERROR1
           END-IF.
           IF ERROR2 = 1
               DISPLAY "No consta telefono: acuda a una oficina"
                    " o elija correo"
                    LINE 20 COLUMN 10
               MOVE 0 TO ERROR2
           END-IF.
           DISPLAY "Pulse el numero de la opcion para cambiarla"
                LINE 18 COLUMN 10.
           DISPLAY "Enter - Guardar"
                LINE 24 COLUMN 10.
           DISPLAY "F1 - Volver sin guardar"
                LINE 24 COLUMN 50.
        REPEAT2.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           IF TECLA = " "
               ACCEPT ESCAP FROM ESCAPE KEY
               IF ESCAP = 01
                   EXIT PROGRAM
               END-IF
               IF ESCAP = 13
                   GO TO COMPROBAR
               END-IF
               GO TO REPEAT2
           END-IF.
           MOVE TECLA TO OPCION.
           IF OPCION = "1"
               IF SUSRETIRO = "S"
                   MOVE "N" TO SUSRETIRO
                   GO TO PANTALLA
               END-IF
               GO TO PEDIRIMPORTE
           END-IF.
           IF OPCION = "2"
               IF SUSSALDO = "S"
                   MOVE "N" TO SUSSALDO
                   GO TO PANTALLA
               END-IF
               GO TO PEDIRIMPORTE
           END-IF.
           IF OPCION = "3"
               IF SUSTRANSF = "S"
                   MOVE "N" TO SUSTRANSF
               ELSE
                   MOVE "S" TO SUSTRANSF
               END-IF
               GO TO PANTALLA
           END-IF.
           IF OPCION = "4"
               IF SUSBLOQUEO = "S"
                   MOVE "N" TO SUSBLOQUEO
               ELSE
                   MOVE "S" TO SUSBLOQUEO
               END-IF
               GO TO PANTALLA
           END-IF.
           IF OPCION = "5"
               IF SUSCHEQUE = "S"
                   MOVE "N" TO SUSCHEQUE
               ELSE
                   MOVE "S" TO SUSCHEQUE
               END-IF
               GO TO PANTALLA
           END-IF.
           IF OPCION = "6"
               IF SUSCANAL = "S"
                   MOVE "E" TO SUSCANAL
               ELSE
                   IF SUSCANAL = "E"
                       MOVE "A" TO SUSCANAL
                   ELSE
                       MOVE "S" TO SUSCANAL
                   END-IF
               END-IF
               GO TO PANTALLA
           END-IF.
           IF OPCION = "7"
               GO TO PEDIRCORREO
           END-IF.
           GO TO REPEAT2.

       PEDIRIMPORTE.
           DISPLAY "Importe: _______.__E"
                LINE 20 COLUMN 10.
           DISPLAY "Enter - Aceptar                    F1 - Cancelar"
                LINE 22 COLUMN 15.
           ACCEPT IMPORTE1 LINE 20 COLUMN 19.
           ACCEPT IMPORTE2 LINE 20 COLUMN 27.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA
           END-IF.
           MOVE IMPORTE1 TO IMPORTE.
           DIVIDE IMPORTE2 BY 100 GIVING CENTIMOS.
           ADD CENTIMOS TO IMPORTE GIVING IMPORTE.
           IF OPCION = "1"
               MOVE IMPORTE TO SUSIMPRETIRO
               MOVE "S" TO SUSRETIRO
           ELSE
               MOVE IMPORTE TO SUSIMPSALDO
               MOVE "S" TO SUSSALDO
           END-IF.
           GO TO PANTALLA.

       PEDIRCORREO.
           DISPLAY "Nuevo correo:"
                LINE 20 COLUMN 10.
           DISPLAY "Enter - Aceptar                    F1 - Cancelar"
                LINE 22 COLUMN 15.
           MOVE SUSEMAIL TO CORREONUEVO.
           ACCEPT CORREONUEVO LINE 20 COLUMN 24.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP NOT = 01
               MOVE CORREONUEVO TO SUSEMAIL
           END-IF.
           GO TO PANTALLA.

       COMPROBAR.
           *> El canal elegido tiene que tener a donde enviar.
           IF (SUSCANAL = "E" OR SUSCANAL = "A") AND SUSEMAIL = SPACES
               MOVE 1 TO ERROR1
               GO TO PANTALLA
           END-IF.
           IF (SUSCANAL = "S" OR SUSCANAL = "A") AND TELACT = SPACES
               MOVE 1 TO ERROR2
               GO TO PANTALLA
           END-IF.
           GO TO GUARDAR.

       GUARDAR.
           ACCEPT FECHAACT FROM DATE YYYYMMDD.
           MOVE FECHAACT TO SUSFECHAMOD.
           OPEN I-O SUSCRIPCIONESFILE.
           IF FSSU = "35"
               CLOSE SUSCRIPCIONESFILE
               OPEN OUTPUT SUSCRIPCIONESFILE
               CLOSE SUSCRIPCIONESFILE
               OPEN I-O SUSCRIPCIONESFILE
           END-IF.
           IF EXISTE = "Y"
               REWRITE SUSCRIPCIONESREC
           ELSE
               WRITE SUSCRIPCIONESREC
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.
           CLOSE SUSCRIPCIONESFILE.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Mis alertas"
                LINE 4 COLUMN 34 UNDERLINE.
           DISPLAY "Sus preferencias de alertas han sido guardadas"
                LINE 9 COLUMN 17.
           DISPLAY "Enter - Aceptar"
                LINE 18 COLUMN 30.
        REPEAT3.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEAT3
           END-IF.
           EXIT PROGRAM.
       END PROGRAM MISALERTAS.
