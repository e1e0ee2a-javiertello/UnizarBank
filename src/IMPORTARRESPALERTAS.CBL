       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTARRESPALERTAS.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERTASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALEID
           ALTERNATE RECORD KEY IS ALEDNI WITH DUPLICATES
           FILE STATUS IS FSAL.

           SELECT RESPUESTAFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRS.

       DATA DIVISION.
       FILE SECTION.

           FD ALERTASFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "ALERTAS.DAT".
           01 ALERTASREC.
             02 ALEID       PIC 9(9).
             02 ALEDNI      PIC X(9).
             02 ALEFECHORA  PIC 9(12). *> AAAAMMDDHHMM
             02 ALETIPO     PIC 9. *> 1 reintegro, 2 saldo bajo,
                                   *> 3 transferencia, 4 bloqueo,
                                   *> 5 cheque devuelto
             02 ALECANAL    PIC X. *> S sms, E correo
             02 ALEDESTINO  PIC X(40). *> telefono o correo
             02 ALETEXTO    PIC X(60).
             02 ALEESTADO   PIC X. *> P pendiente, E entregada a la
                                   *> pasarela, S enviada, F fallida
             02 ALELOTE     PIC X(10).
             02 ALEFECHARES PIC 9(8). *> fecha de la respuesta
             02 ALEMOTIVO   PIC X(30). *> motivo del fallo

           FD RESPUESTAFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "ALERTASRESP.DAT".
           01 LINEARESPUESTA.
             02 RESID      PIC 9(9). *> referencia enviada
             02 RESESTADO  PIC XX. *> OK enviado, KO fallido
             02 RESMOTIVO  PIC X(30).

       WORKING-STORAGE SECTION.
           77 FSAL   PIC XX.
           77 FSRS   PIC XX.
           77 EOR    PIC X VALUE "N".
           77 NOEXISTE PIC 9 VALUE 0.
           77 ENVIADAS PIC 9(5) VALUE 0.
           77 FALLIDAS PIC 9(5) VALUE 0.
           77 OMITIDAS PIC 9(5) VALUE 0.
           77 DESCONOCIDAS PIC 9(5) VALUE 0.
           77 FECHAACT PIC 9(8).
           77 TOTALFORMA PIC ZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           *> Recoge el fichero de respuesta de la pasarela de SMS y
           *> correo: por cada referencia, OK si el mensaje salio y
           *> KO con el motivo si no. Solo se actualizan las alertas
           *> que constan como entregadas a la pasarela; una respuesta
           *> repetida o de una referencia que no es nuestra se cuenta
           *> aparte y no cambia nada.
           DISPLAY "IMPORTARRESPALERTAS - respuesta de la pasarela".
           ACCEPT FECHAACT FROM DATE YYYYMMDD.
           OPEN INPUT RESPUESTAFILE.
           IF FSRS = "35"
               DISPLAY "No hay fichero de respuesta ALERTASRESP.DAT"
               STOP RUN
           END-IF.
           OPEN I-O ALERTASFILE.
           IF FSAL = "35"
               DISPLAY "No hay alertas enviadas"
               CLOSE RESPUESTAFILE
               STOP RUN
           END-IF.
           GO TO LEERRESPUESTA.

       LEERRESPUESTA.
           READ RESPUESTAFILE
                AT END MOVE "Y" TO EOR
           END-READ.
           IF EOR = "Y"
               GO TO FIN
           END-IF.
           MOVE 0 TO NOEXISTE.
           MOVE RESID TO ALEID.
           READ ALERTASFILE
                INVALID KEY MOVE 1 TO NOEXISTE
           END-READ.
           IF NOEXISTE = 1
               ADD 1 TO DESCONOCIDAS GIVING DESCONOCIDAS
               GO TO LEERRESPUESTA
           END-IF.
           IF ALEESTADO NOT = "E"
               ADD 1 TO OMITIDAS GIVING OMITIDAS
               GO TO LEERRESPUESTA
           END-IF.
           MOVE FECHAACT TO ALEFECHARES.
           IF RESESTADO = "OK"
               MOVE "S" TO ALEESTADO
               MOVE SPACES TO ALEMOTIVO
               ADD 1 TO ENVIADAS GIVING ENVIADAS
           ELSE
               MOVE "F" TO ALEESTADO
               MOVE RESMOTIVO TO ALEMOTIVO
               ADD 1 TO FALLIDAS GIVING FALLIDAS
           END-IF.
           REWRITE ALERTASREC.
           GO TO LEERRESPUESTA.

       FIN.
           CLOSE RESPUESTAFILE.
           CLOSE ALERTASFILE.
           MOVE ENVIADAS TO TOTALFORMA.
           DISPLAY "Alertas enviadas: " TOTALFORMA.
           MOVE FALLIDAS TO TOTALFORMA.
           DISPLAY "Alertas fallidas: " TOTALFORMA.
           MOVE OMITIDAS TO TOTALFORMA.
           DISPLAY "Respuestas ya recogidas: " TOTALFORMA.
           MOVE DESCONOCIDAS TO TOTALFORMA.
           DISPLAY "Referencias desconocidas: " TOTALFORMA.
           STOP RUN.
       END PROGRAM IMPORTARRESPALERTAS.
