       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTARALERTAS.
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

           SELECT ENVIOFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSEV.

           SELECT LOTECTLFILE ASSIGN TO DISK
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS RANDOM
           RELATIVE KEY IS LOTCTLKEY
           FILE STATUS IS FSLX.

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

           FD ENVIOFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "ALERTASENV.DAT".
           01 LINEACABECERA.
             02 CABMARCA  PIC X(4). *> "LOTE" en la cabecera
             02 CABLOTEID PIC X(10).
             02 CABFECHA  PIC 9(8).
             02 CABNUMREG PIC 9(5).
             02 CABNUMSMS PIC 9(5).
             02 CABNUMCOR PIC 9(5).
           01 LINEAENVIO.
             02 ENVID      PIC 9(9). *> referencia que devuelve
             02 ENVCANAL   PIC X. *> S sms, E correo
             02 ENVDESTINO PIC X(40).
             02 ENVTEXTO   PIC X(60).

           FD LOTECTLFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "ALELOTECTL.DAT".
           01 LOTECTLREC.
             02 ULTIMOLOTEALE PIC 9(7).

       WORKING-STORAGE SECTION.
           77 FSAL   PIC XX.
           77 FSEV   PIC XX.
           77 FSLX   PIC XX.
           77 LOTCTLKEY PIC 9 VALUE 1.
           77 LOTBOOT PIC X VALUE "N".
           77 LOTENUM PIC 9(7).
           77 EOR    PIC X VALUE "N".
           77 EXPORTADAS PIC 9(5) VALUE 0.
           77 PENDIENTES PIC 9(5) VALUE 0.
           77 PENDSMS PIC 9(5) VALUE 0.
           77 PENDCORREO PIC 9(5) VALUE 0.
           77 FECHAACT PIC 9(8).
           77 LOTEACT  PIC X(10).
           77 TOTALFORMA PIC ZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           *> Entrega a la pasarela de SMS y correo las alertas
           *> pendientes de ALERTAS.DAT en el fichero ALERTASENV.DAT:
           *> una cabecera de lote (identificador, fecha, numero de
           *> mensajes, cuantos SMS y cuantos correos) y una linea
           *> por mensaje con nuestra referencia, canal, telefono o
           *> direccion y texto. El proveedor devuelve el resultado
           *> de cada referencia en ALERTASRESP.DAT, que recoge
           *> IMPORTARRESPALERTAS. Cada alerta queda como entregada.
           DISPLAY "EXPORTARALERTAS - alertas SMS y correo".
           ACCEPT FECHAACT FROM DATE YYYYMMDD.
           OPEN I-O ALERTASFILE.
           IF FSAL = "35"
               DISPLAY "No hay alertas pendientes"
               STOP RUN
           END-IF.
           GO TO CONTARPENDIENTES.

       CONTARPENDIENTES.
           *> Primera pasada: totales de control para la cabecera.
           READ ALERTASFILE NEXT RECORD
                AT END MOVE "Y" TO EOR
           END-READ.
           IF EOR = "N"
               IF ALEESTADO = "P"
                   ADD 1 TO PENDIENTES GIVING PENDIENTES
                   IF ALECANAL = "S"
                       ADD 1 TO PENDSMS GIVING PENDSMS
                   ELSE
                       ADD 1 TO PENDCORREO GIVING PENDCORREO
                   END-IF
               END-IF
               GO TO CONTARPENDIENTES
           END-IF.
           IF PENDIENTES = 0
               DISPLAY "No hay alertas pendientes de enviar"
               CLOSE ALERTASFILE
               STOP RUN
           END-IF.
           CLOSE ALERTASFILE.
           *> Identificador de lote de contador propio: la pasarela
           *> rechaza un lote repetido y se puede exportar varias
           *> veces al dia.
           MOVE 1 TO LOTCTLKEY.
           MOVE "N" TO LOTBOOT.
           OPEN I-O LOTECTLFILE.
           IF FSLX = "35"
               CLOSE LOTECTLFILE
               OPEN OUTPUT LOTECTLFILE
               MOVE "Y" TO LOTBOOT
           END-IF.
           IF LOTBOOT = "N"
               READ LOTECTLFILE
                    INVALID KEY MOVE "Y" TO LOTBOOT
               END-READ
           END-IF.
           IF LOTBOOT = "Y"
               MOVE 0 TO LOTENUM
           ELSE
               MOVE ULTIMOLOTEALE TO LOTENUM
           END-IF.
           ADD 1 TO LOTENUM GIVING LOTENUM.
           MOVE LOTENUM TO ULTIMOLOTEALE.
           IF LOTBOOT = "Y"
               WRITE LOTECTLREC
           ELSE
               REWRITE LOTECTLREC
           END-IF.
           CLOSE LOTECTLFILE.
           MOVE SPACES TO LOTEACT.
           STRING "UZA" LOTENUM DELIMITED BY SIZE INTO LOTEACT.
           OPEN OUTPUT ENVIOFILE.
           MOVE "LOTE" TO CABMARCA.
           MOVE LOTEACT TO CABLOTEID.
           MOVE FECHAACT TO CABFECHA.
           MOVE PENDIENTES TO CABNUMREG.
           MOVE PENDSMS TO CABNUMSMS.
           MOVE PENDCORREO TO CABNUMCOR.
           WRITE LINEACABECERA.
           MOVE "N" TO EOR.
           OPEN I-O ALERTASFILE.
           GO TO LEERALERTA.

       LEERALERTA.
           READ ALERTASFILE NEXT RECORD
                AT END MOVE "Y" TO EOR
           END-READ.
           IF EOR = "N"
               IF ALEESTADO = "P"
                   GO TO EXPORTAR
               END-IF
               GO TO LEERALERTA
           END-IF.
           GO TO FIN.

       EXPORTAR.
           MOVE ALEID TO ENVID.
           MOVE ALECANAL TO ENVCANAL.
           MOVE ALEDESTINO TO ENVDESTINO.
           MOVE ALETEXTO TO ENVTEXTO.
           WRITE LINEAENVIO.
           MOVE "E" TO ALEESTADO.
           MOVE LOTEACT TO ALELOTE.
           REWRITE ALERTASREC.
           ADD 1 TO EXPORTADAS GIVING EXPORTADAS.
           GO TO LEERALERTA.

       FIN.
           CLOSE ENVIOFILE.
           CLOSE ALERTASFILE.
           MOVE EXPORTADAS TO TOTALFORMA.
           DISPLAY "Alertas entregadas a la pasarela: " TOTALFORMA
                   " en el lote " LOTEACT.
           STOP RUN.
       END PROGRAM EXPORTARALERTAS.
