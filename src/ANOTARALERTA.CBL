       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANOTARALERTA.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSCRIPCIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUSDNI
           FILE STATUS IS FSSU.

           SELECT ALERTASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALEID
           ALTERNATE RECORD KEY IS ALEDNI WITH DUPLICATES
           FILE STATUS IS FSAL.

           SELECT ALECONTROLFILE ASSIGN TO DISK
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS RANDOM
           RELATIVE KEY IS ALECTLKEY
           FILE STATUS IS FSAC.

           SELECT CLIENTESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DNI
           ALTERNATE RECORD KEY IS TARJETA
           FILE STATUS IS FSCF.

           SELECT CUENTASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA
           ALTERNATE RECORD KEY IS CTADNI WITH DUPLICATES
           FILE STATUS IS FSTF.

           SELECT TITULARESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TITCLAVE
           ALTERNATE RECORD KEY IS TITDNI WITH DUPLICATES
           FILE STATUS IS FSTI.

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

           FD ALECONTROLFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "ALECONTROL.DAT".
           01 ALECONTROLREC.
             02 ULTIMOALEID PIC 9(9).

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

           FD CUENTASFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "CUENTAS.DAT".
           01 CUENTASREC.
             02 CUENTA   PIC X(10).
             02 CTADNI   PIC X(9).
             02 SALDO    PIC S9999999V99.
             02 LIMDESCUB PIC 9999V99.
             02 TASAINTERES PIC 99V99.

           FD TITULARESFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "TITULARES.DAT".
           01 TITULARESREC.
             02 TITCLAVE.
               03 TITCUENTA PIC X(10).
               03 TITDNI    PIC X(9).
             02 TITROL PIC X. *> T titular, A autorizado

       WORKING-STORAGE SECTION.
           77 FSSU      PIC XX.
           77 FSAL      PIC XX.
           77 FSAC      PIC XX.
           77 FSCF      PIC XX.
           77 FSTF      PIC XX.
           77 FSTI      PIC XX.
           77 ALECTLKEY PIC 9 VALUE 1.
           77 ALEBOOT   PIC X VALUE "N".
           77 ALEIDACT  PIC 9(9).
           77 ABIERTA   PIC X VALUE "N".
           77 EOT       PIC X VALUE "N".
           77 EXISTE    PIC X VALUE "Y".
           77 NUMDNI    PIC 99 VALUE 0.
           77 IDXDNI    PIC 99 VALUE 0.
           77 NUMMSG    PIC 9 VALUE 0.
           77 IDXMSG    PIC 9 VALUE 0.
           77 CANALACT  PIC X.
           77 IMPORTEABS PIC 9999999V99.
           77 SALDOPREVIO PIC S9999999V99.
           77 IMPFORMA  PIC Z,ZZZ,ZZ9.99.
           77 FECHAACT  PIC 9(8).
           77 HORA      PIC 9999.
           77 FECHORAACT PIC 9(12).
           77 HORAACT   PIC 9(8).
           01 TABDNI.
             02 DNILIN OCCURS 10 TIMES.
               03 DNISEL PIC X(9).
           01 TABMENSAJES.
             02 MSGLIN OCCURS 2 TIMES.
               03 MSGTIPO  PIC 9.
               03 MSGTEXTO PIC X(60).

       LINKAGE SECTION.
           01 ALECUENTAPARAM  PIC X(10).
           01 ALEDNIPARAM     PIC X(9).
           01 ALETIPOPARAM    PIC 9.
           01 ALEIMPORTEPARAM PIC S9999999V99.
           01 ALESALDOPARAM   PIC S9999999V99.

       PROCEDURE DIVISION USING ALECUENTAPARAM, ALEDNIPARAM,
           ALETIPOPARAM, ALEIMPORTEPARAM, ALESALDOPARAM.
       INICIO.
           *> Deja en la cola de ALERTAS.DAT los mensajes SMS o de
           *> correo que el cliente tenga suscritos para el suceso
           *> que se le pasa. EXPORTARALERTAS los entrega despues a
           *> la pasarela. El suceso es:
           *>   1 reintegro (mira importe y saldo resultante)
           *>   2 otro cargo (solo saldo resultante)
           *>   3 abono por transferencia
           *>   4 tarjeta bloqueada (se pasa la tarjeta en lugar de
           *>     la cuenta)
           *>   5 cheque devuelto
           *> El importe es el del movimiento con su signo y el saldo
           *> el que queda en la cuenta tras anotarlo. Si se pasa DNI
           *> solo se mira ese cliente; si no, todas las personas
           *> vinculadas a la cuenta.
           OPEN INPUT SUSCRIPCIONESFILE.
           IF FSSU = "35"
               CLOSE SUSCRIPCIONESFILE
               EXIT PROGRAM
           END-IF.
           ACCEPT FECHAACT FROM DATE YYYYMMDD.
           MULTIPLY FECHAACT BY 10000 GIVING FECHORAACT.
           ACCEPT HORAACT FROM TIME.
           DIVIDE HORAACT BY 10000 GIVING HORA.
           ADD HORA TO FECHORAACT GIVING FECHORAACT.
           MOVE "N" TO ABIERTA.
           MOVE 0 TO NUMDNI.
           OPEN INPUT CLIENTESFILE.
           IF ALETIPOPARAM = 4
               GO TO DNIPORTARJETA
           END-IF.
           IF ALEDNIPARAM NOT = SPACES
               MOVE 1 TO NUMDNI
               MOVE ALEDNIPARAM TO DNISEL(1)
               GO TO EVALUAR
           END-IF.
           GO TO DNIPORCUENTA.

       DNIPORTARJETA.
           MOVE ALECUENTAPARAM TO TARJETA.
           MOVE "Y" TO EXISTE.
           READ CLIENTESFILE KEY IS TARJETA
                INVALID KEY MOVE "N" TO EXISTE
           END-READ.
           IF EXISTE = "Y"
               MOVE 1 TO NUMDNI
               MOVE DNI TO DNISEL(1)
           END-IF.
           GO TO EVALUAR.

       DNIPORCUENTA.
           *> Titulares y autorizados de la cuenta; si la cuenta no
           *> tiene vinculos, el DNI de la propia cuenta.
           MOVE "N" TO EOT.
           OPEN INPUT TITULARESFILE.
           IF FSTI = "35"
               MOVE "Y" TO EOT
           ELSE
               MOVE ALECUENTAPARAM TO TITCUENTA
               MOVE SPACES TO TITDNI
               START TITULARESFILE
                    KEY IS NOT < TITCLAVE
                    INVALID KEY MOVE "Y" TO EOT
               END-START
           END-IF.
       LEERTITULAR.
           IF EOT = "N"
               READ TITULARESFILE NEXT RECORD
                    AT END MOVE "Y" TO EOT
               END-READ
               IF EOT = "N" AND TITCUENTA = ALECUENTAPARAM
                   IF NUMDNI < 10
                       ADD 1 TO NUMDNI GIVING NUMDNI
                       MOVE TITDNI TO DNISEL(NUMDNI)
                   END-IF
                   GO TO LEERTITULAR
               END-IF
           END-IF.
           CLOSE TITULARESFILE.
           IF NUMDNI = 0
               OPEN INPUT CUENTASFILE
               MOVE ALECUENTAPARAM TO CUENTA
               MOVE "Y" TO EXISTE
               READ CUENTASFILE
                    INVALID KEY MOVE "N" TO EXISTE
               END-READ
               IF EXISTE = "Y"
                   MOVE 1 TO NUMDNI
                   MOVE CTADNI TO DNISEL(1)
               END-IF
               CLOSE CUENTASFILE
           END-IF.
           GO TO EVALUAR.

       EVALUAR.
           IF ALEIMPORTEPARAM < 0
               SUBTRACT ALEIMPORTEPARAM FROM 0 GIVING IMPORTEABS
           ELSE
               MOVE ALEIMPORTEPARAM TO IMPORTEABS
           END-IF.
           SUBTRACT ALEIMPORTEPARAM FROM ALESALDOPARAM
               GIVING SALDOPREVIO.
           MOVE IMPORTEABS TO IMPFORMA.
           MOVE 0 TO IDXDNI.
       SIGUIENTEDNI.
           IF IDXDNI NOT < NUMDNI
               GO TO FIN
           END-IF.
           ADD 1 TO IDXDNI GIVING IDXDNI.
           MOVE DNISEL(IDXDNI) TO SUSDNI.
           MOVE "Y" TO EXISTE.
           READ SUSCRIPCIONESFILE
                INVALID KEY MOVE "N" TO EXISTE
           END-READ.
           IF EXISTE = "N"
               GO TO SIGUIENTEDNI
           END-IF.
           MOVE SUSDNI TO DNI.
           READ CLIENTESFILE
                INVALID KEY MOVE SPACES TO TEL
           END-READ.
           MOVE 0 TO NUMMSG.
           IF ALETIPOPARAM = 1 AND SUSRETIRO = "S"
              AND IMPORTEABS > SUSIMPRETIRO
               ADD 1 TO NUMMSG GIVING NUMMSG
               MOVE 1 TO MSGTIPO(NUMMSG)
               MOVE SPACES TO MSGTEXTO(NUMMSG)
               STRING "Reintegro de" IMPFORMA " E en la cuenta "
                      ALECUENTAPARAM
                      DELIMITED BY SIZE INTO MSGTEXTO(NUMMSG)
           END-IF.
           *> El aviso de saldo bajo solo sale al cruzar el umbral,
           *> no en cada cargo posterior mientras siga por debajo.
           IF (ALETIPOPARAM = 1 OR ALETIPOPARAM = 2)
              AND SUSSALDO = "S"
              AND ALESALDOPARAM < SUSIMPSALDO
              AND SALDOPREVIO NOT < SUSIMPSALDO
               ADD 1 TO NUMMSG GIVING NUMMSG
               MOVE 2 TO MSGTIPO(NUMMSG)
               MOVE SPACES TO MSGTEXTO(NUMMSG)
               STRING "Saldo por debajo de su aviso en la cuenta "
                      ALECUENTAPARAM
                      DELIMITED BY SIZE INTO MSGTEXTO(NUMMSG)
           END-IF.
           IF ALETIPOPARAM = 3 AND SUSTRANSF = "S"
               ADD 1 TO NUMMSG GIVING NUMMSG
               MOVE 3 TO MSGTIPO(NUMMSG)
               MOVE SPACES TO MSGTEXTO(NUMMSG)
               STRING "Transferencia recibida de" IMPFORMA
                      " E en " ALECUENTAPARAM
                      DELIMITED BY SIZE INTO MSGTEXTO(NUMMSG)
           END-IF.
           IF ALETIPOPARAM = 4 AND SUSBLOQUEO = "S"
               ADD 1 TO NUMMSG GIVING NUMMSG
               MOVE 4 TO MSGTIPO(NUMMSG)
               MOVE SPACES TO MSGTEXTO(NUMMSG)
               STRING "Su tarjeta " ALECUENTAPARAM
                      " ha sido bloqueada. Acuda a su oficina"
                      DELIMITED BY SIZE INTO MSGTEXTO(NUMMSG)
           END-IF.
           IF ALETIPOPARAM = 5 AND SUSCHEQUE = "S"
               ADD 1 TO NUMMSG GIVING NUMMSG
               MOVE 5 TO MSGTIPO(NUMMSG)
               MOVE SPACES TO MSGTEXTO(NUMMSG)
               STRING "Cheque devuelto de" IMPFORMA
                      " E en la cuenta " ALECUENTAPARAM
                      DELIMITED BY SIZE INTO MSGTEXTO(NUMMSG)
           END-IF.
           MOVE 0 TO IDXMSG.
           GO TO ENCOLAR.

       ENCOLAR.
           *> Un registro por mensaje y canal: con canal A se manda
           *> el SMS al telefono de la ficha y el correo a la
           *> direccion de la suscripcion.
           IF IDXMSG NOT < NUMMSG
               GO TO SIGUIENTEDNI
           END-IF.
           ADD 1 TO IDXMSG GIVING IDXMSG.
           IF (SUSCANAL = "S" OR SUSCANAL = "A") AND TEL NOT = SPACES
               MOVE "S" TO CANALACT
               GO TO GRABARALERTA
           END-IF.
       ENCOLARCORREO.
           IF (SUSCANAL = "E" OR SUSCANAL = "A")
              AND SUSEMAIL NOT = SPACES
               MOVE "E" TO CANALACT
               GO TO GRABARALERTA
           END-IF.
           GO TO ENCOLAR.

       GRABARALERTA.
           IF ABIERTA = "N"
               GO TO ABRIRCOLA
           END-IF.
           ADD 1 TO ALEIDACT GIVING ALEIDACT.
           MOVE ALEIDACT TO ALEID.
           MOVE SUSDNI TO ALEDNI.
           MOVE FECHORAACT TO ALEFECHORA.
           MOVE MSGTIPO(IDXMSG) TO ALETIPO.
           MOVE CANALACT TO ALECANAL.
           IF CANALACT = "S"
               MOVE TEL TO ALEDESTINO
           ELSE
               MOVE SUSEMAIL TO ALEDESTINO
           END-IF.
           MOVE MSGTEXTO(IDXMSG) TO ALETEXTO.
           MOVE "P" TO ALEESTADO.
           MOVE SPACES TO ALELOTE.
           MOVE 0 TO ALEFECHARES.
           MOVE SPACES TO ALEMOTIVO.
           WRITE ALERTASREC
               INVALID KEY CONTINUE
           END-WRITE.
           IF CANALACT = "S"
               GO TO ENCOLARCORREO
           END-IF.
           GO TO ENCOLAR.

       ABRIRCOLA.
           *> La cola y su contador solo se abren si hay algo que
           *> anotar; el contador se graba una vez al final.
           OPEN I-O ALERTASFILE.
           IF FSAL = "35"
               CLOSE ALERTASFILE
               OPEN OUTPUT ALERTASFILE
               CLOSE ALERTASFILE
               OPEN I-O ALERTASFILE
           END-IF.
           MOVE 1 TO ALECTLKEY.
           MOVE "N" TO ALEBOOT.
           OPEN I-O ALECONTROLFILE.
           IF FSAC = "35"
               CLOSE ALECONTROLFILE
               OPEN OUTPUT ALECONTROLFILE
               MOVE "Y" TO ALEBOOT
           END-IF.
           IF ALEBOOT = "N"
               READ ALECONTROLFILE
                    INVALID KEY MOVE "Y" TO ALEBOOT
               END-READ
           END-IF.
           IF ALEBOOT = "Y"
               MOVE 0 TO ALEIDACT
           ELSE
               MOVE ULTIMOALEID TO ALEIDACT
           END-IF.
           MOVE "Y" TO ABIERTA.
           GO TO GRABARALERTA.

       FIN.
           IF ABIERTA = "Y"
               MOVE ALEIDACT TO ULTIMOALEID
               IF ALEBOOT = "Y"
                   WRITE ALECONTROLREC
               ELSE
                   REWRITE ALECONTROLREC
               END-IF
               CLOSE ALECONTROLFILE
               CLOSE ALERTASFILE
           END-IF.
           CLOSE CLIENTESFILE.
           CLOSE SUSCRIPCIONESFILE.
           EXIT PROGRAM.
       END PROGRAM ANOTARALERTA.
