           RECORD KEY IS TDCUENTA
           FILE STATUS IS FSTD.

           SELECT CERRADASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIECLAVE
           FILE STATUS IS FSCR.

           SELECT LOGMANTFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSLF.
             02 TDCUENTA PIC X(10).
             02 TDTASA   PIC 99V99. *> interes deudor anual

           FD CERRADASFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "CUENTASCERRADAS.DAT".
           01 CERRADASREC.
             02 CIECLAVE.
               03 CIECUENTA PIC X(10).
               03 CIEDNI    PIC X(9).
             02 CIEROL   PIC X. *> T titular, A autorizado
             02 CIEFECHA PIC 9(8). *> AAAAMMDD de la baja

           FD LOGMANTFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "ALTASBAJAS.DAT".
           77 ERROR6    PIC 9 VALUE 0.
           77 VINCULOS  PIC 9(3) VALUE 0.
           77 FSTD      PIC XX.
           77 FSCR      PIC XX.
           77 TITULARESCIE PIC 9(3) VALUE 0.
           77 TDEXISTE  PIC X VALUE "N".
           77 TASADEUD1 PIC 99.
           77 TASADEUD2 PIC 99.

       BORRARVINCULOS.
           *> La baja retira tambien todos los vinculos de
           *> titularidad de la cuenta. Quedan en CUENTASCERRADAS.DAT
           *> para el certificado fiscal del ejercicio, como en
           *> CERRARCUENTA.
           ACCEPT FECHAACT FROM DATE YYYYMMDD.
           OPEN I-O CERRADASFILE.
           IF FSCR = "35"
               CLOSE CERRADASFILE
               OPEN OUTPUT CERRADASFILE
               CLOSE CERRADASFILE
               OPEN I-O CERRADASFILE
           END-IF.
           MOVE 0 TO TITULARESCIE.
           MOVE "N" TO EOT.
           OPEN I-O TITULARESFILE.
           IF FSTI = "35"
               CLOSE TITULARESFILE
               GO TO TITULARCUENTA
           END-IF.
           MOVE CUENTABUS TO TITCUENTA.
           MOVE SPACES TO TITDNI.
                    AT END MOVE "Y" TO EOT
               END-READ
               IF EOT = "N" AND TITCUENTA = CUENTABUS
                   MOVE TITCUENTA TO CIECUENTA
                   MOVE TITDNI TO CIEDNI
                   MOVE TITROL TO CIEROL
                   MOVE FECHAACT TO CIEFECHA
                   WRITE CERRADASREC
                       INVALID KEY REWRITE CERRADASREC
                   END-WRITE
                   IF TITROL = "T"
                       ADD 1 TO TITULARESCIE GIVING TITULARESCIE
                   END-IF
                   DELETE TITULARESFILE RECORD
                   GO TO BORRARVINCULO
               END-IF
           END-IF.
           CLOSE TITULARESFILE.
       TITULARCUENTA.
           *> Sin titular vinculado el titular es el de la cuenta.
           IF TITULARESCIE = 0
               MOVE CUENTABUS TO CIECUENTA
               MOVE DNIBUS TO CIEDNI
               MOVE "T" TO CIEROL
               MOVE FECHAACT TO CIEFECHA
               WRITE CERRADASREC
                   INVALID KEY REWRITE CERRADASREC
               END-WRITE
           END-IF.
           CLOSE CERRADASFILE.
           MOVE "BAJA CUENTA" TO ACCIONLOG.
           GO TO ANOTARLOG.

