       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTIFICADOFISCAL.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT CERRADASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIECLAVE
           FILE STATUS IS FSCR.

           SELECT MOVIMIENTOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MID
           ALTERNATE RECORD KEY IS CUENTAMOV WITH DUPLICATES
           FILE STATUS IS FSMF.

           SELECT MOVIMIENTOSHISTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HMID
           ALTERNATE RECORD KEY IS HCUENTAMOV WITH DUPLICATES
           FILE STATUS IS FSHF.

           SELECT CERTCUENTASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CCCUENTA
           FILE STATUS IS FSCC.

           SELECT CERTDNIFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CDCLAVE
           FILE STATUS IS FSCD.

           SELECT CERTIFICADOSFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSCE.

           SELECT MODELOFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSMO.

       DATA DIVISION.
       FILE SECTION.

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
             02 INTENTOSREST PIC 9 VALUE 3.
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
             02 TASAINTERES PIC 99V99 VALUE 0.

           FD TITULARESFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "TITULARES.DAT".
           01 TITULARESREC.
             02 TITCLAVE.
               03 TITCUENTA PIC X(10).
               03 TITDNI    PIC X(9).
             02 TITROL PIC X. *> T titular, A autorizado

           FD CERRADASFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "CUENTASCERRADAS.DAT".
           01 CERRADASREC.
             02 CIECLAVE.
               03 CIECUENTA PIC X(10).
               03 CIEDNI    PIC X(9).
             02 CIEROL   PIC X. *> T titular, A autorizado
             02 CIEFECHA PIC 9(8). *> AAAAMMDD de la baja

           FD MOVIMIENTOSFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "MOVIMIENTOS.DAT".
           01 MOVIMIENTOSREC.
             02 MID      PIC 9(9).
             02 FECHORA  PIC 9(12). *> AAAAMMDDHHMM
             02 CUENTAMOV   PIC X(10).
             02 CONCEPTO PIC X(40).
             02 CANTIDAD PIC S9999999V99.
             02 DESTINO  PIC X(10) VALUE "".
             02 SALDOCUENTA    PIC S9999999V99.
             02 MOVOPERADOR PIC X(10). *> operador de oficina
             02 MOVTIPO   PIC 9(3). *> codigo de TIPOSMOV.DAT
             02 MOVTERMINAL PIC X(6). *> cajero de la operacion
             02 MOVFECHAVALOR PIC 9(8). *> fecha valor AAAAMMDD

           FD MOVIMIENTOSHISTFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "MOVIMIENTOSHIST.DAT".
           01 MOVIMIENTOSHISTREC.
             02 HMID      PIC 9(9).
             02 HFECHORA  PIC 9(12). *> AAAAMMDDHHMM
             02 HCUENTAMOV   PIC X(10).
             02 HCONCEPTO PIC X(40).
             02 HCANTIDAD PIC S9999999V99.
             02 HDESTINO  PIC X(10).
             02 HSALDOCUENTA    PIC S9999999V99.
             02 HOPERADOR  PIC X(10).
             02 HTIPO     PIC 9(3).
             02 HTERMINAL PIC X(6).
             02 HFECHAVALOR PIC 9(8).

           FD CERTCUENTASFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "CERTCUENTAS.DAT".
           01 CERTCUENTASREC.
             02 CCCUENTA    PIC X(10).
             02 CCBRUTO     PIC 9(9)V99. *> intereses del ejercicio
             02 CCRETENCION PIC 9(9)V99. *> retenciones del ejercicio

           FD CERTDNIFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "CERTDNI.DAT".
           01 CERTDNIREC.
             02 CDCLAVE.
               03 CDDNI     PIC X(9).
               03 CDCUENTA  PIC X(10).
             02 CDNUMTIT    PIC 99. *> titulares de la cuenta
             02 CDBRUTO     PIC 9(9)V99.
             02 CDRETENCION PIC 9(9)V99.

           FD CERTIFICADOSFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "CERTFISCAL.DAT".
           01 LINEACERT PIC X(80).

           FD MODELOFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "MODELOFISCAL.DAT".
           01 LINEAMODELO.
             02 MODTIPO      PIC X. *> 2 perceptor
             02 MODEJERCICIO PIC 9(4).
             02 MODDNI       PIC X(9).
             02 MODNOMBRE    PIC X(40).
             02 MODCUENTA    PIC X(10).
             02 MODNUMTIT    PIC 99.
             02 MODBRUTO     PIC 9(11)V99. *> en centimos
             02 MODRETENCION PIC 9(11)V99.
             02 MODNETO      PIC 9(11)V99.
           01 LINEATOTALES.
             02 TOTTIPO      PIC X. *> 9 totales del declarante
             02 TOTEJERCICIO PIC 9(4).
             02 TOTREGISTROS PIC 9(7).
             02 TOTBRUTO     PIC 9(13)V99.
             02 TOTRETENCION PIC 9(13)V99.
             02 FILLER       PIC X(63).

       WORKING-STORAGE SECTION.
           77 FSCF   PIC XX.
           77 FSTF   PIC XX.
           77 FSTI   PIC XX.
           77 FSCR   PIC XX.
           77 FSMF   PIC XX.
           77 FSHF   PIC XX.
           77 FSCC   PIC XX.
           77 FSCD   PIC XX.
           77 FSCE   PIC XX.
           77 FSMO   PIC XX.
           77 EOM    PIC X VALUE "N".
           77 EOC    PIC X VALUE "N".
           77 EOT    PIC X VALUE "N".
           77 EXISTE PIC X VALUE "N".
           77 FASE   PIC X VALUE "V". *> V vivo, H historico
           77 FECHAACT  PIC 9(8).
           77 EJERCICIO PIC 9999.
           77 ANOMOV    PIC 9999.
           77 CUENTAACUM PIC X(10).
           77 TIPOACUM  PIC 9(3).
           77 IMPORTEACUM PIC S9999999V99.
           77 NUMTIT    PIC 99.
           77 IDXTIT    PIC 99.
           77 PARTEBRUTO PIC 9(9)V99.
           77 PARTERET  PIC 9(9)V99.
           77 RESTOBRUTO PIC 9(9)V99.
           77 RESTORET  PIC 9(9)V99.
           77 NETO      PIC 9(9)V99.
           77 DNIANT    PIC X(9) VALUE SPACES.
           77 DNISBRUTO PIC 9(9)V99 VALUE 0.
           77 DNISRET   PIC 9(9)V99 VALUE 0.
           77 SUMABRUTO PIC 9(13)V99 VALUE 0.
           77 SUMARET   PIC 9(13)V99 VALUE 0.
           77 NOMBRETIT PIC X(40).
           77 DIRTIT    PIC X(30).
           77 BRUTOFORMA PIC Z,ZZZ,ZZ9.99.
           77 RETFORMA  PIC Z,ZZZ,ZZ9.99.
           77 NETOFORMA PIC Z,ZZZ,ZZ9.99.
           77 NUMTITFORMA PIC Z9.
           77 CUENTASCERT PIC 9(5) VALUE 0.
           77 CERTIFICADOS PIC 9(5) VALUE 0.
           77 SINTITULAR PIC 9(5) VALUE 0.
           77 REGISTROS PIC 9(7) VALUE 0.
           77 TOTALFORMA PIC ZZZZ9.
           01 TABLATIT.
             02 TITLIN OCCURS 10 TIMES.
               03 TITDNISEL PIC X(9).

       PROCEDURE DIVISION.
       INICIO.
           *> Certificado anual de retenciones sobre intereses. Se
           *> suman por cuenta los intereses abonados (tipo 010) y la
           *> retencion cargada (tipo 029) del ejercicio, en el
           *> fichero vivo y en el historico. Cada cuenta se reparte a
           *> partes iguales entre sus titulares de TITULARES.DAT (los
           *> autorizados no cuentan); las cuentas sin vinculo grabado
           *> van al titular de CTADNI, y las ya canceladas a los
           *> titulares que tenian al cerrarse (CUENTASCERRADAS.DAT,
           *> que graban CERRARCUENTA y la baja de MANTCLIENTES). Se
           *> emite un certificado imprimible por DNI (CERTFISCAL.DAT)
           *> y el fichero plano para Hacienda (MODELOFISCAL.DAT), una
           *> linea por titular y cuenta y una de totales al final.
           DISPLAY "Certificado fiscal de intereses - UnizarBank".
           DISPLAY "Ejercicio (AAAA, 0 = el anterior): ".
           ACCEPT EJERCICIO.
           ACCEPT FECHAACT FROM DATE YYYYMMDD.
           IF EJERCICIO = 0
               MOVE FECHAACT(1:4) TO EJERCICIO
               SUBTRACT 1 FROM EJERCICIO GIVING EJERCICIO
           END-IF.
           OPEN OUTPUT CERTCUENTASFILE.
           CLOSE CERTCUENTASFILE.
           OPEN I-O CERTCUENTASFILE.
           OPEN INPUT MOVIMIENTOSFILE.
           IF FSMF = "35"
               MOVE "Y" TO EOM
           END-IF.
           GO TO LEERMOV.

       LEERMOV.
           IF EOM = "N"
               READ MOVIMIENTOSFILE NEXT RECORD
                    AT END MOVE "Y" TO EOM
               END-READ
           END-IF.
           IF EOM = "Y"
               IF FSMF NOT = "35"
                   CLOSE MOVIMIENTOSFILE
               END-IF
               GO TO ABRIRHIST
           END-IF.
           MOVE FECHORA(1:4) TO ANOMOV.
           IF ANOMOV NOT = EJERCICIO
               GO TO LEERMOV
           END-IF.
           IF MOVTIPO NOT = 010 AND MOVTIPO NOT = 029
               GO TO LEERMOV
           END-IF.
           MOVE CUENTAMOV TO CUENTAACUM.
           MOVE MOVTIPO TO TIPOACUM.
           MOVE CANTIDAD TO IMPORTEACUM.
           GO TO ACUMULAR.

       ABRIRHIST.
           MOVE "H" TO FASE.
           MOVE "N" TO EOM.
           OPEN INPUT MOVIMIENTOSHISTFILE.
           IF FSHF = "35"
               MOVE "Y" TO EOM
           END-IF.
       LEERHIST.
           IF EOM = "N"
               READ MOVIMIENTOSHISTFILE NEXT RECORD
                    AT END MOVE "Y" TO EOM
               END-READ
           END-IF.
           IF EOM = "Y"
               IF FSHF NOT = "35"
                   CLOSE MOVIMIENTOSHISTFILE
               END-IF
               GO TO REPARTIR
           END-IF.
           MOVE HFECHORA(1:4) TO ANOMOV.
           IF ANOMOV NOT = EJERCICIO
               GO TO LEERHIST
           END-IF.
           IF HTIPO NOT = 010 AND HTIPO NOT = 029
               GO TO LEERHIST
           END-IF.
           MOVE HCUENTAMOV TO CUENTAACUM.
           MOVE HTIPO TO TIPOACUM.
           MOVE HCANTIDAD TO IMPORTEACUM.
           GO TO ACUMULAR.

       ACUMULAR.
           *> La retencion viene con signo de cargo: se acumula en
           *> positivo.
           IF IMPORTEACUM < 0
               MULTIPLY IMPORTEACUM BY -1 GIVING IMPORTEACUM
           END-IF.
           MOVE "Y" TO EXISTE.
           MOVE CUENTAACUM TO CCCUENTA.
           READ CERTCUENTASFILE
                INVALID KEY MOVE "N" TO EXISTE
           END-READ.
           IF EXISTE = "N"
               MOVE CUENTAACUM TO CCCUENTA
               MOVE 0 TO CCBRUTO
               MOVE 0 TO CCRETENCION
           END-IF.
           IF TIPOACUM = 010
               ADD IMPORTEACUM TO CCBRUTO GIVING CCBRUTO
           ELSE
               ADD IMPORTEACUM TO CCRETENCION GIVING CCRETENCION
           END-IF.
           IF EXISTE = "Y"
               REWRITE CERTCUENTASREC
           ELSE
               WRITE CERTCUENTASREC
           END-IF.
           IF FASE = "V"
               GO TO LEERMOV
           END-IF.
           GO TO LEERHIST.

       REPARTIR.
           CLOSE CERTCUENTASFILE.
           OPEN OUTPUT CERTDNIFILE.
           CLOSE CERTDNIFILE.
           OPEN I-O CERTDNIFILE.
           OPEN INPUT CERTCUENTASFILE.
           OPEN INPUT CUENTASFILE.
           OPEN INPUT TITULARESFILE.
           OPEN INPUT CERRADASFILE.
           MOVE "N" TO EOC.
       LEERCERTCUENTA.
           READ CERTCUENTASFILE NEXT RECORD
                AT END MOVE "Y" TO EOC
           END-READ.
           IF EOC = "Y"
               GO TO FINREPARTO
           END-IF.
           ADD 1 TO CUENTASCERT GIVING CUENTASCERT.
           MOVE 0 TO NUMTIT.
           MOVE "N" TO EOT.
           IF FSTI = "35"
               MOVE "Y" TO EOT
           ELSE
               MOVE CCCUENTA TO TITCUENTA
               MOVE LOW-VALUES TO TITDNI
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
               IF EOT = "N" AND TITCUENTA = CCCUENTA
                   IF TITROL = "T" AND NUMTIT < 10
                       ADD 1 TO NUMTIT GIVING NUMTIT
                       MOVE TITDNI TO TITDNISEL(NUMTIT)
                   END-IF
                   GO TO LEERTITULAR
               END-IF
           END-IF.
           IF NUMTIT = 0
               MOVE CCCUENTA TO CUENTA
               READ CUENTASFILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE 1 TO NUMTIT
                        MOVE CTADNI TO TITDNISEL(1)
               END-READ
           END-IF.
           IF NUMTIT > 0 OR FSCR = "35"
               GO TO REPARTIRIMPORTE
           END-IF.
           *> Cuenta cancelada: titulares que tenia al cerrarse.
           MOVE "N" TO EOT.
           MOVE CCCUENTA TO CIECUENTA.
           MOVE LOW-VALUES TO CIEDNI.
           START CERRADASFILE
                KEY IS NOT < CIECLAVE
                INVALID KEY MOVE "Y" TO EOT
           END-START.
       LEERCERRADA.
           IF EOT = "N"
               READ CERRADASFILE NEXT RECORD
                    AT END MOVE "Y" TO EOT
               END-READ
               IF EOT = "N" AND CIECUENTA = CCCUENTA
                   IF CIEROL = "T" AND NUMTIT < 10
                       ADD 1 TO NUMTIT GIVING NUMTIT
                       MOVE CIEDNI TO TITDNISEL(NUMTIT)
                   END-IF
                   GO TO LEERCERRADA
               END-IF
           END-IF.
       REPARTIRIMPORTE.
           *> Cuenta ya cancelada y sin vinculos: se certifica a
           *> nombre desconocido para que el importe no se pierda y
           *> se revise a mano.
           IF NUMTIT = 0
               ADD 1 TO SINTITULAR GIVING SINTITULAR
               MOVE 1 TO NUMTIT
               MOVE SPACES TO TITDNISEL(1)
           END-IF.
           *> Partes iguales; el redondeo se queda en el primer
           *> titular para que la suma cuadre con la cuenta.
           COMPUTE PARTEBRUTO ROUNDED = CCBRUTO / NUMTIT.
           COMPUTE PARTERET ROUNDED = CCRETENCION / NUMTIT.
           COMPUTE RESTOBRUTO = CCBRUTO - PARTEBRUTO * (NUMTIT - 1).
           COMPUTE RESTORET = CCRETENCION - PARTERET * (NUMTIT - 1).
           MOVE 0 TO IDXTIT.
       ESCRIBIRPARTE.
           IF IDXTIT < NUMTIT
               ADD 1 TO IDXTIT GIVING IDXTIT
               MOVE TITDNISEL(IDXTIT) TO CDDNI
               MOVE CCCUENTA TO CDCUENTA
               MOVE NUMTIT TO CDNUMTIT
               IF IDXTIT = 1
                   MOVE RESTOBRUTO TO CDBRUTO
                   MOVE RESTORET TO CDRETENCION
               ELSE
                   MOVE PARTEBRUTO TO CDBRUTO
                   MOVE PARTERET TO CDRETENCION
               END-IF
               WRITE CERTDNIREC
                   INVALID KEY CONTINUE
               END-WRITE
               GO TO ESCRIBIRPARTE
           END-IF.
           GO TO LEERCERTCUENTA.

       FINREPARTO.
           CLOSE CERTCUENTASFILE.
           CLOSE CUENTASFILE.
           IF FSTI NOT = "35"
               CLOSE TITULARESFILE
           END-IF.
           IF FSCR NOT = "35"
               CLOSE CERRADASFILE
           END-IF.
           CLOSE CERTDNIFILE.
           GO TO EMITIR.

       EMITIR.
           OPEN INPUT CERTDNIFILE.
           OPEN INPUT CLIENTESFILE.
           OPEN OUTPUT CERTIFICADOSFILE.
           OPEN OUTPUT MODELOFILE.
           MOVE SPACES TO DNIANT.
           MOVE "N" TO EOC.
       LEERCERTDNI.
           READ CERTDNIFILE NEXT RECORD
                AT END MOVE "Y" TO EOC
           END-READ.
           IF EOC = "Y"
               IF CERTIFICADOS > 0
                   GO TO TOTALDNI
               END-IF
               GO TO FIN
           END-IF.
           IF CERTIFICADOS = 0
               GO TO CABECERADNI
           END-IF.
           IF CDDNI NOT = DNIANT
               GO TO TOTALDNI
           END-IF.
           GO TO LINEACUENTA.

       TOTALDNI.
           MOVE DNISBRUTO TO BRUTOFORMA.
           MOVE DNISRET TO RETFORMA.
           SUBTRACT DNISRET FROM DNISBRUTO GIVING NETO.
           MOVE NETO TO NETOFORMA.
           MOVE SPACES TO LINEACERT.
           STRING "  Total                    " BRUTOFORMA "  "
                  RETFORMA "  " NETOFORMA
                  DELIMITED BY SIZE INTO LINEACERT.
           WRITE LINEACERT.
           MOVE SPACES TO LINEACERT.
           WRITE LINEACERT.
           MOVE ALL "-" TO LINEACERT.
           WRITE LINEACERT.
           IF EOC = "Y"
               GO TO FIN
           END-IF.
           GO TO CABECERADNI.

       CABECERADNI.
           ADD 1 TO CERTIFICADOS GIVING CERTIFICADOS.
           MOVE CDDNI TO DNIANT.
           MOVE 0 TO DNISBRUTO.
           MOVE 0 TO DNISRET.
           MOVE SPACES TO NOMBRETIT.
           MOVE SPACES TO DIRTIT.
           MOVE CDDNI TO DNI.
           READ CLIENTESFILE
                INVALID KEY MOVE "TITULAR NO IDENTIFICADO" TO NOMBRETIT
                NOT INVALID KEY
                    MOVE NOMBAPE TO NOMBRETIT
                    MOVE DIR TO DIRTIT
           END-READ.
           MOVE SPACES TO LINEACERT.
           STRING "UnizarBank - Certificado de retenciones sobre "
                  "intereses"
                  DELIMITED BY SIZE INTO LINEACERT.
           WRITE LINEACERT.
           MOVE SPACES TO LINEACERT.
           STRING "Ejercicio: " EJERCICIO
                  DELIMITED BY SIZE INTO LINEACERT.
           WRITE LINEACERT.
           MOVE SPACES TO LINEACERT.
           STRING "Titular: " NOMBRETIT "  DNI: " CDDNI
                  DELIMITED BY SIZE INTO LINEACERT.
           WRITE LINEACERT.
           MOVE SPACES TO LINEACERT.
           STRING "Domicilio: " DIRTIT
                  DELIMITED BY SIZE INTO LINEACERT.
           WRITE LINEACERT.
           MOVE SPACES TO LINEACERT.
           WRITE LINEACERT.
           MOVE SPACES TO LINEACERT.
           STRING "  Cuenta      Titulares   Int. brutos     Retencion"
                  "          Neto"
                  DELIMITED BY SIZE INTO LINEACERT.
           WRITE LINEACERT.
           GO TO LINEACUENTA.

       LINEACUENTA.
           ADD CDBRUTO TO DNISBRUTO GIVING DNISBRUTO.
           ADD CDRETENCION TO DNISRET GIVING DNISRET.
           SUBTRACT CDRETENCION FROM CDBRUTO GIVING NETO.
           MOVE CDBRUTO TO BRUTOFORMA.
           MOVE CDRETENCION TO RETFORMA.
           MOVE NETO TO NETOFORMA.
           MOVE CDNUMTIT TO NUMTITFORMA.
           MOVE SPACES TO LINEACERT.
           STRING "  " CDCUENTA "     " NUMTITFORMA "       "
                  BRUTOFORMA "  " RETFORMA "  " NETOFORMA
                  DELIMITED BY SIZE INTO LINEACERT.
           WRITE LINEACERT.
           *> Lo que no tiene titular identificado queda en el
           *> certificado para revision, pero no se declara.
           IF CDDNI = SPACES
               GO TO LEERCERTDNI
           END-IF.
           ADD CDBRUTO TO SUMABRUTO GIVING SUMABRUTO.
           ADD CDRETENCION TO SUMARET GIVING SUMARET.
           MOVE "2" TO MODTIPO.
           MOVE EJERCICIO TO MODEJERCICIO.
           MOVE CDDNI TO MODDNI.
           MOVE NOMBRETIT TO MODNOMBRE.
           MOVE CDCUENTA TO MODCUENTA.
           MOVE CDNUMTIT TO MODNUMTIT.
           MOVE CDBRUTO TO MODBRUTO.
           MOVE CDRETENCION TO MODRETENCION.
           MOVE NETO TO MODNETO.
           WRITE LINEAMODELO.
           ADD 1 TO REGISTROS GIVING REGISTROS.
           GO TO LEERCERTDNI.

       FIN.
           MOVE SPACES TO LINEATOTALES.
           MOVE "9" TO TOTTIPO.
           MOVE EJERCICIO TO TOTEJERCICIO.
           MOVE REGISTROS TO TOTREGISTROS.
           MOVE SUMABRUTO TO TOTBRUTO.
           MOVE SUMARET TO TOTRETENCION.
           WRITE LINEATOTALES.
           CLOSE CERTDNIFILE.
           CLOSE CLIENTESFILE.
           CLOSE CERTIFICADOSFILE.
           CLOSE MODELOFILE.
           MOVE CUENTASCERT TO TOTALFORMA.
           DISPLAY "Cuentas con intereses: " TOTALFORMA.
           MOVE CERTIFICADOS TO TOTALFORMA.
           DISPLAY "Certificados emitidos: " TOTALFORMA.
           MOVE SINTITULAR TO TOTALFORMA.
           DISPLAY "Cuentas sin titular identificado: " TOTALFORMA.
           DISPLAY "Certificados en CERTFISCAL.DAT".
           DISPLAY "Fichero para Hacienda en MODELOFISCAL.DAT".
           STOP RUN.
       END PROGRAM CERTIFICADOFISCAL.
