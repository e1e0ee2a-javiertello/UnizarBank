       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTPRESTAMOS.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESTAMOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRESID
           ALTERNATE RECORD KEY IS PRESCUENTA WITH DUPLICATES
           FILE STATUS IS FSPM.

           SELECT PRESCONTROLFILE ASSIGN TO DISK
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS RANDOM
           RELATIVE KEY IS PRESCTLKEY
           FILE STATUS IS FSPC.

           SELECT CUENTASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA
           ALTERNATE RECORD KEY IS CTADNI WITH DUPLICATES
           FILE STATUS IS FSTF.

           SELECT MOVIMIENTOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MID
           ALTERNATE RECORD KEY IS CUENTAMOV WITH DUPLICATES
           FILE STATUS IS FSMF.

           SELECT MIDCONTROLFILE ASSIGN TO DISK
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS RANDOM
           RELATIVE KEY IS MIDCTLKEY
           FILE STATUS IS FSMC.

           SELECT LOGMANTFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSLF.

           SELECT CUADROFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSCU.

       DATA DIVISION.
       FILE SECTION.

           FD PRESTAMOSFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "PRESTAMOS.DAT".
           01 PRESTAMOSREC.
             02 PRESID      PIC 9(9).
             02 PRESCUENTA  PIC X(10).
             02 PRESCAPITAL PIC 9999999V99.
             02 PRESTASA    PIC 99V99. *> interes nominal anual
             02 PRESPLAZO   PIC 9(3). *> meses
             02 PRESFECHAINI PIC 9(8). *> AAAAMMDD
             02 PRESCUOTA   PIC 9999999V99.
             02 PRESPENDIENTE PIC 9999999V99. *> capital vivo
             02 PRESCUOTASPAG PIC 9(3).
             02 PRESPROXVTO PIC 9(8). *> AAAAMMDD, cuota mas antigua
             02 PRESESTADO  PIC X. *> A al dia, M en mora, C cancelado
             02 PRESDIASMORA PIC 9(5).

           FD PRESCONTROLFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "PRESCONTROL.DAT".
           01 PRESCONTROLREC.
             02 ULTIMOPRESID PIC 9(9).

           FD CUENTASFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "CUENTAS.DAT".
           01 CUENTASREC.
             02 CUENTA   PIC X(10).
             02 CTADNI   PIC X(9).
             02 SALDO    PIC S9999999V99.
             02 LIMDESCUB PIC 9999V99.
             02 TASAINTERES PIC 99V99 VALUE 0.

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

           FD MIDCONTROLFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "MIDCONTROL.DAT".
           01 MIDCONTROLREC.
             02 ULTIMOMID PIC 9(9).

           FD LOGMANTFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "ALTASBAJAS.DAT".
           01 LINEALOG PIC X(110).

           FD CUADROFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "CUADROAMORT.DAT".
           01 LINEACUADRO PIC X(90).

       WORKING-STORAGE SECTION.
           77 FSPM      PIC XX.
           77 FSPC      PIC XX.
           77 FSTF      PIC XX.
           77 FSMF      PIC XX.
           77 FSMC      PIC XX.
           77 FSLF      PIC XX.
           77 FSCU      PIC XX.
           77 PRESCTLKEY PIC 9 VALUE 1.
           77 MIDCTLKEY PIC 9 VALUE 1.
           77 PRESBOOT  PIC X VALUE "N".
           77 MIDBOOT   PIC X VALUE "N".
           77 TECLA     PIC X(01).
           77 ESCAP     PIC 99.
           77 EOM       PIC X VALUE "N".
           77 IDCLERK   PIC X(10).
           77 ERROR1    PIC 9 VALUE 0.
           77 ERROR2    PIC 9 VALUE 0.
           77 ERROR3    PIC 9 VALUE 0.
           77 ERROR4    PIC 9 VALUE 0.
           77 CUENTABUS PIC X(10).
           77 PRESIDBUS PIC 9(9).
           77 PRESIDACT PIC 9(9).
           77 IMPORTE1  PIC 9(7).
           77 IMPORTE2  PIC 99.
           77 CENTIMOS  PIC 9V99.
           77 CAPITALNUEVO PIC 9999999V99.
           77 TASA1     PIC 99.
           77 TASA2     PIC 99.
           77 TASANUEVA PIC 99V99.
           77 PLAZONUEVO PIC 9(3).
           77 FECHAININUEVA PIC 9(8).
           77 CUOTANUEVA PIC 9999999V99.
           77 TIPOMES   PIC 9V9(10).
           77 POTENCIA  PIC 9(8)V9(10).
           77 AAVTO     PIC 9999.
           77 MMVTO     PIC 99.
           77 DDVTO     PIC 99.
           77 RESTOFECHA PIC 9(4).
           77 FECHAVTO  PIC 9(8).
           77 NUMCUOTA  PIC 9(3).
           77 PENDIENTE PIC 9999999V99.
           77 INTERESCUOTA PIC 9999999V99.
           77 CAPITALCUOTA PIC 9999999V99.
           77 IMPCUOTA  PIC 9999999V99.
           77 TOTINTERES PIC 9(9)V99.
           77 TOTPAGADO PIC 9(9)V99.
           77 ACCIONLOG PIC X(14).
           77 MIDACT    PIC 9(9).
           77 FECHAACT  PIC 9(8).
           77 HORA      PIC 9999.
           77 FECHORAACT PIC 9(12).
           77 FECHAVALBASE PIC 9(8).
           77 DIASVALOR PIC 9(3) VALUE 0.
           77 HORAACT   PIC 9(8).
           77 IMPFORMA  PIC Z,ZZZ,ZZ9.99.
           77 INTFORMA  PIC Z,ZZZ,ZZ9.99.
           77 CAPFORMA  PIC Z,ZZZ,ZZ9.99.
           77 PENDFORMA PIC Z,ZZZ,ZZ9.99.
           77 TOTFORMA  PIC ZZZ,ZZZ,ZZ9.99.
           77 TASAFORMA PIC Z9.99.
           77 CUOTAFORMA PIC ZZ9.
           77 SALDOFORMA PIC -Z,ZZZ,ZZ9.99.
           77 SITUACION PIC X(7).
           01 OPERACT.
             02 OPIDACT  PIC X(10).
             02 OPROLACT PIC X(1).
             02 OPEXITO  PIC X(1).

       PROCEDURE DIVISION.
       INICIO.
           *> Prestamos personales por el sistema frances: cuota
           *> mensual constante sobre el capital, el tipo nominal
           *> anual y el plazo en meses. La concesion abona el
           *> principal en la cuenta vinculada y queda reservada al
           *> supervisor; el cuadro de amortizacion puede sacarlo
           *> cualquier operador. El cobro de las cuotas lo hace el
           *> paso COBRARPRESTAMOS del lote nocturno.
           CALL "VALIDAROPERADOR" USING OPERACT.
           CANCEL "VALIDAROPERADOR".
           IF OPEXITO NOT = "S"
               STOP RUN
           END-IF.
           MOVE OPIDACT TO IDCLERK.
       PANTALLA1.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           DISPLAY "UnizarBank - Prestamos personales"
                LINE 2 COLUMN 20 UNDERLINE.
           DISPLAY "1 - Conceder prestamo"
                LINE 6 COLUMN 22.
           DISPLAY "2 - Cuadro de amortizacion"
                LINE 7 COLUMN 22.
           DISPLAY "F1 - Salir"
                LINE 22 COLUMN 15.
       REPEAT1.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           IF TECLA = " "
               ACCEPT ESCAP FROM ESCAPE KEY
               IF ESCAP = 01
                   STOP RUN
               ELSE
                   GO TO REPEAT1
               END-IF
           END-IF.
           IF TECLA = 1
               GO TO PANTALLALTA
           ELSE
               IF TECLA = 2
                   GO TO PANTALLACUADRO
               ELSE
                   GO TO REPEAT1
               END-IF
           END-IF.

       PANTALLALTA.
           IF OPROLACT NOT = "S" AND OPROLACT NOT = "A"
               GO TO PANTALLASINPERM
           END-IF.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           DISPLAY "UnizarBank - Conceder prestamo"
                LINE 2 COLUMN 20 UNDERLINE.
           DISPLAY "Cuenta de abono y cargo: __________"
                LINE 5 COLUMN 10.
           DISPLAY "Capital: _______.__E"
                LINE 6 COLUMN 10.
           DISPLAY "Tipo nominal anual: __.__%"
                LINE 7 COLUMN 10.
           DISPLAY "Plazo en meses: ___"
                LINE 8 COLUMN 10.
           DISPLAY "Fecha de inicio (AAAAMMDD, 0 hoy): ________"
                LINE 9 COLUMN 10.
           DISPLAY "Operador: " IDCLERK
                LINE 10 COLUMN 10.
           IF ERROR1 = 1
                DISPLAY "La cuenta no existe"
                        LINE 12 COLUMN 10
           END-IF
           IF ERROR2 = 1
                DISPLAY "Cuenta, capital y plazo (1 a 360) obligatorios"
                        LINE 12 COLUMN 10
           END-IF
           IF ERROR3 = 1
                DISPLAY "No se puede calcular la cuota con esos datos"
                        LINE 12 COLUMN 10
           END-IF
           DISPLAY "Enter - Aceptar                    F1 - Volver"
                LINE 22 COLUMN 15.
           ACCEPT CUENTABUS LINE 5 COLUMN 35.
           ACCEPT IMPORTE1 LINE 6 COLUMN 19.
           ACCEPT IMPORTE2 LINE 6 COLUMN 27.
           ACCEPT TASA1 LINE 7 COLUMN 30.
           ACCEPT TASA2 LINE 7 COLUMN 33.
           ACCEPT PLAZONUEVO LINE 8 COLUMN 26.
           ACCEPT FECHAININUEVA LINE 9 COLUMN 45.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               MOVE 0 TO ERROR1
               MOVE 0 TO ERROR2
               MOVE 0 TO ERROR3
               GO TO PANTALLA1
           END-IF.
           MOVE 0 TO ERROR1.
           MOVE 0 TO ERROR2.
           MOVE 0 TO ERROR3.
           MOVE IMPORTE1 TO CAPITALNUEVO.
           DIVIDE IMPORTE2 BY 100 GIVING CENTIMOS.
           ADD CENTIMOS TO CAPITALNUEVO GIVING CAPITALNUEVO.
           MOVE TASA1 TO TASANUEVA.
           DIVIDE TASA2 BY 100 GIVING CENTIMOS.
           ADD CENTIMOS TO TASANUEVA GIVING TASANUEVA.
           IF CUENTABUS = SPACES OR CAPITALNUEVO = 0
              OR PLAZONUEVO = 0 OR PLAZONUEVO > 360
               MOVE 1 TO ERROR2
               GO TO PANTALLALTA
           END-IF.
           ACCEPT FECHAACT FROM DATE YYYYMMDD.
           IF FECHAININUEVA = 0
               MOVE FECHAACT TO FECHAININUEVA
           END-IF.
           OPEN INPUT CUENTASFILE.
           MOVE CUENTABUS TO CUENTA.
           READ CUENTASFILE
                INVALID KEY MOVE 1 TO ERROR1
           END-READ.
           CLOSE CUENTASFILE.
           IF ERROR1 = 1
               GO TO PANTALLALTA
           END-IF.
           GO TO CALCULARCUOTA.

       CALCULARCUOTA.
           *> Cuota constante del sistema frances:
           *>   C * i * (1+i)**n / ((1+i)**n - 1), con i mensual.
           *> Sin interes la cuota es el capital entre el plazo.
           IF TASANUEVA = 0
               COMPUTE CUOTANUEVA ROUNDED = CAPITALNUEVO / PLAZONUEVO
               GO TO CONFIRMARALTA
           END-IF.
           COMPUTE TIPOMES = TASANUEVA / 1200.
           COMPUTE POTENCIA = (1 + TIPOMES) ** PLAZONUEVO
               ON SIZE ERROR MOVE 1 TO ERROR3
           END-COMPUTE.
           IF ERROR3 = 0
               COMPUTE CUOTANUEVA ROUNDED =
                   CAPITALNUEVO * TIPOMES * POTENCIA / (POTENCIA - 1)
                   ON SIZE ERROR MOVE 1 TO ERROR3
               END-COMPUTE
           END-IF.
           IF ERROR3 = 1
               GO TO PANTALLALTA
           END-IF.
           GO TO CONFIRMARALTA.

       CONFIRMARALTA.
           MOVE CUOTANUEVA TO IMPFORMA.
           DISPLAY "Cuota mensual resultante: " IMPFORMA "E"
                LINE 14 COLUMN 10.
           DISPLAY "Enter - Conceder prestamo"
                LINE 22 COLUMN 15.
           DISPLAY "F1 - Salir sin cambios"
                LINE 23 COLUMN 15.
       REPEATALTA.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA1
           END-IF.
           IF ESCAP <> 13
               GO TO REPEATALTA
           END-IF.
           GO TO GRABARALTA.

       GRABARALTA.
           OPEN I-O PRESTAMOSFILE.
           IF FSPM = "35"
               CLOSE PRESTAMOSFILE
               OPEN OUTPUT PRESTAMOSFILE
               CLOSE PRESTAMOSFILE
               OPEN I-O PRESTAMOSFILE
           END-IF.
           MOVE 1 TO PRESCTLKEY.
           MOVE "N" TO PRESBOOT.
           OPEN I-O PRESCONTROLFILE.
           IF FSPC = "35"
               CLOSE PRESCONTROLFILE
               OPEN OUTPUT PRESCONTROLFILE
               MOVE "Y" TO PRESBOOT
           END-IF.
           IF PRESBOOT = "N"
               READ PRESCONTROLFILE
                    INVALID KEY MOVE "Y" TO PRESBOOT
               END-READ
           END-IF.
           IF PRESBOOT = "Y"
               MOVE 0 TO PRESIDACT
           ELSE
               MOVE ULTIMOPRESID TO PRESIDACT
           END-IF.
           ADD 1 TO PRESIDACT GIVING PRESIDACT.
           MOVE PRESIDACT TO ULTIMOPRESID.
           IF PRESBOOT = "Y"
               WRITE PRESCONTROLREC
           ELSE
               REWRITE PRESCONTROLREC
           END-IF.
           CLOSE PRESCONTROLFILE.
           *> La primera cuota vence un mes despues del inicio. Los
           *> vencimientos se fijan como mucho el dia 28 para que
           *> todos los meses tengan fecha valida.
           DIVIDE FECHAININUEVA BY 10000 GIVING AAVTO
               REMAINDER RESTOFECHA.
           DIVIDE RESTOFECHA BY 100 GIVING MMVTO REMAINDER DDVTO.
           IF DDVTO > 28
               MOVE 28 TO DDVTO
           END-IF.
           ADD 1 TO MMVTO GIVING MMVTO.
           IF MMVTO > 12
               MOVE 1 TO MMVTO
               ADD 1 TO AAVTO GIVING AAVTO
           END-IF.
           COMPUTE FECHAVTO = AAVTO * 10000 + MMVTO * 100 + DDVTO.
           MOVE PRESIDACT TO PRESID.
           MOVE CUENTABUS TO PRESCUENTA.
           MOVE CAPITALNUEVO TO PRESCAPITAL.
           MOVE TASANUEVA TO PRESTASA.
           MOVE PLAZONUEVO TO PRESPLAZO.
           MOVE FECHAININUEVA TO PRESFECHAINI.
           MOVE CUOTANUEVA TO PRESCUOTA.
           MOVE CAPITALNUEVO TO PRESPENDIENTE.
           MOVE 0 TO PRESCUOTASPAG.
           MOVE FECHAVTO TO PRESPROXVTO.
           MOVE "A" TO PRESESTADO.
           MOVE 0 TO PRESDIASMORA.
           WRITE PRESTAMOSREC.
           CLOSE PRESTAMOSFILE.
           GO TO ABONARCAPITAL.

       ABONARCAPITAL.
           *> El principal se abona en la cuenta vinculada por el
           *> camino normal: saldo y movimiento en el mayor.
           MOVE 0 TO ERROR4.
           OPEN I-O CUENTASFILE.
           MOVE CUENTABUS TO CUENTA.
           READ CUENTASFILE
                INVALID KEY MOVE 1 TO ERROR4
           END-READ.
           IF ERROR4 = 1
               CLOSE CUENTASFILE
               MOVE 1 TO ERROR1
               GO TO PANTALLALTA
           END-IF.
           ADD CAPITALNUEVO TO SALDO GIVING SALDO.
           REWRITE CUENTASREC.
           CLOSE CUENTASFILE.
           OPEN I-O MOVIMIENTOSFILE.
           GO TO SIGUIENTEMID.

       SIGUIENTEMID.
           MOVE 1 TO MIDCTLKEY.
           MOVE "N" TO MIDBOOT.
           OPEN I-O MIDCONTROLFILE.
           IF FSMC = "35"
               CLOSE MIDCONTROLFILE
               OPEN OUTPUT MIDCONTROLFILE
               MOVE "Y" TO MIDBOOT
           END-IF.
           IF MIDBOOT = "N"
               READ MIDCONTROLFILE
                    INVALID KEY MOVE "Y" TO MIDBOOT
               END-READ
           END-IF.
           IF MIDBOOT = "Y"
               GO TO BOOTSTRAPMID
           END-IF.
           MOVE ULTIMOMID TO MIDACT.
           GO TO SALDA.
       BOOTSTRAPMID.
           *> No existe todavia el fichero de control: se reconstruye
           *> el ultimo MID usado a partir de MOVIMIENTOSFILE.
           MOVE 0 TO MIDACT.
           MOVE "N" TO EOM.
       LEERMOVMID.
           READ MOVIMIENTOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOM
           END-READ.
           IF EOM = "N"
               MOVE MID TO MIDACT
               GO TO LEERMOVMID
           END-IF.
           MOVE "N" TO EOM.
       SALDA.
           ADD 1 TO MIDACT GIVING MIDACT.
           MOVE MIDACT TO MID.
           MOVE MIDACT TO ULTIMOMID.
           IF MIDBOOT = "Y"
               WRITE MIDCONTROLREC
           ELSE
               REWRITE MIDCONTROLREC
           END-IF.
           CLOSE MIDCONTROLFILE.
           ACCEPT FECHAACT FROM DATE YYYYMMDD.
           MULTIPLY FECHAACT BY 10000 GIVING FECHORAACT.
           ACCEPT HORAACT FROM TIME.
           DIVIDE HORAACT BY 10000 GIVING HORA.
           ADD HORA TO FECHORAACT GIVING FECHORAACT.
           MOVE FECHORAACT TO FECHORA.
           MOVE CUENTABUS TO CUENTAMOV.
           MOVE "Concesion prestamo" TO CONCEPTO.
           MOVE CAPITALNUEVO TO CANTIDAD.
           MOVE PRESIDACT TO DESTINO.
           MOVE SALDO TO SALDOCUENTA.
           MOVE OPIDACT TO MOVOPERADOR.
           MOVE SPACES TO MOVTERMINAL.
           MOVE 016 TO MOVTIPO.
           MOVE FECHORA(1:8) TO FECHAVALBASE.
           CALL "CALCULARDIAHABIL" USING FECHAVALBASE, DIASVALOR,
               MOVFECHAVALOR.
           CANCEL "CALCULARDIAHABIL".
           WRITE MOVIMIENTOSREC.
           CLOSE MOVIMIENTOSFILE.
           MOVE SALDO TO SALDOFORMA.
           DISPLAY "Prestamo concedido con numero " PRESIDACT
                LINE 16 COLUMN 10.
           DISPLAY "Saldo resultante de la cuenta: " SALDOFORMA "E"
                LINE 17 COLUMN 10.
           MOVE "PRESTAMO" TO ACCIONLOG.
           GO TO ANOTARLOG.

       ANOTARLOG.
           ACCEPT FECHAACT FROM DATE YYYYMMDD.
           ACCEPT HORAACT FROM TIME.
           OPEN EXTEND LOGMANTFILE.
           IF FSLF = "35"
               OPEN OUTPUT LOGMANTFILE
           END-IF.
           MOVE SPACES TO LINEALOG.
           STRING FECHAACT " " HORAACT " EMPLEADO=" IDCLERK
                  " PRESTAMO=" PRESIDACT " CUENTA=" CUENTABUS
                  " ACCION=" ACCIONLOG
                  DELIMITED BY SIZE INTO LINEALOG.
           WRITE LINEALOG.
           CLOSE LOGMANTFILE.
           MOVE PRESIDACT TO PRESIDBUS.
           GO TO GENERARCUADRO.

       PANTALLACUADRO.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           DISPLAY "UnizarBank - Cuadro de amortizacion"
                LINE 2 COLUMN 20 UNDERLINE.
           DISPLAY "Numero de prestamo: _________"
                LINE 5 COLUMN 10.
           IF ERROR4 = 1
                DISPLAY "Prestamo no encontrado"
                        LINE 7 COLUMN 10
           END-IF
           DISPLAY "Enter - Aceptar                    F1 - Volver"
                LINE 22 COLUMN 15.
           ACCEPT PRESIDBUS LINE 5 COLUMN 30.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               MOVE 0 TO ERROR4
               GO TO PANTALLA1
           END-IF.
           MOVE 0 TO ERROR4.
           GO TO GENERARCUADRO.

       GENERARCUADRO.
           *> Cuadro completo desde la concesion: fecha, cuota,
           *> intereses, amortizacion y capital pendiente de cada
           *> mes. Las cuotas ya cobradas salen marcadas PAGADA.
           *> La ultima cuota absorbe el redondeo acumulado.
           OPEN INPUT PRESTAMOSFILE.
           IF FSPM = "35"
               MOVE 1 TO ERROR4
               GO TO PANTALLACUADRO
           END-IF.
           MOVE PRESIDBUS TO PRESID.
           READ PRESTAMOSFILE
                INVALID KEY MOVE 1 TO ERROR4
           END-READ.
           CLOSE PRESTAMOSFILE.
           IF ERROR4 = 1
               GO TO PANTALLACUADRO
           END-IF.
           OPEN OUTPUT CUADROFILE.
           MOVE SPACES TO LINEACUADRO.
           STRING "UnizarBank - Cuadro de amortizacion del prestamo "
                  PRESID
                  DELIMITED BY SIZE INTO LINEACUADRO.
           WRITE LINEACUADRO.
           MOVE PRESCAPITAL TO IMPFORMA.
           MOVE PRESTASA TO TASAFORMA.
           MOVE PRESPLAZO TO CUOTAFORMA.
           MOVE SPACES TO LINEACUADRO.
           STRING "Cuenta " PRESCUENTA "  Capital " IMPFORMA
                  "E  Tipo " TASAFORMA "%  Plazo " CUOTAFORMA
                  " meses  Inicio " PRESFECHAINI
                  DELIMITED BY SIZE INTO LINEACUADRO.
           WRITE LINEACUADRO.
           MOVE SPACES TO LINEACUADRO.
           WRITE LINEACUADRO.
           MOVE SPACES TO LINEACUADRO.
           STRING "  Num  Vencimiento         Cuota      Intereses"
                  "   Amortizacion      Pendiente"
                  DELIMITED BY SIZE INTO LINEACUADRO.
           WRITE LINEACUADRO.
           MOVE 0 TO NUMCUOTA.
           MOVE 0 TO TOTINTERES.
           MOVE 0 TO TOTPAGADO.
           MOVE PRESCAPITAL TO PENDIENTE.
           DIVIDE PRESFECHAINI BY 10000 GIVING AAVTO
               REMAINDER RESTOFECHA.
           DIVIDE RESTOFECHA BY 100 GIVING MMVTO REMAINDER DDVTO.
           IF DDVTO > 28
               MOVE 28 TO DDVTO
           END-IF.
       LINEACUOTA.
           IF NUMCUOTA NOT < PRESPLAZO
               GO TO TOTALCUADRO
           END-IF.
           ADD 1 TO NUMCUOTA GIVING NUMCUOTA.
           ADD 1 TO MMVTO GIVING MMVTO.
           IF MMVTO > 12
               MOVE 1 TO MMVTO
               ADD 1 TO AAVTO GIVING AAVTO
           END-IF.
           COMPUTE FECHAVTO = AAVTO * 10000 + MMVTO * 100 + DDVTO.
           COMPUTE INTERESCUOTA ROUNDED = PENDIENTE * PRESTASA / 1200.
           IF PRESCUOTA > INTERESCUOTA
               SUBTRACT INTERESCUOTA FROM PRESCUOTA
                   GIVING CAPITALCUOTA
           ELSE
               MOVE 0 TO CAPITALCUOTA
           END-IF.
           IF NUMCUOTA = PRESPLAZO OR CAPITALCUOTA > PENDIENTE
               MOVE PENDIENTE TO CAPITALCUOTA
           END-IF.
           ADD CAPITALCUOTA TO INTERESCUOTA GIVING IMPCUOTA.
           SUBTRACT CAPITALCUOTA FROM PENDIENTE GIVING PENDIENTE.
           ADD INTERESCUOTA TO TOTINTERES GIVING TOTINTERES.
           ADD IMPCUOTA TO TOTPAGADO GIVING TOTPAGADO.
           IF NUMCUOTA NOT > PRESCUOTASPAG
               MOVE "PAGADA" TO SITUACION
           ELSE
               MOVE SPACES TO SITUACION
           END-IF.
           MOVE NUMCUOTA TO CUOTAFORMA.
           MOVE IMPCUOTA TO IMPFORMA.
           MOVE INTERESCUOTA TO INTFORMA.
           MOVE CAPITALCUOTA TO CAPFORMA.
           MOVE PENDIENTE TO PENDFORMA.
           MOVE SPACES TO LINEACUADRO.
           STRING "  " CUOTAFORMA "  " FECHAVTO "  " IMPFORMA
                  "  " INTFORMA "  " CAPFORMA "  " PENDFORMA
                  "  " SITUACION
                  DELIMITED BY SIZE INTO LINEACUADRO.
           WRITE LINEACUADRO.
           GO TO LINEACUOTA.

       TOTALCUADRO.
           MOVE SPACES TO LINEACUADRO.
           WRITE LINEACUADRO.
           MOVE TOTINTERES TO TOTFORMA.
           MOVE SPACES TO LINEACUADRO.
           STRING "Total intereses:     " TOTFORMA "E"
                  DELIMITED BY SIZE INTO LINEACUADRO.
           WRITE LINEACUADRO.
           MOVE TOTPAGADO TO TOTFORMA.
           MOVE SPACES TO LINEACUADRO.
           STRING "Total a pagar:       " TOTFORMA "E"
                  DELIMITED BY SIZE INTO LINEACUADRO.
           WRITE LINEACUADRO.
           MOVE PRESPENDIENTE TO PENDFORMA.
           MOVE PRESCUOTASPAG TO CUOTAFORMA.
           MOVE SPACES TO LINEACUADRO.
           STRING "Cuotas cobradas: " CUOTAFORMA
                  "   Capital pendiente hoy: " PENDFORMA "E"
                  DELIMITED BY SIZE INTO LINEACUADRO.
           WRITE LINEACUADRO.
           IF PRESESTADO = "M"
               MOVE SPACES TO LINEACUADRO
               STRING "PRESTAMO EN MORA desde " PRESPROXVTO
                      " (" PRESDIASMORA " dias)"
                      DELIMITED BY SIZE INTO LINEACUADRO
               WRITE LINEACUADRO
           END-IF.
           CLOSE CUADROFILE.
           DISPLAY "Cuadro generado en CUADROAMORT.DAT"
                LINE 19 COLUMN 10.
           DISPLAY "Enter - Continuar"
                LINE 22 COLUMN 15.
       REPEATCUADRO.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEATCUADRO
           END-IF.
           GO TO PANTALLA1.

       PANTALLASINPERM.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           DISPLAY "UnizarBank - Prestamos personales"
                LINE 2 COLUMN 20 UNDERLINE.
           DISPLAY "Funcion reservada al supervisor"
                LINE 6 COLUMN 22.
           DISPLAY "Enter - Volver"
                LINE 22 COLUMN 15.
       REPEATPERM.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEATPERM
           END-IF.
           GO TO PANTALLA1.
       END PROGRAM MANTPRESTAMOS.
