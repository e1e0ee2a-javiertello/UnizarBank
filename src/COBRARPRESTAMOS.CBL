       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRARPRESTAMOS.
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

           SELECT INFORMEFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSIF.

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

           FD INFORMEFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "PRESTAMOSMORA.DAT".
           01 LINEAINFORME PIC X(100).

       WORKING-STORAGE SECTION.
           77 FSPM      PIC XX.
           77 FSTF      PIC XX.
           77 FSMF      PIC XX.
           77 FSMC      PIC XX.
           77 FSIF      PIC XX.
           77 MIDCTLKEY PIC 9 VALUE 1.
           77 MIDBOOT   PIC X VALUE "N".
           77 EOPR       PIC X VALUE "N".
           77 EOM       PIC X VALUE "N".
           77 NOEXISTE  PIC 9 VALUE 0.
           77 MOVPEND   PIC X. *> I intereses, K capital
           77 ESTADOANT PIC X.
           77 SALDODISP PIC S9999999V99.
           77 RETENIDO  PIC 9999999V99.
           77 SALDOINT  PIC S9999999V99.
           77 INTERESCUOTA PIC 9999999V99.
           77 CAPITALCUOTA PIC 9999999V99.
           77 IMPCUOTA  PIC 9999999V99.
           77 AVISODNI  PIC X(9).
           77 TEXTOAVISO PIC X(60).
           77 AAVTO     PIC 9999.
           77 MMVTO     PIC 99.
           77 DDVTO     PIC 99.
           77 AAHOY     PIC 9999.
           77 MMHOY     PIC 99.
           77 DDHOY     PIC 99.
           77 RESTOFECHA PIC 9(4).
           77 SERIEHOY  PIC 9(7).
           77 SERIEVTO  PIC 9(7).
           77 CUOTASVENC PIC S9(5).
           77 IMPVENCIDO PIC 9(9)V99.
           77 MIDACT    PIC 9(9).
           77 FECHAACT  PIC 9(8).
           77 HORA      PIC 9999.
           77 FECHORAACT PIC 9(12).
           77 FECHAVALBASE PIC 9(8).
           77 DIASVALOR PIC 9(3) VALUE 0.
           77 HORAACT   PIC 9(8).
           77 COBRADAS  PIC 9(5) VALUE 0.
           77 IMPAGADAS PIC 9(5) VALUE 0.
           77 ENMORA    PIC 9(5) VALUE 0.
           77 TOTVENCIDO PIC 9(9)V99 VALUE 0.
           77 CONTFORMA PIC ZZZZ9.
           77 DIASFORMA PIC ZZZZ9.
           77 IMPFORMA  PIC Z,ZZZ,ZZ9.99.
           77 PENDFORMA PIC Z,ZZZ,ZZ9.99.
           77 TOTFORMA  PIC ZZZ,ZZZ,ZZ9.99.
           77 ALERTADNI PIC X(9).
           77 ALERTATIPO PIC 9.
           77 ALERTAIMPORTE PIC S9999999V99.

       LINKAGE SECTION.
           01 RESULTADOPASO.
             02 PASOCONT1 PIC 9(5).
             02 PASOCONT2 PIC 9(5).

       PROCEDURE DIVISION USING RESULTADOPASO.
       INICIO.
           *> Cobro de las cuotas vencidas de los prestamos
           *> personales. Cada cuota se carga en la cuenta vinculada
           *> en dos movimientos, intereses y amortizacion de
           *> capital, siempre que el disponible (saldo mas
           *> descubierto menos retenciones judiciales) la cubra. Si
           *> no alcanza, el prestamo queda en mora con los dias de
           *> retraso de su cuota mas antigua y se reintenta en el
           *> lote siguiente. Un prestamo atrasado varios meses cobra
           *> todas las cuotas que pueda en la misma noche. Al final
           *> se emite la relacion de prestamos en mora.
           DISPLAY "COBRARPRESTAMOS - cobro de cuotas de prestamos".
           ACCEPT FECHAACT FROM DATE YYYYMMDD.
           MULTIPLY FECHAACT BY 10000 GIVING FECHORAACT.
           ACCEPT HORAACT FROM TIME.
           DIVIDE HORAACT BY 10000 GIVING HORA.
           ADD HORA TO FECHORAACT GIVING FECHORAACT.
           DIVIDE FECHAACT BY 10000 GIVING AAHOY REMAINDER RESTOFECHA.
           DIVIDE RESTOFECHA BY 100 GIVING MMHOY REMAINDER DDHOY.
           COMPUTE SERIEHOY = AAHOY * 360 + MMHOY * 30 + DDHOY.
           OPEN I-O PRESTAMOSFILE.
           IF FSPM = "35"
               *> Todavia no se ha concedido ningun prestamo.
               GO TO FIN
           END-IF.
           GO TO LEERPRESTAMO.

       LEERPRESTAMO.
           READ PRESTAMOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOPR
           END-READ.
           IF EOPR = "Y"
               CLOSE PRESTAMOSFILE
               GO TO INFORMEMORA
           END-IF.
           IF PRESESTADO = "C"
               GO TO LEERPRESTAMO
           END-IF.
           IF PRESPROXVTO > FECHAACT
               GO TO LEERPRESTAMO
           END-IF.
           MOVE PRESESTADO TO ESTADOANT.
           GO TO COBRARCUOTA.

       COBRARCUOTA.
           *> Reparto de la cuota francesa: intereses del mes sobre el
           *> capital vivo y el resto amortiza capital. La ultima
           *> cuota liquida exactamente el capital pendiente.
           COMPUTE INTERESCUOTA ROUNDED =
               PRESPENDIENTE * PRESTASA / 1200.
           IF PRESCUOTA > INTERESCUOTA
               SUBTRACT INTERESCUOTA FROM PRESCUOTA
                   GIVING CAPITALCUOTA
           ELSE
               MOVE 0 TO CAPITALCUOTA
           END-IF.
           ADD 1 TO PRESCUOTASPAG GIVING RESTOFECHA.
           IF RESTOFECHA NOT < PRESPLAZO
              OR CAPITALCUOTA > PRESPENDIENTE
               MOVE PRESPENDIENTE TO CAPITALCUOTA
           END-IF.
           ADD CAPITALCUOTA TO INTERESCUOTA GIVING IMPCUOTA.
           MOVE SPACES TO AVISODNI.
           MOVE 0 TO NOEXISTE.
           OPEN I-O CUENTASFILE.
           MOVE PRESCUENTA TO CUENTA.
           READ CUENTASFILE
                INVALID KEY MOVE 1 TO NOEXISTE
           END-READ.
           IF NOEXISTE = 1
               CLOSE CUENTASFILE
               GO TO MARCARMORA
           END-IF.
           MOVE CTADNI TO AVISODNI.
           ADD SALDO TO LIMDESCUB GIVING SALDODISP.
           CALL "CALCULARRETENIDO" USING CUENTA, RETENIDO.
           CANCEL "CALCULARRETENIDO".
           SUBTRACT RETENIDO FROM SALDODISP GIVING SALDODISP.
           IF IMPCUOTA > SALDODISP
               CLOSE CUENTASFILE
               GO TO MARCARMORA
           END-IF.
           SUBTRACT INTERESCUOTA FROM SALDO GIVING SALDO.
           MOVE SALDO TO SALDOINT.
           SUBTRACT CAPITALCUOTA FROM SALDO GIVING SALDO.
           REWRITE CUENTASREC.
           CLOSE CUENTASFILE.
           OPEN I-O MOVIMIENTOSFILE.
           IF INTERESCUOTA > 0
               MOVE "I" TO MOVPEND
           ELSE
               MOVE "K" TO MOVPEND
           END-IF.
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
           MOVE FECHORAACT TO FECHORA.
           MOVE PRESCUENTA TO CUENTAMOV.
           MOVE PRESID TO DESTINO.
           IF MOVPEND = "I"
               MOVE "Intereses prestamo" TO CONCEPTO
               MOVE INTERESCUOTA TO CANTIDAD
               MULTIPLY CANTIDAD BY -1 GIVING CANTIDAD
               MOVE SALDOINT TO SALDOCUENTA
               MOVE SPACES TO MOVOPERADOR
               MOVE SPACES TO MOVTERMINAL
               MOVE 017 TO MOVTIPO
               MOVE FECHORA(1:8) TO FECHAVALBASE
               CALL "CALCULARDIAHABIL" USING FECHAVALBASE, DIASVALOR,
                   MOVFECHAVALOR
               CANCEL "CALCULARDIAHABIL"
               WRITE MOVIMIENTOSREC
               MOVE "K" TO MOVPEND
               GO TO SIGUIENTEMID
           END-IF.
           MOVE "Amortizacion prestamo" TO CONCEPTO.
           MOVE CAPITALCUOTA TO CANTIDAD.
           MULTIPLY CANTIDAD BY -1 GIVING CANTIDAD.
           MOVE SALDO TO SALDOCUENTA.
           MOVE SPACES TO MOVOPERADOR.
           MOVE SPACES TO MOVTERMINAL.
           MOVE 018 TO MOVTIPO.
           MOVE FECHORA(1:8) TO FECHAVALBASE.
           CALL "CALCULARDIAHABIL" USING FECHAVALBASE, DIASVALOR,
               MOVFECHAVALOR.
           CANCEL "CALCULARDIAHABIL".
           WRITE MOVIMIENTOSREC.
           CLOSE MOVIMIENTOSFILE.
           ADD 1 TO COBRADAS GIVING COBRADAS.
           MOVE SPACES TO ALERTADNI.
           MOVE 2 TO ALERTATIPO.
           MOVE IMPCUOTA TO ALERTAIMPORTE.
           MULTIPLY ALERTAIMPORTE BY -1 GIVING ALERTAIMPORTE.
           CALL "ANOTARALERTA" USING PRESCUENTA, ALERTADNI,
               ALERTATIPO, ALERTAIMPORTE, SALDO.
           CANCEL "ANOTARALERTA".
           GO TO AVANZARCUOTA.

       AVANZARCUOTA.
           SUBTRACT CAPITALCUOTA FROM PRESPENDIENTE
               GIVING PRESPENDIENTE.
           ADD 1 TO PRESCUOTASPAG GIVING PRESCUOTASPAG.
           DIVIDE PRESPROXVTO BY 10000 GIVING AAVTO
               REMAINDER RESTOFECHA.
           DIVIDE RESTOFECHA BY 100 GIVING MMVTO REMAINDER DDVTO.
           ADD 1 TO MMVTO GIVING MMVTO.
           IF MMVTO > 12
               MOVE 1 TO MMVTO
               ADD 1 TO AAVTO GIVING AAVTO
           END-IF.
           COMPUTE PRESPROXVTO = AAVTO * 10000 + MMVTO * 100 + DDVTO.
           MOVE 0 TO PRESDIASMORA.
           IF PRESCUOTASPAG NOT < PRESPLAZO OR PRESPENDIENTE = 0
               MOVE "C" TO PRESESTADO
               REWRITE PRESTAMOSREC
               GO TO LEERPRESTAMO
           END-IF.
           MOVE "A" TO PRESESTADO.
           REWRITE PRESTAMOSREC.
           IF PRESPROXVTO NOT > FECHAACT
               GO TO COBRARCUOTA
           END-IF.
           GO TO LEERPRESTAMO.

       MARCARMORA.
           *> Cuota sin cobrar: los dias de mora se cuentan desde el
           *> vencimiento mas antiguo impagado (calendario comercial
           *> de 30 dias). El titular recibe aviso al entrar en mora.
           DIVIDE PRESPROXVTO BY 10000 GIVING AAVTO
               REMAINDER RESTOFECHA.
           DIVIDE RESTOFECHA BY 100 GIVING MMVTO REMAINDER DDVTO.
           COMPUTE SERIEVTO = AAVTO * 360 + MMVTO * 30 + DDVTO.
           IF SERIEHOY > SERIEVTO
               SUBTRACT SERIEVTO FROM SERIEHOY GIVING PRESDIASMORA
           ELSE
               MOVE 0 TO PRESDIASMORA
           END-IF.
           IF ESTADOANT NOT = "M" AND AVISODNI NOT = SPACES
               MOVE SPACES TO TEXTOAVISO
               STRING "Cuota del prestamo " PRESID
                      " impagada por falta de saldo"
                      DELIMITED BY SIZE INTO TEXTOAVISO
               CALL "ANOTARAVISO" USING AVISODNI, TEXTOAVISO
               CANCEL "ANOTARAVISO"
           END-IF.
           MOVE "M" TO PRESESTADO.
           REWRITE PRESTAMOSREC.
           ADD 1 TO IMPAGADAS GIVING IMPAGADAS.
           GO TO LEERPRESTAMO.

       INFORMEMORA.
           *> Relacion de prestamos en mora para recobro: cuota mas
           *> antigua impagada, dias de retraso, cuotas vencidas y
           *> su importe, y capital pendiente.
           OPEN OUTPUT INFORMEFILE.
           MOVE SPACES TO LINEAINFORME.
           STRING "UnizarBank - Prestamos en mora a " FECHAACT
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE SPACES TO LINEAINFORME.
           STRING "  Prestamo   Cuenta      Vencida   Dias  Cuotas"
                  "  Importe vencido  Capital pendiente"
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE "N" TO EOPR.
           OPEN INPUT PRESTAMOSFILE.
       LEERMORA.
           READ PRESTAMOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOPR
           END-READ.
           IF EOPR = "Y"
               CLOSE PRESTAMOSFILE
               GO TO TOTALMORA
           END-IF.
           IF PRESESTADO NOT = "M"
               GO TO LEERMORA
           END-IF.
           DIVIDE PRESPROXVTO BY 10000 GIVING AAVTO
               REMAINDER RESTOFECHA.
           DIVIDE RESTOFECHA BY 100 GIVING MMVTO REMAINDER DDVTO.
           COMPUTE CUOTASVENC = (AAHOY - AAVTO) * 12 + MMHOY - MMVTO.
           IF DDHOY NOT < DDVTO
               ADD 1 TO CUOTASVENC GIVING CUOTASVENC
           END-IF.
           IF CUOTASVENC < 1
               MOVE 1 TO CUOTASVENC
           END-IF.
           SUBTRACT PRESCUOTASPAG FROM PRESPLAZO GIVING RESTOFECHA.
           IF CUOTASVENC > RESTOFECHA
               MOVE RESTOFECHA TO CUOTASVENC
           END-IF.
           MULTIPLY CUOTASVENC BY PRESCUOTA GIVING IMPVENCIDO.
           ADD IMPVENCIDO TO TOTVENCIDO GIVING TOTVENCIDO.
           ADD 1 TO ENMORA GIVING ENMORA.
           MOVE PRESDIASMORA TO DIASFORMA.
           MOVE CUOTASVENC TO CONTFORMA.
           MOVE IMPVENCIDO TO IMPFORMA.
           MOVE PRESPENDIENTE TO PENDFORMA.
           MOVE SPACES TO LINEAINFORME.
           STRING "  " PRESID "  " PRESCUENTA "  " PRESPROXVTO
                  " " DIASFORMA "   " CONTFORMA "     " IMPFORMA
                  "       " PENDFORMA
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           GO TO LEERMORA.

       TOTALMORA.
           MOVE ENMORA TO CONTFORMA.
           MOVE TOTVENCIDO TO TOTFORMA.
           MOVE SPACES TO LINEAINFORME.
           STRING "Prestamos en mora: " CONTFORMA
                  "   Total vencido: " TOTFORMA "E"
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           CLOSE INFORMEFILE.
           GO TO FIN.

       FIN.
           MOVE COBRADAS TO CONTFORMA.
           DISPLAY "Cuotas cobradas: " CONTFORMA.
           MOVE IMPAGADAS TO CONTFORMA.
           DISPLAY "Cuotas impagadas: " CONTFORMA.
           IF ADDRESS OF RESULTADOPASO NOT = NULL
               MOVE COBRADAS TO PASOCONT1
               MOVE IMPAGADAS TO PASOCONT2
           END-IF.
           GOBACK.
       END PROGRAM COBRARPRESTAMOS.
