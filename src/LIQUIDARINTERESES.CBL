           RELATIVE KEY IS MIDCTLKEY
           FILE STATUS IS FSMC.

           SELECT RETFISCALFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RFFECHA
           FILE STATUS IS FSRF.

           SELECT TIPOSMOVFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIPCODIGO
           FILE STATUS IS FSTM.

       DATA DIVISION.
       FILE SECTION.

             02 CANTIDAD PIC S9999999V99.
             02 DESTINO  PIC X(10) VALUE "".
             02 SALDOCUENTA    PIC S9999999V99.
             02 MOVOPERADOR PIC X(10). *> operador de oficina
             02 MOVTIPO   PIC 9(3). *> codigo de TIPOSMOV.DAT
             02 MOVTERMINAL PIC X(6). *> cajero de la operacion
             02 MOVFECHAVALOR PIC 9(8). *> fecha valor AAAAMMDD

           FD MIDCONTROLFILE
               LABEL RECORDS ARE STANDARD
           01 MIDCONTROLREC.
             02 ULTIMOMID PIC 9(9).

           FD RETFISCALFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "RETFISCAL.DAT".
           01 RETFISCALREC.
             02 RFFECHA       PIC 9(8). *> vigente desde AAAAMMDD
             02 RFPORCENT     PIC 99V99. *> tipo de retencion
             02 RFDESCRIPCION PIC X(30).

           FD TIPOSMOVFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "TIPOSMOV.DAT".
           01 TIPOSMOVREC.
             02 TIPCODIGO      PIC 9(3).
             02 TIPDESCRIPCION PIC X(40).
             02 TIPSIGNO       PIC X. *> D cargo, H abono, A ambos

       WORKING-STORAGE SECTION.
           77 FSTF      PIC XX.
           77 FSMF      PIC XX.
           77 FSMC      PIC XX.
           77 FSRF      PIC XX.
           77 FSTM      PIC XX.
           77 MIDCTLKEY PIC 9 VALUE 1.
           77 MIDBOOT   PIC X VALUE "N".
           77 MIDBOOT2  PIC X VALUE "N".
           77 EOR       PIC X VALUE "N".
           77 EOC       PIC X VALUE "N".
           77 EOM       PIC X VALUE "N".
           77 MIDACT    PIC 9(9).
           77 FECHAACT  PIC 9(8).
           77 HORA      PIC 9999.
           77 FECHORAACT  PIC 9(12).
           77 FECHAVALBASE PIC 9(8).
           77 DIASVALOR PIC 9(3) VALUE 0.
           77 HORAACT   PIC 9(8).
           77 INTERES   PIC S9999999V99.
           77 PORCRET   PIC 99V99 VALUE 0.
           77 RETENCION PIC S9999999V99.
           77 SALDOBRUTO PIC S9999999V99.
           77 SALDOVALOR PIC S9999999V99.
           77 PCTFORMA  PIC Z9.99.
           77 LIQUIDADAS PIC 9(5) VALUE 0.
           77 INCIDENCIAS PIC 9(5) VALUE 0.
           77 CONTFORMA  PIC ZZZZ9.
       PROCEDURE DIVISION USING RESULTADOPASO.
       INICIO.
           DISPLAY "LIQUIDARINTERESES - abono mensual de intereses".
           *> Tipo de retencion fiscal vigente hoy: el ultimo de
           *> RETFISCAL.DAT con fecha de entrada en vigor no
           *> posterior. Sin tabla o sin tipo vigente no se retiene.
           ACCEPT FECHAACT FROM DATE YYYYMMDD.
           MOVE 0 TO PORCRET.
           OPEN INPUT RETFISCALFILE.
           IF FSRF = "35"
               MOVE "Y" TO EOR
           END-IF.
       LEERRETFISCAL.
           IF EOR = "N"
               READ RETFISCALFILE NEXT RECORD
                    AT END MOVE "Y" TO EOR
               END-READ
               IF EOR = "N" AND RFFECHA NOT > FECHAACT
                   MOVE RFPORCENT TO PORCRET
                   GO TO LEERRETFISCAL
               END-IF
           END-IF.
           IF FSRF NOT = "35"
               CLOSE RETFISCALFILE
           END-IF.
           MOVE PORCRET TO PCTFORMA.
           DISPLAY "Retencion fiscal aplicada: " PCTFORMA "%".
           *> El cargo de la retencion lleva su propio tipo de
           *> movimiento; se da de alta si falta en la tabla.
           OPEN I-O TIPOSMOVFILE.
           IF FSTM = "35"
               CLOSE TIPOSMOVFILE
               OPEN OUTPUT TIPOSMOVFILE
               CLOSE TIPOSMOVFILE
               OPEN I-O TIPOSMOVFILE
           END-IF.
           MOVE 029 TO TIPCODIGO.
           MOVE "Retencion fiscal intereses" TO TIPDESCRIPCION.
           MOVE "D" TO TIPSIGNO.
           WRITE TIPOSMOVREC INVALID KEY CONTINUE END-WRITE.
           CLOSE TIPOSMOVFILE.
           OPEN I-O CUENTASFILE.
           GO TO LEERCUENTA.

           GO TO FIN.

       CALCULARINTERES.
           *> El interes se calcula sobre el saldo en fecha valor: lo
           *> apuntado con fecha valor posterior a hoy (un apunte de
           *> fin de semana o festivo) todavia no devenga.
           MOVE SALDO TO SALDOVALOR.
           MOVE "N" TO EOM.
           OPEN INPUT MOVIMIENTOSFILE.
           IF FSMF = "35"
               GO TO APLICARINTERES
           END-IF.
           MOVE CUENTA TO CUENTAMOV.
           START MOVIMIENTOSFILE
                KEY IS = CUENTAMOV
                INVALID KEY MOVE "Y" TO EOM
           END-START.
       LEERMOVVALOR.
           IF EOM = "N"
               READ MOVIMIENTOSFILE NEXT RECORD
                    AT END MOVE "Y" TO EOM
               END-READ
               IF EOM = "N" AND CUENTAMOV = CUENTA
                   IF MOVFECHAVALOR > FECHAACT
                       SUBTRACT CANTIDAD FROM SALDOVALOR
                           GIVING SALDOVALOR
                   END-IF
                   GO TO LEERMOVVALOR
               END-IF
           END-IF.
           CLOSE MOVIMIENTOSFILE.
           MOVE "N" TO EOM.
       APLICARINTERES.
           IF SALDOVALOR NOT > 0
               GO TO LEERCUENTA
           END-IF.
           COMPUTE INTERES ROUNDED = SALDOVALOR * TASAINTERES / 100.
           IF INTERES = 0
               GO TO LEERCUENTA
           END-IF.
           COMPUTE RETENCION ROUNDED = INTERES * PORCRET / 100.
           ADD INTERES TO SALDO GIVING SALDO
               ON SIZE ERROR
                   *> El saldo resultante desbordaria el campo SALDO:
                   ADD 1 TO INCIDENCIAS GIVING INCIDENCIAS
                   GO TO LEERCUENTA
           END-ADD.
           *> El interes se abona bruto y la retencion se carga en
           *> un movimiento aparte, que es el que recoge el
           *> certificado fiscal de fin de ano.
           MOVE SALDO TO SALDOBRUTO.
           SUBTRACT RETENCION FROM SALDO GIVING SALDO.
           REWRITE CUENTASREC.
           GO TO ANOTAR.

           MOVE "Interes" TO CONCEPTO.
           MOVE INTERES TO CANTIDAD.
           MOVE "" TO DESTINO.
           MOVE SALDOBRUTO TO SALDOCUENTA.
           MOVE SPACES TO MOVOPERADOR.
           MOVE SPACES TO MOVTERMINAL.
           MOVE 010 TO MOVTIPO.
           MOVE FECHORA(1:8) TO FECHAVALBASE.
           CALL "CALCULARDIAHABIL" USING FECHAVALBASE, DIASVALOR,
               MOVFECHAVALOR.
           CANCEL "CALCULARDIAHABIL".
           WRITE MOVIMIENTOSREC.
           IF RETENCION = 0
               CLOSE MOVIMIENTOSFILE
               ADD 1 TO LIQUIDADAS GIVING LIQUIDADAS
               GO TO LEERCUENTA
           END-IF.

       SIGUIENTEMID2.
           MOVE 1 TO MIDCTLKEY.
           MOVE "N" TO MIDBOOT2.
           OPEN I-O MIDCONTROLFILE.
           IF FSMC = "35"
               CLOSE MIDCONTROLFILE
               OPEN OUTPUT MIDCONTROLFILE
               MOVE "Y" TO MIDBOOT2
               MOVE 0 TO MIDACT
           ELSE
               READ MIDCONTROLFILE
               MOVE ULTIMOMID TO MIDACT
           END-IF.
           ADD 1 TO MIDACT GIVING MIDACT.
           MOVE MIDACT TO ULTIMOMID.
           IF MIDBOOT2 = "Y"
               WRITE MIDCONTROLREC
           ELSE
               REWRITE MIDCONTROLREC
           END-IF.
           CLOSE MIDCONTROLFILE.
           MOVE MIDACT TO MID.
           MOVE FECHORAACT TO FECHORA.
           MOVE CUENTA TO CUENTAMOV.
           MOVE "Retencion fiscal intereses" TO CONCEPTO.
           MOVE RETENCION TO CANTIDAD.
           MULTIPLY CANTIDAD BY -1 GIVING CANTIDAD.
           MOVE "" TO DESTINO.
           MOVE SALDO TO SALDOCUENTA.
           MOVE SPACES TO MOVOPERADOR.
           MOVE SPACES TO MOVTERMINAL.
           MOVE 029 TO MOVTIPO.
           MOVE FECHORA(1:8) TO FECHAVALBASE.
           CALL "CALCULARDIAHABIL" USING FECHAVALBASE, DIASVALOR,
               MOVFECHAVALOR.
           CANCEL "CALCULARDIAHABIL".
           WRITE MOVIMIENTOSREC.
           CLOSE MOVIMIENTOSFILE.
           ADD 1 TO LIQUIDADAS GIVING LIQUIDADAS.
