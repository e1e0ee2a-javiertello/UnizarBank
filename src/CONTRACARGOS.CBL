       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRACARGOS.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPRASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COMREFERENCIA
           ALTERNATE RECORD KEY IS COMCUENTA WITH DUPLICATES
           FILE STATUS IS FSCO.

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

           SELECT DISPUTASFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSDI.

           SELECT INFORMEFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSIF.

       DATA DIVISION.
       FILE SECTION.

           FD COMPRASFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "COMPRASTARJETA.DAT".
           01 COMPRASREC.
             02 COMREFERENCIA PIC X(20). *> referencia de la red
             02 COMLOTE       PIC X(10).
             02 COMTARJETA    PIC X(10).
             02 COMDNI        PIC X(9).
             02 COMCUENTA     PIC X(10).
             02 COMCOMERCIO   PIC X(30).
             02 COMIMPORTE    PIC 9(7)V99.
             02 COMFECHA      PIC 9(8). *> fecha de la compra
             02 COMMID        PIC 9(9). *> movimiento de cargo
             02 COMESTADO     PIC X. *> C cargada, D en disputa,
                                     *> A abonada, R disputa rechazada
             02 COMFECHADISP  PIC 9(8). *> apertura de la disputa
             02 COMFECHARES   PIC 9(8). *> respuesta de la red
             02 COMOPERADOR   PIC X(10). *> supervisor de la disputa

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

           FD DISPUTASFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "CONTRACARGOS.DAT".
           01 LINEADISPUTA PIC X(140).

           FD INFORMEFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "CONTRACARGOSINF.DAT".
           01 LINEAINFORME PIC X(110).

       WORKING-STORAGE SECTION.
           77 FSCO      PIC XX.
           77 FSTF      PIC XX.
           77 FSMF      PIC XX.
           77 FSMC      PIC XX.
           77 FSDI      PIC XX.
           77 FSIF      PIC XX.
           77 MIDCTLKEY PIC 9 VALUE 1.
           77 MIDBOOT   PIC X VALUE "N".
           77 MIDBOOT2  PIC X VALUE "N".
           77 EOM       PIC X VALUE "N".
           77 EOR       PIC X VALUE "N".
           77 TECLA     PIC X(01).
           77 ESCAP     PIC 99.
           77 REFBUS    PIC X(20).
           77 IDCLERK   PIC X(10).
           77 ACCION    PIC X. *> D disputa, A red acepta, R rechaza
           77 ERROR1    PIC 9 VALUE 0.
           77 ERROR2    PIC 9 VALUE 0.
           77 ERROR3    PIC 9 VALUE 0.
           77 NOEXISTE  PIC 9 VALUE 0.
           77 IMPORTE   PIC 9999999V99.
           77 IMPFORMA  PIC Z,ZZZ,ZZ9.99.
           77 SALDOCLI  PIC S9999999V99.
           77 SALDORED  PIC S9999999V99.
           77 CTARED    PIC X(10) VALUE "9999999998".
           77 CONCEPTOCLI PIC X(40).
           77 TIPOCLI   PIC 9(3).
           77 TIPORED   PIC 9(3).
           77 MIDACT    PIC 9(9).
           77 FECHAACT  PIC 9(8).
           77 HORA      PIC 9999.
           77 FECHORAACT  PIC 9(12).
           77 FECHAVALBASE PIC 9(8).
           77 DIASVALOR PIC 9(3) VALUE 0.
           77 HORAACT   PIC 9(8).
           77 TEXTOAVISO PIC X(60).
           77 ESTADOTXT PIC X(20).
           77 ABIERTAS  PIC 9(5) VALUE 0.
           77 TOTALFORMA PIC ZZZZ9.
           77 ALERTADNI PIC X(9).
           77 ALERTATIPO PIC 9.
           77 ALERTAIMPORTE PIC S9999999V99.
           01 OPERACT.
             02 OPIDACT  PIC X(10).
             02 OPROLACT PIC X(1).
             02 OPEXITO  PIC X(1).

       PROCEDURE DIVISION.
       INICIO.
           *> Disputas de compras con tarjeta liquidadas por la red
           *> (COMPRASTARJETA.DAT). Al abrir la disputa el cliente
           *> recibe un abono provisional con cargo a la cuenta puente
           *> de la red; cuando la red responde, el abono queda
           *> definitivo o se anula con un cargo. Cada paso queda en
           *> CONTRACARGOS.DAT y en el buzon del cliente. Solo
           *> supervisores.
           CALL "VALIDAROPERADOR" USING OPERACT.
           CANCEL "VALIDAROPERADOR".
           IF OPEXITO NOT = "S"
               STOP RUN
           END-IF.
           IF OPROLACT NOT = "S" AND OPROLACT NOT = "A"
               DISPLAY ' ' ERASE LINE 1 COLUMN 1
               DISPLAY "Funcion reservada al supervisor"
                    LINE 6 COLUMN 22
               STOP RUN
           END-IF.
           MOVE OPIDACT TO IDCLERK.
       PANTALLA1.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           DISPLAY "UnizarBank - Contracargos de tarjeta"
                LINE 2 COLUMN 20 UNDERLINE.
           DISPLAY "1 - Abrir disputa de una compra"
                LINE 6 COLUMN 22.
           DISPLAY "2 - Respuesta de la red a una disputa"
                LINE 7 COLUMN 22.
           DISPLAY "3 - Informe de disputas abiertas"
                LINE 8 COLUMN 22.
           IF ERROR3 = 1
                DISPLAY "La cuenta de la compra o la de la red ya no "
                        "existe: no se apunta nada"
                        LINE 12 COLUMN 10
                MOVE 0 TO ERROR3
           END-IF
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
               GO TO PANTALLADISPUTA
           ELSE
               IF TECLA = 2
                   GO TO PANTALLARESPUESTA
               ELSE
                   IF TECLA = 3
                       GO TO INFORMEABIERTAS
                   ELSE
                       GO TO REPEAT1
                   END-IF
               END-IF
           END-IF.

       PANTALLADISPUTA.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           DISPLAY "UnizarBank - Abrir disputa"
                LINE 2 COLUMN 20 UNDERLINE.
           DISPLAY "Referencia de la red: ____________________"
                LINE 5 COLUMN 10.
           IF ERROR1 = 1
                DISPLAY "Compra no encontrada"
                        LINE 7 COLUMN 10
           END-IF
           IF ERROR2 = 1
                DISPLAY "La compra ya esta en disputa o resuelta"
                        LINE 7 COLUMN 10
           END-IF
           DISPLAY "Enter - Aceptar                    F1 - Volver"
                LINE 22 COLUMN 15.
           ACCEPT REFBUS LINE 5 COLUMN 32.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               MOVE 0 TO ERROR1
               MOVE 0 TO ERROR2
               GO TO PANTALLA1
           END-IF.
           MOVE 0 TO ERROR1.
           MOVE 0 TO ERROR2.
           OPEN INPUT COMPRASFILE.
           IF FSCO = "35"
               MOVE 1 TO ERROR1
               GO TO PANTALLADISPUTA
           END-IF.
           MOVE REFBUS TO COMREFERENCIA.
           READ COMPRASFILE
                INVALID KEY MOVE 1 TO ERROR1
           END-READ.
           CLOSE COMPRASFILE.
           IF ERROR1 = 1
               GO TO PANTALLADISPUTA
           END-IF.
           IF COMESTADO NOT = "C"
               MOVE 1 TO ERROR2
               GO TO PANTALLADISPUTA
           END-IF.
           MOVE COMIMPORTE TO IMPFORMA.
           DISPLAY "Tarjeta: " COMTARJETA
                LINE 7 COLUMN 10.
           DISPLAY "Cuenta: " COMCUENTA
                LINE 8 COLUMN 10.
           DISPLAY "Comercio: " COMCOMERCIO
                LINE 9 COLUMN 10.
           DISPLAY "Fecha de la compra: " COMFECHA
                LINE 10 COLUMN 10.
           DISPLAY "Importe a abonar provisionalmente: " IMPFORMA "E"
                LINE 11 COLUMN 10.
           DISPLAY "Operador: " IDCLERK
                LINE 12 COLUMN 10.
           DISPLAY "Enter - Abrir disputa y abonar"
                LINE 22 COLUMN 15.
           DISPLAY "F1 - Salir sin cambios"
                LINE 23 COLUMN 15.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA1
           END-IF.
           MOVE "D" TO ACCION.
           MOVE 025 TO TIPOCLI.
           MOVE 026 TO TIPORED.
           MOVE SPACES TO CONCEPTOCLI.
           STRING "Abono disputa " COMCOMERCIO(1:26)
                  DELIMITED BY SIZE INTO CONCEPTOCLI.
           GO TO APUNTAR.

       PANTALLARESPUESTA.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           DISPLAY "UnizarBank - Respuesta de la red"
                LINE 2 COLUMN 20 UNDERLINE.
           DISPLAY "Referencia de la red: ____________________"
                LINE 5 COLUMN 10.
           IF ERROR1 = 1
                DISPLAY "Compra no encontrada"
                        LINE 7 COLUMN 10
           END-IF
           IF ERROR2 = 1
                DISPLAY "La compra no tiene una disputa abierta"
                        LINE 7 COLUMN 10
           END-IF
           DISPLAY "Enter - Aceptar                    F1 - Volver"
                LINE 22 COLUMN 15.
           ACCEPT REFBUS LINE 5 COLUMN 32.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               MOVE 0 TO ERROR1
               MOVE 0 TO ERROR2
               GO TO PANTALLA1
           END-IF.
           MOVE 0 TO ERROR1.
           MOVE 0 TO ERROR2.
           OPEN INPUT COMPRASFILE.
           IF FSCO = "35"
               MOVE 1 TO ERROR1
               GO TO PANTALLARESPUESTA
           END-IF.
           MOVE REFBUS TO COMREFERENCIA.
           READ COMPRASFILE
                INVALID KEY MOVE 1 TO ERROR1
           END-READ.
           CLOSE COMPRASFILE.
           IF ERROR1 = 1
               GO TO PANTALLARESPUESTA
           END-IF.
           IF COMESTADO NOT = "D"
               MOVE 1 TO ERROR2
               GO TO PANTALLARESPUESTA
           END-IF.
           MOVE COMIMPORTE TO IMPFORMA.
           DISPLAY "Cuenta: " COMCUENTA
                LINE 7 COLUMN 10.
           DISPLAY "Comercio: " COMCOMERCIO
                LINE 8 COLUMN 10.
           DISPLAY "Importe abonado: " IMPFORMA "E"
                LINE 9 COLUMN 10.
           DISPLAY "Disputa abierta el " COMFECHADISP
                   " por " COMOPERADOR
                LINE 10 COLUMN 10.
           DISPLAY "1 - La red acepta: el abono queda definitivo"
                LINE 13 COLUMN 15.
           DISPLAY "2 - La red rechaza: se anula el abono"
                LINE 14 COLUMN 15.
           DISPLAY "F1 - Salir sin cambios"
                LINE 22 COLUMN 15.
       REPEATRESPUESTA.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           IF TECLA = " "
               ACCEPT ESCAP FROM ESCAPE KEY
               IF ESCAP = 01
                   GO TO PANTALLA1
               ELSE
                   GO TO REPEATRESPUESTA
               END-IF
           END-IF.
           IF TECLA = 1
               MOVE "A" TO ACCION
               GO TO ACTUALIZARCOMPRA
           END-IF.
           IF TECLA NOT = 2
               GO TO REPEATRESPUESTA
           END-IF.
           MOVE "R" TO ACCION.
           MOVE 027 TO TIPOCLI.
           MOVE 028 TO TIPORED.
           MOVE SPACES TO CONCEPTOCLI.
           STRING "Anula abono disputa " COMCOMERCIO(1:20)
                  DELIMITED BY SIZE INTO CONCEPTOCLI.
           GO TO APUNTAR.

       APUNTAR.
           *> Abono (disputa) o cargo (rechazo) en la cuenta del
           *> cliente, con la contrapartida en la cuenta puente.
           MOVE COMIMPORTE TO IMPORTE.
           MOVE 0 TO NOEXISTE.
           OPEN I-O CUENTASFILE.
           MOVE CTARED TO CUENTA.
           READ CUENTASFILE
                INVALID KEY MOVE 1 TO NOEXISTE
           END-READ.
           MOVE COMCUENTA TO CUENTA.
           READ CUENTASFILE
                INVALID KEY MOVE 1 TO NOEXISTE
           END-READ.
           IF NOEXISTE = 1
               CLOSE CUENTASFILE
               MOVE 1 TO ERROR3
               GO TO PANTALLA1
           END-IF.
           IF ACCION = "D"
               ADD IMPORTE TO SALDO GIVING SALDO
           ELSE
               SUBTRACT IMPORTE FROM SALDO GIVING SALDO
           END-IF.
           MOVE SALDO TO SALDOCLI.
           REWRITE CUENTASREC.
           MOVE CTARED TO CUENTA.
           READ CUENTASFILE
                INVALID KEY CONTINUE
           END-READ.
           IF ACCION = "D"
               SUBTRACT IMPORTE FROM SALDO GIVING SALDO
           ELSE
               ADD IMPORTE TO SALDO GIVING SALDO
           END-IF.
           MOVE SALDO TO SALDORED.
           REWRITE CUENTASREC.
           CLOSE CUENTASFILE.
           ACCEPT FECHAACT FROM DATE YYYYMMDD.
           MULTIPLY FECHAACT BY 10000 GIVING FECHORAACT.
           ACCEPT HORAACT FROM TIME.
           DIVIDE HORAACT BY 10000 GIVING HORA.
           ADD HORA TO FECHORAACT GIVING FECHORAACT.
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
       LEERMOV.
           READ MOVIMIENTOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOM
           END-READ.
           IF EOM = "N"
               MOVE MID TO MIDACT
               GO TO LEERMOV
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
           MOVE COMCUENTA TO CUENTAMOV.
           MOVE CONCEPTOCLI TO CONCEPTO.
           MOVE IMPORTE TO CANTIDAD.
           IF ACCION = "R"
               MULTIPLY CANTIDAD BY -1 GIVING CANTIDAD
           END-IF.
           MOVE COMTARJETA TO DESTINO.
           MOVE SALDOCLI TO SALDOCUENTA.
           MOVE OPIDACT TO MOVOPERADOR.
           MOVE SPACES TO MOVTERMINAL.
           MOVE TIPOCLI TO MOVTIPO.
           MOVE FECHORA(1:8) TO FECHAVALBASE.
           CALL "CALCULARDIAHABIL" USING FECHAVALBASE, DIASVALOR,
               MOVFECHAVALOR.
           CANCEL "CALCULARDIAHABIL".
           WRITE MOVIMIENTOSREC.

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
           MOVE CTARED TO CUENTAMOV.
           MOVE CONCEPTOCLI TO CONCEPTO.
           MOVE IMPORTE TO CANTIDAD.
           IF ACCION = "D"
               MULTIPLY CANTIDAD BY -1 GIVING CANTIDAD
           END-IF.
           MOVE COMCUENTA TO DESTINO.
           MOVE SALDORED TO SALDOCUENTA.
           MOVE OPIDACT TO MOVOPERADOR.
           MOVE SPACES TO MOVTERMINAL.
           MOVE TIPORED TO MOVTIPO.
           MOVE FECHORA(1:8) TO FECHAVALBASE.
           CALL "CALCULARDIAHABIL" USING FECHAVALBASE, DIASVALOR,
               MOVFECHAVALOR.
           CANCEL "CALCULARDIAHABIL".
           WRITE MOVIMIENTOSREC.
           CLOSE MOVIMIENTOSFILE.
           IF ACCION = "R"
               MOVE SPACES TO ALERTADNI
               MOVE 2 TO ALERTATIPO
               MOVE IMPORTE TO ALERTAIMPORTE
               MULTIPLY ALERTAIMPORTE BY -1 GIVING ALERTAIMPORTE
               CALL "ANOTARALERTA" USING COMCUENTA, ALERTADNI,
                   ALERTATIPO, ALERTAIMPORTE, SALDOCLI
               CANCEL "ANOTARALERTA"
           END-IF.
           GO TO ACTUALIZARCOMPRA.

       ACTUALIZARCOMPRA.
           ACCEPT FECHAACT FROM DATE YYYYMMDD.
           OPEN I-O COMPRASFILE.
           MOVE REFBUS TO COMREFERENCIA.
           READ COMPRASFILE
                INVALID KEY CONTINUE
           END-READ.
           MOVE ACCION TO COMESTADO.
           IF ACCION = "D"
               MOVE FECHAACT TO COMFECHADISP
               MOVE IDCLERK TO COMOPERADOR
           ELSE
               MOVE FECHAACT TO COMFECHARES
           END-IF.
           REWRITE COMPRASREC.
           CLOSE COMPRASFILE.
           GO TO AVISARCLIENTE.

       AVISARCLIENTE.
           MOVE SPACES TO TEXTOAVISO.
           IF ACCION = "D"
               STRING "Abono provisional por disputa: " COMCOMERCIO
                      DELIMITED BY SIZE INTO TEXTOAVISO
           END-IF.
           IF ACCION = "A"
               STRING "Disputa resuelta a su favor: " COMCOMERCIO
                      DELIMITED BY SIZE INTO TEXTOAVISO
           END-IF.
           IF ACCION = "R"
               STRING "Disputa rechazada, se anula el abono: "
                      COMCOMERCIO
                      DELIMITED BY SIZE INTO TEXTOAVISO
           END-IF.
           CALL "ANOTARAVISO" USING COMDNI, TEXTOAVISO.
           CANCEL "ANOTARAVISO".
           GO TO ANOTARDISPUTA.

       ANOTARDISPUTA.
           OPEN EXTEND DISPUTASFILE.
           IF FSDI = "35"
               OPEN OUTPUT DISPUTASFILE
           END-IF.
           MOVE COMIMPORTE TO IMPFORMA.
           MOVE SPACES TO LINEADISPUTA.
           STRING FECHAACT " REF=" COMREFERENCIA
                  " CUENTA=" COMCUENTA " IMPORTE=" IMPFORMA
                  " ACCION=" ACCION " COMERCIO=" COMCOMERCIO
                  " EMPLEADO=" IDCLERK
                  DELIMITED BY SIZE INTO LINEADISPUTA.
           WRITE LINEADISPUTA.
           CLOSE DISPUTASFILE.
           GO TO PANTALLA1.

       INFORMEABIERTAS.
           *> Disputas pendientes de respuesta de la red, para el
           *> seguimiento con la red de tarjetas.
           MOVE 0 TO ABIERTAS.
           OPEN OUTPUT INFORMEFILE.
           MOVE SPACES TO LINEAINFORME.
           STRING "UnizarBank - Disputas de tarjeta abiertas"
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE SPACES TO LINEAINFORME.
           STRING "  Referencia            Cuenta      Importe"
                  "        Comercio                        Abierta"
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE "N" TO EOR.
           OPEN INPUT COMPRASFILE.
           IF FSCO = "35"
               MOVE "Y" TO EOR
           END-IF.
       LEERINFORME.
           IF EOR = "N"
               READ COMPRASFILE NEXT RECORD
                    AT END MOVE "Y" TO EOR
               END-READ
           END-IF.
           IF EOR = "N"
               IF COMESTADO = "D"
                   ADD 1 TO ABIERTAS GIVING ABIERTAS
                   MOVE COMIMPORTE TO IMPFORMA
                   MOVE SPACES TO LINEAINFORME
                   STRING "  " COMREFERENCIA "  " COMCUENTA
                          "  " IMPFORMA "  " COMCOMERCIO
                          "  " COMFECHADISP
                          DELIMITED BY SIZE INTO LINEAINFORME
                   WRITE LINEAINFORME
               END-IF
               GO TO LEERINFORME
           END-IF.
           IF FSCO NOT = "35"
               CLOSE COMPRASFILE
           END-IF.
           MOVE ABIERTAS TO TOTALFORMA.
           MOVE SPACES TO LINEAINFORME.
           STRING "Disputas abiertas: " TOTALFORMA
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           CLOSE INFORMEFILE.
           DISPLAY "Informe generado en CONTRACARGOSINF.DAT"
                LINE 20 COLUMN 10.
           GO TO PANTALLA1.
       END PROGRAM CONTRACARGOS.
