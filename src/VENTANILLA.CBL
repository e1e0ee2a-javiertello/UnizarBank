       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENTANILLA.
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

           SELECT CAJONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAJCLAVE
           FILE STATUS IS FSCA.

           SELECT ARQUEOFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSAQ.

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

           FD CAJONESFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "CAJONES.DAT".
           01 CAJONESREC.
             02 CAJCLAVE.
               03 CAJOPERADOR PIC X(10).
               03 CAJFECHA    PIC 9(8). *> AAAAMMDD
             02 CAJFONDO      PIC 9999999V99. *> fondo de apertura
             02 CAJINGRESOS   PIC 9999999V99.
             02 CAJREINTEGROS PIC 9999999V99.
             02 CAJCONTADO    PIC 9999999V99. *> arqueo de cierre
             02 CAJHORAAPER   PIC 9(4). *> HHMM
             02 CAJHORACIERRE PIC 9(4). *> HHMM
             02 CAJNUMOPER    PIC 9(5).
             02 CAJESTADO     PIC X. *> A abierta, C cerrada

           FD ARQUEOFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "ARQUEOS.DAT".
           01 LINEAINFORME PIC X(80).

       WORKING-STORAGE SECTION.
           77 FSCF      PIC XX.
           77 FSTF      PIC XX.
           77 FSTI      PIC XX.
           77 FSMF      PIC XX.
           77 FSMC      PIC XX.
           77 FSCA      PIC XX.
           77 FSAQ      PIC XX.
           77 MIDCTLKEY PIC 9 VALUE 1.
           77 MIDBOOT   PIC X VALUE "N".
           77 MIDBOOT2  PIC X VALUE "N".
           77 TECLA     PIC X(01).
           77 ESCAP     PIC 99.
           77 EOM       PIC X VALUE "N".
           77 EOT       PIC X VALUE "N".
           77 EOC       PIC X VALUE "N".
           77 YAESTA    PIC X VALUE "N".
           77 IDXBUSCA  PIC 9.
           77 NUMCTAS   PIC 9 VALUE 0.
           77 IDXCTA    PIC 9 VALUE 0.
           77 LUGAR     PIC 99.
           77 MIDACT    PIC 9(9).
           77 FECHAACT  PIC 9(8). *> fecha de la caja
           77 FECHAMOV  PIC 9(8).
           77 HORA      PIC 9999.
           77 FECHORAACT  PIC 9(12).
           77 FECHAVALBASE PIC 9(8).
           77 DIASVALOR PIC 9(3) VALUE 0.
           77 HORAACT   PIC 9(8).
           77 ESTADOCAJA PIC X VALUE "N". *> N sin abrir, A, C
           77 OPERACION PIC 9 VALUE 0. *> 2, 3 o 4 segun el menu
           77 DNIBUS    PIC X(9).
           77 CUENTABUS PIC X(10).
           77 CUENTADEST PIC X(10).
           77 CUENTAOP  PIC X(10).
           77 NOMBRECLI PIC X(40).
           77 IMPORTE1  PIC 9(7).
           77 IMPORTE2  PIC 99.
           77 CENTIMOS  PIC 9V99.
           77 IMPORTE   PIC 9999999V99.
           77 SALDOOP   PIC S9999999V99.
           77 SALDODEST PIC S9999999V99.
           77 SALDODISP PIC S9(8)V99.
           77 RETENIDO  PIC 9999999V99.
           77 EFECTIVOCAJA PIC S9(8)V99.
           77 DIFERENCIA PIC S9(8)V99.
           77 ERROR1    PIC 9 VALUE 0.
           77 ERROR2    PIC 9 VALUE 0.
           77 ERROR3    PIC 9 VALUE 0.
           77 ERROR4    PIC 9 VALUE 0.
           77 ERROR5    PIC 9 VALUE 0.
           77 ERROR6    PIC 9 VALUE 0.
           77 SALDOFORMA PIC -Z,ZZZ,ZZ9.99.
           77 IMPFORMA  PIC Z,ZZZ,ZZ9.99.
           77 DIFFORMA  PIC -Z,ZZZ,ZZ9.99.
           77 TOTALFORMA PIC ZZZZ9.
           77 TITULOOP  PIC X(30).
           77 ALERTADNI PIC X(9).
           77 ALERTATIPO PIC 9.
           77 ALERTAIMPORTE PIC S9999999V99.
           01 TABCUENTAS.
             02 CTASEL OCCURS 5 TIMES.
               03 CTANUMSEL   PIC X(10).
               03 CTASALDOSEL PIC S9999999V99.
           01 OPERACT.
             02 OPIDACT  PIC X(10).
             02 OPROLACT PIC X(1).
             02 OPEXITO  PIC X(1).

       PROCEDURE DIVISION.
       INICIO.
           *> Programa de ventanilla. El cajero identificado abre su
           *> caja del dia con un fondo, atiende ingresos, reintegros
           *> y transferencias entre cuentas del banco (cada apunte
           *> lleva su identificador de operador) y al terminar el
           *> turno cierra la caja con el arqueo del efectivo
           *> contado. El parte de arqueo queda en ARQUEOS.DAT para
           *> la firma del supervisor.
           CALL "VALIDAROPERADOR" USING OPERACT.
           CANCEL "VALIDAROPERADOR".
           IF OPEXITO NOT = "S"
               STOP RUN
           END-IF.
           ACCEPT FECHAACT FROM DATE YYYYMMDD.
           GO TO LEERCAJA.

       LEERCAJA.
           *> Situacion de la caja del operador para hoy.
           MOVE "N" TO ESTADOCAJA.
           OPEN I-O CAJONESFILE.
           IF FSCA = "35"
               CLOSE CAJONESFILE
               OPEN OUTPUT CAJONESFILE
               CLOSE CAJONESFILE
               OPEN I-O CAJONESFILE
           END-IF.
           MOVE OPIDACT TO CAJOPERADOR.
           MOVE FECHAACT TO CAJFECHA.
           READ CAJONESFILE
                INVALID KEY MOVE "N" TO ESTADOCAJA
                NOT INVALID KEY MOVE CAJESTADO TO ESTADOCAJA
           END-READ.
           CLOSE CAJONESFILE.

       PANTALLA1.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           DISPLAY "UnizarBank - Ventanilla"
                LINE 2 COLUMN 20 UNDERLINE.
           DISPLAY "Operador: " OPIDACT
                LINE 4 COLUMN 22.
           IF ESTADOCAJA = "A"
               DISPLAY "Caja abierta" LINE 4 COLUMN 46
           ELSE
               IF ESTADOCAJA = "C"
                   DISPLAY "Caja cerrada" LINE 4 COLUMN 46
               ELSE
                   DISPLAY "Caja sin abrir" LINE 4 COLUMN 46
               END-IF
           END-IF.
           DISPLAY "1 - Apertura de caja"
                LINE 6 COLUMN 22.
           DISPLAY "2 - Ingreso en efectivo"
                LINE 7 COLUMN 22.
           DISPLAY "3 - Reintegro en efectivo"
                LINE 8 COLUMN 22.
           DISPLAY "4 - Transferencia entre cuentas"
                LINE 9 COLUMN 22.
           DISPLAY "5 - Cierre de caja y arqueo"
                LINE 10 COLUMN 22.
           IF ERROR1 = 1
               DISPLAY "La caja de hoy ya se abrio"
                    LINE 13 COLUMN 22
           END-IF.
           IF ERROR2 = 1
               DISPLAY "La caja no esta abierta"
                    LINE 13 COLUMN 22
           END-IF.
           MOVE 0 TO ERROR1.
           MOVE 0 TO ERROR2.
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
               IF ESTADOCAJA NOT = "N"
                   MOVE 1 TO ERROR1
                   GO TO PANTALLA1
               END-IF
               GO TO PANTALLAPERTURA
           END-IF.
           IF TECLA = 2 OR TECLA = 3 OR TECLA = 4 OR TECLA = 5
               IF ESTADOCAJA NOT = "A"
                   MOVE 1 TO ERROR2
                   GO TO PANTALLA1
               END-IF
           END-IF.
           IF TECLA = 2
               MOVE 2 TO OPERACION
               MOVE "Ingreso en efectivo" TO TITULOOP
               GO TO PANTALLACLIENTE
           ELSE
               IF TECLA = 3
                   MOVE 3 TO OPERACION
                   MOVE "Reintegro en efectivo" TO TITULOOP
                   GO TO PANTALLACLIENTE
               ELSE
                   IF TECLA = 4
                       MOVE 4 TO OPERACION
                       MOVE "Transferencia entre cuentas"
                           TO TITULOOP
                       GO TO PANTALLACLIENTE
                   ELSE
                       IF TECLA = 5
                           GO TO PANTALLACIERRE
                       ELSE
                           GO TO REPEAT1
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PANTALLAPERTURA.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           DISPLAY "UnizarBank - Apertura de caja"
                LINE 2 COLUMN 20 UNDERLINE.
           DISPLAY "Operador: " OPIDACT
                LINE 5 COLUMN 10.
           DISPLAY "Fecha: " FECHAACT
                LINE 6 COLUMN 10.
           DISPLAY "Fondo de caja recibido: _______.__E"
                LINE 8 COLUMN 10.
           DISPLAY "Enter - Grabar                     F1 - Volver"
                LINE 22 COLUMN 15.
           MOVE 0 TO IMPORTE1.
           MOVE 0 TO IMPORTE2.
           ACCEPT IMPORTE1 LINE 8 COLUMN 34.
           ACCEPT IMPORTE2 LINE 8 COLUMN 42.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA1
           END-IF.
           MOVE IMPORTE1 TO IMPORTE.
           DIVIDE IMPORTE2 BY 100 GIVING CENTIMOS.
           ADD CENTIMOS TO IMPORTE GIVING IMPORTE.
           ACCEPT HORAACT FROM TIME.
           DIVIDE HORAACT BY 10000 GIVING HORA.
           OPEN I-O CAJONESFILE.
           MOVE OPIDACT TO CAJOPERADOR.
           MOVE FECHAACT TO CAJFECHA.
           MOVE IMPORTE TO CAJFONDO.
           MOVE 0 TO CAJINGRESOS.
           MOVE 0 TO CAJREINTEGROS.
           MOVE 0 TO CAJCONTADO.
           MOVE HORA TO CAJHORAAPER.
           MOVE 0 TO CAJHORACIERRE.
           MOVE 0 TO CAJNUMOPER.
           MOVE "A" TO CAJESTADO.
           WRITE CAJONESREC
               INVALID KEY MOVE 1 TO ERROR1
           END-WRITE.
           CLOSE CAJONESFILE.
           GO TO LEERCAJA.

       PANTALLACLIENTE.
           *> Identificacion del cliente por cuenta o por DNI. Con el
           *> DNI se listan las cuentas en las que figura, como en la
           *> seleccion de cuenta del cajero automatico.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           DISPLAY "UnizarBank - " TITULOOP
                LINE 2 COLUMN 20 UNDERLINE.
           DISPLAY "DNI del cliente: _________"
                LINE 5 COLUMN 10.
           DISPLAY "o numero de cuenta: __________"
                LINE 6 COLUMN 10.
           IF ERROR3 = 1
                DISPLAY "La cuenta no existe"
                        LINE 12 COLUMN 10
           END-IF
           IF ERROR4 = 1
                DISPLAY "No hay cuentas para ese DNI"
                        LINE 12 COLUMN 10
           END-IF
           MOVE 0 TO ERROR3.
           MOVE 0 TO ERROR4.
           DISPLAY "Enter - Aceptar                    F1 - Volver"
                LINE 22 COLUMN 15.
           MOVE SPACES TO DNIBUS.
           MOVE SPACES TO CUENTABUS.
           ACCEPT DNIBUS LINE 5 COLUMN 27.
           ACCEPT CUENTABUS LINE 6 COLUMN 30.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA1
           END-IF.
           IF CUENTABUS NOT = SPACES
               MOVE CUENTABUS TO CUENTAOP
               GO TO PANTALLAIMPORTE
           END-IF.
           IF DNIBUS = SPACES
               GO TO PANTALLACLIENTE
           END-IF.
           GO TO CARGARCUENTAS.

       CARGARCUENTAS.
           MOVE 0 TO NUMCTAS.
           OPEN INPUT CUENTASFILE.
           MOVE "N" TO EOT.
           OPEN INPUT TITULARESFILE.
           IF FSTI = "35"
               MOVE "Y" TO EOT
           ELSE
               MOVE DNIBUS TO TITDNI
               START TITULARESFILE
                    KEY IS = TITDNI
                    INVALID KEY MOVE "Y" TO EOT
               END-START
           END-IF.
       LEERTITULAR.
           IF EOT = "N" AND NUMCTAS < 5
               READ TITULARESFILE NEXT RECORD
                    AT END MOVE "Y" TO EOT
               END-READ
               IF EOT = "N" AND TITDNI = DNIBUS
                   MOVE TITCUENTA TO CUENTA
                   READ CUENTASFILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            ADD 1 TO NUMCTAS GIVING NUMCTAS
                            MOVE CUENTA TO CTANUMSEL(NUMCTAS)
                            MOVE SALDO TO CTASALDOSEL(NUMCTAS)
                   END-READ
                   GO TO LEERTITULAR
               END-IF
           END-IF.
           IF FSTI NOT = "35"
               CLOSE TITULARESFILE
           END-IF.
           MOVE "N" TO EOC.
           MOVE DNIBUS TO CTADNI.
           START CUENTASFILE
                KEY IS = CTADNI
                INVALID KEY MOVE "Y" TO EOC
           END-START.
       LEERCUENTAS.
           IF EOC = "N" AND NUMCTAS < 5
               READ CUENTASFILE NEXT RECORD
                    AT END MOVE "Y" TO EOC
               END-READ
               IF EOC = "N" AND CTADNI = DNIBUS
                   GO TO COMPROBARYA
               END-IF
           END-IF.
           MOVE "N" TO EOC.
           CLOSE CUENTASFILE.
           IF NUMCTAS = 0
               MOVE 1 TO ERROR4
               GO TO PANTALLACLIENTE
           END-IF.
           GO TO PANTALLACUENTAS.
       COMPROBARYA.
           MOVE "N" TO YAESTA.
           MOVE 0 TO IDXBUSCA.
       COMPROBARYA2.
           IF IDXBUSCA < NUMCTAS
               ADD 1 TO IDXBUSCA GIVING IDXBUSCA
               IF CTANUMSEL(IDXBUSCA) = CUENTA
                   MOVE "Y" TO YAESTA
               END-IF
               GO TO COMPROBARYA2
           END-IF.
           IF YAESTA = "N"
               ADD 1 TO NUMCTAS GIVING NUMCTAS
               MOVE CUENTA TO CTANUMSEL(NUMCTAS)
               MOVE SALDO TO CTASALDOSEL(NUMCTAS)
           END-IF.
           GO TO LEERCUENTAS.

       PANTALLACUENTAS.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           DISPLAY "UnizarBank - " TITULOOP
                LINE 2 COLUMN 20 UNDERLINE.
           DISPLAY "Cuentas del DNI " DNIBUS
                LINE 5 COLUMN 10.
           MOVE 0 TO IDXCTA.
       MOSTRARCUENTA.
           IF IDXCTA < NUMCTAS
               ADD 1 TO IDXCTA GIVING IDXCTA
               ADD IDXCTA TO 6 GIVING LUGAR
               MOVE CTASALDOSEL(IDXCTA) TO SALDOFORMA
               DISPLAY IDXCTA " - " CTANUMSEL(IDXCTA)
                    LINE LUGAR COLUMN 12
               DISPLAY SALDOFORMA "E" LINE LUGAR COLUMN 30
               GO TO MOSTRARCUENTA
           END-IF.
           DISPLAY "Indique la cuenta                  F1 - Volver"
                LINE 22 COLUMN 15.
       REPEAT2.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           IF TECLA = " "
               ACCEPT ESCAP FROM ESCAPE KEY
               IF ESCAP = 01
                   GO TO PANTALLACLIENTE
               ELSE
                   GO TO REPEAT2
               END-IF
           END-IF.
           IF TECLA NOT NUMERIC
               GO TO REPEAT2
           END-IF.
           MOVE TECLA TO IDXCTA.
           IF IDXCTA < 1 OR IDXCTA > NUMCTAS
               GO TO REPEAT2
           END-IF.
           MOVE CTANUMSEL(IDXCTA) TO CUENTAOP.
           GO TO PANTALLAIMPORTE.

       PANTALLAIMPORTE.
           OPEN INPUT CUENTASFILE.
           MOVE CUENTAOP TO CUENTA.
           READ CUENTASFILE
                INVALID KEY MOVE 1 TO ERROR3
           END-READ.
           CLOSE CUENTASFILE.
           IF ERROR3 = 1
               GO TO PANTALLACLIENTE
           END-IF.
           MOVE SALDO TO SALDOOP.
           MOVE SPACES TO NOMBRECLI.
           OPEN INPUT CLIENTESFILE.
           IF FSCF NOT = "35"
               MOVE CTADNI TO DNI
               READ CLIENTESFILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE NOMBAPE TO NOMBRECLI
               END-READ
               CLOSE CLIENTESFILE
           END-IF.
       PANTALLAIMPORTE2.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           DISPLAY "UnizarBank - " TITULOOP
                LINE 2 COLUMN 20 UNDERLINE.
           MOVE SALDOOP TO SALDOFORMA.
           DISPLAY "Cuenta: " CUENTAOP
                LINE 5 COLUMN 10.
           DISPLAY "Titular: " NOMBRECLI
                LINE 6 COLUMN 10.
           DISPLAY "Saldo: " SALDOFORMA "E"
                LINE 7 COLUMN 10.
           DISPLAY "Importe: _______.__E"
                LINE 9 COLUMN 10.
           IF OPERACION = 4
               DISPLAY "Cuenta destino: __________"
                    LINE 10 COLUMN 10
           END-IF.
           IF ERROR5 = 1
                DISPLAY "Importe no valido o saldo disponible "
                        "insuficiente"
                        LINE 12 COLUMN 10
           END-IF
           IF ERROR5 = 2
                DISPLAY "No hay efectivo suficiente en la caja"
                        LINE 12 COLUMN 10
           END-IF
           IF ERROR6 = 1
                DISPLAY "Cuenta destino inexistente o igual a la "
                        "de origen"
                        LINE 12 COLUMN 10
           END-IF
           MOVE 0 TO ERROR5.
           MOVE 0 TO ERROR6.
           DISPLAY "Enter - Grabar                     F1 - Volver"
                LINE 22 COLUMN 15.
           MOVE 0 TO IMPORTE1.
           MOVE 0 TO IMPORTE2.
           MOVE SPACES TO CUENTADEST.
           ACCEPT IMPORTE1 LINE 9 COLUMN 19.
           ACCEPT IMPORTE2 LINE 9 COLUMN 27.
           IF OPERACION = 4
               ACCEPT CUENTADEST LINE 10 COLUMN 26
           END-IF.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA1
           END-IF.
           MOVE IMPORTE1 TO IMPORTE.
           DIVIDE IMPORTE2 BY 100 GIVING CENTIMOS.
           ADD CENTIMOS TO IMPORTE GIVING IMPORTE.
           IF IMPORTE = 0
               MOVE 1 TO ERROR5
               GO TO PANTALLAIMPORTE2
           END-IF.
           IF OPERACION = 2
               GO TO ABONAR
           END-IF.
           GO TO COMPROBARDISPONIBLE.

       COMPROBARDISPONIBLE.
           *> Reintegros y transferencias: saldo disponible con el
           *> descubierto y sin lo retenido judicialmente.
           OPEN INPUT CUENTASFILE.
           MOVE CUENTAOP TO CUENTA.
           READ CUENTASFILE
                INVALID KEY MOVE 1 TO ERROR3
           END-READ.
           CLOSE CUENTASFILE.
           IF ERROR3 = 1
               GO TO PANTALLACLIENTE
           END-IF.
           ADD SALDO TO LIMDESCUB GIVING SALDODISP.
           CALL "CALCULARRETENIDO" USING CUENTA, RETENIDO.
           CANCEL "CALCULARRETENIDO".
           SUBTRACT RETENIDO FROM SALDODISP GIVING SALDODISP.
           IF IMPORTE > SALDODISP
               MOVE 1 TO ERROR5
               GO TO PANTALLAIMPORTE2
           END-IF.
           IF OPERACION = 3
               GO TO COMPROBAREFECTIVO
           END-IF.
           IF CUENTADEST = SPACES OR CUENTADEST = CUENTAOP
               MOVE 1 TO ERROR6
               GO TO PANTALLAIMPORTE2
           END-IF.
           OPEN INPUT CUENTASFILE.
           MOVE CUENTADEST TO CUENTA.
           READ CUENTASFILE
                INVALID KEY MOVE 1 TO ERROR6
           END-READ.
           CLOSE CUENTASFILE.
           IF ERROR6 = 1
               GO TO PANTALLAIMPORTE2
           END-IF.
           GO TO TRANSFERIR.

       COMPROBAREFECTIVO.
           *> El reintegro no puede dejar la caja en negativo.
           OPEN INPUT CAJONESFILE.
           MOVE OPIDACT TO CAJOPERADOR.
           MOVE FECHAACT TO CAJFECHA.
           READ CAJONESFILE
                INVALID KEY MOVE 0 TO CAJFONDO
           END-READ.
           CLOSE CAJONESFILE.
           ADD CAJFONDO TO CAJINGRESOS GIVING EFECTIVOCAJA.
           SUBTRACT CAJREINTEGROS FROM EFECTIVOCAJA
               GIVING EFECTIVOCAJA.
           IF IMPORTE > EFECTIVOCAJA
               MOVE 2 TO ERROR5
               GO TO PANTALLAIMPORTE2
           END-IF.
           GO TO RETIRAR.

       ABONAR.
           OPEN I-O CUENTASFILE.
           MOVE CUENTAOP TO CUENTA.
           READ CUENTASFILE
                INVALID KEY MOVE 1 TO ERROR3
           END-READ.
           IF ERROR3 = 1
               CLOSE CUENTASFILE
               GO TO PANTALLACLIENTE
           END-IF.
           ADD IMPORTE TO SALDO GIVING SALDO.
           MOVE SALDO TO SALDOOP.
           REWRITE CUENTASREC.
           CLOSE CUENTASFILE.
           OPEN I-O MOVIMIENTOSFILE.
           GO TO SIGUIENTEMID.

       RETIRAR.
           OPEN I-O CUENTASFILE.
           MOVE CUENTAOP TO CUENTA.
           READ CUENTASFILE
                INVALID KEY MOVE 1 TO ERROR3
           END-READ.
           IF ERROR3 = 1
               CLOSE CUENTASFILE
               GO TO PANTALLACLIENTE
           END-IF.
           SUBTRACT IMPORTE FROM SALDO GIVING SALDO.
           MOVE SALDO TO SALDOOP.
           REWRITE CUENTASREC.
           CLOSE CUENTASFILE.
           OPEN I-O MOVIMIENTOSFILE.
           GO TO SIGUIENTEMID.

       TRANSFERIR.
           OPEN I-O CUENTASFILE.
           MOVE CUENTAOP TO CUENTA.
           READ CUENTASFILE
                INVALID KEY MOVE 1 TO ERROR3
           END-READ.
           IF ERROR3 = 1
               CLOSE CUENTASFILE
               GO TO PANTALLACLIENTE
           END-IF.
           SUBTRACT IMPORTE FROM SALDO GIVING SALDO.
           MOVE SALDO TO SALDOOP.
           REWRITE CUENTASREC.
           MOVE CUENTADEST TO CUENTA.
           READ CUENTASFILE
                INVALID KEY MOVE 1 TO ERROR6
           END-READ.
           ADD IMPORTE TO SALDO GIVING SALDO.
           MOVE SALDO TO SALDODEST.
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
           ACCEPT FECHAMOV FROM DATE YYYYMMDD.
           MULTIPLY FECHAMOV BY 10000 GIVING FECHORAACT.
           ACCEPT HORAACT FROM TIME.
           DIVIDE HORAACT BY 10000 GIVING HORA.
           ADD HORA TO FECHORAACT GIVING FECHORAACT.
           MOVE FECHORAACT TO FECHORA.
           MOVE CUENTAOP TO CUENTAMOV.
           MOVE IMPORTE TO CANTIDAD.
           MOVE SPACES TO DESTINO.
           IF OPERACION = 2
               MOVE "Ingreso ventanilla" TO CONCEPTO
               MOVE 021 TO MOVTIPO
           ELSE
               MULTIPLY CANTIDAD BY -1 GIVING CANTIDAD
               IF OPERACION = 3
                   MOVE "Reintegro ventanilla" TO CONCEPTO
                   MOVE 022 TO MOVTIPO
               ELSE
                   MOVE "Transferencia enviada" TO CONCEPTO
                   MOVE 004 TO MOVTIPO
                   MOVE CUENTADEST TO DESTINO
               END-IF
           END-IF.
           MOVE SALDOOP TO SALDOCUENTA.
           MOVE OPIDACT TO MOVOPERADOR.
           MOVE SPACES TO MOVTERMINAL.
           MOVE FECHORA(1:8) TO FECHAVALBASE.
           CALL "CALCULARDIAHABIL" USING FECHAVALBASE, DIASVALOR,
               MOVFECHAVALOR.
           CANCEL "CALCULARDIAHABIL".
           WRITE MOVIMIENTOSREC.
           IF OPERACION NOT = 4
               CLOSE MOVIMIENTOSFILE
               GO TO ALERTASCLIENTE
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
           MOVE CUENTADEST TO CUENTAMOV.
           MOVE "Transferencia recibida" TO CONCEPTO.
           MOVE IMPORTE TO CANTIDAD.
           MOVE CUENTAOP TO DESTINO.
           MOVE SALDODEST TO SALDOCUENTA.
           MOVE OPIDACT TO MOVOPERADOR.
           MOVE SPACES TO MOVTERMINAL.
           MOVE 005 TO MOVTIPO.
           MOVE FECHORA(1:8) TO FECHAVALBASE.
           CALL "CALCULARDIAHABIL" USING FECHAVALBASE, DIASVALOR,
               MOVFECHAVALOR.
           CANCEL "CALCULARDIAHABIL".
           WRITE MOVIMIENTOSREC.
           CLOSE MOVIMIENTOSFILE.
           GO TO ALERTASCLIENTE.

       ALERTASCLIENTE.
           *> Alertas SMS o correo que tenga suscritas el cliente:
           *> el reintegro, el saldo bajo tras un cargo y el abono
           *> de la transferencia en la cuenta destino.
           IF OPERACION = 2
               GO TO ACTUALIZARCAJA
           END-IF.
           MOVE SPACES TO ALERTADNI.
           MOVE IMPORTE TO ALERTAIMPORTE.
           MULTIPLY ALERTAIMPORTE BY -1 GIVING ALERTAIMPORTE.
           IF OPERACION = 3
               MOVE 1 TO ALERTATIPO
           ELSE
               MOVE 2 TO ALERTATIPO
           END-IF.
           CALL "ANOTARALERTA" USING CUENTAOP, ALERTADNI, ALERTATIPO,
               ALERTAIMPORTE, SALDOOP.
           CANCEL "ANOTARALERTA".
           IF OPERACION = 4 AND ERROR6 = 0
               MOVE 3 TO ALERTATIPO
               MOVE IMPORTE TO ALERTAIMPORTE
               CALL "ANOTARALERTA" USING CUENTADEST, ALERTADNI,
                   ALERTATIPO, ALERTAIMPORTE, SALDODEST
               CANCEL "ANOTARALERTA"
           END-IF.
           GO TO ACTUALIZARCAJA.

       ACTUALIZARCAJA.
           *> El efectivo movido queda en la caja del operador; las
           *> transferencias solo cuentan como operacion atendida.
           OPEN I-O CAJONESFILE.
           MOVE OPIDACT TO CAJOPERADOR.
           MOVE FECHAACT TO CAJFECHA.
           READ CAJONESFILE
                INVALID KEY MOVE 1 TO ERROR2
           END-READ.
           IF ERROR2 = 0
               IF OPERACION = 2
                   ADD IMPORTE TO CAJINGRESOS GIVING CAJINGRESOS
               END-IF
               IF OPERACION = 3
                   ADD IMPORTE TO CAJREINTEGROS GIVING CAJREINTEGROS
               END-IF
               ADD 1 TO CAJNUMOPER GIVING CAJNUMOPER
               REWRITE CAJONESREC
           END-IF.
           MOVE 0 TO ERROR2.
           CLOSE CAJONESFILE.
           GO TO PANTALLAHECHO.

       PANTALLAHECHO.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           DISPLAY "UnizarBank - " TITULOOP
                LINE 2 COLUMN 20 UNDERLINE.
           MOVE IMPORTE TO IMPFORMA.
           MOVE SALDOOP TO SALDOFORMA.
           DISPLAY "Operacion realizada" LINE 6 COLUMN 10.
           DISPLAY "Cuenta: " CUENTAOP LINE 8 COLUMN 10.
           DISPLAY "Importe: " IMPFORMA "E" LINE 9 COLUMN 10.
           DISPLAY "Saldo resultante: " SALDOFORMA "E"
                LINE 10 COLUMN 10.
           DISPLAY "Enter - Aceptar"
                LINE 22 COLUMN 15.
       REPEAT3.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEAT3
           END-IF.
           GO TO PANTALLA1.

       PANTALLACIERRE.
           OPEN INPUT CAJONESFILE.
           MOVE OPIDACT TO CAJOPERADOR.
           MOVE FECHAACT TO CAJFECHA.
           READ CAJONESFILE
                INVALID KEY MOVE 1 TO ERROR2
           END-READ.
           CLOSE CAJONESFILE.
           IF ERROR2 = 1
               GO TO PANTALLA1
           END-IF.
           ADD CAJFONDO TO CAJINGRESOS GIVING EFECTIVOCAJA.
           SUBTRACT CAJREINTEGROS FROM EFECTIVOCAJA
               GIVING EFECTIVOCAJA.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           DISPLAY "UnizarBank - Cierre de caja y arqueo"
                LINE 2 COLUMN 20 UNDERLINE.
           MOVE CAJFONDO TO IMPFORMA.
           DISPLAY "Fondo de apertura:    " IMPFORMA "E"
                LINE 5 COLUMN 10.
           MOVE CAJINGRESOS TO IMPFORMA.
           DISPLAY "Ingresos en efectivo: " IMPFORMA "E"
                LINE 6 COLUMN 10.
           MOVE CAJREINTEGROS TO IMPFORMA.
           DISPLAY "Reintegros:           " IMPFORMA "E"
                LINE 7 COLUMN 10.
           DISPLAY "Efectivo contado en caja: _______.__E"
                LINE 10 COLUMN 10.
           DISPLAY "Enter - Cerrar caja                F1 - Volver"
                LINE 22 COLUMN 15.
           MOVE 0 TO IMPORTE1.
           MOVE 0 TO IMPORTE2.
           ACCEPT IMPORTE1 LINE 10 COLUMN 36.
           ACCEPT IMPORTE2 LINE 10 COLUMN 44.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA1
           END-IF.
           MOVE IMPORTE1 TO IMPORTE.
           DIVIDE IMPORTE2 BY 100 GIVING CENTIMOS.
           ADD CENTIMOS TO IMPORTE GIVING IMPORTE.
           ACCEPT HORAACT FROM TIME.
           DIVIDE HORAACT BY 10000 GIVING HORA.
           OPEN I-O CAJONESFILE.
           MOVE OPIDACT TO CAJOPERADOR.
           MOVE FECHAACT TO CAJFECHA.
           READ CAJONESFILE
                INVALID KEY MOVE 1 TO ERROR2
           END-READ.
           IF ERROR2 = 1
               CLOSE CAJONESFILE
               GO TO PANTALLA1
           END-IF.
           MOVE IMPORTE TO CAJCONTADO.
           MOVE HORA TO CAJHORACIERRE.
           MOVE "C" TO CAJESTADO.
           REWRITE CAJONESREC.
           CLOSE CAJONESFILE.
           SUBTRACT EFECTIVOCAJA FROM CAJCONTADO GIVING DIFERENCIA.
           GO TO INFORMEARQUEO.

       INFORMEARQUEO.
           *> Parte de fin de turno: efectivo esperado segun las
           *> operaciones frente al contado y la diferencia, con
           *> espacio para la firma del supervisor.
           OPEN EXTEND ARQUEOFILE.
           IF FSAQ = "35"
               OPEN OUTPUT ARQUEOFILE
           END-IF.
           MOVE SPACES TO LINEAINFORME.
           STRING "UnizarBank - Arqueo de caja de ventanilla"
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE SPACES TO LINEAINFORME.
           STRING "Operador: " CAJOPERADOR "  Fecha: " CAJFECHA
                  "  Apertura: " CAJHORAAPER "  Cierre: "
                  CAJHORACIERRE
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE CAJFONDO TO IMPFORMA.
           MOVE SPACES TO LINEAINFORME.
           STRING "  Fondo de apertura        " IMPFORMA
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE CAJINGRESOS TO IMPFORMA.
           MOVE SPACES TO LINEAINFORME.
           STRING "  Ingresos en efectivo   + " IMPFORMA
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE CAJREINTEGROS TO IMPFORMA.
           MOVE SPACES TO LINEAINFORME.
           STRING "  Reintegros en efectivo - " IMPFORMA
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE EFECTIVOCAJA TO DIFFORMA.
           MOVE SPACES TO LINEAINFORME.
           STRING "  Efectivo esperado       " DIFFORMA
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE CAJCONTADO TO IMPFORMA.
           MOVE SPACES TO LINEAINFORME.
           STRING "  Efectivo contado         " IMPFORMA
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE DIFERENCIA TO DIFFORMA.
           MOVE SPACES TO LINEAINFORME.
           IF DIFERENCIA = 0
               STRING "  Diferencia              " DIFFORMA
                      "  CUADRA"
                      DELIMITED BY SIZE INTO LINEAINFORME
           ELSE
               IF DIFERENCIA > 0
                   STRING "  Diferencia              " DIFFORMA
                          "  SOBRANTE"
                          DELIMITED BY SIZE INTO LINEAINFORME
               ELSE
                   STRING "  Diferencia              " DIFFORMA
                          "  FALTANTE"
                          DELIMITED BY SIZE INTO LINEAINFORME
               END-IF
           END-IF.
           WRITE LINEAINFORME.
           MOVE CAJNUMOPER TO TOTALFORMA.
           MOVE SPACES TO LINEAINFORME.
           STRING "  Operaciones atendidas   " TOTALFORMA
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE SPACES TO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE SPACES TO LINEAINFORME.
           STRING "  Firma del cajero: ______________    "
                  "Firma del supervisor: ______________"
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE SPACES TO LINEAINFORME.
           WRITE LINEAINFORME.
           CLOSE ARQUEOFILE.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           DISPLAY "UnizarBank - Cierre de caja y arqueo"
                LINE 2 COLUMN 20 UNDERLINE.
           MOVE EFECTIVOCAJA TO DIFFORMA.
           DISPLAY "Efectivo esperado: " DIFFORMA "E"
                LINE 6 COLUMN 10.
           MOVE CAJCONTADO TO IMPFORMA.
           DISPLAY "Efectivo contado:  " IMPFORMA "E"
                LINE 7 COLUMN 10.
           MOVE DIFERENCIA TO DIFFORMA.
           DISPLAY "Diferencia:        " DIFFORMA "E"
                LINE 8 COLUMN 10.
           DISPLAY "Parte de arqueo anadido a ARQUEOS.DAT"
                LINE 11 COLUMN 10.
           DISPLAY "Enter - Aceptar"
                LINE 22 COLUMN 15.
       REPEAT4.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEAT4
           END-IF.
           GO TO LEERCAJA.
       END PROGRAM VENTANILLA.
