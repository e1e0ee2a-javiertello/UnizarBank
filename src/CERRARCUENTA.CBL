       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERRARCUENTA.
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

           SELECT TASASDEUDORFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TDCUENTA
           FILE STATUS IS FSTD.

           SELECT RETENCIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RETID
           ALTERNATE RECORD KEY IS RETCUENTA WITH DUPLICATES
           FILE STATUS IS FSRT.

           SELECT CHEQUESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHQID
           FILE STATUS IS FSCH.

           SELECT ORDENESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORDENID
           FILE STATUS IS FSOR.

           SELECT DOMICILIACIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DOMCLAVE
           FILE STATUS IS FSDO.

           SELECT PRESTAMOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRESID
           ALTERNATE RECORD KEY IS PRESCUENTA WITH DUPLICATES
           FILE STATUS IS FSPM.

           SELECT COMPRASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COMREFERENCIA
           ALTERNATE RECORD KEY IS COMCUENTA WITH DUPLICATES
           FILE STATUS IS FSCO.

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

           SELECT MIDCONTROLFILE ASSIGN TO DISK
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS RANDOM
           RELATIVE KEY IS MIDCTLKEY
           FILE STATUS IS FSMC.

           SELECT RETFISCALFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RFFECHA
           FILE STATUS IS FSRF.

           SELECT CAJONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAJCLAVE
           FILE STATUS IS FSCA.

           SELECT REMESASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REMID
           FILE STATUS IS FSRM.

           SELECT REMCONTROLFILE ASSIGN TO DISK
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS RANDOM
           RELATIVE KEY IS REMCTLKEY
           FILE STATUS IS FSRC.

           SELECT INFORMEFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSIF.

           SELECT LOGMANTFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSLF.

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

           FD TASASDEUDORFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "TASASDEUDOR.DAT".
           01 TASASDEUDORREC.
             02 TDCUENTA PIC X(10).
             02 TDTASA   PIC 99V99. *> interes deudor anual

           FD RETENCIONESFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "RETENCIONES.DAT".
           01 RETENCIONESREC.
             02 RETID       PIC 9(9).
             02 RETCUENTA   PIC X(10).
             02 RETIMPORTE  PIC 9999999V99.
             02 RETREFERENCIA PIC X(20).
             02 RETAUTORIDAD PIC X(30).
             02 RETFECHAINI PIC 9(8). *> AAAAMMDD
             02 RETFECHAFIN PIC 9(8). *> AAAAMMDD, 0 = sin vencimiento
             02 RETESTADO   PIC X. *> A activa, L levantada

           FD CHEQUESFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "PENDCHEQUES.DAT".
           01 CHEQUESREC.
             02 CHQID      PIC 9(9).
             02 CHQCUENTA  PIC X(10).
             02 CHQIMPORTE PIC 9999999V99.
             02 CHQREF     PIC X(10).
             02 CHQFECHORA PIC 9(12). *> AAAAMMDDHHMM
             02 CHQESTADO  PIC X. *> P pendiente, A abonado, D devuelto

           FD ORDENESFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "ORDENES.DAT".
           01 ORDENESREC.
             02 ORDENID       PIC 9(6).
             02 CUENTAORIGEN  PIC X(10).
             02 CUENTADESTINO PIC X(10).
             02 IMPORTEORDEN  PIC 9999V99.
             02 DIAMES        PIC 99.
             02 ACTIVA        PIC X(1). *> Y o N

           FD DOMICILIACIONESFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "DOMICILIACIONES.DAT".
           01 DOMICILIACIONESREC.
             02 DOMCLAVE.
               03 DOMCUENTA   PIC X(10).
               03 DOMACREEDOR PIC X(10). *> identificador del acreedor
             02 DOMNOMBRE     PIC X(30). *> nombre del acreedor
             02 DOMREFERENCIA PIC X(20). *> referencia del mandato
             02 DOMFECHAALTA  PIC 9(8). *> AAAAMMDD
             02 DOMFECHABAJA  PIC 9(8). *> AAAAMMDD, 0 = vigente
             02 DOMESTADO     PIC X. *> A activa, B baja

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

           FD MIDCONTROLFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "MIDCONTROL.DAT".
           01 MIDCONTROLREC.
             02 ULTIMOMID PIC 9(9).

           FD RETFISCALFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "RETFISCAL.DAT".
           01 RETFISCALREC.
             02 RFFECHA       PIC 9(8). *> vigente desde AAAAMMDD
             02 RFPORCENT     PIC 99V99. *> tipo de retencion
             02 RFDESCRIPCION PIC X(30).

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

           FD REMESASFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "REMESASSAL.DAT".
           01 REMESASREC.
             02 REMID      PIC 9(9).
             02 REMCUENTAORD  PIC X(10).
             02 REMCUENTADEST PIC X(10).
             02 REMIMPORTE PIC 9999999V99.
             02 REMFECHORA PIC 9(12). *> AAAAMMDDHHMM
             02 REMESTADO  PIC X. *> P pendiente o E enviada

           FD REMCONTROLFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "REMCONTROL.DAT".
           01 REMCONTROLREC.
             02 ULTIMOREMID PIC 9(9).

           FD INFORMEFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "CIERRECUENTA.DAT".
           01 LINEAINFORME PIC X(100).

           FD LOGMANTFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "ALTASBAJAS.DAT".
           01 LINEALOG PIC X(110).

       WORKING-STORAGE SECTION.
           77 FSCF      PIC XX.
           77 FSTF      PIC XX.
           77 FSTI      PIC XX.
           77 FSTD      PIC XX.
           77 FSRT      PIC XX.
           77 FSCH      PIC XX.
           77 FSOR      PIC XX.
           77 FSDO      PIC XX.
           77 FSMF      PIC XX.
           77 FSMC      PIC XX.
           77 FSRF      PIC XX.
           77 FSCA      PIC XX.
           77 FSRM      PIC XX.
           77 FSRC      PIC XX.
           77 FSIF      PIC XX.
           77 FSLF      PIC XX.
           77 FSPM      PIC XX.
           77 FSCO      PIC XX.
           77 FSCR      PIC XX.
           77 MIDCTLKEY PIC 9 VALUE 1.
           77 MIDBOOT   PIC X VALUE "N".
           77 REMCTLKEY PIC 9 VALUE 1.
           77 REMBOOT   PIC X VALUE "N".
           77 REMIDACT  PIC 9(9).
           77 TECLA     PIC X(01).
           77 ESCAP     PIC 99.
           77 EOR       PIC X VALUE "N".
           77 EOCH      PIC X VALUE "N".
           77 EOO       PIC X VALUE "N".
           77 EOD       PIC X VALUE "N".
           77 EOT       PIC X VALUE "N".
           77 EOM       PIC X VALUE "N".
           77 NOEXISTE  PIC 9 VALUE 0.
           77 ERROR1    PIC 9 VALUE 0.
           77 ERROR2    PIC 9 VALUE 0.
           77 ERROR3    PIC 9 VALUE 0.
           77 ERROR4    PIC 9 VALUE 0.
           77 ERROR5    PIC 9 VALUE 0.
           77 ERROR6    PIC 9 VALUE 0.
           77 ERROR7    PIC 9 VALUE 0.
           77 ERROR8    PIC 9 VALUE 0.
           77 ERROR9    PIC 9 VALUE 0.
           77 CUENTABUS PIC X(10).
           77 CUENTADEST PIC X(10).
           77 CAJERO    PIC X(10).
           77 FORMAPAGO PIC 9 VALUE 0. *> 1 efectivo 2 interna 3 remesa
           77 CTALIQ    PIC X(10) VALUE "9999999999".
           77 DNICTA    PIC X(9).
           77 NOMBRECLI PIC X(40).
           77 DIRCLI    PIC X(30).
           77 ROLTXT    PIC X(10).
           77 RETACTIVAS PIC 9(3) VALUE 0.
           77 CHQPENDIENTES PIC 9(3) VALUE 0.
           77 PRESVIVOS PIC 9(3) VALUE 0.
           77 DISPUTAS  PIC 9(3) VALUE 0.
           77 EOPR      PIC X VALUE "N".
           77 EOCO      PIC X VALUE "N".
           77 TITULARESCIE PIC 9(3) VALUE 0.
           77 ALERTADNI PIC X(9).
           77 ALERTATIPO PIC 9.
           77 ORDENESACT PIC 9(3) VALUE 0.
           77 DOMACTIVAS PIC 9(3) VALUE 0.
           77 VINCULOS  PIC 9(3) VALUE 0.
           77 MIDACT    PIC 9(9).
           77 FECHAACT  PIC 9(8).
           77 MESACT    PIC 9(6). *> AAAAMM
           77 MESACTTXT PIC X(6).
           77 HORA      PIC 9999.
           77 FECHORAACT  PIC 9(12).
           77 FECHAVALBASE PIC 9(8).
           77 DIASVALOR PIC 9(3) VALUE 0.
           77 HORAACT   PIC 9(8).
           *> Fechas en serie de 30/360, como en LIQUIDARDEUDOR.
           77 FECHAMOV  PIC 9(8).
           77 SERIEMOV  PIC 9(7).
           77 SERIEHOY  PIC 9(7).
           77 SERIEPRIMERO PIC 9(7).
           77 SERIEABONO PIC 9(7).
           77 SERIEINI  PIC 9(7).
           77 SERIEFIN  PIC 9(7).
           77 AATMP     PIC 9999.
           77 MMTMP     PIC 99.
           77 DDTMP     PIC 99.
           77 RESTOFECHA PIC 9(4).
           77 MESCARGADO PIC 9(6).
           77 MESMOV    PIC 9(6).
           77 BALANCE   PIC S9999999V99.
           77 PREVSERIE PIC 9(7).
           77 TIENEBAL  PIC X VALUE "N".
           77 NUMERALES PIC 9(13)V99.
           77 DESDE     PIC 9(7).
           77 HASTA     PIC 9(7).
           77 DIAS      PIC 9(7).
           77 DIASABONO PIC 9(7).
           77 ABSBAL    PIC 9999999V99.
           77 ACUMULO   PIC 9(13)V99.
           *> Liquidacion de cierre.
           77 SALDOINI  PIC S9999999V99.
           77 SALDOVALOR PIC S9999999V99.
           77 TASAACREED PIC 99V99.
           77 TASADEUD  PIC 99V99.
           77 PORCRET   PIC 99V99 VALUE 0.
           77 INTERES   PIC S9999999V99.
           77 RETENCION PIC S9999999V99.
           77 INTDEUDOR PIC S9999999V99.
           77 SALDOBASE PIC S9999999V99.
           77 TARCODIGO PIC X(14).
           77 BASECOMISION PIC 9999999V99.
           77 COMISION  PIC 99999V99.
           77 SALDONETO PIC S9999999V99.
           77 ENTREGA   PIC 9999999V99.
           77 EFECTIVOCAJA PIC S9(8)V99.
           *> Apunte en curso; FASE recorre los cargos y abonos del
           *> cierre en orden fijo.
           77 FASE      PIC 9 VALUE 0.
           77 CUENTAAPUNTE PIC X(10).
           77 CANTAPUNTE PIC S9999999V99.
           77 CONCEPTOAPUNTE PIC X(40).
           77 DESTINOAPUNTE PIC X(10).
           77 TIPOAPUNTE PIC 9(3).
           77 OPERADORAPUNTE PIC X(10).
           77 LITERALAPUNTE PIC X(34).
           77 SALDOAPUNTE PIC S9999999V99.
           77 ACCIONLOG PIC X(14).
           77 IMPFORMA  PIC Z,ZZZ,ZZ9.99.
           77 CANTFORMA PIC -Z,ZZZ,ZZ9.99.
           77 SALDOFORMA PIC -Z,ZZZ,ZZ9.99.
           77 PCTFORMA  PIC Z9.99.
           77 DIASFORMA PIC ZZZ9.
           77 TOTALFORMA PIC ZZ9.
           01 OPERACT.
             02 OPIDACT  PIC X(10).
             02 OPROLACT PIC X(1).
             02 OPEXITO  PIC X(1).

       PROCEDURE DIVISION.
       INICIO.
           *> Cierre supervisado de una cuenta con saldo. No se cierra
           *> mientras tenga retenciones judiciales vivas, cheques
           *> pendientes de abono, prestamos sin cancelar o compras
           *> con tarjeta en disputa. Se liquidan a la fecha los
           *> intereses a favor (con su retencion fiscal) y el
           *> interes deudor, y se cobra la comision de cancelacion
           *> de TARIFAS.DAT (codigo CIERRE), sin dejar la cuenta en
           *> deudor; si ya lo estaba el cliente ha de cubrirlo antes.
           *> El saldo neto se entrega en efectivo por la caja de un
           *> operador de ventanilla, por transferencia a otra cuenta
           *> del banco o por remesa de salida a otra entidad. Se
           *> cancelan las ordenes permanentes y las domiciliaciones
           *> de la cuenta, se emite el extracto de cierre en
           *> CIERRECUENTA.DAT y se da de baja la cuenta como en
           *> MANTCLIENTES. Sus titulares y autorizados quedan en
           *> CUENTASCERRADAS.DAT para el certificado fiscal del
           *> ejercicio. Solo supervisores.
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
       PANTALLA1.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           DISPLAY "UnizarBank - Cierre de cuenta con liquidacion"
                LINE 2 COLUMN 20 UNDERLINE.
           DISPLAY "Numero de cuenta: __________"
                LINE 5 COLUMN 10.
           IF ERROR1 = 1
                DISPLAY "Cuenta no encontrada"
                        LINE 7 COLUMN 10
           END-IF
           IF ERROR2 = 1
                MOVE RETACTIVAS TO TOTALFORMA
                DISPLAY "La cuenta tiene " TOTALFORMA
                        " retenciones activas: no se puede cerrar"
                        LINE 7 COLUMN 10
           END-IF
           IF ERROR3 = 1
                MOVE CHQPENDIENTES TO TOTALFORMA
                DISPLAY "La cuenta tiene " TOTALFORMA
                        " cheques pendientes de abono: no se puede"
                        " cerrar"
                        LINE 7 COLUMN 10
           END-IF
           IF ERROR8 = 1
                MOVE PRESVIVOS TO TOTALFORMA
                DISPLAY "La cuenta tiene " TOTALFORMA
                        " prestamos sin cancelar: no se puede cerrar"
                        LINE 7 COLUMN 10
           END-IF
           IF ERROR9 = 1
                MOVE DISPUTAS TO TOTALFORMA
                DISPLAY "La cuenta tiene " TOTALFORMA
                        " compras con tarjeta en disputa: no se puede"
                        " cerrar"
                        LINE 7 COLUMN 10
           END-IF
           IF ERROR7 = 1
                DISPLAY "El saldo de la cuenta ha cambiado: repita"
                        " la liquidacion"
                        LINE 7 COLUMN 10
           END-IF
           DISPLAY "Enter - Aceptar                    F1 - Salir"
                LINE 22 COLUMN 15.
           MOVE SPACES TO CUENTABUS.
           ACCEPT CUENTABUS LINE 5 COLUMN 28.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               STOP RUN
           END-IF.
           MOVE 0 TO ERROR1.
           MOVE 0 TO ERROR2.
           MOVE 0 TO ERROR3.
           MOVE 0 TO ERROR7.
           MOVE 0 TO ERROR8.
           MOVE 0 TO ERROR9.
           OPEN INPUT CUENTASFILE.
           MOVE CUENTABUS TO CUENTA.
           READ CUENTASFILE
                INVALID KEY MOVE 1 TO ERROR1
           END-READ.
           MOVE SALDO TO SALDOINI.
           MOVE SALDO TO SALDOVALOR.
           MOVE TASAINTERES TO TASAACREED.
           MOVE CTADNI TO DNICTA.
           CLOSE CUENTASFILE.
           IF ERROR1 = 1
               GO TO PANTALLA1
           END-IF.
           MOVE SPACES TO NOMBRECLI.
           MOVE SPACES TO DIRCLI.
           OPEN INPUT CLIENTESFILE.
           MOVE DNICTA TO DNI.
           READ CLIENTESFILE
                INVALID KEY MOVE 1 TO NOEXISTE
                NOT INVALID KEY MOVE NOMBAPE TO NOMBRECLI
                                MOVE DIR TO DIRCLI
           END-READ.
           MOVE 0 TO NOEXISTE.
           CLOSE CLIENTESFILE.
           ACCEPT FECHAACT FROM DATE YYYYMMDD.
           GO TO COMPROBARRETENCIONES.

       COMPROBARRETENCIONES.
           *> Retenciones vivas o que aun han de entrar en vigor.
           MOVE 0 TO RETACTIVAS.
           MOVE "N" TO EOR.
           OPEN INPUT RETENCIONESFILE.
           IF FSRT = "35"
               GO TO COMPROBARCHEQUES
           END-IF.
           MOVE CUENTABUS TO RETCUENTA.
           START RETENCIONESFILE
                KEY IS = RETCUENTA
                INVALID KEY MOVE "Y" TO EOR
           END-START.
       LEERRETENCION.
           IF EOR = "N"
               READ RETENCIONESFILE NEXT RECORD
                    AT END MOVE "Y" TO EOR
               END-READ
               IF EOR = "N" AND RETCUENTA = CUENTABUS
                   IF RETESTADO = "A"
                      AND (RETFECHAFIN = 0
                           OR RETFECHAFIN NOT < FECHAACT)
                       ADD 1 TO RETACTIVAS GIVING RETACTIVAS
                   END-IF
                   GO TO LEERRETENCION
               END-IF
           END-IF.
           CLOSE RETENCIONESFILE.
       COMPROBARCHEQUES.
           *> PENDCHEQUES.DAT no tiene clave por cuenta: se recorre.
           MOVE 0 TO CHQPENDIENTES.
           MOVE "N" TO EOCH.
           OPEN INPUT CHEQUESFILE.
           IF FSCH = "35"
               MOVE "Y" TO EOCH
           END-IF.
       LEERCHEQUE.
           IF EOCH = "N"
               READ CHEQUESFILE NEXT RECORD
                    AT END MOVE "Y" TO EOCH
               END-READ
               IF EOCH = "N"
                   IF CHQCUENTA = CUENTABUS AND CHQESTADO = "P"
                       ADD 1 TO CHQPENDIENTES GIVING CHQPENDIENTES
                   END-IF
                   GO TO LEERCHEQUE
               END-IF
           END-IF.
           IF FSCH NOT = "35"
               CLOSE CHEQUESFILE
           END-IF.
       COMPROBARPRESTAMOS.
           *> Un prestamo vivo sin su cuenta de cargo iria a mora
           *> cada noche en COBRARPRESTAMOS.
           MOVE 0 TO PRESVIVOS.
           MOVE "N" TO EOPR.
           OPEN INPUT PRESTAMOSFILE.
           IF FSPM = "35"
               GO TO COMPROBARDISPUTAS
           END-IF.
           MOVE CUENTABUS TO PRESCUENTA.
           START PRESTAMOSFILE
                KEY IS = PRESCUENTA
                INVALID KEY MOVE "Y" TO EOPR
           END-START.
       LEERPRESTAMO.
           IF EOPR = "N"
               READ PRESTAMOSFILE NEXT RECORD
                    AT END MOVE "Y" TO EOPR
               END-READ
               IF EOPR = "N" AND PRESCUENTA = CUENTABUS
                   IF PRESESTADO NOT = "C"
                       ADD 1 TO PRESVIVOS GIVING PRESVIVOS
                   END-IF
                   GO TO LEERPRESTAMO
               END-IF
           END-IF.
           CLOSE PRESTAMOSFILE.
       COMPROBARDISPUTAS.
           *> Una disputa abierta lleva un abono provisional que
           *> CONTRACARGOS tendria que anular sobre la cuenta.
           MOVE 0 TO DISPUTAS.
           MOVE "N" TO EOCO.
           OPEN INPUT COMPRASFILE.
           IF FSCO = "35"
               GO TO RESULTADOCOMPROBACION
           END-IF.
           MOVE CUENTABUS TO COMCUENTA.
           START COMPRASFILE
                KEY IS = COMCUENTA
                INVALID KEY MOVE "Y" TO EOCO
           END-START.
       LEERCOMPRA.
           IF EOCO = "N"
               READ COMPRASFILE NEXT RECORD
                    AT END MOVE "Y" TO EOCO
               END-READ
               IF EOCO = "N" AND COMCUENTA = CUENTABUS
                   IF COMESTADO = "D"
                       ADD 1 TO DISPUTAS GIVING DISPUTAS
                   END-IF
                   GO TO LEERCOMPRA
               END-IF
           END-IF.
           CLOSE COMPRASFILE.
       RESULTADOCOMPROBACION.
           IF RETACTIVAS > 0
               MOVE 1 TO ERROR2
               GO TO PANTALLA1
           END-IF.
           IF CHQPENDIENTES > 0
               MOVE 1 TO ERROR3
               GO TO PANTALLA1
           END-IF.
           IF PRESVIVOS > 0
               MOVE 1 TO ERROR8
               GO TO PANTALLA1
           END-IF.
           IF DISPUTAS > 0
               MOVE 1 TO ERROR9
               GO TO PANTALLA1
           END-IF.
           GO TO CONTARORDENES.

       CONTARORDENES.
           *> Ordenes permanentes activas en las que la cuenta es
           *> origen o destino: sin la cuenta ya no podrian cumplirse.
           MOVE 0 TO ORDENESACT.
           MOVE "N" TO EOO.
           OPEN INPUT ORDENESFILE.
           IF FSOR = "35"
               MOVE "Y" TO EOO
           END-IF.
       LEERORDEN.
           IF EOO = "N"
               READ ORDENESFILE NEXT RECORD
                    AT END MOVE "Y" TO EOO
               END-READ
               IF EOO = "N"
                   IF ACTIVA = "Y"
                      AND (CUENTAORIGEN = CUENTABUS
                           OR CUENTADESTINO = CUENTABUS)
                       ADD 1 TO ORDENESACT GIVING ORDENESACT
                   END-IF
                   GO TO LEERORDEN
               END-IF
           END-IF.
           IF FSOR NOT = "35"
               CLOSE ORDENESFILE
           END-IF.
       CONTARDOMICILIACIONES.
           MOVE 0 TO DOMACTIVAS.
           MOVE "N" TO EOD.
           OPEN INPUT DOMICILIACIONESFILE.
           IF FSDO = "35"
               GO TO CALCULARLIQUIDACION
           END-IF.
           MOVE CUENTABUS TO DOMCUENTA.
           MOVE SPACES TO DOMACREEDOR.
           START DOMICILIACIONESFILE
                KEY IS NOT < DOMCLAVE
                INVALID KEY MOVE "Y" TO EOD
           END-START.
       LEERDOMICILIACION.
           IF EOD = "N"
               READ DOMICILIACIONESFILE NEXT RECORD
                    AT END MOVE "Y" TO EOD
               END-READ
               IF EOD = "N" AND DOMCUENTA = CUENTABUS
                   IF DOMESTADO = "A"
                       ADD 1 TO DOMACTIVAS GIVING DOMACTIVAS
                   END-IF
                   GO TO LEERDOMICILIACION
               END-IF
           END-IF.
           CLOSE DOMICILIACIONESFILE.
           GO TO CALCULARLIQUIDACION.

       CALCULARLIQUIDACION.
           *> Tipo de retencion fiscal vigente hoy, como en
           *> LIQUIDARINTERESES.
           MOVE 0 TO PORCRET.
           MOVE "N" TO EOR.
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
           MOVE 0 TO TASADEUD.
           OPEN INPUT TASASDEUDORFILE.
           IF FSTD NOT = "35"
               MOVE CUENTABUS TO TDCUENTA
               READ TASASDEUDORFILE
                    INVALID KEY MOVE 0 TO TDTASA
               END-READ
               MOVE TDTASA TO TASADEUD
           END-IF.
           CLOSE TASASDEUDORFILE.
           DIVIDE FECHAACT BY 100 GIVING MESACT.
           MOVE MESACT TO MESACTTXT.
           DIVIDE FECHAACT BY 10000 GIVING AATMP
               REMAINDER RESTOFECHA.
           DIVIDE RESTOFECHA BY 100 GIVING MMTMP REMAINDER DDTMP.
           COMPUTE SERIEHOY = AATMP * 360 + MMTMP * 30 + DDTMP.
           *> Primera pasada por el mayor de la cuenta: fecha del
           *> primer movimiento, del ultimo abono de intereses y
           *> ultimo mes con el interes deudor ya cobrado.
           MOVE 0 TO SERIEPRIMERO.
           MOVE 0 TO SERIEABONO.
           MOVE 0 TO MESCARGADO.
           MOVE "N" TO EOM.
           OPEN INPUT MOVIMIENTOSFILE.
           IF FSMF = "35"
               GO TO CALCULARABONO
           END-IF.
           MOVE CUENTABUS TO CUENTAMOV.
           START MOVIMIENTOSFILE
                KEY IS = CUENTAMOV
                INVALID KEY MOVE "Y" TO EOM
           END-START.
       LEERMOVCUENTA.
           IF EOM = "N"
               READ MOVIMIENTOSFILE NEXT RECORD
                    AT END MOVE "Y" TO EOM
               END-READ
               IF EOM = "N" AND CUENTAMOV = CUENTABUS
                   GO TO TRATARMOVCUENTA
               END-IF
           END-IF.
           CLOSE MOVIMIENTOSFILE.
           GO TO CALCULARABONO.
       TRATARMOVCUENTA.
           MOVE MOVFECHAVALOR TO FECHAMOV.
           DIVIDE FECHAMOV BY 10000 GIVING AATMP
               REMAINDER RESTOFECHA.
           DIVIDE RESTOFECHA BY 100 GIVING MMTMP REMAINDER DDTMP.
           COMPUTE SERIEMOV = AATMP * 360 + MMTMP * 30 + DDTMP.
           IF SERIEPRIMERO = 0
               MOVE SERIEMOV TO SERIEPRIMERO
           END-IF.
           *> Lo que aun no tiene fecha valor no devenga intereses.
           IF MOVFECHAVALOR > FECHAACT
               SUBTRACT CANTIDAD FROM SALDOVALOR GIVING SALDOVALOR
           END-IF.
           IF MOVTIPO = 010 *> Interes
               MOVE SERIEMOV TO SERIEABONO
           END-IF.
           IF MOVTIPO = 013 *> Interes deudor
              AND DESTINO(1:6) IS NUMERIC
               MOVE DESTINO(1:6) TO MESMOV
               IF MESMOV > MESCARGADO
                   MOVE MESMOV TO MESCARGADO
               END-IF
           END-IF.
           GO TO LEERMOVCUENTA.

       CALCULARABONO.
           *> Interes a favor desde el ultimo abono (o desde el primer
           *> movimiento) hasta hoy: la parte proporcional, en dias
           *> de 30/360, del abono mensual de LIQUIDARINTERESES, y
           *> como alli sobre el saldo a fecha valor.
           MOVE 0 TO INTERES.
           MOVE 0 TO RETENCION.
           MOVE 0 TO DIASABONO.
           IF SERIEABONO > 0
               MOVE SERIEABONO TO DESDE
           ELSE
               MOVE SERIEPRIMERO TO DESDE
           END-IF.
           IF TASAACREED > 0 AND SALDOVALOR > 0
              AND DESDE > 0 AND SERIEHOY > DESDE
               SUBTRACT DESDE FROM SERIEHOY GIVING DIASABONO
               COMPUTE INTERES ROUNDED =
                   SALDOVALOR * TASAACREED * DIASABONO / 3000
               COMPUTE RETENCION ROUNDED = INTERES * PORCRET / 100
           END-IF.
           MOVE 0 TO INTDEUDOR.
           MOVE 0 TO NUMERALES.
           IF TASADEUD = 0
               GO TO CALCULARNETO
           END-IF.
           *> Interes deudor desde el dia siguiente al ultimo mes
           *> cobrado por LIQUIDARDEUDOR hasta la vispera del cierre.
           IF MESCARGADO > 0
               DIVIDE MESCARGADO BY 100 GIVING AATMP REMAINDER MMTMP
               COMPUTE SERIEINI = AATMP * 360 + MMTMP * 30 + 31
           ELSE
               MOVE 0 TO SERIEINI
           END-IF.
           SUBTRACT 1 FROM SERIEHOY GIVING SERIEFIN.
           MOVE 0 TO BALANCE.
           MOVE 0 TO PREVSERIE.
           MOVE "N" TO TIENEBAL.
           MOVE "N" TO EOM.
           OPEN INPUT MOVIMIENTOSFILE.
           IF FSMF = "35"
               GO TO CALCULARNETO
           END-IF.
           MOVE CUENTABUS TO CUENTAMOV.
           START MOVIMIENTOSFILE
                KEY IS = CUENTAMOV
                INVALID KEY MOVE "Y" TO EOM
           END-START.
       LEERMOVDEUDOR.
           IF EOM = "N"
               READ MOVIMIENTOSFILE NEXT RECORD
                    AT END MOVE "Y" TO EOM
               END-READ
               IF EOM = "N" AND CUENTAMOV = CUENTABUS
                   GO TO TRATARMOVDEUDOR
               END-IF
           END-IF.
           *> Tramo final: desde el ultimo movimiento hasta la
           *> vispera del cierre el saldo no cambio.
           CLOSE MOVIMIENTOSFILE.
           IF TIENEBAL = "Y" AND PREVSERIE NOT > SERIEFIN
               IF PREVSERIE > SERIEINI
                   MOVE PREVSERIE TO DESDE
               ELSE
                   MOVE SERIEINI TO DESDE
               END-IF
               MOVE SERIEFIN TO HASTA
               IF BALANCE < 0 AND HASTA NOT < DESDE
                   MULTIPLY BALANCE BY -1 GIVING ABSBAL
                   SUBTRACT DESDE FROM HASTA GIVING DIAS
                   ADD 1 TO DIAS GIVING DIAS
                   MULTIPLY ABSBAL BY DIAS GIVING ACUMULO
                   ADD ACUMULO TO NUMERALES GIVING NUMERALES
               END-IF
           END-IF.
           COMPUTE INTDEUDOR ROUNDED = NUMERALES * TASADEUD / 36000.
           GO TO CALCULARNETO.
       TRATARMOVDEUDOR.
           MOVE MOVFECHAVALOR TO FECHAMOV.
           DIVIDE FECHAMOV BY 10000 GIVING AATMP
               REMAINDER RESTOFECHA.
           DIVIDE RESTOFECHA BY 100 GIVING MMTMP REMAINDER DDTMP.
           COMPUTE SERIEMOV = AATMP * 360 + MMTMP * 30 + DDTMP.
           IF TIENEBAL = "Y" AND SERIEMOV > PREVSERIE
               IF PREVSERIE > SERIEINI
                   MOVE PREVSERIE TO DESDE
               ELSE
                   MOVE SERIEINI TO DESDE
               END-IF
               SUBTRACT 1 FROM SERIEMOV GIVING HASTA
               IF HASTA > SERIEFIN
                   MOVE SERIEFIN TO HASTA
               END-IF
               IF BALANCE < 0 AND HASTA NOT < DESDE
                   MULTIPLY BALANCE BY -1 GIVING ABSBAL
                   SUBTRACT DESDE FROM HASTA GIVING DIAS
                   ADD 1 TO DIAS GIVING DIAS
                   MULTIPLY ABSBAL BY DIAS GIVING ACUMULO
                   ADD ACUMULO TO NUMERALES GIVING NUMERALES
               END-IF
           END-IF.
           *> Un movimiento con fecha valor anterior a la del
           *> previo cambia el saldo sin reabrir dias ya contados.
           MOVE SALDOCUENTA TO BALANCE.
           IF SERIEMOV > PREVSERIE
               MOVE SERIEMOV TO PREVSERIE
           END-IF.
           MOVE "Y" TO TIENEBAL.
           GO TO LEERMOVDEUDOR.

       CALCULARNETO.
           *> La comision de cancelacion se calcula sobre el saldo ya
           *> liquidado y no puede dejar la cuenta en deudor.
           ADD SALDOINI TO INTERES GIVING SALDOBASE.
           SUBTRACT RETENCION FROM SALDOBASE GIVING SALDOBASE.
           SUBTRACT INTDEUDOR FROM SALDOBASE GIVING SALDOBASE.
           MOVE 0 TO COMISION.
           IF SALDOBASE > 0
               MOVE "CIERRE" TO TARCODIGO
               MOVE SALDOBASE TO BASECOMISION
               CALL "BUSCARTARIFA" USING TARCODIGO, BASECOMISION,
                   COMISION
               CANCEL "BUSCARTARIFA"
               IF COMISION > SALDOBASE
                   MOVE SALDOBASE TO COMISION
               END-IF
           END-IF.
           SUBTRACT COMISION FROM SALDOBASE GIVING SALDONETO.
           MOVE 0 TO ENTREGA.
           IF SALDONETO > 0
               MOVE SALDONETO TO ENTREGA
           END-IF.
           MOVE 0 TO FORMAPAGO.
           MOVE SPACES TO CUENTADEST.
           MOVE OPIDACT TO CAJERO.
           GO TO PANTALLALIQ.

       PANTALLALIQ.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           DISPLAY "UnizarBank - Cierre de cuenta con liquidacion"
                LINE 2 COLUMN 20 UNDERLINE.
           DISPLAY "Cuenta: " CUENTABUS "  " NOMBRECLI
                LINE 4 COLUMN 10.
           MOVE SALDOINI TO SALDOFORMA.
           DISPLAY "Saldo actual:                " SALDOFORMA "E"
                LINE 6 COLUMN 10.
           MOVE INTERES TO CANTFORMA.
           MOVE DIASABONO TO DIASFORMA.
           DISPLAY "Intereses a favor (" DIASFORMA " dias):  "
                   CANTFORMA "E"
                LINE 7 COLUMN 10.
           MOVE RETENCION TO CANTFORMA.
           MOVE PORCRET TO PCTFORMA.
           DISPLAY "Retencion fiscal (" PCTFORMA "%):      "
                   CANTFORMA "E"
                LINE 8 COLUMN 10.
           MOVE INTDEUDOR TO CANTFORMA.
           DISPLAY "Intereses deudores:          " CANTFORMA "E"
                LINE 9 COLUMN 10.
           MOVE COMISION TO CANTFORMA.
           DISPLAY "Comision de cancelacion:     " CANTFORMA "E"
                LINE 10 COLUMN 10.
           MOVE SALDONETO TO SALDOFORMA.
           DISPLAY "Saldo a entregar:            " SALDOFORMA "E"
                LINE 11 COLUMN 10.
           MOVE ORDENESACT TO TOTALFORMA.
           DISPLAY "Ordenes permanentes a cancelar: " TOTALFORMA
                LINE 12 COLUMN 10.
           MOVE DOMACTIVAS TO TOTALFORMA.
           DISPLAY "Domiciliaciones a dar de baja:  " TOTALFORMA
                LINE 13 COLUMN 10.
           IF SALDONETO < 0
               GO TO PANTALLADEUDORA
           END-IF.
           IF ENTREGA = 0
               GO TO PANTALLASINSALDO
           END-IF.
           DISPLAY "1 efectivo  2 transferencia interna"
                   "  3 remesa a otra entidad"
                LINE 15 COLUMN 10.
           DISPLAY "Forma de pago: _"
                LINE 16 COLUMN 10.
           DISPLAY "Cuenta destino (2 y 3): __________"
                LINE 17 COLUMN 10.
           DISPLAY "Caja que paga (1): " CAJERO
                LINE 18 COLUMN 10.
           IF ERROR4 = 1
                DISPLAY "Forma de pago no valida"
                        LINE 20 COLUMN 10
           END-IF
           IF ERROR5 = 1
                DISPLAY "Cuenta destino no valida para esa forma de"
                        " pago"
                        LINE 20 COLUMN 10
           END-IF
           IF ERROR6 = 1
                DISPLAY "Esa caja no esta abierta hoy o no tiene"
                        " efectivo suficiente"
                        LINE 20 COLUMN 10
           END-IF
           DISPLAY "Enter - Liquidar y dar de baja     F1 - Volver"
                LINE 22 COLUMN 15.
           ACCEPT FORMAPAGO LINE 16 COLUMN 25.
           ACCEPT CUENTADEST LINE 17 COLUMN 34.
           ACCEPT CAJERO LINE 18 COLUMN 29.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               MOVE 0 TO ERROR4
               MOVE 0 TO ERROR5
               MOVE 0 TO ERROR6
               GO TO PANTALLA1
           END-IF.
           MOVE 0 TO ERROR4.
           MOVE 0 TO ERROR5.
           MOVE 0 TO ERROR6.
           IF FORMAPAGO < 1 OR FORMAPAGO > 3
               MOVE 1 TO ERROR4
               GO TO PANTALLALIQ
           END-IF.
           IF FORMAPAGO = 1
               GO TO COMPROBARCAJA
           END-IF.
           IF CUENTADEST = SPACES OR CUENTADEST = CUENTABUS
              OR CUENTADEST = CTALIQ
               MOVE 1 TO ERROR5
               GO TO PANTALLALIQ
           END-IF.
           *> Transferencia interna: la cuenta destino ha de ser del
           *> banco. Remesa: ha de ser de otra entidad y el abono va
           *> a la cuenta de liquidacion, que tiene que existir.
           MOVE 0 TO NOEXISTE.
           OPEN INPUT CUENTASFILE.
           MOVE CUENTADEST TO CUENTA.
           READ CUENTASFILE
                INVALID KEY MOVE 1 TO NOEXISTE
           END-READ.
           IF FORMAPAGO = 2 AND NOEXISTE = 1
               MOVE 1 TO ERROR5
           END-IF.
           IF FORMAPAGO = 3
               IF NOEXISTE = 0
                   MOVE 1 TO ERROR5
               ELSE
                   MOVE CTALIQ TO CUENTA
                   READ CUENTASFILE
                        INVALID KEY MOVE 1 TO ERROR5
                   END-READ
               END-IF
           END-IF.
           MOVE 0 TO NOEXISTE.
           CLOSE CUENTASFILE.
           IF ERROR5 = 1
               GO TO PANTALLALIQ
           END-IF.
           GO TO EJECUTAR.

       COMPROBARCAJA.
           *> El efectivo sale de la caja del dia de un operador de
           *> ventanilla, que ha de estar abierta y tener bastante.
           IF CAJERO = SPACES
               MOVE OPIDACT TO CAJERO
           END-IF.
           MOVE SPACES TO CUENTADEST.
           OPEN INPUT CAJONESFILE.
           IF FSCA = "35"
               CLOSE CAJONESFILE
               MOVE 1 TO ERROR6
               GO TO PANTALLALIQ
           END-IF.
           MOVE CAJERO TO CAJOPERADOR.
           MOVE FECHAACT TO CAJFECHA.
           READ CAJONESFILE
                INVALID KEY MOVE 1 TO ERROR6
           END-READ.
           CLOSE CAJONESFILE.
           IF ERROR6 = 1
               GO TO PANTALLALIQ
           END-IF.
           ADD CAJFONDO TO CAJINGRESOS GIVING EFECTIVOCAJA.
           SUBTRACT CAJREINTEGROS FROM EFECTIVOCAJA
               GIVING EFECTIVOCAJA.
           IF CAJESTADO NOT = "A" OR ENTREGA > EFECTIVOCAJA
               MOVE 1 TO ERROR6
               GO TO PANTALLALIQ
           END-IF.
           GO TO EJECUTAR.

       PANTALLADEUDORA.
           *> Con saldo deudor tras la liquidacion no se cierra: el
           *> cliente ha de cubrir antes la deuda.
           MOVE SALDONETO TO SALDOFORMA.
           DISPLAY "La cuenta queda deudora: el cliente debe cubrir"
                   " el descubierto antes del cierre"
                LINE 16 COLUMN 10.
           DISPLAY "Enter - Volver"
                LINE 22 COLUMN 15.
       REPEATDEUDORA.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEATDEUDORA
           END-IF.
           GO TO PANTALLA1.

       PANTALLASINSALDO.
           DISPLAY "No queda saldo que entregar al cliente"
                LINE 16 COLUMN 10.
           DISPLAY "Enter - Liquidar y dar de baja     F1 - Volver"
                LINE 22 COLUMN 15.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA1
           END-IF.
           IF ESCAP <> 13
               GO TO PANTALLALIQ
           END-IF.
           GO TO EJECUTAR.

       EJECUTAR.
           *> Si entre la consulta y la confirmacion se ha movido la
           *> cuenta, la liquidacion mostrada ya no vale.
           MOVE 0 TO NOEXISTE.
           OPEN INPUT CUENTASFILE.
           MOVE CUENTABUS TO CUENTA.
           READ CUENTASFILE
                INVALID KEY MOVE 1 TO NOEXISTE
           END-READ.
           CLOSE CUENTASFILE.
           IF NOEXISTE = 1 OR SALDO NOT = SALDOINI
               MOVE 0 TO NOEXISTE
               MOVE 1 TO ERROR7
               GO TO PANTALLA1
           END-IF.
           ACCEPT FECHAACT FROM DATE YYYYMMDD.
           MULTIPLY FECHAACT BY 10000 GIVING FECHORAACT.
           ACCEPT HORAACT FROM TIME.
           DIVIDE HORAACT BY 10000 GIVING HORA.
           ADD HORA TO FECHORAACT GIVING FECHORAACT.
           OPEN OUTPUT INFORMEFILE.
           MOVE SPACES TO LINEAINFORME.
           STRING "UnizarBank - Extracto de cierre de la cuenta "
                  CUENTABUS " a " FECHAACT
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE SPACES TO LINEAINFORME.
           STRING "Cliente: " NOMBRECLI
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE SPACES TO LINEAINFORME.
           STRING "Direccion: " DIRCLI
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE "N" TO EOT.
           OPEN INPUT CLIENTESFILE.
           OPEN INPUT TITULARESFILE.
           IF FSTI = "35"
               MOVE "Y" TO EOT
           ELSE
               MOVE CUENTABUS TO TITCUENTA
               MOVE SPACES TO TITDNI
               START TITULARESFILE
                    KEY IS NOT < TITCLAVE
                    INVALID KEY MOVE "Y" TO EOT
               END-START
           END-IF.
       LISTARTITULAR.
           IF EOT = "N"
               READ TITULARESFILE NEXT RECORD
                    AT END MOVE "Y" TO EOT
               END-READ
               IF EOT = "N" AND TITCUENTA = CUENTABUS
                   MOVE SPACES TO NOMBAPE
                   MOVE TITDNI TO DNI
                   READ CLIENTESFILE
                        INVALID KEY MOVE SPACES TO NOMBAPE
                   END-READ
                   IF TITROL = "A"
                       MOVE "Autorizado" TO ROLTXT
                   ELSE
                       MOVE "Titular" TO ROLTXT
                   END-IF
                   MOVE SPACES TO LINEAINFORME
                   STRING "  " ROLTXT " " TITDNI "  " NOMBAPE
                          DELIMITED BY SIZE INTO LINEAINFORME
                   WRITE LINEAINFORME
                   GO TO LISTARTITULAR
               END-IF
           END-IF.
           IF FSTI NOT = "35"
               CLOSE TITULARESFILE
           END-IF.
           CLOSE CLIENTESFILE.
           MOVE SPACES TO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE SALDOINI TO SALDOFORMA.
           MOVE SPACES TO LINEAINFORME.
           STRING "  Saldo antes del cierre            "
                  "               " SALDOFORMA
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE 0 TO FASE.
           GO TO SIGUIENTEAPUNTE.

       SIGUIENTEAPUNTE.
           *> Fases del cierre: 1 intereses a favor, 2 retencion
           *> fiscal, 3 interes deudor, 4 comision, 5 entrega del
           *> saldo, 6 baja de la cuenta y abono en la cuenta que
           *> recibe la transferencia o la remesa, 7 fin.
           ADD 1 TO FASE GIVING FASE.
           MOVE CUENTABUS TO CUENTAAPUNTE.
           MOVE SPACES TO DESTINOAPUNTE.
           MOVE OPIDACT TO OPERADORAPUNTE.
           IF FASE = 1
               IF INTERES = 0
                   GO TO SIGUIENTEAPUNTE
               END-IF
               MOVE INTERES TO CANTAPUNTE
               MOVE "Interes" TO CONCEPTOAPUNTE
               MOVE 010 TO TIPOAPUNTE
               MOVE "Intereses a favor hasta el cierre" TO
                   LITERALAPUNTE
               GO TO APUNTAR
           END-IF.
           IF FASE = 2
               IF RETENCION = 0
                   GO TO SIGUIENTEAPUNTE
               END-IF
               MULTIPLY RETENCION BY -1 GIVING CANTAPUNTE
               MOVE "Retencion fiscal intereses" TO CONCEPTOAPUNTE
               MOVE 029 TO TIPOAPUNTE
               MOVE "Retencion fiscal sobre intereses" TO
                   LITERALAPUNTE
               GO TO APUNTAR
           END-IF.
           IF FASE = 3
               IF INTDEUDOR = 0
                   GO TO SIGUIENTEAPUNTE
               END-IF
               MULTIPLY INTDEUDOR BY -1 GIVING CANTAPUNTE
               MOVE "Interes deudor" TO CONCEPTOAPUNTE
               MOVE MESACTTXT TO DESTINOAPUNTE(1:6)
               MOVE 013 TO TIPOAPUNTE
               MOVE "Intereses deudores hasta el cierre" TO
                   LITERALAPUNTE
               GO TO APUNTAR
           END-IF.
           IF FASE = 4
               IF COMISION = 0
                   GO TO SIGUIENTEAPUNTE
               END-IF
               MULTIPLY COMISION BY -1 GIVING CANTAPUNTE
               MOVE "Comision" TO CONCEPTOAPUNTE
               MOVE TARCODIGO(1:10) TO DESTINOAPUNTE
               MOVE 011 TO TIPOAPUNTE
               MOVE "Comision de cancelacion" TO LITERALAPUNTE
               GO TO APUNTAR
           END-IF.
           IF FASE = 5
               IF ENTREGA = 0
                   GO TO SIGUIENTEAPUNTE
               END-IF
               MULTIPLY ENTREGA BY -1 GIVING CANTAPUNTE
               IF FORMAPAGO = 1
                   *> Reintegro de ventanilla a cargo de la caja que
                   *> entrega el efectivo.
                   MOVE "Reintegro ventanilla" TO CONCEPTOAPUNTE
                   MOVE 022 TO TIPOAPUNTE
                   MOVE CAJERO TO OPERADORAPUNTE
                   MOVE "Entregado en efectivo" TO LITERALAPUNTE
               ELSE
                   MOVE "Transferencia enviada" TO CONCEPTOAPUNTE
                   MOVE 004 TO TIPOAPUNTE
                   MOVE CUENTADEST TO DESTINOAPUNTE
                   IF FORMAPAGO = 2
                       MOVE "Transferido a la cuenta" TO
                           LITERALAPUNTE
                   ELSE
                       MOVE "Remesa a otra entidad, cuenta" TO
                           LITERALAPUNTE
                   END-IF
                   MOVE CUENTADEST TO LITERALAPUNTE(24:10)
               END-IF
               GO TO APUNTAR
           END-IF.
           IF FASE = 6
               GO TO BAJACUENTA
           END-IF.
           GO TO ENTREGAR.

       APUNTAR.
           OPEN I-O CUENTASFILE.
           MOVE CUENTAAPUNTE TO CUENTA.
           READ CUENTASFILE
                INVALID KEY MOVE 1 TO NOEXISTE
           END-READ.
           IF NOEXISTE = 1
               MOVE 0 TO NOEXISTE
               CLOSE CUENTASFILE
               GO TO SIGUIENTEAPUNTE
           END-IF.
           ADD CANTAPUNTE TO SALDO GIVING SALDO.
           MOVE SALDO TO SALDOAPUNTE.
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
           MOVE FECHORAACT TO FECHORA.
           MOVE CUENTAAPUNTE TO CUENTAMOV.
           MOVE CONCEPTOAPUNTE TO CONCEPTO.
           MOVE CANTAPUNTE TO CANTIDAD.
           MOVE DESTINOAPUNTE TO DESTINO.
           MOVE SALDOAPUNTE TO SALDOCUENTA.
           MOVE OPERADORAPUNTE TO MOVOPERADOR.
           MOVE SPACES TO MOVTERMINAL.
           MOVE TIPOAPUNTE TO MOVTIPO.
           MOVE FECHORA(1:8) TO FECHAVALBASE.
           CALL "CALCULARDIAHABIL" USING FECHAVALBASE, DIASVALOR,
               MOVFECHAVALOR.
           CANCEL "CALCULARDIAHABIL".
           WRITE MOVIMIENTOSREC.
           CLOSE MOVIMIENTOSFILE.
           IF FASE = 6 AND FORMAPAGO = 2
               MOVE SPACES TO ALERTADNI
               MOVE 3 TO ALERTATIPO
               CALL "ANOTARALERTA" USING CUENTAAPUNTE, ALERTADNI,
                   ALERTATIPO, CANTAPUNTE, SALDOAPUNTE
               CANCEL "ANOTARALERTA"
           END-IF.
           IF FASE > 5
               GO TO SIGUIENTEAPUNTE
           END-IF.
           MOVE CANTAPUNTE TO CANTFORMA.
           MOVE SALDOAPUNTE TO SALDOFORMA.
           MOVE SPACES TO LINEAINFORME.
           STRING "  " LITERALAPUNTE " " CANTFORMA
                  "   " SALDOFORMA
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           GO TO SIGUIENTEAPUNTE.

       BAJACUENTA.
           *> Con el saldo ya a cero la cuenta se da de baja; despues
           *> se abona la contrapartida de la transferencia o de la
           *> remesa.
           OPEN I-O CUENTASFILE.
           MOVE CUENTABUS TO CUENTA.
           READ CUENTASFILE
                INVALID KEY MOVE 1 TO NOEXISTE
           END-READ.
           IF NOEXISTE = 0
               DELETE CUENTASFILE RECORD
           END-IF.
           MOVE 0 TO NOEXISTE.
           CLOSE CUENTASFILE.
           IF ENTREGA = 0 OR FORMAPAGO = 1
               GO TO SIGUIENTEAPUNTE
           END-IF.
           IF FORMAPAGO = 2
               MOVE CUENTADEST TO CUENTAAPUNTE
           ELSE
               MOVE CTALIQ TO CUENTAAPUNTE
           END-IF.
           MOVE ENTREGA TO CANTAPUNTE.
           MOVE "Transferencia recibida" TO CONCEPTOAPUNTE.
           MOVE CUENTABUS TO DESTINOAPUNTE.
           MOVE 005 TO TIPOAPUNTE.
           GO TO APUNTAR.

       ENTREGAR.
           IF ENTREGA = 0
               GO TO CANCELARORDENES
           END-IF.
           IF FORMAPAGO = 1
               GO TO ACTUALIZARCAJA
           END-IF.
           IF FORMAPAGO = 3
               GO TO ANOTARREMESA
           END-IF.
           GO TO CANCELARORDENES.

       ACTUALIZARCAJA.
           *> El efectivo entregado cuenta como reintegro de la caja
           *> del operador, que lo cuadra en su arqueo.
           OPEN I-O CAJONESFILE.
           MOVE CAJERO TO CAJOPERADOR.
           MOVE FECHAACT TO CAJFECHA.
           READ CAJONESFILE
                INVALID KEY MOVE 1 TO NOEXISTE
           END-READ.
           IF NOEXISTE = 0
               ADD ENTREGA TO CAJREINTEGROS GIVING CAJREINTEGROS
               ADD 1 TO CAJNUMOPER GIVING CAJNUMOPER
               REWRITE CAJONESREC
           END-IF.
           MOVE 0 TO NOEXISTE.
           CLOSE CAJONESFILE.
           MOVE SPACES TO LINEAINFORME.
           STRING "  Efectivo entregado por la caja de " CAJERO
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           GO TO CANCELARORDENES.

       ANOTARREMESA.
           *> La orden queda pendiente en la remesa de salida que
           *> exporta el lote nocturno EXPORTARREMESAS.
           OPEN I-O REMESASFILE.
           IF FSRM = "35"
               CLOSE REMESASFILE
               OPEN OUTPUT REMESASFILE
           END-IF.
           MOVE 1 TO REMCTLKEY.
           MOVE "N" TO REMBOOT.
           OPEN I-O REMCONTROLFILE.
           IF FSRC = "35"
               CLOSE REMCONTROLFILE
               OPEN OUTPUT REMCONTROLFILE
               MOVE "Y" TO REMBOOT
           END-IF.
           IF REMBOOT = "N"
               READ REMCONTROLFILE
                    INVALID KEY MOVE "Y" TO REMBOOT
               END-READ
           END-IF.
           IF REMBOOT = "Y"
               MOVE 0 TO REMIDACT
           ELSE
               MOVE ULTIMOREMID TO REMIDACT
           END-IF.
           ADD 1 TO REMIDACT GIVING REMIDACT.
           MOVE REMIDACT TO ULTIMOREMID.
           IF REMBOOT = "Y"
               WRITE REMCONTROLREC
           ELSE
               REWRITE REMCONTROLREC
           END-IF.
           CLOSE REMCONTROLFILE.
           MOVE REMIDACT TO REMID.
           MOVE CUENTABUS TO REMCUENTAORD.
           MOVE CUENTADEST TO REMCUENTADEST.
           MOVE ENTREGA TO REMIMPORTE.
           MOVE FECHORAACT TO REMFECHORA.
           MOVE "P" TO REMESTADO.
           WRITE REMESASREC.
           CLOSE REMESASFILE.
           MOVE SPACES TO LINEAINFORME.
           STRING "  Remesa de salida numero " REMIDACT
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           GO TO CANCELARORDENES.

       CANCELARORDENES.
           MOVE SPACES TO LINEAINFORME.
           STRING "  Saldo final                       "
                  "                        0.00"
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE SPACES TO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE "Ordenes permanentes canceladas:" TO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE 0 TO ORDENESACT.
           MOVE "N" TO EOO.
           OPEN I-O ORDENESFILE.
           IF FSOR = "35"
               MOVE "Y" TO EOO
           END-IF.
       CANCELARORDEN.
           IF EOO = "N"
               READ ORDENESFILE NEXT RECORD
                    AT END MOVE "Y" TO EOO
               END-READ
           END-IF.
           IF EOO = "Y"
               GO TO FINORDENES
           END-IF.
           IF ACTIVA NOT = "Y"
               GO TO CANCELARORDEN
           END-IF.
           IF CUENTAORIGEN NOT = CUENTABUS
              AND CUENTADESTINO NOT = CUENTABUS
               GO TO CANCELARORDEN
           END-IF.
           MOVE "N" TO ACTIVA.
           REWRITE ORDENESREC.
           ADD 1 TO ORDENESACT GIVING ORDENESACT.
           MOVE IMPORTEORDEN TO IMPFORMA.
           MOVE SPACES TO LINEAINFORME.
           STRING "  Orden " ORDENID "  de " CUENTAORIGEN
                  " a " CUENTADESTINO "  dia " DIAMES
                  "  importe " IMPFORMA
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           GO TO CANCELARORDEN.
       FINORDENES.
           IF FSOR NOT = "35"
               CLOSE ORDENESFILE
           END-IF.
           IF ORDENESACT = 0
               MOVE "  Ninguna" TO LINEAINFORME
               WRITE LINEAINFORME
           END-IF.
       BAJADOMICILIACIONES.
           MOVE "Domiciliaciones dadas de baja:" TO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE 0 TO DOMACTIVAS.
           MOVE "N" TO EOD.
           OPEN I-O DOMICILIACIONESFILE.
           IF FSDO = "35"
               MOVE "Y" TO EOD
           ELSE
               MOVE CUENTABUS TO DOMCUENTA
               MOVE SPACES TO DOMACREEDOR
               START DOMICILIACIONESFILE
                    KEY IS NOT < DOMCLAVE
                    INVALID KEY MOVE "Y" TO EOD
               END-START
           END-IF.
       BAJADOMICILIACION.
           IF EOD = "N"
               READ DOMICILIACIONESFILE NEXT RECORD
                    AT END MOVE "Y" TO EOD
               END-READ
           END-IF.
           IF EOD = "N" AND DOMCUENTA NOT = CUENTABUS
               MOVE "Y" TO EOD
           END-IF.
           IF EOD = "Y"
               GO TO FINDOMICILIACIONES
           END-IF.
           IF DOMESTADO NOT = "A"
               GO TO BAJADOMICILIACION
           END-IF.
           MOVE "B" TO DOMESTADO.
           MOVE FECHAACT TO DOMFECHABAJA.
           REWRITE DOMICILIACIONESREC.
           ADD 1 TO DOMACTIVAS GIVING DOMACTIVAS.
           MOVE SPACES TO LINEAINFORME.
           STRING "  " DOMACREEDOR "  " DOMNOMBRE "  ref "
                  DOMREFERENCIA
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           GO TO BAJADOMICILIACION.
       FINDOMICILIACIONES.
           IF FSDO NOT = "35"
               CLOSE DOMICILIACIONESFILE
           END-IF.
           IF DOMACTIVAS = 0
               MOVE "  Ninguna" TO LINEAINFORME
               WRITE LINEAINFORME
           END-IF.
       BORRARTASA.
           *> La tasa deudora y los vinculos de titularidad se van
           *> con la cuenta.
           OPEN I-O TASASDEUDORFILE.
           IF FSTD NOT = "35"
               MOVE CUENTABUS TO TDCUENTA
               READ TASASDEUDORFILE
                    INVALID KEY MOVE 1 TO NOEXISTE
               END-READ
               IF NOEXISTE = 0
                   DELETE TASASDEUDORFILE RECORD
               END-IF
           END-IF.
           MOVE 0 TO NOEXISTE.
           CLOSE TASASDEUDORFILE.
           OPEN I-O CERRADASFILE.
           IF FSCR = "35"
               CLOSE CERRADASFILE
               OPEN OUTPUT CERRADASFILE
               CLOSE CERRADASFILE
               OPEN I-O CERRADASFILE
           END-IF.
           MOVE "N" TO EOT.
           MOVE 0 TO VINCULOS.
           MOVE 0 TO TITULARESCIE.
           OPEN I-O TITULARESFILE.
           IF FSTI = "35"
               MOVE "Y" TO EOT
           ELSE
               MOVE CUENTABUS TO TITCUENTA
               MOVE SPACES TO TITDNI
               START TITULARESFILE
                    KEY IS NOT < TITCLAVE
                    INVALID KEY MOVE "Y" TO EOT
               END-START
           END-IF.
       BORRARVINCULO.
           IF EOT = "N"
               READ TITULARESFILE NEXT RECORD
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
                   ADD 1 TO VINCULOS GIVING VINCULOS
                   GO TO BORRARVINCULO
               END-IF
           END-IF.
           CLOSE TITULARESFILE.
           *> Sin titular vinculado el titular es el de la cuenta.
           IF TITULARESCIE = 0
               MOVE CUENTABUS TO CIECUENTA
               MOVE DNICTA TO CIEDNI
               MOVE "T" TO CIEROL
               MOVE FECHAACT TO CIEFECHA
               WRITE CERRADASREC
                   INVALID KEY REWRITE CERRADASREC
               END-WRITE
           END-IF.
           CLOSE CERRADASFILE.
       ANOTARLOG.
           MOVE SPACES TO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE SPACES TO LINEAINFORME.
           STRING "Cuenta dada de baja el " FECHAACT
                  " por el operador " OPIDACT
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           CLOSE INFORMEFILE.
           ACCEPT HORAACT FROM TIME.
           MOVE "CIERRE CUENTA" TO ACCIONLOG.
           OPEN EXTEND LOGMANTFILE.
           IF FSLF = "35"
               OPEN OUTPUT LOGMANTFILE
           END-IF.
           MOVE SPACES TO LINEALOG.
           STRING FECHAACT " " HORAACT " EMPLEADO=" OPIDACT
                  " DNI=" DNICTA " CUENTA=" CUENTABUS
                  " ACCION=" ACCIONLOG
                  DELIMITED BY SIZE INTO LINEALOG.
           WRITE LINEALOG.
           CLOSE LOGMANTFILE.
       PANTALLAHECHO.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           DISPLAY "UnizarBank - Cierre de cuenta con liquidacion"
                LINE 2 COLUMN 20 UNDERLINE.
           DISPLAY "Cuenta " CUENTABUS " liquidada y dada de baja"
                LINE 6 COLUMN 10.
           MOVE ENTREGA TO IMPFORMA.
           IF FORMAPAGO = 1
               DISPLAY "Entregar al cliente en efectivo: " IMPFORMA
                       "E"
                    LINE 8 COLUMN 10
           END-IF.
           IF FORMAPAGO = 2
               DISPLAY "Transferido a la cuenta " CUENTADEST ": "
                       IMPFORMA "E"
                    LINE 8 COLUMN 10
           END-IF.
           IF FORMAPAGO = 3
               DISPLAY "Remesa a la cuenta " CUENTADEST ": "
                       IMPFORMA "E"
                    LINE 8 COLUMN 10
           END-IF.
           MOVE ORDENESACT TO TOTALFORMA.
           DISPLAY "Ordenes permanentes canceladas: " TOTALFORMA
                LINE 10 COLUMN 10.
           MOVE DOMACTIVAS TO TOTALFORMA.
           DISPLAY "Domiciliaciones dadas de baja:  " TOTALFORMA
                LINE 11 COLUMN 10.
           MOVE VINCULOS TO TOTALFORMA.
           DISPLAY "Vinculos de titularidad retirados: " TOTALFORMA
                LINE 12 COLUMN 10.
           DISPLAY "Extracto de cierre generado en CIERRECUENTA.DAT"
                LINE 20 COLUMN 10.
           DISPLAY "Enter - Aceptar"
                LINE 22 COLUMN 15.
       REPEATFIN.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEATFIN
           END-IF.
           GO TO PANTALLA1.
       END PROGRAM CERRARCUENTA.
