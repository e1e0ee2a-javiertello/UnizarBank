       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTARTARJETAS.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEPCIONFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRE.

           SELECT CLIENTESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DNI
           ALTERNATE RECORD KEY IS TARJETA
           FILE STATUS IS FSCF.

           SELECT TITULARESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TITCLAVE
           ALTERNATE RECORD KEY IS TITDNI WITH DUPLICATES
           FILE STATUS IS FSTI.

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

           SELECT COMPRASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COMREFERENCIA
           ALTERNATE RECORD KEY IS COMCUENTA WITH DUPLICATES
           FILE STATUS IS FSCO.

           SELECT RECHAZOSFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRH.

           SELECT TARLOTESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOTID
           FILE STATUS IS FSLO.

           SELECT PUNTEOFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PUNCLAVE
           FILE STATUS IS FSPU.

           SELECT TIPOSMOVFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIPCODIGO
           FILE STATUS IS FSTM.

       DATA DIVISION.
       FILE SECTION.

           FD RECEPCIONFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "TARJETASREC.DAT".
           01 LINEACABECERA.
             02 CABMARCA  PIC X(4). *> "LOTE" en la cabecera
             02 CABLOTEID PIC X(10).
             02 CABFECHA  PIC 9(8).
             02 CABNUMREG PIC 9(5).
             02 CABSUMA   PIC 9(11)V99. *> en centimos
           01 LINEARECEPCION.
             02 LIQTARJETA    PIC X(10). *> tarjeta de la compra
             02 LIQREFERENCIA PIC X(20). *> referencia de la red
             02 LIQCOMERCIO   PIC X(30). *> nombre del comercio
             02 LIQIMPORTE    PIC 9(7)V99.
             02 LIQFECHA      PIC 9(8). *> fecha de la compra

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

           FD TITULARESFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "TITULARES.DAT".
           01 TITULARESREC.
             02 TITCLAVE.
               03 TITCUENTA PIC X(10).
               03 TITDNI    PIC X(9).
             02 TITROL PIC X. *> T titular, A autorizado

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

           FD RECHAZOSFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "TARRECHAZOS.DAT".
           01 LINEARECHAZO.
             02 RCHLOTE       PIC X(10).
             02 RCHTARJETA    PIC X(10).
             02 RCHREFERENCIA PIC X(20).
             02 RCHCOMERCIO   PIC X(30).
             02 RCHIMPORTE    PIC 9(7)V99.
             02 RCHFECHA      PIC 9(8).
             02 RCHCODIGO     PIC XX. *> 01 a 05, ver RECHAZAR
             02 RCHMOTIVO     PIC X(20).

           FD TARLOTESFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "TARLOTES.DAT".
           01 TARLOTESREC.
             02 LOTID     PIC X(10).
             02 LOTESTADO PIC X. *> I iniciado, C completado
             02 LOTFECHA  PIC 9(8).
             02 LOTNUMREG PIC 9(5).
             02 LOTSUMA   PIC 9(11)V99.

           FD PUNTEOFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "TARPUNTEO.DAT".
           01 PUNTEOREC.
             02 PUNCLAVE.
               03 PUNLOTE  PIC X(10).
               03 PUNLINEA PIC 9(5).
             02 PUNESTADO PIC X. *> C cargado, R rechazado

           FD TIPOSMOVFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "TIPOSMOV.DAT".
           01 TIPOSMOVREC.
             02 TIPCODIGO      PIC 9(3).
             02 TIPDESCRIPCION PIC X(40).
             02 TIPSIGNO       PIC X. *> D cargo, H abono, A ambos

       WORKING-STORAGE SECTION.
           77 FSRE      PIC XX.
           77 FSCF      PIC XX.
           77 FSTI      PIC XX.
           77 FSTF      PIC XX.
           77 FSMF      PIC XX.
           77 FSMC      PIC XX.
           77 FSCO      PIC XX.
           77 FSRH      PIC XX.
           77 FSLO      PIC XX.
           77 FSPU      PIC XX.
           77 FSTM      PIC XX.
           77 MIDCTLKEY PIC 9 VALUE 1.
           77 MIDBOOT   PIC X VALUE "N".
           77 MIDBOOT2  PIC X VALUE "N".
           77 EOR       PIC X VALUE "N".
           77 EOM       PIC X VALUE "N".
           77 EOT       PIC X VALUE "N".
           77 NOEXISTE  PIC 9 VALUE 0.
           77 MIDACT    PIC 9(9).
           77 MIDCARGO  PIC 9(9).
           77 FECHAACT  PIC 9(8).
           77 HORA      PIC 9999.
           77 FECHORAACT  PIC 9(12).
           77 FECHAVALBASE PIC 9(8).
           77 DIASVALOR PIC 9(3) VALUE 0.
           77 HORAACT   PIC 9(8).
           77 IMPORTE   PIC 9999999V99.
           77 SALDOCLI  PIC S9999999V99.
           77 SALDORED  PIC S9999999V99.
           77 CTARED    PIC X(10) VALUE "9999999998".
           77 CTACARGO  PIC X(10).
           77 DNICARGO  PIC X(9).
           77 CONCEPTOCOMPRA PIC X(40).
           77 CARGADOS  PIC 9(5) VALUE 0.
           77 RECHAZADOS PIC 9(5) VALUE 0.
           77 OMITIDOS  PIC 9(5) VALUE 0.
           77 TOTALFORMA PIC ZZZZ9.
           77 LOTEACT   PIC X(10).
           77 NUMREGCAB PIC 9(5).
           77 SUMACAB   PIC 9(11)V99.
           77 CONTADAS  PIC 9(5) VALUE 0.
           77 SUMADA    PIC 9(11)V99 VALUE 0.
           77 LINEAACT  PIC 9(5) VALUE 0.
           77 LOTEEXISTE PIC X VALUE "N".
           77 YAPUNTEADA PIC X VALUE "N".
           77 CODIGORCH PIC XX.
           77 MOTIVORCH PIC X(20).
           77 ALERTADNI PIC X(9).
           77 ALERTATIPO PIC 9.
           77 ALERTAIMPORTE PIC S9999999V99.

       PROCEDURE DIVISION.
       INICIO.
           *> Importa la liquidacion diaria de la red de tarjetas
           *> (TARJETASREC.DAT): una cabecera de lote con la fecha, el
           *> numero de compras y la suma de importes, y una linea por
           *> compra hecha en comercio con una de nuestras tarjetas.
           *> La tarjeta se resuelve al cliente por la clave TARJETA
           *> de CLIENTES.DAT y a su cuenta por TITULARES.DAT; la
           *> compra se carga con el nombre del comercio y se abona en
           *> la cuenta puente de la red. La compra ya fue autorizada
           *> por la red: se carga aunque deje la cuenta en
           *> descubierto. Las tarjetas desconocidas, bloqueadas o
           *> caducadas van a TARRECHAZOS.DAT para devolverlas a la
           *> red. Cada compra cargada queda en COMPRASTARJETA.DAT
           *> para las disputas (CONTRACARGOS). Control de lote y
           *> punteo como en IMPORTARRECIBOS.
           DISPLAY "IMPORTARTARJETAS - liquidacion de la red".
           OPEN INPUT RECEPCIONFILE.
           IF FSRE = "35"
               DISPLAY "No se encuentra TARJETASREC.DAT"
               STOP RUN
           END-IF.
           READ RECEPCIONFILE NEXT RECORD
                AT END MOVE "Y" TO EOR
           END-READ.
           IF EOR = "Y" OR CABMARCA NOT = "LOTE"
               DISPLAY "El fichero no trae cabecera de lote: "
                       "no se importa"
               CLOSE RECEPCIONFILE
               STOP RUN
           END-IF.
           MOVE CABLOTEID TO LOTEACT.
           MOVE CABNUMREG TO NUMREGCAB.
           MOVE CABSUMA TO SUMACAB.
           GO TO VALIDARLOTE.

       VALIDARLOTE.
           MOVE 0 TO CONTADAS.
           MOVE 0 TO SUMADA.
       VALIDARLINEA.
           READ RECEPCIONFILE NEXT RECORD
                AT END MOVE "Y" TO EOR
           END-READ.
           IF EOR = "N"
               ADD 1 TO CONTADAS GIVING CONTADAS
               ADD LIQIMPORTE TO SUMADA GIVING SUMADA
               GO TO VALIDARLINEA
           END-IF.
           CLOSE RECEPCIONFILE.
           IF CONTADAS NOT = NUMREGCAB OR SUMADA NOT = SUMACAB
               DISPLAY "Cabecera del lote " LOTEACT " no cuadra con "
                       "el contenido: no se importa"
               STOP RUN
           END-IF.
           GO TO COMPROBARLOTE.

       COMPROBARLOTE.
           MOVE "Y" TO LOTEEXISTE.
           OPEN I-O TARLOTESFILE.
           IF FSLO = "35"
               CLOSE TARLOTESFILE
               OPEN OUTPUT TARLOTESFILE
               CLOSE TARLOTESFILE
               OPEN I-O TARLOTESFILE
           END-IF.
           MOVE LOTEACT TO LOTID.
           READ TARLOTESFILE
                INVALID KEY MOVE "N" TO LOTEEXISTE
           END-READ.
           IF LOTEEXISTE = "Y" AND LOTESTADO = "C"
               DISPLAY "El lote " LOTEACT " ya se importo: "
                       "no se repite"
               CLOSE TARLOTESFILE
               STOP RUN
           END-IF.
           MOVE LOTEACT TO LOTID.
           MOVE "I" TO LOTESTADO.
           MOVE CABFECHA TO LOTFECHA.
           MOVE NUMREGCAB TO LOTNUMREG.
           MOVE SUMACAB TO LOTSUMA.
           IF LOTEEXISTE = "Y"
               DISPLAY "Reanudando el lote " LOTEACT
               REWRITE TARLOTESREC
           ELSE
               WRITE TARLOTESREC
           END-IF.
           CLOSE TARLOTESFILE.

           OPEN I-O CUENTASFILE.
           MOVE 0 TO NOEXISTE.
           MOVE CTARED TO CUENTA.
           READ CUENTASFILE
                INVALID KEY MOVE 1 TO NOEXISTE
           END-READ.
           CLOSE CUENTASFILE.
           IF NOEXISTE = 1
               DISPLAY "No existe la cuenta de liquidacion " CTARED
               STOP RUN
           END-IF.
           OPEN INPUT CLIENTESFILE.
           IF FSCF = "35"
               DISPLAY "No se encuentra CLIENTES.DAT"
               STOP RUN
           END-IF.
           GO TO REGISTRARTIPOS.

       REGISTRARTIPOS.
           *> Tipos de movimiento propios de la red de tarjetas: se
           *> dan de alta si todavia no estan en la tabla. Cargo y
           *> abono puente llevan el mismo concepto, como el recibo.
           OPEN I-O TIPOSMOVFILE.
           IF FSTM = "35"
               CLOSE TIPOSMOVFILE
               OPEN OUTPUT TIPOSMOVFILE
               CLOSE TIPOSMOVFILE
               OPEN I-O TIPOSMOVFILE
           END-IF.
           MOVE 023 TO TIPCODIGO.
           MOVE "Compra con tarjeta" TO TIPDESCRIPCION.
           MOVE "D" TO TIPSIGNO.
           WRITE TIPOSMOVREC INVALID KEY CONTINUE END-WRITE.
           MOVE 024 TO TIPCODIGO.
           MOVE "Compra con tarjeta" TO TIPDESCRIPCION.
           MOVE "H" TO TIPSIGNO.
           WRITE TIPOSMOVREC INVALID KEY CONTINUE END-WRITE.
           MOVE 025 TO TIPCODIGO.
           MOVE "Abono provisional contracargo" TO TIPDESCRIPCION.
           MOVE "H" TO TIPSIGNO.
           WRITE TIPOSMOVREC INVALID KEY CONTINUE END-WRITE.
           MOVE 026 TO TIPCODIGO.
           MOVE "Abono provisional contracargo" TO TIPDESCRIPCION.
           MOVE "D" TO TIPSIGNO.
           WRITE TIPOSMOVREC INVALID KEY CONTINUE END-WRITE.
           MOVE 027 TO TIPCODIGO.
           MOVE "Anulacion abono contracargo" TO TIPDESCRIPCION.
           MOVE "D" TO TIPSIGNO.
           WRITE TIPOSMOVREC INVALID KEY CONTINUE END-WRITE.
           MOVE 028 TO TIPCODIGO.
           MOVE "Anulacion abono contracargo" TO TIPDESCRIPCION.
           MOVE "H" TO TIPSIGNO.
           WRITE TIPOSMOVREC INVALID KEY CONTINUE END-WRITE.
           CLOSE TIPOSMOVFILE.

           OPEN I-O PUNTEOFILE.
           IF FSPU = "35"
               CLOSE PUNTEOFILE
               OPEN OUTPUT PUNTEOFILE
               CLOSE PUNTEOFILE
               OPEN I-O PUNTEOFILE
           END-IF.
           OPEN I-O COMPRASFILE.
           IF FSCO = "35"
               CLOSE COMPRASFILE
               OPEN OUTPUT COMPRASFILE
               CLOSE COMPRASFILE
               OPEN I-O COMPRASFILE
           END-IF.
           OPEN EXTEND RECHAZOSFILE.
           IF FSRH = "35"
               OPEN OUTPUT RECHAZOSFILE
           END-IF.
           OPEN INPUT TITULARESFILE.

           ACCEPT FECHAACT FROM DATE YYYYMMDD.
           MULTIPLY FECHAACT BY 10000 GIVING FECHORAACT.
           ACCEPT HORAACT FROM TIME.
           DIVIDE HORAACT BY 10000 GIVING HORA.
           ADD HORA TO FECHORAACT GIVING FECHORAACT.

           MOVE "N" TO EOR.
           MOVE 0 TO LINEAACT.
           OPEN INPUT RECEPCIONFILE.
           READ RECEPCIONFILE NEXT RECORD
                AT END MOVE "Y" TO EOR
           END-READ.
           GO TO LEERRECEPCION.

       LEERRECEPCION.
           READ RECEPCIONFILE NEXT RECORD
                AT END MOVE "Y" TO EOR
           END-READ.
           IF EOR = "Y"
               GO TO CERRARLOTE
           END-IF.
           ADD 1 TO LINEAACT GIVING LINEAACT.
           MOVE "N" TO YAPUNTEADA.
           MOVE LOTEACT TO PUNLOTE.
           MOVE LINEAACT TO PUNLINEA.
           READ PUNTEOFILE
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE "Y" TO YAPUNTEADA
           END-READ.
           IF YAPUNTEADA = "Y"
               ADD 1 TO OMITIDOS GIVING OMITIDOS
               GO TO LEERRECEPCION
           END-IF.
           GO TO RESOLVERTARJETA.

       RESOLVERTARJETA.
           *> Una referencia ya registrada en este mismo lote es una
           *> compra cargada antes de cortarse el proceso: solo falta
           *> puntearla. En otro lote es un duplicado de la red.
           MOVE LIQREFERENCIA TO COMREFERENCIA.
           MOVE 0 TO NOEXISTE.
           READ COMPRASFILE
                INVALID KEY MOVE 1 TO NOEXISTE
           END-READ.
           IF NOEXISTE = 0 AND COMLOTE = LOTEACT
               ADD 1 TO OMITIDOS GIVING OMITIDOS
               MOVE "C" TO PUNESTADO
               GO TO PUNTEAR
           END-IF.
           IF NOEXISTE = 0
               MOVE "05" TO CODIGORCH
               MOVE "OPERACION DUPLICADA" TO MOTIVORCH
               GO TO RECHAZAR
           END-IF.
           MOVE "N" TO EOT.
           MOVE LIQTARJETA TO TARJETA.
           START CLIENTESFILE
                KEY IS = TARJETA
                INVALID KEY MOVE "Y" TO EOT
           END-START.
           IF EOT = "N"
               READ CLIENTESFILE NEXT RECORD
                    AT END MOVE "Y" TO EOT
               END-READ
           END-IF.
           IF EOT = "N" AND TARJETA NOT = LIQTARJETA
               MOVE "Y" TO EOT
           END-IF.
           IF EOT = "Y"
               MOVE "01" TO CODIGORCH
               MOVE "TARJETA DESCONOCIDA" TO MOTIVORCH
               GO TO RECHAZAR
           END-IF.
           IF BLOQUEADA = "Y"
               MOVE "02" TO CODIGORCH
               MOVE "TARJETA BLOQUEADA" TO MOTIVORCH
               GO TO RECHAZAR
           END-IF.
           IF FECHACAD NOT = 0 AND FECHACAD < LIQFECHA
               MOVE "03" TO CODIGORCH
               MOVE "TARJETA CADUCADA" TO MOTIVORCH
               GO TO RECHAZAR
           END-IF.
           MOVE DNI TO DNICARGO.
           MOVE SPACES TO CTACARGO.
           GO TO BUSCARCUENTA.

       BUSCARCUENTA.
           *> Cuenta de cargo de la tarjeta: la primera en la que el
           *> cliente figura como titular en TITULARES.DAT; para las
           *> cuentas antiguas sin vinculo, la de la clave CTADNI.
           OPEN INPUT CUENTASFILE.
           MOVE "N" TO EOT.
           IF FSTI = "35"
               MOVE "Y" TO EOT
           ELSE
               MOVE DNICARGO TO TITDNI
               START TITULARESFILE
                    KEY IS = TITDNI
                    INVALID KEY MOVE "Y" TO EOT
               END-START
           END-IF.
       LEERTITULAR.
           IF EOT = "N" AND CTACARGO = SPACES
               READ TITULARESFILE NEXT RECORD
                    AT END MOVE "Y" TO EOT
               END-READ
               IF EOT = "N" AND TITDNI = DNICARGO
                   IF TITROL = "T"
                       MOVE TITCUENTA TO CUENTA
                       READ CUENTASFILE
                            INVALID KEY CONTINUE
                            NOT INVALID KEY MOVE CUENTA TO CTACARGO
                       END-READ
                   END-IF
                   GO TO LEERTITULAR
               END-IF
           END-IF.
           IF CTACARGO = SPACES
               MOVE "N" TO EOT
               MOVE DNICARGO TO CTADNI
               START CUENTASFILE
                    KEY IS = CTADNI
                    INVALID KEY MOVE "Y" TO EOT
               END-START
               IF EOT = "N"
                   READ CUENTASFILE NEXT RECORD
                        AT END MOVE "Y" TO EOT
                   END-READ
               END-IF
               IF EOT = "N" AND CTADNI = DNICARGO
                   MOVE CUENTA TO CTACARGO
               END-IF
           END-IF.
           CLOSE CUENTASFILE.
           IF CTACARGO = SPACES
               MOVE "04" TO CODIGORCH
               MOVE "SIN CUENTA ASOCIADA" TO MOTIVORCH
               GO TO RECHAZAR
           END-IF.
           GO TO CARGAR.

       CARGAR.
           MOVE LIQIMPORTE TO IMPORTE.
           MOVE SPACES TO CONCEPTOCOMPRA.
           STRING "Compra " LIQCOMERCIO
                  DELIMITED BY SIZE INTO CONCEPTOCOMPRA.
           OPEN I-O CUENTASFILE.
           MOVE CTACARGO TO CUENTA.
           READ CUENTASFILE
                INVALID KEY CONTINUE
           END-READ.
           SUBTRACT IMPORTE FROM SALDO GIVING SALDO.
           MOVE SALDO TO SALDOCLI.
           REWRITE CUENTASREC.
           MOVE CTARED TO CUENTA.
           READ CUENTASFILE
                INVALID KEY CONTINUE
           END-READ.
           ADD IMPORTE TO SALDO GIVING SALDO.
           MOVE SALDO TO SALDORED.
           REWRITE CUENTASREC.
           CLOSE CUENTASFILE.

           OPEN I-O MOVIMIENTOSFILE.
           GO TO SIGUIENTEMID.

       RECHAZAR.
           *> Codigos de rechazo a la red: 01 tarjeta desconocida,
           *> 02 bloqueada, 03 caducada en la fecha de la compra,
           *> 04 sin cuenta asociada, 05 referencia ya liquidada.
           MOVE LOTEACT TO RCHLOTE.
           MOVE LIQTARJETA TO RCHTARJETA.
           MOVE LIQREFERENCIA TO RCHREFERENCIA.
           MOVE LIQCOMERCIO TO RCHCOMERCIO.
           MOVE LIQIMPORTE TO RCHIMPORTE.
           MOVE LIQFECHA TO RCHFECHA.
           MOVE CODIGORCH TO RCHCODIGO.
           MOVE MOTIVORCH TO RCHMOTIVO.
           WRITE LINEARECHAZO.
           ADD 1 TO RECHAZADOS GIVING RECHAZADOS.
           MOVE "R" TO PUNESTADO.
           GO TO PUNTEAR.

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
           MOVE MIDACT TO MIDCARGO.
           MOVE FECHORAACT TO FECHORA.
           MOVE CTACARGO TO CUENTAMOV.
           MOVE CONCEPTOCOMPRA TO CONCEPTO.
           MOVE IMPORTE TO CANTIDAD.
           MULTIPLY CANTIDAD BY -1 GIVING CANTIDAD.
           MOVE LIQTARJETA TO DESTINO.
           MOVE SALDOCLI TO SALDOCUENTA.
           MOVE SPACES TO MOVOPERADOR.
           MOVE SPACES TO MOVTERMINAL.
           MOVE 023 TO MOVTIPO.
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
           MOVE CONCEPTOCOMPRA TO CONCEPTO.
           MOVE IMPORTE TO CANTIDAD.
           MOVE CTACARGO TO DESTINO.
           MOVE SALDORED TO SALDOCUENTA.
           MOVE SPACES TO MOVOPERADOR.
           MOVE SPACES TO MOVTERMINAL.
           MOVE 024 TO MOVTIPO.
           MOVE FECHORA(1:8) TO FECHAVALBASE.
           CALL "CALCULARDIAHABIL" USING FECHAVALBASE, DIASVALOR,
               MOVFECHAVALOR.
           CANCEL "CALCULARDIAHABIL".
           WRITE MOVIMIENTOSREC.
           CLOSE MOVIMIENTOSFILE.

           MOVE LIQREFERENCIA TO COMREFERENCIA.
           MOVE LOTEACT TO COMLOTE.
           MOVE LIQTARJETA TO COMTARJETA.
           MOVE DNICARGO TO COMDNI.
           MOVE CTACARGO TO COMCUENTA.
           MOVE LIQCOMERCIO TO COMCOMERCIO.
           MOVE LIQIMPORTE TO COMIMPORTE.
           MOVE LIQFECHA TO COMFECHA.
           MOVE MIDCARGO TO COMMID.
           MOVE "C" TO COMESTADO.
           MOVE 0 TO COMFECHADISP.
           MOVE 0 TO COMFECHARES.
           MOVE SPACES TO COMOPERADOR.
           WRITE COMPRASREC
               INVALID KEY CONTINUE
           END-WRITE.
           ADD 1 TO CARGADOS GIVING CARGADOS.
           MOVE "C" TO PUNESTADO.
           MOVE SPACES TO ALERTADNI.
           MOVE 2 TO ALERTATIPO.
           MOVE IMPORTE TO ALERTAIMPORTE.
           MULTIPLY ALERTAIMPORTE BY -1 GIVING ALERTAIMPORTE.
           CALL "ANOTARALERTA" USING CTACARGO, ALERTADNI,
               ALERTATIPO, ALERTAIMPORTE, SALDOCLI.
           CANCEL "ANOTARALERTA".
           GO TO PUNTEAR.

       PUNTEAR.
           MOVE LOTEACT TO PUNLOTE.
           MOVE LINEAACT TO PUNLINEA.
           WRITE PUNTEOREC
               INVALID KEY CONTINUE
           END-WRITE.
           GO TO LEERRECEPCION.

       CERRARLOTE.
           CLOSE RECEPCIONFILE.
           CLOSE RECHAZOSFILE.
           CLOSE PUNTEOFILE.
           CLOSE COMPRASFILE.
           CLOSE CLIENTESFILE.
           IF FSTI NOT = "35"
               CLOSE TITULARESFILE
           END-IF.
           OPEN I-O TARLOTESFILE.
           MOVE LOTEACT TO LOTID.
           READ TARLOTESFILE
                INVALID KEY CONTINUE
           END-READ.
           MOVE "C" TO LOTESTADO.
           REWRITE TARLOTESREC.
           CLOSE TARLOTESFILE.
           MOVE CARGADOS TO TOTALFORMA.
           DISPLAY "Compras cargadas: " TOTALFORMA.
           MOVE RECHAZADOS TO TOTALFORMA.
           DISPLAY "Compras rechazadas: " TOTALFORMA.
           MOVE OMITIDOS TO TOTALFORMA.
           DISPLAY "Compras ya punteadas omitidas: " TOTALFORMA.
           DISPLAY "Lote " LOTEACT " de la red completado".
           STOP RUN.
       END PROGRAM IMPORTARTARJETAS.
