       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTARRECIBOS.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEPCIONFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRE.

           SELECT DOMICILIACIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DOMCLAVE
           FILE STATUS IS FSDO.

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

           SELECT DEVOLUCIONESFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSDV.

           SELECT RECLOTESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOTCLAVE
           FILE STATUS IS FSLO.

           SELECT PUNTEOFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PUNCLAVE
           FILE STATUS IS FSPU.

       DATA DIVISION.
       FILE SECTION.

           FD RECEPCIONFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "RECIBOSREC.DAT".
           01 LINEACABECERA.
             02 CABMARCA  PIC X(4). *> "LOTE" en la cabecera
             02 CABLOTEID PIC X(10).
             02 CABACREEDOR PIC X(10). *> acreedor emisor del lote
             02 CABFECHA  PIC 9(8).
             02 CABNUMREG PIC 9(5).
             02 CABSUMA   PIC 9(11)V99. *> en centimos
           01 LINEARECEPCION.
             02 RECCUENTA     PIC X(10). *> cuenta de cargo
             02 RECREFERENCIA PIC X(20). *> referencia del recibo
             02 RECIMPORTE    PIC 9(7)V99.
             02 RECFECHA      PIC 9(8).

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

           FD DEVOLUCIONESFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "DEVRECIBOS.DAT".
           01 LINEADEVOLUCION.
             02 DEVLOTE       PIC X(10).
             02 DEVACREEDOR   PIC X(10).
             02 DEVCUENTA     PIC X(10).
             02 DEVREFERENCIA PIC X(20).
             02 DEVIMPORTE    PIC 9(7)V99.
             02 DEVFECHA      PIC 9(8).
             02 DEVCODIGO     PIC XX. *> 01 a 04, ver DEVOLVER
             02 DEVMOTIVO     PIC X(20).

           FD RECLOTESFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "RECLOTES.DAT".
           01 RECLOTESREC.
             02 LOTCLAVE. *> el lote lo numera cada acreedor
               03 LOTACREEDOR PIC X(10).
               03 LOTID     PIC X(10).
             02 LOTESTADO PIC X. *> I iniciado, C completado
             02 LOTFECHA  PIC 9(8).
             02 LOTNUMREG PIC 9(5).
             02 LOTSUMA   PIC 9(11)V99.

           FD PUNTEOFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "RECPUNTEO.DAT".
           01 PUNTEOREC.
             02 PUNCLAVE.
               03 PUNACREEDOR PIC X(10).
               03 PUNLOTE  PIC X(10).
               03 PUNLINEA PIC 9(5).
             02 PUNESTADO PIC X. *> C cargado, D devuelto

       WORKING-STORAGE SECTION.
           77 FSRE      PIC XX.
           77 FSDO      PIC XX.
           77 FSTF      PIC XX.
           77 FSMF      PIC XX.
           77 FSMC      PIC XX.
           77 FSDV      PIC XX.
           77 FSLO      PIC XX.
           77 FSPU      PIC XX.
           77 MIDCTLKEY PIC 9 VALUE 1.
           77 MIDBOOT   PIC X VALUE "N".
           77 MIDBOOT2  PIC X VALUE "N".
           77 EOR       PIC X VALUE "N".
           77 EOM       PIC X VALUE "N".
           77 NOEXISTE  PIC 9 VALUE 0.
           77 MIDACT    PIC 9(9).
           77 FECHAACT  PIC 9(8).
           77 HORA      PIC 9999.
           77 FECHORAACT  PIC 9(12).
           77 FECHAVALBASE PIC 9(8).
           77 DIASVALOR PIC 9(3) VALUE 0.
           77 HORAACT   PIC 9(8).
           77 IMPORTE   PIC 9999999V99.
           77 SALDOCLI  PIC S9999999V99.
           77 SALDOLIQ  PIC S9999999V99.
           77 SALDODISP PIC S9(8)V99.
           77 RETENIDO  PIC 9999999V99.
           77 CTALIQ    PIC X(10) VALUE "9999999999".
           77 CARGADOS  PIC 9(5) VALUE 0.
           77 DEVUELTOS PIC 9(5) VALUE 0.
           77 OMITIDOS  PIC 9(5) VALUE 0.
           77 TOTALFORMA PIC ZZZZ9.
           77 LOTEACT   PIC X(10).
           77 ACREEDORACT PIC X(10).
           77 NUMREGCAB PIC 9(5).
           77 SUMACAB   PIC 9(11)V99.
           77 CONTADAS  PIC 9(5) VALUE 0.
           77 SUMADA    PIC 9(11)V99 VALUE 0.
           77 LINEAACT  PIC 9(5) VALUE 0.
           77 LOTEEXISTE PIC X VALUE "N".
           77 YAPUNTEADA PIC X VALUE "N".
           77 CODIGODEV PIC XX.
           77 MOTIVODEV PIC X(20).
           77 ALERTADNI PIC X(9).
           77 ALERTATIPO PIC 9.
           77 ALERTAIMPORTE PIC S9999999V99.

       PROCEDURE DIVISION.
       INICIO.
           *> Importa el fichero de recibos que envia un acreedor
           *> (RECIBOSREC.DAT): una cabecera de lote con el acreedor,
           *> la fecha, el numero de recibos y la suma de importes, y
           *> una linea por recibo. Cada recibo se carga en la cuenta
           *> si existe un mandato activo para ese acreedor y hay
           *> disponible; el importe se abona en la cuenta puente de
           *> liquidacion con el acreedor. Los recibos no atendidos
           *> van a DEVRECIBOS.DAT con el codigo de devolucion. El
           *> control de lote y el punteo por linea son los mismos de
           *> IMPORTARREMESAS: un relanzamiento no duplica cargos.
           DISPLAY "IMPORTARRECIBOS - recibos domiciliados".
           OPEN INPUT RECEPCIONFILE.
           IF FSRE = "35"
               DISPLAY "No se encuentra RECIBOSREC.DAT"
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
           MOVE CABACREEDOR TO ACREEDORACT.
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
               ADD RECIMPORTE TO SUMADA GIVING SUMADA
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
           OPEN I-O RECLOTESFILE.
           IF FSLO = "35"
               CLOSE RECLOTESFILE
               OPEN OUTPUT RECLOTESFILE
               CLOSE RECLOTESFILE
               OPEN I-O RECLOTESFILE
           END-IF.
           MOVE ACREEDORACT TO LOTACREEDOR.
           MOVE LOTEACT TO LOTID.
           READ RECLOTESFILE
                INVALID KEY MOVE "N" TO LOTEEXISTE
           END-READ.
           IF LOTEEXISTE = "Y" AND LOTESTADO = "C"
               DISPLAY "El lote " LOTEACT " del acreedor "
                       ACREEDORACT " ya se importo: no se repite"
               CLOSE RECLOTESFILE
               STOP RUN
           END-IF.
           MOVE LOTEACT TO LOTID.
           MOVE "I" TO LOTESTADO.
           MOVE ACREEDORACT TO LOTACREEDOR.
           MOVE CABFECHA TO LOTFECHA.
           MOVE NUMREGCAB TO LOTNUMREG.
           MOVE SUMACAB TO LOTSUMA.
           IF LOTEEXISTE = "Y"
               DISPLAY "Reanudando el lote " LOTEACT
               REWRITE RECLOTESREC
           ELSE
               WRITE RECLOTESREC
           END-IF.
           CLOSE RECLOTESFILE.

           OPEN I-O PUNTEOFILE.
           IF FSPU = "35"
               CLOSE PUNTEOFILE
               OPEN OUTPUT PUNTEOFILE
               CLOSE PUNTEOFILE
               OPEN I-O PUNTEOFILE
           END-IF.

           OPEN I-O CUENTASFILE.
           MOVE 0 TO NOEXISTE.
           MOVE CTALIQ TO CUENTA.
           READ CUENTASFILE
                INVALID KEY MOVE 1 TO NOEXISTE
           END-READ.
           CLOSE CUENTASFILE.
           IF NOEXISTE = 1
               DISPLAY "No existe la cuenta de liquidacion " CTALIQ
               CLOSE PUNTEOFILE
               STOP RUN
           END-IF.
           OPEN EXTEND DEVOLUCIONESFILE.
           IF FSDV = "35"
               OPEN OUTPUT DEVOLUCIONESFILE
           END-IF.
           OPEN INPUT DOMICILIACIONESFILE.

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
           MOVE ACREEDORACT TO PUNACREEDOR.
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
           GO TO CARGAR.

       CARGAR.
           MOVE RECIMPORTE TO IMPORTE.
           *> Cuenta cancelada: ya no existe en CUENTAS.DAT.
           MOVE 0 TO NOEXISTE.
           OPEN I-O CUENTASFILE.
           MOVE RECCUENTA TO CUENTA.
           READ CUENTASFILE
                INVALID KEY MOVE 1 TO NOEXISTE
           END-READ.
           IF NOEXISTE = 1
               CLOSE CUENTASFILE
               MOVE "04" TO CODIGODEV
               MOVE "CUENTA CANCELADA" TO MOTIVODEV
               GO TO DEVOLVER
           END-IF.
           *> Mandato del acreedor sobre la cuenta, y activo.
           IF FSDO = "35"
               MOVE 1 TO NOEXISTE
           ELSE
               MOVE RECCUENTA TO DOMCUENTA
               MOVE ACREEDORACT TO DOMACREEDOR
               READ DOMICILIACIONESFILE
                    INVALID KEY MOVE 1 TO NOEXISTE
               END-READ
           END-IF.
           IF NOEXISTE = 0 AND DOMESTADO NOT = "A"
               MOVE 1 TO NOEXISTE
           END-IF.
           IF NOEXISTE = 1
               CLOSE CUENTASFILE
               MOVE "01" TO CODIGODEV
               MOVE "SIN MANDATO" TO MOTIVODEV
               GO TO DEVOLVER
           END-IF.
           *> Disponible: saldo mas descubierto. Si solo alcanza sin
           *> contar lo retenido judicialmente, el motivo es el
           *> embargo y no la falta de saldo.
           ADD SALDO TO LIMDESCUB GIVING SALDODISP.
           IF SALDODISP < IMPORTE
               CLOSE CUENTASFILE
               MOVE "02" TO CODIGODEV
               MOVE "SALDO INSUFICIENTE" TO MOTIVODEV
               GO TO DEVOLVER
           END-IF.
           CALL "CALCULARRETENIDO" USING CUENTA, RETENIDO.
           CANCEL "CALCULARRETENIDO".
           SUBTRACT RETENIDO FROM SALDODISP GIVING SALDODISP.
           IF SALDODISP < IMPORTE
               CLOSE CUENTASFILE
               MOVE "03" TO CODIGODEV
               MOVE "SALDO EMBARGADO" TO MOTIVODEV
               GO TO DEVOLVER
           END-IF.
           SUBTRACT IMPORTE FROM SALDO GIVING SALDO.
           MOVE SALDO TO SALDOCLI.
           REWRITE CUENTASREC.
           CLOSE CUENTASFILE.

           OPEN I-O CUENTASFILE.
           MOVE CTALIQ TO CUENTA.
           READ CUENTASFILE
                INVALID KEY MOVE 1 TO NOEXISTE
           END-READ.
           ADD IMPORTE TO SALDO GIVING SALDO.
           MOVE SALDO TO SALDOLIQ.
           REWRITE CUENTASREC.
           CLOSE CUENTASFILE.

           OPEN I-O MOVIMIENTOSFILE.
           GO TO SIGUIENTEMID.

       DEVOLVER.
           *> Codigos de devolucion: 01 sin mandato, 02 saldo
           *> insuficiente, 03 saldo embargado, 04 cuenta cancelada.
           MOVE LOTEACT TO DEVLOTE.
           MOVE ACREEDORACT TO DEVACREEDOR.
           MOVE RECCUENTA TO DEVCUENTA.
           MOVE RECREFERENCIA TO DEVREFERENCIA.
           MOVE RECIMPORTE TO DEVIMPORTE.
           MOVE RECFECHA TO DEVFECHA.
           MOVE CODIGODEV TO DEVCODIGO.
           MOVE MOTIVODEV TO DEVMOTIVO.
           WRITE LINEADEVOLUCION.
           ADD 1 TO DEVUELTOS GIVING DEVUELTOS.
           MOVE ACREEDORACT TO PUNACREEDOR.
           MOVE LOTEACT TO PUNLOTE.
           MOVE LINEAACT TO PUNLINEA.
           MOVE "D" TO PUNESTADO.
           WRITE PUNTEOREC
               INVALID KEY CONTINUE
           END-WRITE.
           GO TO LEERRECEPCION.

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
           MOVE FECHORAACT TO FECHORA.
           MOVE RECCUENTA TO CUENTAMOV.
           MOVE "Recibo domiciliado" TO CONCEPTO.
           MOVE IMPORTE TO CANTIDAD.
           MULTIPLY CANTIDAD BY -1 GIVING CANTIDAD.
           MOVE ACREEDORACT TO DESTINO.
           MOVE SALDOCLI TO SALDOCUENTA.
           MOVE SPACES TO MOVOPERADOR.
           MOVE SPACES TO MOVTERMINAL.
           MOVE 019 TO MOVTIPO.
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
           MOVE CTALIQ TO CUENTAMOV.
           MOVE "Recibo domiciliado" TO CONCEPTO.
           MOVE IMPORTE TO CANTIDAD.
           MOVE RECCUENTA TO DESTINO.
           MOVE SALDOLIQ TO SALDOCUENTA.
           MOVE SPACES TO MOVOPERADOR.
           MOVE SPACES TO MOVTERMINAL.
           MOVE 020 TO MOVTIPO.
           MOVE FECHORA(1:8) TO FECHAVALBASE.
           CALL "CALCULARDIAHABIL" USING FECHAVALBASE, DIASVALOR,
               MOVFECHAVALOR.
           CANCEL "CALCULARDIAHABIL".
           WRITE MOVIMIENTOSREC.
           CLOSE MOVIMIENTOSFILE.
           ADD 1 TO CARGADOS GIVING CARGADOS.
           MOVE ACREEDORACT TO PUNACREEDOR.
           MOVE LOTEACT TO PUNLOTE.
           MOVE LINEAACT TO PUNLINEA.
           MOVE "C" TO PUNESTADO.
           WRITE PUNTEOREC
               INVALID KEY CONTINUE
           END-WRITE.
           MOVE SPACES TO ALERTADNI.
           MOVE 2 TO ALERTATIPO.
           MOVE IMPORTE TO ALERTAIMPORTE.
           MULTIPLY ALERTAIMPORTE BY -1 GIVING ALERTAIMPORTE.
           CALL "ANOTARALERTA" USING RECCUENTA, ALERTADNI,
               ALERTATIPO, ALERTAIMPORTE, SALDOCLI.
           CANCEL "ANOTARALERTA".
           GO TO LEERRECEPCION.

       CERRARLOTE.
           CLOSE RECEPCIONFILE.
           CLOSE DEVOLUCIONESFILE.
           CLOSE PUNTEOFILE.
           IF FSDO NOT = "35"
               CLOSE DOMICILIACIONESFILE
           END-IF.
           OPEN I-O RECLOTESFILE.
           MOVE ACREEDORACT TO LOTACREEDOR.
           MOVE LOTEACT TO LOTID.
           READ RECLOTESFILE
                INVALID KEY CONTINUE
           END-READ.
           MOVE "C" TO LOTESTADO.
           REWRITE RECLOTESREC.
           CLOSE RECLOTESFILE.
           MOVE CARGADOS TO TOTALFORMA.
           DISPLAY "Recibos cargados: " TOTALFORMA.
           MOVE DEVUELTOS TO TOTALFORMA.
           DISPLAY "Recibos devueltos: " TOTALFORMA.
           MOVE OMITIDOS TO TOTALFORMA.
           DISPLAY "Recibos ya punteados omitidos: " TOTALFORMA.
           DISPLAY "Lote " LOTEACT " del acreedor " ACREEDORACT
                   " completado".
           STOP RUN.
       END PROGRAM IMPORTARRECIBOS.
