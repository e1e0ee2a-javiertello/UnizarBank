       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTIRTERMINAL.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERMINALESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TERID
           FILE STATUS IS FSTE.

           SELECT CASETESOLDFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ODENOMINACION
           FILE STATUS IS FSCO.

           SELECT CASETESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CASCLAVE
           FILE STATUS IS FSCJ.

           SELECT FOTOOLDFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OFOTODENOM
           FILE STATUS IS FSFV.

           SELECT CASETESFOTOFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOTOCLAVE
           FILE STATUS IS FSFO.

           SELECT MOVIMIENTOSOLDFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OMID
           ALTERNATE RECORD KEY IS OCUENTAMOV WITH DUPLICATES
           FILE STATUS IS FSVF.

           SELECT MOVIMIENTOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MID
           ALTERNATE RECORD KEY IS CUENTAMOV WITH DUPLICATES
           FILE STATUS IS FSMF.

           SELECT MOVHISTOLDFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VMID
           ALTERNATE RECORD KEY IS VCUENTAMOV WITH DUPLICATES
           FILE STATUS IS FSVH.

           SELECT MOVIMIENTOSHISTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HMID
           ALTERNATE RECORD KEY IS HCUENTAMOV WITH DUPLICATES
           FILE STATUS IS FSHF.

           SELECT INTENCIONESOLDFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OINTCLAVE
           ALTERNATE RECORD KEY IS OINTESTADO WITH DUPLICATES
           FILE STATUS IS FSIV.

           SELECT INTENCIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INTCLAVE
           ALTERNATE RECORD KEY IS INTESTADO WITH DUPLICATES
           FILE STATUS IS FSIN.

       DATA DIVISION.
       FILE SECTION.

           FD TERMINALESFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "TERMINALES.DAT".
           01 TERMINALESREC.
             02 TERID        PIC X(6).
             02 TERUBICACION PIC X(30).
             02 TERESTADO    PIC X. *> A activo, B de baja

           FD CASETESOLDFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "CASETESOLD.DAT".
           01 CASETESOLDREC.
             02 ODENOMINACION PIC 9(3).
             02 OCARGADOS PIC 9(5).
             02 ODISPENSADOS PIC 9(5).

           FD CASETESFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "CASETES.DAT".
           01 CASETESREC.
             02 CASCLAVE.
               03 CASTERMINAL  PIC X(6).
               03 DENOMINACION PIC 9(3).
             02 CARGADOS PIC 9(5).
             02 DISPENSADOS PIC 9(5).

           FD FOTOOLDFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "CASETESFOTOOLD.DAT".
           01 FOTOOLDREC.
             02 OFOTODENOM PIC 9(3).
             02 OFOTOCARGADOS PIC 9(5).
             02 OFOTODISPENSADOS PIC 9(5).

           FD CASETESFOTOFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "CASETESFOTO.DAT".
           01 CASETESFOTOREC.
             02 FOTOCLAVE.
               03 FOTOTERMINAL PIC X(6).
               03 FOTODENOM    PIC 9(3).
             02 FOTOCARGADOS PIC 9(5).
             02 FOTODISPENSADOS PIC 9(5).

           FD MOVIMIENTOSOLDFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "MOVIMIENTOSOLD.DAT".
           01 MOVIMIENTOSOLDREC.
             02 OMID      PIC 9(9).
             02 OFECHORA  PIC 9(12). *> AAAAMMDDHHMM
             02 OCUENTAMOV   PIC X(10).
             02 OCONCEPTO PIC X(40).
             02 OCANTIDAD PIC S9999999V99.
             02 ODESTINO  PIC X(10).
             02 OSALDOCUENTA    PIC S9999999V99.
             02 OMOVOPERADOR PIC X(10).
             02 OMOVTIPO  PIC 9(3).

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

           FD MOVHISTOLDFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "MOVIMIENTOSHISTOLD.DAT".
           01 MOVHISTOLDREC.
             02 VMID      PIC 9(9).
             02 VFECHORA  PIC 9(12). *> AAAAMMDDHHMM
             02 VCUENTAMOV   PIC X(10).
             02 VCONCEPTO PIC X(40).
             02 VCANTIDAD PIC S9999999V99.
             02 VDESTINO  PIC X(10).
             02 VSALDOCUENTA    PIC S9999999V99.
             02 VOPERADOR PIC X(10).
             02 VTIPO     PIC 9(3).

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

           FD INTENCIONESOLDFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "INTENCIONESOLD.DAT".
           01 INTENCIONESOLDREC.
             02 OINTCLAVE     PIC X(26).
             02 OINTESTADO    PIC X.
             02 OINTRESTO     PIC X(376).

           FD INTENCIONESFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "INTENCIONES.DAT".
           01 INTENCIONESREC.
             02 INTCLAVE.
               03 INTFECHA    PIC 9(8). *> AAAAMMDD
               03 INTHORA     PIC 9(8). *> HHMMSSCC
               03 INTCUENTA   PIC X(10).
             02 INTESTADO     PIC X. *> P pendiente, C completada,
                                     *> F finalizada, D deshecha
             02 INTOPERACION  PIC X(20).
             02 INTFECHORA    PIC 9(12). *> AAAAMMDDHHMM
             02 INTIMPORTE    PIC S9999999V99. *> importe del jornal
             *> Pasos: - no aplica, N pendiente, P en curso, S hecho;
             *> un apunte en X espera el saldo de su cuenta.
             02 INTCASETES    PIC X.
             02 INTCTA OCCURS 2 TIMES.
               03 INTCTACUENTA   PIC X(10).
               03 INTCTAIMPORTE  PIC S9999999V99.
               03 INTCTASALDOANT PIC S9999999V99.
               03 INTCTAPASO     PIC X.
             02 INTMOV OCCURS 3 TIMES.
               03 INTMOVMID      PIC 9(9).
               03 INTMOVCTA      PIC 9. *> cuenta 1 o 2 del apunte
               03 INTMOVCONCEPTO PIC X(40).
               03 INTMOVTIPO     PIC 9(3).
               03 INTMOVCANTIDAD PIC S9999999V99.
               03 INTMOVDESTINO  PIC X(10).
               03 INTMOVSALDO    PIC S9999999V99.
               03 INTMOVPASO     PIC X.
             02 INTAFORO      PIC X. *> asientos o cupo vendidos
             02 INTNUMESP     PIC 9(3).
             02 INTSESION     PIC 9(2).
             02 INTUNIDADES   PIC 9(3).
             02 INTASIENTOINI PIC 9(3).
             02 INTASIENTOFIN PIC 9(3).
             02 INTDISPOANT   PIC 9(5).
             02 INTREGISTRO   PIC X. *> entrada o remesa grabada
             02 INTREGID      PIC 9(9).
             02 INTTERMINAL   PIC X(6). *> cajero de la operacion

       WORKING-STORAGE SECTION.
           77 FSTE   PIC XX.
           77 FSCO   PIC XX.
           77 FSCJ   PIC XX.
           77 FSFV   PIC XX.
           77 FSFO   PIC XX.
           77 FSVF   PIC XX.
           77 FSMF   PIC XX.
           77 FSVH   PIC XX.
           77 FSHF   PIC XX.
           77 FSIV   PIC XX.
           77 FSIN   PIC XX.
           77 EOV    PIC X VALUE "N".
           77 TERMINICIAL PIC X(6).
           77 UBICINICIAL PIC X(30).
           77 CONVERTIDOS PIC 9(7) VALUE 0.
           77 CONVERTIDOSH PIC 9(7) VALUE 0.
           77 ASIGNADOS PIC 9(7) VALUE 0.
           77 CASETESCONV PIC 9(7) VALUE 0.
           77 INTENCCONV PIC 9(7) VALUE 0.
           77 TOTALFORMA PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           *> Conversion unica al cajero multiterminal. El cajero que
           *> ya funcionaba queda dado de alta como primer terminal y
           *> recibe sus casetes, la foto del ultimo cuadre, las
           *> intenciones pendientes y los movimientos que solo puede
           *> haber generado el cajero (reintegros, ingresos, compra
           *> y devolucion de entradas). El resto de movimientos
           *> queda sin terminal. El operador debe haber renombrado
           *> antes MOVIMIENTOS.DAT a MOVIMIENTOSOLD.DAT,
           *> MOVIMIENTOSHIST.DAT a MOVIMIENTOSHISTOLD.DAT,
           *> CASETES.DAT a CASETESOLD.DAT, CASETESFOTO.DAT a
           *> CASETESFOTOOLD.DAT e INTENCIONES.DAT a
           *> INTENCIONESOLD.DAT, con todos los cajeros parados.
           DISPLAY "Conversion a varios terminales - UnizarBank".
           DISPLAY "Terminal del cajero actual: ".
           ACCEPT TERMINICIAL.
           IF TERMINICIAL = SPACES
               DISPLAY "Hay que indicar el terminal"
               STOP RUN
           END-IF.
           DISPLAY "Ubicacion del cajero actual: ".
           ACCEPT UBICINICIAL.
           OPEN INPUT MOVIMIENTOSOLDFILE.
           IF FSVF = "35"
               DISPLAY "No se encuentra MOVIMIENTOSOLD.DAT"
               STOP RUN
           END-IF.
           OPEN I-O TERMINALESFILE.
           IF FSTE = "35"
               CLOSE TERMINALESFILE
               OPEN OUTPUT TERMINALESFILE
               CLOSE TERMINALESFILE
               OPEN I-O TERMINALESFILE
           END-IF.
           MOVE TERMINICIAL TO TERID.
           MOVE UBICINICIAL TO TERUBICACION.
           MOVE "A" TO TERESTADO.
           WRITE TERMINALESREC
               INVALID KEY CONTINUE
           END-WRITE.
           CLOSE TERMINALESFILE.
           OPEN OUTPUT MOVIMIENTOSFILE.

       LEEROLD.
           READ MOVIMIENTOSOLDFILE NEXT RECORD
                AT END MOVE "Y" TO EOV
           END-READ.
           IF EOV = "Y"
               GO TO FINVIVO
           END-IF.
           MOVE OMID TO MID.
           MOVE OFECHORA TO FECHORA.
           MOVE OCUENTAMOV TO CUENTAMOV.
           MOVE OCONCEPTO TO CONCEPTO.
           MOVE OCANTIDAD TO CANTIDAD.
           MOVE ODESTINO TO DESTINO.
           MOVE OSALDOCUENTA TO SALDOCUENTA.
           MOVE OMOVOPERADOR TO MOVOPERADOR.
           MOVE OMOVTIPO TO MOVTIPO.
           MOVE SPACES TO MOVTERMINAL.
           IF MOVTIPO = 001 OR MOVTIPO = 002 OR MOVTIPO = 008
              OR MOVTIPO = 009
               MOVE TERMINICIAL TO MOVTERMINAL
               ADD 1 TO ASIGNADOS GIVING ASIGNADOS
           END-IF.
           WRITE MOVIMIENTOSREC.
           ADD 1 TO CONVERTIDOS GIVING CONVERTIDOS.
           GO TO LEEROLD.

       FINVIVO.
           CLOSE MOVIMIENTOSOLDFILE.
           CLOSE MOVIMIENTOSFILE.
           MOVE "N" TO EOV.
           OPEN INPUT MOVHISTOLDFILE.
           IF FSVH = "35"
               GO TO CASETES
           END-IF.
           OPEN OUTPUT MOVIMIENTOSHISTFILE.

       LEEROLDHIST.
           READ MOVHISTOLDFILE NEXT RECORD
                AT END MOVE "Y" TO EOV
           END-READ.
           IF EOV = "Y"
               CLOSE MOVHISTOLDFILE
               CLOSE MOVIMIENTOSHISTFILE
               GO TO CASETES
           END-IF.
           MOVE VMID TO HMID.
           MOVE VFECHORA TO HFECHORA.
           MOVE VCUENTAMOV TO HCUENTAMOV.
           MOVE VCONCEPTO TO HCONCEPTO.
           MOVE VCANTIDAD TO HCANTIDAD.
           MOVE VDESTINO TO HDESTINO.
           MOVE VSALDOCUENTA TO HSALDOCUENTA.
           MOVE VOPERADOR TO HOPERADOR.
           MOVE VTIPO TO HTIPO.
           MOVE SPACES TO HTERMINAL.
           IF HTIPO = 001 OR HTIPO = 002 OR HTIPO = 008
              OR HTIPO = 009
               MOVE TERMINICIAL TO HTERMINAL
               ADD 1 TO ASIGNADOS GIVING ASIGNADOS
           END-IF.
           WRITE MOVIMIENTOSHISTREC.
           ADD 1 TO CONVERTIDOSH GIVING CONVERTIDOSH.
           GO TO LEEROLDHIST.

       CASETES.
           MOVE "N" TO EOV.
           OPEN INPUT CASETESOLDFILE.
           IF FSCO = "35"
               GO TO FOTO
           END-IF.
           OPEN OUTPUT CASETESFILE.
       LEERCASETE.
           READ CASETESOLDFILE NEXT RECORD
                AT END MOVE "Y" TO EOV
           END-READ.
           IF EOV = "Y"
               CLOSE CASETESOLDFILE
               CLOSE CASETESFILE
               GO TO FOTO
           END-IF.
           MOVE TERMINICIAL TO CASTERMINAL.
           MOVE ODENOMINACION TO DENOMINACION.
           MOVE OCARGADOS TO CARGADOS.
           MOVE ODISPENSADOS TO DISPENSADOS.
           WRITE CASETESREC.
           ADD 1 TO CASETESCONV GIVING CASETESCONV.
           GO TO LEERCASETE.

       FOTO.
           MOVE "N" TO EOV.
           OPEN INPUT FOTOOLDFILE.
           IF FSFV = "35"
               GO TO INTENCIONES
           END-IF.
           OPEN OUTPUT CASETESFOTOFILE.
       LEERFOTO.
           READ FOTOOLDFILE NEXT RECORD
                AT END MOVE "Y" TO EOV
           END-READ.
           IF EOV = "Y"
               CLOSE FOTOOLDFILE
               CLOSE CASETESFOTOFILE
               GO TO INTENCIONES
           END-IF.
           MOVE TERMINICIAL TO FOTOTERMINAL.
           MOVE OFOTODENOM TO FOTODENOM.
           MOVE OFOTOCARGADOS TO FOTOCARGADOS.
           MOVE OFOTODISPENSADOS TO FOTODISPENSADOS.
           WRITE CASETESFOTOREC.
           GO TO LEERFOTO.

       INTENCIONES.
           *> El registro de intencion solo crece por el final: se
           *> copia entero y se completa con el terminal.
           MOVE "N" TO EOV.
           OPEN INPUT INTENCIONESOLDFILE.
           IF FSIV = "35"
               GO TO FIN
           END-IF.
           OPEN OUTPUT INTENCIONESFILE.
       LEERINTENCION.
           READ INTENCIONESOLDFILE NEXT RECORD
                AT END MOVE "Y" TO EOV
           END-READ.
           IF EOV = "Y"
               CLOSE INTENCIONESOLDFILE
               CLOSE INTENCIONESFILE
               GO TO FIN
           END-IF.
           MOVE INTENCIONESOLDREC TO INTENCIONESREC.
           MOVE TERMINICIAL TO INTTERMINAL.
           WRITE INTENCIONESREC.
           ADD 1 TO INTENCCONV GIVING INTENCCONV.
           GO TO LEERINTENCION.

       FIN.
           MOVE CONVERTIDOS TO TOTALFORMA.
           DISPLAY "Movimientos convertidos: " TOTALFORMA.
           MOVE CONVERTIDOSH TO TOTALFORMA.
           DISPLAY "Historicos convertidos: " TOTALFORMA.
           MOVE ASIGNADOS TO TOTALFORMA.
           DISPLAY "Asignados al terminal: " TOTALFORMA.
           MOVE CASETESCONV TO TOTALFORMA.
           DISPLAY "Casetes convertidos: " TOTALFORMA.
           MOVE INTENCCONV TO TOTALFORMA.
           DISPLAY "Intenciones convertidas: " TOTALFORMA.
           STOP RUN.
       END PROGRAM CONVERTIRTERMINAL.
