       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTIRMOVOPER.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       DATA DIVISION.
       FILE SECTION.

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

       WORKING-STORAGE SECTION.
           77 FSVF   PIC XX.
           77 FSMF   PIC XX.
           77 FSVH   PIC XX.
           77 FSHF   PIC XX.
           77 EOV    PIC X VALUE "N".
           77 CONVERTIDOS PIC 9(7) VALUE 0.
           77 CONVERTIDOSH PIC 9(7) VALUE 0.
           77 TOTALFORMA PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           *> Conversion unica del mayor (y su archivo historico, si
           *> existe) al registro con operador de oficina. Los
           *> movimientos anteriores no tienen operador conocido y
           *> quedan en blanco. El operador debe haber renombrado
           *> antes MOVIMIENTOS.DAT a MOVIMIENTOSOLD.DAT y
           *> MOVIMIENTOSHIST.DAT a MOVIMIENTOSHISTOLD.DAT.
           DISPLAY "Conversion del mayor con operador - UnizarBank".
           OPEN INPUT MOVIMIENTOSOLDFILE.
           IF FSVF = "35"
               DISPLAY "No se encuentra MOVIMIENTOSOLD.DAT"
               STOP RUN
           END-IF.
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
           MOVE SPACES TO MOVOPERADOR.
           WRITE MOVIMIENTOSREC.
           ADD 1 TO CONVERTIDOS GIVING CONVERTIDOS.
           GO TO LEEROLD.

       FINVIVO.
           CLOSE MOVIMIENTOSOLDFILE.
           CLOSE MOVIMIENTOSFILE.
           MOVE "N" TO EOV.
           OPEN INPUT MOVHISTOLDFILE.
           IF FSVH = "35"
               GO TO FIN
           END-IF.
           OPEN OUTPUT MOVIMIENTOSHISTFILE.

       LEEROLDHIST.
           READ MOVHISTOLDFILE NEXT RECORD
                AT END MOVE "Y" TO EOV
           END-READ.
           IF EOV = "Y"
               CLOSE MOVHISTOLDFILE
               CLOSE MOVIMIENTOSHISTFILE
               GO TO FIN
           END-IF.
           MOVE VMID TO HMID.
           MOVE VFECHORA TO HFECHORA.
           MOVE VCUENTAMOV TO HCUENTAMOV.
           MOVE VCONCEPTO TO HCONCEPTO.
           MOVE VCANTIDAD TO HCANTIDAD.
           MOVE VDESTINO TO HDESTINO.
           MOVE VSALDOCUENTA TO HSALDOCUENTA.
           MOVE SPACES TO HOPERADOR.
           WRITE MOVIMIENTOSHISTREC.
           ADD 1 TO CONVERTIDOSH GIVING CONVERTIDOSH.
           GO TO LEEROLDHIST.

       FIN.
           MOVE CONVERTIDOS TO TOTALFORMA.
           DISPLAY "Movimientos convertidos: " TOTALFORMA.
           MOVE CONVERTIDOSH TO TOTALFORMA.
           DISPLAY "Historicos convertidos: " TOTALFORMA.
           STOP RUN.
       END PROGRAM CONVERTIRMOVOPER.
