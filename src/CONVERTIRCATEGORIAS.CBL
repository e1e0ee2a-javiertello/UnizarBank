       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTIRCATEGORIAS.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADASOLDFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OENTID
           ALTERNATE RECORD KEY IS OENTCUENTA WITH DUPLICATES
           FILE STATUS IS FSVF.

           SELECT ENTRADASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENTID
           ALTERNATE RECORD KEY IS ENTCUENTA WITH DUPLICATES
           FILE STATUS IS FSEN.

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

           FD ENTRADASOLDFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "ENTRADASOLD.DAT".
           01 ENTRADASOLDREC.
             02 OENTID      PIC 9(9).
             02 OENTCUENTA  PIC X(10).
             02 OENTNUM     PIC 9(3).
             02 OENTSESION  PIC 9(2).
             02 OENTUNIDADES PIC 9(3).
             02 OENTASIENTOINI PIC 9(3).
             02 OENTASIENTOFIN PIC 9(3).
             02 OENTIMPORTE PIC 9999999V99.
             02 OENTFECHORA PIC 9(12). *> AAAAMMDDHHMM
             02 OENTESTADO  PIC X. *> V vigente o A anulada

           FD ENTRADASFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "ENTRADAS.DAT".
           01 ENTRADASREC.
             02 ENTID      PIC 9(9).
             02 ENTCUENTA  PIC X(10).
             02 ENTNUM     PIC 9(3).
             02 ENTSESION  PIC 9(2). *> 0 = venta sin sesion
             02 ENTUNIDADES PIC 9(3).
             02 ENTASIENTOINI PIC 9(3). *> 0 = sin asiento
             02 ENTASIENTOFIN PIC 9(3).
             02 ENTIMPORTE PIC 9999999V99.
             02 ENTFECHORA PIC 9(12). *> AAAAMMDDHHMM
             02 ENTESTADO  PIC X. *> V vigente o A anulada
             *> Reparto por categoria de tarifa, de la 1 a la 9; todo
             *> a cero si se vendio al precio unico del espectaculo.
             02 ENTCATEGORIAS.
               03 ENTCAT OCCURS 9 TIMES.
                 04 ENTCATUDS    PIC 9(3).
                 04 ENTCATPRECIO PIC 999V99.
             02 ENTLIQVENTA PIC X. *> S venta ya liquidada al promotor
             02 ENTLIQDEVOL PIC X. *> S devolucion ya liquidada

           FD INTENCIONESOLDFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "INTENCIONESOLD.DAT".
           01 INTENCIONESOLDREC.
             02 OINTCLAVE     PIC X(26).
             02 OINTESTADO    PIC X.
             02 OINTRESTO     PIC X(382).

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
             02 INTCATEGORIAS. *> compra de entradas por categoria
               03 INTCAT OCCURS 9 TIMES.
                 04 INTCATUDS    PIC 9(3).
                 04 INTCATPRECIO PIC 999V99.

       WORKING-STORAGE SECTION.
           77 FSVF   PIC XX.
           77 FSEN   PIC XX.
           77 FSIV   PIC XX.
           77 FSIN   PIC XX.
           77 EOV    PIC X VALUE "N".
           77 CONVERTIDAS PIC 9(7) VALUE 0.
           77 INTENCCONV PIC 9(7) VALUE 0.
           77 TOTALFORMA PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           *> Conversion unica a las tarifas por categoria. Las
           *> entradas antiguas se vendieron al precio unico y quedan
           *> sin reparto por categoria; se dan por liquidadas al
           *> promotor su venta y, si ya estaban anuladas, su
           *> devolucion, porque los movimientos de esas entradas ya
           *> los netea LIQUIDARESPECT por su cuenta. Las intenciones
           *> pendientes se copian enteras con el reparto a cero. El
           *> operador debe haber renombrado antes ENTRADAS.DAT a
           *> ENTRADASOLD.DAT e INTENCIONES.DAT a INTENCIONESOLD.DAT,
           *> con todos los cajeros parados.
           DISPLAY "Conversion a tarifas por categoria - UnizarBank".
           OPEN INPUT ENTRADASOLDFILE.
           IF FSVF = "35"
               DISPLAY "No se encuentra ENTRADASOLD.DAT"
               GO TO INTENCIONES
           END-IF.
           OPEN OUTPUT ENTRADASFILE.

       LEEROLD.
           READ ENTRADASOLDFILE NEXT RECORD
                AT END MOVE "Y" TO EOV
           END-READ.
           IF EOV = "Y"
               CLOSE ENTRADASOLDFILE
               CLOSE ENTRADASFILE
               GO TO INTENCIONES
           END-IF.
           GO TO GRABARENTRADA.

       GRABARENTRADA.
           MOVE OENTID TO ENTID.
           MOVE OENTCUENTA TO ENTCUENTA.
           MOVE OENTNUM TO ENTNUM.
           MOVE OENTSESION TO ENTSESION.
           MOVE OENTUNIDADES TO ENTUNIDADES.
           MOVE OENTASIENTOINI TO ENTASIENTOINI.
           MOVE OENTASIENTOFIN TO ENTASIENTOFIN.
           MOVE OENTIMPORTE TO ENTIMPORTE.
           MOVE OENTFECHORA TO ENTFECHORA.
           MOVE OENTESTADO TO ENTESTADO.
           MOVE ZEROS TO ENTCATEGORIAS.
           MOVE "S" TO ENTLIQVENTA.
           IF ENTESTADO = "A"
               MOVE "S" TO ENTLIQDEVOL
           ELSE
               MOVE "N" TO ENTLIQDEVOL
           END-IF.
           WRITE ENTRADASREC.
           ADD 1 TO CONVERTIDAS GIVING CONVERTIDAS.
           GO TO LEEROLD.

       INTENCIONES.
           *> El registro de intencion solo crece por el final: se
           *> copia entero y se completa con el reparto a cero.
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
           MOVE ZEROS TO INTCATEGORIAS.
           WRITE INTENCIONESREC.
           ADD 1 TO INTENCCONV GIVING INTENCCONV.
           GO TO LEERINTENCION.

       FIN.
           MOVE CONVERTIDAS TO TOTALFORMA.
           DISPLAY "Entradas convertidas: " TOTALFORMA.
           MOVE INTENCCONV TO TOTALFORMA.
           DISPLAY "Intenciones convertidas: " TOTALFORMA.
           STOP RUN.
       END PROGRAM CONVERTIRCATEGORIAS.
