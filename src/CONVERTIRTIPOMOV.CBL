       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTIRTIPOMOV.
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

           SELECT TIPOSMOVFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIPCODIGO
           FILE STATUS IS FSTM.

           SELECT INFORMEFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSIF.

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
             02 OMOVOPERADOR PIC X(10).

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
             02 VOPERADOR  PIC X(10).

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

           FD TIPOSMOVFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "TIPOSMOV.DAT".
           01 TIPOSMOVREC.
             02 TIPCODIGO      PIC 9(3).
             02 TIPDESCRIPCION PIC X(40).
             02 TIPSIGNO       PIC X. *> D cargo, H abono, A ambos

           FD INFORMEFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "CONVERSIONTIPOS.DAT".
           01 LINEAINFORME PIC X(90).

       WORKING-STORAGE SECTION.
           77 FSVF   PIC XX.
           77 FSMF   PIC XX.
           77 FSVH   PIC XX.
           77 FSHF   PIC XX.
           77 FSTM   PIC XX.
           77 FSIF   PIC XX.
           77 EOV    PIC X VALUE "N".
           77 EOT    PIC X VALUE "N".
           77 ORIGEN PIC X. *> V vivo, H historico
           77 CONCEPTOCONV PIC X(40).
           77 CANTIDADCONV PIC S9999999V99.
           77 MIDCONV   PIC 9(9).
           77 TIPOCONV  PIC 9(3).
           77 TIPODESC  PIC 9(3).
           77 IDXTIP    PIC 99.
           77 NUMTIPOS  PIC 99 VALUE 0.
           77 IDXSIN    PIC 99.
           77 NUMSIN    PIC 99 VALUE 0.
           77 CONVERTIDOS PIC 9(7) VALUE 0.
           77 CONVERTIDOSH PIC 9(7) VALUE 0.
           77 SINMAPEAR PIC 9(7) VALUE 0.
           77 SIGNOMAL  PIC 9(7) VALUE 0.
           77 TOTALFORMA PIC ZZZZZZ9.
           77 CANTFORMA PIC -Z(6)9.99.
           01 TABTIPOS.
             02 TIPLIN OCCURS 99 TIMES.
               03 TABCODIGO PIC 9(3).
               03 TABDESC   PIC X(40).
               03 TABSIGNO  PIC X.
           01 TABSINMAPEAR.
             02 SINLIN OCCURS 50 TIMES.
               03 SINCONCEPTO PIC X(40).
               03 SINCUENTA   PIC 9(7).

       PROCEDURE DIVISION.
       INICIO.
           *> Conversion unica del mayor (y su archivo historico, si
           *> existe) al registro con tipo de movimiento. Crea en
           *> TIPOSMOV.DAT los tipos de la casa que no esten ya dados
           *> de alta y asigna a cada movimiento el tipo cuya
           *> descripcion coincide con su concepto y cuyo signo casa
           *> con el importe. Los conceptos que no se pueden asignar
           *> quedan con tipo 000 y se listan en CONVERSIONTIPOS.DAT.
           *> El operador debe haber renombrado antes MOVIMIENTOS.DAT
           *> a MOVIMIENTOSOLD.DAT y MOVIMIENTOSHIST.DAT a
           *> MOVIMIENTOSHISTOLD.DAT.
           DISPLAY "Conversion del mayor a tipos de movimiento".
           OPEN INPUT MOVIMIENTOSOLDFILE.
           IF FSVF = "35"
               DISPLAY "No se encuentra MOVIMIENTOSOLD.DAT"
               STOP RUN
           END-IF.

           OPEN I-O TIPOSMOVFILE.
           IF FSTM = "35"
               CLOSE TIPOSMOVFILE
               OPEN OUTPUT TIPOSMOVFILE
               CLOSE TIPOSMOVFILE
               OPEN I-O TIPOSMOVFILE
           END-IF.
           MOVE 001 TO TIPCODIGO.
           MOVE "Reintegro" TO TIPDESCRIPCION.
           MOVE "D" TO TIPSIGNO.
           WRITE TIPOSMOVREC INVALID KEY CONTINUE END-WRITE.
           MOVE 002 TO TIPCODIGO.
           MOVE "Ingreso" TO TIPDESCRIPCION.
           MOVE "H" TO TIPSIGNO.
           WRITE TIPOSMOVREC INVALID KEY CONTINUE END-WRITE.
           MOVE 003 TO TIPCODIGO.
           MOVE "Ingreso cheque" TO TIPDESCRIPCION.
           MOVE "H" TO TIPSIGNO.
           WRITE TIPOSMOVREC INVALID KEY CONTINUE END-WRITE.
           MOVE 004 TO TIPCODIGO.
           MOVE "Transferencia enviada" TO TIPDESCRIPCION.
           MOVE "D" TO TIPSIGNO.
           WRITE TIPOSMOVREC INVALID KEY CONTINUE END-WRITE.
           MOVE 005 TO TIPCODIGO.
           MOVE "Transferencia recibida" TO TIPDESCRIPCION.
           MOVE "H" TO TIPSIGNO.
           WRITE TIPOSMOVREC INVALID KEY CONTINUE END-WRITE.
           MOVE 006 TO TIPCODIGO.
           MOVE "Transferencia periodica enviada" TO TIPDESCRIPCION.
           MOVE "D" TO TIPSIGNO.
           WRITE TIPOSMOVREC INVALID KEY CONTINUE END-WRITE.
           MOVE 007 TO TIPCODIGO.
           MOVE "Transferencia periodica recibida" TO TIPDESCRIPCION.
           MOVE "H" TO TIPSIGNO.
           WRITE TIPOSMOVREC INVALID KEY CONTINUE END-WRITE.
           MOVE 008 TO TIPCODIGO.
           MOVE "Entrada" TO TIPDESCRIPCION.
           MOVE "D" TO TIPSIGNO.
           WRITE TIPOSMOVREC INVALID KEY CONTINUE END-WRITE.
           MOVE 009 TO TIPCODIGO.
           MOVE "Devolucion entrada" TO TIPDESCRIPCION.
           MOVE "H" TO TIPSIGNO.
           WRITE TIPOSMOVREC INVALID KEY CONTINUE END-WRITE.
           MOVE 010 TO TIPCODIGO.
           MOVE "Interes" TO TIPDESCRIPCION.
           MOVE "H" TO TIPSIGNO.
           WRITE TIPOSMOVREC INVALID KEY CONTINUE END-WRITE.
           MOVE 011 TO TIPCODIGO.
           MOVE "Comision" TO TIPDESCRIPCION.
           MOVE "D" TO TIPSIGNO.
           WRITE TIPOSMOVREC INVALID KEY CONTINUE END-WRITE.
           MOVE 012 TO TIPCODIGO.
           MOVE "Liquidacion espectaculo" TO TIPDESCRIPCION.
           MOVE "H" TO TIPSIGNO.
           WRITE TIPOSMOVREC INVALID KEY CONTINUE END-WRITE.
           MOVE 013 TO TIPCODIGO.
           MOVE "Interes deudor" TO TIPDESCRIPCION.
           MOVE "D" TO TIPSIGNO.
           WRITE TIPOSMOVREC INVALID KEY CONTINUE END-WRITE.
           MOVE 014 TO TIPCODIGO.
           MOVE "Extorno" TO TIPDESCRIPCION.
           MOVE "A" TO TIPSIGNO.
           WRITE TIPOSMOVREC INVALID KEY CONTINUE END-WRITE.
           MOVE 015 TO TIPCODIGO.
           MOVE "Saldo anterior" TO TIPDESCRIPCION.
           MOVE "A" TO TIPSIGNO.
           WRITE TIPOSMOVREC INVALID KEY CONTINUE END-WRITE.
           MOVE 016 TO TIPCODIGO.
           MOVE "Concesion prestamo" TO TIPDESCRIPCION.
           MOVE "H" TO TIPSIGNO.
           WRITE TIPOSMOVREC INVALID KEY CONTINUE END-WRITE.
           MOVE 017 TO TIPCODIGO.
           MOVE "Intereses prestamo" TO TIPDESCRIPCION.
           MOVE "D" TO TIPSIGNO.
           WRITE TIPOSMOVREC INVALID KEY CONTINUE END-WRITE.
           MOVE 018 TO TIPCODIGO.
           MOVE "Amortizacion prestamo" TO TIPDESCRIPCION.
           MOVE "D" TO TIPSIGNO.
           WRITE TIPOSMOVREC INVALID KEY CONTINUE END-WRITE.
           *> El recibo se carga al cliente y se abona en la cuenta
           *> de liquidacion con el mismo concepto: dos tipos.
           MOVE 019 TO TIPCODIGO.
           MOVE "Recibo domiciliado" TO TIPDESCRIPCION.
           MOVE "D" TO TIPSIGNO.
           WRITE TIPOSMOVREC INVALID KEY CONTINUE END-WRITE.
           MOVE 020 TO TIPCODIGO.
           MOVE "Recibo domiciliado" TO TIPDESCRIPCION.
           MOVE "H" TO TIPSIGNO.
           WRITE TIPOSMOVREC INVALID KEY CONTINUE END-WRITE.
           MOVE 021 TO TIPCODIGO.
           MOVE "Ingreso ventanilla" TO TIPDESCRIPCION.
           MOVE "H" TO TIPSIGNO.
           WRITE TIPOSMOVREC INVALID KEY CONTINUE END-WRITE.
           MOVE 022 TO TIPCODIGO.
           MOVE "Reintegro ventanilla" TO TIPDESCRIPCION.
           MOVE "D" TO TIPSIGNO.
           WRITE TIPOSMOVREC INVALID KEY CONTINUE END-WRITE.
           CLOSE TIPOSMOVFILE.

           *> Carga la tabla completa (incluidas las altas hechas a
           *> mano con MANTTIPOSMOV) para la asignacion.
           OPEN INPUT TIPOSMOVFILE.
       CARGARTIPOS.
           READ TIPOSMOVFILE NEXT RECORD
                AT END MOVE "Y" TO EOT
           END-READ.
           IF EOT = "N" AND NUMTIPOS < 99
               ADD 1 TO NUMTIPOS GIVING NUMTIPOS
               MOVE TIPCODIGO TO TABCODIGO(NUMTIPOS)
               MOVE TIPDESCRIPCION TO TABDESC(NUMTIPOS)
               MOVE TIPSIGNO TO TABSIGNO(NUMTIPOS)
               GO TO CARGARTIPOS
           END-IF.
           CLOSE TIPOSMOVFILE.

           OPEN OUTPUT INFORMEFILE.
           MOVE SPACES TO LINEAINFORME.
           STRING "UnizarBank - Conversion a tipos de movimiento"
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE SPACES TO LINEAINFORME.
           STRING "Movimientos cuyo signo no casa con el tipo:"
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           OPEN OUTPUT MOVIMIENTOSFILE.

       LEEROLD.
           READ MOVIMIENTOSOLDFILE NEXT RECORD
                AT END MOVE "Y" TO EOV
           END-READ.
           IF EOV = "Y"
               GO TO FINVIVO
           END-IF.
           MOVE OMID TO MIDCONV.
           MOVE OCONCEPTO TO CONCEPTOCONV.
           MOVE OCANTIDAD TO CANTIDADCONV.
           MOVE "V" TO ORIGEN.
           GO TO ASIGNARTIPO.
       GRABARVIVO.
           MOVE OMID TO MID.
           MOVE OFECHORA TO FECHORA.
           MOVE OCUENTAMOV TO CUENTAMOV.
           MOVE OCONCEPTO TO CONCEPTO.
           MOVE OCANTIDAD TO CANTIDAD.
           MOVE ODESTINO TO DESTINO.
           MOVE OSALDOCUENTA TO SALDOCUENTA.
           MOVE OMOVOPERADOR TO MOVOPERADOR.
           MOVE TIPOCONV TO MOVTIPO.
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
           MOVE VMID TO MIDCONV.
           MOVE VCONCEPTO TO CONCEPTOCONV.
           MOVE VCANTIDAD TO CANTIDADCONV.
           MOVE "H" TO ORIGEN.
           GO TO ASIGNARTIPO.
       GRABARHIST.
           MOVE VMID TO HMID.
           MOVE VFECHORA TO HFECHORA.
           MOVE VCUENTAMOV TO HCUENTAMOV.
           MOVE VCONCEPTO TO HCONCEPTO.
           MOVE VCANTIDAD TO HCANTIDAD.
           MOVE VDESTINO TO HDESTINO.
           MOVE VSALDOCUENTA TO HSALDOCUENTA.
           MOVE VOPERADOR TO HOPERADOR.
           MOVE TIPOCONV TO HTIPO.
           WRITE MOVIMIENTOSHISTREC.
           ADD 1 TO CONVERTIDOSH GIVING CONVERTIDOSH.
           GO TO LEEROLDHIST.

       ASIGNARTIPO.
           *> Busca el tipo de igual descripcion y signo compatible;
           *> si solo coincide la descripcion se asigna igualmente y
           *> se lista para revision.
           MOVE 0 TO TIPOCONV.
           MOVE 0 TO TIPODESC.
           MOVE 0 TO IDXTIP.
       BUSCARTIPO.
           IF IDXTIP < NUMTIPOS AND TIPOCONV = 0
               ADD 1 TO IDXTIP GIVING IDXTIP
               IF TABDESC(IDXTIP) = CONCEPTOCONV
                   IF TIPODESC = 0
                       MOVE TABCODIGO(IDXTIP) TO TIPODESC
                   END-IF
                   IF TABSIGNO(IDXTIP) = "A"
                      OR (TABSIGNO(IDXTIP) = "D"
                          AND CANTIDADCONV NOT > 0)
                      OR (TABSIGNO(IDXTIP) = "H"
                          AND CANTIDADCONV NOT < 0)
                       MOVE TABCODIGO(IDXTIP) TO TIPOCONV
                   END-IF
               END-IF
               GO TO BUSCARTIPO
           END-IF.
           IF TIPOCONV = 0 AND TIPODESC > 0
               MOVE TIPODESC TO TIPOCONV
               ADD 1 TO SIGNOMAL GIVING SIGNOMAL
               MOVE CANTIDADCONV TO CANTFORMA
               MOVE SPACES TO LINEAINFORME
               STRING "  MID " MIDCONV "  " CONCEPTOCONV "  "
                      CANTFORMA "  tipo " TIPOCONV
                      DELIMITED BY SIZE INTO LINEAINFORME
               WRITE LINEAINFORME
           END-IF.
           IF TIPOCONV = 0
               GO TO ANOTARSINMAPEAR
           END-IF.
           GO TO VOLVERORIGEN.

       ANOTARSINMAPEAR.
           ADD 1 TO SINMAPEAR GIVING SINMAPEAR.
           MOVE 0 TO IDXSIN.
       BUSCARSINMAPEAR.
           IF IDXSIN < NUMSIN
               ADD 1 TO IDXSIN GIVING IDXSIN
               IF SINCONCEPTO(IDXSIN) = CONCEPTOCONV
                   ADD 1 TO SINCUENTA(IDXSIN) GIVING SINCUENTA(IDXSIN)
                   GO TO VOLVERORIGEN
               END-IF
               GO TO BUSCARSINMAPEAR
           END-IF.
           IF NUMSIN < 50
               ADD 1 TO NUMSIN GIVING NUMSIN
               MOVE CONCEPTOCONV TO SINCONCEPTO(NUMSIN)
               MOVE 1 TO SINCUENTA(NUMSIN)
           END-IF.
           GO TO VOLVERORIGEN.

       VOLVERORIGEN.
           IF ORIGEN = "V"
               GO TO GRABARVIVO
           END-IF.
           GO TO GRABARHIST.

       FIN.
           MOVE SPACES TO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE SPACES TO LINEAINFORME.
           STRING "Conceptos sin tipo (quedan con tipo 000):"
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE 0 TO IDXSIN.
       ESCRIBIRSINMAPEAR.
           IF IDXSIN < NUMSIN
               ADD 1 TO IDXSIN GIVING IDXSIN
               MOVE SINCUENTA(IDXSIN) TO TOTALFORMA
               MOVE SPACES TO LINEAINFORME
               STRING "  " SINCONCEPTO(IDXSIN) "  " TOTALFORMA
                      " movimientos"
                      DELIMITED BY SIZE INTO LINEAINFORME
               WRITE LINEAINFORME
               GO TO ESCRIBIRSINMAPEAR
           END-IF.
           MOVE SPACES TO LINEAINFORME.
           MOVE SINMAPEAR TO TOTALFORMA.
           STRING "Total movimientos sin tipo: " TOTALFORMA
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           CLOSE INFORMEFILE.
           MOVE CONVERTIDOS TO TOTALFORMA.
           DISPLAY "Movimientos convertidos: " TOTALFORMA.
           MOVE CONVERTIDOSH TO TOTALFORMA.
           DISPLAY "Historicos convertidos: " TOTALFORMA.
           MOVE SINMAPEAR TO TOTALFORMA.
           DISPLAY "Sin tipo asignado: " TOTALFORMA.
           MOVE SIGNOMAL TO TOTALFORMA.
           DISPLAY "Con signo no esperado: " TOTALFORMA.
           DISPLAY "Detalle en CONVERSIONTIPOS.DAT".
           STOP RUN.
       END PROGRAM CONVERTIRTIPOMOV.
