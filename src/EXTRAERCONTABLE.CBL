           RECORD KEY IS MAPCONCEPTO
           FILE STATUS IS FSMA.

           SELECT TIPOSMOVFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIPCODIGO
           FILE STATUS IS FSTM.

           SELECT CONTABLEFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSCO.
             02 CANTIDAD PIC S9999999V99.
             02 DESTINO  PIC X(10) VALUE "".
             02 SALDOCUENTA    PIC S9999999V99.
             02 MOVOPERADOR PIC X(10). *> operador de oficina
             02 MOVTIPO   PIC 9(3). *> codigo de TIPOSMOV.DAT
             02 MOVTERMINAL PIC X(6). *> cajero de la operacion
             02 MOVFECHAVALOR PIC 9(8). *> fecha valor AAAAMMDD

           FD MAPAFILE
               LABEL RECORDS ARE STANDARD
             02 MAPCONCEPTO PIC X(40).
             02 MAPCTAGL    PIC 9(8).

           FD TIPOSMOVFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "TIPOSMOV.DAT".
           01 TIPOSMOVREC.
             02 TIPCODIGO      PIC 9(3).
             02 TIPDESCRIPCION PIC X(40).
             02 TIPSIGNO       PIC X. *> D cargo, H abono, A ambos

           FD CONTABLEFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "CONTABLE.DAT".
           77 FSMA      PIC XX.
           77 FSCO      PIC XX.
           77 FSER      PIC XX.
           77 FSTM      PIC XX.
           77 TIPOFORMA PIC 999.
           77 EOM       PIC X VALUE "N".
           77 FECHAINF  PIC 9(8).
           77 NOMAPA    PIC 9 VALUE 0.
       INICIO.
           *> Extracto nocturno para el paquete contable: cada
           *> movimiento del dia genera un apunte al debe y otro al
           *> haber del mismo importe, con la cuenta contable de su
           *> tipo de movimiento (la descripcion del tipo en
           *> TIPOSMOV.DAT se busca en MAPACONTABLE.DAT) y la cuenta
           *> de acreedores clientes como contrapartida. El registro
           *> de cola lleva numero de apuntes y totales debe y haber,
           *> que el paquete valida al cargar. Un dia con tipos sin
           *> mapear no se exporta: queda senalado en
           *> CONTABLEERR.DAT para su revision.
           DISPLAY "EXTRAERCONTABLE - extracto para contabilidad".
           DISPLAY "Introduzca la fecha a extraer (AAAAMMDD): ".
           END-IF.
           MOVE MAPCTAGL TO CTACLIENTES.

           OPEN INPUT TIPOSMOVFILE.
           IF FSTM = "35"
               DISPLAY "No existe TIPOSMOV.DAT: use MANTTIPOSMOV"
               CLOSE MAPAFILE
               STOP RUN
           END-IF.

           OPEN INPUT MOVIMIENTOSFILE.
           IF FSMF = "35"
               DISPLAY "No se encuentra MOVIMIENTOS.DAT"
               CLOSE MAPAFILE
               CLOSE TIPOSMOVFILE
               STOP RUN
           END-IF.
           OPEN OUTPUT ERRORESFILE.
           GO TO VALIDARMAPA.

       VALIDARMAPA.
           *> Primera pasada: todos los tipos de movimiento del dia
           *> deben tener cuenta contable antes de generar nada.
           READ MOVIMIENTOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOM
           END-READ.
               GO TO VALIDARMAPA
           END-IF.
           MOVE 0 TO NOMAPA.
           MOVE MOVTIPO TO TIPCODIGO.
           READ TIPOSMOVFILE
                INVALID KEY MOVE 2 TO NOMAPA
           END-READ.
           IF NOMAPA = 0
               MOVE TIPDESCRIPCION TO MAPCONCEPTO
               READ MAPAFILE
                    INVALID KEY MOVE 1 TO NOMAPA
               END-READ
           END-IF.
           MOVE MOVTIPO TO TIPOFORMA.
           IF NOMAPA = 1
               ADD 1 TO ERRORES GIVING ERRORES
               MOVE SPACES TO LINEAERROR
               STRING "Tipo sin cuenta contable: " TIPOFORMA " "
                      TIPDESCRIPCION
                      DELIMITED BY SIZE INTO LINEAERROR
               WRITE LINEAERROR
           END-IF.
           IF NOMAPA = 2
               ADD 1 TO ERRORES GIVING ERRORES
               MOVE SPACES TO LINEAERROR
               STRING "Tipo no definido: " TIPOFORMA " MID " MID
                      " " CONCEPTO
                      DELIMITED BY SIZE INTO LINEAERROR
               WRITE LINEAERROR
           END-IF.
               WRITE LINEAERROR
               CLOSE ERRORESFILE
               CLOSE MAPAFILE
               CLOSE TIPOSMOVFILE
               MOVE ERRORES TO TOTALFORMA
               DISPLAY "Movimientos sin mapear: " TOTALFORMA
               DISPLAY "Dia NO exportado: detalle en CONTABLEERR.DAT"
               STOP RUN
           END-IF.
           IF FECHORA(1:8) NOT = FECHAINF
               GO TO EXTRAER
           END-IF.
           MOVE MOVTIPO TO TIPCODIGO.
           READ TIPOSMOVFILE
                INVALID KEY CONTINUE
           END-READ.
           MOVE TIPDESCRIPCION TO MAPCONCEPTO.
           READ MAPAFILE
                INVALID KEY CONTINUE
           END-READ.
       ESCRIBIRTRAILER.
           CLOSE MOVIMIENTOSFILE.
           CLOSE MAPAFILE.
           CLOSE TIPOSMOVFILE.
           IF TOTDEBE NOT = TOTHABER
               *> No deberia ocurrir: cada movimiento genera debe y
               *> haber iguales. Si pasa, el fichero no debe cargarse.
