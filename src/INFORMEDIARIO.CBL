           ALTERNATE RECORD KEY IS CUENTAMOV WITH DUPLICATES
           FILE STATUS IS FSMF.

           SELECT TIPOSMOVFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIPCODIGO
           FILE STATUS IS FSTM.

           SELECT INFORMEFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSIF.
             02 CANTIDAD PIC S9999999V99.
             02 DESTINO  PIC X(10) VALUE "".
             02 SALDOCUENTA    PIC S9999999V99.
             02 MOVOPERADOR PIC X(10). *> operador de oficina
             02 MOVTIPO   PIC 9(3). *> codigo de TIPOSMOV.DAT
             02 MOVTERMINAL PIC X(6). *> cajero de la operacion
             02 MOVFECHAVALOR PIC 9(8). *> fecha valor AAAAMMDD

           FD TIPOSMOVFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "TIPOSMOV.DAT".
           01 TIPOSMOVREC.
             02 TIPCODIGO      PIC 9(3).
             02 TIPDESCRIPCION PIC X(40).
             02 TIPSIGNO       PIC X. *> D cargo, H abono, A ambos

           FD INFORMEFILE
               LABEL RECORDS ARE STANDARD
       WORKING-STORAGE SECTION.
           77 FSMF   PIC XX.
           77 FSIF   PIC XX.
           77 FSTM   PIC XX.
           77 EOT    PIC X VALUE "N".
           77 EOM    PIC X VALUE "N".
           77 FECHAINF PIC 9(8).
           77 IDXCLA PIC 99.
           77 NUMCLA PIC 99 VALUE 99.
           77 TOTDEBE  PIC 9(9)V99 VALUE 0.
           77 TOTHABER PIC 9(9)V99 VALUE 0.
           77 NETO     PIC S9(9)V99 VALUE 0.
           77 DEBEFORMA PIC ZZZ,ZZZ,ZZ9.99.
           77 HABERFORMA PIC ZZZ,ZZZ,ZZ9.99.
           77 NETOFORMA PIC -ZZZ,ZZZ,ZZ9.99.
           77 TIPOFORMA PIC 999.
           01 TABCLASES.
             02 CLASELIN OCCURS 99 TIMES.
               03 CLANOMBRE PIC X(32).
               03 CLACUENTA PIC 9(7).
               03 CLADEBE   PIC 9(9)V99.
       PROCEDURE DIVISION.
       INICIO.
           *> Hoja diaria de operaciones: numero de movimientos y
           *> suma por tipo de movimiento, en columnas debe (cargos) y
           *> haber (abonos). El neto debe coincidir con la variacion
           *> total de saldos del dia. Cada tipo de TIPOSMOV.DAT tiene
           *> su linea; los codigos sin clasificar van a "Otros".
           DISPLAY "Diario de operaciones - UnizarBank".
           DISPLAY "Introduzca la fecha del diario (AAAAMMDD): ".
           ACCEPT FECHAINF.
               MOVE 0 TO CLAHABER(IDXCLA)
               GO TO LIMPIARCLASE
           END-IF.
           MOVE "Otros / sin clasificar" TO CLANOMBRE(99).
           OPEN INPUT TIPOSMOVFILE.
           IF FSTM = "35"
               MOVE "Y" TO EOT
           END-IF.
       CARGARTIPOS.
           IF EOT = "N"
               READ TIPOSMOVFILE NEXT RECORD
                    AT END MOVE "Y" TO EOT
               END-READ
               IF EOT = "N"
                   IF TIPCODIGO > 0 AND TIPCODIGO < NUMCLA
                       MOVE TIPDESCRIPCION TO CLANOMBRE(TIPCODIGO)
                   END-IF
                   GO TO CARGARTIPOS
               END-IF
           END-IF.
           IF FSTM NOT = "35"
               CLOSE TIPOSMOVFILE
           END-IF.

           OPEN INPUT MOVIMIENTOSFILE.
           IF FSMF = "35"
           GO TO CLASIFICAR.

       CLASIFICAR.
           IF MOVTIPO > 0 AND MOVTIPO < NUMCLA
               MOVE MOVTIPO TO IDXCLA
           ELSE
               MOVE NUMCLA TO IDXCLA
           END-IF.
           ADD 1 TO CLACUENTA(IDXCLA) GIVING CLACUENTA(IDXCLA).
           ADD 1 TO MOVTOSDIA GIVING MOVTOSDIA.
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE SPACES TO LINEAINFORME.
           STRING "  Tipo de movimiento                Movtos"
                  "            Debe           Haber"
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           IF IDXCLA < NUMCLA
               ADD 1 TO IDXCLA GIVING IDXCLA
               IF CLACUENTA(IDXCLA) > 0
                   IF CLANOMBRE(IDXCLA) = SPACES
                       MOVE IDXCLA TO TIPOFORMA
                       STRING "Tipo " TIPOFORMA
                              DELIMITED BY SIZE INTO CLANOMBRE(IDXCLA)
                   END-IF
                   MOVE CLACUENTA(IDXCLA) TO CONTFORMA
                   MOVE CLADEBE(IDXCLA) TO DEBEFORMA
                   MOVE CLAHABER(IDXCLA) TO HABERFORMA
