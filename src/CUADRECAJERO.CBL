           SELECT CASETESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CASCLAVE
           FILE STATUS IS FSCJ.

           SELECT CASETESFOTOFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOTOCLAVE
           FILE STATUS IS FSFO.

           SELECT TERMINALESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TERID
           FILE STATUS IS FSTE.

           SELECT MOVIMIENTOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "CASETES.DAT".
           01 CASETESREC.
             02 CASCLAVE.
               03 CASTERMINAL  PIC X(6).
               03 DENOMINACION PIC 9(3).
             02 CARGADOS PIC 9(5).
             02 DISPENSADOS PIC 9(5).

               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "CASETESFOTO.DAT".
           01 CASETESFOTOREC.
             02 FOTOCLAVE.
               03 FOTOTERMINAL PIC X(6).
               03 FOTODENOM    PIC 9(3).
             02 FOTOCARGADOS PIC 9(5).
             02 FOTODISPENSADOS PIC 9(5).

           FD TERMINALESFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "TERMINALES.DAT".
           01 TERMINALESREC.
             02 TERID        PIC X(6).
             02 TERUBICACION PIC X(30).
             02 TERESTADO    PIC X. *> A activo, B de baja

           FD MOVIMIENTOSFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "MOVIMIENTOS.DAT".
             02 CANTIDAD PIC S9999999V99.
             02 DESTINO  PIC X(10) VALUE "".
             02 SALDOCUENTA    PIC S9999999V99.
             02 MOVOPERADOR PIC X(10). *> operador de oficina
             02 MOVTIPO   PIC 9(3). *> codigo de TIPOSMOV.DAT
             02 MOVTERMINAL PIC X(6). *> cajero de la operacion
             02 MOVFECHAVALOR PIC 9(8). *> fecha valor AAAAMMDD

           FD REPOSICIONESFILE
               LABEL RECORDS ARE STANDARD
             02 REPODENOM PIC X(3).
             02 FILLER    PIC X(10).
             02 REPOUNIDADES PIC X(5).
             02 FILLER    PIC X(10).
             02 REPOTERMINAL PIC X(6).
             02 FILLER    PIC X(47).

           FD INFORMEFILE
               LABEL RECORDS ARE STANDARD
           77 FSMF      PIC XX.
           77 FSRP      PIC XX.
           77 FSIF      PIC XX.
           77 FSTE      PIC XX.
           77 EOT       PIC X VALUE "N".
           77 NUMTERM   PIC 9(3) VALUE 0.
           77 NUMINVEST PIC 9(3) VALUE 0.
           77 DESCUADRE PIC X VALUE "N".
           77 TERMFORMA PIC ZZ9.
           77 EOC       PIC X VALUE "N".
           77 EOM       PIC X VALUE "N".
           77 EOR       PIC X VALUE "N".

       PROCEDURE DIVISION.
       INICIO.
           *> Cuadre diario de efectivo por cajero: en cada terminal
           *> el aumento de DISPENSADOS por denominacion desde el
           *> ultimo cuadre (foto en CASETESFOTO.DAT), valorado en
           *> euros, debe igualar la suma de los reintegros del dia
           *> hechos en ese terminal; y el aumento de CARGADOS debe
           *> igualar sus reposiciones del dia mas el efectivo
           *> reciclado de sus ingresos. Cualquier diferencia queda
           *> marcada INVESTIGAR en el terminal que la produce. El
           *> cuadre debe pasarse cada dia para que los contadores y
           *> los movimientos cubran el mismo periodo.
           DISPLAY "CUADRECAJERO - cuadre de efectivo del cajero".
           DISPLAY "Introduzca la fecha del cuadre (AAAAMMDD): ".
           ACCEPT FECHAINF.

           OPEN INPUT TERMINALESFILE.
           IF FSTE = "35"
               DISPLAY "No hay terminales dados de alta"
               STOP RUN
           END-IF.
           OPEN OUTPUT INFORMEFILE.
           MOVE SPACES TO LINEAINFORME.
           STRING "UnizarBank - Cuadre de efectivo del dia " FECHAINF
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.

           OPEN I-O CASETESFOTOFILE.
           IF FSFO = "35"
               OPEN I-O CASETESFOTOFILE
           END-IF.
           OPEN INPUT CASETESFILE.

       LEERTERMINAL.
           READ TERMINALESFILE NEXT RECORD
                AT END MOVE "Y" TO EOT
           END-READ.
           IF EOT = "Y"
               GO TO FIN
           END-IF.
           ADD 1 TO NUMTERM GIVING NUMTERM.
           MOVE 0 TO TOTDISPENSADO.
           MOVE 0 TO TOTCARGADO.
           MOVE 0 TO TOTREINTEGROS.
           MOVE 0 TO TOTINGRESOS.
           MOVE 0 TO TOTREPUESTO.
           MOVE "N" TO DESCUADRE.
           MOVE SPACES TO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE SPACES TO LINEAINFORME.
           STRING "Terminal " TERID " - " TERUBICACION
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE SPACES TO LINEAINFORME.
           STRING "  Denom  DeltaDisp  DeltaCarg       ValorDisp"
                  "       ValorCarg"
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE "N" TO EOC.
           IF FSCJ = "35"
               MOVE "Y" TO EOC
           ELSE
               MOVE TERID TO CASTERMINAL
               MOVE 0 TO DENOMINACION
               START CASETESFILE
                    KEY IS NOT < CASCLAVE
                    INVALID KEY MOVE "Y" TO EOC
               END-START
           END-IF.
       LEERCASETE.
           IF EOC = "N"
                    AT END MOVE "Y" TO EOC
               END-READ
           END-IF.
           IF EOC = "N" AND CASTERMINAL NOT = TERID
               MOVE "Y" TO EOC
           END-IF.
           IF EOC = "Y"
               GO TO SUMARMOVTOS
           END-IF.
           MOVE "Y" TO FOTOEXISTE.
           MOVE CASTERMINAL TO FOTOTERMINAL.
           MOVE DENOMINACION TO FOTODENOM.
           READ CASETESFOTOFILE
                INVALID KEY MOVE "N" TO FOTOEXISTE
           WRITE LINEAINFORME.
           *> La foto queda actualizada con los contadores de hoy:
           *> el proximo cuadre medira solo el dia siguiente.
           MOVE CASTERMINAL TO FOTOTERMINAL.
           MOVE DENOMINACION TO FOTODENOM.
           MOVE CARGADOS TO FOTOCARGADOS.
           MOVE DISPENSADOS TO FOTODISPENSADOS.
           GO TO LEERCASETE.

       SUMARMOVTOS.
           MOVE "N" TO EOM.
           OPEN INPUT MOVIMIENTOSFILE.
           IF FSMF = "35"
               MOVE "Y" TO EOM
           IF FECHORA(1:8) NOT = FECHAINF
               GO TO LEERMOV
           END-IF.
           IF MOVTERMINAL NOT = TERID
               GO TO LEERMOV
           END-IF.
           IF CANTIDAD < 0
               MULTIPLY CANTIDAD BY -1 GIVING CANTABS
           ELSE
               MOVE CANTIDAD TO CANTABS
           END-IF.
           IF MOVTIPO = 001 *> Reintegro
               ADD CANTABS TO TOTREINTEGROS GIVING TOTREINTEGROS
           END-IF.
           IF MOVTIPO = 002 *> Ingreso
               ADD CANTABS TO TOTINGRESOS GIVING TOTINGRESOS
           END-IF.
           GO TO LEERMOV.

       SUMARREPOSICIONES.
           MOVE "N" TO EOR.
           OPEN INPUT REPOSICIONESFILE.
           IF FSRP = "35"
               MOVE "Y" TO EOR
           IF REPOFECHA NOT = FECHAINF
               GO TO LEERREPO
           END-IF.
           IF REPOTERMINAL NOT = TERID
               GO TO LEERREPO
           END-IF.
           INSPECT REPODENOM REPLACING LEADING " " BY "0".
           INSPECT REPOUNIDADES REPLACING LEADING " " BY "0".
           MOVE REPODENOM TO DENOMREPO.
                      "E  CUADRA"
                      DELIMITED BY SIZE INTO LINEAINFORME
           ELSE
               MOVE "Y" TO DESCUADRE
               STRING "Diferencia dispensado:     " IMPFORMA
                      "E  INVESTIGAR"
                      DELIMITED BY SIZE INTO LINEAINFORME
                      "E  CUADRA"
                      DELIMITED BY SIZE INTO LINEAINFORME
           ELSE
               MOVE "Y" TO DESCUADRE
               STRING "Diferencia carga:          " IMPFORMA
                      "E  INVESTIGAR"
                      DELIMITED BY SIZE INTO LINEAINFORME
           END-IF.
           WRITE LINEAINFORME.
           IF DESCUADRE = "Y"
               ADD 1 TO NUMINVEST GIVING NUMINVEST
           END-IF.
           GO TO LEERTERMINAL.

       FIN.
           CLOSE TERMINALESFILE.
           IF FSCJ NOT = "35"
               CLOSE CASETESFILE
           END-IF.
           CLOSE CASETESFOTOFILE.
           MOVE SPACES TO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE NUMTERM TO TERMFORMA.
           MOVE SPACES TO LINEAINFORME.
           STRING "Terminales cuadrados:      " TERMFORMA
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE NUMINVEST TO TERMFORMA.
           MOVE SPACES TO LINEAINFORME.
           STRING "Terminales a investigar:   " TERMFORMA
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           CLOSE INFORMEFILE.
           DISPLAY "Cuadre generado en CUADRECAJERO.DAT".
           STOP RUN.
