       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULARDIAHABIL.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FESTIVOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FESFECHA
           FILE STATUS IS FSFE.

       DATA DIVISION.
       FILE SECTION.

           FD FESTIVOSFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "FESTIVOS.DAT".
           01 FESTIVOSREC.
             02 FESFECHA       PIC 9(8). *> AAAAMMDD
             02 FESDESCRIPCION PIC X(30).

       WORKING-STORAGE SECTION.
           77 FSFE      PIC XX.
           77 HAYFESTIVOS PIC X VALUE "N".
           77 FESTIVO   PIC X VALUE "N".
           77 FECHATRAB PIC 9(8).
           77 DIASPEND  PIC 9(3).
           77 AATMP     PIC 9999.
           77 MMTMP     PIC 99.
           77 DDTMP     PIC 99.
           77 RESTOFECHA PIC 9(4).
           77 DIASMES   PIC 99.
           77 RESTO4    PIC 9.
           77 RESTO100  PIC 99.
           77 RESTO400  PIC 999.
           77 COCIENTE  PIC 9(5).
           *> Congruencia de Zeller: 0 sabado, 1 domingo, 2 lunes...
           77 AAZ       PIC 9999.
           77 MMZ       PIC 99.
           77 SIGLO     PIC 99.
           77 AASIGLO   PIC 99.
           77 TERMINO   PIC 9(5).
           77 SUMAZ     PIC 9(5).
           77 DIASEMANA PIC 9.

       LINKAGE SECTION.
           01 DHFECHAPARAM PIC 9(8).
           01 DHDIASPARAM  PIC 9(3).
           01 DHRESULTPARAM PIC 9(8).

       PROCEDURE DIVISION USING DHFECHAPARAM, DHDIASPARAM,
           DHRESULTPARAM.
       INICIO.
           *> Calendario de dias habiles del banco. Devuelve el primer
           *> dia habil igual o posterior a la fecha recibida y, si se
           *> pide un numero de dias, avanza ademas esos dias habiles.
           *> Son inhabiles los sabados, los domingos y las fechas de
           *> FESTIVOS.DAT. Con 0 dias sirve para la fecha valor de un
           *> movimiento: la de un dia inhabil pasa al siguiente
           *> habil. Sin fichero de festivos solo cuentan los fines
           *> de semana.
           MOVE DHFECHAPARAM TO FECHATRAB.
           MOVE DHDIASPARAM TO DIASPEND.
           MOVE "N" TO HAYFESTIVOS.
           OPEN INPUT FESTIVOSFILE.
           IF FSFE NOT = "35"
               MOVE "Y" TO HAYFESTIVOS
           END-IF.
           GO TO COMPROBARDIA.

       COMPROBARDIA.
           DIVIDE FECHATRAB BY 10000 GIVING AATMP
               REMAINDER RESTOFECHA.
           DIVIDE RESTOFECHA BY 100 GIVING MMTMP REMAINDER DDTMP.
           IF MMTMP < 1 OR MMTMP > 12 OR DDTMP < 1 OR DDTMP > 31
               *> Fecha imposible: se devuelve tal cual.
               GO TO FIN
           END-IF.
           MOVE AATMP TO AAZ.
           MOVE MMTMP TO MMZ.
           IF MMZ < 3
               ADD 12 TO MMZ GIVING MMZ
               SUBTRACT 1 FROM AAZ GIVING AAZ
           END-IF.
           DIVIDE AAZ BY 100 GIVING SIGLO REMAINDER AASIGLO.
           MOVE DDTMP TO SUMAZ.
           COMPUTE TERMINO = 13 * (MMZ + 1).
           DIVIDE TERMINO BY 5 GIVING TERMINO.
           ADD TERMINO TO SUMAZ GIVING SUMAZ.
           ADD AASIGLO TO SUMAZ GIVING SUMAZ.
           DIVIDE AASIGLO BY 4 GIVING TERMINO.
           ADD TERMINO TO SUMAZ GIVING SUMAZ.
           DIVIDE SIGLO BY 4 GIVING TERMINO.
           ADD TERMINO TO SUMAZ GIVING SUMAZ.
           MULTIPLY SIGLO BY 5 GIVING TERMINO.
           ADD TERMINO TO SUMAZ GIVING SUMAZ.
           DIVIDE SUMAZ BY 7 GIVING COCIENTE REMAINDER DIASEMANA.
           IF DIASEMANA = 0 OR DIASEMANA = 1
               GO TO DIASIGUIENTE
           END-IF.
           MOVE "N" TO FESTIVO.
           IF HAYFESTIVOS = "Y"
               MOVE FECHATRAB TO FESFECHA
               READ FESTIVOSFILE
                    INVALID KEY MOVE "N" TO FESTIVO
                    NOT INVALID KEY MOVE "Y" TO FESTIVO
               END-READ
           END-IF.
           IF FESTIVO = "Y"
               GO TO DIASIGUIENTE
           END-IF.
           *> Dia habil: si no quedan dias por avanzar es el resultado.
           IF DIASPEND = 0
               GO TO FIN
           END-IF.
           SUBTRACT 1 FROM DIASPEND GIVING DIASPEND.
           GO TO DIASIGUIENTE.

       DIASIGUIENTE.
           *> Dia natural siguiente, con los meses de 28, 29, 30 y 31
           *> dias y los bisiestos del calendario gregoriano.
           MOVE 31 TO DIASMES.
           IF MMTMP = 4 OR MMTMP = 6 OR MMTMP = 9 OR MMTMP = 11
               MOVE 30 TO DIASMES
           END-IF.
           IF MMTMP = 2
               MOVE 28 TO DIASMES
               DIVIDE AATMP BY 4 GIVING COCIENTE REMAINDER RESTO4
               DIVIDE AATMP BY 100 GIVING COCIENTE REMAINDER RESTO100
               DIVIDE AATMP BY 400 GIVING COCIENTE REMAINDER RESTO400
               IF RESTO4 = 0 AND (RESTO100 NOT = 0 OR RESTO400 = 0)
                   MOVE 29 TO DIASMES
               END-IF
           END-IF.
           ADD 1 TO DDTMP GIVING DDTMP.
           IF DDTMP > DIASMES
               MOVE 1 TO DDTMP
               ADD 1 TO MMTMP GIVING MMTMP
               IF MMTMP > 12
                   MOVE 1 TO MMTMP
                   ADD 1 TO AATMP GIVING AATMP
               END-IF
           END-IF.
           COMPUTE FECHATRAB = AATMP * 10000 + MMTMP * 100 + DDTMP.
           GO TO COMPROBARDIA.

       FIN.
           IF HAYFESTIVOS = "Y"
               CLOSE FESTIVOSFILE
           END-IF.
           MOVE FECHATRAB TO DHRESULTPARAM.
           EXIT PROGRAM.
       END PROGRAM CALCULARDIAHABIL.
