       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANCELARESPECT.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESPECTACULOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM
           FILE STATUS IS FSEF.

           SELECT SESIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SESCLAVE
           FILE STATUS IS FSSE.

           SELECT ENTRADASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENTID
           ALTERNATE RECORD KEY IS ENTCUENTA WITH DUPLICATES
           FILE STATUS IS FSEN.

           SELECT CANCELESPECTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CANCLAVE
           FILE STATUS IS FSCA.

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

           SELECT INFORMEFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSIF.

       DATA DIVISION.
       FILE SECTION.

           FD ESPECTACULOSFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "ESPECTACULOS.DAT".
           01 ESPECTACULOSREC.
             02 NUM      PIC 9(3).
             02 NOMBRE   PIC X(20).
             02 DESCRIPCION   PIC X(20).
             02 FECHA PIC 9(8). *> Sin formato
             02 PRECIO PIC 999V99.
             02 DISPONIBLES PIC 99999.
             02 CERRADA PIC X(1). *> Y o N

           FD SESIONESFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "SESIONES.DAT".
           01 SESIONESREC.
             02 SESCLAVE.
               03 SESNUM PIC 9(3).
               03 SESID  PIC 9(2).
             02 SESFECHA PIC 9(8). *> AAAAMMDD
             02 SESHORA  PIC 9(4). *> HHMM
             02 SESCAPACIDAD PIC 9(3).
             02 SESDISPONIBLES PIC 9(3).
             02 SESMAPA PIC X(500). *> L libre, O ocupada

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

           FD CANCELESPECTFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "CANCELESPECT.DAT".
           01 CANCELESPECTREC.
             02 CANCLAVE.
               03 CANNUM    PIC 9(3).
               03 CANSESION PIC 9(2). *> 0 = espectaculo entero
             02 CANFECHA    PIC 9(8). *> AAAAMMDD
             02 CANOPERADOR PIC X(10).
             02 CANMOTIVO   PIC X(30).
             02 CANENTRADAS PIC 9(5). *> entradas reembolsadas
             02 CANIMPORTE  PIC 9(9)V99. *> importe reembolsado
             02 CANPENDIENTES PIC 9(5). *> sin reembolsar

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

           FD INFORMEFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "CANCELESPECTINF.DAT".
           01 LINEAINFORME PIC X(110).

       WORKING-STORAGE SECTION.
           77 FSEF      PIC XX.
           77 FSSE      PIC XX.
           77 FSEN      PIC XX.
           77 FSCA      PIC XX.
           77 FSTF      PIC XX.
           77 FSMF      PIC XX.
           77 FSMC      PIC XX.
           77 FSIF      PIC XX.
           77 MIDCTLKEY PIC 9 VALUE 1.
           77 MIDBOOT   PIC X VALUE "N".
           77 TECLA     PIC X(01).
           77 ESCAP     PIC 99.
           77 EOE       PIC X VALUE "N".
           77 EOM       PIC X VALUE "N".
           77 EOSES     PIC X VALUE "N".
           77 NUMBUS    PIC 9(3).
           77 SESIONBUS PIC 9(2).
           77 MOTIVOBUS PIC X(30).
           77 NOMBREESP PIC X(20).
           77 FECHASES  PIC 9(8).
           77 HORASES   PIC 9(4).
           77 FECHACANCEL PIC 9(8).
           77 ERROR1    PIC 9 VALUE 0.
           77 ERROR2    PIC 9 VALUE 0.
           77 NOEXISTE  PIC 9 VALUE 0.
           77 YACANCEL  PIC X VALUE "N".
           77 SESABIERTAS PIC 99 VALUE 0.
           77 VIGENTES  PIC 9(5) VALUE 0.
           77 IMPVIGENTES PIC 9(9)V99 VALUE 0.
           77 REEMBOLSADAS PIC 9(5) VALUE 0.
           77 IMPREEMBOLSO PIC 9(9)V99 VALUE 0.
           77 FALLIDAS  PIC 9(5) VALUE 0.
           77 IMPFALLIDAS PIC 9(9)V99 VALUE 0.
           77 DNIAVISO  PIC X(9).
           77 TEXTOAVISO PIC X(60).
           77 MOTIVOFALLO PIC X(30).
           77 IDXASIENTO PIC 9(3).
           77 MIDACT    PIC 9(9).
           77 FECHAACT  PIC 9(8).
           77 HORA      PIC 9999.
           77 FECHORAACT  PIC 9(12).
           77 FECHAVALBASE PIC 9(8).
           77 DIASVALOR PIC 9(3) VALUE 0.
           77 HORAACT   PIC 9(8).
           77 IMPFORMA  PIC Z,ZZZ,ZZ9.99.
           77 TOTALIMPFORMA PIC ZZZ,ZZZ,ZZ9.99.
           77 TOTALFORMA PIC ZZZZ9.
           01 OPERACT.
             02 OPIDACT  PIC X(10).
             02 OPROLACT PIC X(1).
             02 OPEXITO  PIC X(1).

       PROCEDURE DIVISION.
       INICIO.
           *> Cancelacion de un espectaculo, o de una de sus sesiones,
           *> por el promotor. Se cierra la venta y se reembolsa cada
           *> entrada vigente a la cuenta con que se compro, como
           *> devolucion de entrada (tipo 009, destino el espectaculo)
           *> para que LIQUIDARESPECT la netee y recupere del promotor
           *> lo que ya se le hubiera pagado. Cada comprador recibe un
           *> aviso en su buzon. La cancelacion queda en
           *> CANCELESPECT.DAT y el control en CANCELESPECTINF.DAT.
           *> Una entrada que no se puede reembolsar sigue vigente y
           *> se recoge al relanzar la cancelacion. Solo supervisores.
           CALL "VALIDAROPERADOR" USING OPERACT.
           CANCEL "VALIDAROPERADOR".
           IF OPEXITO NOT = "S"
               STOP RUN
           END-IF.
           IF OPROLACT NOT = "S" AND OPROLACT NOT = "A"
               DISPLAY ' ' ERASE LINE 1 COLUMN 1
               DISPLAY "Funcion reservada al supervisor"
                    LINE 6 COLUMN 22
               STOP RUN
           END-IF.
       PANTALLA1.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           DISPLAY "UnizarBank - Cancelacion de espectaculo"
                LINE 2 COLUMN 20 UNDERLINE.
           DISPLAY "Numero de espectaculo: ___"
                LINE 5 COLUMN 10.
           DISPLAY "Sesion (0 = todas): __"
                LINE 6 COLUMN 10.
           DISPLAY "Motivo: "
                LINE 7 COLUMN 10.
           IF ERROR1 = 1
                DISPLAY "El espectaculo no existe"
                        LINE 9 COLUMN 10
           END-IF
           IF ERROR2 = 1
                DISPLAY "La sesion no existe"
                        LINE 9 COLUMN 10
           END-IF
           DISPLAY "Enter - Aceptar                    F1 - Salir"
                LINE 22 COLUMN 15.
           MOVE 0 TO NUMBUS.
           MOVE 0 TO SESIONBUS.
           MOVE SPACES TO MOTIVOBUS.
           ACCEPT NUMBUS LINE 5 COLUMN 33.
           ACCEPT SESIONBUS LINE 6 COLUMN 30.
           ACCEPT MOTIVOBUS LINE 7 COLUMN 18.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               STOP RUN
           END-IF.
           MOVE 0 TO ERROR1.
           MOVE 0 TO ERROR2.
           OPEN INPUT ESPECTACULOSFILE.
           IF FSEF = "35"
               CLOSE ESPECTACULOSFILE
               MOVE 1 TO ERROR1
               GO TO PANTALLA1
           END-IF.
           MOVE NUMBUS TO NUM.
           READ ESPECTACULOSFILE
                INVALID KEY MOVE 1 TO ERROR1
           END-READ.
           MOVE NOMBRE TO NOMBREESP.
           CLOSE ESPECTACULOSFILE.
           IF ERROR1 = 1
               GO TO PANTALLA1
           END-IF.
           IF SESIONBUS > 0
               OPEN INPUT SESIONESFILE
               IF FSSE = "35"
                   MOVE 1 TO ERROR2
               ELSE
                   MOVE NUMBUS TO SESNUM
                   MOVE SESIONBUS TO SESID
                   READ SESIONESFILE
                        INVALID KEY MOVE 1 TO ERROR2
                   END-READ
                   MOVE SESFECHA TO FECHASES
                   MOVE SESHORA TO HORASES
               END-IF
               CLOSE SESIONESFILE
           END-IF.
           IF ERROR2 = 1
               GO TO PANTALLA1
           END-IF.
           MOVE 0 TO VIGENTES.
           MOVE 0 TO IMPVIGENTES.
           MOVE "N" TO EOE.
           OPEN INPUT ENTRADASFILE.
           IF FSEN = "35"
               MOVE "Y" TO EOE
           END-IF.
       CONTARVIGENTES.
           *> Entradas vigentes afectadas, para confirmar antes de
           *> tocar nada.
           IF EOE = "N"
               READ ENTRADASFILE NEXT RECORD
                    AT END MOVE "Y" TO EOE
               END-READ
           END-IF.
           IF EOE = "N"
               IF ENTNUM = NUMBUS AND ENTESTADO = "V"
                  AND (SESIONBUS = 0 OR ENTSESION = SESIONBUS)
                   ADD 1 TO VIGENTES GIVING VIGENTES
                   ADD ENTIMPORTE TO IMPVIGENTES GIVING IMPVIGENTES
               END-IF
               GO TO CONTARVIGENTES
           END-IF.
           IF FSEN NOT = "35"
               CLOSE ENTRADASFILE
           END-IF.
           DISPLAY "Espectaculo: " NOMBREESP
                LINE 9 COLUMN 10.
           IF SESIONBUS > 0
               DISPLAY "Sesion " SESIONBUS " del " FECHASES
                       " a las " HORASES
                    LINE 10 COLUMN 10
           ELSE
               DISPLAY "Se cancelan todas las sesiones"
                    LINE 10 COLUMN 10
           END-IF.
           MOVE VIGENTES TO TOTALFORMA.
           MOVE IMPVIGENTES TO TOTALIMPFORMA.
           DISPLAY "Entradas vigentes a reembolsar: " TOTALFORMA
                LINE 12 COLUMN 10.
           DISPLAY "Importe total: " TOTALIMPFORMA "E"
                LINE 13 COLUMN 10.
           DISPLAY "Enter - Cerrar la venta y reembolsar"
                LINE 22 COLUMN 15.
           DISPLAY "F1 - Salir sin cambios"
                LINE 23 COLUMN 15.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA1
           END-IF.
           GO TO REGISTRAR.

       REGISTRAR.
           *> La cancelacion se anota antes de reembolsar: desde este
           *> momento COMPRAR deja de ofrecer la sesion cancelada.
           ACCEPT FECHAACT FROM DATE YYYYMMDD.
           MULTIPLY FECHAACT BY 10000 GIVING FECHORAACT.
           ACCEPT HORAACT FROM TIME.
           DIVIDE HORAACT BY 10000 GIVING HORA.
           ADD HORA TO FECHORAACT GIVING FECHORAACT.
           OPEN I-O CANCELESPECTFILE.
           IF FSCA = "35"
               CLOSE CANCELESPECTFILE
               OPEN OUTPUT CANCELESPECTFILE
               CLOSE CANCELESPECTFILE
               OPEN I-O CANCELESPECTFILE
           END-IF.
           MOVE "N" TO YACANCEL.
           MOVE NUMBUS TO CANNUM.
           MOVE SESIONBUS TO CANSESION.
           READ CANCELESPECTFILE
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE "Y" TO YACANCEL
           END-READ.
           MOVE CANFECHA TO FECHACANCEL.
           IF YACANCEL = "N"
               MOVE NUMBUS TO CANNUM
               MOVE SESIONBUS TO CANSESION
               MOVE FECHAACT TO CANFECHA
               MOVE OPIDACT TO CANOPERADOR
               MOVE MOTIVOBUS TO CANMOTIVO
               MOVE 0 TO CANENTRADAS
               MOVE 0 TO CANIMPORTE
               MOVE VIGENTES TO CANPENDIENTES
               WRITE CANCELESPECTREC
           END-IF.
           MOVE 0 TO SESABIERTAS.
           IF SESIONBUS = 0
               GO TO CERRARVENTA
           END-IF.
           *> Si no le queda ninguna sesion sin cancelar se cierra
           *> tambien la venta del espectaculo.
           MOVE "N" TO EOSES.
           OPEN INPUT SESIONESFILE.
           MOVE NUMBUS TO SESNUM.
           MOVE 0 TO SESID.
           START SESIONESFILE
                KEY IS NOT < SESCLAVE
                INVALID KEY MOVE "Y" TO EOSES
           END-START.
       CONTARABIERTAS.
           IF EOSES = "N"
               READ SESIONESFILE NEXT RECORD
                    AT END MOVE "Y" TO EOSES
               END-READ
           END-IF.
           IF EOSES = "N" AND SESNUM NOT = NUMBUS
               MOVE "Y" TO EOSES
           END-IF.
           IF EOSES = "N"
               MOVE SESNUM TO CANNUM
               MOVE SESID TO CANSESION
               READ CANCELESPECTFILE
                    INVALID KEY ADD 1 TO SESABIERTAS
                                GIVING SESABIERTAS
               END-READ
               GO TO CONTARABIERTAS
           END-IF.
           CLOSE SESIONESFILE.
           IF SESABIERTAS > 0
               GO TO ABRIRINFORME
           END-IF.
       CERRARVENTA.
           OPEN I-O ESPECTACULOSFILE.
           MOVE NUMBUS TO NUM.
           READ ESPECTACULOSFILE
                INVALID KEY MOVE 1 TO ERROR1
           END-READ.
           IF ERROR1 = 0
               MOVE "Y" TO CERRADA
               REWRITE ESPECTACULOSREC
           END-IF.
           MOVE 0 TO ERROR1.
           CLOSE ESPECTACULOSFILE.
       ABRIRINFORME.
           OPEN OUTPUT INFORMEFILE.
           MOVE SPACES TO LINEAINFORME.
           STRING "UnizarBank - Cancelacion del espectaculo " NUMBUS
                  " " NOMBREESP " sesion " SESIONBUS
                  " (0 = todas) del " FECHAACT
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE SPACES TO LINEAINFORME.
           STRING "Operador: " OPIDACT "  Motivo: " MOTIVOBUS
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           IF YACANCEL = "Y"
               MOVE SPACES TO LINEAINFORME
               STRING "Cancelacion ya registrada el " FECHACANCEL
                      ": se completan las entradas pendientes"
                      DELIMITED BY SIZE INTO LINEAINFORME
               WRITE LINEAINFORME
           END-IF.
           MOVE SPACES TO LINEAINFORME.
           STRING "  Entrada    Cuenta      Ses Uds      Importe"
                  "  Resultado"
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE 0 TO REEMBOLSADAS.
           MOVE 0 TO IMPREEMBOLSO.
           MOVE 0 TO FALLIDAS.
           MOVE 0 TO IMPFALLIDAS.
           MOVE "N" TO EOE.
           OPEN I-O ENTRADASFILE.
           IF FSEN = "35"
               MOVE "Y" TO EOE
           END-IF.
           OPEN I-O CUENTASFILE.
           OPEN I-O MOVIMIENTOSFILE.
           GO TO LEERENTRADA.

       LEERENTRADA.
           IF EOE = "N"
               READ ENTRADASFILE NEXT RECORD
                    AT END MOVE "Y" TO EOE
               END-READ
           END-IF.
           IF EOE = "Y"
               GO TO FINPROCESO
           END-IF.
           IF ENTNUM NOT = NUMBUS OR ENTESTADO NOT = "V"
               GO TO LEERENTRADA
           END-IF.
           IF SESIONBUS > 0 AND ENTSESION NOT = SESIONBUS
               GO TO LEERENTRADA
           END-IF.
           MOVE 0 TO NOEXISTE.
           MOVE ENTCUENTA TO CUENTA.
           READ CUENTASFILE
                INVALID KEY MOVE 1 TO NOEXISTE
           END-READ.
           IF NOEXISTE = 1
               MOVE "Cuenta de la compra inexistente" TO MOTIVOFALLO
               GO TO FALLIDA
           END-IF.
           MOVE CTADNI TO DNIAVISO.
           MOVE "A" TO ENTESTADO.
           REWRITE ENTRADASREC.
           IF ENTSESION > 0
               GO TO LIBERARSESION
           END-IF.
           GO TO DEVOLVERCUPO.

       LIBERARSESION.
           *> Los asientos vuelven libres al mapa de la sesion para
           *> que el aforo cuadre con las entradas vigentes.
           OPEN I-O SESIONESFILE.
           IF FSSE = "35"
               CLOSE SESIONESFILE
               GO TO ABONAR
           END-IF.
           MOVE ENTNUM TO SESNUM.
           MOVE ENTSESION TO SESID.
           READ SESIONESFILE
                INVALID KEY MOVE 1 TO NOEXISTE
           END-READ.
           IF NOEXISTE = 1
               MOVE 0 TO NOEXISTE
               CLOSE SESIONESFILE
               GO TO ABONAR
           END-IF.
           MOVE ENTASIENTOINI TO IDXASIENTO.
       LIBERARASIENTO.
           IF IDXASIENTO NOT > ENTASIENTOFIN AND IDXASIENTO > 0
               MOVE "L" TO SESMAPA(IDXASIENTO:1)
               ADD 1 TO IDXASIENTO GIVING IDXASIENTO
               GO TO LIBERARASIENTO
           END-IF.
           ADD ENTUNIDADES TO SESDISPONIBLES GIVING SESDISPONIBLES.
           REWRITE SESIONESREC.
           CLOSE SESIONESFILE.
           GO TO ABONAR.

       DEVOLVERCUPO.
           OPEN I-O ESPECTACULOSFILE.
           MOVE ENTNUM TO NUM.
           READ ESPECTACULOSFILE
                INVALID KEY MOVE 1 TO NOEXISTE
           END-READ.
           IF NOEXISTE = 0
               ADD ENTUNIDADES TO DISPONIBLES GIVING DISPONIBLES
               REWRITE ESPECTACULOSREC
           END-IF.
           MOVE 0 TO NOEXISTE.
           CLOSE ESPECTACULOSFILE.
           GO TO ABONAR.

       ABONAR.
           ADD ENTIMPORTE TO SALDO GIVING SALDO.
           REWRITE CUENTASREC.
           GO TO SIGUIENTEMID.

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
           *> No existe todavia el fichero de control: se reconstruye
           *> el ultimo MID usado a partir de MOVIMIENTOSFILE.
           MOVE 0 TO MIDACT.
           MOVE "N" TO EOM.
       LEERMOVMID.
           READ MOVIMIENTOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOM
           END-READ.
           IF EOM = "N"
               MOVE MID TO MIDACT
               GO TO LEERMOVMID
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
           MOVE CUENTA TO CUENTAMOV.
           MOVE "Devolucion espectaculo cancelado" TO CONCEPTO.
           MOVE ENTIMPORTE TO CANTIDAD.
           MOVE ENTNUM TO DESTINO.
           MOVE SALDO TO SALDOCUENTA.
           MOVE OPIDACT TO MOVOPERADOR.
           MOVE SPACES TO MOVTERMINAL.
           MOVE 009 TO MOVTIPO.
           MOVE FECHORA(1:8) TO FECHAVALBASE.
           CALL "CALCULARDIAHABIL" USING FECHAVALBASE, DIASVALOR,
               MOVFECHAVALOR.
           CANCEL "CALCULARDIAHABIL".
           WRITE MOVIMIENTOSREC.
           ADD 1 TO REEMBOLSADAS GIVING REEMBOLSADAS.
           ADD ENTIMPORTE TO IMPREEMBOLSO GIVING IMPREEMBOLSO.
           MOVE ENTIMPORTE TO IMPFORMA.
           MOVE SPACES TO TEXTOAVISO.
           STRING "Cancelado " NOMBREESP ": le abonamos "
                  IMPFORMA "E"
                  DELIMITED BY SIZE INTO TEXTOAVISO.
           CALL "ANOTARAVISO" USING DNIAVISO, TEXTOAVISO.
           CANCEL "ANOTARAVISO".
           MOVE SPACES TO LINEAINFORME.
           STRING "  " ENTID "  " ENTCUENTA "  " ENTSESION "  "
                  ENTUNIDADES " " IMPFORMA "  Reembolsada"
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           GO TO LEERENTRADA.

       FALLIDA.
           *> La entrada sigue vigente para reintentarla cuando se
           *> resuelva la incidencia.
           ADD 1 TO FALLIDAS GIVING FALLIDAS.
           ADD ENTIMPORTE TO IMPFALLIDAS GIVING IMPFALLIDAS.
           MOVE ENTIMPORTE TO IMPFORMA.
           MOVE SPACES TO LINEAINFORME.
           STRING "  " ENTID "  " ENTCUENTA "  " ENTSESION "  "
                  ENTUNIDADES " " IMPFORMA "  NO REEMBOLSADA: "
                  MOTIVOFALLO
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           GO TO LEERENTRADA.

       FINPROCESO.
           IF FSEN NOT = "35"
               CLOSE ENTRADASFILE
           END-IF.
           CLOSE CUENTASFILE.
           CLOSE MOVIMIENTOSFILE.
           MOVE NUMBUS TO CANNUM.
           MOVE SESIONBUS TO CANSESION.
           READ CANCELESPECTFILE
                INVALID KEY CONTINUE
           END-READ.
           ADD REEMBOLSADAS TO CANENTRADAS GIVING CANENTRADAS.
           ADD IMPREEMBOLSO TO CANIMPORTE GIVING CANIMPORTE.
           MOVE FALLIDAS TO CANPENDIENTES.
           REWRITE CANCELESPECTREC.
           CLOSE CANCELESPECTFILE.
           MOVE REEMBOLSADAS TO TOTALFORMA.
           MOVE IMPREEMBOLSO TO TOTALIMPFORMA.
           MOVE SPACES TO LINEAINFORME.
           STRING "Entradas reembolsadas: " TOTALFORMA
                  "  importe: " TOTALIMPFORMA
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE FALLIDAS TO TOTALFORMA.
           MOVE IMPFALLIDAS TO TOTALIMPFORMA.
           MOVE SPACES TO LINEAINFORME.
           STRING "Entradas sin reembolsar: " TOTALFORMA
                  "  importe: " TOTALIMPFORMA
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           CLOSE INFORMEFILE.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           DISPLAY "UnizarBank - Cancelacion de espectaculo"
                LINE 2 COLUMN 20 UNDERLINE.
           DISPLAY "Espectaculo: " NOMBREESP
                LINE 6 COLUMN 10.
           MOVE REEMBOLSADAS TO TOTALFORMA.
           MOVE IMPREEMBOLSO TO TOTALIMPFORMA.
           DISPLAY "Entradas reembolsadas: " TOTALFORMA
                   "  importe: " TOTALIMPFORMA "E"
                LINE 8 COLUMN 10.
           MOVE FALLIDAS TO TOTALFORMA.
           DISPLAY "Entradas sin reembolsar: " TOTALFORMA
                LINE 9 COLUMN 10.
           DISPLAY "Informe generado en CANCELESPECTINF.DAT"
                LINE 20 COLUMN 10.
           DISPLAY "Enter - Aceptar"
                LINE 22 COLUMN 15.
       REPEATFIN.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEATFIN
           END-IF.
           GO TO PANTALLA1.
       END PROGRAM CANCELARESPECT.
