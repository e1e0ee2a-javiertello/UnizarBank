           RELATIVE KEY IS REMCTLKEY
           FILE STATUS IS FSRC.

           SELECT CANCELESPECTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CANCLAVE
           FILE STATUS IS FSCA.

           SELECT TIPOSMOVFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIPCODIGO
           FILE STATUS IS FSTM.

           SELECT ENTRADASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENTID
           ALTERNATE RECORD KEY IS ENTCUENTA WITH DUPLICATES
           FILE STATUS IS FSEN.

           SELECT CATEGORIASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CATCLAVE
           FILE STATUS IS FSCT.

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

           FD LIQUIDADASFILE
               LABEL RECORDS ARE STANDARD
           01 REMCONTROLREC.
             02 ULTIMOREMID PIC 9(9).

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

           FD TIPOSMOVFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "TIPOSMOV.DAT".
           01 TIPOSMOVREC.
             02 TIPCODIGO      PIC 9(3).
             02 TIPDESCRIPCION PIC X(40).
             02 TIPSIGNO       PIC X. *> D cargo, H abono, A ambos

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

           FD CATEGORIASFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "CATEGORIAS.DAT".
           01 CATEGORIASREC.
             02 CATCLAVE.
               03 CATNUM     PIC 9(3).
               03 CATSESION  PIC 9(2). *> 0 = todas las sesiones
               03 CATCODIGO  PIC 9. *> 1 a 9
             02 CATNOMBRE    PIC X(15).
             02 CATPRECIO    PIC 999V99. *> 0 = precio con descuento
             02 CATDESCUENTO PIC 99V99. *> porcentaje sobre PRECIO
             02 CATCUPO      PIC 9(5). *> 0 = sin limite

           FD INFORMEFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "LIQESPECT.DAT".
           77 FSRM      PIC XX.
           77 FSRC      PIC XX.
           77 FSIF      PIC XX.
           77 FSCA      PIC XX.
           77 FSTM      PIC XX.
           77 CANCELADO PIC X VALUE "N".
           77 CONCEPTOLIQ PIC X(40).
           77 TIPOLIQ   PIC 9(3).
           77 CANTLIQ   PIC S9999999V99.
           77 RECOBROS  PIC 9(5) VALUE 0.
           77 MIDCTLKEY PIC 9 VALUE 1.
           77 REMCTLKEY PIC 9 VALUE 1.
           77 MIDBOOT   PIC X VALUE "N".
           77 FECHAACT  PIC 9(8).
           77 HORA      PIC 9999.
           77 FECHORAACT  PIC 9(12).
           77 FECHAVALBASE PIC 9(8).
           77 DIASVALOR PIC 9(3) VALUE 0.
           77 HORAACT   PIC 9(8).
           77 PAGADOS   PIC 9(5) VALUE 0.
           77 CONTFORMA PIC ZZZZ9.
           77 IMPFORMA  PIC ZZZ,ZZZ,ZZ9.99.
           77 NETOFORMA PIC -ZZZ,ZZZ,ZZ9.99.
           77 FSEN      PIC XX.
           77 FSCT      PIC XX.
           77 EOENT     PIC X VALUE "N".
           77 EOCAT     PIC X VALUE "N".
           77 IDXDES    PIC 99 VALUE 0.
           77 UDSCAT    PIC 9(3).
           77 UDSLIN    PIC 9(3).
           77 CODFORMA  PIC 9.
           77 IMPCAT    PIC 9(9)V99.
           77 CONTFORMA2 PIC ZZZZ9.
           77 IMPFORMA2 PIC ZZZ,ZZZ,ZZ9.99.
           01 TABDESGLOSE.
             02 DESLIN OCCURS 10 TIMES. *> la 10 es el precio unico
               03 DESNOMBRE  PIC X(15).
               03 DESVENDUDS PIC 9(5).
               03 DESVENDIMP PIC 9(9)V99.
               03 DESDEVUDS  PIC 9(5).
               03 DESDEVIMP  PIC 9(9)V99.

       PROCEDURE DIVISION.
       INICIO.
               DISPLAY "No hay promotores dados de alta"
               STOP RUN
           END-IF.
           *> El recobro al promotor de un espectaculo cancelado
           *> lleva su propio tipo de movimiento; se da de alta si
           *> falta en la tabla.
           OPEN I-O TIPOSMOVFILE.
           IF FSTM = "35"
               CLOSE TIPOSMOVFILE
               OPEN OUTPUT TIPOSMOVFILE
               CLOSE TIPOSMOVFILE
               OPEN I-O TIPOSMOVFILE
           END-IF.
           MOVE 030 TO TIPCODIGO.
           MOVE "Recobro liquidacion espectaculo" TO TIPDESCRIPCION.
           MOVE "D" TO TIPSIGNO.
           WRITE TIPOSMOVREC INVALID KEY CONTINUE END-WRITE.
           CLOSE TIPOSMOVFILE.
           OPEN INPUT CANCELESPECTFILE.
           OPEN I-O LIQUIDADASFILE.
           IF FSLQ = "35"
               CLOSE LIQUIDADASFILE
           IF DESTINO NOT = DESTCOMP
               GO TO LEERMOV
           END-IF.
           IF MOVTIPO NOT = 008 AND MOVTIPO NOT = 009
               GO TO LEERMOV
           END-IF.
           MOVE "N" TO YALIQ.
           ELSE
               MOVE CANTIDAD TO CANTABS
           END-IF.
           IF MOVTIPO = 008 *> Entrada
               ADD 1 TO VENTAS GIVING VENTAS
               ADD CANTABS TO IMPVENTAS GIVING IMPVENTAS
           ELSE
               GO TO LEERPROMOTOR
           END-IF.
           SUBTRACT IMPDEVOL FROM IMPVENTAS GIVING NETO.
           *> Espectaculo con alguna cancelacion registrada por
           *> CANCELARESPECT: los reembolsos ya no van a netear contra
           *> ventas futuras.
           MOVE "N" TO CANCELADO.
           IF FSCA NOT = "35"
               MOVE PRONUM TO CANNUM
               MOVE 0 TO CANSESION
               MOVE "Y" TO CANCELADO
               START CANCELESPECTFILE
                     KEY IS NOT < CANCLAVE
                     INVALID KEY MOVE "N" TO CANCELADO
               END-START
               IF CANCELADO = "Y"
                   READ CANCELESPECTFILE NEXT RECORD
                        AT END MOVE "N" TO CANCELADO
                   END-READ
               END-IF
               IF CANCELADO = "Y" AND CANNUM NOT = PRONUM
                   MOVE "N" TO CANCELADO
               END-IF
           END-IF.
           COMPUTE COMISION ROUNDED = NETO * PROCOMISION / 100.
           IF COMISION < 0 AND CANCELADO = "N"
               MOVE 0 TO COMISION
           END-IF.
           SUBTRACT COMISION FROM NETO GIVING ABONO.
                  " importe: " IMPFORMA
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           GO TO DESGLOSE.

       DESGLOSE.
           *> Desglose por categoria de tarifa de lo que se liquida,
           *> sacado de las entradas cuya venta o devolucion aun no
           *> se ha liquidado al promotor.
           MOVE 0 TO IDXDES.
       LIMPIARDESGLOSE.
           IF IDXDES < 10
               ADD 1 TO IDXDES GIVING IDXDES
               MOVE SPACES TO DESNOMBRE(IDXDES)
               MOVE 0 TO DESVENDUDS(IDXDES)
               MOVE 0 TO DESVENDIMP(IDXDES)
               MOVE 0 TO DESDEVUDS(IDXDES)
               MOVE 0 TO DESDEVIMP(IDXDES)
               GO TO LIMPIARDESGLOSE
           END-IF.
           MOVE "Precio unico" TO DESNOMBRE(10).
           MOVE "N" TO EOENT.
           OPEN INPUT ENTRADASFILE.
           IF FSEN = "35"
               GO TO ESCRIBIRNETO
           END-IF.
       LEERENTDES.
           READ ENTRADASFILE NEXT RECORD
                AT END MOVE "Y" TO EOENT
           END-READ.
           IF EOENT = "Y"
               CLOSE ENTRADASFILE
               GO TO NOMBRESDESGLOSE
           END-IF.
           IF ENTNUM NOT = PRONUM
               GO TO LEERENTDES
           END-IF.
           IF ENTLIQVENTA NOT = "N"
              AND (ENTESTADO NOT = "A" OR ENTLIQDEVOL NOT = "N")
               GO TO LEERENTDES
           END-IF.
           MOVE 0 TO UDSCAT.
           MOVE 0 TO IDXDES.
       SUMARCATENT.
           IF IDXDES < 9
               ADD 1 TO IDXDES GIVING IDXDES
               IF ENTCATUDS(IDXDES) > 0
                   ADD ENTCATUDS(IDXDES) TO UDSCAT GIVING UDSCAT
                   MOVE ENTCATUDS(IDXDES) TO UDSLIN
                   MULTIPLY ENTCATUDS(IDXDES) BY ENTCATPRECIO(IDXDES)
                       GIVING IMPCAT
                   GO TO ACUMULARDESGLOSE
               END-IF
               GO TO SUMARCATENT
           END-IF.
           IF UDSCAT > 0
               GO TO LEERENTDES
           END-IF.
           MOVE 10 TO IDXDES.
           MOVE ENTUNIDADES TO UDSLIN.
           MOVE ENTIMPORTE TO IMPCAT.
       ACUMULARDESGLOSE.
           IF ENTLIQVENTA = "N"
               ADD UDSLIN TO DESVENDUDS(IDXDES)
                   GIVING DESVENDUDS(IDXDES)
               ADD IMPCAT TO DESVENDIMP(IDXDES)
                   GIVING DESVENDIMP(IDXDES)
           END-IF.
           IF ENTESTADO = "A" AND ENTLIQDEVOL = "N"
               ADD UDSLIN TO DESDEVUDS(IDXDES)
                   GIVING DESDEVUDS(IDXDES)
               ADD IMPCAT TO DESDEVIMP(IDXDES)
                   GIVING DESDEVIMP(IDXDES)
           END-IF.
           IF IDXDES < 10
               GO TO SUMARCATENT
           END-IF.
           GO TO LEERENTDES.
       NOMBRESDESGLOSE.
           MOVE "N" TO EOCAT.
           OPEN INPUT CATEGORIASFILE.
           IF FSCT = "35"
               GO TO LINEASDESGLOSE
           END-IF.
           MOVE PRONUM TO CATNUM.
           MOVE 0 TO CATSESION.
           MOVE 0 TO CATCODIGO.
           START CATEGORIASFILE
                KEY IS NOT < CATCLAVE
                INVALID KEY MOVE "Y" TO EOCAT
           END-START.
       LEERNOMBRECAT.
           IF EOCAT = "N"
               READ CATEGORIASFILE NEXT RECORD
                    AT END MOVE "Y" TO EOCAT
               END-READ
               IF EOCAT = "N" AND CATNUM = PRONUM
                   IF CATCODIGO > 0
                       IF DESNOMBRE(CATCODIGO) = SPACES
                           MOVE CATNOMBRE TO DESNOMBRE(CATCODIGO)
                       END-IF
                   END-IF
                   GO TO LEERNOMBRECAT
               END-IF
           END-IF.
           CLOSE CATEGORIASFILE.
       LINEASDESGLOSE.
           MOVE 0 TO IDXDES.
       ESCRIBIRDESGLOSE.
           IF IDXDES < 10
               ADD 1 TO IDXDES GIVING IDXDES
               IF DESVENDUDS(IDXDES) > 0 OR DESDEVUDS(IDXDES) > 0
                   IF DESNOMBRE(IDXDES) = SPACES
                       MOVE IDXDES TO CODFORMA
                       STRING "Categoria " CODFORMA
                              DELIMITED BY SIZE
                              INTO DESNOMBRE(IDXDES)
                   END-IF
                   MOVE DESVENDUDS(IDXDES) TO CONTFORMA
                   MOVE DESVENDIMP(IDXDES) TO IMPFORMA
                   MOVE DESDEVUDS(IDXDES) TO CONTFORMA2
                   MOVE DESDEVIMP(IDXDES) TO IMPFORMA2
                   MOVE SPACES TO LINEAINFORME
                   STRING "    " DESNOMBRE(IDXDES)
                          " vendidas " CONTFORMA " importe " IMPFORMA
                          " devueltas " CONTFORMA2
                          " importe " IMPFORMA2
                          DELIMITED BY SIZE INTO LINEAINFORME
                   WRITE LINEAINFORME
               END-IF
               GO TO ESCRIBIRDESGLOSE
           END-IF.
           GO TO ESCRIBIRNETO.

       ESCRIBIRNETO.
           MOVE NETO TO NETOFORMA.
           MOVE SPACES TO LINEAINFORME.
           STRING "  Neto del periodo: " NETOFORMA
                  " cuenta " PROCUENTA
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           IF ABONO < 0 AND CANCELADO = "Y"
               GO TO RECOBRAR
           END-IF.
           IF ABONO NOT > 0
               *> Las devoluciones superan a las ventas: no se puntea
               *> nada, para que estos movimientos arrastren y neteen
               GO TO LEERPROMOTOR
           END-IF.
           MOVE ABONO TO ABONOPOS.
           MOVE "Liquidacion espectaculo" TO CONCEPTOLIQ.
           MOVE 012 TO TIPOLIQ.
           MOVE ABONOPOS TO CANTLIQ.
           GO TO ABONAR.

       RECOBRAR.
           *> Espectaculo cancelado con reembolsos de entradas que ya
           *> se habian liquidado: se carga al promotor lo que cobro
           *> por ellas, neto de la comision que devuelve el banco.
           MULTIPLY ABONO BY -1 GIVING ABONOPOS.
           MOVE 0 TO NOEXISTE.
           OPEN I-O CUENTASFILE.
           MOVE PROCUENTA TO CUENTA.
           READ CUENTASFILE
                INVALID KEY MOVE 1 TO NOEXISTE
           END-READ.
           IF NOEXISTE = 1
               *> Promotor de otra entidad: no hay cuenta que cargar.
               *> No se puntea nada y el recobro sigue saliendo en
               *> cada liquidacion hasta que se reclame por fuera.
               CLOSE CUENTASFILE
               MOVE ABONOPOS TO IMPFORMA
               MOVE SPACES TO LINEAINFORME
               STRING "  Recobro pendiente de reclamar a la entidad"
                      " del promotor: " IMPFORMA
                      DELIMITED BY SIZE INTO LINEAINFORME
               WRITE LINEAINFORME
               GO TO LEERPROMOTOR
           END-IF.
           SUBTRACT ABONOPOS FROM SALDO GIVING SALDO.
           REWRITE CUENTASREC.
           CLOSE CUENTASFILE.
           MOVE ABONOPOS TO IMPFORMA.
           MOVE SPACES TO LINEAINFORME.
           STRING "  Espectaculo cancelado: recobro al promotor "
                  IMPFORMA " cuenta " PROCUENTA
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE "Recobro liquidacion espectaculo" TO CONCEPTOLIQ.
           MOVE 030 TO TIPOLIQ.
           MULTIPLY ABONOPOS BY -1 GIVING CANTLIQ.
           OPEN I-O MOVIMIENTOSFILE.
           GO TO SIGUIENTEMID.

       ABONAR.
           MOVE 0 TO NOEXISTE.
           OPEN I-O CUENTASFILE.
           CLOSE MIDCONTROLFILE.
           MOVE FECHORAACT TO FECHORA.
           MOVE PROCUENTA TO CUENTAMOV.
           MOVE CONCEPTOLIQ TO CONCEPTO.
           MOVE CANTLIQ TO CANTIDAD.
           MOVE PRONUM TO DESTINO.
           MOVE SALDO TO SALDOCUENTA.
           MOVE SPACES TO MOVOPERADOR.
           MOVE SPACES TO MOVTERMINAL.
           MOVE TIPOLIQ TO MOVTIPO.
           MOVE FECHORA(1:8) TO FECHAVALBASE.
           CALL "CALCULARDIAHABIL" USING FECHAVALBASE, DIASVALOR,
               MOVFECHAVALOR.
           CANCEL "CALCULARDIAHABIL".
           WRITE MOVIMIENTOSREC.
           CLOSE MOVIMIENTOSFILE.
           IF TIPOLIQ = 030
               ADD 1 TO RECOBROS GIVING RECOBROS
           ELSE
               ADD 1 TO PAGADOS GIVING PAGADOS
           END-IF.
           GO TO MARCARLIQUIDADOS.

       ANOTARREMESA.
           IF EOM = "Y"
               CLOSE MOVIMIENTOSFILE
               MOVE "N" TO EOM
               GO TO MARCARENTRADAS
           END-IF.
           IF DESTINO NOT = DESTCOMP
               GO TO MARCARMOV
           END-IF.
           IF MOVTIPO NOT = 008 AND MOVTIPO NOT = 009
               GO TO MARCARMOV
           END-IF.
           MOVE MID TO LIQMID.
           END-WRITE.
           GO TO MARCARMOV.

       MARCARENTRADAS.
           *> Las entradas del desglose quedan tambien como
           *> liquidadas, la venta y, si se anularon, la devolucion.
           MOVE "N" TO EOENT.
           OPEN I-O ENTRADASFILE.
           IF FSEN = "35"
               GO TO LEERPROMOTOR
           END-IF.
       MARCARENTRADA.
           READ ENTRADASFILE NEXT RECORD
                AT END MOVE "Y" TO EOENT
           END-READ.
           IF EOENT = "Y"
               CLOSE ENTRADASFILE
               GO TO LEERPROMOTOR
           END-IF.
           IF ENTNUM NOT = PRONUM
               GO TO MARCARENTRADA
           END-IF.
           IF ENTLIQVENTA NOT = "N"
              AND (ENTESTADO NOT = "A" OR ENTLIQDEVOL NOT = "N")
               GO TO MARCARENTRADA
           END-IF.
           MOVE "S" TO ENTLIQVENTA.
           IF ENTESTADO = "A"
               MOVE "S" TO ENTLIQDEVOL
           END-IF.
           REWRITE ENTRADASREC.
           GO TO MARCARENTRADA.

       FIN.
           CLOSE PROMOTORESFILE.
           CLOSE LIQUIDADASFILE.
           IF FSCA NOT = "35"
               CLOSE CANCELESPECTFILE
           END-IF.
           MOVE PAGADOS TO CONTFORMA.
           MOVE SPACES TO LINEAINFORME.
           STRING "Liquidaciones abonadas: " CONTFORMA
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE RECOBROS TO CONTFORMA.
           MOVE SPACES TO LINEAINFORME.
           STRING "Recobros a promotores: " CONTFORMA
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           CLOSE INFORMEFILE.
           MOVE PAGADOS TO CONTFORMA.
           DISPLAY "Liquidaciones abonadas: " CONTFORMA.
           MOVE RECOBROS TO CONTFORMA.
           DISPLAY "Recobros a promotores: " CONTFORMA.
           DISPLAY "Detalle generado en LIQESPECT.DAT".
           STOP RUN.
       END PROGRAM LIQUIDARESPECT.
