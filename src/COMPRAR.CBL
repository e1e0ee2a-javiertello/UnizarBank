           ALTERNATE RECORD KEY IS ENTCUENTA WITH DUPLICATES
           FILE STATUS IS FSEN.

           SELECT CANCELESPECTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CANCLAVE
           FILE STATUS IS FSCA.

           SELECT CATEGORIASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CATCLAVE
           FILE STATUS IS FSCT.

           SELECT MIDCONTROLFILE ASSIGN TO DISK
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS RANDOM
           RELATIVE KEY IS ENTCTLKEY
           FILE STATUS IS FSEC.

           SELECT INTENCIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INTCLAVE
           ALTERNATE RECORD KEY IS INTESTADO WITH DUPLICATES
           FILE STATUS IS FSIN.

       DATA DIVISION.
       FILE SECTION.

             02 CANTIDAD PIC S9999999V99.
             02 DESTINO  PIC X(10) VALUE "".
             02 SALDOCUENTA    PIC S9999999V99.
             02 MOVOPERADOR PIC X(10). *> operador de oficina
             02 MOVTIPO   PIC 9(3). *> codigo de TIPOSMOV.DAT
             02 MOVTERMINAL PIC X(6). *> cajero de la operacion
             02 MOVFECHAVALOR PIC 9(8). *> fecha valor AAAAMMDD

           FD ESPECTACULOSFILE
               LABEL RECORDS ARE STANDARD
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

           FD MIDCONTROLFILE
               LABEL RECORDS ARE STANDARD
           01 ENTCONTROLREC.
             02 ULTIMOENTID PIC 9(9).

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
           77 FSIN      PIC XX.
           77 FSTF      PIC XX.
           77 FSMF      PIC XX.
           77 FSEF      PIC XX.
           77 FSEN      PIC XX.
           77 FSMC      PIC XX.
           77 FSEC      PIC XX.
           77 FSCA      PIC XX.
           77 FSCT      PIC XX.
           77 SESCANCEL PIC X VALUE "N".
           77 NUMSESCANCEL PIC 99 VALUE 0.
           77 MIDCTLKEY PIC 9 VALUE 1.
           77 ENTCTLKEY PIC 9 VALUE 1.
           77 MIDBOOT   PIC X VALUE "N".
           77 FECHAACT  PIC 9(8).
           77 HORA      PIC 9999.
           77 FECHORAACT  PIC 9(12).
           77 FECHAVALBASE PIC 9(8).
           77 DIASVALOR PIC 9(3) VALUE 0.
           77 HORAACT   PIC 9(8).
           77 SALDOFORMA   PIC -Z,ZZZ,ZZ9.99.
           77 CAMPO     PIC 9 VALUE 0.
           77 ESTADOJOR PIC X(12).
           77 DETALLEJOR PIC X(60).
           77 IMPJOR    PIC S9999999V99.
           77 ALERTADNI PIC X(9).
           77 ALERTATIPO PIC 9.
           77 ERROR6    PIC 9 VALUE 0.
           77 EOCAT     PIC X VALUE "N".
           77 EOENT     PIC X VALUE "N".
           77 NUMCAT    PIC 9 VALUE 0.
           77 IDXCAT    PIC 9 VALUE 0.
           77 SESIONCAT PIC 9(2) VALUE 0.
           77 CONCUPO   PIC X VALUE "N".
           77 SINLIMITE PIC X VALUE "N".
           77 QUEDAN    PIC 9(5).
           77 QUEDANTOT PIC 9(5).
           77 ASIENTOPED PIC 9(3).
           77 ASIENTONUM PIC 9(3).
           77 PCTPAGA   PIC 999V99.
           77 IMPCALC   PIC 9(6)V9(4).
           77 IMPCAT    PIC 9999999V99.
           77 PRECIOFORMA PIC ZZ9.99.
           77 QUEDANFORMA PIC ZZZZ9.
           01 TABSESIONES.
             02 SESLIN OCCURS 9 TIMES.
               03 SESIDLIN PIC 9(2).
           01 TABCATEGORIAS.
             02 CATLIN OCCURS 9 TIMES.
               03 CATACTLIN  PIC X.
               03 CATNOMLIN  PIC X(15).
               03 CATPRELIN  PIC 999V99.
               03 CATCUPOLIN PIC 9(5).
               03 CATVENDLIN PIC 9(5).
               03 CATPEDLIN  PIC 9(3).
       LINKAGE SECTION.
           01 CUENTACT   PIC X(10).
           01 SALDOACTL  PIC S9999999V99.
           01 TERMINALACT PIC X(6).

       PROCEDURE DIVISION USING CUENTACT, SALDOACTL,
           TERMINALACT.
           MOVE SALDOACTL TO SALDOFORMA.
       REPEAT.
           MOVE 0 TO CAMPO.
           *> hora y aforo propios. Sin sesiones dadas de alta se
           *> vende contra el cupo unico del catalogo, como antes.
           MOVE 0 TO NUMSES.
           MOVE 0 TO NUMSESCANCEL.
           MOVE 0 TO SESIONACT.
           MOVE 0 TO ASIENTOINI.
           MOVE 0 TO ASIENTOFIN.
           MOVE "N" TO EOSES.
           OPEN INPUT CANCELESPECTFILE.
           OPEN INPUT SESIONESFILE.
           IF FSSE = "35"
               MOVE "Y" TO EOSES
                    AT END MOVE "Y" TO EOSES
               END-READ
               IF EOSES = "N" AND SESNUM = NUMESP
                   *> Una sesion cancelada por el promotor ya no se
                   *> ofrece.
                   MOVE "N" TO SESCANCEL
                   IF FSCA NOT = "35"
                       MOVE SESNUM TO CANNUM
                       MOVE SESID TO CANSESION
                       READ CANCELESPECTFILE
                            INVALID KEY CONTINUE
                            NOT INVALID KEY MOVE "Y" TO SESCANCEL
                       END-READ
                   END-IF
                   IF SESCANCEL = "N"
                       ADD 1 TO NUMSES GIVING NUMSES
                       MOVE SESID TO SESIDLIN(NUMSES)
                   ELSE
                       ADD 1 TO NUMSESCANCEL GIVING NUMSESCANCEL
                   END-IF
                   GO TO LEERSESION
               END-IF
           END-IF.
           IF FSSE NOT = "35"
               CLOSE SESIONESFILE
           END-IF.
           IF FSCA NOT = "35"
               CLOSE CANCELESPECTFILE
           END-IF.
           IF NUMSES = 0 AND NUMSESCANCEL > 0
               MOVE 1 TO ERROR1
               GO TO REPEAT
           END-IF.
           IF NUMSES = 0
               GO TO VENTASINSESION
           END-IF.
               MOVE 1 TO ERROR2
               GO TO REPEAT
           END-IF.
           GO TO CARGARCATEGORIAS.
        PANTALLASESION.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
               MOVE 1 TO ERROR5
               GO TO REPEAT
           END-IF.
           GO TO CARGARCATEGORIAS.
        CARGARCATEGORIAS.
           *> Tarifas por categoria (general, reducida, joven...):
           *> primero las propias de la sesion y, si no hay, las
           *> del espectaculo para todas sus sesiones. Sin tarifas
           *> dadas de alta se cobra el precio unico del catalogo.
           MOVE 0 TO ERROR6.
           MOVE 0 TO NUMCAT.
           MOVE "N" TO CONCUPO.
           MOVE SESIONACT TO SESIONCAT.
           MOVE 0 TO IDXCAT.
        LIMPIARCATEGORIA.
           IF IDXCAT < 9
               ADD 1 TO IDXCAT GIVING IDXCAT
               MOVE "N" TO CATACTLIN(IDXCAT)
               MOVE SPACES TO CATNOMLIN(IDXCAT)
               MOVE 0 TO CATPRELIN(IDXCAT)
               MOVE 0 TO CATCUPOLIN(IDXCAT)
               MOVE 0 TO CATVENDLIN(IDXCAT)
               MOVE 0 TO CATPEDLIN(IDXCAT)
               GO TO LIMPIARCATEGORIA
           END-IF.
        BUSCARTARIFA.
           MOVE "N" TO EOCAT.
           OPEN INPUT CATEGORIASFILE.
           IF FSCT = "35"
               GO TO PRECIOUNICO
           END-IF.
           MOVE NUMESP TO CATNUM.
           MOVE SESIONCAT TO CATSESION.
           MOVE 0 TO CATCODIGO.
           START CATEGORIASFILE
                KEY IS NOT < CATCLAVE
                INVALID KEY MOVE "Y" TO EOCAT
           END-START.
        LEERCATEGORIA.
           IF EOCAT = "N"
               READ CATEGORIASFILE NEXT RECORD
                    AT END MOVE "Y" TO EOCAT
               END-READ
               IF EOCAT = "N" AND CATNUM = NUMESP
                  AND CATSESION = SESIONCAT
                   IF CATCODIGO > 0
                       GO TO TOMARCATEGORIA
                   END-IF
                   GO TO LEERCATEGORIA
               END-IF
           END-IF.
           CLOSE CATEGORIASFILE.
           IF NUMCAT = 0 AND SESIONCAT > 0
               MOVE 0 TO SESIONCAT
               GO TO BUSCARTARIFA
           END-IF.
           IF NUMCAT = 0
               GO TO PRECIOUNICO
           END-IF.
           IF CONCUPO = "Y"
               GO TO CONTARVENDIDAS
           END-IF.
           GO TO COMPROBARCUPOS.
        TOMARCATEGORIA.
           ADD 1 TO NUMCAT GIVING NUMCAT.
           MOVE "Y" TO CATACTLIN(CATCODIGO).
           MOVE CATNOMBRE TO CATNOMLIN(CATCODIGO).
           MOVE CATCUPO TO CATCUPOLIN(CATCODIGO).
           IF CATCUPO > 0
               MOVE "Y" TO CONCUPO
           END-IF.
           IF CATPRECIO > 0
               MOVE CATPRECIO TO CATPRELIN(CATCODIGO)
           ELSE
               SUBTRACT CATDESCUENTO FROM 100 GIVING PCTPAGA
               MULTIPLY PRECIOACT BY PCTPAGA GIVING IMPCALC
               DIVIDE IMPCALC BY 100 GIVING CATPRELIN(CATCODIGO)
                   ROUNDED
           END-IF.
           GO TO LEERCATEGORIA.
        CONTARVENDIDAS.
           *> Lo ya vendido de cada categoria sale de las entradas
           *> vigentes: de la sesion si la tarifa es de la sesion y
           *> de todo el espectaculo si es comun a todas.
           MOVE "N" TO EOENT.
           OPEN INPUT ENTRADASFILE.
           IF FSEN = "35"
               GO TO COMPROBARCUPOS
           END-IF.
        LEERVENDIDA.
           READ ENTRADASFILE NEXT RECORD
                AT END MOVE "Y" TO EOENT
           END-READ.
           IF EOENT = "Y"
               CLOSE ENTRADASFILE
               GO TO COMPROBARCUPOS
           END-IF.
           IF ENTNUM NOT = NUMESP OR ENTESTADO NOT = "V"
               GO TO LEERVENDIDA
           END-IF.
           IF SESIONCAT > 0 AND ENTSESION NOT = SESIONCAT
               GO TO LEERVENDIDA
           END-IF.
           MOVE 0 TO IDXCAT.
        SUMARVENDIDA.
           IF IDXCAT < 9
               ADD 1 TO IDXCAT GIVING IDXCAT
               ADD ENTCATUDS(IDXCAT) TO CATVENDLIN(IDXCAT)
                   GIVING CATVENDLIN(IDXCAT)
               GO TO SUMARVENDIDA
           END-IF.
           GO TO LEERVENDIDA.
        COMPROBARCUPOS.
           *> Entre todas las categorias tiene que haber cupo para
           *> las unidades pedidas antes de preguntar por cada una.
           MOVE 0 TO QUEDANTOT.
           MOVE "N" TO SINLIMITE.
           MOVE 0 TO IDXCAT.
        SUMARCUPO.
           IF IDXCAT < 9
               ADD 1 TO IDXCAT GIVING IDXCAT
               IF CATACTLIN(IDXCAT) = "Y"
                   IF CATCUPOLIN(IDXCAT) = 0
                       MOVE "Y" TO SINLIMITE
                   ELSE
                       IF CATVENDLIN(IDXCAT) < CATCUPOLIN(IDXCAT)
                           SUBTRACT CATVENDLIN(IDXCAT)
                               FROM CATCUPOLIN(IDXCAT) GIVING QUEDAN
                           ADD QUEDAN TO QUEDANTOT GIVING QUEDANTOT
                       END-IF
                   END-IF
               END-IF
               GO TO SUMARCUPO
           END-IF.
           IF SINLIMITE = "N" AND QUEDANTOT < UNIDADES
               MOVE 1 TO ERROR2
               GO TO REPEAT
           END-IF.
           MOVE 0 TO ASIENTOPED.
           GO TO PANTALLACATEGORIA.
        PANTALLACATEGORIA.
           *> Una categoria por cada entrada; los asientos del tramo
           *> asignado se reparten en el orden en que se eligen.
           ADD 1 TO ASIENTOPED GIVING ASIENTOPED.
           IF ASIENTOPED > UNIDADES
               GO TO SUMARCOMPRA
           END-IF.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Comprar entradas"
                LINE 4 COLUMN 31 UNDERLINE.
           DISPLAY "Tarifa de la entrada " ASIENTOPED " de " UNIDADES
                LINE 6 COLUMN 18.
           IF ASIENTOINI > 0
               ADD ASIENTOINI TO ASIENTOPED GIVING ASIENTONUM
               SUBTRACT 1 FROM ASIENTONUM GIVING ASIENTONUM
               DISPLAY "Asiento " ASIENTONUM
                    LINE 7 COLUMN 18
           END-IF.
           DISPLAY "    Categoria        Precio   Quedan"
                LINE 8 COLUMN 8.
           MOVE 0 TO IDXCAT.
        MOSTRARCATEGORIA.
           IF IDXCAT < 9
               ADD 1 TO IDXCAT GIVING IDXCAT
               IF CATACTLIN(IDXCAT) = "Y"
                   ADD IDXCAT TO 8 GIVING LUGAR
                   MOVE CATPRELIN(IDXCAT) TO PRECIOFORMA
                   DISPLAY IDXCAT " - " LINE LUGAR COLUMN 3
                   DISPLAY CATNOMLIN(IDXCAT) LINE LUGAR COLUMN 12
                   DISPLAY PRECIOFORMA "E" LINE LUGAR COLUMN 28
                   IF CATCUPOLIN(IDXCAT) = 0
                       DISPLAY "Sin limite" LINE LUGAR COLUMN 37
                   ELSE
                       ADD CATVENDLIN(IDXCAT) TO CATPEDLIN(IDXCAT)
                           GIVING QUEDAN
                       IF QUEDAN < CATCUPOLIN(IDXCAT)
                           SUBTRACT QUEDAN FROM CATCUPOLIN(IDXCAT)
                               GIVING QUEDAN
                       ELSE
                           MOVE 0 TO QUEDAN
                       END-IF
                       MOVE QUEDAN TO QUEDANFORMA
                       DISPLAY QUEDANFORMA LINE LUGAR COLUMN 37
                   END-IF
               END-IF
               GO TO MOSTRARCATEGORIA
           END-IF.
           IF ERROR6 = 1
                DISPLAY "No quedan entradas de esa categoria"
                        LINE 19 COLUMN 18
           END-IF
           DISPLAY "Indique la categoria"
                LINE 20 COLUMN 18.
           DISPLAY "F1 - Cancelar"
                LINE 24 COLUMN 50.
        REPEATCAT.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           IF TECLA = " "
               ACCEPT ESCAP FROM ESCAPE KEY
               IF ESCAP = 01
                   GO TO REPEAT
               ELSE
                   GO TO REPEATCAT
               END-IF
           END-IF.
           IF TECLA NOT NUMERIC
               GO TO REPEATCAT
           END-IF.
           MOVE TECLA TO IDXCAT.
           IF IDXCAT < 1
               GO TO REPEATCAT
           END-IF.
           IF CATACTLIN(IDXCAT) NOT = "Y"
               GO TO REPEATCAT
           END-IF.
           IF CATCUPOLIN(IDXCAT) > 0
               ADD CATVENDLIN(IDXCAT) TO CATPEDLIN(IDXCAT)
                   GIVING QUEDAN
               IF QUEDAN NOT < CATCUPOLIN(IDXCAT)
                   MOVE 1 TO ERROR6
                   SUBTRACT 1 FROM ASIENTOPED GIVING ASIENTOPED
                   GO TO PANTALLACATEGORIA
               END-IF
           END-IF.
           MOVE 0 TO ERROR6.
           ADD 1 TO CATPEDLIN(IDXCAT) GIVING CATPEDLIN(IDXCAT).
           GO TO PANTALLACATEGORIA.
        SUMARCOMPRA.
           MOVE 0 TO TOTALCOMPRA.
           MOVE 0 TO IDXCAT.
        SUMARCATEGORIA.
           IF IDXCAT < 9
               ADD 1 TO IDXCAT GIVING IDXCAT
               MULTIPLY CATPRELIN(IDXCAT) BY CATPEDLIN(IDXCAT)
                   GIVING IMPCAT
               ADD IMPCAT TO TOTALCOMPRA GIVING TOTALCOMPRA
               GO TO SUMARCATEGORIA
           END-IF.
           GO TO COBRAR.
        PRECIOUNICO.
           MULTIPLY PRECIOACT BY UNIDADES GIVING TOTALCOMPRA.
           GO TO COBRAR.
        COBRAR.
           OPEN I-O CUENTASFILE.
           MOVE CUENTACT TO CUENTA.
           START CUENTASFILE
               MOVE 1 TO ERROR3
               GO TO REPEAT
           END-IF.
           GO TO ANOTARINTENCION.
        ANOTARINTENCION.
           *> Intencion de la compra antes de tocar saldo, aforo,
           *> mayor y entradas: si el cajero se corta a medias, al
           *> arrancar RECUPERAROPERACIONES la termina o la deshace.
           ACCEPT FECHAACT FROM DATE YYYYMMDD.
           ACCEPT HORAACT FROM TIME.
           MOVE SPACES TO INTENCIONESREC.
           MOVE FECHAACT TO INTFECHA.
           MOVE HORAACT TO INTHORA.
           MOVE CUENTACT TO INTCUENTA.
           MOVE "P" TO INTESTADO.
           MOVE TERMINALACT TO INTTERMINAL.
           MOVE "Compra entradas" TO INTOPERACION.
           MULTIPLY FECHAACT BY 10000 GIVING FECHORAACT.
           DIVIDE HORAACT BY 10000 GIVING HORA.
           ADD HORA TO FECHORAACT GIVING FECHORAACT.
           MOVE FECHORAACT TO INTFECHORA.
           MULTIPLY TOTALCOMPRA BY -1 GIVING INTIMPORTE.
           MOVE "-" TO INTCASETES.
           MOVE CUENTACT TO INTCTACUENTA(1).
           MULTIPLY TOTALCOMPRA BY -1 GIVING INTCTAIMPORTE(1).
           MOVE SALDO TO INTCTASALDOANT(1).
           MOVE "P" TO INTCTAPASO(1).
           MOVE "-" TO INTCTAPASO(2).
           MOVE 0 TO INTMOVMID(1).
           MOVE 1 TO INTMOVCTA(1).
           MOVE "Entrada" TO INTMOVCONCEPTO(1).
           MOVE 008 TO INTMOVTIPO(1).
           MULTIPLY TOTALCOMPRA BY -1 GIVING INTMOVCANTIDAD(1).
           MOVE NUMESP TO INTMOVDESTINO(1).
           SUBTRACT TOTALCOMPRA FROM SALDO GIVING INTMOVSALDO(1).
           MOVE "N" TO INTMOVPASO(1).
           MOVE "-" TO INTMOVPASO(2).
           MOVE "-" TO INTMOVPASO(3).
           MOVE "N" TO INTAFORO.
           MOVE NUMESP TO INTNUMESP.
           MOVE SESIONACT TO INTSESION.
           MOVE UNIDADES TO INTUNIDADES.
           MOVE ASIENTOINI TO INTASIENTOINI.
           MOVE ASIENTOFIN TO INTASIENTOFIN.
           MOVE 0 TO INTDISPOANT.
           MOVE "N" TO INTREGISTRO.
           MOVE 0 TO INTREGID.
           MOVE 0 TO IDXCAT.
        GUARDARCATEGORIA.
           IF IDXCAT < 9
               ADD 1 TO IDXCAT GIVING IDXCAT
               MOVE CATPEDLIN(IDXCAT) TO INTCATUDS(IDXCAT)
               IF CATPEDLIN(IDXCAT) > 0
                   MOVE CATPRELIN(IDXCAT) TO INTCATPRECIO(IDXCAT)
               ELSE
                   MOVE 0 TO INTCATPRECIO(IDXCAT)
               END-IF
               GO TO GUARDARCATEGORIA
           END-IF.
           OPEN I-O INTENCIONESFILE.
           IF FSIN = "35"
               CLOSE INTENCIONESFILE
               OPEN OUTPUT INTENCIONESFILE
               CLOSE INTENCIONESFILE
               OPEN I-O INTENCIONESFILE
           END-IF.
           WRITE INTENCIONESREC.
           GO TO CARGARCOMPRA.
        CARGARCOMPRA.
           SUBTRACT TOTALCOMPRA FROM SALDO GIVING SALDO.
           REWRITE CUENTASREC.
           CLOSE CUENTASFILE.
           MOVE "S" TO INTCTAPASO(1).
           REWRITE INTENCIONESREC.
           IF SESIONACT > 0
               GO TO OCUPARASIENTOS
           END-IF.
           READ ESPECTACULOSFILE
                INVALID KEY CONTINUE
           END-READ.
           MOVE DISPONIBLES TO INTDISPOANT.
           MOVE "P" TO INTAFORO.
           REWRITE INTENCIONESREC.
           SUBTRACT UNIDADES FROM DISPONIBLES GIVING DISPONIBLES.
           REWRITE ESPECTACULOSREC.
           CLOSE ESPECTACULOSFILE.
           MOVE "S" TO INTAFORO.
           REWRITE INTENCIONESREC.
           GO TO ANOTARMOVTO.
        OCUPARASIENTOS.
           OPEN I-O SESIONESFILE.
           END-IF.
           SUBTRACT UNIDADES FROM SESDISPONIBLES
               GIVING SESDISPONIBLES.
           MOVE "P" TO INTAFORO.
           REWRITE INTENCIONESREC.
           REWRITE SESIONESREC.
           CLOSE SESIONESFILE.
           MOVE "S" TO INTAFORO.
           REWRITE INTENCIONESREC.
           GO TO ANOTARMOVTO.
        ANOTARMOVTO.
           OPEN I-O MOVIMIENTOSFILE.
           MULTIPLY CANTIDAD BY -1 GIVING CANTIDAD.
           MOVE NUMESP TO DESTINO.
           MOVE SALDO TO SALDOCUENTA.
           MOVE SPACES TO MOVOPERADOR.
           MOVE TERMINALACT TO MOVTERMINAL.
           MOVE 008 TO MOVTIPO.
           MOVE MID TO INTMOVMID(1).
           MOVE "P" TO INTMOVPASO(1).
           REWRITE INTENCIONESREC.
           MOVE FECHORA(1:8) TO FECHAVALBASE.
           CALL "CALCULARDIAHABIL" USING FECHAVALBASE, DIASVALOR,
               MOVFECHAVALOR.
           CANCEL "CALCULARDIAHABIL".
           WRITE MOVIMIENTOSREC.
           CLOSE MOVIMIENTOSFILE.
           MOVE "S" TO INTMOVPASO(1).
           REWRITE INTENCIONESREC.
           GO TO ANOTARENTRADA.
        ANOTARENTRADA.
           *> Registro de la compra en el fichero de entradas, para
           MOVE TOTALCOMPRA TO ENTIMPORTE.
           MOVE FECHORAACT TO ENTFECHORA.
           MOVE "V" TO ENTESTADO.
           MOVE INTCATEGORIAS TO ENTCATEGORIAS.
           MOVE "N" TO ENTLIQVENTA.
           MOVE "N" TO ENTLIQDEVOL.
           MOVE ENTID TO INTREGID.
           MOVE "P" TO INTREGISTRO.
           REWRITE INTENCIONESREC.
           WRITE ENTRADASREC.
           CLOSE ENTRADASFILE.
           MOVE "S" TO INTREGISTRO.
           MOVE "C" TO INTESTADO.
           REWRITE INTENCIONESREC.
           CLOSE INTENCIONESFILE.

           SUBTRACT TOTALCOMPRA FROM SALDOACTL GIVING SALDOACTL.
           MOVE "Compra entradas" TO OPERJOR.
                  " ASIENTOS " ASIENTOINI "-" ASIENTOFIN
                  DELIMITED BY SIZE INTO DETALLEJOR.
           CALL "ANOTARJORNAL" USING CUENTACT, OPERJOR, ESTADOJOR,
               IMPJOR, SALDOACTL, DETALLEJOR, TERMINALACT.
           CANCEL "ANOTARJORNAL".
           CALL "EMITIRRECIBO" USING CUENTACT, OPERJOR, IMPJOR,
               SALDOACTL, DETALLEJOR.
           CANCEL "EMITIRRECIBO".
           MOVE SPACES TO ALERTADNI.
           MOVE 2 TO ALERTATIPO.
           CALL "ANOTARALERTA" USING CUENTACT, ALERTADNI, ALERTATIPO,
               IMPJOR, SALDOACTL.
           CANCEL "ANOTARALERTA".
        SALIDA.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
