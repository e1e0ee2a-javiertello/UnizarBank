       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITARFICHEROS.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DNI
           ALTERNATE RECORD KEY IS TARJETA
           FILE STATUS IS FSCF.

           SELECT CUENTASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA
           ALTERNATE RECORD KEY IS CTADNI WITH DUPLICATES
           FILE STATUS IS FSTF.

           SELECT ORDENESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORDENID
           FILE STATUS IS FSOR.

           SELECT RETENCIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RETID
           ALTERNATE RECORD KEY IS RETCUENTA WITH DUPLICATES
           FILE STATUS IS FSRT.

           SELECT CHEQUESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHQID
           FILE STATUS IS FSCH.

           SELECT TASASDEUDORFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TDCUENTA
           FILE STATUS IS FSTD.

           SELECT TITULARESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TITCLAVE
           ALTERNATE RECORD KEY IS TITDNI WITH DUPLICATES
           FILE STATUS IS FSTI.

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

           SELECT AUDITORIATMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TMPCLAVE
           FILE STATUS IS FSAT.

           SELECT INFORMEFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSIF.

       DATA DIVISION.
       FILE SECTION.

           FD CLIENTESFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "CLIENTES.DAT".
           01 CLIENTESREC.
             02 DNI      PIC X(9).
             02 NOMBAPE  PIC X(40).
             02 TEL      PIC X(12).
             02 DIR      PIC X(30).
             02 TARJETA  PIC X(10).
             02 BLOQUEADA PIC X(1). *> Y o N
             02 CLAVE    PIC X(15).
             02 INTENTOSREST PIC 9 VALUE 3.
             02 CLAVEANT1 PIC X(15).
             02 CLAVEANT2 PIC X(15).
             02 FECHACAD PIC 9(8). *> AAAAMMDD

           FD CUENTASFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "CUENTAS.DAT".
           01 CUENTASREC.
             02 CUENTA   PIC X(10).
             02 CTADNI   PIC X(9).
             02 SALDO    PIC S9999999V99.
             02 LIMDESCUB PIC 9999V99.
             02 TASAINTERES PIC 99V99 VALUE 0.

           FD ORDENESFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "ORDENES.DAT".
           01 ORDENESREC.
             02 ORDENID       PIC 9(6).
             02 CUENTAORIGEN  PIC X(10).
             02 CUENTADESTINO PIC X(10).
             02 IMPORTEORDEN  PIC 9999V99.
             02 DIAMES        PIC 99.
             02 ACTIVA        PIC X(1). *> Y o N

           FD RETENCIONESFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "RETENCIONES.DAT".
           01 RETENCIONESREC.
             02 RETID       PIC 9(9).
             02 RETCUENTA   PIC X(10).
             02 RETIMPORTE  PIC 9999999V99.
             02 RETREFERENCIA PIC X(20).
             02 RETAUTORIDAD PIC X(30).
             02 RETFECHAINI PIC 9(8). *> AAAAMMDD
             02 RETFECHAFIN PIC 9(8). *> AAAAMMDD, 0 = sin vencimiento
             02 RETESTADO   PIC X. *> A activa, L levantada

           FD CHEQUESFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "PENDCHEQUES.DAT".
           01 CHEQUESREC.
             02 CHQID      PIC 9(9).
             02 CHQCUENTA  PIC X(10).
             02 CHQIMPORTE PIC 9999999V99.
             02 CHQREF     PIC X(10).
             02 CHQFECHORA PIC 9(12). *> AAAAMMDDHHMM
             02 CHQESTADO  PIC X. *> P pendiente, A abonado, D devuelto

           FD TASASDEUDORFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "TASASDEUDOR.DAT".
           01 TASASDEUDORREC.
             02 TDCUENTA PIC X(10).
             02 TDTASA   PIC 99V99. *> interes deudor anual

           FD TITULARESFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "TITULARES.DAT".
           01 TITULARESREC.
             02 TITCLAVE.
               03 TITCUENTA PIC X(10).
               03 TITDNI    PIC X(9).
             02 TITROL PIC X. *> T titular, A autorizado

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

           FD AUDITORIATMPFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "AUDITORIATMP.DAT".
           01 AUDITORIATMPREC.
             02 TMPCLAVE.
               03 TMPREGLA PIC 9.
               03 TMPSEC   PIC 9(6).
             02 TMPTEXTO   PIC X(110).

           FD INFORMEFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "AUDITORIA.DAT".
           01 LINEAINFORME PIC X(120).

       WORKING-STORAGE SECTION.
           77 FSCF   PIC XX.
           77 FSTF   PIC XX.
           77 FSOR   PIC XX.
           77 FSRT   PIC XX.
           77 FSCH   PIC XX.
           77 FSTD   PIC XX.
           77 FSTI   PIC XX.
           77 FSEF   PIC XX.
           77 FSSE   PIC XX.
           77 FSEN   PIC XX.
           77 FSAT   PIC XX.
           77 FSIF   PIC XX.
           77 EOF    PIC X VALUE "N".
           77 EOS    PIC X VALUE "N".
           77 EOE    PIC X VALUE "N".
           77 EXISTE PIC X VALUE "N".
           77 FALTAORIG PIC X VALUE "N".
           77 FALTADEST PIC X VALUE "N".
           77 FECHAACT PIC 9(8).
           77 SECACT PIC 9(6) VALUE 0.
           77 REGLAACT PIC 9 VALUE 0.
           77 REVISADOS PIC 9(5) VALUE 0.
           77 EXCEPCIONES PIC 9(5) VALUE 0.
           77 IDXASIENTO PIC 9(3).
           77 LIBRES  PIC 9(3).
           77 TRAMO   PIC 9(3).
           77 MOTIVO  PIC X(30).
           77 TEXTOACT PIC X(110).
           77 TITULOREGLA PIC X(70).
           77 IMPFORMA PIC Z,ZZZ,ZZ9.99.
           77 TOTALFORMA PIC ZZZZ9.
           01 TABREGLAS.
             02 CONTREGLA OCCURS 9 TIMES PIC 9(5).
           01 TABASIENTOS.
             02 ASIDUENO OCCURS 500 TIMES PIC 9(9).

       LINKAGE SECTION.
           01 RESULTADOPASO.
             02 PASOCONT1 PIC 9(5).
             02 PASOCONT2 PIC 9(5).

       PROCEDURE DIVISION USING RESULTADOPASO.
       INICIO.
           *> Auditoria de integridad entre ficheros. CUADRESALDO
           *> cuadra los saldos; aqui se comprueba que las referencias
           *> de unos ficheros a otros siguen en pie:
           *>   1 ordenes permanentes activas con cuenta inexistente
           *>   2 retenciones activas con cuenta inexistente
           *>   3 cheques pendientes con cuenta inexistente
           *>   4 tasas deudoras de cuentas inexistentes
           *>   5 titularidades de DNI que no esta en CLIENTES
           *>   6 titularidades de cuentas inexistentes
           *>   7 entradas vigentes con sesion o asientos no validos
           *>   8 asientos del mapa de la sesion que no cuadran con
           *>     las entradas vigentes (incluida la doble venta)
           *>   9 libres de la sesion distintos de los del mapa
           *> Las excepciones se recogen en AUDITORIATMP.DAT por
           *> regla y se listan agrupadas en AUDITORIA.DAT. No se
           *> corrige nada: lo arregla operaciones a la vista del
           *> informe.
           DISPLAY "Auditoria de integridad de ficheros - UnizarBank".
           ACCEPT FECHAACT FROM DATE YYYYMMDD.
           MOVE 0 TO CONTREGLA(1).
           MOVE 0 TO CONTREGLA(2).
           MOVE 0 TO CONTREGLA(3).
           MOVE 0 TO CONTREGLA(4).
           MOVE 0 TO CONTREGLA(5).
           MOVE 0 TO CONTREGLA(6).
           MOVE 0 TO CONTREGLA(7).
           MOVE 0 TO CONTREGLA(8).
           MOVE 0 TO CONTREGLA(9).
           OPEN OUTPUT AUDITORIATMPFILE.
           CLOSE AUDITORIATMPFILE.
           OPEN I-O AUDITORIATMPFILE.
           OPEN INPUT CUENTASFILE.
           GO TO REGLAORDENES.

       REGLAORDENES.
           MOVE 1 TO REGLAACT.
           MOVE "N" TO EOF.
           OPEN INPUT ORDENESFILE.
           IF FSOR = "35"
               GO TO REGLARETENCIONES
           END-IF.
       LEERORDEN.
           READ ORDENESFILE NEXT RECORD
                AT END MOVE "Y" TO EOF
           END-READ.
           IF EOF = "Y"
               CLOSE ORDENESFILE
               GO TO REGLARETENCIONES
           END-IF.
           IF ACTIVA NOT = "Y"
               GO TO LEERORDEN
           END-IF.
           ADD 1 TO REVISADOS GIVING REVISADOS.
           MOVE "N" TO FALTAORIG.
           MOVE "N" TO FALTADEST.
           MOVE CUENTAORIGEN TO CUENTA.
           READ CUENTASFILE
                INVALID KEY MOVE "Y" TO FALTAORIG
           END-READ.
           MOVE CUENTADESTINO TO CUENTA.
           READ CUENTASFILE
                INVALID KEY MOVE "Y" TO FALTADEST
           END-READ.
           IF FALTAORIG = "N" AND FALTADEST = "N"
               GO TO LEERORDEN
           END-IF.
           IF FALTAORIG = "Y" AND FALTADEST = "Y"
               MOVE "origen y destino" TO MOTIVO
           ELSE
               IF FALTAORIG = "Y"
                   MOVE "origen" TO MOTIVO
               ELSE
                   MOVE "destino" TO MOTIVO
               END-IF
           END-IF.
           MOVE SPACES TO TEXTOACT.
           STRING "Orden " ORDENID "  origen " CUENTAORIGEN
                  "  destino " CUENTADESTINO "  falta "
                  MOTIVO
                  DELIMITED BY SIZE INTO TEXTOACT.
           ADD 1 TO SECACT GIVING SECACT.
           MOVE REGLAACT TO TMPREGLA.
           MOVE SECACT TO TMPSEC.
           MOVE TEXTOACT TO TMPTEXTO.
           WRITE AUDITORIATMPREC.
           ADD 1 TO CONTREGLA(REGLAACT) GIVING CONTREGLA(REGLAACT).
           GO TO LEERORDEN.

       REGLARETENCIONES.
           MOVE 2 TO REGLAACT.
           MOVE "N" TO EOF.
           OPEN INPUT RETENCIONESFILE.
           IF FSRT = "35"
               GO TO REGLACHEQUES
           END-IF.
       LEERRETENCION.
           READ RETENCIONESFILE NEXT RECORD
                AT END MOVE "Y" TO EOF
           END-READ.
           IF EOF = "Y"
               CLOSE RETENCIONESFILE
               GO TO REGLACHEQUES
           END-IF.
           IF RETESTADO NOT = "A"
               GO TO LEERRETENCION
           END-IF.
           ADD 1 TO REVISADOS GIVING REVISADOS.
           MOVE "Y" TO EXISTE.
           MOVE RETCUENTA TO CUENTA.
           READ CUENTASFILE
                INVALID KEY MOVE "N" TO EXISTE
           END-READ.
           IF EXISTE = "Y"
               GO TO LEERRETENCION
           END-IF.
           MOVE RETIMPORTE TO IMPFORMA.
           MOVE SPACES TO TEXTOACT.
           STRING "Retencion " RETID "  cuenta " RETCUENTA
                  "  importe " IMPFORMA "  ref " RETREFERENCIA
                  DELIMITED BY SIZE INTO TEXTOACT.
           ADD 1 TO SECACT GIVING SECACT.
           MOVE REGLAACT TO TMPREGLA.
           MOVE SECACT TO TMPSEC.
           MOVE TEXTOACT TO TMPTEXTO.
           WRITE AUDITORIATMPREC.
           ADD 1 TO CONTREGLA(REGLAACT) GIVING CONTREGLA(REGLAACT).
           GO TO LEERRETENCION.

       REGLACHEQUES.
           MOVE 3 TO REGLAACT.
           MOVE "N" TO EOF.
           OPEN INPUT CHEQUESFILE.
           IF FSCH = "35"
               GO TO REGLATASAS
           END-IF.
       LEERCHEQUE.
           READ CHEQUESFILE NEXT RECORD
                AT END MOVE "Y" TO EOF
           END-READ.
           IF EOF = "Y"
               CLOSE CHEQUESFILE
               GO TO REGLATASAS
           END-IF.
           IF CHQESTADO NOT = "P"
               GO TO LEERCHEQUE
           END-IF.
           ADD 1 TO REVISADOS GIVING REVISADOS.
           MOVE "Y" TO EXISTE.
           MOVE CHQCUENTA TO CUENTA.
           READ CUENTASFILE
                INVALID KEY MOVE "N" TO EXISTE
           END-READ.
           IF EXISTE = "Y"
               GO TO LEERCHEQUE
           END-IF.
           MOVE CHQIMPORTE TO IMPFORMA.
           MOVE SPACES TO TEXTOACT.
           STRING "Cheque " CHQID "  cuenta " CHQCUENTA
                  "  importe " IMPFORMA "  ref " CHQREF
                  DELIMITED BY SIZE INTO TEXTOACT.
           ADD 1 TO SECACT GIVING SECACT.
           MOVE REGLAACT TO TMPREGLA.
           MOVE SECACT TO TMPSEC.
           MOVE TEXTOACT TO TMPTEXTO.
           WRITE AUDITORIATMPREC.
           ADD 1 TO CONTREGLA(REGLAACT) GIVING CONTREGLA(REGLAACT).
           GO TO LEERCHEQUE.

       REGLATASAS.
           MOVE 4 TO REGLAACT.
           MOVE "N" TO EOF.
           OPEN INPUT TASASDEUDORFILE.
           IF FSTD = "35"
               GO TO REGLATITULARES
           END-IF.
       LEERTASA.
           READ TASASDEUDORFILE NEXT RECORD
                AT END MOVE "Y" TO EOF
           END-READ.
           IF EOF = "Y"
               CLOSE TASASDEUDORFILE
               GO TO REGLATITULARES
           END-IF.
           ADD 1 TO REVISADOS GIVING REVISADOS.
           MOVE "Y" TO EXISTE.
           MOVE TDCUENTA TO CUENTA.
           READ CUENTASFILE
                INVALID KEY MOVE "N" TO EXISTE
           END-READ.
           IF EXISTE = "Y"
               GO TO LEERTASA
           END-IF.
           MOVE SPACES TO TEXTOACT.
           STRING "Tasa deudora de la cuenta " TDCUENTA
                  DELIMITED BY SIZE INTO TEXTOACT.
           ADD 1 TO SECACT GIVING SECACT.
           MOVE REGLAACT TO TMPREGLA.
           MOVE SECACT TO TMPSEC.
           MOVE TEXTOACT TO TMPTEXTO.
           WRITE AUDITORIATMPREC.
           ADD 1 TO CONTREGLA(REGLAACT) GIVING CONTREGLA(REGLAACT).
           GO TO LEERTASA.

       REGLATITULARES.
           *> Reglas 5 y 6 en la misma pasada por TITULARES.DAT.
           MOVE "N" TO EOF.
           OPEN INPUT CLIENTESFILE.
           OPEN INPUT TITULARESFILE.
           IF FSTI = "35"
               CLOSE CLIENTESFILE
               GO TO REGLAENTRADAS
           END-IF.
       LEERTITULAR.
           READ TITULARESFILE NEXT RECORD
                AT END MOVE "Y" TO EOF
           END-READ.
           IF EOF = "Y"
               CLOSE TITULARESFILE
               CLOSE CLIENTESFILE
               GO TO REGLAENTRADAS
           END-IF.
           ADD 1 TO REVISADOS GIVING REVISADOS.
           MOVE SPACES TO TEXTOACT.
           STRING "Cuenta " TITCUENTA "  DNI " TITDNI "  rol "
                  TITROL
                  DELIMITED BY SIZE INTO TEXTOACT.
           MOVE "Y" TO EXISTE.
           MOVE TITDNI TO DNI.
           READ CLIENTESFILE
                INVALID KEY MOVE "N" TO EXISTE
           END-READ.
           IF EXISTE = "N"
               MOVE 5 TO REGLAACT
               ADD 1 TO SECACT GIVING SECACT
               MOVE REGLAACT TO TMPREGLA
               MOVE SECACT TO TMPSEC
               MOVE TEXTOACT TO TMPTEXTO
               WRITE AUDITORIATMPREC
               ADD 1 TO CONTREGLA(REGLAACT)
                   GIVING CONTREGLA(REGLAACT)
           END-IF.
           MOVE "Y" TO EXISTE.
           MOVE TITCUENTA TO CUENTA.
           READ CUENTASFILE
                INVALID KEY MOVE "N" TO EXISTE
           END-READ.
           IF EXISTE = "N"
               MOVE 6 TO REGLAACT
               ADD 1 TO SECACT GIVING SECACT
               MOVE REGLAACT TO TMPREGLA
               MOVE SECACT TO TMPSEC
               MOVE TEXTOACT TO TMPTEXTO
               WRITE AUDITORIATMPREC
               ADD 1 TO CONTREGLA(REGLAACT)
                   GIVING CONTREGLA(REGLAACT)
           END-IF.
           GO TO LEERTITULAR.

       REGLAENTRADAS.
           *> Regla 7: cada entrada vigente de un espectaculo en
           *> cartel que se vendio con sesion tiene que apuntar a una
           *> sesion existente y a un tramo de asientos dentro de su
           *> aforo con tantas butacas como unidades. Las entradas de
           *> espectaculos ya archivados no se revisan.
           CLOSE CUENTASFILE.
           MOVE 7 TO REGLAACT.
           MOVE "N" TO EOE.
           OPEN INPUT ENTRADASFILE.
           IF FSEN = "35"
               GO TO REGLAMAPAS
           END-IF.
           OPEN INPUT ESPECTACULOSFILE.
           OPEN INPUT SESIONESFILE.
       LEERENTRADA.
           READ ENTRADASFILE NEXT RECORD
                AT END MOVE "Y" TO EOE
           END-READ.
           IF EOE = "Y"
               CLOSE ENTRADASFILE
               IF FSEF NOT = "35"
                   CLOSE ESPECTACULOSFILE
               END-IF
               IF FSSE NOT = "35"
                   CLOSE SESIONESFILE
               END-IF
               GO TO REGLAMAPAS
           END-IF.
           IF ENTESTADO NOT = "V" OR ENTSESION = 0
               GO TO LEERENTRADA
           END-IF.
           IF FSEF = "35"
               GO TO LEERENTRADA
           END-IF.
           MOVE "Y" TO EXISTE.
           MOVE ENTNUM TO NUM.
           READ ESPECTACULOSFILE
                INVALID KEY MOVE "N" TO EXISTE
           END-READ.
           IF EXISTE = "N"
               GO TO LEERENTRADA
           END-IF.
           ADD 1 TO REVISADOS GIVING REVISADOS.
           MOVE SPACES TO MOTIVO.
           MOVE "Y" TO EXISTE.
           IF FSSE = "35"
               MOVE "N" TO EXISTE
           ELSE
               MOVE ENTNUM TO SESNUM
               MOVE ENTSESION TO SESID
               READ SESIONESFILE
                    INVALID KEY MOVE "N" TO EXISTE
               END-READ
           END-IF.
           IF EXISTE = "N"
               MOVE "sesion inexistente" TO MOTIVO
           ELSE
               IF ENTASIENTOINI = 0 OR ENTASIENTOINI > ENTASIENTOFIN
                  OR ENTASIENTOFIN > SESCAPACIDAD
                   MOVE "asientos fuera del aforo" TO MOTIVO
               ELSE
                   SUBTRACT ENTASIENTOINI FROM ENTASIENTOFIN
                       GIVING TRAMO
                   ADD 1 TO TRAMO GIVING TRAMO
                   IF TRAMO NOT = ENTUNIDADES
                       MOVE "unidades distintas del tramo" TO MOTIVO
                   END-IF
               END-IF
           END-IF.
           IF MOTIVO = SPACES
               GO TO LEERENTRADA
           END-IF.
           MOVE SPACES TO TEXTOACT.
           STRING "Entrada " ENTID "  cuenta " ENTCUENTA "  esp "
                  ENTNUM "  sesion " ENTSESION "  asientos "
                  ENTASIENTOINI "-" ENTASIENTOFIN "  " MOTIVO
                  DELIMITED BY SIZE INTO TEXTOACT.
           ADD 1 TO SECACT GIVING SECACT.
           MOVE REGLAACT TO TMPREGLA.
           MOVE SECACT TO TMPSEC.
           MOVE TEXTOACT TO TMPTEXTO.
           WRITE AUDITORIATMPREC.
           ADD 1 TO CONTREGLA(REGLAACT) GIVING CONTREGLA(REGLAACT).
           GO TO LEERENTRADA.

       REGLAMAPAS.
           *> Reglas 8 y 9, sesion a sesion: se reconstruye en
           *> memoria que entrada vigente ocupa cada butaca y se
           *> compara con el mapa L/O y con el contador de libres.
           MOVE "N" TO EOS.
           OPEN INPUT SESIONESFILE.
           IF FSSE = "35"
               GO TO FINREGLAS
           END-IF.
       LEERSESION.
           READ SESIONESFILE NEXT RECORD
                AT END MOVE "Y" TO EOS
           END-READ.
           IF EOS = "Y"
               CLOSE SESIONESFILE
               GO TO FINREGLAS
           END-IF.
           ADD 1 TO REVISADOS GIVING REVISADOS.
           MOVE 0 TO IDXASIENTO.
       LIMPIARASIENTO.
           IF IDXASIENTO < 500
               ADD 1 TO IDXASIENTO GIVING IDXASIENTO
               MOVE 0 TO ASIDUENO(IDXASIENTO)
               GO TO LIMPIARASIENTO
           END-IF.
           MOVE 8 TO REGLAACT.
           MOVE "N" TO EOE.
           OPEN INPUT ENTRADASFILE.
           IF FSEN = "35"
               MOVE "Y" TO EOE
           END-IF.
       LEERENTSESION.
           IF EOE = "N"
               READ ENTRADASFILE NEXT RECORD
                    AT END MOVE "Y" TO EOE
               END-READ
           END-IF.
           IF EOE = "Y"
               IF FSEN NOT = "35"
                   CLOSE ENTRADASFILE
               END-IF
               GO TO REVISARMAPA
           END-IF.
           IF ENTNUM NOT = SESNUM OR ENTSESION NOT = SESID
              OR ENTESTADO NOT = "V"
               GO TO LEERENTSESION
           END-IF.
           IF ENTASIENTOINI = 0 OR ENTASIENTOINI > ENTASIENTOFIN
              OR ENTASIENTOFIN > SESCAPACIDAD
               *> Tramo no valido: ya sale en la regla 7.
               GO TO LEERENTSESION
           END-IF.
           MOVE ENTASIENTOINI TO IDXASIENTO.
       OCUPARASIENTO.
           IF IDXASIENTO > ENTASIENTOFIN
               GO TO LEERENTSESION
           END-IF.
           MOVE SPACES TO TEXTOACT.
           IF ASIDUENO(IDXASIENTO) > 0
               STRING "Esp " SESNUM "  sesion " SESID "  asiento "
                      IDXASIENTO "  vendido en las entradas "
                      ASIDUENO(IDXASIENTO) " y " ENTID
                      DELIMITED BY SIZE INTO TEXTOACT
           ELSE
               MOVE ENTID TO ASIDUENO(IDXASIENTO)
               IF SESMAPA(IDXASIENTO:1) NOT = "O"
                   STRING "Esp " SESNUM "  sesion " SESID
                          "  asiento " IDXASIENTO
                          "  vendido en la entrada " ENTID
                          " y libre en el mapa"
                          DELIMITED BY SIZE INTO TEXTOACT
               END-IF
           END-IF.
           IF TEXTOACT NOT = SPACES
               ADD 1 TO SECACT GIVING SECACT
               MOVE REGLAACT TO TMPREGLA
               MOVE SECACT TO TMPSEC
               MOVE TEXTOACT TO TMPTEXTO
               WRITE AUDITORIATMPREC
               ADD 1 TO CONTREGLA(REGLAACT)
                   GIVING CONTREGLA(REGLAACT)
           END-IF.
           ADD 1 TO IDXASIENTO GIVING IDXASIENTO.
           GO TO OCUPARASIENTO.
       REVISARMAPA.
           MOVE 0 TO LIBRES.
           MOVE 0 TO IDXASIENTO.
       REVISARASIENTO.
           IF IDXASIENTO < SESCAPACIDAD
               ADD 1 TO IDXASIENTO GIVING IDXASIENTO
               IF SESMAPA(IDXASIENTO:1) = "L"
                   ADD 1 TO LIBRES GIVING LIBRES
               END-IF
               IF SESMAPA(IDXASIENTO:1) = "O"
                  AND ASIDUENO(IDXASIENTO) = 0
                   MOVE SPACES TO TEXTOACT
                   STRING "Esp " SESNUM "  sesion " SESID
                          "  asiento " IDXASIENTO
                          "  ocupado en el mapa sin entrada vigente"
                          DELIMITED BY SIZE INTO TEXTOACT
                   ADD 1 TO SECACT GIVING SECACT
                   MOVE REGLAACT TO TMPREGLA
                   MOVE SECACT TO TMPSEC
                   MOVE TEXTOACT TO TMPTEXTO
                   WRITE AUDITORIATMPREC
                   ADD 1 TO CONTREGLA(REGLAACT)
                       GIVING CONTREGLA(REGLAACT)
               END-IF
               GO TO REVISARASIENTO
           END-IF.
           IF LIBRES = SESDISPONIBLES
               GO TO LEERSESION
           END-IF.
           MOVE 9 TO REGLAACT.
           MOVE SPACES TO TEXTOACT.
           STRING "Esp " SESNUM "  sesion " SESID "  fecha "
                  SESFECHA "  disponibles " SESDISPONIBLES
                  "  libres en el mapa " LIBRES
                  DELIMITED BY SIZE INTO TEXTOACT.
           ADD 1 TO SECACT GIVING SECACT.
           MOVE REGLAACT TO TMPREGLA.
           MOVE SECACT TO TMPSEC.
           MOVE TEXTOACT TO TMPTEXTO.
           WRITE AUDITORIATMPREC.
           ADD 1 TO CONTREGLA(REGLAACT) GIVING CONTREGLA(REGLAACT).
           GO TO LEERSESION.

       FINREGLAS.
           *> Informe agrupado por regla, en el orden de la clave del
           *> fichero de trabajo.
           CLOSE AUDITORIATMPFILE.
           OPEN INPUT AUDITORIATMPFILE.
           OPEN OUTPUT INFORMEFILE.
           MOVE SPACES TO LINEAINFORME.
           STRING "UnizarBank - Auditoria de integridad de ficheros"
                  " del dia " FECHAACT
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE 0 TO REGLAACT.
       SIGUIENTEREGLA.
           IF REGLAACT NOT < 9
               GO TO FIN
           END-IF.
           ADD 1 TO REGLAACT GIVING REGLAACT.
           IF REGLAACT = 1
               MOVE "Ordenes permanentes activas con cuenta inexistente"
                   TO TITULOREGLA
           END-IF.
           IF REGLAACT = 2
               MOVE "Retenciones activas sobre cuenta inexistente"
                   TO TITULOREGLA
           END-IF.
           IF REGLAACT = 3
               MOVE "Cheques pendientes de cuenta inexistente"
                   TO TITULOREGLA
           END-IF.
           IF REGLAACT = 4
               MOVE "Tasas deudoras de cuenta inexistente"
                   TO TITULOREGLA
           END-IF.
           IF REGLAACT = 5
               MOVE "Titularidades con DNI que no esta en CLIENTES"
                   TO TITULOREGLA
           END-IF.
           IF REGLAACT = 6
               MOVE "Titularidades de cuenta inexistente"
                   TO TITULOREGLA
           END-IF.
           IF REGLAACT = 7
               MOVE "Entradas vigentes con sesion o asientos no valid"
                   & "os" TO TITULOREGLA
           END-IF.
           IF REGLAACT = 8
               MOVE "Butacas del mapa de sesion que no cuadran con las"
                   & " entradas" TO TITULOREGLA
           END-IF.
           IF REGLAACT = 9
               MOVE "Sesiones con libres distintos de los del mapa"
                   TO TITULOREGLA
           END-IF.
           MOVE SPACES TO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE SPACES TO LINEAINFORME.
           STRING "Regla " REGLAACT " - " TITULOREGLA
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE "N" TO EOF.
           MOVE REGLAACT TO TMPREGLA.
           MOVE 0 TO TMPSEC.
           START AUDITORIATMPFILE
                KEY IS NOT < TMPCLAVE
                INVALID KEY MOVE "Y" TO EOF
           END-START.
       LEEREXCEPCION.
           IF EOF = "N"
               READ AUDITORIATMPFILE NEXT RECORD
                    AT END MOVE "Y" TO EOF
               END-READ
               IF EOF = "N" AND TMPREGLA = REGLAACT
                   MOVE SPACES TO LINEAINFORME
                   STRING "  " TMPTEXTO
                          DELIMITED BY SIZE INTO LINEAINFORME
                   WRITE LINEAINFORME
                   GO TO LEEREXCEPCION
               END-IF
           END-IF.
           MOVE CONTREGLA(REGLAACT) TO TOTALFORMA.
           MOVE SPACES TO LINEAINFORME.
           IF CONTREGLA(REGLAACT) = 0
               STRING "  Sin excepciones"
                      DELIMITED BY SIZE INTO LINEAINFORME
           ELSE
               STRING "  Excepciones: " TOTALFORMA
                      DELIMITED BY SIZE INTO LINEAINFORME
           END-IF.
           WRITE LINEAINFORME.
           ADD CONTREGLA(REGLAACT) TO EXCEPCIONES GIVING EXCEPCIONES.
           GO TO SIGUIENTEREGLA.

       FIN.
           CLOSE AUDITORIATMPFILE.
           MOVE SPACES TO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE REVISADOS TO TOTALFORMA.
           MOVE SPACES TO LINEAINFORME.
           STRING "Registros revisados: " TOTALFORMA
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE EXCEPCIONES TO TOTALFORMA.
           MOVE SPACES TO LINEAINFORME.
           STRING "Total de excepciones: " TOTALFORMA
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           CLOSE INFORMEFILE.
           DISPLAY "Excepciones: " TOTALFORMA.
           DISPLAY "Informe generado en AUDITORIA.DAT".
           IF ADDRESS OF RESULTADOPASO NOT = NULL
               MOVE REVISADOS TO PASOCONT1
               MOVE EXCEPCIONES TO PASOCONT2
           END-IF.
           GOBACK.
       END PROGRAM AUDITARFICHEROS.
