       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSICIONCLIENTE.
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

           SELECT TITULARESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TITCLAVE
           ALTERNATE RECORD KEY IS TITDNI WITH DUPLICATES
           FILE STATUS IS FSTI.

           SELECT ORDENESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORDENID
           FILE STATUS IS FSOR.

           SELECT CHEQUESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHQID
           FILE STATUS IS FSCH.

           SELECT RETENCIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RETID
           ALTERNATE RECORD KEY IS RETCUENTA WITH DUPLICATES
           FILE STATUS IS FSRT.

           SELECT ESPECTACULOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM
           FILE STATUS IS FSEF.

           SELECT ENTRADASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENTID
           ALTERNATE RECORD KEY IS ENTCUENTA WITH DUPLICATES
           FILE STATUS IS FSEN.

           SELECT AVISOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AVIID
           ALTERNATE RECORD KEY IS AVIDNI WITH DUPLICATES
           FILE STATUS IS FSAV.

           SELECT POSICIONFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSPO.

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
             02 INTENTOSREST PIC 9.
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

           FD TITULARESFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "TITULARES.DAT".
           01 TITULARESREC.
             02 TITCLAVE.
               03 TITCUENTA PIC X(10).
               03 TITDNI    PIC X(9).
             02 TITROL PIC X. *> T titular, A autorizado

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

           FD AVISOSFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "AVISOS.DAT".
           01 AVISOSREC.
             02 AVIID     PIC 9(9).
             02 AVIDNI    PIC X(9).
             02 AVIFECHORA PIC 9(12). *> AAAAMMDDHHMM
             02 AVITEXTO  PIC X(60).
             02 AVILEIDO  PIC X. *> N no leido, S leido

           FD POSICIONFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "POSICIONTMP.DAT".
           01 LINEAPOS PIC X(78).

           FD INFORMEFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "POSICIONINF.DAT".
           01 LINEAINFORME PIC X(110).

       WORKING-STORAGE SECTION.
           77 FSCF      PIC XX.
           77 FSTF      PIC XX.
           77 FSTI      PIC XX.
           77 FSOR      PIC XX.
           77 FSCH      PIC XX.
           77 FSRT      PIC XX.
           77 FSEF      PIC XX.
           77 FSEN      PIC XX.
           77 FSAV      PIC XX.
           77 FSPO      PIC XX.
           77 FSIF      PIC XX.
           77 TECLA     PIC X(01).
           77 ESCAP     PIC 99.
           77 FECHAACT  PIC 9(8).
           77 DNIBUS    PIC X(9).
           77 TARJETABUS PIC X(10).
           77 DNIACT    PIC X(9).
           77 ERROR1    PIC 9 VALUE 0.
           77 ERROR2    PIC 9 VALUE 0.
           77 IMPRESA   PIC X VALUE "N".
           77 EOR       PIC X VALUE "N".
           77 YAESTA    PIC X VALUE "N".
           77 NUMCTAS   PIC 99 VALUE 0.
           77 IDXCTA    PIC 99 VALUE 0.
           77 IDXBUSCA  PIC 99 VALUE 0.
           77 CONTADOR  PIC 9(5) VALUE 0.
           77 LINEASPAG PIC 99 VALUE 0.
           77 LUGAR     PIC 99 VALUE 0.
           77 RETENIDO  PIC 9999999V99.
           77 DISPONIBLE PIC S9999999V99.
           77 IMPFORMA  PIC Z,ZZZ,ZZ9.99.
           77 SALDOFORMA PIC -Z,ZZZ,ZZ9.99.
           77 DISPFORMA PIC -Z,ZZZ,ZZ9.99.
           77 LIMFORMA  PIC Z,ZZ9.99.
           77 TOTALFORMA PIC ZZZZ9.
           77 FECHAFORMA PIC X(10).
           77 ROLFORMA  PIC X(10).
           77 SINO      PIC X(2).
           77 NOMBREESP PIC X(20).
           01 TABCUENTAS.
             02 CTASEL OCCURS 10 TIMES.
               03 CTANUMSEL PIC X(10).
               03 CTAROLSEL PIC X(1).
           01 OPERACT.
             02 OPIDACT  PIC X(10).
             02 OPROLACT PIC X(1).
             02 OPEXITO  PIC X(1).

       PROCEDURE DIVISION.
       INICIO.
           *> Consulta de la posicion global de un cliente para la
           *> oficina: datos y tarjeta, cuentas de las que es titular
           *> o autorizado con saldo, descubierto y retenido, ordenes
           *> permanentes activas, cheques pendientes, retenciones
           *> activas, entradas vigentes y avisos sin leer. Solo
           *> consulta: no modifica ningun fichero de la entidad. La
           *> posicion se compone en POSICIONTMP.DAT, se pagina en
           *> pantalla y se puede imprimir en POSICIONINF.DAT.
           CALL "VALIDAROPERADOR" USING OPERACT.
           CANCEL "VALIDAROPERADOR".
           IF OPEXITO NOT = "S"
               STOP RUN
           END-IF.
           ACCEPT FECHAACT FROM DATE YYYYMMDD.
       PANTALLA1.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           DISPLAY "UnizarBank - Posicion global del cliente"
                LINE 2 COLUMN 20 UNDERLINE.
           DISPLAY "DNI: _________"
                LINE 5 COLUMN 10.
           DISPLAY "o tarjeta: __________"
                LINE 6 COLUMN 10.
           IF ERROR1 = 1
                DISPLAY "Cliente no encontrado"
                        LINE 8 COLUMN 10
           END-IF
           IF ERROR2 = 1
                DISPLAY "Indique el DNI o la tarjeta del cliente"
                        LINE 8 COLUMN 10
           END-IF
           DISPLAY "Enter - Consultar                  F1 - Salir"
                LINE 22 COLUMN 15.
           MOVE SPACES TO DNIBUS.
           MOVE SPACES TO TARJETABUS.
           ACCEPT DNIBUS LINE 5 COLUMN 15.
           ACCEPT TARJETABUS LINE 6 COLUMN 21.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               STOP RUN
           END-IF.
           MOVE 0 TO ERROR1.
           MOVE 0 TO ERROR2.
           IF DNIBUS = SPACES AND TARJETABUS = SPACES
               MOVE 1 TO ERROR2
               GO TO PANTALLA1
           END-IF.
           OPEN INPUT CLIENTESFILE.
           IF FSCF = "35"
               CLOSE CLIENTESFILE
               MOVE 1 TO ERROR1
               GO TO PANTALLA1
           END-IF.
           IF DNIBUS NOT = SPACES
               MOVE DNIBUS TO DNI
               READ CLIENTESFILE
                    INVALID KEY MOVE 1 TO ERROR1
               END-READ
           ELSE
               MOVE TARJETABUS TO TARJETA
               READ CLIENTESFILE KEY IS TARJETA
                    INVALID KEY MOVE 1 TO ERROR1
               END-READ
           END-IF.
           IF ERROR1 = 1
               CLOSE CLIENTESFILE
               GO TO PANTALLA1
           END-IF.
           GO TO CABECERAPOS.

       CABECERAPOS.
           *> Datos personales y estado de la tarjeta.
           MOVE DNI TO DNIACT.
           OPEN OUTPUT POSICIONFILE.
           MOVE SPACES TO LINEAPOS.
           STRING "CLIENTE " DNI "  " NOMBAPE
                  DELIMITED BY SIZE INTO LINEAPOS.
           WRITE LINEAPOS.
           MOVE SPACES TO LINEAPOS.
           STRING "  Telefono: " TEL "  Direccion: " DIR
                  DELIMITED BY SIZE INTO LINEAPOS.
           WRITE LINEAPOS.
           IF BLOQUEADA = "Y"
               MOVE "SI" TO SINO
           ELSE
               MOVE "NO" TO SINO
           END-IF.
           MOVE SPACES TO FECHAFORMA.
           STRING FECHACAD(7:2) "/" FECHACAD(5:2) "/" FECHACAD(1:4)
                  DELIMITED BY SIZE INTO FECHAFORMA.
           MOVE SPACES TO LINEAPOS.
           STRING "  Tarjeta: " TARJETA "  Bloqueada: " SINO
                  "  Caduca: " FECHAFORMA
                  "  Intentos PIN restantes: " INTENTOSREST
                  DELIMITED BY SIZE INTO LINEAPOS.
           WRITE LINEAPOS.
           IF FECHACAD NOT = 0 AND FECHACAD < FECHAACT
               MOVE SPACES TO LINEAPOS
               STRING "  Aviso: la tarjeta esta caducada"
                      DELIMITED BY SIZE INTO LINEAPOS
               WRITE LINEAPOS
           END-IF.
           CLOSE CLIENTESFILE.
           MOVE 0 TO NUMCTAS.
           MOVE "N" TO EOR.
           OPEN INPUT TITULARESFILE.
           IF FSTI = "35"
               MOVE "Y" TO EOR
           ELSE
               MOVE DNIACT TO TITDNI
               START TITULARESFILE KEY IS = TITDNI
                     INVALID KEY MOVE "Y" TO EOR
               END-START
           END-IF.
       LEERTITULARES.
           *> Cuentas de las que es titular o autorizado.
           IF EOR = "N"
               READ TITULARESFILE NEXT RECORD
                    AT END MOVE "Y" TO EOR
               END-READ
           END-IF.
           IF EOR = "N" AND TITDNI NOT = DNIACT
               MOVE "Y" TO EOR
           END-IF.
           IF EOR = "N"
               IF NUMCTAS < 10
                   ADD 1 TO NUMCTAS GIVING NUMCTAS
                   MOVE TITCUENTA TO CTANUMSEL(NUMCTAS)
                   MOVE TITROL TO CTAROLSEL(NUMCTAS)
               END-IF
               GO TO LEERTITULARES
           END-IF.
           IF FSTI NOT = "35"
               CLOSE TITULARESFILE
           END-IF.
           MOVE "N" TO EOR.
           OPEN INPUT CUENTASFILE.
           IF FSTF = "35"
               MOVE "Y" TO EOR
           ELSE
               MOVE DNIACT TO CTADNI
               START CUENTASFILE KEY IS = CTADNI
                     INVALID KEY MOVE "Y" TO EOR
               END-START
           END-IF.
       LEERCUENTAS.
           *> Cuentas antiguas sin vinculo en TITULARES: el DNI de la
           *> propia cuenta es el titular.
           IF EOR = "N"
               READ CUENTASFILE NEXT RECORD
                    AT END MOVE "Y" TO EOR
               END-READ
           END-IF.
           IF EOR = "N" AND CTADNI NOT = DNIACT
               MOVE "Y" TO EOR
           END-IF.
           IF EOR = "N"
               GO TO COMPROBARYA
           END-IF.
           GO TO SECCIONCUENTAS.
       COMPROBARYA.
           MOVE "N" TO YAESTA.
           MOVE 0 TO IDXBUSCA.
       COMPROBARYA2.
           IF IDXBUSCA < NUMCTAS
               ADD 1 TO IDXBUSCA GIVING IDXBUSCA
               IF CTANUMSEL(IDXBUSCA) = CUENTA
                   MOVE "Y" TO YAESTA
               END-IF
               GO TO COMPROBARYA2
           END-IF.
           IF YAESTA = "N" AND NUMCTAS < 10
               ADD 1 TO NUMCTAS GIVING NUMCTAS
               MOVE CUENTA TO CTANUMSEL(NUMCTAS)
               MOVE "T" TO CTAROLSEL(NUMCTAS)
           END-IF.
           GO TO LEERCUENTAS.

       SECCIONCUENTAS.
           MOVE SPACES TO LINEAPOS.
           WRITE LINEAPOS.
           MOVE SPACES TO LINEAPOS.
           STRING "CUENTAS Cuenta      Rol               Saldo"
                  "   Descub.    Retenido   Disponible"
                  DELIMITED BY SIZE INTO LINEAPOS.
           WRITE LINEAPOS.
           IF NUMCTAS = 0
               MOVE SPACES TO LINEAPOS
               STRING "  Sin cuentas"
                      DELIMITED BY SIZE INTO LINEAPOS
               WRITE LINEAPOS
           END-IF.
           MOVE 0 TO IDXCTA.
       LINEACUENTA.
           IF IDXCTA < NUMCTAS AND FSTF NOT = "35"
               ADD 1 TO IDXCTA GIVING IDXCTA
               MOVE CTANUMSEL(IDXCTA) TO CUENTA
               READ CUENTASFILE
                    INVALID KEY MOVE 0 TO SALDO
               END-READ
               MOVE 0 TO RETENIDO
               CALL "CALCULARRETENIDO" USING CUENTA, RETENIDO
               CANCEL "CALCULARRETENIDO"
               ADD SALDO LIMDESCUB GIVING DISPONIBLE
               SUBTRACT RETENIDO FROM DISPONIBLE GIVING DISPONIBLE
               IF CTAROLSEL(IDXCTA) = "A"
                   MOVE "Autorizado" TO ROLFORMA
               ELSE
                   MOVE "Titular" TO ROLFORMA
               END-IF
               MOVE SALDO TO SALDOFORMA
               MOVE LIMDESCUB TO LIMFORMA
               MOVE RETENIDO TO IMPFORMA
               MOVE DISPONIBLE TO DISPFORMA
               MOVE SPACES TO LINEAPOS
               STRING "        " CTANUMSEL(IDXCTA) "  " ROLFORMA
                      SALDOFORMA "  " LIMFORMA IMPFORMA DISPFORMA
                      DELIMITED BY SIZE INTO LINEAPOS
               WRITE LINEAPOS
               GO TO LINEACUENTA
           END-IF.
           IF FSTF NOT = "35"
               CLOSE CUENTASFILE
           END-IF.
           GO TO SECCIONORDENES.

       SECCIONORDENES.
           *> Ordenes permanentes activas que cargan o abonan alguna
           *> de sus cuentas.
           MOVE SPACES TO LINEAPOS.
           WRITE LINEAPOS.
           MOVE SPACES TO LINEAPOS.
           STRING "ORDENES PERMANENTES ACTIVAS"
                  DELIMITED BY SIZE INTO LINEAPOS.
           WRITE LINEAPOS.
           MOVE 0 TO CONTADOR.
           MOVE "N" TO EOR.
           OPEN INPUT ORDENESFILE.
           IF FSOR = "35"
               MOVE "Y" TO EOR
           END-IF.
       LEERORDENES.
           IF EOR = "N"
               READ ORDENESFILE NEXT RECORD
                    AT END MOVE "Y" TO EOR
               END-READ
           END-IF.
           IF EOR = "N"
               IF ACTIVA = "Y"
                   MOVE "N" TO YAESTA
                   MOVE 0 TO IDXBUSCA
                   GO TO BUSCARORDEN
               END-IF
               GO TO LEERORDENES
           END-IF.
           IF FSOR NOT = "35"
               CLOSE ORDENESFILE
           END-IF.
           IF CONTADOR = 0
               MOVE SPACES TO LINEAPOS
               STRING "  Ninguna"
                      DELIMITED BY SIZE INTO LINEAPOS
               WRITE LINEAPOS
           END-IF.
           GO TO SECCIONCHEQUES.
       BUSCARORDEN.
           IF IDXBUSCA < NUMCTAS
               ADD 1 TO IDXBUSCA GIVING IDXBUSCA
               IF CTANUMSEL(IDXBUSCA) = CUENTAORIGEN
                  OR CTANUMSEL(IDXBUSCA) = CUENTADESTINO
                   MOVE "Y" TO YAESTA
               END-IF
               GO TO BUSCARORDEN
           END-IF.
           IF YAESTA = "Y"
               ADD 1 TO CONTADOR GIVING CONTADOR
               MOVE IMPORTEORDEN TO IMPFORMA
               MOVE SPACES TO LINEAPOS
               STRING "  Orden " ORDENID "  " CUENTAORIGEN " -> "
                      CUENTADESTINO "  " IMPFORMA "E  el dia "
                      DIAMES " de cada mes"
                      DELIMITED BY SIZE INTO LINEAPOS
               WRITE LINEAPOS
           END-IF.
           GO TO LEERORDENES.

       SECCIONCHEQUES.
           MOVE SPACES TO LINEAPOS.
           WRITE LINEAPOS.
           MOVE SPACES TO LINEAPOS.
           STRING "CHEQUES PENDIENTES DE COMPENSAR"
                  DELIMITED BY SIZE INTO LINEAPOS.
           WRITE LINEAPOS.
           MOVE 0 TO CONTADOR.
           MOVE "N" TO EOR.
           OPEN INPUT CHEQUESFILE.
           IF FSCH = "35"
               MOVE "Y" TO EOR
           END-IF.
       LEERCHEQUES.
           IF EOR = "N"
               READ CHEQUESFILE NEXT RECORD
                    AT END MOVE "Y" TO EOR
               END-READ
           END-IF.
           IF EOR = "N"
               IF CHQESTADO = "P"
                   MOVE "N" TO YAESTA
                   MOVE 0 TO IDXBUSCA
                   GO TO BUSCARCHEQUE
               END-IF
               GO TO LEERCHEQUES
           END-IF.
           IF FSCH NOT = "35"
               CLOSE CHEQUESFILE
           END-IF.
           IF CONTADOR = 0
               MOVE SPACES TO LINEAPOS
               STRING "  Ninguno"
                      DELIMITED BY SIZE INTO LINEAPOS
               WRITE LINEAPOS
           END-IF.
           GO TO SECCIONRETENCIONES.
       BUSCARCHEQUE.
           IF IDXBUSCA < NUMCTAS
               ADD 1 TO IDXBUSCA GIVING IDXBUSCA
               IF CTANUMSEL(IDXBUSCA) = CHQCUENTA
                   MOVE "Y" TO YAESTA
               END-IF
               GO TO BUSCARCHEQUE
           END-IF.
           IF YAESTA = "Y"
               ADD 1 TO CONTADOR GIVING CONTADOR
               MOVE CHQIMPORTE TO IMPFORMA
               MOVE SPACES TO FECHAFORMA
               STRING CHQFECHORA(7:2) "/" CHQFECHORA(5:2) "/"
                      CHQFECHORA(1:4)
                      DELIMITED BY SIZE INTO FECHAFORMA
               MOVE SPACES TO LINEAPOS
               STRING "  Cheque " CHQREF "  cuenta " CHQCUENTA
                      "  " IMPFORMA "E  ingresado el " FECHAFORMA
                      DELIMITED BY SIZE INTO LINEAPOS
               WRITE LINEAPOS
           END-IF.
           GO TO LEERCHEQUES.

       SECCIONRETENCIONES.
           MOVE SPACES TO LINEAPOS.
           WRITE LINEAPOS.
           MOVE SPACES TO LINEAPOS.
           STRING "RETENCIONES ACTIVAS  Cuenta     Importe"
                  "  Referencia            Vigencia"
                  DELIMITED BY SIZE INTO LINEAPOS.
           WRITE LINEAPOS.
           MOVE 0 TO CONTADOR.
           MOVE 0 TO IDXCTA.
           OPEN INPUT RETENCIONESFILE.
       RETENCIONESCUENTA.
           *> Por cada cuenta, sus retenciones por la clave alterna.
           IF IDXCTA < NUMCTAS AND FSRT NOT = "35"
               ADD 1 TO IDXCTA GIVING IDXCTA
               MOVE "N" TO EOR
               MOVE CTANUMSEL(IDXCTA) TO RETCUENTA
               START RETENCIONESFILE KEY IS = RETCUENTA
                     INVALID KEY MOVE "Y" TO EOR
               END-START
               GO TO LEERRETENCIONES
           END-IF.
           IF FSRT NOT = "35"
               CLOSE RETENCIONESFILE
           END-IF.
           IF CONTADOR = 0
               MOVE SPACES TO LINEAPOS
               STRING "  Ninguna"
                      DELIMITED BY SIZE INTO LINEAPOS
               WRITE LINEAPOS
           END-IF.
           GO TO SECCIONENTRADAS.
       LEERRETENCIONES.
           IF EOR = "N"
               READ RETENCIONESFILE NEXT RECORD
                    AT END MOVE "Y" TO EOR
               END-READ
           END-IF.
           IF EOR = "N" AND RETCUENTA NOT = CTANUMSEL(IDXCTA)
               MOVE "Y" TO EOR
           END-IF.
           IF EOR = "Y"
               GO TO RETENCIONESCUENTA
           END-IF.
           IF RETESTADO = "A"
               ADD 1 TO CONTADOR GIVING CONTADOR
               MOVE RETIMPORTE TO IMPFORMA
               MOVE SPACES TO LINEAPOS
               STRING "  Num " RETID "  " RETCUENTA IMPFORMA "  "
                      RETREFERENCIA "  " RETFECHAINI "-" RETFECHAFIN
                      DELIMITED BY SIZE INTO LINEAPOS
               WRITE LINEAPOS
               MOVE SPACES TO LINEAPOS
               STRING "                   Autoridad: " RETAUTORIDAD
                      DELIMITED BY SIZE INTO LINEAPOS
               WRITE LINEAPOS
           END-IF.
           GO TO LEERRETENCIONES.

       SECCIONENTRADAS.
           MOVE SPACES TO LINEAPOS.
           WRITE LINEAPOS.
           MOVE SPACES TO LINEAPOS.
           STRING "ENTRADAS VIGENTES  Espectaculo        Ses. Uds."
                  " Asientos      Importe  Cuenta"
                  DELIMITED BY SIZE INTO LINEAPOS.
           WRITE LINEAPOS.
           MOVE 0 TO CONTADOR.
           MOVE 0 TO IDXCTA.
           OPEN INPUT ESPECTACULOSFILE.
           OPEN INPUT ENTRADASFILE.
       ENTRADASCUENTA.
           IF IDXCTA < NUMCTAS AND FSEN NOT = "35"
               ADD 1 TO IDXCTA GIVING IDXCTA
               MOVE "N" TO EOR
               MOVE CTANUMSEL(IDXCTA) TO ENTCUENTA
               START ENTRADASFILE KEY IS = ENTCUENTA
                     INVALID KEY MOVE "Y" TO EOR
               END-START
               GO TO LEERENTRADAS
           END-IF.
           IF FSEN NOT = "35"
               CLOSE ENTRADASFILE
           END-IF.
           IF FSEF NOT = "35"
               CLOSE ESPECTACULOSFILE
           END-IF.
           IF CONTADOR = 0
               MOVE SPACES TO LINEAPOS
               STRING "  Ninguna"
                      DELIMITED BY SIZE INTO LINEAPOS
               WRITE LINEAPOS
           END-IF.
           GO TO SECCIONAVISOS.
       LEERENTRADAS.
           IF EOR = "N"
               READ ENTRADASFILE NEXT RECORD
                    AT END MOVE "Y" TO EOR
               END-READ
           END-IF.
           IF EOR = "N" AND ENTCUENTA NOT = CTANUMSEL(IDXCTA)
               MOVE "Y" TO EOR
           END-IF.
           IF EOR = "Y"
               GO TO ENTRADASCUENTA
           END-IF.
           IF ENTESTADO = "V"
               ADD 1 TO CONTADOR GIVING CONTADOR
               MOVE SPACES TO NOMBREESP
               IF FSEF NOT = "35"
                   MOVE ENTNUM TO NUM
                   READ ESPECTACULOSFILE
                        INVALID KEY MOVE SPACES TO NOMBRE
                   END-READ
                   MOVE NOMBRE TO NOMBREESP
               END-IF
               MOVE ENTIMPORTE TO IMPFORMA
               MOVE SPACES TO LINEAPOS
               STRING "  " ENTNUM " " NOMBREESP "  " ENTSESION "  "
                      ENTUNIDADES "  " ENTASIENTOINI "-" ENTASIENTOFIN
                      " " IMPFORMA "  " ENTCUENTA
                      DELIMITED BY SIZE INTO LINEAPOS
               WRITE LINEAPOS
           END-IF.
           GO TO LEERENTRADAS.

       SECCIONAVISOS.
           MOVE SPACES TO LINEAPOS.
           WRITE LINEAPOS.
           MOVE SPACES TO LINEAPOS.
           STRING "AVISOS SIN LEER"
                  DELIMITED BY SIZE INTO LINEAPOS.
           WRITE LINEAPOS.
           MOVE 0 TO CONTADOR.
           MOVE "N" TO EOR.
           OPEN INPUT AVISOSFILE.
           IF FSAV = "35"
               MOVE "Y" TO EOR
           ELSE
               MOVE DNIACT TO AVIDNI
               START AVISOSFILE KEY IS = AVIDNI
                     INVALID KEY MOVE "Y" TO EOR
               END-START
           END-IF.
       LEERAVISOS.
           IF EOR = "N"
               READ AVISOSFILE NEXT RECORD
                    AT END MOVE "Y" TO EOR
               END-READ
           END-IF.
           IF EOR = "N" AND AVIDNI NOT = DNIACT
               MOVE "Y" TO EOR
           END-IF.
           IF EOR = "N"
               IF AVILEIDO = "N"
                   ADD 1 TO CONTADOR GIVING CONTADOR
                   MOVE SPACES TO FECHAFORMA
                   STRING AVIFECHORA(7:2) "/" AVIFECHORA(5:2) "/"
                          AVIFECHORA(1:4)
                          DELIMITED BY SIZE INTO FECHAFORMA
                   MOVE SPACES TO LINEAPOS
                   STRING "  " FECHAFORMA "  " AVITEXTO
                          DELIMITED BY SIZE INTO LINEAPOS
                   WRITE LINEAPOS
               END-IF
               GO TO LEERAVISOS
           END-IF.
           IF FSAV NOT = "35"
               CLOSE AVISOSFILE
           END-IF.
           IF CONTADOR = 0
               MOVE SPACES TO LINEAPOS
               STRING "  Ninguno"
                      DELIMITED BY SIZE INTO LINEAPOS
               WRITE LINEAPOS
           END-IF.
           CLOSE POSICIONFILE.
           MOVE "N" TO IMPRESA.
           GO TO MOSTRARPOS.

       MOSTRARPOS.
           MOVE "N" TO EOR.
           OPEN INPUT POSICIONFILE.
       PAGINAPOS.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           DISPLAY "UnizarBank - Posicion global del cliente"
                LINE 2 COLUMN 20 UNDERLINE.
           MOVE 0 TO LINEASPAG.
       LINEAPAGINA.
           IF LINEASPAG < 16 AND EOR = "N"
               READ POSICIONFILE
                    AT END MOVE "Y" TO EOR
               END-READ
               IF EOR = "N"
                   ADD 1 TO LINEASPAG GIVING LINEASPAG
                   ADD LINEASPAG TO 3 GIVING LUGAR
                   DISPLAY LINEAPOS LINE LUGAR COLUMN 2
               END-IF
               GO TO LINEAPAGINA
           END-IF.
           IF IMPRESA = "Y"
               DISPLAY "Posicion impresa en POSICIONINF.DAT"
                    LINE 20 COLUMN 10
               MOVE "N" TO IMPRESA
           END-IF.
           IF EOR = "N"
               DISPLAY "Enter - Siguiente pagina"
                    LINE 22 COLUMN 15
           ELSE
               DISPLAY "Enter - Nueva consulta"
                    LINE 22 COLUMN 15
           END-IF.
           DISPLAY "I - Imprimir posicion          F1 - Salir"
                LINE 23 COLUMN 15.
       REPEATPOS.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           IF TECLA = " "
               ACCEPT ESCAP FROM ESCAPE KEY
               IF ESCAP = 01
                   CLOSE POSICIONFILE
                   STOP RUN
               END-IF
               IF ESCAP = 13
                   IF EOR = "N"
                       GO TO PAGINAPOS
                   END-IF
                   CLOSE POSICIONFILE
                   GO TO PANTALLA1
               END-IF
               GO TO REPEATPOS
           END-IF.
           IF TECLA = "I" OR TECLA = "i"
               CLOSE POSICIONFILE
               GO TO IMPRIMIRPOS
           END-IF.
           GO TO REPEATPOS.

       IMPRIMIRPOS.
           *> Copia la posicion completa al fichero de impresion con
           *> la fecha y el operador que la ha pedido.
           OPEN OUTPUT INFORMEFILE.
           MOVE SPACES TO FECHAFORMA.
           STRING FECHAACT(7:2) "/" FECHAACT(5:2) "/" FECHAACT(1:4)
                  DELIMITED BY SIZE INTO FECHAFORMA.
           MOVE SPACES TO LINEAINFORME.
           STRING "UnizarBank - Posicion global del cliente a "
                  FECHAFORMA "  Operador: " OPIDACT
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE SPACES TO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE "N" TO EOR.
           OPEN INPUT POSICIONFILE.
       COPIARPOS.
           READ POSICIONFILE
                AT END MOVE "Y" TO EOR
           END-READ.
           IF EOR = "N"
               MOVE LINEAPOS TO LINEAINFORME
               WRITE LINEAINFORME
               GO TO COPIARPOS
           END-IF.
           CLOSE POSICIONFILE.
           CLOSE INFORMEFILE.
           MOVE "Y" TO IMPRESA.
           GO TO MOSTRARPOS.
       END PROGRAM POSICIONCLIENTE.
