           RECORD KEY IS PRONUM
           FILE STATUS IS FSPR.

           SELECT CATEGORIASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CATCLAVE
           FILE STATUS IS FSCT.

       DATA DIVISION.
       FILE SECTION.

             02 PROCUENTA  PIC X(10).
             02 PROCOMISION PIC 99V99. *> porcentaje del banco

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

       WORKING-STORAGE SECTION.
           77 FSEF      PIC XX.
           77 TECLA     PIC X(01).
           77 PROPCT2   PIC 99.
           77 PROPCTNUEVA PIC 99V99.
           77 PCTFORMA  PIC Z9.99.
           77 FSCT      PIC XX.
           77 EOC       PIC X VALUE "N".
           77 CATEXISTE PIC X VALUE "N".
           77 SESBUS    PIC 9(2).
           77 CODNUEVO  PIC 9.
           77 CATNOMNUEVO PIC X(15).
           77 BAJACAT   PIC X(1).
           77 DTO1      PIC 99.
           77 DTO2      PIC 99.
           77 DTONUEVO  PIC 99V99.
           77 CUPONUEVO PIC 9(5).
           77 ERROR7    PIC 9 VALUE 0.
           77 ERROR8    PIC 9 VALUE 0.
           77 CUPOFORMA PIC ZZZZ9.
           77 NOMBRETAR PIC X(20).
           77 PRECIOTAR PIC 999V99.
           01 OPERACT.
             02 OPIDACT  PIC X(10).
             02 OPROLACT PIC X(1).
                LINE 8 COLUMN 22.
           DISPLAY "4 - Promotor y comision del espectaculo"
                LINE 9 COLUMN 22.
           DISPLAY "5 - Tarifas por categoria"
                LINE 10 COLUMN 22.
           DISPLAY "F1 - Salir"
                LINE 22 COLUMN 15.
       REPEAT1.
                       IF TECLA = 4
                           GO TO PANTALLAPROMOTOR
                       ELSE
                           IF TECLA = 5
                               GO TO PANTALLATARIFAS
                           ELSE
                               GO TO REPEAT1
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           CLOSE PROMOTORESFILE.
           GO TO PANTALLA1.

       PANTALLATARIFAS.
           *> Categorias de tarifa (general, reducida, joven...) de un
           *> espectaculo, comunes a todas sus sesiones (sesion 0) o
           *> propias de una sesion, que entonces mandan sobre las
           *> comunes. Cada una tiene precio fijo o descuento sobre el
           *> precio del espectaculo y un cupo maximo de entradas.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           DISPLAY "UnizarBank - Tarifas por categoria"
                LINE 2 COLUMN 20 UNDERLINE.
           DISPLAY "Numero de espectaculo: ___"
                LINE 5 COLUMN 10.
           DISPLAY "Sesion (0 todas): __"
                LINE 6 COLUMN 10.
           IF ERROR4 = 1
                DISPLAY "Espectaculo no encontrado"
                        LINE 8 COLUMN 10
           END-IF
           IF ERROR8 = 1
                DISPLAY "Sesion no encontrada"
                        LINE 8 COLUMN 10
           END-IF
           DISPLAY "Enter - Aceptar                    F1 - Volver"
                LINE 22 COLUMN 15.
           MOVE 0 TO SESBUS.
           ACCEPT NUMBUS LINE 5 COLUMN 33.
           ACCEPT SESBUS LINE 6 COLUMN 28.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               MOVE 0 TO ERROR4
               MOVE 0 TO ERROR8
               GO TO PANTALLA1
           END-IF.
           MOVE 0 TO ERROR4.
           MOVE 0 TO ERROR8.
           OPEN INPUT ESPECTACULOSFILE.
           MOVE NUMBUS TO NUM.
           READ ESPECTACULOSFILE
                INVALID KEY MOVE 1 TO ERROR4
           END-READ.
           MOVE NOMBRE TO NOMBRETAR.
           MOVE PRECIO TO PRECIOTAR.
           CLOSE ESPECTACULOSFILE.
           IF ERROR4 = 1
               GO TO PANTALLATARIFAS
           END-IF.
           IF SESBUS > 0
               OPEN INPUT SESIONESFILE
               IF FSSE = "35"
                   MOVE 1 TO ERROR8
               ELSE
                   MOVE NUMBUS TO SESNUM
                   MOVE SESBUS TO SESID
                   READ SESIONESFILE
                        INVALID KEY MOVE 1 TO ERROR8
                   END-READ
                   CLOSE SESIONESFILE
               END-IF
           END-IF.
           IF ERROR8 = 1
               GO TO PANTALLATARIFAS
           END-IF.
           GO TO LISTATARIFAS.

       LISTATARIFAS.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           DISPLAY "UnizarBank - Tarifas por categoria"
                LINE 2 COLUMN 20 UNDERLINE.
           MOVE PRECIOTAR TO PRECIOFORMA.
           DISPLAY "Espectaculo: " NOMBRETAR "  Precio: " PRECIOFORMA
                   "E"
                LINE 5 COLUMN 10.
           IF SESBUS = 0
               DISPLAY "Tarifas comunes a todas las sesiones"
                    LINE 6 COLUMN 10
           ELSE
               DISPLAY "Tarifas propias de la sesion " SESBUS
                    LINE 6 COLUMN 10
           END-IF.
           DISPLAY "  Cat  Nombre            Precio    Dto.   Cupo"
                LINE 8 COLUMN 10.
           MOVE 8 TO LUGAR.
           MOVE "N" TO EOC.
           OPEN INPUT CATEGORIASFILE.
           IF FSCT = "35"
               MOVE "Y" TO EOC
           ELSE
               MOVE NUMBUS TO CATNUM
               MOVE SESBUS TO CATSESION
               MOVE 0 TO CATCODIGO
               START CATEGORIASFILE
                    KEY IS NOT < CATCLAVE
                    INVALID KEY MOVE "Y" TO EOC
               END-START
           END-IF.
       LEERTARIFA.
           IF EOC = "N" AND LUGAR < 18
               READ CATEGORIASFILE NEXT RECORD
                    AT END MOVE "Y" TO EOC
               END-READ
               IF EOC = "N" AND CATNUM = NUMBUS AND CATSESION = SESBUS
                   ADD 1 TO LUGAR GIVING LUGAR
                   DISPLAY CATCODIGO LINE LUGAR COLUMN 14
                   DISPLAY CATNOMBRE LINE LUGAR COLUMN 17
                   IF CATPRECIO > 0
                       MOVE CATPRECIO TO PRECIOFORMA
                       DISPLAY PRECIOFORMA "E" LINE LUGAR COLUMN 34
                   ELSE
                       MOVE CATDESCUENTO TO PCTFORMA
                       DISPLAY PCTFORMA "%" LINE LUGAR COLUMN 43
                   END-IF
                   IF CATCUPO = 0
                       DISPLAY "Sin limite" LINE LUGAR COLUMN 50
                   ELSE
                       MOVE CATCUPO TO CUPOFORMA
                       DISPLAY CUPOFORMA LINE LUGAR COLUMN 50
                   END-IF
                   GO TO LEERTARIFA
               END-IF
           END-IF.
           IF FSCT NOT = "35"
               CLOSE CATEGORIASFILE
           END-IF.
           GO TO PANTALLACATEGORIA.

       PANTALLACATEGORIA.
           *> Alta, cambio o baja de una categoria. Con precio a cero
           *> se aplica el descuento (un descuento a cero es el
           *> precio del espectaculo).
           DISPLAY "Categoria (1-9): _  Nombre: _______________  Baja"
                   " (S/N): _"
                LINE 19 COLUMN 3.
           DISPLAY "Precio: ___.__E  Descuento: __.__%  Cupo (0 sin li"
                   "mite): _____"
                LINE 20 COLUMN 3.
           IF ERROR7 = 1
                DISPLAY "Datos de la categoria no validos"
                        LINE 21 COLUMN 10
           END-IF
           DISPLAY "Enter - Grabar categoria           F1 - Volver"
                LINE 22 COLUMN 15.
           MOVE 0 TO CODNUEVO.
           MOVE SPACES TO CATNOMNUEVO.
           MOVE SPACES TO BAJACAT.
           MOVE 0 TO PRECIO1.
           MOVE 0 TO PRECIO2.
           MOVE 0 TO DTO1.
           MOVE 0 TO DTO2.
           MOVE 0 TO CUPONUEVO.
           ACCEPT CODNUEVO LINE 19 COLUMN 20.
           ACCEPT CATNOMNUEVO LINE 19 COLUMN 31.
           ACCEPT BAJACAT LINE 19 COLUMN 60.
           ACCEPT PRECIO1 LINE 20 COLUMN 11.
           ACCEPT PRECIO2 LINE 20 COLUMN 15.
           ACCEPT DTO1 LINE 20 COLUMN 31.
           ACCEPT DTO2 LINE 20 COLUMN 34.
           ACCEPT CUPONUEVO LINE 20 COLUMN 60.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               MOVE 0 TO ERROR7
               GO TO PANTALLA1
           END-IF.
           MOVE 0 TO ERROR7.
           MOVE PRECIO1 TO PRECIONUEVO.
           DIVIDE PRECIO2 BY 100 GIVING CENTIMOS.
           ADD CENTIMOS TO PRECIONUEVO GIVING PRECIONUEVO.
           MOVE DTO1 TO DTONUEVO.
           DIVIDE DTO2 BY 100 GIVING CENTIMOS.
           ADD CENTIMOS TO DTONUEVO GIVING DTONUEVO.
           IF CODNUEVO = 0
               MOVE 1 TO ERROR7
               GO TO LISTATARIFAS
           END-IF.
           IF BAJACAT NOT = "S" AND CATNOMNUEVO = SPACES
               MOVE 1 TO ERROR7
               GO TO LISTATARIFAS
           END-IF.
           IF PRECIONUEVO > 0 AND DTONUEVO > 0
               MOVE 1 TO ERROR7
               GO TO LISTATARIFAS
           END-IF.
           GO TO GRABARCATEGORIA.

       GRABARCATEGORIA.
           OPEN I-O CATEGORIASFILE.
           IF FSCT = "35"
               CLOSE CATEGORIASFILE
               OPEN OUTPUT CATEGORIASFILE
               CLOSE CATEGORIASFILE
               OPEN I-O CATEGORIASFILE
           END-IF.
           MOVE "Y" TO CATEXISTE.
           MOVE NUMBUS TO CATNUM.
           MOVE SESBUS TO CATSESION.
           MOVE CODNUEVO TO CATCODIGO.
           READ CATEGORIASFILE
                INVALID KEY MOVE "N" TO CATEXISTE
           END-READ.
           IF BAJACAT = "S"
               IF CATEXISTE = "Y"
                   DELETE CATEGORIASFILE RECORD
               ELSE
                   MOVE 1 TO ERROR7
               END-IF
               CLOSE CATEGORIASFILE
               GO TO LISTATARIFAS
           END-IF.
           MOVE CATNOMNUEVO TO CATNOMBRE.
           MOVE PRECIONUEVO TO CATPRECIO.
           MOVE DTONUEVO TO CATDESCUENTO.
           MOVE CUPONUEVO TO CATCUPO.
           IF CATEXISTE = "Y"
               REWRITE CATEGORIASREC
           ELSE
               WRITE CATEGORIASREC
                   INVALID KEY MOVE 1 TO ERROR7
               END-WRITE
           END-IF.
           CLOSE CATEGORIASFILE.
           GO TO LISTATARIFAS.
       END PROGRAM MANTESPECT.
