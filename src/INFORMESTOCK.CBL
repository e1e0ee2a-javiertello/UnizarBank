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
           77 FSEF   PIC XX.
           77 FSEN   PIC XX.
           77 FSIF   PIC XX.
           77 FSCT   PIC XX.
           77 EOC    PIC X VALUE "N".
           77 CATVEND PIC 9(5).
           77 CATDEVOL PIC 9(5).
           77 CATVIGENTES PIC 9(5).
           77 CATQUEDAN PIC 9(5).
           77 SESTEXTO PIC X(5).
           77 CUPOFORMA PIC ZZZZ9.
           77 QUEDANFORMA PIC ZZZZ9.
           77 EOE    PIC X VALUE "N".
           77 EOM    PIC X VALUE "N".
           77 UMBRAL PIC 99999.
           WRITE LINEAINFORME.

           OPEN INPUT ESPECTACULOSFILE.
           OPEN INPUT CATEGORIASFILE.
       LEERESPECT.
           READ ESPECTACULOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOE
               END-IF
           END-IF.
           WRITE LINEAINFORME.
           GO TO LINEASCATEGORIA.

       LINEASCATEGORIA.
           *> Bajo cada espectaculo, una linea por categoria de su
           *> tarifa: unidades vendidas en el periodo y, si tiene
           *> cupo, lo que queda descontando las entradas vigentes.
           IF FSCT = "35"
               GO TO LEERESPECT
           END-IF.
           MOVE "N" TO EOC.
           MOVE NUM TO CATNUM.
           MOVE 0 TO CATSESION.
           MOVE 0 TO CATCODIGO.
           START CATEGORIASFILE
                KEY IS NOT < CATCLAVE
                INVALID KEY MOVE "Y" TO EOC
           END-START.
       LEERCATEGORIA.
           IF EOC = "N"
               READ CATEGORIASFILE NEXT RECORD
                    AT END MOVE "Y" TO EOC
               END-READ
           END-IF.
           IF EOC = "Y" OR CATNUM NOT = NUM
               GO TO LEERESPECT
           END-IF.
           IF CATCODIGO = 0
               GO TO LEERCATEGORIA
           END-IF.
           MOVE 0 TO CATVEND.
           MOVE 0 TO CATDEVOL.
           MOVE 0 TO CATVIGENTES.
           MOVE "N" TO EOM.
           OPEN INPUT ENTRADASFILE.
           IF FSEN = "35"
               MOVE "Y" TO EOM
           END-IF.
       LEERENTCAT.
           IF EOM = "N"
               READ ENTRADASFILE NEXT RECORD
                    AT END MOVE "Y" TO EOM
               END-READ
           END-IF.
           IF EOM = "N"
               IF ENTNUM = NUM
                  AND (CATSESION = 0 OR ENTSESION = CATSESION)
                   IF ENTESTADO = "V"
                       ADD ENTCATUDS(CATCODIGO) TO CATVIGENTES
                           GIVING CATVIGENTES
                   END-IF
                   IF ENTFECHORA (1:8) NOT < FECHAI
                      AND ENTFECHORA (1:8) NOT > FECHAF
                       ADD ENTCATUDS(CATCODIGO) TO CATVEND
                           GIVING CATVEND
                       IF ENTESTADO = "A"
                           ADD ENTCATUDS(CATCODIGO) TO CATDEVOL
                               GIVING CATDEVOL
                       END-IF
                   END-IF
               END-IF
               GO TO LEERENTCAT
           END-IF.
           IF FSEN NOT = "35"
               CLOSE ENTRADASFILE
           END-IF.
           IF CATDEVOL > CATVEND
               MOVE 0 TO CATVEND
           ELSE
               SUBTRACT CATDEVOL FROM CATVEND GIVING CATVEND
           END-IF.
           IF CATSESION = 0
               MOVE "Todas" TO SESTEXTO
           ELSE
               MOVE SPACES TO SESTEXTO
               MOVE CATSESION TO SESTEXTO
           END-IF.
           MOVE CATVEND TO VENDFORMA.
           MOVE SPACES TO LINEAINFORME.
           IF CATCUPO = 0
               STRING "       " CATCODIGO " " CATNOMBRE " Sesion "
                      SESTEXTO "  Vendidas " VENDFORMA
                      "  Sin limite"
                      DELIMITED BY SIZE INTO LINEAINFORME
           ELSE
               IF CATVIGENTES < CATCUPO
                   SUBTRACT CATVIGENTES FROM CATCUPO GIVING CATQUEDAN
               ELSE
                   MOVE 0 TO CATQUEDAN
               END-IF
               MOVE CATCUPO TO CUPOFORMA
               MOVE CATQUEDAN TO QUEDANFORMA
               STRING "       " CATCODIGO " " CATNOMBRE " Sesion "
                      SESTEXTO "  Vendidas " VENDFORMA
                      "  Cupo " CUPOFORMA "  Quedan " QUEDANFORMA
                      DELIMITED BY SIZE INTO LINEAINFORME
           END-IF.
           WRITE LINEAINFORME.
           GO TO LEERCATEGORIA.

       FIN.
           CLOSE ESPECTACULOSFILE.
           IF FSCT NOT = "35"
               CLOSE CATEGORIASFILE
           END-IF.
           MOVE SPACES TO LINEAINFORME.
           MOVE INCONSISTENCIAS TO TOTALFORMA.
           STRING "Espectaculos con inconsistencias: " TOTALFORMA
