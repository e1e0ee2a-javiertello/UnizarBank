       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTDOMICILIACIONES.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOMICILIACIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DOMCLAVE
           FILE STATUS IS FSDO.

           SELECT CUENTASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA
           ALTERNATE RECORD KEY IS CTADNI WITH DUPLICATES
           FILE STATUS IS FSTF.

           SELECT INFORMEFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSIF.

       DATA DIVISION.
       FILE SECTION.

           FD DOMICILIACIONESFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "DOMICILIACIONES.DAT".
           01 DOMICILIACIONESREC.
             02 DOMCLAVE.
               03 DOMCUENTA   PIC X(10).
               03 DOMACREEDOR PIC X(10). *> identificador del acreedor
             02 DOMNOMBRE     PIC X(30). *> nombre del acreedor
             02 DOMREFERENCIA PIC X(20). *> referencia del mandato
             02 DOMFECHAALTA  PIC 9(8). *> AAAAMMDD
             02 DOMFECHABAJA  PIC 9(8). *> AAAAMMDD, 0 = vigente
             02 DOMESTADO     PIC X. *> A activa, B baja

           FD CUENTASFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "CUENTAS.DAT".
           01 CUENTASREC.
             02 CUENTA   PIC X(10).
             02 CTADNI   PIC X(9).
             02 SALDO    PIC S9999999V99.
             02 LIMDESCUB PIC 9999V99.
             02 TASAINTERES PIC 99V99 VALUE 0.

           FD INFORMEFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "DOMICILIACIONESINF.DAT".
           01 LINEAINFORME PIC X(110).

       WORKING-STORAGE SECTION.
           77 FSDO      PIC XX.
           77 FSTF      PIC XX.
           77 FSIF      PIC XX.
           77 TECLA     PIC X(01).
           77 ESCAP     PIC 99.
           77 FECHAACT  PIC 9(8).
           77 CUENTABUS PIC X(10).
           77 ACREEDORBUS PIC X(10).
           77 NOMBRENUEVO PIC X(30).
           77 REFNUEVA  PIC X(20).
           77 ERROR1    PIC 9 VALUE 0.
           77 ERROR2    PIC 9 VALUE 0.
           77 ERROR3    PIC 9 VALUE 0.
           77 ERROR4    PIC 9 VALUE 0.
           77 EXISTE    PIC X VALUE "N".
           77 EOD       PIC X VALUE "N".
           77 ACTIVAS   PIC 9(5) VALUE 0.
           77 TOTALFORMA PIC ZZZZ9.
           01 OPERACT.
             02 OPIDACT  PIC X(10).
             02 OPROLACT PIC X(1).
             02 OPEXITO  PIC X(1).

       PROCEDURE DIVISION.
       INICIO.
           *> Alta y baja de mandatos de domiciliacion de recibos.
           *> Cada mandato autoriza a un acreedor (luz, telefono,
           *> seguros...) a cargar recibos en una cuenta; sin mandato
           *> activo IMPORTARRECIBOS devuelve el recibo.
           CALL "VALIDAROPERADOR" USING OPERACT.
           CANCEL "VALIDAROPERADOR".
           IF OPEXITO NOT = "S"
               STOP RUN
           END-IF.
           ACCEPT FECHAACT FROM DATE YYYYMMDD.
       PANTALLA1.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           DISPLAY "UnizarBank - Domiciliaciones de recibos"
                LINE 2 COLUMN 20 UNDERLINE.
           DISPLAY "1 - Alta de mandato"
                LINE 6 COLUMN 22.
           DISPLAY "2 - Baja de mandato"
                LINE 7 COLUMN 22.
           DISPLAY "3 - Informe de mandatos activos"
                LINE 8 COLUMN 22.
           DISPLAY "F1 - Salir"
                LINE 22 COLUMN 15.
       REPEAT1.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           IF TECLA = " "
               ACCEPT ESCAP FROM ESCAPE KEY
               IF ESCAP = 01
                   STOP RUN
               ELSE
                   GO TO REPEAT1
               END-IF
           END-IF.
           IF TECLA = 1
               GO TO PANTALLALTA
           ELSE
               IF TECLA = 2
                   GO TO PANTALLABAJA
               ELSE
                   IF TECLA = 3
                       GO TO INFORMEACTIVOS
                   ELSE
                       GO TO REPEAT1
                   END-IF
               END-IF
           END-IF.

       PANTALLALTA.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           DISPLAY "UnizarBank - Alta de mandato"
                LINE 2 COLUMN 20 UNDERLINE.
           DISPLAY "Cuenta: __________"
                LINE 5 COLUMN 10.
           DISPLAY "Acreedor: __________"
                LINE 6 COLUMN 10.
           DISPLAY "Nombre del acreedor: "
                LINE 7 COLUMN 10.
           DISPLAY "Referencia del mandato: "
                LINE 8 COLUMN 10.
           IF ERROR1 = 1
                DISPLAY "La cuenta no existe"
                        LINE 12 COLUMN 10
           END-IF
           IF ERROR2 = 1
                DISPLAY "Cuenta, acreedor y referencia obligatorios"
                        LINE 12 COLUMN 10
           END-IF
           IF ERROR4 = 1
                DISPLAY "Ya existe un mandato activo para ese acreedor"
                        LINE 12 COLUMN 10
           END-IF
           DISPLAY "Enter - Grabar                     F1 - Volver"
                LINE 22 COLUMN 15.
           ACCEPT CUENTABUS LINE 5 COLUMN 18.
           ACCEPT ACREEDORBUS LINE 6 COLUMN 20.
           ACCEPT NOMBRENUEVO LINE 7 COLUMN 31.
           ACCEPT REFNUEVA LINE 8 COLUMN 34.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               MOVE 0 TO ERROR1
               MOVE 0 TO ERROR2
               MOVE 0 TO ERROR4
               GO TO PANTALLA1
           END-IF.
           MOVE 0 TO ERROR1.
           MOVE 0 TO ERROR2.
           MOVE 0 TO ERROR4.
           IF CUENTABUS = SPACES OR ACREEDORBUS = SPACES
              OR REFNUEVA = SPACES
               MOVE 1 TO ERROR2
               GO TO PANTALLALTA
           END-IF.
           OPEN INPUT CUENTASFILE.
           MOVE CUENTABUS TO CUENTA.
           READ CUENTASFILE
                INVALID KEY MOVE 1 TO ERROR1
           END-READ.
           CLOSE CUENTASFILE.
           IF ERROR1 = 1
               GO TO PANTALLALTA
           END-IF.
           GO TO GRABARALTA.

       GRABARALTA.
           OPEN I-O DOMICILIACIONESFILE.
           IF FSDO = "35"
               CLOSE DOMICILIACIONESFILE
               OPEN OUTPUT DOMICILIACIONESFILE
               CLOSE DOMICILIACIONESFILE
               OPEN I-O DOMICILIACIONESFILE
           END-IF.
           *> Un mandato dado de baja se reactiva con los datos
           *> nuevos; uno activo no se pisa.
           MOVE "Y" TO EXISTE.
           MOVE CUENTABUS TO DOMCUENTA.
           MOVE ACREEDORBUS TO DOMACREEDOR.
           READ DOMICILIACIONESFILE
                INVALID KEY MOVE "N" TO EXISTE
           END-READ.
           IF EXISTE = "Y" AND DOMESTADO = "A"
               CLOSE DOMICILIACIONESFILE
               MOVE 1 TO ERROR4
               GO TO PANTALLALTA
           END-IF.
           MOVE CUENTABUS TO DOMCUENTA.
           MOVE ACREEDORBUS TO DOMACREEDOR.
           MOVE NOMBRENUEVO TO DOMNOMBRE.
           MOVE REFNUEVA TO DOMREFERENCIA.
           MOVE FECHAACT TO DOMFECHAALTA.
           MOVE 0 TO DOMFECHABAJA.
           MOVE "A" TO DOMESTADO.
           IF EXISTE = "Y"
               REWRITE DOMICILIACIONESREC
           ELSE
               WRITE DOMICILIACIONESREC
           END-IF.
           CLOSE DOMICILIACIONESFILE.
           DISPLAY "Mandato registrado"
                LINE 14 COLUMN 10.
           GO TO CONTINUAR.

       PANTALLABAJA.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           DISPLAY "UnizarBank - Baja de mandato"
                LINE 2 COLUMN 20 UNDERLINE.
           DISPLAY "Cuenta: __________"
                LINE 5 COLUMN 10.
           DISPLAY "Acreedor: __________"
                LINE 6 COLUMN 10.
           IF ERROR3 = 1
                DISPLAY "Mandato no encontrado o ya dado de baja"
                        LINE 8 COLUMN 10
           END-IF
           DISPLAY "Enter - Aceptar                    F1 - Volver"
                LINE 22 COLUMN 15.
           ACCEPT CUENTABUS LINE 5 COLUMN 18.
           ACCEPT ACREEDORBUS LINE 6 COLUMN 20.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               MOVE 0 TO ERROR3
               GO TO PANTALLA1
           END-IF.
           MOVE 0 TO ERROR3.
           OPEN I-O DOMICILIACIONESFILE.
           IF FSDO = "35"
               CLOSE DOMICILIACIONESFILE
               MOVE 1 TO ERROR3
               GO TO PANTALLABAJA
           END-IF.
           MOVE CUENTABUS TO DOMCUENTA.
           MOVE ACREEDORBUS TO DOMACREEDOR.
           READ DOMICILIACIONESFILE
                INVALID KEY MOVE 1 TO ERROR3
           END-READ.
           IF ERROR3 = 0 AND DOMESTADO NOT = "A"
               MOVE 1 TO ERROR3
           END-IF.
           IF ERROR3 = 1
               CLOSE DOMICILIACIONESFILE
               GO TO PANTALLABAJA
           END-IF.
           DISPLAY "Acreedor: " DOMNOMBRE
                LINE 8 COLUMN 10.
           DISPLAY "Referencia: " DOMREFERENCIA
                LINE 9 COLUMN 10.
           DISPLAY "Alta: " DOMFECHAALTA
                LINE 10 COLUMN 10.
           DISPLAY "Enter - Dar de baja el mandato"
                LINE 22 COLUMN 15.
           DISPLAY "F1 - Salir sin cambios"
                LINE 23 COLUMN 15.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               CLOSE DOMICILIACIONESFILE
               GO TO PANTALLA1
           END-IF.
           MOVE "B" TO DOMESTADO.
           MOVE FECHAACT TO DOMFECHABAJA.
           REWRITE DOMICILIACIONESREC.
           CLOSE DOMICILIACIONESFILE.
           DISPLAY "Mandato dado de baja"
                LINE 14 COLUMN 10.
           GO TO CONTINUAR.

       INFORMEACTIVOS.
           MOVE 0 TO ACTIVAS.
           OPEN OUTPUT INFORMEFILE.
           MOVE SPACES TO LINEAINFORME.
           STRING "UnizarBank - Mandatos de domiciliacion activos"
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE SPACES TO LINEAINFORME.
           STRING "  Cuenta      Acreedor    Nombre"
                  "                          Referencia"
                  "            Alta"
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE "N" TO EOD.
           OPEN INPUT DOMICILIACIONESFILE.
           IF FSDO = "35"
               MOVE "Y" TO EOD
           END-IF.
       LEERINFORME.
           IF EOD = "N"
               READ DOMICILIACIONESFILE NEXT RECORD
                    AT END MOVE "Y" TO EOD
               END-READ
           END-IF.
           IF EOD = "N"
               IF DOMESTADO = "A"
                   ADD 1 TO ACTIVAS GIVING ACTIVAS
                   MOVE SPACES TO LINEAINFORME
                   STRING "  " DOMCUENTA "  " DOMACREEDOR "  "
                          DOMNOMBRE "  " DOMREFERENCIA "  "
                          DOMFECHAALTA
                          DELIMITED BY SIZE INTO LINEAINFORME
                   WRITE LINEAINFORME
               END-IF
               GO TO LEERINFORME
           END-IF.
           IF FSDO NOT = "35"
               CLOSE DOMICILIACIONESFILE
           END-IF.
           MOVE ACTIVAS TO TOTALFORMA.
           MOVE SPACES TO LINEAINFORME.
           STRING "Mandatos activos: " TOTALFORMA
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           CLOSE INFORMEFILE.
           DISPLAY "Informe generado en DOMICILIACIONESINF.DAT"
                LINE 20 COLUMN 10.
           DISPLAY "Mandatos activos: " TOTALFORMA
                LINE 21 COLUMN 10.
           GO TO CONTINUAR.

       CONTINUAR.
           *> Fuera las teclas de la pantalla anterior.
           DISPLAY ' ' ERASE LINE 22 COLUMN 1.
           DISPLAY "Enter - Continuar"
                LINE 22 COLUMN 15.
       REPEATFIN.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEATFIN
           END-IF.
           GO TO PANTALLA1.
       END PROGRAM MANTDOMICILIACIONES.
