           77 PENDIENTES PIC 9(5) VALUE 0.
           77 SUMAPEND PIC 9(11)V99 VALUE 0.
           77 FECHAACT PIC 9(8).
           77 FECHALIQ PIC 9(8). *> dia habil de liquidacion
           77 DIASHABIL PIC 9(3) VALUE 0.
           77 LOTEACT  PIC X(10).
           77 TOTALFORMA PIC ZZZZ9.

           *> registros y suma de importes) que la entidad receptora
           *> valida antes de abonar, igual que hace IMPORTARREMESAS
           *> con los lotes recibidos. Cada orden queda marcada como
           *> enviada. La fecha de la cabecera es la de liquidacion
           *> del lote: hoy si es dia habil y, si no, el siguiente
           *> dia habil del calendario del banco, que es cuando la
           *> entidad receptora puede abonar.
           DISPLAY "EXPORTARREMESAS - remesa de salida".
           ACCEPT FECHAACT FROM DATE YYYYMMDD.
           CALL "CALCULARDIAHABIL" USING FECHAACT, DIASHABIL,
               FECHALIQ.
           CANCEL "CALCULARDIAHABIL".
           IF FECHALIQ NOT = FECHAACT
               DISPLAY "Hoy no es dia habil: el lote se liquida el "
                       FECHALIQ
           END-IF.
           OPEN I-O REMESASFILE.
           IF FSRM = "35"
               DISPLAY "No hay remesa de salida pendiente"
           OPEN OUTPUT ENVIOFILE.
           MOVE "LOTE" TO CABMARCA.
           MOVE LOTEACT TO CABLOTEID.
           MOVE FECHALIQ TO CABFECHA.
           MOVE PENDIENTES TO CABNUMREG.
           MOVE SUMAPEND TO CABSUMA.
           WRITE LINEACABECERA.
