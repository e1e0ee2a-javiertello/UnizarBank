
       PROCEDURE DIVISION.
       INICIO.
           *> Encadena los pasos de fin de dia en orden fijo,
           *> anotando en LOTECONTROL.DAT el estado y los contadores
           *> de cada paso. Si un paso abortó, al relanzar con la
           *> misma fecha se reanuda desde el primer paso incompleto.
           *> El lote esta terminado cuando su ultimo paso consta
           *> como completado: en ese caso no se repite la fecha.
           MOVE FECHALOTEACT TO LOTEFECHA.
           MOVE 6 TO LOTEPASO.
           MOVE "N" TO EXISTE.
           READ LOTECONTROLFILE
                INVALID KEY MOVE "N" TO EXISTE
           GO TO SIGUIENTEPASO.

       SIGUIENTEPASO.
           IF PASOACT > 6
               GO TO FIN
           END-IF.
           MOVE FECHALOTEACT TO LOTEFECHA.
                       CALL "CUADRESALDO" USING RESULTADOPASO
                       CANCEL "CUADRESALDO"
                   ELSE
                       IF PASOACT = 4
                           DISPLAY "Paso 4 - ARCHIVARESPECT"
                           CALL "ARCHIVARESPECT" USING RESULTADOPASO
                           CANCEL "ARCHIVARESPECT"
                       ELSE
                           IF PASOACT = 5
                               DISPLAY "Paso 5 - COBRARPRESTAMOS"
                               CALL "COBRARPRESTAMOS"
                                   USING RESULTADOPASO
                               CANCEL "COBRARPRESTAMOS"
                           ELSE
                               DISPLAY "Paso 6 - AUDITARFICHEROS"
                               CALL "AUDITARFICHEROS"
                                   USING RESULTADOPASO
                               CANCEL "AUDITARFICHEROS"
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
