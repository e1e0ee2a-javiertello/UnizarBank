       INICIO.
           *> Cuadro de tarifas por tipo de operacion. Los codigos en
           *> uso son TRANSFERENCIA (transferencia interna), REMESA
           *> (transferencia a otra entidad), DEVOLCHEQUE (gastos de
           *> devolucion de cheque) y CIERRE (cancelacion de cuenta).
           *> Cambiar precios es cosa del supervisor.
           CALL "VALIDAROPERADOR" USING OPERACT.
           CANCEL "VALIDAROPERADOR".
           IF OPEXITO NOT = "S"
