       PROCEDURE DIVISION.
       INICIO.
           *> Mapa de conceptos del mayor a cuentas del plan contable
           *> para el extracto EXTRAERCONTABLE. El concepto es la
           *> descripcion del tipo de movimiento en TIPOSMOV.DAT
           *> (MANTTIPOSMOV). La entrada especial
           *> CLIENTES es la cuenta de pasivo de acreedores clientes,
           *> contrapartida de todos los apuntes.
           CALL "VALIDAROPERADOR" USING OPERACT.
