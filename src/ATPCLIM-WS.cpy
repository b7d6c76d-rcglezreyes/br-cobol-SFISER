      *----------------------------------------------------------------
      * Libreria de utilidad -- consulta por clave del maestro
      * indexado de limites de credito LIMCRED.DAT (ver
      * ATPCLIM-LIM.cpy para la FD y el SELECT requeridos).
      *
      * El maestro es opcional para quien consulta: si no se puede
      * abrir, toda consulta devuelve RETORNO-ERROR y el llamador
      * sigue como si la cuenta no tuviera limite informado.
      *
      * Uso:
      *  - PERFORM ATPCLIM-ABRIR-CONSULTA (una vez), o
      *    ATPCLIM-ABRIR-ACTUALIZACION si el proceso graba limites o
      *    marcas de la cuenta.
      *  - MOVE codent/numcuenta TO WS-ATPCLIM-CODENT/-NUMCUENTA;
      *    PERFORM ATPCLIM-CONSULTAR-LIMITE. Con RETORNO-OK el
      *    registro queda en LIM-LIMITES-REG; sin cuenta o sin
      *    maestro el area queda inicializada con la clave pedida.
      *  - PERFORM ATPCLIM-GRABAR-LIMITE luego de consultar y
      *    completar LIM-LIMITES-REG: regraba la cuenta existente o
      *    da de alta la nueva.
      *  - PERFORM ATPCLIM-CERRAR-CONSULTA (al final).
      *
      * Procesos de uso Publicos:
      *  - ATPCLIM-ABRIR-CONSULTA
      *  - ATPCLIM-ABRIR-ACTUALIZACION
      *  - ATPCLIM-CONSULTAR-LIMITE
      *  - ATPCLIM-GRABAR-LIMITE
      *  - ATPCLIM-CERRAR-CONSULTA
      *----------------------------------------------------------------

       77  WS-ATPCLIM-STATUS                   PIC X(02).

       01  FILLER                              PIC X(01).
           88 WS-ATPCLIM-DISPONIBLE            VALUE "S"
              WHEN SET TO FALSE "N".
       01  FILLER                              PIC X(01).
           88 WS-ATPCLIM-EXISTE                VALUE "S"
              WHEN SET TO FALSE "N".

       01  WS-ATPCLIM-ENTRADA.
           05  WS-ATPCLIM-CODENT               PIC X(04).
           05  WS-ATPCLIM-NUMCUENTA            PIC X(16).

       01  WS-ATPCLIM-RETORNO.
           05  WS-ATPCLIM-RETORNO-COD          PIC 9(01).
               88  WS-ATPCLIM-RETORNO-OK       VALUE 0.
               88  WS-ATPCLIM-RETORNO-ERROR    VALUE 9.
           05  WS-ATPCLIM-RETORNO-DESC         PIC X(200).
