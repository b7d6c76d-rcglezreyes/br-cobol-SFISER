      *----------------------------------------------------------------
      * Libreria de utilidad -- consulta por clave del maestro
      * indexado de saldos de puntos PUNSALDO.DAT (ver
      * ATPCPUN-PUN.cpy para la FD y el SELECT requeridos).
      *
      * El maestro es opcional para quien consulta: si no se puede
      * abrir, toda consulta devuelve RETORNO-ERROR y el llamador
      * sigue como si la cuenta no tuviera puntos.
      *
      * Uso:
      *  - PERFORM ATPCPUN-ABRIR-CONSULTA (una vez), o
      *    ATPCPUN-ABRIR-ACTUALIZACION si el proceso graba saldos de
      *    puntos de la cuenta.
      *  - MOVE codent/numcuenta TO WS-ATPCPUN-CODENT/-NUMCUENTA;
      *    PERFORM ATPCPUN-CONSULTAR-SALDO. Con RETORNO-OK el
      *    registro queda en PUN-SALDOS-REG; sin cuenta o sin
      *    maestro el area queda inicializada con la clave pedida.
      *  - PERFORM ATPCPUN-GRABAR-SALDO luego de consultar y
      *    completar PUN-SALDOS-REG: regraba la cuenta existente o
      *    da de alta la nueva.
      *  - PERFORM ATPCPUN-CERRAR-CONSULTA (al final).
      *
      * Procesos de uso Publicos:
      *  - ATPCPUN-ABRIR-CONSULTA
      *  - ATPCPUN-ABRIR-ACTUALIZACION
      *  - ATPCPUN-CONSULTAR-SALDO
      *  - ATPCPUN-GRABAR-SALDO
      *  - ATPCPUN-CERRAR-CONSULTA
      *----------------------------------------------------------------

       77  WS-ATPCPUN-STATUS                   PIC X(02).

       01  FILLER                              PIC X(01).
           88 WS-ATPCPUN-DISPONIBLE            VALUE "S"
              WHEN SET TO FALSE "N".
       01  FILLER                              PIC X(01).
           88 WS-ATPCPUN-EXISTE                VALUE "S"
              WHEN SET TO FALSE "N".

       01  WS-ATPCPUN-ENTRADA.
           05  WS-ATPCPUN-CODENT               PIC X(04).
           05  WS-ATPCPUN-NUMCUENTA            PIC X(16).

       01  WS-ATPCPUN-RETORNO.
           05  WS-ATPCPUN-RETORNO-COD          PIC 9(01).
               88  WS-ATPCPUN-RETORNO-OK       VALUE 0.
               88  WS-ATPCPUN-RETORNO-ERROR    VALUE 9.
           05  WS-ATPCPUN-RETORNO-DESC         PIC X(200).
