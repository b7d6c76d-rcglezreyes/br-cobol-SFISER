      *----------------------------------------------------------------
      * Libreria de utilidad -- consulta por clave del maestro
      * indexado de mandatos de debito directo MANDATOS.DAT (ver
      * ATPCMAN-MAN.cpy para la FD y el SELECT requeridos).
      *
      * El maestro es opcional para quien consulta: si no se puede
      * abrir, toda consulta devuelve RETORNO-ERROR y el llamador
      * sigue como si la cuenta no tuviera mandato.
      *
      * Uso:
      *  - PERFORM ATPCMAN-ABRIR-CONSULTA (una vez), o
      *    ATPCMAN-ABRIR-ACTUALIZACION si el proceso graba mandatos
      *    o su estado.
      *  - MOVE codent/numcuenta TO WS-ATPCMAN-CODENT/-NUMCUENTA;
      *    PERFORM ATPCMAN-CONSULTAR-MANDATO. Con RETORNO-OK el
      *    registro queda en MAN-MANDATOS-REG; sin cuenta o sin
      *    maestro el area queda inicializada con la clave pedida.
      *  - PERFORM ATPCMAN-GRABAR-MANDATO luego de consultar y
      *    completar MAN-MANDATOS-REG: regraba la cuenta existente o
      *    da de alta la nueva.
      *  - PERFORM ATPCMAN-CERRAR-CONSULTA (al final).
      *
      * Procesos de uso Publicos:
      *  - ATPCMAN-ABRIR-CONSULTA
      *  - ATPCMAN-ABRIR-ACTUALIZACION
      *  - ATPCMAN-CONSULTAR-MANDATO
      *  - ATPCMAN-GRABAR-MANDATO
      *  - ATPCMAN-CERRAR-CONSULTA
      *----------------------------------------------------------------

       77  WS-ATPCMAN-STATUS                   PIC X(02).

       01  FILLER                              PIC X(01).
           88 WS-ATPCMAN-DISPONIBLE            VALUE "S"
              WHEN SET TO FALSE "N".
       01  FILLER                              PIC X(01).
           88 WS-ATPCMAN-EXISTE                VALUE "S"
              WHEN SET TO FALSE "N".

       01  WS-ATPCMAN-ENTRADA.
           05  WS-ATPCMAN-CODENT               PIC X(04).
           05  WS-ATPCMAN-NUMCUENTA            PIC X(16).

       01  WS-ATPCMAN-RETORNO.
           05  WS-ATPCMAN-RETORNO-COD          PIC 9(01).
               88  WS-ATPCMAN-RETORNO-OK       VALUE 0.
               88  WS-ATPCMAN-RETORNO-ERROR    VALUE 9.
           05  WS-ATPCMAN-RETORNO-DESC         PIC X(200).
