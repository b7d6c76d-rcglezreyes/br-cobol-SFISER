      *----------------------------------------------------------------
      * Libreria de utilidad -- acceso al maestro indexado de planes
      * de compra en cuotas PLANCUO.DAT (ver ATPCPLN-PLN.cpy para la
      * FD y el SELECT requeridos).
      *
      * Uso:
      *  - PERFORM ATPCPLN-ABRIR-CONSULTA (una vez), o
      *    ATPCPLN-ABRIR-ACTUALIZACION si el proceso da de alta o
      *    actualiza planes.
      *  - MOVE codent/numcuenta TO WS-ATPCPLN-CODENT/-NUMCUENTA;
      *    PERFORM ATPCPLN-PRIMER-PLAN y luego ATPCPLN-SIGUIENTE-PLAN
      *    mientras RETORNO-OK: cada plan de la cuenta queda en
      *    PLN-PLANES-REG, en orden de NUMPLAN. Sin (mas) planes de
      *    la cuenta, o sin maestro, devuelven RETORNO-ERROR.
      *  - PERFORM ATPCPLN-REGRABAR-PLAN luego de modificar el plan
      *    leido.
      *  - Alta: PERFORM ATPCPLN-PROXIMO-NUMERO (deja en
      *    WS-ATPCPLN-NUMPLAN el siguiente numero libre de la
      *    cuenta), completar PLN-PLANES-REG con ese numero y
      *    PERFORM ATPCPLN-ALTA-PLAN.
      *  - PERFORM ATPCPLN-CERRAR-CONSULTA (al final).
      *
      * Procesos de uso Publicos:
      *  - ATPCPLN-ABRIR-CONSULTA
      *  - ATPCPLN-ABRIR-ACTUALIZACION
      *  - ATPCPLN-PRIMER-PLAN
      *  - ATPCPLN-SIGUIENTE-PLAN
      *  - ATPCPLN-PROXIMO-NUMERO
      *  - ATPCPLN-ALTA-PLAN
      *  - ATPCPLN-REGRABAR-PLAN
      *  - ATPCPLN-CERRAR-CONSULTA
      *----------------------------------------------------------------

       77  WS-ATPCPLN-STATUS                   PIC X(02).

       01  FILLER                              PIC X(01).
           88 WS-ATPCPLN-DISPONIBLE            VALUE "S"
              WHEN SET TO FALSE "N".

       01  WS-ATPCPLN-ENTRADA.
           05  WS-ATPCPLN-CODENT               PIC X(04).
           05  WS-ATPCPLN-NUMCUENTA            PIC X(16).

       77  WS-ATPCPLN-NUMPLAN                  PIC 9(05).

       01  WS-ATPCPLN-RETORNO.
           05  WS-ATPCPLN-RETORNO-COD          PIC 9(01).
               88  WS-ATPCPLN-RETORNO-OK       VALUE 0.
               88  WS-ATPCPLN-RETORNO-ERROR    VALUE 9.
           05  WS-ATPCPLN-RETORNO-DESC         PIC X(200).
