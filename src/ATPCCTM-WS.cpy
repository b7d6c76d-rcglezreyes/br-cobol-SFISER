      *----------------------------------------------------------------
      * Libreria de utilidad -- consulta por clave del maestro
      * indexado de cuentas CTAMAE.DAT (ver ATPCCTM-CTM.cpy para la
      * FD y el SELECT requeridos).
      *
      * Los batches que recorren sus propios archivos de entrada y
      * necesitan la foto o las marcas de ciclo de vida de la cuenta
      * (castigo, etc.) abren el maestro una vez, lo consultan por
      * cuenta y lo cierran al final. El maestro es opcional: si no
      * se puede abrir, toda consulta devuelve RETORNO-ERROR y el
      * llamador sigue como si la cuenta no tuviera marcas.
      *
      * Uso:
      *  - PERFORM ATPCCTM-ABRIR-CONSULTA (una vez).
      *  - MOVE codent/numcuenta TO WS-ATPCCTM-CODENT/-NUMCUENTA;
      *    PERFORM ATPCCTM-CONSULTAR-CUENTA. Con RETORNO-OK el
      *    registro queda en CTM-MAESTRO-REG; sin cuenta o sin
      *    maestro el area queda inicializada (sin marcas).
      *  - PERFORM ATPCCTM-CERRAR-CONSULTA (al final).
      *
      * Los procesos que ademas actualizan marcas de la cuenta abren
      * con ATPCCTM-ABRIR-ACTUALIZACION en lugar de ABRIR-CONSULTA y,
      * luego de consultar y modificar CTM-MAESTRO-REG, lo graban con
      * ATPCCTM-REGRABAR-CUENTA.
      *
      * Procesos de uso Publicos:
      *  - ATPCCTM-ABRIR-CONSULTA
      *  - ATPCCTM-ABRIR-ACTUALIZACION
      *  - ATPCCTM-CONSULTAR-CUENTA
      *  - ATPCCTM-REGRABAR-CUENTA
      *  - ATPCCTM-CERRAR-CONSULTA
      *----------------------------------------------------------------

       77  WS-ATPCCTM-STATUS                   PIC X(02).

       01  FILLER                              PIC X(01).
           88 WS-ATPCCTM-DISPONIBLE            VALUE "S"
              WHEN SET TO FALSE "N".

       01  WS-ATPCCTM-ENTRADA.
           05  WS-ATPCCTM-CODENT               PIC X(04).
           05  WS-ATPCCTM-NUMCUENTA            PIC X(16).

       01  WS-ATPCCTM-RETORNO.
           05  WS-ATPCCTM-RETORNO-COD          PIC 9(01).
               88  WS-ATPCCTM-RETORNO-OK       VALUE 0.
               88  WS-ATPCCTM-RETORNO-ERROR    VALUE 9.
           05  WS-ATPCCTM-RETORNO-DESC         PIC X(200).
