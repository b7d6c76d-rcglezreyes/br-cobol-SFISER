      *----------------------------------------------------------------
      * Libreria de utilidad -- registro de agencias de cobranza
      * externa AGENCIAS.DAT en memoria (ver ATPCAGE-AGE.cpy para la
      * FD y el SELECT requeridos).
      *
      * Uso:
      *  - PERFORM ATPCAGE-CARGAR-REGISTRO (una vez): deja en
      *    WS-ATPCAGE-TAB la version vigente de cada agencia, activa
      *    o dada de baja. Sin registro la tabla queda vacia y con
      *    RETORNO-ERROR, igual que si el registro desborda la tabla.
      *  - MOVE codent/codagencia TO WS-ATPCAGE-CODENT/-CODAGENCIA;
      *    PERFORM ATPCAGE-BUSCAR-AGENCIA. Con RETORNO-OK la fila
      *    queda en WS-ATPCAGE-IDX.
      *
      * Procesos de uso Publicos:
      *  - ATPCAGE-CARGAR-REGISTRO
      *  - ATPCAGE-BUSCAR-AGENCIA
      *----------------------------------------------------------------

       77  WS-ATPCAGE-STATUS                   PIC X(02).

       01  FILLER                              PIC 9(01).
           88 WS-ATPCAGE-FIN                   VALUE 1
              WHEN SET TO FALSE 0.

       78  WS-ATPCAGE-MAX                      VALUE 200.
       77  WS-ATPCAGE-CANT                     PIC 9(03) VALUE 0.
       77  WS-ATPCAGE-IDX                      PIC 9(03).
       77  WS-ATPCAGE-K                        PIC 9(03).
       01  WS-ATPCAGE-TABLA.
           05  WS-ATPCAGE-TAB OCCURS 200 TIMES.
               10  WS-ATPCAGE-TAB-CODENT       PIC X(04).
               10  WS-ATPCAGE-TAB-CODAGENCIA   PIC X(04).
               10  WS-ATPCAGE-TAB-NOMBRE       PIC X(30).
               10  WS-ATPCAGE-TAB-PORCOMISION  PIC 9(03)V99.
               10  WS-ATPCAGE-TAB-CODESTCTA    PIC 9(02).
               10  WS-ATPCAGE-TAB-SALDOMIN     PIC 9(09)V99.
               10  WS-ATPCAGE-TAB-FECHA        PIC X(10).
               10  WS-ATPCAGE-TAB-ESTADO       PIC X(01).
                   88 WS-ATPCAGE-TAB-ACTIVA    VALUE "A".
                   88 WS-ATPCAGE-TAB-BAJA      VALUE "B".

       01  WS-ATPCAGE-ENTRADA.
           05  WS-ATPCAGE-CODENT               PIC X(04).
           05  WS-ATPCAGE-CODAGENCIA           PIC X(04).

       01  WS-ATPCAGE-RETORNO.
           05  WS-ATPCAGE-RETORNO-COD          PIC 9(01).
               88  WS-ATPCAGE-RETORNO-OK       VALUE 0.
               88  WS-ATPCAGE-RETORNO-ERROR    VALUE 9.
           05  WS-ATPCAGE-RETORNO-DESC         PIC X(200).
