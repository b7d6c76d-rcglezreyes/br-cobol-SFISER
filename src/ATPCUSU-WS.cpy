      *----------------------------------------------------------------
      * Libreria de utilidad -- tabla de tasas maximas legales (tope
      * de usura) TOPEUSU.DAT en memoria (ver ATPCUSU-USU.cpy para la
      * FD y el SELECT requeridos).
      *
      * Uso:
      *  - PERFORM ATPCUSU-CARGAR-TABLA (una vez): deja en
      *    WS-ATPCUSU-TAB cada tope publicado por pais y vigencia.
      *    Sin tabla queda vacia y con RETORNO-ERROR, igual que si la
      *    tabla desborda.
      *  - MOVE codpais/fecha (AAAA-MM-DD) TO WS-ATPCUSU-CODPAIS/
      *    -FECHA; PERFORM ATPCUSU-BUSCAR-TOPE. Con RETORNO-OK el tope
      *    en vigor en esa fecha queda en WS-ATPCUSU-TASAMAX (y su
      *    vigencia en WS-ATPCUSU-FECVIG); sin tope publicado para el
      *    pais a esa fecha devuelve RETORNO-ERROR.
      *
      * Procesos de uso Publicos:
      *  - ATPCUSU-CARGAR-TABLA
      *  - ATPCUSU-BUSCAR-TOPE
      *----------------------------------------------------------------

       77  WS-ATPCUSU-STATUS                   PIC X(02).

       01  FILLER                              PIC 9(01).
           88 WS-ATPCUSU-FIN                   VALUE 1
              WHEN SET TO FALSE 0.

       78  WS-ATPCUSU-MAX                      VALUE 1000.
       77  WS-ATPCUSU-CANT                     PIC 9(04) VALUE 0.
       77  WS-ATPCUSU-IDX                      PIC 9(04).
       77  WS-ATPCUSU-K                        PIC 9(04).
       01  WS-ATPCUSU-TABLA.
           05  WS-ATPCUSU-TAB OCCURS 1000 TIMES.
               10  WS-ATPCUSU-TAB-CODPAIS      PIC X(03).
               10  WS-ATPCUSU-TAB-FECVIG       PIC X(10).
               10  WS-ATPCUSU-TAB-TASAMAX      PIC 9(03)V9(04).

       01  WS-ATPCUSU-ENTRADA.
           05  WS-ATPCUSU-CODPAIS              PIC X(03).
           05  WS-ATPCUSU-FECHA                PIC X(10).

       01  WS-ATPCUSU-SALIDA.
           05  WS-ATPCUSU-FECVIG               PIC X(10).
           05  WS-ATPCUSU-TASAMAX              PIC 9(03)V9(04).

       01  WS-ATPCUSU-RETORNO.
           05  WS-ATPCUSU-RETORNO-COD          PIC 9(01).
               88  WS-ATPCUSU-RETORNO-OK       VALUE 0.
               88  WS-ATPCUSU-RETORNO-ERROR    VALUE 9.
           05  WS-ATPCUSU-RETORNO-DESC         PIC X(200).
