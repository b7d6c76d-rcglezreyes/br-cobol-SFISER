      *----------------------------------------------------------------
      * Libreria de utilidad -- tabla de precios por tipo de tarjeta
      * PRECIOS.DAT en memoria (ver ATPCPRC-PRC.cpy para la FD, el
      * SELECT requerido y el significado de cada valor).
      *
      * Uso:
      *  - PERFORM ATPCPRC-CARGAR-TABLA (una vez): deja en
      *    WS-ATPCPRC-TAB cada tipo de tarjeta con algun valor propio.
      *    La tabla es opcional: sin archivo queda vacia y todo tipo
      *    de tarjeta usa los valores de su entidad. El registro con
      *    un valor informado pero no numerico (o una regla de pago
      *    minimo incompleta) se descarta con aviso por consola y se
      *    cuenta en WS-ATPCPRC-RECHAZADOS; la tabla desbordada deja
      *    RETORNO-ERROR.
      *  - MOVE codent/codmar/indtipt TO WS-ATPCPRC-CODENT/-CODMAR/
      *    -INDTIPT; PERFORM ATPCPRC-BUSCAR-PRECIO. Con RETORNO-OK el
      *    tipo de tarjeta tiene precios propios y los indicadores
      *    WS-ATPCPRC-CON-TASA, -CON-CUOTA y -CON-PAGMIN dicen cuales
      *    reemplazan al valor de la entidad; sin fila (o con CODMAR
      *    e INDTIPT en cero, cuenta sin tipo de tarjeta conocido)
      *    devuelve RETORNO-ERROR y los tres indicadores apagados.
      *  - MOVE codent/codconeco TO WS-ATPCPRC-CODENT/-CODCONECO;
      *    PERFORM ATPCPRC-ES-CUOTA-PROPIA. Con RETORNO-OK el
      *    concepto es la cuota de membresia propia de algun tipo de
      *    tarjeta de la entidad (y no se liquida a las demas
      *    cuentas).
      *
      * Procesos de uso Publicos:
      *  - ATPCPRC-CARGAR-TABLA
      *  - ATPCPRC-BUSCAR-PRECIO
      *  - ATPCPRC-ES-CUOTA-PROPIA
      *----------------------------------------------------------------

       77  WS-ATPCPRC-STATUS                   PIC X(02).

       01  FILLER                              PIC 9(01).
           88 WS-ATPCPRC-FIN                   VALUE 1
              WHEN SET TO FALSE 0.
       01  FILLER                              PIC X(01).
           88 WS-ATPCPRC-REG-VALIDO            VALUE "S"
              WHEN SET TO FALSE "N".

       78  WS-ATPCPRC-MAX                      VALUE 500.
       77  WS-ATPCPRC-CANT                     PIC 9(04) VALUE 0.
       77  WS-ATPCPRC-IDX                      PIC 9(04).
       77  WS-ATPCPRC-K                        PIC 9(04).
       77  WS-ATPCPRC-RECHAZADOS               PIC 9(04) VALUE 0.
       01  WS-ATPCPRC-TABLA.
           05  WS-ATPCPRC-TAB OCCURS 500 TIMES.
               10  WS-ATPCPRC-TAB-CODENT       PIC X(04).
               10  WS-ATPCPRC-TAB-CODMAR       PIC 9(02).
               10  WS-ATPCPRC-TAB-INDTIPT      PIC 9(02).
               10  WS-ATPCPRC-TAB-IND-TASA     PIC X(01).
               10  WS-ATPCPRC-TAB-TASA         PIC 9(03)V9(04).
               10  WS-ATPCPRC-TAB-IND-CUOTA    PIC X(01).
               10  WS-ATPCPRC-TAB-CUOENT       PIC 9(04).
               10  WS-ATPCPRC-TAB-CUOTAR       PIC 9(04).
               10  WS-ATPCPRC-TAB-IND-PAGMIN   PIC X(01).
               10  WS-ATPCPRC-TAB-PORPAGMIN    PIC 9(03)V9(04).
               10  WS-ATPCPRC-TAB-IMPMINFIJO   PIC 9(09)V99.
               10  WS-ATPCPRC-TAB-TIPREDONDEO  PIC X(01).

       01  WS-ATPCPRC-ENTRADA.
           05  WS-ATPCPRC-CODENT               PIC X(04).
           05  WS-ATPCPRC-CODMAR               PIC 9(02).
           05  WS-ATPCPRC-INDTIPT              PIC 9(02).
           05  WS-ATPCPRC-CODCONECO            PIC 9(04).

       01  WS-ATPCPRC-SALIDA.
           05  WS-ATPCPRC-IND-TASA             PIC X(01).
               88  WS-ATPCPRC-CON-TASA         VALUE "S".
           05  WS-ATPCPRC-TASA                 PIC 9(03)V9(04).
           05  WS-ATPCPRC-IND-CUOTA            PIC X(01).
               88  WS-ATPCPRC-CON-CUOTA        VALUE "S".
           05  WS-ATPCPRC-CUOENT               PIC 9(04).
           05  WS-ATPCPRC-CUOTAR               PIC 9(04).
           05  WS-ATPCPRC-IND-PAGMIN           PIC X(01).
               88  WS-ATPCPRC-CON-PAGMIN       VALUE "S".
           05  WS-ATPCPRC-PORPAGMIN            PIC 9(03)V9(04).
           05  WS-ATPCPRC-IMPMINFIJO           PIC 9(09)V99.
           05  WS-ATPCPRC-TIPREDONDEO          PIC X(01).

       01  WS-ATPCPRC-RETORNO.
           05  WS-ATPCPRC-RETORNO-COD          PIC 9(01).
               88  WS-ATPCPRC-RETORNO-OK       VALUE 0.
               88  WS-ATPCPRC-RETORNO-ERROR    VALUE 9.
           05  WS-ATPCPRC-RETORNO-DESC         PIC X(200).
