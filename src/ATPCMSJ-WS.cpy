      *----------------------------------------------------------------
      * Libreria de utilidad -- tabla de mensajes de extracto
      * MENSAJES.DAT en memoria (ver ATPCMSJ-MSJ.cpy para la FD, el
      * SELECT requerido y el significado de cada filtro).
      *
      * Uso:
      *  - PERFORM ATPCMSJ-CARGAR-TABLA (una vez): deja en
      *    WS-ATPCMSJ-TAB los mensajes ordenados por CODENT +
      *    PRIORIDAD + CODMSJ y en WS-ATPCMSJ-LIM los limites de
      *    lineas por entidad. La tabla es opcional: sin archivo
      *    queda vacia y los extractos salen sin mensajes. El
      *    registro invalido se descarta con aviso por consola y se
      *    cuenta en WS-ATPCMSJ-RECHAZADOS; la tabla desbordada deja
      *    RETORNO-ERROR.
      *  - Cargar WS-ATPCMSJ-ENTRADA con los datos de la cuenta y la
      *    fecha de ciclo; PERFORM ATPCMSJ-SELECCIONAR-MENSAJES. En
      *    WS-ATPCMSJ-SEL quedan, por prioridad, los mensajes
      *    aplicables hasta el limite de lineas de la entidad
      *    (WS-ATPCMSJ-MAXLIN), y RETORNO-OK si hay al menos uno.
      *    Cada seleccion suma en WS-ATPCMSJ-TAB-IMPRESOS del mensaje
      *    impreso y en WS-ATPCMSJ-TAB-DESPLAZADOS del aplicable que
      *    no entro por el limite, para el reporte de ATPC857 y el
      *    resumen de ATPC954.
      *
      * Procesos de uso Publicos:
      *  - ATPCMSJ-CARGAR-TABLA
      *  - ATPCMSJ-SELECCIONAR-MENSAJES
      *----------------------------------------------------------------

       77  WS-ATPCMSJ-STATUS                   PIC X(02).

       01  FILLER                              PIC 9(01).
           88 WS-ATPCMSJ-FIN                   VALUE 1
              WHEN SET TO FALSE 0.
       01  FILLER                              PIC X(01).
           88 WS-ATPCMSJ-REG-VALIDO            VALUE "S"
              WHEN SET TO FALSE "N".
       01  FILLER                              PIC X(01).
           88 WS-ATPCMSJ-CORRER                VALUE "S"
              WHEN SET TO FALSE "N".

      * Lineas de mensaje por extracto: valor por defecto y limites
      * propios de cada entidad
       77  WS-ATPCMSJ-MAXLIN-DEF               PIC 9(01) VALUE 3.
       78  WS-ATPCMSJ-LIM-MAX                  VALUE 200.
       77  WS-ATPCMSJ-LIM-CANT                 PIC 9(04) VALUE 0.
       01  WS-ATPCMSJ-LIMITES.
           05  WS-ATPCMSJ-LIM OCCURS 200 TIMES.
               10  WS-ATPCMSJ-LIM-CODENT       PIC X(04).
               10  WS-ATPCMSJ-LIM-MAXLIN       PIC 9(01).

       78  WS-ATPCMSJ-MAX                      VALUE 500.
       77  WS-ATPCMSJ-CANT                     PIC 9(04) VALUE 0.
       77  WS-ATPCMSJ-IDX                      PIC 9(04).
       77  WS-ATPCMSJ-K                        PIC 9(04).
       77  WS-ATPCMSJ-J                        PIC 9(04).
       77  WS-ATPCMSJ-J1                       PIC 9(04).
       77  WS-ATPCMSJ-RECHAZADOS               PIC 9(04) VALUE 0.
       01  WS-ATPCMSJ-TABLA.
           05  WS-ATPCMSJ-TAB OCCURS 500 TIMES.
               10  WS-ATPCMSJ-TAB-ORDEN.
                   15  WS-ATPCMSJ-TAB-CODENT   PIC X(04).
                   15  WS-ATPCMSJ-TAB-PRIORIDAD
                                               PIC 9(03).
                   15  WS-ATPCMSJ-TAB-CODMSJ   PIC X(06).
               10  WS-ATPCMSJ-TAB-LINEA        PIC X(04).
               10  WS-ATPCMSJ-TAB-CODMAR       PIC X(02).
               10  WS-ATPCMSJ-TAB-INDTIPT      PIC X(02).
               10  WS-ATPCMSJ-TAB-CODESTCTA    PIC X(02).
               10  WS-ATPCMSJ-TAB-CODIDIOMA    PIC X(01).
               10  WS-ATPCMSJ-TAB-FECINI       PIC X(10).
               10  WS-ATPCMSJ-TAB-FECFIN       PIC X(10).
               10  WS-ATPCMSJ-TAB-TEXTO        PIC X(100).
               10  WS-ATPCMSJ-TAB-IMPRESOS     PIC 9(07).
               10  WS-ATPCMSJ-TAB-DESPLAZADOS  PIC 9(07).

      * Fila auxiliar del ordenamiento (mismo largo que una fila de
      * WS-ATPCMSJ-TAB)
       01  WS-ATPCMSJ-AUX.
           05  WS-ATPCMSJ-AUX-ORDEN            PIC X(13).
           05  FILLER                          PIC X(145).

       01  WS-ATPCMSJ-ENTRADA.
           05  WS-ATPCMSJ-CODENT               PIC X(04).
           05  WS-ATPCMSJ-LINEA                PIC X(04).
           05  WS-ATPCMSJ-CODMAR               PIC 9(02).
           05  WS-ATPCMSJ-CODMAR-X REDEFINES WS-ATPCMSJ-CODMAR
                                               PIC X(02).
           05  WS-ATPCMSJ-INDTIPT              PIC 9(02).
           05  WS-ATPCMSJ-INDTIPT-X REDEFINES WS-ATPCMSJ-INDTIPT
                                               PIC X(02).
           05  WS-ATPCMSJ-CODESTCTA            PIC 9(02).
           05  WS-ATPCMSJ-CODESTCTA-X REDEFINES WS-ATPCMSJ-CODESTCTA
                                               PIC X(02).
           05  WS-ATPCMSJ-CODIDIOMA            PIC X(01).
           05  WS-ATPCMSJ-FECHA                PIC X(10).

       01  WS-ATPCMSJ-SALIDA.
           05  WS-ATPCMSJ-MAXLIN               PIC 9(01).
           05  WS-ATPCMSJ-SEL-CANT             PIC 9(01).
           05  WS-ATPCMSJ-SEL OCCURS 9 TIMES.
               10  WS-ATPCMSJ-SEL-CODMSJ       PIC X(06).
               10  WS-ATPCMSJ-SEL-PRIORIDAD    PIC 9(03).
               10  WS-ATPCMSJ-SEL-TEXTO        PIC X(100).

       01  WS-ATPCMSJ-RETORNO.
           05  WS-ATPCMSJ-RETORNO-COD          PIC 9(01).
               88  WS-ATPCMSJ-RETORNO-OK       VALUE 0.
               88  WS-ATPCMSJ-RETORNO-ERROR    VALUE 9.
           05  WS-ATPCMSJ-RETORNO-DESC         PIC X(200).
