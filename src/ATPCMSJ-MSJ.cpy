      *----------------------------------------------------------------
      * Definicion de archivo (FD) de la tabla de mensajes de extracto
      * MENSAJES.DAT, que mantiene el area comercial de cada entidad
      * socia: avisos de cambio de tasa, textos de campana y leyendas
      * legales que el extracto de ATPC954 imprime sin cambio de
      * programa. Dos tipos de registro, por la primera posicion --
      *
      *  - "M" mensaje, clave CODENT + CODMSJ. Cada mensaje es una
      *    linea de texto de hasta 100 posiciones y se imprime en el
      *    extracto de las cuentas de la entidad que cumplen TODOS sus
      *    filtros; un filtro en blanco no filtra:
      *     - MSJ-LINEA: linea de producto de la cuenta (CTM-LINEA);
      *     - MSJ-CODMAR / MSJ-INDTIPT: tipo de tarjeta de la cuenta
      *       (CTM-CODMAR / CTM-INDTIPT);
      *     - MSJ-CODESTCTA: estado de la cuenta de la tabla ATPC175
      *       (CTM-CODESTCTA);
      *     - MSJ-CODIDIOMA: idioma del extracto (el de la entidad,
      *       WS-ATPC021-CODIDIOMA);
      *     - MSJ-FECINI / MSJ-FECFIN (AAAA-MM-DD): vigencia contra la
      *       fecha de ciclo del extracto.
      *    MSJ-PRIORIDAD ordena los mensajes aplicables (001 primero);
      *    a igual prioridad, por CODMSJ.
      *  - "L" limite: MSJ-LIM-MAXLIN cantidad maxima de lineas de
      *    mensaje por extracto de la entidad MSJ-LIM-CODENT (entre 0
      *    y 9); con CODENT en blanco fija el valor por defecto para
      *    todas las entidades (sin registro, 3 lineas).
      *
      * Si una clave se repite, el registro mas reciente corrige al
      * anterior, criterio que aplica ATPCMSJ-CARGAR-TABLA.
      *
      * Debe ser copiado dentro de la FILE SECTION, junto con la
      * siguiente entrada en FILE-CONTROL:
      *
      *     SELECT MSJ-MENSAJES ASSIGN TO "MENSAJES.DAT"
      *         ORGANIZATION IS LINE SEQUENTIAL
      *         FILE STATUS IS WS-ATPCMSJ-STATUS.
      *----------------------------------------------------------------
       FD  MSJ-MENSAJES
           RECORDING MODE IS F.
       01  MSJ-MENSAJES-REG.
           05  MSJ-TIPOREG                    PIC X(01).
               88  MSJ-ES-MENSAJE             VALUE "M".
               88  MSJ-ES-LIMITE              VALUE "L".
           05  MSJ-CLAVE.
               10  MSJ-CODENT                 PIC X(04).
               10  MSJ-CODMSJ                 PIC X(06).
           05  MSJ-LINEA                      PIC X(04).
           05  MSJ-CODMAR                     PIC X(02).
           05  MSJ-INDTIPT                    PIC X(02).
           05  MSJ-CODESTCTA                  PIC X(02).
           05  MSJ-CODIDIOMA                  PIC X(01).
           05  MSJ-FECINI                     PIC X(10).
           05  MSJ-FECFIN                     PIC X(10).
           05  MSJ-PRIORIDAD                  PIC X(03).
           05  MSJ-PRIORIDAD-NUM REDEFINES MSJ-PRIORIDAD
                                              PIC 9(03).
           05  MSJ-TEXTO                      PIC X(100).
       01  MSJ-LIMITE-REG.
           05  FILLER                         PIC X(01).
           05  MSJ-LIM-CODENT                 PIC X(04).
           05  MSJ-LIM-MAXLIN                 PIC X(01).
           05  MSJ-LIM-MAXLIN-NUM REDEFINES MSJ-LIM-MAXLIN
                                              PIC 9(01).
