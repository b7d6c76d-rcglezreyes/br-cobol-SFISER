      *----------------------------------------------------------------
      * Definicion de archivo (FD) del historico indexado de
      * movimientos MOVHIST.DAT: cada movimiento que la cadena dio por
      * bueno queda guardado con la clave CODENT + NUMCUENTA + fecha
      * del movimiento (AAAA-MM-DD) + secuencia dentro de la cuenta y
      * la fecha (00001 en adelante). El origen dice de donde vino --
      *  A = aceptado por ATPC915 (MOVACEP.DAT)
      *  R = reparado en la consola ATPC976, reciclado y aceptado
      *  J = ajuste de saldo de ATPC999 (AJUGL.DAT); sin TIPOFAC, el
      *      signo dice si el ajuste devengo de mas (+) o revirtio (-)
      * Los campos del movimiento son los de MOVFACT.DAT mas el
      * importe original, la cotizacion y su fecha que ATPC915 deja
      * al convertir la moneda extranjera.
      *  - ATPC860 lo carga cada noche y archiva las particiones
      *    mensuales mas viejas que la permanencia configurada en
      *    MOVHIST.ARC (mismo layout, secuencial).
      *  - ATPC973 (consulta integral) lo consulta por rango de
      *    fechas y TIPOFAC.
      *
      * Debe ser copiado dentro de la FILE SECTION, junto con la
      * siguiente entrada en FILE-CONTROL:
      *
      *     SELECT MVH-HISTORICO ASSIGN TO "MOVHIST.DAT"
      *         ORGANIZATION IS INDEXED
      *         ACCESS MODE IS DYNAMIC
      *         RECORD KEY IS MVH-CLAVE
      *         FILE STATUS IS <status del programa>.
      *----------------------------------------------------------------
       FD  MVH-HISTORICO.
       01  MVH-HISTORICO-REG.
           05  MVH-CLAVE.
               10  MVH-CODENT                 PIC X(04).
               10  MVH-NUMCUENTA              PIC X(16).
               10  MVH-FECHA                  PIC X(10).
               10  MVH-SECUENCIA              PIC 9(05).
           05  MVH-ORIGEN                     PIC X(01).
               88  MVH-ACEPTADO               VALUE "A".
               88  MVH-REPARADO               VALUE "R".
               88  MVH-AJUSTE                 VALUE "J".
           05  MVH-CODMAR                     PIC 9(02).
           05  MVH-INDTIPT                    PIC 9(02).
           05  MVH-TIPOFAC                    PIC 9(04).
           05  MVH-INDNORCOR                  PIC 9(01).
           05  MVH-INDVERT                    PIC X(01).
           05  MVH-INDNIVAPL                  PIC X(02).
           05  MVH-CODCONECO                  PIC 9(04).
           05  MVH-IMPORTE                    PIC 9(09)V99.
           05  MVH-SIGNO                      PIC X(01).
           05  MVH-CLAMON                     PIC 9(03).
           05  MVH-IMPORTE-ORIG               PIC 9(09)V99.
           05  MVH-TIPOCAMBIO                 PIC 9(07)V9(06).
           05  MVH-FECHA-TASA                 PIC X(10).
      * Fecha de proceso y corrida de ATPC860 que lo cargo
           05  MVH-FECCARGA                   PIC X(10).
           05  MVH-RUNID                      PIC X(12).
