      *----------------------------------------------------------------
      * Definicion de archivo (FD) del registro indexado de pagos en
      * linea PAGMEMO.DAT: cada aviso de pago que las sucursales y el
      * canal en linea publican en la cola de mensajes queda asentado
      * con la clave CODENT + NUMCUENTA + referencia del pago en el
      * canal (la misma referencia repetida sobre la misma cuenta es
      * un aviso duplicado y no se vuelve a asentar).
      *  - ATPC862 (escucha de la cola) lo graba pendiente y suma el
      *    importe a los pagos en linea de la cuenta en CTAMAE.DAT.
      *  - ATPC863 lo concilia contra el PAGOS.DAT del dia siguiente:
      *    el aviso que llego como pago se da por conciliado y el que
      *    no llego se reversa; los dos salen del registro a
      *    PAGMEMO.HIS (mismo layout, secuencial, se agrega al final).
      *
      * Debe ser copiado dentro de la FILE SECTION, junto con la
      * siguiente entrada en FILE-CONTROL:
      *
      *     SELECT MEM-PAGOS ASSIGN TO "PAGMEMO.DAT"
      *         ORGANIZATION IS INDEXED
      *         ACCESS MODE IS DYNAMIC
      *         RECORD KEY IS MEM-CLAVE
      *         FILE STATUS IS <status del programa>.
      *----------------------------------------------------------------
       FD  MEM-PAGOS.
       01  MEM-PAGOS-REG.
           05  MEM-CLAVE.
               10  MEM-CODENT                 PIC X(04).
               10  MEM-NUMCUENTA              PIC X(16).
               10  MEM-REFERENCIA             PIC X(20).
      * Canal del aviso: O = sucursal, W = en linea
           05  MEM-CANAL                      PIC X(01).
               88  MEM-SUCURSAL               VALUE "O".
               88  MEM-EN-LINEA               VALUE "W".
      * Importe en la moneda principal de la entidad
           05  MEM-IMPORTE                    PIC 9(09)V99.
           05  MEM-FECVALOR                   PIC X(10).
      * Fecha (AAAA-MM-DD) y hora (HHMMSS) de recepcion del aviso
           05  MEM-FECRECEP                   PIC X(10).
           05  MEM-HORRECEP                   PIC 9(06).
           05  MEM-ESTADO                     PIC X(01).
               88  MEM-PENDIENTE              VALUE "P".
               88  MEM-CONCILIADO             VALUE "C".
               88  MEM-REVERSADO              VALUE "R".
      * Fecha de la conciliacion o de la reversa
           05  MEM-FECRESOL                   PIC X(10).
      * Corrida de ATPC862 que lo asento (ATPCRUN)
           05  MEM-RUNID                      PIC X(12).
