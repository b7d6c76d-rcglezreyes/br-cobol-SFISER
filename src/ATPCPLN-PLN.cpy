      *----------------------------------------------------------------
      * Definicion de archivo (FD) del maestro indexado de planes de
      * compra en cuotas PLANCUO.DAT (clave CODENT + NUMCUENTA +
      * NUMPLAN). ATPC809 da de alta un plan por cada compra de un
      * TIPOFAC marcado INDCOMPCUO en ATPC044 que llega a MOVFACT.DAT;
      * ATPC810 emite cada mes la cuota que vence, ATPC963 marca para
      * facturacion anticipada los planes que cancela un prepago y
      * ATPC811 los consulta.
      *
      * Estados del plan:
      *  - A (abierto): le quedan cuotas por emitir;
      *  - T (terminado): se emitio la ultima cuota;
      *  - C (anticipado): un prepago lo cancelo antes de la ultima
      *    cuota; conserva el saldo, que ATPC810 emite entero en su
      *    proxima corrida sin esperar al mes siguiente;
      *  - P (precancelado): ATPC810 ya emitio el saldo del plan
      *    anticipado.
      * El plan conserva los datos de facturacion de la compra de
      * origen (marca, tipo de tarjeta, concepto economico, moneda)
      * con que se emiten sus cuotas. IMPCUOTA es el importe total
      * dividido por la cantidad de cuotas truncado al centavo; la
      * ultima cuota emite lo que queda de SALDO y absorbe la
      * diferencia.
      *
      * Debe ser copiado dentro de la FILE SECTION, junto con la
      * siguiente entrada en FILE-CONTROL (los programas que usan la
      * libreria ATPCPLN-PR declaran WS-ATPCPLN-STATUS via
      * ATPCPLN-WS.cpy):
      *
      *     SELECT PLN-PLANES ASSIGN TO "PLANCUO.DAT"
      *         ORGANIZATION IS INDEXED
      *         ACCESS MODE IS DYNAMIC
      *         RECORD KEY IS PLN-CLAVE
      *         FILE STATUS IS WS-ATPCPLN-STATUS.
      *----------------------------------------------------------------
       FD  PLN-PLANES.
       01  PLN-PLANES-REG.
           05  PLN-CLAVE.
               10  PLN-CODENT                 PIC X(04).
               10  PLN-NUMCUENTA              PIC X(16).
               10  PLN-NUMPLAN                PIC 9(05).
           05  PLN-ESTADO                     PIC X(01).
               88  PLN-ABIERTO                VALUE "A".
               88  PLN-TERMINADO              VALUE "T".
               88  PLN-PRECANCELADO           VALUE "P".
               88  PLN-ANTICIPADO             VALUE "C".
               88  PLN-CON-SALDO              VALUE "A" "C".
           05  PLN-FECCOMPRA                  PIC X(10).
      * Datos de facturacion de la compra de origen
           05  PLN-CODMAR                     PIC 9(02).
           05  PLN-INDTIPT                    PIC 9(02).
           05  PLN-TIPOFAC                    PIC 9(04).
           05  PLN-INDVERT                    PIC X(01).
           05  PLN-INDNIVAPL                  PIC X(02).
           05  PLN-CODCONECO                  PIC 9(04).
           05  PLN-CLAMON                     PIC 9(03).
      * Importes del plan
           05  PLN-IMPORTE                    PIC 9(09)V99.
           05  PLN-NUMCUOTAS                  PIC 9(03).
           05  PLN-IMPCUOTA                   PIC 9(09)V99.
           05  PLN-CUOTASEMI                  PIC 9(03).
           05  PLN-SALDO                      PIC 9(09)V99.
      * Ultima cuota emitida (periodo AAAA-MM y fecha) y cierre
           05  PLN-PERULTCUO                  PIC X(07).
           05  PLN-FECULTCUO                  PIC X(10).
           05  PLN-FECCIERRE                  PIC X(10).
           05  PLN-FECALTA                    PIC X(10).
