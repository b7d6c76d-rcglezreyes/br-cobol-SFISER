      *----------------------------------------------------------------
      * Definicion de archivo (FD) del registro de promociones de tasa
      * por cuenta PROMOS.DAT, alimentado por la incorporacion de
      * campanas ATPC837 (una linea por cuenta y campana).
      *
      * La promocion rige desde PRO-FECINI hasta PRO-FECFIN inclusive
      * (AAAA-MM-DD): mientras esta vigente, el devengamiento diario
      * ATPC951 devenga a PRO-TASA, si es menor a la que correspondia,
      * la parte del saldo deudor de la cuenta que proviene de los
      * movimientos del tipo de factura PRO-TIPOFAC al que la campana
      * dirige la promocion, desde PRO-FECINI. PRO-FECAVISO
      * queda en blanco hasta que ATPC838 avisa al cliente que la
      * promocion esta por vencer.
      *
      * Debe ser copiado dentro de la FILE SECTION, junto con la
      * siguiente entrada en FILE-CONTROL:
      *
      *     SELECT PRO-PROMOCIONES ASSIGN TO "PROMOS.DAT"
      *         ORGANIZATION IS LINE SEQUENTIAL
      *         FILE STATUS IS WS-ATPCnnn-PRO-STATUS.
      *----------------------------------------------------------------
       FD  PRO-PROMOCIONES
           RECORDING MODE IS F.
       01  PRO-PROMOCIONES-REG.
           05  PRO-CLAVE.
               10  PRO-CODENT                 PIC X(04).
               10  PRO-NUMCUENTA              PIC X(16).
               10  PRO-CAMPANA                PIC X(08).
           05  PRO-TIPOFAC                    PIC 9(04).
           05  PRO-TASA                       PIC 9(03)V9(04).
           05  PRO-FECINI                     PIC X(10).
           05  PRO-FECFIN                     PIC X(10).
           05  PRO-FECALTA                    PIC X(10).
           05  PRO-FECAVISO                   PIC X(10).
