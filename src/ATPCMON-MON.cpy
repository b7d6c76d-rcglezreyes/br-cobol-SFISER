      *----------------------------------------------------------------
      * Definicion de archivo (FD) del alimentador diario de saldos
      * por moneda SALDMON.DAT: la contraparte de SALDIAR.DAT para
      * las monedas adicionales de facturacion de la entidad
      * (INDEXTMON = "S", WS-ATPC021-TAB-MONEDA-EXT). Un registro por
      * cuenta y moneda adicional en que la cuenta opero, con el
      * saldo EXPRESADO EN ESA MONEDA (con signo: negativo = saldo
      * acreedor), ordenado por CODENT + NUMCUENTA. El saldo en la
      * moneda principal sigue viniendo solo por SALDIAR.DAT.
      *  - ATPC972 lo asienta en los saldos por moneda del maestro
      *    CTAMAE.DAT (CTM-MON, hasta NUMMAXMONCTA monedas por cuenta
      *    contando la principal);
      *  - ATPC951 devenga cada saldo en su moneda (DEVMON.DAT);
      *  - ATPC845 revalua los saldos al cierre de mes.
      *
      * Debe ser copiado dentro de la FILE SECTION, junto con la
      * siguiente entrada en FILE-CONTROL:
      *
      *     SELECT MON-SALDOS ASSIGN TO "SALDMON.DAT"
      *         ORGANIZATION IS LINE SEQUENTIAL
      *         FILE STATUS IS <status del programa>.
      *----------------------------------------------------------------
       FD  MON-SALDOS
           RECORDING MODE IS F.
       01  MON-SALDOS-REG.
           05  MON-CODENT                     PIC X(04).
           05  MON-NUMCUENTA                  PIC X(16).
           05  MON-CLAMON                     PIC 9(03).
           05  MON-SALDO                      PIC S9(09)V99.
