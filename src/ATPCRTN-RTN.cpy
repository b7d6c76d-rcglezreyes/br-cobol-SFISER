      *----------------------------------------------------------------
      * Definicion de archivo (FD) del registro de fondos retenidos
      * PAGRET.DAT: un registro por pago aplicado sobre una cuenta de
      * entidad que retiene pagos (WS-ATPC021-TAB-INDRETPAGO = "S")
      * hasta que los fondos se acrediten. El pago ya esta aplicado
      * al saldo (PAGAPL.DAT) pero su importe no se libera al
      * disponible de compra hasta RTN-FECLIBERA, NUMDIASRET dias
      * habiles del pais de la entidad (calendario ATPC161) despues
      * de la aplicacion.
      *  - ATPC964 agrega la retencion al aplicar el pago, con la
      *    imputacion a interes, comision y capital que le dio la
      *    cascada (para reversarlo tal cual).
      *  - ATPC808 descuenta del disponible de compra las
      *    retenciones vigentes de la cuenta.
      *  - ATPC842 libera la retencion vencida y reversa el pago
      *    devuelto durante la retencion; reescribe el archivo con
      *    las retenciones que siguen vigentes.
      *
      * Debe ser copiado dentro de la FILE SECTION, junto con la
      * siguiente entrada en FILE-CONTROL:
      *
      *     SELECT RTN-RETENCIONES ASSIGN TO "PAGRET.DAT"
      *         ORGANIZATION IS LINE SEQUENTIAL
      *         FILE STATUS IS <status del programa>.
      *----------------------------------------------------------------
       FD  RTN-RETENCIONES
           RECORDING MODE IS F.
       01  RTN-RETENCIONES-REG.
           05  RTN-CODENT                     PIC X(04).
           05  RTN-NUMCUENTA                  PIC X(16).
           05  RTN-IMPORTE                    PIC 9(09)V99.
           05  RTN-FECVALOR                   PIC X(10).
      * Imputacion del pago en la cascada de ATPC964
           05  RTN-INTERES                    PIC 9(09)V99.
           05  RTN-COMISION                   PIC 9(09)V99.
           05  RTN-CAPITAL                    PIC 9(09)V99.
      * Fecha de aplicacion (inicio de la retencion) y de liberacion
           05  RTN-FECRETIENE                 PIC X(10).
           05  RTN-FECLIBERA                  PIC X(10).
