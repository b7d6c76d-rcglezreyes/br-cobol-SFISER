      *----------------------------------------------------------------
      * Definicion de archivo (FD) de los parametros del calculo del
      * costo anual efectivo (CAE) de la libreria ATPCCAE, compartidos
      * por todos sus usuarios (extracto ATPC954, simulador ATPC914,
      * calculo mensual ATPC833) para que todos informen el mismo
      * numero.
      *
      * ATPCCAE.PRM, primera linea, campos contiguos:
      *  INDVERT(1) vertiente de los conceptos de comision periodica
      *  (la misma que liquida ATPC975); TIPOFAC(4) INDNORCOR(1) del
      *  tipo de factura de intereses y TIPOFAC(4) INDNORCOR(1) del
      *  de comisiones (sus CODIMPTO de ATPC044 dan el IVA, como en
      *  ATPC826); SALDO-REF 9(09)V99 saldo de referencia (ceros =
      *  100.000,00).
      *
      * Debe ser copiado dentro de la FILE SECTION del programa que
      * use la libreria ATPCCAE, junto con la siguiente entrada en
      * FILE-CONTROL (WS-ATPCCAE-STATUS esta declarado en
      * ATPCCAE-WS.cpy):
      *
      *     SELECT PRM-ATPCCAE ASSIGN TO "ATPCCAE.PRM"
      *         ORGANIZATION IS LINE SEQUENTIAL
      *         FILE STATUS IS WS-ATPCCAE-STATUS.
      *----------------------------------------------------------------
       FD  PRM-ATPCCAE
           RECORDING MODE IS F.
       01  PRM-ATPCCAE-REG.
           05  PRM-ATPCCAE-INDVERT             PIC X(01).
           05  PRM-ATPCCAE-TIPOFAC-INT         PIC X(04).
           05  PRM-ATPCCAE-INDNORCOR-INT       PIC X(01).
           05  PRM-ATPCCAE-TIPOFAC-COM         PIC X(04).
           05  PRM-ATPCCAE-INDNORCOR-COM       PIC X(01).
           05  PRM-ATPCCAE-SALDO-REF           PIC X(11).
           05  PRM-ATPCCAE-SALDO-REF-N REDEFINES
               PRM-ATPCCAE-SALDO-REF           PIC 9(09)V99.
