      *----------------------------------------------------------------
      * Libreria de utilidad para calcular el costo anual efectivo
      * (CAE) que exige el regulador en cada extracto y en las fichas
      * de producto, en lugar del calculo manual anual: combina la
      * tasa TACOMINTAD de la entidad (ATPC021) con su forma de
      * calculo FORCALINT, las comisiones periodicas de ATPC975 y el
      * IVA sobre intereses y comisiones.
      *
      * Formulas, sobre el saldo de referencia S de un mes:
      *  - tasa mensual de interes i = TACOMINTAD / 100 * 365 /
      *    (12 * BASE), con BASE 360 si FORCALINT = "2" y 365 en
      *    otro caso (el devengo diario de ATPC951 capitalizado en el
      *    ciclo mensual de ATPC960);
      *  - interes del mes = S * i, mas su IVA (CODIMPTO del tipo de
      *    factura de intereses en ATPC044, tasa de ATPC156);
      *  - comisiones del mes = los conceptos periodicos aplicables de
      *    la entidad (INDAPLICA = "S" y TIPCONECO = "P" de la
      *    vertiente de ATPCCAE.PRM, todos los niveles o solo el
      *    INDNIVAPL pedido) liquidados sobre S como en ATPC975 (por
      *    tramo en ATPC154 o PORREF topeado por PORCOMTOP), mas su
      *    IVA (CODIMPTO del concepto o, si no lo tiene, el del tipo
      *    de factura de comisiones);
      *  - costo mensual c = (interes + IVA + comisiones + IVA) / S;
      *  - TEA = ((1 + i) ** 12 - 1) * 100 (solo interes);
      *  - CAE = ((1 + c) ** 12 - 1) * 100.
      *
      * Un CODIMPTO en cero es exento; un CODIMPTO sin tasa vigente
      * se calcula sin IVA y deja WS-ATPCCAE-SIN-TASA-IVA en "S".
      *
      * Datos de entrada:
      *  - WS-ATPCCAE-CODENT      PIC X(04).
      *  - WS-ATPCCAE-INDNIVAPL   PIC X(02) (SPACES = todos).
      *  - WS-ATPCCAE-SALDO       PIC 9(09)V99 (ceros = el saldo de
      *    referencia de ATPCCAE.PRM).
      *  - WS-ATPCCAE-FECHA       PIC X(10) (tasas de IVA vigentes
      *    en esa fecha; SPACES = hoy).
      *
      * Datos de salida:
      *  - WS-ATPCCAE-TACOMINTAD, -FORCALINT, -BASE-DIAS.
      *  - WS-ATPCCAE-TASA-MES    tasa mensual de interes (%).
      *  - WS-ATPCCAE-INTERES, -IVA-INTERES, -COMISIONES,
      *    -IVA-COMISIONES del mes sobre el saldo, -CONCEPTOS.
      *  - WS-ATPCCAE-TEA y WS-ATPCCAE-CAE (%, dos decimales).
      *  - WS-ATPCCAE-RETORNO-COD / -OK / -ERROR y -DESC.
      *----------------------------------------------------------------

       77  WS-ATPCCAE-STATUS                   PIC X(02).

      * Parametros leidos de ATPCCAE.PRM por ATPCCAE-LEER-PARAMETROS
       01  FILLER                              PIC X(01).
           88 WS-ATPCCAE-PRM-LEIDO             VALUE "S"
              WHEN SET TO FALSE "N".
       01  WS-ATPCCAE-PARAMETROS.
           05  WS-ATPCCAE-PRM-INDVERT          PIC X(01).
           05  WS-ATPCCAE-PRM-TIPOFAC-INT      PIC 9(04).
           05  WS-ATPCCAE-PRM-INDNORCOR-INT    PIC 9(01).
           05  WS-ATPCCAE-PRM-TIPOFAC-COM      PIC 9(04).
           05  WS-ATPCCAE-PRM-INDNORCOR-COM    PIC 9(01).
           05  WS-ATPCCAE-PRM-SALDO-REF        PIC 9(09)V99.

       01  WS-ATPCCAE-ENTRADA.
           05  WS-ATPCCAE-CODENT               PIC X(04).
           05  WS-ATPCCAE-INDNIVAPL            PIC X(02).
           05  WS-ATPCCAE-SALDO                PIC 9(09)V99.
           05  WS-ATPCCAE-FECHA                PIC X(10).

       01  WS-ATPCCAE-SALIDA.
           05  WS-ATPCCAE-TACOMINTAD           PIC 9(03)V9(04).
           05  WS-ATPCCAE-FORCALINT            PIC X(01).
           05  WS-ATPCCAE-BASE-DIAS            PIC 9(03).
           05  WS-ATPCCAE-TASA-MES             PIC 9(03)V9(06).
           05  WS-ATPCCAE-INTERES              PIC 9(09)V99.
           05  WS-ATPCCAE-IVA-INTERES          PIC 9(09)V99.
           05  WS-ATPCCAE-COMISIONES           PIC 9(09)V99.
           05  WS-ATPCCAE-IVA-COMISIONES       PIC 9(09)V99.
           05  WS-ATPCCAE-CONCEPTOS            PIC 9(04).
           05  WS-ATPCCAE-SIN-TASA-IVA         PIC X(01).
           05  WS-ATPCCAE-TEA                  PIC 9(04)V99.
           05  WS-ATPCCAE-CAE                  PIC 9(04)V99.

      * Auxiliares del calculo
       77  WS-ATPCCAE-IDX                      PIC 9(04).
       77  WS-ATPCCAE-CODIMPTO                 PIC 9(04).
       77  WS-ATPCCAE-COMISION                 PIC 9(09)V99.
       77  WS-ATPCCAE-TOPE                     PIC 9(09)V99.
       77  WS-ATPCCAE-IVA                      PIC 9(09)V99.
       77  WS-ATPCCAE-FACTOR-INT               PIC 9(02)V9(09).
       77  WS-ATPCCAE-FACTOR-COSTO             PIC 9(02)V9(09).

       01  WS-ATPCCAE-RETORNO.
           05  WS-ATPCCAE-RETORNO-COD          PIC 9(01).
               88  WS-ATPCCAE-RETORNO-OK       VALUE 0.
               88  WS-ATPCCAE-RETORNO-ERROR    VALUE 9.
           05  WS-ATPCCAE-RETORNO-DESC         PIC X(200).
