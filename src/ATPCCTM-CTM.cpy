      *----------------------------------------------------------------
      * Definicion de archivo (FD) del maestro indexado de cuentas
      * CTAMAE.DAT (clave CODENT + NUMCUENTA), mantenido cada noche
      * por ATPC972 desde los alimentadores planos y leido por clave
      * por las consultas en linea y los batches de cobranzas.
      *
      * Ademas de la foto diaria que arma ATPC972, el registro lleva
      * las marcas de ciclo de vida que asientan otros procesos y que
      * ATPC972 conserva al reescribir (lee el registro antes de
      * actualizar su porcion):
      *  - castigo (ATPC800): marca, fecha y saldo castigado aun no
      *    recuperado; la cuenta castigada no devenga (ATPC951) ni
      *    recibe recordatorios (ATPC980), cartas (ATPC959) ni entra
      *    a la lista de trabajo de cobranzas (ATPC968); los pagos
      *    que entran sobre la cuenta castigada son recuperos que
      *    ATPC964 descuenta del saldo castigado pendiente;
      *  - agencia de cobranza externa que tiene asignada la cuenta
      *    (espacios = gestion propia) y fecha de asignacion, que
      *    asigna y retira ATPC804 segun el registro de agencias
      *    AGENCIAS.DAT; con la agencia se abren los recuperos en
      *    ATPC801 y los pagos comisionables de ATPC805;
      *  - cargo por mora (ATPC812): fecha de ciclo del ultimo cargo
      *    por pago minimo no cubierto al vencimiento y fecha en que
      *    se emitio, para no cobrarlo dos veces en el mismo ciclo;
      *  - saldo acreedor (ATPC819): fecha desde la que el saldo
      *    acreedor supera el umbral de devolucion de la entidad
      *    (espacios = no lo supera) y fecha e importe de la ultima
      *    devolucion emitida a tesoreria;
      *  - inactividad (ATPC820): fecha del ultimo movimiento del
      *    cliente (la asienta ATPC972 desde MOVACEP.DAT sin contar
      *    los cargos periodicos), clasificacion mensual de la cuenta
      *    en activa, inactiva o dormida segun los umbrales del pais
      *    de la entidad, fecha de esa clasificacion y fecha de la
      *    primera observacion de la cuenta sin actividad, desde la
      *    que se cuentan sus dias mientras no registre ninguna. La
      *    cuenta dormida no liquida comisiones periodicas (ATPC975)
      *    ni renueva tarjetas (ATPC981); todo pago o movimiento que
      *    ATPC972 asienta la vuelve a activa en el acto.
      *  - deuda persistente (ATPC834): ciclos mensuales consecutivos
      *    en que la cuenta pago a lo sumo el minimo (ATPCPMN) sin
      *    que su saldo bajara, mes de la ultima evaluacion y saldo
      *    de la cuenta a ese cierre; se guardan ademas los valores
      *    previos a esa evaluacion para que repetir la corrida del
      *    mismo mes no cuente el ciclo dos veces. ATPC973 muestra el
      *    conteo.
      *  - estado especial (ATPC835, bajo control dual): fallecido,
      *    quiebra o fraude, con motivo, referencia de la evidencia,
      *    fecha efectiva, fecha de alta y operadores que lo pidieron
      *    y aprobaron; la cuenta en estado especial no devenga
      *    (ATPC951) ni liquida comisiones (ATPC975), no recibe
      *    cartas (ATPC959) ni recordatorios (ATPC980), no entra a
      *    la lista de trabajo de cobranzas (ATPC968) ni se debita
      *    por domiciliacion (ATPC957). ATPC836 lista cada mes las
      *    cuentas en estado especial y su antiguedad.
      *  - tipo de tarjeta (ATPC972): CODMAR e INDTIPT del ultimo
      *    movimiento del cliente en MOVACEP.DAT (en cero mientras la
      *    cuenta no registre ninguno); con ellos el devengamiento
      *    (ATPC951), las comisiones periodicas (ATPC975) y el pago
      *    minimo (ATPCPMN) toman los precios propios del tipo de
      *    tarjeta de PRECIOS.DAT (ATPCPRC) antes que los de la
      *    entidad.
      *  - saldos por moneda (ATPC972): la cuenta de una entidad que
      *    factura en monedas adicionales (INDEXTMON = "S", monedas
      *    en WS-ATPC021-TAB-MONEDA-EXT) lleva, ademas del saldo en
      *    la moneda principal CTM-SALDO, un saldo propio en cada
      *    moneda adicional en que opero, expresado en esa moneda --
      *    hasta NUMMAXMONCTA monedas en la cuenta contando la
      *    principal (como maximo las 5 adicionales de la entidad).
      *    Los toma ATPC972 del alimentador SALDMON.DAT (ver
      *    ATPCMON-MON.cpy); sobre ellos devenga ATPC951, los informa
      *    el extracto de ATPC954 y aplica pagos ATPC964.
      *  - cierre de cuenta (ATPC849, pedido por consola en ATPC848 o
      *    por archivo): estado del cierre (espacio = ninguno, P = en
      *    cierre, C = cerrada), fecha del pedido, fecha de cierre,
      *    motivo, operador o socio que lo pidio y destino del saldo
      *    remanente (D = devolucion a tesoreria, G = gestion de
      *    cobranzas, espacio = cerro en cero). La cuenta en cierre
      *    no recibe movimientos nuevos posteriores al pedido y la
      *    cerrada ninguno (ATPC915); ninguna de las dos liquida
      *    comisiones periodicas (ATPC975) ni renueva tarjetas
      *    (ATPC981).
      *  - anonimizacion (ATPC854): fecha en que la cuenta cerrada,
      *    cumplido el plazo de conservacion del pais de la entidad,
      *    paso a seudonimo (espacios = cuenta identificada). La
      *    cuenta anonimizada queda en el maestro bajo su seudonimo
      *    (CTM-NUMCUENTA = "A" + 15 digitos), sin los textos libres
      *    del cierre y del estado especial.
      *  - grupo de facturacion (ATPC861): CODGRUPO del calendario
      *    ATPC085 de la entidad en que factura la cuenta (cero = sin
      *    asignar; ATPC972 da de alta la cuenta en cero), fecha y
      *    origen de la asignacion (A = alta, el grupo menos cargado
      *    de la entidad; R = rebalanceo pedido por operaciones) y
      *    grupo anterior.
      *  - pagos en linea (ATPC862): cantidad e importe de los pagos
      *    que las sucursales y los canales en linea avisaron por
      *    cola de mensajes durante el dia y que aun no llegaron en
      *    PAGOS.DAT, con la fecha del ultimo aviso. Mientras esten
      *    pendientes la cuenta sale de la cola de cobranzas (ATPC968
      *    y ATPC969), el disponible de compra los suma (ATPC808) y
      *    ATPC973 los muestra; ATPC863 los concilia contra el
      *    PAGOS.DAT siguiente y reversa los que no llegaron.
      *
      * Debe ser copiado dentro de la FILE SECTION, junto con la
      * siguiente entrada en FILE-CONTROL (los programas que usan la
      * libreria ATPCCTM-PR declaran WS-ATPCCTM-STATUS via
      * ATPCCTM-WS.cpy; los que manejan el archivo por su cuenta
      * pueden usar su propio campo de estado):
      *
      *     SELECT CTM-MAESTRO ASSIGN TO "CTAMAE.DAT"
      *         ORGANIZATION IS INDEXED
      *         ACCESS MODE IS DYNAMIC
      *         RECORD KEY IS CTM-CLAVE
      *         FILE STATUS IS WS-ATPCCTM-STATUS.
      *----------------------------------------------------------------
       FD  CTM-MAESTRO.
       01  CTM-MAESTRO-REG.
           05  CTM-CLAVE.
               10  CTM-CODENT                 PIC X(04).
               10  CTM-NUMCUENTA              PIC X(16).
           05  CTM-SALDO                      PIC S9(09)V99.
           05  CTM-LINEA                      PIC X(04).
           05  CTM-DIAS-MORA                  PIC 9(03).
           05  CTM-CODESTCTA                  PIC 9(02).
           05  CTM-CODBLQ                     PIC 9(02).
           05  CTM-DEVENGADO                  PIC S9(11)V9(04).
           05  CTM-FECULTPAGO                 PIC X(10).
           05  CTM-IMPULTPAGO                 PIC 9(09)V99.
           05  CTM-FECACT                     PIC X(10).
      * Castigo: marca, fecha y saldo castigado pendiente de recupero
           05  CTM-INDCASTIGO                 PIC X(01).
               88  CTM-CASTIGADA              VALUE "S".
           05  CTM-FECCASTIGO                 PIC X(10).
           05  CTM-IMPCASTIGO                 PIC 9(09)V99.
      * Agencia de cobranza externa (espacios = gestion propia)
           05  CTM-CODAGENCIA                 PIC X(04).
           05  CTM-FECASIGNA                  PIC X(10).
      * Cargo por mora: ciclo del ultimo cargo y fecha de emision
           05  CTM-CICLOMORA                  PIC X(10).
           05  CTM-FECMORA                    PIC X(10).
      * Saldo acreedor: inicio sobre el umbral y ultima devolucion
           05  CTM-FECACREED                  PIC X(10).
           05  CTM-FECDEVOL                   PIC X(10).
           05  CTM-IMPDEVOL                   PIC 9(09)V99.
      * Inactividad: ultimo movimiento, clase (espacio = activa)
           05  CTM-FECULTMOV                  PIC X(10).
           05  CTM-INDINACT                   PIC X(01).
               88  CTM-ACTIVA                 VALUE " ".
               88  CTM-INACTIVA               VALUE "I".
               88  CTM-DORMIDA                VALUE "D".
           05  CTM-FECINACT                   PIC X(10).
           05  CTM-FECOBSERV                  PIC X(10).
      * Deuda persistente: ultimo mes evaluado, ciclos consecutivos
      * pagando solo el minimo y saldo al cierre (y los previos)
           05  CTM-DPS-PERIODO                PIC X(07).
           05  CTM-DPS-CICLOS                 PIC 9(03).
           05  CTM-DPS-SALDO                  PIC S9(09)V99.
           05  CTM-DPS-PERIODO-ANT            PIC X(07).
           05  CTM-DPS-CICLOS-ANT             PIC 9(03).
           05  CTM-DPS-SALDO-ANT              PIC S9(09)V99.
      * Estado especial: tipo (espacio = ninguno), motivo, evidencia,
      * fecha efectiva, fecha de alta y operadores del control dual
           05  CTM-ESP-ESTADO                 PIC X(01).
               88  CTM-SIN-ESPECIAL           VALUE " ".
               88  CTM-FALLECIDO              VALUE "F".
               88  CTM-QUIEBRA                VALUE "Q".
               88  CTM-FRAUDE                 VALUE "R".
               88  CTM-ESPECIAL               VALUE "F" "Q" "R".
           05  CTM-ESP-MOTIVO                 PIC X(40).
           05  CTM-ESP-EVIDENCIA              PIC X(20).
           05  CTM-ESP-FECEFEC                PIC X(10).
           05  CTM-ESP-FECALTA                PIC X(10).
           05  CTM-ESP-SOLICITANTE            PIC X(08).
           05  CTM-ESP-REVISOR                PIC X(08).
      * Tipo de tarjeta de la cuenta (cero = no informado)
           05  CTM-CODMAR                     PIC 9(02).
           05  CTM-INDTIPT                    PIC 9(02).
      * Saldos en monedas adicionales, cada uno en su moneda, con el
      * tipo de cambio historico promedio al que esta registrado
      * contra la moneda principal (base de la revaluacion de ATPC845)
           05  CTM-MON-CANT                   PIC 9(01).
           05  CTM-MON OCCURS 5 TIMES.
               10  CTM-MON-CLAMON             PIC 9(03).
               10  CTM-MON-SALDO              PIC S9(09)V99.
               10  CTM-MON-FECACT             PIC X(10).
               10  CTM-MON-TIPOCAMBIO         PIC 9(07)V9(06).
      * Cierre de cuenta: estado (espacio = ninguno), fecha del
      * pedido, fecha de cierre, motivo, operador y destino del saldo
           05  CTM-CIE-ESTADO                 PIC X(01).
               88  CTM-CIE-SIN-CIERRE         VALUE " ".
               88  CTM-CIE-EN-CIERRE          VALUE "P".
               88  CTM-CIE-CERRADA            VALUE "C".
               88  CTM-CIE-CON-CIERRE         VALUE "P" "C".
           05  CTM-CIE-FECSOL                 PIC X(10).
           05  CTM-CIE-FECCIERRE              PIC X(10).
           05  CTM-CIE-MOTIVO                 PIC X(40).
           05  CTM-CIE-OPERADOR               PIC X(08).
           05  CTM-CIE-DESTINO                PIC X(01).
      * Anonimizacion: fecha del pase a seudonimo (espacios = no)
           05  CTM-ANO-FECHA                  PIC X(10).
      * Grupo de facturacion: grupo (cero = sin asignar), fecha y
      * origen de la asignacion y grupo anterior
           05  CTM-CODGRUPO                   PIC 9(02).
           05  CTM-GRP-FECASIG                PIC X(10).
           05  CTM-GRP-ORIGEN                 PIC X(01).
               88  CTM-GRP-ALTA               VALUE "A".
               88  CTM-GRP-REBALANCEO         VALUE "R".
           05  CTM-GRP-ANTERIOR               PIC 9(02).
      * Pagos en linea pendientes de conciliar: cantidad, importe en
      * la moneda principal y fecha del ultimo aviso
           05  CTM-MEM-CANT                   PIC 9(03).
           05  CTM-MEM-IMPORTE                PIC 9(09)V99.
           05  CTM-MEM-FECULT                 PIC X(10).
