       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC849.
      *----------------------------------------------------------------
      * Programa batch nocturno de cierre de cuentas (corre despues de
      * ATPC972 y de ATPC819, antes de ATPC954 y de ATPC955). Hasta
      * ahora no habia forma de cerrar una cuenta: la que el titular
      * daba de baja seguia liquidando comisiones (ATPC975) y
      * renovando tarjetas (ATPC981).
      *
      * 1) Pedidos: junta la cola que captura la sucursal por consola
      *    (ATPC848, CIESOL.DAT) con los pedidos recibidos por
      *    archivo (CIEARCH.DAT, mismo layout) y resuelve cada uno --
      *     - rechazado (R):
      *       01 cuenta inexistente en CTAMAE.DAT o entidad
      *          inexistente en ATPC021;
      *       02 la cuenta ya esta en cierre o cerrada;
      *       03 motivo del cierre no informado;
      *       09 no se pudo marcar la cuenta en el maestro;
      *     - aceptado (A, motivo 00): la cuenta queda EN CIERRE en
      *       CTAMAE.DAT (CTM-CIE-ESTADO = "P") con la fecha del
      *       pedido (la del dia si no es una fecha valida o es
      *       posterior), el motivo y el operador o socio que lo pidio.
      *       Desde ahi ATPC915 rechaza los movimientos nuevos de la
      *       cuenta (fecha posterior al pedido), ATPC975 no le
      *       liquida comisiones y ATPC981 no le renueva tarjetas.
      *    Cada pedido resuelto sale en la respuesta CIERESP.DAT (se
      *    reescribe en cada corrida) y queda en el historial
      *    CIEHIST.DAT (se agrega al final), del que sale el control
      *    de duplicados del ultimo anio: el pedido cuyo numero ya
      *    figura no se vuelve a resolver. La cola de la consola
      *    queda vacia al terminar; CIEARCH.DAT lo reemplaza el
      *    remitente.
      *
      * 2) Cierre: recorre el maestro y, para cada cuenta en cierre --
      *     - con saldo cero en la moneda principal y en todas sus
      *       monedas adicionales (CTM-MON) la cierra en el dia;
      *     - con saldo, espera hasta DIASESPERA dias corridos desde
      *       el pedido a que los pagos o ajustes lo lleven a cero;
      *     - vencida la espera, deriva el remanente de cada moneda y
      *       la cierra: el saldo acreedor se devuelve a tesoreria
      *       (orden en CIEDEVO.DAT con el esquema de INSTDEVO.DAT de
      *       ATPC819, asiento en CIEGL.DAT con el layout de
      *       ASIENTOS.DAT, origen DSC, DEBE y HABER la CONTCUR de la
      *       entidad, que ATPC955 toma esa misma noche; el saldo de
      *       esa moneda queda en cero en el maestro) y el saldo
      *       deudor pasa a gestion de cobranzas (CIECOB.DAT; el
      *       saldo queda en la cuenta).
      *    Al cerrar la cuenta queda CERRADA (CTM-CIE-ESTADO = "C")
      *    con la fecha de cierre y el destino del remanente (D =
      *    devolucion, G = cobranzas -- G si hubo de las dos --,
      *    espacio = cerro en cero); sale en CIEEXT.DAT para el
      *    extracto final de ATPC954 (saldo en la moneda principal
      *    anterior a la devolucion) y sus tarjetas en el archivo de
      *    bajas TARBAJA.DAT para la embozadora y el autorizador.
      *
      * 3) Bajas de tarjeta: una pasada por el extracto de tarjetas
      *    vigentes TARJETAS.DAT (layout de ATPC981) graba una baja
      *    por cada tarjeta de las cuentas cerradas en la corrida; la
      *    cuenta sin tarjetas en el extracto sale igual con una baja
      *    a nivel cuenta (tipo de tarjeta del maestro, vencimiento
      *    en blanco) para que el autorizador la bloquee.
      *
      * Parametro en ATPC849.PRM (opcional): DIASESPERA(3); sin
      * archivo, no numerico o en cero rige 30.
      *
      * Layout de CIESOL.DAT y CIEARCH.DAT: ver ATPC848.
      * Layout de CIEHIST.DAT: el pedido (103) + RESULTADO(1)
      *  MOTIVO(2) FECEVAL(10).
      * Layout de CIERESP.DAT: NUMSOL(24) CANAL(1) CODENT(4)
      *  NUMCUENTA(16) RESULTADO(1) MOTIVO(2) DESCRIPCION(50)
      *  FECEVAL(10).
      * Layout de CIEDEVO.DAT: ver ATPC819 (INSTDEVO.DAT; FECACREED
      *  lleva la fecha del pedido de cierre).
      * Layout de CIECOB.DAT: CODENT(4) NUMCUENTA(16) CLAMON(3)
      *  IMPORTE(11, 2 decimales) FECCIERRE(10) MOTIVO(40).
      * Layout de CIEEXT.DAT: ver ATPC954.
      * Layout de TARBAJA.DAT: CODENT(4) NUMCUENTA(16) CODMAR(2)
      *  INDTIPT(2) FECVENC(7 AAAA-MM) FECBAJA(10).
      *
      * La corrida se procesa una sola vez por dia: CIEDEVO.DAT,
      * CIEGL.DAT y las demas salidas del dia se recrean en cada
      * corrida, y la repeticion no vuelve a cerrar las cuentas ya
      * cerradas, de modo que perderia la orden de devolucion y los
      * asientos de la primera. Si ATPCRUN.DAT registra una corrida de
      * ATPC849 de hoy terminada (estado OK o ERROR), o si CIEDEVO.DAT
      * o CIEGL.DAT ya tienen filas con fecha de hoy (corrida
      * interrumpida), la corrida termina con RC 12 sin procesar. La
      * corrida que termina sin procesar se registra como ABORTADO y
      * no impide la siguiente.
      *
      * Sin CTAMAE.DAT la corrida termina con RC 12; las alertas
      * (cuenta sin regrabar, tabla llena, entidad inexistente, sin
      * TARJETAS.DAT) dejan RC 4.
      *
      * Dependencias:
      *  - Debe estar declarada la rutina para manejo de errores
      *    888888-LOGGEAR-TRANSACCION
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Registro de corridas con identificador por dia -- ver
      * ATPCRUN-RUN.cpy
           SELECT RUN-REGISTRO ASSIGN TO "ATPCRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCRUN-STATUS.
           SELECT PRM-ATPC849 ASSIGN TO "ATPC849.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC849-PRM-STATUS.
      * Maestro de cuentas -- ver ATPCCTM-CTM.cpy
           SELECT CTM-MAESTRO ASSIGN TO "CTAMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTM-CLAVE
               FILE STATUS IS WS-ATPC849-CTM-STATUS.
           SELECT SOL-PEDIDOS ASSIGN TO "CIESOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC849-SOL-STATUS.
           SELECT ARC-PEDIDOS ASSIGN TO "CIEARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC849-ARC-STATUS.
           SELECT HST-HISTORIAL ASSIGN TO "CIEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC849-HST-STATUS.
           SELECT RES-RESPUESTAS ASSIGN TO "CIERESP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC849-RES-STATUS.
           SELECT INS-DEVOLUCION ASSIGN TO "CIEDEVO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC849-INS-STATUS.
           SELECT AST-DEVOLUCION ASSIGN TO "CIEGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC849-AST-STATUS.
           SELECT COB-COBRANZAS ASSIGN TO "CIECOB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC849-COB-STATUS.
           SELECT EXT-FINALES ASSIGN TO "CIEEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC849-EXT-STATUS.
           SELECT TAR-TARJETAS ASSIGN TO "TARJETAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC849-TAR-STATUS.
           SELECT BAJ-BAJAS ASSIGN TO "TARBAJA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC849-BAJ-STATUS.
           SELECT RPT-ATPC849 ASSIGN TO "ATPC849.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Requerido porque los ATPCxxx-CARGAR-ARREGLO graban una fila de
      * control compartida -- ver ATPCCTL-CTL.cpy
           SELECT CTL-CARGAS ASSIGN TO "ATPCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCCTL-STATUS.
      * Requerido porque los ATPCxxx-CARGAR-ARREGLO graban una fila en
      * la bitacora de auditoria persistente -- ver ATPCAUD-AUD.cpy
           SELECT AUD-CARGAS ASSIGN TO "ATPCAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCAUD-STATUS.
      * Diario de cambios de referencia -- ver ATPCDIF-DIF.cpy
           SELECT DIF-CAMBIOS ASSIGN TO "ATPCDIF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCDIF-STATUS.
      * Cerrojo de serializacion de bitacoras -- ver ATPCLCK-LCK.cpy
           SELECT LCK-CERROJO ASSIGN TO "ATPCLCK.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ATPCLCK-STATUS.
           SELECT EXC-EXCEPCIONES ASSIGN TO "ATPCEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCEXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "ATPCRUN-RUN".
       COPY "ATPCCTL-CTL".
       COPY "ATPCAUD-AUD".
       COPY "ATPCDIF-DIF".
       COPY "ATPCLCK-LCK".
       COPY "ATPCEXC-EXC".
       COPY "ATPCCTM-CTM".

       FD  PRM-ATPC849
           RECORDING MODE IS F.
       01  PRM-ATPC849-REG.
           05  PRM-ATPC849-DIASESPERA         PIC X(03).

       FD  SOL-PEDIDOS
           RECORDING MODE IS F.
       01  SOL-PEDIDOS-REG                    PIC X(103).

       FD  ARC-PEDIDOS
           RECORDING MODE IS F.
       01  ARC-PEDIDOS-REG                    PIC X(103).

       FD  HST-HISTORIAL
           RECORDING MODE IS F.
       01  HST-HISTORIAL-REG.
           05  HST-NUMSOL                     PIC X(24).
           05  HST-CANAL                      PIC X(01).
           05  HST-CODENT                     PIC X(04).
           05  HST-NUMCUENTA                  PIC X(16).
           05  HST-MOTIVOCIE                  PIC X(40).
           05  HST-FECSOL                     PIC X(10).
           05  HST-ORIGEN                     PIC X(08).
           05  HST-RESULTADO                  PIC X(01).
           05  HST-MOTIVO                     PIC X(02).
           05  HST-FECEVAL                    PIC X(10).

       FD  RES-RESPUESTAS
           RECORDING MODE IS F.
       01  RES-RESPUESTAS-REG.
           05  RES-NUMSOL                     PIC X(24).
           05  RES-CANAL                      PIC X(01).
           05  RES-CODENT                     PIC X(04).
           05  RES-NUMCUENTA                  PIC X(16).
           05  RES-RESULTADO                  PIC X(01).
           05  RES-MOTIVO                     PIC X(02).
           05  RES-DESCRIPCION                PIC X(50).
           05  RES-FECEVAL                    PIC X(10).

       FD  INS-DEVOLUCION
           RECORDING MODE IS F.
       01  INS-DEVOLUCION-REG.
           05  INS-TIPO                       PIC X(03).
           05  INS-DATOS                      PIC X(87).
       01  INS-DEVOLUCION-CAB REDEFINES INS-DEVOLUCION-REG.
           05  FILLER                         PIC X(03).
           05  INS-CAB-FECPROCESO             PIC X(10).
           05  INS-CAB-JOBID                  PIC X(20).
           05  FILLER                         PIC X(57).
       01  INS-DEVOLUCION-DET REDEFINES INS-DEVOLUCION-REG.
           05  FILLER                         PIC X(03).
           05  INS-DET-CODENT                 PIC X(04).
           05  INS-DET-NUMCUENTA              PIC X(16).
           05  INS-DET-IMPORTE                PIC 9(11)V99.
           05  INS-DET-FECACREED              PIC X(10).
           05  INS-DET-CONTCUR                PIC X(26).
           05  INS-DET-CLAMONUF               PIC 9(03).
           05  FILLER                         PIC X(15).
       01  INS-DEVOLUCION-TOT REDEFINES INS-DEVOLUCION-REG.
           05  FILLER                         PIC X(03).
           05  INS-TOT-CANTIDAD               PIC 9(06).
           05  INS-TOT-IMPORTE                PIC 9(13)V99.
           05  FILLER                         PIC X(66).

       FD  AST-DEVOLUCION
           RECORDING MODE IS F.
       01  AST-DEVOLUCION-REG.
           05  AST-TIPO                       PIC X(03).
           05  AST-CODENT                     PIC X(04).
           05  AST-ORIGEN                     PIC X(03).
           05  AST-DEBHAB                     PIC X(01).
           05  AST-CONTCUR                    PIC X(26).
           05  AST-IMPORTE                    PIC 9(13)V99.
           05  AST-FECHA                      PIC X(10).
           05  AST-REFERENCIA                 PIC X(20).

       FD  COB-COBRANZAS
           RECORDING MODE IS F.
       01  COB-COBRANZAS-REG.
           05  COB-CODENT                     PIC X(04).
           05  COB-NUMCUENTA                  PIC X(16).
           05  COB-CLAMON                     PIC 9(03).
           05  COB-IMPORTE                    PIC 9(09)V99.
           05  COB-FECCIERRE                  PIC X(10).
           05  COB-MOTIVO                     PIC X(40).

       FD  EXT-FINALES
           RECORDING MODE IS F.
       01  EXT-FINALES-REG.
           05  EXT-CODENT                     PIC X(04).
           05  EXT-NUMCUENTA                  PIC X(16).
           05  EXT-FECCIERRE                  PIC X(10).
           05  EXT-MOTIVO                     PIC X(40).
           05  EXT-DESTINO                    PIC X(01).
           05  EXT-SALDO                      PIC S9(09)V99.

       FD  TAR-TARJETAS
           RECORDING MODE IS F.
       01  TAR-TARJETAS-REG.
           05  TAR-CODENT                     PIC X(04).
           05  TAR-NUMCUENTA                  PIC X(16).
           05  TAR-CODMAR                     PIC 9(02).
           05  TAR-INDTIPT                    PIC 9(02).
           05  TAR-FECVENC                    PIC X(07).

       FD  BAJ-BAJAS
           RECORDING MODE IS F.
       01  BAJ-BAJAS-REG.
           05  BAJ-CODENT                     PIC X(04).
           05  BAJ-NUMCUENTA                  PIC X(16).
           05  BAJ-CODMAR                     PIC 9(02).
           05  BAJ-INDTIPT                    PIC 9(02).
           05  BAJ-FECVENC                    PIC X(07).
           05  BAJ-FECBAJA                    PIC X(10).

       FD  RPT-ATPC849
           RECORDING MODE IS F.
       01  RPT-ATPC849-REG                    PIC X(130).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPC021-WS".
       COPY "ATPC096-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".

       77  WS-ATPC849-PRM-STATUS              PIC X(02).
       77  WS-ATPC849-CTM-STATUS              PIC X(02).
       77  WS-ATPC849-SOL-STATUS              PIC X(02).
       77  WS-ATPC849-ARC-STATUS              PIC X(02).
       77  WS-ATPC849-HST-STATUS              PIC X(02).
       77  WS-ATPC849-RES-STATUS              PIC X(02).
       77  WS-ATPC849-INS-STATUS              PIC X(02).
       77  WS-ATPC849-AST-STATUS              PIC X(02).
       77  WS-ATPC849-COB-STATUS              PIC X(02).
       77  WS-ATPC849-EXT-STATUS              PIC X(02).
       77  WS-ATPC849-TAR-STATUS              PIC X(02).
       77  WS-ATPC849-BAJ-STATUS              PIC X(02).

      * Corrida de hoy ya procesada (ATPCRUN.DAT o filas de hoy en
      * CIEDEVO.DAT o CIEGL.DAT) y archivo que lo delata
       01  FILLER                             PIC X(01).
           88 WS-ATPC849-YA-PROCESADO        VALUE "S"
              WHEN SET TO FALSE "N".
       77  WS-ATPC849-YA-ARCHIVO              PIC X(12).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC849-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.
       01  FILLER                             PIC X(01).
           88 WS-ATPC849-CON-COLA             VALUE "S"
              WHEN SET TO FALSE "N".
       01  FILLER                             PIC X(01).
           88 WS-ATPC849-FECHA-VALIDA         VALUE "S"
              WHEN SET TO FALSE "N".

      * Dias corridos de espera desde el pedido (ATPC849.PRM)
       77  WS-ATPC849-DIASESPERA              PIC 9(03) VALUE 30.

      * Pedido leido de cualquiera de las dos entradas
       01  WS-ATPC849-SOL.
           05  WS-ATPC849-SOL-NUMSOL          PIC X(24).
           05  WS-ATPC849-SOL-CANAL           PIC X(01).
           05  WS-ATPC849-SOL-CODENT          PIC X(04).
           05  WS-ATPC849-SOL-NUMCUENTA       PIC X(16).
           05  WS-ATPC849-SOL-MOTIVO          PIC X(40).
           05  WS-ATPC849-SOL-FECSOL          PIC X(10).
           05  WS-ATPC849-SOL-ORIGEN          PIC X(08).
       77  WS-ATPC849-COLA                    PIC X(11).

      * Pedidos del ultimo anio (CIEHIST.DAT)
       78  WS-ATPC849-HST-MAX                 VALUE 5000.
       77  WS-ATPC849-HST-CANT                PIC 9(04) VALUE 0.
       01  WS-ATPC849-HISTORIAL.
           05  WS-ATPC849-HST OCCURS 5000 TIMES.
               10  WS-ATPC849-HST-NUMSOL      PIC X(24).

      * Pedidos de la corrida. Estado: " " a resolver, "D"
      * duplicado (no se resuelve), "E" resuelto
       78  WS-ATPC849-SOL-MAX                 VALUE 2000.
       77  WS-ATPC849-SOL-CANT                PIC 9(04) VALUE 0.
       01  WS-ATPC849-PEDIDOS.
           05  WS-ATPC849-TSO OCCURS 2000 TIMES.
               10  WS-ATPC849-TSO-DATOS       PIC X(103).
               10  WS-ATPC849-TSO-ESTADO      PIC X(01).
       77  WS-ATPC849-IDX                     PIC 9(04).

      * Resolucion del pedido en curso
       77  WS-ATPC849-RESULTADO               PIC X(01).
       77  WS-ATPC849-MOTIVO                  PIC X(02).
       77  WS-ATPC849-DESCRIPCION             PIC X(50).

      * Cuentas cerradas en la corrida, para las bajas de tarjeta
       78  WS-ATPC849-CER-MAX                 VALUE 2000.
       77  WS-ATPC849-CER-CANT                PIC 9(04) VALUE 0.
       01  WS-ATPC849-CERRADAS-TAB.
           05  WS-ATPC849-CER OCCURS 2000 TIMES.
               10  WS-ATPC849-CER-CLAVE       PIC X(20).
               10  WS-ATPC849-CER-CODMAR      PIC 9(02).
               10  WS-ATPC849-CER-INDTIPT     PIC 9(02).
               10  WS-ATPC849-CER-TARJETAS    PIC 9(04).

      * Corte por entidad: CONTCUR y moneda de la entidad
       01  WS-ATPC849-ENT-ANT                 PIC X(04).
       01  FILLER                             PIC X(01).
           88 WS-ATPC849-ENT-VALIDA           VALUE "S"
              WHEN SET TO FALSE "N".
       77  WS-ATPC849-ENT-CONTCUR             PIC X(26).
       77  WS-ATPC849-ENT-CLAMONUF            PIC 9(03).

      * Cuenta en curso: remanente por moneda (la principal primero)
      * a derivar al cerrar
       77  WS-ATPC849-DER-CANT                PIC 9(01).
       01  WS-ATPC849-DERIVACIONES.
           05  WS-ATPC849-DER OCCURS 6 TIMES.
               10  WS-ATPC849-DER-CLAMON      PIC 9(03).
               10  WS-ATPC849-DER-SALDO       PIC S9(09)V99.
               10  WS-ATPC849-DER-TIPOCAMBIO  PIC 9(07)V9(06).
       77  WS-ATPC849-K                       PIC 9(01).
       01  FILLER                             PIC X(01).
           88 WS-ATPC849-SALDO-CERO           VALUE "S"
              WHEN SET TO FALSE "N".
       77  WS-ATPC849-SALDO-CIERRE            PIC S9(09)V99.
       77  WS-ATPC849-IMPORTE                 PIC 9(09)V99.
       77  WS-ATPC849-IMPORTE-GL              PIC 9(13)V99.
       77  WS-ATPC849-ANTIGUEDAD              PIC S9(09).
       77  WS-ATPC849-ANTIGUEDAD-ED           PIC -(8)9.
       77  WS-ATPC849-SALDO-ED                PIC -(8)9.99.
       77  WS-ATPC849-SITUACION               PIC X(24).

      * Fecha del dia, el dia un anio atras y conversion a dias
      * corridos (mismo calculo de ATPC819)
       01  WS-ATPC849-HOY.
           05  WS-ATPC849-HOY-AAAA            PIC 9(04).
           05  WS-ATPC849-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC849-HOY-MM              PIC 9(02).
           05  WS-ATPC849-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC849-HOY-DD              PIC 9(02).
       01  WS-ATPC849-HOY-AMD.
           05  WS-ATPC849-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC849-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC849-HOY-AMD-DD          PIC 9(02).
       01  WS-ATPC849-ANIO-ATRAS.
           05  WS-ATPC849-ATRAS-AAAA          PIC 9(04).
           05  WS-ATPC849-ATRAS-RESTO         PIC X(06).
       01  WS-ATPC849-FECHA-ALF               PIC X(10).
       01  WS-ATPC849-FECHA-DIV.
           05  WS-ATPC849-FD-AAAA             PIC 9(04).
           05  FILLER                         PIC X(01).
           05  WS-ATPC849-FD-MM               PIC 9(02).
           05  FILLER                         PIC X(01).
           05  WS-ATPC849-FD-DD               PIC 9(02).
       77  WS-ATPC849-SERIE                   PIC S9(09).
       77  WS-ATPC849-SERIE-HOY               PIC S9(09).
       77  WS-ATPC849-ANIOS-PREV              PIC S9(09).
       77  WS-ATPC849-BIS4                    PIC S9(09).
       77  WS-ATPC849-BIS100                  PIC S9(09).
       77  WS-ATPC849-BIS400                  PIC S9(09).
       77  WS-ATPC849-REM4                    PIC S9(09).
       77  WS-ATPC849-REM100                  PIC S9(09).
       77  WS-ATPC849-REM400                  PIC S9(09).
       77  WS-ATPC849-MES-AUX                 PIC 9(02).
      * Dias acumulados al inicio de cada mes (anio no bisiesto)
       01  WS-ATPC849-DIAS-ACUM-DEF.
           05  FILLER  PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  FILLER REDEFINES WS-ATPC849-DIAS-ACUM-DEF.
           05  WS-ATPC849-DIAS-ACUM OCCURS 12 TIMES PIC 9(03).

      * Contadores del resumen final
       77  WS-ATPC849-LEIDOS                  PIC 9(06) VALUE 0.
       77  WS-ATPC849-DUPLICADOS              PIC 9(06) VALUE 0.
       77  WS-ATPC849-ACEPTADOS               PIC 9(06) VALUE 0.
       77  WS-ATPC849-RECHAZADOS              PIC 9(06) VALUE 0.
       77  WS-ATPC849-EN-CIERRE               PIC 9(06) VALUE 0.
       77  WS-ATPC849-CERRADAS                PIC 9(06) VALUE 0.
       77  WS-ATPC849-EN-ESPERA               PIC 9(06) VALUE 0.
       77  WS-ATPC849-A-DEVOLUCION            PIC 9(06) VALUE 0.
       77  WS-ATPC849-A-COBRANZAS             PIC 9(06) VALUE 0.
       77  WS-ATPC849-ERRORES                 PIC 9(06) VALUE 0.
       77  WS-ATPC849-BAJAS                   PIC 9(06) VALUE 0.
       77  WS-ATPC849-DEV-CANT                PIC 9(06) VALUE 0.
       77  WS-ATPC849-DEV-IMPORTE             PIC 9(13)V99 VALUE 0.

       01  WS-ATPC849-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC849-PRINCIPAL
      *----------------------------------------------------------------
       ATPC849-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC849: CIERRE DE CUENTAS                             -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC849" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC021-CARGAR-ARREGLO
           PERFORM ATPC096-CARGAR-ARREGLO

           ACCEPT WS-ATPC849-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC849-HOY-G1 WS-ATPC849-HOY-G2
           MOVE WS-ATPC849-HOY-AMD-AAAA TO WS-ATPC849-HOY-AAAA
           MOVE WS-ATPC849-HOY-AMD-MM   TO WS-ATPC849-HOY-MM
           MOVE WS-ATPC849-HOY-AMD-DD   TO WS-ATPC849-HOY-DD
           MOVE WS-ATPC849-HOY TO WS-ATPC849-FECHA-DIV
           PERFORM ATPC849-FECHA-A-SERIE
           MOVE WS-ATPC849-SERIE TO WS-ATPC849-SERIE-HOY
           MOVE WS-ATPC849-HOY TO WS-ATPC849-ANIO-ATRAS
           SUBTRACT 1 FROM WS-ATPC849-ATRAS-AAAA

           PERFORM ATPC849-VERIFICAR-CORRIDA
           IF WS-ATPC849-YA-PROCESADO
              DISPLAY "ATPC849 - ERROR: los cierres de hoy ya se "
                      "procesaron (" WS-ATPC849-YA-ARCHIVO ") -- "
                      "corrida abortada"
              PERFORM ATPC849-ABORTAR
           END-IF

           PERFORM ATPC849-LEER-PARAMETROS

           OPEN I-O CTM-MAESTRO
           IF WS-ATPC849-CTM-STATUS NOT = "00"
              DISPLAY "ATPC849 - ERROR: no se pudo abrir CTAMAE.DAT "
                      "-- FILE STATUS:[" WS-ATPC849-CTM-STATUS "] -- "
                      "corrida abortada"
              PERFORM ATPC849-ABORTAR
           END-IF

           OPEN OUTPUT RPT-ATPC849
           MOVE SPACES TO WS-ATPC849-LINEA
           STRING " CIERRE DE CUENTAS AL ["   DELIMITED BY SIZE
                  WS-ATPC849-HOY              DELIMITED BY SIZE
                  "] -- DIAS DE ESPERA ["     DELIMITED BY SIZE
                  WS-ATPC849-DIASESPERA       DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC849-LINEA
           WRITE RPT-ATPC849-REG FROM WS-ATPC849-LINEA
           DISPLAY WS-ATPC849-LINEA

      * 1) Pedidos de cierre
           PERFORM ATPC849-CARGAR-HISTORIAL
           PERFORM ATPC849-CARGAR-PEDIDOS

           OPEN OUTPUT RES-RESPUESTAS
           OPEN EXTEND HST-HISTORIAL
           IF WS-ATPC849-HST-STATUS = "35"
              OPEN OUTPUT HST-HISTORIAL
           END-IF

           PERFORM VARYING WS-ATPC849-IDX FROM 1 BY 1
                     UNTIL WS-ATPC849-IDX > WS-ATPC849-SOL-CANT
              IF WS-ATPC849-TSO-ESTADO(WS-ATPC849-IDX) = SPACES
                 MOVE WS-ATPC849-TSO-DATOS(WS-ATPC849-IDX)
                   TO WS-ATPC849-SOL
                 PERFORM ATPC849-RESOLVER-PEDIDO
                 PERFORM ATPC849-GRABAR-RESPUESTA
                 MOVE "E" TO WS-ATPC849-TSO-ESTADO(WS-ATPC849-IDX)
              END-IF
           END-PERFORM

           CLOSE RES-RESPUESTAS
                 HST-HISTORIAL

      * La cola de la consola ya quedo resuelta (y en el historial)
           IF WS-ATPC849-CON-COLA
              OPEN OUTPUT SOL-PEDIDOS
              CLOSE SOL-PEDIDOS
           END-IF

      * 2) Cierre de las cuentas en cierre
           OPEN OUTPUT INS-DEVOLUCION
                       AST-DEVOLUCION
                       COB-COBRANZAS
                       EXT-FINALES
           INITIALIZE INS-DEVOLUCION-REG
           MOVE "CAB"             TO INS-TIPO
           MOVE WS-ATPC849-HOY    TO INS-CAB-FECPROCESO
           MOVE WS-ATPCRUN-JOBID  TO INS-CAB-JOBID
           WRITE INS-DEVOLUCION-REG

           MOVE SPACES TO WS-ATPC849-ENT-ANT
           MOVE LOW-VALUES TO CTM-CLAVE
           START CTM-MAESTRO KEY IS NOT LESS THAN CTM-CLAVE
               INVALID KEY
                  SET WS-ATPC849-FIN-ENTRADA TO TRUE
               NOT INVALID KEY
                  SET WS-ATPC849-FIN-ENTRADA TO FALSE
           END-START
           PERFORM UNTIL WS-ATPC849-FIN-ENTRADA
              READ CTM-MAESTRO NEXT RECORD
                  AT END
                     SET WS-ATPC849-FIN-ENTRADA TO TRUE
                  NOT AT END
                     IF CTM-CIE-EN-CIERRE
                        ADD 1 TO WS-ATPC849-EN-CIERRE
                        PERFORM ATPC849-PROCESAR-CUENTA
                     END-IF
              END-READ
           END-PERFORM

           INITIALIZE INS-DEVOLUCION-REG
           MOVE "TOT"                  TO INS-TIPO
           MOVE WS-ATPC849-DEV-CANT    TO INS-TOT-CANTIDAD
           MOVE WS-ATPC849-DEV-IMPORTE TO INS-TOT-IMPORTE
           WRITE INS-DEVOLUCION-REG

           CLOSE INS-DEVOLUCION
                 AST-DEVOLUCION
                 COB-COBRANZAS
                 EXT-FINALES
                 CTM-MAESTRO

      * 3) Bajas de tarjeta de las cuentas cerradas
           PERFORM ATPC849-EMITIR-BAJAS

           MOVE SPACES TO WS-ATPC849-LINEA
           STRING " PEDIDOS: "                DELIMITED BY SIZE
                  WS-ATPC849-LEIDOS           DELIMITED BY SIZE
                  "  DUPLICADOS: "            DELIMITED BY SIZE
                  WS-ATPC849-DUPLICADOS       DELIMITED BY SIZE
                  "  ACEPTADOS: "             DELIMITED BY SIZE
                  WS-ATPC849-ACEPTADOS        DELIMITED BY SIZE
                  "  RECHAZADOS: "            DELIMITED BY SIZE
                  WS-ATPC849-RECHAZADOS       DELIMITED BY SIZE
             INTO WS-ATPC849-LINEA
           WRITE RPT-ATPC849-REG FROM WS-ATPC849-LINEA
           DISPLAY WS-ATPC849-LINEA
           MOVE SPACES TO WS-ATPC849-LINEA
           STRING " EN CIERRE: "              DELIMITED BY SIZE
                  WS-ATPC849-EN-CIERRE        DELIMITED BY SIZE
                  "  CERRADAS: "              DELIMITED BY SIZE
                  WS-ATPC849-CERRADAS         DELIMITED BY SIZE
                  "  EN ESPERA: "             DELIMITED BY SIZE
                  WS-ATPC849-EN-ESPERA        DELIMITED BY SIZE
                  "  A DEVOLUCION: "          DELIMITED BY SIZE
                  WS-ATPC849-A-DEVOLUCION     DELIMITED BY SIZE
                  "  A COBRANZAS: "           DELIMITED BY SIZE
                  WS-ATPC849-A-COBRANZAS      DELIMITED BY SIZE
                  "  ERRORES: "               DELIMITED BY SIZE
                  WS-ATPC849-ERRORES          DELIMITED BY SIZE
             INTO WS-ATPC849-LINEA
           WRITE RPT-ATPC849-REG FROM WS-ATPC849-LINEA
           DISPLAY WS-ATPC849-LINEA
           MOVE SPACES TO WS-ATPC849-LINEA
           STRING " BAJAS DE TARJETA: "       DELIMITED BY SIZE
                  WS-ATPC849-BAJAS            DELIMITED BY SIZE
             INTO WS-ATPC849-LINEA
           WRITE RPT-ATPC849-REG FROM WS-ATPC849-LINEA
           DISPLAY WS-ATPC849-LINEA

           CLOSE RPT-ATPC849

           IF WS-ATPC849-ERRORES > ZEROES
           AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY
           "- ATPC849: CIERRE FINALIZADO                             -"
           DISPLAY
           "----------------------------------------------------------"

           IF RETURN-CODE > 4
              MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           ELSE
              MOVE "OK" TO WS-ATPCRUN-ESTADO-FINAL
           END-IF
           PERFORM ATPCRUN-FINALIZAR

           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC849-ABORTAR
      *----------------------------------------------------------------
       ATPC849-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ABORTADO" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC849-VERIFICAR-CORRIDA
      *----------------------------------------------------------------
      * Los cierres de hoy ya se procesaron si ATPCRUN.DAT tiene una
      * corrida de ATPC849 de hoy terminada (OK o ERROR) o si la
      * cabecera de CIEDEVO.DAT o las filas de CIEGL.DAT ya tienen
      * fecha de hoy (corrida interrumpida sin cierre). Deja el
      * nombre del archivo en WS-ATPC849-YA-ARCHIVO.
      *----------------------------------------------------------------
       ATPC849-VERIFICAR-CORRIDA.
           SET WS-ATPC849-YA-PROCESADO TO FALSE
           MOVE SPACES TO WS-ATPC849-YA-ARCHIVO

           OPEN INPUT RUN-REGISTRO
           IF WS-ATPCRUN-STATUS = "00"
              SET WS-ATPC849-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC849-FIN-ENTRADA
                 READ RUN-REGISTRO
                     AT END
                        SET WS-ATPC849-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF RUN-REG-FECHA = WS-ATPC849-HOY-AMD
                        AND RUN-REG-PROGRAMA = "ATPC849"
                        AND (RUN-REG-ESTADO = "OK"
                          OR RUN-REG-ESTADO = "ERROR")
                           SET WS-ATPC849-YA-PROCESADO TO TRUE
                           MOVE "ATPCRUN.DAT" TO WS-ATPC849-YA-ARCHIVO
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE RUN-REGISTRO
           END-IF

           IF NOT WS-ATPC849-YA-PROCESADO
              OPEN INPUT INS-DEVOLUCION
              IF WS-ATPC849-INS-STATUS = "00"
                 SET WS-ATPC849-FIN-ENTRADA TO FALSE
                 PERFORM UNTIL WS-ATPC849-FIN-ENTRADA
                    READ INS-DEVOLUCION
                        AT END
                           SET WS-ATPC849-FIN-ENTRADA TO TRUE
                        NOT AT END
                           IF INS-TIPO = "CAB"
                           AND INS-CAB-FECPROCESO = WS-ATPC849-HOY
                              SET WS-ATPC849-YA-PROCESADO TO TRUE
                              MOVE "CIEDEVO.DAT"
                                TO WS-ATPC849-YA-ARCHIVO
                           END-IF
                    END-READ
                 END-PERFORM
                 CLOSE INS-DEVOLUCION
              END-IF
           END-IF

           IF NOT WS-ATPC849-YA-PROCESADO
              OPEN INPUT AST-DEVOLUCION
              IF WS-ATPC849-AST-STATUS = "00"
                 SET WS-ATPC849-FIN-ENTRADA TO FALSE
                 PERFORM UNTIL WS-ATPC849-FIN-ENTRADA
                    READ AST-DEVOLUCION
                        AT END
                           SET WS-ATPC849-FIN-ENTRADA TO TRUE
                        NOT AT END
                           IF AST-FECHA = WS-ATPC849-HOY
                              SET WS-ATPC849-YA-PROCESADO TO TRUE
                              MOVE "CIEGL.DAT"
                                TO WS-ATPC849-YA-ARCHIVO
                           END-IF
                    END-READ
                 END-PERFORM
                 CLOSE AST-DEVOLUCION
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC849-LEER-PARAMETROS
      *----------------------------------------------------------------
       ATPC849-LEER-PARAMETROS.
           OPEN INPUT PRM-ATPC849
           IF WS-ATPC849-PRM-STATUS = "00"
              READ PRM-ATPC849
                  AT END
                     CONTINUE
                  NOT AT END
                     IF PRM-ATPC849-DIASESPERA IS NUMERIC
                     AND PRM-ATPC849-DIASESPERA NOT = "000"
                        MOVE PRM-ATPC849-DIASESPERA
                          TO WS-ATPC849-DIASESPERA
                     END-IF
              END-READ
              CLOSE PRM-ATPC849
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC849-CARGAR-HISTORIAL
      *----------------------------------------------------------------
      * Numeros de los pedidos ya resueltos en el ultimo anio, para el
      * control de duplicados
      *----------------------------------------------------------------
       ATPC849-CARGAR-HISTORIAL.
           OPEN INPUT HST-HISTORIAL
           IF WS-ATPC849-HST-STATUS = "00"
              SET WS-ATPC849-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC849-FIN-ENTRADA
                 READ HST-HISTORIAL
                     AT END
                        SET WS-ATPC849-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF HST-FECEVAL > WS-ATPC849-ANIO-ATRAS
                           PERFORM ATPC849-GUARDAR-HISTORIAL
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE HST-HISTORIAL
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC849-GUARDAR-HISTORIAL
      *----------------------------------------------------------------
       ATPC849-GUARDAR-HISTORIAL.
           IF WS-ATPC849-HST-CANT < WS-ATPC849-HST-MAX
              ADD 1 TO WS-ATPC849-HST-CANT
              MOVE HST-NUMSOL
                TO WS-ATPC849-HST-NUMSOL(WS-ATPC849-HST-CANT)
           ELSE
              DISPLAY "ATPC849 - ALERTA: mas de " WS-ATPC849-HST-MAX
                      " pedidos en el historial del anio -- "
                      "NUMSOL=[" HST-NUMSOL "] sin controlar"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC849-CARGAR-PEDIDOS
      *----------------------------------------------------------------
       ATPC849-CARGAR-PEDIDOS.
           SET WS-ATPC849-CON-COLA TO FALSE
           OPEN INPUT SOL-PEDIDOS
           IF WS-ATPC849-SOL-STATUS NOT = "00"
              DISPLAY "ATPC849 - AVISO: sin CIESOL.DAT -- no hay "
                      "pedidos de sucursal"
           ELSE
              SET WS-ATPC849-CON-COLA TO TRUE
              MOVE "CIESOL.DAT" TO WS-ATPC849-COLA
              SET WS-ATPC849-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC849-FIN-ENTRADA
                 READ SOL-PEDIDOS INTO WS-ATPC849-SOL
                     AT END
                        SET WS-ATPC849-FIN-ENTRADA TO TRUE
                     NOT AT END
                        PERFORM ATPC849-GUARDAR-PEDIDO
                 END-READ
              END-PERFORM
              CLOSE SOL-PEDIDOS
           END-IF

           OPEN INPUT ARC-PEDIDOS
           IF WS-ATPC849-ARC-STATUS NOT = "00"
              DISPLAY "ATPC849 - AVISO: sin CIEARCH.DAT -- no hay "
                      "pedidos por archivo"
           ELSE
              MOVE "CIEARCH.DAT" TO WS-ATPC849-COLA
              SET WS-ATPC849-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC849-FIN-ENTRADA
                 READ ARC-PEDIDOS INTO WS-ATPC849-SOL
                     AT END
                        SET WS-ATPC849-FIN-ENTRADA TO TRUE
                     NOT AT END
                        PERFORM ATPC849-GUARDAR-PEDIDO
                 END-READ
              END-PERFORM
              CLOSE ARC-PEDIDOS
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC849-GUARDAR-PEDIDO
      *----------------------------------------------------------------
      * El pedido cuyo numero ya figura en el historial o ya vino en
      * esta corrida queda como duplicado y no se contesta
      *----------------------------------------------------------------
       ATPC849-GUARDAR-PEDIDO.
           ADD 1 TO WS-ATPC849-LEIDOS
           IF WS-ATPC849-SOL-CANT NOT < WS-ATPC849-SOL-MAX
              DISPLAY "ATPC849 - ALERTA: mas de " WS-ATPC849-SOL-MAX
                      " pedidos -- NUMSOL=["
                      WS-ATPC849-SOL-NUMSOL "] de " WS-ATPC849-COLA
                      " queda para la proxima corrida"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
              SET WS-ATPC849-CON-COLA TO FALSE
           ELSE
              ADD 1 TO WS-ATPC849-SOL-CANT
              MOVE WS-ATPC849-SOL
                TO WS-ATPC849-TSO-DATOS(WS-ATPC849-SOL-CANT)
              MOVE SPACES
                TO WS-ATPC849-TSO-ESTADO(WS-ATPC849-SOL-CANT)

              PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > WS-ATPC849-HST-CANT
                 IF WS-ATPC849-HST-NUMSOL(WS-I)
                    = WS-ATPC849-SOL-NUMSOL
                    MOVE "D"
                      TO WS-ATPC849-TSO-ESTADO(WS-ATPC849-SOL-CANT)
                    MOVE WS-ATPC849-HST-CANT TO WS-I
                 END-IF
              END-PERFORM
              PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I NOT < WS-ATPC849-SOL-CANT
                 IF WS-ATPC849-TSO-DATOS(WS-I)(1:24)
                    = WS-ATPC849-SOL-NUMSOL
                    MOVE "D"
                      TO WS-ATPC849-TSO-ESTADO(WS-ATPC849-SOL-CANT)
                    MOVE WS-ATPC849-SOL-CANT TO WS-I
                 END-IF
              END-PERFORM

              IF WS-ATPC849-TSO-ESTADO(WS-ATPC849-SOL-CANT) = "D"
                 ADD 1 TO WS-ATPC849-DUPLICADOS
                 MOVE SPACES TO WS-ATPC849-LINEA
                 STRING " DUPLICADO NUMSOL ["  DELIMITED BY SIZE
                        WS-ATPC849-SOL-NUMSOL  DELIMITED BY SIZE
                        "] DE "                DELIMITED BY SIZE
                        WS-ATPC849-COLA        DELIMITED BY SIZE
                        " -- no se resuelve"   DELIMITED BY SIZE
                   INTO WS-ATPC849-LINEA
                 WRITE RPT-ATPC849-REG FROM WS-ATPC849-LINEA
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC849-RESOLVER-PEDIDO
      *----------------------------------------------------------------
      * Lee la cuenta por clave y, aceptado el pedido, la deja en
      * cierre con los datos del pedido
      *----------------------------------------------------------------
       ATPC849-RESOLVER-PEDIDO.
           MOVE "A"  TO WS-ATPC849-RESULTADO
           MOVE "00" TO WS-ATPC849-MOTIVO
           INITIALIZE WS-ATPC021
           MOVE WS-ATPC849-SOL-CODENT TO WS-ATPC021-CODENT
           PERFORM ATPC021-BUSCAR-EN-ARREGLO
           MOVE WS-ATPC849-SOL-CODENT    TO CTM-CODENT
           MOVE WS-ATPC849-SOL-NUMCUENTA TO CTM-NUMCUENTA
           READ CTM-MAESTRO
               INVALID KEY
                  CONTINUE
           END-READ
           EVALUATE TRUE
              WHEN WS-ATPC849-CTM-STATUS NOT = "00"
              OR   NOT WS-ATPC021-RETORNO-OK
                 MOVE "R"  TO WS-ATPC849-RESULTADO
                 MOVE "01" TO WS-ATPC849-MOTIVO
              WHEN CTM-CIE-CON-CIERRE
                 MOVE "R"  TO WS-ATPC849-RESULTADO
                 MOVE "02" TO WS-ATPC849-MOTIVO
              WHEN WS-ATPC849-SOL-MOTIVO = SPACES
                 MOVE "R"  TO WS-ATPC849-RESULTADO
                 MOVE "03" TO WS-ATPC849-MOTIVO
              WHEN OTHER
                 PERFORM ATPC849-MARCAR-CIERRE
           END-EVALUATE
           IF WS-ATPC849-RESULTADO = "A"
              ADD 1 TO WS-ATPC849-ACEPTADOS
           ELSE
              ADD 1 TO WS-ATPC849-RECHAZADOS
           END-IF
           PERFORM ATPC849-DESCRIBIR-MOTIVO
           .

      *----------------------------------------------------------------
      * Proceso: ATPC849-MARCAR-CIERRE
      *----------------------------------------------------------------
      * La fecha del pedido que no es una fecha valida o que es
      * posterior al dia se reemplaza por la del dia
      *----------------------------------------------------------------
       ATPC849-MARCAR-CIERRE.
           MOVE WS-ATPC849-SOL-FECSOL TO WS-ATPC849-FECHA-ALF
           PERFORM ATPC849-VALIDAR-FECHA
           IF NOT WS-ATPC849-FECHA-VALIDA
           OR WS-ATPC849-SOL-FECSOL > WS-ATPC849-HOY
              MOVE WS-ATPC849-HOY TO WS-ATPC849-SOL-FECSOL
           END-IF
           MOVE "P"                   TO CTM-CIE-ESTADO
           MOVE WS-ATPC849-SOL-FECSOL TO CTM-CIE-FECSOL
           MOVE SPACES                TO CTM-CIE-FECCIERRE
                                         CTM-CIE-DESTINO
           MOVE WS-ATPC849-SOL-MOTIVO TO CTM-CIE-MOTIVO
           MOVE WS-ATPC849-SOL-ORIGEN TO CTM-CIE-OPERADOR
           PERFORM ATPC849-REGRABAR-CUENTA
           IF WS-ATPC849-CTM-STATUS NOT = "00"
              MOVE "R"  TO WS-ATPC849-RESULTADO
              MOVE "09" TO WS-ATPC849-MOTIVO
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC849-DESCRIBIR-MOTIVO
      *----------------------------------------------------------------
       ATPC849-DESCRIBIR-MOTIVO.
           EVALUATE WS-ATPC849-MOTIVO
              WHEN "00"
                 MOVE "PEDIDO DE CIERRE ACEPTADO -- CUENTA EN CIERRE"
                   TO WS-ATPC849-DESCRIPCION
              WHEN "01"
                 MOVE "CUENTA INEXISTENTE"
                   TO WS-ATPC849-DESCRIPCION
              WHEN "02"
                 MOVE "LA CUENTA YA ESTA EN CIERRE O CERRADA"
                   TO WS-ATPC849-DESCRIPCION
              WHEN "03"
                 MOVE "MOTIVO DEL CIERRE NO INFORMADO"
                   TO WS-ATPC849-DESCRIPCION
              WHEN OTHER
                 MOVE "NO SE PUDO REGISTRAR EL PEDIDO -- REINTENTAR"
                   TO WS-ATPC849-DESCRIPCION
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC849-GRABAR-RESPUESTA
      *----------------------------------------------------------------
       ATPC849-GRABAR-RESPUESTA.
           INITIALIZE RES-RESPUESTAS-REG
           MOVE WS-ATPC849-SOL-NUMSOL    TO RES-NUMSOL
           MOVE WS-ATPC849-SOL-CANAL     TO RES-CANAL
           MOVE WS-ATPC849-SOL-CODENT    TO RES-CODENT
           MOVE WS-ATPC849-SOL-NUMCUENTA TO RES-NUMCUENTA
           MOVE WS-ATPC849-RESULTADO     TO RES-RESULTADO
           MOVE WS-ATPC849-MOTIVO        TO RES-MOTIVO
           MOVE WS-ATPC849-DESCRIPCION   TO RES-DESCRIPCION
           MOVE WS-ATPC849-HOY           TO RES-FECEVAL
           WRITE RES-RESPUESTAS-REG

           INITIALIZE HST-HISTORIAL-REG
           MOVE WS-ATPC849-SOL-NUMSOL    TO HST-NUMSOL
           MOVE WS-ATPC849-SOL-CANAL     TO HST-CANAL
           MOVE WS-ATPC849-SOL-CODENT    TO HST-CODENT
           MOVE WS-ATPC849-SOL-NUMCUENTA TO HST-NUMCUENTA
           MOVE WS-ATPC849-SOL-MOTIVO    TO HST-MOTIVOCIE
           MOVE WS-ATPC849-SOL-FECSOL    TO HST-FECSOL
           MOVE WS-ATPC849-SOL-ORIGEN    TO HST-ORIGEN
           MOVE WS-ATPC849-RESULTADO     TO HST-RESULTADO
           MOVE WS-ATPC849-MOTIVO        TO HST-MOTIVO
           MOVE WS-ATPC849-HOY           TO HST-FECEVAL
           WRITE HST-HISTORIAL-REG

           MOVE SPACES TO WS-ATPC849-LINEA
           STRING " NUMSOL ["                 DELIMITED BY SIZE
                  WS-ATPC849-SOL-NUMSOL       DELIMITED BY SIZE
                  "] CUENTA ["                DELIMITED BY SIZE
                  WS-ATPC849-SOL-CODENT       DELIMITED BY SIZE
                  "-"                         DELIMITED BY SIZE
                  WS-ATPC849-SOL-NUMCUENTA    DELIMITED BY SIZE
                  "] RESULTADO ["             DELIMITED BY SIZE
                  WS-ATPC849-RESULTADO        DELIMITED BY SIZE
                  "] MOTIVO ["                DELIMITED BY SIZE
                  WS-ATPC849-MOTIVO           DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC849-LINEA
           WRITE RPT-ATPC849-REG FROM WS-ATPC849-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC849-PROCESAR-CUENTA
      *----------------------------------------------------------------
      * Cuenta en cierre: cierra si el saldo ya es cero en todas sus
      * monedas; si no, espera los dias del parametro y luego deriva
      * el remanente y cierra
      *----------------------------------------------------------------
       ATPC849-PROCESAR-CUENTA.
           IF CTM-CODENT NOT = WS-ATPC849-ENT-ANT
              PERFORM ATPC849-ABRIR-ENTIDAD
           END-IF
           MOVE CTM-SALDO TO WS-ATPC849-SALDO-CIERRE
           PERFORM ATPC849-ARMAR-DERIVACIONES

           MOVE ZEROES TO WS-ATPC849-ANTIGUEDAD
           MOVE CTM-CIE-FECSOL TO WS-ATPC849-FECHA-ALF
           PERFORM ATPC849-VALIDAR-FECHA
           IF WS-ATPC849-FECHA-VALIDA
              MOVE CTM-CIE-FECSOL TO WS-ATPC849-FECHA-DIV
              PERFORM ATPC849-FECHA-A-SERIE
              COMPUTE WS-ATPC849-ANTIGUEDAD =
                 WS-ATPC849-SERIE-HOY - WS-ATPC849-SERIE
           END-IF

           EVALUATE TRUE
              WHEN NOT WS-ATPC849-SALDO-CERO
              AND  WS-ATPC849-ANTIGUEDAD NOT > WS-ATPC849-DIASESPERA
                 ADD 1 TO WS-ATPC849-EN-ESPERA
              WHEN WS-ATPC849-CER-CANT NOT < WS-ATPC849-CER-MAX
                 ADD 1 TO WS-ATPC849-ERRORES
                 MOVE "POSTERGADA: TABLA LLENA" TO WS-ATPC849-SITUACION
                 PERFORM ATPC849-REPORTAR-CUENTA
              WHEN NOT WS-ATPC849-SALDO-CERO
              AND  NOT WS-ATPC849-ENT-VALIDA
                 ADD 1 TO WS-ATPC849-ERRORES
                 MOVE "ENTIDAD INEXISTENTE" TO WS-ATPC849-SITUACION
                 PERFORM ATPC849-REPORTAR-CUENTA
              WHEN OTHER
                 PERFORM ATPC849-CERRAR-CUENTA
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC849-ABRIR-ENTIDAD
      *----------------------------------------------------------------
       ATPC849-ABRIR-ENTIDAD.
           MOVE CTM-CODENT TO WS-ATPC849-ENT-ANT
           INITIALIZE WS-ATPC021
           MOVE CTM-CODENT TO WS-ATPC021-CODENT
           PERFORM ATPC021-BUSCAR-EN-ARREGLO
           IF WS-ATPC021-RETORNO-OK
              SET WS-ATPC849-ENT-VALIDA TO TRUE
              MOVE WS-ATPC021-CONTCUR  TO WS-ATPC849-ENT-CONTCUR
              MOVE WS-ATPC021-CLAMONUF TO WS-ATPC849-ENT-CLAMONUF
           ELSE
              SET WS-ATPC849-ENT-VALIDA TO FALSE
              MOVE SPACES TO WS-ATPC849-ENT-CONTCUR
              MOVE ZEROES TO WS-ATPC849-ENT-CLAMONUF
              DISPLAY "ATPC849 - ALERTA: CODENT=[" CTM-CODENT
                      "] con cuentas en cierre pero inexistente en "
                      "ENTIDADES -- solo cierran las de saldo cero"
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC849-ARMAR-DERIVACIONES
      *----------------------------------------------------------------
      * Remanente de la cuenta en cada moneda con saldo: la principal
      * (tipo de cambio 1) y las adicionales de CTM-MON, con el tipo
      * de cambio historico del maestro para el asiento
      *----------------------------------------------------------------
       ATPC849-ARMAR-DERIVACIONES.
           MOVE ZEROES TO WS-ATPC849-DER-CANT
           IF CTM-SALDO NOT = ZEROES
              ADD 1 TO WS-ATPC849-DER-CANT
              MOVE WS-ATPC849-ENT-CLAMONUF
                TO WS-ATPC849-DER-CLAMON(WS-ATPC849-DER-CANT)
              MOVE CTM-SALDO
                TO WS-ATPC849-DER-SALDO(WS-ATPC849-DER-CANT)
              MOVE 1
                TO WS-ATPC849-DER-TIPOCAMBIO(WS-ATPC849-DER-CANT)
           END-IF
           IF CTM-MON-CANT IS NUMERIC
              PERFORM VARYING WS-ATPC849-K FROM 1 BY 1
                        UNTIL WS-ATPC849-K > CTM-MON-CANT
                           OR WS-ATPC849-K > 5
                 IF CTM-MON-SALDO(WS-ATPC849-K) NOT = ZEROES
                    ADD 1 TO WS-ATPC849-DER-CANT
                    MOVE CTM-MON-CLAMON(WS-ATPC849-K)
                      TO WS-ATPC849-DER-CLAMON(WS-ATPC849-DER-CANT)
                    MOVE CTM-MON-SALDO(WS-ATPC849-K)
                      TO WS-ATPC849-DER-SALDO(WS-ATPC849-DER-CANT)
                    MOVE CTM-MON-TIPOCAMBIO(WS-ATPC849-K)
                      TO WS-ATPC849-DER-TIPOCAMBIO
                         (WS-ATPC849-DER-CANT)
                 END-IF
              END-PERFORM
           END-IF
           IF WS-ATPC849-DER-CANT = ZEROES
              SET WS-ATPC849-SALDO-CERO TO TRUE
           ELSE
              SET WS-ATPC849-SALDO-CERO TO FALSE
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC849-CERRAR-CUENTA
      *----------------------------------------------------------------
      * Graba primero el maestro (saldos acreedores en cero, cuenta
      * cerrada) y, grabado, emite las devoluciones, las derivaciones
      * a cobranzas y el extracto final: una cuenta que no pudo
      * marcarse queda en cierre y se reintenta la noche siguiente
      *----------------------------------------------------------------
       ATPC849-CERRAR-CUENTA.
           MOVE SPACES TO CTM-CIE-DESTINO
           PERFORM VARYING WS-ATPC849-K FROM 1 BY 1
                     UNTIL WS-ATPC849-K > WS-ATPC849-DER-CANT
              IF WS-ATPC849-DER-SALDO(WS-ATPC849-K) > ZEROES
                 MOVE "G" TO CTM-CIE-DESTINO
              ELSE
                 IF CTM-CIE-DESTINO = SPACES
                    MOVE "D" TO CTM-CIE-DESTINO
                 END-IF
              END-IF
           END-PERFORM
           IF CTM-SALDO < ZEROES
              COMPUTE CTM-IMPDEVOL = ZEROES - CTM-SALDO
              MOVE ZEROES         TO CTM-SALDO
              MOVE SPACES         TO CTM-FECACREED
              MOVE WS-ATPC849-HOY TO CTM-FECDEVOL
           END-IF
           IF CTM-MON-CANT IS NUMERIC
              PERFORM VARYING WS-ATPC849-K FROM 1 BY 1
                        UNTIL WS-ATPC849-K > CTM-MON-CANT
                           OR WS-ATPC849-K > 5
                 IF CTM-MON-SALDO(WS-ATPC849-K) < ZEROES
                    MOVE ZEROES TO CTM-MON-SALDO(WS-ATPC849-K)
                    MOVE WS-ATPC849-HOY
                      TO CTM-MON-FECACT(WS-ATPC849-K)
                 END-IF
              END-PERFORM
           END-IF
           MOVE "C"            TO CTM-CIE-ESTADO
           MOVE WS-ATPC849-HOY TO CTM-CIE-FECCIERRE
           PERFORM ATPC849-REGRABAR-CUENTA
           IF WS-ATPC849-CTM-STATUS = "00"
              PERFORM VARYING WS-ATPC849-K FROM 1 BY 1
                        UNTIL WS-ATPC849-K > WS-ATPC849-DER-CANT
                 PERFORM ATPC849-DERIVAR-REMANENTE
              END-PERFORM
              EVALUATE CTM-CIE-DESTINO
                 WHEN "D"
                    ADD 1 TO WS-ATPC849-A-DEVOLUCION
                 WHEN "G"
                    ADD 1 TO WS-ATPC849-A-COBRANZAS
              END-EVALUATE

              INITIALIZE EXT-FINALES-REG
              MOVE CTM-CODENT              TO EXT-CODENT
              MOVE CTM-NUMCUENTA           TO EXT-NUMCUENTA
              MOVE CTM-CIE-FECCIERRE       TO EXT-FECCIERRE
              MOVE CTM-CIE-MOTIVO          TO EXT-MOTIVO
              MOVE CTM-CIE-DESTINO         TO EXT-DESTINO
              MOVE WS-ATPC849-SALDO-CIERRE TO EXT-SALDO
              WRITE EXT-FINALES-REG

              ADD 1 TO WS-ATPC849-CER-CANT
              MOVE CTM-CLAVE
                TO WS-ATPC849-CER-CLAVE(WS-ATPC849-CER-CANT)
              MOVE CTM-CODMAR
                TO WS-ATPC849-CER-CODMAR(WS-ATPC849-CER-CANT)
              MOVE CTM-INDTIPT
                TO WS-ATPC849-CER-INDTIPT(WS-ATPC849-CER-CANT)
              MOVE ZEROES
                TO WS-ATPC849-CER-TARJETAS(WS-ATPC849-CER-CANT)

              ADD 1 TO WS-ATPC849-CERRADAS
              EVALUATE CTM-CIE-DESTINO
                 WHEN "D"
                    MOVE "CERRADA -- A DEVOLUCION"
                      TO WS-ATPC849-SITUACION
                 WHEN "G"
                    MOVE "CERRADA -- A COBRANZAS"
                      TO WS-ATPC849-SITUACION
                 WHEN OTHER
                    MOVE "CERRADA" TO WS-ATPC849-SITUACION
              END-EVALUATE
           ELSE
              MOVE "ERROR MAESTRO" TO WS-ATPC849-SITUACION
           END-IF
           PERFORM ATPC849-REPORTAR-CUENTA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC849-DERIVAR-REMANENTE
      *----------------------------------------------------------------
      * Remanente WS-ATPC849-K: acreedor a tesoreria (orden y asiento
      * por el importe en la moneda principal), deudor a cobranzas en
      * su moneda
      *----------------------------------------------------------------
       ATPC849-DERIVAR-REMANENTE.
           IF WS-ATPC849-DER-SALDO(WS-ATPC849-K) < ZEROES
              COMPUTE WS-ATPC849-IMPORTE =
                 ZEROES - WS-ATPC849-DER-SALDO(WS-ATPC849-K)
              INITIALIZE INS-DEVOLUCION-REG
              MOVE "DET"                   TO INS-TIPO
              MOVE CTM-CODENT              TO INS-DET-CODENT
              MOVE CTM-NUMCUENTA           TO INS-DET-NUMCUENTA
              MOVE WS-ATPC849-IMPORTE      TO INS-DET-IMPORTE
              MOVE CTM-CIE-FECSOL          TO INS-DET-FECACREED
              MOVE WS-ATPC849-ENT-CONTCUR  TO INS-DET-CONTCUR
              MOVE WS-ATPC849-DER-CLAMON(WS-ATPC849-K)
                TO INS-DET-CLAMONUF
              WRITE INS-DEVOLUCION-REG
              ADD 1 TO WS-ATPC849-DEV-CANT
              ADD WS-ATPC849-IMPORTE TO WS-ATPC849-DEV-IMPORTE

              COMPUTE WS-ATPC849-IMPORTE-GL ROUNDED =
                 WS-ATPC849-IMPORTE
                 * WS-ATPC849-DER-TIPOCAMBIO(WS-ATPC849-K)
              IF WS-ATPC849-IMPORTE-GL > ZEROES
                 INITIALIZE AST-DEVOLUCION-REG
                 MOVE "AST"                  TO AST-TIPO
                 MOVE CTM-CODENT             TO AST-CODENT
                 MOVE "DSC"                  TO AST-ORIGEN
                 MOVE "D"                    TO AST-DEBHAB
                 MOVE WS-ATPC849-ENT-CONTCUR TO AST-CONTCUR
                 MOVE WS-ATPC849-IMPORTE-GL  TO AST-IMPORTE
                 MOVE WS-ATPC849-HOY         TO AST-FECHA
                 MOVE CTM-NUMCUENTA          TO AST-REFERENCIA
                 WRITE AST-DEVOLUCION-REG
                 MOVE "H"                    TO AST-DEBHAB
                 WRITE AST-DEVOLUCION-REG
              END-IF
           ELSE
              INITIALIZE COB-COBRANZAS-REG
              MOVE CTM-CODENT                TO COB-CODENT
              MOVE CTM-NUMCUENTA             TO COB-NUMCUENTA
              MOVE WS-ATPC849-DER-CLAMON(WS-ATPC849-K)
                TO COB-CLAMON
              MOVE WS-ATPC849-DER-SALDO(WS-ATPC849-K)
                TO COB-IMPORTE
              MOVE CTM-CIE-FECCIERRE         TO COB-FECCIERRE
              MOVE CTM-CIE-MOTIVO            TO COB-MOTIVO
              WRITE COB-COBRANZAS-REG
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC849-REGRABAR-CUENTA
      *----------------------------------------------------------------
       ATPC849-REGRABAR-CUENTA.
           REWRITE CTM-MAESTRO-REG
               INVALID KEY
                  CONTINUE
           END-REWRITE
           IF WS-ATPC849-CTM-STATUS NOT = "00"
              ADD 1 TO WS-ATPC849-ERRORES
              DISPLAY "ATPC849 - ALERTA: CODENT=[" CTM-CODENT
                      "] NUMCUENTA=[" CTM-NUMCUENTA "] no se pudo "
                      "regrabar -- FILE STATUS:["
                      WS-ATPC849-CTM-STATUS "]"
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC849-REPORTAR-CUENTA
      *----------------------------------------------------------------
       ATPC849-REPORTAR-CUENTA.
           MOVE WS-ATPC849-SALDO-CIERRE TO WS-ATPC849-SALDO-ED
           MOVE WS-ATPC849-ANTIGUEDAD   TO WS-ATPC849-ANTIGUEDAD-ED
           MOVE SPACES TO WS-ATPC849-LINEA
           STRING " CODENT ["                 DELIMITED BY SIZE
                  CTM-CODENT                  DELIMITED BY SIZE
                  "] CUENTA ["                DELIMITED BY SIZE
                  CTM-NUMCUENTA               DELIMITED BY SIZE
                  "] SALDO ["                 DELIMITED BY SIZE
                  WS-ATPC849-SALDO-ED         DELIMITED BY SIZE
                  "] DIAS ["                  DELIMITED BY SIZE
                  WS-ATPC849-ANTIGUEDAD-ED    DELIMITED BY SIZE
                  "] "                        DELIMITED BY SIZE
                  WS-ATPC849-SITUACION        DELIMITED BY SIZE
             INTO WS-ATPC849-LINEA
           WRITE RPT-ATPC849-REG FROM WS-ATPC849-LINEA
           DISPLAY WS-ATPC849-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC849-EMITIR-BAJAS
      *----------------------------------------------------------------
      * TARBAJA.DAT se reescribe en cada corrida (vacio si no cerro
      * ninguna cuenta)
      *----------------------------------------------------------------
       ATPC849-EMITIR-BAJAS.
           OPEN OUTPUT BAJ-BAJAS
           IF WS-ATPC849-CER-CANT > ZEROES
              OPEN INPUT TAR-TARJETAS
              IF WS-ATPC849-TAR-STATUS NOT = "00"
                 DISPLAY "ATPC849 - ALERTA: sin TARJETAS.DAT -- las "
                         "bajas salen solo a nivel cuenta"
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              ELSE
                 SET WS-ATPC849-FIN-ENTRADA TO FALSE
                 PERFORM UNTIL WS-ATPC849-FIN-ENTRADA
                    READ TAR-TARJETAS
                        AT END
                           SET WS-ATPC849-FIN-ENTRADA TO TRUE
                        NOT AT END
                           PERFORM ATPC849-BAJA-TARJETA
                    END-READ
                 END-PERFORM
                 CLOSE TAR-TARJETAS
              END-IF
              PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > WS-ATPC849-CER-CANT
                 IF WS-ATPC849-CER-TARJETAS(WS-I) = ZEROES
                    INITIALIZE BAJ-BAJAS-REG
                    MOVE WS-ATPC849-CER-CLAVE(WS-I)(1:4)
                      TO BAJ-CODENT
                    MOVE WS-ATPC849-CER-CLAVE(WS-I)(5:16)
                      TO BAJ-NUMCUENTA
                    MOVE WS-ATPC849-CER-CODMAR(WS-I)  TO BAJ-CODMAR
                    MOVE WS-ATPC849-CER-INDTIPT(WS-I) TO BAJ-INDTIPT
                    MOVE SPACES                       TO BAJ-FECVENC
                    MOVE WS-ATPC849-HOY               TO BAJ-FECBAJA
                    WRITE BAJ-BAJAS-REG
                    ADD 1 TO WS-ATPC849-BAJAS
                 END-IF
              END-PERFORM
           END-IF
           CLOSE BAJ-BAJAS
           .

      *----------------------------------------------------------------
      * Proceso: ATPC849-BAJA-TARJETA
      *----------------------------------------------------------------
       ATPC849-BAJA-TARJETA.
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC849-CER-CANT
              IF WS-ATPC849-CER-CLAVE(WS-I)(1:4) = TAR-CODENT
              AND WS-ATPC849-CER-CLAVE(WS-I)(5:16) = TAR-NUMCUENTA
                 INITIALIZE BAJ-BAJAS-REG
                 MOVE TAR-CODENT     TO BAJ-CODENT
                 MOVE TAR-NUMCUENTA  TO BAJ-NUMCUENTA
                 MOVE TAR-CODMAR     TO BAJ-CODMAR
                 MOVE TAR-INDTIPT    TO BAJ-INDTIPT
                 MOVE TAR-FECVENC    TO BAJ-FECVENC
                 MOVE WS-ATPC849-HOY TO BAJ-FECBAJA
                 WRITE BAJ-BAJAS-REG
                 ADD 1 TO WS-ATPC849-BAJAS
                 ADD 1 TO WS-ATPC849-CER-TARJETAS(WS-I)
                 MOVE WS-ATPC849-CER-CANT TO WS-I
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC849-VALIDAR-FECHA
      *----------------------------------------------------------------
      * WS-ATPC849-FECHA-ALF es una fecha AAAA-MM-DD con mes 01-12 y
      * dia 01-31
      *----------------------------------------------------------------
       ATPC849-VALIDAR-FECHA.
           SET WS-ATPC849-FECHA-VALIDA TO FALSE
           IF WS-ATPC849-FECHA-ALF(1:4) IS NUMERIC
           AND WS-ATPC849-FECHA-ALF(6:2) IS NUMERIC
           AND WS-ATPC849-FECHA-ALF(9:2) IS NUMERIC
           AND WS-ATPC849-FECHA-ALF(6:2) >= "01"
           AND WS-ATPC849-FECHA-ALF(6:2) <= "12"
           AND WS-ATPC849-FECHA-ALF(9:2) >= "01"
           AND WS-ATPC849-FECHA-ALF(9:2) <= "31"
              SET WS-ATPC849-FECHA-VALIDA TO TRUE
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC849-FECHA-A-SERIE
      *----------------------------------------------------------------
      * Convierte la fecha AAAA-MM-DD de WS-ATPC849-FECHA-DIV en un
      * numero de dias corridos (anios de 365 dias mas los bisiestos
      * transcurridos, mas los dias acumulados del anio; el 29/02 de
      * un anio bisiesto en curso se suma cuando el mes ya lo paso)
      *----------------------------------------------------------------
       ATPC849-FECHA-A-SERIE.
           COMPUTE WS-ATPC849-ANIOS-PREV = WS-ATPC849-FD-AAAA - 1
           DIVIDE WS-ATPC849-ANIOS-PREV BY 4
              GIVING WS-ATPC849-BIS4
           DIVIDE WS-ATPC849-ANIOS-PREV BY 100
              GIVING WS-ATPC849-BIS100
           DIVIDE WS-ATPC849-ANIOS-PREV BY 400
              GIVING WS-ATPC849-BIS400
           COMPUTE WS-ATPC849-SERIE =
              WS-ATPC849-ANIOS-PREV * 365
              + WS-ATPC849-BIS4
              - WS-ATPC849-BIS100
              + WS-ATPC849-BIS400
           MOVE WS-ATPC849-FD-MM TO WS-ATPC849-MES-AUX
           ADD WS-ATPC849-DIAS-ACUM(WS-ATPC849-MES-AUX)
             TO WS-ATPC849-SERIE
           ADD WS-ATPC849-FD-DD TO WS-ATPC849-SERIE
           IF WS-ATPC849-FD-MM > 2
              DIVIDE WS-ATPC849-FD-AAAA BY 4
                 GIVING WS-ATPC849-BIS4
                 REMAINDER WS-ATPC849-REM4
              DIVIDE WS-ATPC849-FD-AAAA BY 100
                 GIVING WS-ATPC849-BIS100
                 REMAINDER WS-ATPC849-REM100
              DIVIDE WS-ATPC849-FD-AAAA BY 400
                 GIVING WS-ATPC849-BIS400
                 REMAINDER WS-ATPC849-REM400
              IF WS-ATPC849-REM4 = ZEROES
              AND (WS-ATPC849-REM100 NOT = ZEROES
                   OR WS-ATPC849-REM400 = ZEROES)
                 ADD 1 TO WS-ATPC849-SERIE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: 888888-LOGGEAR-TRANSACCION
      *----------------------------------------------------------------
      * Rutina de traza de entrada/salida de las librerias ATPCxxx
      * invocadas por este programa (documentada como dependencia del
      * host en el encabezado de cada libreria ATPCnnn-PR). Este
      * programa batch la resuelve volcando la transaccion a consola;
      * un programa en linea podria resolver esta misma rutina contra
      * su propio log de transacciones.
       888888-LOGGEAR-TRANSACCION.
           DISPLAY INDICADOR_I-O OF MPMLOG " "
                   CODIGO_RUTINA OF MPMLOG " "
                   MENSAJE_COPY  OF MPMLOG
           .

       COPY "ATPC021-PR".
       COPY "ATPC096-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
