      *    orden configurado por entidad en la nueva tabla de ORDEN
      *    DE IMPUTACION (cache ATPC165, defecto "ICK");
      *  - el pago sin entidad o sin saldo apareable va a suspenso
      *    (SUSPENSO.DAT, se agrega a lo existente) con su motivo, la
      *    fecha de proceso y un identificador de partida (RUNID de
      *    la corrida + secuencia), en lugar de desaparecer; la
      *    consola ATPC816 lo reasigna bajo control dual y ATPC817
      *    reinyecta lo aprobado en el PAGOS.DAT de la corrida
      *    siguiente;
      *  - recuperos: el pago sobre una cuenta castigada por ATPC800
      *    (marca en el maestro CTAMAE.DAT) no entra a la cascada --
      *    se desvia al registro de recuperos RECUPERA.DAT (se agrega
      *    a lo existente; ATPC801 arma el reporte mensual), descuenta
      *    el saldo castigado pendiente CTM-IMPCASTIGO del maestro y
      *    emite su asiento de ingreso por recupero en RECUPGL.DAT
      *    (layout de ASIENTOS.DAT de ATPC955, origen RCP; lo que
      *    excede el saldo castigado pendiente sale con origen RCX),
      *    DEBE y HABER la CONTCUR de la entidad; ATPC955 toma ese
      *    archivo esa misma noche;
      *  - cobranza por agencia: el pago aplicado o recuperado sobre
      *    una cuenta asignada a una agencia de cobranza externa
      *    (CTM-CODAGENCIA, asignada por ATPC804) se agrega ademas a
      *    PAGAGE.DAT, base de la liquidacion mensual de comisiones
      *    de ATPC805.
      *  - retencion de fondos: en la entidad que retiene pagos
      *    (INDRETPAGO = "S" con NUMDIASRET mayor a cero) el pago
      *    aplicado queda ademas en el registro de fondos retenidos
      *    PAGRET.DAT (se agrega a lo existente, ver ATPCRTN-RTN.cpy)
      *    hasta NUMDIASRET dias habiles del pais de la entidad
      *    (calendario ATPC161) despues de hoy; mientras tanto
      *    ATPC808 no lo suma al disponible de compra y ATPC842 lo
      *    libera al vencer o lo reversa si el pago vuelve devuelto.
      *  - saldos en monedas adicionales: el pago puede venir en una
      *    moneda adicional de la entidad (PAG-ENT-CLAMON; en blanco o
      *    cero es la principal). Se aplica primero a la deuda del
      *    saldo de la cuenta en esa moneda (CTM-MON del maestro,
      *    ATPC972) y lo que sobra se convierte a la moneda principal
      *    con la cotizacion ATPC157 de la fecha valor y sigue por la
      *    cascada; sin registro en SALDIAR.DAT todo el pago queda en
      *    el saldo de su moneda, aunque lo deje acreedor. A la
      *    inversa, lo que excede la deuda en moneda principal cubre
      *    la deuda de los saldos en monedas adicionales al tipo de
      *    cambio de la fecha valor antes de quedar en capital. Los
      *    saldos por moneda se consumen en una copia de trabajo por
      *    cuenta, de modo que varios pagos del dia no cubren dos
      *    veces la misma deuda; el maestro los recibe de nuevo de
      *    SALDMON.DAT. Cada imputacion a un saldo por moneda sale en
      *    PAGMON.DAT. Los importes de PAGAPL.DAT, el historial de
      *    duplicados, el control de minimo, la retencion y la base
      *    de agencias van en moneda principal: el pago en moneda
      *    adicional por su equivalente y lo imputado a saldos por
      *    moneda dentro de capital.
      * SALDIAR.DAT y DEVACUM.DAT se recorren en paralelo (los tres
      * archivos vienen ordenados por CODENT + NUMCUENTA).
      *
      * La corrida se aplica una sola vez por dia: SUSPENSO.DAT,
      * RECUPERA.DAT, PAGAGE.DAT y PAGRET.DAT se acumulan y PAGHIST.DAT
      * ya tiene lo aplicado, de modo que repetirla volveria a asentar
      * recuperos y mandaria a suspenso como duplicados los pagos ya
      * aplicados. Si ATPCRUN.DAT registra una corrida de ATPC964 de
      * hoy terminada (estado OK o ERROR), o si alguno de esos
      * archivos ya tiene filas con fecha de proceso de hoy (corrida
      * interrumpida), la corrida termina con RC 12 sin procesar. La
      * corrida que termina sin procesar se registra como ABORTADO y
      * no impide la siguiente.
      *
      * El recupero cuya marca no se puede regrabar en el maestro no
      * se asienta: el pago va a suspenso con motivo 05 y se alerta.
      *
      * Motivos de suspenso:
      *  01 - CODENT inexistente en ENTIDADES
      *  02 - cuenta sin registro de saldo en SALDIAR.DAT
      *  03 - pago duplicado (dentro del dia o contra PAGHIST.DAT)
      *  04 - pago en moneda adicional no aplicable: moneda no
      *       habilitada para la entidad, sin cotizacion a la moneda
      *       principal a la fecha valor, o cuenta castigada (el
      *       recupero se registra en moneda principal)
      *  05 - recupero sobre cuenta castigada que no se pudo regrabar
      *       en CTAMAE.DAT
      *
      * Layout de SUSPENSO.DAT: pago original(41) + motivo(2) +
      * fecha de proceso(10) + identificador de partida(18) + moneda
      * del pago(3). Layout de PAGMON.DAT: CODENT(4) NUMCUENTA(16)
      * FECVALOR(10) moneda del pago(3) importe del pago(11) moneda
      * del saldo(3) aplicado en la moneda del saldo(11) cotizacion
      * de la moneda del saldo a la principal(13) equivalente en
      * moneda principal(11).
      * Layout de PAGAPL.DAT: pago original + imputado a interes,
      * comision y capital. Layout de FALTANTE.DAT: pago original +
      * minimo vigente + faltante. Layout de RECUPERA.DAT: pago
      * original + fecha de proceso + agencia de cobranza de la
      * cuenta + fecha de castigo + recuperado + excedente + saldo
      * castigado pendiente luego del recupero. Layout de PAGAGE.DAT
      * (se agrega a lo existente): CODENT(4) NUMCUENTA(16)
      * CODAGENCIA(4) FECASIGNA(10) TIPO(1: P pago aplicado, R
      * recupero) IMPORTE(11) FECVALOR(10) FECPROCESO(10).
      *
      * Dependencias:
      *  - Debe estar declarada la rutina para manejo de errores
           SELECT PAG-SUSPENSO ASSIGN TO "SUSPENSO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC964-SUS-STATUS.
           SELECT CTM-MAESTRO ASSIGN TO "CTAMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTM-CLAVE
               FILE STATUS IS WS-ATPCCTM-STATUS.
           SELECT REC-RECUPEROS ASSIGN TO "RECUPERA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC964-REC-STATUS.
      * Recuperos de esta corrida, para extender PAGHIST.DAT
           SELECT REC-DIA ASSIGN TO "RECUPDIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC964-RDI-STATUS.
           SELECT AST-RECUPEROS ASSIGN TO "RECUPGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC964-AST-STATUS.
           SELECT PGA-PAGOS-AGENCIA ASSIGN TO "PAGAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC964-PGA-STATUS.
      * Fondos retenidos -- ver ATPCRTN-RTN.cpy
           SELECT RTN-RETENCIONES ASSIGN TO "PAGRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC964-RTN-STATUS.
      * Imputaciones a saldos en monedas adicionales
           SELECT PGM-PAGOS-MONEDA ASSIGN TO "PAGMON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC964-PGM-STATUS.
           SELECT RPT-ATPC964 ASSIGN TO "ATPC964.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Precios propios por tipo de tarjeta -- ver ATPCPRC-PRC.cpy
           SELECT PRC-PRECIOS ASSIGN TO "PRECIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCPRC-STATUS.
      * Requerido porque los ATPCxxx-CARGAR-ARREGLO graban una fila de
      * control compartida -- ver ATPCCTL-CTL.cpy
           SELECT CTL-CARGAS ASSIGN TO "ATPCCTL.DAT"
       COPY "ATPCLCK-LCK".
       COPY "ATPCEXC-EXC".

       COPY "ATPCCTM-CTM".
       COPY "ATPCPRC-PRC".
       COPY "ATPCRTN-RTN".

       FD  PAG-PAGOS
           RECORDING MODE IS F.
       01  PAG-PAGOS-REG.
           05  PAG-ENT-NUMCUENTA              PIC X(16).
           05  PAG-ENT-IMPORTE                PIC 9(09)V99.
           05  PAG-ENT-FECVALOR               PIC X(10).
      * Moneda del pago; en blanco o cero, la principal de la entidad
           05  PAG-ENT-CLAMON                 PIC X(03).

       FD  SAL-DIARIOS
           RECORDING MODE IS F.
       01  PAG-SUSPENSO-REG.
           05  SUS-DATOS                      PIC X(41).
           05  SUS-MOTIVO                     PIC 9(02).
           05  SUS-FECHA                      PIC X(10).
           05  SUS-ID.
               10  SUS-ID-RUN                 PIC X(12).
               10  SUS-ID-SEC                 PIC 9(06).
           05  SUS-CLAMON                     PIC X(03).

       FD  REC-RECUPEROS
           RECORDING MODE IS F.
       01  REC-RECUPEROS-REG.
           05  REC-CODENT                     PIC X(04).
           05  REC-NUMCUENTA                  PIC X(16).
           05  REC-IMPORTE                    PIC 9(09)V99.
           05  REC-FECVALOR                   PIC X(10).
           05  REC-FECPROCESO                 PIC X(10).
           05  REC-CODAGENCIA                 PIC X(04).
           05  REC-FECCASTIGO                 PIC X(10).
           05  REC-RECUPERADO                 PIC 9(09)V99.
           05  REC-EXCEDENTE                  PIC 9(09)V99.
           05  REC-PENDIENTE                  PIC 9(09)V99.

       FD  REC-DIA
           RECORDING MODE IS F.
       01  REC-DIA-REG.
           05  RDI-CODENT                     PIC X(04).
           05  RDI-NUMCUENTA                  PIC X(16).
           05  RDI-IMPORTE                    PIC 9(09)V99.
           05  RDI-FECVALOR                   PIC X(10).

       FD  AST-RECUPEROS
           RECORDING MODE IS F.
       01  AST-RECUPEROS-REG.
           05  AST-TIPO                       PIC X(03).
           05  AST-CODENT                     PIC X(04).
           05  AST-ORIGEN                     PIC X(03).
           05  AST-DEBHAB                     PIC X(01).
           05  AST-CONTCUR                    PIC X(26).
           05  AST-IMPORTE                    PIC 9(13)V99.
           05  AST-FECHA                      PIC X(10).
           05  AST-REFERENCIA                 PIC X(20).

       FD  PGA-PAGOS-AGENCIA
           RECORDING MODE IS F.
       01  PGA-PAGOS-AGENCIA-REG.
           05  PGA-CODENT                     PIC X(04).
           05  PGA-NUMCUENTA                  PIC X(16).
           05  PGA-CODAGENCIA                 PIC X(04).
           05  PGA-FECASIGNA                  PIC X(10).
           05  PGA-TIPO                       PIC X(01).
           05  PGA-IMPORTE                    PIC 9(09)V99.
           05  PGA-FECVALOR                   PIC X(10).
           05  PGA-FECPROCESO                 PIC X(10).

       FD  PGM-PAGOS-MONEDA
           RECORDING MODE IS F.
       01  PGM-PAGOS-MONEDA-REG.
           05  PGM-CODENT                     PIC X(04).
           05  PGM-NUMCUENTA                  PIC X(16).
           05  PGM-FECVALOR                   PIC X(10).
           05  PGM-CLAMON-PAGO                PIC 9(03).
           05  PGM-IMPORTE-PAGO               PIC 9(09)V99.
           05  PGM-CLAMON-SALDO               PIC 9(03).
           05  PGM-APLICADO                   PIC 9(09)V99.
           05  PGM-TIPOCAMBIO                 PIC 9(07)V9(06).
           05  PGM-EQUIVALENTE                PIC 9(09)V99.

       FD  RPT-ATPC964
           RECORDING MODE IS F.
           COPY "MQCOPY".

       COPY "ATPC021-WS".
       COPY "ATPC157-WS".
       COPY "ATPC158-WS".
       COPY "ATPC165-WS".
       COPY "ATPC161-WS".
       COPY "ATPCPMN-WS".
       COPY "ATPCPRC-WS".
       COPY "ATPCCTM-WS".

       COPY "MPMLOG".

       77  WS-ATPC964-APL-STATUS              PIC X(02).
       77  WS-ATPC964-FAL-STATUS              PIC X(02).
       77  WS-ATPC964-SUS-STATUS              PIC X(02).
       77  WS-ATPC964-REC-STATUS              PIC X(02).
       77  WS-ATPC964-AST-STATUS              PIC X(02).
       77  WS-ATPC964-PGA-STATUS              PIC X(02).
       77  WS-ATPC964-RTN-STATUS              PIC X(02).
       77  WS-ATPC964-PGM-STATUS              PIC X(02).
       77  WS-ATPC964-RDI-STATUS              PIC X(02).

      * Corrida de hoy ya aplicada (ATPCRUN.DAT o filas de hoy en los
      * registros acumulativos) y archivo que lo delata
       01  FILLER                             PIC X(01).
           88 WS-ATPC964-YA-APLICADO          VALUE "S"
              WHEN SET TO FALSE "N".
       77  WS-ATPC964-YA-ARCHIVO              PIC X(12).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC964-FIN-PAGOS            VALUE 1
       77  WS-ATPC964-ORDEN                   PIC X(03).
       77  WS-ATPC964-ORD-IDX                 PIC 9(01).

      * Moneda del pago (la principal de la entidad o una adicional),
      * su cotizacion a la principal a la fecha valor y el
      * equivalente del pago en moneda principal
       77  WS-ATPC964-ENT-CLAMONUF            PIC 9(03).
       77  WS-ATPC964-PAG-CLAMON              PIC 9(03).
       01  FILLER                             PIC X(01).
           88 WS-ATPC964-PAG-EN-MONEDA        VALUE "S"
              WHEN SET TO FALSE "N".
       01  FILLER                             PIC X(01).
           88 WS-ATPC964-MONEDA-VALIDA        VALUE "S"
              WHEN SET TO FALSE "N".
       77  WS-ATPC964-PAG-TIPOCAMBIO          PIC 9(07)V9(06).
       77  WS-ATPC964-PAG-EQUIV               PIC 9(09)V99.

      * Saldos en monedas adicionales de la cuenta en curso: copia de
      * trabajo de CTM-MON que los pagos del dia van consumiendo, e
      * imputacion en curso sobre uno de ellos
       01  WS-ATPC964-MON-CTA                 PIC X(20) VALUE SPACES.
       77  WS-ATPC964-MON-CANT                PIC 9(01).
       77  WS-ATPC964-MON-IDX                 PIC 9(01).
       01  WS-ATPC964-MON-SALDOS.
           05  WS-ATPC964-MON OCCURS 5 TIMES.
               10  WS-ATPC964-MON-CLAMON      PIC 9(03).
               10  WS-ATPC964-MON-SALDO       PIC S9(09)V99.
       77  WS-ATPC964-MON-APLICADO            PIC 9(09)V99.
       77  WS-ATPC964-MON-TIPOCAMBIO          PIC 9(07)V9(06).
       77  WS-ATPC964-MON-EQUIV               PIC 9(09)V99.

      * Recupero sobre cuenta castigada: reparto del pago entre el
      * saldo castigado pendiente y el excedente, y pareja de asiento
       01  FILLER                             PIC X(01).
           88 WS-ATPC964-ES-RECUPERO          VALUE "S"
              WHEN SET TO FALSE "N".
       77  WS-ATPC964-RECUPERADO              PIC 9(09)V99.
       77  WS-ATPC964-EXCEDENTE               PIC 9(09)V99.
       77  WS-ATPC964-AST-ORIGEN              PIC X(03).
       77  WS-ATPC964-AST-IMPORTE             PIC 9(13)V99.

      * Cuenta asignada a agencia de cobranza externa: el pago entra
      * a la base de comisiones con su tipo (P aplicado, R recupero)
       01  FILLER                             PIC X(01).
           88 WS-ATPC964-EN-AGENCIA           VALUE "S"
              WHEN SET TO FALSE "N".
       77  WS-ATPC964-PGA-TIPO                PIC X(01).

      * Fecha del dia en AAAA-MM-DD
       01  WS-ATPC964-HOY.
           05  WS-ATPC964-HOY-AAAA            PIC 9(04).
           05  WS-ATPC964-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC964-HOY-MM              PIC 9(02).
           05  WS-ATPC964-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC964-HOY-DD              PIC 9(02).
       01  WS-ATPC964-HOY-AMD.
           05  WS-ATPC964-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC964-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC964-HOY-AMD-DD          PIC 9(02).

      * Corte de control por entidad
       01  WS-ATPC964-ENT-ANT                 PIC X(04).
       01  FILLER                             PIC X(01).
              WHEN SET TO FALSE "N".
       77  WS-ATPC964-ENT-APLICADOS           PIC 9(06).
       77  WS-ATPC964-ENT-IMPORTE             PIC 9(12)V99.
       77  WS-ATPC964-ENT-CONTCUR             PIC X(26).
      * Retencion de fondos de la entidad y fecha de liberacion de los
      * pagos aplicados hoy (NUMDIASRET dias habiles despues de hoy)
       01  FILLER                             PIC X(01).
           88 WS-ATPC964-ENT-RETIENE          VALUE "S"
              WHEN SET TO FALSE "N".
       77  WS-ATPC964-ENT-FECLIBERA           PIC X(10).
       77  WS-ATPC964-DIAS-RESTAN             PIC 9(02).

      * Contadores del resumen final
       77  WS-ATPC964-LEIDOS                  PIC 9(06) VALUE 0.
       77  WS-ATPC964-APLICADOS               PIC 9(06) VALUE 0.
       77  WS-ATPC964-SUSPENSOS               PIC 9(06) VALUE 0.
       77  WS-ATPC964-FALTANTES               PIC 9(06) VALUE 0.
       77  WS-ATPC964-RECUPEROS               PIC 9(06) VALUE 0.
       77  WS-ATPC964-REC-FALLIDOS            PIC 9(06) VALUE 0.
       77  WS-ATPC964-REC-IMPORTE             PIC 9(12)V99 VALUE 0.
       77  WS-ATPC964-PAG-AGENCIA             PIC 9(06) VALUE 0.
       77  WS-ATPC964-RETENIDOS               PIC 9(06) VALUE 0.
       77  WS-ATPC964-RTN-IMPORTE             PIC 9(12)V99 VALUE 0.
       77  WS-ATPC964-PAG-MONEDA              PIC 9(06) VALUE 0.
       77  WS-ATPC964-COB-MONEDA              PIC 9(06) VALUE 0.

       01  WS-ATPC964-LINEA                   PIC X(100).


           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC021-CARGAR-ARREGLO
           PERFORM ATPC157-CARGAR-ARREGLO
           PERFORM ATPC158-CARGAR-ARREGLO
           PERFORM ATPCPRC-CARGAR-TABLA
           PERFORM ATPC165-CARGAR-ARREGLO
           PERFORM ATPC161-CARGAR-ARREGLO

           PERFORM ATPC964-CARGAR-HISTORIAL

           ACCEPT WS-ATPC964-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC964-HOY-G1 WS-ATPC964-HOY-G2
           MOVE WS-ATPC964-HOY-AMD-AAAA TO WS-ATPC964-HOY-AAAA
           MOVE WS-ATPC964-HOY-AMD-MM   TO WS-ATPC964-HOY-MM
           MOVE WS-ATPC964-HOY-AMD-DD   TO WS-ATPC964-HOY-DD

           OPEN INPUT PAG-PAGOS
           IF WS-ATPC964-PAG-STATUS NOT = "00"
              DISPLAY "ATPC964 - ERROR: no se pudo abrir PAGOS.DAT "
                      "-- FILE STATUS:[" WS-ATPC964-PAG-STATUS "]"
              MOVE 12 TO RETURN-CODE
              MOVE "ABORTADO" TO WS-ATPCRUN-ESTADO-FINAL
              PERFORM ATPCRUN-FINALIZAR
              STOP RUN
           END-IF

           PERFORM ATPC964-VERIFICAR-CORRIDA
           IF WS-ATPC964-YA-APLICADO
              DISPLAY "ATPC964 - ERROR: los pagos de hoy ya se "
                      "aplicaron (" WS-ATPC964-YA-ARCHIVO ") -- no "
                      "se vuelven a aplicar"
              CLOSE PAG-PAGOS
              MOVE 12 TO RETURN-CODE
              MOVE "ABORTADO" TO WS-ATPCRUN-ESTADO-FINAL
              PERFORM ATPCRUN-FINALIZAR
              STOP RUN
           END-IF

           OPEN OUTPUT PAG-APLICADOS
                       PAG-FALTANTES
                       AST-RECUPEROS
                       PGM-PAGOS-MONEDA
                       REC-DIA
                       RPT-ATPC964
           OPEN EXTEND PAG-SUSPENSO
           IF WS-ATPC964-SUS-STATUS = "35"
              OPEN OUTPUT PAG-SUSPENSO
           END-IF
           OPEN EXTEND REC-RECUPEROS
           IF WS-ATPC964-REC-STATUS = "35"
              OPEN OUTPUT REC-RECUPEROS
           END-IF
           OPEN EXTEND PGA-PAGOS-AGENCIA
           IF WS-ATPC964-PGA-STATUS = "35"
              OPEN OUTPUT PGA-PAGOS-AGENCIA
           END-IF
           OPEN EXTEND RTN-RETENCIONES
           IF WS-ATPC964-RTN-STATUS = "35"
              OPEN OUTPUT RTN-RETENCIONES
           END-IF
      * Sin maestro ninguna cuenta se reconoce castigada y todo pago
      * sigue la cascada normal
           PERFORM ATPCCTM-ABRIR-ACTUALIZACION

           MOVE SPACES TO WS-ATPC964-ENT-ANT

                  WS-ATPC964-SUSPENSOS       DELIMITED BY SIZE
                  "  BAJO MINIMO: "          DELIMITED BY SIZE
                  WS-ATPC964-FALTANTES       DELIMITED BY SIZE
                  "  RECUPEROS: "            DELIMITED BY SIZE
                  WS-ATPC964-RECUPEROS       DELIMITED BY SIZE
                  " POR "                    DELIMITED BY SIZE
                  WS-ATPC964-REC-IMPORTE     DELIMITED BY SIZE
                  "  EN AGENCIA: "           DELIMITED BY SIZE
                  WS-ATPC964-PAG-AGENCIA     DELIMITED BY SIZE
             INTO WS-ATPC964-LINEA
           WRITE RPT-ATPC964-REG FROM WS-ATPC964-LINEA
           DISPLAY WS-ATPC964-LINEA

           MOVE SPACES TO WS-ATPC964-LINEA
           STRING " RETENIDOS: "             DELIMITED BY SIZE
                  WS-ATPC964-RETENIDOS       DELIMITED BY SIZE
                  " POR "                    DELIMITED BY SIZE
                  WS-ATPC964-RTN-IMPORTE     DELIMITED BY SIZE
                  "  EN OTRAS MONEDAS: "     DELIMITED BY SIZE
                  WS-ATPC964-PAG-MONEDA      DELIMITED BY SIZE
                  "  IMPUTACIONES A SALDOS POR MONEDA: "
                                             DELIMITED BY SIZE
                  WS-ATPC964-COB-MONEDA      DELIMITED BY SIZE
             INTO WS-ATPC964-LINEA
           WRITE RPT-ATPC964-REG FROM WS-ATPC964-LINEA
           DISPLAY WS-ATPC964-LINEA

           IF WS-ATPC964-REC-FALLIDOS > ZEROES
              MOVE SPACES TO WS-ATPC964-LINEA
              STRING " RECUPEROS NO ASENTADOS (A SUSPENSO MOTIVO 05): "
                                             DELIMITED BY SIZE
                     WS-ATPC964-REC-FALLIDOS DELIMITED BY SIZE
                INTO WS-ATPC964-LINEA
              WRITE RPT-ATPC964-REG FROM WS-ATPC964-LINEA
              DISPLAY WS-ATPC964-LINEA
           END-IF

           CLOSE PAG-APLICADOS
                 PAG-FALTANTES
                 PAG-SUSPENSO
                 REC-RECUPEROS
                 PGA-PAGOS-AGENCIA
                 RTN-RETENCIONES
                 AST-RECUPEROS
                 PGM-PAGOS-MONEDA
                 REC-DIA
                 RPT-ATPC964
                 PAG-PAGOS
           PERFORM ATPCCTM-CERRAR-CONSULTA
           IF WS-ATPC964-SAL-STATUS = "00"
              CLOSE SAL-DIARIOS
           END-IF
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

           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC964-VERIFICAR-CORRIDA
      *----------------------------------------------------------------
      * Los pagos de hoy ya se aplicaron si ATPCRUN.DAT tiene una
      * corrida de ATPC964 de hoy terminada (OK o ERROR) o si alguno
      * de los registros acumulativos ya tiene filas con fecha de
      * proceso de hoy (corrida interrumpida sin cierre). Deja el
      * nombre del archivo en WS-ATPC964-YA-ARCHIVO.
      *----------------------------------------------------------------
       ATPC964-VERIFICAR-CORRIDA.
           SET WS-ATPC964-YA-APLICADO TO FALSE
           MOVE SPACES TO WS-ATPC964-YA-ARCHIVO

           OPEN INPUT RUN-REGISTRO
           IF WS-ATPCRUN-STATUS = "00"
              SET WS-ATPC964-FIN-PAGOS TO FALSE
              PERFORM UNTIL WS-ATPC964-FIN-PAGOS
                 READ RUN-REGISTRO
                     AT END
                        SET WS-ATPC964-FIN-PAGOS TO TRUE
                     NOT AT END
                        IF RUN-REG-FECHA = WS-ATPC964-HOY-AMD
                        AND RUN-REG-PROGRAMA = "ATPC964"
                        AND (RUN-REG-ESTADO = "OK"
                          OR RUN-REG-ESTADO = "ERROR")
                           SET WS-ATPC964-YA-APLICADO TO TRUE
                           MOVE "ATPCRUN.DAT" TO WS-ATPC964-YA-ARCHIVO
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE RUN-REGISTRO
           END-IF

           IF NOT WS-ATPC964-YA-APLICADO
              OPEN INPUT PAG-SUSPENSO
              IF WS-ATPC964-SUS-STATUS = "00"
                 SET WS-ATPC964-FIN-PAGOS TO FALSE
                 PERFORM UNTIL WS-ATPC964-FIN-PAGOS
                    READ PAG-SUSPENSO
                        AT END
                           SET WS-ATPC964-FIN-PAGOS TO TRUE
                        NOT AT END
                           IF SUS-FECHA = WS-ATPC964-HOY
                              SET WS-ATPC964-YA-APLICADO TO TRUE
                              MOVE "SUSPENSO.DAT"
                                TO WS-ATPC964-YA-ARCHIVO
                           END-IF
                    END-READ
                 END-PERFORM
                 CLOSE PAG-SUSPENSO
              END-IF
           END-IF

           IF NOT WS-ATPC964-YA-APLICADO
              OPEN INPUT REC-RECUPEROS
              IF WS-ATPC964-REC-STATUS = "00"
                 SET WS-ATPC964-FIN-PAGOS TO FALSE
                 PERFORM UNTIL WS-ATPC964-FIN-PAGOS
                    READ REC-RECUPEROS
                        AT END
                           SET WS-ATPC964-FIN-PAGOS TO TRUE
                        NOT AT END
                           IF REC-FECPROCESO = WS-ATPC964-HOY
                              SET WS-ATPC964-YA-APLICADO TO TRUE
                              MOVE "RECUPERA.DAT"
                                TO WS-ATPC964-YA-ARCHIVO
                           END-IF
                    END-READ
                 END-PERFORM
                 CLOSE REC-RECUPEROS
              END-IF
           END-IF

           IF NOT WS-ATPC964-YA-APLICADO
              OPEN INPUT PGA-PAGOS-AGENCIA
              IF WS-ATPC964-PGA-STATUS = "00"
                 SET WS-ATPC964-FIN-PAGOS TO FALSE
                 PERFORM UNTIL WS-ATPC964-FIN-PAGOS
                    READ PGA-PAGOS-AGENCIA
                        AT END
                           SET WS-ATPC964-FIN-PAGOS TO TRUE
                        NOT AT END
                           IF PGA-FECPROCESO = WS-ATPC964-HOY
                              SET WS-ATPC964-YA-APLICADO TO TRUE
                              MOVE "PAGAGE.DAT"
                                TO WS-ATPC964-YA-ARCHIVO
                           END-IF
                    END-READ
                 END-PERFORM
                 CLOSE PGA-PAGOS-AGENCIA
              END-IF
           END-IF

           IF NOT WS-ATPC964-YA-APLICADO
              OPEN INPUT RTN-RETENCIONES
              IF WS-ATPC964-RTN-STATUS = "00"
                 SET WS-ATPC964-FIN-PAGOS TO FALSE
                 PERFORM UNTIL WS-ATPC964-FIN-PAGOS
                    READ RTN-RETENCIONES
                        AT END
                           SET WS-ATPC964-FIN-PAGOS TO TRUE
                        NOT AT END
                           IF RTN-FECRETIENE = WS-ATPC964-HOY
                              SET WS-ATPC964-YA-APLICADO TO TRUE
                              MOVE "PAGRET.DAT"
                                TO WS-ATPC964-YA-ARCHIVO
                           END-IF
                    END-READ
                 END-PERFORM
                 CLOSE RTN-RETENCIONES
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC964-ALERTA-HISTORIAL
      *----------------------------------------------------------------
              PERFORM ATPC964-LEER-CUOTA
           END-PERFORM

      * La cuenta castigada no pasa por la cascada: su pago es un
      * recupero (aun sin registro de saldo en SALDIAR.DAT)
           SET WS-ATPC964-ES-RECUPERO TO FALSE
           SET WS-ATPC964-EN-AGENCIA TO FALSE
           IF WS-ATPC964-ENT-VALIDA
              MOVE PAG-ENT-CODENT    TO WS-ATPCCTM-CODENT
              MOVE PAG-ENT-NUMCUENTA TO WS-ATPCCTM-NUMCUENTA
              PERFORM ATPCCTM-CONSULTAR-CUENTA
              IF WS-ATPCCTM-RETORNO-OK
              AND CTM-CASTIGADA
                 SET WS-ATPC964-ES-RECUPERO TO TRUE
              END-IF
              IF WS-ATPCCTM-RETORNO-OK
              AND CTM-CODAGENCIA NOT = SPACES
                 SET WS-ATPC964-EN-AGENCIA TO TRUE
              END-IF
           END-IF

      * Saldos en monedas adicionales de la cuenta y moneda del pago
           IF WS-ATPC964-PAG-CLAVE NOT = WS-ATPC964-MON-CTA
              PERFORM ATPC964-CARGAR-MONEDAS
           END-IF
           PERFORM ATPC964-RESOLVER-MONEDA

           MOVE ZEROES TO WS-ATPC964-MOTIVO
           PERFORM ATPC964-VERIFICAR-DUPLICADO
           EVALUATE TRUE
                 MOVE 03 TO WS-ATPC964-MOTIVO
              WHEN NOT WS-ATPC964-ENT-VALIDA
                 MOVE 01 TO WS-ATPC964-MOTIVO
              WHEN WS-ATPC964-PAG-EN-MONEDA
               AND (NOT WS-ATPC964-MONEDA-VALIDA
                    OR WS-ATPC964-ES-RECUPERO)
                 MOVE 04 TO WS-ATPC964-MOTIVO
              WHEN WS-ATPC964-ES-RECUPERO
                 CONTINUE
              WHEN WS-ATPC964-SAL-CLAVE NOT = WS-ATPC964-PAG-CLAVE
               AND NOT WS-ATPC964-PAG-EN-MONEDA
                 MOVE 02 TO WS-ATPC964-MOTIVO
      * El pago en moneda adicional sin saldo en moneda principal
      * necesita el saldo de su moneda
              WHEN WS-ATPC964-SAL-CLAVE NOT = WS-ATPC964-PAG-CLAVE
               AND WS-ATPC964-MON-IDX = ZEROES
                 MOVE 02 TO WS-ATPC964-MOTIVO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF WS-ATPC964-MOTIVO = ZEROES
              IF WS-ATPC964-ES-RECUPERO
                 PERFORM ATPC964-REGISTRAR-RECUPERO
              ELSE
                 PERFORM ATPC964-APLICAR-PAGO
              END-IF
           ELSE
              PERFORM ATPC964-GRABAR-SUSPENSO
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC964-GRABAR-SUSPENSO
      *----------------------------------------------------------------
      * Agrega el pago en curso a SUSPENSO.DAT con WS-ATPC964-MOTIVO
      *----------------------------------------------------------------
       ATPC964-GRABAR-SUSPENSO.
           ADD 1 TO WS-ATPC964-SUSPENSOS
           INITIALIZE PAG-SUSPENSO-REG
           MOVE PAG-PAGOS-REG     TO SUS-DATOS
           MOVE WS-ATPC964-MOTIVO TO SUS-MOTIVO
           MOVE WS-ATPC964-HOY    TO SUS-FECHA
           MOVE WS-ATPCRUN-RUNID  TO SUS-ID-RUN
           MOVE WS-ATPC964-SUSPENSOS TO SUS-ID-SEC
           MOVE PAG-ENT-CLAMON    TO SUS-CLAMON
           WRITE PAG-SUSPENSO-REG
           PERFORM ATPC964-REPORTAR-SUSPENSO
           .

      *----------------------------------------------------------------
      * Proceso: ATPC964-VERIFICAR-DUPLICADO
      *----------------------------------------------------------------
                     UNTIL WS-I > WS-ATPC964-HIS-CANT
              IF WS-ATPC964-HIS-CODENT(WS-I) = PAG-ENT-CODENT
              AND WS-ATPC964-HIS-NUMCUENTA(WS-I) = PAG-ENT-NUMCUENTA
              AND WS-ATPC964-HIS-IMPORTE(WS-I) = WS-ATPC964-PAG-EQUIV
              AND WS-ATPC964-HIS-FECVALOR(WS-I) = PAG-ENT-FECVALOR
                 SET WS-ATPC964-ES-DUPLICADO TO TRUE
                 MOVE WS-ATPC964-HIS-CANT TO WS-I
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC964-CARGAR-MONEDAS
      *----------------------------------------------------------------
      * Copia de trabajo de los saldos por moneda del maestro para la
      * cuenta que empieza
      *----------------------------------------------------------------
       ATPC964-CARGAR-MONEDAS.
           MOVE WS-ATPC964-PAG-CLAVE TO WS-ATPC964-MON-CTA
           MOVE ZEROES TO WS-ATPC964-MON-CANT
           IF WS-ATPC964-ENT-VALIDA
           AND WS-ATPCCTM-RETORNO-OK
           AND CTM-MON-CANT IS NUMERIC
           AND CTM-MON-CANT NOT > 5
              MOVE CTM-MON-CANT TO WS-ATPC964-MON-CANT
              PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > WS-ATPC964-MON-CANT
                 MOVE CTM-MON-CLAMON(WS-I)
                   TO WS-ATPC964-MON-CLAMON(WS-I)
                 MOVE CTM-MON-SALDO(WS-I)
                   TO WS-ATPC964-MON-SALDO(WS-I)
              END-PERFORM
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC964-RESOLVER-MONEDA
      *----------------------------------------------------------------
      * Moneda del pago: la adicional tiene que estar habilitada para
      * la entidad y tener cotizacion a la principal a la fecha valor;
      * deja el equivalente en moneda principal y el saldo de la
      * cuenta en esa moneda, si lo tiene
      *----------------------------------------------------------------
       ATPC964-RESOLVER-MONEDA.
           SET WS-ATPC964-PAG-EN-MONEDA TO FALSE
           SET WS-ATPC964-MONEDA-VALIDA TO TRUE
           MOVE WS-ATPC964-ENT-CLAMONUF TO WS-ATPC964-PAG-CLAMON
           MOVE 1                       TO WS-ATPC964-PAG-TIPOCAMBIO
           MOVE PAG-ENT-IMPORTE         TO WS-ATPC964-PAG-EQUIV
           MOVE ZEROES                  TO WS-ATPC964-MON-IDX

           IF WS-ATPC964-ENT-VALIDA
           AND PAG-ENT-CLAMON IS NUMERIC
              MOVE PAG-ENT-CLAMON TO WS-ATPC964-PAG-CLAMON
              IF WS-ATPC964-PAG-CLAMON = ZEROES
                 MOVE WS-ATPC964-ENT-CLAMONUF TO WS-ATPC964-PAG-CLAMON
              END-IF
           END-IF

           IF WS-ATPC964-PAG-CLAMON NOT = WS-ATPC964-ENT-CLAMONUF
              SET WS-ATPC964-PAG-EN-MONEDA TO TRUE
              SET WS-ATPC964-MONEDA-VALIDA TO FALSE
              ADD 1 TO WS-ATPC964-PAG-MONEDA
              INITIALIZE WS-ATPC021-MONEDA-BUSQUEDA
              MOVE PAG-ENT-CODENT        TO WS-ATPC021-MONBUS-CODENT
              MOVE WS-ATPC964-PAG-CLAMON TO WS-ATPC021-MONBUS-CLAMONUF
              PERFORM ATPC021-BUSCAR-POR-MONEDA
              IF WS-ATPC021-RETORNO-OK
                 INITIALIZE WS-ATPC157-CONV
                 MOVE WS-ATPC964-PAG-CLAMON
                   TO WS-ATPC157-CONV-MONDESDE
                 MOVE WS-ATPC964-ENT-CLAMONUF
                   TO WS-ATPC157-CONV-MONHASTA
                 MOVE PAG-ENT-FECVALOR TO WS-ATPC157-CONV-FECHA
                 MOVE PAG-ENT-IMPORTE  TO WS-ATPC157-CONV-IMPORTE
                 PERFORM ATPC157-CONVERTIR
                 IF WS-ATPC157-RETORNO-OK
                 AND WS-ATPC157-CONV-TIPOCAMBIO > ZEROES
                    SET WS-ATPC964-MONEDA-VALIDA TO TRUE
                    MOVE WS-ATPC157-CONV-TIPOCAMBIO
                      TO WS-ATPC964-PAG-TIPOCAMBIO
                    MOVE WS-ATPC157-CONV-CONVERTIDO
                      TO WS-ATPC964-PAG-EQUIV
                 END-IF
              END-IF
              PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > WS-ATPC964-MON-CANT
                 IF WS-ATPC964-MON-CLAMON(WS-I) = WS-ATPC964-PAG-CLAMON
                    MOVE WS-I TO WS-ATPC964-MON-IDX
                    MOVE WS-ATPC964-MON-CANT TO WS-I
                 END-IF
              END-PERFORM
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC964-ABRIR-ENTIDAD
      *----------------------------------------------------------------
           PERFORM ATPC021-BUSCAR-EN-ARREGLO
           IF WS-ATPC021-RETORNO-OK
              SET WS-ATPC964-ENT-VALIDA TO TRUE
              MOVE WS-ATPC021-CONTCUR TO WS-ATPC964-ENT-CONTCUR
              MOVE WS-ATPC021-CLAMONUF TO WS-ATPC964-ENT-CLAMONUF
              INITIALIZE WS-ATPC165
              MOVE PAG-ENT-CODENT TO WS-ATPC165-CODENT
              PERFORM ATPC165-BUSCAR-CON-DEFECTO
              MOVE WS-ATPC165-ORDIMPUT TO WS-ATPC964-ORDEN
              PERFORM ATPC964-RESOLVER-RETENCION
           ELSE
              SET WS-ATPC964-ENT-VALIDA TO FALSE
              SET WS-ATPC964-ENT-RETIENE TO FALSE
              MOVE SPACES TO WS-ATPC964-ENT-CONTCUR
              MOVE ZEROES TO WS-ATPC964-ENT-CLAMONUF
              MOVE WS-ATPC165-ORDEN-DEFECTO TO WS-ATPC964-ORDEN
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC964-RESOLVER-RETENCION
      *----------------------------------------------------------------
      * Con la entidad recien resuelta en ATPC021: si retiene pagos,
      * fecha de liberacion de los pagos de hoy contando NUMDIASRET
      * dias habiles de su pais, como ATPCVTO con los dias de gracia
      *----------------------------------------------------------------
       ATPC964-RESOLVER-RETENCION.
           SET WS-ATPC964-ENT-RETIENE TO FALSE
           MOVE SPACES TO WS-ATPC964-ENT-FECLIBERA
           IF WS-ATPC021-INDRETPAGO = CT-S
           AND WS-ATPC021-NUMDIASRET-ALF IS NUMERIC
           AND WS-ATPC021-NUMDIASRET > ZEROES
              SET WS-ATPC964-ENT-RETIENE TO TRUE
              MOVE WS-ATPC964-HOY TO WS-ATPC964-ENT-FECLIBERA
              MOVE WS-ATPC021-NUMDIASRET TO WS-ATPC964-DIAS-RESTAN
              PERFORM UNTIL WS-ATPC964-DIAS-RESTAN = ZEROES
                 INITIALIZE WS-ATPC161
                 MOVE WS-ATPC021-CODPAIS       TO WS-ATPC161-CODPAIS
                 MOVE WS-ATPC964-ENT-FECLIBERA TO WS-ATPC161-FECHA
                 PERFORM ATPC161-PROXIMO-DIA-HABIL
                 MOVE WS-ATPC161-FECHA-HABIL
                   TO WS-ATPC964-ENT-FECLIBERA
                 SUBTRACT 1 FROM WS-ATPC964-DIAS-RESTAN
              END-PERFORM
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC964-APLICAR-PAGO
      *----------------------------------------------------------------
      * maestro de devengos, comision de las cuotas de servicio
      * pendientes, capital como el resto del saldo -- y
      * reparte el pago segun la cascada de la entidad; el excedente
      * sobre la deuda total cubre la deuda de los saldos en monedas
      * adicionales y lo que queda se imputa a capital. El pago en
      * moneda adicional pasa antes por el saldo de su moneda
      *----------------------------------------------------------------
       ATPC964-APLICAR-PAGO.
           MOVE ZEROES TO WS-ATPC964-DEUDA-INTERES
                          WS-ATPC964-DEUDA-COMISION
                          WS-ATPC964-DEUDA-CAPITAL
           IF WS-ATPC964-SAL-CLAVE = WS-ATPC964-PAG-CLAVE
              IF WS-ATPC964-ACU-CLAVE = WS-ATPC964-PAG-CLAVE
              AND ACU-ACUMULADO > ZEROES
                 MOVE ACU-ACUMULADO TO WS-ATPC964-DEUDA-INTERES
              END-IF
              MOVE WS-ATPC964-COM-PENDIENTE
                TO WS-ATPC964-DEUDA-COMISION
              IF SAL-SALDO > WS-ATPC964-DEUDA-INTERES
                            + WS-ATPC964-DEUDA-COMISION
                 COMPUTE WS-ATPC964-DEUDA-CAPITAL =
                    SAL-SALDO - WS-ATPC964-DEUDA-INTERES
                    - WS-ATPC964-DEUDA-COMISION
              END-IF
           END-IF

           INITIALIZE PAG-APLICADOS-REG
           MOVE PAG-ENT-CODENT       TO APL-CODENT
           MOVE PAG-ENT-NUMCUENTA    TO APL-NUMCUENTA
           MOVE WS-ATPC964-PAG-EQUIV TO APL-IMPORTE
           MOVE PAG-ENT-FECVALOR     TO APL-FECVALOR

           MOVE PAG-ENT-IMPORTE TO WS-ATPC964-RESTO
           IF WS-ATPC964-PAG-EN-MONEDA
              PERFORM ATPC964-APLICAR-EN-MONEDA
           END-IF
           PERFORM VARYING WS-ATPC964-ORD-IDX FROM 1 BY 1
                     UNTIL WS-ATPC964-ORD-IDX > 3
                        OR WS-ATPC964-RESTO = ZEROES
              END-EVALUATE
           END-PERFORM

      * Excedente sobre la deuda reconstruida: cubre la deuda de los
      * saldos en monedas adicionales y el resto queda en capital
           IF WS-ATPC964-RESTO > ZEROES
              PERFORM ATPC964-CUBRIR-MONEDAS
           END-IF
           IF WS-ATPC964-RESTO > ZEROES
              ADD WS-ATPC964-RESTO TO APL-CAPITAL
              MOVE ZEROES TO WS-ATPC964-RESTO
           WRITE PAG-APLICADOS-REG
           ADD 1 TO WS-ATPC964-APLICADOS
                    WS-ATPC964-ENT-APLICADOS
           ADD WS-ATPC964-PAG-EQUIV TO WS-ATPC964-ENT-IMPORTE

           IF WS-ATPC964-EN-AGENCIA
              MOVE "P" TO WS-ATPC964-PGA-TIPO
              PERFORM ATPC964-REGISTRAR-PAGO-AGENCIA
           END-IF

           IF WS-ATPC964-ENT-RETIENE
              PERFORM ATPC964-RETENER-FONDOS
           END-IF

           PERFORM ATPC964-AGREGAR-HISTORIAL

      * Sin saldo en moneda principal no hay minimo que controlar
           IF WS-ATPC964-SAL-CLAVE = WS-ATPC964-PAG-CLAVE
              PERFORM ATPC964-CONTROLAR-MINIMO
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC964-APLICAR-EN-MONEDA
      *----------------------------------------------------------------
      * Pago en moneda adicional: cubre la deuda del saldo de su
      * moneda (o, sin saldo en moneda principal, va entero a ese
      * saldo) y deja en WS-ATPC964-RESTO el sobrante en moneda
      * principal para la cascada
      *----------------------------------------------------------------
       ATPC964-APLICAR-EN-MONEDA.
           MOVE ZEROES TO WS-ATPC964-MON-APLICADO
                          WS-ATPC964-MON-EQUIV
           IF WS-ATPC964-SAL-CLAVE NOT = WS-ATPC964-PAG-CLAVE
              MOVE PAG-ENT-IMPORTE TO WS-ATPC964-MON-APLICADO
           ELSE
              IF WS-ATPC964-MON-IDX > ZEROES
              AND WS-ATPC964-MON-SALDO(WS-ATPC964-MON-IDX) > ZEROES
                 IF PAG-ENT-IMPORTE <
                    WS-ATPC964-MON-SALDO(WS-ATPC964-MON-IDX)
                    MOVE PAG-ENT-IMPORTE TO WS-ATPC964-MON-APLICADO
                 ELSE
                    MOVE WS-ATPC964-MON-SALDO(WS-ATPC964-MON-IDX)
                      TO WS-ATPC964-MON-APLICADO
                 END-IF
              END-IF
           END-IF

           IF WS-ATPC964-MON-APLICADO > ZEROES
              SUBTRACT WS-ATPC964-MON-APLICADO
                  FROM WS-ATPC964-MON-SALDO(WS-ATPC964-MON-IDX)
              IF WS-ATPC964-MON-APLICADO = PAG-ENT-IMPORTE
                 MOVE WS-ATPC964-PAG-EQUIV TO WS-ATPC964-MON-EQUIV
              ELSE
                 COMPUTE WS-ATPC964-MON-EQUIV ROUNDED =
                    WS-ATPC964-MON-APLICADO * WS-ATPC964-PAG-TIPOCAMBIO
              END-IF
              MOVE WS-ATPC964-PAG-TIPOCAMBIO
                TO WS-ATPC964-MON-TIPOCAMBIO
              ADD WS-ATPC964-MON-EQUIV TO APL-CAPITAL
              PERFORM ATPC964-GRABAR-PAGO-MONEDA
           END-IF

           COMPUTE WS-ATPC964-RESTO =
              WS-ATPC964-PAG-EQUIV - WS-ATPC964-MON-EQUIV
           .

      *----------------------------------------------------------------
      * Proceso: ATPC964-CUBRIR-MONEDAS
      *----------------------------------------------------------------
      * El excedente en moneda principal cubre la deuda de los saldos
      * en monedas adicionales de la cuenta, en su orden
      *----------------------------------------------------------------
       ATPC964-CUBRIR-MONEDAS.
           PERFORM VARYING WS-ATPC964-MON-IDX FROM 1 BY 1
                     UNTIL WS-ATPC964-MON-IDX > WS-ATPC964-MON-CANT
                        OR WS-ATPC964-RESTO = ZEROES
              IF WS-ATPC964-MON-SALDO(WS-ATPC964-MON-IDX) > ZEROES
                 PERFORM ATPC964-CUBRIR-MONEDA
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC964-CUBRIR-MONEDA
      *----------------------------------------------------------------
      * Convierte la deuda del saldo a la moneda principal con la
      * cotizacion de la fecha valor: si el excedente la cubre se
      * cancela entera, si no se cancela la parte que alcanza; sin
      * cotizacion el saldo queda como estaba
      *----------------------------------------------------------------
       ATPC964-CUBRIR-MONEDA.
           INITIALIZE WS-ATPC157-CONV
           MOVE WS-ATPC964-MON-CLAMON(WS-ATPC964-MON-IDX)
             TO WS-ATPC157-CONV-MONDESDE
           MOVE WS-ATPC964-ENT-CLAMONUF TO WS-ATPC157-CONV-MONHASTA
           MOVE PAG-ENT-FECVALOR        TO WS-ATPC157-CONV-FECHA
           MOVE WS-ATPC964-MON-SALDO(WS-ATPC964-MON-IDX)
             TO WS-ATPC157-CONV-IMPORTE
           PERFORM ATPC157-CONVERTIR
           IF WS-ATPC157-RETORNO-OK
           AND WS-ATPC157-CONV-TIPOCAMBIO > ZEROES
              MOVE WS-ATPC157-CONV-TIPOCAMBIO
                TO WS-ATPC964-MON-TIPOCAMBIO
              IF WS-ATPC964-RESTO NOT < WS-ATPC157-CONV-CONVERTIDO
                 MOVE WS-ATPC964-MON-SALDO(WS-ATPC964-MON-IDX)
                   TO WS-ATPC964-MON-APLICADO
                 MOVE WS-ATPC157-CONV-CONVERTIDO
                   TO WS-ATPC964-MON-EQUIV
              ELSE
                 COMPUTE WS-ATPC964-MON-APLICADO =
                    WS-ATPC964-RESTO / WS-ATPC964-MON-TIPOCAMBIO
                 MOVE WS-ATPC964-RESTO TO WS-ATPC964-MON-EQUIV
              END-IF
              IF WS-ATPC964-MON-APLICADO > ZEROES
                 SUBTRACT WS-ATPC964-MON-APLICADO
                     FROM WS-ATPC964-MON-SALDO(WS-ATPC964-MON-IDX)
                 SUBTRACT WS-ATPC964-MON-EQUIV FROM WS-ATPC964-RESTO
                 ADD WS-ATPC964-MON-EQUIV TO APL-CAPITAL
                 PERFORM ATPC964-GRABAR-PAGO-MONEDA
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC964-GRABAR-PAGO-MONEDA
      *----------------------------------------------------------------
       ATPC964-GRABAR-PAGO-MONEDA.
           INITIALIZE PGM-PAGOS-MONEDA-REG
           MOVE PAG-ENT-CODENT             TO PGM-CODENT
           MOVE PAG-ENT-NUMCUENTA          TO PGM-NUMCUENTA
           MOVE PAG-ENT-FECVALOR           TO PGM-FECVALOR
           MOVE WS-ATPC964-PAG-CLAMON      TO PGM-CLAMON-PAGO
           MOVE PAG-ENT-IMPORTE            TO PGM-IMPORTE-PAGO
           MOVE WS-ATPC964-MON-CLAMON(WS-ATPC964-MON-IDX)
             TO PGM-CLAMON-SALDO
           MOVE WS-ATPC964-MON-APLICADO    TO PGM-APLICADO
           MOVE WS-ATPC964-MON-TIPOCAMBIO  TO PGM-TIPOCAMBIO
           MOVE WS-ATPC964-MON-EQUIV       TO PGM-EQUIVALENTE
           WRITE PGM-PAGOS-MONEDA-REG
           ADD 1 TO WS-ATPC964-COB-MONEDA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC964-AGREGAR-HISTORIAL
      *----------------------------------------------------------------
      * El pago aplicado (o recuperado) entra al historial en
      * memoria: el duplicado dentro del mismo dia queda cubierto
      *----------------------------------------------------------------
       ATPC964-AGREGAR-HISTORIAL.
           IF WS-ATPC964-HIS-CANT < WS-ATPC964-HIS-MAX
              ADD 1 TO WS-ATPC964-HIS-CANT
              MOVE PAG-ENT-CODENT
                TO WS-ATPC964-HIS-CODENT(WS-ATPC964-HIS-CANT)
              MOVE PAG-ENT-NUMCUENTA
                TO WS-ATPC964-HIS-NUMCUENTA(WS-ATPC964-HIS-CANT)
              MOVE WS-ATPC964-PAG-EQUIV
                TO WS-ATPC964-HIS-IMPORTE(WS-ATPC964-HIS-CANT)
              MOVE PAG-ENT-FECVALOR
                TO WS-ATPC964-HIS-FECVALOR(WS-ATPC964-HIS-CANT)
           ELSE
              PERFORM ATPC964-ALERTA-HISTORIAL
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC964-REGISTRAR-RECUPERO
      *----------------------------------------------------------------
      * Pago sobre cuenta castigada: descuenta el saldo castigado
      * pendiente del maestro (lo que lo excede queda como excedente),
      * agrega el recupero a RECUPERA.DAT y emite sus asientos de
      * ingreso. La cuenta no tiene minimo vigente que controlar. Si
      * el maestro no se puede regrabar, el recupero no se asienta y
      * el pago va a suspenso con motivo 05.
      *----------------------------------------------------------------
       ATPC964-REGISTRAR-RECUPERO.
           IF PAG-ENT-IMPORTE > CTM-IMPCASTIGO
              MOVE CTM-IMPCASTIGO TO WS-ATPC964-RECUPERADO
           ELSE
              MOVE PAG-ENT-IMPORTE TO WS-ATPC964-RECUPERADO
           END-IF
           COMPUTE WS-ATPC964-EXCEDENTE =
              PAG-ENT-IMPORTE - WS-ATPC964-RECUPERADO

           SUBTRACT WS-ATPC964-RECUPERADO FROM CTM-IMPCASTIGO
           MOVE PAG-ENT-FECVALOR TO CTM-FECULTPAGO
           MOVE PAG-ENT-IMPORTE  TO CTM-IMPULTPAGO
           PERFORM ATPCCTM-REGRABAR-CUENTA
           IF WS-ATPCCTM-RETORNO-ERROR
              ADD 1 TO WS-ATPC964-REC-FALLIDOS
              DISPLAY "ATPC964 - ALERTA: CODENT=[" PAG-ENT-CODENT
                      "] CUENTA=[" PAG-ENT-NUMCUENTA "] -- "
                      WS-ATPCCTM-RETORNO-DESC(1:50)
                      " -- recupero no asentado, pago a suspenso"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
              MOVE 05 TO WS-ATPC964-MOTIVO
              PERFORM ATPC964-GRABAR-SUSPENSO
           ELSE
              PERFORM ATPC964-ASENTAR-RECUPERO
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC964-ASENTAR-RECUPERO
      *----------------------------------------------------------------
      * Con la marca del maestro ya regrabada: fila de RECUPERA.DAT y
      * de RECUPDIA.DAT, pareja de asientos, base de agencias e
      * historial en memoria
      *----------------------------------------------------------------
       ATPC964-ASENTAR-RECUPERO.
           INITIALIZE REC-RECUPEROS-REG
           MOVE PAG-ENT-CODENT        TO REC-CODENT
           MOVE PAG-ENT-NUMCUENTA     TO REC-NUMCUENTA
           MOVE PAG-ENT-IMPORTE       TO REC-IMPORTE
           MOVE PAG-ENT-FECVALOR      TO REC-FECVALOR
           MOVE WS-ATPC964-HOY        TO REC-FECPROCESO
           MOVE CTM-CODAGENCIA        TO REC-CODAGENCIA
           MOVE CTM-FECCASTIGO        TO REC-FECCASTIGO
           MOVE WS-ATPC964-RECUPERADO TO REC-RECUPERADO
           MOVE WS-ATPC964-EXCEDENTE  TO REC-EXCEDENTE
           MOVE CTM-IMPCASTIGO        TO REC-PENDIENTE
           WRITE REC-RECUPEROS-REG

           INITIALIZE REC-DIA-REG
           MOVE PAG-ENT-CODENT        TO RDI-CODENT
           MOVE PAG-ENT-NUMCUENTA     TO RDI-NUMCUENTA
           MOVE PAG-ENT-IMPORTE       TO RDI-IMPORTE
           MOVE PAG-ENT-FECVALOR      TO RDI-FECVALOR
           WRITE REC-DIA-REG

           MOVE "RCP"                 TO WS-ATPC964-AST-ORIGEN
           MOVE WS-ATPC964-RECUPERADO TO WS-ATPC964-AST-IMPORTE
           PERFORM ATPC964-GRABAR-PAREJA
           MOVE "RCX"                 TO WS-ATPC964-AST-ORIGEN
           MOVE WS-ATPC964-EXCEDENTE  TO WS-ATPC964-AST-IMPORTE
           PERFORM ATPC964-GRABAR-PAREJA

           ADD 1 TO WS-ATPC964-RECUPEROS
           ADD PAG-ENT-IMPORTE TO WS-ATPC964-REC-IMPORTE

           IF WS-ATPC964-EN-AGENCIA
              MOVE "R" TO WS-ATPC964-PGA-TIPO
              PERFORM ATPC964-REGISTRAR-PAGO-AGENCIA
           END-IF

           PERFORM ATPC964-AGREGAR-HISTORIAL

           MOVE SPACES TO WS-ATPC964-LINEA
           STRING "ATPC964 - RECUPERO CODENT=["   DELIMITED BY SIZE
                  PAG-ENT-CODENT                  DELIMITED BY SIZE
                  "] CUENTA=["                    DELIMITED BY SIZE
                  PAG-ENT-NUMCUENTA               DELIMITED BY SIZE
                  "] IMPORTE=["                   DELIMITED BY SIZE
                  PAG-ENT-IMPORTE                 DELIMITED BY SIZE
                  "] PENDIENTE=["                 DELIMITED BY SIZE
                  CTM-IMPCASTIGO                  DELIMITED BY SIZE
                  "]"                             DELIMITED BY SIZE
             INTO WS-ATPC964-LINEA
           WRITE RPT-ATPC964-REG FROM WS-ATPC964-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC964-REGISTRAR-PAGO-AGENCIA
      *----------------------------------------------------------------
      * El pago sobre cuenta asignada a agencia queda en la base de
      * comisiones con la agencia y la fecha de asignacion vigentes
      *----------------------------------------------------------------
       ATPC964-REGISTRAR-PAGO-AGENCIA.
           INITIALIZE PGA-PAGOS-AGENCIA-REG
           MOVE PAG-ENT-CODENT        TO PGA-CODENT
           MOVE PAG-ENT-NUMCUENTA     TO PGA-NUMCUENTA
           MOVE CTM-CODAGENCIA        TO PGA-CODAGENCIA
           MOVE CTM-FECASIGNA         TO PGA-FECASIGNA
           MOVE WS-ATPC964-PGA-TIPO   TO PGA-TIPO
           MOVE WS-ATPC964-PAG-EQUIV  TO PGA-IMPORTE
           MOVE PAG-ENT-FECVALOR      TO PGA-FECVALOR
           MOVE WS-ATPC964-HOY        TO PGA-FECPROCESO
           WRITE PGA-PAGOS-AGENCIA-REG
           ADD 1 TO WS-ATPC964-PAG-AGENCIA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC964-RETENER-FONDOS
      *----------------------------------------------------------------
      * El pago recien aplicado queda retenido hasta la fecha de
      * liberacion de la entidad, con su imputacion en la cascada
      *----------------------------------------------------------------
       ATPC964-RETENER-FONDOS.
           INITIALIZE RTN-RETENCIONES-REG
           MOVE APL-CODENT               TO RTN-CODENT
           MOVE APL-NUMCUENTA            TO RTN-NUMCUENTA
           MOVE APL-IMPORTE              TO RTN-IMPORTE
           MOVE APL-FECVALOR             TO RTN-FECVALOR
           MOVE APL-INTERES              TO RTN-INTERES
           MOVE APL-COMISION             TO RTN-COMISION
           MOVE APL-CAPITAL              TO RTN-CAPITAL
           MOVE WS-ATPC964-HOY           TO RTN-FECRETIENE
           MOVE WS-ATPC964-ENT-FECLIBERA TO RTN-FECLIBERA
           WRITE RTN-RETENCIONES-REG
           ADD 1 TO WS-ATPC964-RETENIDOS
           ADD APL-IMPORTE TO WS-ATPC964-RTN-IMPORTE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC964-GRABAR-PAREJA
      *----------------------------------------------------------------
      * Escribe las dos patas del asiento del recupero; el importe en
      * cero no genera asiento
      *----------------------------------------------------------------
       ATPC964-GRABAR-PAREJA.
           IF WS-ATPC964-AST-IMPORTE > ZEROES
              INITIALIZE AST-RECUPEROS-REG
              MOVE "AST"                  TO AST-TIPO
              MOVE PAG-ENT-CODENT         TO AST-CODENT
              MOVE WS-ATPC964-AST-ORIGEN  TO AST-ORIGEN
              MOVE "D"                    TO AST-DEBHAB
              MOVE WS-ATPC964-ENT-CONTCUR TO AST-CONTCUR
              MOVE WS-ATPC964-AST-IMPORTE TO AST-IMPORTE
              MOVE WS-ATPC964-HOY         TO AST-FECHA
              MOVE PAG-ENT-NUMCUENTA      TO AST-REFERENCIA
              WRITE AST-RECUPEROS-REG

              MOVE "H"                    TO AST-DEBHAB
              WRITE AST-RECUPEROS-REG
           END-IF
           .

      *----------------------------------------------------------------
           MOVE PAG-ENT-CODENT TO WS-ATPCPMN-CODENT
           MOVE SPACES         TO WS-ATPCPMN-LINEA
           MOVE SAL-SALDO      TO WS-ATPCPMN-SALDO
      * Tipo de tarjeta de la cuenta, si el maestro la trajo
           IF WS-ATPCCTM-RETORNO-OK
           AND CTM-CODENT    = PAG-ENT-CODENT
           AND CTM-NUMCUENTA = PAG-ENT-NUMCUENTA
              MOVE CTM-CODMAR  TO WS-ATPCPMN-CODMAR
              MOVE CTM-INDTIPT TO WS-ATPCPMN-INDTIPT
           END-IF
           PERFORM ATPCPMN-CALCULAR-PAGO-MINIMO

           IF WS-ATPCPMN-RETORNO-OK
           AND WS-ATPCPMN-APLICA
           AND WS-ATPC964-PAG-EQUIV < WS-ATPCPMN-PAGO-MINIMO
              ADD 1 TO WS-ATPC964-FALTANTES
              INITIALIZE PAG-FALTANTES-REG
              MOVE PAG-ENT-CODENT        TO FAL-CODENT
              MOVE PAG-ENT-NUMCUENTA     TO FAL-NUMCUENTA
              MOVE WS-ATPC964-PAG-EQUIV  TO FAL-IMPORTE
              MOVE WS-ATPCPMN-PAGO-MINIMO TO FAL-MINIMO
              COMPUTE FAL-FALTANTE =
                 WS-ATPCPMN-PAGO-MINIMO - WS-ATPC964-PAG-EQUIV
              WRITE PAG-FALTANTES-REG
           END-IF
           .
      *----------------------------------------------------------------
      * Proceso: ATPC964-EXTENDER-HISTORIAL
      *----------------------------------------------------------------
      * Agrega al historial persistente los pagos aplicados y los
      * recuperos asentados por esta corrida (PAGAPL.DAT y
      * RECUPDIA.DAT, ambos propios de la corrida; la depuracion por
      * antiguedad es tarea de la retencion operativa)
      *----------------------------------------------------------------
       ATPC964-EXTENDER-HISTORIAL.
           OPEN EXTEND PAG-HISTORIAL
                 END-PERFORM
                 CLOSE PAG-APLICADOS
              END-IF
              OPEN INPUT REC-DIA
              IF WS-ATPC964-RDI-STATUS = "00"
                 SET WS-ATPC964-FIN-PAGOS TO FALSE
                 PERFORM UNTIL WS-ATPC964-FIN-PAGOS
                    READ REC-DIA
                        AT END
                           SET WS-ATPC964-FIN-PAGOS TO TRUE
                        NOT AT END
                           INITIALIZE PAG-HISTORIAL-REG
                           MOVE RDI-CODENT    TO HIS-CODENT
                           MOVE RDI-NUMCUENTA TO HIS-NUMCUENTA
                           MOVE RDI-IMPORTE   TO HIS-IMPORTE
                           MOVE RDI-FECVALOR  TO HIS-FECVALOR
                           WRITE PAG-HISTORIAL-REG
                    END-READ
                 END-PERFORM
                 CLOSE REC-DIA
              END-IF
              CLOSE PAG-HISTORIAL
           END-IF
           .
           .

       COPY "ATPC021-PR".
       COPY "ATPC157-PR".
       COPY "ATPC158-PR".
       COPY "ATPC165-PR".
       COPY "ATPC161-PR".
       COPY "ATPCPMN-PR".
       COPY "ATPCPRC-PR".
       COPY "ATPCCTM-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
