      * regularizar la mora; en ambos casos el registro mas reciente
      * deja de ser V y la cuenta vuelve a TACOMINTAD.
      *
      * Precios por tipo de tarjeta: la cuenta cuyo tipo de tarjeta
      * (CODMAR + INDTIPT del maestro CTAMAE.DAT) tiene tasa propia
      * en PRECIOS.DAT (ver ATPCPRC-PRC.cpy) devenga su saldo deudor
      * a esa tasa en lugar de TACOMINTAD; el plan de pago y la
      * promocion se aplican sobre ella igual que sobre TACOMINTAD.
      * Sin tipo de tarjeta o sin tasa propia rige la de la entidad.
      *
      * Promociones de tasa: la promocion vigente en el dia en
      * PROMOS.DAT (incorporada por ATPC837, ver ATPCPRO-PRO.cpy) se
      * dirige al TIPOFAC de su campana. Como el saldo diario no se
      * abre por tipo de factura, al cargar cada promocion se arma su
      * saldo promocional con los movimientos de ese TIPOFAC de la
      * cuenta en el historico MOVHIST.DAT (ATPC860) desde PRO-FECINI
      * hasta hoy: los normales suman y las correcciones (INDNORCOR
      * 0) y los de signo "-" restan, con piso en cero. Lo archivado
      * en MOVHIST.ARC no se lee: la campana no dura mas que la
      * permanencia en linea del historico. El saldo deudor se
      * devenga por tramos: cada promocion cuya tasa es menor a la
      * que correspondia (TACOMINTAD o la del plan), de la menor
      * tasa a la mayor, toma lo menor entre su saldo promocional y
      * lo que queda del saldo deudor; con varias promociones del
      * mismo TIPOFAC rige la de menor tasa. Lo que queda devenga a
      * la tasa que correspondia y DEV-TASA informa la tasa efectiva
      * ponderada. Sin MOVHIST.DAT disponible la promocion alcanza al
      * saldo deudor completo, se alerta y la corrida termina con
      * RC 4. El interes resignado del dia (cada tramo por la
      * diferencia de tasas) se agrega, en las corridas reales, al
      * historial PROMDEV.DAT que
      * ATPC839 resume por campana; al arrancar se descarta del
      * historial lo ya emitido con la fecha del dia (lo no cubierto
      * por el checkpoint, si la corrida reanuda) para no duplicarlo.
      *
      * Cuentas castigadas: la cuenta marcada castigada en el maestro
      * CTAMAE.DAT (ATPC800) ya salio del balance y no devenga; se
      * saltea sin registro de devengo y se cuenta aparte en el
      * resumen. Sin maestro disponible se devenga como siempre.
      * Igual tratamiento para la cuenta en estado especial
      * (fallecido, quiebra o fraude, registrado bajo control dual en
      * ATPC835): no devenga y se cuenta aparte.
      *
      * Modo ensayo: con "S" en la primera posicion de ENSAYO.PRM
      * (y un CODENT opcional en las posiciones 2-5 para acotar a una
      * entidad), la corrida NO toca las salidas reales: los devengos
      * ATPC902 verifica que la configuracion exista; esto prueba que
      * la configuracion se comporta.
      *
      * Saldos en monedas adicionales: terminado el saldo principal,
      * las corridas reales devengan cada saldo de SALDMON.DAT (ver
      * ATPCMON-MON.cpy) en su propia moneda y lo escriben en
      * DEVMON.DAT, mismo registro que DEVENGO.DAT mas la moneda. Solo
      * devenga la moneda asentada en los saldos por moneda del
      * maestro (CTM-MON, ATPC972) de una cuenta no castigada ni en
      * estado especial; la tasa es la de la entidad o la propia del
      * tipo de tarjeta y el saldo acreedor sigue la regla INDABOREAL
      * del saldo principal. El plan de pago y la promocion se pactan
      * sobre la moneda principal y no alcanzan a las adicionales.
      * DEVMON.DAT se regraba completo en cada corrida real (tambien
      * en la reanudacion); el ensayo no lo toca.
      *
      * Reanudacion: cada 1000 saldos procesados se graba el
      * checkpoint ATPC951.CKP (posicion de entrada, contadores y el
      * corte de entidad en curso), con la misma disciplina que los
           SELECT PLA-PLANES ASSIGN TO "PLANPAGO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC951-PLA-STATUS.
      * Registro de promociones de tasa -- ver ATPCPRO-PRO.cpy
           SELECT PRO-PROMOCIONES ASSIGN TO "PROMOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC951-PRO-STATUS.
      * Historico de movimientos, para el saldo promocional -- ver
      * ATPCMVH-MVH.cpy
           SELECT MVH-HISTORICO ASSIGN TO "MOVHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MVH-CLAVE
               FILE STATUS IS WS-ATPC951-MVH-STATUS.
      * Historial de interes resignado por promociones y su auxiliar
      * de depuracion
           SELECT RES-PROMDEV ASSIGN TO "PROMDEV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC951-RES-STATUS.
           SELECT TMP-PROMDEV ASSIGN TO "PROMDEV.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC951-TMR-STATUS.
           SELECT SAL-DIARIOS ASSIGN TO "SALDIAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC951-SAL-STATUS.
      * Maestro de cuentas, para saltear las castigadas -- ver
      * ATPCCTM-CTM.cpy
           SELECT CTM-MAESTRO ASSIGN TO "CTAMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTM-CLAVE
               FILE STATUS IS WS-ATPCCTM-STATUS.
      * Auxiliar de reposicionamiento de la salida en la reanudacion
           SELECT TMP-REPOSICION ASSIGN TO "ATPC951.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT DEV-DEVENGOS ASSIGN TO "DEVENGO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC951-DEV-STATUS.
      * Saldos por moneda adicional -- ver ATPCMON-MON.cpy -- y su
      * devengo diario
           SELECT MON-SALDOS ASSIGN TO "SALDMON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC951-MON-STATUS.
           SELECT DVM-DEVENGOS ASSIGN TO "DEVMON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC951-DVM-STATUS.
           SELECT RPT-ATPC951 ASSIGN TO "ATPC951.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Precios propios por tipo de tarjeta -- ver ATPCPRC-PRC.cpy
           SELECT PRC-PRECIOS ASSIGN TO "PRECIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCPRC-STATUS.
           SELECT CTL-CARGAS ASSIGN TO "ATPCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCCTL-STATUS.
       COPY "ATPCDIF-DIF".
       COPY "ATPCEXC-EXC".

       COPY "ATPCCTM-CTM".
       COPY "ATPCPRC-PRC".
       COPY "ATPCPRO-PRO".
       COPY "ATPCMVH-MVH".
       COPY "ATPCMON-MON".

       FD  PRM-ENSAYO
           RECORDING MODE IS F.
       01  PRM-ENSAYO-REG.
           05  CKP-ENT-BASE-CRE               PIC 9(12)V99.
           05  CKP-ENT-DEV-DEB                PIC 9(12)V9(04).
           05  CKP-ENT-DEV-CRE                PIC 9(12)V9(04).
           05  CKP-CASTIGADAS                 PIC 9(06).
           05  CKP-ESPECIALES                 PIC 9(06).
           05  CKP-CON-PROMO                  PIC 9(06).
           05  CKP-RES-FECHA                  PIC X(10).
           05  CKP-CON-PRECIO                 PIC 9(06).

       FD  PRM-ATPC951
           RECORDING MODE IS F.
           05  PLA-CODOPER                    PIC X(08).
           05  PLA-FECALTA                    PIC 9(08).

       FD  RES-PROMDEV
           RECORDING MODE IS F.
       01  RES-PROMDEV-REG.
           05  RES-CAMPANA                    PIC X(08).
           05  RES-CODENT                     PIC X(04).
           05  RES-NUMCUENTA                  PIC X(16).
           05  RES-TIPOFAC                    PIC 9(04).
           05  RES-FECHA                      PIC X(10).
           05  RES-SALDO                      PIC 9(09)V99.
           05  RES-TASA-BASE                  PIC 9(03)V9(04).
           05  RES-TASA-PROMO                 PIC 9(03)V9(04).
           05  RES-RESIGNADO                  PIC 9(09)V9(04).

       FD  TMP-PROMDEV
           RECORDING MODE IS F.
       01  TMP-PROMDEV-REG                    PIC X(80).

       FD  SAL-DIARIOS
           RECORDING MODE IS F.
       01  SAL-DIARIOS-REG.
           05  DEV-DEVENGO                    PIC S9(09)V9(04).
           05  DEV-INDABOREAL                 PIC X(01).

       FD  DVM-DEVENGOS
           RECORDING MODE IS F.
       01  DVM-DEVENGOS-REG.
           05  DVM-CODENT                     PIC X(04).
           05  DVM-NUMCUENTA                  PIC X(16).
           05  DVM-CLAMON                     PIC 9(03).
           05  DVM-SALDO-BASE                 PIC S9(09)V99.
           05  DVM-TASA                       PIC 9(03)V9(04).
           05  DVM-DEVENGO                    PIC S9(09)V9(04).
           05  DVM-INDABOREAL                 PIC X(01).

       FD  RPT-ATPC951
           RECORDING MODE IS F.
       01  RPT-ATPC951-REG                    PIC X(130).

       COPY "ATPC021-WS".
       COPY "ATPC163-WS".
       COPY "ATPCCTM-WS".
       COPY "ATPCPRC-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       77  WS-ATPC951-SAL-STATUS              PIC X(02).
       77  WS-ATPC951-DEV-STATUS              PIC X(02).
       77  WS-ATPC951-TMP-STATUS              PIC X(02).
       77  WS-ATPC951-PRO-STATUS              PIC X(02).
       77  WS-ATPC951-MVH-STATUS              PIC X(02).
       77  WS-ATPC951-RES-STATUS              PIC X(02).
       77  WS-ATPC951-TMR-STATUS              PIC X(02).
       77  WS-ATPC951-MON-STATUS              PIC X(02).
       77  WS-ATPC951-DVM-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC951-FIN-ENTRADA          VALUE 1
               10  WS-ATPC951-PLA-FECINI      PIC X(10).
               10  WS-ATPC951-PLA-ESTADO      PIC X(01).

      * Promociones de tasa vigentes en el dia (PROMOS.DAT)
       78  WS-ATPC951-PRO-MAX                 VALUE 5000.
       77  WS-ATPC951-PRO-CANT                PIC 9(04) VALUE 0.
       77  WS-ATPC951-PRO-IDX                 PIC 9(04).
       77  WS-ATPC951-PRO-J                   PIC 9(04).
       01  WS-ATPC951-PROMOCIONES.
           05  WS-ATPC951-PRO OCCURS 5000 TIMES.
               10  WS-ATPC951-PRO-CODENT      PIC X(04).
               10  WS-ATPC951-PRO-NUMCUENTA   PIC X(16).
               10  WS-ATPC951-PRO-CAMPANA     PIC X(08).
               10  WS-ATPC951-PRO-TIPOFAC     PIC 9(04).
               10  WS-ATPC951-PRO-TASA        PIC 9(03)V9(04).
      * Saldo promocional (movimientos del TIPOFAC desde PRO-FECINI)
      * y marca de promocion ya aplicada al saldo en curso
               10  WS-ATPC951-PRO-SALDO       PIC 9(09)V99.
               10  WS-ATPC951-PRO-USADA       PIC X(01).

      * Historico de movimientos para el saldo promocional
       01  FILLER                             PIC X(01).
           88 WS-ATPC951-MVH-DISPONIBLE       VALUE "S"
              WHEN SET TO FALSE "N".
       01  FILLER                             PIC X(01).
           88 WS-ATPC951-FIN-MOVHIST          VALUE "S"
              WHEN SET TO FALSE "N".
       77  WS-ATPC951-MVH-SALDO               PIC S9(11)V99.

      * Devengo por tramos del saldo deudor: lo que queda sin tramo
      * promocional, el tramo en curso y la suma de saldo por tasa
       77  WS-ATPC951-REMANENTE               PIC 9(09)V99.
       77  WS-ATPC951-TRAMO                   PIC 9(09)V99.
       77  WS-ATPC951-PONDERADO               PIC 9(12)V9(06).

      * Tasa que correspondia a la cuenta antes de la promocion y
      * registros del dia a conservar al depurar PROMDEV.DAT (la
      * fecha de la corrida reanudada es la del checkpoint)
       77  WS-ATPC951-TASA-BASE               PIC 9(03)V9(04).
       77  WS-ATPC951-RES-CONSERVAR           PIC 9(06).
       77  WS-ATPC951-RES-FECHA               PIC X(10).

      * Fecha del dia en AAAA-MM-DD, para la vigencia de los planes
       01  WS-ATPC951-HOY.
           05  WS-ATPC951-HOY-AAAA            PIC 9(04).
       77  WS-ATPC951-SIN-ENTIDAD             PIC 9(06) VALUE 0.
       77  WS-ATPC951-SIN-DEVENGO             PIC 9(06) VALUE 0.
       77  WS-ATPC951-CON-PLAN                PIC 9(06) VALUE 0.
       77  WS-ATPC951-CASTIGADAS              PIC 9(06) VALUE 0.
       77  WS-ATPC951-ESPECIALES              PIC 9(06) VALUE 0.
       77  WS-ATPC951-CON-PROMO               PIC 9(06) VALUE 0.
       77  WS-ATPC951-CON-PRECIO              PIC 9(06) VALUE 0.

      * Devengo de saldos en monedas adicionales
       77  WS-ATPC951-MON-LEIDOS              PIC 9(06) VALUE 0.
       77  WS-ATPC951-MON-DEVENGADOS          PIC 9(06) VALUE 0.
       77  WS-ATPC951-MON-OMITIDOS            PIC 9(06) VALUE 0.
       77  WS-ATPC951-MON-ENT-ANT             PIC X(04).
       01  FILLER                             PIC X(01).
           88 WS-ATPC951-MON-ASENTADA         VALUE "S"
              WHEN SET TO FALSE "N".

      * Modo ensayo y su filtro de entidad (ENSAYO.PRM)
       01  FILLER                             PIC X(01).

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC021-CARGAR-ARREGLO
           PERFORM ATPCPRC-CARGAR-TABLA
           PERFORM ATPC951-LEER-PARAMETROS
           PERFORM ATPC951-LEER-ENSAYO
           PERFORM ATPC951-CARGAR-PLANES
           PERFORM ATPCCTM-ABRIR-CONSULTA

           ACCEPT WS-ATPC951-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC951-HOY-G1 WS-ATPC951-HOY-G2
           MOVE WS-ATPC951-HOY-AMD-AAAA TO WS-ATPC951-HOY-AAAA
           MOVE WS-ATPC951-HOY-AMD-MM   TO WS-ATPC951-HOY-MM
           MOVE WS-ATPC951-HOY-AMD-DD   TO WS-ATPC951-HOY-DD
           MOVE WS-ATPC951-HOY          TO WS-ATPC951-RES-FECHA
           PERFORM ATPC951-CARGAR-PROMOCIONES

           IF NOT WS-ATPC951-ENSAYO
              PERFORM ATPC951-LEER-CHECKPOINT
              PERFORM ATPC951-DEPURAR-PROMDEV
           END-IF

           OPEN INPUT SAL-DIARIOS
                    PERFORM ATPC951-REPOSICIONAR-DEVENGOS
                    OPEN EXTEND DEV-DEVENGOS
                    OPEN EXTEND RPT-ATPC951
                    OPEN EXTEND RES-PROMDEV
                    PERFORM ATPC951-SALTEAR-PROCESADOS
                 WHEN OTHER
                    OPEN OUTPUT DEV-DEVENGOS
                                RPT-ATPC951
                    OPEN EXTEND RES-PROMDEV
                    MOVE SPACES TO WS-ATPC951-ENT-ANT
              END-EVALUATE

                     WS-ATPC951-SIN-DEVENGO   DELIMITED BY SIZE
                     "  CON PLAN: "           DELIMITED BY SIZE
                     WS-ATPC951-CON-PLAN      DELIMITED BY SIZE
                     "  CASTIGADAS: "         DELIMITED BY SIZE
                     WS-ATPC951-CASTIGADAS    DELIMITED BY SIZE
                INTO WS-ATPC951-LINEA
              WRITE RPT-ATPC951-REG FROM WS-ATPC951-LINEA
              DISPLAY WS-ATPC951-LINEA
              MOVE SPACES TO WS-ATPC951-LINEA
              STRING " ESTADO ESPECIAL: "     DELIMITED BY SIZE
                     WS-ATPC951-ESPECIALES    DELIMITED BY SIZE
                     "  CON PROMOCION: "      DELIMITED BY SIZE
                     WS-ATPC951-CON-PROMO     DELIMITED BY SIZE
                     "  CON TASA DE TIPO DE TARJETA: "
                                              DELIMITED BY SIZE
                     WS-ATPC951-CON-PRECIO    DELIMITED BY SIZE
                INTO WS-ATPC951-LINEA
              WRITE RPT-ATPC951-REG FROM WS-ATPC951-LINEA
              DISPLAY WS-ATPC951-LINEA
                       RPT-ATPC951
                 CLOSE SAL-DIARIOS
              ELSE
                 PERFORM ATPC951-DEVENGAR-MONEDAS
                 PERFORM ATPC951-GRABAR-ULTIMA
                 CLOSE DEV-DEVENGOS
                       RPT-ATPC951
                       RES-PROMDEV
                 CLOSE SAL-DIARIOS
                 PERFORM ATPC951-BORRAR-CHECKPOINT
              END-IF
           END-IF
           PERFORM ATPCCTM-CERRAR-CONSULTA

           DISPLAY
           "- ATPC951: DEVENGAMIENTO FINALIZADO                       -"
              PERFORM ATPC951-ABRIR-ENTIDAD
           END-IF

           IF WS-ATPC951-ENT-VALIDA
              MOVE SAL-CODENT    TO WS-ATPCCTM-CODENT
              MOVE SAL-NUMCUENTA TO WS-ATPCCTM-NUMCUENTA
              PERFORM ATPCCTM-CONSULTAR-CUENTA
           END-IF

           EVALUATE TRUE
              WHEN NOT WS-ATPC951-ENT-VALIDA
                 ADD 1 TO WS-ATPC951-SIN-ENTIDAD
      * La cuenta castigada no devenga
              WHEN WS-ATPCCTM-RETORNO-OK AND CTM-CASTIGADA
                 ADD 1 TO WS-ATPC951-CASTIGADAS
      * Ni la cuenta en estado especial
              WHEN WS-ATPCCTM-RETORNO-OK AND CTM-ESPECIAL
                 ADD 1 TO WS-ATPC951-ESPECIALES
              WHEN OTHER
                 PERFORM ATPC951-DEVENGAR-CUENTA
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC951-DEVENGAR-CUENTA
      *----------------------------------------------------------------
       ATPC951-DEVENGAR-CUENTA.
           ADD 1 TO WS-ATPC951-ENT-CUENTAS

           INITIALIZE DEV-DEVENGOS-REG
           MOVE SAL-CODENT            TO DEV-CODENT
           MOVE SAL-NUMCUENTA         TO DEV-NUMCUENTA
           MOVE SAL-SALDO             TO DEV-SALDO-BASE
           MOVE WS-ATPC951-INDABOREAL TO DEV-INDABOREAL

           EVALUATE TRUE
              WHEN SAL-SALDO >= ZEROES
                 ADD SAL-SALDO TO WS-ATPC951-ENT-BASE-DEB
                 MOVE WS-ATPC951-TASA TO DEV-TASA
      * La tasa propia del tipo de tarjeta reemplaza a TACOMINTAD
                 IF WS-ATPCCTM-RETORNO-OK
                    MOVE SAL-CODENT  TO WS-ATPCPRC-CODENT
                    MOVE CTM-CODMAR  TO WS-ATPCPRC-CODMAR
                    MOVE CTM-INDTIPT TO WS-ATPCPRC-INDTIPT
                    PERFORM ATPCPRC-BUSCAR-PRECIO
                    IF WS-ATPCPRC-RETORNO-OK
                    AND WS-ATPCPRC-CON-TASA
                       ADD 1 TO WS-ATPC951-CON-PRECIO
                       MOVE WS-ATPCPRC-TASA TO DEV-TASA
                    END-IF
                 END-IF
      * La cuenta con plan de pago vigente devenga a la tasa del plan
                 PERFORM ATPC951-BUSCAR-PLAN
                 IF WS-ATPC951-PLA-IDX > ZEROES
                    ADD 1 TO WS-ATPC951-CON-PLAN
                    MOVE WS-ATPC951-PLA-TASA(WS-ATPC951-PLA-IDX)
                      TO DEV-TASA
                 END-IF
      * Las promociones vigentes que mejoran la tasa que correspondia
      * rigen sobre el saldo de su TIPOFAC; el resto a esa tasa
                 MOVE DEV-TASA TO WS-ATPC951-TASA-BASE
                 PERFORM ATPC951-DEVENGAR-PROMOCIONES
                 COMPUTE DEV-DEVENGO ROUNDED =
                    WS-ATPC951-PONDERADO / 100
                    / WS-ATPC951-BASE-DIAS
                 IF SAL-SALDO > ZEROES
                    COMPUTE DEV-TASA ROUNDED =
                       WS-ATPC951-PONDERADO / SAL-SALDO
                 END-IF
                 ADD DEV-DEVENGO TO WS-ATPC951-ENT-DEV-DEB
              WHEN WS-ATPC951-INDABOREAL = CT-S
                 SUBTRACT SAL-SALDO FROM WS-ATPC951-ENT-BASE-CRE
                 MOVE WS-ATPC951-TASA-CRE TO DEV-TASA
                 COMPUTE DEV-DEVENGO ROUNDED =
                    SAL-SALDO * WS-ATPC951-TASA-CRE / 100
                    / WS-ATPC951-BASE-DIAS
                 SUBTRACT DEV-DEVENGO FROM WS-ATPC951-ENT-DEV-CRE
              WHEN OTHER
      * Saldo acreedor de una entidad sin abono real: se informa el
      * saldo pero no devenga (antes devengaba como deuda)
                 ADD 1 TO WS-ATPC951-SIN-DEVENGO
                 SUBTRACT SAL-SALDO FROM WS-ATPC951-ENT-BASE-CRE
                 MOVE WS-ATPC951-TASA TO DEV-TASA
                 MOVE ZEROES TO DEV-DEVENGO
           END-EVALUATE

           IF WS-ATPC951-ENSAYO
              WRITE DEV-SOMBRA-REG FROM DEV-DEVENGOS-REG
           ELSE
              WRITE DEV-DEVENGOS-REG
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC951-DEVENGAR-MONEDAS
      *----------------------------------------------------------------
      * Segunda pasada de la corrida real sobre SALDMON.DAT, con los
      * parametros de interes resueltos por entidad igual que en la
      * pasada principal
      *----------------------------------------------------------------
       ATPC951-DEVENGAR-MONEDAS.
           OPEN INPUT MON-SALDOS
           IF WS-ATPC951-MON-STATUS = "00"
              OPEN OUTPUT DVM-DEVENGOS
              MOVE SPACES TO WS-ATPC951-MON-ENT-ANT
              SET WS-ATPC951-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC951-FIN-ENTRADA
                 READ MON-SALDOS
                     AT END
                        SET WS-ATPC951-FIN-ENTRADA TO TRUE
                     NOT AT END
                        ADD 1 TO WS-ATPC951-MON-LEIDOS
                        PERFORM ATPC951-DEVENGAR-SALDO-MONEDA
                 END-READ
              END-PERFORM
              CLOSE DVM-DEVENGOS
              CLOSE MON-SALDOS

              MOVE SPACES TO WS-ATPC951-LINEA
              STRING " SALDOS EN OTRAS MONEDAS: " DELIMITED BY SIZE
                     WS-ATPC951-MON-LEIDOS    DELIMITED BY SIZE
                     "  DEVENGADOS: "         DELIMITED BY SIZE
                     WS-ATPC951-MON-DEVENGADOS DELIMITED BY SIZE
                     "  SIN DEVENGO: "        DELIMITED BY SIZE
                     WS-ATPC951-MON-OMITIDOS  DELIMITED BY SIZE
                INTO WS-ATPC951-LINEA
              WRITE RPT-ATPC951-REG FROM WS-ATPC951-LINEA
              DISPLAY WS-ATPC951-LINEA
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC951-DEVENGAR-SALDO-MONEDA
      *----------------------------------------------------------------
       ATPC951-DEVENGAR-SALDO-MONEDA.
           IF MON-CODENT NOT = WS-ATPC951-MON-ENT-ANT
              MOVE MON-CODENT TO WS-ATPC951-MON-ENT-ANT
              MOVE MON-CODENT TO SAL-CODENT
              PERFORM ATPC951-RESOLVER-PARAMETROS
           END-IF

      * Solo devenga la moneda asentada en el maestro de la cuenta
           SET WS-ATPC951-MON-ASENTADA TO FALSE
           IF WS-ATPC951-ENT-VALIDA
              MOVE MON-CODENT    TO WS-ATPCCTM-CODENT
              MOVE MON-NUMCUENTA TO WS-ATPCCTM-NUMCUENTA
              PERFORM ATPCCTM-CONSULTAR-CUENTA
              IF WS-ATPCCTM-RETORNO-OK
              AND NOT CTM-CASTIGADA
              AND NOT CTM-ESPECIAL
              AND CTM-MON-CANT IS NUMERIC
                 PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > CTM-MON-CANT
                    IF CTM-MON-CLAMON(WS-I) = MON-CLAMON
                       SET WS-ATPC951-MON-ASENTADA TO TRUE
                       MOVE CTM-MON-CANT TO WS-I
                    END-IF
                 END-PERFORM
              END-IF
           END-IF

           IF NOT WS-ATPC951-MON-ASENTADA
              ADD 1 TO WS-ATPC951-MON-OMITIDOS
           ELSE
              INITIALIZE DVM-DEVENGOS-REG
              MOVE MON-CODENT            TO DVM-CODENT
              MOVE MON-NUMCUENTA         TO DVM-NUMCUENTA
              MOVE MON-CLAMON            TO DVM-CLAMON
              MOVE MON-SALDO             TO DVM-SALDO-BASE
              MOVE WS-ATPC951-INDABOREAL TO DVM-INDABOREAL
              EVALUATE TRUE
                 WHEN MON-SALDO >= ZEROES
                    MOVE WS-ATPC951-TASA TO DVM-TASA
                    MOVE MON-CODENT  TO WS-ATPCPRC-CODENT
                    MOVE CTM-CODMAR  TO WS-ATPCPRC-CODMAR
                    MOVE CTM-INDTIPT TO WS-ATPCPRC-INDTIPT
                    PERFORM ATPCPRC-BUSCAR-PRECIO
                    IF WS-ATPCPRC-RETORNO-OK
                    AND WS-ATPCPRC-CON-TASA
                       MOVE WS-ATPCPRC-TASA TO DVM-TASA
                    END-IF
                    COMPUTE DVM-DEVENGO ROUNDED =
                       MON-SALDO * DVM-TASA / 100
                       / WS-ATPC951-BASE-DIAS
                 WHEN WS-ATPC951-INDABOREAL = CT-S
                    MOVE WS-ATPC951-TASA-CRE TO DVM-TASA
                    COMPUTE DVM-DEVENGO ROUNDED =
                       MON-SALDO * WS-ATPC951-TASA-CRE / 100
                       / WS-ATPC951-BASE-DIAS
                 WHEN OTHER
                    MOVE WS-ATPC951-TASA TO DVM-TASA
                    MOVE ZEROES TO DVM-DEVENGO
              END-EVALUATE
              WRITE DVM-DEVENGOS-REG
              ADD 1 TO WS-ATPC951-MON-DEVENGADOS
           END-IF
           .

                        MOVE CKP-SIN-ENTIDAD TO WS-ATPC951-SIN-ENTIDAD
                        MOVE CKP-SIN-DEVENGO TO WS-ATPC951-SIN-DEVENGO
                        MOVE CKP-CON-PLAN    TO WS-ATPC951-CON-PLAN
                        MOVE CKP-CASTIGADAS  TO WS-ATPC951-CASTIGADAS
                        MOVE CKP-ESPECIALES  TO WS-ATPC951-ESPECIALES
                        MOVE CKP-CON-PROMO   TO WS-ATPC951-CON-PROMO
                        MOVE CKP-CON-PRECIO  TO WS-ATPC951-CON-PRECIO
                        MOVE CKP-RES-FECHA   TO WS-ATPC951-RES-FECHA
                        MOVE CKP-ENT-ANT     TO WS-ATPC951-ENT-ANT
                        MOVE CKP-ENT-CUENTAS
                          TO WS-ATPC951-ENT-CUENTAS
      *----------------------------------------------------------------
      * Reposiciona la salida en la reanudacion: de DEVENGO.DAT se
      * conservan solo los registros cubiertos por el checkpoint (un
      * devengo por saldo procesado con entidad valida y cuenta no
      * castigada ni en estado especial; lo escrito entre el ultimo
      * checkpoint y la caida se descarta, porque el lazo principal
      * lo vuelve a emitir); se copia el tramo valido al auxiliar
      * ATPC951.TMP y se regraba el archivo desde alli
      *----------------------------------------------------------------
       ATPC951-REPOSICIONAR-DEVENGOS.
           COMPUTE WS-ATPC951-REP-CANT =
              WS-ATPC951-SALTEAR - WS-ATPC951-SIN-ENTIDAD
                                 - WS-ATPC951-CASTIGADAS
                                 - WS-ATPC951-ESPECIALES

           OPEN OUTPUT TMP-REPOSICION
           OPEN INPUT DEV-DEVENGOS
              MOVE WS-ATPC951-SIN-ENTIDAD  TO CKP-SIN-ENTIDAD
              MOVE WS-ATPC951-SIN-DEVENGO  TO CKP-SIN-DEVENGO
              MOVE WS-ATPC951-CON-PLAN     TO CKP-CON-PLAN
              MOVE WS-ATPC951-CASTIGADAS   TO CKP-CASTIGADAS
              MOVE WS-ATPC951-ESPECIALES   TO CKP-ESPECIALES
              MOVE WS-ATPC951-CON-PROMO    TO CKP-CON-PROMO
              MOVE WS-ATPC951-CON-PRECIO   TO CKP-CON-PRECIO
              MOVE WS-ATPC951-RES-FECHA    TO CKP-RES-FECHA
              MOVE WS-ATPC951-ENT-ANT      TO CKP-ENT-ANT
              MOVE WS-ATPC951-ENT-CUENTAS  TO CKP-ENT-CUENTAS
              MOVE WS-ATPC951-ENT-BASE-DEB TO CKP-ENT-BASE-DEB
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC951-CARGAR-PROMOCIONES
      *----------------------------------------------------------------
      * Carga las promociones de PROMOS.DAT vigentes en el dia; la
      * que no entra en el arreglo devengaria a la tasa plena: se
      * alerta y la corrida queda mala
      *----------------------------------------------------------------
       ATPC951-CARGAR-PROMOCIONES.
           SET WS-ATPC951-MVH-DISPONIBLE TO FALSE
           OPEN INPUT PRO-PROMOCIONES
           IF WS-ATPC951-PRO-STATUS = "00"
              OPEN INPUT MVH-HISTORICO
              IF WS-ATPC951-MVH-STATUS = "00"
                 SET WS-ATPC951-MVH-DISPONIBLE TO TRUE
              ELSE
                 DISPLAY "ATPC951 - ALERTA: historico MOVHIST.DAT no "
                         "disponible -- FILE STATUS:["
                         WS-ATPC951-MVH-STATUS "] -- las promociones "
                         "alcanzan al saldo deudor completo"
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
              PERFORM UNTIL WS-ATPC951-PRO-STATUS NOT = "00"
                 READ PRO-PROMOCIONES
                     AT END
                        MOVE "10" TO WS-ATPC951-PRO-STATUS
                     NOT AT END
                        IF PRO-FECINI <= WS-ATPC951-HOY
                        AND PRO-FECFIN >= WS-ATPC951-HOY
                           PERFORM ATPC951-INCORPORAR-PROMOCION
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE PRO-PROMOCIONES
              IF WS-ATPC951-MVH-DISPONIBLE
                 CLOSE MVH-HISTORICO
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC951-INCORPORAR-PROMOCION
      *----------------------------------------------------------------
       ATPC951-INCORPORAR-PROMOCION.
           IF WS-ATPC951-PRO-CANT < WS-ATPC951-PRO-MAX
              ADD 1 TO WS-ATPC951-PRO-CANT
              MOVE PRO-CODENT
                TO WS-ATPC951-PRO-CODENT(WS-ATPC951-PRO-CANT)
              MOVE PRO-NUMCUENTA
                TO WS-ATPC951-PRO-NUMCUENTA(WS-ATPC951-PRO-CANT)
              MOVE PRO-CAMPANA
                TO WS-ATPC951-PRO-CAMPANA(WS-ATPC951-PRO-CANT)
              MOVE PRO-TIPOFAC
                TO WS-ATPC951-PRO-TIPOFAC(WS-ATPC951-PRO-CANT)
              MOVE PRO-TASA
                TO WS-ATPC951-PRO-TASA(WS-ATPC951-PRO-CANT)
              MOVE "N"
                TO WS-ATPC951-PRO-USADA(WS-ATPC951-PRO-CANT)
              PERFORM ATPC951-SALDO-PROMOCION
           ELSE
              DISPLAY "ATPC951 - ALERTA: el arreglo de promociones "
                      "alcanzo su capacidad maxima ["
                      WS-ATPC951-PRO-MAX "] - hay promociones sin "
                      "aplicar"
              MOVE 12 TO RETURN-CODE
              MOVE "10" TO WS-ATPC951-PRO-STATUS
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC951-SALDO-PROMOCION
      *----------------------------------------------------------------
      * Saldo promocional de la promocion recien cargada: movimientos
      * de su TIPOFAC en el historico de la cuenta desde PRO-FECINI
      * hasta hoy, con piso en cero. Sin historico, el tope es el
      * saldo deudor completo
      *----------------------------------------------------------------
       ATPC951-SALDO-PROMOCION.
           IF NOT WS-ATPC951-MVH-DISPONIBLE
              MOVE 999999999.99
                TO WS-ATPC951-PRO-SALDO(WS-ATPC951-PRO-CANT)
           ELSE
              MOVE ZEROES     TO WS-ATPC951-MVH-SALDO
              MOVE PRO-CODENT    TO MVH-CODENT
              MOVE PRO-NUMCUENTA TO MVH-NUMCUENTA
              MOVE PRO-FECINI    TO MVH-FECHA
              MOVE ZEROES        TO MVH-SECUENCIA
              START MVH-HISTORICO KEY IS NOT LESS THAN MVH-CLAVE
                  INVALID KEY
                     SET WS-ATPC951-FIN-MOVHIST TO TRUE
                  NOT INVALID KEY
                     SET WS-ATPC951-FIN-MOVHIST TO FALSE
              END-START
              PERFORM UNTIL WS-ATPC951-FIN-MOVHIST
                 READ MVH-HISTORICO NEXT RECORD
                     AT END
                        SET WS-ATPC951-FIN-MOVHIST TO TRUE
                     NOT AT END
                        IF MVH-CODENT NOT = PRO-CODENT
                        OR MVH-NUMCUENTA NOT = PRO-NUMCUENTA
                        OR MVH-FECHA > WS-ATPC951-HOY
                           SET WS-ATPC951-FIN-MOVHIST TO TRUE
                        ELSE
                           IF MVH-TIPOFAC = PRO-TIPOFAC
                           AND NOT MVH-AJUSTE
                              IF MVH-SIGNO = "-"
                              OR MVH-INDNORCOR = 0
                                 SUBTRACT MVH-IMPORTE
                                     FROM WS-ATPC951-MVH-SALDO
                              ELSE
                                 ADD MVH-IMPORTE
                                  TO WS-ATPC951-MVH-SALDO
                              END-IF
                           END-IF
                        END-IF
                 END-READ
              END-PERFORM
              IF WS-ATPC951-MVH-SALDO > ZEROES
                 MOVE WS-ATPC951-MVH-SALDO
                   TO WS-ATPC951-PRO-SALDO(WS-ATPC951-PRO-CANT)
              ELSE
                 MOVE ZEROES
                   TO WS-ATPC951-PRO-SALDO(WS-ATPC951-PRO-CANT)
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC951-DEVENGAR-PROMOCIONES
      *----------------------------------------------------------------
      * Reparte el saldo deudor en curso en tramos: cada promocion
      * aplicable, de la menor tasa a la mayor, toma lo menor entre
      * su saldo promocional y lo que queda; una vez aplicada, las
      * demas del mismo TIPOFAC quedan descartadas. Deja en
      * WS-ATPC951-PONDERADO la suma de cada tramo por su tasa mas lo
      * que queda por la tasa que correspondia
      *----------------------------------------------------------------
       ATPC951-DEVENGAR-PROMOCIONES.
           MOVE SAL-SALDO TO WS-ATPC951-REMANENTE
           MOVE ZEROES    TO WS-ATPC951-PONDERADO
           PERFORM ATPC951-BUSCAR-PROMOCION
           PERFORM UNTIL WS-ATPC951-PRO-IDX = ZEROES
                      OR WS-ATPC951-REMANENTE = ZEROES
              IF WS-ATPC951-PRO-SALDO(WS-ATPC951-PRO-IDX)
                 < WS-ATPC951-REMANENTE
                 MOVE WS-ATPC951-PRO-SALDO(WS-ATPC951-PRO-IDX)
                   TO WS-ATPC951-TRAMO
              ELSE
                 MOVE WS-ATPC951-REMANENTE TO WS-ATPC951-TRAMO
              END-IF
              IF WS-ATPC951-TRAMO > ZEROES
                 COMPUTE WS-ATPC951-PONDERADO =
                    WS-ATPC951-PONDERADO + WS-ATPC951-TRAMO
                    * WS-ATPC951-PRO-TASA(WS-ATPC951-PRO-IDX)
                 SUBTRACT WS-ATPC951-TRAMO FROM WS-ATPC951-REMANENTE
                 PERFORM ATPC951-REGISTRAR-RESIGNADO
              END-IF
              PERFORM VARYING WS-ATPC951-PRO-J FROM 1 BY 1
                        UNTIL WS-ATPC951-PRO-J > WS-ATPC951-PRO-CANT
                 IF WS-ATPC951-PRO-CODENT(WS-ATPC951-PRO-J)
                    = SAL-CODENT
                 AND WS-ATPC951-PRO-NUMCUENTA(WS-ATPC951-PRO-J)
                     = SAL-NUMCUENTA
                 AND WS-ATPC951-PRO-TIPOFAC(WS-ATPC951-PRO-J)
                     = WS-ATPC951-PRO-TIPOFAC(WS-ATPC951-PRO-IDX)
                    MOVE "S" TO WS-ATPC951-PRO-USADA(WS-ATPC951-PRO-J)
                 END-IF
              END-PERFORM
              PERFORM ATPC951-BUSCAR-PROMOCION
           END-PERFORM
           COMPUTE WS-ATPC951-PONDERADO =
              WS-ATPC951-PONDERADO
              + WS-ATPC951-REMANENTE * WS-ATPC951-TASA-BASE

      * Las promociones de la cuenta quedan disponibles para la
      * repeticion de la cuenta en la entrada
           PERFORM VARYING WS-ATPC951-PRO-J FROM 1 BY 1
                     UNTIL WS-ATPC951-PRO-J > WS-ATPC951-PRO-CANT
              IF WS-ATPC951-PRO-CODENT(WS-ATPC951-PRO-J) = SAL-CODENT
              AND WS-ATPC951-PRO-NUMCUENTA(WS-ATPC951-PRO-J)
                  = SAL-NUMCUENTA
                 MOVE "N" TO WS-ATPC951-PRO-USADA(WS-ATPC951-PRO-J)
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC951-BUSCAR-PROMOCION
      *----------------------------------------------------------------
      * Deja en WS-ATPC951-PRO-IDX la posicion de la promocion de
      * menor tasa, vigente para la cuenta en curso, aun no aplicada
      * y menor a la tasa que correspondia, o cero si no queda
      * ninguna
      *----------------------------------------------------------------
       ATPC951-BUSCAR-PROMOCION.
           MOVE ZEROES TO WS-ATPC951-PRO-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC951-PRO-CANT
              IF WS-ATPC951-PRO-CODENT(WS-I) = SAL-CODENT
              AND WS-ATPC951-PRO-NUMCUENTA(WS-I) = SAL-NUMCUENTA
              AND WS-ATPC951-PRO-USADA(WS-I) = "N"
              AND WS-ATPC951-PRO-TASA(WS-I) < WS-ATPC951-TASA-BASE
                 IF WS-ATPC951-PRO-IDX = ZEROES
                    MOVE WS-I TO WS-ATPC951-PRO-IDX
                 ELSE
                    IF WS-ATPC951-PRO-TASA(WS-I)
                       < WS-ATPC951-PRO-TASA(WS-ATPC951-PRO-IDX)
                       MOVE WS-I TO WS-ATPC951-PRO-IDX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC951-REGISTRAR-RESIGNADO
      *----------------------------------------------------------------
      * Interes del dia que el tramo promocional resigna frente a la
      * tasa que correspondia; solo las corridas reales lo agregan al
      * historial PROMDEV.DAT
      *----------------------------------------------------------------
       ATPC951-REGISTRAR-RESIGNADO.
           ADD 1 TO WS-ATPC951-CON-PROMO
           IF NOT WS-ATPC951-ENSAYO
              INITIALIZE RES-PROMDEV-REG
              MOVE WS-ATPC951-PRO-CAMPANA(WS-ATPC951-PRO-IDX)
                TO RES-CAMPANA
              MOVE SAL-CODENT            TO RES-CODENT
              MOVE SAL-NUMCUENTA         TO RES-NUMCUENTA
              MOVE WS-ATPC951-PRO-TIPOFAC(WS-ATPC951-PRO-IDX)
                TO RES-TIPOFAC
              MOVE WS-ATPC951-RES-FECHA  TO RES-FECHA
              MOVE WS-ATPC951-TRAMO      TO RES-SALDO
              MOVE WS-ATPC951-TASA-BASE  TO RES-TASA-BASE
              MOVE WS-ATPC951-PRO-TASA(WS-ATPC951-PRO-IDX)
                TO RES-TASA-PROMO
              COMPUTE RES-RESIGNADO ROUNDED =
                 WS-ATPC951-TRAMO * (WS-ATPC951-TASA-BASE
                 - WS-ATPC951-PRO-TASA(WS-ATPC951-PRO-IDX)) / 100
                 / WS-ATPC951-BASE-DIAS
              WRITE RES-PROMDEV-REG
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC951-DEPURAR-PROMDEV
      *----------------------------------------------------------------
      * Antes de agregar al historial PROMDEV.DAT se descartan los
      * registros con la fecha de la corrida que no cubre el
      * checkpoint (todos, si la corrida no reanuda): la repeticion
      * del dia o lo emitido tras el ultimo checkpoint se vuelve a
      * emitir y no debe quedar duplicado. Se copia lo valido al
      * auxiliar PROMDEV.TMP y se regraba el historial desde alli
      *----------------------------------------------------------------
       ATPC951-DEPURAR-PROMDEV.
           MOVE ZEROES TO WS-ATPC951-RES-CONSERVAR
           OPEN OUTPUT TMP-PROMDEV
           OPEN INPUT RES-PROMDEV
           IF WS-ATPC951-RES-STATUS = "00"
              SET WS-ATPC951-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC951-FIN-ENTRADA
                 READ RES-PROMDEV
                     AT END
                        SET WS-ATPC951-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF RES-FECHA NOT = WS-ATPC951-RES-FECHA
                           WRITE TMP-PROMDEV-REG FROM RES-PROMDEV-REG
                        ELSE
                           IF WS-ATPC951-RES-CONSERVAR
                              < WS-ATPC951-CON-PROMO
                              ADD 1 TO WS-ATPC951-RES-CONSERVAR
                              WRITE TMP-PROMDEV-REG
                                 FROM RES-PROMDEV-REG
                           END-IF
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE RES-PROMDEV
           END-IF
           CLOSE TMP-PROMDEV

           OPEN OUTPUT RES-PROMDEV
           OPEN INPUT TMP-PROMDEV
           SET WS-ATPC951-FIN-ENTRADA TO FALSE
           PERFORM UNTIL WS-ATPC951-FIN-ENTRADA
              READ TMP-PROMDEV
                  AT END
                     SET WS-ATPC951-FIN-ENTRADA TO TRUE
                  NOT AT END
                     WRITE RES-PROMDEV-REG FROM TMP-PROMDEV-REG
              END-READ
           END-PERFORM
           CLOSE TMP-PROMDEV
           CLOSE RES-PROMDEV
           .

      *----------------------------------------------------------------
      * Proceso: ATPC951-LEER-PARAMETROS
      *----------------------------------------------------------------

       COPY "ATPC021-PR".
       COPY "ATPC163-PR".
       COPY "ATPCCTM-PR".
       COPY "ATPCPRC-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
