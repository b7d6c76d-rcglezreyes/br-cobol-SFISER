      * de cada cuenta que hoy vive repartida en cuatro archivos
      * planos que cada batch relee de punta a punta --
      *  - saldo del dia            desde SALDIAR.DAT;
      *  - saldos por moneda        desde SALDMON.DAT (ver
      *    ATPCMON-MON.cpy): cada saldo en moneda adicional ocupa su
      *    lugar en CTM-MON; la moneda nueva de la cuenta se agrega
      *    mientras la cuenta no llegue a NUMMAXMONCTA monedas
      *    contando la principal. El registro de una entidad que no
      *    factura en monedas adicionales (INDEXTMON), de una moneda
      *    que no es adicional de la entidad o que excede el maximo
      *    de la cuenta se informa y no se asienta (RC 4). Junto con
      *    el saldo se lleva su tipo de cambio historico contra la
      *    moneda principal (ATPC157 del dia): promedio ponderado
      *    mientras la posicion crece del mismo lado, el mismo si
      *    decrece, y el del dia si es nueva o cambia de signo;
      *  - dias de mora y LINEA     desde CTAMORA.DAT;
      *  - estado actual y bloqueo  desde ESTTRANS.DAT (estado nuevo);
      *  - devengado acumulado      desde DEVACUM.DAT;
      *  - ultimo pago aplicado     desde PAGAPL.DAT (ATPC964);
      *  - ultimo movimiento        desde MOVACEP.DAT (ATPC915), sin
      *    contar los cargos periodicos que genera el propio sistema
      *    (conceptos con TIPCONECO = "P" en ATPC052, las cuotas de
      *    ATPC975), que no son actividad del cliente -- y con el,
      *    el tipo de tarjeta (CODMAR + INDTIPT) de la cuenta.
      * El pago o movimiento asentado sobre una cuenta clasificada
      * inactiva o dormida por ATPC820 la vuelve a activa en el acto,
      * sin esperar la clasificacion del mes siguiente.
      * Las consultas en linea (ATPC973) y los batches de cobranzas
      * pueden hacer READ por clave en lugar de barrer archivos.
      *
           SELECT SAL-DIARIOS ASSIGN TO "SALDIAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC972-SAL-STATUS.
      * Saldos por moneda adicional -- ver ATPCMON-MON.cpy
           SELECT MON-SALDOS ASSIGN TO "SALDMON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC972-MON-STATUS.
           SELECT CTA-MORA ASSIGN TO "CTAMORA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC972-CTA-STATUS.
           SELECT PAG-APLICADOS ASSIGN TO "PAGAPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC972-APL-STATUS.
           SELECT MOV-ACEPTADOS ASSIGN TO "MOVACEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC972-MOV-STATUS.
           SELECT RPT-ATPC972 ASSIGN TO "ATPC972.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CTL-CARGAS ASSIGN TO "ATPCCTL.DAT"
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
       COPY "ATPCRUN-RUN".
       COPY "ATPCCTL-CTL".
       COPY "ATPCAUD-AUD".
       COPY "ATPCDIF-DIF".
       COPY "ATPCLCK-LCK".
       COPY "ATPCEXC-EXC".

       COPY "ATPCCTM-CTM".
       COPY "ATPCMON-MON".

       FD  SAL-DIARIOS
           RECORDING MODE IS F.
           05  APL-COMISION                   PIC 9(09)V99.
           05  APL-CAPITAL                    PIC 9(09)V99.

       FD  MOV-ACEPTADOS
           RECORDING MODE IS F.
       01  MOV-ACEPTADOS-REG.
           05  MOV-CODENT                     PIC X(04).
           05  MOV-CODMAR                     PIC 9(02).
           05  MOV-INDTIPT                    PIC 9(02).
           05  MOV-TIPOFAC                    PIC 9(04).
           05  MOV-INDNORCOR                  PIC 9(01).
           05  MOV-INDVERT                    PIC X(01).
           05  MOV-INDNIVAPL                  PIC X(02).
           05  MOV-CODCONECO                  PIC 9(04).
           05  MOV-NUMCUENTA                  PIC X(16).
           05  MOV-IMPORTE                    PIC 9(09)V99.
           05  MOV-FECHA                      PIC X(10).
           05  MOV-CLAMON                     PIC 9(03).
           05  MOV-IMPORTE-ORIG               PIC 9(09)V99.
           05  MOV-TIPOCAMBIO                 PIC 9(07)V9(06).
           05  MOV-FECHA-TASA                 PIC X(10).

       FD  RPT-ATPC972
           RECORDING MODE IS F.
       01  RPT-ATPC972-REG                    PIC X(100).

       COPY "MPMLOG".

       COPY "ATPC021-WS".
       COPY "ATPC052-WS".
       COPY "ATPC096-WS".
       COPY "ATPC157-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".

       77  WS-ATPC972-CTM-STATUS              PIC X(02).
       77  WS-ATPC972-SAL-STATUS              PIC X(02).
       77  WS-ATPC972-MON-STATUS              PIC X(02).
       77  WS-ATPC972-CTA-STATUS              PIC X(02).
       77  WS-ATPC972-TRA-STATUS              PIC X(02).
       77  WS-ATPC972-ACU-STATUS              PIC X(02).
       77  WS-ATPC972-APL-STATUS              PIC X(02).
       77  WS-ATPC972-MOV-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC972-FIN-ENTRADA          VALUE 1
           05  WS-ATPC972-CLAVE-ENT           PIC X(04).
           05  WS-ATPC972-CLAVE-NUM           PIC X(16).

      * Saldo por moneda en curso: monedas adicionales admitidas en la
      * cuenta y posicion de la moneda en CTM-MON
       77  WS-ATPC972-MON-MAX                 PIC 9(01).
       77  WS-ATPC972-MON-IDX                 PIC 9(01).
       77  WS-ATPC972-MON-CLAMONUF            PIC 9(03).
       77  WS-ATPC972-MON-SALDO-ANT           PIC S9(09)V99.
       77  WS-ATPC972-MON-VALOR-ANT           PIC S9(13)V99.
       77  WS-ATPC972-MON-VALOR-DIF           PIC S9(13)V99.
       77  WS-ATPC972-MON-SIN-TASA            PIC 9(06) VALUE 0.

      * Fecha del dia en AAAA-MM-DD
       01  WS-ATPC972-HOY.
           05  WS-ATPC972-HOY-AAAA            PIC 9(04).
       77  WS-ATPC972-ALTAS                   PIC 9(06) VALUE 0.
       77  WS-ATPC972-ACTUALIZADAS            PIC 9(06) VALUE 0.
       77  WS-ATPC972-SAL-LEIDAS              PIC 9(06) VALUE 0.
       77  WS-ATPC972-MON-LEIDOS              PIC 9(06) VALUE 0.
       77  WS-ATPC972-MON-RECHAZADOS          PIC 9(06) VALUE 0.
       77  WS-ATPC972-CTA-LEIDAS              PIC 9(06) VALUE 0.
       77  WS-ATPC972-TRA-LEIDAS              PIC 9(06) VALUE 0.
       77  WS-ATPC972-ACU-LEIDAS              PIC 9(06) VALUE 0.
       77  WS-ATPC972-APL-LEIDOS              PIC 9(06) VALUE 0.
       77  WS-ATPC972-MOV-LEIDOS              PIC 9(06) VALUE 0.
       77  WS-ATPC972-MOV-PERIODICOS          PIC 9(06) VALUE 0.
       77  WS-ATPC972-REACTIVADAS             PIC 9(06) VALUE 0.

       01  WS-ATPC972-LINEA                   PIC X(100).

           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC021-CARGAR-ARREGLO
           PERFORM ATPC052-CARGAR-ARREGLO
           PERFORM ATPC096-CARGAR-ARREGLO
           PERFORM ATPC157-CARGAR-ARREGLO

           ACCEPT WS-ATPC972-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC972-HOY-G1 WS-ATPC972-HOY-G2
           OPEN OUTPUT RPT-ATPC972

           PERFORM ATPC972-APLICAR-SALDOS
           PERFORM ATPC972-APLICAR-SALDOS-MONEDA
           PERFORM ATPC972-APLICAR-MORA
           PERFORM ATPC972-APLICAR-TRANSICIONES
           PERFORM ATPC972-APLICAR-DEVENGADO
           PERFORM ATPC972-APLICAR-PAGOS
           PERFORM ATPC972-APLICAR-MOVIMIENTOS

           MOVE SPACES TO WS-ATPC972-LINEA
           STRING " SALDOS: "                DELIMITED BY SIZE
                  WS-ATPC972-ACU-LEIDAS      DELIMITED BY SIZE
                  " PAGOS: "                 DELIMITED BY SIZE
                  WS-ATPC972-APL-LEIDOS      DELIMITED BY SIZE
                  " MOVS: "                  DELIMITED BY SIZE
                  WS-ATPC972-MOV-LEIDOS      DELIMITED BY SIZE
                  " ALTAS: "                 DELIMITED BY SIZE
                  WS-ATPC972-ALTAS           DELIMITED BY SIZE
                  " ACTUALIZADAS: "          DELIMITED BY SIZE
           WRITE RPT-ATPC972-REG FROM WS-ATPC972-LINEA
           DISPLAY WS-ATPC972-LINEA

           MOVE SPACES TO WS-ATPC972-LINEA
           STRING " CARGOS PERIODICOS: "     DELIMITED BY SIZE
                  WS-ATPC972-MOV-PERIODICOS  DELIMITED BY SIZE
                  " REACTIVADAS: "           DELIMITED BY SIZE
                  WS-ATPC972-REACTIVADAS     DELIMITED BY SIZE
                  " SALDOS POR MONEDA: "     DELIMITED BY SIZE
                  WS-ATPC972-MON-LEIDOS      DELIMITED BY SIZE
                  " NO ASENTADOS: "          DELIMITED BY SIZE
                  WS-ATPC972-MON-RECHAZADOS  DELIMITED BY SIZE
             INTO WS-ATPC972-LINEA
           WRITE RPT-ATPC972-REG FROM WS-ATPC972-LINEA
           DISPLAY WS-ATPC972-LINEA

           MOVE SPACES TO WS-ATPC972-LINEA
           STRING " SALDOS POR MONEDA SIN TIPO DE CAMBIO DEL DIA: "
                                             DELIMITED BY SIZE
                  WS-ATPC972-MON-SIN-TASA    DELIMITED BY SIZE
             INTO WS-ATPC972-LINEA
           WRITE RPT-ATPC972-REG FROM WS-ATPC972-LINEA
           DISPLAY WS-ATPC972-LINEA

           CLOSE RPT-ATPC972
                 CTM-MAESTRO

           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC972-APLICAR-SALDOS-MONEDA
      *----------------------------------------------------------------
       ATPC972-APLICAR-SALDOS-MONEDA.
           OPEN INPUT MON-SALDOS
           IF WS-ATPC972-MON-STATUS = "00"
              SET WS-ATPC972-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC972-FIN-ENTRADA
                 READ MON-SALDOS
                     AT END
                        SET WS-ATPC972-FIN-ENTRADA TO TRUE
                     NOT AT END
                        ADD 1 TO WS-ATPC972-MON-LEIDOS
                        PERFORM ATPC972-ASENTAR-SALDO-MONEDA
                 END-READ
              END-PERFORM
              CLOSE MON-SALDOS
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC972-ASENTAR-SALDO-MONEDA
      *----------------------------------------------------------------
      * La moneda tiene que ser una adicional de la entidad (no la
      * principal, que llega por SALDIAR.DAT) y la entidad tiene que
      * admitir mas de una moneda por cuenta; la moneda que la cuenta
      * ya tiene se actualiza en su lugar y la nueva toma el proximo
      * libre hasta NUMMAXMONCTA - 1 adicionales
      *----------------------------------------------------------------
       ATPC972-ASENTAR-SALDO-MONEDA.
           MOVE ZEROES TO WS-ATPC972-MON-MAX
                          WS-ATPC972-MON-IDX
           INITIALIZE WS-ATPC021
           MOVE MON-CODENT TO WS-ATPC021-CODENT
           PERFORM ATPC021-BUSCAR-EN-ARREGLO
           IF WS-ATPC021-RETORNO-OK
           AND WS-ATPC021-INDEXTMON = CT-S
           AND WS-ATPC021-NUMMAXMONCTA-ALF IS NUMERIC
           AND WS-ATPC021-NUMMAXMONCTA > 1
           AND MON-CLAMON IS NUMERIC
           AND MON-CLAMON NOT = WS-ATPC021-CLAMONUF
              MOVE WS-ATPC021-CLAMONUF TO WS-ATPC972-MON-CLAMONUF
              COMPUTE WS-ATPC972-MON-MAX =
                 WS-ATPC021-NUMMAXMONCTA - 1
              IF WS-ATPC972-MON-MAX > 5
                 MOVE 5 TO WS-ATPC972-MON-MAX
              END-IF
              INITIALIZE WS-ATPC021-MONEDA-BUSQUEDA
              MOVE MON-CODENT TO WS-ATPC021-MONBUS-CODENT
              MOVE MON-CLAMON TO WS-ATPC021-MONBUS-CLAMONUF
              PERFORM ATPC021-BUSCAR-POR-MONEDA
              IF NOT WS-ATPC021-RETORNO-OK
                 MOVE ZEROES TO WS-ATPC972-MON-MAX
              END-IF
           END-IF

           IF WS-ATPC972-MON-MAX > ZEROES
              MOVE MON-CODENT    TO WS-ATPC972-CLAVE-ENT
              MOVE MON-NUMCUENTA TO WS-ATPC972-CLAVE-NUM
              PERFORM ATPC972-UBICAR-CUENTA
              PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > CTM-MON-CANT
                 IF CTM-MON-CLAMON(WS-I) = MON-CLAMON
                    MOVE WS-I TO WS-ATPC972-MON-IDX
                    MOVE CTM-MON-CANT TO WS-I
                 END-IF
              END-PERFORM
              IF WS-ATPC972-MON-IDX = ZEROES
              AND CTM-MON-CANT < WS-ATPC972-MON-MAX
                 ADD 1 TO CTM-MON-CANT
                 MOVE CTM-MON-CANT TO WS-ATPC972-MON-IDX
                 MOVE MON-CLAMON
                   TO CTM-MON-CLAMON(WS-ATPC972-MON-IDX)
                 MOVE ZEROES
                   TO CTM-MON-SALDO(WS-ATPC972-MON-IDX)
                      CTM-MON-TIPOCAMBIO(WS-ATPC972-MON-IDX)
              END-IF
           END-IF

           IF WS-ATPC972-MON-IDX = ZEROES
              ADD 1 TO WS-ATPC972-MON-RECHAZADOS
              DISPLAY "ATPC972 - ALERTA: saldo en moneda ["
                      MON-CLAMON "] de CODENT=[" MON-CODENT
                      "] CUENTA=[" MON-NUMCUENTA "] no admitido "
                      "por la entidad o sobre NUMMAXMONCTA -- no "
                      "se asienta"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              PERFORM ATPC972-TASAR-SALDO-MONEDA
              MOVE MON-SALDO
                TO CTM-MON-SALDO(WS-ATPC972-MON-IDX)
              MOVE WS-ATPC972-HOY
                TO CTM-MON-FECACT(WS-ATPC972-MON-IDX)
              PERFORM ATPC972-GRABAR-CUENTA
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC972-TASAR-SALDO-MONEDA
      *----------------------------------------------------------------
      * Tipo de cambio historico del saldo contra la moneda principal
      * de la entidad: la porcion que se agrega del mismo lado entra
      * al promedio al tipo de cambio del dia; la que se cancela sale
      * al historico, que no cambia; la posicion nueva (o que cambia
      * de signo) toma el del dia. Sin cotizacion del dia se conserva
      * el historico vigente y se alerta
      *----------------------------------------------------------------
       ATPC972-TASAR-SALDO-MONEDA.
           MOVE CTM-MON-SALDO(WS-ATPC972-MON-IDX)
             TO WS-ATPC972-MON-SALDO-ANT
           INITIALIZE WS-ATPC157-CONV
           MOVE MON-CLAMON               TO WS-ATPC157-CONV-MONDESDE
           MOVE WS-ATPC972-MON-CLAMONUF  TO WS-ATPC157-CONV-MONHASTA
           MOVE WS-ATPC972-HOY           TO WS-ATPC157-CONV-FECHA
           MOVE ZEROES                   TO WS-ATPC157-CONV-IMPORTE
           PERFORM ATPC157-CONVERTIR

           EVALUATE TRUE
              WHEN NOT WS-ATPC157-RETORNO-OK
                 ADD 1 TO WS-ATPC972-MON-SIN-TASA
                 DISPLAY "ATPC972 - ALERTA: sin tipo de cambio ["
                         MON-CLAMON "/" WS-ATPC972-MON-CLAMONUF
                         "] al " WS-ATPC972-HOY " -- CODENT=["
                         MON-CODENT "] CUENTA=[" MON-NUMCUENTA
                         "] conserva el tipo de cambio historico"
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              WHEN WS-ATPC972-MON-SALDO-ANT = ZEROES
              OR CTM-MON-TIPOCAMBIO(WS-ATPC972-MON-IDX) = ZEROES
              OR (WS-ATPC972-MON-SALDO-ANT > ZEROES
                  AND MON-SALDO < ZEROES)
              OR (WS-ATPC972-MON-SALDO-ANT < ZEROES
                  AND MON-SALDO > ZEROES)
                 MOVE WS-ATPC157-CONV-TIPOCAMBIO
                   TO CTM-MON-TIPOCAMBIO(WS-ATPC972-MON-IDX)
              WHEN (WS-ATPC972-MON-SALDO-ANT > ZEROES
                    AND MON-SALDO > WS-ATPC972-MON-SALDO-ANT)
              OR (WS-ATPC972-MON-SALDO-ANT < ZEROES
                  AND MON-SALDO < WS-ATPC972-MON-SALDO-ANT)
                 COMPUTE WS-ATPC972-MON-VALOR-ANT ROUNDED =
                         WS-ATPC972-MON-SALDO-ANT
                       * CTM-MON-TIPOCAMBIO(WS-ATPC972-MON-IDX)
                 COMPUTE WS-ATPC972-MON-VALOR-DIF ROUNDED =
                        (MON-SALDO - WS-ATPC972-MON-SALDO-ANT)
                       * WS-ATPC157-CONV-TIPOCAMBIO
                 COMPUTE CTM-MON-TIPOCAMBIO(WS-ATPC972-MON-IDX)
                         ROUNDED =
                        (WS-ATPC972-MON-VALOR-ANT
                       + WS-ATPC972-MON-VALOR-DIF) / MON-SALDO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC972-APLICAR-MORA
      *----------------------------------------------------------------
                        PERFORM ATPC972-UBICAR-CUENTA
                        MOVE APL-FECVALOR TO CTM-FECULTPAGO
                        MOVE APL-IMPORTE  TO CTM-IMPULTPAGO
                        PERFORM ATPC972-REACTIVAR-CUENTA
                        PERFORM ATPC972-GRABAR-CUENTA
                 END-READ
              END-PERFORM
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC972-APLICAR-MOVIMIENTOS
      *----------------------------------------------------------------
      * Ultimo movimiento del cliente; el cargo periodico que genera
      * el propio sistema no cuenta como actividad
      *----------------------------------------------------------------
       ATPC972-APLICAR-MOVIMIENTOS.
           OPEN INPUT MOV-ACEPTADOS
           IF WS-ATPC972-MOV-STATUS = "00"
              SET WS-ATPC972-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC972-FIN-ENTRADA
                 READ MOV-ACEPTADOS
                     AT END
                        SET WS-ATPC972-FIN-ENTRADA TO TRUE
                     NOT AT END
                        ADD 1 TO WS-ATPC972-MOV-LEIDOS
                        INITIALIZE WS-ATPC052
                        MOVE MOV-CODENT    TO WS-ATPC052-CODENT
                        MOVE MOV-INDVERT   TO WS-ATPC052-INDVERT
                        MOVE MOV-INDNIVAPL TO WS-ATPC052-INDNIVAPL
                        MOVE MOV-CODCONECO TO WS-ATPC052-CODCONECO
                        PERFORM ATPC052-BUSCAR-EN-ARREGLO
                        IF WS-ATPC052-RETORNO-OK
                        AND WS-ATPC052-TIPCONECO = "P"
                           ADD 1 TO WS-ATPC972-MOV-PERIODICOS
                        ELSE
                           PERFORM ATPC972-ASENTAR-MOVIMIENTO
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE MOV-ACEPTADOS
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC972-ASENTAR-MOVIMIENTO
      *----------------------------------------------------------------
       ATPC972-ASENTAR-MOVIMIENTO.
           MOVE MOV-CODENT    TO WS-ATPC972-CLAVE-ENT
           MOVE MOV-NUMCUENTA TO WS-ATPC972-CLAVE-NUM
           PERFORM ATPC972-UBICAR-CUENTA
           IF MOV-FECHA > CTM-FECULTMOV
              MOVE MOV-FECHA TO CTM-FECULTMOV
           END-IF
      * El tipo de tarjeta de la cuenta es el de su ultimo movimiento
           IF MOV-CODMAR IS NUMERIC
           AND MOV-INDTIPT IS NUMERIC
           AND (MOV-CODMAR NOT = ZEROES OR MOV-INDTIPT NOT = ZEROES)
              MOVE MOV-CODMAR  TO CTM-CODMAR
              MOVE MOV-INDTIPT TO CTM-INDTIPT
           END-IF
           PERFORM ATPC972-REACTIVAR-CUENTA
           PERFORM ATPC972-GRABAR-CUENTA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC972-REACTIVAR-CUENTA
      *----------------------------------------------------------------
      * La actividad del cliente saca a la cuenta de la clasificacion
      * de inactividad de ATPC820
      *----------------------------------------------------------------
       ATPC972-REACTIVAR-CUENTA.
           IF NOT CTM-ACTIVA
              SET CTM-ACTIVA TO TRUE
              MOVE WS-ATPC972-HOY TO CTM-FECINACT
              ADD 1 TO WS-ATPC972-REACTIVADAS
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: 888888-LOGGEAR-TRANSACCION
      *----------------------------------------------------------------
                   MENSAJE_COPY  OF MPMLOG
           .

       COPY "ATPC021-PR".
       COPY "ATPC052-PR".
       COPY "ATPC096-PR".
       COPY "ATPC157-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
