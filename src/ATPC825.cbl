       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC825.
      *----------------------------------------------------------------
      * Programa batch de simulacion de escenarios de tasa y comision
      * sobre la cartera completa: lo que ATPC914 proyecta para una
      * cuenta, este proceso lo proyecta para todas las cuentas del
      * archivo diario de saldos SALDIAR.DAT y para varios escenarios
      * en una sola pasada, sin grabar devengos ni tocar parametros:
      * la unica salida es el reporte ATPC825.RPT.
      *
      * Cada escenario es una linea de ATPC825.PRM:
      *   ESCENARIO(8) CODENT(4) SIGNO-TASA(1) PB-TASA(5)
      *   CODCONECO(4) INDVERT(1) INDNIVAPL(2) SIGNO-COM(1) PB-COM(5)
      * CODENT en blanco = todas las entidades. SIGNO "+" o "-" y
      * PB en puntos basicos (00200 = 2,00 puntos porcentuales).
      * CODCONECO en blanco = escenario sin comision; con CODCONECO
      * (y su INDVERT/INDNIVAPL) se proyecta ademas la comision
      * mensual del Concepto Economico (ATPC052/ATPC154, ver
      * ATPCSIM-PR.cpy) sobre el saldo deudor de cada cuenta.
      *
      * Interes: se aplica la logica de devengo de ATPC951 -- tasa
      * TACOMINTAD de la entidad, base de dias segun FORCALINT, tasa
      * del plan de pago vigente (PLANPAGO.DAT) para la cuenta con
      * plan, saldo acreedor que devenga solo en las entidades con
      * INDABOREAL = "S" a la tasa acreedora de ATPC951.PRM, cuentas
      * castigadas de CTAMAE.DAT salteadas, tasa propia del tipo de
      * tarjeta de la cuenta (PRECIOS.DAT, ver ATPCPRC-PRC.cpy) en
      * lugar de TACOMINTAD -- y el devengo diario se lleva al mes
      * multiplicandolo por los dias del mes en curso. El escenario
      * desplaza TACOMINTAD o la tasa del tipo de tarjeta (con piso
      * cero); la tasa de un plan de pago es pactada y no se
      * desplaza, y la tasa acreedora solo se desplaza cuando la
      * entidad no tiene tasa propia en ATPC951.PRM (porque entonces
      * es TACOMINTAD).
      *
      * Comision: la base es la comision del Concepto Economico para
      * el saldo; la proyectada suma SALDO * PB-COM / 10000 (con piso
      * cero), es decir desplaza el porcentaje aplicado. La cuenta
      * cuyo concepto no resuelve se cuenta como SIN TARIFA.
      *
      * El reporte informa, por escenario y entidad, el ingreso
      * mensual proyectado base contra el del escenario y la
      * diferencia, mas el total del escenario.
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
           SELECT PRM-ATPC825 ASSIGN TO "ATPC825.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC825-PRM-STATUS.
      * Tasas acreedoras por entidad del devengamiento -- ver ATPC951
           SELECT PRM-ATPC951 ASSIGN TO "ATPC951.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC825-TCR-STATUS.
           SELECT PLA-PLANES ASSIGN TO "PLANPAGO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC825-PLA-STATUS.
           SELECT SAL-DIARIOS ASSIGN TO "SALDIAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC825-SAL-STATUS.
      * Maestro de cuentas, para saltear las castigadas -- ver
      * ATPCCTM-CTM.cpy
           SELECT CTM-MAESTRO ASSIGN TO "CTAMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTM-CLAVE
               FILE STATUS IS WS-ATPCCTM-STATUS.
           SELECT RPT-ATPC825 ASSIGN TO "ATPC825.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Precios propios por tipo de tarjeta -- ver ATPCPRC-PRC.cpy
           SELECT PRC-PRECIOS ASSIGN TO "PRECIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCPRC-STATUS.
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
       COPY "ATPCPRC-PRC".

       FD  PRM-ATPC825
           RECORDING MODE IS F.
       01  PRM-ATPC825-REG.
           05  PRM-ATPC825-ESCENARIO          PIC X(08).
           05  PRM-ATPC825-CODENT             PIC X(04).
           05  PRM-ATPC825-SIGNO-TASA         PIC X(01).
           05  PRM-ATPC825-PB-TASA            PIC X(05).
           05  PRM-ATPC825-CODCONECO          PIC X(04).
           05  PRM-ATPC825-INDVERT            PIC X(01).
           05  PRM-ATPC825-INDNIVAPL          PIC X(02).
           05  PRM-ATPC825-SIGNO-COM          PIC X(01).
           05  PRM-ATPC825-PB-COM             PIC X(05).

       FD  PRM-ATPC951
           RECORDING MODE IS F.
       01  PRM-ATPC951-REG.
           05  PRM-ATPC951-CODENT             PIC X(04).
           05  PRM-ATPC951-TASA-CRE           PIC 9(03)V9(04).

       FD  PLA-PLANES
           RECORDING MODE IS F.
       01  PLA-PLANES-REG.
           05  PLA-CODENT                     PIC X(04).
           05  PLA-NUMCUENTA                  PIC X(16).
           05  PLA-TASA                       PIC 9(03)V9(04).
           05  PLA-CUOTAS                     PIC 9(02).
           05  PLA-FECINI                     PIC X(10).
           05  PLA-ESTADO                     PIC X(01).
           05  PLA-CODOPER                    PIC X(08).
           05  PLA-FECALTA                    PIC 9(08).

       FD  SAL-DIARIOS
           RECORDING MODE IS F.
       01  SAL-DIARIOS-REG.
           05  SAL-CODENT                     PIC X(04).
           05  SAL-NUMCUENTA                  PIC X(16).
           05  SAL-SALDO                      PIC S9(09)V99.

       FD  RPT-ATPC825
           RECORDING MODE IS F.
       01  RPT-ATPC825-REG                    PIC X(130).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPC021-WS".
       COPY "ATPC052-WS".
       COPY "ATPC154-WS".
       COPY "ATPC096-WS".
       COPY "ATPCSIM-WS".
       COPY "ATPCPRC-WS".
       COPY "ATPCCTM-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".

       77  WS-ATPC825-PRM-STATUS              PIC X(02).
       77  WS-ATPC825-TCR-STATUS              PIC X(02).
       77  WS-ATPC825-PLA-STATUS              PIC X(02).
       77  WS-ATPC825-SAL-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC825-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.

      * Escenarios de ATPC825.PRM; ESC-RES es la fila de resultados
      * del escenario para la entidad en curso (cero = no aplica)
       78  WS-ATPC825-ESC-MAX                 VALUE 20.
       77  WS-ATPC825-ESC-CANT                PIC 9(02) VALUE 0.
       77  WS-ATPC825-ESC-IDX                 PIC 9(02).
       01  WS-ATPC825-ESCENARIOS.
           05  WS-ATPC825-ESC OCCURS 20 TIMES.
               10  WS-ATPC825-ESC-ID          PIC X(08).
               10  WS-ATPC825-ESC-CODENT      PIC X(04).
               10  WS-ATPC825-ESC-DELTA-TASA  PIC S9(03)V9(04).
               10  WS-ATPC825-ESC-CODCONECO   PIC X(04).
               10  WS-ATPC825-ESC-INDVERT     PIC X(01).
               10  WS-ATPC825-ESC-INDNIVAPL   PIC X(02).
               10  WS-ATPC825-ESC-DELTA-COM   PIC S9(03)V9(04).
               10  WS-ATPC825-ESC-RES         PIC 9(04).
       77  WS-ATPC825-PB                      PIC 9(05).

      * Resultados por escenario y entidad
       78  WS-ATPC825-RES-MAX                 VALUE 2000.
       77  WS-ATPC825-RES-CANT                PIC 9(04) VALUE 0.
       77  WS-ATPC825-RES-IDX                 PIC 9(04).
       01  WS-ATPC825-RESULTADOS.
           05  WS-ATPC825-RES OCCURS 2000 TIMES.
               10  WS-ATPC825-RES-ESC         PIC 9(02).
               10  WS-ATPC825-RES-CODENT      PIC X(04).
               10  WS-ATPC825-RES-CUENTAS     PIC 9(07).
               10  WS-ATPC825-RES-INT-BASE    PIC S9(13)V99.
               10  WS-ATPC825-RES-INT-PROY    PIC S9(13)V99.
               10  WS-ATPC825-RES-COM-BASE    PIC S9(13)V99.
               10  WS-ATPC825-RES-COM-PROY    PIC S9(13)V99.
               10  WS-ATPC825-RES-SIN-TARIFA  PIC 9(07).

      * Parametros de interes de la entidad en curso (ver ATPC951)
       01  WS-ATPC825-ENT-ANT                 PIC X(04).
       01  FILLER                             PIC X(01).
           88 WS-ATPC825-ENT-VALIDA           VALUE "S"
              WHEN SET TO FALSE "N".
       01  FILLER                             PIC X(01).
           88 WS-ATPC825-TCR-PROPIA           VALUE "S"
              WHEN SET TO FALSE "N".
       77  WS-ATPC825-TASA                    PIC 9(03)V9(04).
       77  WS-ATPC825-TASA-CRE                PIC 9(03)V9(04).
       77  WS-ATPC825-BASE-DIAS               PIC 9(03).
       77  WS-ATPC825-INDABOREAL              PIC X(01).

      * Tasas acreedoras por entidad (ATPC951.PRM, opcional)
       77  WS-ATPC825-TCR-CANT                PIC 9(03) VALUE 0.
       01  WS-ATPC825-TASAS-CRE.
           05  WS-ATPC825-TCR OCCURS 100 TIMES.
               10  WS-ATPC825-TCR-CODENT      PIC X(04).
               10  WS-ATPC825-TCR-TASA        PIC 9(03)V9(04).

      * Planes de pago vigentes en memoria (PLANPAGO.DAT; el
      * registro mas reciente de cada cuenta pisa al anterior)
       78  WS-ATPC825-PLA-MAX                 VALUE 2000.
       77  WS-ATPC825-PLA-CANT                PIC 9(04) VALUE 0.
       77  WS-ATPC825-PLA-IDX                 PIC 9(04).
       01  WS-ATPC825-PLANES.
           05  WS-ATPC825-PLA OCCURS 2000 TIMES.
               10  WS-ATPC825-PLA-CODENT      PIC X(04).
               10  WS-ATPC825-PLA-NUMCUENTA   PIC X(16).
               10  WS-ATPC825-PLA-TASA        PIC 9(03)V9(04).
               10  WS-ATPC825-PLA-FECINI      PIC X(10).
               10  WS-ATPC825-PLA-ESTADO      PIC X(01).

      * Fecha del dia y dias del mes en curso
       01  WS-ATPC825-HOY.
           05  WS-ATPC825-HOY-AAAA            PIC 9(04).
           05  WS-ATPC825-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC825-HOY-MM              PIC 9(02).
           05  WS-ATPC825-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC825-HOY-DD              PIC 9(02).
       01  WS-ATPC825-HOY-AMD.
           05  WS-ATPC825-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC825-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC825-HOY-AMD-DD          PIC 9(02).
       01  WS-ATPC825-DIAS-MES-DEF.
           05  FILLER  PIC X(24) VALUE "312831303130313130313031".
       01  FILLER REDEFINES WS-ATPC825-DIAS-MES-DEF.
           05  WS-ATPC825-DIAS-MES-TAB OCCURS 12 TIMES PIC 9(02).
       77  WS-ATPC825-DIAS-MES                PIC 9(02).
       77  WS-ATPC825-COCIENTE                PIC 9(04).
       77  WS-ATPC825-RESTO-4                 PIC 9(03).
       77  WS-ATPC825-RESTO-100               PIC 9(03).
       77  WS-ATPC825-RESTO-400               PIC 9(03).

      * Cuenta en curso
       77  WS-ATPC825-TASA-CTA                PIC 9(03)V9(04).
       77  WS-ATPC825-TASA-ESC                PIC S9(03)V9(04).
       77  WS-ATPC825-INT-BASE                PIC S9(11)V99.
       77  WS-ATPC825-INT-PROY                PIC S9(11)V99.
       77  WS-ATPC825-COM-PROY                PIC S9(11)V99.
       01  FILLER                             PIC X(01).
           88 WS-ATPC825-CON-PLAN             VALUE "S"
              WHEN SET TO FALSE "N".

      * Totales del escenario para el reporte
       77  WS-ATPC825-TOT-CUENTAS             PIC 9(08).
       77  WS-ATPC825-TOT-INT-BASE            PIC S9(13)V99.
       77  WS-ATPC825-TOT-INT-PROY            PIC S9(13)V99.
       77  WS-ATPC825-TOT-COM-BASE            PIC S9(13)V99.
       77  WS-ATPC825-TOT-COM-PROY            PIC S9(13)V99.
       77  WS-ATPC825-DIFERENCIA              PIC S9(13)V99.
       77  WS-ATPC825-BASE-ED                 PIC -(12)9.99.
       77  WS-ATPC825-PROY-ED                 PIC -(12)9.99.
       77  WS-ATPC825-DIF-ED                  PIC -(12)9.99.
       77  WS-ATPC825-DELTA-ED                PIC -ZZ9.9999.
       77  WS-ATPC825-ALCANCE                 PIC X(05).

      * Contadores del resumen final
       77  WS-ATPC825-LEIDAS                  PIC 9(08) VALUE 0.
       77  WS-ATPC825-SIN-ENTIDAD             PIC 9(08) VALUE 0.
       77  WS-ATPC825-CASTIGADAS              PIC 9(08) VALUE 0.
       77  WS-ATPC825-ESC-INVALIDOS           PIC 9(04) VALUE 0.

       01  WS-ATPC825-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC825-PRINCIPAL
      *----------------------------------------------------------------
       ATPC825-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC825: ESCENARIOS DE TASA Y COMISION DE CARTERA      -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC825" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC021-CARGAR-ARREGLO
           PERFORM ATPC052-CARGAR-ARREGLO
           PERFORM ATPC154-CARGAR-ARREGLO
           PERFORM ATPCPRC-CARGAR-TABLA

           ACCEPT WS-ATPC825-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC825-HOY-G1 WS-ATPC825-HOY-G2
           MOVE WS-ATPC825-HOY-AMD-AAAA TO WS-ATPC825-HOY-AAAA
           MOVE WS-ATPC825-HOY-AMD-MM   TO WS-ATPC825-HOY-MM
           MOVE WS-ATPC825-HOY-AMD-DD   TO WS-ATPC825-HOY-DD
           PERFORM ATPC825-CALCULAR-DIAS-MES

           PERFORM ATPC825-CARGAR-ESCENARIOS
           IF WS-ATPC825-ESC-CANT = ZEROES
              DISPLAY "ATPC825 - ERROR: ATPC825.PRM sin escenarios "
                      "validos -- corrida abortada"
              PERFORM ATPC825-ABORTAR
           END-IF

           PERFORM ATPC825-LEER-PARAMETROS
           PERFORM ATPC825-CARGAR-PLANES
           PERFORM ATPCCTM-ABRIR-CONSULTA

           OPEN INPUT SAL-DIARIOS
           IF WS-ATPC825-SAL-STATUS NOT = "00"
              DISPLAY "ATPC825 - ERROR: no se pudo abrir SALDIAR.DAT "
                      "-- FILE STATUS:[" WS-ATPC825-SAL-STATUS "] -- "
                      "corrida abortada"
              PERFORM ATPCCTM-CERRAR-CONSULTA
              PERFORM ATPC825-ABORTAR
           END-IF

           MOVE SPACES TO WS-ATPC825-ENT-ANT
           SET WS-ATPC825-FIN-ENTRADA TO FALSE
           PERFORM UNTIL WS-ATPC825-FIN-ENTRADA
              READ SAL-DIARIOS
                  AT END
                     SET WS-ATPC825-FIN-ENTRADA TO TRUE
                  NOT AT END
                     ADD 1 TO WS-ATPC825-LEIDAS
                     PERFORM ATPC825-PROCESAR-SALDO
              END-READ
           END-PERFORM
           CLOSE SAL-DIARIOS
           PERFORM ATPCCTM-CERRAR-CONSULTA

           OPEN OUTPUT RPT-ATPC825
           MOVE SPACES TO WS-ATPC825-LINEA
           STRING " PROYECCION DE INGRESO MENSUAL AL ["
                                              DELIMITED BY SIZE
                  WS-ATPC825-HOY              DELIMITED BY SIZE
                  "] -- DIAS DEL MES ["       DELIMITED BY SIZE
                  WS-ATPC825-DIAS-MES         DELIMITED BY SIZE
                  "] -- SIMULACION, NADA FUE CONTABILIZADO"
                                              DELIMITED BY SIZE
             INTO WS-ATPC825-LINEA
           WRITE RPT-ATPC825-REG FROM WS-ATPC825-LINEA
           DISPLAY WS-ATPC825-LINEA

           PERFORM VARYING WS-ATPC825-ESC-IDX FROM 1 BY 1
                     UNTIL WS-ATPC825-ESC-IDX > WS-ATPC825-ESC-CANT
              PERFORM ATPC825-EMITIR-ESCENARIO
           END-PERFORM

           MOVE SPACES TO WS-ATPC825-LINEA
           WRITE RPT-ATPC825-REG FROM WS-ATPC825-LINEA
           MOVE SPACES TO WS-ATPC825-LINEA
           STRING " SALDOS LEIDOS: "          DELIMITED BY SIZE
                  WS-ATPC825-LEIDAS           DELIMITED BY SIZE
                  "  SIN ENTIDAD: "           DELIMITED BY SIZE
                  WS-ATPC825-SIN-ENTIDAD      DELIMITED BY SIZE
                  "  CASTIGADAS: "            DELIMITED BY SIZE
                  WS-ATPC825-CASTIGADAS       DELIMITED BY SIZE
                  "  ESCENARIOS: "            DELIMITED BY SIZE
                  WS-ATPC825-ESC-CANT         DELIMITED BY SIZE
                  "  INVALIDOS: "             DELIMITED BY SIZE
                  WS-ATPC825-ESC-INVALIDOS    DELIMITED BY SIZE
             INTO WS-ATPC825-LINEA
           WRITE RPT-ATPC825-REG FROM WS-ATPC825-LINEA
           DISPLAY WS-ATPC825-LINEA
           CLOSE RPT-ATPC825

           DISPLAY
           "- ATPC825: SIMULACION FINALIZADA                         -"
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
      * Proceso: ATPC825-ABORTAR
      *----------------------------------------------------------------
       ATPC825-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC825-CALCULAR-DIAS-MES
      *----------------------------------------------------------------
       ATPC825-CALCULAR-DIAS-MES.
           MOVE WS-ATPC825-DIAS-MES-TAB(WS-ATPC825-HOY-MM)
             TO WS-ATPC825-DIAS-MES
           IF WS-ATPC825-HOY-MM = 2
              DIVIDE WS-ATPC825-HOY-AAAA BY 4
                 GIVING WS-ATPC825-COCIENTE
                 REMAINDER WS-ATPC825-RESTO-4
              DIVIDE WS-ATPC825-HOY-AAAA BY 100
                 GIVING WS-ATPC825-COCIENTE
                 REMAINDER WS-ATPC825-RESTO-100
              DIVIDE WS-ATPC825-HOY-AAAA BY 400
                 GIVING WS-ATPC825-COCIENTE
                 REMAINDER WS-ATPC825-RESTO-400
              IF WS-ATPC825-RESTO-4 = ZEROES
              AND (WS-ATPC825-RESTO-100 NOT = ZEROES
                   OR WS-ATPC825-RESTO-400 = ZEROES)
                 MOVE 29 TO WS-ATPC825-DIAS-MES
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC825-CARGAR-ESCENARIOS
      *----------------------------------------------------------------
      * La linea mal formada se informa y se descarta; la corrida
      * sigue con los escenarios validos y termina con RC 4
      *----------------------------------------------------------------
       ATPC825-CARGAR-ESCENARIOS.
           OPEN INPUT PRM-ATPC825
           IF WS-ATPC825-PRM-STATUS NOT = "00"
              DISPLAY "ATPC825 - ERROR: no se pudo abrir ATPC825.PRM "
                      "-- FILE STATUS:[" WS-ATPC825-PRM-STATUS "]"
           ELSE
              SET WS-ATPC825-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC825-FIN-ENTRADA
                 READ PRM-ATPC825
                     AT END
                        SET WS-ATPC825-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF PRM-ATPC825-REG NOT = SPACES
                           PERFORM ATPC825-INCORPORAR-ESCENARIO
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE PRM-ATPC825
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC825-INCORPORAR-ESCENARIO
      *----------------------------------------------------------------
       ATPC825-INCORPORAR-ESCENARIO.
           EVALUATE TRUE
              WHEN PRM-ATPC825-SIGNO-TASA NOT = "+"
               AND PRM-ATPC825-SIGNO-TASA NOT = "-"
              WHEN PRM-ATPC825-PB-TASA IS NOT NUMERIC
              WHEN PRM-ATPC825-CODCONECO NOT = SPACES
               AND PRM-ATPC825-CODCONECO IS NOT NUMERIC
              WHEN PRM-ATPC825-CODCONECO NOT = SPACES
               AND PRM-ATPC825-SIGNO-COM NOT = "+"
               AND PRM-ATPC825-SIGNO-COM NOT = "-"
              WHEN PRM-ATPC825-CODCONECO NOT = SPACES
               AND PRM-ATPC825-PB-COM IS NOT NUMERIC
                 ADD 1 TO WS-ATPC825-ESC-INVALIDOS
                 DISPLAY "ATPC825 - AVISO: escenario invalido en "
                         "ATPC825.PRM [" PRM-ATPC825-REG "] -- "
                         "se descarta"
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              WHEN WS-ATPC825-ESC-CANT >= WS-ATPC825-ESC-MAX
                 ADD 1 TO WS-ATPC825-ESC-INVALIDOS
                 DISPLAY "ATPC825 - AVISO: se supero el maximo de ["
                         WS-ATPC825-ESC-MAX "] escenarios -- se "
                         "descarta [" PRM-ATPC825-ESCENARIO "]"
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-ATPC825-ESC-CANT
                 MOVE WS-ATPC825-ESC-CANT TO WS-ATPC825-ESC-IDX
                 INITIALIZE WS-ATPC825-ESC(WS-ATPC825-ESC-IDX)
                 MOVE PRM-ATPC825-ESCENARIO
                   TO WS-ATPC825-ESC-ID(WS-ATPC825-ESC-IDX)
                 MOVE PRM-ATPC825-CODENT
                   TO WS-ATPC825-ESC-CODENT(WS-ATPC825-ESC-IDX)
                 MOVE PRM-ATPC825-PB-TASA TO WS-ATPC825-PB
                 COMPUTE WS-ATPC825-ESC-DELTA-TASA(WS-ATPC825-ESC-IDX)
                    = WS-ATPC825-PB / 100
                 IF PRM-ATPC825-SIGNO-TASA = "-"
                    COMPUTE WS-ATPC825-ESC-DELTA-TASA
                               (WS-ATPC825-ESC-IDX) =
                       0 - WS-ATPC825-ESC-DELTA-TASA
                              (WS-ATPC825-ESC-IDX)
                 END-IF
                 MOVE PRM-ATPC825-CODCONECO
                   TO WS-ATPC825-ESC-CODCONECO(WS-ATPC825-ESC-IDX)
                 IF PRM-ATPC825-CODCONECO NOT = SPACES
                    MOVE PRM-ATPC825-INDVERT
                      TO WS-ATPC825-ESC-INDVERT(WS-ATPC825-ESC-IDX)
                    MOVE PRM-ATPC825-INDNIVAPL
                      TO WS-ATPC825-ESC-INDNIVAPL(WS-ATPC825-ESC-IDX)
                    MOVE PRM-ATPC825-PB-COM TO WS-ATPC825-PB
                    COMPUTE WS-ATPC825-ESC-DELTA-COM
                               (WS-ATPC825-ESC-IDX) =
                       WS-ATPC825-PB / 100
                    IF PRM-ATPC825-SIGNO-COM = "-"
                       COMPUTE WS-ATPC825-ESC-DELTA-COM
                                  (WS-ATPC825-ESC-IDX) =
                          0 - WS-ATPC825-ESC-DELTA-COM
                                 (WS-ATPC825-ESC-IDX)
                    END-IF
                 END-IF
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC825-PROCESAR-SALDO
      *----------------------------------------------------------------
       ATPC825-PROCESAR-SALDO.
           IF SAL-CODENT NOT = WS-ATPC825-ENT-ANT
              PERFORM ATPC825-ABRIR-ENTIDAD
           END-IF

           IF WS-ATPC825-ENT-VALIDA
              MOVE SAL-CODENT    TO WS-ATPCCTM-CODENT
              MOVE SAL-NUMCUENTA TO WS-ATPCCTM-NUMCUENTA
              PERFORM ATPCCTM-CONSULTAR-CUENTA
           END-IF

           EVALUATE TRUE
              WHEN NOT WS-ATPC825-ENT-VALIDA
                 ADD 1 TO WS-ATPC825-SIN-ENTIDAD
      * La cuenta castigada no devenga
              WHEN WS-ATPCCTM-RETORNO-OK AND CTM-CASTIGADA
                 ADD 1 TO WS-ATPC825-CASTIGADAS
              WHEN OTHER
                 PERFORM ATPC825-PROYECTAR-CUENTA
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC825-PROYECTAR-CUENTA
      *----------------------------------------------------------------
      * Interes base con los parametros vigentes y, por cada
      * escenario que alcanza a la entidad, interes y comision con
      * los parametros desplazados
      *----------------------------------------------------------------
       ATPC825-PROYECTAR-CUENTA.
           SET WS-ATPC825-CON-PLAN TO FALSE
           MOVE WS-ATPC825-TASA TO WS-ATPC825-TASA-CTA
           IF SAL-SALDO >= ZEROES
      * La tasa propia del tipo de tarjeta reemplaza a TACOMINTAD
              IF WS-ATPCCTM-RETORNO-OK
                 MOVE SAL-CODENT  TO WS-ATPCPRC-CODENT
                 MOVE CTM-CODMAR  TO WS-ATPCPRC-CODMAR
                 MOVE CTM-INDTIPT TO WS-ATPCPRC-INDTIPT
                 PERFORM ATPCPRC-BUSCAR-PRECIO
                 IF WS-ATPCPRC-RETORNO-OK
                 AND WS-ATPCPRC-CON-TASA
                    MOVE WS-ATPCPRC-TASA TO WS-ATPC825-TASA-CTA
                 END-IF
              END-IF
              PERFORM ATPC825-BUSCAR-PLAN
              IF WS-ATPC825-PLA-IDX > ZEROES
                 SET WS-ATPC825-CON-PLAN TO TRUE
                 MOVE WS-ATPC825-PLA-TASA(WS-ATPC825-PLA-IDX)
                   TO WS-ATPC825-TASA-CTA
              END-IF
           ELSE
              MOVE WS-ATPC825-TASA-CRE TO WS-ATPC825-TASA-CTA
           END-IF
           MOVE WS-ATPC825-TASA-CTA TO WS-ATPC825-TASA-ESC
           PERFORM ATPC825-INTERES-MENSUAL
           MOVE WS-ATPC825-INT-PROY TO WS-ATPC825-INT-BASE

           PERFORM VARYING WS-ATPC825-ESC-IDX FROM 1 BY 1
                     UNTIL WS-ATPC825-ESC-IDX > WS-ATPC825-ESC-CANT
              IF WS-ATPC825-ESC-RES(WS-ATPC825-ESC-IDX) > ZEROES
                 PERFORM ATPC825-PROYECTAR-ESCENARIO
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC825-PROYECTAR-ESCENARIO
      *----------------------------------------------------------------
       ATPC825-PROYECTAR-ESCENARIO.
           MOVE WS-ATPC825-ESC-RES(WS-ATPC825-ESC-IDX)
             TO WS-ATPC825-RES-IDX
           ADD 1 TO WS-ATPC825-RES-CUENTAS(WS-ATPC825-RES-IDX)
           ADD WS-ATPC825-INT-BASE
             TO WS-ATPC825-RES-INT-BASE(WS-ATPC825-RES-IDX)

      * La tasa pactada de un plan y la tasa acreedora propia de la
      * entidad no se desplazan
           MOVE WS-ATPC825-TASA-CTA TO WS-ATPC825-TASA-ESC
           IF NOT WS-ATPC825-CON-PLAN
              IF SAL-SALDO >= ZEROES
              OR NOT WS-ATPC825-TCR-PROPIA
                 COMPUTE WS-ATPC825-TASA-ESC =
                    WS-ATPC825-TASA-CTA
                    + WS-ATPC825-ESC-DELTA-TASA(WS-ATPC825-ESC-IDX)
                 IF WS-ATPC825-TASA-ESC < ZEROES
                    MOVE ZEROES TO WS-ATPC825-TASA-ESC
                 END-IF
              END-IF
           END-IF
           PERFORM ATPC825-INTERES-MENSUAL
           ADD WS-ATPC825-INT-PROY
             TO WS-ATPC825-RES-INT-PROY(WS-ATPC825-RES-IDX)

           IF WS-ATPC825-ESC-CODCONECO(WS-ATPC825-ESC-IDX) NOT = SPACES
           AND SAL-SALDO > ZEROES
              INITIALIZE WS-ATPCSIM-ENTRADA
              MOVE SAL-CODENT TO WS-ATPCSIM-CODENT
              MOVE WS-ATPC825-ESC-INDVERT(WS-ATPC825-ESC-IDX)
                TO WS-ATPCSIM-INDVERT
              MOVE WS-ATPC825-ESC-INDNIVAPL(WS-ATPC825-ESC-IDX)
                TO WS-ATPCSIM-INDNIVAPL
              MOVE WS-ATPC825-ESC-CODCONECO(WS-ATPC825-ESC-IDX)
                TO WS-ATPCSIM-CODCONECO
              MOVE SAL-SALDO TO WS-ATPCSIM-SALDO
              PERFORM ATPCSIM-SIMULAR-INTERES-COMISION
              IF WS-ATPCSIM-RETORNO-OK
                 COMPUTE WS-ATPC825-COM-PROY ROUNDED =
                    WS-ATPCSIM-COMISION-PROY + SAL-SALDO
                    * WS-ATPC825-ESC-DELTA-COM(WS-ATPC825-ESC-IDX)
                    / 100
                 IF WS-ATPC825-COM-PROY < ZEROES
                    MOVE ZEROES TO WS-ATPC825-COM-PROY
                 END-IF
                 ADD WS-ATPCSIM-COMISION-PROY
                   TO WS-ATPC825-RES-COM-BASE(WS-ATPC825-RES-IDX)
                 ADD WS-ATPC825-COM-PROY
                   TO WS-ATPC825-RES-COM-PROY(WS-ATPC825-RES-IDX)
              ELSE
                 ADD 1 TO WS-ATPC825-RES-SIN-TARIFA
                             (WS-ATPC825-RES-IDX)
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC825-INTERES-MENSUAL
      *----------------------------------------------------------------
      * Devengo diario de ATPC951 con la tasa WS-ATPC825-TASA-ESC,
      * llevado a los dias del mes: el saldo deudor devenga siempre,
      * el acreedor solo con abono real (devengo negativo)
      *----------------------------------------------------------------
       ATPC825-INTERES-MENSUAL.
           IF SAL-SALDO >= ZEROES
           OR WS-ATPC825-INDABOREAL = CT-S
              COMPUTE WS-ATPC825-INT-PROY ROUNDED =
                 SAL-SALDO * WS-ATPC825-TASA-ESC / 100
                 / WS-ATPC825-BASE-DIAS * WS-ATPC825-DIAS-MES
           ELSE
              MOVE ZEROES TO WS-ATPC825-INT-PROY
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC825-ABRIR-ENTIDAD
      *----------------------------------------------------------------
      * Resuelve los parametros de interes de la nueva entidad (igual
      * que ATPC951-RESOLVER-PARAMETROS) y ubica, para cada escenario
      * que la alcanza, su fila de resultados
      *----------------------------------------------------------------
       ATPC825-ABRIR-ENTIDAD.
           MOVE SAL-CODENT TO WS-ATPC825-ENT-ANT
           INITIALIZE WS-ATPC021
           MOVE SAL-CODENT TO WS-ATPC021-CODENT
           PERFORM ATPC021-BUSCAR-EN-ARREGLO
           IF WS-ATPC021-RETORNO-OK
              SET WS-ATPC825-ENT-VALIDA TO TRUE
              MOVE WS-ATPC021-TACOMINTAD TO WS-ATPC825-TASA
              MOVE WS-ATPC021-INDABOREAL TO WS-ATPC825-INDABOREAL
              IF WS-ATPC021-FORCALINT = "2"
                 MOVE 360 TO WS-ATPC825-BASE-DIAS
              ELSE
                 MOVE 365 TO WS-ATPC825-BASE-DIAS
              END-IF
              MOVE WS-ATPC021-TACOMINTAD TO WS-ATPC825-TASA-CRE
              SET WS-ATPC825-TCR-PROPIA TO FALSE
              PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > WS-ATPC825-TCR-CANT
                 IF WS-ATPC825-TCR-CODENT(WS-I) = SAL-CODENT
                    MOVE WS-ATPC825-TCR-TASA(WS-I)
                      TO WS-ATPC825-TASA-CRE
                    SET WS-ATPC825-TCR-PROPIA TO TRUE
                    MOVE WS-ATPC825-TCR-CANT TO WS-I
                 END-IF
              END-PERFORM
           ELSE
              SET WS-ATPC825-ENT-VALIDA TO FALSE
           END-IF

           PERFORM VARYING WS-ATPC825-ESC-IDX FROM 1 BY 1
                     UNTIL WS-ATPC825-ESC-IDX > WS-ATPC825-ESC-CANT
              MOVE ZEROES TO WS-ATPC825-ESC-RES(WS-ATPC825-ESC-IDX)
              IF WS-ATPC825-ENT-VALIDA
                 IF WS-ATPC825-ESC-CODENT(WS-ATPC825-ESC-IDX) = SPACES
                 OR WS-ATPC825-ESC-CODENT(WS-ATPC825-ESC-IDX)
                    = SAL-CODENT
                    PERFORM ATPC825-UBICAR-RESULTADO
                 END-IF
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC825-UBICAR-RESULTADO
      *----------------------------------------------------------------
       ATPC825-UBICAR-RESULTADO.
           MOVE ZEROES TO WS-ATPC825-RES-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC825-RES-CANT
              IF WS-ATPC825-RES-ESC(WS-I) = WS-ATPC825-ESC-IDX
              AND WS-ATPC825-RES-CODENT(WS-I) = SAL-CODENT
                 MOVE WS-I TO WS-ATPC825-RES-IDX
                 MOVE WS-ATPC825-RES-CANT TO WS-I
              END-IF
           END-PERFORM
           IF WS-ATPC825-RES-IDX = ZEROES
              IF WS-ATPC825-RES-CANT < WS-ATPC825-RES-MAX
                 ADD 1 TO WS-ATPC825-RES-CANT
                 MOVE WS-ATPC825-RES-CANT TO WS-ATPC825-RES-IDX
                 INITIALIZE WS-ATPC825-RES(WS-ATPC825-RES-IDX)
                 MOVE WS-ATPC825-ESC-IDX
                   TO WS-ATPC825-RES-ESC(WS-ATPC825-RES-IDX)
                 MOVE SAL-CODENT
                   TO WS-ATPC825-RES-CODENT(WS-ATPC825-RES-IDX)
              ELSE
                 DISPLAY "ATPC825 - ALERTA: el arreglo de resultados "
                         "alcanzo su capacidad maxima ["
                         WS-ATPC825-RES-MAX "] -- corrida abortada"
                 CLOSE SAL-DIARIOS
                 PERFORM ATPCCTM-CERRAR-CONSULTA
                 PERFORM ATPC825-ABORTAR
              END-IF
           END-IF
           MOVE WS-ATPC825-RES-IDX
             TO WS-ATPC825-ESC-RES(WS-ATPC825-ESC-IDX)
           .

      *----------------------------------------------------------------
      * Proceso: ATPC825-EMITIR-ESCENARIO
      *----------------------------------------------------------------
       ATPC825-EMITIR-ESCENARIO.
           MOVE ZEROES TO WS-ATPC825-TOT-CUENTAS
                          WS-ATPC825-TOT-INT-BASE
                          WS-ATPC825-TOT-INT-PROY
                          WS-ATPC825-TOT-COM-BASE
                          WS-ATPC825-TOT-COM-PROY

           MOVE SPACES TO WS-ATPC825-LINEA
           WRITE RPT-ATPC825-REG FROM WS-ATPC825-LINEA
           MOVE WS-ATPC825-ESC-DELTA-TASA(WS-ATPC825-ESC-IDX)
             TO WS-ATPC825-DELTA-ED
           IF WS-ATPC825-ESC-CODENT(WS-ATPC825-ESC-IDX) = SPACES
              MOVE "TODAS" TO WS-ATPC825-ALCANCE
           ELSE
              MOVE WS-ATPC825-ESC-CODENT(WS-ATPC825-ESC-IDX)
                TO WS-ATPC825-ALCANCE
           END-IF
           MOVE SPACES TO WS-ATPC825-LINEA
           STRING " ESCENARIO ["              DELIMITED BY SIZE
                  WS-ATPC825-ESC-ID(WS-ATPC825-ESC-IDX)
                                              DELIMITED BY SIZE
                  "] ENTIDAD ["               DELIMITED BY SIZE
                  WS-ATPC825-ALCANCE          DELIMITED BY SPACE
                  "] TACOMINTAD ["            DELIMITED BY SIZE
                  WS-ATPC825-DELTA-ED         DELIMITED BY SIZE
                  " PUNTOS]"                  DELIMITED BY SIZE
             INTO WS-ATPC825-LINEA
           IF WS-ATPC825-ESC-CODCONECO(WS-ATPC825-ESC-IDX) NOT = SPACES
              MOVE WS-ATPC825-ESC-DELTA-COM(WS-ATPC825-ESC-IDX)
                TO WS-ATPC825-DELTA-ED
              STRING " CODCONECO ["           DELIMITED BY SIZE
                     WS-ATPC825-ESC-CODCONECO(WS-ATPC825-ESC-IDX)
                                              DELIMITED BY SIZE
                     "] COMISION ["           DELIMITED BY SIZE
                     WS-ATPC825-DELTA-ED      DELIMITED BY SIZE
                     " PUNTOS]"               DELIMITED BY SIZE
                INTO WS-ATPC825-LINEA(71:60)
           END-IF
           WRITE RPT-ATPC825-REG FROM WS-ATPC825-LINEA
           DISPLAY WS-ATPC825-LINEA

           PERFORM VARYING WS-ATPC825-RES-IDX FROM 1 BY 1
                     UNTIL WS-ATPC825-RES-IDX > WS-ATPC825-RES-CANT
              IF WS-ATPC825-RES-ESC(WS-ATPC825-RES-IDX)
                 = WS-ATPC825-ESC-IDX
                 PERFORM ATPC825-EMITIR-ENTIDAD
              END-IF
           END-PERFORM

           MOVE SPACES TO WS-ATPC825-LINEA
           MOVE "  TOTAL ESCENARIO" TO WS-ATPC825-LINEA(1:17)
           MOVE WS-ATPC825-TOT-CUENTAS TO WS-ATPC825-LINEA(25:8)
           MOVE WS-ATPC825-TOT-INT-BASE TO WS-ATPC825-BASE-ED
           MOVE WS-ATPC825-TOT-INT-PROY TO WS-ATPC825-PROY-ED
           COMPUTE WS-ATPC825-DIFERENCIA =
              WS-ATPC825-TOT-INT-PROY - WS-ATPC825-TOT-INT-BASE
           MOVE WS-ATPC825-DIFERENCIA TO WS-ATPC825-DIF-ED
           PERFORM ATPC825-ARMAR-IMPORTES
           WRITE RPT-ATPC825-REG FROM WS-ATPC825-LINEA
           DISPLAY WS-ATPC825-LINEA
           IF WS-ATPC825-ESC-CODCONECO(WS-ATPC825-ESC-IDX) NOT = SPACES
              MOVE SPACES TO WS-ATPC825-LINEA
              MOVE WS-ATPC825-TOT-COM-BASE TO WS-ATPC825-BASE-ED
              MOVE WS-ATPC825-TOT-COM-PROY TO WS-ATPC825-PROY-ED
              COMPUTE WS-ATPC825-DIFERENCIA =
                 WS-ATPC825-TOT-COM-PROY - WS-ATPC825-TOT-COM-BASE
              MOVE WS-ATPC825-DIFERENCIA TO WS-ATPC825-DIF-ED
              PERFORM ATPC825-ARMAR-IMPORTES
              MOVE "COMISION" TO WS-ATPC825-LINEA(35:8)
              WRITE RPT-ATPC825-REG FROM WS-ATPC825-LINEA
              DISPLAY WS-ATPC825-LINEA
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC825-EMITIR-ENTIDAD
      *----------------------------------------------------------------
      * Una linea de interes y, si el escenario simula comision, una
      * de comision: base, proyectado y diferencia mensuales
      *----------------------------------------------------------------
       ATPC825-EMITIR-ENTIDAD.
           ADD WS-ATPC825-RES-CUENTAS(WS-ATPC825-RES-IDX)
             TO WS-ATPC825-TOT-CUENTAS
           ADD WS-ATPC825-RES-INT-BASE(WS-ATPC825-RES-IDX)
             TO WS-ATPC825-TOT-INT-BASE
           ADD WS-ATPC825-RES-INT-PROY(WS-ATPC825-RES-IDX)
             TO WS-ATPC825-TOT-INT-PROY
           ADD WS-ATPC825-RES-COM-BASE(WS-ATPC825-RES-IDX)
             TO WS-ATPC825-TOT-COM-BASE
           ADD WS-ATPC825-RES-COM-PROY(WS-ATPC825-RES-IDX)
             TO WS-ATPC825-TOT-COM-PROY

           MOVE SPACES TO WS-ATPC825-LINEA
           STRING "  CODENT ["                DELIMITED BY SIZE
                  WS-ATPC825-RES-CODENT(WS-ATPC825-RES-IDX)
                                              DELIMITED BY SIZE
                  "] CUENTAS"                 DELIMITED BY SIZE
             INTO WS-ATPC825-LINEA
           MOVE WS-ATPC825-RES-CUENTAS(WS-ATPC825-RES-IDX)
             TO WS-ATPC825-LINEA(26:7)
           MOVE WS-ATPC825-RES-INT-BASE(WS-ATPC825-RES-IDX)
             TO WS-ATPC825-BASE-ED
           MOVE WS-ATPC825-RES-INT-PROY(WS-ATPC825-RES-IDX)
             TO WS-ATPC825-PROY-ED
           COMPUTE WS-ATPC825-DIFERENCIA =
              WS-ATPC825-RES-INT-PROY(WS-ATPC825-RES-IDX)
              - WS-ATPC825-RES-INT-BASE(WS-ATPC825-RES-IDX)
           MOVE WS-ATPC825-DIFERENCIA TO WS-ATPC825-DIF-ED
           PERFORM ATPC825-ARMAR-IMPORTES
           WRITE RPT-ATPC825-REG FROM WS-ATPC825-LINEA
           DISPLAY WS-ATPC825-LINEA

           IF WS-ATPC825-ESC-CODCONECO(WS-ATPC825-ESC-IDX) NOT = SPACES
              MOVE SPACES TO WS-ATPC825-LINEA
              MOVE WS-ATPC825-RES-COM-BASE(WS-ATPC825-RES-IDX)
                TO WS-ATPC825-BASE-ED
              MOVE WS-ATPC825-RES-COM-PROY(WS-ATPC825-RES-IDX)
                TO WS-ATPC825-PROY-ED
              COMPUTE WS-ATPC825-DIFERENCIA =
                 WS-ATPC825-RES-COM-PROY(WS-ATPC825-RES-IDX)
                 - WS-ATPC825-RES-COM-BASE(WS-ATPC825-RES-IDX)
              MOVE WS-ATPC825-DIFERENCIA TO WS-ATPC825-DIF-ED
              PERFORM ATPC825-ARMAR-IMPORTES
              MOVE "COMISION" TO WS-ATPC825-LINEA(35:8)
              IF WS-ATPC825-RES-SIN-TARIFA(WS-ATPC825-RES-IDX)
                 > ZEROES
                 MOVE "SIN TARIFA" TO WS-ATPC825-LINEA(4:10)
                 MOVE WS-ATPC825-RES-SIN-TARIFA(WS-ATPC825-RES-IDX)
                   TO WS-ATPC825-LINEA(26:7)
              END-IF
              WRITE RPT-ATPC825-REG FROM WS-ATPC825-LINEA
              DISPLAY WS-ATPC825-LINEA
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC825-ARMAR-IMPORTES
      *----------------------------------------------------------------
      * Columnas comunes de las lineas de importes: concepto, base,
      * proyectado y diferencia (16 posiciones cada importe)
      *----------------------------------------------------------------
       ATPC825-ARMAR-IMPORTES.
           MOVE "INTERES"          TO WS-ATPC825-LINEA(35:8)
           MOVE "BASE"             TO WS-ATPC825-LINEA(44:4)
           MOVE WS-ATPC825-BASE-ED TO WS-ATPC825-LINEA(49:16)
           MOVE "PROY"             TO WS-ATPC825-LINEA(66:4)
           MOVE WS-ATPC825-PROY-ED TO WS-ATPC825-LINEA(71:16)
           MOVE "DIF"              TO WS-ATPC825-LINEA(88:3)
           MOVE WS-ATPC825-DIF-ED  TO WS-ATPC825-LINEA(92:16)
           .

      *----------------------------------------------------------------
      * Proceso: ATPC825-LEER-PARAMETROS
      *----------------------------------------------------------------
      * Tasas acreedoras por entidad de ATPC951.PRM (opcional); la
      * entidad sin linea usa TACOMINTAD
      *----------------------------------------------------------------
       ATPC825-LEER-PARAMETROS.
           OPEN INPUT PRM-ATPC951
           IF WS-ATPC825-TCR-STATUS = "00"
              PERFORM UNTIL WS-ATPC825-TCR-STATUS NOT = "00"
                        OR WS-ATPC825-TCR-CANT >= 100
                 READ PRM-ATPC951
                     AT END
                        MOVE "10" TO WS-ATPC825-TCR-STATUS
                     NOT AT END
                        ADD 1 TO WS-ATPC825-TCR-CANT
                        MOVE PRM-ATPC951-CODENT
                          TO WS-ATPC825-TCR-CODENT
                             (WS-ATPC825-TCR-CANT)
                        MOVE PRM-ATPC951-TASA-CRE
                          TO WS-ATPC825-TCR-TASA
                             (WS-ATPC825-TCR-CANT)
                 END-READ
              END-PERFORM
              CLOSE PRM-ATPC951
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC825-CARGAR-PLANES
      *----------------------------------------------------------------
      * Planes de pago en memoria; el registro mas reciente de cada
      * cuenta pisa al anterior (ver ATPC951-CARGAR-PLANES)
      *----------------------------------------------------------------
       ATPC825-CARGAR-PLANES.
           OPEN INPUT PLA-PLANES
           IF WS-ATPC825-PLA-STATUS = "00"
              PERFORM UNTIL WS-ATPC825-PLA-STATUS NOT = "00"
                 READ PLA-PLANES
                     AT END
                        MOVE "10" TO WS-ATPC825-PLA-STATUS
                     NOT AT END
                        PERFORM ATPC825-INCORPORAR-PLAN
                 END-READ
              END-PERFORM
              CLOSE PLA-PLANES
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC825-INCORPORAR-PLAN
      *----------------------------------------------------------------
       ATPC825-INCORPORAR-PLAN.
           MOVE ZEROES TO WS-ATPC825-PLA-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC825-PLA-CANT
              IF WS-ATPC825-PLA-CODENT(WS-I) = PLA-CODENT
              AND WS-ATPC825-PLA-NUMCUENTA(WS-I) = PLA-NUMCUENTA
                 MOVE WS-I TO WS-ATPC825-PLA-IDX
                 MOVE WS-ATPC825-PLA-CANT TO WS-I
              END-IF
           END-PERFORM
           IF WS-ATPC825-PLA-IDX = ZEROES
              IF WS-ATPC825-PLA-CANT < WS-ATPC825-PLA-MAX
                 ADD 1 TO WS-ATPC825-PLA-CANT
                 MOVE WS-ATPC825-PLA-CANT TO WS-ATPC825-PLA-IDX
              END-IF
           END-IF
           IF WS-ATPC825-PLA-IDX > ZEROES
              MOVE PLA-CODENT
                TO WS-ATPC825-PLA-CODENT(WS-ATPC825-PLA-IDX)
              MOVE PLA-NUMCUENTA
                TO WS-ATPC825-PLA-NUMCUENTA(WS-ATPC825-PLA-IDX)
              MOVE PLA-TASA
                TO WS-ATPC825-PLA-TASA(WS-ATPC825-PLA-IDX)
              MOVE PLA-FECINI
                TO WS-ATPC825-PLA-FECINI(WS-ATPC825-PLA-IDX)
              MOVE PLA-ESTADO
                TO WS-ATPC825-PLA-ESTADO(WS-ATPC825-PLA-IDX)
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC825-BUSCAR-PLAN
      *----------------------------------------------------------------
      * Deja en WS-ATPC825-PLA-IDX el plan VIGENTE de la cuenta en
      * curso (estado V y fecha de inicio alcanzada), o cero
      *----------------------------------------------------------------
       ATPC825-BUSCAR-PLAN.
           MOVE ZEROES TO WS-ATPC825-PLA-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC825-PLA-CANT
              IF WS-ATPC825-PLA-CODENT(WS-I) = SAL-CODENT
              AND WS-ATPC825-PLA-NUMCUENTA(WS-I) = SAL-NUMCUENTA
              AND WS-ATPC825-PLA-ESTADO(WS-I) = "V"
              AND WS-ATPC825-PLA-FECINI(WS-I) <= WS-ATPC825-HOY
                 MOVE WS-I TO WS-ATPC825-PLA-IDX
                 MOVE WS-ATPC825-PLA-CANT TO WS-I
              END-IF
           END-PERFORM
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
       COPY "ATPC052-PR".
       COPY "ATPC154-PR".
       COPY "ATPC096-PR".
       COPY "ATPCSIM-PR".
       COPY "ATPCPRC-PR".
       COPY "ATPCCTM-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
