       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC836.
      *----------------------------------------------------------------
      * Programa batch mensual de reporte de cuentas en estado
      * especial: recorre el maestro CTAMAE.DAT y lista cada cuenta
      * que ATPC835 dejo en estado especial (fallecido, quiebra o
      * fraude) con su motivo, la referencia de la evidencia, el
      * saldo, la fecha efectiva y la de alta, y cuanto hace que esta
      * en ese estado -- dias corridos desde la fecha efectiva y
      * desde el alta en el maestro --, para el seguimiento de legales
      * y cobranzas. Cierra con la cantidad y el saldo por tipo de
      * estado.
      *
      * La cuenta con fecha efectiva o de alta ilegible sale en el
      * reporte sin los dias correspondientes y deja RC 4.
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
      * Maestro de cuentas -- ver ATPCCTM-CTM.cpy
           SELECT CTM-MAESTRO ASSIGN TO "CTAMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTM-CLAVE
               FILE STATUS IS WS-ATPC836-CTM-STATUS.
           SELECT RPT-ATPC836 ASSIGN TO "ATPC836.RPT"
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

       FD  RPT-ATPC836
           RECORDING MODE IS F.
       01  RPT-ATPC836-REG                    PIC X(130).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".

       77  WS-ATPC836-CTM-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC836-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.
       01  FILLER                             PIC X(01).
           88 WS-ATPC836-FECHA-VALIDA         VALUE "S"
              WHEN SET TO FALSE "N".

      * Fecha del dia y conversion a dias corridos
       01  WS-ATPC836-HOY.
           05  WS-ATPC836-HOY-AAAA            PIC 9(04).
           05  WS-ATPC836-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC836-HOY-MM              PIC 9(02).
           05  WS-ATPC836-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC836-HOY-DD              PIC 9(02).
       01  WS-ATPC836-HOY-AMD.
           05  WS-ATPC836-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC836-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC836-HOY-AMD-DD          PIC 9(02).
       01  WS-ATPC836-FECHA-DIV.
           05  WS-ATPC836-FD-AAAA             PIC 9(04).
           05  FILLER                         PIC X(01).
           05  WS-ATPC836-FD-MM               PIC 9(02).
           05  FILLER                         PIC X(01).
           05  WS-ATPC836-FD-DD               PIC 9(02).
       77  WS-ATPC836-SERIE                   PIC S9(09).
       77  WS-ATPC836-SERIE-HOY               PIC S9(09).
       77  WS-ATPC836-ANIOS-PREV              PIC S9(09).
       77  WS-ATPC836-BIS4                    PIC S9(09).
       77  WS-ATPC836-BIS100                  PIC S9(09).
       77  WS-ATPC836-BIS400                  PIC S9(09).
       77  WS-ATPC836-REM4                    PIC S9(09).
       77  WS-ATPC836-REM100                  PIC S9(09).
       77  WS-ATPC836-REM400                  PIC S9(09).
       77  WS-ATPC836-MES-AUX                 PIC 9(02).

      * Dias acumulados al inicio de cada mes (anio no bisiesto)
       01  WS-ATPC836-DIAS-ACUM-DEF.
           05  FILLER  PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  FILLER REDEFINES WS-ATPC836-DIAS-ACUM-DEF.
           05  WS-ATPC836-DIAS-ACUM OCCURS 12 TIMES PIC 9(03).

      * Totales por tipo de estado (F, Q, R)
       01  WS-ATPC836-TIPOS-DEF.
           05  FILLER  PIC X(13) VALUE "FFALLECIDO   ".
           05  FILLER  PIC X(13) VALUE "QQUIEBRA     ".
           05  FILLER  PIC X(13) VALUE "RFRAUDE      ".
       01  FILLER REDEFINES WS-ATPC836-TIPOS-DEF.
           05  WS-ATPC836-TIPO OCCURS 3 TIMES.
               10  WS-ATPC836-TIP-COD         PIC X(01).
               10  WS-ATPC836-TIP-DESC        PIC X(12).
       01  WS-ATPC836-TOTALES.
           05  WS-ATPC836-TOT OCCURS 3 TIMES.
               10  WS-ATPC836-TOT-CANT        PIC 9(08).
               10  WS-ATPC836-TOT-SALDO       PIC S9(13)V99.
       77  WS-ATPC836-TIP-IDX                 PIC 9(01).
       77  WS-ATPC836-TIP-DESC-ED             PIC X(12).

      * Cuenta en curso
       77  WS-ATPC836-DIAS-EFEC-ED            PIC X(06).
       77  WS-ATPC836-DIAS-ALTA-ED            PIC X(06).
       77  WS-ATPC836-DIAS                    PIC S9(09).
       77  WS-ATPC836-DIAS-NUM-ED             PIC Z(05)9.
       77  WS-ATPC836-SALDO-ED                PIC -(09)9.99.
       77  WS-ATPC836-SALDO-TOT-ED            PIC -(13)9.99.

      * Contadores del resumen final
       77  WS-ATPC836-LEIDAS                  PIC 9(08) VALUE 0.
       77  WS-ATPC836-ESPECIALES              PIC 9(08) VALUE 0.
       77  WS-ATPC836-ERRORES                 PIC 9(06) VALUE 0.

       01  WS-ATPC836-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC836-PRINCIPAL
      *----------------------------------------------------------------
       ATPC836-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC836: CUENTAS EN ESTADO ESPECIAL                    -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC836" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL

           ACCEPT WS-ATPC836-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC836-HOY-G1 WS-ATPC836-HOY-G2
           MOVE WS-ATPC836-HOY-AMD-AAAA TO WS-ATPC836-HOY-AAAA
           MOVE WS-ATPC836-HOY-AMD-MM   TO WS-ATPC836-HOY-MM
           MOVE WS-ATPC836-HOY-AMD-DD   TO WS-ATPC836-HOY-DD
           MOVE WS-ATPC836-HOY TO WS-ATPC836-FECHA-DIV
           PERFORM ATPC836-FECHA-A-SERIE
           MOVE WS-ATPC836-SERIE TO WS-ATPC836-SERIE-HOY

           INITIALIZE WS-ATPC836-TOTALES

           OPEN INPUT CTM-MAESTRO
           IF WS-ATPC836-CTM-STATUS NOT = "00"
              DISPLAY "ATPC836 - ERROR: no se pudo abrir CTAMAE.DAT "
                      "-- FILE STATUS:[" WS-ATPC836-CTM-STATUS "] -- "
                      "corrida abortada"
              PERFORM ATPC836-ABORTAR
           END-IF
           OPEN OUTPUT RPT-ATPC836

           MOVE SPACES TO WS-ATPC836-LINEA
           STRING " CUENTAS EN ESTADO ESPECIAL AL ["
                                              DELIMITED BY SIZE
                  WS-ATPC836-HOY              DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC836-LINEA
           WRITE RPT-ATPC836-REG FROM WS-ATPC836-LINEA
           DISPLAY WS-ATPC836-LINEA
           MOVE SPACES TO WS-ATPC836-LINEA
           WRITE RPT-ATPC836-REG FROM WS-ATPC836-LINEA

           MOVE LOW-VALUES TO CTM-CLAVE
           START CTM-MAESTRO KEY IS NOT LESS THAN CTM-CLAVE
               INVALID KEY
                  SET WS-ATPC836-FIN-ENTRADA TO TRUE
               NOT INVALID KEY
                  SET WS-ATPC836-FIN-ENTRADA TO FALSE
           END-START

           PERFORM UNTIL WS-ATPC836-FIN-ENTRADA
              READ CTM-MAESTRO NEXT RECORD
                  AT END
                     SET WS-ATPC836-FIN-ENTRADA TO TRUE
                  NOT AT END
                     ADD 1 TO WS-ATPC836-LEIDAS
                     IF CTM-ESPECIAL
                        PERFORM ATPC836-LISTAR-CUENTA
                     END-IF
              END-READ
           END-PERFORM

           PERFORM ATPC836-RESUMEN-FINAL

           CLOSE RPT-ATPC836
                 CTM-MAESTRO

           IF WS-ATPC836-ERRORES > ZEROES
           AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY
           "- ATPC836: REPORTE DE ESTADOS ESPECIALES FINALIZADO      -"
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
      * Proceso: ATPC836-ABORTAR
      *----------------------------------------------------------------
       ATPC836-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC836-LISTAR-CUENTA
      *----------------------------------------------------------------
      * Linea de la cuenta en estado especial con su antiguedad en
      * dias desde la fecha efectiva y desde el alta
      *----------------------------------------------------------------
       ATPC836-LISTAR-CUENTA.
           ADD 1 TO WS-ATPC836-ESPECIALES

           MOVE SPACES TO WS-ATPC836-TIP-DESC-ED
           PERFORM VARYING WS-ATPC836-TIP-IDX FROM 1 BY 1
                     UNTIL WS-ATPC836-TIP-IDX > 3
              IF WS-ATPC836-TIP-COD(WS-ATPC836-TIP-IDX)
                 = CTM-ESP-ESTADO
                 ADD 1 TO WS-ATPC836-TOT-CANT(WS-ATPC836-TIP-IDX)
                 ADD CTM-SALDO
                   TO WS-ATPC836-TOT-SALDO(WS-ATPC836-TIP-IDX)
                 MOVE WS-ATPC836-TIP-DESC(WS-ATPC836-TIP-IDX)
                   TO WS-ATPC836-TIP-DESC-ED
              END-IF
           END-PERFORM

           MOVE CTM-ESP-FECEFEC TO WS-ATPC836-FECHA-DIV
           PERFORM ATPC836-CALCULAR-DIAS
           MOVE WS-ATPC836-DIAS-NUM-ED TO WS-ATPC836-DIAS-EFEC-ED
           IF NOT WS-ATPC836-FECHA-VALIDA
              MOVE "  ----" TO WS-ATPC836-DIAS-EFEC-ED
           END-IF
           MOVE CTM-ESP-FECALTA TO WS-ATPC836-FECHA-DIV
           PERFORM ATPC836-CALCULAR-DIAS
           MOVE WS-ATPC836-DIAS-NUM-ED TO WS-ATPC836-DIAS-ALTA-ED
           IF NOT WS-ATPC836-FECHA-VALIDA
              MOVE "  ----" TO WS-ATPC836-DIAS-ALTA-ED
           END-IF

           MOVE CTM-SALDO TO WS-ATPC836-SALDO-ED
           MOVE SPACES TO WS-ATPC836-LINEA
           STRING " ["                        DELIMITED BY SIZE
                  CTM-CODENT                  DELIMITED BY SIZE
                  "/"                         DELIMITED BY SIZE
                  CTM-NUMCUENTA               DELIMITED BY SIZE
                  "] "                        DELIMITED BY SIZE
                  WS-ATPC836-TIP-DESC-ED      DELIMITED BY SIZE
                  " EFECTIVA ["               DELIMITED BY SIZE
                  CTM-ESP-FECEFEC             DELIMITED BY SIZE
                  "] DIAS ["                  DELIMITED BY SIZE
                  WS-ATPC836-DIAS-EFEC-ED     DELIMITED BY SIZE
                  "] ALTA ["                  DELIMITED BY SIZE
                  CTM-ESP-FECALTA             DELIMITED BY SIZE
                  "] DIAS ["                  DELIMITED BY SIZE
                  WS-ATPC836-DIAS-ALTA-ED     DELIMITED BY SIZE
                  "] SALDO ["                 DELIMITED BY SIZE
                  WS-ATPC836-SALDO-ED         DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC836-LINEA
           WRITE RPT-ATPC836-REG FROM WS-ATPC836-LINEA
           DISPLAY WS-ATPC836-LINEA
           MOVE SPACES TO WS-ATPC836-LINEA
           STRING "     MOTIVO ["             DELIMITED BY SIZE
                  CTM-ESP-MOTIVO              DELIMITED BY SIZE
                  "] EVIDENCIA ["             DELIMITED BY SIZE
                  CTM-ESP-EVIDENCIA           DELIMITED BY SIZE
                  "] SOLICITO ["              DELIMITED BY SIZE
                  CTM-ESP-SOLICITANTE         DELIMITED BY SIZE
                  "] APROBO ["                DELIMITED BY SIZE
                  CTM-ESP-REVISOR             DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC836-LINEA
           WRITE RPT-ATPC836-REG FROM WS-ATPC836-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC836-CALCULAR-DIAS
      *----------------------------------------------------------------
      * Dias corridos desde la fecha de WS-ATPC836-FECHA-DIV hasta
      * hoy, editados en WS-ATPC836-DIAS-NUM-ED; la fecha ilegible
      * deja FECHA-VALIDA en falso y cuenta como error
      *----------------------------------------------------------------
       ATPC836-CALCULAR-DIAS.
           MOVE ZEROES TO WS-ATPC836-DIAS
           SET WS-ATPC836-FECHA-VALIDA TO FALSE
           IF WS-ATPC836-FD-AAAA IS NUMERIC
           AND WS-ATPC836-FD-MM IS NUMERIC
           AND WS-ATPC836-FD-DD IS NUMERIC
              IF WS-ATPC836-FD-MM >= 1 AND WS-ATPC836-FD-MM <= 12
              AND WS-ATPC836-FD-AAAA > ZEROES
                 SET WS-ATPC836-FECHA-VALIDA TO TRUE
              END-IF
           END-IF
           IF WS-ATPC836-FECHA-VALIDA
              PERFORM ATPC836-FECHA-A-SERIE
              COMPUTE WS-ATPC836-DIAS =
                 WS-ATPC836-SERIE-HOY - WS-ATPC836-SERIE
              IF WS-ATPC836-DIAS < ZEROES
                 MOVE ZEROES TO WS-ATPC836-DIAS
              END-IF
           ELSE
              ADD 1 TO WS-ATPC836-ERRORES
           END-IF
           MOVE WS-ATPC836-DIAS TO WS-ATPC836-DIAS-NUM-ED
           .

      *----------------------------------------------------------------
      * Proceso: ATPC836-RESUMEN-FINAL
      *----------------------------------------------------------------
       ATPC836-RESUMEN-FINAL.
           MOVE SPACES TO WS-ATPC836-LINEA
           WRITE RPT-ATPC836-REG FROM WS-ATPC836-LINEA
           PERFORM VARYING WS-ATPC836-TIP-IDX FROM 1 BY 1
                     UNTIL WS-ATPC836-TIP-IDX > 3
              MOVE WS-ATPC836-TOT-SALDO(WS-ATPC836-TIP-IDX)
                TO WS-ATPC836-SALDO-TOT-ED
              MOVE SPACES TO WS-ATPC836-LINEA
              STRING " TOTAL "                DELIMITED BY SIZE
                     WS-ATPC836-TIP-DESC(WS-ATPC836-TIP-IDX)
                                              DELIMITED BY SIZE
                     " CUENTAS ["             DELIMITED BY SIZE
                     WS-ATPC836-TOT-CANT(WS-ATPC836-TIP-IDX)
                                              DELIMITED BY SIZE
                     "] SALDO ["              DELIMITED BY SIZE
                     WS-ATPC836-SALDO-TOT-ED  DELIMITED BY SIZE
                     "]"                      DELIMITED BY SIZE
                INTO WS-ATPC836-LINEA
              WRITE RPT-ATPC836-REG FROM WS-ATPC836-LINEA
              DISPLAY WS-ATPC836-LINEA
           END-PERFORM
           MOVE SPACES TO WS-ATPC836-LINEA
           STRING " CUENTAS LEIDAS: "         DELIMITED BY SIZE
                  WS-ATPC836-LEIDAS           DELIMITED BY SIZE
                  "  EN ESTADO ESPECIAL: "    DELIMITED BY SIZE
                  WS-ATPC836-ESPECIALES       DELIMITED BY SIZE
                  "  FECHAS ILEGIBLES: "      DELIMITED BY SIZE
                  WS-ATPC836-ERRORES          DELIMITED BY SIZE
             INTO WS-ATPC836-LINEA
           WRITE RPT-ATPC836-REG FROM WS-ATPC836-LINEA
           DISPLAY WS-ATPC836-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC836-FECHA-A-SERIE
      *----------------------------------------------------------------
      * Convierte la fecha AAAA-MM-DD de WS-ATPC836-FECHA-DIV en un
      * numero de dias corridos (mismo criterio que ATPC820)
      *----------------------------------------------------------------
       ATPC836-FECHA-A-SERIE.
           COMPUTE WS-ATPC836-ANIOS-PREV = WS-ATPC836-FD-AAAA - 1
           DIVIDE WS-ATPC836-ANIOS-PREV BY 4
              GIVING WS-ATPC836-BIS4
           DIVIDE WS-ATPC836-ANIOS-PREV BY 100
              GIVING WS-ATPC836-BIS100
           DIVIDE WS-ATPC836-ANIOS-PREV BY 400
              GIVING WS-ATPC836-BIS400
           COMPUTE WS-ATPC836-SERIE =
              WS-ATPC836-ANIOS-PREV * 365
              + WS-ATPC836-BIS4
              - WS-ATPC836-BIS100
              + WS-ATPC836-BIS400
           MOVE WS-ATPC836-FD-MM TO WS-ATPC836-MES-AUX
           ADD WS-ATPC836-DIAS-ACUM(WS-ATPC836-MES-AUX)
             TO WS-ATPC836-SERIE
           ADD WS-ATPC836-FD-DD TO WS-ATPC836-SERIE
           IF WS-ATPC836-FD-MM > 2
              DIVIDE WS-ATPC836-FD-AAAA BY 4
                 GIVING WS-ATPC836-BIS4
                 REMAINDER WS-ATPC836-REM4
              DIVIDE WS-ATPC836-FD-AAAA BY 100
                 GIVING WS-ATPC836-BIS100
                 REMAINDER WS-ATPC836-REM100
              DIVIDE WS-ATPC836-FD-AAAA BY 400
                 GIVING WS-ATPC836-BIS400
                 REMAINDER WS-ATPC836-REM400
              IF WS-ATPC836-REM4 = ZEROES
              AND (WS-ATPC836-REM100 NOT = ZEROES
                   OR WS-ATPC836-REM400 = ZEROES)
                 ADD 1 TO WS-ATPC836-SERIE
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

       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
