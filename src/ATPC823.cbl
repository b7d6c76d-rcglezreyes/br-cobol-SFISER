       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC823.
      *----------------------------------------------------------------
      * Programa batch semanal y mensual de tablero de desempeno de
      * gestores de cobranza: para cada gestor (CODOPER con funcion
      * "G" en ATPC163) y cada entidad en que trabajo, resume en el
      * periodo --
      *  - CUENTAS:   cuentas distintas que se le asignaron en la
      *               lista de trabajo (historial ASIGHIST.DAT que
      *               agrega ATPC968 cada manana);
      *  - PROMESAS:  promesas que tomo (PROMESAS.DAT, alta de la
      *               consola ATPC965 dentro del periodo, sin las
      *               canceladas) y de ellas las CUMPLIDAS (K) y ROTAS
      *               (B) segun el seguimiento de ATPC966; la TASA de
      *               cumplimiento es K / (K + B), sin promesas
      *               resueltas no se informa;
      *  - COBRADO:   los pagos aplicados por ATPC964 (historial
      *               PAGHIST.DAT) con fecha valor en el periodo sobre
      *               cuentas que ya tenia asignadas;
      *  - CURAS:     las transiciones de ESTHIST.DAT (ATPC971) del
      *               periodo en que una cuenta asignada paso a un
      *               estado ANTERIOR de la escalera de ATPC175 (menos
      *               NUMDIASACT que el estado del que salio; sin fila
      *               en ATPC175 se compara el codigo de estado).
      * Un pago o una cura se atribuye al gestor que tenia la cuenta
      * asignada mas recientemente a esa fecha dentro del periodo.
      * Los gestores con ambito sobre una entidad y sin actividad
      * figuran en cero. Dentro de cada CODENT los gestores se
      * ordenan por importe cobrado, luego por curas y luego por tasa
      * de cumplimiento, de mayor a menor; el gestor que ya no tiene
      * la funcion G sobre esa entidad se marca con "*".
      *
      * Periodo en ATPC823.PRM (primera linea): "S AAAA-MM-DD" para
      * la semana de siete dias que termina en esa fecha o
      * "M AAAA-MM" para ese mes calendario; "S" o "M" solos toman la
      * semana que termina hoy o el mes en curso. Sin parametro rige
      * la semana que termina hoy.
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
           SELECT PRM-ATPC823 ASSIGN TO "ATPC823.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC823-PRM-STATUS.
      * Historial de asignaciones -- ver ATPC968
           SELECT ASI-HISTORIAL ASSIGN TO "ASIGHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC823-ASI-STATUS.
           SELECT PRO-PROMESAS ASSIGN TO "PROMESAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC823-PRO-STATUS.
           SELECT PAG-HISTORIAL ASSIGN TO "PAGHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC823-PAG-STATUS.
           SELECT EST-HISTORIA ASSIGN TO "ESTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC823-EST-STATUS.
           SELECT RPT-ATPC823 ASSIGN TO "ATPC823.RPT"
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
       COPY "ATPCLCK-LCK".
       COPY "ATPCEXC-EXC".

       FD  PRM-ATPC823
           RECORDING MODE IS F.
       01  PRM-ATPC823-REG.
           05  PRM-ATPC823-TIPO               PIC X(01).
           05  FILLER                         PIC X(01).
           05  PRM-ATPC823-FECHA              PIC X(10).

       FD  ASI-HISTORIAL
           RECORDING MODE IS F.
       01  ASI-HISTORIAL-REG.
           05  ASI-FECHA                      PIC X(10).
           05  ASI-CODOPER                    PIC X(08).
           05  ASI-ORDEN                      PIC 9(04).
           05  ASI-CODENT                     PIC X(04).
           05  ASI-NUMCUENTA                  PIC X(16).
           05  ASI-CODESTCTA                  PIC 9(02).
           05  ASI-TIPESTCTA                  PIC X(01).
           05  ASI-DIAS                       PIC 9(03).
           05  ASI-SALDO                      PIC 9(09)V99.

       FD  PRO-PROMESAS
           RECORDING MODE IS F.
       01  PRO-PROMESAS-REG.
           05  PRO-OPERACION                  PIC X(01).
           05  PRO-CODENT                     PIC X(04).
           05  PRO-NUMCUENTA                  PIC X(16).
           05  PRO-IMPORTE                    PIC 9(09)V99.
           05  PRO-FECPROM                    PIC X(10).
           05  PRO-ESTADO                     PIC X(01).
           05  PRO-CODOPER                    PIC X(08).
           05  PRO-FECALTA.
               10  PRO-FECALTA-AAAA           PIC 9(04).
               10  PRO-FECALTA-MM             PIC 9(02).
               10  PRO-FECALTA-DD             PIC 9(02).
           05  PRO-HORALTA                    PIC 9(06).

       FD  PAG-HISTORIAL
           RECORDING MODE IS F.
       01  PAG-HISTORIAL-REG.
           05  PAG-CODENT                     PIC X(04).
           05  PAG-NUMCUENTA                  PIC X(16).
           05  PAG-IMPORTE                    PIC 9(09)V99.
           05  PAG-FECVALOR                   PIC X(10).

       FD  EST-HISTORIA
           RECORDING MODE IS F.
       01  EST-HISTORIA-REG.
           05  EST-RUNID                      PIC X(12).
           05  EST-FECHA                      PIC X(10).
           05  EST-CODENT                     PIC X(04).
           05  EST-NUMCUENTA                  PIC X(16).
           05  EST-ESTADO-ANT                 PIC 9(02).
           05  EST-ESTADO-NVO                 PIC 9(02).
           05  EST-CODBLQ                     PIC 9(02).
           05  EST-INDACEDEU                  PIC X(01).

       FD  RPT-ATPC823
           RECORDING MODE IS F.
       01  RPT-ATPC823-REG                    PIC X(130).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPC096-WS".
       COPY "ATPC163-WS".
       COPY "ATPC175-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".

       77  WS-ATPC823-PRM-STATUS              PIC X(02).
       77  WS-ATPC823-ASI-STATUS              PIC X(02).
       77  WS-ATPC823-PRO-STATUS              PIC X(02).
       77  WS-ATPC823-PAG-STATUS              PIC X(02).
       77  WS-ATPC823-EST-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC823-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.

      * Periodo del tablero: tipo (S semanal, M mensual) y sus limites
      * en dias corridos
       01  WS-ATPC823-TIPO                    PIC X(01) VALUE "S".
           88 WS-ATPC823-SEMANAL              VALUE "S".
           88 WS-ATPC823-MENSUAL              VALUE "M".
       01  WS-ATPC823-DESDE                   PIC X(10).
       01  WS-ATPC823-HASTA                   PIC X(10).
       77  WS-ATPC823-SERIE-DESDE             PIC S9(09).
       77  WS-ATPC823-SERIE-HASTA             PIC S9(09).
       01  WS-ATPC823-MES-SIG.
           05  WS-ATPC823-MES-SIG-AAAA        PIC 9(04).
           05  WS-ATPC823-MES-SIG-G1          PIC X(01) VALUE "-".
           05  WS-ATPC823-MES-SIG-MM          PIC 9(02).
           05  WS-ATPC823-MES-SIG-G2          PIC X(01) VALUE "-".
           05  WS-ATPC823-MES-SIG-DD          PIC 9(02) VALUE 1.

      * Fecha del dia en AAAA-MM-DD
       01  WS-ATPC823-HOY.
           05  WS-ATPC823-HOY-AAAA            PIC 9(04).
           05  WS-ATPC823-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC823-HOY-MM              PIC 9(02).
           05  WS-ATPC823-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC823-HOY-DD              PIC 9(02).
       01  WS-ATPC823-HOY-AMD.
           05  WS-ATPC823-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC823-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC823-HOY-AMD-DD          PIC 9(02).

      * Conversion de fechas AAAA-MM-DD a dias corridos
       01  WS-ATPC823-FECHA-DIV.
           05  WS-ATPC823-FD-AAAA             PIC 9(04).
           05  WS-ATPC823-FD-G1               PIC X(01).
           05  WS-ATPC823-FD-MM               PIC 9(02).
           05  WS-ATPC823-FD-G2               PIC X(01).
           05  WS-ATPC823-FD-DD               PIC 9(02).
       01  FILLER                             PIC X(01).
           88 WS-ATPC823-FECHA-VALIDA         VALUE "S"
              WHEN SET TO FALSE "N".
       77  WS-ATPC823-SERIE                   PIC S9(09).
       77  WS-ATPC823-ANIOS-PREV              PIC S9(09).
       77  WS-ATPC823-BIS4                    PIC S9(09).
       77  WS-ATPC823-BIS100                  PIC S9(09).
       77  WS-ATPC823-BIS400                  PIC S9(09).
       77  WS-ATPC823-REM4                    PIC S9(09).
       77  WS-ATPC823-REM100                  PIC S9(09).
       77  WS-ATPC823-REM400                  PIC S9(09).
       77  WS-ATPC823-MES-AUX                 PIC 9(02).

      * Dias acumulados al inicio de cada mes (anio no bisiesto)
       01  WS-ATPC823-DIAS-ACUM-DEF.
           05  FILLER  PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  FILLER REDEFINES WS-ATPC823-DIAS-ACUM-DEF.
           05  WS-ATPC823-DIAS-ACUM OCCURS 12 TIMES PIC 9(03).

      * Gestor por entidad: totales del periodo y clave de orden
      * (cobrado + curas + tasa, comparable de mayor a menor)
       78  WS-ATPC823-GES-MAX                 VALUE 500.
       77  WS-ATPC823-GES-CANT                PIC 9(04) VALUE 0.
       77  WS-ATPC823-GES-IDX                 PIC 9(04).
       77  WS-ATPC823-GES-MEJOR               PIC 9(04).
       01  WS-ATPC823-GESTORES.
           05  WS-ATPC823-GES OCCURS 500 TIMES.
               10  WS-ATPC823-GES-CODENT      PIC X(04).
               10  WS-ATPC823-GES-CODOPER     PIC X(08).
               10  WS-ATPC823-GES-CUENTAS     PIC 9(06).
               10  WS-ATPC823-GES-PROMESAS    PIC 9(05).
               10  WS-ATPC823-GES-CUMPLIDAS   PIC 9(05).
               10  WS-ATPC823-GES-ROTAS       PIC 9(05).
               10  WS-ATPC823-GES-PAGOS       PIC 9(06).
               10  WS-ATPC823-GES-PRIORIDAD.
                   15  WS-ATPC823-GES-COBRADO PIC 9(13)V99.
                   15  WS-ATPC823-GES-CURAS   PIC 9(05).
                   15  WS-ATPC823-GES-TASA    PIC 9(03)V9.
               10  WS-ATPC823-GES-USADA       PIC X(01).
       01  WS-ATPC823-AUX-CODENT              PIC X(04).
       01  WS-ATPC823-AUX-CODOPER             PIC X(08).
       01  WS-ATPC823-ENT-ACTUAL              PIC X(04).
       77  WS-ATPC823-RANGO                   PIC 9(04).

      * Asignaciones del periodo: cuenta por gestor, con la fecha
      * (en dias corridos) de la primera asignacion del periodo
       78  WS-ATPC823-ASG-MAX                 VALUE 10000.
       77  WS-ATPC823-ASG-CANT                PIC 9(05) VALUE 0.
       77  WS-ATPC823-ASG-IDX                 PIC 9(05).
       77  WS-ATPC823-ASG-MEJOR               PIC 9(05).
       01  FILLER                             PIC 9(01).
           88 WS-ATPC823-ASG-DESBORDE          VALUE 1
              WHEN SET TO FALSE 0.
       01  WS-ATPC823-ASIGNACIONES.
           05  WS-ATPC823-ASG OCCURS 10000 TIMES.
               10  WS-ATPC823-ASG-CODOPER     PIC X(08).
               10  WS-ATPC823-ASG-CODENT      PIC X(04).
               10  WS-ATPC823-ASG-NUMCUENTA   PIC X(16).
               10  WS-ATPC823-ASG-SERIE       PIC S9(09).
               10  WS-ATPC823-ASG-GES         PIC 9(04).

      * Atribucion de un pago o una cura a la asignacion vigente
       01  WS-ATPC823-ATR-CODENT              PIC X(04).
       01  WS-ATPC823-ATR-NUMCUENTA           PIC X(16).
       77  WS-ATPC823-ATR-SERIE               PIC S9(09).
       77  WS-ATPC823-DIAS-ANT                PIC 9(03).
       77  WS-ATPC823-DIAS-NVO                PIC 9(03).
       01  FILLER                             PIC X(01).
           88 WS-ATPC823-ESCALERA             VALUE "S"
              WHEN SET TO FALSE "N".

      * Contadores del resumen final
       77  WS-ATPC823-ASI-LEIDAS              PIC 9(08) VALUE 0.
       77  WS-ATPC823-PAG-ATRIBUIDOS          PIC 9(08) VALUE 0.
       77  WS-ATPC823-PAG-SIN-GESTOR          PIC 9(08) VALUE 0.
       77  WS-ATPC823-CURAS-TOT               PIC 9(06) VALUE 0.
       77  WS-ATPC823-PROMESAS-TOT            PIC 9(06) VALUE 0.

       01  WS-ATPC823-MARCA                   PIC X(01).
       77  WS-ATPC823-COBRADO-ED              PIC Z(12)9.99.
       77  WS-ATPC823-TASA-ED                 PIC ZZ9.9.
       01  WS-ATPC823-TASA-TXT                PIC X(05).
       01  WS-ATPC823-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC823-PRINCIPAL
      *----------------------------------------------------------------
       ATPC823-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC823: TABLERO DE DESEMPENO DE GESTORES              -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC823" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC096-CARGAR-ARREGLO
           PERFORM ATPC163-CARGAR-ARREGLO
           PERFORM ATPC175-CARGAR-ARREGLO

           ACCEPT WS-ATPC823-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC823-HOY-G1 WS-ATPC823-HOY-G2
           MOVE WS-ATPC823-HOY-AMD-AAAA TO WS-ATPC823-HOY-AAAA
           MOVE WS-ATPC823-HOY-AMD-MM   TO WS-ATPC823-HOY-MM
           MOVE WS-ATPC823-HOY-AMD-DD   TO WS-ATPC823-HOY-DD

           PERFORM ATPC823-DETERMINAR-PERIODO

           OPEN OUTPUT RPT-ATPC823

           MOVE SPACES TO WS-ATPC823-LINEA
           IF WS-ATPC823-MENSUAL
              STRING " TABLERO MENSUAL DE GESTORES ["
                                              DELIMITED BY SIZE
                     WS-ATPC823-DESDE(1:7)    DELIMITED BY SIZE
                     "]"                      DELIMITED BY SIZE
                INTO WS-ATPC823-LINEA
           ELSE
              STRING " TABLERO SEMANAL DE GESTORES ["
                                              DELIMITED BY SIZE
                     WS-ATPC823-DESDE         DELIMITED BY SIZE
                     " AL "                   DELIMITED BY SIZE
                     WS-ATPC823-HASTA         DELIMITED BY SIZE
                     "]"                      DELIMITED BY SIZE
                INTO WS-ATPC823-LINEA
           END-IF
           WRITE RPT-ATPC823-REG FROM WS-ATPC823-LINEA
           DISPLAY WS-ATPC823-LINEA

           PERFORM ATPC823-CARGAR-ASIGNACIONES
           PERFORM ATPC823-AGREGAR-GESTORES-OCIOSOS
           PERFORM ATPC823-ACUMULAR-PROMESAS
           PERFORM ATPC823-ACUMULAR-PAGOS
           PERFORM ATPC823-ACUMULAR-CURAS

           PERFORM VARYING WS-ATPC823-GES-IDX FROM 1 BY 1
                     UNTIL WS-ATPC823-GES-IDX > WS-ATPC823-GES-CANT
              PERFORM ATPC823-CALCULAR-TASA
           END-PERFORM

           PERFORM ATPC823-EMITIR-TABLERO

           MOVE SPACES TO WS-ATPC823-LINEA
           STRING " ASIGNACIONES LEIDAS: "    DELIMITED BY SIZE
                  WS-ATPC823-ASI-LEIDAS       DELIMITED BY SIZE
                  "  PROMESAS: "              DELIMITED BY SIZE
                  WS-ATPC823-PROMESAS-TOT     DELIMITED BY SIZE
                  "  PAGOS ATRIBUIDOS: "      DELIMITED BY SIZE
                  WS-ATPC823-PAG-ATRIBUIDOS   DELIMITED BY SIZE
                  "  PAGOS SIN GESTOR: "      DELIMITED BY SIZE
                  WS-ATPC823-PAG-SIN-GESTOR   DELIMITED BY SIZE
                  "  CURAS: "                 DELIMITED BY SIZE
                  WS-ATPC823-CURAS-TOT        DELIMITED BY SIZE
             INTO WS-ATPC823-LINEA
           WRITE RPT-ATPC823-REG FROM WS-ATPC823-LINEA
           DISPLAY WS-ATPC823-LINEA

           CLOSE RPT-ATPC823

           DISPLAY
           "- ATPC823: TABLERO FINALIZADO                            -"
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
      * Proceso: ATPC823-ABORTAR
      *----------------------------------------------------------------
       ATPC823-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC823-DETERMINAR-PERIODO
      *----------------------------------------------------------------
      * Tipo y fecha de referencia de ATPC823.PRM; de ahi salen los
      * limites DESDE y HASTA del periodo en dias corridos
      *----------------------------------------------------------------
       ATPC823-DETERMINAR-PERIODO.
           MOVE "S"            TO WS-ATPC823-TIPO
           MOVE WS-ATPC823-HOY TO WS-ATPC823-HASTA

           OPEN INPUT PRM-ATPC823
           IF WS-ATPC823-PRM-STATUS = "00"
              READ PRM-ATPC823
                  AT END
                     CONTINUE
                  NOT AT END
                     PERFORM ATPC823-VALIDAR-PARAMETRO
              END-READ
              CLOSE PRM-ATPC823
           END-IF

           IF WS-ATPC823-MENSUAL
              MOVE WS-ATPC823-HASTA(1:7) TO WS-ATPC823-DESDE(1:7)
              MOVE "-01"                 TO WS-ATPC823-DESDE(8:3)
              MOVE WS-ATPC823-DESDE TO WS-ATPC823-FECHA-DIV
              PERFORM ATPC823-FECHA-A-SERIE
              MOVE WS-ATPC823-SERIE TO WS-ATPC823-SERIE-DESDE
      * El mes termina el dia anterior al primero del mes siguiente
              MOVE WS-ATPC823-FD-AAAA TO WS-ATPC823-MES-SIG-AAAA
              MOVE WS-ATPC823-FD-MM   TO WS-ATPC823-MES-SIG-MM
              IF WS-ATPC823-MES-SIG-MM = 12
                 ADD 1 TO WS-ATPC823-MES-SIG-AAAA
                 MOVE 1 TO WS-ATPC823-MES-SIG-MM
              ELSE
                 ADD 1 TO WS-ATPC823-MES-SIG-MM
              END-IF
              MOVE "-" TO WS-ATPC823-MES-SIG-G1 WS-ATPC823-MES-SIG-G2
              MOVE 1   TO WS-ATPC823-MES-SIG-DD
              MOVE WS-ATPC823-MES-SIG TO WS-ATPC823-FECHA-DIV
              PERFORM ATPC823-FECHA-A-SERIE
              COMPUTE WS-ATPC823-SERIE-HASTA = WS-ATPC823-SERIE - 1
           ELSE
              MOVE WS-ATPC823-HASTA TO WS-ATPC823-FECHA-DIV
              PERFORM ATPC823-FECHA-A-SERIE
              MOVE WS-ATPC823-SERIE TO WS-ATPC823-SERIE-HASTA
              COMPUTE WS-ATPC823-SERIE-DESDE =
                 WS-ATPC823-SERIE-HASTA - 6
      * Fecha DESDE para el titulo: se retrocede dia a dia
              MOVE WS-ATPC823-HASTA TO WS-ATPC823-DESDE
              PERFORM 6 TIMES
                 PERFORM ATPC823-DIA-ANTERIOR
              END-PERFORM
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC823-VALIDAR-PARAMETRO
      *----------------------------------------------------------------
       ATPC823-VALIDAR-PARAMETRO.
           EVALUATE TRUE
              WHEN PRM-ATPC823-TIPO = "M"
               AND PRM-ATPC823-FECHA = SPACES
                 MOVE "M" TO WS-ATPC823-TIPO
              WHEN PRM-ATPC823-TIPO = "M"
               AND PRM-ATPC823-FECHA(1:4) IS NUMERIC
               AND PRM-ATPC823-FECHA(5:1) = "-"
               AND PRM-ATPC823-FECHA(6:2) IS NUMERIC
               AND PRM-ATPC823-FECHA(6:2) >= "01"
               AND PRM-ATPC823-FECHA(6:2) <= "12"
                 MOVE "M" TO WS-ATPC823-TIPO
                 MOVE PRM-ATPC823-FECHA(1:7) TO WS-ATPC823-HASTA(1:7)
              WHEN PRM-ATPC823-TIPO = "S"
               AND PRM-ATPC823-FECHA = SPACES
                 MOVE "S" TO WS-ATPC823-TIPO
              WHEN PRM-ATPC823-TIPO = "S"
                 MOVE PRM-ATPC823-FECHA TO WS-ATPC823-FECHA-DIV
                 PERFORM ATPC823-VALIDAR-FECHA
                 IF WS-ATPC823-FECHA-VALIDA
                    MOVE PRM-ATPC823-FECHA TO WS-ATPC823-HASTA
                 ELSE
                    DISPLAY "ATPC823 - AVISO: fecha invalida en "
                            "ATPC823.PRM [" PRM-ATPC823-FECHA
                            "] -- se reporta la semana que termina hoy"
                 END-IF
              WHEN OTHER
                 DISPLAY "ATPC823 - AVISO: periodo invalido en "
                         "ATPC823.PRM [" PRM-ATPC823-REG
                         "] -- se reporta la semana que termina hoy"
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC823-VALIDAR-FECHA
      *----------------------------------------------------------------
      * Valida la forma AAAA-MM-DD de WS-ATPC823-FECHA-DIV
      *----------------------------------------------------------------
       ATPC823-VALIDAR-FECHA.
           SET WS-ATPC823-FECHA-VALIDA TO FALSE
           IF WS-ATPC823-FECHA-DIV(1:4) IS NUMERIC
           AND WS-ATPC823-FD-G1 = "-"
           AND WS-ATPC823-FECHA-DIV(6:2) IS NUMERIC
           AND WS-ATPC823-FD-G2 = "-"
           AND WS-ATPC823-FECHA-DIV(9:2) IS NUMERIC
              IF WS-ATPC823-FD-MM >= 1 AND WS-ATPC823-FD-MM <= 12
              AND WS-ATPC823-FD-DD >= 1 AND WS-ATPC823-FD-DD <= 31
                 SET WS-ATPC823-FECHA-VALIDA TO TRUE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC823-DIA-ANTERIOR
      *----------------------------------------------------------------
      * Retrocede un dia la fecha AAAA-MM-DD de WS-ATPC823-DESDE
      *----------------------------------------------------------------
       ATPC823-DIA-ANTERIOR.
           MOVE WS-ATPC823-DESDE TO WS-ATPC823-FECHA-DIV
           IF WS-ATPC823-FD-DD > 1
              SUBTRACT 1 FROM WS-ATPC823-FD-DD
           ELSE
              IF WS-ATPC823-FD-MM = 1
                 MOVE 12 TO WS-ATPC823-FD-MM
                 SUBTRACT 1 FROM WS-ATPC823-FD-AAAA
              ELSE
                 SUBTRACT 1 FROM WS-ATPC823-FD-MM
              END-IF
      * Ultimo dia del mes: diferencia de dias acumulados con el mes
      * siguiente (diciembre tiene 31; febrero se corrige si el anio
      * es bisiesto)
              IF WS-ATPC823-FD-MM = 12
                 MOVE 31 TO WS-ATPC823-FD-DD
              ELSE
                 MOVE WS-ATPC823-FD-MM TO WS-ATPC823-MES-AUX
                 COMPUTE WS-ATPC823-FD-DD =
                    WS-ATPC823-DIAS-ACUM(WS-ATPC823-MES-AUX + 1)
                    - WS-ATPC823-DIAS-ACUM(WS-ATPC823-MES-AUX)
                 IF WS-ATPC823-FD-MM = 2
                    DIVIDE WS-ATPC823-FD-AAAA BY 4
                       GIVING WS-ATPC823-BIS4
                       REMAINDER WS-ATPC823-REM4
                    DIVIDE WS-ATPC823-FD-AAAA BY 100
                       GIVING WS-ATPC823-BIS100
                       REMAINDER WS-ATPC823-REM100
                    DIVIDE WS-ATPC823-FD-AAAA BY 400
                       GIVING WS-ATPC823-BIS400
                       REMAINDER WS-ATPC823-REM400
                    IF WS-ATPC823-REM4 = ZEROES
                    AND (WS-ATPC823-REM100 NOT = ZEROES
                         OR WS-ATPC823-REM400 = ZEROES)
                       ADD 1 TO WS-ATPC823-FD-DD
                    END-IF
                 END-IF
              END-IF
           END-IF
           MOVE WS-ATPC823-FECHA-DIV TO WS-ATPC823-DESDE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC823-CARGAR-ASIGNACIONES
      *----------------------------------------------------------------
      * Asignaciones del periodo segun ASIGHIST.DAT; cada cuenta se
      * cuenta una sola vez por gestor
      *----------------------------------------------------------------
       ATPC823-CARGAR-ASIGNACIONES.
           SET WS-ATPC823-ASG-DESBORDE TO FALSE
           OPEN INPUT ASI-HISTORIAL
           IF WS-ATPC823-ASI-STATUS NOT = "00"
              DISPLAY "ATPC823 - AVISO: sin historial de asignaciones "
                      "ASIGHIST.DAT -- FILE STATUS:["
                      WS-ATPC823-ASI-STATUS "]"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              SET WS-ATPC823-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC823-FIN-ENTRADA
                 READ ASI-HISTORIAL
                     AT END
                        SET WS-ATPC823-FIN-ENTRADA TO TRUE
                     NOT AT END
                        MOVE ASI-FECHA TO WS-ATPC823-FECHA-DIV
                        PERFORM ATPC823-FECHA-A-SERIE
                        IF WS-ATPC823-SERIE >= WS-ATPC823-SERIE-DESDE
                        AND WS-ATPC823-SERIE <= WS-ATPC823-SERIE-HASTA
                           ADD 1 TO WS-ATPC823-ASI-LEIDAS
                           PERFORM ATPC823-INCORPORAR-ASIGNACION
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE ASI-HISTORIAL
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC823-INCORPORAR-ASIGNACION
      *----------------------------------------------------------------
       ATPC823-INCORPORAR-ASIGNACION.
           MOVE ZEROES TO WS-ATPC823-ASG-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC823-ASG-CANT
              IF WS-ATPC823-ASG-NUMCUENTA(WS-I) = ASI-NUMCUENTA
              AND WS-ATPC823-ASG-CODENT(WS-I) = ASI-CODENT
              AND WS-ATPC823-ASG-CODOPER(WS-I) = ASI-CODOPER
                 MOVE WS-I TO WS-ATPC823-ASG-IDX
                 MOVE WS-ATPC823-ASG-CANT TO WS-I
              END-IF
           END-PERFORM

           IF WS-ATPC823-ASG-IDX > ZEROES
              IF WS-ATPC823-SERIE <
                 WS-ATPC823-ASG-SERIE(WS-ATPC823-ASG-IDX)
                 MOVE WS-ATPC823-SERIE
                   TO WS-ATPC823-ASG-SERIE(WS-ATPC823-ASG-IDX)
              END-IF
           ELSE
              IF WS-ATPC823-ASG-CANT < WS-ATPC823-ASG-MAX
                 MOVE ASI-CODENT  TO WS-ATPC823-AUX-CODENT
                 MOVE ASI-CODOPER TO WS-ATPC823-AUX-CODOPER
                 PERFORM ATPC823-UBICAR-GESTOR
                 ADD 1 TO WS-ATPC823-ASG-CANT
                 MOVE WS-ATPC823-ASG-CANT TO WS-ATPC823-ASG-IDX
                 MOVE ASI-CODOPER
                   TO WS-ATPC823-ASG-CODOPER(WS-ATPC823-ASG-IDX)
                 MOVE ASI-CODENT
                   TO WS-ATPC823-ASG-CODENT(WS-ATPC823-ASG-IDX)
                 MOVE ASI-NUMCUENTA
                   TO WS-ATPC823-ASG-NUMCUENTA(WS-ATPC823-ASG-IDX)
                 MOVE WS-ATPC823-SERIE
                   TO WS-ATPC823-ASG-SERIE(WS-ATPC823-ASG-IDX)
                 MOVE WS-ATPC823-GES-IDX
                   TO WS-ATPC823-ASG-GES(WS-ATPC823-ASG-IDX)
                 ADD 1 TO WS-ATPC823-GES-CUENTAS(WS-ATPC823-GES-IDX)
              ELSE
      * La asignacion que no entra al arreglo deja cobros y curas sin
      * atribuir: se alerta y la corrida queda mala
                 IF NOT WS-ATPC823-ASG-DESBORDE
                    DISPLAY "ATPC823 - ALERTA: el arreglo de "
                       "asignaciones alcanzo su capacidad maxima ["
                       WS-ATPC823-ASG-MAX "] - hay asignaciones sin "
                       "considerar"
                    SET WS-ATPC823-ASG-DESBORDE TO TRUE
                 END-IF
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC823-UBICAR-GESTOR
      *----------------------------------------------------------------
      * Busca o agrega el par WS-ATPC823-AUX-CODENT + AUX-CODOPER y
      * deja su posicion en WS-ATPC823-GES-IDX
      *----------------------------------------------------------------
       ATPC823-UBICAR-GESTOR.
           MOVE ZEROES TO WS-ATPC823-GES-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC823-GES-CANT
              IF WS-ATPC823-GES-CODENT(WS-I) = WS-ATPC823-AUX-CODENT
              AND WS-ATPC823-GES-CODOPER(WS-I) =
                  WS-ATPC823-AUX-CODOPER
                 MOVE WS-I TO WS-ATPC823-GES-IDX
                 MOVE WS-ATPC823-GES-CANT TO WS-I
              END-IF
           END-PERFORM
           IF WS-ATPC823-GES-IDX = ZEROES
              IF WS-ATPC823-GES-CANT < WS-ATPC823-GES-MAX
                 ADD 1 TO WS-ATPC823-GES-CANT
                 MOVE WS-ATPC823-GES-CANT TO WS-ATPC823-GES-IDX
                 INITIALIZE WS-ATPC823-GES(WS-ATPC823-GES-IDX)
                 MOVE WS-ATPC823-AUX-CODENT
                   TO WS-ATPC823-GES-CODENT(WS-ATPC823-GES-IDX)
                 MOVE WS-ATPC823-AUX-CODOPER
                   TO WS-ATPC823-GES-CODOPER(WS-ATPC823-GES-IDX)
                 MOVE CT-N TO WS-ATPC823-GES-USADA(WS-ATPC823-GES-IDX)
              ELSE
                 DISPLAY "ATPC823 - ALERTA: el arreglo de gestores "
                         "alcanzo su capacidad maxima ["
                         WS-ATPC823-GES-MAX "] -- corrida abortada"
                 CLOSE RPT-ATPC823
                 PERFORM ATPC823-ABORTAR
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC823-AGREGAR-GESTORES-OCIOSOS
      *----------------------------------------------------------------
      * Los perfiles con funcion G y ambito sobre una entidad figuran
      * en el tablero de esa entidad aunque no tengan actividad
      *----------------------------------------------------------------
       ATPC823-AGREGAR-GESTORES-OCIOSOS.
           PERFORM VARYING WS-ATPC823-RANGO FROM 1 BY 1
                     UNTIL WS-ATPC823-RANGO > WS-ATPC163-TAB-OCCURS
              IF WS-ATPC163-TAB-CODENT-AMBITO(WS-ATPC823-RANGO)
                 NOT = SPACES
                 INITIALIZE WS-ATPC163-AUT
                 MOVE WS-ATPC163-TAB-CODOPER(WS-ATPC823-RANGO)
                   TO WS-ATPC163-AUT-CODOPER
                 MOVE "G" TO WS-ATPC163-AUT-FUNCION
                 MOVE WS-ATPC163-TAB-CODENT-AMBITO(WS-ATPC823-RANGO)
                   TO WS-ATPC163-AUT-CODENT
                 PERFORM ATPC163-AUTORIZAR
                 IF WS-ATPC163-AUTORIZADO
                    MOVE WS-ATPC163-TAB-CODENT-AMBITO(WS-ATPC823-RANGO)
                      TO WS-ATPC823-AUX-CODENT
                    MOVE WS-ATPC163-TAB-CODOPER(WS-ATPC823-RANGO)
                      TO WS-ATPC823-AUX-CODOPER
                    PERFORM ATPC823-UBICAR-GESTOR
                 END-IF
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC823-ACUMULAR-PROMESAS
      *----------------------------------------------------------------
      * Promesas dadas de alta en el periodo por cada gestor; la
      * cancelada no cuenta como tomada
      *----------------------------------------------------------------
       ATPC823-ACUMULAR-PROMESAS.
           OPEN INPUT PRO-PROMESAS
           IF WS-ATPC823-PRO-STATUS = "00"
              SET WS-ATPC823-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC823-FIN-ENTRADA
                 READ PRO-PROMESAS
                     AT END
                        SET WS-ATPC823-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF PRO-ESTADO NOT = "C"
                        AND PRO-FECALTA IS NUMERIC
                           PERFORM ATPC823-EVALUAR-PROMESA
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE PRO-PROMESAS
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC823-EVALUAR-PROMESA
      *----------------------------------------------------------------
       ATPC823-EVALUAR-PROMESA.
           MOVE PRO-FECALTA-AAAA TO WS-ATPC823-FD-AAAA
           MOVE PRO-FECALTA-MM   TO WS-ATPC823-FD-MM
           MOVE PRO-FECALTA-DD   TO WS-ATPC823-FD-DD
           MOVE "-" TO WS-ATPC823-FD-G1 WS-ATPC823-FD-G2
           PERFORM ATPC823-FECHA-A-SERIE
           IF WS-ATPC823-SERIE >= WS-ATPC823-SERIE-DESDE
           AND WS-ATPC823-SERIE <= WS-ATPC823-SERIE-HASTA
              MOVE PRO-CODENT  TO WS-ATPC823-AUX-CODENT
              MOVE PRO-CODOPER TO WS-ATPC823-AUX-CODOPER
              PERFORM ATPC823-UBICAR-GESTOR
              ADD 1 TO WS-ATPC823-PROMESAS-TOT
              ADD 1 TO WS-ATPC823-GES-PROMESAS(WS-ATPC823-GES-IDX)
              EVALUATE PRO-ESTADO
                 WHEN "K"
                    ADD 1
                      TO WS-ATPC823-GES-CUMPLIDAS(WS-ATPC823-GES-IDX)
                 WHEN "B"
                    ADD 1 TO WS-ATPC823-GES-ROTAS(WS-ATPC823-GES-IDX)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC823-ACUMULAR-PAGOS
      *----------------------------------------------------------------
       ATPC823-ACUMULAR-PAGOS.
           OPEN INPUT PAG-HISTORIAL
           IF WS-ATPC823-PAG-STATUS = "00"
              SET WS-ATPC823-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC823-FIN-ENTRADA
                 READ PAG-HISTORIAL
                     AT END
                        SET WS-ATPC823-FIN-ENTRADA TO TRUE
                     NOT AT END
                        MOVE PAG-FECVALOR TO WS-ATPC823-FECHA-DIV
                        PERFORM ATPC823-FECHA-A-SERIE
                        IF WS-ATPC823-SERIE >= WS-ATPC823-SERIE-DESDE
                        AND WS-ATPC823-SERIE <= WS-ATPC823-SERIE-HASTA
                           PERFORM ATPC823-ATRIBUIR-PAGO
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE PAG-HISTORIAL
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC823-ATRIBUIR-PAGO
      *----------------------------------------------------------------
       ATPC823-ATRIBUIR-PAGO.
           MOVE PAG-CODENT       TO WS-ATPC823-ATR-CODENT
           MOVE PAG-NUMCUENTA    TO WS-ATPC823-ATR-NUMCUENTA
           MOVE WS-ATPC823-SERIE TO WS-ATPC823-ATR-SERIE
           PERFORM ATPC823-BUSCAR-ASIGNACION
           IF WS-ATPC823-ASG-MEJOR > ZEROES
              MOVE WS-ATPC823-ASG-GES(WS-ATPC823-ASG-MEJOR)
                TO WS-ATPC823-GES-IDX
              ADD 1 TO WS-ATPC823-PAG-ATRIBUIDOS
              ADD 1 TO WS-ATPC823-GES-PAGOS(WS-ATPC823-GES-IDX)
              ADD PAG-IMPORTE
                TO WS-ATPC823-GES-COBRADO(WS-ATPC823-GES-IDX)
           ELSE
              ADD 1 TO WS-ATPC823-PAG-SIN-GESTOR
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC823-ACUMULAR-CURAS
      *----------------------------------------------------------------
       ATPC823-ACUMULAR-CURAS.
           OPEN INPUT EST-HISTORIA
           IF WS-ATPC823-EST-STATUS = "00"
              SET WS-ATPC823-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC823-FIN-ENTRADA
                 READ EST-HISTORIA
                     AT END
                        SET WS-ATPC823-FIN-ENTRADA TO TRUE
                     NOT AT END
                        MOVE EST-FECHA TO WS-ATPC823-FECHA-DIV
                        PERFORM ATPC823-FECHA-A-SERIE
                        IF WS-ATPC823-SERIE >= WS-ATPC823-SERIE-DESDE
                        AND WS-ATPC823-SERIE <= WS-ATPC823-SERIE-HASTA
                           PERFORM ATPC823-EVALUAR-CURA
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE EST-HISTORIA
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC823-EVALUAR-CURA
      *----------------------------------------------------------------
      * La transicion es una cura cuando el estado nuevo esta antes
      * en la escalera NUMDIASACT de ATPC175 que el anterior
      *----------------------------------------------------------------
       ATPC823-EVALUAR-CURA.
           SET WS-ATPC823-ESCALERA TO TRUE
           INITIALIZE WS-ATPC175
           MOVE EST-CODENT     TO WS-ATPC175-CODENT
           MOVE EST-ESTADO-ANT TO WS-ATPC175-CODESTCTA
           PERFORM ATPC175-BUSCAR-EN-ARREGLO
           IF WS-ATPC175-RETORNO-OK
              MOVE WS-ATPC175-NUMDIASACT TO WS-ATPC823-DIAS-ANT
           ELSE
              SET WS-ATPC823-ESCALERA TO FALSE
           END-IF
           INITIALIZE WS-ATPC175
           MOVE EST-CODENT     TO WS-ATPC175-CODENT
           MOVE EST-ESTADO-NVO TO WS-ATPC175-CODESTCTA
           PERFORM ATPC175-BUSCAR-EN-ARREGLO
           IF WS-ATPC175-RETORNO-OK
              MOVE WS-ATPC175-NUMDIASACT TO WS-ATPC823-DIAS-NVO
           ELSE
              SET WS-ATPC823-ESCALERA TO FALSE
           END-IF

           IF (WS-ATPC823-ESCALERA
               AND WS-ATPC823-DIAS-NVO < WS-ATPC823-DIAS-ANT)
           OR (NOT WS-ATPC823-ESCALERA
               AND EST-ESTADO-NVO < EST-ESTADO-ANT)
              MOVE EST-CODENT       TO WS-ATPC823-ATR-CODENT
              MOVE EST-NUMCUENTA    TO WS-ATPC823-ATR-NUMCUENTA
              MOVE WS-ATPC823-SERIE TO WS-ATPC823-ATR-SERIE
              PERFORM ATPC823-BUSCAR-ASIGNACION
              IF WS-ATPC823-ASG-MEJOR > ZEROES
                 MOVE WS-ATPC823-ASG-GES(WS-ATPC823-ASG-MEJOR)
                   TO WS-ATPC823-GES-IDX
                 ADD 1 TO WS-ATPC823-CURAS-TOT
                 ADD 1 TO WS-ATPC823-GES-CURAS(WS-ATPC823-GES-IDX)
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC823-BUSCAR-ASIGNACION
      *----------------------------------------------------------------
      * Entre las asignaciones de la cuenta ya vigentes a la fecha
      * WS-ATPC823-ATR-SERIE elige la mas reciente
      *----------------------------------------------------------------
       ATPC823-BUSCAR-ASIGNACION.
           MOVE ZEROES TO WS-ATPC823-ASG-MEJOR
           PERFORM VARYING WS-ATPC823-ASG-IDX FROM 1 BY 1
                     UNTIL WS-ATPC823-ASG-IDX > WS-ATPC823-ASG-CANT
              IF WS-ATPC823-ASG-NUMCUENTA(WS-ATPC823-ASG-IDX) =
                 WS-ATPC823-ATR-NUMCUENTA
              AND WS-ATPC823-ASG-CODENT(WS-ATPC823-ASG-IDX) =
                  WS-ATPC823-ATR-CODENT
              AND WS-ATPC823-ASG-SERIE(WS-ATPC823-ASG-IDX) <=
                  WS-ATPC823-ATR-SERIE
                 IF WS-ATPC823-ASG-MEJOR = ZEROES
                    MOVE WS-ATPC823-ASG-IDX TO WS-ATPC823-ASG-MEJOR
                 ELSE
                    IF WS-ATPC823-ASG-SERIE(WS-ATPC823-ASG-IDX) >
                       WS-ATPC823-ASG-SERIE(WS-ATPC823-ASG-MEJOR)
                       MOVE WS-ATPC823-ASG-IDX TO WS-ATPC823-ASG-MEJOR
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC823-CALCULAR-TASA
      *----------------------------------------------------------------
       ATPC823-CALCULAR-TASA.
           IF WS-ATPC823-GES-CUMPLIDAS(WS-ATPC823-GES-IDX)
            + WS-ATPC823-GES-ROTAS(WS-ATPC823-GES-IDX) > ZEROES
              COMPUTE WS-ATPC823-GES-TASA(WS-ATPC823-GES-IDX) ROUNDED =
                 WS-ATPC823-GES-CUMPLIDAS(WS-ATPC823-GES-IDX) * 100
                 / (WS-ATPC823-GES-CUMPLIDAS(WS-ATPC823-GES-IDX)
                  + WS-ATPC823-GES-ROTAS(WS-ATPC823-GES-IDX))
           ELSE
              MOVE ZEROES TO WS-ATPC823-GES-TASA(WS-ATPC823-GES-IDX)
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC823-EMITIR-TABLERO
      *----------------------------------------------------------------
      * Entidades en orden ascendente y, dentro de cada una, gestores
      * por clave de orden descendente
      *----------------------------------------------------------------
       ATPC823-EMITIR-TABLERO.
           MOVE LOW-VALUES TO WS-ATPC823-ENT-ACTUAL
           PERFORM WS-ATPC823-GES-CANT TIMES
              MOVE HIGH-VALUES TO WS-ATPC823-AUX-CODENT
              PERFORM VARYING WS-ATPC823-GES-IDX FROM 1 BY 1
                        UNTIL WS-ATPC823-GES-IDX > WS-ATPC823-GES-CANT
                 IF WS-ATPC823-GES-USADA(WS-ATPC823-GES-IDX) = CT-N
                 AND WS-ATPC823-GES-CODENT(WS-ATPC823-GES-IDX)
                     < WS-ATPC823-AUX-CODENT
                    MOVE WS-ATPC823-GES-CODENT(WS-ATPC823-GES-IDX)
                      TO WS-ATPC823-AUX-CODENT
                 END-IF
              END-PERFORM
              IF WS-ATPC823-AUX-CODENT NOT = HIGH-VALUES
                 MOVE WS-ATPC823-AUX-CODENT TO WS-ATPC823-ENT-ACTUAL
                 PERFORM ATPC823-EMITIR-ENTIDAD
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC823-EMITIR-ENTIDAD
      *----------------------------------------------------------------
       ATPC823-EMITIR-ENTIDAD.
           MOVE SPACES TO WS-ATPC823-LINEA
           WRITE RPT-ATPC823-REG FROM WS-ATPC823-LINEA
           MOVE SPACES TO WS-ATPC823-LINEA
           STRING " ENTIDAD ["                DELIMITED BY SIZE
                  WS-ATPC823-ENT-ACTUAL       DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC823-LINEA
           WRITE RPT-ATPC823-REG FROM WS-ATPC823-LINEA
           DISPLAY WS-ATPC823-LINEA
           MOVE " RANGO GESTOR     CUENTAS PROMESAS CUMPL ROTAS  TASA"
             TO WS-ATPC823-LINEA
           MOVE "  PAGOS          COBRADO CURAS"
             TO WS-ATPC823-LINEA(54:30)
           WRITE RPT-ATPC823-REG FROM WS-ATPC823-LINEA
           DISPLAY WS-ATPC823-LINEA

           MOVE ZEROES TO WS-ATPC823-RANGO
           PERFORM WS-ATPC823-GES-CANT TIMES
              MOVE ZEROES TO WS-ATPC823-GES-MEJOR
              PERFORM VARYING WS-ATPC823-GES-IDX FROM 1 BY 1
                        UNTIL WS-ATPC823-GES-IDX > WS-ATPC823-GES-CANT
                 IF WS-ATPC823-GES-USADA(WS-ATPC823-GES-IDX) = CT-N
                 AND WS-ATPC823-GES-CODENT(WS-ATPC823-GES-IDX) =
                     WS-ATPC823-ENT-ACTUAL
                 AND (WS-ATPC823-GES-MEJOR = ZEROES
                      OR WS-ATPC823-GES-PRIORIDAD(WS-ATPC823-GES-IDX)
                       > WS-ATPC823-GES-PRIORIDAD
                         (WS-ATPC823-GES-MEJOR))
                    MOVE WS-ATPC823-GES-IDX TO WS-ATPC823-GES-MEJOR
                 END-IF
              END-PERFORM
              IF WS-ATPC823-GES-MEJOR > ZEROES
                 MOVE WS-ATPC823-GES-MEJOR TO WS-ATPC823-GES-IDX
                 MOVE CT-S TO WS-ATPC823-GES-USADA(WS-ATPC823-GES-IDX)
                 ADD 1 TO WS-ATPC823-RANGO
                 PERFORM ATPC823-EMITIR-GESTOR
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC823-EMITIR-GESTOR
      *----------------------------------------------------------------
       ATPC823-EMITIR-GESTOR.
      * Gestor que hoy ya no tiene la funcion G sobre la entidad
           INITIALIZE WS-ATPC163-AUT
           MOVE WS-ATPC823-GES-CODOPER(WS-ATPC823-GES-IDX)
             TO WS-ATPC163-AUT-CODOPER
           MOVE "G" TO WS-ATPC163-AUT-FUNCION
           MOVE WS-ATPC823-GES-CODENT(WS-ATPC823-GES-IDX)
             TO WS-ATPC163-AUT-CODENT
           PERFORM ATPC163-AUTORIZAR
           IF WS-ATPC163-AUTORIZADO
              MOVE SPACE TO WS-ATPC823-MARCA
           ELSE
              MOVE "*" TO WS-ATPC823-MARCA
           END-IF

           IF WS-ATPC823-GES-CUMPLIDAS(WS-ATPC823-GES-IDX)
            + WS-ATPC823-GES-ROTAS(WS-ATPC823-GES-IDX) > ZEROES
              MOVE WS-ATPC823-GES-TASA(WS-ATPC823-GES-IDX)
                TO WS-ATPC823-TASA-ED
              MOVE WS-ATPC823-TASA-ED TO WS-ATPC823-TASA-TXT
           ELSE
              MOVE "  ---" TO WS-ATPC823-TASA-TXT
           END-IF
           MOVE WS-ATPC823-GES-COBRADO(WS-ATPC823-GES-IDX)
             TO WS-ATPC823-COBRADO-ED

           MOVE SPACES TO WS-ATPC823-LINEA
           STRING " "                         DELIMITED BY SIZE
                  WS-ATPC823-RANGO            DELIMITED BY SIZE
                  "  "                        DELIMITED BY SIZE
                  WS-ATPC823-GES-CODOPER(WS-ATPC823-GES-IDX)
                                              DELIMITED BY SIZE
                  WS-ATPC823-MARCA            DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-ATPC823-GES-CUENTAS(WS-ATPC823-GES-IDX)
                                              DELIMITED BY SIZE
                  "    "                      DELIMITED BY SIZE
                  WS-ATPC823-GES-PROMESAS(WS-ATPC823-GES-IDX)
                                              DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-ATPC823-GES-CUMPLIDAS(WS-ATPC823-GES-IDX)
                                              DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-ATPC823-GES-ROTAS(WS-ATPC823-GES-IDX)
                                              DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-ATPC823-TASA-TXT         DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-ATPC823-GES-PAGOS(WS-ATPC823-GES-IDX)
                                              DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-ATPC823-COBRADO-ED       DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-ATPC823-GES-CURAS(WS-ATPC823-GES-IDX)
                                              DELIMITED BY SIZE
             INTO WS-ATPC823-LINEA
           WRITE RPT-ATPC823-REG FROM WS-ATPC823-LINEA
           DISPLAY WS-ATPC823-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC823-FECHA-A-SERIE
      *----------------------------------------------------------------
      * Convierte la fecha AAAA-MM-DD de WS-ATPC823-FECHA-DIV en un
      * numero de dias corridos (anios de 365 dias mas los bisiestos
      * transcurridos, mas los dias acumulados del anio; el 29/02 de
      * un anio bisiesto en curso se suma cuando el mes ya lo paso).
      * La fecha mal formada da serie cero, fuera de todo periodo.
      *----------------------------------------------------------------
       ATPC823-FECHA-A-SERIE.
           PERFORM ATPC823-VALIDAR-FECHA
           IF NOT WS-ATPC823-FECHA-VALIDA
              MOVE ZEROES TO WS-ATPC823-SERIE
           ELSE
              COMPUTE WS-ATPC823-ANIOS-PREV = WS-ATPC823-FD-AAAA - 1
              DIVIDE WS-ATPC823-ANIOS-PREV BY 4
                 GIVING WS-ATPC823-BIS4
              DIVIDE WS-ATPC823-ANIOS-PREV BY 100
                 GIVING WS-ATPC823-BIS100
              DIVIDE WS-ATPC823-ANIOS-PREV BY 400
                 GIVING WS-ATPC823-BIS400
              COMPUTE WS-ATPC823-SERIE =
                 WS-ATPC823-ANIOS-PREV * 365
                 + WS-ATPC823-BIS4
                 - WS-ATPC823-BIS100
                 + WS-ATPC823-BIS400
              MOVE WS-ATPC823-FD-MM TO WS-ATPC823-MES-AUX
              ADD WS-ATPC823-DIAS-ACUM(WS-ATPC823-MES-AUX)
                TO WS-ATPC823-SERIE
              ADD WS-ATPC823-FD-DD TO WS-ATPC823-SERIE
              IF WS-ATPC823-FD-MM > 2
                 DIVIDE WS-ATPC823-FD-AAAA BY 4
                    GIVING WS-ATPC823-BIS4
                    REMAINDER WS-ATPC823-REM4
                 DIVIDE WS-ATPC823-FD-AAAA BY 100
                    GIVING WS-ATPC823-BIS100
                    REMAINDER WS-ATPC823-REM100
                 DIVIDE WS-ATPC823-FD-AAAA BY 400
                    GIVING WS-ATPC823-BIS400
                    REMAINDER WS-ATPC823-REM400
                 IF WS-ATPC823-REM4 = ZEROES
                 AND (WS-ATPC823-REM100 NOT = ZEROES
                      OR WS-ATPC823-REM400 = ZEROES)
                    ADD 1 TO WS-ATPC823-SERIE
                 END-IF
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

       COPY "ATPC096-PR".
       COPY "ATPC163-PR".
       COPY "ATPC175-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
