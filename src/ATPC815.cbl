       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC815.
      *----------------------------------------------------------------
      * Programa batch nocturno de control de tasas contra el tope de
      * usura: compara contra la tasa maxima legal del pais de cada
      * entidad (tabla TOPEUSU.DAT, capturada en ATPC814; el pais es
      * el CODPAIS de ATPC021) --
      *  - la TACOMINTAD de cada entidad de ATPC021, contra el tope
      *    en vigor hoy;
      *  - el PORREF de cada concepto economico de ATPC052 vigente o
      *    de vigencia futura, contra el tope en vigor en la fecha
      *    mas tardia entre hoy y su FECINI;
      *  - la tasa de cada plan de pago vigente de PLANPAGO.DAT (el
      *    registro mas reciente de la cuenta, estado V), contra el
      *    tope en vigor en la fecha mas tardia entre hoy y su inicio
      * y lista en ATPC815.RPT cada una que lo supera. Con alguna
      * tasa por encima del tope la corrida termina con RC 4 y deja
      * una alerta critica en la cola central ATPCALE. La entidad
      * cuyo pais no tiene tope publicado se lista como SIN TOPE
      * (no es excepcion: puede no haber regulacion).
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
      * Tabla de tasas maximas legales -- ver ATPCUSU-USU.cpy
           SELECT USU-TOPES ASSIGN TO "TOPEUSU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCUSU-STATUS.
           SELECT PLA-PLANES ASSIGN TO "PLANPAGO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC815-PLA-STATUS.
           SELECT RPT-ATPC815 ASSIGN TO "ATPC815.RPT"
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
      * Cola central de alertas de operacion -- ver ATPCALE-ALE.cpy
           SELECT ALE-ALERTAS ASSIGN TO "ATPCALE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCALE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "ATPCRUN-RUN".
       COPY "ATPCCTL-CTL".
       COPY "ATPCAUD-AUD".
       COPY "ATPCDIF-DIF".
       COPY "ATPCLCK-LCK".
       COPY "ATPCEXC-EXC".
       COPY "ATPCALE-ALE".
       COPY "ATPCUSU-USU".

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

       FD  RPT-ATPC815
           RECORDING MODE IS F.
       01  RPT-ATPC815-REG                    PIC X(130).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPC021-WS".
       COPY "ATPC052-WS".
       COPY "ATPC096-WS".
       COPY "ATPCUSU-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".
       COPY "ATPCALE-WS".

       77  WS-ATPC815-PLA-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC815-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.

      * Planes de pago en memoria: la version mas reciente de cada
      * cuenta (PLANPAGO.DAT es de solo-agregado)
       78  WS-ATPC815-PLA-MAX                 VALUE 5000.
       77  WS-ATPC815-PLA-CANT                PIC 9(05) VALUE 0.
       77  WS-ATPC815-PLA-IDX                 PIC 9(05).
       01  WS-ATPC815-PLANES.
           05  WS-ATPC815-PLA OCCURS 5000 TIMES.
               10  WS-ATPC815-PLA-CODENT      PIC X(04).
               10  WS-ATPC815-PLA-NUMCUENTA   PIC X(16).
               10  WS-ATPC815-PLA-TASA        PIC 9(03)V9(04).
               10  WS-ATPC815-PLA-FECINI      PIC X(10).
               10  WS-ATPC815-PLA-ESTADO      PIC X(01).

      * Subindices de los recorridos
       77  WS-ATPC815-I                       PIC 9(05).
       77  WS-ATPC815-J                       PIC 9(05).

      * Tasa y fecha bajo control, y su resultado
       77  WS-ATPC815-CODENT                  PIC X(04).
       77  WS-ATPC815-TASA                    PIC 9(03)V9(04).
       77  WS-ATPC815-FECHA                   PIC X(10).
       77  WS-ATPC815-TIPO                    PIC X(08).
       77  WS-ATPC815-DETALLE                 PIC X(30).
       77  WS-ATPC815-TASA-ED                 PIC ZZ9.9999.
       77  WS-ATPC815-TASAMAX-ED              PIC ZZ9.9999.

      * Fecha del dia en AAAA-MM-DD
       01  WS-ATPC815-HOY.
           05  WS-ATPC815-HOY-AAAA            PIC 9(04).
           05  WS-ATPC815-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC815-HOY-MM              PIC 9(02).
           05  WS-ATPC815-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC815-HOY-DD              PIC 9(02).
       01  WS-ATPC815-HOY-AMD.
           05  WS-ATPC815-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC815-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC815-HOY-AMD-DD          PIC 9(02).

      * Contadores del resumen final
       77  WS-ATPC815-ENTIDADES               PIC 9(06) VALUE 0.
       77  WS-ATPC815-CONCEPTOS               PIC 9(06) VALUE 0.
       77  WS-ATPC815-PLANES-VIG              PIC 9(06) VALUE 0.
       77  WS-ATPC815-EXCEDIDAS               PIC 9(06) VALUE 0.
       77  WS-ATPC815-SIN-TOPE                PIC 9(06) VALUE 0.

       01  WS-ATPC815-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC815-PRINCIPAL
      *----------------------------------------------------------------
       ATPC815-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC815: CONTROL DE TASAS CONTRA EL TOPE DE USURA      -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC815" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC021-CARGAR-ARREGLO
           PERFORM ATPC052-CARGAR-ARREGLO
           PERFORM ATPC096-CARGAR-ARREGLO

           ACCEPT WS-ATPC815-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC815-HOY-G1 WS-ATPC815-HOY-G2
           MOVE WS-ATPC815-HOY-AMD-AAAA TO WS-ATPC815-HOY-AAAA
           MOVE WS-ATPC815-HOY-AMD-MM   TO WS-ATPC815-HOY-MM
           MOVE WS-ATPC815-HOY-AMD-DD   TO WS-ATPC815-HOY-DD

           PERFORM ATPCUSU-CARGAR-TABLA
           IF WS-ATPCUSU-RETORNO-ERROR
              DISPLAY "ATPC815 - ERROR: tabla de topes no utilizable "
                      "-- " WS-ATPCUSU-RETORNO-DESC(1:50)
              PERFORM ATPC815-ABORTAR
           END-IF

           PERFORM ATPC815-CARGAR-PLANES

           OPEN OUTPUT RPT-ATPC815
           MOVE SPACES TO WS-ATPC815-LINEA
           STRING " TASAS POR ENCIMA DEL TOPE DE USURA AL ["
                                              DELIMITED BY SIZE
                  WS-ATPC815-HOY              DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC815-LINEA
           WRITE RPT-ATPC815-REG FROM WS-ATPC815-LINEA
           DISPLAY WS-ATPC815-LINEA

           PERFORM VARYING WS-ATPC815-I FROM 1 BY 1
                     UNTIL WS-ATPC815-I > WS-ATPC021-TAB-OCCURS
              PERFORM ATPC815-CONTROLAR-ENTIDAD
           END-PERFORM

           PERFORM VARYING WS-ATPC815-I FROM 1 BY 1
                     UNTIL WS-ATPC815-I > WS-ATPC052-TAB-OCCURS
              PERFORM ATPC815-CONTROLAR-CONCEPTO
           END-PERFORM

           PERFORM VARYING WS-ATPC815-I FROM 1 BY 1
                     UNTIL WS-ATPC815-I > WS-ATPC815-PLA-CANT
              PERFORM ATPC815-CONTROLAR-PLAN
           END-PERFORM

           MOVE SPACES TO WS-ATPC815-LINEA
           STRING " ENTIDADES: "              DELIMITED BY SIZE
                  WS-ATPC815-ENTIDADES        DELIMITED BY SIZE
                  "  CONCEPTOS: "             DELIMITED BY SIZE
                  WS-ATPC815-CONCEPTOS        DELIMITED BY SIZE
                  "  PLANES VIGENTES: "       DELIMITED BY SIZE
                  WS-ATPC815-PLANES-VIG       DELIMITED BY SIZE
                  "  POR ENCIMA DEL TOPE: "   DELIMITED BY SIZE
                  WS-ATPC815-EXCEDIDAS        DELIMITED BY SIZE
                  "  SIN TOPE: "              DELIMITED BY SIZE
                  WS-ATPC815-SIN-TOPE         DELIMITED BY SIZE
             INTO WS-ATPC815-LINEA
           WRITE RPT-ATPC815-REG FROM WS-ATPC815-LINEA
           DISPLAY WS-ATPC815-LINEA

           CLOSE RPT-ATPC815

           IF WS-ATPC815-EXCEDIDAS > ZEROES
              INITIALIZE WS-ATPCALE-ENTRADA
              SET WS-ATPCALE-SEV-CRITICA TO TRUE
              MOVE "ATPC815"  TO WS-ATPCALE-PROGRAMA
              MOVE "TOPEUSU"  TO WS-ATPCALE-TABLA
              STRING "HAY "                   DELIMITED BY SIZE
                     WS-ATPC815-EXCEDIDAS     DELIMITED BY SIZE
                     " TASAS POR ENCIMA DEL TOPE DE USURA -- VER "
                                              DELIMITED BY SIZE
                     "ATPC815.RPT"            DELIMITED BY SIZE
                INTO WS-ATPCALE-MENSAJE
              PERFORM ATPCALE-GRABAR-ALERTA
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY
           "- ATPC815: CONTROL FINALIZADO                            -"
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
      * Proceso: ATPC815-ABORTAR
      *----------------------------------------------------------------
       ATPC815-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC815-CARGAR-PLANES
      *----------------------------------------------------------------
      * El plan que no entra al arreglo quedaria sin controlar: se
      * alerta y la corrida queda mala
      *----------------------------------------------------------------
       ATPC815-CARGAR-PLANES.
           OPEN INPUT PLA-PLANES
           IF WS-ATPC815-PLA-STATUS = "00"
              SET WS-ATPC815-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC815-FIN-ENTRADA
                 READ PLA-PLANES
                     AT END
                        SET WS-ATPC815-FIN-ENTRADA TO TRUE
                     NOT AT END
                        PERFORM ATPC815-TOMAR-PLAN
                 END-READ
              END-PERFORM
              CLOSE PLA-PLANES
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC815-TOMAR-PLAN
      *----------------------------------------------------------------
       ATPC815-TOMAR-PLAN.
           MOVE ZEROES TO WS-ATPC815-PLA-IDX
           PERFORM VARYING WS-ATPC815-J FROM 1 BY 1
                     UNTIL WS-ATPC815-J > WS-ATPC815-PLA-CANT
              IF WS-ATPC815-PLA-CODENT(WS-ATPC815-J) = PLA-CODENT
              AND WS-ATPC815-PLA-NUMCUENTA(WS-ATPC815-J) =
                  PLA-NUMCUENTA
                 MOVE WS-ATPC815-J TO WS-ATPC815-PLA-IDX
                 MOVE WS-ATPC815-PLA-CANT TO WS-ATPC815-J
              END-IF
           END-PERFORM

           IF WS-ATPC815-PLA-IDX = ZEROES
              IF WS-ATPC815-PLA-CANT < WS-ATPC815-PLA-MAX
                 ADD 1 TO WS-ATPC815-PLA-CANT
                 MOVE WS-ATPC815-PLA-CANT TO WS-ATPC815-PLA-IDX
              ELSE
                 DISPLAY "ATPC815 - ALERTA: el arreglo de planes "
                    "alcanzo su capacidad maxima ["
                    WS-ATPC815-PLA-MAX "] - hay planes sin controlar"
                 MOVE 12 TO RETURN-CODE
                 SET WS-ATPC815-FIN-ENTRADA TO TRUE
              END-IF
           END-IF

           IF WS-ATPC815-PLA-IDX > ZEROES
              MOVE PLA-CODENT
                TO WS-ATPC815-PLA-CODENT(WS-ATPC815-PLA-IDX)
              MOVE PLA-NUMCUENTA
                TO WS-ATPC815-PLA-NUMCUENTA(WS-ATPC815-PLA-IDX)
              MOVE PLA-TASA
                TO WS-ATPC815-PLA-TASA(WS-ATPC815-PLA-IDX)
              MOVE PLA-FECINI
                TO WS-ATPC815-PLA-FECINI(WS-ATPC815-PLA-IDX)
              MOVE PLA-ESTADO
                TO WS-ATPC815-PLA-ESTADO(WS-ATPC815-PLA-IDX)
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC815-CONTROLAR-ENTIDAD
      *----------------------------------------------------------------
       ATPC815-CONTROLAR-ENTIDAD.
           ADD 1 TO WS-ATPC815-ENTIDADES
           MOVE WS-ATPC021-TAB-CODENT(WS-ATPC815-I)
             TO WS-ATPC815-CODENT
           MOVE WS-ATPC021-TAB-TACOMINTAD(WS-ATPC815-I)
             TO WS-ATPC815-TASA
           MOVE WS-ATPC815-HOY TO WS-ATPC815-FECHA
           MOVE "ENTIDAD" TO WS-ATPC815-TIPO
           MOVE "TACOMINTAD" TO WS-ATPC815-DETALLE

           MOVE WS-ATPC021-TAB-CODPAIS-ALF(WS-ATPC815-I)
             TO WS-ATPCUSU-CODPAIS
           MOVE WS-ATPC815-FECHA TO WS-ATPCUSU-FECHA
           PERFORM ATPCUSU-BUSCAR-TOPE
           IF WS-ATPCUSU-RETORNO-ERROR
              ADD 1 TO WS-ATPC815-SIN-TOPE
              MOVE WS-ATPC815-TASA TO WS-ATPC815-TASA-ED
              MOVE SPACES TO WS-ATPC815-LINEA
              STRING " SIN TOPE  ENTIDAD ["   DELIMITED BY SIZE
                     WS-ATPC815-CODENT        DELIMITED BY SIZE
                     "] CODPAIS ["            DELIMITED BY SIZE
                     WS-ATPCUSU-CODPAIS       DELIMITED BY SIZE
                     "] TACOMINTAD ["         DELIMITED BY SIZE
                     WS-ATPC815-TASA-ED       DELIMITED BY SIZE
                     "]"                      DELIMITED BY SIZE
                INTO WS-ATPC815-LINEA
              WRITE RPT-ATPC815-REG FROM WS-ATPC815-LINEA
           ELSE
              PERFORM ATPC815-COMPARAR-TOPE
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC815-CONTROLAR-CONCEPTO
      *----------------------------------------------------------------
      * Solo las versiones del concepto que rigen hoy o rigen a
      * futuro; la version futura se controla contra el tope en
      * vigor a su inicio
      *----------------------------------------------------------------
       ATPC815-CONTROLAR-CONCEPTO.
           IF WS-ATPC052-TAB-FECFIN(WS-ATPC815-I) >= WS-ATPC815-HOY
           OR WS-ATPC052-TAB-FECFIN(WS-ATPC815-I) = SPACES
              ADD 1 TO WS-ATPC815-CONCEPTOS
              MOVE WS-ATPC052-TAB-CODENT(WS-ATPC815-I)
                TO WS-ATPC815-CODENT
              MOVE WS-ATPC052-TAB-PORREF(WS-ATPC815-I)
                TO WS-ATPC815-TASA
              IF WS-ATPC052-TAB-FECINI(WS-ATPC815-I) > WS-ATPC815-HOY
                 MOVE WS-ATPC052-TAB-FECINI(WS-ATPC815-I)
                   TO WS-ATPC815-FECHA
              ELSE
                 MOVE WS-ATPC815-HOY TO WS-ATPC815-FECHA
              END-IF
              MOVE "CONCEPTO" TO WS-ATPC815-TIPO
              MOVE SPACES TO WS-ATPC815-DETALLE
              STRING WS-ATPC052-TAB-INDVERT(WS-ATPC815-I)
                                              DELIMITED BY SIZE
                     "/"                      DELIMITED BY SIZE
                     WS-ATPC052-TAB-INDNIVAPL(WS-ATPC815-I)
                                              DELIMITED BY SIZE
                     "/"                      DELIMITED BY SIZE
                     WS-ATPC052-TAB-CODCONECO-ALF(WS-ATPC815-I)
                                              DELIMITED BY SIZE
                     " PORREF"                DELIMITED BY SIZE
                INTO WS-ATPC815-DETALLE
              PERFORM ATPC815-TOPE-DE-ENTIDAD
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC815-CONTROLAR-PLAN
      *----------------------------------------------------------------
       ATPC815-CONTROLAR-PLAN.
           IF WS-ATPC815-PLA-ESTADO(WS-ATPC815-I) = "V"
              ADD 1 TO WS-ATPC815-PLANES-VIG
              MOVE WS-ATPC815-PLA-CODENT(WS-ATPC815-I)
                TO WS-ATPC815-CODENT
              MOVE WS-ATPC815-PLA-TASA(WS-ATPC815-I)
                TO WS-ATPC815-TASA
              IF WS-ATPC815-PLA-FECINI(WS-ATPC815-I) > WS-ATPC815-HOY
                 MOVE WS-ATPC815-PLA-FECINI(WS-ATPC815-I)
                   TO WS-ATPC815-FECHA
              ELSE
                 MOVE WS-ATPC815-HOY TO WS-ATPC815-FECHA
              END-IF
              MOVE "PLAN" TO WS-ATPC815-TIPO
              MOVE WS-ATPC815-PLA-NUMCUENTA(WS-ATPC815-I)
                TO WS-ATPC815-DETALLE
              PERFORM ATPC815-TOPE-DE-ENTIDAD
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC815-TOPE-DE-ENTIDAD
      *----------------------------------------------------------------
      * Pais de la entidad en ATPC021 y tope en vigor a la fecha; sin
      * entidad o sin tope no hay contra que controlar (la entidad
      * sin tope ya se listo como tal)
      *----------------------------------------------------------------
       ATPC815-TOPE-DE-ENTIDAD.
           INITIALIZE WS-ATPC021
           MOVE WS-ATPC815-CODENT TO WS-ATPC021-CODENT
           PERFORM ATPC021-BUSCAR-EN-ARREGLO
           IF WS-ATPC021-RETORNO-OK
              MOVE WS-ATPC021-CODPAIS-ALF TO WS-ATPCUSU-CODPAIS
              MOVE WS-ATPC815-FECHA       TO WS-ATPCUSU-FECHA
              PERFORM ATPCUSU-BUSCAR-TOPE
              IF WS-ATPCUSU-RETORNO-OK
                 PERFORM ATPC815-COMPARAR-TOPE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC815-COMPARAR-TOPE
      *----------------------------------------------------------------
       ATPC815-COMPARAR-TOPE.
           IF WS-ATPC815-TASA > WS-ATPCUSU-TASAMAX
              ADD 1 TO WS-ATPC815-EXCEDIDAS
              MOVE WS-ATPC815-TASA    TO WS-ATPC815-TASA-ED
              MOVE WS-ATPCUSU-TASAMAX TO WS-ATPC815-TASAMAX-ED
              MOVE SPACES TO WS-ATPC815-LINEA
              STRING " EXCEDE  "              DELIMITED BY SIZE
                     WS-ATPC815-TIPO          DELIMITED BY SIZE
                     " ["                     DELIMITED BY SIZE
                     WS-ATPC815-CODENT        DELIMITED BY SIZE
                     "] ["                    DELIMITED BY SIZE
                     WS-ATPC815-DETALLE       DELIMITED BY SIZE
                     "] TASA ["               DELIMITED BY SIZE
                     WS-ATPC815-TASA-ED       DELIMITED BY SIZE
                     "] TOPE ["               DELIMITED BY SIZE
                     WS-ATPC815-TASAMAX-ED    DELIMITED BY SIZE
                     "] PAIS ["               DELIMITED BY SIZE
                     WS-ATPCUSU-CODPAIS       DELIMITED BY SIZE
                     "] AL ["                 DELIMITED BY SIZE
                     WS-ATPC815-FECHA         DELIMITED BY SIZE
                     "]"                      DELIMITED BY SIZE
                INTO WS-ATPC815-LINEA
              WRITE RPT-ATPC815-REG FROM WS-ATPC815-LINEA
              DISPLAY WS-ATPC815-LINEA
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
       COPY "ATPC052-PR".
       COPY "ATPC096-PR".
       COPY "ATPCUSU-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
       COPY "ATPCALE-PR".
