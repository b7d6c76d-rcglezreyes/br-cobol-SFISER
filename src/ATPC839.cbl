       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC839.
      *----------------------------------------------------------------
      * Programa batch mensual de interes resignado por campana:
      * resume el historial PROMDEV.DAT que el devengamiento diario
      * ATPC951 agrega por cada dia en que una cuenta devengo a la
      * tasa de una promocion (ver ATPCPRO-PRO.cpy; cada registro es
      * el tramo del saldo deudor que proviene del TIPOFAC de la
      * campana, no el saldo completo de la cuenta) y lista, por
      * campana, los devengos promocionales y el interes resignado
      * frente a la tasa que correspondia -- en el mes informado y
      * acumulado desde el inicio del historial hasta el cierre de
      * ese mes -- con el total general al pie del reporte
      * ATPC839.RPT.
      *
      * ATPC839.PRM (opcional, una linea): mes a informar AAAA-MM;
      * sin el archivo, o con un mes ilegible (aviso y RC 4), se
      * informa el mes anterior al de la corrida.
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
           SELECT PRM-ATPC839 ASSIGN TO "ATPC839.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC839-PRM-STATUS.
      * Historial de interes resignado por promociones -- ver ATPC951
           SELECT RES-PROMDEV ASSIGN TO "PROMDEV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC839-RES-STATUS.
           SELECT RPT-ATPC839 ASSIGN TO "ATPC839.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CTL-CARGAS ASSIGN TO "ATPCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCCTL-STATUS.
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

       FD  PRM-ATPC839
           RECORDING MODE IS F.
       01  PRM-ATPC839-REG.
           05  PRM-ATPC839-AAAA               PIC X(04).
           05  PRM-ATPC839-G1                 PIC X(01).
           05  PRM-ATPC839-MM                 PIC X(02).
           05  PRM-ATPC839-MM-NUM
               REDEFINES PRM-ATPC839-MM       PIC 9(02).

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

       FD  RPT-ATPC839
           RECORDING MODE IS F.
       01  RPT-ATPC839-REG                    PIC X(130).

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

       77  WS-ATPC839-PRM-STATUS              PIC X(02).
       77  WS-ATPC839-RES-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC839-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.

      * Mes informado (AAAA-MM) y fecha del dia
       01  WS-ATPC839-PERIODO.
           05  WS-ATPC839-PER-AAAA            PIC 9(04).
           05  WS-ATPC839-PER-G1              PIC X(01) VALUE "-".
           05  WS-ATPC839-PER-MM              PIC 9(02).
       01  WS-ATPC839-HOY-AMD.
           05  WS-ATPC839-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC839-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC839-HOY-AMD-DD          PIC 9(02).

      * Acumulados por campana
       78  WS-ATPC839-CAM-MAX                 VALUE 500.
       77  WS-ATPC839-CAM-CANT                PIC 9(03) VALUE 0.
       77  WS-ATPC839-CAM-IDX                 PIC 9(03).
       01  WS-ATPC839-CAMPANAS.
           05  WS-ATPC839-CAM OCCURS 500 TIMES.
               10  WS-ATPC839-CAM-CAMPANA     PIC X(08).
               10  WS-ATPC839-CAM-DEV-MES     PIC 9(08).
               10  WS-ATPC839-CAM-RES-MES     PIC 9(12)V9(04).
               10  WS-ATPC839-CAM-DEV-ACUM    PIC 9(08).
               10  WS-ATPC839-CAM-RES-ACUM    PIC 9(12)V9(04).

      * Totales generales y contadores del resumen final
       77  WS-ATPC839-TOT-DEV-MES             PIC 9(08) VALUE 0.
       77  WS-ATPC839-TOT-RES-MES             PIC 9(12)V9(04) VALUE 0.
       77  WS-ATPC839-TOT-DEV-ACUM            PIC 9(08) VALUE 0.
       77  WS-ATPC839-TOT-RES-ACUM            PIC 9(12)V9(04) VALUE 0.
       77  WS-ATPC839-LEIDOS                  PIC 9(08) VALUE 0.
       77  WS-ATPC839-POSTERIORES             PIC 9(08) VALUE 0.
       77  WS-ATPC839-ERRORES                 PIC 9(06) VALUE 0.

       77  WS-ATPC839-RES-MES-ED              PIC Z(11)9.99.
       77  WS-ATPC839-RES-ACUM-ED             PIC Z(11)9.99.
       01  WS-ATPC839-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC839-PRINCIPAL
      *----------------------------------------------------------------
       ATPC839-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC839: INTERES RESIGNADO POR CAMPANA                 -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC839" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL

           ACCEPT WS-ATPC839-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC839-PER-G1
           MOVE WS-ATPC839-HOY-AMD-AAAA TO WS-ATPC839-PER-AAAA
           IF WS-ATPC839-HOY-AMD-MM = 1
              MOVE 12 TO WS-ATPC839-PER-MM
              SUBTRACT 1 FROM WS-ATPC839-PER-AAAA
           ELSE
              COMPUTE WS-ATPC839-PER-MM = WS-ATPC839-HOY-AMD-MM - 1
           END-IF
           PERFORM ATPC839-LEER-PARAMETROS

           OPEN OUTPUT RPT-ATPC839
           MOVE SPACES TO WS-ATPC839-LINEA
           STRING " INTERES RESIGNADO POR PROMOCIONES DE TASA -- MES ["
                                              DELIMITED BY SIZE
                  WS-ATPC839-PERIODO          DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC839-LINEA
           WRITE RPT-ATPC839-REG FROM WS-ATPC839-LINEA
           DISPLAY WS-ATPC839-LINEA
           MOVE SPACES TO WS-ATPC839-LINEA
           WRITE RPT-ATPC839-REG FROM WS-ATPC839-LINEA

           OPEN INPUT RES-PROMDEV
           IF WS-ATPC839-RES-STATUS NOT = "00"
              DISPLAY "ATPC839 - AVISO: sin PROMDEV.DAT -- no hay "
                      "interes resignado registrado"
           ELSE
              SET WS-ATPC839-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC839-FIN-ENTRADA
                 READ RES-PROMDEV
                     AT END
                        SET WS-ATPC839-FIN-ENTRADA TO TRUE
                     NOT AT END
                        ADD 1 TO WS-ATPC839-LEIDOS
                        PERFORM ATPC839-ACUMULAR-DEVENGO
                 END-READ
              END-PERFORM
              CLOSE RES-PROMDEV
           END-IF

           PERFORM ATPC839-LISTAR-CAMPANAS
           PERFORM ATPC839-RESUMEN-FINAL

           CLOSE RPT-ATPC839

           IF WS-ATPC839-ERRORES > ZEROES
           AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY
           "- ATPC839: INTERES RESIGNADO POR CAMPANA FINALIZADO      -"
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
      * Proceso: ATPC839-LEER-PARAMETROS
      *----------------------------------------------------------------
      * Mes a informar de ATPC839.PRM; sin el archivo o con un mes
      * ilegible queda el mes anterior al de la corrida
      *----------------------------------------------------------------
       ATPC839-LEER-PARAMETROS.
           OPEN INPUT PRM-ATPC839
           IF WS-ATPC839-PRM-STATUS = "00"
              READ PRM-ATPC839
                  AT END
                     CONTINUE
                  NOT AT END
                     IF PRM-ATPC839-AAAA IS NUMERIC
                     AND PRM-ATPC839-MM IS NUMERIC
                     AND PRM-ATPC839-G1 = "-"
                     AND PRM-ATPC839-MM-NUM >= 1
                     AND PRM-ATPC839-MM-NUM <= 12
                        MOVE PRM-ATPC839-REG TO WS-ATPC839-PERIODO
                     ELSE
                        ADD 1 TO WS-ATPC839-ERRORES
                        DISPLAY "ATPC839 - AVISO: ATPC839.PRM "
                                "ignorado [" PRM-ATPC839-REG "] -- "
                                "se informa el mes ["
                                WS-ATPC839-PERIODO "]"
                     END-IF
              END-READ
              CLOSE PRM-ATPC839
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC839-ACUMULAR-DEVENGO
      *----------------------------------------------------------------
      * El devengo posterior al mes informado no entra en el reporte;
      * el del mes suma al mes y al acumulado, el anterior solo al
      * acumulado
      *----------------------------------------------------------------
       ATPC839-ACUMULAR-DEVENGO.
           IF RES-FECHA(1:7) > WS-ATPC839-PERIODO
              ADD 1 TO WS-ATPC839-POSTERIORES
           ELSE
              PERFORM ATPC839-UBICAR-CAMPANA
              IF WS-ATPC839-CAM-IDX > ZEROES
                 ADD 1 TO WS-ATPC839-CAM-DEV-ACUM(WS-ATPC839-CAM-IDX)
                          WS-ATPC839-TOT-DEV-ACUM
                 ADD RES-RESIGNADO
                   TO WS-ATPC839-CAM-RES-ACUM(WS-ATPC839-CAM-IDX)
                      WS-ATPC839-TOT-RES-ACUM
                 IF RES-FECHA(1:7) = WS-ATPC839-PERIODO
                    ADD 1
                      TO WS-ATPC839-CAM-DEV-MES(WS-ATPC839-CAM-IDX)
                         WS-ATPC839-TOT-DEV-MES
                    ADD RES-RESIGNADO
                      TO WS-ATPC839-CAM-RES-MES(WS-ATPC839-CAM-IDX)
                         WS-ATPC839-TOT-RES-MES
                 END-IF
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC839-UBICAR-CAMPANA
      *----------------------------------------------------------------
      * Deja en WS-ATPC839-CAM-IDX la posicion de la campana del
      * registro en curso, dandola de alta si es nueva; sin lugar en
      * el arreglo el registro no se computa y la corrida queda mala
      *----------------------------------------------------------------
       ATPC839-UBICAR-CAMPANA.
           MOVE ZEROES TO WS-ATPC839-CAM-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC839-CAM-CANT
              IF WS-ATPC839-CAM-CAMPANA(WS-I) = RES-CAMPANA
                 MOVE WS-I TO WS-ATPC839-CAM-IDX
                 MOVE WS-ATPC839-CAM-CANT TO WS-I
              END-IF
           END-PERFORM
           IF WS-ATPC839-CAM-IDX = ZEROES
              IF WS-ATPC839-CAM-CANT < WS-ATPC839-CAM-MAX
                 ADD 1 TO WS-ATPC839-CAM-CANT
                 MOVE WS-ATPC839-CAM-CANT TO WS-ATPC839-CAM-IDX
                 INITIALIZE WS-ATPC839-CAM(WS-ATPC839-CAM-IDX)
                 MOVE RES-CAMPANA
                   TO WS-ATPC839-CAM-CAMPANA(WS-ATPC839-CAM-IDX)
              ELSE
                 DISPLAY "ATPC839 - ALERTA: el arreglo de campanas "
                         "alcanzo su capacidad maxima ["
                         WS-ATPC839-CAM-MAX "] - campana ["
                         RES-CAMPANA "] sin computar"
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC839-LISTAR-CAMPANAS
      *----------------------------------------------------------------
       ATPC839-LISTAR-CAMPANAS.
           PERFORM VARYING WS-ATPC839-CAM-IDX FROM 1 BY 1
                     UNTIL WS-ATPC839-CAM-IDX > WS-ATPC839-CAM-CANT
              MOVE WS-ATPC839-CAM-RES-MES(WS-ATPC839-CAM-IDX)
                TO WS-ATPC839-RES-MES-ED
              MOVE WS-ATPC839-CAM-RES-ACUM(WS-ATPC839-CAM-IDX)
                TO WS-ATPC839-RES-ACUM-ED
              MOVE SPACES TO WS-ATPC839-LINEA
              STRING " CAMPANA ["             DELIMITED BY SIZE
                     WS-ATPC839-CAM-CAMPANA(WS-ATPC839-CAM-IDX)
                                              DELIMITED BY SIZE
                     "] DEV MES ["            DELIMITED BY SIZE
                     WS-ATPC839-CAM-DEV-MES(WS-ATPC839-CAM-IDX)
                                              DELIMITED BY SIZE
                     "] RESIG MES ["          DELIMITED BY SIZE
                     WS-ATPC839-RES-MES-ED    DELIMITED BY SIZE
                     "] DEV ACUM ["           DELIMITED BY SIZE
                     WS-ATPC839-CAM-DEV-ACUM(WS-ATPC839-CAM-IDX)
                                              DELIMITED BY SIZE
                     "] RESIG ACUM ["         DELIMITED BY SIZE
                     WS-ATPC839-RES-ACUM-ED   DELIMITED BY SIZE
                     "]"                      DELIMITED BY SIZE
                INTO WS-ATPC839-LINEA
              WRITE RPT-ATPC839-REG FROM WS-ATPC839-LINEA
              DISPLAY WS-ATPC839-LINEA
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC839-RESUMEN-FINAL
      *----------------------------------------------------------------
       ATPC839-RESUMEN-FINAL.
           MOVE SPACES TO WS-ATPC839-LINEA
           WRITE RPT-ATPC839-REG FROM WS-ATPC839-LINEA
           MOVE WS-ATPC839-TOT-RES-MES  TO WS-ATPC839-RES-MES-ED
           MOVE WS-ATPC839-TOT-RES-ACUM TO WS-ATPC839-RES-ACUM-ED
           MOVE SPACES TO WS-ATPC839-LINEA
           STRING " TOTAL CAMPANAS ["         DELIMITED BY SIZE
                  WS-ATPC839-CAM-CANT         DELIMITED BY SIZE
                  "] DEV MES ["               DELIMITED BY SIZE
                  WS-ATPC839-TOT-DEV-MES      DELIMITED BY SIZE
                  "] RESIG MES ["             DELIMITED BY SIZE
                  WS-ATPC839-RES-MES-ED       DELIMITED BY SIZE
                  "] DEV ACUM ["              DELIMITED BY SIZE
                  WS-ATPC839-TOT-DEV-ACUM     DELIMITED BY SIZE
                  "] RESIG ACUM ["            DELIMITED BY SIZE
                  WS-ATPC839-RES-ACUM-ED      DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC839-LINEA
           WRITE RPT-ATPC839-REG FROM WS-ATPC839-LINEA
           DISPLAY WS-ATPC839-LINEA
           MOVE SPACES TO WS-ATPC839-LINEA
           STRING " REGISTROS LEIDOS: "       DELIMITED BY SIZE
                  WS-ATPC839-LEIDOS           DELIMITED BY SIZE
                  "  POSTERIORES AL MES: "    DELIMITED BY SIZE
                  WS-ATPC839-POSTERIORES      DELIMITED BY SIZE
             INTO WS-ATPC839-LINEA
           WRITE RPT-ATPC839-REG FROM WS-ATPC839-LINEA
           DISPLAY WS-ATPC839-LINEA
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
