       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC817.
      *----------------------------------------------------------------
      * Programa batch de reinyeccion de pagos en suspenso: corre
      * antes de ATPC964 y agrega al PAGOS.DAT del dia las partidas
      * de suspenso cuya reasignacion fue aprobada bajo control dual
      * en la consola ATPC816 (SUSRESOL.DAT, estado A sin
      * reinyectar). Cada partida entra como un pago comun con el
      * CODENT + NUMCUENTA asignado, el importe, la fecha valor y la
      * moneda originales, y ATPC964 la aplica con todos sus
      * controles.
      *
      * PAGOS.DAT viene ordenado por CODENT + NUMCUENTA: las partidas
      * se ordenan en memoria por la misma clave y se intercalan con
      * el archivo en PAGOS.TRB, que luego se copia sobre PAGOS.DAT
      * (ante igualdad de clave va primero el pago del dia). Sin
      * PAGOS.DAT del dia se arma uno solo con las partidas.
      *
      * Hecha la intercalacion, las partidas se marcan reinyectadas
      * en SUSRESOL.DAT con la fecha de proceso, de modo que no
      * vuelvan a entrar. Salida: reporte ATPC817.RPT con cada
      * partida reinyectada.
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
           SELECT PAG-PAGOS ASSIGN TO "PAGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC817-PAG-STATUS.
           SELECT PAG-TRABAJO ASSIGN TO "PAGOS.TRB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC817-PTR-STATUS.
           SELECT RES-RESOLUCION ASSIGN TO "SUSRESOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC817-RES-STATUS.
           SELECT RES-TRABAJO ASSIGN TO "SUSRESOL.TRB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC817-RTR-STATUS.
           SELECT RPT-ATPC817 ASSIGN TO "ATPC817.RPT"
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

       FD  PAG-PAGOS
           RECORDING MODE IS F.
       01  PAG-PAGOS-REG.
           05  PAG-CLAVE.
               10  PAG-CODENT                 PIC X(04).
               10  PAG-NUMCUENTA              PIC X(16).
           05  PAG-IMPORTE                    PIC 9(09)V99.
           05  PAG-FECVALOR                   PIC X(10).
           05  PAG-CLAMON                     PIC X(03).

       FD  PAG-TRABAJO
           RECORDING MODE IS F.
       01  PAG-TRABAJO-REG                    PIC X(44).

       FD  RES-RESOLUCION
           RECORDING MODE IS F.
       01  RES-RESOLUCION-REG.
           05  RES-ESTADO                     PIC X(01).
           05  RES-INYECTADO                  PIC X(01).
           05  RES-SUS-ID                     PIC X(18).
           05  RES-DATOS.
               10  RES-CODENT-ORIG            PIC X(04).
               10  RES-NUMCUENTA-ORIG         PIC X(16).
               10  RES-IMPORTE                PIC 9(09)V99.
               10  RES-FECVALOR               PIC X(10).
           05  RES-MOTIVO                     PIC 9(02).
           05  RES-CODENT                     PIC X(04).
           05  RES-NUMCUENTA                  PIC X(16).
           05  RES-SOLICITANTE                PIC X(08).
           05  RES-REVISOR                    PIC X(08).
           05  RES-FECHA                      PIC 9(08).
           05  RES-HORA                       PIC 9(06).
           05  RES-FECINY                     PIC X(10).
           05  RES-CLAMON                     PIC X(03).

       FD  RES-TRABAJO
           RECORDING MODE IS F.
       01  RES-TRABAJO-REG                    PIC X(126).

       FD  RPT-ATPC817
           RECORDING MODE IS F.
       01  RPT-ATPC817-REG                    PIC X(130).

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

       77  WS-ATPC817-PAG-STATUS              PIC X(02).
       77  WS-ATPC817-PTR-STATUS              PIC X(02).
       77  WS-ATPC817-RES-STATUS              PIC X(02).
       77  WS-ATPC817-RTR-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC817-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.
       01  FILLER                             PIC 9(01).
           88 WS-ATPC817-FIN-PAGOS            VALUE 1
              WHEN SET TO FALSE 0.

      * Partidas aprobadas a reinyectar, ordenadas por CODENT +
      * NUMCUENTA destino
       78  WS-ATPC817-INY-MAX                 VALUE 5000.
       77  WS-ATPC817-INY-CANT                PIC 9(05) VALUE 0.
       77  WS-ATPC817-INY-IDX                 PIC 9(05).
       01  WS-ATPC817-INYECCIONES.
           05  WS-ATPC817-INY OCCURS 5000 TIMES.
               10  WS-ATPC817-INY-PAGO.
                   15  WS-ATPC817-INY-CLAVE   PIC X(20).
                   15  WS-ATPC817-INY-IMPORTE PIC 9(09)V99.
                   15  WS-ATPC817-INY-FECVALOR
                                              PIC X(10).
                   15  WS-ATPC817-INY-CLAMON  PIC X(03).
               10  WS-ATPC817-INY-SUS-ID      PIC X(18).
               10  WS-ATPC817-INY-MOTIVO      PIC 9(02).

      * Subindices del ordenamiento
       77  WS-ATPC817-I                       PIC 9(05).
       77  WS-ATPC817-J                       PIC 9(05).
       77  WS-ATPC817-NUEVA-CLAVE             PIC X(20).

      * Fecha del dia en AAAA-MM-DD
       01  WS-ATPC817-HOY.
           05  WS-ATPC817-HOY-AAAA            PIC 9(04).
           05  WS-ATPC817-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC817-HOY-MM              PIC 9(02).
           05  WS-ATPC817-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC817-HOY-DD              PIC 9(02).
       01  WS-ATPC817-HOY-AMD.
           05  WS-ATPC817-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC817-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC817-HOY-AMD-DD          PIC 9(02).

      * Contadores del resumen final
       77  WS-ATPC817-PAGOS-DIA               PIC 9(08) VALUE 0.
       77  WS-ATPC817-REINYECTADAS            PIC 9(06) VALUE 0.
       77  WS-ATPC817-IMPORTE-TOT             PIC 9(11)V99 VALUE 0.
       77  WS-ATPC817-IMPORTE-ED              PIC Z(08)9.99.
       77  WS-ATPC817-IMPORTE-TOT-ED          PIC Z(10)9.99.

       01  WS-ATPC817-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC817-PRINCIPAL
      *----------------------------------------------------------------
       ATPC817-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC817: REINYECCION DE PAGOS EN SUSPENSO RESUELTOS    -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC817" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL

           ACCEPT WS-ATPC817-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC817-HOY-G1 WS-ATPC817-HOY-G2
           MOVE WS-ATPC817-HOY-AMD-AAAA TO WS-ATPC817-HOY-AAAA
           MOVE WS-ATPC817-HOY-AMD-MM   TO WS-ATPC817-HOY-MM
           MOVE WS-ATPC817-HOY-AMD-DD   TO WS-ATPC817-HOY-DD

           PERFORM ATPC817-CARGAR-APROBADAS

           OPEN OUTPUT RPT-ATPC817
           MOVE SPACES TO WS-ATPC817-LINEA
           STRING " PAGOS EN SUSPENSO REINYECTADOS AL ["
                                              DELIMITED BY SIZE
                  WS-ATPC817-HOY              DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC817-LINEA
           WRITE RPT-ATPC817-REG FROM WS-ATPC817-LINEA
           DISPLAY WS-ATPC817-LINEA

           IF WS-ATPC817-INY-CANT > ZEROES
              PERFORM ATPC817-INTERCALAR-PAGOS
              PERFORM ATPC817-REGRABAR-PAGOS
              PERFORM ATPC817-MARCAR-REINYECTADAS
              PERFORM VARYING WS-ATPC817-INY-IDX FROM 1 BY 1
                        UNTIL WS-ATPC817-INY-IDX > WS-ATPC817-INY-CANT
                 PERFORM ATPC817-REPORTAR-PARTIDA
              END-PERFORM
           END-IF

           MOVE WS-ATPC817-IMPORTE-TOT TO WS-ATPC817-IMPORTE-TOT-ED
           MOVE SPACES TO WS-ATPC817-LINEA
           STRING " PAGOS DEL DIA: "          DELIMITED BY SIZE
                  WS-ATPC817-PAGOS-DIA        DELIMITED BY SIZE
                  "  REINYECTADAS: "          DELIMITED BY SIZE
                  WS-ATPC817-REINYECTADAS     DELIMITED BY SIZE
                  "  IMPORTE: "               DELIMITED BY SIZE
                  WS-ATPC817-IMPORTE-TOT-ED   DELIMITED BY SIZE
             INTO WS-ATPC817-LINEA
           WRITE RPT-ATPC817-REG FROM WS-ATPC817-LINEA
           DISPLAY WS-ATPC817-LINEA

           CLOSE RPT-ATPC817

           DISPLAY
           "- ATPC817: REINYECCION FINALIZADA                        -"
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
      * Proceso: ATPC817-ABORTAR
      *----------------------------------------------------------------
       ATPC817-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC817-CARGAR-APROBADAS
      *----------------------------------------------------------------
      * Si las aprobadas no entran al arreglo no se toca nada: una
      * reinyeccion parcial obligaria a conciliar a mano
      *----------------------------------------------------------------
       ATPC817-CARGAR-APROBADAS.
           OPEN INPUT RES-RESOLUCION
           IF WS-ATPC817-RES-STATUS = "00"
              SET WS-ATPC817-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC817-FIN-ENTRADA
                 READ RES-RESOLUCION
                     AT END
                        SET WS-ATPC817-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF RES-ESTADO = "A"
                        AND RES-INYECTADO NOT = CT-S
                           PERFORM ATPC817-TOMAR-APROBADA
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE RES-RESOLUCION
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC817-TOMAR-APROBADA
      *----------------------------------------------------------------
      * Inserta la partida en su lugar segun CODENT + NUMCUENTA
      * destino (a igual clave, en el orden de la cola)
      *----------------------------------------------------------------
       ATPC817-TOMAR-APROBADA.
           IF WS-ATPC817-INY-CANT NOT < WS-ATPC817-INY-MAX
              DISPLAY "ATPC817 - ALERTA: el arreglo de partidas a "
                      "reinyectar alcanzo su capacidad maxima ["
                      WS-ATPC817-INY-MAX "]"
              CLOSE RES-RESOLUCION
              PERFORM ATPC817-ABORTAR
           END-IF

           MOVE RES-CODENT    TO WS-ATPC817-NUEVA-CLAVE(1:4)
           MOVE RES-NUMCUENTA TO WS-ATPC817-NUEVA-CLAVE(5:16)

           MOVE WS-ATPC817-INY-CANT TO WS-ATPC817-I
           PERFORM UNTIL WS-ATPC817-I = ZEROES
                      OR WS-ATPC817-INY-CLAVE(WS-ATPC817-I)
                         NOT > WS-ATPC817-NUEVA-CLAVE
              COMPUTE WS-ATPC817-J = WS-ATPC817-I + 1
              MOVE WS-ATPC817-INY(WS-ATPC817-I)
                TO WS-ATPC817-INY(WS-ATPC817-J)
              SUBTRACT 1 FROM WS-ATPC817-I
           END-PERFORM

           ADD 1 TO WS-ATPC817-INY-CANT
           ADD 1 TO WS-ATPC817-I
           MOVE WS-ATPC817-NUEVA-CLAVE
             TO WS-ATPC817-INY-CLAVE(WS-ATPC817-I)
           MOVE RES-IMPORTE   TO WS-ATPC817-INY-IMPORTE(WS-ATPC817-I)
           MOVE RES-FECVALOR  TO WS-ATPC817-INY-FECVALOR(WS-ATPC817-I)
           MOVE RES-CLAMON    TO WS-ATPC817-INY-CLAMON(WS-ATPC817-I)
           MOVE RES-SUS-ID    TO WS-ATPC817-INY-SUS-ID(WS-ATPC817-I)
           MOVE RES-MOTIVO    TO WS-ATPC817-INY-MOTIVO(WS-ATPC817-I)
           .

      *----------------------------------------------------------------
      * Proceso: ATPC817-INTERCALAR-PAGOS
      *----------------------------------------------------------------
       ATPC817-INTERCALAR-PAGOS.
           OPEN OUTPUT PAG-TRABAJO
           IF WS-ATPC817-PTR-STATUS NOT = "00"
              DISPLAY "ATPC817 - ERROR: no se pudo abrir PAGOS.TRB "
                      "-- FILE STATUS:[" WS-ATPC817-PTR-STATUS "]"
              PERFORM ATPC817-ABORTAR
           END-IF

           SET WS-ATPC817-FIN-PAGOS TO TRUE
           OPEN INPUT PAG-PAGOS
           EVALUATE WS-ATPC817-PAG-STATUS
              WHEN "00"
                 SET WS-ATPC817-FIN-PAGOS TO FALSE
                 PERFORM ATPC817-LEER-PAGO
              WHEN "35"
                 DISPLAY "ATPC817: sin PAGOS.DAT del dia -- se arma "
                         "solo con las partidas reinyectadas"
              WHEN OTHER
                 DISPLAY "ATPC817 - ERROR: no se pudo abrir PAGOS.DAT "
                         "-- FILE STATUS:[" WS-ATPC817-PAG-STATUS "]"
                 CLOSE PAG-TRABAJO
                 PERFORM ATPC817-ABORTAR
           END-EVALUATE

           MOVE 1 TO WS-ATPC817-INY-IDX
           PERFORM UNTIL WS-ATPC817-FIN-PAGOS
                     AND WS-ATPC817-INY-IDX > WS-ATPC817-INY-CANT
              IF NOT WS-ATPC817-FIN-PAGOS
              AND (WS-ATPC817-INY-IDX > WS-ATPC817-INY-CANT
                   OR PAG-CLAVE NOT >
                      WS-ATPC817-INY-CLAVE(WS-ATPC817-INY-IDX))
                 WRITE PAG-TRABAJO-REG FROM PAG-PAGOS-REG
                 PERFORM ATPC817-LEER-PAGO
              ELSE
                 WRITE PAG-TRABAJO-REG
                   FROM WS-ATPC817-INY-PAGO(WS-ATPC817-INY-IDX)
                 ADD 1 TO WS-ATPC817-INY-IDX
              END-IF
           END-PERFORM

           IF WS-ATPC817-PAG-STATUS NOT = "35"
              CLOSE PAG-PAGOS
           END-IF
           CLOSE PAG-TRABAJO
           .

      *----------------------------------------------------------------
      * Proceso: ATPC817-LEER-PAGO
      *----------------------------------------------------------------
       ATPC817-LEER-PAGO.
           READ PAG-PAGOS
               AT END
                  SET WS-ATPC817-FIN-PAGOS TO TRUE
               NOT AT END
                  ADD 1 TO WS-ATPC817-PAGOS-DIA
           END-READ
           .

      *----------------------------------------------------------------
      * Proceso: ATPC817-REGRABAR-PAGOS
      *----------------------------------------------------------------
       ATPC817-REGRABAR-PAGOS.
           OPEN INPUT PAG-TRABAJO
           OPEN OUTPUT PAG-PAGOS
           SET WS-ATPC817-FIN-ENTRADA TO FALSE
           PERFORM UNTIL WS-ATPC817-FIN-ENTRADA
              READ PAG-TRABAJO
                  AT END
                     SET WS-ATPC817-FIN-ENTRADA TO TRUE
                  NOT AT END
                     WRITE PAG-PAGOS-REG FROM PAG-TRABAJO-REG
              END-READ
           END-PERFORM
           CLOSE PAG-TRABAJO
                 PAG-PAGOS
           .

      *----------------------------------------------------------------
      * Proceso: ATPC817-MARCAR-REINYECTADAS
      *----------------------------------------------------------------
      * Reescribe SUSRESOL.DAT marcando reinyectadas las aprobadas
      * pendientes (son justamente las cargadas en el arreglo)
      *----------------------------------------------------------------
       ATPC817-MARCAR-REINYECTADAS.
           OPEN INPUT RES-RESOLUCION
           OPEN OUTPUT RES-TRABAJO
           SET WS-ATPC817-FIN-ENTRADA TO FALSE
           PERFORM UNTIL WS-ATPC817-FIN-ENTRADA
              READ RES-RESOLUCION
                  AT END
                     SET WS-ATPC817-FIN-ENTRADA TO TRUE
                  NOT AT END
                     IF RES-ESTADO = "A"
                     AND RES-INYECTADO NOT = CT-S
                        MOVE CT-S           TO RES-INYECTADO
                        MOVE WS-ATPC817-HOY TO RES-FECINY
                     END-IF
                     WRITE RES-TRABAJO-REG FROM RES-RESOLUCION-REG
              END-READ
           END-PERFORM
           CLOSE RES-RESOLUCION
                 RES-TRABAJO

           OPEN INPUT RES-TRABAJO
           OPEN OUTPUT RES-RESOLUCION
           SET WS-ATPC817-FIN-ENTRADA TO FALSE
           PERFORM UNTIL WS-ATPC817-FIN-ENTRADA
              READ RES-TRABAJO
                  AT END
                     SET WS-ATPC817-FIN-ENTRADA TO TRUE
                  NOT AT END
                     WRITE RES-RESOLUCION-REG FROM RES-TRABAJO-REG
              END-READ
           END-PERFORM
           CLOSE RES-TRABAJO
                 RES-RESOLUCION
           .

      *----------------------------------------------------------------
      * Proceso: ATPC817-REPORTAR-PARTIDA
      *----------------------------------------------------------------
       ATPC817-REPORTAR-PARTIDA.
           ADD 1 TO WS-ATPC817-REINYECTADAS
           ADD WS-ATPC817-INY-IMPORTE(WS-ATPC817-INY-IDX)
             TO WS-ATPC817-IMPORTE-TOT
           MOVE WS-ATPC817-INY-IMPORTE(WS-ATPC817-INY-IDX)
             TO WS-ATPC817-IMPORTE-ED
           MOVE SPACES TO WS-ATPC817-LINEA
           STRING " PARTIDA ["                DELIMITED BY SIZE
                  WS-ATPC817-INY-SUS-ID(WS-ATPC817-INY-IDX)
                                              DELIMITED BY SIZE
                  "] MOTIVO ["                DELIMITED BY SIZE
                  WS-ATPC817-INY-MOTIVO(WS-ATPC817-INY-IDX)
                                              DELIMITED BY SIZE
                  "] CODENT ["                DELIMITED BY SIZE
                  WS-ATPC817-INY-CLAVE(WS-ATPC817-INY-IDX)(1:4)
                                              DELIMITED BY SIZE
                  "] CUENTA ["                DELIMITED BY SIZE
                  WS-ATPC817-INY-CLAVE(WS-ATPC817-INY-IDX)(5:16)
                                              DELIMITED BY SIZE
                  "] IMPORTE ["               DELIMITED BY SIZE
                  WS-ATPC817-IMPORTE-ED       DELIMITED BY SIZE
                  "] VALOR ["                 DELIMITED BY SIZE
                  WS-ATPC817-INY-FECVALOR(WS-ATPC817-INY-IDX)
                                              DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC817-LINEA
           WRITE RPT-ATPC817-REG FROM WS-ATPC817-LINEA
           DISPLAY WS-ATPC817-LINEA
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
