       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC833.
      *----------------------------------------------------------------
      * Programa batch mensual de informacion del costo financiero:
      * calcula la TEA y el CAE (costo anual efectivo) de cada entidad
      * con la libreria ATPCCAE -- tasa TACOMINTAD de ATPC021 segun su
      * FORCALINT, comisiones periodicas de la vertiente de ATPC052
      * liquidadas como en ATPC975 e IVA sobre intereses y comisiones
      * (ATPC044 + ATPC156), sobre el saldo de referencia de
      * ATPCCAE.PRM -- y lo publica por CODENT + LINEA (lineas del
      * tipo de factura de la entidad en ATPC044) + tipo de tarjeta
      * (CODMAR + INDTIPT de la entidad en ATPC026).
      *
      * Los valores del mes se guardan en el historial CAEHIST.DAT (la
      * corrida repetida del mes reemplaza los suyos) y se comparan
      * contra los del mes anterior: la fila cuyo CAE vario mas que el
      * umbral de ATPC833.PRM se marca VAR en el reporte, la entidad
      * deja una alerta de advertencia en ATPCALE y la corrida termina
      * con RC 4. La entidad cuyo CAE no se puede calcular se informa
      * y tambien termina con RC 4. Sin ATPCCAE.PRM la corrida aborta.
      *
      * ATPC833.PRM (opcional, primera linea, campos contiguos):
      *  PERIODO(7 AAAA-MM, en blanco = mes en curso)
      *  UMBRAL 9(03)V99 (puntos porcentuales de CAE; por omision
      *  1.00)
      *
      * Layout de CAEHIST.DAT:
      *  PERIODO(7) CODENT(4) LINEA(4) CODMAR(2) INDTIPT(2)
      *  TACOMINTAD 9(03)V9(04) TEA 9(04)V99 CAE 9(04)V99
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
           SELECT PRM-ATPC833 ASSIGN TO "ATPC833.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC833-PRM-STATUS.
      * Parametros del calculo de CAE -- ver ATPCCAE-CAE.cpy
           SELECT PRM-ATPCCAE ASSIGN TO "ATPCCAE.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCCAE-STATUS.
           SELECT CAH-HISTORIAL ASSIGN TO "CAEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC833-CAH-STATUS.
           SELECT TMP-CONSERVADAS ASSIGN TO "ATPC833.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC833-TMP-STATUS.
           SELECT RPT-ATPC833 ASSIGN TO "ATPC833.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Cola central de alertas de operacion -- ver ATPCALE-ALE.cpy
           SELECT ALE-ALERTAS ASSIGN TO "ATPCALE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCALE-STATUS.
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
       COPY "ATPCALE-ALE".
       COPY "ATPCCTL-CTL".
       COPY "ATPCAUD-AUD".
       COPY "ATPCDIF-DIF".
       COPY "ATPCLCK-LCK".
       COPY "ATPCEXC-EXC".
       COPY "ATPCCAE-CAE".

       FD  PRM-ATPC833
           RECORDING MODE IS F.
       01  PRM-ATPC833-REG.
           05  PRM-ATPC833-PERIODO            PIC X(07).
           05  PRM-ATPC833-UMBRAL             PIC 9(03)V99.
           05  PRM-ATPC833-UMBRAL-ALF REDEFINES
               PRM-ATPC833-UMBRAL             PIC X(05).

       FD  CAH-HISTORIAL
           RECORDING MODE IS F.
       01  CAH-HISTORIAL-REG.
           05  CAH-PERIODO                    PIC X(07).
           05  CAH-CODENT                     PIC X(04).
           05  CAH-LINEA                      PIC X(04).
           05  CAH-CODMAR                     PIC 9(02).
           05  CAH-INDTIPT                    PIC 9(02).
           05  CAH-TACOMINTAD                 PIC 9(03)V9(04).
           05  CAH-TEA                        PIC 9(04)V99.
           05  CAH-CAE                        PIC 9(04)V99.

       FD  TMP-CONSERVADAS
           RECORDING MODE IS F.
       01  TMP-CONSERVADAS-REG                PIC X(38).

       FD  RPT-ATPC833
           RECORDING MODE IS F.
       01  RPT-ATPC833-REG                    PIC X(130).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPC021-WS".
       COPY "ATPC026-WS".
       COPY "ATPC044-WS".
       COPY "ATPC052-WS".
       COPY "ATPC096-WS".
       COPY "ATPC154-WS".
       COPY "ATPC156-WS".
       COPY "ATPC163-WS".
       COPY "ATPCALE-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".
       COPY "ATPCCAE-WS".

       77  WS-ATPC833-PRM-STATUS              PIC X(02).
       77  WS-ATPC833-CAH-STATUS              PIC X(02).
       77  WS-ATPC833-TMP-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC833-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.

      * Mes informado, mes anterior (AAAA-MM) y fecha del dia
       01  WS-ATPC833-PERIODO.
           05  WS-ATPC833-PER-AAAA            PIC 9(04).
           05  WS-ATPC833-PER-G1              PIC X(01) VALUE "-".
           05  WS-ATPC833-PER-MM              PIC 9(02).
       01  WS-ATPC833-PERIODO-ANT.
           05  WS-ATPC833-ANT-AAAA            PIC 9(04).
           05  WS-ATPC833-ANT-G1              PIC X(01) VALUE "-".
           05  WS-ATPC833-ANT-MM              PIC 9(02).
       01  WS-ATPC833-HOY-AMD.
           05  WS-ATPC833-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC833-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC833-HOY-AMD-DD          PIC 9(02).
       01  WS-ATPC833-HOY.
           05  WS-ATPC833-HOY-AAAA            PIC 9(04).
           05  WS-ATPC833-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC833-HOY-MM              PIC 9(02).
           05  WS-ATPC833-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC833-HOY-DD              PIC 9(02).

      * Variacion maxima de CAE tolerada (ATPC833.PRM)
       77  WS-ATPC833-UMBRAL                  PIC 9(03)V99 VALUE 1.

      * CAE del mes anterior por entidad, linea y tipo de tarjeta
       78  WS-ATPC833-ANT-MAX                 VALUE 3000.
       77  WS-ATPC833-ANT-CANT                PIC 9(04) VALUE 0.
       77  WS-ATPC833-ANT-IDX                 PIC 9(04).
       01  WS-ATPC833-ANTERIOR.
           05  WS-ATPC833-ANT OCCURS 3000 TIMES.
               10  WS-ATPC833-ANT-CLAVE.
                   15  WS-ATPC833-ANT-CODENT  PIC X(04).
                   15  WS-ATPC833-ANT-LINEA   PIC X(04).
                   15  WS-ATPC833-ANT-CODMAR  PIC 9(02).
                   15  WS-ATPC833-ANT-INDTIPT PIC 9(02).
               10  WS-ATPC833-ANT-CAE         PIC 9(04)V99.

      * Filas del mes a publicar
       78  WS-ATPC833-ACT-MAX                 VALUE 3000.
       77  WS-ATPC833-ACT-CANT                PIC 9(04) VALUE 0.
       77  WS-ATPC833-ACT-IDX                 PIC 9(04).
       01  WS-ATPC833-ACTUAL.
           05  WS-ATPC833-ACT OCCURS 3000 TIMES.
               10  WS-ATPC833-ACT-CLAVE.
                   15  WS-ATPC833-ACT-CODENT  PIC X(04).
                   15  WS-ATPC833-ACT-LINEA   PIC X(04).
                   15  WS-ATPC833-ACT-CODMAR  PIC 9(02).
                   15  WS-ATPC833-ACT-INDTIPT PIC 9(02).
               10  WS-ATPC833-ACT-TACOMINTAD  PIC 9(03)V9(04).
               10  WS-ATPC833-ACT-TEA         PIC 9(04)V99.
               10  WS-ATPC833-ACT-CAE         PIC 9(04)V99.
       01  WS-ATPC833-BUSCADA.
           05  WS-ATPC833-BUS-CODENT          PIC X(04).
           05  WS-ATPC833-BUS-LINEA           PIC X(04).
           05  WS-ATPC833-BUS-CODMAR          PIC 9(02).
           05  WS-ATPC833-BUS-INDTIPT         PIC 9(02).

      * Entidad en curso y sus lineas (ATPC044)
       77  WS-ATPC833-ENT-ANT                 PIC X(04).
       77  WS-ATPC833-TAB-IDX                 PIC 9(04).
       01  FILLER                             PIC X(01).
           88 WS-ATPC833-ENT-CALCULADA        VALUE "S"
              WHEN SET TO FALSE "N".
       01  FILLER                             PIC X(01).
           88 WS-ATPC833-ENT-ALERTADA         VALUE "S"
              WHEN SET TO FALSE "N".
       78  WS-ATPC833-LIN-MAX                 VALUE 50.
       77  WS-ATPC833-LIN-CANT                PIC 9(04) VALUE 0.
       77  WS-ATPC833-LIN-IDX                 PIC 9(04).
       01  WS-ATPC833-LINEAS.
           05  WS-ATPC833-LIN OCCURS 50 TIMES PIC X(04).
       77  WS-ATPC833-LIN-ENCONTRADA          PIC 9(04).

      * Fila en curso
       77  WS-ATPC833-CAE-ANT                 PIC 9(04)V99.
       77  WS-ATPC833-VARIACION               PIC S9(04)V99.
       77  WS-ATPC833-VAR-ABS                 PIC 9(04)V99.
       77  WS-ATPC833-ESTADO                  PIC X(03).

      * Contadores del resumen final
       77  WS-ATPC833-ENTIDADES               PIC 9(06) VALUE 0.
       77  WS-ATPC833-ENT-ERROR               PIC 9(06) VALUE 0.
       77  WS-ATPC833-ENT-VARIADAS            PIC 9(06) VALUE 0.
       77  WS-ATPC833-FILAS-VAR               PIC 9(06) VALUE 0.
       77  WS-ATPC833-FILAS-NUEVAS            PIC 9(06) VALUE 0.

       77  WS-ATPC833-TEA-ED                  PIC ZZZ9.99.
       77  WS-ATPC833-CAE-ED                  PIC ZZZ9.99.
       77  WS-ATPC833-CAE-ANT-ED              PIC ZZZ9.99.
       77  WS-ATPC833-VARIACION-ED            PIC -ZZZ9.99.
       01  WS-ATPC833-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC833-PRINCIPAL
      *----------------------------------------------------------------
       ATPC833-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC833: INFORMACION MENSUAL DE TEA / CAE              -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC833" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC021-CARGAR-ARREGLO
           PERFORM ATPC026-CARGAR-ARREGLO
           PERFORM ATPC044-CARGAR-ARREGLO
           PERFORM ATPC052-CARGAR-ARREGLO
           PERFORM ATPC096-CARGAR-ARREGLO
           PERFORM ATPC154-CARGAR-ARREGLO
           PERFORM ATPC156-CARGAR-ARREGLO

           PERFORM ATPC833-LEER-PARAMETROS

           PERFORM ATPCCAE-LEER-PARAMETROS
           IF NOT WS-ATPCCAE-PRM-LEIDO
              DISPLAY "ATPC833 - ERROR: "
                      WS-ATPCCAE-RETORNO-DESC(1:40)
                      " -- corrida abortada"
              PERFORM ATPC833-ABORTAR
           END-IF

           PERFORM ATPC833-CARGAR-ANTERIOR

           OPEN OUTPUT RPT-ATPC833
           MOVE SPACES TO WS-ATPC833-LINEA
           STRING " TEA / CAE DEL MES ["          DELIMITED BY SIZE
                  WS-ATPC833-PERIODO              DELIMITED BY SIZE
                  "] COMPARADO CONTRA ["          DELIMITED BY SIZE
                  WS-ATPC833-PERIODO-ANT          DELIMITED BY SIZE
                  "] UMBRAL ["                    DELIMITED BY SIZE
                  WS-ATPC833-UMBRAL               DELIMITED BY SIZE
                  "]"                             DELIMITED BY SIZE
             INTO WS-ATPC833-LINEA
           WRITE RPT-ATPC833-REG FROM WS-ATPC833-LINEA
           DISPLAY WS-ATPC833-LINEA
           MOVE SPACES TO WS-ATPC833-LINEA
           WRITE RPT-ATPC833-REG FROM WS-ATPC833-LINEA

           MOVE SPACES TO WS-ATPC833-ENT-ANT
           PERFORM VARYING WS-ATPC833-TAB-IDX FROM 1 BY 1
                     UNTIL WS-ATPC833-TAB-IDX > WS-ATPC026-TAB-OCCURS
              IF WS-ATPC026-TAB-CODENT(WS-ATPC833-TAB-IDX)
                 NOT = WS-ATPC833-ENT-ANT
                 PERFORM ATPC833-ABRIR-ENTIDAD
              END-IF
              IF WS-ATPC833-ENT-CALCULADA
                 PERFORM VARYING WS-ATPC833-LIN-IDX FROM 1 BY 1
                           UNTIL WS-ATPC833-LIN-IDX
                                 > WS-ATPC833-LIN-CANT
                    PERFORM ATPC833-PUBLICAR-FILA
                 END-PERFORM
              END-IF
           END-PERFORM

           PERFORM ATPC833-ACTUALIZAR-HISTORIAL

           MOVE SPACES TO WS-ATPC833-LINEA
           WRITE RPT-ATPC833-REG FROM WS-ATPC833-LINEA
           MOVE SPACES TO WS-ATPC833-LINEA
           STRING " ENTIDADES: "                  DELIMITED BY SIZE
                  WS-ATPC833-ENTIDADES            DELIMITED BY SIZE
                  "  SIN CALCULO: "               DELIMITED BY SIZE
                  WS-ATPC833-ENT-ERROR            DELIMITED BY SIZE
                  "  CON VARIACION: "             DELIMITED BY SIZE
                  WS-ATPC833-ENT-VARIADAS         DELIMITED BY SIZE
                  "  FILAS: "                     DELIMITED BY SIZE
                  WS-ATPC833-ACT-CANT             DELIMITED BY SIZE
                  "  VARIADAS: "                  DELIMITED BY SIZE
                  WS-ATPC833-FILAS-VAR            DELIMITED BY SIZE
                  "  NUEVAS: "                    DELIMITED BY SIZE
                  WS-ATPC833-FILAS-NUEVAS         DELIMITED BY SIZE
             INTO WS-ATPC833-LINEA
           WRITE RPT-ATPC833-REG FROM WS-ATPC833-LINEA
           DISPLAY WS-ATPC833-LINEA

           CLOSE RPT-ATPC833

           IF WS-ATPC833-ENT-VARIADAS > ZEROES
           OR WS-ATPC833-ENT-ERROR > ZEROES
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY
           "- ATPC833: INFORMACION DE TEA / CAE FINALIZADA           -"
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
      * Proceso: ATPC833-ABORTAR
      *----------------------------------------------------------------
       ATPC833-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC833-LEER-PARAMETROS
      *----------------------------------------------------------------
      * Mes a informar (por omision el mes en curso), su mes anterior
      * y umbral de variacion; ATPC833.PRM es opcional
      *----------------------------------------------------------------
       ATPC833-LEER-PARAMETROS.
           ACCEPT WS-ATPC833-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC833-HOY-G1 WS-ATPC833-HOY-G2
           MOVE WS-ATPC833-HOY-AMD-AAAA TO WS-ATPC833-HOY-AAAA
                                           WS-ATPC833-PER-AAAA
           MOVE WS-ATPC833-HOY-AMD-MM   TO WS-ATPC833-HOY-MM
                                           WS-ATPC833-PER-MM
           MOVE WS-ATPC833-HOY-AMD-DD   TO WS-ATPC833-HOY-DD
           MOVE "-" TO WS-ATPC833-PER-G1

           OPEN INPUT PRM-ATPC833
           IF WS-ATPC833-PRM-STATUS NOT = "00"
              DISPLAY "ATPC833 - AVISO: sin ATPC833.PRM -- se informa "
                      "el mes en curso con umbral ["
                      WS-ATPC833-UMBRAL "]"
           ELSE
              READ PRM-ATPC833
                  AT END
                     MOVE SPACES TO PRM-ATPC833-REG
              END-READ
              CLOSE PRM-ATPC833

              EVALUATE TRUE
                 WHEN PRM-ATPC833-PERIODO = SPACES
                    CONTINUE
                 WHEN PRM-ATPC833-PERIODO(1:4) IS NUMERIC
                  AND PRM-ATPC833-PERIODO(5:1) = "-"
                  AND PRM-ATPC833-PERIODO(6:2) IS NUMERIC
                  AND PRM-ATPC833-PERIODO(6:2) >= "01"
                  AND PRM-ATPC833-PERIODO(6:2) <= "12"
                    MOVE PRM-ATPC833-PERIODO TO WS-ATPC833-PERIODO
                 WHEN OTHER
                    DISPLAY "ATPC833 - AVISO: periodo invalido en "
                            "ATPC833.PRM [" PRM-ATPC833-PERIODO "] -- "
                            "se informa el mes en curso"
              END-EVALUATE

              EVALUATE TRUE
                 WHEN PRM-ATPC833-UMBRAL-ALF = SPACES
                    CONTINUE
                 WHEN PRM-ATPC833-UMBRAL-ALF IS NUMERIC
                    MOVE PRM-ATPC833-UMBRAL TO WS-ATPC833-UMBRAL
                 WHEN OTHER
                    DISPLAY "ATPC833 - AVISO: umbral invalido en "
                            "ATPC833.PRM -- se usa ["
                            WS-ATPC833-UMBRAL "]"
              END-EVALUATE
           END-IF

           MOVE WS-ATPC833-PER-AAAA TO WS-ATPC833-ANT-AAAA
           IF WS-ATPC833-PER-MM = 1
              MOVE 12 TO WS-ATPC833-ANT-MM
              SUBTRACT 1 FROM WS-ATPC833-ANT-AAAA
           ELSE
              COMPUTE WS-ATPC833-ANT-MM = WS-ATPC833-PER-MM - 1
           END-IF
           MOVE "-" TO WS-ATPC833-ANT-G1
           .

      *----------------------------------------------------------------
      * Proceso: ATPC833-CARGAR-ANTERIOR
      *----------------------------------------------------------------
      * Filas del mes anterior del historial; sin historial todas las
      * filas del mes salen como nuevas
      *----------------------------------------------------------------
       ATPC833-CARGAR-ANTERIOR.
           OPEN INPUT CAH-HISTORIAL
           IF WS-ATPC833-CAH-STATUS NOT = "00"
              DISPLAY "ATPC833 - AVISO: sin CAEHIST.DAT -- no hay mes "
                      "anterior contra el cual comparar"
           ELSE
              SET WS-ATPC833-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC833-FIN-ENTRADA
                 READ CAH-HISTORIAL
                     AT END
                        SET WS-ATPC833-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF CAH-PERIODO = WS-ATPC833-PERIODO-ANT
                           PERFORM ATPC833-GUARDAR-ANTERIOR
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE CAH-HISTORIAL
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC833-GUARDAR-ANTERIOR
      *----------------------------------------------------------------
       ATPC833-GUARDAR-ANTERIOR.
           IF WS-ATPC833-ANT-CANT < WS-ATPC833-ANT-MAX
              ADD 1 TO WS-ATPC833-ANT-CANT
              MOVE WS-ATPC833-ANT-CANT TO WS-ATPC833-ANT-IDX
              MOVE CAH-CODENT
                TO WS-ATPC833-ANT-CODENT(WS-ATPC833-ANT-IDX)
              MOVE CAH-LINEA
                TO WS-ATPC833-ANT-LINEA(WS-ATPC833-ANT-IDX)
              MOVE CAH-CODMAR
                TO WS-ATPC833-ANT-CODMAR(WS-ATPC833-ANT-IDX)
              MOVE CAH-INDTIPT
                TO WS-ATPC833-ANT-INDTIPT(WS-ATPC833-ANT-IDX)
              MOVE CAH-CAE
                TO WS-ATPC833-ANT-CAE(WS-ATPC833-ANT-IDX)
           ELSE
              DISPLAY "ATPC833 - ERROR: filas del mes anterior superan "
                      "la capacidad maxima [" WS-ATPC833-ANT-MAX
                      "] -- clave [" CAH-CODENT CAH-LINEA
                      "] sin comparar"
              MOVE 12 TO RETURN-CODE
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC833-ABRIR-ENTIDAD
      *----------------------------------------------------------------
      * Calcula el CAE de la entidad y junta sus lineas distintas del
      * arreglo de tipos de factura (ATPC044); sin lineas se publica
      * una unica fila con LINEA en blanco
      *----------------------------------------------------------------
       ATPC833-ABRIR-ENTIDAD.
           MOVE WS-ATPC026-TAB-CODENT(WS-ATPC833-TAB-IDX)
             TO WS-ATPC833-ENT-ANT
           ADD 1 TO WS-ATPC833-ENTIDADES
           SET WS-ATPC833-ENT-ALERTADA TO FALSE

           INITIALIZE WS-ATPCCAE-ENTRADA
           MOVE WS-ATPC833-ENT-ANT TO WS-ATPCCAE-CODENT
           MOVE WS-ATPC833-HOY     TO WS-ATPCCAE-FECHA
           PERFORM ATPCCAE-CALCULAR-CAE
           IF WS-ATPCCAE-RETORNO-OK
              SET WS-ATPC833-ENT-CALCULADA TO TRUE
           ELSE
              SET WS-ATPC833-ENT-CALCULADA TO FALSE
              ADD 1 TO WS-ATPC833-ENT-ERROR
              MOVE SPACES TO WS-ATPC833-LINEA
              STRING " ENTIDAD ["                 DELIMITED BY SIZE
                     WS-ATPC833-ENT-ANT           DELIMITED BY SIZE
                     "] SIN CAE -- "              DELIMITED BY SIZE
                     WS-ATPCCAE-RETORNO-DESC      DELIMITED BY "  "
                INTO WS-ATPC833-LINEA
              WRITE RPT-ATPC833-REG FROM WS-ATPC833-LINEA
              DISPLAY "ATPC833 - AVISO:" WS-ATPC833-LINEA
           END-IF
           IF WS-ATPC833-ENT-CALCULADA
           AND WS-ATPCCAE-SIN-TASA-IVA = CT-S
              DISPLAY "ATPC833 - AVISO: entidad [" WS-ATPC833-ENT-ANT
                      "] con algun CODIMPTO sin tasa vigente -- el "
                      "CAE no incluye ese IVA"
           END-IF

           MOVE ZEROES TO WS-ATPC833-LIN-CANT
           PERFORM VARYING WS-ATPC833-LIN-IDX FROM 1 BY 1
                     UNTIL WS-ATPC833-LIN-IDX > WS-ATPC044-TAB-OCCURS
              IF WS-ATPC044-TAB-CODENT(WS-ATPC833-LIN-IDX)
                 = WS-ATPC833-ENT-ANT
                 PERFORM ATPC833-AGREGAR-LINEA
              END-IF
           END-PERFORM
           IF WS-ATPC833-LIN-CANT = ZEROES
              MOVE 1 TO WS-ATPC833-LIN-CANT
              MOVE SPACES TO WS-ATPC833-LIN(1)
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC833-AGREGAR-LINEA
      *----------------------------------------------------------------
       ATPC833-AGREGAR-LINEA.
           MOVE ZEROES TO WS-ATPC833-LIN-ENCONTRADA
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC833-LIN-CANT
              IF WS-ATPC833-LIN(WS-I)
                 = WS-ATPC044-TAB-LINEA(WS-ATPC833-LIN-IDX)
                 MOVE WS-I TO WS-ATPC833-LIN-ENCONTRADA
                 MOVE WS-ATPC833-LIN-CANT TO WS-I
              END-IF
           END-PERFORM
           IF WS-ATPC833-LIN-ENCONTRADA = ZEROES
              IF WS-ATPC833-LIN-CANT < WS-ATPC833-LIN-MAX
                 ADD 1 TO WS-ATPC833-LIN-CANT
                 MOVE WS-ATPC044-TAB-LINEA(WS-ATPC833-LIN-IDX)
                   TO WS-ATPC833-LIN(WS-ATPC833-LIN-CANT)
              ELSE
                 DISPLAY "ATPC833 - AVISO: la entidad ["
                         WS-ATPC833-ENT-ANT "] supera ["
                         WS-ATPC833-LIN-MAX "] lineas -- linea ["
                         WS-ATPC044-TAB-LINEA(WS-ATPC833-LIN-IDX)
                         "] sin publicar"
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC833-PUBLICAR-FILA
      *----------------------------------------------------------------
      * Fila de la entidad, linea y tipo de tarjeta en curso: la
      * agrega al mes, la compara contra el mes anterior y la informa
      *----------------------------------------------------------------
       ATPC833-PUBLICAR-FILA.
           IF WS-ATPC833-ACT-CANT NOT < WS-ATPC833-ACT-MAX
              DISPLAY "ATPC833 - ERROR: filas del mes superan la "
                      "capacidad maxima [" WS-ATPC833-ACT-MAX
                      "] -- entidad [" WS-ATPC833-ENT-ANT
                      "] sin publicar"
              MOVE 12 TO RETURN-CODE
           ELSE
              ADD 1 TO WS-ATPC833-ACT-CANT
              MOVE WS-ATPC833-ACT-CANT TO WS-ATPC833-ACT-IDX
              MOVE WS-ATPC833-ENT-ANT
                TO WS-ATPC833-BUS-CODENT
              MOVE WS-ATPC833-LIN(WS-ATPC833-LIN-IDX)
                TO WS-ATPC833-BUS-LINEA
              MOVE WS-ATPC026-TAB-CODMAR(WS-ATPC833-TAB-IDX)
                TO WS-ATPC833-BUS-CODMAR
              MOVE WS-ATPC026-TAB-INDTIPT(WS-ATPC833-TAB-IDX)
                TO WS-ATPC833-BUS-INDTIPT
              MOVE WS-ATPC833-BUSCADA
                TO WS-ATPC833-ACT-CLAVE(WS-ATPC833-ACT-IDX)
              MOVE WS-ATPCCAE-TACOMINTAD
                TO WS-ATPC833-ACT-TACOMINTAD(WS-ATPC833-ACT-IDX)
              MOVE WS-ATPCCAE-TEA
                TO WS-ATPC833-ACT-TEA(WS-ATPC833-ACT-IDX)
              MOVE WS-ATPCCAE-CAE
                TO WS-ATPC833-ACT-CAE(WS-ATPC833-ACT-IDX)

              MOVE ZEROES TO WS-ATPC833-ANT-IDX
              PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > WS-ATPC833-ANT-CANT
                 IF WS-ATPC833-ANT-CLAVE(WS-I) = WS-ATPC833-BUSCADA
                    MOVE WS-I TO WS-ATPC833-ANT-IDX
                    MOVE WS-ATPC833-ANT-CANT TO WS-I
                 END-IF
              END-PERFORM

              MOVE ZEROES TO WS-ATPC833-CAE-ANT
                             WS-ATPC833-VARIACION
              IF WS-ATPC833-ANT-IDX = ZEROES
                 MOVE "NVA" TO WS-ATPC833-ESTADO
                 ADD 1 TO WS-ATPC833-FILAS-NUEVAS
              ELSE
                 MOVE WS-ATPC833-ANT-CAE(WS-ATPC833-ANT-IDX)
                   TO WS-ATPC833-CAE-ANT
                 COMPUTE WS-ATPC833-VARIACION =
                         WS-ATPCCAE-CAE - WS-ATPC833-CAE-ANT
                 IF WS-ATPC833-VARIACION < ZEROES
                    COMPUTE WS-ATPC833-VAR-ABS =
                            0 - WS-ATPC833-VARIACION
                 ELSE
                    MOVE WS-ATPC833-VARIACION TO WS-ATPC833-VAR-ABS
                 END-IF
                 IF WS-ATPC833-VAR-ABS > WS-ATPC833-UMBRAL
                    MOVE "VAR" TO WS-ATPC833-ESTADO
                    ADD 1 TO WS-ATPC833-FILAS-VAR
                    IF NOT WS-ATPC833-ENT-ALERTADA
                       PERFORM ATPC833-ALERTAR-ENTIDAD
                    END-IF
                 ELSE
                    MOVE "OK" TO WS-ATPC833-ESTADO
                 END-IF
              END-IF

              MOVE WS-ATPCCAE-TEA       TO WS-ATPC833-TEA-ED
              MOVE WS-ATPCCAE-CAE       TO WS-ATPC833-CAE-ED
              MOVE WS-ATPC833-CAE-ANT   TO WS-ATPC833-CAE-ANT-ED
              MOVE WS-ATPC833-VARIACION TO WS-ATPC833-VARIACION-ED
              MOVE SPACES TO WS-ATPC833-LINEA
              STRING " ENTIDAD ["             DELIMITED BY SIZE
                     WS-ATPC833-BUS-CODENT    DELIMITED BY SIZE
                     "] LINEA ["              DELIMITED BY SIZE
                     WS-ATPC833-BUS-LINEA     DELIMITED BY SIZE
                     "] MARCA ["              DELIMITED BY SIZE
                     WS-ATPC833-BUS-CODMAR    DELIMITED BY SIZE
                     "] TIPO ["               DELIMITED BY SIZE
                     WS-ATPC833-BUS-INDTIPT   DELIMITED BY SIZE
                     "] TEA ["                DELIMITED BY SIZE
                     WS-ATPC833-TEA-ED        DELIMITED BY SIZE
                     "] CAE ["                DELIMITED BY SIZE
                     WS-ATPC833-CAE-ED        DELIMITED BY SIZE
                     "] ANTERIOR ["           DELIMITED BY SIZE
                     WS-ATPC833-CAE-ANT-ED    DELIMITED BY SIZE
                     "] VAR ["                DELIMITED BY SIZE
                     WS-ATPC833-VARIACION-ED  DELIMITED BY SIZE
                     "] "                     DELIMITED BY SIZE
                     WS-ATPC833-ESTADO        DELIMITED BY SIZE
                INTO WS-ATPC833-LINEA
              WRITE RPT-ATPC833-REG FROM WS-ATPC833-LINEA
              DISPLAY WS-ATPC833-LINEA
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC833-ALERTAR-ENTIDAD
      *----------------------------------------------------------------
      * Una sola alerta por entidad, con la primera fila que supero
      * el umbral
      *----------------------------------------------------------------
       ATPC833-ALERTAR-ENTIDAD.
           SET WS-ATPC833-ENT-ALERTADA TO TRUE
           ADD 1 TO WS-ATPC833-ENT-VARIADAS
           INITIALIZE WS-ATPCALE-ENTRADA
           SET WS-ATPCALE-SEV-ADVERTENCIA TO TRUE
           MOVE "ATPC833"           TO WS-ATPCALE-PROGRAMA
           MOVE SPACES              TO WS-ATPCALE-TABLA
           MOVE WS-ATPC833-BUSCADA  TO WS-ATPCALE-CLAVE
           MOVE WS-ATPC833-VARIACION TO WS-ATPC833-VARIACION-ED
           STRING "CAE DE LA ENTIDAD VARIO "   DELIMITED BY SIZE
                  WS-ATPC833-VARIACION-ED      DELIMITED BY SIZE
                  " PUNTOS CONTRA "            DELIMITED BY SIZE
                  WS-ATPC833-PERIODO-ANT       DELIMITED BY SIZE
                  " PERIODO "                  DELIMITED BY SIZE
                  WS-ATPC833-PERIODO           DELIMITED BY SIZE
             INTO WS-ATPCALE-MENSAJE
           PERFORM ATPCALE-GRABAR-ALERTA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC833-ACTUALIZAR-HISTORIAL
      *----------------------------------------------------------------
      * Conserva del historial todo lo que no es del mes informado,
      * agrega las filas del mes y reescribe CAEHIST.DAT
      *----------------------------------------------------------------
       ATPC833-ACTUALIZAR-HISTORIAL.
           OPEN OUTPUT TMP-CONSERVADAS
           IF WS-ATPC833-TMP-STATUS NOT = "00"
              DISPLAY "ATPC833 - ERROR: no se pudo abrir ATPC833.TMP "
                      "-- FILE STATUS:[" WS-ATPC833-TMP-STATUS "] -- "
                      "CAEHIST.DAT queda sin actualizar"
              MOVE 12 TO RETURN-CODE
           ELSE
              OPEN INPUT CAH-HISTORIAL
              IF WS-ATPC833-CAH-STATUS = "00"
                 SET WS-ATPC833-FIN-ENTRADA TO FALSE
                 PERFORM UNTIL WS-ATPC833-FIN-ENTRADA
                    READ CAH-HISTORIAL
                        AT END
                           SET WS-ATPC833-FIN-ENTRADA TO TRUE
                        NOT AT END
                           IF CAH-PERIODO NOT = WS-ATPC833-PERIODO
                              WRITE TMP-CONSERVADAS-REG
                                    FROM CAH-HISTORIAL-REG
                           END-IF
                    END-READ
                 END-PERFORM
                 CLOSE CAH-HISTORIAL
              END-IF

              PERFORM VARYING WS-ATPC833-ACT-IDX FROM 1 BY 1
                        UNTIL WS-ATPC833-ACT-IDX > WS-ATPC833-ACT-CANT
                 INITIALIZE CAH-HISTORIAL-REG
                 MOVE WS-ATPC833-PERIODO TO CAH-PERIODO
                 MOVE WS-ATPC833-ACT-CODENT(WS-ATPC833-ACT-IDX)
                   TO CAH-CODENT
                 MOVE WS-ATPC833-ACT-LINEA(WS-ATPC833-ACT-IDX)
                   TO CAH-LINEA
                 MOVE WS-ATPC833-ACT-CODMAR(WS-ATPC833-ACT-IDX)
                   TO CAH-CODMAR
                 MOVE WS-ATPC833-ACT-INDTIPT(WS-ATPC833-ACT-IDX)
                   TO CAH-INDTIPT
                 MOVE WS-ATPC833-ACT-TACOMINTAD(WS-ATPC833-ACT-IDX)
                   TO CAH-TACOMINTAD
                 MOVE WS-ATPC833-ACT-TEA(WS-ATPC833-ACT-IDX)
                   TO CAH-TEA
                 MOVE WS-ATPC833-ACT-CAE(WS-ATPC833-ACT-IDX)
                   TO CAH-CAE
                 WRITE TMP-CONSERVADAS-REG FROM CAH-HISTORIAL-REG
              END-PERFORM
              CLOSE TMP-CONSERVADAS

              OPEN INPUT TMP-CONSERVADAS
              OPEN OUTPUT CAH-HISTORIAL
              SET WS-ATPC833-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC833-FIN-ENTRADA
                 READ TMP-CONSERVADAS
                     AT END
                        SET WS-ATPC833-FIN-ENTRADA TO TRUE
                     NOT AT END
                        WRITE CAH-HISTORIAL-REG
                              FROM TMP-CONSERVADAS-REG
                 END-READ
              END-PERFORM
              CLOSE TMP-CONSERVADAS
              CLOSE CAH-HISTORIAL
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
       COPY "ATPC026-PR".
       COPY "ATPC044-PR".
       COPY "ATPC052-PR".
       COPY "ATPC096-PR".
       COPY "ATPC154-PR".
       COPY "ATPC156-PR".
       COPY "ATPC163-PR".
       COPY "ATPCALE-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
       COPY "ATPCCAE-PR".
