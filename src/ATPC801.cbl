       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC801.
      *----------------------------------------------------------------
      * Programa batch mensual de reporte de recuperos: resume por
      * entidad lo castigado en el mes (CASTIGOS.DAT, salida de
      * ATPC800) contra lo recuperado en el mes sobre cuentas
      * castigadas (RECUPERA.DAT, salida de ATPC964), con la perdida
      * neta del mes de cada entidad, y abre lo recuperado por
      * agencia de cobranza (la que tenia asignada la cuenta al
      * momento del pago; sin agencia = gestion propia).
      *
      * El periodo se toma de ATPC801.PRM (AAAA-MM en la primera
      * linea); sin parametro se reporta el mes en curso. Un castigo
      * entra al periodo por su FECCASTIGO y un recupero por su
      * fecha de proceso. Ambos archivos son acumulativos y no
      * vienen ordenados: los totales se arman en memoria.
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
           SELECT PRM-ATPC801 ASSIGN TO "ATPC801.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC801-PRM-STATUS.
           SELECT CAS-CASTIGOS ASSIGN TO "CASTIGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC801-CAS-STATUS.
           SELECT REC-RECUPEROS ASSIGN TO "RECUPERA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC801-REC-STATUS.
           SELECT RPT-ATPC801 ASSIGN TO "ATPC801.RPT"
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

       FD  PRM-ATPC801
           RECORDING MODE IS F.
       01  PRM-ATPC801-REG.
           05  PRM-ATPC801-PERIODO            PIC X(07).

       FD  CAS-CASTIGOS
           RECORDING MODE IS F.
       01  CAS-CASTIGOS-REG.
           05  CAS-CODENT                     PIC X(04).
           05  CAS-NUMCUENTA                  PIC X(16).
           05  CAS-FECCASTIGO                 PIC X(10).
           05  CAS-DIAS-MORA                  PIC 9(03).
           05  CAS-CODESTCTA                  PIC 9(02).
           05  CAS-LINEA                      PIC X(04).
           05  CAS-CAPITAL                    PIC 9(09)V99.
           05  CAS-INTERES                    PIC 9(09)V99.
           05  CAS-COMISION                   PIC 9(09)V99.
           05  CAS-TOTAL                      PIC 9(09)V99.

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

       FD  RPT-ATPC801
           RECORDING MODE IS F.
       01  RPT-ATPC801-REG                    PIC X(130).

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

       77  WS-ATPC801-PRM-STATUS              PIC X(02).
       77  WS-ATPC801-CAS-STATUS              PIC X(02).
       77  WS-ATPC801-REC-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC801-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.

      * Periodo reportado en AAAA-MM
       01  WS-ATPC801-PERIODO.
           05  WS-ATPC801-PER-AAAA            PIC 9(04).
           05  WS-ATPC801-PER-G1              PIC X(01) VALUE "-".
           05  WS-ATPC801-PER-MM              PIC 9(02).
       01  WS-ATPC801-HOY-AMD.
           05  WS-ATPC801-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC801-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC801-HOY-AMD-DD          PIC 9(02).

      * Totales del mes por entidad
       78  WS-ATPC801-ENT-MAX                 VALUE 100.
       77  WS-ATPC801-ENT-CANT                PIC 9(03) VALUE 0.
       77  WS-ATPC801-ENT-IDX                 PIC 9(03).
       01  WS-ATPC801-ENTIDADES.
           05  WS-ATPC801-ENT OCCURS 100 TIMES.
               10  WS-ATPC801-ENT-CODENT      PIC X(04).
               10  WS-ATPC801-ENT-CASTIGADAS  PIC 9(06).
               10  WS-ATPC801-ENT-CASTIGADO   PIC 9(13)V99.
               10  WS-ATPC801-ENT-RECUPEROS   PIC 9(06).
               10  WS-ATPC801-ENT-RECUPERADO  PIC 9(13)V99.
               10  WS-ATPC801-ENT-EXCEDENTE   PIC 9(13)V99.

      * Recuperado del mes por entidad y agencia de cobranza
       78  WS-ATPC801-AGE-MAX                 VALUE 500.
       77  WS-ATPC801-AGE-CANT                PIC 9(03) VALUE 0.
       77  WS-ATPC801-AGE-IDX                 PIC 9(03).
       01  WS-ATPC801-AGENCIAS.
           05  WS-ATPC801-AGE OCCURS 500 TIMES.
               10  WS-ATPC801-AGE-CODENT      PIC X(04).
               10  WS-ATPC801-AGE-CODAGENCIA  PIC X(04).
               10  WS-ATPC801-AGE-RECUPEROS   PIC 9(06).
               10  WS-ATPC801-AGE-RECUPERADO  PIC 9(13)V99.
       01  FILLER                             PIC 9(01).
           88 WS-ATPC801-DESBORDE             VALUE 1
              WHEN SET TO FALSE 0.

      * Entidad y agencia a acumular
       77  WS-ATPC801-CODENT                  PIC X(04).
       77  WS-ATPC801-CODAGENCIA              PIC X(04).

      * Perdida neta del mes (castigado menos recuperado; negativa
      * cuando el recupero del mes supera lo castigado)
       77  WS-ATPC801-NETO                    PIC S9(13)V99.
       77  WS-ATPC801-NETO-ED                 PIC -(13)9.99.
       77  WS-ATPC801-AGENCIA-ED              PIC X(06).

      * Contadores del resumen final
       77  WS-ATPC801-CAS-LEIDOS              PIC 9(06) VALUE 0.
       77  WS-ATPC801-REC-LEIDOS              PIC 9(06) VALUE 0.
       77  WS-ATPC801-TOT-CASTIGADO           PIC 9(13)V99 VALUE 0.
       77  WS-ATPC801-TOT-RECUPERADO          PIC 9(13)V99 VALUE 0.

       01  WS-ATPC801-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC801-PRINCIPAL
      *----------------------------------------------------------------
       ATPC801-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC801: REPORTE MENSUAL DE RECUPEROS                  -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC801" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC801-LEER-PARAMETROS

           SET WS-ATPC801-DESBORDE TO FALSE
           OPEN OUTPUT RPT-ATPC801

           MOVE SPACES TO WS-ATPC801-LINEA
           STRING " RECUPEROS Y PERDIDA NETA DEL PERIODO ["
                                              DELIMITED BY SIZE
                  WS-ATPC801-PERIODO          DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC801-LINEA
           WRITE RPT-ATPC801-REG FROM WS-ATPC801-LINEA
           DISPLAY WS-ATPC801-LINEA

           PERFORM ATPC801-ACUMULAR-CASTIGOS
           PERFORM ATPC801-ACUMULAR-RECUPEROS
           PERFORM ATPC801-EMITIR-REPORTE

           CLOSE RPT-ATPC801

           DISPLAY
           "- ATPC801: REPORTE FINALIZADO                             -"
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
      * Proceso: ATPC801-LEER-PARAMETROS
      *----------------------------------------------------------------
      * Periodo AAAA-MM de la primera linea de ATPC801.PRM; sin
      * parametro valido se toma el mes en curso
      *----------------------------------------------------------------
       ATPC801-LEER-PARAMETROS.
           ACCEPT WS-ATPC801-HOY-AMD FROM DATE YYYYMMDD
           MOVE WS-ATPC801-HOY-AMD-AAAA TO WS-ATPC801-PER-AAAA
           MOVE WS-ATPC801-HOY-AMD-MM   TO WS-ATPC801-PER-MM
           MOVE "-" TO WS-ATPC801-PER-G1

           OPEN INPUT PRM-ATPC801
           IF WS-ATPC801-PRM-STATUS = "00"
              READ PRM-ATPC801
                  AT END
                     CONTINUE
                  NOT AT END
                     IF PRM-ATPC801-PERIODO(1:4) IS NUMERIC
                     AND PRM-ATPC801-PERIODO(5:1) = "-"
                     AND PRM-ATPC801-PERIODO(6:2) IS NUMERIC
                        MOVE PRM-ATPC801-PERIODO TO WS-ATPC801-PERIODO
                     ELSE
                        DISPLAY "ATPC801 - AVISO: periodo invalido "
                                "en ATPC801.PRM [" PRM-ATPC801-PERIODO
                                "] -- se reporta el mes en curso"
                     END-IF
              END-READ
              CLOSE PRM-ATPC801
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC801-ACUMULAR-CASTIGOS
      *----------------------------------------------------------------
       ATPC801-ACUMULAR-CASTIGOS.
           OPEN INPUT CAS-CASTIGOS
           IF WS-ATPC801-CAS-STATUS NOT = "00"
              DISPLAY "ATPC801 - AVISO: sin CASTIGOS.DAT -- el "
                      "castigado del periodo se informa en cero"
           ELSE
              SET WS-ATPC801-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC801-FIN-ENTRADA
                 READ CAS-CASTIGOS
                     AT END
                        SET WS-ATPC801-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF CAS-FECCASTIGO(1:7) = WS-ATPC801-PERIODO
                           ADD 1 TO WS-ATPC801-CAS-LEIDOS
                           MOVE CAS-CODENT TO WS-ATPC801-CODENT
                           PERFORM ATPC801-UBICAR-ENTIDAD
                           IF WS-ATPC801-ENT-IDX > ZEROES
                              ADD 1 TO WS-ATPC801-ENT-CASTIGADAS
                                       (WS-ATPC801-ENT-IDX)
                              ADD CAS-TOTAL TO WS-ATPC801-ENT-CASTIGADO
                                       (WS-ATPC801-ENT-IDX)
                           END-IF
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE CAS-CASTIGOS
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC801-ACUMULAR-RECUPEROS
      *----------------------------------------------------------------
       ATPC801-ACUMULAR-RECUPEROS.
           OPEN INPUT REC-RECUPEROS
           IF WS-ATPC801-REC-STATUS NOT = "00"
              DISPLAY "ATPC801 - AVISO: sin RECUPERA.DAT -- el "
                      "recuperado del periodo se informa en cero"
           ELSE
              SET WS-ATPC801-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC801-FIN-ENTRADA
                 READ REC-RECUPEROS
                     AT END
                        SET WS-ATPC801-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF REC-FECPROCESO(1:7) = WS-ATPC801-PERIODO
                           ADD 1 TO WS-ATPC801-REC-LEIDOS
                           PERFORM ATPC801-SUMAR-RECUPERO
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE REC-RECUPEROS
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC801-SUMAR-RECUPERO
      *----------------------------------------------------------------
       ATPC801-SUMAR-RECUPERO.
           MOVE REC-CODENT TO WS-ATPC801-CODENT
           PERFORM ATPC801-UBICAR-ENTIDAD
           IF WS-ATPC801-ENT-IDX > ZEROES
              ADD 1 TO WS-ATPC801-ENT-RECUPEROS(WS-ATPC801-ENT-IDX)
              ADD REC-RECUPERADO
                TO WS-ATPC801-ENT-RECUPERADO(WS-ATPC801-ENT-IDX)
              ADD REC-EXCEDENTE
                TO WS-ATPC801-ENT-EXCEDENTE(WS-ATPC801-ENT-IDX)
           END-IF

           MOVE REC-CODAGENCIA TO WS-ATPC801-CODAGENCIA
           PERFORM ATPC801-UBICAR-AGENCIA
           IF WS-ATPC801-AGE-IDX > ZEROES
              ADD 1 TO WS-ATPC801-AGE-RECUPEROS(WS-ATPC801-AGE-IDX)
              ADD REC-RECUPERADO
                TO WS-ATPC801-AGE-RECUPERADO(WS-ATPC801-AGE-IDX)
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC801-UBICAR-ENTIDAD
      *----------------------------------------------------------------
      * Busca (o agrega) la entidad WS-ATPC801-CODENT; sin lugar en
      * el arreglo deja ENT-IDX en cero y la corrida termina con RC 4
      *----------------------------------------------------------------
       ATPC801-UBICAR-ENTIDAD.
           MOVE ZEROES TO WS-ATPC801-ENT-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC801-ENT-CANT
              IF WS-ATPC801-ENT-CODENT(WS-I) = WS-ATPC801-CODENT
                 MOVE WS-I TO WS-ATPC801-ENT-IDX
                 MOVE WS-ATPC801-ENT-CANT TO WS-I
              END-IF
           END-PERFORM

           IF WS-ATPC801-ENT-IDX = ZEROES
              IF WS-ATPC801-ENT-CANT < WS-ATPC801-ENT-MAX
                 ADD 1 TO WS-ATPC801-ENT-CANT
                 MOVE WS-ATPC801-ENT-CANT TO WS-ATPC801-ENT-IDX
                 INITIALIZE WS-ATPC801-ENT(WS-ATPC801-ENT-IDX)
                 MOVE WS-ATPC801-CODENT
                   TO WS-ATPC801-ENT-CODENT(WS-ATPC801-ENT-IDX)
              ELSE
                 PERFORM ATPC801-ALERTA-DESBORDE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC801-UBICAR-AGENCIA
      *----------------------------------------------------------------
       ATPC801-UBICAR-AGENCIA.
           MOVE ZEROES TO WS-ATPC801-AGE-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC801-AGE-CANT
              IF WS-ATPC801-AGE-CODENT(WS-I) = WS-ATPC801-CODENT
              AND WS-ATPC801-AGE-CODAGENCIA(WS-I) =
                  WS-ATPC801-CODAGENCIA
                 MOVE WS-I TO WS-ATPC801-AGE-IDX
                 MOVE WS-ATPC801-AGE-CANT TO WS-I
              END-IF
           END-PERFORM

           IF WS-ATPC801-AGE-IDX = ZEROES
              IF WS-ATPC801-AGE-CANT < WS-ATPC801-AGE-MAX
                 ADD 1 TO WS-ATPC801-AGE-CANT
                 MOVE WS-ATPC801-AGE-CANT TO WS-ATPC801-AGE-IDX
                 INITIALIZE WS-ATPC801-AGE(WS-ATPC801-AGE-IDX)
                 MOVE WS-ATPC801-CODENT
                   TO WS-ATPC801-AGE-CODENT(WS-ATPC801-AGE-IDX)
                 MOVE WS-ATPC801-CODAGENCIA
                   TO WS-ATPC801-AGE-CODAGENCIA(WS-ATPC801-AGE-IDX)
              ELSE
                 PERFORM ATPC801-ALERTA-DESBORDE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC801-ALERTA-DESBORDE
      *----------------------------------------------------------------
       ATPC801-ALERTA-DESBORDE.
           IF NOT WS-ATPC801-DESBORDE
              DISPLAY "ATPC801 - ALERTA: los arreglos de totales "
                 "alcanzaron su capacidad maxima -- el reporte queda "
                 "incompleto"
              SET WS-ATPC801-DESBORDE TO TRUE
           END-IF
           IF RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC801-EMITIR-REPORTE
      *----------------------------------------------------------------
      * Una linea por entidad con su perdida neta del mes, seguida de
      * lo recuperado por cada agencia de la entidad
      *----------------------------------------------------------------
       ATPC801-EMITIR-REPORTE.
           PERFORM VARYING WS-ATPC801-ENT-IDX FROM 1 BY 1
                     UNTIL WS-ATPC801-ENT-IDX > WS-ATPC801-ENT-CANT
              COMPUTE WS-ATPC801-NETO =
                 WS-ATPC801-ENT-CASTIGADO(WS-ATPC801-ENT-IDX)
               - WS-ATPC801-ENT-RECUPERADO(WS-ATPC801-ENT-IDX)
              MOVE WS-ATPC801-NETO TO WS-ATPC801-NETO-ED
              ADD WS-ATPC801-ENT-CASTIGADO(WS-ATPC801-ENT-IDX)
                TO WS-ATPC801-TOT-CASTIGADO
              ADD WS-ATPC801-ENT-RECUPERADO(WS-ATPC801-ENT-IDX)
                TO WS-ATPC801-TOT-RECUPERADO

              MOVE SPACES TO WS-ATPC801-LINEA
              STRING " ENTIDAD ["             DELIMITED BY SIZE
                     WS-ATPC801-ENT-CODENT(WS-ATPC801-ENT-IDX)
                                              DELIMITED BY SIZE
                     "] CASTIGADAS ["         DELIMITED BY SIZE
                     WS-ATPC801-ENT-CASTIGADAS(WS-ATPC801-ENT-IDX)
                                              DELIMITED BY SIZE
                     "] CASTIGADO ["          DELIMITED BY SIZE
                     WS-ATPC801-ENT-CASTIGADO(WS-ATPC801-ENT-IDX)
                                              DELIMITED BY SIZE
                     "] RECUPEROS ["          DELIMITED BY SIZE
                     WS-ATPC801-ENT-RECUPEROS(WS-ATPC801-ENT-IDX)
                                              DELIMITED BY SIZE
                     "] RECUPERADO ["         DELIMITED BY SIZE
                     WS-ATPC801-ENT-RECUPERADO(WS-ATPC801-ENT-IDX)
                                              DELIMITED BY SIZE
                     "] PERDIDA NETA ["       DELIMITED BY SIZE
                     WS-ATPC801-NETO-ED       DELIMITED BY SIZE
                     "]"                      DELIMITED BY SIZE
                INTO WS-ATPC801-LINEA
              WRITE RPT-ATPC801-REG FROM WS-ATPC801-LINEA
              DISPLAY WS-ATPC801-LINEA

              IF WS-ATPC801-ENT-EXCEDENTE(WS-ATPC801-ENT-IDX) > ZEROES
                 MOVE SPACES TO WS-ATPC801-LINEA
                 STRING "    EXCEDENTE SOBRE SALDO CASTIGADO ["
                                              DELIMITED BY SIZE
                        WS-ATPC801-ENT-EXCEDENTE(WS-ATPC801-ENT-IDX)
                                              DELIMITED BY SIZE
                        "]"                   DELIMITED BY SIZE
                   INTO WS-ATPC801-LINEA
                 WRITE RPT-ATPC801-REG FROM WS-ATPC801-LINEA
              END-IF

              PERFORM VARYING WS-ATPC801-AGE-IDX FROM 1 BY 1
                        UNTIL WS-ATPC801-AGE-IDX > WS-ATPC801-AGE-CANT
                 IF WS-ATPC801-AGE-CODENT(WS-ATPC801-AGE-IDX) =
                    WS-ATPC801-ENT-CODENT(WS-ATPC801-ENT-IDX)
                    PERFORM ATPC801-EMITIR-AGENCIA
                 END-IF
              END-PERFORM
           END-PERFORM

           COMPUTE WS-ATPC801-NETO =
              WS-ATPC801-TOT-CASTIGADO - WS-ATPC801-TOT-RECUPERADO
           MOVE WS-ATPC801-NETO TO WS-ATPC801-NETO-ED
           MOVE SPACES TO WS-ATPC801-LINEA
           STRING " CASTIGOS DEL PERIODO: "   DELIMITED BY SIZE
                  WS-ATPC801-CAS-LEIDOS       DELIMITED BY SIZE
                  "  RECUPEROS DEL PERIODO: " DELIMITED BY SIZE
                  WS-ATPC801-REC-LEIDOS       DELIMITED BY SIZE
                  "  PERDIDA NETA TOTAL: "    DELIMITED BY SIZE
                  WS-ATPC801-NETO-ED          DELIMITED BY SIZE
             INTO WS-ATPC801-LINEA
           WRITE RPT-ATPC801-REG FROM WS-ATPC801-LINEA
           DISPLAY WS-ATPC801-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC801-EMITIR-AGENCIA
      *----------------------------------------------------------------
       ATPC801-EMITIR-AGENCIA.
           IF WS-ATPC801-AGE-CODAGENCIA(WS-ATPC801-AGE-IDX) = SPACES
              MOVE "PROPIA" TO WS-ATPC801-AGENCIA-ED
           ELSE
              MOVE WS-ATPC801-AGE-CODAGENCIA(WS-ATPC801-AGE-IDX)
                TO WS-ATPC801-AGENCIA-ED
           END-IF
           MOVE SPACES TO WS-ATPC801-LINEA
           STRING "    AGENCIA ["              DELIMITED BY SIZE
                  WS-ATPC801-AGENCIA-ED        DELIMITED BY SIZE
                  "] RECUPEROS ["              DELIMITED BY SIZE
                  WS-ATPC801-AGE-RECUPEROS(WS-ATPC801-AGE-IDX)
                                               DELIMITED BY SIZE
                  "] RECUPERADO ["             DELIMITED BY SIZE
                  WS-ATPC801-AGE-RECUPERADO(WS-ATPC801-AGE-IDX)
                                               DELIMITED BY SIZE
                  "]"                          DELIMITED BY SIZE
             INTO WS-ATPC801-LINEA
           WRITE RPT-ATPC801-REG FROM WS-ATPC801-LINEA
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
