       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC853.
      *----------------------------------------------------------------
      * Transaccion online (estilo consola, ver ATPC902/ATPC937) de
      * revision de los casos de consumos inusuales que arma el batch
      * ATPC852 en FRAUREV.DAT: prevencion de fraude ve cada caso
      * pendiente -- el movimiento, el puntaje, las reglas que
      * dispararon y el dia de la cuenta contra su promedio -- y lo
      * libera (L, el consumo es legitimo) o lo confirma (C, fraude).
      * El caso confirmado bloquea en el acto la tarjeta del
      * movimiento: se agrega al archivo de tarjetas bloqueadas
      * BLOQTAR.DAT (layout de ATPC850) con motivo F, que toma la
      * plataforma de autorizaciones.
      *
      * La decision queda en el mismo caso (estado, operador, fecha
      * y comentario); el archivo se regraba completo al terminar la
      * sesion. Con X se termina la revision y los casos que faltan
      * quedan pendientes para la proxima.
      *
      * El operador debe tener la funcion "F" (revision de fraude)
      * vigente en su perfil ATPC163; los casos de entidades fuera
      * del ambito del perfil no se le muestran. Cada decision queda
      * asentada en el diario de actividad ATPCACT.
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
           SELECT FRA-CASOS ASSIGN TO "FRAUREV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC853-FRA-STATUS.
           SELECT FRA-TRABAJO ASSIGN TO "FRAUREV.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC853-TMP-STATUS.
           SELECT BLQ-BLOQUEOS ASSIGN TO "BLOQTAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC853-BLQ-STATUS.
      * Requerido porque ATPC163-CARGAR-ARREGLO graba control y
      * auditoria -- ver ATPCCTL-CTL.cpy / ATPCAUD-AUD.cpy
           SELECT CTL-CARGAS ASSIGN TO "ATPCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCCTL-STATUS.
           SELECT AUD-CARGAS ASSIGN TO "ATPCAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCAUD-STATUS.
      * Diario de actividad de operadores -- ver ATPCACT-ACT.cpy
           SELECT ACT-ACTIVIDAD ASSIGN TO "ATPCACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCACT-STATUS.
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
       COPY "ATPCACT-ACT".
       COPY "ATPCLCK-LCK".
       COPY "ATPCEXC-EXC".

      * Caso de revision -- ver ATPC852
       FD  FRA-CASOS
           RECORDING MODE IS F.
       01  FRA-CASOS-REG.
           05  FRA-CASO.
               10  FRA-FECHA                  PIC 9(08).
               10  FRA-SECUENCIA              PIC 9(06).
           05  FRA-ESTADO                     PIC X(01).
           05  FRA-PUNTAJE                    PIC 9(03).
           05  FRA-REGLAS                     PIC X(05).
           05  FRA-CANTHOY                    PIC 9(05).
           05  FRA-IMPHOY                     PIC 9(11)V99.
           05  FRA-CANTPROM                   PIC 9(05)V99.
           05  FRA-IMPPROM                    PIC 9(11)V99.
           05  FRA-MOVIMIENTO.
               10  FRA-CODENT                 PIC X(04).
               10  FRA-CODMAR                 PIC 9(02).
               10  FRA-INDTIPT                PIC 9(02).
               10  FRA-TIPOFAC                PIC 9(04).
               10  FRA-INDNORCOR              PIC 9(01).
               10  FRA-INDVERT                PIC X(01).
               10  FRA-INDNIVAPL              PIC X(02).
               10  FRA-CODCONECO              PIC 9(04).
               10  FRA-NUMCUENTA              PIC X(16).
               10  FRA-IMPORTE                PIC 9(09)V99.
               10  FRA-FECMOV                 PIC X(10).
               10  FRA-CLAMON                 PIC 9(03).
               10  FRA-IMPORTE-ORIG           PIC 9(09)V99.
               10  FRA-TIPOCAMBIO             PIC 9(07)V9(06).
               10  FRA-FECHA-TASA             PIC X(10).
           05  FRA-CODOPER                    PIC X(08).
           05  FRA-FECREV                     PIC 9(08).
           05  FRA-COMENTARIO                 PIC X(40).

       FD  FRA-TRABAJO
           RECORDING MODE IS F.
       01  FRA-TRABAJO-REG                    PIC X(211).

      * Tarjeta bloqueada -- ver ATPC850
       FD  BLQ-BLOQUEOS
           RECORDING MODE IS F.
       01  BLQ-BLOQUEOS-REG.
           05  BLQ-CODENT                     PIC X(04).
           05  BLQ-NUMCUENTA                  PIC X(16).
           05  BLQ-CODMAR                     PIC 9(02).
           05  BLQ-INDTIPT                    PIC 9(02).
           05  BLQ-FECVENC                    PIC X(07).
           05  BLQ-MOTIVO                     PIC X(01).
           05  BLQ-FECBLOQ                    PIC X(10).
           05  BLQ-HORA                       PIC 9(06).
           05  BLQ-CODOPER                    PIC X(08).
           05  BLQ-NUMSOL                     PIC X(24).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPC163-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCACT-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".

       77  WS-ATPC853-FRA-STATUS              PIC X(02).
       77  WS-ATPC853-TMP-STATUS              PIC X(02).
       77  WS-ATPC853-BLQ-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC853-FIN-ARCHIVO          VALUE 1
              WHEN SET TO FALSE 0.
       01  FILLER                             PIC 9(01).
           88 WS-ATPC853-FIN-REVISION         VALUE 1
              WHEN SET TO FALSE 0.

      * Operador revisor y sus respuestas
       77  WS-ATPC853-REVISOR                 PIC X(08).
       77  WS-ATPC853-DECISION                PIC X(01).
       77  WS-ATPC853-COMENTARIO              PIC X(40).

       01  WS-ATPC853-FECHA.
           05  WS-ATPC853-FECHA-AAAA          PIC 9(04).
           05  WS-ATPC853-FECHA-MM            PIC 9(02).
           05  WS-ATPC853-FECHA-DD            PIC 9(02).
       01  WS-ATPC853-FECBLOQ.
           05  WS-ATPC853-FECBLOQ-AAAA        PIC 9(04).
           05  WS-ATPC853-FECBLOQ-G1          PIC X(01) VALUE "-".
           05  WS-ATPC853-FECBLOQ-MM          PIC 9(02).
           05  WS-ATPC853-FECBLOQ-G2          PIC X(01) VALUE "-".
           05  WS-ATPC853-FECBLOQ-DD          PIC 9(02).
       77  WS-ATPC853-HORA                    PIC 9(08).

       77  WS-ATPC853-IMPORTE-ED              PIC Z(8)9.99.
       77  WS-ATPC853-IMPHOY-ED               PIC Z(10)9.99.
       77  WS-ATPC853-IMPPROM-ED              PIC Z(10)9.99.
       77  WS-ATPC853-CANTPROM-ED             PIC Z(4)9.99.

      * Contadores de la sesion
       77  WS-ATPC853-PENDIENTES              PIC 9(04) VALUE 0.
       77  WS-ATPC853-LIBERADOS               PIC 9(04) VALUE 0.
       77  WS-ATPC853-CONFIRMADOS             PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC853-PRINCIPAL
      *----------------------------------------------------------------
       ATPC853-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC853: REVISION DE CONSUMOS INUSUALES                -"
           DISPLAY
           "----------------------------------------------------------"

           DISPLAY "ATPC853: ingrese su codigo de operador (8 car.)"
           ACCEPT WS-ATPC853-REVISOR FROM CONSOLE

           MOVE "ATPC853" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC163-CARGAR-ARREGLO

      * El revisor debe tener vigente la funcion de revision de fraude
           INITIALIZE WS-ATPC163-AUT
           MOVE WS-ATPC853-REVISOR TO WS-ATPC163-AUT-CODOPER
           MOVE "F"                TO WS-ATPC163-AUT-FUNCION
           PERFORM ATPC163-AUTORIZAR
           IF WS-ATPC163-NO-AUTORIZADO
              DISPLAY "ATPC853: operador no autorizado para revisar "
                      "casos -- " WS-ATPC163-RETORNO-DESC(1:50)
              GOBACK
           END-IF

           OPEN INPUT FRA-CASOS
           IF WS-ATPC853-FRA-STATUS NOT = "00"
              DISPLAY "ATPC853: no hay casos para revisar"
           ELSE
              OPEN OUTPUT FRA-TRABAJO
              SET WS-ATPC853-FIN-REVISION TO FALSE
              SET WS-ATPC853-FIN-ARCHIVO TO FALSE
              PERFORM UNTIL WS-ATPC853-FIN-ARCHIVO
                 READ FRA-CASOS
                     AT END
                        SET WS-ATPC853-FIN-ARCHIVO TO TRUE
                     NOT AT END
                        PERFORM ATPC853-REVISAR-CASO
                        WRITE FRA-TRABAJO-REG FROM FRA-CASOS-REG
                 END-READ
              END-PERFORM
              CLOSE FRA-TRABAJO
              CLOSE FRA-CASOS
              PERFORM ATPC853-REESCRIBIR-CASOS

              DISPLAY "ATPC853: PENDIENTES VISTOS ["
                      WS-ATPC853-PENDIENTES "] LIBERADOS ["
                      WS-ATPC853-LIBERADOS "] CONFIRMADOS ["
                      WS-ATPC853-CONFIRMADOS "]"
           END-IF

           GOBACK
           .

      *----------------------------------------------------------------
      * Proceso: ATPC853-REVISAR-CASO
      *----------------------------------------------------------------
      * Muestra el caso pendiente del ambito del revisor y pide la
      * decision; el caso queda actualizado en el registro leido
      *----------------------------------------------------------------
       ATPC853-REVISAR-CASO.
           IF FRA-ESTADO = "P"
           AND NOT WS-ATPC853-FIN-REVISION
              INITIALIZE WS-ATPC163-AUT
              MOVE WS-ATPC853-REVISOR TO WS-ATPC163-AUT-CODOPER
              MOVE "F"                TO WS-ATPC163-AUT-FUNCION
              MOVE FRA-CODENT         TO WS-ATPC163-AUT-CODENT
              PERFORM ATPC163-AUTORIZAR
              IF NOT WS-ATPC163-NO-AUTORIZADO
                 PERFORM ATPC853-MOSTRAR-CASO
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC853-MOSTRAR-CASO
      *----------------------------------------------------------------
       ATPC853-MOSTRAR-CASO.
           ADD 1 TO WS-ATPC853-PENDIENTES
           MOVE FRA-IMPORTE  TO WS-ATPC853-IMPORTE-ED
           MOVE FRA-IMPHOY   TO WS-ATPC853-IMPHOY-ED
           MOVE FRA-IMPPROM  TO WS-ATPC853-IMPPROM-ED
           MOVE FRA-CANTPROM TO WS-ATPC853-CANTPROM-ED
           DISPLAY " "
           DISPLAY "ATPC853: CASO [" FRA-CASO "] PUNTAJE ["
                   FRA-PUNTAJE "] REGLAS [" FRA-REGLAS "]"
           DISPLAY "  CODENT [" FRA-CODENT "] CUENTA ["
                   FRA-NUMCUENTA "] TARJETA [" FRA-CODMAR "/"
                   FRA-INDTIPT "]"
           DISPLAY "  FECHA [" FRA-FECMOV "] TIPOFAC [" FRA-TIPOFAC
                   "] MONEDA [" FRA-CLAMON "] IMPORTE ["
                   WS-ATPC853-IMPORTE-ED "]"
           DISPLAY "  DIA: CONSUMOS [" FRA-CANTHOY "] IMPORTE ["
                   WS-ATPC853-IMPHOY-ED "]"
           DISPLAY "  PROMEDIO: CONSUMOS [" WS-ATPC853-CANTPROM-ED
                   "] IMPORTE [" WS-ATPC853-IMPPROM-ED "]"

           DISPLAY "ATPC853: decision? (L=liberar C=confirmar fraude "
                   "P=dejar pendiente X=terminar)"
           ACCEPT WS-ATPC853-DECISION FROM CONSOLE
           EVALUATE WS-ATPC853-DECISION
              WHEN "L"
              WHEN "l"
                 MOVE "L" TO WS-ATPC853-DECISION
                 PERFORM ATPC853-DECIDIR
                 ADD 1 TO WS-ATPC853-LIBERADOS
                 DISPLAY "ATPC853: caso liberado"
              WHEN "C"
              WHEN "c"
                 MOVE "C" TO WS-ATPC853-DECISION
                 PERFORM ATPC853-DECIDIR
                 ADD 1 TO WS-ATPC853-CONFIRMADOS
                 PERFORM ATPC853-BLOQUEAR-TARJETA
              WHEN "X"
              WHEN "x"
                 SET WS-ATPC853-FIN-REVISION TO TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC853-DECIDIR
      *----------------------------------------------------------------
       ATPC853-DECIDIR.
           DISPLAY "ATPC853: comentario de la revision (40 car.)"
           ACCEPT WS-ATPC853-COMENTARIO FROM CONSOLE
           ACCEPT WS-ATPC853-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-ATPC853-HORA  FROM TIME

           MOVE WS-ATPC853-DECISION   TO FRA-ESTADO
           MOVE WS-ATPC853-REVISOR    TO FRA-CODOPER
           MOVE WS-ATPC853-FECHA      TO FRA-FECREV
           MOVE WS-ATPC853-COMENTARIO TO FRA-COMENTARIO

      * Diario de actividad del operador revisor
           INITIALIZE WS-ATPCACT-ENTRADA
           MOVE WS-ATPC853-REVISOR    TO WS-ATPCACT-CODOPER
           MOVE "ATPC853"             TO WS-ATPCACT-TRANSACCION
           STRING FRA-CASO            DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  FRA-CODENT          DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  FRA-NUMCUENTA       DELIMITED BY SIZE
             INTO WS-ATPCACT-CLAVES
           MOVE WS-ATPC853-DECISION   TO WS-ATPCACT-RESULTADO
           PERFORM ATPCACT-GRABAR-ACTIVIDAD
           .

      *----------------------------------------------------------------
      * Proceso: ATPC853-BLOQUEAR-TARJETA
      *----------------------------------------------------------------
      * Fraude confirmado: bloqueo inmediato en BLOQTAR.DAT
      *----------------------------------------------------------------
       ATPC853-BLOQUEAR-TARJETA.
           MOVE "-" TO WS-ATPC853-FECBLOQ-G1 WS-ATPC853-FECBLOQ-G2
           MOVE WS-ATPC853-FECHA-AAAA TO WS-ATPC853-FECBLOQ-AAAA
           MOVE WS-ATPC853-FECHA-MM   TO WS-ATPC853-FECBLOQ-MM
           MOVE WS-ATPC853-FECHA-DD   TO WS-ATPC853-FECBLOQ-DD

           OPEN EXTEND BLQ-BLOQUEOS
           IF WS-ATPC853-BLQ-STATUS = "35"
              OPEN OUTPUT BLQ-BLOQUEOS
           END-IF
           IF WS-ATPC853-BLQ-STATUS = "00"
              INITIALIZE BLQ-BLOQUEOS-REG
              MOVE FRA-CODENT            TO BLQ-CODENT
              MOVE FRA-NUMCUENTA         TO BLQ-NUMCUENTA
              MOVE FRA-CODMAR            TO BLQ-CODMAR
              MOVE FRA-INDTIPT           TO BLQ-INDTIPT
              MOVE "F"                   TO BLQ-MOTIVO
              MOVE WS-ATPC853-FECBLOQ    TO BLQ-FECBLOQ
              MOVE WS-ATPC853-HORA(1:6)  TO BLQ-HORA
              MOVE WS-ATPC853-REVISOR    TO BLQ-CODOPER
              MOVE FRA-CASO              TO BLQ-NUMSOL
              WRITE BLQ-BLOQUEOS-REG
              CLOSE BLQ-BLOQUEOS
              DISPLAY "ATPC853: fraude confirmado -- tarjeta "
                      "bloqueada en BLOQTAR.DAT"
           ELSE
              DISPLAY "ATPC853 - ERROR: no se pudo bloquear en "
                      "BLOQTAR.DAT -- FILE STATUS:["
                      WS-ATPC853-BLQ-STATUS "] -- bloquear por el "
                      "procedimiento manual"
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC853-REESCRIBIR-CASOS
      *----------------------------------------------------------------
      * Regraba el archivo de casos con las decisiones de la sesion
      *----------------------------------------------------------------
       ATPC853-REESCRIBIR-CASOS.
           OPEN INPUT FRA-TRABAJO
           OPEN OUTPUT FRA-CASOS
           SET WS-ATPC853-FIN-ARCHIVO TO FALSE
           PERFORM UNTIL WS-ATPC853-FIN-ARCHIVO
              READ FRA-TRABAJO
                  AT END
                     SET WS-ATPC853-FIN-ARCHIVO TO TRUE
                  NOT AT END
                     WRITE FRA-CASOS-REG FROM FRA-TRABAJO-REG
              END-READ
           END-PERFORM
           CLOSE FRA-TRABAJO
           CLOSE FRA-CASOS
           .

      *----------------------------------------------------------------
      * Proceso: 888888-LOGGEAR-TRANSACCION
      *----------------------------------------------------------------
      * Rutina de traza de entrada/salida de las librerias ATPCxxx
      * invocadas por este programa (documentada como dependencia del
      * host en el encabezado de cada libreria ATPCnnn-PR). Este
      * programa la resuelve volcando la transaccion a consola.
       888888-LOGGEAR-TRANSACCION.
           DISPLAY INDICADOR_I-O OF MPMLOG " "
                   CODIGO_RUTINA OF MPMLOG " "
                   MENSAJE_COPY  OF MPMLOG
           .

       COPY "ATPC163-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCACT-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
