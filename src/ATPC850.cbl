       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC850.
      *----------------------------------------------------------------
      * Transaccion online (estilo consola, ver ATPC902) de captura de
      * pedidos de reposicion de tarjeta por perdida, robo o dano:
      * hasta ahora la sucursal los pasaba por telefono a la
      * embozadora. El pedido -- CODENT, cuenta, tipo de tarjeta
      * (CODMAR + INDTIPT), motivo y prioridad -- se asienta en la
      * cola REPSOL.DAT, que se graba siempre al final; esa noche el
      * batch ATPC851 arma la orden para la embozadora, cobra el
      * cargo de reposicion de la entidad y lista las reposiciones
      * por motivo y entidad.
      *
      * Motivos: P = perdida, R = robo, D = dano. Prioridad: U =
      * urgente (express), N = normal (por defecto).
      *
      * La captura controla: cuenta en el maestro CTAMAE.DAT y sin
      * cierre pedido o hecho (ATPC849), tarjeta vigente de la cuenta
      * en el extracto de tarjetas TARJETAS.DAT (layout de ATPC981;
      * se muestra su vencimiento, que es el de la reposicion),
      * motivo y prioridad validos. La tarjeta ROBADA se bloquea en
      * el acto: ademas del pedido se agrega al archivo de tarjetas
      * bloqueadas BLOQTAR.DAT que toma la plataforma de
      * autorizaciones, sin esperar al batch.
      *
      * El operador debe tener la funcion "R" (reposicion de
      * tarjetas) vigente en su perfil ATPC163, con el ambito de
      * entidad del perfil verificado contra el CODENT de la cuenta.
      * Toda captura queda asentada en el diario de actividad ATPCACT.
      *
      * Layout de REPSOL.DAT: NUMSOL(24) CANAL(1) CODENT(4)
      * NUMCUENTA(16) CODMAR(2) INDTIPT(2) FECVENC(7 AAAA-MM)
      * MOTIVO(1) PRIORIDAD(1) FECSOL(10 AAAA-MM-DD) ORIGEN(8).
      * Layout de BLOQTAR.DAT: CODENT(4) NUMCUENTA(16) CODMAR(2)
      * INDTIPT(2) FECVENC(7) MOTIVO(1) FECBLOQ(10) HORA(6 HHMMSS)
      * CODOPER(8) NUMSOL(24). Tambien bloquea ahi la revision de
      * fraude ATPC853, con motivo F, vencimiento en blanco y el
      * numero de caso en NUMSOL.
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
               FILE STATUS IS WS-ATPCCTM-STATUS.
           SELECT TAR-TARJETAS ASSIGN TO "TARJETAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC850-TAR-STATUS.
           SELECT SOL-PEDIDOS ASSIGN TO "REPSOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC850-SOL-STATUS.
           SELECT BLQ-BLOQUEOS ASSIGN TO "BLOQTAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC850-BLQ-STATUS.
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
       COPY "ATPCCTM-CTM".

       FD  TAR-TARJETAS
           RECORDING MODE IS F.
       01  TAR-TARJETAS-REG.
           05  TAR-CODENT                     PIC X(04).
           05  TAR-NUMCUENTA                  PIC X(16).
           05  TAR-CODMAR                     PIC 9(02).
           05  TAR-INDTIPT                    PIC 9(02).
           05  TAR-FECVENC                    PIC X(07).

       FD  SOL-PEDIDOS
           RECORDING MODE IS F.
       01  SOL-PEDIDOS-REG.
           05  SOL-NUMSOL                     PIC X(24).
           05  SOL-CANAL                      PIC X(01).
           05  SOL-CODENT                     PIC X(04).
           05  SOL-NUMCUENTA                  PIC X(16).
           05  SOL-CODMAR                     PIC 9(02).
           05  SOL-INDTIPT                    PIC 9(02).
           05  SOL-FECVENC                    PIC X(07).
           05  SOL-MOTIVO                     PIC X(01).
           05  SOL-PRIORIDAD                  PIC X(01).
           05  SOL-FECSOL                     PIC X(10).
           05  SOL-ORIGEN                     PIC X(08).

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
       COPY "ATPCCTM-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCACT-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".

       77  WS-ATPC850-TAR-STATUS              PIC X(02).
       77  WS-ATPC850-SOL-STATUS              PIC X(02).
       77  WS-ATPC850-BLQ-STATUS              PIC X(02).

      * Datos capturados del pedido
       77  WS-ATPC850-CODOPER                 PIC X(08).
       77  WS-ATPC850-OPERACION               PIC X(01).
       77  WS-ATPC850-CODENT                  PIC X(04).
       77  WS-ATPC850-NUMCUENTA               PIC X(16).
       77  WS-ATPC850-CODMAR-ALF              PIC X(02).
       77  WS-ATPC850-CODMAR REDEFINES
           WS-ATPC850-CODMAR-ALF              PIC 9(02).
       77  WS-ATPC850-INDTIPT-ALF             PIC X(02).
       77  WS-ATPC850-INDTIPT REDEFINES
           WS-ATPC850-INDTIPT-ALF             PIC 9(02).
       77  WS-ATPC850-FECVENC                 PIC X(07).
       77  WS-ATPC850-MOTIVO                  PIC X(01).
           88 WS-ATPC850-MOTIVO-VALIDO        VALUE "P" "R" "D".
           88 WS-ATPC850-ROBADA               VALUE "R".
       77  WS-ATPC850-PRIORIDAD               PIC X(01).
           88 WS-ATPC850-PRIORIDAD-VALIDA     VALUE "U" "N".

       01  FILLER                             PIC X(01).
           88 WS-ATPC850-TARJETA-OK           VALUE "S"
              WHEN SET TO FALSE "N".
       01  FILLER                             PIC 9(01).
           88 WS-ATPC850-FIN-TARJETAS         VALUE 1
              WHEN SET TO FALSE 0.

       01  WS-ATPC850-FECHA.
           05  WS-ATPC850-FECHA-AAAA          PIC 9(04).
           05  WS-ATPC850-FECHA-MM            PIC 9(02).
           05  WS-ATPC850-FECHA-DD            PIC 9(02).
       01  WS-ATPC850-FECSOL.
           05  WS-ATPC850-FECSOL-AAAA         PIC 9(04).
           05  WS-ATPC850-FECSOL-G1           PIC X(01) VALUE "-".
           05  WS-ATPC850-FECSOL-MM           PIC 9(02).
           05  WS-ATPC850-FECSOL-G2           PIC X(01) VALUE "-".
           05  WS-ATPC850-FECSOL-DD           PIC 9(02).
       77  WS-ATPC850-HORA                    PIC 9(08).

      * Numero de pedido: canal + operador + fecha + hora
       01  WS-ATPC850-NUMSOL.
           05  WS-ATPC850-NUMSOL-CANAL        PIC X(01) VALUE "S".
           05  WS-ATPC850-NUMSOL-CODOPER      PIC X(08).
           05  WS-ATPC850-NUMSOL-FECHA        PIC 9(08).
           05  WS-ATPC850-NUMSOL-HORA         PIC 9(06).
           05  FILLER                         PIC X(01) VALUE SPACES.

       01  FILLER                             PIC 9(01).
           88 WS-ATPC850-FIN-SESION           VALUE 1
              WHEN SET TO FALSE 0.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC850-PRINCIPAL
      *----------------------------------------------------------------
       ATPC850-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC850: PEDIDOS DE REPOSICION DE TARJETA              -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC850" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC163-CARGAR-ARREGLO

           DISPLAY "ATPC850: ingrese su codigo de operador (8 car.)"
           ACCEPT WS-ATPC850-CODOPER FROM CONSOLE

           PERFORM ATPCCTM-ABRIR-CONSULTA

           SET WS-ATPC850-FIN-SESION TO FALSE
           PERFORM UNTIL WS-ATPC850-FIN-SESION
              PERFORM ATPC850-CAPTURAR-PEDIDO
           END-PERFORM

           PERFORM ATPCCTM-CERRAR-CONSULTA

           DISPLAY "ATPC850: sesion terminada"
           GOBACK
           .

      *----------------------------------------------------------------
      * Proceso: ATPC850-CAPTURAR-PEDIDO
      *----------------------------------------------------------------
       ATPC850-CAPTURAR-PEDIDO.
           DISPLAY "ATPC850: operacion? (S=pedido de reposicion, "
                   "X=salir)"
           ACCEPT WS-ATPC850-OPERACION FROM CONSOLE

           EVALUATE WS-ATPC850-OPERACION
              WHEN "S"
              WHEN "s"
                 MOVE "S" TO WS-ATPC850-OPERACION
                 PERFORM ATPC850-DIALOGO-PEDIDO
              WHEN "X"
              WHEN "x"
                 SET WS-ATPC850-FIN-SESION TO TRUE
              WHEN OTHER
                 DISPLAY "ATPC850: operacion no reconocida"
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC850-DIALOGO-PEDIDO
      *----------------------------------------------------------------
       ATPC850-DIALOGO-PEDIDO.
           DISPLAY "ATPC850: CODENT (4 car.)"
           ACCEPT WS-ATPC850-CODENT FROM CONSOLE
           DISPLAY "ATPC850: numero de cuenta (16 car.)"
           ACCEPT WS-ATPC850-NUMCUENTA FROM CONSOLE

           MOVE WS-ATPC850-CODENT    TO WS-ATPCCTM-CODENT
           MOVE WS-ATPC850-NUMCUENTA TO WS-ATPCCTM-NUMCUENTA
           PERFORM ATPCCTM-CONSULTAR-CUENTA
           EVALUATE TRUE
              WHEN NOT WS-ATPCCTM-RETORNO-OK
                 DISPLAY "ATPC850: cuenta inexistente en CTAMAE.DAT -- "
                         "descartado"
                 PERFORM ATPC850-ASENTAR-ACTIVIDAD-R
              WHEN CTM-CIE-CON-CIERRE
                 DISPLAY "ATPC850: la cuenta esta en cierre o cerrada "
                         "-- descartado"
                 PERFORM ATPC850-ASENTAR-ACTIVIDAD-R
              WHEN OTHER
                 PERFORM ATPC850-DIALOGO-TARJETA
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC850-DIALOGO-TARJETA
      *----------------------------------------------------------------
       ATPC850-DIALOGO-TARJETA.
           DISPLAY "ATPC850: CODMAR de la tarjeta (2 digitos)"
           ACCEPT WS-ATPC850-CODMAR-ALF FROM CONSOLE
           DISPLAY "ATPC850: INDTIPT de la tarjeta (2 digitos)"
           ACCEPT WS-ATPC850-INDTIPT-ALF FROM CONSOLE

           IF WS-ATPC850-CODMAR-ALF IS NOT NUMERIC
           OR WS-ATPC850-INDTIPT-ALF IS NOT NUMERIC
              DISPLAY "ATPC850: tipo de tarjeta no numerico -- "
                      "descartado"
              PERFORM ATPC850-ASENTAR-ACTIVIDAD-R
           ELSE
              PERFORM ATPC850-BUSCAR-TARJETA
              IF NOT WS-ATPC850-TARJETA-OK
                 DISPLAY "ATPC850: la cuenta no tiene esa tarjeta en "
                         "TARJETAS.DAT -- descartado"
                 PERFORM ATPC850-ASENTAR-ACTIVIDAD-R
              ELSE
                 DISPLAY "ATPC850: tarjeta vigente, vence "
                         WS-ATPC850-FECVENC
                 DISPLAY "ATPC850: motivo (P=perdida, R=robo, "
                         "D=dano)"
                 ACCEPT WS-ATPC850-MOTIVO FROM CONSOLE
                 DISPLAY "ATPC850: prioridad (U=urgente, N=normal; "
                         "en blanco N)"
                 ACCEPT WS-ATPC850-PRIORIDAD FROM CONSOLE
                 IF WS-ATPC850-PRIORIDAD = SPACES
                    MOVE "N" TO WS-ATPC850-PRIORIDAD
                 END-IF
                 EVALUATE TRUE
                    WHEN NOT WS-ATPC850-MOTIVO-VALIDO
                       DISPLAY "ATPC850: motivo no reconocido -- "
                               "descartado"
                       PERFORM ATPC850-ASENTAR-ACTIVIDAD-R
                    WHEN NOT WS-ATPC850-PRIORIDAD-VALIDA
                       DISPLAY "ATPC850: prioridad no reconocida -- "
                               "descartado"
                       PERFORM ATPC850-ASENTAR-ACTIVIDAD-R
                    WHEN OTHER
                       PERFORM ATPC850-AUTORIZAR-PEDIDO
                 END-EVALUATE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC850-BUSCAR-TARJETA
      *----------------------------------------------------------------
      * Recorre el extracto de tarjetas vigentes buscando la tarjeta
      * de la cuenta; si figura mas de una vez vale el ultimo
      * vencimiento
      *----------------------------------------------------------------
       ATPC850-BUSCAR-TARJETA.
           SET WS-ATPC850-TARJETA-OK TO FALSE
           MOVE SPACES TO WS-ATPC850-FECVENC
           OPEN INPUT TAR-TARJETAS
           IF WS-ATPC850-TAR-STATUS NOT = "00"
              DISPLAY "ATPC850 - ERROR: no se pudo abrir TARJETAS.DAT "
                      "-- FILE STATUS:[" WS-ATPC850-TAR-STATUS "]"
           ELSE
              SET WS-ATPC850-FIN-TARJETAS TO FALSE
              PERFORM UNTIL WS-ATPC850-FIN-TARJETAS
                 READ TAR-TARJETAS
                     AT END
                        SET WS-ATPC850-FIN-TARJETAS TO TRUE
                     NOT AT END
                        IF TAR-CODENT    = WS-ATPC850-CODENT
                        AND TAR-NUMCUENTA = WS-ATPC850-NUMCUENTA
                        AND TAR-CODMAR   = WS-ATPC850-CODMAR
                        AND TAR-INDTIPT  = WS-ATPC850-INDTIPT
                        AND TAR-FECVENC  > WS-ATPC850-FECVENC
                           SET WS-ATPC850-TARJETA-OK TO TRUE
                           MOVE TAR-FECVENC TO WS-ATPC850-FECVENC
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE TAR-TARJETAS
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC850-AUTORIZAR-PEDIDO
      *----------------------------------------------------------------
      * Autorizacion: funcion R con ambito sobre el CODENT capturado
      *----------------------------------------------------------------
       ATPC850-AUTORIZAR-PEDIDO.
           INITIALIZE WS-ATPC163-AUT
           MOVE WS-ATPC850-CODOPER TO WS-ATPC163-AUT-CODOPER
           MOVE "R"                TO WS-ATPC163-AUT-FUNCION
           MOVE WS-ATPC850-CODENT  TO WS-ATPC163-AUT-CODENT
           PERFORM ATPC163-AUTORIZAR
           IF WS-ATPC163-NO-AUTORIZADO
              DISPLAY "ATPC850: operador no autorizado -- "
                      WS-ATPC163-RETORNO-DESC(1:50)
              PERFORM ATPC850-ASENTAR-ACTIVIDAD-R
           ELSE
              PERFORM ATPC850-GRABAR-PEDIDO
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC850-GRABAR-PEDIDO
      *----------------------------------------------------------------
       ATPC850-GRABAR-PEDIDO.
           ACCEPT WS-ATPC850-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-ATPC850-HORA  FROM TIME
           MOVE "-" TO WS-ATPC850-FECSOL-G1 WS-ATPC850-FECSOL-G2
           MOVE WS-ATPC850-FECHA-AAAA TO WS-ATPC850-FECSOL-AAAA
           MOVE WS-ATPC850-FECHA-MM   TO WS-ATPC850-FECSOL-MM
           MOVE WS-ATPC850-FECHA-DD   TO WS-ATPC850-FECSOL-DD

           MOVE "S"                   TO WS-ATPC850-NUMSOL-CANAL
           MOVE WS-ATPC850-CODOPER    TO WS-ATPC850-NUMSOL-CODOPER
           MOVE WS-ATPC850-FECHA      TO WS-ATPC850-NUMSOL-FECHA
           MOVE WS-ATPC850-HORA(1:6)  TO WS-ATPC850-NUMSOL-HORA

           OPEN EXTEND SOL-PEDIDOS
           IF WS-ATPC850-SOL-STATUS = "35"
              OPEN OUTPUT SOL-PEDIDOS
           END-IF
           IF WS-ATPC850-SOL-STATUS = "00"
              INITIALIZE SOL-PEDIDOS-REG
              MOVE WS-ATPC850-NUMSOL    TO SOL-NUMSOL
              MOVE "S"                  TO SOL-CANAL
              MOVE WS-ATPC850-CODENT    TO SOL-CODENT
              MOVE WS-ATPC850-NUMCUENTA TO SOL-NUMCUENTA
              MOVE WS-ATPC850-CODMAR    TO SOL-CODMAR
              MOVE WS-ATPC850-INDTIPT   TO SOL-INDTIPT
              MOVE WS-ATPC850-FECVENC   TO SOL-FECVENC
              MOVE WS-ATPC850-MOTIVO    TO SOL-MOTIVO
              MOVE WS-ATPC850-PRIORIDAD TO SOL-PRIORIDAD
              MOVE WS-ATPC850-FECSOL    TO SOL-FECSOL
              MOVE WS-ATPC850-CODOPER   TO SOL-ORIGEN
              WRITE SOL-PEDIDOS-REG
              CLOSE SOL-PEDIDOS
              PERFORM ATPC850-ASENTAR-ACTIVIDAD-O
              DISPLAY "ATPC850: pedido " WS-ATPC850-NUMSOL
                      " registrado -- la orden sale esta noche"
              IF WS-ATPC850-ROBADA
                 PERFORM ATPC850-BLOQUEAR-TARJETA
              END-IF
           ELSE
              DISPLAY "ATPC850 - ERROR: no se pudo grabar en "
                      "REPSOL.DAT -- FILE STATUS:["
                      WS-ATPC850-SOL-STATUS "]"
              PERFORM ATPC850-ASENTAR-ACTIVIDAD-R
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC850-BLOQUEAR-TARJETA
      *----------------------------------------------------------------
      * Tarjeta robada: bloqueo inmediato en BLOQTAR.DAT
      *----------------------------------------------------------------
       ATPC850-BLOQUEAR-TARJETA.
           OPEN EXTEND BLQ-BLOQUEOS
           IF WS-ATPC850-BLQ-STATUS = "35"
              OPEN OUTPUT BLQ-BLOQUEOS
           END-IF
           IF WS-ATPC850-BLQ-STATUS = "00"
              INITIALIZE BLQ-BLOQUEOS-REG
              MOVE WS-ATPC850-CODENT     TO BLQ-CODENT
              MOVE WS-ATPC850-NUMCUENTA  TO BLQ-NUMCUENTA
              MOVE WS-ATPC850-CODMAR     TO BLQ-CODMAR
              MOVE WS-ATPC850-INDTIPT    TO BLQ-INDTIPT
              MOVE WS-ATPC850-FECVENC    TO BLQ-FECVENC
              MOVE WS-ATPC850-MOTIVO     TO BLQ-MOTIVO
              MOVE WS-ATPC850-FECSOL     TO BLQ-FECBLOQ
              MOVE WS-ATPC850-HORA(1:6)  TO BLQ-HORA
              MOVE WS-ATPC850-CODOPER    TO BLQ-CODOPER
              MOVE WS-ATPC850-NUMSOL     TO BLQ-NUMSOL
              WRITE BLQ-BLOQUEOS-REG
              CLOSE BLQ-BLOQUEOS
              DISPLAY "ATPC850: tarjeta robada bloqueada en "
                      "BLOQTAR.DAT"
           ELSE
              DISPLAY "ATPC850 - ERROR: no se pudo bloquear en "
                      "BLOQTAR.DAT -- FILE STATUS:["
                      WS-ATPC850-BLQ-STATUS "] -- bloquear por el "
                      "procedimiento manual"
              MOVE "B" TO WS-ATPC850-OPERACION
              PERFORM ATPC850-ASENTAR-ACTIVIDAD-R
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC850-ASENTAR-ACTIVIDAD-O
      *----------------------------------------------------------------
       ATPC850-ASENTAR-ACTIVIDAD-O.
           INITIALIZE WS-ATPCACT-ENTRADA
           MOVE WS-ATPC850-CODOPER  TO WS-ATPCACT-CODOPER
           MOVE "ATPC850"           TO WS-ATPCACT-TRANSACCION
           STRING WS-ATPC850-OPERACION  DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-ATPC850-CODENT     DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-ATPC850-NUMCUENTA  DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-ATPC850-MOTIVO     DELIMITED BY SIZE
             INTO WS-ATPCACT-CLAVES
           MOVE "O"                 TO WS-ATPCACT-RESULTADO
           PERFORM ATPCACT-GRABAR-ACTIVIDAD
           .

      *----------------------------------------------------------------
      * Proceso: ATPC850-ASENTAR-ACTIVIDAD-R
      *----------------------------------------------------------------
       ATPC850-ASENTAR-ACTIVIDAD-R.
           INITIALIZE WS-ATPCACT-ENTRADA
           MOVE WS-ATPC850-CODOPER  TO WS-ATPCACT-CODOPER
           MOVE "ATPC850"           TO WS-ATPCACT-TRANSACCION
           STRING WS-ATPC850-OPERACION  DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-ATPC850-CODENT     DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-ATPC850-NUMCUENTA  DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-ATPC850-MOTIVO     DELIMITED BY SIZE
             INTO WS-ATPCACT-CLAVES
           MOVE "R"                 TO WS-ATPCACT-RESULTADO
           PERFORM ATPCACT-GRABAR-ACTIVIDAD
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
       COPY "ATPCCTM-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCACT-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
