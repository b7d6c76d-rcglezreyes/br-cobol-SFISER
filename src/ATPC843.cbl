       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC843.
      *----------------------------------------------------------------
      * Transaccion online (estilo consola, ver ATPC902) de captura de
      * solicitudes de aumento de limite de credito: la sucursal
      * asienta aca el pedido del titular -- CODENT, cuenta y nuevo
      * limite solicitado -- en la cola de solicitudes SOLINC.DAT,
      * que se graba siempre al final. La evaluacion no es en linea:
      * la hace esa noche el batch ATPC844, que junta esta cola con
      * las solicitudes del portal de socios (SOLPORT.DAT, mismo
      * layout) y contesta cada una en SOLRESP.DAT.
      *
      * La captura solo controla la forma del pedido: cuenta en el
      * maestro CTAMAE.DAT y limite solicitado numerico mayor que el
      * vigente en LIMCRED.DAT (se muestra al operador). Cada
      * solicitud lleva un numero unico armado con el operador, la
      * fecha y la hora de captura (canal S, sucursal).
      *
      * El operador debe tener la funcion "L" (solicitudes de limite)
      * vigente en su perfil ATPC163, con el ambito de entidad del
      * perfil verificado contra el CODENT de la cuenta. Toda captura
      * queda asentada en el diario de actividad ATPCACT.
      *
      * Layout de SOLINC.DAT (y SOLPORT.DAT): NUMSOL(24) CANAL(1)
      * CODENT(4) NUMCUENTA(16) LIMSOL(11, 2 decimales)
      * FECSOL(10 AAAA-MM-DD) ORIGEN(8, operador o socio).
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
      * Maestro de limites de credito -- ver ATPCLIM-LIM.cpy
           SELECT LIM-LIMITES ASSIGN TO "LIMCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIM-CLAVE
               FILE STATUS IS WS-ATPCLIM-STATUS.
           SELECT SOL-SOLICITUDES ASSIGN TO "SOLINC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC843-SOL-STATUS.
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
       COPY "ATPCLIM-LIM".

       FD  SOL-SOLICITUDES
           RECORDING MODE IS F.
       01  SOL-SOLICITUDES-REG.
           05  SOL-NUMSOL                     PIC X(24).
           05  SOL-CANAL                      PIC X(01).
           05  SOL-CODENT                     PIC X(04).
           05  SOL-NUMCUENTA                  PIC X(16).
           05  SOL-LIMSOL                     PIC 9(09)V99.
           05  SOL-FECSOL                     PIC X(10).
           05  SOL-ORIGEN                     PIC X(08).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPC163-WS".
       COPY "ATPCCTM-WS".
       COPY "ATPCLIM-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCACT-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".

       77  WS-ATPC843-SOL-STATUS              PIC X(02).

      * Datos capturados de la solicitud
       77  WS-ATPC843-CODOPER                 PIC X(08).
       77  WS-ATPC843-OPERACION               PIC X(01).
       77  WS-ATPC843-CODENT                  PIC X(04).
       77  WS-ATPC843-NUMCUENTA               PIC X(16).
       77  WS-ATPC843-LIMSOL-ALF              PIC X(11).
       77  WS-ATPC843-LIMSOL                  PIC 9(09)V99.
       77  WS-ATPC843-LIMITE                  PIC 9(09)V99.
       77  WS-ATPC843-LIMITE-ED               PIC Z(08)9.99.

       01  WS-ATPC843-FECHA.
           05  WS-ATPC843-FECHA-AAAA          PIC 9(04).
           05  WS-ATPC843-FECHA-MM            PIC 9(02).
           05  WS-ATPC843-FECHA-DD            PIC 9(02).
       01  WS-ATPC843-FECSOL.
           05  WS-ATPC843-FECSOL-AAAA         PIC 9(04).
           05  WS-ATPC843-FECSOL-G1           PIC X(01) VALUE "-".
           05  WS-ATPC843-FECSOL-MM           PIC 9(02).
           05  WS-ATPC843-FECSOL-G2           PIC X(01) VALUE "-".
           05  WS-ATPC843-FECSOL-DD           PIC 9(02).
       77  WS-ATPC843-HORA                    PIC 9(08).

      * Numero de solicitud: canal + operador + fecha + hora
       01  WS-ATPC843-NUMSOL.
           05  WS-ATPC843-NUMSOL-CANAL        PIC X(01) VALUE "S".
           05  WS-ATPC843-NUMSOL-CODOPER      PIC X(08).
           05  WS-ATPC843-NUMSOL-FECHA        PIC 9(08).
           05  WS-ATPC843-NUMSOL-HORA         PIC 9(06).
           05  FILLER                         PIC X(01) VALUE SPACES.

       01  FILLER                             PIC 9(01).
           88 WS-ATPC843-FIN-SESION           VALUE 1
              WHEN SET TO FALSE 0.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC843-PRINCIPAL
      *----------------------------------------------------------------
       ATPC843-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC843: SOLICITUDES DE AUMENTO DE LIMITE              -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC843" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC163-CARGAR-ARREGLO

           DISPLAY "ATPC843: ingrese su codigo de operador (8 car.)"
           ACCEPT WS-ATPC843-CODOPER FROM CONSOLE

           PERFORM ATPCCTM-ABRIR-CONSULTA
           PERFORM ATPCLIM-ABRIR-CONSULTA

           SET WS-ATPC843-FIN-SESION TO FALSE
           PERFORM UNTIL WS-ATPC843-FIN-SESION
              PERFORM ATPC843-CAPTURAR-SOLICITUD
           END-PERFORM

           PERFORM ATPCCTM-CERRAR-CONSULTA
           PERFORM ATPCLIM-CERRAR-CONSULTA

           DISPLAY "ATPC843: sesion terminada"
           GOBACK
           .

      *----------------------------------------------------------------
      * Proceso: ATPC843-CAPTURAR-SOLICITUD
      *----------------------------------------------------------------
       ATPC843-CAPTURAR-SOLICITUD.
           DISPLAY "ATPC843: operacion? (S=solicitud, X=salir)"
           ACCEPT WS-ATPC843-OPERACION FROM CONSOLE

           EVALUATE WS-ATPC843-OPERACION
              WHEN "S"
              WHEN "s"
                 MOVE "S" TO WS-ATPC843-OPERACION
                 PERFORM ATPC843-DIALOGO-SOLICITUD
              WHEN "X"
              WHEN "x"
                 SET WS-ATPC843-FIN-SESION TO TRUE
              WHEN OTHER
                 DISPLAY "ATPC843: operacion no reconocida"
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC843-DIALOGO-SOLICITUD
      *----------------------------------------------------------------
       ATPC843-DIALOGO-SOLICITUD.
           DISPLAY "ATPC843: CODENT (4 car.)"
           ACCEPT WS-ATPC843-CODENT FROM CONSOLE
           DISPLAY "ATPC843: numero de cuenta (16 car.)"
           ACCEPT WS-ATPC843-NUMCUENTA FROM CONSOLE

           MOVE WS-ATPC843-CODENT    TO WS-ATPCCTM-CODENT
           MOVE WS-ATPC843-NUMCUENTA TO WS-ATPCCTM-NUMCUENTA
           PERFORM ATPCCTM-CONSULTAR-CUENTA
           IF NOT WS-ATPCCTM-RETORNO-OK
              DISPLAY "ATPC843: cuenta inexistente en CTAMAE.DAT -- "
                      "descartada"
              PERFORM ATPC843-ASENTAR-ACTIVIDAD-R
           ELSE
              MOVE WS-ATPC843-CODENT    TO WS-ATPCLIM-CODENT
              MOVE WS-ATPC843-NUMCUENTA TO WS-ATPCLIM-NUMCUENTA
              PERFORM ATPCLIM-CONSULTAR-LIMITE
              IF WS-ATPCLIM-RETORNO-OK
                 MOVE LIM-LIMITE TO WS-ATPC843-LIMITE
              ELSE
                 MOVE ZEROES TO WS-ATPC843-LIMITE
              END-IF
              MOVE WS-ATPC843-LIMITE TO WS-ATPC843-LIMITE-ED
              DISPLAY "ATPC843: limite vigente " WS-ATPC843-LIMITE-ED
              DISPLAY "ATPC843: nuevo limite solicitado (11 digitos, "
                      "centavos incluidos, sin coma)"
              ACCEPT WS-ATPC843-LIMSOL-ALF FROM CONSOLE

              EVALUATE TRUE
                 WHEN WS-ATPC843-LIMSOL-ALF IS NOT NUMERIC
                    DISPLAY "ATPC843: limite solicitado no numerico "
                            "-- descartada"
                    PERFORM ATPC843-ASENTAR-ACTIVIDAD-R
                 WHEN OTHER
                    MOVE WS-ATPC843-LIMSOL-ALF
                      TO WS-ATPC843-LIMSOL(1:11)
                    IF WS-ATPC843-LIMSOL NOT > WS-ATPC843-LIMITE
                       DISPLAY "ATPC843: el limite solicitado no "
                               "supera el vigente -- descartada"
                       PERFORM ATPC843-ASENTAR-ACTIVIDAD-R
                    ELSE
                       PERFORM ATPC843-AUTORIZAR-SOLICITUD
                    END-IF
              END-EVALUATE
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC843-AUTORIZAR-SOLICITUD
      *----------------------------------------------------------------
      * Autorizacion: funcion L con ambito sobre el CODENT capturado
      *----------------------------------------------------------------
       ATPC843-AUTORIZAR-SOLICITUD.
           INITIALIZE WS-ATPC163-AUT
           MOVE WS-ATPC843-CODOPER TO WS-ATPC163-AUT-CODOPER
           MOVE "L"                TO WS-ATPC163-AUT-FUNCION
           MOVE WS-ATPC843-CODENT  TO WS-ATPC163-AUT-CODENT
           PERFORM ATPC163-AUTORIZAR
           IF WS-ATPC163-NO-AUTORIZADO
              DISPLAY "ATPC843: operador no autorizado -- "
                      WS-ATPC163-RETORNO-DESC(1:50)
              PERFORM ATPC843-ASENTAR-ACTIVIDAD-R
           ELSE
              PERFORM ATPC843-GRABAR-SOLICITUD
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC843-GRABAR-SOLICITUD
      *----------------------------------------------------------------
       ATPC843-GRABAR-SOLICITUD.
           ACCEPT WS-ATPC843-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-ATPC843-HORA  FROM TIME
           MOVE "-" TO WS-ATPC843-FECSOL-G1 WS-ATPC843-FECSOL-G2
           MOVE WS-ATPC843-FECHA-AAAA TO WS-ATPC843-FECSOL-AAAA
           MOVE WS-ATPC843-FECHA-MM   TO WS-ATPC843-FECSOL-MM
           MOVE WS-ATPC843-FECHA-DD   TO WS-ATPC843-FECSOL-DD

           MOVE "S"                   TO WS-ATPC843-NUMSOL-CANAL
           MOVE WS-ATPC843-CODOPER    TO WS-ATPC843-NUMSOL-CODOPER
           MOVE WS-ATPC843-FECHA      TO WS-ATPC843-NUMSOL-FECHA
           MOVE WS-ATPC843-HORA(1:6)  TO WS-ATPC843-NUMSOL-HORA

           OPEN EXTEND SOL-SOLICITUDES
           IF WS-ATPC843-SOL-STATUS = "35"
              OPEN OUTPUT SOL-SOLICITUDES
           END-IF
           IF WS-ATPC843-SOL-STATUS = "00"
              INITIALIZE SOL-SOLICITUDES-REG
              MOVE WS-ATPC843-NUMSOL    TO SOL-NUMSOL
              MOVE "S"                  TO SOL-CANAL
              MOVE WS-ATPC843-CODENT    TO SOL-CODENT
              MOVE WS-ATPC843-NUMCUENTA TO SOL-NUMCUENTA
              MOVE WS-ATPC843-LIMSOL    TO SOL-LIMSOL
              MOVE WS-ATPC843-FECSOL    TO SOL-FECSOL
              MOVE WS-ATPC843-CODOPER   TO SOL-ORIGEN
              WRITE SOL-SOLICITUDES-REG
              CLOSE SOL-SOLICITUDES
              PERFORM ATPC843-ASENTAR-ACTIVIDAD-O
              DISPLAY "ATPC843: solicitud " WS-ATPC843-NUMSOL
                      " registrada -- se evalua esta noche"
           ELSE
              DISPLAY "ATPC843 - ERROR: no se pudo grabar en "
                      "SOLINC.DAT -- FILE STATUS:["
                      WS-ATPC843-SOL-STATUS "]"
              PERFORM ATPC843-ASENTAR-ACTIVIDAD-R
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC843-ASENTAR-ACTIVIDAD-O
      *----------------------------------------------------------------
       ATPC843-ASENTAR-ACTIVIDAD-O.
           INITIALIZE WS-ATPCACT-ENTRADA
           MOVE WS-ATPC843-CODOPER  TO WS-ATPCACT-CODOPER
           MOVE "ATPC843"           TO WS-ATPCACT-TRANSACCION
           STRING WS-ATPC843-OPERACION  DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-ATPC843-CODENT     DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-ATPC843-NUMCUENTA  DELIMITED BY SIZE
             INTO WS-ATPCACT-CLAVES
           MOVE "O"                 TO WS-ATPCACT-RESULTADO
           PERFORM ATPCACT-GRABAR-ACTIVIDAD
           .

      *----------------------------------------------------------------
      * Proceso: ATPC843-ASENTAR-ACTIVIDAD-R
      *----------------------------------------------------------------
       ATPC843-ASENTAR-ACTIVIDAD-R.
           INITIALIZE WS-ATPCACT-ENTRADA
           MOVE WS-ATPC843-CODOPER  TO WS-ATPCACT-CODOPER
           MOVE "ATPC843"           TO WS-ATPCACT-TRANSACCION
           STRING WS-ATPC843-OPERACION  DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-ATPC843-CODENT     DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-ATPC843-NUMCUENTA  DELIMITED BY SIZE
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
       COPY "ATPCLIM-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCACT-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
