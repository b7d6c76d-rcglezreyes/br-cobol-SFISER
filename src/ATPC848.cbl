       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC848.
      *----------------------------------------------------------------
      * Transaccion online (estilo consola, ver ATPC902) de captura de
      * pedidos de cierre de cuenta: la sucursal asienta aca el pedido
      * del titular -- CODENT, cuenta y motivo del cierre -- en la cola
      * de pedidos CIESOL.DAT, que se graba siempre al final. El
      * cierre no es en linea: esa noche el batch ATPC849 junta esta
      * cola con los pedidos recibidos por archivo (CIEARCH.DAT, mismo
      * layout), marca las cuentas "en cierre" en el maestro y las
      * cierra cuando su saldo queda resuelto.
      *
      * La captura solo controla la forma del pedido: cuenta en el
      * maestro CTAMAE.DAT, sin un cierre ya pedido o hecho (se
      * muestra al operador el estado y la fecha del pedido vigente),
      * y motivo informado. Cada pedido lleva un numero unico armado
      * con el operador, la fecha y la hora de captura (canal S,
      * sucursal).
      *
      * El operador debe tener la funcion "E" (pedidos de cierre de
      * cuenta) vigente en su perfil ATPC163, con el ambito de
      * entidad del perfil verificado contra el CODENT de la cuenta.
      * Toda captura queda asentada en el diario de actividad ATPCACT.
      *
      * Layout de CIESOL.DAT (y CIEARCH.DAT): NUMSOL(24) CANAL(1)
      * CODENT(4) NUMCUENTA(16) MOTIVO(40) FECSOL(10 AAAA-MM-DD)
      * ORIGEN(8, operador o remitente del archivo).
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
           SELECT SOL-PEDIDOS ASSIGN TO "CIESOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC848-SOL-STATUS.
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

       FD  SOL-PEDIDOS
           RECORDING MODE IS F.
       01  SOL-PEDIDOS-REG.
           05  SOL-NUMSOL                     PIC X(24).
           05  SOL-CANAL                      PIC X(01).
           05  SOL-CODENT                     PIC X(04).
           05  SOL-NUMCUENTA                  PIC X(16).
           05  SOL-MOTIVO                     PIC X(40).
           05  SOL-FECSOL                     PIC X(10).
           05  SOL-ORIGEN                     PIC X(08).

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

       77  WS-ATPC848-SOL-STATUS              PIC X(02).

      * Datos capturados del pedido
       77  WS-ATPC848-CODOPER                 PIC X(08).
       77  WS-ATPC848-OPERACION               PIC X(01).
       77  WS-ATPC848-CODENT                  PIC X(04).
       77  WS-ATPC848-NUMCUENTA               PIC X(16).
       77  WS-ATPC848-MOTIVO                  PIC X(40).

       01  WS-ATPC848-FECHA.
           05  WS-ATPC848-FECHA-AAAA          PIC 9(04).
           05  WS-ATPC848-FECHA-MM            PIC 9(02).
           05  WS-ATPC848-FECHA-DD            PIC 9(02).
       01  WS-ATPC848-FECSOL.
           05  WS-ATPC848-FECSOL-AAAA         PIC 9(04).
           05  WS-ATPC848-FECSOL-G1           PIC X(01) VALUE "-".
           05  WS-ATPC848-FECSOL-MM           PIC 9(02).
           05  WS-ATPC848-FECSOL-G2           PIC X(01) VALUE "-".
           05  WS-ATPC848-FECSOL-DD           PIC 9(02).
       77  WS-ATPC848-HORA                    PIC 9(08).

      * Numero de pedido: canal + operador + fecha + hora
       01  WS-ATPC848-NUMSOL.
           05  WS-ATPC848-NUMSOL-CANAL        PIC X(01) VALUE "S".
           05  WS-ATPC848-NUMSOL-CODOPER      PIC X(08).
           05  WS-ATPC848-NUMSOL-FECHA        PIC 9(08).
           05  WS-ATPC848-NUMSOL-HORA         PIC 9(06).
           05  FILLER                         PIC X(01) VALUE SPACES.

       01  FILLER                             PIC 9(01).
           88 WS-ATPC848-FIN-SESION           VALUE 1
              WHEN SET TO FALSE 0.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC848-PRINCIPAL
      *----------------------------------------------------------------
       ATPC848-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC848: PEDIDOS DE CIERRE DE CUENTA                   -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC848" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC163-CARGAR-ARREGLO

           DISPLAY "ATPC848: ingrese su codigo de operador (8 car.)"
           ACCEPT WS-ATPC848-CODOPER FROM CONSOLE

           PERFORM ATPCCTM-ABRIR-CONSULTA

           SET WS-ATPC848-FIN-SESION TO FALSE
           PERFORM UNTIL WS-ATPC848-FIN-SESION
              PERFORM ATPC848-CAPTURAR-PEDIDO
           END-PERFORM

           PERFORM ATPCCTM-CERRAR-CONSULTA

           DISPLAY "ATPC848: sesion terminada"
           GOBACK
           .

      *----------------------------------------------------------------
      * Proceso: ATPC848-CAPTURAR-PEDIDO
      *----------------------------------------------------------------
       ATPC848-CAPTURAR-PEDIDO.
           DISPLAY "ATPC848: operacion? (S=pedido de cierre, X=salir)"
           ACCEPT WS-ATPC848-OPERACION FROM CONSOLE

           EVALUATE WS-ATPC848-OPERACION
              WHEN "S"
              WHEN "s"
                 MOVE "S" TO WS-ATPC848-OPERACION
                 PERFORM ATPC848-DIALOGO-PEDIDO
              WHEN "X"
              WHEN "x"
                 SET WS-ATPC848-FIN-SESION TO TRUE
              WHEN OTHER
                 DISPLAY "ATPC848: operacion no reconocida"
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC848-DIALOGO-PEDIDO
      *----------------------------------------------------------------
       ATPC848-DIALOGO-PEDIDO.
           DISPLAY "ATPC848: CODENT (4 car.)"
           ACCEPT WS-ATPC848-CODENT FROM CONSOLE
           DISPLAY "ATPC848: numero de cuenta (16 car.)"
           ACCEPT WS-ATPC848-NUMCUENTA FROM CONSOLE

           MOVE WS-ATPC848-CODENT    TO WS-ATPCCTM-CODENT
           MOVE WS-ATPC848-NUMCUENTA TO WS-ATPCCTM-NUMCUENTA
           PERFORM ATPCCTM-CONSULTAR-CUENTA
           EVALUATE TRUE
              WHEN NOT WS-ATPCCTM-RETORNO-OK
                 DISPLAY "ATPC848: cuenta inexistente en CTAMAE.DAT -- "
                         "descartado"
                 PERFORM ATPC848-ASENTAR-ACTIVIDAD-R
              WHEN CTM-CIE-CERRADA
                 DISPLAY "ATPC848: la cuenta ya esta cerrada desde "
                         CTM-CIE-FECCIERRE " -- descartado"
                 PERFORM ATPC848-ASENTAR-ACTIVIDAD-R
              WHEN CTM-CIE-EN-CIERRE
                 DISPLAY "ATPC848: la cuenta ya esta en cierre por "
                         "pedido del " CTM-CIE-FECSOL " -- descartado"
                 PERFORM ATPC848-ASENTAR-ACTIVIDAD-R
              WHEN OTHER
                 DISPLAY "ATPC848: motivo del cierre (40 car.)"
                 ACCEPT WS-ATPC848-MOTIVO FROM CONSOLE
                 IF WS-ATPC848-MOTIVO = SPACES
                    DISPLAY "ATPC848: motivo no informado -- "
                            "descartado"
                    PERFORM ATPC848-ASENTAR-ACTIVIDAD-R
                 ELSE
                    PERFORM ATPC848-AUTORIZAR-PEDIDO
                 END-IF
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC848-AUTORIZAR-PEDIDO
      *----------------------------------------------------------------
      * Autorizacion: funcion E con ambito sobre el CODENT capturado
      *----------------------------------------------------------------
       ATPC848-AUTORIZAR-PEDIDO.
           INITIALIZE WS-ATPC163-AUT
           MOVE WS-ATPC848-CODOPER TO WS-ATPC163-AUT-CODOPER
           MOVE "E"                TO WS-ATPC163-AUT-FUNCION
           MOVE WS-ATPC848-CODENT  TO WS-ATPC163-AUT-CODENT
           PERFORM ATPC163-AUTORIZAR
           IF WS-ATPC163-NO-AUTORIZADO
              DISPLAY "ATPC848: operador no autorizado -- "
                      WS-ATPC163-RETORNO-DESC(1:50)
              PERFORM ATPC848-ASENTAR-ACTIVIDAD-R
           ELSE
              PERFORM ATPC848-GRABAR-PEDIDO
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC848-GRABAR-PEDIDO
      *----------------------------------------------------------------
       ATPC848-GRABAR-PEDIDO.
           ACCEPT WS-ATPC848-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-ATPC848-HORA  FROM TIME
           MOVE "-" TO WS-ATPC848-FECSOL-G1 WS-ATPC848-FECSOL-G2
           MOVE WS-ATPC848-FECHA-AAAA TO WS-ATPC848-FECSOL-AAAA
           MOVE WS-ATPC848-FECHA-MM   TO WS-ATPC848-FECSOL-MM
           MOVE WS-ATPC848-FECHA-DD   TO WS-ATPC848-FECSOL-DD

           MOVE "S"                   TO WS-ATPC848-NUMSOL-CANAL
           MOVE WS-ATPC848-CODOPER    TO WS-ATPC848-NUMSOL-CODOPER
           MOVE WS-ATPC848-FECHA      TO WS-ATPC848-NUMSOL-FECHA
           MOVE WS-ATPC848-HORA(1:6)  TO WS-ATPC848-NUMSOL-HORA

           OPEN EXTEND SOL-PEDIDOS
           IF WS-ATPC848-SOL-STATUS = "35"
              OPEN OUTPUT SOL-PEDIDOS
           END-IF
           IF WS-ATPC848-SOL-STATUS = "00"
              INITIALIZE SOL-PEDIDOS-REG
              MOVE WS-ATPC848-NUMSOL    TO SOL-NUMSOL
              MOVE "S"                  TO SOL-CANAL
              MOVE WS-ATPC848-CODENT    TO SOL-CODENT
              MOVE WS-ATPC848-NUMCUENTA TO SOL-NUMCUENTA
              MOVE WS-ATPC848-MOTIVO    TO SOL-MOTIVO
              MOVE WS-ATPC848-FECSOL    TO SOL-FECSOL
              MOVE WS-ATPC848-CODOPER   TO SOL-ORIGEN
              WRITE SOL-PEDIDOS-REG
              CLOSE SOL-PEDIDOS
              PERFORM ATPC848-ASENTAR-ACTIVIDAD-O
              DISPLAY "ATPC848: pedido " WS-ATPC848-NUMSOL
                      " registrado -- se procesa esta noche"
           ELSE
              DISPLAY "ATPC848 - ERROR: no se pudo grabar en "
                      "CIESOL.DAT -- FILE STATUS:["
                      WS-ATPC848-SOL-STATUS "]"
              PERFORM ATPC848-ASENTAR-ACTIVIDAD-R
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC848-ASENTAR-ACTIVIDAD-O
      *----------------------------------------------------------------
       ATPC848-ASENTAR-ACTIVIDAD-O.
           INITIALIZE WS-ATPCACT-ENTRADA
           MOVE WS-ATPC848-CODOPER  TO WS-ATPCACT-CODOPER
           MOVE "ATPC848"           TO WS-ATPCACT-TRANSACCION
           STRING WS-ATPC848-OPERACION  DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-ATPC848-CODENT     DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-ATPC848-NUMCUENTA  DELIMITED BY SIZE
             INTO WS-ATPCACT-CLAVES
           MOVE "O"                 TO WS-ATPCACT-RESULTADO
           PERFORM ATPCACT-GRABAR-ACTIVIDAD
           .

      *----------------------------------------------------------------
      * Proceso: ATPC848-ASENTAR-ACTIVIDAD-R
      *----------------------------------------------------------------
       ATPC848-ASENTAR-ACTIVIDAD-R.
           INITIALIZE WS-ATPCACT-ENTRADA
           MOVE WS-ATPC848-CODOPER  TO WS-ATPCACT-CODOPER
           MOVE "ATPC848"           TO WS-ATPCACT-TRANSACCION
           STRING WS-ATPC848-OPERACION  DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-ATPC848-CODENT     DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-ATPC848-NUMCUENTA  DELIMITED BY SIZE
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
