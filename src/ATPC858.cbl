       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC858.
      *----------------------------------------------------------------
      * Transaccion online (estilo consola, ver ATPC902) de consulta
      * de extractos anteriores y pedido de duplicados: hasta ahora
      * EXTRACTO.DAT se pisaba en cada ciclo y el extracto de meses
      * atras no se podia reproducir. Sobre el historico EXTHIST.DAT
      * que guarda la corrida real de ATPC954 (ver ATPCEXH-EXH.cpy)
      * el operador puede --
      *  C = consultar: lista los ciclos guardados de la cuenta (fecha
      *      de ciclo, lineas y corrida de ATPC954) y muestra el
      *      extracto del ciclo que elija, tal cual salio;
      *  D = pedir un duplicado del extracto de un ciclo, con destino
      *      I = imprenta (por defecto) o P = portal de socios. El
      *      pedido se asienta al final de la cola DUPSOL.DAT y esa
      *      noche el batch ATPC859 arma el duplicado para el destino
      *      y cobra el cargo de reimpresion de la entidad, si lo
      *      tiene.
      *
      * El operador debe tener la funcion "D" (duplicados de
      * extracto) vigente en su perfil ATPC163, con el ambito de
      * entidad del perfil verificado contra el CODENT de la cuenta.
      * Toda operacion queda asentada en el diario de actividad
      * ATPCACT.
      *
      * Layout de DUPSOL.DAT: NUMSOL(24) CODENT(4) NUMCUENTA(16)
      * FECCICLO(10 AAAA-MM-DD) DESTINO(1) FECSOL(10 AAAA-MM-DD)
      * ORIGEN(8).
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
      * Historico de extractos -- ver ATPCEXH-EXH.cpy
           SELECT EXH-HISTORICO ASSIGN TO "EXTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXH-CLAVE
               FILE STATUS IS WS-ATPC858-EXH-STATUS.
           SELECT SOL-PEDIDOS ASSIGN TO "DUPSOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC858-SOL-STATUS.
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
       COPY "ATPCEXH-EXH".

       FD  SOL-PEDIDOS
           RECORDING MODE IS F.
       01  SOL-PEDIDOS-REG.
           05  SOL-NUMSOL                     PIC X(24).
           05  SOL-CODENT                     PIC X(04).
           05  SOL-NUMCUENTA                  PIC X(16).
           05  SOL-FECCICLO                   PIC X(10).
           05  SOL-DESTINO                    PIC X(01).
           05  SOL-FECSOL                     PIC X(10).
           05  SOL-ORIGEN                     PIC X(08).

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

       77  WS-ATPC858-EXH-STATUS              PIC X(02).
       77  WS-ATPC858-SOL-STATUS              PIC X(02).

      * Datos capturados
       77  WS-ATPC858-CODOPER                 PIC X(08).
       77  WS-ATPC858-OPERACION               PIC X(01).
       77  WS-ATPC858-CODENT                  PIC X(04).
       77  WS-ATPC858-NUMCUENTA               PIC X(16).
       77  WS-ATPC858-FECCICLO                PIC X(10).
       77  WS-ATPC858-DESTINO                 PIC X(01).
           88 WS-ATPC858-DESTINO-VALIDO       VALUE "I" "P".

       01  FILLER                             PIC 9(01).
           88 WS-ATPC858-FIN-HISTORICO        VALUE 1
              WHEN SET TO FALSE 0.
       01  FILLER                             PIC X(01).
           88 WS-ATPC858-EXTRACTO-OK          VALUE "S"
              WHEN SET TO FALSE "N".

      * Ciclo en curso del listado de ciclos de la cuenta
       77  WS-ATPC858-CIC-FECCICLO            PIC X(10).
       77  WS-ATPC858-CIC-RUNID               PIC X(12).
       77  WS-ATPC858-CIC-LINEAS              PIC 9(04).
       77  WS-ATPC858-CICLOS                  PIC 9(04).
       77  WS-ATPC858-MOSTRADAS               PIC 9(04).

       01  WS-ATPC858-FECHA.
           05  WS-ATPC858-FECHA-AAAA          PIC 9(04).
           05  WS-ATPC858-FECHA-MM            PIC 9(02).
           05  WS-ATPC858-FECHA-DD            PIC 9(02).
       01  WS-ATPC858-FECSOL.
           05  WS-ATPC858-FECSOL-AAAA         PIC 9(04).
           05  WS-ATPC858-FECSOL-G1           PIC X(01) VALUE "-".
           05  WS-ATPC858-FECSOL-MM           PIC 9(02).
           05  WS-ATPC858-FECSOL-G2           PIC X(01) VALUE "-".
           05  WS-ATPC858-FECSOL-DD           PIC 9(02).
       77  WS-ATPC858-HORA                    PIC 9(08).

      * Numero de pedido: canal + operador + fecha + hora
       01  WS-ATPC858-NUMSOL.
           05  WS-ATPC858-NUMSOL-CANAL        PIC X(01) VALUE "S".
           05  WS-ATPC858-NUMSOL-CODOPER      PIC X(08).
           05  WS-ATPC858-NUMSOL-FECHA        PIC 9(08).
           05  WS-ATPC858-NUMSOL-HORA         PIC 9(06).
           05  FILLER                         PIC X(01) VALUE SPACES.

       01  FILLER                             PIC 9(01).
           88 WS-ATPC858-FIN-SESION           VALUE 1
              WHEN SET TO FALSE 0.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC858-PRINCIPAL
      *----------------------------------------------------------------
       ATPC858-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC858: EXTRACTOS ANTERIORES Y DUPLICADOS             -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC858" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC163-CARGAR-ARREGLO

           DISPLAY "ATPC858: ingrese su codigo de operador (8 car.)"
           ACCEPT WS-ATPC858-CODOPER FROM CONSOLE

           OPEN INPUT EXH-HISTORICO
           IF WS-ATPC858-EXH-STATUS NOT = "00"
              DISPLAY "ATPC858 - ERROR: no se pudo abrir EXTHIST.DAT "
                      "-- FILE STATUS:[" WS-ATPC858-EXH-STATUS "]"
           ELSE
              SET WS-ATPC858-FIN-SESION TO FALSE
              PERFORM UNTIL WS-ATPC858-FIN-SESION
                 PERFORM ATPC858-ATENDER-OPERACION
              END-PERFORM
              CLOSE EXH-HISTORICO
           END-IF

           DISPLAY "ATPC858: sesion terminada"
           GOBACK
           .

      *----------------------------------------------------------------
      * Proceso: ATPC858-ATENDER-OPERACION
      *----------------------------------------------------------------
       ATPC858-ATENDER-OPERACION.
           DISPLAY "ATPC858: operacion? (C=consultar extractos, "
                   "D=pedir duplicado, X=salir)"
           ACCEPT WS-ATPC858-OPERACION FROM CONSOLE

           MOVE SPACES TO WS-ATPC858-FECCICLO
                          WS-ATPC858-DESTINO
           EVALUATE WS-ATPC858-OPERACION
              WHEN "C"
              WHEN "c"
                 MOVE "C" TO WS-ATPC858-OPERACION
                 PERFORM ATPC858-DIALOGO-CUENTA
              WHEN "D"
              WHEN "d"
                 MOVE "D" TO WS-ATPC858-OPERACION
                 PERFORM ATPC858-DIALOGO-CUENTA
              WHEN "X"
              WHEN "x"
                 SET WS-ATPC858-FIN-SESION TO TRUE
              WHEN OTHER
                 DISPLAY "ATPC858: operacion no reconocida"
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC858-DIALOGO-CUENTA
      *----------------------------------------------------------------
      * Autorizacion: funcion D con ambito sobre el CODENT capturado
      *----------------------------------------------------------------
       ATPC858-DIALOGO-CUENTA.
           DISPLAY "ATPC858: CODENT (4 car.)"
           ACCEPT WS-ATPC858-CODENT FROM CONSOLE
           DISPLAY "ATPC858: numero de cuenta (16 car.)"
           ACCEPT WS-ATPC858-NUMCUENTA FROM CONSOLE

           INITIALIZE WS-ATPC163-AUT
           MOVE WS-ATPC858-CODOPER TO WS-ATPC163-AUT-CODOPER
           MOVE "D"                TO WS-ATPC163-AUT-FUNCION
           MOVE WS-ATPC858-CODENT  TO WS-ATPC163-AUT-CODENT
           PERFORM ATPC163-AUTORIZAR
           IF WS-ATPC163-NO-AUTORIZADO
              DISPLAY "ATPC858: operador no autorizado -- "
                      WS-ATPC163-RETORNO-DESC(1:50)
              PERFORM ATPC858-ASENTAR-ACTIVIDAD-R
           ELSE
              IF WS-ATPC858-OPERACION = "C"
                 PERFORM ATPC858-CONSULTAR-EXTRACTOS
              ELSE
                 PERFORM ATPC858-DIALOGO-DUPLICADO
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC858-CONSULTAR-EXTRACTOS
      *----------------------------------------------------------------
       ATPC858-CONSULTAR-EXTRACTOS.
           PERFORM ATPC858-LISTAR-CICLOS
           IF WS-ATPC858-CICLOS = ZEROES
              DISPLAY "ATPC858: la cuenta no tiene extractos en el "
                      "historico"
              PERFORM ATPC858-ASENTAR-ACTIVIDAD-R
           ELSE
              DISPLAY "ATPC858: fecha de ciclo a visualizar "
                      "(AAAA-MM-DD, blanco = ninguna)"
              ACCEPT WS-ATPC858-FECCICLO FROM CONSOLE
              IF WS-ATPC858-FECCICLO NOT = SPACES
                 PERFORM ATPC858-MOSTRAR-EXTRACTO
              END-IF
              PERFORM ATPC858-ASENTAR-ACTIVIDAD-O
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC858-LISTAR-CICLOS
      *----------------------------------------------------------------
      * Recorre el historico desde la primera clave de la cuenta y
      * muestra una linea por fecha de ciclo guardada
      *----------------------------------------------------------------
       ATPC858-LISTAR-CICLOS.
           MOVE ZEROES TO WS-ATPC858-CICLOS
                          WS-ATPC858-CIC-LINEAS
           MOVE SPACES TO WS-ATPC858-CIC-FECCICLO
           MOVE LOW-VALUES           TO EXH-CLAVE
           MOVE WS-ATPC858-CODENT    TO EXH-CODENT
           MOVE WS-ATPC858-NUMCUENTA TO EXH-NUMCUENTA
           PERFORM ATPC858-POSICIONAR-HISTORICO

           DISPLAY " "
           DISPLAY "FECHA CICLO  LINEAS CORRIDA"
           PERFORM UNTIL WS-ATPC858-FIN-HISTORICO
                      OR EXH-CODENT    NOT = WS-ATPC858-CODENT
                      OR EXH-NUMCUENTA NOT = WS-ATPC858-NUMCUENTA
              IF EXH-FECCICLO NOT = WS-ATPC858-CIC-FECCICLO
                 IF WS-ATPC858-CIC-LINEAS > ZEROES
                    DISPLAY WS-ATPC858-CIC-FECCICLO "   "
                            WS-ATPC858-CIC-LINEAS " "
                            WS-ATPC858-CIC-RUNID
                 END-IF
                 ADD 1 TO WS-ATPC858-CICLOS
                 MOVE EXH-FECCICLO TO WS-ATPC858-CIC-FECCICLO
                 MOVE EXH-RUNID    TO WS-ATPC858-CIC-RUNID
                 MOVE ZEROES       TO WS-ATPC858-CIC-LINEAS
              END-IF
              ADD 1 TO WS-ATPC858-CIC-LINEAS
              READ EXH-HISTORICO NEXT RECORD
                  AT END
                     SET WS-ATPC858-FIN-HISTORICO TO TRUE
              END-READ
           END-PERFORM
           IF WS-ATPC858-CIC-LINEAS > ZEROES
              DISPLAY WS-ATPC858-CIC-FECCICLO "   "
                      WS-ATPC858-CIC-LINEAS " "
                      WS-ATPC858-CIC-RUNID
           END-IF
           DISPLAY " "
           .

      *----------------------------------------------------------------
      * Proceso: ATPC858-MOSTRAR-EXTRACTO
      *----------------------------------------------------------------
       ATPC858-MOSTRAR-EXTRACTO.
           MOVE ZEROES TO WS-ATPC858-MOSTRADAS
           PERFORM ATPC858-POSICIONAR-EXTRACTO
           IF NOT WS-ATPC858-EXTRACTO-OK
              DISPLAY "ATPC858: no hay extracto del ciclo ["
                      WS-ATPC858-FECCICLO "] para la cuenta"
           ELSE
              DISPLAY "===== EXTRACTO " WS-ATPC858-CODENT " "
                      WS-ATPC858-NUMCUENTA " CICLO "
                      WS-ATPC858-FECCICLO " ====="
              PERFORM UNTIL WS-ATPC858-FIN-HISTORICO
                         OR EXH-CODENT    NOT = WS-ATPC858-CODENT
                         OR EXH-NUMCUENTA NOT = WS-ATPC858-NUMCUENTA
                         OR EXH-FECCICLO  NOT = WS-ATPC858-FECCICLO
                 ADD 1 TO WS-ATPC858-MOSTRADAS
                 DISPLAY EXH-LINEA
                 READ EXH-HISTORICO NEXT RECORD
                     AT END
                        SET WS-ATPC858-FIN-HISTORICO TO TRUE
                 END-READ
              END-PERFORM
              DISPLAY "===== FIN DEL EXTRACTO -- LINEAS ["
                      WS-ATPC858-MOSTRADAS "] ====="
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC858-POSICIONAR-EXTRACTO
      *----------------------------------------------------------------
      * Deja leida la primera linea del extracto de la cuenta y fecha
      * de ciclo capturadas; EXTRACTO-OK si el ciclo existe
      *----------------------------------------------------------------
       ATPC858-POSICIONAR-EXTRACTO.
           SET WS-ATPC858-EXTRACTO-OK TO FALSE
           MOVE WS-ATPC858-CODENT    TO EXH-CODENT
           MOVE WS-ATPC858-NUMCUENTA TO EXH-NUMCUENTA
           MOVE WS-ATPC858-FECCICLO  TO EXH-FECCICLO
           MOVE ZEROES               TO EXH-SECUENCIA
           PERFORM ATPC858-POSICIONAR-HISTORICO
           IF NOT WS-ATPC858-FIN-HISTORICO
           AND EXH-CODENT    = WS-ATPC858-CODENT
           AND EXH-NUMCUENTA = WS-ATPC858-NUMCUENTA
           AND EXH-FECCICLO  = WS-ATPC858-FECCICLO
              SET WS-ATPC858-EXTRACTO-OK TO TRUE
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC858-POSICIONAR-HISTORICO
      *----------------------------------------------------------------
      * START sobre la clave armada en EXH-CLAVE y lectura de la
      * primera fila desde ahi
      *----------------------------------------------------------------
       ATPC858-POSICIONAR-HISTORICO.
           START EXH-HISTORICO KEY IS NOT LESS THAN EXH-CLAVE
               INVALID KEY
                  SET WS-ATPC858-FIN-HISTORICO TO TRUE
               NOT INVALID KEY
                  SET WS-ATPC858-FIN-HISTORICO TO FALSE
           END-START
           IF NOT WS-ATPC858-FIN-HISTORICO
              READ EXH-HISTORICO NEXT RECORD
                  AT END
                     SET WS-ATPC858-FIN-HISTORICO TO TRUE
              END-READ
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC858-DIALOGO-DUPLICADO
      *----------------------------------------------------------------
       ATPC858-DIALOGO-DUPLICADO.
           DISPLAY "ATPC858: fecha de ciclo del extracto (AAAA-MM-DD)"
           ACCEPT WS-ATPC858-FECCICLO FROM CONSOLE
           PERFORM ATPC858-POSICIONAR-EXTRACTO
           IF NOT WS-ATPC858-EXTRACTO-OK
              DISPLAY "ATPC858: no hay extracto del ciclo ["
                      WS-ATPC858-FECCICLO "] para la cuenta -- "
                      "descartado"
              PERFORM ATPC858-ASENTAR-ACTIVIDAD-R
           ELSE
              DISPLAY "ATPC858: destino (I=imprenta, P=portal; en "
                      "blanco I)"
              ACCEPT WS-ATPC858-DESTINO FROM CONSOLE
              EVALUATE WS-ATPC858-DESTINO
                 WHEN SPACES
                 WHEN "i"
                    MOVE "I" TO WS-ATPC858-DESTINO
                 WHEN "p"
                    MOVE "P" TO WS-ATPC858-DESTINO
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              IF NOT WS-ATPC858-DESTINO-VALIDO
                 DISPLAY "ATPC858: destino no reconocido -- "
                         "descartado"
                 PERFORM ATPC858-ASENTAR-ACTIVIDAD-R
              ELSE
                 PERFORM ATPC858-GRABAR-PEDIDO
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC858-GRABAR-PEDIDO
      *----------------------------------------------------------------
       ATPC858-GRABAR-PEDIDO.
           ACCEPT WS-ATPC858-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-ATPC858-HORA  FROM TIME
           MOVE "-" TO WS-ATPC858-FECSOL-G1 WS-ATPC858-FECSOL-G2
           MOVE WS-ATPC858-FECHA-AAAA TO WS-ATPC858-FECSOL-AAAA
           MOVE WS-ATPC858-FECHA-MM   TO WS-ATPC858-FECSOL-MM
           MOVE WS-ATPC858-FECHA-DD   TO WS-ATPC858-FECSOL-DD

           MOVE "S"                   TO WS-ATPC858-NUMSOL-CANAL
           MOVE WS-ATPC858-CODOPER    TO WS-ATPC858-NUMSOL-CODOPER
           MOVE WS-ATPC858-FECHA      TO WS-ATPC858-NUMSOL-FECHA
           MOVE WS-ATPC858-HORA(1:6)  TO WS-ATPC858-NUMSOL-HORA

           OPEN EXTEND SOL-PEDIDOS
           IF WS-ATPC858-SOL-STATUS = "35"
              OPEN OUTPUT SOL-PEDIDOS
           END-IF
           IF WS-ATPC858-SOL-STATUS = "00"
              INITIALIZE SOL-PEDIDOS-REG
              MOVE WS-ATPC858-NUMSOL    TO SOL-NUMSOL
              MOVE WS-ATPC858-CODENT    TO SOL-CODENT
              MOVE WS-ATPC858-NUMCUENTA TO SOL-NUMCUENTA
              MOVE WS-ATPC858-FECCICLO  TO SOL-FECCICLO
              MOVE WS-ATPC858-DESTINO   TO SOL-DESTINO
              MOVE WS-ATPC858-FECSOL    TO SOL-FECSOL
              MOVE WS-ATPC858-CODOPER   TO SOL-ORIGEN
              WRITE SOL-PEDIDOS-REG
              CLOSE SOL-PEDIDOS
              PERFORM ATPC858-ASENTAR-ACTIVIDAD-O
              DISPLAY "ATPC858: pedido " WS-ATPC858-NUMSOL
                      " registrado -- el duplicado sale esta noche"
           ELSE
              DISPLAY "ATPC858 - ERROR: no se pudo grabar en "
                      "DUPSOL.DAT -- FILE STATUS:["
                      WS-ATPC858-SOL-STATUS "]"
              PERFORM ATPC858-ASENTAR-ACTIVIDAD-R
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC858-ASENTAR-ACTIVIDAD-O
      *----------------------------------------------------------------
       ATPC858-ASENTAR-ACTIVIDAD-O.
           INITIALIZE WS-ATPCACT-ENTRADA
           MOVE WS-ATPC858-CODOPER  TO WS-ATPCACT-CODOPER
           MOVE "ATPC858"           TO WS-ATPCACT-TRANSACCION
           STRING WS-ATPC858-OPERACION  DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-ATPC858-CODENT     DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-ATPC858-NUMCUENTA  DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-ATPC858-FECCICLO   DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-ATPC858-DESTINO    DELIMITED BY SIZE
             INTO WS-ATPCACT-CLAVES
           MOVE "O"                 TO WS-ATPCACT-RESULTADO
           PERFORM ATPCACT-GRABAR-ACTIVIDAD
           .

      *----------------------------------------------------------------
      * Proceso: ATPC858-ASENTAR-ACTIVIDAD-R
      *----------------------------------------------------------------
       ATPC858-ASENTAR-ACTIVIDAD-R.
           INITIALIZE WS-ATPCACT-ENTRADA
           MOVE WS-ATPC858-CODOPER  TO WS-ATPCACT-CODOPER
           MOVE "ATPC858"           TO WS-ATPCACT-TRANSACCION
           STRING WS-ATPC858-OPERACION  DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-ATPC858-CODENT     DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-ATPC858-NUMCUENTA  DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-ATPC858-FECCICLO   DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-ATPC858-DESTINO    DELIMITED BY SIZE
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
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCACT-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
