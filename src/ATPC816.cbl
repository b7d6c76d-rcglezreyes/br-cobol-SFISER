       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC816.
      *----------------------------------------------------------------
      * Transaccion online (estilo consola, ver ATPC908/ATPC937) de
      * resolucion de pagos en suspenso bajo control dual: la mesa de
      * pagos busca las partidas abiertas del registro de suspenso
      * SUSPENSO.DAT (los pagos que ATPC964 no pudo aplicar -- motivo
      * 01 entidad inexistente, 02 cuenta sin saldo, 03 duplicado,
      * 04 moneda adicional no aplicable, 05 recupero sobre cuenta
      * castigada que no se pudo regrabar en el maestro) y asigna una
      * de ellas al CODENT + NUMCUENTA correcto; la
      * asignacion queda PENDIENTE en SUSRESOL.DAT y un SEGUNDO
      * operador, distinto del solicitante, la revisa en el modo de
      * revision. La asignacion aprobada queda en estado A sin
      * reinyectar: el paso nocturno ATPC817 la agrega al PAGOS.DAT
      * de la corrida siguiente de ATPC964 y la marca reinyectada.
      * La rechazada se quita de la cola y la partida vuelve a estar
      * abierta. Cada decision queda en el diario SUSJRN.DAT y en el
      * diario de actividad ATPCACT.
      *
      * Una partida esta abierta mientras no tenga en SUSRESOL.DAT
      * una asignacion pendiente o aprobada. La cuenta destino debe
      * existir en el maestro CTAMAE.DAT.
      *
      * Ambos operadores requieren la funcion "G" (gestion de
      * cobranzas) del perfil ATPC163, con ambito sobre el CODENT
      * destino.
      *
      * Layout de SUSRESOL.DAT: ESTADO(1 P/A) INYECTADO(1 S/N)
      * ID de partida(18) + pago original(41) + motivo(2) + CODENT y
      * NUMCUENTA destino(20) + solicitante(8) + revisor(8) +
      * fecha/hora de la ultima decision(14) + fecha de reinyeccion
      * (10) + moneda del pago(3, en blanco = principal de la
      * entidad), que viaja con la partida hasta su reinyeccion.
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
           SELECT SUS-SUSPENSO ASSIGN TO "SUSPENSO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC816-SUS-STATUS.
           SELECT RES-RESOLUCION ASSIGN TO "SUSRESOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC816-RES-STATUS.
           SELECT RES-TRABAJO ASSIGN TO "SUSRESOL.TRB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC816-TRB-STATUS.
           SELECT RES-DIARIO ASSIGN TO "SUSJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC816-JRN-STATUS.
      * Maestro de cuentas -- ver ATPCCTM-CTM.cpy
           SELECT CTM-MAESTRO ASSIGN TO "CTAMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTM-CLAVE
               FILE STATUS IS WS-ATPCCTM-STATUS.
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

       FD  SUS-SUSPENSO
           RECORDING MODE IS F.
       01  SUS-SUSPENSO-REG.
           05  SUS-DATOS.
               10  SUS-CODENT                 PIC X(04).
               10  SUS-NUMCUENTA              PIC X(16).
               10  SUS-IMPORTE                PIC 9(09)V99.
               10  SUS-FECVALOR               PIC X(10).
           05  SUS-MOTIVO                     PIC 9(02).
           05  SUS-FECHA                      PIC X(10).
           05  SUS-ID                         PIC X(18).
           05  SUS-CLAMON                     PIC X(03).

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

       FD  RES-DIARIO
           RECORDING MODE IS F.
       01  RES-DIARIO-REG.
           05  JRN-FECHA                      PIC 9(08).
           05  JRN-HORA                       PIC 9(06).
           05  JRN-CODOPER-SOLIC              PIC X(08).
           05  JRN-CODOPER-REVISOR            PIC X(08).
           05  JRN-DECISION                   PIC X(01).
           05  JRN-SUS-ID                     PIC X(18).
           05  JRN-CODENT                     PIC X(04).
           05  JRN-NUMCUENTA                  PIC X(16).
           05  JRN-COMENTARIO                 PIC X(40).

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

       77  WS-ATPC816-SUS-STATUS              PIC X(02).
       77  WS-ATPC816-RES-STATUS              PIC X(02).
       77  WS-ATPC816-TRB-STATUS              PIC X(02).
       77  WS-ATPC816-JRN-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC816-FIN-SESION           VALUE 1
              WHEN SET TO FALSE 0.
       01  FILLER                             PIC 9(01).
           88 WS-ATPC816-FIN-ARCHIVO          VALUE 1
              WHEN SET TO FALSE 0.
       01  FILLER                             PIC X(01).
           88 WS-ATPC816-ENCONTRADA           VALUE "S"
              WHEN SET TO FALSE "N".
       01  FILLER                             PIC X(01).
           88 WS-ATPC816-EN-RESOLUCION        VALUE "S"
              WHEN SET TO FALSE "N".

      * Partidas con asignacion pendiente o aprobada (SUSRESOL.DAT)
       78  WS-ATPC816-RES-MAX                 VALUE 5000.
       77  WS-ATPC816-RES-CANT                PIC 9(05) VALUE 0.
       77  WS-ATPC816-K                       PIC 9(05).
       01  WS-ATPC816-RESUELTAS.
           05  WS-ATPC816-RES-ID OCCURS 5000 TIMES PIC X(18).

      * Operador de la sesion y modo elegido
       77  WS-ATPC816-CODOPER                 PIC X(08).
       77  WS-ATPC816-MODO                    PIC X(01).
       77  WS-ATPC816-OPCION                  PIC X(01).

      * Filtros de la busqueda (en blanco = todos)
       77  WS-ATPC816-FIL-MOTIVO              PIC X(02).
       77  WS-ATPC816-FIL-CODENT              PIC X(04).
       77  WS-ATPC816-FIL-FECVALOR            PIC X(10).
       78  WS-ATPC816-LISTA-MAX               VALUE 50.
       77  WS-ATPC816-LISTADAS                PIC 9(04).
       77  WS-ATPC816-COINCIDEN               PIC 9(06).

      * Asignacion capturada
       77  WS-ATPC816-SUS-ID                  PIC X(18).
       77  WS-ATPC816-CODENT                  PIC X(04).
       77  WS-ATPC816-NUMCUENTA               PIC X(16).
       01  WS-ATPC816-PARTIDA                 PIC X(81).

      * Decision del revisor
       77  WS-ATPC816-DECISION                PIC X(01).
       77  WS-ATPC816-COMENTARIO              PIC X(40).

       77  WS-ATPC816-FECHA                   PIC 9(08).
       77  WS-ATPC816-HORA                    PIC 9(06).
       77  WS-ATPC816-IMPORTE-ED              PIC Z(08)9.99.

      * Contadores de la revision
       77  WS-ATPC816-PENDIENTES              PIC 9(04) VALUE 0.
       77  WS-ATPC816-APROBADAS               PIC 9(04) VALUE 0.
       77  WS-ATPC816-RECHAZADAS              PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC816-PRINCIPAL
      *----------------------------------------------------------------
       ATPC816-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC816: RESOLUCION DE PAGOS EN SUSPENSO               -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC816" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC163-CARGAR-ARREGLO

           DISPLAY "ATPC816: ingrese su codigo de operador (8 car.)"
           ACCEPT WS-ATPC816-CODOPER FROM CONSOLE

           DISPLAY "ATPC816: modo? (C=captura, R=revision)"
           ACCEPT WS-ATPC816-MODO FROM CONSOLE

           EVALUATE WS-ATPC816-MODO
              WHEN "C"
              WHEN "c"
                 PERFORM ATPC816-MODO-CAPTURA
              WHEN "R"
              WHEN "r"
                 PERFORM ATPC816-MODO-REVISION
              WHEN OTHER
                 DISPLAY "ATPC816: modo no reconocido"
           END-EVALUATE

           DISPLAY "ATPC816: sesion terminada"
           GOBACK
           .

      *----------------------------------------------------------------
      * Proceso: ATPC816-MODO-CAPTURA
      *----------------------------------------------------------------
       ATPC816-MODO-CAPTURA.
           PERFORM ATPCCTM-ABRIR-CONSULTA
           SET WS-ATPC816-FIN-SESION TO FALSE
           PERFORM UNTIL WS-ATPC816-FIN-SESION
              DISPLAY "ATPC816: opcion? (B=buscar partidas, "
                      "A=asignar partida, X=salir)"
              ACCEPT WS-ATPC816-OPCION FROM CONSOLE
              EVALUATE WS-ATPC816-OPCION
                 WHEN "B"
                 WHEN "b"
                    PERFORM ATPC816-BUSCAR-PARTIDAS
                 WHEN "A"
                 WHEN "a"
                    PERFORM ATPC816-ASIGNAR-PARTIDA
                 WHEN "X"
                 WHEN "x"
                    SET WS-ATPC816-FIN-SESION TO TRUE
                 WHEN OTHER
                    DISPLAY "ATPC816: opcion no reconocida"
              END-EVALUATE
           END-PERFORM
           PERFORM ATPCCTM-CERRAR-CONSULTA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC816-CARGAR-RESUELTAS
      *----------------------------------------------------------------
      * Identificadores de las partidas que ya tienen una asignacion
      * pendiente o aprobada; se recarga en cada busqueda para ver lo
      * que otro operador haya capturado entretanto
      *----------------------------------------------------------------
       ATPC816-CARGAR-RESUELTAS.
           MOVE ZEROES TO WS-ATPC816-RES-CANT
           OPEN INPUT RES-RESOLUCION
           IF WS-ATPC816-RES-STATUS = "00"
              SET WS-ATPC816-FIN-ARCHIVO TO FALSE
              PERFORM UNTIL WS-ATPC816-FIN-ARCHIVO
                 READ RES-RESOLUCION
                     AT END
                        SET WS-ATPC816-FIN-ARCHIVO TO TRUE
                     NOT AT END
                        IF WS-ATPC816-RES-CANT < WS-ATPC816-RES-MAX
                           ADD 1 TO WS-ATPC816-RES-CANT
                           MOVE RES-SUS-ID
                             TO WS-ATPC816-RES-ID(WS-ATPC816-RES-CANT)
                        ELSE
                           DISPLAY "ATPC816 - ALERTA: el arreglo de "
                              "asignaciones alcanzo su capacidad "
                              "maxima [" WS-ATPC816-RES-MAX "]"
                           SET WS-ATPC816-FIN-ARCHIVO TO TRUE
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE RES-RESOLUCION
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC816-VERIFICAR-RESOLUCION
      *----------------------------------------------------------------
      * Deja EN-RESOLUCION si la partida SUS-ID ya tiene asignacion
      *----------------------------------------------------------------
       ATPC816-VERIFICAR-RESOLUCION.
           SET WS-ATPC816-EN-RESOLUCION TO FALSE
           PERFORM VARYING WS-ATPC816-K FROM 1 BY 1
                     UNTIL WS-ATPC816-K > WS-ATPC816-RES-CANT
              IF WS-ATPC816-RES-ID(WS-ATPC816-K) = SUS-ID
                 SET WS-ATPC816-EN-RESOLUCION TO TRUE
                 MOVE WS-ATPC816-RES-CANT TO WS-ATPC816-K
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC816-BUSCAR-PARTIDAS
      *----------------------------------------------------------------
      * Lista las partidas abiertas que cumplen los filtros (hasta
      * WS-ATPC816-LISTA-MAX lineas; informa el total de coincidencias)
      *----------------------------------------------------------------
       ATPC816-BUSCAR-PARTIDAS.
           DISPLAY "ATPC816: motivo (2 digitos, blanco = todos)"
           ACCEPT WS-ATPC816-FIL-MOTIVO FROM CONSOLE
           DISPLAY "ATPC816: CODENT original (4 car., blanco = todos)"
           ACCEPT WS-ATPC816-FIL-CODENT FROM CONSOLE
           DISPLAY "ATPC816: fecha valor (AAAA-MM-DD, blanco = todas)"
           ACCEPT WS-ATPC816-FIL-FECVALOR FROM CONSOLE

           PERFORM ATPC816-CARGAR-RESUELTAS
           MOVE ZEROES TO WS-ATPC816-LISTADAS
                          WS-ATPC816-COINCIDEN

           OPEN INPUT SUS-SUSPENSO
           IF WS-ATPC816-SUS-STATUS NOT = "00"
              DISPLAY "ATPC816: no hay pagos en suspenso"
           ELSE
              DISPLAY " "
              SET WS-ATPC816-FIN-ARCHIVO TO FALSE
              PERFORM UNTIL WS-ATPC816-FIN-ARCHIVO
                 READ SUS-SUSPENSO
                     AT END
                        SET WS-ATPC816-FIN-ARCHIVO TO TRUE
                     NOT AT END
                        PERFORM ATPC816-FILTRAR-PARTIDA
                 END-READ
              END-PERFORM
              CLOSE SUS-SUSPENSO
              DISPLAY "ATPC816: partidas abiertas que coinciden ["
                      WS-ATPC816-COINCIDEN "] listadas ["
                      WS-ATPC816-LISTADAS "]"
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC816-FILTRAR-PARTIDA
      *----------------------------------------------------------------
       ATPC816-FILTRAR-PARTIDA.
           IF  (WS-ATPC816-FIL-MOTIVO = SPACES
                OR WS-ATPC816-FIL-MOTIVO = SUS-MOTIVO)
           AND (WS-ATPC816-FIL-CODENT = SPACES
                OR WS-ATPC816-FIL-CODENT = SUS-CODENT)
           AND (WS-ATPC816-FIL-FECVALOR = SPACES
                OR WS-ATPC816-FIL-FECVALOR = SUS-FECVALOR)
              PERFORM ATPC816-VERIFICAR-RESOLUCION
              IF NOT WS-ATPC816-EN-RESOLUCION
                 ADD 1 TO WS-ATPC816-COINCIDEN
                 IF WS-ATPC816-LISTADAS < WS-ATPC816-LISTA-MAX
                    ADD 1 TO WS-ATPC816-LISTADAS
                    MOVE SUS-IMPORTE TO WS-ATPC816-IMPORTE-ED
                    DISPLAY "  [" SUS-ID "] MOTIVO [" SUS-MOTIVO
                            "] DESDE [" SUS-FECHA "]"
                    DISPLAY "     CODENT [" SUS-CODENT "] CUENTA ["
                            SUS-NUMCUENTA "] IMPORTE ["
                            WS-ATPC816-IMPORTE-ED "] VALOR ["
                            SUS-FECVALOR "] MONEDA [" SUS-CLAMON "]"
                 END-IF
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC816-ASIGNAR-PARTIDA
      *----------------------------------------------------------------
       ATPC816-ASIGNAR-PARTIDA.
           DISPLAY "ATPC816: identificador de la partida (18 car.)"
           ACCEPT WS-ATPC816-SUS-ID FROM CONSOLE
           DISPLAY "ATPC816: CODENT destino (4 car.)"
           ACCEPT WS-ATPC816-CODENT FROM CONSOLE
           DISPLAY "ATPC816: numero de cuenta destino (16 car.)"
           ACCEPT WS-ATPC816-NUMCUENTA FROM CONSOLE

           PERFORM ATPC816-CARGAR-RESUELTAS
           PERFORM ATPC816-UBICAR-PARTIDA

           MOVE WS-ATPC816-CODENT    TO WS-ATPCCTM-CODENT
           MOVE WS-ATPC816-NUMCUENTA TO WS-ATPCCTM-NUMCUENTA
           PERFORM ATPCCTM-CONSULTAR-CUENTA

           EVALUATE TRUE
              WHEN NOT WS-ATPC816-ENCONTRADA
                 DISPLAY "ATPC816: partida inexistente -- descartada"
                 PERFORM ATPC816-ASENTAR-ACTIVIDAD-R
              WHEN WS-ATPC816-EN-RESOLUCION
                 DISPLAY "ATPC816: la partida ya tiene una "
                         "asignacion pendiente o aprobada -- "
                         "descartada"
                 PERFORM ATPC816-ASENTAR-ACTIVIDAD-R
              WHEN WS-ATPCCTM-RETORNO-ERROR
                 DISPLAY "ATPC816: cuenta destino inexistente en "
                         "CTAMAE.DAT -- descartada"
                 PERFORM ATPC816-ASENTAR-ACTIVIDAD-R
              WHEN OTHER
                 PERFORM ATPC816-AUTORIZAR-Y-GRABAR
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC816-UBICAR-PARTIDA
      *----------------------------------------------------------------
      * Busca la partida WS-ATPC816-SUS-ID en SUSPENSO.DAT y deja sus
      * datos en WS-ATPC816-PARTIDA
      *----------------------------------------------------------------
       ATPC816-UBICAR-PARTIDA.
           SET WS-ATPC816-ENCONTRADA     TO FALSE
           SET WS-ATPC816-EN-RESOLUCION  TO FALSE
           OPEN INPUT SUS-SUSPENSO
           IF WS-ATPC816-SUS-STATUS = "00"
              SET WS-ATPC816-FIN-ARCHIVO TO FALSE
              PERFORM UNTIL WS-ATPC816-FIN-ARCHIVO
                 READ SUS-SUSPENSO
                     AT END
                        SET WS-ATPC816-FIN-ARCHIVO TO TRUE
                     NOT AT END
                        IF SUS-ID = WS-ATPC816-SUS-ID
                           SET WS-ATPC816-ENCONTRADA TO TRUE
                           MOVE SUS-SUSPENSO-REG TO WS-ATPC816-PARTIDA
                           PERFORM ATPC816-VERIFICAR-RESOLUCION
                           SET WS-ATPC816-FIN-ARCHIVO TO TRUE
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE SUS-SUSPENSO
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC816-AUTORIZAR-Y-GRABAR
      *----------------------------------------------------------------
       ATPC816-AUTORIZAR-Y-GRABAR.
           INITIALIZE WS-ATPC163-AUT
           MOVE WS-ATPC816-CODOPER TO WS-ATPC163-AUT-CODOPER
           MOVE "G"                TO WS-ATPC163-AUT-FUNCION
           MOVE WS-ATPC816-CODENT  TO WS-ATPC163-AUT-CODENT
           PERFORM ATPC163-AUTORIZAR
           IF WS-ATPC163-NO-AUTORIZADO
              DISPLAY "ATPC816: operador no autorizado -- "
                      WS-ATPC163-RETORNO-DESC(1:50)
              PERFORM ATPC816-ASENTAR-ACTIVIDAD-R
           ELSE
              PERFORM ATPC816-GRABAR-SOLICITUD
              IF WS-ATPC816-RES-STATUS = "00"
                 PERFORM ATPC816-ASENTAR-ACTIVIDAD-O
                 DISPLAY "ATPC816: asignacion registrada -- queda "
                         "pendiente de revision dual"
              ELSE
                 PERFORM ATPC816-ASENTAR-ACTIVIDAD-R
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC816-GRABAR-SOLICITUD
      *----------------------------------------------------------------
       ATPC816-GRABAR-SOLICITUD.
           ACCEPT WS-ATPC816-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-ATPC816-HORA  FROM TIME
           MOVE WS-ATPC816-PARTIDA TO SUS-SUSPENSO-REG

           OPEN EXTEND RES-RESOLUCION
           IF WS-ATPC816-RES-STATUS = "35"
              OPEN OUTPUT RES-RESOLUCION
           END-IF
           IF WS-ATPC816-RES-STATUS = "00"
              INITIALIZE RES-RESOLUCION-REG
              MOVE "P"                  TO RES-ESTADO
              MOVE CT-N                 TO RES-INYECTADO
              MOVE SUS-ID               TO RES-SUS-ID
              MOVE SUS-DATOS            TO RES-DATOS
              MOVE SUS-MOTIVO           TO RES-MOTIVO
              MOVE SUS-CLAMON           TO RES-CLAMON
              MOVE WS-ATPC816-CODENT    TO RES-CODENT
              MOVE WS-ATPC816-NUMCUENTA TO RES-NUMCUENTA
              MOVE WS-ATPC816-CODOPER   TO RES-SOLICITANTE
              MOVE WS-ATPC816-FECHA     TO RES-FECHA
              MOVE WS-ATPC816-HORA      TO RES-HORA
              WRITE RES-RESOLUCION-REG
              CLOSE RES-RESOLUCION
           ELSE
              DISPLAY "ATPC816 - ERROR: no se pudo grabar en "
                      "SUSRESOL.DAT -- FILE STATUS:["
                      WS-ATPC816-RES-STATUS "]"
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC816-MODO-REVISION
      *----------------------------------------------------------------
      * Recorre las asignaciones pendientes, pide la decision del
      * revisor (que debe ser distinto del solicitante) y reescribe
      * la cola: la aprobada queda en estado A para ATPC817, la
      * rechazada se quita y lo demas se conserva
      *----------------------------------------------------------------
       ATPC816-MODO-REVISION.
           OPEN INPUT RES-RESOLUCION
           IF WS-ATPC816-RES-STATUS NOT = "00"
              DISPLAY "ATPC816: no hay asignaciones pendientes"
           ELSE
              OPEN OUTPUT RES-TRABAJO

              SET WS-ATPC816-FIN-ARCHIVO TO FALSE
              PERFORM UNTIL WS-ATPC816-FIN-ARCHIVO
                 READ RES-RESOLUCION
                     AT END
                        SET WS-ATPC816-FIN-ARCHIVO TO TRUE
                     NOT AT END
                        IF RES-ESTADO = "P"
                           ADD 1 TO WS-ATPC816-PENDIENTES
                           PERFORM ATPC816-REVISAR-SOLICITUD
                        ELSE
                           WRITE RES-TRABAJO-REG
                             FROM RES-RESOLUCION-REG
                        END-IF
                 END-READ
              END-PERFORM

              CLOSE RES-RESOLUCION
                    RES-TRABAJO

              PERFORM ATPC816-REGRABAR-COLA

              DISPLAY "ATPC816: pendientes [" WS-ATPC816-PENDIENTES
                      "] aprobadas [" WS-ATPC816-APROBADAS
                      "] rechazadas [" WS-ATPC816-RECHAZADAS "]"
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC816-REVISAR-SOLICITUD
      *----------------------------------------------------------------
       ATPC816-REVISAR-SOLICITUD.
           MOVE RES-IMPORTE TO WS-ATPC816-IMPORTE-ED
           DISPLAY " "
           DISPLAY "ATPC816: PARTIDA [" RES-SUS-ID "] MOTIVO ["
                   RES-MOTIVO "] IMPORTE [" WS-ATPC816-IMPORTE-ED
                   "] VALOR [" RES-FECVALOR "] MONEDA [" RES-CLAMON
                   "]"
           DISPLAY "         ORIGEN  CODENT [" RES-CODENT-ORIG
                   "] CUENTA [" RES-NUMCUENTA-ORIG "]"
           DISPLAY "         DESTINO CODENT [" RES-CODENT
                   "] CUENTA [" RES-NUMCUENTA "]"
           DISPLAY "         SOLICITANTE [" RES-SOLICITANTE "]"

           IF RES-SOLICITANTE = WS-ATPC816-CODOPER
              DISPLAY "ATPC816: el revisor no puede ser el "
                      "solicitante -- queda pendiente"
              WRITE RES-TRABAJO-REG FROM RES-RESOLUCION-REG
           ELSE
              INITIALIZE WS-ATPC163-AUT
              MOVE WS-ATPC816-CODOPER TO WS-ATPC163-AUT-CODOPER
              MOVE "G"                TO WS-ATPC163-AUT-FUNCION
              MOVE RES-CODENT         TO WS-ATPC163-AUT-CODENT
              PERFORM ATPC163-AUTORIZAR
              IF WS-ATPC163-NO-AUTORIZADO
                 DISPLAY "ATPC816: revisor no autorizado -- queda "
                         "pendiente"
                 WRITE RES-TRABAJO-REG FROM RES-RESOLUCION-REG
              ELSE
                 DISPLAY "ATPC816: decision? (A=aprobar, R=rechazar, "
                         "P=dejar pendiente)"
                 ACCEPT WS-ATPC816-DECISION FROM CONSOLE
                 EVALUATE WS-ATPC816-DECISION
                    WHEN "A"
                    WHEN "a"
                       DISPLAY "ATPC816: comentario (40 car.)"
                       ACCEPT WS-ATPC816-COMENTARIO FROM CONSOLE
                       ADD 1 TO WS-ATPC816-APROBADAS
                       PERFORM ATPC816-APLICAR-APROBACION
                       MOVE "A" TO WS-ATPC816-DECISION
                       PERFORM ATPC816-GRABAR-DIARIO
                    WHEN "R"
                    WHEN "r"
                       DISPLAY "ATPC816: comentario (40 car.)"
                       ACCEPT WS-ATPC816-COMENTARIO FROM CONSOLE
                       ADD 1 TO WS-ATPC816-RECHAZADAS
                       MOVE "R" TO WS-ATPC816-DECISION
                       PERFORM ATPC816-GRABAR-DIARIO
                    WHEN OTHER
                       WRITE RES-TRABAJO-REG FROM RES-RESOLUCION-REG
                 END-EVALUATE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC816-APLICAR-APROBACION
      *----------------------------------------------------------------
      * La asignacion aprobada queda a la espera de su reinyeccion
      *----------------------------------------------------------------
       ATPC816-APLICAR-APROBACION.
           ACCEPT WS-ATPC816-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-ATPC816-HORA  FROM TIME
           MOVE "A"                TO RES-ESTADO
           MOVE CT-N               TO RES-INYECTADO
           MOVE WS-ATPC816-CODOPER TO RES-REVISOR
           MOVE WS-ATPC816-FECHA   TO RES-FECHA
           MOVE WS-ATPC816-HORA    TO RES-HORA
           WRITE RES-TRABAJO-REG FROM RES-RESOLUCION-REG
           DISPLAY "ATPC816: asignacion aprobada -- el pago entra en "
                   "la proxima corrida de pagos"
           .

      *----------------------------------------------------------------
      * Proceso: ATPC816-REGRABAR-COLA
      *----------------------------------------------------------------
       ATPC816-REGRABAR-COLA.
           OPEN INPUT RES-TRABAJO
           OPEN OUTPUT RES-RESOLUCION
           SET WS-ATPC816-FIN-ARCHIVO TO FALSE
           PERFORM UNTIL WS-ATPC816-FIN-ARCHIVO
              READ RES-TRABAJO
                  AT END
                     SET WS-ATPC816-FIN-ARCHIVO TO TRUE
                  NOT AT END
                     WRITE RES-RESOLUCION-REG FROM RES-TRABAJO-REG
              END-READ
           END-PERFORM
           CLOSE RES-TRABAJO
                 RES-RESOLUCION
           .

      *----------------------------------------------------------------
      * Proceso: ATPC816-GRABAR-DIARIO
      *----------------------------------------------------------------
       ATPC816-GRABAR-DIARIO.
           ACCEPT WS-ATPC816-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-ATPC816-HORA  FROM TIME

           OPEN EXTEND RES-DIARIO
           IF WS-ATPC816-JRN-STATUS = "35"
              OPEN OUTPUT RES-DIARIO
           END-IF
           IF WS-ATPC816-JRN-STATUS = "00"
              INITIALIZE RES-DIARIO-REG
              MOVE WS-ATPC816-FECHA      TO JRN-FECHA
              MOVE WS-ATPC816-HORA       TO JRN-HORA
              MOVE RES-SOLICITANTE       TO JRN-CODOPER-SOLIC
              MOVE WS-ATPC816-CODOPER    TO JRN-CODOPER-REVISOR
              MOVE WS-ATPC816-DECISION   TO JRN-DECISION
              MOVE RES-SUS-ID            TO JRN-SUS-ID
              MOVE RES-CODENT            TO JRN-CODENT
              MOVE RES-NUMCUENTA         TO JRN-NUMCUENTA
              MOVE WS-ATPC816-COMENTARIO TO JRN-COMENTARIO
              WRITE RES-DIARIO-REG
              CLOSE RES-DIARIO
           END-IF

           INITIALIZE WS-ATPCACT-ENTRADA
           MOVE WS-ATPC816-CODOPER  TO WS-ATPCACT-CODOPER
           MOVE "ATPC816"           TO WS-ATPCACT-TRANSACCION
           STRING WS-ATPC816-DECISION  DELIMITED BY SIZE
                  RES-SUS-ID           DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  RES-CODENT           DELIMITED BY SIZE
                  RES-NUMCUENTA        DELIMITED BY SIZE
             INTO WS-ATPCACT-CLAVES
           MOVE "O"                 TO WS-ATPCACT-RESULTADO
           PERFORM ATPCACT-GRABAR-ACTIVIDAD
           .

      *----------------------------------------------------------------
      * Proceso: ATPC816-ASENTAR-ACTIVIDAD-O
      *----------------------------------------------------------------
       ATPC816-ASENTAR-ACTIVIDAD-O.
           INITIALIZE WS-ATPCACT-ENTRADA
           MOVE WS-ATPC816-CODOPER  TO WS-ATPCACT-CODOPER
           MOVE "ATPC816"           TO WS-ATPCACT-TRANSACCION
           STRING "C"                   DELIMITED BY SIZE
                  WS-ATPC816-SUS-ID     DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-ATPC816-CODENT     DELIMITED BY SIZE
                  WS-ATPC816-NUMCUENTA  DELIMITED BY SIZE
             INTO WS-ATPCACT-CLAVES
           MOVE "O"                 TO WS-ATPCACT-RESULTADO
           PERFORM ATPCACT-GRABAR-ACTIVIDAD
           .

      *----------------------------------------------------------------
      * Proceso: ATPC816-ASENTAR-ACTIVIDAD-R
      *----------------------------------------------------------------
       ATPC816-ASENTAR-ACTIVIDAD-R.
           INITIALIZE WS-ATPCACT-ENTRADA
           MOVE WS-ATPC816-CODOPER  TO WS-ATPCACT-CODOPER
           MOVE "ATPC816"           TO WS-ATPCACT-TRANSACCION
           STRING "C"                   DELIMITED BY SIZE
                  WS-ATPC816-SUS-ID     DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-ATPC816-CODENT     DELIMITED BY SIZE
                  WS-ATPC816-NUMCUENTA  DELIMITED BY SIZE
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
