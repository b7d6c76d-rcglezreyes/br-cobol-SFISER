       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC835.
      *----------------------------------------------------------------
      * Transaccion online (estilo consola, ver ATPC816) del registro
      * de estados especiales de cuenta bajo control dual: cuando el
      * titular fallece, entra en quiebra o la cuenta se declara en
      * fraude, un operador pide el ALTA del estado (tipo, motivo,
      * referencia de la evidencia y fecha efectiva) o, cuando
      * corresponde levantarlo, su BAJA (motivo y evidencia); la
      * solicitud queda PENDIENTE en ESPSOLIC.DAT y un SEGUNDO
      * operador, distinto del solicitante, la revisa en el modo de
      * revision. La aprobada se asienta en el acto en el maestro
      * CTAMAE.DAT (CTM-ESP-*, ver ATPCCTM-CTM.cpy) y sale de la cola;
      * la rechazada solo sale de la cola. Cada decision queda en el
      * diario ESPJRN.DAT y en el diario de actividad ATPCACT.
      *
      * Tipos de estado especial:
      *  F - fallecido
      *  Q - quiebra / concurso
      *  R - fraude
      *
      * El alta exige una cuenta existente sin estado especial y una
      * fecha efectiva valida no posterior al dia; la baja exige una
      * cuenta en estado especial. No se admite una segunda solicitud
      * sobre una cuenta que ya tiene una pendiente. El revisor
      * vuelve a verificar la condicion de la cuenta al aprobar.
      *
      * Ambos operadores requieren la funcion "G" (gestion de
      * cobranzas) del perfil ATPC163, con ambito sobre el CODENT de
      * la cuenta.
      *
      * Layout de ESPSOLIC.DAT: ACCION(1 A/B) CODENT(4) NUMCUENTA(16)
      * estado(1) motivo(40) evidencia(20) fecha efectiva(10) +
      * solicitante(8) + fecha/hora de la solicitud(14).
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
           SELECT SOL-SOLICITUDES ASSIGN TO "ESPSOLIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC835-SOL-STATUS.
           SELECT SOL-TRABAJO ASSIGN TO "ESPSOLIC.TRB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC835-TRB-STATUS.
           SELECT SOL-DIARIO ASSIGN TO "ESPJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC835-JRN-STATUS.
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

       FD  SOL-SOLICITUDES
           RECORDING MODE IS F.
       01  SOL-SOLICITUDES-REG.
           05  SOL-ACCION                     PIC X(01).
           05  SOL-CODENT                     PIC X(04).
           05  SOL-NUMCUENTA                  PIC X(16).
           05  SOL-ESTADO                     PIC X(01).
           05  SOL-MOTIVO                     PIC X(40).
           05  SOL-EVIDENCIA                  PIC X(20).
           05  SOL-FECEFEC                    PIC X(10).
           05  SOL-SOLICITANTE                PIC X(08).
           05  SOL-FECHA                      PIC 9(08).
           05  SOL-HORA                       PIC 9(06).

       FD  SOL-TRABAJO
           RECORDING MODE IS F.
       01  SOL-TRABAJO-REG                    PIC X(114).

       FD  SOL-DIARIO
           RECORDING MODE IS F.
       01  SOL-DIARIO-REG.
           05  JRN-FECHA                      PIC 9(08).
           05  JRN-HORA                       PIC 9(06).
           05  JRN-CODOPER-SOLIC              PIC X(08).
           05  JRN-CODOPER-REVISOR            PIC X(08).
           05  JRN-DECISION                   PIC X(01).
           05  JRN-ACCION                     PIC X(01).
           05  JRN-CODENT                     PIC X(04).
           05  JRN-NUMCUENTA                  PIC X(16).
           05  JRN-ESTADO                     PIC X(01).
           05  JRN-MOTIVO                     PIC X(40).
           05  JRN-EVIDENCIA                  PIC X(20).
           05  JRN-FECEFEC                    PIC X(10).
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

       77  WS-ATPC835-SOL-STATUS              PIC X(02).
       77  WS-ATPC835-TRB-STATUS              PIC X(02).
       77  WS-ATPC835-JRN-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC835-FIN-SESION           VALUE 1
              WHEN SET TO FALSE 0.
       01  FILLER                             PIC 9(01).
           88 WS-ATPC835-FIN-ARCHIVO          VALUE 1
              WHEN SET TO FALSE 0.
       01  FILLER                             PIC X(01).
           88 WS-ATPC835-CON-PENDIENTE        VALUE "S"
              WHEN SET TO FALSE "N".
       01  FILLER                             PIC X(01).
           88 WS-ATPC835-SOLICITUD-VALIDA     VALUE "S"
              WHEN SET TO FALSE "N".
       01  FILLER                             PIC X(01).
           88 WS-ATPC835-FECHA-VALIDA         VALUE "S"
              WHEN SET TO FALSE "N".

      * Operador de la sesion y modo elegido
       77  WS-ATPC835-CODOPER                 PIC X(08).
       77  WS-ATPC835-MODO                    PIC X(01).
       77  WS-ATPC835-OPCION                  PIC X(01).

      * Solicitud capturada
       77  WS-ATPC835-ACCION                  PIC X(01).
       77  WS-ATPC835-CODENT                  PIC X(04).
       77  WS-ATPC835-NUMCUENTA               PIC X(16).
       77  WS-ATPC835-ESTADO                  PIC X(01).
           88 WS-ATPC835-ESTADO-VALIDO        VALUE "F" "Q" "R".
       77  WS-ATPC835-MOTIVO                  PIC X(40).
       77  WS-ATPC835-EVIDENCIA               PIC X(20).
       01  WS-ATPC835-FECEFEC.
           05  WS-ATPC835-FE-AAAA             PIC X(04).
           05  WS-ATPC835-FE-G1               PIC X(01).
           05  WS-ATPC835-FE-MM               PIC X(02).
           05  WS-ATPC835-FE-MM-NUM
               REDEFINES WS-ATPC835-FE-MM     PIC 9(02).
           05  WS-ATPC835-FE-G2               PIC X(01).
           05  WS-ATPC835-FE-DD               PIC X(02).
           05  WS-ATPC835-FE-DD-NUM
               REDEFINES WS-ATPC835-FE-DD     PIC 9(02).

      * Decision del revisor
       77  WS-ATPC835-DECISION                PIC X(01).
       77  WS-ATPC835-COMENTARIO              PIC X(40).

       77  WS-ATPC835-FECHA                   PIC 9(08).
       77  WS-ATPC835-HORA                    PIC 9(06).
       01  WS-ATPC835-HOY.
           05  WS-ATPC835-HOY-AAAA            PIC 9(04).
           05  WS-ATPC835-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC835-HOY-MM              PIC 9(02).
           05  WS-ATPC835-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC835-HOY-DD              PIC 9(02).
       01  WS-ATPC835-HOY-AMD.
           05  WS-ATPC835-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC835-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC835-HOY-AMD-DD          PIC 9(02).

      * Contadores de la revision
       77  WS-ATPC835-PENDIENTES              PIC 9(04) VALUE 0.
       77  WS-ATPC835-APROBADAS               PIC 9(04) VALUE 0.
       77  WS-ATPC835-RECHAZADAS              PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC835-PRINCIPAL
      *----------------------------------------------------------------
       ATPC835-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC835: REGISTRO DE ESTADOS ESPECIALES DE CUENTA      -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC835" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC163-CARGAR-ARREGLO

           ACCEPT WS-ATPC835-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC835-HOY-G1 WS-ATPC835-HOY-G2
           MOVE WS-ATPC835-HOY-AMD-AAAA TO WS-ATPC835-HOY-AAAA
           MOVE WS-ATPC835-HOY-AMD-MM   TO WS-ATPC835-HOY-MM
           MOVE WS-ATPC835-HOY-AMD-DD   TO WS-ATPC835-HOY-DD

           DISPLAY "ATPC835: ingrese su codigo de operador (8 car.)"
           ACCEPT WS-ATPC835-CODOPER FROM CONSOLE

           DISPLAY "ATPC835: modo? (C=captura, R=revision)"
           ACCEPT WS-ATPC835-MODO FROM CONSOLE

           EVALUATE WS-ATPC835-MODO
              WHEN "C"
              WHEN "c"
                 PERFORM ATPC835-MODO-CAPTURA
              WHEN "R"
              WHEN "r"
                 PERFORM ATPC835-MODO-REVISION
              WHEN OTHER
                 DISPLAY "ATPC835: modo no reconocido"
           END-EVALUATE

           DISPLAY "ATPC835: sesion terminada"
           GOBACK
           .

      *----------------------------------------------------------------
      * Proceso: ATPC835-MODO-CAPTURA
      *----------------------------------------------------------------
       ATPC835-MODO-CAPTURA.
           PERFORM ATPCCTM-ABRIR-CONSULTA
           SET WS-ATPC835-FIN-SESION TO FALSE
           PERFORM UNTIL WS-ATPC835-FIN-SESION
              DISPLAY "ATPC835: opcion? (A=alta de estado especial, "
                      "B=baja de estado especial, X=salir)"
              ACCEPT WS-ATPC835-OPCION FROM CONSOLE
              EVALUATE WS-ATPC835-OPCION
                 WHEN "A"
                 WHEN "a"
                    MOVE "A" TO WS-ATPC835-ACCION
                    PERFORM ATPC835-CAPTURAR-ALTA
                 WHEN "B"
                 WHEN "b"
                    MOVE "B" TO WS-ATPC835-ACCION
                    PERFORM ATPC835-CAPTURAR-BAJA
                 WHEN "X"
                 WHEN "x"
                    SET WS-ATPC835-FIN-SESION TO TRUE
                 WHEN OTHER
                    DISPLAY "ATPC835: opcion no reconocida"
              END-EVALUATE
           END-PERFORM
           PERFORM ATPCCTM-CERRAR-CONSULTA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC835-CAPTURAR-ALTA
      *----------------------------------------------------------------
       ATPC835-CAPTURAR-ALTA.
           PERFORM ATPC835-PEDIR-CUENTA
           DISPLAY "ATPC835: estado (F=fallecido, Q=quiebra, "
                   "R=fraude)"
           ACCEPT WS-ATPC835-ESTADO FROM CONSOLE
           DISPLAY "ATPC835: motivo (40 car.)"
           ACCEPT WS-ATPC835-MOTIVO FROM CONSOLE
           DISPLAY "ATPC835: referencia de la evidencia (20 car.)"
           ACCEPT WS-ATPC835-EVIDENCIA FROM CONSOLE
           DISPLAY "ATPC835: fecha efectiva (AAAA-MM-DD)"
           ACCEPT WS-ATPC835-FECEFEC FROM CONSOLE
           PERFORM ATPC835-VALIDAR-FECHA
           PERFORM ATPC835-VERIFICAR-PENDIENTE

           SET WS-ATPC835-SOLICITUD-VALIDA TO FALSE
           EVALUATE TRUE
              WHEN NOT WS-ATPC835-ESTADO-VALIDO
                 DISPLAY "ATPC835: estado no reconocido -- descartada"
              WHEN WS-ATPC835-MOTIVO = SPACES
              OR WS-ATPC835-EVIDENCIA = SPACES
                 DISPLAY "ATPC835: el motivo y la evidencia son "
                         "obligatorios -- descartada"
              WHEN NOT WS-ATPC835-FECHA-VALIDA
                 DISPLAY "ATPC835: fecha efectiva invalida o "
                         "posterior al dia -- descartada"
              WHEN WS-ATPCCTM-RETORNO-ERROR
                 DISPLAY "ATPC835: cuenta inexistente en CTAMAE.DAT "
                         "-- descartada"
              WHEN CTM-ESPECIAL
                 DISPLAY "ATPC835: la cuenta ya esta en estado "
                         "especial [" CTM-ESP-ESTADO "] -- pida "
                         "primero la baja"
              WHEN WS-ATPC835-CON-PENDIENTE
                 DISPLAY "ATPC835: la cuenta ya tiene una solicitud "
                         "pendiente -- descartada"
              WHEN OTHER
                 SET WS-ATPC835-SOLICITUD-VALIDA TO TRUE
           END-EVALUATE

           IF WS-ATPC835-SOLICITUD-VALIDA
              PERFORM ATPC835-AUTORIZAR-Y-GRABAR
           ELSE
              PERFORM ATPC835-ASENTAR-ACTIVIDAD-R
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC835-CAPTURAR-BAJA
      *----------------------------------------------------------------
      * La baja levanta el estado desde el dia de su aprobacion; se
      * conserva el tipo vigente para el diario
      *----------------------------------------------------------------
       ATPC835-CAPTURAR-BAJA.
           PERFORM ATPC835-PEDIR-CUENTA
           DISPLAY "ATPC835: motivo de la baja (40 car.)"
           ACCEPT WS-ATPC835-MOTIVO FROM CONSOLE
           DISPLAY "ATPC835: referencia de la evidencia (20 car.)"
           ACCEPT WS-ATPC835-EVIDENCIA FROM CONSOLE
           MOVE CTM-ESP-ESTADO TO WS-ATPC835-ESTADO
           MOVE WS-ATPC835-HOY TO WS-ATPC835-FECEFEC
           PERFORM ATPC835-VERIFICAR-PENDIENTE

           SET WS-ATPC835-SOLICITUD-VALIDA TO FALSE
           EVALUATE TRUE
              WHEN WS-ATPC835-MOTIVO = SPACES
              OR WS-ATPC835-EVIDENCIA = SPACES
                 DISPLAY "ATPC835: el motivo y la evidencia son "
                         "obligatorios -- descartada"
              WHEN WS-ATPCCTM-RETORNO-ERROR
                 DISPLAY "ATPC835: cuenta inexistente en CTAMAE.DAT "
                         "-- descartada"
              WHEN NOT CTM-ESPECIAL
                 DISPLAY "ATPC835: la cuenta no esta en estado "
                         "especial -- descartada"
              WHEN WS-ATPC835-CON-PENDIENTE
                 DISPLAY "ATPC835: la cuenta ya tiene una solicitud "
                         "pendiente -- descartada"
              WHEN OTHER
                 SET WS-ATPC835-SOLICITUD-VALIDA TO TRUE
           END-EVALUATE

           IF WS-ATPC835-SOLICITUD-VALIDA
              PERFORM ATPC835-AUTORIZAR-Y-GRABAR
           ELSE
              PERFORM ATPC835-ASENTAR-ACTIVIDAD-R
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC835-PEDIR-CUENTA
      *----------------------------------------------------------------
      * Pide la cuenta y la deja consultada en CTM-MAESTRO-REG
      *----------------------------------------------------------------
       ATPC835-PEDIR-CUENTA.
           MOVE SPACES TO WS-ATPC835-ESTADO
                          WS-ATPC835-MOTIVO
                          WS-ATPC835-EVIDENCIA
                          WS-ATPC835-FECEFEC
           DISPLAY "ATPC835: CODENT (4 car.)"
           ACCEPT WS-ATPC835-CODENT FROM CONSOLE
           DISPLAY "ATPC835: numero de cuenta (16 car.)"
           ACCEPT WS-ATPC835-NUMCUENTA FROM CONSOLE

           MOVE WS-ATPC835-CODENT    TO WS-ATPCCTM-CODENT
           MOVE WS-ATPC835-NUMCUENTA TO WS-ATPCCTM-NUMCUENTA
           PERFORM ATPCCTM-CONSULTAR-CUENTA
           IF WS-ATPCCTM-RETORNO-OK
           AND CTM-ESPECIAL
              DISPLAY "ATPC835: ESTADO ESPECIAL [" CTM-ESP-ESTADO
                      "] DESDE [" CTM-ESP-FECEFEC "] EVIDENCIA ["
                      CTM-ESP-EVIDENCIA "]"
              DISPLAY "         MOTIVO [" CTM-ESP-MOTIVO "]"
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC835-VALIDAR-FECHA
      *----------------------------------------------------------------
      * Fecha efectiva AAAA-MM-DD valida y no posterior al dia
      *----------------------------------------------------------------
       ATPC835-VALIDAR-FECHA.
           SET WS-ATPC835-FECHA-VALIDA TO FALSE
           IF WS-ATPC835-FE-AAAA IS NUMERIC
           AND WS-ATPC835-FE-MM IS NUMERIC
           AND WS-ATPC835-FE-DD IS NUMERIC
           AND WS-ATPC835-FE-G1 = "-"
           AND WS-ATPC835-FE-G2 = "-"
              IF  WS-ATPC835-FE-MM-NUM >= 1
              AND WS-ATPC835-FE-MM-NUM <= 12
              AND WS-ATPC835-FE-DD-NUM >= 1
              AND WS-ATPC835-FE-DD-NUM <= 31
              AND WS-ATPC835-FECEFEC NOT > WS-ATPC835-HOY
                 SET WS-ATPC835-FECHA-VALIDA TO TRUE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC835-VERIFICAR-PENDIENTE
      *----------------------------------------------------------------
      * Deja CON-PENDIENTE si la cuenta ya tiene una solicitud en la
      * cola (se relee para ver lo que otro operador haya capturado)
      *----------------------------------------------------------------
       ATPC835-VERIFICAR-PENDIENTE.
           SET WS-ATPC835-CON-PENDIENTE TO FALSE
           OPEN INPUT SOL-SOLICITUDES
           IF WS-ATPC835-SOL-STATUS = "00"
              SET WS-ATPC835-FIN-ARCHIVO TO FALSE
              PERFORM UNTIL WS-ATPC835-FIN-ARCHIVO
                 READ SOL-SOLICITUDES
                     AT END
                        SET WS-ATPC835-FIN-ARCHIVO TO TRUE
                     NOT AT END
                        IF SOL-CODENT = WS-ATPC835-CODENT
                        AND SOL-NUMCUENTA = WS-ATPC835-NUMCUENTA
                           SET WS-ATPC835-CON-PENDIENTE TO TRUE
                           SET WS-ATPC835-FIN-ARCHIVO TO TRUE
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE SOL-SOLICITUDES
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC835-AUTORIZAR-Y-GRABAR
      *----------------------------------------------------------------
       ATPC835-AUTORIZAR-Y-GRABAR.
           INITIALIZE WS-ATPC163-AUT
           MOVE WS-ATPC835-CODOPER TO WS-ATPC163-AUT-CODOPER
           MOVE "G"                TO WS-ATPC163-AUT-FUNCION
           MOVE WS-ATPC835-CODENT  TO WS-ATPC163-AUT-CODENT
           PERFORM ATPC163-AUTORIZAR
           IF WS-ATPC163-NO-AUTORIZADO
              DISPLAY "ATPC835: operador no autorizado -- "
                      WS-ATPC163-RETORNO-DESC(1:50)
              PERFORM ATPC835-ASENTAR-ACTIVIDAD-R
           ELSE
              PERFORM ATPC835-GRABAR-SOLICITUD
              IF WS-ATPC835-SOL-STATUS = "00"
                 PERFORM ATPC835-ASENTAR-ACTIVIDAD-O
                 DISPLAY "ATPC835: solicitud registrada -- queda "
                         "pendiente de revision dual"
              ELSE
                 PERFORM ATPC835-ASENTAR-ACTIVIDAD-R
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC835-GRABAR-SOLICITUD
      *----------------------------------------------------------------
       ATPC835-GRABAR-SOLICITUD.
           ACCEPT WS-ATPC835-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-ATPC835-HORA  FROM TIME

           OPEN EXTEND SOL-SOLICITUDES
           IF WS-ATPC835-SOL-STATUS = "35"
              OPEN OUTPUT SOL-SOLICITUDES
           END-IF
           IF WS-ATPC835-SOL-STATUS = "00"
              INITIALIZE SOL-SOLICITUDES-REG
              MOVE WS-ATPC835-ACCION     TO SOL-ACCION
              MOVE WS-ATPC835-CODENT     TO SOL-CODENT
              MOVE WS-ATPC835-NUMCUENTA  TO SOL-NUMCUENTA
              MOVE WS-ATPC835-ESTADO     TO SOL-ESTADO
              MOVE WS-ATPC835-MOTIVO     TO SOL-MOTIVO
              MOVE WS-ATPC835-EVIDENCIA  TO SOL-EVIDENCIA
              MOVE WS-ATPC835-FECEFEC    TO SOL-FECEFEC
              MOVE WS-ATPC835-CODOPER    TO SOL-SOLICITANTE
              MOVE WS-ATPC835-FECHA      TO SOL-FECHA
              MOVE WS-ATPC835-HORA       TO SOL-HORA
              WRITE SOL-SOLICITUDES-REG
              CLOSE SOL-SOLICITUDES
           ELSE
              DISPLAY "ATPC835 - ERROR: no se pudo grabar en "
                      "ESPSOLIC.DAT -- FILE STATUS:["
                      WS-ATPC835-SOL-STATUS "]"
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC835-MODO-REVISION
      *----------------------------------------------------------------
      * Recorre las solicitudes pendientes, pide la decision del
      * revisor (que debe ser distinto del solicitante) y reescribe
      * la cola: la aprobada se asienta en el maestro y sale, la
      * rechazada sale y lo demas se conserva
      *----------------------------------------------------------------
       ATPC835-MODO-REVISION.
           OPEN INPUT SOL-SOLICITUDES
           IF WS-ATPC835-SOL-STATUS NOT = "00"
              DISPLAY "ATPC835: no hay solicitudes pendientes"
           ELSE
              PERFORM ATPCCTM-ABRIR-ACTUALIZACION
              OPEN OUTPUT SOL-TRABAJO

              SET WS-ATPC835-FIN-ARCHIVO TO FALSE
              PERFORM UNTIL WS-ATPC835-FIN-ARCHIVO
                 READ SOL-SOLICITUDES
                     AT END
                        SET WS-ATPC835-FIN-ARCHIVO TO TRUE
                     NOT AT END
                        ADD 1 TO WS-ATPC835-PENDIENTES
                        PERFORM ATPC835-REVISAR-SOLICITUD
                 END-READ
              END-PERFORM

              CLOSE SOL-SOLICITUDES
                    SOL-TRABAJO
              PERFORM ATPCCTM-CERRAR-CONSULTA

              PERFORM ATPC835-REGRABAR-COLA

              DISPLAY "ATPC835: pendientes [" WS-ATPC835-PENDIENTES
                      "] aprobadas [" WS-ATPC835-APROBADAS
                      "] rechazadas [" WS-ATPC835-RECHAZADAS "]"
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC835-REVISAR-SOLICITUD
      *----------------------------------------------------------------
       ATPC835-REVISAR-SOLICITUD.
           DISPLAY " "
           IF SOL-ACCION = "A"
              DISPLAY "ATPC835: ALTA DE ESTADO [" SOL-ESTADO
                      "] CODENT [" SOL-CODENT "] CUENTA ["
                      SOL-NUMCUENTA "]"
           ELSE
              DISPLAY "ATPC835: BAJA DE ESTADO [" SOL-ESTADO
                      "] CODENT [" SOL-CODENT "] CUENTA ["
                      SOL-NUMCUENTA "]"
           END-IF
           DISPLAY "         MOTIVO [" SOL-MOTIVO "]"
           DISPLAY "         EVIDENCIA [" SOL-EVIDENCIA
                   "] FECHA EFECTIVA [" SOL-FECEFEC "]"
           DISPLAY "         SOLICITANTE [" SOL-SOLICITANTE "]"

           IF SOL-SOLICITANTE = WS-ATPC835-CODOPER
              DISPLAY "ATPC835: el revisor no puede ser el "
                      "solicitante -- queda pendiente"
              WRITE SOL-TRABAJO-REG FROM SOL-SOLICITUDES-REG
           ELSE
              INITIALIZE WS-ATPC163-AUT
              MOVE WS-ATPC835-CODOPER TO WS-ATPC163-AUT-CODOPER
              MOVE "G"                TO WS-ATPC163-AUT-FUNCION
              MOVE SOL-CODENT         TO WS-ATPC163-AUT-CODENT
              PERFORM ATPC163-AUTORIZAR
              IF WS-ATPC163-NO-AUTORIZADO
                 DISPLAY "ATPC835: revisor no autorizado -- queda "
                         "pendiente"
                 WRITE SOL-TRABAJO-REG FROM SOL-SOLICITUDES-REG
              ELSE
                 DISPLAY "ATPC835: decision? (A=aprobar, R=rechazar, "
                         "P=dejar pendiente)"
                 ACCEPT WS-ATPC835-DECISION FROM CONSOLE
                 EVALUATE WS-ATPC835-DECISION
                    WHEN "A"
                    WHEN "a"
                       DISPLAY "ATPC835: comentario (40 car.)"
                       ACCEPT WS-ATPC835-COMENTARIO FROM CONSOLE
                       PERFORM ATPC835-APLICAR-APROBACION
                    WHEN "R"
                    WHEN "r"
                       DISPLAY "ATPC835: comentario (40 car.)"
                       ACCEPT WS-ATPC835-COMENTARIO FROM CONSOLE
                       ADD 1 TO WS-ATPC835-RECHAZADAS
                       MOVE "R" TO WS-ATPC835-DECISION
                       PERFORM ATPC835-GRABAR-DIARIO
                    WHEN OTHER
                       WRITE SOL-TRABAJO-REG FROM SOL-SOLICITUDES-REG
                 END-EVALUATE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC835-APLICAR-APROBACION
      *----------------------------------------------------------------
      * Vuelve a verificar la condicion de la cuenta y asienta el
      * estado en el maestro; si no se puede, la solicitud queda
      * pendiente
      *----------------------------------------------------------------
       ATPC835-APLICAR-APROBACION.
           MOVE SOL-CODENT    TO WS-ATPCCTM-CODENT
           MOVE SOL-NUMCUENTA TO WS-ATPCCTM-NUMCUENTA
           PERFORM ATPCCTM-CONSULTAR-CUENTA

           SET WS-ATPC835-SOLICITUD-VALIDA TO FALSE
           EVALUATE TRUE
              WHEN WS-ATPCCTM-RETORNO-ERROR
                 DISPLAY "ATPC835: " WS-ATPCCTM-RETORNO-DESC(1:50)
                         " -- queda pendiente"
              WHEN SOL-ACCION = "A" AND CTM-ESPECIAL
                 DISPLAY "ATPC835: la cuenta ya esta en estado "
                         "especial -- queda pendiente"
              WHEN SOL-ACCION = "B" AND NOT CTM-ESPECIAL
                 DISPLAY "ATPC835: la cuenta ya no esta en estado "
                         "especial -- queda pendiente"
              WHEN OTHER
                 SET WS-ATPC835-SOLICITUD-VALIDA TO TRUE
           END-EVALUATE

           IF WS-ATPC835-SOLICITUD-VALIDA
              IF SOL-ACCION = "A"
                 MOVE SOL-ESTADO         TO CTM-ESP-ESTADO
                 MOVE SOL-MOTIVO         TO CTM-ESP-MOTIVO
                 MOVE SOL-EVIDENCIA      TO CTM-ESP-EVIDENCIA
                 MOVE SOL-FECEFEC        TO CTM-ESP-FECEFEC
                 MOVE WS-ATPC835-HOY     TO CTM-ESP-FECALTA
                 MOVE SOL-SOLICITANTE    TO CTM-ESP-SOLICITANTE
                 MOVE WS-ATPC835-CODOPER TO CTM-ESP-REVISOR
              ELSE
                 SET CTM-SIN-ESPECIAL TO TRUE
                 MOVE SPACES TO CTM-ESP-MOTIVO
                                CTM-ESP-EVIDENCIA
                                CTM-ESP-FECEFEC
                                CTM-ESP-FECALTA
                                CTM-ESP-SOLICITANTE
                                CTM-ESP-REVISOR
              END-IF
              PERFORM ATPCCTM-REGRABAR-CUENTA
              IF WS-ATPCCTM-RETORNO-ERROR
                 DISPLAY "ATPC835: " WS-ATPCCTM-RETORNO-DESC(1:50)
                         " -- queda pendiente"
                 SET WS-ATPC835-SOLICITUD-VALIDA TO FALSE
              END-IF
           END-IF

           IF WS-ATPC835-SOLICITUD-VALIDA
              ADD 1 TO WS-ATPC835-APROBADAS
              MOVE "A" TO WS-ATPC835-DECISION
              PERFORM ATPC835-GRABAR-DIARIO
              DISPLAY "ATPC835: solicitud aprobada -- el estado rige "
                      "desde la proxima corrida"
           ELSE
              WRITE SOL-TRABAJO-REG FROM SOL-SOLICITUDES-REG
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC835-REGRABAR-COLA
      *----------------------------------------------------------------
       ATPC835-REGRABAR-COLA.
           OPEN INPUT SOL-TRABAJO
           OPEN OUTPUT SOL-SOLICITUDES
           SET WS-ATPC835-FIN-ARCHIVO TO FALSE
           PERFORM UNTIL WS-ATPC835-FIN-ARCHIVO
              READ SOL-TRABAJO
                  AT END
                     SET WS-ATPC835-FIN-ARCHIVO TO TRUE
                  NOT AT END
                     WRITE SOL-SOLICITUDES-REG FROM SOL-TRABAJO-REG
              END-READ
           END-PERFORM
           CLOSE SOL-TRABAJO
                 SOL-SOLICITUDES
           .

      *----------------------------------------------------------------
      * Proceso: ATPC835-GRABAR-DIARIO
      *----------------------------------------------------------------
       ATPC835-GRABAR-DIARIO.
           ACCEPT WS-ATPC835-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-ATPC835-HORA  FROM TIME

           OPEN EXTEND SOL-DIARIO
           IF WS-ATPC835-JRN-STATUS = "35"
              OPEN OUTPUT SOL-DIARIO
           END-IF
           IF WS-ATPC835-JRN-STATUS = "00"
              INITIALIZE SOL-DIARIO-REG
              MOVE WS-ATPC835-FECHA      TO JRN-FECHA
              MOVE WS-ATPC835-HORA       TO JRN-HORA
              MOVE SOL-SOLICITANTE       TO JRN-CODOPER-SOLIC
              MOVE WS-ATPC835-CODOPER    TO JRN-CODOPER-REVISOR
              MOVE WS-ATPC835-DECISION   TO JRN-DECISION
              MOVE SOL-ACCION            TO JRN-ACCION
              MOVE SOL-CODENT            TO JRN-CODENT
              MOVE SOL-NUMCUENTA         TO JRN-NUMCUENTA
              MOVE SOL-ESTADO            TO JRN-ESTADO
              MOVE SOL-MOTIVO            TO JRN-MOTIVO
              MOVE SOL-EVIDENCIA         TO JRN-EVIDENCIA
              MOVE SOL-FECEFEC           TO JRN-FECEFEC
              MOVE WS-ATPC835-COMENTARIO TO JRN-COMENTARIO
              WRITE SOL-DIARIO-REG
              CLOSE SOL-DIARIO
           END-IF

           INITIALIZE WS-ATPCACT-ENTRADA
           MOVE WS-ATPC835-CODOPER  TO WS-ATPCACT-CODOPER
           MOVE "ATPC835"           TO WS-ATPCACT-TRANSACCION
           STRING WS-ATPC835-DECISION  DELIMITED BY SIZE
                  SOL-ACCION           DELIMITED BY SIZE
                  SOL-ESTADO           DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  SOL-CODENT           DELIMITED BY SIZE
                  SOL-NUMCUENTA        DELIMITED BY SIZE
             INTO WS-ATPCACT-CLAVES
           MOVE "O"                 TO WS-ATPCACT-RESULTADO
           PERFORM ATPCACT-GRABAR-ACTIVIDAD
           .

      *----------------------------------------------------------------
      * Proceso: ATPC835-ASENTAR-ACTIVIDAD-O
      *----------------------------------------------------------------
       ATPC835-ASENTAR-ACTIVIDAD-O.
           INITIALIZE WS-ATPCACT-ENTRADA
           MOVE WS-ATPC835-CODOPER  TO WS-ATPCACT-CODOPER
           MOVE "ATPC835"           TO WS-ATPCACT-TRANSACCION
           STRING "C"                   DELIMITED BY SIZE
                  WS-ATPC835-ACCION     DELIMITED BY SIZE
                  WS-ATPC835-ESTADO     DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-ATPC835-CODENT     DELIMITED BY SIZE
                  WS-ATPC835-NUMCUENTA  DELIMITED BY SIZE
             INTO WS-ATPCACT-CLAVES
           MOVE "O"                 TO WS-ATPCACT-RESULTADO
           PERFORM ATPCACT-GRABAR-ACTIVIDAD
           .

      *----------------------------------------------------------------
      * Proceso: ATPC835-ASENTAR-ACTIVIDAD-R
      *----------------------------------------------------------------
       ATPC835-ASENTAR-ACTIVIDAD-R.
           INITIALIZE WS-ATPCACT-ENTRADA
           MOVE WS-ATPC835-CODOPER  TO WS-ATPCACT-CODOPER
           MOVE "ATPC835"           TO WS-ATPCACT-TRANSACCION
           STRING "C"                   DELIMITED BY SIZE
                  WS-ATPC835-ACCION     DELIMITED BY SIZE
                  WS-ATPC835-ESTADO     DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-ATPC835-CODENT     DELIMITED BY SIZE
                  WS-ATPC835-NUMCUENTA  DELIMITED BY SIZE
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
