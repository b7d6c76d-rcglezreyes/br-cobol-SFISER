       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC804.
      *----------------------------------------------------------------
      * Programa batch nocturno de asignacion y retiro de cuentas a
      * agencias de cobranza externa: recorre el maestro de cuentas
      * CTAMAE.DAT contra el registro de agencias AGENCIAS.DAT
      * (consola ATPC803, libreria ATPCAGE) y deja en el maestro
      * quien tiene cada cuenta (CTM-CODAGENCIA y CTM-FECASIGNA).
      *
      * Asignacion -- la cuenta sin agencia, con saldo deudor y con
      * mora (la castigada mientras le quede saldo castigado por
      * recuperar) se asigna a una agencia activa de su entidad
      * cuando --
      *  - su mora alcanza el NUMDIASACT del estado ATPC175 desde el
      *    cual la agencia recibe cuentas (la castigada califica
      *    siempre: ya paso el ultimo estado), y
      *  - su saldo alcanza el saldo minimo de la agencia.
      * La cuenta en estado especial (fallecido, quiebra o fraude,
      * ATPC835) no se asigna; se cuenta aparte en el resumen.
      * Si califica para varias agencias se asigna a la de menor
      * cartera asignada, para repartir la carga.
      *
      * Retiro -- la cuenta asignada se retira de su agencia con
      * motivo --
      *  - P (pagada): saldo cancelado, o castigada sin saldo
      *    castigado pendiente;
      *  - E (estado anterior): la cuenta no castigada salio de mora
      *    o volvio a un estado anterior al de la regla de la
      *    agencia, o la cuenta paso a estado especial;
      *  - B (baja): la agencia se dio de baja o ya no figura en el
      *    registro.
      *
      * Salidas de cada noche, por agencia activa o con retiros (los
      * nombres llevan CODENT + CODAGENCIA, p.ej. ASIG0001AG01.DAT):
      *  - ASIGccccaaaa.DAT: cartera asignada completa con novedad
      *    N (asignada hoy) o V (vigente), saldo, dias de mora, estado
      *    y ultimo pago, para que la agencia refresque su gestion;
      *  - RETIccccaaaa.DAT: cuentas retiradas hoy con su motivo.
      * Cada asignacion y retiro queda ademas en el historial
      * AGEHIST.DAT (se agrega a lo existente), que responde quien
      * tuvo cada cuenta y desde cuando.
      *
      * Sin registro de agencias (o con un registro que desborda la
      * tabla) la corrida termina con RC 12 sin tocar el maestro: un
      * registro incompleto retiraria cartera que sigue asignada.
      *
      * Layout de ASIGccccaaaa.DAT: CODENT(4) CODAGENCIA(4)
      *  NUMCUENTA(16) NOVEDAD(1) FECASIGNA(10) SALDO(S11) DIAS-MORA(3)
      *  CODESTCTA(2) FECULTPAGO(10) IMPULTPAGO(11) INDCASTIGO(1)
      *  IMPCASTIGO(11) FECPROCESO(10)
      * Layout de RETIccccaaaa.DAT: CODENT(4) CODAGENCIA(4)
      *  NUMCUENTA(16) MOTIVO(1) FECASIGNA(10) FECRETIRO(10)
      *  SALDO(S11) DIAS-MORA(3) CODESTCTA(2) FECULTPAGO(10)
      *  IMPULTPAGO(11)
      * Layout de AGEHIST.DAT: FECHA(10) OPERACION(1: A asignacion,
      *  R retiro) MOTIVO(1) CODENT(4) NUMCUENTA(16) CODAGENCIA(4)
      *  SALDO(S11) DIAS-MORA(3)
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
           SELECT CTM-MAESTRO ASSIGN TO "CTAMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTM-CLAVE
               FILE STATUS IS WS-ATPC804-CTM-STATUS.
      * Registro de agencias de cobranza -- ver ATPCAGE-AGE.cpy
           SELECT AGE-AGENCIAS ASSIGN TO "AGENCIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCAGE-STATUS.
      * Novedades de la corrida, repartidas luego por agencia
           SELECT TMP-NOVEDADES ASSIGN TO "ATPC804.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC804-TMP-STATUS.
           SELECT ASG-ASIGNACION ASSIGN TO DYNAMIC WS-ATPC804-ASG-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC804-ASG-STATUS.
           SELECT RET-RETIROS ASSIGN TO DYNAMIC WS-ATPC804-RET-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC804-RET-STATUS.
           SELECT HIS-HISTORIAL ASSIGN TO "AGEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC804-HIS-STATUS.
           SELECT RPT-ATPC804 ASSIGN TO "ATPC804.RPT"
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

       COPY "ATPCCTM-CTM".
       COPY "ATPCAGE-AGE".

       FD  TMP-NOVEDADES
           RECORDING MODE IS F.
       01  TMP-NOVEDADES-REG.
           05  TMP-TIPO                       PIC X(01).
           05  TMP-NOVEDAD                    PIC X(01).
           05  TMP-CODENT                     PIC X(04).
           05  TMP-CODAGENCIA                 PIC X(04).
           05  TMP-NUMCUENTA                  PIC X(16).
           05  TMP-FECASIGNA                  PIC X(10).
           05  TMP-SALDO                      PIC S9(09)V99.
           05  TMP-DIAS-MORA                  PIC 9(03).
           05  TMP-CODESTCTA                  PIC 9(02).
           05  TMP-FECULTPAGO                 PIC X(10).
           05  TMP-IMPULTPAGO                 PIC 9(09)V99.
           05  TMP-INDCASTIGO                 PIC X(01).
           05  TMP-IMPCASTIGO                 PIC 9(09)V99.

       FD  ASG-ASIGNACION
           RECORDING MODE IS F.
       01  ASG-ASIGNACION-REG.
           05  ASG-CODENT                     PIC X(04).
           05  ASG-CODAGENCIA                 PIC X(04).
           05  ASG-NUMCUENTA                  PIC X(16).
           05  ASG-NOVEDAD                    PIC X(01).
           05  ASG-FECASIGNA                  PIC X(10).
           05  ASG-SALDO                      PIC S9(09)V99.
           05  ASG-DIAS-MORA                  PIC 9(03).
           05  ASG-CODESTCTA                  PIC 9(02).
           05  ASG-FECULTPAGO                 PIC X(10).
           05  ASG-IMPULTPAGO                 PIC 9(09)V99.
           05  ASG-INDCASTIGO                 PIC X(01).
           05  ASG-IMPCASTIGO                 PIC 9(09)V99.
           05  ASG-FECPROCESO                 PIC X(10).

       FD  RET-RETIROS
           RECORDING MODE IS F.
       01  RET-RETIROS-REG.
           05  RET-CODENT                     PIC X(04).
           05  RET-CODAGENCIA                 PIC X(04).
           05  RET-NUMCUENTA                  PIC X(16).
           05  RET-MOTIVO                     PIC X(01).
           05  RET-FECASIGNA                  PIC X(10).
           05  RET-FECRETIRO                  PIC X(10).
           05  RET-SALDO                      PIC S9(09)V99.
           05  RET-DIAS-MORA                  PIC 9(03).
           05  RET-CODESTCTA                  PIC 9(02).
           05  RET-FECULTPAGO                 PIC X(10).
           05  RET-IMPULTPAGO                 PIC 9(09)V99.

       FD  HIS-HISTORIAL
           RECORDING MODE IS F.
       01  HIS-HISTORIAL-REG.
           05  HIS-FECHA                      PIC X(10).
           05  HIS-OPERACION                  PIC X(01).
           05  HIS-MOTIVO                     PIC X(01).
           05  HIS-CODENT                     PIC X(04).
           05  HIS-NUMCUENTA                  PIC X(16).
           05  HIS-CODAGENCIA                 PIC X(04).
           05  HIS-SALDO                      PIC S9(09)V99.
           05  HIS-DIAS-MORA                  PIC 9(03).

       FD  RPT-ATPC804
           RECORDING MODE IS F.
       01  RPT-ATPC804-REG                    PIC X(130).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPC096-WS".
       COPY "ATPC175-WS".
       COPY "ATPCAGE-WS".

       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".

       77  WS-ATPC804-CTM-STATUS              PIC X(02).
       77  WS-ATPC804-TMP-STATUS              PIC X(02).
       77  WS-ATPC804-ASG-STATUS              PIC X(02).
       77  WS-ATPC804-RET-STATUS              PIC X(02).
       77  WS-ATPC804-HIS-STATUS              PIC X(02).

       77  WS-ATPC804-ASG-NOMBRE              PIC X(20).
       77  WS-ATPC804-RET-NOMBRE              PIC X(20).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC804-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.

      * Fecha del dia en AAAA-MM-DD
       01  WS-ATPC804-HOY.
           05  WS-ATPC804-HOY-AAAA            PIC 9(04).
           05  WS-ATPC804-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC804-HOY-MM              PIC 9(02).
           05  WS-ATPC804-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC804-HOY-DD              PIC 9(02).
       01  WS-ATPC804-HOY-AMD.
           05  WS-ATPC804-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC804-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC804-HOY-AMD-DD          PIC 9(02).

      * Regla resuelta y movimiento de cada agencia, en paralelo al
      * registro en memoria WS-ATPCAGE-TAB (mismo subindice)
       01  WS-ATPC804-AGENCIAS.
           05  WS-ATPC804-AGE OCCURS 200 TIMES.
               10  WS-ATPC804-AGE-UMBRAL      PIC 9(03).
               10  WS-ATPC804-AGE-UMB-IND     PIC X(01).
                   88 WS-ATPC804-AGE-UMB-OK   VALUE "S".
               10  WS-ATPC804-AGE-CARTERA     PIC 9(06).
               10  WS-ATPC804-AGE-NUEVAS      PIC 9(06).
               10  WS-ATPC804-AGE-RETIRADAS   PIC 9(06).
               10  WS-ATPC804-AGE-SALDO       PIC S9(13)V99.
       77  WS-ATPC804-ELEGIDA                 PIC 9(03).
       77  WS-ATPC804-K                       PIC 9(03).

      * Motivo de retiro de la cuenta en curso (espacio = sigue) y
      * agencia que la tenia
       77  WS-ATPC804-MOTIVO                  PIC X(01).
       77  WS-ATPC804-AGE-ANT                 PIC X(04).
       77  WS-ATPC804-FEC-ANT                 PIC X(10).

      * Contadores del resumen final
       77  WS-ATPC804-LEIDAS                  PIC 9(07) VALUE 0.
       77  WS-ATPC804-ASIGNADAS               PIC 9(06) VALUE 0.
       77  WS-ATPC804-RETIRADAS               PIC 9(06) VALUE 0.
       77  WS-ATPC804-VIGENTES                PIC 9(06) VALUE 0.
       77  WS-ATPC804-SIN-REGISTRO            PIC 9(06) VALUE 0.
       77  WS-ATPC804-ESPECIALES              PIC 9(06) VALUE 0.
       77  WS-ATPC804-ERRORES                 PIC 9(06) VALUE 0.

       77  WS-ATPC804-SALDO-ED                PIC -(13)9.99.
       01  WS-ATPC804-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC804-PRINCIPAL
      *----------------------------------------------------------------
       ATPC804-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC804: ASIGNACION Y RETIRO DE AGENCIAS DE COBRANZA   -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC804" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC175-CARGAR-ARREGLO

           ACCEPT WS-ATPC804-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC804-HOY-G1 WS-ATPC804-HOY-G2
           MOVE WS-ATPC804-HOY-AMD-AAAA TO WS-ATPC804-HOY-AAAA
           MOVE WS-ATPC804-HOY-AMD-MM   TO WS-ATPC804-HOY-MM
           MOVE WS-ATPC804-HOY-AMD-DD   TO WS-ATPC804-HOY-DD

           PERFORM ATPCAGE-CARGAR-REGISTRO
           IF WS-ATPCAGE-RETORNO-ERROR
              DISPLAY "ATPC804 - ERROR: "
                      WS-ATPCAGE-RETORNO-DESC(1:50)
                      " -- no se asigna ni se retira cartera"
              MOVE 12 TO RETURN-CODE
              MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
              PERFORM ATPCRUN-FINALIZAR
              STOP RUN
           END-IF
           PERFORM ATPC804-RESOLVER-REGLAS

           OPEN I-O CTM-MAESTRO
           IF WS-ATPC804-CTM-STATUS NOT = "00"
              DISPLAY "ATPC804 - ERROR: no se pudo abrir CTAMAE.DAT "
                      "-- FILE STATUS:[" WS-ATPC804-CTM-STATUS "]"
              MOVE 12 TO RETURN-CODE
              MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
              PERFORM ATPCRUN-FINALIZAR
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-ATPC804
           PERFORM ATPC804-CONTAR-CARTERA

      * La cartera inicial de cada agencia se cuenta en una primera
      * pasada; el maestro se reabre para asignar y retirar
           CLOSE CTM-MAESTRO
           OPEN I-O CTM-MAESTRO
           OPEN OUTPUT TMP-NOVEDADES
           OPEN EXTEND HIS-HISTORIAL
           IF WS-ATPC804-HIS-STATUS = "35"
              OPEN OUTPUT HIS-HISTORIAL
           END-IF

           SET WS-ATPC804-FIN-ENTRADA TO FALSE
           PERFORM UNTIL WS-ATPC804-FIN-ENTRADA
              READ CTM-MAESTRO NEXT RECORD
                  AT END
                     SET WS-ATPC804-FIN-ENTRADA TO TRUE
                  NOT AT END
                     ADD 1 TO WS-ATPC804-LEIDAS
                     PERFORM ATPC804-EVALUAR-CUENTA
              END-READ
           END-PERFORM

           CLOSE CTM-MAESTRO
                 TMP-NOVEDADES
                 HIS-HISTORIAL

           PERFORM VARYING WS-ATPCAGE-IDX FROM 1 BY 1
                     UNTIL WS-ATPCAGE-IDX > WS-ATPCAGE-CANT
              IF WS-ATPCAGE-TAB-ACTIVA(WS-ATPCAGE-IDX)
              OR WS-ATPC804-AGE-RETIRADAS(WS-ATPCAGE-IDX) > ZEROES
                 PERFORM ATPC804-EMITIR-ARCHIVOS
              END-IF
           END-PERFORM

           PERFORM ATPC804-EMITIR-RESUMEN

           CLOSE RPT-ATPC804

           DISPLAY
           "- ATPC804: ASIGNACION FINALIZADA                          -"
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
      * Proceso: ATPC804-RESOLVER-REGLAS
      *----------------------------------------------------------------
      * Umbral de mora de cada agencia activa: el NUMDIASACT de su
      * estado ATPC175. La agencia cuyo estado no existe no recibe
      * cuentas (se avisa y la corrida termina con RC 4), pero
      * conserva la cartera que ya tiene.
      *----------------------------------------------------------------
       ATPC804-RESOLVER-REGLAS.
           INITIALIZE WS-ATPC804-AGENCIAS
           PERFORM VARYING WS-ATPCAGE-IDX FROM 1 BY 1
                     UNTIL WS-ATPCAGE-IDX > WS-ATPCAGE-CANT
              IF WS-ATPCAGE-TAB-ACTIVA(WS-ATPCAGE-IDX)
                 INITIALIZE WS-ATPC175
                 MOVE WS-ATPCAGE-TAB-CODENT(WS-ATPCAGE-IDX)
                   TO WS-ATPC175-CODENT
                 MOVE WS-ATPCAGE-TAB-CODESTCTA(WS-ATPCAGE-IDX)
                   TO WS-ATPC175-CODESTCTA
                 PERFORM ATPC175-BUSCAR-EN-ARREGLO
                 IF WS-ATPC175-RETORNO-OK
                    SET WS-ATPC804-AGE-UMB-OK(WS-ATPCAGE-IDX)
                      TO TRUE
                    MOVE WS-ATPC175-NUMDIASACT
                      TO WS-ATPC804-AGE-UMBRAL(WS-ATPCAGE-IDX)
                 ELSE
                    DISPLAY "ATPC804 - AVISO: CODENT=["
                       WS-ATPCAGE-TAB-CODENT(WS-ATPCAGE-IDX)
                       "] AGENCIA=["
                       WS-ATPCAGE-TAB-CODAGENCIA(WS-ATPCAGE-IDX)
                       "] estado ATPC175 ["
                       WS-ATPCAGE-TAB-CODESTCTA(WS-ATPCAGE-IDX)
                       "] inexistente -- no recibe cuentas"
                    IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC804-CONTAR-CARTERA
      *----------------------------------------------------------------
       ATPC804-CONTAR-CARTERA.
           SET WS-ATPC804-FIN-ENTRADA TO FALSE
           PERFORM UNTIL WS-ATPC804-FIN-ENTRADA
              READ CTM-MAESTRO NEXT RECORD
                  AT END
                     SET WS-ATPC804-FIN-ENTRADA TO TRUE
                  NOT AT END
                     IF CTM-CODAGENCIA NOT = SPACES
                        MOVE CTM-CODENT     TO WS-ATPCAGE-CODENT
                        MOVE CTM-CODAGENCIA TO WS-ATPCAGE-CODAGENCIA
                        PERFORM ATPCAGE-BUSCAR-AGENCIA
                        IF WS-ATPCAGE-RETORNO-OK
                           ADD 1 TO WS-ATPC804-AGE-CARTERA
                                    (WS-ATPCAGE-IDX)
                        END-IF
                     END-IF
              END-READ
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC804-EVALUAR-CUENTA
      *----------------------------------------------------------------
       ATPC804-EVALUAR-CUENTA.
           EVALUATE TRUE
              WHEN CTM-CODAGENCIA NOT = SPACES
                 PERFORM ATPC804-REVISAR-ASIGNADA
              WHEN CTM-ESPECIAL
                 ADD 1 TO WS-ATPC804-ESPECIALES
              WHEN OTHER
                 PERFORM ATPC804-EVALUAR-ASIGNACION
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC804-EVALUAR-ASIGNACION
      *----------------------------------------------------------------
       ATPC804-EVALUAR-ASIGNACION.
           IF CTM-SALDO > ZEROES
           AND (CTM-CASTIGADA AND CTM-IMPCASTIGO > ZEROES
             OR NOT CTM-CASTIGADA AND CTM-DIAS-MORA > ZEROES)
              PERFORM ATPC804-ELEGIR-AGENCIA
              IF WS-ATPC804-ELEGIDA > ZEROES
                 PERFORM ATPC804-ASIGNAR-CUENTA
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC804-REVISAR-ASIGNADA
      *----------------------------------------------------------------
      * La cuenta asignada sigue en su agencia salvo que corresponda
      * retirarla (ver motivos en el encabezado)
      *----------------------------------------------------------------
       ATPC804-REVISAR-ASIGNADA.
           MOVE CTM-CODENT     TO WS-ATPCAGE-CODENT
           MOVE CTM-CODAGENCIA TO WS-ATPCAGE-CODAGENCIA
           PERFORM ATPCAGE-BUSCAR-AGENCIA

           MOVE SPACE TO WS-ATPC804-MOTIVO
           EVALUATE TRUE
              WHEN WS-ATPCAGE-RETORNO-ERROR
                 MOVE "B" TO WS-ATPC804-MOTIVO
                 MOVE ZEROES TO WS-ATPCAGE-IDX
                 ADD 1 TO WS-ATPC804-SIN-REGISTRO
              WHEN WS-ATPCAGE-TAB-BAJA(WS-ATPCAGE-IDX)
                 MOVE "B" TO WS-ATPC804-MOTIVO
              WHEN CTM-ESPECIAL
                 MOVE "E" TO WS-ATPC804-MOTIVO
                 ADD 1 TO WS-ATPC804-ESPECIALES
              WHEN CTM-SALDO NOT > ZEROES
                 MOVE "P" TO WS-ATPC804-MOTIVO
              WHEN CTM-CASTIGADA AND CTM-IMPCASTIGO = ZEROES
                 MOVE "P" TO WS-ATPC804-MOTIVO
              WHEN CTM-CASTIGADA
                 CONTINUE
              WHEN CTM-DIAS-MORA = ZEROES
                 MOVE "E" TO WS-ATPC804-MOTIVO
              WHEN WS-ATPC804-AGE-UMB-OK(WS-ATPCAGE-IDX)
              AND CTM-DIAS-MORA < WS-ATPC804-AGE-UMBRAL
                                  (WS-ATPCAGE-IDX)
                 MOVE "E" TO WS-ATPC804-MOTIVO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF WS-ATPC804-MOTIVO = SPACE
              ADD 1 TO WS-ATPC804-VIGENTES
              ADD CTM-SALDO TO WS-ATPC804-AGE-SALDO(WS-ATPCAGE-IDX)
              MOVE "A" TO TMP-TIPO
              MOVE "V" TO TMP-NOVEDAD
              PERFORM ATPC804-GRABAR-NOVEDAD
           ELSE
              PERFORM ATPC804-RETIRAR-CUENTA
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC804-ELEGIR-AGENCIA
      *----------------------------------------------------------------
      * Entre las agencias activas de la entidad cuya regla cumple la
      * cuenta, la de menor cartera asignada (cero = ninguna)
      *----------------------------------------------------------------
       ATPC804-ELEGIR-AGENCIA.
           MOVE ZEROES TO WS-ATPC804-ELEGIDA
           PERFORM VARYING WS-ATPC804-K FROM 1 BY 1
                     UNTIL WS-ATPC804-K > WS-ATPCAGE-CANT
              IF WS-ATPCAGE-TAB-CODENT(WS-ATPC804-K) = CTM-CODENT
              AND WS-ATPCAGE-TAB-ACTIVA(WS-ATPC804-K)
              AND WS-ATPC804-AGE-UMB-OK(WS-ATPC804-K)
              AND (CTM-CASTIGADA OR CTM-DIAS-MORA NOT <
                   WS-ATPC804-AGE-UMBRAL(WS-ATPC804-K))
              AND CTM-SALDO NOT <
                  WS-ATPCAGE-TAB-SALDOMIN(WS-ATPC804-K)
                 IF WS-ATPC804-ELEGIDA = ZEROES
                    MOVE WS-ATPC804-K TO WS-ATPC804-ELEGIDA
                 ELSE
                    IF WS-ATPC804-AGE-CARTERA(WS-ATPC804-K) <
                       WS-ATPC804-AGE-CARTERA(WS-ATPC804-ELEGIDA)
                       MOVE WS-ATPC804-K TO WS-ATPC804-ELEGIDA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC804-ASIGNAR-CUENTA
      *----------------------------------------------------------------
       ATPC804-ASIGNAR-CUENTA.
           MOVE WS-ATPCAGE-TAB-CODAGENCIA(WS-ATPC804-ELEGIDA)
             TO CTM-CODAGENCIA
           MOVE WS-ATPC804-HOY TO CTM-FECASIGNA
           REWRITE CTM-MAESTRO-REG
               INVALID KEY
                  CONTINUE
           END-REWRITE
           IF WS-ATPC804-CTM-STATUS NOT = "00"
              PERFORM ATPC804-ALERTA-REGRABAR
           ELSE
              MOVE WS-ATPC804-ELEGIDA TO WS-ATPCAGE-IDX
              ADD 1 TO WS-ATPC804-ASIGNADAS
                       WS-ATPC804-AGE-CARTERA(WS-ATPCAGE-IDX)
                       WS-ATPC804-AGE-NUEVAS(WS-ATPCAGE-IDX)
              ADD CTM-SALDO TO WS-ATPC804-AGE-SALDO(WS-ATPCAGE-IDX)

              MOVE "A" TO TMP-TIPO
              MOVE "N" TO TMP-NOVEDAD
              PERFORM ATPC804-GRABAR-NOVEDAD

              MOVE "A"   TO HIS-OPERACION
              MOVE SPACE TO HIS-MOTIVO
              PERFORM ATPC804-GRABAR-HISTORIAL
              PERFORM ATPC804-REPORTAR-MOVIMIENTO
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC804-RETIRAR-CUENTA
      *----------------------------------------------------------------
      * Regrabada la cuenta sin agencia, la agencia retirante se
      * repone en el area del registro (ya grabado) para armar la
      * novedad y el historial; WS-ATPCAGE-IDX en cero = agencia
      * fuera del registro
      *----------------------------------------------------------------
       ATPC804-RETIRAR-CUENTA.
           MOVE CTM-CODAGENCIA TO WS-ATPC804-AGE-ANT
           MOVE CTM-FECASIGNA  TO WS-ATPC804-FEC-ANT
           MOVE SPACES TO CTM-CODAGENCIA
                          CTM-FECASIGNA
           REWRITE CTM-MAESTRO-REG
               INVALID KEY
                  CONTINUE
           END-REWRITE
           MOVE WS-ATPC804-AGE-ANT TO CTM-CODAGENCIA
           MOVE WS-ATPC804-FEC-ANT TO CTM-FECASIGNA
           IF WS-ATPC804-CTM-STATUS NOT = "00"
              PERFORM ATPC804-ALERTA-REGRABAR
           ELSE
              ADD 1 TO WS-ATPC804-RETIRADAS
              IF WS-ATPCAGE-IDX > ZEROES
                 SUBTRACT 1 FROM WS-ATPC804-AGE-CARTERA(WS-ATPCAGE-IDX)
                 ADD 1 TO WS-ATPC804-AGE-RETIRADAS(WS-ATPCAGE-IDX)
              END-IF

              MOVE "R"               TO TMP-TIPO
              MOVE WS-ATPC804-MOTIVO TO TMP-NOVEDAD
              PERFORM ATPC804-GRABAR-NOVEDAD

              MOVE "R"               TO HIS-OPERACION
              MOVE WS-ATPC804-MOTIVO TO HIS-MOTIVO
              PERFORM ATPC804-GRABAR-HISTORIAL
              PERFORM ATPC804-REPORTAR-MOVIMIENTO
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC804-ALERTA-REGRABAR
      *----------------------------------------------------------------
       ATPC804-ALERTA-REGRABAR.
           ADD 1 TO WS-ATPC804-ERRORES
           DISPLAY "ATPC804 - ALERTA: CODENT=[" CTM-CODENT
                   "] CUENTA=[" CTM-NUMCUENTA "] no se pudo regrabar "
                   "-- FILE STATUS:[" WS-ATPC804-CTM-STATUS "]"
           IF RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC804-GRABAR-NOVEDAD
      *----------------------------------------------------------------
      * Foto de la cuenta con la agencia vigente antes del retiro;
      * TMP-TIPO y TMP-NOVEDAD los deja el llamador
      *----------------------------------------------------------------
       ATPC804-GRABAR-NOVEDAD.
           MOVE CTM-CODENT     TO TMP-CODENT
           MOVE CTM-CODAGENCIA TO TMP-CODAGENCIA
           MOVE CTM-NUMCUENTA  TO TMP-NUMCUENTA
           MOVE CTM-FECASIGNA  TO TMP-FECASIGNA
           MOVE CTM-SALDO      TO TMP-SALDO
           MOVE CTM-DIAS-MORA  TO TMP-DIAS-MORA
           MOVE CTM-CODESTCTA  TO TMP-CODESTCTA
           MOVE CTM-FECULTPAGO TO TMP-FECULTPAGO
           MOVE CTM-IMPULTPAGO TO TMP-IMPULTPAGO
           MOVE CTM-INDCASTIGO TO TMP-INDCASTIGO
           MOVE CTM-IMPCASTIGO TO TMP-IMPCASTIGO
           WRITE TMP-NOVEDADES-REG
           .

      *----------------------------------------------------------------
      * Proceso: ATPC804-GRABAR-HISTORIAL
      *----------------------------------------------------------------
       ATPC804-GRABAR-HISTORIAL.
           IF WS-ATPC804-HIS-STATUS = "00"
              MOVE WS-ATPC804-HOY TO HIS-FECHA
              MOVE CTM-CODENT     TO HIS-CODENT
              MOVE CTM-NUMCUENTA  TO HIS-NUMCUENTA
              MOVE CTM-CODAGENCIA TO HIS-CODAGENCIA
              MOVE CTM-SALDO      TO HIS-SALDO
              MOVE CTM-DIAS-MORA  TO HIS-DIAS-MORA
              WRITE HIS-HISTORIAL-REG
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC804-REPORTAR-MOVIMIENTO
      *----------------------------------------------------------------
       ATPC804-REPORTAR-MOVIMIENTO.
           MOVE CTM-SALDO TO WS-ATPC804-SALDO-ED
           MOVE SPACES TO WS-ATPC804-LINEA
           IF HIS-OPERACION = "A"
              STRING " ASIGNADA CODENT ["      DELIMITED BY SIZE
                     CTM-CODENT                DELIMITED BY SIZE
                     "] CUENTA ["              DELIMITED BY SIZE
                     CTM-NUMCUENTA             DELIMITED BY SIZE
                     "] AGENCIA ["             DELIMITED BY SIZE
                     CTM-CODAGENCIA            DELIMITED BY SIZE
                     "] MORA ["                DELIMITED BY SIZE
                     CTM-DIAS-MORA             DELIMITED BY SIZE
                     "] SALDO ["               DELIMITED BY SIZE
                     WS-ATPC804-SALDO-ED       DELIMITED BY SIZE
                     "]"                       DELIMITED BY SIZE
                INTO WS-ATPC804-LINEA
           ELSE
              STRING " RETIRADA CODENT ["      DELIMITED BY SIZE
                     CTM-CODENT                DELIMITED BY SIZE
                     "] CUENTA ["              DELIMITED BY SIZE
                     CTM-NUMCUENTA             DELIMITED BY SIZE
                     "] AGENCIA ["             DELIMITED BY SIZE
                     CTM-CODAGENCIA            DELIMITED BY SIZE
                     "] MOTIVO ["              DELIMITED BY SIZE
                     WS-ATPC804-MOTIVO         DELIMITED BY SIZE
                     "] MORA ["                DELIMITED BY SIZE
                     CTM-DIAS-MORA             DELIMITED BY SIZE
                     "] SALDO ["               DELIMITED BY SIZE
                     WS-ATPC804-SALDO-ED       DELIMITED BY SIZE
                     "]"                       DELIMITED BY SIZE
                INTO WS-ATPC804-LINEA
           END-IF
           WRITE RPT-ATPC804-REG FROM WS-ATPC804-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC804-EMITIR-ARCHIVOS
      *----------------------------------------------------------------
      * Reparte las novedades de la corrida en el archivo de cartera
      * asignada (solo agencia activa) y el de retiros de la agencia
      * WS-ATPCAGE-IDX
      *----------------------------------------------------------------
       ATPC804-EMITIR-ARCHIVOS.
           MOVE SPACES TO WS-ATPC804-ASG-NOMBRE
                          WS-ATPC804-RET-NOMBRE
           STRING "ASIG"                     DELIMITED BY SIZE
                  WS-ATPCAGE-TAB-CODENT(WS-ATPCAGE-IDX)
                                             DELIMITED BY SIZE
                  WS-ATPCAGE-TAB-CODAGENCIA(WS-ATPCAGE-IDX)
                                             DELIMITED BY SIZE
                  ".DAT"                     DELIMITED BY SIZE
             INTO WS-ATPC804-ASG-NOMBRE
           STRING "RETI"                     DELIMITED BY SIZE
                  WS-ATPCAGE-TAB-CODENT(WS-ATPCAGE-IDX)
                                             DELIMITED BY SIZE
                  WS-ATPCAGE-TAB-CODAGENCIA(WS-ATPCAGE-IDX)
                                             DELIMITED BY SIZE
                  ".DAT"                     DELIMITED BY SIZE
             INTO WS-ATPC804-RET-NOMBRE

           MOVE "99" TO WS-ATPC804-ASG-STATUS
           IF WS-ATPCAGE-TAB-ACTIVA(WS-ATPCAGE-IDX)
              OPEN OUTPUT ASG-ASIGNACION
           END-IF
           OPEN OUTPUT RET-RETIROS

           OPEN INPUT TMP-NOVEDADES
           IF WS-ATPC804-TMP-STATUS = "00"
              SET WS-ATPC804-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC804-FIN-ENTRADA
                 READ TMP-NOVEDADES
                     AT END
                        SET WS-ATPC804-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF TMP-CODENT =
                           WS-ATPCAGE-TAB-CODENT(WS-ATPCAGE-IDX)
                        AND TMP-CODAGENCIA =
                            WS-ATPCAGE-TAB-CODAGENCIA(WS-ATPCAGE-IDX)
                           PERFORM ATPC804-REPARTIR-NOVEDAD
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE TMP-NOVEDADES
           END-IF

           IF WS-ATPC804-ASG-STATUS = "00"
              CLOSE ASG-ASIGNACION
           END-IF
           IF WS-ATPC804-RET-STATUS = "00"
              CLOSE RET-RETIROS
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC804-REPARTIR-NOVEDAD
      *----------------------------------------------------------------
       ATPC804-REPARTIR-NOVEDAD.
           IF TMP-TIPO = "A"
              IF WS-ATPC804-ASG-STATUS = "00"
                 INITIALIZE ASG-ASIGNACION-REG
                 MOVE TMP-CODENT     TO ASG-CODENT
                 MOVE TMP-CODAGENCIA TO ASG-CODAGENCIA
                 MOVE TMP-NUMCUENTA  TO ASG-NUMCUENTA
                 MOVE TMP-NOVEDAD    TO ASG-NOVEDAD
                 MOVE TMP-FECASIGNA  TO ASG-FECASIGNA
                 MOVE TMP-SALDO      TO ASG-SALDO
                 MOVE TMP-DIAS-MORA  TO ASG-DIAS-MORA
                 MOVE TMP-CODESTCTA  TO ASG-CODESTCTA
                 MOVE TMP-FECULTPAGO TO ASG-FECULTPAGO
                 MOVE TMP-IMPULTPAGO TO ASG-IMPULTPAGO
                 MOVE TMP-INDCASTIGO TO ASG-INDCASTIGO
                 MOVE TMP-IMPCASTIGO TO ASG-IMPCASTIGO
                 MOVE WS-ATPC804-HOY TO ASG-FECPROCESO
                 WRITE ASG-ASIGNACION-REG
              END-IF
           ELSE
              IF WS-ATPC804-RET-STATUS = "00"
                 INITIALIZE RET-RETIROS-REG
                 MOVE TMP-CODENT     TO RET-CODENT
                 MOVE TMP-CODAGENCIA TO RET-CODAGENCIA
                 MOVE TMP-NUMCUENTA  TO RET-NUMCUENTA
                 MOVE TMP-NOVEDAD    TO RET-MOTIVO
                 MOVE TMP-FECASIGNA  TO RET-FECASIGNA
                 MOVE WS-ATPC804-HOY TO RET-FECRETIRO
                 MOVE TMP-SALDO      TO RET-SALDO
                 MOVE TMP-DIAS-MORA  TO RET-DIAS-MORA
                 MOVE TMP-CODESTCTA  TO RET-CODESTCTA
                 MOVE TMP-FECULTPAGO TO RET-FECULTPAGO
                 MOVE TMP-IMPULTPAGO TO RET-IMPULTPAGO
                 WRITE RET-RETIROS-REG
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC804-EMITIR-RESUMEN
      *----------------------------------------------------------------
       ATPC804-EMITIR-RESUMEN.
           MOVE SPACES TO WS-ATPC804-LINEA
           WRITE RPT-ATPC804-REG FROM WS-ATPC804-LINEA
           MOVE " CARTERA POR AGENCIA" TO WS-ATPC804-LINEA
           WRITE RPT-ATPC804-REG FROM WS-ATPC804-LINEA
           DISPLAY WS-ATPC804-LINEA

           PERFORM VARYING WS-ATPCAGE-IDX FROM 1 BY 1
                     UNTIL WS-ATPCAGE-IDX > WS-ATPCAGE-CANT
              MOVE WS-ATPC804-AGE-SALDO(WS-ATPCAGE-IDX)
                TO WS-ATPC804-SALDO-ED
              MOVE SPACES TO WS-ATPC804-LINEA
              STRING " CODENT ["                  DELIMITED BY SIZE
                     WS-ATPCAGE-TAB-CODENT(WS-ATPCAGE-IDX)
                                                  DELIMITED BY SIZE
                     "] AGENCIA ["                DELIMITED BY SIZE
                     WS-ATPCAGE-TAB-CODAGENCIA(WS-ATPCAGE-IDX)
                                                  DELIMITED BY SIZE
                     "] "                         DELIMITED BY SIZE
                     WS-ATPCAGE-TAB-ESTADO(WS-ATPCAGE-IDX)
                                                  DELIMITED BY SIZE
                     " CARTERA ["                 DELIMITED BY SIZE
                     WS-ATPC804-AGE-CARTERA(WS-ATPCAGE-IDX)
                                                  DELIMITED BY SIZE
                     "] NUEVAS ["                 DELIMITED BY SIZE
                     WS-ATPC804-AGE-NUEVAS(WS-ATPCAGE-IDX)
                                                  DELIMITED BY SIZE
                     "] RETIRADAS ["              DELIMITED BY SIZE
                     WS-ATPC804-AGE-RETIRADAS(WS-ATPCAGE-IDX)
                                                  DELIMITED BY SIZE
                     "] SALDO ["                  DELIMITED BY SIZE
                     WS-ATPC804-SALDO-ED          DELIMITED BY SIZE
                     "]"                          DELIMITED BY SIZE
                INTO WS-ATPC804-LINEA
              WRITE RPT-ATPC804-REG FROM WS-ATPC804-LINEA
              DISPLAY WS-ATPC804-LINEA
           END-PERFORM

           MOVE SPACES TO WS-ATPC804-LINEA
           STRING " CUENTAS: "                DELIMITED BY SIZE
                  WS-ATPC804-LEIDAS           DELIMITED BY SIZE
                  "  ASIGNADAS: "             DELIMITED BY SIZE
                  WS-ATPC804-ASIGNADAS        DELIMITED BY SIZE
                  "  VIGENTES: "              DELIMITED BY SIZE
                  WS-ATPC804-VIGENTES         DELIMITED BY SIZE
                  "  RETIRADAS: "             DELIMITED BY SIZE
                  WS-ATPC804-RETIRADAS        DELIMITED BY SIZE
                  "  AGENCIA NO REGISTRADA: " DELIMITED BY SIZE
                  WS-ATPC804-SIN-REGISTRO     DELIMITED BY SIZE
                  "  ERRORES: "               DELIMITED BY SIZE
                  WS-ATPC804-ERRORES          DELIMITED BY SIZE
             INTO WS-ATPC804-LINEA
           WRITE RPT-ATPC804-REG FROM WS-ATPC804-LINEA
           DISPLAY WS-ATPC804-LINEA

           MOVE SPACES TO WS-ATPC804-LINEA
           STRING " ESTADO ESPECIAL (SIN ASIGNAR O RETIRADAS): "
                                              DELIMITED BY SIZE
                  WS-ATPC804-ESPECIALES       DELIMITED BY SIZE
             INTO WS-ATPC804-LINEA
           WRITE RPT-ATPC804-REG FROM WS-ATPC804-LINEA
           DISPLAY WS-ATPC804-LINEA
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

       COPY "ATPC096-PR".
       COPY "ATPC175-PR".
       COPY "ATPCAGE-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
