       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC807.
      *----------------------------------------------------------------
      * Programa batch nocturno de control de sobregiro: recorre el
      * maestro de limites de credito LIMCRED.DAT (carga ATPC806,
      * ordenado por CODENT + NUMCUENTA) y compara el saldo de cada
      * cuenta en el maestro CTAMAE.DAT (CTM-SALDO) contra su limite
      * mas la tolerancia de sobregiro que admite su entidad --
      *  - WS-ATPC021-TAB-PORLIMAUTCRE  para la cuenta de tolerancia
      *    normal (LIM-INDTOLERA = N);
      *  - WS-ATPC021-TAB-PORLIMAUTCREE para la cuenta de tolerancia
      *    especial (LIM-INDTOLERA = E).
      * La cuenta cuyo saldo supera limite + tolerancia esta en
      * sobregiro: se lista por entidad con su limite, el tope
      * tolerado y el exceso sobre el limite, y se le emite un cargo
      * por sobregiro en el layout de MOVFACT.DAT, agregado a
      * CUOTAS.DAT junto a las comisiones de ATPC975, para que fluya
      * por ATPC915/ATPC916 con el resto de los movimientos (la
      * corrida va despues de ATPC975, que recrea CUOTAS.DAT).
      *
      * El cargo se cobra una sola vez por ciclo de facturacion: el
      * ciclo vigente de la cuenta empieza en la fecha de ciclo mas
      * reciente ya alcanzada de su grupo de facturacion
      * (CTM-CODGRUPO, asignado por ATPC861) en el calendario ATPC085
      * (rutina ATPCCIC; con grupo cero, o sin filas del grupo, rige
      * el ciclo de la entidad) -- sin calendario, el primer dia del
      * mes -- y el limite de la cuenta guarda el ciclo del ultimo
      * cargo (LIM-CICLOSOBLIM). La cuenta que ya pago el cargo en
      * el ciclo se lista igual, sin nuevo cargo. La marca se graba
      * antes del movimiento: si no se puede grabar, no se emite el
      * cargo.
      *
      * No se controla la cuenta castigada (ATPC800), la que esta en
      * estado especial (fallecido, quiebra o fraude, ATPC835; se
      * cuenta aparte en el resumen) ni la que no figura en
      * CTAMAE.DAT; la entidad inexistente en ATPC021 se
      * avisa y la corrida termina con RC 4.
      *
      * Los codigos de facturacion del cargo (CODMAR, INDTIPT,
      * TIPOFAC, INDNORCOR, INDVERT, INDNIVAPL, CODCONECO) y su
      * importe se toman de ATPC807.PRM (primera linea, campos
      * contiguos); sin el archivo la corrida aborta.
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
           SELECT PRM-ATPC807 ASSIGN TO "ATPC807.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC807-PRM-STATUS.
      * Maestro de limites de credito -- ver ATPCLIM-LIM.cpy
           SELECT LIM-LIMITES ASSIGN TO "LIMCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIM-CLAVE
               FILE STATUS IS WS-ATPCLIM-STATUS.
      * Maestro de cuentas -- ver ATPCCTM-CTM.cpy
           SELECT CTM-MAESTRO ASSIGN TO "CTAMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTM-CLAVE
               FILE STATUS IS WS-ATPCCTM-STATUS.
           SELECT CUO-CUOTAS ASSIGN TO "CUOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC807-CUO-STATUS.
           SELECT RPT-ATPC807 ASSIGN TO "ATPC807.RPT"
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
      * Checkpoints de reanudacion de la carga paginada de ATPC085 --
      * ver ATPC085-CKP.cpy
           SELECT CKP085-DAT ASSIGN TO "ATPC085.CKPDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC085-CKP-STATUS.
           SELECT CKP085-CTL ASSIGN TO "ATPC085.CKPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC085-CKP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "ATPCRUN-RUN".
       COPY "ATPCCTL-CTL".
       COPY "ATPCAUD-AUD".
       COPY "ATPCDIF-DIF".
       COPY "ATPCLCK-LCK".
       COPY "ATPCEXC-EXC".
       COPY "ATPC085-CKP".
       COPY "ATPCLIM-LIM".
       COPY "ATPCCTM-CTM".

       FD  PRM-ATPC807
           RECORDING MODE IS F.
       01  PRM-ATPC807-REG.
           05  PRM-ATPC807-CODMAR             PIC 9(02).
           05  PRM-ATPC807-INDTIPT            PIC 9(02).
           05  PRM-ATPC807-TIPOFAC            PIC 9(04).
           05  PRM-ATPC807-INDNORCOR          PIC 9(01).
           05  PRM-ATPC807-INDVERT            PIC X(01).
           05  PRM-ATPC807-INDNIVAPL          PIC X(02).
           05  PRM-ATPC807-CODCONECO          PIC 9(04).
           05  PRM-ATPC807-IMPORTE            PIC 9(07)V99.

       FD  CUO-CUOTAS
           RECORDING MODE IS F.
       01  CUO-CUOTAS-REG.
           05  CUO-CODENT                     PIC X(04).
           05  CUO-CODMAR                     PIC 9(02).
           05  CUO-INDTIPT                    PIC 9(02).
           05  CUO-TIPOFAC                    PIC 9(04).
           05  CUO-INDNORCOR                  PIC 9(01).
           05  CUO-INDVERT                    PIC X(01).
           05  CUO-INDNIVAPL                  PIC X(02).
           05  CUO-CODCONECO                  PIC 9(04).
           05  CUO-NUMCUENTA                  PIC X(16).
           05  CUO-IMPORTE                    PIC 9(09)V99.
           05  CUO-FECHA                      PIC X(10).
           05  CUO-CLAMON                     PIC 9(03).

       FD  RPT-ATPC807
           RECORDING MODE IS F.
       01  RPT-ATPC807-REG                    PIC X(130).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPC021-WS".
       COPY "ATPC085-WS".
       COPY "ATPCCIC-WS".
       COPY "ATPCLIM-WS".
       COPY "ATPCCTM-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".

       77  WS-ATPC807-PRM-STATUS              PIC X(02).
       77  WS-ATPC807-CUO-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC807-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.

      * Codigos de facturacion e importe del cargo (ATPC807.PRM)
       01  WS-ATPC807-CODIGOS.
           05  WS-ATPC807-COD-CODMAR          PIC 9(02).
           05  WS-ATPC807-COD-INDTIPT         PIC 9(02).
           05  WS-ATPC807-COD-TIPOFAC         PIC 9(04).
           05  WS-ATPC807-COD-INDNORCOR       PIC 9(01).
           05  WS-ATPC807-COD-INDVERT         PIC X(01).
           05  WS-ATPC807-COD-INDNIVAPL       PIC X(02).
           05  WS-ATPC807-COD-CODCONECO       PIC 9(04).
           05  WS-ATPC807-COD-IMPORTE         PIC 9(07)V99.
       01  FILLER                             PIC X(01).
           88 WS-ATPC807-PRM-OK               VALUE "S"
              WHEN SET TO FALSE "N".

      * Corte de control por entidad: tolerancias y ciclo vigente
       01  WS-ATPC807-ENT-ANT                 PIC X(04).
       77  WS-ATPC807-ENT-NUM                 PIC 9(04).
       01  FILLER                             PIC X(01).
           88 WS-ATPC807-ENT-VALIDA           VALUE "S"
              WHEN SET TO FALSE "N".
       77  WS-ATPC807-ENT-TOLNORMAL           PIC 9(03)V9(04).
       77  WS-ATPC807-ENT-TOLESPECIAL         PIC 9(03)V9(04).
       01  WS-ATPC807-ENT-CICLO               PIC X(10).
       77  WS-ATPC807-ENT-CUENTAS             PIC 9(06).
       77  WS-ATPC807-ENT-SOBREGIRO           PIC 9(06).
       77  WS-ATPC807-ENT-CARGOS              PIC 9(06).
       77  WS-ATPC807-ENT-IMPORTE             PIC 9(12)V99.

      * Inicio del ciclo vigente por grupo de facturacion de la
      * entidad en curso (posicion = CODGRUPO + 1), resuelto la
      * primera vez que aparece una cuenta del grupo
       01  WS-ATPC807-GRUPOS.
           05  WS-ATPC807-GRU OCCURS 100 TIMES.
               10  WS-ATPC807-GRU-ESTADO      PIC X(01).
                   88 WS-ATPC807-GRU-SIN-RESOLVER VALUE SPACE.
               10  WS-ATPC807-GRU-CICLO       PIC X(10).
       77  WS-ATPC807-GRU-IDX                 PIC 9(03).
       77  WS-ATPC807-GRU-COD                 PIC 9(02).

      * Calculo de la cuenta en curso
       77  WS-ATPC807-TOLERANCIA              PIC 9(03)V9(04).
       77  WS-ATPC807-PERMITIDO               PIC 9(11)V99.
       77  WS-ATPC807-EXCESO                  PIC 9(11)V99.
       01  WS-ATPC807-SITUACION               PIC X(12).

      * Fecha del dia en AAAA-MM-DD
       01  WS-ATPC807-HOY.
           05  WS-ATPC807-HOY-AAAA            PIC 9(04).
           05  WS-ATPC807-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC807-HOY-MM              PIC 9(02).
           05  WS-ATPC807-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC807-HOY-DD              PIC 9(02).
       01  WS-ATPC807-HOY-AMD.
           05  WS-ATPC807-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC807-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC807-HOY-AMD-DD          PIC 9(02).

      * Contadores del resumen final
       77  WS-ATPC807-LEIDAS                  PIC 9(06) VALUE 0.
       77  WS-ATPC807-CONTROLADAS             PIC 9(06) VALUE 0.
       77  WS-ATPC807-SIN-MAESTRO             PIC 9(06) VALUE 0.
       77  WS-ATPC807-CASTIGADAS              PIC 9(06) VALUE 0.
       77  WS-ATPC807-ESPECIALES              PIC 9(06) VALUE 0.
       77  WS-ATPC807-SOBREGIRADAS            PIC 9(06) VALUE 0.
       77  WS-ATPC807-CARGOS                  PIC 9(06) VALUE 0.
       77  WS-ATPC807-YA-COBRADAS             PIC 9(06) VALUE 0.
       77  WS-ATPC807-ERRORES                 PIC 9(06) VALUE 0.
       77  WS-ATPC807-TOT-IMPORTE             PIC 9(12)V99 VALUE 0.

       77  WS-ATPC807-SALDO-ED                PIC -(9)9.99.
       77  WS-ATPC807-LIMITE-ED               PIC Z(08)9.99.
       77  WS-ATPC807-PERMITIDO-ED            PIC Z(10)9.99.
       77  WS-ATPC807-EXCESO-ED               PIC Z(10)9.99.
       77  WS-ATPC807-IMPORTE-ED              PIC Z(11)9.99.
       01  WS-ATPC807-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC807-PRINCIPAL
      *----------------------------------------------------------------
       ATPC807-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC807: CONTROL DE SOBREGIRO Y CARGO POR SOBREGIRO    -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC807" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL

           PERFORM ATPC807-LEER-PARAMETROS
           IF NOT WS-ATPC807-PRM-OK
              DISPLAY "ATPC807 - ERROR: falta ATPC807.PRM con los "
                      "codigos de facturacion -- corrida abortada"
              MOVE 12 TO RETURN-CODE
              MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
              PERFORM ATPCRUN-FINALIZAR
              STOP RUN
           END-IF

           PERFORM ATPC021-CARGAR-ARREGLO
           PERFORM ATPC085-CARGAR-ARREGLO

           ACCEPT WS-ATPC807-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC807-HOY-G1 WS-ATPC807-HOY-G2
           MOVE WS-ATPC807-HOY-AMD-AAAA TO WS-ATPC807-HOY-AAAA
           MOVE WS-ATPC807-HOY-AMD-MM   TO WS-ATPC807-HOY-MM
           MOVE WS-ATPC807-HOY-AMD-DD   TO WS-ATPC807-HOY-DD

           PERFORM ATPCCTM-ABRIR-CONSULTA
           PERFORM ATPCLIM-ABRIR-ACTUALIZACION
           IF NOT WS-ATPCCTM-DISPONIBLE
           OR NOT WS-ATPCLIM-DISPONIBLE
              DISPLAY "ATPC807 - ERROR: sin CTAMAE.DAT o LIMCRED.DAT "
                      "no hay saldos ni limites que comparar -- "
                      "corrida abortada"
              PERFORM ATPCCTM-CERRAR-CONSULTA
              PERFORM ATPCLIM-CERRAR-CONSULTA
              MOVE 12 TO RETURN-CODE
              MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
              PERFORM ATPCRUN-FINALIZAR
              STOP RUN
           END-IF

      * CUOTAS.DAT ya trae las comisiones del dia de ATPC975
           OPEN EXTEND CUO-CUOTAS
           IF WS-ATPC807-CUO-STATUS = "35"
              OPEN OUTPUT CUO-CUOTAS
           END-IF
           OPEN OUTPUT RPT-ATPC807

           MOVE SPACES TO WS-ATPC807-LINEA
           STRING " CUENTAS EN SOBREGIRO AL ["
                                              DELIMITED BY SIZE
                  WS-ATPC807-HOY              DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC807-LINEA
           WRITE RPT-ATPC807-REG FROM WS-ATPC807-LINEA
           DISPLAY WS-ATPC807-LINEA

           MOVE SPACES TO WS-ATPC807-ENT-ANT

           MOVE LOW-VALUES TO LIM-CLAVE
           START LIM-LIMITES KEY IS NOT LESS THAN LIM-CLAVE
               INVALID KEY
                  SET WS-ATPC807-FIN-ENTRADA TO TRUE
               NOT INVALID KEY
                  SET WS-ATPC807-FIN-ENTRADA TO FALSE
           END-START

           PERFORM UNTIL WS-ATPC807-FIN-ENTRADA
              READ LIM-LIMITES NEXT RECORD
                  AT END
                     SET WS-ATPC807-FIN-ENTRADA TO TRUE
                  NOT AT END
                     ADD 1 TO WS-ATPC807-LEIDAS
                     PERFORM ATPC807-PROCESAR-CUENTA
              END-READ
           END-PERFORM

           IF WS-ATPC807-ENT-ANT NOT = SPACES
              PERFORM ATPC807-CERRAR-ENTIDAD
           END-IF

           PERFORM ATPC807-EMITIR-RESUMEN

           CLOSE CUO-CUOTAS
                 RPT-ATPC807
           PERFORM ATPCLIM-CERRAR-CONSULTA
           PERFORM ATPCCTM-CERRAR-CONSULTA

           DISPLAY
           "- ATPC807: CONTROL FINALIZADO                             -"
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
      * Proceso: ATPC807-LEER-PARAMETROS
      *----------------------------------------------------------------
       ATPC807-LEER-PARAMETROS.
           SET WS-ATPC807-PRM-OK TO FALSE
           OPEN INPUT PRM-ATPC807
           IF WS-ATPC807-PRM-STATUS = "00"
              READ PRM-ATPC807
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE PRM-ATPC807-CODMAR
                       TO WS-ATPC807-COD-CODMAR
                     MOVE PRM-ATPC807-INDTIPT
                       TO WS-ATPC807-COD-INDTIPT
                     MOVE PRM-ATPC807-TIPOFAC
                       TO WS-ATPC807-COD-TIPOFAC
                     MOVE PRM-ATPC807-INDNORCOR
                       TO WS-ATPC807-COD-INDNORCOR
                     MOVE PRM-ATPC807-INDVERT
                       TO WS-ATPC807-COD-INDVERT
                     MOVE PRM-ATPC807-INDNIVAPL
                       TO WS-ATPC807-COD-INDNIVAPL
                     MOVE PRM-ATPC807-CODCONECO
                       TO WS-ATPC807-COD-CODCONECO
                     MOVE PRM-ATPC807-IMPORTE
                       TO WS-ATPC807-COD-IMPORTE
                     SET WS-ATPC807-PRM-OK TO TRUE
              END-READ
              CLOSE PRM-ATPC807
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC807-PROCESAR-CUENTA
      *----------------------------------------------------------------
       ATPC807-PROCESAR-CUENTA.
           IF LIM-CODENT NOT = WS-ATPC807-ENT-ANT
              IF WS-ATPC807-ENT-ANT NOT = SPACES
                 PERFORM ATPC807-CERRAR-ENTIDAD
              END-IF
              PERFORM ATPC807-ABRIR-ENTIDAD
           END-IF

           IF WS-ATPC807-ENT-VALIDA
              MOVE LIM-CODENT    TO WS-ATPCCTM-CODENT
              MOVE LIM-NUMCUENTA TO WS-ATPCCTM-NUMCUENTA
              PERFORM ATPCCTM-CONSULTAR-CUENTA
              EVALUATE TRUE
                 WHEN WS-ATPCCTM-RETORNO-ERROR
                    ADD 1 TO WS-ATPC807-SIN-MAESTRO
                 WHEN CTM-CASTIGADA
                    ADD 1 TO WS-ATPC807-CASTIGADAS
                 WHEN CTM-ESPECIAL
                    ADD 1 TO WS-ATPC807-ESPECIALES
                 WHEN OTHER
                    ADD 1 TO WS-ATPC807-CONTROLADAS
                             WS-ATPC807-ENT-CUENTAS
                    PERFORM ATPC807-CONTROLAR-LIMITE
              END-EVALUATE
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC807-ABRIR-ENTIDAD
      *----------------------------------------------------------------
      * Tolerancias de sobregiro de la entidad (ATPC021) e inicio de
      * su ciclo de facturacion vigente sin grupo (ATPC085)
      *----------------------------------------------------------------
       ATPC807-ABRIR-ENTIDAD.
           MOVE LIM-CODENT TO WS-ATPC807-ENT-ANT
           MOVE ZEROES TO WS-ATPC807-ENT-CUENTAS
                          WS-ATPC807-ENT-SOBREGIRO
                          WS-ATPC807-ENT-CARGOS
                          WS-ATPC807-ENT-IMPORTE
                          WS-ATPC807-ENT-TOLNORMAL
                          WS-ATPC807-ENT-TOLESPECIAL

           SET WS-ATPC807-ENT-VALIDA TO FALSE
           INITIALIZE WS-ATPC021
           MOVE LIM-CODENT TO WS-ATPC021-CODENT
           PERFORM ATPC021-BUSCAR-EN-ARREGLO
           IF WS-ATPC021-RETORNO-OK
              SET WS-ATPC807-ENT-VALIDA TO TRUE
              IF WS-ATPC021-PORLIMAUTCRE-ALF IS NUMERIC
                 MOVE WS-ATPC021-PORLIMAUTCRE
                   TO WS-ATPC807-ENT-TOLNORMAL
              END-IF
              IF WS-ATPC021-PORLIMAUTCREE-ALF IS NUMERIC
                 MOVE WS-ATPC021-PORLIMAUTCREE
                   TO WS-ATPC807-ENT-TOLESPECIAL
              END-IF
           ELSE
              ADD 1 TO WS-ATPC807-ERRORES
              DISPLAY "ATPC807 - ALERTA: CODENT=[" LIM-CODENT
                      "] inexistente en ATPC021 -- sus cuentas no se "
                      "controlan"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

      * Inicio del ciclo de las cuentas sin grupo, para el reporte;
      * el de cada grupo se resuelve al aparecer su primera cuenta
           MOVE SPACES TO WS-ATPC807-GRUPOS
           MOVE 1 TO WS-ATPC807-GRU-IDX
           PERFORM ATPC807-CICLO-GRUPO

           MOVE SPACES TO WS-ATPC807-LINEA
           STRING " CODENT ["                 DELIMITED BY SIZE
                  LIM-CODENT                  DELIMITED BY SIZE
                  "] CICLO DESDE ["           DELIMITED BY SIZE
                  WS-ATPC807-ENT-CICLO        DELIMITED BY SIZE
                  "] TOLERANCIA NORMAL ["     DELIMITED BY SIZE
                  WS-ATPC807-ENT-TOLNORMAL    DELIMITED BY SIZE
                  "] ESPECIAL ["              DELIMITED BY SIZE
                  WS-ATPC807-ENT-TOLESPECIAL  DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC807-LINEA
           WRITE RPT-ATPC807-REG FROM WS-ATPC807-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC807-CICLO-GRUPO
      *----------------------------------------------------------------
      * Deja en WS-ATPC807-ENT-CICLO el inicio del ciclo vigente del
      * grupo WS-ATPC807-GRU-IDX (CODGRUPO + 1) de la entidad en
      * curso: la fecha de ciclo mas reciente que no supera hoy
      * (ATPCCIC-ULTIMO-CICLO); sin calendario, el primer dia del
      * mes. Se resuelve la primera vez y cada grupo resuelto se
      * informa en el reporte.
      *----------------------------------------------------------------
       ATPC807-CICLO-GRUPO.
           IF WS-ATPC807-GRU-SIN-RESOLVER(WS-ATPC807-GRU-IDX)
              COMPUTE WS-ATPC807-GRU-COD = WS-ATPC807-GRU-IDX - 1
              MOVE SPACES TO WS-ATPC807-ENT-CICLO
              IF LIM-CODENT IS NUMERIC
                 MOVE LIM-CODENT TO WS-ATPC807-ENT-NUM
                 INITIALIZE WS-ATPCCIC-ENTRADA
                 MOVE WS-ATPC807-ENT-NUM TO WS-ATPCCIC-CODENT
                 MOVE WS-ATPC807-GRU-COD TO WS-ATPCCIC-CODGRUPO
                 MOVE WS-ATPC807-HOY     TO WS-ATPCCIC-FECHA-TOPE
                 PERFORM ATPCCIC-ULTIMO-CICLO
                 IF WS-ATPCCIC-RETORNO-OK
                    MOVE WS-ATPCCIC-FECCICLO TO WS-ATPC807-ENT-CICLO
                 END-IF
              END-IF
              IF WS-ATPC807-ENT-CICLO = SPACES
                 MOVE WS-ATPC807-HOY TO WS-ATPC807-ENT-CICLO
                 MOVE "01" TO WS-ATPC807-ENT-CICLO(9:2)
              END-IF

              MOVE "S" TO WS-ATPC807-GRU-ESTADO(WS-ATPC807-GRU-IDX)
              MOVE WS-ATPC807-ENT-CICLO
                TO WS-ATPC807-GRU-CICLO(WS-ATPC807-GRU-IDX)

              IF WS-ATPC807-GRU-COD > ZEROES
                 MOVE SPACES TO WS-ATPC807-LINEA
                 STRING " CODENT ["              DELIMITED BY SIZE
                        LIM-CODENT               DELIMITED BY SIZE
                        "] GRUPO ["              DELIMITED BY SIZE
                        WS-ATPC807-GRU-COD       DELIMITED BY SIZE
                        "] CICLO DESDE ["        DELIMITED BY SIZE
                        WS-ATPC807-ENT-CICLO     DELIMITED BY SIZE
                        "]"                      DELIMITED BY SIZE
                   INTO WS-ATPC807-LINEA
                 WRITE RPT-ATPC807-REG FROM WS-ATPC807-LINEA
              END-IF
           ELSE
              MOVE WS-ATPC807-GRU-CICLO(WS-ATPC807-GRU-IDX)
                TO WS-ATPC807-ENT-CICLO
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC807-CONTROLAR-LIMITE
      *----------------------------------------------------------------
      * Saldo contra limite + tolerancia; la cuenta en sobregiro se
      * lista y paga el cargo si no lo pago ya en el ciclo de su
      * grupo de facturacion
      *----------------------------------------------------------------
       ATPC807-CONTROLAR-LIMITE.
           COMPUTE WS-ATPC807-GRU-IDX = CTM-CODGRUPO + 1
           PERFORM ATPC807-CICLO-GRUPO

           IF LIM-TOLERA-ESPECIAL
              MOVE WS-ATPC807-ENT-TOLESPECIAL TO WS-ATPC807-TOLERANCIA
           ELSE
              MOVE WS-ATPC807-ENT-TOLNORMAL TO WS-ATPC807-TOLERANCIA
           END-IF
           COMPUTE WS-ATPC807-PERMITIDO ROUNDED =
              LIM-LIMITE + LIM-LIMITE * WS-ATPC807-TOLERANCIA / 100

           IF CTM-SALDO > WS-ATPC807-PERMITIDO
              ADD 1 TO WS-ATPC807-SOBREGIRADAS
                       WS-ATPC807-ENT-SOBREGIRO
              COMPUTE WS-ATPC807-EXCESO = CTM-SALDO - LIM-LIMITE

              EVALUATE TRUE
                 WHEN LIM-CICLOSOBLIM = WS-ATPC807-ENT-CICLO
                    ADD 1 TO WS-ATPC807-YA-COBRADAS
                    MOVE "YA COBRADO" TO WS-ATPC807-SITUACION
                 WHEN WS-ATPC807-COD-IMPORTE = ZEROES
                    MOVE "SIN CARGO" TO WS-ATPC807-SITUACION
                 WHEN OTHER
                    PERFORM ATPC807-COBRAR-CARGO
              END-EVALUATE

              PERFORM ATPC807-REPORTAR-CUENTA
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC807-COBRAR-CARGO
      *----------------------------------------------------------------
      * Marca el ciclo en el limite y, grabada la marca, emite el
      * movimiento del cargo en CUOTAS.DAT
      *----------------------------------------------------------------
       ATPC807-COBRAR-CARGO.
           MOVE WS-ATPC807-ENT-CICLO TO LIM-CICLOSOBLIM
           MOVE WS-ATPC807-HOY       TO LIM-FECSOBLIM
           SET WS-ATPCLIM-EXISTE TO TRUE
           PERFORM ATPCLIM-GRABAR-LIMITE

           IF WS-ATPCLIM-RETORNO-ERROR
              ADD 1 TO WS-ATPC807-ERRORES
              MOVE "ERROR MARCA" TO WS-ATPC807-SITUACION
              DISPLAY "ATPC807 - ALERTA: CODENT=[" LIM-CODENT
                      "] CUENTA=[" LIM-NUMCUENTA "] no se pudo "
                      "marcar el ciclo -- sin cargo -- FILE STATUS:["
                      WS-ATPCLIM-STATUS "]"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              ADD 1 TO WS-ATPC807-CARGOS
                       WS-ATPC807-ENT-CARGOS
              ADD WS-ATPC807-COD-IMPORTE TO WS-ATPC807-ENT-IMPORTE
                                            WS-ATPC807-TOT-IMPORTE
              MOVE "COBRADO" TO WS-ATPC807-SITUACION

              INITIALIZE CUO-CUOTAS-REG
              MOVE LIM-CODENT               TO CUO-CODENT
              MOVE WS-ATPC807-COD-CODMAR    TO CUO-CODMAR
              MOVE WS-ATPC807-COD-INDTIPT   TO CUO-INDTIPT
              MOVE WS-ATPC807-COD-TIPOFAC   TO CUO-TIPOFAC
              MOVE WS-ATPC807-COD-INDNORCOR TO CUO-INDNORCOR
              MOVE WS-ATPC807-COD-INDVERT   TO CUO-INDVERT
              MOVE WS-ATPC807-COD-INDNIVAPL TO CUO-INDNIVAPL
              MOVE WS-ATPC807-COD-CODCONECO TO CUO-CODCONECO
              MOVE LIM-NUMCUENTA            TO CUO-NUMCUENTA
              MOVE WS-ATPC807-COD-IMPORTE   TO CUO-IMPORTE
              MOVE WS-ATPC807-HOY           TO CUO-FECHA
              WRITE CUO-CUOTAS-REG
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC807-REPORTAR-CUENTA
      *----------------------------------------------------------------
       ATPC807-REPORTAR-CUENTA.
           MOVE CTM-SALDO            TO WS-ATPC807-SALDO-ED
           MOVE LIM-LIMITE           TO WS-ATPC807-LIMITE-ED
           MOVE WS-ATPC807-PERMITIDO TO WS-ATPC807-PERMITIDO-ED
           MOVE WS-ATPC807-EXCESO    TO WS-ATPC807-EXCESO-ED
           MOVE SPACES TO WS-ATPC807-LINEA
           STRING "   CUENTA ["               DELIMITED BY SIZE
                  LIM-NUMCUENTA               DELIMITED BY SIZE
                  "] TOL ["                   DELIMITED BY SIZE
                  LIM-INDTOLERA               DELIMITED BY SIZE
                  "] SALDO ["                 DELIMITED BY SIZE
                  WS-ATPC807-SALDO-ED         DELIMITED BY SIZE
                  "] LIMITE ["                DELIMITED BY SIZE
                  WS-ATPC807-LIMITE-ED        DELIMITED BY SIZE
                  "] TOPE ["                  DELIMITED BY SIZE
                  WS-ATPC807-PERMITIDO-ED     DELIMITED BY SIZE
                  "] EXCESO ["                DELIMITED BY SIZE
                  WS-ATPC807-EXCESO-ED        DELIMITED BY SIZE
                  "] "                        DELIMITED BY SIZE
                  WS-ATPC807-SITUACION        DELIMITED BY SIZE
             INTO WS-ATPC807-LINEA
           WRITE RPT-ATPC807-REG FROM WS-ATPC807-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC807-CERRAR-ENTIDAD
      *----------------------------------------------------------------
       ATPC807-CERRAR-ENTIDAD.
           MOVE WS-ATPC807-ENT-IMPORTE TO WS-ATPC807-IMPORTE-ED
           MOVE SPACES TO WS-ATPC807-LINEA
           STRING " CODENT ["                 DELIMITED BY SIZE
                  WS-ATPC807-ENT-ANT          DELIMITED BY SIZE
                  "] CONTROLADAS ["           DELIMITED BY SIZE
                  WS-ATPC807-ENT-CUENTAS      DELIMITED BY SIZE
                  "] EN SOBREGIRO ["          DELIMITED BY SIZE
                  WS-ATPC807-ENT-SOBREGIRO    DELIMITED BY SIZE
                  "] CARGOS ["                DELIMITED BY SIZE
                  WS-ATPC807-ENT-CARGOS       DELIMITED BY SIZE
                  "] IMPORTE ["               DELIMITED BY SIZE
                  WS-ATPC807-IMPORTE-ED       DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC807-LINEA
           WRITE RPT-ATPC807-REG FROM WS-ATPC807-LINEA
           DISPLAY WS-ATPC807-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC807-EMITIR-RESUMEN
      *----------------------------------------------------------------
       ATPC807-EMITIR-RESUMEN.
           MOVE SPACES TO WS-ATPC807-LINEA
           STRING " LIMITES: "                DELIMITED BY SIZE
                  WS-ATPC807-LEIDAS           DELIMITED BY SIZE
                  "  CONTROLADAS: "           DELIMITED BY SIZE
                  WS-ATPC807-CONTROLADAS      DELIMITED BY SIZE
                  "  SIN MAESTRO: "           DELIMITED BY SIZE
                  WS-ATPC807-SIN-MAESTRO      DELIMITED BY SIZE
                  "  CASTIGADAS: "            DELIMITED BY SIZE
                  WS-ATPC807-CASTIGADAS       DELIMITED BY SIZE
                  "  ESTADO ESPECIAL: "       DELIMITED BY SIZE
                  WS-ATPC807-ESPECIALES       DELIMITED BY SIZE
             INTO WS-ATPC807-LINEA
           WRITE RPT-ATPC807-REG FROM WS-ATPC807-LINEA
           DISPLAY WS-ATPC807-LINEA

           MOVE WS-ATPC807-TOT-IMPORTE TO WS-ATPC807-IMPORTE-ED
           MOVE SPACES TO WS-ATPC807-LINEA
           STRING " EN SOBREGIRO: "           DELIMITED BY SIZE
                  WS-ATPC807-SOBREGIRADAS     DELIMITED BY SIZE
                  "  CARGOS: "                DELIMITED BY SIZE
                  WS-ATPC807-CARGOS           DELIMITED BY SIZE
                  "  YA COBRADAS EN EL CICLO: "
                                              DELIMITED BY SIZE
                  WS-ATPC807-YA-COBRADAS      DELIMITED BY SIZE
                  "  ERRORES: "               DELIMITED BY SIZE
                  WS-ATPC807-ERRORES          DELIMITED BY SIZE
                  "  IMPORTE: "               DELIMITED BY SIZE
                  WS-ATPC807-IMPORTE-ED       DELIMITED BY SIZE
             INTO WS-ATPC807-LINEA
           WRITE RPT-ATPC807-REG FROM WS-ATPC807-LINEA
           DISPLAY WS-ATPC807-LINEA
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
       COPY "ATPC085-PR".
       COPY "ATPCCIC-PR".
       COPY "ATPCLIM-PR".
       COPY "ATPCCTM-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
