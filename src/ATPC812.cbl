       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC812.
      *----------------------------------------------------------------
      * Programa batch diario de cargo por mora: para cada entidad y
      * grupo de facturacion (CTM-CODGRUPO, asignado por ATPC861)
      * resuelve el vencimiento vigente -- la fecha de ciclo mas
      * reciente ya alcanzada del grupo en el calendario ATPC085
      * (rutina ATPCCIC; con grupo cero, o sin filas del grupo, rige
      * el ciclo de la entidad) mas la gracia en dias habiles (rutina
      * ATPCVTO sobre ATPC161), el mismo criterio de los
      * recordatorios de ATPC980 -- y, el dia siguiente a ese
      * vencimiento (o hasta el primer dia habil posterior, para
      * cubrir fines de semana y feriados), recorre las cuentas del
      * grupo en el maestro CTAMAE.DAT --
      *  - pagado del ciclo: los pagos aplicados por ATPC964
      *    (historial PAGHIST.DAT) con fecha valor posterior a la
      *    fecha de ciclo y hasta el vencimiento;
      *  - minimo exigible: ATPCPMN-CALCULAR-PAGO-MINIMO sobre el
      *    saldo de la cuenta antes de esos pagos (CTM-SALDO mas lo
      *    pagado del ciclo), con la LINEA de la cuenta;
      *  - la cuenta que no cubrio el minimo paga el cargo por mora
      *    salvo que tenga promesa de pago pendiente (PROMESAS.DAT,
      *    consola ATPC965), plan de pago vigente (PLANPAGO.DAT,
      *    ATPC967) o disputa abierta (DISPUTAS.DAT, ATPC979); en los
      *    tres registros el registro mas reciente de cada clave es
      *    el vigente.
      * El cargo es el concepto economico de comisiones de la entidad
      * configurado en ATPC812.PRM (INDVERT + INDNIVAPL + CODCONECO,
      * tabla ATPC052) aplicado sobre el faltante del minimo: por
      * tramo via ATPC154-CALCULAR-COMISION cuando INDPORTRAMO = "S",
      * si no el porcentaje PORREF acotado por PORCOMTOP; nunca menos
      * que el importe fijo minimo del parametro. La entidad sin el
      * concepto en ATPC052 no cobra: se avisa y la corrida termina
      * con RC 4. El cargo se emite en el layout de MOVFACT.DAT,
      * agregado a CUOTAS.DAT junto a las comisiones de ATPC975 (la
      * corrida va despues de ATPC975, que recrea CUOTAS.DAT), con
      * los codigos de facturacion del parametro.
      *
      * El cargo se cobra una sola vez por ciclo: la cuenta guarda el
      * ciclo del ultimo cargo por mora (CTM-CICLOMORA) y la marca se
      * graba antes del movimiento; si no se puede grabar, no se
      * emite el cargo.
      *
      * El reporte lista cada cuenta evaluada con su minimo, lo
      * pagado, el faltante y el motivo por el que se cobro o no:
      *  COBRADO, PAGO SUFICIENTE, SIN MINIMO, PROMESA DE PAGO, PLAN
      *  DE PAGO, DISPUTA ABIERTA, CASTIGADA, ESTADO ESPECIAL, YA
      *  COBRADO, SIN CONCEPTO, SIN CARGO, ERROR MARCA. La cuenta en
      *  estado especial (fallecido, quiebra o fraude, ATPC835) no se
      *  cobra, igual que la castigada.
      *
      * Layout de ATPC812.PRM (primera linea, campos contiguos):
      * CODMAR(2) INDTIPT(2) TIPOFAC(4) INDNORCOR(1) INDVERT(1)
      * INDNIVAPL(2) CODCONECO(4) IMPORTE MINIMO(9, 2 decimales).
      * Sin el archivo, o sin CTAMAE.DAT, la corrida aborta.
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
           SELECT PRM-ATPC812 ASSIGN TO "ATPC812.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC812-PRM-STATUS.
      * Maestro de cuentas -- ver ATPCCTM-CTM.cpy
           SELECT CTM-MAESTRO ASSIGN TO "CTAMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTM-CLAVE
               FILE STATUS IS WS-ATPC812-CTM-STATUS.
           SELECT PAG-HISTORIAL ASSIGN TO "PAGHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC812-HIS-STATUS.
           SELECT PRO-PROMESAS ASSIGN TO "PROMESAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC812-PRO-STATUS.
           SELECT PLA-PLANES ASSIGN TO "PLANPAGO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC812-PLA-STATUS.
           SELECT DIS-DISPUTAS ASSIGN TO "DISPUTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC812-DIS-STATUS.
           SELECT CUO-CUOTAS ASSIGN TO "CUOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC812-CUO-STATUS.
           SELECT RPT-ATPC812 ASSIGN TO "ATPC812.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Precios propios por tipo de tarjeta -- ver ATPCPRC-PRC.cpy
           SELECT PRC-PRECIOS ASSIGN TO "PRECIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCPRC-STATUS.
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
       COPY "ATPCCTM-CTM".
       COPY "ATPCPRC-PRC".

       FD  PRM-ATPC812
           RECORDING MODE IS F.
       01  PRM-ATPC812-REG.
           05  PRM-ATPC812-CODMAR             PIC 9(02).
           05  PRM-ATPC812-INDTIPT            PIC 9(02).
           05  PRM-ATPC812-TIPOFAC            PIC 9(04).
           05  PRM-ATPC812-INDNORCOR          PIC 9(01).
           05  PRM-ATPC812-INDVERT            PIC X(01).
           05  PRM-ATPC812-INDNIVAPL          PIC X(02).
           05  PRM-ATPC812-CODCONECO          PIC 9(04).
           05  PRM-ATPC812-IMPORTE            PIC 9(07)V99.

       FD  PAG-HISTORIAL
           RECORDING MODE IS F.
       01  PAG-HISTORIAL-REG.
           05  HIS-CODENT                     PIC X(04).
           05  HIS-NUMCUENTA                  PIC X(16).
           05  HIS-IMPORTE                    PIC 9(09)V99.
           05  HIS-FECVALOR                   PIC X(10).

       FD  PRO-PROMESAS
           RECORDING MODE IS F.
       01  PRO-PROMESAS-REG.
           05  PRO-OPERACION                  PIC X(01).
           05  PRO-CODENT                     PIC X(04).
           05  PRO-NUMCUENTA                  PIC X(16).
           05  PRO-IMPORTE                    PIC 9(09)V99.
           05  PRO-FECPROM                    PIC X(10).
           05  PRO-ESTADO                     PIC X(01).
           05  PRO-CODOPER                    PIC X(08).
           05  PRO-FECALTA                    PIC 9(08).
           05  PRO-HORALTA                    PIC 9(06).

       FD  PLA-PLANES
           RECORDING MODE IS F.
       01  PLA-PLANES-REG.
           05  PLA-CODENT                     PIC X(04).
           05  PLA-NUMCUENTA                  PIC X(16).
           05  PLA-TASA                       PIC 9(03)V9(04).
           05  PLA-CUOTAS                     PIC 9(02).
           05  PLA-FECINI                     PIC X(10).
           05  PLA-ESTADO                     PIC X(01).
           05  PLA-CODOPER                    PIC X(08).
           05  PLA-FECALTA                    PIC 9(08).

       FD  DIS-DISPUTAS
           RECORDING MODE IS F.
       01  DIS-DISPUTAS-REG.
           05  DIS-CODENT                     PIC X(04).
           05  DIS-NUMCUENTA                  PIC X(16).
           05  DIS-FECHAMOV                   PIC X(10).
           05  DIS-IMPORTEMOV                 PIC 9(09)V99.
           05  DIS-ESTADO                     PIC X(01).
           05  DIS-FECAPERTURA                PIC X(10).
           05  DIS-FECCIERRE                  PIC X(10).
           05  DIS-CODOPER                    PIC X(08).

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

       FD  RPT-ATPC812
           RECORDING MODE IS F.
       01  RPT-ATPC812-REG                    PIC X(130).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPC021-WS".
       COPY "ATPC052-WS".
       COPY "ATPC085-WS".
       COPY "ATPC096-WS".
       COPY "ATPC154-WS".
       COPY "ATPC158-WS".
       COPY "ATPC161-WS".
       COPY "ATPCPMN-WS".
       COPY "ATPCPRC-WS".
       COPY "ATPCVTO-WS".
       COPY "ATPCCIC-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".

       77  WS-ATPC812-PRM-STATUS              PIC X(02).
       77  WS-ATPC812-CTM-STATUS              PIC X(02).
       77  WS-ATPC812-HIS-STATUS              PIC X(02).
       77  WS-ATPC812-PRO-STATUS              PIC X(02).
       77  WS-ATPC812-PLA-STATUS              PIC X(02).
       77  WS-ATPC812-DIS-STATUS              PIC X(02).
       77  WS-ATPC812-CUO-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC812-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.

      * Codigos de facturacion, concepto e importe minimo del cargo
      * (ATPC812.PRM)
       01  WS-ATPC812-CODIGOS.
           05  WS-ATPC812-COD-CODMAR          PIC 9(02).
           05  WS-ATPC812-COD-INDTIPT         PIC 9(02).
           05  WS-ATPC812-COD-TIPOFAC         PIC 9(04).
           05  WS-ATPC812-COD-INDNORCOR       PIC 9(01).
           05  WS-ATPC812-COD-INDVERT         PIC X(01).
           05  WS-ATPC812-COD-INDNIVAPL       PIC X(02).
           05  WS-ATPC812-COD-CODCONECO       PIC 9(04).
           05  WS-ATPC812-COD-IMPORTE         PIC 9(07)V99.
       01  FILLER                             PIC X(01).
           88 WS-ATPC812-PRM-OK               VALUE "S"
              WHEN SET TO FALSE "N".

      * Pagos aplicados en memoria (PAGHIST.DAT, depurado por
      * retencion operativa en ATPC964)
       78  WS-ATPC812-HIS-MAX                 VALUE 5000.
       77  WS-ATPC812-HIS-CANT                PIC 9(04) VALUE 0.
       01  WS-ATPC812-HISTORIAL.
           05  WS-ATPC812-HIS OCCURS 5000 TIMES.
               10  WS-ATPC812-HIS-CODENT      PIC X(04).
               10  WS-ATPC812-HIS-NUMCUENTA   PIC X(16).
               10  WS-ATPC812-HIS-IMPORTE     PIC 9(09)V99.
               10  WS-ATPC812-HIS-FECVALOR    PIC X(10).

      * Exenciones en memoria: una fila por clave de cada registro
      * (P promesa, L plan de pago, D disputa); el registro mas
      * reciente de la clave pisa al anterior y deja la marca de
      * vigente
       78  WS-ATPC812-EXE-MAX                 VALUE 4000.
       77  WS-ATPC812-EXE-CANT                PIC 9(04) VALUE 0.
       77  WS-ATPC812-EXE-IDX                 PIC 9(04).
       01  FILLER                             PIC 9(01).
           88 WS-ATPC812-EXE-DESBORDE         VALUE 1
              WHEN SET TO FALSE 0.
       01  WS-ATPC812-EXENCIONES.
           05  WS-ATPC812-EXE OCCURS 4000 TIMES.
               10  WS-ATPC812-EXE-TIPO        PIC X(01).
               10  WS-ATPC812-EXE-CLAVE.
                   15  WS-ATPC812-EXE-CUENTA  PIC X(20).
                   15  WS-ATPC812-EXE-DETALLE PIC X(21).
               10  WS-ATPC812-EXE-VIGENTE     PIC X(01).
       01  WS-ATPC812-EXE-AUX.
           05  WS-ATPC812-AUX-TIPO            PIC X(01).
           05  WS-ATPC812-AUX-CLAVE.
               10  WS-ATPC812-AUX-CUENTA      PIC X(20).
               10  WS-ATPC812-AUX-DETALLE     PIC X(21).
           05  WS-ATPC812-AUX-VIGENTE         PIC X(01).

      * Exenciones vigentes de la cuenta en curso
       01  FILLER                             PIC X(01).
           88 WS-ATPC812-CON-PROMESA          VALUE "S"
              WHEN SET TO FALSE "N".
       01  FILLER                             PIC X(01).
           88 WS-ATPC812-CON-PLAN             VALUE "S"
              WHEN SET TO FALSE "N".
       01  FILLER                             PIC X(01).
           88 WS-ATPC812-CON-DISPUTA          VALUE "S"
              WHEN SET TO FALSE "N".

      * Corte de control por entidad: ciclo y vencimiento resueltos
      * para el grupo de facturacion de la cuenta en curso y la marca
      * de si ese grupo evalua hoy sus cuentas
       01  WS-ATPC812-ENT-ANT                 PIC X(04).
       77  WS-ATPC812-ENT-NUM                 PIC 9(04).
       01  FILLER                             PIC X(01).
           88 WS-ATPC812-ENT-RESUELTA         VALUE "S"
              WHEN SET TO FALSE "N".
       01  FILLER                             PIC X(01).
           88 WS-ATPC812-ENT-EVALUA           VALUE "S"
              WHEN SET TO FALSE "N".
       01  FILLER                             PIC X(01).
           88 WS-ATPC812-ENT-CON-CONCEPTO     VALUE "S"
              WHEN SET TO FALSE "N".
       01  FILLER                             PIC X(01).
           88 WS-ATPC812-ENT-CONCEPTO-VISTO   VALUE "S"
              WHEN SET TO FALSE "N".
       77  WS-ATPC812-ENT-CICLO               PIC X(10).
       77  WS-ATPC812-ENT-FECVTO              PIC X(10).
       77  WS-ATPC812-ENT-LIMITE              PIC X(10).
       01  WS-ATPC812-ENT-SITUACION           PIC X(30).
       77  WS-ATPC812-ENT-CUENTAS             PIC 9(06).
       77  WS-ATPC812-ENT-CARGOS              PIC 9(06).
       77  WS-ATPC812-ENT-EXENTAS             PIC 9(06).
       77  WS-ATPC812-ENT-IMPORTE             PIC 9(12)V99.

      * Ciclo y vencimiento por grupo de facturacion de la entidad en
      * curso (posicion = CODGRUPO + 1), resueltos la primera vez que
      * aparece una cuenta del grupo
       01  WS-ATPC812-GRUPOS.
           05  WS-ATPC812-GRU OCCURS 100 TIMES.
               10  WS-ATPC812-GRU-ESTADO      PIC X(01).
                   88 WS-ATPC812-GRU-SIN-RESOLVER VALUE SPACE.
                   88 WS-ATPC812-GRU-EVALUA       VALUE "S".
               10  WS-ATPC812-GRU-CICLO       PIC X(10).
               10  WS-ATPC812-GRU-FECVTO      PIC X(10).
               10  WS-ATPC812-GRU-LIMITE      PIC X(10).
               10  WS-ATPC812-GRU-SITUACION   PIC X(30).
       77  WS-ATPC812-GRU-IDX                 PIC 9(03).
       77  WS-ATPC812-GRU-COD                 PIC 9(02).

      * Calculo de la cuenta en curso
       77  WS-ATPC812-PAGADO                  PIC 9(11)V99.
       77  WS-ATPC812-SALDO-REF               PIC S9(11)V99.
       77  WS-ATPC812-MINIMO                  PIC 9(09)V99.
       77  WS-ATPC812-FALTANTE                PIC 9(09)V99.
       77  WS-ATPC812-CARGO                   PIC 9(09)V99.
       77  WS-ATPC812-TOPE                    PIC 9(09)V99.
       01  WS-ATPC812-MOTIVO                  PIC X(16).

      * Fecha del dia en AAAA-MM-DD
       01  WS-ATPC812-HOY.
           05  WS-ATPC812-HOY-AAAA            PIC 9(04).
           05  WS-ATPC812-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC812-HOY-MM              PIC 9(02).
           05  WS-ATPC812-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC812-HOY-DD              PIC 9(02).
       01  WS-ATPC812-HOY-AMD.
           05  WS-ATPC812-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC812-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC812-HOY-AMD-DD          PIC 9(02).

      * Contadores del resumen final
       77  WS-ATPC812-LEIDAS                  PIC 9(06) VALUE 0.
       77  WS-ATPC812-EVALUADAS               PIC 9(06) VALUE 0.
       77  WS-ATPC812-CARGOS                  PIC 9(06) VALUE 0.
       77  WS-ATPC812-SUFICIENTES             PIC 9(06) VALUE 0.
       77  WS-ATPC812-SIN-MINIMO              PIC 9(06) VALUE 0.
       77  WS-ATPC812-EXENTAS                 PIC 9(06) VALUE 0.
       77  WS-ATPC812-CASTIGADAS              PIC 9(06) VALUE 0.
       77  WS-ATPC812-ESPECIALES              PIC 9(06) VALUE 0.
       77  WS-ATPC812-YA-COBRADAS             PIC 9(06) VALUE 0.
       77  WS-ATPC812-ERRORES                 PIC 9(06) VALUE 0.
       77  WS-ATPC812-TOT-IMPORTE             PIC 9(12)V99 VALUE 0.

       77  WS-ATPC812-MINIMO-ED               PIC Z(08)9.99.
       77  WS-ATPC812-PAGADO-ED               PIC Z(10)9.99.
       77  WS-ATPC812-FALTANTE-ED             PIC Z(08)9.99.
       77  WS-ATPC812-CARGO-ED                PIC Z(08)9.99.
       77  WS-ATPC812-IMPORTE-ED              PIC Z(11)9.99.
       01  WS-ATPC812-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC812-PRINCIPAL
      *----------------------------------------------------------------
       ATPC812-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC812: CARGO POR MORA AL VENCIMIENTO                 -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC812" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL

           PERFORM ATPC812-LEER-PARAMETROS
           IF NOT WS-ATPC812-PRM-OK
              DISPLAY "ATPC812 - ERROR: falta ATPC812.PRM con el "
                      "concepto y los codigos de facturacion -- "
                      "corrida abortada"
              PERFORM ATPC812-ABORTAR
           END-IF

           PERFORM ATPC021-CARGAR-ARREGLO
           PERFORM ATPC052-CARGAR-ARREGLO
           PERFORM ATPC085-CARGAR-ARREGLO
           PERFORM ATPC096-CARGAR-ARREGLO
           PERFORM ATPC154-CARGAR-ARREGLO
           PERFORM ATPC158-CARGAR-ARREGLO
           PERFORM ATPCPRC-CARGAR-TABLA
           PERFORM ATPC161-CARGAR-ARREGLO

           ACCEPT WS-ATPC812-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC812-HOY-G1 WS-ATPC812-HOY-G2
           MOVE WS-ATPC812-HOY-AMD-AAAA TO WS-ATPC812-HOY-AAAA
           MOVE WS-ATPC812-HOY-AMD-MM   TO WS-ATPC812-HOY-MM
           MOVE WS-ATPC812-HOY-AMD-DD   TO WS-ATPC812-HOY-DD

           PERFORM ATPC812-CARGAR-HISTORIAL
           PERFORM ATPC812-CARGAR-EXENCIONES

           OPEN I-O CTM-MAESTRO
           IF WS-ATPC812-CTM-STATUS NOT = "00"
              DISPLAY "ATPC812 - ERROR: no se pudo abrir CTAMAE.DAT "
                      "-- FILE STATUS:[" WS-ATPC812-CTM-STATUS "] -- "
                      "corrida abortada"
              PERFORM ATPC812-ABORTAR
           END-IF

      * CUOTAS.DAT ya trae las comisiones del dia de ATPC975
           OPEN EXTEND CUO-CUOTAS
           IF WS-ATPC812-CUO-STATUS = "35"
              OPEN OUTPUT CUO-CUOTAS
           END-IF
           OPEN OUTPUT RPT-ATPC812

           MOVE SPACES TO WS-ATPC812-LINEA
           STRING " CARGO POR MORA AL ["      DELIMITED BY SIZE
                  WS-ATPC812-HOY              DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC812-LINEA
           WRITE RPT-ATPC812-REG FROM WS-ATPC812-LINEA
           DISPLAY WS-ATPC812-LINEA

           MOVE SPACES TO WS-ATPC812-ENT-ANT

           MOVE LOW-VALUES TO CTM-CLAVE
           START CTM-MAESTRO KEY IS NOT LESS THAN CTM-CLAVE
               INVALID KEY
                  SET WS-ATPC812-FIN-ENTRADA TO TRUE
               NOT INVALID KEY
                  SET WS-ATPC812-FIN-ENTRADA TO FALSE
           END-START

           PERFORM UNTIL WS-ATPC812-FIN-ENTRADA
              READ CTM-MAESTRO NEXT RECORD
                  AT END
                     SET WS-ATPC812-FIN-ENTRADA TO TRUE
                  NOT AT END
                     ADD 1 TO WS-ATPC812-LEIDAS
                     PERFORM ATPC812-PROCESAR-CUENTA
              END-READ
           END-PERFORM

           IF WS-ATPC812-ENT-ANT NOT = SPACES
              PERFORM ATPC812-CERRAR-ENTIDAD
           END-IF

           PERFORM ATPC812-EMITIR-RESUMEN

           CLOSE CUO-CUOTAS
                 RPT-ATPC812
                 CTM-MAESTRO

           DISPLAY
           "- ATPC812: CARGO POR MORA FINALIZADO                     -"
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
      * Proceso: ATPC812-ABORTAR
      *----------------------------------------------------------------
       ATPC812-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC812-LEER-PARAMETROS
      *----------------------------------------------------------------
       ATPC812-LEER-PARAMETROS.
           SET WS-ATPC812-PRM-OK TO FALSE
           OPEN INPUT PRM-ATPC812
           IF WS-ATPC812-PRM-STATUS = "00"
              READ PRM-ATPC812
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE PRM-ATPC812-CODMAR
                       TO WS-ATPC812-COD-CODMAR
                     MOVE PRM-ATPC812-INDTIPT
                       TO WS-ATPC812-COD-INDTIPT
                     MOVE PRM-ATPC812-TIPOFAC
                       TO WS-ATPC812-COD-TIPOFAC
                     MOVE PRM-ATPC812-INDNORCOR
                       TO WS-ATPC812-COD-INDNORCOR
                     MOVE PRM-ATPC812-INDVERT
                       TO WS-ATPC812-COD-INDVERT
                     MOVE PRM-ATPC812-INDNIVAPL
                       TO WS-ATPC812-COD-INDNIVAPL
                     MOVE PRM-ATPC812-CODCONECO
                       TO WS-ATPC812-COD-CODCONECO
                     MOVE PRM-ATPC812-IMPORTE
                       TO WS-ATPC812-COD-IMPORTE
                     SET WS-ATPC812-PRM-OK TO TRUE
              END-READ
              CLOSE PRM-ATPC812
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC812-CARGAR-HISTORIAL
      *----------------------------------------------------------------
      * Pagos aplicados por ATPC964; el pago que no entra al arreglo
      * no se computaria como pagado y la cuenta pagaria un cargo
      * indebido: se alerta y la corrida queda mala
      *----------------------------------------------------------------
       ATPC812-CARGAR-HISTORIAL.
           OPEN INPUT PAG-HISTORIAL
           IF WS-ATPC812-HIS-STATUS NOT = "00"
              DISPLAY "ATPC812 - AVISO: sin PAGHIST.DAT -- no hay "
                      "pagos aplicados en el ciclo"
           ELSE
              SET WS-ATPC812-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC812-FIN-ENTRADA
                 READ PAG-HISTORIAL
                     AT END
                        SET WS-ATPC812-FIN-ENTRADA TO TRUE
                     NOT AT END
                        PERFORM ATPC812-INCORPORAR-PAGO
                 END-READ
              END-PERFORM
              CLOSE PAG-HISTORIAL
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC812-INCORPORAR-PAGO
      *----------------------------------------------------------------
       ATPC812-INCORPORAR-PAGO.
           IF WS-ATPC812-HIS-CANT < WS-ATPC812-HIS-MAX
              ADD 1 TO WS-ATPC812-HIS-CANT
              MOVE HIS-CODENT
                TO WS-ATPC812-HIS-CODENT(WS-ATPC812-HIS-CANT)
              MOVE HIS-NUMCUENTA
                TO WS-ATPC812-HIS-NUMCUENTA(WS-ATPC812-HIS-CANT)
              MOVE HIS-IMPORTE
                TO WS-ATPC812-HIS-IMPORTE(WS-ATPC812-HIS-CANT)
              MOVE HIS-FECVALOR
                TO WS-ATPC812-HIS-FECVALOR(WS-ATPC812-HIS-CANT)
           ELSE
              DISPLAY "ATPC812 - ALERTA: el arreglo de pagos alcanzo "
                      "su capacidad maxima [" WS-ATPC812-HIS-MAX
                      "] - hay pagos sin computar"
              MOVE 12 TO RETURN-CODE
              SET WS-ATPC812-FIN-ENTRADA TO TRUE
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC812-CARGAR-EXENCIONES
      *----------------------------------------------------------------
      * Promesas de pago (clave CODENT + cuenta + fecha prometida,
      * vigente si su ultimo registro es un alta pendiente), planes
      * de pago (clave CODENT + cuenta, vigente en estado V) y
      * disputas (clave CODENT + cuenta + movimiento, vigente en
      * estado A)
      *----------------------------------------------------------------
       ATPC812-CARGAR-EXENCIONES.
           SET WS-ATPC812-EXE-DESBORDE TO FALSE

           OPEN INPUT PRO-PROMESAS
           IF WS-ATPC812-PRO-STATUS = "00"
              SET WS-ATPC812-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC812-FIN-ENTRADA
                 READ PRO-PROMESAS
                     AT END
                        SET WS-ATPC812-FIN-ENTRADA TO TRUE
                     NOT AT END
                        MOVE "P"           TO WS-ATPC812-AUX-TIPO
                        MOVE PRO-CODENT    TO WS-ATPC812-AUX-CUENTA
                        MOVE PRO-NUMCUENTA
                          TO WS-ATPC812-AUX-CUENTA(5:16)
                        MOVE PRO-FECPROM   TO WS-ATPC812-AUX-DETALLE
                        IF PRO-OPERACION = "A"
                        AND PRO-ESTADO = "P"
                           MOVE "S" TO WS-ATPC812-AUX-VIGENTE
                        ELSE
                           MOVE "N" TO WS-ATPC812-AUX-VIGENTE
                        END-IF
                        PERFORM ATPC812-INCORPORAR-EXENCION
                 END-READ
              END-PERFORM
              CLOSE PRO-PROMESAS
           END-IF

           OPEN INPUT PLA-PLANES
           IF WS-ATPC812-PLA-STATUS = "00"
              SET WS-ATPC812-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC812-FIN-ENTRADA
                 READ PLA-PLANES
                     AT END
                        SET WS-ATPC812-FIN-ENTRADA TO TRUE
                     NOT AT END
                        MOVE "L"           TO WS-ATPC812-AUX-TIPO
                        MOVE PLA-CODENT    TO WS-ATPC812-AUX-CUENTA
                        MOVE PLA-NUMCUENTA
                          TO WS-ATPC812-AUX-CUENTA(5:16)
                        MOVE SPACES        TO WS-ATPC812-AUX-DETALLE
                        IF PLA-ESTADO = "V"
                        AND PLA-FECINI <= WS-ATPC812-HOY
                           MOVE "S" TO WS-ATPC812-AUX-VIGENTE
                        ELSE
                           MOVE "N" TO WS-ATPC812-AUX-VIGENTE
                        END-IF
                        PERFORM ATPC812-INCORPORAR-EXENCION
                 END-READ
              END-PERFORM
              CLOSE PLA-PLANES
           END-IF

           OPEN INPUT DIS-DISPUTAS
           IF WS-ATPC812-DIS-STATUS = "00"
              SET WS-ATPC812-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC812-FIN-ENTRADA
                 READ DIS-DISPUTAS
                     AT END
                        SET WS-ATPC812-FIN-ENTRADA TO TRUE
                     NOT AT END
                        MOVE "D"           TO WS-ATPC812-AUX-TIPO
                        MOVE DIS-CODENT    TO WS-ATPC812-AUX-CUENTA
                        MOVE DIS-NUMCUENTA
                          TO WS-ATPC812-AUX-CUENTA(5:16)
                        MOVE SPACES        TO WS-ATPC812-AUX-DETALLE
                        STRING DIS-FECHAMOV   DELIMITED BY SIZE
                               DIS-IMPORTEMOV DELIMITED BY SIZE
                          INTO WS-ATPC812-AUX-DETALLE
                        IF DIS-ESTADO = "A"
                           MOVE "S" TO WS-ATPC812-AUX-VIGENTE
                        ELSE
                           MOVE "N" TO WS-ATPC812-AUX-VIGENTE
                        END-IF
                        PERFORM ATPC812-INCORPORAR-EXENCION
                 END-READ
              END-PERFORM
              CLOSE DIS-DISPUTAS
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC812-INCORPORAR-EXENCION
      *----------------------------------------------------------------
      * El registro mas reciente de cada clave pisa al anterior; la
      * clave que no entra al arreglo dejaria sin exencion a una
      * cuenta que la tiene: se alerta y la corrida queda mala
      *----------------------------------------------------------------
       ATPC812-INCORPORAR-EXENCION.
           MOVE ZEROES TO WS-ATPC812-EXE-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC812-EXE-CANT
              IF WS-ATPC812-EXE-TIPO(WS-I) = WS-ATPC812-AUX-TIPO
              AND WS-ATPC812-EXE-CLAVE(WS-I) = WS-ATPC812-AUX-CLAVE
                 MOVE WS-I TO WS-ATPC812-EXE-IDX
                 MOVE WS-ATPC812-EXE-CANT TO WS-I
              END-IF
           END-PERFORM
           IF WS-ATPC812-EXE-IDX = ZEROES
              IF WS-ATPC812-EXE-CANT < WS-ATPC812-EXE-MAX
                 ADD 1 TO WS-ATPC812-EXE-CANT
                 MOVE WS-ATPC812-EXE-CANT TO WS-ATPC812-EXE-IDX
              ELSE
                 IF NOT WS-ATPC812-EXE-DESBORDE
                    DISPLAY "ATPC812 - ALERTA: el arreglo de "
                       "exenciones alcanzo su capacidad maxima ["
                       WS-ATPC812-EXE-MAX "] - hay exenciones sin "
                       "registrar"
                    SET WS-ATPC812-EXE-DESBORDE TO TRUE
                 END-IF
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF
           IF WS-ATPC812-EXE-IDX > ZEROES
              MOVE WS-ATPC812-EXE-AUX
                TO WS-ATPC812-EXE(WS-ATPC812-EXE-IDX)
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC812-PROCESAR-CUENTA
      *----------------------------------------------------------------
       ATPC812-PROCESAR-CUENTA.
           IF CTM-CODENT NOT = WS-ATPC812-ENT-ANT
              IF WS-ATPC812-ENT-ANT NOT = SPACES
                 PERFORM ATPC812-CERRAR-ENTIDAD
              END-IF
              PERFORM ATPC812-ABRIR-ENTIDAD
           END-IF

           SET WS-ATPC812-ENT-EVALUA TO FALSE
           IF WS-ATPC812-ENT-RESUELTA
              COMPUTE WS-ATPC812-GRU-IDX = CTM-CODGRUPO + 1
              PERFORM ATPC812-CICLO-GRUPO
              IF WS-ATPC812-ENT-EVALUA
              AND NOT WS-ATPC812-ENT-CONCEPTO-VISTO
                 PERFORM ATPC812-VERIFICAR-CONCEPTO
              END-IF
           END-IF

           IF WS-ATPC812-ENT-EVALUA
              ADD 1 TO WS-ATPC812-EVALUADAS
                       WS-ATPC812-ENT-CUENTAS
              MOVE ZEROES TO WS-ATPC812-MINIMO
                             WS-ATPC812-FALTANTE
                             WS-ATPC812-CARGO
              PERFORM ATPC812-SUMAR-PAGOS
              EVALUATE TRUE
                 WHEN CTM-CASTIGADA
                    ADD 1 TO WS-ATPC812-CASTIGADAS
                    MOVE "CASTIGADA" TO WS-ATPC812-MOTIVO
                 WHEN CTM-ESPECIAL
                    ADD 1 TO WS-ATPC812-ESPECIALES
                    MOVE "ESTADO ESPECIAL" TO WS-ATPC812-MOTIVO
                 WHEN CTM-CICLOMORA = WS-ATPC812-ENT-CICLO
                    ADD 1 TO WS-ATPC812-YA-COBRADAS
                    MOVE "YA COBRADO" TO WS-ATPC812-MOTIVO
                 WHEN OTHER
                    PERFORM ATPC812-EVALUAR-MINIMO
              END-EVALUATE
              PERFORM ATPC812-REPORTAR-CUENTA
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC812-ABRIR-ENTIDAD
      *----------------------------------------------------------------
      * Ubica la entidad en ATPC021, limpia los ciclos por grupo y
      * resuelve e informa el ciclo y el vencimiento de la entidad sin
      * grupo; los de cada grupo se resuelven al aparecer su primera
      * cuenta (ATPC812-CICLO-GRUPO)
      *----------------------------------------------------------------
       ATPC812-ABRIR-ENTIDAD.
           MOVE CTM-CODENT TO WS-ATPC812-ENT-ANT
           MOVE ZEROES TO WS-ATPC812-ENT-CUENTAS
                          WS-ATPC812-ENT-CARGOS
                          WS-ATPC812-ENT-EXENTAS
                          WS-ATPC812-ENT-IMPORTE
           MOVE SPACES TO WS-ATPC812-ENT-CICLO
                          WS-ATPC812-ENT-FECVTO
                          WS-ATPC812-ENT-LIMITE
                          WS-ATPC812-GRUPOS
           SET WS-ATPC812-ENT-RESUELTA TO FALSE
           SET WS-ATPC812-ENT-EVALUA TO FALSE
           SET WS-ATPC812-ENT-CON-CONCEPTO TO FALSE
           SET WS-ATPC812-ENT-CONCEPTO-VISTO TO FALSE
           MOVE "ENTIDAD INEXISTENTE" TO WS-ATPC812-ENT-SITUACION

           INITIALIZE WS-ATPC021
           MOVE CTM-CODENT TO WS-ATPC021-CODENT
           PERFORM ATPC021-BUSCAR-EN-ARREGLO
           IF WS-ATPC021-RETORNO-OK
           AND CTM-CODENT IS NUMERIC
              SET WS-ATPC812-ENT-RESUELTA TO TRUE
              MOVE CTM-CODENT TO WS-ATPC812-ENT-NUM
              MOVE 1 TO WS-ATPC812-GRU-IDX
              PERFORM ATPC812-CICLO-GRUPO
           END-IF

           MOVE SPACES TO WS-ATPC812-LINEA
           STRING " CODENT ["                 DELIMITED BY SIZE
                  CTM-CODENT                  DELIMITED BY SIZE
                  "] CICLO ["                 DELIMITED BY SIZE
                  WS-ATPC812-ENT-CICLO        DELIMITED BY SIZE
                  "] VENCIMIENTO ["           DELIMITED BY SIZE
                  WS-ATPC812-ENT-FECVTO       DELIMITED BY SIZE
                  "] EVALUA HASTA ["          DELIMITED BY SIZE
                  WS-ATPC812-ENT-LIMITE       DELIMITED BY SIZE
                  "] "                        DELIMITED BY SIZE
                  WS-ATPC812-ENT-SITUACION    DELIMITED BY SIZE
             INTO WS-ATPC812-LINEA
           WRITE RPT-ATPC812-REG FROM WS-ATPC812-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC812-CICLO-GRUPO
      *----------------------------------------------------------------
      * Deja en WS-ATPC812-ENT-CICLO / -FECVTO / -LIMITE / -EVALUA el
      * ciclo y el vencimiento del grupo WS-ATPC812-GRU-IDX
      * (CODGRUPO + 1) de la entidad en curso, resolviendolos la
      * primera vez; cada grupo resuelto se informa en el reporte
      *----------------------------------------------------------------
       ATPC812-CICLO-GRUPO.
           IF WS-ATPC812-GRU-SIN-RESOLVER(WS-ATPC812-GRU-IDX)
              MOVE SPACES TO WS-ATPC812-ENT-CICLO
                             WS-ATPC812-ENT-FECVTO
                             WS-ATPC812-ENT-LIMITE
              SET WS-ATPC812-ENT-EVALUA TO FALSE
              MOVE "SIN CALENDARIO" TO WS-ATPC812-ENT-SITUACION
              COMPUTE WS-ATPC812-GRU-COD = WS-ATPC812-GRU-IDX - 1

              INITIALIZE WS-ATPCCIC-ENTRADA
              MOVE WS-ATPC812-ENT-NUM TO WS-ATPCCIC-CODENT
              MOVE WS-ATPC812-GRU-COD TO WS-ATPCCIC-CODGRUPO
              MOVE WS-ATPC812-HOY     TO WS-ATPCCIC-FECHA-TOPE
              PERFORM ATPCCIC-ULTIMO-CICLO
              IF WS-ATPCCIC-RETORNO-OK
                 MOVE WS-ATPCCIC-FECCICLO TO WS-ATPC812-ENT-CICLO
                 PERFORM ATPC812-RESOLVER-VENCIMIENTO
              END-IF

              IF WS-ATPC812-ENT-EVALUA
                 MOVE "S" TO WS-ATPC812-GRU-ESTADO(WS-ATPC812-GRU-IDX)
              ELSE
                 MOVE "N" TO WS-ATPC812-GRU-ESTADO(WS-ATPC812-GRU-IDX)
              END-IF
              MOVE WS-ATPC812-ENT-CICLO
                TO WS-ATPC812-GRU-CICLO(WS-ATPC812-GRU-IDX)
              MOVE WS-ATPC812-ENT-FECVTO
                TO WS-ATPC812-GRU-FECVTO(WS-ATPC812-GRU-IDX)
              MOVE WS-ATPC812-ENT-LIMITE
                TO WS-ATPC812-GRU-LIMITE(WS-ATPC812-GRU-IDX)
              MOVE WS-ATPC812-ENT-SITUACION
                TO WS-ATPC812-GRU-SITUACION(WS-ATPC812-GRU-IDX)

              IF WS-ATPC812-GRU-COD > ZEROES
                 MOVE SPACES TO WS-ATPC812-LINEA
                 STRING " CODENT ["              DELIMITED BY SIZE
                        CTM-CODENT               DELIMITED BY SIZE
                        "] GRUPO ["              DELIMITED BY SIZE
                        WS-ATPC812-GRU-COD       DELIMITED BY SIZE
                        "] CICLO ["              DELIMITED BY SIZE
                        WS-ATPC812-ENT-CICLO     DELIMITED BY SIZE
                        "] VENCIMIENTO ["        DELIMITED BY SIZE
                        WS-ATPC812-ENT-FECVTO    DELIMITED BY SIZE
                        "] "                     DELIMITED BY SIZE
                        WS-ATPC812-ENT-SITUACION DELIMITED BY SIZE
                   INTO WS-ATPC812-LINEA
                 WRITE RPT-ATPC812-REG FROM WS-ATPC812-LINEA
              END-IF
           ELSE
              MOVE WS-ATPC812-GRU-CICLO(WS-ATPC812-GRU-IDX)
                TO WS-ATPC812-ENT-CICLO
              MOVE WS-ATPC812-GRU-FECVTO(WS-ATPC812-GRU-IDX)
                TO WS-ATPC812-ENT-FECVTO
              MOVE WS-ATPC812-GRU-LIMITE(WS-ATPC812-GRU-IDX)
                TO WS-ATPC812-ENT-LIMITE
              MOVE WS-ATPC812-GRU-SITUACION(WS-ATPC812-GRU-IDX)
                TO WS-ATPC812-ENT-SITUACION
              IF WS-ATPC812-GRU-EVALUA(WS-ATPC812-GRU-IDX)
                 SET WS-ATPC812-ENT-EVALUA TO TRUE
              ELSE
                 SET WS-ATPC812-ENT-EVALUA TO FALSE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC812-RESOLVER-VENCIMIENTO
      *----------------------------------------------------------------
       ATPC812-RESOLVER-VENCIMIENTO.
           INITIALIZE WS-ATPCVTO-ENTRADA
           MOVE CTM-CODENT           TO WS-ATPCVTO-CODENT
           MOVE WS-ATPC812-ENT-CICLO TO WS-ATPCVTO-FECHA-CICLO
           PERFORM ATPCVTO-CALCULAR-VENCIMIENTO
           IF WS-ATPCVTO-RETORNO-OK
              MOVE WS-ATPCVTO-FECVTO TO WS-ATPC812-ENT-FECVTO
              INITIALIZE WS-ATPC161
              MOVE WS-ATPC021-CODPAIS    TO WS-ATPC161-CODPAIS
              MOVE WS-ATPC812-ENT-FECVTO TO WS-ATPC161-FECHA
              PERFORM ATPC161-PROXIMO-DIA-HABIL
              MOVE WS-ATPC161-FECHA-HABIL TO WS-ATPC812-ENT-LIMITE
              EVALUATE TRUE
                 WHEN WS-ATPC812-ENT-FECVTO >= WS-ATPC812-HOY
                    MOVE "VENCIMIENTO NO ALCANZADO"
                      TO WS-ATPC812-ENT-SITUACION
                 WHEN WS-ATPC812-ENT-LIMITE < WS-ATPC812-HOY
                    MOVE "VENCIMIENTO YA EVALUADO"
                      TO WS-ATPC812-ENT-SITUACION
                 WHEN OTHER
                    SET WS-ATPC812-ENT-EVALUA TO TRUE
                    MOVE "EVALUA HOY" TO WS-ATPC812-ENT-SITUACION
              END-EVALUATE
           ELSE
              MOVE "SIN VENCIMIENTO" TO WS-ATPC812-ENT-SITUACION
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC812-VERIFICAR-CONCEPTO
      *----------------------------------------------------------------
      * La entidad que evalua hoy (con alguno de sus grupos) debe
      * tener el concepto economico del cargo en ATPC052; sin el, sus
      * cuentas se evaluan y se listan pero no se cobran. Se verifica
      * una sola vez por entidad
      *----------------------------------------------------------------
       ATPC812-VERIFICAR-CONCEPTO.
           SET WS-ATPC812-ENT-CONCEPTO-VISTO TO TRUE
           INITIALIZE WS-ATPC052
           MOVE CTM-CODENT               TO WS-ATPC052-CODENT
           MOVE WS-ATPC812-COD-INDVERT   TO WS-ATPC052-INDVERT
           MOVE WS-ATPC812-COD-INDNIVAPL TO WS-ATPC052-INDNIVAPL
           MOVE WS-ATPC812-COD-CODCONECO TO WS-ATPC052-CODCONECO
           PERFORM ATPC052-BUSCAR-EN-ARREGLO
           IF WS-ATPC052-RETORNO-OK
              SET WS-ATPC812-ENT-CON-CONCEPTO TO TRUE
           ELSE
              ADD 1 TO WS-ATPC812-ERRORES
              DISPLAY "ATPC812 - ALERTA: CODENT=[" CTM-CODENT
                      "] sin concepto de cargo por mora en ATPC052 "
                      "INDVERT=[" WS-ATPC812-COD-INDVERT
                      "] INDNIVAPL=[" WS-ATPC812-COD-INDNIVAPL
                      "] CODCONECO=[" WS-ATPC812-COD-CODCONECO
                      "] -- sus cuentas no se cobran"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC812-SUMAR-PAGOS
      *----------------------------------------------------------------
      * Pagos de la cuenta con fecha valor posterior al ciclo y hasta
      * el vencimiento
      *----------------------------------------------------------------
       ATPC812-SUMAR-PAGOS.
           MOVE ZEROES TO WS-ATPC812-PAGADO
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC812-HIS-CANT
              IF WS-ATPC812-HIS-CODENT(WS-I) = CTM-CODENT
              AND WS-ATPC812-HIS-NUMCUENTA(WS-I) = CTM-NUMCUENTA
              AND WS-ATPC812-HIS-FECVALOR(WS-I) >
                  WS-ATPC812-ENT-CICLO
              AND WS-ATPC812-HIS-FECVALOR(WS-I) <=
                  WS-ATPC812-ENT-FECVTO
                 ADD WS-ATPC812-HIS-IMPORTE(WS-I)
                  TO WS-ATPC812-PAGADO
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC812-EVALUAR-MINIMO
      *----------------------------------------------------------------
      * Minimo exigible sobre el saldo antes de los pagos del ciclo;
      * la cuenta que no lo cubrio cobra salvo exencion
      *----------------------------------------------------------------
       ATPC812-EVALUAR-MINIMO.
           COMPUTE WS-ATPC812-SALDO-REF = CTM-SALDO + WS-ATPC812-PAGADO

           INITIALIZE WS-ATPCPMN-ENTRADA
           MOVE CTM-CODENT           TO WS-ATPCPMN-CODENT
           MOVE CTM-LINEA            TO WS-ATPCPMN-LINEA
           MOVE CTM-CODMAR           TO WS-ATPCPMN-CODMAR
           MOVE CTM-INDTIPT          TO WS-ATPCPMN-INDTIPT
           MOVE WS-ATPC812-SALDO-REF TO WS-ATPCPMN-SALDO
           PERFORM ATPCPMN-CALCULAR-PAGO-MINIMO

           IF WS-ATPCPMN-RETORNO-OK
           AND WS-ATPCPMN-APLICA
           AND WS-ATPCPMN-PAGO-MINIMO > ZEROES
              MOVE WS-ATPCPMN-PAGO-MINIMO TO WS-ATPC812-MINIMO
           END-IF

           EVALUATE TRUE
              WHEN WS-ATPC812-MINIMO = ZEROES
                 ADD 1 TO WS-ATPC812-SIN-MINIMO
                 MOVE "SIN MINIMO" TO WS-ATPC812-MOTIVO
              WHEN WS-ATPC812-PAGADO >= WS-ATPC812-MINIMO
                 ADD 1 TO WS-ATPC812-SUFICIENTES
                 MOVE "PAGO SUFICIENTE" TO WS-ATPC812-MOTIVO
              WHEN OTHER
                 COMPUTE WS-ATPC812-FALTANTE =
                    WS-ATPC812-MINIMO - WS-ATPC812-PAGADO
                 PERFORM ATPC812-BUSCAR-EXENCIONES
                 EVALUATE TRUE
                    WHEN WS-ATPC812-CON-PROMESA
                       MOVE "PROMESA DE PAGO" TO WS-ATPC812-MOTIVO
                    WHEN WS-ATPC812-CON-PLAN
                       MOVE "PLAN DE PAGO" TO WS-ATPC812-MOTIVO
                    WHEN WS-ATPC812-CON-DISPUTA
                       MOVE "DISPUTA ABIERTA" TO WS-ATPC812-MOTIVO
                    WHEN NOT WS-ATPC812-ENT-CON-CONCEPTO
                       MOVE "SIN CONCEPTO" TO WS-ATPC812-MOTIVO
                    WHEN OTHER
                       PERFORM ATPC812-CALCULAR-CARGO
                 END-EVALUATE
                 IF WS-ATPC812-CON-PROMESA
                 OR WS-ATPC812-CON-PLAN
                 OR WS-ATPC812-CON-DISPUTA
                    ADD 1 TO WS-ATPC812-EXENTAS
                             WS-ATPC812-ENT-EXENTAS
                 END-IF
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC812-BUSCAR-EXENCIONES
      *----------------------------------------------------------------
       ATPC812-BUSCAR-EXENCIONES.
           SET WS-ATPC812-CON-PROMESA TO FALSE
           SET WS-ATPC812-CON-PLAN    TO FALSE
           SET WS-ATPC812-CON-DISPUTA TO FALSE
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC812-EXE-CANT
              IF WS-ATPC812-EXE-CUENTA(WS-I) = CTM-CLAVE
              AND WS-ATPC812-EXE-VIGENTE(WS-I) = "S"
                 EVALUATE WS-ATPC812-EXE-TIPO(WS-I)
                    WHEN "P"
                       SET WS-ATPC812-CON-PROMESA TO TRUE
                    WHEN "L"
                       SET WS-ATPC812-CON-PLAN TO TRUE
                    WHEN "D"
                       SET WS-ATPC812-CON-DISPUTA TO TRUE
                 END-EVALUATE
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC812-CALCULAR-CARGO
      *----------------------------------------------------------------
      * Concepto de la entidad sobre el faltante (por tramo via
      * ATPC154, si no PORREF acotado por PORCOMTOP), con el piso del
      * importe minimo del parametro; WS-ATPC052 quedo posicionado en
      * el concepto por ATPC812-VERIFICAR-CONCEPTO
      *----------------------------------------------------------------
       ATPC812-CALCULAR-CARGO.
           IF WS-ATPC052-INDPORTRAMO = CT-S
              INITIALIZE WS-ATPC154-CALC
              MOVE CTM-CODENT               TO WS-ATPC154-CALC-CODENT
              MOVE WS-ATPC812-COD-CODCONECO
                TO WS-ATPC154-CALC-CODCONECO
              MOVE WS-ATPC812-FALTANTE      TO WS-ATPC154-CALC-SALDO
              PERFORM ATPC154-CALCULAR-COMISION
              IF WS-ATPC154-RETORNO-OK
              AND WS-ATPC154-CALC-COMISION > ZEROES
                 MOVE WS-ATPC154-CALC-COMISION TO WS-ATPC812-CARGO
              END-IF
           ELSE
              COMPUTE WS-ATPC812-CARGO ROUNDED =
                 WS-ATPC812-FALTANTE * WS-ATPC052-PORREF / 100
              IF WS-ATPC052-PORCOMTOP > ZEROES
                 COMPUTE WS-ATPC812-TOPE ROUNDED =
                    WS-ATPC812-FALTANTE * WS-ATPC052-PORCOMTOP / 100
                 IF WS-ATPC812-CARGO > WS-ATPC812-TOPE
                    MOVE WS-ATPC812-TOPE TO WS-ATPC812-CARGO
                 END-IF
              END-IF
           END-IF
           IF WS-ATPC812-CARGO < WS-ATPC812-COD-IMPORTE
              MOVE WS-ATPC812-COD-IMPORTE TO WS-ATPC812-CARGO
           END-IF

           IF WS-ATPC812-CARGO = ZEROES
              MOVE "SIN CARGO" TO WS-ATPC812-MOTIVO
           ELSE
              PERFORM ATPC812-COBRAR-CARGO
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC812-COBRAR-CARGO
      *----------------------------------------------------------------
      * Marca el ciclo en la cuenta y, grabada la marca, emite el
      * movimiento del cargo en CUOTAS.DAT
      *----------------------------------------------------------------
       ATPC812-COBRAR-CARGO.
           MOVE WS-ATPC812-ENT-CICLO TO CTM-CICLOMORA
           MOVE WS-ATPC812-HOY       TO CTM-FECMORA
           REWRITE CTM-MAESTRO-REG
               INVALID KEY
                  CONTINUE
           END-REWRITE

           IF WS-ATPC812-CTM-STATUS NOT = "00"
              ADD 1 TO WS-ATPC812-ERRORES
              MOVE ZEROES TO WS-ATPC812-CARGO
              MOVE "ERROR MARCA" TO WS-ATPC812-MOTIVO
              DISPLAY "ATPC812 - ALERTA: CODENT=[" CTM-CODENT
                      "] CUENTA=[" CTM-NUMCUENTA "] no se pudo "
                      "marcar el ciclo -- sin cargo -- FILE STATUS:["
                      WS-ATPC812-CTM-STATUS "]"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              ADD 1 TO WS-ATPC812-CARGOS
                       WS-ATPC812-ENT-CARGOS
              ADD WS-ATPC812-CARGO TO WS-ATPC812-ENT-IMPORTE
                                      WS-ATPC812-TOT-IMPORTE
              MOVE "COBRADO" TO WS-ATPC812-MOTIVO

              INITIALIZE CUO-CUOTAS-REG
              MOVE CTM-CODENT               TO CUO-CODENT
              MOVE WS-ATPC812-COD-CODMAR    TO CUO-CODMAR
              MOVE WS-ATPC812-COD-INDTIPT   TO CUO-INDTIPT
              MOVE WS-ATPC812-COD-TIPOFAC   TO CUO-TIPOFAC
              MOVE WS-ATPC812-COD-INDNORCOR TO CUO-INDNORCOR
              MOVE WS-ATPC812-COD-INDVERT   TO CUO-INDVERT
              MOVE WS-ATPC812-COD-INDNIVAPL TO CUO-INDNIVAPL
              MOVE WS-ATPC812-COD-CODCONECO TO CUO-CODCONECO
              MOVE CTM-NUMCUENTA            TO CUO-NUMCUENTA
              MOVE WS-ATPC812-CARGO         TO CUO-IMPORTE
              MOVE WS-ATPC812-HOY           TO CUO-FECHA
              WRITE CUO-CUOTAS-REG
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC812-REPORTAR-CUENTA
      *----------------------------------------------------------------
       ATPC812-REPORTAR-CUENTA.
           MOVE WS-ATPC812-MINIMO   TO WS-ATPC812-MINIMO-ED
           MOVE WS-ATPC812-PAGADO   TO WS-ATPC812-PAGADO-ED
           MOVE WS-ATPC812-FALTANTE TO WS-ATPC812-FALTANTE-ED
           MOVE WS-ATPC812-CARGO    TO WS-ATPC812-CARGO-ED
           MOVE SPACES TO WS-ATPC812-LINEA
           STRING "   CUENTA ["               DELIMITED BY SIZE
                  CTM-NUMCUENTA               DELIMITED BY SIZE
                  "] MINIMO ["                DELIMITED BY SIZE
                  WS-ATPC812-MINIMO-ED        DELIMITED BY SIZE
                  "] PAGADO ["                DELIMITED BY SIZE
                  WS-ATPC812-PAGADO-ED        DELIMITED BY SIZE
                  "] FALTANTE ["              DELIMITED BY SIZE
                  WS-ATPC812-FALTANTE-ED      DELIMITED BY SIZE
                  "] CARGO ["                 DELIMITED BY SIZE
                  WS-ATPC812-CARGO-ED         DELIMITED BY SIZE
                  "] "                        DELIMITED BY SIZE
                  WS-ATPC812-MOTIVO           DELIMITED BY SIZE
             INTO WS-ATPC812-LINEA
           WRITE RPT-ATPC812-REG FROM WS-ATPC812-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC812-CERRAR-ENTIDAD
      *----------------------------------------------------------------
       ATPC812-CERRAR-ENTIDAD.
           IF WS-ATPC812-ENT-CUENTAS > ZEROES
              MOVE WS-ATPC812-ENT-IMPORTE TO WS-ATPC812-IMPORTE-ED
              MOVE SPACES TO WS-ATPC812-LINEA
              STRING " CODENT ["              DELIMITED BY SIZE
                     WS-ATPC812-ENT-ANT       DELIMITED BY SIZE
                     "] EVALUADAS ["          DELIMITED BY SIZE
                     WS-ATPC812-ENT-CUENTAS   DELIMITED BY SIZE
                     "] CARGOS ["             DELIMITED BY SIZE
                     WS-ATPC812-ENT-CARGOS    DELIMITED BY SIZE
                     "] EXENTAS ["            DELIMITED BY SIZE
                     WS-ATPC812-ENT-EXENTAS   DELIMITED BY SIZE
                     "] IMPORTE ["            DELIMITED BY SIZE
                     WS-ATPC812-IMPORTE-ED    DELIMITED BY SIZE
                     "]"                      DELIMITED BY SIZE
                INTO WS-ATPC812-LINEA
              WRITE RPT-ATPC812-REG FROM WS-ATPC812-LINEA
              DISPLAY WS-ATPC812-LINEA
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC812-EMITIR-RESUMEN
      *----------------------------------------------------------------
       ATPC812-EMITIR-RESUMEN.
           MOVE SPACES TO WS-ATPC812-LINEA
           STRING " CUENTAS: "                DELIMITED BY SIZE
                  WS-ATPC812-LEIDAS           DELIMITED BY SIZE
                  "  EVALUADAS: "             DELIMITED BY SIZE
                  WS-ATPC812-EVALUADAS        DELIMITED BY SIZE
                  "  PAGO SUFICIENTE: "       DELIMITED BY SIZE
                  WS-ATPC812-SUFICIENTES      DELIMITED BY SIZE
                  "  SIN MINIMO: "            DELIMITED BY SIZE
                  WS-ATPC812-SIN-MINIMO       DELIMITED BY SIZE
                  "  CASTIGADAS: "            DELIMITED BY SIZE
                  WS-ATPC812-CASTIGADAS       DELIMITED BY SIZE
             INTO WS-ATPC812-LINEA
           WRITE RPT-ATPC812-REG FROM WS-ATPC812-LINEA
           DISPLAY WS-ATPC812-LINEA

           MOVE WS-ATPC812-TOT-IMPORTE TO WS-ATPC812-IMPORTE-ED
           MOVE SPACES TO WS-ATPC812-LINEA
           STRING " CARGOS: "                 DELIMITED BY SIZE
                  WS-ATPC812-CARGOS           DELIMITED BY SIZE
                  "  EXENTAS: "               DELIMITED BY SIZE
                  WS-ATPC812-EXENTAS          DELIMITED BY SIZE
                  "  ESTADO ESPECIAL: "       DELIMITED BY SIZE
                  WS-ATPC812-ESPECIALES       DELIMITED BY SIZE
                  "  YA COBRADAS EN EL CICLO: "
                                              DELIMITED BY SIZE
                  WS-ATPC812-YA-COBRADAS      DELIMITED BY SIZE
                  "  ERRORES: "               DELIMITED BY SIZE
                  WS-ATPC812-ERRORES          DELIMITED BY SIZE
                  "  IMPORTE: "               DELIMITED BY SIZE
                  WS-ATPC812-IMPORTE-ED       DELIMITED BY SIZE
             INTO WS-ATPC812-LINEA
           WRITE RPT-ATPC812-REG FROM WS-ATPC812-LINEA
           DISPLAY WS-ATPC812-LINEA
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
       COPY "ATPC052-PR".
       COPY "ATPC085-PR".
       COPY "ATPC096-PR".
       COPY "ATPC154-PR".
       COPY "ATPC158-PR".
       COPY "ATPC161-PR".
       COPY "ATPCPMN-PR".
       COPY "ATPCPRC-PR".
       COPY "ATPCVTO-PR".
       COPY "ATPCCIC-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
