       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC840.
      *----------------------------------------------------------------
      * Programa batch diario de calculo propio de los dias de mora:
      * arma CTAMORA.DAT, en su layout de siempre, a partir de
      * nuestros propios vencimientos en lugar del archivo que manda
      * el sistema externo con sus propias reglas de feriados. Para
      * cada entidad y grupo de facturacion (CTM-CODGRUPO, asignado
      * por ATPC861) resuelve el ultimo ciclo vencido -- la fecha de
      * ciclo mas reciente del grupo en el calendario ATPC085 (rutina
      * ATPCCIC; con grupo cero, o sin filas del grupo, rige el ciclo
      * de la entidad) cuyo vencimiento (rutina ATPCVTO, gracia en
      * dias habiles sobre ATPC161) ya paso, o si no el ciclo
      * anterior del mismo calendario -- y recorre las cuentas del
      * maestro CTAMAE.DAT, cada una con el ciclo de su grupo --
      *  - pagos: los aplicados por ATPC964 (historial PAGHIST.DAT)
      *    con fecha valor posterior a la corrida anterior cancelan
      *    primero el minimo impago del ciclo mas antiguo; el
      *    remanente de un pago posterior al cierre de un ciclo aun
      *    no vencido queda a cuenta del minimo de ese ciclo;
      *  - vencimiento: el dia siguiente al vencimiento de un ciclo
      *    se calcula su minimo exigible con ATPCPMN sobre el saldo
      *    de la cuenta antes de los pagos del ciclo (CTM-SALDO mas
      *    lo pagado desde el cierre), el mismo criterio de ATPC812;
      *    lo que los pagos a cuenta no cubrieron queda como ciclo
      *    impago de la cuenta;
      *  - dias de mora: los dias corridos desde el vencimiento del
      *    ciclo impago mas antiguo (cero sin ciclos impagos, tope
      *    999). La cuenta sin saldo deudor queda al dia.
      * Los ciclos impagos de cada cuenta, la ultima corrida que le
      * aplico pagos, el ultimo ciclo evaluado y el pago a cuenta se
      * guardan en MORACIC.DAT (orden CODENT + NUMCUENTA, hasta 36
      * ciclos por cuenta; el excedente se acumula en el ultimo), que
      * la corrida reescribe entera; repetir la corrida del dia no
      * aplica dos veces los pagos ni evalua dos veces el ciclo. El
      * calculo arranca con la primera corrida: la mora anterior a
      * ella no se conoce, por eso el periodo de marcha en paralelo.
      * LINEA y estado actual de cada registro salen del maestro.
      *
      * Modo de operacion en ATPC840.PRM (primera linea, 1 posicion):
      *  P - paralelo (defecto, tambien sin el archivo): el calculo
      *      sale en CTAMORA.CAL y se compara cuenta por cuenta contra
      *      el CTAMORA.DAT externo (ATPC987); el reporte lista cada
      *      cuenta con dias de mora distintos y las que figuran en
      *      uno solo de los dos archivos;
      *  D - definitivo: el calculo se graba directamente en
      *      CTAMORA.DAT para ATPC922, ATPC958, ATPC968, ATPC970,
      *      ATPC981 y ATPC982, y ATPC987 rechaza el alimentador CTA.
      * La corrida va despues de ATPC964 y de ATPC972 y antes de los
      * demas consumidores de CTAMORA.DAT. ATPC972 corre antes porque
      * este calculo necesita el saldo del dia en el maestro: los
      * dias de mora y la LINEA que ATPC972 carga en CTAMAE.DAT salen
      * del CTAMORA.DAT de la corrida anterior (en modo definitivo,
      * el que grabo ATPC840 el dia previo). Sin CTAMAE.DAT la
      * corrida aborta;
      * sin el CTAMORA.DAT externo en modo paralelo no hay
      * comparacion y la corrida termina con RC 4.
      *
      * Layout de MORACIC.DAT: CODENT(4) NUMCUENTA(16) FECPROC(10)
      * CICLO-EVAL(10) CICLO DEL PAGO A CUENTA(10) PAGO A CUENTA
      * 9(09)V99 CANTIDAD(2) y 36 veces CICLO(10) VENCIMIENTO(10)
      * PENDIENTE 9(09)V99.
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
           SELECT PRM-ATPC840 ASSIGN TO "ATPC840.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC840-PRM-STATUS.
      * Maestro de cuentas -- ver ATPCCTM-CTM.cpy
           SELECT CTM-MAESTRO ASSIGN TO "CTAMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTM-CLAVE
               FILE STATUS IS WS-ATPC840-CTM-STATUS.
           SELECT PAG-HISTORIAL ASSIGN TO "PAGHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC840-HIS-STATUS.
           SELECT MCI-CICLOS ASSIGN TO "MORACIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC840-MCI-STATUS.
           SELECT TMP-CICLOS ASSIGN TO "ATPC840.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC840-TMP-STATUS.
      * Archivo de mora: el externo en modo paralelo (entrada), el
      * propio en modo definitivo (salida)
           SELECT CTA-MORA ASSIGN TO "CTAMORA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC840-CTA-STATUS.
           SELECT CAL-MORA ASSIGN TO "CTAMORA.CAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC840-CAL-STATUS.
           SELECT RPT-ATPC840 ASSIGN TO "ATPC840.RPT"
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

       FD  PRM-ATPC840
           RECORDING MODE IS F.
       01  PRM-ATPC840-REG.
           05  PRM-ATPC840-MODO               PIC X(01).

       FD  PAG-HISTORIAL
           RECORDING MODE IS F.
       01  PAG-HISTORIAL-REG.
           05  HIS-CODENT                     PIC X(04).
           05  HIS-NUMCUENTA                  PIC X(16).
           05  HIS-IMPORTE                    PIC 9(09)V99.
           05  HIS-FECVALOR                   PIC X(10).

       FD  MCI-CICLOS
           RECORDING MODE IS F.
       01  MCI-CICLOS-REG.
           05  MCI-CLAVE.
               10  MCI-CODENT                 PIC X(04).
               10  MCI-NUMCUENTA              PIC X(16).
           05  FILLER                         PIC X(1159).

       FD  TMP-CICLOS
           RECORDING MODE IS F.
       01  TMP-CICLOS-REG                     PIC X(1179).

       FD  CTA-MORA
           RECORDING MODE IS F.
       01  CTA-MORA-REG.
           05  CTA-MORA-CLAVE.
               10  CTA-MORA-CODENT            PIC X(04).
               10  CTA-MORA-NUMCUENTA         PIC X(16).
           05  CTA-MORA-LINEA                 PIC X(04).
           05  CTA-MORA-DIAS                  PIC 9(03).
           05  CTA-MORA-ESTADO-ACT            PIC 9(02).

       FD  CAL-MORA
           RECORDING MODE IS F.
       01  CAL-MORA-REG                       PIC X(29).

       FD  RPT-ATPC840
           RECORDING MODE IS F.
       01  RPT-ATPC840-REG                    PIC X(130).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPC021-WS".
       COPY "ATPC085-WS".
       COPY "ATPCCIC-WS".
       COPY "ATPC096-WS".
       COPY "ATPC158-WS".
       COPY "ATPC161-WS".
       COPY "ATPCPMN-WS".
       COPY "ATPCPRC-WS".
       COPY "ATPCVTO-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".

       77  WS-ATPC840-PRM-STATUS              PIC X(02).
       77  WS-ATPC840-CTM-STATUS              PIC X(02).
       77  WS-ATPC840-HIS-STATUS              PIC X(02).
       77  WS-ATPC840-MCI-STATUS              PIC X(02).
       77  WS-ATPC840-TMP-STATUS              PIC X(02).
       77  WS-ATPC840-CTA-STATUS              PIC X(02).
       77  WS-ATPC840-CAL-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC840-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.

      * Modo de operacion (ATPC840.PRM)
       01  FILLER                             PIC X(01).
           88 WS-ATPC840-DEFINITIVO           VALUE "D"
              WHEN SET TO FALSE "P".
       01  FILLER                             PIC X(01).
           88 WS-ATPC840-CON-EXTERNO          VALUE "S"
              WHEN SET TO FALSE "N".
       01  FILLER                             PIC X(01).
           88 WS-ATPC840-CON-LIBRO            VALUE "S"
              WHEN SET TO FALSE "N".

      * Pagos aplicados en memoria (PAGHIST.DAT, depurado por
      * retencion operativa en ATPC964)
       78  WS-ATPC840-HIS-MAX                 VALUE 5000.
       77  WS-ATPC840-HIS-CANT                PIC 9(04) VALUE 0.
       01  WS-ATPC840-HISTORIAL.
           05  WS-ATPC840-HIS OCCURS 5000 TIMES.
               10  WS-ATPC840-HIS-CODENT      PIC X(04).
               10  WS-ATPC840-HIS-NUMCUENTA   PIC X(16).
               10  WS-ATPC840-HIS-IMPORTE     PIC 9(09)V99.
               10  WS-ATPC840-HIS-FECVALOR    PIC X(10).

      * Estado de mora de la cuenta en curso (registro de MORACIC.DAT)
       78  WS-ATPC840-CIC-MAX                 VALUE 36.
       01  WS-ATPC840-EST.
           05  WS-ATPC840-EST-CLAVE.
               10  WS-ATPC840-EST-CODENT      PIC X(04).
               10  WS-ATPC840-EST-NUMCUENTA   PIC X(16).
           05  WS-ATPC840-EST-FECPROC         PIC X(10).
           05  WS-ATPC840-EST-CICLO-EVAL      PIC X(10).
           05  WS-ATPC840-EST-CRED-CICLO      PIC X(10).
           05  WS-ATPC840-EST-CREDITO         PIC 9(09)V99.
           05  WS-ATPC840-EST-CANT            PIC 9(02).
           05  WS-ATPC840-EST-CIC OCCURS 36 TIMES.
               10  WS-ATPC840-EST-CICLO       PIC X(10).
               10  WS-ATPC840-EST-FECVTO      PIC X(10).
               10  WS-ATPC840-EST-PENDIENTE   PIC 9(09)V99.

      * Lectura adelantada del libro de ciclos anterior y del archivo
      * de mora externo (HIGH-VALUES al terminar)
       01  WS-ATPC840-MCI-CLAVE               PIC X(20).
       01  WS-ATPC840-EXT-CLAVE               PIC X(20).

      * Registro de mora propio de la cuenta en curso
       01  WS-ATPC840-MORA.
           05  WS-ATPC840-MORA-CODENT         PIC X(04).
           05  WS-ATPC840-MORA-NUMCUENTA      PIC X(16).
           05  WS-ATPC840-MORA-LINEA          PIC X(04).
           05  WS-ATPC840-MORA-DIAS           PIC 9(03).
           05  WS-ATPC840-MORA-ESTADO-ACT     PIC 9(02).

      * Corte de control por entidad y ciclo del grupo de la cuenta
      * en curso: ultimo ciclo cerrado, ultimo ciclo vencido y su
      * vencimiento
       01  WS-ATPC840-ENT-ANT                 PIC X(04).
       77  WS-ATPC840-ENT-NUM                 PIC 9(04).
       01  FILLER                             PIC X(01).
           88 WS-ATPC840-ENT-RESUELTA         VALUE "S"
              WHEN SET TO FALSE "N".
       77  WS-ATPC840-ENT-CICLO-ABI           PIC X(10).
       77  WS-ATPC840-ENT-CICLO-ANT           PIC X(10).
       77  WS-ATPC840-ENT-CICLO-VEN           PIC X(10).
       77  WS-ATPC840-ENT-FECVTO              PIC X(10).
       01  WS-ATPC840-ENT-SITUACION           PIC X(30).
       77  WS-ATPC840-ENT-CUENTAS             PIC 9(06).
       77  WS-ATPC840-ENT-EN-MORA             PIC 9(06).
       77  WS-ATPC840-ENT-DIFERENCIAS         PIC 9(06).

      * Ciclos por grupo de facturacion de la entidad en curso
      * (posicion = CODGRUPO + 1), resueltos la primera vez que
      * aparece una cuenta del grupo; GRU-FILAS es el CODGRUPO de las
      * filas del calendario que rigieron (el grupo, o cero)
       01  WS-ATPC840-GRUPOS.
           05  WS-ATPC840-GRU OCCURS 100 TIMES.
               10  WS-ATPC840-GRU-ESTADO      PIC X(01).
                   88 WS-ATPC840-GRU-SIN-RESOLVER VALUE SPACE.
               10  WS-ATPC840-GRU-CICLO-ABI   PIC X(10).
               10  WS-ATPC840-GRU-CICLO-VEN   PIC X(10).
               10  WS-ATPC840-GRU-FECVTO      PIC X(10).
               10  WS-ATPC840-GRU-SITUACION   PIC X(30).
       77  WS-ATPC840-GRU-IDX                 PIC 9(03).
       77  WS-ATPC840-GRU-COD                 PIC 9(02).
       77  WS-ATPC840-GRU-FILAS               PIC 9(02).

      * Calculo de la cuenta en curso
       77  WS-ATPC840-DESDE                   PIC X(10).
       77  WS-ATPC840-HASTA                   PIC X(10).
       77  WS-ATPC840-DESTINO                 PIC X(10).
       77  WS-ATPC840-RESTO                   PIC 9(11)V99.
       77  WS-ATPC840-PAGADO                  PIC 9(11)V99.
       77  WS-ATPC840-SALDO-REF               PIC S9(11)V99.
       77  WS-ATPC840-MINIMO                  PIC 9(09)V99.
       77  WS-ATPC840-IMPAGO                  PIC 9(09)V99.
       77  WS-ATPC840-DEUDA                   PIC 9(11)V99.
       77  WS-ATPC840-K                       PIC 9(02).
       77  WS-ATPC840-DIAS                    PIC S9(09).

      * Fecha del dia en AAAA-MM-DD
       01  WS-ATPC840-HOY.
           05  WS-ATPC840-HOY-AAAA            PIC 9(04).
           05  WS-ATPC840-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC840-HOY-MM              PIC 9(02).
           05  WS-ATPC840-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC840-HOY-DD              PIC 9(02).
       01  WS-ATPC840-HOY-AMD.
           05  WS-ATPC840-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC840-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC840-HOY-AMD-DD          PIC 9(02).

      * Conversion de fechas AAAA-MM-DD a dias corridos
       01  WS-ATPC840-FECHA-DIV.
           05  WS-ATPC840-FD-AAAA             PIC 9(04).
           05  FILLER                         PIC X(01).
           05  WS-ATPC840-FD-MM               PIC 9(02).
           05  FILLER                         PIC X(01).
           05  WS-ATPC840-FD-DD               PIC 9(02).
       01  FILLER                             PIC 9(01).
           88 WS-ATPC840-FECHA-VALIDA         VALUE 1
              WHEN SET TO FALSE 0.
       77  WS-ATPC840-SERIE                   PIC S9(09).
       77  WS-ATPC840-SERIE-HOY               PIC S9(09).
       77  WS-ATPC840-ANIOS-PREV              PIC S9(09).
       77  WS-ATPC840-BIS4                    PIC S9(09).
       77  WS-ATPC840-BIS100                  PIC S9(09).
       77  WS-ATPC840-BIS400                  PIC S9(09).
       77  WS-ATPC840-REM4                    PIC S9(09).
       77  WS-ATPC840-REM100                  PIC S9(09).
       77  WS-ATPC840-REM400                  PIC S9(09).
       77  WS-ATPC840-MES-AUX                 PIC 9(02).

      * Dias acumulados al inicio de cada mes (anio no bisiesto)
       01  WS-ATPC840-DIAS-ACUM-DEF.
           05  FILLER  PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  FILLER REDEFINES WS-ATPC840-DIAS-ACUM-DEF.
           05  WS-ATPC840-DIAS-ACUM OCCURS 12 TIMES PIC 9(03).

      * Contadores del resumen final
       77  WS-ATPC840-LEIDAS                  PIC 9(06) VALUE 0.
       77  WS-ATPC840-EN-MORA                 PIC 9(06) VALUE 0.
       77  WS-ATPC840-EVALUADAS               PIC 9(06) VALUE 0.
       77  WS-ATPC840-CICLOS-IMPAGOS          PIC 9(06) VALUE 0.
       77  WS-ATPC840-PAGOS                   PIC 9(06) VALUE 0.
       77  WS-ATPC840-SALDADAS                PIC 9(06) VALUE 0.
       77  WS-ATPC840-NUEVAS                  PIC 9(06) VALUE 0.
       77  WS-ATPC840-BAJAS                   PIC 9(06) VALUE 0.
       77  WS-ATPC840-COINCIDEN               PIC 9(06) VALUE 0.
       77  WS-ATPC840-DIFERENCIAS             PIC 9(06) VALUE 0.
       77  WS-ATPC840-SOLO-EXTERNO            PIC 9(06) VALUE 0.
       77  WS-ATPC840-SOLO-PROPIO             PIC 9(06) VALUE 0.
       77  WS-ATPC840-ERRORES                 PIC 9(06) VALUE 0.

       77  WS-ATPC840-DIAS-ED                 PIC ZZ9.
       77  WS-ATPC840-EXT-DIAS                PIC X(03).
       77  WS-ATPC840-DEUDA-ED                PIC Z(10)9.99.
       01  WS-ATPC840-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC840-PRINCIPAL
      *----------------------------------------------------------------
       ATPC840-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC840: CALCULO PROPIO DE DIAS DE MORA                -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC840" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL

           PERFORM ATPC840-LEER-PARAMETROS

           PERFORM ATPC021-CARGAR-ARREGLO
           PERFORM ATPC085-CARGAR-ARREGLO
           PERFORM ATPC096-CARGAR-ARREGLO
           PERFORM ATPC158-CARGAR-ARREGLO
           PERFORM ATPCPRC-CARGAR-TABLA
           PERFORM ATPC161-CARGAR-ARREGLO

           ACCEPT WS-ATPC840-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC840-HOY-G1 WS-ATPC840-HOY-G2
           MOVE WS-ATPC840-HOY-AMD-AAAA TO WS-ATPC840-HOY-AAAA
           MOVE WS-ATPC840-HOY-AMD-MM   TO WS-ATPC840-HOY-MM
           MOVE WS-ATPC840-HOY-AMD-DD   TO WS-ATPC840-HOY-DD
           MOVE WS-ATPC840-HOY TO WS-ATPC840-FECHA-DIV
           PERFORM ATPC840-FECHA-A-SERIE
           MOVE WS-ATPC840-SERIE TO WS-ATPC840-SERIE-HOY

           PERFORM ATPC840-CARGAR-HISTORIAL

           OPEN INPUT CTM-MAESTRO
           IF WS-ATPC840-CTM-STATUS NOT = "00"
              DISPLAY "ATPC840 - ERROR: no se pudo abrir CTAMAE.DAT "
                      "-- FILE STATUS:[" WS-ATPC840-CTM-STATUS "] -- "
                      "corrida abortada"
              PERFORM ATPC840-ABORTAR
           END-IF

           OPEN OUTPUT TMP-CICLOS
           IF WS-ATPC840-TMP-STATUS NOT = "00"
              DISPLAY "ATPC840 - ERROR: no se pudo abrir ATPC840.TMP "
                      "-- FILE STATUS:[" WS-ATPC840-TMP-STATUS "] -- "
                      "corrida abortada"
              PERFORM ATPC840-ABORTAR
           END-IF

           OPEN INPUT MCI-CICLOS
           IF WS-ATPC840-MCI-STATUS = "00"
              SET WS-ATPC840-CON-LIBRO TO TRUE
           ELSE
              SET WS-ATPC840-CON-LIBRO TO FALSE
              DISPLAY "ATPC840 - AVISO: sin MORACIC.DAT -- el calculo "
                      "arranca sin ciclos impagos previos"
           END-IF
           PERFORM ATPC840-LEER-LIBRO

           SET WS-ATPC840-CON-EXTERNO TO FALSE
           IF WS-ATPC840-DEFINITIVO
              OPEN OUTPUT CTA-MORA
           ELSE
              OPEN OUTPUT CAL-MORA
              OPEN INPUT CTA-MORA
              IF WS-ATPC840-CTA-STATUS = "00"
                 SET WS-ATPC840-CON-EXTERNO TO TRUE
              ELSE
                 DISPLAY "ATPC840 - AVISO: sin CTAMORA.DAT externo "
                         "-- FILE STATUS:[" WS-ATPC840-CTA-STATUS
                         "] -- no hay comparacion"
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF
           PERFORM ATPC840-LEER-EXTERNO

           OPEN OUTPUT RPT-ATPC840

           MOVE SPACES TO WS-ATPC840-LINEA
           IF WS-ATPC840-DEFINITIVO
              STRING " DIAS DE MORA AL ["         DELIMITED BY SIZE
                     WS-ATPC840-HOY               DELIMITED BY SIZE
                     "] MODO DEFINITIVO -- CTAMORA.DAT"
                                                  DELIMITED BY SIZE
                INTO WS-ATPC840-LINEA
           ELSE
              STRING " DIAS DE MORA AL ["         DELIMITED BY SIZE
                     WS-ATPC840-HOY               DELIMITED BY SIZE
                     "] MODO PARALELO -- CTAMORA.CAL CONTRA "
                                                  DELIMITED BY SIZE
                     "CTAMORA.DAT EXTERNO"        DELIMITED BY SIZE
                INTO WS-ATPC840-LINEA
           END-IF
           WRITE RPT-ATPC840-REG FROM WS-ATPC840-LINEA
           DISPLAY WS-ATPC840-LINEA

           MOVE SPACES TO WS-ATPC840-ENT-ANT

           MOVE LOW-VALUES TO CTM-CLAVE
           START CTM-MAESTRO KEY IS NOT LESS THAN CTM-CLAVE
               INVALID KEY
                  SET WS-ATPC840-FIN-ENTRADA TO TRUE
               NOT INVALID KEY
                  SET WS-ATPC840-FIN-ENTRADA TO FALSE
           END-START

           PERFORM UNTIL WS-ATPC840-FIN-ENTRADA
              READ CTM-MAESTRO NEXT RECORD
                  AT END
                     SET WS-ATPC840-FIN-ENTRADA TO TRUE
                  NOT AT END
                     ADD 1 TO WS-ATPC840-LEIDAS
                     PERFORM ATPC840-PROCESAR-CUENTA
              END-READ
           END-PERFORM

      * Lo que resta del externo no tiene cuenta en el maestro
           MOVE HIGH-VALUES TO CTM-CLAVE
           PERFORM ATPC840-ADELANTAR-EXTERNO

           IF WS-ATPC840-ENT-ANT NOT = SPACES
              PERFORM ATPC840-CERRAR-ENTIDAD
           END-IF

      * Las cuentas del libro que ya no estan en el maestro se bajan
           PERFORM UNTIL WS-ATPC840-MCI-CLAVE = HIGH-VALUES
              ADD 1 TO WS-ATPC840-BAJAS
              PERFORM ATPC840-LEER-LIBRO
           END-PERFORM

           IF WS-ATPC840-CON-LIBRO
              CLOSE MCI-CICLOS
           END-IF
           CLOSE TMP-CICLOS
                 CTM-MAESTRO
           IF WS-ATPC840-DEFINITIVO
              CLOSE CTA-MORA
           ELSE
              CLOSE CAL-MORA
              IF WS-ATPC840-CON-EXTERNO
                 CLOSE CTA-MORA
              END-IF
           END-IF

           PERFORM ATPC840-ACTUALIZAR-LIBRO

           PERFORM ATPC840-EMITIR-RESUMEN

           CLOSE RPT-ATPC840

           DISPLAY
           "- ATPC840: CALCULO DE DIAS DE MORA FINALIZADO            -"
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
      * Proceso: ATPC840-ABORTAR
      *----------------------------------------------------------------
       ATPC840-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC840-LEER-PARAMETROS
      *----------------------------------------------------------------
      * Sin parametro, o con un modo desconocido, la corrida es en
      * paralelo: nunca pisa el CTAMORA.DAT externo por omision
      *----------------------------------------------------------------
       ATPC840-LEER-PARAMETROS.
           SET WS-ATPC840-DEFINITIVO TO FALSE
           OPEN INPUT PRM-ATPC840
           IF WS-ATPC840-PRM-STATUS = "00"
              READ PRM-ATPC840
                  AT END
                     CONTINUE
                  NOT AT END
                     EVALUATE PRM-ATPC840-MODO
                        WHEN "D"
                           SET WS-ATPC840-DEFINITIVO TO TRUE
                        WHEN "P"
                           CONTINUE
                        WHEN OTHER
                           DISPLAY "ATPC840 - AVISO: modo ["
                                   PRM-ATPC840-MODO "] desconocido "
                                   "en ATPC840.PRM -- se corre en "
                                   "paralelo"
                     END-EVALUATE
              END-READ
              CLOSE PRM-ATPC840
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC840-CARGAR-HISTORIAL
      *----------------------------------------------------------------
      * Pagos aplicados por ATPC964; el pago que no entra al arreglo
      * no cancelaria su ciclo y la cuenta quedaria en mora indebida:
      * se alerta y la corrida queda mala
      *----------------------------------------------------------------
       ATPC840-CARGAR-HISTORIAL.
           OPEN INPUT PAG-HISTORIAL
           IF WS-ATPC840-HIS-STATUS NOT = "00"
              DISPLAY "ATPC840 - AVISO: sin PAGHIST.DAT -- no hay "
                      "pagos aplicados"
           ELSE
              SET WS-ATPC840-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC840-FIN-ENTRADA
                 READ PAG-HISTORIAL
                     AT END
                        SET WS-ATPC840-FIN-ENTRADA TO TRUE
                     NOT AT END
                        PERFORM ATPC840-INCORPORAR-PAGO
                 END-READ
              END-PERFORM
              CLOSE PAG-HISTORIAL
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC840-INCORPORAR-PAGO
      *----------------------------------------------------------------
       ATPC840-INCORPORAR-PAGO.
           IF WS-ATPC840-HIS-CANT < WS-ATPC840-HIS-MAX
              ADD 1 TO WS-ATPC840-HIS-CANT
              MOVE HIS-CODENT
                TO WS-ATPC840-HIS-CODENT(WS-ATPC840-HIS-CANT)
              MOVE HIS-NUMCUENTA
                TO WS-ATPC840-HIS-NUMCUENTA(WS-ATPC840-HIS-CANT)
              MOVE HIS-IMPORTE
                TO WS-ATPC840-HIS-IMPORTE(WS-ATPC840-HIS-CANT)
              MOVE HIS-FECVALOR
                TO WS-ATPC840-HIS-FECVALOR(WS-ATPC840-HIS-CANT)
           ELSE
              DISPLAY "ATPC840 - ALERTA: el arreglo de pagos alcanzo "
                      "su capacidad maxima [" WS-ATPC840-HIS-MAX
                      "] - hay pagos sin computar"
              MOVE 12 TO RETURN-CODE
              SET WS-ATPC840-FIN-ENTRADA TO TRUE
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC840-LEER-LIBRO
      *----------------------------------------------------------------
       ATPC840-LEER-LIBRO.
           MOVE HIGH-VALUES TO WS-ATPC840-MCI-CLAVE
           IF WS-ATPC840-CON-LIBRO
              READ MCI-CICLOS
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE MCI-CLAVE TO WS-ATPC840-MCI-CLAVE
              END-READ
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC840-LEER-EXTERNO
      *----------------------------------------------------------------
       ATPC840-LEER-EXTERNO.
           MOVE HIGH-VALUES TO WS-ATPC840-EXT-CLAVE
           IF WS-ATPC840-CON-EXTERNO
              READ CTA-MORA
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE CTA-MORA-CLAVE TO WS-ATPC840-EXT-CLAVE
              END-READ
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC840-PROCESAR-CUENTA
      *----------------------------------------------------------------
      * Orden de los hechos, sobre los ciclos del grupo de la cuenta:
      * pagos hasta el vencimiento del ciclo vencido aun no evaluado,
      * evaluacion de ese ciclo y luego los pagos posteriores a su
      * vencimiento
      *----------------------------------------------------------------
       ATPC840-PROCESAR-CUENTA.
           IF CTM-CODENT NOT = WS-ATPC840-ENT-ANT
              IF WS-ATPC840-ENT-ANT NOT = SPACES
                 PERFORM ATPC840-CERRAR-ENTIDAD
              END-IF
              PERFORM ATPC840-ABRIR-ENTIDAD
           END-IF
           ADD 1 TO WS-ATPC840-ENT-CUENTAS

           COMPUTE WS-ATPC840-GRU-IDX = CTM-CODGRUPO + 1
           PERFORM ATPC840-CICLO-GRUPO

           PERFORM ATPC840-UBICAR-ESTADO

           MOVE WS-ATPC840-EST-FECPROC TO WS-ATPC840-DESDE
           IF WS-ATPC840-DESDE = SPACES
              EVALUATE TRUE
                 WHEN WS-ATPC840-ENT-CICLO-VEN NOT = SPACES
                    MOVE WS-ATPC840-ENT-CICLO-VEN TO WS-ATPC840-DESDE
                 WHEN WS-ATPC840-ENT-CICLO-ABI NOT = SPACES
                    MOVE WS-ATPC840-ENT-CICLO-ABI TO WS-ATPC840-DESDE
                 WHEN OTHER
                    MOVE WS-ATPC840-HOY TO WS-ATPC840-DESDE
              END-EVALUATE
           END-IF

           IF WS-ATPC840-ENT-CICLO-VEN NOT = SPACES
           AND WS-ATPC840-ENT-CICLO-VEN > WS-ATPC840-EST-CICLO-EVAL
              MOVE WS-ATPC840-ENT-FECVTO    TO WS-ATPC840-HASTA
              MOVE WS-ATPC840-ENT-CICLO-VEN TO WS-ATPC840-DESTINO
              PERFORM ATPC840-APLICAR-PAGOS
              PERFORM ATPC840-EVALUAR-CICLO
              IF WS-ATPC840-ENT-FECVTO > WS-ATPC840-DESDE
                 MOVE WS-ATPC840-ENT-FECVTO TO WS-ATPC840-DESDE
              END-IF
           END-IF

           MOVE WS-ATPC840-HOY TO WS-ATPC840-HASTA
           MOVE SPACES TO WS-ATPC840-DESTINO
           IF WS-ATPC840-ENT-CICLO-ABI NOT = SPACES
           AND WS-ATPC840-ENT-CICLO-ABI > WS-ATPC840-EST-CICLO-EVAL
              MOVE WS-ATPC840-ENT-CICLO-ABI TO WS-ATPC840-DESTINO
           END-IF
           PERFORM ATPC840-APLICAR-PAGOS

      * Sin saldo deudor no hay mora
           IF CTM-SALDO NOT > ZEROES
           AND WS-ATPC840-EST-CANT > ZEROES
              ADD 1 TO WS-ATPC840-SALDADAS
              MOVE ZEROES TO WS-ATPC840-EST-CANT
              INITIALIZE WS-ATPC840-EST-CIC(1)
           END-IF

           MOVE WS-ATPC840-HOY TO WS-ATPC840-EST-FECPROC
           WRITE TMP-CICLOS-REG FROM WS-ATPC840-EST

           PERFORM ATPC840-CALCULAR-DIAS

           MOVE CTM-CODENT    TO WS-ATPC840-MORA-CODENT
           MOVE CTM-NUMCUENTA TO WS-ATPC840-MORA-NUMCUENTA
           MOVE CTM-LINEA     TO WS-ATPC840-MORA-LINEA
           MOVE CTM-CODESTCTA TO WS-ATPC840-MORA-ESTADO-ACT
           IF WS-ATPC840-DEFINITIVO
              WRITE CTA-MORA-REG FROM WS-ATPC840-MORA
           ELSE
              WRITE CAL-MORA-REG FROM WS-ATPC840-MORA
              IF WS-ATPC840-CON-EXTERNO
                 PERFORM ATPC840-COMPARAR-EXTERNO
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC840-ABRIR-ENTIDAD
      *----------------------------------------------------------------
      * Ubica la entidad en ATPC021, limpia los ciclos por grupo y
      * resuelve e informa los de las cuentas sin grupo; los de cada
      * grupo se resuelven al aparecer su primera cuenta
      * (ATPC840-CICLO-GRUPO)
      *----------------------------------------------------------------
       ATPC840-ABRIR-ENTIDAD.
           MOVE CTM-CODENT TO WS-ATPC840-ENT-ANT
           MOVE ZEROES TO WS-ATPC840-ENT-CUENTAS
                          WS-ATPC840-ENT-EN-MORA
                          WS-ATPC840-ENT-DIFERENCIAS
           MOVE SPACES TO WS-ATPC840-GRUPOS
           SET WS-ATPC840-ENT-RESUELTA TO FALSE

           INITIALIZE WS-ATPC021
           MOVE CTM-CODENT TO WS-ATPC021-CODENT
           PERFORM ATPC021-BUSCAR-EN-ARREGLO
           IF WS-ATPC021-RETORNO-OK
           AND CTM-CODENT IS NUMERIC
              SET WS-ATPC840-ENT-RESUELTA TO TRUE
              MOVE CTM-CODENT TO WS-ATPC840-ENT-NUM
           END-IF

           MOVE 1 TO WS-ATPC840-GRU-IDX
           PERFORM ATPC840-CICLO-GRUPO

           MOVE SPACES TO WS-ATPC840-LINEA
           STRING " CODENT ["                 DELIMITED BY SIZE
                  CTM-CODENT                  DELIMITED BY SIZE
                  "] ULTIMO CIERRE ["         DELIMITED BY SIZE
                  WS-ATPC840-ENT-CICLO-ABI    DELIMITED BY SIZE
                  "] CICLO VENCIDO ["         DELIMITED BY SIZE
                  WS-ATPC840-ENT-CICLO-VEN    DELIMITED BY SIZE
                  "] VENCIMIENTO ["           DELIMITED BY SIZE
                  WS-ATPC840-ENT-FECVTO       DELIMITED BY SIZE
                  "] "                        DELIMITED BY SIZE
                  WS-ATPC840-ENT-SITUACION    DELIMITED BY SIZE
             INTO WS-ATPC840-LINEA
           WRITE RPT-ATPC840-REG FROM WS-ATPC840-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC840-CICLO-GRUPO
      *----------------------------------------------------------------
      * Deja en WS-ATPC840-ENT-CICLO-ABI / -CICLO-VEN / -FECVTO /
      * -SITUACION los ciclos del grupo WS-ATPC840-GRU-IDX
      * (CODGRUPO + 1) de la entidad en curso: el ultimo ciclo cerrado
      * (ATPCCIC-ULTIMO-CICLO a hoy) y el ultimo ciclo vencido, ese
      * mismo si su vencimiento ya paso, si no el ciclo anterior de
      * las mismas filas del calendario. Se resuelven la primera vez
      * y cada grupo resuelto se informa en el reporte.
      *----------------------------------------------------------------
       ATPC840-CICLO-GRUPO.
           IF WS-ATPC840-GRU-SIN-RESOLVER(WS-ATPC840-GRU-IDX)
              COMPUTE WS-ATPC840-GRU-COD = WS-ATPC840-GRU-IDX - 1
              MOVE SPACES TO WS-ATPC840-ENT-CICLO-ABI
                             WS-ATPC840-ENT-CICLO-ANT
                             WS-ATPC840-ENT-CICLO-VEN
                             WS-ATPC840-ENT-FECVTO
              MOVE "ENTIDAD INEXISTENTE" TO WS-ATPC840-ENT-SITUACION

              IF WS-ATPC840-ENT-RESUELTA
                 MOVE "SIN CALENDARIO" TO WS-ATPC840-ENT-SITUACION
                 INITIALIZE WS-ATPCCIC-ENTRADA
                 MOVE WS-ATPC840-ENT-NUM TO WS-ATPCCIC-CODENT
                 MOVE WS-ATPC840-GRU-COD TO WS-ATPCCIC-CODGRUPO
                 MOVE WS-ATPC840-HOY     TO WS-ATPCCIC-FECHA-TOPE
                 PERFORM ATPCCIC-ULTIMO-CICLO
                 IF WS-ATPCCIC-RETORNO-OK
                    MOVE WS-ATPCCIC-FECCICLO
                      TO WS-ATPC840-ENT-CICLO-ABI
                    IF WS-ATPCCIC-POR-GRUPO
                       MOVE WS-ATPC840-GRU-COD TO WS-ATPC840-GRU-FILAS
                    ELSE
                       MOVE ZEROES TO WS-ATPC840-GRU-FILAS
                    END-IF
                 END-IF
              END-IF

              IF WS-ATPC840-ENT-CICLO-ABI NOT = SPACES
                 MOVE WS-ATPC840-ENT-CICLO-ABI
                   TO WS-ATPC840-ENT-CICLO-VEN
                 PERFORM ATPC840-RESOLVER-VENCIMIENTO
                 IF WS-ATPC840-ENT-CICLO-VEN = SPACES
                    PERFORM VARYING WS-I FROM 1 BY 1
                              UNTIL WS-I > WS-ATPC085-TAB-OCCURS
                       IF WS-ATPC085-TAB-CODENT(WS-I) =
                          WS-ATPC840-ENT-NUM
                       AND WS-ATPC085-TAB-CODGRUPO(WS-I) =
                           WS-ATPC840-GRU-FILAS
                       AND WS-ATPC085-TAB-FECHA(WS-I) <
                           WS-ATPC840-ENT-CICLO-ABI
                       AND WS-ATPC085-TAB-FECHA(WS-I) >
                           WS-ATPC840-ENT-CICLO-ANT
                          MOVE WS-ATPC085-TAB-FECHA(WS-I)
                            TO WS-ATPC840-ENT-CICLO-ANT
                       END-IF
                    END-PERFORM
                    IF WS-ATPC840-ENT-CICLO-ANT NOT = SPACES
                       MOVE WS-ATPC840-ENT-CICLO-ANT
                         TO WS-ATPC840-ENT-CICLO-VEN
                       PERFORM ATPC840-RESOLVER-VENCIMIENTO
                    END-IF
                 END-IF
              END-IF

              MOVE "S" TO WS-ATPC840-GRU-ESTADO(WS-ATPC840-GRU-IDX)
              MOVE WS-ATPC840-ENT-CICLO-ABI
                TO WS-ATPC840-GRU-CICLO-ABI(WS-ATPC840-GRU-IDX)
              MOVE WS-ATPC840-ENT-CICLO-VEN
                TO WS-ATPC840-GRU-CICLO-VEN(WS-ATPC840-GRU-IDX)
              MOVE WS-ATPC840-ENT-FECVTO
                TO WS-ATPC840-GRU-FECVTO(WS-ATPC840-GRU-IDX)
              MOVE WS-ATPC840-ENT-SITUACION
                TO WS-ATPC840-GRU-SITUACION(WS-ATPC840-GRU-IDX)

              IF WS-ATPC840-GRU-COD > ZEROES
                 MOVE SPACES TO WS-ATPC840-LINEA
                 STRING " CODENT ["              DELIMITED BY SIZE
                        CTM-CODENT               DELIMITED BY SIZE
                        "] GRUPO ["              DELIMITED BY SIZE
                        WS-ATPC840-GRU-COD       DELIMITED BY SIZE
                        "] CIERRE ["             DELIMITED BY SIZE
                        WS-ATPC840-ENT-CICLO-ABI DELIMITED BY SIZE
                        "] VENCIDO ["            DELIMITED BY SIZE
                        WS-ATPC840-ENT-CICLO-VEN DELIMITED BY SIZE
                        "] VTO ["                DELIMITED BY SIZE
                        WS-ATPC840-ENT-FECVTO    DELIMITED BY SIZE
                        "] "                     DELIMITED BY SIZE
                        WS-ATPC840-ENT-SITUACION DELIMITED BY SIZE
                   INTO WS-ATPC840-LINEA
                 WRITE RPT-ATPC840-REG FROM WS-ATPC840-LINEA
              END-IF
           ELSE
              MOVE WS-ATPC840-GRU-CICLO-ABI(WS-ATPC840-GRU-IDX)
                TO WS-ATPC840-ENT-CICLO-ABI
              MOVE WS-ATPC840-GRU-CICLO-VEN(WS-ATPC840-GRU-IDX)
                TO WS-ATPC840-ENT-CICLO-VEN
              MOVE WS-ATPC840-GRU-FECVTO(WS-ATPC840-GRU-IDX)
                TO WS-ATPC840-ENT-FECVTO
              MOVE WS-ATPC840-GRU-SITUACION(WS-ATPC840-GRU-IDX)
                TO WS-ATPC840-ENT-SITUACION
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC840-RESOLVER-VENCIMIENTO
      *----------------------------------------------------------------
      * Vencimiento del ciclo en WS-ATPC840-ENT-CICLO-VEN; si aun no
      * paso, el ciclo no esta vencido y se deja en blanco
      *----------------------------------------------------------------
       ATPC840-RESOLVER-VENCIMIENTO.
           INITIALIZE WS-ATPCVTO-ENTRADA
           MOVE CTM-CODENT               TO WS-ATPCVTO-CODENT
           MOVE WS-ATPC840-ENT-CICLO-VEN TO WS-ATPCVTO-FECHA-CICLO
           PERFORM ATPCVTO-CALCULAR-VENCIMIENTO
           IF WS-ATPCVTO-RETORNO-OK
              IF WS-ATPCVTO-FECVTO < WS-ATPC840-HOY
                 MOVE WS-ATPCVTO-FECVTO TO WS-ATPC840-ENT-FECVTO
                 MOVE "CICLO VENCIDO" TO WS-ATPC840-ENT-SITUACION
              ELSE
                 MOVE SPACES TO WS-ATPC840-ENT-CICLO-VEN
                 MOVE "SIN CICLO VENCIDO" TO WS-ATPC840-ENT-SITUACION
              END-IF
           ELSE
              MOVE SPACES TO WS-ATPC840-ENT-CICLO-VEN
              MOVE "SIN VENCIMIENTO" TO WS-ATPC840-ENT-SITUACION
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC840-UBICAR-ESTADO
      *----------------------------------------------------------------
      * Toma el registro de la cuenta del libro anterior (mismo orden
      * que el maestro); la cuenta que no figura arranca sin historia
      *----------------------------------------------------------------
       ATPC840-UBICAR-ESTADO.
           PERFORM UNTIL WS-ATPC840-MCI-CLAVE >= CTM-CLAVE
              ADD 1 TO WS-ATPC840-BAJAS
              PERFORM ATPC840-LEER-LIBRO
           END-PERFORM

           IF WS-ATPC840-MCI-CLAVE = CTM-CLAVE
              MOVE MCI-CICLOS-REG TO WS-ATPC840-EST
              PERFORM ATPC840-LEER-LIBRO
           ELSE
              ADD 1 TO WS-ATPC840-NUEVAS
              INITIALIZE WS-ATPC840-EST
              MOVE CTM-CLAVE TO WS-ATPC840-EST-CLAVE
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC840-APLICAR-PAGOS
      *----------------------------------------------------------------
      * Pagos de la cuenta con fecha valor posterior a WS-ATPC840-DESDE
      * y hasta WS-ATPC840-HASTA, en el orden en que se aplicaron
      *----------------------------------------------------------------
       ATPC840-APLICAR-PAGOS.
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC840-HIS-CANT
              IF WS-ATPC840-HIS-CODENT(WS-I) = CTM-CODENT
              AND WS-ATPC840-HIS-NUMCUENTA(WS-I) = CTM-NUMCUENTA
              AND WS-ATPC840-HIS-FECVALOR(WS-I) > WS-ATPC840-DESDE
              AND WS-ATPC840-HIS-FECVALOR(WS-I) <= WS-ATPC840-HASTA
                 ADD 1 TO WS-ATPC840-PAGOS
                 MOVE WS-ATPC840-HIS-IMPORTE(WS-I) TO WS-ATPC840-RESTO
                 PERFORM ATPC840-IMPUTAR-PAGO
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC840-IMPUTAR-PAGO
      *----------------------------------------------------------------
      * El pago cancela primero el ciclo impago mas antiguo; el
      * remanente de un pago posterior al cierre del ciclo destino
      * (aun no evaluado) queda a cuenta de su minimo
      *----------------------------------------------------------------
       ATPC840-IMPUTAR-PAGO.
           PERFORM VARYING WS-ATPC840-K FROM 1 BY 1
                     UNTIL WS-ATPC840-K > WS-ATPC840-EST-CANT
                        OR WS-ATPC840-RESTO = ZEROES
              IF WS-ATPC840-RESTO >=
                 WS-ATPC840-EST-PENDIENTE(WS-ATPC840-K)
                 SUBTRACT WS-ATPC840-EST-PENDIENTE(WS-ATPC840-K)
                     FROM WS-ATPC840-RESTO
                 MOVE ZEROES
                   TO WS-ATPC840-EST-PENDIENTE(WS-ATPC840-K)
              ELSE
                 SUBTRACT WS-ATPC840-RESTO
                     FROM WS-ATPC840-EST-PENDIENTE(WS-ATPC840-K)
                 MOVE ZEROES TO WS-ATPC840-RESTO
              END-IF
           END-PERFORM
           PERFORM ATPC840-COMPACTAR-CICLOS

           IF WS-ATPC840-RESTO > ZEROES
           AND WS-ATPC840-DESTINO NOT = SPACES
           AND WS-ATPC840-HIS-FECVALOR(WS-I) > WS-ATPC840-DESTINO
              IF WS-ATPC840-EST-CRED-CICLO NOT = WS-ATPC840-DESTINO
                 MOVE WS-ATPC840-DESTINO TO WS-ATPC840-EST-CRED-CICLO
                 MOVE ZEROES TO WS-ATPC840-EST-CREDITO
              END-IF
              ADD WS-ATPC840-RESTO TO WS-ATPC840-EST-CREDITO
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC840-COMPACTAR-CICLOS
      *----------------------------------------------------------------
      * Quita del frente los ciclos ya cancelados
      *----------------------------------------------------------------
       ATPC840-COMPACTAR-CICLOS.
           PERFORM UNTIL WS-ATPC840-EST-CANT = ZEROES
                      OR WS-ATPC840-EST-PENDIENTE(1) > ZEROES
              PERFORM VARYING WS-ATPC840-K FROM 1 BY 1
                        UNTIL WS-ATPC840-K >= WS-ATPC840-EST-CANT
                 MOVE WS-ATPC840-EST-CIC(WS-ATPC840-K + 1)
                   TO WS-ATPC840-EST-CIC(WS-ATPC840-K)
              END-PERFORM
              INITIALIZE WS-ATPC840-EST-CIC(WS-ATPC840-EST-CANT)
              SUBTRACT 1 FROM WS-ATPC840-EST-CANT
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC840-EVALUAR-CICLO
      *----------------------------------------------------------------
      * Minimo exigible del ciclo vencido sobre el saldo antes de los
      * pagos posteriores al cierre; lo que el pago a cuenta no cubre
      * queda como ciclo impago
      *----------------------------------------------------------------
       ATPC840-EVALUAR-CICLO.
           ADD 1 TO WS-ATPC840-EVALUADAS
           MOVE ZEROES TO WS-ATPC840-PAGADO
                          WS-ATPC840-MINIMO
                          WS-ATPC840-IMPAGO
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC840-HIS-CANT
              IF WS-ATPC840-HIS-CODENT(WS-I) = CTM-CODENT
              AND WS-ATPC840-HIS-NUMCUENTA(WS-I) = CTM-NUMCUENTA
              AND WS-ATPC840-HIS-FECVALOR(WS-I) >
                  WS-ATPC840-ENT-CICLO-VEN
              AND WS-ATPC840-HIS-FECVALOR(WS-I) <= WS-ATPC840-HOY
                 ADD WS-ATPC840-HIS-IMPORTE(WS-I)
                  TO WS-ATPC840-PAGADO
              END-IF
           END-PERFORM
           COMPUTE WS-ATPC840-SALDO-REF = CTM-SALDO + WS-ATPC840-PAGADO

           INITIALIZE WS-ATPCPMN-ENTRADA
           MOVE CTM-CODENT           TO WS-ATPCPMN-CODENT
           MOVE CTM-LINEA            TO WS-ATPCPMN-LINEA
           MOVE CTM-CODMAR           TO WS-ATPCPMN-CODMAR
           MOVE CTM-INDTIPT          TO WS-ATPCPMN-INDTIPT
           MOVE WS-ATPC840-SALDO-REF TO WS-ATPCPMN-SALDO
           PERFORM ATPCPMN-CALCULAR-PAGO-MINIMO

           IF WS-ATPCPMN-RETORNO-OK
           AND WS-ATPCPMN-APLICA
           AND WS-ATPCPMN-PAGO-MINIMO > ZEROES
              MOVE WS-ATPCPMN-PAGO-MINIMO TO WS-ATPC840-MINIMO
           END-IF

           MOVE WS-ATPC840-MINIMO TO WS-ATPC840-IMPAGO
           IF WS-ATPC840-EST-CRED-CICLO = WS-ATPC840-ENT-CICLO-VEN
              IF WS-ATPC840-EST-CREDITO >= WS-ATPC840-IMPAGO
                 MOVE ZEROES TO WS-ATPC840-IMPAGO
              ELSE
                 SUBTRACT WS-ATPC840-EST-CREDITO
                     FROM WS-ATPC840-IMPAGO
              END-IF
           END-IF

           IF WS-ATPC840-IMPAGO > ZEROES
              ADD 1 TO WS-ATPC840-CICLOS-IMPAGOS
              IF WS-ATPC840-EST-CANT < WS-ATPC840-CIC-MAX
                 ADD 1 TO WS-ATPC840-EST-CANT
                 MOVE WS-ATPC840-ENT-CICLO-VEN
                   TO WS-ATPC840-EST-CICLO(WS-ATPC840-EST-CANT)
                 MOVE WS-ATPC840-ENT-FECVTO
                   TO WS-ATPC840-EST-FECVTO(WS-ATPC840-EST-CANT)
                 MOVE WS-ATPC840-IMPAGO
                   TO WS-ATPC840-EST-PENDIENTE(WS-ATPC840-EST-CANT)
              ELSE
                 ADD WS-ATPC840-IMPAGO
                  TO WS-ATPC840-EST-PENDIENTE(WS-ATPC840-EST-CANT)
              END-IF
           END-IF

           MOVE WS-ATPC840-ENT-CICLO-VEN TO WS-ATPC840-EST-CICLO-EVAL
           MOVE SPACES TO WS-ATPC840-EST-CRED-CICLO
           MOVE ZEROES TO WS-ATPC840-EST-CREDITO
           .

      *----------------------------------------------------------------
      * Proceso: ATPC840-CALCULAR-DIAS
      *----------------------------------------------------------------
      * Dias corridos desde el vencimiento del ciclo impago mas
      * antiguo, con tope 999
      *----------------------------------------------------------------
       ATPC840-CALCULAR-DIAS.
           MOVE ZEROES TO WS-ATPC840-MORA-DIAS
                          WS-ATPC840-DEUDA
           IF WS-ATPC840-EST-CANT > ZEROES
              PERFORM VARYING WS-ATPC840-K FROM 1 BY 1
                        UNTIL WS-ATPC840-K > WS-ATPC840-EST-CANT
                 ADD WS-ATPC840-EST-PENDIENTE(WS-ATPC840-K)
                  TO WS-ATPC840-DEUDA
              END-PERFORM
              MOVE WS-ATPC840-EST-FECVTO(1) TO WS-ATPC840-FECHA-DIV
              PERFORM ATPC840-VALIDAR-FECHA
              IF WS-ATPC840-FECHA-VALIDA
                 PERFORM ATPC840-FECHA-A-SERIE
                 COMPUTE WS-ATPC840-DIAS =
                    WS-ATPC840-SERIE-HOY - WS-ATPC840-SERIE
                 EVALUATE TRUE
                    WHEN WS-ATPC840-DIAS > 999
                       MOVE 999 TO WS-ATPC840-MORA-DIAS
                    WHEN WS-ATPC840-DIAS > ZEROES
                       MOVE WS-ATPC840-DIAS TO WS-ATPC840-MORA-DIAS
                 END-EVALUATE
              ELSE
                 ADD 1 TO WS-ATPC840-ERRORES
                 DISPLAY "ATPC840 - ALERTA: CODENT=[" CTM-CODENT
                         "] CUENTA=[" CTM-NUMCUENTA "] vencimiento "
                         "invalido [" WS-ATPC840-EST-FECVTO(1)
                         "] en MORACIC.DAT -- sin dias de mora"
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF
           IF WS-ATPC840-MORA-DIAS > ZEROES
              ADD 1 TO WS-ATPC840-EN-MORA
                       WS-ATPC840-ENT-EN-MORA
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC840-COMPARAR-EXTERNO
      *----------------------------------------------------------------
      * Apareo del calculo propio contra el CTAMORA.DAT externo (mismo
      * orden CODENT + NUMCUENTA)
      *----------------------------------------------------------------
       ATPC840-COMPARAR-EXTERNO.
           PERFORM ATPC840-ADELANTAR-EXTERNO
           IF WS-ATPC840-EXT-CLAVE = CTM-CLAVE
              IF CTA-MORA-DIAS = WS-ATPC840-MORA-DIAS
                 ADD 1 TO WS-ATPC840-COINCIDEN
              ELSE
                 ADD 1 TO WS-ATPC840-DIFERENCIAS
                          WS-ATPC840-ENT-DIFERENCIAS
                 MOVE CTA-MORA-DIAS      TO WS-ATPC840-DIAS-ED
                 MOVE WS-ATPC840-DIAS-ED TO WS-ATPC840-EXT-DIAS
                 PERFORM ATPC840-REPORTAR-DIFERENCIA
              END-IF
              PERFORM ATPC840-LEER-EXTERNO
           ELSE
              ADD 1 TO WS-ATPC840-SOLO-PROPIO
                       WS-ATPC840-ENT-DIFERENCIAS
              MOVE "---" TO WS-ATPC840-EXT-DIAS
              PERFORM ATPC840-REPORTAR-DIFERENCIA
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC840-ADELANTAR-EXTERNO
      *----------------------------------------------------------------
      * Las cuentas del externo anteriores a la clave en curso no
      * tienen calculo propio
      *----------------------------------------------------------------
       ATPC840-ADELANTAR-EXTERNO.
           PERFORM UNTIL WS-ATPC840-EXT-CLAVE >= CTM-CLAVE
              ADD 1 TO WS-ATPC840-SOLO-EXTERNO
              MOVE CTA-MORA-DIAS TO WS-ATPC840-DIAS-ED
              MOVE SPACES TO WS-ATPC840-LINEA
              STRING "   CODENT ["            DELIMITED BY SIZE
                     CTA-MORA-CODENT          DELIMITED BY SIZE
                     "] CUENTA ["             DELIMITED BY SIZE
                     CTA-MORA-NUMCUENTA       DELIMITED BY SIZE
                     "] DIAS EXTERNO ["       DELIMITED BY SIZE
                     WS-ATPC840-DIAS-ED       DELIMITED BY SIZE
                     "] SOLO EN EL EXTERNO -- SIN CUENTA EN "
                                              DELIMITED BY SIZE
                     "EL MAESTRO"             DELIMITED BY SIZE
                INTO WS-ATPC840-LINEA
              WRITE RPT-ATPC840-REG FROM WS-ATPC840-LINEA
              PERFORM ATPC840-LEER-EXTERNO
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC840-REPORTAR-DIFERENCIA
      *----------------------------------------------------------------
       ATPC840-REPORTAR-DIFERENCIA.
           MOVE WS-ATPC840-MORA-DIAS TO WS-ATPC840-DIAS-ED
           MOVE WS-ATPC840-DEUDA     TO WS-ATPC840-DEUDA-ED
           MOVE SPACES TO WS-ATPC840-LINEA
           STRING "   CODENT ["               DELIMITED BY SIZE
                  CTM-CODENT                  DELIMITED BY SIZE
                  "] CUENTA ["                DELIMITED BY SIZE
                  CTM-NUMCUENTA               DELIMITED BY SIZE
                  "] DIAS EXTERNO ["          DELIMITED BY SIZE
                  WS-ATPC840-EXT-DIAS         DELIMITED BY SIZE
                  "] PROPIO ["                DELIMITED BY SIZE
                  WS-ATPC840-DIAS-ED          DELIMITED BY SIZE
                  "] VENCIO ["                DELIMITED BY SIZE
                  WS-ATPC840-EST-FECVTO(1)    DELIMITED BY SIZE
                  "] IMPAGO ["                DELIMITED BY SIZE
                  WS-ATPC840-DEUDA-ED         DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC840-LINEA
           WRITE RPT-ATPC840-REG FROM WS-ATPC840-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC840-CERRAR-ENTIDAD
      *----------------------------------------------------------------
       ATPC840-CERRAR-ENTIDAD.
           MOVE SPACES TO WS-ATPC840-LINEA
           STRING " CODENT ["                 DELIMITED BY SIZE
                  WS-ATPC840-ENT-ANT          DELIMITED BY SIZE
                  "] CUENTAS ["               DELIMITED BY SIZE
                  WS-ATPC840-ENT-CUENTAS      DELIMITED BY SIZE
                  "] EN MORA ["               DELIMITED BY SIZE
                  WS-ATPC840-ENT-EN-MORA      DELIMITED BY SIZE
                  "] DIFERENCIAS ["           DELIMITED BY SIZE
                  WS-ATPC840-ENT-DIFERENCIAS  DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC840-LINEA
           WRITE RPT-ATPC840-REG FROM WS-ATPC840-LINEA
           DISPLAY WS-ATPC840-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC840-ACTUALIZAR-LIBRO
      *----------------------------------------------------------------
      * Reescribe MORACIC.DAT con el libro de ciclos de la corrida
      *----------------------------------------------------------------
       ATPC840-ACTUALIZAR-LIBRO.
           OPEN INPUT TMP-CICLOS
           OPEN OUTPUT MCI-CICLOS
           IF WS-ATPC840-MCI-STATUS NOT = "00"
              DISPLAY "ATPC840 - ERROR: no se pudo abrir MORACIC.DAT "
                      "-- FILE STATUS:[" WS-ATPC840-MCI-STATUS "] -- "
                      "el libro de ciclos queda sin actualizar"
              MOVE 12 TO RETURN-CODE
           ELSE
              SET WS-ATPC840-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC840-FIN-ENTRADA
                 READ TMP-CICLOS
                     AT END
                        SET WS-ATPC840-FIN-ENTRADA TO TRUE
                     NOT AT END
                        WRITE MCI-CICLOS-REG FROM TMP-CICLOS-REG
                 END-READ
              END-PERFORM
              CLOSE MCI-CICLOS
           END-IF
           CLOSE TMP-CICLOS
           .

      *----------------------------------------------------------------
      * Proceso: ATPC840-EMITIR-RESUMEN
      *----------------------------------------------------------------
       ATPC840-EMITIR-RESUMEN.
           MOVE SPACES TO WS-ATPC840-LINEA
           STRING " CUENTAS: "                DELIMITED BY SIZE
                  WS-ATPC840-LEIDAS           DELIMITED BY SIZE
                  "  EN MORA: "               DELIMITED BY SIZE
                  WS-ATPC840-EN-MORA          DELIMITED BY SIZE
                  "  CICLOS EVALUADOS: "      DELIMITED BY SIZE
                  WS-ATPC840-EVALUADAS        DELIMITED BY SIZE
                  "  IMPAGOS: "               DELIMITED BY SIZE
                  WS-ATPC840-CICLOS-IMPAGOS   DELIMITED BY SIZE
                  "  PAGOS APLICADOS: "       DELIMITED BY SIZE
                  WS-ATPC840-PAGOS            DELIMITED BY SIZE
                  "  SALDADAS: "              DELIMITED BY SIZE
                  WS-ATPC840-SALDADAS         DELIMITED BY SIZE
             INTO WS-ATPC840-LINEA
           WRITE RPT-ATPC840-REG FROM WS-ATPC840-LINEA
           DISPLAY WS-ATPC840-LINEA

           MOVE SPACES TO WS-ATPC840-LINEA
           STRING " LIBRO DE CICLOS -- CUENTAS NUEVAS: "
                                              DELIMITED BY SIZE
                  WS-ATPC840-NUEVAS           DELIMITED BY SIZE
                  "  BAJAS: "                 DELIMITED BY SIZE
                  WS-ATPC840-BAJAS            DELIMITED BY SIZE
                  "  ERRORES: "               DELIMITED BY SIZE
                  WS-ATPC840-ERRORES          DELIMITED BY SIZE
             INTO WS-ATPC840-LINEA
           WRITE RPT-ATPC840-REG FROM WS-ATPC840-LINEA
           DISPLAY WS-ATPC840-LINEA

           IF NOT WS-ATPC840-DEFINITIVO
              MOVE SPACES TO WS-ATPC840-LINEA
              STRING " CONTRA EXTERNO -- COINCIDEN: "
                                              DELIMITED BY SIZE
                     WS-ATPC840-COINCIDEN     DELIMITED BY SIZE
                     "  DIFIEREN: "           DELIMITED BY SIZE
                     WS-ATPC840-DIFERENCIAS   DELIMITED BY SIZE
                     "  SOLO EXTERNO: "       DELIMITED BY SIZE
                     WS-ATPC840-SOLO-EXTERNO  DELIMITED BY SIZE
                     "  SOLO PROPIO: "        DELIMITED BY SIZE
                     WS-ATPC840-SOLO-PROPIO   DELIMITED BY SIZE
                INTO WS-ATPC840-LINEA
              WRITE RPT-ATPC840-REG FROM WS-ATPC840-LINEA
              DISPLAY WS-ATPC840-LINEA
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC840-VALIDAR-FECHA
      *----------------------------------------------------------------
       ATPC840-VALIDAR-FECHA.
           SET WS-ATPC840-FECHA-VALIDA TO FALSE
           IF WS-ATPC840-FD-AAAA IS NUMERIC
           AND WS-ATPC840-FD-MM IS NUMERIC
           AND WS-ATPC840-FD-DD IS NUMERIC
              IF WS-ATPC840-FD-MM >= 1 AND WS-ATPC840-FD-MM <= 12
              AND WS-ATPC840-FD-AAAA > ZEROES
                 SET WS-ATPC840-FECHA-VALIDA TO TRUE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC840-FECHA-A-SERIE
      *----------------------------------------------------------------
      * Convierte la fecha AAAA-MM-DD de WS-ATPC840-FECHA-DIV en un
      * numero de dias corridos (anios de 365 dias mas los bisiestos
      * transcurridos, mas los dias acumulados del anio; el 29/02 de
      * un anio bisiesto en curso se suma cuando el mes ya lo paso)
      *----------------------------------------------------------------
       ATPC840-FECHA-A-SERIE.
           COMPUTE WS-ATPC840-ANIOS-PREV = WS-ATPC840-FD-AAAA - 1
           DIVIDE WS-ATPC840-ANIOS-PREV BY 4
              GIVING WS-ATPC840-BIS4
           DIVIDE WS-ATPC840-ANIOS-PREV BY 100
              GIVING WS-ATPC840-BIS100
           DIVIDE WS-ATPC840-ANIOS-PREV BY 400
              GIVING WS-ATPC840-BIS400
           COMPUTE WS-ATPC840-SERIE =
              WS-ATPC840-ANIOS-PREV * 365
              + WS-ATPC840-BIS4
              - WS-ATPC840-BIS100
              + WS-ATPC840-BIS400
           MOVE WS-ATPC840-FD-MM TO WS-ATPC840-MES-AUX
           ADD WS-ATPC840-DIAS-ACUM(WS-ATPC840-MES-AUX)
             TO WS-ATPC840-SERIE
           ADD WS-ATPC840-FD-DD TO WS-ATPC840-SERIE
           IF WS-ATPC840-FD-MM > 2
              DIVIDE WS-ATPC840-FD-AAAA BY 4
                 GIVING WS-ATPC840-BIS4
                 REMAINDER WS-ATPC840-REM4
              DIVIDE WS-ATPC840-FD-AAAA BY 100
                 GIVING WS-ATPC840-BIS100
                 REMAINDER WS-ATPC840-REM100
              DIVIDE WS-ATPC840-FD-AAAA BY 400
                 GIVING WS-ATPC840-BIS400
                 REMAINDER WS-ATPC840-REM400
              IF WS-ATPC840-REM4 = ZEROES
              AND (WS-ATPC840-REM100 NOT = ZEROES
                   OR WS-ATPC840-REM400 = ZEROES)
                 ADD 1 TO WS-ATPC840-SERIE
              END-IF
           END-IF
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
       COPY "ATPC096-PR".
       COPY "ATPC158-PR".
       COPY "ATPC161-PR".
       COPY "ATPCPMN-PR".
       COPY "ATPCPRC-PR".
       COPY "ATPCVTO-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
