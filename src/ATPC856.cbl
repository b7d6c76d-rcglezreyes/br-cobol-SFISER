       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC856.
      *----------------------------------------------------------------
      * Programa batch de revision trimestral de accesos de operador:
      * los perfiles ATPC163 deciden quien captura y quien aprueba en
      * las consolas bajo control dual (ATPC908/ATPC937, ATPC967,
      * ATPC978, ATPC996), pero nadie los revisaba. Cada corrida --
      *
      * 1) Cierre de la campana vigente (ACCREV.DAT), en TODAS las
      *    corridas (se programa diaria): lee las planillas firmadas
      *    que devolvieron los supervisores (ACCRESP.DAT, las
      *    planillas ACCRssssssss.DAT concatenadas por operaciones)
      *    y, por cada perfil pendiente --
      *     - decision C con la firma de su supervisor: recertificado;
      *     - decision R con la firma de su supervisor: revocado;
      *     - sin respuesta valida y vencido el plazo de la campana:
      *       vencido.
      *    El perfil revocado o vencido se da de baja en forma
      *    automatica: se agrega en CAMBPROG.DAT un cambio APROBADO
      *    de FECFIN = fecha del dia sobre ATPC163 (solicitante
      *    ATPC856), que ATPC997 activa al inicio de la cadena
      *    siguiente por el mismo circuito de los cambios programados
      *    de ATPC996 (CAMBAPLI.DAT y diario ATPCDIF). Una firma que
      *    no es la del supervisor asignado se ignora y se informa.
      *
      * 2) Revision (solo con MOD REVISION en ATPC856.PRM, una vez por
      *    trimestre): abre una campana nueva con todos los perfiles
      *    vigentes y arma sus hallazgos --
      *     - conflicto de segregacion de funciones: el perfil tiene
      *       la funcion de captura Y la de aprobacion de una misma
      *       consola (tabla WS-ATPC856-CON-DEF);
      *     - perfil inactivo: sin actividad en ATPCACT.DAT en los
      *       ultimos INA dias (o nunca);
      *     - caso cruzado: en los diarios de aprobacion (APRJRNL,
      *       PLANJRN, RELJRN, CAMBJRN) de los ultimos PER dias, el
      *       solicitante y el revisor son codigos de operador
      *       distintos de la MISMA persona segun el registro de
      *       operadores OPERSUP.DAT.
      *    El resultado sale en una planilla de firma por supervisor,
      *    ACCRssssssss.DAT (ssssssss = codigo del supervisor segun
      *    OPERSUP.DAT; SINSUPER para los operadores sin registro):
      *    una linea C de cabecera, una linea P por perfil -- con las
      *    columnas DECISION y FIRMA en blanco para que el supervisor
      *    las complete -- y lineas H con el detalle de cada hallazgo.
      *    Un perfil que seguia pendiente en la campana anterior
      *    conserva su fecha y plazo originales: abrir una campana no
      *    le extiende el plazo.
      *
      * Parametros en ATPC856.PRM, una linea por parametro: TIPO(3) +
      * VALOR(8) --
      *  - MOD: REVISION abre una campana nueva; CIERRE (defecto)
      *    solo procesa respuestas y plazos;
      *  - INA: dias sin actividad para informar el perfil inactivo
      *    (defecto 90);
      *  - PLZ: dias de plazo para recertificar (defecto 30);
      *  - PER: dias hacia atras de los diarios de aprobacion que se
      *    revisan (defecto 92).
      *
      * Layout de OPERSUP.DAT (registro de operadores, lo mantiene
      * seguridad): CODOPER(8) PERSONA(8) SUPERVISOR(8).
      * Layout de ACCREV.DAT: CODOPER(8) PERSONA(8) SUPERVISOR(8)
      *  FECREV(8) PLAZO(3) ESTADO(1 P/C/R/V) FECESTADO(8)
      *  IND-SOD(1) IND-INACTIVO(1) IND-CRUZADO(1).
      * Layout de la linea P de ACCRssssssss.DAT: TIPO(1) CODOPER(8)
      *  PERSONA(8) FUNCIONES(10) AMBITO(4) FECFIN(10) ULTACT(8)
      *  SOD/INA/CRU(3) DECISION(1) FIRMA(8), separados por un
      *  espacio.
      *
      * Un registro de operadores o una tabla de respuestas que
      * desborda el arreglo termina la corrida con RC 12 sin tocar la
      * campana; las lineas de parametros ignoradas y las firmas que
      * no corresponden dejan RC 4.
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
           SELECT PRM-ATPC856 ASSIGN TO "ATPC856.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC856-PRM-STATUS.
           SELECT OPE-REGISTRO ASSIGN TO "OPERSUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC856-OPE-STATUS.
      * Diario de actividad de operadores -- ver ATPCACT-ACT.cpy
           SELECT ACT-ACTIVIDAD ASSIGN TO "ATPCACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCACT-STATUS.
      * Diarios de aprobacion de las consolas bajo control dual
           SELECT JRN-DIARIO ASSIGN TO DYNAMIC
               WS-ATPC856-JRN-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC856-JRN-STATUS.
           SELECT REV-CAMPANA ASSIGN TO "ACCREV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC856-REV-STATUS.
           SELECT REV-TRABAJO ASSIGN TO "ACCREV.TRB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC856-TRB-STATUS.
           SELECT RSP-RESPUESTAS ASSIGN TO "ACCRESP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC856-RSP-STATUS.
      * Cambios programados -- ver ATPC996 / ATPC997
           SELECT CAM-PROGRAMADOS ASSIGN TO "CAMBPROG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC856-CAM-STATUS.
      * Trabajo para agrupar las lineas por supervisor
           SELECT WRK-TRABAJO ASSIGN TO "ATPC856.WRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-CLAVE
               FILE STATUS IS WS-ATPC856-WRK-STATUS.
      * Planilla de firma de cada supervisor
           SELECT FIR-FIRMA ASSIGN TO DYNAMIC
               WS-ATPC856-FIR-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC856-FIR-STATUS.
           SELECT RPT-ATPC856 ASSIGN TO "ATPC856.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Requerido porque ATPC163-CARGAR-ARREGLO graba una fila de
      * control compartida -- ver ATPCCTL-CTL.cpy
           SELECT CTL-CARGAS ASSIGN TO "ATPCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCCTL-STATUS.
      * Requerido porque ATPC163-CARGAR-ARREGLO graba una fila en la
      * bitacora de auditoria persistente -- ver ATPCAUD-AUD.cpy
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
       COPY "ATPCACT-ACT".

       FD  PRM-ATPC856
           RECORDING MODE IS F.
       01  PRM-ATPC856-REG.
           05  PRM-ATPC856-TIPO               PIC X(03).
           05  PRM-ATPC856-VALOR              PIC X(08).
           05  PRM-ATPC856-VALOR-NUM
               REDEFINES PRM-ATPC856-VALOR    PIC 9(08).

       FD  OPE-REGISTRO
           RECORDING MODE IS F.
       01  OPE-REGISTRO-REG.
           05  OPE-CODOPER                    PIC X(08).
           05  OPE-PERSONA                    PIC X(08).
           05  OPE-SUPERVISOR                 PIC X(08).

      * Los cuatro diarios comparten la cabecera de la decision
       FD  JRN-DIARIO
           RECORDING MODE IS F.
       01  JRN-DIARIO-REG.
           05  JRN-FECHA                      PIC 9(08).
           05  JRN-HORA                       PIC 9(06).
           05  JRN-CODOPER-SOLIC              PIC X(08).
           05  JRN-CODOPER-REVISOR            PIC X(08).
           05  JRN-DECISION                   PIC X(01).
           05  JRN-RESTO                      PIC X(89).

       FD  REV-CAMPANA
           RECORDING MODE IS F.
       01  REV-CAMPANA-REG.
           05  REV-CODOPER                    PIC X(08).
           05  REV-PERSONA                    PIC X(08).
           05  REV-SUPERVISOR                 PIC X(08).
           05  REV-FECREV                     PIC 9(08).
           05  REV-PLAZO                      PIC 9(03).
           05  REV-ESTADO                     PIC X(01).
               88  REV-PENDIENTE              VALUE "P".
               88  REV-RECERTIFICADO          VALUE "C".
               88  REV-REVOCADO               VALUE "R".
               88  REV-VENCIDO                VALUE "V".
           05  REV-FECESTADO                  PIC 9(08).
           05  REV-IND-SOD                    PIC X(01).
           05  REV-IND-INACTIVO               PIC X(01).
           05  REV-IND-CRUZADO                PIC X(01).

       FD  REV-TRABAJO
           RECORDING MODE IS F.
       01  REV-TRABAJO-REG                    PIC X(47).

       FD  RSP-RESPUESTAS
           RECORDING MODE IS F.
       01  RSP-RESPUESTAS-REG                 PIC X(120).

       FD  CAM-PROGRAMADOS
           RECORDING MODE IS F.
       01  CAM-PROGRAMADOS-REG.
           05  CAM-ESTADO                     PIC X(01).
           05  CAM-APLICADO                   PIC X(01).
           05  CAM-TABLA                      PIC X(07).
           05  CAM-CLAVE                      PIC X(30).
           05  CAM-CAMPO                      PIC X(12).
           05  CAM-VALOR-NUEVO                PIC X(30).
           05  CAM-FECEFECT                   PIC X(10).
           05  CAM-SOLICITANTE                PIC X(08).
           05  CAM-FECALTA                    PIC 9(08).

       FD  WRK-TRABAJO.
       01  WRK-TRABAJO-REG.
           05  WRK-CLAVE.
               10  WRK-SUPERVISOR             PIC X(08).
               10  WRK-CODOPER                PIC X(08).
               10  WRK-SECUENCIA              PIC 9(06).
           05  WRK-LINEA                      PIC X(120).

       FD  FIR-FIRMA
           RECORDING MODE IS F.
       01  FIR-FIRMA-REG                      PIC X(120).

       FD  RPT-ATPC856
           RECORDING MODE IS F.
       01  RPT-ATPC856-REG                    PIC X(130).

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
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".
       COPY "ATPCACT-WS".

       77  WS-ATPC856-PRM-STATUS              PIC X(02).
       77  WS-ATPC856-OPE-STATUS              PIC X(02).
       77  WS-ATPC856-JRN-STATUS              PIC X(02).
       77  WS-ATPC856-REV-STATUS              PIC X(02).
       77  WS-ATPC856-TRB-STATUS              PIC X(02).
       77  WS-ATPC856-RSP-STATUS              PIC X(02).
       77  WS-ATPC856-CAM-STATUS              PIC X(02).
       77  WS-ATPC856-WRK-STATUS              PIC X(02).
       77  WS-ATPC856-FIR-STATUS              PIC X(02).

       77  WS-ATPC856-JRN-NOMBRE              PIC X(12).
       77  WS-ATPC856-FIR-NOMBRE              PIC X(20).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC856-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.
       01  FILLER                             PIC X(01).
           88 WS-ATPC856-HAY-CAMPANA          VALUE "S"
              WHEN SET TO FALSE "N".
       01  FILLER                             PIC X(01).
           88 WS-ATPC856-FIR-ABIERTA          VALUE "S"
              WHEN SET TO FALSE "N".

      * Parametros (ATPC856.PRM)
       01  WS-ATPC856-MODO                    PIC X(08) VALUE "CIERRE".
           88 WS-ATPC856-MODO-REVISION        VALUE "REVISION".
           88 WS-ATPC856-MODO-CIERRE          VALUE "CIERRE".
       77  WS-ATPC856-INACTIVIDAD             PIC 9(03) VALUE 90.
       77  WS-ATPC856-PLAZO                   PIC 9(03) VALUE 30.
       77  WS-ATPC856-PERIODO                 PIC 9(03) VALUE 92.

      * Consolas bajo control dual: funcion de captura y funcion de
      * aprobacion del perfil ATPC163 que exige cada una
       01  WS-ATPC856-CON-DEF.
           05  FILLER  PIC X(18) VALUE "ATPC908/ATPC937 MM".
           05  FILLER  PIC X(34) VALUE
               "ALTA DE TIPOS DE TARJETA          ".
           05  FILLER  PIC X(18) VALUE "ATPC967         GG".
           05  FILLER  PIC X(34) VALUE
               "PLANES DE PAGO                    ".
           05  FILLER  PIC X(18) VALUE "ATPC978         MM".
           05  FILLER  PIC X(34) VALUE
               "LIBERACION DE FACTURAS RETENIDAS  ".
           05  FILLER  PIC X(18) VALUE "ATPC996         MM".
           05  FILLER  PIC X(34) VALUE
               "CAMBIOS PROGRAMADOS DE REFERENCIA ".
       01  FILLER REDEFINES WS-ATPC856-CON-DEF.
           05  WS-ATPC856-CON OCCURS 4 TIMES.
               10  WS-ATPC856-CON-CONSOLA     PIC X(16).
               10  WS-ATPC856-CON-CAPTURA     PIC X(01).
               10  WS-ATPC856-CON-APRUEBA     PIC X(01).
               10  WS-ATPC856-CON-DESC        PIC X(34).
       78  WS-ATPC856-CON-MAX                 VALUE 4.
       77  WS-ATPC856-K                       PIC 9(01).
       77  WS-ATPC856-TALLY-CAP               PIC 9(02).
       77  WS-ATPC856-TALLY-APR               PIC 9(02).

      * Diarios de aprobacion revisados
       01  WS-ATPC856-JRN-DEF.
           05  FILLER  PIC X(12) VALUE "APRJRNL.DAT ".
           05  FILLER  PIC X(12) VALUE "PLANJRN.DAT ".
           05  FILLER  PIC X(12) VALUE "RELJRN.DAT  ".
           05  FILLER  PIC X(12) VALUE "CAMBJRN.DAT ".
       01  FILLER REDEFINES WS-ATPC856-JRN-DEF.
           05  WS-ATPC856-JRN-ARCHIVO OCCURS 4 TIMES PIC X(12).
       78  WS-ATPC856-JRN-MAX                 VALUE 4.
       77  WS-ATPC856-J                       PIC 9(01).

      * Registro de operadores (OPERSUP.DAT)
       78  WS-ATPC856-OPE-MAX                 VALUE 2000.
       77  WS-ATPC856-OPE-CANT                PIC 9(04) VALUE 0.
       01  WS-ATPC856-OPE-TABLA.
           05  WS-ATPC856-OPE OCCURS 2000 TIMES.
               10  WS-ATPC856-OPE-CODOPER     PIC X(08).
               10  WS-ATPC856-OPE-PERSONA     PIC X(08).
               10  WS-ATPC856-OPE-SUPERVISOR  PIC X(08).
       77  WS-ATPC856-O                       PIC 9(04).

      * Resultado de ATPC856-BUSCAR-OPERADOR
       77  WS-ATPC856-BUS-CODOPER             PIC X(08).
       77  WS-ATPC856-BUS-PERSONA             PIC X(08).
       77  WS-ATPC856-BUS-SUPERVISOR          PIC X(08).
       01  WS-ATPC856-BUS-IND                 PIC X(01).
           88 WS-ATPC856-BUS-ENCONTRADO       VALUE "S"
              WHEN SET TO FALSE "N".

      * Respuestas de los supervisores (ACCRESP.DAT)
       78  WS-ATPC856-RSP-MAX                 VALUE 2000.
       77  WS-ATPC856-RSP-CANT                PIC 9(04) VALUE 0.
       01  WS-ATPC856-RSP-TABLA.
           05  WS-ATPC856-RSP OCCURS 2000 TIMES.
               10  WS-ATPC856-RSP-CODOPER     PIC X(08).
               10  WS-ATPC856-RSP-DECISION    PIC X(01).
               10  WS-ATPC856-RSP-FIRMA       PIC X(08).
       77  WS-ATPC856-R                       PIC 9(04).
       77  WS-ATPC856-RSP-HALLADA             PIC 9(04).

      * Perfiles que siguen pendientes de la campana anterior
       78  WS-ATPC856-CAR-MAX                 VALUE 2000.
       77  WS-ATPC856-CAR-CANT                PIC 9(04) VALUE 0.
       01  WS-ATPC856-CAR-TABLA.
           05  WS-ATPC856-CAR OCCURS 2000 TIMES.
               10  WS-ATPC856-CAR-CODOPER     PIC X(08).
               10  WS-ATPC856-CAR-FECREV      PIC 9(08).
               10  WS-ATPC856-CAR-PLAZO       PIC 9(03).
       77  WS-ATPC856-C                       PIC 9(04).

      * Hallazgos por perfil, en paralelo al arreglo de ATPC163
       01  WS-ATPC856-PER-TABLA.
           05  WS-ATPC856-PER OCCURS 200 TIMES.
               10  WS-ATPC856-PER-ULTACT      PIC 9(08).
               10  WS-ATPC856-PER-VIGENTE     PIC X(01).
               10  WS-ATPC856-PER-SOD         PIC X(01).
               10  WS-ATPC856-PER-INA         PIC X(01).
               10  WS-ATPC856-PER-CRU         PIC X(01).
       77  WS-ATPC856-P                       PIC 9(03).
       77  WS-ATPC856-P-HALLADO               PIC 9(03).

      * Linea de la planilla de firma y sus vistas
       01  WS-ATPC856-FIR                     PIC X(120).
       01  WS-ATPC856-FIR-P REDEFINES WS-ATPC856-FIR.
           05  WS-ATPC856-FIRP-TIPO           PIC X(01).
           05  WS-ATPC856-FIRP-CODOPER        PIC X(08).
           05  FILLER                         PIC X(01).
           05  WS-ATPC856-FIRP-PERSONA        PIC X(08).
           05  FILLER                         PIC X(01).
           05  WS-ATPC856-FIRP-FUNCIONES      PIC X(10).
           05  FILLER                         PIC X(01).
           05  WS-ATPC856-FIRP-AMBITO         PIC X(04).
           05  FILLER                         PIC X(01).
           05  WS-ATPC856-FIRP-FECFIN         PIC X(10).
           05  FILLER                         PIC X(01).
           05  WS-ATPC856-FIRP-ULTACT         PIC X(08).
           05  FILLER                         PIC X(01).
           05  WS-ATPC856-FIRP-SOD            PIC X(01).
           05  WS-ATPC856-FIRP-INA            PIC X(01).
           05  WS-ATPC856-FIRP-CRU            PIC X(01).
           05  FILLER                         PIC X(01).
           05  WS-ATPC856-FIRP-DECISION       PIC X(01).
           05  FILLER                         PIC X(01).
           05  WS-ATPC856-FIRP-FIRMA          PIC X(08).
           05  FILLER                         PIC X(51).
       01  WS-ATPC856-FIR-H REDEFINES WS-ATPC856-FIR.
           05  WS-ATPC856-FIRH-TIPO           PIC X(01).
           05  WS-ATPC856-FIRH-CODOPER        PIC X(08).
           05  FILLER                         PIC X(01).
           05  WS-ATPC856-FIRH-TEXTO          PIC X(110).
       01  WS-ATPC856-FIR-C REDEFINES WS-ATPC856-FIR.
           05  WS-ATPC856-FIRC-TIPO           PIC X(01).
           05  WS-ATPC856-FIRC-SUPERVISOR     PIC X(08).
           05  FILLER                         PIC X(01).
           05  WS-ATPC856-FIRC-FECREV         PIC 9(08).
           05  FILLER                         PIC X(01).
           05  WS-ATPC856-FIRC-PLAZO          PIC 9(03).
           05  FILLER                         PIC X(01).
           05  WS-ATPC856-FIRC-TEXTO          PIC X(97).

      * Detalle de hallazgo en preparacion
       77  WS-ATPC856-DET-SUPERVISOR          PIC X(08).
       77  WS-ATPC856-DET-CODOPER             PIC X(08).
       77  WS-ATPC856-DET-TEXTO               PIC X(110).
       77  WS-ATPC856-DET-SEC                 PIC 9(06) VALUE 0.
       77  WS-ATPC856-SUP-ANT                 PIC X(08).

      * Caso cruzado en preparacion
       77  WS-ATPC856-SOL-PERSONA             PIC X(08).
       77  WS-ATPC856-SOL-SUPERVISOR          PIC X(08).
       01  WS-ATPC856-SOL-IND                 PIC X(01).
           88 WS-ATPC856-SOL-ENCONTRADO       VALUE "S"
              WHEN SET TO FALSE "N".

      * Fechas: hoy y serie de dias corridos (ver ATPC836)
       77  WS-ATPC856-HOY                     PIC 9(08).
       01  WS-ATPC856-HOY-TXT.
           05  WS-ATPC856-HOY-AAAA            PIC 9(04).
           05  WS-ATPC856-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC856-HOY-MM              PIC 9(02).
           05  WS-ATPC856-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC856-HOY-DD              PIC 9(02).
       01  WS-ATPC856-FECHA-DIV               PIC 9(08).
       01  FILLER REDEFINES WS-ATPC856-FECHA-DIV.
           05  WS-ATPC856-FD-AAAA             PIC 9(04).
           05  WS-ATPC856-FD-MM               PIC 9(02).
           05  WS-ATPC856-FD-DD               PIC 9(02).
       01  FILLER                             PIC X(01).
           88 WS-ATPC856-FECHA-VALIDA         VALUE "S"
              WHEN SET TO FALSE "N".
       77  WS-ATPC856-SERIE                   PIC S9(09).
       77  WS-ATPC856-SERIE-HOY               PIC S9(09).
       77  WS-ATPC856-DIAS                    PIC S9(09).
       77  WS-ATPC856-DIAS-ED                 PIC Z(8)9.
       77  WS-ATPC856-ANIOS-PREV              PIC S9(09).
       77  WS-ATPC856-BIS4                    PIC S9(09).
       77  WS-ATPC856-BIS100                  PIC S9(09).
       77  WS-ATPC856-BIS400                  PIC S9(09).
       77  WS-ATPC856-REM4                    PIC S9(09).
       77  WS-ATPC856-REM100                  PIC S9(09).
       77  WS-ATPC856-REM400                  PIC S9(09).
       77  WS-ATPC856-MES-AUX                 PIC 9(02).

      * Dias acumulados al inicio de cada mes (anio no bisiesto)
       01  WS-ATPC856-DIAS-ACUM-DEF.
           05  FILLER  PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  FILLER REDEFINES WS-ATPC856-DIAS-ACUM-DEF.
           05  WS-ATPC856-DIAS-ACUM OCCURS 12 TIMES PIC 9(03).

      * Contadores
       77  WS-ATPC856-PENDIENTES              PIC 9(06) VALUE 0.
       77  WS-ATPC856-RECERTIFICADOS          PIC 9(06) VALUE 0.
       77  WS-ATPC856-REVOCADOS               PIC 9(06) VALUE 0.
       77  WS-ATPC856-VENCIDOS                PIC 9(06) VALUE 0.
       77  WS-ATPC856-FIRMAS-AJENAS           PIC 9(06) VALUE 0.
       77  WS-ATPC856-PERFILES                PIC 9(06) VALUE 0.
       77  WS-ATPC856-CONFLICTOS              PIC 9(06) VALUE 0.
       77  WS-ATPC856-INACTIVOS               PIC 9(06) VALUE 0.
       77  WS-ATPC856-CRUZADOS                PIC 9(06) VALUE 0.
       77  WS-ATPC856-SUPERVISORES            PIC 9(06) VALUE 0.
       77  WS-ATPC856-LINEAS-SUP              PIC 9(06) VALUE 0.
       77  WS-ATPC856-ERRORES                 PIC 9(06) VALUE 0.

       01  WS-ATPC856-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC856-PRINCIPAL
      *----------------------------------------------------------------
       ATPC856-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC856: REVISION DE ACCESOS DE OPERADOR               -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC856" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL

           ACCEPT WS-ATPC856-HOY FROM DATE YYYYMMDD
           MOVE WS-ATPC856-HOY TO WS-ATPC856-FECHA-DIV
           MOVE WS-ATPC856-FD-AAAA TO WS-ATPC856-HOY-AAAA
           MOVE WS-ATPC856-FD-MM   TO WS-ATPC856-HOY-MM
           MOVE WS-ATPC856-FD-DD   TO WS-ATPC856-HOY-DD
           PERFORM ATPC856-FECHA-A-SERIE
           MOVE WS-ATPC856-SERIE TO WS-ATPC856-SERIE-HOY

           PERFORM ATPC856-LEER-PARAMETROS

           OPEN OUTPUT RPT-ATPC856
           MOVE SPACES TO WS-ATPC856-LINEA
           STRING " REVISION DE ACCESOS DE OPERADOR AL ["
                                              DELIMITED BY SIZE
                  WS-ATPC856-HOY-TXT          DELIMITED BY SIZE
                  "] -- MODO ["               DELIMITED BY SIZE
                  WS-ATPC856-MODO             DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC856-LINEA
           WRITE RPT-ATPC856-REG FROM WS-ATPC856-LINEA
           DISPLAY WS-ATPC856-LINEA

           PERFORM ATPC856-CERRAR-CAMPANA

           IF WS-ATPC856-MODO-REVISION
              PERFORM ATPC856-REVISAR
           END-IF

           MOVE SPACES TO WS-ATPC856-LINEA
           STRING " CAMPANA: RECERTIFICADOS ["
                                              DELIMITED BY SIZE
                  WS-ATPC856-RECERTIFICADOS   DELIMITED BY SIZE
                  "] REVOCADOS ["             DELIMITED BY SIZE
                  WS-ATPC856-REVOCADOS        DELIMITED BY SIZE
                  "] VENCIDOS ["              DELIMITED BY SIZE
                  WS-ATPC856-VENCIDOS         DELIMITED BY SIZE
                  "] PENDIENTES ["            DELIMITED BY SIZE
                  WS-ATPC856-PENDIENTES       DELIMITED BY SIZE
                  "] FIRMAS AJENAS ["         DELIMITED BY SIZE
                  WS-ATPC856-FIRMAS-AJENAS    DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC856-LINEA
           WRITE RPT-ATPC856-REG FROM WS-ATPC856-LINEA
           DISPLAY WS-ATPC856-LINEA

           CLOSE RPT-ATPC856

           IF WS-ATPC856-ERRORES > ZEROES
           AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY
           "- ATPC856: REVISION FINALIZADA                           -"
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
      * Proceso: ATPC856-ABORTAR
      *----------------------------------------------------------------
       ATPC856-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC856-LEER-PARAMETROS
      *----------------------------------------------------------------
       ATPC856-LEER-PARAMETROS.
           OPEN INPUT PRM-ATPC856
           IF WS-ATPC856-PRM-STATUS = "00"
              PERFORM UNTIL WS-ATPC856-PRM-STATUS NOT = "00"
                 READ PRM-ATPC856
                     AT END
                        MOVE "10" TO WS-ATPC856-PRM-STATUS
                     NOT AT END
                        PERFORM ATPC856-INCORPORAR-PARAMETRO
                 END-READ
              END-PERFORM
              CLOSE PRM-ATPC856
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC856-INCORPORAR-PARAMETRO
      *----------------------------------------------------------------
       ATPC856-INCORPORAR-PARAMETRO.
           EVALUATE TRUE
              WHEN PRM-ATPC856-TIPO = "MOD"
              AND (PRM-ATPC856-VALOR = "REVISION"
                OR PRM-ATPC856-VALOR = "CIERRE")
                 MOVE PRM-ATPC856-VALOR TO WS-ATPC856-MODO
              WHEN PRM-ATPC856-TIPO = "MOD"
              OR   PRM-ATPC856-VALOR IS NOT NUMERIC
                 ADD 1 TO WS-ATPC856-ERRORES
                 DISPLAY "ATPC856 - ALERTA: linea de ATPC856.PRM "
                         "ignorada [" PRM-ATPC856-REG "] -- valor "
                         "invalido"
              WHEN PRM-ATPC856-VALOR-NUM = ZEROES
              OR   PRM-ATPC856-VALOR-NUM > 999
                 ADD 1 TO WS-ATPC856-ERRORES
                 DISPLAY "ATPC856 - ALERTA: linea de ATPC856.PRM "
                         "ignorada [" PRM-ATPC856-REG "] -- fuera "
                         "de rango"
              WHEN PRM-ATPC856-TIPO = "INA"
                 MOVE PRM-ATPC856-VALOR-NUM TO WS-ATPC856-INACTIVIDAD
              WHEN PRM-ATPC856-TIPO = "PLZ"
                 MOVE PRM-ATPC856-VALOR-NUM TO WS-ATPC856-PLAZO
              WHEN PRM-ATPC856-TIPO = "PER"
                 MOVE PRM-ATPC856-VALOR-NUM TO WS-ATPC856-PERIODO
              WHEN OTHER
                 ADD 1 TO WS-ATPC856-ERRORES
                 DISPLAY "ATPC856 - ALERTA: linea de ATPC856.PRM "
                         "ignorada [" PRM-ATPC856-REG "] -- tipo "
                         "desconocido"
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC856-CERRAR-CAMPANA
      *----------------------------------------------------------------
      * Aplica las respuestas y los plazos a la campana vigente; los
      * perfiles que siguen pendientes quedan en WS-ATPC856-CAR para
      * que una campana nueva no les extienda el plazo
      *----------------------------------------------------------------
       ATPC856-CERRAR-CAMPANA.
           OPEN INPUT REV-CAMPANA
           IF WS-ATPC856-REV-STATUS NOT = "00"
              SET WS-ATPC856-HAY-CAMPANA TO FALSE
              DISPLAY "ATPC856 - AVISO: sin ACCREV.DAT -- no hay "
                      "campana abierta"
           ELSE
              SET WS-ATPC856-HAY-CAMPANA TO TRUE
              PERFORM ATPC856-CARGAR-RESPUESTAS
              OPEN OUTPUT REV-TRABAJO
              SET WS-ATPC856-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC856-FIN-ENTRADA
                 READ REV-CAMPANA
                     AT END
                        SET WS-ATPC856-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF REV-PENDIENTE
                           PERFORM ATPC856-EVALUAR-PENDIENTE
                        END-IF
                        WRITE REV-TRABAJO-REG FROM REV-CAMPANA-REG
                 END-READ
              END-PERFORM
              CLOSE REV-CAMPANA
                    REV-TRABAJO

              OPEN INPUT REV-TRABAJO
              OPEN OUTPUT REV-CAMPANA
              SET WS-ATPC856-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC856-FIN-ENTRADA
                 READ REV-TRABAJO
                     AT END
                        SET WS-ATPC856-FIN-ENTRADA TO TRUE
                     NOT AT END
                        WRITE REV-CAMPANA-REG FROM REV-TRABAJO-REG
                 END-READ
              END-PERFORM
              CLOSE REV-TRABAJO
                    REV-CAMPANA
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC856-CARGAR-RESPUESTAS
      *----------------------------------------------------------------
      * Solo las lineas P con decision C o R; si un perfil aparece
      * mas de una vez vale la ultima
      *----------------------------------------------------------------
       ATPC856-CARGAR-RESPUESTAS.
           OPEN INPUT RSP-RESPUESTAS
           IF WS-ATPC856-RSP-STATUS = "00"
              SET WS-ATPC856-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC856-FIN-ENTRADA
                 READ RSP-RESPUESTAS INTO WS-ATPC856-FIR
                     AT END
                        SET WS-ATPC856-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF WS-ATPC856-FIRP-TIPO = "P"
                        AND (WS-ATPC856-FIRP-DECISION = "C"
                          OR WS-ATPC856-FIRP-DECISION = "R")
                           PERFORM ATPC856-GUARDAR-RESPUESTA
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE RSP-RESPUESTAS
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC856-GUARDAR-RESPUESTA
      *----------------------------------------------------------------
       ATPC856-GUARDAR-RESPUESTA.
           IF WS-ATPC856-RSP-CANT >= WS-ATPC856-RSP-MAX
              DISPLAY "ATPC856 - ERROR: ACCRESP.DAT supera la "
                      "capacidad de [" WS-ATPC856-RSP-MAX "] "
                      "respuestas -- corrida abortada"
              PERFORM ATPC856-ABORTAR
           END-IF
           ADD 1 TO WS-ATPC856-RSP-CANT
           MOVE WS-ATPC856-FIRP-CODOPER
             TO WS-ATPC856-RSP-CODOPER(WS-ATPC856-RSP-CANT)
           MOVE WS-ATPC856-FIRP-DECISION
             TO WS-ATPC856-RSP-DECISION(WS-ATPC856-RSP-CANT)
           MOVE WS-ATPC856-FIRP-FIRMA
             TO WS-ATPC856-RSP-FIRMA(WS-ATPC856-RSP-CANT)
           .

      *----------------------------------------------------------------
      * Proceso: ATPC856-EVALUAR-PENDIENTE
      *----------------------------------------------------------------
       ATPC856-EVALUAR-PENDIENTE.
           MOVE ZEROES TO WS-ATPC856-RSP-HALLADA
           PERFORM VARYING WS-ATPC856-R FROM 1 BY 1
                     UNTIL WS-ATPC856-R > WS-ATPC856-RSP-CANT
              IF WS-ATPC856-RSP-CODOPER(WS-ATPC856-R) = REV-CODOPER
                 MOVE WS-ATPC856-R TO WS-ATPC856-RSP-HALLADA
              END-IF
           END-PERFORM

           IF WS-ATPC856-RSP-HALLADA > ZEROES
           AND WS-ATPC856-RSP-FIRMA(WS-ATPC856-RSP-HALLADA)
               NOT = REV-SUPERVISOR
              ADD 1 TO WS-ATPC856-FIRMAS-AJENAS
              ADD 1 TO WS-ATPC856-ERRORES
              MOVE SPACES TO WS-ATPC856-LINEA
              STRING " RESPUESTA IGNORADA ["  DELIMITED BY SIZE
                     REV-CODOPER              DELIMITED BY SIZE
                     "] FIRMADA POR ["        DELIMITED BY SIZE
                     WS-ATPC856-RSP-FIRMA(WS-ATPC856-RSP-HALLADA)
                                              DELIMITED BY SIZE
                     "] -- SUPERVISOR ASIGNADO ["
                                              DELIMITED BY SIZE
                     REV-SUPERVISOR           DELIMITED BY SIZE
                     "]"                      DELIMITED BY SIZE
                INTO WS-ATPC856-LINEA
              WRITE RPT-ATPC856-REG FROM WS-ATPC856-LINEA
              DISPLAY WS-ATPC856-LINEA
              MOVE ZEROES TO WS-ATPC856-RSP-HALLADA
           END-IF

           MOVE REV-FECREV TO WS-ATPC856-FECHA-DIV
           PERFORM ATPC856-DIAS-HASTA-HOY

           EVALUATE TRUE
              WHEN WS-ATPC856-RSP-HALLADA > ZEROES
              AND  WS-ATPC856-RSP-DECISION(WS-ATPC856-RSP-HALLADA)
                   = "C"
                 SET REV-RECERTIFICADO TO TRUE
                 MOVE WS-ATPC856-HOY TO REV-FECESTADO
                 ADD 1 TO WS-ATPC856-RECERTIFICADOS
              WHEN WS-ATPC856-RSP-HALLADA > ZEROES
                 SET REV-REVOCADO TO TRUE
                 MOVE WS-ATPC856-HOY TO REV-FECESTADO
                 ADD 1 TO WS-ATPC856-REVOCADOS
                 PERFORM ATPC856-PROGRAMAR-BAJA
              WHEN WS-ATPC856-FECHA-VALIDA
              AND  WS-ATPC856-DIAS > REV-PLAZO
                 SET REV-VENCIDO TO TRUE
                 MOVE WS-ATPC856-HOY TO REV-FECESTADO
                 ADD 1 TO WS-ATPC856-VENCIDOS
                 PERFORM ATPC856-PROGRAMAR-BAJA
              WHEN OTHER
                 ADD 1 TO WS-ATPC856-PENDIENTES
                 IF WS-ATPC856-CAR-CANT >= WS-ATPC856-CAR-MAX
                    DISPLAY "ATPC856 - ERROR: ACCREV.DAT supera la "
                            "capacidad de [" WS-ATPC856-CAR-MAX "] "
                            "pendientes -- corrida abortada"
                    PERFORM ATPC856-ABORTAR
                 END-IF
                 ADD 1 TO WS-ATPC856-CAR-CANT
                 MOVE REV-CODOPER
                   TO WS-ATPC856-CAR-CODOPER(WS-ATPC856-CAR-CANT)
                 MOVE REV-FECREV
                   TO WS-ATPC856-CAR-FECREV(WS-ATPC856-CAR-CANT)
                 MOVE REV-PLAZO
                   TO WS-ATPC856-CAR-PLAZO(WS-ATPC856-CAR-CANT)
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC856-PROGRAMAR-BAJA
      *----------------------------------------------------------------
      * Cambio aprobado de FECFIN sobre el perfil: ATPC997 lo activa
      * al inicio de la cadena siguiente
      *----------------------------------------------------------------
       ATPC856-PROGRAMAR-BAJA.
           OPEN EXTEND CAM-PROGRAMADOS
           IF WS-ATPC856-CAM-STATUS = "35"
              OPEN OUTPUT CAM-PROGRAMADOS
           END-IF
           IF WS-ATPC856-CAM-STATUS NOT = "00"
              DISPLAY "ATPC856 - ERROR: no se pudo abrir CAMBPROG.DAT "
                      "-- FILE STATUS:[" WS-ATPC856-CAM-STATUS "] -- "
                      "baja de [" REV-CODOPER "] sin programar"
              PERFORM ATPC856-ABORTAR
           END-IF
           INITIALIZE CAM-PROGRAMADOS-REG
           MOVE "A"                TO CAM-ESTADO
           MOVE CT-N               TO CAM-APLICADO
           MOVE "ATPC163"          TO CAM-TABLA
           MOVE REV-CODOPER        TO CAM-CLAVE
           MOVE "FECFIN"           TO CAM-CAMPO
           MOVE WS-ATPC856-HOY-TXT TO CAM-VALOR-NUEVO
           MOVE WS-ATPC856-HOY-TXT TO CAM-FECEFECT
           MOVE "ATPC856"          TO CAM-SOLICITANTE
           MOVE WS-ATPC856-HOY     TO CAM-FECALTA
           WRITE CAM-PROGRAMADOS-REG
           CLOSE CAM-PROGRAMADOS

           MOVE SPACES TO WS-ATPC856-LINEA
           STRING " BAJA PROGRAMADA DEL PERFIL ["
                                              DELIMITED BY SIZE
                  REV-CODOPER                 DELIMITED BY SIZE
                  "] -- "                     DELIMITED BY SIZE
                  "ESTADO ["                  DELIMITED BY SIZE
                  REV-ESTADO                  DELIMITED BY SIZE
                  "] SUPERVISOR ["            DELIMITED BY SIZE
                  REV-SUPERVISOR              DELIMITED BY SIZE
                  "] CAMPANA DEL ["           DELIMITED BY SIZE
                  REV-FECREV                  DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC856-LINEA
           WRITE RPT-ATPC856-REG FROM WS-ATPC856-LINEA
           DISPLAY WS-ATPC856-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC856-REVISAR
      *----------------------------------------------------------------
       ATPC856-REVISAR.
           PERFORM ATPC856-CARGAR-OPERADORES
           PERFORM ATPC163-CARGAR-ARREGLO
           IF WS-ATPC163-TAB-OCCURS = ZEROES
           OR WS-ATPC163-TAB-CLAVE(1) = SPACES
              DISPLAY "ATPC856 - ERROR: no se cargaron perfiles de "
                      "ATPC163 -- revision abortada"
              PERFORM ATPC856-ABORTAR
           END-IF

           PERFORM VARYING WS-ATPC856-P FROM 1 BY 1
                     UNTIL WS-ATPC856-P > WS-ATPC163-TAB-OCCURS
              INITIALIZE WS-ATPC856-PER(WS-ATPC856-P)
              MOVE "N" TO WS-ATPC856-PER-VIGENTE(WS-ATPC856-P)
              IF WS-ATPC163-TAB-CODOPER(WS-ATPC856-P) NOT = SPACES
              AND (WS-ATPC163-TAB-FECINI(WS-ATPC856-P) = SPACES
                OR WS-ATPC163-TAB-FECINI(WS-ATPC856-P)
                   NOT > WS-ATPC856-HOY-TXT)
              AND (WS-ATPC163-TAB-FECFIN(WS-ATPC856-P) = SPACES
                OR WS-ATPC163-TAB-FECFIN(WS-ATPC856-P)
                   NOT < WS-ATPC856-HOY-TXT)
                 MOVE "S" TO WS-ATPC856-PER-VIGENTE(WS-ATPC856-P)
              END-IF
           END-PERFORM

           PERFORM ATPC856-LEER-ACTIVIDAD

           OPEN OUTPUT WRK-TRABAJO
           PERFORM VARYING WS-ATPC856-J FROM 1 BY 1
                     UNTIL WS-ATPC856-J > WS-ATPC856-JRN-MAX
              PERFORM ATPC856-REVISAR-DIARIO
           END-PERFORM

           OPEN OUTPUT REV-CAMPANA
           PERFORM VARYING WS-ATPC856-P FROM 1 BY 1
                     UNTIL WS-ATPC856-P > WS-ATPC163-TAB-OCCURS
              IF WS-ATPC856-PER-VIGENTE(WS-ATPC856-P) = "S"
                 PERFORM ATPC856-REVISAR-PERFIL
              END-IF
           END-PERFORM
           CLOSE REV-CAMPANA
                 WRK-TRABAJO

           PERFORM ATPC856-EMITIR-PLANILLAS

           MOVE SPACES TO WS-ATPC856-LINEA
           STRING " REVISION: PERFILES ["     DELIMITED BY SIZE
                  WS-ATPC856-PERFILES         DELIMITED BY SIZE
                  "] CONFLICTOS ["            DELIMITED BY SIZE
                  WS-ATPC856-CONFLICTOS       DELIMITED BY SIZE
                  "] INACTIVOS ["             DELIMITED BY SIZE
                  WS-ATPC856-INACTIVOS        DELIMITED BY SIZE
                  "] CASOS CRUZADOS ["        DELIMITED BY SIZE
                  WS-ATPC856-CRUZADOS         DELIMITED BY SIZE
                  "] PLANILLAS ["             DELIMITED BY SIZE
                  WS-ATPC856-SUPERVISORES     DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC856-LINEA
           WRITE RPT-ATPC856-REG FROM WS-ATPC856-LINEA
           DISPLAY WS-ATPC856-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC856-CARGAR-OPERADORES
      *----------------------------------------------------------------
       ATPC856-CARGAR-OPERADORES.
           OPEN INPUT OPE-REGISTRO
           IF WS-ATPC856-OPE-STATUS NOT = "00"
              ADD 1 TO WS-ATPC856-ERRORES
              DISPLAY "ATPC856 - ALERTA: sin OPERSUP.DAT -- todos los "
                      "perfiles van a la planilla SINSUPER y no se "
                      "detectan casos cruzados"
           ELSE
              SET WS-ATPC856-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC856-FIN-ENTRADA
                 READ OPE-REGISTRO
                     AT END
                        SET WS-ATPC856-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF WS-ATPC856-OPE-CANT >= WS-ATPC856-OPE-MAX
                           DISPLAY "ATPC856 - ERROR: OPERSUP.DAT "
                                   "supera la capacidad de ["
                                   WS-ATPC856-OPE-MAX "] operadores "
                                   "-- corrida abortada"
                           PERFORM ATPC856-ABORTAR
                        END-IF
                        ADD 1 TO WS-ATPC856-OPE-CANT
                        MOVE OPE-CODOPER TO
                           WS-ATPC856-OPE-CODOPER(WS-ATPC856-OPE-CANT)
                        MOVE OPE-PERSONA TO
                           WS-ATPC856-OPE-PERSONA(WS-ATPC856-OPE-CANT)
                        MOVE OPE-SUPERVISOR TO
                           WS-ATPC856-OPE-SUPERVISOR
                                               (WS-ATPC856-OPE-CANT)
                 END-READ
              END-PERFORM
              CLOSE OPE-REGISTRO
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC856-BUSCAR-OPERADOR
      *----------------------------------------------------------------
      * Persona y supervisor de WS-ATPC856-BUS-CODOPER; sin registro
      * la persona es el propio codigo y el supervisor SINSUPER
      *----------------------------------------------------------------
       ATPC856-BUSCAR-OPERADOR.
           SET WS-ATPC856-BUS-ENCONTRADO TO FALSE
           MOVE WS-ATPC856-BUS-CODOPER TO WS-ATPC856-BUS-PERSONA
           MOVE "SINSUPER"             TO WS-ATPC856-BUS-SUPERVISOR
           PERFORM VARYING WS-ATPC856-O FROM 1 BY 1
                     UNTIL WS-ATPC856-O > WS-ATPC856-OPE-CANT
                        OR WS-ATPC856-BUS-ENCONTRADO
              IF WS-ATPC856-OPE-CODOPER(WS-ATPC856-O)
                 = WS-ATPC856-BUS-CODOPER
                 SET WS-ATPC856-BUS-ENCONTRADO TO TRUE
                 MOVE WS-ATPC856-OPE-PERSONA(WS-ATPC856-O)
                   TO WS-ATPC856-BUS-PERSONA
                 IF WS-ATPC856-OPE-SUPERVISOR(WS-ATPC856-O)
                    NOT = SPACES
                    MOVE WS-ATPC856-OPE-SUPERVISOR(WS-ATPC856-O)
                      TO WS-ATPC856-BUS-SUPERVISOR
                 END-IF
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC856-UBICAR-PERFIL
      *----------------------------------------------------------------
      * Posicion en el arreglo de ATPC163 del perfil de
      * WS-ATPC856-BUS-CODOPER (cero si no tiene perfil)
      *----------------------------------------------------------------
       ATPC856-UBICAR-PERFIL.
           MOVE ZEROES TO WS-ATPC856-P-HALLADO
           SET WS-ATPC163-TAB-INDICE TO 1
           SEARCH ALL WS-ATPC163-TAB
               AT END
                  MOVE ZEROES TO WS-ATPC856-P-HALLADO
               WHEN WS-ATPC163-TAB-CLAVE(WS-ATPC163-TAB-INDICE)
                    = WS-ATPC856-BUS-CODOPER
                  SET WS-ATPC856-P-HALLADO TO WS-ATPC163-TAB-INDICE
           END-SEARCH
           .

      *----------------------------------------------------------------
      * Proceso: ATPC856-LEER-ACTIVIDAD
      *----------------------------------------------------------------
      * Ultima fecha de actividad de cada perfil
      *----------------------------------------------------------------
       ATPC856-LEER-ACTIVIDAD.
           OPEN INPUT ACT-ACTIVIDAD
           IF WS-ATPCACT-STATUS NOT = "00"
              DISPLAY "ATPC856 - AVISO: sin ATPCACT.DAT -- ningun "
                      "perfil registra actividad"
           ELSE
              SET WS-ATPC856-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC856-FIN-ENTRADA
                 READ ACT-ACTIVIDAD
                     AT END
                        SET WS-ATPC856-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF ACT-FECHA IS NUMERIC
                           MOVE ACT-CODOPER TO WS-ATPC856-BUS-CODOPER
                           PERFORM ATPC856-UBICAR-PERFIL
                           IF WS-ATPC856-P-HALLADO > ZEROES
                           AND ACT-FECHA > WS-ATPC856-PER-ULTACT
                                             (WS-ATPC856-P-HALLADO)
                              MOVE ACT-FECHA TO WS-ATPC856-PER-ULTACT
                                             (WS-ATPC856-P-HALLADO)
                           END-IF
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE ACT-ACTIVIDAD
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC856-REVISAR-DIARIO
      *----------------------------------------------------------------
       ATPC856-REVISAR-DIARIO.
           MOVE WS-ATPC856-JRN-ARCHIVO(WS-ATPC856-J)
             TO WS-ATPC856-JRN-NOMBRE
           OPEN INPUT JRN-DIARIO
           IF WS-ATPC856-JRN-STATUS NOT = "00"
              DISPLAY "ATPC856 - AVISO: sin " WS-ATPC856-JRN-NOMBRE
                      " -- no se revisa"
           ELSE
              SET WS-ATPC856-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC856-FIN-ENTRADA
                 READ JRN-DIARIO
                     AT END
                        SET WS-ATPC856-FIN-ENTRADA TO TRUE
                     NOT AT END
                        PERFORM ATPC856-REVISAR-DECISION
                 END-READ
              END-PERFORM
              CLOSE JRN-DIARIO
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC856-REVISAR-DECISION
      *----------------------------------------------------------------
      * Caso cruzado: solicitante y revisor son codigos distintos de
      * una misma persona registrada; se informa a cada supervisor
      * bajo el codigo de su operador
      *----------------------------------------------------------------
       ATPC856-REVISAR-DECISION.
           MOVE JRN-FECHA TO WS-ATPC856-FECHA-DIV
           PERFORM ATPC856-DIAS-HASTA-HOY
           IF WS-ATPC856-FECHA-VALIDA
           AND WS-ATPC856-DIAS NOT > WS-ATPC856-PERIODO
           AND JRN-CODOPER-SOLIC NOT = JRN-CODOPER-REVISOR
              MOVE JRN-CODOPER-SOLIC TO WS-ATPC856-BUS-CODOPER
              PERFORM ATPC856-BUSCAR-OPERADOR
              MOVE WS-ATPC856-BUS-IND TO WS-ATPC856-SOL-IND
              MOVE WS-ATPC856-BUS-PERSONA    TO WS-ATPC856-SOL-PERSONA
              MOVE WS-ATPC856-BUS-SUPERVISOR
                TO WS-ATPC856-SOL-SUPERVISOR
              MOVE JRN-CODOPER-REVISOR TO WS-ATPC856-BUS-CODOPER
              PERFORM ATPC856-BUSCAR-OPERADOR
              IF WS-ATPC856-SOL-ENCONTRADO
              AND WS-ATPC856-BUS-ENCONTRADO
              AND WS-ATPC856-SOL-PERSONA = WS-ATPC856-BUS-PERSONA
                 ADD 1 TO WS-ATPC856-CRUZADOS
                 MOVE SPACES TO WS-ATPC856-DET-TEXTO
                 STRING "CASO CRUZADO EN "    DELIMITED BY SIZE
                        WS-ATPC856-JRN-NOMBRE DELIMITED BY SPACE
                        " DEL "               DELIMITED BY SIZE
                        JRN-FECHA             DELIMITED BY SIZE
                        ": SOLICITO "         DELIMITED BY SIZE
                        JRN-CODOPER-SOLIC     DELIMITED BY SIZE
                        " Y DECIDIO ("        DELIMITED BY SIZE
                        JRN-DECISION          DELIMITED BY SIZE
                        ") "                  DELIMITED BY SIZE
                        JRN-CODOPER-REVISOR   DELIMITED BY SIZE
                        ", AMBOS DE LA PERSONA "
                                              DELIMITED BY SIZE
                        WS-ATPC856-BUS-PERSONA
                                              DELIMITED BY SIZE
                   INTO WS-ATPC856-DET-TEXTO
                 MOVE WS-ATPC856-SOL-SUPERVISOR
                   TO WS-ATPC856-DET-SUPERVISOR
                 MOVE JRN-CODOPER-SOLIC TO WS-ATPC856-DET-CODOPER
                 PERFORM ATPC856-GRABAR-DETALLE
                 MOVE WS-ATPC856-BUS-SUPERVISOR
                   TO WS-ATPC856-DET-SUPERVISOR
                 MOVE JRN-CODOPER-REVISOR TO WS-ATPC856-DET-CODOPER
                 PERFORM ATPC856-GRABAR-DETALLE

                 MOVE JRN-CODOPER-SOLIC TO WS-ATPC856-BUS-CODOPER
                 PERFORM ATPC856-MARCAR-CRUZADO
                 MOVE JRN-CODOPER-REVISOR TO WS-ATPC856-BUS-CODOPER
                 PERFORM ATPC856-MARCAR-CRUZADO
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC856-MARCAR-CRUZADO
      *----------------------------------------------------------------
       ATPC856-MARCAR-CRUZADO.
           PERFORM ATPC856-UBICAR-PERFIL
           IF WS-ATPC856-P-HALLADO > ZEROES
              MOVE "S" TO WS-ATPC856-PER-CRU(WS-ATPC856-P-HALLADO)
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC856-REVISAR-PERFIL
      *----------------------------------------------------------------
       ATPC856-REVISAR-PERFIL.
           ADD 1 TO WS-ATPC856-PERFILES
           MOVE WS-ATPC163-TAB-CODOPER(WS-ATPC856-P)
             TO WS-ATPC856-BUS-CODOPER
           PERFORM ATPC856-BUSCAR-OPERADOR
           MOVE WS-ATPC856-BUS-SUPERVISOR TO WS-ATPC856-DET-SUPERVISOR
           MOVE WS-ATPC856-BUS-CODOPER    TO WS-ATPC856-DET-CODOPER

      *    Segregacion de funciones por consola
           PERFORM VARYING WS-ATPC856-K FROM 1 BY 1
                     UNTIL WS-ATPC856-K > WS-ATPC856-CON-MAX
              MOVE ZEROES TO WS-ATPC856-TALLY-CAP
                             WS-ATPC856-TALLY-APR
              INSPECT WS-ATPC163-TAB-FUNCIONES(WS-ATPC856-P)
                 TALLYING WS-ATPC856-TALLY-CAP FOR ALL
                          WS-ATPC856-CON-CAPTURA(WS-ATPC856-K)
              INSPECT WS-ATPC163-TAB-FUNCIONES(WS-ATPC856-P)
                 TALLYING WS-ATPC856-TALLY-APR FOR ALL
                          WS-ATPC856-CON-APRUEBA(WS-ATPC856-K)
              IF WS-ATPC856-TALLY-CAP > ZEROES
              AND WS-ATPC856-TALLY-APR > ZEROES
                 ADD 1 TO WS-ATPC856-CONFLICTOS
                 MOVE "S" TO WS-ATPC856-PER-SOD(WS-ATPC856-P)
                 MOVE SPACES TO WS-ATPC856-DET-TEXTO
                 STRING "PUEDE CAPTURAR Y APROBAR EN "
                                              DELIMITED BY SIZE
                        WS-ATPC856-CON-CONSOLA(WS-ATPC856-K)
                                              DELIMITED BY SPACE
                        " ("                  DELIMITED BY SIZE
                        WS-ATPC856-CON-DESC(WS-ATPC856-K)
                                              DELIMITED BY "  "
                        ") -- FUNCIONES "     DELIMITED BY SIZE
                        WS-ATPC163-TAB-FUNCIONES(WS-ATPC856-P)
                                              DELIMITED BY SIZE
                   INTO WS-ATPC856-DET-TEXTO
                 PERFORM ATPC856-GRABAR-DETALLE
              END-IF
           END-PERFORM

      *    Inactividad
           IF WS-ATPC856-PER-ULTACT(WS-ATPC856-P) = ZEROES
              ADD 1 TO WS-ATPC856-INACTIVOS
              MOVE "S" TO WS-ATPC856-PER-INA(WS-ATPC856-P)
              MOVE "SIN ACTIVIDAD REGISTRADA EN ATPCACT.DAT"
                TO WS-ATPC856-DET-TEXTO
              PERFORM ATPC856-GRABAR-DETALLE
           ELSE
              MOVE WS-ATPC856-PER-ULTACT(WS-ATPC856-P)
                TO WS-ATPC856-FECHA-DIV
              PERFORM ATPC856-DIAS-HASTA-HOY
              IF WS-ATPC856-DIAS > WS-ATPC856-INACTIVIDAD
                 ADD 1 TO WS-ATPC856-INACTIVOS
                 MOVE "S" TO WS-ATPC856-PER-INA(WS-ATPC856-P)
                 MOVE WS-ATPC856-DIAS TO WS-ATPC856-DIAS-ED
                 MOVE SPACES TO WS-ATPC856-DET-TEXTO
                 STRING "SIN ACTIVIDAD DESDE EL "
                                              DELIMITED BY SIZE
                        WS-ATPC856-PER-ULTACT(WS-ATPC856-P)
                                              DELIMITED BY SIZE
                        " ("                  DELIMITED BY SIZE
                        WS-ATPC856-DIAS-ED    DELIMITED BY SIZE
                        " DIAS)"              DELIMITED BY SIZE
                   INTO WS-ATPC856-DET-TEXTO
                 PERFORM ATPC856-GRABAR-DETALLE
              END-IF
           END-IF

      *    Linea del perfil, primera de su operador en la planilla
           MOVE SPACES TO WS-ATPC856-FIR
           MOVE "P"                    TO WS-ATPC856-FIRP-TIPO
           MOVE WS-ATPC856-BUS-CODOPER TO WS-ATPC856-FIRP-CODOPER
           MOVE WS-ATPC856-BUS-PERSONA TO WS-ATPC856-FIRP-PERSONA
           MOVE WS-ATPC163-TAB-FUNCIONES(WS-ATPC856-P)
             TO WS-ATPC856-FIRP-FUNCIONES
           MOVE WS-ATPC163-TAB-CODENT-AMBITO(WS-ATPC856-P)
             TO WS-ATPC856-FIRP-AMBITO
           MOVE WS-ATPC163-TAB-FECFIN(WS-ATPC856-P)
             TO WS-ATPC856-FIRP-FECFIN
           IF WS-ATPC856-PER-ULTACT(WS-ATPC856-P) = ZEROES
              MOVE "NUNCA"  TO WS-ATPC856-FIRP-ULTACT
           ELSE
              MOVE WS-ATPC856-PER-ULTACT(WS-ATPC856-P)
                TO WS-ATPC856-FIRP-ULTACT
           END-IF
           MOVE WS-ATPC856-PER-SOD(WS-ATPC856-P) TO WS-ATPC856-FIRP-SOD
           MOVE WS-ATPC856-PER-INA(WS-ATPC856-P) TO WS-ATPC856-FIRP-INA
           MOVE WS-ATPC856-PER-CRU(WS-ATPC856-P) TO WS-ATPC856-FIRP-CRU
           MOVE WS-ATPC856-BUS-SUPERVISOR TO WRK-SUPERVISOR
           MOVE WS-ATPC856-BUS-CODOPER    TO WRK-CODOPER
           MOVE ZEROES                    TO WRK-SECUENCIA
           MOVE WS-ATPC856-FIR            TO WRK-LINEA
           WRITE WRK-TRABAJO-REG
               INVALID KEY
                  ADD 1 TO WS-ATPC856-ERRORES
           END-WRITE

      *    Fila de la campana; el pendiente de la campana anterior
      *    conserva su fecha y su plazo
           INITIALIZE REV-CAMPANA-REG
           MOVE WS-ATPC856-BUS-CODOPER    TO REV-CODOPER
           MOVE WS-ATPC856-BUS-PERSONA    TO REV-PERSONA
           MOVE WS-ATPC856-BUS-SUPERVISOR TO REV-SUPERVISOR
           MOVE WS-ATPC856-HOY            TO REV-FECREV
                                             REV-FECESTADO
           MOVE WS-ATPC856-PLAZO          TO REV-PLAZO
           PERFORM VARYING WS-ATPC856-C FROM 1 BY 1
                     UNTIL WS-ATPC856-C > WS-ATPC856-CAR-CANT
              IF WS-ATPC856-CAR-CODOPER(WS-ATPC856-C) = REV-CODOPER
                 MOVE WS-ATPC856-CAR-FECREV(WS-ATPC856-C)
                   TO REV-FECREV
                 MOVE WS-ATPC856-CAR-PLAZO(WS-ATPC856-C)
                   TO REV-PLAZO
              END-IF
           END-PERFORM
           SET REV-PENDIENTE TO TRUE
           MOVE WS-ATPC856-PER-SOD(WS-ATPC856-P) TO REV-IND-SOD
           MOVE WS-ATPC856-PER-INA(WS-ATPC856-P) TO REV-IND-INACTIVO
           MOVE WS-ATPC856-PER-CRU(WS-ATPC856-P) TO REV-IND-CRUZADO
           WRITE REV-CAMPANA-REG
           .

      *----------------------------------------------------------------
      * Proceso: ATPC856-GRABAR-DETALLE
      *----------------------------------------------------------------
       ATPC856-GRABAR-DETALLE.
           MOVE SPACES TO WS-ATPC856-FIR
           MOVE "H"                    TO WS-ATPC856-FIRH-TIPO
           MOVE WS-ATPC856-DET-CODOPER TO WS-ATPC856-FIRH-CODOPER
           MOVE WS-ATPC856-DET-TEXTO   TO WS-ATPC856-FIRH-TEXTO
           ADD 1 TO WS-ATPC856-DET-SEC
           MOVE WS-ATPC856-DET-SUPERVISOR TO WRK-SUPERVISOR
           MOVE WS-ATPC856-DET-CODOPER    TO WRK-CODOPER
           MOVE WS-ATPC856-DET-SEC        TO WRK-SECUENCIA
           MOVE WS-ATPC856-FIR            TO WRK-LINEA
           WRITE WRK-TRABAJO-REG
               INVALID KEY
                  ADD 1 TO WS-ATPC856-ERRORES
           END-WRITE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC856-EMITIR-PLANILLAS
      *----------------------------------------------------------------
      * Corte por supervisor sobre el trabajo ordenado: una planilla
      * ACCRssssssss.DAT por supervisor
      *----------------------------------------------------------------
       ATPC856-EMITIR-PLANILLAS.
           SET WS-ATPC856-FIR-ABIERTA TO FALSE
           MOVE LOW-VALUES TO WS-ATPC856-SUP-ANT
           OPEN INPUT WRK-TRABAJO
           SET WS-ATPC856-FIN-ENTRADA TO FALSE
           PERFORM UNTIL WS-ATPC856-FIN-ENTRADA
              READ WRK-TRABAJO NEXT RECORD
                  AT END
                     SET WS-ATPC856-FIN-ENTRADA TO TRUE
                  NOT AT END
                     IF WRK-SUPERVISOR NOT = WS-ATPC856-SUP-ANT
                        PERFORM ATPC856-CERRAR-PLANILLA
                        PERFORM ATPC856-ABRIR-PLANILLA
                     END-IF
                     WRITE FIR-FIRMA-REG FROM WRK-LINEA
                     ADD 1 TO WS-ATPC856-LINEAS-SUP
              END-READ
           END-PERFORM
           CLOSE WRK-TRABAJO
           PERFORM ATPC856-CERRAR-PLANILLA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC856-ABRIR-PLANILLA
      *----------------------------------------------------------------
       ATPC856-ABRIR-PLANILLA.
           MOVE WRK-SUPERVISOR TO WS-ATPC856-SUP-ANT
           MOVE ZEROES TO WS-ATPC856-LINEAS-SUP
           MOVE SPACES TO WS-ATPC856-FIR-NOMBRE
           STRING "ACCR"                      DELIMITED BY SIZE
                  WRK-SUPERVISOR              DELIMITED BY SPACE
                  ".DAT"                      DELIMITED BY SIZE
             INTO WS-ATPC856-FIR-NOMBRE
           OPEN OUTPUT FIR-FIRMA
           IF WS-ATPC856-FIR-STATUS NOT = "00"
              DISPLAY "ATPC856 - ERROR: no se pudo abrir "
                      WS-ATPC856-FIR-NOMBRE " -- FILE STATUS:["
                      WS-ATPC856-FIR-STATUS "]"
              PERFORM ATPC856-ABORTAR
           END-IF
           SET WS-ATPC856-FIR-ABIERTA TO TRUE
           ADD 1 TO WS-ATPC856-SUPERVISORES

           MOVE SPACES TO WS-ATPC856-FIR
           MOVE "C"              TO WS-ATPC856-FIRC-TIPO
           MOVE WRK-SUPERVISOR   TO WS-ATPC856-FIRC-SUPERVISOR
           MOVE WS-ATPC856-HOY   TO WS-ATPC856-FIRC-FECREV
           MOVE WS-ATPC856-PLAZO TO WS-ATPC856-FIRC-PLAZO
           MOVE "REVISION DE ACCESOS: COMPLETAR DECISION C (RECERTIFICA)
      -         " O R (REVOCA) Y FIRMA EN CADA LINEA P"
             TO WS-ATPC856-FIRC-TEXTO
           WRITE FIR-FIRMA-REG FROM WS-ATPC856-FIR
           .

      *----------------------------------------------------------------
      * Proceso: ATPC856-CERRAR-PLANILLA
      *----------------------------------------------------------------
       ATPC856-CERRAR-PLANILLA.
           IF WS-ATPC856-FIR-ABIERTA
              CLOSE FIR-FIRMA
              SET WS-ATPC856-FIR-ABIERTA TO FALSE
              MOVE SPACES TO WS-ATPC856-LINEA
              STRING " PLANILLA ["            DELIMITED BY SIZE
                     WS-ATPC856-FIR-NOMBRE    DELIMITED BY SPACE
                     "] LINEAS ["             DELIMITED BY SIZE
                     WS-ATPC856-LINEAS-SUP    DELIMITED BY SIZE
                     "]"                      DELIMITED BY SIZE
                INTO WS-ATPC856-LINEA
              WRITE RPT-ATPC856-REG FROM WS-ATPC856-LINEA
              DISPLAY WS-ATPC856-LINEA
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC856-DIAS-HASTA-HOY
      *----------------------------------------------------------------
      * Dias corridos desde WS-ATPC856-FECHA-DIV (AAAAMMDD) hasta hoy;
      * la fecha ilegible deja FECHA-VALIDA en falso
      *----------------------------------------------------------------
       ATPC856-DIAS-HASTA-HOY.
           MOVE ZEROES TO WS-ATPC856-DIAS
           SET WS-ATPC856-FECHA-VALIDA TO FALSE
           IF WS-ATPC856-FECHA-DIV IS NUMERIC
              IF WS-ATPC856-FD-MM >= 1 AND WS-ATPC856-FD-MM <= 12
              AND WS-ATPC856-FD-AAAA > ZEROES
                 SET WS-ATPC856-FECHA-VALIDA TO TRUE
              END-IF
           END-IF
           IF WS-ATPC856-FECHA-VALIDA
              PERFORM ATPC856-FECHA-A-SERIE
              COMPUTE WS-ATPC856-DIAS =
                 WS-ATPC856-SERIE-HOY - WS-ATPC856-SERIE
              IF WS-ATPC856-DIAS < ZEROES
                 MOVE ZEROES TO WS-ATPC856-DIAS
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC856-FECHA-A-SERIE
      *----------------------------------------------------------------
      * Convierte la fecha de WS-ATPC856-FECHA-DIV en un numero de
      * dias corridos desde el 01/01/0001
      *----------------------------------------------------------------
       ATPC856-FECHA-A-SERIE.
           COMPUTE WS-ATPC856-ANIOS-PREV = WS-ATPC856-FD-AAAA - 1
           DIVIDE WS-ATPC856-ANIOS-PREV BY 4
              GIVING WS-ATPC856-BIS4
           DIVIDE WS-ATPC856-ANIOS-PREV BY 100
              GIVING WS-ATPC856-BIS100
           DIVIDE WS-ATPC856-ANIOS-PREV BY 400
              GIVING WS-ATPC856-BIS400
           COMPUTE WS-ATPC856-SERIE =
              WS-ATPC856-ANIOS-PREV * 365
              + WS-ATPC856-BIS4
              - WS-ATPC856-BIS100
              + WS-ATPC856-BIS400
           MOVE WS-ATPC856-FD-MM TO WS-ATPC856-MES-AUX
           ADD WS-ATPC856-DIAS-ACUM(WS-ATPC856-MES-AUX)
             TO WS-ATPC856-SERIE
           ADD WS-ATPC856-FD-DD TO WS-ATPC856-SERIE
           IF WS-ATPC856-FD-MM > 2
              DIVIDE WS-ATPC856-FD-AAAA BY 4
                 GIVING WS-ATPC856-BIS4
                 REMAINDER WS-ATPC856-REM4
              DIVIDE WS-ATPC856-FD-AAAA BY 100
                 GIVING WS-ATPC856-BIS100
                 REMAINDER WS-ATPC856-REM100
              DIVIDE WS-ATPC856-FD-AAAA BY 400
                 GIVING WS-ATPC856-BIS400
                 REMAINDER WS-ATPC856-REM400
              IF WS-ATPC856-REM4 = ZEROES
              AND (WS-ATPC856-REM100 NOT = ZEROES
                   OR WS-ATPC856-REM400 = ZEROES)
                 ADD 1 TO WS-ATPC856-SERIE
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

       COPY "ATPC163-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
