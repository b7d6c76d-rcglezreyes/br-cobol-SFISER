       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC854.
      *----------------------------------------------------------------
      * Programa batch anual de anonimizacion y depuracion de datos
      * personales de cuentas cerradas hace mucho. Hasta ahora el
      * maestro CTAMAE.DAT, la historia de estados ESTHIST.DAT, las
      * promesas de pago PROMESAS.DAT, el registro de disputas
      * (DISPUTAS.DAT y CONTRAC.DAT), los anuales fiscales
      * (DEVANUAL.DAT, RETANUAL.DAT y CERTFIS.DAT), el historial de
      * gestiones CONTACTOS.DAT, los mandatos de debito MANDATOS.DAT,
      * los historicos de movimientos (MOVHIST.DAT y MOVHIST.ARC) y
      * de extractos (EXTHIST.DAT) y las solicitudes de estado
      * especial (ESPSOLIC.DAT y ESPJRN.DAT) conservaban para siempre
      * el numero de cuenta del cliente.
      *
      * 1) Seleccion: recorre el maestro y toma las cuentas CERRADAS
      *    (CTM-CIE-CERRADA, ATPC849) aun no anonimizadas cuya fecha
      *    de cierre tiene al menos los anios de conservacion del
      *    pais de la entidad (CODPAIS de ATPC021). Se rechaza, y
      *    queda identificada para la corrida siguiente, la cuenta --
      *     - con saldo en la moneda principal, en alguna moneda
      *       adicional (CTM-MON) o saldo castigado pendiente;
      *     - con una disputa abierta en DISPUTAS.DAT (el registro
      *       mas reciente de la clave en estado A, mismo criterio de
      *       ATPC915; mientras el contracargo de CONTRAC.DAT no se
      *       aplica, ATPC828 no cierra la disputa);
      *     - con una retencion legal vigente en RETLEGAL.DAT (la
      *       mantiene legales: sin fecha de baja o con fecha de baja
      *       posterior al dia);
      *     - cuyo numero no admite seudonimo o cuyo seudonimo ya
      *       existe en la entidad.
      *
      * 2) Seudonimo: estable y sin tabla de correspondencia -- el
      *    numero de cuenta se cifra con la libreria ATPCSEU y la
      *    clave de ATPC854.PRM; el seudonimo es "A" + los ultimos 15
      *    digitos del resultado.
      *    La misma cuenta con la misma clave da siempre el mismo
      *    seudonimo en todos los archivos y en todas las corridas;
      *    la clave no debe cambiarse.
      *
      * 3) Archivos historicos: cada archivo se copia a ATPC854.TMP
      *    con el seudonimo en lugar del numero de cuenta de las
      *    cuentas seleccionadas y, si cambio algun registro, se
      *    reescribe desde la copia. Los importes, fechas y estados
      *    se conservan: son los agregados que piden la contabilidad
      *    y la historia regulatoria. En RETANUAL.DAT y CERTFIS.DAT
      *    solo los registros DET llevan cuenta. Los textos libres de
      *    las cuentas seleccionadas se borran: la nota de la gestion
      *    en CONTACTOS.DAT, la cuenta bancaria y la referencia del
      *    mandato en MANDATOS.DAT, y el motivo, la evidencia y el
      *    comentario del revisor en ESPSOLIC.DAT y ESPJRN.DAT. En los
      *    indexados (MANDATOS.DAT, MOVHIST.DAT y EXTHIST.DAT) cada
      *    registro de la cuenta se graba bajo la clave con el
      *    seudonimo y se borra el de la clave anterior, como en el
      *    maestro; ahi los leidos del certificado son los registros
      *    de las cuentas seleccionadas. El archivo que no existe se
      *    informa y se sigue.
      *
      * 4) Maestro: la cuenta pasa a su seudonimo (se graba bajo la
      *    clave nueva y se borra la anterior) con la fecha de
      *    anonimizacion CTM-ANO-FECHA y sin los textos libres del
      *    cierre (CTM-CIE-MOTIVO) y del estado especial
      *    (CTM-ESP-MOTIVO, CTM-ESP-EVIDENCIA); saldos, fechas y
      *    marcas de ciclo de vida quedan. El maestro se toca al final:
      *    la corrida interrumpida se repite completa sin dano, y la
      *    cuenta que no pudo regrabarse se retoma en la siguiente.
      *
      * El reporte ATPC854.RPT es el certificado de la corrida: las
      *  cuentas rechazadas y el motivo, cada seudonimo con la
      *  cantidad de registros anonimizados en cada archivo, y por
      *  archivo los registros leidos y anonimizados.
      *
      * Parametros en ATPC854.PRM --
      *  - una linea CLV + clave de seudonimo 9(08) (obligatoria);
      *  - una linea por pais: CODPAIS(3) + anios de conservacion
      *    9(02) contados desde el cierre (00 = el pais no se
      *    depura); la linea de CODPAIS 000 rige para los paises sin
      *    linea propia; sin ella rigen 10 anios.
      *
      * Layout de RETLEGAL.DAT: CODENT(4) NUMCUENTA(16) FECALTA(10)
      *  FECBAJA(10) REFERENCIA(20).
      *
      * Sin clave de seudonimo, sin CTAMAE.DAT o con mas disputas o
      * retenciones que las que entran en memoria la corrida termina
      * con RC 12 sin tocar nada; las cuentas rechazadas por
      * colision, la tabla llena, la entidad inexistente o la cuenta
      * sin regrabar dejan RC 4.
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
           SELECT PRM-ATPC854 ASSIGN TO "ATPC854.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC854-PRM-STATUS.
      * Maestro de cuentas -- ver ATPCCTM-CTM.cpy
           SELECT CTM-MAESTRO ASSIGN TO "CTAMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTM-CLAVE
               FILE STATUS IS WS-ATPC854-CTM-STATUS.
           SELECT LEG-RETENCIONES ASSIGN TO "RETLEGAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC854-LEG-STATUS.
           SELECT EST-HISTORIA ASSIGN TO "ESTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC854-EST-STATUS.
           SELECT PRO-PROMESAS ASSIGN TO "PROMESAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC854-PRO-STATUS.
           SELECT DIS-DISPUTAS ASSIGN TO "DISPUTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC854-DIS-STATUS.
           SELECT CBK-CONTRACARGOS ASSIGN TO "CONTRAC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC854-CBK-STATUS.
           SELECT DEV-ANUAL ASSIGN TO "DEVANUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC854-DEV-STATUS.
           SELECT RET-ANUAL ASSIGN TO "RETANUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC854-RET-STATUS.
           SELECT CER-CERTIFICADOS ASSIGN TO "CERTFIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC854-CER-STATUS.
           SELECT CON-CONTACTOS ASSIGN TO "CONTACTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC854-CON-STATUS.
      * Maestro de mandatos de debito directo -- ver ATPCMAN-MAN.cpy
           SELECT MAN-MANDATOS ASSIGN TO "MANDATOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAN-CLAVE
               FILE STATUS IS WS-ATPC854-MAN-STATUS.
      * Historico de movimientos y su archivo -- ver ATPCMVH-MVH.cpy
           SELECT MVH-HISTORICO ASSIGN TO "MOVHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MVH-CLAVE
               FILE STATUS IS WS-ATPC854-MVH-STATUS.
           SELECT MVA-ARCHIVO ASSIGN TO "MOVHIST.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC854-MVA-STATUS.
      * Historico de extractos -- ver ATPCEXH-EXH.cpy
           SELECT EXH-HISTORICO ASSIGN TO "EXTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXH-CLAVE
               FILE STATUS IS WS-ATPC854-EXH-STATUS.
           SELECT SOL-SOLICITUDES ASSIGN TO "ESPSOLIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC854-SOL-STATUS.
           SELECT JRN-DIARIO ASSIGN TO "ESPJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC854-JRN-STATUS.
      * Copia de trabajo del archivo que se esta anonimizando
           SELECT TMP-TRABAJO ASSIGN TO "ATPC854.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC854-TMP-STATUS.
           SELECT RPT-ATPC854 ASSIGN TO "ATPC854.RPT"
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
       COPY "ATPCMAN-MAN".
       COPY "ATPCMVH-MVH".
       COPY "ATPCEXH-EXH".

       FD  PRM-ATPC854
           RECORDING MODE IS F.
       01  PRM-ATPC854-REG.
           05  PRM-ATPC854-CODPAIS            PIC X(03).
           05  PRM-ATPC854-ANIOS              PIC X(02).
           05  PRM-ATPC854-ANIOS-NUM
               REDEFINES PRM-ATPC854-ANIOS    PIC 9(02).
           05  FILLER                         PIC X(06).
       01  PRM-ATPC854-CLV REDEFINES PRM-ATPC854-REG.
           05  FILLER                         PIC X(03).
           05  PRM-ATPC854-CLAVE              PIC X(08).
           05  PRM-ATPC854-CLAVE-NUM
               REDEFINES PRM-ATPC854-CLAVE    PIC 9(08).

       FD  LEG-RETENCIONES
           RECORDING MODE IS F.
       01  LEG-RETENCIONES-REG.
           05  LEG-CODENT                     PIC X(04).
           05  LEG-NUMCUENTA                  PIC X(16).
           05  LEG-FECALTA                    PIC X(10).
           05  LEG-FECBAJA                    PIC X(10).
           05  LEG-REFERENCIA                 PIC X(20).

      * Historia de estados -- layout en ATPC971
       FD  EST-HISTORIA
           RECORDING MODE IS F.
       01  EST-HISTORIA-REG.
           05  FILLER                         PIC X(22).
           05  EST-CODENT                     PIC X(04).
           05  EST-NUMCUENTA                  PIC X(16).
           05  FILLER                         PIC X(07).

      * Promesas de pago -- layout en ATPC965 / ATPC966
       FD  PRO-PROMESAS
           RECORDING MODE IS F.
       01  PRO-PROMESAS-REG.
           05  FILLER                         PIC X(01).
           05  PRO-CODENT                     PIC X(04).
           05  PRO-NUMCUENTA                  PIC X(16).
           05  FILLER                         PIC X(57).

      * Disputas y contracargos -- layouts en ATPC979
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

       FD  CBK-CONTRACARGOS
           RECORDING MODE IS F.
       01  CBK-CONTRACARGOS-REG.
           05  CBK-CODENT                     PIC X(04).
           05  CBK-NUMCUENTA                  PIC X(16).
           05  FILLER                         PIC X(46).

      * Anuales fiscales -- layouts en ATPC962
       FD  DEV-ANUAL
           RECORDING MODE IS F.
       01  DEV-ANUAL-REG.
           05  DEV-CODENT                     PIC X(04).
           05  DEV-NUMCUENTA                  PIC X(16).
           05  FILLER                         PIC X(32).

       FD  RET-ANUAL
           RECORDING MODE IS F.
       01  RET-ANUAL-REG.
           05  RET-TIPO                       PIC X(03).
           05  RET-DET-CODENT                 PIC X(04).
           05  RET-DET-NUMCUENTA              PIC X(16).
           05  FILLER                         PIC X(33).

       FD  CER-CERTIFICADOS
           RECORDING MODE IS F.
       01  CER-CERTIFICADOS-REG.
           05  CER-TIPO                       PIC X(03).
           05  CER-DET-CODENT                 PIC X(04).
           05  CER-DET-NUMCUENTA              PIC X(16).
           05  FILLER                         PIC X(129).

      * Historial de gestiones -- layout en ATPC822
       FD  CON-CONTACTOS
           RECORDING MODE IS F.
       01  CON-CONTACTOS-REG.
           05  CON-CODENT                     PIC X(04).
           05  CON-NUMCUENTA                  PIC X(16).
           05  FILLER                         PIC X(11).
           05  CON-NOTA                       PIC X(40).
           05  FILLER                         PIC X(16).

      * Movimientos archivados por ATPC860 -- layout de ATPCMVH-MVH
       FD  MVA-ARCHIVO
           RECORDING MODE IS F.
       01  MVA-ARCHIVO-REG.
           05  MVA-CODENT                     PIC X(04).
           05  MVA-NUMCUENTA                  PIC X(16).
           05  FILLER                         PIC X(103).

      * Solicitudes y diario de estados especiales -- layouts en
      * ATPC835
       FD  SOL-SOLICITUDES
           RECORDING MODE IS F.
       01  SOL-SOLICITUDES-REG.
           05  FILLER                         PIC X(01).
           05  SOL-CODENT                     PIC X(04).
           05  SOL-NUMCUENTA                  PIC X(16).
           05  FILLER                         PIC X(01).
           05  SOL-MOTIVO                     PIC X(40).
           05  SOL-EVIDENCIA                  PIC X(20).
           05  FILLER                         PIC X(32).

       FD  JRN-DIARIO
           RECORDING MODE IS F.
       01  JRN-DIARIO-REG.
           05  FILLER                         PIC X(32).
           05  JRN-CODENT                     PIC X(04).
           05  JRN-NUMCUENTA                  PIC X(16).
           05  FILLER                         PIC X(01).
           05  JRN-MOTIVO                     PIC X(40).
           05  JRN-EVIDENCIA                  PIC X(20).
           05  FILLER                         PIC X(10).
           05  JRN-COMENTARIO                 PIC X(40).

       FD  TMP-TRABAJO
           RECORDING MODE IS F.
       01  TMP-TRABAJO-REG                    PIC X(163).

       FD  RPT-ATPC854
           RECORDING MODE IS F.
       01  RPT-ATPC854-REG                    PIC X(130).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPC021-WS".
       COPY "ATPC096-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".
       COPY "ATPCSEU-WS".

       77  WS-ATPC854-PRM-STATUS              PIC X(02).
       77  WS-ATPC854-CTM-STATUS              PIC X(02).
       77  WS-ATPC854-LEG-STATUS              PIC X(02).
       77  WS-ATPC854-EST-STATUS              PIC X(02).
       77  WS-ATPC854-PRO-STATUS              PIC X(02).
       77  WS-ATPC854-DIS-STATUS              PIC X(02).
       77  WS-ATPC854-CBK-STATUS              PIC X(02).
       77  WS-ATPC854-DEV-STATUS              PIC X(02).
       77  WS-ATPC854-RET-STATUS              PIC X(02).
       77  WS-ATPC854-CER-STATUS              PIC X(02).
       77  WS-ATPC854-TMP-STATUS              PIC X(02).
       77  WS-ATPC854-CON-STATUS              PIC X(02).
       77  WS-ATPC854-MAN-STATUS              PIC X(02).
       77  WS-ATPC854-MVH-STATUS              PIC X(02).
       77  WS-ATPC854-MVA-STATUS              PIC X(02).
       77  WS-ATPC854-EXH-STATUS              PIC X(02).
       77  WS-ATPC854-SOL-STATUS              PIC X(02).
       77  WS-ATPC854-JRN-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC854-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.
       01  FILLER                             PIC X(01).
           88 WS-ATPC854-FECHA-VALIDA         VALUE "S"
              WHEN SET TO FALSE "N".
       01  FILLER                             PIC X(01).
           88 WS-ATPC854-CON-CLAVE            VALUE "S"
              WHEN SET TO FALSE "N".
       01  FILLER                             PIC X(01).
           88 WS-ATPC854-SUSTITUIDA           VALUE "S"
              WHEN SET TO FALSE "N".

      * Clave de seudonimo (ATPC854.PRM, linea CLV)
       77  WS-ATPC854-CLAVE-SEU               PIC 9(08) VALUE 0.

      * Anios de conservacion por pais (ATPC854.PRM); CODPAIS 000 =
      * defecto; sin linea 000 rige WS-ATPC854-ANIOS-DEF
       77  WS-ATPC854-ANIOS-DEF               PIC 9(02) VALUE 10.
       78  WS-ATPC854-CON-MAX                 VALUE 100.
       77  WS-ATPC854-CON-CANT                PIC 9(03) VALUE 0.
       01  WS-ATPC854-CONSERVACION.
           05  WS-ATPC854-CON OCCURS 100 TIMES.
               10  WS-ATPC854-CON-CODPAIS     PIC X(03).
               10  WS-ATPC854-CON-ANIOS       PIC 9(02).

      * Retenciones legales vigentes (RETLEGAL.DAT)
       78  WS-ATPC854-LEG-MAX                 VALUE 2000.
       77  WS-ATPC854-LEG-CANT                PIC 9(04) VALUE 0.
       01  WS-ATPC854-RETENCIONES.
           05  WS-ATPC854-LEG OCCURS 2000 TIMES.
               10  WS-ATPC854-LEG-CLAVE       PIC X(20).

      * Registro de disputas; el registro mas reciente de cada clave
      * CODENT + cuenta + fecha + importe pisa al anterior
       78  WS-ATPC854-DIS-MAX                 VALUE 5000.
       77  WS-ATPC854-DIS-CANT                PIC 9(04) VALUE 0.
       77  WS-ATPC854-DIS-IDX                 PIC 9(04).
       01  WS-ATPC854-DISPUTAS.
           05  WS-ATPC854-DIS OCCURS 5000 TIMES.
               10  WS-ATPC854-DIS-CLAVE       PIC X(41).
               10  WS-ATPC854-DIS-ESTADO      PIC X(01).
       01  WS-ATPC854-DIS-CLAVE-AUX           PIC X(41).

      * Cuentas seleccionadas, en orden de clave del maestro. Estado:
      * "V" a anonimizar, "X" rechazada por colision de seudonimo,
      * "A" anonimizada, "E" archivos anonimizados pero el maestro
      * sin regrabar (se retoma en la proxima corrida). Contadores
      * por archivo en el orden de WS-ATPC854-ARC
       78  WS-ATPC854-ANO-MAX                 VALUE 5000.
       77  WS-ATPC854-ANO-CANT                PIC 9(04) VALUE 0.
       01  WS-ATPC854-ANONIMAS.
           05  WS-ATPC854-ANO OCCURS 1 TO 5000
                              DEPENDING ON WS-ATPC854-ANO-CANT
                              ASCENDING KEY IS WS-ATPC854-ANO-CLAVE
                              INDEXED BY WS-ATPC854-ANO-IND.
               10  WS-ATPC854-ANO-CLAVE       PIC X(20).
               10  WS-ATPC854-ANO-SEUDONIMO   PIC X(16).
               10  WS-ATPC854-ANO-FECCIERRE   PIC X(10).
               10  WS-ATPC854-ANO-ANIOS       PIC 9(02).
               10  WS-ATPC854-ANO-ESTADO      PIC X(01).
               10  WS-ATPC854-ANO-CNT         PIC 9(06)
                                              OCCURS 15 TIMES.
       77  WS-ATPC854-IDX                     PIC 9(04).
       77  WS-ATPC854-J                       PIC 9(04).

      * Archivos que se anonimizan, en el orden del certificado
       01  WS-ATPC854-NOMBRES-DEF.
           05  FILLER  PIC X(13) VALUE "CTAMAE.DAT".
           05  FILLER  PIC X(13) VALUE "ESTHIST.DAT".
           05  FILLER  PIC X(13) VALUE "PROMESAS.DAT".
           05  FILLER  PIC X(13) VALUE "DISPUTAS.DAT".
           05  FILLER  PIC X(13) VALUE "CONTRAC.DAT".
           05  FILLER  PIC X(13) VALUE "DEVANUAL.DAT".
           05  FILLER  PIC X(13) VALUE "RETANUAL.DAT".
           05  FILLER  PIC X(13) VALUE "CERTFIS.DAT".
           05  FILLER  PIC X(13) VALUE "CONTACTOS.DAT".
           05  FILLER  PIC X(13) VALUE "MANDATOS.DAT".
           05  FILLER  PIC X(13) VALUE "MOVHIST.DAT".
           05  FILLER  PIC X(13) VALUE "MOVHIST.ARC".
           05  FILLER  PIC X(13) VALUE "EXTHIST.DAT".
           05  FILLER  PIC X(13) VALUE "ESPSOLIC.DAT".
           05  FILLER  PIC X(13) VALUE "ESPJRN.DAT".
       01  FILLER REDEFINES WS-ATPC854-NOMBRES-DEF.
           05  WS-ATPC854-ARC-NOMBRE OCCURS 15 TIMES PIC X(13).
       01  WS-ATPC854-ARCHIVOS.
           05  WS-ATPC854-ARC OCCURS 15 TIMES.
               10  WS-ATPC854-ARC-LEIDOS      PIC 9(09).
               10  WS-ATPC854-ARC-CAMBIADOS   PIC 9(09).
               10  WS-ATPC854-ARC-SITUACION   PIC X(30).
       77  WS-ATPC854-ARC-IDX                 PIC 9(02).
      * Registros de un indexado que no pudieron pasar a seudonimo
       77  WS-ATPC854-ARC-ERRORES             PIC 9(06).

      * Clave buscada y seudonimo que la reemplaza
       01  WS-ATPC854-CLAVE-AUX.
           05  WS-ATPC854-AUX-CODENT          PIC X(04).
           05  WS-ATPC854-AUX-NUMCUENTA       PIC X(16).
       77  WS-ATPC854-SEUDONIMO               PIC X(16).

      * Corte por entidad: anios de conservacion del pais
       01  WS-ATPC854-ENT-ANT                 PIC X(04).
       01  FILLER                             PIC X(01).
           88 WS-ATPC854-ENT-DEPURA           VALUE "S"
              WHEN SET TO FALSE "N".
       77  WS-ATPC854-ENT-CODPAIS             PIC X(03).
       77  WS-ATPC854-ENT-ANIOS               PIC 9(02).
       01  WS-ATPC854-LIMITE.
           05  WS-ATPC854-LIM-AAAA            PIC 9(04).
           05  WS-ATPC854-LIM-RESTO           PIC X(06).

      * Cuenta en curso
       01  FILLER                             PIC X(01).
           88 WS-ATPC854-CON-SALDO            VALUE "S"
              WHEN SET TO FALSE "N".
       77  WS-ATPC854-K                       PIC 9(01).
       77  WS-ATPC854-MOTIVO                  PIC X(40).

      * Fecha del dia
       01  WS-ATPC854-HOY.
           05  WS-ATPC854-HOY-AAAA            PIC 9(04).
           05  WS-ATPC854-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC854-HOY-MM              PIC 9(02).
           05  WS-ATPC854-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC854-HOY-DD              PIC 9(02).
       01  WS-ATPC854-HOY-AMD.
           05  WS-ATPC854-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC854-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC854-HOY-AMD-DD          PIC 9(02).
       01  WS-ATPC854-FECHA-ALF               PIC X(10).

      * Contadores del resumen final
       77  WS-ATPC854-CERRADAS                PIC 9(08) VALUE 0.
       77  WS-ATPC854-YA-ANONIMAS             PIC 9(08) VALUE 0.
       77  WS-ATPC854-EN-PLAZO                PIC 9(08) VALUE 0.
       77  WS-ATPC854-VENCIDAS                PIC 9(08) VALUE 0.
       77  WS-ATPC854-RECHAZADAS              PIC 9(08) VALUE 0.
       77  WS-ATPC854-ANONIMIZADAS            PIC 9(08) VALUE 0.
       77  WS-ATPC854-ERRORES                 PIC 9(08) VALUE 0.

       01  WS-ATPC854-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC854-PRINCIPAL
      *----------------------------------------------------------------
       ATPC854-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC854: ANONIMIZACION DE CUENTAS CERRADAS             -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC854" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC021-CARGAR-ARREGLO
           PERFORM ATPC096-CARGAR-ARREGLO

           ACCEPT WS-ATPC854-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC854-HOY-G1 WS-ATPC854-HOY-G2
           MOVE WS-ATPC854-HOY-AMD-AAAA TO WS-ATPC854-HOY-AAAA
           MOVE WS-ATPC854-HOY-AMD-MM   TO WS-ATPC854-HOY-MM
           MOVE WS-ATPC854-HOY-AMD-DD   TO WS-ATPC854-HOY-DD

           PERFORM ATPC854-LEER-PARAMETROS
           IF NOT WS-ATPC854-CON-CLAVE
              DISPLAY "ATPC854 - ERROR: sin linea CLV con la clave de "
                      "seudonimo en ATPC854.PRM -- corrida abortada"
              PERFORM ATPC854-ABORTAR
           END-IF

           PERFORM ATPC854-CARGAR-RETENCIONES
           PERFORM ATPC854-CARGAR-DISPUTAS

           OPEN I-O CTM-MAESTRO
           IF WS-ATPC854-CTM-STATUS NOT = "00"
              DISPLAY "ATPC854 - ERROR: no se pudo abrir CTAMAE.DAT "
                      "-- FILE STATUS:[" WS-ATPC854-CTM-STATUS "] -- "
                      "corrida abortada"
              PERFORM ATPC854-ABORTAR
           END-IF

           OPEN OUTPUT RPT-ATPC854
           MOVE SPACES TO WS-ATPC854-LINEA
           STRING " CERTIFICADO DE ANONIMIZACION AL ["
                                              DELIMITED BY SIZE
                  WS-ATPC854-HOY              DELIMITED BY SIZE
                  "] -- CORRIDA ["            DELIMITED BY SIZE
                  WS-ATPCRUN-JOBID            DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC854-LINEA
           WRITE RPT-ATPC854-REG FROM WS-ATPC854-LINEA
           DISPLAY WS-ATPC854-LINEA

      * 1) Seleccion de las cuentas
           MOVE SPACES TO WS-ATPC854-ENT-ANT
           MOVE LOW-VALUES TO CTM-CLAVE
           START CTM-MAESTRO KEY IS NOT LESS THAN CTM-CLAVE
               INVALID KEY
                  SET WS-ATPC854-FIN-ENTRADA TO TRUE
               NOT INVALID KEY
                  SET WS-ATPC854-FIN-ENTRADA TO FALSE
           END-START
           PERFORM UNTIL WS-ATPC854-FIN-ENTRADA
              READ CTM-MAESTRO NEXT RECORD
                  AT END
                     SET WS-ATPC854-FIN-ENTRADA TO TRUE
                  NOT AT END
                     IF CTM-CIE-CERRADA
                        PERFORM ATPC854-EVALUAR-CUENTA
                     END-IF
              END-READ
           END-PERFORM

      * 2) Seudonimos repetidos o ya existentes en el maestro
           PERFORM VARYING WS-ATPC854-IDX FROM 1 BY 1
                     UNTIL WS-ATPC854-IDX > WS-ATPC854-ANO-CANT
              PERFORM ATPC854-VERIFICAR-SEUDONIMO
           END-PERFORM

      * 3) Archivos historicos
           MOVE ZEROES TO WS-ATPC854-ARCHIVOS
           PERFORM VARYING WS-ATPC854-ARC-IDX FROM 1 BY 1
                     UNTIL WS-ATPC854-ARC-IDX > 15
              MOVE SPACES
                TO WS-ATPC854-ARC-SITUACION(WS-ATPC854-ARC-IDX)
           END-PERFORM
           PERFORM ATPC854-DEPURAR-ESTHIST
           PERFORM ATPC854-DEPURAR-PROMESAS
           PERFORM ATPC854-DEPURAR-DISPUTAS
           PERFORM ATPC854-DEPURAR-CONTRAC
           PERFORM ATPC854-DEPURAR-DEVANUAL
           PERFORM ATPC854-DEPURAR-RETANUAL
           PERFORM ATPC854-DEPURAR-CERTFIS
           PERFORM ATPC854-DEPURAR-CONTACTOS
           PERFORM ATPC854-DEPURAR-MANDATOS
           PERFORM ATPC854-DEPURAR-MOVHIST
           PERFORM ATPC854-DEPURAR-MOVARC
           PERFORM ATPC854-DEPURAR-EXTHIST
           PERFORM ATPC854-DEPURAR-ESPSOLIC
           PERFORM ATPC854-DEPURAR-ESPJRN

      * 4) Maestro
           MOVE 1 TO WS-ATPC854-ARC-IDX
           PERFORM VARYING WS-ATPC854-IDX FROM 1 BY 1
                     UNTIL WS-ATPC854-IDX > WS-ATPC854-ANO-CANT
              IF WS-ATPC854-ANO-ESTADO(WS-ATPC854-IDX) = "V"
                 PERFORM ATPC854-ANONIMIZAR-MAESTRO
              END-IF
           END-PERFORM
           MOVE "REGRABADO" TO WS-ATPC854-ARC-SITUACION(1)
           CLOSE CTM-MAESTRO

      * Certificado
           PERFORM ATPC854-EMITIR-CERTIFICADO

           MOVE SPACES TO WS-ATPC854-LINEA
           STRING " CERRADAS: "               DELIMITED BY SIZE
                  WS-ATPC854-CERRADAS         DELIMITED BY SIZE
                  "  YA ANONIMIZADAS: "       DELIMITED BY SIZE
                  WS-ATPC854-YA-ANONIMAS      DELIMITED BY SIZE
                  "  EN PLAZO: "              DELIMITED BY SIZE
                  WS-ATPC854-EN-PLAZO         DELIMITED BY SIZE
                  "  VENCIDAS: "              DELIMITED BY SIZE
                  WS-ATPC854-VENCIDAS         DELIMITED BY SIZE
             INTO WS-ATPC854-LINEA
           WRITE RPT-ATPC854-REG FROM WS-ATPC854-LINEA
           DISPLAY WS-ATPC854-LINEA
           MOVE SPACES TO WS-ATPC854-LINEA
           STRING " RECHAZADAS: "             DELIMITED BY SIZE
                  WS-ATPC854-RECHAZADAS       DELIMITED BY SIZE
                  "  ANONIMIZADAS: "          DELIMITED BY SIZE
                  WS-ATPC854-ANONIMIZADAS     DELIMITED BY SIZE
                  "  ERRORES: "               DELIMITED BY SIZE
                  WS-ATPC854-ERRORES          DELIMITED BY SIZE
             INTO WS-ATPC854-LINEA
           WRITE RPT-ATPC854-REG FROM WS-ATPC854-LINEA
           DISPLAY WS-ATPC854-LINEA

           CLOSE RPT-ATPC854

           IF WS-ATPC854-ERRORES > ZEROES
           AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY
           "- ATPC854: ANONIMIZACION FINALIZADA                      -"
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
      * Proceso: ATPC854-ABORTAR
      *----------------------------------------------------------------
       ATPC854-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC854-LEER-PARAMETROS
      *----------------------------------------------------------------
       ATPC854-LEER-PARAMETROS.
           SET WS-ATPC854-CON-CLAVE TO FALSE
           OPEN INPUT PRM-ATPC854
           IF WS-ATPC854-PRM-STATUS = "00"
              PERFORM UNTIL WS-ATPC854-PRM-STATUS NOT = "00"
                 READ PRM-ATPC854
                     AT END
                        MOVE "10" TO WS-ATPC854-PRM-STATUS
                     NOT AT END
                        PERFORM ATPC854-INCORPORAR-PARAMETRO
                 END-READ
              END-PERFORM
              CLOSE PRM-ATPC854
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC854-INCORPORAR-PARAMETRO
      *----------------------------------------------------------------
       ATPC854-INCORPORAR-PARAMETRO.
           EVALUATE TRUE
              WHEN PRM-ATPC854-CODPAIS = "CLV"
                 IF PRM-ATPC854-CLAVE IS NUMERIC
                 AND PRM-ATPC854-CLAVE-NUM > ZEROES
                    MOVE PRM-ATPC854-CLAVE-NUM TO WS-ATPC854-CLAVE-SEU
                    SET WS-ATPC854-CON-CLAVE TO TRUE
                 ELSE
                    DISPLAY "ATPC854 - ALERTA: linea CLV de ATPC854.PRM"
                            " ignorada -- clave no numerica o en cero"
                 END-IF
              WHEN PRM-ATPC854-CODPAIS IS NUMERIC
              AND  PRM-ATPC854-ANIOS IS NUMERIC
              AND  WS-ATPC854-CON-CANT < WS-ATPC854-CON-MAX
                 ADD 1 TO WS-ATPC854-CON-CANT
                 MOVE PRM-ATPC854-CODPAIS
                   TO WS-ATPC854-CON-CODPAIS(WS-ATPC854-CON-CANT)
                 MOVE PRM-ATPC854-ANIOS-NUM
                   TO WS-ATPC854-CON-ANIOS(WS-ATPC854-CON-CANT)
              WHEN OTHER
                 ADD 1 TO WS-ATPC854-ERRORES
                 DISPLAY "ATPC854 - ALERTA: linea de ATPC854.PRM "
                         "ignorada [" PRM-ATPC854-REG "] -- pais o "
                         "anios no numericos o tabla llena"
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC854-CARGAR-RETENCIONES
      *----------------------------------------------------------------
      * Retenciones legales vigentes al dia. La que no entra en el
      * arreglo dejaria una cuenta retenida sin proteger: se aborta
      *----------------------------------------------------------------
       ATPC854-CARGAR-RETENCIONES.
           OPEN INPUT LEG-RETENCIONES
           IF WS-ATPC854-LEG-STATUS NOT = "00"
              DISPLAY "ATPC854 - AVISO: sin RETLEGAL.DAT -- no hay "
                      "retenciones legales"
           ELSE
              PERFORM UNTIL WS-ATPC854-LEG-STATUS NOT = "00"
                 READ LEG-RETENCIONES
                     AT END
                        MOVE "10" TO WS-ATPC854-LEG-STATUS
                     NOT AT END
                        IF LEG-FECBAJA = SPACES
                        OR LEG-FECBAJA > WS-ATPC854-HOY
                           PERFORM ATPC854-GUARDAR-RETENCION
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE LEG-RETENCIONES
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC854-GUARDAR-RETENCION
      *----------------------------------------------------------------
       ATPC854-GUARDAR-RETENCION.
           IF WS-ATPC854-LEG-CANT NOT < WS-ATPC854-LEG-MAX
              DISPLAY "ATPC854 - ERROR: mas de " WS-ATPC854-LEG-MAX
                      " retenciones legales vigentes -- corrida "
                      "abortada sin anonimizar"
              PERFORM ATPC854-ABORTAR
           END-IF
           ADD 1 TO WS-ATPC854-LEG-CANT
           MOVE SPACES TO WS-ATPC854-LEG-CLAVE(WS-ATPC854-LEG-CANT)
           STRING LEG-CODENT     DELIMITED BY SIZE
                  LEG-NUMCUENTA  DELIMITED BY SIZE
             INTO WS-ATPC854-LEG-CLAVE(WS-ATPC854-LEG-CANT)
           .

      *----------------------------------------------------------------
      * Proceso: ATPC854-CARGAR-DISPUTAS
      *----------------------------------------------------------------
      * Carga el registro de disputas en memoria; el registro mas
      * reciente de cada clave pisa al anterior. La disputa que no
      * entra en el arreglo podria estar abierta: se aborta
      *----------------------------------------------------------------
       ATPC854-CARGAR-DISPUTAS.
           OPEN INPUT DIS-DISPUTAS
           IF WS-ATPC854-DIS-STATUS = "00"
              PERFORM UNTIL WS-ATPC854-DIS-STATUS NOT = "00"
                 READ DIS-DISPUTAS
                     AT END
                        MOVE "10" TO WS-ATPC854-DIS-STATUS
                     NOT AT END
                        PERFORM ATPC854-INCORPORAR-DISPUTA
                 END-READ
              END-PERFORM
              CLOSE DIS-DISPUTAS
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC854-INCORPORAR-DISPUTA
      *----------------------------------------------------------------
       ATPC854-INCORPORAR-DISPUTA.
           MOVE SPACES TO WS-ATPC854-DIS-CLAVE-AUX
           STRING DIS-CODENT     DELIMITED BY SIZE
                  DIS-NUMCUENTA  DELIMITED BY SIZE
                  DIS-FECHAMOV   DELIMITED BY SIZE
                  DIS-IMPORTEMOV DELIMITED BY SIZE
             INTO WS-ATPC854-DIS-CLAVE-AUX

           MOVE ZEROES TO WS-ATPC854-DIS-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC854-DIS-CANT
              IF WS-ATPC854-DIS-CLAVE(WS-I) =
                 WS-ATPC854-DIS-CLAVE-AUX
                 MOVE WS-I TO WS-ATPC854-DIS-IDX
                 MOVE WS-ATPC854-DIS-CANT TO WS-I
              END-IF
           END-PERFORM
           IF WS-ATPC854-DIS-IDX = ZEROES
              IF WS-ATPC854-DIS-CANT NOT < WS-ATPC854-DIS-MAX
                 DISPLAY "ATPC854 - ERROR: el arreglo de disputas "
                         "alcanzo su capacidad maxima ["
                         WS-ATPC854-DIS-MAX "] -- corrida abortada "
                         "sin anonimizar"
                 PERFORM ATPC854-ABORTAR
              END-IF
              ADD 1 TO WS-ATPC854-DIS-CANT
              MOVE WS-ATPC854-DIS-CANT TO WS-ATPC854-DIS-IDX
              MOVE WS-ATPC854-DIS-CLAVE-AUX
                TO WS-ATPC854-DIS-CLAVE(WS-ATPC854-DIS-IDX)
           END-IF
           MOVE DIS-ESTADO TO WS-ATPC854-DIS-ESTADO(WS-ATPC854-DIS-IDX)
           .

      *----------------------------------------------------------------
      * Proceso: ATPC854-EVALUAR-CUENTA
      *----------------------------------------------------------------
      * Cuenta cerrada: vencido el plazo de conservacion del pais y
      * sin saldo, disputa abierta ni retencion legal se selecciona
      *----------------------------------------------------------------
       ATPC854-EVALUAR-CUENTA.
           ADD 1 TO WS-ATPC854-CERRADAS
           IF CTM-CODENT NOT = WS-ATPC854-ENT-ANT
              PERFORM ATPC854-ABRIR-ENTIDAD
           END-IF
           MOVE CTM-CIE-FECCIERRE TO WS-ATPC854-FECHA-ALF
           PERFORM ATPC854-VALIDAR-FECHA

           EVALUATE TRUE
              WHEN CTM-ANO-FECHA NOT = SPACES
                 ADD 1 TO WS-ATPC854-YA-ANONIMAS
              WHEN NOT WS-ATPC854-ENT-DEPURA
              OR   NOT WS-ATPC854-FECHA-VALIDA
              OR   CTM-CIE-FECCIERRE > WS-ATPC854-LIMITE
                 ADD 1 TO WS-ATPC854-EN-PLAZO
              WHEN OTHER
                 ADD 1 TO WS-ATPC854-VENCIDAS
                 PERFORM ATPC854-SELECCIONAR-CUENTA
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC854-ABRIR-ENTIDAD
      *----------------------------------------------------------------
      * Anios de conservacion del pais de la entidad (linea propia,
      * si no la 000, si no el defecto) y fecha limite de cierre
      *----------------------------------------------------------------
       ATPC854-ABRIR-ENTIDAD.
           MOVE CTM-CODENT TO WS-ATPC854-ENT-ANT
           SET WS-ATPC854-ENT-DEPURA TO FALSE
           MOVE ZEROES TO WS-ATPC854-ENT-ANIOS

           INITIALIZE WS-ATPC021
           MOVE CTM-CODENT TO WS-ATPC021-CODENT
           PERFORM ATPC021-BUSCAR-EN-ARREGLO
           IF WS-ATPC021-RETORNO-OK
              MOVE WS-ATPC021-CODPAIS-ALF TO WS-ATPC854-ENT-CODPAIS
              MOVE WS-ATPC854-ANIOS-DEF   TO WS-ATPC854-ENT-ANIOS
              PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > WS-ATPC854-CON-CANT
                 IF WS-ATPC854-CON-CODPAIS(WS-I) = "000"
                    MOVE WS-ATPC854-CON-ANIOS(WS-I)
                      TO WS-ATPC854-ENT-ANIOS
                 END-IF
              END-PERFORM
              PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > WS-ATPC854-CON-CANT
                 IF WS-ATPC854-CON-CODPAIS(WS-I) =
                    WS-ATPC854-ENT-CODPAIS
                    MOVE WS-ATPC854-CON-ANIOS(WS-I)
                      TO WS-ATPC854-ENT-ANIOS
                    MOVE WS-ATPC854-CON-CANT TO WS-I
                 END-IF
              END-PERFORM
              IF WS-ATPC854-ENT-ANIOS > ZEROES
                 SET WS-ATPC854-ENT-DEPURA TO TRUE
              END-IF
           ELSE
              MOVE SPACES TO WS-ATPC854-ENT-CODPAIS
              ADD 1 TO WS-ATPC854-ERRORES
              DISPLAY "ATPC854 - ALERTA: CODENT=[" CTM-CODENT
                      "] con cuentas cerradas pero inexistente en "
                      "ENTIDADES -- sus cuentas no se anonimizan"
           END-IF

           MOVE WS-ATPC854-HOY TO WS-ATPC854-LIMITE
           SUBTRACT WS-ATPC854-ENT-ANIOS FROM WS-ATPC854-LIM-AAAA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC854-SELECCIONAR-CUENTA
      *----------------------------------------------------------------
       ATPC854-SELECCIONAR-CUENTA.
           PERFORM ATPC854-VERIFICAR-SALDO
           INITIALIZE WS-ATPCSEU-ENTRADA
           MOVE WS-ATPC854-CLAVE-SEU TO WS-ATPCSEU-CLAVE
           MOVE CTM-NUMCUENTA        TO WS-ATPCSEU-NUMCUENTA
           PERFORM ATPCSEU-CIFRAR-CUENTA
           MOVE CTM-CLAVE TO WS-ATPC854-CLAVE-AUX
           MOVE SPACES TO WS-ATPC854-MOTIVO

           EVALUATE TRUE
              WHEN WS-ATPC854-CON-SALDO
                 MOVE "CON SALDO" TO WS-ATPC854-MOTIVO
              WHEN OTHER
                 PERFORM ATPC854-VERIFICAR-DISPUTA
                 IF WS-ATPC854-MOTIVO = SPACES
                    PERFORM ATPC854-VERIFICAR-RETENCION
                 END-IF
           END-EVALUATE

           EVALUATE TRUE
              WHEN WS-ATPC854-MOTIVO NOT = SPACES
                 CONTINUE
              WHEN NOT WS-ATPCSEU-RETORNO-OK
                 MOVE "NUMERO DE CUENTA SIN SEUDONIMO POSIBLE"
                   TO WS-ATPC854-MOTIVO
              WHEN WS-ATPC854-ANO-CANT NOT < WS-ATPC854-ANO-MAX
                 ADD 1 TO WS-ATPC854-ERRORES
                 MOVE "POSTERGADA: TABLA LLENA" TO WS-ATPC854-MOTIVO
           END-EVALUATE

           IF WS-ATPC854-MOTIVO NOT = SPACES
              PERFORM ATPC854-REPORTAR-RECHAZO
           ELSE
              MOVE SPACES TO WS-ATPC854-SEUDONIMO
              STRING "A"                      DELIMITED BY SIZE
                     WS-ATPCSEU-CIFRADO(2:15) DELIMITED BY SIZE
                INTO WS-ATPC854-SEUDONIMO
              ADD 1 TO WS-ATPC854-ANO-CANT
              INITIALIZE WS-ATPC854-ANO(WS-ATPC854-ANO-CANT)
              MOVE CTM-CLAVE
                TO WS-ATPC854-ANO-CLAVE(WS-ATPC854-ANO-CANT)
              MOVE WS-ATPC854-SEUDONIMO
                TO WS-ATPC854-ANO-SEUDONIMO(WS-ATPC854-ANO-CANT)
              MOVE CTM-CIE-FECCIERRE
                TO WS-ATPC854-ANO-FECCIERRE(WS-ATPC854-ANO-CANT)
              MOVE WS-ATPC854-ENT-ANIOS
                TO WS-ATPC854-ANO-ANIOS(WS-ATPC854-ANO-CANT)
              MOVE "V"
                TO WS-ATPC854-ANO-ESTADO(WS-ATPC854-ANO-CANT)
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC854-VERIFICAR-SALDO
      *----------------------------------------------------------------
       ATPC854-VERIFICAR-SALDO.
           SET WS-ATPC854-CON-SALDO TO FALSE
           IF CTM-SALDO NOT = ZEROES
           OR (CTM-IMPCASTIGO IS NUMERIC
               AND CTM-IMPCASTIGO NOT = ZEROES)
              SET WS-ATPC854-CON-SALDO TO TRUE
           END-IF
           IF CTM-MON-CANT IS NUMERIC
              PERFORM VARYING WS-ATPC854-K FROM 1 BY 1
                        UNTIL WS-ATPC854-K > CTM-MON-CANT
                           OR WS-ATPC854-K > 5
                 IF CTM-MON-SALDO(WS-ATPC854-K) NOT = ZEROES
                    SET WS-ATPC854-CON-SALDO TO TRUE
                 END-IF
              END-PERFORM
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC854-VERIFICAR-DISPUTA
      *----------------------------------------------------------------
       ATPC854-VERIFICAR-DISPUTA.
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC854-DIS-CANT
              IF WS-ATPC854-DIS-CLAVE(WS-I)(1:20) = CTM-CLAVE
              AND WS-ATPC854-DIS-ESTADO(WS-I) = "A"
                 MOVE "DISPUTA ABIERTA" TO WS-ATPC854-MOTIVO
                 MOVE WS-ATPC854-DIS-CANT TO WS-I
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC854-VERIFICAR-RETENCION
      *----------------------------------------------------------------
       ATPC854-VERIFICAR-RETENCION.
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC854-LEG-CANT
              IF WS-ATPC854-LEG-CLAVE(WS-I) = CTM-CLAVE
                 MOVE "RETENCION LEGAL VIGENTE" TO WS-ATPC854-MOTIVO
                 MOVE WS-ATPC854-LEG-CANT TO WS-I
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC854-VERIFICAR-SEUDONIMO
      *----------------------------------------------------------------
      * El seudonimo WS-ATPC854-IDX no puede repetir el de otra
      * cuenta de la misma entidad seleccionada antes ni una clave ya
      * existente en el maestro
      *----------------------------------------------------------------
       ATPC854-VERIFICAR-SEUDONIMO.
           PERFORM VARYING WS-ATPC854-J FROM 1 BY 1
                     UNTIL WS-ATPC854-J NOT < WS-ATPC854-IDX
              IF WS-ATPC854-ANO-CLAVE(WS-ATPC854-J)(1:4) =
                 WS-ATPC854-ANO-CLAVE(WS-ATPC854-IDX)(1:4)
              AND WS-ATPC854-ANO-SEUDONIMO(WS-ATPC854-J) =
                  WS-ATPC854-ANO-SEUDONIMO(WS-ATPC854-IDX)
              AND WS-ATPC854-ANO-ESTADO(WS-ATPC854-J) = "V"
                 MOVE "X" TO WS-ATPC854-ANO-ESTADO(WS-ATPC854-IDX)
                 MOVE WS-ATPC854-IDX TO WS-ATPC854-J
              END-IF
           END-PERFORM
           IF WS-ATPC854-ANO-ESTADO(WS-ATPC854-IDX) = "V"
              MOVE WS-ATPC854-ANO-CLAVE(WS-ATPC854-IDX)(1:4)
                TO CTM-CODENT
              MOVE WS-ATPC854-ANO-SEUDONIMO(WS-ATPC854-IDX)
                TO CTM-NUMCUENTA
              READ CTM-MAESTRO
                  INVALID KEY
                     CONTINUE
              END-READ
              IF WS-ATPC854-CTM-STATUS = "00"
                 MOVE "X" TO WS-ATPC854-ANO-ESTADO(WS-ATPC854-IDX)
              END-IF
           END-IF
           IF WS-ATPC854-ANO-ESTADO(WS-ATPC854-IDX) = "X"
              ADD 1 TO WS-ATPC854-ERRORES
              MOVE WS-ATPC854-ANO-CLAVE(WS-ATPC854-IDX)
                TO CTM-CLAVE
              MOVE WS-ATPC854-ANO-FECCIERRE(WS-ATPC854-IDX)
                TO CTM-CIE-FECCIERRE
              MOVE "COLISION DE SEUDONIMO -- REVISAR LA CLAVE"
                TO WS-ATPC854-MOTIVO
              PERFORM ATPC854-REPORTAR-RECHAZO
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC854-REPORTAR-RECHAZO
      *----------------------------------------------------------------
       ATPC854-REPORTAR-RECHAZO.
           ADD 1 TO WS-ATPC854-RECHAZADAS
           MOVE SPACES TO WS-ATPC854-LINEA
           STRING " RECHAZADA CODENT ["       DELIMITED BY SIZE
                  CTM-CODENT                  DELIMITED BY SIZE
                  "] CUENTA ["                DELIMITED BY SIZE
                  CTM-NUMCUENTA               DELIMITED BY SIZE
                  "] CERRADA ["               DELIMITED BY SIZE
                  CTM-CIE-FECCIERRE           DELIMITED BY SIZE
                  "] -- "                     DELIMITED BY SIZE
                  WS-ATPC854-MOTIVO           DELIMITED BY SIZE
             INTO WS-ATPC854-LINEA
           WRITE RPT-ATPC854-REG FROM WS-ATPC854-LINEA
           DISPLAY WS-ATPC854-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC854-SUSTITUIR
      *----------------------------------------------------------------
      * Busca la clave WS-ATPC854-CLAVE-AUX entre las cuentas a
      * anonimizar y, si esta, deja su seudonimo y cuenta el registro
      * en el archivo WS-ATPC854-ARC-IDX
      *----------------------------------------------------------------
       ATPC854-SUSTITUIR.
           SET WS-ATPC854-SUSTITUIDA TO FALSE
           ADD 1 TO WS-ATPC854-ARC-LEIDOS(WS-ATPC854-ARC-IDX)
           IF WS-ATPC854-ANO-CANT > ZEROES
              SEARCH ALL WS-ATPC854-ANO
                  AT END
                     CONTINUE
                  WHEN WS-ATPC854-ANO-CLAVE(WS-ATPC854-ANO-IND) =
                       WS-ATPC854-CLAVE-AUX
                     IF WS-ATPC854-ANO-ESTADO(WS-ATPC854-ANO-IND)
                        = "V"
                        SET WS-ATPC854-SUSTITUIDA TO TRUE
                        MOVE WS-ATPC854-ANO-SEUDONIMO
                             (WS-ATPC854-ANO-IND)
                          TO WS-ATPC854-SEUDONIMO
                        ADD 1 TO WS-ATPC854-ANO-CNT
                                 (WS-ATPC854-ANO-IND,
                                  WS-ATPC854-ARC-IDX)
                        ADD 1 TO WS-ATPC854-ARC-CAMBIADOS
                                 (WS-ATPC854-ARC-IDX)
                     END-IF
              END-SEARCH
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC854-SIN-ARCHIVO
      *----------------------------------------------------------------
       ATPC854-SIN-ARCHIVO.
           MOVE "SIN ARCHIVO"
             TO WS-ATPC854-ARC-SITUACION(WS-ATPC854-ARC-IDX)
           DISPLAY "ATPC854 - AVISO: sin "
                   WS-ATPC854-ARC-NOMBRE(WS-ATPC854-ARC-IDX)
                   " -- no hay registros que anonimizar"
           .

      *----------------------------------------------------------------
      * Proceso: ATPC854-ABRIR-COPIA
      *----------------------------------------------------------------
       ATPC854-ABRIR-COPIA.
           OPEN OUTPUT TMP-TRABAJO
           IF WS-ATPC854-TMP-STATUS NOT = "00"
              ADD 1 TO WS-ATPC854-ERRORES
              MOVE "SIN COPIA DE TRABAJO -- NO TOCADO"
                TO WS-ATPC854-ARC-SITUACION(WS-ATPC854-ARC-IDX)
              DISPLAY "ATPC854 - ALERTA: no se pudo abrir ATPC854.TMP "
                      "-- FILE STATUS:[" WS-ATPC854-TMP-STATUS "] -- "
                      WS-ATPC854-ARC-NOMBRE(WS-ATPC854-ARC-IDX)
                      " queda sin anonimizar"
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC854-FIN-COPIA
      *----------------------------------------------------------------
      * Situacion del archivo: sin registros de las cuentas
      * seleccionadas no se reescribe
      *----------------------------------------------------------------
       ATPC854-FIN-COPIA.
           IF WS-ATPC854-ARC-CAMBIADOS(WS-ATPC854-ARC-IDX) > ZEROES
              MOVE "REESCRITO"
                TO WS-ATPC854-ARC-SITUACION(WS-ATPC854-ARC-IDX)
              OPEN INPUT TMP-TRABAJO
              SET WS-ATPC854-FIN-ENTRADA TO FALSE
           ELSE
              MOVE "SIN CAMBIOS"
                TO WS-ATPC854-ARC-SITUACION(WS-ATPC854-ARC-IDX)
              SET WS-ATPC854-FIN-ENTRADA TO TRUE
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC854-DEPURAR-ESTHIST
      *----------------------------------------------------------------
       ATPC854-DEPURAR-ESTHIST.
           MOVE 2 TO WS-ATPC854-ARC-IDX
           OPEN INPUT EST-HISTORIA
           IF WS-ATPC854-EST-STATUS NOT = "00"
              PERFORM ATPC854-SIN-ARCHIVO
           ELSE
              PERFORM ATPC854-ABRIR-COPIA
              SET WS-ATPC854-FIN-ENTRADA TO FALSE
              IF WS-ATPC854-TMP-STATUS NOT = "00"
                 SET WS-ATPC854-FIN-ENTRADA TO TRUE
              END-IF
              PERFORM UNTIL WS-ATPC854-FIN-ENTRADA
                 READ EST-HISTORIA
                     AT END
                        SET WS-ATPC854-FIN-ENTRADA TO TRUE
                     NOT AT END
                        MOVE EST-CODENT    TO WS-ATPC854-AUX-CODENT
                        MOVE EST-NUMCUENTA TO WS-ATPC854-AUX-NUMCUENTA
                        PERFORM ATPC854-SUSTITUIR
                        IF WS-ATPC854-SUSTITUIDA
                           MOVE WS-ATPC854-SEUDONIMO TO EST-NUMCUENTA
                        END-IF
                        WRITE TMP-TRABAJO-REG FROM EST-HISTORIA-REG
                 END-READ
              END-PERFORM
              CLOSE EST-HISTORIA
              IF WS-ATPC854-TMP-STATUS = "00"
                 CLOSE TMP-TRABAJO
                 PERFORM ATPC854-FIN-COPIA
                 IF NOT WS-ATPC854-FIN-ENTRADA
                    OPEN OUTPUT EST-HISTORIA
                    PERFORM UNTIL WS-ATPC854-FIN-ENTRADA
                       READ TMP-TRABAJO
                           AT END
                              SET WS-ATPC854-FIN-ENTRADA TO TRUE
                           NOT AT END
                              WRITE EST-HISTORIA-REG
                                FROM TMP-TRABAJO-REG
                       END-READ
                    END-PERFORM
                    CLOSE TMP-TRABAJO
                          EST-HISTORIA
                 END-IF
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC854-DEPURAR-PROMESAS
      *----------------------------------------------------------------
       ATPC854-DEPURAR-PROMESAS.
           MOVE 3 TO WS-ATPC854-ARC-IDX
           OPEN INPUT PRO-PROMESAS
           IF WS-ATPC854-PRO-STATUS NOT = "00"
              PERFORM ATPC854-SIN-ARCHIVO
           ELSE
              PERFORM ATPC854-ABRIR-COPIA
              SET WS-ATPC854-FIN-ENTRADA TO FALSE
              IF WS-ATPC854-TMP-STATUS NOT = "00"
                 SET WS-ATPC854-FIN-ENTRADA TO TRUE
              END-IF
              PERFORM UNTIL WS-ATPC854-FIN-ENTRADA
                 READ PRO-PROMESAS
                     AT END
                        SET WS-ATPC854-FIN-ENTRADA TO TRUE
                     NOT AT END
                        MOVE PRO-CODENT    TO WS-ATPC854-AUX-CODENT
                        MOVE PRO-NUMCUENTA TO WS-ATPC854-AUX-NUMCUENTA
                        PERFORM ATPC854-SUSTITUIR
                        IF WS-ATPC854-SUSTITUIDA
                           MOVE WS-ATPC854-SEUDONIMO TO PRO-NUMCUENTA
                        END-IF
                        WRITE TMP-TRABAJO-REG FROM PRO-PROMESAS-REG
                 END-READ
              END-PERFORM
              CLOSE PRO-PROMESAS
              IF WS-ATPC854-TMP-STATUS = "00"
                 CLOSE TMP-TRABAJO
                 PERFORM ATPC854-FIN-COPIA
                 IF NOT WS-ATPC854-FIN-ENTRADA
                    OPEN OUTPUT PRO-PROMESAS
                    PERFORM UNTIL WS-ATPC854-FIN-ENTRADA
                       READ TMP-TRABAJO
                           AT END
                              SET WS-ATPC854-FIN-ENTRADA TO TRUE
                           NOT AT END
                              WRITE PRO-PROMESAS-REG
                                FROM TMP-TRABAJO-REG
                       END-READ
                    END-PERFORM
                    CLOSE TMP-TRABAJO
                          PRO-PROMESAS
                 END-IF
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC854-DEPURAR-DISPUTAS
      *----------------------------------------------------------------
       ATPC854-DEPURAR-DISPUTAS.
           MOVE 4 TO WS-ATPC854-ARC-IDX
           OPEN INPUT DIS-DISPUTAS
           IF WS-ATPC854-DIS-STATUS NOT = "00"
              PERFORM ATPC854-SIN-ARCHIVO
           ELSE
              PERFORM ATPC854-ABRIR-COPIA
              SET WS-ATPC854-FIN-ENTRADA TO FALSE
              IF WS-ATPC854-TMP-STATUS NOT = "00"
                 SET WS-ATPC854-FIN-ENTRADA TO TRUE
              END-IF
              PERFORM UNTIL WS-ATPC854-FIN-ENTRADA
                 READ DIS-DISPUTAS
                     AT END
                        SET WS-ATPC854-FIN-ENTRADA TO TRUE
                     NOT AT END
                        MOVE DIS-CODENT    TO WS-ATPC854-AUX-CODENT
                        MOVE DIS-NUMCUENTA TO WS-ATPC854-AUX-NUMCUENTA
                        PERFORM ATPC854-SUSTITUIR
                        IF WS-ATPC854-SUSTITUIDA
                           MOVE WS-ATPC854-SEUDONIMO TO DIS-NUMCUENTA
                        END-IF
                        WRITE TMP-TRABAJO-REG FROM DIS-DISPUTAS-REG
                 END-READ
              END-PERFORM
              CLOSE DIS-DISPUTAS
              IF WS-ATPC854-TMP-STATUS = "00"
                 CLOSE TMP-TRABAJO
                 PERFORM ATPC854-FIN-COPIA
                 IF NOT WS-ATPC854-FIN-ENTRADA
                    OPEN OUTPUT DIS-DISPUTAS
                    PERFORM UNTIL WS-ATPC854-FIN-ENTRADA
                       READ TMP-TRABAJO
                           AT END
                              SET WS-ATPC854-FIN-ENTRADA TO TRUE
                           NOT AT END
                              WRITE DIS-DISPUTAS-REG
                                FROM TMP-TRABAJO-REG
                       END-READ
                    END-PERFORM
                    CLOSE TMP-TRABAJO
                          DIS-DISPUTAS
                 END-IF
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC854-DEPURAR-CONTRAC
      *----------------------------------------------------------------
       ATPC854-DEPURAR-CONTRAC.
           MOVE 5 TO WS-ATPC854-ARC-IDX
           OPEN INPUT CBK-CONTRACARGOS
           IF WS-ATPC854-CBK-STATUS NOT = "00"
              PERFORM ATPC854-SIN-ARCHIVO
           ELSE
              PERFORM ATPC854-ABRIR-COPIA
              SET WS-ATPC854-FIN-ENTRADA TO FALSE
              IF WS-ATPC854-TMP-STATUS NOT = "00"
                 SET WS-ATPC854-FIN-ENTRADA TO TRUE
              END-IF
              PERFORM UNTIL WS-ATPC854-FIN-ENTRADA
                 READ CBK-CONTRACARGOS
                     AT END
                        SET WS-ATPC854-FIN-ENTRADA TO TRUE
                     NOT AT END
                        MOVE CBK-CODENT    TO WS-ATPC854-AUX-CODENT
                        MOVE CBK-NUMCUENTA TO WS-ATPC854-AUX-NUMCUENTA
                        PERFORM ATPC854-SUSTITUIR
                        IF WS-ATPC854-SUSTITUIDA
                           MOVE WS-ATPC854-SEUDONIMO TO CBK-NUMCUENTA
                        END-IF
                        WRITE TMP-TRABAJO-REG FROM CBK-CONTRACARGOS-REG
                 END-READ
              END-PERFORM
              CLOSE CBK-CONTRACARGOS
              IF WS-ATPC854-TMP-STATUS = "00"
                 CLOSE TMP-TRABAJO
                 PERFORM ATPC854-FIN-COPIA
                 IF NOT WS-ATPC854-FIN-ENTRADA
                    OPEN OUTPUT CBK-CONTRACARGOS
                    PERFORM UNTIL WS-ATPC854-FIN-ENTRADA
                       READ TMP-TRABAJO
                           AT END
                              SET WS-ATPC854-FIN-ENTRADA TO TRUE
                           NOT AT END
                              WRITE CBK-CONTRACARGOS-REG
                                FROM TMP-TRABAJO-REG
                       END-READ
                    END-PERFORM
                    CLOSE TMP-TRABAJO
                          CBK-CONTRACARGOS
                 END-IF
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC854-DEPURAR-DEVANUAL
      *----------------------------------------------------------------
       ATPC854-DEPURAR-DEVANUAL.
           MOVE 6 TO WS-ATPC854-ARC-IDX
           OPEN INPUT DEV-ANUAL
           IF WS-ATPC854-DEV-STATUS NOT = "00"
              PERFORM ATPC854-SIN-ARCHIVO
           ELSE
              PERFORM ATPC854-ABRIR-COPIA
              SET WS-ATPC854-FIN-ENTRADA TO FALSE
              IF WS-ATPC854-TMP-STATUS NOT = "00"
                 SET WS-ATPC854-FIN-ENTRADA TO TRUE
              END-IF
              PERFORM UNTIL WS-ATPC854-FIN-ENTRADA
                 READ DEV-ANUAL
                     AT END
                        SET WS-ATPC854-FIN-ENTRADA TO TRUE
                     NOT AT END
                        MOVE DEV-CODENT    TO WS-ATPC854-AUX-CODENT
                        MOVE DEV-NUMCUENTA TO WS-ATPC854-AUX-NUMCUENTA
                        PERFORM ATPC854-SUSTITUIR
                        IF WS-ATPC854-SUSTITUIDA
                           MOVE WS-ATPC854-SEUDONIMO TO DEV-NUMCUENTA
                        END-IF
                        WRITE TMP-TRABAJO-REG FROM DEV-ANUAL-REG
                 END-READ
              END-PERFORM
              CLOSE DEV-ANUAL
              IF WS-ATPC854-TMP-STATUS = "00"
                 CLOSE TMP-TRABAJO
                 PERFORM ATPC854-FIN-COPIA
                 IF NOT WS-ATPC854-FIN-ENTRADA
                    OPEN OUTPUT DEV-ANUAL
                    PERFORM UNTIL WS-ATPC854-FIN-ENTRADA
                       READ TMP-TRABAJO
                           AT END
                              SET WS-ATPC854-FIN-ENTRADA TO TRUE
                           NOT AT END
                              WRITE DEV-ANUAL-REG
                                FROM TMP-TRABAJO-REG
                       END-READ
                    END-PERFORM
                    CLOSE TMP-TRABAJO
                          DEV-ANUAL
                 END-IF
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC854-DEPURAR-RETANUAL
      *----------------------------------------------------------------
       ATPC854-DEPURAR-RETANUAL.
           MOVE 7 TO WS-ATPC854-ARC-IDX
           OPEN INPUT RET-ANUAL
           IF WS-ATPC854-RET-STATUS NOT = "00"
              PERFORM ATPC854-SIN-ARCHIVO
           ELSE
              PERFORM ATPC854-ABRIR-COPIA
              SET WS-ATPC854-FIN-ENTRADA TO FALSE
              IF WS-ATPC854-TMP-STATUS NOT = "00"
                 SET WS-ATPC854-FIN-ENTRADA TO TRUE
              END-IF
              PERFORM UNTIL WS-ATPC854-FIN-ENTRADA
                 READ RET-ANUAL
                     AT END
                        SET WS-ATPC854-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF RET-TIPO = "DET"
                           MOVE RET-DET-CODENT
                             TO WS-ATPC854-AUX-CODENT
                           MOVE RET-DET-NUMCUENTA
                             TO WS-ATPC854-AUX-NUMCUENTA
                           PERFORM ATPC854-SUSTITUIR
                           IF WS-ATPC854-SUSTITUIDA
                              MOVE WS-ATPC854-SEUDONIMO
                                TO RET-DET-NUMCUENTA
                           END-IF
                        END-IF
                        WRITE TMP-TRABAJO-REG FROM RET-ANUAL-REG
                 END-READ
              END-PERFORM
              CLOSE RET-ANUAL
              IF WS-ATPC854-TMP-STATUS = "00"
                 CLOSE TMP-TRABAJO
                 PERFORM ATPC854-FIN-COPIA
                 IF NOT WS-ATPC854-FIN-ENTRADA
                    OPEN OUTPUT RET-ANUAL
                    PERFORM UNTIL WS-ATPC854-FIN-ENTRADA
                       READ TMP-TRABAJO
                           AT END
                              SET WS-ATPC854-FIN-ENTRADA TO TRUE
                           NOT AT END
                              WRITE RET-ANUAL-REG
                                FROM TMP-TRABAJO-REG
                       END-READ
                    END-PERFORM
                    CLOSE TMP-TRABAJO
                          RET-ANUAL
                 END-IF
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC854-DEPURAR-CERTFIS
      *----------------------------------------------------------------
       ATPC854-DEPURAR-CERTFIS.
           MOVE 8 TO WS-ATPC854-ARC-IDX
           OPEN INPUT CER-CERTIFICADOS
           IF WS-ATPC854-CER-STATUS NOT = "00"
              PERFORM ATPC854-SIN-ARCHIVO
           ELSE
              PERFORM ATPC854-ABRIR-COPIA
              SET WS-ATPC854-FIN-ENTRADA TO FALSE
              IF WS-ATPC854-TMP-STATUS NOT = "00"
                 SET WS-ATPC854-FIN-ENTRADA TO TRUE
              END-IF
              PERFORM UNTIL WS-ATPC854-FIN-ENTRADA
                 READ CER-CERTIFICADOS
                     AT END
                        SET WS-ATPC854-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF CER-TIPO = "DET"
                           MOVE CER-DET-CODENT
                             TO WS-ATPC854-AUX-CODENT
                           MOVE CER-DET-NUMCUENTA
                             TO WS-ATPC854-AUX-NUMCUENTA
                           PERFORM ATPC854-SUSTITUIR
                           IF WS-ATPC854-SUSTITUIDA
                              MOVE WS-ATPC854-SEUDONIMO
                                TO CER-DET-NUMCUENTA
                           END-IF
                        END-IF
                        WRITE TMP-TRABAJO-REG FROM CER-CERTIFICADOS-REG
                 END-READ
              END-PERFORM
              CLOSE CER-CERTIFICADOS
              IF WS-ATPC854-TMP-STATUS = "00"
                 CLOSE TMP-TRABAJO
                 PERFORM ATPC854-FIN-COPIA
                 IF NOT WS-ATPC854-FIN-ENTRADA
                    OPEN OUTPUT CER-CERTIFICADOS
                    PERFORM UNTIL WS-ATPC854-FIN-ENTRADA
                       READ TMP-TRABAJO
                           AT END
                              SET WS-ATPC854-FIN-ENTRADA TO TRUE
                           NOT AT END
                              WRITE CER-CERTIFICADOS-REG
                                FROM TMP-TRABAJO-REG
                       END-READ
                    END-PERFORM
                    CLOSE TMP-TRABAJO
                          CER-CERTIFICADOS
                 END-IF
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC854-DEPURAR-CONTACTOS
      *----------------------------------------------------------------
      * Ademas del seudonimo se borra la nota libre de la gestion
      *----------------------------------------------------------------
       ATPC854-DEPURAR-CONTACTOS.
           MOVE 9 TO WS-ATPC854-ARC-IDX
           OPEN INPUT CON-CONTACTOS
           IF WS-ATPC854-CON-STATUS NOT = "00"
              PERFORM ATPC854-SIN-ARCHIVO
           ELSE
              PERFORM ATPC854-ABRIR-COPIA
              SET WS-ATPC854-FIN-ENTRADA TO FALSE
              IF WS-ATPC854-TMP-STATUS NOT = "00"
                 SET WS-ATPC854-FIN-ENTRADA TO TRUE
              END-IF
              PERFORM UNTIL WS-ATPC854-FIN-ENTRADA
                 READ CON-CONTACTOS
                     AT END
                        SET WS-ATPC854-FIN-ENTRADA TO TRUE
                     NOT AT END
                        MOVE CON-CODENT    TO WS-ATPC854-AUX-CODENT
                        MOVE CON-NUMCUENTA TO WS-ATPC854-AUX-NUMCUENTA
                        PERFORM ATPC854-SUSTITUIR
                        IF WS-ATPC854-SUSTITUIDA
                           MOVE WS-ATPC854-SEUDONIMO TO CON-NUMCUENTA
                           MOVE SPACES TO CON-NOTA
                        END-IF
                        WRITE TMP-TRABAJO-REG FROM CON-CONTACTOS-REG
                 END-READ
              END-PERFORM
              CLOSE CON-CONTACTOS
              IF WS-ATPC854-TMP-STATUS = "00"
                 CLOSE TMP-TRABAJO
                 PERFORM ATPC854-FIN-COPIA
                 IF NOT WS-ATPC854-FIN-ENTRADA
                    OPEN OUTPUT CON-CONTACTOS
                    PERFORM UNTIL WS-ATPC854-FIN-ENTRADA
                       READ TMP-TRABAJO
                           AT END
                              SET WS-ATPC854-FIN-ENTRADA TO TRUE
                           NOT AT END
                              WRITE CON-CONTACTOS-REG
                                FROM TMP-TRABAJO-REG
                       END-READ
                    END-PERFORM
                    CLOSE TMP-TRABAJO
                          CON-CONTACTOS
                 END-IF
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC854-DEPURAR-MANDATOS
      *----------------------------------------------------------------
      * Un mandato por cuenta: pasa al seudonimo sin la cuenta
      * bancaria ni la referencia del mandato, con el mismo criterio
      * de ATPC854-MOVER-MOVHIST
      *----------------------------------------------------------------
       ATPC854-DEPURAR-MANDATOS.
           MOVE 10 TO WS-ATPC854-ARC-IDX
           MOVE ZEROES TO WS-ATPC854-ARC-ERRORES
           OPEN I-O MAN-MANDATOS
           IF WS-ATPC854-MAN-STATUS NOT = "00"
              PERFORM ATPC854-SIN-ARCHIVO
           ELSE
              PERFORM VARYING WS-ATPC854-IDX FROM 1 BY 1
                        UNTIL WS-ATPC854-IDX > WS-ATPC854-ANO-CANT
                 IF WS-ATPC854-ANO-ESTADO(WS-ATPC854-IDX) = "V"
                    MOVE WS-ATPC854-ANO-CLAVE(WS-ATPC854-IDX)
                      TO WS-ATPC854-CLAVE-AUX
                    MOVE WS-ATPC854-CLAVE-AUX TO MAN-CLAVE
                    READ MAN-MANDATOS
                        INVALID KEY
                           CONTINUE
                    END-READ
                    IF WS-ATPC854-MAN-STATUS = "00"
                       MOVE SPACES TO MAN-CTABANCO
                                      MAN-REFERENCIA
                       PERFORM ATPC854-MOVER-MANDATO
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE MAN-MANDATOS
              PERFORM ATPC854-FIN-INDEXADO
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC854-MOVER-MANDATO
      *----------------------------------------------------------------
       ATPC854-MOVER-MANDATO.
           ADD 1 TO WS-ATPC854-ARC-LEIDOS(WS-ATPC854-ARC-IDX)
           MOVE WS-ATPC854-ANO-SEUDONIMO(WS-ATPC854-IDX)
             TO MAN-NUMCUENTA
           WRITE MAN-MANDATOS-REG
               INVALID KEY
                  CONTINUE
           END-WRITE
           EVALUATE WS-ATPC854-MAN-STATUS
              WHEN "00"
                 MOVE WS-ATPC854-AUX-NUMCUENTA TO MAN-NUMCUENTA
                 DELETE MAN-MANDATOS RECORD
                     INVALID KEY
                        CONTINUE
                 END-DELETE
                 IF WS-ATPC854-MAN-STATUS NOT = "00"
                    MOVE WS-ATPC854-ANO-SEUDONIMO(WS-ATPC854-IDX)
                      TO MAN-NUMCUENTA
                    DELETE MAN-MANDATOS RECORD
                        INVALID KEY
                           CONTINUE
                    END-DELETE
                    MOVE "99" TO WS-ATPC854-MAN-STATUS
                 END-IF
              WHEN "22"
                 MOVE WS-ATPC854-AUX-NUMCUENTA TO MAN-NUMCUENTA
                 DELETE MAN-MANDATOS RECORD
                     INVALID KEY
                        CONTINUE
                 END-DELETE
           END-EVALUATE
           IF WS-ATPC854-MAN-STATUS = "00"
              ADD 1 TO WS-ATPC854-ANO-CNT
                       (WS-ATPC854-IDX, WS-ATPC854-ARC-IDX)
              ADD 1 TO WS-ATPC854-ARC-CAMBIADOS(WS-ATPC854-ARC-IDX)
           ELSE
              PERFORM ATPC854-ERROR-INDEXADO
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC854-DEPURAR-MOVHIST
      *----------------------------------------------------------------
      * Cada movimiento de las cuentas seleccionadas pasa a la clave
      * con el seudonimo; los movimientos de una cuenta quedan
      * contiguos por la clave CODENT + NUMCUENTA + fecha + secuencia
      *----------------------------------------------------------------
       ATPC854-DEPURAR-MOVHIST.
           MOVE 11 TO WS-ATPC854-ARC-IDX
           MOVE ZEROES TO WS-ATPC854-ARC-ERRORES
           OPEN I-O MVH-HISTORICO
           IF WS-ATPC854-MVH-STATUS NOT = "00"
              PERFORM ATPC854-SIN-ARCHIVO
           ELSE
              PERFORM VARYING WS-ATPC854-IDX FROM 1 BY 1
                        UNTIL WS-ATPC854-IDX > WS-ATPC854-ANO-CANT
                 IF WS-ATPC854-ANO-ESTADO(WS-ATPC854-IDX) = "V"
                    MOVE WS-ATPC854-ANO-CLAVE(WS-ATPC854-IDX)
                      TO WS-ATPC854-CLAVE-AUX
                    SET WS-ATPC854-FIN-ENTRADA TO FALSE
                    PERFORM UNTIL WS-ATPC854-FIN-ENTRADA
                       MOVE LOW-VALUES TO MVH-CLAVE
                       MOVE WS-ATPC854-AUX-CODENT    TO MVH-CODENT
                       MOVE WS-ATPC854-AUX-NUMCUENTA TO MVH-NUMCUENTA
                       START MVH-HISTORICO
                             KEY IS NOT LESS THAN MVH-CLAVE
                           INVALID KEY
                              SET WS-ATPC854-FIN-ENTRADA TO TRUE
                       END-START
                       IF NOT WS-ATPC854-FIN-ENTRADA
                          READ MVH-HISTORICO NEXT RECORD
                              AT END
                                 SET WS-ATPC854-FIN-ENTRADA TO TRUE
                          END-READ
                       END-IF
                       IF NOT WS-ATPC854-FIN-ENTRADA
                          IF MVH-CODENT    NOT = WS-ATPC854-AUX-CODENT
                          OR MVH-NUMCUENTA NOT =
                             WS-ATPC854-AUX-NUMCUENTA
                             SET WS-ATPC854-FIN-ENTRADA TO TRUE
                          ELSE
                             PERFORM ATPC854-MOVER-MOVHIST
                          END-IF
                       END-IF
                    END-PERFORM
                 END-IF
              END-PERFORM
              CLOSE MVH-HISTORICO
              PERFORM ATPC854-FIN-INDEXADO
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC854-MOVER-MOVHIST
      *----------------------------------------------------------------
      * Graba el registro leido bajo el seudonimo y borra la clave
      * anterior. El seudonimo ya grabado (corrida interrumpida entre
      * el alta y el borrado) solo requiere el borrado; si el borrado
      * falla se deshace el alta. El error corta la cuenta, que sigue
      * con su numero en este archivo
      *----------------------------------------------------------------
       ATPC854-MOVER-MOVHIST.
           ADD 1 TO WS-ATPC854-ARC-LEIDOS(WS-ATPC854-ARC-IDX)
           MOVE WS-ATPC854-ANO-SEUDONIMO(WS-ATPC854-IDX)
             TO MVH-NUMCUENTA
           WRITE MVH-HISTORICO-REG
               INVALID KEY
                  CONTINUE
           END-WRITE
           EVALUATE WS-ATPC854-MVH-STATUS
              WHEN "00"
                 MOVE WS-ATPC854-AUX-NUMCUENTA TO MVH-NUMCUENTA
                 DELETE MVH-HISTORICO RECORD
                     INVALID KEY
                        CONTINUE
                 END-DELETE
                 IF WS-ATPC854-MVH-STATUS NOT = "00"
                    MOVE WS-ATPC854-ANO-SEUDONIMO(WS-ATPC854-IDX)
                      TO MVH-NUMCUENTA
                    DELETE MVH-HISTORICO RECORD
                        INVALID KEY
                           CONTINUE
                    END-DELETE
                    MOVE "99" TO WS-ATPC854-MVH-STATUS
                 END-IF
              WHEN "22"
                 MOVE WS-ATPC854-AUX-NUMCUENTA TO MVH-NUMCUENTA
                 DELETE MVH-HISTORICO RECORD
                     INVALID KEY
                        CONTINUE
                 END-DELETE
           END-EVALUATE
           IF WS-ATPC854-MVH-STATUS = "00"
              ADD 1 TO WS-ATPC854-ANO-CNT
                       (WS-ATPC854-IDX, WS-ATPC854-ARC-IDX)
              ADD 1 TO WS-ATPC854-ARC-CAMBIADOS(WS-ATPC854-ARC-IDX)
           ELSE
              PERFORM ATPC854-ERROR-INDEXADO
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC854-DEPURAR-MOVARC
      *----------------------------------------------------------------
       ATPC854-DEPURAR-MOVARC.
           MOVE 12 TO WS-ATPC854-ARC-IDX
           OPEN INPUT MVA-ARCHIVO
           IF WS-ATPC854-MVA-STATUS NOT = "00"
              PERFORM ATPC854-SIN-ARCHIVO
           ELSE
              PERFORM ATPC854-ABRIR-COPIA
              SET WS-ATPC854-FIN-ENTRADA TO FALSE
              IF WS-ATPC854-TMP-STATUS NOT = "00"
                 SET WS-ATPC854-FIN-ENTRADA TO TRUE
              END-IF
              PERFORM UNTIL WS-ATPC854-FIN-ENTRADA
                 READ MVA-ARCHIVO
                     AT END
                        SET WS-ATPC854-FIN-ENTRADA TO TRUE
                     NOT AT END
                        MOVE MVA-CODENT    TO WS-ATPC854-AUX-CODENT
                        MOVE MVA-NUMCUENTA TO WS-ATPC854-AUX-NUMCUENTA
                        PERFORM ATPC854-SUSTITUIR
                        IF WS-ATPC854-SUSTITUIDA
                           MOVE WS-ATPC854-SEUDONIMO TO MVA-NUMCUENTA
                        END-IF
                        WRITE TMP-TRABAJO-REG FROM MVA-ARCHIVO-REG
                 END-READ
              END-PERFORM
              CLOSE MVA-ARCHIVO
              IF WS-ATPC854-TMP-STATUS = "00"
                 CLOSE TMP-TRABAJO
                 PERFORM ATPC854-FIN-COPIA
                 IF NOT WS-ATPC854-FIN-ENTRADA
                    OPEN OUTPUT MVA-ARCHIVO
                    PERFORM UNTIL WS-ATPC854-FIN-ENTRADA
                       READ TMP-TRABAJO
                           AT END
                              SET WS-ATPC854-FIN-ENTRADA TO TRUE
                           NOT AT END
                              WRITE MVA-ARCHIVO-REG
                                FROM TMP-TRABAJO-REG
                       END-READ
                    END-PERFORM
                    CLOSE TMP-TRABAJO
                          MVA-ARCHIVO
                 END-IF
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC854-DEPURAR-EXTHIST
      *----------------------------------------------------------------
      * Cada linea de los extractos de las cuentas seleccionadas pasa
      * a la clave con el seudonimo (la linea del extracto conserva
      * lo que se envio al cliente)
      *----------------------------------------------------------------
       ATPC854-DEPURAR-EXTHIST.
           MOVE 13 TO WS-ATPC854-ARC-IDX
           MOVE ZEROES TO WS-ATPC854-ARC-ERRORES
           OPEN I-O EXH-HISTORICO
           IF WS-ATPC854-EXH-STATUS NOT = "00"
              PERFORM ATPC854-SIN-ARCHIVO
           ELSE
              PERFORM VARYING WS-ATPC854-IDX FROM 1 BY 1
                        UNTIL WS-ATPC854-IDX > WS-ATPC854-ANO-CANT
                 IF WS-ATPC854-ANO-ESTADO(WS-ATPC854-IDX) = "V"
                    MOVE WS-ATPC854-ANO-CLAVE(WS-ATPC854-IDX)
                      TO WS-ATPC854-CLAVE-AUX
                    SET WS-ATPC854-FIN-ENTRADA TO FALSE
                    PERFORM UNTIL WS-ATPC854-FIN-ENTRADA
                       MOVE LOW-VALUES TO EXH-CLAVE
                       MOVE WS-ATPC854-AUX-CODENT    TO EXH-CODENT
                       MOVE WS-ATPC854-AUX-NUMCUENTA TO EXH-NUMCUENTA
                       START EXH-HISTORICO
                             KEY IS NOT LESS THAN EXH-CLAVE
                           INVALID KEY
                              SET WS-ATPC854-FIN-ENTRADA TO TRUE
                       END-START
                       IF NOT WS-ATPC854-FIN-ENTRADA
                          READ EXH-HISTORICO NEXT RECORD
                              AT END
                                 SET WS-ATPC854-FIN-ENTRADA TO TRUE
                          END-READ
                       END-IF
                       IF NOT WS-ATPC854-FIN-ENTRADA
                          IF EXH-CODENT    NOT = WS-ATPC854-AUX-CODENT
                          OR EXH-NUMCUENTA NOT =
                             WS-ATPC854-AUX-NUMCUENTA
                             SET WS-ATPC854-FIN-ENTRADA TO TRUE
                          ELSE
                             PERFORM ATPC854-MOVER-EXTHIST
                          END-IF
                       END-IF
                    END-PERFORM
                 END-IF
              END-PERFORM
              CLOSE EXH-HISTORICO
              PERFORM ATPC854-FIN-INDEXADO
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC854-MOVER-EXTHIST
      *----------------------------------------------------------------
      * Graba el registro leido bajo el seudonimo y borra la clave
      * anterior. El seudonimo ya grabado (corrida interrumpida entre
      * el alta y el borrado) solo requiere el borrado; si el borrado
      * falla se deshace el alta. El error corta la cuenta, que sigue
      * con su numero en este archivo
      *----------------------------------------------------------------
       ATPC854-MOVER-EXTHIST.
           ADD 1 TO WS-ATPC854-ARC-LEIDOS(WS-ATPC854-ARC-IDX)
           MOVE WS-ATPC854-ANO-SEUDONIMO(WS-ATPC854-IDX)
             TO EXH-NUMCUENTA
           WRITE EXH-HISTORICO-REG
               INVALID KEY
                  CONTINUE
           END-WRITE
           EVALUATE WS-ATPC854-EXH-STATUS
              WHEN "00"
                 MOVE WS-ATPC854-AUX-NUMCUENTA TO EXH-NUMCUENTA
                 DELETE EXH-HISTORICO RECORD
                     INVALID KEY
                        CONTINUE
                 END-DELETE
                 IF WS-ATPC854-EXH-STATUS NOT = "00"
                    MOVE WS-ATPC854-ANO-SEUDONIMO(WS-ATPC854-IDX)
                      TO EXH-NUMCUENTA
                    DELETE EXH-HISTORICO RECORD
                        INVALID KEY
                           CONTINUE
                    END-DELETE
                    MOVE "99" TO WS-ATPC854-EXH-STATUS
                 END-IF
              WHEN "22"
                 MOVE WS-ATPC854-AUX-NUMCUENTA TO EXH-NUMCUENTA
                 DELETE EXH-HISTORICO RECORD
                     INVALID KEY
                        CONTINUE
                 END-DELETE
           END-EVALUATE
           IF WS-ATPC854-EXH-STATUS = "00"
              ADD 1 TO WS-ATPC854-ANO-CNT
                       (WS-ATPC854-IDX, WS-ATPC854-ARC-IDX)
              ADD 1 TO WS-ATPC854-ARC-CAMBIADOS(WS-ATPC854-ARC-IDX)
           ELSE
              PERFORM ATPC854-ERROR-INDEXADO
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC854-DEPURAR-ESPSOLIC
      *----------------------------------------------------------------
      * Ademas del seudonimo se borran el motivo y la evidencia
      *----------------------------------------------------------------
       ATPC854-DEPURAR-ESPSOLIC.
           MOVE 14 TO WS-ATPC854-ARC-IDX
           OPEN INPUT SOL-SOLICITUDES
           IF WS-ATPC854-SOL-STATUS NOT = "00"
              PERFORM ATPC854-SIN-ARCHIVO
           ELSE
              PERFORM ATPC854-ABRIR-COPIA
              SET WS-ATPC854-FIN-ENTRADA TO FALSE
              IF WS-ATPC854-TMP-STATUS NOT = "00"
                 SET WS-ATPC854-FIN-ENTRADA TO TRUE
              END-IF
              PERFORM UNTIL WS-ATPC854-FIN-ENTRADA
                 READ SOL-SOLICITUDES
                     AT END
                        SET WS-ATPC854-FIN-ENTRADA TO TRUE
                     NOT AT END
                        MOVE SOL-CODENT    TO WS-ATPC854-AUX-CODENT
                        MOVE SOL-NUMCUENTA TO WS-ATPC854-AUX-NUMCUENTA
                        PERFORM ATPC854-SUSTITUIR
                        IF WS-ATPC854-SUSTITUIDA
                           MOVE WS-ATPC854-SEUDONIMO TO SOL-NUMCUENTA
                           MOVE SPACES TO SOL-MOTIVO
                                          SOL-EVIDENCIA
                        END-IF
                        WRITE TMP-TRABAJO-REG FROM SOL-SOLICITUDES-REG
                 END-READ
              END-PERFORM
              CLOSE SOL-SOLICITUDES
              IF WS-ATPC854-TMP-STATUS = "00"
                 CLOSE TMP-TRABAJO
                 PERFORM ATPC854-FIN-COPIA
                 IF NOT WS-ATPC854-FIN-ENTRADA
                    OPEN OUTPUT SOL-SOLICITUDES
                    PERFORM UNTIL WS-ATPC854-FIN-ENTRADA
                       READ TMP-TRABAJO
                           AT END
                              SET WS-ATPC854-FIN-ENTRADA TO TRUE
                           NOT AT END
                              WRITE SOL-SOLICITUDES-REG
                                FROM TMP-TRABAJO-REG
                       END-READ
                    END-PERFORM
                    CLOSE TMP-TRABAJO
                          SOL-SOLICITUDES
                 END-IF
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC854-DEPURAR-ESPJRN
      *----------------------------------------------------------------
      * Ademas del seudonimo se borran el motivo, la evidencia y el
      * comentario del revisor
      *----------------------------------------------------------------
       ATPC854-DEPURAR-ESPJRN.
           MOVE 15 TO WS-ATPC854-ARC-IDX
           OPEN INPUT JRN-DIARIO
           IF WS-ATPC854-JRN-STATUS NOT = "00"
              PERFORM ATPC854-SIN-ARCHIVO
           ELSE
              PERFORM ATPC854-ABRIR-COPIA
              SET WS-ATPC854-FIN-ENTRADA TO FALSE
              IF WS-ATPC854-TMP-STATUS NOT = "00"
                 SET WS-ATPC854-FIN-ENTRADA TO TRUE
              END-IF
              PERFORM UNTIL WS-ATPC854-FIN-ENTRADA
                 READ JRN-DIARIO
                     AT END
                        SET WS-ATPC854-FIN-ENTRADA TO TRUE
                     NOT AT END
                        MOVE JRN-CODENT    TO WS-ATPC854-AUX-CODENT
                        MOVE JRN-NUMCUENTA TO WS-ATPC854-AUX-NUMCUENTA
                        PERFORM ATPC854-SUSTITUIR
                        IF WS-ATPC854-SUSTITUIDA
                           MOVE WS-ATPC854-SEUDONIMO TO JRN-NUMCUENTA
                           MOVE SPACES TO JRN-MOTIVO
                                          JRN-EVIDENCIA
                                          JRN-COMENTARIO
                        END-IF
                        WRITE TMP-TRABAJO-REG FROM JRN-DIARIO-REG
                 END-READ
              END-PERFORM
              CLOSE JRN-DIARIO
              IF WS-ATPC854-TMP-STATUS = "00"
                 CLOSE TMP-TRABAJO
                 PERFORM ATPC854-FIN-COPIA
                 IF NOT WS-ATPC854-FIN-ENTRADA
                    OPEN OUTPUT JRN-DIARIO
                    PERFORM UNTIL WS-ATPC854-FIN-ENTRADA
                       READ TMP-TRABAJO
                           AT END
                              SET WS-ATPC854-FIN-ENTRADA TO TRUE
                           NOT AT END
                              WRITE JRN-DIARIO-REG
                                FROM TMP-TRABAJO-REG
                       END-READ
                    END-PERFORM
                    CLOSE TMP-TRABAJO
                          JRN-DIARIO
                 END-IF
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC854-FIN-INDEXADO
      *----------------------------------------------------------------
       ATPC854-FIN-INDEXADO.
           EVALUATE TRUE
              WHEN WS-ATPC854-ARC-ERRORES > ZEROES
                 MOVE "CON ERRORES -- VER ALERTAS"
                   TO WS-ATPC854-ARC-SITUACION(WS-ATPC854-ARC-IDX)
              WHEN WS-ATPC854-ARC-CAMBIADOS(WS-ATPC854-ARC-IDX)
                   > ZEROES
                 MOVE "REGRABADO"
                   TO WS-ATPC854-ARC-SITUACION(WS-ATPC854-ARC-IDX)
              WHEN OTHER
                 MOVE "SIN CAMBIOS"
                   TO WS-ATPC854-ARC-SITUACION(WS-ATPC854-ARC-IDX)
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC854-ERROR-INDEXADO
      *----------------------------------------------------------------
      * Corta la cuenta en curso del indexado; el maestro igual pasa a
      * seudonimo y el registro se informa para corregirlo a mano
      *----------------------------------------------------------------
       ATPC854-ERROR-INDEXADO.
           ADD 1 TO WS-ATPC854-ERRORES
                    WS-ATPC854-ARC-ERRORES
           SET WS-ATPC854-FIN-ENTRADA TO TRUE
           DISPLAY "ATPC854 - ALERTA: CLAVE=[" WS-ATPC854-CLAVE-AUX
                   "] registro de "
                   WS-ATPC854-ARC-NOMBRE(WS-ATPC854-ARC-IDX)
                   " sin pasar a seudonimo -- se sigue con la "
                   "cuenta siguiente"
           .

      *----------------------------------------------------------------
      * Proceso: ATPC854-ANONIMIZAR-MAESTRO
      *----------------------------------------------------------------
      * Graba la cuenta bajo su seudonimo, sin los textos libres, y
      * borra la clave anterior; si el borrado falla se deshace el
      * alta para no dejar la cuenta duplicada
      *----------------------------------------------------------------
       ATPC854-ANONIMIZAR-MAESTRO.
           MOVE WS-ATPC854-ANO-CLAVE(WS-ATPC854-IDX) TO CTM-CLAVE
           READ CTM-MAESTRO
               INVALID KEY
                  CONTINUE
           END-READ
           IF WS-ATPC854-CTM-STATUS = "00"
              MOVE WS-ATPC854-ANO-SEUDONIMO(WS-ATPC854-IDX)
                TO CTM-NUMCUENTA
              MOVE SPACES         TO CTM-CIE-MOTIVO
                                     CTM-ESP-MOTIVO
                                     CTM-ESP-EVIDENCIA
              MOVE WS-ATPC854-HOY TO CTM-ANO-FECHA
              WRITE CTM-MAESTRO-REG
                  INVALID KEY
                     CONTINUE
              END-WRITE
              IF WS-ATPC854-CTM-STATUS = "00"
                 MOVE WS-ATPC854-ANO-CLAVE(WS-ATPC854-IDX)
                   TO CTM-CLAVE
                 DELETE CTM-MAESTRO RECORD
                     INVALID KEY
                        CONTINUE
                 END-DELETE
                 IF WS-ATPC854-CTM-STATUS NOT = "00"
                    MOVE WS-ATPC854-ANO-SEUDONIMO(WS-ATPC854-IDX)
                      TO CTM-NUMCUENTA
                    DELETE CTM-MAESTRO RECORD
                        INVALID KEY
                           CONTINUE
                    END-DELETE
                    MOVE "99" TO WS-ATPC854-CTM-STATUS
                 END-IF
              END-IF
           END-IF
           IF WS-ATPC854-CTM-STATUS = "00"
              MOVE "A" TO WS-ATPC854-ANO-ESTADO(WS-ATPC854-IDX)
              MOVE 1   TO WS-ATPC854-ANO-CNT(WS-ATPC854-IDX, 1)
              ADD 1 TO WS-ATPC854-ARC-CAMBIADOS(1)
              ADD 1 TO WS-ATPC854-ANONIMIZADAS
           ELSE
              MOVE "E" TO WS-ATPC854-ANO-ESTADO(WS-ATPC854-IDX)
              ADD 1 TO WS-ATPC854-ERRORES
              DISPLAY "ATPC854 - ALERTA: CLAVE=["
                      WS-ATPC854-ANO-CLAVE(WS-ATPC854-IDX)
                      "] no se pudo pasar a seudonimo en el maestro -- "
                      "FILE STATUS:[" WS-ATPC854-CTM-STATUS "] -- se "
                      "retoma en la proxima corrida"
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC854-EMITIR-CERTIFICADO
      *----------------------------------------------------------------
      * Cada seudonimo con los registros anonimizados por archivo y,
      * al pie, los totales por archivo. CTAMAE.DAT cuenta las cuentas
      * que ya pasaron a seudonimo en el maestro
      *----------------------------------------------------------------
       ATPC854-EMITIR-CERTIFICADO.
           PERFORM VARYING WS-ATPC854-IDX FROM 1 BY 1
                     UNTIL WS-ATPC854-IDX > WS-ATPC854-ANO-CANT
              IF WS-ATPC854-ANO-ESTADO(WS-ATPC854-IDX) = "A"
              OR WS-ATPC854-ANO-ESTADO(WS-ATPC854-IDX) = "E"
                 MOVE SPACES TO WS-ATPC854-LINEA
                 STRING " SEUDONIMO ["            DELIMITED BY SIZE
                        WS-ATPC854-ANO-CLAVE(WS-ATPC854-IDX)(1:4)
                                                  DELIMITED BY SIZE
                        "-"                       DELIMITED BY SIZE
                        WS-ATPC854-ANO-SEUDONIMO(WS-ATPC854-IDX)
                                                  DELIMITED BY SIZE
                        "] CERRADA ["             DELIMITED BY SIZE
                        WS-ATPC854-ANO-FECCIERRE(WS-ATPC854-IDX)
                                                  DELIMITED BY SIZE
                        "] CONSERVACION ["        DELIMITED BY SIZE
                        WS-ATPC854-ANO-ANIOS(WS-ATPC854-IDX)
                                                  DELIMITED BY SIZE
                        " ANIOS] REGISTROS: "     DELIMITED BY SIZE
                        WS-ATPC854-ANO-CNT(WS-ATPC854-IDX, 1)
                                                  DELIMITED BY SIZE
                        " "                       DELIMITED BY SIZE
                        WS-ATPC854-ANO-CNT(WS-ATPC854-IDX, 2)
                                                  DELIMITED BY SIZE
                        " "                       DELIMITED BY SIZE
                        WS-ATPC854-ANO-CNT(WS-ATPC854-IDX, 3)
                                                  DELIMITED BY SIZE
                        " "                       DELIMITED BY SIZE
                        WS-ATPC854-ANO-CNT(WS-ATPC854-IDX, 4)
                                                  DELIMITED BY SIZE
                        " "                       DELIMITED BY SIZE
                        WS-ATPC854-ANO-CNT(WS-ATPC854-IDX, 5)
                                                  DELIMITED BY SIZE
                        " "                       DELIMITED BY SIZE
                        WS-ATPC854-ANO-CNT(WS-ATPC854-IDX, 6)
                                                  DELIMITED BY SIZE
                        " "                       DELIMITED BY SIZE
                        WS-ATPC854-ANO-CNT(WS-ATPC854-IDX, 7)
                                                  DELIMITED BY SIZE
                        " "                       DELIMITED BY SIZE
                        WS-ATPC854-ANO-CNT(WS-ATPC854-IDX, 8)
                                                  DELIMITED BY SIZE
                   INTO WS-ATPC854-LINEA
                 WRITE RPT-ATPC854-REG FROM WS-ATPC854-LINEA
                 MOVE SPACES TO WS-ATPC854-LINEA
                 STRING " SEUDONIMO ["            DELIMITED BY SIZE
                        WS-ATPC854-ANO-CLAVE(WS-ATPC854-IDX)(1:4)
                                                  DELIMITED BY SIZE
                        "-"                       DELIMITED BY SIZE
                        WS-ATPC854-ANO-SEUDONIMO(WS-ATPC854-IDX)
                                                  DELIMITED BY SIZE
                        "] REGISTROS (CONT.): "   DELIMITED BY SIZE
                        WS-ATPC854-ANO-CNT(WS-ATPC854-IDX, 9)
                                                  DELIMITED BY SIZE
                        " "                       DELIMITED BY SIZE
                        WS-ATPC854-ANO-CNT(WS-ATPC854-IDX, 10)
                                                  DELIMITED BY SIZE
                        " "                       DELIMITED BY SIZE
                        WS-ATPC854-ANO-CNT(WS-ATPC854-IDX, 11)
                                                  DELIMITED BY SIZE
                        " "                       DELIMITED BY SIZE
                        WS-ATPC854-ANO-CNT(WS-ATPC854-IDX, 12)
                                                  DELIMITED BY SIZE
                        " "                       DELIMITED BY SIZE
                        WS-ATPC854-ANO-CNT(WS-ATPC854-IDX, 13)
                                                  DELIMITED BY SIZE
                        " "                       DELIMITED BY SIZE
                        WS-ATPC854-ANO-CNT(WS-ATPC854-IDX, 14)
                                                  DELIMITED BY SIZE
                        " "                       DELIMITED BY SIZE
                        WS-ATPC854-ANO-CNT(WS-ATPC854-IDX, 15)
                                                  DELIMITED BY SIZE
                   INTO WS-ATPC854-LINEA
                 WRITE RPT-ATPC854-REG FROM WS-ATPC854-LINEA
              END-IF
           END-PERFORM

           MOVE SPACES TO WS-ATPC854-LINEA
           STRING " REGISTROS POR SEUDONIMO EN EL ORDEN: CTAMAE "
                                              DELIMITED BY SIZE
                  "ESTHIST PROMESAS DISPUTAS CONTRAC DEVANUAL "
                                              DELIMITED BY SIZE
                  "RETANUAL CERTFIS"          DELIMITED BY SIZE
             INTO WS-ATPC854-LINEA
           WRITE RPT-ATPC854-REG FROM WS-ATPC854-LINEA
           MOVE SPACES TO WS-ATPC854-LINEA
           STRING " Y EN LA CONTINUACION: CONTACTOS MANDATOS "
                                              DELIMITED BY SIZE
                  "MOVHIST MOVHIST.ARC EXTHIST ESPSOLIC ESPJRN"
                                              DELIMITED BY SIZE
             INTO WS-ATPC854-LINEA
           WRITE RPT-ATPC854-REG FROM WS-ATPC854-LINEA

           PERFORM VARYING WS-ATPC854-ARC-IDX FROM 1 BY 1
                     UNTIL WS-ATPC854-ARC-IDX > 15
              MOVE SPACES TO WS-ATPC854-LINEA
              STRING " ARCHIVO ["             DELIMITED BY SIZE
                     WS-ATPC854-ARC-NOMBRE(WS-ATPC854-ARC-IDX)
                                              DELIMITED BY SIZE
                     "] LEIDOS ["             DELIMITED BY SIZE
                     WS-ATPC854-ARC-LEIDOS(WS-ATPC854-ARC-IDX)
                                              DELIMITED BY SIZE
                     "] ANONIMIZADOS ["       DELIMITED BY SIZE
                     WS-ATPC854-ARC-CAMBIADOS(WS-ATPC854-ARC-IDX)
                                              DELIMITED BY SIZE
                     "] "                     DELIMITED BY SIZE
                     WS-ATPC854-ARC-SITUACION(WS-ATPC854-ARC-IDX)
                                              DELIMITED BY SIZE
                INTO WS-ATPC854-LINEA
              WRITE RPT-ATPC854-REG FROM WS-ATPC854-LINEA
              DISPLAY WS-ATPC854-LINEA
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC854-VALIDAR-FECHA
      *----------------------------------------------------------------
      * WS-ATPC854-FECHA-ALF es una fecha AAAA-MM-DD con mes 01-12 y
      * dia 01-31
      *----------------------------------------------------------------
       ATPC854-VALIDAR-FECHA.
           SET WS-ATPC854-FECHA-VALIDA TO FALSE
           IF WS-ATPC854-FECHA-ALF(1:4) IS NUMERIC
           AND WS-ATPC854-FECHA-ALF(6:2) IS NUMERIC
           AND WS-ATPC854-FECHA-ALF(9:2) IS NUMERIC
           AND WS-ATPC854-FECHA-ALF(6:2) >= "01"
           AND WS-ATPC854-FECHA-ALF(6:2) <= "12"
           AND WS-ATPC854-FECHA-ALF(9:2) >= "01"
           AND WS-ATPC854-FECHA-ALF(9:2) <= "31"
              SET WS-ATPC854-FECHA-VALIDA TO TRUE
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
       COPY "ATPC096-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
       COPY "ATPCSEU-PR".
