       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC844.
      *----------------------------------------------------------------
      * Programa batch nocturno de evaluacion de las solicitudes de
      * aumento de limite de credito: junta la cola que captura la
      * sucursal por consola (ATPC843, SOLINC.DAT) con la que deja el
      * portal de socios (SOLPORT.DAT, mismo layout) y resuelve cada
      * solicitud con las reglas de su entidad --
      *  - rechazada (R):
      *    01 cuenta inexistente en CTAMAE.DAT o entidad inexistente
      *       en ATPC021;
      *    02 limite solicitado no numerico o que no supera el
      *       vigente;
      *    03 cuenta castigada o con estado especial (fallecido,
      *       quiebra, fraude);
      *    04 estado ATPC175 de la cuenta con codigo de bloqueo;
      *    05 dias de mora de CTAMAE.DAT por encima del maximo de la
      *       entidad;
      *    06 cupo de solicitudes alcanzado: con esta, mas de
      *       WS-ATPC021-TAB-NUMMAXINCSOL solicitudes de la cuenta en
      *       los ultimos doce meses (cero = sin cupo);
      *    07 menos meses que los de la entidad desde el ultimo
      *       cambio de limite (LIM-FECLIMITE);
      *  - derivada a analisis de credito (D):
      *    11 aumento por encima del porcentaje automatico de la
      *       entidad sobre el limite vigente;
      *    12 menos pagos que el minimo de la entidad en el historial
      *       de pagos de ATPC964 (PAGHIST.DAT) de los ultimos meses;
      *    13 cuenta sin limite vigente en LIMCRED.DAT;
      *    14 aprobada pero no se pudo grabar el nuevo limite;
      *  - aprobada (A, motivo 00): el limite solicitado se graba en
      *    LIMCRED.DAT (ATPCLIM) con fecha de limite del dia, y el
      *    disponible de compra lo toma ATPC808 esa misma noche.
      * Cada solicitud resuelta sale en el archivo de respuesta al
      * cliente SOLRESP.DAT (se reescribe en cada corrida) con el
      * motivo en texto, y queda en el historial SOLHIST.DAT (se
      * agrega al final), del que salen el cupo de solicitudes y el
      * control de duplicados: la solicitud cuyo numero ya figura en
      * el historial no se vuelve a evaluar (la corrida repetida o
      * el portal que reenvia su archivo). La cola de la consola
      * queda vacia al terminar; SOLPORT.DAT lo reemplaza el socio.
      *
      * Reglas por entidad en SOLREGLA.DAT (la fila de CODENT "****"
      * vale para las entidades sin fila propia; sin ninguna de las
      * dos rigen 000 / 06 / 050 / 03 / 06): CODENT(4)
      * MAXDIASMORA(3) MESESAUMENTO(2) PORMAXAUTO(3) MINPAGOS(2)
      * MESESPAGOS(2). La fila no numerica se informa y se ignora.
      *
      * Layout de SOLINC.DAT y SOLPORT.DAT: ver ATPC843.
      * Layout de SOLHIST.DAT: la solicitud (70) + RESULTADO(1)
      *  MOTIVO(2) LIMANT(11) FECEVAL(10).
      * Layout de SOLRESP.DAT: NUMSOL(24) CANAL(1) CODENT(4)
      *  NUMCUENTA(16) RESULTADO(1) MOTIVO(2) DESCRIPCION(50)
      *  LIMOTORGADO(11, 2 decimales; el vigente si no se aprobo)
      *  FECEVAL(10).
      *
      * Sin CTAMAE.DAT o sin LIMCRED.DAT la corrida termina con RC 12
      * sin evaluar; las alertas (fila de reglas invalida, tabla
      * llena, limite sin grabar) dejan RC 4.
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
      * Maestro de limites de credito -- ver ATPCLIM-LIM.cpy
           SELECT LIM-LIMITES ASSIGN TO "LIMCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIM-CLAVE
               FILE STATUS IS WS-ATPCLIM-STATUS.
           SELECT SOL-SOLICITUDES ASSIGN TO "SOLINC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC844-SOL-STATUS.
           SELECT POR-SOLICITUDES ASSIGN TO "SOLPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC844-POR-STATUS.
           SELECT REG-REGLAS ASSIGN TO "SOLREGLA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC844-REG-STATUS.
           SELECT HST-HISTORIAL ASSIGN TO "SOLHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC844-HST-STATUS.
           SELECT PAG-HISTORIAL ASSIGN TO "PAGHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC844-HIS-STATUS.
           SELECT RES-RESPUESTAS ASSIGN TO "SOLRESP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC844-RES-STATUS.
           SELECT RPT-ATPC844 ASSIGN TO "ATPC844.RPT"
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
       COPY "ATPCLIM-LIM".

       FD  SOL-SOLICITUDES
           RECORDING MODE IS F.
       01  SOL-SOLICITUDES-REG                PIC X(74).

       FD  POR-SOLICITUDES
           RECORDING MODE IS F.
       01  POR-SOLICITUDES-REG                PIC X(74).

       FD  REG-REGLAS
           RECORDING MODE IS F.
       01  REG-REGLAS-REG.
           05  REG-CODENT                     PIC X(04).
           05  REG-MAXDIASMORA                PIC X(03).
           05  REG-MESESAUMENTO               PIC X(02).
           05  REG-PORMAXAUTO                 PIC X(03).
           05  REG-MINPAGOS                   PIC X(02).
           05  REG-MESESPAGOS                 PIC X(02).

       FD  HST-HISTORIAL
           RECORDING MODE IS F.
       01  HST-HISTORIAL-REG.
           05  HST-NUMSOL                     PIC X(24).
           05  HST-CANAL                      PIC X(01).
           05  HST-CODENT                     PIC X(04).
           05  HST-NUMCUENTA                  PIC X(16).
           05  HST-LIMSOL                     PIC 9(09)V99.
           05  HST-FECSOL                     PIC X(10).
           05  HST-ORIGEN                     PIC X(08).
           05  HST-RESULTADO                  PIC X(01).
           05  HST-MOTIVO                     PIC X(02).
           05  HST-LIMANT                     PIC 9(09)V99.
           05  HST-FECEVAL                    PIC X(10).

       FD  PAG-HISTORIAL
           RECORDING MODE IS F.
       01  PAG-HISTORIAL-REG.
           05  HIS-CODENT                     PIC X(04).
           05  HIS-NUMCUENTA                  PIC X(16).
           05  HIS-IMPORTE                    PIC 9(09)V99.
           05  HIS-FECVALOR                   PIC X(10).

       FD  RES-RESPUESTAS
           RECORDING MODE IS F.
       01  RES-RESPUESTAS-REG.
           05  RES-NUMSOL                     PIC X(24).
           05  RES-CANAL                      PIC X(01).
           05  RES-CODENT                     PIC X(04).
           05  RES-NUMCUENTA                  PIC X(16).
           05  RES-RESULTADO                  PIC X(01).
           05  RES-MOTIVO                     PIC X(02).
           05  RES-DESCRIPCION                PIC X(50).
           05  RES-LIMOTORGADO                PIC 9(09)V99.
           05  RES-FECEVAL                    PIC X(10).

       FD  RPT-ATPC844
           RECORDING MODE IS F.
       01  RPT-ATPC844-REG                    PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPC021-WS".
       COPY "ATPC175-WS".
       COPY "ATPC096-WS".
       COPY "ATPCCTM-WS".
       COPY "ATPCLIM-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".

       77  WS-ATPC844-SOL-STATUS              PIC X(02).
       77  WS-ATPC844-POR-STATUS              PIC X(02).
       77  WS-ATPC844-REG-STATUS              PIC X(02).
       77  WS-ATPC844-HST-STATUS              PIC X(02).
       77  WS-ATPC844-HIS-STATUS              PIC X(02).
       77  WS-ATPC844-RES-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC844-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.
       01  FILLER                             PIC X(01).
           88 WS-ATPC844-CON-COLA             VALUE "S"
              WHEN SET TO FALSE "N".

      * Solicitud leida de cualquiera de las dos colas
       01  WS-ATPC844-SOL.
           05  WS-ATPC844-SOL-NUMSOL          PIC X(24).
           05  WS-ATPC844-SOL-CANAL           PIC X(01).
           05  WS-ATPC844-SOL-CODENT          PIC X(04).
           05  WS-ATPC844-SOL-NUMCUENTA       PIC X(16).
           05  WS-ATPC844-SOL-LIMSOL          PIC 9(09)V99.
           05  WS-ATPC844-SOL-LIMSOL-ALF REDEFINES
               WS-ATPC844-SOL-LIMSOL          PIC X(11).
           05  WS-ATPC844-SOL-FECSOL          PIC X(10).
           05  WS-ATPC844-SOL-ORIGEN          PIC X(08).
       77  WS-ATPC844-COLA                    PIC X(11).

      * Reglas por entidad (SOLREGLA.DAT); la fila "****" se guarda
      * aparte como regla por defecto
       78  WS-ATPC844-REG-MAX                 VALUE 200.
       77  WS-ATPC844-REG-CANT                PIC 9(04) VALUE 0.
       01  WS-ATPC844-REGLAS.
           05  WS-ATPC844-REG OCCURS 200 TIMES.
               10  WS-ATPC844-REG-CODENT      PIC X(04).
               10  WS-ATPC844-REG-MAXMORA     PIC 9(03).
               10  WS-ATPC844-REG-MESESAUM    PIC 9(02).
               10  WS-ATPC844-REG-PORAUTO     PIC 9(03).
               10  WS-ATPC844-REG-MINPAGOS    PIC 9(02).
               10  WS-ATPC844-REG-MESESPAG    PIC 9(02).
       01  WS-ATPC844-DEF.
           05  WS-ATPC844-DEF-MAXMORA         PIC 9(03) VALUE 0.
           05  WS-ATPC844-DEF-MESESAUM        PIC 9(02) VALUE 6.
           05  WS-ATPC844-DEF-PORAUTO         PIC 9(03) VALUE 50.
           05  WS-ATPC844-DEF-MINPAGOS        PIC 9(02) VALUE 3.
           05  WS-ATPC844-DEF-MESESPAG        PIC 9(02) VALUE 6.
      * Regla que rige la solicitud en curso
       01  WS-ATPC844-RGL.
           05  WS-ATPC844-RGL-MAXMORA         PIC 9(03).
           05  WS-ATPC844-RGL-MESESAUM        PIC 9(02).
           05  WS-ATPC844-RGL-PORAUTO         PIC 9(03).
           05  WS-ATPC844-RGL-MINPAGOS        PIC 9(02).
           05  WS-ATPC844-RGL-MESESPAG        PIC 9(02).

      * Solicitudes de los ultimos doce meses (SOLHIST.DAT)
       78  WS-ATPC844-HST-MAX                 VALUE 5000.
       77  WS-ATPC844-HST-CANT                PIC 9(04) VALUE 0.
       01  WS-ATPC844-HISTORIAL.
           05  WS-ATPC844-HST OCCURS 5000 TIMES.
               10  WS-ATPC844-HST-NUMSOL      PIC X(24).
               10  WS-ATPC844-HST-CODENT      PIC X(04).
               10  WS-ATPC844-HST-NUMCUENTA   PIC X(16).

      * Solicitudes de la corrida. Estado: " " a evaluar, "D"
      * duplicada (no se evalua), "E" evaluada
       78  WS-ATPC844-SOL-MAX                 VALUE 2000.
       77  WS-ATPC844-SOL-CANT                PIC 9(04) VALUE 0.
       01  WS-ATPC844-SOLICITUDES.
           05  WS-ATPC844-TSO OCCURS 2000 TIMES.
               10  WS-ATPC844-TSO-DATOS       PIC X(74).
               10  WS-ATPC844-TSO-ESTADO      PIC X(01).
               10  WS-ATPC844-TSO-DESDEPAG    PIC X(10).
               10  WS-ATPC844-TSO-PAGOS       PIC 9(03).
       77  WS-ATPC844-IDX                     PIC 9(04).
       77  WS-ATPC844-J                       PIC 9(04).

      * Resolucion de la solicitud en curso
       77  WS-ATPC844-RESULTADO               PIC X(01).
       77  WS-ATPC844-MOTIVO                  PIC X(02).
       77  WS-ATPC844-DESCRIPCION             PIC X(50).
       77  WS-ATPC844-LIMITE                  PIC 9(09)V99.
       77  WS-ATPC844-LIMOTORGADO             PIC 9(09)V99.
       77  WS-ATPC844-SOLICITUDES-ANIO        PIC 9(05).
       77  WS-ATPC844-PORAUMENTO              PIC 9(07)V99.
       77  WS-ATPC844-MESES                   PIC S9(07).

      * Fecha del dia en AAAA-MM-DD, el dia un anio atras y el
      * inicio de la ventana de pagos
       01  WS-ATPC844-HOY.
           05  WS-ATPC844-HOY-AAAA            PIC 9(04).
           05  WS-ATPC844-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC844-HOY-MM              PIC 9(02).
           05  WS-ATPC844-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC844-HOY-DD              PIC 9(02).
       01  WS-ATPC844-HOY-AMD.
           05  WS-ATPC844-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC844-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC844-HOY-AMD-DD          PIC 9(02).
       01  WS-ATPC844-ANIO-ATRAS              PIC X(10).
       01  WS-ATPC844-DESDE.
           05  WS-ATPC844-DESDE-AAAA          PIC 9(04).
           05  WS-ATPC844-DESDE-G1            PIC X(01) VALUE "-".
           05  WS-ATPC844-DESDE-MM            PIC 9(02).
           05  WS-ATPC844-DESDE-G2            PIC X(01) VALUE "-".
           05  WS-ATPC844-DESDE-DD            PIC 9(02).
       77  WS-ATPC844-MESES-HOY               PIC 9(06).
       77  WS-ATPC844-MESES-DESDE             PIC 9(06).

      * Fecha del ultimo cambio de limite descompuesta
       01  WS-ATPC844-FECLIM.
           05  WS-ATPC844-FECLIM-AAAA         PIC X(04).
           05  WS-ATPC844-FECLIM-AAAA-N REDEFINES
               WS-ATPC844-FECLIM-AAAA         PIC 9(04).
           05  FILLER                         PIC X(01).
           05  WS-ATPC844-FECLIM-MM           PIC X(02).
           05  WS-ATPC844-FECLIM-MM-N REDEFINES
               WS-ATPC844-FECLIM-MM           PIC 9(02).
           05  FILLER                         PIC X(01).
           05  WS-ATPC844-FECLIM-DD           PIC X(02).

      * Contadores del resumen final
       77  WS-ATPC844-LEIDAS                  PIC 9(06) VALUE 0.
       77  WS-ATPC844-DUPLICADAS              PIC 9(06) VALUE 0.
       77  WS-ATPC844-APROBADAS               PIC 9(06) VALUE 0.
       77  WS-ATPC844-RECHAZADAS              PIC 9(06) VALUE 0.
       77  WS-ATPC844-DERIVADAS               PIC 9(06) VALUE 0.

       01  WS-ATPC844-LINEA                   PIC X(100).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC844-PRINCIPAL
      *----------------------------------------------------------------
       ATPC844-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC844: EVALUACION DE SOLICITUDES DE AUMENTO DE LIMITE-"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC844" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC021-CARGAR-ARREGLO
           PERFORM ATPC175-CARGAR-ARREGLO
           PERFORM ATPC096-CARGAR-ARREGLO

           ACCEPT WS-ATPC844-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC844-HOY-G1 WS-ATPC844-HOY-G2
           MOVE WS-ATPC844-HOY-AMD-AAAA TO WS-ATPC844-HOY-AAAA
           MOVE WS-ATPC844-HOY-AMD-MM   TO WS-ATPC844-HOY-MM
           MOVE WS-ATPC844-HOY-AMD-DD   TO WS-ATPC844-HOY-DD
           COMPUTE WS-ATPC844-MESES-HOY =
              WS-ATPC844-HOY-AAAA * 12 + WS-ATPC844-HOY-MM
           MOVE 12 TO WS-ATPC844-MESES
           PERFORM ATPC844-RETROCEDER-MESES
           MOVE WS-ATPC844-DESDE TO WS-ATPC844-ANIO-ATRAS

           PERFORM ATPCCTM-ABRIR-CONSULTA
           IF NOT WS-ATPCCTM-DISPONIBLE
              DISPLAY "ATPC844 - ERROR: sin CTAMAE.DAT no hay cuentas "
                      "que evaluar -- corrida abortada"
              PERFORM ATPC844-ABORTAR
           END-IF
           PERFORM ATPCLIM-ABRIR-ACTUALIZACION
           IF NOT WS-ATPCLIM-DISPONIBLE
              DISPLAY "ATPC844 - ERROR: no se pudo abrir LIMCRED.DAT "
                      "-- corrida abortada"
              PERFORM ATPCCTM-CERRAR-CONSULTA
              PERFORM ATPC844-ABORTAR
           END-IF

           OPEN OUTPUT RPT-ATPC844
           MOVE SPACES TO WS-ATPC844-LINEA
           STRING " SOLICITUDES DE AUMENTO DE LIMITE ["
                                              DELIMITED BY SIZE
                  WS-ATPC844-HOY              DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC844-LINEA
           WRITE RPT-ATPC844-REG FROM WS-ATPC844-LINEA

           PERFORM ATPC844-CARGAR-REGLAS
           PERFORM ATPC844-CARGAR-HISTORIAL
           PERFORM ATPC844-CARGAR-SOLICITUDES
           PERFORM ATPC844-CONTAR-PAGOS

           OPEN OUTPUT RES-RESPUESTAS
           OPEN EXTEND HST-HISTORIAL
           IF WS-ATPC844-HST-STATUS = "35"
              OPEN OUTPUT HST-HISTORIAL
           END-IF

           PERFORM VARYING WS-ATPC844-IDX FROM 1 BY 1
                     UNTIL WS-ATPC844-IDX > WS-ATPC844-SOL-CANT
              IF WS-ATPC844-TSO-ESTADO(WS-ATPC844-IDX) = SPACES
                 MOVE WS-ATPC844-TSO-DATOS(WS-ATPC844-IDX)
                   TO WS-ATPC844-SOL
                 PERFORM ATPC844-EVALUAR-SOLICITUD
                 PERFORM ATPC844-GRABAR-RESPUESTA
                 MOVE "E" TO WS-ATPC844-TSO-ESTADO(WS-ATPC844-IDX)
              END-IF
           END-PERFORM

           CLOSE RES-RESPUESTAS
                 HST-HISTORIAL
           PERFORM ATPCLIM-CERRAR-CONSULTA
           PERFORM ATPCCTM-CERRAR-CONSULTA

      * La cola de la consola ya quedo resuelta (y en el historial)
           IF WS-ATPC844-CON-COLA
              OPEN OUTPUT SOL-SOLICITUDES
              CLOSE SOL-SOLICITUDES
           END-IF

           MOVE SPACES TO WS-ATPC844-LINEA
           STRING " SOLICITUDES: "            DELIMITED BY SIZE
                  WS-ATPC844-LEIDAS           DELIMITED BY SIZE
                  "  DUPLICADAS: "            DELIMITED BY SIZE
                  WS-ATPC844-DUPLICADAS       DELIMITED BY SIZE
                  "  APROBADAS: "             DELIMITED BY SIZE
                  WS-ATPC844-APROBADAS        DELIMITED BY SIZE
                  "  RECHAZADAS: "            DELIMITED BY SIZE
                  WS-ATPC844-RECHAZADAS       DELIMITED BY SIZE
                  "  DERIVADAS: "             DELIMITED BY SIZE
                  WS-ATPC844-DERIVADAS        DELIMITED BY SIZE
             INTO WS-ATPC844-LINEA
           WRITE RPT-ATPC844-REG FROM WS-ATPC844-LINEA
           DISPLAY WS-ATPC844-LINEA

           CLOSE RPT-ATPC844

           DISPLAY
           "- ATPC844: EVALUACION FINALIZADA                          -"
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
      * Proceso: ATPC844-ABORTAR
      *----------------------------------------------------------------
       ATPC844-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC844-RETROCEDER-MESES
      *----------------------------------------------------------------
      * WS-ATPC844-DESDE = hoy menos WS-ATPC844-MESES meses, mismo
      * dia (solo se usa para comparar fechas AAAA-MM-DD)
      *----------------------------------------------------------------
       ATPC844-RETROCEDER-MESES.
           COMPUTE WS-ATPC844-MESES-DESDE =
              WS-ATPC844-MESES-HOY - WS-ATPC844-MESES - 1
           DIVIDE WS-ATPC844-MESES-DESDE BY 12
              GIVING WS-ATPC844-DESDE-AAAA
              REMAINDER WS-ATPC844-DESDE-MM
           ADD 1 TO WS-ATPC844-DESDE-MM
           MOVE "-" TO WS-ATPC844-DESDE-G1 WS-ATPC844-DESDE-G2
           MOVE WS-ATPC844-HOY-DD TO WS-ATPC844-DESDE-DD
           .

      *----------------------------------------------------------------
      * Proceso: ATPC844-CARGAR-REGLAS
      *----------------------------------------------------------------
       ATPC844-CARGAR-REGLAS.
           OPEN INPUT REG-REGLAS
           IF WS-ATPC844-REG-STATUS NOT = "00"
              DISPLAY "ATPC844 - AVISO: sin SOLREGLA.DAT -- rigen las "
                      "reglas por defecto para todas las entidades"
           ELSE
              SET WS-ATPC844-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC844-FIN-ENTRADA
                 READ REG-REGLAS
                     AT END
                        SET WS-ATPC844-FIN-ENTRADA TO TRUE
                     NOT AT END
                        PERFORM ATPC844-GUARDAR-REGLA
                 END-READ
              END-PERFORM
              CLOSE REG-REGLAS
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC844-GUARDAR-REGLA
      *----------------------------------------------------------------
       ATPC844-GUARDAR-REGLA.
           EVALUATE TRUE
              WHEN REG-MAXDIASMORA IS NOT NUMERIC
              OR   REG-MESESAUMENTO IS NOT NUMERIC
              OR   REG-PORMAXAUTO IS NOT NUMERIC
              OR   REG-MINPAGOS IS NOT NUMERIC
              OR   REG-MESESPAGOS IS NOT NUMERIC
                 DISPLAY "ATPC844 - ALERTA: regla de CODENT=["
                         REG-CODENT "] no numerica -- ignorada"
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              WHEN REG-CODENT = "****"
                 MOVE REG-MAXDIASMORA  TO WS-ATPC844-DEF-MAXMORA
                 MOVE REG-MESESAUMENTO TO WS-ATPC844-DEF-MESESAUM
                 MOVE REG-PORMAXAUTO   TO WS-ATPC844-DEF-PORAUTO
                 MOVE REG-MINPAGOS     TO WS-ATPC844-DEF-MINPAGOS
                 MOVE REG-MESESPAGOS   TO WS-ATPC844-DEF-MESESPAG
              WHEN WS-ATPC844-REG-CANT NOT < WS-ATPC844-REG-MAX
                 DISPLAY "ATPC844 - ALERTA: mas de "
                         WS-ATPC844-REG-MAX " reglas -- CODENT=["
                         REG-CODENT "] ignorada"
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-ATPC844-REG-CANT
                 MOVE REG-CODENT
                   TO WS-ATPC844-REG-CODENT(WS-ATPC844-REG-CANT)
                 MOVE REG-MAXDIASMORA
                   TO WS-ATPC844-REG-MAXMORA(WS-ATPC844-REG-CANT)
                 MOVE REG-MESESAUMENTO
                   TO WS-ATPC844-REG-MESESAUM(WS-ATPC844-REG-CANT)
                 MOVE REG-PORMAXAUTO
                   TO WS-ATPC844-REG-PORAUTO(WS-ATPC844-REG-CANT)
                 MOVE REG-MINPAGOS
                   TO WS-ATPC844-REG-MINPAGOS(WS-ATPC844-REG-CANT)
                 MOVE REG-MESESPAGOS
                   TO WS-ATPC844-REG-MESESPAG(WS-ATPC844-REG-CANT)
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC844-CARGAR-HISTORIAL
      *----------------------------------------------------------------
      * Solicitudes ya resueltas de los ultimos doce meses: cupo de la
      * cuenta y control de duplicados
      *----------------------------------------------------------------
       ATPC844-CARGAR-HISTORIAL.
           OPEN INPUT HST-HISTORIAL
           IF WS-ATPC844-HST-STATUS = "00"
              SET WS-ATPC844-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC844-FIN-ENTRADA
                 READ HST-HISTORIAL
                     AT END
                        SET WS-ATPC844-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF HST-FECSOL > WS-ATPC844-ANIO-ATRAS
                           PERFORM ATPC844-GUARDAR-HISTORIAL
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE HST-HISTORIAL
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC844-GUARDAR-HISTORIAL
      *----------------------------------------------------------------
       ATPC844-GUARDAR-HISTORIAL.
           IF WS-ATPC844-HST-CANT < WS-ATPC844-HST-MAX
              ADD 1 TO WS-ATPC844-HST-CANT
              MOVE HST-NUMSOL
                TO WS-ATPC844-HST-NUMSOL(WS-ATPC844-HST-CANT)
              MOVE HST-CODENT
                TO WS-ATPC844-HST-CODENT(WS-ATPC844-HST-CANT)
              MOVE HST-NUMCUENTA
                TO WS-ATPC844-HST-NUMCUENTA(WS-ATPC844-HST-CANT)
           ELSE
              DISPLAY "ATPC844 - ALERTA: mas de " WS-ATPC844-HST-MAX
                      " solicitudes en el historial del anio -- "
                      "NUMSOL=[" HST-NUMSOL "] sin contar"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC844-CARGAR-SOLICITUDES
      *----------------------------------------------------------------
       ATPC844-CARGAR-SOLICITUDES.
           SET WS-ATPC844-CON-COLA TO FALSE
           OPEN INPUT SOL-SOLICITUDES
           IF WS-ATPC844-SOL-STATUS NOT = "00"
              DISPLAY "ATPC844 - AVISO: sin SOLINC.DAT -- no hay "
                      "solicitudes de sucursal"
           ELSE
              SET WS-ATPC844-CON-COLA TO TRUE
              MOVE "SOLINC.DAT" TO WS-ATPC844-COLA
              SET WS-ATPC844-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC844-FIN-ENTRADA
                 READ SOL-SOLICITUDES INTO WS-ATPC844-SOL
                     AT END
                        SET WS-ATPC844-FIN-ENTRADA TO TRUE
                     NOT AT END
                        PERFORM ATPC844-GUARDAR-SOLICITUD
                 END-READ
              END-PERFORM
              CLOSE SOL-SOLICITUDES
           END-IF

           OPEN INPUT POR-SOLICITUDES
           IF WS-ATPC844-POR-STATUS NOT = "00"
              DISPLAY "ATPC844 - AVISO: sin SOLPORT.DAT -- no hay "
                      "solicitudes del portal de socios"
           ELSE
              MOVE "SOLPORT.DAT" TO WS-ATPC844-COLA
              SET WS-ATPC844-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC844-FIN-ENTRADA
                 READ POR-SOLICITUDES INTO WS-ATPC844-SOL
                     AT END
                        SET WS-ATPC844-FIN-ENTRADA TO TRUE
                     NOT AT END
                        PERFORM ATPC844-GUARDAR-SOLICITUD
                 END-READ
              END-PERFORM
              CLOSE POR-SOLICITUDES
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC844-GUARDAR-SOLICITUD
      *----------------------------------------------------------------
      * La solicitud cuyo numero ya figura en el historial o ya vino
      * en esta corrida queda como duplicada y no se contesta
      *----------------------------------------------------------------
       ATPC844-GUARDAR-SOLICITUD.
           ADD 1 TO WS-ATPC844-LEIDAS
           IF WS-ATPC844-SOL-CANT NOT < WS-ATPC844-SOL-MAX
              DISPLAY "ATPC844 - ALERTA: mas de " WS-ATPC844-SOL-MAX
                      " solicitudes -- NUMSOL=["
                      WS-ATPC844-SOL-NUMSOL "] de " WS-ATPC844-COLA
                      " queda para la proxima corrida"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
              SET WS-ATPC844-CON-COLA TO FALSE
           ELSE
              ADD 1 TO WS-ATPC844-SOL-CANT
              MOVE WS-ATPC844-SOL
                TO WS-ATPC844-TSO-DATOS(WS-ATPC844-SOL-CANT)
              MOVE SPACES
                TO WS-ATPC844-TSO-ESTADO(WS-ATPC844-SOL-CANT)
              MOVE ZEROES
                TO WS-ATPC844-TSO-PAGOS(WS-ATPC844-SOL-CANT)

              PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > WS-ATPC844-HST-CANT
                 IF WS-ATPC844-HST-NUMSOL(WS-I)
                    = WS-ATPC844-SOL-NUMSOL
                    MOVE "D"
                      TO WS-ATPC844-TSO-ESTADO(WS-ATPC844-SOL-CANT)
                    MOVE WS-ATPC844-HST-CANT TO WS-I
                 END-IF
              END-PERFORM
              PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I NOT < WS-ATPC844-SOL-CANT
                 IF WS-ATPC844-TSO-DATOS(WS-I)(1:24)
                    = WS-ATPC844-SOL-NUMSOL
                    MOVE "D"
                      TO WS-ATPC844-TSO-ESTADO(WS-ATPC844-SOL-CANT)
                    MOVE WS-ATPC844-SOL-CANT TO WS-I
                 END-IF
              END-PERFORM

              IF WS-ATPC844-TSO-ESTADO(WS-ATPC844-SOL-CANT) = "D"
                 ADD 1 TO WS-ATPC844-DUPLICADAS
                 MOVE SPACES TO WS-ATPC844-LINEA
                 STRING " DUPLICADA NUMSOL ["  DELIMITED BY SIZE
                        WS-ATPC844-SOL-NUMSOL  DELIMITED BY SIZE
                        "] DE "                DELIMITED BY SIZE
                        WS-ATPC844-COLA        DELIMITED BY SIZE
                        " -- no se evalua"     DELIMITED BY SIZE
                   INTO WS-ATPC844-LINEA
                 WRITE RPT-ATPC844-REG FROM WS-ATPC844-LINEA
              ELSE
                 PERFORM ATPC844-RESOLVER-REGLA
                 MOVE WS-ATPC844-RGL-MESESPAG TO WS-ATPC844-MESES
                 PERFORM ATPC844-RETROCEDER-MESES
                 MOVE WS-ATPC844-DESDE
                   TO WS-ATPC844-TSO-DESDEPAG(WS-ATPC844-SOL-CANT)
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC844-RESOLVER-REGLA
      *----------------------------------------------------------------
      * Regla de la entidad de WS-ATPC844-SOL, o la regla por defecto
      *----------------------------------------------------------------
       ATPC844-RESOLVER-REGLA.
           MOVE WS-ATPC844-DEF-MAXMORA  TO WS-ATPC844-RGL-MAXMORA
           MOVE WS-ATPC844-DEF-MESESAUM TO WS-ATPC844-RGL-MESESAUM
           MOVE WS-ATPC844-DEF-PORAUTO  TO WS-ATPC844-RGL-PORAUTO
           MOVE WS-ATPC844-DEF-MINPAGOS TO WS-ATPC844-RGL-MINPAGOS
           MOVE WS-ATPC844-DEF-MESESPAG TO WS-ATPC844-RGL-MESESPAG
           PERFORM VARYING WS-ATPC844-J FROM 1 BY 1
                     UNTIL WS-ATPC844-J > WS-ATPC844-REG-CANT
              IF WS-ATPC844-REG-CODENT(WS-ATPC844-J)
                 = WS-ATPC844-SOL-CODENT
                 MOVE WS-ATPC844-REG-MAXMORA(WS-ATPC844-J)
                   TO WS-ATPC844-RGL-MAXMORA
                 MOVE WS-ATPC844-REG-MESESAUM(WS-ATPC844-J)
                   TO WS-ATPC844-RGL-MESESAUM
                 MOVE WS-ATPC844-REG-PORAUTO(WS-ATPC844-J)
                   TO WS-ATPC844-RGL-PORAUTO
                 MOVE WS-ATPC844-REG-MINPAGOS(WS-ATPC844-J)
                   TO WS-ATPC844-RGL-MINPAGOS
                 MOVE WS-ATPC844-REG-MESESPAG(WS-ATPC844-J)
                   TO WS-ATPC844-RGL-MESESPAG
                 MOVE WS-ATPC844-REG-CANT TO WS-ATPC844-J
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC844-CONTAR-PAGOS
      *----------------------------------------------------------------
      * Una pasada por el historial de pagos de ATPC964: cada pago de
      * la cuenta con fecha valor dentro de la ventana de la regla
      * suma uno a cada solicitud a evaluar de esa cuenta
      *----------------------------------------------------------------
       ATPC844-CONTAR-PAGOS.
           OPEN INPUT PAG-HISTORIAL
           IF WS-ATPC844-HIS-STATUS NOT = "00"
              DISPLAY "ATPC844 - AVISO: sin PAGHIST.DAT -- ninguna "
                      "cuenta registra pagos"
           ELSE
              SET WS-ATPC844-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC844-FIN-ENTRADA
                 READ PAG-HISTORIAL
                     AT END
                        SET WS-ATPC844-FIN-ENTRADA TO TRUE
                     NOT AT END
                        PERFORM ATPC844-ASIGNAR-PAGO
                 END-READ
              END-PERFORM
              CLOSE PAG-HISTORIAL
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC844-ASIGNAR-PAGO
      *----------------------------------------------------------------
       ATPC844-ASIGNAR-PAGO.
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC844-SOL-CANT
              IF WS-ATPC844-TSO-ESTADO(WS-I) = SPACES
              AND WS-ATPC844-TSO-DATOS(WS-I)(26:4) = HIS-CODENT
              AND WS-ATPC844-TSO-DATOS(WS-I)(30:16) = HIS-NUMCUENTA
              AND HIS-FECVALOR NOT < WS-ATPC844-TSO-DESDEPAG(WS-I)
              AND WS-ATPC844-TSO-PAGOS(WS-I) < 999
                 ADD 1 TO WS-ATPC844-TSO-PAGOS(WS-I)
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC844-EVALUAR-SOLICITUD
      *----------------------------------------------------------------
      * Primero las causas de rechazo, en orden; luego las de
      * derivacion; sin ninguna, se aprueba y se graba el limite
      *----------------------------------------------------------------
       ATPC844-EVALUAR-SOLICITUD.
           MOVE "A"    TO WS-ATPC844-RESULTADO
           MOVE "00"   TO WS-ATPC844-MOTIVO
           MOVE ZEROES TO WS-ATPC844-LIMITE
           PERFORM ATPC844-RESOLVER-REGLA

           MOVE WS-ATPC844-SOL-CODENT    TO WS-ATPCCTM-CODENT
           MOVE WS-ATPC844-SOL-NUMCUENTA TO WS-ATPCCTM-NUMCUENTA
           PERFORM ATPCCTM-CONSULTAR-CUENTA
           INITIALIZE WS-ATPC021
           MOVE WS-ATPC844-SOL-CODENT TO WS-ATPC021-CODENT
           PERFORM ATPC021-BUSCAR-EN-ARREGLO
           MOVE WS-ATPC844-SOL-CODENT    TO WS-ATPCLIM-CODENT
           MOVE WS-ATPC844-SOL-NUMCUENTA TO WS-ATPCLIM-NUMCUENTA
           PERFORM ATPCLIM-CONSULTAR-LIMITE
           IF WS-ATPCLIM-RETORNO-OK
              MOVE LIM-LIMITE TO WS-ATPC844-LIMITE
           END-IF

           EVALUATE TRUE
              WHEN NOT WS-ATPCCTM-RETORNO-OK
              OR   NOT WS-ATPC021-RETORNO-OK
                 MOVE "R"  TO WS-ATPC844-RESULTADO
                 MOVE "01" TO WS-ATPC844-MOTIVO
              WHEN WS-ATPC844-SOL-LIMSOL-ALF IS NOT NUMERIC
                 MOVE "R"  TO WS-ATPC844-RESULTADO
                 MOVE "02" TO WS-ATPC844-MOTIVO
              WHEN WS-ATPC844-SOL-LIMSOL NOT > WS-ATPC844-LIMITE
                 MOVE "R"  TO WS-ATPC844-RESULTADO
                 MOVE "02" TO WS-ATPC844-MOTIVO
              WHEN CTM-CASTIGADA
              OR   CTM-ESPECIAL
                 MOVE "R"  TO WS-ATPC844-RESULTADO
                 MOVE "03" TO WS-ATPC844-MOTIVO
              WHEN OTHER
                 PERFORM ATPC844-EVALUAR-CONDUCTA
           END-EVALUATE

           IF WS-ATPC844-RESULTADO = "A"
              PERFORM ATPC844-EVALUAR-DERIVACION
           END-IF

           IF WS-ATPC844-RESULTADO = "A"
              PERFORM ATPC844-APROBAR-SOLICITUD
           END-IF

           EVALUATE WS-ATPC844-RESULTADO
              WHEN "A"
                 ADD 1 TO WS-ATPC844-APROBADAS
                 MOVE WS-ATPC844-SOL-LIMSOL TO WS-ATPC844-LIMOTORGADO
              WHEN "R"
                 ADD 1 TO WS-ATPC844-RECHAZADAS
                 MOVE WS-ATPC844-LIMITE TO WS-ATPC844-LIMOTORGADO
              WHEN OTHER
                 ADD 1 TO WS-ATPC844-DERIVADAS
                 MOVE WS-ATPC844-LIMITE TO WS-ATPC844-LIMOTORGADO
           END-EVALUATE
           PERFORM ATPC844-DESCRIBIR-MOTIVO
           .

      *----------------------------------------------------------------
      * Proceso: ATPC844-EVALUAR-CONDUCTA
      *----------------------------------------------------------------
      * Estado ATPC175, mora, cupo de solicitudes del anio y meses
      * desde el ultimo cambio de limite
      *----------------------------------------------------------------
       ATPC844-EVALUAR-CONDUCTA.
           INITIALIZE WS-ATPC175
           MOVE CTM-CODENT    TO WS-ATPC175-CODENT
           MOVE CTM-CODESTCTA TO WS-ATPC175-CODESTCTA
           PERFORM ATPC175-BUSCAR-EN-ARREGLO

           MOVE 1 TO WS-ATPC844-SOLICITUDES-ANIO
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC844-HST-CANT
              IF WS-ATPC844-HST-CODENT(WS-I) = WS-ATPC844-SOL-CODENT
              AND WS-ATPC844-HST-NUMCUENTA(WS-I)
                  = WS-ATPC844-SOL-NUMCUENTA
                 ADD 1 TO WS-ATPC844-SOLICITUDES-ANIO
              END-IF
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I NOT < WS-ATPC844-IDX
              IF WS-ATPC844-TSO-ESTADO(WS-I) = "E"
              AND WS-ATPC844-TSO-DATOS(WS-I)(26:4)
                  = WS-ATPC844-SOL-CODENT
              AND WS-ATPC844-TSO-DATOS(WS-I)(30:16)
                  = WS-ATPC844-SOL-NUMCUENTA
                 ADD 1 TO WS-ATPC844-SOLICITUDES-ANIO
              END-IF
           END-PERFORM

           MOVE ZEROES TO WS-ATPC844-MESES
           MOVE LIM-FECLIMITE TO WS-ATPC844-FECLIM
           IF WS-ATPCLIM-RETORNO-OK
           AND WS-ATPC844-FECLIM-AAAA IS NUMERIC
           AND WS-ATPC844-FECLIM-MM IS NUMERIC
              COMPUTE WS-ATPC844-MESES =
                 WS-ATPC844-MESES-HOY
                 - WS-ATPC844-FECLIM-AAAA-N * 12
                 - WS-ATPC844-FECLIM-MM-N
              IF WS-ATPC844-HOY(9:2) < WS-ATPC844-FECLIM-DD
                 SUBTRACT 1 FROM WS-ATPC844-MESES
              END-IF
           ELSE
              MOVE WS-ATPC844-RGL-MESESAUM TO WS-ATPC844-MESES
           END-IF

           EVALUATE TRUE
              WHEN WS-ATPC175-RETORNO-OK
              AND  WS-ATPC175-CODBLQ IS NUMERIC
              AND  WS-ATPC175-CODBLQ > ZEROES
                 MOVE "R"  TO WS-ATPC844-RESULTADO
                 MOVE "04" TO WS-ATPC844-MOTIVO
              WHEN CTM-DIAS-MORA > WS-ATPC844-RGL-MAXMORA
                 MOVE "R"  TO WS-ATPC844-RESULTADO
                 MOVE "05" TO WS-ATPC844-MOTIVO
              WHEN WS-ATPC021-NUMMAXINCSOL-ALF IS NUMERIC
              AND  WS-ATPC021-NUMMAXINCSOL > ZEROES
              AND  WS-ATPC844-SOLICITUDES-ANIO
                   > WS-ATPC021-NUMMAXINCSOL
                 MOVE "R"  TO WS-ATPC844-RESULTADO
                 MOVE "06" TO WS-ATPC844-MOTIVO
              WHEN WS-ATPC844-MESES < WS-ATPC844-RGL-MESESAUM
                 MOVE "R"  TO WS-ATPC844-RESULTADO
                 MOVE "07" TO WS-ATPC844-MOTIVO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC844-EVALUAR-DERIVACION
      *----------------------------------------------------------------
       ATPC844-EVALUAR-DERIVACION.
           EVALUATE TRUE
              WHEN NOT WS-ATPCLIM-RETORNO-OK
              OR   WS-ATPC844-LIMITE = ZEROES
                 MOVE "D"  TO WS-ATPC844-RESULTADO
                 MOVE "13" TO WS-ATPC844-MOTIVO
              WHEN OTHER
                 COMPUTE WS-ATPC844-PORAUMENTO ROUNDED =
                    (WS-ATPC844-SOL-LIMSOL - WS-ATPC844-LIMITE)
                    * 100 / WS-ATPC844-LIMITE
                    ON SIZE ERROR
                       MOVE 9999999.99 TO WS-ATPC844-PORAUMENTO
                 END-COMPUTE
                 EVALUATE TRUE
                    WHEN WS-ATPC844-PORAUMENTO
                         > WS-ATPC844-RGL-PORAUTO
                       MOVE "D"  TO WS-ATPC844-RESULTADO
                       MOVE "11" TO WS-ATPC844-MOTIVO
                    WHEN WS-ATPC844-TSO-PAGOS(WS-ATPC844-IDX)
                         < WS-ATPC844-RGL-MINPAGOS
                       MOVE "D"  TO WS-ATPC844-RESULTADO
                       MOVE "12" TO WS-ATPC844-MOTIVO
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC844-APROBAR-SOLICITUD
      *----------------------------------------------------------------
      * Graba el nuevo limite sobre el registro recien consultado
      * (conserva tolerancia y marca de sobregiro de la cuenta)
      *----------------------------------------------------------------
       ATPC844-APROBAR-SOLICITUD.
           MOVE WS-ATPC844-SOL-LIMSOL TO LIM-LIMITE
           MOVE WS-ATPC844-HOY        TO LIM-FECLIMITE
                                         LIM-FECACT
           PERFORM ATPCLIM-GRABAR-LIMITE
           IF NOT WS-ATPCLIM-RETORNO-OK
              DISPLAY "ATPC844 - ALERTA: CODENT=["
                      WS-ATPC844-SOL-CODENT "] CUENTA=["
                      WS-ATPC844-SOL-NUMCUENTA "] "
                      WS-ATPCLIM-RETORNO-DESC(1:45)
                      " -- FILE STATUS:[" WS-ATPCLIM-STATUS "]"
              MOVE "D"  TO WS-ATPC844-RESULTADO
              MOVE "14" TO WS-ATPC844-MOTIVO
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC844-DESCRIBIR-MOTIVO
      *----------------------------------------------------------------
       ATPC844-DESCRIBIR-MOTIVO.
           EVALUATE WS-ATPC844-MOTIVO
              WHEN "00"
                 MOVE "AUMENTO DE LIMITE APROBADO"
                   TO WS-ATPC844-DESCRIPCION
              WHEN "01"
                 MOVE "CUENTA INEXISTENTE"
                   TO WS-ATPC844-DESCRIPCION
              WHEN "02"
                 MOVE "LIMITE SOLICITADO INVALIDO O NO MAYOR AL VIGENTE"
                   TO WS-ATPC844-DESCRIPCION
              WHEN "03"
                 MOVE "CUENTA NO HABILITADA PARA AUMENTOS"
                   TO WS-ATPC844-DESCRIPCION
              WHEN "04"
                 MOVE "CUENTA BLOQUEADA"
                   TO WS-ATPC844-DESCRIPCION
              WHEN "05"
                 MOVE "CUENTA CON ATRASO EN LOS PAGOS"
                   TO WS-ATPC844-DESCRIPCION
              WHEN "06"
                 MOVE "SUPERA LAS SOLICITUDES PERMITIDAS EN EL ANIO"
                   TO WS-ATPC844-DESCRIPCION
              WHEN "07"
                 MOVE "AUMENTO DE LIMITE RECIENTE"
                   TO WS-ATPC844-DESCRIPCION
              WHEN "11"
                 MOVE "EN ANALISIS: AUMENTO MAYOR AL AUTOMATICO"
                   TO WS-ATPC844-DESCRIPCION
              WHEN "12"
                 MOVE "EN ANALISIS: HISTORIAL DE PAGOS INSUFICIENTE"
                   TO WS-ATPC844-DESCRIPCION
              WHEN "13"
                 MOVE "EN ANALISIS: CUENTA SIN LIMITE VIGENTE"
                   TO WS-ATPC844-DESCRIPCION
              WHEN OTHER
                 MOVE "EN ANALISIS"
                   TO WS-ATPC844-DESCRIPCION
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC844-GRABAR-RESPUESTA
      *----------------------------------------------------------------
       ATPC844-GRABAR-RESPUESTA.
           INITIALIZE RES-RESPUESTAS-REG
           MOVE WS-ATPC844-SOL-NUMSOL    TO RES-NUMSOL
           MOVE WS-ATPC844-SOL-CANAL     TO RES-CANAL
           MOVE WS-ATPC844-SOL-CODENT    TO RES-CODENT
           MOVE WS-ATPC844-SOL-NUMCUENTA TO RES-NUMCUENTA
           MOVE WS-ATPC844-RESULTADO     TO RES-RESULTADO
           MOVE WS-ATPC844-MOTIVO        TO RES-MOTIVO
           MOVE WS-ATPC844-DESCRIPCION   TO RES-DESCRIPCION
           MOVE WS-ATPC844-LIMOTORGADO   TO RES-LIMOTORGADO
           MOVE WS-ATPC844-HOY           TO RES-FECEVAL
           WRITE RES-RESPUESTAS-REG

           INITIALIZE HST-HISTORIAL-REG
           MOVE WS-ATPC844-SOL-NUMSOL    TO HST-NUMSOL
           MOVE WS-ATPC844-SOL-CANAL     TO HST-CANAL
           MOVE WS-ATPC844-SOL-CODENT    TO HST-CODENT
           MOVE WS-ATPC844-SOL-NUMCUENTA TO HST-NUMCUENTA
           IF WS-ATPC844-SOL-LIMSOL-ALF IS NUMERIC
              MOVE WS-ATPC844-SOL-LIMSOL TO HST-LIMSOL
           END-IF
           MOVE WS-ATPC844-SOL-FECSOL    TO HST-FECSOL
           MOVE WS-ATPC844-SOL-ORIGEN    TO HST-ORIGEN
           MOVE WS-ATPC844-RESULTADO     TO HST-RESULTADO
           MOVE WS-ATPC844-MOTIVO        TO HST-MOTIVO
           MOVE WS-ATPC844-LIMITE        TO HST-LIMANT
           MOVE WS-ATPC844-HOY           TO HST-FECEVAL
           WRITE HST-HISTORIAL-REG

           MOVE SPACES TO WS-ATPC844-LINEA
           STRING " NUMSOL ["                 DELIMITED BY SIZE
                  WS-ATPC844-SOL-NUMSOL       DELIMITED BY SIZE
                  "] CUENTA ["                DELIMITED BY SIZE
                  WS-ATPC844-SOL-CODENT       DELIMITED BY SIZE
                  "-"                         DELIMITED BY SIZE
                  WS-ATPC844-SOL-NUMCUENTA    DELIMITED BY SIZE
                  "] RESULTADO ["             DELIMITED BY SIZE
                  WS-ATPC844-RESULTADO        DELIMITED BY SIZE
                  "] MOTIVO ["                DELIMITED BY SIZE
                  WS-ATPC844-MOTIVO           DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC844-LINEA
           WRITE RPT-ATPC844-REG FROM WS-ATPC844-LINEA
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
       COPY "ATPC175-PR".
       COPY "ATPC096-PR".
       COPY "ATPCCTM-PR".
       COPY "ATPCLIM-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
