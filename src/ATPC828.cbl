       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC828.
      *----------------------------------------------------------------
      * Programa batch diario del ciclo de contracargos de las
      * disputas registradas en ATPC979 (CONTRAC.DAT, ver el layout en
      * ATPC979). Resuelve el registro vigente de cada caso y --
      *  - R registrado: emite al tarjetahabiente el credito
      *    provisorio por el importe disputado y pasa el caso a A;
      *  - R / A abiertos: controla los plazos de la marca para el
      *    motivo y envia a ATPCALE el aviso de vencimiento cercano
      *    (advertencia) del plazo de contracargo y del de
      *    representacion, y el plazo de representacion vencido sin
      *    resultado (critica);
      *  - G ganado: el credito provisorio queda definitivo (si no se
      *    llego a emitir se emite ahora) y el caso pasa a F;
      *  - P perdido: revierte el credito provisorio emitido con un
      *    cargo por el mismo importe y el caso pasa a V.
      * Al aplicar el resultado (F o V) cierra la disputa en
      * DISPUTAS.DAT (registro C, operador "ATPC828") y ATPC915 libera
      * el movimiento retenido en su proxima corrida: ganado, el cargo
      * se compensa con el credito definitivo; perdido, el cargo queda
      * a cargo del tarjetahabiente.
      *
      * El credito y su reversion salen en el layout de MOVFACT.DAT,
      * agregados al final de MOVFACT.DAT para que los facture
      * ATPC915 (corre antes que ATPC915): credito con INDNORCOR 0
      * (correccion), reversion con INDNORCOR 1, fecha del dia y los
      * codigos de facturacion de ATPC828.PRM. El caso se actualiza
      * antes de emitir el movimiento, de modo que la corrida
      * repetida no vuelve a emitirlo.
      *
      * Plazos (CBKPLAZO.DAT, por marca y motivo; motivo "****" vale
      * para todos los motivos de la marca sin fila propia): el plazo
      * de contracargo corre desde la fecha del movimiento y el de
      * representacion desde el vencimiento del de contracargo; el
      * aviso se envia cada dia desde DIAS-AVISO dias antes del
      * vencimiento. El caso sin plazos para su marca y motivo se
      * informa y la corrida termina con RC 4.
      *
      * ATPC828.PRM (primera linea, campos contiguos, requerido):
      *  TIPOFAC(4) INDTIPT(2) INDVERT(1) INDNIVAPL(2) CODCONECO(4)
      *  CLAMON(3)
      *
      * Layout de CBKPLAZO.DAT:
      *  CODMAR(2) CODMOTIVO(4) DIAS-CONTRACARGO(3)
      *  DIAS-REPRESENTACION(3) DIAS-AVISO(3)
      *
      * Sin ATPC828.PRM, sin CBKPLAZO.DAT o sin poder extender
      * CONTRAC.DAT, DISPUTAS.DAT o MOVFACT.DAT la corrida termina con
      * RC 12.
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
           SELECT PRM-ATPC828 ASSIGN TO "ATPC828.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC828-PRM-STATUS.
           SELECT PLZ-PLAZOS ASSIGN TO "CBKPLAZO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC828-PLZ-STATUS.
      * Casos de contracargo -- ver ATPC979
           SELECT CBK-CONTRACARGOS ASSIGN TO "CONTRAC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC828-CBK-STATUS.
      * Registro de disputas -- ver ATPC979
           SELECT DIS-DISPUTAS ASSIGN TO "DISPUTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC828-DIS-STATUS.
           SELECT MOV-SALIDA ASSIGN TO "MOVFACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC828-MOV-STATUS.
           SELECT RPT-ATPC828 ASSIGN TO "ATPC828.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Cola central de alertas de operacion -- ver ATPCALE-ALE.cpy
           SELECT ALE-ALERTAS ASSIGN TO "ATPCALE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCALE-STATUS.
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
       COPY "ATPCALE-ALE".
       COPY "ATPCCTL-CTL".
       COPY "ATPCAUD-AUD".
       COPY "ATPCLCK-LCK".
       COPY "ATPCEXC-EXC".

       FD  PRM-ATPC828
           RECORDING MODE IS F.
       01  PRM-ATPC828-REG.
           05  PRM-ATPC828-TIPOFAC            PIC X(04).
           05  PRM-ATPC828-INDTIPT            PIC X(02).
           05  PRM-ATPC828-INDVERT            PIC X(01).
           05  PRM-ATPC828-INDNIVAPL          PIC X(02).
           05  PRM-ATPC828-CODCONECO          PIC X(04).
           05  PRM-ATPC828-CLAMON             PIC X(03).

       FD  PLZ-PLAZOS
           RECORDING MODE IS F.
       01  PLZ-PLAZOS-REG.
           05  PLZ-CODMAR                     PIC X(02).
           05  PLZ-CODMOTIVO                  PIC X(04).
           05  PLZ-DIAS-CONTRACARGO           PIC X(03).
           05  PLZ-DIAS-REPRESENTACION        PIC X(03).
           05  PLZ-DIAS-AVISO                 PIC X(03).

       FD  CBK-CONTRACARGOS
           RECORDING MODE IS F.
       01  CBK-CONTRACARGOS-REG.
           05  CBK-CLAVE.
               10  CBK-CODENT                 PIC X(04).
               10  CBK-NUMCUENTA              PIC X(16).
               10  CBK-FECHAMOV               PIC X(10).
               10  CBK-IMPORTEMOV             PIC 9(09)V99.
           05  CBK-CODMAR                     PIC 9(02).
           05  CBK-CODMOTIVO                  PIC X(04).
           05  CBK-ESTADO                     PIC X(01).
           05  CBK-FECESTADO                  PIC X(10).
           05  CBK-CODOPER                    PIC X(08).

       FD  DIS-DISPUTAS
           RECORDING MODE IS F.
       01  DIS-DISPUTAS-REG.
           05  DIS-CLAVE.
               10  DIS-CODENT                 PIC X(04).
               10  DIS-NUMCUENTA              PIC X(16).
               10  DIS-FECHAMOV               PIC X(10).
               10  DIS-IMPORTEMOV             PIC 9(09)V99.
           05  DIS-ESTADO                     PIC X(01).
           05  DIS-FECAPERTURA                PIC X(10).
           05  DIS-FECCIERRE                  PIC X(10).
           05  DIS-CODOPER                    PIC X(08).

       FD  MOV-SALIDA
           RECORDING MODE IS F.
       01  MOV-SALIDA-REG.
           05  MOV-SAL-CODENT                 PIC X(04).
           05  MOV-SAL-CODMAR                 PIC 9(02).
           05  MOV-SAL-INDTIPT                PIC 9(02).
           05  MOV-SAL-TIPOFAC                PIC 9(04).
           05  MOV-SAL-INDNORCOR              PIC 9(01).
           05  MOV-SAL-INDVERT                PIC X(01).
           05  MOV-SAL-INDNIVAPL              PIC X(02).
           05  MOV-SAL-CODCONECO              PIC 9(04).
           05  MOV-SAL-NUMCUENTA              PIC X(16).
           05  MOV-SAL-IMPORTE                PIC 9(09)V99.
           05  MOV-SAL-FECHA                  PIC X(10).
           05  MOV-SAL-CLAMON                 PIC 9(03).

       FD  RPT-ATPC828
           RECORDING MODE IS F.
       01  RPT-ATPC828-REG                    PIC X(130).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPCALE-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".

       77  WS-ATPC828-PRM-STATUS              PIC X(02).
       77  WS-ATPC828-PLZ-STATUS              PIC X(02).
       77  WS-ATPC828-CBK-STATUS              PIC X(02).
       77  WS-ATPC828-DIS-STATUS              PIC X(02).
       77  WS-ATPC828-MOV-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC828-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.

      * Codigos de facturacion del credito y de su reversion
       01  WS-ATPC828-PARAMETROS.
           05  WS-ATPC828-TIPOFAC             PIC 9(04).
           05  WS-ATPC828-INDTIPT             PIC 9(02).
           05  WS-ATPC828-INDVERT             PIC X(01).
           05  WS-ATPC828-INDNIVAPL           PIC X(02).
           05  WS-ATPC828-CODCONECO           PIC 9(04).
           05  WS-ATPC828-CLAMON              PIC 9(03).

      * Fecha del dia en AAAA-MM-DD
       01  WS-ATPC828-HOY.
           05  WS-ATPC828-HOY-AAAA            PIC 9(04).
           05  WS-ATPC828-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC828-HOY-MM              PIC 9(02).
           05  WS-ATPC828-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC828-HOY-DD              PIC 9(02).
       01  WS-ATPC828-HOY-AMD.
           05  WS-ATPC828-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC828-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC828-HOY-AMD-DD          PIC 9(02).

      * Conversion de fechas AAAA-MM-DD a dias corridos
       01  WS-ATPC828-FECHA-DIV.
           05  WS-ATPC828-FD-AAAA             PIC 9(04).
           05  WS-ATPC828-FD-G1               PIC X(01).
           05  WS-ATPC828-FD-MM               PIC 9(02).
           05  WS-ATPC828-FD-G2               PIC X(01).
           05  WS-ATPC828-FD-DD               PIC 9(02).
       01  FILLER                             PIC X(01).
           88 WS-ATPC828-FECHA-VALIDA         VALUE "S"
              WHEN SET TO FALSE "N".
       77  WS-ATPC828-SERIE                   PIC S9(09).
       77  WS-ATPC828-ANIOS-PREV              PIC S9(09).
       77  WS-ATPC828-BIS4                    PIC S9(09).
       77  WS-ATPC828-BIS100                  PIC S9(09).
       77  WS-ATPC828-BIS400                  PIC S9(09).
       77  WS-ATPC828-REM4                    PIC S9(09).
       77  WS-ATPC828-REM100                  PIC S9(09).
       77  WS-ATPC828-REM400                  PIC S9(09).
       77  WS-ATPC828-MES-AUX                 PIC 9(02).

      * Dias acumulados al inicio de cada mes (anio no bisiesto)
       01  WS-ATPC828-DIAS-ACUM-DEF.
           05  FILLER  PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  FILLER REDEFINES WS-ATPC828-DIAS-ACUM-DEF.
           05  WS-ATPC828-DIAS-ACUM OCCURS 12 TIMES PIC 9(03).

      * Plazos de la marca por motivo
       78  WS-ATPC828-PLZ-MAX                 VALUE 500.
       77  WS-ATPC828-PLZ-CANT                PIC 9(04).
       77  WS-ATPC828-PLZ-IDX                 PIC 9(04).
       01  WS-ATPC828-PLAZOS.
           05  WS-ATPC828-PLZ OCCURS 500 TIMES.
               10  WS-ATPC828-PLZ-CODMAR      PIC 9(02).
               10  WS-ATPC828-PLZ-CODMOTIVO   PIC X(04).
               10  WS-ATPC828-PLZ-DIAS-CBK    PIC 9(03).
               10  WS-ATPC828-PLZ-DIAS-REP    PIC 9(03).
               10  WS-ATPC828-PLZ-DIAS-AVISO  PIC 9(03).

      * Caso vigente por clave de disputa (el registro mas reciente de
      * CONTRAC.DAT), con el estado vigente de la disputa
       78  WS-ATPC828-CAS-MAX                 VALUE 2000.
       77  WS-ATPC828-CAS-CANT                PIC 9(04).
       77  WS-ATPC828-CAS-IDX                 PIC 9(04).
       01  WS-ATPC828-CASOS.
           05  WS-ATPC828-CAS OCCURS 2000 TIMES.
               10  WS-ATPC828-CAS-CLAVE.
                   15  WS-ATPC828-CAS-CODENT     PIC X(04).
                   15  WS-ATPC828-CAS-NUMCUENTA  PIC X(16).
                   15  WS-ATPC828-CAS-FECHAMOV   PIC X(10).
                   15  WS-ATPC828-CAS-IMPORTEMOV PIC 9(09)V99.
               10  WS-ATPC828-CAS-CODMAR      PIC 9(02).
               10  WS-ATPC828-CAS-CODMOTIVO   PIC X(04).
               10  WS-ATPC828-CAS-ESTADO      PIC X(01).
               10  WS-ATPC828-CAS-ACREDITADO  PIC X(01).
               10  WS-ATPC828-CAS-DIS-ESTADO  PIC X(01).

      * Caso en proceso
       77  WS-ATPC828-ESTADO-NUEVO            PIC X(01).
       77  WS-ATPC828-INDNORCOR               PIC 9(01).
       77  WS-ATPC828-ACCION                  PIC X(24).
       77  WS-ATPC828-PLAZO                   PIC X(14).
       77  WS-ATPC828-SERIE-HOY               PIC S9(09).
       77  WS-ATPC828-VTO-CBK                 PIC S9(09).
       77  WS-ATPC828-VTO-REP                 PIC S9(09).
       77  WS-ATPC828-RESTAN                  PIC S9(09).
       77  WS-ATPC828-RESTAN-ED               PIC ZZ9.

      * Contadores de la corrida
       77  WS-ATPC828-LEIDOS                  PIC 9(07).
       77  WS-ATPC828-CREDITOS                PIC 9(07).
       77  WS-ATPC828-GANADOS                 PIC 9(07).
       77  WS-ATPC828-PERDIDOS                PIC 9(07).
       77  WS-ATPC828-REVERSIONES             PIC 9(07).
       77  WS-ATPC828-CIERRES                 PIC 9(07).
       77  WS-ATPC828-AVISOS                  PIC 9(07).
       77  WS-ATPC828-VENCIDOS                PIC 9(07).
       77  WS-ATPC828-SIN-PLAZO               PIC 9(07).
       77  WS-ATPC828-DESCARTADOS             PIC 9(07).
       77  WS-ATPC828-IMP-CREDITOS            PIC 9(11)V99.
       77  WS-ATPC828-IMP-REVERSIONES         PIC 9(11)V99.

       77  WS-ATPC828-IMPORTE-ED              PIC Z(08)9.99.
       77  WS-ATPC828-TOTAL-ED                PIC Z(10)9.99.
       01  WS-ATPC828-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC828-PRINCIPAL
      *----------------------------------------------------------------
       ATPC828-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC828: CICLO DE CONTRACARGOS DE DISPUTAS             -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC828" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL

           PERFORM ATPC828-LEER-PARAMETROS
           PERFORM ATPC828-CARGAR-PLAZOS
           PERFORM ATPC828-CARGAR-CASOS
           PERFORM ATPC828-CARGAR-DISPUTAS

           MOVE WS-ATPC828-HOY TO WS-ATPC828-FECHA-DIV
           PERFORM ATPC828-FECHA-A-SERIE
           MOVE WS-ATPC828-SERIE TO WS-ATPC828-SERIE-HOY

           OPEN EXTEND CBK-CONTRACARGOS
           IF WS-ATPC828-CBK-STATUS = "35"
              OPEN OUTPUT CBK-CONTRACARGOS
           END-IF
           IF WS-ATPC828-CBK-STATUS NOT = "00"
              DISPLAY "ATPC828 - ERROR: no se pudo extender "
                      "CONTRAC.DAT -- FILE STATUS:["
                      WS-ATPC828-CBK-STATUS "] -- corrida abortada"
              PERFORM ATPC828-ABORTAR
           END-IF
           OPEN EXTEND DIS-DISPUTAS
           IF WS-ATPC828-DIS-STATUS = "35"
              OPEN OUTPUT DIS-DISPUTAS
           END-IF
           IF WS-ATPC828-DIS-STATUS NOT = "00"
              DISPLAY "ATPC828 - ERROR: no se pudo extender "
                      "DISPUTAS.DAT -- FILE STATUS:["
                      WS-ATPC828-DIS-STATUS "] -- corrida abortada"
              CLOSE CBK-CONTRACARGOS
              PERFORM ATPC828-ABORTAR
           END-IF
           OPEN EXTEND MOV-SALIDA
           IF WS-ATPC828-MOV-STATUS = "35"
              OPEN OUTPUT MOV-SALIDA
           END-IF
           IF WS-ATPC828-MOV-STATUS NOT = "00"
              DISPLAY "ATPC828 - ERROR: no se pudo extender "
                      "MOVFACT.DAT -- FILE STATUS:["
                      WS-ATPC828-MOV-STATUS "] -- corrida abortada"
              CLOSE CBK-CONTRACARGOS
                    DIS-DISPUTAS
              PERFORM ATPC828-ABORTAR
           END-IF
           OPEN OUTPUT RPT-ATPC828

           MOVE SPACES TO WS-ATPC828-LINEA
           STRING " CICLO DE CONTRACARGOS DEL DIA ["
                                              DELIMITED BY SIZE
                  WS-ATPC828-HOY              DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC828-LINEA
           WRITE RPT-ATPC828-REG FROM WS-ATPC828-LINEA
           DISPLAY WS-ATPC828-LINEA
           MOVE SPACES TO WS-ATPC828-LINEA
           WRITE RPT-ATPC828-REG FROM WS-ATPC828-LINEA

           PERFORM VARYING WS-ATPC828-CAS-IDX FROM 1 BY 1
                     UNTIL WS-ATPC828-CAS-IDX > WS-ATPC828-CAS-CANT
              EVALUATE WS-ATPC828-CAS-ESTADO(WS-ATPC828-CAS-IDX)
                 WHEN "R"
                    PERFORM ATPC828-ACREDITAR
                    PERFORM ATPC828-CONTROLAR-PLAZOS
                 WHEN "A"
                    PERFORM ATPC828-CONTROLAR-PLAZOS
                 WHEN "G"
                    PERFORM ATPC828-APLICAR-GANADO
                 WHEN "P"
                    PERFORM ATPC828-APLICAR-PERDIDO
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM

           MOVE SPACES TO WS-ATPC828-LINEA
           WRITE RPT-ATPC828-REG FROM WS-ATPC828-LINEA
           MOVE WS-ATPC828-IMP-CREDITOS TO WS-ATPC828-TOTAL-ED
           MOVE SPACES TO WS-ATPC828-LINEA
           STRING " CASOS: "                  DELIMITED BY SIZE
                  WS-ATPC828-CAS-CANT         DELIMITED BY SIZE
                  "  CREDITOS: "              DELIMITED BY SIZE
                  WS-ATPC828-CREDITOS         DELIMITED BY SIZE
                  "  IMPORTE: "               DELIMITED BY SIZE
                  WS-ATPC828-TOTAL-ED         DELIMITED BY SIZE
                  "  GANADOS: "               DELIMITED BY SIZE
                  WS-ATPC828-GANADOS          DELIMITED BY SIZE
                  "  PERDIDOS: "              DELIMITED BY SIZE
                  WS-ATPC828-PERDIDOS         DELIMITED BY SIZE
             INTO WS-ATPC828-LINEA
           WRITE RPT-ATPC828-REG FROM WS-ATPC828-LINEA
           DISPLAY WS-ATPC828-LINEA
           MOVE WS-ATPC828-IMP-REVERSIONES TO WS-ATPC828-TOTAL-ED
           MOVE SPACES TO WS-ATPC828-LINEA
           STRING " REVERSIONES: "            DELIMITED BY SIZE
                  WS-ATPC828-REVERSIONES      DELIMITED BY SIZE
                  "  IMPORTE: "               DELIMITED BY SIZE
                  WS-ATPC828-TOTAL-ED         DELIMITED BY SIZE
                  "  DISPUTAS CERRADAS: "     DELIMITED BY SIZE
                  WS-ATPC828-CIERRES          DELIMITED BY SIZE
                  "  AVISOS: "                DELIMITED BY SIZE
                  WS-ATPC828-AVISOS           DELIMITED BY SIZE
                  "  VENCIDOS: "              DELIMITED BY SIZE
                  WS-ATPC828-VENCIDOS         DELIMITED BY SIZE
                  "  SIN PLAZO: "             DELIMITED BY SIZE
                  WS-ATPC828-SIN-PLAZO        DELIMITED BY SIZE
             INTO WS-ATPC828-LINEA
           WRITE RPT-ATPC828-REG FROM WS-ATPC828-LINEA
           DISPLAY WS-ATPC828-LINEA

           CLOSE CBK-CONTRACARGOS
                 DIS-DISPUTAS
                 MOV-SALIDA
                 RPT-ATPC828

           IF WS-ATPC828-SIN-PLAZO > ZEROES
           OR WS-ATPC828-DESCARTADOS > ZEROES
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY
           "- ATPC828: CICLO DE CONTRACARGOS FINALIZADO              -"
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
      * Proceso: ATPC828-ABORTAR
      *----------------------------------------------------------------
       ATPC828-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC828-LEER-PARAMETROS
      *----------------------------------------------------------------
      * Codigos de facturacion del credito provisorio; sin
      * ATPC828.PRM o con codigos no numericos la corrida aborta
      *----------------------------------------------------------------
       ATPC828-LEER-PARAMETROS.
           ACCEPT WS-ATPC828-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC828-HOY-G1 WS-ATPC828-HOY-G2
           MOVE WS-ATPC828-HOY-AMD-AAAA TO WS-ATPC828-HOY-AAAA
           MOVE WS-ATPC828-HOY-AMD-MM   TO WS-ATPC828-HOY-MM
           MOVE WS-ATPC828-HOY-AMD-DD   TO WS-ATPC828-HOY-DD

           OPEN INPUT PRM-ATPC828
           IF WS-ATPC828-PRM-STATUS NOT = "00"
              DISPLAY "ATPC828 - ERROR: no se pudo abrir ATPC828.PRM "
                      "-- FILE STATUS:[" WS-ATPC828-PRM-STATUS "] -- "
                      "corrida abortada"
              PERFORM ATPC828-ABORTAR
           END-IF
           READ PRM-ATPC828
               AT END
                  DISPLAY "ATPC828 - ERROR: ATPC828.PRM vacio -- "
                          "corrida abortada"
                  CLOSE PRM-ATPC828
                  PERFORM ATPC828-ABORTAR
           END-READ
           CLOSE PRM-ATPC828

           IF PRM-ATPC828-TIPOFAC   IS NOT NUMERIC
           OR PRM-ATPC828-INDTIPT   IS NOT NUMERIC
           OR PRM-ATPC828-CODCONECO IS NOT NUMERIC
           OR PRM-ATPC828-CLAMON    IS NOT NUMERIC
              DISPLAY "ATPC828 - ERROR: codigos no numericos en "
                      "ATPC828.PRM -- corrida abortada"
              PERFORM ATPC828-ABORTAR
           END-IF
           MOVE PRM-ATPC828-TIPOFAC   TO WS-ATPC828-TIPOFAC
           MOVE PRM-ATPC828-INDTIPT   TO WS-ATPC828-INDTIPT
           MOVE PRM-ATPC828-INDVERT   TO WS-ATPC828-INDVERT
           MOVE PRM-ATPC828-INDNIVAPL TO WS-ATPC828-INDNIVAPL
           MOVE PRM-ATPC828-CODCONECO TO WS-ATPC828-CODCONECO
           MOVE PRM-ATPC828-CLAMON    TO WS-ATPC828-CLAMON
           .

      *----------------------------------------------------------------
      * Proceso: ATPC828-CARGAR-PLAZOS
      *----------------------------------------------------------------
       ATPC828-CARGAR-PLAZOS.
           MOVE ZEROES TO WS-ATPC828-PLZ-CANT
           OPEN INPUT PLZ-PLAZOS
           IF WS-ATPC828-PLZ-STATUS NOT = "00"
              DISPLAY "ATPC828 - ERROR: no se pudo abrir CBKPLAZO.DAT"
                      " -- FILE STATUS:[" WS-ATPC828-PLZ-STATUS "] -- "
                      "corrida abortada"
              PERFORM ATPC828-ABORTAR
           END-IF
           SET WS-ATPC828-FIN-ENTRADA TO FALSE
           PERFORM UNTIL WS-ATPC828-FIN-ENTRADA
              READ PLZ-PLAZOS
                  AT END
                     SET WS-ATPC828-FIN-ENTRADA TO TRUE
                  NOT AT END
                     IF PLZ-CODMAR IS NOT NUMERIC
                     OR PLZ-DIAS-CONTRACARGO IS NOT NUMERIC
                     OR PLZ-DIAS-REPRESENTACION IS NOT NUMERIC
                     OR PLZ-DIAS-AVISO IS NOT NUMERIC
                        DISPLAY "ATPC828 - AVISO: fila invalida en "
                                "CBKPLAZO.DAT [" PLZ-PLAZOS-REG
                                "] -- descartada"
                        ADD 1 TO WS-ATPC828-DESCARTADOS
                     ELSE
                        IF WS-ATPC828-PLZ-CANT < WS-ATPC828-PLZ-MAX
                           ADD 1 TO WS-ATPC828-PLZ-CANT
                           MOVE WS-ATPC828-PLZ-CANT
                             TO WS-ATPC828-PLZ-IDX
                           MOVE PLZ-CODMAR
                             TO WS-ATPC828-PLZ-CODMAR
                                (WS-ATPC828-PLZ-IDX)
                           MOVE PLZ-CODMOTIVO
                             TO WS-ATPC828-PLZ-CODMOTIVO
                                (WS-ATPC828-PLZ-IDX)
                           MOVE PLZ-DIAS-CONTRACARGO
                             TO WS-ATPC828-PLZ-DIAS-CBK
                                (WS-ATPC828-PLZ-IDX)
                           MOVE PLZ-DIAS-REPRESENTACION
                             TO WS-ATPC828-PLZ-DIAS-REP
                                (WS-ATPC828-PLZ-IDX)
                           MOVE PLZ-DIAS-AVISO
                             TO WS-ATPC828-PLZ-DIAS-AVISO
                                (WS-ATPC828-PLZ-IDX)
                        ELSE
                           DISPLAY "ATPC828 - AVISO: CBKPLAZO.DAT "
                                   "excede " WS-ATPC828-PLZ-MAX
                                   " filas -- fila descartada"
                           ADD 1 TO WS-ATPC828-DESCARTADOS
                        END-IF
                     END-IF
              END-READ
           END-PERFORM
           CLOSE PLZ-PLAZOS
           .

      *----------------------------------------------------------------
      * Proceso: ATPC828-CARGAR-CASOS
      *----------------------------------------------------------------
      * Resuelve el registro vigente de cada caso; el credito cuenta
      * como emitido si el caso paso alguna vez por el estado A
      *----------------------------------------------------------------
       ATPC828-CARGAR-CASOS.
           MOVE ZEROES TO WS-ATPC828-CAS-CANT
           OPEN INPUT CBK-CONTRACARGOS
           IF WS-ATPC828-CBK-STATUS NOT = "00"
              DISPLAY "ATPC828 - AVISO: sin CONTRAC.DAT -- no hay "
                      "contracargos registrados"
           ELSE
              SET WS-ATPC828-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC828-FIN-ENTRADA
                 READ CBK-CONTRACARGOS
                     AT END
                        SET WS-ATPC828-FIN-ENTRADA TO TRUE
                     NOT AT END
                        ADD 1 TO WS-ATPC828-LEIDOS
                        PERFORM ATPC828-RESOLVER-CASO
                 END-READ
              END-PERFORM
              CLOSE CBK-CONTRACARGOS
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC828-RESOLVER-CASO
      *----------------------------------------------------------------
       ATPC828-RESOLVER-CASO.
           MOVE ZEROES TO WS-ATPC828-CAS-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC828-CAS-CANT
              IF WS-ATPC828-CAS-CLAVE(WS-I) = CBK-CLAVE
                 MOVE WS-I TO WS-ATPC828-CAS-IDX
                 MOVE WS-ATPC828-CAS-CANT TO WS-I
              END-IF
           END-PERFORM
           IF WS-ATPC828-CAS-IDX = ZEROES
              IF WS-ATPC828-CAS-CANT < WS-ATPC828-CAS-MAX
                 ADD 1 TO WS-ATPC828-CAS-CANT
                 MOVE WS-ATPC828-CAS-CANT TO WS-ATPC828-CAS-IDX
                 MOVE CBK-CLAVE
                   TO WS-ATPC828-CAS-CLAVE(WS-ATPC828-CAS-IDX)
                 MOVE "N"
                   TO WS-ATPC828-CAS-ACREDITADO(WS-ATPC828-CAS-IDX)
                 MOVE SPACES
                   TO WS-ATPC828-CAS-DIS-ESTADO(WS-ATPC828-CAS-IDX)
              ELSE
                 DISPLAY "ATPC828 - AVISO: CONTRAC.DAT excede "
                         WS-ATPC828-CAS-MAX " casos -- caso ["
                         CBK-CLAVE "] descartado"
                 ADD 1 TO WS-ATPC828-DESCARTADOS
              END-IF
           END-IF
           IF WS-ATPC828-CAS-IDX > ZEROES
              MOVE CBK-CODMAR
                TO WS-ATPC828-CAS-CODMAR(WS-ATPC828-CAS-IDX)
              MOVE CBK-CODMOTIVO
                TO WS-ATPC828-CAS-CODMOTIVO(WS-ATPC828-CAS-IDX)
              MOVE CBK-ESTADO
                TO WS-ATPC828-CAS-ESTADO(WS-ATPC828-CAS-IDX)
              IF CBK-ESTADO = "A"
                 MOVE "S"
                   TO WS-ATPC828-CAS-ACREDITADO(WS-ATPC828-CAS-IDX)
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC828-CARGAR-DISPUTAS
      *----------------------------------------------------------------
      * Estado vigente de la disputa de cada caso, para no volver a
      * cerrar una disputa ya cerrada a mano en ATPC979
      *----------------------------------------------------------------
       ATPC828-CARGAR-DISPUTAS.
           OPEN INPUT DIS-DISPUTAS
           IF WS-ATPC828-DIS-STATUS = "00"
              SET WS-ATPC828-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC828-FIN-ENTRADA
                 READ DIS-DISPUTAS
                     AT END
                        SET WS-ATPC828-FIN-ENTRADA TO TRUE
                     NOT AT END
                        PERFORM VARYING WS-I FROM 1 BY 1
                                  UNTIL WS-I > WS-ATPC828-CAS-CANT
                           IF WS-ATPC828-CAS-CLAVE(WS-I) = DIS-CLAVE
                              MOVE DIS-ESTADO
                                TO WS-ATPC828-CAS-DIS-ESTADO(WS-I)
                              MOVE WS-ATPC828-CAS-CANT TO WS-I
                           END-IF
                        END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE DIS-DISPUTAS
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC828-ACREDITAR
      *----------------------------------------------------------------
      * Credito provisorio del caso registrado
      *----------------------------------------------------------------
       ATPC828-ACREDITAR.
           MOVE "A" TO WS-ATPC828-ESTADO-NUEVO
           PERFORM ATPC828-GRABAR-CASO
           MOVE 0 TO WS-ATPC828-INDNORCOR
           PERFORM ATPC828-EMITIR-MOVIMIENTO
           MOVE "S" TO WS-ATPC828-CAS-ACREDITADO(WS-ATPC828-CAS-IDX)
           ADD 1 TO WS-ATPC828-CREDITOS
           ADD WS-ATPC828-CAS-IMPORTEMOV(WS-ATPC828-CAS-IDX)
             TO WS-ATPC828-IMP-CREDITOS
           MOVE "CREDITO PROVISORIO" TO WS-ATPC828-ACCION
           PERFORM ATPC828-INFORMAR-CASO
           .

      *----------------------------------------------------------------
      * Proceso: ATPC828-APLICAR-GANADO
      *----------------------------------------------------------------
      * El credito queda definitivo (se emite si el resultado llego
      * antes que el credito provisorio) y se cierra la disputa
      *----------------------------------------------------------------
       ATPC828-APLICAR-GANADO.
           MOVE "F" TO WS-ATPC828-ESTADO-NUEVO
           PERFORM ATPC828-GRABAR-CASO
           IF WS-ATPC828-CAS-ACREDITADO(WS-ATPC828-CAS-IDX) NOT = "S"
              MOVE 0 TO WS-ATPC828-INDNORCOR
              PERFORM ATPC828-EMITIR-MOVIMIENTO
              ADD 1 TO WS-ATPC828-CREDITOS
              ADD WS-ATPC828-CAS-IMPORTEMOV(WS-ATPC828-CAS-IDX)
                TO WS-ATPC828-IMP-CREDITOS
           END-IF
           ADD 1 TO WS-ATPC828-GANADOS
           PERFORM ATPC828-CERRAR-DISPUTA
           MOVE "GANADO - CREDITO FINAL" TO WS-ATPC828-ACCION
           PERFORM ATPC828-INFORMAR-CASO
           .

      *----------------------------------------------------------------
      * Proceso: ATPC828-APLICAR-PERDIDO
      *----------------------------------------------------------------
      * Revierte el credito provisorio emitido y cierra la disputa
      *----------------------------------------------------------------
       ATPC828-APLICAR-PERDIDO.
           MOVE "V" TO WS-ATPC828-ESTADO-NUEVO
           PERFORM ATPC828-GRABAR-CASO
           IF WS-ATPC828-CAS-ACREDITADO(WS-ATPC828-CAS-IDX) = "S"
              MOVE 1 TO WS-ATPC828-INDNORCOR
              PERFORM ATPC828-EMITIR-MOVIMIENTO
              ADD 1 TO WS-ATPC828-REVERSIONES
              ADD WS-ATPC828-CAS-IMPORTEMOV(WS-ATPC828-CAS-IDX)
                TO WS-ATPC828-IMP-REVERSIONES
           END-IF
           ADD 1 TO WS-ATPC828-PERDIDOS
           PERFORM ATPC828-CERRAR-DISPUTA
           MOVE "PERDIDO - CREDITO REVERT." TO WS-ATPC828-ACCION
           PERFORM ATPC828-INFORMAR-CASO
           .

      *----------------------------------------------------------------
      * Proceso: ATPC828-GRABAR-CASO
      *----------------------------------------------------------------
       ATPC828-GRABAR-CASO.
           INITIALIZE CBK-CONTRACARGOS-REG
           MOVE WS-ATPC828-CAS-CLAVE(WS-ATPC828-CAS-IDX) TO CBK-CLAVE
           MOVE WS-ATPC828-CAS-CODMAR(WS-ATPC828-CAS-IDX)
             TO CBK-CODMAR
           MOVE WS-ATPC828-CAS-CODMOTIVO(WS-ATPC828-CAS-IDX)
             TO CBK-CODMOTIVO
           MOVE WS-ATPC828-ESTADO-NUEVO TO CBK-ESTADO
           MOVE WS-ATPC828-HOY          TO CBK-FECESTADO
           MOVE "ATPC828"               TO CBK-CODOPER
           WRITE CBK-CONTRACARGOS-REG
           MOVE WS-ATPC828-ESTADO-NUEVO
             TO WS-ATPC828-CAS-ESTADO(WS-ATPC828-CAS-IDX)
           .

      *----------------------------------------------------------------
      * Proceso: ATPC828-EMITIR-MOVIMIENTO
      *----------------------------------------------------------------
      * Credito (INDNORCOR 0) o su reversion (INDNORCOR 1) por el
      * importe disputado, para ATPC915
      *----------------------------------------------------------------
       ATPC828-EMITIR-MOVIMIENTO.
           INITIALIZE MOV-SALIDA-REG
           MOVE WS-ATPC828-CAS-CODENT(WS-ATPC828-CAS-IDX)
             TO MOV-SAL-CODENT
           MOVE WS-ATPC828-CAS-CODMAR(WS-ATPC828-CAS-IDX)
             TO MOV-SAL-CODMAR
           MOVE WS-ATPC828-INDTIPT      TO MOV-SAL-INDTIPT
           MOVE WS-ATPC828-TIPOFAC      TO MOV-SAL-TIPOFAC
           MOVE WS-ATPC828-INDNORCOR    TO MOV-SAL-INDNORCOR
           MOVE WS-ATPC828-INDVERT      TO MOV-SAL-INDVERT
           MOVE WS-ATPC828-INDNIVAPL    TO MOV-SAL-INDNIVAPL
           MOVE WS-ATPC828-CODCONECO    TO MOV-SAL-CODCONECO
           MOVE WS-ATPC828-CAS-NUMCUENTA(WS-ATPC828-CAS-IDX)
             TO MOV-SAL-NUMCUENTA
           MOVE WS-ATPC828-CAS-IMPORTEMOV(WS-ATPC828-CAS-IDX)
             TO MOV-SAL-IMPORTE
           MOVE WS-ATPC828-HOY          TO MOV-SAL-FECHA
           MOVE WS-ATPC828-CLAMON       TO MOV-SAL-CLAMON
           WRITE MOV-SALIDA-REG
           .

      *----------------------------------------------------------------
      * Proceso: ATPC828-CERRAR-DISPUTA
      *----------------------------------------------------------------
       ATPC828-CERRAR-DISPUTA.
           IF WS-ATPC828-CAS-DIS-ESTADO(WS-ATPC828-CAS-IDX) = "A"
              INITIALIZE DIS-DISPUTAS-REG
              MOVE WS-ATPC828-CAS-CLAVE(WS-ATPC828-CAS-IDX)
                TO DIS-CLAVE
              MOVE "C"            TO DIS-ESTADO
              MOVE SPACES         TO DIS-FECAPERTURA
              MOVE WS-ATPC828-HOY TO DIS-FECCIERRE
              MOVE "ATPC828"      TO DIS-CODOPER
              WRITE DIS-DISPUTAS-REG
              MOVE "C"
                TO WS-ATPC828-CAS-DIS-ESTADO(WS-ATPC828-CAS-IDX)
              ADD 1 TO WS-ATPC828-CIERRES
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC828-CONTROLAR-PLAZOS
      *----------------------------------------------------------------
      * Vencimientos del caso abierto: contracargo desde la fecha del
      * movimiento y representacion desde el vencimiento anterior
      *----------------------------------------------------------------
       ATPC828-CONTROLAR-PLAZOS.
           PERFORM ATPC828-BUSCAR-PLAZO
           MOVE WS-ATPC828-CAS-FECHAMOV(WS-ATPC828-CAS-IDX)
             TO WS-ATPC828-FECHA-DIV
           PERFORM ATPC828-FECHA-A-SERIE

           EVALUATE TRUE
              WHEN WS-ATPC828-PLZ-IDX = ZEROES
              WHEN WS-ATPC828-SERIE = ZEROES
                 ADD 1 TO WS-ATPC828-SIN-PLAZO
                 INITIALIZE WS-ATPCALE-ENTRADA
                 SET WS-ATPCALE-SEV-ADVERTENCIA TO TRUE
                 MOVE "CONTRACARGO SIN PLAZOS DE LA MARCA PARA EL MOTIVO
      -          " EN CBKPLAZO.DAT O CON FECHA DE MOVIMIENTO INVALIDA"
                   TO WS-ATPCALE-MENSAJE
                 PERFORM ATPC828-ALERTAR
                 MOVE "SIN PLAZO" TO WS-ATPC828-ACCION
                 PERFORM ATPC828-INFORMAR-CASO
              WHEN OTHER
                 COMPUTE WS-ATPC828-VTO-CBK = WS-ATPC828-SERIE
                    + WS-ATPC828-PLZ-DIAS-CBK(WS-ATPC828-PLZ-IDX)
                 COMPUTE WS-ATPC828-VTO-REP = WS-ATPC828-VTO-CBK
                    + WS-ATPC828-PLZ-DIAS-REP(WS-ATPC828-PLZ-IDX)
                 COMPUTE WS-ATPC828-RESTAN =
                    WS-ATPC828-VTO-CBK - WS-ATPC828-SERIE-HOY
                 IF WS-ATPC828-RESTAN < ZEROES
                    COMPUTE WS-ATPC828-RESTAN =
                       WS-ATPC828-VTO-REP - WS-ATPC828-SERIE-HOY
                    IF WS-ATPC828-RESTAN < ZEROES
                       PERFORM ATPC828-AVISAR-VENCIDO
                    ELSE
                       IF WS-ATPC828-RESTAN <=
                          WS-ATPC828-PLZ-DIAS-AVISO(WS-ATPC828-PLZ-IDX)
                          MOVE "REPRESENTACION" TO WS-ATPC828-PLAZO
                          PERFORM ATPC828-AVISAR-VENCIMIENTO
                       END-IF
                    END-IF
                 ELSE
                    IF WS-ATPC828-RESTAN <=
                       WS-ATPC828-PLZ-DIAS-AVISO(WS-ATPC828-PLZ-IDX)
                       MOVE "CONTRACARGO" TO WS-ATPC828-PLAZO
                       PERFORM ATPC828-AVISAR-VENCIMIENTO
                    END-IF
                 END-IF
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC828-BUSCAR-PLAZO
      *----------------------------------------------------------------
      * Fila de la marca para el motivo del caso o, en su defecto, la
      * fila "****" de la marca
      *----------------------------------------------------------------
       ATPC828-BUSCAR-PLAZO.
           MOVE ZEROES TO WS-ATPC828-PLZ-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC828-PLZ-CANT
              IF WS-ATPC828-PLZ-CODMAR(WS-I) =
                 WS-ATPC828-CAS-CODMAR(WS-ATPC828-CAS-IDX)
                 IF WS-ATPC828-PLZ-CODMOTIVO(WS-I) =
                    WS-ATPC828-CAS-CODMOTIVO(WS-ATPC828-CAS-IDX)
                    MOVE WS-I TO WS-ATPC828-PLZ-IDX
                    MOVE WS-ATPC828-PLZ-CANT TO WS-I
                 ELSE
                    IF WS-ATPC828-PLZ-CODMOTIVO(WS-I) = "****"
                    AND WS-ATPC828-PLZ-IDX = ZEROES
                       MOVE WS-I TO WS-ATPC828-PLZ-IDX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC828-AVISAR-VENCIMIENTO
      *----------------------------------------------------------------
      * WS-ATPC828-PLAZO trae el plazo (CONTRACARGO/REPRESENTACION)
      *----------------------------------------------------------------
       ATPC828-AVISAR-VENCIMIENTO.
           ADD 1 TO WS-ATPC828-AVISOS
           MOVE WS-ATPC828-RESTAN TO WS-ATPC828-RESTAN-ED
           INITIALIZE WS-ATPCALE-ENTRADA
           SET WS-ATPCALE-SEV-ADVERTENCIA TO TRUE
           STRING "VENCE EL PLAZO DE "        DELIMITED BY SIZE
                  WS-ATPC828-PLAZO            DELIMITED BY SPACE
                  " DE LA MARCA EN "          DELIMITED BY SIZE
                  WS-ATPC828-RESTAN-ED        DELIMITED BY SIZE
                  " DIAS"                     DELIMITED BY SIZE
             INTO WS-ATPCALE-MENSAJE
           PERFORM ATPC828-ALERTAR
           MOVE SPACES TO WS-ATPC828-ACCION
           STRING "AVISO "                    DELIMITED BY SIZE
                  WS-ATPC828-PLAZO            DELIMITED BY SPACE
                  " "                         DELIMITED BY SIZE
                  WS-ATPC828-RESTAN-ED        DELIMITED BY SIZE
                  " D"                        DELIMITED BY SIZE
             INTO WS-ATPC828-ACCION
           PERFORM ATPC828-INFORMAR-CASO
           .

      *----------------------------------------------------------------
      * Proceso: ATPC828-AVISAR-VENCIDO
      *----------------------------------------------------------------
       ATPC828-AVISAR-VENCIDO.
           ADD 1 TO WS-ATPC828-VENCIDOS
           INITIALIZE WS-ATPCALE-ENTRADA
           SET WS-ATPCALE-SEV-CRITICA TO TRUE
           MOVE "VENCIDO EL PLAZO DE REPRESENTACION DE LA MARCA SIN RESU
      -    "LTADO DEL CONTRACARGO -- ASENTAR EL RESULTADO EN ATPC979"
             TO WS-ATPCALE-MENSAJE
           PERFORM ATPC828-ALERTAR
           MOVE "PLAZO VENCIDO" TO WS-ATPC828-ACCION
           PERFORM ATPC828-INFORMAR-CASO
           .

      *----------------------------------------------------------------
      * Proceso: ATPC828-ALERTAR
      *----------------------------------------------------------------
      * Completa la alerta ya preparada (severidad y mensaje) con el
      * origen y la clave del caso
      *----------------------------------------------------------------
       ATPC828-ALERTAR.
           MOVE "ATPC828" TO WS-ATPCALE-PROGRAMA
           MOVE SPACES    TO WS-ATPCALE-TABLA
           MOVE WS-ATPC828-CAS-CLAVE(WS-ATPC828-CAS-IDX)(1:30)
             TO WS-ATPCALE-CLAVE
           PERFORM ATPCALE-GRABAR-ALERTA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC828-INFORMAR-CASO
      *----------------------------------------------------------------
       ATPC828-INFORMAR-CASO.
           MOVE WS-ATPC828-CAS-IMPORTEMOV(WS-ATPC828-CAS-IDX)
             TO WS-ATPC828-IMPORTE-ED
           MOVE SPACES TO WS-ATPC828-LINEA
           STRING " CODENT ["                 DELIMITED BY SIZE
                  WS-ATPC828-CAS-CODENT(WS-ATPC828-CAS-IDX)
                                              DELIMITED BY SIZE
                  "] CUENTA ["                DELIMITED BY SIZE
                  WS-ATPC828-CAS-NUMCUENTA(WS-ATPC828-CAS-IDX)
                                              DELIMITED BY SIZE
                  "] MOV ["                   DELIMITED BY SIZE
                  WS-ATPC828-CAS-FECHAMOV(WS-ATPC828-CAS-IDX)
                                              DELIMITED BY SIZE
                  "] MARCA ["                 DELIMITED BY SIZE
                  WS-ATPC828-CAS-CODMAR(WS-ATPC828-CAS-IDX)
                                              DELIMITED BY SIZE
                  "] MOTIVO ["                DELIMITED BY SIZE
                  WS-ATPC828-CAS-CODMOTIVO(WS-ATPC828-CAS-IDX)
                                              DELIMITED BY SIZE
                  "] IMPORTE ["               DELIMITED BY SIZE
                  WS-ATPC828-IMPORTE-ED       DELIMITED BY SIZE
                  "] "                        DELIMITED BY SIZE
                  WS-ATPC828-ACCION           DELIMITED BY SIZE
             INTO WS-ATPC828-LINEA
           WRITE RPT-ATPC828-REG FROM WS-ATPC828-LINEA
           DISPLAY WS-ATPC828-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC828-VALIDAR-FECHA
      *----------------------------------------------------------------
      * Valida la forma AAAA-MM-DD de WS-ATPC828-FECHA-DIV
      *----------------------------------------------------------------
       ATPC828-VALIDAR-FECHA.
           SET WS-ATPC828-FECHA-VALIDA TO FALSE
           IF WS-ATPC828-FECHA-DIV(1:4) IS NUMERIC
           AND WS-ATPC828-FD-G1 = "-"
           AND WS-ATPC828-FECHA-DIV(6:2) IS NUMERIC
           AND WS-ATPC828-FD-G2 = "-"
           AND WS-ATPC828-FECHA-DIV(9:2) IS NUMERIC
              IF WS-ATPC828-FD-MM >= 1 AND WS-ATPC828-FD-MM <= 12
              AND WS-ATPC828-FD-DD >= 1 AND WS-ATPC828-FD-DD <= 31
                 SET WS-ATPC828-FECHA-VALIDA TO TRUE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC828-FECHA-A-SERIE
      *----------------------------------------------------------------
      * Dias corridos de WS-ATPC828-FECHA-DIV (cero si es invalida)
      *----------------------------------------------------------------
       ATPC828-FECHA-A-SERIE.
           PERFORM ATPC828-VALIDAR-FECHA
           IF NOT WS-ATPC828-FECHA-VALIDA
              MOVE ZEROES TO WS-ATPC828-SERIE
           ELSE
              COMPUTE WS-ATPC828-ANIOS-PREV = WS-ATPC828-FD-AAAA - 1
              DIVIDE WS-ATPC828-ANIOS-PREV BY 4
                 GIVING WS-ATPC828-BIS4
              DIVIDE WS-ATPC828-ANIOS-PREV BY 100
                 GIVING WS-ATPC828-BIS100
              DIVIDE WS-ATPC828-ANIOS-PREV BY 400
                 GIVING WS-ATPC828-BIS400
              COMPUTE WS-ATPC828-SERIE =
                 WS-ATPC828-ANIOS-PREV * 365
                 + WS-ATPC828-BIS4
                 - WS-ATPC828-BIS100
                 + WS-ATPC828-BIS400
              MOVE WS-ATPC828-FD-MM TO WS-ATPC828-MES-AUX
              ADD WS-ATPC828-DIAS-ACUM(WS-ATPC828-MES-AUX)
                TO WS-ATPC828-SERIE
              ADD WS-ATPC828-FD-DD TO WS-ATPC828-SERIE
              IF WS-ATPC828-FD-MM > 2
                 DIVIDE WS-ATPC828-FD-AAAA BY 4
                    GIVING WS-ATPC828-BIS4
                    REMAINDER WS-ATPC828-REM4
                 DIVIDE WS-ATPC828-FD-AAAA BY 100
                    GIVING WS-ATPC828-BIS100
                    REMAINDER WS-ATPC828-REM100
                 DIVIDE WS-ATPC828-FD-AAAA BY 400
                    GIVING WS-ATPC828-BIS400
                    REMAINDER WS-ATPC828-REM400
                 IF WS-ATPC828-REM4 = ZEROES
                 AND (WS-ATPC828-REM100 NOT = ZEROES
                      OR WS-ATPC828-REM400 = ZEROES)
                    ADD 1 TO WS-ATPC828-SERIE
                 END-IF
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

       COPY "ATPCALE-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
