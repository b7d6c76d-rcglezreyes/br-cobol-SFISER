       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC838.
      *----------------------------------------------------------------
      * Programa batch diario de aviso de vencimiento de promociones
      * de tasa: recorre el registro de promociones PROMOS.DAT (ver
      * ATPCPRO-PRO.cpy, incorporado por ATPC837) y avisa al
      * cliente cuya promocion vigente vence dentro de los proximos
      * 30 dias corridos (vence hoy inclusive) que a partir del dia
      * siguiente al fin su saldo vuelve a devengar a la tasa de la
      * entidad (TACOMINTAD).
      *
      * Cada promocion se avisa una sola vez: la fecha del aviso
      * queda en PRO-FECAVISO y la promocion ya avisada no vuelve a
      * salir aunque la corrida se repita. No se avisa a la cuenta
      * castigada (ATPC800) ni en estado especial (ATPC835); la
      * promocion queda sin marcar. La cuenta o la entidad
      * inexistente y la fecha de fin ilegible se informan como error
      * y dejan la corrida en RC 4.
      *
      * Los avisos salen en PROMAVI.DAT para el proveedor de
      * mensajeria (con el nombre de la entidad y su CODIDIOMA para
      * elegir la plantilla, como RECORDAT.DAT de ATPC980) y en el
      * reporte ATPC838.RPT. El registro se regraba a traves del
      * auxiliar PROMOS.TMP.
      *
      * ATPC838.PRM (opcional, una linea): dias de anticipacion del
      * aviso 9(03); sin el archivo, o con un valor no numerico o en
      * cero, rigen 30 dias.
      *
      * Layout de PROMAVI.DAT: CODENT(4) NUMCUENTA(16) CAMPANA(8)
      * TIPOFAC 9(04) TASA-PROMO 9(03)V9(04) FECFIN(10) DIAS 9(03)
      * TASA-POSTERIOR 9(03)V9(04) CODENTDES(30) CODIDIOMA(1).
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
           SELECT PRM-ATPC838 ASSIGN TO "ATPC838.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC838-PRM-STATUS.
      * Registro de promociones por cuenta -- ver ATPCPRO-PRO.cpy
           SELECT PRO-PROMOCIONES ASSIGN TO "PROMOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC838-PRO-STATUS.
           SELECT TMP-PROMOCIONES ASSIGN TO "PROMOS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC838-TMP-STATUS.
      * Maestro de cuentas -- ver ATPCCTM-CTM.cpy
           SELECT CTM-MAESTRO ASSIGN TO "CTAMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTM-CLAVE
               FILE STATUS IS WS-ATPCCTM-STATUS.
           SELECT AVI-AVISOS ASSIGN TO "PROMAVI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC838-AVI-STATUS.
           SELECT RPT-ATPC838 ASSIGN TO "ATPC838.RPT"
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
       COPY "ATPCPRO-PRO".

       FD  PRM-ATPC838
           RECORDING MODE IS F.
       01  PRM-ATPC838-REG.
           05  PRM-ATPC838-DIAS               PIC X(03).
           05  PRM-ATPC838-DIAS-NUM
               REDEFINES PRM-ATPC838-DIAS     PIC 9(03).

       FD  TMP-PROMOCIONES
           RECORDING MODE IS F.
       01  TMP-PROMOCIONES-REG                PIC X(79).

       FD  AVI-AVISOS
           RECORDING MODE IS F.
       01  AVI-AVISOS-REG.
           05  AVI-CODENT                     PIC X(04).
           05  AVI-NUMCUENTA                  PIC X(16).
           05  AVI-CAMPANA                    PIC X(08).
           05  AVI-TIPOFAC                    PIC 9(04).
           05  AVI-TASA-PROMO                 PIC 9(03)V9(04).
           05  AVI-FECFIN                     PIC X(10).
           05  AVI-DIAS                       PIC 9(03).
           05  AVI-TASA-POSTERIOR             PIC 9(03)V9(04).
           05  AVI-CODENTDES                  PIC X(30).
           05  AVI-CODIDIOMA                  PIC X(01).

       FD  RPT-ATPC838
           RECORDING MODE IS F.
       01  RPT-ATPC838-REG                    PIC X(130).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPC021-WS".
       COPY "ATPCCTM-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".

       77  WS-ATPC838-PRM-STATUS              PIC X(02).
       77  WS-ATPC838-PRO-STATUS              PIC X(02).
       77  WS-ATPC838-TMP-STATUS              PIC X(02).
       77  WS-ATPC838-AVI-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC838-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.
       01  FILLER                             PIC X(01).
           88 WS-ATPC838-FECHA-VALIDA         VALUE "S"
              WHEN SET TO FALSE "N".

      * Dias de anticipacion del aviso (ATPC838.PRM)
       77  WS-ATPC838-ANTICIPACION            PIC 9(03) VALUE 30.

      * Fecha del dia y fecha en conversion a dias corridos
       01  WS-ATPC838-HOY.
           05  WS-ATPC838-HOY-AAAA            PIC 9(04).
           05  WS-ATPC838-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC838-HOY-MM              PIC 9(02).
           05  WS-ATPC838-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC838-HOY-DD              PIC 9(02).
       01  WS-ATPC838-HOY-AMD.
           05  WS-ATPC838-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC838-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC838-HOY-AMD-DD          PIC 9(02).
       01  WS-ATPC838-FECHA-DIV.
           05  WS-ATPC838-FD-AAAA             PIC 9(04).
           05  FILLER                         PIC X(01).
           05  WS-ATPC838-FD-MM               PIC 9(02).
           05  FILLER                         PIC X(01).
           05  WS-ATPC838-FD-DD               PIC 9(02).
       77  WS-ATPC838-SERIE                   PIC S9(09).
       77  WS-ATPC838-SERIE-HOY               PIC S9(09).
       77  WS-ATPC838-ANIOS-PREV              PIC S9(09).
       77  WS-ATPC838-BIS4                    PIC S9(09).
       77  WS-ATPC838-BIS100                  PIC S9(09).
       77  WS-ATPC838-BIS400                  PIC S9(09).
       77  WS-ATPC838-REM4                    PIC S9(09).
       77  WS-ATPC838-REM100                  PIC S9(09).
       77  WS-ATPC838-REM400                  PIC S9(09).
       77  WS-ATPC838-MES-AUX                 PIC 9(02).
       77  WS-ATPC838-DIAS                    PIC S9(09).

      * Dias acumulados al inicio de cada mes (anio no bisiesto)
       01  WS-ATPC838-DIAS-ACUM-DEF.
           05  FILLER  PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  FILLER REDEFINES WS-ATPC838-DIAS-ACUM-DEF.
           05  WS-ATPC838-DIAS-ACUM OCCURS 12 TIMES PIC 9(03).

      * Contadores del resumen final
       77  WS-ATPC838-LEIDAS                  PIC 9(06) VALUE 0.
       77  WS-ATPC838-YA-AVISADAS             PIC 9(06) VALUE 0.
       77  WS-ATPC838-EXCLUIDAS               PIC 9(06) VALUE 0.
       77  WS-ATPC838-AVISOS                  PIC 9(06) VALUE 0.
       77  WS-ATPC838-ERRORES                 PIC 9(06) VALUE 0.

       77  WS-ATPC838-TASA-ED                 PIC ZZ9.9999.
       77  WS-ATPC838-TASA-POST-ED            PIC ZZ9.9999.
       01  WS-ATPC838-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC838-PRINCIPAL
      *----------------------------------------------------------------
       ATPC838-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC838: AVISO DE VENCIMIENTO DE PROMOCIONES DE TASA   -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC838" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC021-CARGAR-ARREGLO
           PERFORM ATPC838-LEER-PARAMETROS

           ACCEPT WS-ATPC838-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC838-HOY-G1 WS-ATPC838-HOY-G2
           MOVE WS-ATPC838-HOY-AMD-AAAA TO WS-ATPC838-HOY-AAAA
           MOVE WS-ATPC838-HOY-AMD-MM   TO WS-ATPC838-HOY-MM
           MOVE WS-ATPC838-HOY-AMD-DD   TO WS-ATPC838-HOY-DD
           MOVE WS-ATPC838-HOY TO WS-ATPC838-FECHA-DIV
           PERFORM ATPC838-FECHA-A-SERIE
           MOVE WS-ATPC838-SERIE TO WS-ATPC838-SERIE-HOY

           OPEN INPUT PRO-PROMOCIONES
           IF WS-ATPC838-PRO-STATUS NOT = "00"
              DISPLAY "ATPC838 - AVISO: sin PROMOS.DAT -- no hay "
                      "promociones registradas"
           ELSE
              PERFORM ATPC838-AVISAR-VENCIMIENTOS
           END-IF

           IF WS-ATPC838-ERRORES > ZEROES
           AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY
           "- ATPC838: AVISO DE VENCIMIENTO FINALIZADO               -"
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
      * Proceso: ATPC838-ABORTAR
      *----------------------------------------------------------------
       ATPC838-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC838-LEER-PARAMETROS
      *----------------------------------------------------------------
       ATPC838-LEER-PARAMETROS.
           OPEN INPUT PRM-ATPC838
           IF WS-ATPC838-PRM-STATUS = "00"
              READ PRM-ATPC838
                  AT END
                     CONTINUE
                  NOT AT END
                     IF PRM-ATPC838-DIAS IS NUMERIC
                     AND PRM-ATPC838-DIAS-NUM > ZEROES
                        MOVE PRM-ATPC838-DIAS-NUM
                          TO WS-ATPC838-ANTICIPACION
                     ELSE
                        ADD 1 TO WS-ATPC838-ERRORES
                        DISPLAY "ATPC838 - AVISO: ATPC838.PRM "
                                "ignorado [" PRM-ATPC838-REG "] -- "
                                "rigen 30 dias"
                     END-IF
              END-READ
              CLOSE PRM-ATPC838
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC838-AVISAR-VENCIMIENTOS
      *----------------------------------------------------------------
      * Recorre PROMOS.DAT (ya abierto) copiandolo al auxiliar con la
      * fecha de aviso marcada y regraba el registro desde alli
      *----------------------------------------------------------------
       ATPC838-AVISAR-VENCIMIENTOS.
           OPEN OUTPUT TMP-PROMOCIONES
           IF WS-ATPC838-TMP-STATUS NOT = "00"
              DISPLAY "ATPC838 - ERROR: no se pudo abrir PROMOS.TMP "
                      "-- FILE STATUS:[" WS-ATPC838-TMP-STATUS "] -- "
                      "corrida abortada"
              CLOSE PRO-PROMOCIONES
              PERFORM ATPC838-ABORTAR
           END-IF
           OPEN OUTPUT AVI-AVISOS
           IF WS-ATPC838-AVI-STATUS NOT = "00"
              DISPLAY "ATPC838 - ERROR: no se pudo abrir PROMAVI.DAT "
                      "-- FILE STATUS:[" WS-ATPC838-AVI-STATUS "] -- "
                      "corrida abortada"
              CLOSE PRO-PROMOCIONES
                    TMP-PROMOCIONES
              PERFORM ATPC838-ABORTAR
           END-IF
           OPEN OUTPUT RPT-ATPC838
           PERFORM ATPCCTM-ABRIR-CONSULTA

           MOVE SPACES TO WS-ATPC838-LINEA
           STRING " PROMOCIONES DE TASA QUE VENCEN EN LOS PROXIMOS "
                                              DELIMITED BY SIZE
                  WS-ATPC838-ANTICIPACION     DELIMITED BY SIZE
                  " DIAS -- FECHA ["          DELIMITED BY SIZE
                  WS-ATPC838-HOY              DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC838-LINEA
           WRITE RPT-ATPC838-REG FROM WS-ATPC838-LINEA
           DISPLAY WS-ATPC838-LINEA
           MOVE SPACES TO WS-ATPC838-LINEA
           WRITE RPT-ATPC838-REG FROM WS-ATPC838-LINEA

           SET WS-ATPC838-FIN-ENTRADA TO FALSE
           PERFORM UNTIL WS-ATPC838-FIN-ENTRADA
              READ PRO-PROMOCIONES
                  AT END
                     SET WS-ATPC838-FIN-ENTRADA TO TRUE
                  NOT AT END
                     ADD 1 TO WS-ATPC838-LEIDAS
                     PERFORM ATPC838-PROCESAR-PROMOCION
                     WRITE TMP-PROMOCIONES-REG
                        FROM PRO-PROMOCIONES-REG
              END-READ
           END-PERFORM
           CLOSE PRO-PROMOCIONES
                 TMP-PROMOCIONES

           OPEN OUTPUT PRO-PROMOCIONES
           OPEN INPUT TMP-PROMOCIONES
           SET WS-ATPC838-FIN-ENTRADA TO FALSE
           PERFORM UNTIL WS-ATPC838-FIN-ENTRADA
              READ TMP-PROMOCIONES
                  AT END
                     SET WS-ATPC838-FIN-ENTRADA TO TRUE
                  NOT AT END
                     WRITE PRO-PROMOCIONES-REG
                        FROM TMP-PROMOCIONES-REG
              END-READ
           END-PERFORM
           CLOSE TMP-PROMOCIONES
                 PRO-PROMOCIONES

           PERFORM ATPC838-RESUMEN-FINAL

           CLOSE AVI-AVISOS
                 RPT-ATPC838
           PERFORM ATPCCTM-CERRAR-CONSULTA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC838-PROCESAR-PROMOCION
      *----------------------------------------------------------------
      * Solo la promocion vigente, sin aviso previo y que vence
      * dentro de la anticipacion es candidata al aviso
      *----------------------------------------------------------------
       ATPC838-PROCESAR-PROMOCION.
           IF PRO-FECAVISO NOT = SPACES
              ADD 1 TO WS-ATPC838-YA-AVISADAS
           ELSE
              IF PRO-FECINI <= WS-ATPC838-HOY
              AND PRO-FECFIN >= WS-ATPC838-HOY
                 PERFORM ATPC838-CALCULAR-DIAS
                 IF WS-ATPC838-FECHA-VALIDA
                 AND WS-ATPC838-DIAS <= WS-ATPC838-ANTICIPACION
                    PERFORM ATPC838-VERIFICAR-CUENTA
                 END-IF
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC838-CALCULAR-DIAS
      *----------------------------------------------------------------
      * Dias corridos de hoy al fin de la promocion; la fecha de fin
      * ilegible deja FECHA-VALIDA en falso y cuenta como error
      *----------------------------------------------------------------
       ATPC838-CALCULAR-DIAS.
           MOVE ZEROES TO WS-ATPC838-DIAS
           SET WS-ATPC838-FECHA-VALIDA TO FALSE
           MOVE PRO-FECFIN TO WS-ATPC838-FECHA-DIV
           IF WS-ATPC838-FD-AAAA IS NUMERIC
           AND WS-ATPC838-FD-MM IS NUMERIC
           AND WS-ATPC838-FD-DD IS NUMERIC
              IF WS-ATPC838-FD-MM >= 1 AND WS-ATPC838-FD-MM <= 12
              AND WS-ATPC838-FD-AAAA > ZEROES
                 SET WS-ATPC838-FECHA-VALIDA TO TRUE
              END-IF
           END-IF
           IF WS-ATPC838-FECHA-VALIDA
              PERFORM ATPC838-FECHA-A-SERIE
              COMPUTE WS-ATPC838-DIAS =
                 WS-ATPC838-SERIE - WS-ATPC838-SERIE-HOY
           ELSE
              ADD 1 TO WS-ATPC838-ERRORES
              DISPLAY "ATPC838 - AVISO: fecha de fin ilegible ["
                      PRO-FECFIN "] en la promocion [" PRO-CODENT
                      "/" PRO-NUMCUENTA "/" PRO-CAMPANA "]"
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC838-VERIFICAR-CUENTA
      *----------------------------------------------------------------
       ATPC838-VERIFICAR-CUENTA.
           MOVE PRO-CODENT    TO WS-ATPCCTM-CODENT
           MOVE PRO-NUMCUENTA TO WS-ATPCCTM-NUMCUENTA
           PERFORM ATPCCTM-CONSULTAR-CUENTA

           INITIALIZE WS-ATPC021
           MOVE PRO-CODENT TO WS-ATPC021-CODENT
           PERFORM ATPC021-BUSCAR-EN-ARREGLO

           EVALUATE TRUE
              WHEN NOT WS-ATPCCTM-RETORNO-OK
                 ADD 1 TO WS-ATPC838-ERRORES
                 DISPLAY "ATPC838 - AVISO: cuenta [" PRO-CODENT "/"
                         PRO-NUMCUENTA "] inexistente en CTAMAE.DAT "
                         "-- campana [" PRO-CAMPANA "] sin aviso"
              WHEN NOT WS-ATPC021-RETORNO-OK
                 ADD 1 TO WS-ATPC838-ERRORES
                 DISPLAY "ATPC838 - AVISO: CODENT=[" PRO-CODENT
                         "] inexistente en ENTIDADES -- campana ["
                         PRO-CAMPANA "] sin aviso"
              WHEN CTM-CASTIGADA
              WHEN CTM-ESPECIAL
                 ADD 1 TO WS-ATPC838-EXCLUIDAS
              WHEN OTHER
                 PERFORM ATPC838-EMITIR-AVISO
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC838-EMITIR-AVISO
      *----------------------------------------------------------------
       ATPC838-EMITIR-AVISO.
           ADD 1 TO WS-ATPC838-AVISOS

           INITIALIZE AVI-AVISOS-REG
           MOVE PRO-CODENT               TO AVI-CODENT
           MOVE PRO-NUMCUENTA            TO AVI-NUMCUENTA
           MOVE PRO-CAMPANA              TO AVI-CAMPANA
           MOVE PRO-TIPOFAC              TO AVI-TIPOFAC
           MOVE PRO-TASA                 TO AVI-TASA-PROMO
           MOVE PRO-FECFIN               TO AVI-FECFIN
           MOVE WS-ATPC838-DIAS          TO AVI-DIAS
           MOVE WS-ATPC021-TACOMINTAD    TO AVI-TASA-POSTERIOR
           MOVE WS-ATPC021-CODENTDES     TO AVI-CODENTDES
           MOVE WS-ATPC021-CODIDIOMA     TO AVI-CODIDIOMA
           WRITE AVI-AVISOS-REG

           MOVE WS-ATPC838-HOY TO PRO-FECAVISO

           MOVE PRO-TASA              TO WS-ATPC838-TASA-ED
           MOVE WS-ATPC021-TACOMINTAD TO WS-ATPC838-TASA-POST-ED
           MOVE SPACES TO WS-ATPC838-LINEA
           STRING " CUENTA ["                 DELIMITED BY SIZE
                  PRO-CODENT                  DELIMITED BY SIZE
                  "/"                         DELIMITED BY SIZE
                  PRO-NUMCUENTA               DELIMITED BY SIZE
                  "] CAMPANA ["               DELIMITED BY SIZE
                  PRO-CAMPANA                 DELIMITED BY SIZE
                  "] TIPOFAC ["               DELIMITED BY SIZE
                  PRO-TIPOFAC                 DELIMITED BY SIZE
                  "] TASA ["                  DELIMITED BY SIZE
                  WS-ATPC838-TASA-ED          DELIMITED BY SIZE
                  "] FIN ["                   DELIMITED BY SIZE
                  PRO-FECFIN                  DELIMITED BY SIZE
                  "] DIAS ["                  DELIMITED BY SIZE
                  AVI-DIAS                    DELIMITED BY SIZE
                  "] LUEGO ["                 DELIMITED BY SIZE
                  WS-ATPC838-TASA-POST-ED     DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC838-LINEA
           WRITE RPT-ATPC838-REG FROM WS-ATPC838-LINEA
           DISPLAY WS-ATPC838-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC838-RESUMEN-FINAL
      *----------------------------------------------------------------
       ATPC838-RESUMEN-FINAL.
           MOVE SPACES TO WS-ATPC838-LINEA
           WRITE RPT-ATPC838-REG FROM WS-ATPC838-LINEA
           MOVE SPACES TO WS-ATPC838-LINEA
           STRING " PROMOCIONES LEIDAS: "     DELIMITED BY SIZE
                  WS-ATPC838-LEIDAS           DELIMITED BY SIZE
                  "  YA AVISADAS: "           DELIMITED BY SIZE
                  WS-ATPC838-YA-AVISADAS      DELIMITED BY SIZE
                  "  AVISOS: "                DELIMITED BY SIZE
                  WS-ATPC838-AVISOS           DELIMITED BY SIZE
                  "  CASTIGADAS O ESPECIALES: " DELIMITED BY SIZE
                  WS-ATPC838-EXCLUIDAS        DELIMITED BY SIZE
                  "  ERRORES: "               DELIMITED BY SIZE
                  WS-ATPC838-ERRORES          DELIMITED BY SIZE
             INTO WS-ATPC838-LINEA
           WRITE RPT-ATPC838-REG FROM WS-ATPC838-LINEA
           DISPLAY WS-ATPC838-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC838-FECHA-A-SERIE
      *----------------------------------------------------------------
      * Convierte la fecha AAAA-MM-DD de WS-ATPC838-FECHA-DIV en un
      * numero de dias corridos (mismo criterio que ATPC820)
      *----------------------------------------------------------------
       ATPC838-FECHA-A-SERIE.
           COMPUTE WS-ATPC838-ANIOS-PREV = WS-ATPC838-FD-AAAA - 1
           DIVIDE WS-ATPC838-ANIOS-PREV BY 4
              GIVING WS-ATPC838-BIS4
           DIVIDE WS-ATPC838-ANIOS-PREV BY 100
              GIVING WS-ATPC838-BIS100
           DIVIDE WS-ATPC838-ANIOS-PREV BY 400
              GIVING WS-ATPC838-BIS400
           COMPUTE WS-ATPC838-SERIE =
              WS-ATPC838-ANIOS-PREV * 365
              + WS-ATPC838-BIS4
              - WS-ATPC838-BIS100
              + WS-ATPC838-BIS400
           MOVE WS-ATPC838-FD-MM TO WS-ATPC838-MES-AUX
           ADD WS-ATPC838-DIAS-ACUM(WS-ATPC838-MES-AUX)
             TO WS-ATPC838-SERIE
           ADD WS-ATPC838-FD-DD TO WS-ATPC838-SERIE
           IF WS-ATPC838-FD-MM > 2
              DIVIDE WS-ATPC838-FD-AAAA BY 4
                 GIVING WS-ATPC838-BIS4
                 REMAINDER WS-ATPC838-REM4
              DIVIDE WS-ATPC838-FD-AAAA BY 100
                 GIVING WS-ATPC838-BIS100
                 REMAINDER WS-ATPC838-REM100
              DIVIDE WS-ATPC838-FD-AAAA BY 400
                 GIVING WS-ATPC838-BIS400
                 REMAINDER WS-ATPC838-REM400
              IF WS-ATPC838-REM4 = ZEROES
              AND (WS-ATPC838-REM100 NOT = ZEROES
                   OR WS-ATPC838-REM400 = ZEROES)
                 ADD 1 TO WS-ATPC838-SERIE
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
       COPY "ATPCCTM-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
