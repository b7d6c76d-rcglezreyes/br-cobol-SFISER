       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC806.
      *----------------------------------------------------------------
      * Programa batch nocturno de carga del maestro indexado de
      * limites de credito LIMCRED.DAT (libreria ATPCLIM): aplica las
      * novedades de limite que envia originacion (LIMNOV.DAT, altas
      * y modificaciones de limite por cuenta) dando de alta la
      * cuenta nueva y regrabando la existente. La marca del ultimo
      * cargo por sobregiro que asienta ATPC807 se conserva al
      * actualizar el limite.
      *
      * Cada novedad se valida antes de grabar; la rechazada se lista
      * en el reporte con su motivo y la corrida termina con RC 4 --
      *  - 01 clave (CODENT o NUMCUENTA) en blanco;
      *  - 02 limite no numerico;
      *  - 03 indicador de tolerancia distinto de N / E (en blanco
      *    se toma N, tolerancia normal de la entidad);
      *  - 04 entidad inexistente en ATPC021.
      * Sin LIMNOV.DAT no hay novedades y el maestro queda como
      * estaba; sin maestro se crea vacio.
      *
      * Layout de LIMNOV.DAT: CODENT(4) NUMCUENTA(16) LIMITE(11, 2
      *  decimales) INDTOLERA(1) FECHA(10, vigencia del limite; en
      *  blanco se toma la fecha de proceso)
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
      * Maestro de limites de credito -- ver ATPCLIM-LIM.cpy
           SELECT LIM-LIMITES ASSIGN TO "LIMCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIM-CLAVE
               FILE STATUS IS WS-ATPCLIM-STATUS.
           SELECT NOV-LIMITES ASSIGN TO "LIMNOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC806-NOV-STATUS.
           SELECT RPT-ATPC806 ASSIGN TO "ATPC806.RPT"
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
       COPY "ATPCLIM-LIM".

       FD  NOV-LIMITES
           RECORDING MODE IS F.
       01  NOV-LIMITES-REG.
           05  NOV-CODENT                     PIC X(04).
           05  NOV-NUMCUENTA                  PIC X(16).
           05  NOV-LIMITE                     PIC 9(09)V99.
           05  NOV-LIMITE-ALF REDEFINES NOV-LIMITE
                                              PIC X(11).
           05  NOV-INDTOLERA                  PIC X(01).
           05  NOV-FECHA                      PIC X(10).

       FD  RPT-ATPC806
           RECORDING MODE IS F.
       01  RPT-ATPC806-REG                    PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPC021-WS".
       COPY "ATPCLIM-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".

       77  WS-ATPC806-NOV-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC806-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.

      * Motivo de rechazo de la novedad en curso (00 = valida)
       01  WS-ATPC806-MOTIVO                  PIC X(02).
           88 WS-ATPC806-NOVEDAD-VALIDA       VALUE "00".
       01  FILLER                             PIC X(01).
           88 WS-ATPC806-ES-ALTA              VALUE "S"
              WHEN SET TO FALSE "N".

      * Fecha del dia en AAAA-MM-DD
       01  WS-ATPC806-HOY.
           05  WS-ATPC806-HOY-AAAA            PIC 9(04).
           05  WS-ATPC806-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC806-HOY-MM              PIC 9(02).
           05  WS-ATPC806-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC806-HOY-DD              PIC 9(02).
       01  WS-ATPC806-HOY-AMD.
           05  WS-ATPC806-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC806-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC806-HOY-AMD-DD          PIC 9(02).

      * Contadores del resumen final
       77  WS-ATPC806-LEIDAS                  PIC 9(06) VALUE 0.
       77  WS-ATPC806-ALTAS                   PIC 9(06) VALUE 0.
       77  WS-ATPC806-MODIFICADAS             PIC 9(06) VALUE 0.
       77  WS-ATPC806-RECHAZADAS              PIC 9(06) VALUE 0.

       77  WS-ATPC806-LIMITE-ED               PIC Z(08)9.99.
       01  WS-ATPC806-LINEA                   PIC X(100).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC806-PRINCIPAL
      *----------------------------------------------------------------
       ATPC806-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC806: CARGA DE LIMITES DE CREDITO                   -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC806" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC021-CARGAR-ARREGLO

           ACCEPT WS-ATPC806-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC806-HOY-G1 WS-ATPC806-HOY-G2
           MOVE WS-ATPC806-HOY-AMD-AAAA TO WS-ATPC806-HOY-AAAA
           MOVE WS-ATPC806-HOY-AMD-MM   TO WS-ATPC806-HOY-MM
           MOVE WS-ATPC806-HOY-AMD-DD   TO WS-ATPC806-HOY-DD

           PERFORM ATPCLIM-ABRIR-ACTUALIZACION
           IF NOT WS-ATPCLIM-DISPONIBLE
              DISPLAY "ATPC806 - ERROR: no se pudo abrir LIMCRED.DAT "
                      "-- corrida abortada"
              MOVE 12 TO RETURN-CODE
              MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
              PERFORM ATPCRUN-FINALIZAR
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-ATPC806
           MOVE SPACES TO WS-ATPC806-LINEA
           STRING " CARGA DE LIMITES DE CREDITO ["
                                              DELIMITED BY SIZE
                  WS-ATPC806-HOY              DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC806-LINEA
           WRITE RPT-ATPC806-REG FROM WS-ATPC806-LINEA

           OPEN INPUT NOV-LIMITES
           IF WS-ATPC806-NOV-STATUS NOT = "00"
              DISPLAY "ATPC806 - AVISO: sin LIMNOV.DAT -- no hay "
                      "novedades de limite para aplicar"
           ELSE
              SET WS-ATPC806-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC806-FIN-ENTRADA
                 READ NOV-LIMITES
                     AT END
                        SET WS-ATPC806-FIN-ENTRADA TO TRUE
                     NOT AT END
                        ADD 1 TO WS-ATPC806-LEIDAS
                        PERFORM ATPC806-APLICAR-NOVEDAD
                 END-READ
              END-PERFORM
              CLOSE NOV-LIMITES
           END-IF

           PERFORM ATPCLIM-CERRAR-CONSULTA

           MOVE SPACES TO WS-ATPC806-LINEA
           STRING " NOVEDADES: "              DELIMITED BY SIZE
                  WS-ATPC806-LEIDAS           DELIMITED BY SIZE
                  "  ALTAS: "                 DELIMITED BY SIZE
                  WS-ATPC806-ALTAS            DELIMITED BY SIZE
                  "  MODIFICADAS: "           DELIMITED BY SIZE
                  WS-ATPC806-MODIFICADAS      DELIMITED BY SIZE
                  "  RECHAZADAS: "            DELIMITED BY SIZE
                  WS-ATPC806-RECHAZADAS       DELIMITED BY SIZE
             INTO WS-ATPC806-LINEA
           WRITE RPT-ATPC806-REG FROM WS-ATPC806-LINEA
           DISPLAY WS-ATPC806-LINEA

           CLOSE RPT-ATPC806

           DISPLAY
           "- ATPC806: CARGA FINALIZADA                               -"
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
      * Proceso: ATPC806-APLICAR-NOVEDAD
      *----------------------------------------------------------------
      * Valida la novedad y la graba sobre el limite vigente de la
      * cuenta, conservando la marca de sobregiro de ATPC807
      *----------------------------------------------------------------
       ATPC806-APLICAR-NOVEDAD.
           PERFORM ATPC806-VALIDAR-NOVEDAD
           IF NOT WS-ATPC806-NOVEDAD-VALIDA
              PERFORM ATPC806-RECHAZAR-NOVEDAD
           ELSE
              MOVE NOV-CODENT    TO WS-ATPCLIM-CODENT
              MOVE NOV-NUMCUENTA TO WS-ATPCLIM-NUMCUENTA
              PERFORM ATPCLIM-CONSULTAR-LIMITE

              MOVE NOV-LIMITE TO LIM-LIMITE
              IF NOV-INDTOLERA = SPACE
                 MOVE "N" TO LIM-INDTOLERA
              ELSE
                 MOVE NOV-INDTOLERA TO LIM-INDTOLERA
              END-IF
              IF NOV-FECHA = SPACES
                 MOVE WS-ATPC806-HOY TO LIM-FECLIMITE
              ELSE
                 MOVE NOV-FECHA TO LIM-FECLIMITE
              END-IF
              MOVE WS-ATPC806-HOY TO LIM-FECACT

              IF WS-ATPCLIM-EXISTE
                 SET WS-ATPC806-ES-ALTA TO FALSE
              ELSE
                 SET WS-ATPC806-ES-ALTA TO TRUE
              END-IF
              PERFORM ATPCLIM-GRABAR-LIMITE

              IF WS-ATPCLIM-RETORNO-OK
                 IF WS-ATPC806-ES-ALTA
                    ADD 1 TO WS-ATPC806-ALTAS
                 ELSE
                    ADD 1 TO WS-ATPC806-MODIFICADAS
                 END-IF
              ELSE
                 DISPLAY "ATPC806 - ALERTA: CODENT=[" NOV-CODENT
                         "] CUENTA=[" NOV-NUMCUENTA "] "
                         WS-ATPCLIM-RETORNO-DESC(1:45)
                         " -- FILE STATUS:[" WS-ATPCLIM-STATUS "]"
                 ADD 1 TO WS-ATPC806-RECHAZADAS
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC806-VALIDAR-NOVEDAD
      *----------------------------------------------------------------
       ATPC806-VALIDAR-NOVEDAD.
           MOVE "00" TO WS-ATPC806-MOTIVO
           EVALUATE TRUE
              WHEN NOV-CODENT = SPACES
              OR   NOV-NUMCUENTA = SPACES
                 MOVE "01" TO WS-ATPC806-MOTIVO
              WHEN NOV-LIMITE-ALF IS NOT NUMERIC
                 MOVE "02" TO WS-ATPC806-MOTIVO
              WHEN NOV-INDTOLERA NOT = SPACE
              AND  NOV-INDTOLERA NOT = "N"
              AND  NOV-INDTOLERA NOT = "E"
                 MOVE "03" TO WS-ATPC806-MOTIVO
              WHEN OTHER
                 INITIALIZE WS-ATPC021
                 MOVE NOV-CODENT TO WS-ATPC021-CODENT
                 PERFORM ATPC021-BUSCAR-EN-ARREGLO
                 IF NOT WS-ATPC021-RETORNO-OK
                    MOVE "04" TO WS-ATPC806-MOTIVO
                 END-IF
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC806-RECHAZAR-NOVEDAD
      *----------------------------------------------------------------
       ATPC806-RECHAZAR-NOVEDAD.
           ADD 1 TO WS-ATPC806-RECHAZADAS
           IF RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF

           MOVE ZEROES TO WS-ATPC806-LIMITE-ED
           IF NOV-LIMITE-ALF IS NUMERIC
              MOVE NOV-LIMITE TO WS-ATPC806-LIMITE-ED
           END-IF
           MOVE SPACES TO WS-ATPC806-LINEA
           STRING " RECHAZADA CODENT ["       DELIMITED BY SIZE
                  NOV-CODENT                  DELIMITED BY SIZE
                  "] CUENTA ["                DELIMITED BY SIZE
                  NOV-NUMCUENTA               DELIMITED BY SIZE
                  "] LIMITE ["                DELIMITED BY SIZE
                  WS-ATPC806-LIMITE-ED        DELIMITED BY SIZE
                  "] TOLERANCIA ["            DELIMITED BY SIZE
                  NOV-INDTOLERA               DELIMITED BY SIZE
                  "] MOTIVO ["                DELIMITED BY SIZE
                  WS-ATPC806-MOTIVO           DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC806-LINEA
           WRITE RPT-ATPC806-REG FROM WS-ATPC806-LINEA
           DISPLAY WS-ATPC806-LINEA
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
       COPY "ATPCLIM-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
