       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC841.
      *----------------------------------------------------------------
      * Programa batch nocturno de carga del maestro indexado de
      * mandatos de debito directo MANDATOS.DAT (libreria ATPCMAN):
      * aplica la novedad de mandatos que envian los bancos
      * (MANNOV.DAT) con las altas y bajas firmadas por los titulares.
      *  - A (alta): graba el mandato ACTIVO de la cuenta con su
      *    cuenta bancaria, referencia, fecha de firma y opcion de
      *    importe; si la cuenta ya tenia mandato (vigente, cancelado
      *    o suspendido) el nuevo lo reemplaza y el contador de
      *    devoluciones por "sin mandato" de ATPC958 vuelve a cero.
      *  - B (baja): deja CANCELADO el mandato de la cuenta; si la
      *    novedad trae referencia debe ser la del mandato vigente.
      * Desde la baja ATPC957 deja de emitir debitos para la cuenta.
      *
      * Cada novedad se valida antes de grabar; la rechazada se lista
      * en el reporte con su motivo y la corrida termina con RC 4 --
      *  - 01 clave (CODENT o NUMCUENTA) en blanco;
      *  - 02 operacion distinta de A / B;
      *  - 03 entidad inexistente en ATPC021;
      *  - 04 alta sin cuenta bancaria, referencia o fecha de firma;
      *  - 05 alta con opcion de importe distinta de M / T / F;
      *  - 06 alta con opcion F sin importe fijo (no numerico o en
      *    cero);
      *  - 07 baja de una cuenta sin mandato;
      *  - 08 baja con referencia distinta de la del mandato.
      * Sin MANNOV.DAT no hay novedades y el maestro queda como
      * estaba; sin maestro se crea vacio.
      *
      * Layout de MANNOV.DAT: OPERACION(1) CODENT(4) NUMCUENTA(16)
      *  CTABANCO(22) REFERENCIA(20) FECFIRMA(10) OPCION(1)
      *  IMPFIJO(11, 2 decimales; solo para la opcion F)
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
      * Maestro de mandatos de debito directo -- ver ATPCMAN-MAN.cpy
           SELECT MAN-MANDATOS ASSIGN TO "MANDATOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAN-CLAVE
               FILE STATUS IS WS-ATPCMAN-STATUS.
           SELECT NOV-MANDATOS ASSIGN TO "MANNOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC841-NOV-STATUS.
           SELECT RPT-ATPC841 ASSIGN TO "ATPC841.RPT"
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
       COPY "ATPCMAN-MAN".

       FD  NOV-MANDATOS
           RECORDING MODE IS F.
       01  NOV-MANDATOS-REG.
           05  NOV-OPERACION                  PIC X(01).
               88  NOV-ES-ALTA                VALUE "A".
               88  NOV-ES-BAJA                VALUE "B".
           05  NOV-CODENT                     PIC X(04).
           05  NOV-NUMCUENTA                  PIC X(16).
           05  NOV-CTABANCO                   PIC X(22).
           05  NOV-REFERENCIA                 PIC X(20).
           05  NOV-FECFIRMA                   PIC X(10).
           05  NOV-OPCION                     PIC X(01).
           05  NOV-IMPFIJO                    PIC 9(09)V99.
           05  NOV-IMPFIJO-ALF REDEFINES NOV-IMPFIJO
                                              PIC X(11).

       FD  RPT-ATPC841
           RECORDING MODE IS F.
       01  RPT-ATPC841-REG                    PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPC021-WS".
       COPY "ATPCMAN-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".

       77  WS-ATPC841-NOV-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC841-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.

      * Motivo de rechazo de la novedad en curso (00 = valida)
       01  WS-ATPC841-MOTIVO                  PIC X(02).
           88 WS-ATPC841-NOVEDAD-VALIDA       VALUE "00".
       01  FILLER                             PIC X(01).
           88 WS-ATPC841-ES-ALTA              VALUE "S"
              WHEN SET TO FALSE "N".

      * Fecha del dia en AAAA-MM-DD
       01  WS-ATPC841-HOY.
           05  WS-ATPC841-HOY-AAAA            PIC 9(04).
           05  WS-ATPC841-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC841-HOY-MM              PIC 9(02).
           05  WS-ATPC841-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC841-HOY-DD              PIC 9(02).
       01  WS-ATPC841-HOY-AMD.
           05  WS-ATPC841-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC841-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC841-HOY-AMD-DD          PIC 9(02).

      * Contadores del resumen final
       77  WS-ATPC841-LEIDAS                  PIC 9(06) VALUE 0.
       77  WS-ATPC841-ALTAS                   PIC 9(06) VALUE 0.
       77  WS-ATPC841-REEMPLAZOS              PIC 9(06) VALUE 0.
       77  WS-ATPC841-BAJAS                   PIC 9(06) VALUE 0.
       77  WS-ATPC841-RECHAZADAS              PIC 9(06) VALUE 0.

       01  WS-ATPC841-LINEA                   PIC X(100).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC841-PRINCIPAL
      *----------------------------------------------------------------
       ATPC841-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC841: CARGA DE MANDATOS DE DEBITO DIRECTO           -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC841" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC021-CARGAR-ARREGLO

           ACCEPT WS-ATPC841-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC841-HOY-G1 WS-ATPC841-HOY-G2
           MOVE WS-ATPC841-HOY-AMD-AAAA TO WS-ATPC841-HOY-AAAA
           MOVE WS-ATPC841-HOY-AMD-MM   TO WS-ATPC841-HOY-MM
           MOVE WS-ATPC841-HOY-AMD-DD   TO WS-ATPC841-HOY-DD

           PERFORM ATPCMAN-ABRIR-ACTUALIZACION
           IF NOT WS-ATPCMAN-DISPONIBLE
              DISPLAY "ATPC841 - ERROR: no se pudo abrir MANDATOS.DAT "
                      "-- corrida abortada"
              MOVE 12 TO RETURN-CODE
              MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
              PERFORM ATPCRUN-FINALIZAR
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-ATPC841
           MOVE SPACES TO WS-ATPC841-LINEA
           STRING " CARGA DE MANDATOS DE DEBITO DIRECTO ["
                                              DELIMITED BY SIZE
                  WS-ATPC841-HOY              DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC841-LINEA
           WRITE RPT-ATPC841-REG FROM WS-ATPC841-LINEA

           OPEN INPUT NOV-MANDATOS
           IF WS-ATPC841-NOV-STATUS NOT = "00"
              DISPLAY "ATPC841 - AVISO: sin MANNOV.DAT -- no hay "
                      "novedades de mandatos para aplicar"
           ELSE
              SET WS-ATPC841-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC841-FIN-ENTRADA
                 READ NOV-MANDATOS
                     AT END
                        SET WS-ATPC841-FIN-ENTRADA TO TRUE
                     NOT AT END
                        ADD 1 TO WS-ATPC841-LEIDAS
                        PERFORM ATPC841-APLICAR-NOVEDAD
                 END-READ
              END-PERFORM
              CLOSE NOV-MANDATOS
           END-IF

           PERFORM ATPCMAN-CERRAR-CONSULTA

           MOVE SPACES TO WS-ATPC841-LINEA
           STRING " NOVEDADES: "              DELIMITED BY SIZE
                  WS-ATPC841-LEIDAS           DELIMITED BY SIZE
                  "  ALTAS: "                 DELIMITED BY SIZE
                  WS-ATPC841-ALTAS            DELIMITED BY SIZE
                  "  REEMPLAZOS: "            DELIMITED BY SIZE
                  WS-ATPC841-REEMPLAZOS       DELIMITED BY SIZE
                  "  BAJAS: "                 DELIMITED BY SIZE
                  WS-ATPC841-BAJAS            DELIMITED BY SIZE
                  "  RECHAZADAS: "            DELIMITED BY SIZE
                  WS-ATPC841-RECHAZADAS       DELIMITED BY SIZE
             INTO WS-ATPC841-LINEA
           WRITE RPT-ATPC841-REG FROM WS-ATPC841-LINEA
           DISPLAY WS-ATPC841-LINEA

           CLOSE RPT-ATPC841

           DISPLAY
           "- ATPC841: CARGA FINALIZADA                               -"
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
      * Proceso: ATPC841-APLICAR-NOVEDAD
      *----------------------------------------------------------------
      * Valida la novedad contra el mandato vigente de la cuenta y
      * graba el alta (o reemplazo) o la baja
      *----------------------------------------------------------------
       ATPC841-APLICAR-NOVEDAD.
           MOVE NOV-CODENT    TO WS-ATPCMAN-CODENT
           MOVE NOV-NUMCUENTA TO WS-ATPCMAN-NUMCUENTA
           PERFORM ATPCMAN-CONSULTAR-MANDATO

           PERFORM ATPC841-VALIDAR-NOVEDAD
           IF NOT WS-ATPC841-NOVEDAD-VALIDA
              PERFORM ATPC841-RECHAZAR-NOVEDAD
           ELSE
              IF NOV-ES-ALTA
                 MOVE NOV-CTABANCO   TO MAN-CTABANCO
                 MOVE NOV-REFERENCIA TO MAN-REFERENCIA
                 MOVE NOV-FECFIRMA   TO MAN-FECFIRMA
                 MOVE NOV-OPCION     TO MAN-OPCION
                 IF MAN-OPC-FIJO
                    MOVE NOV-IMPFIJO TO MAN-IMPFIJO
                 ELSE
                    MOVE ZEROES      TO MAN-IMPFIJO
                 END-IF
                 SET MAN-ACTIVO TO TRUE
                 MOVE ZEROES TO MAN-DEVSINMAN
              ELSE
                 SET MAN-CANCELADO TO TRUE
              END-IF
              MOVE WS-ATPC841-HOY TO MAN-FECESTADO
                                     MAN-FECACT

              IF WS-ATPCMAN-EXISTE
                 SET WS-ATPC841-ES-ALTA TO FALSE
              ELSE
                 SET WS-ATPC841-ES-ALTA TO TRUE
              END-IF
              PERFORM ATPCMAN-GRABAR-MANDATO

              IF WS-ATPCMAN-RETORNO-OK
                 EVALUATE TRUE
                    WHEN NOV-ES-BAJA
                       ADD 1 TO WS-ATPC841-BAJAS
                    WHEN WS-ATPC841-ES-ALTA
                       ADD 1 TO WS-ATPC841-ALTAS
                    WHEN OTHER
                       ADD 1 TO WS-ATPC841-REEMPLAZOS
                 END-EVALUATE
              ELSE
                 DISPLAY "ATPC841 - ALERTA: CODENT=[" NOV-CODENT
                         "] CUENTA=[" NOV-NUMCUENTA "] "
                         WS-ATPCMAN-RETORNO-DESC(1:45)
                         " -- FILE STATUS:[" WS-ATPCMAN-STATUS "]"
                 ADD 1 TO WS-ATPC841-RECHAZADAS
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC841-VALIDAR-NOVEDAD
      *----------------------------------------------------------------
      * Requiere el mandato de la cuenta ya consultado (la baja se
      * valida contra el)
      *----------------------------------------------------------------
       ATPC841-VALIDAR-NOVEDAD.
           MOVE "00" TO WS-ATPC841-MOTIVO
           EVALUATE TRUE
              WHEN NOV-CODENT = SPACES
              OR   NOV-NUMCUENTA = SPACES
                 MOVE "01" TO WS-ATPC841-MOTIVO
              WHEN NOT NOV-ES-ALTA
              AND  NOT NOV-ES-BAJA
                 MOVE "02" TO WS-ATPC841-MOTIVO
              WHEN OTHER
                 INITIALIZE WS-ATPC021
                 MOVE NOV-CODENT TO WS-ATPC021-CODENT
                 PERFORM ATPC021-BUSCAR-EN-ARREGLO
                 IF NOT WS-ATPC021-RETORNO-OK
                    MOVE "03" TO WS-ATPC841-MOTIVO
                 END-IF
           END-EVALUATE

           IF WS-ATPC841-NOVEDAD-VALIDA
           AND NOV-ES-ALTA
              EVALUATE TRUE
                 WHEN NOV-CTABANCO = SPACES
                 OR   NOV-REFERENCIA = SPACES
                 OR   NOV-FECFIRMA = SPACES
                    MOVE "04" TO WS-ATPC841-MOTIVO
                 WHEN NOV-OPCION NOT = "M"
                 AND  NOV-OPCION NOT = "T"
                 AND  NOV-OPCION NOT = "F"
                    MOVE "05" TO WS-ATPC841-MOTIVO
                 WHEN NOV-OPCION = "F"
                 AND  NOV-IMPFIJO-ALF IS NOT NUMERIC
                    MOVE "06" TO WS-ATPC841-MOTIVO
                 WHEN NOV-OPCION = "F"
                 AND  NOV-IMPFIJO = ZEROES
                    MOVE "06" TO WS-ATPC841-MOTIVO
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF

           IF WS-ATPC841-NOVEDAD-VALIDA
           AND NOV-ES-BAJA
              EVALUATE TRUE
                 WHEN NOT WS-ATPCMAN-EXISTE
                    MOVE "07" TO WS-ATPC841-MOTIVO
                 WHEN NOV-REFERENCIA NOT = SPACES
                 AND  NOV-REFERENCIA NOT = MAN-REFERENCIA
                    MOVE "08" TO WS-ATPC841-MOTIVO
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC841-RECHAZAR-NOVEDAD
      *----------------------------------------------------------------
       ATPC841-RECHAZAR-NOVEDAD.
           ADD 1 TO WS-ATPC841-RECHAZADAS
           IF RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF

           MOVE SPACES TO WS-ATPC841-LINEA
           STRING " RECHAZADA OPERACION ["    DELIMITED BY SIZE
                  NOV-OPERACION               DELIMITED BY SIZE
                  "] CODENT ["                DELIMITED BY SIZE
                  NOV-CODENT                  DELIMITED BY SIZE
                  "] CUENTA ["                DELIMITED BY SIZE
                  NOV-NUMCUENTA               DELIMITED BY SIZE
                  "] REFERENCIA ["            DELIMITED BY SIZE
                  NOV-REFERENCIA              DELIMITED BY SIZE
                  "] MOTIVO ["                DELIMITED BY SIZE
                  WS-ATPC841-MOTIVO           DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC841-LINEA
           WRITE RPT-ATPC841-REG FROM WS-ATPC841-LINEA
           DISPLAY WS-ATPC841-LINEA
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
       COPY "ATPCMAN-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
