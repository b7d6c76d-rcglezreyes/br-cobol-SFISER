       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC810.
      *----------------------------------------------------------------
      * Programa batch mensual de emision de cuotas de los planes de
      * compra en cuotas (PLANCUO.DAT, ver ATPCPLN-PLN.cpy): por cada
      * plan abierto emite la cuota del mes como un movimiento en el
      * layout de MOVFACT.DAT, agregado al final de MOVFACT.DAT para
      * que lo facture ATPC915 (corre antes que ATPC915 y despues de
      * ATPC809).
      *
      * La cuota sale con los datos de facturacion de la compra de
      * origen (marca, tipo de tarjeta, concepto economico, moneda)
      * salvo el TIPOFAC, que se toma de ATPC810.PRM (primera linea,
      * TIPOFAC 9(04)): el tipo de factura de la cuota no puede ser
      * uno marcado INDCOMPCUO, porque ATPC809 la volveria a partir
      * en cuotas. La entidad sin ese TIPOFAC en ATPC044, o que lo
      * tiene marcado INDCOMPCUO, no emite cuotas y la corrida
      * termina con RC 4.
      *
      * Cada plan emite a lo sumo una cuota por mes (PLN-PERULTCUO):
      * la corrida repetida en el mismo mes no vuelve a emitir. La
      * ultima cuota emite el saldo que queda y termina el plan. El
      * plan anticipado por un prepago (ATPC963) emite todo su saldo
      * en la primera corrida, haya emitido o no cuota en el mes, y
      * queda precancelado. El
      * plan se actualiza antes de emitir la cuota; si no se puede
      * actualizar la cuota no se emite (RC 4). Sin ATPC810.PRM, sin
      * PLANCUO.DAT o sin poder extender MOVFACT.DAT la corrida
      * termina con RC 12.
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
           SELECT PRM-ATPC810 ASSIGN TO "ATPC810.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC810-PRM-STATUS.
      * Maestro de planes de compra en cuotas -- ver ATPCPLN-PLN.cpy
           SELECT PLN-PLANES ASSIGN TO "PLANCUO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-CLAVE
               FILE STATUS IS WS-ATPCPLN-STATUS.
           SELECT MOV-SALIDA ASSIGN TO "MOVFACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC810-MOV-STATUS.
           SELECT RPT-ATPC810 ASSIGN TO "ATPC810.RPT"
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
       COPY "ATPCPLN-PLN".

       FD  PRM-ATPC810
           RECORDING MODE IS F.
       01  PRM-ATPC810-REG.
           05  PRM-ATPC810-TIPOFAC            PIC X(04).

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

       FD  RPT-ATPC810
           RECORDING MODE IS F.
       01  RPT-ATPC810-REG                    PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPC044-WS".
       COPY "ATPC096-WS".
       COPY "ATPCPLN-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".

       77  WS-ATPC810-PRM-STATUS              PIC X(02).
       77  WS-ATPC810-MOV-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC810-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.

      * Tipo de factura de la cuota (ATPC810.PRM)
       77  WS-ATPC810-TIPOFAC                 PIC 9(04) VALUE 0.
       01  FILLER                             PIC X(01).
           88 WS-ATPC810-PRM-OK               VALUE "S"
              WHEN SET TO FALSE "N".

      * Corte por entidad: la entidad admite el TIPOFAC de la cuota
       01  WS-ATPC810-ENT-ANT                 PIC X(04).
       01  FILLER                             PIC X(01).
           88 WS-ATPC810-ENT-VALIDA           VALUE "S"
              WHEN SET TO FALSE "N".

      * Cuota del plan en curso
       77  WS-ATPC810-IMPORTE                 PIC 9(09)V99.

      * Fecha del dia en AAAA-MM-DD y periodo AAAA-MM
       01  WS-ATPC810-HOY.
           05  WS-ATPC810-HOY-AAAA            PIC 9(04).
           05  WS-ATPC810-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC810-HOY-MM              PIC 9(02).
           05  WS-ATPC810-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC810-HOY-DD              PIC 9(02).
       01  WS-ATPC810-HOY-AMD.
           05  WS-ATPC810-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC810-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC810-HOY-AMD-DD          PIC 9(02).
       77  WS-ATPC810-PERIODO                 PIC X(07).

      * Contadores del resumen final
       77  WS-ATPC810-ABIERTOS                PIC 9(07) VALUE 0.
       77  WS-ATPC810-EMITIDAS                PIC 9(07) VALUE 0.
       77  WS-ATPC810-EMITIDAS-IMPORTE        PIC 9(12)V99 VALUE 0.
       77  WS-ATPC810-TERMINADOS              PIC 9(07) VALUE 0.
       77  WS-ATPC810-ANTICIPADOS             PIC 9(07) VALUE 0.
       77  WS-ATPC810-YA-EMITIDAS             PIC 9(07) VALUE 0.
       77  WS-ATPC810-ERRORES                 PIC 9(07) VALUE 0.

       01  WS-ATPC810-LINEA                   PIC X(100).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC810-PRINCIPAL
      *----------------------------------------------------------------
       ATPC810-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC810: EMISION MENSUAL DE CUOTAS                     -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC810" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPC810-LEER-PARAMETROS
           IF NOT WS-ATPC810-PRM-OK
              DISPLAY "ATPC810 - ERROR: falta ATPC810.PRM con el "
                      "TIPOFAC de la cuota -- corrida abortada"
              PERFORM ATPC810-ABORTAR
           END-IF

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC044-CARGAR-ARREGLO
           PERFORM ATPC096-CARGAR-ARREGLO

           ACCEPT WS-ATPC810-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC810-HOY-G1 WS-ATPC810-HOY-G2
           MOVE WS-ATPC810-HOY-AMD-AAAA TO WS-ATPC810-HOY-AAAA
           MOVE WS-ATPC810-HOY-AMD-MM   TO WS-ATPC810-HOY-MM
           MOVE WS-ATPC810-HOY-AMD-DD   TO WS-ATPC810-HOY-DD
           MOVE WS-ATPC810-HOY(1:7)     TO WS-ATPC810-PERIODO

           PERFORM ATPCPLN-ABRIR-ACTUALIZACION
           IF NOT WS-ATPCPLN-DISPONIBLE
              DISPLAY "ATPC810 - ERROR: sin PLANCUO.DAT no hay "
                      "planes que emitir -- corrida abortada"
              PERFORM ATPC810-ABORTAR
           END-IF

           OPEN EXTEND MOV-SALIDA
           IF WS-ATPC810-MOV-STATUS = "35"
              OPEN OUTPUT MOV-SALIDA
           END-IF
           IF WS-ATPC810-MOV-STATUS NOT = "00"
              DISPLAY "ATPC810 - ERROR: no se pudo extender "
                      "MOVFACT.DAT -- FILE STATUS:["
                      WS-ATPC810-MOV-STATUS "]"
              PERFORM ATPCPLN-CERRAR-CONSULTA
              PERFORM ATPC810-ABORTAR
           END-IF

           OPEN OUTPUT RPT-ATPC810

           MOVE SPACES TO WS-ATPC810-ENT-ANT
           MOVE LOW-VALUES TO PLN-CLAVE
           SET WS-ATPC810-FIN-ENTRADA TO FALSE
           START PLN-PLANES KEY NOT LESS THAN PLN-CLAVE
               INVALID KEY
                  SET WS-ATPC810-FIN-ENTRADA TO TRUE
           END-START
           PERFORM UNTIL WS-ATPC810-FIN-ENTRADA
              READ PLN-PLANES NEXT RECORD
                  AT END
                     SET WS-ATPC810-FIN-ENTRADA TO TRUE
                  NOT AT END
                     IF PLN-CON-SALDO
                        PERFORM ATPC810-PROCESAR-PLAN
                     END-IF
              END-READ
           END-PERFORM

           PERFORM ATPC810-EMITIR-RESUMEN

           CLOSE MOV-SALIDA
                 RPT-ATPC810
           PERFORM ATPCPLN-CERRAR-CONSULTA

           DISPLAY
           "- ATPC810: EMISION DE CUOTAS FINALIZADA                   -"
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
      * Proceso: ATPC810-ABORTAR
      *----------------------------------------------------------------
       ATPC810-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC810-LEER-PARAMETROS
      *----------------------------------------------------------------
       ATPC810-LEER-PARAMETROS.
           SET WS-ATPC810-PRM-OK TO FALSE
           OPEN INPUT PRM-ATPC810
           IF WS-ATPC810-PRM-STATUS = "00"
              READ PRM-ATPC810
                  AT END
                     CONTINUE
                  NOT AT END
                     IF PRM-ATPC810-TIPOFAC IS NUMERIC
                        MOVE PRM-ATPC810-TIPOFAC TO WS-ATPC810-TIPOFAC
                        SET WS-ATPC810-PRM-OK TO TRUE
                     END-IF
              END-READ
              CLOSE PRM-ATPC810
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC810-PROCESAR-PLAN
      *----------------------------------------------------------------
       ATPC810-PROCESAR-PLAN.
           ADD 1 TO WS-ATPC810-ABIERTOS
           IF PLN-CODENT NOT = WS-ATPC810-ENT-ANT
              PERFORM ATPC810-ABRIR-ENTIDAD
           END-IF

           EVALUATE TRUE
              WHEN PLN-PERULTCUO = WS-ATPC810-PERIODO
              AND PLN-ABIERTO
                 ADD 1 TO WS-ATPC810-YA-EMITIDAS
              WHEN NOT WS-ATPC810-ENT-VALIDA
                 ADD 1 TO WS-ATPC810-ERRORES
              WHEN OTHER
                 PERFORM ATPC810-EMITIR-CUOTA
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC810-EMITIR-CUOTA
      *----------------------------------------------------------------
       ATPC810-EMITIR-CUOTA.
           ADD 1 TO PLN-CUOTASEMI
           EVALUATE TRUE
              WHEN PLN-ANTICIPADO
                 MOVE PLN-SALDO TO WS-ATPC810-IMPORTE
                 SET PLN-PRECANCELADO TO TRUE
                 MOVE WS-ATPC810-HOY TO PLN-FECCIERRE
              WHEN PLN-CUOTASEMI NOT < PLN-NUMCUOTAS
              OR PLN-IMPCUOTA NOT < PLN-SALDO
                 MOVE PLN-SALDO TO WS-ATPC810-IMPORTE
                 SET PLN-TERMINADO TO TRUE
                 MOVE WS-ATPC810-HOY TO PLN-FECCIERRE
              WHEN OTHER
                 MOVE PLN-IMPCUOTA TO WS-ATPC810-IMPORTE
           END-EVALUATE
           SUBTRACT WS-ATPC810-IMPORTE FROM PLN-SALDO
           MOVE WS-ATPC810-PERIODO TO PLN-PERULTCUO
           MOVE WS-ATPC810-HOY     TO PLN-FECULTCUO
           PERFORM ATPCPLN-REGRABAR-PLAN
           IF NOT WS-ATPCPLN-RETORNO-OK
              ADD 1 TO WS-ATPC810-ERRORES
              DISPLAY "ATPC810 - ALERTA: plan " PLN-CODENT "/"
                      PLN-NUMCUENTA "/" PLN-NUMPLAN " "
                      WS-ATPCPLN-RETORNO-DESC(1:50)
                      " -- cuota no emitida"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              PERFORM ATPC810-GRABAR-CUOTA
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC810-GRABAR-CUOTA
      *----------------------------------------------------------------
       ATPC810-GRABAR-CUOTA.
           INITIALIZE MOV-SALIDA-REG
           MOVE PLN-CODENT         TO MOV-SAL-CODENT
           MOVE PLN-CODMAR         TO MOV-SAL-CODMAR
           MOVE PLN-INDTIPT        TO MOV-SAL-INDTIPT
           MOVE WS-ATPC810-TIPOFAC TO MOV-SAL-TIPOFAC
           MOVE 1                  TO MOV-SAL-INDNORCOR
           MOVE PLN-INDVERT        TO MOV-SAL-INDVERT
           MOVE PLN-INDNIVAPL      TO MOV-SAL-INDNIVAPL
           MOVE PLN-CODCONECO      TO MOV-SAL-CODCONECO
           MOVE PLN-NUMCUENTA      TO MOV-SAL-NUMCUENTA
           MOVE WS-ATPC810-IMPORTE TO MOV-SAL-IMPORTE
           MOVE WS-ATPC810-HOY     TO MOV-SAL-FECHA
           MOVE PLN-CLAMON         TO MOV-SAL-CLAMON
           WRITE MOV-SALIDA-REG

           ADD 1 TO WS-ATPC810-EMITIDAS
           ADD WS-ATPC810-IMPORTE TO WS-ATPC810-EMITIDAS-IMPORTE
           EVALUATE TRUE
              WHEN PLN-TERMINADO
                 ADD 1 TO WS-ATPC810-TERMINADOS
              WHEN PLN-PRECANCELADO
                 ADD 1 TO WS-ATPC810-ANTICIPADOS
           END-EVALUATE

           MOVE SPACES TO WS-ATPC810-LINEA
           STRING " PLAN "                    DELIMITED BY SIZE
                  PLN-CODENT                  DELIMITED BY SIZE
                  "/"                         DELIMITED BY SIZE
                  PLN-NUMCUENTA               DELIMITED BY SIZE
                  "/"                         DELIMITED BY SIZE
                  PLN-NUMPLAN                 DELIMITED BY SIZE
                  " CUOTA "                   DELIMITED BY SIZE
                  PLN-CUOTASEMI               DELIMITED BY SIZE
                  "/"                         DELIMITED BY SIZE
                  PLN-NUMCUOTAS               DELIMITED BY SIZE
                  " IMPORTE "                 DELIMITED BY SIZE
                  WS-ATPC810-IMPORTE          DELIMITED BY SIZE
                  " SALDO "                   DELIMITED BY SIZE
                  PLN-SALDO                   DELIMITED BY SIZE
             INTO WS-ATPC810-LINEA
           WRITE RPT-ATPC810-REG FROM WS-ATPC810-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC810-ABRIR-ENTIDAD
      *----------------------------------------------------------------
      * El TIPOFAC de la cuota debe existir en ATPC044 para la
      * entidad y no estar marcado como compra en cuotas
      *----------------------------------------------------------------
       ATPC810-ABRIR-ENTIDAD.
           MOVE PLN-CODENT TO WS-ATPC810-ENT-ANT
           SET WS-ATPC810-ENT-VALIDA TO FALSE
           INITIALIZE WS-ATPC044
           MOVE PLN-CODENT         TO WS-ATPC044-CODENT
           MOVE WS-ATPC810-TIPOFAC TO WS-ATPC044-TIPOFAC
           MOVE 1                  TO WS-ATPC044-INDNORCOR
           PERFORM ATPC044-BUSCAR-EN-ARREGLO
           IF WS-ATPC044-RETORNO-OK
           AND WS-ATPC044-INDCOMPCUO NOT = "S"
              SET WS-ATPC810-ENT-VALIDA TO TRUE
           ELSE
              DISPLAY "ATPC810 - ALERTA: CODENT=[" PLN-CODENT
                      "] TIPOFAC=[" WS-ATPC810-TIPOFAC "] inexistente "
                      "en ATPC044 o marcado INDCOMPCUO -- la entidad "
                      "no emite cuotas"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC810-EMITIR-RESUMEN
      *----------------------------------------------------------------
       ATPC810-EMITIR-RESUMEN.
           MOVE SPACES TO WS-ATPC810-LINEA
           STRING " PERIODO [" DELIMITED BY SIZE
                  WS-ATPC810-PERIODO          DELIMITED BY SIZE
                  "]  PLANES ABIERTOS: "      DELIMITED BY SIZE
                  WS-ATPC810-ABIERTOS         DELIMITED BY SIZE
                  "  YA EMITIDOS EN EL MES: " DELIMITED BY SIZE
                  WS-ATPC810-YA-EMITIDAS      DELIMITED BY SIZE
                  "  PRECANCELADOS: "         DELIMITED BY SIZE
                  WS-ATPC810-ANTICIPADOS      DELIMITED BY SIZE
             INTO WS-ATPC810-LINEA
           WRITE RPT-ATPC810-REG FROM WS-ATPC810-LINEA
           DISPLAY WS-ATPC810-LINEA

           MOVE SPACES TO WS-ATPC810-LINEA
           STRING " CUOTAS EMITIDAS: "        DELIMITED BY SIZE
                  WS-ATPC810-EMITIDAS         DELIMITED BY SIZE
                  "  IMPORTE: "               DELIMITED BY SIZE
                  WS-ATPC810-EMITIDAS-IMPORTE DELIMITED BY SIZE
                  "  PLANES TERMINADOS: "     DELIMITED BY SIZE
                  WS-ATPC810-TERMINADOS       DELIMITED BY SIZE
                  "  ERRORES: "               DELIMITED BY SIZE
                  WS-ATPC810-ERRORES          DELIMITED BY SIZE
             INTO WS-ATPC810-LINEA
           WRITE RPT-ATPC810-REG FROM WS-ATPC810-LINEA
           DISPLAY WS-ATPC810-LINEA
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

       COPY "ATPC044-PR".
       COPY "ATPC096-PR".
       COPY "ATPCPLN-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
