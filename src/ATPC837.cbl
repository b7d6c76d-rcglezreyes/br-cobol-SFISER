       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC837.
      *----------------------------------------------------------------
      * Programa batch de incorporacion de promociones de tasa por
      * cuenta: lee el archivo de campanas PROMING.DAT que entrega el
      * area comercial (una linea por cuenta promocionada) y lo
      * incorpora al registro de promociones PROMOS.DAT -- ver
      * ATPCPRO-PRO.cpy -- que el devengamiento diario ATPC951 aplica
      * mientras la promocion esta vigente.
      *
      * Cada linea se valida antes de incorporarse; la rechazada sale
      * en el reporte ATPC837.RPT con su motivo y deja la corrida en
      * RC 4:
      *  - la cuenta existe en el maestro CTAMAE.DAT y no esta
      *    castigada (ATPC800) ni en estado especial (ATPC835);
      *  - la campana viene informada y el TIPOFAC es numerico y
      *    mayor a cero;
      *  - la tasa es numerica;
      *  - las fechas de inicio y fin son AAAA-MM-DD validas, el fin
      *    no es anterior al inicio y la promocion no esta vencida;
      *  - la cuenta no tiene ya registrada la misma campana (la
      *    correccion de una campana se hace dando de baja la linea
      *    en PROMOS.DAT antes de reenviarla).
      *
      * Al cargar el registro se depuran las promociones cuyo fin ya
      * paso: ATPC951 no las aplica y el interes que resignaron queda
      * en PROMDEV.DAT para el reporte por campana ATPC839. Sin el
      * maestro de cuentas o con el registro por encima de la
      * capacidad del arreglo la corrida aborta sin tocar PROMOS.DAT.
      *
      * Layout de PROMING.DAT: CODENT(4) NUMCUENTA(16) CAMPANA(8)
      * TIPOFAC 9(04) TASA 9(03)V9(04) FECINI(10) FECFIN(10).
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
           SELECT ING-CAMPANAS ASSIGN TO "PROMING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC837-ING-STATUS.
      * Registro de promociones por cuenta -- ver ATPCPRO-PRO.cpy
           SELECT PRO-PROMOCIONES ASSIGN TO "PROMOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC837-PRO-STATUS.
      * Maestro de cuentas -- ver ATPCCTM-CTM.cpy
           SELECT CTM-MAESTRO ASSIGN TO "CTAMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTM-CLAVE
               FILE STATUS IS WS-ATPCCTM-STATUS.
           SELECT RPT-ATPC837 ASSIGN TO "ATPC837.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Requerido por la fila de control compartida -- ver
      * ATPCCTL-CTL.cpy
           SELECT CTL-CARGAS ASSIGN TO "ATPCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCCTL-STATUS.
      * Requerido por la bitacora de auditoria persistente -- ver
      * ATPCAUD-AUD.cpy
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

       FD  ING-CAMPANAS
           RECORDING MODE IS F.
       01  ING-CAMPANAS-REG.
           05  ING-CODENT                     PIC X(04).
           05  ING-NUMCUENTA                  PIC X(16).
           05  ING-CAMPANA                    PIC X(08).
           05  ING-TIPOFAC                    PIC X(04).
           05  ING-TIPOFAC-NUM
               REDEFINES ING-TIPOFAC          PIC 9(04).
           05  ING-TASA                       PIC X(07).
           05  ING-TASA-NUM
               REDEFINES ING-TASA             PIC 9(03)V9(04).
           05  ING-FECINI                     PIC X(10).
           05  ING-FECFIN                     PIC X(10).

       FD  RPT-ATPC837
           RECORDING MODE IS F.
       01  RPT-ATPC837-REG                    PIC X(130).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPCCTM-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".

       77  WS-ATPC837-ING-STATUS              PIC X(02).
       77  WS-ATPC837-PRO-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC837-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.
       01  FILLER                             PIC X(01).
           88 WS-ATPC837-FECHA-VALIDA         VALUE "S"
              WHEN SET TO FALSE "N".

      * Fecha del dia en AAAA-MM-DD
       01  WS-ATPC837-HOY.
           05  WS-ATPC837-HOY-AAAA            PIC 9(04).
           05  WS-ATPC837-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC837-HOY-MM              PIC 9(02).
           05  WS-ATPC837-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC837-HOY-DD              PIC 9(02).
       01  WS-ATPC837-HOY-AMD.
           05  WS-ATPC837-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC837-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC837-HOY-AMD-DD          PIC 9(02).

      * Fecha en validacion
       01  WS-ATPC837-FECHA.
           05  WS-ATPC837-FE-AAAA             PIC X(04).
           05  WS-ATPC837-FE-G1               PIC X(01).
           05  WS-ATPC837-FE-MM               PIC X(02).
           05  WS-ATPC837-FE-MM-NUM
               REDEFINES WS-ATPC837-FE-MM     PIC 9(02).
           05  WS-ATPC837-FE-G2               PIC X(01).
           05  WS-ATPC837-FE-DD               PIC X(02).
           05  WS-ATPC837-FE-DD-NUM
               REDEFINES WS-ATPC837-FE-DD     PIC 9(02).

      * Registro de promociones en memoria (PROMOS.DAT mas lo
      * incorporado en la corrida)
       78  WS-ATPC837-PRO-MAX                 VALUE 5000.
       77  WS-ATPC837-PRO-CANT                PIC 9(04) VALUE 0.
       01  WS-ATPC837-PROMOCIONES.
           05  WS-ATPC837-PRO OCCURS 5000 TIMES
                                              PIC X(79).

      * Motivo de rechazo de la linea en curso
       77  WS-ATPC837-MOTIVO                  PIC X(40).

      * Contadores del resumen final
       77  WS-ATPC837-EXISTENTES              PIC 9(06) VALUE 0.
       77  WS-ATPC837-DEPURADAS               PIC 9(06) VALUE 0.
       77  WS-ATPC837-LEIDAS                  PIC 9(06) VALUE 0.
       77  WS-ATPC837-INCORPORADAS            PIC 9(06) VALUE 0.
       77  WS-ATPC837-RECHAZADAS              PIC 9(06) VALUE 0.

       01  WS-ATPC837-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC837-PRINCIPAL
      *----------------------------------------------------------------
       ATPC837-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC837: INCORPORACION DE PROMOCIONES DE TASA          -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC837" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL

           ACCEPT WS-ATPC837-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC837-HOY-G1 WS-ATPC837-HOY-G2
           MOVE WS-ATPC837-HOY-AMD-AAAA TO WS-ATPC837-HOY-AAAA
           MOVE WS-ATPC837-HOY-AMD-MM   TO WS-ATPC837-HOY-MM
           MOVE WS-ATPC837-HOY-AMD-DD   TO WS-ATPC837-HOY-DD

           PERFORM ATPCCTM-ABRIR-CONSULTA
           IF NOT WS-ATPCCTM-DISPONIBLE
              DISPLAY "ATPC837 - ERROR: no se pudo abrir CTAMAE.DAT "
                      "-- FILE STATUS:[" WS-ATPCCTM-STATUS "] -- "
                      "corrida abortada"
              PERFORM ATPC837-ABORTAR
           END-IF

           PERFORM ATPC837-CARGAR-REGISTRO

           OPEN OUTPUT RPT-ATPC837
           MOVE SPACES TO WS-ATPC837-LINEA
           STRING " INCORPORACION DE PROMOCIONES DE TASA -- FECHA ["
                                              DELIMITED BY SIZE
                  WS-ATPC837-HOY              DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC837-LINEA
           WRITE RPT-ATPC837-REG FROM WS-ATPC837-LINEA
           DISPLAY WS-ATPC837-LINEA
           MOVE SPACES TO WS-ATPC837-LINEA
           WRITE RPT-ATPC837-REG FROM WS-ATPC837-LINEA

           OPEN INPUT ING-CAMPANAS
           IF WS-ATPC837-ING-STATUS NOT = "00"
              DISPLAY "ATPC837 - AVISO: sin PROMING.DAT -- no hay "
                      "campanas que incorporar"
           ELSE
              SET WS-ATPC837-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC837-FIN-ENTRADA
                 READ ING-CAMPANAS
                     AT END
                        SET WS-ATPC837-FIN-ENTRADA TO TRUE
                     NOT AT END
                        ADD 1 TO WS-ATPC837-LEIDAS
                        PERFORM ATPC837-PROCESAR-LINEA
                 END-READ
              END-PERFORM
              CLOSE ING-CAMPANAS
           END-IF

           PERFORM ATPC837-GRABAR-REGISTRO
           PERFORM ATPC837-RESUMEN-FINAL

           CLOSE RPT-ATPC837
           PERFORM ATPCCTM-CERRAR-CONSULTA

           IF WS-ATPC837-RECHAZADAS > ZEROES
           AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY
           "- ATPC837: INCORPORACION DE PROMOCIONES FINALIZADA       -"
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
      * Proceso: ATPC837-ABORTAR
      *----------------------------------------------------------------
       ATPC837-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC837-CARGAR-REGISTRO
      *----------------------------------------------------------------
      * Carga PROMOS.DAT en memoria salteando las promociones ya
      * vencidas; si el registro no entra en el arreglo la corrida
      * aborta, porque regrabarlo perderia promociones
      *----------------------------------------------------------------
       ATPC837-CARGAR-REGISTRO.
           OPEN INPUT PRO-PROMOCIONES
           IF WS-ATPC837-PRO-STATUS = "00"
              SET WS-ATPC837-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC837-FIN-ENTRADA
                 READ PRO-PROMOCIONES
                     AT END
                        SET WS-ATPC837-FIN-ENTRADA TO TRUE
                     NOT AT END
                        ADD 1 TO WS-ATPC837-EXISTENTES
                        PERFORM ATPC837-INCORPORAR-EXISTENTE
                 END-READ
              END-PERFORM
              CLOSE PRO-PROMOCIONES
           ELSE
              DISPLAY "ATPC837 - AVISO: sin PROMOS.DAT -- el registro "
                      "de promociones arranca vacio"
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC837-INCORPORAR-EXISTENTE
      *----------------------------------------------------------------
       ATPC837-INCORPORAR-EXISTENTE.
           IF PRO-FECFIN < WS-ATPC837-HOY
              ADD 1 TO WS-ATPC837-DEPURADAS
           ELSE
              IF WS-ATPC837-PRO-CANT < WS-ATPC837-PRO-MAX
                 ADD 1 TO WS-ATPC837-PRO-CANT
                 MOVE PRO-PROMOCIONES-REG
                   TO WS-ATPC837-PRO(WS-ATPC837-PRO-CANT)
              ELSE
                 DISPLAY "ATPC837 - ERROR: el registro de promociones "
                         "supera la capacidad del arreglo ["
                         WS-ATPC837-PRO-MAX "] -- corrida abortada"
                 CLOSE PRO-PROMOCIONES
                 PERFORM ATPCCTM-CERRAR-CONSULTA
                 PERFORM ATPC837-ABORTAR
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC837-PROCESAR-LINEA
      *----------------------------------------------------------------
       ATPC837-PROCESAR-LINEA.
           PERFORM ATPC837-VALIDAR-LINEA
           IF WS-ATPC837-MOTIVO = SPACES
              PERFORM ATPC837-INCORPORAR-LINEA
           ELSE
              ADD 1 TO WS-ATPC837-RECHAZADAS
              MOVE SPACES TO WS-ATPC837-LINEA
              STRING " RECHAZADA ["           DELIMITED BY SIZE
                     ING-CODENT               DELIMITED BY SIZE
                     "/"                      DELIMITED BY SIZE
                     ING-NUMCUENTA            DELIMITED BY SIZE
                     "] CAMPANA ["            DELIMITED BY SIZE
                     ING-CAMPANA              DELIMITED BY SIZE
                     "] -- "                  DELIMITED BY SIZE
                     WS-ATPC837-MOTIVO        DELIMITED BY SIZE
                INTO WS-ATPC837-LINEA
              WRITE RPT-ATPC837-REG FROM WS-ATPC837-LINEA
              DISPLAY WS-ATPC837-LINEA
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC837-VALIDAR-LINEA
      *----------------------------------------------------------------
      * Deja en WS-ATPC837-MOTIVO el primer motivo de rechazo de la
      * linea, o SPACES si la linea es valida
      *----------------------------------------------------------------
       ATPC837-VALIDAR-LINEA.
           MOVE SPACES TO WS-ATPC837-MOTIVO

           MOVE ING-CODENT    TO WS-ATPCCTM-CODENT
           MOVE ING-NUMCUENTA TO WS-ATPCCTM-NUMCUENTA
           PERFORM ATPCCTM-CONSULTAR-CUENTA

           EVALUATE TRUE
              WHEN NOT WS-ATPCCTM-RETORNO-OK
                 MOVE "CUENTA INEXISTENTE" TO WS-ATPC837-MOTIVO
              WHEN CTM-CASTIGADA
                 MOVE "CUENTA CASTIGADA" TO WS-ATPC837-MOTIVO
              WHEN CTM-ESPECIAL
                 MOVE "CUENTA EN ESTADO ESPECIAL" TO WS-ATPC837-MOTIVO
              WHEN ING-CAMPANA = SPACES
                 MOVE "CAMPANA NO INFORMADA" TO WS-ATPC837-MOTIVO
              WHEN ING-TIPOFAC IS NOT NUMERIC
                 MOVE "TIPOFAC NO NUMERICO" TO WS-ATPC837-MOTIVO
              WHEN ING-TIPOFAC-NUM = ZEROES
                 MOVE "TIPOFAC EN CERO" TO WS-ATPC837-MOTIVO
              WHEN ING-TASA IS NOT NUMERIC
                 MOVE "TASA NO NUMERICA" TO WS-ATPC837-MOTIVO
              WHEN OTHER
                 PERFORM ATPC837-VALIDAR-VIGENCIA
           END-EVALUATE

           IF WS-ATPC837-MOTIVO = SPACES
              PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > WS-ATPC837-PRO-CANT
                 MOVE WS-ATPC837-PRO(WS-I) TO PRO-PROMOCIONES-REG
                 IF PRO-CODENT = ING-CODENT
                 AND PRO-NUMCUENTA = ING-NUMCUENTA
                 AND PRO-CAMPANA = ING-CAMPANA
                    MOVE "CAMPANA YA REGISTRADA PARA LA CUENTA"
                      TO WS-ATPC837-MOTIVO
                    MOVE WS-ATPC837-PRO-CANT TO WS-I
                 END-IF
              END-PERFORM
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC837-VALIDAR-VIGENCIA
      *----------------------------------------------------------------
       ATPC837-VALIDAR-VIGENCIA.
           MOVE ING-FECINI TO WS-ATPC837-FECHA
           PERFORM ATPC837-VALIDAR-FECHA
           IF NOT WS-ATPC837-FECHA-VALIDA
              MOVE "FECHA DE INICIO INVALIDA" TO WS-ATPC837-MOTIVO
           ELSE
              MOVE ING-FECFIN TO WS-ATPC837-FECHA
              PERFORM ATPC837-VALIDAR-FECHA
              EVALUATE TRUE
                 WHEN NOT WS-ATPC837-FECHA-VALIDA
                    MOVE "FECHA DE FIN INVALIDA" TO WS-ATPC837-MOTIVO
                 WHEN ING-FECFIN < ING-FECINI
                    MOVE "FIN ANTERIOR AL INICIO" TO WS-ATPC837-MOTIVO
                 WHEN ING-FECFIN < WS-ATPC837-HOY
                    MOVE "PROMOCION VENCIDA" TO WS-ATPC837-MOTIVO
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC837-VALIDAR-FECHA
      *----------------------------------------------------------------
      * Fecha AAAA-MM-DD valida en WS-ATPC837-FECHA
      *----------------------------------------------------------------
       ATPC837-VALIDAR-FECHA.
           SET WS-ATPC837-FECHA-VALIDA TO FALSE
           IF WS-ATPC837-FE-AAAA IS NUMERIC
           AND WS-ATPC837-FE-MM IS NUMERIC
           AND WS-ATPC837-FE-DD IS NUMERIC
           AND WS-ATPC837-FE-G1 = "-"
           AND WS-ATPC837-FE-G2 = "-"
              IF  WS-ATPC837-FE-MM-NUM >= 1
              AND WS-ATPC837-FE-MM-NUM <= 12
              AND WS-ATPC837-FE-DD-NUM >= 1
              AND WS-ATPC837-FE-DD-NUM <= 31
                 SET WS-ATPC837-FECHA-VALIDA TO TRUE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC837-INCORPORAR-LINEA
      *----------------------------------------------------------------
       ATPC837-INCORPORAR-LINEA.
           IF WS-ATPC837-PRO-CANT < WS-ATPC837-PRO-MAX
              INITIALIZE PRO-PROMOCIONES-REG
              MOVE ING-CODENT         TO PRO-CODENT
              MOVE ING-NUMCUENTA      TO PRO-NUMCUENTA
              MOVE ING-CAMPANA        TO PRO-CAMPANA
              MOVE ING-TIPOFAC-NUM    TO PRO-TIPOFAC
              MOVE ING-TASA-NUM       TO PRO-TASA
              MOVE ING-FECINI         TO PRO-FECINI
              MOVE ING-FECFIN         TO PRO-FECFIN
              MOVE WS-ATPC837-HOY     TO PRO-FECALTA
              MOVE SPACES             TO PRO-FECAVISO
              ADD 1 TO WS-ATPC837-PRO-CANT
              MOVE PRO-PROMOCIONES-REG
                TO WS-ATPC837-PRO(WS-ATPC837-PRO-CANT)
              ADD 1 TO WS-ATPC837-INCORPORADAS
           ELSE
              ADD 1 TO WS-ATPC837-RECHAZADAS
              MOVE SPACES TO WS-ATPC837-LINEA
              STRING " RECHAZADA ["           DELIMITED BY SIZE
                     ING-CODENT               DELIMITED BY SIZE
                     "/"                      DELIMITED BY SIZE
                     ING-NUMCUENTA            DELIMITED BY SIZE
                     "] CAMPANA ["            DELIMITED BY SIZE
                     ING-CAMPANA              DELIMITED BY SIZE
                     "] -- REGISTRO DE PROMOCIONES COMPLETO"
                                              DELIMITED BY SIZE
                INTO WS-ATPC837-LINEA
              WRITE RPT-ATPC837-REG FROM WS-ATPC837-LINEA
              DISPLAY WS-ATPC837-LINEA
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC837-GRABAR-REGISTRO
      *----------------------------------------------------------------
       ATPC837-GRABAR-REGISTRO.
           OPEN OUTPUT PRO-PROMOCIONES
           IF WS-ATPC837-PRO-STATUS NOT = "00"
              DISPLAY "ATPC837 - ERROR: no se pudo grabar PROMOS.DAT "
                      "-- FILE STATUS:[" WS-ATPC837-PRO-STATUS "]"
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > WS-ATPC837-PRO-CANT
                 MOVE WS-ATPC837-PRO(WS-I) TO PRO-PROMOCIONES-REG
                 WRITE PRO-PROMOCIONES-REG
              END-PERFORM
              CLOSE PRO-PROMOCIONES
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC837-RESUMEN-FINAL
      *----------------------------------------------------------------
       ATPC837-RESUMEN-FINAL.
           MOVE SPACES TO WS-ATPC837-LINEA
           WRITE RPT-ATPC837-REG FROM WS-ATPC837-LINEA
           MOVE SPACES TO WS-ATPC837-LINEA
           STRING " PROMOCIONES REGISTRADAS: " DELIMITED BY SIZE
                  WS-ATPC837-EXISTENTES       DELIMITED BY SIZE
                  "  VENCIDAS DEPURADAS: "    DELIMITED BY SIZE
                  WS-ATPC837-DEPURADAS        DELIMITED BY SIZE
             INTO WS-ATPC837-LINEA
           WRITE RPT-ATPC837-REG FROM WS-ATPC837-LINEA
           DISPLAY WS-ATPC837-LINEA
           MOVE SPACES TO WS-ATPC837-LINEA
           STRING " LINEAS LEIDAS: "          DELIMITED BY SIZE
                  WS-ATPC837-LEIDAS           DELIMITED BY SIZE
                  "  INCORPORADAS: "          DELIMITED BY SIZE
                  WS-ATPC837-INCORPORADAS     DELIMITED BY SIZE
                  "  RECHAZADAS: "            DELIMITED BY SIZE
                  WS-ATPC837-RECHAZADAS       DELIMITED BY SIZE
                  "  VIGENTES O FUTURAS: "    DELIMITED BY SIZE
                  WS-ATPC837-PRO-CANT         DELIMITED BY SIZE
             INTO WS-ATPC837-LINEA
           WRITE RPT-ATPC837-REG FROM WS-ATPC837-LINEA
           DISPLAY WS-ATPC837-LINEA
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

       COPY "ATPCCTM-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
