       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC834.
      *----------------------------------------------------------------
      * Programa batch mensual de alerta temprana de deuda persistente:
      * recorre el maestro CTAMAE.DAT y cuenta, por cuenta, los ciclos
      * mensuales consecutivos en que el cliente pago solo el minimo
      * mientras su saldo no bajaba --
      *  - pagado del mes: los pagos aplicados por ATPC964 (historial
      *    PAGHIST.DAT) con fecha valor dentro del mes;
      *  - minimo del mes: ATPCPMN-CALCULAR-PAGO-MINIMO sobre el saldo
      *    antes de esos pagos (CTM-SALDO mas lo pagado del mes), con
      *    la LINEA de la cuenta, el mismo criterio de ATPC812;
      *  - el ciclo cuenta cuando hubo pago, lo pagado no supera el
      *    minimo y el saldo de la cuenta al cierre no es menor que el
      *    del cierre del mes anterior; cualquier otro mes (sin pago,
      *    pago mayor al minimo, saldo que bajo, entidad sin pago
      *    minimo) corta la racha y el conteo vuelve a cero.
      * El conteo, el mes evaluado y el saldo al cierre quedan en el
      * maestro (CTM-DPS-*), que ATPC973 muestra en la consulta de la
      * cuenta. Si la cuenta no fue evaluada el mes anterior la racha
      * empieza de nuevo. Repetir la corrida del mismo mes parte de
      * los valores previos guardados y no cuenta el ciclo dos veces.
      * La cuenta castigada (ATPC800) no se evalua, ni la que esta en
      * estado especial (fallecido, quiebra o fraude, ATPC835), que
      * se cuenta aparte en el resumen.
      *
      * La cuenta cuyo conteo alcanza en el mes uno de los umbrales
      * normativos sale en el archivo de avisos DEUDAPER.DAT para el
      * proveedor de mensajeria (con el nombre de la entidad y su
      * CODIDIOMA para elegir la plantilla, como RECORDAT.DAT de
      * ATPC980) y en el reporte ATPC834.RPT, que cierra con los
      * conteos de la corrida.
      *
      * ATPC834.PRM (una linea por umbral, hasta 10): CICLOS 9(03) +
      * CODAVISO(4) -- codigo de plantilla para el proveedor. Sin el
      * archivo rigen 018 (DP18) y 036 (DP36); la linea con ciclos no
      * numericos o en cero se ignora con aviso y RC 4.
      *
      * Layout de DEUDAPER.DAT: CODENT(4) NUMCUENTA(16) PERIODO(7)
      * CICLOS(3) UMBRAL(3) CODAVISO(4) SALDO(11) PAGADO(11)
      * MINIMO(11) CODENTDES(30) CODIDIOMA(1).
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
           SELECT PRM-ATPC834 ASSIGN TO "ATPC834.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC834-PRM-STATUS.
      * Maestro de cuentas -- ver ATPCCTM-CTM.cpy
           SELECT CTM-MAESTRO ASSIGN TO "CTAMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTM-CLAVE
               FILE STATUS IS WS-ATPC834-CTM-STATUS.
           SELECT PAG-HISTORIAL ASSIGN TO "PAGHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC834-HIS-STATUS.
           SELECT AVI-AVISOS ASSIGN TO "DEUDAPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC834-AVI-STATUS.
           SELECT RPT-ATPC834 ASSIGN TO "ATPC834.RPT"
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

       DATA DIVISION.
       FILE SECTION.
       COPY "ATPCRUN-RUN".
       COPY "ATPCCTL-CTL".
       COPY "ATPCAUD-AUD".
       COPY "ATPCDIF-DIF".
       COPY "ATPCLCK-LCK".
       COPY "ATPCEXC-EXC".
       COPY "ATPCCTM-CTM".
       COPY "ATPCPRC-PRC".

       FD  PRM-ATPC834
           RECORDING MODE IS F.
       01  PRM-ATPC834-REG.
           05  PRM-ATPC834-CICLOS             PIC X(03).
           05  PRM-ATPC834-CICLOS-NUM
               REDEFINES PRM-ATPC834-CICLOS   PIC 9(03).
           05  PRM-ATPC834-CODAVISO           PIC X(04).

       FD  PAG-HISTORIAL
           RECORDING MODE IS F.
       01  PAG-HISTORIAL-REG.
           05  HIS-CODENT                     PIC X(04).
           05  HIS-NUMCUENTA                  PIC X(16).
           05  HIS-IMPORTE                    PIC 9(09)V99.
           05  HIS-FECVALOR                   PIC X(10).

       FD  AVI-AVISOS
           RECORDING MODE IS F.
       01  AVI-AVISOS-REG.
           05  AVI-CODENT                     PIC X(04).
           05  AVI-NUMCUENTA                  PIC X(16).
           05  AVI-PERIODO                    PIC X(07).
           05  AVI-CICLOS                     PIC 9(03).
           05  AVI-UMBRAL                     PIC 9(03).
           05  AVI-CODAVISO                   PIC X(04).
           05  AVI-SALDO                      PIC 9(09)V99.
           05  AVI-PAGADO                     PIC 9(09)V99.
           05  AVI-MINIMO                     PIC 9(09)V99.
           05  AVI-CODENTDES                  PIC X(30).
           05  AVI-CODIDIOMA                  PIC X(01).

       FD  RPT-ATPC834
           RECORDING MODE IS F.
       01  RPT-ATPC834-REG                    PIC X(130).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPC021-WS".
       COPY "ATPC096-WS".
       COPY "ATPC158-WS".
       COPY "ATPCPMN-WS".
       COPY "ATPCPRC-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".

       77  WS-ATPC834-PRM-STATUS              PIC X(02).
       77  WS-ATPC834-CTM-STATUS              PIC X(02).
       77  WS-ATPC834-HIS-STATUS              PIC X(02).
       77  WS-ATPC834-AVI-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC834-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.

      * Mes evaluado y mes anterior (AAAA-MM) y fecha del dia
       01  WS-ATPC834-PERIODO.
           05  WS-ATPC834-PER-AAAA            PIC 9(04).
           05  WS-ATPC834-PER-G1              PIC X(01) VALUE "-".
           05  WS-ATPC834-PER-MM              PIC 9(02).
       01  WS-ATPC834-PERIODO-ANT.
           05  WS-ATPC834-ANT-AAAA            PIC 9(04).
           05  WS-ATPC834-ANT-G1              PIC X(01) VALUE "-".
           05  WS-ATPC834-ANT-MM              PIC 9(02).
       01  WS-ATPC834-HOY-AMD.
           05  WS-ATPC834-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC834-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC834-HOY-AMD-DD          PIC 9(02).

      * Umbrales normativos (ATPC834.PRM)
       78  WS-ATPC834-UMB-MAX                 VALUE 10.
       77  WS-ATPC834-UMB-CANT                PIC 9(02) VALUE 0.
       77  WS-ATPC834-UMB-IDX                 PIC 9(02).
       01  WS-ATPC834-UMBRALES.
           05  WS-ATPC834-UMB OCCURS 10 TIMES.
               10  WS-ATPC834-UMB-CICLOS      PIC 9(03).
               10  WS-ATPC834-UMB-CODAVISO    PIC X(04).
               10  WS-ATPC834-UMB-AVISOS      PIC 9(06).

      * Pagos aplicados del mes en memoria (PAGHIST.DAT, depurado por
      * retencion operativa)
       78  WS-ATPC834-HIS-MAX                 VALUE 5000.
       77  WS-ATPC834-HIS-CANT                PIC 9(04) VALUE 0.
       01  WS-ATPC834-HISTORIAL.
           05  WS-ATPC834-HIS OCCURS 5000 TIMES.
               10  WS-ATPC834-HIS-CODENT      PIC X(04).
               10  WS-ATPC834-HIS-NUMCUENTA   PIC X(16).
               10  WS-ATPC834-HIS-IMPORTE     PIC 9(09)V99.

      * Corte por entidad: nombre e idioma para el aviso
       77  WS-ATPC834-ENT-ANT                 PIC X(04).
       77  WS-ATPC834-ENT-CODENTDES           PIC X(30).
       77  WS-ATPC834-ENT-CODIDIOMA           PIC X(01).

      * Cuenta en curso: punto de partida (mes anterior) y resultado
       77  WS-ATPC834-BASE-PERIODO            PIC X(07).
       77  WS-ATPC834-BASE-CICLOS             PIC 9(03).
       77  WS-ATPC834-BASE-SALDO              PIC S9(09)V99.
       01  FILLER                             PIC X(01).
           88 WS-ATPC834-CON-BASE             VALUE "S"
              WHEN SET TO FALSE "N".
       01  FILLER                             PIC X(01).
           88 WS-ATPC834-SOLO-MINIMO          VALUE "S"
              WHEN SET TO FALSE "N".
       77  WS-ATPC834-PAGADO                  PIC 9(09)V99.
       77  WS-ATPC834-MINIMO                  PIC 9(09)V99.
       77  WS-ATPC834-CICLOS                  PIC 9(03).

      * Contadores del resumen final
       77  WS-ATPC834-LEIDAS                  PIC 9(08) VALUE 0.
       77  WS-ATPC834-CASTIGADAS              PIC 9(08) VALUE 0.
       77  WS-ATPC834-ESPECIALES              PIC 9(08) VALUE 0.
       77  WS-ATPC834-POSTERIORES             PIC 9(08) VALUE 0.
       77  WS-ATPC834-EN-RACHA                PIC 9(08) VALUE 0.
       77  WS-ATPC834-CORTADAS                PIC 9(08) VALUE 0.
       77  WS-ATPC834-AVISOS                  PIC 9(08) VALUE 0.
       77  WS-ATPC834-ERRORES                 PIC 9(06) VALUE 0.

       77  WS-ATPC834-SALDO-ED                PIC -(09)9.99.
       77  WS-ATPC834-PAGADO-ED               PIC Z(08)9.99.
       77  WS-ATPC834-MINIMO-ED               PIC Z(08)9.99.
       01  WS-ATPC834-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC834-PRINCIPAL
      *----------------------------------------------------------------
       ATPC834-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC834: ALERTA DE DEUDA PERSISTENTE (SOLO MINIMO)     -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC834" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC021-CARGAR-ARREGLO
           PERFORM ATPC096-CARGAR-ARREGLO
           PERFORM ATPC158-CARGAR-ARREGLO
           PERFORM ATPCPRC-CARGAR-TABLA

           ACCEPT WS-ATPC834-HOY-AMD FROM DATE YYYYMMDD
           MOVE WS-ATPC834-HOY-AMD-AAAA TO WS-ATPC834-PER-AAAA
                                           WS-ATPC834-ANT-AAAA
           MOVE WS-ATPC834-HOY-AMD-MM   TO WS-ATPC834-PER-MM
           MOVE "-" TO WS-ATPC834-PER-G1 WS-ATPC834-ANT-G1
           IF WS-ATPC834-PER-MM = 1
              MOVE 12 TO WS-ATPC834-ANT-MM
              SUBTRACT 1 FROM WS-ATPC834-ANT-AAAA
           ELSE
              COMPUTE WS-ATPC834-ANT-MM = WS-ATPC834-PER-MM - 1
           END-IF

           PERFORM ATPC834-LEER-PARAMETROS
           PERFORM ATPC834-CARGAR-HISTORIAL

           OPEN I-O CTM-MAESTRO
           IF WS-ATPC834-CTM-STATUS NOT = "00"
              DISPLAY "ATPC834 - ERROR: no se pudo abrir CTAMAE.DAT "
                      "-- FILE STATUS:[" WS-ATPC834-CTM-STATUS "] -- "
                      "corrida abortada"
              PERFORM ATPC834-ABORTAR
           END-IF

           OPEN OUTPUT AVI-AVISOS
           IF WS-ATPC834-AVI-STATUS NOT = "00"
              DISPLAY "ATPC834 - ERROR: no se pudo abrir DEUDAPER.DAT "
                      "-- FILE STATUS:[" WS-ATPC834-AVI-STATUS "] -- "
                      "corrida abortada"
              CLOSE CTM-MAESTRO
              PERFORM ATPC834-ABORTAR
           END-IF
           OPEN OUTPUT RPT-ATPC834

           MOVE SPACES TO WS-ATPC834-LINEA
           STRING " DEUDA PERSISTENTE -- CICLOS PAGANDO SOLO EL MINIMO "
                  "AL MES ["                  DELIMITED BY SIZE
                  WS-ATPC834-PERIODO          DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC834-LINEA
           WRITE RPT-ATPC834-REG FROM WS-ATPC834-LINEA
           DISPLAY WS-ATPC834-LINEA
           MOVE SPACES TO WS-ATPC834-LINEA
           WRITE RPT-ATPC834-REG FROM WS-ATPC834-LINEA

           MOVE SPACES TO WS-ATPC834-ENT-ANT

           MOVE LOW-VALUES TO CTM-CLAVE
           START CTM-MAESTRO KEY IS NOT LESS THAN CTM-CLAVE
               INVALID KEY
                  SET WS-ATPC834-FIN-ENTRADA TO TRUE
               NOT INVALID KEY
                  SET WS-ATPC834-FIN-ENTRADA TO FALSE
           END-START

           PERFORM UNTIL WS-ATPC834-FIN-ENTRADA
              READ CTM-MAESTRO NEXT RECORD
                  AT END
                     SET WS-ATPC834-FIN-ENTRADA TO TRUE
                  NOT AT END
                     ADD 1 TO WS-ATPC834-LEIDAS
                     PERFORM ATPC834-PROCESAR-CUENTA
              END-READ
           END-PERFORM

           PERFORM ATPC834-RESUMEN-FINAL

           CLOSE AVI-AVISOS
                 RPT-ATPC834
                 CTM-MAESTRO

           IF WS-ATPC834-ERRORES > ZEROES
           AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY
           "- ATPC834: ALERTA DE DEUDA PERSISTENTE FINALIZADA        -"
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
      * Proceso: ATPC834-ABORTAR
      *----------------------------------------------------------------
       ATPC834-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC834-LEER-PARAMETROS
      *----------------------------------------------------------------
      * Umbrales normativos de ATPC834.PRM; sin el archivo rigen los
      * de 18 y 36 ciclos
      *----------------------------------------------------------------
       ATPC834-LEER-PARAMETROS.
           OPEN INPUT PRM-ATPC834
           IF WS-ATPC834-PRM-STATUS = "00"
              PERFORM UNTIL WS-ATPC834-PRM-STATUS NOT = "00"
                        OR WS-ATPC834-UMB-CANT >= WS-ATPC834-UMB-MAX
                 READ PRM-ATPC834
                     AT END
                        MOVE "10" TO WS-ATPC834-PRM-STATUS
                     NOT AT END
                        PERFORM ATPC834-INCORPORAR-UMBRAL
                 END-READ
              END-PERFORM
              CLOSE PRM-ATPC834
           ELSE
              DISPLAY "ATPC834 - AVISO: sin ATPC834.PRM -- rigen los "
                      "umbrales de 18 y 36 ciclos"
           END-IF
           IF WS-ATPC834-UMB-CANT = ZEROES
              MOVE 2 TO WS-ATPC834-UMB-CANT
              MOVE 18     TO WS-ATPC834-UMB-CICLOS(1)
              MOVE "DP18" TO WS-ATPC834-UMB-CODAVISO(1)
              MOVE 36     TO WS-ATPC834-UMB-CICLOS(2)
              MOVE "DP36" TO WS-ATPC834-UMB-CODAVISO(2)
           END-IF
           PERFORM VARYING WS-ATPC834-UMB-IDX FROM 1 BY 1
                     UNTIL WS-ATPC834-UMB-IDX > WS-ATPC834-UMB-CANT
              MOVE ZEROES TO WS-ATPC834-UMB-AVISOS(WS-ATPC834-UMB-IDX)
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC834-INCORPORAR-UMBRAL
      *----------------------------------------------------------------
       ATPC834-INCORPORAR-UMBRAL.
           IF PRM-ATPC834-CICLOS IS NUMERIC
           AND PRM-ATPC834-CICLOS-NUM > ZEROES
              ADD 1 TO WS-ATPC834-UMB-CANT
              MOVE PRM-ATPC834-CICLOS-NUM
                TO WS-ATPC834-UMB-CICLOS(WS-ATPC834-UMB-CANT)
              MOVE PRM-ATPC834-CODAVISO
                TO WS-ATPC834-UMB-CODAVISO(WS-ATPC834-UMB-CANT)
           ELSE
              ADD 1 TO WS-ATPC834-ERRORES
              DISPLAY "ATPC834 - AVISO: linea de ATPC834.PRM "
                      "ignorada [" PRM-ATPC834-REG "] -- ciclos no "
                      "numericos o en cero"
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC834-CARGAR-HISTORIAL
      *----------------------------------------------------------------
      * Pagos aplicados por ATPC964 con fecha valor en el mes; el pago
      * que no entra al arreglo no se computaria como pagado y la
      * cuenta podria contar un ciclo indebido: se alerta y la
      * corrida queda mala
      *----------------------------------------------------------------
       ATPC834-CARGAR-HISTORIAL.
           OPEN INPUT PAG-HISTORIAL
           IF WS-ATPC834-HIS-STATUS NOT = "00"
              DISPLAY "ATPC834 - AVISO: sin PAGHIST.DAT -- no hay "
                      "pagos aplicados en el mes"
           ELSE
              SET WS-ATPC834-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC834-FIN-ENTRADA
                 READ PAG-HISTORIAL
                     AT END
                        SET WS-ATPC834-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF HIS-FECVALOR(1:7) = WS-ATPC834-PERIODO
                           PERFORM ATPC834-INCORPORAR-PAGO
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE PAG-HISTORIAL
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC834-INCORPORAR-PAGO
      *----------------------------------------------------------------
       ATPC834-INCORPORAR-PAGO.
           IF WS-ATPC834-HIS-CANT < WS-ATPC834-HIS-MAX
              ADD 1 TO WS-ATPC834-HIS-CANT
              MOVE HIS-CODENT
                TO WS-ATPC834-HIS-CODENT(WS-ATPC834-HIS-CANT)
              MOVE HIS-NUMCUENTA
                TO WS-ATPC834-HIS-NUMCUENTA(WS-ATPC834-HIS-CANT)
              MOVE HIS-IMPORTE
                TO WS-ATPC834-HIS-IMPORTE(WS-ATPC834-HIS-CANT)
           ELSE
              DISPLAY "ATPC834 - ALERTA: el arreglo de pagos alcanzo "
                      "su capacidad maxima [" WS-ATPC834-HIS-MAX
                      "] - hay pagos sin computar"
              MOVE 12 TO RETURN-CODE
              SET WS-ATPC834-FIN-ENTRADA TO TRUE
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC834-PROCESAR-CUENTA
      *----------------------------------------------------------------
       ATPC834-PROCESAR-CUENTA.
           IF CTM-CODENT NOT = WS-ATPC834-ENT-ANT
              PERFORM ATPC834-ABRIR-ENTIDAD
           END-IF

           EVALUATE TRUE
              WHEN CTM-CASTIGADA
                 ADD 1 TO WS-ATPC834-CASTIGADAS
              WHEN CTM-ESPECIAL
                 ADD 1 TO WS-ATPC834-ESPECIALES
              WHEN CTM-DPS-PERIODO NOT = SPACES
               AND CTM-DPS-PERIODO > WS-ATPC834-PERIODO
                 ADD 1 TO WS-ATPC834-POSTERIORES
              WHEN OTHER
                 PERFORM ATPC834-EVALUAR-CUENTA
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC834-ABRIR-ENTIDAD
      *----------------------------------------------------------------
       ATPC834-ABRIR-ENTIDAD.
           MOVE CTM-CODENT TO WS-ATPC834-ENT-ANT
           MOVE SPACES TO WS-ATPC834-ENT-CODENTDES
                          WS-ATPC834-ENT-CODIDIOMA

           INITIALIZE WS-ATPC021
           MOVE CTM-CODENT TO WS-ATPC021-CODENT
           PERFORM ATPC021-BUSCAR-EN-ARREGLO
           IF WS-ATPC021-RETORNO-OK
              MOVE WS-ATPC021-CODENTDES TO WS-ATPC834-ENT-CODENTDES
              MOVE WS-ATPC021-CODIDIOMA TO WS-ATPC834-ENT-CODIDIOMA
           ELSE
              ADD 1 TO WS-ATPC834-ERRORES
              DISPLAY "ATPC834 - AVISO: CODENT=[" CTM-CODENT
                      "] inexistente en ENTIDADES -- sus cuentas "
                      "cortan la racha por falta de minimo"
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC834-EVALUAR-CUENTA
      *----------------------------------------------------------------
      * Punto de partida: los valores del mes anterior (los previos
      * guardados si la corrida del mes se repite); el ciclo suma a
      * la racha o la corta, y el resultado queda en el maestro
      *----------------------------------------------------------------
       ATPC834-EVALUAR-CUENTA.
           IF CTM-DPS-PERIODO = WS-ATPC834-PERIODO
              MOVE CTM-DPS-PERIODO-ANT TO WS-ATPC834-BASE-PERIODO
              MOVE CTM-DPS-CICLOS-ANT  TO WS-ATPC834-BASE-CICLOS
              MOVE CTM-DPS-SALDO-ANT   TO WS-ATPC834-BASE-SALDO
           ELSE
              MOVE CTM-DPS-PERIODO     TO WS-ATPC834-BASE-PERIODO
              MOVE CTM-DPS-CICLOS      TO WS-ATPC834-BASE-CICLOS
              MOVE CTM-DPS-SALDO       TO WS-ATPC834-BASE-SALDO
           END-IF
           IF WS-ATPC834-BASE-PERIODO = WS-ATPC834-PERIODO-ANT
              SET WS-ATPC834-CON-BASE TO TRUE
           ELSE
              SET WS-ATPC834-CON-BASE TO FALSE
              MOVE ZEROES TO WS-ATPC834-BASE-CICLOS
           END-IF

      * Pagado del mes y minimo sobre el saldo antes de esos pagos
           MOVE ZEROES TO WS-ATPC834-PAGADO
                          WS-ATPC834-MINIMO
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC834-HIS-CANT
              IF WS-ATPC834-HIS-CODENT(WS-I) = CTM-CODENT
              AND WS-ATPC834-HIS-NUMCUENTA(WS-I) = CTM-NUMCUENTA
                 ADD WS-ATPC834-HIS-IMPORTE(WS-I) TO WS-ATPC834-PAGADO
              END-IF
           END-PERFORM

           SET WS-ATPC834-SOLO-MINIMO TO FALSE
           IF WS-ATPC834-PAGADO > ZEROES
           AND CTM-SALDO > ZEROES
              INITIALIZE WS-ATPCPMN-ENTRADA
              MOVE CTM-CODENT TO WS-ATPCPMN-CODENT
              MOVE CTM-LINEA  TO WS-ATPCPMN-LINEA
              MOVE CTM-CODMAR  TO WS-ATPCPMN-CODMAR
              MOVE CTM-INDTIPT TO WS-ATPCPMN-INDTIPT
              COMPUTE WS-ATPCPMN-SALDO = CTM-SALDO + WS-ATPC834-PAGADO
              PERFORM ATPCPMN-CALCULAR-PAGO-MINIMO
              IF WS-ATPCPMN-RETORNO-OK
              AND WS-ATPCPMN-APLICA
                 MOVE WS-ATPCPMN-PAGO-MINIMO TO WS-ATPC834-MINIMO
                 IF WS-ATPC834-PAGADO <= WS-ATPC834-MINIMO
                    IF NOT WS-ATPC834-CON-BASE
                    OR CTM-SALDO >= WS-ATPC834-BASE-SALDO
                       SET WS-ATPC834-SOLO-MINIMO TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF

           IF WS-ATPC834-SOLO-MINIMO
              ADD 1 TO WS-ATPC834-EN-RACHA
              IF WS-ATPC834-BASE-CICLOS < 999
                 COMPUTE WS-ATPC834-CICLOS =
                         WS-ATPC834-BASE-CICLOS + 1
              ELSE
                 MOVE 999 TO WS-ATPC834-CICLOS
              END-IF
           ELSE
              IF WS-ATPC834-BASE-CICLOS > ZEROES
                 ADD 1 TO WS-ATPC834-CORTADAS
              END-IF
              MOVE ZEROES TO WS-ATPC834-CICLOS
           END-IF

           IF CTM-DPS-PERIODO NOT = WS-ATPC834-PERIODO
              MOVE CTM-DPS-PERIODO TO CTM-DPS-PERIODO-ANT
              MOVE CTM-DPS-CICLOS  TO CTM-DPS-CICLOS-ANT
              MOVE CTM-DPS-SALDO   TO CTM-DPS-SALDO-ANT
           END-IF
           MOVE WS-ATPC834-PERIODO TO CTM-DPS-PERIODO
           MOVE WS-ATPC834-CICLOS  TO CTM-DPS-CICLOS
           MOVE CTM-SALDO          TO CTM-DPS-SALDO
           REWRITE CTM-MAESTRO-REG
               INVALID KEY
                  ADD 1 TO WS-ATPC834-ERRORES
                  DISPLAY "ATPC834 - ERROR: no se pudo actualizar la "
                          "cuenta [" CTM-CODENT "/" CTM-NUMCUENTA
                          "] -- FILE STATUS:[" WS-ATPC834-CTM-STATUS
                          "]"
                  MOVE 12 TO RETURN-CODE
           END-REWRITE

           PERFORM VARYING WS-ATPC834-UMB-IDX FROM 1 BY 1
                     UNTIL WS-ATPC834-UMB-IDX > WS-ATPC834-UMB-CANT
              IF WS-ATPC834-BASE-CICLOS
                 < WS-ATPC834-UMB-CICLOS(WS-ATPC834-UMB-IDX)
              AND WS-ATPC834-CICLOS
                 >= WS-ATPC834-UMB-CICLOS(WS-ATPC834-UMB-IDX)
                 PERFORM ATPC834-EMITIR-AVISO
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC834-EMITIR-AVISO
      *----------------------------------------------------------------
      * La cuenta alcanzo en el mes el umbral en curso: aviso para el
      * proveedor de mensajeria y linea de reporte
      *----------------------------------------------------------------
       ATPC834-EMITIR-AVISO.
           ADD 1 TO WS-ATPC834-AVISOS
                    WS-ATPC834-UMB-AVISOS(WS-ATPC834-UMB-IDX)

           INITIALIZE AVI-AVISOS-REG
           MOVE CTM-CODENT              TO AVI-CODENT
           MOVE CTM-NUMCUENTA           TO AVI-NUMCUENTA
           MOVE WS-ATPC834-PERIODO      TO AVI-PERIODO
           MOVE WS-ATPC834-CICLOS       TO AVI-CICLOS
           MOVE WS-ATPC834-UMB-CICLOS(WS-ATPC834-UMB-IDX)
                                        TO AVI-UMBRAL
           MOVE WS-ATPC834-UMB-CODAVISO(WS-ATPC834-UMB-IDX)
                                        TO AVI-CODAVISO
           MOVE CTM-SALDO               TO AVI-SALDO
           MOVE WS-ATPC834-PAGADO       TO AVI-PAGADO
           MOVE WS-ATPC834-MINIMO       TO AVI-MINIMO
           MOVE WS-ATPC834-ENT-CODENTDES TO AVI-CODENTDES
           MOVE WS-ATPC834-ENT-CODIDIOMA TO AVI-CODIDIOMA
           WRITE AVI-AVISOS-REG

           MOVE CTM-SALDO         TO WS-ATPC834-SALDO-ED
           MOVE WS-ATPC834-PAGADO TO WS-ATPC834-PAGADO-ED
           MOVE WS-ATPC834-MINIMO TO WS-ATPC834-MINIMO-ED
           MOVE SPACES TO WS-ATPC834-LINEA
           STRING " CUENTA ["                 DELIMITED BY SIZE
                  CTM-CODENT                  DELIMITED BY SIZE
                  "/"                         DELIMITED BY SIZE
                  CTM-NUMCUENTA               DELIMITED BY SIZE
                  "] CICLOS ["                DELIMITED BY SIZE
                  WS-ATPC834-CICLOS           DELIMITED BY SIZE
                  "] UMBRAL ["                DELIMITED BY SIZE
                  WS-ATPC834-UMB-CICLOS(WS-ATPC834-UMB-IDX)
                                              DELIMITED BY SIZE
                  "] AVISO ["                 DELIMITED BY SIZE
                  WS-ATPC834-UMB-CODAVISO(WS-ATPC834-UMB-IDX)
                                              DELIMITED BY SIZE
                  "] SALDO ["                 DELIMITED BY SIZE
                  WS-ATPC834-SALDO-ED         DELIMITED BY SIZE
                  "] PAGADO ["                DELIMITED BY SIZE
                  WS-ATPC834-PAGADO-ED        DELIMITED BY SIZE
                  "] MINIMO ["                DELIMITED BY SIZE
                  WS-ATPC834-MINIMO-ED        DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC834-LINEA
           WRITE RPT-ATPC834-REG FROM WS-ATPC834-LINEA
           DISPLAY WS-ATPC834-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC834-RESUMEN-FINAL
      *----------------------------------------------------------------
       ATPC834-RESUMEN-FINAL.
           MOVE SPACES TO WS-ATPC834-LINEA
           WRITE RPT-ATPC834-REG FROM WS-ATPC834-LINEA
           MOVE SPACES TO WS-ATPC834-LINEA
           STRING " CUENTAS LEIDAS: "         DELIMITED BY SIZE
                  WS-ATPC834-LEIDAS           DELIMITED BY SIZE
                  "  CASTIGADAS: "            DELIMITED BY SIZE
                  WS-ATPC834-CASTIGADAS       DELIMITED BY SIZE
                  "  ESTADO ESPECIAL: "       DELIMITED BY SIZE
                  WS-ATPC834-ESPECIALES       DELIMITED BY SIZE
                  "  YA EVALUADAS EN MES POSTERIOR: "
                                              DELIMITED BY SIZE
                  WS-ATPC834-POSTERIORES      DELIMITED BY SIZE
             INTO WS-ATPC834-LINEA
           WRITE RPT-ATPC834-REG FROM WS-ATPC834-LINEA
           DISPLAY WS-ATPC834-LINEA
           MOVE SPACES TO WS-ATPC834-LINEA
           STRING " SOLO MINIMO EN EL MES: "  DELIMITED BY SIZE
                  WS-ATPC834-EN-RACHA         DELIMITED BY SIZE
                  "  RACHAS CORTADAS: "       DELIMITED BY SIZE
                  WS-ATPC834-CORTADAS         DELIMITED BY SIZE
                  "  AVISOS: "                DELIMITED BY SIZE
                  WS-ATPC834-AVISOS           DELIMITED BY SIZE
             INTO WS-ATPC834-LINEA
           WRITE RPT-ATPC834-REG FROM WS-ATPC834-LINEA
           DISPLAY WS-ATPC834-LINEA
           PERFORM VARYING WS-ATPC834-UMB-IDX FROM 1 BY 1
                     UNTIL WS-ATPC834-UMB-IDX > WS-ATPC834-UMB-CANT
              MOVE SPACES TO WS-ATPC834-LINEA
              STRING "   UMBRAL ["            DELIMITED BY SIZE
                     WS-ATPC834-UMB-CICLOS(WS-ATPC834-UMB-IDX)
                                              DELIMITED BY SIZE
                     "] AVISO ["              DELIMITED BY SIZE
                     WS-ATPC834-UMB-CODAVISO(WS-ATPC834-UMB-IDX)
                                              DELIMITED BY SIZE
                     "] CUENTAS: "            DELIMITED BY SIZE
                     WS-ATPC834-UMB-AVISOS(WS-ATPC834-UMB-IDX)
                                              DELIMITED BY SIZE
                INTO WS-ATPC834-LINEA
              WRITE RPT-ATPC834-REG FROM WS-ATPC834-LINEA
              DISPLAY WS-ATPC834-LINEA
           END-PERFORM
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
       COPY "ATPC158-PR".
       COPY "ATPCPMN-PR".
       COPY "ATPCPRC-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
