       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC800.
      *----------------------------------------------------------------
      * Programa batch mensual de castigo de cartera: recorre el
      * maestro de cuentas CTAMAE.DAT (mantenido por ATPC972) y
      * castiga las cuentas deudoras cuyos dias de mora
      * (CTM-DIAS-MORA) superan el umbral de castigo de su entidad.
      * El umbral se toma de ATPC800.PRM (una linea por entidad:
      * CODENT(4) + dias(3)); sin linea para la entidad, el umbral
      * es el NUMDIASACT del ultimo estado de la escalera de
      * cobranzas ATPC175 (el mayor NUMDIASACT de las filas del
      * CODENT para la LINEA de la cuenta, o sin LINEA) -- la cuenta
      * que ya paso el ultimo estado se castiga. Una cuenta ya
      * castigada no se vuelve a tomar.
      *
      * Por cada cuenta castigada --
      *  - separa el saldo en sus componentes: interes (el devengado
      *    acumulado CTM-DEVENGADO), comisiones (las cuotas del ciclo
      *    de la cuenta en CUOTAS.DAT, salida de ATPC975) y capital
      *    (el resto), cada componente acotado al saldo que queda;
      *  - agrega la cuenta al registro de castigos CASTIGOS.DAT;
      *  - emite las parejas de asientos del castigo en CASTGL.DAT
      *    (layout de ASIENTOS.DAT de ATPC955, origenes CSK capital,
      *    CSI interes y CSC comisiones): DEBE la cuenta CONTCUR de la
      *    entidad (contabilidad abre la perdida por el codigo de
      *    origen) y HABER la CONTCUR del estado ATPC175 actual de la
      *    cuenta, donde la reclasificacion de ATPC922 dejo la deuda;
      *    ATPC955 toma ese archivo esa misma noche;
      *  - marca la cuenta castigada en CTAMAE.DAT (CTM-INDCASTIGO,
      *    fecha y saldo castigado pendiente de recupero), con lo que
      *    el devengamiento (ATPC951), los recordatorios (ATPC980),
      *    las cartas de gestion (ATPC959) y la lista de trabajo de
      *    cobranzas (ATPC968) dejan de tomarla.
      * El reporte lista cada cuenta castigada y cierra con los
      * totales por entidad y componente.
      *
      * La corrida se procesa una sola vez por dia: CASTGL.DAT se
      * recrea en cada corrida y ATPC955 lo toma esa misma noche, y
      * la repeticion no vuelve a tomar las cuentas ya castigadas, de
      * modo que dejaria el archivo vacio y perderia los asientos de
      * la primera. Si ATPCRUN.DAT registra una corrida de ATPC800 de
      * hoy terminada (estado OK o ERROR), o si CASTIGOS.DAT o
      * CASTGL.DAT ya tienen filas con fecha de hoy (corrida
      * interrumpida), la corrida termina con RC 12 sin procesar y se
      * registra como ABORTADO.
      *
      * Layout de CASTIGOS.DAT (se agrega a lo existente):
      *  CODENT(4) NUMCUENTA(16) FECCASTIGO(10) DIAS-MORA(3)
      *  CODESTCTA(2) LINEA(4) CAPITAL(11) INTERES(11) COMISION(11)
      *  TOTAL(11)
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
           SELECT PRM-ATPC800 ASSIGN TO "ATPC800.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC800-PRM-STATUS.
           SELECT CTM-MAESTRO ASSIGN TO "CTAMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTM-CLAVE
               FILE STATUS IS WS-ATPC800-CTM-STATUS.
           SELECT CUO-CUOTAS ASSIGN TO "CUOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC800-CUO-STATUS.
           SELECT CAS-CASTIGOS ASSIGN TO "CASTIGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC800-CAS-STATUS.
           SELECT AST-CASTIGOS ASSIGN TO "CASTGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC800-AST-STATUS.
           SELECT RPT-ATPC800 ASSIGN TO "ATPC800.RPT"
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

       FD  PRM-ATPC800
           RECORDING MODE IS F.
       01  PRM-ATPC800-REG.
           05  PRM-ATPC800-CODENT             PIC X(04).
           05  PRM-ATPC800-DIAS               PIC X(03).

       FD  CUO-CUOTAS
           RECORDING MODE IS F.
       01  CUO-CUOTAS-REG.
           05  CUO-CODENT                     PIC X(04).
           05  CUO-CODMAR                     PIC 9(02).
           05  CUO-INDTIPT                    PIC 9(02).
           05  CUO-TIPOFAC                    PIC 9(04).
           05  CUO-INDNORCOR                  PIC 9(01).
           05  CUO-INDVERT                    PIC X(01).
           05  CUO-INDNIVAPL                  PIC X(02).
           05  CUO-CODCONECO                  PIC 9(04).
           05  CUO-NUMCUENTA                  PIC X(16).
           05  CUO-IMPORTE                    PIC 9(09)V99.
           05  CUO-FECHA                      PIC X(10).
           05  CUO-CLAMON                     PIC 9(03).

       FD  CAS-CASTIGOS
           RECORDING MODE IS F.
       01  CAS-CASTIGOS-REG.
           05  CAS-CODENT                     PIC X(04).
           05  CAS-NUMCUENTA                  PIC X(16).
           05  CAS-FECCASTIGO                 PIC X(10).
           05  CAS-DIAS-MORA                  PIC 9(03).
           05  CAS-CODESTCTA                  PIC 9(02).
           05  CAS-LINEA                      PIC X(04).
           05  CAS-CAPITAL                    PIC 9(09)V99.
           05  CAS-INTERES                    PIC 9(09)V99.
           05  CAS-COMISION                   PIC 9(09)V99.
           05  CAS-TOTAL                      PIC 9(09)V99.

       FD  AST-CASTIGOS
           RECORDING MODE IS F.
       01  AST-CASTIGOS-REG.
           05  AST-TIPO                       PIC X(03).
           05  AST-CODENT                     PIC X(04).
           05  AST-ORIGEN                     PIC X(03).
           05  AST-DEBHAB                     PIC X(01).
           05  AST-CONTCUR                    PIC X(26).
           05  AST-IMPORTE                    PIC 9(13)V99.
           05  AST-FECHA                      PIC X(10).
           05  AST-REFERENCIA                 PIC X(20).

       FD  RPT-ATPC800
           RECORDING MODE IS F.
       01  RPT-ATPC800-REG                    PIC X(130).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPC021-WS".
       COPY "ATPC096-WS".
       COPY "ATPC175-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".

       77  WS-ATPC800-PRM-STATUS              PIC X(02).
       77  WS-ATPC800-CTM-STATUS              PIC X(02).
       77  WS-ATPC800-CUO-STATUS              PIC X(02).
       77  WS-ATPC800-CAS-STATUS              PIC X(02).
       77  WS-ATPC800-AST-STATUS              PIC X(02).

      * Corrida de hoy ya procesada (ATPCRUN.DAT o filas de hoy en
      * CASTIGOS.DAT o CASTGL.DAT) y archivo que lo delata
       01  FILLER                             PIC X(01).
           88 WS-ATPC800-YA-PROCESADO        VALUE "S"
              WHEN SET TO FALSE "N".
       77  WS-ATPC800-YA-ARCHIVO              PIC X(12).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC800-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.

      * Umbrales de castigo por entidad (ATPC800.PRM, opcional)
       78  WS-ATPC800-UMB-MAX                 VALUE 100.
       77  WS-ATPC800-UMB-CANT                PIC 9(03) VALUE 0.
       01  WS-ATPC800-UMBRALES.
           05  WS-ATPC800-UMB OCCURS 100 TIMES.
               10  WS-ATPC800-UMB-CODENT      PIC X(04).
               10  WS-ATPC800-UMB-DIAS        PIC 9(03).

      * Corte de control por entidad, con su umbral y CONTCUR
       01  WS-ATPC800-ENT-ANT                 PIC X(04).
       01  FILLER                             PIC X(01).
           88 WS-ATPC800-ENT-VALIDA           VALUE "S"
              WHEN SET TO FALSE "N".
       01  FILLER                             PIC X(01).
           88 WS-ATPC800-ENT-UMB-PRM          VALUE "S"
              WHEN SET TO FALSE "N".
       77  WS-ATPC800-ENT-UMBRAL              PIC 9(03).
       77  WS-ATPC800-ENT-CONTCUR             PIC X(26).

      * Umbral resuelto para la cuenta en curso
       01  FILLER                             PIC X(01).
           88 WS-ATPC800-HAY-UMBRAL           VALUE "S"
              WHEN SET TO FALSE "N".
       77  WS-ATPC800-UMBRAL                  PIC 9(03).

      * Cuentas a castigar en memoria (primera pasada sobre el
      * maestro); las comisiones del ciclo se suman en la segunda
      * pasada sobre CUOTAS.DAT
       78  WS-ATPC800-CAN-MAX                 VALUE 5000.
       77  WS-ATPC800-CAN-CANT                PIC 9(04) VALUE 0.
       77  WS-ATPC800-CAN-IDX                 PIC 9(04).
       01  FILLER                             PIC 9(01).
           88 WS-ATPC800-CAN-DESBORDE          VALUE 1
              WHEN SET TO FALSE 0.
       01  WS-ATPC800-CANDIDATAS.
           05  WS-ATPC800-CAN OCCURS 5000 TIMES.
               10  WS-ATPC800-CAN-CODENT      PIC X(04).
               10  WS-ATPC800-CAN-NUMCUENTA   PIC X(16).
               10  WS-ATPC800-CAN-CONTCUR     PIC X(26).
               10  WS-ATPC800-CAN-COMISION    PIC 9(09)V99.

      * Componentes del castigo de la cuenta en curso
       77  WS-ATPC800-SALDO                   PIC 9(09)V99.
       77  WS-ATPC800-CAPITAL                 PIC 9(09)V99.
       77  WS-ATPC800-INTERES                 PIC 9(09)V99.
       77  WS-ATPC800-COMISION                PIC 9(09)V99.
       77  WS-ATPC800-RESTO                   PIC 9(09)V99.
       77  WS-ATPC800-CTA-HABER               PIC X(26).

      * Pareja de asiento en armado
       77  WS-ATPC800-AST-ORIGEN              PIC X(03).
       77  WS-ATPC800-AST-IMPORTE             PIC 9(13)V99.

      * Totales por entidad para el resumen
       78  WS-ATPC800-TOT-MAX                 VALUE 100.
       77  WS-ATPC800-TOT-CANT                PIC 9(03) VALUE 0.
       77  WS-ATPC800-TOT-IDX                 PIC 9(03).
       01  WS-ATPC800-TOTALES.
           05  WS-ATPC800-TOT OCCURS 100 TIMES.
               10  WS-ATPC800-TOT-CODENT      PIC X(04).
               10  WS-ATPC800-TOT-CUENTAS     PIC 9(06).
               10  WS-ATPC800-TOT-CAPITAL     PIC 9(13)V99.
               10  WS-ATPC800-TOT-INTERES     PIC 9(13)V99.
               10  WS-ATPC800-TOT-COMISION    PIC 9(13)V99.

      * Fecha del dia en AAAA-MM-DD
       01  WS-ATPC800-HOY.
           05  WS-ATPC800-HOY-AAAA            PIC 9(04).
           05  WS-ATPC800-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC800-HOY-MM              PIC 9(02).
           05  WS-ATPC800-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC800-HOY-DD              PIC 9(02).
       01  WS-ATPC800-HOY-AMD.
           05  WS-ATPC800-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC800-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC800-HOY-AMD-DD          PIC 9(02).

      * Contadores del resumen final
       77  WS-ATPC800-LEIDAS                  PIC 9(06) VALUE 0.
       77  WS-ATPC800-YA-CASTIGADAS           PIC 9(06) VALUE 0.
       77  WS-ATPC800-SIN-ENTIDAD             PIC 9(06) VALUE 0.
       77  WS-ATPC800-SIN-UMBRAL              PIC 9(06) VALUE 0.
       77  WS-ATPC800-CASTIGADAS              PIC 9(06) VALUE 0.
       77  WS-ATPC800-ASIENTOS                PIC 9(06) VALUE 0.
       77  WS-ATPC800-ERRORES                 PIC 9(06) VALUE 0.

       01  WS-ATPC800-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC800-PRINCIPAL
      *----------------------------------------------------------------
       ATPC800-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC800: CASTIGO MENSUAL DE CARTERA                    -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC800" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC021-CARGAR-ARREGLO
           PERFORM ATPC175-CARGAR-ARREGLO
           PERFORM ATPC800-LEER-PARAMETROS

           ACCEPT WS-ATPC800-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC800-HOY-G1 WS-ATPC800-HOY-G2
           MOVE WS-ATPC800-HOY-AMD-AAAA TO WS-ATPC800-HOY-AAAA
           MOVE WS-ATPC800-HOY-AMD-MM   TO WS-ATPC800-HOY-MM
           MOVE WS-ATPC800-HOY-AMD-DD   TO WS-ATPC800-HOY-DD

           PERFORM ATPC800-VERIFICAR-CORRIDA
           IF WS-ATPC800-YA-PROCESADO
              DISPLAY "ATPC800 - ERROR: el castigo de hoy ya se "
                      "proceso (" WS-ATPC800-YA-ARCHIVO ") -- no se "
                      "vuelve a procesar"
              MOVE 12 TO RETURN-CODE
              MOVE "ABORTADO" TO WS-ATPCRUN-ESTADO-FINAL
              PERFORM ATPCRUN-FINALIZAR
              STOP RUN
           END-IF

           OPEN I-O CTM-MAESTRO
           IF WS-ATPC800-CTM-STATUS NOT = "00"
              DISPLAY "ATPC800 - ERROR: no se pudo abrir CTAMAE.DAT "
                      "-- FILE STATUS:[" WS-ATPC800-CTM-STATUS "]"
              MOVE 12 TO RETURN-CODE
              MOVE "ABORTADO" TO WS-ATPCRUN-ESTADO-FINAL
              PERFORM ATPCRUN-FINALIZAR
              STOP RUN
           END-IF

           OPEN OUTPUT AST-CASTIGOS
                       RPT-ATPC800
           OPEN EXTEND CAS-CASTIGOS
           IF WS-ATPC800-CAS-STATUS = "35"
              OPEN OUTPUT CAS-CASTIGOS
           END-IF

           PERFORM ATPC800-SELECCIONAR-CUENTAS
           PERFORM ATPC800-SUMAR-COMISIONES

           PERFORM VARYING WS-ATPC800-CAN-IDX FROM 1 BY 1
                     UNTIL WS-ATPC800-CAN-IDX > WS-ATPC800-CAN-CANT
              PERFORM ATPC800-CASTIGAR-CUENTA
           END-PERFORM

           PERFORM ATPC800-EMITIR-RESUMEN

           CLOSE CTM-MAESTRO
                 CAS-CASTIGOS
                 AST-CASTIGOS
                 RPT-ATPC800

           DISPLAY
           "- ATPC800: CASTIGO FINALIZADO                             -"
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
      * Proceso: ATPC800-VERIFICAR-CORRIDA
      *----------------------------------------------------------------
      * El castigo de hoy ya se proceso si ATPCRUN.DAT tiene una
      * corrida de ATPC800 de hoy terminada (OK o ERROR) o si
      * CASTIGOS.DAT o CASTGL.DAT ya tienen filas con fecha de hoy
      * (corrida interrumpida sin cierre). Deja el nombre del archivo
      * en WS-ATPC800-YA-ARCHIVO.
      *----------------------------------------------------------------
       ATPC800-VERIFICAR-CORRIDA.
           SET WS-ATPC800-YA-PROCESADO TO FALSE
           MOVE SPACES TO WS-ATPC800-YA-ARCHIVO

           OPEN INPUT RUN-REGISTRO
           IF WS-ATPCRUN-STATUS = "00"
              SET WS-ATPC800-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC800-FIN-ENTRADA
                 READ RUN-REGISTRO
                     AT END
                        SET WS-ATPC800-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF RUN-REG-FECHA = WS-ATPC800-HOY-AMD
                        AND RUN-REG-PROGRAMA = "ATPC800"
                        AND (RUN-REG-ESTADO = "OK"
                          OR RUN-REG-ESTADO = "ERROR")
                           SET WS-ATPC800-YA-PROCESADO TO TRUE
                           MOVE "ATPCRUN.DAT" TO WS-ATPC800-YA-ARCHIVO
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE RUN-REGISTRO
           END-IF

           IF NOT WS-ATPC800-YA-PROCESADO
              OPEN INPUT CAS-CASTIGOS
              IF WS-ATPC800-CAS-STATUS = "00"
                 SET WS-ATPC800-FIN-ENTRADA TO FALSE
                 PERFORM UNTIL WS-ATPC800-FIN-ENTRADA
                    READ CAS-CASTIGOS
                        AT END
                           SET WS-ATPC800-FIN-ENTRADA TO TRUE
                        NOT AT END
                           IF CAS-FECCASTIGO = WS-ATPC800-HOY
                              SET WS-ATPC800-YA-PROCESADO TO TRUE
                              MOVE "CASTIGOS.DAT"
                                TO WS-ATPC800-YA-ARCHIVO
                           END-IF
                    END-READ
                 END-PERFORM
                 CLOSE CAS-CASTIGOS
              END-IF
           END-IF

           IF NOT WS-ATPC800-YA-PROCESADO
              OPEN INPUT AST-CASTIGOS
              IF WS-ATPC800-AST-STATUS = "00"
                 SET WS-ATPC800-FIN-ENTRADA TO FALSE
                 PERFORM UNTIL WS-ATPC800-FIN-ENTRADA
                    READ AST-CASTIGOS
                        AT END
                           SET WS-ATPC800-FIN-ENTRADA TO TRUE
                        NOT AT END
                           IF AST-FECHA = WS-ATPC800-HOY
                              SET WS-ATPC800-YA-PROCESADO TO TRUE
                              MOVE "CASTGL.DAT"
                                TO WS-ATPC800-YA-ARCHIVO
                           END-IF
                    END-READ
                 END-PERFORM
                 CLOSE AST-CASTIGOS
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC800-LEER-PARAMETROS
      *----------------------------------------------------------------
      * Umbral de castigo en dias de mora por entidad; la linea con
      * dias no numericos se ignora
      *----------------------------------------------------------------
       ATPC800-LEER-PARAMETROS.
           OPEN INPUT PRM-ATPC800
           IF WS-ATPC800-PRM-STATUS NOT = "00"
              DISPLAY "ATPC800 - AVISO: sin ATPC800.PRM -- el umbral "
                      "de cada entidad es el ultimo estado ATPC175"
           ELSE
              SET WS-ATPC800-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC800-FIN-ENTRADA
                 READ PRM-ATPC800
                     AT END
                        SET WS-ATPC800-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF PRM-ATPC800-DIAS IS NUMERIC
                        AND WS-ATPC800-UMB-CANT < WS-ATPC800-UMB-MAX
                           ADD 1 TO WS-ATPC800-UMB-CANT
                           MOVE PRM-ATPC800-CODENT
                             TO WS-ATPC800-UMB-CODENT
                                (WS-ATPC800-UMB-CANT)
                           MOVE PRM-ATPC800-DIAS
                             TO WS-ATPC800-UMB-DIAS
                                (WS-ATPC800-UMB-CANT)
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE PRM-ATPC800
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC800-SELECCIONAR-CUENTAS
      *----------------------------------------------------------------
      * Primera pasada: recorre el maestro en orden de clave y deja
      * en memoria las cuentas deudoras no castigadas cuya mora
      * supera el umbral
      *----------------------------------------------------------------
       ATPC800-SELECCIONAR-CUENTAS.
           SET WS-ATPC800-CAN-DESBORDE TO FALSE
           MOVE SPACES TO WS-ATPC800-ENT-ANT

           SET WS-ATPC800-FIN-ENTRADA TO FALSE
           PERFORM UNTIL WS-ATPC800-FIN-ENTRADA
              READ CTM-MAESTRO NEXT RECORD
                  AT END
                     SET WS-ATPC800-FIN-ENTRADA TO TRUE
                  NOT AT END
                     ADD 1 TO WS-ATPC800-LEIDAS
                     PERFORM ATPC800-EVALUAR-CUENTA
              END-READ
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC800-EVALUAR-CUENTA
      *----------------------------------------------------------------
       ATPC800-EVALUAR-CUENTA.
           IF CTM-CODENT NOT = WS-ATPC800-ENT-ANT
              PERFORM ATPC800-ABRIR-ENTIDAD
           END-IF

           EVALUATE TRUE
              WHEN CTM-CASTIGADA
                 ADD 1 TO WS-ATPC800-YA-CASTIGADAS
              WHEN CTM-SALDO NOT > ZEROES
                 CONTINUE
              WHEN NOT WS-ATPC800-ENT-VALIDA
                 ADD 1 TO WS-ATPC800-SIN-ENTIDAD
              WHEN OTHER
                 PERFORM ATPC800-RESOLVER-UMBRAL
                 IF NOT WS-ATPC800-HAY-UMBRAL
                    ADD 1 TO WS-ATPC800-SIN-UMBRAL
                 ELSE
                    IF CTM-DIAS-MORA > WS-ATPC800-UMBRAL
                       PERFORM ATPC800-AGREGAR-CANDIDATA
                    END-IF
                 END-IF
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC800-ABRIR-ENTIDAD
      *----------------------------------------------------------------
       ATPC800-ABRIR-ENTIDAD.
           MOVE CTM-CODENT TO WS-ATPC800-ENT-ANT

           INITIALIZE WS-ATPC021
           MOVE CTM-CODENT TO WS-ATPC021-CODENT
           PERFORM ATPC021-BUSCAR-EN-ARREGLO
           IF WS-ATPC021-RETORNO-OK
              SET WS-ATPC800-ENT-VALIDA TO TRUE
              MOVE WS-ATPC021-CONTCUR TO WS-ATPC800-ENT-CONTCUR
           ELSE
              SET WS-ATPC800-ENT-VALIDA TO FALSE
              MOVE SPACES TO WS-ATPC800-ENT-CONTCUR
           END-IF

           SET WS-ATPC800-ENT-UMB-PRM TO FALSE
           MOVE ZEROES TO WS-ATPC800-ENT-UMBRAL
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC800-UMB-CANT
              IF WS-ATPC800-UMB-CODENT(WS-I) = CTM-CODENT
                 SET WS-ATPC800-ENT-UMB-PRM TO TRUE
                 MOVE WS-ATPC800-UMB-DIAS(WS-I)
                   TO WS-ATPC800-ENT-UMBRAL
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC800-RESOLVER-UMBRAL
      *----------------------------------------------------------------
      * Umbral parametrizado de la entidad o, en su defecto, el
      * NUMDIASACT del ultimo estado ATPC175 de la LINEA de la cuenta
      *----------------------------------------------------------------
       ATPC800-RESOLVER-UMBRAL.
           IF WS-ATPC800-ENT-UMB-PRM
              SET WS-ATPC800-HAY-UMBRAL TO TRUE
              MOVE WS-ATPC800-ENT-UMBRAL TO WS-ATPC800-UMBRAL
           ELSE
              SET WS-ATPC800-HAY-UMBRAL TO FALSE
              MOVE ZEROES TO WS-ATPC800-UMBRAL
              PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > WS-ATPC175-TAB-OCCURS
                 IF WS-ATPC175-TAB-CODENT(WS-I) = CTM-CODENT
                 AND (WS-ATPC175-TAB-LINEA(WS-I) = CTM-LINEA
                   OR WS-ATPC175-TAB-LINEA(WS-I) = SPACES)
                    SET WS-ATPC800-HAY-UMBRAL TO TRUE
                    IF WS-ATPC175-TAB-NUMDIASACT(WS-I) >
                       WS-ATPC800-UMBRAL
                       MOVE WS-ATPC175-TAB-NUMDIASACT(WS-I)
                         TO WS-ATPC800-UMBRAL
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC800-AGREGAR-CANDIDATA
      *----------------------------------------------------------------
      * La cuenta que no entra al arreglo queda sin castigar hasta la
      * proxima corrida: se avisa y la corrida termina con RC 4
      *----------------------------------------------------------------
       ATPC800-AGREGAR-CANDIDATA.
           IF WS-ATPC800-CAN-CANT < WS-ATPC800-CAN-MAX
              ADD 1 TO WS-ATPC800-CAN-CANT
              MOVE CTM-CODENT
                TO WS-ATPC800-CAN-CODENT(WS-ATPC800-CAN-CANT)
              MOVE CTM-NUMCUENTA
                TO WS-ATPC800-CAN-NUMCUENTA(WS-ATPC800-CAN-CANT)
              MOVE WS-ATPC800-ENT-CONTCUR
                TO WS-ATPC800-CAN-CONTCUR(WS-ATPC800-CAN-CANT)
              MOVE ZEROES
                TO WS-ATPC800-CAN-COMISION(WS-ATPC800-CAN-CANT)
           ELSE
              IF NOT WS-ATPC800-CAN-DESBORDE
                 DISPLAY "ATPC800 - ALERTA: el arreglo de cuentas a "
                    "castigar alcanzo su capacidad maxima ["
                    WS-ATPC800-CAN-MAX "] - quedan cuentas para la "
                    "proxima corrida"
                 SET WS-ATPC800-CAN-DESBORDE TO TRUE
              END-IF
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC800-SUMAR-COMISIONES
      *----------------------------------------------------------------
      * Segunda pasada: las cuotas del ciclo (CUOTAS.DAT, opcional)
      * de cada cuenta a castigar forman su componente de comisiones
      *----------------------------------------------------------------
       ATPC800-SUMAR-COMISIONES.
           IF WS-ATPC800-CAN-CANT > ZEROES
              OPEN INPUT CUO-CUOTAS
              IF WS-ATPC800-CUO-STATUS NOT = "00"
                 DISPLAY "ATPC800 - AVISO: sin CUOTAS.DAT -- el "
                         "castigo no separa comisiones"
              ELSE
                 SET WS-ATPC800-FIN-ENTRADA TO FALSE
                 PERFORM UNTIL WS-ATPC800-FIN-ENTRADA
                    READ CUO-CUOTAS
                        AT END
                           SET WS-ATPC800-FIN-ENTRADA TO TRUE
                        NOT AT END
                           PERFORM VARYING WS-I FROM 1 BY 1
                                     UNTIL WS-I > WS-ATPC800-CAN-CANT
                              IF WS-ATPC800-CAN-CODENT(WS-I) =
                                 CUO-CODENT
                              AND WS-ATPC800-CAN-NUMCUENTA(WS-I) =
                                  CUO-NUMCUENTA
                                 ADD CUO-IMPORTE
                                  TO WS-ATPC800-CAN-COMISION(WS-I)
                                 MOVE WS-ATPC800-CAN-CANT TO WS-I
                              END-IF
                           END-PERFORM
                    END-READ
                 END-PERFORM
                 CLOSE CUO-CUOTAS
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC800-CASTIGAR-CUENTA
      *----------------------------------------------------------------
      * Relee la cuenta por clave, separa los componentes y marca el
      * maestro; solo con la marca grabada emite el registro de
      * castigo y sus asientos: una cuenta que no pudo marcarse no se
      * castiga (se vuelve a tomar en la corrida siguiente)
      *----------------------------------------------------------------
       ATPC800-CASTIGAR-CUENTA.
           MOVE WS-ATPC800-CAN-CODENT(WS-ATPC800-CAN-IDX)
             TO CTM-CODENT
           MOVE WS-ATPC800-CAN-NUMCUENTA(WS-ATPC800-CAN-IDX)
             TO CTM-NUMCUENTA
           READ CTM-MAESTRO
               INVALID KEY
                  DISPLAY "ATPC800 - AVISO: cuenta " CTM-CODENT "/"
                          CTM-NUMCUENTA " ya no esta en CTAMAE.DAT"
               NOT INVALID KEY
                  PERFORM ATPC800-SEPARAR-COMPONENTES

                  SET CTM-CASTIGADA TO TRUE
                  MOVE WS-ATPC800-HOY    TO CTM-FECCASTIGO
                  MOVE WS-ATPC800-SALDO  TO CTM-IMPCASTIGO
                  MOVE WS-ATPC800-HOY    TO CTM-FECACT
                  PERFORM ATPC800-REGRABAR-CUENTA

                  IF WS-ATPC800-CTM-STATUS = "00"
                     PERFORM ATPC800-GRABAR-CASTIGO
                     PERFORM ATPC800-GRABAR-ASIENTOS
                     ADD 1 TO WS-ATPC800-CASTIGADAS

                     PERFORM ATPC800-ACUMULAR-ENTIDAD
                  END-IF
           END-READ
           .

      *----------------------------------------------------------------
      * Proceso: ATPC800-REGRABAR-CUENTA
      *----------------------------------------------------------------
       ATPC800-REGRABAR-CUENTA.
           REWRITE CTM-MAESTRO-REG
               INVALID KEY
                  CONTINUE
           END-REWRITE
           IF WS-ATPC800-CTM-STATUS NOT = "00"
              ADD 1 TO WS-ATPC800-ERRORES
              DISPLAY "ATPC800 - ALERTA: CODENT=[" CTM-CODENT
                      "] NUMCUENTA=[" CTM-NUMCUENTA "] no se pudo "
                      "marcar castigada -- FILE STATUS:["
                      WS-ATPC800-CTM-STATUS "] -- no se castiga"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC800-SEPARAR-COMPONENTES
      *----------------------------------------------------------------
      * Interes primero (devengado acumulado), luego comisiones del
      * ciclo, el resto es capital; cada tramo acotado a lo que queda
      *----------------------------------------------------------------
       ATPC800-SEPARAR-COMPONENTES.
           MOVE CTM-SALDO TO WS-ATPC800-SALDO
           MOVE WS-ATPC800-SALDO TO WS-ATPC800-RESTO

           MOVE ZEROES TO WS-ATPC800-INTERES
           IF CTM-DEVENGADO > ZEROES
              IF CTM-DEVENGADO > WS-ATPC800-RESTO
                 MOVE WS-ATPC800-RESTO TO WS-ATPC800-INTERES
              ELSE
                 MOVE CTM-DEVENGADO TO WS-ATPC800-INTERES
              END-IF
           END-IF
           SUBTRACT WS-ATPC800-INTERES FROM WS-ATPC800-RESTO

           MOVE WS-ATPC800-CAN-COMISION(WS-ATPC800-CAN-IDX)
             TO WS-ATPC800-COMISION
           IF WS-ATPC800-COMISION > WS-ATPC800-RESTO
              MOVE WS-ATPC800-RESTO TO WS-ATPC800-COMISION
           END-IF
           SUBTRACT WS-ATPC800-COMISION FROM WS-ATPC800-RESTO

           MOVE WS-ATPC800-RESTO TO WS-ATPC800-CAPITAL

      * Cuenta CONTCUR del estado actual (donde esta la deuda); sin
      * estado resoluble se usa la de la entidad
           MOVE WS-ATPC800-CAN-CONTCUR(WS-ATPC800-CAN-IDX)
             TO WS-ATPC800-CTA-HABER
           INITIALIZE WS-ATPC175
           MOVE CTM-CODENT    TO WS-ATPC175-CODENT
           MOVE CTM-CODESTCTA TO WS-ATPC175-CODESTCTA
           PERFORM ATPC175-BUSCAR-EN-ARREGLO
           IF WS-ATPC175-RETORNO-OK
           AND WS-ATPC175-CONTCUR NOT = SPACES
              MOVE WS-ATPC175-CONTCUR TO WS-ATPC800-CTA-HABER
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC800-GRABAR-CASTIGO
      *----------------------------------------------------------------
       ATPC800-GRABAR-CASTIGO.
           INITIALIZE CAS-CASTIGOS-REG
           MOVE CTM-CODENT          TO CAS-CODENT
           MOVE CTM-NUMCUENTA       TO CAS-NUMCUENTA
           MOVE WS-ATPC800-HOY      TO CAS-FECCASTIGO
           MOVE CTM-DIAS-MORA       TO CAS-DIAS-MORA
           MOVE CTM-CODESTCTA       TO CAS-CODESTCTA
           MOVE CTM-LINEA           TO CAS-LINEA
           MOVE WS-ATPC800-CAPITAL  TO CAS-CAPITAL
           MOVE WS-ATPC800-INTERES  TO CAS-INTERES
           MOVE WS-ATPC800-COMISION TO CAS-COMISION
           MOVE WS-ATPC800-SALDO    TO CAS-TOTAL
           WRITE CAS-CASTIGOS-REG

           MOVE SPACES TO WS-ATPC800-LINEA
           STRING " CODENT ["                 DELIMITED BY SIZE
                  CTM-CODENT                  DELIMITED BY SIZE
                  "] CUENTA ["                DELIMITED BY SIZE
                  CTM-NUMCUENTA               DELIMITED BY SIZE
                  "] MORA ["                  DELIMITED BY SIZE
                  CTM-DIAS-MORA               DELIMITED BY SIZE
                  "] CAPITAL ["               DELIMITED BY SIZE
                  WS-ATPC800-CAPITAL          DELIMITED BY SIZE
                  "] INTERES ["               DELIMITED BY SIZE
                  WS-ATPC800-INTERES          DELIMITED BY SIZE
                  "] COMISION ["              DELIMITED BY SIZE
                  WS-ATPC800-COMISION         DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC800-LINEA
           WRITE RPT-ATPC800-REG FROM WS-ATPC800-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC800-GRABAR-ASIENTOS
      *----------------------------------------------------------------
       ATPC800-GRABAR-ASIENTOS.
           MOVE "CSK"              TO WS-ATPC800-AST-ORIGEN
           MOVE WS-ATPC800-CAPITAL TO WS-ATPC800-AST-IMPORTE
           PERFORM ATPC800-GRABAR-PAREJA

           MOVE "CSI"              TO WS-ATPC800-AST-ORIGEN
           MOVE WS-ATPC800-INTERES TO WS-ATPC800-AST-IMPORTE
           PERFORM ATPC800-GRABAR-PAREJA

           MOVE "CSC"               TO WS-ATPC800-AST-ORIGEN
           MOVE WS-ATPC800-COMISION TO WS-ATPC800-AST-IMPORTE
           PERFORM ATPC800-GRABAR-PAREJA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC800-GRABAR-PAREJA
      *----------------------------------------------------------------
      * Escribe las dos patas del asiento del componente; el
      * componente en cero no genera asiento
      *----------------------------------------------------------------
       ATPC800-GRABAR-PAREJA.
           IF WS-ATPC800-AST-IMPORTE > ZEROES
              INITIALIZE AST-CASTIGOS-REG
              MOVE "AST"                  TO AST-TIPO
              MOVE CTM-CODENT             TO AST-CODENT
              MOVE WS-ATPC800-AST-ORIGEN  TO AST-ORIGEN
              MOVE "D"                    TO AST-DEBHAB
              MOVE WS-ATPC800-CAN-CONTCUR(WS-ATPC800-CAN-IDX)
                TO AST-CONTCUR
              MOVE WS-ATPC800-AST-IMPORTE TO AST-IMPORTE
              MOVE WS-ATPC800-HOY         TO AST-FECHA
              MOVE CTM-NUMCUENTA          TO AST-REFERENCIA
              WRITE AST-CASTIGOS-REG

              MOVE "H"                    TO AST-DEBHAB
              MOVE WS-ATPC800-CTA-HABER   TO AST-CONTCUR
              WRITE AST-CASTIGOS-REG
              ADD 2 TO WS-ATPC800-ASIENTOS
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC800-ACUMULAR-ENTIDAD
      *----------------------------------------------------------------
       ATPC800-ACUMULAR-ENTIDAD.
           MOVE ZEROES TO WS-ATPC800-TOT-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC800-TOT-CANT
              IF WS-ATPC800-TOT-CODENT(WS-I) = CTM-CODENT
                 MOVE WS-I TO WS-ATPC800-TOT-IDX
                 MOVE WS-ATPC800-TOT-CANT TO WS-I
              END-IF
           END-PERFORM

           IF WS-ATPC800-TOT-IDX = ZEROES
           AND WS-ATPC800-TOT-CANT < WS-ATPC800-TOT-MAX
              ADD 1 TO WS-ATPC800-TOT-CANT
              MOVE WS-ATPC800-TOT-CANT TO WS-ATPC800-TOT-IDX
              INITIALIZE WS-ATPC800-TOT(WS-ATPC800-TOT-IDX)
              MOVE CTM-CODENT
                TO WS-ATPC800-TOT-CODENT(WS-ATPC800-TOT-IDX)
           END-IF

           IF WS-ATPC800-TOT-IDX > ZEROES
              ADD 1 TO WS-ATPC800-TOT-CUENTAS(WS-ATPC800-TOT-IDX)
              ADD WS-ATPC800-CAPITAL
                TO WS-ATPC800-TOT-CAPITAL(WS-ATPC800-TOT-IDX)
              ADD WS-ATPC800-INTERES
                TO WS-ATPC800-TOT-INTERES(WS-ATPC800-TOT-IDX)
              ADD WS-ATPC800-COMISION
                TO WS-ATPC800-TOT-COMISION(WS-ATPC800-TOT-IDX)
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC800-EMITIR-RESUMEN
      *----------------------------------------------------------------
       ATPC800-EMITIR-RESUMEN.
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC800-TOT-CANT
              MOVE SPACES TO WS-ATPC800-LINEA
              STRING " ENTIDAD ["             DELIMITED BY SIZE
                     WS-ATPC800-TOT-CODENT(WS-I)
                                              DELIMITED BY SIZE
                     "] CUENTAS ["            DELIMITED BY SIZE
                     WS-ATPC800-TOT-CUENTAS(WS-I)
                                              DELIMITED BY SIZE
                     "] CAPITAL ["            DELIMITED BY SIZE
                     WS-ATPC800-TOT-CAPITAL(WS-I)
                                              DELIMITED BY SIZE
                     "] INTERES ["            DELIMITED BY SIZE
                     WS-ATPC800-TOT-INTERES(WS-I)
                                              DELIMITED BY SIZE
                     "] COMISION ["           DELIMITED BY SIZE
                     WS-ATPC800-TOT-COMISION(WS-I)
                                              DELIMITED BY SIZE
                     "]"                      DELIMITED BY SIZE
                INTO WS-ATPC800-LINEA
              WRITE RPT-ATPC800-REG FROM WS-ATPC800-LINEA
              DISPLAY WS-ATPC800-LINEA
           END-PERFORM

           MOVE SPACES TO WS-ATPC800-LINEA
           STRING " CUENTAS LEIDAS: "         DELIMITED BY SIZE
                  WS-ATPC800-LEIDAS           DELIMITED BY SIZE
                  "  CASTIGADAS: "            DELIMITED BY SIZE
                  WS-ATPC800-CASTIGADAS       DELIMITED BY SIZE
                  "  YA CASTIGADAS: "         DELIMITED BY SIZE
                  WS-ATPC800-YA-CASTIGADAS    DELIMITED BY SIZE
                  "  SIN ENTIDAD: "           DELIMITED BY SIZE
                  WS-ATPC800-SIN-ENTIDAD      DELIMITED BY SIZE
                  "  SIN UMBRAL: "            DELIMITED BY SIZE
                  WS-ATPC800-SIN-UMBRAL       DELIMITED BY SIZE
                  "  ASIENTOS: "              DELIMITED BY SIZE
                  WS-ATPC800-ASIENTOS         DELIMITED BY SIZE
             INTO WS-ATPC800-LINEA
           WRITE RPT-ATPC800-REG FROM WS-ATPC800-LINEA
           DISPLAY WS-ATPC800-LINEA

           IF WS-ATPC800-ERRORES > ZEROES
              MOVE SPACES TO WS-ATPC800-LINEA
              STRING " CUENTAS QUE NO SE PUDIERON MARCAR CASTIGADAS "
                                              DELIMITED BY SIZE
                     "(NO CASTIGADAS): "      DELIMITED BY SIZE
                     WS-ATPC800-ERRORES       DELIMITED BY SIZE
                INTO WS-ATPC800-LINEA
              WRITE RPT-ATPC800-REG FROM WS-ATPC800-LINEA
              DISPLAY WS-ATPC800-LINEA
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
       COPY "ATPC175-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
