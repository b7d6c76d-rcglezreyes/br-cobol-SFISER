       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC824.
      *----------------------------------------------------------------
      * Programa batch de cierre de mes de matriz de migracion de la
      * mora (roll rates): para cada cuenta del maestro CTAMAE.DAT
      * compara su tramo de mora al cierre del mes anterior con su
      * tramo al cierre del mes y acumula, por CODENT + LINEA, una
      * matriz tramo DESDE / tramo HASTA con cuentas y saldo deudor,
      * mas la tasa de CURA (cuentas que pasaron a un tramo menor) y
      * la de ROLL (cuentas que pasaron a un tramo mayor o a castigo)
      * de cada tramo DESDE, en cuentas.
      *
      * Tramos: 0 al dia / 1 1-29 / 2 30-59 / 3 60-89 / 4 90 o mas
      * (los de ATPC970) y 5 castigo. El tramo de una cuenta en cada
      * cierre sale de su estado en la escalera de ATPC175 (los
      * NUMDIASACT del estado ubicados en los tramos de ATPC970): el
      * estado al cierre es el estado anterior de la primera
      * transicion posterior al cierre en ESTHIST.DAT (ATPC971) o, sin
      * transiciones posteriores, el estado actual del maestro. La
      * cuenta castigada en el mes (ATPC800, CTM-FECCASTIGO) pasa al
      * tramo 5; la castigada antes del mes no entra. La cuenta cuyo
      * estado no figura en ATPC175 se cuenta aparte. El saldo es el
      * saldo deudor del maestro a la fecha de corrida (para la
      * castigada, el saldo castigado pendiente).
      *
      * El mes se toma de ATPC824.PRM (AAAA-MM en la primera linea);
      * sin parametro se procesa el mes en curso. Cada celda no vacia
      * de la matriz se guarda en el historial ROLLHIST.DAT, que
      * conserva los doce meses que terminan en el procesado (el mes
      * reprocesado se reemplaza) para graficar tendencias.
      *
      * Layout de ROLLHIST.DAT: PERIODO(7 AAAA-MM) CODENT(4) LINEA(4)
      * TRAMO-DESDE(1) TRAMO-HASTA(1) CUENTAS(7) SALDO 9(13)V99.
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
           SELECT PRM-ATPC824 ASSIGN TO "ATPC824.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC824-PRM-STATUS.
      * Maestro de cuentas -- ver ATPCCTM-CTM.cpy
           SELECT CTM-MAESTRO ASSIGN TO "CTAMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTM-CLAVE
               FILE STATUS IS WS-ATPC824-CTM-STATUS.
      * Historia de estados de cuenta -- ver ATPC971
           SELECT EST-HISTORIA ASSIGN TO "ESTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC824-EST-STATUS.
           SELECT ROL-HISTORIAL ASSIGN TO "ROLLHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC824-ROL-STATUS.
           SELECT TMP-CONSERVADAS ASSIGN TO "ATPC824.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC824-TMP-STATUS.
           SELECT RPT-ATPC824 ASSIGN TO "ATPC824.RPT"
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
       COPY "ATPCLCK-LCK".
       COPY "ATPCEXC-EXC".

       COPY "ATPCCTM-CTM".

       FD  PRM-ATPC824
           RECORDING MODE IS F.
       01  PRM-ATPC824-REG.
           05  PRM-ATPC824-PERIODO            PIC X(07).

       FD  EST-HISTORIA
           RECORDING MODE IS F.
       01  EST-HISTORIA-REG.
           05  EST-RUNID                      PIC X(12).
           05  EST-FECHA                      PIC X(10).
           05  EST-CODENT                     PIC X(04).
           05  EST-NUMCUENTA                  PIC X(16).
           05  EST-ESTADO-ANT                 PIC 9(02).
           05  EST-ESTADO-NVO                 PIC 9(02).
           05  EST-CODBLQ                     PIC 9(02).
           05  EST-INDACEDEU                  PIC X(01).

       FD  ROL-HISTORIAL
           RECORDING MODE IS F.
       01  ROL-HISTORIAL-REG.
           05  ROL-PERIODO                    PIC X(07).
           05  ROL-CODENT                     PIC X(04).
           05  ROL-LINEA                      PIC X(04).
           05  ROL-TRAMO-DESDE                PIC 9(01).
           05  ROL-TRAMO-HASTA                PIC 9(01).
           05  ROL-CUENTAS                    PIC 9(07).
           05  ROL-SALDO                      PIC 9(13)V99.

       FD  TMP-CONSERVADAS
           RECORDING MODE IS F.
       01  TMP-CONSERVADAS-REG                PIC X(39).

       FD  RPT-ATPC824
           RECORDING MODE IS F.
       01  RPT-ATPC824-REG                    PIC X(130).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPC096-WS".
       COPY "ATPC175-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".

       77  WS-ATPC824-PRM-STATUS              PIC X(02).
       77  WS-ATPC824-CTM-STATUS              PIC X(02).
       77  WS-ATPC824-EST-STATUS              PIC X(02).
       77  WS-ATPC824-ROL-STATUS              PIC X(02).
       77  WS-ATPC824-TMP-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC824-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.

      * Mes procesado, su primer dia, el primer dia del mes siguiente
      * y el primer mes que conserva el historial
       01  WS-ATPC824-PERIODO.
           05  WS-ATPC824-PER-AAAA            PIC 9(04).
           05  WS-ATPC824-PER-G1              PIC X(01) VALUE "-".
           05  WS-ATPC824-PER-MM              PIC 9(02).
       01  WS-ATPC824-DESDE                   PIC X(10).
       01  WS-ATPC824-SIGUIENTE.
           05  WS-ATPC824-SIG-AAAA            PIC 9(04).
           05  WS-ATPC824-SIG-G1              PIC X(01) VALUE "-".
           05  WS-ATPC824-SIG-MM              PIC 9(02).
           05  WS-ATPC824-SIG-RESTO           PIC X(03) VALUE "-01".
       01  WS-ATPC824-CORTE-HIST.
           05  WS-ATPC824-COR-AAAA            PIC 9(04).
           05  WS-ATPC824-COR-G1              PIC X(01) VALUE "-".
           05  WS-ATPC824-COR-MM              PIC 9(02).

       01  WS-ATPC824-HOY-AMD.
           05  WS-ATPC824-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC824-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC824-HOY-AMD-DD          PIC 9(02).

      * Primera transicion de cada cuenta posterior a cada cierre:
      * su estado anterior es el estado de la cuenta en ese cierre
       78  WS-ATPC824-TRS-MAX                 VALUE 10000.
       77  WS-ATPC824-TRS-CANT                PIC 9(05) VALUE 0.
       77  WS-ATPC824-TRS-IDX                 PIC 9(05).
       01  FILLER                             PIC 9(01).
           88 WS-ATPC824-TRS-DESBORDE          VALUE 1
              WHEN SET TO FALSE 0.
       01  WS-ATPC824-TRANSICIONES.
           05  WS-ATPC824-TRS OCCURS 10000 TIMES.
               10  WS-ATPC824-TRS-CODENT      PIC X(04).
               10  WS-ATPC824-TRS-NUMCUENTA   PIC X(16).
               10  WS-ATPC824-TRS-FEC-INI     PIC X(10).
               10  WS-ATPC824-TRS-EST-INI     PIC 9(02).
               10  WS-ATPC824-TRS-FEC-FIN     PIC X(10).
               10  WS-ATPC824-TRS-EST-FIN     PIC 9(02).

      * Matriz por CODENT + LINEA: tramo DESDE 0-4 (indice 1-5) por
      * tramo HASTA 0-5 (indice 1-6)
       78  WS-ATPC824-GRP-MAX                 VALUE 200.
       77  WS-ATPC824-GRP-CANT                PIC 9(03) VALUE 0.
       77  WS-ATPC824-GRP-IDX                 PIC 9(03).
       01  WS-ATPC824-GRUPOS.
           05  WS-ATPC824-GRP OCCURS 200 TIMES.
               10  WS-ATPC824-GRP-CODENT      PIC X(04).
               10  WS-ATPC824-GRP-LINEA       PIC X(04).
               10  WS-ATPC824-GRP-DESDE OCCURS 5 TIMES.
                   15  WS-ATPC824-GRP-HASTA OCCURS 6 TIMES.
                       20  WS-ATPC824-GRP-CUENTAS
                                              PIC 9(07).
                       20  WS-ATPC824-GRP-SALDO
                                              PIC 9(13)V99.

      * Nombres de los tramos para el reporte
       01  WS-ATPC824-NOMBRES-DEF.
           05  FILLER  PIC X(48) VALUE
               "  AL DIA    1-29   30-59   60-89     90+ CASTIGO".
       01  FILLER REDEFINES WS-ATPC824-NOMBRES-DEF.
           05  WS-ATPC824-NOMBRE OCCURS 6 TIMES PIC X(08).

      * Cuenta en curso
       77  WS-ATPC824-EST-INI                 PIC 9(02).
       77  WS-ATPC824-EST-FIN                 PIC 9(02).
       77  WS-ATPC824-TRAMO                   PIC 9(01).
       77  WS-ATPC824-TRAMO-DESDE             PIC 9(01).
       77  WS-ATPC824-TRAMO-HASTA             PIC 9(01).
       77  WS-ATPC824-SALDO                   PIC 9(09)V99.
       01  FILLER                             PIC X(01).
           88 WS-ATPC824-TRAMO-OK             VALUE "S"
              WHEN SET TO FALSE "N".

      * Fila del reporte
       77  WS-ATPC824-D                       PIC 9(01).
       77  WS-ATPC824-H                       PIC 9(01).
       77  WS-ATPC824-FILA-TOT                PIC 9(07).
       77  WS-ATPC824-FILA-CURA               PIC 9(07).
       77  WS-ATPC824-FILA-ROLL               PIC 9(07).
       77  WS-ATPC824-TASA                    PIC 9(03)V9.
       77  WS-ATPC824-CUENTAS-ED              PIC Z(06)9.
       77  WS-ATPC824-SALDO-ED                PIC Z(12)9.99.
       77  WS-ATPC824-TASA-ED                 PIC ZZ9.9.
       77  WS-ATPC824-POS                     PIC 9(03).

      * Contadores del resumen final
       77  WS-ATPC824-LEIDAS                  PIC 9(08) VALUE 0.
       77  WS-ATPC824-CLASIFICADAS            PIC 9(08) VALUE 0.
       77  WS-ATPC824-CASTIGADAS-ANT          PIC 9(08) VALUE 0.
       77  WS-ATPC824-SIN-ESTADO              PIC 9(08) VALUE 0.
       77  WS-ATPC824-HIST-CONSERVADAS        PIC 9(06) VALUE 0.
       77  WS-ATPC824-HIST-NUEVAS             PIC 9(06) VALUE 0.

       01  WS-ATPC824-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC824-PRINCIPAL
      *----------------------------------------------------------------
       ATPC824-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC824: MATRIZ DE MIGRACION DE LA MORA                -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC824" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC096-CARGAR-ARREGLO
           PERFORM ATPC175-CARGAR-ARREGLO

           PERFORM ATPC824-DETERMINAR-PERIODO
           PERFORM ATPC824-CARGAR-TRANSICIONES

           OPEN INPUT CTM-MAESTRO
           IF WS-ATPC824-CTM-STATUS NOT = "00"
              DISPLAY "ATPC824 - ERROR: no se pudo abrir CTAMAE.DAT "
                      "-- FILE STATUS:[" WS-ATPC824-CTM-STATUS "] -- "
                      "corrida abortada"
              PERFORM ATPC824-ABORTAR
           END-IF

           MOVE LOW-VALUES TO CTM-CLAVE
           START CTM-MAESTRO KEY IS NOT LESS THAN CTM-CLAVE
               INVALID KEY
                  SET WS-ATPC824-FIN-ENTRADA TO TRUE
               NOT INVALID KEY
                  SET WS-ATPC824-FIN-ENTRADA TO FALSE
           END-START

           PERFORM UNTIL WS-ATPC824-FIN-ENTRADA
              READ CTM-MAESTRO NEXT RECORD
                  AT END
                     SET WS-ATPC824-FIN-ENTRADA TO TRUE
                  NOT AT END
                     ADD 1 TO WS-ATPC824-LEIDAS
                     PERFORM ATPC824-CLASIFICAR-CUENTA
              END-READ
           END-PERFORM
           CLOSE CTM-MAESTRO

           OPEN OUTPUT RPT-ATPC824
           MOVE SPACES TO WS-ATPC824-LINEA
           STRING " MATRIZ DE MIGRACION DE LA MORA DEL MES ["
                                              DELIMITED BY SIZE
                  WS-ATPC824-PERIODO          DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC824-LINEA
           WRITE RPT-ATPC824-REG FROM WS-ATPC824-LINEA
           DISPLAY WS-ATPC824-LINEA

           PERFORM VARYING WS-ATPC824-GRP-IDX FROM 1 BY 1
                     UNTIL WS-ATPC824-GRP-IDX > WS-ATPC824-GRP-CANT
              PERFORM ATPC824-EMITIR-MATRIZ
           END-PERFORM

           PERFORM ATPC824-ACTUALIZAR-HISTORIAL

           MOVE SPACES TO WS-ATPC824-LINEA
           WRITE RPT-ATPC824-REG FROM WS-ATPC824-LINEA
           MOVE SPACES TO WS-ATPC824-LINEA
           STRING " CUENTAS: "                DELIMITED BY SIZE
                  WS-ATPC824-LEIDAS           DELIMITED BY SIZE
                  "  CLASIFICADAS: "          DELIMITED BY SIZE
                  WS-ATPC824-CLASIFICADAS     DELIMITED BY SIZE
                  "  CASTIGADAS ANTES DEL MES: "
                                              DELIMITED BY SIZE
                  WS-ATPC824-CASTIGADAS-ANT   DELIMITED BY SIZE
                  "  SIN ESTADO EN ATPC175: " DELIMITED BY SIZE
                  WS-ATPC824-SIN-ESTADO       DELIMITED BY SIZE
             INTO WS-ATPC824-LINEA
           WRITE RPT-ATPC824-REG FROM WS-ATPC824-LINEA
           DISPLAY WS-ATPC824-LINEA

           MOVE SPACES TO WS-ATPC824-LINEA
           STRING " HISTORIAL ROLLHIST.DAT -- DESDE ["
                                              DELIMITED BY SIZE
                  WS-ATPC824-CORTE-HIST       DELIMITED BY SIZE
                  "] CONSERVADAS: "           DELIMITED BY SIZE
                  WS-ATPC824-HIST-CONSERVADAS DELIMITED BY SIZE
                  "  NUEVAS: "                DELIMITED BY SIZE
                  WS-ATPC824-HIST-NUEVAS      DELIMITED BY SIZE
             INTO WS-ATPC824-LINEA
           WRITE RPT-ATPC824-REG FROM WS-ATPC824-LINEA
           DISPLAY WS-ATPC824-LINEA

           CLOSE RPT-ATPC824

           IF WS-ATPC824-SIN-ESTADO > ZEROES
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY
           "- ATPC824: MATRIZ FINALIZADA                             -"
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
      * Proceso: ATPC824-ABORTAR
      *----------------------------------------------------------------
       ATPC824-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC824-DETERMINAR-PERIODO
      *----------------------------------------------------------------
      * Mes de ATPC824.PRM (o el mes en curso), el primer dia del mes
      * siguiente y el mes mas antiguo que conserva el historial
      *----------------------------------------------------------------
       ATPC824-DETERMINAR-PERIODO.
           ACCEPT WS-ATPC824-HOY-AMD FROM DATE YYYYMMDD
           MOVE WS-ATPC824-HOY-AMD-AAAA TO WS-ATPC824-PER-AAAA
           MOVE WS-ATPC824-HOY-AMD-MM   TO WS-ATPC824-PER-MM
           MOVE "-" TO WS-ATPC824-PER-G1

           OPEN INPUT PRM-ATPC824
           IF WS-ATPC824-PRM-STATUS = "00"
              READ PRM-ATPC824
                  AT END
                     CONTINUE
                  NOT AT END
                     IF PRM-ATPC824-PERIODO(1:4) IS NUMERIC
                     AND PRM-ATPC824-PERIODO(5:1) = "-"
                     AND PRM-ATPC824-PERIODO(6:2) IS NUMERIC
                     AND PRM-ATPC824-PERIODO(6:2) >= "01"
                     AND PRM-ATPC824-PERIODO(6:2) <= "12"
                        MOVE PRM-ATPC824-PERIODO TO WS-ATPC824-PERIODO
                     ELSE
                        DISPLAY "ATPC824 - AVISO: periodo invalido "
                                "en ATPC824.PRM [" PRM-ATPC824-PERIODO
                                "] -- se procesa el mes en curso"
                     END-IF
              END-READ
              CLOSE PRM-ATPC824
           END-IF

           MOVE SPACES TO WS-ATPC824-DESDE
           STRING WS-ATPC824-PERIODO          DELIMITED BY SIZE
                  "-01"                       DELIMITED BY SIZE
             INTO WS-ATPC824-DESDE

           MOVE WS-ATPC824-PER-AAAA TO WS-ATPC824-SIG-AAAA
           IF WS-ATPC824-PER-MM = 12
              ADD 1 TO WS-ATPC824-SIG-AAAA
              MOVE 1 TO WS-ATPC824-SIG-MM
           ELSE
              COMPUTE WS-ATPC824-SIG-MM = WS-ATPC824-PER-MM + 1
           END-IF
           MOVE "-"   TO WS-ATPC824-SIG-G1
           MOVE "-01" TO WS-ATPC824-SIG-RESTO

      * Doce meses que terminan en el procesado: desde once atras
           IF WS-ATPC824-PER-MM = 12
              MOVE WS-ATPC824-PER-AAAA TO WS-ATPC824-COR-AAAA
              MOVE 1 TO WS-ATPC824-COR-MM
           ELSE
              COMPUTE WS-ATPC824-COR-AAAA = WS-ATPC824-PER-AAAA - 1
              COMPUTE WS-ATPC824-COR-MM = WS-ATPC824-PER-MM + 1
           END-IF
           MOVE "-" TO WS-ATPC824-COR-G1
           .

      *----------------------------------------------------------------
      * Proceso: ATPC824-CARGAR-TRANSICIONES
      *----------------------------------------------------------------
      * Solo interesan las transiciones desde el primer dia del mes:
      * la cuenta sin ellas estuvo todo el mes en su estado actual
      *----------------------------------------------------------------
       ATPC824-CARGAR-TRANSICIONES.
           SET WS-ATPC824-TRS-DESBORDE TO FALSE
           OPEN INPUT EST-HISTORIA
           IF WS-ATPC824-EST-STATUS NOT = "00"
              DISPLAY "ATPC824 - AVISO: sin historia de estados "
                      "ESTHIST.DAT -- FILE STATUS:["
                      WS-ATPC824-EST-STATUS "] -- se toma el estado "
                      "actual para ambos cierres"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              SET WS-ATPC824-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC824-FIN-ENTRADA
                 READ EST-HISTORIA
                     AT END
                        SET WS-ATPC824-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF EST-FECHA >= WS-ATPC824-DESDE
                           PERFORM ATPC824-INCORPORAR-TRANSICION
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE EST-HISTORIA
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC824-INCORPORAR-TRANSICION
      *----------------------------------------------------------------
       ATPC824-INCORPORAR-TRANSICION.
           MOVE ZEROES TO WS-ATPC824-TRS-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC824-TRS-CANT
              IF WS-ATPC824-TRS-NUMCUENTA(WS-I) = EST-NUMCUENTA
              AND WS-ATPC824-TRS-CODENT(WS-I) = EST-CODENT
                 MOVE WS-I TO WS-ATPC824-TRS-IDX
                 MOVE WS-ATPC824-TRS-CANT TO WS-I
              END-IF
           END-PERFORM
           IF WS-ATPC824-TRS-IDX = ZEROES
              IF WS-ATPC824-TRS-CANT < WS-ATPC824-TRS-MAX
                 ADD 1 TO WS-ATPC824-TRS-CANT
                 MOVE WS-ATPC824-TRS-CANT TO WS-ATPC824-TRS-IDX
                 MOVE EST-CODENT
                   TO WS-ATPC824-TRS-CODENT(WS-ATPC824-TRS-IDX)
                 MOVE EST-NUMCUENTA
                   TO WS-ATPC824-TRS-NUMCUENTA(WS-ATPC824-TRS-IDX)
                 MOVE HIGH-VALUES
                   TO WS-ATPC824-TRS-FEC-INI(WS-ATPC824-TRS-IDX)
                      WS-ATPC824-TRS-FEC-FIN(WS-ATPC824-TRS-IDX)
                 MOVE ZEROES
                   TO WS-ATPC824-TRS-EST-INI(WS-ATPC824-TRS-IDX)
                      WS-ATPC824-TRS-EST-FIN(WS-ATPC824-TRS-IDX)
              ELSE
      * La cuenta cuya transicion no entra al arreglo se clasificaria
      * con su estado actual: se alerta y la corrida queda mala
                 IF NOT WS-ATPC824-TRS-DESBORDE
                    DISPLAY "ATPC824 - ALERTA: el arreglo de "
                       "transiciones alcanzo su capacidad maxima ["
                       WS-ATPC824-TRS-MAX "] - hay cuentas mal "
                       "clasificadas"
                    SET WS-ATPC824-TRS-DESBORDE TO TRUE
                 END-IF
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF

           IF WS-ATPC824-TRS-IDX > ZEROES
              IF EST-FECHA < WS-ATPC824-TRS-FEC-INI(WS-ATPC824-TRS-IDX)
                 MOVE EST-FECHA
                   TO WS-ATPC824-TRS-FEC-INI(WS-ATPC824-TRS-IDX)
                 MOVE EST-ESTADO-ANT
                   TO WS-ATPC824-TRS-EST-INI(WS-ATPC824-TRS-IDX)
              END-IF
              IF EST-FECHA >= WS-ATPC824-SIGUIENTE
              AND EST-FECHA < WS-ATPC824-TRS-FEC-FIN(WS-ATPC824-TRS-IDX)
                 MOVE EST-FECHA
                   TO WS-ATPC824-TRS-FEC-FIN(WS-ATPC824-TRS-IDX)
                 MOVE EST-ESTADO-ANT
                   TO WS-ATPC824-TRS-EST-FIN(WS-ATPC824-TRS-IDX)
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC824-CLASIFICAR-CUENTA
      *----------------------------------------------------------------
       ATPC824-CLASIFICAR-CUENTA.
           IF CTM-CASTIGADA
           AND CTM-FECCASTIGO < WS-ATPC824-DESDE
              ADD 1 TO WS-ATPC824-CASTIGADAS-ANT
           ELSE
      * Estado en cada cierre segun la historia de transiciones
              MOVE CTM-CODESTCTA TO WS-ATPC824-EST-INI
                                    WS-ATPC824-EST-FIN
              MOVE ZEROES TO WS-ATPC824-TRS-IDX
              PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > WS-ATPC824-TRS-CANT
                 IF WS-ATPC824-TRS-NUMCUENTA(WS-I) = CTM-NUMCUENTA
                 AND WS-ATPC824-TRS-CODENT(WS-I) = CTM-CODENT
                    MOVE WS-I TO WS-ATPC824-TRS-IDX
                    MOVE WS-ATPC824-TRS-CANT TO WS-I
                 END-IF
              END-PERFORM
              IF WS-ATPC824-TRS-IDX > ZEROES
                 IF WS-ATPC824-TRS-FEC-INI(WS-ATPC824-TRS-IDX)
                    NOT = HIGH-VALUES
                    MOVE WS-ATPC824-TRS-EST-INI(WS-ATPC824-TRS-IDX)
                      TO WS-ATPC824-EST-INI
                 END-IF
                 IF WS-ATPC824-TRS-FEC-FIN(WS-ATPC824-TRS-IDX)
                    NOT = HIGH-VALUES
                    MOVE WS-ATPC824-TRS-EST-FIN(WS-ATPC824-TRS-IDX)
                      TO WS-ATPC824-EST-FIN
                 END-IF
              END-IF

              MOVE WS-ATPC824-EST-INI TO WS-ATPC175-CODESTCTA
              PERFORM ATPC824-TRAMO-DE-ESTADO
              MOVE WS-ATPC824-TRAMO TO WS-ATPC824-TRAMO-DESDE
              IF WS-ATPC824-TRAMO-OK
                 IF CTM-CASTIGADA
                 AND CTM-FECCASTIGO < WS-ATPC824-SIGUIENTE
                    MOVE 5 TO WS-ATPC824-TRAMO-HASTA
                 ELSE
                    MOVE WS-ATPC824-EST-FIN TO WS-ATPC175-CODESTCTA
                    PERFORM ATPC824-TRAMO-DE-ESTADO
                    MOVE WS-ATPC824-TRAMO TO WS-ATPC824-TRAMO-HASTA
                 END-IF
              END-IF

              IF WS-ATPC824-TRAMO-OK
                 PERFORM ATPC824-ACUMULAR-CUENTA
              ELSE
                 ADD 1 TO WS-ATPC824-SIN-ESTADO
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC824-TRAMO-DE-ESTADO
      *----------------------------------------------------------------
      * Ubica los NUMDIASACT del estado WS-ATPC175-CODESTCTA de la
      * entidad de la cuenta en los tramos de ATPC970
      *----------------------------------------------------------------
       ATPC824-TRAMO-DE-ESTADO.
           SET WS-ATPC824-TRAMO-OK TO FALSE
           MOVE ZEROES TO WS-ATPC824-TRAMO
           MOVE CTM-CODENT TO WS-ATPC175-CODENT
           PERFORM ATPC175-BUSCAR-EN-ARREGLO
           IF WS-ATPC175-RETORNO-OK
              SET WS-ATPC824-TRAMO-OK TO TRUE
              EVALUATE TRUE
                 WHEN WS-ATPC175-NUMDIASACT = ZEROES
                    MOVE 0 TO WS-ATPC824-TRAMO
                 WHEN WS-ATPC175-NUMDIASACT < 30
                    MOVE 1 TO WS-ATPC824-TRAMO
                 WHEN WS-ATPC175-NUMDIASACT < 60
                    MOVE 2 TO WS-ATPC824-TRAMO
                 WHEN WS-ATPC175-NUMDIASACT < 90
                    MOVE 3 TO WS-ATPC824-TRAMO
                 WHEN OTHER
                    MOVE 4 TO WS-ATPC824-TRAMO
              END-EVALUATE
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC824-ACUMULAR-CUENTA
      *----------------------------------------------------------------
       ATPC824-ACUMULAR-CUENTA.
           MOVE ZEROES TO WS-ATPC824-GRP-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC824-GRP-CANT
              IF WS-ATPC824-GRP-CODENT(WS-I) = CTM-CODENT
              AND WS-ATPC824-GRP-LINEA(WS-I) = CTM-LINEA
                 MOVE WS-I TO WS-ATPC824-GRP-IDX
                 MOVE WS-ATPC824-GRP-CANT TO WS-I
              END-IF
           END-PERFORM
           IF WS-ATPC824-GRP-IDX = ZEROES
              IF WS-ATPC824-GRP-CANT < WS-ATPC824-GRP-MAX
                 ADD 1 TO WS-ATPC824-GRP-CANT
                 MOVE WS-ATPC824-GRP-CANT TO WS-ATPC824-GRP-IDX
                 INITIALIZE WS-ATPC824-GRP(WS-ATPC824-GRP-IDX)
                 MOVE CTM-CODENT
                   TO WS-ATPC824-GRP-CODENT(WS-ATPC824-GRP-IDX)
                 MOVE CTM-LINEA
                   TO WS-ATPC824-GRP-LINEA(WS-ATPC824-GRP-IDX)
              ELSE
                 DISPLAY "ATPC824 - ALERTA: el arreglo de entidades y "
                         "lineas alcanzo su capacidad maxima ["
                         WS-ATPC824-GRP-MAX "] -- corrida abortada"
                 CLOSE CTM-MAESTRO
                 PERFORM ATPC824-ABORTAR
              END-IF
           END-IF

           IF CTM-CASTIGADA AND WS-ATPC824-TRAMO-HASTA = 5
              MOVE CTM-IMPCASTIGO TO WS-ATPC824-SALDO
           ELSE
              IF CTM-SALDO > ZEROES
                 MOVE CTM-SALDO TO WS-ATPC824-SALDO
              ELSE
                 MOVE ZEROES TO WS-ATPC824-SALDO
              END-IF
           END-IF

           ADD 1 TO WS-ATPC824-CLASIFICADAS
           COMPUTE WS-ATPC824-D = WS-ATPC824-TRAMO-DESDE + 1
           COMPUTE WS-ATPC824-H = WS-ATPC824-TRAMO-HASTA + 1
           ADD 1 TO WS-ATPC824-GRP-CUENTAS
                       (WS-ATPC824-GRP-IDX, WS-ATPC824-D, WS-ATPC824-H)
           ADD WS-ATPC824-SALDO TO WS-ATPC824-GRP-SALDO
                       (WS-ATPC824-GRP-IDX, WS-ATPC824-D, WS-ATPC824-H)
           .

      *----------------------------------------------------------------
      * Proceso: ATPC824-EMITIR-MATRIZ
      *----------------------------------------------------------------
       ATPC824-EMITIR-MATRIZ.
           MOVE SPACES TO WS-ATPC824-LINEA
           WRITE RPT-ATPC824-REG FROM WS-ATPC824-LINEA
           MOVE SPACES TO WS-ATPC824-LINEA
           STRING " ENTIDAD ["                DELIMITED BY SIZE
                  WS-ATPC824-GRP-CODENT(WS-ATPC824-GRP-IDX)
                                              DELIMITED BY SIZE
                  "] LINEA ["                 DELIMITED BY SIZE
                  WS-ATPC824-GRP-LINEA(WS-ATPC824-GRP-IDX)
                                              DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC824-LINEA
           WRITE RPT-ATPC824-REG FROM WS-ATPC824-LINEA
           DISPLAY WS-ATPC824-LINEA

           MOVE SPACES TO WS-ATPC824-LINEA
           MOVE " DESDE \ HASTA" TO WS-ATPC824-LINEA(1:14)
           MOVE 15 TO WS-ATPC824-POS
           PERFORM VARYING WS-ATPC824-H FROM 1 BY 1
                     UNTIL WS-ATPC824-H > 6
              MOVE WS-ATPC824-NOMBRE(WS-ATPC824-H)
                TO WS-ATPC824-LINEA(WS-ATPC824-POS + 9:8)
              ADD 17 TO WS-ATPC824-POS
           END-PERFORM
           MOVE "  CURA%  ROLL%" TO WS-ATPC824-LINEA(117:14)
           WRITE RPT-ATPC824-REG FROM WS-ATPC824-LINEA
           DISPLAY WS-ATPC824-LINEA

           PERFORM VARYING WS-ATPC824-D FROM 1 BY 1
                     UNTIL WS-ATPC824-D > 5
              PERFORM ATPC824-EMITIR-FILA
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC824-EMITIR-FILA
      *----------------------------------------------------------------
      * Una linea por tramo DESDE: cuentas y saldo de cada tramo
      * HASTA (17 posiciones por columna) y las tasas de la fila
      *----------------------------------------------------------------
       ATPC824-EMITIR-FILA.
           MOVE ZEROES TO WS-ATPC824-FILA-TOT
                          WS-ATPC824-FILA-CURA
                          WS-ATPC824-FILA-ROLL
           MOVE SPACES TO WS-ATPC824-LINEA
           MOVE WS-ATPC824-NOMBRE(WS-ATPC824-D)
             TO WS-ATPC824-LINEA(3:8)
           MOVE 15 TO WS-ATPC824-POS
           PERFORM VARYING WS-ATPC824-H FROM 1 BY 1
                     UNTIL WS-ATPC824-H > 6
              MOVE WS-ATPC824-GRP-CUENTAS
                      (WS-ATPC824-GRP-IDX, WS-ATPC824-D, WS-ATPC824-H)
                TO WS-ATPC824-CUENTAS-ED
              MOVE WS-ATPC824-CUENTAS-ED
                TO WS-ATPC824-LINEA(WS-ATPC824-POS + 10:7)
              ADD 17 TO WS-ATPC824-POS
              ADD WS-ATPC824-GRP-CUENTAS
                     (WS-ATPC824-GRP-IDX, WS-ATPC824-D, WS-ATPC824-H)
                TO WS-ATPC824-FILA-TOT
              IF WS-ATPC824-H < WS-ATPC824-D
                 ADD WS-ATPC824-GRP-CUENTAS
                        (WS-ATPC824-GRP-IDX, WS-ATPC824-D,
                         WS-ATPC824-H)
                   TO WS-ATPC824-FILA-CURA
              END-IF
              IF WS-ATPC824-H > WS-ATPC824-D
                 ADD WS-ATPC824-GRP-CUENTAS
                        (WS-ATPC824-GRP-IDX, WS-ATPC824-D,
                         WS-ATPC824-H)
                   TO WS-ATPC824-FILA-ROLL
              END-IF
           END-PERFORM

           IF WS-ATPC824-FILA-TOT > ZEROES
              IF WS-ATPC824-D > 1
                 COMPUTE WS-ATPC824-TASA ROUNDED =
                    WS-ATPC824-FILA-CURA * 100 / WS-ATPC824-FILA-TOT
                 MOVE WS-ATPC824-TASA TO WS-ATPC824-TASA-ED
                 MOVE WS-ATPC824-TASA-ED TO WS-ATPC824-LINEA(119:5)
              END-IF
              COMPUTE WS-ATPC824-TASA ROUNDED =
                 WS-ATPC824-FILA-ROLL * 100 / WS-ATPC824-FILA-TOT
              MOVE WS-ATPC824-TASA TO WS-ATPC824-TASA-ED
              MOVE WS-ATPC824-TASA-ED TO WS-ATPC824-LINEA(126:5)
           END-IF
           WRITE RPT-ATPC824-REG FROM WS-ATPC824-LINEA
           DISPLAY WS-ATPC824-LINEA

           MOVE SPACES TO WS-ATPC824-LINEA
           MOVE "SALDO" TO WS-ATPC824-LINEA(5:5)
           MOVE 15 TO WS-ATPC824-POS
           PERFORM VARYING WS-ATPC824-H FROM 1 BY 1
                     UNTIL WS-ATPC824-H > 6
              MOVE WS-ATPC824-GRP-SALDO
                      (WS-ATPC824-GRP-IDX, WS-ATPC824-D, WS-ATPC824-H)
                TO WS-ATPC824-SALDO-ED
              MOVE WS-ATPC824-SALDO-ED
                TO WS-ATPC824-LINEA(WS-ATPC824-POS:16)
              ADD 17 TO WS-ATPC824-POS
           END-PERFORM
           WRITE RPT-ATPC824-REG FROM WS-ATPC824-LINEA
           DISPLAY WS-ATPC824-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC824-ACTUALIZAR-HISTORIAL
      *----------------------------------------------------------------
      * Conserva del historial los meses dentro de los doce que
      * terminan en el procesado (sin el procesado), agrega la matriz
      * del mes y reescribe ROLLHIST.DAT
      *----------------------------------------------------------------
       ATPC824-ACTUALIZAR-HISTORIAL.
           OPEN OUTPUT TMP-CONSERVADAS
           IF WS-ATPC824-TMP-STATUS NOT = "00"
              DISPLAY "ATPC824 - ERROR: no se pudo abrir ATPC824.TMP "
                      "-- FILE STATUS:[" WS-ATPC824-TMP-STATUS "] -- "
                      "ROLLHIST.DAT queda sin actualizar"
              MOVE 12 TO RETURN-CODE
           ELSE
              OPEN INPUT ROL-HISTORIAL
              IF WS-ATPC824-ROL-STATUS = "00"
                 SET WS-ATPC824-FIN-ENTRADA TO FALSE
                 PERFORM UNTIL WS-ATPC824-FIN-ENTRADA
                    READ ROL-HISTORIAL
                        AT END
                           SET WS-ATPC824-FIN-ENTRADA TO TRUE
                        NOT AT END
                           IF ROL-PERIODO >= WS-ATPC824-CORTE-HIST
                           AND ROL-PERIODO NOT = WS-ATPC824-PERIODO
                              WRITE TMP-CONSERVADAS-REG
                                    FROM ROL-HISTORIAL-REG
                              ADD 1 TO WS-ATPC824-HIST-CONSERVADAS
                           END-IF
                    END-READ
                 END-PERFORM
                 CLOSE ROL-HISTORIAL
              END-IF

              PERFORM VARYING WS-ATPC824-GRP-IDX FROM 1 BY 1
                        UNTIL WS-ATPC824-GRP-IDX > WS-ATPC824-GRP-CANT
                 PERFORM VARYING WS-ATPC824-D FROM 1 BY 1
                           UNTIL WS-ATPC824-D > 5
                    PERFORM VARYING WS-ATPC824-H FROM 1 BY 1
                              UNTIL WS-ATPC824-H > 6
                       PERFORM ATPC824-GRABAR-CELDA
                    END-PERFORM
                 END-PERFORM
              END-PERFORM
              CLOSE TMP-CONSERVADAS

              OPEN INPUT TMP-CONSERVADAS
              OPEN OUTPUT ROL-HISTORIAL
              SET WS-ATPC824-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC824-FIN-ENTRADA
                 READ TMP-CONSERVADAS
                     AT END
                        SET WS-ATPC824-FIN-ENTRADA TO TRUE
                     NOT AT END
                        WRITE ROL-HISTORIAL-REG
                              FROM TMP-CONSERVADAS-REG
                 END-READ
              END-PERFORM
              CLOSE TMP-CONSERVADAS
              CLOSE ROL-HISTORIAL
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC824-GRABAR-CELDA
      *----------------------------------------------------------------
       ATPC824-GRABAR-CELDA.
           IF WS-ATPC824-GRP-CUENTAS
                 (WS-ATPC824-GRP-IDX, WS-ATPC824-D, WS-ATPC824-H)
              > ZEROES
              INITIALIZE ROL-HISTORIAL-REG
              MOVE WS-ATPC824-PERIODO TO ROL-PERIODO
              MOVE WS-ATPC824-GRP-CODENT(WS-ATPC824-GRP-IDX)
                TO ROL-CODENT
              MOVE WS-ATPC824-GRP-LINEA(WS-ATPC824-GRP-IDX)
                TO ROL-LINEA
              COMPUTE ROL-TRAMO-DESDE = WS-ATPC824-D - 1
              COMPUTE ROL-TRAMO-HASTA = WS-ATPC824-H - 1
              MOVE WS-ATPC824-GRP-CUENTAS
                      (WS-ATPC824-GRP-IDX, WS-ATPC824-D, WS-ATPC824-H)
                TO ROL-CUENTAS
              MOVE WS-ATPC824-GRP-SALDO
                      (WS-ATPC824-GRP-IDX, WS-ATPC824-D, WS-ATPC824-H)
                TO ROL-SALDO
              WRITE TMP-CONSERVADAS-REG FROM ROL-HISTORIAL-REG
              ADD 1 TO WS-ATPC824-HIST-NUEVAS
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

       COPY "ATPC096-PR".
       COPY "ATPC175-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
