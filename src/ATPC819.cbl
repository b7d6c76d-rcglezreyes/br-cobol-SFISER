       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC819.
      *----------------------------------------------------------------
      * Programa batch diario de devolucion de saldos acreedores:
      * recorre el maestro CTAMAE.DAT (corre despues de ATPC972) y
      * devuelve al cliente el saldo a su favor (CTM-SALDO negativo)
      * que lleva mas de los dias configurados por encima del umbral
      * de su entidad. Hasta ahora el saldo acreedor solo devengaba
      * interes a favor (ATPC951) y quedaba indefinidamente en la
      * cuenta.
      *
      * Parametros por entidad en ATPC819.PRM (una linea por entidad:
      * CODENT(4) + umbral 9(09)V99 + dias 9(03); dias no numerico o
      * en cero = 30). La entidad sin linea no devuelve saldos.
      *
      * Reloj del saldo acreedor: la primera corrida en que el saldo
      * acreedor supera el umbral estampa la fecha en CTM-FECACREED;
      * cuando deja de superarlo la marca se limpia. La cuenta cuyo
      * saldo supera el umbral desde hace MAS de los dias de la
      * entidad se devuelve, salvo que --
      *  - este castigada (ATPC800), o
      *  - tenga una disputa abierta en DISPUTAS.DAT (ATPC979; el
      *    registro mas reciente de cada movimiento disputado manda,
      *    abierta en estado A): se informa y se reintenta al dia
      *    siguiente con el reloj intacto.
      * La devolucion es por el saldo acreedor completo --
      *  - orden de pago a tesoreria en INSTDEVO.DAT, con el mismo
      *    esquema de cabecera/detalle/cierre de las ordenes de
      *    liquidacion de ATPC956;
      *  - asiento contable en DEVOLGL.DAT (layout de ASIENTOS.DAT de
      *    ATPC955, origen DSA, DEBE y HABER la CONTCUR de la
      *    entidad), que ATPC955 toma esa misma noche;
      *  - en el maestro el saldo queda en cero, se registra fecha e
      *    importe de la devolucion (CTM-FECDEVOL / CTM-IMPDEVOL) y
      *    se limpia el reloj. Si el alimentador de saldos todavia
      *    trae el saldo acreedor, el reloj vuelve a arrancar desde
      *    cero, de modo que no se devuelve dos veces antes de que el
      *    sistema de cuentas registre la devolucion.
      *
      * La corrida se procesa una sola vez por dia: INSTDEVO.DAT y
      * DEVOLGL.DAT se recrean en cada corrida, y la repeticion no
      * vuelve a devolver los saldos ya puestos en cero, de modo que
      * dejaria vacios los archivos y perderia la orden y los asientos
      * de la primera. Si ATPCRUN.DAT registra una corrida de ATPC819
      * de hoy terminada (estado OK o ERROR), o si INSTDEVO.DAT o
      * DEVOLGL.DAT ya tienen filas con fecha de hoy (corrida
      * interrumpida), la corrida termina con RC 12 sin procesar. La
      * corrida que termina sin procesar se registra como ABORTADO y
      * no impide la siguiente.
      *
      * Layout de INSTDEVO.DAT:
      *  CAB: tipo(3) FECPROCESO(10) JOBID(20)
      *  DET: tipo(3) CODENT(4) NUMCUENTA(16) IMPORTE(13)
      *       FECACREED(10) CONTCUR(26) CLAMONUF(3)
      *  TOT: tipo(3) cantidad(6) IMPORTE total(15)
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
           SELECT PRM-ATPC819 ASSIGN TO "ATPC819.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC819-PRM-STATUS.
      * Maestro de cuentas -- ver ATPCCTM-CTM.cpy
           SELECT CTM-MAESTRO ASSIGN TO "CTAMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTM-CLAVE
               FILE STATUS IS WS-ATPC819-CTM-STATUS.
           SELECT DIS-DISPUTAS ASSIGN TO "DISPUTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC819-DIS-STATUS.
           SELECT INS-DEVOLUCION ASSIGN TO "INSTDEVO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC819-INS-STATUS.
           SELECT AST-DEVOLUCION ASSIGN TO "DEVOLGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC819-AST-STATUS.
           SELECT RPT-ATPC819 ASSIGN TO "ATPC819.RPT"
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

       FD  PRM-ATPC819
           RECORDING MODE IS F.
       01  PRM-ATPC819-REG.
           05  PRM-ATPC819-CODENT             PIC X(04).
           05  PRM-ATPC819-UMBRAL             PIC 9(09)V99.
           05  PRM-ATPC819-DIAS               PIC X(03).

       FD  DIS-DISPUTAS
           RECORDING MODE IS F.
       01  DIS-DISPUTAS-REG.
           05  DIS-CODENT                     PIC X(04).
           05  DIS-NUMCUENTA                  PIC X(16).
           05  DIS-FECHAMOV                   PIC X(10).
           05  DIS-IMPORTEMOV                 PIC 9(09)V99.
           05  DIS-ESTADO                     PIC X(01).
           05  DIS-FECAPERTURA                PIC X(10).
           05  DIS-FECCIERRE                  PIC X(10).
           05  DIS-CODOPER                    PIC X(08).

       FD  INS-DEVOLUCION
           RECORDING MODE IS F.
       01  INS-DEVOLUCION-REG.
           05  INS-TIPO                       PIC X(03).
           05  INS-DATOS                      PIC X(87).
       01  INS-DEVOLUCION-CAB REDEFINES INS-DEVOLUCION-REG.
           05  FILLER                         PIC X(03).
           05  INS-CAB-FECPROCESO             PIC X(10).
           05  INS-CAB-JOBID                  PIC X(20).
           05  FILLER                         PIC X(57).
       01  INS-DEVOLUCION-DET REDEFINES INS-DEVOLUCION-REG.
           05  FILLER                         PIC X(03).
           05  INS-DET-CODENT                 PIC X(04).
           05  INS-DET-NUMCUENTA              PIC X(16).
           05  INS-DET-IMPORTE                PIC 9(11)V99.
           05  INS-DET-FECACREED              PIC X(10).
           05  INS-DET-CONTCUR                PIC X(26).
           05  INS-DET-CLAMONUF               PIC 9(03).
           05  FILLER                         PIC X(15).
       01  INS-DEVOLUCION-TOT REDEFINES INS-DEVOLUCION-REG.
           05  FILLER                         PIC X(03).
           05  INS-TOT-CANTIDAD               PIC 9(06).
           05  INS-TOT-IMPORTE                PIC 9(13)V99.
           05  FILLER                         PIC X(66).

       FD  AST-DEVOLUCION
           RECORDING MODE IS F.
       01  AST-DEVOLUCION-REG.
           05  AST-TIPO                       PIC X(03).
           05  AST-CODENT                     PIC X(04).
           05  AST-ORIGEN                     PIC X(03).
           05  AST-DEBHAB                     PIC X(01).
           05  AST-CONTCUR                    PIC X(26).
           05  AST-IMPORTE                    PIC 9(13)V99.
           05  AST-FECHA                      PIC X(10).
           05  AST-REFERENCIA                 PIC X(20).

       FD  RPT-ATPC819
           RECORDING MODE IS F.
       01  RPT-ATPC819-REG                    PIC X(130).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPC021-WS".
       COPY "ATPC096-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".

       77  WS-ATPC819-PRM-STATUS              PIC X(02).
       77  WS-ATPC819-CTM-STATUS              PIC X(02).
       77  WS-ATPC819-DIS-STATUS              PIC X(02).
       77  WS-ATPC819-INS-STATUS              PIC X(02).
       77  WS-ATPC819-AST-STATUS              PIC X(02).

      * Corrida de hoy ya procesada (ATPCRUN.DAT o filas de hoy en
      * INSTDEVO.DAT o DEVOLGL.DAT) y archivo que lo delata
       01  FILLER                             PIC X(01).
           88 WS-ATPC819-YA-PROCESADO        VALUE "S"
              WHEN SET TO FALSE "N".
       77  WS-ATPC819-YA-ARCHIVO              PIC X(12).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC819-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.

      * Umbral y dias por entidad (ATPC819.PRM)
       78  WS-ATPC819-UMB-MAX                 VALUE 100.
       77  WS-ATPC819-UMB-CANT                PIC 9(03) VALUE 0.
       01  WS-ATPC819-UMBRALES.
           05  WS-ATPC819-UMB OCCURS 100 TIMES.
               10  WS-ATPC819-UMB-CODENT      PIC X(04).
               10  WS-ATPC819-UMB-IMPORTE     PIC 9(09)V99.
               10  WS-ATPC819-UMB-DIAS        PIC 9(03).

      * Disputas en memoria: una fila por movimiento disputado; el
      * registro mas reciente del movimiento pisa al anterior
       78  WS-ATPC819-DIS-MAX                 VALUE 4000.
       77  WS-ATPC819-DIS-CANT                PIC 9(04) VALUE 0.
       77  WS-ATPC819-DIS-IDX                 PIC 9(04).
       01  WS-ATPC819-DISPUTAS.
           05  WS-ATPC819-DIS OCCURS 4000 TIMES.
               10  WS-ATPC819-DIS-CLAVE.
                   15  WS-ATPC819-DIS-CUENTA  PIC X(20).
                   15  WS-ATPC819-DIS-MOV     PIC X(21).
               10  WS-ATPC819-DIS-ABIERTA     PIC X(01).
       01  WS-ATPC819-DIS-AUX.
           05  WS-ATPC819-AUX-CLAVE.
               10  WS-ATPC819-AUX-CUENTA      PIC X(20).
               10  WS-ATPC819-AUX-MOV         PIC X(21).
           05  WS-ATPC819-AUX-ABIERTA         PIC X(01).

      * Corte por entidad: parametros resueltos de la entidad
       01  WS-ATPC819-ENT-ANT                 PIC X(04).
       01  FILLER                             PIC X(01).
           88 WS-ATPC819-ENT-DEVUELVE         VALUE "S"
              WHEN SET TO FALSE "N".
       77  WS-ATPC819-ENT-UMBRAL              PIC 9(09)V99.
       77  WS-ATPC819-ENT-DIAS                PIC 9(03).
       77  WS-ATPC819-ENT-CONTCUR             PIC X(26).
       77  WS-ATPC819-ENT-CLAMONUF            PIC 9(03).

      * Cuenta en curso
       01  FILLER                             PIC X(01).
           88 WS-ATPC819-CON-DISPUTA          VALUE "S"
              WHEN SET TO FALSE "N".
       77  WS-ATPC819-ACREEDOR                PIC 9(09)V99.
       77  WS-ATPC819-ANTIGUEDAD              PIC S9(09).
       77  WS-ATPC819-ANTIGUEDAD-ED           PIC -(8)9.
       77  WS-ATPC819-IMPORTE-ED              PIC Z(08)9.99.
       77  WS-ATPC819-SITUACION               PIC X(16).

      * Fecha del dia y conversion a dias corridos
       01  WS-ATPC819-HOY.
           05  WS-ATPC819-HOY-AAAA            PIC 9(04).
           05  WS-ATPC819-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC819-HOY-MM              PIC 9(02).
           05  WS-ATPC819-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC819-HOY-DD              PIC 9(02).
       01  WS-ATPC819-HOY-AMD.
           05  WS-ATPC819-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC819-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC819-HOY-AMD-DD          PIC 9(02).
       01  WS-ATPC819-FECHA-DIV.
           05  WS-ATPC819-FD-AAAA             PIC 9(04).
           05  FILLER                         PIC X(01).
           05  WS-ATPC819-FD-MM               PIC 9(02).
           05  FILLER                         PIC X(01).
           05  WS-ATPC819-FD-DD               PIC 9(02).
       77  WS-ATPC819-SERIE                   PIC S9(09).
       77  WS-ATPC819-SERIE-HOY               PIC S9(09).
       77  WS-ATPC819-ANIOS-PREV              PIC S9(09).
       77  WS-ATPC819-BIS4                    PIC S9(09).
       77  WS-ATPC819-BIS100                  PIC S9(09).
       77  WS-ATPC819-BIS400                  PIC S9(09).
       77  WS-ATPC819-REM4                    PIC S9(09).
       77  WS-ATPC819-REM100                  PIC S9(09).
       77  WS-ATPC819-REM400                  PIC S9(09).
       77  WS-ATPC819-MES-AUX                 PIC 9(02).

      * Dias acumulados al inicio de cada mes (anio no bisiesto)
       01  WS-ATPC819-DIAS-ACUM-DEF.
           05  FILLER  PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  FILLER REDEFINES WS-ATPC819-DIAS-ACUM-DEF.
           05  WS-ATPC819-DIAS-ACUM OCCURS 12 TIMES PIC 9(03).

      * Contadores del resumen final
       77  WS-ATPC819-LEIDAS                  PIC 9(08) VALUE 0.
       77  WS-ATPC819-EN-ESPERA               PIC 9(06) VALUE 0.
       77  WS-ATPC819-DEVUELTAS               PIC 9(06) VALUE 0.
       77  WS-ATPC819-DISPUTADAS              PIC 9(06) VALUE 0.
       77  WS-ATPC819-ERRORES                 PIC 9(06) VALUE 0.
       77  WS-ATPC819-IMPORTE-TOT             PIC 9(13)V99 VALUE 0.
       77  WS-ATPC819-IMPORTE-TOT-ED          PIC Z(12)9.99.

       01  WS-ATPC819-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC819-PRINCIPAL
      *----------------------------------------------------------------
       ATPC819-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC819: DEVOLUCION DE SALDOS ACREEDORES               -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC819" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC021-CARGAR-ARREGLO
           PERFORM ATPC096-CARGAR-ARREGLO

           ACCEPT WS-ATPC819-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC819-HOY-G1 WS-ATPC819-HOY-G2
           MOVE WS-ATPC819-HOY-AMD-AAAA TO WS-ATPC819-HOY-AAAA
           MOVE WS-ATPC819-HOY-AMD-MM   TO WS-ATPC819-HOY-MM
           MOVE WS-ATPC819-HOY-AMD-DD   TO WS-ATPC819-HOY-DD
           MOVE WS-ATPC819-HOY TO WS-ATPC819-FECHA-DIV
           PERFORM ATPC819-FECHA-A-SERIE
           MOVE WS-ATPC819-SERIE TO WS-ATPC819-SERIE-HOY

           PERFORM ATPC819-VERIFICAR-CORRIDA
           IF WS-ATPC819-YA-PROCESADO
              DISPLAY "ATPC819 - ERROR: las devoluciones de hoy ya se "
                      "procesaron (" WS-ATPC819-YA-ARCHIVO ") -- "
                      "corrida abortada"
              PERFORM ATPC819-ABORTAR
           END-IF

           PERFORM ATPC819-LEER-PARAMETROS
           PERFORM ATPC819-CARGAR-DISPUTAS

           OPEN I-O CTM-MAESTRO
           IF WS-ATPC819-CTM-STATUS NOT = "00"
              DISPLAY "ATPC819 - ERROR: no se pudo abrir CTAMAE.DAT "
                      "-- FILE STATUS:[" WS-ATPC819-CTM-STATUS "] -- "
                      "corrida abortada"
              PERFORM ATPC819-ABORTAR
           END-IF

           OPEN OUTPUT INS-DEVOLUCION
                       AST-DEVOLUCION
                       RPT-ATPC819

           INITIALIZE INS-DEVOLUCION-REG
           MOVE "CAB"             TO INS-TIPO
           MOVE WS-ATPC819-HOY    TO INS-CAB-FECPROCESO
           MOVE WS-ATPCRUN-JOBID  TO INS-CAB-JOBID
           WRITE INS-DEVOLUCION-REG

           MOVE SPACES TO WS-ATPC819-LINEA
           STRING " DEVOLUCION DE SALDOS ACREEDORES AL ["
                                              DELIMITED BY SIZE
                  WS-ATPC819-HOY              DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC819-LINEA
           WRITE RPT-ATPC819-REG FROM WS-ATPC819-LINEA
           DISPLAY WS-ATPC819-LINEA

           MOVE SPACES TO WS-ATPC819-ENT-ANT

           MOVE LOW-VALUES TO CTM-CLAVE
           START CTM-MAESTRO KEY IS NOT LESS THAN CTM-CLAVE
               INVALID KEY
                  SET WS-ATPC819-FIN-ENTRADA TO TRUE
               NOT INVALID KEY
                  SET WS-ATPC819-FIN-ENTRADA TO FALSE
           END-START

           PERFORM UNTIL WS-ATPC819-FIN-ENTRADA
              READ CTM-MAESTRO NEXT RECORD
                  AT END
                     SET WS-ATPC819-FIN-ENTRADA TO TRUE
                  NOT AT END
                     ADD 1 TO WS-ATPC819-LEIDAS
                     PERFORM ATPC819-PROCESAR-CUENTA
              END-READ
           END-PERFORM

           INITIALIZE INS-DEVOLUCION-REG
           MOVE "TOT"                  TO INS-TIPO
           MOVE WS-ATPC819-DEVUELTAS   TO INS-TOT-CANTIDAD
           MOVE WS-ATPC819-IMPORTE-TOT TO INS-TOT-IMPORTE
           WRITE INS-DEVOLUCION-REG

           MOVE WS-ATPC819-IMPORTE-TOT TO WS-ATPC819-IMPORTE-TOT-ED
           MOVE SPACES TO WS-ATPC819-LINEA
           STRING " CUENTAS: "                DELIMITED BY SIZE
                  WS-ATPC819-LEIDAS           DELIMITED BY SIZE
                  "  EN ESPERA: "             DELIMITED BY SIZE
                  WS-ATPC819-EN-ESPERA        DELIMITED BY SIZE
                  "  CON DISPUTA: "           DELIMITED BY SIZE
                  WS-ATPC819-DISPUTADAS       DELIMITED BY SIZE
                  "  DEVUELTAS: "             DELIMITED BY SIZE
                  WS-ATPC819-DEVUELTAS        DELIMITED BY SIZE
                  "  IMPORTE: "               DELIMITED BY SIZE
                  WS-ATPC819-IMPORTE-TOT-ED   DELIMITED BY SIZE
                  "  ERRORES: "               DELIMITED BY SIZE
                  WS-ATPC819-ERRORES          DELIMITED BY SIZE
             INTO WS-ATPC819-LINEA
           WRITE RPT-ATPC819-REG FROM WS-ATPC819-LINEA
           DISPLAY WS-ATPC819-LINEA

           CLOSE INS-DEVOLUCION
                 AST-DEVOLUCION
                 RPT-ATPC819
                 CTM-MAESTRO

           IF WS-ATPC819-ERRORES > ZEROES
           AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY
           "- ATPC819: DEVOLUCION FINALIZADA                         -"
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
      * Proceso: ATPC819-ABORTAR
      *----------------------------------------------------------------
       ATPC819-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ABORTADO" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC819-VERIFICAR-CORRIDA
      *----------------------------------------------------------------
      * Las devoluciones de hoy ya se procesaron si ATPCRUN.DAT tiene
      * una corrida de ATPC819 de hoy terminada (OK o ERROR) o si la
      * cabecera de INSTDEVO.DAT o las filas de DEVOLGL.DAT ya tienen
      * fecha de hoy (corrida interrumpida sin cierre). Deja el
      * nombre del archivo en WS-ATPC819-YA-ARCHIVO.
      *----------------------------------------------------------------
       ATPC819-VERIFICAR-CORRIDA.
           SET WS-ATPC819-YA-PROCESADO TO FALSE
           MOVE SPACES TO WS-ATPC819-YA-ARCHIVO

           OPEN INPUT RUN-REGISTRO
           IF WS-ATPCRUN-STATUS = "00"
              SET WS-ATPC819-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC819-FIN-ENTRADA
                 READ RUN-REGISTRO
                     AT END
                        SET WS-ATPC819-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF RUN-REG-FECHA = WS-ATPC819-HOY-AMD
                        AND RUN-REG-PROGRAMA = "ATPC819"
                        AND (RUN-REG-ESTADO = "OK"
                          OR RUN-REG-ESTADO = "ERROR")
                           SET WS-ATPC819-YA-PROCESADO TO TRUE
                           MOVE "ATPCRUN.DAT" TO WS-ATPC819-YA-ARCHIVO
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE RUN-REGISTRO
           END-IF

           IF NOT WS-ATPC819-YA-PROCESADO
              OPEN INPUT INS-DEVOLUCION
              IF WS-ATPC819-INS-STATUS = "00"
                 SET WS-ATPC819-FIN-ENTRADA TO FALSE
                 PERFORM UNTIL WS-ATPC819-FIN-ENTRADA
                    READ INS-DEVOLUCION
                        AT END
                           SET WS-ATPC819-FIN-ENTRADA TO TRUE
                        NOT AT END
                           IF INS-TIPO = "CAB"
                           AND INS-CAB-FECPROCESO = WS-ATPC819-HOY
                              SET WS-ATPC819-YA-PROCESADO TO TRUE
                              MOVE "INSTDEVO.DAT"
                                TO WS-ATPC819-YA-ARCHIVO
                           END-IF
                    END-READ
                 END-PERFORM
                 CLOSE INS-DEVOLUCION
              END-IF
           END-IF

           IF NOT WS-ATPC819-YA-PROCESADO
              OPEN INPUT AST-DEVOLUCION
              IF WS-ATPC819-AST-STATUS = "00"
                 SET WS-ATPC819-FIN-ENTRADA TO FALSE
                 PERFORM UNTIL WS-ATPC819-FIN-ENTRADA
                    READ AST-DEVOLUCION
                        AT END
                           SET WS-ATPC819-FIN-ENTRADA TO TRUE
                        NOT AT END
                           IF AST-FECHA = WS-ATPC819-HOY
                              SET WS-ATPC819-YA-PROCESADO TO TRUE
                              MOVE "DEVOLGL.DAT"
                                TO WS-ATPC819-YA-ARCHIVO
                           END-IF
                    END-READ
                 END-PERFORM
                 CLOSE AST-DEVOLUCION
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC819-LEER-PARAMETROS
      *----------------------------------------------------------------
      * Umbral y dias de cada entidad de ATPC819.PRM (opcional); la
      * entidad sin linea no devuelve saldos
      *----------------------------------------------------------------
       ATPC819-LEER-PARAMETROS.
           OPEN INPUT PRM-ATPC819
           IF WS-ATPC819-PRM-STATUS = "00"
              PERFORM UNTIL WS-ATPC819-PRM-STATUS NOT = "00"
                        OR WS-ATPC819-UMB-CANT >= WS-ATPC819-UMB-MAX
                 READ PRM-ATPC819
                     AT END
                        MOVE "10" TO WS-ATPC819-PRM-STATUS
                     NOT AT END
                        ADD 1 TO WS-ATPC819-UMB-CANT
                        MOVE PRM-ATPC819-CODENT
                          TO WS-ATPC819-UMB-CODENT
                             (WS-ATPC819-UMB-CANT)
                        MOVE PRM-ATPC819-UMBRAL
                          TO WS-ATPC819-UMB-IMPORTE
                             (WS-ATPC819-UMB-CANT)
                        IF PRM-ATPC819-DIAS IS NUMERIC
                        AND PRM-ATPC819-DIAS NOT = "000"
                           MOVE PRM-ATPC819-DIAS
                             TO WS-ATPC819-UMB-DIAS
                                (WS-ATPC819-UMB-CANT)
                        ELSE
                           MOVE 30
                             TO WS-ATPC819-UMB-DIAS
                                (WS-ATPC819-UMB-CANT)
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE PRM-ATPC819
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC819-CARGAR-DISPUTAS
      *----------------------------------------------------------------
      * La disputa que no entra al arreglo dejaria devolver una
      * cuenta disputada: se alerta y la corrida queda mala
      *----------------------------------------------------------------
       ATPC819-CARGAR-DISPUTAS.
           OPEN INPUT DIS-DISPUTAS
           IF WS-ATPC819-DIS-STATUS = "00"
              SET WS-ATPC819-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC819-FIN-ENTRADA
                 READ DIS-DISPUTAS
                     AT END
                        SET WS-ATPC819-FIN-ENTRADA TO TRUE
                     NOT AT END
                        MOVE DIS-CODENT    TO WS-ATPC819-AUX-CUENTA
                        MOVE DIS-NUMCUENTA
                          TO WS-ATPC819-AUX-CUENTA(5:16)
                        MOVE SPACES        TO WS-ATPC819-AUX-MOV
                        STRING DIS-FECHAMOV   DELIMITED BY SIZE
                               DIS-IMPORTEMOV DELIMITED BY SIZE
                          INTO WS-ATPC819-AUX-MOV
                        IF DIS-ESTADO = "A"
                           MOVE CT-S TO WS-ATPC819-AUX-ABIERTA
                        ELSE
                           MOVE CT-N TO WS-ATPC819-AUX-ABIERTA
                        END-IF
                        PERFORM ATPC819-INCORPORAR-DISPUTA
                 END-READ
              END-PERFORM
              CLOSE DIS-DISPUTAS
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC819-INCORPORAR-DISPUTA
      *----------------------------------------------------------------
       ATPC819-INCORPORAR-DISPUTA.
           MOVE ZEROES TO WS-ATPC819-DIS-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC819-DIS-CANT
              IF WS-ATPC819-DIS-CLAVE(WS-I) = WS-ATPC819-AUX-CLAVE
                 MOVE WS-I TO WS-ATPC819-DIS-IDX
                 MOVE WS-ATPC819-DIS-CANT TO WS-I
              END-IF
           END-PERFORM
           IF WS-ATPC819-DIS-IDX = ZEROES
              IF WS-ATPC819-DIS-CANT < WS-ATPC819-DIS-MAX
                 ADD 1 TO WS-ATPC819-DIS-CANT
                 MOVE WS-ATPC819-DIS-CANT TO WS-ATPC819-DIS-IDX
              ELSE
                 DISPLAY "ATPC819 - ALERTA: el arreglo de disputas "
                         "alcanzo su capacidad maxima ["
                         WS-ATPC819-DIS-MAX "]"
                 CLOSE DIS-DISPUTAS
                 PERFORM ATPC819-ABORTAR
              END-IF
           END-IF
           MOVE WS-ATPC819-DIS-AUX TO WS-ATPC819-DIS(WS-ATPC819-DIS-IDX)
           .

      *----------------------------------------------------------------
      * Proceso: ATPC819-PROCESAR-CUENTA
      *----------------------------------------------------------------
       ATPC819-PROCESAR-CUENTA.
           IF CTM-CODENT NOT = WS-ATPC819-ENT-ANT
              PERFORM ATPC819-ABRIR-ENTIDAD
           END-IF

           MOVE ZEROES TO WS-ATPC819-ACREEDOR
           IF CTM-SALDO < ZEROES
              COMPUTE WS-ATPC819-ACREEDOR = ZEROES - CTM-SALDO
           END-IF

           EVALUATE TRUE
              WHEN NOT WS-ATPC819-ENT-DEVUELVE
              WHEN CTM-CASTIGADA
              WHEN WS-ATPC819-ACREEDOR NOT > WS-ATPC819-ENT-UMBRAL
                 IF CTM-FECACREED NOT = SPACES
                    MOVE SPACES TO CTM-FECACREED
                    PERFORM ATPC819-REGRABAR-CUENTA
                 END-IF
              WHEN CTM-FECACREED = SPACES
                 MOVE WS-ATPC819-HOY TO CTM-FECACREED
                 PERFORM ATPC819-REGRABAR-CUENTA
                 ADD 1 TO WS-ATPC819-EN-ESPERA
              WHEN OTHER
                 PERFORM ATPC819-EVALUAR-DEVOLUCION
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC819-ABRIR-ENTIDAD
      *----------------------------------------------------------------
      * Umbral y dias de la entidad, y su CONTCUR y moneda para la
      * orden de pago y el asiento; sin linea en ATPC819.PRM o sin
      * entidad en la cache la entidad no devuelve
      *----------------------------------------------------------------
       ATPC819-ABRIR-ENTIDAD.
           MOVE CTM-CODENT TO WS-ATPC819-ENT-ANT
           SET WS-ATPC819-ENT-DEVUELVE TO FALSE
           MOVE ZEROES TO WS-ATPC819-ENT-UMBRAL
                          WS-ATPC819-ENT-DIAS
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC819-UMB-CANT
              IF WS-ATPC819-UMB-CODENT(WS-I) = CTM-CODENT
                 SET WS-ATPC819-ENT-DEVUELVE TO TRUE
                 MOVE WS-ATPC819-UMB-IMPORTE(WS-I)
                   TO WS-ATPC819-ENT-UMBRAL
                 MOVE WS-ATPC819-UMB-DIAS(WS-I)
                   TO WS-ATPC819-ENT-DIAS
                 MOVE WS-ATPC819-UMB-CANT TO WS-I
              END-IF
           END-PERFORM

           IF WS-ATPC819-ENT-DEVUELVE
              INITIALIZE WS-ATPC021
              MOVE CTM-CODENT TO WS-ATPC021-CODENT
              PERFORM ATPC021-BUSCAR-EN-ARREGLO
              IF WS-ATPC021-RETORNO-OK
                 MOVE WS-ATPC021-CONTCUR  TO WS-ATPC819-ENT-CONTCUR
                 MOVE WS-ATPC021-CLAMONUF TO WS-ATPC819-ENT-CLAMONUF
              ELSE
                 SET WS-ATPC819-ENT-DEVUELVE TO FALSE
                 DISPLAY "ATPC819 - ALERTA: CODENT=[" CTM-CODENT
                         "] con umbral en ATPC819.PRM pero "
                         "inexistente en ENTIDADES -- no devuelve"
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC819-EVALUAR-DEVOLUCION
      *----------------------------------------------------------------
      * La cuenta supera el umbral desde CTM-FECACREED: se devuelve si
      * lleva mas de los dias de la entidad y no tiene disputa
      * abierta
      *----------------------------------------------------------------
       ATPC819-EVALUAR-DEVOLUCION.
           MOVE CTM-FECACREED TO WS-ATPC819-FECHA-DIV
           PERFORM ATPC819-FECHA-A-SERIE
           COMPUTE WS-ATPC819-ANTIGUEDAD =
              WS-ATPC819-SERIE-HOY - WS-ATPC819-SERIE

           IF WS-ATPC819-ANTIGUEDAD NOT > WS-ATPC819-ENT-DIAS
              ADD 1 TO WS-ATPC819-EN-ESPERA
           ELSE
              PERFORM ATPC819-BUSCAR-DISPUTA
              IF WS-ATPC819-CON-DISPUTA
                 ADD 1 TO WS-ATPC819-DISPUTADAS
                 MOVE "DISPUTA ABIERTA" TO WS-ATPC819-SITUACION
                 PERFORM ATPC819-REPORTAR-CUENTA
              ELSE
                 PERFORM ATPC819-DEVOLVER-SALDO
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC819-BUSCAR-DISPUTA
      *----------------------------------------------------------------
       ATPC819-BUSCAR-DISPUTA.
           SET WS-ATPC819-CON-DISPUTA TO FALSE
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC819-DIS-CANT
              IF WS-ATPC819-DIS-CUENTA(WS-I) = CTM-CLAVE
              AND WS-ATPC819-DIS-ABIERTA(WS-I) = CT-S
                 SET WS-ATPC819-CON-DISPUTA TO TRUE
                 MOVE WS-ATPC819-DIS-CANT TO WS-I
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC819-DEVOLVER-SALDO
      *----------------------------------------------------------------
      * Graba primero el maestro y, grabado, emite la orden de pago y
      * el asiento: una cuenta que no pudo marcarse no se devuelve
      *----------------------------------------------------------------
       ATPC819-DEVOLVER-SALDO.
           INITIALIZE INS-DEVOLUCION-REG
           MOVE "DET"                   TO INS-TIPO
           MOVE CTM-CODENT              TO INS-DET-CODENT
           MOVE CTM-NUMCUENTA           TO INS-DET-NUMCUENTA
           MOVE WS-ATPC819-ACREEDOR     TO INS-DET-IMPORTE
           MOVE CTM-FECACREED           TO INS-DET-FECACREED
           MOVE WS-ATPC819-ENT-CONTCUR  TO INS-DET-CONTCUR
           MOVE WS-ATPC819-ENT-CLAMONUF TO INS-DET-CLAMONUF

           MOVE ZEROES              TO CTM-SALDO
           MOVE SPACES              TO CTM-FECACREED
           MOVE WS-ATPC819-HOY      TO CTM-FECDEVOL
           MOVE WS-ATPC819-ACREEDOR TO CTM-IMPDEVOL
           PERFORM ATPC819-REGRABAR-CUENTA

           IF WS-ATPC819-CTM-STATUS = "00"
              WRITE INS-DEVOLUCION-REG

              INITIALIZE AST-DEVOLUCION-REG
              MOVE "AST"                  TO AST-TIPO
              MOVE CTM-CODENT             TO AST-CODENT
              MOVE "DSA"                  TO AST-ORIGEN
              MOVE "D"                    TO AST-DEBHAB
              MOVE WS-ATPC819-ENT-CONTCUR TO AST-CONTCUR
              MOVE WS-ATPC819-ACREEDOR    TO AST-IMPORTE
              MOVE WS-ATPC819-HOY         TO AST-FECHA
              MOVE CTM-NUMCUENTA          TO AST-REFERENCIA
              WRITE AST-DEVOLUCION-REG
              MOVE "H"                    TO AST-DEBHAB
              WRITE AST-DEVOLUCION-REG

              ADD 1 TO WS-ATPC819-DEVUELTAS
              ADD WS-ATPC819-ACREEDOR TO WS-ATPC819-IMPORTE-TOT
              MOVE "DEVUELTA" TO WS-ATPC819-SITUACION
           ELSE
              MOVE "ERROR MAESTRO" TO WS-ATPC819-SITUACION
           END-IF
           PERFORM ATPC819-REPORTAR-CUENTA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC819-REGRABAR-CUENTA
      *----------------------------------------------------------------
       ATPC819-REGRABAR-CUENTA.
           REWRITE CTM-MAESTRO-REG
               INVALID KEY
                  CONTINUE
           END-REWRITE
           IF WS-ATPC819-CTM-STATUS NOT = "00"
              ADD 1 TO WS-ATPC819-ERRORES
              DISPLAY "ATPC819 - ALERTA: CODENT=[" CTM-CODENT
                      "] NUMCUENTA=[" CTM-NUMCUENTA "] no se pudo "
                      "regrabar -- FILE STATUS:["
                      WS-ATPC819-CTM-STATUS "]"
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC819-REPORTAR-CUENTA
      *----------------------------------------------------------------
       ATPC819-REPORTAR-CUENTA.
           MOVE WS-ATPC819-ACREEDOR   TO WS-ATPC819-IMPORTE-ED
           MOVE WS-ATPC819-ANTIGUEDAD TO WS-ATPC819-ANTIGUEDAD-ED
           MOVE SPACES TO WS-ATPC819-LINEA
           STRING " CODENT ["                 DELIMITED BY SIZE
                  CTM-CODENT                  DELIMITED BY SIZE
                  "] CUENTA ["                DELIMITED BY SIZE
                  CTM-NUMCUENTA               DELIMITED BY SIZE
                  "] ACREEDOR ["              DELIMITED BY SIZE
                  WS-ATPC819-IMPORTE-ED       DELIMITED BY SIZE
                  "] DIAS ["                  DELIMITED BY SIZE
                  WS-ATPC819-ANTIGUEDAD-ED    DELIMITED BY SIZE
                  "] "                        DELIMITED BY SIZE
                  WS-ATPC819-SITUACION        DELIMITED BY SIZE
             INTO WS-ATPC819-LINEA
           WRITE RPT-ATPC819-REG FROM WS-ATPC819-LINEA
           DISPLAY WS-ATPC819-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC819-FECHA-A-SERIE
      *----------------------------------------------------------------
      * Convierte la fecha AAAA-MM-DD de WS-ATPC819-FECHA-DIV en un
      * numero de dias corridos (anios de 365 dias mas los bisiestos
      * transcurridos, mas los dias acumulados del anio; el 29/02 de
      * un anio bisiesto en curso se suma cuando el mes ya lo paso)
      *----------------------------------------------------------------
       ATPC819-FECHA-A-SERIE.
           COMPUTE WS-ATPC819-ANIOS-PREV = WS-ATPC819-FD-AAAA - 1
           DIVIDE WS-ATPC819-ANIOS-PREV BY 4
              GIVING WS-ATPC819-BIS4
           DIVIDE WS-ATPC819-ANIOS-PREV BY 100
              GIVING WS-ATPC819-BIS100
           DIVIDE WS-ATPC819-ANIOS-PREV BY 400
              GIVING WS-ATPC819-BIS400
           COMPUTE WS-ATPC819-SERIE =
              WS-ATPC819-ANIOS-PREV * 365
              + WS-ATPC819-BIS4
              - WS-ATPC819-BIS100
              + WS-ATPC819-BIS400
           MOVE WS-ATPC819-FD-MM TO WS-ATPC819-MES-AUX
           ADD WS-ATPC819-DIAS-ACUM(WS-ATPC819-MES-AUX)
             TO WS-ATPC819-SERIE
           ADD WS-ATPC819-FD-DD TO WS-ATPC819-SERIE
           IF WS-ATPC819-FD-MM > 2
              DIVIDE WS-ATPC819-FD-AAAA BY 4
                 GIVING WS-ATPC819-BIS4
                 REMAINDER WS-ATPC819-REM4
              DIVIDE WS-ATPC819-FD-AAAA BY 100
                 GIVING WS-ATPC819-BIS100
                 REMAINDER WS-ATPC819-REM100
              DIVIDE WS-ATPC819-FD-AAAA BY 400
                 GIVING WS-ATPC819-BIS400
                 REMAINDER WS-ATPC819-REM400
              IF WS-ATPC819-REM4 = ZEROES
              AND (WS-ATPC819-REM100 NOT = ZEROES
                   OR WS-ATPC819-REM400 = ZEROES)
                 ADD 1 TO WS-ATPC819-SERIE
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
       COPY "ATPC096-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
