       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC813.
      *----------------------------------------------------------------
      * Programa batch diario de aviso anticipado de cambios de tasa
      * y comision: recorre los cambios programados de CAMBPROG.DAT
      * (capturados y aprobados bajo control dual en ATPC996) y, por
      * cada cambio APROBADO, aun no aplicado, con fecha de vigencia
      * futura y que afecta al tarjetahabiente --
      *  - TACOMINTAD de ATPC021 (tasa de interes de la entidad);
      *  - PORREF o PORCOMTOP de ATPC052 (comisiones del concepto
      *    economico de la entidad)
      * -- emite un aviso por cada cuenta de la entidad en el maestro
      * CTAMAE.DAT (salvo las castigadas por ATPC800) en AVISOCAM.DAT
      * para el proveedor de mensajeria, el mismo canal de los
      * recordatorios de ATPC980: valor vigente, valor nuevo, fecha
      * de vigencia, nombre de la entidad y su CODIDIOMA para que el
      * proveedor elija la plantilla.
      *
      * Cada cambio se avisa una sola vez: el aviso queda asentado en
      * el registro de avisos CAMAVIS.DAT (se agrega a lo existente)
      * con la fecha de envio, las cuentas avisadas, los dias de
      * anticipacion y la marca EN TERMINO (S/N) contra el minimo
      * legal de dias de ATPC813.PRM (primera linea, 3 posiciones;
      * defecto 30). El cambio aprobado con menos anticipacion que la
      * exigida se avisa igual, marcado fuera de termino, y la
      * corrida termina con RC 4. ATPC997 no activa un cambio de
      * estos sin su aviso EN TERMINO en CAMAVIS.DAT.
      *
      * La clave del cambio en ATPC052 es la clave de la fila del
      * arreglo (CODENT + INDVERT + INDNIVAPL + CODCONECO); en
      * ATPC021, el CODENT. El cambio cuya entidad no existe en
      * ATPC021 no se avisa (se reintenta la noche siguiente) y la
      * corrida termina con RC 4.
      *
      * Layout de AVISOCAM.DAT: CODENT(4) NUMCUENTA(16) TABLA(7)
      * CAMPO(12) VALOR-VIEJO(30) VALOR-NUEVO(30) FECEFECT(10)
      * CODENTDES(30) CODIDIOMA(1).
      * Layout de CAMAVIS.DAT: TABLA(7) CLAVE(30) CAMPO(12)
      * VALOR-NUEVO(30) FECEFECT(10) FECAVISO(10) CUENTAS(6)
      * ANTICIPO(4) ENTERMINO(1).
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
           SELECT PRM-ATPC813 ASSIGN TO "ATPC813.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC813-PRM-STATUS.
           SELECT CAM-PROGRAMADOS ASSIGN TO "CAMBPROG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC813-CAM-STATUS.
           SELECT AVI-REGISTRO ASSIGN TO "CAMAVIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC813-AVI-STATUS.
      * Maestro de cuentas -- ver ATPCCTM-CTM.cpy
           SELECT CTM-MAESTRO ASSIGN TO "CTAMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTM-CLAVE
               FILE STATUS IS WS-ATPC813-CTM-STATUS.
           SELECT NOT-AVISOS ASSIGN TO "AVISOCAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC813-NOT-STATUS.
           SELECT RPT-ATPC813 ASSIGN TO "ATPC813.RPT"
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

       FD  PRM-ATPC813
           RECORDING MODE IS F.
       01  PRM-ATPC813-REG.
           05  PRM-ATPC813-DIAS               PIC X(03).

       FD  CAM-PROGRAMADOS
           RECORDING MODE IS F.
       01  CAM-PROGRAMADOS-REG.
           05  CAM-ESTADO                     PIC X(01).
           05  CAM-APLICADO                   PIC X(01).
           05  CAM-TABLA                      PIC X(07).
           05  CAM-CLAVE                      PIC X(30).
           05  CAM-CAMPO                      PIC X(12).
           05  CAM-VALOR-NUEVO                PIC X(30).
           05  CAM-FECEFECT                   PIC X(10).
           05  CAM-SOLICITANTE                PIC X(08).
           05  CAM-FECALTA                    PIC 9(08).

       FD  AVI-REGISTRO
           RECORDING MODE IS F.
       01  AVI-REGISTRO-REG.
           05  AVI-TABLA                      PIC X(07).
           05  AVI-CLAVE                      PIC X(30).
           05  AVI-CAMPO                      PIC X(12).
           05  AVI-VALOR-NUEVO                PIC X(30).
           05  AVI-FECEFECT                   PIC X(10).
           05  AVI-FECAVISO                   PIC X(10).
           05  AVI-CUENTAS                    PIC 9(06).
           05  AVI-ANTICIPO                   PIC 9(04).
           05  AVI-ENTERMINO                  PIC X(01).

       FD  NOT-AVISOS
           RECORDING MODE IS F.
       01  NOT-AVISOS-REG.
           05  NOT-CODENT                     PIC X(04).
           05  NOT-NUMCUENTA                  PIC X(16).
           05  NOT-TABLA                      PIC X(07).
           05  NOT-CAMPO                      PIC X(12).
           05  NOT-VALOR-VIEJO                PIC X(30).
           05  NOT-VALOR-NUEVO                PIC X(30).
           05  NOT-FECEFECT                   PIC X(10).
           05  NOT-CODENTDES                  PIC X(30).
           05  NOT-CODIDIOMA                  PIC X(01).

       FD  RPT-ATPC813
           RECORDING MODE IS F.
       01  RPT-ATPC813-REG                    PIC X(130).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPC021-WS".
       COPY "ATPC052-WS".
       COPY "ATPC096-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".

       77  WS-ATPC813-PRM-STATUS              PIC X(02).
       77  WS-ATPC813-CAM-STATUS              PIC X(02).
       77  WS-ATPC813-AVI-STATUS              PIC X(02).
       77  WS-ATPC813-CTM-STATUS              PIC X(02).
       77  WS-ATPC813-NOT-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC813-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.
       01  FILLER                             PIC 9(01).
           88 WS-ATPC813-FIN-CUENTAS          VALUE 1
              WHEN SET TO FALSE 0.

      * Minimo legal de dias de anticipacion del aviso
       77  WS-ATPC813-DIAS-MIN                PIC 9(03) VALUE 30.

      * Cambios ya avisados en memoria (CAMAVIS.DAT); la identidad de
      * un cambio es tabla + clave + campo + valor nuevo + vigencia
       78  WS-ATPC813-AVI-MAX                 VALUE 2000.
       77  WS-ATPC813-AVI-CANT                PIC 9(04) VALUE 0.
       01  WS-ATPC813-AVISADOS.
           05  WS-ATPC813-AVI OCCURS 2000 TIMES.
               10  WS-ATPC813-AVI-CAMBIO      PIC X(89).
       01  WS-ATPC813-AVI-AUX                 PIC X(89).
       01  FILLER                             PIC X(01).
           88 WS-ATPC813-YA-AVISADO           VALUE "S"
              WHEN SET TO FALSE "N".

      * Cambio en curso
       01  FILLER                             PIC X(01).
           88 WS-ATPC813-AVISABLE             VALUE "S"
              WHEN SET TO FALSE "N".
       77  WS-ATPC813-CODENT                  PIC X(04).
       77  WS-ATPC813-VALOR-VIEJO             PIC X(30).
       77  WS-ATPC813-CUENTAS                 PIC 9(06).
       77  WS-ATPC813-ANTICIPO                PIC S9(09).
       77  WS-ATPC813-ANTICIPO-ED             PIC -(8)9.
       01  WS-ATPC813-SITUACION               PIC X(16).

      * Fecha del dia y conversion a dias corridos
       01  WS-ATPC813-HOY.
           05  WS-ATPC813-HOY-AAAA            PIC 9(04).
           05  WS-ATPC813-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC813-HOY-MM              PIC 9(02).
           05  WS-ATPC813-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC813-HOY-DD              PIC 9(02).
       01  WS-ATPC813-HOY-AMD.
           05  WS-ATPC813-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC813-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC813-HOY-AMD-DD          PIC 9(02).
       01  WS-ATPC813-FECHA-DIV.
           05  WS-ATPC813-FD-AAAA             PIC 9(04).
           05  FILLER                         PIC X(01).
           05  WS-ATPC813-FD-MM               PIC 9(02).
           05  FILLER                         PIC X(01).
           05  WS-ATPC813-FD-DD               PIC 9(02).
       77  WS-ATPC813-SERIE                   PIC S9(09).
       77  WS-ATPC813-SERIE-HOY               PIC S9(09).
       77  WS-ATPC813-ANIOS-PREV              PIC S9(09).
       77  WS-ATPC813-BIS4                    PIC S9(09).
       77  WS-ATPC813-BIS100                  PIC S9(09).
       77  WS-ATPC813-BIS400                  PIC S9(09).
       77  WS-ATPC813-REM4                    PIC S9(09).
       77  WS-ATPC813-REM100                  PIC S9(09).
       77  WS-ATPC813-REM400                  PIC S9(09).
       77  WS-ATPC813-MES-AUX                 PIC 9(02).

      * Dias acumulados al inicio de cada mes (anio no bisiesto)
       01  WS-ATPC813-DIAS-ACUM-DEF.
           05  FILLER  PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  FILLER REDEFINES WS-ATPC813-DIAS-ACUM-DEF.
           05  WS-ATPC813-DIAS-ACUM OCCURS 12 TIMES PIC 9(03).

      * Contadores del resumen final
       77  WS-ATPC813-LEIDOS                  PIC 9(06) VALUE 0.
       77  WS-ATPC813-CAMBIOS                 PIC 9(06) VALUE 0.
       77  WS-ATPC813-YA-AVISADOS             PIC 9(06) VALUE 0.
       77  WS-ATPC813-FUERA-TERMINO           PIC 9(06) VALUE 0.
       77  WS-ATPC813-ERRORES                 PIC 9(06) VALUE 0.
       77  WS-ATPC813-AVISOS                  PIC 9(08) VALUE 0.

       01  WS-ATPC813-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC813-PRINCIPAL
      *----------------------------------------------------------------
       ATPC813-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC813: AVISO ANTICIPADO DE CAMBIOS DE TASA/COMISION  -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC813" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC021-CARGAR-ARREGLO
           PERFORM ATPC052-CARGAR-ARREGLO
           PERFORM ATPC096-CARGAR-ARREGLO

           PERFORM ATPC813-LEER-PARAMETROS

           ACCEPT WS-ATPC813-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC813-HOY-G1 WS-ATPC813-HOY-G2
           MOVE WS-ATPC813-HOY-AMD-AAAA TO WS-ATPC813-HOY-AAAA
           MOVE WS-ATPC813-HOY-AMD-MM   TO WS-ATPC813-HOY-MM
           MOVE WS-ATPC813-HOY-AMD-DD   TO WS-ATPC813-HOY-DD
           MOVE WS-ATPC813-HOY TO WS-ATPC813-FECHA-DIV
           PERFORM ATPC813-FECHA-A-SERIE
           MOVE WS-ATPC813-SERIE TO WS-ATPC813-SERIE-HOY

           PERFORM ATPC813-CARGAR-AVISADOS

           OPEN OUTPUT RPT-ATPC813
           MOVE SPACES TO WS-ATPC813-LINEA
           STRING " AVISOS DE CAMBIOS PROGRAMADOS AL ["
                                              DELIMITED BY SIZE
                  WS-ATPC813-HOY              DELIMITED BY SIZE
                  "] MINIMO LEGAL ["          DELIMITED BY SIZE
                  WS-ATPC813-DIAS-MIN         DELIMITED BY SIZE
                  "] DIAS"                    DELIMITED BY SIZE
             INTO WS-ATPC813-LINEA
           WRITE RPT-ATPC813-REG FROM WS-ATPC813-LINEA
           DISPLAY WS-ATPC813-LINEA

           OPEN INPUT CAM-PROGRAMADOS
           IF WS-ATPC813-CAM-STATUS NOT = "00"
              DISPLAY "ATPC813 - AVISO: sin CAMBPROG.DAT -- nada que "
                      "avisar"
              OPEN OUTPUT NOT-AVISOS
              CLOSE NOT-AVISOS
           ELSE
              OPEN INPUT CTM-MAESTRO
              IF WS-ATPC813-CTM-STATUS NOT = "00"
                 DISPLAY "ATPC813 - ERROR: no se pudo abrir CTAMAE.DAT "
                         "-- FILE STATUS:[" WS-ATPC813-CTM-STATUS "]"
                 CLOSE CAM-PROGRAMADOS
                       RPT-ATPC813
                 PERFORM ATPC813-ABORTAR
              END-IF

              OPEN OUTPUT NOT-AVISOS
              OPEN EXTEND AVI-REGISTRO
              IF WS-ATPC813-AVI-STATUS = "35"
                 OPEN OUTPUT AVI-REGISTRO
              END-IF

              SET WS-ATPC813-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC813-FIN-ENTRADA
                 READ CAM-PROGRAMADOS
                     AT END
                        SET WS-ATPC813-FIN-ENTRADA TO TRUE
                     NOT AT END
                        ADD 1 TO WS-ATPC813-LEIDOS
                        PERFORM ATPC813-EVALUAR-CAMBIO
                 END-READ
              END-PERFORM

              CLOSE CAM-PROGRAMADOS
                    CTM-MAESTRO
                    NOT-AVISOS
                    AVI-REGISTRO
           END-IF

           MOVE SPACES TO WS-ATPC813-LINEA
           STRING " CAMBIOS: "                DELIMITED BY SIZE
                  WS-ATPC813-LEIDOS           DELIMITED BY SIZE
                  "  AVISADOS HOY: "          DELIMITED BY SIZE
                  WS-ATPC813-CAMBIOS          DELIMITED BY SIZE
                  "  YA AVISADOS: "           DELIMITED BY SIZE
                  WS-ATPC813-YA-AVISADOS      DELIMITED BY SIZE
                  "  FUERA DE TERMINO: "      DELIMITED BY SIZE
                  WS-ATPC813-FUERA-TERMINO    DELIMITED BY SIZE
                  "  ERRORES: "               DELIMITED BY SIZE
                  WS-ATPC813-ERRORES          DELIMITED BY SIZE
                  "  AVISOS: "                DELIMITED BY SIZE
                  WS-ATPC813-AVISOS           DELIMITED BY SIZE
             INTO WS-ATPC813-LINEA
           WRITE RPT-ATPC813-REG FROM WS-ATPC813-LINEA
           DISPLAY WS-ATPC813-LINEA

           CLOSE RPT-ATPC813

           DISPLAY
           "- ATPC813: AVISOS FINALIZADOS                            -"
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
      * Proceso: ATPC813-ABORTAR
      *----------------------------------------------------------------
       ATPC813-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC813-LEER-PARAMETROS
      *----------------------------------------------------------------
       ATPC813-LEER-PARAMETROS.
           OPEN INPUT PRM-ATPC813
           IF WS-ATPC813-PRM-STATUS = "00"
              READ PRM-ATPC813
                  AT END
                     CONTINUE
                  NOT AT END
                     IF PRM-ATPC813-DIAS IS NUMERIC
                        MOVE PRM-ATPC813-DIAS TO WS-ATPC813-DIAS-MIN
                     END-IF
              END-READ
              CLOSE PRM-ATPC813
           END-IF
           IF WS-ATPC813-DIAS-MIN = ZEROES
              MOVE 30 TO WS-ATPC813-DIAS-MIN
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC813-CARGAR-AVISADOS
      *----------------------------------------------------------------
      * El cambio ya avisado que no entra al arreglo se avisaria dos
      * veces: se alerta y la corrida queda mala
      *----------------------------------------------------------------
       ATPC813-CARGAR-AVISADOS.
           OPEN INPUT AVI-REGISTRO
           IF WS-ATPC813-AVI-STATUS = "00"
              SET WS-ATPC813-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC813-FIN-ENTRADA
                 READ AVI-REGISTRO
                     AT END
                        SET WS-ATPC813-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF WS-ATPC813-AVI-CANT < WS-ATPC813-AVI-MAX
                           ADD 1 TO WS-ATPC813-AVI-CANT
                           MOVE AVI-REGISTRO-REG(1:89)
                             TO WS-ATPC813-AVI-CAMBIO
                                (WS-ATPC813-AVI-CANT)
                        ELSE
                           DISPLAY "ATPC813 - ALERTA: el arreglo de "
                              "avisos alcanzo su capacidad maxima ["
                              WS-ATPC813-AVI-MAX "] - hay avisos sin "
                              "cargar"
                           MOVE 12 TO RETURN-CODE
                           SET WS-ATPC813-FIN-ENTRADA TO TRUE
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE AVI-REGISTRO
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC813-EVALUAR-CAMBIO
      *----------------------------------------------------------------
      * Cambio aprobado, sin aplicar, de vigencia futura y sobre un
      * campo que afecta al tarjetahabiente, que aun no se aviso
      *----------------------------------------------------------------
       ATPC813-EVALUAR-CAMBIO.
           SET WS-ATPC813-AVISABLE TO FALSE
           IF CAM-ESTADO = "A"
           AND CAM-APLICADO = CT-N
           AND CAM-FECEFECT > WS-ATPC813-HOY
              EVALUATE TRUE
                 WHEN CAM-TABLA = CT-ATPC021
                 AND CAM-CAMPO = "TACOMINTAD"
                    SET WS-ATPC813-AVISABLE TO TRUE
                 WHEN CAM-TABLA = CT-ATPC052
                 AND (CAM-CAMPO = "PORREF" OR "PORCOMTOP")
                    SET WS-ATPC813-AVISABLE TO TRUE
              END-EVALUATE
           END-IF

           IF WS-ATPC813-AVISABLE
              MOVE SPACES TO WS-ATPC813-AVI-AUX
              STRING CAM-TABLA       DELIMITED BY SIZE
                     CAM-CLAVE       DELIMITED BY SIZE
                     CAM-CAMPO       DELIMITED BY SIZE
                     CAM-VALOR-NUEVO DELIMITED BY SIZE
                     CAM-FECEFECT    DELIMITED BY SIZE
                INTO WS-ATPC813-AVI-AUX
              SET WS-ATPC813-YA-AVISADO TO FALSE
              PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > WS-ATPC813-AVI-CANT
                 IF WS-ATPC813-AVI-CAMBIO(WS-I) = WS-ATPC813-AVI-AUX
                    SET WS-ATPC813-YA-AVISADO TO TRUE
                    MOVE WS-ATPC813-AVI-CANT TO WS-I
                 END-IF
              END-PERFORM
              IF WS-ATPC813-YA-AVISADO
                 ADD 1 TO WS-ATPC813-YA-AVISADOS
              ELSE
                 PERFORM ATPC813-AVISAR-CAMBIO
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC813-AVISAR-CAMBIO
      *----------------------------------------------------------------
       ATPC813-AVISAR-CAMBIO.
           MOVE CAM-CLAVE(1:4) TO WS-ATPC813-CODENT
           INITIALIZE WS-ATPC021
           MOVE WS-ATPC813-CODENT TO WS-ATPC021-CODENT
           PERFORM ATPC021-BUSCAR-EN-ARREGLO
           IF NOT WS-ATPC021-RETORNO-OK
              ADD 1 TO WS-ATPC813-ERRORES
              DISPLAY "ATPC813 - ALERTA: CODENT=[" WS-ATPC813-CODENT
                      "] del cambio " CAM-TABLA "/" CAM-CAMPO
                      " inexistente en ATPC021 -- no se avisa"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              PERFORM ATPC813-VALOR-VIGENTE

              MOVE CAM-FECEFECT TO WS-ATPC813-FECHA-DIV
              PERFORM ATPC813-FECHA-A-SERIE
              COMPUTE WS-ATPC813-ANTICIPO =
                 WS-ATPC813-SERIE - WS-ATPC813-SERIE-HOY

              MOVE ZEROES TO WS-ATPC813-CUENTAS
              MOVE WS-ATPC813-CODENT TO CTM-CODENT
              MOVE LOW-VALUES        TO CTM-NUMCUENTA
              START CTM-MAESTRO KEY IS NOT LESS THAN CTM-CLAVE
                  INVALID KEY
                     SET WS-ATPC813-FIN-CUENTAS TO TRUE
                  NOT INVALID KEY
                     SET WS-ATPC813-FIN-CUENTAS TO FALSE
              END-START
              PERFORM UNTIL WS-ATPC813-FIN-CUENTAS
                 READ CTM-MAESTRO NEXT RECORD
                     AT END
                        SET WS-ATPC813-FIN-CUENTAS TO TRUE
                     NOT AT END
                        IF CTM-CODENT NOT = WS-ATPC813-CODENT
                           SET WS-ATPC813-FIN-CUENTAS TO TRUE
                        ELSE
                           PERFORM ATPC813-GRABAR-AVISO
                        END-IF
                 END-READ
              END-PERFORM

              PERFORM ATPC813-REGISTRAR-AVISO
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC813-VALOR-VIGENTE
      *----------------------------------------------------------------
      * Valor del campo en la cache de hoy, para mostrarlo junto al
      * valor nuevo
      *----------------------------------------------------------------
       ATPC813-VALOR-VIGENTE.
           MOVE SPACES TO WS-ATPC813-VALOR-VIEJO
           IF CAM-TABLA = CT-ATPC021
              MOVE WS-ATPC021-TACOMINTAD-ALF TO WS-ATPC813-VALOR-VIEJO
           ELSE
              INITIALIZE WS-ATPC052
              MOVE CAM-CLAVE(1:4)  TO WS-ATPC052-CODENT
              MOVE CAM-CLAVE(5:1)  TO WS-ATPC052-INDVERT
              MOVE CAM-CLAVE(6:2)  TO WS-ATPC052-INDNIVAPL
              MOVE CAM-CLAVE(8:4)  TO WS-ATPC052-CODCONECO-ALF
              PERFORM ATPC052-BUSCAR-EN-ARREGLO
              IF WS-ATPC052-RETORNO-OK
                 IF CAM-CAMPO = "PORREF"
                    MOVE WS-ATPC052-PORREF-ALF
                      TO WS-ATPC813-VALOR-VIEJO
                 ELSE
                    MOVE WS-ATPC052-PORCOMTOP-ALF
                      TO WS-ATPC813-VALOR-VIEJO
                 END-IF
              ELSE
                 MOVE "(SIN VALOR)" TO WS-ATPC813-VALOR-VIEJO
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC813-GRABAR-AVISO
      *----------------------------------------------------------------
      * La cuenta castigada no se avisa
      *----------------------------------------------------------------
       ATPC813-GRABAR-AVISO.
           IF NOT CTM-CASTIGADA
              ADD 1 TO WS-ATPC813-CUENTAS
                       WS-ATPC813-AVISOS
              INITIALIZE NOT-AVISOS-REG
              MOVE CTM-CODENT             TO NOT-CODENT
              MOVE CTM-NUMCUENTA          TO NOT-NUMCUENTA
              MOVE CAM-TABLA              TO NOT-TABLA
              MOVE CAM-CAMPO              TO NOT-CAMPO
              MOVE WS-ATPC813-VALOR-VIEJO TO NOT-VALOR-VIEJO
              MOVE CAM-VALOR-NUEVO        TO NOT-VALOR-NUEVO
              MOVE CAM-FECEFECT           TO NOT-FECEFECT
              MOVE WS-ATPC021-CODENTDES   TO NOT-CODENTDES
              MOVE WS-ATPC021-CODIDIOMA   TO NOT-CODIDIOMA
              WRITE NOT-AVISOS-REG
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC813-REGISTRAR-AVISO
      *----------------------------------------------------------------
      * Asienta el aviso en CAMAVIS.DAT con su marca de termino y lo
      * lista; el aviso con menos anticipacion que el minimo legal
      * deja la corrida en RC 4
      *----------------------------------------------------------------
       ATPC813-REGISTRAR-AVISO.
           ADD 1 TO WS-ATPC813-CAMBIOS

           INITIALIZE AVI-REGISTRO-REG
           MOVE CAM-TABLA          TO AVI-TABLA
           MOVE CAM-CLAVE          TO AVI-CLAVE
           MOVE CAM-CAMPO          TO AVI-CAMPO
           MOVE CAM-VALOR-NUEVO    TO AVI-VALOR-NUEVO
           MOVE CAM-FECEFECT       TO AVI-FECEFECT
           MOVE WS-ATPC813-HOY     TO AVI-FECAVISO
           MOVE WS-ATPC813-CUENTAS TO AVI-CUENTAS
           MOVE WS-ATPC813-ANTICIPO TO AVI-ANTICIPO
           IF WS-ATPC813-ANTICIPO >= WS-ATPC813-DIAS-MIN
              MOVE CT-S TO AVI-ENTERMINO
              MOVE "EN TERMINO" TO WS-ATPC813-SITUACION
           ELSE
              MOVE CT-N TO AVI-ENTERMINO
              MOVE "FUERA DE TERMINO" TO WS-ATPC813-SITUACION
              ADD 1 TO WS-ATPC813-FUERA-TERMINO
              DISPLAY "ATPC813 - ALERTA: cambio " CAM-TABLA "/"
                      CAM-CAMPO " clave [" CAM-CLAVE "] avisado con "
                      "menos de " WS-ATPC813-DIAS-MIN " dias de "
                      "anticipacion -- ATPC997 no lo activara"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           WRITE AVI-REGISTRO-REG

           MOVE WS-ATPC813-ANTICIPO TO WS-ATPC813-ANTICIPO-ED
           MOVE SPACES TO WS-ATPC813-LINEA
           STRING " CAMBIO ["                 DELIMITED BY SIZE
                  CAM-TABLA                   DELIMITED BY SIZE
                  "] CLAVE ["                 DELIMITED BY SIZE
                  CAM-CLAVE                   DELIMITED BY SIZE
                  "] CAMPO ["                 DELIMITED BY SIZE
                  CAM-CAMPO                   DELIMITED BY SIZE
                  "] VIGENCIA ["              DELIMITED BY SIZE
                  CAM-FECEFECT                DELIMITED BY SIZE
                  "] DIAS ["                  DELIMITED BY SIZE
                  WS-ATPC813-ANTICIPO-ED      DELIMITED BY SIZE
                  "] CUENTAS ["               DELIMITED BY SIZE
                  WS-ATPC813-CUENTAS          DELIMITED BY SIZE
                  "] "                        DELIMITED BY SIZE
                  WS-ATPC813-SITUACION        DELIMITED BY SIZE
             INTO WS-ATPC813-LINEA
           WRITE RPT-ATPC813-REG FROM WS-ATPC813-LINEA
           DISPLAY WS-ATPC813-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC813-FECHA-A-SERIE
      *----------------------------------------------------------------
      * Convierte la fecha AAAA-MM-DD de WS-ATPC813-FECHA-DIV en un
      * numero de dias corridos (anios de 365 dias mas los bisiestos
      * transcurridos, mas los dias acumulados del anio; el 29/02 de
      * un anio bisiesto en curso se suma cuando el mes ya lo paso)
      *----------------------------------------------------------------
       ATPC813-FECHA-A-SERIE.
           COMPUTE WS-ATPC813-ANIOS-PREV = WS-ATPC813-FD-AAAA - 1
           DIVIDE WS-ATPC813-ANIOS-PREV BY 4
              GIVING WS-ATPC813-BIS4
           DIVIDE WS-ATPC813-ANIOS-PREV BY 100
              GIVING WS-ATPC813-BIS100
           DIVIDE WS-ATPC813-ANIOS-PREV BY 400
              GIVING WS-ATPC813-BIS400
           COMPUTE WS-ATPC813-SERIE =
              WS-ATPC813-ANIOS-PREV * 365
              + WS-ATPC813-BIS4
              - WS-ATPC813-BIS100
              + WS-ATPC813-BIS400
           MOVE WS-ATPC813-FD-MM TO WS-ATPC813-MES-AUX
           ADD WS-ATPC813-DIAS-ACUM(WS-ATPC813-MES-AUX)
             TO WS-ATPC813-SERIE
           ADD WS-ATPC813-FD-DD TO WS-ATPC813-SERIE
           IF WS-ATPC813-FD-MM > 2
              DIVIDE WS-ATPC813-FD-AAAA BY 4
                 GIVING WS-ATPC813-BIS4
                 REMAINDER WS-ATPC813-REM4
              DIVIDE WS-ATPC813-FD-AAAA BY 100
                 GIVING WS-ATPC813-BIS100
                 REMAINDER WS-ATPC813-REM100
              DIVIDE WS-ATPC813-FD-AAAA BY 400
                 GIVING WS-ATPC813-BIS400
                 REMAINDER WS-ATPC813-REM400
              IF WS-ATPC813-REM4 = ZEROES
              AND (WS-ATPC813-REM100 NOT = ZEROES
                   OR WS-ATPC813-REM400 = ZEROES)
                 ADD 1 TO WS-ATPC813-SERIE
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
       COPY "ATPC052-PR".
       COPY "ATPC096-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
