       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC820.
      *----------------------------------------------------------------
      * Programa batch mensual de clasificacion de inactividad de las
      * cuentas: recorre el maestro CTAMAE.DAT y clasifica cada
      * cuenta en activa, inactiva o dormida segun los dias
      * transcurridos desde su ultima actividad -- la mas reciente
      * entre el ultimo pago (CTM-FECULTPAGO) y el ultimo movimiento
      * del cliente (CTM-FECULTMOV, que ATPC972 asienta cada noche
      * desde MOVACEP.DAT) -- contra los umbrales del pais de la
      * entidad (CODPAIS de ATPC021).
      *
      * Umbrales por pais en ATPC820.PRM (una linea por pais:
      * CODPAIS(3) + dias para inactiva 9(04) + dias para dormida
      * 9(04)); la linea de CODPAIS 000 rige para los paises sin
      * linea propia. La linea con dias no numericos o con los dias
      * de dormida que no superan a los de inactiva se ignora con
      * una alerta. La entidad cuyo pais no tiene umbrales deja sus
      * cuentas como estaban.
      *
      * La cuenta sin pago ni movimiento registrado cuenta sus dias
      * desde la primera corrida que la observa (CTM-FECOBSERV). La
      * cuenta castigada (ATPC800) no se clasifica. Cada cambio de
      * clase queda fechado en CTM-FECINACT; la cuenta dormida no
      * liquida comisiones periodicas (ATPC975) ni renueva tarjetas
      * (ATPC981), y vuelve a activa en cuanto ATPC972 le asienta un
      * pago o un movimiento.
      *
      * Las cuentas dormidas con saldo acreedor (CTM-SALDO negativo)
      * salen, agrupadas por pais, en el reporte de saldos no
      * reclamados NORECLAM.RPT, que cumplimiento normativo presenta
      * cada anio ante la autoridad de cada pais. ATPC820.RPT cierra
      * con la cantidad de cuentas por clase y por pais.
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
           SELECT PRM-ATPC820 ASSIGN TO "ATPC820.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC820-PRM-STATUS.
      * Maestro de cuentas -- ver ATPCCTM-CTM.cpy
           SELECT CTM-MAESTRO ASSIGN TO "CTAMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTM-CLAVE
               FILE STATUS IS WS-ATPC820-CTM-STATUS.
           SELECT RPT-ATPC820 ASSIGN TO "ATPC820.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-NORECLAM ASSIGN TO "NORECLAM.RPT"
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
      * Cola central de alertas de operacion -- ver ATPCALE-ALE.cpy
           SELECT ALE-ALERTAS ASSIGN TO "ATPCALE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCALE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "ATPCRUN-RUN".
       COPY "ATPCCTL-CTL".
       COPY "ATPCAUD-AUD".
       COPY "ATPCDIF-DIF".
       COPY "ATPCLCK-LCK".
       COPY "ATPCEXC-EXC".
       COPY "ATPCALE-ALE".
       COPY "ATPCCTM-CTM".

       FD  PRM-ATPC820
           RECORDING MODE IS F.
       01  PRM-ATPC820-REG.
           05  PRM-ATPC820-CODPAIS            PIC X(03).
           05  PRM-ATPC820-DIAS-INA           PIC X(04).
           05  PRM-ATPC820-DIAS-INA-NUM
               REDEFINES PRM-ATPC820-DIAS-INA PIC 9(04).
           05  PRM-ATPC820-DIAS-DOR           PIC X(04).
           05  PRM-ATPC820-DIAS-DOR-NUM
               REDEFINES PRM-ATPC820-DIAS-DOR PIC 9(04).

       FD  RPT-ATPC820
           RECORDING MODE IS F.
       01  RPT-ATPC820-REG                    PIC X(130).

       FD  RPT-NORECLAM
           RECORDING MODE IS F.
       01  RPT-NORECLAM-REG                   PIC X(130).

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
       COPY "ATPCALE-WS".

       77  WS-ATPC820-PRM-STATUS              PIC X(02).
       77  WS-ATPC820-CTM-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC820-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.

      * Umbrales por pais (ATPC820.PRM); CODPAIS 000 = defecto
       78  WS-ATPC820-UMB-MAX                 VALUE 100.
       77  WS-ATPC820-UMB-CANT                PIC 9(03) VALUE 0.
       01  WS-ATPC820-UMBRALES.
           05  WS-ATPC820-UMB OCCURS 100 TIMES.
               10  WS-ATPC820-UMB-CODPAIS     PIC X(03).
               10  WS-ATPC820-UMB-DIAS-INA    PIC 9(04).
               10  WS-ATPC820-UMB-DIAS-DOR    PIC 9(04).

      * Corte por entidad: pais y umbrales resueltos
       01  WS-ATPC820-ENT-ANT                 PIC X(04).
       01  FILLER                             PIC X(01).
           88 WS-ATPC820-ENT-CLASIFICA        VALUE "S"
              WHEN SET TO FALSE "N".
       77  WS-ATPC820-ENT-CODPAIS             PIC X(03).
       77  WS-ATPC820-ENT-NOMPAIS             PIC X(30).
       77  WS-ATPC820-ENT-DIAS-INA            PIC 9(04).
       77  WS-ATPC820-ENT-DIAS-DOR            PIC 9(04).
       77  WS-ATPC820-ENT-PAI-IDX             PIC 9(03).

      * Totales por pais
       78  WS-ATPC820-PAI-MAX                 VALUE 100.
       77  WS-ATPC820-PAI-CANT                PIC 9(03) VALUE 0.
       77  WS-ATPC820-PAI-IDX                 PIC 9(03).
       01  WS-ATPC820-PAISES.
           05  WS-ATPC820-PAI OCCURS 100 TIMES.
               10  WS-ATPC820-PAI-CODPAIS     PIC X(03).
               10  WS-ATPC820-PAI-NOMPAIS     PIC X(30).
               10  WS-ATPC820-PAI-ACTIVAS     PIC 9(08).
               10  WS-ATPC820-PAI-INACTIVAS   PIC 9(08).
               10  WS-ATPC820-PAI-DORMIDAS    PIC 9(08).
               10  WS-ATPC820-PAI-NRC-CANT    PIC 9(06).
               10  WS-ATPC820-PAI-NRC-IMPORTE PIC 9(13)V99.

      * Saldos no reclamados: cuentas dormidas con saldo acreedor,
      * listadas al cierre agrupadas por pais
       78  WS-ATPC820-NRC-MAX                 VALUE 5000.
       77  WS-ATPC820-NRC-CANT                PIC 9(04) VALUE 0.
       01  FILLER                             PIC 9(01).
           88 WS-ATPC820-NRC-DESBORDE         VALUE 1
              WHEN SET TO FALSE 0.
       01  WS-ATPC820-NORECLAMADOS.
           05  WS-ATPC820-NRC OCCURS 5000 TIMES.
               10  WS-ATPC820-NRC-PAI-IDX     PIC 9(03).
               10  WS-ATPC820-NRC-CODENT      PIC X(04).
               10  WS-ATPC820-NRC-NUMCUENTA   PIC X(16).
               10  WS-ATPC820-NRC-IMPORTE     PIC 9(09)V99.
               10  WS-ATPC820-NRC-FECREF      PIC X(10).
               10  WS-ATPC820-NRC-DIAS        PIC 9(06).

      * Cuenta en curso
       77  WS-ATPC820-FECREF                  PIC X(10).
       77  WS-ATPC820-DIAS                    PIC S9(09).
       77  WS-ATPC820-DIAS-ED                 PIC Z(05)9.
       77  WS-ATPC820-CLASE                   PIC X(01).
       01  FILLER                             PIC X(01).
           88 WS-ATPC820-FECHA-VALIDA         VALUE "S"
              WHEN SET TO FALSE "N".
       77  WS-ATPC820-IMPORTE                 PIC 9(09)V99.
       77  WS-ATPC820-IMPORTE-ED              PIC Z(08)9.99.
       77  WS-ATPC820-IMPORTE-TOT-ED          PIC Z(12)9.99.

      * Fecha del dia y conversion a dias corridos
       01  WS-ATPC820-HOY.
           05  WS-ATPC820-HOY-AAAA            PIC 9(04).
           05  WS-ATPC820-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC820-HOY-MM              PIC 9(02).
           05  WS-ATPC820-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC820-HOY-DD              PIC 9(02).
       01  WS-ATPC820-HOY-AMD.
           05  WS-ATPC820-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC820-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC820-HOY-AMD-DD          PIC 9(02).
       01  WS-ATPC820-FECHA-DIV.
           05  WS-ATPC820-FD-AAAA             PIC 9(04).
           05  FILLER                         PIC X(01).
           05  WS-ATPC820-FD-MM               PIC 9(02).
           05  FILLER                         PIC X(01).
           05  WS-ATPC820-FD-DD               PIC 9(02).
       77  WS-ATPC820-SERIE                   PIC S9(09).
       77  WS-ATPC820-SERIE-HOY               PIC S9(09).
       77  WS-ATPC820-ANIOS-PREV              PIC S9(09).
       77  WS-ATPC820-BIS4                    PIC S9(09).
       77  WS-ATPC820-BIS100                  PIC S9(09).
       77  WS-ATPC820-BIS400                  PIC S9(09).
       77  WS-ATPC820-REM4                    PIC S9(09).
       77  WS-ATPC820-REM100                  PIC S9(09).
       77  WS-ATPC820-REM400                  PIC S9(09).
       77  WS-ATPC820-MES-AUX                 PIC 9(02).

      * Dias acumulados al inicio de cada mes (anio no bisiesto)
       01  WS-ATPC820-DIAS-ACUM-DEF.
           05  FILLER  PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  FILLER REDEFINES WS-ATPC820-DIAS-ACUM-DEF.
           05  WS-ATPC820-DIAS-ACUM OCCURS 12 TIMES PIC 9(03).

      * Contadores del resumen final
       77  WS-ATPC820-LEIDAS                  PIC 9(08) VALUE 0.
       77  WS-ATPC820-CASTIGADAS              PIC 9(08) VALUE 0.
       77  WS-ATPC820-SIN-UMBRAL              PIC 9(08) VALUE 0.
       77  WS-ATPC820-CAMBIOS                 PIC 9(08) VALUE 0.
       77  WS-ATPC820-ERRORES                 PIC 9(06) VALUE 0.

       01  WS-ATPC820-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC820-PRINCIPAL
      *----------------------------------------------------------------
       ATPC820-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC820: CLASIFICACION DE INACTIVIDAD DE CUENTAS       -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC820" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC021-CARGAR-ARREGLO
           PERFORM ATPC096-CARGAR-ARREGLO

           ACCEPT WS-ATPC820-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC820-HOY-G1 WS-ATPC820-HOY-G2
           MOVE WS-ATPC820-HOY-AMD-AAAA TO WS-ATPC820-HOY-AAAA
           MOVE WS-ATPC820-HOY-AMD-MM   TO WS-ATPC820-HOY-MM
           MOVE WS-ATPC820-HOY-AMD-DD   TO WS-ATPC820-HOY-DD
           MOVE WS-ATPC820-HOY TO WS-ATPC820-FECHA-DIV
           PERFORM ATPC820-FECHA-A-SERIE
           MOVE WS-ATPC820-SERIE TO WS-ATPC820-SERIE-HOY

           PERFORM ATPC820-LEER-PARAMETROS

           OPEN I-O CTM-MAESTRO
           IF WS-ATPC820-CTM-STATUS NOT = "00"
              DISPLAY "ATPC820 - ERROR: no se pudo abrir CTAMAE.DAT "
                      "-- FILE STATUS:[" WS-ATPC820-CTM-STATUS "] -- "
                      "corrida abortada"
              PERFORM ATPC820-ABORTAR
           END-IF

           OPEN OUTPUT RPT-ATPC820
                       RPT-NORECLAM

           MOVE SPACES TO WS-ATPC820-LINEA
           STRING " CLASIFICACION DE INACTIVIDAD AL ["
                                              DELIMITED BY SIZE
                  WS-ATPC820-HOY              DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC820-LINEA
           WRITE RPT-ATPC820-REG FROM WS-ATPC820-LINEA
           DISPLAY WS-ATPC820-LINEA

           MOVE SPACES TO WS-ATPC820-ENT-ANT

           MOVE LOW-VALUES TO CTM-CLAVE
           START CTM-MAESTRO KEY IS NOT LESS THAN CTM-CLAVE
               INVALID KEY
                  SET WS-ATPC820-FIN-ENTRADA TO TRUE
               NOT INVALID KEY
                  SET WS-ATPC820-FIN-ENTRADA TO FALSE
           END-START

           PERFORM UNTIL WS-ATPC820-FIN-ENTRADA
              READ CTM-MAESTRO NEXT RECORD
                  AT END
                     SET WS-ATPC820-FIN-ENTRADA TO TRUE
                  NOT AT END
                     ADD 1 TO WS-ATPC820-LEIDAS
                     PERFORM ATPC820-PROCESAR-CUENTA
              END-READ
           END-PERFORM

           PERFORM ATPC820-RESUMEN-PAISES
           PERFORM ATPC820-LISTAR-NORECLAMADOS

           CLOSE RPT-ATPC820
                 RPT-NORECLAM
                 CTM-MAESTRO

           IF WS-ATPC820-ERRORES > ZEROES
           AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY
           "- ATPC820: CLASIFICACION FINALIZADA                      -"
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
      * Proceso: ATPC820-ABORTAR
      *----------------------------------------------------------------
       ATPC820-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC820-LEER-PARAMETROS
      *----------------------------------------------------------------
      * Umbrales por pais de ATPC820.PRM; sin el archivo ninguna
      * cuenta se clasifica
      *----------------------------------------------------------------
       ATPC820-LEER-PARAMETROS.
           OPEN INPUT PRM-ATPC820
           IF WS-ATPC820-PRM-STATUS = "00"
              PERFORM UNTIL WS-ATPC820-PRM-STATUS NOT = "00"
                        OR WS-ATPC820-UMB-CANT >= WS-ATPC820-UMB-MAX
                 READ PRM-ATPC820
                     AT END
                        MOVE "10" TO WS-ATPC820-PRM-STATUS
                     NOT AT END
                        PERFORM ATPC820-INCORPORAR-UMBRAL
                 END-READ
              END-PERFORM
              CLOSE PRM-ATPC820
           ELSE
              DISPLAY "ATPC820 - AVISO: sin ATPC820.PRM -- no se "
                      "clasifica ninguna cuenta"
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC820-INCORPORAR-UMBRAL
      *----------------------------------------------------------------
       ATPC820-INCORPORAR-UMBRAL.
           IF PRM-ATPC820-DIAS-INA IS NUMERIC
           AND PRM-ATPC820-DIAS-DOR IS NUMERIC
           AND PRM-ATPC820-DIAS-INA-NUM > ZEROES
           AND PRM-ATPC820-DIAS-DOR-NUM > PRM-ATPC820-DIAS-INA-NUM
              ADD 1 TO WS-ATPC820-UMB-CANT
              MOVE PRM-ATPC820-CODPAIS
                TO WS-ATPC820-UMB-CODPAIS(WS-ATPC820-UMB-CANT)
              MOVE PRM-ATPC820-DIAS-INA-NUM
                TO WS-ATPC820-UMB-DIAS-INA(WS-ATPC820-UMB-CANT)
              MOVE PRM-ATPC820-DIAS-DOR-NUM
                TO WS-ATPC820-UMB-DIAS-DOR(WS-ATPC820-UMB-CANT)
           ELSE
              ADD 1 TO WS-ATPC820-ERRORES
              DISPLAY "ATPC820 - ALERTA: linea de ATPC820.PRM "
                      "ignorada [" PRM-ATPC820-REG "] -- dias no "
                      "numericos o dormida no supera inactiva"
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC820-PROCESAR-CUENTA
      *----------------------------------------------------------------
       ATPC820-PROCESAR-CUENTA.
           IF CTM-CODENT NOT = WS-ATPC820-ENT-ANT
              PERFORM ATPC820-ABRIR-ENTIDAD
           END-IF

           EVALUATE TRUE
              WHEN CTM-CASTIGADA
                 ADD 1 TO WS-ATPC820-CASTIGADAS
              WHEN NOT WS-ATPC820-ENT-CLASIFICA
                 ADD 1 TO WS-ATPC820-SIN-UMBRAL
              WHEN OTHER
                 PERFORM ATPC820-CLASIFICAR-CUENTA
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC820-ABRIR-ENTIDAD
      *----------------------------------------------------------------
      * Pais de la entidad (ATPC021) y sus umbrales: los del pais, o
      * los de la linea 000 si el pais no tiene linea propia
      *----------------------------------------------------------------
       ATPC820-ABRIR-ENTIDAD.
           MOVE CTM-CODENT TO WS-ATPC820-ENT-ANT
           SET WS-ATPC820-ENT-CLASIFICA TO FALSE
           MOVE ZEROES TO WS-ATPC820-ENT-PAI-IDX

           INITIALIZE WS-ATPC021
           MOVE CTM-CODENT TO WS-ATPC021-CODENT
           PERFORM ATPC021-BUSCAR-EN-ARREGLO
           IF WS-ATPC021-RETORNO-OK
              MOVE WS-ATPC021-CODPAIS-ALF TO WS-ATPC820-ENT-CODPAIS
              MOVE WS-ATPC021-NOMPAIS     TO WS-ATPC820-ENT-NOMPAIS
              PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > WS-ATPC820-UMB-CANT
                 IF WS-ATPC820-UMB-CODPAIS(WS-I) =
                    WS-ATPC820-ENT-CODPAIS
                    SET WS-ATPC820-ENT-CLASIFICA TO TRUE
                    MOVE WS-ATPC820-UMB-DIAS-INA(WS-I)
                      TO WS-ATPC820-ENT-DIAS-INA
                    MOVE WS-ATPC820-UMB-DIAS-DOR(WS-I)
                      TO WS-ATPC820-ENT-DIAS-DOR
                    MOVE WS-ATPC820-UMB-CANT TO WS-I
                 END-IF
              END-PERFORM
              IF NOT WS-ATPC820-ENT-CLASIFICA
                 PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > WS-ATPC820-UMB-CANT
                    IF WS-ATPC820-UMB-CODPAIS(WS-I) = "000"
                       SET WS-ATPC820-ENT-CLASIFICA TO TRUE
                       MOVE WS-ATPC820-UMB-DIAS-INA(WS-I)
                         TO WS-ATPC820-ENT-DIAS-INA
                       MOVE WS-ATPC820-UMB-DIAS-DOR(WS-I)
                         TO WS-ATPC820-ENT-DIAS-DOR
                       MOVE WS-ATPC820-UMB-CANT TO WS-I
                    END-IF
                 END-PERFORM
              END-IF
              IF WS-ATPC820-ENT-CLASIFICA
                 PERFORM ATPC820-UBICAR-PAIS
              END-IF
           ELSE
              DISPLAY "ATPC820 - ALERTA: CODENT=[" CTM-CODENT
                      "] inexistente en ENTIDADES -- sus cuentas no "
                      "se clasifican"
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC820-UBICAR-PAIS
      *----------------------------------------------------------------
       ATPC820-UBICAR-PAIS.
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC820-PAI-CANT
              IF WS-ATPC820-PAI-CODPAIS(WS-I) = WS-ATPC820-ENT-CODPAIS
                 MOVE WS-I TO WS-ATPC820-ENT-PAI-IDX
                 MOVE WS-ATPC820-PAI-CANT TO WS-I
              END-IF
           END-PERFORM
           IF WS-ATPC820-ENT-PAI-IDX = ZEROES
              IF WS-ATPC820-PAI-CANT < WS-ATPC820-PAI-MAX
                 ADD 1 TO WS-ATPC820-PAI-CANT
                 MOVE WS-ATPC820-PAI-CANT TO WS-ATPC820-ENT-PAI-IDX
                 INITIALIZE WS-ATPC820-PAI(WS-ATPC820-ENT-PAI-IDX)
                 MOVE WS-ATPC820-ENT-CODPAIS
                   TO WS-ATPC820-PAI-CODPAIS(WS-ATPC820-ENT-PAI-IDX)
                 MOVE WS-ATPC820-ENT-NOMPAIS
                   TO WS-ATPC820-PAI-NOMPAIS(WS-ATPC820-ENT-PAI-IDX)
              ELSE
                 DISPLAY "ATPC820 - ALERTA: el arreglo de paises "
                         "alcanzo su capacidad maxima ["
                         WS-ATPC820-PAI-MAX "]"
                 CLOSE RPT-ATPC820
                       RPT-NORECLAM
                       CTM-MAESTRO
                 PERFORM ATPC820-ABORTAR
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC820-CLASIFICAR-CUENTA
      *----------------------------------------------------------------
      * Dias desde la ultima actividad (pago o movimiento); sin
      * actividad registrada, desde la primera observacion
      *----------------------------------------------------------------
       ATPC820-CLASIFICAR-CUENTA.
           MOVE CTM-FECULTPAGO TO WS-ATPC820-FECREF
           IF CTM-FECULTMOV > WS-ATPC820-FECREF
              MOVE CTM-FECULTMOV TO WS-ATPC820-FECREF
           END-IF
           IF WS-ATPC820-FECREF = SPACES
              MOVE CTM-FECOBSERV TO WS-ATPC820-FECREF
           END-IF

           MOVE WS-ATPC820-FECREF TO WS-ATPC820-FECHA-DIV
           PERFORM ATPC820-VALIDAR-FECHA

           IF NOT WS-ATPC820-FECHA-VALIDA
      * Sin ninguna fecha utilizable el reloj arranca hoy
              MOVE WS-ATPC820-HOY TO CTM-FECOBSERV
              SET CTM-ACTIVA TO TRUE
              PERFORM ATPC820-REGRABAR-CUENTA
              MOVE ZEROES TO WS-ATPC820-DIAS
           ELSE
              PERFORM ATPC820-FECHA-A-SERIE
              COMPUTE WS-ATPC820-DIAS =
                 WS-ATPC820-SERIE-HOY - WS-ATPC820-SERIE
              EVALUATE TRUE
                 WHEN WS-ATPC820-DIAS >= WS-ATPC820-ENT-DIAS-DOR
                    MOVE "D" TO WS-ATPC820-CLASE
                 WHEN WS-ATPC820-DIAS >= WS-ATPC820-ENT-DIAS-INA
                    MOVE "I" TO WS-ATPC820-CLASE
                 WHEN OTHER
                    MOVE SPACE TO WS-ATPC820-CLASE
              END-EVALUATE
              IF WS-ATPC820-CLASE NOT = CTM-INDINACT
                 MOVE WS-ATPC820-CLASE TO CTM-INDINACT
                 MOVE WS-ATPC820-HOY   TO CTM-FECINACT
                 PERFORM ATPC820-REGRABAR-CUENTA
                 ADD 1 TO WS-ATPC820-CAMBIOS
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN CTM-DORMIDA
                 ADD 1 TO WS-ATPC820-PAI-DORMIDAS
                          (WS-ATPC820-ENT-PAI-IDX)
                 IF CTM-SALDO < ZEROES
                    PERFORM ATPC820-INCORPORAR-NORECLAMADO
                 END-IF
              WHEN CTM-INACTIVA
                 ADD 1 TO WS-ATPC820-PAI-INACTIVAS
                          (WS-ATPC820-ENT-PAI-IDX)
              WHEN OTHER
                 ADD 1 TO WS-ATPC820-PAI-ACTIVAS
                          (WS-ATPC820-ENT-PAI-IDX)
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC820-VALIDAR-FECHA
      *----------------------------------------------------------------
       ATPC820-VALIDAR-FECHA.
           SET WS-ATPC820-FECHA-VALIDA TO FALSE
           IF WS-ATPC820-FD-AAAA IS NUMERIC
           AND WS-ATPC820-FD-MM IS NUMERIC
           AND WS-ATPC820-FD-DD IS NUMERIC
              IF WS-ATPC820-FD-MM >= 1 AND WS-ATPC820-FD-MM <= 12
              AND WS-ATPC820-FD-AAAA > ZEROES
                 SET WS-ATPC820-FECHA-VALIDA TO TRUE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC820-INCORPORAR-NORECLAMADO
      *----------------------------------------------------------------
      * La cuenta que no entra al arreglo faltaria en la presentacion
      * ante la autoridad: se alerta y la corrida queda mala
      *----------------------------------------------------------------
       ATPC820-INCORPORAR-NORECLAMADO.
           COMPUTE WS-ATPC820-IMPORTE = ZEROES - CTM-SALDO
           IF WS-ATPC820-NRC-CANT < WS-ATPC820-NRC-MAX
              ADD 1 TO WS-ATPC820-NRC-CANT
              MOVE WS-ATPC820-ENT-PAI-IDX
                TO WS-ATPC820-NRC-PAI-IDX(WS-ATPC820-NRC-CANT)
              MOVE CTM-CODENT
                TO WS-ATPC820-NRC-CODENT(WS-ATPC820-NRC-CANT)
              MOVE CTM-NUMCUENTA
                TO WS-ATPC820-NRC-NUMCUENTA(WS-ATPC820-NRC-CANT)
              MOVE WS-ATPC820-IMPORTE
                TO WS-ATPC820-NRC-IMPORTE(WS-ATPC820-NRC-CANT)
              MOVE WS-ATPC820-FECREF
                TO WS-ATPC820-NRC-FECREF(WS-ATPC820-NRC-CANT)
              MOVE WS-ATPC820-DIAS
                TO WS-ATPC820-NRC-DIAS(WS-ATPC820-NRC-CANT)
              ADD 1 TO WS-ATPC820-PAI-NRC-CANT(WS-ATPC820-ENT-PAI-IDX)
              ADD WS-ATPC820-IMPORTE
                TO WS-ATPC820-PAI-NRC-IMPORTE(WS-ATPC820-ENT-PAI-IDX)
           ELSE
              IF NOT WS-ATPC820-NRC-DESBORDE
                 DISPLAY "ATPC820 - ALERTA: el arreglo de saldos no "
                         "reclamados alcanzo su capacidad maxima ["
                         WS-ATPC820-NRC-MAX "] - el reporte queda "
                         "incompleto"
                 SET WS-ATPC820-NRC-DESBORDE TO TRUE

                 INITIALIZE WS-ATPCALE-ENTRADA
                 SET WS-ATPCALE-SEV-ADVERTENCIA TO TRUE
                 MOVE "ATPC820"  TO WS-ATPCALE-PROGRAMA
                 MOVE "CTAMAE"   TO WS-ATPCALE-TABLA
                 MOVE CTM-CLAVE  TO WS-ATPCALE-CLAVE
                 MOVE "Reporte de saldos no reclamados incompleto"
                   TO WS-ATPCALE-MENSAJE
                 PERFORM ATPCALE-GRABAR-ALERTA
              END-IF
              MOVE 12 TO RETURN-CODE
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC820-REGRABAR-CUENTA
      *----------------------------------------------------------------
       ATPC820-REGRABAR-CUENTA.
           REWRITE CTM-MAESTRO-REG
               INVALID KEY
                  CONTINUE
           END-REWRITE
           IF WS-ATPC820-CTM-STATUS NOT = "00"
              ADD 1 TO WS-ATPC820-ERRORES
              DISPLAY "ATPC820 - ALERTA: CODENT=[" CTM-CODENT
                      "] NUMCUENTA=[" CTM-NUMCUENTA "] no se pudo "
                      "regrabar -- FILE STATUS:["
                      WS-ATPC820-CTM-STATUS "]"
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC820-RESUMEN-PAISES
      *----------------------------------------------------------------
       ATPC820-RESUMEN-PAISES.
           PERFORM VARYING WS-ATPC820-PAI-IDX FROM 1 BY 1
                     UNTIL WS-ATPC820-PAI-IDX > WS-ATPC820-PAI-CANT
              MOVE SPACES TO WS-ATPC820-LINEA
              STRING " PAIS ["                DELIMITED BY SIZE
                 WS-ATPC820-PAI-CODPAIS(WS-ATPC820-PAI-IDX)
                                              DELIMITED BY SIZE
                 "] "                         DELIMITED BY SIZE
                 WS-ATPC820-PAI-NOMPAIS(WS-ATPC820-PAI-IDX)
                                              DELIMITED BY SIZE
                 " ACTIVAS ["                 DELIMITED BY SIZE
                 WS-ATPC820-PAI-ACTIVAS(WS-ATPC820-PAI-IDX)
                                              DELIMITED BY SIZE
                 "] INACTIVAS ["              DELIMITED BY SIZE
                 WS-ATPC820-PAI-INACTIVAS(WS-ATPC820-PAI-IDX)
                                              DELIMITED BY SIZE
                 "] DORMIDAS ["               DELIMITED BY SIZE
                 WS-ATPC820-PAI-DORMIDAS(WS-ATPC820-PAI-IDX)
                                              DELIMITED BY SIZE
                 "]"                          DELIMITED BY SIZE
                INTO WS-ATPC820-LINEA
              WRITE RPT-ATPC820-REG FROM WS-ATPC820-LINEA
              DISPLAY WS-ATPC820-LINEA
           END-PERFORM

           MOVE SPACES TO WS-ATPC820-LINEA
           STRING " CUENTAS: "                DELIMITED BY SIZE
                  WS-ATPC820-LEIDAS           DELIMITED BY SIZE
                  "  CAMBIOS DE CLASE: "      DELIMITED BY SIZE
                  WS-ATPC820-CAMBIOS          DELIMITED BY SIZE
                  "  CASTIGADAS: "            DELIMITED BY SIZE
                  WS-ATPC820-CASTIGADAS       DELIMITED BY SIZE
                  "  SIN UMBRAL: "            DELIMITED BY SIZE
                  WS-ATPC820-SIN-UMBRAL       DELIMITED BY SIZE
                  "  NO RECLAMADAS: "         DELIMITED BY SIZE
                  WS-ATPC820-NRC-CANT         DELIMITED BY SIZE
                  "  ERRORES: "               DELIMITED BY SIZE
                  WS-ATPC820-ERRORES          DELIMITED BY SIZE
             INTO WS-ATPC820-LINEA
           WRITE RPT-ATPC820-REG FROM WS-ATPC820-LINEA
           DISPLAY WS-ATPC820-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC820-LISTAR-NORECLAMADOS
      *----------------------------------------------------------------
      * Reporte de saldos no reclamados: por cada pais con cuentas
      * dormidas acreedoras, cabecera, una linea por cuenta y total
      *----------------------------------------------------------------
       ATPC820-LISTAR-NORECLAMADOS.
           MOVE SPACES TO WS-ATPC820-LINEA
           STRING " SALDOS NO RECLAMADOS DE CUENTAS DORMIDAS AL ["
                                              DELIMITED BY SIZE
                  WS-ATPC820-HOY              DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC820-LINEA
           WRITE RPT-NORECLAM-REG FROM WS-ATPC820-LINEA

           PERFORM VARYING WS-ATPC820-PAI-IDX FROM 1 BY 1
                     UNTIL WS-ATPC820-PAI-IDX > WS-ATPC820-PAI-CANT
              IF WS-ATPC820-PAI-NRC-CANT(WS-ATPC820-PAI-IDX) > ZEROES
                 PERFORM ATPC820-LISTAR-PAIS
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC820-LISTAR-PAIS
      *----------------------------------------------------------------
       ATPC820-LISTAR-PAIS.
           MOVE SPACES TO WS-ATPC820-LINEA
           WRITE RPT-NORECLAM-REG FROM WS-ATPC820-LINEA
           STRING " PAIS ["                   DELIMITED BY SIZE
              WS-ATPC820-PAI-CODPAIS(WS-ATPC820-PAI-IDX)
                                              DELIMITED BY SIZE
              "] "                            DELIMITED BY SIZE
              WS-ATPC820-PAI-NOMPAIS(WS-ATPC820-PAI-IDX)
                                              DELIMITED BY SIZE
             INTO WS-ATPC820-LINEA
           WRITE RPT-NORECLAM-REG FROM WS-ATPC820-LINEA

           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC820-NRC-CANT
              IF WS-ATPC820-NRC-PAI-IDX(WS-I) = WS-ATPC820-PAI-IDX
                 MOVE WS-ATPC820-NRC-IMPORTE(WS-I)
                   TO WS-ATPC820-IMPORTE-ED
                 MOVE WS-ATPC820-NRC-DIAS(WS-I) TO WS-ATPC820-DIAS-ED
                 MOVE SPACES TO WS-ATPC820-LINEA
                 STRING "   CODENT ["             DELIMITED BY SIZE
                        WS-ATPC820-NRC-CODENT(WS-I)
                                                 DELIMITED BY SIZE
                        "] CUENTA ["             DELIMITED BY SIZE
                        WS-ATPC820-NRC-NUMCUENTA(WS-I)
                                                 DELIMITED BY SIZE
                        "] SALDO ["              DELIMITED BY SIZE
                        WS-ATPC820-IMPORTE-ED    DELIMITED BY SIZE
                        "] ULTIMA ACTIVIDAD ["   DELIMITED BY SIZE
                        WS-ATPC820-NRC-FECREF(WS-I)
                                                 DELIMITED BY SIZE
                        "] DIAS ["               DELIMITED BY SIZE
                        WS-ATPC820-DIAS-ED       DELIMITED BY SIZE
                        "]"                      DELIMITED BY SIZE
                   INTO WS-ATPC820-LINEA
                 WRITE RPT-NORECLAM-REG FROM WS-ATPC820-LINEA
              END-IF
           END-PERFORM

           MOVE WS-ATPC820-PAI-NRC-IMPORTE(WS-ATPC820-PAI-IDX)
             TO WS-ATPC820-IMPORTE-TOT-ED
           MOVE SPACES TO WS-ATPC820-LINEA
           STRING "   TOTAL PAIS -- CUENTAS ["  DELIMITED BY SIZE
              WS-ATPC820-PAI-NRC-CANT(WS-ATPC820-PAI-IDX)
                                              DELIMITED BY SIZE
              "] SALDO ["                     DELIMITED BY SIZE
              WS-ATPC820-IMPORTE-TOT-ED       DELIMITED BY SIZE
              "]"                             DELIMITED BY SIZE
             INTO WS-ATPC820-LINEA
           WRITE RPT-NORECLAM-REG FROM WS-ATPC820-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC820-FECHA-A-SERIE
      *----------------------------------------------------------------
      * Convierte la fecha AAAA-MM-DD de WS-ATPC820-FECHA-DIV en un
      * numero de dias corridos (anios de 365 dias mas los bisiestos
      * transcurridos, mas los dias acumulados del anio; el 29/02 de
      * un anio bisiesto en curso se suma cuando el mes ya lo paso)
      *----------------------------------------------------------------
       ATPC820-FECHA-A-SERIE.
           COMPUTE WS-ATPC820-ANIOS-PREV = WS-ATPC820-FD-AAAA - 1
           DIVIDE WS-ATPC820-ANIOS-PREV BY 4
              GIVING WS-ATPC820-BIS4
           DIVIDE WS-ATPC820-ANIOS-PREV BY 100
              GIVING WS-ATPC820-BIS100
           DIVIDE WS-ATPC820-ANIOS-PREV BY 400
              GIVING WS-ATPC820-BIS400
           COMPUTE WS-ATPC820-SERIE =
              WS-ATPC820-ANIOS-PREV * 365
              + WS-ATPC820-BIS4
              - WS-ATPC820-BIS100
              + WS-ATPC820-BIS400
           MOVE WS-ATPC820-FD-MM TO WS-ATPC820-MES-AUX
           ADD WS-ATPC820-DIAS-ACUM(WS-ATPC820-MES-AUX)
             TO WS-ATPC820-SERIE
           ADD WS-ATPC820-FD-DD TO WS-ATPC820-SERIE
           IF WS-ATPC820-FD-MM > 2
              DIVIDE WS-ATPC820-FD-AAAA BY 4
                 GIVING WS-ATPC820-BIS4
                 REMAINDER WS-ATPC820-REM4
              DIVIDE WS-ATPC820-FD-AAAA BY 100
                 GIVING WS-ATPC820-BIS100
                 REMAINDER WS-ATPC820-REM100
              DIVIDE WS-ATPC820-FD-AAAA BY 400
                 GIVING WS-ATPC820-BIS400
                 REMAINDER WS-ATPC820-REM400
              IF WS-ATPC820-REM4 = ZEROES
              AND (WS-ATPC820-REM100 NOT = ZEROES
                   OR WS-ATPC820-REM400 = ZEROES)
                 ADD 1 TO WS-ATPC820-SERIE
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
       COPY "ATPCALE-PR".
