       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC818.
      *----------------------------------------------------------------
      * Programa batch semanal de antiguedad de pagos en suspenso:
      * recorre el registro SUSPENSO.DAT (que ATPC964 extiende cada
      * noche) y clasifica las partidas abiertas por motivo y por
      * tramo de antiguedad (0-7, 8-15, 16-30, 31-60, 61-90 y mas de
      * 90 dias desde su fecha de proceso), con cantidad por tramo e
      * importe por motivo. Los importes del cuadro van en la moneda
      * principal de la entidad (ATPC021): la partida en moneda
      * adicional (SUS-CLAMON, tipicamente motivo 04) se convierte al
      * tipo de cambio de su fecha valor (ATPC157); sin cotizacion se
      * toma el importe sin convertir, se avisa y la corrida termina
      * con RC 4.
      *
      * Una partida deja de estar abierta cuando su reasignacion fue
      * aprobada en la consola ATPC816 (SUSRESOL.DAT, estado A); la
      * que solo tiene una asignacion pendiente sigue abierta.
      *
      * La partida abierta con mas dias que el limite de ATPC818.PRM
      * (primera linea, 3 posiciones; sin archivo o en cero, 30 dias)
      * se lista en el reporte y genera una alerta de advertencia en
      * la cola ATPCALE (tabla SUSPENS, clave el identificador de la
      * partida); la corrida termina entonces con RC 4. La partida
      * sin fecha de proceso valida (grabada antes de que el registro
      * fuera persistente) se cuenta aparte.
      *
      * Salida: reporte ATPC818.RPT.
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
           SELECT PRM-ATPC818 ASSIGN TO "ATPC818.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC818-PRM-STATUS.
           SELECT SUS-SUSPENSO ASSIGN TO "SUSPENSO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC818-SUS-STATUS.
           SELECT RES-RESOLUCION ASSIGN TO "SUSRESOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC818-RES-STATUS.
           SELECT RPT-ATPC818 ASSIGN TO "ATPC818.RPT"
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

       FD  PRM-ATPC818
           RECORDING MODE IS F.
       01  PRM-ATPC818-REG.
           05  PRM-ATPC818-DIAS               PIC X(03).

       FD  SUS-SUSPENSO
           RECORDING MODE IS F.
       01  SUS-SUSPENSO-REG.
           05  SUS-DATOS.
               10  SUS-CODENT                 PIC X(04).
               10  SUS-NUMCUENTA              PIC X(16).
               10  SUS-IMPORTE                PIC 9(09)V99.
               10  SUS-FECVALOR               PIC X(10).
           05  SUS-MOTIVO                     PIC 9(02).
           05  SUS-FECHA                      PIC X(10).
           05  SUS-ID                         PIC X(18).
           05  SUS-CLAMON                     PIC X(03).
           05  SUS-CLAMON-NUM REDEFINES
               SUS-CLAMON                     PIC 9(03).

       FD  RES-RESOLUCION
           RECORDING MODE IS F.
       01  RES-RESOLUCION-REG.
           05  RES-ESTADO                     PIC X(01).
           05  RES-INYECTADO                  PIC X(01).
           05  RES-SUS-ID                     PIC X(18).
           05  FILLER                         PIC X(103).

       FD  RPT-ATPC818
           RECORDING MODE IS F.
       01  RPT-ATPC818-REG                    PIC X(130).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPC021-WS".
       COPY "ATPC157-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".
       COPY "ATPCALE-WS".

       77  WS-ATPC818-PRM-STATUS              PIC X(02).
       77  WS-ATPC818-SUS-STATUS              PIC X(02).
       77  WS-ATPC818-RES-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC818-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.
       01  FILLER                             PIC X(01).
           88 WS-ATPC818-RESUELTA             VALUE "S"
              WHEN SET TO FALSE "N".

      * Limite de antiguedad para la alerta
       77  WS-ATPC818-DIAS-MAX                PIC 9(03) VALUE 0.

      * Partidas con reasignacion aprobada (SUSRESOL.DAT, estado A)
       78  WS-ATPC818-RES-MAX                 VALUE 5000.
       77  WS-ATPC818-RES-CANT                PIC 9(05) VALUE 0.
       77  WS-ATPC818-K                       PIC 9(05).
       01  WS-ATPC818-RESUELTAS.
           05  WS-ATPC818-RES-ID OCCURS 5000 TIMES PIC X(18).

      * Cuadro de antiguedad: fila por motivo (01 a 05, otros y
      * total), columna por tramo (seis tramos y total)
       77  WS-ATPC818-FIL                     PIC 9(01).
       77  WS-ATPC818-COL                     PIC 9(01).
       01  WS-ATPC818-CUADRO.
           05  WS-ATPC818-FILA OCCURS 7 TIMES.
               10  WS-ATPC818-CANT OCCURS 7 TIMES PIC 9(06).
               10  WS-ATPC818-IMPORTE         PIC 9(11)V99.
               10  WS-ATPC818-SIN-FECHA       PIC 9(06).

      * Descripcion de cada fila del cuadro
       01  WS-ATPC818-MOTIVOS-DEF.
           05  FILLER  PIC X(24) VALUE "01 CODENT INEXISTENTE".
           05  FILLER  PIC X(24) VALUE "02 SIN SALDO EN SALDIAR".
           05  FILLER  PIC X(24) VALUE "03 PAGO DUPLICADO".
           05  FILLER  PIC X(24) VALUE "04 MONEDA NO APLICABLE".
           05  FILLER  PIC X(24) VALUE "05 RECUPERO NO REGRABADO".
           05  FILLER  PIC X(24) VALUE "OTROS MOTIVOS".
           05  FILLER  PIC X(24) VALUE "TOTAL".
       01  FILLER REDEFINES WS-ATPC818-MOTIVOS-DEF.
           05  WS-ATPC818-MOTIVO-DESC OCCURS 7 TIMES PIC X(24).

      * Linea de detalle del cuadro
       01  WS-ATPC818-DETALLE.
           05  FILLER                         PIC X(01) VALUE SPACE.
           05  WS-ATPC818-DET-MOTIVO          PIC X(24).
           05  WS-ATPC818-DET-COLUMNA OCCURS 7 TIMES.
               10  FILLER                     PIC X(01).
               10  WS-ATPC818-DET-CANT        PIC Z(05)9.
           05  FILLER                         PIC X(02).
           05  WS-ATPC818-DET-IMPORTE         PIC Z(10)9.99.
           05  FILLER                         PIC X(05).
           05  WS-ATPC818-DET-SIN-FECHA       PIC Z(05)9.

      * Partida en curso
       77  WS-ATPC818-ANTIGUEDAD              PIC S9(09).
       77  WS-ATPC818-ANTIGUEDAD-ED           PIC -(8)9.
       77  WS-ATPC818-IMPORTE-ED              PIC Z(08)9.99.
       77  WS-ATPC818-VENCIDAS                PIC 9(06) VALUE 0.
       77  WS-ATPC818-LEIDAS                  PIC 9(08) VALUE 0.
       77  WS-ATPC818-SIN-TASA                PIC 9(06) VALUE 0.

      * Importe de la partida en la moneda principal de su entidad
       77  WS-ATPC818-IMP-PARTIDA             PIC 9(09)V99.

      * Ultima entidad ubicada en ATPC021 y su moneda principal
       77  WS-ATPC818-ENT-CODENT              PIC X(04) VALUE SPACES.
       77  WS-ATPC818-ENT-CLAMONUF            PIC 9(03) VALUE 0.
       01  FILLER                             PIC X(01).
           88 WS-ATPC818-ENT-RESUELTA         VALUE "S"
              WHEN SET TO FALSE "N".

      * Fecha del dia y conversion a dias corridos
       01  WS-ATPC818-HOY.
           05  WS-ATPC818-HOY-AAAA            PIC 9(04).
           05  WS-ATPC818-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC818-HOY-MM              PIC 9(02).
           05  WS-ATPC818-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC818-HOY-DD              PIC 9(02).
       01  WS-ATPC818-HOY-AMD.
           05  WS-ATPC818-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC818-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC818-HOY-AMD-DD          PIC 9(02).
       01  WS-ATPC818-FECHA-DIV.
           05  WS-ATPC818-FD-AAAA             PIC 9(04).
           05  FILLER                         PIC X(01).
           05  WS-ATPC818-FD-MM               PIC 9(02).
           05  FILLER                         PIC X(01).
           05  WS-ATPC818-FD-DD               PIC 9(02).
       77  WS-ATPC818-SERIE                   PIC S9(09).
       77  WS-ATPC818-SERIE-HOY               PIC S9(09).
       77  WS-ATPC818-ANIOS-PREV              PIC S9(09).
       77  WS-ATPC818-BIS4                    PIC S9(09).
       77  WS-ATPC818-BIS100                  PIC S9(09).
       77  WS-ATPC818-BIS400                  PIC S9(09).
       77  WS-ATPC818-REM4                    PIC S9(09).
       77  WS-ATPC818-REM100                  PIC S9(09).
       77  WS-ATPC818-REM400                  PIC S9(09).
       77  WS-ATPC818-MES-AUX                 PIC 9(02).

      * Dias acumulados al inicio de cada mes (anio no bisiesto)
       01  WS-ATPC818-DIAS-ACUM-DEF.
           05  FILLER  PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  FILLER REDEFINES WS-ATPC818-DIAS-ACUM-DEF.
           05  WS-ATPC818-DIAS-ACUM OCCURS 12 TIMES PIC 9(03).

       01  WS-ATPC818-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC818-PRINCIPAL
      *----------------------------------------------------------------
       ATPC818-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC818: ANTIGUEDAD DE PAGOS EN SUSPENSO               -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC818" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC021-CARGAR-ARREGLO
           PERFORM ATPC157-CARGAR-ARREGLO

           PERFORM ATPC818-LEER-PARAMETROS

           ACCEPT WS-ATPC818-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC818-HOY-G1 WS-ATPC818-HOY-G2
           MOVE WS-ATPC818-HOY-AMD-AAAA TO WS-ATPC818-HOY-AAAA
           MOVE WS-ATPC818-HOY-AMD-MM   TO WS-ATPC818-HOY-MM
           MOVE WS-ATPC818-HOY-AMD-DD   TO WS-ATPC818-HOY-DD
           MOVE WS-ATPC818-HOY TO WS-ATPC818-FECHA-DIV
           PERFORM ATPC818-FECHA-A-SERIE
           MOVE WS-ATPC818-SERIE TO WS-ATPC818-SERIE-HOY

           PERFORM ATPC818-CARGAR-RESUELTAS
           INITIALIZE WS-ATPC818-CUADRO

           OPEN OUTPUT RPT-ATPC818
           MOVE SPACES TO WS-ATPC818-LINEA
           STRING " PAGOS EN SUSPENSO ABIERTOS AL ["
                                              DELIMITED BY SIZE
                  WS-ATPC818-HOY              DELIMITED BY SIZE
                  "] -- PARTIDAS CON MAS DE ["
                                              DELIMITED BY SIZE
                  WS-ATPC818-DIAS-MAX         DELIMITED BY SIZE
                  "] DIAS"                    DELIMITED BY SIZE
             INTO WS-ATPC818-LINEA
           WRITE RPT-ATPC818-REG FROM WS-ATPC818-LINEA
           DISPLAY WS-ATPC818-LINEA

           OPEN INPUT SUS-SUSPENSO
           IF WS-ATPC818-SUS-STATUS = "00"
              SET WS-ATPC818-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC818-FIN-ENTRADA
                 READ SUS-SUSPENSO
                     AT END
                        SET WS-ATPC818-FIN-ENTRADA TO TRUE
                     NOT AT END
                        ADD 1 TO WS-ATPC818-LEIDAS
                        PERFORM ATPC818-CLASIFICAR-PARTIDA
                 END-READ
              END-PERFORM
              CLOSE SUS-SUSPENSO
           ELSE
              DISPLAY "ATPC818: sin registro de suspenso -- "
                      "FILE STATUS:[" WS-ATPC818-SUS-STATUS "]"
           END-IF

           PERFORM ATPC818-IMPRIMIR-CUADRO

           MOVE SPACES TO WS-ATPC818-LINEA
           STRING " PARTIDAS LEIDAS: "        DELIMITED BY SIZE
                  WS-ATPC818-LEIDAS           DELIMITED BY SIZE
                  "  ABIERTAS: "              DELIMITED BY SIZE
                  WS-ATPC818-CANT(7, 7)       DELIMITED BY SIZE
                  "  SIN FECHA: "             DELIMITED BY SIZE
                  WS-ATPC818-SIN-FECHA(7)     DELIMITED BY SIZE
                  "  POR ENCIMA DEL LIMITE: " DELIMITED BY SIZE
                  WS-ATPC818-VENCIDAS         DELIMITED BY SIZE
                  "  SIN TIPO DE CAMBIO: "    DELIMITED BY SIZE
                  WS-ATPC818-SIN-TASA         DELIMITED BY SIZE
             INTO WS-ATPC818-LINEA
           WRITE RPT-ATPC818-REG FROM WS-ATPC818-LINEA
           DISPLAY WS-ATPC818-LINEA

           CLOSE RPT-ATPC818

           IF WS-ATPC818-VENCIDAS > ZEROES
           AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY
           "- ATPC818: REPORTE FINALIZADO                            -"
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
      * Proceso: ATPC818-ABORTAR
      *----------------------------------------------------------------
       ATPC818-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC818-LEER-PARAMETROS
      *----------------------------------------------------------------
       ATPC818-LEER-PARAMETROS.
           OPEN INPUT PRM-ATPC818
           IF WS-ATPC818-PRM-STATUS = "00"
              READ PRM-ATPC818
                  AT END
                     CONTINUE
                  NOT AT END
                     IF PRM-ATPC818-DIAS IS NUMERIC
                        MOVE PRM-ATPC818-DIAS TO WS-ATPC818-DIAS-MAX
                     END-IF
              END-READ
              CLOSE PRM-ATPC818
           END-IF
           IF WS-ATPC818-DIAS-MAX = ZEROES
              MOVE 30 TO WS-ATPC818-DIAS-MAX
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC818-CARGAR-RESUELTAS
      *----------------------------------------------------------------
      * La resuelta que no entra al arreglo se contaria como abierta:
      * se alerta y la corrida queda mala
      *----------------------------------------------------------------
       ATPC818-CARGAR-RESUELTAS.
           OPEN INPUT RES-RESOLUCION
           IF WS-ATPC818-RES-STATUS = "00"
              SET WS-ATPC818-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC818-FIN-ENTRADA
                 READ RES-RESOLUCION
                     AT END
                        SET WS-ATPC818-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF RES-ESTADO = "A"
                           PERFORM ATPC818-TOMAR-RESUELTA
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE RES-RESOLUCION
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC818-TOMAR-RESUELTA
      *----------------------------------------------------------------
       ATPC818-TOMAR-RESUELTA.
           IF WS-ATPC818-RES-CANT < WS-ATPC818-RES-MAX
              ADD 1 TO WS-ATPC818-RES-CANT
              MOVE RES-SUS-ID TO WS-ATPC818-RES-ID(WS-ATPC818-RES-CANT)
           ELSE
              DISPLAY "ATPC818 - ALERTA: el arreglo de partidas "
                      "resueltas alcanzo su capacidad maxima ["
                      WS-ATPC818-RES-MAX "]"
              CLOSE RES-RESOLUCION
              PERFORM ATPC818-ABORTAR
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC818-CLASIFICAR-PARTIDA
      *----------------------------------------------------------------
       ATPC818-CLASIFICAR-PARTIDA.
           SET WS-ATPC818-RESUELTA TO FALSE
           IF SUS-ID NOT = SPACES
              PERFORM VARYING WS-ATPC818-K FROM 1 BY 1
                        UNTIL WS-ATPC818-K > WS-ATPC818-RES-CANT
                 IF WS-ATPC818-RES-ID(WS-ATPC818-K) = SUS-ID
                    SET WS-ATPC818-RESUELTA TO TRUE
                    MOVE WS-ATPC818-RES-CANT TO WS-ATPC818-K
                 END-IF
              END-PERFORM
           END-IF

           IF NOT WS-ATPC818-RESUELTA
              EVALUATE SUS-MOTIVO
                 WHEN 1
                    MOVE 1 TO WS-ATPC818-FIL
                 WHEN 2
                    MOVE 2 TO WS-ATPC818-FIL
                 WHEN 3
                    MOVE 3 TO WS-ATPC818-FIL
                 WHEN 4
                    MOVE 4 TO WS-ATPC818-FIL
                 WHEN 5
                    MOVE 5 TO WS-ATPC818-FIL
                 WHEN OTHER
                    MOVE 6 TO WS-ATPC818-FIL
              END-EVALUATE
              PERFORM ATPC818-CONVERTIR-IMPORTE
              ADD WS-ATPC818-IMP-PARTIDA
                TO WS-ATPC818-IMPORTE(WS-ATPC818-FIL)
                   WS-ATPC818-IMPORTE(7)

              MOVE SUS-FECHA TO WS-ATPC818-FECHA-DIV
              IF  WS-ATPC818-FD-AAAA IS NUMERIC
              AND WS-ATPC818-FD-MM   IS NUMERIC
              AND WS-ATPC818-FD-DD   IS NUMERIC
              AND WS-ATPC818-FD-MM   >= 1
              AND WS-ATPC818-FD-MM   <= 12
                 PERFORM ATPC818-FECHA-A-SERIE
                 COMPUTE WS-ATPC818-ANTIGUEDAD =
                    WS-ATPC818-SERIE-HOY - WS-ATPC818-SERIE
                 PERFORM ATPC818-ACUMULAR-TRAMO
                 IF WS-ATPC818-ANTIGUEDAD > WS-ATPC818-DIAS-MAX
                    PERFORM ATPC818-INFORMAR-VENCIDA
                 END-IF
              ELSE
                 ADD 1 TO WS-ATPC818-SIN-FECHA(WS-ATPC818-FIL)
                          WS-ATPC818-SIN-FECHA(7)
                 ADD 1 TO WS-ATPC818-CANT(WS-ATPC818-FIL, 7)
                          WS-ATPC818-CANT(7, 7)
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC818-CONVERTIR-IMPORTE
      *----------------------------------------------------------------
      * Deja en WS-ATPC818-IMP-PARTIDA el importe de la partida en la
      * moneda principal de su entidad; la partida en moneda
      * adicional se convierte al tipo de cambio de su fecha valor.
      * La entidad que no figura en ATPC021 queda sin convertir.
      *----------------------------------------------------------------
       ATPC818-CONVERTIR-IMPORTE.
           MOVE SUS-IMPORTE TO WS-ATPC818-IMP-PARTIDA
           IF SUS-CODENT NOT = WS-ATPC818-ENT-CODENT
              MOVE SUS-CODENT TO WS-ATPC818-ENT-CODENT
              SET WS-ATPC818-ENT-RESUELTA TO FALSE
              INITIALIZE WS-ATPC021
              MOVE SUS-CODENT TO WS-ATPC021-CODENT
              PERFORM ATPC021-BUSCAR-EN-ARREGLO
              IF WS-ATPC021-RETORNO-OK
                 SET WS-ATPC818-ENT-RESUELTA TO TRUE
                 MOVE WS-ATPC021-CLAMONUF TO WS-ATPC818-ENT-CLAMONUF
              END-IF
           END-IF

           IF WS-ATPC818-ENT-RESUELTA
           AND SUS-CLAMON IS NUMERIC
           AND SUS-CLAMON-NUM NOT = WS-ATPC818-ENT-CLAMONUF
              INITIALIZE WS-ATPC157-CONV
              MOVE SUS-CLAMON-NUM TO WS-ATPC157-CONV-MONDESDE
              MOVE WS-ATPC818-ENT-CLAMONUF
                TO WS-ATPC157-CONV-MONHASTA
              MOVE SUS-FECVALOR   TO WS-ATPC157-CONV-FECHA
              MOVE SUS-IMPORTE    TO WS-ATPC157-CONV-IMPORTE
              PERFORM ATPC157-CONVERTIR
              IF WS-ATPC157-RETORNO-OK
                 MOVE WS-ATPC157-CONV-CONVERTIDO
                   TO WS-ATPC818-IMP-PARTIDA
              ELSE
                 ADD 1 TO WS-ATPC818-SIN-TASA
                 DISPLAY "ATPC818 - AVISO: sin tipo de cambio ["
                         SUS-CLAMON "] al [" SUS-FECVALOR
                         "] para la partida [" SUS-ID
                         "] -- se toma el importe sin convertir"
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC818-ACUMULAR-TRAMO
      *----------------------------------------------------------------
       ATPC818-ACUMULAR-TRAMO.
           EVALUATE TRUE
              WHEN WS-ATPC818-ANTIGUEDAD <= 7
                 MOVE 1 TO WS-ATPC818-COL
              WHEN WS-ATPC818-ANTIGUEDAD <= 15
                 MOVE 2 TO WS-ATPC818-COL
              WHEN WS-ATPC818-ANTIGUEDAD <= 30
                 MOVE 3 TO WS-ATPC818-COL
              WHEN WS-ATPC818-ANTIGUEDAD <= 60
                 MOVE 4 TO WS-ATPC818-COL
              WHEN WS-ATPC818-ANTIGUEDAD <= 90
                 MOVE 5 TO WS-ATPC818-COL
              WHEN OTHER
                 MOVE 6 TO WS-ATPC818-COL
           END-EVALUATE
           ADD 1 TO WS-ATPC818-CANT(WS-ATPC818-FIL, WS-ATPC818-COL)
                    WS-ATPC818-CANT(WS-ATPC818-FIL, 7)
                    WS-ATPC818-CANT(7, WS-ATPC818-COL)
                    WS-ATPC818-CANT(7, 7)
           .

      *----------------------------------------------------------------
      * Proceso: ATPC818-INFORMAR-VENCIDA
      *----------------------------------------------------------------
       ATPC818-INFORMAR-VENCIDA.
           ADD 1 TO WS-ATPC818-VENCIDAS
           MOVE WS-ATPC818-ANTIGUEDAD TO WS-ATPC818-ANTIGUEDAD-ED
           MOVE WS-ATPC818-IMP-PARTIDA TO WS-ATPC818-IMPORTE-ED

           MOVE SPACES TO WS-ATPC818-LINEA
           STRING " PARTIDA ["                DELIMITED BY SIZE
                  SUS-ID                      DELIMITED BY SIZE
                  "] MOTIVO ["                DELIMITED BY SIZE
                  SUS-MOTIVO                  DELIMITED BY SIZE
                  "] CODENT ["                DELIMITED BY SIZE
                  SUS-CODENT                  DELIMITED BY SIZE
                  "] CUENTA ["                DELIMITED BY SIZE
                  SUS-NUMCUENTA               DELIMITED BY SIZE
                  "] IMPORTE ["               DELIMITED BY SIZE
                  WS-ATPC818-IMPORTE-ED       DELIMITED BY SIZE
                  "] DESDE ["                 DELIMITED BY SIZE
                  SUS-FECHA                   DELIMITED BY SIZE
                  "] DIAS ["                  DELIMITED BY SIZE
                  WS-ATPC818-ANTIGUEDAD-ED    DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC818-LINEA
           WRITE RPT-ATPC818-REG FROM WS-ATPC818-LINEA
           DISPLAY WS-ATPC818-LINEA

           INITIALIZE WS-ATPCALE-ENTRADA
           SET WS-ATPCALE-SEV-ADVERTENCIA TO TRUE
           MOVE "ATPC818"  TO WS-ATPCALE-PROGRAMA
           MOVE "SUSPENS"  TO WS-ATPCALE-TABLA
           MOVE SUS-ID     TO WS-ATPCALE-CLAVE
           STRING "PAGO EN SUSPENSO SIN RESOLVER DESDE "
                                              DELIMITED BY SIZE
                  SUS-FECHA                   DELIMITED BY SIZE
                  " -- CODENT "               DELIMITED BY SIZE
                  SUS-CODENT                  DELIMITED BY SIZE
                  " CUENTA "                  DELIMITED BY SIZE
                  SUS-NUMCUENTA               DELIMITED BY SIZE
                  " MOTIVO "                  DELIMITED BY SIZE
                  SUS-MOTIVO                  DELIMITED BY SIZE
                  " IMPORTE "                 DELIMITED BY SIZE
                  WS-ATPC818-IMPORTE-ED       DELIMITED BY SIZE
             INTO WS-ATPCALE-MENSAJE
           PERFORM ATPCALE-GRABAR-ALERTA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC818-IMPRIMIR-CUADRO
      *----------------------------------------------------------------
       ATPC818-IMPRIMIR-CUADRO.
           MOVE SPACES TO WS-ATPC818-LINEA
           WRITE RPT-ATPC818-REG FROM WS-ATPC818-LINEA
           MOVE SPACES TO WS-ATPC818-LINEA
           STRING " MOTIVO                      0-7   8-15  16-30"
                                              DELIMITED BY SIZE
                  "  31-60  61-90    >90  TOTAL"
                                              DELIMITED BY SIZE
                  "         IMPORTE  SIN FECHA"
                                              DELIMITED BY SIZE
             INTO WS-ATPC818-LINEA
           WRITE RPT-ATPC818-REG FROM WS-ATPC818-LINEA
           DISPLAY WS-ATPC818-LINEA

           PERFORM VARYING WS-ATPC818-FIL FROM 1 BY 1
                     UNTIL WS-ATPC818-FIL > 7
              MOVE SPACES TO WS-ATPC818-DETALLE
              MOVE WS-ATPC818-MOTIVO-DESC(WS-ATPC818-FIL)
                TO WS-ATPC818-DET-MOTIVO
              PERFORM VARYING WS-ATPC818-COL FROM 1 BY 1
                        UNTIL WS-ATPC818-COL > 7
                 MOVE WS-ATPC818-CANT(WS-ATPC818-FIL, WS-ATPC818-COL)
                   TO WS-ATPC818-DET-CANT(WS-ATPC818-COL)
              END-PERFORM
              MOVE WS-ATPC818-IMPORTE(WS-ATPC818-FIL)
                TO WS-ATPC818-DET-IMPORTE
              MOVE WS-ATPC818-SIN-FECHA(WS-ATPC818-FIL)
                TO WS-ATPC818-DET-SIN-FECHA
              MOVE WS-ATPC818-DETALLE TO WS-ATPC818-LINEA
              WRITE RPT-ATPC818-REG FROM WS-ATPC818-LINEA
              DISPLAY WS-ATPC818-LINEA
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC818-FECHA-A-SERIE
      *----------------------------------------------------------------
      * Convierte la fecha AAAA-MM-DD de WS-ATPC818-FECHA-DIV en un
      * numero de dias corridos (anios de 365 dias mas los bisiestos
      * transcurridos, mas los dias acumulados del anio; el 29/02 de
      * un anio bisiesto en curso se suma cuando el mes ya lo paso)
      *----------------------------------------------------------------
       ATPC818-FECHA-A-SERIE.
           COMPUTE WS-ATPC818-ANIOS-PREV = WS-ATPC818-FD-AAAA - 1
           DIVIDE WS-ATPC818-ANIOS-PREV BY 4
              GIVING WS-ATPC818-BIS4
           DIVIDE WS-ATPC818-ANIOS-PREV BY 100
              GIVING WS-ATPC818-BIS100
           DIVIDE WS-ATPC818-ANIOS-PREV BY 400
              GIVING WS-ATPC818-BIS400
           COMPUTE WS-ATPC818-SERIE =
              WS-ATPC818-ANIOS-PREV * 365
              + WS-ATPC818-BIS4
              - WS-ATPC818-BIS100
              + WS-ATPC818-BIS400
           MOVE WS-ATPC818-FD-MM TO WS-ATPC818-MES-AUX
           ADD WS-ATPC818-DIAS-ACUM(WS-ATPC818-MES-AUX)
             TO WS-ATPC818-SERIE
           ADD WS-ATPC818-FD-DD TO WS-ATPC818-SERIE
           IF WS-ATPC818-FD-MM > 2
              DIVIDE WS-ATPC818-FD-AAAA BY 4
                 GIVING WS-ATPC818-BIS4
                 REMAINDER WS-ATPC818-REM4
              DIVIDE WS-ATPC818-FD-AAAA BY 100
                 GIVING WS-ATPC818-BIS100
                 REMAINDER WS-ATPC818-REM100
              DIVIDE WS-ATPC818-FD-AAAA BY 400
                 GIVING WS-ATPC818-BIS400
                 REMAINDER WS-ATPC818-REM400
              IF WS-ATPC818-REM4 = ZEROES
              AND (WS-ATPC818-REM100 NOT = ZEROES
                   OR WS-ATPC818-REM400 = ZEROES)
                 ADD 1 TO WS-ATPC818-SERIE
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
       COPY "ATPC157-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
       COPY "ATPCALE-PR".
