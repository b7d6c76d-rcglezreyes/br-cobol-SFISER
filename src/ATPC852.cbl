       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC852.
      *----------------------------------------------------------------
      * Programa batch diario de deteccion de consumos inusuales:
      * corre despues de ATPC915 y toma sus movimientos aceptados del
      * dia (MOVACEP.DAT). ATPC915 valida las referencias pero no
      * mira si el movimiento es razonable para la cuenta; una
      * tarjeta comprometida podia acumular decenas de cargos antes
      * de que alguien lo notara.
      *
      * Se miran solo los consumos del cliente: movimientos normales
      * (INDNORCOR 1) que no son cargos periodicos del sistema
      * (TIPCONECO = "P" en ATPC052, como en ATPC972). Cada uno se
      * compara con el perfil de uso de su propia cuenta y con los
      * umbrales de su entidad, y suma puntos por cada regla que
      * dispara --
      *  C (30) cantidad de consumos de la cuenta en el dia mayor a
      *         FACCANT veces su promedio diario y no menor a MINCANT;
      *  I (30) importe del dia de la cuenta (moneda principal) mayor
      *         a FACIMP veces su promedio diario y no menor a IMPMIN;
      *  N (25) primer uso de una moneda extranjera: CLAMON distinta
      *         de cero y de la principal de la entidad, que la cuenta
      *         nunca habia usado;
      *  T (15) primer uso de un TIPOFAC que la cuenta nunca habia
      *         usado;
      *  M (20) el consumo solo llega a IMPMAXMOV (cero = sin tope).
      * C, I, N y T necesitan historia: la cuenta sin perfil previo
      * solo se mide contra IMPMAXMOV. El movimiento cuyo puntaje
      * llega al UMBRAL de la entidad es sospechoso: sale como caso
      * pendiente (P) en el archivo de revision de fraude FRAUREV.DAT
      * con su puntaje y las reglas que dispararon, y la cuenta sale
      * una vez por corrida en la cola central de alertas ATPCALE
      * (advertencia, tabla FRAUREV, clave CODENT + cuenta).
      * Prevencion de fraude revisa los casos en la consola ATPC853,
      * que los libera o los confirma.
      *
      * Perfil de uso (PERFUSO.DAT, una linea por cuenta): dias con
      * consumos, promedio movil de cantidad e importe por dia con
      * consumos (ventana de 30 dias: el dia nuevo pesa 1/31 sobre
      * una historia de 30 o mas), fecha del ultimo dia medido y las
      * ultimas 5 monedas extranjeras y 10 TIPOFAC usados. Los
      * consumos del dia no se acumulan en memoria: MOVACEP.DAT no
      * viene ordenado y se juntan por cuenta en el archivo de
      * trabajo indexado ATPC852.WRK (como en ATPC808). El perfil
      * actualizado queda en PERFUSO.NVO (operaciones lo renombra a
      * PERFUSO.DAT al cierre), de modo que la corrida repetida del
      * dia vuelve a medir contra el mismo perfil; la corrida
      * repetida reemplaza tambien los casos que genero el mismo dia
      * y siguen pendientes.
      *
      * Umbrales en ATPC852.PRM (opcional, una linea por entidad,
      * campos contiguos): CODENT(4) FACCANT(3, 1 decimal)
      * FACIMP(3, 1 decimal) MINCANT(3) IMPMIN(11, 2 decimales)
      * IMPMAXMOV(11, 2 decimales) UMBRAL(3). La linea de CODENT
      * "****" rige para las entidades sin linea propia; sin ninguna
      * de las dos rigen FACCANT 3.0, FACIMP 3.0, MINCANT 5, IMPMIN
      * cero, IMPMAXMOV cero y UMBRAL 40. La linea no numerica, con
      * factor o umbral en cero, se ignora con una alerta.
      *
      * Layout de FRAUREV.DAT: CASO (FECHA(8) AAAAMMDD + SECUENCIA(6))
      *  ESTADO(1) P pendiente / L liberado / C confirmado
      *  PUNTAJE(3) REGLAS(5) CANTHOY(5) IMPHOY(13, 2 decimales)
      *  CANTPROM(7, 2 decimales) IMPPROM(13, 2 decimales) + el
      *  movimiento con el layout de MOVACEP.DAT (94) + la revision:
      *  CODOPER(8) FECREV(8) COMENTARIO(40).
      *
      * Salida: reporte ATPC852.RPT con cada caso y los totales por
      * regla. Sin MOVACEP.DAT no hay nada que medir (RC 0); las
      * alertas (parametro invalido, cuenta sin acumular, tabla llena)
      * y los casos sospechosos dejan RC 4.
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
           SELECT PRM-ATPC852 ASSIGN TO "ATPC852.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC852-PRM-STATUS.
           SELECT MOV-ACEPTADOS ASSIGN TO "MOVACEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC852-MOV-STATUS.
      * Consumos del dia acumulados por cuenta, con su perfil
           SELECT WRK-CUENTAS ASSIGN TO "ATPC852.WRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-CLAVE
               FILE STATUS IS WS-ATPC852-WRK-STATUS.
           SELECT PER-PERFILES ASSIGN TO "PERFUSO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC852-PER-STATUS.
           SELECT PER-NUEVO ASSIGN TO "PERFUSO.NVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC852-NVO-STATUS.
           SELECT FRA-CASOS ASSIGN TO "FRAUREV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC852-FRA-STATUS.
      * Copia de los casos que se conservan en la corrida repetida
           SELECT FRA-TRABAJO ASSIGN TO "FRAUREV.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC852-TMP-STATUS.
           SELECT RPT-ATPC852 ASSIGN TO "ATPC852.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Cola central de alertas de operacion -- ver ATPCALE-ALE.cpy
           SELECT ALE-ALERTAS ASSIGN TO "ATPCALE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCALE-STATUS.
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
       COPY "ATPCALE-ALE".

       FD  PRM-ATPC852
           RECORDING MODE IS F.
       01  PRM-ATPC852-REG.
           05  PRM-ATPC852-CODENT             PIC X(04).
           05  PRM-ATPC852-FACCANT            PIC 9(02)V9.
           05  PRM-ATPC852-FACIMP             PIC 9(02)V9.
           05  PRM-ATPC852-MINCANT            PIC 9(03).
           05  PRM-ATPC852-IMPMIN             PIC 9(09)V99.
           05  PRM-ATPC852-IMPMAXMOV          PIC 9(09)V99.
           05  PRM-ATPC852-UMBRAL             PIC 9(03).

       FD  MOV-ACEPTADOS
           RECORDING MODE IS F.
       01  MOV-ACEPTADOS-REG.
           05  MOV-ACE-CODENT                 PIC X(04).
           05  MOV-ACE-CODMAR                 PIC 9(02).
           05  MOV-ACE-INDTIPT                PIC 9(02).
           05  MOV-ACE-TIPOFAC                PIC 9(04).
           05  MOV-ACE-INDNORCOR              PIC 9(01).
           05  MOV-ACE-INDVERT                PIC X(01).
           05  MOV-ACE-INDNIVAPL              PIC X(02).
           05  MOV-ACE-CODCONECO              PIC 9(04).
           05  MOV-ACE-NUMCUENTA              PIC X(16).
           05  MOV-ACE-IMPORTE                PIC 9(09)V99.
           05  MOV-ACE-FECHA                  PIC X(10).
           05  MOV-ACE-CLAMON                 PIC 9(03).
           05  MOV-ACE-IMPORTE-ORIG           PIC 9(09)V99.
           05  MOV-ACE-TIPOCAMBIO             PIC 9(07)V9(06).
           05  MOV-ACE-FECHA-TASA             PIC X(10).

       FD  WRK-CUENTAS.
       01  WRK-CUENTAS-REG.
           05  WRK-CLAVE.
               10  WRK-CODENT                 PIC X(04).
               10  WRK-NUMCUENTA              PIC X(16).
      * Consumos del dia
           05  WRK-CANTHOY                    PIC 9(05).
           05  WRK-IMPHOY                     PIC 9(11)V99.
           05  WRK-MON-HOY-CANT               PIC 9(01).
           05  WRK-MON-HOY OCCURS 5 TIMES     PIC 9(03).
           05  WRK-TIP-HOY-CANT               PIC 9(02).
           05  WRK-TIP-HOY OCCURS 10 TIMES    PIC 9(04).
      * Perfil previo (PERFUSO.DAT)
           05  WRK-CON-PERFIL                 PIC X(01).
           05  WRK-PERFIL.
               10  WRK-DIAS                   PIC 9(03).
               10  WRK-CANTPROM               PIC 9(05)V99.
               10  WRK-IMPPROM                PIC 9(11)V99.
               10  WRK-FECULT                 PIC X(10).
               10  WRK-MON-CANT               PIC 9(01).
               10  WRK-MON OCCURS 5 TIMES     PIC 9(03).
               10  WRK-TIP-CANT               PIC 9(02).
               10  WRK-TIP OCCURS 10 TIMES    PIC 9(04).
           05  WRK-ALERTADA                   PIC X(01).

       FD  PER-PERFILES
           RECORDING MODE IS F.
       01  PER-PERFILES-REG.
           05  PER-CLAVE.
               10  PER-CODENT                 PIC X(04).
               10  PER-NUMCUENTA              PIC X(16).
           05  PER-PERFIL                     PIC X(91).

       FD  PER-NUEVO
           RECORDING MODE IS F.
       01  PER-NUEVO-REG.
           05  NVO-CLAVE                      PIC X(20).
           05  NVO-PERFIL                     PIC X(91).

       FD  FRA-CASOS
           RECORDING MODE IS F.
       01  FRA-CASOS-REG.
           05  FRA-CASO.
               10  FRA-FECHA                  PIC 9(08).
               10  FRA-SECUENCIA              PIC 9(06).
           05  FRA-ESTADO                     PIC X(01).
           05  FRA-PUNTAJE                    PIC 9(03).
           05  FRA-REGLAS                     PIC X(05).
           05  FRA-CANTHOY                    PIC 9(05).
           05  FRA-IMPHOY                     PIC 9(11)V99.
           05  FRA-CANTPROM                   PIC 9(05)V99.
           05  FRA-IMPPROM                    PIC 9(11)V99.
           05  FRA-MOVIMIENTO                 PIC X(94).
           05  FRA-CODOPER                    PIC X(08).
           05  FRA-FECREV                     PIC 9(08).
           05  FRA-COMENTARIO                 PIC X(40).

       FD  FRA-TRABAJO
           RECORDING MODE IS F.
       01  FRA-TRABAJO-REG                    PIC X(211).

       FD  RPT-ATPC852
           RECORDING MODE IS F.
       01  RPT-ATPC852-REG                    PIC X(130).

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
       COPY "ATPCALE-WS".

       77  WS-ATPC852-PRM-STATUS              PIC X(02).
       77  WS-ATPC852-MOV-STATUS              PIC X(02).
       77  WS-ATPC852-WRK-STATUS              PIC X(02).
       77  WS-ATPC852-PER-STATUS              PIC X(02).
       77  WS-ATPC852-NVO-STATUS              PIC X(02).
       77  WS-ATPC852-FRA-STATUS              PIC X(02).
       77  WS-ATPC852-TMP-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC852-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.
       01  FILLER                             PIC X(01).
           88 WS-ATPC852-CONSUMO              VALUE "S"
              WHEN SET TO FALSE "N".
       01  FILLER                             PIC X(01).
           88 WS-ATPC852-ENCONTRADO           VALUE "S"
              WHEN SET TO FALSE "N".

      * Umbrales por entidad (ATPC852.PRM); "****" es la linea general
       78  WS-ATPC852-UMB-MAX                 VALUE 200.
       77  WS-ATPC852-UMB-CANT                PIC 9(03) VALUE 0.
       01  WS-ATPC852-UMBRALES.
           05  WS-ATPC852-UMB OCCURS 200 TIMES.
               10  WS-ATPC852-UMB-CODENT      PIC X(04).
               10  WS-ATPC852-UMB-FACCANT     PIC 9(02)V9.
               10  WS-ATPC852-UMB-FACIMP      PIC 9(02)V9.
               10  WS-ATPC852-UMB-MINCANT     PIC 9(03).
               10  WS-ATPC852-UMB-IMPMIN      PIC 9(09)V99.
               10  WS-ATPC852-UMB-IMPMAXMOV   PIC 9(09)V99.
               10  WS-ATPC852-UMB-UMBRAL      PIC 9(03).
       77  WS-ATPC852-UMB-IDX                 PIC 9(03).

      * Umbrales vigentes para la entidad en curso (corte por CODENT)
       01  WS-ATPC852-ENT-ANT                 PIC X(04).
       01  WS-ATPC852-VIG.
           05  WS-ATPC852-VIG-CODENT          PIC X(04).
           05  WS-ATPC852-VIG-FACCANT         PIC 9(02)V9.
           05  WS-ATPC852-VIG-FACIMP          PIC 9(02)V9.
           05  WS-ATPC852-VIG-MINCANT         PIC 9(03).
           05  WS-ATPC852-VIG-IMPMIN          PIC 9(09)V99.
           05  WS-ATPC852-VIG-IMPMAXMOV       PIC 9(09)V99.
           05  WS-ATPC852-VIG-UMBRAL          PIC 9(03).
       77  WS-ATPC852-ENT-CLAMONUF            PIC 9(03).

      * Puntos por regla y ventana del promedio movil
       78  WS-ATPC852-PTS-CANTIDAD            VALUE 30.
       78  WS-ATPC852-PTS-IMPORTE             VALUE 30.
       78  WS-ATPC852-PTS-MONEDA              VALUE 25.
       78  WS-ATPC852-PTS-TIPOFAC             VALUE 15.
       78  WS-ATPC852-PTS-MAXMOV              VALUE 20.
       78  WS-ATPC852-VENTANA                 VALUE 30.

      * Medicion del movimiento en curso
       77  WS-ATPC852-PUNTAJE                 PIC 9(03).
       01  WS-ATPC852-REGLAS.
           05  WS-ATPC852-REGLA-C             PIC X(01).
           05  WS-ATPC852-REGLA-I             PIC X(01).
           05  WS-ATPC852-REGLA-N             PIC X(01).
           05  WS-ATPC852-REGLA-T             PIC X(01).
           05  WS-ATPC852-REGLA-M             PIC X(01).
       77  WS-ATPC852-LIMITE                  PIC 9(13)V99.
       77  WS-ATPC852-PESO                    PIC 9(03).
       77  WS-ATPC852-K                       PIC 9(02).
       77  WS-ATPC852-SECUENCIA               PIC 9(06) VALUE 0.

       01  WS-ATPC852-HOY.
           05  WS-ATPC852-HOY-AAAA            PIC 9(04).
           05  WS-ATPC852-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC852-HOY-MM              PIC 9(02).
           05  WS-ATPC852-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC852-HOY-DD              PIC 9(02).
       01  WS-ATPC852-HOY-AMD                 PIC 9(08).

      * Contadores del resumen final
       77  WS-ATPC852-LEIDOS                  PIC 9(07) VALUE 0.
       77  WS-ATPC852-CONSUMOS                PIC 9(07) VALUE 0.
       77  WS-ATPC852-CUENTAS                 PIC 9(07) VALUE 0.
       77  WS-ATPC852-CON-HISTORIA            PIC 9(07) VALUE 0.
       77  WS-ATPC852-CASOS                   PIC 9(07) VALUE 0.
       77  WS-ATPC852-ALERTADAS               PIC 9(07) VALUE 0.
       77  WS-ATPC852-REEMPLAZADOS            PIC 9(07) VALUE 0.
       77  WS-ATPC852-ERRORES                 PIC 9(07) VALUE 0.
       77  WS-ATPC852-CNT-C                   PIC 9(07) VALUE 0.
       77  WS-ATPC852-CNT-I                   PIC 9(07) VALUE 0.
       77  WS-ATPC852-CNT-N                   PIC 9(07) VALUE 0.
       77  WS-ATPC852-CNT-T                   PIC 9(07) VALUE 0.
       77  WS-ATPC852-CNT-M                   PIC 9(07) VALUE 0.
       77  WS-ATPC852-IMPORTE-ED              PIC Z(8)9.99.

       01  WS-ATPC852-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC852-PRINCIPAL
      *----------------------------------------------------------------
       ATPC852-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC852: DETECCION DE CONSUMOS INUSUALES               -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC852" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC021-CARGAR-ARREGLO
           PERFORM ATPC052-CARGAR-ARREGLO
           PERFORM ATPC096-CARGAR-ARREGLO

           ACCEPT WS-ATPC852-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC852-HOY-G1 WS-ATPC852-HOY-G2
           MOVE WS-ATPC852-HOY-AMD(1:4) TO WS-ATPC852-HOY-AAAA
           MOVE WS-ATPC852-HOY-AMD(5:2) TO WS-ATPC852-HOY-MM
           MOVE WS-ATPC852-HOY-AMD(7:2) TO WS-ATPC852-HOY-DD

           PERFORM ATPC852-LEER-PARAMETROS

           OPEN OUTPUT RPT-ATPC852
           MOVE SPACES TO WS-ATPC852-LINEA
           STRING " CONSUMOS INUSUALES AL ["  DELIMITED BY SIZE
                  WS-ATPC852-HOY              DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC852-LINEA
           WRITE RPT-ATPC852-REG FROM WS-ATPC852-LINEA
           DISPLAY WS-ATPC852-LINEA

           OPEN INPUT MOV-ACEPTADOS
           IF WS-ATPC852-MOV-STATUS NOT = "00"
              DISPLAY "ATPC852 - AVISO: sin MOVACEP.DAT -- no hay "
                      "consumos que medir"
           ELSE
              CLOSE MOV-ACEPTADOS
              OPEN OUTPUT WRK-CUENTAS
              CLOSE WRK-CUENTAS
              OPEN I-O WRK-CUENTAS
              IF WS-ATPC852-WRK-STATUS NOT = "00"
                 DISPLAY "ATPC852 - ERROR: no se pudo crear "
                         "ATPC852.WRK -- FILE STATUS:["
                         WS-ATPC852-WRK-STATUS "] -- corrida abortada"
                 PERFORM ATPC852-ABORTAR
              END-IF

      * 1) Consumos del dia por cuenta; 2) perfil previo de cada una
              PERFORM ATPC852-ACUMULAR-CONSUMOS
              PERFORM ATPC852-CARGAR-PERFILES

      * 3) Medicion de cada consumo y casos para revision
              PERFORM ATPC852-PREPARAR-CASOS
              OPEN EXTEND FRA-CASOS
              IF WS-ATPC852-FRA-STATUS = "35"
                 OPEN OUTPUT FRA-CASOS
              END-IF
              PERFORM ATPC852-MEDIR-CONSUMOS
              CLOSE FRA-CASOS

      * 4) Perfil actualizado
              PERFORM ATPC852-ACTUALIZAR-PERFILES
              CLOSE WRK-CUENTAS
           END-IF

           MOVE SPACES TO WS-ATPC852-LINEA
           STRING " MOVIMIENTOS: "            DELIMITED BY SIZE
                  WS-ATPC852-LEIDOS           DELIMITED BY SIZE
                  "  CONSUMOS MEDIDOS: "      DELIMITED BY SIZE
                  WS-ATPC852-CONSUMOS         DELIMITED BY SIZE
                  "  CUENTAS: "               DELIMITED BY SIZE
                  WS-ATPC852-CUENTAS          DELIMITED BY SIZE
                  "  CON HISTORIA: "          DELIMITED BY SIZE
                  WS-ATPC852-CON-HISTORIA     DELIMITED BY SIZE
             INTO WS-ATPC852-LINEA
           WRITE RPT-ATPC852-REG FROM WS-ATPC852-LINEA
           DISPLAY WS-ATPC852-LINEA
           MOVE SPACES TO WS-ATPC852-LINEA
           STRING " CASOS SOSPECHOSOS: "      DELIMITED BY SIZE
                  WS-ATPC852-CASOS            DELIMITED BY SIZE
                  "  CUENTAS ALERTADAS: "     DELIMITED BY SIZE
                  WS-ATPC852-ALERTADAS        DELIMITED BY SIZE
                  "  PENDIENTES REEMPLAZADOS: " DELIMITED BY SIZE
                  WS-ATPC852-REEMPLAZADOS     DELIMITED BY SIZE
                  "  ERRORES: "               DELIMITED BY SIZE
                  WS-ATPC852-ERRORES          DELIMITED BY SIZE
             INTO WS-ATPC852-LINEA
           WRITE RPT-ATPC852-REG FROM WS-ATPC852-LINEA
           DISPLAY WS-ATPC852-LINEA
           MOVE SPACES TO WS-ATPC852-LINEA
           STRING " POR REGLA -- C CANTIDAD: " DELIMITED BY SIZE
                  WS-ATPC852-CNT-C            DELIMITED BY SIZE
                  "  I IMPORTE: "             DELIMITED BY SIZE
                  WS-ATPC852-CNT-I            DELIMITED BY SIZE
                  "  N MONEDA: "              DELIMITED BY SIZE
                  WS-ATPC852-CNT-N            DELIMITED BY SIZE
                  "  T TIPOFAC: "             DELIMITED BY SIZE
                  WS-ATPC852-CNT-T            DELIMITED BY SIZE
                  "  M TOPE: "                DELIMITED BY SIZE
                  WS-ATPC852-CNT-M            DELIMITED BY SIZE
             INTO WS-ATPC852-LINEA
           WRITE RPT-ATPC852-REG FROM WS-ATPC852-LINEA
           DISPLAY WS-ATPC852-LINEA

           CLOSE RPT-ATPC852

           IF (WS-ATPC852-CASOS > ZEROES
           OR  WS-ATPC852-ERRORES > ZEROES)
           AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY
           "- ATPC852: DETECCION FINALIZADA                          -"
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
      * Proceso: ATPC852-ABORTAR
      *----------------------------------------------------------------
       ATPC852-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC852-LEER-PARAMETROS
      *----------------------------------------------------------------
       ATPC852-LEER-PARAMETROS.
           OPEN INPUT PRM-ATPC852
           IF WS-ATPC852-PRM-STATUS NOT = "00"
              DISPLAY "ATPC852 - AVISO: sin ATPC852.PRM -- rigen los "
                      "umbrales por defecto"
           ELSE
              SET WS-ATPC852-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC852-FIN-ENTRADA
                 READ PRM-ATPC852
                     AT END
                        SET WS-ATPC852-FIN-ENTRADA TO TRUE
                     NOT AT END
                        PERFORM ATPC852-GUARDAR-UMBRAL
                 END-READ
              END-PERFORM
              CLOSE PRM-ATPC852
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC852-GUARDAR-UMBRAL
      *----------------------------------------------------------------
       ATPC852-GUARDAR-UMBRAL.
           EVALUATE TRUE
              WHEN PRM-ATPC852-FACCANT   IS NOT NUMERIC
              OR   PRM-ATPC852-FACIMP    IS NOT NUMERIC
              OR   PRM-ATPC852-MINCANT   IS NOT NUMERIC
              OR   PRM-ATPC852-IMPMIN    IS NOT NUMERIC
              OR   PRM-ATPC852-IMPMAXMOV IS NOT NUMERIC
              OR   PRM-ATPC852-UMBRAL    IS NOT NUMERIC
              OR   PRM-ATPC852-FACCANT   = ZEROES
              OR   PRM-ATPC852-FACIMP    = ZEROES
              OR   PRM-ATPC852-UMBRAL    = ZEROES
                 DISPLAY "ATPC852 - ALERTA: linea de ATPC852.PRM "
                         "invalida para CODENT=["
                         PRM-ATPC852-CODENT "] -- se ignora"
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              WHEN WS-ATPC852-UMB-CANT NOT < WS-ATPC852-UMB-MAX
                 DISPLAY "ATPC852 - ALERTA: mas de "
                         WS-ATPC852-UMB-MAX " lineas en ATPC852.PRM "
                         "-- CODENT=[" PRM-ATPC852-CODENT "] ignorado"
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-ATPC852-UMB-CANT
                 MOVE PRM-ATPC852-REG
                   TO WS-ATPC852-UMB(WS-ATPC852-UMB-CANT)
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC852-CLASIFICAR-MOVIMIENTO
      *----------------------------------------------------------------
      * Consumo del cliente: normal y no periodico del sistema
      *----------------------------------------------------------------
       ATPC852-CLASIFICAR-MOVIMIENTO.
           SET WS-ATPC852-CONSUMO TO FALSE
           IF MOV-ACE-INDNORCOR = 1
              INITIALIZE WS-ATPC052
              MOVE MOV-ACE-CODENT    TO WS-ATPC052-CODENT
              MOVE MOV-ACE-INDVERT   TO WS-ATPC052-INDVERT
              MOVE MOV-ACE-INDNIVAPL TO WS-ATPC052-INDNIVAPL
              MOVE MOV-ACE-CODCONECO TO WS-ATPC052-CODCONECO
              PERFORM ATPC052-BUSCAR-EN-ARREGLO
              IF NOT (WS-ATPC052-RETORNO-OK
                 AND WS-ATPC052-TIPCONECO = "P")
                 SET WS-ATPC852-CONSUMO TO TRUE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC852-VIGENTES-ENTIDAD
      *----------------------------------------------------------------
      * Umbrales y moneda principal de la entidad del movimiento
      *----------------------------------------------------------------
       ATPC852-VIGENTES-ENTIDAD.
           IF MOV-ACE-CODENT NOT = WS-ATPC852-ENT-ANT
              MOVE MOV-ACE-CODENT TO WS-ATPC852-ENT-ANT
              MOVE "****" TO WS-ATPC852-VIG-CODENT
              MOVE 3      TO WS-ATPC852-VIG-FACCANT
                             WS-ATPC852-VIG-FACIMP
              MOVE 5      TO WS-ATPC852-VIG-MINCANT
              MOVE ZEROES TO WS-ATPC852-VIG-IMPMIN
                             WS-ATPC852-VIG-IMPMAXMOV
              MOVE 40     TO WS-ATPC852-VIG-UMBRAL
              PERFORM VARYING WS-ATPC852-UMB-IDX FROM 1 BY 1
                        UNTIL WS-ATPC852-UMB-IDX > WS-ATPC852-UMB-CANT
                 IF WS-ATPC852-UMB-CODENT(WS-ATPC852-UMB-IDX) = "****"
                    MOVE WS-ATPC852-UMB(WS-ATPC852-UMB-IDX)
                      TO WS-ATPC852-VIG
                 END-IF
              END-PERFORM
              PERFORM VARYING WS-ATPC852-UMB-IDX FROM 1 BY 1
                        UNTIL WS-ATPC852-UMB-IDX > WS-ATPC852-UMB-CANT
                 IF WS-ATPC852-UMB-CODENT(WS-ATPC852-UMB-IDX)
                    = MOV-ACE-CODENT
                    MOVE WS-ATPC852-UMB(WS-ATPC852-UMB-IDX)
                      TO WS-ATPC852-VIG
                 END-IF
              END-PERFORM

              MOVE ZEROES TO WS-ATPC852-ENT-CLAMONUF
              INITIALIZE WS-ATPC021
              MOVE MOV-ACE-CODENT TO WS-ATPC021-CODENT
              PERFORM ATPC021-BUSCAR-EN-ARREGLO
              IF WS-ATPC021-RETORNO-OK
                 MOVE WS-ATPC021-CLAMONUF TO WS-ATPC852-ENT-CLAMONUF
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC852-ACUMULAR-CONSUMOS
      *----------------------------------------------------------------
       ATPC852-ACUMULAR-CONSUMOS.
           MOVE SPACES TO WS-ATPC852-ENT-ANT
           OPEN INPUT MOV-ACEPTADOS
           SET WS-ATPC852-FIN-ENTRADA TO FALSE
           PERFORM UNTIL WS-ATPC852-FIN-ENTRADA
              READ MOV-ACEPTADOS
                  AT END
                     SET WS-ATPC852-FIN-ENTRADA TO TRUE
                  NOT AT END
                     ADD 1 TO WS-ATPC852-LEIDOS
                     PERFORM ATPC852-CLASIFICAR-MOVIMIENTO
                     IF WS-ATPC852-CONSUMO
                        ADD 1 TO WS-ATPC852-CONSUMOS
                        PERFORM ATPC852-VIGENTES-ENTIDAD
                        PERFORM ATPC852-ACUMULAR-CUENTA
                     END-IF
              END-READ
           END-PERFORM
           CLOSE MOV-ACEPTADOS
           .

      *----------------------------------------------------------------
      * Proceso: ATPC852-ACUMULAR-CUENTA
      *----------------------------------------------------------------
       ATPC852-ACUMULAR-CUENTA.
           MOVE MOV-ACE-CODENT    TO WRK-CODENT
           MOVE MOV-ACE-NUMCUENTA TO WRK-NUMCUENTA
           READ WRK-CUENTAS
               INVALID KEY
                  INITIALIZE WRK-CUENTAS-REG
                  MOVE MOV-ACE-CODENT    TO WRK-CODENT
                  MOVE MOV-ACE-NUMCUENTA TO WRK-NUMCUENTA
                  MOVE "N"               TO WRK-CON-PERFIL
                                            WRK-ALERTADA
                  PERFORM ATPC852-SUMAR-CONSUMO
                  WRITE WRK-CUENTAS-REG
                  ADD 1 TO WS-ATPC852-CUENTAS
               NOT INVALID KEY
                  PERFORM ATPC852-SUMAR-CONSUMO
                  REWRITE WRK-CUENTAS-REG
           END-READ
           IF WS-ATPC852-WRK-STATUS NOT = "00"
              ADD 1 TO WS-ATPC852-ERRORES
              DISPLAY "ATPC852 - ALERTA: CODENT=[" MOV-ACE-CODENT
                      "] CUENTA=[" MOV-ACE-NUMCUENTA "] no se pudo "
                      "acumular en ATPC852.WRK -- FILE STATUS:["
                      WS-ATPC852-WRK-STATUS "]"
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC852-SUMAR-CONSUMO
      *----------------------------------------------------------------
      * Suma el consumo al dia de la cuenta y anota su moneda
      * extranjera y su TIPOFAC si son nuevos en el dia
      *----------------------------------------------------------------
       ATPC852-SUMAR-CONSUMO.
           ADD 1               TO WRK-CANTHOY
           ADD MOV-ACE-IMPORTE TO WRK-IMPHOY

           IF MOV-ACE-CLAMON NOT = ZEROES
           AND MOV-ACE-CLAMON NOT = WS-ATPC852-ENT-CLAMONUF
              SET WS-ATPC852-ENCONTRADO TO FALSE
              PERFORM VARYING WS-ATPC852-K FROM 1 BY 1
                        UNTIL WS-ATPC852-K > WRK-MON-HOY-CANT
                 IF WRK-MON-HOY(WS-ATPC852-K) = MOV-ACE-CLAMON
                    SET WS-ATPC852-ENCONTRADO TO TRUE
                 END-IF
              END-PERFORM
              IF NOT WS-ATPC852-ENCONTRADO
              AND WRK-MON-HOY-CANT < 5
                 ADD 1 TO WRK-MON-HOY-CANT
                 MOVE MOV-ACE-CLAMON TO WRK-MON-HOY(WRK-MON-HOY-CANT)
              END-IF
           END-IF

           SET WS-ATPC852-ENCONTRADO TO FALSE
           PERFORM VARYING WS-ATPC852-K FROM 1 BY 1
                     UNTIL WS-ATPC852-K > WRK-TIP-HOY-CANT
              IF WRK-TIP-HOY(WS-ATPC852-K) = MOV-ACE-TIPOFAC
                 SET WS-ATPC852-ENCONTRADO TO TRUE
              END-IF
           END-PERFORM
           IF NOT WS-ATPC852-ENCONTRADO
           AND WRK-TIP-HOY-CANT < 10
              ADD 1 TO WRK-TIP-HOY-CANT
              MOVE MOV-ACE-TIPOFAC TO WRK-TIP-HOY(WRK-TIP-HOY-CANT)
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC852-CARGAR-PERFILES
      *----------------------------------------------------------------
      * Lleva el perfil previo a las cuentas con consumos en el dia
      *----------------------------------------------------------------
       ATPC852-CARGAR-PERFILES.
           OPEN INPUT PER-PERFILES
           IF WS-ATPC852-PER-STATUS NOT = "00"
              DISPLAY "ATPC852 - AVISO: sin PERFUSO.DAT -- ninguna "
                      "cuenta tiene historia"
           ELSE
              SET WS-ATPC852-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC852-FIN-ENTRADA
                 READ PER-PERFILES
                     AT END
                        SET WS-ATPC852-FIN-ENTRADA TO TRUE
                     NOT AT END
                        MOVE PER-CLAVE TO WRK-CLAVE
                        READ WRK-CUENTAS
                            INVALID KEY
                               CONTINUE
                            NOT INVALID KEY
                               MOVE "S"        TO WRK-CON-PERFIL
                               MOVE PER-PERFIL TO WRK-PERFIL
                               REWRITE WRK-CUENTAS-REG
                               ADD 1 TO WS-ATPC852-CON-HISTORIA
                        END-READ
                 END-READ
              END-PERFORM
              CLOSE PER-PERFILES
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC852-PREPARAR-CASOS
      *----------------------------------------------------------------
      * Corrida repetida del dia: quita los casos pendientes que ya
      * genero hoy y sigue la numeracion despues del ultimo conservado
      *----------------------------------------------------------------
       ATPC852-PREPARAR-CASOS.
           OPEN INPUT FRA-CASOS
           IF WS-ATPC852-FRA-STATUS = "00"
              OPEN OUTPUT FRA-TRABAJO
              SET WS-ATPC852-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC852-FIN-ENTRADA
                 READ FRA-CASOS
                     AT END
                        SET WS-ATPC852-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF FRA-FECHA = WS-ATPC852-HOY-AMD
                        AND FRA-ESTADO = "P"
                           ADD 1 TO WS-ATPC852-REEMPLAZADOS
                        ELSE
                           IF FRA-FECHA = WS-ATPC852-HOY-AMD
                           AND FRA-SECUENCIA > WS-ATPC852-SECUENCIA
                              MOVE FRA-SECUENCIA
                                TO WS-ATPC852-SECUENCIA
                           END-IF
                           WRITE FRA-TRABAJO-REG FROM FRA-CASOS-REG
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE FRA-TRABAJO
                    FRA-CASOS
              IF WS-ATPC852-REEMPLAZADOS > ZEROES
                 OPEN INPUT FRA-TRABAJO
                 OPEN OUTPUT FRA-CASOS
                 SET WS-ATPC852-FIN-ENTRADA TO FALSE
                 PERFORM UNTIL WS-ATPC852-FIN-ENTRADA
                    READ FRA-TRABAJO
                        AT END
                           SET WS-ATPC852-FIN-ENTRADA TO TRUE
                        NOT AT END
                           WRITE FRA-CASOS-REG FROM FRA-TRABAJO-REG
                    END-READ
                 END-PERFORM
                 CLOSE FRA-TRABAJO
                       FRA-CASOS
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC852-MEDIR-CONSUMOS
      *----------------------------------------------------------------
       ATPC852-MEDIR-CONSUMOS.
           MOVE SPACES TO WS-ATPC852-ENT-ANT
           OPEN INPUT MOV-ACEPTADOS
           SET WS-ATPC852-FIN-ENTRADA TO FALSE
           PERFORM UNTIL WS-ATPC852-FIN-ENTRADA
              READ MOV-ACEPTADOS
                  AT END
                     SET WS-ATPC852-FIN-ENTRADA TO TRUE
                  NOT AT END
                     PERFORM ATPC852-CLASIFICAR-MOVIMIENTO
                     IF WS-ATPC852-CONSUMO
                        MOVE MOV-ACE-CODENT    TO WRK-CODENT
                        MOVE MOV-ACE-NUMCUENTA TO WRK-NUMCUENTA
                        READ WRK-CUENTAS
                            INVALID KEY
                               CONTINUE
                            NOT INVALID KEY
                               PERFORM ATPC852-VIGENTES-ENTIDAD
                               PERFORM ATPC852-MEDIR-CONSUMO
                        END-READ
                     END-IF
              END-READ
           END-PERFORM
           CLOSE MOV-ACEPTADOS
           .

      *----------------------------------------------------------------
      * Proceso: ATPC852-MEDIR-CONSUMO
      *----------------------------------------------------------------
       ATPC852-MEDIR-CONSUMO.
           MOVE ZEROES TO WS-ATPC852-PUNTAJE
           MOVE SPACES TO WS-ATPC852-REGLAS

           IF WRK-CON-PERFIL = "S"
              COMPUTE WS-ATPC852-LIMITE =
                 WS-ATPC852-VIG-FACCANT * WRK-CANTPROM
              IF WRK-CANTHOY > WS-ATPC852-LIMITE
              AND WRK-CANTHOY NOT < WS-ATPC852-VIG-MINCANT
                 MOVE "C" TO WS-ATPC852-REGLA-C
                 ADD WS-ATPC852-PTS-CANTIDAD TO WS-ATPC852-PUNTAJE
              END-IF

              COMPUTE WS-ATPC852-LIMITE =
                 WS-ATPC852-VIG-FACIMP * WRK-IMPPROM
              IF WRK-IMPHOY > WS-ATPC852-LIMITE
              AND WRK-IMPHOY NOT < WS-ATPC852-VIG-IMPMIN
                 MOVE "I" TO WS-ATPC852-REGLA-I
                 ADD WS-ATPC852-PTS-IMPORTE TO WS-ATPC852-PUNTAJE
              END-IF

              IF MOV-ACE-CLAMON NOT = ZEROES
              AND MOV-ACE-CLAMON NOT = WS-ATPC852-ENT-CLAMONUF
                 SET WS-ATPC852-ENCONTRADO TO FALSE
                 PERFORM VARYING WS-ATPC852-K FROM 1 BY 1
                           UNTIL WS-ATPC852-K > WRK-MON-CANT
                    IF WRK-MON(WS-ATPC852-K) = MOV-ACE-CLAMON
                       SET WS-ATPC852-ENCONTRADO TO TRUE
                    END-IF
                 END-PERFORM
                 IF NOT WS-ATPC852-ENCONTRADO
                    MOVE "N" TO WS-ATPC852-REGLA-N
                    ADD WS-ATPC852-PTS-MONEDA TO WS-ATPC852-PUNTAJE
                 END-IF
              END-IF

              SET WS-ATPC852-ENCONTRADO TO FALSE
              PERFORM VARYING WS-ATPC852-K FROM 1 BY 1
                        UNTIL WS-ATPC852-K > WRK-TIP-CANT
                 IF WRK-TIP(WS-ATPC852-K) = MOV-ACE-TIPOFAC
                    SET WS-ATPC852-ENCONTRADO TO TRUE
                 END-IF
              END-PERFORM
              IF NOT WS-ATPC852-ENCONTRADO
                 MOVE "T" TO WS-ATPC852-REGLA-T
                 ADD WS-ATPC852-PTS-TIPOFAC TO WS-ATPC852-PUNTAJE
              END-IF
           END-IF

           IF WS-ATPC852-VIG-IMPMAXMOV > ZEROES
           AND MOV-ACE-IMPORTE NOT < WS-ATPC852-VIG-IMPMAXMOV
              MOVE "M" TO WS-ATPC852-REGLA-M
              ADD WS-ATPC852-PTS-MAXMOV TO WS-ATPC852-PUNTAJE
           END-IF

           IF WS-ATPC852-PUNTAJE NOT < WS-ATPC852-VIG-UMBRAL
              PERFORM ATPC852-GRABAR-CASO
              IF WRK-ALERTADA NOT = "S"
                 PERFORM ATPC852-ALERTAR-CUENTA
                 MOVE "S" TO WRK-ALERTADA
                 REWRITE WRK-CUENTAS-REG
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC852-GRABAR-CASO
      *----------------------------------------------------------------
       ATPC852-GRABAR-CASO.
           ADD 1 TO WS-ATPC852-SECUENCIA
           ADD 1 TO WS-ATPC852-CASOS
           INITIALIZE FRA-CASOS-REG
           MOVE WS-ATPC852-HOY-AMD    TO FRA-FECHA
           MOVE WS-ATPC852-SECUENCIA  TO FRA-SECUENCIA
           MOVE "P"                   TO FRA-ESTADO
           MOVE WS-ATPC852-PUNTAJE    TO FRA-PUNTAJE
           MOVE WS-ATPC852-REGLAS     TO FRA-REGLAS
           MOVE WRK-CANTHOY           TO FRA-CANTHOY
           MOVE WRK-IMPHOY            TO FRA-IMPHOY
           MOVE WRK-CANTPROM          TO FRA-CANTPROM
           MOVE WRK-IMPPROM           TO FRA-IMPPROM
           MOVE MOV-ACEPTADOS-REG     TO FRA-MOVIMIENTO
           WRITE FRA-CASOS-REG

           IF WS-ATPC852-REGLA-C NOT = SPACES
              ADD 1 TO WS-ATPC852-CNT-C
           END-IF
           IF WS-ATPC852-REGLA-I NOT = SPACES
              ADD 1 TO WS-ATPC852-CNT-I
           END-IF
           IF WS-ATPC852-REGLA-N NOT = SPACES
              ADD 1 TO WS-ATPC852-CNT-N
           END-IF
           IF WS-ATPC852-REGLA-T NOT = SPACES
              ADD 1 TO WS-ATPC852-CNT-T
           END-IF
           IF WS-ATPC852-REGLA-M NOT = SPACES
              ADD 1 TO WS-ATPC852-CNT-M
           END-IF

           MOVE MOV-ACE-IMPORTE TO WS-ATPC852-IMPORTE-ED
           MOVE SPACES TO WS-ATPC852-LINEA
           STRING " CASO "                    DELIMITED BY SIZE
                  FRA-CASO                    DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  MOV-ACE-CODENT              DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  MOV-ACE-NUMCUENTA           DELIMITED BY SIZE
                  " TIPOFAC "                 DELIMITED BY SIZE
                  MOV-ACE-TIPOFAC             DELIMITED BY SIZE
                  " MON "                     DELIMITED BY SIZE
                  MOV-ACE-CLAMON              DELIMITED BY SIZE
                  " IMPORTE "                 DELIMITED BY SIZE
                  WS-ATPC852-IMPORTE-ED       DELIMITED BY SIZE
                  " CANT DIA "                DELIMITED BY SIZE
                  WRK-CANTHOY                 DELIMITED BY SIZE
                  " PUNTAJE "                 DELIMITED BY SIZE
                  WS-ATPC852-PUNTAJE          DELIMITED BY SIZE
                  " REGLAS ["                 DELIMITED BY SIZE
                  WS-ATPC852-REGLAS           DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC852-LINEA
           WRITE RPT-ATPC852-REG FROM WS-ATPC852-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC852-ALERTAR-CUENTA
      *----------------------------------------------------------------
       ATPC852-ALERTAR-CUENTA.
           ADD 1 TO WS-ATPC852-ALERTADAS
           INITIALIZE WS-ATPCALE-ENTRADA
           SET WS-ATPCALE-SEV-ADVERTENCIA TO TRUE
           MOVE "ATPC852"  TO WS-ATPCALE-PROGRAMA
           MOVE "FRAUREV"  TO WS-ATPCALE-TABLA
           MOVE WRK-CLAVE  TO WS-ATPCALE-CLAVE
           STRING "CONSUMOS INUSUALES -- CODENT "
                                              DELIMITED BY SIZE
                  WRK-CODENT                  DELIMITED BY SIZE
                  " CUENTA "                  DELIMITED BY SIZE
                  WRK-NUMCUENTA               DELIMITED BY SIZE
                  " PUNTAJE "                 DELIMITED BY SIZE
                  WS-ATPC852-PUNTAJE          DELIMITED BY SIZE
                  " REGLAS ["                 DELIMITED BY SIZE
                  WS-ATPC852-REGLAS           DELIMITED BY SIZE
                  "] -- REVISAR EN ATPC853"   DELIMITED BY SIZE
             INTO WS-ATPCALE-MENSAJE
           PERFORM ATPCALE-GRABAR-ALERTA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC852-ACTUALIZAR-PERFILES
      *----------------------------------------------------------------
      * PERFUSO.NVO: los perfiles de las cuentas sin consumos pasan
      * como estaban; despues sale el perfil actualizado de cada
      * cuenta con consumos en el dia
      *----------------------------------------------------------------
       ATPC852-ACTUALIZAR-PERFILES.
           OPEN OUTPUT PER-NUEVO
           OPEN INPUT PER-PERFILES
           IF WS-ATPC852-PER-STATUS = "00"
              SET WS-ATPC852-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC852-FIN-ENTRADA
                 READ PER-PERFILES
                     AT END
                        SET WS-ATPC852-FIN-ENTRADA TO TRUE
                     NOT AT END
                        MOVE PER-CLAVE TO WRK-CLAVE
                        READ WRK-CUENTAS
                            INVALID KEY
                               WRITE PER-NUEVO-REG
                                     FROM PER-PERFILES-REG
                               END-WRITE
                            NOT INVALID KEY
                               CONTINUE
                        END-READ
                 END-READ
              END-PERFORM
              CLOSE PER-PERFILES
           END-IF

           MOVE LOW-VALUES TO WRK-CLAVE
           START WRK-CUENTAS KEY IS NOT LESS THAN WRK-CLAVE
               INVALID KEY
                  SET WS-ATPC852-FIN-ENTRADA TO TRUE
               NOT INVALID KEY
                  SET WS-ATPC852-FIN-ENTRADA TO FALSE
           END-START
           PERFORM UNTIL WS-ATPC852-FIN-ENTRADA
              READ WRK-CUENTAS NEXT RECORD
                  AT END
                     SET WS-ATPC852-FIN-ENTRADA TO TRUE
                  NOT AT END
                     PERFORM ATPC852-ACTUALIZAR-PERFIL
                     MOVE WRK-CLAVE  TO NVO-CLAVE
                     MOVE WRK-PERFIL TO NVO-PERFIL
                     WRITE PER-NUEVO-REG
              END-READ
           END-PERFORM
           CLOSE PER-NUEVO
           .

      *----------------------------------------------------------------
      * Proceso: ATPC852-ACTUALIZAR-PERFIL
      *----------------------------------------------------------------
      * Promedio movil: el dia nuevo pesa 1 / (dias + 1), con los
      * dias de historia topeados en la ventana
      *----------------------------------------------------------------
       ATPC852-ACTUALIZAR-PERFIL.
           IF WRK-DIAS > WS-ATPC852-VENTANA
              MOVE WS-ATPC852-VENTANA TO WS-ATPC852-PESO
           ELSE
              MOVE WRK-DIAS TO WS-ATPC852-PESO
           END-IF
           COMPUTE WRK-CANTPROM ROUNDED =
              (WRK-CANTPROM * WS-ATPC852-PESO + WRK-CANTHOY)
              / (WS-ATPC852-PESO + 1)
           COMPUTE WRK-IMPPROM ROUNDED =
              (WRK-IMPPROM * WS-ATPC852-PESO + WRK-IMPHOY)
              / (WS-ATPC852-PESO + 1)
           IF WRK-DIAS < 999
              ADD 1 TO WRK-DIAS
           END-IF
           MOVE WS-ATPC852-HOY TO WRK-FECULT

      * Monedas y TIPOFAC del dia que la cuenta no tenia; con la
      * lista llena se descarta el mas antiguo
           PERFORM VARYING WS-ATPC852-UMB-IDX FROM 1 BY 1
                     UNTIL WS-ATPC852-UMB-IDX > WRK-MON-HOY-CANT
              SET WS-ATPC852-ENCONTRADO TO FALSE
              PERFORM VARYING WS-ATPC852-K FROM 1 BY 1
                        UNTIL WS-ATPC852-K > WRK-MON-CANT
                 IF WRK-MON(WS-ATPC852-K)
                    = WRK-MON-HOY(WS-ATPC852-UMB-IDX)
                    SET WS-ATPC852-ENCONTRADO TO TRUE
                 END-IF
              END-PERFORM
              IF NOT WS-ATPC852-ENCONTRADO
                 IF WRK-MON-CANT = 5
                    PERFORM VARYING WS-ATPC852-K FROM 1 BY 1
                              UNTIL WS-ATPC852-K > 4
                       MOVE WRK-MON(WS-ATPC852-K + 1)
                         TO WRK-MON(WS-ATPC852-K)
                    END-PERFORM
                 ELSE
                    ADD 1 TO WRK-MON-CANT
                 END-IF
                 MOVE WRK-MON-HOY(WS-ATPC852-UMB-IDX)
                   TO WRK-MON(WRK-MON-CANT)
              END-IF
           END-PERFORM

           PERFORM VARYING WS-ATPC852-UMB-IDX FROM 1 BY 1
                     UNTIL WS-ATPC852-UMB-IDX > WRK-TIP-HOY-CANT
              SET WS-ATPC852-ENCONTRADO TO FALSE
              PERFORM VARYING WS-ATPC852-K FROM 1 BY 1
                        UNTIL WS-ATPC852-K > WRK-TIP-CANT
                 IF WRK-TIP(WS-ATPC852-K)
                    = WRK-TIP-HOY(WS-ATPC852-UMB-IDX)
                    SET WS-ATPC852-ENCONTRADO TO TRUE
                 END-IF
              END-PERFORM
              IF NOT WS-ATPC852-ENCONTRADO
                 IF WRK-TIP-CANT = 10
                    PERFORM VARYING WS-ATPC852-K FROM 1 BY 1
                              UNTIL WS-ATPC852-K > 9
                       MOVE WRK-TIP(WS-ATPC852-K + 1)
                         TO WRK-TIP(WS-ATPC852-K)
                    END-PERFORM
                 ELSE
                    ADD 1 TO WRK-TIP-CANT
                 END-IF
                 MOVE WRK-TIP-HOY(WS-ATPC852-UMB-IDX)
                   TO WRK-TIP(WRK-TIP-CANT)
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: 888888-LOGGEAR-TRANSACCION
      *----------------------------------------------------------------
      * Rutina de traza de entrada/salida de las librerias ATPCxxx
      * invocadas por este programa (documentada como dependencia del
      * host en el encabezado de cada libreria ATPCnnn-PR). Este
      * programa batch la resuelve volcando la transaccion a consola.
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
       COPY "ATPCALE-PR".
