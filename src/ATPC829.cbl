       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC829.
      *----------------------------------------------------------------
      * Programa batch diario de ingreso de los archivos de
      * compensacion (clearing) de las marcas: arma MOVFACT.ENV, el
      * sobre de MOVFACT que valida ATPC987, a partir de un archivo
      * por marca (CLRnn.DAT, nn = CODMAR) en lugar de recibirlo ya
      * armado. Corre antes de ATPC987.
      *
      * Las marcas a procesar son las que tienen filas en la tabla de
      * mapeo CLRMAPA.DAT; el archivo de una marca que no llego se
      * informa (RC 4). Cada archivo de marca se procesa en dos fases:
      *  FASE 1 concilia el archivo contra su propio registro TOT:
      *  CAB presente y primero con el CODMAR del archivo, TOT
      *  presente y ultimo, cantidad de detalles e importe total
      *  iguales a lo contado. El archivo que no concilia se rechaza
      *  ENTERO -- no aporta movimientos ni marca presentaciones --,
      *  deja una alerta critica en ATPCALE y la corrida termina con
      *  RC 4 (las demas marcas siguen);
      *  FASE 2 traduce cada detalle con la tabla de mapeo (CODMAR +
      *  miembro emisor + codigo de transaccion de la marca) a
      *  CODENT / TIPOFAC / INDNORCOR / CODCONECO y los demas datos
      *  de facturacion, y lo agrega a MOVFACT.ENV en el layout de
      *  MOVFACT.DAT.
      *
      * Al cargarse, cada fila de CLRMAPA.DAT se valida contra ATPC044
      * (TIPOFAC + INDNORCOR de la entidad) y ATPC059 (el CODCONECO
      * aplica a ese TIPOFAC + INDNORCOR); la fila invalida se
      * informa y no mapea. El detalle sin mapeo valido, con importe
      * no numerico o ya presentado se desvia a CLRRECH.DAT con su
      * motivo y la corrida termina con RC 4.
      *
      * Presentaciones repetidas: cada detalle aceptado se guarda en
      * el historico indexado CLRHIST.DAT (clave CODMAR + referencia
      * de la marca) con la secuencia del sobre que lo llevo. Un
      * detalle ya guardado con otra secuencia fue presentado en un
      * sobre anterior y se rechaza; guardado con la misma secuencia
      * por otra corrida es la repeticion del dia antes de que
      * ATPC987 aceptara el sobre y se vuelve a tomar; guardado por
      * esta misma corrida es un duplicado dentro del archivo.
      *
      * El sobre lleva como secuencia la ultima aceptada de MOV en
      * ATPCENV.SEC mas uno y en el PIE la cantidad y el hash de
      * importes de los movimientos escritos.
      *
      * Layout de CLRMAPA.DAT:
      *  CODMAR(2) MIEMBRO(6) CODTRX(4) CODENT(4) TIPOFAC(4)
      *  INDNORCOR(1) CODCONECO(4) INDTIPT(2) INDVERT(1) INDNIVAPL(2)
      *
      * Layout de CLRnn.DAT (registros de 80):
      *  CAB(3) CODMAR(2) FECHA(8 AAAAMMDD)
      *  DET(3) REFERENCIA(23) MIEMBRO(6) CODTRX(4) NUMCUENTA(16)
      *      IMPORTE 9(09)V99 FECHA(10 AAAA-MM-DD) CLAMON(3)
      *  TOT(3) CANTIDAD(9) IMPORTE 9(13)V99
      *
      * Layout de CLRRECH.DAT: CODMAR(2) MOTIVO(2) detalle(80).
      * Motivos: 01 sin mapeo valido, 02 presentado antes, 03 importe
      * no numerico, 04 duplicado dentro del archivo.
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
           SELECT MAP-MAPEO ASSIGN TO "CLRMAPA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC829-MAP-STATUS.
      * Archivo de compensacion de la marca; el nombre se arma en
      * WS-ATPC829-CLR-NOMBRE
           SELECT CLR-COMPENSACION ASSIGN TO DYNAMIC
               WS-ATPC829-CLR-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC829-CLR-STATUS.
           SELECT HIS-HISTORICO ASSIGN TO "CLRHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-CLAVE
               FILE STATUS IS WS-ATPC829-HIS-STATUS.
      * Memoria de secuencias de sobres aceptados -- ver ATPC987
           SELECT SEC-SECUENCIAS ASSIGN TO "ATPCENV.SEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC829-SEC-STATUS.
           SELECT ENV-MOVFACT ASSIGN TO "MOVFACT.ENV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC829-ENV-STATUS.
           SELECT RCH-RECHAZOS ASSIGN TO "CLRRECH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC829-RCH-STATUS.
           SELECT RPT-ATPC829 ASSIGN TO "ATPC829.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Cola central de alertas de operacion -- ver ATPCALE-ALE.cpy
           SELECT ALE-ALERTAS ASSIGN TO "ATPCALE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCALE-STATUS.
      * Checkpoint de reanudacion de ATPC059-CARGAR-ARREGLO -- ver
      * ATPC059-CKP.cpy
           SELECT CKP059-DAT ASSIGN TO "ATPC059.CKPDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC059-CKP-STATUS.
           SELECT CKP059-CTL ASSIGN TO "ATPC059.CKPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC059-CKP-STATUS.
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
       COPY "ATPC059-CKP".
       COPY "ATPCALE-ALE".
       COPY "ATPCCTL-CTL".
       COPY "ATPCAUD-AUD".
       COPY "ATPCDIF-DIF".
       COPY "ATPCLCK-LCK".
       COPY "ATPCEXC-EXC".

       FD  MAP-MAPEO
           RECORDING MODE IS F.
       01  MAP-MAPEO-REG.
           05  MAP-CODMAR                     PIC X(02).
           05  MAP-MIEMBRO                    PIC X(06).
           05  MAP-CODTRX                     PIC X(04).
           05  MAP-CODENT                     PIC X(04).
           05  MAP-TIPOFAC                    PIC X(04).
           05  MAP-INDNORCOR                  PIC X(01).
           05  MAP-CODCONECO                  PIC X(04).
           05  MAP-INDTIPT                    PIC X(02).
           05  MAP-INDVERT                    PIC X(01).
           05  MAP-INDNIVAPL                  PIC X(02).

       FD  CLR-COMPENSACION
           RECORDING MODE IS F.
       01  CLR-COMPENSACION-REG               PIC X(80).

       FD  HIS-HISTORICO.
       01  HIS-HISTORICO-REG.
           05  HIS-CLAVE.
               10  HIS-CODMAR                 PIC 9(02).
               10  HIS-REFERENCIA             PIC X(23).
           05  HIS-FECHA                      PIC X(10).
           05  HIS-SECUENCIA                  PIC 9(06).
           05  HIS-JOBID                      PIC X(08).

       FD  SEC-SECUENCIAS
           RECORDING MODE IS F.
       01  SEC-SECUENCIAS-REG.
           05  SEC-ALIMENTADOR                PIC X(03).
           05  SEC-ULTIMA                     PIC 9(06).

       FD  ENV-MOVFACT
           RECORDING MODE IS F.
       01  ENV-MOVFACT-REG                    PIC X(60).

       FD  RCH-RECHAZOS
           RECORDING MODE IS F.
       01  RCH-RECHAZOS-REG.
           05  RCH-CODMAR                     PIC 9(02).
           05  RCH-MOTIVO                     PIC 9(02).
           05  RCH-DETALLE                    PIC X(80).

       FD  RPT-ATPC829
           RECORDING MODE IS F.
       01  RPT-ATPC829-REG                    PIC X(130).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPC044-WS".
       COPY "ATPC059-WS".
       COPY "ATPC096-WS".
       COPY "ATPCALE-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".

       77  WS-ATPC829-MAP-STATUS              PIC X(02).
       77  WS-ATPC829-CLR-STATUS              PIC X(02).
       77  WS-ATPC829-HIS-STATUS              PIC X(02).
       77  WS-ATPC829-SEC-STATUS              PIC X(02).
       77  WS-ATPC829-ENV-STATUS              PIC X(02).
       77  WS-ATPC829-RCH-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC829-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.

       77  WS-ATPC829-CLR-NOMBRE              PIC X(09).

      * Fecha del dia
       01  WS-ATPC829-HOY-AMD.
           05  WS-ATPC829-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC829-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC829-HOY-AMD-DD          PIC 9(02).
       01  WS-ATPC829-HOY.
           05  WS-ATPC829-HOY-AAAA            PIC 9(04).
           05  WS-ATPC829-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC829-HOY-MM              PIC 9(02).
           05  WS-ATPC829-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC829-HOY-DD              PIC 9(02).

      * Registro del archivo de la marca y sus vistas
       01  WS-ATPC829-REG                     PIC X(80).
       01  WS-ATPC829-REG-CAB REDEFINES WS-ATPC829-REG.
           05  WS-ATPC829-CAB-TIPO            PIC X(03).
           05  WS-ATPC829-CAB-CODMAR          PIC X(02).
           05  WS-ATPC829-CAB-FECHA           PIC X(08).
           05  FILLER                         PIC X(67).
       01  WS-ATPC829-REG-DET REDEFINES WS-ATPC829-REG.
           05  WS-ATPC829-DET-TIPO            PIC X(03).
           05  WS-ATPC829-DET-REFERENCIA      PIC X(23).
           05  WS-ATPC829-DET-MIEMBRO         PIC X(06).
           05  WS-ATPC829-DET-CODTRX          PIC X(04).
           05  WS-ATPC829-DET-NUMCUENTA       PIC X(16).
           05  WS-ATPC829-DET-IMPORTE         PIC 9(09)V99.
           05  WS-ATPC829-DET-IMPORTE-ALF REDEFINES
               WS-ATPC829-DET-IMPORTE         PIC X(11).
           05  WS-ATPC829-DET-FECHA           PIC X(10).
           05  WS-ATPC829-DET-CLAMON          PIC 9(03).
           05  FILLER                         PIC X(04).
       01  WS-ATPC829-REG-TOT REDEFINES WS-ATPC829-REG.
           05  WS-ATPC829-TOT-TIPO            PIC X(03).
           05  WS-ATPC829-TOT-CANTIDAD        PIC 9(09).
           05  WS-ATPC829-TOT-IMPORTE         PIC 9(13)V99.
           05  FILLER                         PIC X(53).

      * Movimiento en el layout de MOVFACT.DAT
       01  WS-ATPC829-MOV.
           05  WS-ATPC829-MOV-CODENT          PIC X(04).
           05  WS-ATPC829-MOV-CODMAR          PIC 9(02).
           05  WS-ATPC829-MOV-INDTIPT         PIC 9(02).
           05  WS-ATPC829-MOV-TIPOFAC         PIC 9(04).
           05  WS-ATPC829-MOV-INDNORCOR       PIC 9(01).
           05  WS-ATPC829-MOV-INDVERT         PIC X(01).
           05  WS-ATPC829-MOV-INDNIVAPL       PIC X(02).
           05  WS-ATPC829-MOV-CODCONECO       PIC 9(04).
           05  WS-ATPC829-MOV-NUMCUENTA       PIC X(16).
           05  WS-ATPC829-MOV-IMPORTE         PIC 9(09)V99.
           05  WS-ATPC829-MOV-FECHA           PIC X(10).
           05  WS-ATPC829-MOV-CLAMON          PIC 9(03).

      * Cabecera y pie del sobre (ver ATPC987)
       01  WS-ATPC829-ENV-CAB.
           05  FILLER                         PIC X(03) VALUE "CAB".
           05  WS-ATPC829-ENV-FECGEN          PIC 9(08).
           05  WS-ATPC829-ENV-SECUENCIA       PIC 9(06).
       01  WS-ATPC829-ENV-PIE.
           05  FILLER                         PIC X(03) VALUE "PIE".
           05  WS-ATPC829-ENV-CANTIDAD        PIC 9(09).
           05  WS-ATPC829-ENV-HASH            PIC 9(13)V99.

      * Tabla de mapeo validada
       78  WS-ATPC829-MAP-MAX                 VALUE 2000.
       77  WS-ATPC829-MAP-CANT                PIC 9(04).
       77  WS-ATPC829-MAP-IDX                 PIC 9(04).
       01  WS-ATPC829-MAPEO.
           05  WS-ATPC829-MAP OCCURS 2000 TIMES.
               10  WS-ATPC829-MAP-CLAVE.
                   15  WS-ATPC829-MAP-CODMAR     PIC 9(02).
                   15  WS-ATPC829-MAP-MIEMBRO    PIC X(06).
                   15  WS-ATPC829-MAP-CODTRX     PIC X(04).
               10  WS-ATPC829-MAP-CODENT      PIC X(04).
               10  WS-ATPC829-MAP-TIPOFAC     PIC 9(04).
               10  WS-ATPC829-MAP-INDNORCOR   PIC 9(01).
               10  WS-ATPC829-MAP-CODCONECO   PIC 9(04).
               10  WS-ATPC829-MAP-INDTIPT     PIC 9(02).
               10  WS-ATPC829-MAP-INDVERT     PIC X(01).
               10  WS-ATPC829-MAP-INDNIVAPL   PIC X(02).
               10  WS-ATPC829-MAP-VALIDA      PIC X(01).
       01  WS-ATPC829-MAP-BUSCADA.
           05  WS-ATPC829-BUS-CODMAR          PIC 9(02).
           05  WS-ATPC829-BUS-MIEMBRO         PIC X(06).
           05  WS-ATPC829-BUS-CODTRX          PIC X(04).

      * Marcas con mapeo (un archivo de compensacion por marca)
       77  WS-ATPC829-MAR-CANT                PIC 9(03).
       77  WS-ATPC829-MAR-IDX                 PIC 9(03).
       01  WS-ATPC829-MARCAS.
           05  WS-ATPC829-MAR OCCURS 100 TIMES.
               10  WS-ATPC829-MAR-CODMAR      PIC 9(02).

      * Conciliacion del archivo de la marca en proceso
       77  WS-ATPC829-CODMAR                  PIC 9(02).
       77  WS-ATPC829-CLR-LEIDOS              PIC 9(09).
       77  WS-ATPC829-CLR-IMPORTE             PIC 9(13)V99.
       77  WS-ATPC829-TOT-CANT-GRD            PIC 9(09).
       77  WS-ATPC829-TOT-IMP-GRD             PIC 9(13)V99.
       77  WS-ATPC829-MOTIVO-ARCH             PIC X(40).
       01  FILLER                             PIC X(01).
           88 WS-ATPC829-HAY-CAB              VALUE "S"
              WHEN SET TO FALSE "N".
       01  FILLER                             PIC X(01).
           88 WS-ATPC829-HAY-TOT              VALUE "S"
              WHEN SET TO FALSE "N".
       01  FILLER                             PIC X(01).
           88 WS-ATPC829-ARCH-CONCILIADO      VALUE "S"
              WHEN SET TO FALSE "N".
       77  WS-ATPC829-MAR-ACEPTADOS           PIC 9(09).
       77  WS-ATPC829-MAR-RECHAZADOS          PIC 9(09).
       77  WS-ATPC829-MAR-DUPLICADOS          PIC 9(09).
       77  WS-ATPC829-MOTIVO                  PIC 9(02).

      * Sobre y totales de la corrida
       77  WS-ATPC829-ULT-SECUENCIA           PIC 9(06).
       77  WS-ATPC829-SECUENCIA               PIC 9(06).
       77  WS-ATPC829-MAP-INVALIDAS           PIC 9(07).
       77  WS-ATPC829-ARCH-FALTANTES          PIC 9(03).
       77  WS-ATPC829-ARCH-RECHAZADOS         PIC 9(03).
       77  WS-ATPC829-ACEPTADOS               PIC 9(09).
       77  WS-ATPC829-RECHAZADOS              PIC 9(09).

       77  WS-ATPC829-CANT-ED                 PIC Z(08)9.
       77  WS-ATPC829-CANT2-ED                PIC Z(08)9.
       77  WS-ATPC829-IMP-ED                  PIC Z(12)9.99.
       77  WS-ATPC829-IMP2-ED                 PIC Z(12)9.99.
       01  WS-ATPC829-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC829-PRINCIPAL
      *----------------------------------------------------------------
       ATPC829-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC829: INGRESO DE COMPENSACION DE MARCAS             -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC829" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC044-CARGAR-ARREGLO
           PERFORM ATPC059-CARGAR-ARREGLO
           PERFORM ATPC096-CARGAR-ARREGLO

           ACCEPT WS-ATPC829-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC829-HOY-G1 WS-ATPC829-HOY-G2
           MOVE WS-ATPC829-HOY-AMD-AAAA TO WS-ATPC829-HOY-AAAA
           MOVE WS-ATPC829-HOY-AMD-MM   TO WS-ATPC829-HOY-MM
           MOVE WS-ATPC829-HOY-AMD-DD   TO WS-ATPC829-HOY-DD

           PERFORM ATPC829-CARGAR-MAPEO
           PERFORM ATPC829-LEER-SECUENCIA

           OPEN I-O HIS-HISTORICO
           IF WS-ATPC829-HIS-STATUS = "35"
              OPEN OUTPUT HIS-HISTORICO
              IF WS-ATPC829-HIS-STATUS = "00"
                 CLOSE HIS-HISTORICO
                 OPEN I-O HIS-HISTORICO
              END-IF
           END-IF
           IF WS-ATPC829-HIS-STATUS NOT = "00"
              DISPLAY "ATPC829 - ERROR: no se pudo abrir CLRHIST.DAT "
                      "-- FILE STATUS:[" WS-ATPC829-HIS-STATUS "] -- "
                      "corrida abortada"
              PERFORM ATPC829-ABORTAR
           END-IF
           OPEN OUTPUT ENV-MOVFACT
           IF WS-ATPC829-ENV-STATUS NOT = "00"
              DISPLAY "ATPC829 - ERROR: no se pudo abrir MOVFACT.ENV "
                      "-- FILE STATUS:[" WS-ATPC829-ENV-STATUS "] -- "
                      "corrida abortada"
              CLOSE HIS-HISTORICO
              PERFORM ATPC829-ABORTAR
           END-IF
           OPEN OUTPUT RCH-RECHAZOS
           OPEN OUTPUT RPT-ATPC829

           MOVE WS-ATPC829-HOY-AMD  TO WS-ATPC829-ENV-FECGEN
           MOVE WS-ATPC829-SECUENCIA TO WS-ATPC829-ENV-SECUENCIA
           MOVE ZEROES TO WS-ATPC829-ENV-CANTIDAD
                          WS-ATPC829-ENV-HASH
           WRITE ENV-MOVFACT-REG FROM WS-ATPC829-ENV-CAB

           MOVE SPACES TO WS-ATPC829-LINEA
           STRING " COMPENSACION DE MARCAS DEL DIA ["
                                              DELIMITED BY SIZE
                  WS-ATPC829-HOY              DELIMITED BY SIZE
                  "] SOBRE MOVFACT.ENV SECUENCIA ["
                                              DELIMITED BY SIZE
                  WS-ATPC829-SECUENCIA        DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC829-LINEA
           WRITE RPT-ATPC829-REG FROM WS-ATPC829-LINEA
           DISPLAY WS-ATPC829-LINEA
           MOVE SPACES TO WS-ATPC829-LINEA
           WRITE RPT-ATPC829-REG FROM WS-ATPC829-LINEA

           PERFORM VARYING WS-ATPC829-MAR-IDX FROM 1 BY 1
                     UNTIL WS-ATPC829-MAR-IDX > WS-ATPC829-MAR-CANT
              PERFORM ATPC829-PROCESAR-MARCA
           END-PERFORM

           WRITE ENV-MOVFACT-REG FROM WS-ATPC829-ENV-PIE

           MOVE WS-ATPC829-ENV-HASH TO WS-ATPC829-IMP-ED
           MOVE SPACES TO WS-ATPC829-LINEA
           WRITE RPT-ATPC829-REG FROM WS-ATPC829-LINEA
           MOVE SPACES TO WS-ATPC829-LINEA
           STRING " MARCAS: "                 DELIMITED BY SIZE
                  WS-ATPC829-MAR-CANT         DELIMITED BY SIZE
                  "  SIN ARCHIVO: "           DELIMITED BY SIZE
                  WS-ATPC829-ARCH-FALTANTES   DELIMITED BY SIZE
                  "  NO CONCILIADOS: "        DELIMITED BY SIZE
                  WS-ATPC829-ARCH-RECHAZADOS  DELIMITED BY SIZE
                  "  MAPEOS INVALIDOS: "      DELIMITED BY SIZE
                  WS-ATPC829-MAP-INVALIDAS    DELIMITED BY SIZE
             INTO WS-ATPC829-LINEA
           WRITE RPT-ATPC829-REG FROM WS-ATPC829-LINEA
           DISPLAY WS-ATPC829-LINEA
           MOVE SPACES TO WS-ATPC829-LINEA
           STRING " MOVIMIENTOS EN EL SOBRE: " DELIMITED BY SIZE
                  WS-ATPC829-ENV-CANTIDAD     DELIMITED BY SIZE
                  "  HASH: "                  DELIMITED BY SIZE
                  WS-ATPC829-IMP-ED           DELIMITED BY SIZE
                  "  RECHAZADOS: "            DELIMITED BY SIZE
                  WS-ATPC829-RECHAZADOS       DELIMITED BY SIZE
             INTO WS-ATPC829-LINEA
           WRITE RPT-ATPC829-REG FROM WS-ATPC829-LINEA
           DISPLAY WS-ATPC829-LINEA

           CLOSE HIS-HISTORICO
                 ENV-MOVFACT
                 RCH-RECHAZOS
                 RPT-ATPC829

           IF WS-ATPC829-ARCH-FALTANTES > ZEROES
           OR WS-ATPC829-ARCH-RECHAZADOS > ZEROES
           OR WS-ATPC829-MAP-INVALIDAS > ZEROES
           OR WS-ATPC829-RECHAZADOS > ZEROES
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY
           "- ATPC829: INGRESO DE COMPENSACION FINALIZADO            -"
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
      * Proceso: ATPC829-ABORTAR
      *----------------------------------------------------------------
       ATPC829-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC829-CARGAR-MAPEO
      *----------------------------------------------------------------
      * Carga CLRMAPA.DAT validando cada fila contra ATPC044 y ATPC059
      * y arma la lista de marcas; sin mapeo la corrida aborta
      *----------------------------------------------------------------
       ATPC829-CARGAR-MAPEO.
           MOVE ZEROES TO WS-ATPC829-MAP-CANT
                          WS-ATPC829-MAR-CANT
           OPEN INPUT MAP-MAPEO
           IF WS-ATPC829-MAP-STATUS NOT = "00"
              DISPLAY "ATPC829 - ERROR: no se pudo abrir CLRMAPA.DAT "
                      "-- FILE STATUS:[" WS-ATPC829-MAP-STATUS "] -- "
                      "corrida abortada"
              PERFORM ATPC829-ABORTAR
           END-IF
           SET WS-ATPC829-FIN-ENTRADA TO FALSE
           PERFORM UNTIL WS-ATPC829-FIN-ENTRADA
              READ MAP-MAPEO
                  AT END
                     SET WS-ATPC829-FIN-ENTRADA TO TRUE
                  NOT AT END
                     IF WS-ATPC829-MAP-CANT < WS-ATPC829-MAP-MAX
                        PERFORM ATPC829-VALIDAR-MAPEO
                     ELSE
                        DISPLAY "ATPC829 - AVISO: CLRMAPA.DAT excede "
                                WS-ATPC829-MAP-MAX " filas -- fila ["
                                MAP-MAPEO-REG "] descartada"
                        ADD 1 TO WS-ATPC829-MAP-INVALIDAS
                     END-IF
              END-READ
           END-PERFORM
           CLOSE MAP-MAPEO
           .

      *----------------------------------------------------------------
      * Proceso: ATPC829-VALIDAR-MAPEO
      *----------------------------------------------------------------
      * La fila queda en la tabla aun invalida (para rechazar sus
      * detalles con motivo 01 en lugar de tratarlos como sin fila)
      *----------------------------------------------------------------
       ATPC829-VALIDAR-MAPEO.
           IF MAP-CODMAR    IS NOT NUMERIC
           OR MAP-TIPOFAC   IS NOT NUMERIC
           OR MAP-INDNORCOR IS NOT NUMERIC
           OR MAP-CODCONECO IS NOT NUMERIC
           OR MAP-INDTIPT   IS NOT NUMERIC
              DISPLAY "ATPC829 - AVISO: fila de CLRMAPA.DAT con "
                      "codigos no numericos [" MAP-MAPEO-REG
                      "] -- descartada"
              ADD 1 TO WS-ATPC829-MAP-INVALIDAS
           ELSE
              ADD 1 TO WS-ATPC829-MAP-CANT
              MOVE WS-ATPC829-MAP-CANT TO WS-ATPC829-MAP-IDX
              MOVE MAP-CODMAR
                TO WS-ATPC829-MAP-CODMAR(WS-ATPC829-MAP-IDX)
              MOVE MAP-MIEMBRO
                TO WS-ATPC829-MAP-MIEMBRO(WS-ATPC829-MAP-IDX)
              MOVE MAP-CODTRX
                TO WS-ATPC829-MAP-CODTRX(WS-ATPC829-MAP-IDX)
              MOVE MAP-CODENT
                TO WS-ATPC829-MAP-CODENT(WS-ATPC829-MAP-IDX)
              MOVE MAP-TIPOFAC
                TO WS-ATPC829-MAP-TIPOFAC(WS-ATPC829-MAP-IDX)
              MOVE MAP-INDNORCOR
                TO WS-ATPC829-MAP-INDNORCOR(WS-ATPC829-MAP-IDX)
              MOVE MAP-CODCONECO
                TO WS-ATPC829-MAP-CODCONECO(WS-ATPC829-MAP-IDX)
              MOVE MAP-INDTIPT
                TO WS-ATPC829-MAP-INDTIPT(WS-ATPC829-MAP-IDX)
              MOVE MAP-INDVERT
                TO WS-ATPC829-MAP-INDVERT(WS-ATPC829-MAP-IDX)
              MOVE MAP-INDNIVAPL
                TO WS-ATPC829-MAP-INDNIVAPL(WS-ATPC829-MAP-IDX)
              MOVE "N" TO WS-ATPC829-MAP-VALIDA(WS-ATPC829-MAP-IDX)

              INITIALIZE WS-ATPC044
              MOVE MAP-CODENT    TO WS-ATPC044-CODENT
              MOVE MAP-TIPOFAC   TO WS-ATPC044-TIPOFAC
              MOVE MAP-INDNORCOR TO WS-ATPC044-INDNORCOR
              PERFORM ATPC044-BUSCAR-EN-ARREGLO
              IF NOT WS-ATPC044-RETORNO-OK
                 DISPLAY "ATPC829 - AVISO: CLRMAPA.DAT [" MAP-MAPEO-REG
                         "] TIPOFAC/INDNORCOR inexistente en ATPC044"
              ELSE
                 MOVE MAP-CODENT
                   TO WS-ATPC059-CODCONECO-CODENT
                 MOVE WS-ATPC829-MAP-CODCONECO(WS-ATPC829-MAP-IDX)
                   TO WS-ATPC059-CODCONECO-BUSQ
                 PERFORM ATPC059-BUSCAR-POR-CODCONECO
                 PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > WS-ATPC059-CODCONECO-CANT
                    IF WS-ATPC059-CCL-TIPOFAC(WS-I) =
                       WS-ATPC829-MAP-TIPOFAC(WS-ATPC829-MAP-IDX)
                    AND WS-ATPC059-CCL-INDNORCOR(WS-I) =
                       WS-ATPC829-MAP-INDNORCOR(WS-ATPC829-MAP-IDX)
                       MOVE "S"
                         TO WS-ATPC829-MAP-VALIDA(WS-ATPC829-MAP-IDX)
                       MOVE WS-ATPC059-CODCONECO-CANT TO WS-I
                    END-IF
                 END-PERFORM
                 IF WS-ATPC829-MAP-VALIDA(WS-ATPC829-MAP-IDX) NOT = "S"
                    DISPLAY "ATPC829 - AVISO: CLRMAPA.DAT ["
                            MAP-MAPEO-REG "] CODCONECO no aplica al "
                            "TIPOFAC en ATPC059"
                 END-IF
              END-IF
              IF WS-ATPC829-MAP-VALIDA(WS-ATPC829-MAP-IDX) NOT = "S"
                 ADD 1 TO WS-ATPC829-MAP-INVALIDAS
              END-IF

              PERFORM ATPC829-REGISTRAR-MARCA
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC829-REGISTRAR-MARCA
      *----------------------------------------------------------------
       ATPC829-REGISTRAR-MARCA.
           MOVE ZEROES TO WS-ATPC829-MAR-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC829-MAR-CANT
              IF WS-ATPC829-MAR-CODMAR(WS-I) =
                 WS-ATPC829-MAP-CODMAR(WS-ATPC829-MAP-IDX)
                 MOVE WS-I TO WS-ATPC829-MAR-IDX
                 MOVE WS-ATPC829-MAR-CANT TO WS-I
              END-IF
           END-PERFORM
           IF WS-ATPC829-MAR-IDX = ZEROES
           AND WS-ATPC829-MAR-CANT < 100
              ADD 1 TO WS-ATPC829-MAR-CANT
              MOVE WS-ATPC829-MAP-CODMAR(WS-ATPC829-MAP-IDX)
                TO WS-ATPC829-MAR-CODMAR(WS-ATPC829-MAR-CANT)
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC829-LEER-SECUENCIA
      *----------------------------------------------------------------
      * Ultima secuencia de MOV aceptada por ATPC987 (cero si todavia
      * no acepto ninguna); el sobre lleva la siguiente
      *----------------------------------------------------------------
       ATPC829-LEER-SECUENCIA.
           MOVE ZEROES TO WS-ATPC829-ULT-SECUENCIA
           OPEN INPUT SEC-SECUENCIAS
           IF WS-ATPC829-SEC-STATUS = "00"
              SET WS-ATPC829-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC829-FIN-ENTRADA
                 READ SEC-SECUENCIAS
                     AT END
                        SET WS-ATPC829-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF SEC-ALIMENTADOR = "MOV"
                           MOVE SEC-ULTIMA
                             TO WS-ATPC829-ULT-SECUENCIA
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE SEC-SECUENCIAS
           END-IF
           COMPUTE WS-ATPC829-SECUENCIA = WS-ATPC829-ULT-SECUENCIA + 1
           .

      *----------------------------------------------------------------
      * Proceso: ATPC829-PROCESAR-MARCA
      *----------------------------------------------------------------
       ATPC829-PROCESAR-MARCA.
           MOVE WS-ATPC829-MAR-CODMAR(WS-ATPC829-MAR-IDX)
             TO WS-ATPC829-CODMAR
           MOVE SPACES TO WS-ATPC829-CLR-NOMBRE
           STRING "CLR"                       DELIMITED BY SIZE
                  WS-ATPC829-CODMAR           DELIMITED BY SIZE
                  ".DAT"                      DELIMITED BY SIZE
             INTO WS-ATPC829-CLR-NOMBRE
           MOVE ZEROES TO WS-ATPC829-MAR-ACEPTADOS
                          WS-ATPC829-MAR-RECHAZADOS
                          WS-ATPC829-MAR-DUPLICADOS

           OPEN INPUT CLR-COMPENSACION
           IF WS-ATPC829-CLR-STATUS NOT = "00"
              ADD 1 TO WS-ATPC829-ARCH-FALTANTES
              MOVE SPACES TO WS-ATPC829-LINEA
              STRING " MARCA ["               DELIMITED BY SIZE
                     WS-ATPC829-CODMAR        DELIMITED BY SIZE
                     "] ARCHIVO ["            DELIMITED BY SIZE
                     WS-ATPC829-CLR-NOMBRE    DELIMITED BY SIZE
                     "] NO RECIBIDO"          DELIMITED BY SIZE
                INTO WS-ATPC829-LINEA
              WRITE RPT-ATPC829-REG FROM WS-ATPC829-LINEA
              DISPLAY WS-ATPC829-LINEA
           ELSE
              CLOSE CLR-COMPENSACION
              PERFORM ATPC829-FASE1-CONCILIAR
              IF WS-ATPC829-ARCH-CONCILIADO
                 PERFORM ATPC829-FASE2-MAPEAR
              ELSE
                 ADD 1 TO WS-ATPC829-ARCH-RECHAZADOS
                 INITIALIZE WS-ATPCALE-ENTRADA
                 SET WS-ATPCALE-SEV-CRITICA TO TRUE
                 MOVE "ATPC829"             TO WS-ATPCALE-PROGRAMA
                 MOVE SPACES                TO WS-ATPCALE-TABLA
                 MOVE WS-ATPC829-CLR-NOMBRE TO WS-ATPCALE-CLAVE
                 STRING "ARCHIVO DE COMPENSACION DE LA MARCA RECHAZADO "
                        "ENTERO: "             DELIMITED BY SIZE
                        WS-ATPC829-MOTIVO-ARCH DELIMITED BY SIZE
                   INTO WS-ATPCALE-MENSAJE
                 PERFORM ATPCALE-GRABAR-ALERTA
              END-IF
              PERFORM ATPC829-INFORMAR-MARCA
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC829-FASE1-CONCILIAR
      *----------------------------------------------------------------
      * Primera pasada: cuenta detalles e importes y los compara con el
      * TOT de la marca
      *----------------------------------------------------------------
       ATPC829-FASE1-CONCILIAR.
           SET WS-ATPC829-HAY-CAB TO FALSE
           SET WS-ATPC829-HAY-TOT TO FALSE
           SET WS-ATPC829-ARCH-CONCILIADO TO FALSE
           MOVE SPACES TO WS-ATPC829-MOTIVO-ARCH
           MOVE ZEROES TO WS-ATPC829-CLR-LEIDOS
                          WS-ATPC829-CLR-IMPORTE
                          WS-ATPC829-TOT-CANT-GRD
                          WS-ATPC829-TOT-IMP-GRD

           OPEN INPUT CLR-COMPENSACION
           SET WS-ATPC829-FIN-ENTRADA TO FALSE
           PERFORM UNTIL WS-ATPC829-FIN-ENTRADA
              READ CLR-COMPENSACION INTO WS-ATPC829-REG
                  AT END
                     SET WS-ATPC829-FIN-ENTRADA TO TRUE
                  NOT AT END
                     EVALUATE TRUE
                        WHEN WS-ATPC829-HAY-TOT
                           IF WS-ATPC829-MOTIVO-ARCH = SPACES
                              MOVE "REGISTROS DESPUES DEL TOT"
                                TO WS-ATPC829-MOTIVO-ARCH
                           END-IF
                        WHEN WS-ATPC829-CAB-TIPO = "CAB"
                           IF WS-ATPC829-HAY-CAB
                           OR WS-ATPC829-CLR-LEIDOS > ZEROES
                              MOVE "CAB REPETIDO O FUERA DE LUGAR"
                                TO WS-ATPC829-MOTIVO-ARCH
                           END-IF
                           SET WS-ATPC829-HAY-CAB TO TRUE
                           IF WS-ATPC829-CAB-CODMAR NOT =
                              WS-ATPC829-CODMAR
                              MOVE "CAB DE OTRA MARCA"
                                TO WS-ATPC829-MOTIVO-ARCH
                           END-IF
                        WHEN WS-ATPC829-TOT-TIPO = "TOT"
                           SET WS-ATPC829-HAY-TOT TO TRUE
                           MOVE WS-ATPC829-TOT-CANTIDAD
                             TO WS-ATPC829-TOT-CANT-GRD
                           MOVE WS-ATPC829-TOT-IMPORTE
                             TO WS-ATPC829-TOT-IMP-GRD
                        WHEN OTHER
                           ADD 1 TO WS-ATPC829-CLR-LEIDOS
                           IF WS-ATPC829-DET-IMPORTE-ALF IS NUMERIC
                              ADD WS-ATPC829-DET-IMPORTE
                                TO WS-ATPC829-CLR-IMPORTE
                           END-IF
                     END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE CLR-COMPENSACION

           IF WS-ATPC829-MOTIVO-ARCH = SPACES
              EVALUATE TRUE
                 WHEN NOT WS-ATPC829-HAY-CAB
                    MOVE "SIN CAB" TO WS-ATPC829-MOTIVO-ARCH
                 WHEN NOT WS-ATPC829-HAY-TOT
                    MOVE "SIN TOT (TRANSFERENCIA TRUNCA)"
                      TO WS-ATPC829-MOTIVO-ARCH
                 WHEN WS-ATPC829-TOT-CANT-GRD NOT =
                      WS-ATPC829-CLR-LEIDOS
                    MOVE "CANTIDAD DEL TOT NO COINCIDE"
                      TO WS-ATPC829-MOTIVO-ARCH
                 WHEN WS-ATPC829-TOT-IMP-GRD NOT =
                      WS-ATPC829-CLR-IMPORTE
                    MOVE "IMPORTE DEL TOT NO COINCIDE"
                      TO WS-ATPC829-MOTIVO-ARCH
                 WHEN OTHER
                    SET WS-ATPC829-ARCH-CONCILIADO TO TRUE
                    MOVE "CONCILIADO" TO WS-ATPC829-MOTIVO-ARCH
              END-EVALUATE
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC829-FASE2-MAPEAR
      *----------------------------------------------------------------
      * Segunda pasada: traduce y agrega al sobre cada detalle
      *----------------------------------------------------------------
       ATPC829-FASE2-MAPEAR.
           OPEN INPUT CLR-COMPENSACION
           SET WS-ATPC829-FIN-ENTRADA TO FALSE
           PERFORM UNTIL WS-ATPC829-FIN-ENTRADA
              READ CLR-COMPENSACION INTO WS-ATPC829-REG
                  AT END
                     SET WS-ATPC829-FIN-ENTRADA TO TRUE
                  NOT AT END
                     IF WS-ATPC829-DET-TIPO NOT = "CAB"
                     AND WS-ATPC829-DET-TIPO NOT = "TOT"
                        PERFORM ATPC829-PROCESAR-DETALLE
                     END-IF
              END-READ
           END-PERFORM
           CLOSE CLR-COMPENSACION
           .

      *----------------------------------------------------------------
      * Proceso: ATPC829-PROCESAR-DETALLE
      *----------------------------------------------------------------
       ATPC829-PROCESAR-DETALLE.
           MOVE ZEROES TO WS-ATPC829-MOTIVO
           MOVE ZEROES TO WS-ATPC829-MAP-IDX

           IF WS-ATPC829-DET-IMPORTE-ALF IS NOT NUMERIC
           OR WS-ATPC829-DET-CLAMON IS NOT NUMERIC
              MOVE 03 TO WS-ATPC829-MOTIVO
           END-IF

           IF WS-ATPC829-MOTIVO = ZEROES
              MOVE WS-ATPC829-CODMAR      TO WS-ATPC829-BUS-CODMAR
              MOVE WS-ATPC829-DET-MIEMBRO TO WS-ATPC829-BUS-MIEMBRO
              MOVE WS-ATPC829-DET-CODTRX  TO WS-ATPC829-BUS-CODTRX
              PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > WS-ATPC829-MAP-CANT
                 IF WS-ATPC829-MAP-CLAVE(WS-I) = WS-ATPC829-MAP-BUSCADA
                    MOVE WS-I TO WS-ATPC829-MAP-IDX
                    MOVE WS-ATPC829-MAP-CANT TO WS-I
                 END-IF
              END-PERFORM
              IF WS-ATPC829-MAP-IDX = ZEROES
                 MOVE 01 TO WS-ATPC829-MOTIVO
              ELSE
                 IF WS-ATPC829-MAP-VALIDA(WS-ATPC829-MAP-IDX) NOT = "S"
                    MOVE 01 TO WS-ATPC829-MOTIVO
                 END-IF
              END-IF
           END-IF

           IF WS-ATPC829-MOTIVO = ZEROES
              PERFORM ATPC829-CONTROLAR-PRESENTACION
           END-IF

           IF WS-ATPC829-MOTIVO = ZEROES
              PERFORM ATPC829-GRABAR-MOVIMIENTO
           ELSE
              ADD 1 TO WS-ATPC829-RECHAZADOS
              IF WS-ATPC829-MOTIVO = 02 OR WS-ATPC829-MOTIVO = 04
                 ADD 1 TO WS-ATPC829-MAR-DUPLICADOS
              ELSE
                 ADD 1 TO WS-ATPC829-MAR-RECHAZADOS
              END-IF
              MOVE WS-ATPC829-CODMAR TO RCH-CODMAR
              MOVE WS-ATPC829-MOTIVO TO RCH-MOTIVO
              MOVE WS-ATPC829-REG    TO RCH-DETALLE
              WRITE RCH-RECHAZOS-REG
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC829-CONTROLAR-PRESENTACION
      *----------------------------------------------------------------
      * Contra el historico: nueva, repeticion del sobre no aceptado
      * (misma secuencia, otra corrida), presentada antes (motivo 02)
      * o duplicada dentro del archivo (motivo 04)
      *----------------------------------------------------------------
       ATPC829-CONTROLAR-PRESENTACION.
           MOVE WS-ATPC829-CODMAR         TO HIS-CODMAR
           MOVE WS-ATPC829-DET-REFERENCIA TO HIS-REFERENCIA
           READ HIS-HISTORICO
               KEY IS HIS-CLAVE
               INVALID KEY
                  MOVE WS-ATPC829-HOY       TO HIS-FECHA
                  MOVE WS-ATPC829-SECUENCIA TO HIS-SECUENCIA
                  MOVE WS-ATPCRUN-JOBID     TO HIS-JOBID
                  WRITE HIS-HISTORICO-REG
                      INVALID KEY
                         MOVE 04 TO WS-ATPC829-MOTIVO
                  END-WRITE
               NOT INVALID KEY
                  EVALUATE TRUE
                     WHEN HIS-SECUENCIA NOT = WS-ATPC829-SECUENCIA
                        MOVE 02 TO WS-ATPC829-MOTIVO
                     WHEN HIS-JOBID = WS-ATPCRUN-JOBID
                        MOVE 04 TO WS-ATPC829-MOTIVO
                     WHEN OTHER
                        MOVE WS-ATPC829-HOY   TO HIS-FECHA
                        MOVE WS-ATPCRUN-JOBID TO HIS-JOBID
                        REWRITE HIS-HISTORICO-REG
                            INVALID KEY
                               MOVE 04 TO WS-ATPC829-MOTIVO
                        END-REWRITE
                  END-EVALUATE
           END-READ
           .

      *----------------------------------------------------------------
      * Proceso: ATPC829-GRABAR-MOVIMIENTO
      *----------------------------------------------------------------
       ATPC829-GRABAR-MOVIMIENTO.
           INITIALIZE WS-ATPC829-MOV
           MOVE WS-ATPC829-MAP-CODENT(WS-ATPC829-MAP-IDX)
             TO WS-ATPC829-MOV-CODENT
           MOVE WS-ATPC829-CODMAR          TO WS-ATPC829-MOV-CODMAR
           MOVE WS-ATPC829-MAP-INDTIPT(WS-ATPC829-MAP-IDX)
             TO WS-ATPC829-MOV-INDTIPT
           MOVE WS-ATPC829-MAP-TIPOFAC(WS-ATPC829-MAP-IDX)
             TO WS-ATPC829-MOV-TIPOFAC
           MOVE WS-ATPC829-MAP-INDNORCOR(WS-ATPC829-MAP-IDX)
             TO WS-ATPC829-MOV-INDNORCOR
           MOVE WS-ATPC829-MAP-INDVERT(WS-ATPC829-MAP-IDX)
             TO WS-ATPC829-MOV-INDVERT
           MOVE WS-ATPC829-MAP-INDNIVAPL(WS-ATPC829-MAP-IDX)
             TO WS-ATPC829-MOV-INDNIVAPL
           MOVE WS-ATPC829-MAP-CODCONECO(WS-ATPC829-MAP-IDX)
             TO WS-ATPC829-MOV-CODCONECO
           MOVE WS-ATPC829-DET-NUMCUENTA   TO WS-ATPC829-MOV-NUMCUENTA
           MOVE WS-ATPC829-DET-IMPORTE     TO WS-ATPC829-MOV-IMPORTE
           MOVE WS-ATPC829-DET-FECHA       TO WS-ATPC829-MOV-FECHA
           MOVE WS-ATPC829-DET-CLAMON      TO WS-ATPC829-MOV-CLAMON
           WRITE ENV-MOVFACT-REG FROM WS-ATPC829-MOV

           ADD 1 TO WS-ATPC829-ENV-CANTIDAD
                    WS-ATPC829-ACEPTADOS
                    WS-ATPC829-MAR-ACEPTADOS
           ADD WS-ATPC829-DET-IMPORTE TO WS-ATPC829-ENV-HASH
           .

      *----------------------------------------------------------------
      * Proceso: ATPC829-INFORMAR-MARCA
      *----------------------------------------------------------------
      * Conciliacion de la marca: TOT de la marca contra lo contado, y
      * el destino de los detalles
      *----------------------------------------------------------------
       ATPC829-INFORMAR-MARCA.
           MOVE WS-ATPC829-TOT-CANT-GRD TO WS-ATPC829-CANT-ED
           MOVE WS-ATPC829-CLR-LEIDOS   TO WS-ATPC829-CANT2-ED
           MOVE WS-ATPC829-TOT-IMP-GRD  TO WS-ATPC829-IMP-ED
           MOVE WS-ATPC829-CLR-IMPORTE  TO WS-ATPC829-IMP2-ED
           MOVE SPACES TO WS-ATPC829-LINEA
           STRING " MARCA ["                  DELIMITED BY SIZE
                  WS-ATPC829-CODMAR           DELIMITED BY SIZE
                  "] TOT CANT/IMP ["          DELIMITED BY SIZE
                  WS-ATPC829-CANT-ED          DELIMITED BY SIZE
                  "/"                         DELIMITED BY SIZE
                  WS-ATPC829-IMP-ED           DELIMITED BY SIZE
                  "] LEIDO ["                 DELIMITED BY SIZE
                  WS-ATPC829-CANT2-ED         DELIMITED BY SIZE
                  "/"                         DELIMITED BY SIZE
                  WS-ATPC829-IMP2-ED          DELIMITED BY SIZE
                  "] "                        DELIMITED BY SIZE
                  WS-ATPC829-MOTIVO-ARCH      DELIMITED BY SIZE
             INTO WS-ATPC829-LINEA
           WRITE RPT-ATPC829-REG FROM WS-ATPC829-LINEA
           DISPLAY WS-ATPC829-LINEA
           IF WS-ATPC829-ARCH-CONCILIADO
              MOVE SPACES TO WS-ATPC829-LINEA
              STRING "   ACEPTADOS ["             DELIMITED BY SIZE
                     WS-ATPC829-MAR-ACEPTADOS     DELIMITED BY SIZE
                     "] RECHAZADOS ["             DELIMITED BY SIZE
                     WS-ATPC829-MAR-RECHAZADOS    DELIMITED BY SIZE
                     "] DUPLICADOS ["             DELIMITED BY SIZE
                     WS-ATPC829-MAR-DUPLICADOS    DELIMITED BY SIZE
                     "]"                          DELIMITED BY SIZE
                INTO WS-ATPC829-LINEA
              WRITE RPT-ATPC829-REG FROM WS-ATPC829-LINEA
              DISPLAY WS-ATPC829-LINEA
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

       COPY "ATPC044-PR".
       COPY "ATPC059-PR".
       COPY "ATPC096-PR".
       COPY "ATPCALE-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
