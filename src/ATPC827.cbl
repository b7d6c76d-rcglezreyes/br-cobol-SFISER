       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC827.
      *----------------------------------------------------------------
      * Programa batch de cierre de mes de facturacion del servicio de
      * procesamiento a las entidades: cuenta las unidades de servicio
      * producidas en el mes para cada CODENT a partir de los archivos
      * del sistema, en lugar de los conteos cargados a mano --
      *  - CTA cuentas: cuentas no castigadas del maestro CTAMAE.DAT
      *    al momento del cierre;
      *  - MOV movimientos: registros de entrada de ATPC915 en la
      *    bitacora de balanceo ATPCBAL.DAT;
      *  - EXT extractos (ATPC954), TAR tarjetas embozadas (ATPC981)
      *    y CAR cartas de gestion (ATPC959): bitacora de volumenes
      *    VOLUMEN.DAT (ATPCVOL).
      * De cada bitacora se toma, por programa, entidad y dia, la
      * ultima fila: la corrida repetida del dia reemplaza a la
      * anterior en lugar de sumarse.
      *
      * Las unidades se valorizan contra la lista de precios
      * TARIFAS.DAT, que fija el precio unitario por servicio para
      * una entidad (tipo "E", clave CODENT) o para todo un grupo de
      * entidades comerciales (tipo "G", clave CODENTCOM de ATPC021);
      * el precio de la entidad prevalece sobre el de su grupo. Las
      * unidades de un servicio sin precio se informan, no se
      * facturan y la corrida termina con RC 4.
      *
      * Salidas --
      *  - FACPROC.DAT: una factura por entidad con importe (CAB
      *    encabezado, DET por servicio, TOT totales);
      *  - PROCGL.DAT: por factura la pareja de asientos (layout de
      *    ASIENTOS.DAT de ATPC955, origen FPR) DEBE la cuenta a
      *    cobrar y HABER la cuenta de ingresos por servicios, que
      *    ATPC955 toma esa misma noche;
      *  - ATPC827.RPT: detalle por entidad y totales.
      * Ambos archivos se recrean en cada corrida: repetir el cierre
      * del mes reemplaza la facturacion anterior.
      *
      * ATPC827.PRM (primera linea, campos contiguos, requerido):
      *  PERIODO(7 AAAA-MM, en blanco = mes en curso) CONTCUR de la
      *  cuenta a cobrar(26) CONTCUR de la cuenta de ingresos(26)
      *
      * Layout de TARIFAS.DAT:
      *  TIPO(1 E/G) CLAVE(10) SERVICIO(3 CTA/MOV/EXT/TAR/CAR)
      *  PRECIO 9(05)V9(04)
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
           SELECT PRM-ATPC827 ASSIGN TO "ATPC827.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC827-PRM-STATUS.
           SELECT TAR-TARIFAS ASSIGN TO "TARIFAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC827-TAR-STATUS.
           SELECT CTM-MAESTRO ASSIGN TO "CTAMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTM-CLAVE
               FILE STATUS IS WS-ATPC827-CTM-STATUS.
      * Bitacora de balanceo entre pasos de la cadena -- ver
      * ATPCBAL-BAL.cpy
           SELECT BAL-BALANCEO ASSIGN TO "ATPCBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCBAL-STATUS.
      * Bitacora de volumenes de servicio por entidad -- ver
      * ATPCVOL-VOL.cpy
           SELECT VOL-VOLUMENES ASSIGN TO "VOLUMEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCVOL-STATUS.
           SELECT FAC-PROCESAMIENTO ASSIGN TO "FACPROC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC827-FAC-STATUS.
           SELECT AST-PROCESAMIENTO ASSIGN TO "PROCGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC827-AST-STATUS.
           SELECT RPT-ATPC827 ASSIGN TO "ATPC827.RPT"
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
       COPY "ATPCBAL-BAL".
       COPY "ATPCVOL-VOL".

       FD  PRM-ATPC827
           RECORDING MODE IS F.
       01  PRM-ATPC827-REG.
           05  PRM-ATPC827-PERIODO            PIC X(07).
           05  PRM-ATPC827-CTA-COBRAR         PIC X(26).
           05  PRM-ATPC827-CTA-INGRESOS       PIC X(26).

       FD  TAR-TARIFAS
           RECORDING MODE IS F.
       01  TAR-TARIFAS-REG.
           05  TAR-TIPO                       PIC X(01).
           05  TAR-CLAVE                      PIC X(10).
           05  TAR-SERVICIO                   PIC X(03).
           05  TAR-PRECIO                     PIC 9(05)V9(04).

       FD  FAC-PROCESAMIENTO
           RECORDING MODE IS F.
       01  FAC-PROCESAMIENTO-REG              PIC X(100).

       FD  AST-PROCESAMIENTO
           RECORDING MODE IS F.
       01  AST-PROCESAMIENTO-REG.
           05  AST-TIPO                       PIC X(03).
           05  AST-CODENT                     PIC X(04).
           05  AST-ORIGEN                     PIC X(03).
           05  AST-DEBHAB                     PIC X(01).
           05  AST-CONTCUR                    PIC X(26).
           05  AST-IMPORTE                    PIC 9(13)V99.
           05  AST-FECHA                      PIC X(10).
           05  AST-REFERENCIA                 PIC X(20).

       FD  RPT-ATPC827
           RECORDING MODE IS F.
       01  RPT-ATPC827-REG                    PIC X(130).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPC021-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".
       COPY "ATPCBAL-WS".
       COPY "ATPCVOL-WS".

       77  WS-ATPC827-PRM-STATUS              PIC X(02).
       77  WS-ATPC827-TAR-STATUS              PIC X(02).
       77  WS-ATPC827-CTM-STATUS              PIC X(02).
       77  WS-ATPC827-FAC-STATUS              PIC X(02).
       77  WS-ATPC827-AST-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC827-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.

      * Mes facturado (AAAA-MM), su forma AAAAMM para comparar contra
      * las fechas de las bitacoras, y la fecha del dia
       01  WS-ATPC827-PERIODO.
           05  WS-ATPC827-PER-AAAA            PIC 9(04).
           05  WS-ATPC827-PER-G1              PIC X(01) VALUE "-".
           05  WS-ATPC827-PER-MM              PIC 9(02).
       01  WS-ATPC827-PER-AM.
           05  WS-ATPC827-PER-AM-AAAA         PIC 9(04).
           05  WS-ATPC827-PER-AM-MM           PIC 9(02).
       01  WS-ATPC827-HOY-AMD.
           05  WS-ATPC827-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC827-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC827-HOY-AMD-DD          PIC 9(02).
       01  WS-ATPC827-HOY.
           05  WS-ATPC827-HOY-AAAA            PIC 9(04).
           05  WS-ATPC827-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC827-HOY-MM              PIC 9(02).
           05  WS-ATPC827-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC827-HOY-DD              PIC 9(02).

      * Cuentas contables de la factura (ATPC827.PRM)
       77  WS-ATPC827-CTA-COBRAR              PIC X(26).
       77  WS-ATPC827-CTA-INGRESOS            PIC X(26).

      * Servicios facturables y programa que asienta su volumen
       78  WS-ATPC827-SRV-CANT                VALUE 5.
       01  WS-ATPC827-SRV-DEF.
           05  FILLER  PIC X(11) VALUE "CTACTAMAE  ".
           05  FILLER  PIC X(11) VALUE "MOVATPC915 ".
           05  FILLER  PIC X(11) VALUE "EXTATPC954 ".
           05  FILLER  PIC X(11) VALUE "TARATPC981 ".
           05  FILLER  PIC X(11) VALUE "CARATPC959 ".
       01  FILLER REDEFINES WS-ATPC827-SRV-DEF.
           05  WS-ATPC827-SRV OCCURS 5 TIMES.
               10  WS-ATPC827-SRV-CODIGO      PIC X(03).
               10  WS-ATPC827-SRV-PROGRAMA    PIC X(08).
       77  WS-ATPC827-SRV-IDX                 PIC 9(01).

      * Lista de precios en memoria (TARIFAS.DAT)
       78  WS-ATPC827-TAR-MAX                 VALUE 1000.
       77  WS-ATPC827-TAR-CANT                PIC 9(04) VALUE 0.
       01  WS-ATPC827-TARIFAS.
           05  WS-ATPC827-TAR OCCURS 1000 TIMES.
               10  WS-ATPC827-TAR-TIPO        PIC X(01).
               10  WS-ATPC827-TAR-CLAVE       PIC X(10).
               10  WS-ATPC827-TAR-SERVICIO    PIC X(03).
               10  WS-ATPC827-TAR-PRECIO      PIC 9(05)V9(04).

      * Ultima fila del mes por programa, entidad y dia de las
      * bitacoras de balanceo y de volumenes
       78  WS-ATPC827-DIA-MAX                 VALUE 10000.
       77  WS-ATPC827-DIA-CANT                PIC 9(05) VALUE 0.
       77  WS-ATPC827-DIA-IDX                 PIC 9(05).
       01  WS-ATPC827-DIAS.
           05  WS-ATPC827-DIA OCCURS 10000 TIMES.
               10  WS-ATPC827-DIA-PROGRAMA    PIC X(08).
               10  WS-ATPC827-DIA-CODENT      PIC X(04).
               10  WS-ATPC827-DIA-FECHA       PIC 9(08).
               10  WS-ATPC827-DIA-UNIDADES    PIC 9(09).
       77  WS-ATPC827-FIL-PROGRAMA            PIC X(08).
       77  WS-ATPC827-FIL-CODENT              PIC X(04).
       77  WS-ATPC827-FIL-FECHA               PIC 9(08).
       77  WS-ATPC827-FIL-UNIDADES            PIC 9(09).

      * Unidades del mes por entidad y servicio
       78  WS-ATPC827-ENT-MAX                 VALUE 200.
       77  WS-ATPC827-ENT-CANT                PIC 9(03) VALUE 0.
       77  WS-ATPC827-ENT-IDX                 PIC 9(03).
       01  WS-ATPC827-ENTIDADES.
           05  WS-ATPC827-ENT OCCURS 200 TIMES.
               10  WS-ATPC827-ENT-CODENT      PIC X(04).
               10  WS-ATPC827-ENT-UNIDADES    PIC 9(09)
                                              OCCURS 5 TIMES.
       77  WS-ATPC827-CODENT                  PIC X(04).

      * Factura en curso
       77  WS-ATPC827-NUMFAC                  PIC X(13).
       77  WS-ATPC827-CODENTCOM               PIC X(10).
       77  WS-ATPC827-PRECIO                  PIC 9(05)V9(04).
       01  FILLER                             PIC X(01).
           88 WS-ATPC827-CON-PRECIO           VALUE "S"
              WHEN SET TO FALSE "N".
       77  WS-ATPC827-IMPORTE                 PIC 9(13)V99.
       77  WS-ATPC827-FAC-LINEAS              PIC 9(02).
       77  WS-ATPC827-FAC-TOTAL               PIC 9(13)V99.

      * Registros de salida de la factura, volcados sobre la FD
       01  WS-ATPC827-CAB.
           05  FILLER                         PIC X(03) VALUE "CAB".
           05  WS-ATPC827-CAB-CODENT          PIC X(04).
           05  WS-ATPC827-CAB-PERIODO         PIC X(07).
           05  WS-ATPC827-CAB-NUMFAC          PIC X(13).
           05  WS-ATPC827-CAB-CODENTCOM       PIC X(10).
           05  WS-ATPC827-CAB-CODENTDES       PIC X(30).
           05  WS-ATPC827-CAB-FECHA           PIC X(10).
           05  FILLER                         PIC X(23) VALUE SPACES.

       01  WS-ATPC827-DET.
           05  FILLER                         PIC X(03) VALUE "DET".
           05  WS-ATPC827-DET-CODENT          PIC X(04).
           05  WS-ATPC827-DET-PERIODO         PIC X(07).
           05  WS-ATPC827-DET-SERVICIO        PIC X(03).
           05  WS-ATPC827-DET-UNIDADES        PIC 9(09).
           05  WS-ATPC827-DET-PRECIO          PIC 9(05)V9(04).
           05  WS-ATPC827-DET-IMPORTE         PIC 9(13)V99.
           05  FILLER                         PIC X(50) VALUE SPACES.

       01  WS-ATPC827-TOT.
           05  FILLER                         PIC X(03) VALUE "TOT".
           05  WS-ATPC827-TOT-CODENT          PIC X(04).
           05  WS-ATPC827-TOT-PERIODO         PIC X(07).
           05  WS-ATPC827-TOT-LINEAS          PIC 9(02).
           05  WS-ATPC827-TOT-IMPORTE         PIC 9(13)V99.
           05  FILLER                         PIC X(69) VALUE SPACES.

       77  WS-ATPC827-PRECIO-ED               PIC Z(04)9.9999.
       77  WS-ATPC827-IMPORTE-ED              PIC Z(12)9.99.

      * Contadores del resumen final
       77  WS-ATPC827-CUENTAS                 PIC 9(08) VALUE 0.
       77  WS-ATPC827-FILAS-MES               PIC 9(08) VALUE 0.
       77  WS-ATPC827-FACTURAS                PIC 9(06) VALUE 0.
       77  WS-ATPC827-SIN-TARIFA              PIC 9(06) VALUE 0.
       77  WS-ATPC827-SIN-ENTIDAD             PIC 9(06) VALUE 0.
       77  WS-ATPC827-TOTAL                   PIC 9(13)V99 VALUE 0.

       01  WS-ATPC827-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC827-PRINCIPAL
      *----------------------------------------------------------------
       ATPC827-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC827: FACTURACION DE PROCESAMIENTO A ENTIDADES      -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC827" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC021-CARGAR-ARREGLO

           PERFORM ATPC827-LEER-PARAMETROS
           PERFORM ATPC827-CARGAR-TARIFAS

      * Cuentas del maestro al cierre
           OPEN INPUT CTM-MAESTRO
           IF WS-ATPC827-CTM-STATUS NOT = "00"
              DISPLAY "ATPC827 - ERROR: no se pudo abrir CTAMAE.DAT "
                      "-- FILE STATUS:[" WS-ATPC827-CTM-STATUS "] -- "
                      "corrida abortada"
              PERFORM ATPC827-ABORTAR
           END-IF
           MOVE LOW-VALUES TO CTM-CLAVE
           START CTM-MAESTRO KEY IS NOT LESS THAN CTM-CLAVE
               INVALID KEY
                  SET WS-ATPC827-FIN-ENTRADA TO TRUE
               NOT INVALID KEY
                  SET WS-ATPC827-FIN-ENTRADA TO FALSE
           END-START
           PERFORM UNTIL WS-ATPC827-FIN-ENTRADA
              READ CTM-MAESTRO NEXT RECORD
                  AT END
                     SET WS-ATPC827-FIN-ENTRADA TO TRUE
                  NOT AT END
                     IF NOT CTM-CASTIGADA
                        ADD 1 TO WS-ATPC827-CUENTAS
                        MOVE CTM-CODENT TO WS-ATPC827-CODENT
                        PERFORM ATPC827-UBICAR-ENTIDAD
                        ADD 1 TO WS-ATPC827-ENT-UNIDADES
                                 (WS-ATPC827-ENT-IDX 1)
                     END-IF
              END-READ
           END-PERFORM
           CLOSE CTM-MAESTRO

      * Movimientos de ATPC915 en la bitacora de balanceo (la fila
      * "****" es el total del paso y no se toma)
           OPEN INPUT BAL-BALANCEO
           IF WS-ATPCBAL-STATUS NOT = "00"
              DISPLAY "ATPC827 - AVISO: sin ATPCBAL.DAT -- el mes no "
                      "factura movimientos"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              SET WS-ATPC827-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC827-FIN-ENTRADA
                 READ BAL-BALANCEO
                     AT END
                        SET WS-ATPC827-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF BAL-PROGRAMA = "ATPC915"
                        AND BAL-CODENT NOT = "****"
                        AND BAL-FECHA(1:6) = WS-ATPC827-PER-AM
                           MOVE BAL-PROGRAMA    TO
                                WS-ATPC827-FIL-PROGRAMA
                           MOVE BAL-CODENT      TO WS-ATPC827-FIL-CODENT
                           MOVE BAL-FECHA       TO WS-ATPC827-FIL-FECHA
                           MOVE BAL-REG-ENTRADA TO
                                WS-ATPC827-FIL-UNIDADES
                           PERFORM ATPC827-REGISTRAR-DIA
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE BAL-BALANCEO
           END-IF

      * Extractos, tarjetas y cartas en la bitacora de volumenes
           OPEN INPUT VOL-VOLUMENES
           IF WS-ATPCVOL-STATUS NOT = "00"
              DISPLAY "ATPC827 - AVISO: sin VOLUMEN.DAT -- el mes no "
                      "factura extractos, tarjetas ni cartas"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              SET WS-ATPC827-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC827-FIN-ENTRADA
                 READ VOL-VOLUMENES
                     AT END
                        SET WS-ATPC827-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF VOL-FECHA(1:6) = WS-ATPC827-PER-AM
                           MOVE VOL-PROGRAMA  TO WS-ATPC827-FIL-PROGRAMA
                           MOVE VOL-CODENT    TO WS-ATPC827-FIL-CODENT
                           MOVE VOL-FECHA     TO WS-ATPC827-FIL-FECHA
                           MOVE VOL-UNIDADES  TO WS-ATPC827-FIL-UNIDADES
                           PERFORM ATPC827-REGISTRAR-DIA
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE VOL-VOLUMENES
           END-IF

      * Dias del mes acumulados por entidad y servicio
           PERFORM VARYING WS-ATPC827-DIA-IDX FROM 1 BY 1
                     UNTIL WS-ATPC827-DIA-IDX > WS-ATPC827-DIA-CANT
              MOVE ZEROES TO WS-ATPC827-SRV-IDX
              PERFORM VARYING WS-I FROM 2 BY 1
                        UNTIL WS-I > WS-ATPC827-SRV-CANT
                 IF WS-ATPC827-SRV-PROGRAMA(WS-I) =
                    WS-ATPC827-DIA-PROGRAMA(WS-ATPC827-DIA-IDX)
                    MOVE WS-I TO WS-ATPC827-SRV-IDX
                 END-IF
              END-PERFORM
              IF WS-ATPC827-SRV-IDX > ZEROES
                 MOVE WS-ATPC827-DIA-CODENT(WS-ATPC827-DIA-IDX)
                   TO WS-ATPC827-CODENT
                 PERFORM ATPC827-UBICAR-ENTIDAD
                 ADD WS-ATPC827-DIA-UNIDADES(WS-ATPC827-DIA-IDX)
                   TO WS-ATPC827-ENT-UNIDADES
                      (WS-ATPC827-ENT-IDX WS-ATPC827-SRV-IDX)
              END-IF
           END-PERFORM

           OPEN OUTPUT FAC-PROCESAMIENTO
           IF WS-ATPC827-FAC-STATUS NOT = "00"
              DISPLAY "ATPC827 - ERROR: no se pudo abrir FACPROC.DAT "
                      "-- FILE STATUS:[" WS-ATPC827-FAC-STATUS "] -- "
                      "corrida abortada"
              PERFORM ATPC827-ABORTAR
           END-IF
           OPEN OUTPUT AST-PROCESAMIENTO
           IF WS-ATPC827-AST-STATUS NOT = "00"
              DISPLAY "ATPC827 - ERROR: no se pudo abrir PROCGL.DAT "
                      "-- FILE STATUS:[" WS-ATPC827-AST-STATUS "] -- "
                      "corrida abortada"
              CLOSE FAC-PROCESAMIENTO
              PERFORM ATPC827-ABORTAR
           END-IF
           OPEN OUTPUT RPT-ATPC827

           MOVE SPACES TO WS-ATPC827-LINEA
           STRING " FACTURACION DE PROCESAMIENTO DEL MES ["
                                              DELIMITED BY SIZE
                  WS-ATPC827-PERIODO          DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC827-LINEA
           WRITE RPT-ATPC827-REG FROM WS-ATPC827-LINEA
           DISPLAY WS-ATPC827-LINEA

           PERFORM VARYING WS-ATPC827-ENT-IDX FROM 1 BY 1
                     UNTIL WS-ATPC827-ENT-IDX > WS-ATPC827-ENT-CANT
              PERFORM ATPC827-FACTURAR-ENTIDAD
           END-PERFORM

           MOVE WS-ATPC827-TOTAL TO WS-ATPC827-IMPORTE-ED
           MOVE SPACES TO WS-ATPC827-LINEA
           WRITE RPT-ATPC827-REG FROM WS-ATPC827-LINEA
           MOVE SPACES TO WS-ATPC827-LINEA
           STRING " CUENTAS: "                DELIMITED BY SIZE
                  WS-ATPC827-CUENTAS          DELIMITED BY SIZE
                  "  FILAS DEL MES: "         DELIMITED BY SIZE
                  WS-ATPC827-FILAS-MES        DELIMITED BY SIZE
                  "  FACTURAS: "              DELIMITED BY SIZE
                  WS-ATPC827-FACTURAS         DELIMITED BY SIZE
                  "  SIN TARIFA: "            DELIMITED BY SIZE
                  WS-ATPC827-SIN-TARIFA       DELIMITED BY SIZE
                  "  SIN ENTIDAD: "           DELIMITED BY SIZE
                  WS-ATPC827-SIN-ENTIDAD      DELIMITED BY SIZE
                  "  TOTAL: "                 DELIMITED BY SIZE
                  WS-ATPC827-IMPORTE-ED       DELIMITED BY SIZE
             INTO WS-ATPC827-LINEA
           WRITE RPT-ATPC827-REG FROM WS-ATPC827-LINEA
           DISPLAY WS-ATPC827-LINEA

           CLOSE FAC-PROCESAMIENTO
                 AST-PROCESAMIENTO
                 RPT-ATPC827

           IF WS-ATPC827-SIN-TARIFA > ZEROES
           OR WS-ATPC827-SIN-ENTIDAD > ZEROES
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY
           "- ATPC827: FACTURACION FINALIZADA                        -"
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
      * Proceso: ATPC827-ABORTAR
      *----------------------------------------------------------------
       ATPC827-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC827-LEER-PARAMETROS
      *----------------------------------------------------------------
      * Mes a facturar (por omision el mes en curso) y cuentas
      * contables de la factura; sin ATPC827.PRM la corrida aborta
      *----------------------------------------------------------------
       ATPC827-LEER-PARAMETROS.
           ACCEPT WS-ATPC827-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC827-HOY-G1 WS-ATPC827-HOY-G2
           MOVE WS-ATPC827-HOY-AMD-AAAA TO WS-ATPC827-HOY-AAAA
                                           WS-ATPC827-PER-AAAA
           MOVE WS-ATPC827-HOY-AMD-MM   TO WS-ATPC827-HOY-MM
                                           WS-ATPC827-PER-MM
           MOVE WS-ATPC827-HOY-AMD-DD   TO WS-ATPC827-HOY-DD
           MOVE "-" TO WS-ATPC827-PER-G1

           OPEN INPUT PRM-ATPC827
           IF WS-ATPC827-PRM-STATUS NOT = "00"
              DISPLAY "ATPC827 - ERROR: no se pudo abrir ATPC827.PRM "
                      "-- FILE STATUS:[" WS-ATPC827-PRM-STATUS "] -- "
                      "corrida abortada"
              PERFORM ATPC827-ABORTAR
           END-IF
           READ PRM-ATPC827
               AT END
                  DISPLAY "ATPC827 - ERROR: ATPC827.PRM vacio -- "
                          "corrida abortada"
                  CLOSE PRM-ATPC827
                  PERFORM ATPC827-ABORTAR
           END-READ
           CLOSE PRM-ATPC827

           EVALUATE TRUE
              WHEN PRM-ATPC827-PERIODO = SPACES
                 CONTINUE
              WHEN PRM-ATPC827-PERIODO(1:4) IS NUMERIC
               AND PRM-ATPC827-PERIODO(5:1) = "-"
               AND PRM-ATPC827-PERIODO(6:2) IS NUMERIC
               AND PRM-ATPC827-PERIODO(6:2) >= "01"
               AND PRM-ATPC827-PERIODO(6:2) <= "12"
                 MOVE PRM-ATPC827-PERIODO TO WS-ATPC827-PERIODO
              WHEN OTHER
                 DISPLAY "ATPC827 - AVISO: periodo invalido en "
                         "ATPC827.PRM [" PRM-ATPC827-PERIODO "] -- "
                         "se factura el mes en curso"
           END-EVALUATE
           MOVE WS-ATPC827-PER-AAAA TO WS-ATPC827-PER-AM-AAAA
           MOVE WS-ATPC827-PER-MM   TO WS-ATPC827-PER-AM-MM

           MOVE PRM-ATPC827-CTA-COBRAR   TO WS-ATPC827-CTA-COBRAR
           MOVE PRM-ATPC827-CTA-INGRESOS TO WS-ATPC827-CTA-INGRESOS
           IF WS-ATPC827-CTA-COBRAR = SPACES
           OR WS-ATPC827-CTA-INGRESOS = SPACES
              DISPLAY "ATPC827 - ERROR: ATPC827.PRM sin las cuentas "
                      "contables de la factura -- corrida abortada"
              PERFORM ATPC827-ABORTAR
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC827-CARGAR-TARIFAS
      *----------------------------------------------------------------
       ATPC827-CARGAR-TARIFAS.
           OPEN INPUT TAR-TARIFAS
           IF WS-ATPC827-TAR-STATUS NOT = "00"
              DISPLAY "ATPC827 - ERROR: no se pudo abrir TARIFAS.DAT "
                      "-- FILE STATUS:[" WS-ATPC827-TAR-STATUS "] -- "
                      "corrida abortada"
              PERFORM ATPC827-ABORTAR
           END-IF
           SET WS-ATPC827-FIN-ENTRADA TO FALSE
           PERFORM UNTIL WS-ATPC827-FIN-ENTRADA
              READ TAR-TARIFAS
                  AT END
                     SET WS-ATPC827-FIN-ENTRADA TO TRUE
                  NOT AT END
                     IF WS-ATPC827-TAR-CANT < WS-ATPC827-TAR-MAX
                        ADD 1 TO WS-ATPC827-TAR-CANT
                        MOVE TAR-TIPO
                          TO WS-ATPC827-TAR-TIPO(WS-ATPC827-TAR-CANT)
                        MOVE TAR-CLAVE
                          TO WS-ATPC827-TAR-CLAVE(WS-ATPC827-TAR-CANT)
                        MOVE TAR-SERVICIO
                          TO WS-ATPC827-TAR-SERVICIO
                             (WS-ATPC827-TAR-CANT)
                        MOVE TAR-PRECIO
                          TO WS-ATPC827-TAR-PRECIO(WS-ATPC827-TAR-CANT)
                     ELSE
                        DISPLAY "ATPC827 - ERROR: TARIFAS.DAT supera "
                                "la capacidad maxima ["
                                WS-ATPC827-TAR-MAX "] -- corrida "
                                "abortada"
                        CLOSE TAR-TARIFAS
                        PERFORM ATPC827-ABORTAR
                     END-IF
              END-READ
           END-PERFORM
           CLOSE TAR-TARIFAS
           .

      *----------------------------------------------------------------
      * Proceso: ATPC827-REGISTRAR-DIA
      *----------------------------------------------------------------
      * La fila posterior del mismo programa, entidad y dia (corrida
      * repetida) reemplaza las unidades de la anterior
      *----------------------------------------------------------------
       ATPC827-REGISTRAR-DIA.
           ADD 1 TO WS-ATPC827-FILAS-MES
           MOVE ZEROES TO WS-ATPC827-DIA-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC827-DIA-CANT
              IF WS-ATPC827-DIA-PROGRAMA(WS-I) =
                 WS-ATPC827-FIL-PROGRAMA
              AND WS-ATPC827-DIA-CODENT(WS-I) = WS-ATPC827-FIL-CODENT
              AND WS-ATPC827-DIA-FECHA(WS-I) = WS-ATPC827-FIL-FECHA
                 MOVE WS-I TO WS-ATPC827-DIA-IDX
                 MOVE WS-ATPC827-DIA-CANT TO WS-I
              END-IF
           END-PERFORM
           IF WS-ATPC827-DIA-IDX = ZEROES
              IF WS-ATPC827-DIA-CANT < WS-ATPC827-DIA-MAX
                 ADD 1 TO WS-ATPC827-DIA-CANT
                 MOVE WS-ATPC827-DIA-CANT TO WS-ATPC827-DIA-IDX
                 MOVE WS-ATPC827-FIL-PROGRAMA
                   TO WS-ATPC827-DIA-PROGRAMA(WS-ATPC827-DIA-IDX)
                 MOVE WS-ATPC827-FIL-CODENT
                   TO WS-ATPC827-DIA-CODENT(WS-ATPC827-DIA-IDX)
                 MOVE WS-ATPC827-FIL-FECHA
                   TO WS-ATPC827-DIA-FECHA(WS-ATPC827-DIA-IDX)
              ELSE
      * Un dia sin registrar quedaria sin facturar: la corrida se
      * aborta antes de emitir facturas
                 DISPLAY "ATPC827 - ALERTA: el arreglo de dias "
                         "alcanzo su capacidad maxima ["
                         WS-ATPC827-DIA-MAX "] -- corrida abortada"
                 PERFORM ATPC827-ABORTAR
              END-IF
           END-IF
           MOVE WS-ATPC827-FIL-UNIDADES
             TO WS-ATPC827-DIA-UNIDADES(WS-ATPC827-DIA-IDX)
           .

      *----------------------------------------------------------------
      * Proceso: ATPC827-UBICAR-ENTIDAD
      *----------------------------------------------------------------
      * Deja en WS-ATPC827-ENT-IDX la fila de WS-ATPC827-CODENT,
      * agregandola si es nueva
      *----------------------------------------------------------------
       ATPC827-UBICAR-ENTIDAD.
           MOVE ZEROES TO WS-ATPC827-ENT-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC827-ENT-CANT
              IF WS-ATPC827-ENT-CODENT(WS-I) = WS-ATPC827-CODENT
                 MOVE WS-I TO WS-ATPC827-ENT-IDX
                 MOVE WS-ATPC827-ENT-CANT TO WS-I
              END-IF
           END-PERFORM
           IF WS-ATPC827-ENT-IDX = ZEROES
              IF WS-ATPC827-ENT-CANT < WS-ATPC827-ENT-MAX
                 ADD 1 TO WS-ATPC827-ENT-CANT
                 MOVE WS-ATPC827-ENT-CANT TO WS-ATPC827-ENT-IDX
                 INITIALIZE WS-ATPC827-ENT(WS-ATPC827-ENT-IDX)
                 MOVE WS-ATPC827-CODENT
                   TO WS-ATPC827-ENT-CODENT(WS-ATPC827-ENT-IDX)
              ELSE
                 DISPLAY "ATPC827 - ALERTA: el arreglo de entidades "
                         "alcanzo su capacidad maxima ["
                         WS-ATPC827-ENT-MAX "] -- corrida abortada"
                 PERFORM ATPC827-ABORTAR
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC827-FACTURAR-ENTIDAD
      *----------------------------------------------------------------
      * Valoriza las unidades de la entidad WS-ATPC827-ENT-IDX y, si
      * la factura tiene importe, la emite con su pareja de asientos
      *----------------------------------------------------------------
       ATPC827-FACTURAR-ENTIDAD.
           MOVE WS-ATPC827-ENT-CODENT(WS-ATPC827-ENT-IDX)
             TO WS-ATPC827-CODENT
           INITIALIZE WS-ATPC021
           MOVE WS-ATPC827-CODENT TO WS-ATPC021-CODENT
           PERFORM ATPC021-BUSCAR-EN-ARREGLO
           IF NOT WS-ATPC021-RETORNO-OK
              ADD 1 TO WS-ATPC827-SIN-ENTIDAD
              MOVE SPACES TO WS-ATPC827-LINEA
              STRING " CODENT ["              DELIMITED BY SIZE
                     WS-ATPC827-CODENT        DELIMITED BY SIZE
                     "] NO RESUELTA EN ATPC021 -- SIN FACTURA"
                                              DELIMITED BY SIZE
                INTO WS-ATPC827-LINEA
              WRITE RPT-ATPC827-REG FROM WS-ATPC827-LINEA
              DISPLAY WS-ATPC827-LINEA
           ELSE
              MOVE WS-ATPC021-CODENTCOM-ALF TO WS-ATPC827-CODENTCOM
              MOVE SPACES TO WS-ATPC827-NUMFAC
              STRING "PRC"                    DELIMITED BY SIZE
                     WS-ATPC827-PER-AM        DELIMITED BY SIZE
                     WS-ATPC827-CODENT        DELIMITED BY SIZE
                INTO WS-ATPC827-NUMFAC

              MOVE SPACES TO WS-ATPC827-LINEA
              STRING " CODENT ["              DELIMITED BY SIZE
                     WS-ATPC827-CODENT        DELIMITED BY SIZE
                     "] GRUPO ["              DELIMITED BY SIZE
                     WS-ATPC827-CODENTCOM     DELIMITED BY SIZE
                     "] "                     DELIMITED BY SIZE
                     WS-ATPC021-CODENTDES     DELIMITED BY SIZE
                     " FACTURA ["             DELIMITED BY SIZE
                     WS-ATPC827-NUMFAC        DELIMITED BY SIZE
                     "]"                      DELIMITED BY SIZE
                INTO WS-ATPC827-LINEA
              WRITE RPT-ATPC827-REG FROM WS-ATPC827-LINEA
              DISPLAY WS-ATPC827-LINEA

              MOVE ZEROES TO WS-ATPC827-FAC-LINEAS
                             WS-ATPC827-FAC-TOTAL
              PERFORM VARYING WS-ATPC827-SRV-IDX FROM 1 BY 1
                        UNTIL WS-ATPC827-SRV-IDX > WS-ATPC827-SRV-CANT
                 IF WS-ATPC827-ENT-UNIDADES
                    (WS-ATPC827-ENT-IDX WS-ATPC827-SRV-IDX) > ZEROES
                    PERFORM ATPC827-VALORIZAR-SERVICIO
                 END-IF
              END-PERFORM

              IF WS-ATPC827-FAC-TOTAL > ZEROES
                 PERFORM ATPC827-EMITIR-FACTURA
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC827-VALORIZAR-SERVICIO
      *----------------------------------------------------------------
       ATPC827-VALORIZAR-SERVICIO.
           PERFORM ATPC827-BUSCAR-PRECIO

           IF WS-ATPC827-CON-PRECIO
              COMPUTE WS-ATPC827-IMPORTE ROUNDED =
                 WS-ATPC827-ENT-UNIDADES
                    (WS-ATPC827-ENT-IDX WS-ATPC827-SRV-IDX)
                 * WS-ATPC827-PRECIO
              ADD 1 TO WS-ATPC827-FAC-LINEAS
              ADD WS-ATPC827-IMPORTE TO WS-ATPC827-FAC-TOTAL
           ELSE
              ADD 1 TO WS-ATPC827-SIN-TARIFA
              MOVE ZEROES TO WS-ATPC827-IMPORTE
           END-IF

           MOVE WS-ATPC827-PRECIO  TO WS-ATPC827-PRECIO-ED
           MOVE WS-ATPC827-IMPORTE TO WS-ATPC827-IMPORTE-ED
           MOVE SPACES TO WS-ATPC827-LINEA
           STRING "  "                        DELIMITED BY SIZE
                  WS-ATPC827-SRV-CODIGO(WS-ATPC827-SRV-IDX)
                                              DELIMITED BY SIZE
                  " UNIDADES ["               DELIMITED BY SIZE
                  WS-ATPC827-ENT-UNIDADES
                     (WS-ATPC827-ENT-IDX WS-ATPC827-SRV-IDX)
                                              DELIMITED BY SIZE
                  "] PRECIO ["                DELIMITED BY SIZE
                  WS-ATPC827-PRECIO-ED        DELIMITED BY SIZE
                  "] IMPORTE ["               DELIMITED BY SIZE
                  WS-ATPC827-IMPORTE-ED       DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC827-LINEA
           IF NOT WS-ATPC827-CON-PRECIO
              MOVE "SIN TARIFA -- NO SE FACTURA"
                TO WS-ATPC827-LINEA(80:27)
           END-IF
           WRITE RPT-ATPC827-REG FROM WS-ATPC827-LINEA
           DISPLAY WS-ATPC827-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC827-EMITIR-FACTURA
      *----------------------------------------------------------------
      * CAB, un DET por servicio valorizado, TOT y la pareja de
      * asientos de la cuenta a cobrar
      *----------------------------------------------------------------
       ATPC827-EMITIR-FACTURA.
           ADD 1 TO WS-ATPC827-FACTURAS
           ADD WS-ATPC827-FAC-TOTAL TO WS-ATPC827-TOTAL

           MOVE WS-ATPC827-CODENT      TO WS-ATPC827-CAB-CODENT
           MOVE WS-ATPC827-PERIODO     TO WS-ATPC827-CAB-PERIODO
           MOVE WS-ATPC827-NUMFAC      TO WS-ATPC827-CAB-NUMFAC
           MOVE WS-ATPC827-CODENTCOM   TO WS-ATPC827-CAB-CODENTCOM
           MOVE WS-ATPC021-CODENTDES   TO WS-ATPC827-CAB-CODENTDES
           MOVE WS-ATPC827-HOY         TO WS-ATPC827-CAB-FECHA
           WRITE FAC-PROCESAMIENTO-REG FROM WS-ATPC827-CAB

           PERFORM VARYING WS-ATPC827-SRV-IDX FROM 1 BY 1
                     UNTIL WS-ATPC827-SRV-IDX > WS-ATPC827-SRV-CANT
              IF WS-ATPC827-ENT-UNIDADES
                 (WS-ATPC827-ENT-IDX WS-ATPC827-SRV-IDX) > ZEROES
                 PERFORM ATPC827-EMITIR-DETALLE
              END-IF
           END-PERFORM

           MOVE WS-ATPC827-CODENT      TO WS-ATPC827-TOT-CODENT
           MOVE WS-ATPC827-PERIODO     TO WS-ATPC827-TOT-PERIODO
           MOVE WS-ATPC827-FAC-LINEAS  TO WS-ATPC827-TOT-LINEAS
           MOVE WS-ATPC827-FAC-TOTAL   TO WS-ATPC827-TOT-IMPORTE
           WRITE FAC-PROCESAMIENTO-REG FROM WS-ATPC827-TOT

           INITIALIZE AST-PROCESAMIENTO-REG
           MOVE "AST"                  TO AST-TIPO
           MOVE WS-ATPC827-CODENT      TO AST-CODENT
           MOVE "FPR"                  TO AST-ORIGEN
           MOVE "D"                    TO AST-DEBHAB
           MOVE WS-ATPC827-CTA-COBRAR  TO AST-CONTCUR
           MOVE WS-ATPC827-FAC-TOTAL   TO AST-IMPORTE
           MOVE WS-ATPC827-HOY         TO AST-FECHA
           MOVE WS-ATPC827-NUMFAC      TO AST-REFERENCIA
           WRITE AST-PROCESAMIENTO-REG
           MOVE "H"                    TO AST-DEBHAB
           MOVE WS-ATPC827-CTA-INGRESOS TO AST-CONTCUR
           WRITE AST-PROCESAMIENTO-REG

           MOVE WS-ATPC827-FAC-TOTAL TO WS-ATPC827-IMPORTE-ED
           MOVE SPACES TO WS-ATPC827-LINEA
           STRING "  TOTAL FACTURA ["         DELIMITED BY SIZE
                  WS-ATPC827-IMPORTE-ED       DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC827-LINEA
           WRITE RPT-ATPC827-REG FROM WS-ATPC827-LINEA
           DISPLAY WS-ATPC827-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC827-EMITIR-DETALLE
      *----------------------------------------------------------------
      * Solo los servicios con precio llegan a la factura
      *----------------------------------------------------------------
       ATPC827-EMITIR-DETALLE.
           PERFORM ATPC827-BUSCAR-PRECIO

           IF WS-ATPC827-CON-PRECIO
              MOVE WS-ATPC827-CODENT    TO WS-ATPC827-DET-CODENT
              MOVE WS-ATPC827-PERIODO   TO WS-ATPC827-DET-PERIODO
              MOVE WS-ATPC827-SRV-CODIGO(WS-ATPC827-SRV-IDX)
                TO WS-ATPC827-DET-SERVICIO
              MOVE WS-ATPC827-ENT-UNIDADES
                   (WS-ATPC827-ENT-IDX WS-ATPC827-SRV-IDX)
                TO WS-ATPC827-DET-UNIDADES
              MOVE WS-ATPC827-PRECIO    TO WS-ATPC827-DET-PRECIO
              COMPUTE WS-ATPC827-DET-IMPORTE ROUNDED =
                 WS-ATPC827-DET-UNIDADES * WS-ATPC827-PRECIO
              WRITE FAC-PROCESAMIENTO-REG FROM WS-ATPC827-DET
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC827-BUSCAR-PRECIO
      *----------------------------------------------------------------
      * Precio del servicio WS-ATPC827-SRV-IDX para la entidad o, en
      * su defecto, para su grupo CODENTCOM
      *----------------------------------------------------------------
       ATPC827-BUSCAR-PRECIO.
           SET WS-ATPC827-CON-PRECIO TO FALSE
           MOVE ZEROES TO WS-ATPC827-PRECIO
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC827-TAR-CANT
              IF WS-ATPC827-TAR-TIPO(WS-I) = "E"
              AND WS-ATPC827-TAR-CLAVE(WS-I) = WS-ATPC827-CODENT
              AND WS-ATPC827-TAR-SERVICIO(WS-I) =
                  WS-ATPC827-SRV-CODIGO(WS-ATPC827-SRV-IDX)
                 SET WS-ATPC827-CON-PRECIO TO TRUE
                 MOVE WS-ATPC827-TAR-PRECIO(WS-I) TO WS-ATPC827-PRECIO
                 MOVE WS-ATPC827-TAR-CANT TO WS-I
              END-IF
           END-PERFORM
           IF NOT WS-ATPC827-CON-PRECIO
              PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > WS-ATPC827-TAR-CANT
                 IF WS-ATPC827-TAR-TIPO(WS-I) = "G"
                 AND WS-ATPC827-TAR-CLAVE(WS-I) = WS-ATPC827-CODENTCOM
                 AND WS-ATPC827-TAR-SERVICIO(WS-I) =
                     WS-ATPC827-SRV-CODIGO(WS-ATPC827-SRV-IDX)
                    SET WS-ATPC827-CON-PRECIO TO TRUE
                    MOVE WS-ATPC827-TAR-PRECIO(WS-I)
                      TO WS-ATPC827-PRECIO
                    MOVE WS-ATPC827-TAR-CANT TO WS-I
                 END-IF
              END-PERFORM
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
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
