       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC826.
      *----------------------------------------------------------------
      * Programa batch diario de IVA sobre intereses y comisiones
      * cobrados: ATPC961 resuelve la retencion sobre el interes que
      * se paga; este proceso calcula el impuesto que se cobra al
      * cliente sobre --
      *  - los devengos deudores del dia (DEVENGO.DAT, salida de
      *    ATPC951; devengo mayor a cero), con el CODIMPTO del tipo
      *    de factura de intereses de la entidad (ATPC044, TIPOFAC e
      *    INDNORCOR de ATPC826.PRM);
      *  - los movimientos de comisiones del dia (CUOTAS.DAT, salida
      *    de ATPC975 y ATPC807), con el CODIMPTO de su Concepto
      *    Economico (ATPC052) o, si el concepto no lo tiene, el de
      *    su tipo de factura (ATPC044).
      * La tasa es la del CODIMPTO vigente en la fecha del movimiento
      * (ATPC156-CALCULAR-IMPUESTO; el devengo se toma a la fecha del
      * dia). Un CODIMPTO en cero es exento; un CODIMPTO sin tasa
      * vigente se informa, no genera impuesto y la corrida termina
      * con RC 4.
      *
      * Por cada impuesto calculado --
      *  - emite el movimiento de facturacion en IMPFACT.DAT (layout
      *    de MOVFACT.DAT, con los codigos de facturacion de
      *    ATPC826.PRM) para que fluya por ATPC915/ATPC916 como las
      *    comisiones de CUOTAS.DAT;
      *  - lo acumula por entidad, CODIMPTO y origen, y al cierre
      *    emite las parejas de asientos en IVAGL.DAT (layout de
      *    ASIENTOS.DAT de ATPC955, origenes IVI interes e IVC
      *    comisiones): DEBE la CONTCUR de la entidad y HABER la
      *    CONTCUR del CODIMPTO en ATPC156 (el pasivo impositivo);
      *    ATPC955 toma ese archivo esa misma noche.
      *
      * Los acumulados del dia se guardan en el historial IVAHIST.DAT
      * (la corrida repetida del dia reemplaza los suyos) y el
      * reporte cierra con el resumen del mes en curso por pais
      * (WS-ATPC021-TAB-CODPAIS de la entidad) y CODIMPTO, base de la
      * declaracion jurada: la corrida del ultimo dia del mes deja el
      * resumen del mes completo.
      *
      * ATPC826.PRM (primera linea, campos contiguos): INDVERT(1)
      * CODMAR(2) INDTIPT(2) TIPOFAC(4) INDNORCOR(1) del movimiento
      * de impuesto + TIPOFAC(4) INDNORCOR(1) del tipo de factura de
      * intereses; sin el archivo la corrida aborta.
      *
      * Layout de IVAHIST.DAT:
      *  FECHA(10) CODPAIS(3) CODIMPTO(4) CODENT(4) ORIGEN(3)
      *  MOVIMIENTOS(7) BASE 9(13)V99 IMPUESTO 9(13)V99
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
           SELECT PRM-ATPC826 ASSIGN TO "ATPC826.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC826-PRM-STATUS.
           SELECT DEV-DEVENGOS ASSIGN TO "DEVENGO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC826-DEV-STATUS.
           SELECT CUO-CUOTAS ASSIGN TO "CUOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC826-CUO-STATUS.
           SELECT IMP-FACTURACION ASSIGN TO "IMPFACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC826-IMP-STATUS.
           SELECT AST-IMPUESTOS ASSIGN TO "IVAGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC826-AST-STATUS.
           SELECT IVA-HISTORIAL ASSIGN TO "IVAHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC826-IVA-STATUS.
           SELECT TMP-CONSERVADAS ASSIGN TO "ATPC826.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC826-TMP-STATUS.
           SELECT RPT-ATPC826 ASSIGN TO "ATPC826.RPT"
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

       FD  PRM-ATPC826
           RECORDING MODE IS F.
       01  PRM-ATPC826-REG.
           05  PRM-ATPC826-INDVERT            PIC X(01).
           05  PRM-ATPC826-CODMAR             PIC 9(02).
           05  PRM-ATPC826-INDTIPT            PIC 9(02).
           05  PRM-ATPC826-TIPOFAC            PIC 9(04).
           05  PRM-ATPC826-INDNORCOR          PIC 9(01).
           05  PRM-ATPC826-TIPOFAC-INT        PIC 9(04).
           05  PRM-ATPC826-INDNORCOR-INT      PIC 9(01).

       FD  DEV-DEVENGOS
           RECORDING MODE IS F.
       01  DEV-DEVENGOS-REG.
           05  DEV-CODENT                     PIC X(04).
           05  DEV-NUMCUENTA                  PIC X(16).
           05  DEV-SALDO-BASE                 PIC S9(09)V99.
           05  DEV-TASA                       PIC 9(03)V9(04).
           05  DEV-DEVENGO                    PIC S9(09)V9(04).
           05  DEV-INDABOREAL                 PIC X(01).

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

      * Movimiento de impuesto en el layout de MOVFACT.DAT
       FD  IMP-FACTURACION
           RECORDING MODE IS F.
       01  IMP-FACTURACION-REG.
           05  IMP-CODENT                     PIC X(04).
           05  IMP-CODMAR                     PIC 9(02).
           05  IMP-INDTIPT                    PIC 9(02).
           05  IMP-TIPOFAC                    PIC 9(04).
           05  IMP-INDNORCOR                  PIC 9(01).
           05  IMP-INDVERT                    PIC X(01).
           05  IMP-INDNIVAPL                  PIC X(02).
           05  IMP-CODCONECO                  PIC 9(04).
           05  IMP-NUMCUENTA                  PIC X(16).
           05  IMP-IMPORTE                    PIC 9(09)V99.
           05  IMP-FECHA                      PIC X(10).
           05  IMP-CLAMON                     PIC 9(03).

       FD  AST-IMPUESTOS
           RECORDING MODE IS F.
       01  AST-IMPUESTOS-REG.
           05  AST-TIPO                       PIC X(03).
           05  AST-CODENT                     PIC X(04).
           05  AST-ORIGEN                     PIC X(03).
           05  AST-DEBHAB                     PIC X(01).
           05  AST-CONTCUR                    PIC X(26).
           05  AST-IMPORTE                    PIC 9(13)V99.
           05  AST-FECHA                      PIC X(10).
           05  AST-REFERENCIA                 PIC X(20).

       FD  IVA-HISTORIAL
           RECORDING MODE IS F.
       01  IVA-HISTORIAL-REG.
           05  IVA-FECHA                      PIC X(10).
           05  IVA-CODPAIS                    PIC 9(03).
           05  IVA-CODIMPTO                   PIC 9(04).
           05  IVA-CODENT                     PIC X(04).
           05  IVA-ORIGEN                     PIC X(03).
           05  IVA-MOVIMIENTOS                PIC 9(07).
           05  IVA-BASE                       PIC 9(13)V99.
           05  IVA-IMPUESTO                   PIC 9(13)V99.

       FD  TMP-CONSERVADAS
           RECORDING MODE IS F.
       01  TMP-CONSERVADAS-REG                PIC X(61).

       FD  RPT-ATPC826
           RECORDING MODE IS F.
       01  RPT-ATPC826-REG                    PIC X(130).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPC021-WS".
       COPY "ATPC044-WS".
       COPY "ATPC052-WS".
       COPY "ATPC156-WS".
       COPY "ATPC096-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".

       77  WS-ATPC826-PRM-STATUS              PIC X(02).
       77  WS-ATPC826-DEV-STATUS              PIC X(02).
       77  WS-ATPC826-CUO-STATUS              PIC X(02).
       77  WS-ATPC826-IMP-STATUS              PIC X(02).
       77  WS-ATPC826-AST-STATUS              PIC X(02).
       77  WS-ATPC826-IVA-STATUS              PIC X(02).
       77  WS-ATPC826-TMP-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC826-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.

      * Codigos de facturacion del movimiento de impuesto y tipo de
      * factura de intereses (ATPC826.PRM)
       01  WS-ATPC826-CODIGOS.
           05  WS-ATPC826-COD-INDVERT         PIC X(01).
           05  WS-ATPC826-COD-CODMAR          PIC 9(02).
           05  WS-ATPC826-COD-INDTIPT         PIC 9(02).
           05  WS-ATPC826-COD-TIPOFAC         PIC 9(04).
           05  WS-ATPC826-COD-INDNORCOR       PIC 9(01).
           05  WS-ATPC826-COD-TIPOFAC-INT     PIC 9(04).
           05  WS-ATPC826-COD-INDNORCOR-INT   PIC 9(01).

      * Fecha del dia en AAAA-MM-DD
       01  WS-ATPC826-HOY.
           05  WS-ATPC826-HOY-AAAA            PIC 9(04).
           05  WS-ATPC826-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC826-HOY-MM              PIC 9(02).
           05  WS-ATPC826-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC826-HOY-DD              PIC 9(02).
       01  WS-ATPC826-HOY-AMD.
           05  WS-ATPC826-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC826-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC826-HOY-AMD-DD          PIC 9(02).

      * Entidad en curso (ultima resuelta en ATPC021) y su CODIMPTO
      * de intereses (ATPC044)
       01  WS-ATPC826-ENT-ANT                 PIC X(04) VALUE SPACES.
       01  FILLER                             PIC X(01).
           88 WS-ATPC826-ENT-VALIDA           VALUE "S"
              WHEN SET TO FALSE "N".
       77  WS-ATPC826-ENT-CODPAIS             PIC 9(03).
       77  WS-ATPC826-ENT-CONTCUR             PIC X(26).
       77  WS-ATPC826-ENT-IMPTO-INT           PIC 9(04).

      * Movimiento en curso
       77  WS-ATPC826-CODENT                  PIC X(04).
       77  WS-ATPC826-NUMCUENTA               PIC X(16).
       77  WS-ATPC826-ORIGEN                  PIC X(03).
       77  WS-ATPC826-CODIMPTO                PIC 9(04).
       77  WS-ATPC826-FECHA                   PIC X(10).
       77  WS-ATPC826-BASE                    PIC 9(09)V99.

      * Acumulados del dia por entidad, CODIMPTO y origen
       78  WS-ATPC826-AGR-MAX                 VALUE 500.
       77  WS-ATPC826-AGR-CANT                PIC 9(03) VALUE 0.
       77  WS-ATPC826-AGR-IDX                 PIC 9(03).
       01  WS-ATPC826-ACUMULADOS.
           05  WS-ATPC826-AGR OCCURS 500 TIMES.
               10  WS-ATPC826-AGR-CODENT      PIC X(04).
               10  WS-ATPC826-AGR-CODIMPTO    PIC 9(04).
               10  WS-ATPC826-AGR-ORIGEN      PIC X(03).
               10  WS-ATPC826-AGR-CODPAIS     PIC 9(03).
               10  WS-ATPC826-AGR-CTA-DEBE    PIC X(26).
               10  WS-ATPC826-AGR-CTA-HABER   PIC X(26).
               10  WS-ATPC826-AGR-MOVS        PIC 9(07).
               10  WS-ATPC826-AGR-BASE        PIC 9(13)V99.
               10  WS-ATPC826-AGR-IMPUESTO    PIC 9(13)V99.

      * Resumen del mes por pais y CODIMPTO
       78  WS-ATPC826-RES-MAX                 VALUE 200.
       77  WS-ATPC826-RES-CANT                PIC 9(03) VALUE 0.
       77  WS-ATPC826-RES-IDX                 PIC 9(03).
       01  WS-ATPC826-RESUMEN.
           05  WS-ATPC826-RES OCCURS 200 TIMES.
               10  WS-ATPC826-RES-CODPAIS     PIC 9(03).
               10  WS-ATPC826-RES-CODIMPTO    PIC 9(04).
               10  WS-ATPC826-RES-MOVS        PIC 9(09).
               10  WS-ATPC826-RES-BASE        PIC 9(13)V99.
               10  WS-ATPC826-RES-IMPUESTO    PIC 9(13)V99.

       77  WS-ATPC826-BASE-ED                 PIC Z(12)9.99.
       77  WS-ATPC826-IMPUESTO-ED             PIC Z(12)9.99.

      * Contadores del resumen final
       77  WS-ATPC826-DEV-LEIDOS              PIC 9(08) VALUE 0.
       77  WS-ATPC826-CUO-LEIDAS              PIC 9(08) VALUE 0.
       77  WS-ATPC826-GRAVADOS                PIC 9(08) VALUE 0.
       77  WS-ATPC826-EXENTOS                 PIC 9(08) VALUE 0.
       77  WS-ATPC826-SIN-TASA                PIC 9(08) VALUE 0.
       77  WS-ATPC826-SIN-ENTIDAD             PIC 9(08) VALUE 0.
       77  WS-ATPC826-ASIENTOS                PIC 9(06) VALUE 0.

       01  WS-ATPC826-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC826-PRINCIPAL
      *----------------------------------------------------------------
       ATPC826-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC826: IVA SOBRE INTERESES Y COMISIONES               -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC826" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL

           OPEN INPUT PRM-ATPC826
           IF WS-ATPC826-PRM-STATUS NOT = "00"
              DISPLAY "ATPC826 - ERROR: no se pudo abrir ATPC826.PRM "
                      "-- FILE STATUS:[" WS-ATPC826-PRM-STATUS "] -- "
                      "corrida abortada"
              PERFORM ATPC826-ABORTAR
           END-IF
           READ PRM-ATPC826
               AT END
                  DISPLAY "ATPC826 - ERROR: ATPC826.PRM vacio -- "
                          "corrida abortada"
                  CLOSE PRM-ATPC826
                  PERFORM ATPC826-ABORTAR
           END-READ
           MOVE PRM-ATPC826-INDVERT       TO WS-ATPC826-COD-INDVERT
           MOVE PRM-ATPC826-CODMAR        TO WS-ATPC826-COD-CODMAR
           MOVE PRM-ATPC826-INDTIPT       TO WS-ATPC826-COD-INDTIPT
           MOVE PRM-ATPC826-TIPOFAC       TO WS-ATPC826-COD-TIPOFAC
           MOVE PRM-ATPC826-INDNORCOR     TO WS-ATPC826-COD-INDNORCOR
           MOVE PRM-ATPC826-TIPOFAC-INT   TO WS-ATPC826-COD-TIPOFAC-INT
           MOVE PRM-ATPC826-INDNORCOR-INT
             TO WS-ATPC826-COD-INDNORCOR-INT
           CLOSE PRM-ATPC826

           PERFORM ATPC021-CARGAR-ARREGLO
           PERFORM ATPC044-CARGAR-ARREGLO
           PERFORM ATPC052-CARGAR-ARREGLO
           PERFORM ATPC156-CARGAR-ARREGLO

           ACCEPT WS-ATPC826-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC826-HOY-G1 WS-ATPC826-HOY-G2
           MOVE WS-ATPC826-HOY-AMD-AAAA TO WS-ATPC826-HOY-AAAA
           MOVE WS-ATPC826-HOY-AMD-MM   TO WS-ATPC826-HOY-MM
           MOVE WS-ATPC826-HOY-AMD-DD   TO WS-ATPC826-HOY-DD

           OPEN OUTPUT IMP-FACTURACION
                       RPT-ATPC826

      * Intereses devengados del dia
           OPEN INPUT DEV-DEVENGOS
           IF WS-ATPC826-DEV-STATUS NOT = "00"
              DISPLAY "ATPC826 - AVISO: sin devengos DEVENGO.DAT -- "
                      "FILE STATUS:[" WS-ATPC826-DEV-STATUS "]"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              SET WS-ATPC826-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC826-FIN-ENTRADA
                 READ DEV-DEVENGOS
                     AT END
                        SET WS-ATPC826-FIN-ENTRADA TO TRUE
                     NOT AT END
                        ADD 1 TO WS-ATPC826-DEV-LEIDOS
                        IF DEV-DEVENGO > ZEROES
                           PERFORM ATPC826-GRAVAR-DEVENGO
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE DEV-DEVENGOS
           END-IF

      * Comisiones del dia
           OPEN INPUT CUO-CUOTAS
           IF WS-ATPC826-CUO-STATUS = "00"
              SET WS-ATPC826-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC826-FIN-ENTRADA
                 READ CUO-CUOTAS
                     AT END
                        SET WS-ATPC826-FIN-ENTRADA TO TRUE
                     NOT AT END
                        ADD 1 TO WS-ATPC826-CUO-LEIDAS
                        IF CUO-IMPORTE > ZEROES
                           PERFORM ATPC826-GRAVAR-COMISION
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE CUO-CUOTAS
           END-IF
           CLOSE IMP-FACTURACION

           PERFORM ATPC826-GRABAR-ASIENTOS
           PERFORM ATPC826-ACTUALIZAR-HISTORIAL
           PERFORM ATPC826-EMITIR-RESUMEN-MES

           MOVE SPACES TO WS-ATPC826-LINEA
           WRITE RPT-ATPC826-REG FROM WS-ATPC826-LINEA
           MOVE SPACES TO WS-ATPC826-LINEA
           STRING " DEVENGOS: "               DELIMITED BY SIZE
                  WS-ATPC826-DEV-LEIDOS       DELIMITED BY SIZE
                  "  COMISIONES: "            DELIMITED BY SIZE
                  WS-ATPC826-CUO-LEIDAS       DELIMITED BY SIZE
                  "  GRAVADOS: "              DELIMITED BY SIZE
                  WS-ATPC826-GRAVADOS         DELIMITED BY SIZE
                  "  EXENTOS: "               DELIMITED BY SIZE
                  WS-ATPC826-EXENTOS          DELIMITED BY SIZE
                  "  SIN TASA: "              DELIMITED BY SIZE
                  WS-ATPC826-SIN-TASA         DELIMITED BY SIZE
                  "  SIN ENTIDAD: "           DELIMITED BY SIZE
                  WS-ATPC826-SIN-ENTIDAD      DELIMITED BY SIZE
                  "  ASIENTOS: "              DELIMITED BY SIZE
                  WS-ATPC826-ASIENTOS         DELIMITED BY SIZE
             INTO WS-ATPC826-LINEA
           WRITE RPT-ATPC826-REG FROM WS-ATPC826-LINEA
           DISPLAY WS-ATPC826-LINEA
           CLOSE RPT-ATPC826

           IF WS-ATPC826-SIN-TASA > ZEROES
           OR WS-ATPC826-SIN-ENTIDAD > ZEROES
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY
           "- ATPC826: IVA FINALIZADO                                -"
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
      * Proceso: ATPC826-ABORTAR
      *----------------------------------------------------------------
       ATPC826-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC826-GRAVAR-DEVENGO
      *----------------------------------------------------------------
       ATPC826-GRAVAR-DEVENGO.
           MOVE DEV-CODENT    TO WS-ATPC826-CODENT
           MOVE DEV-NUMCUENTA TO WS-ATPC826-NUMCUENTA
           PERFORM ATPC826-RESOLVER-ENTIDAD
           IF WS-ATPC826-ENT-VALIDA
              MOVE "IVI"                    TO WS-ATPC826-ORIGEN
              MOVE WS-ATPC826-ENT-IMPTO-INT TO WS-ATPC826-CODIMPTO
              MOVE WS-ATPC826-HOY           TO WS-ATPC826-FECHA
              COMPUTE WS-ATPC826-BASE ROUNDED = DEV-DEVENGO
              PERFORM ATPC826-GRAVAR-MOVIMIENTO
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC826-GRAVAR-COMISION
      *----------------------------------------------------------------
      * CODIMPTO del Concepto Economico; si no lo tiene, el del tipo
      * de factura del movimiento
      *----------------------------------------------------------------
       ATPC826-GRAVAR-COMISION.
           MOVE CUO-CODENT    TO WS-ATPC826-CODENT
           MOVE CUO-NUMCUENTA TO WS-ATPC826-NUMCUENTA
           PERFORM ATPC826-RESOLVER-ENTIDAD
           IF WS-ATPC826-ENT-VALIDA
              MOVE "IVC"       TO WS-ATPC826-ORIGEN
              MOVE CUO-FECHA   TO WS-ATPC826-FECHA
              MOVE CUO-IMPORTE TO WS-ATPC826-BASE
              MOVE ZEROES      TO WS-ATPC826-CODIMPTO

              INITIALIZE WS-ATPC052
              MOVE CUO-CODENT    TO WS-ATPC052-CODENT
              MOVE CUO-INDVERT   TO WS-ATPC052-INDVERT
              MOVE CUO-INDNIVAPL TO WS-ATPC052-INDNIVAPL
              MOVE CUO-CODCONECO TO WS-ATPC052-CODCONECO
              PERFORM ATPC052-BUSCAR-EN-ARREGLO
              IF WS-ATPC052-RETORNO-OK
                 MOVE WS-ATPC052-CODIMPTO TO WS-ATPC826-CODIMPTO
              END-IF

              IF WS-ATPC826-CODIMPTO = ZEROES
                 INITIALIZE WS-ATPC044
                 MOVE CUO-CODENT    TO WS-ATPC044-CODENT
                 MOVE CUO-TIPOFAC   TO WS-ATPC044-TIPOFAC
                 MOVE CUO-INDNORCOR TO WS-ATPC044-INDNORCOR
                 MOVE CUO-FECHA     TO WS-ATPC044-FECHA-CONSULTA
                 PERFORM ATPC044-BUSCAR-EN-ARREGLO
                 IF WS-ATPC044-RETORNO-OK
                    MOVE WS-ATPC044-CODIMPTO TO WS-ATPC826-CODIMPTO
                 END-IF
              END-IF

              PERFORM ATPC826-GRAVAR-MOVIMIENTO
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC826-RESOLVER-ENTIDAD
      *----------------------------------------------------------------
      * Pais, CONTCUR y CODIMPTO de intereses de la entidad; se
      * resuelven solo cuando cambia la entidad
      *----------------------------------------------------------------
       ATPC826-RESOLVER-ENTIDAD.
           IF WS-ATPC826-CODENT NOT = WS-ATPC826-ENT-ANT
              MOVE WS-ATPC826-CODENT TO WS-ATPC826-ENT-ANT
              INITIALIZE WS-ATPC021
              MOVE WS-ATPC826-CODENT TO WS-ATPC021-CODENT
              PERFORM ATPC021-BUSCAR-EN-ARREGLO
              IF WS-ATPC021-RETORNO-OK
                 SET WS-ATPC826-ENT-VALIDA TO TRUE
                 MOVE WS-ATPC021-CODPAIS TO WS-ATPC826-ENT-CODPAIS
                 MOVE WS-ATPC021-CONTCUR TO WS-ATPC826-ENT-CONTCUR
                 MOVE ZEROES TO WS-ATPC826-ENT-IMPTO-INT
                 INITIALIZE WS-ATPC044
                 MOVE WS-ATPC826-CODENT TO WS-ATPC044-CODENT
                 MOVE WS-ATPC826-COD-TIPOFAC-INT
                   TO WS-ATPC044-TIPOFAC
                 MOVE WS-ATPC826-COD-INDNORCOR-INT
                   TO WS-ATPC044-INDNORCOR
                 MOVE WS-ATPC826-HOY TO WS-ATPC044-FECHA-CONSULTA
                 PERFORM ATPC044-BUSCAR-EN-ARREGLO
                 IF WS-ATPC044-RETORNO-OK
                    MOVE WS-ATPC044-CODIMPTO
                      TO WS-ATPC826-ENT-IMPTO-INT
                 ELSE
                    DISPLAY "ATPC826 - AVISO: la entidad ["
                            WS-ATPC826-CODENT "] no tiene el tipo de "
                            "factura de intereses ["
                            WS-ATPC826-COD-TIPOFAC-INT "] -- sus "
                            "intereses quedan exentos"
                 END-IF
              ELSE
                 SET WS-ATPC826-ENT-VALIDA TO FALSE
                 DISPLAY "ATPC826 - AVISO: entidad ["
                         WS-ATPC826-CODENT "] no resuelta en ATPC021"
              END-IF
           END-IF
           IF NOT WS-ATPC826-ENT-VALIDA
              ADD 1 TO WS-ATPC826-SIN-ENTIDAD
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC826-GRAVAR-MOVIMIENTO
      *----------------------------------------------------------------
      * Aplica la tasa vigente del CODIMPTO a la base, emite el
      * movimiento de facturacion y acumula para el asiento
      *----------------------------------------------------------------
       ATPC826-GRAVAR-MOVIMIENTO.
           EVALUATE TRUE
              WHEN WS-ATPC826-CODIMPTO = ZEROES
                 ADD 1 TO WS-ATPC826-EXENTOS
              WHEN OTHER
                 INITIALIZE WS-ATPC156-CALC
                 MOVE WS-ATPC826-CODIMPTO TO WS-ATPC156-CALC-CODIMPTO
                 MOVE WS-ATPC826-FECHA    TO WS-ATPC156-CALC-FECHA
                 MOVE WS-ATPC826-BASE     TO WS-ATPC156-CALC-BRUTO
                 PERFORM ATPC156-CALCULAR-IMPUESTO
                 IF WS-ATPC156-RETORNO-OK
                    IF WS-ATPC156-CALC-IMPUESTO > ZEROES
                       PERFORM ATPC826-EMITIR-IMPUESTO
                    ELSE
                       ADD 1 TO WS-ATPC826-EXENTOS
                    END-IF
                 ELSE
                    ADD 1 TO WS-ATPC826-SIN-TASA
                    MOVE SPACES TO WS-ATPC826-LINEA
                    STRING " SIN TASA VIGENTE -- CODENT ["
                                              DELIMITED BY SIZE
                           WS-ATPC826-CODENT  DELIMITED BY SIZE
                           "] CUENTA ["       DELIMITED BY SIZE
                           WS-ATPC826-NUMCUENTA
                                              DELIMITED BY SIZE
                           "] ORIGEN ["       DELIMITED BY SIZE
                           WS-ATPC826-ORIGEN  DELIMITED BY SIZE
                           "] CODIMPTO ["     DELIMITED BY SIZE
                           WS-ATPC826-CODIMPTO
                                              DELIMITED BY SIZE
                           "] FECHA ["        DELIMITED BY SIZE
                           WS-ATPC826-FECHA   DELIMITED BY SIZE
                           "]"                DELIMITED BY SIZE
                      INTO WS-ATPC826-LINEA
                    WRITE RPT-ATPC826-REG FROM WS-ATPC826-LINEA
                 END-IF
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC826-EMITIR-IMPUESTO
      *----------------------------------------------------------------
       ATPC826-EMITIR-IMPUESTO.
           ADD 1 TO WS-ATPC826-GRAVADOS

           INITIALIZE IMP-FACTURACION-REG
           MOVE WS-ATPC826-CODENT          TO IMP-CODENT
           MOVE WS-ATPC826-COD-CODMAR      TO IMP-CODMAR
           MOVE WS-ATPC826-COD-INDTIPT     TO IMP-INDTIPT
           MOVE WS-ATPC826-COD-TIPOFAC     TO IMP-TIPOFAC
           MOVE WS-ATPC826-COD-INDNORCOR   TO IMP-INDNORCOR
           MOVE WS-ATPC826-COD-INDVERT     TO IMP-INDVERT
           MOVE WS-ATPC826-NUMCUENTA       TO IMP-NUMCUENTA
           MOVE WS-ATPC156-CALC-IMPUESTO   TO IMP-IMPORTE
           MOVE WS-ATPC826-HOY             TO IMP-FECHA
           WRITE IMP-FACTURACION-REG

           MOVE ZEROES TO WS-ATPC826-AGR-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC826-AGR-CANT
              IF WS-ATPC826-AGR-CODENT(WS-I) = WS-ATPC826-CODENT
              AND WS-ATPC826-AGR-CODIMPTO(WS-I) = WS-ATPC826-CODIMPTO
              AND WS-ATPC826-AGR-ORIGEN(WS-I) = WS-ATPC826-ORIGEN
                 MOVE WS-I TO WS-ATPC826-AGR-IDX
                 MOVE WS-ATPC826-AGR-CANT TO WS-I
              END-IF
           END-PERFORM
           IF WS-ATPC826-AGR-IDX = ZEROES
              IF WS-ATPC826-AGR-CANT < WS-ATPC826-AGR-MAX
                 ADD 1 TO WS-ATPC826-AGR-CANT
                 MOVE WS-ATPC826-AGR-CANT TO WS-ATPC826-AGR-IDX
                 INITIALIZE WS-ATPC826-AGR(WS-ATPC826-AGR-IDX)
                 MOVE WS-ATPC826-CODENT
                   TO WS-ATPC826-AGR-CODENT(WS-ATPC826-AGR-IDX)
                 MOVE WS-ATPC826-CODIMPTO
                   TO WS-ATPC826-AGR-CODIMPTO(WS-ATPC826-AGR-IDX)
                 MOVE WS-ATPC826-ORIGEN
                   TO WS-ATPC826-AGR-ORIGEN(WS-ATPC826-AGR-IDX)
                 MOVE WS-ATPC826-ENT-CODPAIS
                   TO WS-ATPC826-AGR-CODPAIS(WS-ATPC826-AGR-IDX)
                 MOVE WS-ATPC826-ENT-CONTCUR
                   TO WS-ATPC826-AGR-CTA-DEBE(WS-ATPC826-AGR-IDX)
                 MOVE WS-ATPC156-CONTCUR
                   TO WS-ATPC826-AGR-CTA-HABER(WS-ATPC826-AGR-IDX)
              ELSE
      * Un movimiento facturado sin asiento descuadraria el pasivo:
      * la corrida se aborta y se repite entera
                 DISPLAY "ATPC826 - ALERTA: el arreglo de acumulados "
                         "alcanzo su capacidad maxima ["
                         WS-ATPC826-AGR-MAX "] -- corrida abortada"
                 CLOSE IMP-FACTURACION
                       RPT-ATPC826
                 PERFORM ATPC826-ABORTAR
              END-IF
           END-IF
           ADD 1 TO WS-ATPC826-AGR-MOVS(WS-ATPC826-AGR-IDX)
           ADD WS-ATPC826-BASE
             TO WS-ATPC826-AGR-BASE(WS-ATPC826-AGR-IDX)
           ADD WS-ATPC156-CALC-IMPUESTO
             TO WS-ATPC826-AGR-IMPUESTO(WS-ATPC826-AGR-IDX)
           .

      *----------------------------------------------------------------
      * Proceso: ATPC826-GRABAR-ASIENTOS
      *----------------------------------------------------------------
      * Una pareja DEBE/HABER por entidad, CODIMPTO y origen, y la
      * linea del dia en el reporte
      *----------------------------------------------------------------
       ATPC826-GRABAR-ASIENTOS.
           OPEN OUTPUT AST-IMPUESTOS
           IF WS-ATPC826-AST-STATUS NOT = "00"
              DISPLAY "ATPC826 - ERROR: no se pudo abrir IVAGL.DAT "
                      "-- FILE STATUS:[" WS-ATPC826-AST-STATUS "]"
              MOVE 12 TO RETURN-CODE
           END-IF

           MOVE " IMPUESTO DEL DIA POR ENTIDAD, CODIMPTO Y ORIGEN"
             TO WS-ATPC826-LINEA
           WRITE RPT-ATPC826-REG FROM WS-ATPC826-LINEA
           DISPLAY WS-ATPC826-LINEA

           PERFORM VARYING WS-ATPC826-AGR-IDX FROM 1 BY 1
                     UNTIL WS-ATPC826-AGR-IDX > WS-ATPC826-AGR-CANT
              IF WS-ATPC826-AST-STATUS = "00"
                 INITIALIZE AST-IMPUESTOS-REG
                 MOVE "AST" TO AST-TIPO
                 MOVE WS-ATPC826-AGR-CODENT(WS-ATPC826-AGR-IDX)
                   TO AST-CODENT
                 MOVE WS-ATPC826-AGR-ORIGEN(WS-ATPC826-AGR-IDX)
                   TO AST-ORIGEN
                 MOVE "D" TO AST-DEBHAB
                 MOVE WS-ATPC826-AGR-CTA-DEBE(WS-ATPC826-AGR-IDX)
                   TO AST-CONTCUR
                 MOVE WS-ATPC826-AGR-IMPUESTO(WS-ATPC826-AGR-IDX)
                   TO AST-IMPORTE
                 MOVE WS-ATPC826-HOY TO AST-FECHA
                 STRING "CODIMPTO "           DELIMITED BY SIZE
                        WS-ATPC826-AGR-CODIMPTO(WS-ATPC826-AGR-IDX)
                                              DELIMITED BY SIZE
                   INTO AST-REFERENCIA
                 WRITE AST-IMPUESTOS-REG

                 MOVE "H" TO AST-DEBHAB
                 MOVE WS-ATPC826-AGR-CTA-HABER(WS-ATPC826-AGR-IDX)
                   TO AST-CONTCUR
                 WRITE AST-IMPUESTOS-REG
                 ADD 2 TO WS-ATPC826-ASIENTOS
              END-IF

              MOVE WS-ATPC826-AGR-BASE(WS-ATPC826-AGR-IDX)
                TO WS-ATPC826-BASE-ED
              MOVE WS-ATPC826-AGR-IMPUESTO(WS-ATPC826-AGR-IDX)
                TO WS-ATPC826-IMPUESTO-ED
              MOVE SPACES TO WS-ATPC826-LINEA
              STRING "  CODENT ["             DELIMITED BY SIZE
                     WS-ATPC826-AGR-CODENT(WS-ATPC826-AGR-IDX)
                                              DELIMITED BY SIZE
                     "] CODIMPTO ["           DELIMITED BY SIZE
                     WS-ATPC826-AGR-CODIMPTO(WS-ATPC826-AGR-IDX)
                                              DELIMITED BY SIZE
                     "] ORIGEN ["             DELIMITED BY SIZE
                     WS-ATPC826-AGR-ORIGEN(WS-ATPC826-AGR-IDX)
                                              DELIMITED BY SIZE
                     "] MOVIMIENTOS ["        DELIMITED BY SIZE
                     WS-ATPC826-AGR-MOVS(WS-ATPC826-AGR-IDX)
                                              DELIMITED BY SIZE
                     "] BASE ["               DELIMITED BY SIZE
                     WS-ATPC826-BASE-ED       DELIMITED BY SIZE
                     "] IMPUESTO ["           DELIMITED BY SIZE
                     WS-ATPC826-IMPUESTO-ED   DELIMITED BY SIZE
                     "]"                      DELIMITED BY SIZE
                INTO WS-ATPC826-LINEA
              WRITE RPT-ATPC826-REG FROM WS-ATPC826-LINEA
              DISPLAY WS-ATPC826-LINEA
           END-PERFORM

           IF WS-ATPC826-AST-STATUS = "00"
              CLOSE AST-IMPUESTOS
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC826-ACTUALIZAR-HISTORIAL
      *----------------------------------------------------------------
      * Conserva del historial todo lo que no es del dia, agrega los
      * acumulados del dia y reescribe IVAHIST.DAT
      *----------------------------------------------------------------
       ATPC826-ACTUALIZAR-HISTORIAL.
           OPEN OUTPUT TMP-CONSERVADAS
           IF WS-ATPC826-TMP-STATUS NOT = "00"
              DISPLAY "ATPC826 - ERROR: no se pudo abrir ATPC826.TMP "
                      "-- FILE STATUS:[" WS-ATPC826-TMP-STATUS "] -- "
                      "IVAHIST.DAT queda sin actualizar"
              MOVE 12 TO RETURN-CODE
           ELSE
              OPEN INPUT IVA-HISTORIAL
              IF WS-ATPC826-IVA-STATUS = "00"
                 SET WS-ATPC826-FIN-ENTRADA TO FALSE
                 PERFORM UNTIL WS-ATPC826-FIN-ENTRADA
                    READ IVA-HISTORIAL
                        AT END
                           SET WS-ATPC826-FIN-ENTRADA TO TRUE
                        NOT AT END
                           IF IVA-FECHA NOT = WS-ATPC826-HOY
                              WRITE TMP-CONSERVADAS-REG
                                    FROM IVA-HISTORIAL-REG
                           END-IF
                    END-READ
                 END-PERFORM
                 CLOSE IVA-HISTORIAL
              END-IF

              PERFORM VARYING WS-ATPC826-AGR-IDX FROM 1 BY 1
                        UNTIL WS-ATPC826-AGR-IDX > WS-ATPC826-AGR-CANT
                 INITIALIZE IVA-HISTORIAL-REG
                 MOVE WS-ATPC826-HOY TO IVA-FECHA
                 MOVE WS-ATPC826-AGR-CODPAIS(WS-ATPC826-AGR-IDX)
                   TO IVA-CODPAIS
                 MOVE WS-ATPC826-AGR-CODIMPTO(WS-ATPC826-AGR-IDX)
                   TO IVA-CODIMPTO
                 MOVE WS-ATPC826-AGR-CODENT(WS-ATPC826-AGR-IDX)
                   TO IVA-CODENT
                 MOVE WS-ATPC826-AGR-ORIGEN(WS-ATPC826-AGR-IDX)
                   TO IVA-ORIGEN
                 MOVE WS-ATPC826-AGR-MOVS(WS-ATPC826-AGR-IDX)
                   TO IVA-MOVIMIENTOS
                 MOVE WS-ATPC826-AGR-BASE(WS-ATPC826-AGR-IDX)
                   TO IVA-BASE
                 MOVE WS-ATPC826-AGR-IMPUESTO(WS-ATPC826-AGR-IDX)
                   TO IVA-IMPUESTO
                 WRITE TMP-CONSERVADAS-REG FROM IVA-HISTORIAL-REG
              END-PERFORM
              CLOSE TMP-CONSERVADAS

              OPEN INPUT TMP-CONSERVADAS
              OPEN OUTPUT IVA-HISTORIAL
              SET WS-ATPC826-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC826-FIN-ENTRADA
                 READ TMP-CONSERVADAS
                     AT END
                        SET WS-ATPC826-FIN-ENTRADA TO TRUE
                     NOT AT END
                        WRITE IVA-HISTORIAL-REG
                              FROM TMP-CONSERVADAS-REG
                 END-READ
              END-PERFORM
              CLOSE TMP-CONSERVADAS
              CLOSE IVA-HISTORIAL
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC826-EMITIR-RESUMEN-MES
      *----------------------------------------------------------------
      * Resumen del mes en curso por pais y CODIMPTO, sobre el
      * historial ya actualizado
      *----------------------------------------------------------------
       ATPC826-EMITIR-RESUMEN-MES.
           OPEN INPUT IVA-HISTORIAL
           IF WS-ATPC826-IVA-STATUS = "00"
              SET WS-ATPC826-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC826-FIN-ENTRADA
                 READ IVA-HISTORIAL
                     AT END
                        SET WS-ATPC826-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF IVA-FECHA(1:7) = WS-ATPC826-HOY(1:7)
                           PERFORM ATPC826-ACUMULAR-MES
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE IVA-HISTORIAL
           END-IF

           MOVE SPACES TO WS-ATPC826-LINEA
           WRITE RPT-ATPC826-REG FROM WS-ATPC826-LINEA
           MOVE SPACES TO WS-ATPC826-LINEA
           STRING " RESUMEN DEL MES ["        DELIMITED BY SIZE
                  WS-ATPC826-HOY(1:7)         DELIMITED BY SIZE
                  "] AL ["                    DELIMITED BY SIZE
                  WS-ATPC826-HOY              DELIMITED BY SIZE
                  "] POR PAIS Y CODIMPTO"     DELIMITED BY SIZE
             INTO WS-ATPC826-LINEA
           WRITE RPT-ATPC826-REG FROM WS-ATPC826-LINEA
           DISPLAY WS-ATPC826-LINEA

           PERFORM VARYING WS-ATPC826-RES-IDX FROM 1 BY 1
                     UNTIL WS-ATPC826-RES-IDX > WS-ATPC826-RES-CANT
              MOVE WS-ATPC826-RES-BASE(WS-ATPC826-RES-IDX)
                TO WS-ATPC826-BASE-ED
              MOVE WS-ATPC826-RES-IMPUESTO(WS-ATPC826-RES-IDX)
                TO WS-ATPC826-IMPUESTO-ED
              MOVE SPACES TO WS-ATPC826-LINEA
              STRING "  PAIS ["               DELIMITED BY SIZE
                     WS-ATPC826-RES-CODPAIS(WS-ATPC826-RES-IDX)
                                              DELIMITED BY SIZE
                     "] CODIMPTO ["           DELIMITED BY SIZE
                     WS-ATPC826-RES-CODIMPTO(WS-ATPC826-RES-IDX)
                                              DELIMITED BY SIZE
                     "] MOVIMIENTOS ["        DELIMITED BY SIZE
                     WS-ATPC826-RES-MOVS(WS-ATPC826-RES-IDX)
                                              DELIMITED BY SIZE
                     "] BASE ["               DELIMITED BY SIZE
                     WS-ATPC826-BASE-ED       DELIMITED BY SIZE
                     "] IMPUESTO ["           DELIMITED BY SIZE
                     WS-ATPC826-IMPUESTO-ED   DELIMITED BY SIZE
                     "]"                      DELIMITED BY SIZE
                INTO WS-ATPC826-LINEA
              WRITE RPT-ATPC826-REG FROM WS-ATPC826-LINEA
              DISPLAY WS-ATPC826-LINEA
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC826-ACUMULAR-MES
      *----------------------------------------------------------------
       ATPC826-ACUMULAR-MES.
           MOVE ZEROES TO WS-ATPC826-RES-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC826-RES-CANT
              IF WS-ATPC826-RES-CODPAIS(WS-I) = IVA-CODPAIS
              AND WS-ATPC826-RES-CODIMPTO(WS-I) = IVA-CODIMPTO
                 MOVE WS-I TO WS-ATPC826-RES-IDX
                 MOVE WS-ATPC826-RES-CANT TO WS-I
              END-IF
           END-PERFORM
           IF WS-ATPC826-RES-IDX = ZEROES
              IF WS-ATPC826-RES-CANT < WS-ATPC826-RES-MAX
                 ADD 1 TO WS-ATPC826-RES-CANT
                 MOVE WS-ATPC826-RES-CANT TO WS-ATPC826-RES-IDX
                 INITIALIZE WS-ATPC826-RES(WS-ATPC826-RES-IDX)
                 MOVE IVA-CODPAIS
                   TO WS-ATPC826-RES-CODPAIS(WS-ATPC826-RES-IDX)
                 MOVE IVA-CODIMPTO
                   TO WS-ATPC826-RES-CODIMPTO(WS-ATPC826-RES-IDX)
              ELSE
                 DISPLAY "ATPC826 - ALERTA: el arreglo del resumen "
                         "mensual alcanzo su capacidad maxima ["
                         WS-ATPC826-RES-MAX "] - resumen incompleto"
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF
           IF WS-ATPC826-RES-IDX > ZEROES
              ADD IVA-MOVIMIENTOS
                TO WS-ATPC826-RES-MOVS(WS-ATPC826-RES-IDX)
              ADD IVA-BASE
                TO WS-ATPC826-RES-BASE(WS-ATPC826-RES-IDX)
              ADD IVA-IMPUESTO
                TO WS-ATPC826-RES-IMPUESTO(WS-ATPC826-RES-IDX)
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
       COPY "ATPC044-PR".
       COPY "ATPC052-PR".
       COPY "ATPC156-PR".
       COPY "ATPC096-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
