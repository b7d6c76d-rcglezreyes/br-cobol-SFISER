      *                la fecha del dia.
      * Ademas incorpora, si estan presentes, los asientos ya armados
      * por otros procesos de la cadena: las reclasificaciones
      * contables de ATPC922 (RECLASIF.DAT, origen RCL), los ajustes
      * de saldo de ATPC999 (AJUGL.DAT, origenes AJ+/AJ-) y los
      * archivos de los batches de cartera listados en
      * WS-ATPC955-PRE-DEF: CASTGL.DAT (castigo, ATPC800), RECUPGL.DAT
      * (recuperos, ATPC964), PROVGL.DAT (prevision, ATPC802),
      * DEVOLGL.DAT (devolucion de saldos acreedores, ATPC819),
      * IVAGL.DAT (IVA sobre intereses y comisiones, ATPC826),
      * PROCGL.DAT (facturacion de procesamiento a entidades,
      * ATPC827), INTERGL.DAT (intercambio con las marcas, ATPC831),
      * REVALGL.DAT (revaluacion en moneda extranjera, ATPC845) y
      * CIEGL.DAT (devolucion del saldo de cuentas cerradas, ATPC849).
      * Sus filas AST se copian tal cual al extracto y entran a los
      * totales de control de su entidad, de modo que toda la partida
      * doble del dia sale por un unico archivo liberado. Los
      * archivos de los batches de cierre de mes (ATPC800, ATPC802,
      * ATPC827 y ATPC831) quedan en disco hasta el cierre siguiente,
      * por lo que de ellos se toman solo las filas fechadas el dia
      * de la corrida; los de los batches nocturnos se recrean cada
      * noche y se toman enteros (la reversion de ATPC845 va fechada
      * el primer dia del mes siguiente al cierre, no el de la
      * corrida).
      * Cada asiento se genera en pareja DEBE/HABER por el mismo
      * importe y se acumulan totales de control DEBE y HABER por
      * entidad. El archivo se libera (registro final LIB) solo si
           SELECT AJG-AJUSTES ASSIGN TO "AJUGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC955-AJG-STATUS.
      * Asientos ya armados por los batches de cartera; el nombre de
      * cada archivo de la lista WS-ATPC955-PRE-DEF se arma en
      * WS-ATPC955-PRE-NOMBRE
           SELECT PRE-ASENTADOS ASSIGN TO DYNAMIC WS-ATPC955-PRE-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC955-PRE-STATUS.
           SELECT AST-ASIENTOS ASSIGN TO "ASIENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC955-AST-STATUS.
           05  AJG-FECHA                      PIC X(10).
           05  AJG-REFERENCIA                 PIC X(20).

       FD  PRE-ASENTADOS
           RECORDING MODE IS F.
       01  PRE-ASENTADOS-REG.
           05  PRE-TIPO                       PIC X(03).
           05  PRE-CODENT                     PIC X(04).
           05  PRE-ORIGEN                     PIC X(03).
           05  PRE-DEBHAB                     PIC X(01).
           05  PRE-CONTCUR                    PIC X(26).
           05  PRE-IMPORTE                    PIC 9(13)V99.
           05  PRE-FECHA                      PIC X(10).
           05  PRE-REFERENCIA                 PIC X(20).

       FD  AST-ASIENTOS
           RECORDING MODE IS F.
       01  AST-ASIENTOS-REG.
       77  WS-ATPC955-RCL-STATUS              PIC X(02).
       77  WS-ATPC955-AJG-STATUS              PIC X(02).
       77  WS-ATPC955-AST-STATUS              PIC X(02).
       77  WS-ATPC955-PRE-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC955-FIN-ENTRADA          VALUE 1
               10  WS-ATPC955-TOT-FACTURADO   PIC 9(13)V99.
               10  WS-ATPC955-TOT-SINREF      PIC 9(06).

      * Archivos de asientos ya armados por los batches de cartera
      * (nombre, programa productor y toma: D solo las filas fechadas
      * hoy, para los archivos de cierre de mes que quedan en disco
      * hasta el mes siguiente; T todas, para los que su batch
      * nocturno recrea cada noche); todos son opcionales
       78  WS-ATPC955-PRE-ARCHIVOS            VALUE 9.
       01  WS-ATPC955-PRE-DEF.
      * Castigo mensual de cartera (origenes CSK/CSI/CSC)
           05  FILLER  PIC X(21) VALUE "CASTGL.DAT  ATPC800 D".
      * Recuperos sobre cuentas castigadas (origenes RCP/RCX)
           05  FILLER  PIC X(21) VALUE "RECUPGL.DAT ATPC964 T".
      * Prevision por incobrabilidad de cierre de mes (PRV/PRL)
           05  FILLER  PIC X(21) VALUE "PROVGL.DAT  ATPC802 D".
      * Devolucion de saldos acreedores (origen DSA)
           05  FILLER  PIC X(21) VALUE "DEVOLGL.DAT ATPC819 T".
      * IVA sobre intereses y comisiones cobrados (origenes IVI/IVC)
           05  FILLER  PIC X(21) VALUE "IVAGL.DAT   ATPC826 T".
      * Facturacion de procesamiento a entidades (origen FPR)
           05  FILLER  PIC X(21) VALUE "PROCGL.DAT  ATPC827 D".
      * Intercambio esperado y liquidado por las marcas (ITC/ITL)
           05  FILLER  PIC X(21) VALUE "INTERGL.DAT ATPC831 D".
      * Revaluacion en moneda extranjera y su reversion (RVG/RVP/RVR)
           05  FILLER  PIC X(21) VALUE "REVALGL.DAT ATPC845 T".
      * Devolucion del saldo acreedor de cuentas cerradas (DSC)
           05  FILLER  PIC X(21) VALUE "CIEGL.DAT   ATPC849 T".
       01  FILLER REDEFINES WS-ATPC955-PRE-DEF.
           05  WS-ATPC955-PRE OCCURS 9 TIMES.
               10  WS-ATPC955-PRE-ARCHIVO     PIC X(12).
               10  WS-ATPC955-PRE-PROGRAMA    PIC X(08).
               10  WS-ATPC955-PRE-TOMA        PIC X(01).
                   88  WS-ATPC955-PRE-SOLO-HOY     VALUE "D".
       77  WS-ATPC955-PRE-IDX                 PIC 9(02).
       77  WS-ATPC955-PRE-NOMBRE              PIC X(12).
       77  WS-ATPC955-PRE-LEIDOS              PIC 9(06).
       77  WS-ATPC955-PRE-OMITIDOS            PIC 9(06).

      * Marca global de liberacion del archivo
       01  FILLER                             PIC X(01).
           88 WS-ATPC955-LIBERABLE            VALUE "S"
           PERFORM ATPC955-PROCESAR-AGENDA
           PERFORM ATPC955-PROCESAR-RECLASIF
           PERFORM ATPC955-PROCESAR-AJUSTES
           PERFORM VARYING WS-ATPC955-PRE-IDX FROM 1 BY 1
                     UNTIL WS-ATPC955-PRE-IDX > WS-ATPC955-PRE-ARCHIVOS
              PERFORM ATPC955-PROCESAR-PREASENTADOS
           END-PERFORM

           PERFORM ATPC955-CONTROLAR-Y-CERRAR

           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC955-PROCESAR-PREASENTADOS
      *----------------------------------------------------------------
      * Idem con el archivo WS-ATPC955-PRE-IDX de la lista de asientos
      * ya armados por los batches de cartera; cada archivo deja su
      * linea de conteo en el reporte
      *----------------------------------------------------------------
       ATPC955-PROCESAR-PREASENTADOS.
           MOVE WS-ATPC955-PRE-ARCHIVO(WS-ATPC955-PRE-IDX)
             TO WS-ATPC955-PRE-NOMBRE
           MOVE ZEROES TO WS-ATPC955-PRE-LEIDOS
                          WS-ATPC955-PRE-OMITIDOS
           OPEN INPUT PRE-ASENTADOS
           IF WS-ATPC955-PRE-STATUS NOT = "00"
              DISPLAY "ATPC955 - AVISO: sin " WS-ATPC955-PRE-NOMBRE
                      " -- no hay asientos de "
                      WS-ATPC955-PRE-PROGRAMA(WS-ATPC955-PRE-IDX)
           ELSE
              SET WS-ATPC955-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC955-FIN-ENTRADA
                 READ PRE-ASENTADOS
                     AT END
                        SET WS-ATPC955-FIN-ENTRADA TO TRUE
                     NOT AT END
                        ADD 1 TO WS-ATPC955-PRE-LEIDOS
                        IF WS-ATPC955-PRE-SOLO-HOY(WS-ATPC955-PRE-IDX)
                        AND PRE-FECHA NOT = WS-ATPC955-HOY
                           ADD 1 TO WS-ATPC955-PRE-OMITIDOS
                        ELSE
                           MOVE PRE-ASENTADOS-REG TO AST-ASIENTOS-REG
                           PERFORM ATPC955-COPIAR-PREASENTADO
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE PRE-ASENTADOS

              MOVE SPACES TO WS-ATPC955-LINEA
              STRING " PREASENTADOS ["        DELIMITED BY SIZE
                     WS-ATPC955-PRE-NOMBRE    DELIMITED BY SIZE
                     "] DE ["                 DELIMITED BY SIZE
                     WS-ATPC955-PRE-PROGRAMA(WS-ATPC955-PRE-IDX)
                                              DELIMITED BY SIZE
                     "] FILAS ["              DELIMITED BY SIZE
                     WS-ATPC955-PRE-LEIDOS    DELIMITED BY SIZE
                     "] DE OTRO DIA ["        DELIMITED BY SIZE
                     WS-ATPC955-PRE-OMITIDOS  DELIMITED BY SIZE
                     "]"                      DELIMITED BY SIZE
                INTO WS-ATPC955-LINEA
              WRITE RPT-ATPC955-REG FROM WS-ATPC955-LINEA
              DISPLAY WS-ATPC955-LINEA
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC955-COPIAR-PREASENTADO
      *----------------------------------------------------------------
