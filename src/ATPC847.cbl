       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC847.
      *----------------------------------------------------------------
      * Programa batch mensual de rentabilidad por entidad: arma, por
      * CODENT y por grupo comercial (CODENTCOM de ATPC021), lo que
      * cada entidad nos deja en el mes, como base para renegociar
      * con los bancos socios. Consumidor puro de archivos que ya
      * producimos --
      * Ingresos:
      *  - interes devengado: neto de DEVMES.DAT, la concatenacion de
      *    los DEVENGO.DAT diarios del mes (ATPC951, mismo layout,
      *    igual que DEVANUAL.DAT de ATPC962);
      *  - comisiones periodicas: CUOMES.DAT, la concatenacion de los
      *    CUOTAS.DAT del mes (ATPC975, mismo layout), por fecha del
      *    movimiento; la correccion (INDNORCOR 0) resta y la cuota en
      *    otra moneda se lleva a la moneda principal de la entidad
      *    (ATPC157);
      *  - intercambio esperado del mes: INTERHIST.DAT (ATPC830);
      *  - servicio de procesamiento facturado: registro TOT del
      *    periodo en FACPROC.DAT (ATPC827).
      * Costos:
      *  - costo de fondeo: la TASA-FONDEO anual de ATPC847.PRM sobre
      *    los saldos deudores diarios de DEVMES.DAT (base 365);
      *  - castigos del mes (CASTIGOS.DAT, ATPC800, por FECCASTIGO)
      *    netos de lo recuperado en el mes sobre cuentas castigadas
      *    (RECUPERA.DAT, ATPC964, por fecha de proceso);
      *  - variacion de la prevision del periodo (PROVCART.DAT,
      *    ATPC802: reserva menos reserva anterior);
      *  - retenciones impositivas absorbidas: registros DET de
      *    RETMES.DAT, la concatenacion de los RETIMP.DAT del mes
      *    (ATPC961, mismo layout).
      * Margen = ingresos menos costos. La entidad queda marcada
      * DEBIL cuando su margen es negativo o no llega al MARGEN-MIN
      * porcentual de ATPC847.PRM sobre sus ingresos, y BAJA cuando
      * su margen del mes esta por debajo del promedio de sus meses
      * anteriores; las debiles se repiten al final del reporte.
      *
      * Tendencia: el resultado del periodo por entidad se guarda en
      * el historial RENTHIST.DAT (repetir el periodo reemplaza sus
      * filas) y el reporte muestra el margen de los ultimos doce
      * meses, en miles, por entidad y por grupo.
      *
      * Un archivo de ingresos, de fondeo o de prevision ausente se
      * informa, su componente queda en cero y la corrida termina con
      * RC 4; sin castigos, recuperos o retenciones el componente es
      * cero sin aviso.
      *
      * ATPC847.PRM (primera linea, campos contiguos, opcional):
      *  PERIODO(7 AAAA-MM, en blanco = mes en curso)
      *  TASA-FONDEO 9(03)V9(04) (porcentaje anual)
      *  MARGEN-MIN 9(03)V99 (porcentaje sobre los ingresos)
      *
      * Layout de RENTHIST.DAT:
      *  PERIODO(7) CODENT(4) CODENTCOM(10) INGRESOS(16) COSTOS(16)
      *  MARGEN(16) (importes con signo adelante separado)
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
           SELECT PRM-ATPC847 ASSIGN TO "ATPC847.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC847-PRM-STATUS.
           SELECT DEV-MES ASSIGN TO "DEVMES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC847-DEV-STATUS.
           SELECT CUO-MES ASSIGN TO "CUOMES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC847-CUO-STATUS.
           SELECT ITC-HISTORIAL ASSIGN TO "INTERHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC847-ITC-STATUS.
           SELECT FAC-PROCESAMIENTO ASSIGN TO "FACPROC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC847-FAC-STATUS.
           SELECT CAS-CASTIGOS ASSIGN TO "CASTIGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC847-CAS-STATUS.
           SELECT REC-RECUPEROS ASSIGN TO "RECUPERA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC847-REC-STATUS.
           SELECT PRV-HISTORIAL ASSIGN TO "PROVCART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC847-PRV-STATUS.
           SELECT RET-MES ASSIGN TO "RETMES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC847-RET-STATUS.
           SELECT REN-HISTORIAL ASSIGN TO "RENTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC847-REN-STATUS.
           SELECT REN-TEMPORAL ASSIGN TO "RENTHIST.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC847-TMP-STATUS.
           SELECT RPT-ATPC847 ASSIGN TO "ATPC847.RPT"
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

       FD  PRM-ATPC847
           RECORDING MODE IS F.
       01  PRM-ATPC847-REG.
           05  PRM-ATPC847-PERIODO            PIC X(07).
           05  PRM-ATPC847-TASA-FONDEO        PIC 9(03)V9(04).
           05  PRM-ATPC847-TASA-FONDEO-ALF REDEFINES
               PRM-ATPC847-TASA-FONDEO        PIC X(07).
           05  PRM-ATPC847-MARGEN-MIN         PIC 9(03)V99.
           05  PRM-ATPC847-MARGEN-MIN-ALF REDEFINES
               PRM-ATPC847-MARGEN-MIN         PIC X(05).

      * Devengos diarios del mes de ATPC951
       FD  DEV-MES
           RECORDING MODE IS F.
       01  DEV-MES-REG.
           05  DEV-CODENT                     PIC X(04).
           05  DEV-NUMCUENTA                  PIC X(16).
           05  DEV-SALDO-BASE                 PIC S9(09)V99.
           05  DEV-TASA                       PIC 9(03)V9(04).
           05  DEV-DEVENGO                    PIC S9(09)V9(04).
           05  DEV-INDABOREAL                 PIC X(01).

      * Comisiones periodicas del mes de ATPC975
       FD  CUO-MES
           RECORDING MODE IS F.
       01  CUO-MES-REG.
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

      * Historial diario de intercambio de ATPC830
       FD  ITC-HISTORIAL
           RECORDING MODE IS F.
       01  ITC-HISTORIAL-REG.
           05  ITC-FECHA                      PIC X(10).
           05  ITC-CODENT                     PIC X(04).
           05  ITC-CODMAR                     PIC 9(02).
           05  ITC-AMBITO                     PIC X(01).
           05  ITC-COMPRAS                    PIC 9(07).
           05  ITC-BASE                       PIC S9(13)V99
                                              SIGN LEADING SEPARATE.
           05  ITC-INTERCAMBIO                PIC S9(13)V99
                                              SIGN LEADING SEPARATE.

      * Facturas del servicio de procesamiento de ATPC827 (solo se
      * usa el registro TOT)
       FD  FAC-PROCESAMIENTO
           RECORDING MODE IS F.
       01  FAC-PROCESAMIENTO-REG.
           05  FAC-TIPO                       PIC X(03).
           05  FAC-TOT-CODENT                 PIC X(04).
           05  FAC-TOT-PERIODO                PIC X(07).
           05  FAC-TOT-LINEAS                 PIC 9(02).
           05  FAC-TOT-IMPORTE                PIC 9(13)V99.
           05  FILLER                         PIC X(69).

      * Registro de castigos de ATPC800
       FD  CAS-CASTIGOS
           RECORDING MODE IS F.
       01  CAS-CASTIGOS-REG.
           05  CAS-CODENT                     PIC X(04).
           05  CAS-NUMCUENTA                  PIC X(16).
           05  CAS-FECCASTIGO                 PIC X(10).
           05  CAS-DIAS-MORA                  PIC 9(03).
           05  CAS-CODESTCTA                  PIC 9(02).
           05  CAS-LINEA                      PIC X(04).
           05  CAS-CAPITAL                    PIC 9(09)V99.
           05  CAS-INTERES                    PIC 9(09)V99.
           05  CAS-COMISION                   PIC 9(09)V99.
           05  CAS-TOTAL                      PIC 9(09)V99.

      * Recuperos sobre cuentas castigadas de ATPC964
       FD  REC-RECUPEROS
           RECORDING MODE IS F.
       01  REC-RECUPEROS-REG.
           05  REC-CODENT                     PIC X(04).
           05  REC-NUMCUENTA                  PIC X(16).
           05  REC-IMPORTE                    PIC 9(09)V99.
           05  REC-FECVALOR                   PIC X(10).
           05  REC-FECPROCESO                 PIC X(10).
           05  REC-CODAGENCIA                 PIC X(04).
           05  REC-FECCASTIGO                 PIC X(10).
           05  REC-RECUPERADO                 PIC 9(09)V99.
           05  REC-EXCEDENTE                  PIC 9(09)V99.
           05  REC-PENDIENTE                  PIC 9(09)V99.

      * Historial de prevision de ATPC802
       FD  PRV-HISTORIAL
           RECORDING MODE IS F.
       01  PRV-HISTORIAL-REG.
           05  PRV-PERIODO                    PIC X(07).
           05  PRV-CODENT                     PIC X(04).
           05  PRV-CUENTAS                    PIC 9(06).
           05  PRV-BASE                       PIC 9(13)V99.
           05  PRV-RESERVA                    PIC 9(13)V99.
           05  PRV-ANTERIOR                   PIC 9(13)V99.
           05  PRV-FECHA                      PIC X(10).

      * Retenciones del mes de ATPC961 (solo se usa el registro DET)
       FD  RET-MES
           RECORDING MODE IS F.
       01  RET-MES-REG.
           05  RET-TIPO                       PIC X(03).
           05  RET-DET-CODENT                 PIC X(04).
           05  RET-DET-NUMCUENTA              PIC X(16).
           05  RET-DET-BASE                   PIC 9(09)V99.
           05  RET-DET-CODIMPTO               PIC 9(04).
           05  RET-DET-PORIMPTO               PIC 9(03)V9(04).
           05  RET-DET-RETENCION              PIC 9(09)V99.

       FD  REN-HISTORIAL
           RECORDING MODE IS F.
       01  REN-HISTORIAL-REG.
           05  REN-PERIODO                    PIC X(07).
           05  REN-CODENT                     PIC X(04).
           05  REN-CODENTCOM                  PIC X(10).
           05  REN-INGRESOS                   PIC S9(13)V99
                                              SIGN LEADING SEPARATE.
           05  REN-COSTOS                     PIC S9(13)V99
                                              SIGN LEADING SEPARATE.
           05  REN-MARGEN                     PIC S9(13)V99
                                              SIGN LEADING SEPARATE.

       FD  REN-TEMPORAL
           RECORDING MODE IS F.
       01  REN-TEMPORAL-REG                   PIC X(69).

       FD  RPT-ATPC847
           RECORDING MODE IS F.
       01  RPT-ATPC847-REG                    PIC X(150).

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

       77  WS-ATPC847-PRM-STATUS              PIC X(02).
       77  WS-ATPC847-DEV-STATUS              PIC X(02).
       77  WS-ATPC847-CUO-STATUS              PIC X(02).
       77  WS-ATPC847-ITC-STATUS              PIC X(02).
       77  WS-ATPC847-FAC-STATUS              PIC X(02).
       77  WS-ATPC847-CAS-STATUS              PIC X(02).
       77  WS-ATPC847-REC-STATUS              PIC X(02).
       77  WS-ATPC847-PRV-STATUS              PIC X(02).
       77  WS-ATPC847-RET-STATUS              PIC X(02).
       77  WS-ATPC847-REN-STATUS              PIC X(02).
       77  WS-ATPC847-TMP-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC847-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.

      * Periodo reportado en AAAA-MM
       01  WS-ATPC847-PERIODO.
           05  WS-ATPC847-PER-AAAA            PIC 9(04).
           05  WS-ATPC847-PER-G1              PIC X(01) VALUE "-".
           05  WS-ATPC847-PER-MM              PIC 9(02).
       01  WS-ATPC847-HOY-AMD.
           05  WS-ATPC847-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC847-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC847-HOY-AMD-DD          PIC 9(02).
       01  WS-ATPC847-HOY.
           05  WS-ATPC847-HOY-AAAA            PIC 9(04).
           05  FILLER                         PIC X(01) VALUE "-".
           05  WS-ATPC847-HOY-MM              PIC 9(02).
           05  FILLER                         PIC X(01) VALUE "-".
           05  WS-ATPC847-HOY-DD              PIC 9(02).

      * Parametros de ATPC847.PRM
       77  WS-ATPC847-TASA-FONDEO             PIC 9(03)V9(04) VALUE 0.
       77  WS-ATPC847-MARGEN-MIN              PIC 9(03)V99 VALUE 0.

      * Los doce periodos de la tendencia, del mas antiguo (1) al
      * reportado (12)
       78  WS-ATPC847-MESES                   VALUE 12.
       01  WS-ATPC847-PERIODOS.
           05  WS-ATPC847-PER-TAB             PIC X(07)
                                              OCCURS 12 TIMES.
       01  WS-ATPC847-PER-AUX.
           05  WS-ATPC847-PAUX-AAAA           PIC 9(04).
           05  WS-ATPC847-PAUX-G1             PIC X(01) VALUE "-".
           05  WS-ATPC847-PAUX-MM             PIC 9(02).
       77  WS-ATPC847-MES-IDX                 PIC 9(02).

      * Resultado del periodo por entidad. Componentes --
      *  1 interes  2 comisiones  3 intercambio  4 procesamiento
      *  5 fondeo  6 castigos  7 recuperos  8 prevision
      *  9 retenciones
       78  WS-ATPC847-ENT-MAX                 VALUE 200.
       77  WS-ATPC847-ENT-CANT                PIC 9(04) VALUE 0.
       77  WS-ATPC847-ENT-IDX                 PIC 9(04).
       01  WS-ATPC847-ENTIDADES.
           05  WS-ATPC847-ENT OCCURS 200 TIMES.
               10  WS-ATPC847-ENT-CODENT      PIC X(04).
               10  WS-ATPC847-ENT-CODENTCOM   PIC X(10).
               10  WS-ATPC847-ENT-CLAMONUF    PIC 9(03).
               10  WS-ATPC847-ENT-VALIDA      PIC X(01).
               10  WS-ATPC847-ENT-BASE-DIAS   PIC S9(15)V99.
               10  WS-ATPC847-ENT-COMP        PIC S9(13)V99
                                              OCCURS 9 TIMES.
               10  WS-ATPC847-ENT-INGRESOS    PIC S9(13)V99.
               10  WS-ATPC847-ENT-COSTOS      PIC S9(13)V99.
               10  WS-ATPC847-ENT-MARGEN      PIC S9(13)V99.
               10  WS-ATPC847-ENT-DEBIL       PIC X(01).
               10  WS-ATPC847-ENT-TEND        PIC S9(13)V99
                                              OCCURS 12 TIMES.
               10  WS-ATPC847-ENT-TEND-CON    PIC X(01)
                                              OCCURS 12 TIMES.
       77  WS-ATPC847-ENT-BUSCADA             PIC X(04).
       77  WS-ATPC847-COMP-IDX                PIC 9(01).

      * Resultado del periodo y tendencia por grupo comercial
       78  WS-ATPC847-GRU-MAX                 VALUE 100.
       77  WS-ATPC847-GRU-CANT                PIC 9(04) VALUE 0.
       77  WS-ATPC847-GRU-IDX                 PIC 9(04).
       01  WS-ATPC847-GRUPOS.
           05  WS-ATPC847-GRU OCCURS 100 TIMES.
               10  WS-ATPC847-GRU-CODENTCOM   PIC X(10).
               10  WS-ATPC847-GRU-ENTIDADES   PIC 9(04).
               10  WS-ATPC847-GRU-INGRESOS    PIC S9(13)V99.
               10  WS-ATPC847-GRU-COSTOS      PIC S9(13)V99.
               10  WS-ATPC847-GRU-MARGEN      PIC S9(13)V99.
               10  WS-ATPC847-GRU-TEND        PIC S9(13)V99
                                              OCCURS 12 TIMES.
               10  WS-ATPC847-GRU-TEND-CON    PIC X(01)
                                              OCCURS 12 TIMES.

      * Calculo del margen y la tendencia
       77  WS-ATPC847-IMPORTE                 PIC S9(13)V99.
       77  WS-ATPC847-PORCENTAJE              PIC S9(05)V99.
       77  WS-ATPC847-PROMEDIO                PIC S9(13)V99.
       77  WS-ATPC847-MESES-CON               PIC 9(02).
       77  WS-ATPC847-MILES                   PIC S9(10).
       77  WS-ATPC847-MARCA                   PIC X(11).
       77  WS-ATPC847-POS                     PIC 9(03).
       77  WS-ATPC847-SIN-ENTIDAD             PIC X(28).

      * Contadores del resumen final
       77  WS-ATPC847-DEV-LEIDOS              PIC 9(08) VALUE 0.
       77  WS-ATPC847-CUO-DEL-MES             PIC 9(08) VALUE 0.
       77  WS-ATPC847-CUO-SIN-TASA            PIC 9(06) VALUE 0.
       77  WS-ATPC847-ITC-DEL-MES             PIC 9(06) VALUE 0.
       77  WS-ATPC847-FAC-DEL-MES             PIC 9(06) VALUE 0.
       77  WS-ATPC847-CAS-DEL-MES             PIC 9(06) VALUE 0.
       77  WS-ATPC847-REC-DEL-MES             PIC 9(06) VALUE 0.
       77  WS-ATPC847-PRV-DEL-MES             PIC 9(06) VALUE 0.
       77  WS-ATPC847-RET-LEIDOS              PIC 9(08) VALUE 0.
       77  WS-ATPC847-DEBILES                 PIC 9(04) VALUE 0.
       77  WS-ATPC847-TOT-INGRESOS            PIC S9(15)V99 VALUE 0.
       77  WS-ATPC847-TOT-COSTOS              PIC S9(15)V99 VALUE 0.
       77  WS-ATPC847-TOT-MARGEN              PIC S9(15)V99 VALUE 0.

       77  WS-ATPC847-IMPORTE-ED              PIC -(12)9.99.
       77  WS-ATPC847-IMPORTE2-ED             PIC -(12)9.99.
       77  WS-ATPC847-IMPORTE3-ED             PIC -(12)9.99.
       77  WS-ATPC847-IMPORTE4-ED             PIC -(12)9.99.
       77  WS-ATPC847-IMPORTE5-ED             PIC -(12)9.99.
       77  WS-ATPC847-TOTAL-ED                PIC -(14)9.99.
       77  WS-ATPC847-PORCENTAJE-ED           PIC -(04)9.99.
       77  WS-ATPC847-MILES-ED                PIC -(07)9.
       01  WS-ATPC847-LINEA                   PIC X(150).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC847-PRINCIPAL
      *----------------------------------------------------------------
       ATPC847-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC847: RENTABILIDAD MENSUAL POR ENTIDAD              -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC847" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC021-CARGAR-ARREGLO
           PERFORM ATPC157-CARGAR-ARREGLO

           PERFORM ATPC847-LEER-PARAMETROS
           PERFORM ATPC847-ARMAR-PERIODOS

           PERFORM ATPC847-ACUMULAR-DEVENGOS
           PERFORM ATPC847-ACUMULAR-COMISIONES
           PERFORM ATPC847-ACUMULAR-INTERCAMBIO
           PERFORM ATPC847-ACUMULAR-PROCESAMIENTO
           PERFORM ATPC847-ACUMULAR-CASTIGOS
           PERFORM ATPC847-ACUMULAR-RECUPEROS
           PERFORM ATPC847-ACUMULAR-PREVISION
           PERFORM ATPC847-ACUMULAR-RETENCIONES
           PERFORM ATPC847-CARGAR-TENDENCIA
           PERFORM ATPC847-CALCULAR-MARGENES

           OPEN OUTPUT RPT-ATPC847
           MOVE SPACES TO WS-ATPC847-LINEA
           STRING " RENTABILIDAD POR ENTIDAD DEL PERIODO ["
                                              DELIMITED BY SIZE
                  WS-ATPC847-PERIODO          DELIMITED BY SIZE
                  "] -- IMPORTES EN MONEDA PRINCIPAL DE LA ENTIDAD"
                                              DELIMITED BY SIZE
             INTO WS-ATPC847-LINEA
           WRITE RPT-ATPC847-REG FROM WS-ATPC847-LINEA
           DISPLAY WS-ATPC847-LINEA

           PERFORM ATPC847-INFORMAR-ENTIDADES
           PERFORM ATPC847-INFORMAR-GRUPOS
           PERFORM ATPC847-INFORMAR-DEBILES
           PERFORM ATPC847-EMITIR-RESUMEN
           CLOSE RPT-ATPC847

           PERFORM ATPC847-GRABAR-HISTORIAL

           DISPLAY
           "- ATPC847: RENTABILIDAD FINALIZADA                       -"
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
      * Proceso: ATPC847-LEER-PARAMETROS
      *----------------------------------------------------------------
      * Periodo AAAA-MM, tasa de fondeo y margen minimo de la primera
      * linea de ATPC847.PRM; sin periodo valido se toma el mes en
      * curso y sin tasa de fondeo el fondeo queda en cero (RC 4)
      *----------------------------------------------------------------
       ATPC847-LEER-PARAMETROS.
           ACCEPT WS-ATPC847-HOY-AMD FROM DATE YYYYMMDD
           MOVE WS-ATPC847-HOY-AMD-AAAA TO WS-ATPC847-PER-AAAA
                                           WS-ATPC847-HOY-AAAA
           MOVE WS-ATPC847-HOY-AMD-MM   TO WS-ATPC847-PER-MM
                                           WS-ATPC847-HOY-MM
           MOVE WS-ATPC847-HOY-AMD-DD   TO WS-ATPC847-HOY-DD
           MOVE "-" TO WS-ATPC847-PER-G1

           OPEN INPUT PRM-ATPC847
           IF WS-ATPC847-PRM-STATUS = "00"
              READ PRM-ATPC847
                  AT END
                     CONTINUE
                  NOT AT END
                     IF PRM-ATPC847-PERIODO(1:4) IS NUMERIC
                     AND PRM-ATPC847-PERIODO(5:1) = "-"
                     AND PRM-ATPC847-PERIODO(6:2) IS NUMERIC
                        MOVE PRM-ATPC847-PERIODO TO WS-ATPC847-PERIODO
                     ELSE
                        IF PRM-ATPC847-PERIODO NOT = SPACES
                           DISPLAY "ATPC847 - AVISO: periodo invalido "
                                   "en ATPC847.PRM ["
                                   PRM-ATPC847-PERIODO "] -- se "
                                   "reporta el mes en curso"
                        END-IF
                     END-IF
                     IF PRM-ATPC847-TASA-FONDEO-ALF IS NUMERIC
                        MOVE PRM-ATPC847-TASA-FONDEO
                          TO WS-ATPC847-TASA-FONDEO
                     END-IF
                     IF PRM-ATPC847-MARGEN-MIN-ALF IS NUMERIC
                        MOVE PRM-ATPC847-MARGEN-MIN
                          TO WS-ATPC847-MARGEN-MIN
                     END-IF
              END-READ
              CLOSE PRM-ATPC847
           END-IF

           IF WS-ATPC847-TASA-FONDEO = ZEROES
              DISPLAY "ATPC847 - AVISO: sin TASA-FONDEO en "
                      "ATPC847.PRM -- costo de fondeo en cero"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC847-ARMAR-PERIODOS
      *----------------------------------------------------------------
       ATPC847-ARMAR-PERIODOS.
           MOVE WS-ATPC847-PER-AAAA TO WS-ATPC847-PAUX-AAAA
           MOVE WS-ATPC847-PER-MM   TO WS-ATPC847-PAUX-MM
           MOVE "-" TO WS-ATPC847-PAUX-G1
           PERFORM VARYING WS-ATPC847-MES-IDX FROM WS-ATPC847-MESES
                     BY -1 UNTIL WS-ATPC847-MES-IDX < 1
              MOVE WS-ATPC847-PER-AUX
                TO WS-ATPC847-PER-TAB(WS-ATPC847-MES-IDX)
              IF WS-ATPC847-PAUX-MM = 1
                 MOVE 12 TO WS-ATPC847-PAUX-MM
                 SUBTRACT 1 FROM WS-ATPC847-PAUX-AAAA
              ELSE
                 SUBTRACT 1 FROM WS-ATPC847-PAUX-MM
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC847-UBICAR-ENTIDAD
      *----------------------------------------------------------------
      * Deja en WS-ATPC847-ENT-IDX la fila de WS-ATPC847-ENT-BUSCADA,
      * agregandola con su grupo y moneda de ATPC021 si no existe
      * (cero si la tabla esta llena)
      *----------------------------------------------------------------
       ATPC847-UBICAR-ENTIDAD.
           IF WS-ATPC847-ENT-IDX > ZEROES
              IF WS-ATPC847-ENT-CODENT(WS-ATPC847-ENT-IDX) NOT =
                 WS-ATPC847-ENT-BUSCADA
                 PERFORM ATPC847-BUSCAR-ENTIDAD
              END-IF
           ELSE
              PERFORM ATPC847-BUSCAR-ENTIDAD
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC847-BUSCAR-ENTIDAD
      *----------------------------------------------------------------
       ATPC847-BUSCAR-ENTIDAD.
           MOVE ZEROES TO WS-ATPC847-ENT-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC847-ENT-CANT
              IF WS-ATPC847-ENT-CODENT(WS-I) = WS-ATPC847-ENT-BUSCADA
                 MOVE WS-I TO WS-ATPC847-ENT-IDX
                 MOVE WS-ATPC847-ENT-CANT TO WS-I
              END-IF
           END-PERFORM
           IF WS-ATPC847-ENT-IDX = ZEROES
              IF WS-ATPC847-ENT-CANT < WS-ATPC847-ENT-MAX
                 ADD 1 TO WS-ATPC847-ENT-CANT
                 MOVE WS-ATPC847-ENT-CANT TO WS-ATPC847-ENT-IDX
                 INITIALIZE WS-ATPC847-ENT(WS-ATPC847-ENT-IDX)
                 MOVE WS-ATPC847-ENT-BUSCADA
                   TO WS-ATPC847-ENT-CODENT(WS-ATPC847-ENT-IDX)
                 INITIALIZE WS-ATPC021
                 MOVE WS-ATPC847-ENT-BUSCADA TO WS-ATPC021-CODENT
                 PERFORM ATPC021-BUSCAR-EN-ARREGLO
                 IF WS-ATPC021-RETORNO-OK
                    MOVE CT-S
                      TO WS-ATPC847-ENT-VALIDA(WS-ATPC847-ENT-IDX)
                    MOVE WS-ATPC021-CODENTCOM-ALF
                      TO WS-ATPC847-ENT-CODENTCOM(WS-ATPC847-ENT-IDX)
                    MOVE WS-ATPC021-CLAMONUF
                      TO WS-ATPC847-ENT-CLAMONUF(WS-ATPC847-ENT-IDX)
                 ELSE
                    MOVE "N"
                      TO WS-ATPC847-ENT-VALIDA(WS-ATPC847-ENT-IDX)
                    MOVE SPACES
                      TO WS-ATPC847-ENT-CODENTCOM(WS-ATPC847-ENT-IDX)
                 END-IF
              ELSE
                 DISPLAY "ATPC847 - ERROR: entidades superan la "
                         "capacidad maxima [" WS-ATPC847-ENT-MAX
                         "] -- entidad [" WS-ATPC847-ENT-BUSCADA
                         "] sin informar"
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC847-SUMAR-COMPONENTE
      *----------------------------------------------------------------
      * Suma WS-ATPC847-IMPORTE al componente WS-ATPC847-COMP-IDX de
      * la entidad WS-ATPC847-ENT-BUSCADA
      *----------------------------------------------------------------
       ATPC847-SUMAR-COMPONENTE.
           PERFORM ATPC847-UBICAR-ENTIDAD
           IF WS-ATPC847-ENT-IDX > ZEROES
              ADD WS-ATPC847-IMPORTE
               TO WS-ATPC847-ENT-COMP(WS-ATPC847-ENT-IDX,
                                      WS-ATPC847-COMP-IDX)
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC847-AVISAR-FALTANTE
      *----------------------------------------------------------------
       ATPC847-AVISAR-FALTANTE.
           IF RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC847-ACUMULAR-DEVENGOS
      *----------------------------------------------------------------
      * Interes devengado neto y saldos deudores diarios (base del
      * costo de fondeo)
      *----------------------------------------------------------------
       ATPC847-ACUMULAR-DEVENGOS.
           MOVE ZEROES TO WS-ATPC847-ENT-IDX
           OPEN INPUT DEV-MES
           IF WS-ATPC847-DEV-STATUS NOT = "00"
              DISPLAY "ATPC847 - AVISO: sin DEVMES.DAT -- interes "
                      "devengado y costo de fondeo en cero"
              PERFORM ATPC847-AVISAR-FALTANTE
           ELSE
              SET WS-ATPC847-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC847-FIN-ENTRADA
                 READ DEV-MES
                     AT END
                        SET WS-ATPC847-FIN-ENTRADA TO TRUE
                     NOT AT END
                        ADD 1 TO WS-ATPC847-DEV-LEIDOS
                        MOVE DEV-CODENT TO WS-ATPC847-ENT-BUSCADA
                        MOVE 1 TO WS-ATPC847-COMP-IDX
                        COMPUTE WS-ATPC847-IMPORTE ROUNDED =
                                DEV-DEVENGO
                        PERFORM ATPC847-SUMAR-COMPONENTE
                        IF WS-ATPC847-ENT-IDX > ZEROES
                        AND DEV-SALDO-BASE > ZEROES
                           ADD DEV-SALDO-BASE
                            TO WS-ATPC847-ENT-BASE-DIAS
                               (WS-ATPC847-ENT-IDX)
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE DEV-MES
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC847-ACUMULAR-COMISIONES
      *----------------------------------------------------------------
       ATPC847-ACUMULAR-COMISIONES.
           MOVE ZEROES TO WS-ATPC847-ENT-IDX
           OPEN INPUT CUO-MES
           IF WS-ATPC847-CUO-STATUS NOT = "00"
              DISPLAY "ATPC847 - AVISO: sin CUOMES.DAT -- comisiones "
                      "en cero"
              PERFORM ATPC847-AVISAR-FALTANTE
           ELSE
              SET WS-ATPC847-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC847-FIN-ENTRADA
                 READ CUO-MES
                     AT END
                        SET WS-ATPC847-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF CUO-FECHA(1:7) = WS-ATPC847-PERIODO
                           ADD 1 TO WS-ATPC847-CUO-DEL-MES
                           PERFORM ATPC847-SUMAR-COMISION
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE CUO-MES
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC847-SUMAR-COMISION
      *----------------------------------------------------------------
      * La cuota en otra moneda se convierte al tipo de cambio de su
      * fecha; sin cotizacion se toma el importe tal cual y se informa
      *----------------------------------------------------------------
       ATPC847-SUMAR-COMISION.
           MOVE CUO-CODENT  TO WS-ATPC847-ENT-BUSCADA
           MOVE 2           TO WS-ATPC847-COMP-IDX
           MOVE CUO-IMPORTE TO WS-ATPC847-IMPORTE
           PERFORM ATPC847-UBICAR-ENTIDAD
           IF WS-ATPC847-ENT-IDX > ZEROES
           AND CUO-CLAMON NOT = ZEROES
           AND CUO-CLAMON NOT =
               WS-ATPC847-ENT-CLAMONUF(WS-ATPC847-ENT-IDX)
              INITIALIZE WS-ATPC157-CONV
              MOVE CUO-CLAMON  TO WS-ATPC157-CONV-MONDESDE
              MOVE WS-ATPC847-ENT-CLAMONUF(WS-ATPC847-ENT-IDX)
                TO WS-ATPC157-CONV-MONHASTA
              MOVE CUO-FECHA   TO WS-ATPC157-CONV-FECHA
              MOVE CUO-IMPORTE TO WS-ATPC157-CONV-IMPORTE
              PERFORM ATPC157-CONVERTIR
              IF WS-ATPC157-RETORNO-OK
                 MOVE WS-ATPC157-CONV-CONVERTIDO TO WS-ATPC847-IMPORTE
              ELSE
                 ADD 1 TO WS-ATPC847-CUO-SIN-TASA
                 PERFORM ATPC847-AVISAR-FALTANTE
              END-IF
           END-IF
           IF CUO-INDNORCOR = ZEROES
              COMPUTE WS-ATPC847-IMPORTE = 0 - WS-ATPC847-IMPORTE
           END-IF
           PERFORM ATPC847-SUMAR-COMPONENTE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC847-ACUMULAR-INTERCAMBIO
      *----------------------------------------------------------------
       ATPC847-ACUMULAR-INTERCAMBIO.
           MOVE ZEROES TO WS-ATPC847-ENT-IDX
           OPEN INPUT ITC-HISTORIAL
           IF WS-ATPC847-ITC-STATUS NOT = "00"
              DISPLAY "ATPC847 - AVISO: sin INTERHIST.DAT -- "
                      "intercambio en cero"
              PERFORM ATPC847-AVISAR-FALTANTE
           ELSE
              SET WS-ATPC847-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC847-FIN-ENTRADA
                 READ ITC-HISTORIAL
                     AT END
                        SET WS-ATPC847-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF ITC-FECHA(1:7) = WS-ATPC847-PERIODO
                           ADD 1 TO WS-ATPC847-ITC-DEL-MES
                           MOVE ITC-CODENT TO WS-ATPC847-ENT-BUSCADA
                           MOVE 3 TO WS-ATPC847-COMP-IDX
                           MOVE ITC-INTERCAMBIO TO WS-ATPC847-IMPORTE
                           PERFORM ATPC847-SUMAR-COMPONENTE
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE ITC-HISTORIAL
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC847-ACUMULAR-PROCESAMIENTO
      *----------------------------------------------------------------
      * FACPROC.DAT se recrea en cada cierre de ATPC827: si no trae
      * el periodo reportado el servicio facturado queda en cero
      *----------------------------------------------------------------
       ATPC847-ACUMULAR-PROCESAMIENTO.
           MOVE ZEROES TO WS-ATPC847-ENT-IDX
           OPEN INPUT FAC-PROCESAMIENTO
           IF WS-ATPC847-FAC-STATUS NOT = "00"
              DISPLAY "ATPC847 - AVISO: sin FACPROC.DAT -- servicio "
                      "de procesamiento en cero"
              PERFORM ATPC847-AVISAR-FALTANTE
           ELSE
              SET WS-ATPC847-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC847-FIN-ENTRADA
                 READ FAC-PROCESAMIENTO
                     AT END
                        SET WS-ATPC847-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF FAC-TIPO = "TOT"
                        AND FAC-TOT-PERIODO = WS-ATPC847-PERIODO
                           ADD 1 TO WS-ATPC847-FAC-DEL-MES
                           MOVE FAC-TOT-CODENT
                             TO WS-ATPC847-ENT-BUSCADA
                           MOVE 4 TO WS-ATPC847-COMP-IDX
                           MOVE FAC-TOT-IMPORTE TO WS-ATPC847-IMPORTE
                           PERFORM ATPC847-SUMAR-COMPONENTE
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE FAC-PROCESAMIENTO
              IF WS-ATPC847-FAC-DEL-MES = ZEROES
                 DISPLAY "ATPC847 - AVISO: FACPROC.DAT sin facturas "
                         "del periodo -- servicio de procesamiento "
                         "en cero"
                 PERFORM ATPC847-AVISAR-FALTANTE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC847-ACUMULAR-CASTIGOS
      *----------------------------------------------------------------
       ATPC847-ACUMULAR-CASTIGOS.
           MOVE ZEROES TO WS-ATPC847-ENT-IDX
           OPEN INPUT CAS-CASTIGOS
           IF WS-ATPC847-CAS-STATUS = "00"
              SET WS-ATPC847-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC847-FIN-ENTRADA
                 READ CAS-CASTIGOS
                     AT END
                        SET WS-ATPC847-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF CAS-FECCASTIGO(1:7) = WS-ATPC847-PERIODO
                           ADD 1 TO WS-ATPC847-CAS-DEL-MES
                           MOVE CAS-CODENT TO WS-ATPC847-ENT-BUSCADA
                           MOVE 6 TO WS-ATPC847-COMP-IDX
                           MOVE CAS-TOTAL TO WS-ATPC847-IMPORTE
                           PERFORM ATPC847-SUMAR-COMPONENTE
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE CAS-CASTIGOS
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC847-ACUMULAR-RECUPEROS
      *----------------------------------------------------------------
       ATPC847-ACUMULAR-RECUPEROS.
           MOVE ZEROES TO WS-ATPC847-ENT-IDX
           OPEN INPUT REC-RECUPEROS
           IF WS-ATPC847-REC-STATUS = "00"
              SET WS-ATPC847-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC847-FIN-ENTRADA
                 READ REC-RECUPEROS
                     AT END
                        SET WS-ATPC847-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF REC-FECPROCESO(1:7) = WS-ATPC847-PERIODO
                           ADD 1 TO WS-ATPC847-REC-DEL-MES
                           MOVE REC-CODENT TO WS-ATPC847-ENT-BUSCADA
                           MOVE 7 TO WS-ATPC847-COMP-IDX
                           MOVE REC-RECUPERADO TO WS-ATPC847-IMPORTE
                           PERFORM ATPC847-SUMAR-COMPONENTE
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE REC-RECUPEROS
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC847-ACUMULAR-PREVISION
      *----------------------------------------------------------------
      * Variacion de la reserva del periodo: positiva si se
      * constituyo, negativa si se libero
      *----------------------------------------------------------------
       ATPC847-ACUMULAR-PREVISION.
           MOVE ZEROES TO WS-ATPC847-ENT-IDX
           OPEN INPUT PRV-HISTORIAL
           IF WS-ATPC847-PRV-STATUS NOT = "00"
              DISPLAY "ATPC847 - AVISO: sin PROVCART.DAT -- variacion "
                      "de prevision en cero"
              PERFORM ATPC847-AVISAR-FALTANTE
           ELSE
              SET WS-ATPC847-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC847-FIN-ENTRADA
                 READ PRV-HISTORIAL
                     AT END
                        SET WS-ATPC847-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF PRV-PERIODO = WS-ATPC847-PERIODO
                           ADD 1 TO WS-ATPC847-PRV-DEL-MES
                           MOVE PRV-CODENT TO WS-ATPC847-ENT-BUSCADA
                           MOVE 8 TO WS-ATPC847-COMP-IDX
                           COMPUTE WS-ATPC847-IMPORTE =
                                   PRV-RESERVA - PRV-ANTERIOR
                           PERFORM ATPC847-SUMAR-COMPONENTE
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE PRV-HISTORIAL
              IF WS-ATPC847-PRV-DEL-MES = ZEROES
                 DISPLAY "ATPC847 - AVISO: PROVCART.DAT sin el "
                         "periodo -- variacion de prevision en cero"
                 PERFORM ATPC847-AVISAR-FALTANTE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC847-ACUMULAR-RETENCIONES
      *----------------------------------------------------------------
       ATPC847-ACUMULAR-RETENCIONES.
           MOVE ZEROES TO WS-ATPC847-ENT-IDX
           OPEN INPUT RET-MES
           IF WS-ATPC847-RET-STATUS = "00"
              SET WS-ATPC847-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC847-FIN-ENTRADA
                 READ RET-MES
                     AT END
                        SET WS-ATPC847-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF RET-TIPO = "DET"
                           ADD 1 TO WS-ATPC847-RET-LEIDOS
                           MOVE RET-DET-CODENT
                             TO WS-ATPC847-ENT-BUSCADA
                           MOVE 9 TO WS-ATPC847-COMP-IDX
                           MOVE RET-DET-RETENCION
                             TO WS-ATPC847-IMPORTE
                           PERFORM ATPC847-SUMAR-COMPONENTE
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE RET-MES
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC847-CARGAR-TENDENCIA
      *----------------------------------------------------------------
      * Margen de los once meses anteriores desde RENTHIST.DAT; la
      * entidad con historia y sin movimiento en el periodo tambien
      * se informa
      *----------------------------------------------------------------
       ATPC847-CARGAR-TENDENCIA.
           MOVE ZEROES TO WS-ATPC847-ENT-IDX
           OPEN INPUT REN-HISTORIAL
           IF WS-ATPC847-REN-STATUS = "00"
              SET WS-ATPC847-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC847-FIN-ENTRADA
                 READ REN-HISTORIAL
                     AT END
                        SET WS-ATPC847-FIN-ENTRADA TO TRUE
                     NOT AT END
                        MOVE ZEROES TO WS-ATPC847-MES-IDX
                        PERFORM VARYING WS-I FROM 1 BY 1
                                  UNTIL WS-I >= WS-ATPC847-MESES
                           IF WS-ATPC847-PER-TAB(WS-I) = REN-PERIODO
                              MOVE WS-I TO WS-ATPC847-MES-IDX
                           END-IF
                        END-PERFORM
                        IF WS-ATPC847-MES-IDX > ZEROES
                           MOVE REN-CODENT TO WS-ATPC847-ENT-BUSCADA
                           PERFORM ATPC847-UBICAR-ENTIDAD
                           IF WS-ATPC847-ENT-IDX > ZEROES
                              MOVE REN-MARGEN
                                TO WS-ATPC847-ENT-TEND
                                   (WS-ATPC847-ENT-IDX,
                                    WS-ATPC847-MES-IDX)
                              MOVE CT-S
                                TO WS-ATPC847-ENT-TEND-CON
                                   (WS-ATPC847-ENT-IDX,
                                    WS-ATPC847-MES-IDX)
                              IF WS-ATPC847-ENT-CODENTCOM
                                 (WS-ATPC847-ENT-IDX) = SPACES
                                 MOVE REN-CODENTCOM
                                   TO WS-ATPC847-ENT-CODENTCOM
                                      (WS-ATPC847-ENT-IDX)
                              END-IF
                           END-IF
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE REN-HISTORIAL
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC847-CALCULAR-MARGENES
      *----------------------------------------------------------------
      * Costo de fondeo, ingresos, costos y margen de cada entidad,
      * marca de entidad debil y acumulado por grupo comercial
      *----------------------------------------------------------------
       ATPC847-CALCULAR-MARGENES.
           PERFORM VARYING WS-ATPC847-ENT-IDX FROM 1 BY 1
                     UNTIL WS-ATPC847-ENT-IDX > WS-ATPC847-ENT-CANT
              COMPUTE WS-ATPC847-ENT-COMP(WS-ATPC847-ENT-IDX, 5)
                      ROUNDED =
                      WS-ATPC847-ENT-BASE-DIAS(WS-ATPC847-ENT-IDX)
                    * WS-ATPC847-TASA-FONDEO / 36500
              COMPUTE WS-ATPC847-ENT-INGRESOS(WS-ATPC847-ENT-IDX) =
                      WS-ATPC847-ENT-COMP(WS-ATPC847-ENT-IDX, 1)
                    + WS-ATPC847-ENT-COMP(WS-ATPC847-ENT-IDX, 2)
                    + WS-ATPC847-ENT-COMP(WS-ATPC847-ENT-IDX, 3)
                    + WS-ATPC847-ENT-COMP(WS-ATPC847-ENT-IDX, 4)
              COMPUTE WS-ATPC847-ENT-COSTOS(WS-ATPC847-ENT-IDX) =
                      WS-ATPC847-ENT-COMP(WS-ATPC847-ENT-IDX, 5)
                    + WS-ATPC847-ENT-COMP(WS-ATPC847-ENT-IDX, 6)
                    - WS-ATPC847-ENT-COMP(WS-ATPC847-ENT-IDX, 7)
                    + WS-ATPC847-ENT-COMP(WS-ATPC847-ENT-IDX, 8)
                    + WS-ATPC847-ENT-COMP(WS-ATPC847-ENT-IDX, 9)
              COMPUTE WS-ATPC847-ENT-MARGEN(WS-ATPC847-ENT-IDX) =
                      WS-ATPC847-ENT-INGRESOS(WS-ATPC847-ENT-IDX)
                    - WS-ATPC847-ENT-COSTOS(WS-ATPC847-ENT-IDX)
              MOVE WS-ATPC847-ENT-MARGEN(WS-ATPC847-ENT-IDX)
                TO WS-ATPC847-ENT-TEND
                   (WS-ATPC847-ENT-IDX, WS-ATPC847-MESES)
              MOVE CT-S
                TO WS-ATPC847-ENT-TEND-CON
                   (WS-ATPC847-ENT-IDX, WS-ATPC847-MESES)

              MOVE "N" TO WS-ATPC847-ENT-DEBIL(WS-ATPC847-ENT-IDX)
              PERFORM ATPC847-CALCULAR-PORCENTAJE
              IF WS-ATPC847-ENT-MARGEN(WS-ATPC847-ENT-IDX) < ZEROES
              OR WS-ATPC847-PORCENTAJE < WS-ATPC847-MARGEN-MIN
                 MOVE CT-S TO WS-ATPC847-ENT-DEBIL(WS-ATPC847-ENT-IDX)
                 ADD 1 TO WS-ATPC847-DEBILES
              END-IF

              ADD WS-ATPC847-ENT-INGRESOS(WS-ATPC847-ENT-IDX)
               TO WS-ATPC847-TOT-INGRESOS
              ADD WS-ATPC847-ENT-COSTOS(WS-ATPC847-ENT-IDX)
               TO WS-ATPC847-TOT-COSTOS
              ADD WS-ATPC847-ENT-MARGEN(WS-ATPC847-ENT-IDX)
               TO WS-ATPC847-TOT-MARGEN
              PERFORM ATPC847-SUMAR-GRUPO
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC847-CALCULAR-PORCENTAJE
      *----------------------------------------------------------------
      * Margen sobre ingresos de la entidad en curso; sin ingresos el
      * porcentaje es cero
      *----------------------------------------------------------------
       ATPC847-CALCULAR-PORCENTAJE.
           MOVE ZEROES TO WS-ATPC847-PORCENTAJE
           IF WS-ATPC847-ENT-INGRESOS(WS-ATPC847-ENT-IDX) > ZEROES
              COMPUTE WS-ATPC847-PORCENTAJE ROUNDED =
                      WS-ATPC847-ENT-MARGEN(WS-ATPC847-ENT-IDX) * 100
                    / WS-ATPC847-ENT-INGRESOS(WS-ATPC847-ENT-IDX)
                 ON SIZE ERROR
                    MOVE -99999.99 TO WS-ATPC847-PORCENTAJE
              END-COMPUTE
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC847-SUMAR-GRUPO
      *----------------------------------------------------------------
       ATPC847-SUMAR-GRUPO.
           MOVE ZEROES TO WS-ATPC847-GRU-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC847-GRU-CANT
              IF WS-ATPC847-GRU-CODENTCOM(WS-I) =
                 WS-ATPC847-ENT-CODENTCOM(WS-ATPC847-ENT-IDX)
                 MOVE WS-I TO WS-ATPC847-GRU-IDX
                 MOVE WS-ATPC847-GRU-CANT TO WS-I
              END-IF
           END-PERFORM
           IF WS-ATPC847-GRU-IDX = ZEROES
              IF WS-ATPC847-GRU-CANT < WS-ATPC847-GRU-MAX
                 ADD 1 TO WS-ATPC847-GRU-CANT
                 MOVE WS-ATPC847-GRU-CANT TO WS-ATPC847-GRU-IDX
                 INITIALIZE WS-ATPC847-GRU(WS-ATPC847-GRU-IDX)
                 MOVE WS-ATPC847-ENT-CODENTCOM(WS-ATPC847-ENT-IDX)
                   TO WS-ATPC847-GRU-CODENTCOM(WS-ATPC847-GRU-IDX)
              ELSE
                 DISPLAY "ATPC847 - ERROR: grupos superan la "
                         "capacidad maxima [" WS-ATPC847-GRU-MAX
                         "] -- grupo ["
                         WS-ATPC847-ENT-CODENTCOM(WS-ATPC847-ENT-IDX)
                         "] sin informar"
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF
           IF WS-ATPC847-GRU-IDX > ZEROES
              ADD 1 TO WS-ATPC847-GRU-ENTIDADES(WS-ATPC847-GRU-IDX)
              ADD WS-ATPC847-ENT-INGRESOS(WS-ATPC847-ENT-IDX)
               TO WS-ATPC847-GRU-INGRESOS(WS-ATPC847-GRU-IDX)
              ADD WS-ATPC847-ENT-COSTOS(WS-ATPC847-ENT-IDX)
               TO WS-ATPC847-GRU-COSTOS(WS-ATPC847-GRU-IDX)
              ADD WS-ATPC847-ENT-MARGEN(WS-ATPC847-ENT-IDX)
               TO WS-ATPC847-GRU-MARGEN(WS-ATPC847-GRU-IDX)
              PERFORM VARYING WS-ATPC847-MES-IDX FROM 1 BY 1
                        UNTIL WS-ATPC847-MES-IDX > WS-ATPC847-MESES
                 IF WS-ATPC847-ENT-TEND-CON
                    (WS-ATPC847-ENT-IDX, WS-ATPC847-MES-IDX) = CT-S
                    ADD WS-ATPC847-ENT-TEND
                        (WS-ATPC847-ENT-IDX, WS-ATPC847-MES-IDX)
                     TO WS-ATPC847-GRU-TEND
                        (WS-ATPC847-GRU-IDX, WS-ATPC847-MES-IDX)
                    MOVE CT-S
                      TO WS-ATPC847-GRU-TEND-CON
                         (WS-ATPC847-GRU-IDX, WS-ATPC847-MES-IDX)
                 END-IF
              END-PERFORM
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC847-INFORMAR-ENTIDADES
      *----------------------------------------------------------------
       ATPC847-INFORMAR-ENTIDADES.
           PERFORM VARYING WS-ATPC847-ENT-IDX FROM 1 BY 1
                     UNTIL WS-ATPC847-ENT-IDX > WS-ATPC847-ENT-CANT
              PERFORM ATPC847-INFORMAR-ENTIDAD
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC847-INFORMAR-ENTIDAD
      *----------------------------------------------------------------
       ATPC847-INFORMAR-ENTIDAD.
           MOVE SPACES TO WS-ATPC847-LINEA
           WRITE RPT-ATPC847-REG FROM WS-ATPC847-LINEA

           PERFORM ATPC847-MARCAR-ENTIDAD
           MOVE SPACES TO WS-ATPC847-SIN-ENTIDAD
           IF WS-ATPC847-ENT-VALIDA(WS-ATPC847-ENT-IDX) NOT = CT-S
              MOVE " -- NO ENCONTRADA EN ATPC021"
                TO WS-ATPC847-SIN-ENTIDAD
           END-IF
           MOVE SPACES TO WS-ATPC847-LINEA
           STRING " ENTIDAD ["                DELIMITED BY SIZE
                  WS-ATPC847-ENT-CODENT(WS-ATPC847-ENT-IDX)
                                              DELIMITED BY SIZE
                  "] GRUPO ["                 DELIMITED BY SIZE
                  WS-ATPC847-ENT-CODENTCOM(WS-ATPC847-ENT-IDX)
                                              DELIMITED BY SIZE
                  "] "                        DELIMITED BY SIZE
                  WS-ATPC847-MARCA            DELIMITED BY SIZE
                  WS-ATPC847-SIN-ENTIDAD      DELIMITED BY SIZE
             INTO WS-ATPC847-LINEA
           WRITE RPT-ATPC847-REG FROM WS-ATPC847-LINEA

           MOVE WS-ATPC847-ENT-COMP(WS-ATPC847-ENT-IDX, 1)
             TO WS-ATPC847-IMPORTE-ED
           MOVE WS-ATPC847-ENT-COMP(WS-ATPC847-ENT-IDX, 2)
             TO WS-ATPC847-IMPORTE2-ED
           MOVE WS-ATPC847-ENT-COMP(WS-ATPC847-ENT-IDX, 3)
             TO WS-ATPC847-IMPORTE3-ED
           MOVE WS-ATPC847-ENT-COMP(WS-ATPC847-ENT-IDX, 4)
             TO WS-ATPC847-IMPORTE4-ED
           MOVE WS-ATPC847-ENT-INGRESOS(WS-ATPC847-ENT-IDX)
             TO WS-ATPC847-IMPORTE5-ED
           MOVE SPACES TO WS-ATPC847-LINEA
           STRING "   INGRESOS  INTERES ["    DELIMITED BY SIZE
                  WS-ATPC847-IMPORTE-ED       DELIMITED BY SIZE
                  "] COMISIONES ["            DELIMITED BY SIZE
                  WS-ATPC847-IMPORTE2-ED      DELIMITED BY SIZE
                  "] INTERCAMBIO ["           DELIMITED BY SIZE
                  WS-ATPC847-IMPORTE3-ED      DELIMITED BY SIZE
                  "] PROCESAMIENTO ["         DELIMITED BY SIZE
                  WS-ATPC847-IMPORTE4-ED      DELIMITED BY SIZE
                  "] TOTAL ["                 DELIMITED BY SIZE
                  WS-ATPC847-IMPORTE5-ED      DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC847-LINEA
           WRITE RPT-ATPC847-REG FROM WS-ATPC847-LINEA

           MOVE WS-ATPC847-ENT-COMP(WS-ATPC847-ENT-IDX, 5)
             TO WS-ATPC847-IMPORTE-ED
           MOVE WS-ATPC847-ENT-COMP(WS-ATPC847-ENT-IDX, 6)
             TO WS-ATPC847-IMPORTE2-ED
           MOVE WS-ATPC847-ENT-COMP(WS-ATPC847-ENT-IDX, 7)
             TO WS-ATPC847-IMPORTE3-ED
           MOVE SPACES TO WS-ATPC847-LINEA
           STRING "   COSTOS    FONDEO ["     DELIMITED BY SIZE
                  WS-ATPC847-IMPORTE-ED       DELIMITED BY SIZE
                  "] CASTIGOS ["              DELIMITED BY SIZE
                  WS-ATPC847-IMPORTE2-ED      DELIMITED BY SIZE
                  "] RECUPEROS ["             DELIMITED BY SIZE
                  WS-ATPC847-IMPORTE3-ED      DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC847-LINEA
           WRITE RPT-ATPC847-REG FROM WS-ATPC847-LINEA

           MOVE WS-ATPC847-ENT-COMP(WS-ATPC847-ENT-IDX, 8)
             TO WS-ATPC847-IMPORTE-ED
           MOVE WS-ATPC847-ENT-COMP(WS-ATPC847-ENT-IDX, 9)
             TO WS-ATPC847-IMPORTE2-ED
           MOVE WS-ATPC847-ENT-COSTOS(WS-ATPC847-ENT-IDX)
             TO WS-ATPC847-IMPORTE3-ED
           MOVE SPACES TO WS-ATPC847-LINEA
           STRING "             PREVISION ["  DELIMITED BY SIZE
                  WS-ATPC847-IMPORTE-ED       DELIMITED BY SIZE
                  "] RETENCIONES ["           DELIMITED BY SIZE
                  WS-ATPC847-IMPORTE2-ED      DELIMITED BY SIZE
                  "] TOTAL ["                 DELIMITED BY SIZE
                  WS-ATPC847-IMPORTE3-ED      DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC847-LINEA
           WRITE RPT-ATPC847-REG FROM WS-ATPC847-LINEA

           PERFORM ATPC847-CALCULAR-PORCENTAJE
           MOVE WS-ATPC847-ENT-MARGEN(WS-ATPC847-ENT-IDX)
             TO WS-ATPC847-IMPORTE-ED
           MOVE WS-ATPC847-PORCENTAJE TO WS-ATPC847-PORCENTAJE-ED
           MOVE SPACES TO WS-ATPC847-LINEA
           STRING "   MARGEN ["               DELIMITED BY SIZE
                  WS-ATPC847-IMPORTE-ED       DELIMITED BY SIZE
                  "] SOBRE INGRESOS ["        DELIMITED BY SIZE
                  WS-ATPC847-PORCENTAJE-ED    DELIMITED BY SIZE
                  "%]"                        DELIMITED BY SIZE
             INTO WS-ATPC847-LINEA
           WRITE RPT-ATPC847-REG FROM WS-ATPC847-LINEA

           PERFORM ATPC847-TENDENCIA-ENTIDAD
           .

      *----------------------------------------------------------------
      * Proceso: ATPC847-MARCAR-ENTIDAD
      *----------------------------------------------------------------
      * DEBIL segun el margen del mes; BAJA si el margen del mes esta
      * por debajo del promedio de los meses anteriores con historia
      *----------------------------------------------------------------
       ATPC847-MARCAR-ENTIDAD.
           MOVE SPACES TO WS-ATPC847-MARCA
           MOVE ZEROES TO WS-ATPC847-PROMEDIO WS-ATPC847-MESES-CON
           PERFORM VARYING WS-ATPC847-MES-IDX FROM 1 BY 1
                     UNTIL WS-ATPC847-MES-IDX >= WS-ATPC847-MESES
              IF WS-ATPC847-ENT-TEND-CON
                 (WS-ATPC847-ENT-IDX, WS-ATPC847-MES-IDX) = CT-S
                 ADD 1 TO WS-ATPC847-MESES-CON
                 ADD WS-ATPC847-ENT-TEND
                     (WS-ATPC847-ENT-IDX, WS-ATPC847-MES-IDX)
                  TO WS-ATPC847-PROMEDIO
              END-IF
           END-PERFORM
           MOVE 1 TO WS-ATPC847-POS
           IF WS-ATPC847-ENT-DEBIL(WS-ATPC847-ENT-IDX) = CT-S
              MOVE "DEBIL" TO WS-ATPC847-MARCA
              MOVE 7 TO WS-ATPC847-POS
           END-IF
           IF WS-ATPC847-MESES-CON > ZEROES
              COMPUTE WS-ATPC847-PROMEDIO ROUNDED =
                      WS-ATPC847-PROMEDIO / WS-ATPC847-MESES-CON
              IF WS-ATPC847-ENT-MARGEN(WS-ATPC847-ENT-IDX) <
                 WS-ATPC847-PROMEDIO
                 MOVE "BAJA" TO WS-ATPC847-MARCA(WS-ATPC847-POS:4)
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC847-TENDENCIA-ENTIDAD
      *----------------------------------------------------------------
      * Margen de los doce meses en miles, del mas antiguo al
      * reportado; el mes sin historia queda en blanco
      *----------------------------------------------------------------
       ATPC847-TENDENCIA-ENTIDAD.
           PERFORM ATPC847-LINEA-PERIODOS
           MOVE SPACES TO WS-ATPC847-LINEA
           MOVE "   MARGEN EN MILES" TO WS-ATPC847-LINEA
           MOVE 22 TO WS-ATPC847-POS
           PERFORM VARYING WS-ATPC847-MES-IDX FROM 1 BY 1
                     UNTIL WS-ATPC847-MES-IDX > WS-ATPC847-MESES
              IF WS-ATPC847-ENT-TEND-CON
                 (WS-ATPC847-ENT-IDX, WS-ATPC847-MES-IDX) = CT-S
                 COMPUTE WS-ATPC847-MILES ROUNDED =
                         WS-ATPC847-ENT-TEND
                         (WS-ATPC847-ENT-IDX, WS-ATPC847-MES-IDX)
                       / 1000
                 MOVE WS-ATPC847-MILES TO WS-ATPC847-MILES-ED
                 MOVE WS-ATPC847-MILES-ED
                   TO WS-ATPC847-LINEA(WS-ATPC847-POS:8)
              END-IF
              ADD 9 TO WS-ATPC847-POS
           END-PERFORM
           WRITE RPT-ATPC847-REG FROM WS-ATPC847-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC847-LINEA-PERIODOS
      *----------------------------------------------------------------
       ATPC847-LINEA-PERIODOS.
           MOVE SPACES TO WS-ATPC847-LINEA
           MOVE "   TENDENCIA" TO WS-ATPC847-LINEA
           MOVE 23 TO WS-ATPC847-POS
           PERFORM VARYING WS-ATPC847-MES-IDX FROM 1 BY 1
                     UNTIL WS-ATPC847-MES-IDX > WS-ATPC847-MESES
              MOVE WS-ATPC847-PER-TAB(WS-ATPC847-MES-IDX)
                TO WS-ATPC847-LINEA(WS-ATPC847-POS:7)
              ADD 9 TO WS-ATPC847-POS
           END-PERFORM
           WRITE RPT-ATPC847-REG FROM WS-ATPC847-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC847-INFORMAR-GRUPOS
      *----------------------------------------------------------------
       ATPC847-INFORMAR-GRUPOS.
           MOVE SPACES TO WS-ATPC847-LINEA
           WRITE RPT-ATPC847-REG FROM WS-ATPC847-LINEA
           MOVE SPACES TO WS-ATPC847-LINEA
           STRING " RENTABILIDAD POR GRUPO COMERCIAL"
                                              DELIMITED BY SIZE
             INTO WS-ATPC847-LINEA
           WRITE RPT-ATPC847-REG FROM WS-ATPC847-LINEA

           PERFORM VARYING WS-ATPC847-GRU-IDX FROM 1 BY 1
                     UNTIL WS-ATPC847-GRU-IDX > WS-ATPC847-GRU-CANT
              MOVE WS-ATPC847-GRU-INGRESOS(WS-ATPC847-GRU-IDX)
                TO WS-ATPC847-IMPORTE-ED
              MOVE WS-ATPC847-GRU-COSTOS(WS-ATPC847-GRU-IDX)
                TO WS-ATPC847-IMPORTE2-ED
              MOVE WS-ATPC847-GRU-MARGEN(WS-ATPC847-GRU-IDX)
                TO WS-ATPC847-IMPORTE3-ED
              MOVE SPACES TO WS-ATPC847-LINEA
              WRITE RPT-ATPC847-REG FROM WS-ATPC847-LINEA
              STRING " GRUPO ["               DELIMITED BY SIZE
                     WS-ATPC847-GRU-CODENTCOM(WS-ATPC847-GRU-IDX)
                                              DELIMITED BY SIZE
                     "] ENTIDADES ["          DELIMITED BY SIZE
                     WS-ATPC847-GRU-ENTIDADES(WS-ATPC847-GRU-IDX)
                                              DELIMITED BY SIZE
                     "] INGRESOS ["           DELIMITED BY SIZE
                     WS-ATPC847-IMPORTE-ED    DELIMITED BY SIZE
                     "] COSTOS ["             DELIMITED BY SIZE
                     WS-ATPC847-IMPORTE2-ED   DELIMITED BY SIZE
                     "] MARGEN ["             DELIMITED BY SIZE
                     WS-ATPC847-IMPORTE3-ED   DELIMITED BY SIZE
                     "]"                      DELIMITED BY SIZE
                INTO WS-ATPC847-LINEA
              WRITE RPT-ATPC847-REG FROM WS-ATPC847-LINEA

              PERFORM ATPC847-LINEA-PERIODOS
              MOVE SPACES TO WS-ATPC847-LINEA
              MOVE "   MARGEN EN MILES" TO WS-ATPC847-LINEA
              MOVE 22 TO WS-ATPC847-POS
              PERFORM VARYING WS-ATPC847-MES-IDX FROM 1 BY 1
                        UNTIL WS-ATPC847-MES-IDX > WS-ATPC847-MESES
                 IF WS-ATPC847-GRU-TEND-CON
                    (WS-ATPC847-GRU-IDX, WS-ATPC847-MES-IDX) = CT-S
                    COMPUTE WS-ATPC847-MILES ROUNDED =
                            WS-ATPC847-GRU-TEND
                            (WS-ATPC847-GRU-IDX, WS-ATPC847-MES-IDX)
                          / 1000
                    MOVE WS-ATPC847-MILES TO WS-ATPC847-MILES-ED
                    MOVE WS-ATPC847-MILES-ED
                      TO WS-ATPC847-LINEA(WS-ATPC847-POS:8)
                 END-IF
                 ADD 9 TO WS-ATPC847-POS
              END-PERFORM
              WRITE RPT-ATPC847-REG FROM WS-ATPC847-LINEA
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC847-INFORMAR-DEBILES
      *----------------------------------------------------------------
       ATPC847-INFORMAR-DEBILES.
           IF WS-ATPC847-DEBILES > ZEROES
              MOVE SPACES TO WS-ATPC847-LINEA
              WRITE RPT-ATPC847-REG FROM WS-ATPC847-LINEA
              MOVE SPACES TO WS-ATPC847-LINEA
              STRING " ENTIDADES DEBILES (MARGEN NEGATIVO O BAJO EL "
                                              DELIMITED BY SIZE
                     "MINIMO)"                DELIMITED BY SIZE
                INTO WS-ATPC847-LINEA
              WRITE RPT-ATPC847-REG FROM WS-ATPC847-LINEA
              PERFORM VARYING WS-ATPC847-ENT-IDX FROM 1 BY 1
                        UNTIL WS-ATPC847-ENT-IDX > WS-ATPC847-ENT-CANT
                 IF WS-ATPC847-ENT-DEBIL(WS-ATPC847-ENT-IDX) = CT-S
                    PERFORM ATPC847-CALCULAR-PORCENTAJE
                    MOVE WS-ATPC847-ENT-MARGEN(WS-ATPC847-ENT-IDX)
                      TO WS-ATPC847-IMPORTE-ED
                    MOVE WS-ATPC847-PORCENTAJE
                      TO WS-ATPC847-PORCENTAJE-ED
                    MOVE SPACES TO WS-ATPC847-LINEA
                    STRING "  ENTIDAD ["      DELIMITED BY SIZE
                           WS-ATPC847-ENT-CODENT(WS-ATPC847-ENT-IDX)
                                              DELIMITED BY SIZE
                           "] GRUPO ["        DELIMITED BY SIZE
                           WS-ATPC847-ENT-CODENTCOM
                           (WS-ATPC847-ENT-IDX)
                                              DELIMITED BY SIZE
                           "] MARGEN ["       DELIMITED BY SIZE
                           WS-ATPC847-IMPORTE-ED
                                              DELIMITED BY SIZE
                           "] ["              DELIMITED BY SIZE
                           WS-ATPC847-PORCENTAJE-ED
                                              DELIMITED BY SIZE
                           "%]"               DELIMITED BY SIZE
                      INTO WS-ATPC847-LINEA
                    WRITE RPT-ATPC847-REG FROM WS-ATPC847-LINEA
                    DISPLAY WS-ATPC847-LINEA
                 END-IF
              END-PERFORM
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC847-EMITIR-RESUMEN
      *----------------------------------------------------------------
       ATPC847-EMITIR-RESUMEN.
           MOVE SPACES TO WS-ATPC847-LINEA
           WRITE RPT-ATPC847-REG FROM WS-ATPC847-LINEA
           MOVE SPACES TO WS-ATPC847-LINEA
           STRING " DEVENGOS: "               DELIMITED BY SIZE
                  WS-ATPC847-DEV-LEIDOS       DELIMITED BY SIZE
                  "  CUOTAS: "                DELIMITED BY SIZE
                  WS-ATPC847-CUO-DEL-MES      DELIMITED BY SIZE
                  " (SIN TIPO DE CAMBIO: "    DELIMITED BY SIZE
                  WS-ATPC847-CUO-SIN-TASA     DELIMITED BY SIZE
                  ")  INTERCAMBIO: "          DELIMITED BY SIZE
                  WS-ATPC847-ITC-DEL-MES      DELIMITED BY SIZE
                  "  FACTURAS: "              DELIMITED BY SIZE
                  WS-ATPC847-FAC-DEL-MES      DELIMITED BY SIZE
                  "  CASTIGOS: "              DELIMITED BY SIZE
                  WS-ATPC847-CAS-DEL-MES      DELIMITED BY SIZE
                  "  RECUPEROS: "             DELIMITED BY SIZE
                  WS-ATPC847-REC-DEL-MES      DELIMITED BY SIZE
                  "  RETENCIONES: "           DELIMITED BY SIZE
                  WS-ATPC847-RET-LEIDOS       DELIMITED BY SIZE
             INTO WS-ATPC847-LINEA
           WRITE RPT-ATPC847-REG FROM WS-ATPC847-LINEA
           DISPLAY WS-ATPC847-LINEA

           MOVE WS-ATPC847-TOT-MARGEN TO WS-ATPC847-TOTAL-ED
           MOVE SPACES TO WS-ATPC847-LINEA
           STRING " ENTIDADES: "              DELIMITED BY SIZE
                  WS-ATPC847-ENT-CANT         DELIMITED BY SIZE
                  "  GRUPOS: "                DELIMITED BY SIZE
                  WS-ATPC847-GRU-CANT         DELIMITED BY SIZE
                  "  DEBILES: "               DELIMITED BY SIZE
                  WS-ATPC847-DEBILES          DELIMITED BY SIZE
                  "  MARGEN TOTAL: "          DELIMITED BY SIZE
                  WS-ATPC847-TOTAL-ED         DELIMITED BY SIZE
             INTO WS-ATPC847-LINEA
           WRITE RPT-ATPC847-REG FROM WS-ATPC847-LINEA
           DISPLAY WS-ATPC847-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC847-GRABAR-HISTORIAL
      *----------------------------------------------------------------
      * Reemplaza en RENTHIST.DAT las filas del periodo reportado: las
      * de los demas periodos pasan por RENTHIST.TMP y se les agregan
      * las del periodo
      *----------------------------------------------------------------
       ATPC847-GRABAR-HISTORIAL.
           OPEN OUTPUT REN-TEMPORAL
           OPEN INPUT REN-HISTORIAL
           IF WS-ATPC847-REN-STATUS = "00"
              SET WS-ATPC847-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC847-FIN-ENTRADA
                 READ REN-HISTORIAL
                     AT END
                        SET WS-ATPC847-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF REN-PERIODO NOT = WS-ATPC847-PERIODO
                           WRITE REN-TEMPORAL-REG
                            FROM REN-HISTORIAL-REG
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE REN-HISTORIAL
           END-IF
           CLOSE REN-TEMPORAL

           OPEN OUTPUT REN-HISTORIAL
           IF WS-ATPC847-REN-STATUS NOT = "00"
              DISPLAY "ATPC847 - ERROR: no se pudo abrir RENTHIST.DAT "
                      "-- FILE STATUS:[" WS-ATPC847-REN-STATUS "] -- "
                      "el periodo queda sin historia"
              MOVE 12 TO RETURN-CODE
           ELSE
              OPEN INPUT REN-TEMPORAL
              SET WS-ATPC847-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC847-FIN-ENTRADA
                 READ REN-TEMPORAL
                     AT END
                        SET WS-ATPC847-FIN-ENTRADA TO TRUE
                     NOT AT END
                        WRITE REN-HISTORIAL-REG
                         FROM REN-TEMPORAL-REG
                 END-READ
              END-PERFORM
              CLOSE REN-TEMPORAL
              PERFORM VARYING WS-ATPC847-ENT-IDX FROM 1 BY 1
                        UNTIL WS-ATPC847-ENT-IDX > WS-ATPC847-ENT-CANT
                 MOVE WS-ATPC847-PERIODO TO REN-PERIODO
                 MOVE WS-ATPC847-ENT-CODENT(WS-ATPC847-ENT-IDX)
                   TO REN-CODENT
                 MOVE WS-ATPC847-ENT-CODENTCOM(WS-ATPC847-ENT-IDX)
                   TO REN-CODENTCOM
                 MOVE WS-ATPC847-ENT-INGRESOS(WS-ATPC847-ENT-IDX)
                   TO REN-INGRESOS
                 MOVE WS-ATPC847-ENT-COSTOS(WS-ATPC847-ENT-IDX)
                   TO REN-COSTOS
                 MOVE WS-ATPC847-ENT-MARGEN(WS-ATPC847-ENT-IDX)
                   TO REN-MARGEN
                 WRITE REN-HISTORIAL-REG
              END-PERFORM
              CLOSE REN-HISTORIAL
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
