       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC845.
      *----------------------------------------------------------------
      * Programa batch de revaluacion de posiciones en moneda
      * extranjera: las posiciones en monedas adicionales de las
      * entidades (WS-ATPC021-TAB-MONEDA-EXT) estan registradas a su
      * tipo de cambio historico; al cierre de cada mes se revaluan
      * al tipo de cambio de cierre de ATPC157 contra la moneda
      * principal de la entidad (CLAMONUF) y la diferencia se asienta
      * como resultado no realizado, que se reversa el primer dia del
      * mes siguiente. Posiciones revaluadas --
      *  - saldos de cuenta en moneda adicional: CTM-MON del maestro
      *    CTAMAE.DAT (ATPC972, que lleva el saldo en su moneda y su
      *    tipo de cambio historico promedio CTM-MON-TIPOCAMBIO), de
      *    las cuentas no castigadas, contra la CONTCUR de la entidad;
      *  - importes de liquidacion abiertos en moneda adicional que
      *    informa tesoreria en LIQMON.DAT (opcional), cada uno con su
      *    tipo de cambio historico y la CONTCUR de la posicion.
      * Las posiciones se agrupan por entidad, moneda y cuenta
      * contable; la posicion sin tipo de cambio de cierre, o sin
      * tipo de cambio historico, no se revalua y se informa (RC 4).
      * La cotizacion que no es del dia de cierre se usa igual y se
      * marca en el reporte.
      *
      * Corre todas las noches despues de ATPC972 y antes de ATPC955:
      *  - el dia de cierre del mes (el ultimo dia del mes, o la fecha
      *    de cierre de ATPC845.PRM si es del mes en curso) revalua
      *    una sola vez por mes: por cada entidad, moneda y cuenta con
      *    diferencia, origen RVG (ganancia: DEBE la cuenta de la
      *    posicion, HABER la de ganancias) o RVP (perdida: DEBE la
      *    de perdidas, HABER la de la posicion), fechados el dia de
      *    cierre, y los deja pendientes de reversion en REVALPEN.DAT;
      *  - la primera corrida de un mes posterior al de los asientos
      *    pendientes los reversa (origen RVR, DEBE y HABER
      *    invertidos) con fecha del primer dia del mes siguiente al
      *    cierre y los marca reversados; repetir esa corrida el
      *    mismo dia vuelve a emitir la misma reversion.
      * REVALGL.DAT (layout de ASIENTOS.DAT de ATPC955) se recrea en
      * cada corrida; ATPC955 lo toma esa misma noche. Repetir el
      * cierre el mismo dia reemplaza la revaluacion anterior.
      *
      * ATPC845.PRM (primera linea, campos contiguos, requerido):
      *  FECCIERRE(10 AAAA-MM-DD, en blanco o de otro mes = el ultimo
      *  dia del mes; para cerrar el ultimo dia habil) CONTCUR de
      *  ganancias por diferencia de cambio(26) CONTCUR de perdidas
      *  por diferencia de cambio(26)
      *
      * Layout de LIQMON.DAT:
      *  CODENT(4) CLAMON(3) IMPORTE(16, con signo adelante separado;
      *  negativo = a pagar) TIPOCAMBIO historico 9(07)V9(06)
      *  CONTCUR de la posicion(26, en blanco = la de la entidad)
      *
      * Layout de REVALPEN.DAT:
      *  ESTADO(1, P pendiente / R reversado) FECHA de reversion(10)
      *  + fila AST del asiento de revaluacion(82)
      *
      * Salida ATPC845.RPT: detalle por entidad de cada posicion
      * (saldo en moneda, valor historico, tipo de cambio y valor de
      * cierre, diferencia), subtotales por entidad y totales.
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
           SELECT PRM-ATPC845 ASSIGN TO "ATPC845.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC845-PRM-STATUS.
           SELECT CTM-MAESTRO ASSIGN TO "CTAMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTM-CLAVE
               FILE STATUS IS WS-ATPC845-CTM-STATUS.
           SELECT LQM-POSICIONES ASSIGN TO "LIQMON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC845-LQM-STATUS.
           SELECT PEN-PENDIENTES ASSIGN TO "REVALPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC845-PEN-STATUS.
           SELECT AST-REVALUACION ASSIGN TO "REVALGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC845-AST-STATUS.
           SELECT RPT-ATPC845 ASSIGN TO "ATPC845.RPT"
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

       FD  PRM-ATPC845
           RECORDING MODE IS F.
       01  PRM-ATPC845-REG.
           05  PRM-ATPC845-FECCIERRE          PIC X(10).
           05  PRM-ATPC845-CTA-GANANCIA       PIC X(26).
           05  PRM-ATPC845-CTA-PERDIDA        PIC X(26).

       FD  LQM-POSICIONES
           RECORDING MODE IS F.
       01  LQM-POSICIONES-REG.
           05  LQM-CODENT                     PIC X(04).
           05  LQM-CLAMON                     PIC 9(03).
           05  LQM-CLAMON-ALF REDEFINES
               LQM-CLAMON                     PIC X(03).
           05  LQM-IMPORTE                    PIC S9(13)V99
                                              SIGN LEADING SEPARATE.
           05  LQM-IMPORTE-ALF REDEFINES
               LQM-IMPORTE                    PIC X(16).
           05  LQM-TIPOCAMBIO                 PIC 9(07)V9(06).
           05  LQM-TIPOCAMBIO-ALF REDEFINES
               LQM-TIPOCAMBIO                 PIC X(13).
           05  LQM-CONTCUR                    PIC X(26).

       FD  PEN-PENDIENTES
           RECORDING MODE IS F.
       01  PEN-PENDIENTES-REG.
           05  PEN-ESTADO                     PIC X(01).
           05  PEN-FECREV                     PIC X(10).
           05  PEN-ASIENTO                    PIC X(82).

       FD  AST-REVALUACION
           RECORDING MODE IS F.
       01  AST-REVALUACION-REG.
           05  AST-TIPO                       PIC X(03).
           05  AST-CODENT                     PIC X(04).
           05  AST-ORIGEN                     PIC X(03).
           05  AST-DEBHAB                     PIC X(01).
           05  AST-CONTCUR                    PIC X(26).
           05  AST-IMPORTE                    PIC 9(13)V99.
           05  AST-FECHA                      PIC X(10).
           05  AST-REFERENCIA                 PIC X(20).

       FD  RPT-ATPC845
           RECORDING MODE IS F.
       01  RPT-ATPC845-REG                    PIC X(150).

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

       77  WS-ATPC845-PRM-STATUS              PIC X(02).
       77  WS-ATPC845-CTM-STATUS              PIC X(02).
       77  WS-ATPC845-LQM-STATUS              PIC X(02).
       77  WS-ATPC845-PEN-STATUS              PIC X(02).
       77  WS-ATPC845-AST-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC845-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.

      * Corrida de cierre de mes (revalua) o diaria (solo reversa)
       01  FILLER                             PIC X(01).
           88 WS-ATPC845-ES-CIERRE            VALUE "S"
              WHEN SET TO FALSE "N".
      * El mes en curso ya tiene revaluacion de un dia anterior
       01  FILLER                             PIC X(01).
           88 WS-ATPC845-MES-REVALUADO        VALUE "S"
              WHEN SET TO FALSE "N".
       77  WS-ATPC845-FECHA-REVALUADO         PIC X(10).

      * Entidad resuelta en ATPC021 para la posicion en curso
       01  FILLER                             PIC X(01).
           88 WS-ATPC845-ENT-VALIDA           VALUE "S"
              WHEN SET TO FALSE "N".
       77  WS-ATPC845-ENT-ANT                 PIC X(04).
       77  WS-ATPC845-ENT-CLAMONUF            PIC 9(03).
       77  WS-ATPC845-ENT-CONTCUR             PIC X(26).

      * Fecha del dia en AAAA-MM-DD y dias del mes en curso
       01  WS-ATPC845-HOY.
           05  WS-ATPC845-HOY-AAAA            PIC 9(04).
           05  WS-ATPC845-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC845-HOY-MM              PIC 9(02).
           05  WS-ATPC845-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC845-HOY-DD              PIC 9(02).
       01  WS-ATPC845-HOY-AMD.
           05  WS-ATPC845-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC845-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC845-HOY-AMD-DD          PIC 9(02).
       77  WS-ATPC845-DIAS-MES                PIC 9(02).
       77  WS-ATPC845-COCIENTE                PIC 9(04).
       77  WS-ATPC845-RESTO4                  PIC 9(03).
       77  WS-ATPC845-RESTO100                PIC 9(03).
       77  WS-ATPC845-RESTO400                PIC 9(03).

      * Primer dia del mes siguiente al de un asiento pendiente
       01  WS-ATPC845-FECREV.
           05  WS-ATPC845-REV-AAAA            PIC 9(04).
           05  WS-ATPC845-REV-G1              PIC X(01) VALUE "-".
           05  WS-ATPC845-REV-MM              PIC 9(02).
           05  WS-ATPC845-REV-G2              PIC X(01) VALUE "-".
           05  WS-ATPC845-REV-DD              PIC 9(02).

      * Cuentas contables de resultado (ATPC845.PRM)
       77  WS-ATPC845-CTA-GANANCIA            PIC X(26).
       77  WS-ATPC845-CTA-PERDIDA             PIC X(26).

      * Posiciones por entidad, moneda y cuenta contable
       78  WS-ATPC845-POS-MAX                 VALUE 1000.
       77  WS-ATPC845-POS-CANT                PIC 9(04) VALUE 0.
       77  WS-ATPC845-POS-IDX                 PIC 9(04).
       77  WS-ATPC845-POS-J                   PIC 9(04).
       01  WS-ATPC845-POSICIONES.
           05  WS-ATPC845-POS OCCURS 1000 TIMES.
               10  WS-ATPC845-POS-CLAVE.
                   15  WS-ATPC845-POS-CODENT  PIC X(04).
                   15  WS-ATPC845-POS-CLAMON  PIC 9(03).
                   15  WS-ATPC845-POS-CONTCUR PIC X(26).
               10  WS-ATPC845-POS-CLAMONUF    PIC 9(03).
               10  WS-ATPC845-POS-ITEMS       PIC 9(07).
               10  WS-ATPC845-POS-SIN-TASA    PIC 9(07).
               10  WS-ATPC845-POS-SALDO       PIC S9(13)V99.
               10  WS-ATPC845-POS-HISTORICO   PIC S9(13)V99.
               10  WS-ATPC845-POS-INFORMADA   PIC X(01).
       01  WS-ATPC845-POS-BUSCADA.
           05  WS-ATPC845-PBU-CODENT          PIC X(04).
           05  WS-ATPC845-PBU-CLAMON          PIC 9(03).
           05  WS-ATPC845-PBU-CONTCUR         PIC X(26).
       77  WS-ATPC845-PBU-SALDO               PIC S9(13)V99.
       77  WS-ATPC845-PBU-TIPOCAMBIO          PIC 9(07)V9(06).

      * Asientos pendientes de reversion (REVALPEN.DAT)
       78  WS-ATPC845-PEN-MAX                 VALUE 2000.
       77  WS-ATPC845-PEN-CANT                PIC 9(04) VALUE 0.
       01  WS-ATPC845-PENDIENTES.
           05  WS-ATPC845-PEN OCCURS 2000 TIMES.
               10  WS-ATPC845-PEN-ESTADO      PIC X(01).
               10  WS-ATPC845-PEN-FECREV      PIC X(10).
               10  WS-ATPC845-PEN-ASIENTO     PIC X(82).
       01  WS-ATPC845-PEN-AST.
           05  WS-ATPC845-PAS-TIPO            PIC X(03).
           05  WS-ATPC845-PAS-CODENT          PIC X(04).
           05  WS-ATPC845-PAS-ORIGEN          PIC X(03).
           05  WS-ATPC845-PAS-DEBHAB          PIC X(01).
           05  WS-ATPC845-PAS-CONTCUR         PIC X(26).
           05  WS-ATPC845-PAS-IMPORTE         PIC 9(13)V99.
           05  WS-ATPC845-PAS-FECHA           PIC X(10).
           05  WS-ATPC845-PAS-REFERENCIA      PIC X(20).

      * Posicion en curso
       77  WS-ATPC845-TASA-CIERRE             PIC 9(07)V9(06).
       77  WS-ATPC845-VALOR-CIERRE            PIC S9(13)V99.
       77  WS-ATPC845-DIFERENCIA              PIC S9(13)V99.
       77  WS-ATPC845-ESTADO                  PIC X(10).
       01  WS-ATPC845-REFERENCIA.
           05  WS-ATPC845-REF-ORIGEN          PIC X(03).
           05  FILLER                         PIC X(01) VALUE "-".
           05  WS-ATPC845-REF-CLAMON          PIC 9(03).
           05  FILLER                         PIC X(01) VALUE "-".
           05  WS-ATPC845-REF-PERIODO         PIC X(07).
           05  FILLER                         PIC X(05) VALUE SPACES.

      * Subtotales de la entidad en curso y totales de la corrida
       77  WS-ATPC845-ENT-GANANCIA            PIC 9(13)V99.
       77  WS-ATPC845-ENT-PERDIDA             PIC 9(13)V99.
       77  WS-ATPC845-TOT-GANANCIA            PIC 9(13)V99 VALUE 0.
       77  WS-ATPC845-TOT-PERDIDA             PIC 9(13)V99 VALUE 0.
       77  WS-ATPC845-TOT-REVERSADO           PIC 9(13)V99 VALUE 0.

      * Contadores del resumen final
       77  WS-ATPC845-CTA-LEIDAS              PIC 9(08) VALUE 0.
       77  WS-ATPC845-SALDOS-MON              PIC 9(08) VALUE 0.
       77  WS-ATPC845-LQM-LEIDAS              PIC 9(06) VALUE 0.
       77  WS-ATPC845-DESCARTADAS             PIC 9(06) VALUE 0.
       77  WS-ATPC845-REVALUADAS              PIC 9(06) VALUE 0.
       77  WS-ATPC845-NO-REVALUADAS           PIC 9(06) VALUE 0.
       77  WS-ATPC845-ASIENTOS                PIC 9(06) VALUE 0.
       77  WS-ATPC845-REVERSIONES             PIC 9(06) VALUE 0.

       77  WS-ATPC845-IMPORTE-ED              PIC -(13)9.99.
       77  WS-ATPC845-IMPORTE2-ED             PIC -(13)9.99.
       77  WS-ATPC845-IMPORTE3-ED             PIC -(13)9.99.
       77  WS-ATPC845-IMPORTE4-ED             PIC -(13)9.99.
       77  WS-ATPC845-TASA-ED                 PIC Z(06)9.9(06).
       01  WS-ATPC845-LINEA                   PIC X(150).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC845-PRINCIPAL
      *----------------------------------------------------------------
       ATPC845-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC845: REVALUACION DE POSICIONES EN MONEDA EXTRANJERA-"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC845" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL

           ACCEPT WS-ATPC845-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC845-HOY-G1 WS-ATPC845-HOY-G2
           MOVE WS-ATPC845-HOY-AMD-AAAA TO WS-ATPC845-HOY-AAAA
           MOVE WS-ATPC845-HOY-AMD-MM   TO WS-ATPC845-HOY-MM
           MOVE WS-ATPC845-HOY-AMD-DD   TO WS-ATPC845-HOY-DD

           PERFORM ATPC845-LEER-PARAMETROS

           OPEN OUTPUT AST-REVALUACION
           IF WS-ATPC845-AST-STATUS NOT = "00"
              DISPLAY "ATPC845 - ERROR: no se pudo abrir REVALGL.DAT "
                      "-- FILE STATUS:[" WS-ATPC845-AST-STATUS "] -- "
                      "corrida abortada"
              PERFORM ATPC845-ABORTAR
           END-IF
           OPEN OUTPUT RPT-ATPC845

           MOVE SPACES TO WS-ATPC845-LINEA
           STRING " REVALUACION DE POSICIONES EN MONEDA EXTRANJERA ["
                                              DELIMITED BY SIZE
                  WS-ATPC845-HOY              DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC845-LINEA
           WRITE RPT-ATPC845-REG FROM WS-ATPC845-LINEA
           DISPLAY WS-ATPC845-LINEA
           MOVE SPACES TO WS-ATPC845-LINEA
           WRITE RPT-ATPC845-REG FROM WS-ATPC845-LINEA

           PERFORM ATPC845-REVERSAR-PENDIENTES

           IF WS-ATPC845-ES-CIERRE
           AND WS-ATPC845-MES-REVALUADO
              SET WS-ATPC845-ES-CIERRE TO FALSE
              DISPLAY "ATPC845 - AVISO: el mes ya fue revaluado el "
                      WS-ATPC845-FECHA-REVALUADO " -- no se revalua "
                      "de nuevo"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           IF WS-ATPC845-ES-CIERRE
              PERFORM ATPC021-CARGAR-ARREGLO
              PERFORM ATPC157-CARGAR-ARREGLO
              PERFORM ATPC845-ACUMULAR-CUENTAS
              PERFORM ATPC845-ACUMULAR-LIQUIDACIONES
              PERFORM ATPC845-REVALUAR-POSICIONES
           ELSE
              MOVE SPACES TO WS-ATPC845-LINEA
              STRING " SIN CIERRE DE MES HOY -- NO SE REVALUA"
                                              DELIMITED BY SIZE
                INTO WS-ATPC845-LINEA
              WRITE RPT-ATPC845-REG FROM WS-ATPC845-LINEA
              DISPLAY WS-ATPC845-LINEA
           END-IF

           PERFORM ATPC845-ACTUALIZAR-PENDIENTES

           PERFORM ATPC845-EMITIR-RESUMEN

           CLOSE AST-REVALUACION
                 RPT-ATPC845

           DISPLAY
           "- ATPC845: REVALUACION FINALIZADA                        -"
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
      * Proceso: ATPC845-ABORTAR
      *----------------------------------------------------------------
       ATPC845-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC845-LEER-PARAMETROS
      *----------------------------------------------------------------
      * Cuentas de resultado y dia de cierre: la fecha de cierre del
      * parametro si es del mes en curso, si no el ultimo dia del mes.
      * Sin ATPC845.PRM la corrida aborta
      *----------------------------------------------------------------
       ATPC845-LEER-PARAMETROS.
           OPEN INPUT PRM-ATPC845
           IF WS-ATPC845-PRM-STATUS NOT = "00"
              DISPLAY "ATPC845 - ERROR: no se pudo abrir ATPC845.PRM "
                      "-- FILE STATUS:[" WS-ATPC845-PRM-STATUS "] -- "
                      "corrida abortada"
              PERFORM ATPC845-ABORTAR
           END-IF
           READ PRM-ATPC845
               AT END
                  DISPLAY "ATPC845 - ERROR: ATPC845.PRM vacio -- "
                          "corrida abortada"
                  CLOSE PRM-ATPC845
                  PERFORM ATPC845-ABORTAR
           END-READ
           CLOSE PRM-ATPC845

           MOVE PRM-ATPC845-CTA-GANANCIA TO WS-ATPC845-CTA-GANANCIA
           MOVE PRM-ATPC845-CTA-PERDIDA  TO WS-ATPC845-CTA-PERDIDA
           IF WS-ATPC845-CTA-GANANCIA = SPACES
           OR WS-ATPC845-CTA-PERDIDA = SPACES
              DISPLAY "ATPC845 - ERROR: ATPC845.PRM sin las cuentas "
                      "contables de diferencia de cambio -- corrida "
                      "abortada"
              PERFORM ATPC845-ABORTAR
           END-IF

           SET WS-ATPC845-ES-CIERRE TO FALSE
           IF PRM-ATPC845-FECCIERRE(1:7) = WS-ATPC845-HOY(1:7)
              IF PRM-ATPC845-FECCIERRE = WS-ATPC845-HOY
                 SET WS-ATPC845-ES-CIERRE TO TRUE
              END-IF
           ELSE
              PERFORM ATPC845-DIAS-DEL-MES
              IF WS-ATPC845-HOY-DD = WS-ATPC845-DIAS-MES
                 SET WS-ATPC845-ES-CIERRE TO TRUE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC845-DIAS-DEL-MES
      *----------------------------------------------------------------
      * Deja en WS-ATPC845-DIAS-MES la cantidad de dias del mes en
      * curso, resolviendo el bisiesto por la regla de los anios
      * divisibles por 4, exceptuando los siglos no divisibles por 400
      *----------------------------------------------------------------
       ATPC845-DIAS-DEL-MES.
           EVALUATE WS-ATPC845-HOY-MM
              WHEN 01
              WHEN 03
              WHEN 05
              WHEN 07
              WHEN 08
              WHEN 10
              WHEN 12
                 MOVE 31 TO WS-ATPC845-DIAS-MES
              WHEN 04
              WHEN 06
              WHEN 09
              WHEN 11
                 MOVE 30 TO WS-ATPC845-DIAS-MES
              WHEN 02
                 DIVIDE WS-ATPC845-HOY-AAAA BY 4
                    GIVING WS-ATPC845-COCIENTE
                    REMAINDER WS-ATPC845-RESTO4
                 DIVIDE WS-ATPC845-HOY-AAAA BY 100
                    GIVING WS-ATPC845-COCIENTE
                    REMAINDER WS-ATPC845-RESTO100
                 DIVIDE WS-ATPC845-HOY-AAAA BY 400
                    GIVING WS-ATPC845-COCIENTE
                    REMAINDER WS-ATPC845-RESTO400
                 IF WS-ATPC845-RESTO4 = ZEROES
                 AND (WS-ATPC845-RESTO100 NOT = ZEROES
                      OR WS-ATPC845-RESTO400 = ZEROES)
                    MOVE 29 TO WS-ATPC845-DIAS-MES
                 ELSE
                    MOVE 28 TO WS-ATPC845-DIAS-MES
                 END-IF
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC845-REVERSAR-PENDIENTES
      *----------------------------------------------------------------
      * Sube REVALPEN.DAT a memoria y reversa en REVALGL.DAT cada
      * asiento pendiente de un mes anterior al en curso; el asiento
      * reversado hoy (en esta o en una corrida anterior del dia)
      * vuelve a salir, porque REVALGL.DAT se recrea en cada corrida.
      * El pendiente del mes en curso de un dia anterior marca el mes
      * como ya revaluado
      *----------------------------------------------------------------
       ATPC845-REVERSAR-PENDIENTES.
           SET WS-ATPC845-MES-REVALUADO TO FALSE
           OPEN INPUT PEN-PENDIENTES
           IF WS-ATPC845-PEN-STATUS NOT = "00"
              DISPLAY "ATPC845 - AVISO: sin REVALPEN.DAT -- no hay "
                      "revaluaciones pendientes de reversion"
           ELSE
              SET WS-ATPC845-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC845-FIN-ENTRADA
                 READ PEN-PENDIENTES
                     AT END
                        SET WS-ATPC845-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF WS-ATPC845-PEN-CANT < WS-ATPC845-PEN-MAX
                           ADD 1 TO WS-ATPC845-PEN-CANT
                           MOVE PEN-ESTADO
                             TO WS-ATPC845-PEN-ESTADO
                                (WS-ATPC845-PEN-CANT)
                           MOVE PEN-FECREV
                             TO WS-ATPC845-PEN-FECREV
                                (WS-ATPC845-PEN-CANT)
                           MOVE PEN-ASIENTO
                             TO WS-ATPC845-PEN-ASIENTO
                                (WS-ATPC845-PEN-CANT)
                        ELSE
                           DISPLAY "ATPC845 - ERROR: REVALPEN.DAT "
                                   "supera la capacidad maxima ["
                                   WS-ATPC845-PEN-MAX "] -- asiento "
                                   "[" PEN-ASIENTO "] sin reversar"
                           MOVE 12 TO RETURN-CODE
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE PEN-PENDIENTES
           END-IF

           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC845-PEN-CANT
              MOVE WS-ATPC845-PEN-ASIENTO(WS-I) TO WS-ATPC845-PEN-AST
              IF WS-ATPC845-PEN-ESTADO(WS-I) = "P"
              AND WS-ATPC845-PAS-FECHA(1:7) = WS-ATPC845-HOY(1:7)
              AND WS-ATPC845-PAS-FECHA < WS-ATPC845-HOY
                 SET WS-ATPC845-MES-REVALUADO TO TRUE
                 MOVE WS-ATPC845-PAS-FECHA
                   TO WS-ATPC845-FECHA-REVALUADO
              END-IF
              IF WS-ATPC845-PEN-ESTADO(WS-I) = "P"
              AND WS-ATPC845-PAS-FECHA(1:7) < WS-ATPC845-HOY(1:7)
                 MOVE "R" TO WS-ATPC845-PEN-ESTADO(WS-I)
                 MOVE WS-ATPC845-HOY TO WS-ATPC845-PEN-FECREV(WS-I)
                 PERFORM ATPC845-GRABAR-REVERSION
              ELSE
                 IF WS-ATPC845-PEN-ESTADO(WS-I) = "R"
                 AND WS-ATPC845-PEN-FECREV(WS-I) = WS-ATPC845-HOY
                    PERFORM ATPC845-GRABAR-REVERSION
                 END-IF
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC845-GRABAR-REVERSION
      *----------------------------------------------------------------
      * Pata inversa del asiento pendiente en WS-ATPC845-PEN-AST,
      * fechada el primer dia del mes siguiente al cierre
      *----------------------------------------------------------------
       ATPC845-GRABAR-REVERSION.
           MOVE WS-ATPC845-PAS-FECHA TO WS-ATPC845-FECREV
           IF WS-ATPC845-REV-MM = 12
              ADD 1 TO WS-ATPC845-REV-AAAA
              MOVE 01 TO WS-ATPC845-REV-MM
           ELSE
              ADD 1 TO WS-ATPC845-REV-MM
           END-IF
           MOVE 01 TO WS-ATPC845-REV-DD
           MOVE "-" TO WS-ATPC845-REV-G1 WS-ATPC845-REV-G2

           INITIALIZE AST-REVALUACION-REG
           MOVE "AST"                     TO AST-TIPO
           MOVE WS-ATPC845-PAS-CODENT     TO AST-CODENT
           MOVE "RVR"                     TO AST-ORIGEN
           IF WS-ATPC845-PAS-DEBHAB = "D"
              MOVE "H" TO AST-DEBHAB
           ELSE
              MOVE "D" TO AST-DEBHAB
           END-IF
           MOVE WS-ATPC845-PAS-CONTCUR    TO AST-CONTCUR
           MOVE WS-ATPC845-PAS-IMPORTE    TO AST-IMPORTE
           MOVE WS-ATPC845-FECREV         TO AST-FECHA
           MOVE WS-ATPC845-PAS-REFERENCIA TO AST-REFERENCIA
           MOVE "RVR" TO AST-REFERENCIA(1:3)
           WRITE AST-REVALUACION-REG
           ADD 1 TO WS-ATPC845-REVERSIONES
           IF AST-DEBHAB = "D"
              ADD AST-IMPORTE TO WS-ATPC845-TOT-REVERSADO
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC845-ACUMULAR-CUENTAS
      *----------------------------------------------------------------
      * Saldos en moneda adicional del maestro de cuentas, contra la
      * CONTCUR de la entidad
      *----------------------------------------------------------------
       ATPC845-ACUMULAR-CUENTAS.
           OPEN INPUT CTM-MAESTRO
           IF WS-ATPC845-CTM-STATUS NOT = "00"
              DISPLAY "ATPC845 - AVISO: no se pudo abrir CTAMAE.DAT "
                      "-- FILE STATUS:[" WS-ATPC845-CTM-STATUS "] -- "
                      "no se revaluan saldos de cuenta"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              MOVE SPACES TO WS-ATPC845-ENT-ANT
              SET WS-ATPC845-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC845-FIN-ENTRADA
                 READ CTM-MAESTRO NEXT RECORD
                     AT END
                        SET WS-ATPC845-FIN-ENTRADA TO TRUE
                     NOT AT END
                        ADD 1 TO WS-ATPC845-CTA-LEIDAS
                        IF NOT CTM-CASTIGADA
                        AND CTM-MON-CANT IS NUMERIC
                        AND CTM-MON-CANT > ZEROES
                           PERFORM ATPC845-ACUMULAR-CUENTA
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE CTM-MAESTRO
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC845-ACUMULAR-CUENTA
      *----------------------------------------------------------------
       ATPC845-ACUMULAR-CUENTA.
           IF CTM-CODENT NOT = WS-ATPC845-ENT-ANT
              MOVE CTM-CODENT TO WS-ATPC845-ENT-ANT
              PERFORM ATPC845-RESOLVER-ENTIDAD
           END-IF
           IF WS-ATPC845-ENT-VALIDA
              PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > CTM-MON-CANT OR WS-I > 5
                 IF CTM-MON-SALDO(WS-I) NOT = ZEROES
                 AND CTM-MON-CLAMON(WS-I) NOT =
                     WS-ATPC845-ENT-CLAMONUF
                    ADD 1 TO WS-ATPC845-SALDOS-MON
                    MOVE CTM-CODENT             TO WS-ATPC845-PBU-CODENT
                    MOVE CTM-MON-CLAMON(WS-I)   TO WS-ATPC845-PBU-CLAMON
                    MOVE WS-ATPC845-ENT-CONTCUR
                      TO WS-ATPC845-PBU-CONTCUR
                    MOVE CTM-MON-SALDO(WS-I)    TO WS-ATPC845-PBU-SALDO
                    MOVE CTM-MON-TIPOCAMBIO(WS-I)
                      TO WS-ATPC845-PBU-TIPOCAMBIO
                    PERFORM ATPC845-SUMAR-POSICION
                 END-IF
              END-PERFORM
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC845-ACUMULAR-LIQUIDACIONES
      *----------------------------------------------------------------
      * Importes de liquidacion abiertos en moneda adicional
      * (LIQMON.DAT, opcional); la fila de una entidad desconocida, de
      * la moneda principal de la entidad o con campos no numericos se
      * descarta y se informa
      *----------------------------------------------------------------
       ATPC845-ACUMULAR-LIQUIDACIONES.
           OPEN INPUT LQM-POSICIONES
           IF WS-ATPC845-LQM-STATUS NOT = "00"
              DISPLAY "ATPC845 - AVISO: sin LIQMON.DAT -- no hay "
                      "liquidaciones abiertas en moneda extranjera"
           ELSE
              SET WS-ATPC845-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC845-FIN-ENTRADA
                 READ LQM-POSICIONES
                     AT END
                        SET WS-ATPC845-FIN-ENTRADA TO TRUE
                     NOT AT END
                        ADD 1 TO WS-ATPC845-LQM-LEIDAS
                        PERFORM ATPC845-ACUMULAR-LIQUIDACION
                 END-READ
              END-PERFORM
              CLOSE LQM-POSICIONES
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC845-ACUMULAR-LIQUIDACION
      *----------------------------------------------------------------
       ATPC845-ACUMULAR-LIQUIDACION.
           IF LQM-CODENT NOT = WS-ATPC845-ENT-ANT
              MOVE LQM-CODENT TO WS-ATPC845-ENT-ANT
              PERFORM ATPC845-RESOLVER-ENTIDAD
           END-IF
           IF WS-ATPC845-ENT-VALIDA
           AND LQM-CLAMON-ALF IS NUMERIC
           AND LQM-IMPORTE-ALF(2:15) IS NUMERIC
           AND LQM-TIPOCAMBIO-ALF IS NUMERIC
           AND LQM-CLAMON NOT = WS-ATPC845-ENT-CLAMONUF
              MOVE LQM-CODENT TO WS-ATPC845-PBU-CODENT
              MOVE LQM-CLAMON TO WS-ATPC845-PBU-CLAMON
              IF LQM-CONTCUR = SPACES
                 MOVE WS-ATPC845-ENT-CONTCUR TO WS-ATPC845-PBU-CONTCUR
              ELSE
                 MOVE LQM-CONTCUR TO WS-ATPC845-PBU-CONTCUR
              END-IF
              MOVE LQM-IMPORTE    TO WS-ATPC845-PBU-SALDO
              MOVE LQM-TIPOCAMBIO TO WS-ATPC845-PBU-TIPOCAMBIO
              PERFORM ATPC845-SUMAR-POSICION
           ELSE
              ADD 1 TO WS-ATPC845-DESCARTADAS
              DISPLAY "ATPC845 - AVISO: fila invalida en LIQMON.DAT ["
                      LQM-POSICIONES-REG "] -- ignorada"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC845-RESOLVER-ENTIDAD
      *----------------------------------------------------------------
      * Moneda principal y CONTCUR de la entidad WS-ATPC845-ENT-ANT
      *----------------------------------------------------------------
       ATPC845-RESOLVER-ENTIDAD.
           INITIALIZE WS-ATPC021
           MOVE WS-ATPC845-ENT-ANT TO WS-ATPC021-CODENT
           PERFORM ATPC021-BUSCAR-EN-ARREGLO
           IF WS-ATPC021-RETORNO-OK
              SET WS-ATPC845-ENT-VALIDA TO TRUE
              MOVE WS-ATPC021-CLAMONUF TO WS-ATPC845-ENT-CLAMONUF
              MOVE WS-ATPC021-CONTCUR  TO WS-ATPC845-ENT-CONTCUR
           ELSE
              SET WS-ATPC845-ENT-VALIDA TO FALSE
              DISPLAY "ATPC845 - AVISO: entidad [" WS-ATPC845-ENT-ANT
                      "] no encontrada en ATPC021 -- sus posiciones "
                      "no se revaluan"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC845-SUMAR-POSICION
      *----------------------------------------------------------------
      * Suma el saldo WS-ATPC845-PBU-SALDO y su valor historico a la
      * posicion de la entidad, moneda y cuenta buscadas, agregandola
      * si no existe; el saldo sin tipo de cambio historico se cuenta
      * aparte y deja la posicion sin revaluar
      *----------------------------------------------------------------
       ATPC845-SUMAR-POSICION.
           MOVE ZEROES TO WS-ATPC845-POS-IDX
           PERFORM VARYING WS-ATPC845-POS-J FROM 1 BY 1
                     UNTIL WS-ATPC845-POS-J > WS-ATPC845-POS-CANT
              IF WS-ATPC845-POS-CLAVE(WS-ATPC845-POS-J) =
                 WS-ATPC845-POS-BUSCADA
                 MOVE WS-ATPC845-POS-J TO WS-ATPC845-POS-IDX
                 MOVE WS-ATPC845-POS-CANT TO WS-ATPC845-POS-J
              END-IF
           END-PERFORM
           IF WS-ATPC845-POS-IDX = ZEROES
              IF WS-ATPC845-POS-CANT < WS-ATPC845-POS-MAX
                 ADD 1 TO WS-ATPC845-POS-CANT
                 MOVE WS-ATPC845-POS-CANT TO WS-ATPC845-POS-IDX
                 MOVE WS-ATPC845-POS-BUSCADA
                   TO WS-ATPC845-POS-CLAVE(WS-ATPC845-POS-IDX)
                 MOVE WS-ATPC845-ENT-CLAMONUF
                   TO WS-ATPC845-POS-CLAMONUF(WS-ATPC845-POS-IDX)
                 MOVE ZEROES
                   TO WS-ATPC845-POS-ITEMS(WS-ATPC845-POS-IDX)
                      WS-ATPC845-POS-SIN-TASA(WS-ATPC845-POS-IDX)
                      WS-ATPC845-POS-SALDO(WS-ATPC845-POS-IDX)
                      WS-ATPC845-POS-HISTORICO(WS-ATPC845-POS-IDX)
                 MOVE "N"
                   TO WS-ATPC845-POS-INFORMADA(WS-ATPC845-POS-IDX)
              ELSE
                 DISPLAY "ATPC845 - ERROR: posiciones superan la "
                         "capacidad maxima [" WS-ATPC845-POS-MAX
                         "] -- clave [" WS-ATPC845-POS-BUSCADA
                         "] sin revaluar"
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF

           IF WS-ATPC845-POS-IDX > ZEROES
              ADD 1 TO WS-ATPC845-POS-ITEMS(WS-ATPC845-POS-IDX)
              IF WS-ATPC845-PBU-TIPOCAMBIO = ZEROES
                 ADD 1 TO WS-ATPC845-POS-SIN-TASA(WS-ATPC845-POS-IDX)
              END-IF
              ADD WS-ATPC845-PBU-SALDO
               TO WS-ATPC845-POS-SALDO(WS-ATPC845-POS-IDX)
              COMPUTE WS-ATPC845-POS-HISTORICO(WS-ATPC845-POS-IDX)
                      ROUNDED =
                      WS-ATPC845-POS-HISTORICO(WS-ATPC845-POS-IDX)
                    + WS-ATPC845-PBU-SALDO * WS-ATPC845-PBU-TIPOCAMBIO
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC845-REVALUAR-POSICIONES
      *----------------------------------------------------------------
      * Recorre las posiciones agrupando por entidad: detalle de cada
      * posicion de la entidad y subtotal de resultados
      *----------------------------------------------------------------
       ATPC845-REVALUAR-POSICIONES.
           MOVE SPACES TO WS-ATPC845-LINEA
           STRING " REVALUACION AL CIERRE ["  DELIMITED BY SIZE
                  WS-ATPC845-HOY              DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC845-LINEA
           WRITE RPT-ATPC845-REG FROM WS-ATPC845-LINEA
           DISPLAY WS-ATPC845-LINEA

           MOVE WS-ATPC845-HOY(1:7) TO WS-ATPC845-REF-PERIODO
           PERFORM VARYING WS-ATPC845-POS-IDX FROM 1 BY 1
                     UNTIL WS-ATPC845-POS-IDX > WS-ATPC845-POS-CANT
              IF WS-ATPC845-POS-INFORMADA(WS-ATPC845-POS-IDX) = "N"
                 MOVE WS-ATPC845-POS-CODENT(WS-ATPC845-POS-IDX)
                   TO WS-ATPC845-ENT-ANT
                 MOVE ZEROES TO WS-ATPC845-ENT-GANANCIA
                                WS-ATPC845-ENT-PERDIDA
                 MOVE SPACES TO WS-ATPC845-LINEA
                 WRITE RPT-ATPC845-REG FROM WS-ATPC845-LINEA
                 MOVE SPACES TO WS-ATPC845-LINEA
                 STRING " ENTIDAD ["          DELIMITED BY SIZE
                        WS-ATPC845-ENT-ANT    DELIMITED BY SIZE
                        "]"                   DELIMITED BY SIZE
                   INTO WS-ATPC845-LINEA
                 WRITE RPT-ATPC845-REG FROM WS-ATPC845-LINEA
                 PERFORM VARYING WS-ATPC845-POS-J
                            FROM WS-ATPC845-POS-IDX BY 1
                           UNTIL WS-ATPC845-POS-J > WS-ATPC845-POS-CANT
                    IF WS-ATPC845-POS-CODENT(WS-ATPC845-POS-J) =
                       WS-ATPC845-ENT-ANT
                       MOVE "S"
                         TO WS-ATPC845-POS-INFORMADA(WS-ATPC845-POS-J)
                       PERFORM ATPC845-REVALUAR-POSICION
                    END-IF
                 END-PERFORM
                 PERFORM ATPC845-CERRAR-ENTIDAD
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC845-REVALUAR-POSICION
      *----------------------------------------------------------------
      * Valor de cierre de la posicion WS-ATPC845-POS-J al tipo de
      * cambio de ATPC157 del dia de cierre, diferencia contra su
      * valor historico y asiento del resultado no realizado
      *----------------------------------------------------------------
       ATPC845-REVALUAR-POSICION.
           MOVE ZEROES TO WS-ATPC845-TASA-CIERRE
                          WS-ATPC845-VALOR-CIERRE
                          WS-ATPC845-DIFERENCIA
           INITIALIZE WS-ATPC157-CONV
           MOVE WS-ATPC845-POS-CLAMON(WS-ATPC845-POS-J)
             TO WS-ATPC157-CONV-MONDESDE
           MOVE WS-ATPC845-POS-CLAMONUF(WS-ATPC845-POS-J)
             TO WS-ATPC157-CONV-MONHASTA
           MOVE WS-ATPC845-HOY TO WS-ATPC157-CONV-FECHA
           MOVE ZEROES         TO WS-ATPC157-CONV-IMPORTE
           PERFORM ATPC157-CONVERTIR

           EVALUATE TRUE
              WHEN WS-ATPC845-POS-SALDO(WS-ATPC845-POS-J) = ZEROES
                 MOVE "SALDO CERO" TO WS-ATPC845-ESTADO
              WHEN NOT WS-ATPC157-RETORNO-OK
                 MOVE "SIN TASA" TO WS-ATPC845-ESTADO
              WHEN WS-ATPC845-POS-SIN-TASA(WS-ATPC845-POS-J) > ZEROES
                 MOVE "SIN HIST" TO WS-ATPC845-ESTADO
              WHEN OTHER
                 MOVE WS-ATPC157-CONV-TIPOCAMBIO
                   TO WS-ATPC845-TASA-CIERRE
                 COMPUTE WS-ATPC845-VALOR-CIERRE ROUNDED =
                         WS-ATPC845-POS-SALDO(WS-ATPC845-POS-J)
                       * WS-ATPC845-TASA-CIERRE
                 COMPUTE WS-ATPC845-DIFERENCIA =
                         WS-ATPC845-VALOR-CIERRE
                       - WS-ATPC845-POS-HISTORICO(WS-ATPC845-POS-J)
                 IF WS-ATPC157-CONV-DESACTUALIZADA
                    MOVE "TASA VIEJA" TO WS-ATPC845-ESTADO
                 ELSE
                    MOVE "OK" TO WS-ATPC845-ESTADO
                 END-IF
           END-EVALUATE

           IF WS-ATPC845-ESTADO = "SIN TASA"
           OR WS-ATPC845-ESTADO = "SIN HIST"
              ADD 1 TO WS-ATPC845-NO-REVALUADAS
              DISPLAY "ATPC845 - ALERTA: posicion CODENT=["
                      WS-ATPC845-POS-CODENT(WS-ATPC845-POS-J)
                      "] MONEDA=["
                      WS-ATPC845-POS-CLAMON(WS-ATPC845-POS-J)
                      "] " WS-ATPC845-ESTADO " -- no se revalua"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              IF WS-ATPC845-ESTADO NOT = "SALDO CERO"
                 ADD 1 TO WS-ATPC845-REVALUADAS
              END-IF
           END-IF

           MOVE WS-ATPC845-POS-SALDO(WS-ATPC845-POS-J)
             TO WS-ATPC845-IMPORTE-ED
           MOVE WS-ATPC845-POS-HISTORICO(WS-ATPC845-POS-J)
             TO WS-ATPC845-IMPORTE2-ED
           MOVE WS-ATPC845-VALOR-CIERRE TO WS-ATPC845-IMPORTE3-ED
           MOVE WS-ATPC845-DIFERENCIA   TO WS-ATPC845-IMPORTE4-ED
           MOVE WS-ATPC845-TASA-CIERRE  TO WS-ATPC845-TASA-ED
           MOVE SPACES TO WS-ATPC845-LINEA
           STRING "  MONEDA ["                DELIMITED BY SIZE
                  WS-ATPC845-POS-CLAMON(WS-ATPC845-POS-J)
                                              DELIMITED BY SIZE
                  "] CUENTA ["                DELIMITED BY SIZE
                  WS-ATPC845-POS-CONTCUR(WS-ATPC845-POS-J)
                                              DELIMITED BY SIZE
                  "] ITEMS ["                 DELIMITED BY SIZE
                  WS-ATPC845-POS-ITEMS(WS-ATPC845-POS-J)
                                              DELIMITED BY SIZE
                  "] SALDO ["                 DELIMITED BY SIZE
                  WS-ATPC845-IMPORTE-ED       DELIMITED BY SIZE
                  "] HISTORICO ["             DELIMITED BY SIZE
                  WS-ATPC845-IMPORTE2-ED      DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC845-LINEA
           WRITE RPT-ATPC845-REG FROM WS-ATPC845-LINEA
           MOVE SPACES TO WS-ATPC845-LINEA
           STRING "           TASA CIERRE ["  DELIMITED BY SIZE
                  WS-ATPC845-TASA-ED          DELIMITED BY SIZE
                  "] CIERRE ["                DELIMITED BY SIZE
                  WS-ATPC845-IMPORTE3-ED      DELIMITED BY SIZE
                  "] DIFERENCIA ["            DELIMITED BY SIZE
                  WS-ATPC845-IMPORTE4-ED      DELIMITED BY SIZE
                  "] "                        DELIMITED BY SIZE
                  WS-ATPC845-ESTADO           DELIMITED BY SIZE
             INTO WS-ATPC845-LINEA
           WRITE RPT-ATPC845-REG FROM WS-ATPC845-LINEA

           IF WS-ATPC845-DIFERENCIA NOT = ZEROES
              PERFORM ATPC845-GRABAR-REVALUACION
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC845-GRABAR-REVALUACION
      *----------------------------------------------------------------
      * Pareja DEBE/HABER del resultado no realizado de la posicion
      * WS-ATPC845-POS-J; cada pata queda pendiente de reversion
      *----------------------------------------------------------------
       ATPC845-GRABAR-REVALUACION.
           INITIALIZE AST-REVALUACION-REG
           MOVE "AST" TO AST-TIPO
           MOVE WS-ATPC845-POS-CODENT(WS-ATPC845-POS-J) TO AST-CODENT
           MOVE WS-ATPC845-HOY TO AST-FECHA
           MOVE WS-ATPC845-POS-CLAMON(WS-ATPC845-POS-J)
             TO WS-ATPC845-REF-CLAMON
           IF WS-ATPC845-DIFERENCIA > ZEROES
              MOVE "RVG" TO AST-ORIGEN WS-ATPC845-REF-ORIGEN
              MOVE WS-ATPC845-REFERENCIA TO AST-REFERENCIA
              MOVE WS-ATPC845-DIFERENCIA TO AST-IMPORTE
              ADD WS-ATPC845-DIFERENCIA TO WS-ATPC845-ENT-GANANCIA
              MOVE "D" TO AST-DEBHAB
              MOVE WS-ATPC845-POS-CONTCUR(WS-ATPC845-POS-J)
                TO AST-CONTCUR
              PERFORM ATPC845-GRABAR-PATA
              MOVE "H"                     TO AST-DEBHAB
              MOVE WS-ATPC845-CTA-GANANCIA TO AST-CONTCUR
              PERFORM ATPC845-GRABAR-PATA
           ELSE
              MOVE "RVP" TO AST-ORIGEN WS-ATPC845-REF-ORIGEN
              MOVE WS-ATPC845-REFERENCIA TO AST-REFERENCIA
              COMPUTE AST-IMPORTE = 0 - WS-ATPC845-DIFERENCIA
              ADD AST-IMPORTE TO WS-ATPC845-ENT-PERDIDA
              MOVE "D"                    TO AST-DEBHAB
              MOVE WS-ATPC845-CTA-PERDIDA TO AST-CONTCUR
              PERFORM ATPC845-GRABAR-PATA
              MOVE "H" TO AST-DEBHAB
              MOVE WS-ATPC845-POS-CONTCUR(WS-ATPC845-POS-J)
                TO AST-CONTCUR
              PERFORM ATPC845-GRABAR-PATA
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC845-GRABAR-PATA
      *----------------------------------------------------------------
       ATPC845-GRABAR-PATA.
           WRITE AST-REVALUACION-REG
           ADD 1 TO WS-ATPC845-ASIENTOS
           IF WS-ATPC845-PEN-CANT < WS-ATPC845-PEN-MAX
              ADD 1 TO WS-ATPC845-PEN-CANT
              MOVE "N" TO WS-ATPC845-PEN-ESTADO(WS-ATPC845-PEN-CANT)
              MOVE SPACES
                TO WS-ATPC845-PEN-FECREV(WS-ATPC845-PEN-CANT)
              MOVE AST-REVALUACION-REG
                TO WS-ATPC845-PEN-ASIENTO(WS-ATPC845-PEN-CANT)
           ELSE
              DISPLAY "ATPC845 - ERROR: asientos pendientes superan la "
                      "capacidad maxima [" WS-ATPC845-PEN-MAX "] -- "
                      "asiento [" AST-REVALUACION-REG "] sin reversion"
              MOVE 12 TO RETURN-CODE
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC845-CERRAR-ENTIDAD
      *----------------------------------------------------------------
       ATPC845-CERRAR-ENTIDAD.
           ADD WS-ATPC845-ENT-GANANCIA TO WS-ATPC845-TOT-GANANCIA
           ADD WS-ATPC845-ENT-PERDIDA  TO WS-ATPC845-TOT-PERDIDA
           MOVE WS-ATPC845-ENT-GANANCIA TO WS-ATPC845-IMPORTE-ED
           MOVE WS-ATPC845-ENT-PERDIDA  TO WS-ATPC845-IMPORTE2-ED
           COMPUTE WS-ATPC845-DIFERENCIA =
                   WS-ATPC845-ENT-GANANCIA - WS-ATPC845-ENT-PERDIDA
           MOVE WS-ATPC845-DIFERENCIA   TO WS-ATPC845-IMPORTE3-ED
           MOVE SPACES TO WS-ATPC845-LINEA
           STRING " TOTAL ENTIDAD ["          DELIMITED BY SIZE
                  WS-ATPC845-ENT-ANT          DELIMITED BY SIZE
                  "] GANANCIA ["              DELIMITED BY SIZE
                  WS-ATPC845-IMPORTE-ED       DELIMITED BY SIZE
                  "] PERDIDA ["               DELIMITED BY SIZE
                  WS-ATPC845-IMPORTE2-ED      DELIMITED BY SIZE
                  "] NETO ["                  DELIMITED BY SIZE
                  WS-ATPC845-IMPORTE3-ED      DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC845-LINEA
           WRITE RPT-ATPC845-REG FROM WS-ATPC845-LINEA
           DISPLAY WS-ATPC845-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC845-ACTUALIZAR-PENDIENTES
      *----------------------------------------------------------------
      * Reescribe REVALPEN.DAT: en el cierre, los asientos de hoy
      * quedan pendientes ("P") y reemplazan a los pendientes del
      * mismo mes de una corrida anterior; los reversados hoy se
      * conservan para poder repetir la reversion en el dia
      *----------------------------------------------------------------
       ATPC845-ACTUALIZAR-PENDIENTES.
           OPEN OUTPUT PEN-PENDIENTES
           IF WS-ATPC845-PEN-STATUS NOT = "00"
              DISPLAY "ATPC845 - ERROR: no se pudo abrir REVALPEN.DAT "
                      "-- FILE STATUS:[" WS-ATPC845-PEN-STATUS "] -- "
                      "los asientos quedan sin registrar para su "
                      "reversion"
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > WS-ATPC845-PEN-CANT
                 EVALUATE TRUE
                    WHEN WS-ATPC845-PEN-ESTADO(WS-I) = "N"
                       MOVE "P" TO PEN-ESTADO
                    WHEN WS-ATPC845-PEN-ESTADO(WS-I) = "P"
                    AND WS-ATPC845-ES-CIERRE
                       MOVE SPACES TO PEN-ESTADO
                    WHEN WS-ATPC845-PEN-ESTADO(WS-I) = "R"
                    AND WS-ATPC845-PEN-FECREV(WS-I) NOT =
                        WS-ATPC845-HOY
                       MOVE SPACES TO PEN-ESTADO
                    WHEN OTHER
                       MOVE WS-ATPC845-PEN-ESTADO(WS-I) TO PEN-ESTADO
                 END-EVALUATE
                 IF PEN-ESTADO NOT = SPACES
                    MOVE WS-ATPC845-PEN-FECREV(WS-I)  TO PEN-FECREV
                    MOVE WS-ATPC845-PEN-ASIENTO(WS-I) TO PEN-ASIENTO
                    WRITE PEN-PENDIENTES-REG
                 END-IF
              END-PERFORM
              CLOSE PEN-PENDIENTES
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC845-EMITIR-RESUMEN
      *----------------------------------------------------------------
       ATPC845-EMITIR-RESUMEN.
           MOVE SPACES TO WS-ATPC845-LINEA
           WRITE RPT-ATPC845-REG FROM WS-ATPC845-LINEA
           MOVE SPACES TO WS-ATPC845-LINEA
           STRING " CUENTAS LEIDAS: "         DELIMITED BY SIZE
                  WS-ATPC845-CTA-LEIDAS       DELIMITED BY SIZE
                  "  SALDOS EN MONEDA: "      DELIMITED BY SIZE
                  WS-ATPC845-SALDOS-MON       DELIMITED BY SIZE
                  "  LIQUIDACIONES: "         DELIMITED BY SIZE
                  WS-ATPC845-LQM-LEIDAS       DELIMITED BY SIZE
                  "  DESCARTADAS: "           DELIMITED BY SIZE
                  WS-ATPC845-DESCARTADAS      DELIMITED BY SIZE
             INTO WS-ATPC845-LINEA
           WRITE RPT-ATPC845-REG FROM WS-ATPC845-LINEA
           DISPLAY WS-ATPC845-LINEA

           MOVE SPACES TO WS-ATPC845-LINEA
           STRING " POSICIONES: "             DELIMITED BY SIZE
                  WS-ATPC845-POS-CANT         DELIMITED BY SIZE
                  "  REVALUADAS: "            DELIMITED BY SIZE
                  WS-ATPC845-REVALUADAS       DELIMITED BY SIZE
                  "  SIN REVALUAR: "          DELIMITED BY SIZE
                  WS-ATPC845-NO-REVALUADAS    DELIMITED BY SIZE
                  "  ASIENTOS: "              DELIMITED BY SIZE
                  WS-ATPC845-ASIENTOS         DELIMITED BY SIZE
                  "  REVERSIONES: "           DELIMITED BY SIZE
                  WS-ATPC845-REVERSIONES      DELIMITED BY SIZE
             INTO WS-ATPC845-LINEA
           WRITE RPT-ATPC845-REG FROM WS-ATPC845-LINEA
           DISPLAY WS-ATPC845-LINEA

           MOVE WS-ATPC845-TOT-GANANCIA  TO WS-ATPC845-IMPORTE-ED
           MOVE WS-ATPC845-TOT-PERDIDA   TO WS-ATPC845-IMPORTE2-ED
           MOVE WS-ATPC845-TOT-REVERSADO TO WS-ATPC845-IMPORTE3-ED
           MOVE SPACES TO WS-ATPC845-LINEA
           STRING " GANANCIA: "               DELIMITED BY SIZE
                  WS-ATPC845-IMPORTE-ED       DELIMITED BY SIZE
                  "  PERDIDA: "               DELIMITED BY SIZE
                  WS-ATPC845-IMPORTE2-ED      DELIMITED BY SIZE
                  "  REVERSADO: "             DELIMITED BY SIZE
                  WS-ATPC845-IMPORTE3-ED      DELIMITED BY SIZE
             INTO WS-ATPC845-LINEA
           WRITE RPT-ATPC845-REG FROM WS-ATPC845-LINEA
           DISPLAY WS-ATPC845-LINEA
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
