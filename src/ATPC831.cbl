       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC831.
      *----------------------------------------------------------------
      * Programa batch de cierre de mes de conciliacion del
      * intercambio con las marcas: compara, por entidad y marca, el
      * intercambio esperado del mes -- acumulado dia a dia por
      * ATPC830 en INTERHIST.DAT -- contra lo que la marca
      * efectivamente liquido segun su archivo de liquidacion
      * LIQMAR.DAT.
      *
      * La diferencia que supera la tolerancia de ATPC831.PRM se marca
      * DIF en el reporte, deja una alerta de advertencia en ATPCALE y
      * la corrida termina con RC 4. Sin LIQMAR.DAT el mes se concilia
      * contra cero (todo queda pendiente de cobro) y tambien termina
      * con RC 4.
      *
      * Salidas --
      *  - INTERGL.DAT: asientos (layout de ASIENTOS.DAT de ATPC955)
      *    por entidad y marca: origen ITC, DEBE la cuenta a cobrar a
      *    la marca y HABER la de ingresos por el intercambio esperado
      *    (invertidos si el neto del mes es negativo); origen ITL,
      *    DEBE la cuenta de liquidacion y HABER la cuenta a cobrar
      *    por lo liquidado. El saldo que queda en la cuenta a cobrar
      *    es la diferencia pendiente con la marca. ATPC955 toma el
      *    archivo esa misma noche;
      *  - ATPC831.RPT: detalle por entidad y marca y totales.
      * INTERGL.DAT se recrea en cada corrida: repetir el cierre del
      * mes reemplaza los asientos anteriores.
      *
      * ATPC831.PRM (primera linea, campos contiguos, requerido):
      *  PERIODO(7 AAAA-MM, en blanco = mes en curso) CONTCUR de la
      *  cuenta a cobrar(26) CONTCUR de ingresos por intercambio(26)
      *  CONTCUR de la cuenta de liquidacion(26)
      *  TOLERANCIA 9(07)V99
      *
      * Layout de LIQMAR.DAT:
      *  CODENT(4) CODMAR(2) PERIODO(7 AAAA-MM) IMPORTE 9(13)V99
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
           SELECT PRM-ATPC831 ASSIGN TO "ATPC831.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC831-PRM-STATUS.
           SELECT ITC-HISTORIAL ASSIGN TO "INTERHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC831-ITC-STATUS.
           SELECT LIQ-LIQUIDACION ASSIGN TO "LIQMAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC831-LIQ-STATUS.
           SELECT AST-INTERCAMBIO ASSIGN TO "INTERGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC831-AST-STATUS.
           SELECT RPT-ATPC831 ASSIGN TO "ATPC831.RPT"
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
       COPY "ATPCALE-ALE".
       COPY "ATPCCTL-CTL".
       COPY "ATPCAUD-AUD".
       COPY "ATPCLCK-LCK".
       COPY "ATPCEXC-EXC".

       FD  PRM-ATPC831
           RECORDING MODE IS F.
       01  PRM-ATPC831-REG.
           05  PRM-ATPC831-PERIODO            PIC X(07).
           05  PRM-ATPC831-CTA-COBRAR         PIC X(26).
           05  PRM-ATPC831-CTA-INGRESOS       PIC X(26).
           05  PRM-ATPC831-CTA-LIQUIDACION    PIC X(26).
           05  PRM-ATPC831-TOLERANCIA         PIC 9(07)V99.
           05  PRM-ATPC831-TOLERANCIA-ALF REDEFINES
               PRM-ATPC831-TOLERANCIA         PIC X(09).

      * Historial diario de ATPC830
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

       FD  LIQ-LIQUIDACION
           RECORDING MODE IS F.
       01  LIQ-LIQUIDACION-REG.
           05  LIQ-CODENT                     PIC X(04).
           05  LIQ-CODMAR                     PIC X(02).
           05  LIQ-PERIODO                    PIC X(07).
           05  LIQ-IMPORTE                    PIC 9(13)V99.
           05  LIQ-IMPORTE-ALF REDEFINES
               LIQ-IMPORTE                    PIC X(15).

       FD  AST-INTERCAMBIO
           RECORDING MODE IS F.
       01  AST-INTERCAMBIO-REG.
           05  AST-TIPO                       PIC X(03).
           05  AST-CODENT                     PIC X(04).
           05  AST-ORIGEN                     PIC X(03).
           05  AST-DEBHAB                     PIC X(01).
           05  AST-CONTCUR                    PIC X(26).
           05  AST-IMPORTE                    PIC 9(13)V99.
           05  AST-FECHA                      PIC X(10).
           05  AST-REFERENCIA                 PIC X(20).

       FD  RPT-ATPC831
           RECORDING MODE IS F.
       01  RPT-ATPC831-REG                    PIC X(130).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPCALE-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".

       77  WS-ATPC831-PRM-STATUS              PIC X(02).
       77  WS-ATPC831-ITC-STATUS              PIC X(02).
       77  WS-ATPC831-LIQ-STATUS              PIC X(02).
       77  WS-ATPC831-AST-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC831-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.

      * Mes conciliado (AAAA-MM) y fecha del dia
       01  WS-ATPC831-PERIODO.
           05  WS-ATPC831-PER-AAAA            PIC 9(04).
           05  WS-ATPC831-PER-G1              PIC X(01) VALUE "-".
           05  WS-ATPC831-PER-MM              PIC 9(02).
       01  WS-ATPC831-HOY-AMD.
           05  WS-ATPC831-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC831-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC831-HOY-AMD-DD          PIC 9(02).
       01  WS-ATPC831-HOY.
           05  WS-ATPC831-HOY-AAAA            PIC 9(04).
           05  WS-ATPC831-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC831-HOY-MM              PIC 9(02).
           05  WS-ATPC831-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC831-HOY-DD              PIC 9(02).

      * Cuentas contables y tolerancia (ATPC831.PRM)
       77  WS-ATPC831-CTA-COBRAR              PIC X(26).
       77  WS-ATPC831-CTA-INGRESOS            PIC X(26).
       77  WS-ATPC831-CTA-LIQUIDACION         PIC X(26).
       77  WS-ATPC831-TOLERANCIA              PIC 9(07)V99 VALUE 0.

      * Esperado y liquidado del mes por entidad y marca
       78  WS-ATPC831-CON-MAX                 VALUE 1000.
       77  WS-ATPC831-CON-CANT                PIC 9(04) VALUE 0.
       77  WS-ATPC831-CON-IDX                 PIC 9(04).
       01  WS-ATPC831-CONCILIACION.
           05  WS-ATPC831-CON OCCURS 1000 TIMES.
               10  WS-ATPC831-CON-CLAVE.
                   15  WS-ATPC831-CON-CODENT  PIC X(04).
                   15  WS-ATPC831-CON-CODMAR  PIC X(02).
               10  WS-ATPC831-CON-COMPRAS     PIC 9(09).
               10  WS-ATPC831-CON-ESPERADO-N  PIC S9(13)V99.
               10  WS-ATPC831-CON-ESPERADO-E  PIC S9(13)V99.
               10  WS-ATPC831-CON-LIQUIDADO   PIC 9(13)V99.
       01  WS-ATPC831-CON-BUSCADA.
           05  WS-ATPC831-CBU-CODENT          PIC X(04).
           05  WS-ATPC831-CBU-CODMAR          PIC X(02).

      * Entidad y marca en curso
       77  WS-ATPC831-ESPERADO                PIC S9(13)V99.
       77  WS-ATPC831-DIFERENCIA              PIC S9(13)V99.
       77  WS-ATPC831-DIF-ABS                 PIC 9(13)V99.
       77  WS-ATPC831-ESTADO                  PIC X(03).
       01  WS-ATPC831-REFERENCIA.
           05  WS-ATPC831-REF-ORIGEN          PIC X(03).
           05  FILLER                         PIC X(01) VALUE "-".
           05  WS-ATPC831-REF-CODMAR          PIC X(02).
           05  FILLER                         PIC X(01) VALUE "-".
           05  WS-ATPC831-REF-PERIODO         PIC X(07).
           05  FILLER                         PIC X(06) VALUE SPACES.

      * Contadores del resumen final
       77  WS-ATPC831-FILAS-MES               PIC 9(08) VALUE 0.
       77  WS-ATPC831-FILAS-LIQ               PIC 9(08) VALUE 0.
       77  WS-ATPC831-CON-DIFERENCIA          PIC 9(06) VALUE 0.
       77  WS-ATPC831-ASIENTOS                PIC 9(08) VALUE 0.
       77  WS-ATPC831-TOT-ESPERADO            PIC S9(13)V99 VALUE 0.
       77  WS-ATPC831-TOT-LIQUIDADO           PIC 9(13)V99 VALUE 0.

       77  WS-ATPC831-IMPORTE-ED              PIC -(13)9.99.
       77  WS-ATPC831-IMPORTE2-ED             PIC -(13)9.99.
       77  WS-ATPC831-IMPORTE3-ED             PIC -(13)9.99.
       01  WS-ATPC831-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC831-PRINCIPAL
      *----------------------------------------------------------------
       ATPC831-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC831: CONCILIACION MENSUAL DE INTERCAMBIO           -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC831" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL

           PERFORM ATPC831-LEER-PARAMETROS

      * Intercambio esperado del mes (historial de ATPC830)
           OPEN INPUT ITC-HISTORIAL
           IF WS-ATPC831-ITC-STATUS NOT = "00"
              DISPLAY "ATPC831 - AVISO: sin INTERHIST.DAT -- el mes no "
                      "tiene intercambio esperado"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              SET WS-ATPC831-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC831-FIN-ENTRADA
                 READ ITC-HISTORIAL
                     AT END
                        SET WS-ATPC831-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF ITC-FECHA(1:7) = WS-ATPC831-PERIODO
                           ADD 1 TO WS-ATPC831-FILAS-MES
                           MOVE ITC-CODENT TO WS-ATPC831-CBU-CODENT
                           MOVE ITC-CODMAR TO WS-ATPC831-CBU-CODMAR
                           PERFORM ATPC831-UBICAR-CONCILIACION
                           IF WS-ATPC831-CON-IDX > ZEROES
                              PERFORM ATPC831-ACUMULAR-ESPERADO
                           END-IF
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE ITC-HISTORIAL
           END-IF

      * Liquidado por la marca
           OPEN INPUT LIQ-LIQUIDACION
           IF WS-ATPC831-LIQ-STATUS NOT = "00"
              DISPLAY "ATPC831 - AVISO: sin LIQMAR.DAT -- el mes se "
                      "concilia contra liquidacion cero"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              SET WS-ATPC831-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC831-FIN-ENTRADA
                 READ LIQ-LIQUIDACION
                     AT END
                        SET WS-ATPC831-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF LIQ-PERIODO = WS-ATPC831-PERIODO
                           PERFORM ATPC831-ACUMULAR-LIQUIDADO
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE LIQ-LIQUIDACION
           END-IF

           OPEN OUTPUT AST-INTERCAMBIO
           IF WS-ATPC831-AST-STATUS NOT = "00"
              DISPLAY "ATPC831 - ERROR: no se pudo abrir INTERGL.DAT "
                      "-- FILE STATUS:[" WS-ATPC831-AST-STATUS "] -- "
                      "corrida abortada"
              PERFORM ATPC831-ABORTAR
           END-IF
           OPEN OUTPUT RPT-ATPC831

           MOVE SPACES TO WS-ATPC831-LINEA
           STRING " CONCILIACION DE INTERCAMBIO DEL MES ["
                                              DELIMITED BY SIZE
                  WS-ATPC831-PERIODO          DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC831-LINEA
           WRITE RPT-ATPC831-REG FROM WS-ATPC831-LINEA
           DISPLAY WS-ATPC831-LINEA
           MOVE SPACES TO WS-ATPC831-LINEA
           WRITE RPT-ATPC831-REG FROM WS-ATPC831-LINEA

           PERFORM VARYING WS-ATPC831-CON-IDX FROM 1 BY 1
                     UNTIL WS-ATPC831-CON-IDX > WS-ATPC831-CON-CANT
              PERFORM ATPC831-CONCILIAR-MARCA
           END-PERFORM

           MOVE WS-ATPC831-TOT-ESPERADO  TO WS-ATPC831-IMPORTE-ED
           MOVE WS-ATPC831-TOT-LIQUIDADO TO WS-ATPC831-IMPORTE2-ED
           MOVE SPACES TO WS-ATPC831-LINEA
           WRITE RPT-ATPC831-REG FROM WS-ATPC831-LINEA
           MOVE SPACES TO WS-ATPC831-LINEA
           STRING " FILAS DEL MES: "          DELIMITED BY SIZE
                  WS-ATPC831-FILAS-MES        DELIMITED BY SIZE
                  "  FILAS LIQUIDADAS: "      DELIMITED BY SIZE
                  WS-ATPC831-FILAS-LIQ        DELIMITED BY SIZE
                  "  CON DIFERENCIA: "        DELIMITED BY SIZE
                  WS-ATPC831-CON-DIFERENCIA   DELIMITED BY SIZE
                  "  ASIENTOS: "              DELIMITED BY SIZE
                  WS-ATPC831-ASIENTOS         DELIMITED BY SIZE
             INTO WS-ATPC831-LINEA
           WRITE RPT-ATPC831-REG FROM WS-ATPC831-LINEA
           DISPLAY WS-ATPC831-LINEA
           MOVE SPACES TO WS-ATPC831-LINEA
           STRING " ESPERADO: "               DELIMITED BY SIZE
                  WS-ATPC831-IMPORTE-ED       DELIMITED BY SIZE
                  "  LIQUIDADO: "             DELIMITED BY SIZE
                  WS-ATPC831-IMPORTE2-ED      DELIMITED BY SIZE
             INTO WS-ATPC831-LINEA
           WRITE RPT-ATPC831-REG FROM WS-ATPC831-LINEA
           DISPLAY WS-ATPC831-LINEA

           CLOSE AST-INTERCAMBIO
                 RPT-ATPC831

           IF WS-ATPC831-CON-DIFERENCIA > ZEROES
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY
           "- ATPC831: CONCILIACION DE INTERCAMBIO FINALIZADA        -"
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
      * Proceso: ATPC831-ABORTAR
      *----------------------------------------------------------------
       ATPC831-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC831-LEER-PARAMETROS
      *----------------------------------------------------------------
      * Mes a conciliar (por omision el mes en curso), cuentas
      * contables y tolerancia; sin ATPC831.PRM la corrida aborta
      *----------------------------------------------------------------
       ATPC831-LEER-PARAMETROS.
           ACCEPT WS-ATPC831-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC831-HOY-G1 WS-ATPC831-HOY-G2
           MOVE WS-ATPC831-HOY-AMD-AAAA TO WS-ATPC831-HOY-AAAA
                                           WS-ATPC831-PER-AAAA
           MOVE WS-ATPC831-HOY-AMD-MM   TO WS-ATPC831-HOY-MM
                                           WS-ATPC831-PER-MM
           MOVE WS-ATPC831-HOY-AMD-DD   TO WS-ATPC831-HOY-DD
           MOVE "-" TO WS-ATPC831-PER-G1

           OPEN INPUT PRM-ATPC831
           IF WS-ATPC831-PRM-STATUS NOT = "00"
              DISPLAY "ATPC831 - ERROR: no se pudo abrir ATPC831.PRM "
                      "-- FILE STATUS:[" WS-ATPC831-PRM-STATUS "] -- "
                      "corrida abortada"
              PERFORM ATPC831-ABORTAR
           END-IF
           READ PRM-ATPC831
               AT END
                  DISPLAY "ATPC831 - ERROR: ATPC831.PRM vacio -- "
                          "corrida abortada"
                  CLOSE PRM-ATPC831
                  PERFORM ATPC831-ABORTAR
           END-READ
           CLOSE PRM-ATPC831

           EVALUATE TRUE
              WHEN PRM-ATPC831-PERIODO = SPACES
                 CONTINUE
              WHEN PRM-ATPC831-PERIODO(1:4) IS NUMERIC
               AND PRM-ATPC831-PERIODO(5:1) = "-"
               AND PRM-ATPC831-PERIODO(6:2) IS NUMERIC
               AND PRM-ATPC831-PERIODO(6:2) >= "01"
               AND PRM-ATPC831-PERIODO(6:2) <= "12"
                 MOVE PRM-ATPC831-PERIODO TO WS-ATPC831-PERIODO
              WHEN OTHER
                 DISPLAY "ATPC831 - AVISO: periodo invalido en "
                         "ATPC831.PRM [" PRM-ATPC831-PERIODO "] -- "
                         "se concilia el mes en curso"
           END-EVALUATE

           MOVE PRM-ATPC831-CTA-COBRAR      TO WS-ATPC831-CTA-COBRAR
           MOVE PRM-ATPC831-CTA-INGRESOS    TO WS-ATPC831-CTA-INGRESOS
           MOVE PRM-ATPC831-CTA-LIQUIDACION
             TO WS-ATPC831-CTA-LIQUIDACION
           IF WS-ATPC831-CTA-COBRAR = SPACES
           OR WS-ATPC831-CTA-INGRESOS = SPACES
           OR WS-ATPC831-CTA-LIQUIDACION = SPACES
              DISPLAY "ATPC831 - ERROR: ATPC831.PRM sin las cuentas "
                      "contables del intercambio -- corrida abortada"
              PERFORM ATPC831-ABORTAR
           END-IF
           IF PRM-ATPC831-TOLERANCIA-ALF IS NUMERIC
              MOVE PRM-ATPC831-TOLERANCIA TO WS-ATPC831-TOLERANCIA
           ELSE
              DISPLAY "ATPC831 - AVISO: tolerancia invalida en "
                      "ATPC831.PRM -- se concilia sin tolerancia"
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC831-UBICAR-CONCILIACION
      *----------------------------------------------------------------
      * Deja en WS-ATPC831-CON-IDX la fila de la entidad y marca
      * buscadas, agregandola si no existe (cero si la tabla esta
      * llena)
      *----------------------------------------------------------------
       ATPC831-UBICAR-CONCILIACION.
           MOVE ZEROES TO WS-ATPC831-CON-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC831-CON-CANT
              IF WS-ATPC831-CON-CLAVE(WS-I) = WS-ATPC831-CON-BUSCADA
                 MOVE WS-I TO WS-ATPC831-CON-IDX
                 MOVE WS-ATPC831-CON-CANT TO WS-I
              END-IF
           END-PERFORM
           IF WS-ATPC831-CON-IDX = ZEROES
              IF WS-ATPC831-CON-CANT < WS-ATPC831-CON-MAX
                 ADD 1 TO WS-ATPC831-CON-CANT
                 MOVE WS-ATPC831-CON-CANT TO WS-ATPC831-CON-IDX
                 MOVE WS-ATPC831-CON-BUSCADA
                   TO WS-ATPC831-CON-CLAVE(WS-ATPC831-CON-IDX)
                 MOVE ZEROES
                   TO WS-ATPC831-CON-COMPRAS(WS-ATPC831-CON-IDX)
                      WS-ATPC831-CON-ESPERADO-N(WS-ATPC831-CON-IDX)
                      WS-ATPC831-CON-ESPERADO-E(WS-ATPC831-CON-IDX)
                      WS-ATPC831-CON-LIQUIDADO(WS-ATPC831-CON-IDX)
              ELSE
                 DISPLAY "ATPC831 - ERROR: entidades y marcas superan "
                         "la capacidad maxima [" WS-ATPC831-CON-MAX
                         "] -- clave [" WS-ATPC831-CON-BUSCADA
                         "] sin conciliar"
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC831-ACUMULAR-ESPERADO
      *----------------------------------------------------------------
       ATPC831-ACUMULAR-ESPERADO.
           ADD ITC-COMPRAS TO WS-ATPC831-CON-COMPRAS(WS-ATPC831-CON-IDX)
           IF ITC-AMBITO = "E"
              ADD ITC-INTERCAMBIO
               TO WS-ATPC831-CON-ESPERADO-E(WS-ATPC831-CON-IDX)
           ELSE
              ADD ITC-INTERCAMBIO
               TO WS-ATPC831-CON-ESPERADO-N(WS-ATPC831-CON-IDX)
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC831-ACUMULAR-LIQUIDADO
      *----------------------------------------------------------------
       ATPC831-ACUMULAR-LIQUIDADO.
           IF LIQ-IMPORTE-ALF IS NOT NUMERIC
           OR LIQ-CODMAR IS NOT NUMERIC
              DISPLAY "ATPC831 - AVISO: fila invalida en LIQMAR.DAT ["
                      LIQ-LIQUIDACION-REG "] -- ignorada"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              ADD 1 TO WS-ATPC831-FILAS-LIQ
              MOVE LIQ-CODENT TO WS-ATPC831-CBU-CODENT
              MOVE LIQ-CODMAR TO WS-ATPC831-CBU-CODMAR
              PERFORM ATPC831-UBICAR-CONCILIACION
              IF WS-ATPC831-CON-IDX > ZEROES
                 ADD LIQ-IMPORTE
                  TO WS-ATPC831-CON-LIQUIDADO(WS-ATPC831-CON-IDX)
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC831-CONCILIAR-MARCA
      *----------------------------------------------------------------
      * Compara esperado contra liquidado de la entidad y marca,
      * informa y emite sus asientos
      *----------------------------------------------------------------
       ATPC831-CONCILIAR-MARCA.
           COMPUTE WS-ATPC831-ESPERADO =
                   WS-ATPC831-CON-ESPERADO-N(WS-ATPC831-CON-IDX)
                 + WS-ATPC831-CON-ESPERADO-E(WS-ATPC831-CON-IDX)
           COMPUTE WS-ATPC831-DIFERENCIA =
                   WS-ATPC831-CON-LIQUIDADO(WS-ATPC831-CON-IDX)
                 - WS-ATPC831-ESPERADO
           IF WS-ATPC831-DIFERENCIA < ZEROES
              COMPUTE WS-ATPC831-DIF-ABS = 0 - WS-ATPC831-DIFERENCIA
           ELSE
              MOVE WS-ATPC831-DIFERENCIA TO WS-ATPC831-DIF-ABS
           END-IF
           ADD WS-ATPC831-ESPERADO TO WS-ATPC831-TOT-ESPERADO
           ADD WS-ATPC831-CON-LIQUIDADO(WS-ATPC831-CON-IDX)
            TO WS-ATPC831-TOT-LIQUIDADO

           IF WS-ATPC831-DIF-ABS > WS-ATPC831-TOLERANCIA
              MOVE "DIF" TO WS-ATPC831-ESTADO
              ADD 1 TO WS-ATPC831-CON-DIFERENCIA
              INITIALIZE WS-ATPCALE-ENTRADA
              SET WS-ATPCALE-SEV-ADVERTENCIA TO TRUE
              MOVE "ATPC831" TO WS-ATPCALE-PROGRAMA
              MOVE SPACES    TO WS-ATPCALE-TABLA
              MOVE WS-ATPC831-CON-CLAVE(WS-ATPC831-CON-IDX)
                TO WS-ATPCALE-CLAVE
              MOVE WS-ATPC831-DIFERENCIA TO WS-ATPC831-IMPORTE3-ED
              STRING "INTERCAMBIO LIQUIDADO POR LA MARCA DIFIERE DEL "
                     "ESPERADO EN "            DELIMITED BY SIZE
                     WS-ATPC831-IMPORTE3-ED    DELIMITED BY SIZE
                     " PERIODO "               DELIMITED BY SIZE
                     WS-ATPC831-PERIODO        DELIMITED BY SIZE
                INTO WS-ATPCALE-MENSAJE
              PERFORM ATPCALE-GRABAR-ALERTA
           ELSE
              MOVE "OK" TO WS-ATPC831-ESTADO
           END-IF

           MOVE WS-ATPC831-ESPERADO TO WS-ATPC831-IMPORTE-ED
           MOVE WS-ATPC831-CON-LIQUIDADO(WS-ATPC831-CON-IDX)
             TO WS-ATPC831-IMPORTE2-ED
           MOVE WS-ATPC831-DIFERENCIA TO WS-ATPC831-IMPORTE3-ED
           MOVE SPACES TO WS-ATPC831-LINEA
           STRING " ENTIDAD ["                DELIMITED BY SIZE
                  WS-ATPC831-CON-CODENT(WS-ATPC831-CON-IDX)
                                              DELIMITED BY SIZE
                  "] MARCA ["                 DELIMITED BY SIZE
                  WS-ATPC831-CON-CODMAR(WS-ATPC831-CON-IDX)
                                              DELIMITED BY SIZE
                  "] COMPRAS ["               DELIMITED BY SIZE
                  WS-ATPC831-CON-COMPRAS(WS-ATPC831-CON-IDX)
                                              DELIMITED BY SIZE
                  "] ESPERADO ["              DELIMITED BY SIZE
                  WS-ATPC831-IMPORTE-ED       DELIMITED BY SIZE
                  "] LIQUIDADO ["             DELIMITED BY SIZE
                  WS-ATPC831-IMPORTE2-ED      DELIMITED BY SIZE
                  "] DIF ["                   DELIMITED BY SIZE
                  WS-ATPC831-IMPORTE3-ED      DELIMITED BY SIZE
                  "] "                        DELIMITED BY SIZE
                  WS-ATPC831-ESTADO           DELIMITED BY SIZE
             INTO WS-ATPC831-LINEA
           WRITE RPT-ATPC831-REG FROM WS-ATPC831-LINEA
           DISPLAY WS-ATPC831-LINEA

           MOVE WS-ATPC831-CON-CODMAR(WS-ATPC831-CON-IDX)
             TO WS-ATPC831-REF-CODMAR
           MOVE WS-ATPC831-PERIODO TO WS-ATPC831-REF-PERIODO

      * Intercambio esperado: a cobrar contra ingresos
           IF WS-ATPC831-ESPERADO NOT = ZEROES
              INITIALIZE AST-INTERCAMBIO-REG
              MOVE "AST" TO AST-TIPO
              MOVE WS-ATPC831-CON-CODENT(WS-ATPC831-CON-IDX)
                TO AST-CODENT
              MOVE "ITC" TO AST-ORIGEN WS-ATPC831-REF-ORIGEN
              MOVE WS-ATPC831-HOY        TO AST-FECHA
              MOVE WS-ATPC831-REFERENCIA TO AST-REFERENCIA
              IF WS-ATPC831-ESPERADO > ZEROES
                 MOVE WS-ATPC831-ESPERADO TO AST-IMPORTE
                 MOVE "D"                   TO AST-DEBHAB
                 MOVE WS-ATPC831-CTA-COBRAR TO AST-CONTCUR
                 WRITE AST-INTERCAMBIO-REG
                 MOVE "H"                     TO AST-DEBHAB
                 MOVE WS-ATPC831-CTA-INGRESOS TO AST-CONTCUR
                 WRITE AST-INTERCAMBIO-REG
              ELSE
                 COMPUTE AST-IMPORTE = 0 - WS-ATPC831-ESPERADO
                 MOVE "D"                     TO AST-DEBHAB
                 MOVE WS-ATPC831-CTA-INGRESOS TO AST-CONTCUR
                 WRITE AST-INTERCAMBIO-REG
                 MOVE "H"                   TO AST-DEBHAB
                 MOVE WS-ATPC831-CTA-COBRAR TO AST-CONTCUR
                 WRITE AST-INTERCAMBIO-REG
              END-IF
              ADD 2 TO WS-ATPC831-ASIENTOS
           END-IF

      * Liquidado por la marca: cancela lo que se tenia a cobrar
           IF WS-ATPC831-CON-LIQUIDADO(WS-ATPC831-CON-IDX) > ZEROES
              INITIALIZE AST-INTERCAMBIO-REG
              MOVE "AST" TO AST-TIPO
              MOVE WS-ATPC831-CON-CODENT(WS-ATPC831-CON-IDX)
                TO AST-CODENT
              MOVE "ITL" TO AST-ORIGEN WS-ATPC831-REF-ORIGEN
              MOVE WS-ATPC831-HOY        TO AST-FECHA
              MOVE WS-ATPC831-REFERENCIA TO AST-REFERENCIA
              MOVE WS-ATPC831-CON-LIQUIDADO(WS-ATPC831-CON-IDX)
                TO AST-IMPORTE
              MOVE "D"                        TO AST-DEBHAB
              MOVE WS-ATPC831-CTA-LIQUIDACION TO AST-CONTCUR
              WRITE AST-INTERCAMBIO-REG
              MOVE "H"                   TO AST-DEBHAB
              MOVE WS-ATPC831-CTA-COBRAR TO AST-CONTCUR
              WRITE AST-INTERCAMBIO-REG
              ADD 2 TO WS-ATPC831-ASIENTOS
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

       COPY "ATPCALE-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
