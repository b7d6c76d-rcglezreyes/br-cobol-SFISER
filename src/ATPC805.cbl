       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC805.
      *----------------------------------------------------------------
      * Programa batch mensual de liquidacion de comisiones de las
      * agencias de cobranza externa: toma los pagos que ATPC964
      * aplico (o registro como recupero) sobre cuentas asignadas a
      * una agencia (PAGAGE.DAT, acumulativo, con la agencia que
      * tenia la cuenta al momento del pago) y liquida a cada agencia
      * su porcentaje de comision vigente en el registro AGENCIAS.DAT
      * (consola ATPC803) sobre lo cobrado en el periodo.
      *
      * El periodo se toma de ATPC805.PRM (AAAA-MM en la primera
      * linea); sin parametro se liquida el mes anterior al de la
      * corrida (el ultimo mes cerrado). Un pago entra al periodo por
      * su fecha de proceso. La agencia que cobro pero ya no figura
      * en el registro se informa sin comision y la corrida termina
      * con RC 4.
      *
      * Salidas: la liquidacion LIQAGE.DAT, una linea por agencia para
      * el pago a proveedores, y el reporte con el detalle por
      * agencia y los totales por entidad.
      *
      * Layout de LIQAGE.DAT: PERIODO(7) CODENT(4) CODAGENCIA(4)
      *  NOMBRE(30) PAGOS(6) APLICADO(15) RECUPERADO(15)
      *  PORCOMISION(5) COMISION(15)
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
           SELECT PRM-ATPC805 ASSIGN TO "ATPC805.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC805-PRM-STATUS.
      * Registro de agencias de cobranza -- ver ATPCAGE-AGE.cpy
           SELECT AGE-AGENCIAS ASSIGN TO "AGENCIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCAGE-STATUS.
           SELECT PGA-PAGOS-AGENCIA ASSIGN TO "PAGAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC805-PGA-STATUS.
           SELECT LIQ-LIQUIDACION ASSIGN TO "LIQAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC805-LIQ-STATUS.
           SELECT RPT-ATPC805 ASSIGN TO "ATPC805.RPT"
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

       COPY "ATPCAGE-AGE".

       FD  PRM-ATPC805
           RECORDING MODE IS F.
       01  PRM-ATPC805-REG.
           05  PRM-ATPC805-PERIODO            PIC X(07).

       FD  PGA-PAGOS-AGENCIA
           RECORDING MODE IS F.
       01  PGA-PAGOS-AGENCIA-REG.
           05  PGA-CODENT                     PIC X(04).
           05  PGA-NUMCUENTA                  PIC X(16).
           05  PGA-CODAGENCIA                 PIC X(04).
           05  PGA-FECASIGNA                  PIC X(10).
           05  PGA-TIPO                       PIC X(01).
           05  PGA-IMPORTE                    PIC 9(09)V99.
           05  PGA-FECVALOR                   PIC X(10).
           05  PGA-FECPROCESO                 PIC X(10).

       FD  LIQ-LIQUIDACION
           RECORDING MODE IS F.
       01  LIQ-LIQUIDACION-REG.
           05  LIQ-PERIODO                    PIC X(07).
           05  LIQ-CODENT                     PIC X(04).
           05  LIQ-CODAGENCIA                 PIC X(04).
           05  LIQ-NOMBRE                     PIC X(30).
           05  LIQ-PAGOS                      PIC 9(06).
           05  LIQ-APLICADO                   PIC 9(13)V99.
           05  LIQ-RECUPERADO                 PIC 9(13)V99.
           05  LIQ-PORCOMISION                PIC 9(03)V99.
           05  LIQ-COMISION                   PIC 9(13)V99.

       FD  RPT-ATPC805
           RECORDING MODE IS F.
       01  RPT-ATPC805-REG                    PIC X(130).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPCAGE-WS".

       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".

       77  WS-ATPC805-PRM-STATUS              PIC X(02).
       77  WS-ATPC805-PGA-STATUS              PIC X(02).
       77  WS-ATPC805-LIQ-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC805-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.

      * Periodo liquidado en AAAA-MM
       01  WS-ATPC805-PERIODO.
           05  WS-ATPC805-PER-AAAA            PIC 9(04).
           05  WS-ATPC805-PER-G1              PIC X(01) VALUE "-".
           05  WS-ATPC805-PER-MM              PIC 9(02).
       01  WS-ATPC805-HOY-AMD.
           05  WS-ATPC805-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC805-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC805-HOY-AMD-DD          PIC 9(02).

      * Cobrado del periodo por entidad y agencia
       78  WS-ATPC805-LIQ-MAX                 VALUE 500.
       77  WS-ATPC805-LIQ-CANT                PIC 9(03) VALUE 0.
       77  WS-ATPC805-LIQ-IDX                 PIC 9(03).
       01  WS-ATPC805-LIQUIDACIONES.
           05  WS-ATPC805-LIQ OCCURS 500 TIMES.
               10  WS-ATPC805-LIQ-CODENT      PIC X(04).
               10  WS-ATPC805-LIQ-CODAGENCIA  PIC X(04).
               10  WS-ATPC805-LIQ-PAGOS       PIC 9(06).
               10  WS-ATPC805-LIQ-APLICADO    PIC 9(13)V99.
               10  WS-ATPC805-LIQ-RECUPERADO  PIC 9(13)V99.
       01  FILLER                             PIC 9(01).
           88 WS-ATPC805-DESBORDE             VALUE 1
              WHEN SET TO FALSE 0.

      * Comision de la agencia en curso
       77  WS-ATPC805-PORCOMISION             PIC 9(03)V99.
       77  WS-ATPC805-COMISION                PIC 9(13)V99.
       77  WS-ATPC805-NOMBRE                  PIC X(30).

      * Corte de control por entidad del reporte
       77  WS-ATPC805-ENT-ANT                 PIC X(04).
       77  WS-ATPC805-ENT-COBRADO             PIC 9(13)V99.
       77  WS-ATPC805-ENT-COMISION            PIC 9(13)V99.

      * Contadores del resumen final
       77  WS-ATPC805-LEIDOS                  PIC 9(07) VALUE 0.
       77  WS-ATPC805-DEL-PERIODO             PIC 9(07) VALUE 0.
       77  WS-ATPC805-SIN-REGISTRO            PIC 9(03) VALUE 0.
       77  WS-ATPC805-TOT-COBRADO             PIC 9(13)V99 VALUE 0.
       77  WS-ATPC805-TOT-COMISION            PIC 9(13)V99 VALUE 0.

       77  WS-ATPC805-IMPORTE-ED              PIC Z(12)9.99.
       77  WS-ATPC805-COMISION-ED             PIC Z(12)9.99.
       77  WS-ATPC805-PORCOMISION-ED          PIC ZZ9.99.
       01  WS-ATPC805-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC805-PRINCIPAL
      *----------------------------------------------------------------
       ATPC805-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC805: LIQUIDACION DE COMISIONES DE AGENCIAS         -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC805" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC805-LEER-PARAMETROS

      * Sin registro las agencias se informan sin comision
           PERFORM ATPCAGE-CARGAR-REGISTRO
           IF WS-ATPCAGE-RETORNO-ERROR
              DISPLAY "ATPC805 - AVISO: "
                      WS-ATPCAGE-RETORNO-DESC(1:50)
           END-IF

           SET WS-ATPC805-DESBORDE TO FALSE
           OPEN OUTPUT RPT-ATPC805
                       LIQ-LIQUIDACION

           MOVE SPACES TO WS-ATPC805-LINEA
           STRING " COMISIONES DE AGENCIAS DE COBRANZA DEL PERIODO ["
                                              DELIMITED BY SIZE
                  WS-ATPC805-PERIODO          DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC805-LINEA
           WRITE RPT-ATPC805-REG FROM WS-ATPC805-LINEA
           DISPLAY WS-ATPC805-LINEA

           PERFORM ATPC805-ACUMULAR-PAGOS
           PERFORM ATPC805-EMITIR-LIQUIDACION

           CLOSE RPT-ATPC805
                 LIQ-LIQUIDACION

           DISPLAY
           "- ATPC805: LIQUIDACION FINALIZADA                         -"
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
      * Proceso: ATPC805-LEER-PARAMETROS
      *----------------------------------------------------------------
      * Periodo AAAA-MM de la primera linea de ATPC805.PRM; sin
      * parametro valido se toma el mes anterior al de la corrida
      *----------------------------------------------------------------
       ATPC805-LEER-PARAMETROS.
           ACCEPT WS-ATPC805-HOY-AMD FROM DATE YYYYMMDD
           MOVE WS-ATPC805-HOY-AMD-AAAA TO WS-ATPC805-PER-AAAA
           MOVE WS-ATPC805-HOY-AMD-MM   TO WS-ATPC805-PER-MM
           IF WS-ATPC805-PER-MM = 1
              MOVE 12 TO WS-ATPC805-PER-MM
              SUBTRACT 1 FROM WS-ATPC805-PER-AAAA
           ELSE
              SUBTRACT 1 FROM WS-ATPC805-PER-MM
           END-IF
           MOVE "-" TO WS-ATPC805-PER-G1

           OPEN INPUT PRM-ATPC805
           IF WS-ATPC805-PRM-STATUS = "00"
              READ PRM-ATPC805
                  AT END
                     CONTINUE
                  NOT AT END
                     IF PRM-ATPC805-PERIODO(1:4) IS NUMERIC
                     AND PRM-ATPC805-PERIODO(5:1) = "-"
                     AND PRM-ATPC805-PERIODO(6:2) IS NUMERIC
                        MOVE PRM-ATPC805-PERIODO TO WS-ATPC805-PERIODO
                     ELSE
                        DISPLAY "ATPC805 - AVISO: periodo invalido "
                                "en ATPC805.PRM [" PRM-ATPC805-PERIODO
                                "] -- se liquida el mes anterior"
                     END-IF
              END-READ
              CLOSE PRM-ATPC805
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC805-ACUMULAR-PAGOS
      *----------------------------------------------------------------
       ATPC805-ACUMULAR-PAGOS.
           OPEN INPUT PGA-PAGOS-AGENCIA
           IF WS-ATPC805-PGA-STATUS NOT = "00"
              DISPLAY "ATPC805 - AVISO: sin PAGAGE.DAT -- no hay "
                      "cobranza de agencias que liquidar"
           ELSE
              SET WS-ATPC805-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC805-FIN-ENTRADA
                 READ PGA-PAGOS-AGENCIA
                     AT END
                        SET WS-ATPC805-FIN-ENTRADA TO TRUE
                     NOT AT END
                        ADD 1 TO WS-ATPC805-LEIDOS
                        IF PGA-FECPROCESO(1:7) = WS-ATPC805-PERIODO
                           ADD 1 TO WS-ATPC805-DEL-PERIODO
                           PERFORM ATPC805-SUMAR-PAGO
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE PGA-PAGOS-AGENCIA
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC805-SUMAR-PAGO
      *----------------------------------------------------------------
      * Busca (o agrega) la entidad + agencia del pago; sin lugar en
      * el arreglo se alerta una vez y la corrida termina con RC 4
      *----------------------------------------------------------------
       ATPC805-SUMAR-PAGO.
           MOVE ZEROES TO WS-ATPC805-LIQ-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC805-LIQ-CANT
              IF WS-ATPC805-LIQ-CODENT(WS-I) = PGA-CODENT
              AND WS-ATPC805-LIQ-CODAGENCIA(WS-I) = PGA-CODAGENCIA
                 MOVE WS-I TO WS-ATPC805-LIQ-IDX
                 MOVE WS-ATPC805-LIQ-CANT TO WS-I
              END-IF
           END-PERFORM

           IF WS-ATPC805-LIQ-IDX = ZEROES
              IF WS-ATPC805-LIQ-CANT < WS-ATPC805-LIQ-MAX
                 ADD 1 TO WS-ATPC805-LIQ-CANT
                 MOVE WS-ATPC805-LIQ-CANT TO WS-ATPC805-LIQ-IDX
                 INITIALIZE WS-ATPC805-LIQ(WS-ATPC805-LIQ-IDX)
                 MOVE PGA-CODENT
                   TO WS-ATPC805-LIQ-CODENT(WS-ATPC805-LIQ-IDX)
                 MOVE PGA-CODAGENCIA
                   TO WS-ATPC805-LIQ-CODAGENCIA(WS-ATPC805-LIQ-IDX)
              ELSE
                 IF NOT WS-ATPC805-DESBORDE
                    SET WS-ATPC805-DESBORDE TO TRUE
                    DISPLAY "ATPC805 - ALERTA: mas de "
                            WS-ATPC805-LIQ-MAX " agencias con "
                            "cobranza -- liquidacion incompleta"
                    IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                    END-IF
                 END-IF
              END-IF
           END-IF

           IF WS-ATPC805-LIQ-IDX > ZEROES
              ADD 1 TO WS-ATPC805-LIQ-PAGOS(WS-ATPC805-LIQ-IDX)
              IF PGA-TIPO = "R"
                 ADD PGA-IMPORTE
                   TO WS-ATPC805-LIQ-RECUPERADO(WS-ATPC805-LIQ-IDX)
              ELSE
                 ADD PGA-IMPORTE
                   TO WS-ATPC805-LIQ-APLICADO(WS-ATPC805-LIQ-IDX)
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC805-EMITIR-LIQUIDACION
      *----------------------------------------------------------------
      * El arreglo queda en el orden de PAGAGE.DAT; el corte por
      * entidad se hace recorriendolo una vez por entidad distinta
      *----------------------------------------------------------------
       ATPC805-EMITIR-LIQUIDACION.
           PERFORM VARYING WS-ATPC805-LIQ-IDX FROM 1 BY 1
                     UNTIL WS-ATPC805-LIQ-IDX > WS-ATPC805-LIQ-CANT
              MOVE WS-ATPC805-LIQ-CODENT(WS-ATPC805-LIQ-IDX)
                TO WS-ATPC805-ENT-ANT
      *       Solo la primera aparicion de la entidad abre su bloque
              PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I >= WS-ATPC805-LIQ-IDX
                 IF WS-ATPC805-LIQ-CODENT(WS-I) = WS-ATPC805-ENT-ANT
                    MOVE SPACES TO WS-ATPC805-ENT-ANT
                    MOVE WS-ATPC805-LIQ-IDX TO WS-I
                 END-IF
              END-PERFORM
              IF WS-ATPC805-ENT-ANT NOT = SPACES
                 PERFORM ATPC805-EMITIR-ENTIDAD
              END-IF
           END-PERFORM

           MOVE WS-ATPC805-TOT-COBRADO  TO WS-ATPC805-IMPORTE-ED
           MOVE WS-ATPC805-TOT-COMISION TO WS-ATPC805-COMISION-ED
           MOVE SPACES TO WS-ATPC805-LINEA
           STRING " TOTAL PAGOS DEL PERIODO ["  DELIMITED BY SIZE
                  WS-ATPC805-DEL-PERIODO        DELIMITED BY SIZE
                  "] COBRADO ["                 DELIMITED BY SIZE
                  WS-ATPC805-IMPORTE-ED         DELIMITED BY SIZE
                  "] COMISIONES ["              DELIMITED BY SIZE
                  WS-ATPC805-COMISION-ED        DELIMITED BY SIZE
                  "] SIN REGISTRO ["            DELIMITED BY SIZE
                  WS-ATPC805-SIN-REGISTRO       DELIMITED BY SIZE
                  "]"                           DELIMITED BY SIZE
             INTO WS-ATPC805-LINEA
           WRITE RPT-ATPC805-REG FROM WS-ATPC805-LINEA
           DISPLAY WS-ATPC805-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC805-EMITIR-ENTIDAD
      *----------------------------------------------------------------
       ATPC805-EMITIR-ENTIDAD.
           MOVE ZEROES TO WS-ATPC805-ENT-COBRADO
                          WS-ATPC805-ENT-COMISION
           MOVE SPACES TO WS-ATPC805-LINEA
           WRITE RPT-ATPC805-REG FROM WS-ATPC805-LINEA
           STRING " CODENT ["                   DELIMITED BY SIZE
                  WS-ATPC805-ENT-ANT            DELIMITED BY SIZE
                  "]"                           DELIMITED BY SIZE
             INTO WS-ATPC805-LINEA
           WRITE RPT-ATPC805-REG FROM WS-ATPC805-LINEA

           PERFORM VARYING WS-I FROM WS-ATPC805-LIQ-IDX BY 1
                     UNTIL WS-I > WS-ATPC805-LIQ-CANT
              IF WS-ATPC805-LIQ-CODENT(WS-I) = WS-ATPC805-ENT-ANT
                 PERFORM ATPC805-LIQUIDAR-AGENCIA
              END-IF
           END-PERFORM

           MOVE WS-ATPC805-ENT-COBRADO  TO WS-ATPC805-IMPORTE-ED
           MOVE WS-ATPC805-ENT-COMISION TO WS-ATPC805-COMISION-ED
           MOVE SPACES TO WS-ATPC805-LINEA
           STRING "   TOTAL ENTIDAD COBRADO ["  DELIMITED BY SIZE
                  WS-ATPC805-IMPORTE-ED         DELIMITED BY SIZE
                  "] COMISIONES ["              DELIMITED BY SIZE
                  WS-ATPC805-COMISION-ED        DELIMITED BY SIZE
                  "]"                           DELIMITED BY SIZE
             INTO WS-ATPC805-LINEA
           WRITE RPT-ATPC805-REG FROM WS-ATPC805-LINEA
           DISPLAY WS-ATPC805-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC805-LIQUIDAR-AGENCIA
      *----------------------------------------------------------------
      * Comision = porcentaje vigente de la agencia sobre lo cobrado
      * (aplicado mas recuperado) en el periodo; la fila es WS-I
      *----------------------------------------------------------------
       ATPC805-LIQUIDAR-AGENCIA.
           MOVE WS-ATPC805-LIQ-CODENT(WS-I)     TO WS-ATPCAGE-CODENT
           MOVE WS-ATPC805-LIQ-CODAGENCIA(WS-I) TO WS-ATPCAGE-CODAGENCIA
           PERFORM ATPCAGE-BUSCAR-AGENCIA
           IF WS-ATPCAGE-RETORNO-OK
              MOVE WS-ATPCAGE-TAB-PORCOMISION(WS-ATPCAGE-IDX)
                TO WS-ATPC805-PORCOMISION
              MOVE WS-ATPCAGE-TAB-NOMBRE(WS-ATPCAGE-IDX)
                TO WS-ATPC805-NOMBRE
           ELSE
              MOVE ZEROES TO WS-ATPC805-PORCOMISION
              MOVE "AGENCIA NO REGISTRADA" TO WS-ATPC805-NOMBRE
              ADD 1 TO WS-ATPC805-SIN-REGISTRO
              DISPLAY "ATPC805 - AVISO: CODENT=["
                      WS-ATPC805-LIQ-CODENT(WS-I) "] AGENCIA=["
                      WS-ATPC805-LIQ-CODAGENCIA(WS-I)
                      "] no registrada -- se informa sin comision"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           COMPUTE WS-ATPC805-COMISION ROUNDED =
              (WS-ATPC805-LIQ-APLICADO(WS-I)
             + WS-ATPC805-LIQ-RECUPERADO(WS-I))
             * WS-ATPC805-PORCOMISION / 100

           ADD WS-ATPC805-LIQ-APLICADO(WS-I)
               WS-ATPC805-LIQ-RECUPERADO(WS-I)
             TO WS-ATPC805-ENT-COBRADO
                WS-ATPC805-TOT-COBRADO
           ADD WS-ATPC805-COMISION TO WS-ATPC805-ENT-COMISION
                                      WS-ATPC805-TOT-COMISION

           INITIALIZE LIQ-LIQUIDACION-REG
           MOVE WS-ATPC805-PERIODO              TO LIQ-PERIODO
           MOVE WS-ATPC805-LIQ-CODENT(WS-I)     TO LIQ-CODENT
           MOVE WS-ATPC805-LIQ-CODAGENCIA(WS-I) TO LIQ-CODAGENCIA
           MOVE WS-ATPC805-NOMBRE               TO LIQ-NOMBRE
           MOVE WS-ATPC805-LIQ-PAGOS(WS-I)      TO LIQ-PAGOS
           MOVE WS-ATPC805-LIQ-APLICADO(WS-I)   TO LIQ-APLICADO
           MOVE WS-ATPC805-LIQ-RECUPERADO(WS-I) TO LIQ-RECUPERADO
           MOVE WS-ATPC805-PORCOMISION          TO LIQ-PORCOMISION
           MOVE WS-ATPC805-COMISION             TO LIQ-COMISION
           WRITE LIQ-LIQUIDACION-REG

           COMPUTE WS-ATPC805-IMPORTE-ED =
              WS-ATPC805-LIQ-APLICADO(WS-I)
            + WS-ATPC805-LIQ-RECUPERADO(WS-I)
           MOVE WS-ATPC805-COMISION    TO WS-ATPC805-COMISION-ED
           MOVE WS-ATPC805-PORCOMISION TO WS-ATPC805-PORCOMISION-ED
           MOVE SPACES TO WS-ATPC805-LINEA
           STRING "   AGENCIA ["                DELIMITED BY SIZE
                  WS-ATPC805-LIQ-CODAGENCIA(WS-I)
                                                DELIMITED BY SIZE
                  "] "                          DELIMITED BY SIZE
                  WS-ATPC805-NOMBRE             DELIMITED BY SIZE
                  " PAGOS ["                    DELIMITED BY SIZE
                  WS-ATPC805-LIQ-PAGOS(WS-I)    DELIMITED BY SIZE
                  "] COBRADO ["                 DELIMITED BY SIZE
                  WS-ATPC805-IMPORTE-ED         DELIMITED BY SIZE
                  "] % ["                       DELIMITED BY SIZE
                  WS-ATPC805-PORCOMISION-ED     DELIMITED BY SIZE
                  "] COMISION ["                DELIMITED BY SIZE
                  WS-ATPC805-COMISION-ED        DELIMITED BY SIZE
                  "]"                           DELIMITED BY SIZE
             INTO WS-ATPC805-LINEA
           WRITE RPT-ATPC805-REG FROM WS-ATPC805-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: 888888-LOGGEAR-TRANSACCION
      *----------------------------------------------------------------
      * Rutina de traza de entrada/salida de las librerias ATPCxxx
      * invocadas por este programa (documentada como dependencia del
      * host en el encabezado de cada libreria ATPCnnn-PR). Este
      * programa la resuelve volcando la transaccion a consola.
       888888-LOGGEAR-TRANSACCION.
           DISPLAY INDICADOR_I-O OF MPMLOG " "
                   CODIGO_RUTINA OF MPMLOG " "
                   MENSAJE_COPY  OF MPMLOG
           .

       COPY "ATPCAGE-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
