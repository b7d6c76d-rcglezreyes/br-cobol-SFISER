       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC842.
      *----------------------------------------------------------------
      * Programa batch diario de liberacion de fondos retenidos: las
      * entidades que retienen pagos (INDRETPAGO = "S" en ATPC021)
      * tienen sus pagos aplicados por ATPC964 tambien en PAGRET.DAT
      * (ver ATPCRTN-RTN.cpy) hasta su fecha de liberacion, NUMDIASRET
      * dias habiles despues de la aplicacion; mientras tanto ATPC808
      * no los suma al disponible de compra. Para cada retencion --
      *  - devuelta: si el archivo de pagos devueltos del dia
      *    (PAGDEV.DAT) trae el pago (misma entidad, cuenta, importe
      *    y fecha valor), se reversa: sale en REVRET.DAT con la
      *    misma imputacion a interes, comision y capital que le dio
      *    la cascada de ATPC964, para revertirla tal cual, y se
      *    quita de PAGHIST.DAT, de modo que no cuente como pagado
      *    para la mora (ATPC840) ni haga rechazar por duplicado el
      *    pago si se vuelve a presentar, y de PAGAGE.DAT si la cuenta
      *    estaba asignada a una agencia, de modo que ATPC805 no le
      *    liquide comision sobre un pago que no se cobro;
      *  - vencida (fecha de liberacion igual o anterior a hoy): se
      *    libera y el importe vuelve al disponible de compra;
      *  - vigente: sigue retenida.
      * PAGRET.DAT se reescribe con las retenciones que siguen
      * vigentes. La devolucion sin retencion vigente que le
      * corresponda (pago ya liberado o inexistente) se reporta y la
      * corrida termina con RC 4: esa reversion queda a cargo del
      * circuito habitual de pagos devueltos.
      *
      * La corrida va despues de ATPC964 y antes de ATPC808 y de
      * ATPC840. Sin PAGRET.DAT no hay retenciones que liberar; sin
      * PAGDEV.DAT no hay devoluciones del dia.
      *
      * Layout de PAGDEV.DAT: CODENT(4) NUMCUENTA(16) IMPORTE(11)
      * FECVALOR(10) CODRETORNO(2) FECHA(10).
      * Layout de REVRET.DAT: CODENT(4) NUMCUENTA(16) IMPORTE(11)
      * FECVALOR(10) INTERES(11) COMISION(11) CAPITAL(11) FECHA(10)
      * CODRETORNO(2) (importes con 2 decimales).
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
      * Fondos retenidos -- ver ATPCRTN-RTN.cpy
           SELECT RTN-RETENCIONES ASSIGN TO "PAGRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC842-RTN-STATUS.
           SELECT TMP-RETENCIONES ASSIGN TO "ATPC842.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC842-TMP-STATUS.
           SELECT DEV-DEVUELTOS ASSIGN TO "PAGDEV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC842-DEV-STATUS.
           SELECT REV-REVERSAS ASSIGN TO "REVRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC842-REV-STATUS.
           SELECT PAG-HISTORIAL ASSIGN TO "PAGHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC842-HIS-STATUS.
           SELECT TMP-HISTORIAL ASSIGN TO "ATPC842.HTM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC842-HTM-STATUS.
      * Pagos cobrados por agencias, base de la liquidacion de
      * comisiones de ATPC805
           SELECT PGA-PAGOS-AGENCIA ASSIGN TO "PAGAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC842-PGA-STATUS.
           SELECT TMP-AGENCIAS ASSIGN TO "ATPC842.ATM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC842-ATM-STATUS.
           SELECT RPT-ATPC842 ASSIGN TO "ATPC842.RPT"
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
       COPY "ATPCRTN-RTN".

       FD  TMP-RETENCIONES
           RECORDING MODE IS F.
       01  TMP-RETENCIONES-REG                PIC X(94).

       FD  DEV-DEVUELTOS
           RECORDING MODE IS F.
       01  DEV-DEVUELTOS-REG.
           05  DEV-CODENT                     PIC X(04).
           05  DEV-NUMCUENTA                  PIC X(16).
           05  DEV-IMPORTE                    PIC 9(09)V99.
           05  DEV-FECVALOR                   PIC X(10).
           05  DEV-CODRETORNO                 PIC X(02).
           05  DEV-FECHA                      PIC X(10).

       FD  REV-REVERSAS
           RECORDING MODE IS F.
       01  REV-REVERSAS-REG.
           05  REV-CODENT                     PIC X(04).
           05  REV-NUMCUENTA                  PIC X(16).
           05  REV-IMPORTE                    PIC 9(09)V99.
           05  REV-FECVALOR                   PIC X(10).
           05  REV-INTERES                    PIC 9(09)V99.
           05  REV-COMISION                   PIC 9(09)V99.
           05  REV-CAPITAL                    PIC 9(09)V99.
           05  REV-FECHA                      PIC X(10).
           05  REV-CODRETORNO                 PIC X(02).

       FD  PAG-HISTORIAL
           RECORDING MODE IS F.
       01  PAG-HISTORIAL-REG.
           05  HIS-CODENT                     PIC X(04).
           05  HIS-NUMCUENTA                  PIC X(16).
           05  HIS-IMPORTE                    PIC 9(09)V99.
           05  HIS-FECVALOR                   PIC X(10).

       FD  TMP-HISTORIAL
           RECORDING MODE IS F.
       01  TMP-HISTORIAL-REG                  PIC X(41).

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

       FD  TMP-AGENCIAS
           RECORDING MODE IS F.
       01  TMP-AGENCIAS-REG                   PIC X(66).

       FD  RPT-ATPC842
           RECORDING MODE IS F.
       01  RPT-ATPC842-REG                    PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".

       77  WS-ATPC842-RTN-STATUS              PIC X(02).
       77  WS-ATPC842-TMP-STATUS              PIC X(02).
       77  WS-ATPC842-DEV-STATUS              PIC X(02).
       77  WS-ATPC842-REV-STATUS              PIC X(02).
       77  WS-ATPC842-HIS-STATUS              PIC X(02).
       77  WS-ATPC842-HTM-STATUS              PIC X(02).
       77  WS-ATPC842-PGA-STATUS              PIC X(02).
       77  WS-ATPC842-ATM-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC842-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.
       01  FILLER                             PIC X(01).
           88 WS-ATPC842-CON-RETENCIONES      VALUE "S"
              WHEN SET TO FALSE "N".

      * Pagos devueltos del dia en memoria (PAGDEV.DAT). Estado de
      * cada devolucion: " " sin aparear, "R" reversada contra su
      * retencion (pendiente de quitar del historial), "H" ya quitada
      * del historial. Aparte, la devolucion reversada queda con "R"
      * en -DEV-AGENCIA hasta quitarse de PAGAGE.DAT ("A"); la que no
      * aparece ahi es de una cuenta que no estaba en agencia
       78  WS-ATPC842-DEV-MAX                 VALUE 2000.
       77  WS-ATPC842-DEV-CANT                PIC 9(04) VALUE 0.
       01  WS-ATPC842-DEVUELTOS.
           05  WS-ATPC842-DEV OCCURS 2000 TIMES.
               10  WS-ATPC842-DEV-CODENT      PIC X(04).
               10  WS-ATPC842-DEV-NUMCUENTA   PIC X(16).
               10  WS-ATPC842-DEV-IMPORTE     PIC 9(09)V99.
               10  WS-ATPC842-DEV-FECVALOR    PIC X(10).
               10  WS-ATPC842-DEV-CODRETORNO  PIC X(02).
               10  WS-ATPC842-DEV-ESTADO      PIC X(01).
               10  WS-ATPC842-DEV-AGENCIA     PIC X(01).
       77  WS-ATPC842-DEV-IDX                 PIC 9(04).

      * Fecha del dia en AAAA-MM-DD
       01  WS-ATPC842-HOY.
           05  WS-ATPC842-HOY-AAAA            PIC 9(04).
           05  WS-ATPC842-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC842-HOY-MM              PIC 9(02).
           05  WS-ATPC842-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC842-HOY-DD              PIC 9(02).
       01  WS-ATPC842-HOY-AMD.
           05  WS-ATPC842-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC842-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC842-HOY-AMD-DD          PIC 9(02).

      * Contadores del resumen final
       77  WS-ATPC842-LEIDAS                  PIC 9(06) VALUE 0.
       77  WS-ATPC842-LIBERADAS               PIC 9(06) VALUE 0.
       77  WS-ATPC842-REVERSADAS              PIC 9(06) VALUE 0.
       77  WS-ATPC842-VIGENTES                PIC 9(06) VALUE 0.
       77  WS-ATPC842-SIN-RETENCION           PIC 9(06) VALUE 0.
       77  WS-ATPC842-HIS-QUITADOS            PIC 9(06) VALUE 0.
       77  WS-ATPC842-AGE-QUITADOS            PIC 9(06) VALUE 0.
       77  WS-ATPC842-IMP-LIBERADO            PIC 9(12)V99 VALUE 0.
       77  WS-ATPC842-IMP-REVERSADO           PIC 9(12)V99 VALUE 0.
       77  WS-ATPC842-IMP-VIGENTE             PIC 9(12)V99 VALUE 0.

       01  WS-ATPC842-LINEA                   PIC X(100).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC842-PRINCIPAL
      *----------------------------------------------------------------
       ATPC842-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC842: LIBERACION DE FONDOS RETENIDOS                -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC842" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL

           ACCEPT WS-ATPC842-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC842-HOY-G1 WS-ATPC842-HOY-G2
           MOVE WS-ATPC842-HOY-AMD-AAAA TO WS-ATPC842-HOY-AAAA
           MOVE WS-ATPC842-HOY-AMD-MM   TO WS-ATPC842-HOY-MM
           MOVE WS-ATPC842-HOY-AMD-DD   TO WS-ATPC842-HOY-DD

           PERFORM ATPC842-CARGAR-DEVUELTOS

           OPEN OUTPUT RPT-ATPC842
           MOVE SPACES TO WS-ATPC842-LINEA
           STRING " LIBERACION DE FONDOS RETENIDOS ["
                                              DELIMITED BY SIZE
                  WS-ATPC842-HOY              DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC842-LINEA
           WRITE RPT-ATPC842-REG FROM WS-ATPC842-LINEA

           OPEN EXTEND REV-REVERSAS
           IF WS-ATPC842-REV-STATUS = "35"
              OPEN OUTPUT REV-REVERSAS
           END-IF
           IF WS-ATPC842-REV-STATUS NOT = "00"
              DISPLAY "ATPC842 - ERROR: no se pudo abrir REVRET.DAT "
                      "-- FILE STATUS:[" WS-ATPC842-REV-STATUS "] -- "
                      "corrida abortada"
              CLOSE RPT-ATPC842
              PERFORM ATPC842-ABORTAR
           END-IF

           SET WS-ATPC842-CON-RETENCIONES TO FALSE
           OPEN INPUT RTN-RETENCIONES
           IF WS-ATPC842-RTN-STATUS NOT = "00"
              DISPLAY "ATPC842 - AVISO: sin PAGRET.DAT -- no hay "
                      "fondos retenidos para liberar"
           ELSE
              SET WS-ATPC842-CON-RETENCIONES TO TRUE
              OPEN OUTPUT TMP-RETENCIONES
              IF WS-ATPC842-TMP-STATUS NOT = "00"
                 DISPLAY "ATPC842 - ERROR: no se pudo abrir "
                         "ATPC842.TMP -- FILE STATUS:["
                         WS-ATPC842-TMP-STATUS "] -- corrida abortada"
                 CLOSE RTN-RETENCIONES REV-REVERSAS RPT-ATPC842
                 PERFORM ATPC842-ABORTAR
              END-IF
              SET WS-ATPC842-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC842-FIN-ENTRADA
                 READ RTN-RETENCIONES
                     AT END
                        SET WS-ATPC842-FIN-ENTRADA TO TRUE
                     NOT AT END
                        ADD 1 TO WS-ATPC842-LEIDAS
                        PERFORM ATPC842-PROCESAR-RETENCION
                 END-READ
              END-PERFORM
              CLOSE RTN-RETENCIONES
              CLOSE TMP-RETENCIONES
           END-IF

           CLOSE REV-REVERSAS

           IF WS-ATPC842-CON-RETENCIONES
              PERFORM ATPC842-ACTUALIZAR-RETENCIONES
           END-IF

           IF WS-ATPC842-REVERSADAS > ZEROES
              PERFORM ATPC842-DEPURAR-HISTORIAL
              PERFORM ATPC842-DEPURAR-AGENCIAS
           END-IF

           PERFORM ATPC842-INFORMAR-SIN-RETENCION

           PERFORM ATPC842-EMITIR-RESUMEN

           CLOSE RPT-ATPC842

           DISPLAY
           "- ATPC842: LIBERACION FINALIZADA                          -"
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
      * Proceso: ATPC842-ABORTAR
      *----------------------------------------------------------------
       ATPC842-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC842-CARGAR-DEVUELTOS
      *----------------------------------------------------------------
      * Sube a memoria los pagos devueltos del dia; el excedente sobre
      * la capacidad de la tabla se alerta y no se aparea
      *----------------------------------------------------------------
       ATPC842-CARGAR-DEVUELTOS.
           OPEN INPUT DEV-DEVUELTOS
           IF WS-ATPC842-DEV-STATUS NOT = "00"
              DISPLAY "ATPC842 - AVISO: sin PAGDEV.DAT -- no hay "
                      "pagos devueltos del dia"
           ELSE
              SET WS-ATPC842-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC842-FIN-ENTRADA
                 READ DEV-DEVUELTOS
                     AT END
                        SET WS-ATPC842-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF WS-ATPC842-DEV-CANT < WS-ATPC842-DEV-MAX
                           ADD 1 TO WS-ATPC842-DEV-CANT
                           MOVE DEV-CODENT
                             TO WS-ATPC842-DEV-CODENT
                                (WS-ATPC842-DEV-CANT)
                           MOVE DEV-NUMCUENTA
                             TO WS-ATPC842-DEV-NUMCUENTA
                                (WS-ATPC842-DEV-CANT)
                           MOVE DEV-IMPORTE
                             TO WS-ATPC842-DEV-IMPORTE
                                (WS-ATPC842-DEV-CANT)
                           MOVE DEV-FECVALOR
                             TO WS-ATPC842-DEV-FECVALOR
                                (WS-ATPC842-DEV-CANT)
                           MOVE DEV-CODRETORNO
                             TO WS-ATPC842-DEV-CODRETORNO
                                (WS-ATPC842-DEV-CANT)
                           MOVE SPACES
                             TO WS-ATPC842-DEV-ESTADO
                                (WS-ATPC842-DEV-CANT)
                                WS-ATPC842-DEV-AGENCIA
                                (WS-ATPC842-DEV-CANT)
                        ELSE
                           DISPLAY "ATPC842 - ALERTA: mas de "
                                   WS-ATPC842-DEV-MAX
                                   " pagos devueltos -- CODENT=["
                                   DEV-CODENT "] CUENTA=["
                                   DEV-NUMCUENTA "] sin aparear"
                           IF RETURN-CODE < 4
                              MOVE 4 TO RETURN-CODE
                           END-IF
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE DEV-DEVUELTOS
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC842-PROCESAR-RETENCION
      *----------------------------------------------------------------
      * La devolucion manda sobre el vencimiento: el pago devuelto el
      * mismo dia en que vence su retencion se reversa igual
      *----------------------------------------------------------------
       ATPC842-PROCESAR-RETENCION.
           MOVE ZEROES TO WS-ATPC842-DEV-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC842-DEV-CANT
              IF WS-ATPC842-DEV-ESTADO(WS-I) = SPACES
              AND WS-ATPC842-DEV-CODENT(WS-I) = RTN-CODENT
              AND WS-ATPC842-DEV-NUMCUENTA(WS-I) = RTN-NUMCUENTA
              AND WS-ATPC842-DEV-IMPORTE(WS-I) = RTN-IMPORTE
              AND WS-ATPC842-DEV-FECVALOR(WS-I) = RTN-FECVALOR
                 MOVE WS-I TO WS-ATPC842-DEV-IDX
                 MOVE WS-ATPC842-DEV-CANT TO WS-I
              END-IF
           END-PERFORM

           EVALUATE TRUE
              WHEN WS-ATPC842-DEV-IDX > ZEROES
                 PERFORM ATPC842-REVERSAR-PAGO
              WHEN RTN-FECLIBERA NOT > WS-ATPC842-HOY
                 ADD 1 TO WS-ATPC842-LIBERADAS
                 ADD RTN-IMPORTE TO WS-ATPC842-IMP-LIBERADO
              WHEN OTHER
                 WRITE TMP-RETENCIONES-REG FROM RTN-RETENCIONES-REG
                 ADD 1 TO WS-ATPC842-VIGENTES
                 ADD RTN-IMPORTE TO WS-ATPC842-IMP-VIGENTE
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC842-REVERSAR-PAGO
      *----------------------------------------------------------------
      * Reversion del pago retenido con su imputacion original; la
      * retencion no pasa al archivo reescrito
      *----------------------------------------------------------------
       ATPC842-REVERSAR-PAGO.
           MOVE "R" TO WS-ATPC842-DEV-ESTADO(WS-ATPC842-DEV-IDX)
                       WS-ATPC842-DEV-AGENCIA(WS-ATPC842-DEV-IDX)

           INITIALIZE REV-REVERSAS-REG
           MOVE RTN-CODENT     TO REV-CODENT
           MOVE RTN-NUMCUENTA  TO REV-NUMCUENTA
           MOVE RTN-IMPORTE    TO REV-IMPORTE
           MOVE RTN-FECVALOR   TO REV-FECVALOR
           MOVE RTN-INTERES    TO REV-INTERES
           MOVE RTN-COMISION   TO REV-COMISION
           MOVE RTN-CAPITAL    TO REV-CAPITAL
           MOVE WS-ATPC842-HOY TO REV-FECHA
           MOVE WS-ATPC842-DEV-CODRETORNO(WS-ATPC842-DEV-IDX)
             TO REV-CODRETORNO
           WRITE REV-REVERSAS-REG

           ADD 1 TO WS-ATPC842-REVERSADAS
           ADD RTN-IMPORTE TO WS-ATPC842-IMP-REVERSADO

           MOVE SPACES TO WS-ATPC842-LINEA
           STRING " REVERSADO CODENT ["       DELIMITED BY SIZE
                  RTN-CODENT                  DELIMITED BY SIZE
                  "] CUENTA ["                DELIMITED BY SIZE
                  RTN-NUMCUENTA               DELIMITED BY SIZE
                  "] IMPORTE ["               DELIMITED BY SIZE
                  RTN-IMPORTE                 DELIMITED BY SIZE
                  "] VALOR ["                 DELIMITED BY SIZE
                  RTN-FECVALOR                DELIMITED BY SIZE
                  "] RETORNO ["               DELIMITED BY SIZE
                  REV-CODRETORNO              DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC842-LINEA
           WRITE RPT-ATPC842-REG FROM WS-ATPC842-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC842-ACTUALIZAR-RETENCIONES
      *----------------------------------------------------------------
      * Reescribe PAGRET.DAT con las retenciones que siguen vigentes
      *----------------------------------------------------------------
       ATPC842-ACTUALIZAR-RETENCIONES.
           OPEN INPUT TMP-RETENCIONES
           OPEN OUTPUT RTN-RETENCIONES
           IF WS-ATPC842-RTN-STATUS NOT = "00"
              DISPLAY "ATPC842 - ERROR: no se pudo abrir PAGRET.DAT "
                      "-- FILE STATUS:[" WS-ATPC842-RTN-STATUS "] -- "
                      "las retenciones quedan sin actualizar"
              MOVE 12 TO RETURN-CODE
           ELSE
              SET WS-ATPC842-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC842-FIN-ENTRADA
                 READ TMP-RETENCIONES
                     AT END
                        SET WS-ATPC842-FIN-ENTRADA TO TRUE
                     NOT AT END
                        WRITE RTN-RETENCIONES-REG
                         FROM TMP-RETENCIONES-REG
                 END-READ
              END-PERFORM
              CLOSE RTN-RETENCIONES
           END-IF
           CLOSE TMP-RETENCIONES
           .

      *----------------------------------------------------------------
      * Proceso: ATPC842-DEPURAR-HISTORIAL
      *----------------------------------------------------------------
      * Quita de PAGHIST.DAT un registro por cada pago reversado (el
      * primero que coincide en entidad, cuenta, importe y fecha
      * valor) via el archivo de trabajo ATPC842.HTM
      *----------------------------------------------------------------
       ATPC842-DEPURAR-HISTORIAL.
           OPEN INPUT PAG-HISTORIAL
           IF WS-ATPC842-HIS-STATUS NOT = "00"
              DISPLAY "ATPC842 - AVISO: sin PAGHIST.DAT -- no hay "
                      "historial de pagos que depurar"
           ELSE
              OPEN OUTPUT TMP-HISTORIAL
              SET WS-ATPC842-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC842-FIN-ENTRADA
                 READ PAG-HISTORIAL
                     AT END
                        SET WS-ATPC842-FIN-ENTRADA TO TRUE
                     NOT AT END
                        PERFORM ATPC842-FILTRAR-HISTORIAL
                 END-READ
              END-PERFORM
              CLOSE PAG-HISTORIAL
              CLOSE TMP-HISTORIAL

              OPEN INPUT TMP-HISTORIAL
              OPEN OUTPUT PAG-HISTORIAL
              IF WS-ATPC842-HIS-STATUS NOT = "00"
                 DISPLAY "ATPC842 - ERROR: no se pudo abrir "
                         "PAGHIST.DAT -- FILE STATUS:["
                         WS-ATPC842-HIS-STATUS "] -- el historial "
                         "queda sin depurar"
                 MOVE 12 TO RETURN-CODE
              ELSE
                 SET WS-ATPC842-FIN-ENTRADA TO FALSE
                 PERFORM UNTIL WS-ATPC842-FIN-ENTRADA
                    READ TMP-HISTORIAL
                        AT END
                           SET WS-ATPC842-FIN-ENTRADA TO TRUE
                        NOT AT END
                           WRITE PAG-HISTORIAL-REG
                            FROM TMP-HISTORIAL-REG
                    END-READ
                 END-PERFORM
                 CLOSE PAG-HISTORIAL
              END-IF
              CLOSE TMP-HISTORIAL
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC842-FILTRAR-HISTORIAL
      *----------------------------------------------------------------
       ATPC842-FILTRAR-HISTORIAL.
           MOVE ZEROES TO WS-ATPC842-DEV-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC842-DEV-CANT
              IF WS-ATPC842-DEV-ESTADO(WS-I) = "R"
              AND WS-ATPC842-DEV-CODENT(WS-I) = HIS-CODENT
              AND WS-ATPC842-DEV-NUMCUENTA(WS-I) = HIS-NUMCUENTA
              AND WS-ATPC842-DEV-IMPORTE(WS-I) = HIS-IMPORTE
              AND WS-ATPC842-DEV-FECVALOR(WS-I) = HIS-FECVALOR
                 MOVE WS-I TO WS-ATPC842-DEV-IDX
                 MOVE WS-ATPC842-DEV-CANT TO WS-I
              END-IF
           END-PERFORM

           IF WS-ATPC842-DEV-IDX > ZEROES
              MOVE "H" TO WS-ATPC842-DEV-ESTADO(WS-ATPC842-DEV-IDX)
              ADD 1 TO WS-ATPC842-HIS-QUITADOS
           ELSE
              WRITE TMP-HISTORIAL-REG FROM PAG-HISTORIAL-REG
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC842-DEPURAR-AGENCIAS
      *----------------------------------------------------------------
      * Quita de PAGAGE.DAT un pago cobrado por agencia por cada pago
      * reversado (el primero que coincide en entidad, cuenta, importe
      * y fecha valor) via el archivo de trabajo ATPC842.ATM. Sin
      * PAGAGE.DAT no hay cobros de agencias que depurar.
      *----------------------------------------------------------------
       ATPC842-DEPURAR-AGENCIAS.
           OPEN INPUT PGA-PAGOS-AGENCIA
           IF WS-ATPC842-PGA-STATUS NOT = "00"
              DISPLAY "ATPC842 - AVISO: sin PAGAGE.DAT -- no hay "
                      "pagos de agencias que depurar"
           ELSE
              OPEN OUTPUT TMP-AGENCIAS
              SET WS-ATPC842-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC842-FIN-ENTRADA
                 READ PGA-PAGOS-AGENCIA
                     AT END
                        SET WS-ATPC842-FIN-ENTRADA TO TRUE
                     NOT AT END
                        PERFORM ATPC842-FILTRAR-AGENCIAS
                 END-READ
              END-PERFORM
              CLOSE PGA-PAGOS-AGENCIA
              CLOSE TMP-AGENCIAS

              IF WS-ATPC842-AGE-QUITADOS > ZEROES
                 OPEN INPUT TMP-AGENCIAS
                 OPEN OUTPUT PGA-PAGOS-AGENCIA
                 IF WS-ATPC842-PGA-STATUS NOT = "00"
                    DISPLAY "ATPC842 - ERROR: no se pudo abrir "
                            "PAGAGE.DAT -- FILE STATUS:["
                            WS-ATPC842-PGA-STATUS "] -- los pagos de "
                            "agencias quedan sin depurar"
                    MOVE 12 TO RETURN-CODE
                 ELSE
                    SET WS-ATPC842-FIN-ENTRADA TO FALSE
                    PERFORM UNTIL WS-ATPC842-FIN-ENTRADA
                       READ TMP-AGENCIAS
                           AT END
                              SET WS-ATPC842-FIN-ENTRADA TO TRUE
                           NOT AT END
                              WRITE PGA-PAGOS-AGENCIA-REG
                               FROM TMP-AGENCIAS-REG
                       END-READ
                    END-PERFORM
                    CLOSE PGA-PAGOS-AGENCIA
                 END-IF
                 CLOSE TMP-AGENCIAS
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC842-FILTRAR-AGENCIAS
      *----------------------------------------------------------------
      * Solo los pagos aplicados (tipo "P"): el recupero sobre cuenta
      * castigada no pasa por la retencion
      *----------------------------------------------------------------
       ATPC842-FILTRAR-AGENCIAS.
           MOVE ZEROES TO WS-ATPC842-DEV-IDX
           IF PGA-TIPO = "P"
              PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > WS-ATPC842-DEV-CANT
                 IF WS-ATPC842-DEV-AGENCIA(WS-I) = "R"
                 AND WS-ATPC842-DEV-CODENT(WS-I) = PGA-CODENT
                 AND WS-ATPC842-DEV-NUMCUENTA(WS-I) = PGA-NUMCUENTA
                 AND WS-ATPC842-DEV-IMPORTE(WS-I) = PGA-IMPORTE
                 AND WS-ATPC842-DEV-FECVALOR(WS-I) = PGA-FECVALOR
                    MOVE WS-I TO WS-ATPC842-DEV-IDX
                    MOVE WS-ATPC842-DEV-CANT TO WS-I
                 END-IF
              END-PERFORM
           END-IF

           IF WS-ATPC842-DEV-IDX > ZEROES
              MOVE "A" TO WS-ATPC842-DEV-AGENCIA(WS-ATPC842-DEV-IDX)
              ADD 1 TO WS-ATPC842-AGE-QUITADOS
              MOVE SPACES TO WS-ATPC842-LINEA
              STRING " QUITADO DE PAGAGE.DAT CODENT ["
                                              DELIMITED BY SIZE
                     PGA-CODENT               DELIMITED BY SIZE
                     "] CUENTA ["             DELIMITED BY SIZE
                     PGA-NUMCUENTA            DELIMITED BY SIZE
                     "] AGENCIA ["            DELIMITED BY SIZE
                     PGA-CODAGENCIA           DELIMITED BY SIZE
                     "] PROCESO ["            DELIMITED BY SIZE
                     PGA-FECPROCESO           DELIMITED BY SIZE
                     "]"                      DELIMITED BY SIZE
                INTO WS-ATPC842-LINEA
              WRITE RPT-ATPC842-REG FROM WS-ATPC842-LINEA
           ELSE
              WRITE TMP-AGENCIAS-REG FROM PGA-PAGOS-AGENCIA-REG
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC842-INFORMAR-SIN-RETENCION
      *----------------------------------------------------------------
       ATPC842-INFORMAR-SIN-RETENCION.
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC842-DEV-CANT
              IF WS-ATPC842-DEV-ESTADO(WS-I) = SPACES
                 ADD 1 TO WS-ATPC842-SIN-RETENCION
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
                 MOVE SPACES TO WS-ATPC842-LINEA
                 STRING " DEVOLUCION SIN RETENCION VIGENTE CODENT ["
                                              DELIMITED BY SIZE
                        WS-ATPC842-DEV-CODENT(WS-I)
                                              DELIMITED BY SIZE
                        "] CUENTA ["          DELIMITED BY SIZE
                        WS-ATPC842-DEV-NUMCUENTA(WS-I)
                                              DELIMITED BY SIZE
                        "] IMPORTE ["         DELIMITED BY SIZE
                        WS-ATPC842-DEV-IMPORTE(WS-I)
                                              DELIMITED BY SIZE
                        "]"                   DELIMITED BY SIZE
                   INTO WS-ATPC842-LINEA
                 WRITE RPT-ATPC842-REG FROM WS-ATPC842-LINEA
                 DISPLAY WS-ATPC842-LINEA
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC842-EMITIR-RESUMEN
      *----------------------------------------------------------------
       ATPC842-EMITIR-RESUMEN.
           MOVE SPACES TO WS-ATPC842-LINEA
           STRING " RETENCIONES: "            DELIMITED BY SIZE
                  WS-ATPC842-LEIDAS           DELIMITED BY SIZE
                  "  LIBERADAS: "             DELIMITED BY SIZE
                  WS-ATPC842-LIBERADAS        DELIMITED BY SIZE
                  "  REVERSADAS: "            DELIMITED BY SIZE
                  WS-ATPC842-REVERSADAS       DELIMITED BY SIZE
                  "  VIGENTES: "              DELIMITED BY SIZE
                  WS-ATPC842-VIGENTES         DELIMITED BY SIZE
             INTO WS-ATPC842-LINEA
           WRITE RPT-ATPC842-REG FROM WS-ATPC842-LINEA
           DISPLAY WS-ATPC842-LINEA

           MOVE SPACES TO WS-ATPC842-LINEA
           STRING " IMPORTE LIBERADO: "       DELIMITED BY SIZE
                  WS-ATPC842-IMP-LIBERADO     DELIMITED BY SIZE
                  "  REVERSADO: "             DELIMITED BY SIZE
                  WS-ATPC842-IMP-REVERSADO    DELIMITED BY SIZE
                  "  VIGENTE: "               DELIMITED BY SIZE
                  WS-ATPC842-IMP-VIGENTE      DELIMITED BY SIZE
             INTO WS-ATPC842-LINEA
           WRITE RPT-ATPC842-REG FROM WS-ATPC842-LINEA
           DISPLAY WS-ATPC842-LINEA

           MOVE SPACES TO WS-ATPC842-LINEA
           STRING " DEVOLUCIONES: "           DELIMITED BY SIZE
                  WS-ATPC842-DEV-CANT         DELIMITED BY SIZE
                  "  SIN RETENCION VIGENTE: " DELIMITED BY SIZE
                  WS-ATPC842-SIN-RETENCION    DELIMITED BY SIZE
                  "  QUITADAS DEL HISTORIAL: "
                                              DELIMITED BY SIZE
                  WS-ATPC842-HIS-QUITADOS     DELIMITED BY SIZE
             INTO WS-ATPC842-LINEA
           WRITE RPT-ATPC842-REG FROM WS-ATPC842-LINEA
           DISPLAY WS-ATPC842-LINEA

           MOVE SPACES TO WS-ATPC842-LINEA
           STRING " QUITADAS DE PAGOS DE AGENCIAS: "
                                              DELIMITED BY SIZE
                  WS-ATPC842-AGE-QUITADOS     DELIMITED BY SIZE
             INTO WS-ATPC842-LINEA
           WRITE RPT-ATPC842-REG FROM WS-ATPC842-LINEA
           DISPLAY WS-ATPC842-LINEA
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

       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
