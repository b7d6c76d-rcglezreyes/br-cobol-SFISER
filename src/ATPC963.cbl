      *    ATPC154-CALCULAR-COMISION sobre el importe; si no, el
      *    porcentaje PORREF acotado por PORCOMTOP;
      *  - neto a liquidar = importe - rebaja + comision.
      * El importe prepagado cancela ademas los planes de compra en
      * cuotas abiertos de la cuenta (PLANCUO.DAT, ver
      * ATPCPLN-PLN.cpy), en orden de plan: cada plan cuyo saldo
      * restante cubre lo que queda del importe se marca anticipado
      * (C) con su saldo intacto: ATPC810 no emite mas cuotas de el
      * sino el saldo entero en su proxima corrida, y recien entonces
      * lo cierra como precancelado. Un plan que no se puede marcar
      * se alerta y la corrida termina con RC 4.
      * Emite los movimientos de liquidacion (LIQPREP.DAT) y el
      * archivo de resultados por solicitud (RESULPRE.DAT) que los
      * canales pueden mostrar al cliente, mas el resumen por entidad.
               FILE STATUS IS WS-ATPC963-RES-STATUS.
           SELECT RPT-ATPC963 ASSIGN TO "ATPC963.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Maestro de planes de compra en cuotas -- ver ATPCPLN-PLN.cpy
           SELECT PLN-PLANES ASSIGN TO "PLANCUO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-CLAVE
               FILE STATUS IS WS-ATPCPLN-STATUS.
      * Requerido porque los ATPCxxx-CARGAR-ARREGLO graban una fila de
      * control compartida -- ver ATPCCTL-CTL.cpy
           SELECT CTL-CARGAS ASSIGN TO "ATPCCTL.DAT"
       COPY "ATPCDIF-DIF".
       COPY "ATPCLCK-LCK".
       COPY "ATPCEXC-EXC".
       COPY "ATPCPLN-PLN".

       FD  PRM-ATPC963
           RECORDING MODE IS F.
       COPY "ATPC052-WS".
       COPY "ATPC096-WS".
       COPY "ATPC154-WS".
       COPY "ATPCPLN-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       77  WS-ATPC963-TOPE                    PIC 9(09)V99.
       77  WS-ATPC963-NETO                    PIC 9(09)V99.

      * Importe prepagado que resta aplicar a los planes en cuotas
       77  WS-ATPC963-PLN-RESTO               PIC 9(09)V99.

      * Conversion de fechas AAAA-MM-DD a dias corridos
       01  WS-ATPC963-FECHA-DIV.
           05  WS-ATPC963-FD-AAAA             PIC 9(04).
       77  WS-ATPC963-LEIDAS                  PIC 9(06) VALUE 0.
       77  WS-ATPC963-EJECUTADAS              PIC 9(06) VALUE 0.
       77  WS-ATPC963-SIN-ENTIDAD             PIC 9(06) VALUE 0.
       77  WS-ATPC963-PLANES-CERRADOS         PIC 9(06) VALUE 0.

       01  WS-ATPC963-LINEA                   PIC X(100).

              OPEN OUTPUT LIQ-PREPAGOS
                          RES-RESULTADOS
                          RPT-ATPC963
              PERFORM ATPCPLN-ABRIR-ACTUALIZACION
              IF NOT WS-ATPCPLN-DISPONIBLE
                 DISPLAY "ATPC963 - ALERTA: sin PLANCUO.DAT los "
                         "prepagos no cierran planes en cuotas"
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF

              MOVE SPACES TO WS-ATPC963-ENT-ANT

                     WS-ATPC963-EJECUTADAS    DELIMITED BY SIZE
                     "  SIN ENTIDAD: "        DELIMITED BY SIZE
                     WS-ATPC963-SIN-ENTIDAD   DELIMITED BY SIZE
                     "  PLANES ANTICIPADOS: "   DELIMITED BY SIZE
                     WS-ATPC963-PLANES-CERRADOS  DELIMITED BY SIZE
                INTO WS-ATPC963-LINEA
              WRITE RPT-ATPC963-REG FROM WS-ATPC963-LINEA
              DISPLAY WS-ATPC963-LINEA

              PERFORM ATPCPLN-CERRAR-CONSULTA
              CLOSE LIQ-PREPAGOS
                    RES-RESULTADOS
                    RPT-ATPC963
           MOVE WS-ATPC963-NETO     TO RES-NETO
           MOVE "EJ"                TO RES-ESTADO
           WRITE RES-RESULTADOS-REG

           IF WS-ATPCPLN-DISPONIBLE
              PERFORM ATPC963-CERRAR-PLANES
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC963-CERRAR-PLANES
      *----------------------------------------------------------------
      * Aplica el importe prepagado a los planes en cuotas abiertos
      * de la cuenta, en orden de plan, marcando anticipado cada plan
      * cuyo saldo restante queda cubierto (el saldo se conserva para
      * que ATPC810 lo facture)
      *----------------------------------------------------------------
       ATPC963-CERRAR-PLANES.
           MOVE PREP-ACE-IMPORTE   TO WS-ATPC963-PLN-RESTO
           MOVE PREP-ACE-CODENT    TO WS-ATPCPLN-CODENT
           MOVE PREP-ACE-NUMCUENTA TO WS-ATPCPLN-NUMCUENTA
           PERFORM ATPCPLN-PRIMER-PLAN
           PERFORM UNTIL NOT WS-ATPCPLN-RETORNO-OK
              IF PLN-ABIERTO
              AND PLN-SALDO NOT > WS-ATPC963-PLN-RESTO
                 SUBTRACT PLN-SALDO FROM WS-ATPC963-PLN-RESTO
                 SET PLN-ANTICIPADO TO TRUE
                 PERFORM ATPCPLN-REGRABAR-PLAN
                 IF WS-ATPCPLN-RETORNO-OK
                    ADD 1 TO WS-ATPC963-PLANES-CERRADOS
                 ELSE
                    DISPLAY "ATPC963 - ALERTA: plan " PLN-CODENT "/"
                            PLN-NUMCUENTA "/" PLN-NUMPLAN " "
                            WS-ATPCPLN-RETORNO-DESC(1:50)
                    IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                    END-IF
                    SET WS-ATPCPLN-RETORNO-OK TO TRUE
                 END-IF
              END-IF
              PERFORM ATPCPLN-SIGUIENTE-PLAN
           END-PERFORM
           .

      *----------------------------------------------------------------
       COPY "ATPC052-PR".
       COPY "ATPC096-PR".
       COPY "ATPC154-PR".
       COPY "ATPCPLN-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
