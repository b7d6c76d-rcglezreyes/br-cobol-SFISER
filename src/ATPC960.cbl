      * en el maestro y se arrastra al proximo ciclo: el redondeo
      * nunca pierde dinero.
      *
      * Dentro de la entidad, cada cuenta capitaliza solo si el ciclo
      * de su grupo de facturacion (CTM-CODGRUPO del maestro
      * CTAMAE.DAT, asignado por ATPC861) cae hoy -- ver
      * ATPCCIC-ULTIMO-CICLO; con grupo cero, cuenta ausente del
      * maestro o grupo sin filas en el calendario rige el ciclo de la
      * entidad. Las cuentas de otro grupo no capitalizan hoy (su
      * acumulado sigue en el maestro hasta su propio cierre) y se
      * cuentan como OTRO CICLO en el resumen.
      *
      * Los codigos de facturacion del movimiento de capitalizacion
      * (CODMAR, INDTIPT, TIPOFAC, INDNORCOR, INDVERT, INDNIVAPL,
      * CODCONECO) se toman de ATPC960.PRM (primera linea, campos
               FILE STATUS IS WS-ATPC960-CAP-STATUS.
           SELECT RPT-ATPC960 ASSIGN TO "ATPC960.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Maestro de cuentas, por el grupo de facturacion -- ver
      * ATPCCTM-CTM.cpy
           SELECT CTM-MAESTRO ASSIGN TO "CTAMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTM-CLAVE
               FILE STATUS IS WS-ATPCCTM-STATUS.
      * Requerido porque los ATPCxxx-CARGAR-ARREGLO graban una fila de
      * control compartida -- ver ATPCCTL-CTL.cpy
           SELECT CTL-CARGAS ASSIGN TO "ATPCCTL.DAT"
       COPY "ATPCLCK-LCK".
       COPY "ATPCEXC-EXC".
       COPY "ATPC085-CKP".
       COPY "ATPCCTM-CTM".

       FD  PRM-ATPC960
           RECORDING MODE IS F.

       COPY "ATPC021-WS".
       COPY "ATPC085-WS".
       COPY "ATPCCTM-WS".
       COPY "ATPCCIC-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       77  WS-ATPC960-DEV-LEIDOS              PIC 9(06) VALUE 0.
       77  WS-ATPC960-GRABADAS                PIC 9(06) VALUE 0.
       77  WS-ATPC960-CAPITALIZADAS           PIC 9(06) VALUE 0.
       77  WS-ATPC960-OTRO-CICLO              PIC 9(06) VALUE 0.

       01  WS-ATPC960-LINEA                   PIC X(100).

           MOVE WS-ATPC960-HOY-AMD-MM   TO WS-ATPC960-HOY-MM
           MOVE WS-ATPC960-HOY-AMD-DD   TO WS-ATPC960-HOY-DD

           PERFORM ATPCCTM-ABRIR-CONSULTA

           OPEN INPUT ACU-MAESTRO
           IF WS-ATPC960-ACU-STATUS NOT = "00"
              DISPLAY "ATPC960 - AVISO: sin DEVACUM.DAT -- se arma "
                  WS-ATPC960-GRABADAS         DELIMITED BY SIZE
                  "  CAPITALIZADAS: "         DELIMITED BY SIZE
                  WS-ATPC960-CAPITALIZADAS    DELIMITED BY SIZE
                  "  OTRO CICLO: "            DELIMITED BY SIZE
                  WS-ATPC960-OTRO-CICLO       DELIMITED BY SIZE
             INTO WS-ATPC960-LINEA
           WRITE RPT-ATPC960-REG FROM WS-ATPC960-LINEA
           DISPLAY WS-ATPC960-LINEA
           IF WS-ATPC960-DEV-STATUS = "00"
              CLOSE DEV-DEVENGOS
           END-IF
           PERFORM ATPCCTM-CERRAR-CONSULTA

           DISPLAY
           "- ATPC960: CORRIDA FINALIZADA                             -"

           IF WS-ATPC960-ENT-CAPITALIZA
           AND WS-ATPC960-ACUMULADO >= 0.01
              PERFORM ATPC960-CICLO-CUENTA
              IF WS-ATPCCIC-RETORNO-OK
              AND WS-ATPCCIC-FECCICLO = WS-ATPC960-HOY
                 PERFORM ATPC960-CAPITALIZAR-CUENTA
              ELSE
                 ADD 1 TO WS-ATPC960-OTRO-CICLO
              END-IF
           END-IF

           INITIALIZE ACU-NUEVO-REG
           ADD 1 TO WS-ATPC960-GRABADAS
           .

      *----------------------------------------------------------------
      * Proceso: ATPC960-CICLO-CUENTA
      *----------------------------------------------------------------
      * Resuelve el ciclo vigente de la cuenta por su grupo de
      * facturacion del maestro; sin la cuenta en CTAMAE.DAT rige el
      * ciclo de la entidad
      *----------------------------------------------------------------
       ATPC960-CICLO-CUENTA.
           MOVE WS-ATPC960-CTA-CLAVE-ENT TO WS-ATPCCTM-CODENT
           MOVE WS-ATPC960-CTA-CLAVE-NUM TO WS-ATPCCTM-NUMCUENTA
           PERFORM ATPCCTM-CONSULTAR-CUENTA

           INITIALIZE WS-ATPCCIC-ENTRADA
           MOVE WS-ATPC960-ENT-NUM TO WS-ATPCCIC-CODENT
           IF WS-ATPCCTM-RETORNO-OK
              MOVE CTM-CODGRUPO    TO WS-ATPCCIC-CODGRUPO
           END-IF
           MOVE WS-ATPC960-HOY     TO WS-ATPCCIC-FECHA-TOPE
           PERFORM ATPCCIC-ULTIMO-CICLO
           .

      *----------------------------------------------------------------
      * Proceso: ATPC960-CAPITALIZAR-CUENTA
      *----------------------------------------------------------------
      * Proceso: ATPC960-ABRIR-ENTIDAD
      *----------------------------------------------------------------
      * La entidad capitaliza hoy si esta marcada INDCAPIMP y alguna
      * fila suya del calendario de facturacion (de la entidad o de
      * alguno de sus grupos) tiene fecha de hoy; cada cuenta se
      * filtra luego por el ciclo de su grupo en ATPC960-CICLO-CUENTA
      *----------------------------------------------------------------
       ATPC960-ABRIR-ENTIDAD.
           MOVE WS-ATPC960-CTA-CLAVE-ENT TO WS-ATPC960-ENT-ANT

       COPY "ATPC021-PR".
       COPY "ATPC085-PR".
       COPY "ATPCCTM-PR".
       COPY "ATPCCIC-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
