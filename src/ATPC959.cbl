      *
      * Las transiciones sin texto de gestion alguno se cuentan aparte
      * y se reportan (la cobertura faltante es un caso de ATPC952).
      * Las transiciones de cuentas castigadas en el maestro CTAMAE.DAT
      * (ATPC800) no generan carta y tambien se cuentan aparte, igual
      * que las de cuentas en estado especial (fallecido, quiebra o
      * fraude, ATPC835).
      *
      * Layout de CARTAS.DAT (una carta = 4 registros):
      *  CAB: tipo(3) CODENT(4) NUMCUENTA(16) CODESTCTA(2) FECHA(10)
      *  TXT: tipo(3) texto(100)
      *  PAG: tipo(3) bloque de pago(100)
      *
      * Las cartas producidas por entidad se asientan en la bitacora
      * de volumenes VOLUMEN.DAT (ATPCVOL), base de la facturacion de
      * procesamiento a las entidades de ATPC827.
      *
      * Dependencias:
      *  - Debe estar declarada la rutina para manejo de errores
      *    888888-LOGGEAR-TRANSACCION
           SELECT TRANSICIONES ASSIGN TO "ESTTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC959-TRA-STATUS.
      * Maestro de cuentas, para excluir las castigadas -- ver
      * ATPCCTM-CTM.cpy
           SELECT CTM-MAESTRO ASSIGN TO "CTAMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTM-CLAVE
               FILE STATUS IS WS-ATPCCTM-STATUS.
           SELECT CAR-CARTAS ASSIGN TO "CARTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC959-CAR-STATUS.
           SELECT EXC-EXCEPCIONES ASSIGN TO "ATPCEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCEXC-STATUS.
      * Bitacora de volumenes de servicio por entidad -- ver
      * ATPCVOL-VOL.cpy
           SELECT VOL-VOLUMENES ASSIGN TO "VOLUMEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCVOL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "ATPCDIF-DIF".
       COPY "ATPCLCK-LCK".
       COPY "ATPCEXC-EXC".
       COPY "ATPCVOL-VOL".

       COPY "ATPCCTM-CTM".

       FD  TRANSICIONES
           RECORDING MODE IS F.
       COPY "ATPC021-WS".
       COPY "ATPC162-WS".
       COPY "ATPC164-WS".
       COPY "ATPCCTM-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".
       COPY "ATPCVOL-WS".

       77  WS-ATPC959-TRA-STATUS              PIC X(02).
       77  WS-ATPC959-CAR-STATUS              PIC X(02).
       77  WS-ATPC959-CARTAS                  PIC 9(06) VALUE 0.
       77  WS-ATPC959-SIN-ENTIDAD             PIC 9(06) VALUE 0.
       77  WS-ATPC959-SIN-TEXTO               PIC 9(06) VALUE 0.
       77  WS-ATPC959-CASTIGADAS              PIC 9(06) VALUE 0.
       77  WS-ATPC959-ESPECIALES              PIC 9(06) VALUE 0.

       01  WS-ATPC959-LINEA                   PIC X(100).

           MOVE WS-ATPC959-HOY-AMD-MM   TO WS-ATPC959-HOY-MM
           MOVE WS-ATPC959-HOY-AMD-DD   TO WS-ATPC959-HOY-DD

           PERFORM ATPCCTM-ABRIR-CONSULTA

           OPEN INPUT TRANSICIONES
           IF WS-ATPC959-TRA-STATUS NOT = "00"
              DISPLAY "ATPC959 - ERROR: no se pudo abrir ESTTRANS.DAT "
                     WS-ATPC959-SIN-ENTIDAD   DELIMITED BY SIZE
                     "  SIN TEXTO: "          DELIMITED BY SIZE
                     WS-ATPC959-SIN-TEXTO     DELIMITED BY SIZE
                     "  CASTIGADAS: "         DELIMITED BY SIZE
                     WS-ATPC959-CASTIGADAS    DELIMITED BY SIZE
                INTO WS-ATPC959-LINEA
              WRITE RPT-ATPC959-REG FROM WS-ATPC959-LINEA
              DISPLAY WS-ATPC959-LINEA
              MOVE SPACES TO WS-ATPC959-LINEA
              STRING " ESTADO ESPECIAL: "     DELIMITED BY SIZE
                     WS-ATPC959-ESPECIALES    DELIMITED BY SIZE
                INTO WS-ATPC959-LINEA
              WRITE RPT-ATPC959-REG FROM WS-ATPC959-LINEA
              DISPLAY WS-ATPC959-LINEA
                    RPT-ATPC959
              CLOSE TRANSICIONES
           END-IF
           PERFORM ATPCCTM-CERRAR-CONSULTA

           DISPLAY
           "- ATPC959: PRODUCCION FINALIZADA                          -"
           IF NOT WS-ATPC959-ENT-VALIDA
              ADD 1 TO WS-ATPC959-SIN-ENTIDAD
           ELSE
      * La cuenta castigada o en estado especial no recibe cartas de
      * gestion
              MOVE TRA-CODENT    TO WS-ATPCCTM-CODENT
              MOVE TRA-NUMCUENTA TO WS-ATPCCTM-NUMCUENTA
              PERFORM ATPCCTM-CONSULTAR-CUENTA
              EVALUATE TRUE
                 WHEN WS-ATPCCTM-RETORNO-OK AND CTM-CASTIGADA
                    ADD 1 TO WS-ATPC959-CASTIGADAS
                 WHEN WS-ATPCCTM-RETORNO-OK AND CTM-ESPECIAL
                    ADD 1 TO WS-ATPC959-ESPECIALES
                 WHEN OTHER
                    PERFORM ATPC959-ARMAR-CARTA
              END-EVALUATE
           END-IF
           .

             INTO WS-ATPC959-LINEA
           WRITE RPT-ATPC959-REG FROM WS-ATPC959-LINEA
           DISPLAY WS-ATPC959-LINEA

           IF WS-ATPC959-ENT-CARTAS > ZEROES
              INITIALIZE WS-ATPCVOL-ENTRADA
              MOVE WS-ATPCRUN-RUNID       TO WS-ATPCVOL-RUNID
              MOVE "ATPC959"              TO WS-ATPCVOL-PROGRAMA
              MOVE WS-ATPC959-ENT-ANT     TO WS-ATPCVOL-CODENT
              MOVE WS-ATPC959-ENT-CARTAS  TO WS-ATPCVOL-UNIDADES
              PERFORM ATPCVOL-GRABAR-VOLUMEN
           END-IF
           .

      *----------------------------------------------------------------
       COPY "ATPC021-PR".
       COPY "ATPC162-PR".
       COPY "ATPC164-PR".
       COPY "ATPCCTM-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
       COPY "ATPCVOL-PR".
