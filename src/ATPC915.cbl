      *       CONCEPTOS ECONOMICOS
      *  05 - moneda no operada por la entidad, o sin cotizacion
      *       vigente hacia la moneda principal
      *  06 - cuenta cerrada en el maestro CTAMAE.DAT, o cuenta en
      *       cierre (ATPC849) y movimiento normal (INDNORCOR 1)
      *       con fecha posterior al pedido de cierre; las
      *       correcciones y lo anterior al pedido siguen entrando
      *       hasta que la cuenta cierra. Sin el maestro no se
      *       controla.
      *
      * Dependencias:
      *  - Debe estar declarada la rutina para manejo de errores
           SELECT BAL-BALANCEO ASSIGN TO "ATPCBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCBAL-STATUS.
      * Maestro de cuentas, para el control de cierre -- ver
      * ATPCCTM-CTM.cpy
           SELECT CTM-MAESTRO ASSIGN TO "CTAMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTM-CLAVE
               FILE STATUS IS WS-ATPCCTM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "ATPCLCK-LCK".
       COPY "ATPCEXC-EXC".
       COPY "ATPCBAL-BAL".
       COPY "ATPCCTM-CTM".

       FD  PRM-ENSAYO
           RECORDING MODE IS F.
           05  CKP-DISPUTADOS                 PIC 9(06).
           05  CKP-LIBERADOS                  PIC 9(06).
           05  CKP-CONVERTIDOS                PIC 9(06).
           05  CKP-RECH-CIERRE                PIC 9(06).

       FD  MOV-ENTRADA
           RECORDING MODE IS F.
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".
       COPY "ATPCBAL-WS".
       COPY "ATPCCTM-WS".

       77  WS-ATPC915-ENS-STATUS              PIC X(02).
       77  WS-ATPC915-SHW-STATUS              PIC X(02).
       77  WS-ATPC915-RECH-TIPOFAC            PIC 9(06) VALUE 0.
       77  WS-ATPC915-RECH-CONCEPTO           PIC 9(06) VALUE 0.
       77  WS-ATPC915-RECH-MONEDA             PIC 9(06) VALUE 0.
       77  WS-ATPC915-RECH-CIERRE             PIC 9(06) VALUE 0.
       77  WS-ATPC915-CONVERTIDOS             PIC 9(06) VALUE 0.
       77  WS-ATPC915-DISPUTADOS              PIC 9(06) VALUE 0.
       77  WS-ATPC915-LIBERADOS               PIC 9(06) VALUE 0.

           PERFORM ATPC915-CARGAR-DISPUTAS
           PERFORM ATPC915-LEER-ENSAYO
           PERFORM ATPCCTM-ABRIR-CONSULTA
           IF NOT WS-ATPCCTM-DISPONIBLE
              DISPLAY "ATPC915 - AVISO: sin CTAMAE.DAT -- no se "
                      "controlan las cuentas en cierre"
           END-IF
           IF NOT WS-ATPC915-ENSAYO
              PERFORM ATPC915-LEER-CHECKPOINT
           END-IF
                 PERFORM ATPC915-BORRAR-CHECKPOINT
              END-IF
           END-IF
           PERFORM ATPCCTM-CERRAR-CONSULTA

           DISPLAY
           "- ATPC915: VALIDACION FINALIZADA                          -"
              END-IF
           END-IF

           IF WS-ATPC915-MOTIVO = ZEROES
              PERFORM ATPC915-VALIDAR-CIERRE
           END-IF

           IF WS-ATPC915-MOTIVO = ZEROES
              PERFORM ATPC915-VALIDAR-MONEDA
           END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC915-VALIDAR-CIERRE
      *----------------------------------------------------------------
      * La cuenta cerrada no admite movimientos; la cuenta en cierre
      * solo admite correcciones y movimientos de hasta la fecha del
      * pedido de cierre. Se controla antes de la conversion de
      * moneda para que el rechazo conserve el importe original.
      *----------------------------------------------------------------
       ATPC915-VALIDAR-CIERRE.
           IF WS-ATPCCTM-DISPONIBLE
              MOVE MOV-ENT-CODENT    TO WS-ATPCCTM-CODENT
              MOVE MOV-ENT-NUMCUENTA TO WS-ATPCCTM-NUMCUENTA
              PERFORM ATPCCTM-CONSULTAR-CUENTA
              IF WS-ATPCCTM-RETORNO-OK
                 EVALUATE TRUE
                    WHEN CTM-CIE-CERRADA
                       MOVE 06 TO WS-ATPC915-MOTIVO
                    WHEN CTM-CIE-EN-CIERRE
                    AND  MOV-ENT-INDNORCOR = 1
                    AND  MOV-ENT-FECHA > CTM-CIE-FECSOL
                       MOVE 06 TO WS-ATPC915-MOTIVO
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC915-VALIDAR-MONEDA
      *----------------------------------------------------------------
                 ADD 1 TO WS-ATPC915-RECH-CONCEPTO
              WHEN 05
                 ADD 1 TO WS-ATPC915-RECH-MONEDA
              WHEN 06
                 ADD 1 TO WS-ATPC915-RECH-CIERRE
           END-EVALUATE
           .

           WRITE RPT-ATPC915-REG FROM WS-ATPC915-LINEA-CASO
           DISPLAY WS-ATPC915-LINEA-CASO

           MOVE SPACES TO WS-ATPC915-LINEA-CASO
           STRING " POR MOTIVO -- CUENTA EN CIERRE O CERRADA: "
                                                  DELIMITED BY SIZE
                  WS-ATPC915-RECH-CIERRE          DELIMITED BY SIZE
             INTO WS-ATPC915-LINEA-CASO
           WRITE RPT-ATPC915-REG FROM WS-ATPC915-LINEA-CASO
           DISPLAY WS-ATPC915-LINEA-CASO

           MOVE SPACES TO WS-ATPC915-LINEA-CASO
           STRING " DISPUTAS -- RETENIDOS: "      DELIMITED BY SIZE
                  WS-ATPC915-DISPUTADOS           DELIMITED BY SIZE
                        MOVE CKP-LIBERADOS    TO WS-ATPC915-LIBERADOS
                        MOVE CKP-CONVERTIDOS
                          TO WS-ATPC915-CONVERTIDOS
                        IF CKP-RECH-CIERRE IS NUMERIC
                           MOVE CKP-RECH-CIERRE
                             TO WS-ATPC915-RECH-CIERRE
                        END-IF
                        DISPLAY "ATPC915 - REANUDACION: se saltean ["
                                WS-ATPC915-SALTEAR "] movimientos ya "
                                "procesados"
              MOVE WS-ATPC915-DISPUTADOS    TO CKP-DISPUTADOS
              MOVE WS-ATPC915-LIBERADOS     TO CKP-LIBERADOS
              MOVE WS-ATPC915-CONVERTIDOS   TO CKP-CONVERTIDOS
              MOVE WS-ATPC915-RECH-CIERRE   TO CKP-RECH-CIERRE
              WRITE CKP-ATPC915-REG
              CLOSE CKP-ATPC915
           END-IF
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
       COPY "ATPCBAL-PR".
       COPY "ATPCCTM-PR".
