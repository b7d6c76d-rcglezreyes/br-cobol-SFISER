      * Las devoluciones sin orden original apareable se reportan y
      * se cuentan aparte (no se revierte lo que no se debito).
      *
      * La devolucion por "sin mandato" suma una al contador del
      * mandato de la cuenta en MANDATOS.DAT (ATPC841); al llegar al
      * tope de devoluciones seguidas el mandato queda SUSPENDIDO y
      * ATPC957 deja de debitar la cuenta hasta que el banco informe
      * un nuevo alta. La orden cobrada (sin devolucion) pone el
      * contador en cero. Codigo de retorno y tope en ATPC958.PRM
      * (primera linea): CODRETORNO(2, "MD" por defecto) TOPE(2, 02
      * por defecto); sin el archivo rigen los valores por defecto.
      *
      * Layout de RETDOM.DAT: CODENT(4) NUMCUENTA(16) IMPORTE(11)
      * CODRETORNO(2) FECHA(10).
      * Layout de PAGREV.DAT: CODENT(4) NUMCUENTA(16) IMPORTE(11)
               FILE STATUS IS WS-ATPC958-REV-STATUS.
           SELECT RPT-ATPC958 ASSIGN TO "ATPC958.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRM-ATPC958 ASSIGN TO "ATPC958.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC958-PRM-STATUS.
      * Maestro de mandatos de debito directo -- ver ATPCMAN-MAN.cpy
           SELECT MAN-MANDATOS ASSIGN TO "MANDATOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAN-CLAVE
               FILE STATUS IS WS-ATPCMAN-STATUS.
           SELECT CTL-CARGAS ASSIGN TO "ATPCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCCTL-STATUS.
       COPY "ATPCAUD-AUD".
       COPY "ATPCLCK-LCK".
       COPY "ATPCEXC-EXC".
       COPY "ATPCMAN-MAN".

       FD  RET-DEVOLUCIONES
           RECORDING MODE IS F.
           05  REV-FECHA                      PIC X(10).
           05  REV-CODRETORNO                 PIC X(02).

       FD  PRM-ATPC958
           RECORDING MODE IS F.
       01  PRM-ATPC958-REG.
           05  PRM-ATPC958-CODSINMAN          PIC X(02).
           05  PRM-ATPC958-TOPE               PIC X(02).
           05  PRM-ATPC958-TOPE-NUM REDEFINES
               PRM-ATPC958-TOPE               PIC 9(02).

       FD  RPT-ATPC958
           RECORDING MODE IS F.
       01  RPT-ATPC958-REG                    PIC X(100).
       COPY "ATPCAUD-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".
       COPY "ATPCMAN-WS".

       77  WS-ATPC958-RET-STATUS              PIC X(02).
       77  WS-ATPC958-ORD-STATUS              PIC X(02).
       77  WS-ATPC958-CTA-STATUS              PIC X(02).
       77  WS-ATPC958-CTD-STATUS              PIC X(02).
       77  WS-ATPC958-REV-STATUS              PIC X(02).
       77  WS-ATPC958-PRM-STATUS              PIC X(02).

      * Codigo de retorno "sin mandato" y tope de devoluciones seguidas
      * que suspende el mandato (ATPC958.PRM)
       77  WS-ATPC958-COD-SINMAN              PIC X(02) VALUE "MD".
       77  WS-ATPC958-TOPE-SINMAN             PIC 9(02) VALUE 2.

       01  FILLER                             PIC 9(01).
           88 WS-ATPC958-FIN-ENTRADA          VALUE 1
       77  WS-ATPC958-CTA-COPIADAS            PIC 9(06) VALUE 0.
       77  WS-ATPC958-CTA-AJUSTADAS           PIC 9(06) VALUE 0.
       77  WS-ATPC958-CTA-AGREGADAS           PIC 9(06) VALUE 0.
       77  WS-ATPC958-DEV-SINMAN              PIC 9(06) VALUE 0.
       77  WS-ATPC958-SUSPENDIDOS             PIC 9(06) VALUE 0.

       01  WS-ATPC958-LINEA                   PIC X(100).

           PERFORM ATPC958-FECHA-A-SERIE
           MOVE WS-ATPC958-SERIE TO WS-ATPC958-SERIE-HOY

           PERFORM ATPC958-LEER-PARAMETROS
           PERFORM ATPC958-CARGAR-ORDENES

           OPEN OUTPUT PAG-REVERSAS
                       RPT-ATPC958
           PERFORM ATPCMAN-ABRIR-ACTUALIZACION
           PERFORM ATPC958-PROCESAR-DEVOLUCIONES
           PERFORM ATPC958-REINICIAR-MANDATOS
           PERFORM ATPCMAN-CERRAR-CONSULTA
           PERFORM ATPC958-REESCRIBIR-MORA
           PERFORM ATPC958-RESUMEN-FINAL
           CLOSE PAG-REVERSAS
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC958-LEER-PARAMETROS
      *----------------------------------------------------------------
      * Sin parametro rigen el codigo y el tope por defecto; un tope
      * no numerico o en cero tambien deja el tope por defecto
      *----------------------------------------------------------------
       ATPC958-LEER-PARAMETROS.
           OPEN INPUT PRM-ATPC958
           IF WS-ATPC958-PRM-STATUS = "00"
              READ PRM-ATPC958
                  AT END
                     CONTINUE
                  NOT AT END
                     IF PRM-ATPC958-CODSINMAN NOT = SPACES
                        MOVE PRM-ATPC958-CODSINMAN
                          TO WS-ATPC958-COD-SINMAN
                     END-IF
                     IF PRM-ATPC958-TOPE IS NUMERIC
                     AND PRM-ATPC958-TOPE-NUM > ZEROES
                        MOVE PRM-ATPC958-TOPE-NUM
                          TO WS-ATPC958-TOPE-SINMAN
                     ELSE
                        DISPLAY "ATPC958 - AVISO: tope ["
                                PRM-ATPC958-TOPE "] invalido en "
                                "ATPC958.PRM -- se toma "
                                WS-ATPC958-TOPE-SINMAN
                     END-IF
              END-READ
              CLOSE PRM-ATPC958
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC958-CARGAR-ORDENES
      *----------------------------------------------------------------
              MOVE RET-FECHA      TO REV-FECHA
              MOVE RET-CODRETORNO TO REV-CODRETORNO
              WRITE PAG-REVERSAS-REG

              IF RET-CODRETORNO = WS-ATPC958-COD-SINMAN
                 PERFORM ATPC958-CONTAR-SIN-MANDATO
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC958-CONTAR-SIN-MANDATO
      *----------------------------------------------------------------
      * Suma la devolucion al mandato activo de la cuenta y lo
      * suspende al llegar al tope
      *----------------------------------------------------------------
       ATPC958-CONTAR-SIN-MANDATO.
           ADD 1 TO WS-ATPC958-DEV-SINMAN
           MOVE RET-CODENT    TO WS-ATPCMAN-CODENT
           MOVE RET-NUMCUENTA TO WS-ATPCMAN-NUMCUENTA
           PERFORM ATPCMAN-CONSULTAR-MANDATO
           IF WS-ATPCMAN-RETORNO-OK
           AND MAN-ACTIVO
              IF MAN-DEVSINMAN < 99
                 ADD 1 TO MAN-DEVSINMAN
              END-IF
              IF MAN-DEVSINMAN >= WS-ATPC958-TOPE-SINMAN
                 SET MAN-SUSPENDIDO TO TRUE
                 MOVE WS-ATPC958-HOY TO MAN-FECESTADO
              END-IF
              MOVE WS-ATPC958-HOY TO MAN-FECACT
              PERFORM ATPCMAN-GRABAR-MANDATO
              IF NOT WS-ATPCMAN-RETORNO-OK
                 DISPLAY "ATPC958 - ALERTA: CODENT=[" RET-CODENT
                         "] CUENTA=[" RET-NUMCUENTA "] "
                         WS-ATPCMAN-RETORNO-DESC(1:45)
                         " -- FILE STATUS:[" WS-ATPCMAN-STATUS "]"
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              ELSE
                 IF MAN-SUSPENDIDO
                    ADD 1 TO WS-ATPC958-SUSPENDIDOS
                    MOVE SPACES TO WS-ATPC958-LINEA
                    STRING "ATPC958 - MANDATO SUSPENDIDO -- CODENT ["
                                                 DELIMITED BY SIZE
                           RET-CODENT            DELIMITED BY SIZE
                           "] CUENTA ["          DELIMITED BY SIZE
                           RET-NUMCUENTA         DELIMITED BY SIZE
                           "] DEVOLUCIONES ["    DELIMITED BY SIZE
                           MAN-DEVSINMAN         DELIMITED BY SIZE
                           "]"                   DELIMITED BY SIZE
                      INTO WS-ATPC958-LINEA
                    WRITE RPT-ATPC958-REG FROM WS-ATPC958-LINEA
                    DISPLAY WS-ATPC958-LINEA
                 END-IF
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC958-REINICIAR-MANDATOS
      *----------------------------------------------------------------
      * La orden que no volvio se cobro: el mandato activo de la
      * cuenta deja de acumular devoluciones por "sin mandato"
      *----------------------------------------------------------------
       ATPC958-REINICIAR-MANDATOS.
           PERFORM VARYING WS-ATPC958-ORD-IDX FROM 1 BY 1
                     UNTIL WS-ATPC958-ORD-IDX > WS-ATPC958-ORD-CANT
              IF WS-ATPC958-ORD-DEVUELTA(WS-ATPC958-ORD-IDX) = CT-N
                 MOVE WS-ATPC958-ORD-CODENT(WS-ATPC958-ORD-IDX)
                   TO WS-ATPCMAN-CODENT
                 MOVE WS-ATPC958-ORD-NUMCUENTA(WS-ATPC958-ORD-IDX)
                   TO WS-ATPCMAN-NUMCUENTA
                 PERFORM ATPCMAN-CONSULTAR-MANDATO
                 IF WS-ATPCMAN-RETORNO-OK
                 AND MAN-ACTIVO
                 AND MAN-DEVSINMAN > ZEROES
                    MOVE ZEROES TO MAN-DEVSINMAN
                    MOVE WS-ATPC958-HOY TO MAN-FECACT
                    PERFORM ATPCMAN-GRABAR-MANDATO
                 END-IF
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC958-REESCRIBIR-MORA
      *----------------------------------------------------------------
             INTO WS-ATPC958-LINEA
           WRITE RPT-ATPC958-REG FROM WS-ATPC958-LINEA
           DISPLAY WS-ATPC958-LINEA

           MOVE SPACES TO WS-ATPC958-LINEA
           STRING " DEVOLUCIONES SIN MANDATO ["  DELIMITED BY SIZE
                  WS-ATPC958-COD-SINMAN         DELIMITED BY SIZE
                  "]: "                         DELIMITED BY SIZE
                  WS-ATPC958-DEV-SINMAN         DELIMITED BY SIZE
                  "  MANDATOS SUSPENDIDOS: "    DELIMITED BY SIZE
                  WS-ATPC958-SUSPENDIDOS        DELIMITED BY SIZE
             INTO WS-ATPC958-LINEA
           WRITE RPT-ATPC958-REG FROM WS-ATPC958-LINEA
           DISPLAY WS-ATPC958-LINEA
           .

      *----------------------------------------------------------------
       COPY "ATPCAUD-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
       COPY "ATPCMAN-PR".
