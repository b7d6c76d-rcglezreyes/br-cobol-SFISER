      *    bloquea la produccion del mes, mismo criterio de
      *    expansion de ATPC924);
      *  - las cuentas cuyo estado actual (CTAMORA.DAT) tiene un
      *    codigo de bloqueo CODBLQ distinto de cero en ATPC175;
      *  - las cuentas que ATPC820 clasifico como dormidas en el
      *    maestro CTAMAE.DAT;
      *  - las cuentas en cierre o cerradas (ATPC849): su tarjeta ya
      *    fue dada de baja o lo sera al cerrar la cuenta.
      * Escribe el archivo de ordenes EMBOSS.DAT (CODENT, cuenta,
      * CODMAR, INDTIPT, vencimiento AAAA-MM e indicador de prioridad,
      * siempre N = normal en las renovaciones; las reposiciones de
      * ATPC851 salen con el mismo layout y U = urgente) y cierra
      * con totales
      * por entidad y por tipo de tarjeta (descripcion de ATPC026)
      * para conciliar contra el pronostico de volumen de ATPC924.
      * Las ordenes por entidad se asientan ademas en la bitacora de
      * volumenes VOLUMEN.DAT (ATPCVOL), base de la facturacion de
      * procesamiento a las entidades de ATPC827.
      *
      * Dependencias:
      *  - Debe estar declarada la rutina para manejo de errores
           SELECT CTA-MORA ASSIGN TO "CTAMORA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC981-CTA-STATUS.
      * Maestro de cuentas, para excluir las dormidas -- ver
      * ATPCCTM-CTM.cpy
           SELECT CTM-MAESTRO ASSIGN TO "CTAMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTM-CLAVE
               FILE STATUS IS WS-ATPCCTM-STATUS.
           SELECT EMB-ORDENES ASSIGN TO "EMBOSS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC981-EMB-STATUS.
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
       COPY "ATPCHIT-HIT".
       COPY "ATPCLCK-LCK".
       COPY "ATPCEXC-EXC".
       COPY "ATPCVOL-VOL".
       COPY "ATPCCTM-CTM".

       FD  TAR-TARJETAS
           RECORDING MODE IS F.
           05  EMB-CODMAR                     PIC 9(02).
           05  EMB-INDTIPT                    PIC 9(02).
           05  EMB-FECVENC                    PIC X(07).
           05  EMB-PRIORIDAD                  PIC X(01).

       FD  RPT-ATPC981
           RECORDING MODE IS F.
       COPY "ATPC163-WS".
       COPY "ATPC175-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCCTM-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCHIT-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".
       COPY "ATPCVOL-WS".

       77  WS-ATPC981-TAR-STATUS              PIC X(02).
       77  WS-ATPC981-CTA-STATUS              PIC X(02).
               10  WS-ATPC981-TIP-INDTIPT     PIC 9(02).
               10  WS-ATPC981-TIP-ORDENES     PIC 9(06).

      * Ordenes de la entidad en curso, para la bitacora de volumenes
       77  WS-ATPC981-VOL-CODENT              PIC X(04).
       77  WS-ATPC981-VOL-ORDENES             PIC 9(09).

      * Contadores del resumen final
       77  WS-ATPC981-LEIDAS                  PIC 9(06) VALUE 0.
       77  WS-ATPC981-ORDENES                 PIC 9(06) VALUE 0.
       77  WS-ATPC981-SUPRIMIDAS-MES          PIC 9(06) VALUE 0.
       77  WS-ATPC981-SUPRIMIDAS-BLQ          PIC 9(06) VALUE 0.
       77  WS-ATPC981-SUPRIMIDAS-DOR          PIC 9(06) VALUE 0.
       77  WS-ATPC981-SUPRIMIDAS-CIE          PIC 9(06) VALUE 0.
       77  WS-ATPC981-SIN-ENTIDAD             PIC 9(06) VALUE 0.

       01  WS-ATPC981-LINEA                   PIC X(130).
              WS-ATPC981-HOY-AMD-AAAA * 12 + WS-ATPC981-HOY-AMD-MM

           PERFORM ATPC981-CARGAR-BLOQUEADAS
           PERFORM ATPCCTM-ABRIR-CONSULTA

           OPEN INPUT TAR-TARJETAS
           IF WS-ATPC981-TAR-STATUS NOT = "00"
              END-PERFORM

              PERFORM ATPC981-RESUMEN-FINAL
              PERFORM ATPC981-ASENTAR-VOLUMENES

              CLOSE EMB-ORDENES
                    RPT-ATPC981
              CLOSE TAR-TARJETAS
           END-IF
           PERFORM ATPCCTM-CERRAR-CONSULTA

           DISPLAY
           "- ATPC981: ORDENES FINALIZADAS                            -"
                       IF WS-ATPC981-BLOQUEADA
                          ADD 1 TO WS-ATPC981-SUPRIMIDAS-BLQ
                       ELSE
                          PERFORM ATPC981-VERIFICAR-DORMIDA
                       END-IF
                 END-EVALUATE
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC981-VERIFICAR-DORMIDA
      *----------------------------------------------------------------
      * La cuenta dormida (ATPC820) o en cierre o cerrada (ATPC849)
      * no renueva su tarjeta
      *----------------------------------------------------------------
       ATPC981-VERIFICAR-DORMIDA.
           MOVE TAR-CODENT    TO WS-ATPCCTM-CODENT
           MOVE TAR-NUMCUENTA TO WS-ATPCCTM-NUMCUENTA
           PERFORM ATPCCTM-CONSULTAR-CUENTA
           EVALUATE TRUE
              WHEN WS-ATPCCTM-RETORNO-OK AND CTM-CIE-CON-CIERRE
                 ADD 1 TO WS-ATPC981-SUPRIMIDAS-CIE
              WHEN WS-ATPCCTM-RETORNO-OK AND CTM-DORMIDA
                 ADD 1 TO WS-ATPC981-SUPRIMIDAS-DOR
              WHEN OTHER
                 PERFORM ATPC981-GRABAR-ORDEN
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC981-GRABAR-ORDEN
      *----------------------------------------------------------------
           MOVE TAR-CODMAR    TO EMB-CODMAR
           MOVE TAR-INDTIPT   TO EMB-INDTIPT
           MOVE TAR-FECVENC   TO EMB-FECVENC
           MOVE "N"           TO EMB-PRIORIDAD
           WRITE EMB-ORDENES-REG

           MOVE ZEROES TO WS-ATPC981-TIP-IDX
                  WS-ATPC981-SUPRIMIDAS-MES   DELIMITED BY SIZE
                  "  SUPRIMIDAS BLOQUEO: "    DELIMITED BY SIZE
                  WS-ATPC981-SUPRIMIDAS-BLQ   DELIMITED BY SIZE
                  "  DORMIDAS: "              DELIMITED BY SIZE
                  WS-ATPC981-SUPRIMIDAS-DOR   DELIMITED BY SIZE
                  "  EN CIERRE: "             DELIMITED BY SIZE
                  WS-ATPC981-SUPRIMIDAS-CIE   DELIMITED BY SIZE
                  "  SIN ENTIDAD: "           DELIMITED BY SIZE
                  WS-ATPC981-SIN-ENTIDAD      DELIMITED BY SIZE
             INTO WS-ATPC981-LINEA
           DISPLAY WS-ATPC981-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC981-ASENTAR-VOLUMENES
      *----------------------------------------------------------------
      * Una fila de volumen por entidad con el total de sus ordenes
      * (las filas por tipo de tarjeta de una entidad quedan contiguas
      * porque TARJETAS.DAT viene ordenado por CODENT)
      *----------------------------------------------------------------
       ATPC981-ASENTAR-VOLUMENES.
           MOVE SPACES TO WS-ATPC981-VOL-CODENT
           MOVE ZEROES TO WS-ATPC981-VOL-ORDENES
           PERFORM VARYING WS-ATPC981-TIP-IDX FROM 1 BY 1
                     UNTIL WS-ATPC981-TIP-IDX > WS-ATPC981-TIP-CANT
              IF WS-ATPC981-TIP-CODENT(WS-ATPC981-TIP-IDX)
                 NOT = WS-ATPC981-VOL-CODENT
                 IF WS-ATPC981-VOL-CODENT NOT = SPACES
                    PERFORM ATPC981-GRABAR-VOLUMEN
                 END-IF
                 MOVE WS-ATPC981-TIP-CODENT(WS-ATPC981-TIP-IDX)
                   TO WS-ATPC981-VOL-CODENT
                 MOVE ZEROES TO WS-ATPC981-VOL-ORDENES
              END-IF
              ADD WS-ATPC981-TIP-ORDENES(WS-ATPC981-TIP-IDX)
                TO WS-ATPC981-VOL-ORDENES
           END-PERFORM
           IF WS-ATPC981-VOL-CODENT NOT = SPACES
              PERFORM ATPC981-GRABAR-VOLUMEN
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC981-GRABAR-VOLUMEN
      *----------------------------------------------------------------
       ATPC981-GRABAR-VOLUMEN.
           INITIALIZE WS-ATPCVOL-ENTRADA
           MOVE WS-ATPCRUN-RUNID       TO WS-ATPCVOL-RUNID
           MOVE "ATPC981"              TO WS-ATPCVOL-PROGRAMA
           MOVE WS-ATPC981-VOL-CODENT  TO WS-ATPCVOL-CODENT
           MOVE WS-ATPC981-VOL-ORDENES TO WS-ATPCVOL-UNIDADES
           PERFORM ATPCVOL-GRABAR-VOLUMEN
           .

      *----------------------------------------------------------------
      * Proceso: 888888-LOGGEAR-TRANSACCION
      *----------------------------------------------------------------
       COPY "ATPC163-PR".
       COPY "ATPC175-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCCTM-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCHIT-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
       COPY "ATPCVOL-PR".
