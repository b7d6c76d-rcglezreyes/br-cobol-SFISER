      *      corrida ATPCRUN y fecha), asienta la fila de catalogo en
      *      RPTCAT.DAT y DEPURA las generaciones mas viejas que la
      *      retencion, con el mismo enfoque de resguardo y reescritura
      *      que ATPC918 aplica a las bitacoras. Al catalogar el
      *      reporte de ATPC954 la misma retencion depura tambien el
      *      historico de extractos EXTHIST.DAT (ver ATPCEXH-EXH.cpy):
      *      se borran los extractos con fecha de ciclo fuera de ella;
      *
      *  L = LISTAR (consola): el operador se identifica y autoriza
      *      con la funcion "B" de su perfil ATPC163 (la misma del
      *      fecha (blanco = catalogo completo) para ver las
      *      generaciones disponibles y, si elige una, su contenido.
      *
      * Al final de la cadena ATPC864 toma de la cola la generacion
      * del dia de los reportes repartibles y la reparte por entidad
      * al portal de bancos asociados.
      *
      * Dependencias:
      *  - Debe estar declarada la rutina para manejo de errores
      *    888888-LOGGEAR-TRANSACCION
           SELECT CAT-TRABAJO ASSIGN TO "RPTCAT.TRB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC992-CTB-STATUS.
      * Historico de extractos -- ver ATPCEXH-EXH.cpy
           SELECT EXH-HISTORICO ASSIGN TO "EXTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXH-CLAVE
               FILE STATUS IS WS-ATPC992-EXH-STATUS.
      * Cerrojo de serializacion de bitacoras -- ver ATPCLCK-LCK.cpy
      * Requerido porque ATPC163-CARGAR-ARREGLO graba una fila de
      * control compartida -- ver ATPCCTL-CTL.cpy
       COPY "ATPCACT-ACT".
       COPY "ATPCLCK-LCK".
       COPY "ATPCEXC-EXC".
       COPY "ATPCEXH-EXH".

       FD  PRM-ATPC992
           RECORDING MODE IS F.
       77  WS-ATPC992-STB-STATUS              PIC X(02).
       77  WS-ATPC992-CAT-STATUS              PIC X(02).
       77  WS-ATPC992-CTB-STATUS              PIC X(02).
       77  WS-ATPC992-EXH-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC992-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.
       01  FILLER                             PIC 9(01).
           88 WS-ATPC992-FIN-HISTORICO        VALUE 1
              WHEN SET TO FALSE 0.
       01  FILLER                             PIC X(01).
           88 WS-ATPC992-EN-GENERACION        VALUE "S"
              WHEN SET TO FALSE "N".
           05  WS-ATPC992-GEN-AAAA            PIC 9(04).
           05  WS-ATPC992-GEN-MM              PIC 9(02).
           05  WS-ATPC992-GEN-DD              PIC 9(02).
      * Fecha de ciclo del extracto archivado (AAAA-MM-DD)
       01  WS-ATPC992-CICLO.
           05  WS-ATPC992-CICLO-AAAA          PIC 9(04).
           05  FILLER                         PIC X(01).
           05  WS-ATPC992-CICLO-MM            PIC 9(02).
           05  FILLER                         PIC X(01).
           05  WS-ATPC992-CICLO-DD            PIC 9(02).

      * Contadores de la corrida
       77  WS-ATPC992-LINEAS                  PIC 9(06) VALUE 0.
       77  WS-ATPC992-PODADAS                 PIC 9(06) VALUE 0.
       77  WS-ATPC992-EXH-BORRADAS            PIC 9(08) VALUE 0.
       77  WS-ATPC992-MOSTRADAS               PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
           ELSE
              PERFORM ATPC992-AGREGAR-GENERACION
              PERFORM ATPC992-PODAR-RETENCION
              IF WS-ATPC992-PROGRAMA = "ATPC954"
                 PERFORM ATPC992-PODAR-HISTORICO
              END-IF
           END-IF
           .

           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC992-PODAR-HISTORICO
      *----------------------------------------------------------------
      * Borra de EXTHIST.DAT las lineas de los extractos cuya fecha de
      * ciclo quedo fuera de la retencion de los reportes de ATPC954;
      * sin historico no hay nada que depurar
      *----------------------------------------------------------------
       ATPC992-PODAR-HISTORICO.
           OPEN I-O EXH-HISTORICO
           IF WS-ATPC992-EXH-STATUS NOT = "00"
              DISPLAY "ATPC992 - AVISO: sin EXTHIST.DAT -- FILE "
                      "STATUS:[" WS-ATPC992-EXH-STATUS "] -- no se "
                      "depura el historico de extractos"
           ELSE
              MOVE LOW-VALUES TO EXH-CLAVE
              START EXH-HISTORICO KEY IS NOT LESS THAN EXH-CLAVE
                  INVALID KEY
                     SET WS-ATPC992-FIN-HISTORICO TO TRUE
                  NOT INVALID KEY
                     SET WS-ATPC992-FIN-HISTORICO TO FALSE
              END-START
              PERFORM UNTIL WS-ATPC992-FIN-HISTORICO
                 READ EXH-HISTORICO NEXT RECORD
                     AT END
                        SET WS-ATPC992-FIN-HISTORICO TO TRUE
                     NOT AT END
                        PERFORM ATPC992-EVALUAR-EXTRACTO
                 END-READ
              END-PERFORM
              CLOSE EXH-HISTORICO
              DISPLAY "ATPC992: lineas de extracto depuradas del "
                      "historico [" WS-ATPC992-EXH-BORRADAS "]"
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC992-EVALUAR-EXTRACTO
      *----------------------------------------------------------------
       ATPC992-EVALUAR-EXTRACTO.
           MOVE EXH-FECCICLO TO WS-ATPC992-CICLO
           IF  WS-ATPC992-CICLO-AAAA IS NUMERIC
           AND WS-ATPC992-CICLO-MM   IS NUMERIC
           AND WS-ATPC992-CICLO-DD   IS NUMERIC
              COMPUTE WS-ATPC992-IDX-GEN =
                 WS-ATPC992-CICLO-AAAA * 365
                 + WS-ATPC992-CICLO-MM * 31
                 + WS-ATPC992-CICLO-DD
              IF WS-ATPC992-IDX-GEN + WS-ATPC992-RETENCION <
                 WS-ATPC992-IDX-HOY
                 DELETE EXH-HISTORICO RECORD
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        ADD 1 TO WS-ATPC992-EXH-BORRADAS
                 END-DELETE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC992-MODO-LISTAR
      *----------------------------------------------------------------
