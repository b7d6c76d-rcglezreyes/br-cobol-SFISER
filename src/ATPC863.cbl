       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC863.
      *----------------------------------------------------------------
      * Programa de conciliacion de los pagos en linea: los avisos de
      * pago que ATPC862 asento durante el dia en PAGMEMO.DAT (ver
      * ATPCMEM-MEM.cpy) se concilian contra el PAGOS.DAT que llega a
      * la manana siguiente. Corre despues de ATPC817 (que completa
      * PAGOS.DAT) y antes de ATPC964 y ATPC968.
      *  - Por cada pago en la moneda principal de la entidad (CLAMON
      *    en blanco, cero o la principal de ATPC021) busca, en la
      *    misma cuenta, el primer aviso pendiente recibido antes de
      *    hoy por el mismo importe: el aviso queda conciliado.
      *  - Los avisos pendientes recibidos antes de hoy que ningun
      *    pago concilio se reversan y salen en el reporte con su
      *    referencia, canal, importe y fechas: el pago anunciado no
      *    llego.
      *  - En ambos casos el aviso se descuenta de los pagos en linea
      *    pendientes de la cuenta en CTAMAE.DAT (CTM-MEM-CANT y
      *    CTM-MEM-IMPORTE), pasa al historico PAGMEMO.HIS y se borra
      *    del registro. Los avisos recibidos hoy quedan pendientes
      *    para la conciliacion de manana.
      * Sin PAGOS.DAT no se concilia ni se reversa nada (RC 12): un
      * dia sin archivo no puede reversar todos los avisos. PAGOS.DAT
      * no se modifica; ATPC964 aplica los pagos como siempre.
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
           SELECT PAG-PAGOS ASSIGN TO "PAGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC863-PAG-STATUS.
      * Maestro de cuentas -- ver ATPCCTM-CTM.cpy
           SELECT CTM-MAESTRO ASSIGN TO "CTAMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTM-CLAVE
               FILE STATUS IS WS-ATPC863-CTM-STATUS.
      * Registro de pagos en linea -- ver ATPCMEM-MEM.cpy
           SELECT MEM-PAGOS ASSIGN TO "PAGMEMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEM-CLAVE
               FILE STATUS IS WS-ATPC863-MEM-STATUS.
           SELECT HIS-PAGOS ASSIGN TO "PAGMEMO.HIS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ATPC863-HIS-STATUS.
           SELECT RPT-ATPC863 ASSIGN TO "ATPC863.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Requerido porque los ATPCxxx-CARGAR-ARREGLO graban una fila de
      * control compartida -- ver ATPCCTL-CTL.cpy
           SELECT CTL-CARGAS ASSIGN TO "ATPCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCCTL-STATUS.
      * Bitacora de auditoria persistente -- ver ATPCAUD-AUD.cpy
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
       COPY "ATPCCTM-CTM".
       COPY "ATPCMEM-MEM".

       FD  PAG-PAGOS
           RECORDING MODE IS F.
       01  PAG-PAGOS-REG.
           05  PAG-ENT-CODENT                 PIC X(04).
           05  PAG-ENT-NUMCUENTA              PIC X(16).
           05  PAG-ENT-IMPORTE                PIC 9(09)V99.
           05  PAG-ENT-FECVALOR               PIC X(10).
      * Moneda del pago; en blanco o cero, la principal de la entidad
           05  PAG-ENT-CLAMON                 PIC X(03).

      * Historico de avisos resueltos: mismo layout que PAGMEMO.DAT
       FD  HIS-PAGOS.
       01  HIS-PAGOS-REG                      PIC X(101).

       FD  RPT-ATPC863
           RECORDING MODE IS F.
       01  RPT-ATPC863-REG                    PIC X(130).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPC021-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".

       77  WS-ATPC863-PAG-STATUS              PIC X(02).
       77  WS-ATPC863-CTM-STATUS              PIC X(02).
       77  WS-ATPC863-MEM-STATUS              PIC X(02).
       77  WS-ATPC863-HIS-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC863-FIN-PAGOS            VALUE 1
              WHEN SET TO FALSE 0.
       01  FILLER                             PIC 9(01).
           88 WS-ATPC863-FIN-MEMOS            VALUE 1
              WHEN SET TO FALSE 0.
       01  FILLER                             PIC 9(01).
           88 WS-ATPC863-MEMO-HALLADO         VALUE 1
              WHEN SET TO FALSE 0.
       01  FILLER                             PIC 9(01).
           88 WS-ATPC863-PAG-PRINCIPAL        VALUE 1
              WHEN SET TO FALSE 0.

      * Entidad del ultimo pago buscada en ATPC021
       01  WS-ATPC863-ENT-CODENT              PIC X(04) VALUE SPACES.
       01  WS-ATPC863-ENT-CLAMONUF            PIC X(03).
       01  FILLER                             PIC 9(01).
           88 WS-ATPC863-ENT-VALIDA           VALUE 1
              WHEN SET TO FALSE 0.

       01  WS-ATPC863-HOY.
           05  WS-ATPC863-HOY-AAAA            PIC 9(04).
           05  WS-ATPC863-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC863-HOY-MM              PIC 9(02).
           05  WS-ATPC863-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC863-HOY-DD              PIC 9(02).
       01  WS-ATPC863-HOY-AMD.
           05  WS-ATPC863-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC863-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC863-HOY-AMD-DD          PIC 9(02).

      * Contadores del resumen final
       77  WS-ATPC863-PAGOS                   PIC 9(08) VALUE 0.
       77  WS-ATPC863-PAGOS-MONEDA            PIC 9(08) VALUE 0.
       77  WS-ATPC863-CONCILIADOS             PIC 9(08) VALUE 0.
       77  WS-ATPC863-REVERSADOS              PIC 9(08) VALUE 0.
       77  WS-ATPC863-PENDIENTES              PIC 9(08) VALUE 0.
       77  WS-ATPC863-IMP-CONCILIADO          PIC 9(11)V99 VALUE 0.
       77  WS-ATPC863-IMP-REVERSADO           PIC 9(11)V99 VALUE 0.

       01  WS-ATPC863-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC863-PRINCIPAL
      *----------------------------------------------------------------
       ATPC863-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC863: CONCILIACION DE PAGOS EN LINEA                -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC863" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC021-CARGAR-ARREGLO

           ACCEPT WS-ATPC863-HOY-AMD FROM DATE YYYYMMDD
           MOVE WS-ATPC863-HOY-AMD-AAAA TO WS-ATPC863-HOY-AAAA
           MOVE WS-ATPC863-HOY-AMD-MM   TO WS-ATPC863-HOY-MM
           MOVE WS-ATPC863-HOY-AMD-DD   TO WS-ATPC863-HOY-DD

           OPEN INPUT PAG-PAGOS
           IF WS-ATPC863-PAG-STATUS NOT = "00"
              DISPLAY "ATPC863 - ERROR: no se pudo abrir PAGOS.DAT "
                      "-- FILE STATUS:[" WS-ATPC863-PAG-STATUS "] -- "
                      "no se concilian los pagos en linea"
              PERFORM ATPC863-ABORTAR
           END-IF

           OPEN I-O CTM-MAESTRO
           IF WS-ATPC863-CTM-STATUS NOT = "00"
              DISPLAY "ATPC863 - ERROR: no se pudo abrir CTAMAE.DAT "
                      "-- FILE STATUS:[" WS-ATPC863-CTM-STATUS "] -- "
                      "corrida abortada"
              CLOSE PAG-PAGOS
              PERFORM ATPC863-ABORTAR
           END-IF

      * Sin registro de pagos en linea no hay nada que conciliar
           OPEN I-O MEM-PAGOS
           IF WS-ATPC863-MEM-STATUS = "35"
              OPEN OUTPUT MEM-PAGOS
              CLOSE MEM-PAGOS
              OPEN I-O MEM-PAGOS
           END-IF
           IF WS-ATPC863-MEM-STATUS NOT = "00"
              DISPLAY "ATPC863 - ERROR: no se pudo abrir PAGMEMO.DAT "
                      "-- FILE STATUS:[" WS-ATPC863-MEM-STATUS "] -- "
                      "corrida abortada"
              CLOSE PAG-PAGOS
                    CTM-MAESTRO
              PERFORM ATPC863-ABORTAR
           END-IF

           OPEN EXTEND HIS-PAGOS
           IF WS-ATPC863-HIS-STATUS = "35"
              OPEN OUTPUT HIS-PAGOS
           END-IF

           OPEN OUTPUT RPT-ATPC863
           MOVE SPACES TO WS-ATPC863-LINEA
           STRING " CONCILIACION DE PAGOS EN LINEA DEL ["
                                              DELIMITED BY SIZE
                  WS-ATPC863-HOY              DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC863-LINEA
           WRITE RPT-ATPC863-REG FROM WS-ATPC863-LINEA
           DISPLAY WS-ATPC863-LINEA

           SET WS-ATPC863-FIN-PAGOS TO FALSE
           PERFORM UNTIL WS-ATPC863-FIN-PAGOS
              READ PAG-PAGOS
                  AT END
                     SET WS-ATPC863-FIN-PAGOS TO TRUE
                  NOT AT END
                     PERFORM ATPC863-CONCILIAR-PAGO
              END-READ
           END-PERFORM

           PERFORM ATPC863-REVERSAR-PENDIENTES
           PERFORM ATPC863-RESUMEN-FINAL

           CLOSE PAG-PAGOS
                 CTM-MAESTRO
                 MEM-PAGOS
                 HIS-PAGOS
                 RPT-ATPC863

           DISPLAY
           "- ATPC863: CONCILIACION DE PAGOS EN LINEA FINALIZADA     -"
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
      * Proceso: ATPC863-ABORTAR
      *----------------------------------------------------------------
       ATPC863-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC863-CONCILIAR-PAGO
      *----------------------------------------------------------------
      * Solo los pagos en la moneda principal pueden conciliar un
      * aviso, que siempre se asienta en esa moneda
      *----------------------------------------------------------------
       ATPC863-CONCILIAR-PAGO.
           ADD 1 TO WS-ATPC863-PAGOS
           IF PAG-ENT-CODENT NOT = WS-ATPC863-ENT-CODENT
              MOVE PAG-ENT-CODENT TO WS-ATPC863-ENT-CODENT
              INITIALIZE WS-ATPC021
              MOVE PAG-ENT-CODENT TO WS-ATPC021-CODENT
              PERFORM ATPC021-BUSCAR-EN-ARREGLO
              IF WS-ATPC021-RETORNO-OK
                 SET WS-ATPC863-ENT-VALIDA TO TRUE
                 MOVE WS-ATPC021-CLAMONUF-ALF
                   TO WS-ATPC863-ENT-CLAMONUF
              ELSE
                 SET WS-ATPC863-ENT-VALIDA TO FALSE
              END-IF
           END-IF

           SET WS-ATPC863-PAG-PRINCIPAL TO FALSE
           IF WS-ATPC863-ENT-VALIDA
              IF PAG-ENT-CLAMON = SPACES
              OR PAG-ENT-CLAMON = "000"
              OR PAG-ENT-CLAMON = WS-ATPC863-ENT-CLAMONUF
                 SET WS-ATPC863-PAG-PRINCIPAL TO TRUE
              ELSE
                 ADD 1 TO WS-ATPC863-PAGOS-MONEDA
              END-IF
           END-IF

           IF WS-ATPC863-PAG-PRINCIPAL
              PERFORM ATPC863-BUSCAR-AVISO
              IF WS-ATPC863-MEMO-HALLADO
                 SET MEM-CONCILIADO TO TRUE
                 PERFORM ATPC863-RESOLVER-AVISO
                 ADD 1 TO WS-ATPC863-CONCILIADOS
                 ADD MEM-IMPORTE TO WS-ATPC863-IMP-CONCILIADO
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC863-BUSCAR-AVISO
      *----------------------------------------------------------------
      * Recorre los avisos de la cuenta del pago y se detiene en el
      * primero pendiente, de antes de hoy y por el mismo importe
      *----------------------------------------------------------------
       ATPC863-BUSCAR-AVISO.
           SET WS-ATPC863-MEMO-HALLADO TO FALSE
           MOVE PAG-ENT-CODENT    TO MEM-CODENT
           MOVE PAG-ENT-NUMCUENTA TO MEM-NUMCUENTA
           MOVE LOW-VALUES        TO MEM-REFERENCIA
           START MEM-PAGOS KEY IS NOT LESS THAN MEM-CLAVE
               INVALID KEY
                  SET WS-ATPC863-FIN-MEMOS TO TRUE
               NOT INVALID KEY
                  SET WS-ATPC863-FIN-MEMOS TO FALSE
           END-START
           PERFORM UNTIL WS-ATPC863-FIN-MEMOS
                      OR WS-ATPC863-MEMO-HALLADO
              READ MEM-PAGOS NEXT RECORD
                  AT END
                     SET WS-ATPC863-FIN-MEMOS TO TRUE
                  NOT AT END
                     IF MEM-CODENT NOT = PAG-ENT-CODENT
                     OR MEM-NUMCUENTA NOT = PAG-ENT-NUMCUENTA
                        SET WS-ATPC863-FIN-MEMOS TO TRUE
                     ELSE
                        IF MEM-PENDIENTE
                        AND MEM-FECRECEP < WS-ATPC863-HOY
                        AND MEM-IMPORTE = PAG-ENT-IMPORTE
                           SET WS-ATPC863-MEMO-HALLADO TO TRUE
                        END-IF
                     END-IF
              END-READ
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC863-REVERSAR-PENDIENTES
      *----------------------------------------------------------------
      * Todo aviso pendiente de antes de hoy que quedo sin pago se
      * reversa; los de hoy esperan a la proxima conciliacion
      *----------------------------------------------------------------
       ATPC863-REVERSAR-PENDIENTES.
           MOVE SPACES TO WS-ATPC863-LINEA
           WRITE RPT-ATPC863-REG FROM WS-ATPC863-LINEA
           MOVE " AVISOS REVERSADOS (EL PAGO NO LLEGO EN PAGOS.DAT)"
             TO WS-ATPC863-LINEA
           WRITE RPT-ATPC863-REG FROM WS-ATPC863-LINEA

           MOVE LOW-VALUES TO MEM-CLAVE
           START MEM-PAGOS KEY IS NOT LESS THAN MEM-CLAVE
               INVALID KEY
                  SET WS-ATPC863-FIN-MEMOS TO TRUE
               NOT INVALID KEY
                  SET WS-ATPC863-FIN-MEMOS TO FALSE
           END-START
           PERFORM UNTIL WS-ATPC863-FIN-MEMOS
              READ MEM-PAGOS NEXT RECORD
                  AT END
                     SET WS-ATPC863-FIN-MEMOS TO TRUE
                  NOT AT END
                     IF MEM-PENDIENTE
                        IF MEM-FECRECEP < WS-ATPC863-HOY
                           PERFORM ATPC863-REVERSAR-AVISO
                        ELSE
                           ADD 1 TO WS-ATPC863-PENDIENTES
                        END-IF
                     END-IF
              END-READ
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC863-REVERSAR-AVISO
      *----------------------------------------------------------------
       ATPC863-REVERSAR-AVISO.
           SET MEM-REVERSADO TO TRUE
           ADD 1 TO WS-ATPC863-REVERSADOS
           ADD MEM-IMPORTE TO WS-ATPC863-IMP-REVERSADO
           IF RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF

           MOVE SPACES TO WS-ATPC863-LINEA
           STRING " ["                        DELIMITED BY SIZE
                  MEM-CODENT                  DELIMITED BY SIZE
                  "/"                         DELIMITED BY SIZE
                  MEM-NUMCUENTA               DELIMITED BY SIZE
                  "] REF ["                   DELIMITED BY SIZE
                  MEM-REFERENCIA              DELIMITED BY SIZE
                  "] CANAL ["                 DELIMITED BY SIZE
                  MEM-CANAL                   DELIMITED BY SIZE
                  "] IMPORTE ["               DELIMITED BY SIZE
                  MEM-IMPORTE                 DELIMITED BY SIZE
                  "] VALOR ["                 DELIMITED BY SIZE
                  MEM-FECVALOR                DELIMITED BY SIZE
                  "] RECIBIDO ["              DELIMITED BY SIZE
                  MEM-FECRECEP                DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC863-LINEA
           WRITE RPT-ATPC863-REG FROM WS-ATPC863-LINEA
           DISPLAY "ATPC863 - ALERTA: aviso reversado"
                   WS-ATPC863-LINEA

           PERFORM ATPC863-RESOLVER-AVISO
           .

      *----------------------------------------------------------------
      * Proceso: ATPC863-RESOLVER-AVISO
      *----------------------------------------------------------------
      * Descuenta el aviso de la cuenta, lo pasa al historico y lo
      * borra del registro (el estado ya viene puesto)
      *----------------------------------------------------------------
       ATPC863-RESOLVER-AVISO.
           MOVE WS-ATPC863-HOY TO MEM-FECRESOL

           MOVE MEM-CODENT    TO CTM-CODENT
           MOVE MEM-NUMCUENTA TO CTM-NUMCUENTA
           READ CTM-MAESTRO KEY IS CTM-CLAVE
               INVALID KEY
                  DISPLAY "ATPC863 - ALERTA: cuenta [" MEM-CODENT "/"
                          MEM-NUMCUENTA "] del aviso no esta en "
                          "CTAMAE.DAT"
                  IF RETURN-CODE < 4
                     MOVE 4 TO RETURN-CODE
                  END-IF
               NOT INVALID KEY
                  IF CTM-MEM-CANT > 1
                     SUBTRACT 1 FROM CTM-MEM-CANT
                  ELSE
                     MOVE ZEROES TO CTM-MEM-CANT
                  END-IF
                  IF CTM-MEM-IMPORTE > MEM-IMPORTE
                  AND CTM-MEM-CANT > ZEROES
                     SUBTRACT MEM-IMPORTE FROM CTM-MEM-IMPORTE
                  ELSE
                     MOVE ZEROES TO CTM-MEM-IMPORTE
                  END-IF
                  REWRITE CTM-MAESTRO-REG
                      INVALID KEY
                         DISPLAY "ATPC863 - ALERTA: no se pudo grabar "
                                 "la cuenta [" MEM-CODENT "/"
                                 MEM-NUMCUENTA "]"
                         IF RETURN-CODE < 4
                            MOVE 4 TO RETURN-CODE
                         END-IF
                  END-REWRITE
           END-READ

           WRITE HIS-PAGOS-REG FROM MEM-PAGOS-REG
           DELETE MEM-PAGOS RECORD
               INVALID KEY
                  DISPLAY "ATPC863 - ALERTA: no se pudo borrar el "
                          "aviso [" MEM-CLAVE "]"
                  IF RETURN-CODE < 4
                     MOVE 4 TO RETURN-CODE
                  END-IF
           END-DELETE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC863-RESUMEN-FINAL
      *----------------------------------------------------------------
       ATPC863-RESUMEN-FINAL.
           MOVE SPACES TO WS-ATPC863-LINEA
           WRITE RPT-ATPC863-REG FROM WS-ATPC863-LINEA
           STRING " PAGOS LEIDOS: "           DELIMITED BY SIZE
                  WS-ATPC863-PAGOS            DELIMITED BY SIZE
                  "  EN MONEDA ADICIONAL: "   DELIMITED BY SIZE
                  WS-ATPC863-PAGOS-MONEDA     DELIMITED BY SIZE
             INTO WS-ATPC863-LINEA
           WRITE RPT-ATPC863-REG FROM WS-ATPC863-LINEA
           DISPLAY WS-ATPC863-LINEA

           MOVE SPACES TO WS-ATPC863-LINEA
           STRING " AVISOS CONCILIADOS: "     DELIMITED BY SIZE
                  WS-ATPC863-CONCILIADOS      DELIMITED BY SIZE
                  "  IMPORTE: "               DELIMITED BY SIZE
                  WS-ATPC863-IMP-CONCILIADO   DELIMITED BY SIZE
             INTO WS-ATPC863-LINEA
           WRITE RPT-ATPC863-REG FROM WS-ATPC863-LINEA
           DISPLAY WS-ATPC863-LINEA

           MOVE SPACES TO WS-ATPC863-LINEA
           STRING " AVISOS REVERSADOS: "      DELIMITED BY SIZE
                  WS-ATPC863-REVERSADOS       DELIMITED BY SIZE
                  "  IMPORTE: "               DELIMITED BY SIZE
                  WS-ATPC863-IMP-REVERSADO    DELIMITED BY SIZE
             INTO WS-ATPC863-LINEA
           WRITE RPT-ATPC863-REG FROM WS-ATPC863-LINEA
           DISPLAY WS-ATPC863-LINEA

           MOVE SPACES TO WS-ATPC863-LINEA
           STRING " AVISOS DE HOY PENDIENTES: "
                                              DELIMITED BY SIZE
                  WS-ATPC863-PENDIENTES       DELIMITED BY SIZE
             INTO WS-ATPC863-LINEA
           WRITE RPT-ATPC863-REG FROM WS-ATPC863-LINEA
           DISPLAY WS-ATPC863-LINEA
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

       COPY "ATPC021-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
