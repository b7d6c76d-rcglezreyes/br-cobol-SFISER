       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC862.
      *----------------------------------------------------------------
      * Programa de escucha de los avisos de pago en linea: los pagos
      * hechos en sucursal o por el canal en linea recien llegan en el
      * PAGOS.DAT de la manana siguiente y, hasta entonces, la cola de
      * cobranzas, la consulta ATPC973 y el disponible de compra ven
      * al cliente como impago. Este programa queda escuchando la
      * cola de entrada de avisos de pago por la interfaz MQCOPY --
      * el mismo contrato de mensajeria de los servicios CT-ATPCxxx,
      * despachado al servicio receptor ATPCREC -- y por cada aviso --
      *  - lo asienta pendiente en el registro de pagos en linea
      *    PAGMEMO.DAT (ver ATPCMEM-MEM.cpy); el aviso repetido (misma
      *    cuenta y referencia) se cuenta como duplicado y no se
      *    vuelve a asentar;
      *  - suma el pago a los pagos en linea pendientes de la cuenta
      *    en CTAMAE.DAT (CTM-MEM-CANT, CTM-MEM-IMPORTE y la fecha del
      *    aviso);
      *  - saca la cuenta de la cola de cobranzas del dia
      *    (WORKLIST.DAT de ATPC968, que sirve ATPC969): las filas de
      *    la cuenta se quitan copiando la lista en WORKLIST.TRB y de
      *    vuelta, y el reporte anota el gestor que la tenia.
      * Se rechazan, con el motivo en el reporte, los avisos de una
      * entidad inexistente en ATPC021, de una cuenta que no esta en
      * el maestro, con importe no numerico o en cero, sin
      * referencia, con canal distinto de O (sucursal) y W (en linea)
      * o en una moneda que no es la principal de la entidad (esos
      * pagos esperan al PAGOS.DAT).
      *
      * La escucha termina al llegar la hora de corte, con el aviso de
      * control "FIN" o cuando el servicio falla: la falla transitoria
      * se reintenta hasta tres veces con una pausa; agotados los
      * reintentos, o ante cualquier otra falla, la corrida termina
      * con RC 12 y lo ya asentado queda firme. Sin avisos en la cola
      * el programa espera la pausa y vuelve a pedir.
      *
      * Layout del aviso (MQCOPY-MENSAJE): TIPO(3) "PAG" o "FIN"
      * REFERENCIA(20) CANAL(1) CODENT(4) NUMCUENTA(16) IMPORTE(11, 2
      * decimales implicitos) FECVALOR(10) CLAMON(3, en blanco o cero
      * es la principal).
      *
      * Layout de ATPC862.PRM (opcional): HORACORTE(6 HHMMSS, defecto
      * 230000) PAUSA(2 segundos sin avisos, defecto 05).
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
           SELECT PRM-ATPC862 ASSIGN TO "ATPC862.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC862-PRM-STATUS.
      * Maestro de cuentas -- ver ATPCCTM-CTM.cpy
           SELECT CTM-MAESTRO ASSIGN TO "CTAMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTM-CLAVE
               FILE STATUS IS WS-ATPC862-CTM-STATUS.
      * Registro de pagos en linea -- ver ATPCMEM-MEM.cpy
           SELECT MEM-PAGOS ASSIGN TO "PAGMEMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEM-CLAVE
               FILE STATUS IS WS-ATPC862-MEM-STATUS.
           SELECT WRK-LISTA ASSIGN TO "WORKLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC862-WRK-STATUS.
           SELECT WRK-TRABAJO ASSIGN TO "WORKLIST.TRB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC862-TRB-STATUS.
           SELECT RPT-ATPC862 ASSIGN TO "ATPC862.RPT"
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

       FD  PRM-ATPC862
           RECORDING MODE IS F.
       01  PRM-ATPC862-REG.
           05  PRM-ATPC862-HORACORTE          PIC X(06).
           05  PRM-ATPC862-PAUSA              PIC X(02).

       FD  WRK-LISTA
           RECORDING MODE IS F.
       01  WRK-LISTA-REG.
           05  WRK-CODOPER                    PIC X(08).
           05  WRK-ORDEN                      PIC 9(04).
           05  WRK-CODENT                     PIC X(04).
           05  WRK-NUMCUENTA                  PIC X(16).
           05  WRK-CODESTCTA                  PIC 9(02).
           05  WRK-TIPESTCTA                  PIC X(01).
           05  WRK-DIAS                       PIC 9(03).
           05  WRK-SALDO                      PIC 9(09)V99.

       FD  WRK-TRABAJO
           RECORDING MODE IS F.
       01  WRK-TRABAJO-REG                    PIC X(49).

       FD  RPT-ATPC862
           RECORDING MODE IS F.
       01  RPT-ATPC862-REG                    PIC X(130).

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

      * Nombre del servicio receptor de la cola de entrada
       77  CT-ATPCREC                         PIC X(07)
           VALUE "ATPCREC".

       77  WS-ATPC862-PRM-STATUS              PIC X(02).
       77  WS-ATPC862-CTM-STATUS              PIC X(02).
       77  WS-ATPC862-MEM-STATUS              PIC X(02).
       77  WS-ATPC862-WRK-STATUS              PIC X(02).
       77  WS-ATPC862-TRB-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC862-FIN-ESCUCHA          VALUE 1
              WHEN SET TO FALSE 0.
       01  FILLER                             PIC 9(01).
           88 WS-ATPC862-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.
       01  FILLER                             PIC X(01).
           88 WS-ATPC862-EN-COLA              VALUE "S"
              WHEN SET TO FALSE "N".

      * Aviso de pago recibido
       01  WS-ATPC862-MENSAJE.
           05  WS-ATPC862-MSJ-TIPO            PIC X(03).
               88  WS-ATPC862-MSJ-PAGO        VALUE "PAG".
               88  WS-ATPC862-MSJ-FIN         VALUE "FIN".
           05  WS-ATPC862-MSJ-REFERENCIA      PIC X(20).
           05  WS-ATPC862-MSJ-CANAL           PIC X(01).
               88  WS-ATPC862-MSJ-CANAL-OK    VALUE "O" "W".
           05  WS-ATPC862-MSJ-CODENT          PIC X(04).
           05  WS-ATPC862-MSJ-NUMCUENTA       PIC X(16).
           05  WS-ATPC862-MSJ-IMPORTE         PIC 9(09)V99.
           05  WS-ATPC862-MSJ-IMPORTE-ALF
               REDEFINES WS-ATPC862-MSJ-IMPORTE
                                              PIC X(11).
           05  WS-ATPC862-MSJ-FECVALOR        PIC X(10).
           05  WS-ATPC862-MSJ-CLAMON          PIC X(03).

      * Hora de corte, pausa sin avisos y reintentos del servicio
       77  WS-ATPC862-HORACORTE               PIC 9(06) VALUE 230000.
       77  WS-ATPC862-PAUSA-SEG               PIC 9(02) VALUE 5.
       77  WS-ATPC862-REINTENTOS-MAX          PIC 9(01) VALUE 3.
       77  WS-ATPC862-REINTENTO               PIC 9(01) VALUE 0.
       01  WS-ATPC862-HORA.
           05  WS-ATPC862-HORA-HMS            PIC 9(06).
           05  WS-ATPC862-HORA-CC             PIC 9(02).
       01  WS-ATPC862-MOTIVO-FIN              PIC X(40).
       01  WS-ATPC862-MOTIVO                  PIC X(30).
       01  WS-ATPC862-GESTOR                  PIC X(08).
       01  WS-ATPC862-COLA                    PIC X(32).

       01  WS-ATPC862-HOY.
           05  WS-ATPC862-HOY-AAAA            PIC 9(04).
           05  WS-ATPC862-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC862-HOY-MM              PIC 9(02).
           05  WS-ATPC862-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC862-HOY-DD              PIC 9(02).
       01  WS-ATPC862-HOY-AMD.
           05  WS-ATPC862-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC862-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC862-HOY-AMD-DD          PIC 9(02).

      * Contadores del resumen final
       77  WS-ATPC862-RECIBIDOS               PIC 9(08) VALUE 0.
       77  WS-ATPC862-ASENTADOS               PIC 9(08) VALUE 0.
       77  WS-ATPC862-DUPLICADOS              PIC 9(08) VALUE 0.
       77  WS-ATPC862-RECHAZADOS              PIC 9(08) VALUE 0.
       77  WS-ATPC862-RETIRADAS               PIC 9(08) VALUE 0.
       77  WS-ATPC862-IMPORTE                 PIC 9(11)V99 VALUE 0.

       01  WS-ATPC862-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC862-PRINCIPAL
      *----------------------------------------------------------------
       ATPC862-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC862: ESCUCHA DE AVISOS DE PAGO EN LINEA            -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC862" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC021-CARGAR-ARREGLO

           PERFORM ATPC862-LEER-PARAMETROS
           PERFORM ATPC862-TOMAR-FECHA

           OPEN OUTPUT RPT-ATPC862
           MOVE SPACES TO WS-ATPC862-LINEA
           STRING " AVISOS DE PAGO EN LINEA DEL ["
                                              DELIMITED BY SIZE
                  WS-ATPC862-HOY              DELIMITED BY SIZE
                  "] -- CORTE ["              DELIMITED BY SIZE
                  WS-ATPC862-HORACORTE        DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC862-LINEA
           WRITE RPT-ATPC862-REG FROM WS-ATPC862-LINEA
           DISPLAY WS-ATPC862-LINEA

           OPEN I-O CTM-MAESTRO
           IF WS-ATPC862-CTM-STATUS NOT = "00"
              DISPLAY "ATPC862 - ERROR: no se pudo abrir CTAMAE.DAT "
                      "-- FILE STATUS:[" WS-ATPC862-CTM-STATUS "] -- "
                      "corrida abortada"
              CLOSE RPT-ATPC862
              PERFORM ATPC862-ABORTAR
           END-IF

      * La primera corrida crea el registro vacio
           OPEN I-O MEM-PAGOS
           IF WS-ATPC862-MEM-STATUS = "35"
              OPEN OUTPUT MEM-PAGOS
              CLOSE MEM-PAGOS
              OPEN I-O MEM-PAGOS
           END-IF
           IF WS-ATPC862-MEM-STATUS NOT = "00"
              DISPLAY "ATPC862 - ERROR: no se pudo abrir PAGMEMO.DAT "
                      "-- FILE STATUS:[" WS-ATPC862-MEM-STATUS "] -- "
                      "corrida abortada"
              CLOSE CTM-MAESTRO
                    RPT-ATPC862
              PERFORM ATPC862-ABORTAR
           END-IF

           SET WS-ATPC862-FIN-ESCUCHA TO FALSE
           PERFORM UNTIL WS-ATPC862-FIN-ESCUCHA
              PERFORM ATPC862-RECIBIR-AVISO
              IF NOT WS-ATPC862-FIN-ESCUCHA
                 ACCEPT WS-ATPC862-HORA FROM TIME
                 IF WS-ATPC862-HORA-HMS NOT < WS-ATPC862-HORACORTE
                    SET WS-ATPC862-FIN-ESCUCHA TO TRUE
                    MOVE "HORA DE CORTE" TO WS-ATPC862-MOTIVO-FIN
                 END-IF
              END-IF
           END-PERFORM

           PERFORM ATPC862-RESUMEN-FINAL

           CLOSE CTM-MAESTRO
                 MEM-PAGOS
                 RPT-ATPC862

           DISPLAY
           "- ATPC862: ESCUCHA DE AVISOS DE PAGO FINALIZADA          -"
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
      * Proceso: ATPC862-ABORTAR
      *----------------------------------------------------------------
       ATPC862-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC862-LEER-PARAMETROS
      *----------------------------------------------------------------
       ATPC862-LEER-PARAMETROS.
           OPEN INPUT PRM-ATPC862
           IF WS-ATPC862-PRM-STATUS = "00"
              READ PRM-ATPC862
                  AT END
                     CONTINUE
                  NOT AT END
                     IF PRM-ATPC862-HORACORTE IS NUMERIC
                        MOVE PRM-ATPC862-HORACORTE
                          TO WS-ATPC862-HORACORTE
                     ELSE
                        DISPLAY "ATPC862 - ALERTA: HORACORTE de "
                                "ATPC862.PRM invalida ["
                                PRM-ATPC862-HORACORTE "] -- se usa "
                                WS-ATPC862-HORACORTE
                        IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                        END-IF
                     END-IF
                     IF PRM-ATPC862-PAUSA IS NUMERIC
                     AND PRM-ATPC862-PAUSA > ZEROES
                        MOVE PRM-ATPC862-PAUSA TO WS-ATPC862-PAUSA-SEG
                     END-IF
              END-READ
              CLOSE PRM-ATPC862
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC862-TOMAR-FECHA
      *----------------------------------------------------------------
       ATPC862-TOMAR-FECHA.
           ACCEPT WS-ATPC862-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC862-HOY-G1 WS-ATPC862-HOY-G2
           MOVE WS-ATPC862-HOY-AMD-AAAA TO WS-ATPC862-HOY-AAAA
           MOVE WS-ATPC862-HOY-AMD-MM   TO WS-ATPC862-HOY-MM
           MOVE WS-ATPC862-HOY-AMD-DD   TO WS-ATPC862-HOY-DD
           ACCEPT WS-ATPC862-HORA FROM TIME
           .

      *----------------------------------------------------------------
      * Proceso: ATPC862-RECIBIR-AVISO
      *----------------------------------------------------------------
      * Pide el proximo aviso al servicio receptor; la falla
      * transitoria se reintenta con pausa y cualquier otra corta la
      * escucha
      *----------------------------------------------------------------
       ATPC862-RECIBIR-AVISO.
           INITIALIZE MQCOPY
           MOVE CT-ATPCREC          TO MQCOPY-PROGRAMA-REAL
           MOVE CT-ATPCREC          TO MQCOPY-PROGRAMA
           MOVE "PAGLINEA"          TO MQCOPY-NOMBRE-TABLA
           SET MQCOPY-SIGUIENTE     TO TRUE
           MOVE ZEROES              TO MQCOPY-RETORNO

           IF SI-LOGGEA-SERVICIO
              MOVE "I"              TO INDICADOR_I-O OF MPMLOG
              MOVE CT-ATPCREC       TO CODIGO_RUTINA OF MPMLOG
              MOVE MQCOPY           TO MENSAJE_COPY  OF MPMLOG
              PERFORM 888888-LOGGEAR-TRANSACCION
           END-IF

           CALL CT-ATPCREC USING WS-MQCOPY
              ON EXCEPTION
                 MOVE 99 TO MQCOPY-RETORNO
           END-CALL

           IF SI-LOGGEA-SERVICIO
              MOVE "O"              TO INDICADOR_I-O OF MPMLOG
              MOVE CT-ATPCREC       TO CODIGO_RUTINA OF MPMLOG
              MOVE MQCOPY           TO MENSAJE_COPY  OF MPMLOG
              PERFORM 888888-LOGGEAR-TRANSACCION
           END-IF

           EVALUATE TRUE
              WHEN MQCOPY-RETORNO = CT-RETORNO-OK
               AND MQCOPY-IND-MAS-DATOS = CT-S
                 MOVE ZEROES TO WS-ATPC862-REINTENTO
                 MOVE MQCOPY-MENSAJE TO WS-ATPC862-MENSAJE
                 PERFORM ATPC862-PROCESAR-AVISO
              WHEN MQCOPY-RETORNO = CT-RETORNO-OK
                 MOVE ZEROES TO WS-ATPC862-REINTENTO
                 CALL "C$SLEEP" USING WS-ATPC862-PAUSA-SEG
              WHEN MQCOPY-RETORNO = CT-RETORNO-TRANSITORIO
               AND WS-ATPC862-REINTENTO < WS-ATPC862-REINTENTOS-MAX
                 ADD 1 TO WS-ATPC862-REINTENTO
                 DISPLAY "ATPC862 - falla transitoria del servicio -- "
                         "reintento [" WS-ATPC862-REINTENTO "] de ["
                         WS-ATPC862-REINTENTOS-MAX "]"
                 CALL "C$SLEEP" USING WS-ATPC862-PAUSA-SEG
              WHEN OTHER
                 SET WS-ATPC862-FIN-ESCUCHA TO TRUE
                 MOVE "FALLA DEL SERVICIO RECEPTOR"
                   TO WS-ATPC862-MOTIVO-FIN
                 DISPLAY "ATPC862 - ERROR: falla del servicio receptor "
                         "-- RETORNO [" MQCOPY-RETORNO "] COD.ERROR ["
                         MQCOPY-COD-ERROR "] -- escucha terminada"
                 MOVE 12 TO RETURN-CODE
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC862-PROCESAR-AVISO
      *----------------------------------------------------------------
       ATPC862-PROCESAR-AVISO.
           PERFORM ATPC862-TOMAR-FECHA
           IF WS-ATPC862-MSJ-FIN
              SET WS-ATPC862-FIN-ESCUCHA TO TRUE
              MOVE "AVISO DE CONTROL FIN" TO WS-ATPC862-MOTIVO-FIN
           ELSE
              ADD 1 TO WS-ATPC862-RECIBIDOS
              PERFORM ATPC862-VALIDAR-AVISO
              IF WS-ATPC862-MOTIVO = SPACES
                 PERFORM ATPC862-ASENTAR-AVISO
              END-IF
              IF WS-ATPC862-MOTIVO NOT = SPACES
                 PERFORM ATPC862-INFORMAR-RECHAZO
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC862-VALIDAR-AVISO
      *----------------------------------------------------------------
      * Deja el motivo de rechazo en WS-ATPC862-MOTIVO (espacios = el
      * aviso es valido) y, si es valido, la cuenta leida en el
      * maestro
      *----------------------------------------------------------------
       ATPC862-VALIDAR-AVISO.
           MOVE SPACES TO WS-ATPC862-MOTIVO
           INITIALIZE WS-ATPC021
           MOVE WS-ATPC862-MSJ-CODENT TO WS-ATPC021-CODENT
           PERFORM ATPC021-BUSCAR-EN-ARREGLO

           EVALUATE TRUE
              WHEN NOT WS-ATPC862-MSJ-PAGO
                 MOVE "TIPO DE AVISO DESCONOCIDO" TO WS-ATPC862-MOTIVO
              WHEN WS-ATPC862-MSJ-REFERENCIA = SPACES
                 MOVE "SIN REFERENCIA"        TO WS-ATPC862-MOTIVO
              WHEN NOT WS-ATPC862-MSJ-CANAL-OK
                 MOVE "CANAL INVALIDO"        TO WS-ATPC862-MOTIVO
              WHEN WS-ATPC862-MSJ-IMPORTE-ALF IS NOT NUMERIC
                 MOVE "IMPORTE NO NUMERICO"   TO WS-ATPC862-MOTIVO
              WHEN WS-ATPC862-MSJ-IMPORTE = ZEROES
                 MOVE "IMPORTE EN CERO"       TO WS-ATPC862-MOTIVO
              WHEN NOT WS-ATPC021-RETORNO-OK
                 MOVE "ENTIDAD INEXISTENTE"   TO WS-ATPC862-MOTIVO
              WHEN WS-ATPC862-MSJ-CLAMON NOT = SPACES
               AND WS-ATPC862-MSJ-CLAMON NOT = "000"
               AND WS-ATPC862-MSJ-CLAMON NOT = WS-ATPC021-CLAMONUF-ALF
                 MOVE "MONEDA ADICIONAL"      TO WS-ATPC862-MOTIVO
              WHEN OTHER
                 MOVE WS-ATPC862-MSJ-CODENT    TO CTM-CODENT
                 MOVE WS-ATPC862-MSJ-NUMCUENTA TO CTM-NUMCUENTA
                 READ CTM-MAESTRO KEY IS CTM-CLAVE
                     INVALID KEY
                        MOVE "CUENTA INEXISTENTE" TO WS-ATPC862-MOTIVO
                 END-READ
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC862-ASENTAR-AVISO
      *----------------------------------------------------------------
      * Graba el aviso pendiente, lo suma a la cuenta y la saca de la
      * cola de cobranzas
      *----------------------------------------------------------------
       ATPC862-ASENTAR-AVISO.
           INITIALIZE MEM-PAGOS-REG
           MOVE WS-ATPC862-MSJ-CODENT     TO MEM-CODENT
           MOVE WS-ATPC862-MSJ-NUMCUENTA  TO MEM-NUMCUENTA
           MOVE WS-ATPC862-MSJ-REFERENCIA TO MEM-REFERENCIA
           MOVE WS-ATPC862-MSJ-CANAL      TO MEM-CANAL
           MOVE WS-ATPC862-MSJ-IMPORTE    TO MEM-IMPORTE
           MOVE WS-ATPC862-MSJ-FECVALOR   TO MEM-FECVALOR
           MOVE WS-ATPC862-HOY            TO MEM-FECRECEP
           MOVE WS-ATPC862-HORA-HMS       TO MEM-HORRECEP
           SET MEM-PENDIENTE TO TRUE
           MOVE WS-ATPCRUN-RUNID          TO MEM-RUNID
           WRITE MEM-PAGOS-REG
               INVALID KEY
                  ADD 1 TO WS-ATPC862-DUPLICADOS
                  DISPLAY "ATPC862 - AVISO: aviso duplicado ["
                          MEM-CLAVE "] -- no se asienta"
               NOT INVALID KEY
                  PERFORM ATPC862-ACTUALIZAR-CUENTA
           END-WRITE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC862-ACTUALIZAR-CUENTA
      *----------------------------------------------------------------
      * Si la cuenta no se puede grabar el aviso se borra y se rechaza
      *----------------------------------------------------------------
       ATPC862-ACTUALIZAR-CUENTA.
           ADD 1                      TO CTM-MEM-CANT
           ADD WS-ATPC862-MSJ-IMPORTE TO CTM-MEM-IMPORTE
           MOVE WS-ATPC862-HOY        TO CTM-MEM-FECULT
           REWRITE CTM-MAESTRO-REG
               INVALID KEY
                  CONTINUE
           END-REWRITE

           IF WS-ATPC862-CTM-STATUS NOT = "00"
              MOVE "CUENTA NO GRABADA"  TO WS-ATPC862-MOTIVO
              DELETE MEM-PAGOS RECORD
                  INVALID KEY
                     CONTINUE
              END-DELETE
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              ADD 1 TO WS-ATPC862-ASENTADOS
              ADD WS-ATPC862-MSJ-IMPORTE TO WS-ATPC862-IMPORTE
              PERFORM ATPC862-RETIRAR-DE-COLA
              MOVE SPACES TO WS-ATPC862-COLA
              IF WS-ATPC862-EN-COLA
                 STRING " FUERA DE LA COLA DE ["
                                              DELIMITED BY SIZE
                        WS-ATPC862-GESTOR     DELIMITED BY SIZE
                        "]"                   DELIMITED BY SIZE
                   INTO WS-ATPC862-COLA
              END-IF

              MOVE SPACES TO WS-ATPC862-LINEA
              STRING " ASENTADO ["            DELIMITED BY SIZE
                     MEM-CODENT               DELIMITED BY SIZE
                     "/"                      DELIMITED BY SIZE
                     MEM-NUMCUENTA            DELIMITED BY SIZE
                     "] REF ["                DELIMITED BY SIZE
                     MEM-REFERENCIA           DELIMITED BY SIZE
                     "] CANAL ["              DELIMITED BY SIZE
                     MEM-CANAL                DELIMITED BY SIZE
                     "] IMPORTE ["            DELIMITED BY SIZE
                     MEM-IMPORTE              DELIMITED BY SIZE
                     "] HORA ["               DELIMITED BY SIZE
                     MEM-HORRECEP             DELIMITED BY SIZE
                     "]"                      DELIMITED BY SIZE
                     WS-ATPC862-COLA          DELIMITED BY SIZE
                INTO WS-ATPC862-LINEA
              WRITE RPT-ATPC862-REG FROM WS-ATPC862-LINEA
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC862-RETIRAR-DE-COLA
      *----------------------------------------------------------------
      * Copia la lista del dia sin las filas de la cuenta en
      * WORKLIST.TRB y, si la cuenta estaba, la copia de vuelta
      *----------------------------------------------------------------
       ATPC862-RETIRAR-DE-COLA.
           SET WS-ATPC862-EN-COLA TO FALSE
           MOVE SPACES TO WS-ATPC862-GESTOR
           OPEN INPUT WRK-LISTA
           IF WS-ATPC862-WRK-STATUS = "00"
              OPEN OUTPUT WRK-TRABAJO
              SET WS-ATPC862-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC862-FIN-ENTRADA
                 READ WRK-LISTA
                     AT END
                        SET WS-ATPC862-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF WRK-CODENT = MEM-CODENT
                        AND WRK-NUMCUENTA = MEM-NUMCUENTA
                           SET WS-ATPC862-EN-COLA TO TRUE
                           MOVE WRK-CODOPER TO WS-ATPC862-GESTOR
                        ELSE
                           WRITE WRK-TRABAJO-REG FROM WRK-LISTA-REG
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE WRK-LISTA
                    WRK-TRABAJO

              IF WS-ATPC862-EN-COLA
                 ADD 1 TO WS-ATPC862-RETIRADAS
                 OPEN INPUT WRK-TRABAJO
                 OPEN OUTPUT WRK-LISTA
                 SET WS-ATPC862-FIN-ENTRADA TO FALSE
                 PERFORM UNTIL WS-ATPC862-FIN-ENTRADA
                    READ WRK-TRABAJO
                        AT END
                           SET WS-ATPC862-FIN-ENTRADA TO TRUE
                        NOT AT END
                           WRITE WRK-LISTA-REG FROM WRK-TRABAJO-REG
                    END-READ
                 END-PERFORM
                 CLOSE WRK-TRABAJO
                       WRK-LISTA
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC862-INFORMAR-RECHAZO
      *----------------------------------------------------------------
       ATPC862-INFORMAR-RECHAZO.
           ADD 1 TO WS-ATPC862-RECHAZADOS
           IF RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO WS-ATPC862-LINEA
           STRING " RECHAZADO ["              DELIMITED BY SIZE
                  WS-ATPC862-MSJ-CODENT       DELIMITED BY SIZE
                  "/"                         DELIMITED BY SIZE
                  WS-ATPC862-MSJ-NUMCUENTA    DELIMITED BY SIZE
                  "] REF ["                   DELIMITED BY SIZE
                  WS-ATPC862-MSJ-REFERENCIA   DELIMITED BY SIZE
                  "] MOTIVO ["                DELIMITED BY SIZE
                  WS-ATPC862-MOTIVO           DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC862-LINEA
           WRITE RPT-ATPC862-REG FROM WS-ATPC862-LINEA
           DISPLAY "ATPC862 - ALERTA:" WS-ATPC862-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC862-RESUMEN-FINAL
      *----------------------------------------------------------------
       ATPC862-RESUMEN-FINAL.
           MOVE SPACES TO WS-ATPC862-LINEA
           WRITE RPT-ATPC862-REG FROM WS-ATPC862-LINEA
           STRING " FIN DE LA ESCUCHA: "      DELIMITED BY SIZE
                  WS-ATPC862-MOTIVO-FIN       DELIMITED BY SIZE
             INTO WS-ATPC862-LINEA
           WRITE RPT-ATPC862-REG FROM WS-ATPC862-LINEA
           DISPLAY WS-ATPC862-LINEA

           MOVE SPACES TO WS-ATPC862-LINEA
           STRING " AVISOS RECIBIDOS: "       DELIMITED BY SIZE
                  WS-ATPC862-RECIBIDOS        DELIMITED BY SIZE
                  "  ASENTADOS: "             DELIMITED BY SIZE
                  WS-ATPC862-ASENTADOS        DELIMITED BY SIZE
                  "  DUPLICADOS: "            DELIMITED BY SIZE
                  WS-ATPC862-DUPLICADOS       DELIMITED BY SIZE
                  "  RECHAZADOS: "            DELIMITED BY SIZE
                  WS-ATPC862-RECHAZADOS       DELIMITED BY SIZE
             INTO WS-ATPC862-LINEA
           WRITE RPT-ATPC862-REG FROM WS-ATPC862-LINEA
           DISPLAY WS-ATPC862-LINEA

           MOVE SPACES TO WS-ATPC862-LINEA
           STRING " IMPORTE ASENTADO: "       DELIMITED BY SIZE
                  WS-ATPC862-IMPORTE          DELIMITED BY SIZE
                  "  CUENTAS FUERA DE LA COLA DE COBRANZAS: "
                                              DELIMITED BY SIZE
                  WS-ATPC862-RETIRADAS        DELIMITED BY SIZE
             INTO WS-ATPC862-LINEA
           WRITE RPT-ATPC862-REG FROM WS-ATPC862-LINEA
           DISPLAY WS-ATPC862-LINEA
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
