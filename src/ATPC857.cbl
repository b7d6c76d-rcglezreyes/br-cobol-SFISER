       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC857.
      *----------------------------------------------------------------
      * Programa batch previo al ciclo de extractos: muestra, por
      * entidad, que mensajes de la tabla MENSAJES.DAT (libreria
      * ATPCMSJ) va a imprimir ATPC954 y en cuantos extractos, para
      * que el area comercial de la entidad socia los revise antes
      * de la corrida.
      *
      * Recorre el maestro CTAMAE.DAT y, por cada cuenta que recibe
      * extracto (todas menos las cerradas), elige los mensajes con
      * la misma regla que el extracto -- LINEA, tipo de tarjeta,
      * estado ATPC175 e idioma de la entidad, vigencia contra la
      * fecha de ciclo, prioridad y limite de lineas de la entidad --.
      * El reporte lista por entidad sus extractos y, por mensaje, su
      * vigencia a esa fecha, sus filtros, en cuantos extractos sale y
      * en cuantos aplica pero queda fuera por el limite (DESPLAZADOS).
      *
      * Se marcan para revision (RC 4):
      *  - el mensaje filtrado por un estado que la entidad no tiene
      *    definido en ATPC175;
      *  - el mensaje en un idioma distinto al de la entidad (nunca
      *    se imprime);
      *  - el mensaje de una entidad sin cuentas en el maestro;
      *  - los registros de MENSAJES.DAT descartados al cargar.
      *
      * Parametros en ATPC857.PRM, primera linea: FECHA(10) de ciclo
      * AAAA-MM-DD (en blanco, la del dia) y CODENT(4) para acotar a
      * una entidad (en blanco, todas).
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
           SELECT PRM-ATPC857 ASSIGN TO "ATPC857.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC857-PRM-STATUS.
      * Maestro de cuentas -- ver ATPCCTM-CTM.cpy
           SELECT CTM-MAESTRO ASSIGN TO "CTAMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTM-CLAVE
               FILE STATUS IS WS-ATPC857-CTM-STATUS.
      * Tabla de mensajes de extracto -- ver ATPCMSJ-MSJ.cpy
           SELECT MSJ-MENSAJES ASSIGN TO "MENSAJES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCMSJ-STATUS.
           SELECT RPT-ATPC857 ASSIGN TO "ATPC857.RPT"
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
       COPY "ATPCCTM-CTM".
       COPY "ATPCMSJ-MSJ".

       FD  PRM-ATPC857
           RECORDING MODE IS F.
       01  PRM-ATPC857-REG.
           05  PRM-ATPC857-FECHA              PIC X(10).
           05  PRM-ATPC857-CODENT             PIC X(04).

       FD  RPT-ATPC857
           RECORDING MODE IS F.
       01  RPT-ATPC857-REG                    PIC X(130).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPC021-WS".
       COPY "ATPC096-WS".
       COPY "ATPC175-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".
       COPY "ATPCMSJ-WS".

       77  WS-ATPC857-PRM-STATUS              PIC X(02).
       77  WS-ATPC857-CTM-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC857-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.

      * Parametros (ATPC857.PRM)
       77  WS-ATPC857-FECHA                   PIC X(10).
       77  WS-ATPC857-FILTRO-CODENT           PIC X(04).

       01  WS-ATPC857-HOY-AMD                 PIC 9(08).
       01  FILLER REDEFINES WS-ATPC857-HOY-AMD.
           05  WS-ATPC857-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC857-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC857-HOY-AMD-DD          PIC 9(02).
       01  WS-ATPC857-HOY.
           05  WS-ATPC857-HOY-AAAA            PIC 9(04).
           05  FILLER                         PIC X(01) VALUE "-".
           05  WS-ATPC857-HOY-MM              PIC 9(02).
           05  FILLER                         PIC X(01) VALUE "-".
           05  WS-ATPC857-HOY-DD              PIC 9(02).

      * Entidades con cuentas en el maestro, en orden de CODENT
       78  WS-ATPC857-ENT-MAX                 VALUE 500.
       77  WS-ATPC857-ENT-CANT                PIC 9(04) VALUE 0.
       01  WS-ATPC857-ENT-TABLA.
           05  WS-ATPC857-ENT OCCURS 500 TIMES.
               10  WS-ATPC857-ENT-CODENT      PIC X(04).
               10  WS-ATPC857-ENT-VALIDA      PIC X(01).
               10  WS-ATPC857-ENT-IDIOMA      PIC X(01).
               10  WS-ATPC857-ENT-MAXLIN      PIC 9(01).
               10  WS-ATPC857-ENT-EXTRACTOS   PIC 9(07).
               10  WS-ATPC857-ENT-CON-MSJ     PIC 9(07).
               10  WS-ATPC857-ENT-LINEAS      PIC 9(07).
       77  WS-ATPC857-E                       PIC 9(04).
       77  WS-ATPC857-E-HALLADA               PIC 9(04).
       77  WS-ATPC857-K                       PIC 9(04).

      * Estado ATPC175 del filtro de un mensaje
       01  WS-ATPC857-ESTADO-X                PIC X(02).
       01  WS-ATPC857-ESTADO-N REDEFINES WS-ATPC857-ESTADO-X
                                              PIC 9(02).

       77  WS-ATPC857-VIGENCIA                PIC X(07).
       77  WS-ATPC857-ALERTA                  PIC X(40).

      * Contadores
       77  WS-ATPC857-LEIDAS                  PIC 9(07) VALUE 0.
       77  WS-ATPC857-CERRADAS                PIC 9(07) VALUE 0.
       77  WS-ATPC857-EXTRACTOS               PIC 9(07) VALUE 0.
       77  WS-ATPC857-SIN-ENTIDAD             PIC 9(07) VALUE 0.
       77  WS-ATPC857-ALERTAS                 PIC 9(06) VALUE 0.

       01  WS-ATPC857-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC857-PRINCIPAL
      *----------------------------------------------------------------
       ATPC857-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC857: MENSAJES DE EXTRACTO PREVISTOS PARA EL CICLO  -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC857" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC021-CARGAR-ARREGLO
           PERFORM ATPC096-CARGAR-ARREGLO
           PERFORM ATPC175-CARGAR-ARREGLO
           PERFORM ATPCMSJ-CARGAR-TABLA

           ACCEPT WS-ATPC857-HOY-AMD FROM DATE YYYYMMDD
           MOVE WS-ATPC857-HOY-AMD-AAAA TO WS-ATPC857-HOY-AAAA
           MOVE WS-ATPC857-HOY-AMD-MM   TO WS-ATPC857-HOY-MM
           MOVE WS-ATPC857-HOY-AMD-DD   TO WS-ATPC857-HOY-DD
           PERFORM ATPC857-LEER-PARAMETROS

           OPEN INPUT CTM-MAESTRO
           IF WS-ATPC857-CTM-STATUS NOT = "00"
              DISPLAY "ATPC857 - ERROR: no se pudo abrir CTAMAE.DAT "
                      "-- FILE STATUS:[" WS-ATPC857-CTM-STATUS "] -- "
                      "corrida abortada"
              PERFORM ATPC857-ABORTAR
           END-IF
           OPEN OUTPUT RPT-ATPC857

           MOVE SPACES TO WS-ATPC857-LINEA
           STRING " MENSAJES DE EXTRACTO PREVISTOS PARA EL CICLO DEL ["
                                              DELIMITED BY SIZE
                  WS-ATPC857-FECHA            DELIMITED BY SIZE
                  "] -- ENTIDAD ["            DELIMITED BY SIZE
                  WS-ATPC857-FILTRO-CODENT    DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC857-LINEA
           WRITE RPT-ATPC857-REG FROM WS-ATPC857-LINEA
           DISPLAY WS-ATPC857-LINEA
           IF WS-ATPCMSJ-RECHAZADOS > ZEROES
           OR WS-ATPCMSJ-RETORNO-ERROR
              ADD 1 TO WS-ATPC857-ALERTAS
              MOVE SPACES TO WS-ATPC857-LINEA
              STRING " *** MENSAJES.DAT: REGISTROS DESCARTADOS ["
                                              DELIMITED BY SIZE
                     WS-ATPCMSJ-RECHAZADOS    DELIMITED BY SIZE
                     "] "                     DELIMITED BY SIZE
                     WS-ATPCMSJ-RETORNO-DESC  DELIMITED BY "  "
                INTO WS-ATPC857-LINEA
              WRITE RPT-ATPC857-REG FROM WS-ATPC857-LINEA
              DISPLAY WS-ATPC857-LINEA
           END-IF

           MOVE LOW-VALUES TO CTM-CLAVE
           START CTM-MAESTRO KEY IS NOT LESS THAN CTM-CLAVE
               INVALID KEY
                  SET WS-ATPC857-FIN-ENTRADA TO TRUE
               NOT INVALID KEY
                  SET WS-ATPC857-FIN-ENTRADA TO FALSE
           END-START

           PERFORM UNTIL WS-ATPC857-FIN-ENTRADA
              READ CTM-MAESTRO NEXT RECORD
                  AT END
                     SET WS-ATPC857-FIN-ENTRADA TO TRUE
                  NOT AT END
                     ADD 1 TO WS-ATPC857-LEIDAS
                     EVALUATE TRUE
                        WHEN WS-ATPC857-FILTRO-CODENT NOT = SPACES
                        AND  CTM-CODENT NOT = WS-ATPC857-FILTRO-CODENT
                           CONTINUE
                        WHEN CTM-CIE-CERRADA
                           ADD 1 TO WS-ATPC857-CERRADAS
                        WHEN OTHER
                           PERFORM ATPC857-EVALUAR-CUENTA
                     END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE CTM-MAESTRO

           PERFORM VARYING WS-ATPC857-E FROM 1 BY 1
                     UNTIL WS-ATPC857-E > WS-ATPC857-ENT-CANT
              PERFORM ATPC857-LISTAR-ENTIDAD
           END-PERFORM
           PERFORM ATPC857-LISTAR-SIN-CUENTAS

           MOVE SPACES TO WS-ATPC857-LINEA
           WRITE RPT-ATPC857-REG FROM WS-ATPC857-LINEA
           MOVE SPACES TO WS-ATPC857-LINEA
           STRING " CUENTAS LEIDAS ["         DELIMITED BY SIZE
                  WS-ATPC857-LEIDAS           DELIMITED BY SIZE
                  "] CERRADAS ["              DELIMITED BY SIZE
                  WS-ATPC857-CERRADAS         DELIMITED BY SIZE
                  "] EXTRACTOS ["             DELIMITED BY SIZE
                  WS-ATPC857-EXTRACTOS        DELIMITED BY SIZE
                  "] SIN ENTIDAD ["           DELIMITED BY SIZE
                  WS-ATPC857-SIN-ENTIDAD      DELIMITED BY SIZE
                  "] MENSAJES A REVISAR ["    DELIMITED BY SIZE
                  WS-ATPC857-ALERTAS          DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC857-LINEA
           WRITE RPT-ATPC857-REG FROM WS-ATPC857-LINEA
           DISPLAY WS-ATPC857-LINEA

           CLOSE RPT-ATPC857

           IF (WS-ATPC857-ALERTAS > ZEROES
               OR WS-ATPC857-SIN-ENTIDAD > ZEROES)
           AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY
           "- ATPC857: REPORTE DE MENSAJES FINALIZADO                -"
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
      * Proceso: ATPC857-ABORTAR
      *----------------------------------------------------------------
       ATPC857-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC857-LEER-PARAMETROS
      *----------------------------------------------------------------
       ATPC857-LEER-PARAMETROS.
           MOVE WS-ATPC857-HOY TO WS-ATPC857-FECHA
           MOVE SPACES         TO WS-ATPC857-FILTRO-CODENT
           OPEN INPUT PRM-ATPC857
           IF WS-ATPC857-PRM-STATUS = "00"
              READ PRM-ATPC857
                  AT END
                     CONTINUE
                  NOT AT END
                     IF PRM-ATPC857-FECHA NOT = SPACES
                        MOVE PRM-ATPC857-FECHA TO WS-ATPC857-FECHA
                     END-IF
                     MOVE PRM-ATPC857-CODENT
                       TO WS-ATPC857-FILTRO-CODENT
              END-READ
              CLOSE PRM-ATPC857
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC857-EVALUAR-CUENTA
      *----------------------------------------------------------------
      * Corte por entidad (el maestro viene por CODENT + NUMCUENTA) y
      * eleccion de los mensajes de la cuenta como en ATPC954
      *----------------------------------------------------------------
       ATPC857-EVALUAR-CUENTA.
           IF WS-ATPC857-ENT-CANT = ZEROES
           OR CTM-CODENT NOT =
              WS-ATPC857-ENT-CODENT(WS-ATPC857-ENT-CANT)
              PERFORM ATPC857-ABRIR-ENTIDAD
           END-IF

           IF WS-ATPC857-ENT-VALIDA(WS-ATPC857-ENT-CANT) NOT = "S"
              ADD 1 TO WS-ATPC857-SIN-ENTIDAD
           ELSE
              ADD 1 TO WS-ATPC857-EXTRACTOS
                       WS-ATPC857-ENT-EXTRACTOS(WS-ATPC857-ENT-CANT)
              INITIALIZE WS-ATPCMSJ-ENTRADA
              MOVE CTM-CODENT    TO WS-ATPCMSJ-CODENT
              MOVE CTM-LINEA     TO WS-ATPCMSJ-LINEA
              MOVE CTM-CODMAR    TO WS-ATPCMSJ-CODMAR
              MOVE CTM-INDTIPT   TO WS-ATPCMSJ-INDTIPT
              MOVE CTM-CODESTCTA TO WS-ATPCMSJ-CODESTCTA
              MOVE WS-ATPC857-ENT-IDIOMA(WS-ATPC857-ENT-CANT)
                TO WS-ATPCMSJ-CODIDIOMA
              MOVE WS-ATPC857-FECHA TO WS-ATPCMSJ-FECHA
              PERFORM ATPCMSJ-SELECCIONAR-MENSAJES
              MOVE WS-ATPCMSJ-MAXLIN
                TO WS-ATPC857-ENT-MAXLIN(WS-ATPC857-ENT-CANT)
              IF WS-ATPCMSJ-RETORNO-OK
                 ADD 1 TO WS-ATPC857-ENT-CON-MSJ(WS-ATPC857-ENT-CANT)
                 ADD WS-ATPCMSJ-SEL-CANT
                   TO WS-ATPC857-ENT-LINEAS(WS-ATPC857-ENT-CANT)
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC857-ABRIR-ENTIDAD
      *----------------------------------------------------------------
       ATPC857-ABRIR-ENTIDAD.
           IF WS-ATPC857-ENT-CANT >= WS-ATPC857-ENT-MAX
              DISPLAY "ATPC857 - ERROR: el maestro supera la capacidad "
                      "de [" WS-ATPC857-ENT-MAX "] entidades -- "
                      "corrida abortada"
              PERFORM ATPC857-ABORTAR
           END-IF
           ADD 1 TO WS-ATPC857-ENT-CANT
           INITIALIZE WS-ATPC857-ENT(WS-ATPC857-ENT-CANT)
           MOVE CTM-CODENT TO WS-ATPC857-ENT-CODENT(WS-ATPC857-ENT-CANT)
           MOVE WS-ATPCMSJ-MAXLIN-DEF
             TO WS-ATPC857-ENT-MAXLIN(WS-ATPC857-ENT-CANT)

           INITIALIZE WS-ATPC021
           MOVE CTM-CODENT TO WS-ATPC021-CODENT
           PERFORM ATPC021-BUSCAR-EN-ARREGLO
           IF WS-ATPC021-RETORNO-OK
              MOVE "S" TO WS-ATPC857-ENT-VALIDA(WS-ATPC857-ENT-CANT)
              MOVE WS-ATPC021-CODIDIOMA
                TO WS-ATPC857-ENT-IDIOMA(WS-ATPC857-ENT-CANT)
           ELSE
              MOVE "N" TO WS-ATPC857-ENT-VALIDA(WS-ATPC857-ENT-CANT)
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC857-LISTAR-ENTIDAD
      *----------------------------------------------------------------
       ATPC857-LISTAR-ENTIDAD.
           MOVE SPACES TO WS-ATPC857-LINEA
           WRITE RPT-ATPC857-REG FROM WS-ATPC857-LINEA
           MOVE SPACES TO WS-ATPC857-LINEA
           IF WS-ATPC857-ENT-VALIDA(WS-ATPC857-E) NOT = "S"
              STRING " CODENT ["              DELIMITED BY SIZE
                     WS-ATPC857-ENT-CODENT(WS-ATPC857-E)
                                              DELIMITED BY SIZE
                     "] NO CONFIGURADA EN ATPC021 -- SUS CUENTAS NO "
                                              DELIMITED BY SIZE
                     "RECIBEN EXTRACTO"       DELIMITED BY SIZE
                INTO WS-ATPC857-LINEA
              WRITE RPT-ATPC857-REG FROM WS-ATPC857-LINEA
              DISPLAY WS-ATPC857-LINEA
           ELSE
              STRING " CODENT ["              DELIMITED BY SIZE
                     WS-ATPC857-ENT-CODENT(WS-ATPC857-E)
                                              DELIMITED BY SIZE
                     "] IDIOMA ["             DELIMITED BY SIZE
                     WS-ATPC857-ENT-IDIOMA(WS-ATPC857-E)
                                              DELIMITED BY SIZE
                     "] LIMITE DE LINEAS ["   DELIMITED BY SIZE
                     WS-ATPC857-ENT-MAXLIN(WS-ATPC857-E)
                                              DELIMITED BY SIZE
                     "] EXTRACTOS ["          DELIMITED BY SIZE
                     WS-ATPC857-ENT-EXTRACTOS(WS-ATPC857-E)
                                              DELIMITED BY SIZE
                     "] CON MENSAJE ["        DELIMITED BY SIZE
                     WS-ATPC857-ENT-CON-MSJ(WS-ATPC857-E)
                                              DELIMITED BY SIZE
                     "] LINEAS ["             DELIMITED BY SIZE
                     WS-ATPC857-ENT-LINEAS(WS-ATPC857-E)
                                              DELIMITED BY SIZE
                     "]"                      DELIMITED BY SIZE
                INTO WS-ATPC857-LINEA
              WRITE RPT-ATPC857-REG FROM WS-ATPC857-LINEA
              DISPLAY WS-ATPC857-LINEA
              PERFORM VARYING WS-ATPC857-K FROM 1 BY 1
                        UNTIL WS-ATPC857-K > WS-ATPCMSJ-CANT
                 IF WS-ATPCMSJ-TAB-CODENT(WS-ATPC857-K) =
                    WS-ATPC857-ENT-CODENT(WS-ATPC857-E)
                    PERFORM ATPC857-LISTAR-MENSAJE
                 END-IF
              END-PERFORM
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC857-LISTAR-MENSAJE
      *----------------------------------------------------------------
      * Mensaje WS-ATPC857-K de la entidad WS-ATPC857-E: vigencia a
      * la fecha de ciclo, resultado, filtros, alerta y texto
      *----------------------------------------------------------------
       ATPC857-LISTAR-MENSAJE.
           EVALUATE TRUE
              WHEN WS-ATPCMSJ-TAB-FECINI(WS-ATPC857-K) NOT = SPACES
              AND  WS-ATPCMSJ-TAB-FECINI(WS-ATPC857-K) >
                   WS-ATPC857-FECHA
                 MOVE "FUTURO"  TO WS-ATPC857-VIGENCIA
              WHEN WS-ATPCMSJ-TAB-FECFIN(WS-ATPC857-K) NOT = SPACES
              AND  WS-ATPCMSJ-TAB-FECFIN(WS-ATPC857-K) <
                   WS-ATPC857-FECHA
                 MOVE "VENCIDO" TO WS-ATPC857-VIGENCIA
              WHEN OTHER
                 MOVE "VIGENTE" TO WS-ATPC857-VIGENCIA
           END-EVALUATE

           MOVE SPACES TO WS-ATPC857-ALERTA
           IF WS-ATPCMSJ-TAB-CODIDIOMA(WS-ATPC857-K) NOT = SPACES
           AND WS-ATPCMSJ-TAB-CODIDIOMA(WS-ATPC857-K) NOT =
               WS-ATPC857-ENT-IDIOMA(WS-ATPC857-E)
              MOVE "*** IDIOMA DISTINTO AL DE LA ENTIDAD"
                TO WS-ATPC857-ALERTA
           END-IF
           IF WS-ATPCMSJ-TAB-CODESTCTA(WS-ATPC857-K) NOT = SPACES
              MOVE WS-ATPCMSJ-TAB-CODESTCTA(WS-ATPC857-K)
                TO WS-ATPC857-ESTADO-X
              INITIALIZE WS-ATPC175
              MOVE WS-ATPCMSJ-TAB-CODENT(WS-ATPC857-K)
                TO WS-ATPC175-CODENT
              MOVE WS-ATPC857-ESTADO-N TO WS-ATPC175-CODESTCTA
              PERFORM ATPC175-BUSCAR-EN-ARREGLO
              IF NOT WS-ATPC175-RETORNO-OK
                 MOVE "*** ESTADO NO DEFINIDO EN ATPC175"
                   TO WS-ATPC857-ALERTA
              END-IF
           END-IF
           IF WS-ATPC857-ALERTA NOT = SPACES
              ADD 1 TO WS-ATPC857-ALERTAS
           END-IF

           MOVE SPACES TO WS-ATPC857-LINEA
           STRING "   MENSAJE ["              DELIMITED BY SIZE
                  WS-ATPCMSJ-TAB-CODMSJ(WS-ATPC857-K)
                                              DELIMITED BY SIZE
                  "] PRIORIDAD ["             DELIMITED BY SIZE
                  WS-ATPCMSJ-TAB-PRIORIDAD(WS-ATPC857-K)
                                              DELIMITED BY SIZE
                  "] DEL ["                   DELIMITED BY SIZE
                  WS-ATPCMSJ-TAB-FECINI(WS-ATPC857-K)
                                              DELIMITED BY SIZE
                  "] AL ["                    DELIMITED BY SIZE
                  WS-ATPCMSJ-TAB-FECFIN(WS-ATPC857-K)
                                              DELIMITED BY SIZE
                  "] "                        DELIMITED BY SIZE
                  WS-ATPC857-VIGENCIA         DELIMITED BY SIZE
                  " EXTRACTOS ["              DELIMITED BY SIZE
                  WS-ATPCMSJ-TAB-IMPRESOS(WS-ATPC857-K)
                                              DELIMITED BY SIZE
                  "] DESPLAZADOS ["           DELIMITED BY SIZE
                  WS-ATPCMSJ-TAB-DESPLAZADOS(WS-ATPC857-K)
                                              DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC857-LINEA
           WRITE RPT-ATPC857-REG FROM WS-ATPC857-LINEA
           DISPLAY WS-ATPC857-LINEA

           MOVE SPACES TO WS-ATPC857-LINEA
           STRING "     FILTROS: LINEA ["     DELIMITED BY SIZE
                  WS-ATPCMSJ-TAB-LINEA(WS-ATPC857-K)
                                              DELIMITED BY SIZE
                  "] MARCA ["                 DELIMITED BY SIZE
                  WS-ATPCMSJ-TAB-CODMAR(WS-ATPC857-K)
                                              DELIMITED BY SIZE
                  "] TIPO ["                  DELIMITED BY SIZE
                  WS-ATPCMSJ-TAB-INDTIPT(WS-ATPC857-K)
                                              DELIMITED BY SIZE
                  "] ESTADO ["                DELIMITED BY SIZE
                  WS-ATPCMSJ-TAB-CODESTCTA(WS-ATPC857-K)
                                              DELIMITED BY SIZE
                  "] IDIOMA ["                DELIMITED BY SIZE
                  WS-ATPCMSJ-TAB-CODIDIOMA(WS-ATPC857-K)
                                              DELIMITED BY SIZE
                  "] "                        DELIMITED BY SIZE
                  WS-ATPC857-ALERTA           DELIMITED BY SIZE
             INTO WS-ATPC857-LINEA
           WRITE RPT-ATPC857-REG FROM WS-ATPC857-LINEA

           MOVE SPACES TO WS-ATPC857-LINEA
           STRING "     TEXTO: "              DELIMITED BY SIZE
                  WS-ATPCMSJ-TAB-TEXTO(WS-ATPC857-K)
                                              DELIMITED BY SIZE
             INTO WS-ATPC857-LINEA
           WRITE RPT-ATPC857-REG FROM WS-ATPC857-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC857-LISTAR-SIN-CUENTAS
      *----------------------------------------------------------------
      * Mensajes de entidades sin cuentas en el maestro (fuera del
      * filtro de entidad, si lo hay)
      *----------------------------------------------------------------
       ATPC857-LISTAR-SIN-CUENTAS.
           PERFORM VARYING WS-ATPC857-K FROM 1 BY 1
                     UNTIL WS-ATPC857-K > WS-ATPCMSJ-CANT
              IF WS-ATPC857-FILTRO-CODENT = SPACES
              OR WS-ATPCMSJ-TAB-CODENT(WS-ATPC857-K) =
                 WS-ATPC857-FILTRO-CODENT
                 MOVE ZEROES TO WS-ATPC857-E-HALLADA
                 PERFORM VARYING WS-ATPC857-E FROM 1 BY 1
                           UNTIL WS-ATPC857-E > WS-ATPC857-ENT-CANT
                    IF WS-ATPC857-ENT-CODENT(WS-ATPC857-E) =
                       WS-ATPCMSJ-TAB-CODENT(WS-ATPC857-K)
                       MOVE WS-ATPC857-E TO WS-ATPC857-E-HALLADA
                    END-IF
                 END-PERFORM
                 IF WS-ATPC857-E-HALLADA = ZEROES
                    ADD 1 TO WS-ATPC857-ALERTAS
                    MOVE SPACES TO WS-ATPC857-LINEA
                    STRING " *** MENSAJE ["       DELIMITED BY SIZE
                           WS-ATPCMSJ-TAB-CODMSJ(WS-ATPC857-K)
                                                  DELIMITED BY SIZE
                           "] DE LA ENTIDAD ["    DELIMITED BY SIZE
                           WS-ATPCMSJ-TAB-CODENT(WS-ATPC857-K)
                                                  DELIMITED BY SIZE
                           "] SIN CUENTAS EN EL MAESTRO"
                                                  DELIMITED BY SIZE
                      INTO WS-ATPC857-LINEA
                    WRITE RPT-ATPC857-REG FROM WS-ATPC857-LINEA
                    DISPLAY WS-ATPC857-LINEA
                 END-IF
              END-IF
           END-PERFORM
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

       COPY "ATPC021-PR".
       COPY "ATPC096-PR".
       COPY "ATPC175-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
       COPY "ATPCMSJ-PR".
