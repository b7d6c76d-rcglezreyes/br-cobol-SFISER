       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC808.
      *----------------------------------------------------------------
      * Programa batch diario de extraccion del disponible de compra
      * por cuenta para la plataforma de autorizaciones (DISPONIB.DAT)
      * -- recorre el maestro CTAMAE.DAT y calcula para cada cuenta
      *  - DISPONIBLE NACIONAL = limite (LIMCRED.DAT, ATPCLIM)
      *    elevado por WS-ATPC021-TAB-PORAUTFACN de la entidad,
      *    menos CTM-SALDO, menos lo no facturado del dia;
      *  - DISPONIBLE EXTERIOR = igual con WS-ATPC021-TAB-PORAUTFACE.
      * Los dos disponibles excluyen ademas los pagos retenidos de la
      * cuenta en PAGRET.DAT (ver ATPCRTN-RTN.cpy) cuya fecha de
      * liberacion aun no llego: el pago ya rebajo CTM-SALDO pero sus
      * fondos no se acreditaron (entidades con INDRETPAGO = "S").
      * Sin PAGRET.DAT no hay retenciones.
      * Los dos disponibles suman los pagos en linea de la cuenta aun
      * pendientes de conciliar (CTM-MEM-IMPORTE, ver ATPC862): el
      * cliente que pago hoy en sucursal o en linea recupera el
      * disponible antes del PAGOS.DAT de manana. En las entidades
      * que retienen pagos (INDRETPAGO = "S") no se suman, porque sus
      * fondos no se acreditan hasta la liberacion.
      * Lo no facturado del dia son los movimientos de MOVFACT.DAT de
      * la cuenta (el de correccion, INDNORCOR 0, resta); el que
      * viene en moneda distinta de la principal de la entidad se
      * convierte con la cotizacion vigente (ATPC157-CONVERTIR), como
      * en ATPC915, y el que no tiene cotizacion no se computa.
      * MOVFACT.DAT no viene ordenado: lo no facturado se acumula
      * antes por cuenta en el archivo de trabajo indexado
      * ATPC808.WRK. Tambien es no facturado el saldo de los planes
      * de compra en cuotas abiertos de la cuenta (PLANCUO.DAT, ver
      * ATPCPLN-PLN.cpy), cuyas cuotas aun no emitio ATPC810,
      * convertido igual a la moneda principal.
      *
      * La cuenta cuyo estado ATPC175 (CODENT + CTM-CODESTCTA) lleva
      * un codigo de bloqueo CODBLQ sale con ese codigo; la cuenta sin
      * limite informado sale con limite cero. Sin CTAMAE.DAT o sin
      * LIMCRED.DAT la corrida termina con RC 12 sin emitir el
      * archivo: un extracto sin limites rechazaria toda compra.
      *
      * Layout de DISPONIB.DAT (largo fijo 150) --
      *  - cabecera "CAB" + FECPROCESO(10) + JOBID(20);
      *  - un "DET" por cuenta: CODENT(4) NUMCUENTA(16) LIMITE(11)
      *    PORAUTFACN(7) DISPNAC(S13) PORAUTFACE(7) DISPEXT(S13)
      *    SALDO(S11) NOFACTURADO(S13) CODESTCTA(2) CODBLQ(2)
      *    RETENIDO(11)
      *    (importes con 2 decimales implicitos y porcentajes con 4;
      *    los con signo llevan el signo adelante, separado);
      *  - cola "FIN" + cantidad de DET(9) + total de control(17, 2
      *    decimales: suma sin signo de DISPNAC de todos los DET),
      *    para que el receptor rechace un archivo incompleto.
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
      * Maestro de cuentas -- ver ATPCCTM-CTM.cpy
           SELECT CTM-MAESTRO ASSIGN TO "CTAMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTM-CLAVE
               FILE STATUS IS WS-ATPC808-CTM-STATUS.
      * Maestro de planes de compra en cuotas -- ver ATPCPLN-PLN.cpy
           SELECT PLN-PLANES ASSIGN TO "PLANCUO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-CLAVE
               FILE STATUS IS WS-ATPCPLN-STATUS.
      * Maestro de limites de credito -- ver ATPCLIM-LIM.cpy
           SELECT LIM-LIMITES ASSIGN TO "LIMCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIM-CLAVE
               FILE STATUS IS WS-ATPCLIM-STATUS.
           SELECT MOV-ENTRADA ASSIGN TO "MOVFACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC808-MOV-STATUS.
      * No facturado del dia acumulado por cuenta
           SELECT WRK-NOFACTURADO ASSIGN TO "ATPC808.WRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-CLAVE
               FILE STATUS IS WS-ATPC808-WRK-STATUS.
      * Fondos retenidos -- ver ATPCRTN-RTN.cpy
           SELECT RTN-RETENCIONES ASSIGN TO "PAGRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC808-RTN-STATUS.
           SELECT DSP-DISPONIBLE ASSIGN TO "DISPONIB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC808-DSP-STATUS.
           SELECT RPT-ATPC808 ASSIGN TO "ATPC808.RPT"
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
       COPY "ATPCLIM-LIM".
       COPY "ATPCPLN-PLN".
       COPY "ATPCRTN-RTN".

       FD  MOV-ENTRADA
           RECORDING MODE IS F.
       01  MOV-ENTRADA-REG.
           05  MOV-ENT-CODENT                 PIC X(04).
           05  MOV-ENT-CODMAR                 PIC 9(02).
           05  MOV-ENT-INDTIPT                PIC 9(02).
           05  MOV-ENT-TIPOFAC                PIC 9(04).
           05  MOV-ENT-INDNORCOR              PIC 9(01).
           05  MOV-ENT-INDVERT                PIC X(01).
           05  MOV-ENT-INDNIVAPL              PIC X(02).
           05  MOV-ENT-CODCONECO              PIC 9(04).
           05  MOV-ENT-NUMCUENTA              PIC X(16).
           05  MOV-ENT-IMPORTE                PIC 9(09)V99.
           05  MOV-ENT-FECHA                  PIC X(10).
           05  MOV-ENT-CLAMON                 PIC 9(03).

       FD  WRK-NOFACTURADO.
       01  WRK-NOFACTURADO-REG.
           05  WRK-CLAVE.
               10  WRK-CODENT                 PIC X(04).
               10  WRK-NUMCUENTA              PIC X(16).
           05  WRK-IMPORTE                    PIC S9(11)V99.
           05  WRK-MOVIMIENTOS                PIC 9(06).
           05  WRK-RETENIDO                   PIC 9(11)V99.

       FD  DSP-DISPONIBLE
           RECORDING MODE IS F.
       01  DSP-DISPONIBLE-REG                 PIC X(150).

       FD  RPT-ATPC808
           RECORDING MODE IS F.
       01  RPT-ATPC808-REG                    PIC X(130).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPC021-WS".
       COPY "ATPC157-WS".
       COPY "ATPC175-WS".
       COPY "ATPC096-WS".
       COPY "ATPCLIM-WS".
       COPY "ATPCPLN-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".

       77  WS-ATPC808-CTM-STATUS              PIC X(02).
       77  WS-ATPC808-MOV-STATUS              PIC X(02).
       77  WS-ATPC808-WRK-STATUS              PIC X(02).
       77  WS-ATPC808-DSP-STATUS              PIC X(02).
       77  WS-ATPC808-RTN-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC808-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.

      * Entidad del movimiento en curso y su moneda principal
       01  WS-ATPC808-MOV-ENT-ANT             PIC X(04).
       01  FILLER                             PIC X(01).
           88 WS-ATPC808-MOV-ENT-OK           VALUE "S"
              WHEN SET TO FALSE "N".
       77  WS-ATPC808-MOV-CLAMONUF            PIC 9(03).
       77  WS-ATPC808-MOV-IMPORTE             PIC S9(11)V99.
       01  FILLER                             PIC X(01).
           88 WS-ATPC808-MOV-VALORIZADO       VALUE "S"
              WHEN SET TO FALSE "N".

      * Corte por entidad del maestro: porcentajes de autorizacion
       01  WS-ATPC808-ENT-ANT                 PIC X(04).
       77  WS-ATPC808-ENT-PORNAC              PIC 9(03)V9(04).
       77  WS-ATPC808-ENT-POREXT              PIC 9(03)V9(04).
       77  WS-ATPC808-ENT-CLAMONUF            PIC 9(03).
       01  FILLER                             PIC X(01).
           88 WS-ATPC808-ENT-RETIENE          VALUE "S"
              WHEN SET TO FALSE "N".

      * Calculo de la cuenta en curso
       77  WS-ATPC808-LIMITE                  PIC 9(09)V99.
       77  WS-ATPC808-NOFACTURADO             PIC S9(11)V99.
       77  WS-ATPC808-RETENIDO                PIC 9(11)V99.
       77  WS-ATPC808-MEMO                    PIC 9(09)V99.
       77  WS-ATPC808-CODBLQ                  PIC 9(02).

      * Registros de salida, volcados sobre la FD
       01  WS-ATPC808-CAB.
           05  FILLER                         PIC X(03) VALUE "CAB".
           05  WS-ATPC808-CAB-FECPROCESO      PIC X(10).
           05  WS-ATPC808-CAB-JOBID           PIC X(20).
           05  FILLER                         PIC X(117) VALUE SPACES.

       01  WS-ATPC808-DET.
           05  FILLER                         PIC X(03) VALUE "DET".
           05  WS-ATPC808-DET-CODENT          PIC X(04).
           05  WS-ATPC808-DET-NUMCUENTA       PIC X(16).
           05  WS-ATPC808-DET-LIMITE          PIC 9(09)V99.
           05  WS-ATPC808-DET-PORAUTFACN      PIC 9(03)V9(04).
           05  WS-ATPC808-DET-DISPNAC         PIC S9(11)V99
                                              SIGN LEADING SEPARATE.
           05  WS-ATPC808-DET-PORAUTFACE      PIC 9(03)V9(04).
           05  WS-ATPC808-DET-DISPEXT         PIC S9(11)V99
                                              SIGN LEADING SEPARATE.
           05  WS-ATPC808-DET-SALDO           PIC S9(09)V99
                                              SIGN LEADING SEPARATE.
           05  WS-ATPC808-DET-NOFACTURADO     PIC S9(11)V99
                                              SIGN LEADING SEPARATE.
           05  WS-ATPC808-DET-CODESTCTA       PIC 9(02).
           05  WS-ATPC808-DET-CODBLQ          PIC 9(02).
           05  WS-ATPC808-DET-RETENIDO        PIC 9(09)V99.
           05  FILLER                         PIC X(21) VALUE SPACES.

       01  WS-ATPC808-FIN.
           05  FILLER                         PIC X(03) VALUE "FIN".
           05  WS-ATPC808-FIN-CANTIDAD        PIC 9(09).
           05  WS-ATPC808-FIN-HASH            PIC 9(15)V99.
           05  FILLER                         PIC X(121) VALUE SPACES.

      * Fecha del dia en AAAA-MM-DD
       01  WS-ATPC808-HOY.
           05  WS-ATPC808-HOY-AAAA            PIC 9(04).
           05  WS-ATPC808-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC808-HOY-MM              PIC 9(02).
           05  WS-ATPC808-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC808-HOY-DD              PIC 9(02).
       01  WS-ATPC808-HOY-AMD.
           05  WS-ATPC808-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC808-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC808-HOY-AMD-DD          PIC 9(02).

      * Contadores del resumen final
       77  WS-ATPC808-MOV-LEIDOS              PIC 9(07) VALUE 0.
       77  WS-ATPC808-MOV-SIN-COTIZ           PIC 9(07) VALUE 0.
       77  WS-ATPC808-PLN-SIN-COTIZ           PIC 9(07) VALUE 0.
       77  WS-ATPC808-CUENTAS                 PIC 9(09) VALUE 0.
       77  WS-ATPC808-SIN-LIMITE              PIC 9(09) VALUE 0.
       77  WS-ATPC808-BLOQUEADAS              PIC 9(09) VALUE 0.
       77  WS-ATPC808-SIN-DISPONIBLE          PIC 9(09) VALUE 0.
       77  WS-ATPC808-ERRORES                 PIC 9(07) VALUE 0.
       77  WS-ATPC808-RTN-VIGENTES            PIC 9(07) VALUE 0.
       77  WS-ATPC808-RTN-IMPORTE             PIC 9(13)V99 VALUE 0.
       77  WS-ATPC808-HASH                    PIC 9(15)V99 VALUE 0.

       01  WS-ATPC808-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC808-PRINCIPAL
      *----------------------------------------------------------------
       ATPC808-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC808: DISPONIBLE DE COMPRA PARA AUTORIZACIONES      -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC808" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC021-CARGAR-ARREGLO
           PERFORM ATPC157-CARGAR-ARREGLO
           PERFORM ATPC175-CARGAR-ARREGLO
           PERFORM ATPC096-CARGAR-ARREGLO

           ACCEPT WS-ATPC808-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC808-HOY-G1 WS-ATPC808-HOY-G2
           MOVE WS-ATPC808-HOY-AMD-AAAA TO WS-ATPC808-HOY-AAAA
           MOVE WS-ATPC808-HOY-AMD-MM   TO WS-ATPC808-HOY-MM
           MOVE WS-ATPC808-HOY-AMD-DD   TO WS-ATPC808-HOY-DD

           OPEN INPUT CTM-MAESTRO
           IF WS-ATPC808-CTM-STATUS NOT = "00"
              DISPLAY "ATPC808 - ERROR: no se pudo abrir CTAMAE.DAT "
                      "-- FILE STATUS:[" WS-ATPC808-CTM-STATUS "]"
              PERFORM ATPC808-ABORTAR
           END-IF
           PERFORM ATPCLIM-ABRIR-CONSULTA
           IF NOT WS-ATPCLIM-DISPONIBLE
              DISPLAY "ATPC808 - ERROR: sin LIMCRED.DAT no hay "
                      "limites que informar -- corrida abortada"
              CLOSE CTM-MAESTRO
              PERFORM ATPC808-ABORTAR
           END-IF

           OPEN OUTPUT WRK-NOFACTURADO
           CLOSE WRK-NOFACTURADO
           OPEN I-O WRK-NOFACTURADO
           IF WS-ATPC808-WRK-STATUS NOT = "00"
              DISPLAY "ATPC808 - ERROR: no se pudo crear ATPC808.WRK "
                      "-- FILE STATUS:[" WS-ATPC808-WRK-STATUS "]"
              CLOSE CTM-MAESTRO
              PERFORM ATPCLIM-CERRAR-CONSULTA
              PERFORM ATPC808-ABORTAR
           END-IF

           PERFORM ATPC808-ACUMULAR-NOFACTURADO
           PERFORM ATPC808-ACUMULAR-RETENIDO
           PERFORM ATPCPLN-ABRIR-CONSULTA

           OPEN OUTPUT DSP-DISPONIBLE
                       RPT-ATPC808

           MOVE WS-ATPC808-HOY    TO WS-ATPC808-CAB-FECPROCESO
           MOVE WS-ATPCRUN-JOBID  TO WS-ATPC808-CAB-JOBID
           WRITE DSP-DISPONIBLE-REG FROM WS-ATPC808-CAB

           MOVE SPACES TO WS-ATPC808-ENT-ANT
           SET WS-ATPC808-FIN-ENTRADA TO FALSE
           PERFORM UNTIL WS-ATPC808-FIN-ENTRADA
              READ CTM-MAESTRO NEXT RECORD
                  AT END
                     SET WS-ATPC808-FIN-ENTRADA TO TRUE
                  NOT AT END
                     PERFORM ATPC808-PROCESAR-CUENTA
              END-READ
           END-PERFORM

           MOVE WS-ATPC808-CUENTAS TO WS-ATPC808-FIN-CANTIDAD
           MOVE WS-ATPC808-HASH    TO WS-ATPC808-FIN-HASH
           WRITE DSP-DISPONIBLE-REG FROM WS-ATPC808-FIN

           PERFORM ATPC808-EMITIR-RESUMEN

           CLOSE DSP-DISPONIBLE
                 RPT-ATPC808
                 WRK-NOFACTURADO
                 CTM-MAESTRO
           PERFORM ATPCLIM-CERRAR-CONSULTA
           PERFORM ATPCPLN-CERRAR-CONSULTA

           DISPLAY
           "- ATPC808: EXTRACCION FINALIZADA                          -"
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
      * Proceso: ATPC808-ABORTAR
      *----------------------------------------------------------------
       ATPC808-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC808-ACUMULAR-NOFACTURADO
      *----------------------------------------------------------------
      * Primera pasada: MOVFACT.DAT del dia acumulado por cuenta en
      * ATPC808.WRK; sin MOVFACT.DAT no hay no facturado
      *----------------------------------------------------------------
       ATPC808-ACUMULAR-NOFACTURADO.
           OPEN INPUT MOV-ENTRADA
           IF WS-ATPC808-MOV-STATUS NOT = "00"
              DISPLAY "ATPC808 - AVISO: sin MOVFACT.DAT -- el no "
                      "facturado del dia se informa en cero"
           ELSE
              MOVE SPACES TO WS-ATPC808-MOV-ENT-ANT
              SET WS-ATPC808-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC808-FIN-ENTRADA
                 READ MOV-ENTRADA
                     AT END
                        SET WS-ATPC808-FIN-ENTRADA TO TRUE
                     NOT AT END
                        ADD 1 TO WS-ATPC808-MOV-LEIDOS
                        PERFORM ATPC808-SUMAR-MOVIMIENTO
                 END-READ
              END-PERFORM
              CLOSE MOV-ENTRADA
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC808-ACUMULAR-RETENIDO
      *----------------------------------------------------------------
      * Segunda pasada: pagos retenidos aun no liberados (fecha de
      * liberacion posterior a hoy) acumulados por cuenta en
      * ATPC808.WRK
      *----------------------------------------------------------------
       ATPC808-ACUMULAR-RETENIDO.
           OPEN INPUT RTN-RETENCIONES
           IF WS-ATPC808-RTN-STATUS NOT = "00"
              DISPLAY "ATPC808 - AVISO: sin PAGRET.DAT -- no hay "
                      "pagos retenidos que excluir del disponible"
           ELSE
              SET WS-ATPC808-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC808-FIN-ENTRADA
                 READ RTN-RETENCIONES
                     AT END
                        SET WS-ATPC808-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF RTN-FECLIBERA > WS-ATPC808-HOY
                           PERFORM ATPC808-ACUMULAR-RETENCION
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE RTN-RETENCIONES
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC808-ACUMULAR-RETENCION
      *----------------------------------------------------------------
       ATPC808-ACUMULAR-RETENCION.
           ADD 1 TO WS-ATPC808-RTN-VIGENTES
           ADD RTN-IMPORTE TO WS-ATPC808-RTN-IMPORTE
           MOVE RTN-CODENT    TO WRK-CODENT
           MOVE RTN-NUMCUENTA TO WRK-NUMCUENTA
           READ WRK-NOFACTURADO
               INVALID KEY
                  MOVE ZEROES TO WRK-IMPORTE
                                 WRK-MOVIMIENTOS
                  MOVE RTN-IMPORTE TO WRK-RETENIDO
                  WRITE WRK-NOFACTURADO-REG
               NOT INVALID KEY
                  ADD RTN-IMPORTE TO WRK-RETENIDO
                  REWRITE WRK-NOFACTURADO-REG
           END-READ
           IF WS-ATPC808-WRK-STATUS NOT = "00"
              ADD 1 TO WS-ATPC808-ERRORES
              DISPLAY "ATPC808 - ALERTA: CODENT=[" RTN-CODENT
                      "] CUENTA=[" RTN-NUMCUENTA "] no se pudo "
                      "acumular la retencion en ATPC808.WRK -- "
                      "FILE STATUS:[" WS-ATPC808-WRK-STATUS "]"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC808-SUMAR-MOVIMIENTO
      *----------------------------------------------------------------
       ATPC808-SUMAR-MOVIMIENTO.
           IF MOV-ENT-CODENT NOT = WS-ATPC808-MOV-ENT-ANT
              MOVE MOV-ENT-CODENT TO WS-ATPC808-MOV-ENT-ANT
              SET WS-ATPC808-MOV-ENT-OK TO FALSE
              MOVE ZEROES TO WS-ATPC808-MOV-CLAMONUF
              INITIALIZE WS-ATPC021
              MOVE MOV-ENT-CODENT TO WS-ATPC021-CODENT
              PERFORM ATPC021-BUSCAR-EN-ARREGLO
              IF WS-ATPC021-RETORNO-OK
                 SET WS-ATPC808-MOV-ENT-OK TO TRUE
                 IF WS-ATPC021-CLAMONUF-ALF IS NUMERIC
                    MOVE WS-ATPC021-CLAMONUF TO WS-ATPC808-MOV-CLAMONUF
                 END-IF
              END-IF
           END-IF

      * Movimiento de entidad desconocida: lo rechaza ATPC915
           IF WS-ATPC808-MOV-ENT-OK
              PERFORM ATPC808-VALORIZAR-MOVIMIENTO
              IF WS-ATPC808-MOV-VALORIZADO
                 PERFORM ATPC808-ACUMULAR-CUENTA
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC808-VALORIZAR-MOVIMIENTO
      *----------------------------------------------------------------
      * Importe del movimiento en la moneda principal de la entidad,
      * con signo (la correccion resta)
      *----------------------------------------------------------------
       ATPC808-VALORIZAR-MOVIMIENTO.
           SET WS-ATPC808-MOV-VALORIZADO TO TRUE
           MOVE MOV-ENT-IMPORTE TO WS-ATPC808-MOV-IMPORTE
           IF MOV-ENT-CLAMON IS NUMERIC
           AND MOV-ENT-CLAMON NOT = ZEROES
           AND MOV-ENT-CLAMON NOT = WS-ATPC808-MOV-CLAMONUF
              INITIALIZE WS-ATPC157-CONV
              MOVE MOV-ENT-CLAMON          TO WS-ATPC157-CONV-MONDESDE
              MOVE WS-ATPC808-MOV-CLAMONUF TO WS-ATPC157-CONV-MONHASTA
              MOVE MOV-ENT-FECHA           TO WS-ATPC157-CONV-FECHA
              MOVE MOV-ENT-IMPORTE         TO WS-ATPC157-CONV-IMPORTE
              PERFORM ATPC157-CONVERTIR
              IF WS-ATPC157-RETORNO-OK
                 MOVE WS-ATPC157-CONV-CONVERTIDO
                   TO WS-ATPC808-MOV-IMPORTE
              ELSE
                 SET WS-ATPC808-MOV-VALORIZADO TO FALSE
                 ADD 1 TO WS-ATPC808-MOV-SIN-COTIZ
              END-IF
           END-IF
           IF MOV-ENT-INDNORCOR = 0
              COMPUTE WS-ATPC808-MOV-IMPORTE =
                 ZEROES - WS-ATPC808-MOV-IMPORTE
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC808-ACUMULAR-CUENTA
      *----------------------------------------------------------------
       ATPC808-ACUMULAR-CUENTA.
           MOVE MOV-ENT-CODENT    TO WRK-CODENT
           MOVE MOV-ENT-NUMCUENTA TO WRK-NUMCUENTA
           READ WRK-NOFACTURADO
               INVALID KEY
                  MOVE WS-ATPC808-MOV-IMPORTE TO WRK-IMPORTE
                  MOVE 1 TO WRK-MOVIMIENTOS
                  MOVE ZEROES TO WRK-RETENIDO
                  WRITE WRK-NOFACTURADO-REG
               NOT INVALID KEY
                  ADD WS-ATPC808-MOV-IMPORTE TO WRK-IMPORTE
                  ADD 1 TO WRK-MOVIMIENTOS
                  REWRITE WRK-NOFACTURADO-REG
           END-READ
           IF WS-ATPC808-WRK-STATUS NOT = "00"
              ADD 1 TO WS-ATPC808-ERRORES
              DISPLAY "ATPC808 - ALERTA: CODENT=[" MOV-ENT-CODENT
                      "] CUENTA=[" MOV-ENT-NUMCUENTA "] no se pudo "
                      "acumular en ATPC808.WRK -- FILE STATUS:["
                      WS-ATPC808-WRK-STATUS "]"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC808-PROCESAR-CUENTA
      *----------------------------------------------------------------
       ATPC808-PROCESAR-CUENTA.
           IF CTM-CODENT NOT = WS-ATPC808-ENT-ANT
              PERFORM ATPC808-ABRIR-ENTIDAD
           END-IF

           MOVE CTM-CODENT    TO WS-ATPCLIM-CODENT
           MOVE CTM-NUMCUENTA TO WS-ATPCLIM-NUMCUENTA
           PERFORM ATPCLIM-CONSULTAR-LIMITE
           IF WS-ATPCLIM-RETORNO-OK
              MOVE LIM-LIMITE TO WS-ATPC808-LIMITE
           ELSE
              MOVE ZEROES TO WS-ATPC808-LIMITE
              ADD 1 TO WS-ATPC808-SIN-LIMITE
           END-IF

           MOVE CTM-CODENT    TO WRK-CODENT
           MOVE CTM-NUMCUENTA TO WRK-NUMCUENTA
           READ WRK-NOFACTURADO
               INVALID KEY
                  MOVE ZEROES TO WS-ATPC808-NOFACTURADO
                                 WS-ATPC808-RETENIDO
               NOT INVALID KEY
                  MOVE WRK-IMPORTE  TO WS-ATPC808-NOFACTURADO
                  MOVE WRK-RETENIDO TO WS-ATPC808-RETENIDO
           END-READ
           IF WS-ATPCPLN-DISPONIBLE
              PERFORM ATPC808-SUMAR-PLANES
           END-IF

           MOVE ZEROES TO WS-ATPC808-CODBLQ
           INITIALIZE WS-ATPC175
           MOVE CTM-CODENT    TO WS-ATPC175-CODENT
           MOVE CTM-CODESTCTA TO WS-ATPC175-CODESTCTA
           PERFORM ATPC175-BUSCAR-EN-ARREGLO
           IF WS-ATPC175-RETORNO-OK
           AND WS-ATPC175-CODBLQ IS NUMERIC
           AND WS-ATPC175-CODBLQ > ZEROES
              MOVE WS-ATPC175-CODBLQ TO WS-ATPC808-CODBLQ
              ADD 1 TO WS-ATPC808-BLOQUEADAS
           END-IF

           INITIALIZE WS-ATPC808-DET
           MOVE CTM-CODENT            TO WS-ATPC808-DET-CODENT
           MOVE CTM-NUMCUENTA         TO WS-ATPC808-DET-NUMCUENTA
           MOVE WS-ATPC808-LIMITE     TO WS-ATPC808-DET-LIMITE
           MOVE WS-ATPC808-ENT-PORNAC TO WS-ATPC808-DET-PORAUTFACN
           MOVE WS-ATPC808-ENT-POREXT TO WS-ATPC808-DET-PORAUTFACE
           MOVE ZEROES TO WS-ATPC808-MEMO
           IF NOT WS-ATPC808-ENT-RETIENE
              MOVE CTM-MEM-IMPORTE TO WS-ATPC808-MEMO
           END-IF
           COMPUTE WS-ATPC808-DET-DISPNAC ROUNDED =
              WS-ATPC808-LIMITE
              + WS-ATPC808-LIMITE * WS-ATPC808-ENT-PORNAC / 100
              - CTM-SALDO - WS-ATPC808-NOFACTURADO
              - WS-ATPC808-RETENIDO + WS-ATPC808-MEMO
           COMPUTE WS-ATPC808-DET-DISPEXT ROUNDED =
              WS-ATPC808-LIMITE
              + WS-ATPC808-LIMITE * WS-ATPC808-ENT-POREXT / 100
              - CTM-SALDO - WS-ATPC808-NOFACTURADO
              - WS-ATPC808-RETENIDO + WS-ATPC808-MEMO
           MOVE CTM-SALDO              TO WS-ATPC808-DET-SALDO
           MOVE WS-ATPC808-NOFACTURADO TO WS-ATPC808-DET-NOFACTURADO
           MOVE CTM-CODESTCTA          TO WS-ATPC808-DET-CODESTCTA
           MOVE WS-ATPC808-CODBLQ      TO WS-ATPC808-DET-CODBLQ
           MOVE WS-ATPC808-RETENIDO    TO WS-ATPC808-DET-RETENIDO
           WRITE DSP-DISPONIBLE-REG FROM WS-ATPC808-DET

           ADD 1 TO WS-ATPC808-CUENTAS
           IF WS-ATPC808-DET-DISPNAC < ZEROES
              ADD 1 TO WS-ATPC808-SIN-DISPONIBLE
              SUBTRACT WS-ATPC808-DET-DISPNAC FROM WS-ATPC808-HASH
           ELSE
              ADD WS-ATPC808-DET-DISPNAC TO WS-ATPC808-HASH
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC808-ABRIR-ENTIDAD
      *----------------------------------------------------------------
      * Porcentajes de autorizacion sobre el limite de la entidad;
      * la entidad inexistente en ATPC021 informa el limite sin
      * elevar y la corrida termina con RC 4
      *----------------------------------------------------------------
       ATPC808-ABRIR-ENTIDAD.
           MOVE CTM-CODENT TO WS-ATPC808-ENT-ANT
           MOVE ZEROES TO WS-ATPC808-ENT-PORNAC
                          WS-ATPC808-ENT-POREXT
                          WS-ATPC808-ENT-CLAMONUF
           SET WS-ATPC808-ENT-RETIENE TO FALSE
           INITIALIZE WS-ATPC021
           MOVE CTM-CODENT TO WS-ATPC021-CODENT
           PERFORM ATPC021-BUSCAR-EN-ARREGLO
           IF WS-ATPC021-RETORNO-OK
              IF WS-ATPC021-CLAMONUF-ALF IS NUMERIC
                 MOVE WS-ATPC021-CLAMONUF TO WS-ATPC808-ENT-CLAMONUF
              END-IF
              IF WS-ATPC021-INDRETPAGO = CT-S
                 SET WS-ATPC808-ENT-RETIENE TO TRUE
              END-IF
              IF WS-ATPC021-PORAUTFACN-ALF IS NUMERIC
                 MOVE WS-ATPC021-PORAUTFACN TO WS-ATPC808-ENT-PORNAC
              END-IF
              IF WS-ATPC021-PORAUTFACE-ALF IS NUMERIC
                 MOVE WS-ATPC021-PORAUTFACE TO WS-ATPC808-ENT-POREXT
              END-IF
           ELSE
              ADD 1 TO WS-ATPC808-ERRORES
              DISPLAY "ATPC808 - ALERTA: CODENT=[" CTM-CODENT
                      "] inexistente en ATPC021 -- limite sin elevar"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC808-SUMAR-PLANES
      *----------------------------------------------------------------
      * Suma al no facturado de la cuenta el saldo de sus planes en
      * cuotas abiertos o anticipados, en la moneda principal de la
      * entidad
      *----------------------------------------------------------------
       ATPC808-SUMAR-PLANES.
           MOVE CTM-CODENT    TO WS-ATPCPLN-CODENT
           MOVE CTM-NUMCUENTA TO WS-ATPCPLN-NUMCUENTA
           PERFORM ATPCPLN-PRIMER-PLAN
           PERFORM UNTIL NOT WS-ATPCPLN-RETORNO-OK
              IF PLN-CON-SALDO
                 IF PLN-CLAMON IS NUMERIC
                 AND PLN-CLAMON NOT = ZEROES
                 AND PLN-CLAMON NOT = WS-ATPC808-ENT-CLAMONUF
                    INITIALIZE WS-ATPC157-CONV
                    MOVE PLN-CLAMON  TO WS-ATPC157-CONV-MONDESDE
                    MOVE WS-ATPC808-ENT-CLAMONUF
                      TO WS-ATPC157-CONV-MONHASTA
                    MOVE WS-ATPC808-HOY TO WS-ATPC157-CONV-FECHA
                    MOVE PLN-SALDO   TO WS-ATPC157-CONV-IMPORTE
                    PERFORM ATPC157-CONVERTIR
                    IF WS-ATPC157-RETORNO-OK
                       ADD WS-ATPC157-CONV-CONVERTIDO
                         TO WS-ATPC808-NOFACTURADO
                    ELSE
                       ADD 1 TO WS-ATPC808-PLN-SIN-COTIZ
                    END-IF
                 ELSE
                    ADD PLN-SALDO TO WS-ATPC808-NOFACTURADO
                 END-IF
              END-IF
              PERFORM ATPCPLN-SIGUIENTE-PLAN
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC808-EMITIR-RESUMEN
      *----------------------------------------------------------------
       ATPC808-EMITIR-RESUMEN.
           MOVE SPACES TO WS-ATPC808-LINEA
           STRING " DISPONIBLE DE COMPRA AL [" DELIMITED BY SIZE
                  WS-ATPC808-HOY              DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC808-LINEA
           WRITE RPT-ATPC808-REG FROM WS-ATPC808-LINEA
           DISPLAY WS-ATPC808-LINEA

           MOVE SPACES TO WS-ATPC808-LINEA
           STRING " MOVIMIENTOS: "            DELIMITED BY SIZE
                  WS-ATPC808-MOV-LEIDOS       DELIMITED BY SIZE
                  "  SIN COTIZACION: "        DELIMITED BY SIZE
                  WS-ATPC808-MOV-SIN-COTIZ    DELIMITED BY SIZE
                  "  PLANES SIN COTIZACION: " DELIMITED BY SIZE
                  WS-ATPC808-PLN-SIN-COTIZ    DELIMITED BY SIZE
                  "  ERRORES: "               DELIMITED BY SIZE
                  WS-ATPC808-ERRORES          DELIMITED BY SIZE
             INTO WS-ATPC808-LINEA
           WRITE RPT-ATPC808-REG FROM WS-ATPC808-LINEA
           DISPLAY WS-ATPC808-LINEA

           MOVE SPACES TO WS-ATPC808-LINEA
           STRING " CUENTAS: "                DELIMITED BY SIZE
                  WS-ATPC808-CUENTAS          DELIMITED BY SIZE
                  "  SIN LIMITE: "            DELIMITED BY SIZE
                  WS-ATPC808-SIN-LIMITE       DELIMITED BY SIZE
                  "  BLOQUEADAS: "            DELIMITED BY SIZE
                  WS-ATPC808-BLOQUEADAS       DELIMITED BY SIZE
                  "  SIN DISPONIBLE: "        DELIMITED BY SIZE
                  WS-ATPC808-SIN-DISPONIBLE   DELIMITED BY SIZE
             INTO WS-ATPC808-LINEA
           WRITE RPT-ATPC808-REG FROM WS-ATPC808-LINEA
           DISPLAY WS-ATPC808-LINEA

           MOVE SPACES TO WS-ATPC808-LINEA
           STRING " PAGOS RETENIDOS: "        DELIMITED BY SIZE
                  WS-ATPC808-RTN-VIGENTES     DELIMITED BY SIZE
                  "  IMPORTE RETENIDO: "      DELIMITED BY SIZE
                  WS-ATPC808-RTN-IMPORTE      DELIMITED BY SIZE
             INTO WS-ATPC808-LINEA
           WRITE RPT-ATPC808-REG FROM WS-ATPC808-LINEA
           DISPLAY WS-ATPC808-LINEA

           MOVE SPACES TO WS-ATPC808-LINEA
           STRING " TOTAL DE CONTROL: "       DELIMITED BY SIZE
                  WS-ATPC808-HASH             DELIMITED BY SIZE
             INTO WS-ATPC808-LINEA
           WRITE RPT-ATPC808-REG FROM WS-ATPC808-LINEA
           DISPLAY WS-ATPC808-LINEA
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
       COPY "ATPC157-PR".
       COPY "ATPC175-PR".
       COPY "ATPC096-PR".
       COPY "ATPCLIM-PR".
       COPY "ATPCPLN-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
