       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC809.
      *----------------------------------------------------------------
      * Programa batch diario de alta de planes de compra en cuotas:
      * recorre MOVFACT.DAT antes de ATPC915 y cada movimiento normal
      * (INDNORCOR 1) de un TIPOFAC marcado INDCOMPCUO = "S" en
      * ATPC044 -- la compra en cuotas que llega por su importe total
      * -- se convierte en un plan de PLANCUO.DAT (ver
      * ATPCPLN-PLN.cpy) y se retira de MOVFACT.DAT: la compra ya no
      * se factura entera sino por las cuotas que ATPC810 emite cada
      * mes. El resto de los movimientos queda en MOVFACT.DAT tal
      * como llego.
      *
      * La cantidad de cuotas se toma de ATPC809.PRM, una linea por
      * entidad y TIPOFAC: CODENT(4) TIPOFAC(4) NUMCUOTAS 9(03),
      * entre 2 y 999 (el movimiento de facturacion no la informa).
      * CODENT o TIPOFAC "****" vale para toda entidad o todo TIPOFAC
      * sin linea propia; rige la linea mas especifica (entidad y
      * TIPOFAC, entidad, TIPOFAC, "****" "****"). La linea no
      * numerica o fuera de rango se informa y se ignora. La compra
      * sin linea que la cubra queda en MOVFACT.DAT (se factura
      * entera) y la corrida termina con RC 4. La cuota es el
      * importe dividido por la cantidad de cuotas, truncado al
      * centavo; la ultima absorbe la diferencia. La correccion
      * (INDNORCOR 0) de un TIPOFAC en cuotas se factura como llega.
      *
      * Si el plan de una compra no se puede grabar, la compra queda
      * en MOVFACT.DAT (se factura entera) y la corrida termina con
      * RC 4. Sin ATPC809.PRM (o sin ninguna linea valida) o sin
      * PLANCUO.DAT la corrida termina
      * con RC 12 sin tocar MOVFACT.DAT.
      *
      * Orden en la cadena: despues de la recepcion de MOVFACT.DAT
      * (ATPC987) y del reciclo de reparados (ATPC976), antes de
      * ATPC915.
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
           SELECT PRM-ATPC809 ASSIGN TO "ATPC809.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC809-PRM-STATUS.
      * Maestro de planes de compra en cuotas -- ver ATPCPLN-PLN.cpy
           SELECT PLN-PLANES ASSIGN TO "PLANCUO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-CLAVE
               FILE STATUS IS WS-ATPCPLN-STATUS.
           SELECT MOV-ENTRADA ASSIGN TO "MOVFACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC809-MOV-STATUS.
      * Movimientos que siguen a facturacion, antes de reemplazar
      * MOVFACT.DAT
           SELECT MOV-TRABAJO ASSIGN TO "ATPC809.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC809-WRK-STATUS.
           SELECT RPT-ATPC809 ASSIGN TO "ATPC809.RPT"
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
       COPY "ATPCPLN-PLN".

       FD  PRM-ATPC809
           RECORDING MODE IS F.
       01  PRM-ATPC809-REG.
           05  PRM-ATPC809-CODENT             PIC X(04).
           05  PRM-ATPC809-TIPOFAC            PIC X(04).
           05  PRM-ATPC809-NUMCUOTAS          PIC X(03).

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

       FD  MOV-TRABAJO
           RECORDING MODE IS F.
       01  MOV-TRABAJO-REG                    PIC X(60).

       FD  RPT-ATPC809
           RECORDING MODE IS F.
       01  RPT-ATPC809-REG                    PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPC044-WS".
       COPY "ATPC096-WS".
       COPY "ATPCPLN-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".

       77  WS-ATPC809-PRM-STATUS              PIC X(02).
       77  WS-ATPC809-MOV-STATUS              PIC X(02).
       77  WS-ATPC809-WRK-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC809-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.

      * Cantidad de cuotas por entidad y TIPOFAC (ATPC809.PRM)
       78  WS-ATPC809-CUO-MAX                 VALUE 500.
       77  WS-ATPC809-CUO-CANT                PIC 9(04) VALUE 0.
       01  WS-ATPC809-CUOTAS.
           05  WS-ATPC809-CUO OCCURS 500 TIMES.
               10  WS-ATPC809-CUO-CODENT      PIC X(04).
               10  WS-ATPC809-CUO-TIPOFAC     PIC X(04).
               10  WS-ATPC809-CUO-NUMCUOTAS   PIC 9(03).
       01  FILLER                             PIC X(01).
           88 WS-ATPC809-PRM-OK               VALUE "S"
              WHEN SET TO FALSE "N".

      * Cantidad de cuotas de la compra en curso y precision de la
      * linea que la dio (4 entidad y TIPOFAC ... 1 "****" "****")
       77  WS-ATPC809-NUMCUOTAS               PIC 9(03) VALUE 0.
       77  WS-ATPC809-PRECISION               PIC 9(01).
       77  WS-ATPC809-PRE-FILA                PIC 9(01).
       01  WS-ATPC809-TIPOFAC                 PIC X(04).

      * El movimiento en curso pasa a plan
       01  FILLER                             PIC X(01).
           88 WS-ATPC809-EN-CUOTAS            VALUE "S"
              WHEN SET TO FALSE "N".

      * Fecha del dia en AAAA-MM-DD
       01  WS-ATPC809-HOY.
           05  WS-ATPC809-HOY-AAAA            PIC 9(04).
           05  WS-ATPC809-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC809-HOY-MM              PIC 9(02).
           05  WS-ATPC809-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC809-HOY-DD              PIC 9(02).
       01  WS-ATPC809-HOY-AMD.
           05  WS-ATPC809-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC809-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC809-HOY-AMD-DD          PIC 9(02).

      * Contadores del resumen final
       77  WS-ATPC809-LEIDOS                  PIC 9(07) VALUE 0.
       77  WS-ATPC809-FACTURABLES             PIC 9(07) VALUE 0.
       77  WS-ATPC809-PLANES                  PIC 9(07) VALUE 0.
       77  WS-ATPC809-PLANES-IMPORTE          PIC 9(12)V99 VALUE 0.
       77  WS-ATPC809-ERRORES                 PIC 9(07) VALUE 0.
       77  WS-ATPC809-SIN-CUOTAS              PIC 9(07) VALUE 0.

       01  WS-ATPC809-LINEA                   PIC X(100).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC809-PRINCIPAL
      *----------------------------------------------------------------
       ATPC809-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC809: ALTA DE PLANES DE COMPRA EN CUOTAS            -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC809" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPC809-LEER-PARAMETROS
           IF NOT WS-ATPC809-PRM-OK
              DISPLAY "ATPC809 - ERROR: falta ATPC809.PRM con la "
                      "cantidad de cuotas (2 a 999) por entidad y "
                      "TIPOFAC -- corrida abortada"
              PERFORM ATPC809-ABORTAR
           END-IF

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC044-CARGAR-ARREGLO
           PERFORM ATPC096-CARGAR-ARREGLO

           ACCEPT WS-ATPC809-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC809-HOY-G1 WS-ATPC809-HOY-G2
           MOVE WS-ATPC809-HOY-AMD-AAAA TO WS-ATPC809-HOY-AAAA
           MOVE WS-ATPC809-HOY-AMD-MM   TO WS-ATPC809-HOY-MM
           MOVE WS-ATPC809-HOY-AMD-DD   TO WS-ATPC809-HOY-DD

           OPEN INPUT MOV-ENTRADA
           IF WS-ATPC809-MOV-STATUS NOT = "00"
              DISPLAY "ATPC809: sin MOVFACT.DAT -- no hay compras "
                      "que procesar"
              MOVE "OK" TO WS-ATPCRUN-ESTADO-FINAL
              PERFORM ATPCRUN-FINALIZAR
              STOP RUN
           END-IF

           PERFORM ATPCPLN-ABRIR-ACTUALIZACION
           IF NOT WS-ATPCPLN-DISPONIBLE
              DISPLAY "ATPC809 - ERROR: sin PLANCUO.DAT no se pueden "
                      "dar de alta planes -- corrida abortada"
              CLOSE MOV-ENTRADA
              PERFORM ATPC809-ABORTAR
           END-IF

           OPEN OUTPUT MOV-TRABAJO
                       RPT-ATPC809
           SET WS-ATPC809-FIN-ENTRADA TO FALSE
           PERFORM UNTIL WS-ATPC809-FIN-ENTRADA
              READ MOV-ENTRADA
                  AT END
                     SET WS-ATPC809-FIN-ENTRADA TO TRUE
                  NOT AT END
                     ADD 1 TO WS-ATPC809-LEIDOS
                     PERFORM ATPC809-PROCESAR-MOVIMIENTO
              END-READ
           END-PERFORM
           CLOSE MOV-ENTRADA
                 MOV-TRABAJO
           PERFORM ATPCPLN-CERRAR-CONSULTA

      * MOVFACT.DAT se reemplaza solo si alguna compra paso a plan
           IF WS-ATPC809-PLANES > ZEROES
              PERFORM ATPC809-REEMPLAZAR-MOVFACT
           END-IF

           PERFORM ATPC809-EMITIR-RESUMEN
           CLOSE RPT-ATPC809

           DISPLAY
           "- ATPC809: ALTA DE PLANES FINALIZADA                      -"
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
      * Proceso: ATPC809-ABORTAR
      *----------------------------------------------------------------
       ATPC809-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC809-LEER-PARAMETROS
      *----------------------------------------------------------------
       ATPC809-LEER-PARAMETROS.
           SET WS-ATPC809-PRM-OK TO FALSE
           OPEN INPUT PRM-ATPC809
           IF WS-ATPC809-PRM-STATUS = "00"
              PERFORM UNTIL WS-ATPC809-PRM-STATUS NOT = "00"
                 READ PRM-ATPC809
                     AT END
                        MOVE "10" TO WS-ATPC809-PRM-STATUS
                     NOT AT END
                        PERFORM ATPC809-CARGAR-LINEA
                 END-READ
              END-PERFORM
              CLOSE PRM-ATPC809
           END-IF
           IF WS-ATPC809-CUO-CANT > ZEROES
              SET WS-ATPC809-PRM-OK TO TRUE
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC809-CARGAR-LINEA
      *----------------------------------------------------------------
       ATPC809-CARGAR-LINEA.
           EVALUATE TRUE
              WHEN PRM-ATPC809-NUMCUOTAS IS NOT NUMERIC
              OR PRM-ATPC809-NUMCUOTAS < "002"
                 DISPLAY "ATPC809 - ALERTA: linea de ATPC809.PRM "
                         "ignorada [" PRM-ATPC809-REG "]"
              WHEN WS-ATPC809-CUO-CANT >= WS-ATPC809-CUO-MAX
                 DISPLAY "ATPC809 - ALERTA: ATPC809.PRM supera las "
                         WS-ATPC809-CUO-MAX " lineas -- linea "
                         "ignorada [" PRM-ATPC809-REG "]"
              WHEN OTHER
                 ADD 1 TO WS-ATPC809-CUO-CANT
                 MOVE PRM-ATPC809-CODENT
                   TO WS-ATPC809-CUO-CODENT(WS-ATPC809-CUO-CANT)
                 MOVE PRM-ATPC809-TIPOFAC
                   TO WS-ATPC809-CUO-TIPOFAC(WS-ATPC809-CUO-CANT)
                 MOVE PRM-ATPC809-NUMCUOTAS
                   TO WS-ATPC809-CUO-NUMCUOTAS(WS-ATPC809-CUO-CANT)
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC809-BUSCAR-CUOTAS
      *----------------------------------------------------------------
      * Deja en WS-ATPC809-NUMCUOTAS la cantidad de la linea mas
      * especifica para la entidad y el TIPOFAC del movimiento; en
      * cero si ninguna lo cubre
      *----------------------------------------------------------------
       ATPC809-BUSCAR-CUOTAS.
           MOVE ZEROES TO WS-ATPC809-NUMCUOTAS
                          WS-ATPC809-PRECISION
           MOVE MOV-ENT-TIPOFAC TO WS-ATPC809-TIPOFAC
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC809-CUO-CANT
              MOVE ZEROES TO WS-ATPC809-PRE-FILA
              EVALUATE TRUE
                 WHEN WS-ATPC809-CUO-CODENT(WS-I) = MOV-ENT-CODENT
                  AND WS-ATPC809-CUO-TIPOFAC(WS-I) = WS-ATPC809-TIPOFAC
                    MOVE 4 TO WS-ATPC809-PRE-FILA
                 WHEN WS-ATPC809-CUO-CODENT(WS-I) = MOV-ENT-CODENT
                  AND WS-ATPC809-CUO-TIPOFAC(WS-I) = "****"
                    MOVE 3 TO WS-ATPC809-PRE-FILA
                 WHEN WS-ATPC809-CUO-CODENT(WS-I) = "****"
                  AND WS-ATPC809-CUO-TIPOFAC(WS-I) = WS-ATPC809-TIPOFAC
                    MOVE 2 TO WS-ATPC809-PRE-FILA
                 WHEN WS-ATPC809-CUO-CODENT(WS-I) = "****"
                  AND WS-ATPC809-CUO-TIPOFAC(WS-I) = "****"
                    MOVE 1 TO WS-ATPC809-PRE-FILA
              END-EVALUATE
              IF WS-ATPC809-PRE-FILA > WS-ATPC809-PRECISION
                 MOVE WS-ATPC809-PRE-FILA TO WS-ATPC809-PRECISION
                 MOVE WS-ATPC809-CUO-NUMCUOTAS(WS-I)
                   TO WS-ATPC809-NUMCUOTAS
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC809-PROCESAR-MOVIMIENTO
      *----------------------------------------------------------------
       ATPC809-PROCESAR-MOVIMIENTO.
           SET WS-ATPC809-EN-CUOTAS TO FALSE
           IF MOV-ENT-INDNORCOR = 1
           AND MOV-ENT-IMPORTE IS NUMERIC
           AND MOV-ENT-IMPORTE > ZEROES
              INITIALIZE WS-ATPC044
              MOVE MOV-ENT-CODENT      TO WS-ATPC044-CODENT
              MOVE MOV-ENT-TIPOFAC     TO WS-ATPC044-TIPOFAC
              MOVE MOV-ENT-INDNORCOR   TO WS-ATPC044-INDNORCOR
              PERFORM ATPC044-BUSCAR-EN-ARREGLO
              IF WS-ATPC044-RETORNO-OK
              AND WS-ATPC044-INDCOMPCUO = "S"
                 PERFORM ATPC809-BUSCAR-CUOTAS
                 IF WS-ATPC809-NUMCUOTAS = ZEROES
                    ADD 1 TO WS-ATPC809-SIN-CUOTAS
                    DISPLAY "ATPC809 - ALERTA: CODENT=["
                            MOV-ENT-CODENT "] TIPOFAC=["
                            MOV-ENT-TIPOFAC "] CUENTA=["
                            MOV-ENT-NUMCUENTA "] sin cantidad de "
                            "cuotas en ATPC809.PRM -- la compra se "
                            "factura entera"
                    IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                    END-IF
                 ELSE
                    PERFORM ATPC809-ALTA-PLAN
                 END-IF
              END-IF
           END-IF

           IF NOT WS-ATPC809-EN-CUOTAS
              ADD 1 TO WS-ATPC809-FACTURABLES
              WRITE MOV-TRABAJO-REG FROM MOV-ENTRADA-REG
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC809-ALTA-PLAN
      *----------------------------------------------------------------
       ATPC809-ALTA-PLAN.
           MOVE MOV-ENT-CODENT    TO WS-ATPCPLN-CODENT
           MOVE MOV-ENT-NUMCUENTA TO WS-ATPCPLN-NUMCUENTA
           PERFORM ATPCPLN-PROXIMO-NUMERO

           INITIALIZE PLN-PLANES-REG
           MOVE MOV-ENT-CODENT       TO PLN-CODENT
           MOVE MOV-ENT-NUMCUENTA    TO PLN-NUMCUENTA
           MOVE WS-ATPCPLN-NUMPLAN   TO PLN-NUMPLAN
           SET PLN-ABIERTO           TO TRUE
           MOVE MOV-ENT-FECHA        TO PLN-FECCOMPRA
           MOVE MOV-ENT-CODMAR       TO PLN-CODMAR
           MOVE MOV-ENT-INDTIPT      TO PLN-INDTIPT
           MOVE MOV-ENT-TIPOFAC      TO PLN-TIPOFAC
           MOVE MOV-ENT-INDVERT      TO PLN-INDVERT
           MOVE MOV-ENT-INDNIVAPL    TO PLN-INDNIVAPL
           MOVE MOV-ENT-CODCONECO    TO PLN-CODCONECO
           MOVE MOV-ENT-CLAMON       TO PLN-CLAMON
           MOVE MOV-ENT-IMPORTE      TO PLN-IMPORTE
                                        PLN-SALDO
           MOVE WS-ATPC809-NUMCUOTAS TO PLN-NUMCUOTAS
           COMPUTE PLN-IMPCUOTA =
              MOV-ENT-IMPORTE / WS-ATPC809-NUMCUOTAS
           MOVE ZEROES               TO PLN-CUOTASEMI
           MOVE SPACES               TO PLN-PERULTCUO
                                        PLN-FECULTCUO
                                        PLN-FECCIERRE
           MOVE WS-ATPC809-HOY       TO PLN-FECALTA
           PERFORM ATPCPLN-ALTA-PLAN

           IF WS-ATPCPLN-RETORNO-OK
              SET WS-ATPC809-EN-CUOTAS TO TRUE
              ADD 1 TO WS-ATPC809-PLANES
              ADD MOV-ENT-IMPORTE TO WS-ATPC809-PLANES-IMPORTE
              MOVE SPACES TO WS-ATPC809-LINEA
              STRING " PLAN "                 DELIMITED BY SIZE
                     PLN-CODENT               DELIMITED BY SIZE
                     "/"                      DELIMITED BY SIZE
                     PLN-NUMCUENTA            DELIMITED BY SIZE
                     "/"                      DELIMITED BY SIZE
                     PLN-NUMPLAN              DELIMITED BY SIZE
                     " IMPORTE "              DELIMITED BY SIZE
                     PLN-IMPORTE              DELIMITED BY SIZE
                     " CUOTAS "               DELIMITED BY SIZE
                     PLN-NUMCUOTAS            DELIMITED BY SIZE
                     " DE "                   DELIMITED BY SIZE
                     PLN-IMPCUOTA             DELIMITED BY SIZE
                INTO WS-ATPC809-LINEA
              WRITE RPT-ATPC809-REG FROM WS-ATPC809-LINEA
           ELSE
              ADD 1 TO WS-ATPC809-ERRORES
              DISPLAY "ATPC809 - ALERTA: CODENT=[" MOV-ENT-CODENT
                      "] CUENTA=[" MOV-ENT-NUMCUENTA "] "
                      WS-ATPCPLN-RETORNO-DESC(1:50)
                      " -- la compra se factura entera"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC809-REEMPLAZAR-MOVFACT
      *----------------------------------------------------------------
      * Vuelca a MOVFACT.DAT los movimientos que siguen a facturacion
      *----------------------------------------------------------------
       ATPC809-REEMPLAZAR-MOVFACT.
           OPEN INPUT MOV-TRABAJO
           OPEN OUTPUT MOV-ENTRADA
           IF WS-ATPC809-WRK-STATUS NOT = "00"
           OR WS-ATPC809-MOV-STATUS NOT = "00"
              DISPLAY "ATPC809 - ERROR: no se pudo reemplazar "
                      "MOVFACT.DAT -- FILE STATUS:["
                      WS-ATPC809-MOV-STATUS "/"
                      WS-ATPC809-WRK-STATUS "] -- recuperar "
                      "MOVFACT.DAT desde ATPC809.WRK"
              MOVE 12 TO RETURN-CODE
           ELSE
              SET WS-ATPC809-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC809-FIN-ENTRADA
                 READ MOV-TRABAJO
                     AT END
                        SET WS-ATPC809-FIN-ENTRADA TO TRUE
                     NOT AT END
                        WRITE MOV-ENTRADA-REG FROM MOV-TRABAJO-REG
                 END-READ
              END-PERFORM
           END-IF
           CLOSE MOV-TRABAJO
                 MOV-ENTRADA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC809-EMITIR-RESUMEN
      *----------------------------------------------------------------
       ATPC809-EMITIR-RESUMEN.
           MOVE SPACES TO WS-ATPC809-LINEA
           STRING " MOVIMIENTOS LEIDOS: "     DELIMITED BY SIZE
                  WS-ATPC809-LEIDOS           DELIMITED BY SIZE
                  "  A FACTURACION: "         DELIMITED BY SIZE
                  WS-ATPC809-FACTURABLES      DELIMITED BY SIZE
                  "  ERRORES: "               DELIMITED BY SIZE
                  WS-ATPC809-ERRORES          DELIMITED BY SIZE
                  "  SIN CUOTAS: "            DELIMITED BY SIZE
                  WS-ATPC809-SIN-CUOTAS       DELIMITED BY SIZE
             INTO WS-ATPC809-LINEA
           WRITE RPT-ATPC809-REG FROM WS-ATPC809-LINEA
           DISPLAY WS-ATPC809-LINEA

           MOVE SPACES TO WS-ATPC809-LINEA
           STRING " PLANES DADOS DE ALTA: "   DELIMITED BY SIZE
                  WS-ATPC809-PLANES           DELIMITED BY SIZE
                  "  IMPORTE: "               DELIMITED BY SIZE
                  WS-ATPC809-PLANES-IMPORTE   DELIMITED BY SIZE
             INTO WS-ATPC809-LINEA
           WRITE RPT-ATPC809-REG FROM WS-ATPC809-LINEA
           DISPLAY WS-ATPC809-LINEA
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

       COPY "ATPC044-PR".
       COPY "ATPC096-PR".
       COPY "ATPCPLN-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
