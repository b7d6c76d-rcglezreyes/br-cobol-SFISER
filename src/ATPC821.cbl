       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC821.
      *----------------------------------------------------------------
      * Programa batch diario de conciliacion de remesas por oficina
      * de pago: cada oficina de pago (OFIMPAGO de la entidad en
      * ATPC021, directorio de oficinas en ATPC162) transfiere al
      * banco en una remesa diaria el total de lo que cobro. Este
      * proceso totaliza los pagos del dia de PAGOS.DAT por la
      * oficina de la entidad de cada pago, totaliza el archivo de
      * remesas de las oficinas REMESAS.DAT y compara ambos importes
      * por oficina --
      *  - CONCILIADA: la diferencia no supera la tolerancia;
      *  - CORTA:      la remesa es menor que lo cobrado;
      *  - EXCEDIDA:   la remesa es mayor que lo cobrado (incluye la
      *                remesa de una oficina sin pagos del dia);
      *  - FALTANTE:   hubo pagos y la oficina no remeso.
      * La remesa de una oficina que no existe en el directorio
      * ATPC162 se informa como DESCONOCIDA.
      *
      * Solo el pago en moneda principal de la entidad (PAG-CLAMON en
      * blanco, "000" o la CLAMONUF de ATPC021) suma a lo cobrado por
      * la oficina, que remesa en esa moneda; el pago en moneda
      * adicional se lista aparte con su moneda y no se concilia.
      *
      * Corre antes de ATPC817: PAGOS.DAT tiene que ser el de las
      * oficinas, sin las partidas de suspenso reinyectadas (que las
      * oficinas ya remesaron el dia en que cobraron).
      *
      * Tolerancia por oficina en ATPC821.PRM (una linea por oficina:
      * OFIMPAGO(4) + importe 9(07)V99); la linea de OFIMPAGO 0000
      * rige para las oficinas sin linea propia; sin ninguna de las
      * dos la tolerancia es cero. Toda oficina fuera de tolerancia
      * (o desconocida) genera una advertencia en la cola ATPCALE
      * (tabla ATPC162, clave la oficina) y deja la corrida en 4.
      *
      * Layout de REMESAS.DAT: OFIMPAGO(4) FECREMESA(10)
      * IMPORTE 9(11)V99 REFERENCIA(20); varias lineas de la misma
      * oficina se suman.
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
           SELECT PRM-ATPC821 ASSIGN TO "ATPC821.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC821-PRM-STATUS.
           SELECT PAG-PAGOS ASSIGN TO "PAGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC821-PAG-STATUS.
           SELECT REM-REMESAS ASSIGN TO "REMESAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC821-REM-STATUS.
           SELECT RPT-ATPC821 ASSIGN TO "ATPC821.RPT"
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
      * Cola central de alertas de operacion -- ver ATPCALE-ALE.cpy
           SELECT ALE-ALERTAS ASSIGN TO "ATPCALE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCALE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "ATPCRUN-RUN".
       COPY "ATPCCTL-CTL".
       COPY "ATPCAUD-AUD".
       COPY "ATPCDIF-DIF".
       COPY "ATPCLCK-LCK".
       COPY "ATPCEXC-EXC".
       COPY "ATPCALE-ALE".

       FD  PRM-ATPC821
           RECORDING MODE IS F.
       01  PRM-ATPC821-REG.
           05  PRM-ATPC821-OFIMPAGO           PIC X(04).
           05  PRM-ATPC821-TOLERANCIA         PIC 9(07)V99.

       FD  PAG-PAGOS
           RECORDING MODE IS F.
       01  PAG-PAGOS-REG.
           05  PAG-CODENT                     PIC X(04).
           05  PAG-NUMCUENTA                  PIC X(16).
           05  PAG-IMPORTE                    PIC 9(09)V99.
           05  PAG-FECVALOR                   PIC X(10).
           05  PAG-CLAMON                     PIC X(03).

       FD  REM-REMESAS
           RECORDING MODE IS F.
       01  REM-REMESAS-REG.
           05  REM-OFIMPAGO                   PIC X(04).
           05  REM-FECREMESA                  PIC X(10).
           05  REM-IMPORTE                    PIC 9(11)V99.
           05  REM-REFERENCIA                 PIC X(20).

       FD  RPT-ATPC821
           RECORDING MODE IS F.
       01  RPT-ATPC821-REG                    PIC X(130).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPC021-WS".
       COPY "ATPC096-WS".
       COPY "ATPC162-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".
       COPY "ATPCALE-WS".

       77  WS-ATPC821-PRM-STATUS              PIC X(02).
       77  WS-ATPC821-PAG-STATUS              PIC X(02).
       77  WS-ATPC821-REM-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC821-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.

      * Tolerancias por oficina (ATPC821.PRM); OFIMPAGO 0000 = defecto
       78  WS-ATPC821-TOL-MAX                 VALUE 200.
       77  WS-ATPC821-TOL-CANT                PIC 9(03) VALUE 0.
       77  WS-ATPC821-TOL-DEFECTO             PIC 9(07)V99 VALUE 0.
       01  WS-ATPC821-TOLERANCIAS.
           05  WS-ATPC821-TOL OCCURS 200 TIMES.
               10  WS-ATPC821-TOL-OFIMPAGO    PIC X(04).
               10  WS-ATPC821-TOL-IMPORTE     PIC 9(07)V99.

      * Totales por oficina de pago
       78  WS-ATPC821-OFI-MAX                 VALUE 200.
       77  WS-ATPC821-OFI-CANT                PIC 9(03) VALUE 0.
       77  WS-ATPC821-OFI-IDX                 PIC 9(03).
       01  WS-ATPC821-OFICINAS.
           05  WS-ATPC821-OFI OCCURS 200 TIMES.
               10  WS-ATPC821-OFI-OFIMPAGO    PIC X(04).
               10  WS-ATPC821-OFI-PAGOS       PIC 9(07).
               10  WS-ATPC821-OFI-COBRADO     PIC 9(13)V99.
               10  WS-ATPC821-OFI-REMESAS     PIC 9(05).
               10  WS-ATPC821-OFI-REMESADO    PIC 9(13)V99.
       01  WS-ATPC821-AUX-OFIMPAGO            PIC X(04).

      * Oficina de la entidad del ultimo pago leido
       01  WS-ATPC821-ENT-ANT                 PIC X(04).
       01  WS-ATPC821-ENT-OFIMPAGO            PIC X(04).
       01  WS-ATPC821-ENT-CLAMONUF            PIC X(03).
       77  WS-ATPC821-IMPORTE-ED              PIC Z(08)9.99.

      * Oficina en curso al comparar
       77  WS-ATPC821-TOLERANCIA              PIC 9(07)V99.
       77  WS-ATPC821-DIFERENCIA              PIC S9(13)V99.
       77  WS-ATPC821-DIF-ABS                 PIC 9(13)V99.
       77  WS-ATPC821-SITUACION               PIC X(11).
       77  WS-ATPC821-NOMOFI                  PIC X(30).
       01  FILLER                             PIC X(01).
           88 WS-ATPC821-OFI-CONOCIDA         VALUE "S"
              WHEN SET TO FALSE "N".
       01  FILLER                             PIC X(01).
           88 WS-ATPC821-ALERTAR              VALUE "S"
              WHEN SET TO FALSE "N".
       77  WS-ATPC821-COBRADO-ED              PIC Z(12)9.99.
       77  WS-ATPC821-REMESADO-ED             PIC Z(12)9.99.
       77  WS-ATPC821-DIFERENCIA-ED           PIC -(12)9.99.

      * Fecha del dia en AAAA-MM-DD
       01  WS-ATPC821-HOY.
           05  WS-ATPC821-HOY-AAAA            PIC 9(04).
           05  WS-ATPC821-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC821-HOY-MM              PIC 9(02).
           05  WS-ATPC821-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC821-HOY-DD              PIC 9(02).
       01  WS-ATPC821-HOY-AMD.
           05  WS-ATPC821-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC821-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC821-HOY-AMD-DD          PIC 9(02).

      * Contadores del resumen final
       77  WS-ATPC821-PAG-LEIDOS              PIC 9(08) VALUE 0.
       77  WS-ATPC821-REM-LEIDAS              PIC 9(06) VALUE 0.
       77  WS-ATPC821-SIN-OFICINA             PIC 9(08) VALUE 0.
       77  WS-ATPC821-SIN-OFICINA-IMP         PIC 9(13)V99 VALUE 0.
       77  WS-ATPC821-PAG-MONEDA              PIC 9(08) VALUE 0.
       77  WS-ATPC821-CONCILIADAS             PIC 9(03) VALUE 0.
       77  WS-ATPC821-CORTAS                  PIC 9(03) VALUE 0.
       77  WS-ATPC821-EXCEDIDAS               PIC 9(03) VALUE 0.
       77  WS-ATPC821-FALTANTES               PIC 9(03) VALUE 0.
       77  WS-ATPC821-DESCONOCIDAS            PIC 9(03) VALUE 0.
       77  WS-ATPC821-ALERTAS                 PIC 9(03) VALUE 0.

       01  WS-ATPC821-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC821-PRINCIPAL
      *----------------------------------------------------------------
       ATPC821-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC821: CONCILIACION DE REMESAS POR OFICINA DE PAGO   -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC821" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC021-CARGAR-ARREGLO
           PERFORM ATPC096-CARGAR-ARREGLO
           PERFORM ATPC162-CARGAR-ARREGLO

           ACCEPT WS-ATPC821-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC821-HOY-G1 WS-ATPC821-HOY-G2
           MOVE WS-ATPC821-HOY-AMD-AAAA TO WS-ATPC821-HOY-AAAA
           MOVE WS-ATPC821-HOY-AMD-MM   TO WS-ATPC821-HOY-MM
           MOVE WS-ATPC821-HOY-AMD-DD   TO WS-ATPC821-HOY-DD

           PERFORM ATPC821-LEER-PARAMETROS

           OPEN OUTPUT RPT-ATPC821

           MOVE SPACES TO WS-ATPC821-LINEA
           STRING " CONCILIACION DE REMESAS AL ["
                                              DELIMITED BY SIZE
                  WS-ATPC821-HOY              DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC821-LINEA
           WRITE RPT-ATPC821-REG FROM WS-ATPC821-LINEA
           DISPLAY WS-ATPC821-LINEA

           PERFORM ATPC821-TOTALIZAR-PAGOS
           PERFORM ATPC821-TOTALIZAR-REMESAS

           PERFORM VARYING WS-ATPC821-OFI-IDX FROM 1 BY 1
                     UNTIL WS-ATPC821-OFI-IDX > WS-ATPC821-OFI-CANT
              PERFORM ATPC821-CONCILIAR-OFICINA
           END-PERFORM

           MOVE WS-ATPC821-SIN-OFICINA-IMP TO WS-ATPC821-COBRADO-ED
           MOVE SPACES TO WS-ATPC821-LINEA
           STRING " PAGOS: "                  DELIMITED BY SIZE
                  WS-ATPC821-PAG-LEIDOS       DELIMITED BY SIZE
                  "  REMESAS: "               DELIMITED BY SIZE
                  WS-ATPC821-REM-LEIDAS       DELIMITED BY SIZE
                  "  PAGOS SIN OFICINA: "     DELIMITED BY SIZE
                  WS-ATPC821-SIN-OFICINA      DELIMITED BY SIZE
                  " POR "                     DELIMITED BY SIZE
                  WS-ATPC821-COBRADO-ED       DELIMITED BY SIZE
                  "  EN OTRA MONEDA: "        DELIMITED BY SIZE
                  WS-ATPC821-PAG-MONEDA       DELIMITED BY SIZE
             INTO WS-ATPC821-LINEA
           WRITE RPT-ATPC821-REG FROM WS-ATPC821-LINEA
           DISPLAY WS-ATPC821-LINEA

           MOVE SPACES TO WS-ATPC821-LINEA
           STRING " OFICINAS -- CONCILIADAS: " DELIMITED BY SIZE
                  WS-ATPC821-CONCILIADAS       DELIMITED BY SIZE
                  "  CORTAS: "                 DELIMITED BY SIZE
                  WS-ATPC821-CORTAS            DELIMITED BY SIZE
                  "  EXCEDIDAS: "              DELIMITED BY SIZE
                  WS-ATPC821-EXCEDIDAS         DELIMITED BY SIZE
                  "  FALTANTES: "              DELIMITED BY SIZE
                  WS-ATPC821-FALTANTES         DELIMITED BY SIZE
                  "  DESCONOCIDAS: "           DELIMITED BY SIZE
                  WS-ATPC821-DESCONOCIDAS      DELIMITED BY SIZE
                  "  ALERTAS: "                DELIMITED BY SIZE
                  WS-ATPC821-ALERTAS           DELIMITED BY SIZE
             INTO WS-ATPC821-LINEA
           WRITE RPT-ATPC821-REG FROM WS-ATPC821-LINEA
           DISPLAY WS-ATPC821-LINEA

           CLOSE RPT-ATPC821

           DISPLAY
           "- ATPC821: CONCILIACION FINALIZADA                       -"
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
      * Proceso: ATPC821-ABORTAR
      *----------------------------------------------------------------
       ATPC821-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC821-LEER-PARAMETROS
      *----------------------------------------------------------------
       ATPC821-LEER-PARAMETROS.
           OPEN INPUT PRM-ATPC821
           IF WS-ATPC821-PRM-STATUS = "00"
              PERFORM UNTIL WS-ATPC821-PRM-STATUS NOT = "00"
                        OR WS-ATPC821-TOL-CANT >= WS-ATPC821-TOL-MAX
                 READ PRM-ATPC821
                     AT END
                        MOVE "10" TO WS-ATPC821-PRM-STATUS
                     NOT AT END
                        IF PRM-ATPC821-TOLERANCIA IS NOT NUMERIC
                           DISPLAY "ATPC821 - ALERTA: linea de "
                                   "ATPC821.PRM ignorada ["
                                   PRM-ATPC821-REG "]"
                        ELSE
                           IF PRM-ATPC821-OFIMPAGO = "0000"
                              MOVE PRM-ATPC821-TOLERANCIA
                                TO WS-ATPC821-TOL-DEFECTO
                           ELSE
                              ADD 1 TO WS-ATPC821-TOL-CANT
                              MOVE PRM-ATPC821-OFIMPAGO
                                TO WS-ATPC821-TOL-OFIMPAGO
                                   (WS-ATPC821-TOL-CANT)
                              MOVE PRM-ATPC821-TOLERANCIA
                                TO WS-ATPC821-TOL-IMPORTE
                                   (WS-ATPC821-TOL-CANT)
                           END-IF
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE PRM-ATPC821
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC821-TOTALIZAR-PAGOS
      *----------------------------------------------------------------
      * Cada pago suma a la oficina de pago de su entidad; el pago de
      * una entidad inexistente o sin oficina se cuenta aparte
      *----------------------------------------------------------------
       ATPC821-TOTALIZAR-PAGOS.
           MOVE HIGH-VALUES TO WS-ATPC821-ENT-ANT
           OPEN INPUT PAG-PAGOS
           IF WS-ATPC821-PAG-STATUS = "00"
              SET WS-ATPC821-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC821-FIN-ENTRADA
                 READ PAG-PAGOS
                     AT END
                        SET WS-ATPC821-FIN-ENTRADA TO TRUE
                     NOT AT END
                        ADD 1 TO WS-ATPC821-PAG-LEIDOS
                        PERFORM ATPC821-ACUMULAR-PAGO
                 END-READ
              END-PERFORM
              CLOSE PAG-PAGOS
           ELSE
              DISPLAY "ATPC821 - AVISO: sin PAGOS.DAT del dia -- "
                      "FILE STATUS:[" WS-ATPC821-PAG-STATUS "]"
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC821-ACUMULAR-PAGO
      *----------------------------------------------------------------
       ATPC821-ACUMULAR-PAGO.
           IF PAG-CODENT NOT = WS-ATPC821-ENT-ANT
              MOVE PAG-CODENT TO WS-ATPC821-ENT-ANT
              MOVE SPACES     TO WS-ATPC821-ENT-OFIMPAGO
                                 WS-ATPC821-ENT-CLAMONUF
              INITIALIZE WS-ATPC021
              MOVE PAG-CODENT TO WS-ATPC021-CODENT
              PERFORM ATPC021-BUSCAR-EN-ARREGLO
              IF WS-ATPC021-RETORNO-OK
                 MOVE WS-ATPC021-OFIMPAGO TO WS-ATPC821-ENT-OFIMPAGO
                 MOVE WS-ATPC021-CLAMONUF-ALF
                   TO WS-ATPC821-ENT-CLAMONUF
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN WS-ATPC821-ENT-OFIMPAGO = SPACES
                 ADD 1 TO WS-ATPC821-SIN-OFICINA
                 ADD PAG-IMPORTE TO WS-ATPC821-SIN-OFICINA-IMP
              WHEN PAG-CLAMON NOT = SPACES
               AND PAG-CLAMON NOT = "000"
               AND PAG-CLAMON NOT = WS-ATPC821-ENT-CLAMONUF
                 PERFORM ATPC821-REPORTAR-PAGO-MONEDA
              WHEN OTHER
                 MOVE WS-ATPC821-ENT-OFIMPAGO
                   TO WS-ATPC821-AUX-OFIMPAGO
                 PERFORM ATPC821-UBICAR-OFICINA
                 ADD 1 TO WS-ATPC821-OFI-PAGOS(WS-ATPC821-OFI-IDX)
                 ADD PAG-IMPORTE
                   TO WS-ATPC821-OFI-COBRADO(WS-ATPC821-OFI-IDX)
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC821-REPORTAR-PAGO-MONEDA
      *----------------------------------------------------------------
      * El pago en moneda adicional no suma a lo cobrado por la
      * oficina; se lista con su moneda
      *----------------------------------------------------------------
       ATPC821-REPORTAR-PAGO-MONEDA.
           ADD 1 TO WS-ATPC821-PAG-MONEDA
           MOVE PAG-IMPORTE TO WS-ATPC821-IMPORTE-ED
           MOVE SPACES TO WS-ATPC821-LINEA
           STRING " PAGO EN OTRA MONEDA OFICINA ["
                                              DELIMITED BY SIZE
                  WS-ATPC821-ENT-OFIMPAGO     DELIMITED BY SIZE
                  "] CODENT ["                DELIMITED BY SIZE
                  PAG-CODENT                  DELIMITED BY SIZE
                  "] CUENTA ["                DELIMITED BY SIZE
                  PAG-NUMCUENTA               DELIMITED BY SIZE
                  "] CLAMON ["                DELIMITED BY SIZE
                  PAG-CLAMON                  DELIMITED BY SIZE
                  "] IMPORTE ["               DELIMITED BY SIZE
                  WS-ATPC821-IMPORTE-ED       DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC821-LINEA
           WRITE RPT-ATPC821-REG FROM WS-ATPC821-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC821-TOTALIZAR-REMESAS
      *----------------------------------------------------------------
       ATPC821-TOTALIZAR-REMESAS.
           OPEN INPUT REM-REMESAS
           IF WS-ATPC821-REM-STATUS = "00"
              SET WS-ATPC821-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC821-FIN-ENTRADA
                 READ REM-REMESAS
                     AT END
                        SET WS-ATPC821-FIN-ENTRADA TO TRUE
                     NOT AT END
                        ADD 1 TO WS-ATPC821-REM-LEIDAS
                        MOVE REM-OFIMPAGO TO WS-ATPC821-AUX-OFIMPAGO
                        PERFORM ATPC821-UBICAR-OFICINA
                        ADD 1
                          TO WS-ATPC821-OFI-REMESAS(WS-ATPC821-OFI-IDX)
                        ADD REM-IMPORTE
                          TO WS-ATPC821-OFI-REMESADO(WS-ATPC821-OFI-IDX)
                 END-READ
              END-PERFORM
              CLOSE REM-REMESAS
           ELSE
              DISPLAY "ATPC821 - AVISO: sin REMESAS.DAT del dia -- "
                      "toda oficina con pagos queda FALTANTE"
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC821-UBICAR-OFICINA
      *----------------------------------------------------------------
      * Busca o agrega WS-ATPC821-AUX-OFIMPAGO en el arreglo de
      * oficinas y deja su posicion en WS-ATPC821-OFI-IDX
      *----------------------------------------------------------------
       ATPC821-UBICAR-OFICINA.
           MOVE ZEROES TO WS-ATPC821-OFI-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC821-OFI-CANT
              IF WS-ATPC821-OFI-OFIMPAGO(WS-I) =
                 WS-ATPC821-AUX-OFIMPAGO
                 MOVE WS-I TO WS-ATPC821-OFI-IDX
                 MOVE WS-ATPC821-OFI-CANT TO WS-I
              END-IF
           END-PERFORM
           IF WS-ATPC821-OFI-IDX = ZEROES
              IF WS-ATPC821-OFI-CANT < WS-ATPC821-OFI-MAX
                 ADD 1 TO WS-ATPC821-OFI-CANT
                 MOVE WS-ATPC821-OFI-CANT TO WS-ATPC821-OFI-IDX
                 INITIALIZE WS-ATPC821-OFI(WS-ATPC821-OFI-IDX)
                 MOVE WS-ATPC821-AUX-OFIMPAGO
                   TO WS-ATPC821-OFI-OFIMPAGO(WS-ATPC821-OFI-IDX)
              ELSE
                 DISPLAY "ATPC821 - ALERTA: el arreglo de oficinas "
                         "alcanzo su capacidad maxima ["
                         WS-ATPC821-OFI-MAX "] -- corrida abortada"
                 CLOSE RPT-ATPC821
                 PERFORM ATPC821-ABORTAR
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC821-CONCILIAR-OFICINA
      *----------------------------------------------------------------
       ATPC821-CONCILIAR-OFICINA.
           MOVE WS-ATPC821-OFI-OFIMPAGO(WS-ATPC821-OFI-IDX)
             TO WS-ATPC821-AUX-OFIMPAGO

           INITIALIZE WS-ATPC162
           MOVE WS-ATPC821-AUX-OFIMPAGO TO WS-ATPC162-OFIMPAGO
           PERFORM ATPC162-BUSCAR-EN-ARREGLO
           IF WS-ATPC162-RETORNO-OK
              SET WS-ATPC821-OFI-CONOCIDA TO TRUE
              MOVE WS-ATPC162-NOMOFI TO WS-ATPC821-NOMOFI
           ELSE
              SET WS-ATPC821-OFI-CONOCIDA TO FALSE
              MOVE "** OFICINA INEXISTENTE EN ATPC162 **"
                TO WS-ATPC821-NOMOFI
           END-IF

           MOVE WS-ATPC821-TOL-DEFECTO TO WS-ATPC821-TOLERANCIA
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC821-TOL-CANT
              IF WS-ATPC821-TOL-OFIMPAGO(WS-I) =
                 WS-ATPC821-AUX-OFIMPAGO
                 MOVE WS-ATPC821-TOL-IMPORTE(WS-I)
                   TO WS-ATPC821-TOLERANCIA
                 MOVE WS-ATPC821-TOL-CANT TO WS-I
              END-IF
           END-PERFORM

           COMPUTE WS-ATPC821-DIFERENCIA =
              WS-ATPC821-OFI-REMESADO(WS-ATPC821-OFI-IDX)
              - WS-ATPC821-OFI-COBRADO(WS-ATPC821-OFI-IDX)
           IF WS-ATPC821-DIFERENCIA < ZEROES
              COMPUTE WS-ATPC821-DIF-ABS =
                 ZEROES - WS-ATPC821-DIFERENCIA
           ELSE
              MOVE WS-ATPC821-DIFERENCIA TO WS-ATPC821-DIF-ABS
           END-IF

           SET WS-ATPC821-ALERTAR TO FALSE
           EVALUATE TRUE
              WHEN NOT WS-ATPC821-OFI-CONOCIDA
                 MOVE "DESCONOCIDA" TO WS-ATPC821-SITUACION
                 ADD 1 TO WS-ATPC821-DESCONOCIDAS
                 SET WS-ATPC821-ALERTAR TO TRUE
              WHEN WS-ATPC821-OFI-REMESAS(WS-ATPC821-OFI-IDX) = ZEROES
                 MOVE "FALTANTE" TO WS-ATPC821-SITUACION
                 ADD 1 TO WS-ATPC821-FALTANTES
              WHEN WS-ATPC821-DIF-ABS NOT > WS-ATPC821-TOLERANCIA
                 MOVE "CONCILIADA" TO WS-ATPC821-SITUACION
                 ADD 1 TO WS-ATPC821-CONCILIADAS
              WHEN WS-ATPC821-DIFERENCIA < ZEROES
                 MOVE "CORTA" TO WS-ATPC821-SITUACION
                 ADD 1 TO WS-ATPC821-CORTAS
              WHEN OTHER
                 MOVE "EXCEDIDA" TO WS-ATPC821-SITUACION
                 ADD 1 TO WS-ATPC821-EXCEDIDAS
           END-EVALUATE
           IF WS-ATPC821-DIF-ABS > WS-ATPC821-TOLERANCIA
              SET WS-ATPC821-ALERTAR TO TRUE
           END-IF

           MOVE WS-ATPC821-OFI-COBRADO(WS-ATPC821-OFI-IDX)
             TO WS-ATPC821-COBRADO-ED
           MOVE WS-ATPC821-OFI-REMESADO(WS-ATPC821-OFI-IDX)
             TO WS-ATPC821-REMESADO-ED
           MOVE WS-ATPC821-DIFERENCIA TO WS-ATPC821-DIFERENCIA-ED
           MOVE SPACES TO WS-ATPC821-LINEA
           STRING " OFICINA ["                DELIMITED BY SIZE
                  WS-ATPC821-AUX-OFIMPAGO     DELIMITED BY SIZE
                  "] "                        DELIMITED BY SIZE
                  WS-ATPC821-NOMOFI           DELIMITED BY SIZE
                  " COBRADO ["                DELIMITED BY SIZE
                  WS-ATPC821-COBRADO-ED       DELIMITED BY SIZE
                  "] REMESADO ["              DELIMITED BY SIZE
                  WS-ATPC821-REMESADO-ED      DELIMITED BY SIZE
                  "] DIF ["                   DELIMITED BY SIZE
                  WS-ATPC821-DIFERENCIA-ED    DELIMITED BY SIZE
                  "] "                        DELIMITED BY SIZE
                  WS-ATPC821-SITUACION        DELIMITED BY SIZE
             INTO WS-ATPC821-LINEA
           WRITE RPT-ATPC821-REG FROM WS-ATPC821-LINEA
           DISPLAY WS-ATPC821-LINEA

           IF WS-ATPC821-ALERTAR
              PERFORM ATPC821-ALERTAR-OFICINA
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC821-ALERTAR-OFICINA
      *----------------------------------------------------------------
       ATPC821-ALERTAR-OFICINA.
           ADD 1 TO WS-ATPC821-ALERTAS
           IF RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF

           INITIALIZE WS-ATPCALE-ENTRADA
           SET WS-ATPCALE-SEV-ADVERTENCIA TO TRUE
           MOVE "ATPC821"               TO WS-ATPCALE-PROGRAMA
           MOVE CT-ATPC162              TO WS-ATPCALE-TABLA
           MOVE WS-ATPC821-AUX-OFIMPAGO TO WS-ATPCALE-CLAVE
           STRING "Remesa "               DELIMITED BY SIZE
                  WS-ATPC821-SITUACION    DELIMITED BY SPACE
                  " del "                 DELIMITED BY SIZE
                  WS-ATPC821-HOY          DELIMITED BY SIZE
                  " -- diferencia "       DELIMITED BY SIZE
                  WS-ATPC821-DIFERENCIA-ED
                                          DELIMITED BY SIZE
             INTO WS-ATPCALE-MENSAJE
           PERFORM ATPCALE-GRABAR-ALERTA
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
       COPY "ATPC162-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
       COPY "ATPCALE-PR".
