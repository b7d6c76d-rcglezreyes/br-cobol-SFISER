      * lista sus conceptos economicos de la vertiente de comisiones
      * (ATPC052-LISTAR-POR-VERTIENTE) quedandose con los conceptos
      * periodicos aplicables (INDAPLICA = "S" y TIPCONECO = "P").
      * La liquidacion corre SOLO en la fecha de ciclo de
      * facturacion, igual que la capitalizacion de ATPC960: la
      * entidad se abre si tiene alguna fila de ATPC085 con fecha de
      * hoy, y dentro de ella cada cuenta liquida solo si el ciclo de
      * su grupo de facturacion (CTM-CODGRUPO, asignado por ATPC861)
      * cae hoy -- ATPCCIC-ULTIMO-CICLO; con grupo cero, o sin filas
      * del grupo en el calendario, rige el ciclo de la entidad. Las
      * cuentas de otro grupo se cuentan aparte como OTRO CICLO. La
      * corrida extra o repetida del dia no duplica cuotas de
      * membresia.
      * Cada concepto se liquida sobre el saldo de la cuenta --
      *  - por tramo via ATPC154-CALCULAR-COMISION cuando
      *    INDPORTRAMO = "S";
      * ATPC975.PRM (primera linea, campos contiguos); sin el archivo
      * la corrida aborta.
      *
      * Cuota de membresia por tipo de tarjeta: cuando el tipo de
      * tarjeta de la cuenta (CODMAR + INDTIPT del maestro CTAMAE.DAT)
      * tiene cuota propia en PRECIOS.DAT (ver ATPCPRC-PRC.cpy), el
      * concepto de membresia de la entidad se liquida a esa cuenta
      * con el concepto propio del tipo de tarjeta, que debe ser
      * tambien un concepto periodico aplicable de la vertiente; si
      * no lo es, rige el de la entidad y la cuenta se cuenta como
      * CUOTA SIN CONCEPTO. Los conceptos propios de algun tipo de
      * tarjeta no se liquidan a las demas cuentas de la entidad.
      *
      * Las cuentas que ATPC820 clasifico como dormidas en el maestro
      * CTAMAE.DAT no liquidan comisiones periodicas; se cuentan
      * aparte en el reporte por entidad. Tampoco liquidan las
      * cuentas en estado especial (fallecido, quiebra o fraude,
      * ATPC835), que se cuentan aparte en el resumen final, ni las
      * cuentas en cierre o cerradas (ATPC849), tambien contadas
      * aparte en el resumen final.
      *
      * Dependencias:
      *  - Debe estar declarada la rutina para manejo de errores
      *    888888-LOGGEAR-TRANSACCION
           SELECT CKP085-CTL ASSIGN TO "ATPC085.CKPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC085-CKP-STATUS.
      * Maestro de cuentas, para excluir las dormidas -- ver
      * ATPCCTM-CTM.cpy
           SELECT CTM-MAESTRO ASSIGN TO "CTAMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTM-CLAVE
               FILE STATUS IS WS-ATPCCTM-STATUS.
           SELECT CUO-CUOTAS ASSIGN TO "CUOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC975-CUO-STATUS.
           SELECT RPT-ATPC975 ASSIGN TO "ATPC975.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Precios propios por tipo de tarjeta -- ver ATPCPRC-PRC.cpy
           SELECT PRC-PRECIOS ASSIGN TO "PRECIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCPRC-STATUS.
      * Requerido porque los ATPCxxx-CARGAR-ARREGLO graban una fila de
      * control compartida -- ver ATPCCTL-CTL.cpy
           SELECT CTL-CARGAS ASSIGN TO "ATPCCTL.DAT"
       COPY "ATPCLCK-LCK".
       COPY "ATPCEXC-EXC".
       COPY "ATPC085-CKP".
       COPY "ATPCCTM-CTM".
       COPY "ATPCPRC-PRC".

       FD  PRM-ATPC975
           RECORDING MODE IS F.
       COPY "ATPC096-WS".
       COPY "ATPC154-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCCTM-WS".
       COPY "ATPCCIC-WS".
       COPY "ATPCPRC-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
               10  WS-ATPC975-CON-INDPORTRAMO PIC X(01).
               10  WS-ATPC975-CON-PORREF      PIC 9(03)V9(04).
               10  WS-ATPC975-CON-PORCOMTOP   PIC 9(03)V9(04).
      * "S" = cuota propia de algun tipo de tarjeta
               10  WS-ATPC975-CON-PROPIA      PIC X(01).

      * Concepto a liquidar (el de la entidad o el que lo reemplaza
      * por el tipo de tarjeta de la cuenta)
       77  WS-ATPC975-APL-IDX                 PIC 9(02).
       77  WS-ATPC975-K                       PIC 9(02).

      * Corte de control por entidad
       01  WS-ATPC975-ENT-ANT                 PIC X(04).
              WHEN SET TO FALSE "N".
       77  WS-ATPC975-ENT-MOVS                PIC 9(06).
       77  WS-ATPC975-ENT-IMPORTE             PIC 9(12)V99.
       77  WS-ATPC975-ENT-DORMIDAS            PIC 9(06).

      * Importes del calculo
       77  WS-ATPC975-COMISION                PIC 9(09)V99.
      * Contadores del resumen final
       77  WS-ATPC975-LEIDAS                  PIC 9(06) VALUE 0.
       77  WS-ATPC975-MOVIMIENTOS             PIC 9(06) VALUE 0.
       77  WS-ATPC975-DORMIDAS                PIC 9(06) VALUE 0.
       77  WS-ATPC975-ESPECIALES              PIC 9(06) VALUE 0.
       77  WS-ATPC975-CERRADAS                PIC 9(06) VALUE 0.
       77  WS-ATPC975-OTRO-CICLO              PIC 9(06) VALUE 0.
       77  WS-ATPC975-CUOTAS-TARJETA          PIC 9(06) VALUE 0.
       77  WS-ATPC975-CUOTAS-SIN-CON          PIC 9(06) VALUE 0.

       01  WS-ATPC975-LINEA                   PIC X(100).

           PERFORM ATPC052-CARGAR-ARREGLO
           PERFORM ATPC085-CARGAR-ARREGLO
           PERFORM ATPC154-CARGAR-ARREGLO
           PERFORM ATPCPRC-CARGAR-TABLA

           ACCEPT WS-ATPC975-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC975-HOY-G1 WS-ATPC975-HOY-G2
           MOVE WS-ATPC975-HOY-AMD-MM   TO WS-ATPC975-HOY-MM
           MOVE WS-ATPC975-HOY-AMD-DD   TO WS-ATPC975-HOY-DD

           PERFORM ATPCCTM-ABRIR-CONSULTA

           OPEN INPUT SAL-DIARIOS
           IF WS-ATPC975-SAL-STATUS NOT = "00"
              DISPLAY "ATPC975 - ERROR: no se pudo abrir SALDIAR.DAT "
                     WS-ATPC975-LEIDAS        DELIMITED BY SIZE
                     "  MOVIMIENTOS: "        DELIMITED BY SIZE
                     WS-ATPC975-MOVIMIENTOS   DELIMITED BY SIZE
                     "  DORMIDAS: "           DELIMITED BY SIZE
                     WS-ATPC975-DORMIDAS      DELIMITED BY SIZE
                     "  ESTADO ESPECIAL: "    DELIMITED BY SIZE
                     WS-ATPC975-ESPECIALES    DELIMITED BY SIZE
                     "  EN CIERRE: "          DELIMITED BY SIZE
                     WS-ATPC975-CERRADAS      DELIMITED BY SIZE
                     "  OTRO CICLO: "         DELIMITED BY SIZE
                     WS-ATPC975-OTRO-CICLO    DELIMITED BY SIZE
                INTO WS-ATPC975-LINEA
              WRITE RPT-ATPC975-REG FROM WS-ATPC975-LINEA
              DISPLAY WS-ATPC975-LINEA
              MOVE SPACES TO WS-ATPC975-LINEA
              STRING " CUOTAS DE TIPO DE TARJETA: " DELIMITED BY SIZE
                     WS-ATPC975-CUOTAS-TARJETA      DELIMITED BY SIZE
                     "  CUOTA SIN CONCEPTO: "       DELIMITED BY SIZE
                     WS-ATPC975-CUOTAS-SIN-CON      DELIMITED BY SIZE
                INTO WS-ATPC975-LINEA
              WRITE RPT-ATPC975-REG FROM WS-ATPC975-LINEA
              DISPLAY WS-ATPC975-LINEA
                    RPT-ATPC975
              CLOSE SAL-DIARIOS
           END-IF
           PERFORM ATPCCTM-CERRAR-CONSULTA

           DISPLAY
           "- ATPC975: LIQUIDACION FINALIZADA                         -"
              PERFORM ATPC975-ABRIR-ENTIDAD
           END-IF

      * La cuenta dormida (ATPC820), en estado especial (ATPC835) o
      * en cierre o cerrada (ATPC849) no liquida comisiones
      * periodicas; tampoco la de un grupo de facturacion cuyo ciclo
      * no es hoy
           IF WS-ATPC975-ENT-LIQUIDA
           AND SAL-SALDO > ZEROES
              MOVE SAL-CODENT    TO WS-ATPCCTM-CODENT
              MOVE SAL-NUMCUENTA TO WS-ATPCCTM-NUMCUENTA
              PERFORM ATPCCTM-CONSULTAR-CUENTA
              INITIALIZE WS-ATPCCIC-ENTRADA
              MOVE WS-ATPC975-ENT-NUM TO WS-ATPCCIC-CODENT
              IF WS-ATPCCTM-RETORNO-OK
                 MOVE CTM-CODGRUPO    TO WS-ATPCCIC-CODGRUPO
              END-IF
              MOVE WS-ATPC975-HOY     TO WS-ATPCCIC-FECHA-TOPE
              PERFORM ATPCCIC-ULTIMO-CICLO
              EVALUATE TRUE
                 WHEN NOT WS-ATPCCIC-RETORNO-OK
                 OR WS-ATPCCIC-FECCICLO NOT = WS-ATPC975-HOY
                    ADD 1 TO WS-ATPC975-OTRO-CICLO
                 WHEN WS-ATPCCTM-RETORNO-OK AND CTM-CIE-CON-CIERRE
                    ADD 1 TO WS-ATPC975-CERRADAS
                 WHEN WS-ATPCCTM-RETORNO-OK AND CTM-ESPECIAL
                    ADD 1 TO WS-ATPC975-ESPECIALES
                 WHEN WS-ATPCCTM-RETORNO-OK AND CTM-DORMIDA
                    ADD 1 TO WS-ATPC975-DORMIDAS
                             WS-ATPC975-ENT-DORMIDAS
                 WHEN OTHER
                    PERFORM ATPC975-LIQUIDAR-CUENTA
              END-EVALUATE
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC975-LIQUIDAR-CUENTA
      *----------------------------------------------------------------
       ATPC975-LIQUIDAR-CUENTA.
      * Precios propios del tipo de tarjeta de la cuenta
           MOVE SAL-CODENT TO WS-ATPCPRC-CODENT
           MOVE ZEROES     TO WS-ATPCPRC-CODMAR
                              WS-ATPCPRC-INDTIPT
           IF WS-ATPCCTM-RETORNO-OK
              MOVE CTM-CODMAR  TO WS-ATPCPRC-CODMAR
              MOVE CTM-INDTIPT TO WS-ATPCPRC-INDTIPT
           END-IF
           PERFORM ATPCPRC-BUSCAR-PRECIO

           PERFORM VARYING WS-ATPC975-CON-IDX FROM 1 BY 1
                     UNTIL WS-ATPC975-CON-IDX > WS-ATPC975-CON-CANT
              IF WS-ATPC975-CON-PROPIA(WS-ATPC975-CON-IDX) NOT = CT-S
                 MOVE WS-ATPC975-CON-IDX TO WS-ATPC975-APL-IDX
                 IF WS-ATPCPRC-RETORNO-OK
                 AND WS-ATPCPRC-CON-CUOTA
                 AND WS-ATPC975-CON-CODCONECO(WS-ATPC975-CON-IDX) =
                     WS-ATPCPRC-CUOENT
                    PERFORM ATPC975-UBICAR-CUOTA-TARJETA
                 END-IF
                 PERFORM ATPC975-LIQUIDAR-CONCEPTO
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC975-UBICAR-CUOTA-TARJETA
      *----------------------------------------------------------------
      * Reemplaza la cuota de membresia de la entidad por la propia
      * del tipo de tarjeta, si esta entre los conceptos periodicos
      * aplicables de la entidad
      *----------------------------------------------------------------
       ATPC975-UBICAR-CUOTA-TARJETA.
           PERFORM VARYING WS-ATPC975-K FROM 1 BY 1
                     UNTIL WS-ATPC975-K > WS-ATPC975-CON-CANT
              IF WS-ATPC975-CON-CODCONECO(WS-ATPC975-K) =
                 WS-ATPCPRC-CUOTAR
                 MOVE WS-ATPC975-K TO WS-ATPC975-APL-IDX
                 MOVE WS-ATPC975-CON-CANT TO WS-ATPC975-K
              END-IF
           END-PERFORM
           IF WS-ATPC975-APL-IDX = WS-ATPC975-CON-IDX
              ADD 1 TO WS-ATPC975-CUOTAS-SIN-CON
           ELSE
              ADD 1 TO WS-ATPC975-CUOTAS-TARJETA
           END-IF
           .

           MOVE SAL-CODENT TO WS-ATPC975-ENT-ANT
           MOVE ZEROES TO WS-ATPC975-ENT-MOVS
                          WS-ATPC975-ENT-IMPORTE
                          WS-ATPC975-ENT-DORMIDAS
                          WS-ATPC975-CON-CANT

      * La entidad liquida solo en una fecha de ciclo de facturacion
      * (de la entidad o de alguno de sus grupos), como la
      * capitalizacion de ATPC960; el ciclo de cada cuenta se
      * resuelve por su grupo en PROCESAR-CUENTA
           SET WS-ATPC975-ENT-LIQUIDA TO FALSE
           IF SAL-CODENT IS NUMERIC
              MOVE SAL-CODENT TO WS-ATPC975-ENT-NUM
                   TO WS-ATPC975-CON-PORREF(WS-ATPC975-CON-CANT)
                 MOVE WS-ATPC052-LIS-PORCOMTOP(WS-I)
                   TO WS-ATPC975-CON-PORCOMTOP(WS-ATPC975-CON-CANT)
      * La cuota propia de un tipo de tarjeta solo se liquida a las
      * cuentas de ese tipo
                 MOVE SAL-CODENT TO WS-ATPCPRC-CODENT
                 MOVE WS-ATPC052-LIS-CODCONECO(WS-I)
                   TO WS-ATPCPRC-CODCONECO
                 PERFORM ATPCPRC-ES-CUOTA-PROPIA
                 IF WS-ATPCPRC-RETORNO-OK
                    MOVE CT-S TO WS-ATPC975-CON-PROPIA
                                 (WS-ATPC975-CON-CANT)
                 ELSE
                    MOVE "N"  TO WS-ATPC975-CON-PROPIA
                                 (WS-ATPC975-CON-CANT)
                 END-IF
              END-IF
           END-PERFORM
           .
       ATPC975-LIQUIDAR-CONCEPTO.
           MOVE ZEROES TO WS-ATPC975-COMISION

           IF WS-ATPC975-CON-INDPORTRAMO(WS-ATPC975-APL-IDX) = CT-S
              INITIALIZE WS-ATPC154-CALC
              MOVE SAL-CODENT TO WS-ATPC154-CALC-CODENT
              MOVE WS-ATPC975-CON-CODCONECO(WS-ATPC975-APL-IDX)
                TO WS-ATPC154-CALC-CODCONECO
              MOVE SAL-SALDO TO WS-ATPC154-CALC-SALDO
              PERFORM ATPC154-CALCULAR-COMISION
           ELSE
              COMPUTE WS-ATPC975-COMISION ROUNDED =
                 SAL-SALDO *
                 WS-ATPC975-CON-PORREF(WS-ATPC975-APL-IDX) / 100
              IF WS-ATPC975-CON-PORCOMTOP(WS-ATPC975-APL-IDX) > ZEROES
                 COMPUTE WS-ATPC975-TOPE ROUNDED =
                    SAL-SALDO *
                    WS-ATPC975-CON-PORCOMTOP(WS-ATPC975-APL-IDX)
                    / 100
                 IF WS-ATPC975-COMISION > WS-ATPC975-TOPE
                    MOVE WS-ATPC975-TOPE TO WS-ATPC975-COMISION
              MOVE WS-ATPC975-COD-TIPOFAC   TO CUO-TIPOFAC
              MOVE WS-ATPC975-COD-INDNORCOR TO CUO-INDNORCOR
              MOVE WS-ATPC975-COD-INDVERT   TO CUO-INDVERT
              MOVE WS-ATPC975-CON-INDNIVAPL(WS-ATPC975-APL-IDX)
                TO CUO-INDNIVAPL
              MOVE WS-ATPC975-CON-CODCONECO(WS-ATPC975-APL-IDX)
                TO CUO-CODCONECO
              MOVE SAL-NUMCUENTA            TO CUO-NUMCUENTA
              MOVE WS-ATPC975-COMISION      TO CUO-IMPORTE
                  WS-ATPC975-ENT-MOVS         DELIMITED BY SIZE
                  "] IMPORTE ["               DELIMITED BY SIZE
                  WS-ATPC975-ENT-IMPORTE      DELIMITED BY SIZE
                  "] DORMIDAS ["              DELIMITED BY SIZE
                  WS-ATPC975-ENT-DORMIDAS     DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC975-LINEA
           WRITE RPT-ATPC975-REG FROM WS-ATPC975-LINEA
       COPY "ATPC096-PR".
       COPY "ATPC154-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCCTM-PR".
       COPY "ATPCCIC-PR".
       COPY "ATPCPRC-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
