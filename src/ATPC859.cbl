       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC859.
      *----------------------------------------------------------------
      * Programa batch diario de duplicados de extracto (corre
      * despues de ATPC975 y de ATPC954). Toma los pedidos de
      * duplicado que la sucursal captura por consola (ATPC858, cola
      * DUPSOL.DAT) y para cada uno --
      *  - lo descarta si la entidad no existe en ATPC021, si la
      *    cuenta no existe en CTAMAE.DAT, si el destino no es I o P,
      *    o si el extracto del ciclo pedido ya no esta en el
      *    historico EXTHIST.DAT (lo depuro la retencion de ATPC992);
      *  - arma el duplicado con las lineas guardadas del extracto,
      *    con el mismo layout de EXTRACTO.DAT precedido de un
      *    registro DUP (numero de pedido, fecha de ciclo, fecha del
      *    pedido y destino): para la imprenta en EXTDUP.DAT y para
      *    el portal de socios en EXTPOR.DAT;
      *  - si la entidad tiene cargo de reimpresion para el destino
      *    en ATPC859.PRM, agrega el movimiento del cargo a
      *    CUOTAS.DAT junto a las comisiones de ATPC975 (la corrida va
      *    despues de ATPC975, que recrea CUOTAS.DAT). La cuenta
      *    cerrada recibe el duplicado sin cargo.
      * La cola de la consola queda vacia al terminar.
      *
      * El reporte ATPC859.RPT lista cada pedido, un cuadro por
      * entidad con los duplicados por destino y el total de cargos,
      * y los totales de la corrida.
      *
      * Layout de DUPSOL.DAT: ver ATPC858.
      * Layout de ATPC859.PRM (opcional, una linea por entidad,
      *  campos contiguos): CODENT(4) CODMAR(2) INDTIPT(2)
      *  TIPOFAC(4) INDNORCOR(1) INDVERT(1) INDNIVAPL(2)
      *  CODCONECO(4) -- codificacion del movimiento del cargo, como
      *  en ATPC851.PRM -- IMPIMPRENTA(9) IMPPORTAL(9) (7 enteros y 2
      *  decimales). La entidad sin linea o con importe en cero para
      *  el destino no cobra cargo; la linea no numerica se ignora
      *  con alerta.
      *
      * Sin CTAMAE.DAT o sin EXTHIST.DAT la corrida termina con RC
      * 12; las alertas (tabla llena, parametro invalido) dejan RC 4.
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
           SELECT PRM-ATPC859 ASSIGN TO "ATPC859.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC859-PRM-STATUS.
      * Maestro de cuentas -- ver ATPCCTM-CTM.cpy
           SELECT CTM-MAESTRO ASSIGN TO "CTAMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTM-CLAVE
               FILE STATUS IS WS-ATPC859-CTM-STATUS.
      * Historico de extractos -- ver ATPCEXH-EXH.cpy
           SELECT EXH-HISTORICO ASSIGN TO "EXTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXH-CLAVE
               FILE STATUS IS WS-ATPC859-EXH-STATUS.
           SELECT SOL-PEDIDOS ASSIGN TO "DUPSOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC859-SOL-STATUS.
           SELECT DUP-IMPRENTA ASSIGN TO "EXTDUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC859-DUP-STATUS.
           SELECT POR-PORTAL ASSIGN TO "EXTPOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC859-POR-STATUS.
           SELECT CUO-CUOTAS ASSIGN TO "CUOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC859-CUO-STATUS.
           SELECT RPT-ATPC859 ASSIGN TO "ATPC859.RPT"
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
       COPY "ATPCEXH-EXH".

       FD  PRM-ATPC859
           RECORDING MODE IS F.
       01  PRM-ATPC859-REG.
           05  PRM-ATPC859-CODENT             PIC X(04).
           05  PRM-ATPC859-CODMAR             PIC 9(02).
           05  PRM-ATPC859-INDTIPT            PIC 9(02).
           05  PRM-ATPC859-TIPOFAC            PIC 9(04).
           05  PRM-ATPC859-INDNORCOR          PIC 9(01).
           05  PRM-ATPC859-INDVERT            PIC X(01).
           05  PRM-ATPC859-INDNIVAPL          PIC X(02).
           05  PRM-ATPC859-CODCONECO          PIC 9(04).
           05  PRM-ATPC859-IMPIMPRENTA        PIC 9(07)V99.
           05  PRM-ATPC859-IMPPORTAL          PIC 9(07)V99.

       FD  SOL-PEDIDOS
           RECORDING MODE IS F.
       01  SOL-PEDIDOS-REG                    PIC X(73).

       FD  DUP-IMPRENTA
           RECORDING MODE IS F.
       01  DUP-IMPRENTA-REG                   PIC X(140).

       FD  POR-PORTAL
           RECORDING MODE IS F.
       01  POR-PORTAL-REG                     PIC X(140).

       FD  CUO-CUOTAS
           RECORDING MODE IS F.
       01  CUO-CUOTAS-REG.
           05  CUO-CODENT                     PIC X(04).
           05  CUO-CODMAR                     PIC 9(02).
           05  CUO-INDTIPT                    PIC 9(02).
           05  CUO-TIPOFAC                    PIC 9(04).
           05  CUO-INDNORCOR                  PIC 9(01).
           05  CUO-INDVERT                    PIC X(01).
           05  CUO-INDNIVAPL                  PIC X(02).
           05  CUO-CODCONECO                  PIC 9(04).
           05  CUO-NUMCUENTA                  PIC X(16).
           05  CUO-IMPORTE                    PIC 9(09)V99.
           05  CUO-FECHA                      PIC X(10).
           05  CUO-CLAMON                     PIC 9(03).

       FD  RPT-ATPC859
           RECORDING MODE IS F.
       01  RPT-ATPC859-REG                    PIC X(130).

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

       77  WS-ATPC859-PRM-STATUS              PIC X(02).
       77  WS-ATPC859-CTM-STATUS              PIC X(02).
       77  WS-ATPC859-EXH-STATUS              PIC X(02).
       77  WS-ATPC859-SOL-STATUS              PIC X(02).
       77  WS-ATPC859-DUP-STATUS              PIC X(02).
       77  WS-ATPC859-POR-STATUS              PIC X(02).
       77  WS-ATPC859-CUO-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC859-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.
       01  FILLER                             PIC 9(01).
           88 WS-ATPC859-FIN-HISTORICO        VALUE 1
              WHEN SET TO FALSE 0.
       01  FILLER                             PIC X(01).
           88 WS-ATPC859-CON-COLA             VALUE "S"
              WHEN SET TO FALSE "N".
       01  FILLER                             PIC X(01).
           88 WS-ATPC859-EXTRACTO-OK          VALUE "S"
              WHEN SET TO FALSE "N".

      * Pedido de duplicado (DUPSOL.DAT)
       01  WS-ATPC859-SOL.
           05  WS-ATPC859-SOL-NUMSOL          PIC X(24).
           05  WS-ATPC859-SOL-CODENT          PIC X(04).
           05  WS-ATPC859-SOL-NUMCUENTA       PIC X(16).
           05  WS-ATPC859-SOL-FECCICLO        PIC X(10).
           05  WS-ATPC859-SOL-DESTINO         PIC X(01).
               88 WS-ATPC859-SOL-IMPRENTA     VALUE "I".
               88 WS-ATPC859-SOL-PORTAL       VALUE "P".
           05  WS-ATPC859-SOL-FECSOL          PIC X(10).
           05  WS-ATPC859-SOL-ORIGEN          PIC X(08).

      * Pedidos de la corrida
       78  WS-ATPC859-SOL-MAX                 VALUE 2000.
       77  WS-ATPC859-SOL-CANT                PIC 9(04) VALUE 0.
       01  WS-ATPC859-PEDIDOS.
           05  WS-ATPC859-TSO OCCURS 2000 TIMES.
               10  WS-ATPC859-TSO-DATOS       PIC X(73).
       77  WS-ATPC859-IDX                     PIC 9(04).

      * Registro que encabeza cada duplicado en la salida
       01  WS-ATPC859-DUP.
           05  FILLER                         PIC X(03) VALUE "DUP".
           05  WS-ATPC859-DUP-NUMSOL          PIC X(24).
           05  WS-ATPC859-DUP-FECCICLO        PIC X(10).
           05  WS-ATPC859-DUP-FECSOL          PIC X(10).
           05  WS-ATPC859-DUP-DESTINO         PIC X(01).
           05  FILLER                         PIC X(92) VALUE SPACES.

      * Cargos de reimpresion por entidad (ATPC859.PRM)
       78  WS-ATPC859-CRG-MAX                 VALUE 200.
       77  WS-ATPC859-CRG-CANT                PIC 9(03) VALUE 0.
       01  WS-ATPC859-CARGOS.
           05  WS-ATPC859-CRG OCCURS 200 TIMES.
               10  WS-ATPC859-CRG-CODENT      PIC X(04).
               10  WS-ATPC859-CRG-CODMAR      PIC 9(02).
               10  WS-ATPC859-CRG-INDTIPT     PIC 9(02).
               10  WS-ATPC859-CRG-TIPOFAC     PIC 9(04).
               10  WS-ATPC859-CRG-INDNORCOR   PIC 9(01).
               10  WS-ATPC859-CRG-INDVERT     PIC X(01).
               10  WS-ATPC859-CRG-INDNIVAPL   PIC X(02).
               10  WS-ATPC859-CRG-CODCONECO   PIC 9(04).
               10  WS-ATPC859-CRG-IMPIMPRENTA PIC 9(07)V99.
               10  WS-ATPC859-CRG-IMPPORTAL   PIC 9(07)V99.
       77  WS-ATPC859-CRG-IDX                 PIC 9(03).

      * Cuadro por entidad del reporte
       78  WS-ATPC859-ENT-MAX                 VALUE 200.
       77  WS-ATPC859-ENT-CANT                PIC 9(03) VALUE 0.
       01  WS-ATPC859-ENTIDADES.
           05  WS-ATPC859-ENT OCCURS 200 TIMES.
               10  WS-ATPC859-ENT-CODENT      PIC X(04).
               10  WS-ATPC859-ENT-IMPRENTA    PIC 9(06).
               10  WS-ATPC859-ENT-PORTAL      PIC 9(06).
               10  WS-ATPC859-ENT-CARGOS      PIC 9(11)V99.
       77  WS-ATPC859-ENT-IDX                 PIC 9(03).

      * Resultado del pedido en curso
       77  WS-ATPC859-DESCRIPCION             PIC X(40).
       77  WS-ATPC859-LINEAS                  PIC 9(04).
       77  WS-ATPC859-CARGO                   PIC 9(07)V99.
       77  WS-ATPC859-CARGO-ED                PIC Z(6)9.99.
       77  WS-ATPC859-TOTAL-ED                PIC Z(10)9.99.

       01  WS-ATPC859-HOY.
           05  WS-ATPC859-HOY-AAAA            PIC 9(04).
           05  WS-ATPC859-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC859-HOY-MM              PIC 9(02).
           05  WS-ATPC859-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC859-HOY-DD              PIC 9(02).
       01  WS-ATPC859-HOY-AMD.
           05  WS-ATPC859-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC859-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC859-HOY-AMD-DD          PIC 9(02).

      * Contadores del resumen final
       77  WS-ATPC859-LEIDOS                  PIC 9(06) VALUE 0.
       77  WS-ATPC859-EMITIDOS                PIC 9(06) VALUE 0.
       77  WS-ATPC859-IMPRENTA                PIC 9(06) VALUE 0.
       77  WS-ATPC859-PORTAL                  PIC 9(06) VALUE 0.
       77  WS-ATPC859-DESCARTADOS             PIC 9(06) VALUE 0.
       77  WS-ATPC859-CON-CARGO               PIC 9(06) VALUE 0.
       77  WS-ATPC859-TOTAL-CARGOS            PIC 9(11)V99 VALUE 0.

       01  WS-ATPC859-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC859-PRINCIPAL
      *----------------------------------------------------------------
       ATPC859-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC859: DUPLICADOS DE EXTRACTO                        -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC859" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC021-CARGAR-ARREGLO

           ACCEPT WS-ATPC859-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC859-HOY-G1 WS-ATPC859-HOY-G2
           MOVE WS-ATPC859-HOY-AMD-AAAA TO WS-ATPC859-HOY-AAAA
           MOVE WS-ATPC859-HOY-AMD-MM   TO WS-ATPC859-HOY-MM
           MOVE WS-ATPC859-HOY-AMD-DD   TO WS-ATPC859-HOY-DD

           OPEN INPUT CTM-MAESTRO
           IF WS-ATPC859-CTM-STATUS NOT = "00"
              DISPLAY "ATPC859 - ERROR: no se pudo abrir CTAMAE.DAT "
                      "-- FILE STATUS:[" WS-ATPC859-CTM-STATUS "] -- "
                      "corrida abortada"
              PERFORM ATPC859-ABORTAR
           END-IF
           OPEN INPUT EXH-HISTORICO
           IF WS-ATPC859-EXH-STATUS NOT = "00"
              DISPLAY "ATPC859 - ERROR: no se pudo abrir EXTHIST.DAT "
                      "-- FILE STATUS:[" WS-ATPC859-EXH-STATUS "] -- "
                      "corrida abortada"
              CLOSE CTM-MAESTRO
              PERFORM ATPC859-ABORTAR
           END-IF

           OPEN OUTPUT RPT-ATPC859
           MOVE SPACES TO WS-ATPC859-LINEA
           STRING " DUPLICADOS DE EXTRACTO AL ["  DELIMITED BY SIZE
                  WS-ATPC859-HOY                  DELIMITED BY SIZE
                  "]"                             DELIMITED BY SIZE
             INTO WS-ATPC859-LINEA
           WRITE RPT-ATPC859-REG FROM WS-ATPC859-LINEA
           DISPLAY WS-ATPC859-LINEA

           PERFORM ATPC859-LEER-PARAMETROS
           PERFORM ATPC859-CARGAR-PEDIDOS

           OPEN OUTPUT DUP-IMPRENTA
                       POR-PORTAL
      * CUOTAS.DAT ya trae las comisiones del dia de ATPC975
           OPEN EXTEND CUO-CUOTAS
           IF WS-ATPC859-CUO-STATUS = "35"
              OPEN OUTPUT CUO-CUOTAS
           END-IF

           PERFORM VARYING WS-ATPC859-IDX FROM 1 BY 1
                     UNTIL WS-ATPC859-IDX > WS-ATPC859-SOL-CANT
              MOVE WS-ATPC859-TSO-DATOS(WS-ATPC859-IDX)
                TO WS-ATPC859-SOL
              PERFORM ATPC859-PROCESAR-PEDIDO
           END-PERFORM

           CLOSE DUP-IMPRENTA
                 POR-PORTAL
                 CUO-CUOTAS
                 EXH-HISTORICO
                 CTM-MAESTRO

      * La cola de la consola ya quedo procesada
           IF WS-ATPC859-CON-COLA
              OPEN OUTPUT SOL-PEDIDOS
              CLOSE SOL-PEDIDOS
           END-IF

           PERFORM ATPC859-LISTAR-ENTIDADES

           MOVE SPACES TO WS-ATPC859-LINEA
           STRING " PEDIDOS: "                DELIMITED BY SIZE
                  WS-ATPC859-LEIDOS           DELIMITED BY SIZE
                  "  DUPLICADOS: "            DELIMITED BY SIZE
                  WS-ATPC859-EMITIDOS         DELIMITED BY SIZE
                  "  IMPRENTA: "              DELIMITED BY SIZE
                  WS-ATPC859-IMPRENTA         DELIMITED BY SIZE
                  "  PORTAL: "                DELIMITED BY SIZE
                  WS-ATPC859-PORTAL           DELIMITED BY SIZE
                  "  DESCARTADOS: "           DELIMITED BY SIZE
                  WS-ATPC859-DESCARTADOS      DELIMITED BY SIZE
             INTO WS-ATPC859-LINEA
           WRITE RPT-ATPC859-REG FROM WS-ATPC859-LINEA
           DISPLAY WS-ATPC859-LINEA
           MOVE WS-ATPC859-TOTAL-CARGOS TO WS-ATPC859-TOTAL-ED
           MOVE SPACES TO WS-ATPC859-LINEA
           STRING " CARGOS DE REIMPRESION: "  DELIMITED BY SIZE
                  WS-ATPC859-CON-CARGO        DELIMITED BY SIZE
                  "  IMPORTE: "               DELIMITED BY SIZE
                  WS-ATPC859-TOTAL-ED         DELIMITED BY SIZE
             INTO WS-ATPC859-LINEA
           WRITE RPT-ATPC859-REG FROM WS-ATPC859-LINEA
           DISPLAY WS-ATPC859-LINEA

           CLOSE RPT-ATPC859

           DISPLAY
           "- ATPC859: DUPLICADOS FINALIZADOS                        -"
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
      * Proceso: ATPC859-ABORTAR
      *----------------------------------------------------------------
       ATPC859-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC859-LEER-PARAMETROS
      *----------------------------------------------------------------
      * Cargos de reimpresion por entidad; sin archivo no hay cargos
      *----------------------------------------------------------------
       ATPC859-LEER-PARAMETROS.
           OPEN INPUT PRM-ATPC859
           IF WS-ATPC859-PRM-STATUS NOT = "00"
              DISPLAY "ATPC859 - AVISO: sin ATPC859.PRM -- no se "
                      "cobran cargos de reimpresion"
           ELSE
              SET WS-ATPC859-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC859-FIN-ENTRADA
                 READ PRM-ATPC859
                     AT END
                        SET WS-ATPC859-FIN-ENTRADA TO TRUE
                     NOT AT END
                        PERFORM ATPC859-GUARDAR-CARGO
                 END-READ
              END-PERFORM
              CLOSE PRM-ATPC859
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC859-GUARDAR-CARGO
      *----------------------------------------------------------------
       ATPC859-GUARDAR-CARGO.
           EVALUATE TRUE
              WHEN PRM-ATPC859-CODMAR      IS NOT NUMERIC
              OR   PRM-ATPC859-INDTIPT     IS NOT NUMERIC
              OR   PRM-ATPC859-TIPOFAC     IS NOT NUMERIC
              OR   PRM-ATPC859-INDNORCOR   IS NOT NUMERIC
              OR   PRM-ATPC859-CODCONECO   IS NOT NUMERIC
              OR   PRM-ATPC859-IMPIMPRENTA IS NOT NUMERIC
              OR   PRM-ATPC859-IMPPORTAL   IS NOT NUMERIC
                 DISPLAY "ATPC859 - ALERTA: linea de ATPC859.PRM no "
                         "numerica para CODENT=["
                         PRM-ATPC859-CODENT "] -- se ignora"
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              WHEN WS-ATPC859-CRG-CANT NOT < WS-ATPC859-CRG-MAX
                 DISPLAY "ATPC859 - ALERTA: mas de "
                         WS-ATPC859-CRG-MAX " entidades en "
                         "ATPC859.PRM -- CODENT=["
                         PRM-ATPC859-CODENT "] sin cargo"
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-ATPC859-CRG-CANT
                 MOVE PRM-ATPC859-REG
                   TO WS-ATPC859-CRG(WS-ATPC859-CRG-CANT)
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC859-CARGAR-PEDIDOS
      *----------------------------------------------------------------
       ATPC859-CARGAR-PEDIDOS.
           SET WS-ATPC859-CON-COLA TO FALSE
           OPEN INPUT SOL-PEDIDOS
           IF WS-ATPC859-SOL-STATUS NOT = "00"
              DISPLAY "ATPC859 - AVISO: sin DUPSOL.DAT -- no hay "
                      "pedidos de duplicado"
           ELSE
              SET WS-ATPC859-CON-COLA TO TRUE
              SET WS-ATPC859-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC859-FIN-ENTRADA
                 READ SOL-PEDIDOS INTO WS-ATPC859-SOL
                     AT END
                        SET WS-ATPC859-FIN-ENTRADA TO TRUE
                     NOT AT END
                        PERFORM ATPC859-GUARDAR-PEDIDO
                 END-READ
              END-PERFORM
              CLOSE SOL-PEDIDOS
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC859-GUARDAR-PEDIDO
      *----------------------------------------------------------------
      * Con la tabla llena la cola no se vacia: los pedidos que no
      * entraron quedan para la proxima corrida
      *----------------------------------------------------------------
       ATPC859-GUARDAR-PEDIDO.
           ADD 1 TO WS-ATPC859-LEIDOS
           IF WS-ATPC859-SOL-CANT NOT < WS-ATPC859-SOL-MAX
              DISPLAY "ATPC859 - ALERTA: mas de " WS-ATPC859-SOL-MAX
                      " pedidos -- NUMSOL=["
                      WS-ATPC859-SOL-NUMSOL "] queda para la proxima "
                      "corrida"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
              SET WS-ATPC859-CON-COLA TO FALSE
           ELSE
              ADD 1 TO WS-ATPC859-SOL-CANT
              MOVE WS-ATPC859-SOL
                TO WS-ATPC859-TSO-DATOS(WS-ATPC859-SOL-CANT)
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC859-PROCESAR-PEDIDO
      *----------------------------------------------------------------
       ATPC859-PROCESAR-PEDIDO.
           MOVE ZEROES TO WS-ATPC859-CARGO
                          WS-ATPC859-LINEAS
           INITIALIZE WS-ATPC021
           MOVE WS-ATPC859-SOL-CODENT TO WS-ATPC021-CODENT
           PERFORM ATPC021-BUSCAR-EN-ARREGLO
           MOVE WS-ATPC859-SOL-CODENT    TO CTM-CODENT
           MOVE WS-ATPC859-SOL-NUMCUENTA TO CTM-NUMCUENTA
           READ CTM-MAESTRO
               INVALID KEY
                  CONTINUE
           END-READ
           PERFORM ATPC859-POSICIONAR-EXTRACTO
           EVALUATE TRUE
              WHEN NOT WS-ATPC021-RETORNO-OK
                 MOVE "DESCARTADO: ENTIDAD INEXISTENTE"
                   TO WS-ATPC859-DESCRIPCION
                 ADD 1 TO WS-ATPC859-DESCARTADOS
              WHEN WS-ATPC859-CTM-STATUS NOT = "00"
                 MOVE "DESCARTADO: CUENTA INEXISTENTE"
                   TO WS-ATPC859-DESCRIPCION
                 ADD 1 TO WS-ATPC859-DESCARTADOS
              WHEN NOT WS-ATPC859-SOL-IMPRENTA
              AND  NOT WS-ATPC859-SOL-PORTAL
                 MOVE "DESCARTADO: DESTINO NO RECONOCIDO"
                   TO WS-ATPC859-DESCRIPCION
                 ADD 1 TO WS-ATPC859-DESCARTADOS
              WHEN NOT WS-ATPC859-EXTRACTO-OK
                 MOVE "DESCARTADO: EXTRACTO FUERA DEL HISTORICO"
                   TO WS-ATPC859-DESCRIPCION
                 ADD 1 TO WS-ATPC859-DESCARTADOS
              WHEN OTHER
                 PERFORM ATPC859-EMITIR-DUPLICADO
           END-EVALUATE
           PERFORM ATPC859-LISTAR-PEDIDO
           .

      *----------------------------------------------------------------
      * Proceso: ATPC859-POSICIONAR-EXTRACTO
      *----------------------------------------------------------------
      * Deja leida la primera linea del extracto pedido; EXTRACTO-OK
      * si el ciclo sigue en el historico
      *----------------------------------------------------------------
       ATPC859-POSICIONAR-EXTRACTO.
           SET WS-ATPC859-EXTRACTO-OK TO FALSE
           MOVE WS-ATPC859-SOL-CODENT    TO EXH-CODENT
           MOVE WS-ATPC859-SOL-NUMCUENTA TO EXH-NUMCUENTA
           MOVE WS-ATPC859-SOL-FECCICLO  TO EXH-FECCICLO
           MOVE ZEROES                   TO EXH-SECUENCIA
           START EXH-HISTORICO KEY IS NOT LESS THAN EXH-CLAVE
               INVALID KEY
                  SET WS-ATPC859-FIN-HISTORICO TO TRUE
               NOT INVALID KEY
                  SET WS-ATPC859-FIN-HISTORICO TO FALSE
           END-START
           IF NOT WS-ATPC859-FIN-HISTORICO
              READ EXH-HISTORICO NEXT RECORD
                  AT END
                     SET WS-ATPC859-FIN-HISTORICO TO TRUE
              END-READ
           END-IF
           IF NOT WS-ATPC859-FIN-HISTORICO
           AND EXH-CODENT    = WS-ATPC859-SOL-CODENT
           AND EXH-NUMCUENTA = WS-ATPC859-SOL-NUMCUENTA
           AND EXH-FECCICLO  = WS-ATPC859-SOL-FECCICLO
              SET WS-ATPC859-EXTRACTO-OK TO TRUE
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC859-EMITIR-DUPLICADO
      *----------------------------------------------------------------
      * Registro DUP y las lineas guardadas del extracto, al destino
      * del pedido
      *----------------------------------------------------------------
       ATPC859-EMITIR-DUPLICADO.
           INITIALIZE WS-ATPC859-DUP
           MOVE WS-ATPC859-SOL-NUMSOL   TO WS-ATPC859-DUP-NUMSOL
           MOVE WS-ATPC859-SOL-FECCICLO TO WS-ATPC859-DUP-FECCICLO
           MOVE WS-ATPC859-SOL-FECSOL   TO WS-ATPC859-DUP-FECSOL
           MOVE WS-ATPC859-SOL-DESTINO  TO WS-ATPC859-DUP-DESTINO
           IF WS-ATPC859-SOL-IMPRENTA
              WRITE DUP-IMPRENTA-REG FROM WS-ATPC859-DUP
           ELSE
              WRITE POR-PORTAL-REG FROM WS-ATPC859-DUP
           END-IF

           PERFORM UNTIL WS-ATPC859-FIN-HISTORICO
                      OR EXH-CODENT    NOT = WS-ATPC859-SOL-CODENT
                      OR EXH-NUMCUENTA NOT = WS-ATPC859-SOL-NUMCUENTA
                      OR EXH-FECCICLO  NOT = WS-ATPC859-SOL-FECCICLO
              IF WS-ATPC859-SOL-IMPRENTA
                 WRITE DUP-IMPRENTA-REG FROM EXH-LINEA
              ELSE
                 WRITE POR-PORTAL-REG FROM EXH-LINEA
              END-IF
              ADD 1 TO WS-ATPC859-LINEAS
              READ EXH-HISTORICO NEXT RECORD
                  AT END
                     SET WS-ATPC859-FIN-HISTORICO TO TRUE
              END-READ
           END-PERFORM

           ADD 1 TO WS-ATPC859-EMITIDOS
           IF WS-ATPC859-SOL-IMPRENTA
              ADD 1 TO WS-ATPC859-IMPRENTA
              MOVE "DUPLICADO A IMPRENTA" TO WS-ATPC859-DESCRIPCION
           ELSE
              ADD 1 TO WS-ATPC859-PORTAL
              MOVE "DUPLICADO AL PORTAL" TO WS-ATPC859-DESCRIPCION
           END-IF

           IF CTM-CIE-CERRADA
              MOVE "DUPLICADO SIN CARGO: CUENTA CERRADA"
                TO WS-ATPC859-DESCRIPCION
           ELSE
              PERFORM ATPC859-COBRAR-CARGO
           END-IF
           PERFORM ATPC859-ACUMULAR-ENTIDAD
           .

      *----------------------------------------------------------------
      * Proceso: ATPC859-COBRAR-CARGO
      *----------------------------------------------------------------
      * Cargo de la entidad para el destino; en cero no se cobra
      *----------------------------------------------------------------
       ATPC859-COBRAR-CARGO.
           PERFORM VARYING WS-ATPC859-CRG-IDX FROM 1 BY 1
                     UNTIL WS-ATPC859-CRG-IDX > WS-ATPC859-CRG-CANT
              IF WS-ATPC859-CRG-CODENT(WS-ATPC859-CRG-IDX)
                 = WS-ATPC859-SOL-CODENT
                 IF WS-ATPC859-SOL-IMPRENTA
                    MOVE WS-ATPC859-CRG-IMPIMPRENTA
                         (WS-ATPC859-CRG-IDX) TO WS-ATPC859-CARGO
                 ELSE
                    MOVE WS-ATPC859-CRG-IMPPORTAL
                         (WS-ATPC859-CRG-IDX) TO WS-ATPC859-CARGO
                 END-IF
                 IF WS-ATPC859-CARGO > ZEROES
                    PERFORM ATPC859-GRABAR-CARGO
                 END-IF
                 MOVE WS-ATPC859-CRG-CANT TO WS-ATPC859-CRG-IDX
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC859-GRABAR-CARGO
      *----------------------------------------------------------------
       ATPC859-GRABAR-CARGO.
           INITIALIZE CUO-CUOTAS-REG
           MOVE WS-ATPC859-SOL-CODENT    TO CUO-CODENT
           MOVE WS-ATPC859-CRG-CODMAR(WS-ATPC859-CRG-IDX)
             TO CUO-CODMAR
           MOVE WS-ATPC859-CRG-INDTIPT(WS-ATPC859-CRG-IDX)
             TO CUO-INDTIPT
           MOVE WS-ATPC859-CRG-TIPOFAC(WS-ATPC859-CRG-IDX)
             TO CUO-TIPOFAC
           MOVE WS-ATPC859-CRG-INDNORCOR(WS-ATPC859-CRG-IDX)
             TO CUO-INDNORCOR
           MOVE WS-ATPC859-CRG-INDVERT(WS-ATPC859-CRG-IDX)
             TO CUO-INDVERT
           MOVE WS-ATPC859-CRG-INDNIVAPL(WS-ATPC859-CRG-IDX)
             TO CUO-INDNIVAPL
           MOVE WS-ATPC859-CRG-CODCONECO(WS-ATPC859-CRG-IDX)
             TO CUO-CODCONECO
           MOVE WS-ATPC859-SOL-NUMCUENTA TO CUO-NUMCUENTA
           MOVE WS-ATPC859-CARGO         TO CUO-IMPORTE
           MOVE WS-ATPC859-HOY           TO CUO-FECHA
           WRITE CUO-CUOTAS-REG
           ADD 1                 TO WS-ATPC859-CON-CARGO
           ADD WS-ATPC859-CARGO  TO WS-ATPC859-TOTAL-CARGOS
           .

      *----------------------------------------------------------------
      * Proceso: ATPC859-ACUMULAR-ENTIDAD
      *----------------------------------------------------------------
       ATPC859-ACUMULAR-ENTIDAD.
           PERFORM VARYING WS-ATPC859-ENT-IDX FROM 1 BY 1
                     UNTIL WS-ATPC859-ENT-IDX > WS-ATPC859-ENT-CANT
                        OR WS-ATPC859-ENT-CODENT(WS-ATPC859-ENT-IDX)
                           = WS-ATPC859-SOL-CODENT
              CONTINUE
           END-PERFORM
           IF WS-ATPC859-ENT-IDX > WS-ATPC859-ENT-CANT
              IF WS-ATPC859-ENT-CANT NOT < WS-ATPC859-ENT-MAX
                 DISPLAY "ATPC859 - ALERTA: mas de "
                         WS-ATPC859-ENT-MAX " entidades -- CODENT=["
                         WS-ATPC859-SOL-CODENT "] fuera del cuadro"
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
                 MOVE ZEROES TO WS-ATPC859-ENT-IDX
              ELSE
                 ADD 1 TO WS-ATPC859-ENT-CANT
                 MOVE WS-ATPC859-ENT-CANT TO WS-ATPC859-ENT-IDX
                 INITIALIZE WS-ATPC859-ENT(WS-ATPC859-ENT-IDX)
                 MOVE WS-ATPC859-SOL-CODENT
                   TO WS-ATPC859-ENT-CODENT(WS-ATPC859-ENT-IDX)
              END-IF
           END-IF

           IF WS-ATPC859-ENT-IDX > ZEROES
              IF WS-ATPC859-SOL-IMPRENTA
                 ADD 1 TO WS-ATPC859-ENT-IMPRENTA(WS-ATPC859-ENT-IDX)
              ELSE
                 ADD 1 TO WS-ATPC859-ENT-PORTAL(WS-ATPC859-ENT-IDX)
              END-IF
              ADD WS-ATPC859-CARGO
                TO WS-ATPC859-ENT-CARGOS(WS-ATPC859-ENT-IDX)
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC859-LISTAR-PEDIDO
      *----------------------------------------------------------------
       ATPC859-LISTAR-PEDIDO.
           MOVE WS-ATPC859-CARGO TO WS-ATPC859-CARGO-ED
           MOVE SPACES TO WS-ATPC859-LINEA
           STRING " "                         DELIMITED BY SIZE
                  WS-ATPC859-SOL-NUMSOL       DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-ATPC859-SOL-CODENT       DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-ATPC859-SOL-NUMCUENTA    DELIMITED BY SIZE
                  " CICLO:"                   DELIMITED BY SIZE
                  WS-ATPC859-SOL-FECCICLO     DELIMITED BY SIZE
                  " DEST:"                    DELIMITED BY SIZE
                  WS-ATPC859-SOL-DESTINO      DELIMITED BY SIZE
                  " LIN:"                     DELIMITED BY SIZE
                  WS-ATPC859-LINEAS           DELIMITED BY SIZE
                  " CARGO:"                   DELIMITED BY SIZE
                  WS-ATPC859-CARGO-ED         DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-ATPC859-DESCRIPCION      DELIMITED BY SIZE
             INTO WS-ATPC859-LINEA
           WRITE RPT-ATPC859-REG FROM WS-ATPC859-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC859-LISTAR-ENTIDADES
      *----------------------------------------------------------------
       ATPC859-LISTAR-ENTIDADES.
           MOVE SPACES TO WS-ATPC859-LINEA
           STRING " ENTIDAD IMPRENTA  PORTAL          CARGOS"
                                              DELIMITED BY SIZE
             INTO WS-ATPC859-LINEA
           WRITE RPT-ATPC859-REG FROM WS-ATPC859-LINEA
           DISPLAY WS-ATPC859-LINEA
           PERFORM VARYING WS-ATPC859-ENT-IDX FROM 1 BY 1
                     UNTIL WS-ATPC859-ENT-IDX > WS-ATPC859-ENT-CANT
              MOVE WS-ATPC859-ENT-CARGOS(WS-ATPC859-ENT-IDX)
                TO WS-ATPC859-TOTAL-ED
              MOVE SPACES TO WS-ATPC859-LINEA
              STRING " "                      DELIMITED BY SIZE
                     WS-ATPC859-ENT-CODENT(WS-ATPC859-ENT-IDX)
                                              DELIMITED BY SIZE
                     "    "                   DELIMITED BY SIZE
                     WS-ATPC859-ENT-IMPRENTA(WS-ATPC859-ENT-IDX)
                                              DELIMITED BY SIZE
                     "  "                     DELIMITED BY SIZE
                     WS-ATPC859-ENT-PORTAL(WS-ATPC859-ENT-IDX)
                                              DELIMITED BY SIZE
                     " "                      DELIMITED BY SIZE
                     WS-ATPC859-TOTAL-ED      DELIMITED BY SIZE
                INTO WS-ATPC859-LINEA
              WRITE RPT-ATPC859-REG FROM WS-ATPC859-LINEA
              DISPLAY WS-ATPC859-LINEA
           END-PERFORM
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
