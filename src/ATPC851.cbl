       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC851.
      *----------------------------------------------------------------
      * Programa batch diario de reposicion de tarjetas (corre
      * despues de ATPC975 y de ATPC981). Toma los pedidos de
      * reposicion por perdida, robo o dano que la sucursal captura
      * por consola (ATPC850, cola REPSOL.DAT) y para cada uno --
      *  - lo descarta si la entidad no existe en ATPC021, si la
      *    cuenta no existe en CTAMAE.DAT o si entro en cierre o se
      *    cerro despues de la captura (ATPC849), o si el motivo no es
      *    P, R o D;
      *  - graba la orden para la embozadora en EMBREP.DAT, con el
      *    mismo layout de las renovaciones de ATPC981 (EMBOSS.DAT) y
      *    el indicador de prioridad del pedido: primero todos los
      *    urgentes (U) y despues los normales (N);
      *  - si la entidad tiene cargo de reposicion para el motivo en
      *    ATPC851.PRM, agrega el movimiento del cargo a CUOTAS.DAT
      *    junto a las comisiones de ATPC975 (la corrida va despues
      *    de ATPC975, que recrea CUOTAS.DAT).
      * La cola de la consola queda vacia al terminar. La tarjeta
      * robada ya la bloqueo ATPC850 en BLOQTAR.DAT al capturar el
      * pedido.
      *
      * El reporte ATPC851.RPT lista cada pedido, un cuadro por
      * entidad con las reposiciones por motivo, las urgentes y el
      * total de cargos, y los totales por motivo, para que
      * prevencion de fraude detecte concentraciones.
      *
      * Layout de REPSOL.DAT: ver ATPC850.
      * Layout de EMBREP.DAT: ver ATPC981 (EMBOSS.DAT).
      * Layout de ATPC851.PRM (opcional, una linea por entidad,
      *  campos contiguos): CODENT(4) CODMAR(2) INDTIPT(2)
      *  TIPOFAC(4) INDNORCOR(1) INDVERT(1) INDNIVAPL(2)
      *  CODCONECO(4) -- codificacion del movimiento del cargo, como
      *  en ATPC812.PRM -- IMPPERDIDA(9) IMPROBO(9) IMPDANO(9) (7
      *  enteros y 2 decimales). La entidad sin linea o con importe
      *  en cero para el motivo no cobra cargo; la linea no numerica
      *  se ignora con alerta.
      *
      * Sin CTAMAE.DAT la corrida termina con RC 12; las alertas
      * (tabla llena, parametro invalido) dejan RC 4.
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
           SELECT PRM-ATPC851 ASSIGN TO "ATPC851.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC851-PRM-STATUS.
      * Maestro de cuentas -- ver ATPCCTM-CTM.cpy
           SELECT CTM-MAESTRO ASSIGN TO "CTAMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTM-CLAVE
               FILE STATUS IS WS-ATPC851-CTM-STATUS.
           SELECT SOL-PEDIDOS ASSIGN TO "REPSOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC851-SOL-STATUS.
           SELECT EMB-ORDENES ASSIGN TO "EMBREP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC851-EMB-STATUS.
           SELECT CUO-CUOTAS ASSIGN TO "CUOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC851-CUO-STATUS.
           SELECT RPT-ATPC851 ASSIGN TO "ATPC851.RPT"
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

       FD  PRM-ATPC851
           RECORDING MODE IS F.
       01  PRM-ATPC851-REG.
           05  PRM-ATPC851-CODENT             PIC X(04).
           05  PRM-ATPC851-CODMAR             PIC 9(02).
           05  PRM-ATPC851-INDTIPT            PIC 9(02).
           05  PRM-ATPC851-TIPOFAC            PIC 9(04).
           05  PRM-ATPC851-INDNORCOR          PIC 9(01).
           05  PRM-ATPC851-INDVERT            PIC X(01).
           05  PRM-ATPC851-INDNIVAPL          PIC X(02).
           05  PRM-ATPC851-CODCONECO          PIC 9(04).
           05  PRM-ATPC851-IMPPERDIDA         PIC 9(07)V99.
           05  PRM-ATPC851-IMPROBO            PIC 9(07)V99.
           05  PRM-ATPC851-IMPDANO            PIC 9(07)V99.

       FD  SOL-PEDIDOS
           RECORDING MODE IS F.
       01  SOL-PEDIDOS-REG                    PIC X(76).

       FD  EMB-ORDENES
           RECORDING MODE IS F.
       01  EMB-ORDENES-REG.
           05  EMB-CODENT                     PIC X(04).
           05  EMB-NUMCUENTA                  PIC X(16).
           05  EMB-CODMAR                     PIC 9(02).
           05  EMB-INDTIPT                    PIC 9(02).
           05  EMB-FECVENC                    PIC X(07).
           05  EMB-PRIORIDAD                  PIC X(01).

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

       FD  RPT-ATPC851
           RECORDING MODE IS F.
       01  RPT-ATPC851-REG                    PIC X(130).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPC021-WS".
       COPY "ATPC096-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".

       77  WS-ATPC851-PRM-STATUS              PIC X(02).
       77  WS-ATPC851-CTM-STATUS              PIC X(02).
       77  WS-ATPC851-SOL-STATUS              PIC X(02).
       77  WS-ATPC851-EMB-STATUS              PIC X(02).
       77  WS-ATPC851-CUO-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC851-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.
       01  FILLER                             PIC X(01).
           88 WS-ATPC851-CON-COLA             VALUE "S"
              WHEN SET TO FALSE "N".

      * Pedido de reposicion (REPSOL.DAT)
       01  WS-ATPC851-SOL.
           05  WS-ATPC851-SOL-NUMSOL          PIC X(24).
           05  WS-ATPC851-SOL-CANAL           PIC X(01).
           05  WS-ATPC851-SOL-CODENT          PIC X(04).
           05  WS-ATPC851-SOL-NUMCUENTA       PIC X(16).
           05  WS-ATPC851-SOL-CODMAR          PIC 9(02).
           05  WS-ATPC851-SOL-INDTIPT         PIC 9(02).
           05  WS-ATPC851-SOL-FECVENC         PIC X(07).
           05  WS-ATPC851-SOL-MOTIVO          PIC X(01).
               88 WS-ATPC851-SOL-PERDIDA      VALUE "P".
               88 WS-ATPC851-SOL-ROBO         VALUE "R".
               88 WS-ATPC851-SOL-DANO         VALUE "D".
           05  WS-ATPC851-SOL-PRIORIDAD       PIC X(01).
               88 WS-ATPC851-SOL-URGENTE      VALUE "U".
           05  WS-ATPC851-SOL-FECSOL          PIC X(10).
           05  WS-ATPC851-SOL-ORIGEN          PIC X(08).

      * Pedidos de la corrida. Estado: " " a procesar, "E" procesado
       78  WS-ATPC851-SOL-MAX                 VALUE 2000.
       77  WS-ATPC851-SOL-CANT                PIC 9(04) VALUE 0.
       01  WS-ATPC851-PEDIDOS.
           05  WS-ATPC851-TSO OCCURS 2000 TIMES.
               10  WS-ATPC851-TSO-DATOS       PIC X(76).
               10  WS-ATPC851-TSO-ESTADO      PIC X(01).
       77  WS-ATPC851-IDX                     PIC 9(04).
      * Pasada en curso: U urgentes, N el resto
       77  WS-ATPC851-PASADA                  PIC X(01).

      * Cargos de reposicion por entidad (ATPC851.PRM)
       78  WS-ATPC851-CRG-MAX                 VALUE 200.
       77  WS-ATPC851-CRG-CANT                PIC 9(03) VALUE 0.
       01  WS-ATPC851-CARGOS.
           05  WS-ATPC851-CRG OCCURS 200 TIMES.
               10  WS-ATPC851-CRG-CODENT      PIC X(04).
               10  WS-ATPC851-CRG-CODMAR      PIC 9(02).
               10  WS-ATPC851-CRG-INDTIPT     PIC 9(02).
               10  WS-ATPC851-CRG-TIPOFAC     PIC 9(04).
               10  WS-ATPC851-CRG-INDNORCOR   PIC 9(01).
               10  WS-ATPC851-CRG-INDVERT     PIC X(01).
               10  WS-ATPC851-CRG-INDNIVAPL   PIC X(02).
               10  WS-ATPC851-CRG-CODCONECO   PIC 9(04).
               10  WS-ATPC851-CRG-IMPPERDIDA  PIC 9(07)V99.
               10  WS-ATPC851-CRG-IMPROBO     PIC 9(07)V99.
               10  WS-ATPC851-CRG-IMPDANO     PIC 9(07)V99.
       77  WS-ATPC851-CRG-IDX                 PIC 9(03).

      * Cuadro por entidad del reporte
       78  WS-ATPC851-ENT-MAX                 VALUE 200.
       77  WS-ATPC851-ENT-CANT                PIC 9(03) VALUE 0.
       01  WS-ATPC851-ENTIDADES.
           05  WS-ATPC851-ENT OCCURS 200 TIMES.
               10  WS-ATPC851-ENT-CODENT      PIC X(04).
               10  WS-ATPC851-ENT-PERDIDA     PIC 9(06).
               10  WS-ATPC851-ENT-ROBO        PIC 9(06).
               10  WS-ATPC851-ENT-DANO        PIC 9(06).
               10  WS-ATPC851-ENT-URGENTES    PIC 9(06).
               10  WS-ATPC851-ENT-CARGOS      PIC 9(11)V99.
       77  WS-ATPC851-ENT-IDX                 PIC 9(03).

      * Resultado del pedido en curso
       77  WS-ATPC851-DESCRIPCION             PIC X(40).
       77  WS-ATPC851-CARGO                   PIC 9(07)V99.
       77  WS-ATPC851-CARGO-ED                PIC Z(6)9.99.
       77  WS-ATPC851-TOTAL-ED                PIC Z(10)9.99.

       01  WS-ATPC851-HOY.
           05  WS-ATPC851-HOY-AAAA            PIC 9(04).
           05  WS-ATPC851-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC851-HOY-MM              PIC 9(02).
           05  WS-ATPC851-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC851-HOY-DD              PIC 9(02).
       01  WS-ATPC851-HOY-AMD.
           05  WS-ATPC851-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC851-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC851-HOY-AMD-DD          PIC 9(02).

      * Contadores del resumen final
       77  WS-ATPC851-LEIDOS                  PIC 9(06) VALUE 0.
       77  WS-ATPC851-EMITIDAS                PIC 9(06) VALUE 0.
       77  WS-ATPC851-URGENTES                PIC 9(06) VALUE 0.
       77  WS-ATPC851-DESCARTADOS             PIC 9(06) VALUE 0.
       77  WS-ATPC851-PERDIDAS                PIC 9(06) VALUE 0.
       77  WS-ATPC851-ROBOS                   PIC 9(06) VALUE 0.
       77  WS-ATPC851-DANOS                   PIC 9(06) VALUE 0.
       77  WS-ATPC851-CON-CARGO               PIC 9(06) VALUE 0.
       77  WS-ATPC851-TOTAL-CARGOS            PIC 9(11)V99 VALUE 0.

       01  WS-ATPC851-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC851-PRINCIPAL
      *----------------------------------------------------------------
       ATPC851-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC851: REPOSICION DE TARJETAS                        -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC851" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC021-CARGAR-ARREGLO
           PERFORM ATPC096-CARGAR-ARREGLO

           ACCEPT WS-ATPC851-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC851-HOY-G1 WS-ATPC851-HOY-G2
           MOVE WS-ATPC851-HOY-AMD-AAAA TO WS-ATPC851-HOY-AAAA
           MOVE WS-ATPC851-HOY-AMD-MM   TO WS-ATPC851-HOY-MM
           MOVE WS-ATPC851-HOY-AMD-DD   TO WS-ATPC851-HOY-DD

           OPEN INPUT CTM-MAESTRO
           IF WS-ATPC851-CTM-STATUS NOT = "00"
              DISPLAY "ATPC851 - ERROR: no se pudo abrir CTAMAE.DAT "
                      "-- FILE STATUS:[" WS-ATPC851-CTM-STATUS "] -- "
                      "corrida abortada"
              PERFORM ATPC851-ABORTAR
           END-IF

           OPEN OUTPUT RPT-ATPC851
           MOVE SPACES TO WS-ATPC851-LINEA
           STRING " REPOSICION DE TARJETAS AL ["  DELIMITED BY SIZE
                  WS-ATPC851-HOY                  DELIMITED BY SIZE
                  "]"                             DELIMITED BY SIZE
             INTO WS-ATPC851-LINEA
           WRITE RPT-ATPC851-REG FROM WS-ATPC851-LINEA
           DISPLAY WS-ATPC851-LINEA

           PERFORM ATPC851-LEER-PARAMETROS
           PERFORM ATPC851-CARGAR-PEDIDOS

           OPEN OUTPUT EMB-ORDENES
      * CUOTAS.DAT ya trae las comisiones del dia de ATPC975
           OPEN EXTEND CUO-CUOTAS
           IF WS-ATPC851-CUO-STATUS = "35"
              OPEN OUTPUT CUO-CUOTAS
           END-IF

      * Primero los urgentes, despues el resto
           MOVE "U" TO WS-ATPC851-PASADA
           PERFORM ATPC851-PROCESAR-PASADA
           MOVE "N" TO WS-ATPC851-PASADA
           PERFORM ATPC851-PROCESAR-PASADA

           CLOSE EMB-ORDENES
                 CUO-CUOTAS
                 CTM-MAESTRO

      * La cola de la consola ya quedo procesada
           IF WS-ATPC851-CON-COLA
              OPEN OUTPUT SOL-PEDIDOS
              CLOSE SOL-PEDIDOS
           END-IF

           PERFORM ATPC851-LISTAR-ENTIDADES

           MOVE SPACES TO WS-ATPC851-LINEA
           STRING " PEDIDOS: "                DELIMITED BY SIZE
                  WS-ATPC851-LEIDOS           DELIMITED BY SIZE
                  "  ORDENES EMITIDAS: "      DELIMITED BY SIZE
                  WS-ATPC851-EMITIDAS         DELIMITED BY SIZE
                  "  URGENTES: "              DELIMITED BY SIZE
                  WS-ATPC851-URGENTES         DELIMITED BY SIZE
                  "  DESCARTADOS: "           DELIMITED BY SIZE
                  WS-ATPC851-DESCARTADOS      DELIMITED BY SIZE
             INTO WS-ATPC851-LINEA
           WRITE RPT-ATPC851-REG FROM WS-ATPC851-LINEA
           DISPLAY WS-ATPC851-LINEA
           MOVE SPACES TO WS-ATPC851-LINEA
           STRING " POR MOTIVO -- PERDIDA: "  DELIMITED BY SIZE
                  WS-ATPC851-PERDIDAS         DELIMITED BY SIZE
                  "  ROBO: "                  DELIMITED BY SIZE
                  WS-ATPC851-ROBOS            DELIMITED BY SIZE
                  "  DANO: "                  DELIMITED BY SIZE
                  WS-ATPC851-DANOS            DELIMITED BY SIZE
             INTO WS-ATPC851-LINEA
           WRITE RPT-ATPC851-REG FROM WS-ATPC851-LINEA
           DISPLAY WS-ATPC851-LINEA
           MOVE WS-ATPC851-TOTAL-CARGOS TO WS-ATPC851-TOTAL-ED
           MOVE SPACES TO WS-ATPC851-LINEA
           STRING " CARGOS DE REPOSICION: "   DELIMITED BY SIZE
                  WS-ATPC851-CON-CARGO        DELIMITED BY SIZE
                  "  IMPORTE: "               DELIMITED BY SIZE
                  WS-ATPC851-TOTAL-ED         DELIMITED BY SIZE
             INTO WS-ATPC851-LINEA
           WRITE RPT-ATPC851-REG FROM WS-ATPC851-LINEA
           DISPLAY WS-ATPC851-LINEA

           CLOSE RPT-ATPC851

           DISPLAY
           "- ATPC851: REPOSICION FINALIZADA                         -"
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
      * Proceso: ATPC851-ABORTAR
      *----------------------------------------------------------------
       ATPC851-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC851-LEER-PARAMETROS
      *----------------------------------------------------------------
      * Cargos de reposicion por entidad; sin archivo no hay cargos
      *----------------------------------------------------------------
       ATPC851-LEER-PARAMETROS.
           OPEN INPUT PRM-ATPC851
           IF WS-ATPC851-PRM-STATUS NOT = "00"
              DISPLAY "ATPC851 - AVISO: sin ATPC851.PRM -- no se "
                      "cobran cargos de reposicion"
           ELSE
              SET WS-ATPC851-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC851-FIN-ENTRADA
                 READ PRM-ATPC851
                     AT END
                        SET WS-ATPC851-FIN-ENTRADA TO TRUE
                     NOT AT END
                        PERFORM ATPC851-GUARDAR-CARGO
                 END-READ
              END-PERFORM
              CLOSE PRM-ATPC851
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC851-GUARDAR-CARGO
      *----------------------------------------------------------------
       ATPC851-GUARDAR-CARGO.
           EVALUATE TRUE
              WHEN PRM-ATPC851-CODMAR     IS NOT NUMERIC
              OR   PRM-ATPC851-INDTIPT    IS NOT NUMERIC
              OR   PRM-ATPC851-TIPOFAC    IS NOT NUMERIC
              OR   PRM-ATPC851-INDNORCOR  IS NOT NUMERIC
              OR   PRM-ATPC851-CODCONECO  IS NOT NUMERIC
              OR   PRM-ATPC851-IMPPERDIDA IS NOT NUMERIC
              OR   PRM-ATPC851-IMPROBO    IS NOT NUMERIC
              OR   PRM-ATPC851-IMPDANO    IS NOT NUMERIC
                 DISPLAY "ATPC851 - ALERTA: linea de ATPC851.PRM no "
                         "numerica para CODENT=["
                         PRM-ATPC851-CODENT "] -- se ignora"
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              WHEN WS-ATPC851-CRG-CANT NOT < WS-ATPC851-CRG-MAX
                 DISPLAY "ATPC851 - ALERTA: mas de "
                         WS-ATPC851-CRG-MAX " entidades en "
                         "ATPC851.PRM -- CODENT=["
                         PRM-ATPC851-CODENT "] sin cargo"
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-ATPC851-CRG-CANT
                 MOVE PRM-ATPC851-REG
                   TO WS-ATPC851-CRG(WS-ATPC851-CRG-CANT)
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC851-CARGAR-PEDIDOS
      *----------------------------------------------------------------
       ATPC851-CARGAR-PEDIDOS.
           SET WS-ATPC851-CON-COLA TO FALSE
           OPEN INPUT SOL-PEDIDOS
           IF WS-ATPC851-SOL-STATUS NOT = "00"
              DISPLAY "ATPC851 - AVISO: sin REPSOL.DAT -- no hay "
                      "pedidos de reposicion"
           ELSE
              SET WS-ATPC851-CON-COLA TO TRUE
              SET WS-ATPC851-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC851-FIN-ENTRADA
                 READ SOL-PEDIDOS INTO WS-ATPC851-SOL
                     AT END
                        SET WS-ATPC851-FIN-ENTRADA TO TRUE
                     NOT AT END
                        PERFORM ATPC851-GUARDAR-PEDIDO
                 END-READ
              END-PERFORM
              CLOSE SOL-PEDIDOS
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC851-GUARDAR-PEDIDO
      *----------------------------------------------------------------
      * Con la tabla llena la cola no se vacia: los pedidos que no
      * entraron quedan para la proxima corrida
      *----------------------------------------------------------------
       ATPC851-GUARDAR-PEDIDO.
           ADD 1 TO WS-ATPC851-LEIDOS
           IF WS-ATPC851-SOL-CANT NOT < WS-ATPC851-SOL-MAX
              DISPLAY "ATPC851 - ALERTA: mas de " WS-ATPC851-SOL-MAX
                      " pedidos -- NUMSOL=["
                      WS-ATPC851-SOL-NUMSOL "] queda para la proxima "
                      "corrida"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
              SET WS-ATPC851-CON-COLA TO FALSE
           ELSE
              ADD 1 TO WS-ATPC851-SOL-CANT
              MOVE WS-ATPC851-SOL
                TO WS-ATPC851-TSO-DATOS(WS-ATPC851-SOL-CANT)
              MOVE SPACES
                TO WS-ATPC851-TSO-ESTADO(WS-ATPC851-SOL-CANT)
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC851-PROCESAR-PASADA
      *----------------------------------------------------------------
      * Pasada U: solo los urgentes. Pasada N: todo lo que quedo
      *----------------------------------------------------------------
       ATPC851-PROCESAR-PASADA.
           PERFORM VARYING WS-ATPC851-IDX FROM 1 BY 1
                     UNTIL WS-ATPC851-IDX > WS-ATPC851-SOL-CANT
              IF WS-ATPC851-TSO-ESTADO(WS-ATPC851-IDX) = SPACES
                 MOVE WS-ATPC851-TSO-DATOS(WS-ATPC851-IDX)
                   TO WS-ATPC851-SOL
                 IF WS-ATPC851-SOL-URGENTE
                 OR WS-ATPC851-PASADA = "N"
                    PERFORM ATPC851-PROCESAR-PEDIDO
                    MOVE "E" TO WS-ATPC851-TSO-ESTADO(WS-ATPC851-IDX)
                 END-IF
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC851-PROCESAR-PEDIDO
      *----------------------------------------------------------------
       ATPC851-PROCESAR-PEDIDO.
           MOVE ZEROES TO WS-ATPC851-CARGO
           INITIALIZE WS-ATPC021
           MOVE WS-ATPC851-SOL-CODENT TO WS-ATPC021-CODENT
           PERFORM ATPC021-BUSCAR-EN-ARREGLO
           MOVE WS-ATPC851-SOL-CODENT    TO CTM-CODENT
           MOVE WS-ATPC851-SOL-NUMCUENTA TO CTM-NUMCUENTA
           READ CTM-MAESTRO
               INVALID KEY
                  CONTINUE
           END-READ
           EVALUATE TRUE
              WHEN NOT WS-ATPC021-RETORNO-OK
                 MOVE "DESCARTADO: ENTIDAD INEXISTENTE"
                   TO WS-ATPC851-DESCRIPCION
                 ADD 1 TO WS-ATPC851-DESCARTADOS
              WHEN WS-ATPC851-CTM-STATUS NOT = "00"
                 MOVE "DESCARTADO: CUENTA INEXISTENTE"
                   TO WS-ATPC851-DESCRIPCION
                 ADD 1 TO WS-ATPC851-DESCARTADOS
              WHEN CTM-CIE-CON-CIERRE
                 MOVE "DESCARTADO: CUENTA EN CIERRE O CERRADA"
                   TO WS-ATPC851-DESCRIPCION
                 ADD 1 TO WS-ATPC851-DESCARTADOS
              WHEN NOT WS-ATPC851-SOL-PERDIDA
              AND  NOT WS-ATPC851-SOL-ROBO
              AND  NOT WS-ATPC851-SOL-DANO
                 MOVE "DESCARTADO: MOTIVO NO RECONOCIDO"
                   TO WS-ATPC851-DESCRIPCION
                 ADD 1 TO WS-ATPC851-DESCARTADOS
              WHEN OTHER
                 PERFORM ATPC851-EMITIR-ORDEN
           END-EVALUATE
           PERFORM ATPC851-LISTAR-PEDIDO
           .

      *----------------------------------------------------------------
      * Proceso: ATPC851-EMITIR-ORDEN
      *----------------------------------------------------------------
       ATPC851-EMITIR-ORDEN.
           INITIALIZE EMB-ORDENES-REG
           MOVE WS-ATPC851-SOL-CODENT    TO EMB-CODENT
           MOVE WS-ATPC851-SOL-NUMCUENTA TO EMB-NUMCUENTA
           MOVE WS-ATPC851-SOL-CODMAR    TO EMB-CODMAR
           MOVE WS-ATPC851-SOL-INDTIPT   TO EMB-INDTIPT
           MOVE WS-ATPC851-SOL-FECVENC   TO EMB-FECVENC
           IF WS-ATPC851-SOL-URGENTE
              MOVE "U"                   TO EMB-PRIORIDAD
           ELSE
              MOVE "N"                   TO EMB-PRIORIDAD
           END-IF
           WRITE EMB-ORDENES-REG
           ADD 1 TO WS-ATPC851-EMITIDAS
           MOVE "ORDEN EMITIDA" TO WS-ATPC851-DESCRIPCION

           PERFORM ATPC851-COBRAR-CARGO
           PERFORM ATPC851-ACUMULAR-ENTIDAD
           .

      *----------------------------------------------------------------
      * Proceso: ATPC851-COBRAR-CARGO
      *----------------------------------------------------------------
      * Cargo de la entidad para el motivo; en cero no se cobra
      *----------------------------------------------------------------
       ATPC851-COBRAR-CARGO.
           PERFORM VARYING WS-ATPC851-CRG-IDX FROM 1 BY 1
                     UNTIL WS-ATPC851-CRG-IDX > WS-ATPC851-CRG-CANT
              IF WS-ATPC851-CRG-CODENT(WS-ATPC851-CRG-IDX)
                 = WS-ATPC851-SOL-CODENT
                 EVALUATE TRUE
                    WHEN WS-ATPC851-SOL-PERDIDA
                       MOVE WS-ATPC851-CRG-IMPPERDIDA
                            (WS-ATPC851-CRG-IDX) TO WS-ATPC851-CARGO
                    WHEN WS-ATPC851-SOL-ROBO
                       MOVE WS-ATPC851-CRG-IMPROBO
                            (WS-ATPC851-CRG-IDX) TO WS-ATPC851-CARGO
                    WHEN OTHER
                       MOVE WS-ATPC851-CRG-IMPDANO
                            (WS-ATPC851-CRG-IDX) TO WS-ATPC851-CARGO
                 END-EVALUATE
                 IF WS-ATPC851-CARGO > ZEROES
                    PERFORM ATPC851-GRABAR-CARGO
                 END-IF
                 MOVE WS-ATPC851-CRG-CANT TO WS-ATPC851-CRG-IDX
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC851-GRABAR-CARGO
      *----------------------------------------------------------------
       ATPC851-GRABAR-CARGO.
           INITIALIZE CUO-CUOTAS-REG
           MOVE WS-ATPC851-SOL-CODENT    TO CUO-CODENT
           MOVE WS-ATPC851-CRG-CODMAR(WS-ATPC851-CRG-IDX)
             TO CUO-CODMAR
           MOVE WS-ATPC851-CRG-INDTIPT(WS-ATPC851-CRG-IDX)
             TO CUO-INDTIPT
           MOVE WS-ATPC851-CRG-TIPOFAC(WS-ATPC851-CRG-IDX)
             TO CUO-TIPOFAC
           MOVE WS-ATPC851-CRG-INDNORCOR(WS-ATPC851-CRG-IDX)
             TO CUO-INDNORCOR
           MOVE WS-ATPC851-CRG-INDVERT(WS-ATPC851-CRG-IDX)
             TO CUO-INDVERT
           MOVE WS-ATPC851-CRG-INDNIVAPL(WS-ATPC851-CRG-IDX)
             TO CUO-INDNIVAPL
           MOVE WS-ATPC851-CRG-CODCONECO(WS-ATPC851-CRG-IDX)
             TO CUO-CODCONECO
           MOVE WS-ATPC851-SOL-NUMCUENTA TO CUO-NUMCUENTA
           MOVE WS-ATPC851-CARGO         TO CUO-IMPORTE
           MOVE WS-ATPC851-HOY           TO CUO-FECHA
           WRITE CUO-CUOTAS-REG
           ADD 1                 TO WS-ATPC851-CON-CARGO
           ADD WS-ATPC851-CARGO  TO WS-ATPC851-TOTAL-CARGOS
           .

      *----------------------------------------------------------------
      * Proceso: ATPC851-ACUMULAR-ENTIDAD
      *----------------------------------------------------------------
       ATPC851-ACUMULAR-ENTIDAD.
           EVALUATE TRUE
              WHEN WS-ATPC851-SOL-PERDIDA
                 ADD 1 TO WS-ATPC851-PERDIDAS
              WHEN WS-ATPC851-SOL-ROBO
                 ADD 1 TO WS-ATPC851-ROBOS
              WHEN OTHER
                 ADD 1 TO WS-ATPC851-DANOS
           END-EVALUATE
           IF WS-ATPC851-SOL-URGENTE
              ADD 1 TO WS-ATPC851-URGENTES
           END-IF

           PERFORM VARYING WS-ATPC851-ENT-IDX FROM 1 BY 1
                     UNTIL WS-ATPC851-ENT-IDX > WS-ATPC851-ENT-CANT
                        OR WS-ATPC851-ENT-CODENT(WS-ATPC851-ENT-IDX)
                           = WS-ATPC851-SOL-CODENT
              CONTINUE
           END-PERFORM
           IF WS-ATPC851-ENT-IDX > WS-ATPC851-ENT-CANT
              IF WS-ATPC851-ENT-CANT NOT < WS-ATPC851-ENT-MAX
                 DISPLAY "ATPC851 - ALERTA: mas de "
                         WS-ATPC851-ENT-MAX " entidades -- CODENT=["
                         WS-ATPC851-SOL-CODENT "] fuera del cuadro"
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
                 MOVE ZEROES TO WS-ATPC851-ENT-IDX
              ELSE
                 ADD 1 TO WS-ATPC851-ENT-CANT
                 MOVE WS-ATPC851-ENT-CANT TO WS-ATPC851-ENT-IDX
                 INITIALIZE WS-ATPC851-ENT(WS-ATPC851-ENT-IDX)
                 MOVE WS-ATPC851-SOL-CODENT
                   TO WS-ATPC851-ENT-CODENT(WS-ATPC851-ENT-IDX)
              END-IF
           END-IF

           IF WS-ATPC851-ENT-IDX > ZEROES
              EVALUATE TRUE
                 WHEN WS-ATPC851-SOL-PERDIDA
                    ADD 1 TO WS-ATPC851-ENT-PERDIDA(WS-ATPC851-ENT-IDX)
                 WHEN WS-ATPC851-SOL-ROBO
                    ADD 1 TO WS-ATPC851-ENT-ROBO(WS-ATPC851-ENT-IDX)
                 WHEN OTHER
                    ADD 1 TO WS-ATPC851-ENT-DANO(WS-ATPC851-ENT-IDX)
              END-EVALUATE
              IF WS-ATPC851-SOL-URGENTE
                 ADD 1 TO WS-ATPC851-ENT-URGENTES(WS-ATPC851-ENT-IDX)
              END-IF
              ADD WS-ATPC851-CARGO
                TO WS-ATPC851-ENT-CARGOS(WS-ATPC851-ENT-IDX)
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC851-LISTAR-PEDIDO
      *----------------------------------------------------------------
       ATPC851-LISTAR-PEDIDO.
           MOVE WS-ATPC851-CARGO TO WS-ATPC851-CARGO-ED
           MOVE SPACES TO WS-ATPC851-LINEA
           STRING " "                         DELIMITED BY SIZE
                  WS-ATPC851-SOL-NUMSOL       DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-ATPC851-SOL-CODENT       DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-ATPC851-SOL-NUMCUENTA    DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-ATPC851-SOL-CODMAR       DELIMITED BY SIZE
                  "/"                         DELIMITED BY SIZE
                  WS-ATPC851-SOL-INDTIPT      DELIMITED BY SIZE
                  " MOT:"                     DELIMITED BY SIZE
                  WS-ATPC851-SOL-MOTIVO       DELIMITED BY SIZE
                  " PRI:"                     DELIMITED BY SIZE
                  WS-ATPC851-SOL-PRIORIDAD    DELIMITED BY SIZE
                  " CARGO:"                   DELIMITED BY SIZE
                  WS-ATPC851-CARGO-ED         DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-ATPC851-DESCRIPCION      DELIMITED BY SIZE
             INTO WS-ATPC851-LINEA
           WRITE RPT-ATPC851-REG FROM WS-ATPC851-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC851-LISTAR-ENTIDADES
      *----------------------------------------------------------------
       ATPC851-LISTAR-ENTIDADES.
           MOVE SPACES TO WS-ATPC851-LINEA
           STRING " ENTIDAD  PERDIDA    ROBO    DANO  URGENTES"
                                              DELIMITED BY SIZE
                  "          CARGOS"          DELIMITED BY SIZE
             INTO WS-ATPC851-LINEA
           WRITE RPT-ATPC851-REG FROM WS-ATPC851-LINEA
           DISPLAY WS-ATPC851-LINEA
           PERFORM VARYING WS-ATPC851-ENT-IDX FROM 1 BY 1
                     UNTIL WS-ATPC851-ENT-IDX > WS-ATPC851-ENT-CANT
              MOVE WS-ATPC851-ENT-CARGOS(WS-ATPC851-ENT-IDX)
                TO WS-ATPC851-TOTAL-ED
              MOVE SPACES TO WS-ATPC851-LINEA
              STRING " "                      DELIMITED BY SIZE
                     WS-ATPC851-ENT-CODENT(WS-ATPC851-ENT-IDX)
                                              DELIMITED BY SIZE
                     "    "                   DELIMITED BY SIZE
                     WS-ATPC851-ENT-PERDIDA(WS-ATPC851-ENT-IDX)
                                              DELIMITED BY SIZE
                     "  "                     DELIMITED BY SIZE
                     WS-ATPC851-ENT-ROBO(WS-ATPC851-ENT-IDX)
                                              DELIMITED BY SIZE
                     "  "                     DELIMITED BY SIZE
                     WS-ATPC851-ENT-DANO(WS-ATPC851-ENT-IDX)
                                              DELIMITED BY SIZE
                     "    "                   DELIMITED BY SIZE
                     WS-ATPC851-ENT-URGENTES(WS-ATPC851-ENT-IDX)
                                              DELIMITED BY SIZE
                     " "                      DELIMITED BY SIZE
                     WS-ATPC851-TOTAL-ED      DELIMITED BY SIZE
                INTO WS-ATPC851-LINEA
              WRITE RPT-ATPC851-REG FROM WS-ATPC851-LINEA
              DISPLAY WS-ATPC851-LINEA
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
       COPY "ATPC096-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
