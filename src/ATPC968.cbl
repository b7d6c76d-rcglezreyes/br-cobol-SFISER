      * una lista de gestion priorizada por gestor en WORKLIST.DAT --
      *  - se saltean las cuentas con plan de pago vigente
      *    (PLANPAGO.DAT) y las cuentas con promesa de pago vigente o
      *    cumplida (PROMESAS.DAT), y las cuentas castigadas en el
      *    maestro CTAMAE.DAT (ATPC800), que ya salieron de la
      *    gestion temprana, y las que estan en estado especial
      *    (fallecido, quiebra o fraude, ATPC835);
      *  - se saltean las cuentas con pagos en linea pendientes de
      *    conciliar en el maestro (CTM-MEM-CANT, ver ATPC862): el
      *    cliente ya pago en sucursal o en linea y el pago llega en
      *    el PAGOS.DAT de manana;
      *  - se saltean tambien las cuentas con una gestion efectiva
      *    reciente en el historial de gestiones CONTACTOS.DAT
      *    (ATPC822): la ultima gestion de la cuenta tiene menos de
      *    los dias de ATPC968.PRM (3 por defecto, 000 = no se
      *    saltea ninguna) y su resultado no es NC (no contesta), NE
      *    (numero erroneo) ni RP (se niega a pagar);
      *  - la prioridad ordena primero las cuentas cuya ultima
      *    gestion fue una negativa de pago (RP), luego por
      *    severidad del estado actual (WS-ATPC175-TAB-TIPESTCTA, el
      *    caracter mas alto es el mas severo), luego por saldo y por
      *    dias de mora, de mayor a menor;
      *  - cada cuenta se asigna al gestor cuyo perfil ATPC163 tiene
      *    la funcion "G" y ambito sobre su CODENT; sin gestor con
      *    ese ambito se asigna al primer gestor "G" de ambito
      *    general (en blanco); sin gestor alguno la cuenta se
      *    reporta como SIN GESTOR.
      * La consola ATPC969 le sirve a cada operador SOLO su cola.
      * Cada asignacion del dia se agrega ademas, con la fecha, al
      * historial ASIGHIST.DAT (WORKLIST.DAT se pisa cada manana),
      * base del tablero de desempeno de gestores ATPC823.
      *
      * Layout de WORKLIST.DAT: CODOPER(8) ORDEN(4) CODENT(4)
      * NUMCUENTA(16) CODESTCTA(2) TIPESTCTA(1) DIAS(3) SALDO(11).
      * Layout de ASIGHIST.DAT: FECHA(10 AAAA-MM-DD) + registro de
      * WORKLIST.DAT.
      *
      * Dependencias:
      *  - Debe estar declarada la rutina para manejo de errores
           SELECT PRO-PROMESAS ASSIGN TO "PROMESAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC968-PRO-STATUS.
      * Maestro de cuentas, para excluir las castigadas -- ver
      * ATPCCTM-CTM.cpy
           SELECT CTM-MAESTRO ASSIGN TO "CTAMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTM-CLAVE
               FILE STATUS IS WS-ATPCCTM-STATUS.
      * Historial de gestiones de cobranza -- ver ATPC822
           SELECT CON-CONTACTOS ASSIGN TO "CONTACTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC968-CON-STATUS.
           SELECT PRM-ATPC968 ASSIGN TO "ATPC968.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC968-PRM-STATUS.
           SELECT WRK-LISTA ASSIGN TO "WORKLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC968-WRK-STATUS.
      * Historial de asignaciones -- ver ATPC823
           SELECT ASI-HISTORIAL ASSIGN TO "ASIGHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC968-ASI-STATUS.
           SELECT RPT-ATPC968 ASSIGN TO "ATPC968.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CTL-CARGAS ASSIGN TO "ATPCCTL.DAT"
       COPY "ATPCLCK-LCK".
       COPY "ATPCEXC-EXC".

       COPY "ATPCCTM-CTM".

       FD  CTA-MORA
           RECORDING MODE IS F.
       01  CTA-MORA-REG.
           05  PRO-FECALTA                    PIC 9(08).
           05  PRO-HORALTA                    PIC 9(06).

       FD  CON-CONTACTOS
           RECORDING MODE IS F.
       01  CON-CONTACTOS-REG.
           05  CON-CODENT                     PIC X(04).
           05  CON-NUMCUENTA                  PIC X(16).
           05  CON-CODOPER                    PIC X(08).
           05  CON-CANAL                      PIC X(01).
           05  CON-RESULTADO                  PIC X(02).
           05  CON-NOTA                       PIC X(40).
           05  CON-FECGES                     PIC X(10).
           05  CON-HORGES                     PIC 9(06).

       FD  PRM-ATPC968
           RECORDING MODE IS F.
       01  PRM-ATPC968-REG.
           05  PRM-ATPC968-DIAS-GESTION       PIC X(03).

       FD  WRK-LISTA
           RECORDING MODE IS F.
       01  WRK-LISTA-REG.
           05  WRK-DIAS                       PIC 9(03).
           05  WRK-SALDO                      PIC 9(09)V99.

       FD  ASI-HISTORIAL
           RECORDING MODE IS F.
       01  ASI-HISTORIAL-REG.
           05  ASI-FECHA                      PIC X(10).
           05  ASI-WORKLIST                   PIC X(49).

       FD  RPT-ATPC968
           RECORDING MODE IS F.
       01  RPT-ATPC968-REG                    PIC X(100).
       COPY "ATPC096-WS".
       COPY "ATPC163-WS".
       COPY "ATPC175-WS".
       COPY "ATPCCTM-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       77  WS-ATPC968-PLA-STATUS              PIC X(02).
       77  WS-ATPC968-PRO-STATUS              PIC X(02).
       77  WS-ATPC968-WRK-STATUS              PIC X(02).
       77  WS-ATPC968-CON-STATUS              PIC X(02).
       77  WS-ATPC968-PRM-STATUS              PIC X(02).
       77  WS-ATPC968-ASI-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC968-FIN-ENTRADA          VALUE 1
               10  WS-ATPC968-PLA-NUMCUENTA   PIC X(16).
               10  WS-ATPC968-PLA-ESTADO      PIC X(01).

      * Ultima gestion de cada cuenta segun CONTACTOS.DAT (el
      * registro mas reciente de la clave pisa al anterior)
       78  WS-ATPC968-GST-MAX                 VALUE 5000.
       77  WS-ATPC968-GST-CANT                PIC 9(04) VALUE 0.
       77  WS-ATPC968-GST-IDX                 PIC 9(04).
       01  FILLER                             PIC 9(01).
           88 WS-ATPC968-GST-DESBORDE          VALUE 1
              WHEN SET TO FALSE 0.
       01  WS-ATPC968-GESTIONES.
           05  WS-ATPC968-GST OCCURS 5000 TIMES.
               10  WS-ATPC968-GST-CODENT      PIC X(04).
               10  WS-ATPC968-GST-NUMCUENTA   PIC X(16).
               10  WS-ATPC968-GST-FECGES      PIC X(10).
               10  WS-ATPC968-GST-RESULTADO   PIC X(02).
                   88 WS-ATPC968-GST-SIN-CONTACTO
                                              VALUE "NC" "NE".
                   88 WS-ATPC968-GST-NEGATIVA VALUE "RP".
       77  WS-ATPC968-DIAS-GESTION            PIC 9(03) VALUE 3.
       01  FILLER                             PIC X(01).
           88 WS-ATPC968-GESTION-RECIENTE     VALUE "S"
              WHEN SET TO FALSE "N".
       01  WS-ATPC968-NEGATIVA                PIC X(01).

      * Fecha del dia y conversion de fechas a dias corridos
       01  WS-ATPC968-HOY.
           05  WS-ATPC968-HOY-AAAA            PIC 9(04).
           05  WS-ATPC968-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC968-HOY-MM              PIC 9(02).
           05  WS-ATPC968-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC968-HOY-DD              PIC 9(02).
       01  WS-ATPC968-HOY-AMD.
           05  WS-ATPC968-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC968-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC968-HOY-AMD-DD          PIC 9(02).
       01  WS-ATPC968-FECHA-DIV.
           05  WS-ATPC968-FD-AAAA             PIC 9(04).
           05  FILLER                         PIC X(01).
           05  WS-ATPC968-FD-MM               PIC 9(02).
           05  FILLER                         PIC X(01).
           05  WS-ATPC968-FD-DD               PIC 9(02).
       77  WS-ATPC968-SERIE                   PIC S9(09).
       77  WS-ATPC968-SERIE-HOY               PIC S9(09).
       77  WS-ATPC968-ANTIGUEDAD              PIC S9(09).
       77  WS-ATPC968-ANIOS-PREV              PIC S9(09).
       77  WS-ATPC968-BIS4                    PIC S9(09).
       77  WS-ATPC968-BIS100                  PIC S9(09).
       77  WS-ATPC968-BIS400                  PIC S9(09).
       77  WS-ATPC968-REM4                    PIC S9(09).
       77  WS-ATPC968-REM100                  PIC S9(09).
       77  WS-ATPC968-REM400                  PIC S9(09).
       77  WS-ATPC968-MES-AUX                 PIC 9(02).

      * Dias acumulados al inicio de cada mes (anio no bisiesto)
       01  WS-ATPC968-DIAS-ACUM-DEF.
           05  FILLER  PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  FILLER REDEFINES WS-ATPC968-DIAS-ACUM-DEF.
           05  WS-ATPC968-DIAS-ACUM OCCURS 12 TIMES PIC 9(03).

      * Candidatas de la lista en memoria, con su clave de prioridad
      * (negativa de pago + severidad + saldo + dias, comparable de
      * mayor a menor)
       78  WS-ATPC968-CAN-MAX                 VALUE 5000.
       77  WS-ATPC968-CAN-CANT                PIC 9(04) VALUE 0.
       01  FILLER                             PIC 9(01).
       01  WS-ATPC968-CANDIDATAS.
           05  WS-ATPC968-CAN OCCURS 5000 TIMES.
               10  WS-ATPC968-CAN-PRIORIDAD.
                   15  WS-ATPC968-CAN-NEGATIVA
                                              PIC X(01).
                   15  WS-ATPC968-CAN-TIPEST  PIC X(01).
                   15  WS-ATPC968-CAN-SALDO   PIC 9(09)V99.
                   15  WS-ATPC968-CAN-DIAS    PIC 9(03).
       77  WS-ATPC968-LISTADAS                PIC 9(06) VALUE 0.
       77  WS-ATPC968-EXCLUIDAS               PIC 9(06) VALUE 0.
       77  WS-ATPC968-SIN-GESTOR              PIC 9(06) VALUE 0.
       77  WS-ATPC968-CASTIGADAS              PIC 9(06) VALUE 0.
       77  WS-ATPC968-ESPECIALES              PIC 9(06) VALUE 0.
       77  WS-ATPC968-PAGO-EN-LINEA           PIC 9(06) VALUE 0.
       77  WS-ATPC968-GESTIONADAS             PIC 9(06) VALUE 0.
       77  WS-ATPC968-NEGATIVAS               PIC 9(06) VALUE 0.

       01  WS-ATPC968-LINEA                   PIC X(100).

           PERFORM ATPC163-CARGAR-ARREGLO
           PERFORM ATPC175-CARGAR-ARREGLO

           ACCEPT WS-ATPC968-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC968-HOY-G1 WS-ATPC968-HOY-G2
           MOVE WS-ATPC968-HOY-AMD-AAAA TO WS-ATPC968-HOY-AAAA
           MOVE WS-ATPC968-HOY-AMD-MM   TO WS-ATPC968-HOY-MM
           MOVE WS-ATPC968-HOY-AMD-DD   TO WS-ATPC968-HOY-DD
           MOVE WS-ATPC968-HOY TO WS-ATPC968-FECHA-DIV
           PERFORM ATPC968-FECHA-A-SERIE
           MOVE WS-ATPC968-SERIE TO WS-ATPC968-SERIE-HOY

           PERFORM ATPC968-LEER-PARAMETROS
           PERFORM ATPC968-ARMAR-GESTORES
           PERFORM ATPC968-CARGAR-EXCLUSIONES
           PERFORM ATPC968-CARGAR-GESTIONES
           PERFORM ATPCCTM-ABRIR-CONSULTA

           OPEN INPUT SAL-DIARIOS
           IF WS-ATPC968-SAL-STATUS NOT = "00"
           ELSE
              OPEN OUTPUT WRK-LISTA
                          RPT-ATPC968
              OPEN EXTEND ASI-HISTORIAL
              IF WS-ATPC968-ASI-STATUS = "35"
                 OPEN OUTPUT ASI-HISTORIAL
              END-IF
              IF WS-ATPC968-ASI-STATUS NOT = "00"
                 DISPLAY "ATPC968 - ERROR: no se pudo abrir "
                         "ASIGHIST.DAT -- FILE STATUS:["
                         WS-ATPC968-ASI-STATUS "]"
                 MOVE 12 TO RETURN-CODE
              END-IF

              SET WS-ATPC968-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC968-FIN-ENTRADA

              CLOSE WRK-LISTA
                    RPT-ATPC968
              IF WS-ATPC968-ASI-STATUS = "00"
                 CLOSE ASI-HISTORIAL
              END-IF
              CLOSE CTA-MORA
           END-IF
           IF WS-ATPC968-SAL-STATUS = "00"
              CLOSE SAL-DIARIOS
           END-IF
           PERFORM ATPCCTM-CERRAR-CONSULTA

           DISPLAY
           "- ATPC968: LISTA FINALIZADA                               -"
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC968-LEER-PARAMETROS
      *----------------------------------------------------------------
      * Dias de gracia tras una gestion efectiva de ATPC968.PRM
      * (opcional); sin archivo o con valor no numerico rige el
      * valor por defecto
      *----------------------------------------------------------------
       ATPC968-LEER-PARAMETROS.
           OPEN INPUT PRM-ATPC968
           IF WS-ATPC968-PRM-STATUS = "00"
              READ PRM-ATPC968
                  NOT AT END
                     IF PRM-ATPC968-DIAS-GESTION IS NUMERIC
                        MOVE PRM-ATPC968-DIAS-GESTION
                          TO WS-ATPC968-DIAS-GESTION
                     ELSE
                        DISPLAY "ATPC968 - ALERTA: dias de ATPC968.PRM "
                                "no numericos ["
                                PRM-ATPC968-DIAS-GESTION
                                "] -- rige el valor por defecto"
                     END-IF
              END-READ
              CLOSE PRM-ATPC968
           END-IF
           DISPLAY "ATPC968: dias sin volver a gestionar ["
                   WS-ATPC968-DIAS-GESTION "]"
           .

      *----------------------------------------------------------------
      * Proceso: ATPC968-ARMAR-GESTORES
      *----------------------------------------------------------------
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC968-CARGAR-GESTIONES
      *----------------------------------------------------------------
      * Ultima gestion de cada cuenta segun el historial CONTACTOS.DAT
      * (opcional: sin historial no se saltea ni adelanta ninguna)
      *----------------------------------------------------------------
       ATPC968-CARGAR-GESTIONES.
           SET WS-ATPC968-GST-DESBORDE TO FALSE
           OPEN INPUT CON-CONTACTOS
           IF WS-ATPC968-CON-STATUS = "00"
              SET WS-ATPC968-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC968-FIN-ENTRADA
                 READ CON-CONTACTOS
                     AT END
                        SET WS-ATPC968-FIN-ENTRADA TO TRUE
                     NOT AT END
                        PERFORM ATPC968-INCORPORAR-GESTION
                 END-READ
              END-PERFORM
              CLOSE CON-CONTACTOS
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC968-INCORPORAR-GESTION
      *----------------------------------------------------------------
      * El registro mas reciente de cada clave pisa al anterior
      *----------------------------------------------------------------
       ATPC968-INCORPORAR-GESTION.
           MOVE ZEROES TO WS-ATPC968-GST-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC968-GST-CANT
              IF WS-ATPC968-GST-CODENT(WS-I) = CON-CODENT
              AND WS-ATPC968-GST-NUMCUENTA(WS-I) = CON-NUMCUENTA
                 MOVE WS-I TO WS-ATPC968-GST-IDX
                 MOVE WS-ATPC968-GST-CANT TO WS-I
              END-IF
           END-PERFORM
           IF WS-ATPC968-GST-IDX = ZEROES
              IF WS-ATPC968-GST-CANT < WS-ATPC968-GST-MAX
                 ADD 1 TO WS-ATPC968-GST-CANT
                 MOVE WS-ATPC968-GST-CANT TO WS-ATPC968-GST-IDX
              ELSE
                 IF NOT WS-ATPC968-GST-DESBORDE
                    DISPLAY "ATPC968 - ALERTA: el arreglo de "
                       "gestiones alcanzo su capacidad maxima ["
                       WS-ATPC968-GST-MAX "] - hay gestiones sin "
                       "considerar"
                    SET WS-ATPC968-GST-DESBORDE TO TRUE
                 END-IF
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF
           IF WS-ATPC968-GST-IDX > ZEROES
              MOVE CON-CODENT
                TO WS-ATPC968-GST-CODENT(WS-ATPC968-GST-IDX)
              MOVE CON-NUMCUENTA
                TO WS-ATPC968-GST-NUMCUENTA(WS-ATPC968-GST-IDX)
              MOVE CON-FECGES
                TO WS-ATPC968-GST-FECGES(WS-ATPC968-GST-IDX)
              MOVE CON-RESULTADO
                TO WS-ATPC968-GST-RESULTADO(WS-ATPC968-GST-IDX)
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC968-EVALUAR-GESTION
      *----------------------------------------------------------------
      * Con la ultima gestion de la cuenta decide si se saltea por
      * gestion efectiva reciente y si se adelanta por negativa
      *----------------------------------------------------------------
       ATPC968-EVALUAR-GESTION.
           SET WS-ATPC968-GESTION-RECIENTE TO FALSE
           MOVE CT-N TO WS-ATPC968-NEGATIVA
           MOVE ZEROES TO WS-ATPC968-GST-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC968-GST-CANT
              IF WS-ATPC968-GST-CODENT(WS-I) = CTA-MORA-CODENT
              AND WS-ATPC968-GST-NUMCUENTA(WS-I) = CTA-MORA-NUMCUENTA
                 MOVE WS-I TO WS-ATPC968-GST-IDX
                 MOVE WS-ATPC968-GST-CANT TO WS-I
              END-IF
           END-PERFORM
           IF WS-ATPC968-GST-IDX > ZEROES
              IF WS-ATPC968-GST-NEGATIVA(WS-ATPC968-GST-IDX)
                 MOVE CT-S TO WS-ATPC968-NEGATIVA
              ELSE
                 IF NOT WS-ATPC968-GST-SIN-CONTACTO(WS-ATPC968-GST-IDX)
                    MOVE WS-ATPC968-GST-FECGES(WS-ATPC968-GST-IDX)
                      TO WS-ATPC968-FECHA-DIV
                    PERFORM ATPC968-FECHA-A-SERIE
                    COMPUTE WS-ATPC968-ANTIGUEDAD =
                       WS-ATPC968-SERIE-HOY - WS-ATPC968-SERIE
                    IF WS-ATPC968-ANTIGUEDAD < WS-ATPC968-DIAS-GESTION
                       SET WS-ATPC968-GESTION-RECIENTE TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC968-INCORPORAR-PLAN
      *----------------------------------------------------------------
              END-IF
           END-PERFORM

           MOVE CTA-MORA-CODENT    TO WS-ATPCCTM-CODENT
           MOVE CTA-MORA-NUMCUENTA TO WS-ATPCCTM-NUMCUENTA
           PERFORM ATPCCTM-CONSULTAR-CUENTA

           PERFORM ATPC968-EVALUAR-GESTION

           EVALUATE TRUE
              WHEN WS-ATPC968-EXCLUIDA
                 ADD 1 TO WS-ATPC968-EXCLUIDAS
      * La cuenta castigada sale de la lista de trabajo
              WHEN WS-ATPCCTM-RETORNO-OK AND CTM-CASTIGADA
                 ADD 1 TO WS-ATPC968-CASTIGADAS
      * Ni la cuenta en estado especial
              WHEN WS-ATPCCTM-RETORNO-OK AND CTM-ESPECIAL
                 ADD 1 TO WS-ATPC968-ESPECIALES
      * Ni la cuenta que ya pago en linea y espera la conciliacion
              WHEN WS-ATPCCTM-RETORNO-OK AND CTM-MEM-CANT > ZEROES
                 ADD 1 TO WS-ATPC968-PAGO-EN-LINEA
      * Gestion efectiva reciente: se deja descansar a la cuenta
              WHEN WS-ATPC968-GESTION-RECIENTE
                 ADD 1 TO WS-ATPC968-GESTIONADAS
              WHEN OTHER
                 PERFORM ATPC968-AGREGAR-CANDIDATA
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC968-AGREGAR-CANDIDATA
      *----------------------------------------------------------------
       ATPC968-AGREGAR-CANDIDATA.
           IF WS-ATPC968-CAN-CANT < WS-ATPC968-CAN-MAX
              ADD 1 TO WS-ATPC968-CAN-CANT
              PERFORM ATPC968-ARMAR-CANDIDATA
           ELSE
      * La cuenta que no entra al arreglo de candidatas quedaria
      * fuera de toda lista de trabajo: se alerta y la corrida
      * queda mala
              IF NOT WS-ATPC968-CAN-DESBORDE
                 DISPLAY "ATPC968 - ALERTA: el arreglo de "
                    "candidatas alcanzo su capacidad maxima ["
                    WS-ATPC968-CAN-MAX "] - hay cuentas fuera "
                    "de la lista de trabajo"
                 SET WS-ATPC968-CAN-DESBORDE TO TRUE
              END-IF
              MOVE 12 TO RETURN-CODE
           END-IF
           .

           MOVE CTA-MORA-DIAS TO WS-ATPC968-CAN-DIAS
              (WS-ATPC968-CAN-CANT)
           MOVE CT-N TO WS-ATPC968-CAN-USADA(WS-ATPC968-CAN-CANT)
           MOVE WS-ATPC968-NEGATIVA
             TO WS-ATPC968-CAN-NEGATIVA(WS-ATPC968-CAN-CANT)
           IF WS-ATPC968-NEGATIVA = CT-S
              ADD 1 TO WS-ATPC968-NEGATIVAS
           END-IF

           IF WS-ATPC968-SAL-CLAVE = WS-ATPC968-CTA-CLAVE
           AND SAL-SALDO > ZEROES
              MOVE WS-ATPC968-CAN-SALDO(WS-ATPC968-CAN-IDX)
                TO WRK-SALDO
              WRITE WRK-LISTA-REG
              IF WS-ATPC968-ASI-STATUS = "00"
                 MOVE WS-ATPC968-HOY TO ASI-FECHA
                 MOVE WRK-LISTA-REG  TO ASI-WORKLIST
                 WRITE ASI-HISTORIAL-REG
              END-IF
           END-IF
           .

                  WS-ATPC968-EXCLUIDAS        DELIMITED BY SIZE
                  "  SIN GESTOR: "            DELIMITED BY SIZE
                  WS-ATPC968-SIN-GESTOR       DELIMITED BY SIZE
                  "  CASTIGADAS: "            DELIMITED BY SIZE
                  WS-ATPC968-CASTIGADAS       DELIMITED BY SIZE
             INTO WS-ATPC968-LINEA
           WRITE RPT-ATPC968-REG FROM WS-ATPC968-LINEA
           DISPLAY WS-ATPC968-LINEA

           MOVE SPACES TO WS-ATPC968-LINEA
           STRING " GESTIONADAS RECIENTES: "  DELIMITED BY SIZE
                  WS-ATPC968-GESTIONADAS      DELIMITED BY SIZE
                  "  ADELANTADAS POR NEGATIVA: "
                                              DELIMITED BY SIZE
                  WS-ATPC968-NEGATIVAS        DELIMITED BY SIZE
                  "  ESTADO ESPECIAL: "       DELIMITED BY SIZE
                  WS-ATPC968-ESPECIALES       DELIMITED BY SIZE
             INTO WS-ATPC968-LINEA
           WRITE RPT-ATPC968-REG FROM WS-ATPC968-LINEA
           DISPLAY WS-ATPC968-LINEA

           MOVE SPACES TO WS-ATPC968-LINEA
           STRING " CON PAGO EN LINEA PENDIENTE: "
                                              DELIMITED BY SIZE
                  WS-ATPC968-PAGO-EN-LINEA    DELIMITED BY SIZE
             INTO WS-ATPC968-LINEA
           WRITE RPT-ATPC968-REG FROM WS-ATPC968-LINEA
           DISPLAY WS-ATPC968-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC968-FECHA-A-SERIE
      *----------------------------------------------------------------
      * Convierte la fecha AAAA-MM-DD de WS-ATPC968-FECHA-DIV en un
      * numero de dias corridos (anios de 365 dias mas los bisiestos
      * transcurridos, mas los dias acumulados del anio; el 29/02 de
      * un anio bisiesto en curso se suma cuando el mes ya lo paso)
      *----------------------------------------------------------------
       ATPC968-FECHA-A-SERIE.
           COMPUTE WS-ATPC968-ANIOS-PREV = WS-ATPC968-FD-AAAA - 1
           DIVIDE WS-ATPC968-ANIOS-PREV BY 4
              GIVING WS-ATPC968-BIS4
           DIVIDE WS-ATPC968-ANIOS-PREV BY 100
              GIVING WS-ATPC968-BIS100
           DIVIDE WS-ATPC968-ANIOS-PREV BY 400
              GIVING WS-ATPC968-BIS400
           COMPUTE WS-ATPC968-SERIE =
              WS-ATPC968-ANIOS-PREV * 365
              + WS-ATPC968-BIS4
              - WS-ATPC968-BIS100
              + WS-ATPC968-BIS400
           MOVE WS-ATPC968-FD-MM TO WS-ATPC968-MES-AUX
           ADD WS-ATPC968-DIAS-ACUM(WS-ATPC968-MES-AUX)
             TO WS-ATPC968-SERIE
           ADD WS-ATPC968-FD-DD TO WS-ATPC968-SERIE
           IF WS-ATPC968-FD-MM > 2
              DIVIDE WS-ATPC968-FD-AAAA BY 4
                 GIVING WS-ATPC968-BIS4
                 REMAINDER WS-ATPC968-REM4
              DIVIDE WS-ATPC968-FD-AAAA BY 100
                 GIVING WS-ATPC968-BIS100
                 REMAINDER WS-ATPC968-REM100
              DIVIDE WS-ATPC968-FD-AAAA BY 400
                 GIVING WS-ATPC968-BIS400
                 REMAINDER WS-ATPC968-REM400
              IF WS-ATPC968-REM4 = ZEROES
              AND (WS-ATPC968-REM100 NOT = ZEROES
                   OR WS-ATPC968-REM400 = ZEROES)
                 ADD 1 TO WS-ATPC968-SERIE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
       COPY "ATPC096-PR".
       COPY "ATPC163-PR".
       COPY "ATPC175-PR".
       COPY "ATPCCTM-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
