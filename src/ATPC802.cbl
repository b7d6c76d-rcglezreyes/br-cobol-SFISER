       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC802.
      *----------------------------------------------------------------
      * Programa batch de cierre de mes de prevision por
      * incobrabilidad: recorre el maestro de cuentas CTAMAE.DAT
      * (mantenido por ATPC972) y calcula para cada cuenta deudora no
      * castigada la reserva requerida aplicando a su saldo
      * (CTM-SALDO) el porcentaje de prevision que corresponde a --
      *  - el pais de la entidad (WS-ATPC021-TAB-CODPAIS);
      *  - la clasificacion contable del estado actual de la cuenta
      *    (WS-ATPC175-TAB-CLASIFCONT, la misma de ATPC982; sin
      *    estado resoluble la clasificacion es "?");
      *  - el tramo de mora de la cuenta, con los cortes de ATPC970
      *    (0 al dia, 1 de 1-29, 2 de 30-59, 3 de 60-89, 4 de 90 o
      *    mas dias).
      * La tabla de porcentajes viene en ATPC802.PRM, una linea por
      * CODPAIS(3) + CLASIFCONT(1) + tramo(1) + porcentaje(5, con
      * dos decimales); la linea con CLASIFCONT en blanco vale para
      * toda clasificacion del pais y tramo que no tenga linea
      * propia. La cuenta sin porcentaje aplicable se cuenta aparte y
      * la corrida termina con RC 4.
      *
      * La reserva requerida del mes por entidad se agrega al
      * historial PROVCART.DAT y se compara con la reserva del ultimo
      * periodo anterior de la entidad en ese mismo historial: la
      * diferencia se asienta en PROVGL.DAT (layout de ASIENTOS.DAT
      * de ATPC955, DEBE y HABER la CONTCUR de la entidad) con origen
      * PRV si la reserva aumenta (constitucion) o PRL si disminuye
      * (liberacion); ATPC955 toma ese archivo esa misma noche. La
      * entidad del historial sin cuentas este mes libera toda su
      * reserva anterior. Si el historial ya tiene el periodo en
      * curso la corrida se rechaza (RC 12) para no duplicar los
      * asientos.
      *
      * Layout de PROVCART.DAT (se agrega a lo existente):
      *  PERIODO(7) CODENT(4) CUENTAS(6) BASE(15) RESERVA(15)
      *  ANTERIOR(15) FECHA(10)
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
           SELECT PRM-ATPC802 ASSIGN TO "ATPC802.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC802-PRM-STATUS.
           SELECT CTM-MAESTRO ASSIGN TO "CTAMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTM-CLAVE
               FILE STATUS IS WS-ATPC802-CTM-STATUS.
           SELECT PRV-HISTORIAL ASSIGN TO "PROVCART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC802-PRV-STATUS.
           SELECT AST-PROVISION ASSIGN TO "PROVGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC802-AST-STATUS.
           SELECT RPT-ATPC802 ASSIGN TO "ATPC802.RPT"
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

       FD  PRM-ATPC802
           RECORDING MODE IS F.
       01  PRM-ATPC802-REG.
           05  PRM-ATPC802-CODPAIS            PIC X(03).
           05  PRM-ATPC802-CLASIFCONT         PIC X(01).
           05  PRM-ATPC802-TRAMO              PIC X(01).
           05  PRM-ATPC802-PORCENTAJE         PIC X(05).
           05  PRM-ATPC802-PORC-NUM
               REDEFINES PRM-ATPC802-PORCENTAJE
                                              PIC 9(03)V99.

       FD  PRV-HISTORIAL
           RECORDING MODE IS F.
       01  PRV-HISTORIAL-REG.
           05  PRV-PERIODO                    PIC X(07).
           05  PRV-CODENT                     PIC X(04).
           05  PRV-CUENTAS                    PIC 9(06).
           05  PRV-BASE                       PIC 9(13)V99.
           05  PRV-RESERVA                    PIC 9(13)V99.
           05  PRV-ANTERIOR                   PIC 9(13)V99.
           05  PRV-FECHA                      PIC X(10).

       FD  AST-PROVISION
           RECORDING MODE IS F.
       01  AST-PROVISION-REG.
           05  AST-TIPO                       PIC X(03).
           05  AST-CODENT                     PIC X(04).
           05  AST-ORIGEN                     PIC X(03).
           05  AST-DEBHAB                     PIC X(01).
           05  AST-CONTCUR                    PIC X(26).
           05  AST-IMPORTE                    PIC 9(13)V99.
           05  AST-FECHA                      PIC X(10).
           05  AST-REFERENCIA                 PIC X(20).

       FD  RPT-ATPC802
           RECORDING MODE IS F.
       01  RPT-ATPC802-REG                    PIC X(130).

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

       77  WS-ATPC802-PRM-STATUS              PIC X(02).
       77  WS-ATPC802-CTM-STATUS              PIC X(02).
       77  WS-ATPC802-PRV-STATUS              PIC X(02).
       77  WS-ATPC802-AST-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC802-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.

      * Tabla de porcentajes de prevision (ATPC802.PRM)
       78  WS-ATPC802-POR-MAX                 VALUE 500.
       77  WS-ATPC802-POR-CANT                PIC 9(03) VALUE 0.
       01  WS-ATPC802-PORCENTAJES.
           05  WS-ATPC802-POR OCCURS 500 TIMES.
               10  WS-ATPC802-POR-CODPAIS     PIC X(03).
               10  WS-ATPC802-POR-CLASIF      PIC X(01).
               10  WS-ATPC802-POR-TRAMO       PIC 9(01).
               10  WS-ATPC802-POR-PORC        PIC 9(03)V99.

      * Periodo en curso (AAAA-MM) y fecha del dia (AAAA-MM-DD)
       01  WS-ATPC802-HOY.
           05  WS-ATPC802-PERIODO.
               10  WS-ATPC802-HOY-AAAA        PIC 9(04).
               10  WS-ATPC802-HOY-G1          PIC X(01) VALUE "-".
               10  WS-ATPC802-HOY-MM          PIC 9(02).
           05  WS-ATPC802-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC802-HOY-DD              PIC 9(02).
       01  WS-ATPC802-HOY-AMD.
           05  WS-ATPC802-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC802-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC802-HOY-AMD-DD          PIC 9(02).
       01  FILLER                             PIC X(01).
           88 WS-ATPC802-PERIODO-HECHO        VALUE "S"
              WHEN SET TO FALSE "N".

      * Reserva por entidad: la del mes y la del ultimo periodo
      * anterior del historial
       78  WS-ATPC802-ENT-MAX                 VALUE 100.
       77  WS-ATPC802-ENT-CANT                PIC 9(03) VALUE 0.
       77  WS-ATPC802-ENT-IDX                 PIC 9(03).
       01  WS-ATPC802-ENTIDADES.
           05  WS-ATPC802-ENT OCCURS 100 TIMES.
               10  WS-ATPC802-ENT-CODENT      PIC X(04).
               10  WS-ATPC802-ENT-CUENTAS     PIC 9(06).
               10  WS-ATPC802-ENT-BASE        PIC 9(13)V99.
               10  WS-ATPC802-ENT-RESERVA     PIC 9(13)V99.
               10  WS-ATPC802-ENT-PER-ANT     PIC X(07).
               10  WS-ATPC802-ENT-ANTERIOR    PIC 9(13)V99.

      * Apertura de la reserva por entidad + clasificacion + tramo
       78  WS-ATPC802-DET-MAX                 VALUE 2000.
       77  WS-ATPC802-DET-CANT                PIC 9(04) VALUE 0.
       77  WS-ATPC802-DET-IDX                 PIC 9(04).
       01  WS-ATPC802-DETALLE.
           05  WS-ATPC802-DET OCCURS 2000 TIMES.
               10  WS-ATPC802-DET-CODENT      PIC X(04).
               10  WS-ATPC802-DET-CLASIF      PIC X(01).
               10  WS-ATPC802-DET-TRAMO       PIC 9(01).
               10  WS-ATPC802-DET-PORC        PIC 9(03)V99.
               10  WS-ATPC802-DET-CUENTAS     PIC 9(06).
               10  WS-ATPC802-DET-BASE        PIC 9(13)V99.
               10  WS-ATPC802-DET-RESERVA     PIC 9(13)V99.
       01  FILLER                             PIC 9(01).
           88 WS-ATPC802-DESBORDE             VALUE 1
              WHEN SET TO FALSE 0.

      * Corte de control por entidad sobre el maestro
       01  WS-ATPC802-ENT-ANT                 PIC X(04).
       01  FILLER                             PIC X(01).
           88 WS-ATPC802-ENT-VALIDA           VALUE "S"
              WHEN SET TO FALSE "N".
       77  WS-ATPC802-ENT-CODPAIS             PIC X(03).

      * Cuenta en curso
       77  WS-ATPC802-CODENT                  PIC X(04).
       77  WS-ATPC802-CLASIF                  PIC X(01).
       77  WS-ATPC802-TRAMO                   PIC 9(01).
       77  WS-ATPC802-PORC                    PIC 9(03)V99.
       01  FILLER                             PIC X(01).
           88 WS-ATPC802-HAY-PORC             VALUE "S"
              WHEN SET TO FALSE "N".
       77  WS-ATPC802-RESERVA                 PIC 9(11)V99.

      * Diferencia contra el periodo anterior y pareja de asiento
       77  WS-ATPC802-DIFERENCIA              PIC S9(13)V99.
       77  WS-ATPC802-AST-ORIGEN              PIC X(03).
       77  WS-ATPC802-AST-IMPORTE             PIC 9(13)V99.
       77  WS-ATPC802-AST-CONTCUR             PIC X(26).
       01  WS-ATPC802-AST-REFERENCIA.
           05  FILLER                         PIC X(10)
                                              VALUE "PREVISION ".
           05  WS-ATPC802-AST-REF-PERIODO     PIC X(07).
           05  FILLER                         PIC X(03) VALUE SPACES.
       77  WS-ATPC802-DIF-ED                  PIC -(13)9.99.

      * Contadores del resumen final
       77  WS-ATPC802-LEIDAS                  PIC 9(06) VALUE 0.
       77  WS-ATPC802-PREVISIONADAS           PIC 9(06) VALUE 0.
       77  WS-ATPC802-CASTIGADAS              PIC 9(06) VALUE 0.
       77  WS-ATPC802-SIN-ENTIDAD             PIC 9(06) VALUE 0.
       77  WS-ATPC802-SIN-ESTADO              PIC 9(06) VALUE 0.
       77  WS-ATPC802-SIN-PORCENTAJE          PIC 9(06) VALUE 0.
       77  WS-ATPC802-ASIENTOS                PIC 9(06) VALUE 0.

       01  WS-ATPC802-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC802-PRINCIPAL
      *----------------------------------------------------------------
       ATPC802-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC802: PREVISION POR INCOBRABILIDAD DE CIERRE DE MES -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC802" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC021-CARGAR-ARREGLO
           PERFORM ATPC175-CARGAR-ARREGLO

           ACCEPT WS-ATPC802-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC802-HOY-G1 WS-ATPC802-HOY-G2
           MOVE WS-ATPC802-HOY-AMD-AAAA TO WS-ATPC802-HOY-AAAA
           MOVE WS-ATPC802-HOY-AMD-MM   TO WS-ATPC802-HOY-MM
           MOVE WS-ATPC802-HOY-AMD-DD   TO WS-ATPC802-HOY-DD
           MOVE WS-ATPC802-PERIODO TO WS-ATPC802-AST-REF-PERIODO

           PERFORM ATPC802-LEER-PARAMETROS
           IF WS-ATPC802-POR-CANT = ZEROES
              DISPLAY "ATPC802 - ERROR: ATPC802.PRM ausente o sin "
                      "porcentajes validos -- no se calcula prevision"
              MOVE 12 TO RETURN-CODE
              MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
              PERFORM ATPCRUN-FINALIZAR
              STOP RUN
           END-IF

           PERFORM ATPC802-LEER-HISTORIAL
           IF WS-ATPC802-PERIODO-HECHO
              DISPLAY "ATPC802 - ERROR: PROVCART.DAT ya tiene la "
                      "prevision del periodo [" WS-ATPC802-PERIODO
                      "] -- no se vuelve a asentar"
              MOVE 12 TO RETURN-CODE
              MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
              PERFORM ATPCRUN-FINALIZAR
              STOP RUN
           END-IF

           OPEN INPUT CTM-MAESTRO
           IF WS-ATPC802-CTM-STATUS NOT = "00"
              DISPLAY "ATPC802 - ERROR: no se pudo abrir CTAMAE.DAT "
                      "-- FILE STATUS:[" WS-ATPC802-CTM-STATUS "]"
              MOVE 12 TO RETURN-CODE
              MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
              PERFORM ATPCRUN-FINALIZAR
              STOP RUN
           END-IF

           OPEN OUTPUT AST-PROVISION
                       RPT-ATPC802
           OPEN EXTEND PRV-HISTORIAL
           IF WS-ATPC802-PRV-STATUS = "35"
              OPEN OUTPUT PRV-HISTORIAL
           END-IF

           MOVE SPACES TO WS-ATPC802-ENT-ANT
           SET WS-ATPC802-FIN-ENTRADA TO FALSE
           PERFORM UNTIL WS-ATPC802-FIN-ENTRADA
              READ CTM-MAESTRO NEXT RECORD
                  AT END
                     SET WS-ATPC802-FIN-ENTRADA TO TRUE
                  NOT AT END
                     ADD 1 TO WS-ATPC802-LEIDAS
                     PERFORM ATPC802-EVALUAR-CUENTA
              END-READ
           END-PERFORM

           PERFORM VARYING WS-ATPC802-ENT-IDX FROM 1 BY 1
                     UNTIL WS-ATPC802-ENT-IDX > WS-ATPC802-ENT-CANT
              PERFORM ATPC802-CERRAR-ENTIDAD
           END-PERFORM

           PERFORM ATPC802-EMITIR-RESUMEN

           CLOSE CTM-MAESTRO
                 PRV-HISTORIAL
                 AST-PROVISION
                 RPT-ATPC802

           DISPLAY
           "- ATPC802: PREVISION FINALIZADA                          -"
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
      * Proceso: ATPC802-LEER-PARAMETROS
      *----------------------------------------------------------------
      * Porcentajes por CODPAIS + CLASIFCONT + tramo; la linea con
      * tramo o porcentaje no numericos se ignora
      *----------------------------------------------------------------
       ATPC802-LEER-PARAMETROS.
           OPEN INPUT PRM-ATPC802
           IF WS-ATPC802-PRM-STATUS = "00"
              SET WS-ATPC802-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC802-FIN-ENTRADA
                 READ PRM-ATPC802
                     AT END
                        SET WS-ATPC802-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF PRM-ATPC802-TRAMO IS NUMERIC
                        AND PRM-ATPC802-TRAMO <= "4"
                        AND PRM-ATPC802-PORCENTAJE IS NUMERIC
                        AND WS-ATPC802-POR-CANT < WS-ATPC802-POR-MAX
                           ADD 1 TO WS-ATPC802-POR-CANT
                           MOVE PRM-ATPC802-CODPAIS
                             TO WS-ATPC802-POR-CODPAIS
                                (WS-ATPC802-POR-CANT)
                           MOVE PRM-ATPC802-CLASIFCONT
                             TO WS-ATPC802-POR-CLASIF
                                (WS-ATPC802-POR-CANT)
                           MOVE PRM-ATPC802-TRAMO
                             TO WS-ATPC802-POR-TRAMO
                                (WS-ATPC802-POR-CANT)
                           MOVE PRM-ATPC802-PORC-NUM
                             TO WS-ATPC802-POR-PORC
                                (WS-ATPC802-POR-CANT)
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE PRM-ATPC802
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC802-LEER-HISTORIAL
      *----------------------------------------------------------------
      * Toma de PROVCART.DAT la reserva del ultimo periodo anterior
      * de cada entidad y detecta si el periodo en curso ya se asento
      *----------------------------------------------------------------
       ATPC802-LEER-HISTORIAL.
           SET WS-ATPC802-DESBORDE TO FALSE
           SET WS-ATPC802-PERIODO-HECHO TO FALSE
           OPEN INPUT PRV-HISTORIAL
           IF WS-ATPC802-PRV-STATUS = "00"
              SET WS-ATPC802-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC802-FIN-ENTRADA
                 READ PRV-HISTORIAL
                     AT END
                        SET WS-ATPC802-FIN-ENTRADA TO TRUE
                     NOT AT END
                        EVALUATE TRUE
                           WHEN PRV-PERIODO = WS-ATPC802-PERIODO
                              SET WS-ATPC802-PERIODO-HECHO TO TRUE
                           WHEN PRV-PERIODO < WS-ATPC802-PERIODO
                              MOVE PRV-CODENT TO WS-ATPC802-CODENT
                              PERFORM ATPC802-UBICAR-ENTIDAD
                              PERFORM ATPC802-TOMAR-ANTERIOR
                           WHEN OTHER
                              CONTINUE
                        END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE PRV-HISTORIAL
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC802-TOMAR-ANTERIOR
      *----------------------------------------------------------------
       ATPC802-TOMAR-ANTERIOR.
           IF WS-ATPC802-ENT-IDX > ZEROES
              IF PRV-PERIODO >=
                 WS-ATPC802-ENT-PER-ANT(WS-ATPC802-ENT-IDX)
                 MOVE PRV-PERIODO
                   TO WS-ATPC802-ENT-PER-ANT(WS-ATPC802-ENT-IDX)
                 MOVE PRV-RESERVA
                   TO WS-ATPC802-ENT-ANTERIOR(WS-ATPC802-ENT-IDX)
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC802-EVALUAR-CUENTA
      *----------------------------------------------------------------
      * La cuenta castigada ya salio del activo y la cuenta sin deuda
      * no requiere reserva
      *----------------------------------------------------------------
       ATPC802-EVALUAR-CUENTA.
           IF CTM-CODENT NOT = WS-ATPC802-ENT-ANT
              PERFORM ATPC802-ABRIR-ENTIDAD
           END-IF

           EVALUATE TRUE
              WHEN CTM-CASTIGADA
                 ADD 1 TO WS-ATPC802-CASTIGADAS
              WHEN CTM-SALDO NOT > ZEROES
                 CONTINUE
              WHEN NOT WS-ATPC802-ENT-VALIDA
                 ADD 1 TO WS-ATPC802-SIN-ENTIDAD
              WHEN OTHER
                 PERFORM ATPC802-PREVISIONAR-CUENTA
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC802-ABRIR-ENTIDAD
      *----------------------------------------------------------------
       ATPC802-ABRIR-ENTIDAD.
           MOVE CTM-CODENT TO WS-ATPC802-ENT-ANT

           INITIALIZE WS-ATPC021
           MOVE CTM-CODENT TO WS-ATPC021-CODENT
           PERFORM ATPC021-BUSCAR-EN-ARREGLO
           IF WS-ATPC021-RETORNO-OK
              SET WS-ATPC802-ENT-VALIDA TO TRUE
              MOVE WS-ATPC021-CODPAIS-ALF TO WS-ATPC802-ENT-CODPAIS
           ELSE
              SET WS-ATPC802-ENT-VALIDA TO FALSE
              MOVE SPACES TO WS-ATPC802-ENT-CODPAIS
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC802-PREVISIONAR-CUENTA
      *----------------------------------------------------------------
      * Resuelve clasificacion, tramo y porcentaje de la cuenta y
      * acumula su saldo y su reserva en la entidad y en el detalle
      *----------------------------------------------------------------
       ATPC802-PREVISIONAR-CUENTA.
           INITIALIZE WS-ATPC175
           MOVE CTM-CODENT    TO WS-ATPC175-CODENT
           MOVE CTM-CODESTCTA TO WS-ATPC175-CODESTCTA
           PERFORM ATPC175-BUSCAR-EN-ARREGLO
           IF WS-ATPC175-RETORNO-OK
              MOVE WS-ATPC175-CLASIFCONT TO WS-ATPC802-CLASIF
           ELSE
              ADD 1 TO WS-ATPC802-SIN-ESTADO
              MOVE "?" TO WS-ATPC802-CLASIF
           END-IF

           EVALUATE TRUE
              WHEN CTM-DIAS-MORA = ZEROES
                 MOVE 0 TO WS-ATPC802-TRAMO
              WHEN CTM-DIAS-MORA < 30
                 MOVE 1 TO WS-ATPC802-TRAMO
              WHEN CTM-DIAS-MORA < 60
                 MOVE 2 TO WS-ATPC802-TRAMO
              WHEN CTM-DIAS-MORA < 90
                 MOVE 3 TO WS-ATPC802-TRAMO
              WHEN OTHER
                 MOVE 4 TO WS-ATPC802-TRAMO
           END-EVALUATE

           PERFORM ATPC802-BUSCAR-PORCENTAJE
           IF NOT WS-ATPC802-HAY-PORC
              ADD 1 TO WS-ATPC802-SIN-PORCENTAJE
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           COMPUTE WS-ATPC802-RESERVA ROUNDED =
              CTM-SALDO * WS-ATPC802-PORC / 100
           ADD 1 TO WS-ATPC802-PREVISIONADAS

           MOVE CTM-CODENT TO WS-ATPC802-CODENT
           PERFORM ATPC802-UBICAR-ENTIDAD
           IF WS-ATPC802-ENT-IDX > ZEROES
              ADD 1 TO WS-ATPC802-ENT-CUENTAS(WS-ATPC802-ENT-IDX)
              ADD CTM-SALDO
                TO WS-ATPC802-ENT-BASE(WS-ATPC802-ENT-IDX)
              ADD WS-ATPC802-RESERVA
                TO WS-ATPC802-ENT-RESERVA(WS-ATPC802-ENT-IDX)
           END-IF

           PERFORM ATPC802-UBICAR-DETALLE
           IF WS-ATPC802-DET-IDX > ZEROES
              ADD 1 TO WS-ATPC802-DET-CUENTAS(WS-ATPC802-DET-IDX)
              ADD CTM-SALDO
                TO WS-ATPC802-DET-BASE(WS-ATPC802-DET-IDX)
              ADD WS-ATPC802-RESERVA
                TO WS-ATPC802-DET-RESERVA(WS-ATPC802-DET-IDX)
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC802-BUSCAR-PORCENTAJE
      *----------------------------------------------------------------
      * Linea exacta del pais + clasificacion + tramo; en su defecto
      * la linea del pais + tramo con clasificacion en blanco; sin
      * ninguna el porcentaje es cero
      *----------------------------------------------------------------
       ATPC802-BUSCAR-PORCENTAJE.
           SET WS-ATPC802-HAY-PORC TO FALSE
           MOVE ZEROES TO WS-ATPC802-PORC
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC802-POR-CANT
              IF WS-ATPC802-POR-CODPAIS(WS-I) = WS-ATPC802-ENT-CODPAIS
              AND WS-ATPC802-POR-TRAMO(WS-I) = WS-ATPC802-TRAMO
                 EVALUATE TRUE
                    WHEN WS-ATPC802-POR-CLASIF(WS-I) =
                         WS-ATPC802-CLASIF
                       SET WS-ATPC802-HAY-PORC TO TRUE
                       MOVE WS-ATPC802-POR-PORC(WS-I)
                         TO WS-ATPC802-PORC
                       MOVE WS-ATPC802-POR-CANT TO WS-I
                    WHEN WS-ATPC802-POR-CLASIF(WS-I) = SPACES
                       SET WS-ATPC802-HAY-PORC TO TRUE
                       MOVE WS-ATPC802-POR-PORC(WS-I)
                         TO WS-ATPC802-PORC
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC802-UBICAR-ENTIDAD
      *----------------------------------------------------------------
      * Busca (o agrega) la entidad WS-ATPC802-CODENT; sin lugar en
      * el arreglo deja ENT-IDX en cero
      *----------------------------------------------------------------
       ATPC802-UBICAR-ENTIDAD.
           MOVE ZEROES TO WS-ATPC802-ENT-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC802-ENT-CANT
              IF WS-ATPC802-ENT-CODENT(WS-I) = WS-ATPC802-CODENT
                 MOVE WS-I TO WS-ATPC802-ENT-IDX
                 MOVE WS-ATPC802-ENT-CANT TO WS-I
              END-IF
           END-PERFORM

           IF WS-ATPC802-ENT-IDX = ZEROES
              IF WS-ATPC802-ENT-CANT < WS-ATPC802-ENT-MAX
                 ADD 1 TO WS-ATPC802-ENT-CANT
                 MOVE WS-ATPC802-ENT-CANT TO WS-ATPC802-ENT-IDX
                 INITIALIZE WS-ATPC802-ENT(WS-ATPC802-ENT-IDX)
                 MOVE WS-ATPC802-CODENT
                   TO WS-ATPC802-ENT-CODENT(WS-ATPC802-ENT-IDX)
              ELSE
                 PERFORM ATPC802-ALERTA-DESBORDE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC802-UBICAR-DETALLE
      *----------------------------------------------------------------
       ATPC802-UBICAR-DETALLE.
           MOVE ZEROES TO WS-ATPC802-DET-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC802-DET-CANT
              IF WS-ATPC802-DET-CODENT(WS-I) = CTM-CODENT
              AND WS-ATPC802-DET-CLASIF(WS-I) = WS-ATPC802-CLASIF
              AND WS-ATPC802-DET-TRAMO(WS-I) = WS-ATPC802-TRAMO
                 MOVE WS-I TO WS-ATPC802-DET-IDX
                 MOVE WS-ATPC802-DET-CANT TO WS-I
              END-IF
           END-PERFORM

           IF WS-ATPC802-DET-IDX = ZEROES
              IF WS-ATPC802-DET-CANT < WS-ATPC802-DET-MAX
                 ADD 1 TO WS-ATPC802-DET-CANT
                 MOVE WS-ATPC802-DET-CANT TO WS-ATPC802-DET-IDX
                 INITIALIZE WS-ATPC802-DET(WS-ATPC802-DET-IDX)
                 MOVE CTM-CODENT
                   TO WS-ATPC802-DET-CODENT(WS-ATPC802-DET-IDX)
                 MOVE WS-ATPC802-CLASIF
                   TO WS-ATPC802-DET-CLASIF(WS-ATPC802-DET-IDX)
                 MOVE WS-ATPC802-TRAMO
                   TO WS-ATPC802-DET-TRAMO(WS-ATPC802-DET-IDX)
                 MOVE WS-ATPC802-PORC
                   TO WS-ATPC802-DET-PORC(WS-ATPC802-DET-IDX)
              ELSE
                 PERFORM ATPC802-ALERTA-DESBORDE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC802-ALERTA-DESBORDE
      *----------------------------------------------------------------
      * La reserva que no entra a los arreglos quedaria sin asentar:
      * se alerta y la corrida queda mala
      *----------------------------------------------------------------
       ATPC802-ALERTA-DESBORDE.
           IF NOT WS-ATPC802-DESBORDE
              DISPLAY "ATPC802 - ALERTA: los arreglos de reserva "
                 "alcanzaron su capacidad maxima -- la prevision "
                 "queda incompleta"
              SET WS-ATPC802-DESBORDE TO TRUE
           END-IF
           MOVE 12 TO RETURN-CODE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC802-CERRAR-ENTIDAD
      *----------------------------------------------------------------
      * Graba la reserva del mes en el historial, asienta la
      * diferencia contra el periodo anterior y reporta la entidad con
      * su apertura por clasificacion y tramo
      *----------------------------------------------------------------
       ATPC802-CERRAR-ENTIDAD.
           INITIALIZE PRV-HISTORIAL-REG
           MOVE WS-ATPC802-PERIODO TO PRV-PERIODO
           MOVE WS-ATPC802-ENT-CODENT(WS-ATPC802-ENT-IDX)
             TO PRV-CODENT
           MOVE WS-ATPC802-ENT-CUENTAS(WS-ATPC802-ENT-IDX)
             TO PRV-CUENTAS
           MOVE WS-ATPC802-ENT-BASE(WS-ATPC802-ENT-IDX)
             TO PRV-BASE
           MOVE WS-ATPC802-ENT-RESERVA(WS-ATPC802-ENT-IDX)
             TO PRV-RESERVA
           MOVE WS-ATPC802-ENT-ANTERIOR(WS-ATPC802-ENT-IDX)
             TO PRV-ANTERIOR
           MOVE WS-ATPC802-HOY TO PRV-FECHA
           WRITE PRV-HISTORIAL-REG

           COMPUTE WS-ATPC802-DIFERENCIA =
              WS-ATPC802-ENT-RESERVA(WS-ATPC802-ENT-IDX)
            - WS-ATPC802-ENT-ANTERIOR(WS-ATPC802-ENT-IDX)
           MOVE WS-ATPC802-DIFERENCIA TO WS-ATPC802-DIF-ED

           IF WS-ATPC802-DIFERENCIA NOT = ZEROES
              INITIALIZE WS-ATPC021
              MOVE WS-ATPC802-ENT-CODENT(WS-ATPC802-ENT-IDX)
                TO WS-ATPC021-CODENT
              PERFORM ATPC021-BUSCAR-EN-ARREGLO
              IF WS-ATPC021-RETORNO-OK
                 MOVE WS-ATPC021-CONTCUR TO WS-ATPC802-AST-CONTCUR
                 IF WS-ATPC802-DIFERENCIA > ZEROES
                    MOVE "PRV" TO WS-ATPC802-AST-ORIGEN
                    MOVE WS-ATPC802-DIFERENCIA
                      TO WS-ATPC802-AST-IMPORTE
                 ELSE
                    MOVE "PRL" TO WS-ATPC802-AST-ORIGEN
                    COMPUTE WS-ATPC802-AST-IMPORTE =
                       0 - WS-ATPC802-DIFERENCIA
                 END-IF
                 PERFORM ATPC802-GRABAR-PAREJA
              ELSE
                 DISPLAY "ATPC802 - ALERTA: entidad ["
                         WS-ATPC802-ENT-CODENT(WS-ATPC802-ENT-IDX)
                         "] sin fila en ATPC021 -- la diferencia de "
                         "reserva no se asienta"
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF

           MOVE SPACES TO WS-ATPC802-LINEA
           STRING " ENTIDAD ["             DELIMITED BY SIZE
                  WS-ATPC802-ENT-CODENT(WS-ATPC802-ENT-IDX)
                                           DELIMITED BY SIZE
                  "] CUENTAS ["            DELIMITED BY SIZE
                  WS-ATPC802-ENT-CUENTAS(WS-ATPC802-ENT-IDX)
                                           DELIMITED BY SIZE
                  "] SALDO ["              DELIMITED BY SIZE
                  WS-ATPC802-ENT-BASE(WS-ATPC802-ENT-IDX)
                                           DELIMITED BY SIZE
                  "] RESERVA ["            DELIMITED BY SIZE
                  WS-ATPC802-ENT-RESERVA(WS-ATPC802-ENT-IDX)
                                           DELIMITED BY SIZE
                  "] ANTERIOR ["           DELIMITED BY SIZE
                  WS-ATPC802-ENT-ANTERIOR(WS-ATPC802-ENT-IDX)
                                           DELIMITED BY SIZE
                  "] DIFERENCIA ["         DELIMITED BY SIZE
                  WS-ATPC802-DIF-ED        DELIMITED BY SIZE
                  "]"                      DELIMITED BY SIZE
             INTO WS-ATPC802-LINEA
           WRITE RPT-ATPC802-REG FROM WS-ATPC802-LINEA
           DISPLAY WS-ATPC802-LINEA

           PERFORM VARYING WS-ATPC802-DET-IDX FROM 1 BY 1
                     UNTIL WS-ATPC802-DET-IDX > WS-ATPC802-DET-CANT
              IF WS-ATPC802-DET-CODENT(WS-ATPC802-DET-IDX) =
                 WS-ATPC802-ENT-CODENT(WS-ATPC802-ENT-IDX)
                 PERFORM ATPC802-EMITIR-DETALLE
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC802-GRABAR-PAREJA
      *----------------------------------------------------------------
       ATPC802-GRABAR-PAREJA.
           INITIALIZE AST-PROVISION-REG
           MOVE "AST"                  TO AST-TIPO
           MOVE WS-ATPC802-ENT-CODENT(WS-ATPC802-ENT-IDX)
             TO AST-CODENT
           MOVE WS-ATPC802-AST-ORIGEN  TO AST-ORIGEN
           MOVE "D"                    TO AST-DEBHAB
           MOVE WS-ATPC802-AST-CONTCUR TO AST-CONTCUR
           MOVE WS-ATPC802-AST-IMPORTE TO AST-IMPORTE
           MOVE WS-ATPC802-HOY         TO AST-FECHA
           MOVE WS-ATPC802-AST-REFERENCIA TO AST-REFERENCIA
           WRITE AST-PROVISION-REG

           MOVE "H"                    TO AST-DEBHAB
           WRITE AST-PROVISION-REG
           ADD 2 TO WS-ATPC802-ASIENTOS
           .

      *----------------------------------------------------------------
      * Proceso: ATPC802-EMITIR-DETALLE
      *----------------------------------------------------------------
       ATPC802-EMITIR-DETALLE.
           MOVE SPACES TO WS-ATPC802-LINEA
           STRING "    CLASIFCONT ["          DELIMITED BY SIZE
                  WS-ATPC802-DET-CLASIF(WS-ATPC802-DET-IDX)
                                              DELIMITED BY SIZE
                  "] TRAMO ["                 DELIMITED BY SIZE
                  WS-ATPC802-DET-TRAMO(WS-ATPC802-DET-IDX)
                                              DELIMITED BY SIZE
                  "] PORCENTAJE ["            DELIMITED BY SIZE
                  WS-ATPC802-DET-PORC(WS-ATPC802-DET-IDX)
                                              DELIMITED BY SIZE
                  "] CUENTAS ["               DELIMITED BY SIZE
                  WS-ATPC802-DET-CUENTAS(WS-ATPC802-DET-IDX)
                                              DELIMITED BY SIZE
                  "] SALDO ["                 DELIMITED BY SIZE
                  WS-ATPC802-DET-BASE(WS-ATPC802-DET-IDX)
                                              DELIMITED BY SIZE
                  "] RESERVA ["               DELIMITED BY SIZE
                  WS-ATPC802-DET-RESERVA(WS-ATPC802-DET-IDX)
                                              DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC802-LINEA
           WRITE RPT-ATPC802-REG FROM WS-ATPC802-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC802-EMITIR-RESUMEN
      *----------------------------------------------------------------
       ATPC802-EMITIR-RESUMEN.
           MOVE SPACES TO WS-ATPC802-LINEA
           STRING " PERIODO ["                DELIMITED BY SIZE
                  WS-ATPC802-PERIODO          DELIMITED BY SIZE
                  "] LEIDAS: "                DELIMITED BY SIZE
                  WS-ATPC802-LEIDAS           DELIMITED BY SIZE
                  "  PREVISIONADAS: "         DELIMITED BY SIZE
                  WS-ATPC802-PREVISIONADAS    DELIMITED BY SIZE
                  "  CASTIGADAS: "            DELIMITED BY SIZE
                  WS-ATPC802-CASTIGADAS       DELIMITED BY SIZE
                  "  SIN ENTIDAD: "           DELIMITED BY SIZE
                  WS-ATPC802-SIN-ENTIDAD      DELIMITED BY SIZE
                  "  SIN ESTADO: "            DELIMITED BY SIZE
                  WS-ATPC802-SIN-ESTADO       DELIMITED BY SIZE
                  "  SIN PORCENTAJE: "        DELIMITED BY SIZE
                  WS-ATPC802-SIN-PORCENTAJE   DELIMITED BY SIZE
                  "  ASIENTOS: "              DELIMITED BY SIZE
                  WS-ATPC802-ASIENTOS         DELIMITED BY SIZE
             INTO WS-ATPC802-LINEA
           WRITE RPT-ATPC802-REG FROM WS-ATPC802-LINEA
           DISPLAY WS-ATPC802-LINEA
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
