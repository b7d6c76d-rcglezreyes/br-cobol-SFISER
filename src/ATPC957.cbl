      * con su motivo. Reemplaza la planilla con que hoy se arman los
      * debitos a mano.
      *
      * Dentro de la entidad que domicilia solo se debita la cuenta
      * con mandato ACTIVO en el maestro de mandatos MANDATOS.DAT
      * (ATPC841), por el importe de la opcion que eligio el titular:
      *  M - el pago minimo (cadena ATPCPMN);
      *  T - el saldo total;
      *  F - el importe fijo del mandato, sin superar el saldo.
      * Cada orden emitida lleva su preaviso al titular en
      * PRENOTIF.DAT, con la fecha en que el preaviso debe salir:
      * la fecha de debito menos los dias corridos de anticipacion
      * de ATPC957.PRM (primera linea, 2 posiciones; 05 por defecto,
      * tambien sin el archivo). Si esa fecha ya paso el preaviso
      * sale con la fecha de la corrida y el reporte lo advierte por
      * entidad.
      *
      * Motivos de salteo:
      *  01 - CODENT inexistente en ENTIDADES
      *  02 - entidad sin domiciliacion (INDCTADOM distinto de "S")
      *  03 - la entidad no aplica pago minimo (INDPAGMIN)
      *  04 - saldo en cero (nada que debitar)
      *  05 - error del calculo de pago minimo
      *  06 - cuenta en estado especial (fallecido, quiebra o fraude,
      *       ATPC835, segun el maestro CTAMAE.DAT)
      *  07 - cuenta sin mandato de debito activo (MANDATOS.DAT)
      * Los motivos 03 y 05 solo se dan en la opcion M.
      *
      * Layout de ORDDOM.DAT:
      *  DET: tipo(3) CODENT(4) NUMCUENTA(16) IMPORTE(11) FECVTO(10)
      *  TOT: tipo(3) CODENT(4) cantidad(6) IMPORTE total(13)
      * Layout de PRENOTIF.DAT: CODENT(4) NUMCUENTA(16) CTABANCO(22)
      *  REFERENCIA(20) OPCION(1) IMPORTE(11) FECDEBITO(10)
      *  FECAVISO(10)
      *
      * Dependencias:
      *  - Debe estar declarada la rutina para manejo de errores
           SELECT ORD-DOMICILIADAS ASSIGN TO "ORDDOM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC957-ORD-STATUS.
           SELECT PRE-AVISOS ASSIGN TO "PRENOTIF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC957-PRE-STATUS.
           SELECT PRM-ATPC957 ASSIGN TO "ATPC957.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC957-PRM-STATUS.
           SELECT RPT-ATPC957 ASSIGN TO "ATPC957.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Maestro de cuentas, para excluir las cuentas en estado
      * especial -- ver ATPCCTM-CTM.cpy
           SELECT CTM-MAESTRO ASSIGN TO "CTAMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTM-CLAVE
               FILE STATUS IS WS-ATPCCTM-STATUS.
      * Maestro de mandatos de debito directo -- ver ATPCMAN-MAN.cpy
           SELECT MAN-MANDATOS ASSIGN TO "MANDATOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAN-CLAVE
               FILE STATUS IS WS-ATPCMAN-STATUS.
      * Precios propios por tipo de tarjeta -- ver ATPCPRC-PRC.cpy
           SELECT PRC-PRECIOS ASSIGN TO "PRECIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCPRC-STATUS.
      * Requerido porque los ATPCxxx-CARGAR-ARREGLO graban una fila de
      * control compartida -- ver ATPCCTL-CTL.cpy
           SELECT CTL-CARGAS ASSIGN TO "ATPCCTL.DAT"
       COPY "ATPCDIF-DIF".
       COPY "ATPCLCK-LCK".
       COPY "ATPCEXC-EXC".
       COPY "ATPCPRC-PRC".
       COPY "ATPCCTM-CTM".
       COPY "ATPCMAN-MAN".

       FD  SAL-DIARIOS
           RECORDING MODE IS F.
           05  ORD-TOT-IMPORTE                PIC 9(11)V99.
           05  FILLER                         PIC X(18).

       FD  PRE-AVISOS
           RECORDING MODE IS F.
       01  PRE-AVISOS-REG.
           05  PRE-CODENT                     PIC X(04).
           05  PRE-NUMCUENTA                  PIC X(16).
           05  PRE-CTABANCO                   PIC X(22).
           05  PRE-REFERENCIA                 PIC X(20).
           05  PRE-OPCION                     PIC X(01).
           05  PRE-IMPORTE                    PIC 9(09)V99.
           05  PRE-FECDEBITO                  PIC X(10).
           05  PRE-FECAVISO                   PIC X(10).

       FD  PRM-ATPC957
           RECORDING MODE IS F.
       01  PRM-ATPC957-REG.
           05  PRM-ATPC957-DIASAVISO          PIC X(02).
           05  PRM-ATPC957-DIASAVISO-NUM REDEFINES
               PRM-ATPC957-DIASAVISO          PIC 9(02).

       FD  RPT-ATPC957
           RECORDING MODE IS F.
       01  RPT-ATPC957-REG                    PIC X(100).
       COPY "ATPC158-WS".
       COPY "ATPC161-WS".
       COPY "ATPCPMN-WS".
       COPY "ATPCPRC-WS".
       COPY "ATPCVTO-WS".
       COPY "ATPCCTM-WS".
       COPY "ATPCMAN-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".

       77  WS-ATPC957-SAL-STATUS              PIC X(02).
       77  WS-ATPC957-ORD-STATUS              PIC X(02).
       77  WS-ATPC957-PRE-STATUS              PIC X(02).
       77  WS-ATPC957-PRM-STATUS              PIC X(02).

      * Dias corridos de anticipacion del preaviso (ATPC957.PRM)
       77  WS-ATPC957-DIAS-AVISO              PIC 9(02) VALUE 5.

       01  FILLER                             PIC 9(01).
           88 WS-ATPC957-FIN-ENTRADA          VALUE 1

      * Motivo del salteo de la cuenta en curso (00 = debitable)
       77  WS-ATPC957-MOTIVO                  PIC 9(02).
      * Importe a debitar segun la opcion del mandato
       77  WS-ATPC957-IMPORTE                 PIC 9(09)V99.

      * Corte de control por entidad, con su condicion resuelta
       01  WS-ATPC957-ENT-ANT                 PIC X(04).
      * Fecha del ciclo de la corrida y vencimiento resuelto de la
      * entidad del corte (ATPCVTO: ciclo + DIAPAGCANAL dias habiles)
       77  WS-ATPC957-ENT-FECVTO              PIC X(10).
      * Fecha de salida del preaviso de las ordenes de la entidad
       77  WS-ATPC957-ENT-FECAVISO            PIC X(10).
       01  WS-ATPC957-FECVTO.
           05  WS-ATPC957-FECVTO-AAAA         PIC 9(04).
           05  WS-ATPC957-FECVTO-G1           PIC X(01) VALUE "-".
       77  WS-ATPC957-LEIDAS                  PIC 9(06) VALUE 0.
       77  WS-ATPC957-ORDENES                 PIC 9(06) VALUE 0.
       77  WS-ATPC957-SALTEADAS               PIC 9(06) VALUE 0.
       77  WS-ATPC957-PREAVISOS               PIC 9(06) VALUE 0.

       01  WS-ATPC957-LINEA                   PIC X(100).

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC021-CARGAR-ARREGLO
           PERFORM ATPC158-CARGAR-ARREGLO
           PERFORM ATPCPRC-CARGAR-TABLA
           PERFORM ATPC161-CARGAR-ARREGLO
           PERFORM ATPC957-LEER-PARAMETROS

           ACCEPT WS-ATPC957-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC957-FECVTO-G1 WS-ATPC957-FECVTO-G2
              MOVE 12 TO RETURN-CODE
           ELSE
              OPEN OUTPUT ORD-DOMICILIADAS
                          PRE-AVISOS
                          RPT-ATPC957
              PERFORM ATPCCTM-ABRIR-CONSULTA
              PERFORM ATPCMAN-ABRIR-CONSULTA

              MOVE SPACES TO WS-ATPC957-ENT-ANT

                     WS-ATPC957-ORDENES       DELIMITED BY SIZE
                     "  SALTEADAS: "          DELIMITED BY SIZE
                     WS-ATPC957-SALTEADAS     DELIMITED BY SIZE
                     "  PREAVISOS: "          DELIMITED BY SIZE
                     WS-ATPC957-PREAVISOS     DELIMITED BY SIZE
                INTO WS-ATPC957-LINEA
              WRITE RPT-ATPC957-REG FROM WS-ATPC957-LINEA
              DISPLAY WS-ATPC957-LINEA

              PERFORM ATPCMAN-CERRAR-CONSULTA
              PERFORM ATPCCTM-CERRAR-CONSULTA
              CLOSE ORD-DOMICILIADAS
                    PRE-AVISOS
                    RPT-ATPC957
              CLOSE SAL-DIARIOS
           END-IF
              WHEN SAL-SALDO NOT > ZEROES
                 MOVE 04 TO WS-ATPC957-MOTIVO
              WHEN OTHER
                 MOVE SAL-CODENT    TO WS-ATPCCTM-CODENT
                 MOVE SAL-NUMCUENTA TO WS-ATPCCTM-NUMCUENTA
                 PERFORM ATPCCTM-CONSULTAR-CUENTA
                 IF WS-ATPCCTM-RETORNO-OK
                 AND CTM-ESPECIAL
                    MOVE 06 TO WS-ATPC957-MOTIVO
                 ELSE
                    PERFORM ATPC957-CALCULAR-IMPORTE
                 END-IF
           END-EVALUATE

           IF WS-ATPC957-MOTIVO = ZEROES
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC957-LEER-PARAMETROS
      *----------------------------------------------------------------
      * Sin parametro, o con un valor no numerico, el preaviso sale
      * con la anticipacion por defecto
      *----------------------------------------------------------------
       ATPC957-LEER-PARAMETROS.
           OPEN INPUT PRM-ATPC957
           IF WS-ATPC957-PRM-STATUS = "00"
              READ PRM-ATPC957
                  AT END
                     CONTINUE
                  NOT AT END
                     IF PRM-ATPC957-DIASAVISO IS NUMERIC
                        MOVE PRM-ATPC957-DIASAVISO-NUM
                          TO WS-ATPC957-DIAS-AVISO
                     ELSE
                        DISPLAY "ATPC957 - AVISO: anticipacion ["
                                PRM-ATPC957-DIASAVISO "] invalida "
                                "en ATPC957.PRM -- se toman "
                                WS-ATPC957-DIAS-AVISO " dias"
                     END-IF
              END-READ
              CLOSE PRM-ATPC957
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC957-ABRIR-ENTIDAD
      *----------------------------------------------------------------
              ELSE
                 MOVE WS-ATPC957-FECVTO TO WS-ATPC957-ENT-FECVTO
              END-IF
              PERFORM ATPC957-FECHA-PREAVISO
           ELSE
              SET WS-ATPC957-ENT-VALIDA TO FALSE
              SET WS-ATPC957-ENT-DOMICILIA TO FALSE
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC957-FECHA-PREAVISO
      *----------------------------------------------------------------
      * Fecha de debito de la entidad menos los dias de anticipacion;
      * si ya paso, el preaviso sale hoy y se advierte en el reporte
      *----------------------------------------------------------------
       ATPC957-FECHA-PREAVISO.
           MOVE WS-ATPC957-ENT-FECVTO TO WS-ATPC161-FT
           PERFORM ATPC161-RESTAR-UN-DIA WS-ATPC957-DIAS-AVISO TIMES
           MOVE WS-ATPC161-FT TO WS-ATPC957-ENT-FECAVISO
           IF WS-ATPC957-ENT-FECAVISO < WS-ATPC957-FECVTO
              MOVE WS-ATPC957-FECVTO TO WS-ATPC957-ENT-FECAVISO
              MOVE SPACES TO WS-ATPC957-LINEA
              STRING "ATPC957 - AVISO: CODENT=["    DELIMITED BY SIZE
                     SAL-CODENT                     DELIMITED BY SIZE
                     "] DEBITO ["                   DELIMITED BY SIZE
                     WS-ATPC957-ENT-FECVTO          DELIMITED BY SIZE
                     "] -- preaviso con menos de "  DELIMITED BY SIZE
                     WS-ATPC957-DIAS-AVISO          DELIMITED BY SIZE
                     " dias"                        DELIMITED BY SIZE
                INTO WS-ATPC957-LINEA
              WRITE RPT-ATPC957-REG FROM WS-ATPC957-LINEA
              DISPLAY WS-ATPC957-LINEA
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC957-CALCULAR-IMPORTE
      *----------------------------------------------------------------
      * Importe de la orden segun el mandato activo de la cuenta; sin
      * mandato activo la cuenta se saltea (07)
      *----------------------------------------------------------------
       ATPC957-CALCULAR-IMPORTE.
           MOVE ZEROES TO WS-ATPC957-IMPORTE
           MOVE SAL-CODENT    TO WS-ATPCMAN-CODENT
           MOVE SAL-NUMCUENTA TO WS-ATPCMAN-NUMCUENTA
           PERFORM ATPCMAN-CONSULTAR-MANDATO
           EVALUATE TRUE
              WHEN NOT WS-ATPCMAN-RETORNO-OK
              OR   NOT MAN-ACTIVO
                 MOVE 07 TO WS-ATPC957-MOTIVO
              WHEN MAN-OPC-TOTAL
                 MOVE SAL-SALDO TO WS-ATPC957-IMPORTE
              WHEN MAN-OPC-FIJO
                 IF MAN-IMPFIJO < SAL-SALDO
                    MOVE MAN-IMPFIJO TO WS-ATPC957-IMPORTE
                 ELSE
                    MOVE SAL-SALDO TO WS-ATPC957-IMPORTE
                 END-IF
              WHEN OTHER
                 PERFORM ATPC957-CALCULAR-MINIMO
                 IF WS-ATPC957-MOTIVO = ZEROES
                    MOVE WS-ATPCPMN-PAGO-MINIMO TO WS-ATPC957-IMPORTE
                 END-IF
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC957-CALCULAR-MINIMO
      *----------------------------------------------------------------
           MOVE SAL-CODENT TO WS-ATPCPMN-CODENT
           MOVE SPACES     TO WS-ATPCPMN-LINEA
           MOVE SAL-SALDO  TO WS-ATPCPMN-SALDO
      * Tipo de tarjeta de la cuenta recien consultada en el maestro
           IF WS-ATPCCTM-RETORNO-OK
              MOVE CTM-CODMAR  TO WS-ATPCPMN-CODMAR
              MOVE CTM-INDTIPT TO WS-ATPCPMN-INDTIPT
           END-IF
           PERFORM ATPCPMN-CALCULAR-PAGO-MINIMO

           EVALUATE TRUE
       ATPC957-GRABAR-ORDEN.
           ADD 1 TO WS-ATPC957-ORDENES
                    WS-ATPC957-ENT-ORDENES
           ADD WS-ATPC957-IMPORTE TO WS-ATPC957-ENT-IMPORTE

           INITIALIZE ORD-DOMICILIADAS-REG
           MOVE "DET"                 TO ORD-TIPO
           MOVE SAL-CODENT            TO ORD-DET-CODENT
           MOVE SAL-NUMCUENTA         TO ORD-DET-NUMCUENTA
           MOVE WS-ATPC957-IMPORTE    TO ORD-DET-IMPORTE
           MOVE WS-ATPC957-ENT-FECVTO TO ORD-DET-FECVTO
           WRITE ORD-DOMICILIADAS-REG

           INITIALIZE PRE-AVISOS-REG
           MOVE SAL-CODENT              TO PRE-CODENT
           MOVE SAL-NUMCUENTA           TO PRE-NUMCUENTA
           MOVE MAN-CTABANCO            TO PRE-CTABANCO
           MOVE MAN-REFERENCIA          TO PRE-REFERENCIA
           MOVE MAN-OPCION              TO PRE-OPCION
           MOVE WS-ATPC957-IMPORTE      TO PRE-IMPORTE
           MOVE WS-ATPC957-ENT-FECVTO   TO PRE-FECDEBITO
           MOVE WS-ATPC957-ENT-FECAVISO TO PRE-FECAVISO
           WRITE PRE-AVISOS-REG
           ADD 1 TO WS-ATPC957-PREAVISOS
           .

      *----------------------------------------------------------------
       COPY "ATPC158-PR".
       COPY "ATPC161-PR".
       COPY "ATPCPMN-PR".
       COPY "ATPCPRC-PR".
       COPY "ATPCVTO-PR".
       COPY "ATPCCTM-PR".
       COPY "ATPCMAN-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
