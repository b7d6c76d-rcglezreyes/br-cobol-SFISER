       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC832.
      *----------------------------------------------------------------
      * Programa batch nocturno de puntos de fidelizacion: corre
      * despues de ATPC915 (movimientos aceptados del dia, MOVACEP.DAT)
      * y de ATPC828 (ciclo de contracargos, CONTRAC.DAT) y mantiene
      * el saldo de puntos de cada cuenta en el maestro indexado
      * PUNSALDO.DAT (libreria ATPCPUN) con el detalle de cada
      * movimiento de puntos en el libro PUNMOV.DAT.
      *
      * Reglas (PUNREGLA.DAT), una por CODENT + CODMAR + INDTIPT:
      * puntos por unidad de moneda principal, tope mensual de puntos
      * ganados (cero = sin tope) y hasta diez TIPOFAC que acumulan.
      * La regla cuyo tipo de tarjeta no existe en ATPC026 se informa
      * y se ignora.
      *
      * Acumulacion: cada movimiento aceptado con regla y TIPOFAC
      * elegible gana la parte entera de IMPORTE por los puntos por
      * unidad (INDNORCOR 1, movimiento ACU) hasta completar el tope
      * del mes; la correccion (INDNORCOR 0, devolucion) revierte los
      * puntos equivalentes (REV). El saldo puede quedar negativo si
      * la devolucion llega despues de un canje.
      *
      * Contracargos perdidos por el comercio: el caso cuyo estado
      * vigente en CONTRAC.DAT es "F" (credito definitivo al
      * tarjetahabiente) revierte una sola vez (CBK) exactamente los
      * puntos que gano la compra disputada (fila ACU del libro con
      * la misma cuenta, fecha e importe).
      *
      * Canjes (CANJES.DAT): cada canje aceptado descuenta los puntos
      * del saldo (CAN). Los rechazados van a CANJRECH.DAT con su
      * motivo: 01 datos invalidos, 02 cuenta sin puntos o saldo
      * insuficiente, 03 referencia ya canjeada.
      *
      * Corrida repetida: si el libro ya tiene filas ACU/REV del dia
      * los movimientos aceptados no se vuelven a procesar; los
      * contracargos ya revertidos y las referencias ya canjeadas
      * tampoco, de modo que la corrida puede repetirse sin duplicar.
      *
      * Layout de PUNREGLA.DAT:
      *  CODENT(4) CODMAR(2) INDTIPT(2) PUNTOS-UNIDAD 9(03)V9(04)
      *  TOPE-MES 9(09) TIPOFAC(4) x 10 (en blanco las no usadas)
      *
      * Layout de CANJES.DAT:
      *  CODENT(4) NUMCUENTA(16) PUNTOS 9(09) REFERENCIA(20)
      *
      * Layout de CANJRECH.DAT: MOTIVO(2) y el canje recibido (49).
      *
      * Layout de PUNMOV.DAT:
      *  FECHA(10) CODENT(4) NUMCUENTA(16) TIPO(3 ACU/REV/CBK/CAN)
      *  PUNTOS S9(09) (signo adelante) FECMOV(10) IMPORTE 9(09)V99
      *  REFERENCIA(20) JOBID(8)
      *
      * Sin PUNREGLA.DAT o sin el maestro PUNSALDO.DAT la corrida
      * aborta; reglas invalidas, movimientos sin regla y canjes
      * rechazados terminan con RC 4.
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
           SELECT REG-REGLAS ASSIGN TO "PUNREGLA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC832-REG-STATUS.
           SELECT MOV-ACEPTADOS ASSIGN TO "MOVACEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC832-MOV-STATUS.
           SELECT CBK-CONTRACARGOS ASSIGN TO "CONTRAC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC832-CBK-STATUS.
           SELECT CAN-CANJES ASSIGN TO "CANJES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC832-CAN-STATUS.
           SELECT RCH-RECHAZOS ASSIGN TO "CANJRECH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC832-RCH-STATUS.
           SELECT PMV-LIBRO ASSIGN TO "PUNMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC832-PMV-STATUS.
      * Maestro de saldos de puntos -- ver ATPCPUN-PUN.cpy
           SELECT PUN-SALDOS ASSIGN TO "PUNSALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PUN-CLAVE
               FILE STATUS IS WS-ATPCPUN-STATUS.
           SELECT RPT-ATPC832 ASSIGN TO "ATPC832.RPT"
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
       COPY "ATPCPUN-PUN".

       FD  REG-REGLAS
           RECORDING MODE IS F.
       01  REG-REGLAS-REG.
           05  REG-CODENT                     PIC X(04).
           05  REG-CODMAR                     PIC X(02).
           05  REG-INDTIPT                    PIC X(02).
           05  REG-PUNTOS-UNIDAD              PIC 9(03)V9(04).
           05  REG-TOPE-MES                   PIC 9(09).
           05  REG-TIPOFAC                    PIC X(04)
                                              OCCURS 10 TIMES.

      * Movimiento aceptado por ATPC915 (layout de MOVFACT.DAT mas el
      * rastro de conversion de moneda)
       FD  MOV-ACEPTADOS
           RECORDING MODE IS F.
       01  MOV-ACEPTADOS-REG.
           05  MOV-ACE-CODENT                 PIC X(04).
           05  MOV-ACE-CODMAR                 PIC 9(02).
           05  MOV-ACE-INDTIPT                PIC 9(02).
           05  MOV-ACE-TIPOFAC                PIC 9(04).
           05  MOV-ACE-INDNORCOR              PIC 9(01).
           05  MOV-ACE-INDVERT                PIC X(01).
           05  MOV-ACE-INDNIVAPL              PIC X(02).
           05  MOV-ACE-CODCONECO              PIC 9(04).
           05  MOV-ACE-NUMCUENTA              PIC X(16).
           05  MOV-ACE-IMPORTE                PIC 9(09)V99.
           05  MOV-ACE-FECHA                  PIC X(10).
           05  MOV-ACE-CLAMON                 PIC 9(03).
           05  MOV-ACE-IMPORTE-ORIG           PIC 9(09)V99.
           05  MOV-ACE-TIPOCAMBIO             PIC 9(07)V9(06).
           05  MOV-ACE-FECHA-TASA             PIC X(10).

      * Contracargos registrados en ATPC979 y avanzados por ATPC828
       FD  CBK-CONTRACARGOS
           RECORDING MODE IS F.
       01  CBK-CONTRACARGOS-REG.
           05  CBK-CLAVE.
               10  CBK-CODENT                 PIC X(04).
               10  CBK-NUMCUENTA              PIC X(16).
               10  CBK-FECHAMOV               PIC X(10).
               10  CBK-IMPORTEMOV             PIC 9(09)V99.
           05  CBK-CODMAR                     PIC 9(02).
           05  CBK-CODMOTIVO                  PIC X(04).
           05  CBK-ESTADO                     PIC X(01).
           05  CBK-FECESTADO                  PIC X(10).
           05  CBK-CODOPER                    PIC X(08).

       FD  CAN-CANJES
           RECORDING MODE IS F.
       01  CAN-CANJES-REG.
           05  CAN-CODENT                     PIC X(04).
           05  CAN-NUMCUENTA                  PIC X(16).
           05  CAN-PUNTOS                     PIC X(09).
           05  CAN-PUNTOS-N REDEFINES CAN-PUNTOS
                                              PIC 9(09).
           05  CAN-REFERENCIA                 PIC X(20).

       FD  RCH-RECHAZOS
           RECORDING MODE IS F.
       01  RCH-RECHAZOS-REG.
           05  RCH-MOTIVO                     PIC 9(02).
           05  RCH-CANJE                      PIC X(49).

       FD  PMV-LIBRO
           RECORDING MODE IS F.
       01  PMV-LIBRO-REG.
           05  PMV-FECHA                      PIC X(10).
           05  PMV-CODENT                     PIC X(04).
           05  PMV-NUMCUENTA                  PIC X(16).
           05  PMV-TIPO                       PIC X(03).
           05  PMV-PUNTOS                     PIC S9(09)
                                              SIGN LEADING SEPARATE.
           05  PMV-FECMOV                     PIC X(10).
           05  PMV-IMPORTE                    PIC 9(09)V99.
           05  PMV-REFERENCIA                 PIC X(20).
           05  PMV-JOBID                      PIC X(08).

       FD  RPT-ATPC832
           RECORDING MODE IS F.
       01  RPT-ATPC832-REG                    PIC X(130).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPC026-WS".
       COPY "ATPC096-WS".
       COPY "ATPC163-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".
       COPY "ATPCPUN-WS".

       77  WS-ATPC832-REG-STATUS              PIC X(02).
       77  WS-ATPC832-MOV-STATUS              PIC X(02).
       77  WS-ATPC832-CBK-STATUS              PIC X(02).
       77  WS-ATPC832-CAN-STATUS              PIC X(02).
       77  WS-ATPC832-RCH-STATUS              PIC X(02).
       77  WS-ATPC832-PMV-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC832-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.

      * Fecha del dia y mes en curso del tope
       01  WS-ATPC832-HOY-AMD.
           05  WS-ATPC832-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC832-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC832-HOY-AMD-DD          PIC 9(02).
       01  WS-ATPC832-HOY.
           05  WS-ATPC832-HOY-MES.
               10  WS-ATPC832-HOY-AAAA        PIC 9(04).
               10  WS-ATPC832-HOY-G1          PIC X(01) VALUE "-".
               10  WS-ATPC832-HOY-MM          PIC 9(02).
           05  WS-ATPC832-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC832-HOY-DD              PIC 9(02).

      * Reglas de acumulacion (PUNREGLA.DAT)
       78  WS-ATPC832-REG-MAX                 VALUE 500.
       77  WS-ATPC832-REG-CANT                PIC 9(03) VALUE 0.
       77  WS-ATPC832-REG-IDX                 PIC 9(03).
       01  WS-ATPC832-REGLAS.
           05  WS-ATPC832-REG OCCURS 500 TIMES.
               10  WS-ATPC832-REG-CLAVE.
                   15  WS-ATPC832-REG-CODENT  PIC X(04).
                   15  WS-ATPC832-REG-CODMAR  PIC 9(02).
                   15  WS-ATPC832-REG-INDTIPT PIC 9(02).
               10  WS-ATPC832-REG-PUNTOS-UNIDAD
                                              PIC 9(03)V9(04).
               10  WS-ATPC832-REG-TOPE-MES    PIC 9(09).
               10  WS-ATPC832-REG-TIPOFAC     PIC X(04)
                                              OCCURS 10 TIMES.
       01  WS-ATPC832-REG-BUSCADA.
           05  WS-ATPC832-BUS-CODENT          PIC X(04).
           05  WS-ATPC832-BUS-CODMAR          PIC 9(02).
           05  WS-ATPC832-BUS-INDTIPT         PIC 9(02).
       01  FILLER                             PIC X(01).
           88 WS-ATPC832-REGLA-VALIDA         VALUE "S"
              WHEN SET TO FALSE "N".
       01  FILLER                             PIC X(01).
           88 WS-ATPC832-ELEGIBLE             VALUE "S"
              WHEN SET TO FALSE "N".

      * Contracargos con su estado vigente (CONTRAC.DAT)
       78  WS-ATPC832-CAS-MAX                 VALUE 5000.
       77  WS-ATPC832-CAS-CANT                PIC 9(04) VALUE 0.
       77  WS-ATPC832-CAS-IDX                 PIC 9(04).
       01  WS-ATPC832-CASOS.
           05  WS-ATPC832-CAS OCCURS 5000 TIMES.
               10  WS-ATPC832-CAS-CLAVE.
                   15  WS-ATPC832-CAS-CODENT  PIC X(04).
                   15  WS-ATPC832-CAS-NUMCUENTA
                                              PIC X(16).
                   15  WS-ATPC832-CAS-FECHAMOV
                                              PIC X(10).
                   15  WS-ATPC832-CAS-IMPORTEMOV
                                              PIC 9(09)V99.
               10  WS-ATPC832-CAS-ESTADO      PIC X(01).
               10  WS-ATPC832-CAS-CODOPER     PIC X(08).
      *        S = el libro ya tiene la fila CBK del caso
               10  WS-ATPC832-CAS-REVERTIDO   PIC X(01).
      *        S = el libro tiene la fila ACU de la compra disputada
               10  WS-ATPC832-CAS-CON-PUNTOS  PIC X(01).
               10  WS-ATPC832-CAS-PUNTOS      PIC 9(09).
       01  WS-ATPC832-CAS-BUSCADA.
           05  WS-ATPC832-CBU-CODENT          PIC X(04).
           05  WS-ATPC832-CBU-NUMCUENTA       PIC X(16).
           05  WS-ATPC832-CBU-FECHAMOV        PIC X(10).
           05  WS-ATPC832-CBU-IMPORTEMOV      PIC 9(09)V99.

      * Canjes recibidos (CANJES.DAT)
       78  WS-ATPC832-CJE-MAX                 VALUE 2000.
       77  WS-ATPC832-CJE-CANT                PIC 9(04) VALUE 0.
       77  WS-ATPC832-CJE-IDX                 PIC 9(04).
       01  WS-ATPC832-CANJES.
           05  WS-ATPC832-CJE OCCURS 2000 TIMES.
               10  WS-ATPC832-CJE-REG         PIC X(49).
      *        S = la referencia ya figura canjeada en el libro o en
      *        un canje anterior de este mismo archivo
               10  WS-ATPC832-CJE-CANJEADO    PIC X(01).
       01  WS-ATPC832-CJE-DATOS.
           05  WS-ATPC832-CJD-CODENT          PIC X(04).
           05  WS-ATPC832-CJD-NUMCUENTA       PIC X(16).
           05  WS-ATPC832-CJD-PUNTOS          PIC X(09).
           05  WS-ATPC832-CJD-PUNTOS-N REDEFINES
               WS-ATPC832-CJD-PUNTOS          PIC 9(09).
           05  WS-ATPC832-CJD-REFERENCIA      PIC X(20).
       01  WS-ATPC832-CJE-OTRO.
           05  WS-ATPC832-CJO-CODENT          PIC X(04).
           05  FILLER                         PIC X(25).
           05  WS-ATPC832-CJO-REFERENCIA      PIC X(20).

      * S = el libro ya tiene movimientos aceptados del dia
       01  FILLER                             PIC X(01).
           88 WS-ATPC832-DIA-PROCESADO        VALUE "S"
              WHEN SET TO FALSE "N".

      * Movimiento de puntos en curso
       77  WS-ATPC832-PUNTOS                  PIC 9(09).
       77  WS-ATPC832-DISPONIBLE              PIC 9(09).
       77  WS-ATPC832-MOTIVO                  PIC 9(02).

      * Contadores del resumen final
       77  WS-ATPC832-REG-INVALIDAS           PIC 9(08) VALUE 0.
       77  WS-ATPC832-LEIDOS                  PIC 9(08) VALUE 0.
       77  WS-ATPC832-SIN-REGLA               PIC 9(08) VALUE 0.
       77  WS-ATPC832-NO-ELEGIBLES            PIC 9(08) VALUE 0.
       77  WS-ATPC832-ACUMULADOS              PIC 9(08) VALUE 0.
       77  WS-ATPC832-REVERTIDOS              PIC 9(08) VALUE 0.
       77  WS-ATPC832-CBK-REVERTIDOS          PIC 9(08) VALUE 0.
       77  WS-ATPC832-CANJES-OK               PIC 9(08) VALUE 0.
       77  WS-ATPC832-CANJES-RCH              PIC 9(08) VALUE 0.
       77  WS-ATPC832-PTS-ACUMULADOS          PIC 9(11) VALUE 0.
       77  WS-ATPC832-PTS-REVERTIDOS          PIC 9(11) VALUE 0.
       77  WS-ATPC832-PTS-CONTRACARGOS        PIC 9(11) VALUE 0.
       77  WS-ATPC832-PTS-CANJEADOS           PIC 9(11) VALUE 0.

       01  WS-ATPC832-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC832-PRINCIPAL
      *----------------------------------------------------------------
       ATPC832-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC832: PUNTOS DE FIDELIZACION                        -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC832" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC026-CARGAR-ARREGLO
           PERFORM ATPC096-CARGAR-ARREGLO

           ACCEPT WS-ATPC832-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC832-HOY-G1 WS-ATPC832-HOY-G2
           MOVE WS-ATPC832-HOY-AMD-AAAA TO WS-ATPC832-HOY-AAAA
           MOVE WS-ATPC832-HOY-AMD-MM   TO WS-ATPC832-HOY-MM
           MOVE WS-ATPC832-HOY-AMD-DD   TO WS-ATPC832-HOY-DD

           PERFORM ATPC832-CARGAR-REGLAS
           PERFORM ATPC832-CARGAR-CASOS
           PERFORM ATPC832-CARGAR-CANJES
           PERFORM ATPC832-LEER-LIBRO

           PERFORM ATPCPUN-ABRIR-ACTUALIZACION
           IF NOT WS-ATPCPUN-DISPONIBLE
              DISPLAY "ATPC832 - ERROR: maestro PUNSALDO.DAT no "
                      "disponible -- corrida abortada"
              PERFORM ATPC832-ABORTAR
           END-IF

           OPEN EXTEND PMV-LIBRO
           IF WS-ATPC832-PMV-STATUS = "35"
              OPEN OUTPUT PMV-LIBRO
           END-IF
           IF WS-ATPC832-PMV-STATUS NOT = "00"
              DISPLAY "ATPC832 - ERROR: no se pudo abrir PUNMOV.DAT "
                      "-- FILE STATUS:[" WS-ATPC832-PMV-STATUS "] -- "
                      "corrida abortada"
              PERFORM ATPCPUN-CERRAR-CONSULTA
              PERFORM ATPC832-ABORTAR
           END-IF
           OPEN OUTPUT RCH-RECHAZOS
           OPEN OUTPUT RPT-ATPC832

           MOVE SPACES TO WS-ATPC832-LINEA
           STRING " PUNTOS DE FIDELIZACION DEL DIA ["
                                              DELIMITED BY SIZE
                  WS-ATPC832-HOY              DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC832-LINEA
           WRITE RPT-ATPC832-REG FROM WS-ATPC832-LINEA
           DISPLAY WS-ATPC832-LINEA
           MOVE SPACES TO WS-ATPC832-LINEA
           WRITE RPT-ATPC832-REG FROM WS-ATPC832-LINEA

           IF WS-ATPC832-DIA-PROCESADO
              DISPLAY "ATPC832 - AVISO: PUNMOV.DAT ya tiene los "
                      "movimientos del dia -- MOVACEP.DAT no se "
                      "vuelve a procesar"
              MOVE " MOVIMIENTOS DEL DIA YA PROCESADOS EN UNA CORRIDA
      -            " ANTERIOR" TO WS-ATPC832-LINEA
              WRITE RPT-ATPC832-REG FROM WS-ATPC832-LINEA
           ELSE
              PERFORM ATPC832-PROCESAR-MOVIMIENTOS
           END-IF
           PERFORM ATPC832-REVERTIR-CONTRACARGOS
           PERFORM ATPC832-PROCESAR-CANJES

           PERFORM ATPCPUN-CERRAR-CONSULTA
           CLOSE PMV-LIBRO
           CLOSE RCH-RECHAZOS

           MOVE SPACES TO WS-ATPC832-LINEA
           WRITE RPT-ATPC832-REG FROM WS-ATPC832-LINEA
           MOVE SPACES TO WS-ATPC832-LINEA
           STRING " MOVIMIENTOS: "            DELIMITED BY SIZE
                  WS-ATPC832-LEIDOS           DELIMITED BY SIZE
                  "  SIN REGLA: "             DELIMITED BY SIZE
                  WS-ATPC832-SIN-REGLA        DELIMITED BY SIZE
                  "  NO ELEGIBLES: "          DELIMITED BY SIZE
                  WS-ATPC832-NO-ELEGIBLES     DELIMITED BY SIZE
                  "  REGLAS INVALIDAS: "      DELIMITED BY SIZE
                  WS-ATPC832-REG-INVALIDAS    DELIMITED BY SIZE
             INTO WS-ATPC832-LINEA
           WRITE RPT-ATPC832-REG FROM WS-ATPC832-LINEA
           DISPLAY WS-ATPC832-LINEA
           MOVE SPACES TO WS-ATPC832-LINEA
           STRING " ACUMULADOS: "             DELIMITED BY SIZE
                  WS-ATPC832-ACUMULADOS       DELIMITED BY SIZE
                  " ["                        DELIMITED BY SIZE
                  WS-ATPC832-PTS-ACUMULADOS   DELIMITED BY SIZE
                  " PTS]  DEVOLUCIONES: "     DELIMITED BY SIZE
                  WS-ATPC832-REVERTIDOS       DELIMITED BY SIZE
                  " ["                        DELIMITED BY SIZE
                  WS-ATPC832-PTS-REVERTIDOS   DELIMITED BY SIZE
                  " PTS]  CONTRACARGOS: "     DELIMITED BY SIZE
                  WS-ATPC832-CBK-REVERTIDOS   DELIMITED BY SIZE
                  " ["                        DELIMITED BY SIZE
                  WS-ATPC832-PTS-CONTRACARGOS DELIMITED BY SIZE
                  " PTS]"                     DELIMITED BY SIZE
             INTO WS-ATPC832-LINEA
           WRITE RPT-ATPC832-REG FROM WS-ATPC832-LINEA
           DISPLAY WS-ATPC832-LINEA
           MOVE SPACES TO WS-ATPC832-LINEA
           STRING " CANJES ACEPTADOS: "       DELIMITED BY SIZE
                  WS-ATPC832-CANJES-OK        DELIMITED BY SIZE
                  " ["                        DELIMITED BY SIZE
                  WS-ATPC832-PTS-CANJEADOS    DELIMITED BY SIZE
                  " PTS]  CANJES RECHAZADOS: " DELIMITED BY SIZE
                  WS-ATPC832-CANJES-RCH       DELIMITED BY SIZE
             INTO WS-ATPC832-LINEA
           WRITE RPT-ATPC832-REG FROM WS-ATPC832-LINEA
           DISPLAY WS-ATPC832-LINEA

           CLOSE RPT-ATPC832

           IF WS-ATPC832-REG-INVALIDAS > ZEROES
           OR WS-ATPC832-SIN-REGLA > ZEROES
           OR WS-ATPC832-CANJES-RCH > ZEROES
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY
           "- ATPC832: PUNTOS DE FIDELIZACION FINALIZADO             -"
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
      * Proceso: ATPC832-ABORTAR
      *----------------------------------------------------------------
       ATPC832-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC832-CARGAR-REGLAS
      *----------------------------------------------------------------
      * Sin PUNREGLA.DAT o sin ninguna regla valida la corrida aborta;
      * la regla de un tipo de tarjeta inexistente en ATPC026 se
      * informa y se ignora
      *----------------------------------------------------------------
       ATPC832-CARGAR-REGLAS.
           OPEN INPUT REG-REGLAS
           IF WS-ATPC832-REG-STATUS NOT = "00"
              DISPLAY "ATPC832 - ERROR: no se pudo abrir PUNREGLA.DAT "
                      "-- FILE STATUS:[" WS-ATPC832-REG-STATUS "] -- "
                      "corrida abortada"
              PERFORM ATPC832-ABORTAR
           END-IF
           SET WS-ATPC832-FIN-ENTRADA TO FALSE
           PERFORM UNTIL WS-ATPC832-FIN-ENTRADA
              READ REG-REGLAS
                  AT END
                     SET WS-ATPC832-FIN-ENTRADA TO TRUE
                  NOT AT END
                     PERFORM ATPC832-VALIDAR-REGLA
                     EVALUATE TRUE
                        WHEN NOT WS-ATPC832-REGLA-VALIDA
                           ADD 1 TO WS-ATPC832-REG-INVALIDAS
                           DISPLAY "ATPC832 - AVISO: regla invalida "
                                   "en PUNREGLA.DAT [" REG-REGLAS-REG
                                   "] -- ignorada"
                        WHEN WS-ATPC832-REG-CANT >= WS-ATPC832-REG-MAX
                           DISPLAY "ATPC832 - ERROR: PUNREGLA.DAT "
                                   "supera la capacidad maxima ["
                                   WS-ATPC832-REG-MAX "] -- corrida "
                                   "abortada"
                           CLOSE REG-REGLAS
                           PERFORM ATPC832-ABORTAR
                        WHEN OTHER
                           ADD 1 TO WS-ATPC832-REG-CANT
                           MOVE REG-CODENT TO WS-ATPC832-REG-CODENT
                                              (WS-ATPC832-REG-CANT)
                           MOVE REG-CODMAR TO WS-ATPC832-REG-CODMAR
                                              (WS-ATPC832-REG-CANT)
                           MOVE REG-INDTIPT TO WS-ATPC832-REG-INDTIPT
                                               (WS-ATPC832-REG-CANT)
                           MOVE REG-PUNTOS-UNIDAD TO
                                WS-ATPC832-REG-PUNTOS-UNIDAD
                                (WS-ATPC832-REG-CANT)
                           MOVE REG-TOPE-MES TO
                                WS-ATPC832-REG-TOPE-MES
                                (WS-ATPC832-REG-CANT)
                           PERFORM VARYING WS-I FROM 1 BY 1
                                     UNTIL WS-I > 10
                              MOVE REG-TIPOFAC(WS-I) TO
                                   WS-ATPC832-REG-TIPOFAC
                                   (WS-ATPC832-REG-CANT, WS-I)
                           END-PERFORM
                     END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE REG-REGLAS

           IF WS-ATPC832-REG-CANT = ZEROES
              DISPLAY "ATPC832 - ERROR: PUNREGLA.DAT sin reglas "
                      "validas -- corrida abortada"
              PERFORM ATPC832-ABORTAR
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC832-VALIDAR-REGLA
      *----------------------------------------------------------------
       ATPC832-VALIDAR-REGLA.
           SET WS-ATPC832-REGLA-VALIDA TO TRUE
           IF REG-CODENT = SPACES
           OR REG-CODMAR IS NOT NUMERIC
           OR REG-INDTIPT IS NOT NUMERIC
           OR REG-PUNTOS-UNIDAD IS NOT NUMERIC
           OR REG-TOPE-MES IS NOT NUMERIC
              SET WS-ATPC832-REGLA-VALIDA TO FALSE
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10
              IF REG-TIPOFAC(WS-I) NOT = SPACES
              AND REG-TIPOFAC(WS-I) IS NOT NUMERIC
                 SET WS-ATPC832-REGLA-VALIDA TO FALSE
              END-IF
           END-PERFORM
           IF WS-ATPC832-REGLA-VALIDA
              INITIALIZE WS-ATPC026
              MOVE REG-CODENT  TO WS-ATPC026-CODENT
              MOVE REG-CODMAR  TO WS-ATPC026-CODMAR
              MOVE REG-INDTIPT TO WS-ATPC026-INDTIPT
              PERFORM ATPC026-BUSCAR-EN-ARREGLO
              IF NOT WS-ATPC026-RETORNO-OK
                 SET WS-ATPC832-REGLA-VALIDA TO FALSE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC832-CARGAR-CASOS
      *----------------------------------------------------------------
      * Estado vigente de cada contracargo (el ultimo registro de la
      * clave); sin CONTRAC.DAT no hay puntos que revertir
      *----------------------------------------------------------------
       ATPC832-CARGAR-CASOS.
           OPEN INPUT CBK-CONTRACARGOS
           IF WS-ATPC832-CBK-STATUS NOT = "00"
              DISPLAY "ATPC832 - AVISO: sin CONTRAC.DAT -- no hay "
                      "contracargos registrados"
           ELSE
              SET WS-ATPC832-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC832-FIN-ENTRADA
                 READ CBK-CONTRACARGOS
                     AT END
                        SET WS-ATPC832-FIN-ENTRADA TO TRUE
                     NOT AT END
                        MOVE CBK-CLAVE TO WS-ATPC832-CAS-BUSCADA
                        PERFORM ATPC832-UBICAR-CASO
                        IF WS-ATPC832-CAS-IDX = ZEROES
                           PERFORM ATPC832-AGREGAR-CASO
                        END-IF
                        IF WS-ATPC832-CAS-IDX > ZEROES
                           MOVE CBK-ESTADO TO WS-ATPC832-CAS-ESTADO
                                              (WS-ATPC832-CAS-IDX)
                           MOVE CBK-CODOPER TO WS-ATPC832-CAS-CODOPER
                                               (WS-ATPC832-CAS-IDX)
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE CBK-CONTRACARGOS
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC832-AGREGAR-CASO
      *----------------------------------------------------------------
       ATPC832-AGREGAR-CASO.
           IF WS-ATPC832-CAS-CANT < WS-ATPC832-CAS-MAX
              ADD 1 TO WS-ATPC832-CAS-CANT
              MOVE WS-ATPC832-CAS-CANT TO WS-ATPC832-CAS-IDX
              MOVE CBK-CLAVE
                TO WS-ATPC832-CAS-CLAVE(WS-ATPC832-CAS-IDX)
              MOVE "N"
                TO WS-ATPC832-CAS-REVERTIDO(WS-ATPC832-CAS-IDX)
                   WS-ATPC832-CAS-CON-PUNTOS(WS-ATPC832-CAS-IDX)
              MOVE ZEROES
                TO WS-ATPC832-CAS-PUNTOS(WS-ATPC832-CAS-IDX)
           ELSE
              DISPLAY "ATPC832 - ERROR: CONTRAC.DAT excede "
                      WS-ATPC832-CAS-MAX " casos -- corrida abortada"
              CLOSE CBK-CONTRACARGOS
              PERFORM ATPC832-ABORTAR
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC832-UBICAR-CASO
      *----------------------------------------------------------------
       ATPC832-UBICAR-CASO.
           MOVE ZEROES TO WS-ATPC832-CAS-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC832-CAS-CANT
              IF WS-ATPC832-CAS-CLAVE(WS-I) = WS-ATPC832-CAS-BUSCADA
                 MOVE WS-I TO WS-ATPC832-CAS-IDX
                 MOVE WS-ATPC832-CAS-CANT TO WS-I
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC832-CARGAR-CANJES
      *----------------------------------------------------------------
       ATPC832-CARGAR-CANJES.
           OPEN INPUT CAN-CANJES
           IF WS-ATPC832-CAN-STATUS NOT = "00"
              DISPLAY "ATPC832 - AVISO: sin CANJES.DAT -- no hay "
                      "canjes para procesar"
           ELSE
              SET WS-ATPC832-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC832-FIN-ENTRADA
                 READ CAN-CANJES
                     AT END
                        SET WS-ATPC832-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF WS-ATPC832-CJE-CANT >= WS-ATPC832-CJE-MAX
                           DISPLAY "ATPC832 - ERROR: CANJES.DAT "
                                   "excede " WS-ATPC832-CJE-MAX
                                   " canjes -- corrida abortada"
                           CLOSE CAN-CANJES
                           PERFORM ATPC832-ABORTAR
                        END-IF
                        ADD 1 TO WS-ATPC832-CJE-CANT
                        MOVE CAN-CANJES-REG TO WS-ATPC832-CJE-REG
                                               (WS-ATPC832-CJE-CANT)
                        MOVE "N" TO WS-ATPC832-CJE-CANJEADO
                                    (WS-ATPC832-CJE-CANT)
                 END-READ
              END-PERFORM
              CLOSE CAN-CANJES
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC832-LEER-LIBRO
      *----------------------------------------------------------------
      * Una pasada por PUNMOV.DAT: movimientos del dia ya procesados,
      * contracargos ya revertidos, puntos ganados por cada compra
      * disputada y referencias de canje ya usadas
      *----------------------------------------------------------------
       ATPC832-LEER-LIBRO.
           SET WS-ATPC832-DIA-PROCESADO TO FALSE
           OPEN INPUT PMV-LIBRO
           IF WS-ATPC832-PMV-STATUS = "00"
              SET WS-ATPC832-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC832-FIN-ENTRADA
                 READ PMV-LIBRO
                     AT END
                        SET WS-ATPC832-FIN-ENTRADA TO TRUE
                     NOT AT END
                        PERFORM ATPC832-EXAMINAR-LIBRO
                 END-READ
              END-PERFORM
              CLOSE PMV-LIBRO
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC832-EXAMINAR-LIBRO
      *----------------------------------------------------------------
       ATPC832-EXAMINAR-LIBRO.
           EVALUATE PMV-TIPO
              WHEN "ACU"
              WHEN "REV"
                 IF PMV-FECHA = WS-ATPC832-HOY
                    SET WS-ATPC832-DIA-PROCESADO TO TRUE
                 END-IF
                 IF PMV-TIPO = "ACU"
                    MOVE PMV-CODENT    TO WS-ATPC832-CBU-CODENT
                    MOVE PMV-NUMCUENTA TO WS-ATPC832-CBU-NUMCUENTA
                    MOVE PMV-FECMOV    TO WS-ATPC832-CBU-FECHAMOV
                    MOVE PMV-IMPORTE   TO WS-ATPC832-CBU-IMPORTEMOV
                    PERFORM ATPC832-UBICAR-CASO
                    IF WS-ATPC832-CAS-IDX > ZEROES
                       MOVE "S" TO WS-ATPC832-CAS-CON-PUNTOS
                                   (WS-ATPC832-CAS-IDX)
                       MOVE PMV-PUNTOS TO WS-ATPC832-CAS-PUNTOS
                                          (WS-ATPC832-CAS-IDX)
                    END-IF
                 END-IF
              WHEN "CBK"
                 MOVE PMV-CODENT    TO WS-ATPC832-CBU-CODENT
                 MOVE PMV-NUMCUENTA TO WS-ATPC832-CBU-NUMCUENTA
                 MOVE PMV-FECMOV    TO WS-ATPC832-CBU-FECHAMOV
                 MOVE PMV-IMPORTE   TO WS-ATPC832-CBU-IMPORTEMOV
                 PERFORM ATPC832-UBICAR-CASO
                 IF WS-ATPC832-CAS-IDX > ZEROES
                    MOVE "S" TO WS-ATPC832-CAS-REVERTIDO
                                (WS-ATPC832-CAS-IDX)
                 END-IF
              WHEN "CAN"
                 PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > WS-ATPC832-CJE-CANT
                    MOVE WS-ATPC832-CJE-REG(WS-I)
                      TO WS-ATPC832-CJE-OTRO
                    IF WS-ATPC832-CJO-CODENT = PMV-CODENT
                    AND WS-ATPC832-CJO-REFERENCIA = PMV-REFERENCIA
                       MOVE "S" TO WS-ATPC832-CJE-CANJEADO(WS-I)
                    END-IF
                 END-PERFORM
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC832-PROCESAR-MOVIMIENTOS
      *----------------------------------------------------------------
       ATPC832-PROCESAR-MOVIMIENTOS.
           OPEN INPUT MOV-ACEPTADOS
           IF WS-ATPC832-MOV-STATUS NOT = "00"
              DISPLAY "ATPC832 - AVISO: sin MOVACEP.DAT -- no hay "
                      "movimientos aceptados para acumular"
           ELSE
              SET WS-ATPC832-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC832-FIN-ENTRADA
                 READ MOV-ACEPTADOS
                     AT END
                        SET WS-ATPC832-FIN-ENTRADA TO TRUE
                     NOT AT END
                        ADD 1 TO WS-ATPC832-LEIDOS
                        PERFORM ATPC832-PROCESAR-MOVIMIENTO
                 END-READ
              END-PERFORM
              CLOSE MOV-ACEPTADOS
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC832-PROCESAR-MOVIMIENTO
      *----------------------------------------------------------------
      * Ubica la regla del tipo de tarjeta y, si el TIPOFAC acumula,
      * acumula (INDNORCOR 1) o revierte (INDNORCOR 0) los puntos
      *----------------------------------------------------------------
       ATPC832-PROCESAR-MOVIMIENTO.
           MOVE MOV-ACE-CODENT  TO WS-ATPC832-BUS-CODENT
           MOVE MOV-ACE-CODMAR  TO WS-ATPC832-BUS-CODMAR
           MOVE MOV-ACE-INDTIPT TO WS-ATPC832-BUS-INDTIPT
           MOVE ZEROES TO WS-ATPC832-REG-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC832-REG-CANT
              IF WS-ATPC832-REG-CLAVE(WS-I) = WS-ATPC832-REG-BUSCADA
                 MOVE WS-I TO WS-ATPC832-REG-IDX
                 MOVE WS-ATPC832-REG-CANT TO WS-I
              END-IF
           END-PERFORM

           IF WS-ATPC832-REG-IDX = ZEROES
              ADD 1 TO WS-ATPC832-SIN-REGLA
              MOVE SPACES TO WS-ATPC832-LINEA
              STRING " SIN REGLA DE PUNTOS: ENTIDAD ["
                                              DELIMITED BY SIZE
                     MOV-ACE-CODENT           DELIMITED BY SIZE
                     "] MARCA ["              DELIMITED BY SIZE
                     MOV-ACE-CODMAR           DELIMITED BY SIZE
                     "] TIPO ["               DELIMITED BY SIZE
                     MOV-ACE-INDTIPT          DELIMITED BY SIZE
                     "] CUENTA ["             DELIMITED BY SIZE
                     MOV-ACE-NUMCUENTA        DELIMITED BY SIZE
                     "]"                      DELIMITED BY SIZE
                INTO WS-ATPC832-LINEA
              WRITE RPT-ATPC832-REG FROM WS-ATPC832-LINEA
           ELSE
              SET WS-ATPC832-ELEGIBLE TO FALSE
              PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10
                 IF WS-ATPC832-REG-TIPOFAC(WS-ATPC832-REG-IDX, WS-I)
                    = MOV-ACE-TIPOFAC
                    SET WS-ATPC832-ELEGIBLE TO TRUE
                    MOVE 10 TO WS-I
                 END-IF
              END-PERFORM
              IF NOT WS-ATPC832-ELEGIBLE
                 ADD 1 TO WS-ATPC832-NO-ELEGIBLES
              ELSE
                 COMPUTE WS-ATPC832-PUNTOS =
                         MOV-ACE-IMPORTE
                       * WS-ATPC832-REG-PUNTOS-UNIDAD
                         (WS-ATPC832-REG-IDX)
                 IF WS-ATPC832-PUNTOS > ZEROES
                    MOVE MOV-ACE-CODENT    TO WS-ATPCPUN-CODENT
                    MOVE MOV-ACE-NUMCUENTA TO WS-ATPCPUN-NUMCUENTA
                    PERFORM ATPCPUN-CONSULTAR-SALDO
                    IF PUN-MES NOT = WS-ATPC832-HOY-MES
                       MOVE WS-ATPC832-HOY-MES TO PUN-MES
                       MOVE ZEROES TO PUN-ACUM-MES
                    END-IF
                    IF MOV-ACE-INDNORCOR = 0
                       PERFORM ATPC832-REVERTIR-COMPRA
                    ELSE
                       PERFORM ATPC832-ACUMULAR-COMPRA
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC832-ACUMULAR-COMPRA
      *----------------------------------------------------------------
      * Acredita los puntos de la compra hasta completar el tope del
      * mes de la regla (tope cero = sin tope)
      *----------------------------------------------------------------
       ATPC832-ACUMULAR-COMPRA.
           IF WS-ATPC832-REG-TOPE-MES(WS-ATPC832-REG-IDX) > ZEROES
              IF PUN-ACUM-MES
                 >= WS-ATPC832-REG-TOPE-MES(WS-ATPC832-REG-IDX)
                 MOVE ZEROES TO WS-ATPC832-PUNTOS
              ELSE
                 COMPUTE WS-ATPC832-DISPONIBLE =
                         WS-ATPC832-REG-TOPE-MES(WS-ATPC832-REG-IDX)
                       - PUN-ACUM-MES
                 IF WS-ATPC832-PUNTOS > WS-ATPC832-DISPONIBLE
                    MOVE WS-ATPC832-DISPONIBLE TO WS-ATPC832-PUNTOS
                 END-IF
              END-IF
           END-IF

           IF WS-ATPC832-PUNTOS > ZEROES
              ADD WS-ATPC832-PUNTOS TO PUN-SALDO
                                       PUN-ACUM-MES
                                       PUN-GANADOS
              MOVE WS-ATPC832-HOY TO PUN-FECULTMOV
              PERFORM ATPCPUN-GRABAR-SALDO
              IF WS-ATPCPUN-RETORNO-OK
                 ADD 1 TO WS-ATPC832-ACUMULADOS
                 ADD WS-ATPC832-PUNTOS TO WS-ATPC832-PTS-ACUMULADOS
                 INITIALIZE PMV-LIBRO-REG
                 MOVE "ACU"              TO PMV-TIPO
                 MOVE WS-ATPC832-PUNTOS  TO PMV-PUNTOS
                 PERFORM ATPC832-GRABAR-LIBRO-MOV
              ELSE
                 PERFORM ATPC832-ERROR-MAESTRO
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC832-REVERTIR-COMPRA
      *----------------------------------------------------------------
      * Devolucion: descuenta los puntos equivalentes del saldo y del
      * acumulado del mes contra el tope
      *----------------------------------------------------------------
       ATPC832-REVERTIR-COMPRA.
           SUBTRACT WS-ATPC832-PUNTOS FROM PUN-SALDO
           IF PUN-ACUM-MES > WS-ATPC832-PUNTOS
              SUBTRACT WS-ATPC832-PUNTOS FROM PUN-ACUM-MES
           ELSE
              MOVE ZEROES TO PUN-ACUM-MES
           END-IF
           ADD WS-ATPC832-PUNTOS TO PUN-REVERTIDOS
           MOVE WS-ATPC832-HOY TO PUN-FECULTMOV
           PERFORM ATPCPUN-GRABAR-SALDO
           IF WS-ATPCPUN-RETORNO-OK
              ADD 1 TO WS-ATPC832-REVERTIDOS
              ADD WS-ATPC832-PUNTOS TO WS-ATPC832-PTS-REVERTIDOS
              INITIALIZE PMV-LIBRO-REG
              MOVE "REV" TO PMV-TIPO
              COMPUTE PMV-PUNTOS = 0 - WS-ATPC832-PUNTOS
              PERFORM ATPC832-GRABAR-LIBRO-MOV
           ELSE
              PERFORM ATPC832-ERROR-MAESTRO
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC832-GRABAR-LIBRO-MOV
      *----------------------------------------------------------------
      * Completa y graba la fila del libro de un movimiento aceptado
      * (tipo y puntos ya cargados)
      *----------------------------------------------------------------
       ATPC832-GRABAR-LIBRO-MOV.
           MOVE WS-ATPC832-HOY     TO PMV-FECHA
           MOVE MOV-ACE-CODENT     TO PMV-CODENT
           MOVE MOV-ACE-NUMCUENTA  TO PMV-NUMCUENTA
           MOVE MOV-ACE-FECHA      TO PMV-FECMOV
           MOVE MOV-ACE-IMPORTE    TO PMV-IMPORTE
           MOVE WS-ATPCRUN-JOBID   TO PMV-JOBID
           WRITE PMV-LIBRO-REG
           .

      *----------------------------------------------------------------
      * Proceso: ATPC832-ERROR-MAESTRO
      *----------------------------------------------------------------
       ATPC832-ERROR-MAESTRO.
           DISPLAY "ATPC832 - ERROR: " WS-ATPCPUN-RETORNO-DESC(1:60)
                   " -- cuenta [" PUN-CODENT "/" PUN-NUMCUENTA
                   "] FILE STATUS:[" WS-ATPCPUN-STATUS "]"
           MOVE 12 TO RETURN-CODE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC832-REVERTIR-CONTRACARGOS
      *----------------------------------------------------------------
      * Revierte una sola vez los puntos ganados por la compra de cada
      * contracargo perdido por el comercio (estado vigente "F")
      *----------------------------------------------------------------
       ATPC832-REVERTIR-CONTRACARGOS.
           PERFORM VARYING WS-ATPC832-CAS-IDX FROM 1 BY 1
                     UNTIL WS-ATPC832-CAS-IDX > WS-ATPC832-CAS-CANT
              IF WS-ATPC832-CAS-ESTADO(WS-ATPC832-CAS-IDX) = "F"
              AND WS-ATPC832-CAS-REVERTIDO(WS-ATPC832-CAS-IDX) = "N"
              AND WS-ATPC832-CAS-CON-PUNTOS(WS-ATPC832-CAS-IDX) = "S"
              AND WS-ATPC832-CAS-PUNTOS(WS-ATPC832-CAS-IDX) > ZEROES
                 PERFORM ATPC832-REVERTIR-CONTRACARGO
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC832-REVERTIR-CONTRACARGO
      *----------------------------------------------------------------
       ATPC832-REVERTIR-CONTRACARGO.
           MOVE WS-ATPC832-CAS-PUNTOS(WS-ATPC832-CAS-IDX)
             TO WS-ATPC832-PUNTOS
           MOVE WS-ATPC832-CAS-CODENT(WS-ATPC832-CAS-IDX)
             TO WS-ATPCPUN-CODENT
           MOVE WS-ATPC832-CAS-NUMCUENTA(WS-ATPC832-CAS-IDX)
             TO WS-ATPCPUN-NUMCUENTA
           PERFORM ATPCPUN-CONSULTAR-SALDO
           SUBTRACT WS-ATPC832-PUNTOS FROM PUN-SALDO
           ADD WS-ATPC832-PUNTOS TO PUN-REVERTIDOS
           MOVE WS-ATPC832-HOY TO PUN-FECULTMOV
           PERFORM ATPCPUN-GRABAR-SALDO
           IF WS-ATPCPUN-RETORNO-OK
              ADD 1 TO WS-ATPC832-CBK-REVERTIDOS
              ADD WS-ATPC832-PUNTOS TO WS-ATPC832-PTS-CONTRACARGOS
              MOVE "S" TO WS-ATPC832-CAS-REVERTIDO(WS-ATPC832-CAS-IDX)
              INITIALIZE PMV-LIBRO-REG
              MOVE WS-ATPC832-HOY     TO PMV-FECHA
              MOVE WS-ATPC832-CAS-CODENT(WS-ATPC832-CAS-IDX)
                TO PMV-CODENT
              MOVE WS-ATPC832-CAS-NUMCUENTA(WS-ATPC832-CAS-IDX)
                TO PMV-NUMCUENTA
              MOVE "CBK"              TO PMV-TIPO
              COMPUTE PMV-PUNTOS = 0 - WS-ATPC832-PUNTOS
              MOVE WS-ATPC832-CAS-FECHAMOV(WS-ATPC832-CAS-IDX)
                TO PMV-FECMOV
              MOVE WS-ATPC832-CAS-IMPORTEMOV(WS-ATPC832-CAS-IDX)
                TO PMV-IMPORTE
              MOVE WS-ATPC832-CAS-CODOPER(WS-ATPC832-CAS-IDX)
                TO PMV-REFERENCIA
              MOVE WS-ATPCRUN-JOBID   TO PMV-JOBID
              WRITE PMV-LIBRO-REG

              MOVE SPACES TO WS-ATPC832-LINEA
              STRING " CONTRACARGO PERDIDO: CUENTA ["
                                              DELIMITED BY SIZE
                     PMV-CODENT               DELIMITED BY SIZE
                     "/"                      DELIMITED BY SIZE
                     PMV-NUMCUENTA            DELIMITED BY SIZE
                     "] COMPRA DEL ["         DELIMITED BY SIZE
                     PMV-FECMOV               DELIMITED BY SIZE
                     "] PUNTOS REVERTIDOS ["  DELIMITED BY SIZE
                     WS-ATPC832-PUNTOS        DELIMITED BY SIZE
                     "]"                      DELIMITED BY SIZE
                INTO WS-ATPC832-LINEA
              WRITE RPT-ATPC832-REG FROM WS-ATPC832-LINEA
           ELSE
              PERFORM ATPC832-ERROR-MAESTRO
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC832-PROCESAR-CANJES
      *----------------------------------------------------------------
       ATPC832-PROCESAR-CANJES.
           PERFORM VARYING WS-ATPC832-CJE-IDX FROM 1 BY 1
                     UNTIL WS-ATPC832-CJE-IDX > WS-ATPC832-CJE-CANT
              PERFORM ATPC832-PROCESAR-CANJE
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC832-PROCESAR-CANJE
      *----------------------------------------------------------------
       ATPC832-PROCESAR-CANJE.
           MOVE WS-ATPC832-CJE-REG(WS-ATPC832-CJE-IDX)
             TO WS-ATPC832-CJE-DATOS
           MOVE ZEROES TO WS-ATPC832-MOTIVO
           EVALUATE TRUE
              WHEN WS-ATPC832-CJD-CODENT = SPACES
              OR WS-ATPC832-CJD-NUMCUENTA = SPACES
              OR WS-ATPC832-CJD-REFERENCIA = SPACES
              OR WS-ATPC832-CJD-PUNTOS IS NOT NUMERIC
                 MOVE 01 TO WS-ATPC832-MOTIVO
              WHEN WS-ATPC832-CJD-PUNTOS-N = ZEROES
                 MOVE 01 TO WS-ATPC832-MOTIVO
              WHEN WS-ATPC832-CJE-CANJEADO(WS-ATPC832-CJE-IDX) = "S"
                 MOVE 03 TO WS-ATPC832-MOTIVO
              WHEN OTHER
                 MOVE WS-ATPC832-CJD-CODENT    TO WS-ATPCPUN-CODENT
                 MOVE WS-ATPC832-CJD-NUMCUENTA TO WS-ATPCPUN-NUMCUENTA
                 PERFORM ATPCPUN-CONSULTAR-SALDO
                 IF NOT WS-ATPCPUN-RETORNO-OK
                 OR PUN-SALDO < WS-ATPC832-CJD-PUNTOS-N
                    MOVE 02 TO WS-ATPC832-MOTIVO
                 END-IF
           END-EVALUATE

           IF WS-ATPC832-MOTIVO = ZEROES
              PERFORM ATPC832-ACEPTAR-CANJE
           ELSE
              ADD 1 TO WS-ATPC832-CANJES-RCH
              MOVE WS-ATPC832-MOTIVO TO RCH-MOTIVO
              MOVE WS-ATPC832-CJE-REG(WS-ATPC832-CJE-IDX)
                TO RCH-CANJE
              WRITE RCH-RECHAZOS-REG
              MOVE SPACES TO WS-ATPC832-LINEA
              STRING " CANJE RECHAZADO: MOTIVO ["
                                              DELIMITED BY SIZE
                     WS-ATPC832-MOTIVO        DELIMITED BY SIZE
                     "] CUENTA ["             DELIMITED BY SIZE
                     WS-ATPC832-CJD-CODENT    DELIMITED BY SIZE
                     "/"                      DELIMITED BY SIZE
                     WS-ATPC832-CJD-NUMCUENTA DELIMITED BY SIZE
                     "] REFERENCIA ["         DELIMITED BY SIZE
                     WS-ATPC832-CJD-REFERENCIA
                                              DELIMITED BY SIZE
                     "]"                      DELIMITED BY SIZE
                INTO WS-ATPC832-LINEA
              WRITE RPT-ATPC832-REG FROM WS-ATPC832-LINEA
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC832-ACEPTAR-CANJE
      *----------------------------------------------------------------
      * Descuenta los puntos, graba la fila CAN y marca como canjeada
      * la misma referencia en los canjes siguientes del archivo
      *----------------------------------------------------------------
       ATPC832-ACEPTAR-CANJE.
           MOVE WS-ATPC832-CJD-PUNTOS-N TO WS-ATPC832-PUNTOS
           SUBTRACT WS-ATPC832-PUNTOS FROM PUN-SALDO
           ADD WS-ATPC832-PUNTOS TO PUN-CANJEADOS
           MOVE WS-ATPC832-HOY TO PUN-FECULTMOV
           PERFORM ATPCPUN-GRABAR-SALDO
           IF WS-ATPCPUN-RETORNO-OK
              ADD 1 TO WS-ATPC832-CANJES-OK
              ADD WS-ATPC832-PUNTOS TO WS-ATPC832-PTS-CANJEADOS
              INITIALIZE PMV-LIBRO-REG
              MOVE WS-ATPC832-HOY            TO PMV-FECHA
              MOVE WS-ATPC832-CJD-CODENT     TO PMV-CODENT
              MOVE WS-ATPC832-CJD-NUMCUENTA  TO PMV-NUMCUENTA
              MOVE "CAN"                     TO PMV-TIPO
              COMPUTE PMV-PUNTOS = 0 - WS-ATPC832-PUNTOS
              MOVE WS-ATPC832-HOY            TO PMV-FECMOV
              MOVE WS-ATPC832-CJD-REFERENCIA TO PMV-REFERENCIA
              MOVE WS-ATPCRUN-JOBID          TO PMV-JOBID
              WRITE PMV-LIBRO-REG

              PERFORM VARYING WS-I FROM WS-ATPC832-CJE-IDX BY 1
                        UNTIL WS-I > WS-ATPC832-CJE-CANT
                 MOVE WS-ATPC832-CJE-REG(WS-I) TO WS-ATPC832-CJE-OTRO
                 IF WS-ATPC832-CJO-CODENT = WS-ATPC832-CJD-CODENT
                 AND WS-ATPC832-CJO-REFERENCIA
                     = WS-ATPC832-CJD-REFERENCIA
                    MOVE "S" TO WS-ATPC832-CJE-CANJEADO(WS-I)
                 END-IF
              END-PERFORM
           ELSE
              PERFORM ATPC832-ERROR-MAESTRO
           END-IF
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

       COPY "ATPC026-PR".
       COPY "ATPC096-PR".
       COPY "ATPC163-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
       COPY "ATPCPUN-PR".
