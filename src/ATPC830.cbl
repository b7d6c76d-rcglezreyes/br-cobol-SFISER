       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC830.
      *----------------------------------------------------------------
      * Programa batch diario de calculo del intercambio (interchange)
      * esperado sobre las compras de los tarjetahabientes: corre
      * despues de ATPC915 y toma sus movimientos aceptados del dia
      * (MOVACEP.DAT).
      *
      * Son compras los movimientos cuyo TIPOFAC figura en
      * ATPC830.PRM; el INDNORCOR 1 (normal) suma y el INDNORCOR 0
      * (correccion) resta. Cada compra se valoriza contra la tabla de
      * tasas de intercambio INTERCAM.DAT, de clave CODMAR + INDTIPT
      * + clase de tarjeta (WS-ATPC026-TAB-CLASE de la tarjeta del
      * movimiento en ATPC026) + ambito: "N" nacional, "E" extranjero.
      * La fila con clase "****" vale para toda clase de esa marca,
      * tipo y ambito que no tenga fila propia. El intercambio es el
      * porcentaje sobre el importe en moneda principal mas el fijo
      * por transaccion.
      *
      * Ambito: la compra es extranjera cuando ATPC915 la convirtio
      * desde otra moneda (tipo de cambio del registro aceptado
      * distinto de uno) y nacional en caso contrario.
      *
      * Las compras sin tasa se informan, no suman intercambio y la
      * corrida termina con RC 4.
      *
      * Los acumulados del dia por entidad, marca y ambito se guardan
      * en el historial INTERHIST.DAT (la corrida repetida del dia
      * reemplaza los suyos), base de la conciliacion mensual contra
      * lo liquidado por la marca (ATPC831).
      *
      * ATPC830.PRM: una linea por TIPOFAC(4) de compra; sin el
      * archivo o sin ningun TIPOFAC la corrida aborta.
      *
      * Layout de INTERCAM.DAT:
      *  CODMAR(2) INDTIPT(2) CLASE(4) AMBITO(1 N/E)
      *  PORCENTAJE 9(02)V9(04) FIJO 9(05)V99
      *
      * Layout de INTERHIST.DAT:
      *  FECHA(10) CODENT(4) CODMAR(2) AMBITO(1) COMPRAS(7)
      *  BASE S9(13)V99 e INTERCAMBIO S9(13)V99 (signo adelante)
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
           SELECT PRM-ATPC830 ASSIGN TO "ATPC830.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC830-PRM-STATUS.
           SELECT TAS-TASAS ASSIGN TO "INTERCAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC830-TAS-STATUS.
           SELECT MOV-ACEPTADOS ASSIGN TO "MOVACEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC830-MOV-STATUS.
           SELECT ITC-HISTORIAL ASSIGN TO "INTERHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC830-ITC-STATUS.
           SELECT TMP-CONSERVADAS ASSIGN TO "ATPC830.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC830-TMP-STATUS.
           SELECT RPT-ATPC830 ASSIGN TO "ATPC830.RPT"
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

       FD  PRM-ATPC830
           RECORDING MODE IS F.
       01  PRM-ATPC830-REG.
           05  PRM-ATPC830-TIPOFAC            PIC X(04).

       FD  TAS-TASAS
           RECORDING MODE IS F.
       01  TAS-TASAS-REG.
           05  TAS-CODMAR                     PIC X(02).
           05  TAS-INDTIPT                    PIC X(02).
           05  TAS-CLASE                      PIC X(04).
           05  TAS-AMBITO                     PIC X(01).
           05  TAS-PORCENTAJE                 PIC 9(02)V9(04).
           05  TAS-FIJO                       PIC 9(05)V99.

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

       FD  ITC-HISTORIAL
           RECORDING MODE IS F.
       01  ITC-HISTORIAL-REG.
           05  ITC-FECHA                      PIC X(10).
           05  ITC-CODENT                     PIC X(04).
           05  ITC-CODMAR                     PIC 9(02).
           05  ITC-AMBITO                     PIC X(01).
           05  ITC-COMPRAS                    PIC 9(07).
           05  ITC-BASE                       PIC S9(13)V99
                                              SIGN LEADING SEPARATE.
           05  ITC-INTERCAMBIO                PIC S9(13)V99
                                              SIGN LEADING SEPARATE.

       FD  TMP-CONSERVADAS
           RECORDING MODE IS F.
       01  TMP-CONSERVADAS-REG                PIC X(56).

       FD  RPT-ATPC830
           RECORDING MODE IS F.
       01  RPT-ATPC830-REG                    PIC X(130).

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

       77  WS-ATPC830-PRM-STATUS              PIC X(02).
       77  WS-ATPC830-TAS-STATUS              PIC X(02).
       77  WS-ATPC830-MOV-STATUS              PIC X(02).
       77  WS-ATPC830-ITC-STATUS              PIC X(02).
       77  WS-ATPC830-TMP-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC830-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.

      * Fecha del dia
       01  WS-ATPC830-HOY-AMD.
           05  WS-ATPC830-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC830-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC830-HOY-AMD-DD          PIC 9(02).
       01  WS-ATPC830-HOY.
           05  WS-ATPC830-HOY-AAAA            PIC 9(04).
           05  WS-ATPC830-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC830-HOY-MM              PIC 9(02).
           05  WS-ATPC830-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC830-HOY-DD              PIC 9(02).

      * Tipos de factura de compra (ATPC830.PRM)
       78  WS-ATPC830-TFC-MAX                 VALUE 50.
       77  WS-ATPC830-TFC-CANT                PIC 9(02) VALUE 0.
       01  WS-ATPC830-TIPOS-COMPRA.
           05  WS-ATPC830-TFC-TIPOFAC         PIC 9(04)
                                              OCCURS 50 TIMES.
       01  FILLER                             PIC X(01).
           88 WS-ATPC830-ES-COMPRA            VALUE "S"
              WHEN SET TO FALSE "N".

      * Tabla de tasas de intercambio (INTERCAM.DAT)
       78  WS-ATPC830-TAS-MAX                 VALUE 1000.
       77  WS-ATPC830-TAS-CANT                PIC 9(04) VALUE 0.
       77  WS-ATPC830-TAS-IDX                 PIC 9(04).
       01  WS-ATPC830-TASAS.
           05  WS-ATPC830-TAS OCCURS 1000 TIMES.
               10  WS-ATPC830-TAS-CLAVE.
                   15  WS-ATPC830-TAS-CODMAR  PIC X(02).
                   15  WS-ATPC830-TAS-INDTIPT PIC X(02).
                   15  WS-ATPC830-TAS-CLASE   PIC X(04).
                   15  WS-ATPC830-TAS-AMBITO  PIC X(01).
               10  WS-ATPC830-TAS-PORCENTAJE  PIC 9(02)V9(04).
               10  WS-ATPC830-TAS-FIJO        PIC 9(05)V99.
       01  WS-ATPC830-TAS-BUSCADA.
           05  WS-ATPC830-BUS-CODMAR          PIC 9(02).
           05  WS-ATPC830-BUS-INDTIPT         PIC 9(02).
           05  WS-ATPC830-BUS-CLASE           PIC X(04).
           05  WS-ATPC830-BUS-AMBITO          PIC X(01).

      * Acumulados del dia por entidad, marca y ambito
       78  WS-ATPC830-ACU-MAX                 VALUE 1000.
       77  WS-ATPC830-ACU-CANT                PIC 9(04) VALUE 0.
       77  WS-ATPC830-ACU-IDX                 PIC 9(04).
       01  WS-ATPC830-ACUMULADOS.
           05  WS-ATPC830-ACU OCCURS 1000 TIMES.
               10  WS-ATPC830-ACU-CLAVE.
                   15  WS-ATPC830-ACU-CODENT  PIC X(04).
                   15  WS-ATPC830-ACU-CODMAR  PIC 9(02).
                   15  WS-ATPC830-ACU-AMBITO  PIC X(01).
               10  WS-ATPC830-ACU-COMPRAS     PIC 9(07).
               10  WS-ATPC830-ACU-BASE        PIC S9(13)V99.
               10  WS-ATPC830-ACU-INTERCAMBIO PIC S9(13)V99.
       01  WS-ATPC830-ACU-BUSCADA.
           05  WS-ATPC830-ABU-CODENT          PIC X(04).
           05  WS-ATPC830-ABU-CODMAR          PIC 9(02).
           05  WS-ATPC830-ABU-AMBITO          PIC X(01).

      * Compra en curso
       77  WS-ATPC830-AMBITO                  PIC X(01).
       77  WS-ATPC830-INTERCAMBIO             PIC 9(09)V99.

      * Contadores del resumen final
       77  WS-ATPC830-LEIDOS                  PIC 9(08) VALUE 0.
       77  WS-ATPC830-COMPRAS                 PIC 9(08) VALUE 0.
       77  WS-ATPC830-SIN-TARJETA             PIC 9(08) VALUE 0.
       77  WS-ATPC830-SIN-TASA                PIC 9(08) VALUE 0.
       77  WS-ATPC830-TOT-BASE                PIC S9(13)V99 VALUE 0.
       77  WS-ATPC830-TOT-INTERCAMBIO         PIC S9(13)V99 VALUE 0.

       77  WS-ATPC830-IMPORTE-ED              PIC -(13)9.99.
       77  WS-ATPC830-IMPORTE2-ED             PIC -(13)9.99.
       77  WS-ATPC830-PORC-ED                 PIC Z9.9999.
       01  WS-ATPC830-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC830-PRINCIPAL
      *----------------------------------------------------------------
       ATPC830-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC830: CALCULO DE INTERCAMBIO SOBRE COMPRAS          -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC830" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC026-CARGAR-ARREGLO
           PERFORM ATPC096-CARGAR-ARREGLO

           ACCEPT WS-ATPC830-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC830-HOY-G1 WS-ATPC830-HOY-G2
           MOVE WS-ATPC830-HOY-AMD-AAAA TO WS-ATPC830-HOY-AAAA
           MOVE WS-ATPC830-HOY-AMD-MM   TO WS-ATPC830-HOY-MM
           MOVE WS-ATPC830-HOY-AMD-DD   TO WS-ATPC830-HOY-DD

           PERFORM ATPC830-LEER-PARAMETROS
           PERFORM ATPC830-CARGAR-TASAS

           OPEN INPUT MOV-ACEPTADOS
           IF WS-ATPC830-MOV-STATUS NOT = "00"
              DISPLAY "ATPC830 - ERROR: no se pudo abrir MOVACEP.DAT "
                      "-- FILE STATUS:[" WS-ATPC830-MOV-STATUS "] -- "
                      "corrida abortada"
              PERFORM ATPC830-ABORTAR
           END-IF
           OPEN OUTPUT RPT-ATPC830

           MOVE SPACES TO WS-ATPC830-LINEA
           STRING " INTERCAMBIO ESPERADO SOBRE COMPRAS DEL DIA ["
                                              DELIMITED BY SIZE
                  WS-ATPC830-HOY              DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC830-LINEA
           WRITE RPT-ATPC830-REG FROM WS-ATPC830-LINEA
           DISPLAY WS-ATPC830-LINEA
           MOVE SPACES TO WS-ATPC830-LINEA
           WRITE RPT-ATPC830-REG FROM WS-ATPC830-LINEA

           SET WS-ATPC830-FIN-ENTRADA TO FALSE
           PERFORM UNTIL WS-ATPC830-FIN-ENTRADA
              READ MOV-ACEPTADOS
                  AT END
                     SET WS-ATPC830-FIN-ENTRADA TO TRUE
                  NOT AT END
                     ADD 1 TO WS-ATPC830-LEIDOS
                     PERFORM ATPC830-PROCESAR-MOVIMIENTO
              END-READ
           END-PERFORM
           CLOSE MOV-ACEPTADOS

           PERFORM VARYING WS-ATPC830-ACU-IDX FROM 1 BY 1
                     UNTIL WS-ATPC830-ACU-IDX > WS-ATPC830-ACU-CANT
              MOVE WS-ATPC830-ACU-BASE(WS-ATPC830-ACU-IDX)
                TO WS-ATPC830-IMPORTE-ED
              MOVE WS-ATPC830-ACU-INTERCAMBIO(WS-ATPC830-ACU-IDX)
                TO WS-ATPC830-IMPORTE2-ED
              MOVE SPACES TO WS-ATPC830-LINEA
              STRING " ENTIDAD ["             DELIMITED BY SIZE
                     WS-ATPC830-ACU-CODENT(WS-ATPC830-ACU-IDX)
                                              DELIMITED BY SIZE
                     "] MARCA ["              DELIMITED BY SIZE
                     WS-ATPC830-ACU-CODMAR(WS-ATPC830-ACU-IDX)
                                              DELIMITED BY SIZE
                     "] AMBITO ["             DELIMITED BY SIZE
                     WS-ATPC830-ACU-AMBITO(WS-ATPC830-ACU-IDX)
                                              DELIMITED BY SIZE
                     "] COMPRAS ["            DELIMITED BY SIZE
                     WS-ATPC830-ACU-COMPRAS(WS-ATPC830-ACU-IDX)
                                              DELIMITED BY SIZE
                     "] BASE ["               DELIMITED BY SIZE
                     WS-ATPC830-IMPORTE-ED    DELIMITED BY SIZE
                     "] INTERCAMBIO ["        DELIMITED BY SIZE
                     WS-ATPC830-IMPORTE2-ED   DELIMITED BY SIZE
                     "]"                      DELIMITED BY SIZE
                INTO WS-ATPC830-LINEA
              WRITE RPT-ATPC830-REG FROM WS-ATPC830-LINEA
              DISPLAY WS-ATPC830-LINEA
           END-PERFORM

           PERFORM ATPC830-ACTUALIZAR-HISTORIAL

           MOVE WS-ATPC830-TOT-BASE        TO WS-ATPC830-IMPORTE-ED
           MOVE WS-ATPC830-TOT-INTERCAMBIO TO WS-ATPC830-IMPORTE2-ED
           MOVE SPACES TO WS-ATPC830-LINEA
           WRITE RPT-ATPC830-REG FROM WS-ATPC830-LINEA
           MOVE SPACES TO WS-ATPC830-LINEA
           STRING " MOVIMIENTOS: "            DELIMITED BY SIZE
                  WS-ATPC830-LEIDOS           DELIMITED BY SIZE
                  "  COMPRAS: "               DELIMITED BY SIZE
                  WS-ATPC830-COMPRAS          DELIMITED BY SIZE
                  "  SIN TARJETA: "           DELIMITED BY SIZE
                  WS-ATPC830-SIN-TARJETA      DELIMITED BY SIZE
                  "  SIN TASA: "              DELIMITED BY SIZE
                  WS-ATPC830-SIN-TASA         DELIMITED BY SIZE
             INTO WS-ATPC830-LINEA
           WRITE RPT-ATPC830-REG FROM WS-ATPC830-LINEA
           DISPLAY WS-ATPC830-LINEA
           MOVE SPACES TO WS-ATPC830-LINEA
           STRING " BASE: "                   DELIMITED BY SIZE
                  WS-ATPC830-IMPORTE-ED       DELIMITED BY SIZE
                  "  INTERCAMBIO ESPERADO: "  DELIMITED BY SIZE
                  WS-ATPC830-IMPORTE2-ED      DELIMITED BY SIZE
             INTO WS-ATPC830-LINEA
           WRITE RPT-ATPC830-REG FROM WS-ATPC830-LINEA
           DISPLAY WS-ATPC830-LINEA

           CLOSE RPT-ATPC830

           IF WS-ATPC830-SIN-TASA > ZEROES
           OR WS-ATPC830-SIN-TARJETA > ZEROES
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY
           "- ATPC830: CALCULO DE INTERCAMBIO FINALIZADO             -"
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
      * Proceso: ATPC830-ABORTAR
      *----------------------------------------------------------------
       ATPC830-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC830-LEER-PARAMETROS
      *----------------------------------------------------------------
      * Tipos de factura de compra; sin ATPC830.PRM o sin ningun
      * TIPOFAC valido la corrida aborta
      *----------------------------------------------------------------
       ATPC830-LEER-PARAMETROS.
           OPEN INPUT PRM-ATPC830
           IF WS-ATPC830-PRM-STATUS NOT = "00"
              DISPLAY "ATPC830 - ERROR: no se pudo abrir ATPC830.PRM "
                      "-- FILE STATUS:[" WS-ATPC830-PRM-STATUS "] -- "
                      "corrida abortada"
              PERFORM ATPC830-ABORTAR
           END-IF
           SET WS-ATPC830-FIN-ENTRADA TO FALSE
           PERFORM UNTIL WS-ATPC830-FIN-ENTRADA
              READ PRM-ATPC830
                  AT END
                     SET WS-ATPC830-FIN-ENTRADA TO TRUE
                  NOT AT END
                     EVALUATE TRUE
                        WHEN PRM-ATPC830-TIPOFAC IS NOT NUMERIC
                           DISPLAY "ATPC830 - AVISO: TIPOFAC invalido "
                                   "en ATPC830.PRM ["
                                   PRM-ATPC830-TIPOFAC "] -- ignorado"
                        WHEN WS-ATPC830-TFC-CANT >= WS-ATPC830-TFC-MAX
                           DISPLAY "ATPC830 - AVISO: ATPC830.PRM "
                                   "excede " WS-ATPC830-TFC-MAX
                                   " TIPOFAC -- ["
                                   PRM-ATPC830-TIPOFAC "] ignorado"
                        WHEN OTHER
                           ADD 1 TO WS-ATPC830-TFC-CANT
                           MOVE PRM-ATPC830-TIPOFAC TO
                                WS-ATPC830-TFC-TIPOFAC
                                (WS-ATPC830-TFC-CANT)
                     END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE PRM-ATPC830

           IF WS-ATPC830-TFC-CANT = ZEROES
              DISPLAY "ATPC830 - ERROR: ATPC830.PRM sin TIPOFAC de "
                      "compra -- corrida abortada"
              PERFORM ATPC830-ABORTAR
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC830-CARGAR-TASAS
      *----------------------------------------------------------------
       ATPC830-CARGAR-TASAS.
           OPEN INPUT TAS-TASAS
           IF WS-ATPC830-TAS-STATUS NOT = "00"
              DISPLAY "ATPC830 - ERROR: no se pudo abrir INTERCAM.DAT "
                      "-- FILE STATUS:[" WS-ATPC830-TAS-STATUS "] -- "
                      "corrida abortada"
              PERFORM ATPC830-ABORTAR
           END-IF
           SET WS-ATPC830-FIN-ENTRADA TO FALSE
           PERFORM UNTIL WS-ATPC830-FIN-ENTRADA
              READ TAS-TASAS
                  AT END
                     SET WS-ATPC830-FIN-ENTRADA TO TRUE
                  NOT AT END
                     EVALUATE TRUE
                        WHEN TAS-CODMAR  IS NOT NUMERIC
                        OR TAS-INDTIPT   IS NOT NUMERIC
                        OR TAS-PORCENTAJE IS NOT NUMERIC
                        OR TAS-FIJO      IS NOT NUMERIC
                        OR (TAS-AMBITO NOT = "N"
                            AND TAS-AMBITO NOT = "E")
                           DISPLAY "ATPC830 - AVISO: fila invalida en "
                                   "INTERCAM.DAT [" TAS-TASAS-REG
                                   "] -- ignorada"
                        WHEN WS-ATPC830-TAS-CANT >= WS-ATPC830-TAS-MAX
                           DISPLAY "ATPC830 - ERROR: INTERCAM.DAT "
                                   "supera la capacidad maxima ["
                                   WS-ATPC830-TAS-MAX "] -- corrida "
                                   "abortada"
                           CLOSE TAS-TASAS
                           PERFORM ATPC830-ABORTAR
                        WHEN OTHER
                           ADD 1 TO WS-ATPC830-TAS-CANT
                           MOVE TAS-CODMAR TO WS-ATPC830-TAS-CODMAR
                                              (WS-ATPC830-TAS-CANT)
                           MOVE TAS-INDTIPT TO WS-ATPC830-TAS-INDTIPT
                                               (WS-ATPC830-TAS-CANT)
                           MOVE TAS-CLASE TO WS-ATPC830-TAS-CLASE
                                             (WS-ATPC830-TAS-CANT)
                           MOVE TAS-AMBITO TO WS-ATPC830-TAS-AMBITO
                                              (WS-ATPC830-TAS-CANT)
                           MOVE TAS-PORCENTAJE TO
                                WS-ATPC830-TAS-PORCENTAJE
                                (WS-ATPC830-TAS-CANT)
                           MOVE TAS-FIJO TO WS-ATPC830-TAS-FIJO
                                            (WS-ATPC830-TAS-CANT)
                     END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE TAS-TASAS
           .

      *----------------------------------------------------------------
      * Proceso: ATPC830-PROCESAR-MOVIMIENTO
      *----------------------------------------------------------------
       ATPC830-PROCESAR-MOVIMIENTO.
           SET WS-ATPC830-ES-COMPRA TO FALSE
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC830-TFC-CANT
              IF WS-ATPC830-TFC-TIPOFAC(WS-I) = MOV-ACE-TIPOFAC
                 SET WS-ATPC830-ES-COMPRA TO TRUE
                 MOVE WS-ATPC830-TFC-CANT TO WS-I
              END-IF
           END-PERFORM

           IF WS-ATPC830-ES-COMPRA
              ADD 1 TO WS-ATPC830-COMPRAS
              INITIALIZE WS-ATPC026
              MOVE MOV-ACE-CODENT  TO WS-ATPC026-CODENT
              MOVE MOV-ACE-CODMAR  TO WS-ATPC026-CODMAR
              MOVE MOV-ACE-INDTIPT TO WS-ATPC026-INDTIPT
              PERFORM ATPC026-BUSCAR-EN-ARREGLO
              IF NOT WS-ATPC026-RETORNO-OK
                 ADD 1 TO WS-ATPC830-SIN-TARJETA
                 MOVE SPACES TO WS-ATPC830-LINEA
                 STRING " SIN TIPO DE TARJETA: ENTIDAD ["
                                              DELIMITED BY SIZE
                        MOV-ACE-CODENT        DELIMITED BY SIZE
                        "] MARCA ["           DELIMITED BY SIZE
                        MOV-ACE-CODMAR        DELIMITED BY SIZE
                        "] TIPO ["            DELIMITED BY SIZE
                        MOV-ACE-INDTIPT       DELIMITED BY SIZE
                        "] CUENTA ["          DELIMITED BY SIZE
                        MOV-ACE-NUMCUENTA     DELIMITED BY SIZE
                        "]"                   DELIMITED BY SIZE
                   INTO WS-ATPC830-LINEA
                 WRITE RPT-ATPC830-REG FROM WS-ATPC830-LINEA
              ELSE
                 PERFORM ATPC830-VALORIZAR-COMPRA
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC830-VALORIZAR-COMPRA
      *----------------------------------------------------------------
      * Busca la tasa de la clase de la tarjeta y, si no la hay, la de
      * clase "****"; acumula base e intercambio con el signo del
      * INDNORCOR
      *----------------------------------------------------------------
       ATPC830-VALORIZAR-COMPRA.
           IF MOV-ACE-TIPOCAMBIO = 1
              MOVE "N" TO WS-ATPC830-AMBITO
           ELSE
              MOVE "E" TO WS-ATPC830-AMBITO
           END-IF

           MOVE MOV-ACE-CODMAR     TO WS-ATPC830-BUS-CODMAR
           MOVE MOV-ACE-INDTIPT    TO WS-ATPC830-BUS-INDTIPT
           MOVE WS-ATPC026-CLASE   TO WS-ATPC830-BUS-CLASE
           MOVE WS-ATPC830-AMBITO  TO WS-ATPC830-BUS-AMBITO
           PERFORM ATPC830-BUSCAR-TASA
           IF WS-ATPC830-TAS-IDX = ZEROES
              MOVE "****" TO WS-ATPC830-BUS-CLASE
              PERFORM ATPC830-BUSCAR-TASA
           END-IF

           MOVE MOV-ACE-CODENT    TO WS-ATPC830-ABU-CODENT
           MOVE MOV-ACE-CODMAR    TO WS-ATPC830-ABU-CODMAR
           MOVE WS-ATPC830-AMBITO TO WS-ATPC830-ABU-AMBITO
           PERFORM ATPC830-UBICAR-ACUMULADO

           IF WS-ATPC830-TAS-IDX = ZEROES
              ADD 1 TO WS-ATPC830-SIN-TASA
              MOVE ZEROES TO WS-ATPC830-INTERCAMBIO
              MOVE SPACES TO WS-ATPC830-LINEA
              STRING " SIN TASA DE INTERCAMBIO: MARCA ["
                                              DELIMITED BY SIZE
                     MOV-ACE-CODMAR           DELIMITED BY SIZE
                     "] TIPO ["               DELIMITED BY SIZE
                     MOV-ACE-INDTIPT          DELIMITED BY SIZE
                     "] CLASE ["              DELIMITED BY SIZE
                     WS-ATPC026-CLASE         DELIMITED BY SIZE
                     "] AMBITO ["             DELIMITED BY SIZE
                     WS-ATPC830-AMBITO        DELIMITED BY SIZE
                     "] CUENTA ["             DELIMITED BY SIZE
                     MOV-ACE-NUMCUENTA        DELIMITED BY SIZE
                     "]"                      DELIMITED BY SIZE
                INTO WS-ATPC830-LINEA
              WRITE RPT-ATPC830-REG FROM WS-ATPC830-LINEA
           ELSE
              COMPUTE WS-ATPC830-INTERCAMBIO ROUNDED =
                      MOV-ACE-IMPORTE
                    * WS-ATPC830-TAS-PORCENTAJE(WS-ATPC830-TAS-IDX)
                    / 100
                    + WS-ATPC830-TAS-FIJO(WS-ATPC830-TAS-IDX)
           END-IF

           IF WS-ATPC830-ACU-IDX > ZEROES
              ADD 1 TO WS-ATPC830-ACU-COMPRAS(WS-ATPC830-ACU-IDX)
              IF MOV-ACE-INDNORCOR = 0
                 SUBTRACT MOV-ACE-IMPORTE
                     FROM WS-ATPC830-ACU-BASE(WS-ATPC830-ACU-IDX)
                          WS-ATPC830-TOT-BASE
                 SUBTRACT WS-ATPC830-INTERCAMBIO
                     FROM WS-ATPC830-ACU-INTERCAMBIO
                          (WS-ATPC830-ACU-IDX)
                          WS-ATPC830-TOT-INTERCAMBIO
              ELSE
                 ADD MOV-ACE-IMPORTE
                  TO WS-ATPC830-ACU-BASE(WS-ATPC830-ACU-IDX)
                     WS-ATPC830-TOT-BASE
                 ADD WS-ATPC830-INTERCAMBIO
                  TO WS-ATPC830-ACU-INTERCAMBIO(WS-ATPC830-ACU-IDX)
                     WS-ATPC830-TOT-INTERCAMBIO
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC830-BUSCAR-TASA
      *----------------------------------------------------------------
       ATPC830-BUSCAR-TASA.
           MOVE ZEROES TO WS-ATPC830-TAS-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC830-TAS-CANT
              IF WS-ATPC830-TAS-CLAVE(WS-I) = WS-ATPC830-TAS-BUSCADA
                 MOVE WS-I TO WS-ATPC830-TAS-IDX
                 MOVE WS-ATPC830-TAS-CANT TO WS-I
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC830-UBICAR-ACUMULADO
      *----------------------------------------------------------------
      * Deja en WS-ATPC830-ACU-IDX la fila de la clave buscada,
      * agregandola si no existe (cero si la tabla esta llena)
      *----------------------------------------------------------------
       ATPC830-UBICAR-ACUMULADO.
           MOVE ZEROES TO WS-ATPC830-ACU-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC830-ACU-CANT
              IF WS-ATPC830-ACU-CLAVE(WS-I) = WS-ATPC830-ACU-BUSCADA
                 MOVE WS-I TO WS-ATPC830-ACU-IDX
                 MOVE WS-ATPC830-ACU-CANT TO WS-I
              END-IF
           END-PERFORM
           IF WS-ATPC830-ACU-IDX = ZEROES
              IF WS-ATPC830-ACU-CANT < WS-ATPC830-ACU-MAX
                 ADD 1 TO WS-ATPC830-ACU-CANT
                 MOVE WS-ATPC830-ACU-CANT TO WS-ATPC830-ACU-IDX
                 MOVE WS-ATPC830-ACU-BUSCADA
                   TO WS-ATPC830-ACU-CLAVE(WS-ATPC830-ACU-IDX)
                 MOVE ZEROES
                   TO WS-ATPC830-ACU-COMPRAS(WS-ATPC830-ACU-IDX)
                      WS-ATPC830-ACU-BASE(WS-ATPC830-ACU-IDX)
                      WS-ATPC830-ACU-INTERCAMBIO(WS-ATPC830-ACU-IDX)
              ELSE
                 DISPLAY "ATPC830 - ERROR: acumulados del dia superan "
                         "la capacidad maxima [" WS-ATPC830-ACU-MAX
                         "] -- clave [" WS-ATPC830-ACU-BUSCADA
                         "] sin acumular"
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC830-ACTUALIZAR-HISTORIAL
      *----------------------------------------------------------------
      * Conserva del historial todo lo que no es del dia, agrega los
      * acumulados del dia y reescribe INTERHIST.DAT
      *----------------------------------------------------------------
       ATPC830-ACTUALIZAR-HISTORIAL.
           OPEN OUTPUT TMP-CONSERVADAS
           IF WS-ATPC830-TMP-STATUS NOT = "00"
              DISPLAY "ATPC830 - ERROR: no se pudo abrir ATPC830.TMP "
                      "-- FILE STATUS:[" WS-ATPC830-TMP-STATUS "] -- "
                      "INTERHIST.DAT queda sin actualizar"
              MOVE 12 TO RETURN-CODE
           ELSE
              OPEN INPUT ITC-HISTORIAL
              IF WS-ATPC830-ITC-STATUS = "00"
                 SET WS-ATPC830-FIN-ENTRADA TO FALSE
                 PERFORM UNTIL WS-ATPC830-FIN-ENTRADA
                    READ ITC-HISTORIAL
                        AT END
                           SET WS-ATPC830-FIN-ENTRADA TO TRUE
                        NOT AT END
                           IF ITC-FECHA NOT = WS-ATPC830-HOY
                              WRITE TMP-CONSERVADAS-REG
                                    FROM ITC-HISTORIAL-REG
                           END-IF
                    END-READ
                 END-PERFORM
                 CLOSE ITC-HISTORIAL
              END-IF

              PERFORM VARYING WS-ATPC830-ACU-IDX FROM 1 BY 1
                        UNTIL WS-ATPC830-ACU-IDX > WS-ATPC830-ACU-CANT
                 INITIALIZE ITC-HISTORIAL-REG
                 MOVE WS-ATPC830-HOY TO ITC-FECHA
                 MOVE WS-ATPC830-ACU-CODENT(WS-ATPC830-ACU-IDX)
                   TO ITC-CODENT
                 MOVE WS-ATPC830-ACU-CODMAR(WS-ATPC830-ACU-IDX)
                   TO ITC-CODMAR
                 MOVE WS-ATPC830-ACU-AMBITO(WS-ATPC830-ACU-IDX)
                   TO ITC-AMBITO
                 MOVE WS-ATPC830-ACU-COMPRAS(WS-ATPC830-ACU-IDX)
                   TO ITC-COMPRAS
                 MOVE WS-ATPC830-ACU-BASE(WS-ATPC830-ACU-IDX)
                   TO ITC-BASE
                 MOVE WS-ATPC830-ACU-INTERCAMBIO(WS-ATPC830-ACU-IDX)
                   TO ITC-INTERCAMBIO
                 WRITE TMP-CONSERVADAS-REG FROM ITC-HISTORIAL-REG
              END-PERFORM
              CLOSE TMP-CONSERVADAS

              OPEN INPUT TMP-CONSERVADAS
              OPEN OUTPUT ITC-HISTORIAL
              SET WS-ATPC830-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC830-FIN-ENTRADA
                 READ TMP-CONSERVADAS
                     AT END
                        SET WS-ATPC830-FIN-ENTRADA TO TRUE
                     NOT AT END
                        WRITE ITC-HISTORIAL-REG
                              FROM TMP-CONSERVADAS-REG
                 END-READ
              END-PERFORM
              CLOSE TMP-CONSERVADAS
              CLOSE ITC-HISTORIAL
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
