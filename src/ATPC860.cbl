       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC860.
      *----------------------------------------------------------------
      * Programa batch diario de carga del historico de movimientos
      * (corre despues de ATPC915 y de ATPC999). Hasta ahora los
      * movimientos facturados solo quedaban en los archivos de la
      * noche; disputas, cobranzas y atencion al cliente no podian ver
      * lo cobrado el mes anterior. Este programa agrega al historico
      * indexado MOVHIST.DAT (ver ATPCMVH-MVH.cpy) --
      *  - los movimientos aceptados de la noche (MOVACEP.DAT); los
      *    que ATPC976 reciclo desde la consola de reparacion
      *    (MOVRECI.DAT) quedan con origen REPARADO y el resto con
      *    origen ACEPTADO. Los reciclados que ATPC915 no acepto se
      *    descartan: si la reparacion vuelve a entrar, ATPC976 los
      *    anota de nuevo;
      *  - los ajustes de saldo del dia de ATPC999 (filas de debe
      *    AJ+/AJ- de AJUGL.DAT con la fecha de hoy), con origen
      *    AJUSTE y el signo del ajuste.
      * Cada movimiento toma la proxima secuencia libre de su cuenta y
      * fecha. Las claves cargadas quedan en el diario MOVHIST.CAR:
      * si la corrida se repite en el mismo dia de proceso, primero se
      * borra lo que cargo la corrida anterior del dia y despues se
      * carga de nuevo, de modo que un reproceso no duplica el
      * historico.
      *
      * Particiones mensuales: la primera corrida de cada mes mueve
      * los movimientos de los meses que superan la permanencia
      * configurada a MOVHIST.ARC (mismo layout, secuencial, se agrega
      * al final; operaciones lo baja a cinta) y los borra del
      * historico. MOVHIST.CTL guarda el mes de la ultima pasada y el
      * primer mes que sigue en linea, que la consulta de ATPC973
      * informa al operador.
      *
      * Layout de ATPC860.PRM (opcional): MESES(3) de permanencia en
      * linea, 12 si falta o no es numerico.
      *
      * Modo ensayo: con "S" en la primera posicion de ENSAYO.PRM la
      * noche es de ensayo (ATPC915 no dejo aceptados reales) y el
      * historico no se toca.
      *
      * Sin MOVHIST.DAT disponible la corrida termina con RC 12; sin
      * MOVACEP.DAT, o con claves repetidas, deja RC 4.
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
           SELECT PRM-ENSAYO ASSIGN TO "ENSAYO.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC860-ENS-STATUS.
           SELECT PRM-ATPC860 ASSIGN TO "ATPC860.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC860-PRM-STATUS.
      * Historico de movimientos -- ver ATPCMVH-MVH.cpy
           SELECT MVH-HISTORICO ASSIGN TO "MOVHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MVH-CLAVE
               FILE STATUS IS WS-ATPC860-MVH-STATUS.
           SELECT MOV-ACEPTADOS ASSIGN TO "MOVACEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC860-ACE-STATUS.
           SELECT MOV-RECICLADOS ASSIGN TO "MOVRECI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC860-RCI-STATUS.
           SELECT AJU-ASIENTOS ASSIGN TO "AJUGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC860-AJU-STATUS.
           SELECT CAR-DIARIO ASSIGN TO "MOVHIST.CAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC860-CAR-STATUS.
           SELECT PER-PARTICIONES ASSIGN TO "MOVHIST.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC860-PER-STATUS.
           SELECT ARC-ARCHIVO ASSIGN TO "MOVHIST.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC860-ARC-STATUS.
           SELECT RPT-ATPC860 ASSIGN TO "ATPC860.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Requerido porque ATPCCTL-INICIALIZAR-CONTROL graba una fila de
      * control compartida -- ver ATPCCTL-CTL.cpy
           SELECT CTL-CARGAS ASSIGN TO "ATPCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCCTL-STATUS.
      * Bitacora de auditoria persistente -- ver ATPCAUD-AUD.cpy
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
       COPY "ATPCMVH-MVH".

       FD  PRM-ENSAYO
           RECORDING MODE IS F.
       01  PRM-ENSAYO-REG.
           05  PRM-ENSAYO-MODO                PIC X(01).
           05  PRM-ENSAYO-CODENT              PIC X(04).

       FD  PRM-ATPC860
           RECORDING MODE IS F.
       01  PRM-ATPC860-REG.
           05  PRM-ATPC860-MESES              PIC X(03).

       FD  MOV-ACEPTADOS
           RECORDING MODE IS F.
       01  MOV-ACEPTADOS-REG.
           05  MOV-ACE-DATOS.
               10  MOV-ACE-CODENT             PIC X(04).
               10  MOV-ACE-CODMAR             PIC 9(02).
               10  MOV-ACE-INDTIPT            PIC 9(02).
               10  MOV-ACE-TIPOFAC            PIC 9(04).
               10  MOV-ACE-INDNORCOR          PIC 9(01).
               10  MOV-ACE-INDVERT            PIC X(01).
               10  MOV-ACE-INDNIVAPL          PIC X(02).
               10  MOV-ACE-CODCONECO          PIC 9(04).
               10  MOV-ACE-NUMCUENTA          PIC X(16).
               10  MOV-ACE-IMPORTE            PIC 9(09)V99.
               10  MOV-ACE-FECHA              PIC X(10).
               10  MOV-ACE-CLAMON             PIC 9(03).
           05  MOV-ACE-IMPORTE-ORIG           PIC 9(09)V99.
           05  MOV-ACE-TIPOCAMBIO             PIC 9(07)V9(06).
           05  MOV-ACE-FECHA-TASA             PIC X(10).

       FD  MOV-RECICLADOS
           RECORDING MODE IS F.
       01  MOV-RECICLADOS-REG                 PIC X(60).

       FD  AJU-ASIENTOS
           RECORDING MODE IS F.
       01  AJU-ASIENTOS-REG.
           05  AST-TIPO                       PIC X(03).
           05  AST-CODENT                     PIC X(04).
           05  AST-ORIGEN                     PIC X(03).
           05  AST-DEBHAB                     PIC X(01).
           05  AST-CONTCUR                    PIC X(26).
           05  AST-IMPORTE                    PIC 9(13)V99.
           05  AST-FECHA                      PIC X(10).
           05  AST-REFERENCIA                 PIC X(20).

       FD  CAR-DIARIO
           RECORDING MODE IS F.
       01  CAR-DIARIO-REG.
           05  CAR-FECCARGA                   PIC X(10).
           05  CAR-CLAVE                      PIC X(35).

       FD  PER-PARTICIONES
           RECORDING MODE IS F.
       01  PER-PARTICIONES-REG.
           05  PER-PERIODO                    PIC X(07).
           05  PER-CORTE                      PIC X(07).

       FD  ARC-ARCHIVO
           RECORDING MODE IS F.
       01  ARC-ARCHIVO-REG                    PIC X(123).

       FD  RPT-ATPC860
           RECORDING MODE IS F.
       01  RPT-ATPC860-REG                    PIC X(130).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".

       77  WS-ATPC860-ENS-STATUS              PIC X(02).
       77  WS-ATPC860-PRM-STATUS              PIC X(02).
       77  WS-ATPC860-MVH-STATUS              PIC X(02).
       77  WS-ATPC860-ACE-STATUS              PIC X(02).
       77  WS-ATPC860-RCI-STATUS              PIC X(02).
       77  WS-ATPC860-AJU-STATUS              PIC X(02).
       77  WS-ATPC860-CAR-STATUS              PIC X(02).
       77  WS-ATPC860-PER-STATUS              PIC X(02).
       77  WS-ATPC860-ARC-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC860-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.
       01  FILLER                             PIC 9(01).
           88 WS-ATPC860-FIN-HISTORICO        VALUE 1
              WHEN SET TO FALSE 0.
       01  FILLER                             PIC X(01).
           88 WS-ATPC860-ENSAYO               VALUE "S"
              WHEN SET TO FALSE "N".
       01  FILLER                             PIC X(01).
           88 WS-ATPC860-CON-RECICLADOS       VALUE "S"
              WHEN SET TO FALSE "N".

      * Reciclados de ATPC976 pendientes de asentar
       78  WS-ATPC860-RCI-MAX                 VALUE 5000.
       77  WS-ATPC860-RCI-CANT                PIC 9(04) VALUE 0.
       01  WS-ATPC860-RECICLADOS.
           05  WS-ATPC860-RCI OCCURS 5000 TIMES.
               10  WS-ATPC860-RCI-DATOS       PIC X(60).
               10  WS-ATPC860-RCI-USADO       PIC X(01).
       77  WS-ATPC860-RCI-IDX                 PIC 9(04).
      * Movimiento reparado de una carga que se reemplaza, con el
      * layout de MOVFACT.DAT
       01  WS-ATPC860-MOV.
           05  WS-ATPC860-MOV-CODENT          PIC X(04).
           05  WS-ATPC860-MOV-CODMAR          PIC 9(02).
           05  WS-ATPC860-MOV-INDTIPT         PIC 9(02).
           05  WS-ATPC860-MOV-TIPOFAC         PIC 9(04).
           05  WS-ATPC860-MOV-INDNORCOR       PIC 9(01).
           05  WS-ATPC860-MOV-INDVERT         PIC X(01).
           05  WS-ATPC860-MOV-INDNIVAPL       PIC X(02).
           05  WS-ATPC860-MOV-CODCONECO       PIC 9(04).
           05  WS-ATPC860-MOV-NUMCUENTA       PIC X(16).
           05  WS-ATPC860-MOV-IMPORTE         PIC 9(09)V99.
           05  WS-ATPC860-MOV-FECHA           PIC X(10).
           05  WS-ATPC860-MOV-CLAMON          PIC 9(03).

      * Movimiento en armado y su secuencia
       01  WS-ATPC860-REG                     PIC X(123).
       77  WS-ATPC860-SECUENCIA               PIC 9(05).
       01  WS-ATPC860-PREFIJO.
           05  WS-ATPC860-PRE-CODENT          PIC X(04).
           05  WS-ATPC860-PRE-NUMCUENTA       PIC X(16).
           05  WS-ATPC860-PRE-FECHA           PIC X(10).

      * Permanencia en linea y particiones
       77  WS-ATPC860-MESES                   PIC 9(03) VALUE 12.
       77  WS-ATPC860-MESES-TOT               PIC 9(07).
       77  WS-ATPC860-RESTO                   PIC 9(02).
       01  WS-ATPC860-PERIODO.
           05  WS-ATPC860-PER-AAAA            PIC 9(04).
           05  FILLER                         PIC X(01) VALUE "-".
           05  WS-ATPC860-PER-MM              PIC 9(02).
       01  WS-ATPC860-CORTE.
           05  WS-ATPC860-COR-AAAA            PIC 9(04).
           05  FILLER                         PIC X(01) VALUE "-".
           05  WS-ATPC860-COR-MM              PIC 9(02).
       77  WS-ATPC860-ULT-PERIODO             PIC X(07).

       01  WS-ATPC860-HOY.
           05  WS-ATPC860-HOY-AAAA            PIC 9(04).
           05  WS-ATPC860-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC860-HOY-MM              PIC 9(02).
           05  WS-ATPC860-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC860-HOY-DD              PIC 9(02).
       01  WS-ATPC860-HOY-AMD.
           05  WS-ATPC860-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC860-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC860-HOY-AMD-DD          PIC 9(02).

      * Contadores del resumen final
       77  WS-ATPC860-ACEPTADOS               PIC 9(08) VALUE 0.
       77  WS-ATPC860-REPARADOS               PIC 9(08) VALUE 0.
       77  WS-ATPC860-AJUSTES                 PIC 9(08) VALUE 0.
       77  WS-ATPC860-REEMPLAZADOS            PIC 9(08) VALUE 0.
       77  WS-ATPC860-REPETIDOS               PIC 9(08) VALUE 0.
       77  WS-ATPC860-ARCHIVADOS              PIC 9(08) VALUE 0.

       01  WS-ATPC860-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC860-PRINCIPAL
      *----------------------------------------------------------------
       ATPC860-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC860: CARGA DEL HISTORICO DE MOVIMIENTOS            -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC860" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL

           ACCEPT WS-ATPC860-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC860-HOY-G1 WS-ATPC860-HOY-G2
           MOVE WS-ATPC860-HOY-AMD-AAAA TO WS-ATPC860-HOY-AAAA
           MOVE WS-ATPC860-HOY-AMD-MM   TO WS-ATPC860-HOY-MM
           MOVE WS-ATPC860-HOY-AMD-DD   TO WS-ATPC860-HOY-DD

           OPEN OUTPUT RPT-ATPC860
           MOVE SPACES TO WS-ATPC860-LINEA
           STRING " HISTORICO DE MOVIMIENTOS AL ["
                                              DELIMITED BY SIZE
                  WS-ATPC860-HOY              DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC860-LINEA
           WRITE RPT-ATPC860-REG FROM WS-ATPC860-LINEA
           DISPLAY WS-ATPC860-LINEA

           PERFORM ATPC860-LEER-ENSAYO
           IF WS-ATPC860-ENSAYO
              MOVE " *** NOCHE DE ENSAYO -- EL HISTORICO NO SE TOCA"
                TO WS-ATPC860-LINEA
              WRITE RPT-ATPC860-REG FROM WS-ATPC860-LINEA
              DISPLAY WS-ATPC860-LINEA
           ELSE
              PERFORM ATPC860-LEER-PARAMETROS
              PERFORM ATPC860-ABRIR-HISTORICO
              PERFORM ATPC860-CARGAR-RECICLADOS
              PERFORM ATPC860-DESHACER-CARGA

              OPEN OUTPUT CAR-DIARIO
              PERFORM ATPC860-CARGAR-ACEPTADOS
              PERFORM ATPC860-CARGAR-AJUSTES
              CLOSE CAR-DIARIO

      * Los reciclados ya quedaron asentados (o ATPC915 no los acepto)
              IF WS-ATPC860-CON-RECICLADOS
                 OPEN OUTPUT MOV-RECICLADOS
                 CLOSE MOV-RECICLADOS
              END-IF

              PERFORM ATPC860-VERIFICAR-PARTICIONES
              CLOSE MVH-HISTORICO
              PERFORM ATPC860-RESUMEN-FINAL
           END-IF

           CLOSE RPT-ATPC860

           DISPLAY
           "- ATPC860: HISTORICO DE MOVIMIENTOS FINALIZADO           -"
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
      * Proceso: ATPC860-ABORTAR
      *----------------------------------------------------------------
       ATPC860-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC860-LEER-ENSAYO
      *----------------------------------------------------------------
       ATPC860-LEER-ENSAYO.
           SET WS-ATPC860-ENSAYO TO FALSE
           OPEN INPUT PRM-ENSAYO
           IF WS-ATPC860-ENS-STATUS = "00"
              READ PRM-ENSAYO
                  AT END
                     CONTINUE
                  NOT AT END
                     IF PRM-ENSAYO-MODO = CT-S
                        SET WS-ATPC860-ENSAYO TO TRUE
                        DISPLAY "ATPC860 - MODO ENSAYO"
                     END-IF
              END-READ
              CLOSE PRM-ENSAYO
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC860-LEER-PARAMETROS
      *----------------------------------------------------------------
       ATPC860-LEER-PARAMETROS.
           OPEN INPUT PRM-ATPC860
           IF WS-ATPC860-PRM-STATUS = "00"
              READ PRM-ATPC860
                  AT END
                     CONTINUE
                  NOT AT END
                     IF PRM-ATPC860-MESES IS NUMERIC
                     AND PRM-ATPC860-MESES > ZEROES
                        MOVE PRM-ATPC860-MESES TO WS-ATPC860-MESES
                     ELSE
                        DISPLAY "ATPC860 - ALERTA: MESES de "
                                "ATPC860.PRM invalido ["
                                PRM-ATPC860-MESES "] -- se usa "
                                WS-ATPC860-MESES
                        IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                        END-IF
                     END-IF
              END-READ
              CLOSE PRM-ATPC860
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC860-ABRIR-HISTORICO
      *----------------------------------------------------------------
      * La primera corrida crea el historico vacio
      *----------------------------------------------------------------
       ATPC860-ABRIR-HISTORICO.
           OPEN I-O MVH-HISTORICO
           IF WS-ATPC860-MVH-STATUS = "35"
              OPEN OUTPUT MVH-HISTORICO
              CLOSE MVH-HISTORICO
              OPEN I-O MVH-HISTORICO
           END-IF
           IF WS-ATPC860-MVH-STATUS NOT = "00"
              DISPLAY "ATPC860 - ERROR: no se pudo abrir MOVHIST.DAT "
                      "-- FILE STATUS:[" WS-ATPC860-MVH-STATUS "] -- "
                      "corrida abortada"
              CLOSE RPT-ATPC860
              PERFORM ATPC860-ABORTAR
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC860-CARGAR-RECICLADOS
      *----------------------------------------------------------------
       ATPC860-CARGAR-RECICLADOS.
           SET WS-ATPC860-CON-RECICLADOS TO FALSE
           OPEN INPUT MOV-RECICLADOS
           IF WS-ATPC860-RCI-STATUS = "00"
              SET WS-ATPC860-CON-RECICLADOS TO TRUE
              SET WS-ATPC860-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC860-FIN-ENTRADA
                 READ MOV-RECICLADOS
                     AT END
                        SET WS-ATPC860-FIN-ENTRADA TO TRUE
                     NOT AT END
                        PERFORM ATPC860-GUARDAR-RECICLADO
                 END-READ
              END-PERFORM
              CLOSE MOV-RECICLADOS
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC860-GUARDAR-RECICLADO
      *----------------------------------------------------------------
      * Con la tabla llena el reciclado excedente se asienta como
      * ACEPTADO
      *----------------------------------------------------------------
       ATPC860-GUARDAR-RECICLADO.
           IF WS-ATPC860-RCI-CANT NOT < WS-ATPC860-RCI-MAX
              DISPLAY "ATPC860 - ALERTA: mas de " WS-ATPC860-RCI-MAX
                      " reciclados -- cuenta ["
                      MOV-RECICLADOS-REG(27:16) "] se asienta como "
                      "aceptado"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              ADD 1 TO WS-ATPC860-RCI-CANT
              MOVE MOV-RECICLADOS-REG
                TO WS-ATPC860-RCI-DATOS(WS-ATPC860-RCI-CANT)
              MOVE "N" TO WS-ATPC860-RCI-USADO(WS-ATPC860-RCI-CANT)
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC860-DESHACER-CARGA
      *----------------------------------------------------------------
      * Si el diario es de una corrida de hoy, borra lo que esa
      * corrida cargo; los reparados vuelven a la tabla de reciclados
      * para conservar su origen
      *----------------------------------------------------------------
       ATPC860-DESHACER-CARGA.
           OPEN INPUT CAR-DIARIO
           IF WS-ATPC860-CAR-STATUS = "00"
              SET WS-ATPC860-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC860-FIN-ENTRADA
                 READ CAR-DIARIO
                     AT END
                        SET WS-ATPC860-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF CAR-FECCARGA = WS-ATPC860-HOY
                           PERFORM ATPC860-BORRAR-CARGADO
                        ELSE
                           SET WS-ATPC860-FIN-ENTRADA TO TRUE
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE CAR-DIARIO
           END-IF
           IF WS-ATPC860-REEMPLAZADOS > ZEROES
              DISPLAY "ATPC860 - AVISO: reproceso del dia -- se "
                      "reemplazan [" WS-ATPC860-REEMPLAZADOS
                      "] movimientos de la carga anterior"
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC860-BORRAR-CARGADO
      *----------------------------------------------------------------
       ATPC860-BORRAR-CARGADO.
           MOVE CAR-CLAVE TO MVH-CLAVE
           READ MVH-HISTORICO KEY IS MVH-CLAVE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF MVH-REPARADO
                  AND WS-ATPC860-RCI-CANT < WS-ATPC860-RCI-MAX
                     MOVE MVH-CODENT    TO WS-ATPC860-MOV-CODENT
                     MOVE MVH-CODMAR    TO WS-ATPC860-MOV-CODMAR
                     MOVE MVH-INDTIPT   TO WS-ATPC860-MOV-INDTIPT
                     MOVE MVH-TIPOFAC   TO WS-ATPC860-MOV-TIPOFAC
                     MOVE MVH-INDNORCOR TO WS-ATPC860-MOV-INDNORCOR
                     MOVE MVH-INDVERT   TO WS-ATPC860-MOV-INDVERT
                     MOVE MVH-INDNIVAPL TO WS-ATPC860-MOV-INDNIVAPL
                     MOVE MVH-CODCONECO TO WS-ATPC860-MOV-CODCONECO
                     MOVE MVH-NUMCUENTA TO WS-ATPC860-MOV-NUMCUENTA
                     MOVE MVH-IMPORTE   TO WS-ATPC860-MOV-IMPORTE
                     MOVE MVH-FECHA     TO WS-ATPC860-MOV-FECHA
                     MOVE MVH-CLAMON    TO WS-ATPC860-MOV-CLAMON
                     ADD 1 TO WS-ATPC860-RCI-CANT
                     MOVE WS-ATPC860-MOV
                       TO WS-ATPC860-RCI-DATOS(WS-ATPC860-RCI-CANT)
                     MOVE "N"
                       TO WS-ATPC860-RCI-USADO(WS-ATPC860-RCI-CANT)
                  END-IF
                  DELETE MVH-HISTORICO RECORD
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         ADD 1 TO WS-ATPC860-REEMPLAZADOS
                  END-DELETE
           END-READ
           .

      *----------------------------------------------------------------
      * Proceso: ATPC860-CARGAR-ACEPTADOS
      *----------------------------------------------------------------
       ATPC860-CARGAR-ACEPTADOS.
           OPEN INPUT MOV-ACEPTADOS
           IF WS-ATPC860-ACE-STATUS NOT = "00"
              DISPLAY "ATPC860 - ALERTA: sin MOVACEP.DAT -- FILE "
                      "STATUS:[" WS-ATPC860-ACE-STATUS "] -- no se "
                      "cargan aceptados"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              SET WS-ATPC860-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC860-FIN-ENTRADA
                 READ MOV-ACEPTADOS
                     AT END
                        SET WS-ATPC860-FIN-ENTRADA TO TRUE
                     NOT AT END
                        PERFORM ATPC860-ARMAR-ACEPTADO
                        PERFORM ATPC860-ASENTAR-MOVIMIENTO
                 END-READ
              END-PERFORM
              CLOSE MOV-ACEPTADOS
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC860-ARMAR-ACEPTADO
      *----------------------------------------------------------------
       ATPC860-ARMAR-ACEPTADO.
           INITIALIZE MVH-HISTORICO-REG
           MOVE MOV-ACE-CODENT       TO MVH-CODENT
           MOVE MOV-ACE-NUMCUENTA    TO MVH-NUMCUENTA
           MOVE MOV-ACE-FECHA        TO MVH-FECHA
           MOVE MOV-ACE-CODMAR       TO MVH-CODMAR
           MOVE MOV-ACE-INDTIPT      TO MVH-INDTIPT
           MOVE MOV-ACE-TIPOFAC      TO MVH-TIPOFAC
           MOVE MOV-ACE-INDNORCOR    TO MVH-INDNORCOR
           MOVE MOV-ACE-INDVERT      TO MVH-INDVERT
           MOVE MOV-ACE-INDNIVAPL    TO MVH-INDNIVAPL
           MOVE MOV-ACE-CODCONECO    TO MVH-CODCONECO
           MOVE MOV-ACE-IMPORTE      TO MVH-IMPORTE
           MOVE "+"                  TO MVH-SIGNO
           MOVE MOV-ACE-CLAMON       TO MVH-CLAMON
           MOVE MOV-ACE-IMPORTE-ORIG TO MVH-IMPORTE-ORIG
           MOVE MOV-ACE-TIPOCAMBIO   TO MVH-TIPOCAMBIO
           MOVE MOV-ACE-FECHA-TASA   TO MVH-FECHA-TASA

           SET MVH-ACEPTADO TO TRUE
           PERFORM VARYING WS-ATPC860-RCI-IDX FROM 1 BY 1
                     UNTIL WS-ATPC860-RCI-IDX > WS-ATPC860-RCI-CANT
              IF WS-ATPC860-RCI-USADO(WS-ATPC860-RCI-IDX) = "N"
              AND WS-ATPC860-RCI-DATOS(WS-ATPC860-RCI-IDX)
                  = MOV-ACE-DATOS
                 MOVE "S" TO WS-ATPC860-RCI-USADO(WS-ATPC860-RCI-IDX)
                 SET MVH-REPARADO TO TRUE
                 MOVE WS-ATPC860-RCI-CANT TO WS-ATPC860-RCI-IDX
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC860-CARGAR-AJUSTES
      *----------------------------------------------------------------
      * Una fila de debe por ajuste; la de haber es su contrapartida
      *----------------------------------------------------------------
       ATPC860-CARGAR-AJUSTES.
           OPEN INPUT AJU-ASIENTOS
           IF WS-ATPC860-AJU-STATUS = "00"
              SET WS-ATPC860-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC860-FIN-ENTRADA
                 READ AJU-ASIENTOS
                     AT END
                        SET WS-ATPC860-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF AST-TIPO = "AST"
                        AND AST-DEBHAB = "D"
                        AND AST-FECHA = WS-ATPC860-HOY
                        AND (AST-ORIGEN = "AJ+" OR "AJ-")
                           PERFORM ATPC860-ARMAR-AJUSTE
                           PERFORM ATPC860-ASENTAR-MOVIMIENTO
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE AJU-ASIENTOS
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC860-ARMAR-AJUSTE
      *----------------------------------------------------------------
       ATPC860-ARMAR-AJUSTE.
           INITIALIZE MVH-HISTORICO-REG
           MOVE AST-CODENT           TO MVH-CODENT
           MOVE AST-REFERENCIA       TO MVH-NUMCUENTA
           MOVE AST-FECHA            TO MVH-FECHA
           MOVE AST-IMPORTE          TO MVH-IMPORTE
                                        MVH-IMPORTE-ORIG
           MOVE AST-ORIGEN(3:1)      TO MVH-SIGNO
           SET MVH-AJUSTE TO TRUE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC860-ASENTAR-MOVIMIENTO
      *----------------------------------------------------------------
      * Graba el movimiento armado con la proxima secuencia libre de
      * su cuenta y fecha, y anota la clave en el diario de carga
      *----------------------------------------------------------------
       ATPC860-ASENTAR-MOVIMIENTO.
           MOVE WS-ATPC860-HOY     TO MVH-FECCARGA
           MOVE WS-ATPCRUN-RUNID   TO MVH-RUNID
           MOVE MVH-HISTORICO-REG  TO WS-ATPC860-REG
           MOVE MVH-CODENT         TO WS-ATPC860-PRE-CODENT
           MOVE MVH-NUMCUENTA      TO WS-ATPC860-PRE-NUMCUENTA
           MOVE MVH-FECHA          TO WS-ATPC860-PRE-FECHA
           PERFORM ATPC860-PROXIMA-SECUENCIA

           MOVE WS-ATPC860-REG       TO MVH-HISTORICO-REG
           MOVE WS-ATPC860-SECUENCIA TO MVH-SECUENCIA
           WRITE MVH-HISTORICO-REG
               INVALID KEY
                  DISPLAY "ATPC860 - ALERTA: clave repetida ["
                          MVH-CLAVE "] -- FILE STATUS:["
                          WS-ATPC860-MVH-STATUS "]"
                  ADD 1 TO WS-ATPC860-REPETIDOS
                  IF RETURN-CODE < 4
                     MOVE 4 TO RETURN-CODE
                  END-IF
               NOT INVALID KEY
                  MOVE WS-ATPC860-HOY TO CAR-FECCARGA
                  MOVE MVH-CLAVE      TO CAR-CLAVE
                  WRITE CAR-DIARIO-REG
                  EVALUATE TRUE
                     WHEN MVH-REPARADO
                        ADD 1 TO WS-ATPC860-REPARADOS
                     WHEN MVH-AJUSTE
                        ADD 1 TO WS-ATPC860-AJUSTES
                     WHEN OTHER
                        ADD 1 TO WS-ATPC860-ACEPTADOS
                  END-EVALUATE
           END-WRITE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC860-PROXIMA-SECUENCIA
      *----------------------------------------------------------------
      * Ultima secuencia grabada de la cuenta y fecha, mas uno
      *----------------------------------------------------------------
       ATPC860-PROXIMA-SECUENCIA.
           MOVE ZEROES TO WS-ATPC860-SECUENCIA
           MOVE WS-ATPC860-PREFIJO TO MVH-CLAVE
           MOVE ZEROES TO MVH-SECUENCIA
           START MVH-HISTORICO KEY IS NOT LESS THAN MVH-CLAVE
               INVALID KEY
                  SET WS-ATPC860-FIN-HISTORICO TO TRUE
               NOT INVALID KEY
                  SET WS-ATPC860-FIN-HISTORICO TO FALSE
           END-START
           PERFORM UNTIL WS-ATPC860-FIN-HISTORICO
              READ MVH-HISTORICO NEXT RECORD
                  AT END
                     SET WS-ATPC860-FIN-HISTORICO TO TRUE
                  NOT AT END
                     IF MVH-CLAVE(1:30) = WS-ATPC860-PREFIJO
                        MOVE MVH-SECUENCIA TO WS-ATPC860-SECUENCIA
                     ELSE
                        SET WS-ATPC860-FIN-HISTORICO TO TRUE
                     END-IF
              END-READ
           END-PERFORM
           ADD 1 TO WS-ATPC860-SECUENCIA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC860-VERIFICAR-PARTICIONES
      *----------------------------------------------------------------
      * La primera corrida del mes archiva los meses que superan la
      * permanencia en linea
      *----------------------------------------------------------------
       ATPC860-VERIFICAR-PARTICIONES.
           MOVE WS-ATPC860-HOY-AAAA TO WS-ATPC860-PER-AAAA
           MOVE WS-ATPC860-HOY-MM   TO WS-ATPC860-PER-MM
           MOVE SPACES TO WS-ATPC860-ULT-PERIODO
           OPEN INPUT PER-PARTICIONES
           IF WS-ATPC860-PER-STATUS = "00"
              READ PER-PARTICIONES
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE PER-PERIODO TO WS-ATPC860-ULT-PERIODO
              END-READ
              CLOSE PER-PARTICIONES
           END-IF

           IF WS-ATPC860-ULT-PERIODO NOT = WS-ATPC860-PERIODO
              COMPUTE WS-ATPC860-MESES-TOT =
                 WS-ATPC860-PER-AAAA * 12 + WS-ATPC860-PER-MM - 1
                 - WS-ATPC860-MESES
              DIVIDE WS-ATPC860-MESES-TOT BY 12
                 GIVING WS-ATPC860-COR-AAAA
                 REMAINDER WS-ATPC860-RESTO
              COMPUTE WS-ATPC860-COR-MM = WS-ATPC860-RESTO + 1
              PERFORM ATPC860-ARCHIVAR-PARTICIONES

              OPEN OUTPUT PER-PARTICIONES
              MOVE WS-ATPC860-PERIODO TO PER-PERIODO
              MOVE WS-ATPC860-CORTE   TO PER-CORTE
              WRITE PER-PARTICIONES-REG
              CLOSE PER-PARTICIONES
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC860-ARCHIVAR-PARTICIONES
      *----------------------------------------------------------------
      * Mueve a MOVHIST.ARC los movimientos de meses anteriores al
      * corte y los borra del historico
      *----------------------------------------------------------------
       ATPC860-ARCHIVAR-PARTICIONES.
           OPEN EXTEND ARC-ARCHIVO
           IF WS-ATPC860-ARC-STATUS = "35"
              OPEN OUTPUT ARC-ARCHIVO
           END-IF
           IF WS-ATPC860-ARC-STATUS NOT = "00"
              DISPLAY "ATPC860 - ALERTA: no se pudo abrir MOVHIST.ARC "
                      "-- FILE STATUS:[" WS-ATPC860-ARC-STATUS "] -- "
                      "no se archivan particiones"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              MOVE LOW-VALUES TO MVH-CLAVE
              START MVH-HISTORICO KEY IS NOT LESS THAN MVH-CLAVE
                  INVALID KEY
                     SET WS-ATPC860-FIN-HISTORICO TO TRUE
                  NOT INVALID KEY
                     SET WS-ATPC860-FIN-HISTORICO TO FALSE
              END-START
              PERFORM UNTIL WS-ATPC860-FIN-HISTORICO
                 READ MVH-HISTORICO NEXT RECORD
                     AT END
                        SET WS-ATPC860-FIN-HISTORICO TO TRUE
                     NOT AT END
                        IF MVH-FECHA(1:7) < WS-ATPC860-CORTE
                           WRITE ARC-ARCHIVO-REG
                             FROM MVH-HISTORICO-REG
                           DELETE MVH-HISTORICO RECORD
                               INVALID KEY
                                  CONTINUE
                               NOT INVALID KEY
                                  ADD 1 TO WS-ATPC860-ARCHIVADOS
                           END-DELETE
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE ARC-ARCHIVO
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC860-RESUMEN-FINAL
      *----------------------------------------------------------------
       ATPC860-RESUMEN-FINAL.
           MOVE SPACES TO WS-ATPC860-LINEA
           STRING " ACEPTADOS: "              DELIMITED BY SIZE
                  WS-ATPC860-ACEPTADOS        DELIMITED BY SIZE
                  "  REPARADOS: "             DELIMITED BY SIZE
                  WS-ATPC860-REPARADOS        DELIMITED BY SIZE
                  "  AJUSTES: "               DELIMITED BY SIZE
                  WS-ATPC860-AJUSTES          DELIMITED BY SIZE
                  "  CLAVES REPETIDAS: "      DELIMITED BY SIZE
                  WS-ATPC860-REPETIDOS        DELIMITED BY SIZE
             INTO WS-ATPC860-LINEA
           WRITE RPT-ATPC860-REG FROM WS-ATPC860-LINEA
           DISPLAY WS-ATPC860-LINEA

           MOVE SPACES TO WS-ATPC860-LINEA
           STRING " REEMPLAZADOS DE LA CARGA ANTERIOR DEL DIA: "
                                              DELIMITED BY SIZE
                  WS-ATPC860-REEMPLAZADOS     DELIMITED BY SIZE
             INTO WS-ATPC860-LINEA
           WRITE RPT-ATPC860-REG FROM WS-ATPC860-LINEA
           DISPLAY WS-ATPC860-LINEA

           MOVE SPACES TO WS-ATPC860-LINEA
           IF WS-ATPC860-ULT-PERIODO = WS-ATPC860-PERIODO
              STRING " PARTICIONES: SIN PASADA (YA ARCHIVADO EL MES "
                                              DELIMITED BY SIZE
                     WS-ATPC860-PERIODO       DELIMITED BY SIZE
                     ")"                      DELIMITED BY SIZE
                INTO WS-ATPC860-LINEA
           ELSE
              STRING " PARTICIONES ANTERIORES A "
                                              DELIMITED BY SIZE
                     WS-ATPC860-CORTE         DELIMITED BY SIZE
                     " ARCHIVADAS EN MOVHIST.ARC: "
                                              DELIMITED BY SIZE
                     WS-ATPC860-ARCHIVADOS    DELIMITED BY SIZE
                     " MOVIMIENTOS (PERMANENCIA "
                                              DELIMITED BY SIZE
                     WS-ATPC860-MESES         DELIMITED BY SIZE
                     " MESES)"                DELIMITED BY SIZE
                INTO WS-ATPC860-LINEA
           END-IF
           WRITE RPT-ATPC860-REG FROM WS-ATPC860-LINEA
           DISPLAY WS-ATPC860-LINEA
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

       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
