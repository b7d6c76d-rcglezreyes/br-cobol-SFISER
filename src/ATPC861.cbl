       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC861.
      *----------------------------------------------------------------
      * Programa batch de asignacion y rebalanceo de los grupos de
      * facturacion (corre despues de ATPC972 y antes de la cadena de
      * ciclo). Cada cuenta del maestro CTAMAE.DAT factura en un grupo
      * (CTM-CODGRUPO) del calendario ATPC085 de su entidad; los
      * grupos vigentes de una entidad son los CODGRUPO que tiene en
      * el calendario y el ciclo de cada grupo es su proxima fecha
      * (la menor igual o posterior a hoy). La cadena de ciclo
      * (ATPC960 capitalizacion, ATPC975 comisiones, ATPC980
      * recordatorios, ATPC812 cargo por mora) resuelve el ciclo de
      * cada cuenta por su CTM-CODGRUPO con la rutina ATPCCIC; la
      * cuenta con grupo cero sigue el ciclo de la entidad. El
      * programa --
      *  - cuenta las cuentas vivas (no cerradas) de cada grupo y sus
      *    movimientos esperados: los movimientos del ultimo mes en el
      *    historico MOVHIST.DAT (ATPC860);
      *  - asigna las cuentas sin grupo (las altas de ATPC972 llegan
      *    en cero) o con un grupo que ya no figura en el calendario
      *    de su entidad al grupo vigente menos cargado de la entidad
      *    (a igual carga, el de menor CODGRUPO); la cuenta de una
      *    entidad sin grupos vigentes queda sin asignar;
      *  - aplica el rebalanceo que pide operaciones en ATPC861.PRM:
      *    cada linea mueve hasta la cantidad pedida de cuentas de un
      *    grupo a otro de la misma entidad, en orden de clave. No se
      *    mueven las cuentas en cierre o cerradas, castigadas, en
      *    estado especial ni las asignadas hoy;
      *  - emite el aviso al cliente de su nuevo ciclo y vencimiento
      *    (rutina ATPCVTO sobre la fecha de ciclo del grupo) en
      *    AVIGRUPO.DAT para el proveedor de mensajeria. Como en
      *    ATPC980, las cuentas castigadas o en estado especial no
      *    reciben aviso, ni las de un grupo sin fecha de ciclo
      *    proxima;
      *  - deja en ATPC861.RPT la carga de cada grupo y fecha de
      *    ciclo: cuentas antes de la corrida, altas, entradas y
      *    salidas por rebalanceo, cuentas al final y movimientos
      *    esperados.
      *
      * Layout de ATPC861.PRM (opcional, una linea por rebalanceo):
      * CODENT(4) GRUPO ORIGEN(2) GRUPO DESTINO(2) CANTIDAD(6)
      * MODO(1). Con MODO = "A" el rebalanceo se aplica; con cualquier
      * otro valor se simula: el reporte muestra las cuentas que se
      * moverian pero el maestro no se toca ni se emiten avisos. La
      * linea con grupos que no son vigentes en la entidad, iguales o
      * con cantidad no numerica se rechaza con RC 4.
      *
      * Layout de AVIGRUPO.DAT: CODENT(4) NUMCUENTA(16) MOTIVO(1)
      * (A = alta, R = rebalanceo) GRUPO ANTERIOR(2) CODGRUPO(2)
      * FECCICLO(10) FECVTO(10) CODENTDES(30) CODIDIOMA(1).
      *
      * Modo ensayo: con "S" en la primera posicion de ENSAYO.PRM la
      * corrida entera se simula -- ni el maestro ni los avisos se
      * tocan y el reporte muestra la carga que quedaria.
      *
      * Sin CTAMAE.DAT la corrida termina con RC 12; sin MOVHIST.DAT
      * los movimientos esperados quedan en cero con RC 4.
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
               FILE STATUS IS WS-ATPC861-ENS-STATUS.
           SELECT PRM-ATPC861 ASSIGN TO "ATPC861.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC861-PRM-STATUS.
      * Maestro de cuentas -- ver ATPCCTM-CTM.cpy
           SELECT CTM-MAESTRO ASSIGN TO "CTAMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTM-CLAVE
               FILE STATUS IS WS-ATPC861-CTM-STATUS.
      * Historico de movimientos -- ver ATPCMVH-MVH.cpy
           SELECT MVH-HISTORICO ASSIGN TO "MOVHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MVH-CLAVE
               FILE STATUS IS WS-ATPC861-MVH-STATUS.
           SELECT AVI-AVISOS ASSIGN TO "AVIGRUPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC861-AVI-STATUS.
           SELECT RPT-ATPC861 ASSIGN TO "ATPC861.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Requerido porque los ATPCxxx-CARGAR-ARREGLO graban una fila de
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
      * Checkpoints de reanudacion de la carga paginada de ATPC085 --
      * ver ATPC085-CKP.cpy
           SELECT CKP085-DAT ASSIGN TO "ATPC085.CKPDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC085-CKP-STATUS.
           SELECT CKP085-CTL ASSIGN TO "ATPC085.CKPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC085-CKP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "ATPCRUN-RUN".
       COPY "ATPCCTL-CTL".
       COPY "ATPCAUD-AUD".
       COPY "ATPCDIF-DIF".
       COPY "ATPCLCK-LCK".
       COPY "ATPCEXC-EXC".
       COPY "ATPC085-CKP".
       COPY "ATPCCTM-CTM".
       COPY "ATPCMVH-MVH".

       FD  PRM-ENSAYO
           RECORDING MODE IS F.
       01  PRM-ENSAYO-REG.
           05  PRM-ENSAYO-MODO                PIC X(01).
           05  PRM-ENSAYO-CODENT              PIC X(04).

       FD  PRM-ATPC861
           RECORDING MODE IS F.
       01  PRM-ATPC861-REG.
           05  PRM-ATPC861-CODENT             PIC X(04).
           05  PRM-ATPC861-ORIGEN             PIC X(02).
           05  PRM-ATPC861-DESTINO            PIC X(02).
           05  PRM-ATPC861-CANTIDAD           PIC X(06).
           05  PRM-ATPC861-MODO               PIC X(01).

       FD  AVI-AVISOS
           RECORDING MODE IS F.
       01  AVI-AVISOS-REG.
           05  AVI-CODENT                     PIC X(04).
           05  AVI-NUMCUENTA                  PIC X(16).
           05  AVI-MOTIVO                     PIC X(01).
           05  AVI-GRUPO-ANT                  PIC 9(02).
           05  AVI-CODGRUPO                   PIC 9(02).
           05  AVI-FECCICLO                   PIC X(10).
           05  AVI-FECVTO                     PIC X(10).
           05  AVI-CODENTDES                  PIC X(30).
           05  AVI-CODIDIOMA                  PIC X(01).

       FD  RPT-ATPC861
           RECORDING MODE IS F.
       01  RPT-ATPC861-REG                    PIC X(130).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPC021-WS".
       COPY "ATPC085-WS".
       COPY "ATPC161-WS".
       COPY "ATPCVTO-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".

       77  WS-ATPC861-ENS-STATUS              PIC X(02).
       77  WS-ATPC861-PRM-STATUS              PIC X(02).
       77  WS-ATPC861-CTM-STATUS              PIC X(02).
       77  WS-ATPC861-MVH-STATUS              PIC X(02).
       77  WS-ATPC861-AVI-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC861-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.
       01  FILLER                             PIC 9(01).
           88 WS-ATPC861-FIN-HISTORICO        VALUE 1
              WHEN SET TO FALSE 0.
       01  FILLER                             PIC 9(01).
           88 WS-ATPC861-FIN-ENTIDAD          VALUE 1
              WHEN SET TO FALSE 0.
       01  FILLER                             PIC X(01).
           88 WS-ATPC861-ENSAYO               VALUE "S"
              WHEN SET TO FALSE "N".
       01  FILLER                             PIC X(01).
           88 WS-ATPC861-CON-HISTORICO        VALUE "S"
              WHEN SET TO FALSE "N".
       01  FILLER                             PIC X(01).
           88 WS-ATPC861-SIMULA               VALUE "S"
              WHEN SET TO FALSE "N".

      * Grupos vigentes de cada entidad con su ciclo, su vencimiento y
      * su carga (a lo sumo tantos como filas tiene el calendario)
       78  WS-ATPC861-GRP-MAX                 VALUE 10.
       77  WS-ATPC861-GRP-CANT                PIC 9(04) VALUE 0.
       01  WS-ATPC861-GRUPOS.
           05  WS-ATPC861-GRP OCCURS 10 TIMES.
               10  WS-ATPC861-GRP-CODENT      PIC X(04).
               10  WS-ATPC861-GRP-CODGRUPO    PIC 9(02).
               10  WS-ATPC861-GRP-FECCICLO    PIC X(10).
               10  WS-ATPC861-GRP-FECVTO      PIC X(10).
               10  WS-ATPC861-GRP-ENTDES      PIC X(30).
               10  WS-ATPC861-GRP-IDIOMA      PIC X(01).
               10  WS-ATPC861-GRP-INICIAL     PIC 9(08).
               10  WS-ATPC861-GRP-ALTAS       PIC 9(08).
               10  WS-ATPC861-GRP-ENTRAN      PIC 9(08).
               10  WS-ATPC861-GRP-SALEN       PIC 9(08).
               10  WS-ATPC861-GRP-CUENTAS     PIC 9(08).
               10  WS-ATPC861-GRP-MOVS        PIC 9(09).
       77  WS-ATPC861-GRP-IDX                 PIC 9(04).
       77  WS-ATPC861-GRP-ELEGIDO             PIC 9(04).
       77  WS-ATPC861-GRP-ORIGEN              PIC 9(04).
       77  WS-ATPC861-GRP-DESTINO             PIC 9(04).
       77  WS-ATPC861-BUS-CODENT              PIC X(04).
       77  WS-ATPC861-BUS-CODGRUPO            PIC 9(02).

      * Movimientos del ultimo mes de la cuenta en curso
       01  WS-ATPC861-PREFIJO.
           05  WS-ATPC861-PRE-CODENT          PIC X(04).
           05  WS-ATPC861-PRE-NUMCUENTA       PIC X(16).
       01  WS-ATPC861-DESDE.
           05  WS-ATPC861-DES-AAAA            PIC 9(04).
           05  FILLER                         PIC X(01) VALUE "-".
           05  WS-ATPC861-DES-MM              PIC 9(02).
           05  FILLER                         PIC X(01) VALUE "-".
           05  WS-ATPC861-DES-DD              PIC 9(02).
       77  WS-ATPC861-CTA-MOVS                PIC 9(09).

      * Rebalanceo en curso
       77  WS-ATPC861-PEDIDAS                 PIC 9(06).
       77  WS-ATPC861-MOVIDAS                 PIC 9(06).
       77  WS-ATPC861-GRUPO-ANT               PIC 9(02).
       01  WS-ATPC861-MOTIVO                  PIC X(01).
       01  WS-ATPC861-MODO-TXT                PIC X(09).

       01  WS-ATPC861-HOY.
           05  WS-ATPC861-HOY-AAAA            PIC 9(04).
           05  WS-ATPC861-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC861-HOY-MM              PIC 9(02).
           05  WS-ATPC861-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC861-HOY-DD              PIC 9(02).
       01  WS-ATPC861-HOY-AMD.
           05  WS-ATPC861-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC861-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC861-HOY-AMD-DD          PIC 9(02).

      * Contadores del resumen final
       77  WS-ATPC861-LEIDAS                  PIC 9(08) VALUE 0.
       77  WS-ATPC861-ASIGNADAS               PIC 9(08) VALUE 0.
       77  WS-ATPC861-REBALANCEADAS           PIC 9(08) VALUE 0.
       77  WS-ATPC861-SIN-GRUPO               PIC 9(08) VALUE 0.
       77  WS-ATPC861-AVISOS                  PIC 9(08) VALUE 0.
       77  WS-ATPC861-SIN-AVISO               PIC 9(08) VALUE 0.
       77  WS-ATPC861-ERRORES                 PIC 9(08) VALUE 0.
       77  WS-ATPC861-RECHAZOS                PIC 9(08) VALUE 0.

       01  WS-ATPC861-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC861-PRINCIPAL
      *----------------------------------------------------------------
       ATPC861-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC861: GRUPOS DE FACTURACION                         -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC861" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC021-CARGAR-ARREGLO
           PERFORM ATPC085-CARGAR-ARREGLO
           PERFORM ATPC161-CARGAR-ARREGLO

           ACCEPT WS-ATPC861-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC861-HOY-G1 WS-ATPC861-HOY-G2
           MOVE WS-ATPC861-HOY-AMD-AAAA TO WS-ATPC861-HOY-AAAA
           MOVE WS-ATPC861-HOY-AMD-MM   TO WS-ATPC861-HOY-MM
           MOVE WS-ATPC861-HOY-AMD-DD   TO WS-ATPC861-HOY-DD

      * Desde el mismo dia del mes anterior
           MOVE WS-ATPC861-HOY-AAAA TO WS-ATPC861-DES-AAAA
           MOVE WS-ATPC861-HOY-DD   TO WS-ATPC861-DES-DD
           IF WS-ATPC861-HOY-MM = 1
              MOVE 12 TO WS-ATPC861-DES-MM
              SUBTRACT 1 FROM WS-ATPC861-DES-AAAA
           ELSE
              COMPUTE WS-ATPC861-DES-MM = WS-ATPC861-HOY-MM - 1
           END-IF

           OPEN OUTPUT RPT-ATPC861
           MOVE SPACES TO WS-ATPC861-LINEA
           STRING " GRUPOS DE FACTURACION AL ["
                                              DELIMITED BY SIZE
                  WS-ATPC861-HOY              DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC861-LINEA
           WRITE RPT-ATPC861-REG FROM WS-ATPC861-LINEA
           DISPLAY WS-ATPC861-LINEA

           PERFORM ATPC861-LEER-ENSAYO
           IF WS-ATPC861-ENSAYO
              MOVE " *** NOCHE DE ENSAYO -- CORRIDA SIMULADA"
                TO WS-ATPC861-LINEA
              WRITE RPT-ATPC861-REG FROM WS-ATPC861-LINEA
              DISPLAY WS-ATPC861-LINEA
           END-IF

           OPEN I-O CTM-MAESTRO
           IF WS-ATPC861-CTM-STATUS NOT = "00"
              DISPLAY "ATPC861 - ERROR: no se pudo abrir CTAMAE.DAT "
                      "-- FILE STATUS:[" WS-ATPC861-CTM-STATUS "] -- "
                      "corrida abortada"
              CLOSE RPT-ATPC861
              PERFORM ATPC861-ABORTAR
           END-IF

           SET WS-ATPC861-CON-HISTORICO TO TRUE
           OPEN INPUT MVH-HISTORICO
           IF WS-ATPC861-MVH-STATUS NOT = "00"
              SET WS-ATPC861-CON-HISTORICO TO FALSE
              DISPLAY "ATPC861 - ALERTA: sin MOVHIST.DAT -- FILE "
                      "STATUS:[" WS-ATPC861-MVH-STATUS "] -- los "
                      "movimientos esperados quedan en cero"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           IF NOT WS-ATPC861-ENSAYO
              OPEN OUTPUT AVI-AVISOS
           END-IF

           PERFORM ATPC861-ARMAR-GRUPOS
           PERFORM ATPC861-CONTAR-CARGA
           PERFORM ATPC861-ASIGNAR-ALTAS
           PERFORM ATPC861-REBALANCEAR
           PERFORM ATPC861-EMITIR-CARGA
           PERFORM ATPC861-RESUMEN-FINAL

           IF NOT WS-ATPC861-ENSAYO
              CLOSE AVI-AVISOS
           END-IF
           IF WS-ATPC861-CON-HISTORICO
              CLOSE MVH-HISTORICO
           END-IF
           CLOSE CTM-MAESTRO
                 RPT-ATPC861

           DISPLAY
           "- ATPC861: GRUPOS DE FACTURACION FINALIZADO              -"
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
      * Proceso: ATPC861-ABORTAR
      *----------------------------------------------------------------
       ATPC861-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC861-LEER-ENSAYO
      *----------------------------------------------------------------
       ATPC861-LEER-ENSAYO.
           SET WS-ATPC861-ENSAYO TO FALSE
           OPEN INPUT PRM-ENSAYO
           IF WS-ATPC861-ENS-STATUS = "00"
              READ PRM-ENSAYO
                  AT END
                     CONTINUE
                  NOT AT END
                     IF PRM-ENSAYO-MODO = CT-S
                        SET WS-ATPC861-ENSAYO TO TRUE
                        DISPLAY "ATPC861 - MODO ENSAYO"
                     END-IF
              END-READ
              CLOSE PRM-ENSAYO
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC861-ARMAR-GRUPOS
      *----------------------------------------------------------------
      * Un renglon por CODENT + CODGRUPO del calendario con la proxima
      * fecha de ciclo del grupo y el vencimiento que le corresponde
      *----------------------------------------------------------------
       ATPC861-ARMAR-GRUPOS.
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC085-TAB-OCCURS
              MOVE WS-ATPC085-TAB-CODENT(WS-I)
                TO WS-ATPC861-BUS-CODENT
              MOVE WS-ATPC085-TAB-CODGRUPO(WS-I)
                TO WS-ATPC861-BUS-CODGRUPO
              MOVE ZEROES TO WS-ATPC861-GRP-ELEGIDO
              IF WS-ATPC861-BUS-CODGRUPO > ZEROES
                 PERFORM ATPC861-BUSCAR-GRUPO
              END-IF
              IF WS-ATPC861-GRP-ELEGIDO = ZEROES
              AND WS-ATPC861-BUS-CODGRUPO > ZEROES
                 IF WS-ATPC861-GRP-CANT < WS-ATPC861-GRP-MAX
                    ADD 1 TO WS-ATPC861-GRP-CANT
                    MOVE WS-ATPC861-GRP-CANT TO WS-ATPC861-GRP-ELEGIDO
                    INITIALIZE WS-ATPC861-GRP(WS-ATPC861-GRP-ELEGIDO)
                    MOVE WS-ATPC861-BUS-CODENT
                      TO WS-ATPC861-GRP-CODENT(WS-ATPC861-GRP-ELEGIDO)
                    MOVE WS-ATPC861-BUS-CODGRUPO
                      TO WS-ATPC861-GRP-CODGRUPO(WS-ATPC861-GRP-ELEGIDO)
                 END-IF
              END-IF
              IF WS-ATPC861-GRP-ELEGIDO > ZEROES
              AND WS-ATPC085-TAB-FECHA(WS-I) >= WS-ATPC861-HOY
                 IF WS-ATPC861-GRP-FECCICLO(WS-ATPC861-GRP-ELEGIDO)
                    = SPACES
                 OR WS-ATPC085-TAB-FECHA(WS-I) <
                    WS-ATPC861-GRP-FECCICLO(WS-ATPC861-GRP-ELEGIDO)
                    MOVE WS-ATPC085-TAB-FECHA(WS-I)
                      TO WS-ATPC861-GRP-FECCICLO(WS-ATPC861-GRP-ELEGIDO)
                 END-IF
              END-IF
           END-PERFORM

           PERFORM VARYING WS-ATPC861-GRP-IDX FROM 1 BY 1
                     UNTIL WS-ATPC861-GRP-IDX > WS-ATPC861-GRP-CANT
              IF WS-ATPC861-GRP-FECCICLO(WS-ATPC861-GRP-IDX)
                 NOT = SPACES
                 INITIALIZE WS-ATPCVTO-ENTRADA
                 MOVE WS-ATPC861-GRP-CODENT(WS-ATPC861-GRP-IDX)
                   TO WS-ATPCVTO-CODENT
                 MOVE WS-ATPC861-GRP-FECCICLO(WS-ATPC861-GRP-IDX)
                   TO WS-ATPCVTO-FECHA-CICLO
                 PERFORM ATPCVTO-CALCULAR-VENCIMIENTO
                 IF WS-ATPCVTO-RETORNO-OK
                    MOVE WS-ATPCVTO-FECVTO
                      TO WS-ATPC861-GRP-FECVTO(WS-ATPC861-GRP-IDX)
                 END-IF
              END-IF
              INITIALIZE WS-ATPC021
              MOVE WS-ATPC861-GRP-CODENT(WS-ATPC861-GRP-IDX)
                TO WS-ATPC021-CODENT
              PERFORM ATPC021-BUSCAR-EN-ARREGLO
              IF WS-ATPC021-RETORNO-OK
                 MOVE WS-ATPC021-CODENTDES
                   TO WS-ATPC861-GRP-ENTDES(WS-ATPC861-GRP-IDX)
                 MOVE WS-ATPC021-CODIDIOMA
                   TO WS-ATPC861-GRP-IDIOMA(WS-ATPC861-GRP-IDX)
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC861-BUSCAR-GRUPO
      *----------------------------------------------------------------
      * Deja en WS-ATPC861-GRP-ELEGIDO el renglon de BUS-CODENT +
      * BUS-CODGRUPO (cero si el grupo no es vigente en la entidad)
      *----------------------------------------------------------------
       ATPC861-BUSCAR-GRUPO.
           MOVE ZEROES TO WS-ATPC861-GRP-ELEGIDO
           PERFORM VARYING WS-ATPC861-GRP-IDX FROM 1 BY 1
                     UNTIL WS-ATPC861-GRP-IDX > WS-ATPC861-GRP-CANT
                        OR WS-ATPC861-GRP-ELEGIDO > ZEROES
              IF WS-ATPC861-GRP-CODENT(WS-ATPC861-GRP-IDX)
                 = WS-ATPC861-BUS-CODENT
              AND WS-ATPC861-GRP-CODGRUPO(WS-ATPC861-GRP-IDX)
                 = WS-ATPC861-BUS-CODGRUPO
                 MOVE WS-ATPC861-GRP-IDX TO WS-ATPC861-GRP-ELEGIDO
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC861-BUSCAR-MENOS-CARGADO
      *----------------------------------------------------------------
      * Deja en WS-ATPC861-GRP-ELEGIDO el grupo vigente de BUS-CODENT
      * con menos cuentas (cero si la entidad no tiene grupos)
      *----------------------------------------------------------------
       ATPC861-BUSCAR-MENOS-CARGADO.
           MOVE ZEROES TO WS-ATPC861-GRP-ELEGIDO
           PERFORM VARYING WS-ATPC861-GRP-IDX FROM 1 BY 1
                     UNTIL WS-ATPC861-GRP-IDX > WS-ATPC861-GRP-CANT
              IF WS-ATPC861-GRP-CODENT(WS-ATPC861-GRP-IDX)
                 = WS-ATPC861-BUS-CODENT
                 IF WS-ATPC861-GRP-ELEGIDO = ZEROES
                    MOVE WS-ATPC861-GRP-IDX TO WS-ATPC861-GRP-ELEGIDO
                 ELSE
                    IF WS-ATPC861-GRP-CUENTAS(WS-ATPC861-GRP-IDX) <
                       WS-ATPC861-GRP-CUENTAS(WS-ATPC861-GRP-ELEGIDO)
                    OR (WS-ATPC861-GRP-CUENTAS(WS-ATPC861-GRP-IDX) =
                        WS-ATPC861-GRP-CUENTAS(WS-ATPC861-GRP-ELEGIDO)
                    AND WS-ATPC861-GRP-CODGRUPO(WS-ATPC861-GRP-IDX) <
                        WS-ATPC861-GRP-CODGRUPO(WS-ATPC861-GRP-ELEGIDO))
                       MOVE WS-ATPC861-GRP-IDX
                         TO WS-ATPC861-GRP-ELEGIDO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC861-CONTAR-CARGA
      *----------------------------------------------------------------
      * Cuentas vivas y movimientos esperados de cada grupo antes de
      * asignar y rebalancear
      *----------------------------------------------------------------
       ATPC861-CONTAR-CARGA.
           MOVE LOW-VALUES TO CTM-CLAVE
           START CTM-MAESTRO KEY IS NOT LESS THAN CTM-CLAVE
               INVALID KEY
                  SET WS-ATPC861-FIN-ENTRADA TO TRUE
               NOT INVALID KEY
                  SET WS-ATPC861-FIN-ENTRADA TO FALSE
           END-START

           PERFORM UNTIL WS-ATPC861-FIN-ENTRADA
              READ CTM-MAESTRO NEXT RECORD
                  AT END
                     SET WS-ATPC861-FIN-ENTRADA TO TRUE
                  NOT AT END
                     ADD 1 TO WS-ATPC861-LEIDAS
                     IF NOT CTM-CIE-CERRADA
                        MOVE CTM-CODENT   TO WS-ATPC861-BUS-CODENT
                        MOVE CTM-CODGRUPO TO WS-ATPC861-BUS-CODGRUPO
                        PERFORM ATPC861-BUSCAR-GRUPO
                        IF CTM-CODGRUPO > ZEROES
                        AND WS-ATPC861-GRP-ELEGIDO > ZEROES
                           PERFORM ATPC861-SUMAR-INICIAL
                        END-IF
                     END-IF
              END-READ
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC861-SUMAR-INICIAL
      *----------------------------------------------------------------
       ATPC861-SUMAR-INICIAL.
           PERFORM ATPC861-CONTAR-MOVIMIENTOS
           ADD 1 TO WS-ATPC861-GRP-INICIAL(WS-ATPC861-GRP-ELEGIDO)
                    WS-ATPC861-GRP-CUENTAS(WS-ATPC861-GRP-ELEGIDO)
           ADD WS-ATPC861-CTA-MOVS
             TO WS-ATPC861-GRP-MOVS(WS-ATPC861-GRP-ELEGIDO)
           .

      *----------------------------------------------------------------
      * Proceso: ATPC861-CONTAR-MOVIMIENTOS
      *----------------------------------------------------------------
      * Movimientos de la cuenta en el historico desde el mismo dia
      * del mes anterior
      *----------------------------------------------------------------
       ATPC861-CONTAR-MOVIMIENTOS.
           MOVE ZEROES TO WS-ATPC861-CTA-MOVS
           IF WS-ATPC861-CON-HISTORICO
              MOVE CTM-CODENT       TO WS-ATPC861-PRE-CODENT
              MOVE CTM-NUMCUENTA    TO WS-ATPC861-PRE-NUMCUENTA
              MOVE WS-ATPC861-PREFIJO TO MVH-CLAVE
              MOVE WS-ATPC861-DESDE TO MVH-FECHA
              MOVE ZEROES           TO MVH-SECUENCIA
              START MVH-HISTORICO KEY IS NOT LESS THAN MVH-CLAVE
                  INVALID KEY
                     SET WS-ATPC861-FIN-HISTORICO TO TRUE
                  NOT INVALID KEY
                     SET WS-ATPC861-FIN-HISTORICO TO FALSE
              END-START
              PERFORM UNTIL WS-ATPC861-FIN-HISTORICO
                 READ MVH-HISTORICO NEXT RECORD
                     AT END
                        SET WS-ATPC861-FIN-HISTORICO TO TRUE
                     NOT AT END
                        IF MVH-CLAVE(1:20) = WS-ATPC861-PREFIJO
                           ADD 1 TO WS-ATPC861-CTA-MOVS
                        ELSE
                           SET WS-ATPC861-FIN-HISTORICO TO TRUE
                        END-IF
                 END-READ
              END-PERFORM
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC861-ASIGNAR-ALTAS
      *----------------------------------------------------------------
      * Cuentas vivas sin grupo o con un grupo que ya no es vigente
      *----------------------------------------------------------------
       ATPC861-ASIGNAR-ALTAS.
           MOVE LOW-VALUES TO CTM-CLAVE
           START CTM-MAESTRO KEY IS NOT LESS THAN CTM-CLAVE
               INVALID KEY
                  SET WS-ATPC861-FIN-ENTRADA TO TRUE
               NOT INVALID KEY
                  SET WS-ATPC861-FIN-ENTRADA TO FALSE
           END-START

           PERFORM UNTIL WS-ATPC861-FIN-ENTRADA
              READ CTM-MAESTRO NEXT RECORD
                  AT END
                     SET WS-ATPC861-FIN-ENTRADA TO TRUE
                  NOT AT END
                     IF NOT CTM-CIE-CERRADA
                        MOVE CTM-CODENT   TO WS-ATPC861-BUS-CODENT
                        MOVE CTM-CODGRUPO TO WS-ATPC861-BUS-CODGRUPO
                        PERFORM ATPC861-BUSCAR-GRUPO
                        IF CTM-CODGRUPO = ZEROES
                        OR WS-ATPC861-GRP-ELEGIDO = ZEROES
                           PERFORM ATPC861-ASIGNAR-CUENTA
                        END-IF
                     END-IF
              END-READ
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC861-ASIGNAR-CUENTA
      *----------------------------------------------------------------
       ATPC861-ASIGNAR-CUENTA.
           PERFORM ATPC861-BUSCAR-MENOS-CARGADO
           IF WS-ATPC861-GRP-ELEGIDO = ZEROES
              ADD 1 TO WS-ATPC861-SIN-GRUPO
           ELSE
              MOVE CTM-CODGRUPO TO WS-ATPC861-GRUPO-ANT
              MOVE WS-ATPC861-GRP-CODGRUPO(WS-ATPC861-GRP-ELEGIDO)
                TO CTM-CODGRUPO
              MOVE WS-ATPC861-GRUPO-ANT TO CTM-GRP-ANTERIOR
              MOVE WS-ATPC861-HOY       TO CTM-GRP-FECASIG
              SET CTM-GRP-ALTA TO TRUE
              MOVE "A" TO WS-ATPC861-MOTIVO
              IF WS-ATPC861-ENSAYO
                 SET WS-ATPC861-SIMULA TO TRUE
              ELSE
                 SET WS-ATPC861-SIMULA TO FALSE
              END-IF
              PERFORM ATPC861-GRABAR-CUENTA
              IF WS-ATPC861-CTM-STATUS = "00"
                 PERFORM ATPC861-CONTAR-MOVIMIENTOS
                 ADD 1 TO WS-ATPC861-ASIGNADAS
                          WS-ATPC861-GRP-ALTAS(WS-ATPC861-GRP-ELEGIDO)
                          WS-ATPC861-GRP-CUENTAS(WS-ATPC861-GRP-ELEGIDO)
                 ADD WS-ATPC861-CTA-MOVS
                   TO WS-ATPC861-GRP-MOVS(WS-ATPC861-GRP-ELEGIDO)
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC861-GRABAR-CUENTA
      *----------------------------------------------------------------
      * Reescribe la cuenta con su nuevo grupo y emite el aviso; en
      * simulacion solo cuenta
      *----------------------------------------------------------------
       ATPC861-GRABAR-CUENTA.
           IF WS-ATPC861-SIMULA
              MOVE "00" TO WS-ATPC861-CTM-STATUS
           ELSE
              REWRITE CTM-MAESTRO-REG
                  INVALID KEY
                     CONTINUE
              END-REWRITE
              IF WS-ATPC861-CTM-STATUS NOT = "00"
                 ADD 1 TO WS-ATPC861-ERRORES
                 DISPLAY "ATPC861 - ALERTA: CODENT=[" CTM-CODENT
                         "] CUENTA=[" CTM-NUMCUENTA "] no se pudo "
                         "grabar el grupo -- FILE STATUS:["
                         WS-ATPC861-CTM-STATUS "]"
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              ELSE
                 PERFORM ATPC861-EMITIR-AVISO
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC861-EMITIR-AVISO
      *----------------------------------------------------------------
       ATPC861-EMITIR-AVISO.
           IF CTM-CASTIGADA
           OR CTM-ESPECIAL
           OR WS-ATPC861-GRP-FECVTO(WS-ATPC861-GRP-ELEGIDO) = SPACES
              ADD 1 TO WS-ATPC861-SIN-AVISO
           ELSE
              INITIALIZE AVI-AVISOS-REG
              MOVE CTM-CODENT           TO AVI-CODENT
              MOVE CTM-NUMCUENTA        TO AVI-NUMCUENTA
              MOVE WS-ATPC861-MOTIVO    TO AVI-MOTIVO
              MOVE CTM-GRP-ANTERIOR     TO AVI-GRUPO-ANT
              MOVE CTM-CODGRUPO         TO AVI-CODGRUPO
              MOVE WS-ATPC861-GRP-FECCICLO(WS-ATPC861-GRP-ELEGIDO)
                TO AVI-FECCICLO
              MOVE WS-ATPC861-GRP-FECVTO(WS-ATPC861-GRP-ELEGIDO)
                TO AVI-FECVTO
              MOVE WS-ATPC861-GRP-ENTDES(WS-ATPC861-GRP-ELEGIDO)
                TO AVI-CODENTDES
              MOVE WS-ATPC861-GRP-IDIOMA(WS-ATPC861-GRP-ELEGIDO)
                TO AVI-CODIDIOMA
              WRITE AVI-AVISOS-REG
              ADD 1 TO WS-ATPC861-AVISOS
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC861-REBALANCEAR
      *----------------------------------------------------------------
       ATPC861-REBALANCEAR.
           OPEN INPUT PRM-ATPC861
           IF WS-ATPC861-PRM-STATUS = "00"
              MOVE SPACES TO WS-ATPC861-LINEA
              WRITE RPT-ATPC861-REG FROM WS-ATPC861-LINEA
              MOVE " REBALANCEOS PEDIDOS" TO WS-ATPC861-LINEA
              WRITE RPT-ATPC861-REG FROM WS-ATPC861-LINEA
              DISPLAY WS-ATPC861-LINEA
              SET WS-ATPC861-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC861-FIN-ENTRADA
                 READ PRM-ATPC861
                     AT END
                        SET WS-ATPC861-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF PRM-ATPC861-REG NOT = SPACES
                           PERFORM ATPC861-VALIDAR-REBALANCEO
                           IF WS-ATPC861-GRP-ORIGEN > ZEROES
                              PERFORM ATPC861-MOVER-CUENTAS
                           END-IF
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE PRM-ATPC861
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC861-VALIDAR-REBALANCEO
      *----------------------------------------------------------------
      * Deja en GRP-ORIGEN y GRP-DESTINO los renglones de los dos
      * grupos; GRP-ORIGEN en cero si la linea se rechaza
      *----------------------------------------------------------------
       ATPC861-VALIDAR-REBALANCEO.
           MOVE ZEROES TO WS-ATPC861-GRP-ORIGEN
                          WS-ATPC861-GRP-DESTINO
           IF PRM-ATPC861-ORIGEN IS NUMERIC
           AND PRM-ATPC861-DESTINO IS NUMERIC
           AND PRM-ATPC861-CANTIDAD IS NUMERIC
           AND PRM-ATPC861-ORIGEN NOT = PRM-ATPC861-DESTINO
              MOVE PRM-ATPC861-CODENT  TO WS-ATPC861-BUS-CODENT
              MOVE PRM-ATPC861-ORIGEN  TO WS-ATPC861-BUS-CODGRUPO
              PERFORM ATPC861-BUSCAR-GRUPO
              MOVE WS-ATPC861-GRP-ELEGIDO TO WS-ATPC861-GRP-ORIGEN
              MOVE PRM-ATPC861-DESTINO TO WS-ATPC861-BUS-CODGRUPO
              PERFORM ATPC861-BUSCAR-GRUPO
              MOVE WS-ATPC861-GRP-ELEGIDO TO WS-ATPC861-GRP-DESTINO
              IF WS-ATPC861-GRP-DESTINO = ZEROES
                 MOVE ZEROES TO WS-ATPC861-GRP-ORIGEN
              END-IF
           END-IF

           IF WS-ATPC861-GRP-ORIGEN = ZEROES
              ADD 1 TO WS-ATPC861-RECHAZOS
              DISPLAY "ATPC861 - ALERTA: rebalanceo rechazado ["
                      PRM-ATPC861-REG "] -- grupos no vigentes en la "
                      "entidad, iguales o cantidad invalida"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
              MOVE SPACES TO WS-ATPC861-LINEA
              STRING "   RECHAZADO ["             DELIMITED BY SIZE
                     PRM-ATPC861-REG          DELIMITED BY SIZE
                     "]"                      DELIMITED BY SIZE
                INTO WS-ATPC861-LINEA
              WRITE RPT-ATPC861-REG FROM WS-ATPC861-LINEA
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC861-MOVER-CUENTAS
      *----------------------------------------------------------------
      * Recorre las cuentas de la entidad y mueve las elegibles del
      * grupo origen al destino hasta completar la cantidad pedida
      *----------------------------------------------------------------
       ATPC861-MOVER-CUENTAS.
           MOVE PRM-ATPC861-CANTIDAD TO WS-ATPC861-PEDIDAS
           MOVE ZEROES TO WS-ATPC861-MOVIDAS
           IF PRM-ATPC861-MODO = "A"
           AND NOT WS-ATPC861-ENSAYO
              SET WS-ATPC861-SIMULA TO FALSE
              MOVE "APLICADO" TO WS-ATPC861-MODO-TXT
           ELSE
              SET WS-ATPC861-SIMULA TO TRUE
              MOVE "SIMULADO" TO WS-ATPC861-MODO-TXT
           END-IF
           MOVE "R" TO WS-ATPC861-MOTIVO
           MOVE WS-ATPC861-GRP-CODGRUPO(WS-ATPC861-GRP-ORIGEN)
             TO WS-ATPC861-BUS-CODGRUPO

           MOVE LOW-VALUES         TO CTM-CLAVE
           MOVE PRM-ATPC861-CODENT TO CTM-CODENT
           START CTM-MAESTRO KEY IS NOT LESS THAN CTM-CLAVE
               INVALID KEY
                  SET WS-ATPC861-FIN-ENTIDAD TO TRUE
               NOT INVALID KEY
                  SET WS-ATPC861-FIN-ENTIDAD TO FALSE
           END-START

           PERFORM UNTIL WS-ATPC861-FIN-ENTIDAD
                      OR WS-ATPC861-MOVIDAS NOT < WS-ATPC861-PEDIDAS
              READ CTM-MAESTRO NEXT RECORD
                  AT END
                     SET WS-ATPC861-FIN-ENTIDAD TO TRUE
                  NOT AT END
                     IF CTM-CODENT NOT = PRM-ATPC861-CODENT
                        SET WS-ATPC861-FIN-ENTIDAD TO TRUE
                     ELSE
                        IF CTM-CODGRUPO = WS-ATPC861-BUS-CODGRUPO
                        AND NOT CTM-CIE-CON-CIERRE
                        AND NOT CTM-CASTIGADA
                        AND NOT CTM-ESPECIAL
                        AND CTM-GRP-FECASIG NOT = WS-ATPC861-HOY
                           PERFORM ATPC861-MOVER-CUENTA
                        END-IF
                     END-IF
              END-READ
           END-PERFORM

           MOVE SPACES TO WS-ATPC861-LINEA
           STRING "   CODENT ["               DELIMITED BY SIZE
                  PRM-ATPC861-CODENT          DELIMITED BY SIZE
                  "] GRUPO ["                 DELIMITED BY SIZE
                  PRM-ATPC861-ORIGEN          DELIMITED BY SIZE
                  "] A GRUPO ["               DELIMITED BY SIZE
                  PRM-ATPC861-DESTINO         DELIMITED BY SIZE
                  "] PEDIDAS ["               DELIMITED BY SIZE
                  WS-ATPC861-PEDIDAS          DELIMITED BY SIZE
                  "] MOVIDAS ["               DELIMITED BY SIZE
                  WS-ATPC861-MOVIDAS          DELIMITED BY SIZE
                  "] "                        DELIMITED BY SIZE
                  WS-ATPC861-MODO-TXT         DELIMITED BY SIZE
             INTO WS-ATPC861-LINEA
           WRITE RPT-ATPC861-REG FROM WS-ATPC861-LINEA
           DISPLAY WS-ATPC861-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC861-MOVER-CUENTA
      *----------------------------------------------------------------
       ATPC861-MOVER-CUENTA.
           MOVE CTM-CODGRUPO TO CTM-GRP-ANTERIOR
           MOVE WS-ATPC861-GRP-CODGRUPO(WS-ATPC861-GRP-DESTINO)
             TO CTM-CODGRUPO
           MOVE WS-ATPC861-HOY TO CTM-GRP-FECASIG
           SET CTM-GRP-REBALANCEO TO TRUE
           MOVE WS-ATPC861-GRP-DESTINO TO WS-ATPC861-GRP-ELEGIDO
           PERFORM ATPC861-GRABAR-CUENTA
           IF WS-ATPC861-CTM-STATUS = "00"
              PERFORM ATPC861-CONTAR-MOVIMIENTOS
              ADD 1 TO WS-ATPC861-MOVIDAS
                       WS-ATPC861-REBALANCEADAS
                       WS-ATPC861-GRP-ENTRAN(WS-ATPC861-GRP-DESTINO)
                       WS-ATPC861-GRP-CUENTAS(WS-ATPC861-GRP-DESTINO)
                       WS-ATPC861-GRP-SALEN(WS-ATPC861-GRP-ORIGEN)
              SUBTRACT 1
                FROM WS-ATPC861-GRP-CUENTAS(WS-ATPC861-GRP-ORIGEN)
              ADD WS-ATPC861-CTA-MOVS
                TO WS-ATPC861-GRP-MOVS(WS-ATPC861-GRP-DESTINO)
              SUBTRACT WS-ATPC861-CTA-MOVS
                FROM WS-ATPC861-GRP-MOVS(WS-ATPC861-GRP-ORIGEN)
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC861-EMITIR-CARGA
      *----------------------------------------------------------------
      * Carga de cada grupo y fecha de ciclo
      *----------------------------------------------------------------
       ATPC861-EMITIR-CARGA.
           MOVE SPACES TO WS-ATPC861-LINEA
           WRITE RPT-ATPC861-REG FROM WS-ATPC861-LINEA
           STRING " CARGA POR GRUPO Y FECHA DE CICLO (MOVIMIENTOS "
                                              DELIMITED BY SIZE
                  "ESPERADOS DESDE "          DELIMITED BY SIZE
                  WS-ATPC861-DESDE            DELIMITED BY SIZE
                  ")"                         DELIMITED BY SIZE
             INTO WS-ATPC861-LINEA
           WRITE RPT-ATPC861-REG FROM WS-ATPC861-LINEA
           DISPLAY WS-ATPC861-LINEA
           MOVE SPACES TO WS-ATPC861-LINEA
           STRING " ENT  GR CICLO      VENCIM.    CUENTAS  ALTAS    "
                                              DELIMITED BY SIZE
                  "ENTRAN   SALEN    TOTAL    MOV.ESPER."
                                              DELIMITED BY SIZE
             INTO WS-ATPC861-LINEA
           WRITE RPT-ATPC861-REG FROM WS-ATPC861-LINEA
           DISPLAY WS-ATPC861-LINEA

           PERFORM VARYING WS-ATPC861-GRP-IDX FROM 1 BY 1
                     UNTIL WS-ATPC861-GRP-IDX > WS-ATPC861-GRP-CANT
              MOVE SPACES TO WS-ATPC861-LINEA
              STRING " "                      DELIMITED BY SIZE
                     WS-ATPC861-GRP-CODENT(WS-ATPC861-GRP-IDX)
                                              DELIMITED BY SIZE
                     " "                      DELIMITED BY SIZE
                     WS-ATPC861-GRP-CODGRUPO(WS-ATPC861-GRP-IDX)
                                              DELIMITED BY SIZE
                     " "                      DELIMITED BY SIZE
                     WS-ATPC861-GRP-FECCICLO(WS-ATPC861-GRP-IDX)
                                              DELIMITED BY SIZE
                     " "                      DELIMITED BY SIZE
                     WS-ATPC861-GRP-FECVTO(WS-ATPC861-GRP-IDX)
                                              DELIMITED BY SIZE
                     " "                      DELIMITED BY SIZE
                     WS-ATPC861-GRP-INICIAL(WS-ATPC861-GRP-IDX)
                                              DELIMITED BY SIZE
                     " "                      DELIMITED BY SIZE
                     WS-ATPC861-GRP-ALTAS(WS-ATPC861-GRP-IDX)
                                              DELIMITED BY SIZE
                     " "                      DELIMITED BY SIZE
                     WS-ATPC861-GRP-ENTRAN(WS-ATPC861-GRP-IDX)
                                              DELIMITED BY SIZE
                     " "                      DELIMITED BY SIZE
                     WS-ATPC861-GRP-SALEN(WS-ATPC861-GRP-IDX)
                                              DELIMITED BY SIZE
                     " "                      DELIMITED BY SIZE
                     WS-ATPC861-GRP-CUENTAS(WS-ATPC861-GRP-IDX)
                                              DELIMITED BY SIZE
                     " "                      DELIMITED BY SIZE
                     WS-ATPC861-GRP-MOVS(WS-ATPC861-GRP-IDX)
                                              DELIMITED BY SIZE
                INTO WS-ATPC861-LINEA
              WRITE RPT-ATPC861-REG FROM WS-ATPC861-LINEA
              DISPLAY WS-ATPC861-LINEA
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC861-RESUMEN-FINAL
      *----------------------------------------------------------------
       ATPC861-RESUMEN-FINAL.
           IF WS-ATPC861-SIN-GRUPO > ZEROES
              DISPLAY "ATPC861 - ALERTA: [" WS-ATPC861-SIN-GRUPO
                      "] cuentas de entidades sin grupos vigentes en "
                      "el calendario quedan sin asignar"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           MOVE SPACES TO WS-ATPC861-LINEA
           WRITE RPT-ATPC861-REG FROM WS-ATPC861-LINEA
           STRING " CUENTAS LEIDAS: "         DELIMITED BY SIZE
                  WS-ATPC861-LEIDAS           DELIMITED BY SIZE
                  "  ASIGNADAS: "             DELIMITED BY SIZE
                  WS-ATPC861-ASIGNADAS        DELIMITED BY SIZE
                  "  REBALANCEADAS: "         DELIMITED BY SIZE
                  WS-ATPC861-REBALANCEADAS    DELIMITED BY SIZE
                  "  SIN GRUPO VIGENTE: "     DELIMITED BY SIZE
                  WS-ATPC861-SIN-GRUPO        DELIMITED BY SIZE
             INTO WS-ATPC861-LINEA
           WRITE RPT-ATPC861-REG FROM WS-ATPC861-LINEA
           DISPLAY WS-ATPC861-LINEA

           MOVE SPACES TO WS-ATPC861-LINEA
           STRING " AVISOS EMITIDOS: "        DELIMITED BY SIZE
                  WS-ATPC861-AVISOS           DELIMITED BY SIZE
                  "  SIN AVISO: "             DELIMITED BY SIZE
                  WS-ATPC861-SIN-AVISO        DELIMITED BY SIZE
                  "  ERRORES DE GRABACION: "  DELIMITED BY SIZE
                  WS-ATPC861-ERRORES          DELIMITED BY SIZE
                  "  REBALANCEOS RECHAZADOS: "
                                              DELIMITED BY SIZE
                  WS-ATPC861-RECHAZOS         DELIMITED BY SIZE
             INTO WS-ATPC861-LINEA
           WRITE RPT-ATPC861-REG FROM WS-ATPC861-LINEA
           DISPLAY WS-ATPC861-LINEA
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
       COPY "ATPC085-PR".
       COPY "ATPC161-PR".
       COPY "ATPCVTO-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
