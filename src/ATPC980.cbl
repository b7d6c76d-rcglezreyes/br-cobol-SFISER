      * Programa batch de extracto de recordatorios de pago para el
      * proveedor de mensajeria (SMS / correo): recorre las cuentas
      * del dia (SALDIAR.DAT, ordenado por CODENT) y, para cada
      * cuenta, resuelve la fecha de vencimiento vigente -- la fecha
      * de ciclo mas reciente ya facturada del calendario ATPC085
      * para el grupo de facturacion de la cuenta (CTM-CODGRUPO,
      * rutina ATPCCIC; con grupo cero rige el ciclo de la entidad)
      * mas los dias de gracia en dias habiles (rutina ATPCVTO sobre
      * ATPC161), resuelto una sola vez por grupo dentro de cada
      * entidad -- y emite el recordatorio de las cuentas cuyo
      * vencimiento cae exactamente dentro de N dias (ATPC980.PRM,
      * primera linea, N en 2 posiciones; defecto 3): pago minimo
      * vigente (ATPCPMN), fecha de vencimiento, nombre de la entidad
      * y su CODIDIOMA para que el proveedor elija la plantilla.
      *
      * Quedan excluidas las cuentas con disputa abierta
      * (DISPUTAS.DAT), las cuentas con plan de pago vigente
      * (PLANPAGO.DAT) y las cuentas castigadas en el maestro
      * CTAMAE.DAT (ATPC800) o en estado especial (ATPC835). El
      * reporte cierra con el conteo por entidad para que los bancos
      * auditen la cobertura; el vencimiento informado por entidad es
      * el de su ciclo sin grupo.
      *
      * Layout de RECORDAT.DAT: CODENT(4) NUMCUENTA(16) MINIMO(11)
      * FECVTO(10) CODENTDES(30) CODIDIOMA(1).
           SELECT PLA-PLANES ASSIGN TO "PLANPAGO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC980-PLA-STATUS.
      * Maestro de cuentas, para excluir las castigadas y las que
      * estan en estado especial -- ver
      * ATPCCTM-CTM.cpy
           SELECT CTM-MAESTRO ASSIGN TO "CTAMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTM-CLAVE
               FILE STATUS IS WS-ATPCCTM-STATUS.
           SELECT REC-RECORDATORIOS ASSIGN TO "RECORDAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC980-REC-STATUS.
           SELECT RPT-ATPC980 ASSIGN TO "ATPC980.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Precios propios por tipo de tarjeta -- ver ATPCPRC-PRC.cpy
           SELECT PRC-PRECIOS ASSIGN TO "PRECIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCPRC-STATUS.
      * Requerido porque los ATPCxxx-CARGAR-ARREGLO graban una fila de
      * control compartida -- ver ATPCCTL-CTL.cpy
           SELECT CTL-CARGAS ASSIGN TO "ATPCCTL.DAT"
       COPY "ATPCEXC-EXC".
       COPY "ATPC085-CKP".

       COPY "ATPCCTM-CTM".
       COPY "ATPCPRC-PRC".

       FD  PRM-ATPC980
           RECORDING MODE IS F.
       01  PRM-ATPC980-REG.
       COPY "ATPC158-WS".
       COPY "ATPC161-WS".
       COPY "ATPCPMN-WS".
       COPY "ATPCPRC-WS".
       COPY "ATPCVTO-WS".
       COPY "ATPCCIC-WS".
       COPY "ATPCCTM-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
           88 WS-ATPC980-EXCLUIDA             VALUE "S"
              WHEN SET TO FALSE "N".

      * Corte de control por entidad, con la marca de si la entidad
      * existe en ATPC021 y el vencimiento de su ciclo sin grupo
       01  WS-ATPC980-ENT-ANT                 PIC X(04).
       01  FILLER                             PIC X(01).
           88 WS-ATPC980-ENT-RESUELTA         VALUE "S"
              WHEN SET TO FALSE "N".
       77  WS-ATPC980-ENT-FECVTO              PIC X(10).
       77  WS-ATPC980-ENT-NUM                 PIC 9(04).
       77  WS-ATPC980-ENT-CANT                PIC 9(06).
       77  WS-ATPC980-ENT-EXCLUIDAS           PIC 9(06).

      * Vencimiento por grupo de facturacion de la entidad en curso
      * (posicion = CODGRUPO + 1), resuelto la primera vez que
      * aparece una cuenta del grupo
       01  WS-ATPC980-GRUPOS.
           05  WS-ATPC980-GRU OCCURS 100 TIMES.
               10  WS-ATPC980-GRU-ESTADO      PIC X(01).
                   88 WS-ATPC980-GRU-SIN-RESOLVER VALUE SPACE.
                   88 WS-ATPC980-GRU-RECUERDA     VALUE "S".
               10  WS-ATPC980-GRU-FECVTO      PIC X(10).
       77  WS-ATPC980-GRU-IDX                 PIC 9(03).

      * Fecha del dia y conversion a dias corridos
       01  WS-ATPC980-HOY.
           05  WS-ATPC980-HOY-AAAA            PIC 9(04).
           PERFORM ATPC021-CARGAR-ARREGLO
           PERFORM ATPC085-CARGAR-ARREGLO
           PERFORM ATPC158-CARGAR-ARREGLO
           PERFORM ATPCPRC-CARGAR-TABLA
           PERFORM ATPC161-CARGAR-ARREGLO

           PERFORM ATPC980-LEER-PARAMETROS
           MOVE WS-ATPC980-SERIE TO WS-ATPC980-SERIE-HOY

           PERFORM ATPC980-CARGAR-EXCLUSIONES
           PERFORM ATPCCTM-ABRIR-CONSULTA

           OPEN INPUT SAL-DIARIOS
           IF WS-ATPC980-SAL-STATUS NOT = "00"
                    RPT-ATPC980
              CLOSE SAL-DIARIOS
           END-IF
           PERFORM ATPCCTM-CERRAR-CONSULTA

           DISPLAY
           "- ATPC980: EXTRACTO FINALIZADO                            -"
              PERFORM ATPC980-ABRIR-ENTIDAD
           END-IF

           IF WS-ATPC980-ENT-RESUELTA
           AND SAL-SALDO > ZEROES
              MOVE SAL-CODENT    TO WS-ATPCCTM-CODENT
              MOVE SAL-NUMCUENTA TO WS-ATPCCTM-NUMCUENTA
              PERFORM ATPCCTM-CONSULTAR-CUENTA
              MOVE 1 TO WS-ATPC980-GRU-IDX
              IF WS-ATPCCTM-RETORNO-OK
                 COMPUTE WS-ATPC980-GRU-IDX = CTM-CODGRUPO + 1
              END-IF
              PERFORM ATPC980-VENCIMIENTO-GRUPO
           END-IF

           IF WS-ATPC980-ENT-RESUELTA
           AND SAL-SALDO > ZEROES
           AND WS-ATPC980-GRU-RECUERDA(WS-ATPC980-GRU-IDX)
              SET WS-ATPC980-EXCLUIDA TO FALSE
              PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > WS-ATPC980-EXC-CANT
                 END-IF
              END-PERFORM

      * La cuenta castigada o en estado especial no se recuerda
              IF WS-ATPCCTM-RETORNO-OK
              AND (CTM-CASTIGADA OR CTM-ESPECIAL)
                 SET WS-ATPC980-EXCLUIDA TO TRUE
              END-IF

              IF WS-ATPC980-EXCLUIDA
                 ADD 1 TO WS-ATPC980-ENT-EXCLUIDAS
              ELSE
      *----------------------------------------------------------------
      * Proceso: ATPC980-ABRIR-ENTIDAD
      *----------------------------------------------------------------
      * Ubica la entidad en ATPC021, limpia los vencimientos por grupo
      * y resuelve el de su ciclo sin grupo para el reporte
      *----------------------------------------------------------------
       ATPC980-ABRIR-ENTIDAD.
           MOVE SAL-CODENT TO WS-ATPC980-ENT-ANT
           MOVE ZEROES TO WS-ATPC980-ENT-CANT
                          WS-ATPC980-ENT-EXCLUIDAS
           MOVE SPACES TO WS-ATPC980-ENT-FECVTO
                          WS-ATPC980-GRUPOS
           SET WS-ATPC980-ENT-RESUELTA TO FALSE

           INITIALIZE WS-ATPC021
           MOVE SAL-CODENT TO WS-ATPC021-CODENT
           IF WS-ATPC021-RETORNO-OK
           AND SAL-CODENT IS NUMERIC
              MOVE SAL-CODENT TO WS-ATPC980-ENT-NUM
              SET WS-ATPC980-ENT-RESUELTA TO TRUE
              MOVE 1 TO WS-ATPC980-GRU-IDX
              PERFORM ATPC980-VENCIMIENTO-GRUPO
              MOVE WS-ATPC980-GRU-FECVTO(1) TO WS-ATPC980-ENT-FECVTO
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC980-VENCIMIENTO-GRUPO
      *----------------------------------------------------------------
      * Resuelve, la primera vez por grupo de la entidad en curso
      * (WS-ATPC980-GRU-IDX = CODGRUPO + 1), el vencimiento -- la
      * fecha de ciclo mas reciente ya alcanzada del grupo en el
      * calendario ATPC085 mas la gracia en dias habiles -- y si el
      * grupo entra hoy en la ventana de recordatorio
      *----------------------------------------------------------------
       ATPC980-VENCIMIENTO-GRUPO.
           IF WS-ATPC980-GRU-SIN-RESOLVER(WS-ATPC980-GRU-IDX)
              MOVE "N" TO WS-ATPC980-GRU-ESTADO(WS-ATPC980-GRU-IDX)
              INITIALIZE WS-ATPCCIC-ENTRADA
              MOVE WS-ATPC980-ENT-NUM TO WS-ATPCCIC-CODENT
              COMPUTE WS-ATPCCIC-CODGRUPO = WS-ATPC980-GRU-IDX - 1
              MOVE WS-ATPC980-HOY     TO WS-ATPCCIC-FECHA-TOPE
              PERFORM ATPCCIC-ULTIMO-CICLO

              IF WS-ATPCCIC-RETORNO-OK
                 INITIALIZE WS-ATPCVTO-ENTRADA
                 MOVE SAL-CODENT          TO WS-ATPCVTO-CODENT
                 MOVE WS-ATPCCIC-FECCICLO TO WS-ATPCVTO-FECHA-CICLO
                 PERFORM ATPCVTO-CALCULAR-VENCIMIENTO
                 IF WS-ATPCVTO-RETORNO-OK
                    MOVE WS-ATPCVTO-FECVTO
                      TO WS-ATPC980-GRU-FECVTO(WS-ATPC980-GRU-IDX)
                    MOVE WS-ATPCVTO-FECVTO TO WS-ATPC980-FECHA-DIV
                    PERFORM ATPC980-FECHA-A-SERIE
                    COMPUTE WS-ATPC980-DIAS-FALTAN =
                       WS-ATPC980-SERIE - WS-ATPC980-SERIE-HOY
                    IF WS-ATPC980-DIAS-FALTAN = WS-ATPC980-ANTICIPO
                       SET WS-ATPC980-GRU-RECUERDA(WS-ATPC980-GRU-IDX)
                        TO TRUE
                    END-IF
                 END-IF
              END-IF
           MOVE SAL-CODENT TO WS-ATPCPMN-CODENT
           MOVE SPACES     TO WS-ATPCPMN-LINEA
           MOVE SAL-SALDO  TO WS-ATPCPMN-SALDO
      * Tipo de tarjeta de la cuenta recien consultada en el maestro
           IF WS-ATPCCTM-RETORNO-OK
              MOVE CTM-CODMAR  TO WS-ATPCPMN-CODMAR
              MOVE CTM-INDTIPT TO WS-ATPCPMN-INDTIPT
           END-IF
           PERFORM ATPCPMN-CALCULAR-PAGO-MINIMO

           IF WS-ATPCPMN-RETORNO-OK
              MOVE SAL-CODENT             TO REC-CODENT
              MOVE SAL-NUMCUENTA          TO REC-NUMCUENTA
              MOVE WS-ATPCPMN-PAGO-MINIMO TO REC-MINIMO
              MOVE WS-ATPC980-GRU-FECVTO(WS-ATPC980-GRU-IDX)
                                          TO REC-FECVTO
              MOVE WS-ATPC021-CODENTDES   TO REC-CODENTDES
              MOVE WS-ATPC021-CODIDIOMA   TO REC-CODIDIOMA
              WRITE REC-RECORDATORIOS-REG
       COPY "ATPC158-PR".
       COPY "ATPC161-PR".
       COPY "ATPCPMN-PR".
       COPY "ATPCPRC-PR".
       COPY "ATPCVTO-PR".
       COPY "ATPCCIC-PR".
       COPY "ATPCCTM-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
