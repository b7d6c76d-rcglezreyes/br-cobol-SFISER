      * reciente de una clave es el vigente (A = abierta, C =
      * cerrada), criterio que aplica ATPC915 al cargarlo.
      *
      * Opciones: A = abrir disputa, C = cerrar disputa, R =
      * resultado del contracargo, L = listado de disputas abiertas
      * por entidad, X = salir. El operador requiere la funcion "G"
      * del perfil ATPC163 con ambito sobre el CODENT. Toda operacion
      * queda en ATPCACT.
      *
      * Contracargos: al abrir la disputa el operador puede informar
      * la marca (CODMAR, debe existir para el CODENT en ATPC026) y
      * el codigo de motivo del contracargo; con marca informada se
      * registra el caso en CONTRAC.DAT (estado R) y ATPC828 emite
      * el credito provisorio, vigila los plazos de la marca y
      * aplica el resultado. Con la opcion R el operador asienta el
      * resultado del caso (G = ganado, P = perdido) mientras no este
      * aplicado; ATPC828 lo aplica y cierra la disputa. CONTRAC.DAT
      * tambien es de solo-agregado (vigente el registro mas reciente
      * de la clave). Sin marca la disputa no genera contracargo.
      *
      * Layout de DISPUTAS.DAT: CODENT(4) NUMCUENTA(16) FECHAMOV(10)
      * IMPORTEMOV(11) ESTADO(1) FECAPERTURA(10) FECCIERRE(10)
      * CODOPER(8).
      *
      * Layout de CONTRAC.DAT: CODENT(4) NUMCUENTA(16) FECHAMOV(10)
      * IMPORTEMOV(11) CODMAR(2) CODMOTIVO(4) ESTADO(1) FECESTADO(10)
      * CODOPER(8). Estados: R = registrado, A = acreditado (credito
      * provisorio emitido), G / P = ganado / perdido sin aplicar,
      * F = ganado y aplicado (credito definitivo), V = perdido y
      * aplicado (credito revertido).
      *
      * Dependencias:
      *  - Debe estar declarada la rutina para manejo de errores
      *    888888-LOGGEAR-TRANSACCION
           SELECT DIS-DISPUTAS ASSIGN TO "DISPUTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC979-DIS-STATUS.
      * Casos de contracargo de las disputas -- ver ATPC828
           SELECT CBK-CONTRACARGOS ASSIGN TO "CONTRAC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC979-CBK-STATUS.
           SELECT CTL-CARGAS ASSIGN TO "ATPCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCCTL-STATUS.
           05  DIS-FECCIERRE                  PIC X(10).
           05  DIS-CODOPER                    PIC X(08).

       FD  CBK-CONTRACARGOS
           RECORDING MODE IS F.
       01  CBK-CONTRACARGOS-REG.
           05  CBK-CODENT                     PIC X(04).
           05  CBK-NUMCUENTA                  PIC X(16).
           05  CBK-FECHAMOV                   PIC X(10).
           05  CBK-IMPORTEMOV                 PIC 9(09)V99.
           05  CBK-CODMAR                     PIC 9(02).
           05  CBK-CODMOTIVO                  PIC X(04).
           05  CBK-ESTADO                     PIC X(01).
           05  CBK-FECESTADO                  PIC X(10).
           05  CBK-CODOPER                    PIC X(08).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".


       COPY "MPMLOG".

       COPY "ATPC026-WS".
       COPY "ATPC096-WS".
       COPY "ATPC163-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCEXC-WS".

       77  WS-ATPC979-DIS-STATUS              PIC X(02).
       77  WS-ATPC979-CBK-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC979-FIN-SESION           VALUE 1
       77  WS-ATPC979-IMPORTE-ALF             PIC X(11).
       77  WS-ATPC979-IMPORTE                 PIC 9(09)V99.

      * Captura del contracargo (apertura) y de su resultado
       77  WS-ATPC979-CODMAR-ALF              PIC X(02).
       77  WS-ATPC979-CODMAR                  PIC 9(02).
       77  WS-ATPC979-CODMOTIVO               PIC X(04).
       77  WS-ATPC979-RESULTADO               PIC X(01).
       01  FILLER                             PIC 9(01).
           88 WS-ATPC979-CBK-CON-CASO         VALUE 1
              WHEN SET TO FALSE 0.
       01  FILLER                             PIC 9(01).
           88 WS-ATPC979-CBK-RECHAZADO        VALUE 1
              WHEN SET TO FALSE 0.

      * Caso de contracargo vigente de la clave capturada
       01  WS-ATPC979-CBK-VIGENTE.
           05  WS-ATPC979-CBK-VIG-ESTADO      PIC X(01).
               88 WS-ATPC979-CBK-VIG-ABIERTO  VALUE "R" "A" "G" "P".
           05  WS-ATPC979-CBK-VIG-CODMAR      PIC 9(02).
           05  WS-ATPC979-CBK-VIG-CODMOTIVO   PIC X(04).
       77  WS-ATPC979-CBK-ESTADO              PIC X(01).

      * Fecha del dia en AAAA-MM-DD
       01  WS-ATPC979-HOY.
           05  WS-ATPC979-HOY-AAAA            PIC 9(04).

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC163-CARGAR-ARREGLO
           PERFORM ATPC026-CARGAR-ARREGLO
           PERFORM ATPC096-CARGAR-ARREGLO

           ACCEPT WS-ATPC979-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC979-HOY-G1 WS-ATPC979-HOY-G2
           SET WS-ATPC979-FIN-SESION TO FALSE
           PERFORM UNTIL WS-ATPC979-FIN-SESION
              DISPLAY "ATPC979: opcion? (A=abrir, C=cerrar, "
                      "R=resultado, L=listado, X=salir)"
              ACCEPT WS-ATPC979-OPCION FROM CONSOLE
              EVALUATE WS-ATPC979-OPCION
                 WHEN "A"
                 WHEN "c"
                    MOVE "C" TO WS-ATPC979-OPCION
                    PERFORM ATPC979-DIALOGO-DISPUTA
                 WHEN "R"
                 WHEN "r"
                    MOVE "R" TO WS-ATPC979-OPCION
                    PERFORM ATPC979-DIALOGO-RESULTADO
                 WHEN "L"
                 WHEN "l"
                    PERFORM ATPC979-LISTAR-ABIERTAS
           DISPLAY "ATPC979: importe del movimiento (11 digitos, "
                   "centavos incluidos, sin coma)"
           ACCEPT WS-ATPC979-IMPORTE-ALF FROM CONSOLE
           MOVE SPACES TO WS-ATPC979-CODMAR-ALF
                          WS-ATPC979-CODMOTIVO
           IF WS-ATPC979-OPCION = "A"
              DISPLAY "ATPC979: CODMAR de la marca para el contracargo"
                      " (2 dig., en blanco = sin contracargo)"
              ACCEPT WS-ATPC979-CODMAR-ALF FROM CONSOLE
              IF WS-ATPC979-CODMAR-ALF NOT = SPACES
                 DISPLAY "ATPC979: codigo de motivo del contracargo "
                         "(4 car.)"
                 ACCEPT WS-ATPC979-CODMOTIVO FROM CONSOLE
              END-IF
           END-IF

           IF WS-ATPC979-IMPORTE-ALF IS NOT NUMERIC
              DISPLAY "ATPC979: importe no numerico -- descartada"
                         WS-ATPC163-RETORNO-DESC(1:50)
                 PERFORM ATPC979-ASENTAR-ACTIVIDAD-R
              ELSE
                 PERFORM ATPC979-VALIDAR-CONTRACARGO
                 IF WS-ATPC979-CBK-RECHAZADO
                    PERFORM ATPC979-ASENTAR-ACTIVIDAD-R
                 ELSE
                    PERFORM ATPC979-GRABAR-DISPUTA
                    IF WS-ATPC979-CBK-CON-CASO
                       MOVE "R" TO WS-ATPC979-CBK-ESTADO
                       PERFORM ATPC979-GRABAR-CONTRACARGO
                    END-IF
                    PERFORM ATPC979-ASENTAR-ACTIVIDAD-O
                    IF WS-ATPC979-OPCION = "A"
                       DISPLAY "ATPC979: disputa abierta -- el "
                               "movimiento queda retenido en la "
                               "pre-facturacion"
                       IF WS-ATPC979-CBK-CON-CASO
                          DISPLAY "ATPC979: contracargo registrado "
                                  "-- el credito provisorio se "
                                  "emite en la proxima corrida"
                       END-IF
                    ELSE
                       DISPLAY "ATPC979: disputa cerrada -- el "
                               "movimiento se libera en la proxima "
                               "corrida"
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC979-VALIDAR-CONTRACARGO
      *----------------------------------------------------------------
      * En la apertura con marca informada: la marca debe ser numerica
      * y tener tipos de tarjeta cargados para el CODENT en ATPC026, y
      * el motivo es obligatorio. Sin marca no hay caso de contracargo
      *----------------------------------------------------------------
       ATPC979-VALIDAR-CONTRACARGO.
           SET WS-ATPC979-CBK-CON-CASO  TO FALSE
           SET WS-ATPC979-CBK-RECHAZADO TO FALSE

           IF WS-ATPC979-OPCION = "A"
           AND WS-ATPC979-CODMAR-ALF NOT = SPACES
              SET WS-ATPC979-CBK-CON-CASO TO TRUE
              EVALUATE TRUE
                 WHEN WS-ATPC979-CODMAR-ALF IS NOT NUMERIC
                 WHEN WS-ATPC979-CODENT IS NOT NUMERIC
                    DISPLAY "ATPC979: CODMAR o CODENT no numerico -- "
                            "descartada"
                    SET WS-ATPC979-CBK-RECHAZADO TO TRUE
                 WHEN WS-ATPC979-CODMOTIVO = SPACES
                    DISPLAY "ATPC979: falta el motivo del contracargo"
                            " -- descartada"
                    SET WS-ATPC979-CBK-RECHAZADO TO TRUE
                 WHEN OTHER
                    MOVE WS-ATPC979-CODMAR-ALF TO WS-ATPC979-CODMAR
                    INITIALIZE WS-ATPC026
                    MOVE WS-ATPC979-CODENT TO WS-ATPC026-CODENT
                    MOVE WS-ATPC979-CODMAR TO WS-ATPC026-CODMAR
                    PERFORM ATPC026-LISTAR-POR-MARCA
                    IF NOT WS-ATPC026-RETORNO-OK
                    OR WS-ATPC026-LISTADO-CANT = ZEROES
                       DISPLAY "ATPC979: marca [" WS-ATPC979-CODMAR
                               "] inexistente para el CODENT -- "
                               "descartada"
                       SET WS-ATPC979-CBK-RECHAZADO TO TRUE
                    END-IF
              END-EVALUATE
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC979-DIALOGO-RESULTADO
      *----------------------------------------------------------------
      * Resultado del contracargo informado por la marca: solo sobre un
      * caso no aplicado todavia (un resultado pendiente puede
      * corregirse hasta que corra ATPC828)
      *----------------------------------------------------------------
       ATPC979-DIALOGO-RESULTADO.
           DISPLAY "ATPC979: CODENT (4 car.)"
           ACCEPT WS-ATPC979-CODENT FROM CONSOLE
           DISPLAY "ATPC979: numero de cuenta (16 car.)"
           ACCEPT WS-ATPC979-NUMCUENTA FROM CONSOLE
           DISPLAY "ATPC979: fecha del movimiento (AAAA-MM-DD)"
           ACCEPT WS-ATPC979-FECHAMOV FROM CONSOLE
           DISPLAY "ATPC979: importe del movimiento (11 digitos, "
                   "centavos incluidos, sin coma)"
           ACCEPT WS-ATPC979-IMPORTE-ALF FROM CONSOLE
           DISPLAY "ATPC979: resultado (G=ganado, P=perdido)"
           ACCEPT WS-ATPC979-RESULTADO FROM CONSOLE
           EVALUATE WS-ATPC979-RESULTADO
              WHEN "g"
                 MOVE "G" TO WS-ATPC979-RESULTADO
              WHEN "p"
                 MOVE "P" TO WS-ATPC979-RESULTADO
           END-EVALUATE

           EVALUATE TRUE
              WHEN WS-ATPC979-IMPORTE-ALF IS NOT NUMERIC
                 DISPLAY "ATPC979: importe no numerico -- descartado"
                 PERFORM ATPC979-ASENTAR-ACTIVIDAD-R
              WHEN WS-ATPC979-RESULTADO NOT = "G"
               AND WS-ATPC979-RESULTADO NOT = "P"
                 DISPLAY "ATPC979: resultado no reconocido -- "
                         "descartado"
                 PERFORM ATPC979-ASENTAR-ACTIVIDAD-R
              WHEN OTHER
                 MOVE WS-ATPC979-IMPORTE-ALF
                   TO WS-ATPC979-IMPORTE(1:11)
                 INITIALIZE WS-ATPC163-AUT
                 MOVE WS-ATPC979-CODOPER TO WS-ATPC163-AUT-CODOPER
                 MOVE "G"                TO WS-ATPC163-AUT-FUNCION
                 MOVE WS-ATPC979-CODENT  TO WS-ATPC163-AUT-CODENT
                 PERFORM ATPC163-AUTORIZAR
                 IF WS-ATPC163-NO-AUTORIZADO
                    DISPLAY "ATPC979: operador no autorizado -- "
                            WS-ATPC163-RETORNO-DESC(1:50)
                    PERFORM ATPC979-ASENTAR-ACTIVIDAD-R
                 ELSE
                    PERFORM ATPC979-BUSCAR-CONTRACARGO
                    IF WS-ATPC979-CBK-VIG-ABIERTO
                       MOVE WS-ATPC979-CBK-VIG-CODMAR
                         TO WS-ATPC979-CODMAR
                       MOVE WS-ATPC979-CBK-VIG-CODMOTIVO
                         TO WS-ATPC979-CODMOTIVO
                       MOVE WS-ATPC979-RESULTADO
                         TO WS-ATPC979-CBK-ESTADO
                       PERFORM ATPC979-GRABAR-CONTRACARGO
                       PERFORM ATPC979-ASENTAR-ACTIVIDAD-O
                       DISPLAY "ATPC979: resultado asentado -- se "
                               "aplica y cierra la disputa en la "
                               "proxima corrida"
                    ELSE
                       DISPLAY "ATPC979: no hay contracargo pendiente"
                               " para el movimiento -- descartado"
                       PERFORM ATPC979-ASENTAR-ACTIVIDAD-R
                    END-IF
                 END-IF
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC979-BUSCAR-CONTRACARGO
      *----------------------------------------------------------------
      * Resuelve el registro vigente (el mas reciente) de CONTRAC.DAT
      * para la clave capturada; sin caso queda el estado en blanco
      *----------------------------------------------------------------
       ATPC979-BUSCAR-CONTRACARGO.
           INITIALIZE WS-ATPC979-CBK-VIGENTE
           MOVE SPACES TO WS-ATPC979-CBK-VIG-ESTADO
           OPEN INPUT CBK-CONTRACARGOS
           IF WS-ATPC979-CBK-STATUS = "00"
              SET WS-ATPC979-FIN-ARCHIVO TO FALSE
              PERFORM UNTIL WS-ATPC979-FIN-ARCHIVO
                 READ CBK-CONTRACARGOS
                     AT END
                        SET WS-ATPC979-FIN-ARCHIVO TO TRUE
                     NOT AT END
                        IF CBK-CODENT     = WS-ATPC979-CODENT
                        AND CBK-NUMCUENTA = WS-ATPC979-NUMCUENTA
                        AND CBK-FECHAMOV  = WS-ATPC979-FECHAMOV
                        AND CBK-IMPORTEMOV = WS-ATPC979-IMPORTE
                           MOVE CBK-ESTADO
                             TO WS-ATPC979-CBK-VIG-ESTADO
                           MOVE CBK-CODMAR
                             TO WS-ATPC979-CBK-VIG-CODMAR
                           MOVE CBK-CODMOTIVO
                             TO WS-ATPC979-CBK-VIG-CODMOTIVO
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE CBK-CONTRACARGOS
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC979-GRABAR-CONTRACARGO
      *----------------------------------------------------------------
       ATPC979-GRABAR-CONTRACARGO.
           OPEN EXTEND CBK-CONTRACARGOS
           IF WS-ATPC979-CBK-STATUS = "35"
              OPEN OUTPUT CBK-CONTRACARGOS
           END-IF
           IF WS-ATPC979-CBK-STATUS = "00"
              INITIALIZE CBK-CONTRACARGOS-REG
              MOVE WS-ATPC979-CODENT     TO CBK-CODENT
              MOVE WS-ATPC979-NUMCUENTA  TO CBK-NUMCUENTA
              MOVE WS-ATPC979-FECHAMOV   TO CBK-FECHAMOV
              MOVE WS-ATPC979-IMPORTE    TO CBK-IMPORTEMOV
              MOVE WS-ATPC979-CODMAR     TO CBK-CODMAR
              MOVE WS-ATPC979-CODMOTIVO  TO CBK-CODMOTIVO
              MOVE WS-ATPC979-CBK-ESTADO TO CBK-ESTADO
              MOVE WS-ATPC979-HOY        TO CBK-FECESTADO
              MOVE WS-ATPC979-CODOPER    TO CBK-CODOPER
              WRITE CBK-CONTRACARGOS-REG
              CLOSE CBK-CONTRACARGOS
           ELSE
              DISPLAY "ATPC979 - ERROR: no se pudo grabar en "
                      "CONTRAC.DAT -- FILE STATUS:["
                      WS-ATPC979-CBK-STATUS "]"
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC979-GRABAR-DISPUTA
      *----------------------------------------------------------------
                   MENSAJE_COPY  OF MPMLOG
           .

       COPY "ATPC026-PR".
       COPY "ATPC096-PR".
       COPY "ATPC163-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
