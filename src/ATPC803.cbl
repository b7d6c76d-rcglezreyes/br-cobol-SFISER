       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC803.
      *----------------------------------------------------------------
      * Transaccion online (estilo consola, ver ATPC902) del registro
      * de agencias de cobranza externa: por cada entidad el operador
      * da de alta las agencias a las que se derivan cuentas morosas,
      * con su porcentaje de comision sobre lo cobrado y su regla de
      * asignacion -- el estado ATPC175 a partir del cual recibe
      * cuentas (toma la cuenta cuya mora alcanza el NUMDIASACT de
      * ese estado) y el saldo minimo asignable. El batch nocturno
      * ATPC804 asigna y retira las cuentas segun este registro y el
      * mensual ATPC805 liquida las comisiones.
      *
      * El registro AGENCIAS.DAT (ver ATPCAGE-AGE.cpy) es de
      * solo-agregado: el registro mas reciente de una clave CODENT +
      * CODAGENCIA es el vigente, criterio que aplica la libreria
      * ATPCAGE al cargarlo. Dar de baja una agencia hace que ATPC804
      * le retire toda la cartera asignada en la proxima corrida.
      *
      * Opciones: A = alta o modificacion de agencia, B = baja, L =
      * listado del registro vigente, X = salir. El operador requiere
      * la funcion "G" del perfil ATPC163 con ambito sobre el CODENT.
      * Toda operacion queda en ATPCACT.
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
      * Registro de agencias de cobranza -- ver ATPCAGE-AGE.cpy
           SELECT AGE-AGENCIAS ASSIGN TO "AGENCIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCAGE-STATUS.
           SELECT CTL-CARGAS ASSIGN TO "ATPCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCCTL-STATUS.
           SELECT AUD-CARGAS ASSIGN TO "ATPCAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCAUD-STATUS.
      * Diario de actividad de operadores -- ver ATPCACT-ACT.cpy
           SELECT ACT-ACTIVIDAD ASSIGN TO "ATPCACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCACT-STATUS.
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
       COPY "ATPCACT-ACT".
       COPY "ATPCLCK-LCK".
       COPY "ATPCEXC-EXC".

       COPY "ATPCAGE-AGE".

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPC163-WS".
       COPY "ATPCAGE-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCACT-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".

       01  FILLER                             PIC 9(01).
           88 WS-ATPC803-FIN-SESION           VALUE 1
              WHEN SET TO FALSE 0.

      * Operador y captura de la sesion
       77  WS-ATPC803-CODOPER                 PIC X(08).
       77  WS-ATPC803-OPCION                  PIC X(01).
       77  WS-ATPC803-CODENT                  PIC X(04).
       77  WS-ATPC803-CODAGENCIA              PIC X(04).
       77  WS-ATPC803-NOMBRE                  PIC X(30).
       77  WS-ATPC803-PORCOMISION-ALF         PIC X(05).
       77  WS-ATPC803-PORCOMISION             PIC 9(03)V99.
       77  WS-ATPC803-CODESTCTA-ALF           PIC X(02).
       77  WS-ATPC803-SALDOMIN-ALF            PIC X(11).
       77  WS-ATPC803-SALDOMIN                PIC 9(09)V99.

      * Fecha del dia en AAAA-MM-DD
       01  WS-ATPC803-HOY.
           05  WS-ATPC803-HOY-AAAA            PIC 9(04).
           05  WS-ATPC803-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC803-HOY-MM              PIC 9(02).
           05  WS-ATPC803-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC803-HOY-DD              PIC 9(02).
       01  WS-ATPC803-HOY-AMD.
           05  WS-ATPC803-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC803-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC803-HOY-AMD-DD          PIC 9(02).

      * Edicion del listado
       77  WS-ATPC803-PORCOMISION-ED          PIC ZZ9.99.
       77  WS-ATPC803-SALDOMIN-ED             PIC Z(08)9.99.
       77  WS-ATPC803-ESTADO-ED               PIC X(05).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC803-PRINCIPAL
      *----------------------------------------------------------------
       ATPC803-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC803: REGISTRO DE AGENCIAS DE COBRANZA EXTERNA      -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC803" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC163-CARGAR-ARREGLO

           ACCEPT WS-ATPC803-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC803-HOY-G1 WS-ATPC803-HOY-G2
           MOVE WS-ATPC803-HOY-AMD-AAAA TO WS-ATPC803-HOY-AAAA
           MOVE WS-ATPC803-HOY-AMD-MM   TO WS-ATPC803-HOY-MM
           MOVE WS-ATPC803-HOY-AMD-DD   TO WS-ATPC803-HOY-DD

           DISPLAY "ATPC803: ingrese su codigo de operador (8 car.)"
           ACCEPT WS-ATPC803-CODOPER FROM CONSOLE

           SET WS-ATPC803-FIN-SESION TO FALSE
           PERFORM UNTIL WS-ATPC803-FIN-SESION
              DISPLAY "ATPC803: opcion? (A=alta/modificacion, "
                      "B=baja, L=listado, X=salir)"
              ACCEPT WS-ATPC803-OPCION FROM CONSOLE
              EVALUATE WS-ATPC803-OPCION
                 WHEN "A"
                 WHEN "a"
                    MOVE "A" TO WS-ATPC803-OPCION
                    PERFORM ATPC803-DIALOGO-ALTA
                 WHEN "B"
                 WHEN "b"
                    MOVE "B" TO WS-ATPC803-OPCION
                    PERFORM ATPC803-DIALOGO-BAJA
                 WHEN "L"
                 WHEN "l"
                    PERFORM ATPC803-LISTAR-AGENCIAS
                 WHEN "X"
                 WHEN "x"
                    SET WS-ATPC803-FIN-SESION TO TRUE
                 WHEN OTHER
                    DISPLAY "ATPC803: opcion no reconocida"
              END-EVALUATE
           END-PERFORM

           DISPLAY "ATPC803: sesion terminada"
           GOBACK
           .

      *----------------------------------------------------------------
      * Proceso: ATPC803-DIALOGO-ALTA
      *----------------------------------------------------------------
      * Alta de una agencia nueva o modificacion de una existente
      * (el registro nuevo reemplaza al anterior de la misma clave)
      *----------------------------------------------------------------
       ATPC803-DIALOGO-ALTA.
           DISPLAY "ATPC803: CODENT (4 car.)"
           ACCEPT WS-ATPC803-CODENT FROM CONSOLE
           DISPLAY "ATPC803: codigo de agencia (4 car.)"
           ACCEPT WS-ATPC803-CODAGENCIA FROM CONSOLE
           DISPLAY "ATPC803: nombre de la agencia (30 car.)"
           ACCEPT WS-ATPC803-NOMBRE FROM CONSOLE
           DISPLAY "ATPC803: porcentaje de comision (5 digitos, "
                   "2 decimales incluidos, sin coma)"
           ACCEPT WS-ATPC803-PORCOMISION-ALF FROM CONSOLE
           DISPLAY "ATPC803: estado ATPC175 a partir del cual se "
                   "asignan cuentas (2 digitos)"
           ACCEPT WS-ATPC803-CODESTCTA-ALF FROM CONSOLE
           DISPLAY "ATPC803: saldo minimo asignable (11 digitos, "
                   "centavos incluidos, sin coma)"
           ACCEPT WS-ATPC803-SALDOMIN-ALF FROM CONSOLE

           EVALUATE TRUE
              WHEN WS-ATPC803-CODAGENCIA = SPACES
                 DISPLAY "ATPC803: codigo de agencia en blanco -- "
                         "descartada"
                 PERFORM ATPC803-ASENTAR-ACTIVIDAD-R
              WHEN WS-ATPC803-PORCOMISION-ALF IS NOT NUMERIC
              WHEN WS-ATPC803-CODESTCTA-ALF IS NOT NUMERIC
              WHEN WS-ATPC803-SALDOMIN-ALF IS NOT NUMERIC
                 DISPLAY "ATPC803: comision, estado o saldo minimo "
                         "no numerico -- descartada"
                 PERFORM ATPC803-ASENTAR-ACTIVIDAD-R
              WHEN OTHER
                 MOVE WS-ATPC803-PORCOMISION-ALF
                   TO WS-ATPC803-PORCOMISION(1:5)
                 MOVE WS-ATPC803-SALDOMIN-ALF
                   TO WS-ATPC803-SALDOMIN(1:11)
                 IF WS-ATPC803-PORCOMISION > 100
                    DISPLAY "ATPC803: la comision no puede superar "
                            "el 100% -- descartada"
                    PERFORM ATPC803-ASENTAR-ACTIVIDAD-R
                 ELSE
                    PERFORM ATPC803-AUTORIZAR-Y-GRABAR
                 END-IF
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC803-DIALOGO-BAJA
      *----------------------------------------------------------------
       ATPC803-DIALOGO-BAJA.
           DISPLAY "ATPC803: CODENT (4 car.)"
           ACCEPT WS-ATPC803-CODENT FROM CONSOLE
           DISPLAY "ATPC803: codigo de agencia (4 car.)"
           ACCEPT WS-ATPC803-CODAGENCIA FROM CONSOLE

           PERFORM ATPCAGE-CARGAR-REGISTRO
           MOVE WS-ATPC803-CODENT     TO WS-ATPCAGE-CODENT
           MOVE WS-ATPC803-CODAGENCIA TO WS-ATPCAGE-CODAGENCIA
           PERFORM ATPCAGE-BUSCAR-AGENCIA
           IF WS-ATPCAGE-RETORNO-ERROR
              DISPLAY "ATPC803: agencia inexistente -- descartada"
              PERFORM ATPC803-ASENTAR-ACTIVIDAD-R
           ELSE
              IF WS-ATPCAGE-TAB-BAJA(WS-ATPCAGE-IDX)
                 DISPLAY "ATPC803: la agencia ya esta dada de baja"
                 PERFORM ATPC803-ASENTAR-ACTIVIDAD-R
              ELSE
      *          La baja conserva los datos de la version vigente
                 MOVE WS-ATPCAGE-TAB-NOMBRE(WS-ATPCAGE-IDX)
                   TO WS-ATPC803-NOMBRE
                 MOVE WS-ATPCAGE-TAB-PORCOMISION(WS-ATPCAGE-IDX)
                   TO WS-ATPC803-PORCOMISION
                 MOVE WS-ATPCAGE-TAB-CODESTCTA(WS-ATPCAGE-IDX)
                   TO WS-ATPC803-CODESTCTA-ALF
                 MOVE WS-ATPCAGE-TAB-SALDOMIN(WS-ATPCAGE-IDX)
                   TO WS-ATPC803-SALDOMIN
                 PERFORM ATPC803-AUTORIZAR-Y-GRABAR
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC803-AUTORIZAR-Y-GRABAR
      *----------------------------------------------------------------
       ATPC803-AUTORIZAR-Y-GRABAR.
           INITIALIZE WS-ATPC163-AUT
           MOVE WS-ATPC803-CODOPER TO WS-ATPC163-AUT-CODOPER
           MOVE "G"                TO WS-ATPC163-AUT-FUNCION
           MOVE WS-ATPC803-CODENT  TO WS-ATPC163-AUT-CODENT
           PERFORM ATPC163-AUTORIZAR
           IF WS-ATPC163-NO-AUTORIZADO
              DISPLAY "ATPC803: operador no autorizado -- "
                      WS-ATPC163-RETORNO-DESC(1:50)
              PERFORM ATPC803-ASENTAR-ACTIVIDAD-R
           ELSE
              PERFORM ATPC803-GRABAR-AGENCIA
              IF WS-ATPCAGE-STATUS = "00"
                 PERFORM ATPC803-ASENTAR-ACTIVIDAD-O
                 IF WS-ATPC803-OPCION = "A"
                    DISPLAY "ATPC803: agencia registrada -- rige "
                            "desde la proxima asignacion nocturna"
                 ELSE
                    DISPLAY "ATPC803: agencia dada de baja -- su "
                            "cartera se retira en la proxima "
                            "corrida"
                 END-IF
              ELSE
                 PERFORM ATPC803-ASENTAR-ACTIVIDAD-R
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC803-GRABAR-AGENCIA
      *----------------------------------------------------------------
       ATPC803-GRABAR-AGENCIA.
           OPEN EXTEND AGE-AGENCIAS
           IF WS-ATPCAGE-STATUS = "35"
              OPEN OUTPUT AGE-AGENCIAS
           END-IF
           IF WS-ATPCAGE-STATUS = "00"
              INITIALIZE AGE-AGENCIAS-REG
              MOVE WS-ATPC803-OPCION        TO AGE-OPERACION
              MOVE WS-ATPC803-CODENT        TO AGE-CODENT
              MOVE WS-ATPC803-CODAGENCIA    TO AGE-CODAGENCIA
              MOVE WS-ATPC803-NOMBRE        TO AGE-NOMBRE
              MOVE WS-ATPC803-PORCOMISION   TO AGE-PORCOMISION
              MOVE WS-ATPC803-CODESTCTA-ALF TO AGE-CODESTCTA
              MOVE WS-ATPC803-SALDOMIN      TO AGE-SALDOMIN
              MOVE WS-ATPC803-CODOPER       TO AGE-CODOPER
              MOVE WS-ATPC803-HOY           TO AGE-FECHA
              WRITE AGE-AGENCIAS-REG
              CLOSE AGE-AGENCIAS
           ELSE
              DISPLAY "ATPC803 - ERROR: no se pudo grabar en "
                      "AGENCIAS.DAT -- FILE STATUS:["
                      WS-ATPCAGE-STATUS "]"
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC803-LISTAR-AGENCIAS
      *----------------------------------------------------------------
      * Version vigente de cada agencia del registro, activas y dadas
      * de baja
      *----------------------------------------------------------------
       ATPC803-LISTAR-AGENCIAS.
           PERFORM ATPCAGE-CARGAR-REGISTRO
           IF WS-ATPCAGE-CANT = ZEROES
              DISPLAY "ATPC803: no hay agencias registradas"
           ELSE
              DISPLAY " "
              DISPLAY "ATPC803: AGENCIAS DE COBRANZA REGISTRADAS"
              PERFORM VARYING WS-ATPCAGE-IDX FROM 1 BY 1
                        UNTIL WS-ATPCAGE-IDX > WS-ATPCAGE-CANT
                 MOVE WS-ATPCAGE-TAB-PORCOMISION(WS-ATPCAGE-IDX)
                   TO WS-ATPC803-PORCOMISION-ED
                 MOVE WS-ATPCAGE-TAB-SALDOMIN(WS-ATPCAGE-IDX)
                   TO WS-ATPC803-SALDOMIN-ED
                 IF WS-ATPCAGE-TAB-ACTIVA(WS-ATPCAGE-IDX)
                    MOVE "ALTA" TO WS-ATPC803-ESTADO-ED
                 ELSE
                    MOVE "BAJA" TO WS-ATPC803-ESTADO-ED
                 END-IF
                 DISPLAY "  CODENT ["
                    WS-ATPCAGE-TAB-CODENT(WS-ATPCAGE-IDX)
                    "] AGENCIA ["
                    WS-ATPCAGE-TAB-CODAGENCIA(WS-ATPCAGE-IDX)
                    "] " WS-ATPCAGE-TAB-NOMBRE(WS-ATPCAGE-IDX)
                    " " WS-ATPC803-ESTADO-ED
                 DISPLAY "     COMISION % [" WS-ATPC803-PORCOMISION-ED
                    "] DESDE ESTADO ["
                    WS-ATPCAGE-TAB-CODESTCTA(WS-ATPCAGE-IDX)
                    "] SALDO MINIMO [" WS-ATPC803-SALDOMIN-ED
                    "] DESDE [" WS-ATPCAGE-TAB-FECHA(WS-ATPCAGE-IDX)
                    "]"
              END-PERFORM
              DISPLAY " "
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC803-ASENTAR-ACTIVIDAD-O
      *----------------------------------------------------------------
       ATPC803-ASENTAR-ACTIVIDAD-O.
           INITIALIZE WS-ATPCACT-ENTRADA
           MOVE WS-ATPC803-CODOPER  TO WS-ATPCACT-CODOPER
           MOVE "ATPC803"           TO WS-ATPCACT-TRANSACCION
           STRING WS-ATPC803-OPCION " " WS-ATPC803-CODENT " "
                  WS-ATPC803-CODAGENCIA
                  DELIMITED BY SIZE
             INTO WS-ATPCACT-CLAVES
           MOVE "O"                 TO WS-ATPCACT-RESULTADO
           PERFORM ATPCACT-GRABAR-ACTIVIDAD
           .

      *----------------------------------------------------------------
      * Proceso: ATPC803-ASENTAR-ACTIVIDAD-R
      *----------------------------------------------------------------
       ATPC803-ASENTAR-ACTIVIDAD-R.
           INITIALIZE WS-ATPCACT-ENTRADA
           MOVE WS-ATPC803-CODOPER  TO WS-ATPCACT-CODOPER
           MOVE "ATPC803"           TO WS-ATPCACT-TRANSACCION
           STRING WS-ATPC803-OPCION " " WS-ATPC803-CODENT " "
                  WS-ATPC803-CODAGENCIA
                  DELIMITED BY SIZE
             INTO WS-ATPCACT-CLAVES
           MOVE "R"                 TO WS-ATPCACT-RESULTADO
           PERFORM ATPCACT-GRABAR-ACTIVIDAD
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

       COPY "ATPC163-PR".
       COPY "ATPCAGE-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCACT-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
