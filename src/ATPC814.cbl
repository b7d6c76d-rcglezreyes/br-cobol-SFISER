       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC814.
      *----------------------------------------------------------------
      * Transaccion online (estilo consola, ver ATPC902) de la tabla
      * de tasas maximas legales (tope de usura) por pais: cada vez
      * que el regulador publica el tope del mes, el operador lo
      * registra -- CODPAIS (el de ATPC021), fecha desde la que rige
      * y tasa maxima. El tope rige hasta la vigencia siguiente del
      * mismo pais.
      *
      * La tabla TOPEUSU.DAT (ver ATPCUSU-USU.cpy) es de
      * solo-agregado: volver a registrar un CODPAIS + vigencia
      * corrige el tope anterior, criterio que aplica la libreria
      * ATPCUSU al cargarla. La consultan las capturas de tasas de
      * ATPC996 (cambios programados) y ATPC967 (planes de pago), que
      * rechazan la tasa que supera el tope en vigor en su fecha de
      * vigencia, y el control nocturno ATPC815.
      *
      * Opciones: A = alta o correccion de un tope, L = listado de la
      * tabla, X = salir. El operador requiere la funcion "M" del
      * perfil ATPC163. Toda operacion queda en ATPCACT.
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
      * Tabla de tasas maximas legales -- ver ATPCUSU-USU.cpy
           SELECT USU-TOPES ASSIGN TO "TOPEUSU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCUSU-STATUS.
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

       COPY "ATPCUSU-USU".

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPC163-WS".
       COPY "ATPCUSU-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCACT-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".

       01  FILLER                             PIC 9(01).
           88 WS-ATPC814-FIN-SESION           VALUE 1
              WHEN SET TO FALSE 0.

      * Operador y captura de la sesion
       77  WS-ATPC814-CODOPER                 PIC X(08).
       77  WS-ATPC814-OPCION                  PIC X(01).
       77  WS-ATPC814-CODPAIS                 PIC X(03).
       77  WS-ATPC814-TASAMAX-ALF             PIC X(07).
       77  WS-ATPC814-TASAMAX                 PIC 9(03)V9(04).
       01  WS-ATPC814-FECVIG.
           05  WS-ATPC814-FECVIG-AAAA         PIC X(04).
           05  WS-ATPC814-FECVIG-G1           PIC X(01).
           05  WS-ATPC814-FECVIG-MM           PIC X(02).
           05  WS-ATPC814-FECVIG-G2           PIC X(01).
           05  WS-ATPC814-FECVIG-DD           PIC X(02).

      * Fecha del dia en AAAA-MM-DD
       01  WS-ATPC814-HOY.
           05  WS-ATPC814-HOY-AAAA            PIC 9(04).
           05  WS-ATPC814-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC814-HOY-MM              PIC 9(02).
           05  WS-ATPC814-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC814-HOY-DD              PIC 9(02).
       01  WS-ATPC814-HOY-AMD.
           05  WS-ATPC814-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC814-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC814-HOY-AMD-DD          PIC 9(02).

      * Edicion del listado
       77  WS-ATPC814-TASAMAX-ED              PIC ZZ9.9999.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC814-PRINCIPAL
      *----------------------------------------------------------------
       ATPC814-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC814: TASAS MAXIMAS LEGALES POR PAIS (USURA)        -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC814" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC163-CARGAR-ARREGLO

           ACCEPT WS-ATPC814-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC814-HOY-G1 WS-ATPC814-HOY-G2
           MOVE WS-ATPC814-HOY-AMD-AAAA TO WS-ATPC814-HOY-AAAA
           MOVE WS-ATPC814-HOY-AMD-MM   TO WS-ATPC814-HOY-MM
           MOVE WS-ATPC814-HOY-AMD-DD   TO WS-ATPC814-HOY-DD

           DISPLAY "ATPC814: ingrese su codigo de operador (8 car.)"
           ACCEPT WS-ATPC814-CODOPER FROM CONSOLE

           SET WS-ATPC814-FIN-SESION TO FALSE
           PERFORM UNTIL WS-ATPC814-FIN-SESION
              DISPLAY "ATPC814: opcion? (A=alta/correccion de tope, "
                      "L=listado, X=salir)"
              ACCEPT WS-ATPC814-OPCION FROM CONSOLE
              EVALUATE WS-ATPC814-OPCION
                 WHEN "A"
                 WHEN "a"
                    MOVE "A" TO WS-ATPC814-OPCION
                    PERFORM ATPC814-DIALOGO-ALTA
                 WHEN "L"
                 WHEN "l"
                    PERFORM ATPC814-LISTAR-TOPES
                 WHEN "X"
                 WHEN "x"
                    SET WS-ATPC814-FIN-SESION TO TRUE
                 WHEN OTHER
                    DISPLAY "ATPC814: opcion no reconocida"
              END-EVALUATE
           END-PERFORM

           DISPLAY "ATPC814: sesion terminada"
           GOBACK
           .

      *----------------------------------------------------------------
      * Proceso: ATPC814-DIALOGO-ALTA
      *----------------------------------------------------------------
      * Alta del tope publicado para un pais y una vigencia, o su
      * correccion (el registro nuevo reemplaza al anterior de la
      * misma vigencia)
      *----------------------------------------------------------------
       ATPC814-DIALOGO-ALTA.
           DISPLAY "ATPC814: CODPAIS (3 digitos)"
           ACCEPT WS-ATPC814-CODPAIS FROM CONSOLE
           DISPLAY "ATPC814: vigente desde (AAAA-MM-DD)"
           ACCEPT WS-ATPC814-FECVIG FROM CONSOLE
           DISPLAY "ATPC814: tasa maxima legal (7 digitos, 4 "
                   "decimales implicitos)"
           ACCEPT WS-ATPC814-TASAMAX-ALF FROM CONSOLE

           EVALUATE TRUE
              WHEN WS-ATPC814-CODPAIS IS NOT NUMERIC
                 DISPLAY "ATPC814: CODPAIS no numerico -- descartado"
                 PERFORM ATPC814-ASENTAR-ACTIVIDAD-R
              WHEN WS-ATPC814-FECVIG-AAAA IS NOT NUMERIC
              WHEN WS-ATPC814-FECVIG-MM IS NOT NUMERIC
              WHEN WS-ATPC814-FECVIG-DD IS NOT NUMERIC
              WHEN WS-ATPC814-FECVIG-G1 NOT = "-"
              WHEN WS-ATPC814-FECVIG-G2 NOT = "-"
              WHEN WS-ATPC814-FECVIG-MM < "01"
              WHEN WS-ATPC814-FECVIG-MM > "12"
              WHEN WS-ATPC814-FECVIG-DD < "01"
              WHEN WS-ATPC814-FECVIG-DD > "31"
                 DISPLAY "ATPC814: fecha de vigencia invalida -- "
                         "descartado"
                 PERFORM ATPC814-ASENTAR-ACTIVIDAD-R
              WHEN WS-ATPC814-TASAMAX-ALF IS NOT NUMERIC
                 DISPLAY "ATPC814: tasa maxima no numerica -- "
                         "descartado"
                 PERFORM ATPC814-ASENTAR-ACTIVIDAD-R
              WHEN OTHER
                 MOVE WS-ATPC814-TASAMAX-ALF
                   TO WS-ATPC814-TASAMAX(1:7)
                 IF WS-ATPC814-TASAMAX = ZEROES
                    DISPLAY "ATPC814: la tasa maxima no puede ser "
                            "cero -- descartado"
                    PERFORM ATPC814-ASENTAR-ACTIVIDAD-R
                 ELSE
                    PERFORM ATPC814-AUTORIZAR-Y-GRABAR
                 END-IF
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC814-AUTORIZAR-Y-GRABAR
      *----------------------------------------------------------------
       ATPC814-AUTORIZAR-Y-GRABAR.
           INITIALIZE WS-ATPC163-AUT
           MOVE WS-ATPC814-CODOPER TO WS-ATPC163-AUT-CODOPER
           MOVE "M"                TO WS-ATPC163-AUT-FUNCION
           MOVE SPACES             TO WS-ATPC163-AUT-CODENT
           PERFORM ATPC163-AUTORIZAR
           IF WS-ATPC163-NO-AUTORIZADO
              DISPLAY "ATPC814: operador no autorizado -- "
                      WS-ATPC163-RETORNO-DESC(1:50)
              PERFORM ATPC814-ASENTAR-ACTIVIDAD-R
           ELSE
              PERFORM ATPC814-GRABAR-TOPE
              IF WS-ATPCUSU-STATUS = "00"
                 PERFORM ATPC814-ASENTAR-ACTIVIDAD-O
                 DISPLAY "ATPC814: tope registrado -- rige para las "
                         "capturas de tasas desde ahora y para el "
                         "control nocturno"
              ELSE
                 PERFORM ATPC814-ASENTAR-ACTIVIDAD-R
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC814-GRABAR-TOPE
      *----------------------------------------------------------------
       ATPC814-GRABAR-TOPE.
           OPEN EXTEND USU-TOPES
           IF WS-ATPCUSU-STATUS = "35"
              OPEN OUTPUT USU-TOPES
           END-IF
           IF WS-ATPCUSU-STATUS = "00"
              INITIALIZE USU-TOPES-REG
              MOVE WS-ATPC814-CODPAIS       TO USU-CODPAIS
              MOVE WS-ATPC814-FECVIG        TO USU-FECVIG
              MOVE WS-ATPC814-TASAMAX       TO USU-TASAMAX
              MOVE WS-ATPC814-CODOPER       TO USU-CODOPER
              MOVE WS-ATPC814-HOY           TO USU-FECHA
              WRITE USU-TOPES-REG
              CLOSE USU-TOPES
           ELSE
              DISPLAY "ATPC814 - ERROR: no se pudo grabar en "
                      "TOPEUSU.DAT -- FILE STATUS:["
                      WS-ATPCUSU-STATUS "]"
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC814-LISTAR-TOPES
      *----------------------------------------------------------------
       ATPC814-LISTAR-TOPES.
           PERFORM ATPCUSU-CARGAR-TABLA
           IF WS-ATPCUSU-CANT = ZEROES
              DISPLAY "ATPC814: no hay topes registrados"
           ELSE
              DISPLAY " "
              DISPLAY "ATPC814: TASAS MAXIMAS LEGALES REGISTRADAS"
              PERFORM VARYING WS-ATPCUSU-IDX FROM 1 BY 1
                        UNTIL WS-ATPCUSU-IDX > WS-ATPCUSU-CANT
                 MOVE WS-ATPCUSU-TAB-TASAMAX(WS-ATPCUSU-IDX)
                   TO WS-ATPC814-TASAMAX-ED
                 DISPLAY "  CODPAIS ["
                    WS-ATPCUSU-TAB-CODPAIS(WS-ATPCUSU-IDX)
                    "] DESDE ["
                    WS-ATPCUSU-TAB-FECVIG(WS-ATPCUSU-IDX)
                    "] TASA MAXIMA [" WS-ATPC814-TASAMAX-ED "]"
              END-PERFORM
              DISPLAY " "
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC814-ASENTAR-ACTIVIDAD-O
      *----------------------------------------------------------------
       ATPC814-ASENTAR-ACTIVIDAD-O.
           INITIALIZE WS-ATPCACT-ENTRADA
           MOVE WS-ATPC814-CODOPER  TO WS-ATPCACT-CODOPER
           MOVE "ATPC814"           TO WS-ATPCACT-TRANSACCION
           STRING WS-ATPC814-OPCION " " WS-ATPC814-CODPAIS " "
                  WS-ATPC814-FECVIG
                  DELIMITED BY SIZE
             INTO WS-ATPCACT-CLAVES
           MOVE "O"                 TO WS-ATPCACT-RESULTADO
           PERFORM ATPCACT-GRABAR-ACTIVIDAD
           .

      *----------------------------------------------------------------
      * Proceso: ATPC814-ASENTAR-ACTIVIDAD-R
      *----------------------------------------------------------------
       ATPC814-ASENTAR-ACTIVIDAD-R.
           INITIALIZE WS-ATPCACT-ENTRADA
           MOVE WS-ATPC814-CODOPER  TO WS-ATPCACT-CODOPER
           MOVE "ATPC814"           TO WS-ATPCACT-TRANSACCION
           STRING WS-ATPC814-OPCION " " WS-ATPC814-CODPAIS " "
                  WS-ATPC814-FECVIG
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
       COPY "ATPCUSU-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCACT-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
