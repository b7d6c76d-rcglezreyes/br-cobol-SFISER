       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC822.
      *----------------------------------------------------------------
      * Transaccion online (estilo consola, ver ATPC902) de registro
      * de gestiones de cobranza: el gestor que trabaja su cola del
      * dia (ATPC969) asienta aca el resultado de cada contacto --
      * CODENT, cuenta, canal, codigo de resultado y una nota breve
      * -- en el historial de gestiones CONTACTOS.DAT, que se graba
      * siempre al final (el registro mas reciente de una cuenta es
      * su ultima gestion).
      *
      * Canales: T telefono, S SMS, E correo electronico, V visita,
      * C carta.
      * Resultados:
      *  NC no contesta            NE numero erroneo
      *  MD mensaje dejado         TE contacto con tercero
      *  RP se niega a pagar       PR promete pagar
      *  PG informa pago realizado
      * El resultado PR no reemplaza a la promesa: el importe y la
      * fecha prometidos se siguen asentando en ATPC965.
      *
      * El historial lo usa el batch matutino ATPC968 al armar la
      * lista del dia (se saltean las cuentas gestionadas hace pocos
      * dias y se adelantan las negativas de pago) y lo muestra la
      * consulta integral ATPC973.
      *
      * El operador debe tener la funcion "G" (gestion de cobranzas)
      * vigente en su perfil ATPC163, con el ambito de entidad del
      * perfil verificado contra el CODENT gestionado. Toda captura
      * queda asentada en el diario de actividad ATPCACT.
      *
      * Layout de CONTACTOS.DAT: CODENT(4) NUMCUENTA(16) CODOPER(8)
      * CANAL(1) RESULTADO(2) NOTA(40) FECGES(10 AAAA-MM-DD)
      * HORGES(6).
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
           SELECT CON-CONTACTOS ASSIGN TO "CONTACTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC822-CON-STATUS.
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

       FD  CON-CONTACTOS
           RECORDING MODE IS F.
       01  CON-CONTACTOS-REG.
           05  CON-CODENT                     PIC X(04).
           05  CON-NUMCUENTA                  PIC X(16).
           05  CON-CODOPER                    PIC X(08).
           05  CON-CANAL                      PIC X(01).
           05  CON-RESULTADO                  PIC X(02).
           05  CON-NOTA                       PIC X(40).
           05  CON-FECGES                     PIC X(10).
           05  CON-HORGES                     PIC 9(06).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPC163-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCACT-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".

       77  WS-ATPC822-CON-STATUS              PIC X(02).

      * Datos capturados de la gestion
       77  WS-ATPC822-CODOPER                 PIC X(08).
       77  WS-ATPC822-OPERACION               PIC X(01).
       77  WS-ATPC822-CODENT                  PIC X(04).
       77  WS-ATPC822-NUMCUENTA               PIC X(16).
       01  WS-ATPC822-CANAL                   PIC X(01).
           88 WS-ATPC822-CANAL-VALIDO         VALUE "T" "S" "E"
                                                    "V" "C".
       01  WS-ATPC822-RESULTADO               PIC X(02).
           88 WS-ATPC822-RESULTADO-VALIDO     VALUE "NC" "NE" "MD"
                                                    "TE" "RP" "PR"
                                                    "PG".
           88 WS-ATPC822-RES-PROMESA          VALUE "PR".
       77  WS-ATPC822-NOTA                    PIC X(40).

       01  WS-ATPC822-FECHA.
           05  WS-ATPC822-FECHA-AAAA          PIC 9(04).
           05  WS-ATPC822-FECHA-MM            PIC 9(02).
           05  WS-ATPC822-FECHA-DD            PIC 9(02).
       01  WS-ATPC822-FECGES.
           05  WS-ATPC822-FECGES-AAAA         PIC 9(04).
           05  WS-ATPC822-FECGES-G1           PIC X(01) VALUE "-".
           05  WS-ATPC822-FECGES-MM           PIC 9(02).
           05  WS-ATPC822-FECGES-G2           PIC X(01) VALUE "-".
           05  WS-ATPC822-FECGES-DD           PIC 9(02).
       77  WS-ATPC822-HORA                    PIC 9(06).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC822-FIN-SESION           VALUE 1
              WHEN SET TO FALSE 0.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC822-PRINCIPAL
      *----------------------------------------------------------------
       ATPC822-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC822: REGISTRO DE GESTIONES DE COBRANZA             -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC822" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC163-CARGAR-ARREGLO

           DISPLAY "ATPC822: ingrese su codigo de operador (8 car.)"
           ACCEPT WS-ATPC822-CODOPER FROM CONSOLE

           SET WS-ATPC822-FIN-SESION TO FALSE
           PERFORM UNTIL WS-ATPC822-FIN-SESION
              PERFORM ATPC822-CAPTURAR-GESTION
           END-PERFORM

           DISPLAY "ATPC822: sesion terminada"
           GOBACK
           .

      *----------------------------------------------------------------
      * Proceso: ATPC822-CAPTURAR-GESTION
      *----------------------------------------------------------------
       ATPC822-CAPTURAR-GESTION.
           DISPLAY "ATPC822: operacion? (G=gestion, X=salir)"
           ACCEPT WS-ATPC822-OPERACION FROM CONSOLE

           EVALUATE WS-ATPC822-OPERACION
              WHEN "G"
              WHEN "g"
                 MOVE "G" TO WS-ATPC822-OPERACION
                 PERFORM ATPC822-DIALOGO-GESTION
              WHEN "X"
              WHEN "x"
                 SET WS-ATPC822-FIN-SESION TO TRUE
              WHEN OTHER
                 DISPLAY "ATPC822: operacion no reconocida"
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC822-DIALOGO-GESTION
      *----------------------------------------------------------------
       ATPC822-DIALOGO-GESTION.
           DISPLAY "ATPC822: CODENT (4 car.)"
           ACCEPT WS-ATPC822-CODENT FROM CONSOLE
           DISPLAY "ATPC822: numero de cuenta (16 car.)"
           ACCEPT WS-ATPC822-NUMCUENTA FROM CONSOLE
           DISPLAY "ATPC822: canal (T=telefono, S=SMS, E=correo, "
                   "V=visita, C=carta)"
           ACCEPT WS-ATPC822-CANAL FROM CONSOLE
           DISPLAY "ATPC822: resultado (NC=no contesta, NE=numero "
                   "erroneo, MD=mensaje dejado,"
           DISPLAY "         TE=tercero, RP=se niega a pagar, "
                   "PR=promete pagar, PG=informa pago)"
           ACCEPT WS-ATPC822-RESULTADO FROM CONSOLE
           DISPLAY "ATPC822: nota (hasta 40 car.)"
           ACCEPT WS-ATPC822-NOTA FROM CONSOLE

           INSPECT WS-ATPC822-CANAL
              CONVERTING "tsevc" TO "TSEVC"
           INSPECT WS-ATPC822-RESULTADO
              CONVERTING "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           EVALUATE TRUE
              WHEN NOT WS-ATPC822-CANAL-VALIDO
                 DISPLAY "ATPC822: canal no reconocido -- descartada"
                 PERFORM ATPC822-ASENTAR-ACTIVIDAD-R
              WHEN NOT WS-ATPC822-RESULTADO-VALIDO
                 DISPLAY "ATPC822: resultado no reconocido -- "
                         "descartada"
                 PERFORM ATPC822-ASENTAR-ACTIVIDAD-R
              WHEN OTHER
                 PERFORM ATPC822-AUTORIZAR-GESTION
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC822-AUTORIZAR-GESTION
      *----------------------------------------------------------------
      * Autorizacion: funcion G con ambito sobre el CODENT capturado
      *----------------------------------------------------------------
       ATPC822-AUTORIZAR-GESTION.
           INITIALIZE WS-ATPC163-AUT
           MOVE WS-ATPC822-CODOPER TO WS-ATPC163-AUT-CODOPER
           MOVE "G"                TO WS-ATPC163-AUT-FUNCION
           MOVE WS-ATPC822-CODENT  TO WS-ATPC163-AUT-CODENT
           PERFORM ATPC163-AUTORIZAR
           IF WS-ATPC163-NO-AUTORIZADO
              DISPLAY "ATPC822: operador no autorizado -- "
                      WS-ATPC163-RETORNO-DESC(1:50)
              PERFORM ATPC822-ASENTAR-ACTIVIDAD-R
           ELSE
              PERFORM ATPC822-GRABAR-GESTION
              PERFORM ATPC822-ASENTAR-ACTIVIDAD-O
              DISPLAY "ATPC822: gestion registrada"
              IF WS-ATPC822-RES-PROMESA
                 DISPLAY "ATPC822: recuerde asentar el importe y la "
                         "fecha prometidos en ATPC965"
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC822-GRABAR-GESTION
      *----------------------------------------------------------------
       ATPC822-GRABAR-GESTION.
           ACCEPT WS-ATPC822-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-ATPC822-HORA  FROM TIME
           MOVE "-" TO WS-ATPC822-FECGES-G1 WS-ATPC822-FECGES-G2
           MOVE WS-ATPC822-FECHA-AAAA TO WS-ATPC822-FECGES-AAAA
           MOVE WS-ATPC822-FECHA-MM   TO WS-ATPC822-FECGES-MM
           MOVE WS-ATPC822-FECHA-DD   TO WS-ATPC822-FECGES-DD

           OPEN EXTEND CON-CONTACTOS
           IF WS-ATPC822-CON-STATUS = "35"
              OPEN OUTPUT CON-CONTACTOS
           END-IF
           IF WS-ATPC822-CON-STATUS = "00"
              INITIALIZE CON-CONTACTOS-REG
              MOVE WS-ATPC822-CODENT    TO CON-CODENT
              MOVE WS-ATPC822-NUMCUENTA TO CON-NUMCUENTA
              MOVE WS-ATPC822-CODOPER   TO CON-CODOPER
              MOVE WS-ATPC822-CANAL     TO CON-CANAL
              MOVE WS-ATPC822-RESULTADO TO CON-RESULTADO
              MOVE WS-ATPC822-NOTA      TO CON-NOTA
              MOVE WS-ATPC822-FECGES    TO CON-FECGES
              MOVE WS-ATPC822-HORA      TO CON-HORGES
              WRITE CON-CONTACTOS-REG
              CLOSE CON-CONTACTOS
           ELSE
              DISPLAY "ATPC822 - ERROR: no se pudo grabar en "
                      "CONTACTOS.DAT -- FILE STATUS:["
                      WS-ATPC822-CON-STATUS "]"
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC822-ASENTAR-ACTIVIDAD-O
      *----------------------------------------------------------------
       ATPC822-ASENTAR-ACTIVIDAD-O.
           INITIALIZE WS-ATPCACT-ENTRADA
           MOVE WS-ATPC822-CODOPER  TO WS-ATPCACT-CODOPER
           MOVE "ATPC822"           TO WS-ATPCACT-TRANSACCION
           STRING WS-ATPC822-RESULTADO  DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-ATPC822-CODENT     DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-ATPC822-NUMCUENTA  DELIMITED BY SIZE
             INTO WS-ATPCACT-CLAVES
           MOVE "O"                 TO WS-ATPCACT-RESULTADO
           PERFORM ATPCACT-GRABAR-ACTIVIDAD
           .

      *----------------------------------------------------------------
      * Proceso: ATPC822-ASENTAR-ACTIVIDAD-R
      *----------------------------------------------------------------
       ATPC822-ASENTAR-ACTIVIDAD-R.
           INITIALIZE WS-ATPCACT-ENTRADA
           MOVE WS-ATPC822-CODOPER  TO WS-ATPCACT-CODOPER
           MOVE "ATPC822"           TO WS-ATPCACT-TRANSACCION
           STRING WS-ATPC822-RESULTADO  DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-ATPC822-CODENT     DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-ATPC822-NUMCUENTA  DELIMITED BY SIZE
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
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCACT-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
