       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC811.
      *----------------------------------------------------------------
      * Transaccion online (estilo consola, ver ATPC973) de consulta
      * de planes de compra en cuotas: el operador ingresa CODENT +
      * numero de cuenta y obtiene los planes abiertos de la cuenta
      * (PLANCUO.DAT, ver ATPCPLN-PLN.cpy) -- fecha e importe de la
      * compra, cuotas emitidas sobre el total, importe de la cuota,
      * saldo que resta y ultima cuota emitida -- con el total
      * pendiente y la cantidad de planes ya cerrados (terminados o
      * precancelados por prepago).
      *
      * El operador requiere la funcion "V" (vista integral de
      * cuenta) del perfil ATPC163, con ambito verificado sobre el
      * CODENT consultado. La consulta queda asentada en ATPCACT.
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
      * Maestro de planes de compra en cuotas -- ver ATPCPLN-PLN.cpy
           SELECT PLN-PLANES ASSIGN TO "PLANCUO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-CLAVE
               FILE STATUS IS WS-ATPCPLN-STATUS.
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
       COPY "ATPCACT-ACT".
       COPY "ATPCDIF-DIF".
       COPY "ATPCLCK-LCK".
       COPY "ATPCEXC-EXC".

       COPY "ATPCPLN-PLN".

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPC163-WS".
       COPY "ATPCPLN-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCACT-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".

       77  WS-ATPC811-CODOPER                 PIC X(08).
       77  WS-ATPC811-CODENT                  PIC X(04).
       77  WS-ATPC811-NUMCUENTA               PIC X(16).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC811-FIN-SESION           VALUE 1
              WHEN SET TO FALSE 0.

      * Totales de la cuenta consultada
       77  WS-ATPC811-ABIERTOS                PIC 9(05).
       77  WS-ATPC811-CERRADOS                PIC 9(05).
       77  WS-ATPC811-PENDIENTE               PIC 9(11)V99.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC811-PRINCIPAL
      *----------------------------------------------------------------
       ATPC811-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC811: CONSULTA DE PLANES DE COMPRA EN CUOTAS        -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC811" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC163-CARGAR-ARREGLO

           DISPLAY "ATPC811: ingrese su codigo de operador (8 car.)"
           ACCEPT WS-ATPC811-CODOPER FROM CONSOLE

           SET WS-ATPC811-FIN-SESION TO FALSE
           PERFORM UNTIL WS-ATPC811-FIN-SESION
              DISPLAY "ATPC811: CODENT (4 car., X = salir)"
              ACCEPT WS-ATPC811-CODENT FROM CONSOLE
              IF WS-ATPC811-CODENT = "X" OR "x"
                 SET WS-ATPC811-FIN-SESION TO TRUE
              ELSE
                 DISPLAY "ATPC811: numero de cuenta (16 car.)"
                 ACCEPT WS-ATPC811-NUMCUENTA FROM CONSOLE
                 PERFORM ATPC811-CONSULTAR-CUENTA
              END-IF
           END-PERFORM

           DISPLAY "ATPC811: sesion terminada"
           GOBACK
           .

      *----------------------------------------------------------------
      * Proceso: ATPC811-CONSULTAR-CUENTA
      *----------------------------------------------------------------
       ATPC811-CONSULTAR-CUENTA.
           INITIALIZE WS-ATPC163-AUT
           MOVE WS-ATPC811-CODOPER TO WS-ATPC163-AUT-CODOPER
           MOVE "V"                TO WS-ATPC163-AUT-FUNCION
           MOVE WS-ATPC811-CODENT  TO WS-ATPC163-AUT-CODENT
           PERFORM ATPC163-AUTORIZAR
           IF WS-ATPC163-NO-AUTORIZADO
              DISPLAY "ATPC811: operador no autorizado -- "
                      WS-ATPC163-RETORNO-DESC(1:50)
              PERFORM ATPC811-ASENTAR-CONSULTA-R
           ELSE
              PERFORM ATPCPLN-ABRIR-CONSULTA
              IF WS-ATPCPLN-DISPONIBLE
                 PERFORM ATPC811-MOSTRAR-PLANES
                 PERFORM ATPCPLN-CERRAR-CONSULTA
              ELSE
                 DISPLAY "ATPC811: maestro PLANCUO.DAT no disponible "
                         "-- FILE STATUS:[" WS-ATPCPLN-STATUS "]"
              END-IF
              PERFORM ATPC811-ASENTAR-CONSULTA-O
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC811-MOSTRAR-PLANES
      *----------------------------------------------------------------
       ATPC811-MOSTRAR-PLANES.
           MOVE ZEROES TO WS-ATPC811-ABIERTOS
                          WS-ATPC811-CERRADOS
                          WS-ATPC811-PENDIENTE
           DISPLAY " "
           DISPLAY "CUENTA [" WS-ATPC811-CODENT "/"
                   WS-ATPC811-NUMCUENTA "]  PLANES ABIERTOS"

           MOVE WS-ATPC811-CODENT    TO WS-ATPCPLN-CODENT
           MOVE WS-ATPC811-NUMCUENTA TO WS-ATPCPLN-NUMCUENTA
           PERFORM ATPCPLN-PRIMER-PLAN
           PERFORM UNTIL NOT WS-ATPCPLN-RETORNO-OK
              IF PLN-CON-SALDO
                 ADD 1 TO WS-ATPC811-ABIERTOS
                 ADD PLN-SALDO TO WS-ATPC811-PENDIENTE
                 DISPLAY "  PLAN " PLN-NUMPLAN
                         "  COMPRA " PLN-FECCOMPRA
                         "  IMPORTE " PLN-IMPORTE
                         "  TIPOFAC " PLN-TIPOFAC
                 DISPLAY "       CUOTAS " PLN-CUOTASEMI "/"
                         PLN-NUMCUOTAS
                         "  CUOTA " PLN-IMPCUOTA
                         "  SALDO " PLN-SALDO
                         "  ULTIMA " PLN-FECULTCUO
                 IF PLN-ANTICIPADO
                    DISPLAY "       PRECANCELADO: EL SALDO SE FACTURA "
                            "EN LA PROXIMA EMISION DE CUOTAS"
                 END-IF
              ELSE
                 ADD 1 TO WS-ATPC811-CERRADOS
              END-IF
              PERFORM ATPCPLN-SIGUIENTE-PLAN
           END-PERFORM

           IF WS-ATPC811-ABIERTOS = ZEROES
              DISPLAY "  SIN PLANES ABIERTOS"
           END-IF
           DISPLAY "  PENDIENTE TOTAL ..: " WS-ATPC811-PENDIENTE
                   "  PLANES CERRADOS: " WS-ATPC811-CERRADOS
           DISPLAY " "
           .

      *----------------------------------------------------------------
      * Proceso: ATPC811-ASENTAR-CONSULTA-O
      *----------------------------------------------------------------
       ATPC811-ASENTAR-CONSULTA-O.
           INITIALIZE WS-ATPCACT-ENTRADA
           MOVE WS-ATPC811-CODOPER   TO WS-ATPCACT-CODOPER
           MOVE "ATPC811"            TO WS-ATPCACT-TRANSACCION
           STRING WS-ATPC811-CODENT     DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-ATPC811-NUMCUENTA  DELIMITED BY SIZE
             INTO WS-ATPCACT-CLAVES
           MOVE "O"                  TO WS-ATPCACT-RESULTADO
           PERFORM ATPCACT-GRABAR-ACTIVIDAD
           .

      *----------------------------------------------------------------
      * Proceso: ATPC811-ASENTAR-CONSULTA-R
      *----------------------------------------------------------------
       ATPC811-ASENTAR-CONSULTA-R.
           INITIALIZE WS-ATPCACT-ENTRADA
           MOVE WS-ATPC811-CODOPER   TO WS-ATPCACT-CODOPER
           MOVE "ATPC811"            TO WS-ATPCACT-TRANSACCION
           STRING WS-ATPC811-CODENT     DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-ATPC811-NUMCUENTA  DELIMITED BY SIZE
             INTO WS-ATPCACT-CLAVES
           MOVE "R"                  TO WS-ATPCACT-RESULTADO
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
       COPY "ATPCPLN-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCACT-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
