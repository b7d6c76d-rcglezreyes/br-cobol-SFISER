      *----------------------------------------------------------------
      * Libreria de utilidad -- consulta por clave del maestro de
      * cuentas CTAMAE.DAT (ver el encabezado de ATPCCTM-WS.cpy)
      *
      * Dependencias:
      *  - Debe estar declarada la FD CTM-MAESTRO (COPY "ATPCCTM-CTM"
      *    en la FILE SECTION) y su SELECT en FILE-CONTROL con
      *    FILE STATUS IS WS-ATPCCTM-STATUS
      *
      * Procesos de uso Publicos:
      *  - ATPCCTM-ABRIR-CONSULTA
      *  - ATPCCTM-ABRIR-ACTUALIZACION
      *  - ATPCCTM-CONSULTAR-CUENTA
      *  - ATPCCTM-REGRABAR-CUENTA
      *  - ATPCCTM-CERRAR-CONSULTA
      *----------------------------------------------------------------

      *----------------------------------------------------------------
      * Proceso: ATPCCTM-ABRIR-CONSULTA
      *----------------------------------------------------------------
      * Abre el maestro para lectura por clave; sin maestro se avisa
      * por consola y las consultas posteriores devuelven error
      *----------------------------------------------------------------
       ATPCCTM-ABRIR-CONSULTA.
           INITIALIZE WS-ATPCCTM-RETORNO
           OPEN INPUT CTM-MAESTRO
           IF WS-ATPCCTM-STATUS = "00"
              SET WS-ATPCCTM-DISPONIBLE TO TRUE
           ELSE
              SET WS-ATPCCTM-DISPONIBLE TO FALSE
              SET WS-ATPCCTM-RETORNO-ERROR TO TRUE
              MOVE "Maestro CTAMAE.DAT no disponible"
                TO WS-ATPCCTM-RETORNO-DESC
              DISPLAY "ATPCCTM - AVISO: maestro CTAMAE.DAT no "
                      "disponible -- FILE STATUS:["
                      WS-ATPCCTM-STATUS "]"
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPCCTM-ABRIR-ACTUALIZACION
      *----------------------------------------------------------------
      * Igual que ATPCCTM-ABRIR-CONSULTA pero abre el maestro para
      * actualizacion, para los procesos que regraban marcas de la
      * cuenta consultada
      *----------------------------------------------------------------
       ATPCCTM-ABRIR-ACTUALIZACION.
           INITIALIZE WS-ATPCCTM-RETORNO
           OPEN I-O CTM-MAESTRO
           IF WS-ATPCCTM-STATUS = "00"
              SET WS-ATPCCTM-DISPONIBLE TO TRUE
           ELSE
              SET WS-ATPCCTM-DISPONIBLE TO FALSE
              SET WS-ATPCCTM-RETORNO-ERROR TO TRUE
              MOVE "Maestro CTAMAE.DAT no disponible"
                TO WS-ATPCCTM-RETORNO-DESC
              DISPLAY "ATPCCTM - AVISO: maestro CTAMAE.DAT no "
                      "disponible para actualizar -- FILE STATUS:["
                      WS-ATPCCTM-STATUS "]"
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPCCTM-CONSULTAR-CUENTA
      *----------------------------------------------------------------
      * Lee por clave la cuenta de WS-ATPCCTM-ENTRADA. Sin cuenta o
      * sin maestro deja CTM-MAESTRO-REG inicializado y RETORNO-ERROR
      * Ejemplo:
      *     MOVE SAL-CODENT    TO WS-ATPCCTM-CODENT
      *     MOVE SAL-NUMCUENTA TO WS-ATPCCTM-NUMCUENTA
      *     PERFORM ATPCCTM-CONSULTAR-CUENTA
      *     IF WS-ATPCCTM-RETORNO-OK AND CTM-CASTIGADA ...
      *----------------------------------------------------------------
       ATPCCTM-CONSULTAR-CUENTA.
           INITIALIZE WS-ATPCCTM-RETORNO
           IF NOT WS-ATPCCTM-DISPONIBLE
              INITIALIZE CTM-MAESTRO-REG
              SET WS-ATPCCTM-RETORNO-ERROR TO TRUE
              MOVE "Maestro CTAMAE.DAT no disponible"
                TO WS-ATPCCTM-RETORNO-DESC
           ELSE
              MOVE WS-ATPCCTM-CODENT    TO CTM-CODENT
              MOVE WS-ATPCCTM-NUMCUENTA TO CTM-NUMCUENTA
              READ CTM-MAESTRO
                  INVALID KEY
                     INITIALIZE CTM-MAESTRO-REG
                     SET WS-ATPCCTM-RETORNO-ERROR TO TRUE
                     MOVE "Cuenta inexistente en CTAMAE.DAT"
                       TO WS-ATPCCTM-RETORNO-DESC
              END-READ
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPCCTM-REGRABAR-CUENTA
      *----------------------------------------------------------------
      * Regraba CTM-MAESTRO-REG tal como lo dejo el llamador, luego
      * de un ATPCCTM-CONSULTAR-CUENTA con RETORNO-OK sobre el
      * maestro abierto con ATPCCTM-ABRIR-ACTUALIZACION
      *----------------------------------------------------------------
       ATPCCTM-REGRABAR-CUENTA.
           INITIALIZE WS-ATPCCTM-RETORNO
           IF NOT WS-ATPCCTM-DISPONIBLE
              SET WS-ATPCCTM-RETORNO-ERROR TO TRUE
              MOVE "Maestro CTAMAE.DAT no disponible"
                TO WS-ATPCCTM-RETORNO-DESC
           ELSE
              REWRITE CTM-MAESTRO-REG
                  INVALID KEY
                     SET WS-ATPCCTM-RETORNO-ERROR TO TRUE
                     MOVE "No se pudo regrabar la cuenta en CTAMAE.DAT"
                       TO WS-ATPCCTM-RETORNO-DESC
              END-REWRITE
              IF WS-ATPCCTM-STATUS NOT = "00"
                 SET WS-ATPCCTM-RETORNO-ERROR TO TRUE
                 MOVE "No se pudo regrabar la cuenta en CTAMAE.DAT"
                   TO WS-ATPCCTM-RETORNO-DESC
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPCCTM-CERRAR-CONSULTA
      *----------------------------------------------------------------
       ATPCCTM-CERRAR-CONSULTA.
           IF WS-ATPCCTM-DISPONIBLE
              CLOSE CTM-MAESTRO
              SET WS-ATPCCTM-DISPONIBLE TO FALSE
           END-IF
           .
