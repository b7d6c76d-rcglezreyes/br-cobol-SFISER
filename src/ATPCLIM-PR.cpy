      *----------------------------------------------------------------
      * Libreria de utilidad -- consulta por clave del maestro de
      * limites de credito LIMCRED.DAT (ver el encabezado de
      * ATPCLIM-WS.cpy)
      *
      * Dependencias:
      *  - Debe estar declarada la FD LIM-LIMITES (COPY "ATPCLIM-LIM"
      *    en la FILE SECTION) y su SELECT en FILE-CONTROL con
      *    FILE STATUS IS WS-ATPCLIM-STATUS
      *
      * Procesos de uso Publicos:
      *  - ATPCLIM-ABRIR-CONSULTA
      *  - ATPCLIM-ABRIR-ACTUALIZACION
      *  - ATPCLIM-CONSULTAR-LIMITE
      *  - ATPCLIM-GRABAR-LIMITE
      *  - ATPCLIM-CERRAR-CONSULTA
      *----------------------------------------------------------------

      *----------------------------------------------------------------
      * Proceso: ATPCLIM-ABRIR-CONSULTA
      *----------------------------------------------------------------
      * Abre el maestro para lectura por clave; sin maestro se avisa
      * por consola y las consultas posteriores devuelven error
      *----------------------------------------------------------------
       ATPCLIM-ABRIR-CONSULTA.
           INITIALIZE WS-ATPCLIM-RETORNO
           OPEN INPUT LIM-LIMITES
           IF WS-ATPCLIM-STATUS = "00"
              SET WS-ATPCLIM-DISPONIBLE TO TRUE
           ELSE
              SET WS-ATPCLIM-DISPONIBLE TO FALSE
              SET WS-ATPCLIM-RETORNO-ERROR TO TRUE
              MOVE "Maestro LIMCRED.DAT no disponible"
                TO WS-ATPCLIM-RETORNO-DESC
              DISPLAY "ATPCLIM - AVISO: maestro LIMCRED.DAT no "
                      "disponible -- FILE STATUS:["
                      WS-ATPCLIM-STATUS "]"
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPCLIM-ABRIR-ACTUALIZACION
      *----------------------------------------------------------------
      * Igual que ATPCLIM-ABRIR-CONSULTA pero abre el maestro para
      * actualizacion; si el maestro aun no existe lo crea vacio
      *----------------------------------------------------------------
       ATPCLIM-ABRIR-ACTUALIZACION.
           INITIALIZE WS-ATPCLIM-RETORNO
           OPEN I-O LIM-LIMITES
           IF WS-ATPCLIM-STATUS = "35"
              OPEN OUTPUT LIM-LIMITES
              IF WS-ATPCLIM-STATUS = "00"
                 CLOSE LIM-LIMITES
                 OPEN I-O LIM-LIMITES
              END-IF
           END-IF
           IF WS-ATPCLIM-STATUS = "00"
              SET WS-ATPCLIM-DISPONIBLE TO TRUE
           ELSE
              SET WS-ATPCLIM-DISPONIBLE TO FALSE
              SET WS-ATPCLIM-RETORNO-ERROR TO TRUE
              MOVE "Maestro LIMCRED.DAT no disponible"
                TO WS-ATPCLIM-RETORNO-DESC
              DISPLAY "ATPCLIM - AVISO: maestro LIMCRED.DAT no "
                      "disponible para actualizar -- FILE STATUS:["
                      WS-ATPCLIM-STATUS "]"
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPCLIM-CONSULTAR-LIMITE
      *----------------------------------------------------------------
      * Lee por clave la cuenta de WS-ATPCLIM-ENTRADA. Sin cuenta o
      * sin maestro deja LIM-LIMITES-REG inicializado con la clave
      * pedida y RETORNO-ERROR; WS-ATPCLIM-EXISTE indica si la cuenta
      * ya figura (para ATPCLIM-GRABAR-LIMITE)
      * Ejemplo:
      *     MOVE CTM-CODENT    TO WS-ATPCLIM-CODENT
      *     MOVE CTM-NUMCUENTA TO WS-ATPCLIM-NUMCUENTA
      *     PERFORM ATPCLIM-CONSULTAR-LIMITE
      *     IF WS-ATPCLIM-RETORNO-OK ... LIM-LIMITE ...
      *----------------------------------------------------------------
       ATPCLIM-CONSULTAR-LIMITE.
           INITIALIZE WS-ATPCLIM-RETORNO
           SET WS-ATPCLIM-EXISTE TO FALSE
           IF NOT WS-ATPCLIM-DISPONIBLE
              PERFORM ATPCLIM-LIMPIAR-REGISTRO
              SET WS-ATPCLIM-RETORNO-ERROR TO TRUE
              MOVE "Maestro LIMCRED.DAT no disponible"
                TO WS-ATPCLIM-RETORNO-DESC
           ELSE
              MOVE WS-ATPCLIM-CODENT    TO LIM-CODENT
              MOVE WS-ATPCLIM-NUMCUENTA TO LIM-NUMCUENTA
              READ LIM-LIMITES
                  INVALID KEY
                     PERFORM ATPCLIM-LIMPIAR-REGISTRO
                     SET WS-ATPCLIM-RETORNO-ERROR TO TRUE
                     MOVE "Cuenta sin limite en LIMCRED.DAT"
                       TO WS-ATPCLIM-RETORNO-DESC
                  NOT INVALID KEY
                     SET WS-ATPCLIM-EXISTE TO TRUE
              END-READ
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPCLIM-GRABAR-LIMITE
      *----------------------------------------------------------------
      * Graba LIM-LIMITES-REG tal como lo dejo el llamador luego de
      * un ATPCLIM-CONSULTAR-LIMITE sobre el maestro abierto con
      * ATPCLIM-ABRIR-ACTUALIZACION: regraba si la cuenta existia,
      * da de alta si no
      *----------------------------------------------------------------
       ATPCLIM-GRABAR-LIMITE.
           INITIALIZE WS-ATPCLIM-RETORNO
           IF NOT WS-ATPCLIM-DISPONIBLE
              SET WS-ATPCLIM-RETORNO-ERROR TO TRUE
              MOVE "Maestro LIMCRED.DAT no disponible"
                TO WS-ATPCLIM-RETORNO-DESC
           ELSE
              IF WS-ATPCLIM-EXISTE
                 REWRITE LIM-LIMITES-REG
                     INVALID KEY
                        SET WS-ATPCLIM-RETORNO-ERROR TO TRUE
                 END-REWRITE
              ELSE
                 WRITE LIM-LIMITES-REG
                     INVALID KEY
                        SET WS-ATPCLIM-RETORNO-ERROR TO TRUE
                 END-WRITE
              END-IF
              IF WS-ATPCLIM-STATUS NOT = "00"
                 SET WS-ATPCLIM-RETORNO-ERROR TO TRUE
              END-IF
              IF WS-ATPCLIM-RETORNO-ERROR
                 MOVE "No se pudo grabar la cuenta en LIMCRED.DAT"
                   TO WS-ATPCLIM-RETORNO-DESC
              ELSE
                 SET WS-ATPCLIM-EXISTE TO TRUE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPCLIM-LIMPIAR-REGISTRO
      *----------------------------------------------------------------
      * Uso interno: area de registro vacia con la clave pedida
      *----------------------------------------------------------------
       ATPCLIM-LIMPIAR-REGISTRO.
           INITIALIZE LIM-LIMITES-REG
           MOVE WS-ATPCLIM-CODENT    TO LIM-CODENT
           MOVE WS-ATPCLIM-NUMCUENTA TO LIM-NUMCUENTA
           .

      *----------------------------------------------------------------
      * Proceso: ATPCLIM-CERRAR-CONSULTA
      *----------------------------------------------------------------
       ATPCLIM-CERRAR-CONSULTA.
           IF WS-ATPCLIM-DISPONIBLE
              CLOSE LIM-LIMITES
              SET WS-ATPCLIM-DISPONIBLE TO FALSE
           END-IF
           .
