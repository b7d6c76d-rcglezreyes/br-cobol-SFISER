      *----------------------------------------------------------------
      * Libreria de utilidad -- consulta por clave del maestro de
      * saldos de puntos PUNSALDO.DAT (ver el encabezado de
      * ATPCPUN-WS.cpy)
      *
      * Dependencias:
      *  - Debe estar declarada la FD PUN-SALDOS (COPY "ATPCPUN-PUN"
      *    en la FILE SECTION) y su SELECT en FILE-CONTROL con
      *    FILE STATUS IS WS-ATPCPUN-STATUS
      *
      * Procesos de uso Publicos:
      *  - ATPCPUN-ABRIR-CONSULTA
      *  - ATPCPUN-ABRIR-ACTUALIZACION
      *  - ATPCPUN-CONSULTAR-SALDO
      *  - ATPCPUN-GRABAR-SALDO
      *  - ATPCPUN-CERRAR-CONSULTA
      *----------------------------------------------------------------

      *----------------------------------------------------------------
      * Proceso: ATPCPUN-ABRIR-CONSULTA
      *----------------------------------------------------------------
      * Abre el maestro para lectura por clave; sin maestro se avisa
      * por consola y las consultas posteriores devuelven error
      *----------------------------------------------------------------
       ATPCPUN-ABRIR-CONSULTA.
           INITIALIZE WS-ATPCPUN-RETORNO
           OPEN INPUT PUN-SALDOS
           IF WS-ATPCPUN-STATUS = "00"
              SET WS-ATPCPUN-DISPONIBLE TO TRUE
           ELSE
              SET WS-ATPCPUN-DISPONIBLE TO FALSE
              SET WS-ATPCPUN-RETORNO-ERROR TO TRUE
              MOVE "Maestro PUNSALDO.DAT no disponible"
                TO WS-ATPCPUN-RETORNO-DESC
              DISPLAY "ATPCPUN - AVISO: maestro PUNSALDO.DAT no "
                      "disponible -- FILE STATUS:["
                      WS-ATPCPUN-STATUS "]"
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPCPUN-ABRIR-ACTUALIZACION
      *----------------------------------------------------------------
      * Igual que ATPCPUN-ABRIR-CONSULTA pero abre el maestro para
      * actualizacion; si el maestro aun no existe lo crea vacio
      *----------------------------------------------------------------
       ATPCPUN-ABRIR-ACTUALIZACION.
           INITIALIZE WS-ATPCPUN-RETORNO
           OPEN I-O PUN-SALDOS
           IF WS-ATPCPUN-STATUS = "35"
              OPEN OUTPUT PUN-SALDOS
              IF WS-ATPCPUN-STATUS = "00"
                 CLOSE PUN-SALDOS
                 OPEN I-O PUN-SALDOS
              END-IF
           END-IF
           IF WS-ATPCPUN-STATUS = "00"
              SET WS-ATPCPUN-DISPONIBLE TO TRUE
           ELSE
              SET WS-ATPCPUN-DISPONIBLE TO FALSE
              SET WS-ATPCPUN-RETORNO-ERROR TO TRUE
              MOVE "Maestro PUNSALDO.DAT no disponible"
                TO WS-ATPCPUN-RETORNO-DESC
              DISPLAY "ATPCPUN - AVISO: maestro PUNSALDO.DAT no "
                      "disponible para actualizar -- FILE STATUS:["
                      WS-ATPCPUN-STATUS "]"
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPCPUN-CONSULTAR-SALDO
      *----------------------------------------------------------------
      * Lee por clave la cuenta de WS-ATPCPUN-ENTRADA. Sin cuenta o
      * sin maestro deja PUN-SALDOS-REG inicializado con la clave
      * pedida y RETORNO-ERROR; WS-ATPCPUN-EXISTE indica si la cuenta
      * ya figura (para ATPCPUN-GRABAR-SALDO)
      * Ejemplo:
      *     MOVE CTM-CODENT    TO WS-ATPCPUN-CODENT
      *     MOVE CTM-NUMCUENTA TO WS-ATPCPUN-NUMCUENTA
      *     PERFORM ATPCPUN-CONSULTAR-SALDO
      *     IF WS-ATPCPUN-RETORNO-OK ... PUN-SALDO ...
      *----------------------------------------------------------------
       ATPCPUN-CONSULTAR-SALDO.
           INITIALIZE WS-ATPCPUN-RETORNO
           SET WS-ATPCPUN-EXISTE TO FALSE
           IF NOT WS-ATPCPUN-DISPONIBLE
              PERFORM ATPCPUN-LIMPIAR-REGISTRO
              SET WS-ATPCPUN-RETORNO-ERROR TO TRUE
              MOVE "Maestro PUNSALDO.DAT no disponible"
                TO WS-ATPCPUN-RETORNO-DESC
           ELSE
              MOVE WS-ATPCPUN-CODENT    TO PUN-CODENT
              MOVE WS-ATPCPUN-NUMCUENTA TO PUN-NUMCUENTA
              READ PUN-SALDOS
                  INVALID KEY
                     PERFORM ATPCPUN-LIMPIAR-REGISTRO
                     SET WS-ATPCPUN-RETORNO-ERROR TO TRUE
                     MOVE "Cuenta sin puntos en PUNSALDO.DAT"
                       TO WS-ATPCPUN-RETORNO-DESC
                  NOT INVALID KEY
                     SET WS-ATPCPUN-EXISTE TO TRUE
              END-READ
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPCPUN-GRABAR-SALDO
      *----------------------------------------------------------------
      * Graba PUN-SALDOS-REG tal como lo dejo el llamador luego de
      * un ATPCPUN-CONSULTAR-SALDO sobre el maestro abierto con
      * ATPCPUN-ABRIR-ACTUALIZACION: regraba si la cuenta existia,
      * da de alta si no
      *----------------------------------------------------------------
       ATPCPUN-GRABAR-SALDO.
           INITIALIZE WS-ATPCPUN-RETORNO
           IF NOT WS-ATPCPUN-DISPONIBLE
              SET WS-ATPCPUN-RETORNO-ERROR TO TRUE
              MOVE "Maestro PUNSALDO.DAT no disponible"
                TO WS-ATPCPUN-RETORNO-DESC
           ELSE
              IF WS-ATPCPUN-EXISTE
                 REWRITE PUN-SALDOS-REG
                     INVALID KEY
                        SET WS-ATPCPUN-RETORNO-ERROR TO TRUE
                 END-REWRITE
              ELSE
                 WRITE PUN-SALDOS-REG
                     INVALID KEY
                        SET WS-ATPCPUN-RETORNO-ERROR TO TRUE
                 END-WRITE
              END-IF
              IF WS-ATPCPUN-STATUS NOT = "00"
                 SET WS-ATPCPUN-RETORNO-ERROR TO TRUE
              END-IF
              IF WS-ATPCPUN-RETORNO-ERROR
                 MOVE "No se pudo grabar la cuenta en PUNSALDO.DAT"
                   TO WS-ATPCPUN-RETORNO-DESC
              ELSE
                 SET WS-ATPCPUN-EXISTE TO TRUE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPCPUN-LIMPIAR-REGISTRO
      *----------------------------------------------------------------
      * Uso interno: area de registro vacia con la clave pedida
      *----------------------------------------------------------------
       ATPCPUN-LIMPIAR-REGISTRO.
           INITIALIZE PUN-SALDOS-REG
           MOVE WS-ATPCPUN-CODENT    TO PUN-CODENT
           MOVE WS-ATPCPUN-NUMCUENTA TO PUN-NUMCUENTA
           .

      *----------------------------------------------------------------
      * Proceso: ATPCPUN-CERRAR-CONSULTA
      *----------------------------------------------------------------
       ATPCPUN-CERRAR-CONSULTA.
           IF WS-ATPCPUN-DISPONIBLE
              CLOSE PUN-SALDOS
              SET WS-ATPCPUN-DISPONIBLE TO FALSE
           END-IF
           .
