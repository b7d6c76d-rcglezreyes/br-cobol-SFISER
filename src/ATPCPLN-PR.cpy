      *----------------------------------------------------------------
      * Libreria de utilidad -- acceso al maestro de planes de compra
      * en cuotas PLANCUO.DAT (ver el encabezado de ATPCPLN-WS.cpy)
      *
      * Dependencias:
      *  - Debe estar declarada la FD PLN-PLANES (COPY "ATPCPLN-PLN"
      *    en la FILE SECTION) y su SELECT en FILE-CONTROL con
      *    FILE STATUS IS WS-ATPCPLN-STATUS
      *
      * Procesos de uso Publicos:
      *  - ATPCPLN-ABRIR-CONSULTA
      *  - ATPCPLN-ABRIR-ACTUALIZACION
      *  - ATPCPLN-PRIMER-PLAN
      *  - ATPCPLN-SIGUIENTE-PLAN
      *  - ATPCPLN-PROXIMO-NUMERO
      *  - ATPCPLN-ALTA-PLAN
      *  - ATPCPLN-REGRABAR-PLAN
      *  - ATPCPLN-CERRAR-CONSULTA
      *----------------------------------------------------------------

      *----------------------------------------------------------------
      * Proceso: ATPCPLN-ABRIR-CONSULTA
      *----------------------------------------------------------------
      * Abre el maestro para lectura; sin maestro se avisa por
      * consola y las lecturas posteriores devuelven error
      *----------------------------------------------------------------
       ATPCPLN-ABRIR-CONSULTA.
           INITIALIZE WS-ATPCPLN-RETORNO
           OPEN INPUT PLN-PLANES
           IF WS-ATPCPLN-STATUS = "00"
              SET WS-ATPCPLN-DISPONIBLE TO TRUE
           ELSE
              SET WS-ATPCPLN-DISPONIBLE TO FALSE
              SET WS-ATPCPLN-RETORNO-ERROR TO TRUE
              MOVE "Maestro PLANCUO.DAT no disponible"
                TO WS-ATPCPLN-RETORNO-DESC
              DISPLAY "ATPCPLN - AVISO: maestro PLANCUO.DAT no "
                      "disponible -- FILE STATUS:["
                      WS-ATPCPLN-STATUS "]"
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPCPLN-ABRIR-ACTUALIZACION
      *----------------------------------------------------------------
      * Igual que ATPCPLN-ABRIR-CONSULTA pero abre el maestro para
      * actualizacion; si el maestro aun no existe lo crea vacio
      *----------------------------------------------------------------
       ATPCPLN-ABRIR-ACTUALIZACION.
           INITIALIZE WS-ATPCPLN-RETORNO
           OPEN I-O PLN-PLANES
           IF WS-ATPCPLN-STATUS = "35"
              OPEN OUTPUT PLN-PLANES
              IF WS-ATPCPLN-STATUS = "00"
                 CLOSE PLN-PLANES
                 OPEN I-O PLN-PLANES
              END-IF
           END-IF
           IF WS-ATPCPLN-STATUS = "00"
              SET WS-ATPCPLN-DISPONIBLE TO TRUE
           ELSE
              SET WS-ATPCPLN-DISPONIBLE TO FALSE
              SET WS-ATPCPLN-RETORNO-ERROR TO TRUE
              MOVE "Maestro PLANCUO.DAT no disponible"
                TO WS-ATPCPLN-RETORNO-DESC
              DISPLAY "ATPCPLN - AVISO: maestro PLANCUO.DAT no "
                      "disponible para actualizar -- FILE STATUS:["
                      WS-ATPCPLN-STATUS "]"
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPCPLN-PRIMER-PLAN
      *----------------------------------------------------------------
      * Posiciona en el primer plan de la cuenta de
      * WS-ATPCPLN-ENTRADA y lo deja en PLN-PLANES-REG
      * Ejemplo:
      *     MOVE CTM-CODENT    TO WS-ATPCPLN-CODENT
      *     MOVE CTM-NUMCUENTA TO WS-ATPCPLN-NUMCUENTA
      *     PERFORM ATPCPLN-PRIMER-PLAN
      *     PERFORM UNTIL NOT WS-ATPCPLN-RETORNO-OK
      *        ... PLN-PLANES-REG ...
      *        PERFORM ATPCPLN-SIGUIENTE-PLAN
      *     END-PERFORM
      *----------------------------------------------------------------
       ATPCPLN-PRIMER-PLAN.
           INITIALIZE WS-ATPCPLN-RETORNO
           IF NOT WS-ATPCPLN-DISPONIBLE
              SET WS-ATPCPLN-RETORNO-ERROR TO TRUE
              MOVE "Maestro PLANCUO.DAT no disponible"
                TO WS-ATPCPLN-RETORNO-DESC
           ELSE
              MOVE WS-ATPCPLN-CODENT    TO PLN-CODENT
              MOVE WS-ATPCPLN-NUMCUENTA TO PLN-NUMCUENTA
              MOVE ZEROES               TO PLN-NUMPLAN
              START PLN-PLANES KEY NOT LESS THAN PLN-CLAVE
                  INVALID KEY
                     SET WS-ATPCPLN-RETORNO-ERROR TO TRUE
                     MOVE "La cuenta no tiene planes en PLANCUO.DAT"
                       TO WS-ATPCPLN-RETORNO-DESC
              END-START
              IF WS-ATPCPLN-RETORNO-OK
                 PERFORM ATPCPLN-SIGUIENTE-PLAN
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPCPLN-SIGUIENTE-PLAN
      *----------------------------------------------------------------
      * Lee el plan siguiente; fuera de la cuenta de
      * WS-ATPCPLN-ENTRADA devuelve RETORNO-ERROR
      *----------------------------------------------------------------
       ATPCPLN-SIGUIENTE-PLAN.
           INITIALIZE WS-ATPCPLN-RETORNO
           READ PLN-PLANES NEXT RECORD
               AT END
                  SET WS-ATPCPLN-RETORNO-ERROR TO TRUE
               NOT AT END
                  IF PLN-CODENT NOT = WS-ATPCPLN-CODENT
                  OR PLN-NUMCUENTA NOT = WS-ATPCPLN-NUMCUENTA
                     SET WS-ATPCPLN-RETORNO-ERROR TO TRUE
                  END-IF
           END-READ
           IF WS-ATPCPLN-RETORNO-ERROR
              MOVE "No hay mas planes de la cuenta en PLANCUO.DAT"
                TO WS-ATPCPLN-RETORNO-DESC
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPCPLN-PROXIMO-NUMERO
      *----------------------------------------------------------------
      * Deja en WS-ATPCPLN-NUMPLAN el numero siguiente al ultimo plan
      * de la cuenta de WS-ATPCPLN-ENTRADA (1 si no tiene planes)
      *----------------------------------------------------------------
       ATPCPLN-PROXIMO-NUMERO.
           MOVE ZEROES TO WS-ATPCPLN-NUMPLAN
           PERFORM ATPCPLN-PRIMER-PLAN
           PERFORM UNTIL NOT WS-ATPCPLN-RETORNO-OK
              MOVE PLN-NUMPLAN TO WS-ATPCPLN-NUMPLAN
              PERFORM ATPCPLN-SIGUIENTE-PLAN
           END-PERFORM
           ADD 1 TO WS-ATPCPLN-NUMPLAN
           INITIALIZE WS-ATPCPLN-RETORNO
           IF NOT WS-ATPCPLN-DISPONIBLE
              SET WS-ATPCPLN-RETORNO-ERROR TO TRUE
              MOVE "Maestro PLANCUO.DAT no disponible"
                TO WS-ATPCPLN-RETORNO-DESC
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPCPLN-ALTA-PLAN
      *----------------------------------------------------------------
      * Graba el plan nuevo que el llamador dejo en PLN-PLANES-REG
      *----------------------------------------------------------------
       ATPCPLN-ALTA-PLAN.
           INITIALIZE WS-ATPCPLN-RETORNO
           IF NOT WS-ATPCPLN-DISPONIBLE
              SET WS-ATPCPLN-RETORNO-ERROR TO TRUE
              MOVE "Maestro PLANCUO.DAT no disponible"
                TO WS-ATPCPLN-RETORNO-DESC
           ELSE
              WRITE PLN-PLANES-REG
                  INVALID KEY
                     SET WS-ATPCPLN-RETORNO-ERROR TO TRUE
              END-WRITE
              IF WS-ATPCPLN-STATUS NOT = "00"
                 SET WS-ATPCPLN-RETORNO-ERROR TO TRUE
              END-IF
              IF WS-ATPCPLN-RETORNO-ERROR
                 MOVE "No se pudo dar de alta el plan en PLANCUO.DAT"
                   TO WS-ATPCPLN-RETORNO-DESC
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPCPLN-REGRABAR-PLAN
      *----------------------------------------------------------------
      * Regraba el plan de PLN-PLANES-REG tal como lo dejo el llamador
      *----------------------------------------------------------------
       ATPCPLN-REGRABAR-PLAN.
           INITIALIZE WS-ATPCPLN-RETORNO
           IF NOT WS-ATPCPLN-DISPONIBLE
              SET WS-ATPCPLN-RETORNO-ERROR TO TRUE
              MOVE "Maestro PLANCUO.DAT no disponible"
                TO WS-ATPCPLN-RETORNO-DESC
           ELSE
              REWRITE PLN-PLANES-REG
                  INVALID KEY
                     SET WS-ATPCPLN-RETORNO-ERROR TO TRUE
              END-REWRITE
              IF WS-ATPCPLN-STATUS NOT = "00"
                 SET WS-ATPCPLN-RETORNO-ERROR TO TRUE
              END-IF
              IF WS-ATPCPLN-RETORNO-ERROR
                 MOVE "No se pudo regrabar el plan en PLANCUO.DAT"
                   TO WS-ATPCPLN-RETORNO-DESC
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPCPLN-CERRAR-CONSULTA
      *----------------------------------------------------------------
       ATPCPLN-CERRAR-CONSULTA.
           IF WS-ATPCPLN-DISPONIBLE
              CLOSE PLN-PLANES
              SET WS-ATPCPLN-DISPONIBLE TO FALSE
           END-IF
           .
