      *    ARREGLO ejecutado) las librerias ATPC026-WS/ATPC026-PR,
      *    ATPC044-WS/ATPC044-PR y ATPC052-WS/ATPC052-PR en el
      *    programa llamador
      *  - Debe estar copiada y ya cargada (ATPCPRC-CARGAR-TABLA
      *    ejecutado) la libreria ATPCPRC-WS/ATPCPRC-PR, con su FD y
      *    su SELECT (ver ATPCPRC-PRC.cpy)
      *
      * Procesos de uso Publicos:
      *  - ATPCFAC-RESOLVER-DEFECTOS
      * opcional, WS-ATPCFAC-FECHA-CONSULTA. Encadena las tres
      * busquedas -- ATPC026, ATPC044 y ATPC052 -- y deja los datos
      * resueltos en WS-ATPC026-RESPUESTA, WS-ATPC044-RESPUESTA y
      * WS-ATPC052-RESPUESTA; en WS-ATPCFAC-ORIGENES queda cuales de
      * los precios del tipo de tarjeta son propios (ATPCPRC).
      * Ejemplo:
      *     INITIALIZE WS-ATPCFAC-ENTRADA
      *     MOVE WS-CODENT-A            TO WS-ATPCFAC-CODENT
      *     IF WS-ATPCFAC-RETORNO-OK
      *        DISPLAY WS-ATPC044-DESTIPFAC
      *        DISPLAY WS-ATPC052-CODCONECO
      *        IF WS-ATPCFAC-TASA-TARJETA
      *           DISPLAY WS-ATPCPRC-TASA
      *        END-IF
      *     END-IF
      *----------------------------------------------------------------
       ATPCFAC-RESOLVER-DEFECTOS.
           INITIALIZE WS-ATPCFAC-RETORNO
           MOVE "E" TO WS-ATPCFAC-ORIGEN-TASA
                       WS-ATPCFAC-ORIGEN-CUOTA
                       WS-ATPCFAC-ORIGEN-PAGMIN

           INITIALIZE WS-ATPC026
           MOVE WS-ATPCFAC-CODENT           TO WS-ATPC026-CODENT
                      INTO WS-ATPCFAC-RETORNO-DESC
                 ELSE
                    SET WS-ATPCFAC-RETORNO-OK TO TRUE
                    PERFORM ATPCFAC-RESOLVER-PRECIOS
                 END-IF
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPCFAC-RESOLVER-PRECIOS
      *----------------------------------------------------------------
      * Marca el origen de cada precio del tipo de tarjeta: propio
      * (PRECIOS.DAT) o de la entidad
      *----------------------------------------------------------------
       ATPCFAC-RESOLVER-PRECIOS.
           MOVE WS-ATPCFAC-CODENT  TO WS-ATPCPRC-CODENT
           MOVE WS-ATPCFAC-CODMAR  TO WS-ATPCPRC-CODMAR
           MOVE WS-ATPCFAC-INDTIPT TO WS-ATPCPRC-INDTIPT
           PERFORM ATPCPRC-BUSCAR-PRECIO
           IF WS-ATPCPRC-RETORNO-OK
              IF WS-ATPCPRC-CON-TASA
                 SET WS-ATPCFAC-TASA-TARJETA TO TRUE
              END-IF
              IF WS-ATPCPRC-CON-CUOTA
                 SET WS-ATPCFAC-CUOTA-TARJETA TO TRUE
              END-IF
              IF WS-ATPCPRC-CON-PAGMIN
                 SET WS-ATPCFAC-PAGMIN-TARJETA TO TRUE
              END-IF
           END-IF
           .
