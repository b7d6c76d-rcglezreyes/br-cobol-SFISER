      *----------------------------------------------------------------
      * Libreria de utilidad -- tabla de tasas maximas legales en
      * memoria (ver el encabezado de ATPCUSU-WS.cpy)
      *
      * Dependencias:
      *  - Debe estar declarada la FD USU-TOPES (COPY "ATPCUSU-USU"
      *    en la FILE SECTION) y su SELECT en FILE-CONTROL con
      *    FILE STATUS IS WS-ATPCUSU-STATUS
      *
      * Procesos de uso Publicos:
      *  - ATPCUSU-CARGAR-TABLA
      *  - ATPCUSU-BUSCAR-TOPE
      *----------------------------------------------------------------

      *----------------------------------------------------------------
      * Proceso: ATPCUSU-CARGAR-TABLA
      *----------------------------------------------------------------
      * Recorre TOPEUSU.DAT y deja un tope por CODPAIS + FECVIG (el
      * registro mas reciente corrige al anterior). Sin tabla, o con
      * un tope que no entra (se alerta), deja RETORNO-ERROR.
      *----------------------------------------------------------------
       ATPCUSU-CARGAR-TABLA.
           INITIALIZE WS-ATPCUSU-RETORNO
           MOVE ZEROES TO WS-ATPCUSU-CANT
           OPEN INPUT USU-TOPES
           IF WS-ATPCUSU-STATUS = "00"
              SET WS-ATPCUSU-FIN TO FALSE
              PERFORM UNTIL WS-ATPCUSU-FIN
                 READ USU-TOPES
                     AT END
                        SET WS-ATPCUSU-FIN TO TRUE
                     NOT AT END
                        PERFORM ATPCUSU-TOMAR-TOPE
                 END-READ
              END-PERFORM
              CLOSE USU-TOPES
           ELSE
              SET WS-ATPCUSU-RETORNO-ERROR TO TRUE
              MOVE "Tabla TOPEUSU.DAT no disponible"
                TO WS-ATPCUSU-RETORNO-DESC
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPCUSU-TOMAR-TOPE
      *----------------------------------------------------------------
       ATPCUSU-TOMAR-TOPE.
           MOVE ZEROES TO WS-ATPCUSU-IDX
           PERFORM VARYING WS-ATPCUSU-K FROM 1 BY 1
                     UNTIL WS-ATPCUSU-K > WS-ATPCUSU-CANT
              IF WS-ATPCUSU-TAB-CODPAIS(WS-ATPCUSU-K) = USU-CODPAIS
              AND WS-ATPCUSU-TAB-FECVIG(WS-ATPCUSU-K) = USU-FECVIG
                 MOVE WS-ATPCUSU-K TO WS-ATPCUSU-IDX
                 MOVE WS-ATPCUSU-CANT TO WS-ATPCUSU-K
              END-IF
           END-PERFORM

           IF WS-ATPCUSU-IDX = ZEROES
              IF WS-ATPCUSU-CANT < WS-ATPCUSU-MAX
                 ADD 1 TO WS-ATPCUSU-CANT
                 MOVE WS-ATPCUSU-CANT TO WS-ATPCUSU-IDX
              ELSE
                 IF NOT WS-ATPCUSU-RETORNO-ERROR
                    DISPLAY "ATPCUSU - ALERTA: la tabla de topes "
                       "alcanzo su capacidad maxima ["
                       WS-ATPCUSU-MAX "]"
                 END-IF
                 SET WS-ATPCUSU-RETORNO-ERROR TO TRUE
                 MOVE "Tabla de topes desbordada"
                   TO WS-ATPCUSU-RETORNO-DESC
              END-IF
           END-IF

           IF WS-ATPCUSU-IDX > ZEROES
              MOVE USU-CODPAIS
                TO WS-ATPCUSU-TAB-CODPAIS(WS-ATPCUSU-IDX)
              MOVE USU-FECVIG
                TO WS-ATPCUSU-TAB-FECVIG(WS-ATPCUSU-IDX)
              MOVE USU-TASAMAX
                TO WS-ATPCUSU-TAB-TASAMAX(WS-ATPCUSU-IDX)
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPCUSU-BUSCAR-TOPE
      *----------------------------------------------------------------
      * Tope en vigor para el pais en la fecha: el de mayor vigencia
      * que no supera la fecha
      * Ejemplo:
      *     MOVE WS-ATPC021-CODPAIS-ALF TO WS-ATPCUSU-CODPAIS
      *     MOVE fecha-de-vigencia      TO WS-ATPCUSU-FECHA
      *     PERFORM ATPCUSU-BUSCAR-TOPE
      *     IF WS-ATPCUSU-RETORNO-OK AND tasa > WS-ATPCUSU-TASAMAX ...
      *----------------------------------------------------------------
       ATPCUSU-BUSCAR-TOPE.
           INITIALIZE WS-ATPCUSU-RETORNO
                      WS-ATPCUSU-SALIDA
           MOVE ZEROES TO WS-ATPCUSU-IDX
           PERFORM VARYING WS-ATPCUSU-K FROM 1 BY 1
                     UNTIL WS-ATPCUSU-K > WS-ATPCUSU-CANT
              IF WS-ATPCUSU-TAB-CODPAIS(WS-ATPCUSU-K) =
                 WS-ATPCUSU-CODPAIS
              AND WS-ATPCUSU-TAB-FECVIG(WS-ATPCUSU-K) <=
                  WS-ATPCUSU-FECHA
                 IF WS-ATPCUSU-IDX = ZEROES
                    MOVE WS-ATPCUSU-K TO WS-ATPCUSU-IDX
                 ELSE
                    IF WS-ATPCUSU-TAB-FECVIG(WS-ATPCUSU-K) >
                       WS-ATPCUSU-TAB-FECVIG(WS-ATPCUSU-IDX)
                       MOVE WS-ATPCUSU-K TO WS-ATPCUSU-IDX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF WS-ATPCUSU-IDX = ZEROES
              SET WS-ATPCUSU-RETORNO-ERROR TO TRUE
              MOVE "Sin tope publicado para el pais a la fecha"
                TO WS-ATPCUSU-RETORNO-DESC
           ELSE
              MOVE WS-ATPCUSU-TAB-FECVIG(WS-ATPCUSU-IDX)
                TO WS-ATPCUSU-FECVIG
              MOVE WS-ATPCUSU-TAB-TASAMAX(WS-ATPCUSU-IDX)
                TO WS-ATPCUSU-TASAMAX
           END-IF
           .
