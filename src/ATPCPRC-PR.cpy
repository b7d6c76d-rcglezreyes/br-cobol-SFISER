      *----------------------------------------------------------------
      * Libreria de utilidad -- tabla de precios por tipo de tarjeta
      * en memoria (ver el encabezado de ATPCPRC-WS.cpy)
      *
      * Dependencias:
      *  - Debe estar declarada la FD PRC-PRECIOS (COPY "ATPCPRC-PRC"
      *    en la FILE SECTION) y su SELECT en FILE-CONTROL con
      *    FILE STATUS IS WS-ATPCPRC-STATUS
      *
      * Procesos de uso Publicos:
      *  - ATPCPRC-CARGAR-TABLA
      *  - ATPCPRC-BUSCAR-PRECIO
      *  - ATPCPRC-ES-CUOTA-PROPIA
      *----------------------------------------------------------------

      *----------------------------------------------------------------
      * Proceso: ATPCPRC-CARGAR-TABLA
      *----------------------------------------------------------------
      * Recorre PRECIOS.DAT y deja una fila por CODENT + CODMAR +
      * INDTIPT (el registro mas reciente corrige al anterior). Sin
      * archivo la tabla queda vacia sin error: todos los tipos de
      * tarjeta toman los valores de su entidad.
      *----------------------------------------------------------------
       ATPCPRC-CARGAR-TABLA.
           INITIALIZE WS-ATPCPRC-RETORNO
           MOVE ZEROES TO WS-ATPCPRC-CANT
                          WS-ATPCPRC-RECHAZADOS
           OPEN INPUT PRC-PRECIOS
           IF WS-ATPCPRC-STATUS = "00"
              SET WS-ATPCPRC-FIN TO FALSE
              PERFORM UNTIL WS-ATPCPRC-FIN
                 READ PRC-PRECIOS
                     AT END
                        SET WS-ATPCPRC-FIN TO TRUE
                     NOT AT END
                        PERFORM ATPCPRC-VALIDAR-PRECIO
                        IF WS-ATPCPRC-REG-VALIDO
                           PERFORM ATPCPRC-TOMAR-PRECIO
                        ELSE
                           ADD 1 TO WS-ATPCPRC-RECHAZADOS
                           DISPLAY "ATPCPRC - AVISO: precio de "
                                   "tipo de tarjeta descartado ["
                                   PRC-CLAVE "] -- valor no "
                                   "numerico o regla incompleta"
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE PRC-PRECIOS
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPCPRC-VALIDAR-PRECIO
      *----------------------------------------------------------------
      * Uso interno: la clave debe ser numerica en CODMAR/INDTIPT y
      * cada valor informado debe poder usarse tal cual; la cuota va
      * con sus dos conceptos y la regla de pago minimo completa
      *----------------------------------------------------------------
       ATPCPRC-VALIDAR-PRECIO.
           SET WS-ATPCPRC-REG-VALIDO TO TRUE
           IF PRC-CODMAR IS NOT NUMERIC
           OR PRC-INDTIPT IS NOT NUMERIC
              SET WS-ATPCPRC-REG-VALIDO TO FALSE
           END-IF
           IF PRC-TASA NOT = SPACES
           AND PRC-TASA-NUM IS NOT NUMERIC
              SET WS-ATPCPRC-REG-VALIDO TO FALSE
           END-IF
           IF PRC-CUOENT NOT = SPACES
           OR PRC-CUOTAR NOT = SPACES
              IF PRC-CUOENT-NUM IS NOT NUMERIC
              OR PRC-CUOTAR-NUM IS NOT NUMERIC
                 SET WS-ATPCPRC-REG-VALIDO TO FALSE
              END-IF
           END-IF
           IF PRC-PORPAGMIN NOT = SPACES
           OR PRC-IMPMINFIJO NOT = SPACES
           OR PRC-TIPREDONDEO NOT = SPACES
              IF PRC-PORPAGMIN-NUM IS NOT NUMERIC
              OR PRC-IMPMINFIJO-NUM IS NOT NUMERIC
              OR (PRC-TIPREDONDEO NOT = "0"
                  AND PRC-TIPREDONDEO NOT = "1"
                  AND PRC-TIPREDONDEO NOT = "2")
                 SET WS-ATPCPRC-REG-VALIDO TO FALSE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPCPRC-TOMAR-PRECIO
      *----------------------------------------------------------------
       ATPCPRC-TOMAR-PRECIO.
           MOVE ZEROES TO WS-ATPCPRC-IDX
           PERFORM VARYING WS-ATPCPRC-K FROM 1 BY 1
                     UNTIL WS-ATPCPRC-K > WS-ATPCPRC-CANT
              IF WS-ATPCPRC-TAB-CODENT(WS-ATPCPRC-K) = PRC-CODENT
              AND WS-ATPCPRC-TAB-CODMAR(WS-ATPCPRC-K) = PRC-CODMAR
              AND WS-ATPCPRC-TAB-INDTIPT(WS-ATPCPRC-K) = PRC-INDTIPT
                 MOVE WS-ATPCPRC-K TO WS-ATPCPRC-IDX
                 MOVE WS-ATPCPRC-CANT TO WS-ATPCPRC-K
              END-IF
           END-PERFORM

           IF WS-ATPCPRC-IDX = ZEROES
              IF WS-ATPCPRC-CANT < WS-ATPCPRC-MAX
                 ADD 1 TO WS-ATPCPRC-CANT
                 MOVE WS-ATPCPRC-CANT TO WS-ATPCPRC-IDX
              ELSE
                 IF NOT WS-ATPCPRC-RETORNO-ERROR
                    DISPLAY "ATPCPRC - ALERTA: la tabla de precios "
                       "alcanzo su capacidad maxima ["
                       WS-ATPCPRC-MAX "]"
                 END-IF
                 SET WS-ATPCPRC-RETORNO-ERROR TO TRUE
                 MOVE "Tabla de precios desbordada"
                   TO WS-ATPCPRC-RETORNO-DESC
              END-IF
           END-IF

           IF WS-ATPCPRC-IDX > ZEROES
              INITIALIZE WS-ATPCPRC-TAB(WS-ATPCPRC-IDX)
              MOVE PRC-CODENT  TO WS-ATPCPRC-TAB-CODENT(WS-ATPCPRC-IDX)
              MOVE PRC-CODMAR  TO WS-ATPCPRC-TAB-CODMAR(WS-ATPCPRC-IDX)
              MOVE PRC-INDTIPT
                TO WS-ATPCPRC-TAB-INDTIPT(WS-ATPCPRC-IDX)
              MOVE "N" TO WS-ATPCPRC-TAB-IND-TASA(WS-ATPCPRC-IDX)
                          WS-ATPCPRC-TAB-IND-CUOTA(WS-ATPCPRC-IDX)
                          WS-ATPCPRC-TAB-IND-PAGMIN(WS-ATPCPRC-IDX)
              IF PRC-TASA NOT = SPACES
                 MOVE "S" TO WS-ATPCPRC-TAB-IND-TASA(WS-ATPCPRC-IDX)
                 MOVE PRC-TASA-NUM
                   TO WS-ATPCPRC-TAB-TASA(WS-ATPCPRC-IDX)
              END-IF
              IF PRC-CUOENT NOT = SPACES
                 MOVE "S" TO WS-ATPCPRC-TAB-IND-CUOTA(WS-ATPCPRC-IDX)
                 MOVE PRC-CUOENT-NUM
                   TO WS-ATPCPRC-TAB-CUOENT(WS-ATPCPRC-IDX)
                 MOVE PRC-CUOTAR-NUM
                   TO WS-ATPCPRC-TAB-CUOTAR(WS-ATPCPRC-IDX)
              END-IF
              IF PRC-PORPAGMIN NOT = SPACES
                 MOVE "S" TO WS-ATPCPRC-TAB-IND-PAGMIN(WS-ATPCPRC-IDX)
                 MOVE PRC-PORPAGMIN-NUM
                   TO WS-ATPCPRC-TAB-PORPAGMIN(WS-ATPCPRC-IDX)
                 MOVE PRC-IMPMINFIJO-NUM
                   TO WS-ATPCPRC-TAB-IMPMINFIJO(WS-ATPCPRC-IDX)
                 MOVE PRC-TIPREDONDEO
                   TO WS-ATPCPRC-TAB-TIPREDONDEO(WS-ATPCPRC-IDX)
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPCPRC-BUSCAR-PRECIO
      *----------------------------------------------------------------
      * Precios propios del tipo de tarjeta; la cuenta sin tipo de
      * tarjeta conocido (CODMAR e INDTIPT en cero) usa los de la
      * entidad
      * Ejemplo:
      *     MOVE CTM-CODENT  TO WS-ATPCPRC-CODENT
      *     MOVE CTM-CODMAR  TO WS-ATPCPRC-CODMAR
      *     MOVE CTM-INDTIPT TO WS-ATPCPRC-INDTIPT
      *     PERFORM ATPCPRC-BUSCAR-PRECIO
      *     IF WS-ATPCPRC-CON-TASA ... WS-ATPCPRC-TASA ...
      *----------------------------------------------------------------
       ATPCPRC-BUSCAR-PRECIO.
           INITIALIZE WS-ATPCPRC-RETORNO
                      WS-ATPCPRC-SALIDA
           MOVE "N" TO WS-ATPCPRC-IND-TASA
                       WS-ATPCPRC-IND-CUOTA
                       WS-ATPCPRC-IND-PAGMIN
           MOVE ZEROES TO WS-ATPCPRC-IDX
           IF WS-ATPCPRC-CODMAR NOT = ZEROES
           OR WS-ATPCPRC-INDTIPT NOT = ZEROES
              PERFORM VARYING WS-ATPCPRC-K FROM 1 BY 1
                        UNTIL WS-ATPCPRC-K > WS-ATPCPRC-CANT
                 IF WS-ATPCPRC-TAB-CODENT(WS-ATPCPRC-K) =
                    WS-ATPCPRC-CODENT
                 AND WS-ATPCPRC-TAB-CODMAR(WS-ATPCPRC-K) =
                     WS-ATPCPRC-CODMAR
                 AND WS-ATPCPRC-TAB-INDTIPT(WS-ATPCPRC-K) =
                     WS-ATPCPRC-INDTIPT
                    MOVE WS-ATPCPRC-K TO WS-ATPCPRC-IDX
                    MOVE WS-ATPCPRC-CANT TO WS-ATPCPRC-K
                 END-IF
              END-PERFORM
           END-IF

           IF WS-ATPCPRC-IDX = ZEROES
              SET WS-ATPCPRC-RETORNO-ERROR TO TRUE
              MOVE "Tipo de tarjeta sin precios propios"
                TO WS-ATPCPRC-RETORNO-DESC
           ELSE
              MOVE WS-ATPCPRC-TAB-IND-TASA(WS-ATPCPRC-IDX)
                TO WS-ATPCPRC-IND-TASA
              MOVE WS-ATPCPRC-TAB-TASA(WS-ATPCPRC-IDX)
                TO WS-ATPCPRC-TASA
              MOVE WS-ATPCPRC-TAB-IND-CUOTA(WS-ATPCPRC-IDX)
                TO WS-ATPCPRC-IND-CUOTA
              MOVE WS-ATPCPRC-TAB-CUOENT(WS-ATPCPRC-IDX)
                TO WS-ATPCPRC-CUOENT
              MOVE WS-ATPCPRC-TAB-CUOTAR(WS-ATPCPRC-IDX)
                TO WS-ATPCPRC-CUOTAR
              MOVE WS-ATPCPRC-TAB-IND-PAGMIN(WS-ATPCPRC-IDX)
                TO WS-ATPCPRC-IND-PAGMIN
              MOVE WS-ATPCPRC-TAB-PORPAGMIN(WS-ATPCPRC-IDX)
                TO WS-ATPCPRC-PORPAGMIN
              MOVE WS-ATPCPRC-TAB-IMPMINFIJO(WS-ATPCPRC-IDX)
                TO WS-ATPCPRC-IMPMINFIJO
              MOVE WS-ATPCPRC-TAB-TIPREDONDEO(WS-ATPCPRC-IDX)
                TO WS-ATPCPRC-TIPREDONDEO
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPCPRC-ES-CUOTA-PROPIA
      *----------------------------------------------------------------
      * Indica si WS-ATPCPRC-CODCONECO es la cuota de membresia propia
      * de algun tipo de tarjeta de WS-ATPCPRC-CODENT
      *----------------------------------------------------------------
       ATPCPRC-ES-CUOTA-PROPIA.
           INITIALIZE WS-ATPCPRC-RETORNO
           SET WS-ATPCPRC-RETORNO-ERROR TO TRUE
           PERFORM VARYING WS-ATPCPRC-K FROM 1 BY 1
                     UNTIL WS-ATPCPRC-K > WS-ATPCPRC-CANT
              IF WS-ATPCPRC-TAB-CODENT(WS-ATPCPRC-K) =
                 WS-ATPCPRC-CODENT
              AND WS-ATPCPRC-TAB-IND-CUOTA(WS-ATPCPRC-K) = "S"
              AND WS-ATPCPRC-TAB-CUOTAR(WS-ATPCPRC-K) =
                  WS-ATPCPRC-CODCONECO
                 SET WS-ATPCPRC-RETORNO-OK TO TRUE
                 MOVE WS-ATPCPRC-CANT TO WS-ATPCPRC-K
              END-IF
           END-PERFORM
           .
