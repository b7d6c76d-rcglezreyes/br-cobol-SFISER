      *----------------------------------------------------------------
      * Libreria de utilidad -- tabla de mensajes de extracto en
      * memoria (ver el encabezado de ATPCMSJ-WS.cpy)
      *
      * Dependencias:
      *  - Debe estar declarada la FD MSJ-MENSAJES (COPY "ATPCMSJ-MSJ"
      *    en la FILE SECTION) y su SELECT en FILE-CONTROL con
      *    FILE STATUS IS WS-ATPCMSJ-STATUS
      *
      * Procesos de uso Publicos:
      *  - ATPCMSJ-CARGAR-TABLA
      *  - ATPCMSJ-SELECCIONAR-MENSAJES
      *----------------------------------------------------------------

      *----------------------------------------------------------------
      * Proceso: ATPCMSJ-CARGAR-TABLA
      *----------------------------------------------------------------
      * Recorre MENSAJES.DAT, deja una fila por CODENT + CODMSJ (el
      * registro mas reciente corrige al anterior) y ordena la tabla
      * por CODENT + PRIORIDAD + CODMSJ. Sin archivo la tabla queda
      * vacia sin error.
      *----------------------------------------------------------------
       ATPCMSJ-CARGAR-TABLA.
           INITIALIZE WS-ATPCMSJ-RETORNO
           MOVE ZEROES TO WS-ATPCMSJ-CANT
                          WS-ATPCMSJ-LIM-CANT
                          WS-ATPCMSJ-RECHAZADOS
           OPEN INPUT MSJ-MENSAJES
           IF WS-ATPCMSJ-STATUS = "00"
              SET WS-ATPCMSJ-FIN TO FALSE
              PERFORM UNTIL WS-ATPCMSJ-FIN
                 READ MSJ-MENSAJES
                     AT END
                        SET WS-ATPCMSJ-FIN TO TRUE
                     NOT AT END
                        PERFORM ATPCMSJ-VALIDAR-REGISTRO
                        EVALUATE TRUE
                           WHEN NOT WS-ATPCMSJ-REG-VALIDO
                              ADD 1 TO WS-ATPCMSJ-RECHAZADOS
                              DISPLAY "ATPCMSJ - AVISO: registro de "
                                      "mensajes descartado ["
                                      MSJ-TIPOREG MSJ-CLAVE "] -- "
                                      "tipo, filtro o valor invalido"
                           WHEN MSJ-ES-LIMITE
                              PERFORM ATPCMSJ-TOMAR-LIMITE
                           WHEN OTHER
                              PERFORM ATPCMSJ-TOMAR-MENSAJE
                        END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE MSJ-MENSAJES
              PERFORM ATPCMSJ-ORDENAR-TABLA
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPCMSJ-VALIDAR-REGISTRO
      *----------------------------------------------------------------
      * Uso interno: el mensaje lleva entidad, codigo, prioridad
      * numerica y texto; sus filtros numericos en blanco o numericos
      * y la vigencia, si se informa completa, en orden. El limite
      * lleva un digito.
      *----------------------------------------------------------------
       ATPCMSJ-VALIDAR-REGISTRO.
           SET WS-ATPCMSJ-REG-VALIDO TO TRUE
           EVALUATE TRUE
              WHEN MSJ-ES-LIMITE
                 IF MSJ-LIM-MAXLIN-NUM IS NOT NUMERIC
                    SET WS-ATPCMSJ-REG-VALIDO TO FALSE
                 END-IF
              WHEN MSJ-ES-MENSAJE
                 IF MSJ-CODENT = SPACES
                 OR MSJ-CODMSJ = SPACES
                 OR MSJ-TEXTO = SPACES
                 OR MSJ-PRIORIDAD-NUM IS NOT NUMERIC
                    SET WS-ATPCMSJ-REG-VALIDO TO FALSE
                 END-IF
                 IF (MSJ-CODMAR NOT = SPACES
                     AND MSJ-CODMAR IS NOT NUMERIC)
                 OR (MSJ-INDTIPT NOT = SPACES
                     AND MSJ-INDTIPT IS NOT NUMERIC)
                 OR (MSJ-CODESTCTA NOT = SPACES
                     AND MSJ-CODESTCTA IS NOT NUMERIC)
                    SET WS-ATPCMSJ-REG-VALIDO TO FALSE
                 END-IF
                 IF MSJ-FECINI NOT = SPACES
                 AND MSJ-FECFIN NOT = SPACES
                 AND MSJ-FECFIN < MSJ-FECINI
                    SET WS-ATPCMSJ-REG-VALIDO TO FALSE
                 END-IF
              WHEN OTHER
                 SET WS-ATPCMSJ-REG-VALIDO TO FALSE
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPCMSJ-TOMAR-LIMITE
      *----------------------------------------------------------------
       ATPCMSJ-TOMAR-LIMITE.
           IF MSJ-LIM-CODENT = SPACES
              MOVE MSJ-LIM-MAXLIN-NUM TO WS-ATPCMSJ-MAXLIN-DEF
           ELSE
              MOVE ZEROES TO WS-ATPCMSJ-IDX
              PERFORM VARYING WS-ATPCMSJ-K FROM 1 BY 1
                        UNTIL WS-ATPCMSJ-K > WS-ATPCMSJ-LIM-CANT
                 IF WS-ATPCMSJ-LIM-CODENT(WS-ATPCMSJ-K) =
                    MSJ-LIM-CODENT
                    MOVE WS-ATPCMSJ-K TO WS-ATPCMSJ-IDX
                    MOVE WS-ATPCMSJ-LIM-CANT TO WS-ATPCMSJ-K
                 END-IF
              END-PERFORM
              IF WS-ATPCMSJ-IDX = ZEROES
              AND WS-ATPCMSJ-LIM-CANT < WS-ATPCMSJ-LIM-MAX
                 ADD 1 TO WS-ATPCMSJ-LIM-CANT
                 MOVE WS-ATPCMSJ-LIM-CANT TO WS-ATPCMSJ-IDX
              END-IF
              IF WS-ATPCMSJ-IDX = ZEROES
                 SET WS-ATPCMSJ-RETORNO-ERROR TO TRUE
                 MOVE "Tabla de limites de mensajes desbordada"
                   TO WS-ATPCMSJ-RETORNO-DESC
              ELSE
                 MOVE MSJ-LIM-CODENT
                   TO WS-ATPCMSJ-LIM-CODENT(WS-ATPCMSJ-IDX)
                 MOVE MSJ-LIM-MAXLIN-NUM
                   TO WS-ATPCMSJ-LIM-MAXLIN(WS-ATPCMSJ-IDX)
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPCMSJ-TOMAR-MENSAJE
      *----------------------------------------------------------------
       ATPCMSJ-TOMAR-MENSAJE.
           MOVE ZEROES TO WS-ATPCMSJ-IDX
           PERFORM VARYING WS-ATPCMSJ-K FROM 1 BY 1
                     UNTIL WS-ATPCMSJ-K > WS-ATPCMSJ-CANT
              IF WS-ATPCMSJ-TAB-CODENT(WS-ATPCMSJ-K) = MSJ-CODENT
              AND WS-ATPCMSJ-TAB-CODMSJ(WS-ATPCMSJ-K) = MSJ-CODMSJ
                 MOVE WS-ATPCMSJ-K TO WS-ATPCMSJ-IDX
                 MOVE WS-ATPCMSJ-CANT TO WS-ATPCMSJ-K
              END-IF
           END-PERFORM

           IF WS-ATPCMSJ-IDX = ZEROES
              IF WS-ATPCMSJ-CANT < WS-ATPCMSJ-MAX
                 ADD 1 TO WS-ATPCMSJ-CANT
                 MOVE WS-ATPCMSJ-CANT TO WS-ATPCMSJ-IDX
              ELSE
                 IF NOT WS-ATPCMSJ-RETORNO-ERROR
                    DISPLAY "ATPCMSJ - ALERTA: la tabla de mensajes "
                       "alcanzo su capacidad maxima ["
                       WS-ATPCMSJ-MAX "]"
                 END-IF
                 SET WS-ATPCMSJ-RETORNO-ERROR TO TRUE
                 MOVE "Tabla de mensajes desbordada"
                   TO WS-ATPCMSJ-RETORNO-DESC
              END-IF
           END-IF

           IF WS-ATPCMSJ-IDX > ZEROES
              INITIALIZE WS-ATPCMSJ-TAB(WS-ATPCMSJ-IDX)
              MOVE MSJ-CODENT
                TO WS-ATPCMSJ-TAB-CODENT(WS-ATPCMSJ-IDX)
              MOVE MSJ-PRIORIDAD-NUM
                TO WS-ATPCMSJ-TAB-PRIORIDAD(WS-ATPCMSJ-IDX)
              MOVE MSJ-CODMSJ
                TO WS-ATPCMSJ-TAB-CODMSJ(WS-ATPCMSJ-IDX)
              MOVE MSJ-LINEA
                TO WS-ATPCMSJ-TAB-LINEA(WS-ATPCMSJ-IDX)
              MOVE MSJ-CODMAR
                TO WS-ATPCMSJ-TAB-CODMAR(WS-ATPCMSJ-IDX)
              MOVE MSJ-INDTIPT
                TO WS-ATPCMSJ-TAB-INDTIPT(WS-ATPCMSJ-IDX)
              MOVE MSJ-CODESTCTA
                TO WS-ATPCMSJ-TAB-CODESTCTA(WS-ATPCMSJ-IDX)
              MOVE MSJ-CODIDIOMA
                TO WS-ATPCMSJ-TAB-CODIDIOMA(WS-ATPCMSJ-IDX)
              MOVE MSJ-FECINI
                TO WS-ATPCMSJ-TAB-FECINI(WS-ATPCMSJ-IDX)
              MOVE MSJ-FECFIN
                TO WS-ATPCMSJ-TAB-FECFIN(WS-ATPCMSJ-IDX)
              MOVE MSJ-TEXTO
                TO WS-ATPCMSJ-TAB-TEXTO(WS-ATPCMSJ-IDX)
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPCMSJ-ORDENAR-TABLA
      *----------------------------------------------------------------
      * Uso interno: insercion por CODENT + PRIORIDAD + CODMSJ, para
      * que la seleccion tome los mensajes en orden de prioridad
      *----------------------------------------------------------------
       ATPCMSJ-ORDENAR-TABLA.
           PERFORM VARYING WS-ATPCMSJ-K FROM 2 BY 1
                     UNTIL WS-ATPCMSJ-K > WS-ATPCMSJ-CANT
              MOVE WS-ATPCMSJ-TAB(WS-ATPCMSJ-K) TO WS-ATPCMSJ-AUX
              MOVE WS-ATPCMSJ-K TO WS-ATPCMSJ-J
              SET WS-ATPCMSJ-CORRER TO TRUE
              PERFORM UNTIL NOT WS-ATPCMSJ-CORRER
                 IF WS-ATPCMSJ-J < 2
                    SET WS-ATPCMSJ-CORRER TO FALSE
                 ELSE
                    COMPUTE WS-ATPCMSJ-J1 = WS-ATPCMSJ-J - 1
                    IF WS-ATPCMSJ-TAB-ORDEN(WS-ATPCMSJ-J1) >
                       WS-ATPCMSJ-AUX-ORDEN
                       MOVE WS-ATPCMSJ-TAB(WS-ATPCMSJ-J1)
                         TO WS-ATPCMSJ-TAB(WS-ATPCMSJ-J)
                       MOVE WS-ATPCMSJ-J1 TO WS-ATPCMSJ-J
                    ELSE
                       SET WS-ATPCMSJ-CORRER TO FALSE
                    END-IF
                 END-IF
              END-PERFORM
              MOVE WS-ATPCMSJ-AUX TO WS-ATPCMSJ-TAB(WS-ATPCMSJ-J)
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPCMSJ-SELECCIONAR-MENSAJES
      *----------------------------------------------------------------
      * Mensajes de la entidad que aplican a la cuenta en la fecha de
      * ciclo, por prioridad, hasta el limite de lineas de la entidad
      * Ejemplo:
      *     INITIALIZE WS-ATPCMSJ-ENTRADA
      *     MOVE CTM-CODENT            TO WS-ATPCMSJ-CODENT
      *     MOVE CTM-LINEA             TO WS-ATPCMSJ-LINEA
      *     MOVE CTM-CODMAR            TO WS-ATPCMSJ-CODMAR
      *     MOVE CTM-INDTIPT           TO WS-ATPCMSJ-INDTIPT
      *     MOVE CTM-CODESTCTA         TO WS-ATPCMSJ-CODESTCTA
      *     MOVE WS-ATPC021-CODIDIOMA  TO WS-ATPCMSJ-CODIDIOMA
      *     MOVE fecha-de-ciclo        TO WS-ATPCMSJ-FECHA
      *     PERFORM ATPCMSJ-SELECCIONAR-MENSAJES
      *     IF WS-ATPCMSJ-RETORNO-OK ... WS-ATPCMSJ-SEL-TEXTO(n) ...
      *----------------------------------------------------------------
       ATPCMSJ-SELECCIONAR-MENSAJES.
           INITIALIZE WS-ATPCMSJ-RETORNO
                      WS-ATPCMSJ-SALIDA
           MOVE WS-ATPCMSJ-MAXLIN-DEF TO WS-ATPCMSJ-MAXLIN
           PERFORM VARYING WS-ATPCMSJ-K FROM 1 BY 1
                     UNTIL WS-ATPCMSJ-K > WS-ATPCMSJ-LIM-CANT
              IF WS-ATPCMSJ-LIM-CODENT(WS-ATPCMSJ-K) =
                 WS-ATPCMSJ-CODENT
                 MOVE WS-ATPCMSJ-LIM-MAXLIN(WS-ATPCMSJ-K)
                   TO WS-ATPCMSJ-MAXLIN
              END-IF
           END-PERFORM

           PERFORM VARYING WS-ATPCMSJ-K FROM 1 BY 1
                     UNTIL WS-ATPCMSJ-K > WS-ATPCMSJ-CANT
              IF WS-ATPCMSJ-TAB-CODENT(WS-ATPCMSJ-K) =
                 WS-ATPCMSJ-CODENT
              AND (WS-ATPCMSJ-TAB-LINEA(WS-ATPCMSJ-K) = SPACES
                OR WS-ATPCMSJ-TAB-LINEA(WS-ATPCMSJ-K) =
                   WS-ATPCMSJ-LINEA)
              AND (WS-ATPCMSJ-TAB-CODMAR(WS-ATPCMSJ-K) = SPACES
                OR WS-ATPCMSJ-TAB-CODMAR(WS-ATPCMSJ-K) =
                   WS-ATPCMSJ-CODMAR-X)
              AND (WS-ATPCMSJ-TAB-INDTIPT(WS-ATPCMSJ-K) = SPACES
                OR WS-ATPCMSJ-TAB-INDTIPT(WS-ATPCMSJ-K) =
                   WS-ATPCMSJ-INDTIPT-X)
              AND (WS-ATPCMSJ-TAB-CODESTCTA(WS-ATPCMSJ-K) = SPACES
                OR WS-ATPCMSJ-TAB-CODESTCTA(WS-ATPCMSJ-K) =
                   WS-ATPCMSJ-CODESTCTA-X)
              AND (WS-ATPCMSJ-TAB-CODIDIOMA(WS-ATPCMSJ-K) = SPACES
                OR WS-ATPCMSJ-TAB-CODIDIOMA(WS-ATPCMSJ-K) =
                   WS-ATPCMSJ-CODIDIOMA)
              AND (WS-ATPCMSJ-TAB-FECINI(WS-ATPCMSJ-K) = SPACES
                OR WS-ATPCMSJ-TAB-FECINI(WS-ATPCMSJ-K) NOT >
                   WS-ATPCMSJ-FECHA)
              AND (WS-ATPCMSJ-TAB-FECFIN(WS-ATPCMSJ-K) = SPACES
                OR WS-ATPCMSJ-TAB-FECFIN(WS-ATPCMSJ-K) NOT <
                   WS-ATPCMSJ-FECHA)
                 IF WS-ATPCMSJ-SEL-CANT < WS-ATPCMSJ-MAXLIN
                    ADD 1 TO WS-ATPCMSJ-SEL-CANT
                    ADD 1 TO WS-ATPCMSJ-TAB-IMPRESOS(WS-ATPCMSJ-K)
                    MOVE WS-ATPCMSJ-TAB-CODMSJ(WS-ATPCMSJ-K)
                      TO WS-ATPCMSJ-SEL-CODMSJ(WS-ATPCMSJ-SEL-CANT)
                    MOVE WS-ATPCMSJ-TAB-PRIORIDAD(WS-ATPCMSJ-K)
                      TO WS-ATPCMSJ-SEL-PRIORIDAD(WS-ATPCMSJ-SEL-CANT)
                    MOVE WS-ATPCMSJ-TAB-TEXTO(WS-ATPCMSJ-K)
                      TO WS-ATPCMSJ-SEL-TEXTO(WS-ATPCMSJ-SEL-CANT)
                 ELSE
                    ADD 1 TO WS-ATPCMSJ-TAB-DESPLAZADOS(WS-ATPCMSJ-K)
                 END-IF
              END-IF
           END-PERFORM

           IF WS-ATPCMSJ-SEL-CANT > ZEROES
              SET WS-ATPCMSJ-RETORNO-OK TO TRUE
           ELSE
              SET WS-ATPCMSJ-RETORNO-ERROR TO TRUE
              MOVE "Sin mensajes aplicables a la cuenta"
                TO WS-ATPCMSJ-RETORNO-DESC
           END-IF
           .
