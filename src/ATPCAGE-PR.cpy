      *----------------------------------------------------------------
      * Libreria de utilidad -- registro de agencias de cobranza
      * externa en memoria (ver el encabezado de ATPCAGE-WS.cpy)
      *
      * Dependencias:
      *  - Debe estar declarada la FD AGE-AGENCIAS (COPY "ATPCAGE-AGE"
      *    en la FILE SECTION) y su SELECT en FILE-CONTROL con
      *    FILE STATUS IS WS-ATPCAGE-STATUS
      *
      * Procesos de uso Publicos:
      *  - ATPCAGE-CARGAR-REGISTRO
      *  - ATPCAGE-BUSCAR-AGENCIA
      *----------------------------------------------------------------

      *----------------------------------------------------------------
      * Proceso: ATPCAGE-CARGAR-REGISTRO
      *----------------------------------------------------------------
      * Recorre AGENCIAS.DAT y deja la version vigente (el registro
      * mas reciente) de cada CODENT + CODAGENCIA. Sin registro, o
      * con una agencia que no entra a la tabla (se alerta), deja
      * RETORNO-ERROR: los procesos que retiran cartera por agencia
      * inexistente no deben trabajar con un registro incompleto.
      *----------------------------------------------------------------
       ATPCAGE-CARGAR-REGISTRO.
           INITIALIZE WS-ATPCAGE-RETORNO
           MOVE ZEROES TO WS-ATPCAGE-CANT
           OPEN INPUT AGE-AGENCIAS
           IF WS-ATPCAGE-STATUS = "00"
              SET WS-ATPCAGE-FIN TO FALSE
              PERFORM UNTIL WS-ATPCAGE-FIN
                 READ AGE-AGENCIAS
                     AT END
                        SET WS-ATPCAGE-FIN TO TRUE
                     NOT AT END
                        PERFORM ATPCAGE-TOMAR-VIGENTE
                 END-READ
              END-PERFORM
              CLOSE AGE-AGENCIAS
           ELSE
              SET WS-ATPCAGE-RETORNO-ERROR TO TRUE
              MOVE "Registro AGENCIAS.DAT no disponible"
                TO WS-ATPCAGE-RETORNO-DESC
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPCAGE-TOMAR-VIGENTE
      *----------------------------------------------------------------
       ATPCAGE-TOMAR-VIGENTE.
           MOVE AGE-CODENT     TO WS-ATPCAGE-CODENT
           MOVE AGE-CODAGENCIA TO WS-ATPCAGE-CODAGENCIA
           PERFORM ATPCAGE-UBICAR
           IF WS-ATPCAGE-IDX = ZEROES
              IF WS-ATPCAGE-CANT < WS-ATPCAGE-MAX
                 ADD 1 TO WS-ATPCAGE-CANT
                 MOVE WS-ATPCAGE-CANT TO WS-ATPCAGE-IDX
              ELSE
                 IF NOT WS-ATPCAGE-RETORNO-ERROR
                    DISPLAY "ATPCAGE - ALERTA: el registro de "
                       "agencias alcanzo su capacidad maxima ["
                       WS-ATPCAGE-MAX "]"
                 END-IF
                 SET WS-ATPCAGE-RETORNO-ERROR TO TRUE
                 MOVE "Registro de agencias desbordado"
                   TO WS-ATPCAGE-RETORNO-DESC
              END-IF
           END-IF

           IF WS-ATPCAGE-IDX > ZEROES
              MOVE AGE-CODENT
                TO WS-ATPCAGE-TAB-CODENT(WS-ATPCAGE-IDX)
              MOVE AGE-CODAGENCIA
                TO WS-ATPCAGE-TAB-CODAGENCIA(WS-ATPCAGE-IDX)
              MOVE AGE-NOMBRE
                TO WS-ATPCAGE-TAB-NOMBRE(WS-ATPCAGE-IDX)
              MOVE AGE-PORCOMISION
                TO WS-ATPCAGE-TAB-PORCOMISION(WS-ATPCAGE-IDX)
              MOVE AGE-CODESTCTA
                TO WS-ATPCAGE-TAB-CODESTCTA(WS-ATPCAGE-IDX)
              MOVE AGE-SALDOMIN
                TO WS-ATPCAGE-TAB-SALDOMIN(WS-ATPCAGE-IDX)
              MOVE AGE-FECHA
                TO WS-ATPCAGE-TAB-FECHA(WS-ATPCAGE-IDX)
              IF AGE-OPERACION = "B"
                 SET WS-ATPCAGE-TAB-BAJA(WS-ATPCAGE-IDX) TO TRUE
              ELSE
                 SET WS-ATPCAGE-TAB-ACTIVA(WS-ATPCAGE-IDX) TO TRUE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPCAGE-BUSCAR-AGENCIA
      *----------------------------------------------------------------
      * Ubica la agencia de WS-ATPCAGE-ENTRADA en la tabla
      * Ejemplo:
      *     MOVE REC-CODENT     TO WS-ATPCAGE-CODENT
      *     MOVE REC-CODAGENCIA TO WS-ATPCAGE-CODAGENCIA
      *     PERFORM ATPCAGE-BUSCAR-AGENCIA
      *     IF WS-ATPCAGE-RETORNO-OK ... WS-ATPCAGE-TAB(WS-ATPCAGE-IDX)
      *----------------------------------------------------------------
       ATPCAGE-BUSCAR-AGENCIA.
           INITIALIZE WS-ATPCAGE-RETORNO
           PERFORM ATPCAGE-UBICAR
           IF WS-ATPCAGE-IDX = ZEROES
              SET WS-ATPCAGE-RETORNO-ERROR TO TRUE
              MOVE "Agencia inexistente en AGENCIAS.DAT"
                TO WS-ATPCAGE-RETORNO-DESC
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPCAGE-UBICAR
      *----------------------------------------------------------------
       ATPCAGE-UBICAR.
           MOVE ZEROES TO WS-ATPCAGE-IDX
           PERFORM VARYING WS-ATPCAGE-K FROM 1 BY 1
                     UNTIL WS-ATPCAGE-K > WS-ATPCAGE-CANT
              IF WS-ATPCAGE-TAB-CODENT(WS-ATPCAGE-K) =
                 WS-ATPCAGE-CODENT
              AND WS-ATPCAGE-TAB-CODAGENCIA(WS-ATPCAGE-K) =
                  WS-ATPCAGE-CODAGENCIA
                 MOVE WS-ATPCAGE-K TO WS-ATPCAGE-IDX
                 MOVE WS-ATPCAGE-CANT TO WS-ATPCAGE-K
              END-IF
           END-PERFORM
           .
