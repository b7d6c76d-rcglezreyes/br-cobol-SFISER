      *  - Deben estar copiadas y ya cargadas en memoria (CARGAR-
      *    ARREGLO ejecutado) las librerias ATPC021-WS/ATPC021-PR y
      *    ATPC158-WS/ATPC158-PR en el programa llamador
      *  - Debe estar copiada y ya cargada (ATPCPRC-CARGAR-TABLA
      *    ejecutado) la libreria ATPCPRC-WS/ATPCPRC-PR, con su FD y
      *    su SELECT (ver ATPCPRC-PRC.cpy)
      *
      * Procesos de uso Publicos:
      *  - ATPCPMN-CALCULAR-PAGO-MINIMO
      * Proceso: ATPCPMN-CALCULAR-PAGO-MINIMO
      *----------------------------------------------------------------
      * Antes de invocar, cargar WS-ATPCPMN-CODENT, WS-ATPCPMN-LINEA
      * (SPACES para el defecto de la entidad) y WS-ATPCPMN-SALDO;
      * si se conoce, el tipo de tarjeta de la cuenta en
      * WS-ATPCPMN-CODMAR y WS-ATPCPMN-INDTIPT.
      * Ejemplo:
      *     INITIALIZE WS-ATPCPMN-ENTRADA
      *     MOVE WS-CODENT-A       TO WS-ATPCPMN-CODENT
              MOVE WS-ATPC158-PORPAGMIN   TO WS-ATPCPMN-PORPAGMIN
              MOVE WS-ATPC158-IMPMINFIJO  TO WS-ATPCPMN-IMPMINFIJO
              MOVE WS-ATPC158-TIPREDONDEO TO WS-ATPCPMN-TIPREDONDEO
              SET WS-ATPCPMN-ORIGEN-ENTIDAD TO TRUE
      * La regla propia del tipo de tarjeta reemplaza a la de la
      * entidad
              MOVE WS-ATPCPMN-CODENT  TO WS-ATPCPRC-CODENT
              MOVE WS-ATPCPMN-CODMAR  TO WS-ATPCPRC-CODMAR
              MOVE WS-ATPCPMN-INDTIPT TO WS-ATPCPRC-INDTIPT
              PERFORM ATPCPRC-BUSCAR-PRECIO
              IF WS-ATPCPRC-RETORNO-OK
              AND WS-ATPCPRC-CON-PAGMIN
                 MOVE WS-ATPCPRC-PORPAGMIN   TO WS-ATPCPMN-PORPAGMIN
                 MOVE WS-ATPCPRC-IMPMINFIJO  TO WS-ATPCPMN-IMPMINFIJO
                 MOVE WS-ATPCPRC-TIPREDONDEO TO WS-ATPCPMN-TIPREDONDEO
                 SET WS-ATPCPMN-ORIGEN-TARJETA TO TRUE
              END-IF
              PERFORM ATPCPMN-APLICAR-FORMULA
              SET WS-ATPCPMN-RETORNO-OK TO TRUE
           END-IF
      *----------------------------------------------------------------
       ATPCPMN-APLICAR-FORMULA.
           COMPUTE WS-ATPCPMN-POR-SALDO ROUNDED =
              WS-ATPCPMN-SALDO * WS-ATPCPMN-PORPAGMIN / 100

           IF WS-ATPCPMN-POR-SALDO >= WS-ATPCPMN-IMPMINFIJO
              MOVE WS-ATPCPMN-POR-SALDO TO WS-ATPCPMN-PAGO-MINIMO
           ELSE
              MOVE WS-ATPCPMN-IMPMINFIJO TO WS-ATPCPMN-PAGO-MINIMO
           END-IF

           IF WS-ATPCPMN-PAGO-MINIMO > WS-ATPCPMN-SALDO
              MOVE WS-ATPCPMN-SALDO TO WS-ATPCPMN-PAGO-MINIMO
           END-IF

           EVALUATE WS-ATPCPMN-TIPREDONDEO
              WHEN "1"
                 COMPUTE WS-ATPCPMN-ENTERO ROUNDED =
                    WS-ATPCPMN-PAGO-MINIMO
