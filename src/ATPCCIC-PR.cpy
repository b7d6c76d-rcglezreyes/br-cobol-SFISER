      *----------------------------------------------------------------
      * Libreria de utilidad para resolver la fecha de ciclo de una
      * cuenta segun su grupo de facturacion (ver el encabezado de
      * ATPCCIC-WS.cpy)
      *
      * Dependencias:
      *  - Deben estar copiadas y ya cargadas en memoria (CARGAR-
      *    ARREGLO ejecutado) las librerias ATPC085-WS/ATPC085-PR en
      *    el programa llamador
      *
      * Procesos de uso Publicos:
      *  - ATPCCIC-ULTIMO-CICLO
      *----------------------------------------------------------------

      *----------------------------------------------------------------
      * Proceso: ATPCCIC-ULTIMO-CICLO
      *----------------------------------------------------------------
      * Antes de invocar, cargar WS-ATPCCIC-CODENT,
      * WS-ATPCCIC-CODGRUPO y WS-ATPCCIC-FECHA-TOPE.
      * Ejemplo:
      *     INITIALIZE WS-ATPCCIC-ENTRADA
      *     MOVE CTM-CODENT       TO WS-ATPCCIC-CODENT
      *     MOVE CTM-CODGRUPO     TO WS-ATPCCIC-CODGRUPO
      *     MOVE WS-...-HOY       TO WS-ATPCCIC-FECHA-TOPE
      *     PERFORM ATPCCIC-ULTIMO-CICLO
      *     IF WS-ATPCCIC-RETORNO-OK
      *        MOVE WS-ATPCCIC-FECCICLO TO ...
      *     END-IF
      *----------------------------------------------------------------
       ATPCCIC-ULTIMO-CICLO.
           INITIALIZE WS-ATPCCIC-RETORNO
                      WS-ATPCCIC-SALIDA
           MOVE ZEROES TO WS-ATPCCIC-FILAS-GRUPO
           SET WS-ATPCCIC-POR-ENTIDAD TO TRUE

           IF WS-ATPCCIC-CODGRUPO > ZEROES
              PERFORM VARYING WS-ATPCCIC-I FROM 1 BY 1
                        UNTIL WS-ATPCCIC-I > WS-ATPC085-TAB-OCCURS
                 IF WS-ATPC085-TAB-CODENT(WS-ATPCCIC-I) =
                    WS-ATPCCIC-CODENT
                 AND WS-ATPC085-TAB-CODGRUPO(WS-ATPCCIC-I) =
                     WS-ATPCCIC-CODGRUPO
                    ADD 1 TO WS-ATPCCIC-FILAS-GRUPO
                    IF WS-ATPC085-TAB-FECHA(WS-ATPCCIC-I) <=
                       WS-ATPCCIC-FECHA-TOPE
                    AND WS-ATPC085-TAB-FECHA(WS-ATPCCIC-I) >
                        WS-ATPCCIC-FECCICLO
                       MOVE WS-ATPC085-TAB-FECHA(WS-ATPCCIC-I)
                         TO WS-ATPCCIC-FECCICLO
                    END-IF
                 END-IF
              END-PERFORM
           END-IF

           IF WS-ATPCCIC-FILAS-GRUPO > ZEROES
              SET WS-ATPCCIC-POR-GRUPO TO TRUE
           ELSE
              PERFORM VARYING WS-ATPCCIC-I FROM 1 BY 1
                        UNTIL WS-ATPCCIC-I > WS-ATPC085-TAB-OCCURS
                 IF WS-ATPC085-TAB-CODENT(WS-ATPCCIC-I) =
                    WS-ATPCCIC-CODENT
                 AND WS-ATPC085-TAB-CODGRUPO(WS-ATPCCIC-I) = ZEROES
                 AND WS-ATPC085-TAB-FECHA(WS-ATPCCIC-I) <=
                     WS-ATPCCIC-FECHA-TOPE
                 AND WS-ATPC085-TAB-FECHA(WS-ATPCCIC-I) >
                     WS-ATPCCIC-FECCICLO
                    MOVE WS-ATPC085-TAB-FECHA(WS-ATPCCIC-I)
                      TO WS-ATPCCIC-FECCICLO
                 END-IF
              END-PERFORM
           END-IF

           IF WS-ATPCCIC-FECCICLO = SPACES
              SET WS-ATPCCIC-RETORNO-NO-ENCONTRADO TO TRUE
              STRING "Sin cierre en el calendario para CODENT ["
                                                  DELIMITED BY SIZE
                     WS-ATPCCIC-CODENT            DELIMITED BY SIZE
                     "] CODGRUPO ["               DELIMITED BY SIZE
                     WS-ATPCCIC-CODGRUPO          DELIMITED BY SIZE
                     "] hasta ["                  DELIMITED BY SIZE
                     WS-ATPCCIC-FECHA-TOPE        DELIMITED BY SIZE
                     "]"                          DELIMITED BY SIZE
                INTO WS-ATPCCIC-RETORNO-DESC
           ELSE
              SET WS-ATPCCIC-RETORNO-OK TO TRUE
           END-IF
           .
