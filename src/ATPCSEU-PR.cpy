      *----------------------------------------------------------------
      * Libreria de utilidad para cifrar un numero de cuenta con una
      * clave (ver el encabezado de ATPCSEU-WS.cpy para el detalle
      * del calculo)
      *
      * Dependencias:
      *  - Ninguna
      *
      * Procesos de uso Publicos:
      *  - ATPCSEU-CIFRAR-CUENTA
      *----------------------------------------------------------------

      *----------------------------------------------------------------
      * Proceso: ATPCSEU-CIFRAR-CUENTA
      *----------------------------------------------------------------
      * Antes de invocar, cargar WS-ATPCSEU-CLAVE y
      * WS-ATPCSEU-NUMCUENTA.
      * Ejemplo:
      *     INITIALIZE WS-ATPCSEU-ENTRADA
      *     MOVE WS-ATPC855-CLAVE-MSK TO WS-ATPCSEU-CLAVE
      *     MOVE SAL-NUMCUENTA        TO WS-ATPCSEU-NUMCUENTA
      *     PERFORM ATPCSEU-CIFRAR-CUENTA
      *     IF WS-ATPCSEU-RETORNO-OK
      *        MOVE WS-ATPCSEU-CIFRADO TO ...
      *     END-IF
      *----------------------------------------------------------------
       ATPCSEU-CIFRAR-CUENTA.
           INITIALIZE WS-ATPCSEU-RETORNO
                      WS-ATPCSEU-SALIDA

           MOVE WS-ATPCSEU-NUMCUENTA TO WS-ATPCSEU-DIGITOS
           INSPECT WS-ATPCSEU-DIGITOS
              CONVERTING " ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                      TO "012345678901234567890123456"

           IF WS-ATPCSEU-DIGITOS IS NOT NUMERIC
              SET WS-ATPCSEU-RETORNO-ERROR TO TRUE
              STRING "Numero de cuenta no convertible a digitos ["
                                                  DELIMITED BY SIZE
                     WS-ATPCSEU-NUMCUENTA         DELIMITED BY SIZE
                     "]"                          DELIMITED BY SIZE
                INTO WS-ATPCSEU-RETORNO-DESC
           ELSE
              PERFORM VARYING WS-ATPCSEU-RONDA FROM 1 BY 1
                        UNTIL WS-ATPCSEU-RONDA > 4
                 COMPUTE WS-ATPCSEU-PRODUCTO =
                    WS-ATPCSEU-DIG-DER
                    * WS-ATPCSEU-RONDA-MULT(WS-ATPCSEU-RONDA)
                    + WS-ATPCSEU-CLAVE
                 DIVIDE WS-ATPCSEU-PRODUCTO BY 100000000
                    GIVING WS-ATPCSEU-COCIENTE
                    REMAINDER WS-ATPCSEU-FUNCION-F
                 COMPUTE WS-ATPCSEU-SUMA =
                    WS-ATPCSEU-DIG-IZQ + WS-ATPCSEU-FUNCION-F
                 DIVIDE WS-ATPCSEU-SUMA BY 100000000
                    GIVING WS-ATPCSEU-COCIENTE
                    REMAINDER WS-ATPCSEU-NUEVO-DER
                 MOVE WS-ATPCSEU-DIG-DER   TO WS-ATPCSEU-DIG-IZQ
                 MOVE WS-ATPCSEU-NUEVO-DER TO WS-ATPCSEU-DIG-DER
              END-PERFORM
              MOVE WS-ATPCSEU-DIGITOS TO WS-ATPCSEU-CIFRADO
              SET WS-ATPCSEU-RETORNO-OK TO TRUE
           END-IF
           .
