      *    comision, usados cuando el Concepto Economico viene
      *    marcado WS-ATPC052-INDPORTRAMO = "S") en el programa
      *    llamador
      *  - Debe estar copiada y ya cargada (ATPCPRC-CARGAR-TABLA
      *    ejecutado) la libreria ATPCPRC-WS/ATPCPRC-PR, con su FD y
      *    su SELECT (ver ATPCPRC-PRC.cpy)
      *
      * Procesos de uso Publicos:
      *  - ATPCSIM-SIMULAR-INTERES-COMISION
      * Proceso: ATPCSIM-SIMULAR-INTERES-COMISION
      *----------------------------------------------------------------
      * Antes de invocar, cargar WS-ATPCSIM-CODENT, WS-ATPCSIM-INDVERT,
      * WS-ATPCSIM-INDNIVAPL, WS-ATPCSIM-CODCONECO y WS-ATPCSIM-SALDO
      * y, si se conoce, WS-ATPCSIM-CODMAR y WS-ATPCSIM-INDTIPT.
      * Encadena ATPC021-BUSCAR-EN-ARREGLO y ATPC052-BUSCAR-EN-ARREGLO
      * y deja la proyeccion en WS-ATPCSIM-SALIDA.
      *
                   INTO WS-ATPCSIM-RETORNO-DESC
              ELSE
                 MOVE WS-ATPC021-TACOMINTAD  TO WS-ATPCSIM-TACOMINTAD
                 SET WS-ATPCSIM-TASA-ENTIDAD TO TRUE
                 MOVE WS-ATPCSIM-CODENT      TO WS-ATPCPRC-CODENT
                 MOVE WS-ATPCSIM-CODMAR      TO WS-ATPCPRC-CODMAR
                 MOVE WS-ATPCSIM-INDTIPT     TO WS-ATPCPRC-INDTIPT
                 PERFORM ATPCPRC-BUSCAR-PRECIO
                 IF WS-ATPCPRC-RETORNO-OK
                 AND WS-ATPCPRC-CON-TASA
                    MOVE WS-ATPCPRC-TASA     TO WS-ATPCSIM-TACOMINTAD
                    SET WS-ATPCSIM-TASA-TARJETA TO TRUE
                 END-IF
                 MOVE WS-ATPC021-FORCALINT   TO WS-ATPCSIM-FORCALINT
                 MOVE WS-ATPC021-INDPAGMIN   TO WS-ATPCSIM-INDPAGMIN
                 MOVE WS-ATPC052-PORREF      TO WS-ATPCSIM-PORREF
                 MOVE WS-ATPC052-INDPORTRAMO TO WS-ATPCSIM-INDPORTRAMO

                 COMPUTE WS-ATPCSIM-INTERES-PROY ROUNDED =
                         WS-ATPCSIM-SALDO * WS-ATPCSIM-TACOMINTAD / 100

                 IF WS-ATPC052-INDPORTRAMO = CT-S
                    PERFORM ATPCSIM-COMISION-POR-TRAMO
