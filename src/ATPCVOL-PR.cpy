      *----------------------------------------------------------------
      * Libreria de utilidad -- bitacora de volumenes de servicio (ver
      * el encabezado de ATPCVOL-WS.cpy)
      *
      * Dependencias:
      *  - Debe estar declarada la FD VOL-VOLUMENES (COPY
      *    "ATPCVOL-VOL" en la FILE SECTION) y su SELECT en
      *    FILE-CONTROL
      *
      * Procesos de uso Publicos:
      *  - ATPCVOL-GRABAR-VOLUMEN
      *----------------------------------------------------------------

      *----------------------------------------------------------------
      * Proceso: ATPCVOL-GRABAR-VOLUMEN
      *----------------------------------------------------------------
      * Antes de invocar, cargar WS-ATPCVOL-RUNID, -PROGRAMA, -CODENT
      * y -UNIDADES. Agrega la fila de volumen de la entidad.
      * Ejemplo:
      *     INITIALIZE WS-ATPCVOL-ENTRADA
      *     MOVE WS-ATPCRUN-RUNID   TO WS-ATPCVOL-RUNID
      *     MOVE "ATPC954"          TO WS-ATPCVOL-PROGRAMA
      *     MOVE WS-ENT-CODENT      TO WS-ATPCVOL-CODENT
      *     MOVE WS-ENT-EXTRACTOS   TO WS-ATPCVOL-UNIDADES
      *     PERFORM ATPCVOL-GRABAR-VOLUMEN
      *----------------------------------------------------------------
       ATPCVOL-GRABAR-VOLUMEN.
           INITIALIZE WS-ATPCVOL-RETORNO
           ACCEPT WS-ATPCVOL-FECHA FROM DATE YYYYMMDD

           OPEN EXTEND VOL-VOLUMENES
           IF WS-ATPCVOL-STATUS = "35"
              OPEN OUTPUT VOL-VOLUMENES
           END-IF

           IF WS-ATPCVOL-STATUS = "00"
              INITIALIZE VOL-VOLUMENES-REG
              MOVE WS-ATPCVOL-RUNID        TO VOL-RUNID
              MOVE WS-ATPCVOL-FECHA        TO VOL-FECHA
              MOVE WS-ATPCVOL-PROGRAMA     TO VOL-PROGRAMA
              MOVE WS-ATPCVOL-CODENT       TO VOL-CODENT
              MOVE WS-ATPCVOL-UNIDADES     TO VOL-UNIDADES
              WRITE VOL-VOLUMENES-REG
              CLOSE VOL-VOLUMENES
              SET WS-ATPCVOL-RETORNO-OK TO TRUE
           ELSE
              SET WS-ATPCVOL-RETORNO-ERROR TO TRUE
              STRING "No se pudo grabar en VOLUMEN.DAT -- FILE "
                                                 DELIMITED BY SIZE
                     "STATUS:["                  DELIMITED BY SIZE
                     WS-ATPCVOL-STATUS           DELIMITED BY SIZE
                     "]"                         DELIMITED BY SIZE
                INTO WS-ATPCVOL-RETORNO-DESC
           END-IF
           .
