      *----------------------------------------------------------------
      * Libreria de utilidad -- bitacora de volumenes de servicio por
      * entidad (ver ATPCVOL-VOL.cpy para la FD y el SELECT
      * requeridos).
      *
      * La corrida repetida del mismo dia asienta una fila nueva; el
      * consumidor toma, por programa, entidad y dia, la ULTIMA fila
      * (la bitacora se graba en orden cronologico).
      *
      * Datos de entrada (antes de ATPCVOL-GRABAR-VOLUMEN):
      *  - WS-ATPCVOL-RUNID        PIC X(12). WS-ATPCRUN-RUNID.
      *  - WS-ATPCVOL-PROGRAMA     PIC X(08). Programa que asienta.
      *  - WS-ATPCVOL-CODENT       PIC X(04). Entidad.
      *  - WS-ATPCVOL-UNIDADES     PIC 9(09). Unidades producidas.
      *
      * Datos de salida:
      *  - WS-ATPCVOL-RETORNO-COD / -OK / -ERROR.
      *  - WS-ATPCVOL-RETORNO-DESC.
      *
      * Procesos de uso Publicos:
      *  - ATPCVOL-GRABAR-VOLUMEN
      *----------------------------------------------------------------

       77  WS-ATPCVOL-STATUS                   PIC X(02).

       01  WS-ATPCVOL-ENTRADA.
           05  WS-ATPCVOL-RUNID                PIC X(12).
           05  WS-ATPCVOL-PROGRAMA             PIC X(08).
           05  WS-ATPCVOL-CODENT               PIC X(04).
           05  WS-ATPCVOL-UNIDADES             PIC 9(09).

       77  WS-ATPCVOL-FECHA                    PIC 9(08).

       01  WS-ATPCVOL-RETORNO.
           05  WS-ATPCVOL-RETORNO-COD          PIC 9(01).
               88  WS-ATPCVOL-RETORNO-OK       VALUE 0.
               88  WS-ATPCVOL-RETORNO-ERROR    VALUE 9.
           05  WS-ATPCVOL-RETORNO-DESC         PIC X(200).
