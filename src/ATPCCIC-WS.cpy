      *----------------------------------------------------------------
      * Libreria de utilidad para resolver la fecha de ciclo que le
      * corresponde a una cuenta segun su grupo de facturacion
      * (CTM-CODGRUPO, asignado por ATPC861) sobre el calendario de
      * cierres ATPC085: la mayor WS-ATPC085-TAB-FECHA menor o igual
      * a la fecha tope entre las filas de la entidad con ese
      * WS-ATPC085-TAB-CODGRUPO.
      *
      * Con CODGRUPO en cero, o si la entidad no tiene filas para ese
      * grupo en el calendario, se toman las filas de la entidad sin
      * grupo (CODGRUPO en cero: el ciclo unico de la entidad de
      * siempre). Las filas de otros grupos nunca entran; la entidad
      * que solo tiene filas por grupo no resuelve ciclo para las
      * cuentas sin grupo hasta que ATPC861 se lo asigne.
      *
      * Datos de entrada:
      *  - WS-ATPCCIC-CODENT       PIC 9(04).
      *  - WS-ATPCCIC-CODGRUPO     PIC 9(02).
      *  - WS-ATPCCIC-FECHA-TOPE   PIC X(10) (AAAA-MM-DD).
      *
      * Datos de salida:
      *  - WS-ATPCCIC-FECCICLO     PIC X(10).
      *  - WS-ATPCCIC-POR-GRUPO    (88: el ciclo salio de las filas
      *                             del grupo y no de las filas sin
      *                             grupo de la entidad).
      *  - WS-ATPCCIC-RETORNO-COD / -OK / -NO-ENCONTRADO.
      *  - WS-ATPCCIC-RETORNO-DESC.
      *----------------------------------------------------------------

       01  WS-ATPCCIC-ENTRADA.
           05  WS-ATPCCIC-CODENT               PIC 9(04).
           05  WS-ATPCCIC-CODGRUPO             PIC 9(02).
           05  WS-ATPCCIC-FECHA-TOPE           PIC X(10).

       01  WS-ATPCCIC-SALIDA.
           05  WS-ATPCCIC-FECCICLO             PIC X(10).
           05  WS-ATPCCIC-IND-GRUPO            PIC X(01).
               88  WS-ATPCCIC-POR-GRUPO        VALUE "S".
               88  WS-ATPCCIC-POR-ENTIDAD      VALUE "N".

      * Auxiliares de la busqueda
       77  WS-ATPCCIC-I                        PIC 9(04).
       77  WS-ATPCCIC-FILAS-GRUPO              PIC 9(04).

       01  WS-ATPCCIC-RETORNO.
           05  WS-ATPCCIC-RETORNO-COD          PIC 9(01).
               88  WS-ATPCCIC-RETORNO-OK       VALUE 0.
               88  WS-ATPCCIC-RETORNO-NO-ENCONTRADO
                                               VALUE 1.
           05  WS-ATPCCIC-RETORNO-DESC         PIC X(200).
