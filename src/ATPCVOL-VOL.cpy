      *----------------------------------------------------------------
      * Definicion de archivo (FD) para la bitacora de volumenes de
      * servicio. Cada batch productor de unidades facturables a las
      * entidades (extractos de ATPC954, ordenes de embozado de
      * ATPC981, cartas de gestion de ATPC959) asienta, por corrida
      * (ATPCRUN) y por entidad, las unidades que produjo; el cierre
      * de mes ATPC827 las valoriza contra la lista de precios.
      *
      * Debe ser copiado dentro de la FILE SECTION del programa que
      * use la libreria ATPCVOL, junto con la siguiente entrada en
      * FILE-CONTROL (WS-ATPCVOL-STATUS esta declarado en
      * ATPCVOL-WS.cpy):
      *
      *     SELECT VOL-VOLUMENES ASSIGN TO "VOLUMEN.DAT"
      *         ORGANIZATION IS LINE SEQUENTIAL
      *         FILE STATUS IS WS-ATPCVOL-STATUS.
      *----------------------------------------------------------------
       FD  VOL-VOLUMENES
           RECORDING MODE IS F.
       01  VOL-VOLUMENES-REG.
           05  VOL-RUNID                       PIC X(12).
           05  VOL-FECHA                       PIC 9(08).
           05  VOL-PROGRAMA                    PIC X(08).
           05  VOL-CODENT                      PIC X(04).
           05  VOL-UNIDADES                    PIC 9(09).
