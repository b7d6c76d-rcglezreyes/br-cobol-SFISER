      *----------------------------------------------------------------
      * Definicion de archivo (FD) del maestro indexado de limites de
      * credito por cuenta LIMCRED.DAT (clave CODENT + NUMCUENTA),
      * cargado por ATPC806 desde las novedades de limite que envia
      * originacion (LIMNOV.DAT) y consultado por clave por los
      * procesos que controlan el uso de la linea.
      *
      * Cada cuenta lleva su limite de credito y la tolerancia de
      * sobregiro que le corresponde dentro de las de su entidad:
      *  - N (normal): WS-ATPC021-TAB-PORLIMAUTCRE;
      *  - E (especial): WS-ATPC021-TAB-PORLIMAUTCREE.
      * Ademas guarda la marca del ultimo cargo por sobregiro que
      * asento ATPC807 (fecha de inicio del ciclo de facturacion en
      * que se cobro y fecha del cargo), que ATPC806 conserva al
      * actualizar el limite: el cargo no se repite en el mismo
      * ciclo.
      *
      * Debe ser copiado dentro de la FILE SECTION, junto con la
      * siguiente entrada en FILE-CONTROL (los programas que usan la
      * libreria ATPCLIM-PR declaran WS-ATPCLIM-STATUS via
      * ATPCLIM-WS.cpy):
      *
      *     SELECT LIM-LIMITES ASSIGN TO "LIMCRED.DAT"
      *         ORGANIZATION IS INDEXED
      *         ACCESS MODE IS DYNAMIC
      *         RECORD KEY IS LIM-CLAVE
      *         FILE STATUS IS WS-ATPCLIM-STATUS.
      *----------------------------------------------------------------
       FD  LIM-LIMITES.
       01  LIM-LIMITES-REG.
           05  LIM-CLAVE.
               10  LIM-CODENT                 PIC X(04).
               10  LIM-NUMCUENTA              PIC X(16).
           05  LIM-LIMITE                     PIC 9(09)V99.
           05  LIM-INDTOLERA                  PIC X(01).
               88  LIM-TOLERA-ESPECIAL        VALUE "E".
           05  LIM-FECLIMITE                  PIC X(10).
           05  LIM-FECACT                     PIC X(10).
      * Ultimo cargo por sobregiro (espacios = nunca cobrado)
           05  LIM-CICLOSOBLIM                PIC X(10).
           05  LIM-FECSOBLIM                  PIC X(10).
