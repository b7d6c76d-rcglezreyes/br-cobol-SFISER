      *----------------------------------------------------------------
      * Definicion de archivo (FD) del maestro indexado de mandatos de
      * debito directo por cuenta MANDATOS.DAT (clave CODENT +
      * NUMCUENTA), cargado por ATPC841 desde la novedad de mandatos
      * que envian los bancos (MANNOV.DAT, altas y bajas) y
      * consultado por ATPC957 al emitir las ordenes de debito.
      *
      * Cada cuenta lleva la cuenta bancaria del deudor, la referencia
      * y la fecha de firma del mandato, su estado y la opcion de
      * importe elegida por el titular:
      *  - M (minimo): el pago minimo del ciclo;
      *  - T (total): el saldo total de la cuenta;
      *  - F (fijo): MAN-IMPFIJO, sin superar el saldo.
      * Solo el mandato ACTIVO habilita el debito. ATPC958 cuenta en
      * MAN-DEVSINMAN las devoluciones seguidas por "sin mandato" y
      * suspende el mandato al llegar al tope de su parametro; un
      * nuevo alta del banco lo reactiva y pone el contador en cero.
      *
      * Debe ser copiado dentro de la FILE SECTION, junto con la
      * siguiente entrada en FILE-CONTROL (los programas que usan la
      * libreria ATPCMAN-PR declaran WS-ATPCMAN-STATUS via
      * ATPCMAN-WS.cpy):
      *
      *     SELECT MAN-MANDATOS ASSIGN TO "MANDATOS.DAT"
      *         ORGANIZATION IS INDEXED
      *         ACCESS MODE IS DYNAMIC
      *         RECORD KEY IS MAN-CLAVE
      *         FILE STATUS IS WS-ATPCMAN-STATUS.
      *----------------------------------------------------------------
       FD  MAN-MANDATOS.
       01  MAN-MANDATOS-REG.
           05  MAN-CLAVE.
               10  MAN-CODENT                 PIC X(04).
               10  MAN-NUMCUENTA              PIC X(16).
      * Cuenta bancaria del deudor (CBU)
           05  MAN-CTABANCO                   PIC X(22).
           05  MAN-REFERENCIA                 PIC X(20).
           05  MAN-FECFIRMA                   PIC X(10).
           05  MAN-ESTADO                     PIC X(01).
               88  MAN-ACTIVO                 VALUE "A".
               88  MAN-CANCELADO              VALUE "C".
               88  MAN-SUSPENDIDO             VALUE "S".
           05  MAN-OPCION                     PIC X(01).
               88  MAN-OPC-MINIMO             VALUE "M".
               88  MAN-OPC-TOTAL              VALUE "T".
               88  MAN-OPC-FIJO               VALUE "F".
           05  MAN-IMPFIJO                    PIC 9(09)V99.
      * Fecha del ultimo cambio de estado y de la ultima novedad
           05  MAN-FECESTADO                  PIC X(10).
           05  MAN-FECACT                     PIC X(10).
      * Devoluciones seguidas por "sin mandato" (ATPC958)
           05  MAN-DEVSINMAN                  PIC 9(02).
