      *  2) ATPC158-BUSCAR-CON-DEFECTO por CODENT + LINEA (con caida
      *     a la fila por defecto de la entidad). Aporta PORPAGMIN,
      *     IMPMINFIJO y TIPREDONDEO.
      *  3) Si el llamador informa el tipo de tarjeta de la cuenta
      *     (CODMAR + INDTIPT), ATPCPRC-BUSCAR-PRECIO: la regla de
      *     pago minimo propia del tipo de tarjeta, si la tiene,
      *     reemplaza a la del paso 2 (WS-ATPCPMN-ORIGEN-TARJETA).
      *
      * Formula:
      *  - PAGO MINIMO = MAYOR ENTRE (SALDO * PORPAGMIN / 100) y el
      *  - WS-ATPCPMN-CODENT      PIC X(04).
      *  - WS-ATPCPMN-LINEA       PIC X(04) (SPACES = defecto).
      *  - WS-ATPCPMN-SALDO       PIC S9(09)V99.
      *  - WS-ATPCPMN-CODMAR      PIC 9(02) (opcional, cero = sin
      *    tipo de tarjeta: regla de la entidad).
      *  - WS-ATPCPMN-INDTIPT     PIC 9(02) (opcional, idem).
      *
      * Datos de salida:
      *  - WS-ATPCPMN-PAGO-MINIMO PIC S9(09)V99.
      *  - WS-ATPCPMN-PORPAGMIN, -IMPMINFIJO, -TIPREDONDEO: eco de
      *    los parametros usados.
      *  - WS-ATPCPMN-ORIGEN / -ORIGEN-ENTIDAD / -ORIGEN-TARJETA: de
      *    donde salio la regla aplicada.
      *  - WS-ATPCPMN-APLICA-IND / -NO-APLICA.
      *  - WS-ATPCPMN-RETORNO-COD / -OK / -ERROR.
      *  - WS-ATPCPMN-RETORNO-DESC.
           05  WS-ATPCPMN-CODENT               PIC X(04).
           05  WS-ATPCPMN-LINEA                PIC X(04).
           05  WS-ATPCPMN-SALDO                PIC S9(09)V99.
           05  WS-ATPCPMN-CODMAR               PIC 9(02).
           05  WS-ATPCPMN-INDTIPT              PIC 9(02).

       01  WS-ATPCPMN-SALIDA.
           05  WS-ATPCPMN-PAGO-MINIMO          PIC S9(09)V99.
           05  WS-ATPCPMN-APLICA-IND           PIC X(01).
               88  WS-ATPCPMN-APLICA           VALUE "S".
               88  WS-ATPCPMN-NO-APLICA        VALUE "N".
           05  WS-ATPCPMN-ORIGEN               PIC X(01).
               88  WS-ATPCPMN-ORIGEN-ENTIDAD   VALUE "E".
               88  WS-ATPCPMN-ORIGEN-TARJETA   VALUE "T".

      * Auxiliares del calculo
       77  WS-ATPCPMN-POR-SALDO                PIC S9(09)V99.
