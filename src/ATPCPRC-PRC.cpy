      *----------------------------------------------------------------
      * Definicion de archivo (FD) de la tabla de precios por tipo de
      * tarjeta PRECIOS.DAT (clave CODENT + CODMAR + INDTIPT), que
      * mantiene el area de productos cuando un tipo de tarjeta no
      * debe tomar los valores generales de su entidad. Cada
      * registro puede reemplazar, en forma independiente:
      *  - la tasa de interes (TACOMINTAD de ATPC021): PRC-TASA;
      *  - el concepto de la cuota de membresia: el concepto de la
      *    entidad PRC-CUOENT se liquida, para las cuentas del tipo
      *    de tarjeta, como el concepto PRC-CUOTAR (ambos CODCONECO
      *    de la vertiente de comisiones de ATPC052);
      *  - la regla de pago minimo (PORPAGMIN, IMPMINFIJO y
      *    TIPREDONDEO de ATPC158): PRC-PORPAGMIN, PRC-IMPMINFIJO y
      *    PRC-TIPREDONDEO, que se informan juntos.
      * Un valor en blanco significa "sin reemplazo": rige el de la
      * entidad. Si una clave se repite, el registro mas reciente
      * corrige al anterior, criterio que aplica
      * ATPCPRC-CARGAR-TABLA.
      *
      * Debe ser copiado dentro de la FILE SECTION, junto con la
      * siguiente entrada en FILE-CONTROL:
      *
      *     SELECT PRC-PRECIOS ASSIGN TO "PRECIOS.DAT"
      *         ORGANIZATION IS LINE SEQUENTIAL
      *         FILE STATUS IS WS-ATPCPRC-STATUS.
      *----------------------------------------------------------------
       FD  PRC-PRECIOS
           RECORDING MODE IS F.
       01  PRC-PRECIOS-REG.
           05  PRC-CLAVE.
               10  PRC-CODENT                 PIC X(04).
               10  PRC-CODMAR                 PIC 9(02).
               10  PRC-INDTIPT                PIC 9(02).
           05  PRC-TASA                       PIC X(07).
           05  PRC-TASA-NUM REDEFINES PRC-TASA
                                              PIC 9(03)V9(04).
           05  PRC-CUOENT                     PIC X(04).
           05  PRC-CUOENT-NUM REDEFINES PRC-CUOENT
                                              PIC 9(04).
           05  PRC-CUOTAR                     PIC X(04).
           05  PRC-CUOTAR-NUM REDEFINES PRC-CUOTAR
                                              PIC 9(04).
           05  PRC-PORPAGMIN                  PIC X(07).
           05  PRC-PORPAGMIN-NUM REDEFINES PRC-PORPAGMIN
                                              PIC 9(03)V9(04).
           05  PRC-IMPMINFIJO                 PIC X(11).
           05  PRC-IMPMINFIJO-NUM REDEFINES PRC-IMPMINFIJO
                                              PIC 9(09)V99.
           05  PRC-TIPREDONDEO                PIC X(01).
           05  PRC-FECHA                      PIC X(10).
