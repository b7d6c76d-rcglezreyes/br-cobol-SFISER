      *----------------------------------------------------------------
      * Definicion de archivo (FD) del registro de agencias de
      * cobranza externa AGENCIAS.DAT, capturado por la consola
      * ATPC803. Registro de solo-agregado: el registro mas reciente
      * de una clave CODENT + CODAGENCIA es el vigente (operacion A =
      * alta o modificacion, B = baja), criterio que aplica
      * ATPCAGE-CARGAR-REGISTRO.
      *
      * Cada agencia lleva, por entidad, su porcentaje de comision
      * sobre lo cobrado y su regla de asignacion: el estado ATPC175
      * a partir del cual recibe cuentas (la cuenta cuya mora
      * alcanza el NUMDIASACT de ese estado) y el saldo minimo de la
      * cuenta asignable.
      *
      * Debe ser copiado dentro de la FILE SECTION, junto con la
      * siguiente entrada en FILE-CONTROL:
      *
      *     SELECT AGE-AGENCIAS ASSIGN TO "AGENCIAS.DAT"
      *         ORGANIZATION IS LINE SEQUENTIAL
      *         FILE STATUS IS WS-ATPCAGE-STATUS.
      *----------------------------------------------------------------
       FD  AGE-AGENCIAS
           RECORDING MODE IS F.
       01  AGE-AGENCIAS-REG.
           05  AGE-OPERACION                  PIC X(01).
           05  AGE-CODENT                     PIC X(04).
           05  AGE-CODAGENCIA                 PIC X(04).
           05  AGE-NOMBRE                     PIC X(30).
           05  AGE-PORCOMISION                PIC 9(03)V99.
           05  AGE-CODESTCTA                  PIC 9(02).
           05  AGE-SALDOMIN                   PIC 9(09)V99.
           05  AGE-CODOPER                    PIC X(08).
           05  AGE-FECHA                      PIC X(10).
