      *----------------------------------------------------------------
      * Definicion de archivo (FD) del maestro indexado de saldos de
      * puntos de fidelizacion por cuenta PUNSALDO.DAT (clave CODENT +
      * NUMCUENTA), mantenido por el proceso nocturno de puntos
      * ATPC832 y consultado por clave por el extracto (ATPC954).
      *
      * Cada cuenta lleva su saldo de puntos (puede quedar negativo
      * si una devolucion revierte puntos ya canjeados), lo acumulado
      * en el mes PUN-MES -- contra el tope mensual de la regla de su
      * tipo de tarjeta -- y los totales historicos ganados,
      * revertidos y canjeados. El detalle de cada movimiento de
      * puntos queda en el libro PUNMOV.DAT (ver ATPC832).
      *
      * Debe ser copiado dentro de la FILE SECTION, junto con la
      * siguiente entrada en FILE-CONTROL (los programas que usan la
      * libreria ATPCPUN-PR declaran WS-ATPCPUN-STATUS via
      * ATPCPUN-WS.cpy):
      *
      *     SELECT PUN-SALDOS ASSIGN TO "PUNSALDO.DAT"
      *         ORGANIZATION IS INDEXED
      *         ACCESS MODE IS DYNAMIC
      *         RECORD KEY IS PUN-CLAVE
      *         FILE STATUS IS WS-ATPCPUN-STATUS.
      *----------------------------------------------------------------
       FD  PUN-SALDOS.
       01  PUN-SALDOS-REG.
           05  PUN-CLAVE.
               10  PUN-CODENT                 PIC X(04).
               10  PUN-NUMCUENTA              PIC X(16).
           05  PUN-SALDO                      PIC S9(09)
                                              SIGN LEADING SEPARATE.
      * Acumulado del mes (AAAA-MM) contra el tope mensual
           05  PUN-MES                        PIC X(07).
           05  PUN-ACUM-MES                   PIC 9(09).
      * Totales historicos
           05  PUN-GANADOS                    PIC 9(11).
           05  PUN-REVERTIDOS                 PIC 9(11).
           05  PUN-CANJEADOS                  PIC 9(11).
           05  PUN-FECULTMOV                  PIC X(10).
