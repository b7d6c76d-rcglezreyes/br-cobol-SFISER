      *  G = gestion de cobranzas        (ATPC969)
      *  V = consulta integral de cuenta (ATPC973)
      *  B = monitor de batch y spool    (ATPC992 / ATPC993)
      *  L = solicitudes de limite       (ATPC843)
      *  E = pedidos de cierre de cuenta (ATPC848)
      *  R = reposicion de tarjetas      (ATPC850)
      *  F = revision de fraude          (ATPC853)
      *  D = duplicados de extracto      (ATPC858)
      *
      * Datos de entrada:
      *  - WS-ATPC163-CLAVE.
