      *     cuenta/concepto a simular, no derivables de ATPC021 -- los
      *     informa el llamador). Aporta PORREF y PORCOMTOP del
      *     Concepto Economico.
      *  3) Si el llamador informa el tipo de tarjeta (CODMAR +
      *     INDTIPT), ATPCPRC-BUSCAR-PRECIO: la tasa propia del tipo
      *     de tarjeta, si la tiene, reemplaza a TACOMINTAD de la
      *     entidad en la proyeccion del interes
      *     (WS-ATPCSIM-ORIGEN-TASA).
      *
      * Formulas aplicadas (ver nota de alcance en ATPCSIM-PR.cpy):
      *  - Interes proyectado    = WS-ATPCSIM-SALDO * TACOMINTAD / 100
      *    (o la tasa propia del tipo de tarjeta, paso 3).
      *  - Comision proyectada, concepto de tarifa plana (INDPORTRAMO
      *    distinto de "S") = MENOR ENTRE (WS-ATPCSIM-SALDO *
      *    PORREF / 100) Y (WS-ATPCSIM-SALDO * PORCOMTOP / 100) --
      *  - WS-ATPCSIM-INDNIVAPL   PIC X(02).
      *  - WS-ATPCSIM-CODCONECO   PIC 9(04).
      *  - WS-ATPCSIM-SALDO       PIC S9(09)V99 (saldo a simular).
      *  - WS-ATPCSIM-CODMAR      PIC 9(02) (opcional, cero = sin
      *    tipo de tarjeta: tasa de la entidad).
      *  - WS-ATPCSIM-INDTIPT     PIC 9(02) (opcional, idem).
      *
      * Datos de salida:
      *  - WS-ATPCSIM-INTERES-PROY   PIC S9(09)V99.
      *  - WS-ATPCSIM-COMISION-PROY  PIC S9(09)V99.
      *  - WS-ATPCSIM-TACOMINTAD, -FORCALINT, -INDPAGMIN, -PORREF,
      *    -PORCOMTOP: eco de los parametros usados en el calculo
      *    (WS-ATPCSIM-TACOMINTAD es la tasa efectivamente usada).
      *  - WS-ATPCSIM-ORIGEN-TASA / -TASA-ENTIDAD / -TASA-TARJETA: de
      *    donde salio la tasa del interes proyectado.
      *  - WS-ATPCSIM-RETORNO-COD / -OK / -ERROR.
      *  - WS-ATPCSIM-RETORNO-DESC.
      *----------------------------------------------------------------
           05  WS-ATPCSIM-INDNIVAPL            PIC X(02).
           05  WS-ATPCSIM-CODCONECO            PIC 9(04).
           05  WS-ATPCSIM-SALDO                PIC S9(09)V99.
           05  WS-ATPCSIM-CODMAR               PIC 9(02).
           05  WS-ATPCSIM-INDTIPT              PIC 9(02).

       01  WS-ATPCSIM-SALIDA.
           05  WS-ATPCSIM-INTERES-PROY         PIC S9(09)V99.
           05  WS-ATPCSIM-INDPORTRAMO          PIC X(01).
           05  WS-ATPCSIM-NUMTRAMO             PIC 9(02).
           05  WS-ATPCSIM-PORTRAMO             PIC 9(03)V9999.
           05  WS-ATPCSIM-ORIGEN-TASA          PIC X(01).
               88  WS-ATPCSIM-TASA-ENTIDAD     VALUE "E".
               88  WS-ATPCSIM-TASA-TARJETA     VALUE "T".

      * Auxiliares del calculo de comision (MENOR ENTRE las dos)
       77  WS-ATPCSIM-COMISION-REF             PIC S9(09)V99.
