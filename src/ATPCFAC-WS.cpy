      *     vertiente, no del tipo de tarjeta, por lo que no se pueden
      *     derivar de los pasos 1-2) +CODCONECO-ALF (el CODCONCEP del
      *     paso 2).
      *  4) ATPCPRC-BUSCAR-PRECIO por CODENT+CODMAR+INDTIPT: indica,
      *     para la tasa de interes, la cuota de membresia y la regla
      *     de pago minimo, si el tipo de tarjeta tiene valor propio
      *     en PRECIOS.DAT ("T", el valor queda en
      *     WS-ATPCPRC-SALIDA) o si rige el de la entidad ("E").
      *
      * Al retornar con WS-ATPCFAC-RETORNO-OK, los datos resueltos
      * quedan disponibles en los registros de cada tabla:
      *  - WS-ATPC026-RESPUESTA (Tipo de Tarjeta).
      *  - WS-ATPC044-RESPUESTA (Tipo de Factura).
      *  - WS-ATPC052-RESPUESTA (Concepto Economico).
      *  - WS-ATPCFAC-ORIGENES y WS-ATPCPRC-SALIDA (precios propios
      *    del tipo de tarjeta).
      *
      * Datos de entrada:
      *  - WS-ATPCFAC-CODENT      PIC 9(04).
      *    se propaga a los tres pasos).
      *
      * Datos de salida:
      *  - WS-ATPCFAC-ORIGEN-TASA, -ORIGEN-CUOTA, -ORIGEN-PAGMIN:
      *    "T" valor propio del tipo de tarjeta, "E" de la entidad.
      *  - WS-ATPCFAC-RETORNO-COD / -OK / -ERROR.
      *  - WS-ATPCFAC-RETORNO-DESC.
      *----------------------------------------------------------------
      * TIPOFAC en ATPC044 cuando el llamador no informa otro valor
       77  WS-ATPCFAC-INDNORCOR-DEFECTO        PIC 9(01) VALUE 0.

       01  WS-ATPCFAC-ORIGENES.
           05  WS-ATPCFAC-ORIGEN-TASA          PIC X(01).
               88  WS-ATPCFAC-TASA-TARJETA     VALUE "T".
           05  WS-ATPCFAC-ORIGEN-CUOTA         PIC X(01).
               88  WS-ATPCFAC-CUOTA-TARJETA    VALUE "T".
           05  WS-ATPCFAC-ORIGEN-PAGMIN        PIC X(01).
               88  WS-ATPCFAC-PAGMIN-TARJETA   VALUE "T".

       01  WS-ATPCFAC-RETORNO.
           05  WS-ATPCFAC-RETORNO-COD          PIC 9(01).
               88  WS-ATPCFAC-RETORNO-OK       VALUE 0.
