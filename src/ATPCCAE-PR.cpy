      *----------------------------------------------------------------
      * Libreria de utilidad para calcular el costo anual efectivo
      * (CAE) de una entidad (ver el encabezado de ATPCCAE-WS.cpy
      * para el detalle de formulas)
      *
      * Dependencias:
      *  - Debe estar declarada la FD PRM-ATPCCAE (COPY "ATPCCAE-CAE"
      *    en la FILE SECTION) y su SELECT en FILE-CONTROL
      *  - Deben estar copiadas y ya cargadas en memoria (CARGAR-
      *    ARREGLO ejecutado) las librerias ATPC021, ATPC044, ATPC052,
      *    ATPC154 y ATPC156 en el programa llamador
      *
      * Procesos de uso Publicos:
      *  - ATPCCAE-LEER-PARAMETROS
      *  - ATPCCAE-CALCULAR-CAE
      *----------------------------------------------------------------

      *----------------------------------------------------------------
      * Proceso: ATPCCAE-LEER-PARAMETROS
      *----------------------------------------------------------------
      * Lee ATPCCAE.PRM una vez por corrida; sin el archivo o con
      * datos invalidos todo calculo posterior devuelve RETORNO-ERROR
      *----------------------------------------------------------------
       ATPCCAE-LEER-PARAMETROS.
           INITIALIZE WS-ATPCCAE-RETORNO
                      WS-ATPCCAE-PARAMETROS
           SET WS-ATPCCAE-PRM-LEIDO TO FALSE
           OPEN INPUT PRM-ATPCCAE
           IF WS-ATPCCAE-STATUS NOT = "00"
              SET WS-ATPCCAE-RETORNO-ERROR TO TRUE
              MOVE "Sin parametros del CAE (ATPCCAE.PRM)"
                TO WS-ATPCCAE-RETORNO-DESC
           ELSE
              READ PRM-ATPCCAE
                  AT END
                     SET WS-ATPCCAE-RETORNO-ERROR TO TRUE
                     MOVE "ATPCCAE.PRM vacio"
                       TO WS-ATPCCAE-RETORNO-DESC
                  NOT AT END
                     IF PRM-ATPCCAE-TIPOFAC-INT IS NOT NUMERIC
                     OR PRM-ATPCCAE-INDNORCOR-INT IS NOT NUMERIC
                     OR PRM-ATPCCAE-TIPOFAC-COM IS NOT NUMERIC
                     OR PRM-ATPCCAE-INDNORCOR-COM IS NOT NUMERIC
                     OR PRM-ATPCCAE-SALDO-REF IS NOT NUMERIC
                        SET WS-ATPCCAE-RETORNO-ERROR TO TRUE
                        MOVE "ATPCCAE.PRM con datos invalidos"
                          TO WS-ATPCCAE-RETORNO-DESC
                     ELSE
                        MOVE PRM-ATPCCAE-INDVERT
                          TO WS-ATPCCAE-PRM-INDVERT
                        MOVE PRM-ATPCCAE-TIPOFAC-INT
                          TO WS-ATPCCAE-PRM-TIPOFAC-INT
                        MOVE PRM-ATPCCAE-INDNORCOR-INT
                          TO WS-ATPCCAE-PRM-INDNORCOR-INT
                        MOVE PRM-ATPCCAE-TIPOFAC-COM
                          TO WS-ATPCCAE-PRM-TIPOFAC-COM
                        MOVE PRM-ATPCCAE-INDNORCOR-COM
                          TO WS-ATPCCAE-PRM-INDNORCOR-COM
                        MOVE PRM-ATPCCAE-SALDO-REF-N
                          TO WS-ATPCCAE-PRM-SALDO-REF
                        IF WS-ATPCCAE-PRM-SALDO-REF = ZEROES
                           MOVE 100000 TO WS-ATPCCAE-PRM-SALDO-REF
                        END-IF
                        SET WS-ATPCCAE-PRM-LEIDO TO TRUE
                     END-IF
              END-READ
              CLOSE PRM-ATPCCAE
           END-IF
           IF NOT WS-ATPCCAE-PRM-LEIDO
              DISPLAY "ATPCCAE - AVISO: "
                      WS-ATPCCAE-RETORNO-DESC(1:40)
                      " -- el CAE no se calcula"
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPCCAE-CALCULAR-CAE
      *----------------------------------------------------------------
      * Antes de invocar, cargar WS-ATPCCAE-ENTRADA. Deja el CAE y su
      * desglose en WS-ATPCCAE-SALIDA.
      * Ejemplo:
      *     INITIALIZE WS-ATPCCAE-ENTRADA
      *     MOVE WS-CODENT-A            TO WS-ATPCCAE-CODENT
      *     PERFORM ATPCCAE-CALCULAR-CAE
      *     IF WS-ATPCCAE-RETORNO-OK
      *        DISPLAY WS-ATPCCAE-CAE
      *     END-IF
      *----------------------------------------------------------------
       ATPCCAE-CALCULAR-CAE.
           INITIALIZE WS-ATPCCAE-RETORNO
                      WS-ATPCCAE-SALIDA
           MOVE "N" TO WS-ATPCCAE-SIN-TASA-IVA

           IF NOT WS-ATPCCAE-PRM-LEIDO
              SET WS-ATPCCAE-RETORNO-ERROR TO TRUE
              MOVE "Sin parametros del CAE (ATPCCAE.PRM)"
                TO WS-ATPCCAE-RETORNO-DESC
           ELSE
              IF WS-ATPCCAE-SALDO = ZEROES
                 MOVE WS-ATPCCAE-PRM-SALDO-REF TO WS-ATPCCAE-SALDO
              END-IF

              INITIALIZE WS-ATPC021
              MOVE WS-ATPCCAE-CODENT TO WS-ATPC021-CODENT
              PERFORM ATPC021-BUSCAR-EN-ARREGLO
              IF WS-ATPC021-RETORNO-ERROR
                 SET WS-ATPCCAE-RETORNO-ERROR TO TRUE
                 STRING "No se pudo resolver la entidad CODENT ["
                                                  DELIMITED BY SIZE
                        WS-ATPCCAE-CODENT         DELIMITED BY SIZE
                        "]"                       DELIMITED BY SIZE
                   INTO WS-ATPCCAE-RETORNO-DESC
              ELSE
                 PERFORM ATPCCAE-CALCULAR-INTERES
                 PERFORM ATPCCAE-CALCULAR-COMISIONES

                 COMPUTE WS-ATPCCAE-FACTOR-INT ROUNDED =
                         1 + WS-ATPCCAE-TASA-MES / 100
                 COMPUTE WS-ATPCCAE-FACTOR-COSTO ROUNDED =
                         1 + (WS-ATPCCAE-INTERES
                            + WS-ATPCCAE-IVA-INTERES
                            + WS-ATPCCAE-COMISIONES
                            + WS-ATPCCAE-IVA-COMISIONES)
                           / WS-ATPCCAE-SALDO
                 COMPUTE WS-ATPCCAE-TEA ROUNDED =
                         (WS-ATPCCAE-FACTOR-INT ** 12 - 1) * 100
                 COMPUTE WS-ATPCCAE-CAE ROUNDED =
                         (WS-ATPCCAE-FACTOR-COSTO ** 12 - 1) * 100
                 SET WS-ATPCCAE-RETORNO-OK TO TRUE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPCCAE-CALCULAR-INTERES
      *----------------------------------------------------------------
      * Tasa mensual segun la base de dias de FORCALINT, interes del
      * mes sobre el saldo y su IVA
      *----------------------------------------------------------------
       ATPCCAE-CALCULAR-INTERES.
           MOVE WS-ATPC021-TACOMINTAD TO WS-ATPCCAE-TACOMINTAD
           MOVE WS-ATPC021-FORCALINT  TO WS-ATPCCAE-FORCALINT
           IF WS-ATPC021-FORCALINT = "2"
              MOVE 360 TO WS-ATPCCAE-BASE-DIAS
           ELSE
              MOVE 365 TO WS-ATPCCAE-BASE-DIAS
           END-IF
           COMPUTE WS-ATPCCAE-TASA-MES ROUNDED =
                   WS-ATPCCAE-TACOMINTAD * 365
                 / (12 * WS-ATPCCAE-BASE-DIAS)
           COMPUTE WS-ATPCCAE-INTERES ROUNDED =
                   WS-ATPCCAE-SALDO * WS-ATPCCAE-TASA-MES / 100

           INITIALIZE WS-ATPC044
           MOVE WS-ATPCCAE-CODENT            TO WS-ATPC044-CODENT
           MOVE WS-ATPCCAE-PRM-TIPOFAC-INT   TO WS-ATPC044-TIPOFAC
           MOVE WS-ATPCCAE-PRM-INDNORCOR-INT TO WS-ATPC044-INDNORCOR
           MOVE WS-ATPCCAE-FECHA
             TO WS-ATPC044-FECHA-CONSULTA
           PERFORM ATPC044-BUSCAR-EN-ARREGLO
           IF WS-ATPC044-RETORNO-OK
              MOVE WS-ATPC044-CODIMPTO TO WS-ATPCCAE-CODIMPTO
              MOVE WS-ATPCCAE-INTERES  TO WS-ATPCCAE-COMISION
              PERFORM ATPCCAE-CALCULAR-IVA
              MOVE WS-ATPCCAE-IVA TO WS-ATPCCAE-IVA-INTERES
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPCCAE-CALCULAR-COMISIONES
      *----------------------------------------------------------------
      * Conceptos periodicos aplicables de la vertiente, liquidados
      * sobre el saldo como en ATPC975, con su IVA
      *----------------------------------------------------------------
       ATPCCAE-CALCULAR-COMISIONES.
           INITIALIZE WS-ATPC052
           MOVE WS-ATPCCAE-CODENT      TO WS-ATPC052-CODENT
           MOVE WS-ATPCCAE-PRM-INDVERT TO WS-ATPC052-INDVERT
           PERFORM ATPC052-LISTAR-POR-VERTIENTE

           PERFORM VARYING WS-ATPCCAE-IDX FROM 1 BY 1
                     UNTIL WS-ATPCCAE-IDX > WS-ATPC052-LISTADO-CANT
              IF WS-ATPC052-LIS-INDAPLICA(WS-ATPCCAE-IDX) = CT-S
              AND WS-ATPC052-LIS-TIPCONECO(WS-ATPCCAE-IDX) = "P"
              AND (WS-ATPCCAE-INDNIVAPL = SPACES
               OR WS-ATPC052-LIS-INDNIVAPL(WS-ATPCCAE-IDX)
                  = WS-ATPCCAE-INDNIVAPL)
                 PERFORM ATPCCAE-LIQUIDAR-CONCEPTO
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPCCAE-LIQUIDAR-CONCEPTO
      *----------------------------------------------------------------
       ATPCCAE-LIQUIDAR-CONCEPTO.
           MOVE ZEROES TO WS-ATPCCAE-COMISION
           IF WS-ATPC052-LIS-INDPORTRAMO(WS-ATPCCAE-IDX) = CT-S
              INITIALIZE WS-ATPC154-CALC
              MOVE WS-ATPCCAE-CODENT TO WS-ATPC154-CALC-CODENT
              MOVE WS-ATPC052-LIS-CODCONECO(WS-ATPCCAE-IDX)
                TO WS-ATPC154-CALC-CODCONECO
              MOVE WS-ATPCCAE-SALDO  TO WS-ATPC154-CALC-SALDO
              PERFORM ATPC154-CALCULAR-COMISION
              IF WS-ATPC154-RETORNO-OK
                 MOVE WS-ATPC154-CALC-COMISION TO WS-ATPCCAE-COMISION
              END-IF
           ELSE
              COMPUTE WS-ATPCCAE-COMISION ROUNDED =
                 WS-ATPCCAE-SALDO *
                 WS-ATPC052-LIS-PORREF(WS-ATPCCAE-IDX) / 100
              IF WS-ATPC052-LIS-PORCOMTOP(WS-ATPCCAE-IDX) > ZEROES
                 COMPUTE WS-ATPCCAE-TOPE ROUNDED =
                    WS-ATPCCAE-SALDO *
                    WS-ATPC052-LIS-PORCOMTOP(WS-ATPCCAE-IDX) / 100
                 IF WS-ATPCCAE-COMISION > WS-ATPCCAE-TOPE
                    MOVE WS-ATPCCAE-TOPE TO WS-ATPCCAE-COMISION
                 END-IF
              END-IF
           END-IF

           IF WS-ATPCCAE-COMISION > ZEROES
              ADD 1 TO WS-ATPCCAE-CONCEPTOS
              ADD WS-ATPCCAE-COMISION TO WS-ATPCCAE-COMISIONES
              MOVE WS-ATPC052-LIS-CODIMPTO(WS-ATPCCAE-IDX)
                TO WS-ATPCCAE-CODIMPTO
              IF WS-ATPCCAE-CODIMPTO = ZEROES
                 INITIALIZE WS-ATPC044
                 MOVE WS-ATPCCAE-CODENT TO WS-ATPC044-CODENT
                 MOVE WS-ATPCCAE-PRM-TIPOFAC-COM
                   TO WS-ATPC044-TIPOFAC
                 MOVE WS-ATPCCAE-PRM-INDNORCOR-COM
                   TO WS-ATPC044-INDNORCOR
                 MOVE WS-ATPCCAE-FECHA
                   TO WS-ATPC044-FECHA-CONSULTA
                 PERFORM ATPC044-BUSCAR-EN-ARREGLO
                 IF WS-ATPC044-RETORNO-OK
                    MOVE WS-ATPC044-CODIMPTO TO WS-ATPCCAE-CODIMPTO
                 END-IF
              END-IF
              PERFORM ATPCCAE-CALCULAR-IVA
              ADD WS-ATPCCAE-IVA TO WS-ATPCCAE-IVA-COMISIONES
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPCCAE-CALCULAR-IVA
      *----------------------------------------------------------------
      * IVA de WS-ATPCCAE-COMISION con el CODIMPTO de
      * WS-ATPCCAE-CODIMPTO (cero = exento) vigente en la fecha pedida
      *----------------------------------------------------------------
       ATPCCAE-CALCULAR-IVA.
           MOVE ZEROES TO WS-ATPCCAE-IVA
           IF WS-ATPCCAE-CODIMPTO > ZEROES
              INITIALIZE WS-ATPC156-CALC
              MOVE WS-ATPCCAE-CODIMPTO  TO WS-ATPC156-CALC-CODIMPTO
              MOVE WS-ATPCCAE-FECHA     TO WS-ATPC156-CALC-FECHA
              MOVE WS-ATPCCAE-COMISION  TO WS-ATPC156-CALC-BRUTO
              PERFORM ATPC156-CALCULAR-IMPUESTO
              IF WS-ATPC156-RETORNO-OK
              AND WS-ATPC156-CALC-IMPUESTO > ZEROES
                 MOVE WS-ATPC156-CALC-IMPUESTO TO WS-ATPCCAE-IVA
              END-IF
              IF NOT WS-ATPC156-RETORNO-OK
                 MOVE "S" TO WS-ATPCCAE-SIN-TASA-IVA
              END-IF
           END-IF
           .
