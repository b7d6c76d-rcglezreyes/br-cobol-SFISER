      * proyectados de una cuenta, en lugar de calcularlos a mano a
      * partir de los valores crudos de ATPC021 y ATPC052.
      *
      * Solicita al operador el CODENT, INDVERT, INDNIVAPL, CODCONECO,
      * el tipo de tarjeta (CODMAR + INDTIPT, opcional) y el saldo a
      * simular, invoca
      * ATPCSIM-SIMULAR-INTERES-COMISION (que encadena
      * ATPC021-BUSCAR-EN-ARREGLO y ATPC052-BUSCAR-EN-ARREGLO -- ver
      * ATPCSIM-WS.cpy para el detalle de formulas) e informa la
      * proyeccion resultante, junto con la TEA y el CAE de la
      * entidad sobre el saldo simulado (libreria ATPCCAE). Con tipo
      * de tarjeta informado, la tasa y la regla de pago minimo
      * propias del tipo de tarjeta (PRECIOS.DAT, ver
      * ATPCPRC-PRC.cpy) reemplazan a las de la entidad, y cada
      * valor se muestra marcado con su origen: [TARJETA] o
      * [ENTIDAD].
      *
      * Dependencias:
      *  - Debe estar declarada la rutina para manejo de errores
           SELECT RUN-REGISTRO ASSIGN TO "ATPCRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCRUN-STATUS.
      * Precios propios por tipo de tarjeta -- ver ATPCPRC-PRC.cpy
           SELECT PRC-PRECIOS ASSIGN TO "PRECIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCPRC-STATUS.
      * Requerido porque ATPC021/ATPC052-CARGAR-ARREGLO graban una fila
      * de control compartida -- ver ATPCCTL-CTL.cpy
           SELECT CTL-CARGAS ASSIGN TO "ATPCCTL.DAT"
           SELECT EXC-EXCEPCIONES ASSIGN TO "ATPCEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCEXC-STATUS.
      * Parametros del calculo de CAE -- ver ATPCCAE-CAE.cpy
           SELECT PRM-ATPCCAE ASSIGN TO "ATPCCAE.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCCAE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "ATPCDIF-DIF".
       COPY "ATPCLCK-LCK".
       COPY "ATPCEXC-EXC".
       COPY "ATPCPRC-PRC".
       COPY "ATPCCAE-CAE".

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".
       COPY "MPMLOG".

       COPY "ATPC021-WS".
       COPY "ATPC044-WS".
       COPY "ATPC052-WS".
       COPY "ATPC154-WS".
       COPY "ATPC156-WS".
       COPY "ATPC158-WS".
       COPY "ATPCPMN-WS".
       COPY "ATPCPRC-WS".
       COPY "ATPC096-WS".
       COPY "ATPC163-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".
       COPY "ATPCSIM-WS".
       COPY "ATPCCAE-WS".

      * Campos ingresados por consola en formato alfanumerico (ACCEPT
      * ... FROM CONSOLE no valida PIC 9, ver conversion en
      * centavos para no depender de que el operador tipee el punto
      * decimal en la posicion correcta.
       77  WS-ATPC914-CODCONECO-ALF          PIC X(04).
       77  WS-ATPC914-CODMAR-ALF             PIC X(02).
       77  WS-ATPC914-INDTIPT-ALF            PIC X(02).
       77  WS-ATPC914-ORIGEN                 PIC X(09).
       77  WS-ATPC914-SALDO-ENTERO-ALF       PIC X(09).
       77  WS-ATPC914-SALDO-ENTERO-NUM       PIC 9(09).
       77  WS-ATPC914-SALDO-CENTAVOS-ALF     PIC X(02).
           END-IF

           PERFORM ATPC021-CARGAR-ARREGLO
           PERFORM ATPC044-CARGAR-ARREGLO
           PERFORM ATPC052-CARGAR-ARREGLO
           PERFORM ATPC154-CARGAR-ARREGLO
           PERFORM ATPC156-CARGAR-ARREGLO
           PERFORM ATPC158-CARGAR-ARREGLO
           PERFORM ATPCPRC-CARGAR-TABLA
           PERFORM ATPCCAE-LEER-PARAMETROS

           PERFORM ATPC914-LEER-DATOS

              DISPLAY "ATPC914: proyeccion para CODENT ["
                      WS-ATPCSIM-CODENT "] saldo ["
                      WS-ATPCSIM-SALDO "]"
              IF WS-ATPCSIM-CODMAR NOT = ZEROES
              OR WS-ATPCSIM-INDTIPT NOT = ZEROES
                 DISPLAY "ATPC914: tipo de tarjeta      CODMAR ["
                         WS-ATPCSIM-CODMAR "] INDTIPT ["
                         WS-ATPCSIM-INDTIPT "]"
              END-IF
              IF WS-ATPCSIM-TASA-TARJETA
                 MOVE "[TARJETA]" TO WS-ATPC914-ORIGEN
              ELSE
                 MOVE "[ENTIDAD]" TO WS-ATPC914-ORIGEN
              END-IF
              DISPLAY "ATPC914: interes proyectado   ["
                      WS-ATPCSIM-INTERES-PROY "] (TACOMINTAD ["
                      WS-ATPCSIM-TACOMINTAD "] " WS-ATPC914-ORIGEN
                      " FORCALINT ["
                      WS-ATPCSIM-FORCALINT "] INDPAGMIN ["
                      WS-ATPCSIM-INDPAGMIN "])"
              IF WS-ATPCSIM-INDPORTRAMO = CT-S
              END-IF
              PERFORM ATPC914-MOSTRAR-IMPUESTO
              PERFORM ATPC914-MOSTRAR-PAGO-MINIMO
              PERFORM ATPC914-MOSTRAR-CAE
           ELSE
              DISPLAY "ATPC914: no se pudo simular -- "
                      WS-ATPCSIM-RETORNO-DESC
      * Proceso: ATPC914-MOSTRAR-PAGO-MINIMO
      *----------------------------------------------------------------
      * Cotiza el pago minimo del saldo simulado con la regla de la
      * entidad (ATPCPMN sobre ATPC021 + ATPC158), o la propia del
      * tipo de tarjeta si lo tiene (ATPCPRC), para que la mesa
      * de cobranzas cite un unico numero consistente
      *----------------------------------------------------------------
       ATPC914-MOSTRAR-PAGO-MINIMO.
           INITIALIZE WS-ATPCPMN-ENTRADA
           MOVE WS-ATPCSIM-CODENT    TO WS-ATPCPMN-CODENT
           MOVE WS-ATPCSIM-SALDO     TO WS-ATPCPMN-SALDO
           MOVE WS-ATPCSIM-CODMAR    TO WS-ATPCPMN-CODMAR
           MOVE WS-ATPCSIM-INDTIPT   TO WS-ATPCPMN-INDTIPT
           PERFORM ATPCPMN-CALCULAR-PAGO-MINIMO
           IF WS-ATPCPMN-ORIGEN-TARJETA
              MOVE "[TARJETA]" TO WS-ATPC914-ORIGEN
           ELSE
              MOVE "[ENTIDAD]" TO WS-ATPC914-ORIGEN
           END-IF

           EVALUATE TRUE
              WHEN NOT WS-ATPCPMN-RETORNO-OK
                         WS-ATPCPMN-PAGO-MINIMO "] (PORPAGMIN ["
                         WS-ATPCPMN-PORPAGMIN "] PISO ["
                         WS-ATPCPMN-IMPMINFIJO "] REDONDEO ["
                         WS-ATPCPMN-TIPREDONDEO "]) "
                         WS-ATPC914-ORIGEN
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC914-MOSTRAR-CAE
      *----------------------------------------------------------------
      * Informa la TEA y el CAE de la entidad tomando como saldo el
      * saldo simulado, para que la mesa cite el mismo costo que el
      * extracto (ATPC954)
      *----------------------------------------------------------------
       ATPC914-MOSTRAR-CAE.
           INITIALIZE WS-ATPCCAE-ENTRADA
           MOVE WS-ATPCSIM-CODENT    TO WS-ATPCCAE-CODENT
           MOVE WS-ATPCSIM-SALDO     TO WS-ATPCCAE-SALDO
           PERFORM ATPCCAE-CALCULAR-CAE

           IF WS-ATPCCAE-RETORNO-OK
              DISPLAY "ATPC914: TEA                  ["
                      WS-ATPCCAE-TEA "] CAE ["
                      WS-ATPCCAE-CAE "] (TASA MES ["
                      WS-ATPCCAE-TASA-MES "] CONCEPTOS ["
                      WS-ATPCCAE-CONCEPTOS "])"
              IF WS-ATPCCAE-SIN-TASA-IVA = CT-S
                 DISPLAY "ATPC914: algun CODIMPTO sin tasa vigente "
                         "-- el CAE no incluye ese IVA"
              END-IF
           ELSE
              DISPLAY "ATPC914: CAE no disponible -- "
                      WS-ATPCCAE-RETORNO-DESC
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC914-LEER-DATOS
      *----------------------------------------------------------------
           ACCEPT WS-ATPC914-CODCONECO-ALF FROM CONSOLE
           MOVE WS-ATPC914-CODCONECO-ALF  TO WS-ATPCSIM-CODCONECO

      * Tipo de tarjeta opcional: en blanco se simula con los valores
      * de la entidad
           DISPLAY "ATPC914: ingrese el CODMAR (2 car., blanco = "
                   "sin tipo de tarjeta)"
           ACCEPT WS-ATPC914-CODMAR-ALF FROM CONSOLE
           DISPLAY "ATPC914: ingrese el INDTIPT (2 car., blanco = "
                   "sin tipo de tarjeta)"
           ACCEPT WS-ATPC914-INDTIPT-ALF FROM CONSOLE
           IF WS-ATPC914-CODMAR-ALF IS NUMERIC
           AND WS-ATPC914-INDTIPT-ALF IS NUMERIC
              MOVE WS-ATPC914-CODMAR-ALF  TO WS-ATPCSIM-CODMAR
              MOVE WS-ATPC914-INDTIPT-ALF TO WS-ATPCSIM-INDTIPT
           ELSE
              MOVE ZEROES TO WS-ATPCSIM-CODMAR
                             WS-ATPCSIM-INDTIPT
           END-IF

           DISPLAY "ATPC914: ingrese la parte entera del saldo a "
                   "simular (9 car., sin signo)"
           ACCEPT WS-ATPC914-SALDO-ENTERO-ALF FROM CONSOLE
           .

       COPY "ATPC021-PR".
       COPY "ATPC044-PR".
       COPY "ATPC052-PR".
       COPY "ATPC154-PR".
       COPY "ATPC156-PR".
       COPY "ATPC158-PR".
       COPY "ATPCPMN-PR".
       COPY "ATPCPRC-PR".
       COPY "ATPC096-PR".
       COPY "ATPC163-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
       COPY "ATPCSIM-PR".
       COPY "ATPCCAE-PR".
