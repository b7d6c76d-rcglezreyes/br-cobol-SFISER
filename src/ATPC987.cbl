      * negativo con signo incluido) aporta cero, mismo criterio que
      * aplica el remitente.
      *
      * Con ATPC840 en modo definitivo (ATPC840.PRM = D) CTAMORA.DAT
      * lo calcula el propio sistema y el alimentador CTA se rechaza
      * sin abrir el sobre: no se toca CTAMORA.DAT ni la memoria de
      * secuencias, se agrega el acuse R en RECIBO.DAT y la corrida
      * termina con RC 12. En modo paralelo (o sin ATPC840.PRM) se
      * sigue validando y copiando como siempre.
      *
      * Sobre: CAB(3) FECGEN(8) SECUENCIA(6) / PIE(3) CANTIDAD(9)
      * HASH(15, 2 decimales implicitos).
      *
           SELECT PRM-ATPC987 ASSIGN TO "ATPC987.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC987-PRM-STATUS.
      * Modo de ATPC840 (P paralelo / D definitivo), para el
      * alimentador CTA
           SELECT PRM-ATPC840 ASSIGN TO "ATPC840.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC987-P84-STATUS.
      * Los cinco sobres posibles; solo se abre el del alimentador
      * pedido en ATPC987.PRM
           SELECT ENV-MOVFACT ASSIGN TO "MOVFACT.ENV"
       01  PRM-ATPC987-REG.
           05  PRM-ATPC987-ALIMENTADOR        PIC X(03).

       FD  PRM-ATPC840
           RECORDING MODE IS F.
       01  PRM-ATPC840-REG.
           05  PRM-ATPC840-MODO               PIC X(01).

       FD  ENV-MOVFACT
           RECORDING MODE IS F.
       01  ENV-MOVFACT-REG                    PIC X(100).
       COPY "ATPCEXC-WS".

       77  WS-ATPC987-PRM-STATUS              PIC X(02).
       77  WS-ATPC987-P84-STATUS              PIC X(02).
       77  WS-ATPC987-ENV-STATUS              PIC X(02).
       77  WS-ATPC987-SAL-STATUS              PIC X(02).
       77  WS-ATPC987-SEC-STATUS              PIC X(02).
      * pelado y posicion/largo del campo de importe del hash)
       77  WS-ATPC987-ALIMENTADOR             PIC X(03).
       77  WS-ATPC987-REG-LARGO               PIC 9(03).

      * CTAMORA.DAT calculado por ATPC840 (modo D): el alimentador CTA
      * no se procesa
       01  FILLER                             PIC X(01).
           88 WS-ATPC987-MORA-PROPIA          VALUE "S"
              WHEN SET TO FALSE "N".
       77  WS-ATPC987-IMP-POS                 PIC 9(03).
       77  WS-ATPC987-IMP-LARGO               PIC 9(02).

              STOP RUN
           END-IF

           IF WS-ATPC987-MORA-PROPIA
              DISPLAY "ATPC987 - ERROR: ATPC840 en modo definitivo "
                      "calcula CTAMORA.DAT -- el alimentador CTA se "
                      "rechaza"
              MOVE "CTAMORA PROPIO (ATPC840 MODO D)"
                TO WS-ATPC987-MOTIVO
              MOVE ZEROES TO WS-ATPC987-SECUENCIA
                             WS-ATPC987-CANTIDAD
                             WS-ATPC987-HASH
              PERFORM ATPC987-GRABAR-RECIBO-R
              MOVE 12 TO RETURN-CODE
              MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
              PERFORM ATPCRUN-FINALIZAR
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-ATPC987

           PERFORM ATPC987-LEER-SECUENCIA
      * Proceso: ATPC987-LEER-PARAMETROS
      *----------------------------------------------------------------
      * Resuelve la geometria del alimentador pedido: largo del
      * registro pelado y campo de importe que entra al hash. Para el
      * alimentador CTA lee ademas el modo de ATPC840 (sin parametro,
      * o con otro modo, se toma paralelo, igual que ATPC840)
      *----------------------------------------------------------------
       ATPC987-LEER-PARAMETROS.
           MOVE SPACES TO WS-ATPC987-ALIMENTADOR
           MOVE ZEROES TO WS-ATPC987-REG-LARGO
           SET WS-ATPC987-MORA-PROPIA TO FALSE

           OPEN INPUT PRM-ATPC987
           IF WS-ATPC987-PRM-STATUS = "00"
                 MOVE 29 TO WS-ATPC987-REG-LARGO
                 MOVE 25 TO WS-ATPC987-IMP-POS
                 MOVE 03 TO WS-ATPC987-IMP-LARGO
                 OPEN INPUT PRM-ATPC840
                 IF WS-ATPC987-P84-STATUS = "00"
                    READ PRM-ATPC840
                        AT END
                           CONTINUE
                        NOT AT END
                           IF PRM-ATPC840-MODO = "D"
                              SET WS-ATPC987-MORA-PROPIA TO TRUE
                           END-IF
                    END-READ
                    CLOSE PRM-ATPC840
                 END-IF
              WHEN "FAC"
                 MOVE 45 TO WS-ATPC987-REG-LARGO
                 MOVE 35 TO WS-ATPC987-IMP-POS
