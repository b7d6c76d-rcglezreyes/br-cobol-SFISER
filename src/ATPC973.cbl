      * saldo, devengado acumulado, dias de mora, estado actual con
      * su descripcion DESESTCTA y bloqueo CODBLQ resueltos en
      * ATPC175, pago minimo vigente via ATPCPMN, facturas aceptadas
      * pendientes del ciclo (FACACEP.DAT), ultimo pago aplicado,
      * pagos en linea avisados y pendientes de conciliar (ATPC862),
      * las ultimas gestiones de cobranza del historial CONTACTOS.DAT
      * (ATPC822), los ciclos consecutivos pagando solo el minimo
      * (ATPC834) y, si corresponde, castigo y agencia de cobranza
      * asignada --
      * en lugar de los cuatro barridos de archivos planos que hoy
      * hace el operador cuando llama un banco.
      *
      * Despues de la pantalla el operador puede consultar los
      * movimientos de la cuenta en el historico MOVHIST.DAT (ver
      * ATPCMVH-MVH.cpy, cargado por ATPC860) por rango de fechas
      * (blanco = sin limite) y TIPOFAC (blanco = todos), con su
      * origen y los totales del rango. Si el rango alcanza meses ya
      * archivados por ATPC860 (MOVHIST.CTL) se lo avisa.
      *
      * El operador requiere la funcion "V" (vista integral) del
      * perfil ATPC163, con ambito verificado sobre el CODENT
      * consultado. La consulta queda asentada en ATPCACT.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTM-CLAVE
               FILE STATUS IS WS-ATPC973-CTM-STATUS.
      * Historico de movimientos -- ver ATPCMVH-MVH.cpy
           SELECT MVH-HISTORICO ASSIGN TO "MOVHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MVH-CLAVE
               FILE STATUS IS WS-ATPC973-MVH-STATUS.
      * Control de particiones archivadas -- ver ATPC860
           SELECT PER-PARTICIONES ASSIGN TO "MOVHIST.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC973-PER-STATUS.
           SELECT FAC-ACEPTADAS ASSIGN TO "FACACEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC973-FAC-STATUS.
      * Historial de gestiones de cobranza -- ver ATPC822
           SELECT CON-CONTACTOS ASSIGN TO "CONTACTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC973-CON-STATUS.
      * Precios propios por tipo de tarjeta -- ver ATPCPRC-PRC.cpy
           SELECT PRC-PRECIOS ASSIGN TO "PRECIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCPRC-STATUS.
           SELECT CTL-CARGAS ASSIGN TO "ATPCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCCTL-STATUS.
       COPY "ATPCDIF-DIF".
       COPY "ATPCLCK-LCK".
       COPY "ATPCEXC-EXC".
       COPY "ATPCPRC-PRC".

       COPY "ATPCCTM-CTM".
       COPY "ATPCMVH-MVH".

       FD  PER-PARTICIONES
           RECORDING MODE IS F.
       01  PER-PARTICIONES-REG.
           05  PER-PERIODO                    PIC X(07).
           05  PER-CORTE                      PIC X(07).

       FD  FAC-ACEPTADAS
           RECORDING MODE IS F.
           05  FAC-ACE-FECHA                  PIC X(10).
           05  FAC-ACE-IMPORTE                PIC 9(09)V99.

       FD  CON-CONTACTOS
           RECORDING MODE IS F.
       01  CON-CONTACTOS-REG.
           05  CON-CODENT                     PIC X(04).
           05  CON-NUMCUENTA                  PIC X(16).
           05  CON-CODOPER                    PIC X(08).
           05  CON-CANAL                      PIC X(01).
           05  CON-RESULTADO                  PIC X(02).
           05  CON-NOTA                       PIC X(40).
           05  CON-FECGES                     PIC X(10).
           05  CON-HORGES                     PIC 9(06).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       COPY "ATPC163-WS".
       COPY "ATPC175-WS".
       COPY "ATPCPMN-WS".
       COPY "ATPCPRC-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".

       77  WS-ATPC973-CTM-STATUS              PIC X(02).
       77  WS-ATPC973-FAC-STATUS              PIC X(02).
       77  WS-ATPC973-CON-STATUS              PIC X(02).
       77  WS-ATPC973-MVH-STATUS              PIC X(02).
       77  WS-ATPC973-PER-STATUS              PIC X(02).

       77  WS-ATPC973-CODOPER                 PIC X(08).
       77  WS-ATPC973-CODENT                  PIC X(04).
       01  FILLER                             PIC 9(01).
           88 WS-ATPC973-FIN-ARCHIVO          VALUE 1
              WHEN SET TO FALSE 0.
       01  FILLER                             PIC 9(01).
           88 WS-ATPC973-FIN-MOVIMIENTOS      VALUE 1
              WHEN SET TO FALSE 0.

      * Consulta de movimientos del historico
       77  WS-ATPC973-RESPUESTA               PIC X(01).
       77  WS-ATPC973-DESDE                   PIC X(10).
       77  WS-ATPC973-HASTA                   PIC X(10).
       77  WS-ATPC973-TIPOFAC-ALF             PIC X(04).
       77  WS-ATPC973-TIPOFAC                 PIC 9(04).
       77  WS-ATPC973-CORTE                   PIC X(07).
       78  WS-ATPC973-MOV-MAX                 VALUE 200.
       77  WS-ATPC973-MOV-CANT                PIC 9(05).
       77  WS-ATPC973-MOV-DEBITOS             PIC 9(11)V99.
       77  WS-ATPC973-MOV-CREDITOS            PIC 9(11)V99.

      * Facturas pendientes de la cuenta consultada
       77  WS-ATPC973-FAC-CANT                PIC 9(04).
       77  WS-ATPC973-FAC-IMPORTE             PIC 9(11)V99.

      * Ultimas gestiones de la cuenta consultada, de la mas antigua a
      * la mas reciente
       78  WS-ATPC973-GST-MAX                 VALUE 5.
       77  WS-ATPC973-GST-CANT                PIC 9(02).
       77  WS-ATPC973-GST-IDX                 PIC S9(04).
       77  WS-ATPC973-GST-TOTAL               PIC 9(05).
       01  WS-ATPC973-GESTIONES.
           05  WS-ATPC973-GST OCCURS 5 TIMES.
               10  WS-ATPC973-GST-FECGES      PIC X(10).
               10  WS-ATPC973-GST-CODOPER     PIC X(08).
               10  WS-ATPC973-GST-CANAL       PIC X(01).
               10  WS-ATPC973-GST-RESULTADO   PIC X(02).
               10  WS-ATPC973-GST-NOTA        PIC X(40).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC021-CARGAR-ARREGLO
           PERFORM ATPC158-CARGAR-ARREGLO
           PERFORM ATPCPRC-CARGAR-TABLA
           PERFORM ATPC163-CARGAR-ARREGLO
           PERFORM ATPC175-CARGAR-ARREGLO

                                "maestro"
                     NOT INVALID KEY
                        PERFORM ATPC973-MOSTRAR-PANTALLA
                        PERFORM ATPC973-DIALOGO-MOVIMIENTOS
                 END-READ
                 CLOSE CTM-MAESTRO
              END-IF
           DISPLAY "  DEVENGADO ACUM ...: " CTM-DEVENGADO
           DISPLAY "  LINEA ............: " CTM-LINEA
           DISPLAY "  DIAS DE MORA .....: " CTM-DIAS-MORA
           IF CTM-CASTIGADA
              DISPLAY "  CASTIGADA ........: " CTM-FECCASTIGO
                      "  PENDIENTE: " CTM-IMPCASTIGO
           END-IF
           IF CTM-CODAGENCIA NOT = SPACES
              DISPLAY "  AGENCIA COBRANZA .: " CTM-CODAGENCIA
                      "  DESDE: " CTM-FECASIGNA
           END-IF

           INITIALIZE WS-ATPC175
           MOVE CTM-CODENT    TO WS-ATPC175-CODENT
           INITIALIZE WS-ATPCPMN-ENTRADA
           MOVE CTM-CODENT TO WS-ATPCPMN-CODENT
           MOVE CTM-LINEA  TO WS-ATPCPMN-LINEA
           MOVE CTM-CODMAR  TO WS-ATPCPMN-CODMAR
           MOVE CTM-INDTIPT TO WS-ATPCPMN-INDTIPT
           MOVE CTM-SALDO  TO WS-ATPCPMN-SALDO
           PERFORM ATPCPMN-CALCULAR-PAGO-MINIMO
           IF WS-ATPCPMN-RETORNO-OK
              DISPLAY "  PAGO MINIMO ......: NO CALCULABLE"
           END-IF

           IF CTM-DPS-PERIODO = SPACES
              DISPLAY "  CICLOS PAGO MIN ..: SIN EVALUAR"
           ELSE
              DISPLAY "  CICLOS PAGO MIN ..: " CTM-DPS-CICLOS
                      "  AL MES: " CTM-DPS-PERIODO
           END-IF

           PERFORM ATPC973-CONTAR-FACTURAS
           DISPLAY "  FACTURAS CICLO ...: " WS-ATPC973-FAC-CANT
                   "  IMPORTE: " WS-ATPC973-FAC-IMPORTE
              DISPLAY "  ULTIMO PAGO ......: " CTM-FECULTPAGO
                      "  IMPORTE: " CTM-IMPULTPAGO
           END-IF
           IF CTM-MEM-CANT > ZEROES
              DISPLAY "  PAGOS EN LINEA ...: " CTM-MEM-CANT
                      " PENDIENTES  IMPORTE: " CTM-MEM-IMPORTE
                      "  ULTIMO AVISO: " CTM-MEM-FECULT
           END-IF

           PERFORM ATPC973-BUSCAR-GESTIONES
           IF WS-ATPC973-GST-CANT = ZEROES
              DISPLAY "  GESTIONES ........: SIN GESTIONES REGISTRADAS"
           ELSE
              DISPLAY "  GESTIONES ........: " WS-ATPC973-GST-TOTAL
                      "  (ULTIMAS, LA MAS RECIENTE PRIMERO)"
              PERFORM VARYING WS-ATPC973-GST-IDX
                         FROM WS-ATPC973-GST-CANT BY -1
                        UNTIL WS-ATPC973-GST-IDX < 1
                 DISPLAY "    "
                         WS-ATPC973-GST-FECGES(WS-ATPC973-GST-IDX) " "
                         WS-ATPC973-GST-CODOPER(WS-ATPC973-GST-IDX) " "
                         WS-ATPC973-GST-CANAL(WS-ATPC973-GST-IDX) " "
                         WS-ATPC973-GST-RESULTADO(WS-ATPC973-GST-IDX)
                         " "
                         WS-ATPC973-GST-NOTA(WS-ATPC973-GST-IDX)
              END-PERFORM
           END-IF
           DISPLAY " "
           .

      *----------------------------------------------------------------
      * Proceso: ATPC973-DIALOGO-MOVIMIENTOS
      *----------------------------------------------------------------
       ATPC973-DIALOGO-MOVIMIENTOS.
           DISPLAY "ATPC973: consultar movimientos del historico "
                   "(S/N)"
           ACCEPT WS-ATPC973-RESPUESTA FROM CONSOLE
           IF WS-ATPC973-RESPUESTA = CT-S OR "s"
              DISPLAY "ATPC973: fecha desde (AAAA-MM-DD, blanco = "
                      "sin limite)"
              ACCEPT WS-ATPC973-DESDE FROM CONSOLE
              DISPLAY "ATPC973: fecha hasta (AAAA-MM-DD, blanco = "
                      "sin limite)"
              ACCEPT WS-ATPC973-HASTA FROM CONSOLE
              DISPLAY "ATPC973: TIPOFAC (4 dig., blanco = todos)"
              ACCEPT WS-ATPC973-TIPOFAC-ALF FROM CONSOLE
              EVALUATE TRUE
                 WHEN WS-ATPC973-DESDE NOT = SPACES
                 AND (WS-ATPC973-DESDE(5:1) NOT = "-"
                  OR  WS-ATPC973-DESDE(8:1) NOT = "-")
                    DISPLAY "ATPC973: fecha desde invalida"
                 WHEN WS-ATPC973-HASTA NOT = SPACES
                 AND (WS-ATPC973-HASTA(5:1) NOT = "-"
                  OR  WS-ATPC973-HASTA(8:1) NOT = "-")
                    DISPLAY "ATPC973: fecha hasta invalida"
                 WHEN WS-ATPC973-TIPOFAC-ALF NOT = SPACES
                 AND  WS-ATPC973-TIPOFAC-ALF IS NOT NUMERIC
                    DISPLAY "ATPC973: TIPOFAC invalido"
                 WHEN OTHER
                    IF WS-ATPC973-HASTA = SPACES
                       MOVE ALL "9" TO WS-ATPC973-HASTA
                    END-IF
                    IF WS-ATPC973-TIPOFAC-ALF NOT = SPACES
                       MOVE WS-ATPC973-TIPOFAC-ALF
                         TO WS-ATPC973-TIPOFAC
                    END-IF
                    PERFORM ATPC973-CONSULTAR-MOVIMIENTOS
              END-EVALUATE
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC973-CONSULTAR-MOVIMIENTOS
      *----------------------------------------------------------------
      * Recorre el historico desde la cuenta y fecha inicial hasta que
      * cambia la cuenta o se pasa la fecha final
      *----------------------------------------------------------------
       ATPC973-CONSULTAR-MOVIMIENTOS.
           MOVE ZEROES TO WS-ATPC973-MOV-CANT
                          WS-ATPC973-MOV-DEBITOS
                          WS-ATPC973-MOV-CREDITOS
           MOVE SPACES TO WS-ATPC973-CORTE
           OPEN INPUT PER-PARTICIONES
           IF WS-ATPC973-PER-STATUS = "00"
              READ PER-PARTICIONES
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE PER-CORTE TO WS-ATPC973-CORTE
              END-READ
              CLOSE PER-PARTICIONES
           END-IF

           OPEN INPUT MVH-HISTORICO
           IF WS-ATPC973-MVH-STATUS NOT = "00"
              DISPLAY "ATPC973: historico MOVHIST.DAT no disponible "
                      "-- FILE STATUS:[" WS-ATPC973-MVH-STATUS
                      "] -- corra ATPC860"
           ELSE
              DISPLAY " "
              DISPLAY "  MOVIMIENTOS ......: FECHA      SEC   O TIPO "
                      "CONC         IMPORTE S MON"
              MOVE CTM-CODENT        TO MVH-CODENT
              MOVE CTM-NUMCUENTA     TO MVH-NUMCUENTA
              MOVE WS-ATPC973-DESDE  TO MVH-FECHA
              MOVE ZEROES            TO MVH-SECUENCIA
              START MVH-HISTORICO KEY IS NOT LESS THAN MVH-CLAVE
                  INVALID KEY
                     SET WS-ATPC973-FIN-MOVIMIENTOS TO TRUE
                  NOT INVALID KEY
                     SET WS-ATPC973-FIN-MOVIMIENTOS TO FALSE
              END-START
              PERFORM UNTIL WS-ATPC973-FIN-MOVIMIENTOS
                 READ MVH-HISTORICO NEXT RECORD
                     AT END
                        SET WS-ATPC973-FIN-MOVIMIENTOS TO TRUE
                     NOT AT END
                        IF MVH-CODENT NOT = CTM-CODENT
                        OR MVH-NUMCUENTA NOT = CTM-NUMCUENTA
                        OR MVH-FECHA > WS-ATPC973-HASTA
                           SET WS-ATPC973-FIN-MOVIMIENTOS TO TRUE
                        ELSE
                           PERFORM ATPC973-MOSTRAR-MOVIMIENTO
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE MVH-HISTORICO

              IF WS-ATPC973-MOV-CANT > WS-ATPC973-MOV-MAX
                 DISPLAY "    ... se muestran los primeros "
                         WS-ATPC973-MOV-MAX " -- acote el rango"
              END-IF
              DISPLAY "  MOVIMIENTOS RANGO : " WS-ATPC973-MOV-CANT
                      "  DEBITOS: " WS-ATPC973-MOV-DEBITOS
                      "  AJUSTES (-): " WS-ATPC973-MOV-CREDITOS
              IF WS-ATPC973-CORTE NOT = SPACES
              AND WS-ATPC973-DESDE(1:7) < WS-ATPC973-CORTE
                 DISPLAY "  (LOS MOVIMIENTOS ANTERIORES A "
                         WS-ATPC973-CORTE " ESTAN ARCHIVADOS EN "
                         "MOVHIST.ARC)"
              END-IF
              DISPLAY " "
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC973-MOSTRAR-MOVIMIENTO
      *----------------------------------------------------------------
       ATPC973-MOSTRAR-MOVIMIENTO.
           IF WS-ATPC973-TIPOFAC-ALF = SPACES
           OR MVH-TIPOFAC = WS-ATPC973-TIPOFAC
              ADD 1 TO WS-ATPC973-MOV-CANT
              IF MVH-SIGNO = "-"
                 ADD MVH-IMPORTE TO WS-ATPC973-MOV-CREDITOS
              ELSE
                 ADD MVH-IMPORTE TO WS-ATPC973-MOV-DEBITOS
              END-IF
              IF WS-ATPC973-MOV-CANT NOT > WS-ATPC973-MOV-MAX
                 DISPLAY "                      "
                         MVH-FECHA " " MVH-SECUENCIA " "
                         MVH-ORIGEN " " MVH-TIPOFAC " "
                         MVH-CODCONECO " " MVH-IMPORTE " "
                         MVH-SIGNO " " MVH-CLAMON
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC973-BUSCAR-GESTIONES
      *----------------------------------------------------------------
      * Recorre el historial de gestiones y retiene las ultimas de la
      * cuenta (el historial se graba siempre al final, en orden
      * cronologico)
      *----------------------------------------------------------------
       ATPC973-BUSCAR-GESTIONES.
           MOVE ZEROES TO WS-ATPC973-GST-CANT
                          WS-ATPC973-GST-TOTAL
           OPEN INPUT CON-CONTACTOS
           IF WS-ATPC973-CON-STATUS = "00"
              SET WS-ATPC973-FIN-ARCHIVO TO FALSE
              PERFORM UNTIL WS-ATPC973-FIN-ARCHIVO
                 READ CON-CONTACTOS
                     AT END
                        SET WS-ATPC973-FIN-ARCHIVO TO TRUE
                     NOT AT END
                        IF CON-CODENT = CTM-CODENT
                        AND CON-NUMCUENTA = CTM-NUMCUENTA
                           PERFORM ATPC973-RETENER-GESTION
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE CON-CONTACTOS
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC973-RETENER-GESTION
      *----------------------------------------------------------------
      * Con el arreglo lleno se descarta la gestion mas antigua
      *----------------------------------------------------------------
       ATPC973-RETENER-GESTION.
           ADD 1 TO WS-ATPC973-GST-TOTAL
           IF WS-ATPC973-GST-CANT < WS-ATPC973-GST-MAX
              ADD 1 TO WS-ATPC973-GST-CANT
           ELSE
              PERFORM VARYING WS-I FROM 2 BY 1
                        UNTIL WS-I > WS-ATPC973-GST-MAX
                 MOVE WS-ATPC973-GST(WS-I)
                   TO WS-ATPC973-GST(WS-I - 1)
              END-PERFORM
           END-IF
           MOVE CON-FECGES
             TO WS-ATPC973-GST-FECGES(WS-ATPC973-GST-CANT)
           MOVE CON-CODOPER
             TO WS-ATPC973-GST-CODOPER(WS-ATPC973-GST-CANT)
           MOVE CON-CANAL
             TO WS-ATPC973-GST-CANAL(WS-ATPC973-GST-CANT)
           MOVE CON-RESULTADO
             TO WS-ATPC973-GST-RESULTADO(WS-ATPC973-GST-CANT)
           MOVE CON-NOTA
             TO WS-ATPC973-GST-NOTA(WS-ATPC973-GST-CANT)
           .

      *----------------------------------------------------------------
      * Proceso: ATPC973-CONTAR-FACTURAS
      *----------------------------------------------------------------
       COPY "ATPC163-PR".
       COPY "ATPC175-PR".
       COPY "ATPCPMN-PR".
       COPY "ATPCPRC-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
