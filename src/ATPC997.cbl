      *    (ATPCDIF-GRABAR-CAMBIO), con lo que tambien la recoge la
      *    publicacion por MQ de ATPC994;
      *  - marca la fila como aplicada en CAMBPROG.DAT.
      * El cambio de TACOMINTAD (ATPC021) o de PORREF/PORCOMTOP
      * (ATPC052) afecta al tarjetahabiente y solo se activa si su
      * aviso anticipado salio EN TERMINO (registro CAMAVIS.DAT de
      * ATPC813); sin ese aviso el cambio se rechaza (ESTADO "R", a
      * reprogramar en ATPC996), se alerta en la cola central ATPCALE
      * y el paso termina con RC 4.
      * ATPC950 demostro que podemos mirar hacia atras; esto mira
      * hacia adelante.
      *
           SELECT CAM-APLICAR ASSIGN TO "CAMBAPLI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC997-APL-STATUS.
      * Registro de avisos anticipados de cambios -- ver ATPC813
           SELECT AVI-REGISTRO ASSIGN TO "CAMAVIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC997-AVI-STATUS.
           SELECT RPT-ATPC997 ASSIGN TO "ATPC997.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Diario de cambios de referencia -- ver ATPCDIF-DIF.cpy
           SELECT LCK-CERROJO ASSIGN TO "ATPCLCK.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ATPCLCK-STATUS.
      * Cola central de alertas de operacion -- ver ATPCALE-ALE.cpy
           SELECT ALE-ALERTAS ASSIGN TO "ATPCALE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCALE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "ATPCRUN-RUN".
       COPY "ATPCDIF-DIF".
       COPY "ATPCLCK-LCK".
       COPY "ATPCALE-ALE".

       FD  CAM-PROGRAMADOS
           RECORDING MODE IS F.
           05  APL-CAMPO                      PIC X(12).
           05  APL-VALOR-NUEVO                PIC X(30).

       FD  AVI-REGISTRO
           RECORDING MODE IS F.
       01  AVI-REGISTRO-REG.
           05  AVI-CAMBIO                     PIC X(89).
           05  AVI-FECAVISO                   PIC X(10).
           05  AVI-CUENTAS                    PIC 9(06).
           05  AVI-ANTICIPO                   PIC 9(04).
           05  AVI-ENTERMINO                  PIC X(01).

       FD  RPT-ATPC997
           RECORDING MODE IS F.
       01  RPT-ATPC997-REG                    PIC X(130).
       COPY "ATPCRUN-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCALE-WS".

       77  WS-ATPC997-CAM-STATUS              PIC X(02).
       77  WS-ATPC997-TRB-STATUS              PIC X(02).
       77  WS-ATPC997-APL-STATUS              PIC X(02).
       77  WS-ATPC997-AVI-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC997-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.

      * Cambios avisados EN TERMINO (CAMAVIS.DAT); la identidad de
      * un cambio es tabla + clave + campo + valor nuevo + vigencia
       78  WS-ATPC997-AVI-MAX                 VALUE 2000.
       77  WS-ATPC997-AVI-CANT                PIC 9(04) VALUE 0.
       01  WS-ATPC997-AVISADOS.
           05  WS-ATPC997-AVI OCCURS 2000 TIMES.
               10  WS-ATPC997-AVI-CAMBIO      PIC X(89).
       01  WS-ATPC997-AVI-AUX                 PIC X(89).
       01  FILLER                             PIC X(01).
           88 WS-ATPC997-AVISABLE             VALUE "S"
              WHEN SET TO FALSE "N".
       01  FILLER                             PIC X(01).
           88 WS-ATPC997-AVISADO              VALUE "S"
              WHEN SET TO FALSE "N".

      * Fecha del dia en AAAA-MM-DD
       01  WS-ATPC997-HOY.
           05  WS-ATPC997-HOY-AAAA            PIC 9(04).
       77  WS-ATPC997-LEIDOS                  PIC 9(06) VALUE 0.
       77  WS-ATPC997-ACTIVADOS               PIC 9(06) VALUE 0.
       77  WS-ATPC997-PENDIENTES              PIC 9(06) VALUE 0.
       77  WS-ATPC997-RECHAZADOS              PIC 9(06) VALUE 0.

       01  WS-ATPC997-LINEA                   PIC X(130).

           MOVE WS-ATPC997-HOY-AMD-MM   TO WS-ATPC997-HOY-MM
           MOVE WS-ATPC997-HOY-AMD-DD   TO WS-ATPC997-HOY-DD

           PERFORM ATPC997-CARGAR-AVISADOS

           OPEN OUTPUT RPT-ATPC997

           OPEN INPUT CAM-PROGRAMADOS
                  WS-ATPC997-ACTIVADOS       DELIMITED BY SIZE
                  "  AUN PROGRAMADOS: "      DELIMITED BY SIZE
                  WS-ATPC997-PENDIENTES      DELIMITED BY SIZE
                  "  RECHAZADOS SIN AVISO: "  DELIMITED BY SIZE
                  WS-ATPC997-RECHAZADOS      DELIMITED BY SIZE
             INTO WS-ATPC997-LINEA
           WRITE RPT-ATPC997-REG FROM WS-ATPC997-LINEA
           DISPLAY WS-ATPC997-LINEA
           IF CAM-ESTADO = "A"
           AND CAM-APLICADO = CT-N
           AND CAM-FECEFECT <= WS-ATPC997-HOY
              PERFORM ATPC997-VERIFICAR-AVISO
              IF WS-ATPC997-AVISABLE
              AND NOT WS-ATPC997-AVISADO
                 PERFORM ATPC997-RECHAZAR-CAMBIO
              ELSE
                 PERFORM ATPC997-ACTIVAR-CAMBIO
              END-IF
           ELSE
              IF CAM-ESTADO = "A"
              AND CAM-APLICADO = CT-N
           WRITE CAM-TRABAJO-REG FROM CAM-PROGRAMADOS-REG
           .

      *----------------------------------------------------------------
      * Proceso: ATPC997-CARGAR-AVISADOS
      *----------------------------------------------------------------
      * Solo interesan los avisos EN TERMINO; el aviso que no entra
      * al arreglo dejaria rechazado un cambio bien avisado, por lo
      * que se alerta
      *----------------------------------------------------------------
       ATPC997-CARGAR-AVISADOS.
           OPEN INPUT AVI-REGISTRO
           IF WS-ATPC997-AVI-STATUS = "00"
              SET WS-ATPC997-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC997-FIN-ENTRADA
                 READ AVI-REGISTRO
                     AT END
                        SET WS-ATPC997-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF AVI-ENTERMINO = CT-S
                           PERFORM ATPC997-GUARDAR-AVISO
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE AVI-REGISTRO
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC997-GUARDAR-AVISO
      *----------------------------------------------------------------
       ATPC997-GUARDAR-AVISO.
           IF WS-ATPC997-AVI-CANT < WS-ATPC997-AVI-MAX
              ADD 1 TO WS-ATPC997-AVI-CANT
              MOVE AVI-CAMBIO
                TO WS-ATPC997-AVI-CAMBIO(WS-ATPC997-AVI-CANT)
           ELSE
              DISPLAY "ATPC997 - ALERTA: el arreglo de avisos alcanzo "
                      "su capacidad maxima [" WS-ATPC997-AVI-MAX
                      "] - hay avisos sin cargar"
              INITIALIZE WS-ATPCALE-ENTRADA
              SET WS-ATPCALE-SEV-CRITICA TO TRUE
              MOVE "ATPC997"  TO WS-ATPCALE-PROGRAMA
              MOVE "CAMAVIS"  TO WS-ATPCALE-TABLA
              STRING "EL ARREGLO DE AVISOS ALCANZO SU CAPACIDAD "
                                                DELIMITED BY SIZE
                     "MAXIMA ["                 DELIMITED BY SIZE
                     WS-ATPC997-AVI-MAX         DELIMITED BY SIZE
                     "] -- HAY AVISOS SIN CARGAR"
                                                DELIMITED BY SIZE
                INTO WS-ATPCALE-MENSAJE
              PERFORM ATPCALE-GRABAR-ALERTA
              MOVE 12 TO RETURN-CODE
              SET WS-ATPC997-FIN-ENTRADA TO TRUE
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC997-VERIFICAR-AVISO
      *----------------------------------------------------------------
      * El cambio que afecta al tarjetahabiente (tasa de interes o
      * comisiones) requiere su aviso EN TERMINO de ATPC813
      *----------------------------------------------------------------
       ATPC997-VERIFICAR-AVISO.
           SET WS-ATPC997-AVISABLE TO FALSE
           SET WS-ATPC997-AVISADO  TO FALSE
           EVALUATE TRUE
              WHEN CAM-TABLA = "ATPC021"
              AND CAM-CAMPO = "TACOMINTAD"
                 SET WS-ATPC997-AVISABLE TO TRUE
              WHEN CAM-TABLA = "ATPC052"
              AND (CAM-CAMPO = "PORREF" OR "PORCOMTOP")
                 SET WS-ATPC997-AVISABLE TO TRUE
           END-EVALUATE

           IF WS-ATPC997-AVISABLE
              MOVE SPACES TO WS-ATPC997-AVI-AUX
              STRING CAM-TABLA       DELIMITED BY SIZE
                     CAM-CLAVE       DELIMITED BY SIZE
                     CAM-CAMPO       DELIMITED BY SIZE
                     CAM-VALOR-NUEVO DELIMITED BY SIZE
                     CAM-FECEFECT    DELIMITED BY SIZE
                INTO WS-ATPC997-AVI-AUX
              PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > WS-ATPC997-AVI-CANT
                 IF WS-ATPC997-AVI-CAMBIO(WS-I) = WS-ATPC997-AVI-AUX
                    SET WS-ATPC997-AVISADO TO TRUE
                    MOVE WS-ATPC997-AVI-CANT TO WS-I
                 END-IF
              END-PERFORM
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC997-RECHAZAR-CAMBIO
      *----------------------------------------------------------------
      * El cambio queda rechazado y sin aplicar: no se vuelve a
      * evaluar ni a alertar en las noches siguientes
      *----------------------------------------------------------------
       ATPC997-RECHAZAR-CAMBIO.
           ADD 1 TO WS-ATPC997-RECHAZADOS
           MOVE "R" TO CAM-ESTADO

           MOVE SPACES TO WS-ATPC997-LINEA
           STRING " RECHAZADO SIN AVISO ["    DELIMITED BY SIZE
                  CAM-TABLA                   DELIMITED BY SIZE
                  "] CLAVE ["                 DELIMITED BY SIZE
                  CAM-CLAVE                   DELIMITED BY SIZE
                  "] CAMPO ["                 DELIMITED BY SIZE
                  CAM-CAMPO                   DELIMITED BY SIZE
                  "] VIGENCIA ["              DELIMITED BY SIZE
                  CAM-FECEFECT                DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC997-LINEA
           WRITE RPT-ATPC997-REG FROM WS-ATPC997-LINEA
           DISPLAY WS-ATPC997-LINEA

           INITIALIZE WS-ATPCALE-ENTRADA
           SET WS-ATPCALE-SEV-CRITICA TO TRUE
           MOVE "ATPC997"  TO WS-ATPCALE-PROGRAMA
           MOVE CAM-TABLA  TO WS-ATPCALE-TABLA
           MOVE CAM-CLAVE  TO WS-ATPCALE-CLAVE
           STRING "CAMBIO DE "                DELIMITED BY SIZE
                  CAM-CAMPO                   DELIMITED BY SPACE
                  " CON VIGENCIA "            DELIMITED BY SIZE
                  CAM-FECEFECT                DELIMITED BY SIZE
                  " RECHAZADO: SIN AVISO EN TERMINO A LOS "
                                              DELIMITED BY SIZE
                  "TARJETAHABIENTES -- REPROGRAMAR EN ATPC996"
                                              DELIMITED BY SIZE
             INTO WS-ATPCALE-MENSAJE
           PERFORM ATPCALE-GRABAR-ALERTA

           IF RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC997-ACTIVAR-CAMBIO
      *----------------------------------------------------------------
       COPY "ATPCRUN-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCALE-PR".
