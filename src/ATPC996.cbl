      * nocturna y ANTES de las cargas de caches, aplica los cambios
      * cuya fecha llego.
      *
      * La tasa nueva de TACOMINTAD (ATPC021) o de PORREF (ATPC052)
      * se rechaza en la captura si supera la tasa maxima legal del
      * pais de la entidad en vigor en su fecha de vigencia (tabla
      * TOPEUSU.DAT de ATPC814); el valor de estos campos se captura
      * con 7 digitos y 4 decimales implicitos.
      *
      * Ambos operadores requieren la funcion "M" del perfil ATPC163.
      * Cada decision queda en el diario CAMBJRN.DAT y en ATPCACT.
      *
           SELECT CAM-DIARIO ASSIGN TO "CAMBJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC996-JRN-STATUS.
      * Tabla de tasas maximas legales -- ver ATPCUSU-USU.cpy
           SELECT USU-TOPES ASSIGN TO "TOPEUSU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCUSU-STATUS.
           SELECT CTL-CARGAS ASSIGN TO "ATPCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCCTL-STATUS.
           SELECT ACT-ACTIVIDAD ASSIGN TO "ATPCACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCACT-STATUS.
      * Diario de cambios de referencia -- ver ATPCDIF-DIF.cpy
           SELECT DIF-CAMBIOS ASSIGN TO "ATPCDIF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCDIF-STATUS.
      * Cerrojo de serializacion de bitacoras -- ver ATPCLCK-LCK.cpy
           SELECT LCK-CERROJO ASSIGN TO "ATPCLCK.DAT"
               ORGANIZATION IS SEQUENTIAL
       COPY "ATPCCTL-CTL".
       COPY "ATPCAUD-AUD".
       COPY "ATPCACT-ACT".
       COPY "ATPCDIF-DIF".
       COPY "ATPCLCK-LCK".
       COPY "ATPCEXC-EXC".
       COPY "ATPCUSU-USU".

       FD  CAM-PROGRAMADOS
           RECORDING MODE IS F.

       COPY "MPMLOG".

       COPY "ATPC021-WS".
       COPY "ATPC096-WS".
       COPY "ATPC163-WS".
       COPY "ATPCUSU-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCACT-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".

       77  WS-ATPC996-DECISION                PIC X(01).
       77  WS-ATPC996-COMENTARIO              PIC X(40).

      * Control de la tasa capturada contra el tope de usura
       77  WS-ATPC996-TASA                    PIC 9(03)V9(04).
       77  WS-ATPC996-TASAMAX-ED              PIC ZZ9.9999.
       01  FILLER                             PIC X(01).
           88 WS-ATPC996-DESCARTADO           VALUE "S"
              WHEN SET TO FALSE "N".

       77  WS-ATPC996-FECHA                   PIC 9(08).
       77  WS-ATPC996-HORA                    PIC 9(06).


           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC163-CARGAR-ARREGLO
           PERFORM ATPC021-CARGAR-ARREGLO
           PERFORM ATPCUSU-CARGAR-TABLA

           DISPLAY "ATPC996: ingrese su codigo de operador (8 car.)"
           ACCEPT WS-ATPC996-CODOPER FROM CONSOLE
           DISPLAY "ATPC996: fecha de vigencia (AAAA-MM-DD)"
           ACCEPT WS-ATPC996-FECEFECT FROM CONSOLE

           PERFORM ATPC996-VALIDAR-TOPE
           IF WS-ATPC996-DESCARTADO
              PERFORM ATPC996-ASENTAR-ACTIVIDAD-R
           ELSE
              INITIALIZE WS-ATPC163-AUT
              MOVE WS-ATPC996-CODOPER TO WS-ATPC163-AUT-CODOPER
              MOVE "M"                TO WS-ATPC163-AUT-FUNCION
              MOVE SPACES             TO WS-ATPC163-AUT-CODENT
              PERFORM ATPC163-AUTORIZAR
              IF WS-ATPC163-NO-AUTORIZADO
                 DISPLAY "ATPC996: operador no autorizado -- "
                         WS-ATPC163-RETORNO-DESC(1:50)
                 PERFORM ATPC996-ASENTAR-ACTIVIDAD-R
              ELSE
                 PERFORM ATPC996-GRABAR-CAMBIO
                 PERFORM ATPC996-ASENTAR-ACTIVIDAD-O
                 DISPLAY "ATPC996: cambio capturado -- queda "
                         "pendiente de revision dual"
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC996-VALIDAR-TOPE
      *----------------------------------------------------------------
      * La tasa nueva de interes (TACOMINTAD) o del concepto (PORREF)
      * no puede superar el tope de usura del pais de la entidad en
      * vigor en la fecha de vigencia del cambio; sin tope publicado
      * para ese pais y fecha no hay limite que aplicar
      *----------------------------------------------------------------
       ATPC996-VALIDAR-TOPE.
           SET WS-ATPC996-DESCARTADO TO FALSE
           IF (WS-ATPC996-TABLA = CT-ATPC021
               AND WS-ATPC996-CAMPO = "TACOMINTAD")
           OR (WS-ATPC996-TABLA = "ATPC052"
               AND WS-ATPC996-CAMPO = "PORREF")
              IF WS-ATPC996-VALOR(1:7) IS NOT NUMERIC
              OR WS-ATPC996-VALOR(8:) NOT = SPACES
                 DISPLAY "ATPC996: tasa no numerica (7 digitos, 4 "
                         "decimales implicitos) -- descartado"
                 SET WS-ATPC996-DESCARTADO TO TRUE
              ELSE
                 MOVE WS-ATPC996-VALOR(1:7) TO WS-ATPC996-TASA(1:7)
                 INITIALIZE WS-ATPC021
                 MOVE WS-ATPC996-CLAVE(1:4) TO WS-ATPC021-CODENT
                 PERFORM ATPC021-BUSCAR-EN-ARREGLO
                 IF WS-ATPC021-RETORNO-OK
                    MOVE WS-ATPC021-CODPAIS-ALF TO WS-ATPCUSU-CODPAIS
                    MOVE WS-ATPC996-FECEFECT    TO WS-ATPCUSU-FECHA
                    PERFORM ATPCUSU-BUSCAR-TOPE
                    IF WS-ATPCUSU-RETORNO-OK
                    AND WS-ATPC996-TASA > WS-ATPCUSU-TASAMAX
                       MOVE WS-ATPCUSU-TASAMAX TO WS-ATPC996-TASAMAX-ED
                       DISPLAY "ATPC996: la tasa supera el tope de "
                               "usura [" WS-ATPC996-TASAMAX-ED
                               "] del pais [" WS-ATPCUSU-CODPAIS
                               "] vigente desde [" WS-ATPCUSU-FECVIG
                               "] -- descartado"
                       SET WS-ATPC996-DESCARTADO TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

                   MENSAJE_COPY  OF MPMLOG
           .

       COPY "ATPC021-PR".
       COPY "ATPC096-PR".
       COPY "ATPC163-PR".
       COPY "ATPCUSU-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCACT-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
