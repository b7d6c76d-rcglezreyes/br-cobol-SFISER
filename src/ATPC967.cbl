      * ATPC922 (congela la escalera de estados) mientras el plan
      * este vigente.
      *
      * La tasa del plan se rechaza en la captura si supera la tasa
      * maxima legal del pais de la entidad en vigor a la fecha de
      * inicio del plan (tabla TOPEUSU.DAT de ATPC814).
      *
      * Ambos operadores requieren la funcion "G" (gestion de
      * cobranzas) del perfil ATPC163, con ambito sobre el CODENT.
      *
           SELECT PLA-DIARIO ASSIGN TO "PLANJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC967-JRN-STATUS.
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

       FD  APR-PLANES
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

       77  WS-ATPC967-CUOTAS                  PIC 9(02).
       77  WS-ATPC967-FECINI                  PIC X(10).

      * Control de la tasa capturada contra el tope de usura
       77  WS-ATPC967-TASAMAX-ED              PIC ZZ9.9999.
       01  FILLER                             PIC X(01).
           88 WS-ATPC967-SOBRE-TOPE           VALUE "S"
              WHEN SET TO FALSE "N".

      * Decision del revisor
       77  WS-ATPC967-DECISION                PIC X(01).
       77  WS-ATPC967-COMENTARIO              PIC X(40).

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC163-CARGAR-ARREGLO
           PERFORM ATPC021-CARGAR-ARREGLO
           PERFORM ATPCUSU-CARGAR-TABLA

           DISPLAY "ATPC967: ingrese su codigo de operador (8 car.)"
           ACCEPT WS-ATPC967-CODOPER FROM CONSOLE
                 MOVE WS-ATPC967-TASA-ALF
                   TO WS-ATPC967-TASA(1:7)
                 MOVE WS-ATPC967-CUOTAS-ALF TO WS-ATPC967-CUOTAS
                 PERFORM ATPC967-VALIDAR-TOPE
                 IF WS-ATPC967-SOBRE-TOPE
                    PERFORM ATPC967-ASENTAR-ACTIVIDAD-R
                    MOVE "X" TO WS-ATPC967-OPERACION
                 END-IF
              END-IF
           END-IF

           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC967-VALIDAR-TOPE
      *----------------------------------------------------------------
      * La tasa del plan no puede superar el tope de usura del pais
      * de la entidad en vigor a la fecha de inicio; sin tope
      * publicado para ese pais y fecha no hay limite que aplicar
      *----------------------------------------------------------------
       ATPC967-VALIDAR-TOPE.
           SET WS-ATPC967-SOBRE-TOPE TO FALSE
           INITIALIZE WS-ATPC021
           MOVE WS-ATPC967-CODENT TO WS-ATPC021-CODENT
           PERFORM ATPC021-BUSCAR-EN-ARREGLO
           IF WS-ATPC021-RETORNO-OK
              MOVE WS-ATPC021-CODPAIS-ALF TO WS-ATPCUSU-CODPAIS
              MOVE WS-ATPC967-FECINI      TO WS-ATPCUSU-FECHA
              PERFORM ATPCUSU-BUSCAR-TOPE
              IF WS-ATPCUSU-RETORNO-OK
              AND WS-ATPC967-TASA > WS-ATPCUSU-TASAMAX
                 MOVE WS-ATPCUSU-TASAMAX TO WS-ATPC967-TASAMAX-ED
                 DISPLAY "ATPC967: la tasa del plan supera el tope de "
                         "usura [" WS-ATPC967-TASAMAX-ED "] del pais ["
                         WS-ATPCUSU-CODPAIS "] vigente desde ["
                         WS-ATPCUSU-FECVIG "] -- solicitud descartada"
                 SET WS-ATPC967-SOBRE-TOPE TO TRUE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC967-GRABAR-SOLICITUD
      *----------------------------------------------------------------
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
