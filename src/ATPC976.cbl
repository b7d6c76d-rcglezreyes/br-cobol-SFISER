      *
      *  R = RECICLO (corrida nocturna): agrega los registros de
      *      MOVREPAR.DAT al final de MOVFACT.DAT de la proxima
      *      noche y vacia el archivo de reparados. Cada reciclado
      *      queda ademas en MOVRECI.DAT, para que ATPC860 lo asiente
      *      como REPARADO en el historico de movimientos cuando
      *      ATPC915 lo acepte.
      *
      * El operador de consola requiere la funcion "M" del perfil
      * ATPC163, con ambito verificado sobre el CODENT corregido.
           SELECT MOV-ENTRADA ASSIGN TO "MOVFACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC976-MOV-STATUS.
      * Reciclados pendientes de asentar en el historico -- ver
      * ATPC860
           SELECT MOV-RECICLADOS ASSIGN TO "MOVRECI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC976-RCI-STATUS.
           SELECT CTL-CARGAS ASSIGN TO "ATPCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCCTL-STATUS.
           RECORDING MODE IS F.
       01  MOV-ENTRADA-REG                    PIC X(60).

       FD  MOV-RECICLADOS
           RECORDING MODE IS F.
       01  MOV-RECICLADOS-REG                 PIC X(60).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       77  WS-ATPC976-TRB-STATUS              PIC X(02).
       77  WS-ATPC976-REP-STATUS              PIC X(02).
       77  WS-ATPC976-MOV-STATUS              PIC X(02).
       77  WS-ATPC976-RCI-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC976-FIN-ARCHIVO          VALUE 1
                 MOVE 12 TO RETURN-CODE
                 CLOSE MOV-REPARADOS
              ELSE
                 OPEN EXTEND MOV-RECICLADOS
                 IF WS-ATPC976-RCI-STATUS = "35"
                    OPEN OUTPUT MOV-RECICLADOS
                 END-IF
                 SET WS-ATPC976-FIN-ARCHIVO TO FALSE
                 PERFORM UNTIL WS-ATPC976-FIN-ARCHIVO
                    READ MOV-REPARADOS
                           ADD 1 TO WS-ATPC976-RECICLADOS
                           WRITE MOV-ENTRADA-REG
                             FROM MOV-REPARADOS-REG
                           WRITE MOV-RECICLADOS-REG
                             FROM MOV-REPARADOS-REG
                    END-READ
                 END-PERFORM
                 CLOSE MOV-ENTRADA
                       MOV-REPARADOS
                       MOV-RECICLADOS
                 OPEN OUTPUT MOV-REPARADOS
                 CLOSE MOV-REPARADOS
                 DISPLAY "ATPC976: reciclados ["
