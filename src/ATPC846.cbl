       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC846.
      *----------------------------------------------------------------
      * Programa batch diario de conciliacion del auxiliar contra el
      * mayor: ATPC955 envia los asientos y ATPC974 prueba que
      * nuestros saldos cierran, pero nada confirma que el mayor
      * registro lo que se envio. Contabilidad devuelve cada dia los
      * saldos de sus cuentas (SALDGL.DAT) y este batch los compara,
      * por entidad y cuenta contable (CONTCUR), con los totales del
      * auxiliar --
      *  - SAL  saldo de cartera de las cuentas no castigadas
      *         (CTM-SALDO del maestro CTAMAE.DAT);
      *  - CSP  saldo castigado pendiente de recupero de las cuentas
      *         castigadas (CTM-IMPCASTIGO del maestro);
      *  - CAS  total castigado del registro de castigos CASTIGOS.DAT
      *         (ATPC800);
      *  - DEV  devengado acumulado de DEVACUM.DAT (ATPC960);
      *  - SUS  partidas en suspenso abiertas de SUSPENSO.DAT (ATPC964)
      *         que no fueron reinyectadas segun SUSRESOL.DAT
      *         (ATPC816/ATPC817); la partida en moneda adicional se
      *         lleva a la moneda principal de la entidad al tipo de
      *         cambio del dia (ATPC157).
      * ATPC846.PRM dice que componentes forman el saldo de cada
      * cuenta: el saldo esperado de la cuenta es la suma, con su
      * signo, de los componentes que la alimentan. La linea con
      * CODENT en blanco vale para toda entidad que no tenga linea
      * propia para ese componente; el componente sin linea no se
      * concilia.
      *
      * La diferencia (mayor menos auxiliar) que supera la tolerancia
      * de la cuenta es un quiebre; el registro de quiebres abiertos
      * CONCGL.DAT guarda desde cuando existe cada uno para informar
      * su antiguedad en dias habiles del pais de la entidad
      * (calendario ATPC161). El quiebre que sobrevive mas de dos
      * dias habiles asienta una alerta critica via
      * ATPCALE-GRABAR-ALERTA; todo quiebre termina la corrida con
      * RC 4. El quiebre que deja de existir sale del registro y se
      * informa resuelto. Sin SALDGL.DAT no se concilia y el registro
      * queda como estaba (RC 4).
      *
      * ATPC846.PRM (una linea por cuenta y componente, requerido):
      *  CODENT(4, en blanco = toda entidad) COMPONENTE(3 SAL, CSP,
      *  CAS, DEV o SUS) SIGNO(1, + o -) CONTCUR(26, en blanco = la
      *  de la entidad en ATPC021) TOLERANCIA 9(07)V99 (la de la
      *  cuenta es la mayor de sus lineas)
      *
      * Layout de SALDGL.DAT (devuelto por contabilidad):
      *  CODENT(4) CONTCUR(26) FECHA del saldo(10) SALDO(16, con signo
      *  adelante separado)
      *
      * Layout de CONCGL.DAT (se reescribe en cada corrida):
      *  CODENT(4) CONTCUR(26) FECHA desde(10) DIFERENCIA(16, con
      *  signo adelante separado)
      *
      * Dependencias:
      *  - Debe estar declarada la rutina para manejo de errores
      *    888888-LOGGEAR-TRANSACCION
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Registro de corridas con identificador por dia -- ver
      * ATPCRUN-RUN.cpy
           SELECT RUN-REGISTRO ASSIGN TO "ATPCRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCRUN-STATUS.
           SELECT PRM-ATPC846 ASSIGN TO "ATPC846.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC846-PRM-STATUS.
           SELECT CTM-MAESTRO ASSIGN TO "CTAMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTM-CLAVE
               FILE STATUS IS WS-ATPC846-CTM-STATUS.
           SELECT ACU-MAESTRO ASSIGN TO "DEVACUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC846-ACU-STATUS.
           SELECT CAS-CASTIGOS ASSIGN TO "CASTIGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC846-CAS-STATUS.
           SELECT SUS-SUSPENSO ASSIGN TO "SUSPENSO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC846-SUS-STATUS.
           SELECT RES-RESOLUCION ASSIGN TO "SUSRESOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC846-RES-STATUS.
           SELECT MAY-SALDOS ASSIGN TO "SALDGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC846-MAY-STATUS.
           SELECT QUI-QUIEBRES ASSIGN TO "CONCGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC846-QUI-STATUS.
           SELECT RPT-ATPC846 ASSIGN TO "ATPC846.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Cola central de alertas de operacion -- ver ATPCALE-ALE.cpy
           SELECT ALE-ALERTAS ASSIGN TO "ATPCALE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCALE-STATUS.
      * Requerido porque los ATPCxxx-CARGAR-ARREGLO graban una fila de
      * control compartida -- ver ATPCCTL-CTL.cpy
           SELECT CTL-CARGAS ASSIGN TO "ATPCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCCTL-STATUS.
      * Requerido porque los ATPCxxx-CARGAR-ARREGLO graban una fila en
      * la bitacora de auditoria persistente -- ver ATPCAUD-AUD.cpy
           SELECT AUD-CARGAS ASSIGN TO "ATPCAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCAUD-STATUS.
      * Diario de cambios de referencia -- ver ATPCDIF-DIF.cpy
           SELECT DIF-CAMBIOS ASSIGN TO "ATPCDIF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCDIF-STATUS.
      * Cerrojo de serializacion de bitacoras -- ver ATPCLCK-LCK.cpy
           SELECT LCK-CERROJO ASSIGN TO "ATPCLCK.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ATPCLCK-STATUS.
           SELECT EXC-EXCEPCIONES ASSIGN TO "ATPCEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCEXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "ATPCRUN-RUN".
       COPY "ATPCALE-ALE".
       COPY "ATPCCTL-CTL".
       COPY "ATPCAUD-AUD".
       COPY "ATPCDIF-DIF".
       COPY "ATPCLCK-LCK".
       COPY "ATPCEXC-EXC".
       COPY "ATPCCTM-CTM".

       FD  PRM-ATPC846
           RECORDING MODE IS F.
       01  PRM-ATPC846-REG.
           05  PRM-ATPC846-CODENT             PIC X(04).
           05  PRM-ATPC846-COMPONENTE         PIC X(03).
           05  PRM-ATPC846-SIGNO              PIC X(01).
           05  PRM-ATPC846-CONTCUR            PIC X(26).
           05  PRM-ATPC846-TOLERANCIA         PIC 9(07)V99.
           05  PRM-ATPC846-TOLERANCIA-ALF REDEFINES
               PRM-ATPC846-TOLERANCIA         PIC X(09).

      * Devengado acumulado de ATPC960
       FD  ACU-MAESTRO
           RECORDING MODE IS F.
       01  ACU-MAESTRO-REG.
           05  ACU-CODENT                     PIC X(04).
           05  ACU-NUMCUENTA                  PIC X(16).
           05  ACU-ACUMULADO                  PIC S9(11)V9(04).

      * Registro de castigos de ATPC800
       FD  CAS-CASTIGOS
           RECORDING MODE IS F.
       01  CAS-CASTIGOS-REG.
           05  CAS-CODENT                     PIC X(04).
           05  CAS-NUMCUENTA                  PIC X(16).
           05  CAS-FECCASTIGO                 PIC X(10).
           05  CAS-DIAS-MORA                  PIC 9(03).
           05  CAS-CODESTCTA                  PIC 9(02).
           05  CAS-LINEA                      PIC X(04).
           05  CAS-CAPITAL                    PIC 9(09)V99.
           05  CAS-INTERES                    PIC 9(09)V99.
           05  CAS-COMISION                   PIC 9(09)V99.
           05  CAS-TOTAL                      PIC 9(09)V99.

      * Registro de suspenso de ATPC964
       FD  SUS-SUSPENSO
           RECORDING MODE IS F.
       01  SUS-SUSPENSO-REG.
           05  SUS-DATOS.
               10  SUS-CODENT                 PIC X(04).
               10  SUS-NUMCUENTA              PIC X(16).
               10  SUS-IMPORTE                PIC 9(09)V99.
               10  SUS-FECVALOR               PIC X(10).
           05  SUS-MOTIVO                     PIC 9(02).
           05  SUS-FECHA                      PIC X(10).
           05  SUS-ID                         PIC X(18).
           05  SUS-CLAMON                     PIC X(03).
           05  SUS-CLAMON-NUM REDEFINES
               SUS-CLAMON                     PIC 9(03).

      * Resoluciones de suspenso de ATPC816 (solo se usa la marca de
      * reinyeccion de ATPC817)
       FD  RES-RESOLUCION
           RECORDING MODE IS F.
       01  RES-RESOLUCION-REG.
           05  RES-ESTADO                     PIC X(01).
           05  RES-INYECTADO                  PIC X(01).
           05  RES-SUS-ID                     PIC X(18).

       FD  MAY-SALDOS
           RECORDING MODE IS F.
       01  MAY-SALDOS-REG.
           05  MAY-CODENT                     PIC X(04).
           05  MAY-CONTCUR                    PIC X(26).
           05  MAY-FECHA                      PIC X(10).
           05  MAY-SALDO                      PIC S9(13)V99
                                              SIGN LEADING SEPARATE.
           05  MAY-SALDO-ALF REDEFINES
               MAY-SALDO                      PIC X(16).

       FD  QUI-QUIEBRES
           RECORDING MODE IS F.
       01  QUI-QUIEBRES-REG.
           05  QUI-CODENT                     PIC X(04).
           05  QUI-CONTCUR                    PIC X(26).
           05  QUI-FECDESDE                   PIC X(10).
           05  QUI-DIFERENCIA                 PIC S9(13)V99
                                              SIGN LEADING SEPARATE.

       FD  RPT-ATPC846
           RECORDING MODE IS F.
       01  RPT-ATPC846-REG                    PIC X(150).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPC021-WS".
       COPY "ATPC157-WS".
       COPY "ATPC161-WS".
       COPY "ATPCALE-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".

       77  WS-ATPC846-PRM-STATUS              PIC X(02).
       77  WS-ATPC846-CTM-STATUS              PIC X(02).
       77  WS-ATPC846-ACU-STATUS              PIC X(02).
       77  WS-ATPC846-CAS-STATUS              PIC X(02).
       77  WS-ATPC846-SUS-STATUS              PIC X(02).
       77  WS-ATPC846-RES-STATUS              PIC X(02).
       77  WS-ATPC846-MAY-STATUS              PIC X(02).
       77  WS-ATPC846-QUI-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC846-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.

      * Fecha del dia en AAAA-MM-DD
       01  WS-ATPC846-HOY.
           05  WS-ATPC846-HOY-AAAA            PIC 9(04).
           05  WS-ATPC846-HOY-G1              PIC X(01) VALUE "-".
           05  WS-ATPC846-HOY-MM              PIC 9(02).
           05  WS-ATPC846-HOY-G2              PIC X(01) VALUE "-".
           05  WS-ATPC846-HOY-DD              PIC 9(02).
       01  WS-ATPC846-HOY-AMD.
           05  WS-ATPC846-HOY-AMD-AAAA        PIC 9(04).
           05  WS-ATPC846-HOY-AMD-MM          PIC 9(02).
           05  WS-ATPC846-HOY-AMD-DD          PIC 9(02).

      * Componentes del auxiliar, en el orden de WS-ATPC846-ENT-COMP
       78  WS-ATPC846-COMPONENTES             VALUE 5.
       01  WS-ATPC846-COMP-DEF                PIC X(15)
                                              VALUE "SALCSPCASDEVSUS".
       01  FILLER REDEFINES WS-ATPC846-COMP-DEF.
           05  WS-ATPC846-COMP-COD OCCURS 5 TIMES PIC X(03).
       77  WS-ATPC846-COMP-IDX                PIC 9(01).

      * Cuentas contables por componente (ATPC846.PRM)
       78  WS-ATPC846-MAP-MAX                 VALUE 300.
       77  WS-ATPC846-MAP-CANT                PIC 9(04) VALUE 0.
       01  WS-ATPC846-MAPEO.
           05  WS-ATPC846-MAP OCCURS 300 TIMES.
               10  WS-ATPC846-MAP-CODENT      PIC X(04).
               10  WS-ATPC846-MAP-COMPONENTE  PIC X(03).
               10  WS-ATPC846-MAP-SIGNO       PIC X(01).
               10  WS-ATPC846-MAP-CONTCUR     PIC X(26).
               10  WS-ATPC846-MAP-TOLERANCIA  PIC 9(07)V99.
       77  WS-ATPC846-MAP-IDX                 PIC 9(04).
       77  WS-ATPC846-MAP-PROPIAS             PIC 9(04).

      * Totales del auxiliar por entidad y componente
       78  WS-ATPC846-ENT-MAX                 VALUE 200.
       77  WS-ATPC846-ENT-CANT                PIC 9(04) VALUE 0.
       77  WS-ATPC846-ENT-IDX                 PIC 9(04).
       01  WS-ATPC846-ENTIDADES.
           05  WS-ATPC846-ENT OCCURS 200 TIMES.
               10  WS-ATPC846-ENT-CODENT      PIC X(04).
               10  WS-ATPC846-ENT-VALIDA      PIC X(01).
               10  WS-ATPC846-ENT-CODPAIS     PIC 9(03).
               10  WS-ATPC846-ENT-CLAMONUF    PIC 9(03).
               10  WS-ATPC846-ENT-CONTCUR     PIC X(26).
               10  WS-ATPC846-ENT-COMP        PIC S9(13)V99
                                              OCCURS 5 TIMES.
       77  WS-ATPC846-ENT-BUSCADA             PIC X(04).

      * Saldos por entidad y cuenta: auxiliar esperado y mayor
      * devuelto
       78  WS-ATPC846-CTA-MAX                 VALUE 1000.
       77  WS-ATPC846-CTA-CANT                PIC 9(04) VALUE 0.
       77  WS-ATPC846-CTA-IDX                 PIC 9(04).
       01  WS-ATPC846-CUENTAS.
           05  WS-ATPC846-CTA OCCURS 1000 TIMES.
               10  WS-ATPC846-CTA-CLAVE.
                   15  WS-ATPC846-CTA-CODENT  PIC X(04).
                   15  WS-ATPC846-CTA-CONTCUR PIC X(26).
               10  WS-ATPC846-CTA-ENT-IDX     PIC 9(04).
               10  WS-ATPC846-CTA-AUXILIAR    PIC S9(13)V99.
               10  WS-ATPC846-CTA-MAYOR       PIC S9(13)V99.
               10  WS-ATPC846-CTA-FECMAYOR    PIC X(10).
               10  WS-ATPC846-CTA-TOLERANCIA  PIC 9(07)V99.
       01  WS-ATPC846-CTA-BUSCADA.
           05  WS-ATPC846-CBU-CODENT          PIC X(04).
           05  WS-ATPC846-CBU-CONTCUR         PIC X(26).

      * Partidas de suspenso reinyectadas (SUSRESOL.DAT)
       78  WS-ATPC846-INY-MAX                 VALUE 5000.
       77  WS-ATPC846-INY-CANT                PIC 9(04) VALUE 0.
       01  WS-ATPC846-INYECTADAS.
           05  WS-ATPC846-INY-ID              PIC X(18)
                                              OCCURS 5000 TIMES.
       01  FILLER                             PIC X(01).
           88 WS-ATPC846-REINYECTADA          VALUE "S"
              WHEN SET TO FALSE "N".

      * Quiebres abiertos de corridas anteriores (CONCGL.DAT); el
      * estado queda en "V" cuando el quiebre sigue vigente hoy
       78  WS-ATPC846-QUI-MAX                 VALUE 1000.
       77  WS-ATPC846-QUI-CANT                PIC 9(04) VALUE 0.
       77  WS-ATPC846-QUI-IDX                 PIC 9(04).
       01  WS-ATPC846-QUIEBRES.
           05  WS-ATPC846-QUI OCCURS 1000 TIMES.
               10  WS-ATPC846-QUI-CLAVE.
                   15  WS-ATPC846-QUI-CODENT  PIC X(04).
                   15  WS-ATPC846-QUI-CONTCUR PIC X(26).
               10  WS-ATPC846-QUI-FECDESDE    PIC X(10).
               10  WS-ATPC846-QUI-DIFERENCIA  PIC S9(13)V99.
               10  WS-ATPC846-QUI-ESTADO      PIC X(01).

      * Cuenta en curso
       77  WS-ATPC846-IMPORTE                 PIC S9(13)V99.
       77  WS-ATPC846-DIFERENCIA              PIC S9(13)V99.
       77  WS-ATPC846-DIF-ABS                 PIC 9(13)V99.
       77  WS-ATPC846-FECDESDE                PIC X(10).
       77  WS-ATPC846-FECHA-AUX               PIC X(10).
       77  WS-ATPC846-ANTIGUEDAD              PIC 9(03).
       77  WS-ATPC846-ESTADO                  PIC X(07).
       78  WS-ATPC846-DIAS-ALERTA             VALUE 2.

      * Contadores del resumen final
       77  WS-ATPC846-CTM-LEIDAS              PIC 9(08) VALUE 0.
       77  WS-ATPC846-ACU-LEIDOS              PIC 9(08) VALUE 0.
       77  WS-ATPC846-CAS-LEIDOS              PIC 9(08) VALUE 0.
       77  WS-ATPC846-SUS-ABIERTAS            PIC 9(08) VALUE 0.
       77  WS-ATPC846-SUS-SIN-TASA            PIC 9(06) VALUE 0.
       77  WS-ATPC846-MAY-LEIDOS              PIC 9(06) VALUE 0.
       77  WS-ATPC846-MAY-IGNORADOS           PIC 9(06) VALUE 0.
       77  WS-ATPC846-CONCILIADAS             PIC 9(06) VALUE 0.
       77  WS-ATPC846-CON-QUIEBRE             PIC 9(06) VALUE 0.
       77  WS-ATPC846-ALERTADOS               PIC 9(06) VALUE 0.
       77  WS-ATPC846-RESUELTOS               PIC 9(06) VALUE 0.

       77  WS-ATPC846-IMPORTE-ED              PIC -(13)9.99.
       77  WS-ATPC846-IMPORTE2-ED             PIC -(13)9.99.
       77  WS-ATPC846-IMPORTE3-ED             PIC -(13)9.99.
       01  WS-ATPC846-LINEA                   PIC X(150).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC846-PRINCIPAL
      *----------------------------------------------------------------
       ATPC846-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC846: CONCILIACION DEL AUXILIAR CONTRA EL MAYOR     -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC846" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC021-CARGAR-ARREGLO
           PERFORM ATPC157-CARGAR-ARREGLO
           PERFORM ATPC161-CARGAR-ARREGLO

           ACCEPT WS-ATPC846-HOY-AMD FROM DATE YYYYMMDD
           MOVE "-" TO WS-ATPC846-HOY-G1 WS-ATPC846-HOY-G2
           MOVE WS-ATPC846-HOY-AMD-AAAA TO WS-ATPC846-HOY-AAAA
           MOVE WS-ATPC846-HOY-AMD-MM   TO WS-ATPC846-HOY-MM
           MOVE WS-ATPC846-HOY-AMD-DD   TO WS-ATPC846-HOY-DD

           PERFORM ATPC846-LEER-PARAMETROS

           OPEN OUTPUT RPT-ATPC846
           MOVE SPACES TO WS-ATPC846-LINEA
           STRING " CONCILIACION DEL AUXILIAR CONTRA EL MAYOR ["
                                              DELIMITED BY SIZE
                  WS-ATPC846-HOY              DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC846-LINEA
           WRITE RPT-ATPC846-REG FROM WS-ATPC846-LINEA
           DISPLAY WS-ATPC846-LINEA

           OPEN INPUT MAY-SALDOS
           IF WS-ATPC846-MAY-STATUS NOT = "00"
              DISPLAY "ATPC846 - AVISO: sin SALDGL.DAT -- contabilidad "
                      "no devolvio saldos, no se concilia"
              MOVE SPACES TO WS-ATPC846-LINEA
              STRING " SIN SALDOS DEL MAYOR -- NO SE CONCILIA"
                                              DELIMITED BY SIZE
                INTO WS-ATPC846-LINEA
              WRITE RPT-ATPC846-REG FROM WS-ATPC846-LINEA
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              CLOSE MAY-SALDOS
              PERFORM ATPC846-CARGAR-QUIEBRES
              PERFORM ATPC846-ACUMULAR-MAESTRO
              PERFORM ATPC846-ACUMULAR-DEVENGADO
              PERFORM ATPC846-ACUMULAR-CASTIGOS
              PERFORM ATPC846-CARGAR-REINYECTADAS
              PERFORM ATPC846-ACUMULAR-SUSPENSO
              PERFORM ATPC846-ARMAR-CUENTAS
              PERFORM ATPC846-CARGAR-MAYOR
              PERFORM ATPC846-CONCILIAR-CUENTAS
              PERFORM ATPC846-INFORMAR-RESUELTOS
              PERFORM ATPC846-GRABAR-QUIEBRES
              PERFORM ATPC846-EMITIR-RESUMEN
           END-IF

           CLOSE RPT-ATPC846

           IF WS-ATPC846-CON-QUIEBRE > ZEROES
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY
           "- ATPC846: CONCILIACION FINALIZADA                       -"
           DISPLAY
           "----------------------------------------------------------"

           IF RETURN-CODE > 4
              MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           ELSE
              MOVE "OK" TO WS-ATPCRUN-ESTADO-FINAL
           END-IF
           PERFORM ATPCRUN-FINALIZAR

           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC846-ABORTAR
      *----------------------------------------------------------------
       ATPC846-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC846-LEER-PARAMETROS
      *----------------------------------------------------------------
      * Sube las lineas de ATPC846.PRM; la linea con componente o
      * signo desconocido se ignora y se informa. Sin ninguna linea
      * valida la corrida aborta
      *----------------------------------------------------------------
       ATPC846-LEER-PARAMETROS.
           OPEN INPUT PRM-ATPC846
           IF WS-ATPC846-PRM-STATUS NOT = "00"
              DISPLAY "ATPC846 - ERROR: no se pudo abrir ATPC846.PRM "
                      "-- FILE STATUS:[" WS-ATPC846-PRM-STATUS "] -- "
                      "corrida abortada"
              PERFORM ATPC846-ABORTAR
           END-IF
           SET WS-ATPC846-FIN-ENTRADA TO FALSE
           PERFORM UNTIL WS-ATPC846-FIN-ENTRADA
              READ PRM-ATPC846
                  AT END
                     SET WS-ATPC846-FIN-ENTRADA TO TRUE
                  NOT AT END
                     MOVE ZEROES TO WS-ATPC846-COMP-IDX
                     PERFORM VARYING WS-I FROM 1 BY 1
                               UNTIL WS-I > WS-ATPC846-COMPONENTES
                        IF WS-ATPC846-COMP-COD(WS-I) =
                           PRM-ATPC846-COMPONENTE
                           MOVE WS-I TO WS-ATPC846-COMP-IDX
                        END-IF
                     END-PERFORM
                     EVALUATE TRUE
                        WHEN WS-ATPC846-COMP-IDX = ZEROES
                        OR (PRM-ATPC846-SIGNO NOT = "+"
                            AND PRM-ATPC846-SIGNO NOT = "-")
                           DISPLAY "ATPC846 - AVISO: linea invalida "
                                   "en ATPC846.PRM ["
                                   PRM-ATPC846-REG "] -- ignorada"
                           IF RETURN-CODE < 4
                              MOVE 4 TO RETURN-CODE
                           END-IF
                        WHEN WS-ATPC846-MAP-CANT >= WS-ATPC846-MAP-MAX
                           DISPLAY "ATPC846 - ERROR: ATPC846.PRM "
                                   "supera la capacidad maxima ["
                                   WS-ATPC846-MAP-MAX "] -- linea ["
                                   PRM-ATPC846-REG "] ignorada"
                           MOVE 12 TO RETURN-CODE
                        WHEN OTHER
                           ADD 1 TO WS-ATPC846-MAP-CANT
                           MOVE PRM-ATPC846-CODENT
                             TO WS-ATPC846-MAP-CODENT
                                (WS-ATPC846-MAP-CANT)
                           MOVE PRM-ATPC846-COMPONENTE
                             TO WS-ATPC846-MAP-COMPONENTE
                                (WS-ATPC846-MAP-CANT)
                           MOVE PRM-ATPC846-SIGNO
                             TO WS-ATPC846-MAP-SIGNO
                                (WS-ATPC846-MAP-CANT)
                           MOVE PRM-ATPC846-CONTCUR
                             TO WS-ATPC846-MAP-CONTCUR
                                (WS-ATPC846-MAP-CANT)
                           IF PRM-ATPC846-TOLERANCIA-ALF IS NUMERIC
                              MOVE PRM-ATPC846-TOLERANCIA
                                TO WS-ATPC846-MAP-TOLERANCIA
                                   (WS-ATPC846-MAP-CANT)
                           ELSE
                              MOVE ZEROES
                                TO WS-ATPC846-MAP-TOLERANCIA
                                   (WS-ATPC846-MAP-CANT)
                           END-IF
                     END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE PRM-ATPC846

           IF WS-ATPC846-MAP-CANT = ZEROES
              DISPLAY "ATPC846 - ERROR: ATPC846.PRM sin cuentas "
                      "contables a conciliar -- corrida abortada"
              PERFORM ATPC846-ABORTAR
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC846-UBICAR-ENTIDAD
      *----------------------------------------------------------------
      * Deja en WS-ATPC846-ENT-IDX la fila de WS-ATPC846-ENT-BUSCADA,
      * agregandola con sus datos de ATPC021 si no existe (cero si la
      * tabla esta llena)
      *----------------------------------------------------------------
       ATPC846-UBICAR-ENTIDAD.
           MOVE ZEROES TO WS-ATPC846-ENT-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC846-ENT-CANT
              IF WS-ATPC846-ENT-CODENT(WS-I) = WS-ATPC846-ENT-BUSCADA
                 MOVE WS-I TO WS-ATPC846-ENT-IDX
                 MOVE WS-ATPC846-ENT-CANT TO WS-I
              END-IF
           END-PERFORM
           IF WS-ATPC846-ENT-IDX = ZEROES
              IF WS-ATPC846-ENT-CANT < WS-ATPC846-ENT-MAX
                 ADD 1 TO WS-ATPC846-ENT-CANT
                 MOVE WS-ATPC846-ENT-CANT TO WS-ATPC846-ENT-IDX
                 INITIALIZE WS-ATPC846-ENT(WS-ATPC846-ENT-IDX)
                 MOVE WS-ATPC846-ENT-BUSCADA
                   TO WS-ATPC846-ENT-CODENT(WS-ATPC846-ENT-IDX)
                 INITIALIZE WS-ATPC021
                 MOVE WS-ATPC846-ENT-BUSCADA TO WS-ATPC021-CODENT
                 PERFORM ATPC021-BUSCAR-EN-ARREGLO
                 IF WS-ATPC021-RETORNO-OK
                    MOVE CT-S
                      TO WS-ATPC846-ENT-VALIDA(WS-ATPC846-ENT-IDX)
                    MOVE WS-ATPC021-CODPAIS
                      TO WS-ATPC846-ENT-CODPAIS(WS-ATPC846-ENT-IDX)
                    MOVE WS-ATPC021-CLAMONUF
                      TO WS-ATPC846-ENT-CLAMONUF(WS-ATPC846-ENT-IDX)
                    MOVE WS-ATPC021-CONTCUR
                      TO WS-ATPC846-ENT-CONTCUR(WS-ATPC846-ENT-IDX)
                 ELSE
                    MOVE "N"
                      TO WS-ATPC846-ENT-VALIDA(WS-ATPC846-ENT-IDX)
                    DISPLAY "ATPC846 - AVISO: entidad ["
                            WS-ATPC846-ENT-BUSCADA "] no encontrada "
                            "en ATPC021 -- no se concilia"
                    IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                    END-IF
                 END-IF
              ELSE
                 DISPLAY "ATPC846 - ERROR: entidades superan la "
                         "capacidad maxima [" WS-ATPC846-ENT-MAX
                         "] -- entidad [" WS-ATPC846-ENT-BUSCADA
                         "] sin conciliar"
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC846-SUMAR-COMPONENTE
      *----------------------------------------------------------------
      * Suma WS-ATPC846-IMPORTE al componente WS-ATPC846-COMP-IDX de
      * la entidad WS-ATPC846-ENT-BUSCADA
      *----------------------------------------------------------------
       ATPC846-SUMAR-COMPONENTE.
           IF WS-ATPC846-ENT-IDX = ZEROES
           OR WS-ATPC846-ENT-CODENT(WS-ATPC846-ENT-IDX) NOT =
              WS-ATPC846-ENT-BUSCADA
              PERFORM ATPC846-UBICAR-ENTIDAD
           END-IF
           IF WS-ATPC846-ENT-IDX > ZEROES
              ADD WS-ATPC846-IMPORTE
               TO WS-ATPC846-ENT-COMP(WS-ATPC846-ENT-IDX,
                                      WS-ATPC846-COMP-IDX)
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC846-ACUMULAR-MAESTRO
      *----------------------------------------------------------------
      * SAL: saldo de las cuentas no castigadas; CSP: saldo castigado
      * pendiente de recupero de las castigadas
      *----------------------------------------------------------------
       ATPC846-ACUMULAR-MAESTRO.
           MOVE ZEROES TO WS-ATPC846-ENT-IDX
           OPEN INPUT CTM-MAESTRO
           IF WS-ATPC846-CTM-STATUS NOT = "00"
              DISPLAY "ATPC846 - AVISO: no se pudo abrir CTAMAE.DAT "
                      "-- FILE STATUS:[" WS-ATPC846-CTM-STATUS "] -- "
                      "cartera y castigado pendiente en cero"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              SET WS-ATPC846-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC846-FIN-ENTRADA
                 READ CTM-MAESTRO NEXT RECORD
                     AT END
                        SET WS-ATPC846-FIN-ENTRADA TO TRUE
                     NOT AT END
                        ADD 1 TO WS-ATPC846-CTM-LEIDAS
                        MOVE CTM-CODENT TO WS-ATPC846-ENT-BUSCADA
                        IF CTM-CASTIGADA
                           MOVE 2 TO WS-ATPC846-COMP-IDX
                           MOVE CTM-IMPCASTIGO TO WS-ATPC846-IMPORTE
                        ELSE
                           MOVE 1 TO WS-ATPC846-COMP-IDX
                           MOVE CTM-SALDO TO WS-ATPC846-IMPORTE
                        END-IF
                        PERFORM ATPC846-SUMAR-COMPONENTE
                 END-READ
              END-PERFORM
              CLOSE CTM-MAESTRO
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC846-ACUMULAR-DEVENGADO
      *----------------------------------------------------------------
       ATPC846-ACUMULAR-DEVENGADO.
           MOVE ZEROES TO WS-ATPC846-ENT-IDX
           OPEN INPUT ACU-MAESTRO
           IF WS-ATPC846-ACU-STATUS NOT = "00"
              DISPLAY "ATPC846 - AVISO: sin DEVACUM.DAT -- devengado "
                      "acumulado en cero"
           ELSE
              SET WS-ATPC846-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC846-FIN-ENTRADA
                 READ ACU-MAESTRO
                     AT END
                        SET WS-ATPC846-FIN-ENTRADA TO TRUE
                     NOT AT END
                        ADD 1 TO WS-ATPC846-ACU-LEIDOS
                        MOVE ACU-CODENT TO WS-ATPC846-ENT-BUSCADA
                        MOVE 4 TO WS-ATPC846-COMP-IDX
                        COMPUTE WS-ATPC846-IMPORTE ROUNDED =
                                ACU-ACUMULADO
                        PERFORM ATPC846-SUMAR-COMPONENTE
                 END-READ
              END-PERFORM
              CLOSE ACU-MAESTRO
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC846-ACUMULAR-CASTIGOS
      *----------------------------------------------------------------
       ATPC846-ACUMULAR-CASTIGOS.
           MOVE ZEROES TO WS-ATPC846-ENT-IDX
           OPEN INPUT CAS-CASTIGOS
           IF WS-ATPC846-CAS-STATUS NOT = "00"
              DISPLAY "ATPC846 - AVISO: sin CASTIGOS.DAT -- total "
                      "castigado en cero"
           ELSE
              SET WS-ATPC846-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC846-FIN-ENTRADA
                 READ CAS-CASTIGOS
                     AT END
                        SET WS-ATPC846-FIN-ENTRADA TO TRUE
                     NOT AT END
                        ADD 1 TO WS-ATPC846-CAS-LEIDOS
                        MOVE CAS-CODENT TO WS-ATPC846-ENT-BUSCADA
                        MOVE 3 TO WS-ATPC846-COMP-IDX
                        MOVE CAS-TOTAL TO WS-ATPC846-IMPORTE
                        PERFORM ATPC846-SUMAR-COMPONENTE
                 END-READ
              END-PERFORM
              CLOSE CAS-CASTIGOS
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC846-CARGAR-REINYECTADAS
      *----------------------------------------------------------------
      * Identificadores de las partidas de suspenso que ATPC817 ya
      * reinyecto a la aplicacion de pagos
      *----------------------------------------------------------------
       ATPC846-CARGAR-REINYECTADAS.
           OPEN INPUT RES-RESOLUCION
           IF WS-ATPC846-RES-STATUS = "00"
              SET WS-ATPC846-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC846-FIN-ENTRADA
                 READ RES-RESOLUCION
                     AT END
                        SET WS-ATPC846-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF RES-INYECTADO = CT-S
                           IF WS-ATPC846-INY-CANT < WS-ATPC846-INY-MAX
                              ADD 1 TO WS-ATPC846-INY-CANT
                              MOVE RES-SUS-ID
                                TO WS-ATPC846-INY-ID
                                   (WS-ATPC846-INY-CANT)
                           ELSE
                              DISPLAY "ATPC846 - ERROR: reinyecciones "
                                      "superan la capacidad maxima ["
                                      WS-ATPC846-INY-MAX "] -- partida "
                                      "[" RES-SUS-ID "] se toma "
                                      "abierta"
                              MOVE 12 TO RETURN-CODE
                           END-IF
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE RES-RESOLUCION
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC846-ACUMULAR-SUSPENSO
      *----------------------------------------------------------------
      * SUS: partidas de suspenso no reinyectadas; la partida en
      * moneda adicional se convierte a la moneda principal de la
      * entidad al tipo de cambio del dia (sin cotizacion se toma el
      * importe tal cual y se informa)
      *----------------------------------------------------------------
       ATPC846-ACUMULAR-SUSPENSO.
           MOVE ZEROES TO WS-ATPC846-ENT-IDX
           OPEN INPUT SUS-SUSPENSO
           IF WS-ATPC846-SUS-STATUS NOT = "00"
              DISPLAY "ATPC846 - AVISO: sin SUSPENSO.DAT -- suspenso "
                      "en cero"
           ELSE
              SET WS-ATPC846-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC846-FIN-ENTRADA
                 READ SUS-SUSPENSO
                     AT END
                        SET WS-ATPC846-FIN-ENTRADA TO TRUE
                     NOT AT END
                        SET WS-ATPC846-REINYECTADA TO FALSE
                        PERFORM VARYING WS-I FROM 1 BY 1
                                  UNTIL WS-I > WS-ATPC846-INY-CANT
                           IF WS-ATPC846-INY-ID(WS-I) = SUS-ID
                              SET WS-ATPC846-REINYECTADA TO TRUE
                              MOVE WS-ATPC846-INY-CANT TO WS-I
                           END-IF
                        END-PERFORM
                        IF NOT WS-ATPC846-REINYECTADA
                           ADD 1 TO WS-ATPC846-SUS-ABIERTAS
                           PERFORM ATPC846-SUMAR-SUSPENSO
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE SUS-SUSPENSO
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC846-SUMAR-SUSPENSO
      *----------------------------------------------------------------
       ATPC846-SUMAR-SUSPENSO.
           MOVE SUS-CODENT  TO WS-ATPC846-ENT-BUSCADA
           MOVE 5           TO WS-ATPC846-COMP-IDX
           MOVE SUS-IMPORTE TO WS-ATPC846-IMPORTE
           IF WS-ATPC846-ENT-IDX = ZEROES
           OR WS-ATPC846-ENT-CODENT(WS-ATPC846-ENT-IDX) NOT =
              WS-ATPC846-ENT-BUSCADA
              PERFORM ATPC846-UBICAR-ENTIDAD
           END-IF
           IF WS-ATPC846-ENT-IDX > ZEROES
           AND SUS-CLAMON IS NUMERIC
           AND SUS-CLAMON-NUM NOT =
               WS-ATPC846-ENT-CLAMONUF(WS-ATPC846-ENT-IDX)
              INITIALIZE WS-ATPC157-CONV
              MOVE SUS-CLAMON-NUM TO WS-ATPC157-CONV-MONDESDE
              MOVE WS-ATPC846-ENT-CLAMONUF(WS-ATPC846-ENT-IDX)
                TO WS-ATPC157-CONV-MONHASTA
              MOVE WS-ATPC846-HOY TO WS-ATPC157-CONV-FECHA
              MOVE SUS-IMPORTE    TO WS-ATPC157-CONV-IMPORTE
              PERFORM ATPC157-CONVERTIR
              IF WS-ATPC157-RETORNO-OK
                 MOVE WS-ATPC157-CONV-CONVERTIDO TO WS-ATPC846-IMPORTE
              ELSE
                 ADD 1 TO WS-ATPC846-SUS-SIN-TASA
                 DISPLAY "ATPC846 - AVISO: sin tipo de cambio ["
                         SUS-CLAMON "] para la partida [" SUS-ID
                         "] -- se toma el importe sin convertir"
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF
           PERFORM ATPC846-SUMAR-COMPONENTE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC846-CARGAR-MAYOR
      *----------------------------------------------------------------
      * Asigna el saldo devuelto por contabilidad a su cuenta; la
      * cuenta que ninguna linea de ATPC846.PRM alimenta no se
      * concilia
      *----------------------------------------------------------------
       ATPC846-CARGAR-MAYOR.
           OPEN INPUT MAY-SALDOS
           SET WS-ATPC846-FIN-ENTRADA TO FALSE
           PERFORM UNTIL WS-ATPC846-FIN-ENTRADA
              READ MAY-SALDOS
                  AT END
                     SET WS-ATPC846-FIN-ENTRADA TO TRUE
                  NOT AT END
                     ADD 1 TO WS-ATPC846-MAY-LEIDOS
                     MOVE ZEROES TO WS-ATPC846-CTA-IDX
                     IF MAY-SALDO-ALF(2:15) IS NUMERIC
                        MOVE MAY-CODENT  TO WS-ATPC846-CBU-CODENT
                        MOVE MAY-CONTCUR TO WS-ATPC846-CBU-CONTCUR
                        PERFORM VARYING WS-I FROM 1 BY 1
                                  UNTIL WS-I > WS-ATPC846-CTA-CANT
                           IF WS-ATPC846-CTA-CLAVE(WS-I) =
                              WS-ATPC846-CTA-BUSCADA
                              MOVE WS-I TO WS-ATPC846-CTA-IDX
                              MOVE WS-ATPC846-CTA-CANT TO WS-I
                           END-IF
                        END-PERFORM
                     END-IF
                     IF WS-ATPC846-CTA-IDX > ZEROES
                        MOVE MAY-SALDO
                          TO WS-ATPC846-CTA-MAYOR(WS-ATPC846-CTA-IDX)
                        MOVE MAY-FECHA
                          TO WS-ATPC846-CTA-FECMAYOR
                             (WS-ATPC846-CTA-IDX)
                     ELSE
                        ADD 1 TO WS-ATPC846-MAY-IGNORADOS
                     END-IF
              END-READ
           END-PERFORM
           CLOSE MAY-SALDOS
           .

      *----------------------------------------------------------------
      * Proceso: ATPC846-ARMAR-CUENTAS
      *----------------------------------------------------------------
      * Saldo esperado de cada cuenta por entidad: cada componente de
      * la entidad se suma, con su signo, a las cuentas de sus lineas
      * propias o, si no tiene, a las de las lineas generales
      *----------------------------------------------------------------
       ATPC846-ARMAR-CUENTAS.
           PERFORM VARYING WS-ATPC846-ENT-IDX FROM 1 BY 1
                     UNTIL WS-ATPC846-ENT-IDX > WS-ATPC846-ENT-CANT
              IF WS-ATPC846-ENT-VALIDA(WS-ATPC846-ENT-IDX) = CT-S
                 PERFORM VARYING WS-ATPC846-COMP-IDX FROM 1 BY 1
                           UNTIL WS-ATPC846-COMP-IDX >
                                 WS-ATPC846-COMPONENTES
                    PERFORM ATPC846-ARMAR-COMPONENTE
                 END-PERFORM
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC846-ARMAR-COMPONENTE
      *----------------------------------------------------------------
       ATPC846-ARMAR-COMPONENTE.
           MOVE ZEROES TO WS-ATPC846-MAP-PROPIAS
           PERFORM VARYING WS-ATPC846-MAP-IDX FROM 1 BY 1
                     UNTIL WS-ATPC846-MAP-IDX > WS-ATPC846-MAP-CANT
              IF WS-ATPC846-MAP-CODENT(WS-ATPC846-MAP-IDX) =
                 WS-ATPC846-ENT-CODENT(WS-ATPC846-ENT-IDX)
              AND WS-ATPC846-MAP-COMPONENTE(WS-ATPC846-MAP-IDX) =
                  WS-ATPC846-COMP-COD(WS-ATPC846-COMP-IDX)
                 ADD 1 TO WS-ATPC846-MAP-PROPIAS
                 PERFORM ATPC846-APLICAR-LINEA
              END-IF
           END-PERFORM
           IF WS-ATPC846-MAP-PROPIAS = ZEROES
              PERFORM VARYING WS-ATPC846-MAP-IDX FROM 1 BY 1
                        UNTIL WS-ATPC846-MAP-IDX > WS-ATPC846-MAP-CANT
                 IF WS-ATPC846-MAP-CODENT(WS-ATPC846-MAP-IDX) = SPACES
                 AND WS-ATPC846-MAP-COMPONENTE(WS-ATPC846-MAP-IDX) =
                     WS-ATPC846-COMP-COD(WS-ATPC846-COMP-IDX)
                    PERFORM ATPC846-APLICAR-LINEA
                 END-IF
              END-PERFORM
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC846-APLICAR-LINEA
      *----------------------------------------------------------------
      * Suma el componente de la entidad en curso a la cuenta de la
      * linea WS-ATPC846-MAP-IDX, agregando la cuenta si no existe
      *----------------------------------------------------------------
       ATPC846-APLICAR-LINEA.
           MOVE WS-ATPC846-ENT-CODENT(WS-ATPC846-ENT-IDX)
             TO WS-ATPC846-CBU-CODENT
           IF WS-ATPC846-MAP-CONTCUR(WS-ATPC846-MAP-IDX) = SPACES
              MOVE WS-ATPC846-ENT-CONTCUR(WS-ATPC846-ENT-IDX)
                TO WS-ATPC846-CBU-CONTCUR
           ELSE
              MOVE WS-ATPC846-MAP-CONTCUR(WS-ATPC846-MAP-IDX)
                TO WS-ATPC846-CBU-CONTCUR
           END-IF

           MOVE ZEROES TO WS-ATPC846-CTA-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC846-CTA-CANT
              IF WS-ATPC846-CTA-CLAVE(WS-I) = WS-ATPC846-CTA-BUSCADA
                 MOVE WS-I TO WS-ATPC846-CTA-IDX
                 MOVE WS-ATPC846-CTA-CANT TO WS-I
              END-IF
           END-PERFORM
           IF WS-ATPC846-CTA-IDX = ZEROES
              IF WS-ATPC846-CTA-CANT < WS-ATPC846-CTA-MAX
                 ADD 1 TO WS-ATPC846-CTA-CANT
                 MOVE WS-ATPC846-CTA-CANT TO WS-ATPC846-CTA-IDX
                 MOVE WS-ATPC846-CTA-BUSCADA
                   TO WS-ATPC846-CTA-CLAVE(WS-ATPC846-CTA-IDX)
                 MOVE WS-ATPC846-ENT-IDX
                   TO WS-ATPC846-CTA-ENT-IDX(WS-ATPC846-CTA-IDX)
                 MOVE ZEROES
                   TO WS-ATPC846-CTA-AUXILIAR(WS-ATPC846-CTA-IDX)
                      WS-ATPC846-CTA-MAYOR(WS-ATPC846-CTA-IDX)
                      WS-ATPC846-CTA-TOLERANCIA(WS-ATPC846-CTA-IDX)
                 MOVE SPACES
                   TO WS-ATPC846-CTA-FECMAYOR(WS-ATPC846-CTA-IDX)
              ELSE
                 DISPLAY "ATPC846 - ERROR: cuentas superan la "
                         "capacidad maxima [" WS-ATPC846-CTA-MAX
                         "] -- cuenta [" WS-ATPC846-CTA-BUSCADA
                         "] sin conciliar"
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF

           IF WS-ATPC846-CTA-IDX > ZEROES
              IF WS-ATPC846-MAP-SIGNO(WS-ATPC846-MAP-IDX) = "-"
                 SUBTRACT WS-ATPC846-ENT-COMP(WS-ATPC846-ENT-IDX,
                                              WS-ATPC846-COMP-IDX)
                     FROM WS-ATPC846-CTA-AUXILIAR(WS-ATPC846-CTA-IDX)
              ELSE
                 ADD WS-ATPC846-ENT-COMP(WS-ATPC846-ENT-IDX,
                                         WS-ATPC846-COMP-IDX)
                  TO WS-ATPC846-CTA-AUXILIAR(WS-ATPC846-CTA-IDX)
              END-IF
              IF WS-ATPC846-MAP-TOLERANCIA(WS-ATPC846-MAP-IDX) >
                 WS-ATPC846-CTA-TOLERANCIA(WS-ATPC846-CTA-IDX)
                 MOVE WS-ATPC846-MAP-TOLERANCIA(WS-ATPC846-MAP-IDX)
                   TO WS-ATPC846-CTA-TOLERANCIA(WS-ATPC846-CTA-IDX)
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC846-CARGAR-QUIEBRES
      *----------------------------------------------------------------
       ATPC846-CARGAR-QUIEBRES.
           OPEN INPUT QUI-QUIEBRES
           IF WS-ATPC846-QUI-STATUS = "00"
              SET WS-ATPC846-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC846-FIN-ENTRADA
                 READ QUI-QUIEBRES
                     AT END
                        SET WS-ATPC846-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF WS-ATPC846-QUI-CANT < WS-ATPC846-QUI-MAX
                           ADD 1 TO WS-ATPC846-QUI-CANT
                           MOVE QUI-CODENT
                             TO WS-ATPC846-QUI-CODENT
                                (WS-ATPC846-QUI-CANT)
                           MOVE QUI-CONTCUR
                             TO WS-ATPC846-QUI-CONTCUR
                                (WS-ATPC846-QUI-CANT)
                           MOVE QUI-FECDESDE
                             TO WS-ATPC846-QUI-FECDESDE
                                (WS-ATPC846-QUI-CANT)
                           MOVE QUI-DIFERENCIA
                             TO WS-ATPC846-QUI-DIFERENCIA
                                (WS-ATPC846-QUI-CANT)
                           MOVE SPACES
                             TO WS-ATPC846-QUI-ESTADO
                                (WS-ATPC846-QUI-CANT)
                        ELSE
                           DISPLAY "ATPC846 - ERROR: CONCGL.DAT supera "
                                   "la capacidad maxima ["
                                   WS-ATPC846-QUI-MAX "] -- quiebre ["
                                   QUI-CODENT "/" QUI-CONTCUR
                                   "] pierde su antiguedad"
                           MOVE 12 TO RETURN-CODE
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE QUI-QUIEBRES
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC846-CONCILIAR-CUENTAS
      *----------------------------------------------------------------
      * Diferencia de cada cuenta y antiguedad de sus quiebres,
      * agrupadas por entidad en el reporte (las cuentas se arman por
      * entidad, en el orden de la tabla de entidades)
      *----------------------------------------------------------------
       ATPC846-CONCILIAR-CUENTAS.
           MOVE ZEROES TO WS-ATPC846-ENT-IDX
           PERFORM VARYING WS-ATPC846-CTA-IDX FROM 1 BY 1
                     UNTIL WS-ATPC846-CTA-IDX > WS-ATPC846-CTA-CANT
              IF WS-ATPC846-CTA-ENT-IDX(WS-ATPC846-CTA-IDX) NOT =
                 WS-ATPC846-ENT-IDX
                 MOVE WS-ATPC846-CTA-ENT-IDX(WS-ATPC846-CTA-IDX)
                   TO WS-ATPC846-ENT-IDX
                 MOVE SPACES TO WS-ATPC846-LINEA
                 WRITE RPT-ATPC846-REG FROM WS-ATPC846-LINEA
                 MOVE SPACES TO WS-ATPC846-LINEA
                 STRING " ENTIDAD ["          DELIMITED BY SIZE
                        WS-ATPC846-ENT-CODENT(WS-ATPC846-ENT-IDX)
                                              DELIMITED BY SIZE
                        "]"                   DELIMITED BY SIZE
                   INTO WS-ATPC846-LINEA
                 WRITE RPT-ATPC846-REG FROM WS-ATPC846-LINEA
              END-IF
              PERFORM ATPC846-CONCILIAR-CUENTA
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC846-CONCILIAR-CUENTA
      *----------------------------------------------------------------
       ATPC846-CONCILIAR-CUENTA.
           COMPUTE WS-ATPC846-DIFERENCIA =
                   WS-ATPC846-CTA-MAYOR(WS-ATPC846-CTA-IDX)
                 - WS-ATPC846-CTA-AUXILIAR(WS-ATPC846-CTA-IDX)
           IF WS-ATPC846-DIFERENCIA < ZEROES
              COMPUTE WS-ATPC846-DIF-ABS = 0 - WS-ATPC846-DIFERENCIA
           ELSE
              MOVE WS-ATPC846-DIFERENCIA TO WS-ATPC846-DIF-ABS
           END-IF
           MOVE ZEROES TO WS-ATPC846-ANTIGUEDAD
           MOVE SPACES TO WS-ATPC846-FECDESDE

           IF WS-ATPC846-DIF-ABS >
              WS-ATPC846-CTA-TOLERANCIA(WS-ATPC846-CTA-IDX)
              ADD 1 TO WS-ATPC846-CON-QUIEBRE
              MOVE "QUIEBRE" TO WS-ATPC846-ESTADO
              IF WS-ATPC846-CTA-FECMAYOR(WS-ATPC846-CTA-IDX) = SPACES
                 MOVE "SIN GL" TO WS-ATPC846-ESTADO
              END-IF
              PERFORM ATPC846-FECHAR-QUIEBRE
           ELSE
              ADD 1 TO WS-ATPC846-CONCILIADAS
              MOVE "OK" TO WS-ATPC846-ESTADO
           END-IF

           MOVE WS-ATPC846-CTA-AUXILIAR(WS-ATPC846-CTA-IDX)
             TO WS-ATPC846-IMPORTE-ED
           MOVE WS-ATPC846-CTA-MAYOR(WS-ATPC846-CTA-IDX)
             TO WS-ATPC846-IMPORTE2-ED
           MOVE WS-ATPC846-DIFERENCIA TO WS-ATPC846-IMPORTE3-ED
           MOVE SPACES TO WS-ATPC846-LINEA
           STRING "  CUENTA ["                DELIMITED BY SIZE
                  WS-ATPC846-CTA-CONTCUR(WS-ATPC846-CTA-IDX)
                                              DELIMITED BY SIZE
                  "] AUXILIAR ["              DELIMITED BY SIZE
                  WS-ATPC846-IMPORTE-ED       DELIMITED BY SIZE
                  "] MAYOR ["                 DELIMITED BY SIZE
                  WS-ATPC846-IMPORTE2-ED      DELIMITED BY SIZE
                  "] AL ["                    DELIMITED BY SIZE
                  WS-ATPC846-CTA-FECMAYOR(WS-ATPC846-CTA-IDX)
                                              DELIMITED BY SIZE
                  "] DIF ["                   DELIMITED BY SIZE
                  WS-ATPC846-IMPORTE3-ED      DELIMITED BY SIZE
                  "] "                        DELIMITED BY SIZE
                  WS-ATPC846-ESTADO           DELIMITED BY SIZE
             INTO WS-ATPC846-LINEA
           WRITE RPT-ATPC846-REG FROM WS-ATPC846-LINEA
           IF WS-ATPC846-ESTADO NOT = "OK"
              MOVE SPACES TO WS-ATPC846-LINEA
              STRING "           DESDE ["     DELIMITED BY SIZE
                     WS-ATPC846-FECDESDE      DELIMITED BY SIZE
                     "] DIAS HABILES ["       DELIMITED BY SIZE
                     WS-ATPC846-ANTIGUEDAD    DELIMITED BY SIZE
                     "]"                      DELIMITED BY SIZE
                INTO WS-ATPC846-LINEA
              WRITE RPT-ATPC846-REG FROM WS-ATPC846-LINEA
              DISPLAY " QUIEBRE ["
                      WS-ATPC846-CTA-CODENT(WS-ATPC846-CTA-IDX) "/"
                      WS-ATPC846-CTA-CONTCUR(WS-ATPC846-CTA-IDX)
                      "] DIF [" WS-ATPC846-IMPORTE3-ED "] DIAS ["
                      WS-ATPC846-ANTIGUEDAD "]"
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC846-FECHAR-QUIEBRE
      *----------------------------------------------------------------
      * Fecha desde la que existe el quiebre (la del registro o hoy)
      * y su antiguedad en dias habiles del pais de la entidad; el
      * quiebre que supera WS-ATPC846-DIAS-ALERTA dias habiles asienta
      * una alerta critica
      *----------------------------------------------------------------
       ATPC846-FECHAR-QUIEBRE.
           MOVE ZEROES TO WS-ATPC846-QUI-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ATPC846-QUI-CANT
              IF WS-ATPC846-QUI-CLAVE(WS-I) =
                 WS-ATPC846-CTA-CLAVE(WS-ATPC846-CTA-IDX)
                 MOVE WS-I TO WS-ATPC846-QUI-IDX
                 MOVE WS-ATPC846-QUI-CANT TO WS-I
              END-IF
           END-PERFORM
           IF WS-ATPC846-QUI-IDX = ZEROES
              IF WS-ATPC846-QUI-CANT < WS-ATPC846-QUI-MAX
                 ADD 1 TO WS-ATPC846-QUI-CANT
                 MOVE WS-ATPC846-QUI-CANT TO WS-ATPC846-QUI-IDX
                 MOVE WS-ATPC846-CTA-CLAVE(WS-ATPC846-CTA-IDX)
                   TO WS-ATPC846-QUI-CLAVE(WS-ATPC846-QUI-IDX)
                 MOVE WS-ATPC846-HOY
                   TO WS-ATPC846-QUI-FECDESDE(WS-ATPC846-QUI-IDX)
              ELSE
                 DISPLAY "ATPC846 - ERROR: quiebres superan la "
                         "capacidad maxima [" WS-ATPC846-QUI-MAX
                         "] -- quiebre ["
                         WS-ATPC846-CTA-CLAVE(WS-ATPC846-CTA-IDX)
                         "] sin registrar"
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF
           IF WS-ATPC846-QUI-IDX = ZEROES
              MOVE WS-ATPC846-HOY TO WS-ATPC846-FECDESDE
           ELSE
              MOVE "V" TO WS-ATPC846-QUI-ESTADO(WS-ATPC846-QUI-IDX)
              MOVE WS-ATPC846-DIFERENCIA
                TO WS-ATPC846-QUI-DIFERENCIA(WS-ATPC846-QUI-IDX)
              MOVE WS-ATPC846-QUI-FECDESDE(WS-ATPC846-QUI-IDX)
                TO WS-ATPC846-FECDESDE
           END-IF

           MOVE WS-ATPC846-FECDESDE TO WS-ATPC846-FECHA-AUX
           PERFORM UNTIL WS-ATPC846-FECHA-AUX >= WS-ATPC846-HOY
                      OR WS-ATPC846-ANTIGUEDAD >= 999
              INITIALIZE WS-ATPC161
              MOVE WS-ATPC846-ENT-CODPAIS(WS-ATPC846-ENT-IDX)
                TO WS-ATPC161-CODPAIS
              MOVE WS-ATPC846-FECHA-AUX TO WS-ATPC161-FECHA
              PERFORM ATPC161-PROXIMO-DIA-HABIL
              MOVE WS-ATPC161-FECHA-HABIL TO WS-ATPC846-FECHA-AUX
              IF WS-ATPC846-FECHA-AUX <= WS-ATPC846-HOY
                 ADD 1 TO WS-ATPC846-ANTIGUEDAD
              END-IF
           END-PERFORM

           IF WS-ATPC846-ANTIGUEDAD > WS-ATPC846-DIAS-ALERTA
              ADD 1 TO WS-ATPC846-ALERTADOS
              MOVE WS-ATPC846-DIFERENCIA TO WS-ATPC846-IMPORTE3-ED
              INITIALIZE WS-ATPCALE-ENTRADA
              SET WS-ATPCALE-SEV-CRITICA TO TRUE
              MOVE "ATPC846" TO WS-ATPCALE-PROGRAMA
              MOVE SPACES    TO WS-ATPCALE-TABLA
              MOVE WS-ATPC846-CTA-CLAVE(WS-ATPC846-CTA-IDX)
                TO WS-ATPCALE-CLAVE
              STRING "QUIEBRE AUXILIAR CONTRA MAYOR DE "
                                              DELIMITED BY SIZE
                     WS-ATPC846-IMPORTE3-ED   DELIMITED BY SIZE
                     " ABIERTO DESDE "        DELIMITED BY SIZE
                     WS-ATPC846-FECDESDE      DELIMITED BY SIZE
                     " ("                     DELIMITED BY SIZE
                     WS-ATPC846-ANTIGUEDAD    DELIMITED BY SIZE
                     " DIAS HABILES)"         DELIMITED BY SIZE
                INTO WS-ATPCALE-MENSAJE
              PERFORM ATPCALE-GRABAR-ALERTA
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC846-INFORMAR-RESUELTOS
      *----------------------------------------------------------------
      * Quiebres del registro que hoy ya no existen
      *----------------------------------------------------------------
       ATPC846-INFORMAR-RESUELTOS.
           PERFORM VARYING WS-ATPC846-QUI-IDX FROM 1 BY 1
                     UNTIL WS-ATPC846-QUI-IDX > WS-ATPC846-QUI-CANT
              IF WS-ATPC846-QUI-ESTADO(WS-ATPC846-QUI-IDX) = SPACES
              AND WS-ATPC846-QUI-FECDESDE(WS-ATPC846-QUI-IDX) NOT =
                  WS-ATPC846-HOY
                 ADD 1 TO WS-ATPC846-RESUELTOS
                 IF WS-ATPC846-RESUELTOS = 1
                    MOVE SPACES TO WS-ATPC846-LINEA
                    WRITE RPT-ATPC846-REG FROM WS-ATPC846-LINEA
                 END-IF
                 MOVE WS-ATPC846-QUI-DIFERENCIA(WS-ATPC846-QUI-IDX)
                   TO WS-ATPC846-IMPORTE3-ED
                 MOVE SPACES TO WS-ATPC846-LINEA
                 STRING " RESUELTO ["         DELIMITED BY SIZE
                        WS-ATPC846-QUI-CODENT(WS-ATPC846-QUI-IDX)
                                              DELIMITED BY SIZE
                        "/"                   DELIMITED BY SIZE
                        WS-ATPC846-QUI-CONTCUR(WS-ATPC846-QUI-IDX)
                                              DELIMITED BY SIZE
                        "] ABIERTO DESDE ["   DELIMITED BY SIZE
                        WS-ATPC846-QUI-FECDESDE(WS-ATPC846-QUI-IDX)
                                              DELIMITED BY SIZE
                        "] ULTIMA DIF ["      DELIMITED BY SIZE
                        WS-ATPC846-IMPORTE3-ED
                                              DELIMITED BY SIZE
                        "]"                   DELIMITED BY SIZE
                   INTO WS-ATPC846-LINEA
                 WRITE RPT-ATPC846-REG FROM WS-ATPC846-LINEA
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC846-GRABAR-QUIEBRES
      *----------------------------------------------------------------
      * Reescribe CONCGL.DAT con los quiebres vigentes de hoy
      *----------------------------------------------------------------
       ATPC846-GRABAR-QUIEBRES.
           OPEN OUTPUT QUI-QUIEBRES
           IF WS-ATPC846-QUI-STATUS NOT = "00"
              DISPLAY "ATPC846 - ERROR: no se pudo abrir CONCGL.DAT "
                      "-- FILE STATUS:[" WS-ATPC846-QUI-STATUS "] -- "
                      "los quiebres quedan sin registrar"
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM VARYING WS-ATPC846-QUI-IDX FROM 1 BY 1
                        UNTIL WS-ATPC846-QUI-IDX > WS-ATPC846-QUI-CANT
                 IF WS-ATPC846-QUI-ESTADO(WS-ATPC846-QUI-IDX) = "V"
                    MOVE WS-ATPC846-QUI-CODENT(WS-ATPC846-QUI-IDX)
                      TO QUI-CODENT
                    MOVE WS-ATPC846-QUI-CONTCUR(WS-ATPC846-QUI-IDX)
                      TO QUI-CONTCUR
                    MOVE WS-ATPC846-QUI-FECDESDE(WS-ATPC846-QUI-IDX)
                      TO QUI-FECDESDE
                    MOVE WS-ATPC846-QUI-DIFERENCIA(WS-ATPC846-QUI-IDX)
                      TO QUI-DIFERENCIA
                    WRITE QUI-QUIEBRES-REG
                 END-IF
              END-PERFORM
              CLOSE QUI-QUIEBRES
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC846-EMITIR-RESUMEN
      *----------------------------------------------------------------
       ATPC846-EMITIR-RESUMEN.
           MOVE SPACES TO WS-ATPC846-LINEA
           WRITE RPT-ATPC846-REG FROM WS-ATPC846-LINEA
           MOVE SPACES TO WS-ATPC846-LINEA
           STRING " CUENTAS MAESTRO: "        DELIMITED BY SIZE
                  WS-ATPC846-CTM-LEIDAS       DELIMITED BY SIZE
                  "  DEVACUM: "               DELIMITED BY SIZE
                  WS-ATPC846-ACU-LEIDOS       DELIMITED BY SIZE
                  "  CASTIGOS: "              DELIMITED BY SIZE
                  WS-ATPC846-CAS-LEIDOS       DELIMITED BY SIZE
                  "  SUSPENSO ABIERTO: "      DELIMITED BY SIZE
                  WS-ATPC846-SUS-ABIERTAS     DELIMITED BY SIZE
                  "  SIN TIPO DE CAMBIO: "    DELIMITED BY SIZE
                  WS-ATPC846-SUS-SIN-TASA     DELIMITED BY SIZE
             INTO WS-ATPC846-LINEA
           WRITE RPT-ATPC846-REG FROM WS-ATPC846-LINEA
           DISPLAY WS-ATPC846-LINEA

           MOVE SPACES TO WS-ATPC846-LINEA
           STRING " SALDOS DEL MAYOR: "       DELIMITED BY SIZE
                  WS-ATPC846-MAY-LEIDOS       DELIMITED BY SIZE
                  "  SIN CONCILIAR: "         DELIMITED BY SIZE
                  WS-ATPC846-MAY-IGNORADOS    DELIMITED BY SIZE
                  "  CUENTAS: "               DELIMITED BY SIZE
                  WS-ATPC846-CTA-CANT         DELIMITED BY SIZE
                  "  CONCILIADAS: "           DELIMITED BY SIZE
                  WS-ATPC846-CONCILIADAS      DELIMITED BY SIZE
                  "  QUIEBRES: "              DELIMITED BY SIZE
                  WS-ATPC846-CON-QUIEBRE      DELIMITED BY SIZE
                  "  ALERTADOS: "             DELIMITED BY SIZE
                  WS-ATPC846-ALERTADOS        DELIMITED BY SIZE
                  "  RESUELTOS: "             DELIMITED BY SIZE
                  WS-ATPC846-RESUELTOS        DELIMITED BY SIZE
             INTO WS-ATPC846-LINEA
           WRITE RPT-ATPC846-REG FROM WS-ATPC846-LINEA
           DISPLAY WS-ATPC846-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: 888888-LOGGEAR-TRANSACCION
      *----------------------------------------------------------------
      * Rutina de traza de entrada/salida de las librerias ATPCxxx
      * invocadas por este programa (documentada como dependencia del
      * host en el encabezado de cada libreria ATPCnnn-PR). Este
      * programa batch la resuelve volcando la transaccion a consola;
      * un programa en linea podria resolver esta misma rutina contra
      * su propio log de transacciones.
       888888-LOGGEAR-TRANSACCION.
           DISPLAY INDICADOR_I-O OF MPMLOG " "
                   CODIGO_RUTINA OF MPMLOG " "
                   MENSAJE_COPY  OF MPMLOG
           .

       COPY "ATPC021-PR".
       COPY "ATPC157-PR".
       COPY "ATPC161-PR".
       COPY "ATPCALE-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
