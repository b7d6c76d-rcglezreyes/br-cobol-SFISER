       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC855.
      *----------------------------------------------------------------
      * Programa batch de extracto enmascarado para el ambiente de QA:
      * hasta ahora la cadena de facturacion se probaba en QA con
      * copias de SALDIAR.DAT, CTAMORA.DAT, PAGOS.DAT y CTAMAE.DAT de
      * produccion, numeros de cuenta reales incluidos. Este programa
      * arma de una sola vez una copia enmascarada y consistente de
      * los cuatro --
      *  - numero de cuenta: se reemplaza por su cifrado de 16 digitos
      *    (libreria ATPCSEU con la clave de QA de ATPC855.PRM, que no
      *    debe viajar a QA): la misma cuenta da el mismo numero en
      *    los cuatro archivos y en todas las corridas, con lo que los
      *    apareos de QA siguen funcionando;
      *  - importes: se alteran con un factor propio de cada cuenta
      *    (sale de su numero enmascarado) dentro de la tolerancia
      *    en porcentaje de ATPC855.PRM, el mismo factor en todos sus
      *    importes y en todos los archivos, para que saldo, pagos y
      *    maestro sigan siendo coherentes entre si; los dias de mora,
      *    estados, fechas y codigos no se tocan;
      *  - CODENT: se conserva; los registros de entidades que no
      *    existen en ATPC021 se dejan afuera (se cuentan) para que la
      *    copia no lleve referencias rotas;
      *  - textos libres del maestro (motivo del cierre, motivo y
      *    evidencia del estado especial): en blanco.
      * Los archivos planos se reordenan por CODENT + numero
      * enmascarado (mismo orden que esperan los consumidores) a
      * traves del archivo de trabajo indexado ATPC855.WRK.
      *
      * Salidas (operaciones las lleva a QA con el nombre indicado):
      *  - SALDIAR.MSK -> SALDIAR.ENV y CTAMORA.MSK -> CTAMORA.ENV:
      *    con el sobre de ATPC987 (CAB con la fecha del dia y la
      *    secuencia de ATPC855.PRM; PIE con la cantidad y el hash de
      *    importes recalculados con el mismo criterio de ATPC987);
      *  - PAGOS.MSK -> PAGOS.DAT, sin sobre;
      *  - CTAMAE.MSK -> CTAMAE.DAT, indexado con el layout del
      *    maestro.
      *
      * Parametros en ATPC855.PRM, una linea por parametro: TIPO(3) +
      * VALOR(8) --
      *  - CLV: clave de enmascarado (obligatoria, distinta de la de
      *    ATPC854);
      *  - TOL: tolerancia de los importes en porcentaje (defecto 10,
      *    maximo 50; 0 = importes sin alterar);
      *  - SAL / CTA: numero de secuencia del sobre de SALDIAR /
      *    CTAMORA, el siguiente al ultimo aceptado en QA (ATPCENV.SEC
      *    de QA); defecto 1.
      *
      * Sin clave la corrida termina con RC 12; un archivo de entrada
      * ausente, los registros sin entidad o con numero de cuenta no
      * convertible dejan RC 4.
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
           SELECT PRM-ATPC855 ASSIGN TO "ATPC855.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC855-PRM-STATUS.
           SELECT SAL-DIARIOS ASSIGN TO "SALDIAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC855-ENT-STATUS.
           SELECT CTA-MORA ASSIGN TO "CTAMORA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC855-ENT-STATUS.
           SELECT PAG-PAGOS ASSIGN TO "PAGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC855-ENT-STATUS.
      * Maestro de cuentas -- ver ATPCCTM-CTM.cpy
           SELECT CTM-MAESTRO ASSIGN TO "CTAMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTM-CLAVE
               FILE STATUS IS WS-ATPC855-CTM-STATUS.
      * Copia enmascarada del maestro, mismo layout
           SELECT MSK-MAESTRO ASSIGN TO "CTAMAE.MSK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSK-CLAVE
               FILE STATUS IS WS-ATPC855-MSK-STATUS.
      * Trabajo para reordenar por el numero enmascarado
           SELECT WRK-TRABAJO ASSIGN TO "ATPC855.WRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-CLAVE
               FILE STATUS IS WS-ATPC855-WRK-STATUS.
           SELECT SAL-MASCARA ASSIGN TO "SALDIAR.MSK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC855-SAL-STATUS.
           SELECT CTA-MASCARA ASSIGN TO "CTAMORA.MSK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC855-SAL-STATUS.
           SELECT PAG-MASCARA ASSIGN TO "PAGOS.MSK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC855-SAL-STATUS.
           SELECT RPT-ATPC855 ASSIGN TO "ATPC855.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
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
       COPY "ATPCCTL-CTL".
       COPY "ATPCAUD-AUD".
       COPY "ATPCDIF-DIF".
       COPY "ATPCLCK-LCK".
       COPY "ATPCEXC-EXC".
       COPY "ATPCCTM-CTM".
       COPY "ATPCCTM-CTM" REPLACING LEADING ==CTM-== BY ==MSK-==.

       FD  PRM-ATPC855
           RECORDING MODE IS F.
       01  PRM-ATPC855-REG.
           05  PRM-ATPC855-TIPO               PIC X(03).
           05  PRM-ATPC855-VALOR              PIC X(08).
           05  PRM-ATPC855-VALOR-NUM
               REDEFINES PRM-ATPC855-VALOR    PIC 9(08).

      * Alimentadores de entrada -- layouts en ATPC922 y ATPC964
       FD  SAL-DIARIOS
           RECORDING MODE IS F.
       01  SAL-DIARIOS-REG                    PIC X(31).

       FD  CTA-MORA
           RECORDING MODE IS F.
       01  CTA-MORA-REG                       PIC X(29).

       FD  PAG-PAGOS
           RECORDING MODE IS F.
       01  PAG-PAGOS-REG                      PIC X(44).

       FD  WRK-TRABAJO.
       01  WRK-TRABAJO-REG.
           05  WRK-CLAVE.
               10  WRK-CODENT                 PIC X(04).
               10  WRK-NUMCUENTA              PIC X(16).
               10  WRK-SECUENCIA              PIC 9(09).
           05  WRK-DATOS                      PIC X(60).

       FD  SAL-MASCARA
           RECORDING MODE IS F.
       01  SAL-MASCARA-REG                    PIC X(31).

       FD  CTA-MASCARA
           RECORDING MODE IS F.
       01  CTA-MASCARA-REG                    PIC X(29).

       FD  PAG-MASCARA
           RECORDING MODE IS F.
       01  PAG-MASCARA-REG                    PIC X(44).

       FD  RPT-ATPC855
           RECORDING MODE IS F.
       01  RPT-ATPC855-REG                    PIC X(130).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPC021-WS".
       COPY "ATPC096-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".
       COPY "ATPCSEU-WS".

       77  WS-ATPC855-PRM-STATUS              PIC X(02).
       77  WS-ATPC855-ENT-STATUS              PIC X(02).
       77  WS-ATPC855-CTM-STATUS              PIC X(02).
       77  WS-ATPC855-MSK-STATUS              PIC X(02).
       77  WS-ATPC855-WRK-STATUS              PIC X(02).
       77  WS-ATPC855-SAL-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC855-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.
       01  FILLER                             PIC X(01).
           88 WS-ATPC855-CON-CLAVE            VALUE "S"
              WHEN SET TO FALSE "N".

      * Parametros (ATPC855.PRM)
       77  WS-ATPC855-CLAVE-MSK               PIC 9(08) VALUE 0.
       77  WS-ATPC855-TOLERANCIA              PIC 9(02) VALUE 10.
       77  WS-ATPC855-SEC-SAL                 PIC 9(06) VALUE 1.
       77  WS-ATPC855-SEC-CTA                 PIC 9(06) VALUE 1.

      * Archivo en proceso: SAL, CTA o PAG
       77  WS-ATPC855-ARCHIVO                 PIC X(03).
       77  WS-ATPC855-NOMBRE                  PIC X(12).

      * Registro plano en proceso y sus vistas por alimentador
       01  WS-ATPC855-REG                     PIC X(60).
       01  WS-ATPC855-REG-SAL REDEFINES WS-ATPC855-REG.
           05  WS-ATPC855-SAL-CODENT          PIC X(04).
           05  WS-ATPC855-SAL-NUMCUENTA       PIC X(16).
           05  WS-ATPC855-SAL-SALDO           PIC S9(09)V99.
           05  WS-ATPC855-SAL-SALDO-IMG
               REDEFINES WS-ATPC855-SAL-SALDO PIC X(11).
           05  WS-ATPC855-SAL-SALDO-ABS
               REDEFINES WS-ATPC855-SAL-SALDO PIC 9(09)V99.
           05  FILLER                         PIC X(29).
       01  WS-ATPC855-REG-CTA REDEFINES WS-ATPC855-REG.
           05  WS-ATPC855-CTA-CODENT          PIC X(04).
           05  WS-ATPC855-CTA-NUMCUENTA       PIC X(16).
           05  WS-ATPC855-CTA-LINEA           PIC X(04).
           05  WS-ATPC855-CTA-DIAS            PIC 9(03).
           05  WS-ATPC855-CTA-DIAS-IMG
               REDEFINES WS-ATPC855-CTA-DIAS  PIC X(03).
           05  WS-ATPC855-CTA-ESTADO-ACT      PIC 9(02).
           05  FILLER                         PIC X(31).
       01  WS-ATPC855-REG-PAG REDEFINES WS-ATPC855-REG.
           05  WS-ATPC855-PAG-CODENT          PIC X(04).
           05  WS-ATPC855-PAG-NUMCUENTA       PIC X(16).
           05  WS-ATPC855-PAG-IMPORTE         PIC 9(09)V99.
           05  WS-ATPC855-PAG-IMPORTE-IMG
               REDEFINES WS-ATPC855-PAG-IMPORTE PIC X(11).
           05  WS-ATPC855-PAG-FECVALOR        PIC X(10).
           05  WS-ATPC855-PAG-CLAMON          PIC X(03).
           05  FILLER                         PIC X(16).

      * Sobre de ATPC987
       01  WS-ATPC855-SOBRE                   PIC X(100).
       01  WS-ATPC855-SOBRE-CAB REDEFINES WS-ATPC855-SOBRE.
           05  WS-ATPC855-CAB-TIPO            PIC X(03).
           05  WS-ATPC855-CAB-FECGEN          PIC 9(08).
           05  WS-ATPC855-CAB-SECUENCIA       PIC 9(06).
           05  FILLER                         PIC X(83).
       01  WS-ATPC855-SOBRE-PIE REDEFINES WS-ATPC855-SOBRE.
           05  WS-ATPC855-PIE-TIPO            PIC X(03).
           05  WS-ATPC855-PIE-CANTIDAD        PIC 9(09).
           05  WS-ATPC855-PIE-HASH            PIC 9(13)V99.
           05  FILLER                         PIC X(73).

      * Corte por entidad
       01  WS-ATPC855-ENT-ANT                 PIC X(04).
       01  FILLER                             PIC X(01).
           88 WS-ATPC855-ENT-VALIDA           VALUE "S"
              WHEN SET TO FALSE "N".

      * Cuenta en proceso: numero enmascarado y factor de importes
       01  FILLER                             PIC X(01).
           88 WS-ATPC855-CUENTA-OK            VALUE "S"
              WHEN SET TO FALSE "N".
       77  WS-ATPC855-CODENT                  PIC X(04).
       77  WS-ATPC855-NUMCUENTA               PIC X(16).
       77  WS-ATPC855-MASCARA                 PIC X(16).
       77  WS-ATPC855-SEMILLA                 PIC 9(04).
       77  WS-ATPC855-RANGO                   PIC 9(05).
       77  WS-ATPC855-MODULO                  PIC 9(05).
       77  WS-ATPC855-COCIENTE                PIC 9(05).
       77  WS-ATPC855-RESTO                   PIC 9(05).
       77  WS-ATPC855-DESVIO                  PIC S9(05).
       77  WS-ATPC855-FACTOR                  PIC 9(01)V9(04).
       77  WS-ATPC855-K                       PIC 9(01).

      * Contadores por archivo
       77  WS-ATPC855-SECUENCIA               PIC 9(09).
       77  WS-ATPC855-LEIDOS                  PIC 9(09).
       77  WS-ATPC855-EXTRAIDOS               PIC 9(09).
       77  WS-ATPC855-SIN-ENTIDAD             PIC 9(09).
       77  WS-ATPC855-NO-CONVERTIBLES         PIC 9(09).
       77  WS-ATPC855-DUPLICADOS              PIC 9(09).
       77  WS-ATPC855-HASH                    PIC 9(13)V99.
       77  WS-ATPC855-DIAS-AUX                PIC 9(03).

       77  WS-ATPC855-ERRORES                 PIC 9(06) VALUE 0.

       77  WS-ATPC855-HOY                     PIC 9(08).

       01  WS-ATPC855-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC855-PRINCIPAL
      *----------------------------------------------------------------
       ATPC855-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC855: EXTRACTO ENMASCARADO PARA QA                  -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC855" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC021-CARGAR-ARREGLO

           ACCEPT WS-ATPC855-HOY FROM DATE YYYYMMDD

           PERFORM ATPC855-LEER-PARAMETROS
           IF NOT WS-ATPC855-CON-CLAVE
              DISPLAY "ATPC855 - ERROR: sin linea CLV con la clave de "
                      "enmascarado en ATPC855.PRM -- corrida abortada"
              PERFORM ATPC855-ABORTAR
           END-IF
           COMPUTE WS-ATPC855-RANGO = WS-ATPC855-TOLERANCIA * 100
           COMPUTE WS-ATPC855-MODULO = WS-ATPC855-RANGO * 2 + 1

           OPEN OUTPUT RPT-ATPC855
           MOVE SPACES TO WS-ATPC855-LINEA
           STRING " EXTRACTO ENMASCARADO PARA QA AL ["
                                              DELIMITED BY SIZE
                  WS-ATPC855-HOY              DELIMITED BY SIZE
                  "] -- TOLERANCIA DE IMPORTES ["
                                              DELIMITED BY SIZE
                  WS-ATPC855-TOLERANCIA       DELIMITED BY SIZE
                  "%]"                        DELIMITED BY SIZE
             INTO WS-ATPC855-LINEA
           WRITE RPT-ATPC855-REG FROM WS-ATPC855-LINEA
           DISPLAY WS-ATPC855-LINEA

           MOVE "SAL"          TO WS-ATPC855-ARCHIVO
           MOVE "SALDIAR.DAT"  TO WS-ATPC855-NOMBRE
           PERFORM ATPC855-EXTRAER-PLANO
           MOVE "CTA"          TO WS-ATPC855-ARCHIVO
           MOVE "CTAMORA.DAT"  TO WS-ATPC855-NOMBRE
           PERFORM ATPC855-EXTRAER-PLANO
           MOVE "PAG"          TO WS-ATPC855-ARCHIVO
           MOVE "PAGOS.DAT"    TO WS-ATPC855-NOMBRE
           PERFORM ATPC855-EXTRAER-PLANO
           PERFORM ATPC855-EXTRAER-MAESTRO

           CLOSE RPT-ATPC855

           IF WS-ATPC855-ERRORES > ZEROES
           AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY
           "- ATPC855: EXTRACTO FINALIZADO                           -"
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
      * Proceso: ATPC855-ABORTAR
      *----------------------------------------------------------------
       ATPC855-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC855-LEER-PARAMETROS
      *----------------------------------------------------------------
       ATPC855-LEER-PARAMETROS.
           SET WS-ATPC855-CON-CLAVE TO FALSE
           OPEN INPUT PRM-ATPC855
           IF WS-ATPC855-PRM-STATUS = "00"
              PERFORM UNTIL WS-ATPC855-PRM-STATUS NOT = "00"
                 READ PRM-ATPC855
                     AT END
                        MOVE "10" TO WS-ATPC855-PRM-STATUS
                     NOT AT END
                        PERFORM ATPC855-INCORPORAR-PARAMETRO
                 END-READ
              END-PERFORM
              CLOSE PRM-ATPC855
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC855-INCORPORAR-PARAMETRO
      *----------------------------------------------------------------
       ATPC855-INCORPORAR-PARAMETRO.
           EVALUATE TRUE
              WHEN PRM-ATPC855-VALOR IS NOT NUMERIC
                 ADD 1 TO WS-ATPC855-ERRORES
                 DISPLAY "ATPC855 - ALERTA: linea de ATPC855.PRM "
                         "ignorada [" PRM-ATPC855-REG "] -- valor no "
                         "numerico"
              WHEN PRM-ATPC855-TIPO = "CLV"
              AND  PRM-ATPC855-VALOR-NUM > ZEROES
                 MOVE PRM-ATPC855-VALOR-NUM TO WS-ATPC855-CLAVE-MSK
                 SET WS-ATPC855-CON-CLAVE TO TRUE
              WHEN PRM-ATPC855-TIPO = "TOL"
              AND  PRM-ATPC855-VALOR-NUM NOT > 50
                 MOVE PRM-ATPC855-VALOR-NUM TO WS-ATPC855-TOLERANCIA
              WHEN PRM-ATPC855-TIPO = "SAL"
              AND  PRM-ATPC855-VALOR-NUM > ZEROES
              AND  PRM-ATPC855-VALOR-NUM < 1000000
                 MOVE PRM-ATPC855-VALOR-NUM TO WS-ATPC855-SEC-SAL
              WHEN PRM-ATPC855-TIPO = "CTA"
              AND  PRM-ATPC855-VALOR-NUM > ZEROES
              AND  PRM-ATPC855-VALOR-NUM < 1000000
                 MOVE PRM-ATPC855-VALOR-NUM TO WS-ATPC855-SEC-CTA
              WHEN OTHER
                 ADD 1 TO WS-ATPC855-ERRORES
                 DISPLAY "ATPC855 - ALERTA: linea de ATPC855.PRM "
                         "ignorada [" PRM-ATPC855-REG "] -- tipo "
                         "desconocido o valor fuera de rango"
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC855-EXTRAER-PLANO
      *----------------------------------------------------------------
      * Primera pasada: cada registro del alimentador WS-ATPC855-
      * ARCHIVO, enmascarado, al trabajo indexado por CODENT + numero
      * enmascarado + orden de llegada. Segunda pasada: el trabajo en
      * orden de clave a la salida, con el sobre si corresponde
      *----------------------------------------------------------------
       ATPC855-EXTRAER-PLANO.
           MOVE ZEROES TO WS-ATPC855-SECUENCIA
                          WS-ATPC855-LEIDOS
                          WS-ATPC855-EXTRAIDOS
                          WS-ATPC855-SIN-ENTIDAD
                          WS-ATPC855-NO-CONVERTIBLES
                          WS-ATPC855-DUPLICADOS
                          WS-ATPC855-HASH
           MOVE SPACES TO WS-ATPC855-ENT-ANT

           EVALUATE WS-ATPC855-ARCHIVO
              WHEN "SAL"
                 OPEN INPUT SAL-DIARIOS
              WHEN "CTA"
                 OPEN INPUT CTA-MORA
              WHEN OTHER
                 OPEN INPUT PAG-PAGOS
           END-EVALUATE
           IF WS-ATPC855-ENT-STATUS NOT = "00"
              ADD 1 TO WS-ATPC855-ERRORES
              DISPLAY "ATPC855 - ALERTA: sin " WS-ATPC855-NOMBRE
                      " -- no se extrae"
              MOVE SPACES TO WS-ATPC855-LINEA
              STRING " ARCHIVO ["             DELIMITED BY SIZE
                     WS-ATPC855-NOMBRE        DELIMITED BY SIZE
                     "] SIN ARCHIVO DE ENTRADA -- NO SE EXTRAE"
                                              DELIMITED BY SIZE
                INTO WS-ATPC855-LINEA
              WRITE RPT-ATPC855-REG FROM WS-ATPC855-LINEA
           ELSE
              OPEN OUTPUT WRK-TRABAJO
              SET WS-ATPC855-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC855-FIN-ENTRADA
                 MOVE SPACES TO WS-ATPC855-REG
                 EVALUATE WS-ATPC855-ARCHIVO
                    WHEN "SAL"
                       READ SAL-DIARIOS INTO WS-ATPC855-REG
                           AT END
                              SET WS-ATPC855-FIN-ENTRADA TO TRUE
                       END-READ
                    WHEN "CTA"
                       READ CTA-MORA INTO WS-ATPC855-REG
                           AT END
                              SET WS-ATPC855-FIN-ENTRADA TO TRUE
                       END-READ
                    WHEN OTHER
                       READ PAG-PAGOS INTO WS-ATPC855-REG
                           AT END
                              SET WS-ATPC855-FIN-ENTRADA TO TRUE
                       END-READ
                 END-EVALUATE
                 IF NOT WS-ATPC855-FIN-ENTRADA
                    PERFORM ATPC855-ENMASCARAR-PLANO
                 END-IF
              END-PERFORM
              EVALUATE WS-ATPC855-ARCHIVO
                 WHEN "SAL"
                    CLOSE SAL-DIARIOS
                 WHEN "CTA"
                    CLOSE CTA-MORA
                 WHEN OTHER
                    CLOSE PAG-PAGOS
              END-EVALUATE
              CLOSE WRK-TRABAJO
              PERFORM ATPC855-EMITIR-PLANO
              PERFORM ATPC855-REPORTAR-ARCHIVO
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC855-ENMASCARAR-PLANO
      *----------------------------------------------------------------
      * Las tres vistas comparten CODENT y NUMCUENTA en la misma
      * posicion
      *----------------------------------------------------------------
       ATPC855-ENMASCARAR-PLANO.
           ADD 1 TO WS-ATPC855-LEIDOS
           MOVE WS-ATPC855-SAL-CODENT    TO WS-ATPC855-CODENT
           MOVE WS-ATPC855-SAL-NUMCUENTA TO WS-ATPC855-NUMCUENTA
           PERFORM ATPC855-ENMASCARAR-CUENTA
           IF WS-ATPC855-CUENTA-OK
              MOVE WS-ATPC855-MASCARA TO WS-ATPC855-SAL-NUMCUENTA
              EVALUATE WS-ATPC855-ARCHIVO
                 WHEN "SAL"
                    COMPUTE WS-ATPC855-SAL-SALDO ROUNDED =
                       WS-ATPC855-SAL-SALDO * WS-ATPC855-FACTOR
                 WHEN "PAG"
                    IF WS-ATPC855-PAG-IMPORTE-IMG IS NUMERIC
                       COMPUTE WS-ATPC855-PAG-IMPORTE ROUNDED =
                          WS-ATPC855-PAG-IMPORTE * WS-ATPC855-FACTOR
                    END-IF
              END-EVALUATE
              ADD 1 TO WS-ATPC855-SECUENCIA
              MOVE WS-ATPC855-CODENT     TO WRK-CODENT
              MOVE WS-ATPC855-MASCARA    TO WRK-NUMCUENTA
              MOVE WS-ATPC855-SECUENCIA  TO WRK-SECUENCIA
              MOVE WS-ATPC855-REG        TO WRK-DATOS
              WRITE WRK-TRABAJO-REG
                  INVALID KEY
                     ADD 1 TO WS-ATPC855-DUPLICADOS
              END-WRITE
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC855-ENMASCARAR-CUENTA
      *----------------------------------------------------------------
      * Valida la entidad de WS-ATPC855-CODENT, enmascara
      * WS-ATPC855-NUMCUENTA y deriva de la mascara el factor de los
      * importes: un desvio en centesimos de punto entre menos y mas
      * la tolerancia
      *----------------------------------------------------------------
       ATPC855-ENMASCARAR-CUENTA.
           SET WS-ATPC855-CUENTA-OK TO FALSE
           IF WS-ATPC855-CODENT NOT = WS-ATPC855-ENT-ANT
              MOVE WS-ATPC855-CODENT TO WS-ATPC855-ENT-ANT
              INITIALIZE WS-ATPC021
              MOVE WS-ATPC855-CODENT TO WS-ATPC021-CODENT
              PERFORM ATPC021-BUSCAR-EN-ARREGLO
              IF WS-ATPC021-RETORNO-OK
                 SET WS-ATPC855-ENT-VALIDA TO TRUE
              ELSE
                 SET WS-ATPC855-ENT-VALIDA TO FALSE
              END-IF
           END-IF

           IF NOT WS-ATPC855-ENT-VALIDA
              ADD 1 TO WS-ATPC855-SIN-ENTIDAD
           ELSE
              INITIALIZE WS-ATPCSEU-ENTRADA
              MOVE WS-ATPC855-CLAVE-MSK  TO WS-ATPCSEU-CLAVE
              MOVE WS-ATPC855-NUMCUENTA  TO WS-ATPCSEU-NUMCUENTA
              PERFORM ATPCSEU-CIFRAR-CUENTA
              IF NOT WS-ATPCSEU-RETORNO-OK
                 ADD 1 TO WS-ATPC855-NO-CONVERTIBLES
              ELSE
                 SET WS-ATPC855-CUENTA-OK TO TRUE
                 MOVE WS-ATPCSEU-CIFRADO TO WS-ATPC855-MASCARA
                 MOVE WS-ATPC855-MASCARA(13:4) TO WS-ATPC855-SEMILLA
                 DIVIDE WS-ATPC855-SEMILLA BY WS-ATPC855-MODULO
                    GIVING WS-ATPC855-COCIENTE
                    REMAINDER WS-ATPC855-RESTO
                 COMPUTE WS-ATPC855-DESVIO =
                    WS-ATPC855-RESTO - WS-ATPC855-RANGO
                 COMPUTE WS-ATPC855-FACTOR =
                    1 + WS-ATPC855-DESVIO / 10000
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC855-EMITIR-PLANO
      *----------------------------------------------------------------
      * SALDIAR y CTAMORA llevan el sobre de ATPC987: el hash suma el
      * importe de cada registro solo si su imagen es numerica, mismo
      * criterio que aplica la validacion
      *----------------------------------------------------------------
       ATPC855-EMITIR-PLANO.
           EVALUATE WS-ATPC855-ARCHIVO
              WHEN "SAL"
                 OPEN OUTPUT SAL-MASCARA
              WHEN "CTA"
                 OPEN OUTPUT CTA-MASCARA
              WHEN OTHER
                 OPEN OUTPUT PAG-MASCARA
           END-EVALUATE

           MOVE SPACES TO WS-ATPC855-SOBRE
           MOVE "CAB"          TO WS-ATPC855-CAB-TIPO
           MOVE WS-ATPC855-HOY TO WS-ATPC855-CAB-FECGEN
           EVALUATE WS-ATPC855-ARCHIVO
              WHEN "SAL"
                 MOVE WS-ATPC855-SEC-SAL TO WS-ATPC855-CAB-SECUENCIA
                 WRITE SAL-MASCARA-REG FROM WS-ATPC855-SOBRE
              WHEN "CTA"
                 MOVE WS-ATPC855-SEC-CTA TO WS-ATPC855-CAB-SECUENCIA
                 WRITE CTA-MASCARA-REG FROM WS-ATPC855-SOBRE
           END-EVALUATE

           OPEN INPUT WRK-TRABAJO
           SET WS-ATPC855-FIN-ENTRADA TO FALSE
           PERFORM UNTIL WS-ATPC855-FIN-ENTRADA
              READ WRK-TRABAJO NEXT RECORD
                  AT END
                     SET WS-ATPC855-FIN-ENTRADA TO TRUE
                  NOT AT END
                     MOVE WRK-DATOS TO WS-ATPC855-REG
                     ADD 1 TO WS-ATPC855-EXTRAIDOS
                     EVALUATE WS-ATPC855-ARCHIVO
                        WHEN "SAL"
                           IF WS-ATPC855-SAL-SALDO-IMG IS NUMERIC
                              ADD WS-ATPC855-SAL-SALDO-ABS
                                TO WS-ATPC855-HASH
                           END-IF
                           WRITE SAL-MASCARA-REG FROM WS-ATPC855-REG
                        WHEN "CTA"
                           IF WS-ATPC855-CTA-DIAS-IMG IS NUMERIC
                              MOVE WS-ATPC855-CTA-DIAS
                                TO WS-ATPC855-DIAS-AUX
                              ADD WS-ATPC855-DIAS-AUX
                                TO WS-ATPC855-HASH
                           END-IF
                           WRITE CTA-MASCARA-REG FROM WS-ATPC855-REG
                        WHEN OTHER
                           WRITE PAG-MASCARA-REG FROM WS-ATPC855-REG
                     END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE WRK-TRABAJO

           MOVE SPACES TO WS-ATPC855-SOBRE
           MOVE "PIE"                TO WS-ATPC855-PIE-TIPO
           MOVE WS-ATPC855-EXTRAIDOS TO WS-ATPC855-PIE-CANTIDAD
           MOVE WS-ATPC855-HASH      TO WS-ATPC855-PIE-HASH
           EVALUATE WS-ATPC855-ARCHIVO
              WHEN "SAL"
                 WRITE SAL-MASCARA-REG FROM WS-ATPC855-SOBRE
                 CLOSE SAL-MASCARA
              WHEN "CTA"
                 WRITE CTA-MASCARA-REG FROM WS-ATPC855-SOBRE
                 CLOSE CTA-MASCARA
              WHEN OTHER
                 CLOSE PAG-MASCARA
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC855-EXTRAER-MAESTRO
      *----------------------------------------------------------------
      * Copia cada cuenta del maestro bajo su numero enmascarado, con
      * los importes alterados y sin los textos libres
      *----------------------------------------------------------------
       ATPC855-EXTRAER-MAESTRO.
           MOVE ZEROES TO WS-ATPC855-LEIDOS
                          WS-ATPC855-EXTRAIDOS
                          WS-ATPC855-SIN-ENTIDAD
                          WS-ATPC855-NO-CONVERTIBLES
                          WS-ATPC855-DUPLICADOS
                          WS-ATPC855-HASH
           MOVE SPACES TO WS-ATPC855-ENT-ANT
           MOVE "CTAMAE.DAT" TO WS-ATPC855-NOMBRE
           MOVE "CTM"        TO WS-ATPC855-ARCHIVO

           OPEN INPUT CTM-MAESTRO
           IF WS-ATPC855-CTM-STATUS NOT = "00"
              ADD 1 TO WS-ATPC855-ERRORES
              DISPLAY "ATPC855 - ALERTA: no se pudo abrir CTAMAE.DAT "
                      "-- FILE STATUS:[" WS-ATPC855-CTM-STATUS "] -- "
                      "no se extrae"
              MOVE SPACES TO WS-ATPC855-LINEA
              STRING " ARCHIVO [CTAMAE.DAT] SIN ARCHIVO DE ENTRADA -- "
                                              DELIMITED BY SIZE
                     "NO SE EXTRAE"           DELIMITED BY SIZE
                INTO WS-ATPC855-LINEA
              WRITE RPT-ATPC855-REG FROM WS-ATPC855-LINEA
           ELSE
              OPEN OUTPUT MSK-MAESTRO
              MOVE LOW-VALUES TO CTM-CLAVE
              START CTM-MAESTRO KEY IS NOT LESS THAN CTM-CLAVE
                  INVALID KEY
                     SET WS-ATPC855-FIN-ENTRADA TO TRUE
                  NOT INVALID KEY
                     SET WS-ATPC855-FIN-ENTRADA TO FALSE
              END-START
              PERFORM UNTIL WS-ATPC855-FIN-ENTRADA
                 READ CTM-MAESTRO NEXT RECORD
                     AT END
                        SET WS-ATPC855-FIN-ENTRADA TO TRUE
                     NOT AT END
                        PERFORM ATPC855-ENMASCARAR-MAESTRO
                 END-READ
              END-PERFORM
              CLOSE CTM-MAESTRO
                    MSK-MAESTRO
              PERFORM ATPC855-REPORTAR-ARCHIVO
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC855-ENMASCARAR-MAESTRO
      *----------------------------------------------------------------
       ATPC855-ENMASCARAR-MAESTRO.
           ADD 1 TO WS-ATPC855-LEIDOS
           MOVE CTM-CODENT    TO WS-ATPC855-CODENT
           MOVE CTM-NUMCUENTA TO WS-ATPC855-NUMCUENTA
           PERFORM ATPC855-ENMASCARAR-CUENTA
           IF WS-ATPC855-CUENTA-OK
              MOVE CTM-MAESTRO-REG    TO MSK-MAESTRO-REG
              MOVE WS-ATPC855-MASCARA TO MSK-NUMCUENTA
              COMPUTE MSK-SALDO ROUNDED =
                 CTM-SALDO * WS-ATPC855-FACTOR
              COMPUTE MSK-DEVENGADO ROUNDED =
                 CTM-DEVENGADO * WS-ATPC855-FACTOR
              IF CTM-IMPULTPAGO IS NUMERIC
                 COMPUTE MSK-IMPULTPAGO ROUNDED =
                    CTM-IMPULTPAGO * WS-ATPC855-FACTOR
              END-IF
              IF CTM-IMPCASTIGO IS NUMERIC
                 COMPUTE MSK-IMPCASTIGO ROUNDED =
                    CTM-IMPCASTIGO * WS-ATPC855-FACTOR
              END-IF
              IF CTM-IMPDEVOL IS NUMERIC
                 COMPUTE MSK-IMPDEVOL ROUNDED =
                    CTM-IMPDEVOL * WS-ATPC855-FACTOR
              END-IF
              IF CTM-DPS-SALDO IS NUMERIC
                 COMPUTE MSK-DPS-SALDO ROUNDED =
                    CTM-DPS-SALDO * WS-ATPC855-FACTOR
              END-IF
              IF CTM-DPS-SALDO-ANT IS NUMERIC
                 COMPUTE MSK-DPS-SALDO-ANT ROUNDED =
                    CTM-DPS-SALDO-ANT * WS-ATPC855-FACTOR
              END-IF
              IF CTM-MON-CANT IS NUMERIC
                 PERFORM VARYING WS-ATPC855-K FROM 1 BY 1
                           UNTIL WS-ATPC855-K > CTM-MON-CANT
                              OR WS-ATPC855-K > 5
                    COMPUTE MSK-MON-SALDO(WS-ATPC855-K) ROUNDED =
                       CTM-MON-SALDO(WS-ATPC855-K) * WS-ATPC855-FACTOR
                 END-PERFORM
              END-IF
              MOVE SPACES TO MSK-CIE-MOTIVO
                             MSK-ESP-MOTIVO
                             MSK-ESP-EVIDENCIA
              WRITE MSK-MAESTRO-REG
                  INVALID KEY
                     ADD 1 TO WS-ATPC855-DUPLICADOS
                  NOT INVALID KEY
                     ADD 1 TO WS-ATPC855-EXTRAIDOS
              END-WRITE
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC855-REPORTAR-ARCHIVO
      *----------------------------------------------------------------
       ATPC855-REPORTAR-ARCHIVO.
           IF WS-ATPC855-SIN-ENTIDAD > ZEROES
           OR WS-ATPC855-NO-CONVERTIBLES > ZEROES
           OR WS-ATPC855-DUPLICADOS > ZEROES
              ADD 1 TO WS-ATPC855-ERRORES
           END-IF
           MOVE SPACES TO WS-ATPC855-LINEA
           STRING " ARCHIVO ["                DELIMITED BY SIZE
                  WS-ATPC855-NOMBRE           DELIMITED BY SIZE
                  "] LEIDOS ["                DELIMITED BY SIZE
                  WS-ATPC855-LEIDOS           DELIMITED BY SIZE
                  "] EXTRAIDOS ["             DELIMITED BY SIZE
                  WS-ATPC855-EXTRAIDOS        DELIMITED BY SIZE
                  "] SIN ENTIDAD ["           DELIMITED BY SIZE
                  WS-ATPC855-SIN-ENTIDAD      DELIMITED BY SIZE
                  "] NO CONVERTIBLES ["       DELIMITED BY SIZE
                  WS-ATPC855-NO-CONVERTIBLES  DELIMITED BY SIZE
                  "] REPETIDOS ["             DELIMITED BY SIZE
                  WS-ATPC855-DUPLICADOS       DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC855-LINEA
           WRITE RPT-ATPC855-REG FROM WS-ATPC855-LINEA
           DISPLAY WS-ATPC855-LINEA
           IF WS-ATPC855-ARCHIVO = "SAL"
           OR WS-ATPC855-ARCHIVO = "CTA"
              MOVE SPACES TO WS-ATPC855-LINEA
              STRING "   SOBRE: CANTIDAD ["       DELIMITED BY SIZE
                     WS-ATPC855-EXTRAIDOS         DELIMITED BY SIZE
                     "] HASH ["                   DELIMITED BY SIZE
                     WS-ATPC855-HASH              DELIMITED BY SIZE
                     "]"                          DELIMITED BY SIZE
                INTO WS-ATPC855-LINEA
              WRITE RPT-ATPC855-REG FROM WS-ATPC855-LINEA
              DISPLAY WS-ATPC855-LINEA
           END-IF
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
       COPY "ATPC096-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
       COPY "ATPCSEU-PR".
