      *    impuesto y neto resueltos con la tasa vigente del CODIMPTO
      *    del tipo de factura (ATPC156);
      *  - registro DEV por devengo del dia de la cuenta;
      *  - registro MON por saldo de la cuenta en una moneda
      *    adicional (saldos por moneda CTM-MON del maestro
      *    CTAMAE.DAT, ATPC972), en esa moneda, y registro DVM por
      *    su devengo del dia (DEVMON.DAT, salida de ATPC951, mismo
      *    orden que DEVENGO.DAT);
      *  - registro PUN: saldo de puntos de fidelizacion de la cuenta
      *    y lo acumulado en el mes (maestro PUNSALDO.DAT de ATPC832,
      *    libreria ATPCPUN), solo si la cuenta tiene puntos;
      *  - registro MSJ por mensaje de la entidad que aplica a la
      *    cuenta (tabla de mensajes MENSAJES.DAT, libreria ATPCMSJ:
      *    filtros por LINEA, tipo de tarjeta, estado ATPC175 e
      *    idioma, vigencia contra la fecha de ciclo), por prioridad
      *    y hasta el limite de lineas de la entidad;
      *  - registro PAG: bloque de instrucciones de pago armado con
      *    OFIMPAGO/RESMPAGO de la entidad y el directorio de
      *    oficinas (ATPC162);
      *  - registro TOT: totales de la cuenta y la TEA / CAE de la
      *    entidad (libreria ATPCCAE sobre el saldo de referencia de
      *    ATPCCAE.PRM, en cero si no se pudo calcular).
      * Mas un resumen por entidad en reporte y consola.
      *
      * Extracto final de cierre: las cuentas que el batch de cierre
      * ATPC849 cerro en el dia llegan en CIEEXT.DAT (mismo orden por
      * CODENT + NUMCUENTA; opcional). La cuenta cerrada que ademas
      * factura en el ciclo lleva, despues del CAB, un registro FIN
      * con la fecha y el motivo del cierre, el destino del saldo
      * remanente y el saldo al cierre; la que no factura recibe
      * igual su extracto final -- CAB, FIN y los bloques de cierre
      * de cuenta (devengos, monedas, puntos, pago y TOT sin
      * lineas) -- con la fecha de cierre como fecha de ciclo.
      *
      * Con esto el extracto sale de los mismos datos con que se
      * facturo, en lugar de las copias desactualizadas de
      * descripciones y codigos de impuesto del sistema de tarjetas.
      * cierre se comparan los totales contra la ultima corrida REAL
      * (ATPC954.ULT).
      *
      * La corrida real asienta los extractos producidos por entidad
      * en la bitacora de volumenes VOLUMEN.DAT (ATPCVOL), base de la
      * facturacion de procesamiento a las entidades de ATPC827.
      *
      * La corrida real guarda ademas cada extracto, linea por linea,
      * en el historico indexado EXTHIST.DAT (clave CODENT +
      * NUMCUENTA + fecha de ciclo, ver ATPCEXH-EXH.cpy), del que la
      * consola ATPC858 consulta extractos anteriores y pide
      * duplicados. La cuenta reprocesada con la misma fecha de ciclo
      * reemplaza su extracto anterior. Sin historico disponible los
      * extractos salen igual y la corrida termina con RC 4.
      *
      * Dependencias:
      *  - Debe estar declarada la rutina para manejo de errores
      *    888888-LOGGEAR-TRANSACCION
           SELECT DEV-DEVENGOS ASSIGN TO "DEVENGO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC954-DEV-STATUS.
           SELECT DVM-DEVENGOS ASSIGN TO "DEVMON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC954-DVM-STATUS.
      * Cuentas cerradas del dia con extracto final (ATPC849)
           SELECT CIE-CIERRES ASSIGN TO "CIEEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC954-CIE-STATUS.
      * Maestro de cuentas, por los saldos en monedas adicionales --
      * ver ATPCCTM-CTM.cpy
           SELECT CTM-MAESTRO ASSIGN TO "CTAMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTM-CLAVE
               FILE STATUS IS WS-ATPCCTM-STATUS.
           SELECT EXT-EXTRACTOS ASSIGN TO "EXTRACTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC954-EXT-STATUS.
           SELECT EXC-EXCEPCIONES ASSIGN TO "ATPCEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCEXC-STATUS.
      * Bitacora de volumenes de servicio por entidad -- ver
      * ATPCVOL-VOL.cpy
           SELECT VOL-VOLUMENES ASSIGN TO "VOLUMEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCVOL-STATUS.
      * Maestro de saldos de puntos -- ver ATPCPUN-PUN.cpy
           SELECT PUN-SALDOS ASSIGN TO "PUNSALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PUN-CLAVE
               FILE STATUS IS WS-ATPCPUN-STATUS.
      * Historico de extractos -- ver ATPCEXH-EXH.cpy
           SELECT EXH-HISTORICO ASSIGN TO "EXTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXH-CLAVE
               FILE STATUS IS WS-ATPC954-EXH-STATUS.
      * Parametros del calculo de CAE -- ver ATPCCAE-CAE.cpy
           SELECT PRM-ATPCCAE ASSIGN TO "ATPCCAE.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCCAE-STATUS.
      * Tabla de mensajes de extracto -- ver ATPCMSJ-MSJ.cpy
           SELECT MSJ-MENSAJES ASSIGN TO "MENSAJES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCMSJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "ATPCDIF-DIF".
       COPY "ATPCLCK-LCK".
       COPY "ATPCEXC-EXC".
       COPY "ATPCVOL-VOL".
       COPY "ATPCPUN-PUN".
       COPY "ATPCCAE-CAE".
       COPY "ATPCCTM-CTM".
       COPY "ATPCMSJ-MSJ".
       COPY "ATPCEXH-EXH".

       FD  PRM-ENSAYO
           RECORDING MODE IS F.
           05  DEV-DEVENGO                    PIC S9(09)V9(04).
           05  DEV-INDABOREAL                 PIC X(01).

       FD  DVM-DEVENGOS
           RECORDING MODE IS F.
       01  DVM-DEVENGOS-REG.
           05  DVM-CODENT                     PIC X(04).
           05  DVM-NUMCUENTA                  PIC X(16).
           05  DVM-CLAMON                     PIC 9(03).
           05  DVM-SALDO-BASE                 PIC S9(09)V99.
           05  DVM-TASA                       PIC 9(03)V9(04).
           05  DVM-DEVENGO                    PIC S9(09)V9(04).
           05  DVM-INDABOREAL                 PIC X(01).

       FD  CIE-CIERRES
           RECORDING MODE IS F.
       01  CIE-CIERRES-REG.
           05  CIE-CODENT                     PIC X(04).
           05  CIE-NUMCUENTA                  PIC X(16).
           05  CIE-FECCIERRE                  PIC X(10).
           05  CIE-MOTIVO                     PIC X(40).
           05  CIE-DESTINO                    PIC X(01).
           05  CIE-SALDO                      PIC S9(09)V99.

       FD  EXT-EXTRACTOS
           RECORDING MODE IS F.
       01  EXT-EXTRACTOS-REG                  PIC X(140).

       COPY "ATPC021-WS".
       COPY "ATPC044-WS".
       COPY "ATPC052-WS".
       COPY "ATPC096-WS".
       COPY "ATPC154-WS".
       COPY "ATPC156-WS".
       COPY "ATPC161-WS".
       COPY "ATPC162-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".
       COPY "ATPCVOL-WS".
       COPY "ATPCPUN-WS".
       COPY "ATPCCAE-WS".
       COPY "ATPCCTM-WS".
       COPY "ATPCMSJ-WS".

       77  WS-ATPC954-ENS-STATUS              PIC X(02).
       77  WS-ATPC954-SHW-STATUS              PIC X(02).
       77  WS-ATPC954-ULT-STATUS              PIC X(02).
       77  WS-ATPC954-FAC-STATUS              PIC X(02).
       77  WS-ATPC954-DEV-STATUS              PIC X(02).
       77  WS-ATPC954-DVM-STATUS              PIC X(02).
       77  WS-ATPC954-EXT-STATUS              PIC X(02).
       77  WS-ATPC954-CIE-STATUS              PIC X(02).
       77  WS-ATPC954-EXH-STATUS              PIC X(02).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC954-FIN-FACTURAS         VALUE 1
       01  FILLER                             PIC 9(01).
           88 WS-ATPC954-FIN-DEVENGOS         VALUE 1
              WHEN SET TO FALSE 0.
       01  FILLER                             PIC 9(01).
           88 WS-ATPC954-FIN-DEVMON           VALUE 1
              WHEN SET TO FALSE 0.
       01  FILLER                             PIC 9(01).
           88 WS-ATPC954-FIN-CIERRES          VALUE 1
              WHEN SET TO FALSE 0.

      * Historico de extractos: disponible en la corrida, clave del
      * extracto en curso y ultima linea guardada
       01  FILLER                             PIC X(01).
           88 WS-ATPC954-CON-HISTORICO        VALUE "S"
              WHEN SET TO FALSE "N".
       01  FILLER                             PIC 9(01).
           88 WS-ATPC954-FIN-HISTORICO        VALUE 1
              WHEN SET TO FALSE 0.
       01  WS-ATPC954-EXH-EXTRACTO.
           05  WS-ATPC954-EXH-CODENT          PIC X(04).
           05  WS-ATPC954-EXH-NUMCUENTA       PIC X(16).
           05  WS-ATPC954-EXH-FECCICLO        PIC X(10).
       77  WS-ATPC954-EXH-SECUENCIA           PIC 9(04).
       77  WS-ATPC954-ARCHIVADOS              PIC 9(06) VALUE 0.
       77  WS-ATPC954-REEMPLAZADOS            PIC 9(06) VALUE 0.

      * Cuenta que abre el extracto en curso: la de la factura leida
      * o la de un cierre sin facturas, con su fecha de ciclo
       01  WS-ATPC954-CUR.
           05  WS-ATPC954-CUR-CODENT          PIC X(04).
           05  WS-ATPC954-CUR-NUMCUENTA       PIC X(16).
           05  WS-ATPC954-CUR-FECHA           PIC X(10).

      * Corte de control por entidad, con sus datos resueltos
       01  WS-ATPC954-ENT-ANT                 PIC X(04).
           88 WS-ATPC954-ENT-VALIDA           VALUE "S"
              WHEN SET TO FALSE "N".
       77  WS-ATPC954-ENT-IDIOMA              PIC X(01).
       77  WS-ATPC954-ENT-TEA                 PIC 9(04)V99.
       77  WS-ATPC954-ENT-CAE                 PIC 9(04)V99.

      * Corte de control por cuenta
       01  WS-ATPC954-CTA-ANT.
       01  WS-ATPC954-DEV-CLAVE.
           05  WS-ATPC954-DEV-CLAVE-ENT       PIC X(04).
           05  WS-ATPC954-DEV-CLAVE-NUM       PIC X(16).
       01  WS-ATPC954-DVM-CLAVE.
           05  WS-ATPC954-DVM-CLAVE-ENT       PIC X(04).
           05  WS-ATPC954-DVM-CLAVE-NUM       PIC X(16).
       01  WS-ATPC954-CIE-CLAVE.
           05  WS-ATPC954-CIE-CLAVE-ENT       PIC X(04).
           05  WS-ATPC954-CIE-CLAVE-NUM       PIC X(16).
       01  WS-ATPC954-FAC-CLAVE.
           05  WS-ATPC954-FAC-CLAVE-ENT       PIC X(04).
           05  WS-ATPC954-FAC-CLAVE-NUM       PIC X(16).

      * Totales de la cuenta en curso
       77  WS-ATPC954-CTA-FECHA               PIC X(10).
       77  WS-ATPC954-CTA-LINEAS              PIC 9(04).
       77  WS-ATPC954-CTA-BRUTO               PIC 9(11)V99.
       77  WS-ATPC954-CTA-IMPUESTO            PIC 9(11)V99.
       77  WS-ATPC954-ENT-CUENTAS             PIC 9(06).
       77  WS-ATPC954-ENT-LINEAS              PIC 9(06).
       77  WS-ATPC954-ENT-BRUTO               PIC 9(12)V99.
       77  WS-ATPC954-ENT-MENSAJES            PIC 9(06).

      * Contadores del resumen final
       77  WS-ATPC954-LEIDAS                  PIC 9(06) VALUE 0.
       77  WS-ATPC954-EXTRACTOS               PIC 9(06) VALUE 0.
       77  WS-ATPC954-SIN-ENTIDAD             PIC 9(06) VALUE 0.
       77  WS-ATPC954-SIN-TIPOFAC             PIC 9(06) VALUE 0.
       77  WS-ATPC954-FINALES                 PIC 9(06) VALUE 0.
       77  WS-ATPC954-FINALES-SIN-FAC         PIC 9(06) VALUE 0.
       77  WS-ATPC954-MENSAJES                PIC 9(06) VALUE 0.
       77  WS-ATPC954-M                       PIC 9(01).

      * Registros de salida del extracto, volcados sobre la FD
       01  WS-ATPC954-CAB.
                                              SIGN LEADING SEPARATE.
           05  FILLER                         PIC X(104) VALUE SPACES.

       01  WS-ATPC954-MON.
           05  FILLER                         PIC X(03) VALUE "MON".
           05  WS-ATPC954-MON-CLAMON          PIC 9(03).
           05  WS-ATPC954-MON-SALDO           PIC S9(09)V99 SIGN LEADING
                                              SEPARATE.
           05  WS-ATPC954-MON-FECACT          PIC X(10).
           05  FILLER                         PIC X(112) VALUE SPACES.

       01  WS-ATPC954-DVM.
           05  FILLER                         PIC X(03) VALUE "DVM".
           05  WS-ATPC954-DVM-CLAMON          PIC 9(03).
           05  WS-ATPC954-DVM-SALDO-BASE      PIC S9(09)V99 SIGN LEADING
                                              SEPARATE.
           05  WS-ATPC954-DVM-TASA            PIC 9(03)V9(04).
           05  WS-ATPC954-DVM-DEVENGO         PIC S9(09)V9(04)
                                              SIGN LEADING SEPARATE.
           05  FILLER                         PIC X(101) VALUE SPACES.

       01  WS-ATPC954-PUN.
           05  FILLER                         PIC X(03) VALUE "PUN".
           05  WS-ATPC954-PUN-SALDO           PIC S9(09) SIGN LEADING
                                              SEPARATE.
           05  WS-ATPC954-PUN-MES             PIC X(07).
           05  WS-ATPC954-PUN-ACUM-MES        PIC 9(09).
           05  FILLER                         PIC X(111) VALUE SPACES.

       01  WS-ATPC954-MSJ.
           05  FILLER                         PIC X(03) VALUE "MSJ".
           05  WS-ATPC954-MSJ-CODMSJ          PIC X(06).
           05  WS-ATPC954-MSJ-PRIORIDAD       PIC 9(03).
           05  WS-ATPC954-MSJ-TEXTO           PIC X(100).
           05  FILLER                         PIC X(28) VALUE SPACES.

       01  WS-ATPC954-PAG.
           05  FILLER                         PIC X(03) VALUE "PAG".
           05  WS-ATPC954-PAG-OFIMPAGO        PIC X(04).
           05  WS-ATPC954-TOT-BRUTO           PIC 9(11)V99.
           05  WS-ATPC954-TOT-IMPUESTO        PIC 9(11)V99.
           05  WS-ATPC954-TOT-NETO            PIC 9(11)V99.
           05  WS-ATPC954-TOT-TEA             PIC 9(04)V99.
           05  WS-ATPC954-TOT-CAE             PIC 9(04)V99.
           05  FILLER                         PIC X(82) VALUE SPACES.

       01  WS-ATPC954-FIN.
           05  FILLER                         PIC X(03) VALUE "FIN".
           05  WS-ATPC954-FIN-FECCIERRE       PIC X(10).
           05  WS-ATPC954-FIN-MOTIVO          PIC X(40).
           05  WS-ATPC954-FIN-DESTINO         PIC X(01).
           05  WS-ATPC954-FIN-SALDO           PIC S9(09)V99 SIGN LEADING
                                              SEPARATE.
           05  FILLER                         PIC X(74) VALUE SPACES.

      * Modo ensayo y su filtro de entidad (ENSAYO.PRM)
       01  FILLER                             PIC X(01).
           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC021-CARGAR-ARREGLO
           PERFORM ATPC044-CARGAR-ARREGLO
           PERFORM ATPC052-CARGAR-ARREGLO
           PERFORM ATPC096-CARGAR-ARREGLO
           PERFORM ATPC154-CARGAR-ARREGLO
           PERFORM ATPC156-CARGAR-ARREGLO
           PERFORM ATPC161-CARGAR-ARREGLO
           PERFORM ATPC162-CARGAR-ARREGLO
           PERFORM ATPCCAE-LEER-PARAMETROS
           PERFORM ATPCMSJ-CARGAR-TABLA
           PERFORM ATPC954-LEER-ENSAYO
           PERFORM ATPCPUN-ABRIR-CONSULTA
           PERFORM ATPCCTM-ABRIR-CONSULTA

           OPEN INPUT FAC-ACEPTADAS
           IF WS-ATPC954-FAC-STATUS NOT = "00"
                 SET WS-ATPC954-FIN-DEVENGOS TO FALSE
                 PERFORM ATPC954-LEER-DEVENGO
              END-IF
              OPEN INPUT DVM-DEVENGOS
              IF WS-ATPC954-DVM-STATUS NOT = "00"
                 SET WS-ATPC954-FIN-DEVMON TO TRUE
              ELSE
                 SET WS-ATPC954-FIN-DEVMON TO FALSE
                 PERFORM ATPC954-LEER-DEVMON
              END-IF
              OPEN INPUT CIE-CIERRES
              IF WS-ATPC954-CIE-STATUS NOT = "00"
                 SET WS-ATPC954-FIN-CIERRES TO TRUE
              ELSE
                 SET WS-ATPC954-FIN-CIERRES TO FALSE
                 PERFORM ATPC954-LEER-CIERRE
              END-IF

              IF WS-ATPC954-ENSAYO
                 OPEN OUTPUT EXT-SOMBRA
              ELSE
                 OPEN OUTPUT EXT-EXTRACTOS
                             RPT-ATPC954
                 PERFORM ATPC954-ABRIR-HISTORICO
              END-IF

              MOVE SPACES TO WS-ATPC954-ENT-ANT
                 PERFORM ATPC954-LEER-FACTURA
              END-PERFORM

      * Cierres sin facturas posteriores a la ultima cuenta facturada
              PERFORM UNTIL WS-ATPC954-FIN-CIERRES
                 PERFORM ATPC954-EXTRACTO-FINAL
              END-PERFORM

              IF WS-ATPC954-CTA-ANT NOT = SPACES
                 PERFORM ATPC954-CERRAR-CUENTA
              END-IF
                 PERFORM ATPC954-GRABAR-ULTIMA
                 CLOSE EXT-EXTRACTOS
                       RPT-ATPC954
                 IF WS-ATPC954-CON-HISTORICO
                    CLOSE EXH-HISTORICO
                 END-IF
              END-IF
              IF WS-ATPC954-DEV-STATUS = "00"
                 CLOSE DEV-DEVENGOS
              END-IF
              IF WS-ATPC954-DVM-STATUS = "00"
                 CLOSE DVM-DEVENGOS
              END-IF
              IF WS-ATPC954-CIE-STATUS = "00"
                 CLOSE CIE-CIERRES
              END-IF
              CLOSE FAC-ACEPTADAS
           END-IF
           PERFORM ATPCPUN-CERRAR-CONSULTA
           PERFORM ATPCCTM-CERRAR-CONSULTA

           DISPLAY
           "- ATPC954: PRODUCCION FINALIZADA                          -"
           END-READ
           .

      *----------------------------------------------------------------
      * Proceso: ATPC954-LEER-DEVMON
      *----------------------------------------------------------------
       ATPC954-LEER-DEVMON.
           READ DVM-DEVENGOS
               AT END
                  SET WS-ATPC954-FIN-DEVMON TO TRUE
               NOT AT END
                  MOVE DVM-CODENT    TO WS-ATPC954-DVM-CLAVE-ENT
                  MOVE DVM-NUMCUENTA TO WS-ATPC954-DVM-CLAVE-NUM
           END-READ
           .

      *----------------------------------------------------------------
      * Proceso: ATPC954-LEER-CIERRE
      *----------------------------------------------------------------
      * En ensayo acotado a una entidad, los cierres del resto se
      * saltean igual que sus facturas
      *----------------------------------------------------------------
       ATPC954-LEER-CIERRE.
           READ CIE-CIERRES
               AT END
                  SET WS-ATPC954-FIN-CIERRES TO TRUE
               NOT AT END
                  MOVE CIE-CODENT    TO WS-ATPC954-CIE-CLAVE-ENT
                  MOVE CIE-NUMCUENTA TO WS-ATPC954-CIE-CLAVE-NUM
           END-READ
           PERFORM UNTIL WS-ATPC954-FIN-CIERRES
                      OR NOT WS-ATPC954-ENSAYO
                      OR WS-ATPC954-ENS-CODENT = SPACES
                      OR CIE-CODENT = WS-ATPC954-ENS-CODENT
              READ CIE-CIERRES
                  AT END
                     SET WS-ATPC954-FIN-CIERRES TO TRUE
                  NOT AT END
                     MOVE CIE-CODENT    TO WS-ATPC954-CIE-CLAVE-ENT
                     MOVE CIE-NUMCUENTA TO WS-ATPC954-CIE-CLAVE-NUM
              END-READ
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC954-PROCESAR-FACTURA
      *----------------------------------------------------------------
      * Proceso: ATPC954-PROCESAR-FACTURA-REAL
      *----------------------------------------------------------------
       ATPC954-PROCESAR-FACTURA-REAL.
      * Antes, los extractos finales de las cuentas cerradas sin
      * facturas que preceden a esta en el orden de los archivos
           MOVE FAC-ACE-CODENT    TO WS-ATPC954-FAC-CLAVE-ENT
           MOVE FAC-ACE-NUMCUENTA TO WS-ATPC954-FAC-CLAVE-NUM
           PERFORM UNTIL WS-ATPC954-FIN-CIERRES
                      OR WS-ATPC954-CIE-CLAVE >= WS-ATPC954-FAC-CLAVE
              PERFORM ATPC954-EXTRACTO-FINAL
           END-PERFORM

           MOVE FAC-ACE-CODENT    TO WS-ATPC954-CUR-CODENT
           MOVE FAC-ACE-NUMCUENTA TO WS-ATPC954-CUR-NUMCUENTA
           MOVE FAC-ACE-FECHA     TO WS-ATPC954-CUR-FECHA

           IF FAC-ACE-CODENT NOT = WS-ATPC954-ENT-ANT
              IF WS-ATPC954-CTA-ANT NOT = SPACES
                 PERFORM ATPC954-CERRAR-CUENTA
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC954-EXTRACTO-FINAL
      *----------------------------------------------------------------
      * Extracto final de la cuenta cerrada en el dia que no factura
      * en el ciclo (la del registro de CIEEXT.DAT en curso): CAB y
      * FIN (que graba ATPC954-ABRIR-CUENTA, y avanza CIEEXT.DAT) y
      * los bloques de cierre de cuenta con TOT sin lineas
      *----------------------------------------------------------------
       ATPC954-EXTRACTO-FINAL.
           MOVE CIE-CODENT    TO WS-ATPC954-CUR-CODENT
           MOVE CIE-NUMCUENTA TO WS-ATPC954-CUR-NUMCUENTA
           MOVE CIE-FECCIERRE TO WS-ATPC954-CUR-FECHA

           IF WS-ATPC954-CTA-ANT NOT = SPACES
              PERFORM ATPC954-CERRAR-CUENTA
           END-IF
           IF CIE-CODENT NOT = WS-ATPC954-ENT-ANT
              IF WS-ATPC954-ENT-ANT NOT = SPACES
                 PERFORM ATPC954-CERRAR-ENTIDAD
              END-IF
              PERFORM ATPC954-ABRIR-ENTIDAD
           END-IF

           IF NOT WS-ATPC954-ENT-VALIDA
              ADD 1 TO WS-ATPC954-SIN-ENTIDAD
              PERFORM ATPC954-LEER-CIERRE
           ELSE
              ADD 1 TO WS-ATPC954-FINALES-SIN-FAC
              PERFORM ATPC954-ABRIR-CUENTA
              PERFORM ATPC954-CERRAR-CUENTA
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC954-ABRIR-ENTIDAD
      *----------------------------------------------------------------
       ATPC954-ABRIR-ENTIDAD.
           MOVE WS-ATPC954-CUR-CODENT TO WS-ATPC954-ENT-ANT
           MOVE ZEROES TO WS-ATPC954-ENT-CUENTAS
                          WS-ATPC954-ENT-LINEAS
                          WS-ATPC954-ENT-BRUTO
                          WS-ATPC954-ENT-MENSAJES

           INITIALIZE WS-ATPC021
           MOVE WS-ATPC954-CUR-CODENT TO WS-ATPC021-CODENT
           PERFORM ATPC021-BUSCAR-EN-ARREGLO
           IF WS-ATPC021-RETORNO-OK
              SET WS-ATPC954-ENT-VALIDA TO TRUE
              SET WS-ATPC954-ENT-VALIDA TO FALSE
              MOVE SPACES TO WS-ATPC954-ENT-IDIOMA
           END-IF

      * TEA / CAE de la entidad sobre el saldo de referencia
           MOVE ZEROES TO WS-ATPC954-ENT-TEA
                          WS-ATPC954-ENT-CAE
           IF WS-ATPC954-ENT-VALIDA
              INITIALIZE WS-ATPCCAE-ENTRADA
              MOVE WS-ATPC954-CUR-CODENT TO WS-ATPCCAE-CODENT
              MOVE WS-ATPC954-CUR-FECHA  TO WS-ATPCCAE-FECHA
              PERFORM ATPCCAE-CALCULAR-CAE
              IF WS-ATPCCAE-RETORNO-OK
                 MOVE WS-ATPCCAE-TEA TO WS-ATPC954-ENT-TEA
                 MOVE WS-ATPCCAE-CAE TO WS-ATPC954-ENT-CAE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC954-ABRIR-CUENTA
      *----------------------------------------------------------------
       ATPC954-ABRIR-CUENTA.
           MOVE WS-ATPC954-CUR-CODENT    TO WS-ATPC954-CTA-ANT-ENT
                                            WS-ATPC954-CTA-CLAVE-ENT
           MOVE WS-ATPC954-CUR-NUMCUENTA TO WS-ATPC954-CTA-ANT-NUM
                                            WS-ATPC954-CTA-CLAVE-NUM
           MOVE WS-ATPC954-CUR-FECHA     TO WS-ATPC954-CTA-FECHA
           MOVE ZEROES TO WS-ATPC954-CTA-LINEAS
                          WS-ATPC954-CTA-BRUTO
                          WS-ATPC954-CTA-IMPUESTO
           ADD 1 TO WS-ATPC954-ENT-CUENTAS
                    WS-ATPC954-EXTRACTOS

           MOVE WS-ATPC954-CUR-CODENT    TO WS-ATPC954-CAB-CODENT
           MOVE WS-ATPC954-CUR-NUMCUENTA TO WS-ATPC954-CAB-NUMCUENTA
           MOVE WS-ATPC021-CODENTDES     TO WS-ATPC954-CAB-CODENTDES
           MOVE WS-ATPC021-NOMPAIS       TO WS-ATPC954-CAB-NOMPAIS
           MOVE WS-ATPC954-ENT-IDIOMA    TO WS-ATPC954-CAB-CODIDIOMA

      * Vencimiento de pago: fecha de ciclo de la primera factura de
      * la cuenta mas los dias de gracia habiles de la entidad
           INITIALIZE WS-ATPCVTO-ENTRADA
           MOVE WS-ATPC954-CUR-CODENT TO WS-ATPCVTO-CODENT
           MOVE WS-ATPC954-CUR-FECHA  TO WS-ATPCVTO-FECHA-CICLO
           PERFORM ATPCVTO-CALCULAR-VENCIMIENTO
           IF WS-ATPCVTO-RETORNO-OK
              MOVE WS-ATPCVTO-FECVTO TO WS-ATPC954-CAB-FECVTO
           ELSE
              MOVE WS-ATPC954-CUR-FECHA TO WS-ATPC954-CAB-FECVTO
           END-IF

      * El extracto se guarda en el historico con la fecha de ciclo
           MOVE WS-ATPC954-CUR-CODENT    TO WS-ATPC954-EXH-CODENT
           MOVE WS-ATPC954-CUR-NUMCUENTA TO WS-ATPC954-EXH-NUMCUENTA
           MOVE WS-ATPC954-CUR-FECHA     TO WS-ATPC954-EXH-FECCICLO
           MOVE ZEROES                   TO WS-ATPC954-EXH-SECUENCIA
           IF NOT WS-ATPC954-ENSAYO
           AND WS-ATPC954-CON-HISTORICO
              PERFORM ATPC954-DEPURAR-HISTORICO
              ADD 1 TO WS-ATPC954-ARCHIVADOS
           END-IF

           MOVE WS-ATPC954-CAB TO WS-ATPC954-SALIDA
           PERFORM ATPC954-GRABAR-SALIDA

      * Cuenta cerrada en el dia: su extracto es el final
           IF NOT WS-ATPC954-FIN-CIERRES
           AND WS-ATPC954-CIE-CLAVE = WS-ATPC954-CTA-CLAVE
              ADD 1 TO WS-ATPC954-FINALES
              INITIALIZE WS-ATPC954-FIN
              MOVE CIE-FECCIERRE TO WS-ATPC954-FIN-FECCIERRE
              MOVE CIE-MOTIVO    TO WS-ATPC954-FIN-MOTIVO
              MOVE CIE-DESTINO   TO WS-ATPC954-FIN-DESTINO
              MOVE CIE-SALDO     TO WS-ATPC954-FIN-SALDO
              MOVE WS-ATPC954-FIN TO WS-ATPC954-SALIDA
              PERFORM ATPC954-GRABAR-SALIDA
              PERFORM ATPC954-LEER-CIERRE
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC954-CERRAR-CUENTA
      *----------------------------------------------------------------
      * Apareja los devengos del dia de la cuenta (ambos archivos
      * vienen ordenados por CODENT + NUMCUENTA), los saldos en
      * monedas adicionales del maestro con sus devengos del dia
      * (DEVMON.DAT, mismo orden), el saldo de puntos, los mensajes
      * de la entidad que aplican a la cuenta, el bloque de pago y
      * los totales del extracto
      *----------------------------------------------------------------
       ATPC954-CERRAR-CUENTA.
           PERFORM UNTIL WS-ATPC954-FIN-DEVENGOS
              PERFORM ATPC954-LEER-DEVENGO
           END-PERFORM

           MOVE WS-ATPC954-CTA-CLAVE-ENT TO WS-ATPCCTM-CODENT
           MOVE WS-ATPC954-CTA-CLAVE-NUM TO WS-ATPCCTM-NUMCUENTA
           PERFORM ATPCCTM-CONSULTAR-CUENTA

      * Datos de la cuenta para elegir sus mensajes; sin fila en el
      * maestro solo aplican los mensajes sin filtros de cuenta
           INITIALIZE WS-ATPCMSJ-ENTRADA
           MOVE WS-ATPC954-CTA-CLAVE-ENT TO WS-ATPCMSJ-CODENT
           MOVE WS-ATPC954-ENT-IDIOMA    TO WS-ATPCMSJ-CODIDIOMA
           MOVE WS-ATPC954-CTA-FECHA     TO WS-ATPCMSJ-FECHA
           MOVE SPACES TO WS-ATPCMSJ-CODMAR-X
                          WS-ATPCMSJ-INDTIPT-X
                          WS-ATPCMSJ-CODESTCTA-X
           IF WS-ATPCCTM-RETORNO-OK
              MOVE CTM-LINEA     TO WS-ATPCMSJ-LINEA
              MOVE CTM-CODMAR    TO WS-ATPCMSJ-CODMAR
              MOVE CTM-INDTIPT   TO WS-ATPCMSJ-INDTIPT
              MOVE CTM-CODESTCTA TO WS-ATPCMSJ-CODESTCTA
           END-IF

           IF WS-ATPCCTM-RETORNO-OK
           AND CTM-MON-CANT IS NUMERIC
              PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > CTM-MON-CANT
                 INITIALIZE WS-ATPC954-MON
                 MOVE CTM-MON-CLAMON(WS-I) TO WS-ATPC954-MON-CLAMON
                 MOVE CTM-MON-SALDO(WS-I)  TO WS-ATPC954-MON-SALDO
                 MOVE CTM-MON-FECACT(WS-I) TO WS-ATPC954-MON-FECACT
                 MOVE WS-ATPC954-MON TO WS-ATPC954-SALIDA
                 PERFORM ATPC954-GRABAR-SALIDA
              END-PERFORM
           END-IF

           PERFORM UNTIL WS-ATPC954-FIN-DEVMON
                      OR WS-ATPC954-DVM-CLAVE >= WS-ATPC954-CTA-CLAVE
              PERFORM ATPC954-LEER-DEVMON
           END-PERFORM
           PERFORM UNTIL WS-ATPC954-FIN-DEVMON
                      OR WS-ATPC954-DVM-CLAVE NOT =
                         WS-ATPC954-CTA-CLAVE
              INITIALIZE WS-ATPC954-DVM
              MOVE DVM-CLAMON     TO WS-ATPC954-DVM-CLAMON
              MOVE DVM-SALDO-BASE TO WS-ATPC954-DVM-SALDO-BASE
              MOVE DVM-TASA       TO WS-ATPC954-DVM-TASA
              MOVE DVM-DEVENGO    TO WS-ATPC954-DVM-DEVENGO
              MOVE WS-ATPC954-DVM TO WS-ATPC954-SALIDA
              PERFORM ATPC954-GRABAR-SALIDA
              PERFORM ATPC954-LEER-DEVMON
           END-PERFORM

           MOVE WS-ATPC954-CTA-CLAVE-ENT TO WS-ATPCPUN-CODENT
           MOVE WS-ATPC954-CTA-CLAVE-NUM TO WS-ATPCPUN-NUMCUENTA
           PERFORM ATPCPUN-CONSULTAR-SALDO
           IF WS-ATPCPUN-RETORNO-OK
              INITIALIZE WS-ATPC954-PUN
              MOVE PUN-SALDO    TO WS-ATPC954-PUN-SALDO
              MOVE PUN-MES      TO WS-ATPC954-PUN-MES
              MOVE PUN-ACUM-MES TO WS-ATPC954-PUN-ACUM-MES
              MOVE WS-ATPC954-PUN TO WS-ATPC954-SALIDA
              PERFORM ATPC954-GRABAR-SALIDA
           END-IF

           PERFORM ATPCMSJ-SELECCIONAR-MENSAJES
           IF WS-ATPCMSJ-RETORNO-OK
              PERFORM VARYING WS-ATPC954-M FROM 1 BY 1
                        UNTIL WS-ATPC954-M > WS-ATPCMSJ-SEL-CANT
                 INITIALIZE WS-ATPC954-MSJ
                 MOVE WS-ATPCMSJ-SEL-CODMSJ(WS-ATPC954-M)
                   TO WS-ATPC954-MSJ-CODMSJ
                 MOVE WS-ATPCMSJ-SEL-PRIORIDAD(WS-ATPC954-M)
                   TO WS-ATPC954-MSJ-PRIORIDAD
                 MOVE WS-ATPCMSJ-SEL-TEXTO(WS-ATPC954-M)
                   TO WS-ATPC954-MSJ-TEXTO
                 MOVE WS-ATPC954-MSJ TO WS-ATPC954-SALIDA
                 PERFORM ATPC954-GRABAR-SALIDA
                 ADD 1 TO WS-ATPC954-ENT-MENSAJES
                          WS-ATPC954-MENSAJES
              END-PERFORM
           END-IF

           PERFORM ATPC954-BLOQUE-PAGO

           INITIALIZE WS-ATPC954-TOT
           MOVE WS-ATPC954-CTA-BRUTO    TO WS-ATPC954-TOT-BRUTO
           MOVE WS-ATPC954-CTA-IMPUESTO TO WS-ATPC954-TOT-IMPUESTO
           MOVE WS-ATPC954-CTA-NETO     TO WS-ATPC954-TOT-NETO
           MOVE WS-ATPC954-ENT-TEA      TO WS-ATPC954-TOT-TEA
           MOVE WS-ATPC954-ENT-CAE      TO WS-ATPC954-TOT-CAE
           MOVE WS-ATPC954-TOT TO WS-ATPC954-SALIDA
           PERFORM ATPC954-GRABAR-SALIDA

              WRITE EXT-SOMBRA-REG FROM WS-ATPC954-SALIDA
           ELSE
              WRITE EXT-EXTRACTOS-REG FROM WS-ATPC954-SALIDA
              IF WS-ATPC954-CON-HISTORICO
                 PERFORM ATPC954-ARCHIVAR-LINEA
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC954-ABRIR-HISTORICO
      *----------------------------------------------------------------
      * La primera corrida crea el historico; si no se puede abrir
      * los extractos salen igual, sin historico y con RC 4
      *----------------------------------------------------------------
       ATPC954-ABRIR-HISTORICO.
           SET WS-ATPC954-CON-HISTORICO TO FALSE
           OPEN I-O EXH-HISTORICO
           IF WS-ATPC954-EXH-STATUS = "35"
              OPEN OUTPUT EXH-HISTORICO
              IF WS-ATPC954-EXH-STATUS = "00"
                 CLOSE EXH-HISTORICO
                 OPEN I-O EXH-HISTORICO
              END-IF
           END-IF
           IF WS-ATPC954-EXH-STATUS = "00"
              SET WS-ATPC954-CON-HISTORICO TO TRUE
           ELSE
              DISPLAY "ATPC954 - ALERTA: no se pudo abrir EXTHIST.DAT "
                      "-- FILE STATUS:[" WS-ATPC954-EXH-STATUS "] -- "
                      "los extractos del ciclo no quedan en el "
                      "historico"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC954-DEPURAR-HISTORICO
      *----------------------------------------------------------------
      * Reproceso de la cuenta con la misma fecha de ciclo: borra las
      * lineas del extracto anterior antes de guardar el nuevo
      *----------------------------------------------------------------
       ATPC954-DEPURAR-HISTORICO.
           MOVE WS-ATPC954-EXH-CODENT    TO EXH-CODENT
           MOVE WS-ATPC954-EXH-NUMCUENTA TO EXH-NUMCUENTA
           MOVE WS-ATPC954-EXH-FECCICLO  TO EXH-FECCICLO
           MOVE ZEROES                   TO EXH-SECUENCIA
           START EXH-HISTORICO KEY IS NOT LESS THAN EXH-CLAVE
               INVALID KEY
                  SET WS-ATPC954-FIN-HISTORICO TO TRUE
               NOT INVALID KEY
                  SET WS-ATPC954-FIN-HISTORICO TO FALSE
           END-START
           IF NOT WS-ATPC954-FIN-HISTORICO
              READ EXH-HISTORICO NEXT RECORD
                  AT END
                     SET WS-ATPC954-FIN-HISTORICO TO TRUE
              END-READ
              IF NOT WS-ATPC954-FIN-HISTORICO
              AND EXH-CODENT    = WS-ATPC954-EXH-CODENT
              AND EXH-NUMCUENTA = WS-ATPC954-EXH-NUMCUENTA
              AND EXH-FECCICLO  = WS-ATPC954-EXH-FECCICLO
                 ADD 1 TO WS-ATPC954-REEMPLAZADOS
              END-IF
           END-IF
           PERFORM UNTIL WS-ATPC954-FIN-HISTORICO
                      OR EXH-CODENT    NOT = WS-ATPC954-EXH-CODENT
                      OR EXH-NUMCUENTA NOT = WS-ATPC954-EXH-NUMCUENTA
                      OR EXH-FECCICLO  NOT = WS-ATPC954-EXH-FECCICLO
              DELETE EXH-HISTORICO RECORD
                  INVALID KEY
                     CONTINUE
              END-DELETE
              READ EXH-HISTORICO NEXT RECORD
                  AT END
                     SET WS-ATPC954-FIN-HISTORICO TO TRUE
              END-READ
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC954-ARCHIVAR-LINEA
      *----------------------------------------------------------------
       ATPC954-ARCHIVAR-LINEA.
           ADD 1 TO WS-ATPC954-EXH-SECUENCIA
           INITIALIZE EXH-HISTORICO-REG
           MOVE WS-ATPC954-EXH-CODENT    TO EXH-CODENT
           MOVE WS-ATPC954-EXH-NUMCUENTA TO EXH-NUMCUENTA
           MOVE WS-ATPC954-EXH-FECCICLO  TO EXH-FECCICLO
           MOVE WS-ATPC954-EXH-SECUENCIA TO EXH-SECUENCIA
           MOVE WS-ATPCRUN-RUNID         TO EXH-RUNID
           MOVE WS-ATPC954-SALIDA        TO EXH-LINEA
           WRITE EXH-HISTORICO-REG
               INVALID KEY
                  REWRITE EXH-HISTORICO-REG
                      INVALID KEY
                         DISPLAY "ATPC954 - ALERTA: no se pudo guardar "
                                 "en EXTHIST.DAT la cuenta ["
                                 WS-ATPC954-EXH-CODENT " "
                                 WS-ATPC954-EXH-NUMCUENTA "]"
                         IF RETURN-CODE < 4
                            MOVE 4 TO RETURN-CODE
                         END-IF
                  END-REWRITE
           END-WRITE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC954-LEER-ENSAYO
      *----------------------------------------------------------------
                  WS-ATPC954-ENT-LINEAS       DELIMITED BY SIZE
                  "] BRUTO ["                 DELIMITED BY SIZE
                  WS-ATPC954-ENT-BRUTO        DELIMITED BY SIZE
                  "] MENSAJES ["              DELIMITED BY SIZE
                  WS-ATPC954-ENT-MENSAJES     DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC954-LINEA
           WRITE RPT-ATPC954-REG FROM WS-ATPC954-LINEA
           DISPLAY WS-ATPC954-LINEA

      * Volumen de extractos de la entidad (no se asienta en ensayo)
           IF NOT WS-ATPC954-ENSAYO
           AND WS-ATPC954-ENT-CUENTAS > ZEROES
              INITIALIZE WS-ATPCVOL-ENTRADA
              MOVE WS-ATPCRUN-RUNID       TO WS-ATPCVOL-RUNID
              MOVE "ATPC954"              TO WS-ATPCVOL-PROGRAMA
              MOVE WS-ATPC954-ENT-ANT     TO WS-ATPCVOL-CODENT
              MOVE WS-ATPC954-ENT-CUENTAS TO WS-ATPCVOL-UNIDADES
              PERFORM ATPCVOL-GRABAR-VOLUMEN
           END-IF
           .

      *----------------------------------------------------------------
             INTO WS-ATPC954-LINEA
           WRITE RPT-ATPC954-REG FROM WS-ATPC954-LINEA
           DISPLAY WS-ATPC954-LINEA

           MOVE SPACES TO WS-ATPC954-LINEA
           STRING " EXTRACTOS FINALES DE CIERRE: " DELIMITED BY SIZE
                  WS-ATPC954-FINALES          DELIMITED BY SIZE
                  "  SIN FACTURAS: "          DELIMITED BY SIZE
                  WS-ATPC954-FINALES-SIN-FAC  DELIMITED BY SIZE
                  "  MENSAJES: "              DELIMITED BY SIZE
                  WS-ATPC954-MENSAJES         DELIMITED BY SIZE
             INTO WS-ATPC954-LINEA
           WRITE RPT-ATPC954-REG FROM WS-ATPC954-LINEA
           DISPLAY WS-ATPC954-LINEA

           IF NOT WS-ATPC954-ENSAYO
              MOVE SPACES TO WS-ATPC954-LINEA
              STRING " EXTRACTOS AL HISTORICO: " DELIMITED BY SIZE
                     WS-ATPC954-ARCHIVADOS      DELIMITED BY SIZE
                     "  REEMPLAZADOS: "         DELIMITED BY SIZE
                     WS-ATPC954-REEMPLAZADOS    DELIMITED BY SIZE
                INTO WS-ATPC954-LINEA
              WRITE RPT-ATPC954-REG FROM WS-ATPC954-LINEA
              DISPLAY WS-ATPC954-LINEA
           END-IF
           .

      *----------------------------------------------------------------

       COPY "ATPC021-PR".
       COPY "ATPC044-PR".
       COPY "ATPC052-PR".
       COPY "ATPC096-PR".
       COPY "ATPC154-PR".
       COPY "ATPC156-PR".
       COPY "ATPC161-PR".
       COPY "ATPC162-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
       COPY "ATPCVOL-PR".
       COPY "ATPCPUN-PR".
       COPY "ATPCCAE-PR".
       COPY "ATPCCTM-PR".
       COPY "ATPCMSJ-PR".
