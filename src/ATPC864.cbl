       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC864.
      *----------------------------------------------------------------
      * Programa batch de reparto de reportes por entidad al portal de
      * bancos asociados: corre al final de la cadena nocturna, cuando
      * ATPC992 ya catalogo los reportes del dia en la cola
      * RPTSPOOL.DAT / RPTCAT.DAT, y corta cada reporte repartible en
      * un archivo por destino --
      *  - por CODENT (alcance E): cada linea que informa
      *    "CODENT [cccc]" va a la carpeta de esa entidad;
      *  - por grupo CODENTCOM (alcance G): la linea con
      *    "CODENTCOM [nnnnnnnnnn]" va al grupo, y la linea con
      *    "CODENT [cccc]" va al grupo de la entidad en ATPC021 (la
      *    entidad sin CODENTCOM recibe lo suyo en su propia carpeta).
      * Las lineas sin entidad (titulos, totales y resumenes que suman
      * a todas las entidades) no se reparten y se cuentan en el
      * reporte. De cada reporte se toma la ultima generacion
      * catalogada hoy; el reporte sin generacion del dia se alerta
      * con RC 4.
      *
      * Reportes repartibles (ATPC864.PRM, una linea por reporte:
      * PROGRAMA(8) ALCANCE(1 E/G); sin archivo, los de defecto):
      * ATPC970 (antiguedad de mora), ATPC974 (posicion), ATPC982
      * (regulatorio) y ATPC983 (confirmaciones) por CODENT y
      * ATPC956 (compensacion neta) por CODENTCOM.
      *
      * Entrega -- la carpeta de cada destino PORTAL/<destino>/ (E +
      * CODENT o G + CODENTCOM, p.ej. PORTAL/E0001/) la habilita
      * operaciones al dar de alta al banco en el portal; el destino
      * sin carpeta se alerta con RC 4 y no se le entrega nada. En la
      * carpeta quedan --
      *  - un archivo por reporte PROGRAMA-AAAAMMDD.RPT con una linea
      *    de titulo (programa, fecha, corrida de la generacion y
      *    destino) y las lineas del destino;
      *  - el manifiesto MANIF-AAAAMMDD.DAT: "CAB" DESTINO(11)
      *    FECHA(8) RUNID(12); un "DET" por archivo PROGRAMA(8)
      *    ARCHIVO(40) RUNID de la generacion(12) REGISTROS(6); y
      *    "FIN" ARCHIVOS(3) REGISTROS(8).
      *
      * Constancia -- cada archivo y manifiesto entregado se asienta
      * en la bitacora del portal PORTALOG.DAT (se agrega al final).
      * Las descargas que el portal informa en PORTDESC.DAT
      * (DESTINO(11) ARCHIVO(40) FECHA(10) HORA(6 HHMMSS)
      * USUARIO(20)) se pasan a la misma bitacora al comenzar la
      * corrida y el archivo queda vacio para el portal. Layout de
      * PORTALOG.DAT: OPERACION(1: E entrega, D descarga) FECHA(10)
      * HORA(6) DESTINO(11) ARCHIVO(40) PROGRAMA(8) RUNID(12)
      * REGISTROS(6; en el manifiesto, los archivos) USUARIO(20).
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
           SELECT PRM-ATPC864 ASSIGN TO "ATPC864.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC864-PRM-STATUS.
      * Catalogo y cola de reportes -- ver ATPC992
           SELECT CAT-CATALOGO ASSIGN TO "RPTCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC864-CAT-STATUS.
           SELECT SPL-COLA ASSIGN TO "RPTSPOOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC864-SPL-STATUS.
      * Trabajo para agrupar las lineas por destino y reporte
           SELECT WRK-TRABAJO ASSIGN TO "ATPC864.WRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-CLAVE
               FILE STATUS IS WS-ATPC864-WRK-STATUS.
      * Archivo de reporte y manifiesto de cada destino
           SELECT ENT-ENTREGA ASSIGN TO DYNAMIC
               WS-ATPC864-ENT-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC864-ENT-STATUS.
           SELECT MAN-MANIFIESTO ASSIGN TO DYNAMIC
               WS-ATPC864-MAN-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC864-MAN-STATUS.
      * Descargas informadas por el portal y bitacora del portal
           SELECT DES-DESCARGAS ASSIGN TO "PORTDESC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC864-DES-STATUS.
           SELECT LOG-PORTAL ASSIGN TO "PORTALOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC864-LOG-STATUS.
           SELECT RPT-ATPC864 ASSIGN TO "ATPC864.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Requerido porque los ATPCxxx-CARGAR-ARREGLO graban una fila de
      * control compartida -- ver ATPCCTL-CTL.cpy
           SELECT CTL-CARGAS ASSIGN TO "ATPCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCCTL-STATUS.
      * Bitacora de auditoria persistente -- ver ATPCAUD-AUD.cpy
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

       FD  PRM-ATPC864
           RECORDING MODE IS F.
       01  PRM-ATPC864-REG.
           05  PRM-ATPC864-PROGRAMA           PIC X(08).
           05  PRM-ATPC864-ALCANCE            PIC X(01).

       FD  CAT-CATALOGO
           RECORDING MODE IS F.
       01  CAT-CATALOGO-REG.
           05  CAT-PROGRAMA                   PIC X(08).
           05  CAT-FECHA                      PIC 9(08).
           05  CAT-RUNID                      PIC X(12).
           05  CAT-LINEAS                     PIC 9(06).

       FD  SPL-COLA
           RECORDING MODE IS F.
       01  SPL-COLA-REG.
           05  SPL-MARCA                      PIC X(05).
           05  SPL-PROGRAMA                   PIC X(08).
           05  SPL-FECHA                      PIC 9(08).
           05  SPL-RUNID                      PIC X(12).
           05  SPL-TEXTO                      PIC X(130).

       FD  WRK-TRABAJO.
       01  WRK-TRABAJO-REG.
           05  WRK-CLAVE.
               10  WRK-DESTINO                PIC X(11).
               10  WRK-PROGRAMA               PIC X(08).
               10  WRK-SECUENCIA              PIC 9(06).
           05  WRK-RUNID                      PIC X(12).
           05  WRK-TEXTO                      PIC X(130).

       FD  ENT-ENTREGA
           RECORDING MODE IS F.
       01  ENT-ENTREGA-REG                    PIC X(130).

       FD  MAN-MANIFIESTO
           RECORDING MODE IS F.
       01  MAN-MANIFIESTO-REG                 PIC X(72).

       FD  DES-DESCARGAS
           RECORDING MODE IS F.
       01  DES-DESCARGAS-REG.
           05  DES-DESTINO                    PIC X(11).
           05  DES-ARCHIVO                    PIC X(40).
           05  DES-FECHA                      PIC X(10).
           05  DES-HORA                       PIC X(06).
           05  DES-USUARIO                    PIC X(20).

       FD  LOG-PORTAL
           RECORDING MODE IS F.
       01  LOG-PORTAL-REG.
           05  LOG-OPERACION                  PIC X(01).
               88  LOG-ENTREGA                VALUE "E".
               88  LOG-DESCARGA               VALUE "D".
           05  LOG-FECHA                      PIC X(10).
           05  LOG-HORA                       PIC X(06).
           05  LOG-DESTINO                    PIC X(11).
           05  LOG-ARCHIVO                    PIC X(40).
           05  LOG-PROGRAMA                   PIC X(08).
           05  LOG-RUNID                      PIC X(12).
           05  LOG-REGISTROS                  PIC 9(06).
           05  LOG-USUARIO                    PIC X(20).

       FD  RPT-ATPC864
           RECORDING MODE IS F.
       01  RPT-ATPC864-REG                    PIC X(130).

       WORKING-STORAGE SECTION.
       COPY "CONSTANTES".

       01  WS-MQCOPY.
           COPY "MQCOPY".

       COPY "MPMLOG".

       COPY "ATPC021-WS".
       COPY "ATPCCTL-WS".
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCEXC-WS".

       77  WS-ATPC864-PRM-STATUS              PIC X(02).
       77  WS-ATPC864-CAT-STATUS              PIC X(02).
       77  WS-ATPC864-SPL-STATUS              PIC X(02).
       77  WS-ATPC864-WRK-STATUS              PIC X(02).
       77  WS-ATPC864-ENT-STATUS              PIC X(02).
       77  WS-ATPC864-MAN-STATUS              PIC X(02).
       77  WS-ATPC864-DES-STATUS              PIC X(02).
       77  WS-ATPC864-LOG-STATUS              PIC X(02).

       77  WS-ATPC864-ENT-NOMBRE              PIC X(40).
       77  WS-ATPC864-MAN-NOMBRE              PIC X(40).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC864-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.
       01  FILLER                             PIC X(01).
           88 WS-ATPC864-MAN-ABIERTO          VALUE "S"
              WHEN SET TO FALSE "N".
       01  FILLER                             PIC X(01).
           88 WS-ATPC864-ENT-ABIERTA          VALUE "S"
              WHEN SET TO FALSE "N".
       01  FILLER                             PIC X(01).
           88 WS-ATPC864-LOG-ABIERTA          VALUE "S"
              WHEN SET TO FALSE "N".

      * Reportes repartibles con su alcance y la generacion del dia
       77  WS-ATPC864-REP-MAX                 PIC 9(02) VALUE 20.
       77  WS-ATPC864-REP-CANT                PIC 9(02) VALUE 0.
       77  WS-ATPC864-R                       PIC 9(02).
       77  WS-ATPC864-R-ACT                   PIC 9(02).
       01  WS-ATPC864-REPORTES.
           05  WS-ATPC864-REP OCCURS 20 TIMES.
               10  WS-ATPC864-REP-PROGRAMA    PIC X(08).
               10  WS-ATPC864-REP-ALCANCE     PIC X(01).
                   88  WS-ATPC864-REP-POR-ENTIDAD  VALUE "E".
                   88  WS-ATPC864-REP-POR-GRUPO    VALUE "G".
               10  WS-ATPC864-REP-RUNID       PIC X(12).
               10  WS-ATPC864-REP-LEIDAS      PIC 9(06).
               10  WS-ATPC864-REP-REPARTIDAS  PIC 9(06).
               10  WS-ATPC864-REP-SIN-DESTINO PIC 9(06).

      * Destino de la linea en curso
       77  WS-ATPC864-POS                     PIC 9(03).
       77  WS-ATPC864-SECUENCIA               PIC 9(06).
       01  WS-ATPC864-LIN-CODENT              PIC X(04).
       01  WS-ATPC864-LIN-CODENTCOM           PIC X(10).
       01  WS-ATPC864-DESTINO.
           05  WS-ATPC864-DST-TIPO            PIC X(01).
           05  WS-ATPC864-DST-CODIGO          PIC X(10).

      * Corte por destino y por reporte
       01  WS-ATPC864-DST-ANT                 PIC X(11).
       01  WS-ATPC864-PRG-ANT                 PIC X(08).
       01  WS-ATPC864-RUNID-ANT               PIC X(12).
       77  WS-ATPC864-REG-ARCHIVO             PIC 9(06).
       77  WS-ATPC864-MAN-ARCHIVOS            PIC 9(03).
       77  WS-ATPC864-MAN-REGISTROS           PIC 9(08).

      * Renglones del manifiesto
       01  WS-ATPC864-MAN-CAB.
           05  FILLER                         PIC X(03) VALUE "CAB".
           05  WS-ATPC864-MANC-DESTINO        PIC X(11).
           05  WS-ATPC864-MANC-FECHA          PIC 9(08).
           05  WS-ATPC864-MANC-RUNID          PIC X(12).
       01  WS-ATPC864-MAN-DET.
           05  FILLER                         PIC X(03) VALUE "DET".
           05  WS-ATPC864-MAND-PROGRAMA       PIC X(08).
           05  WS-ATPC864-MAND-ARCHIVO        PIC X(40).
           05  WS-ATPC864-MAND-RUNID          PIC X(12).
           05  WS-ATPC864-MAND-REGISTROS      PIC 9(06).
       01  WS-ATPC864-MAN-FIN.
           05  FILLER                         PIC X(03) VALUE "FIN".
           05  WS-ATPC864-MANF-ARCHIVOS       PIC 9(03).
           05  WS-ATPC864-MANF-REGISTROS      PIC 9(08).

       01  WS-ATPC864-HOY.
           05  WS-ATPC864-HOY-AAAA            PIC 9(04).
           05  WS-ATPC864-HOY-MM              PIC 9(02).
           05  WS-ATPC864-HOY-DD              PIC 9(02).
       01  WS-ATPC864-HOY-NUM REDEFINES WS-ATPC864-HOY
                                              PIC 9(08).
       01  WS-ATPC864-HOY-TXT.
           05  WS-ATPC864-HOYT-AAAA           PIC 9(04).
           05  FILLER                         PIC X(01) VALUE "-".
           05  WS-ATPC864-HOYT-MM             PIC 9(02).
           05  FILLER                         PIC X(01) VALUE "-".
           05  WS-ATPC864-HOYT-DD             PIC 9(02).
       01  WS-ATPC864-HORA.
           05  WS-ATPC864-HORA-HMS            PIC 9(06).
           05  WS-ATPC864-HORA-CC             PIC 9(02).

      * Contadores del resumen final
       77  WS-ATPC864-DESTINOS                PIC 9(06) VALUE 0.
       77  WS-ATPC864-SIN-CARPETA             PIC 9(06) VALUE 0.
       77  WS-ATPC864-ARCHIVOS                PIC 9(06) VALUE 0.
       77  WS-ATPC864-DESCARGAS               PIC 9(06) VALUE 0.

       01  WS-ATPC864-LINEA                   PIC X(130).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC864-PRINCIPAL
      *----------------------------------------------------------------
       ATPC864-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC864: REPARTO DE REPORTES POR ENTIDAD AL PORTAL     -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC864" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR
           MOVE WS-ATPCRUN-JOBID TO WS-ATPCAUD-JOBID

           PERFORM ATPCCTL-INICIALIZAR-CONTROL
           PERFORM ATPC021-CARGAR-ARREGLO

           ACCEPT WS-ATPC864-HOY FROM DATE YYYYMMDD
           MOVE WS-ATPC864-HOY-AAAA TO WS-ATPC864-HOYT-AAAA
           MOVE WS-ATPC864-HOY-MM   TO WS-ATPC864-HOYT-MM
           MOVE WS-ATPC864-HOY-DD   TO WS-ATPC864-HOYT-DD

           PERFORM ATPC864-CARGAR-REPORTES

           OPEN OUTPUT RPT-ATPC864
           MOVE SPACES TO WS-ATPC864-LINEA
           STRING " REPARTO DE REPORTES AL PORTAL DEL ["
                                              DELIMITED BY SIZE
                  WS-ATPC864-HOY-TXT          DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC864-LINEA
           WRITE RPT-ATPC864-REG FROM WS-ATPC864-LINEA
           DISPLAY WS-ATPC864-LINEA

           SET WS-ATPC864-LOG-ABIERTA TO FALSE
           OPEN EXTEND LOG-PORTAL
           IF WS-ATPC864-LOG-STATUS = "35"
              OPEN OUTPUT LOG-PORTAL
           END-IF
           IF WS-ATPC864-LOG-STATUS NOT = "00"
              DISPLAY "ATPC864 - ERROR: no se pudo abrir PORTALOG.DAT "
                      "-- FILE STATUS:[" WS-ATPC864-LOG-STATUS "] -- "
                      "sin bitacora no se entrega"
              CLOSE RPT-ATPC864
              PERFORM ATPC864-ABORTAR
           END-IF
           SET WS-ATPC864-LOG-ABIERTA TO TRUE

           PERFORM ATPC864-ASENTAR-DESCARGAS
           PERFORM ATPC864-UBICAR-GENERACIONES

           OPEN OUTPUT WRK-TRABAJO
           PERFORM ATPC864-REPARTIR-LINEAS
           CLOSE WRK-TRABAJO

           PERFORM ATPC864-EMITIR-ENTREGAS
           PERFORM ATPC864-RESUMEN-FINAL

           CLOSE LOG-PORTAL
                 RPT-ATPC864

           DISPLAY
           "- ATPC864: REPARTO DE REPORTES FINALIZADO                -"
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
      * Proceso: ATPC864-ABORTAR
      *----------------------------------------------------------------
       ATPC864-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC864-CARGAR-REPORTES
      *----------------------------------------------------------------
      * Reportes de ATPC864.PRM; sin archivo o sin lineas validas, los
      * de defecto
      *----------------------------------------------------------------
       ATPC864-CARGAR-REPORTES.
           MOVE ZEROES TO WS-ATPC864-REP-CANT
           OPEN INPUT PRM-ATPC864
           IF WS-ATPC864-PRM-STATUS = "00"
              SET WS-ATPC864-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC864-FIN-ENTRADA
                 READ PRM-ATPC864
                     AT END
                        SET WS-ATPC864-FIN-ENTRADA TO TRUE
                     NOT AT END
                        EVALUATE TRUE
                           WHEN PRM-ATPC864-PROGRAMA = SPACES
                              CONTINUE
                           WHEN PRM-ATPC864-ALCANCE NOT = "E"
                            AND PRM-ATPC864-ALCANCE NOT = "G"
                              DISPLAY "ATPC864 - ALERTA: alcance ["
                                      PRM-ATPC864-ALCANCE "] invalido"
                                      " para " PRM-ATPC864-PROGRAMA
                                      " -- reporte ignorado"
                              IF RETURN-CODE < 4
                                 MOVE 4 TO RETURN-CODE
                              END-IF
                           WHEN WS-ATPC864-REP-CANT
                                NOT < WS-ATPC864-REP-MAX
                              DISPLAY "ATPC864 - ALERTA: mas de "
                                      WS-ATPC864-REP-MAX " reportes en"
                                      " ATPC864.PRM -- "
                                      PRM-ATPC864-PROGRAMA " ignorado"
                              IF RETURN-CODE < 4
                                 MOVE 4 TO RETURN-CODE
                              END-IF
                           WHEN OTHER
                              ADD 1 TO WS-ATPC864-REP-CANT
                              MOVE PRM-ATPC864-PROGRAMA TO
                                WS-ATPC864-REP-PROGRAMA
                                (WS-ATPC864-REP-CANT)
                              MOVE PRM-ATPC864-ALCANCE TO
                                WS-ATPC864-REP-ALCANCE
                                (WS-ATPC864-REP-CANT)
                        END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE PRM-ATPC864
           END-IF

           IF WS-ATPC864-REP-CANT = ZEROES
              MOVE 5 TO WS-ATPC864-REP-CANT
              MOVE "ATPC970" TO WS-ATPC864-REP-PROGRAMA(1)
              MOVE "ATPC974" TO WS-ATPC864-REP-PROGRAMA(2)
              MOVE "ATPC956" TO WS-ATPC864-REP-PROGRAMA(3)
              MOVE "ATPC982" TO WS-ATPC864-REP-PROGRAMA(4)
              MOVE "ATPC983" TO WS-ATPC864-REP-PROGRAMA(5)
              MOVE "E"       TO WS-ATPC864-REP-ALCANCE(1)
                                WS-ATPC864-REP-ALCANCE(2)
                                WS-ATPC864-REP-ALCANCE(4)
                                WS-ATPC864-REP-ALCANCE(5)
              MOVE "G"       TO WS-ATPC864-REP-ALCANCE(3)
           END-IF

           PERFORM VARYING WS-ATPC864-R FROM 1 BY 1
                     UNTIL WS-ATPC864-R > WS-ATPC864-REP-CANT
              MOVE SPACES TO WS-ATPC864-REP-RUNID(WS-ATPC864-R)
              MOVE ZEROES TO WS-ATPC864-REP-LEIDAS(WS-ATPC864-R)
                             WS-ATPC864-REP-REPARTIDAS(WS-ATPC864-R)
                             WS-ATPC864-REP-SIN-DESTINO(WS-ATPC864-R)
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC864-ASENTAR-DESCARGAS
      *----------------------------------------------------------------
      * Pasa a la bitacora las descargas informadas por el portal y
      * deja PORTDESC.DAT vacio
      *----------------------------------------------------------------
       ATPC864-ASENTAR-DESCARGAS.
           OPEN INPUT DES-DESCARGAS
           IF WS-ATPC864-DES-STATUS = "00"
              SET WS-ATPC864-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC864-FIN-ENTRADA
                 READ DES-DESCARGAS
                     AT END
                        SET WS-ATPC864-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF DES-DESTINO NOT = SPACES
                           INITIALIZE LOG-PORTAL-REG
                           SET LOG-DESCARGA   TO TRUE
                           MOVE DES-FECHA     TO LOG-FECHA
                           MOVE DES-HORA      TO LOG-HORA
                           MOVE DES-DESTINO   TO LOG-DESTINO
                           MOVE DES-ARCHIVO   TO LOG-ARCHIVO
                           MOVE DES-USUARIO   TO LOG-USUARIO
                           WRITE LOG-PORTAL-REG
                           ADD 1 TO WS-ATPC864-DESCARGAS
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE DES-DESCARGAS
              OPEN OUTPUT DES-DESCARGAS
              CLOSE DES-DESCARGAS
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC864-UBICAR-GENERACIONES
      *----------------------------------------------------------------
      * Ultima generacion catalogada hoy de cada reporte repartible
      *----------------------------------------------------------------
       ATPC864-UBICAR-GENERACIONES.
           OPEN INPUT CAT-CATALOGO
           IF WS-ATPC864-CAT-STATUS = "00"
              SET WS-ATPC864-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC864-FIN-ENTRADA
                 READ CAT-CATALOGO
                     AT END
                        SET WS-ATPC864-FIN-ENTRADA TO TRUE
                     NOT AT END
                        IF CAT-FECHA = WS-ATPC864-HOY-NUM
                           PERFORM VARYING WS-ATPC864-R FROM 1 BY 1
                                UNTIL WS-ATPC864-R > WS-ATPC864-REP-CANT
                              IF CAT-PROGRAMA =
                                 WS-ATPC864-REP-PROGRAMA(WS-ATPC864-R)
                                 MOVE CAT-RUNID TO
                                   WS-ATPC864-REP-RUNID(WS-ATPC864-R)
                              END-IF
                           END-PERFORM
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE CAT-CATALOGO
           END-IF

           PERFORM VARYING WS-ATPC864-R FROM 1 BY 1
                     UNTIL WS-ATPC864-R > WS-ATPC864-REP-CANT
              IF WS-ATPC864-REP-RUNID(WS-ATPC864-R) = SPACES
                 DISPLAY "ATPC864 - ALERTA: "
                         WS-ATPC864-REP-PROGRAMA(WS-ATPC864-R)
                         " sin generacion catalogada hoy -- no se "
                         "reparte"
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC864-REPARTIR-LINEAS
      *----------------------------------------------------------------
      * Recorre la cola y deja en el trabajo cada linea de las
      * generaciones del dia con su destino
      *----------------------------------------------------------------
       ATPC864-REPARTIR-LINEAS.
           MOVE ZEROES TO WS-ATPC864-R-ACT
           OPEN INPUT SPL-COLA
           IF WS-ATPC864-SPL-STATUS NOT = "00"
              DISPLAY "ATPC864 - ALERTA: cola de reportes RPTSPOOL.DAT"
                      " no disponible -- FILE STATUS:["
                      WS-ATPC864-SPL-STATUS "]"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              SET WS-ATPC864-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC864-FIN-ENTRADA
                 READ SPL-COLA
                     AT END
                        SET WS-ATPC864-FIN-ENTRADA TO TRUE
                     NOT AT END
                        EVALUATE TRUE
                           WHEN SPL-MARCA = "##INI"
                              PERFORM ATPC864-ABRIR-GENERACION
                           WHEN SPL-MARCA = "##FIN"
                              MOVE ZEROES TO WS-ATPC864-R-ACT
                           WHEN WS-ATPC864-R-ACT > ZEROES
                              PERFORM ATPC864-ATRIBUIR-LINEA
                           WHEN OTHER
                              CONTINUE
                        END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE SPL-COLA
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC864-ABRIR-GENERACION
      *----------------------------------------------------------------
       ATPC864-ABRIR-GENERACION.
           MOVE ZEROES TO WS-ATPC864-R-ACT
                          WS-ATPC864-SECUENCIA
           PERFORM VARYING WS-ATPC864-R FROM 1 BY 1
                     UNTIL WS-ATPC864-R > WS-ATPC864-REP-CANT
              IF SPL-PROGRAMA = WS-ATPC864-REP-PROGRAMA(WS-ATPC864-R)
              AND SPL-RUNID = WS-ATPC864-REP-RUNID(WS-ATPC864-R)
                 MOVE WS-ATPC864-R TO WS-ATPC864-R-ACT
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC864-ATRIBUIR-LINEA
      *----------------------------------------------------------------
      * Destino de la linea segun la entidad o el grupo que informa y
      * el alcance del reporte; la linea sin destino no se reparte
      *----------------------------------------------------------------
       ATPC864-ATRIBUIR-LINEA.
           ADD 1 TO WS-ATPC864-REP-LEIDAS(WS-ATPC864-R-ACT)
           ADD 1 TO WS-ATPC864-SECUENCIA
           MOVE SPACES TO WS-ATPC864-LIN-CODENT
                          WS-ATPC864-LIN-CODENTCOM
                          WS-ATPC864-DESTINO

           MOVE ZEROES TO WS-ATPC864-POS
           INSPECT SPL-TEXTO TALLYING WS-ATPC864-POS
              FOR CHARACTERS BEFORE INITIAL "CODENTCOM ["
           IF WS-ATPC864-POS < 110
              MOVE SPL-TEXTO(WS-ATPC864-POS + 12:10)
                TO WS-ATPC864-LIN-CODENTCOM
           END-IF
           MOVE ZEROES TO WS-ATPC864-POS
           INSPECT SPL-TEXTO TALLYING WS-ATPC864-POS
              FOR CHARACTERS BEFORE INITIAL "CODENT ["
           IF WS-ATPC864-POS < 119
              MOVE SPL-TEXTO(WS-ATPC864-POS + 9:4)
                TO WS-ATPC864-LIN-CODENT
           END-IF

           EVALUATE TRUE
              WHEN WS-ATPC864-REP-POR-ENTIDAD(WS-ATPC864-R-ACT)
               AND WS-ATPC864-LIN-CODENT NOT = SPACES
                 MOVE "E"                   TO WS-ATPC864-DST-TIPO
                 MOVE WS-ATPC864-LIN-CODENT TO WS-ATPC864-DST-CODIGO
              WHEN WS-ATPC864-REP-POR-GRUPO(WS-ATPC864-R-ACT)
               AND WS-ATPC864-LIN-CODENTCOM IS NUMERIC
                 MOVE "G"                   TO WS-ATPC864-DST-TIPO
                 MOVE WS-ATPC864-LIN-CODENTCOM
                   TO WS-ATPC864-DST-CODIGO
              WHEN WS-ATPC864-REP-POR-GRUPO(WS-ATPC864-R-ACT)
               AND WS-ATPC864-LIN-CODENT NOT = SPACES
                 PERFORM ATPC864-GRUPO-DE-ENTIDAD
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF WS-ATPC864-DESTINO = SPACES
              ADD 1 TO WS-ATPC864-REP-SIN-DESTINO(WS-ATPC864-R-ACT)
           ELSE
              ADD 1 TO WS-ATPC864-REP-REPARTIDAS(WS-ATPC864-R-ACT)
              MOVE WS-ATPC864-DESTINO   TO WRK-DESTINO
              MOVE SPL-PROGRAMA         TO WRK-PROGRAMA
              MOVE WS-ATPC864-SECUENCIA TO WRK-SECUENCIA
              MOVE SPL-RUNID            TO WRK-RUNID
              MOVE SPL-TEXTO            TO WRK-TEXTO
              WRITE WRK-TRABAJO-REG
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC864-GRUPO-DE-ENTIDAD
      *----------------------------------------------------------------
      * Grupo CODENTCOM de la entidad en ATPC021; la entidad sin grupo
      * recibe la linea en su propia carpeta
      *----------------------------------------------------------------
       ATPC864-GRUPO-DE-ENTIDAD.
           INITIALIZE WS-ATPC021
           MOVE WS-ATPC864-LIN-CODENT TO WS-ATPC021-CODENT
           PERFORM ATPC021-BUSCAR-EN-ARREGLO
           IF WS-ATPC021-RETORNO-OK
           AND WS-ATPC021-CODENTCOM-ALF IS NUMERIC
           AND WS-ATPC021-CODENTCOM > ZEROES
              MOVE "G"                      TO WS-ATPC864-DST-TIPO
              MOVE WS-ATPC021-CODENTCOM-ALF TO WS-ATPC864-DST-CODIGO
           ELSE
              MOVE "E"                      TO WS-ATPC864-DST-TIPO
              MOVE WS-ATPC864-LIN-CODENT    TO WS-ATPC864-DST-CODIGO
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC864-EMITIR-ENTREGAS
      *----------------------------------------------------------------
      * Corte por destino (manifiesto) y por reporte (archivo) sobre
      * el trabajo ordenado
      *----------------------------------------------------------------
       ATPC864-EMITIR-ENTREGAS.
           SET WS-ATPC864-MAN-ABIERTO TO FALSE
           SET WS-ATPC864-ENT-ABIERTA TO FALSE
           MOVE LOW-VALUES TO WS-ATPC864-DST-ANT
                              WS-ATPC864-PRG-ANT
           OPEN INPUT WRK-TRABAJO
           SET WS-ATPC864-FIN-ENTRADA TO FALSE
           PERFORM UNTIL WS-ATPC864-FIN-ENTRADA
              READ WRK-TRABAJO NEXT RECORD
                  AT END
                     SET WS-ATPC864-FIN-ENTRADA TO TRUE
                  NOT AT END
                     IF WRK-DESTINO NOT = WS-ATPC864-DST-ANT
                        PERFORM ATPC864-CERRAR-ARCHIVO
                        PERFORM ATPC864-CERRAR-MANIFIESTO
                        PERFORM ATPC864-ABRIR-MANIFIESTO
                        MOVE LOW-VALUES TO WS-ATPC864-PRG-ANT
                     END-IF
                     IF WRK-PROGRAMA NOT = WS-ATPC864-PRG-ANT
                        PERFORM ATPC864-CERRAR-ARCHIVO
                        PERFORM ATPC864-ABRIR-ARCHIVO
                     END-IF
                     IF WS-ATPC864-ENT-ABIERTA
                        WRITE ENT-ENTREGA-REG FROM WRK-TEXTO
                        ADD 1 TO WS-ATPC864-REG-ARCHIVO
                     END-IF
              END-READ
           END-PERFORM
           CLOSE WRK-TRABAJO
           PERFORM ATPC864-CERRAR-ARCHIVO
           PERFORM ATPC864-CERRAR-MANIFIESTO
           .

      *----------------------------------------------------------------
      * Proceso: ATPC864-ABRIR-MANIFIESTO
      *----------------------------------------------------------------
      * El destino sin carpeta habilitada en el portal no recibe nada
      *----------------------------------------------------------------
       ATPC864-ABRIR-MANIFIESTO.
           MOVE WRK-DESTINO TO WS-ATPC864-DST-ANT
           MOVE ZEROES TO WS-ATPC864-MAN-ARCHIVOS
                          WS-ATPC864-MAN-REGISTROS
           ADD 1 TO WS-ATPC864-DESTINOS
           MOVE SPACES TO WS-ATPC864-MAN-NOMBRE
           STRING "PORTAL/"                   DELIMITED BY SIZE
                  WRK-DESTINO                 DELIMITED BY SPACE
                  "/MANIF-"                   DELIMITED BY SIZE
                  WS-ATPC864-HOY              DELIMITED BY SIZE
                  ".DAT"                      DELIMITED BY SIZE
             INTO WS-ATPC864-MAN-NOMBRE
           OPEN OUTPUT MAN-MANIFIESTO
           IF WS-ATPC864-MAN-STATUS NOT = "00"
              ADD 1 TO WS-ATPC864-SIN-CARPETA
              DISPLAY "ATPC864 - ALERTA: no se pudo abrir "
                      WS-ATPC864-MAN-NOMBRE " -- FILE STATUS:["
                      WS-ATPC864-MAN-STATUS "] -- destino sin "
                      "carpeta en el portal, no se le entrega"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              SET WS-ATPC864-MAN-ABIERTO TO TRUE
              MOVE WRK-DESTINO        TO WS-ATPC864-MANC-DESTINO
              MOVE WS-ATPC864-HOY-NUM TO WS-ATPC864-MANC-FECHA
              MOVE WS-ATPCRUN-RUNID   TO WS-ATPC864-MANC-RUNID
              WRITE MAN-MANIFIESTO-REG FROM WS-ATPC864-MAN-CAB
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC864-CERRAR-MANIFIESTO
      *----------------------------------------------------------------
       ATPC864-CERRAR-MANIFIESTO.
           IF WS-ATPC864-MAN-ABIERTO
              MOVE WS-ATPC864-MAN-ARCHIVOS  TO WS-ATPC864-MANF-ARCHIVOS
              MOVE WS-ATPC864-MAN-REGISTROS
                TO WS-ATPC864-MANF-REGISTROS
              WRITE MAN-MANIFIESTO-REG FROM WS-ATPC864-MAN-FIN
              CLOSE MAN-MANIFIESTO
              SET WS-ATPC864-MAN-ABIERTO TO FALSE

              INITIALIZE LOG-PORTAL-REG
              MOVE WS-ATPC864-MAN-NOMBRE    TO LOG-ARCHIVO
              MOVE WS-ATPCRUN-RUNID         TO LOG-RUNID
              MOVE WS-ATPC864-MAN-ARCHIVOS  TO LOG-REGISTROS
              PERFORM ATPC864-ASENTAR-ENTREGA

              MOVE SPACES TO WS-ATPC864-LINEA
              STRING " DESTINO ["             DELIMITED BY SIZE
                     WS-ATPC864-DST-ANT       DELIMITED BY SIZE
                     "] ARCHIVOS ["           DELIMITED BY SIZE
                     WS-ATPC864-MAN-ARCHIVOS  DELIMITED BY SIZE
                     "] REGISTROS ["          DELIMITED BY SIZE
                     WS-ATPC864-MAN-REGISTROS DELIMITED BY SIZE
                     "] MANIFIESTO ["         DELIMITED BY SIZE
                     WS-ATPC864-MAN-NOMBRE    DELIMITED BY SPACE
                     "]"                      DELIMITED BY SIZE
                INTO WS-ATPC864-LINEA
              WRITE RPT-ATPC864-REG FROM WS-ATPC864-LINEA
              DISPLAY WS-ATPC864-LINEA
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC864-ABRIR-ARCHIVO
      *----------------------------------------------------------------
       ATPC864-ABRIR-ARCHIVO.
           MOVE WRK-PROGRAMA TO WS-ATPC864-PRG-ANT
           MOVE WRK-RUNID    TO WS-ATPC864-RUNID-ANT
           MOVE ZEROES TO WS-ATPC864-REG-ARCHIVO
           IF WS-ATPC864-MAN-ABIERTO
              MOVE SPACES TO WS-ATPC864-ENT-NOMBRE
              STRING "PORTAL/"                DELIMITED BY SIZE
                     WRK-DESTINO              DELIMITED BY SPACE
                     "/"                      DELIMITED BY SIZE
                     WRK-PROGRAMA             DELIMITED BY SPACE
                     "-"                      DELIMITED BY SIZE
                     WS-ATPC864-HOY           DELIMITED BY SIZE
                     ".RPT"                   DELIMITED BY SIZE
                INTO WS-ATPC864-ENT-NOMBRE
              OPEN OUTPUT ENT-ENTREGA
              IF WS-ATPC864-ENT-STATUS NOT = "00"
                 DISPLAY "ATPC864 - ALERTA: no se pudo abrir "
                         WS-ATPC864-ENT-NOMBRE " -- FILE STATUS:["
                         WS-ATPC864-ENT-STATUS "]"
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              ELSE
                 SET WS-ATPC864-ENT-ABIERTA TO TRUE
                 MOVE SPACES TO WS-ATPC864-LINEA
                 STRING " "                   DELIMITED BY SIZE
                        WRK-PROGRAMA          DELIMITED BY SPACE
                        " DEL ["              DELIMITED BY SIZE
                        WS-ATPC864-HOY-TXT    DELIMITED BY SIZE
                        "] CORRIDA ["         DELIMITED BY SIZE
                        WRK-RUNID             DELIMITED BY SIZE
                        "] DESTINO ["         DELIMITED BY SIZE
                        WRK-DESTINO           DELIMITED BY SIZE
                        "]"                   DELIMITED BY SIZE
                   INTO WS-ATPC864-LINEA
                 WRITE ENT-ENTREGA-REG FROM WS-ATPC864-LINEA
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC864-CERRAR-ARCHIVO
      *----------------------------------------------------------------
       ATPC864-CERRAR-ARCHIVO.
           IF WS-ATPC864-ENT-ABIERTA
              CLOSE ENT-ENTREGA
              SET WS-ATPC864-ENT-ABIERTA TO FALSE
              ADD 1 TO WS-ATPC864-ARCHIVOS
              ADD 1 TO WS-ATPC864-MAN-ARCHIVOS
              ADD WS-ATPC864-REG-ARCHIVO TO WS-ATPC864-MAN-REGISTROS

              MOVE WS-ATPC864-PRG-ANT     TO WS-ATPC864-MAND-PROGRAMA
              MOVE WS-ATPC864-ENT-NOMBRE  TO WS-ATPC864-MAND-ARCHIVO
              MOVE WS-ATPC864-RUNID-ANT   TO WS-ATPC864-MAND-RUNID
              MOVE WS-ATPC864-REG-ARCHIVO TO WS-ATPC864-MAND-REGISTROS
              WRITE MAN-MANIFIESTO-REG FROM WS-ATPC864-MAN-DET

              INITIALIZE LOG-PORTAL-REG
              MOVE WS-ATPC864-ENT-NOMBRE  TO LOG-ARCHIVO
              MOVE WS-ATPC864-PRG-ANT     TO LOG-PROGRAMA
              MOVE WS-ATPC864-RUNID-ANT   TO LOG-RUNID
              MOVE WS-ATPC864-REG-ARCHIVO TO LOG-REGISTROS
              PERFORM ATPC864-ASENTAR-ENTREGA
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC864-ASENTAR-ENTREGA
      *----------------------------------------------------------------
      * Fila de entrega en la bitacora del portal; el llamador deja
      * archivo, programa, corrida y registros
      *----------------------------------------------------------------
       ATPC864-ASENTAR-ENTREGA.
           ACCEPT WS-ATPC864-HORA FROM TIME
           SET LOG-ENTREGA            TO TRUE
           MOVE WS-ATPC864-HOY-TXT    TO LOG-FECHA
           MOVE WS-ATPC864-HORA-HMS   TO LOG-HORA
           MOVE WS-ATPC864-DST-ANT    TO LOG-DESTINO
           MOVE WS-ATPCRUN-PROGRAMA   TO LOG-USUARIO
           WRITE LOG-PORTAL-REG
           .

      *----------------------------------------------------------------
      * Proceso: ATPC864-RESUMEN-FINAL
      *----------------------------------------------------------------
       ATPC864-RESUMEN-FINAL.
           MOVE SPACES TO WS-ATPC864-LINEA
           WRITE RPT-ATPC864-REG FROM WS-ATPC864-LINEA
           PERFORM VARYING WS-ATPC864-R FROM 1 BY 1
                     UNTIL WS-ATPC864-R > WS-ATPC864-REP-CANT
              MOVE SPACES TO WS-ATPC864-LINEA
              STRING " REPORTE ["             DELIMITED BY SIZE
                     WS-ATPC864-REP-PROGRAMA(WS-ATPC864-R)
                                              DELIMITED BY SIZE
                     "] ALCANCE ["            DELIMITED BY SIZE
                     WS-ATPC864-REP-ALCANCE(WS-ATPC864-R)
                                              DELIMITED BY SIZE
                     "] CORRIDA ["            DELIMITED BY SIZE
                     WS-ATPC864-REP-RUNID(WS-ATPC864-R)
                                              DELIMITED BY SIZE
                     "] LINEAS ["             DELIMITED BY SIZE
                     WS-ATPC864-REP-LEIDAS(WS-ATPC864-R)
                                              DELIMITED BY SIZE
                     "] REPARTIDAS ["         DELIMITED BY SIZE
                     WS-ATPC864-REP-REPARTIDAS(WS-ATPC864-R)
                                              DELIMITED BY SIZE
                     "] SIN ENTIDAD ["        DELIMITED BY SIZE
                     WS-ATPC864-REP-SIN-DESTINO(WS-ATPC864-R)
                                              DELIMITED BY SIZE
                     "]"                      DELIMITED BY SIZE
                INTO WS-ATPC864-LINEA
              WRITE RPT-ATPC864-REG FROM WS-ATPC864-LINEA
              DISPLAY WS-ATPC864-LINEA
           END-PERFORM

           MOVE SPACES TO WS-ATPC864-LINEA
           STRING " DESTINOS: "               DELIMITED BY SIZE
                  WS-ATPC864-DESTINOS         DELIMITED BY SIZE
                  "  SIN CARPETA: "           DELIMITED BY SIZE
                  WS-ATPC864-SIN-CARPETA      DELIMITED BY SIZE
                  "  ARCHIVOS ENTREGADOS: "   DELIMITED BY SIZE
                  WS-ATPC864-ARCHIVOS         DELIMITED BY SIZE
                  "  DESCARGAS ASENTADAS: "   DELIMITED BY SIZE
                  WS-ATPC864-DESCARGAS        DELIMITED BY SIZE
             INTO WS-ATPC864-LINEA
           WRITE RPT-ATPC864-REG FROM WS-ATPC864-LINEA
           DISPLAY WS-ATPC864-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: 888888-LOGGEAR-TRANSACCION
      *----------------------------------------------------------------
      * Rutina de traza de entrada/salida de las librerias ATPCxxx
      * invocadas por este programa (documentada como dependencia del
      * host en el encabezado de cada libreria ATPCnnn-PR). Este
      * programa la resuelve volcando la transaccion a consola.
       888888-LOGGEAR-TRANSACCION.
           DISPLAY INDICADOR_I-O OF MPMLOG " "
                   CODIGO_RUTINA OF MPMLOG " "
                   MENSAJE_COPY  OF MPMLOG
           .

       COPY "ATPC021-PR".
       COPY "ATPCCTL-PR".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
       COPY "ATPCEXC-PR".
