       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPC865.
      *----------------------------------------------------------------
      * Programa batch de comparacion de salidas de corrida paralela
      * de la cadena de facturacion: toma, por cada archivo de negocio,
      * la version de dos corridas (produccion contra el ensayo con el
      * cambio, tipicamente el .DAT contra la copia sombra .SHW que
      * dejan ATPC916, ATPC951 y ATPC954 en modo ensayo, o dos
      * corridas guardadas de la misma fecha) y las casa por clave de
      * negocio, no por posicion --
      *  - AGREGADO: registro solo en la corrida B;
      *  - FALTANTE: registro solo en la corrida A;
      *  - CAMBIADO: registro en ambas con algun campo distinto, con
      *    una linea por campo (valor A, valor B y diferencia). Los
      *    importes cuya diferencia absoluta no supera la tolerancia
      *    del archivo se informan DENTRO DE TOLERANCIA y no cambian
      *    el dictamen; el resto de los campos (tasas, cantidades,
      *    fechas y textos) debe coincidir exactamente.
      * Termina con un resumen por archivo (leidos, iguales,
      * tolerados, cambiados, agregados, faltantes y PASA/FALLA) y el
      * dictamen de la corrida, listo para la conformidad del comite
      * de cambios. Un archivo PASA sin agregados, faltantes ni
      * cambios fuera de tolerancia; el archivo que no se puede abrir
      * FALLA.
      *
      * Parametros (ATPC865.PRM, una linea por archivo a comparar):
      * CLASE(3) ARCHIVO-A(30) ARCHIVO-B(30) TOLERANCIA(9 9(07)V99,
      * importe absoluto; sin informar, cero). Clases y clave de
      * negocio de cada una --
      *  - FAC facturas aceptadas (FACACEP.DAT): CODENT NUMCUENTA
      *    TIPOFAC FECHA; compara IMPORTE.
      *  - DEV devengo de intereses (DEVENGO.DAT): CODENT NUMCUENTA;
      *    compara SALDO-BASE, TASA, DEVENGO e INDABOREAL.
      *  - EXT extractos (EXTRACTO.DAT): la cuenta del ultimo CAB mas
      *    el tipo de renglon y, en DET, TIPOFAC FECHA; en MON y DVM,
      *    CLAMON; en MSJ, CODMSJ. Compara los demas campos de cada
      *    renglon.
      *  - ORD ordenes de domiciliacion (ORDDOM.DAT): tipo, CODENT y
      *    en DET NUMCUENTA.
      *  - AST asientos contables (ASIENTOS.DAT): tipo, CODENT,
      *    ORIGEN, REFERENCIA, DEBHAB y CONTCUR; compara IMPORTE. La
      *    FECHA del asiento es la fecha de proceso de cada corrida y
      *    no se compara.
      *  - INS instrucciones de pago (INSTPAGO.DAT): en DET, CODENT
      *    CODPROCESO CODGRUPO FECHALIQ; en GRP, CODENTCOM; el TOT es
      *    unico.
      * La clave repetida dentro de un archivo se casa por orden de
      * aparicion (la primera de A con la primera de B, y asi).
      *
      * Codigo de retorno: 4 si algun archivo FALLA, 12 sin
      * parametros o sin ningun archivo que se haya podido comparar.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Registro de corridas con identificador por dia -- ver
      * ATPCRUN-RUN.cpy
           SELECT RUN-REGISTRO ASSIGN TO "ATPCRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCRUN-STATUS.
           SELECT PRM-ATPC865 ASSIGN TO "ATPC865.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC865-PRM-STATUS.
      * Version A o B del archivo en comparacion
           SELECT ENT-ENTRADA ASSIGN TO DYNAMIC WS-ATPC865-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC865-ENT-STATUS.
      * Trabajo con la corrida A por clave de negocio
           SELECT WRK-TRABAJO ASSIGN TO "ATPC865.WRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-CLAVE
               FILE STATUS IS WS-ATPC865-WRK-STATUS.
           SELECT RPT-ATPC865 ASSIGN TO "ATPC865.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "ATPCRUN-RUN".

       FD  PRM-ATPC865
           RECORDING MODE IS F.
       01  PRM-ATPC865-REG.
           05  PRM-ATPC865-CLASE              PIC X(03).
           05  PRM-ATPC865-ARCHIVO-A          PIC X(30).
           05  PRM-ATPC865-ARCHIVO-B          PIC X(30).
           05  PRM-ATPC865-TOLERANCIA         PIC 9(07)V99.

       FD  ENT-ENTRADA
           RECORDING MODE IS F.
       01  ENT-ENTRADA-REG                    PIC X(140).

       FD  WRK-TRABAJO.
       01  WRK-TRABAJO-REG.
           05  WRK-CLAVE.
               10  WRK-LLAVE                  PIC X(60).
               10  WRK-OCURRENCIA             PIC 9(04).
           05  WRK-CASADO                     PIC X(01).
           05  WRK-IMAGEN                     PIC X(140).

       FD  RPT-ATPC865
           RECORDING MODE IS F.
       01  RPT-ATPC865-REG                    PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "ATPCRUN-WS".

       77  WS-ATPC865-PRM-STATUS              PIC X(02).
       77  WS-ATPC865-ENT-STATUS              PIC X(02).
       77  WS-ATPC865-WRK-STATUS              PIC X(02).

       77  WS-ATPC865-NOMBRE                  PIC X(30).

       01  FILLER                             PIC 9(01).
           88 WS-ATPC865-FIN-ENTRADA          VALUE 1
              WHEN SET TO FALSE 0.
       01  FILLER                             PIC 9(01).
           88 WS-ATPC865-GRABADA              VALUE 1
              WHEN SET TO FALSE 0.
       01  FILLER                             PIC X(01).
           88 WS-ATPC865-HALLADA              VALUE "S".
           88 WS-ATPC865-SIN-PAREJA           VALUE "N".
           88 WS-ATPC865-BUSCANDO             VALUE " ".
       01  FILLER                             PIC 9(01).
           88 WS-ATPC865-FILA-INFORMADA       VALUE 1
              WHEN SET TO FALSE 0.

      * Archivos a comparar (ATPC865.PRM) con sus contadores
       77  WS-ATPC865-CMP-MAX                 PIC 9(02) VALUE 20.
       77  WS-ATPC865-CMP-CANT                PIC 9(02) VALUE 0.
       77  WS-ATPC865-K                       PIC 9(02).
       01  WS-ATPC865-COMPARACIONES.
           05  WS-ATPC865-CMP OCCURS 20 TIMES.
               10  WS-ATPC865-CMP-CLASE       PIC X(03).
               10  WS-ATPC865-CMP-ARCHIVO-A   PIC X(30).
               10  WS-ATPC865-CMP-ARCHIVO-B   PIC X(30).
               10  WS-ATPC865-CMP-TOLERANCIA  PIC 9(07)V99.
               10  WS-ATPC865-CMP-LEIDOS-A    PIC 9(06).
               10  WS-ATPC865-CMP-LEIDOS-B    PIC 9(06).
               10  WS-ATPC865-CMP-IGUALES     PIC 9(06).
               10  WS-ATPC865-CMP-TOLERADOS   PIC 9(06).
               10  WS-ATPC865-CMP-CAMBIADOS   PIC 9(06).
               10  WS-ATPC865-CMP-AGREGADOS   PIC 9(06).
               10  WS-ATPC865-CMP-FALTANTES   PIC 9(06).
               10  WS-ATPC865-CMP-DESCARTADOS PIC 9(06).
               10  WS-ATPC865-CMP-ESTADO      PIC X(01).
                   88  WS-ATPC865-CMP-COMPARADO    VALUE "C".
                   88  WS-ATPC865-CMP-SIN-A        VALUE "A".
                   88  WS-ATPC865-CMP-SIN-B        VALUE "B".
               10  WS-ATPC865-CMP-RESULTADO   PIC X(05).
                   88  WS-ATPC865-CMP-PASA         VALUE "PASA".
                   88  WS-ATPC865-CMP-FALLA        VALUE "FALLA".

      * Clave de negocio del registro en curso
       01  WS-ATPC865-CLAVE                   PIC X(60).
       77  WS-ATPC865-OCURRENCIA              PIC 9(04).
       01  WS-ATPC865-EXT-CUENTA              PIC X(20).

      * Registro en curso y sus vistas por clase y tipo de renglon
       01  WS-ATPC865-VISTA                   PIC X(140).

       01  WS-ATPC865-V-FAC REDEFINES WS-ATPC865-VISTA.
           05  WS-ATPC865-FAC-CODENT          PIC X(04).
           05  WS-ATPC865-FAC-NUMCUENTA       PIC X(16).
           05  WS-ATPC865-FAC-TIPOFAC         PIC 9(04).
           05  WS-ATPC865-FAC-FECHA           PIC X(10).
           05  WS-ATPC865-FAC-IMPORTE         PIC 9(09)V99.
           05  FILLER                         PIC X(95).

       01  WS-ATPC865-V-DEV REDEFINES WS-ATPC865-VISTA.
           05  WS-ATPC865-DEV-CODENT          PIC X(04).
           05  WS-ATPC865-DEV-NUMCUENTA       PIC X(16).
           05  WS-ATPC865-DEV-SALDO-BASE      PIC S9(09)V99.
           05  WS-ATPC865-DEV-TASA            PIC 9(03)V9(04).
           05  WS-ATPC865-DEV-DEVENGO         PIC S9(09)V9(04).
           05  WS-ATPC865-DEV-INDABOREAL      PIC X(01).
           05  FILLER                         PIC X(88).

      * Renglones del extracto -- ver ATPC954
       01  WS-ATPC865-V-EXT REDEFINES WS-ATPC865-VISTA.
           05  WS-ATPC865-EXT-TIPO            PIC X(03).
           05  WS-ATPC865-EXT-DATOS           PIC X(137).
       01  WS-ATPC865-V-CAB REDEFINES WS-ATPC865-VISTA.
           05  FILLER                         PIC X(03).
           05  WS-ATPC865-CAB-CUENTA.
               10  WS-ATPC865-CAB-CODENT      PIC X(04).
               10  WS-ATPC865-CAB-NUMCUENTA   PIC X(16).
           05  WS-ATPC865-CAB-CODENTDES       PIC X(30).
           05  WS-ATPC865-CAB-NOMPAIS         PIC X(30).
           05  WS-ATPC865-CAB-CODIDIOMA       PIC X(01).
           05  WS-ATPC865-CAB-FECVTO          PIC X(10).
           05  FILLER                         PIC X(46).
       01  WS-ATPC865-V-DET REDEFINES WS-ATPC865-VISTA.
           05  FILLER                         PIC X(03).
           05  WS-ATPC865-DET-TIPOFAC         PIC 9(04).
           05  WS-ATPC865-DET-FECHA           PIC X(10).
           05  WS-ATPC865-DET-DESTIPFAC       PIC X(30).
           05  WS-ATPC865-DET-BRUTO           PIC 9(09)V99.
           05  WS-ATPC865-DET-PORIMPTO        PIC 9(03)V9(04).
           05  WS-ATPC865-DET-IMPUESTO        PIC 9(09)V99.
           05  WS-ATPC865-DET-NETO            PIC 9(09)V99.
           05  FILLER                         PIC X(53).
       01  WS-ATPC865-V-EDV REDEFINES WS-ATPC865-VISTA.
           05  FILLER                         PIC X(03).
           05  WS-ATPC865-EDV-SALDO-BASE      PIC S9(09)V99 SIGN LEADING
                                              SEPARATE.
           05  WS-ATPC865-EDV-TASA            PIC 9(03)V9(04).
           05  WS-ATPC865-EDV-DEVENGO         PIC S9(09)V9(04)
                                              SIGN LEADING SEPARATE.
           05  FILLER                         PIC X(104).
       01  WS-ATPC865-V-MON REDEFINES WS-ATPC865-VISTA.
           05  FILLER                         PIC X(03).
           05  WS-ATPC865-MON-CLAMON          PIC 9(03).
           05  WS-ATPC865-MON-SALDO           PIC S9(09)V99 SIGN LEADING
                                              SEPARATE.
           05  WS-ATPC865-MON-FECACT          PIC X(10).
           05  FILLER                         PIC X(112).
       01  WS-ATPC865-V-DVM REDEFINES WS-ATPC865-VISTA.
           05  FILLER                         PIC X(03).
           05  WS-ATPC865-DVM-CLAMON          PIC 9(03).
           05  WS-ATPC865-DVM-SALDO-BASE      PIC S9(09)V99 SIGN LEADING
                                              SEPARATE.
           05  WS-ATPC865-DVM-TASA            PIC 9(03)V9(04).
           05  WS-ATPC865-DVM-DEVENGO         PIC S9(09)V9(04)
                                              SIGN LEADING SEPARATE.
           05  FILLER                         PIC X(101).
       01  WS-ATPC865-V-PUN REDEFINES WS-ATPC865-VISTA.
           05  FILLER                         PIC X(03).
           05  WS-ATPC865-PUN-SALDO           PIC S9(09) SIGN LEADING
                                              SEPARATE.
           05  WS-ATPC865-PUN-MES             PIC X(07).
           05  WS-ATPC865-PUN-ACUM-MES        PIC 9(09).
           05  FILLER                         PIC X(111).
       01  WS-ATPC865-V-MSJ REDEFINES WS-ATPC865-VISTA.
           05  FILLER                         PIC X(03).
           05  WS-ATPC865-MSJ-CODMSJ          PIC X(06).
           05  WS-ATPC865-MSJ-PRIORIDAD       PIC 9(03).
           05  WS-ATPC865-MSJ-TEXTO           PIC X(100).
           05  FILLER                         PIC X(28).
       01  WS-ATPC865-V-PAG REDEFINES WS-ATPC865-VISTA.
           05  FILLER                         PIC X(03).
           05  WS-ATPC865-PAG-OFIMPAGO        PIC X(04).
           05  WS-ATPC865-PAG-NOMOFI          PIC X(30).
           05  WS-ATPC865-PAG-DIROFI          PIC X(40).
           05  WS-ATPC865-PAG-RESMPAGO        PIC X(22).
           05  FILLER                         PIC X(41).
       01  WS-ATPC865-V-TOT REDEFINES WS-ATPC865-VISTA.
           05  FILLER                         PIC X(03).
           05  WS-ATPC865-TOT-LINEAS          PIC 9(04).
           05  WS-ATPC865-TOT-BRUTO           PIC 9(11)V99.
           05  WS-ATPC865-TOT-IMPUESTO        PIC 9(11)V99.
           05  WS-ATPC865-TOT-NETO            PIC 9(11)V99.
           05  WS-ATPC865-TOT-TEA             PIC 9(04)V99.
           05  WS-ATPC865-TOT-CAE             PIC 9(04)V99.
           05  FILLER                         PIC X(82).
       01  WS-ATPC865-V-FIN REDEFINES WS-ATPC865-VISTA.
           05  FILLER                         PIC X(03).
           05  WS-ATPC865-FIN-FECCIERRE       PIC X(10).
           05  WS-ATPC865-FIN-MOTIVO          PIC X(40).
           05  WS-ATPC865-FIN-DESTINO         PIC X(01).
           05  WS-ATPC865-FIN-SALDO           PIC S9(09)V99 SIGN LEADING
                                              SEPARATE.
           05  FILLER                         PIC X(74).

      * Ordenes de domiciliacion -- ver ATPC957
       01  WS-ATPC865-V-ODE REDEFINES WS-ATPC865-VISTA.
           05  WS-ATPC865-ORD-TIPO            PIC X(03).
           05  WS-ATPC865-ODE-CODENT          PIC X(04).
           05  WS-ATPC865-ODE-NUMCUENTA       PIC X(16).
           05  WS-ATPC865-ODE-IMPORTE         PIC 9(09)V99.
           05  WS-ATPC865-ODE-FECVTO          PIC X(10).
           05  FILLER                         PIC X(96).
       01  WS-ATPC865-V-OTO REDEFINES WS-ATPC865-VISTA.
           05  FILLER                         PIC X(03).
           05  WS-ATPC865-OTO-CODENT          PIC X(04).
           05  WS-ATPC865-OTO-CANTIDAD        PIC 9(06).
           05  WS-ATPC865-OTO-IMPORTE         PIC 9(11)V99.
           05  FILLER                         PIC X(114).

      * Asientos contables -- ver ATPC955
       01  WS-ATPC865-V-AST REDEFINES WS-ATPC865-VISTA.
           05  WS-ATPC865-AST-TIPO            PIC X(03).
           05  WS-ATPC865-AST-CODENT          PIC X(04).
           05  WS-ATPC865-AST-ORIGEN          PIC X(03).
           05  WS-ATPC865-AST-DEBHAB          PIC X(01).
           05  WS-ATPC865-AST-CONTCUR         PIC X(26).
           05  WS-ATPC865-AST-IMPORTE         PIC 9(13)V99.
           05  WS-ATPC865-AST-FECHA           PIC X(10).
           05  WS-ATPC865-AST-REFERENCIA      PIC X(20).
           05  FILLER                         PIC X(58).

      * Instrucciones de pago -- ver ATPC956
       01  WS-ATPC865-V-IDE REDEFINES WS-ATPC865-VISTA.
           05  WS-ATPC865-INS-TIPO            PIC X(03).
           05  WS-ATPC865-IDE-CODENT          PIC X(04).
           05  WS-ATPC865-IDE-CODPROCESO      PIC 9(02).
           05  WS-ATPC865-IDE-CODGRUPO        PIC 9(02).
           05  WS-ATPC865-IDE-FECHALIQ        PIC X(10).
           05  WS-ATPC865-IDE-METCALLIQ       PIC X(01).
           05  WS-ATPC865-IDE-BRUTO           PIC 9(11)V99.
           05  WS-ATPC865-IDE-DESCUENTO       PIC 9(11)V99.
           05  WS-ATPC865-IDE-NETO            PIC 9(11)V99.
           05  WS-ATPC865-IDE-CONTCUR         PIC X(26).
           05  WS-ATPC865-IDE-CLAMONUF        PIC 9(03).
           05  FILLER                         PIC X(50).
       01  WS-ATPC865-V-IGR REDEFINES WS-ATPC865-VISTA.
           05  FILLER                         PIC X(03).
           05  WS-ATPC865-IGR-CODENTCOM       PIC 9(10).
           05  WS-ATPC865-IGR-NETO            PIC 9(11)V99.
           05  FILLER                         PIC X(114).
       01  WS-ATPC865-V-ITO REDEFINES WS-ATPC865-VISTA.
           05  FILLER                         PIC X(03).
           05  WS-ATPC865-ITO-CANTIDAD        PIC 9(06).
           05  WS-ATPC865-ITO-NETO            PIC 9(13)V99.
           05  FILLER                         PIC X(116).

      * Campos comparables del registro en curso: I importe (admite
      * la tolerancia), N numero exacto, D dato exacto
       77  WS-ATPC865-CAMPOS-MAX              PIC 9(02) VALUE 8.
       77  WS-ATPC865-CAMPOS-CANT             PIC 9(02).
       77  WS-ATPC865-CAMPOS-CANT-A           PIC 9(02).
       77  WS-ATPC865-C                       PIC 9(02).
       01  WS-ATPC865-CAMPOS.
           05  WS-ATPC865-CAMPO OCCURS 8 TIMES.
               10  WS-ATPC865-CPO-NOMBRE      PIC X(12).
               10  WS-ATPC865-CPO-TIPO        PIC X(01).
                   88  WS-ATPC865-CPO-IMPORTE      VALUE "I".
                   88  WS-ATPC865-CPO-NUMERO       VALUE "N".
                   88  WS-ATPC865-CPO-DATO         VALUE "D".
               10  WS-ATPC865-CPO-VALOR       PIC S9(13)V9(04).
               10  WS-ATPC865-CPO-TEXTO       PIC X(140).
       01  WS-ATPC865-CAMPOS-A.
           05  WS-ATPC865-CAMPO-A OCCURS 8 TIMES.
               10  WS-ATPC865-CPA-NOMBRE      PIC X(12).
               10  WS-ATPC865-CPA-TIPO        PIC X(01).
               10  WS-ATPC865-CPA-VALOR       PIC S9(13)V9(04).
               10  WS-ATPC865-CPA-TEXTO       PIC X(140).

      * Campo a agregar a la lista
       01  WS-ATPC865-F-NOMBRE                PIC X(12).
       01  WS-ATPC865-F-VALOR                 PIC S9(13)V9(04).
       01  WS-ATPC865-F-TEXTO                 PIC X(140).

      * Comparacion de un campo
       77  WS-ATPC865-DIFERENCIA              PIC S9(13)V9(04).
       77  WS-ATPC865-DIF-ABS                 PIC S9(13)V9(04).
       77  WS-ATPC865-TOLERANCIA              PIC S9(13)V9(04).
       77  WS-ATPC865-FILA-TOLERADOS          PIC 9(02).
       77  WS-ATPC865-FILA-CAMBIADOS          PIC 9(02).
       01  WS-ATPC865-ED-A                    PIC -(13)9.9(04).
       01  WS-ATPC865-ED-B                    PIC -(13)9.9(04).
       01  WS-ATPC865-ED-DIF                  PIC -(13)9.9(04).
       01  WS-ATPC865-ED-TOL                  PIC Z(06)9.99.
       01  WS-ATPC865-ED-CONTADOR             PIC Z(05)9.
       01  WS-ATPC865-VEREDICTO               PIC X(20).

      * Dictamen de la corrida
       77  WS-ATPC865-COMPARADOS              PIC 9(02) VALUE 0.
       77  WS-ATPC865-FALLADOS                PIC 9(02) VALUE 0.

       01  WS-ATPC865-HOY.
           05  WS-ATPC865-HOY-AAAA            PIC 9(04).
           05  WS-ATPC865-HOY-MM              PIC 9(02).
           05  WS-ATPC865-HOY-DD              PIC 9(02).
       01  WS-ATPC865-HOY-TXT.
           05  WS-ATPC865-HOYT-AAAA           PIC 9(04).
           05  FILLER                         PIC X(01) VALUE "-".
           05  WS-ATPC865-HOYT-MM             PIC 9(02).
           05  FILLER                         PIC X(01) VALUE "-".
           05  WS-ATPC865-HOYT-DD             PIC 9(02).

       01  WS-ATPC865-LINEA                   PIC X(132).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Proceso: ATPC865-PRINCIPAL
      *----------------------------------------------------------------
       ATPC865-PRINCIPAL.
           DISPLAY
           "----------------------------------------------------------"
           DISPLAY
           "- ATPC865: COMPARACION DE SALIDAS DE CORRIDA PARALELA    -"
           DISPLAY
           "----------------------------------------------------------"

           MOVE "ATPC865" TO WS-ATPCRUN-PROGRAMA
           PERFORM ATPCRUN-INICIAR

           ACCEPT WS-ATPC865-HOY FROM DATE YYYYMMDD
           MOVE WS-ATPC865-HOY-AAAA TO WS-ATPC865-HOYT-AAAA
           MOVE WS-ATPC865-HOY-MM   TO WS-ATPC865-HOYT-MM
           MOVE WS-ATPC865-HOY-DD   TO WS-ATPC865-HOYT-DD

           PERFORM ATPC865-CARGAR-PARAMETROS
           IF WS-ATPC865-CMP-CANT = ZEROES
              DISPLAY "ATPC865 - ERROR: sin archivos a comparar en "
                      "ATPC865.PRM -- nada que comparar"
              PERFORM ATPC865-ABORTAR
           END-IF

           OPEN OUTPUT RPT-ATPC865
           MOVE SPACES TO WS-ATPC865-LINEA
           STRING " COMPARACION DE CORRIDA PARALELA DEL ["
                                              DELIMITED BY SIZE
                  WS-ATPC865-HOY-TXT          DELIMITED BY SIZE
                  "] -- CORRIDA ["            DELIMITED BY SIZE
                  WS-ATPCRUN-JOBID            DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC865-LINEA
           WRITE RPT-ATPC865-REG FROM WS-ATPC865-LINEA
           DISPLAY WS-ATPC865-LINEA

           PERFORM VARYING WS-ATPC865-K FROM 1 BY 1
                     UNTIL WS-ATPC865-K > WS-ATPC865-CMP-CANT
              PERFORM ATPC865-COMPARAR-ARCHIVO
           END-PERFORM

           PERFORM ATPC865-RESUMEN-FINAL

           CLOSE RPT-ATPC865

           DISPLAY
           "- ATPC865: COMPARACION FINALIZADA                        -"
           DISPLAY
           "----------------------------------------------------------"

           IF WS-ATPC865-COMPARADOS = ZEROES
              MOVE 12 TO RETURN-CODE
           ELSE
              IF WS-ATPC865-FALLADOS > ZEROES
              AND RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           IF RETURN-CODE > 4
              MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           ELSE
              MOVE "OK" TO WS-ATPCRUN-ESTADO-FINAL
           END-IF
           PERFORM ATPCRUN-FINALIZAR

           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC865-ABORTAR
      *----------------------------------------------------------------
       ATPC865-ABORTAR.
           MOVE 12 TO RETURN-CODE
           MOVE "ERROR" TO WS-ATPCRUN-ESTADO-FINAL
           PERFORM ATPCRUN-FINALIZAR
           STOP RUN
           .

      *----------------------------------------------------------------
      * Proceso: ATPC865-CARGAR-PARAMETROS
      *----------------------------------------------------------------
       ATPC865-CARGAR-PARAMETROS.
           MOVE ZEROES TO WS-ATPC865-CMP-CANT
           OPEN INPUT PRM-ATPC865
           IF WS-ATPC865-PRM-STATUS NOT = "00"
              DISPLAY "ATPC865 - ERROR: no se pudo abrir ATPC865.PRM "
                      "-- FILE STATUS:[" WS-ATPC865-PRM-STATUS "]"
           ELSE
              SET WS-ATPC865-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC865-FIN-ENTRADA
                 READ PRM-ATPC865
                     AT END
                        SET WS-ATPC865-FIN-ENTRADA TO TRUE
                     NOT AT END
                        PERFORM ATPC865-AGREGAR-COMPARACION
                 END-READ
              END-PERFORM
              CLOSE PRM-ATPC865
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC865-AGREGAR-COMPARACION
      *----------------------------------------------------------------
       ATPC865-AGREGAR-COMPARACION.
           EVALUATE TRUE
              WHEN PRM-ATPC865-CLASE = SPACES
                 CONTINUE
              WHEN PRM-ATPC865-CLASE NOT = "FAC"
               AND PRM-ATPC865-CLASE NOT = "DEV"
               AND PRM-ATPC865-CLASE NOT = "EXT"
               AND PRM-ATPC865-CLASE NOT = "ORD"
               AND PRM-ATPC865-CLASE NOT = "AST"
               AND PRM-ATPC865-CLASE NOT = "INS"
                 DISPLAY "ATPC865 - ALERTA: clase ["
                         PRM-ATPC865-CLASE
                         "] desconocida en ATPC865.PRM -- se ignora"
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              WHEN PRM-ATPC865-ARCHIVO-A = SPACES
                OR PRM-ATPC865-ARCHIVO-B = SPACES
                 DISPLAY "ATPC865 - ALERTA: clase ["
                         PRM-ATPC865-CLASE
                         "] sin los dos archivos en ATPC865.PRM -- se "
                         "ignora"
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              WHEN WS-ATPC865-CMP-CANT >= WS-ATPC865-CMP-MAX
                 DISPLAY "ATPC865 - ALERTA: mas de ["
                         WS-ATPC865-CMP-MAX
                         "] archivos en ATPC865.PRM -- se ignora ["
                         PRM-ATPC865-ARCHIVO-A "]"
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-ATPC865-CMP-CANT
                 MOVE WS-ATPC865-CMP-CANT TO WS-ATPC865-K
                 INITIALIZE WS-ATPC865-CMP(WS-ATPC865-K)
                 MOVE PRM-ATPC865-CLASE
                   TO WS-ATPC865-CMP-CLASE(WS-ATPC865-K)
                 MOVE PRM-ATPC865-ARCHIVO-A
                   TO WS-ATPC865-CMP-ARCHIVO-A(WS-ATPC865-K)
                 MOVE PRM-ATPC865-ARCHIVO-B
                   TO WS-ATPC865-CMP-ARCHIVO-B(WS-ATPC865-K)
                 IF PRM-ATPC865-TOLERANCIA IS NUMERIC
                    MOVE PRM-ATPC865-TOLERANCIA
                      TO WS-ATPC865-CMP-TOLERANCIA(WS-ATPC865-K)
                 ELSE
                    MOVE ZEROES
                      TO WS-ATPC865-CMP-TOLERANCIA(WS-ATPC865-K)
                 END-IF
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC865-COMPARAR-ARCHIVO
      *----------------------------------------------------------------
      * Carga la corrida A en el trabajo por clave de negocio, casa
      * contra ella la corrida B y barre lo que quedo sin casar
      *----------------------------------------------------------------
       ATPC865-COMPARAR-ARCHIVO.
           MOVE WS-ATPC865-CMP-TOLERANCIA(WS-ATPC865-K)
             TO WS-ATPC865-TOLERANCIA
           MOVE WS-ATPC865-CMP-TOLERANCIA(WS-ATPC865-K)
             TO WS-ATPC865-ED-TOL

           MOVE SPACES TO WS-ATPC865-LINEA
           WRITE RPT-ATPC865-REG FROM WS-ATPC865-LINEA
           STRING " ARCHIVO ["                DELIMITED BY SIZE
                  WS-ATPC865-CMP-CLASE(WS-ATPC865-K)
                                              DELIMITED BY SIZE
                  "] A ["                     DELIMITED BY SIZE
                  WS-ATPC865-CMP-ARCHIVO-A(WS-ATPC865-K)
                                              DELIMITED BY SIZE
                  "] B ["                     DELIMITED BY SIZE
                  WS-ATPC865-CMP-ARCHIVO-B(WS-ATPC865-K)
                                              DELIMITED BY SIZE
                  "] TOLERANCIA ["            DELIMITED BY SIZE
                  WS-ATPC865-ED-TOL           DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC865-LINEA
           WRITE RPT-ATPC865-REG FROM WS-ATPC865-LINEA

           OPEN OUTPUT WRK-TRABAJO
           PERFORM ATPC865-CARGAR-CORRIDA-A
           CLOSE WRK-TRABAJO

           IF WS-ATPC865-CMP-SIN-A(WS-ATPC865-K)
              CONTINUE
           ELSE
              OPEN I-O WRK-TRABAJO
              PERFORM ATPC865-CASAR-CORRIDA-B
              CLOSE WRK-TRABAJO
              IF WS-ATPC865-CMP-SIN-B(WS-ATPC865-K)
                 CONTINUE
              ELSE
                 OPEN INPUT WRK-TRABAJO
                 PERFORM ATPC865-BARRER-FALTANTES
                 CLOSE WRK-TRABAJO
                 SET WS-ATPC865-CMP-COMPARADO(WS-ATPC865-K) TO TRUE
                 ADD 1 TO WS-ATPC865-COMPARADOS
              END-IF
           END-IF

           IF WS-ATPC865-CMP-COMPARADO(WS-ATPC865-K)
           AND WS-ATPC865-CMP-CAMBIADOS(WS-ATPC865-K) = ZEROES
           AND WS-ATPC865-CMP-AGREGADOS(WS-ATPC865-K) = ZEROES
           AND WS-ATPC865-CMP-FALTANTES(WS-ATPC865-K) = ZEROES
           AND WS-ATPC865-CMP-DESCARTADOS(WS-ATPC865-K) = ZEROES
              SET WS-ATPC865-CMP-PASA(WS-ATPC865-K) TO TRUE
           ELSE
              SET WS-ATPC865-CMP-FALLA(WS-ATPC865-K) TO TRUE
              ADD 1 TO WS-ATPC865-FALLADOS
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC865-CARGAR-CORRIDA-A
      *----------------------------------------------------------------
       ATPC865-CARGAR-CORRIDA-A.
           MOVE WS-ATPC865-CMP-ARCHIVO-A(WS-ATPC865-K)
             TO WS-ATPC865-NOMBRE
           OPEN INPUT ENT-ENTRADA
           IF WS-ATPC865-ENT-STATUS NOT = "00"
              DISPLAY "ATPC865 - ALERTA: no se pudo abrir ["
                      WS-ATPC865-NOMBRE "] -- FILE STATUS:["
                      WS-ATPC865-ENT-STATUS "] -- el archivo FALLA"
              SET WS-ATPC865-CMP-SIN-A(WS-ATPC865-K) TO TRUE
              PERFORM ATPC865-INFORMAR-SIN-ARCHIVO
           ELSE
              MOVE SPACES TO WS-ATPC865-EXT-CUENTA
              SET WS-ATPC865-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC865-FIN-ENTRADA
                 READ ENT-ENTRADA
                     AT END
                        SET WS-ATPC865-FIN-ENTRADA TO TRUE
                     NOT AT END
                        ADD 1 TO WS-ATPC865-CMP-LEIDOS-A(WS-ATPC865-K)
                        PERFORM ATPC865-GRABAR-FILA-A
                 END-READ
              END-PERFORM
              CLOSE ENT-ENTRADA
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC865-GRABAR-FILA-A
      *----------------------------------------------------------------
      * La clave repetida se graba con la ocurrencia siguiente
      *----------------------------------------------------------------
       ATPC865-GRABAR-FILA-A.
           MOVE ENT-ENTRADA-REG TO WS-ATPC865-VISTA
           PERFORM ATPC865-ARMAR-CLAVE

           MOVE WS-ATPC865-CLAVE TO WRK-LLAVE
           MOVE "N"              TO WRK-CASADO
           MOVE ENT-ENTRADA-REG  TO WRK-IMAGEN
           MOVE 1 TO WS-ATPC865-OCURRENCIA
           SET WS-ATPC865-GRABADA TO FALSE
           PERFORM UNTIL WS-ATPC865-GRABADA
                      OR WS-ATPC865-OCURRENCIA = 9999
              MOVE WS-ATPC865-OCURRENCIA TO WRK-OCURRENCIA
              WRITE WRK-TRABAJO-REG
                  INVALID KEY
                     ADD 1 TO WS-ATPC865-OCURRENCIA
                  NOT INVALID KEY
                     SET WS-ATPC865-GRABADA TO TRUE
              END-WRITE
           END-PERFORM

           IF NOT WS-ATPC865-GRABADA
              DISPLAY "ATPC865 - ALERTA: clave ["
                      WS-ATPC865-CLAVE "] repetida en exceso en ["
                      WS-ATPC865-NOMBRE "] -- no se compara"
              ADD 1 TO WS-ATPC865-CMP-DESCARTADOS(WS-ATPC865-K)
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC865-CASAR-CORRIDA-B
      *----------------------------------------------------------------
       ATPC865-CASAR-CORRIDA-B.
           MOVE WS-ATPC865-CMP-ARCHIVO-B(WS-ATPC865-K)
             TO WS-ATPC865-NOMBRE
           OPEN INPUT ENT-ENTRADA
           IF WS-ATPC865-ENT-STATUS NOT = "00"
              DISPLAY "ATPC865 - ALERTA: no se pudo abrir ["
                      WS-ATPC865-NOMBRE "] -- FILE STATUS:["
                      WS-ATPC865-ENT-STATUS "] -- el archivo FALLA"
              SET WS-ATPC865-CMP-SIN-B(WS-ATPC865-K) TO TRUE
              PERFORM ATPC865-INFORMAR-SIN-ARCHIVO
           ELSE
              MOVE SPACES TO WS-ATPC865-EXT-CUENTA
              SET WS-ATPC865-FIN-ENTRADA TO FALSE
              PERFORM UNTIL WS-ATPC865-FIN-ENTRADA
                 READ ENT-ENTRADA
                     AT END
                        SET WS-ATPC865-FIN-ENTRADA TO TRUE
                     NOT AT END
                        ADD 1 TO WS-ATPC865-CMP-LEIDOS-B(WS-ATPC865-K)
                        PERFORM ATPC865-CASAR-FILA-B
                 END-READ
              END-PERFORM
              CLOSE ENT-ENTRADA
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC865-CASAR-FILA-B
      *----------------------------------------------------------------
      * Busca la primera ocurrencia de la clave todavia sin casar
      *----------------------------------------------------------------
       ATPC865-CASAR-FILA-B.
           MOVE ENT-ENTRADA-REG TO WS-ATPC865-VISTA
           PERFORM ATPC865-ARMAR-CLAVE

           MOVE 1 TO WS-ATPC865-OCURRENCIA
           SET WS-ATPC865-BUSCANDO TO TRUE
           PERFORM UNTIL NOT WS-ATPC865-BUSCANDO
              MOVE WS-ATPC865-CLAVE      TO WRK-LLAVE
              MOVE WS-ATPC865-OCURRENCIA TO WRK-OCURRENCIA
              READ WRK-TRABAJO
                  INVALID KEY
                     SET WS-ATPC865-SIN-PAREJA TO TRUE
                  NOT INVALID KEY
                     IF WRK-CASADO = "S"
                        IF WS-ATPC865-OCURRENCIA = 9999
                           SET WS-ATPC865-SIN-PAREJA TO TRUE
                        ELSE
                           ADD 1 TO WS-ATPC865-OCURRENCIA
                        END-IF
                     ELSE
                        SET WS-ATPC865-HALLADA TO TRUE
                     END-IF
              END-READ
           END-PERFORM

           IF WS-ATPC865-HALLADA
              MOVE "S" TO WRK-CASADO
              REWRITE WRK-TRABAJO-REG
              PERFORM ATPC865-COMPARAR-FILAS
           ELSE
              ADD 1 TO WS-ATPC865-CMP-AGREGADOS(WS-ATPC865-K)
              MOVE SPACES TO WS-ATPC865-LINEA
              STRING "  AGREGADO  CLAVE ["     DELIMITED BY SIZE
                     WS-ATPC865-CLAVE         DELIMITED BY SIZE
                     "] SOLO EN B"            DELIMITED BY SIZE
                INTO WS-ATPC865-LINEA
              WRITE RPT-ATPC865-REG FROM WS-ATPC865-LINEA
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC865-COMPARAR-FILAS
      *----------------------------------------------------------------
      * Compara campo a campo la fila A casada (WRK-IMAGEN) con la
      * fila B en curso (ENT-ENTRADA-REG)
      *----------------------------------------------------------------
       ATPC865-COMPARAR-FILAS.
           MOVE WRK-IMAGEN TO WS-ATPC865-VISTA
           PERFORM ATPC865-EXTRAER-CAMPOS
           MOVE WS-ATPC865-CAMPOS      TO WS-ATPC865-CAMPOS-A
           MOVE WS-ATPC865-CAMPOS-CANT TO WS-ATPC865-CAMPOS-CANT-A

           MOVE ENT-ENTRADA-REG TO WS-ATPC865-VISTA
           PERFORM ATPC865-EXTRAER-CAMPOS
           IF WS-ATPC865-CAMPOS-CANT-A > WS-ATPC865-CAMPOS-CANT
              MOVE WS-ATPC865-CAMPOS-CANT-A TO WS-ATPC865-CAMPOS-CANT
           END-IF

           MOVE ZEROES TO WS-ATPC865-FILA-TOLERADOS
                          WS-ATPC865-FILA-CAMBIADOS
           SET WS-ATPC865-FILA-INFORMADA TO FALSE
           PERFORM VARYING WS-ATPC865-C FROM 1 BY 1
                     UNTIL WS-ATPC865-C > WS-ATPC865-CAMPOS-CANT
              IF WS-ATPC865-CPO-DATO(WS-ATPC865-C)
                 PERFORM ATPC865-COMPARAR-DATO
              ELSE
                 PERFORM ATPC865-COMPARAR-IMPORTE
              END-IF
           END-PERFORM

           EVALUATE TRUE
              WHEN WS-ATPC865-FILA-CAMBIADOS > ZEROES
                 ADD 1 TO WS-ATPC865-CMP-CAMBIADOS(WS-ATPC865-K)
              WHEN WS-ATPC865-FILA-TOLERADOS > ZEROES
                 ADD 1 TO WS-ATPC865-CMP-TOLERADOS(WS-ATPC865-K)
              WHEN OTHER
                 ADD 1 TO WS-ATPC865-CMP-IGUALES(WS-ATPC865-K)
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC865-COMPARAR-IMPORTE
      *----------------------------------------------------------------
      * Importes: la diferencia absoluta hasta la tolerancia del
      * archivo se informa pero no cambia el registro; numeros
      * (tasas, cantidades): deben coincidir
      *----------------------------------------------------------------
       ATPC865-COMPARAR-IMPORTE.
           COMPUTE WS-ATPC865-DIFERENCIA =
              WS-ATPC865-CPO-VALOR(WS-ATPC865-C) -
              WS-ATPC865-CPA-VALOR(WS-ATPC865-C)
           IF WS-ATPC865-DIFERENCIA < ZEROES
              COMPUTE WS-ATPC865-DIF-ABS = 0 - WS-ATPC865-DIFERENCIA
           ELSE
              MOVE WS-ATPC865-DIFERENCIA TO WS-ATPC865-DIF-ABS
           END-IF

           IF WS-ATPC865-DIF-ABS > ZEROES
              IF WS-ATPC865-CPO-IMPORTE(WS-ATPC865-C)
              AND WS-ATPC865-DIF-ABS NOT > WS-ATPC865-TOLERANCIA
                 ADD 1 TO WS-ATPC865-FILA-TOLERADOS
                 MOVE "DENTRO DE TOLERANCIA" TO WS-ATPC865-VEREDICTO
              ELSE
                 ADD 1 TO WS-ATPC865-FILA-CAMBIADOS
                 IF WS-ATPC865-CPO-IMPORTE(WS-ATPC865-C)
                    MOVE "FUERA DE TOLERANCIA"
                      TO WS-ATPC865-VEREDICTO
                 ELSE
                    MOVE "DISTINTO" TO WS-ATPC865-VEREDICTO
                 END-IF
              END-IF
              PERFORM ATPC865-INFORMAR-FILA
              MOVE WS-ATPC865-CPA-VALOR(WS-ATPC865-C)
                TO WS-ATPC865-ED-A
              MOVE WS-ATPC865-CPO-VALOR(WS-ATPC865-C)
                TO WS-ATPC865-ED-B
              MOVE WS-ATPC865-DIFERENCIA TO WS-ATPC865-ED-DIF
              MOVE SPACES TO WS-ATPC865-LINEA
              STRING "     CAMPO ["             DELIMITED BY SIZE
                     WS-ATPC865-CPO-NOMBRE(WS-ATPC865-C)
                                              DELIMITED BY SIZE
                     "] A ["                  DELIMITED BY SIZE
                     WS-ATPC865-ED-A          DELIMITED BY SIZE
                     "] B ["                  DELIMITED BY SIZE
                     WS-ATPC865-ED-B          DELIMITED BY SIZE
                     "] DIF ["                DELIMITED BY SIZE
                     WS-ATPC865-ED-DIF        DELIMITED BY SIZE
                     "] "                     DELIMITED BY SIZE
                     WS-ATPC865-VEREDICTO     DELIMITED BY SIZE
                INTO WS-ATPC865-LINEA
              WRITE RPT-ATPC865-REG FROM WS-ATPC865-LINEA
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC865-COMPARAR-DATO
      *----------------------------------------------------------------
      * Fechas y textos: deben coincidir (en el reporte se muestran
      * las primeras 40 posiciones de cada lado)
      *----------------------------------------------------------------
       ATPC865-COMPARAR-DATO.
           IF WS-ATPC865-CPO-TEXTO(WS-ATPC865-C) NOT =
              WS-ATPC865-CPA-TEXTO(WS-ATPC865-C)
              ADD 1 TO WS-ATPC865-FILA-CAMBIADOS
              PERFORM ATPC865-INFORMAR-FILA
              MOVE SPACES TO WS-ATPC865-LINEA
              STRING "     CAMPO ["             DELIMITED BY SIZE
                     WS-ATPC865-CPO-NOMBRE(WS-ATPC865-C)
                                              DELIMITED BY SIZE
                     "] A ["                  DELIMITED BY SIZE
                     WS-ATPC865-CPA-TEXTO(WS-ATPC865-C)(1:40)
                                              DELIMITED BY SIZE
                     "] B ["                  DELIMITED BY SIZE
                     WS-ATPC865-CPO-TEXTO(WS-ATPC865-C)(1:40)
                                              DELIMITED BY SIZE
                     "] DISTINTO"             DELIMITED BY SIZE
                INTO WS-ATPC865-LINEA
              WRITE RPT-ATPC865-REG FROM WS-ATPC865-LINEA
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC865-INFORMAR-FILA
      *----------------------------------------------------------------
      * Cabecera del registro con diferencias, una sola vez
      *----------------------------------------------------------------
       ATPC865-INFORMAR-FILA.
           IF NOT WS-ATPC865-FILA-INFORMADA
              SET WS-ATPC865-FILA-INFORMADA TO TRUE
              MOVE SPACES TO WS-ATPC865-LINEA
              STRING "  DIFERENCIA CLAVE ["     DELIMITED BY SIZE
                     WS-ATPC865-CLAVE         DELIMITED BY SIZE
                     "]"                      DELIMITED BY SIZE
                INTO WS-ATPC865-LINEA
              WRITE RPT-ATPC865-REG FROM WS-ATPC865-LINEA
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPC865-BARRER-FALTANTES
      *----------------------------------------------------------------
       ATPC865-BARRER-FALTANTES.
           SET WS-ATPC865-FIN-ENTRADA TO FALSE
           PERFORM UNTIL WS-ATPC865-FIN-ENTRADA
              READ WRK-TRABAJO NEXT RECORD
                  AT END
                     SET WS-ATPC865-FIN-ENTRADA TO TRUE
                  NOT AT END
                     IF WRK-CASADO NOT = "S"
                        ADD 1 TO WS-ATPC865-CMP-FALTANTES(WS-ATPC865-K)
                        MOVE SPACES TO WS-ATPC865-LINEA
                        STRING "  FALTANTE  CLAVE ["
                                              DELIMITED BY SIZE
                               WRK-LLAVE      DELIMITED BY SIZE
                               "] SOLO EN A"  DELIMITED BY SIZE
                          INTO WS-ATPC865-LINEA
                        WRITE RPT-ATPC865-REG FROM WS-ATPC865-LINEA
                     END-IF
              END-READ
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Proceso: ATPC865-INFORMAR-SIN-ARCHIVO
      *----------------------------------------------------------------
       ATPC865-INFORMAR-SIN-ARCHIVO.
           MOVE SPACES TO WS-ATPC865-LINEA
           STRING "  NO SE PUDO ABRIR ["         DELIMITED BY SIZE
                  WS-ATPC865-NOMBRE            DELIMITED BY SIZE
                  "] FILE STATUS ["            DELIMITED BY SIZE
                  WS-ATPC865-ENT-STATUS        DELIMITED BY SIZE
                  "] -- ARCHIVO NO COMPARADO"  DELIMITED BY SIZE
             INTO WS-ATPC865-LINEA
           WRITE RPT-ATPC865-REG FROM WS-ATPC865-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC865-ARMAR-CLAVE
      *----------------------------------------------------------------
      * Clave de negocio del registro en WS-ATPC865-VISTA segun la
      * clase del archivo en comparacion
      *----------------------------------------------------------------
       ATPC865-ARMAR-CLAVE.
           MOVE SPACES TO WS-ATPC865-CLAVE
           EVALUATE WS-ATPC865-CMP-CLASE(WS-ATPC865-K)
              WHEN "FAC"
                 STRING WS-ATPC865-FAC-CODENT     DELIMITED BY SIZE
                        WS-ATPC865-FAC-NUMCUENTA  DELIMITED BY SIZE
                        WS-ATPC865-FAC-TIPOFAC    DELIMITED BY SIZE
                        WS-ATPC865-FAC-FECHA      DELIMITED BY SIZE
                   INTO WS-ATPC865-CLAVE
              WHEN "DEV"
                 STRING WS-ATPC865-DEV-CODENT     DELIMITED BY SIZE
                        WS-ATPC865-DEV-NUMCUENTA  DELIMITED BY SIZE
                   INTO WS-ATPC865-CLAVE
              WHEN "EXT"
                 IF WS-ATPC865-EXT-TIPO = "CAB"
                    MOVE WS-ATPC865-CAB-CUENTA TO WS-ATPC865-EXT-CUENTA
                 END-IF
                 EVALUATE WS-ATPC865-EXT-TIPO
                    WHEN "DET"
                       STRING WS-ATPC865-EXT-CUENTA DELIMITED BY SIZE
                              WS-ATPC865-EXT-TIPO   DELIMITED BY SIZE
                              WS-ATPC865-DET-TIPOFAC
                                                    DELIMITED BY SIZE
                              WS-ATPC865-DET-FECHA  DELIMITED BY SIZE
                         INTO WS-ATPC865-CLAVE
                    WHEN "MON"
                       STRING WS-ATPC865-EXT-CUENTA DELIMITED BY SIZE
                              WS-ATPC865-EXT-TIPO   DELIMITED BY SIZE
                              WS-ATPC865-MON-CLAMON DELIMITED BY SIZE
                         INTO WS-ATPC865-CLAVE
                    WHEN "DVM"
                       STRING WS-ATPC865-EXT-CUENTA DELIMITED BY SIZE
                              WS-ATPC865-EXT-TIPO   DELIMITED BY SIZE
                              WS-ATPC865-DVM-CLAMON DELIMITED BY SIZE
                         INTO WS-ATPC865-CLAVE
                    WHEN "MSJ"
                       STRING WS-ATPC865-EXT-CUENTA DELIMITED BY SIZE
                              WS-ATPC865-EXT-TIPO   DELIMITED BY SIZE
                              WS-ATPC865-MSJ-CODMSJ DELIMITED BY SIZE
                         INTO WS-ATPC865-CLAVE
                    WHEN OTHER
                       STRING WS-ATPC865-EXT-CUENTA DELIMITED BY SIZE
                              WS-ATPC865-EXT-TIPO   DELIMITED BY SIZE
                         INTO WS-ATPC865-CLAVE
                 END-EVALUATE
              WHEN "ORD"
                 IF WS-ATPC865-ORD-TIPO = "DET"
                    STRING WS-ATPC865-ORD-TIPO       DELIMITED BY SIZE
                           WS-ATPC865-ODE-CODENT     DELIMITED BY SIZE
                           WS-ATPC865-ODE-NUMCUENTA  DELIMITED BY SIZE
                      INTO WS-ATPC865-CLAVE
                 ELSE
                    STRING WS-ATPC865-ORD-TIPO       DELIMITED BY SIZE
                           WS-ATPC865-OTO-CODENT     DELIMITED BY SIZE
                      INTO WS-ATPC865-CLAVE
                 END-IF
              WHEN "AST"
                 STRING WS-ATPC865-AST-TIPO       DELIMITED BY SIZE
                        WS-ATPC865-AST-CODENT     DELIMITED BY SIZE
                        WS-ATPC865-AST-ORIGEN     DELIMITED BY SIZE
                        WS-ATPC865-AST-REFERENCIA DELIMITED BY SIZE
                        WS-ATPC865-AST-DEBHAB     DELIMITED BY SIZE
                        WS-ATPC865-AST-CONTCUR    DELIMITED BY SIZE
                   INTO WS-ATPC865-CLAVE
              WHEN "INS"
                 EVALUATE WS-ATPC865-INS-TIPO
                    WHEN "DET"
                       STRING WS-ATPC865-INS-TIPO   DELIMITED BY SIZE
                              WS-ATPC865-IDE-CODENT DELIMITED BY SIZE
                              WS-ATPC865-IDE-CODPROCESO
                                                    DELIMITED BY SIZE
                              WS-ATPC865-IDE-CODGRUPO
                                                    DELIMITED BY SIZE
                              WS-ATPC865-IDE-FECHALIQ
                                                    DELIMITED BY SIZE
                         INTO WS-ATPC865-CLAVE
                    WHEN "GRP"
                       STRING WS-ATPC865-INS-TIPO   DELIMITED BY SIZE
                              WS-ATPC865-IGR-CODENTCOM
                                                    DELIMITED BY SIZE
                         INTO WS-ATPC865-CLAVE
                    WHEN OTHER
                       MOVE WS-ATPC865-INS-TIPO TO WS-ATPC865-CLAVE
                 END-EVALUATE
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC865-EXTRAER-CAMPOS
      *----------------------------------------------------------------
      * Lista de campos comparables (fuera de la clave) del registro
      * en WS-ATPC865-VISTA; el renglon de tipo desconocido se
      * compara entero
      *----------------------------------------------------------------
       ATPC865-EXTRAER-CAMPOS.
           MOVE ZEROES TO WS-ATPC865-CAMPOS-CANT
           INITIALIZE WS-ATPC865-CAMPOS
           EVALUATE WS-ATPC865-CMP-CLASE(WS-ATPC865-K)
              WHEN "FAC"
                 MOVE "IMPORTE" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-FAC-IMPORTE TO WS-ATPC865-F-VALOR
                 PERFORM ATPC865-AGREGAR-IMPORTE
              WHEN "DEV"
                 MOVE "SALDO-BASE" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-DEV-SALDO-BASE TO WS-ATPC865-F-VALOR
                 PERFORM ATPC865-AGREGAR-IMPORTE
                 MOVE "TASA" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-DEV-TASA TO WS-ATPC865-F-VALOR
                 PERFORM ATPC865-AGREGAR-NUMERO
                 MOVE "DEVENGO" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-DEV-DEVENGO TO WS-ATPC865-F-VALOR
                 PERFORM ATPC865-AGREGAR-IMPORTE
                 MOVE "INDABOREAL" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-DEV-INDABOREAL TO WS-ATPC865-F-TEXTO
                 PERFORM ATPC865-AGREGAR-DATO
              WHEN "EXT"
                 PERFORM ATPC865-EXTRAER-EXTRACTO
              WHEN "ORD"
                 EVALUATE WS-ATPC865-ORD-TIPO
                    WHEN "DET"
                       MOVE "IMPORTE" TO WS-ATPC865-F-NOMBRE
                       MOVE WS-ATPC865-ODE-IMPORTE
                         TO WS-ATPC865-F-VALOR
                       PERFORM ATPC865-AGREGAR-IMPORTE
                       MOVE "FECVTO" TO WS-ATPC865-F-NOMBRE
                       MOVE WS-ATPC865-ODE-FECVTO
                         TO WS-ATPC865-F-TEXTO
                       PERFORM ATPC865-AGREGAR-DATO
                    WHEN "TOT"
                       MOVE "CANTIDAD" TO WS-ATPC865-F-NOMBRE
                       MOVE WS-ATPC865-OTO-CANTIDAD
                         TO WS-ATPC865-F-VALOR
                       PERFORM ATPC865-AGREGAR-NUMERO
                       MOVE "IMPORTE" TO WS-ATPC865-F-NOMBRE
                       MOVE WS-ATPC865-OTO-IMPORTE
                         TO WS-ATPC865-F-VALOR
                       PERFORM ATPC865-AGREGAR-IMPORTE
                    WHEN OTHER
                       PERFORM ATPC865-AGREGAR-REGISTRO
                 END-EVALUATE
              WHEN "AST"
                 MOVE "IMPORTE" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-AST-IMPORTE TO WS-ATPC865-F-VALOR
                 PERFORM ATPC865-AGREGAR-IMPORTE
              WHEN "INS"
                 PERFORM ATPC865-EXTRAER-INSTRUCCION
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC865-EXTRAER-EXTRACTO
      *----------------------------------------------------------------
       ATPC865-EXTRAER-EXTRACTO.
           EVALUATE WS-ATPC865-EXT-TIPO
              WHEN "CAB"
                 MOVE "CODENTDES" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-CAB-CODENTDES TO WS-ATPC865-F-TEXTO
                 PERFORM ATPC865-AGREGAR-DATO
                 MOVE "NOMPAIS" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-CAB-NOMPAIS TO WS-ATPC865-F-TEXTO
                 PERFORM ATPC865-AGREGAR-DATO
                 MOVE "CODIDIOMA" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-CAB-CODIDIOMA TO WS-ATPC865-F-TEXTO
                 PERFORM ATPC865-AGREGAR-DATO
                 MOVE "FECVTO" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-CAB-FECVTO TO WS-ATPC865-F-TEXTO
                 PERFORM ATPC865-AGREGAR-DATO
              WHEN "DET"
                 MOVE "DESTIPFAC" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-DET-DESTIPFAC TO WS-ATPC865-F-TEXTO
                 PERFORM ATPC865-AGREGAR-DATO
                 MOVE "BRUTO" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-DET-BRUTO TO WS-ATPC865-F-VALOR
                 PERFORM ATPC865-AGREGAR-IMPORTE
                 MOVE "PORIMPTO" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-DET-PORIMPTO TO WS-ATPC865-F-VALOR
                 PERFORM ATPC865-AGREGAR-NUMERO
                 MOVE "IMPUESTO" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-DET-IMPUESTO TO WS-ATPC865-F-VALOR
                 PERFORM ATPC865-AGREGAR-IMPORTE
                 MOVE "NETO" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-DET-NETO TO WS-ATPC865-F-VALOR
                 PERFORM ATPC865-AGREGAR-IMPORTE
              WHEN "DEV"
                 MOVE "SALDO-BASE" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-EDV-SALDO-BASE TO WS-ATPC865-F-VALOR
                 PERFORM ATPC865-AGREGAR-IMPORTE
                 MOVE "TASA" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-EDV-TASA TO WS-ATPC865-F-VALOR
                 PERFORM ATPC865-AGREGAR-NUMERO
                 MOVE "DEVENGO" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-EDV-DEVENGO TO WS-ATPC865-F-VALOR
                 PERFORM ATPC865-AGREGAR-IMPORTE
              WHEN "MON"
                 MOVE "SALDO" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-MON-SALDO TO WS-ATPC865-F-VALOR
                 PERFORM ATPC865-AGREGAR-IMPORTE
                 MOVE "FECACT" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-MON-FECACT TO WS-ATPC865-F-TEXTO
                 PERFORM ATPC865-AGREGAR-DATO
              WHEN "DVM"
                 MOVE "SALDO-BASE" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-DVM-SALDO-BASE TO WS-ATPC865-F-VALOR
                 PERFORM ATPC865-AGREGAR-IMPORTE
                 MOVE "TASA" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-DVM-TASA TO WS-ATPC865-F-VALOR
                 PERFORM ATPC865-AGREGAR-NUMERO
                 MOVE "DEVENGO" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-DVM-DEVENGO TO WS-ATPC865-F-VALOR
                 PERFORM ATPC865-AGREGAR-IMPORTE
              WHEN "PUN"
                 MOVE "SALDO-PUNTOS" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-PUN-SALDO TO WS-ATPC865-F-VALOR
                 PERFORM ATPC865-AGREGAR-NUMERO
                 MOVE "MES" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-PUN-MES TO WS-ATPC865-F-TEXTO
                 PERFORM ATPC865-AGREGAR-DATO
                 MOVE "ACUM-MES" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-PUN-ACUM-MES TO WS-ATPC865-F-VALOR
                 PERFORM ATPC865-AGREGAR-NUMERO
              WHEN "MSJ"
                 MOVE "PRIORIDAD" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-MSJ-PRIORIDAD TO WS-ATPC865-F-VALOR
                 PERFORM ATPC865-AGREGAR-NUMERO
                 MOVE "TEXTO" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-MSJ-TEXTO TO WS-ATPC865-F-TEXTO
                 PERFORM ATPC865-AGREGAR-DATO
              WHEN "PAG"
                 MOVE "OFIMPAGO" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-PAG-OFIMPAGO TO WS-ATPC865-F-TEXTO
                 PERFORM ATPC865-AGREGAR-DATO
                 MOVE "NOMOFI" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-PAG-NOMOFI TO WS-ATPC865-F-TEXTO
                 PERFORM ATPC865-AGREGAR-DATO
                 MOVE "DIROFI" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-PAG-DIROFI TO WS-ATPC865-F-TEXTO
                 PERFORM ATPC865-AGREGAR-DATO
                 MOVE "RESMPAGO" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-PAG-RESMPAGO TO WS-ATPC865-F-TEXTO
                 PERFORM ATPC865-AGREGAR-DATO
              WHEN "TOT"
                 MOVE "LINEAS" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-TOT-LINEAS TO WS-ATPC865-F-VALOR
                 PERFORM ATPC865-AGREGAR-NUMERO
                 MOVE "BRUTO" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-TOT-BRUTO TO WS-ATPC865-F-VALOR
                 PERFORM ATPC865-AGREGAR-IMPORTE
                 MOVE "IMPUESTO" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-TOT-IMPUESTO TO WS-ATPC865-F-VALOR
                 PERFORM ATPC865-AGREGAR-IMPORTE
                 MOVE "NETO" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-TOT-NETO TO WS-ATPC865-F-VALOR
                 PERFORM ATPC865-AGREGAR-IMPORTE
                 MOVE "TEA" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-TOT-TEA TO WS-ATPC865-F-VALOR
                 PERFORM ATPC865-AGREGAR-NUMERO
                 MOVE "CAE" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-TOT-CAE TO WS-ATPC865-F-VALOR
                 PERFORM ATPC865-AGREGAR-NUMERO
              WHEN "FIN"
                 MOVE "FECCIERRE" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-FIN-FECCIERRE TO WS-ATPC865-F-TEXTO
                 PERFORM ATPC865-AGREGAR-DATO
                 MOVE "MOTIVO" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-FIN-MOTIVO TO WS-ATPC865-F-TEXTO
                 PERFORM ATPC865-AGREGAR-DATO
                 MOVE "DESTINO" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-FIN-DESTINO TO WS-ATPC865-F-TEXTO
                 PERFORM ATPC865-AGREGAR-DATO
                 MOVE "SALDO" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-FIN-SALDO TO WS-ATPC865-F-VALOR
                 PERFORM ATPC865-AGREGAR-IMPORTE
              WHEN OTHER
                 PERFORM ATPC865-AGREGAR-REGISTRO
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC865-EXTRAER-INSTRUCCION
      *----------------------------------------------------------------
       ATPC865-EXTRAER-INSTRUCCION.
           EVALUATE WS-ATPC865-INS-TIPO
              WHEN "DET"
                 MOVE "METCALLIQ" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-IDE-METCALLIQ TO WS-ATPC865-F-TEXTO
                 PERFORM ATPC865-AGREGAR-DATO
                 MOVE "BRUTO" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-IDE-BRUTO TO WS-ATPC865-F-VALOR
                 PERFORM ATPC865-AGREGAR-IMPORTE
                 MOVE "DESCUENTO" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-IDE-DESCUENTO TO WS-ATPC865-F-VALOR
                 PERFORM ATPC865-AGREGAR-IMPORTE
                 MOVE "NETO" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-IDE-NETO TO WS-ATPC865-F-VALOR
                 PERFORM ATPC865-AGREGAR-IMPORTE
                 MOVE "CONTCUR" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-IDE-CONTCUR TO WS-ATPC865-F-TEXTO
                 PERFORM ATPC865-AGREGAR-DATO
                 MOVE "CLAMONUF" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-IDE-CLAMONUF TO WS-ATPC865-F-VALOR
                 PERFORM ATPC865-AGREGAR-NUMERO
              WHEN "GRP"
                 MOVE "NETO" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-IGR-NETO TO WS-ATPC865-F-VALOR
                 PERFORM ATPC865-AGREGAR-IMPORTE
              WHEN "TOT"
                 MOVE "CANTIDAD" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-ITO-CANTIDAD TO WS-ATPC865-F-VALOR
                 PERFORM ATPC865-AGREGAR-NUMERO
                 MOVE "NETO" TO WS-ATPC865-F-NOMBRE
                 MOVE WS-ATPC865-ITO-NETO TO WS-ATPC865-F-VALOR
                 PERFORM ATPC865-AGREGAR-IMPORTE
              WHEN OTHER
                 PERFORM ATPC865-AGREGAR-REGISTRO
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Proceso: ATPC865-AGREGAR-IMPORTE / -NUMERO / -DATO / -REGISTRO
      *----------------------------------------------------------------
       ATPC865-AGREGAR-IMPORTE.
           IF WS-ATPC865-CAMPOS-CANT < WS-ATPC865-CAMPOS-MAX
              ADD 1 TO WS-ATPC865-CAMPOS-CANT
              MOVE WS-ATPC865-F-NOMBRE
                TO WS-ATPC865-CPO-NOMBRE(WS-ATPC865-CAMPOS-CANT)
              SET WS-ATPC865-CPO-IMPORTE(WS-ATPC865-CAMPOS-CANT)
                TO TRUE
              MOVE WS-ATPC865-F-VALOR
                TO WS-ATPC865-CPO-VALOR(WS-ATPC865-CAMPOS-CANT)
           END-IF
           .

       ATPC865-AGREGAR-NUMERO.
           IF WS-ATPC865-CAMPOS-CANT < WS-ATPC865-CAMPOS-MAX
              ADD 1 TO WS-ATPC865-CAMPOS-CANT
              MOVE WS-ATPC865-F-NOMBRE
                TO WS-ATPC865-CPO-NOMBRE(WS-ATPC865-CAMPOS-CANT)
              SET WS-ATPC865-CPO-NUMERO(WS-ATPC865-CAMPOS-CANT)
                TO TRUE
              MOVE WS-ATPC865-F-VALOR
                TO WS-ATPC865-CPO-VALOR(WS-ATPC865-CAMPOS-CANT)
           END-IF
           .

       ATPC865-AGREGAR-DATO.
           IF WS-ATPC865-CAMPOS-CANT < WS-ATPC865-CAMPOS-MAX
              ADD 1 TO WS-ATPC865-CAMPOS-CANT
              MOVE WS-ATPC865-F-NOMBRE
                TO WS-ATPC865-CPO-NOMBRE(WS-ATPC865-CAMPOS-CANT)
              SET WS-ATPC865-CPO-DATO(WS-ATPC865-CAMPOS-CANT)
                TO TRUE
              MOVE WS-ATPC865-F-TEXTO
                TO WS-ATPC865-CPO-TEXTO(WS-ATPC865-CAMPOS-CANT)
           END-IF
           MOVE SPACES TO WS-ATPC865-F-TEXTO
           .

       ATPC865-AGREGAR-REGISTRO.
           MOVE "REGISTRO" TO WS-ATPC865-F-NOMBRE
           MOVE WS-ATPC865-VISTA TO WS-ATPC865-F-TEXTO
           PERFORM ATPC865-AGREGAR-DATO
           .

      *----------------------------------------------------------------
      * Proceso: ATPC865-RESUMEN-FINAL
      *----------------------------------------------------------------
      * Resumen por archivo y dictamen para la conformidad del comite
      * de cambios
      *----------------------------------------------------------------
       ATPC865-RESUMEN-FINAL.
           MOVE SPACES TO WS-ATPC865-LINEA
           WRITE RPT-ATPC865-REG FROM WS-ATPC865-LINEA
           MOVE " RESUMEN POR ARCHIVO" TO WS-ATPC865-LINEA
           WRITE RPT-ATPC865-REG FROM WS-ATPC865-LINEA
           DISPLAY WS-ATPC865-LINEA

           PERFORM VARYING WS-ATPC865-K FROM 1 BY 1
                     UNTIL WS-ATPC865-K > WS-ATPC865-CMP-CANT
              PERFORM ATPC865-RESUMEN-ARCHIVO
           END-PERFORM

           MOVE SPACES TO WS-ATPC865-LINEA
           WRITE RPT-ATPC865-REG FROM WS-ATPC865-LINEA
           IF WS-ATPC865-FALLADOS = ZEROES
              MOVE SPACES TO WS-ATPC865-LINEA
              STRING " DICTAMEN DE LA CORRIDA PARALELA: PASA -- TODOS "
                                              DELIMITED BY SIZE
                     "LOS ARCHIVOS COINCIDEN DENTRO DE TOLERANCIA"
                                              DELIMITED BY SIZE
                INTO WS-ATPC865-LINEA
           ELSE
              MOVE WS-ATPC865-FALLADOS TO WS-ATPC865-ED-CONTADOR
              MOVE SPACES TO WS-ATPC865-LINEA
              STRING " DICTAMEN DE LA CORRIDA PARALELA: FALLA -- ["
                                              DELIMITED BY SIZE
                     WS-ATPC865-ED-CONTADOR   DELIMITED BY SIZE
                     "] ARCHIVO(S) CON DIFERENCIAS O SIN COMPARAR"
                                              DELIMITED BY SIZE
                INTO WS-ATPC865-LINEA
           END-IF
           WRITE RPT-ATPC865-REG FROM WS-ATPC865-LINEA
           DISPLAY WS-ATPC865-LINEA

           MOVE SPACES TO WS-ATPC865-LINEA
           WRITE RPT-ATPC865-REG FROM WS-ATPC865-LINEA
           MOVE " CONFORMIDAD DEL COMITE DE CAMBIOS -- FIRMA: "
             TO WS-ATPC865-LINEA
           MOVE ALL "_" TO WS-ATPC865-LINEA(47:30)
           MOVE "  FECHA: " TO WS-ATPC865-LINEA(77:9)
           MOVE ALL "_" TO WS-ATPC865-LINEA(86:12)
           WRITE RPT-ATPC865-REG FROM WS-ATPC865-LINEA
           .

      *----------------------------------------------------------------
      * Proceso: ATPC865-RESUMEN-ARCHIVO
      *----------------------------------------------------------------
       ATPC865-RESUMEN-ARCHIVO.
           MOVE SPACES TO WS-ATPC865-LINEA
           STRING " ["                        DELIMITED BY SIZE
                  WS-ATPC865-CMP-CLASE(WS-ATPC865-K)
                                              DELIMITED BY SIZE
                  "] A ["                     DELIMITED BY SIZE
                  WS-ATPC865-CMP-ARCHIVO-A(WS-ATPC865-K)
                                              DELIMITED BY SIZE
                  "] B ["                     DELIMITED BY SIZE
                  WS-ATPC865-CMP-ARCHIVO-B(WS-ATPC865-K)
                                              DELIMITED BY SIZE
                  "] RESULTADO ["             DELIMITED BY SIZE
                  WS-ATPC865-CMP-RESULTADO(WS-ATPC865-K)
                                              DELIMITED BY SIZE
                  "]"                         DELIMITED BY SIZE
             INTO WS-ATPC865-LINEA
           WRITE RPT-ATPC865-REG FROM WS-ATPC865-LINEA
           DISPLAY WS-ATPC865-LINEA

           MOVE SPACES TO WS-ATPC865-LINEA
           EVALUATE TRUE
              WHEN WS-ATPC865-CMP-SIN-A(WS-ATPC865-K)
                 MOVE "     NO COMPARADO: NO SE PUDO ABRIR EL ARCHIVO A"
                   TO WS-ATPC865-LINEA
              WHEN WS-ATPC865-CMP-SIN-B(WS-ATPC865-K)
                 MOVE "     NO COMPARADO: NO SE PUDO ABRIR EL ARCHIVO B"
                   TO WS-ATPC865-LINEA
              WHEN OTHER
                 STRING "     LEIDOS A ["         DELIMITED BY SIZE
                        WS-ATPC865-CMP-LEIDOS-A(WS-ATPC865-K)
                                              DELIMITED BY SIZE
                        "] B ["               DELIMITED BY SIZE
                        WS-ATPC865-CMP-LEIDOS-B(WS-ATPC865-K)
                                              DELIMITED BY SIZE
                        "] IGUALES ["         DELIMITED BY SIZE
                        WS-ATPC865-CMP-IGUALES(WS-ATPC865-K)
                                              DELIMITED BY SIZE
                        "] TOLERADOS ["       DELIMITED BY SIZE
                        WS-ATPC865-CMP-TOLERADOS(WS-ATPC865-K)
                                              DELIMITED BY SIZE
                        "] CAMBIADOS ["       DELIMITED BY SIZE
                        WS-ATPC865-CMP-CAMBIADOS(WS-ATPC865-K)
                                              DELIMITED BY SIZE
                        "] AGREGADOS ["       DELIMITED BY SIZE
                        WS-ATPC865-CMP-AGREGADOS(WS-ATPC865-K)
                                              DELIMITED BY SIZE
                        "] FALTANTES ["       DELIMITED BY SIZE
                        WS-ATPC865-CMP-FALTANTES(WS-ATPC865-K)
                                              DELIMITED BY SIZE
                        "]"                   DELIMITED BY SIZE
                   INTO WS-ATPC865-LINEA
           END-EVALUATE
           WRITE RPT-ATPC865-REG FROM WS-ATPC865-LINEA
           DISPLAY WS-ATPC865-LINEA

           IF WS-ATPC865-CMP-DESCARTADOS(WS-ATPC865-K) > ZEROES
              MOVE SPACES TO WS-ATPC865-LINEA
              STRING "     SIN COMPARAR POR CLAVE REPETIDA EN EXCESO ["
                                              DELIMITED BY SIZE
                     WS-ATPC865-CMP-DESCARTADOS(WS-ATPC865-K)
                                              DELIMITED BY SIZE
                     "]"                      DELIMITED BY SIZE
                INTO WS-ATPC865-LINEA
              WRITE RPT-ATPC865-REG FROM WS-ATPC865-LINEA
              DISPLAY WS-ATPC865-LINEA
           END-IF
           .

       COPY "ATPCRUN-PR".
