      *----------------------------------------------------------------
      * Definicion de archivo (FD) de la tabla de tasas maximas
      * legales (tope de usura) TOPEUSU.DAT, capturada por la consola
      * ATPC814 cada vez que el regulador publica el tope del mes.
      * Cada registro es el tope de un CODPAIS (el de ATPC021) a
      * partir de una fecha de vigencia; rige hasta la vigencia
      * siguiente del mismo pais. Registro de solo-agregado: si un
      * CODPAIS + FECVIG se repite, el registro mas reciente corrige
      * al anterior, criterio que aplica ATPCUSU-CARGAR-TABLA.
      *
      * La tasa maxima se expresa en la misma unidad que
      * TACOMINTAD de ATPC021, PORREF de ATPC052 y la tasa de los
      * planes de pago de ATPC967: 3 enteros y 4 decimales.
      *
      * Debe ser copiado dentro de la FILE SECTION, junto con la
      * siguiente entrada en FILE-CONTROL:
      *
      *     SELECT USU-TOPES ASSIGN TO "TOPEUSU.DAT"
      *         ORGANIZATION IS LINE SEQUENTIAL
      *         FILE STATUS IS WS-ATPCUSU-STATUS.
      *----------------------------------------------------------------
       FD  USU-TOPES
           RECORDING MODE IS F.
       01  USU-TOPES-REG.
           05  USU-CODPAIS                    PIC X(03).
           05  USU-FECVIG                     PIC X(10).
           05  USU-TASAMAX                    PIC 9(03)V9(04).
           05  USU-CODOPER                    PIC X(08).
           05  USU-FECHA                      PIC X(10).
