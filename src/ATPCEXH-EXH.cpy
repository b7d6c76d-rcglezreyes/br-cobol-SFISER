      *----------------------------------------------------------------
      * Definicion de archivo (FD) del archivo historico indexado de
      * extractos EXTHIST.DAT: cada extracto que produce la corrida
      * real de ATPC954 queda guardado, linea por linea, con la clave
      * CODENT + NUMCUENTA + fecha de ciclo (AAAA-MM-DD, la fecha de
      * ciclo del extracto) + secuencia de la linea dentro del
      * extracto (0001 = registro CAB). EXH-LINEA es el registro tal
      * cual salio en EXTRACTO.DAT (layout de ATPC954), de modo que
      * el extracto de un ciclo anterior se reproduce exactamente.
      *  - ATPC954 agrega los extractos del ciclo; si la cuenta se
      *    reprocesa con la misma fecha de ciclo, el extracto
      *    anterior se reemplaza completo.
      *  - ATPC858 (consola) lo consulta y pide duplicados; ATPC859
      *    arma el duplicado para la imprenta o el portal.
      *  - ATPC992 lo depura con la retencion que opera aplica a
      *    los reportes de ATPC954.
      *
      * Debe ser copiado dentro de la FILE SECTION, junto con la
      * siguiente entrada en FILE-CONTROL:
      *
      *     SELECT EXH-HISTORICO ASSIGN TO "EXTHIST.DAT"
      *         ORGANIZATION IS INDEXED
      *         ACCESS MODE IS DYNAMIC
      *         RECORD KEY IS EXH-CLAVE
      *         FILE STATUS IS <status del programa>.
      *----------------------------------------------------------------
       FD  EXH-HISTORICO.
       01  EXH-HISTORICO-REG.
           05  EXH-CLAVE.
               10  EXH-CODENT                 PIC X(04).
               10  EXH-NUMCUENTA              PIC X(16).
               10  EXH-FECCICLO               PIC X(10).
               10  EXH-SECUENCIA              PIC 9(04).
      * Corrida de ATPC954 que produjo el extracto (ATPCRUN)
           05  EXH-RUNID                      PIC X(12).
           05  EXH-LINEA                      PIC X(140).
