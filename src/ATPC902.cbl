           SELECT CKP085-CTL ASSIGN TO "ATPC085.CKPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPC085-CKP-STATUS.
      * Precios propios por tipo de tarjeta -- ver ATPCPRC-PRC.cpy
           SELECT PRC-PRECIOS ASSIGN TO "PRECIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCPRC-STATUS.
      * Requerido porque las ocho ATPCxxx-CARGAR-ARREGLO invocadas
      * aqui graban una fila de control compartida --
      * ver ATPCCTL-CTL.cpy
       COPY "ATPCDIF-DIF".
       COPY "ATPCLCK-LCK".
       COPY "ATPCEXC-EXC".
       COPY "ATPCPRC-PRC".

       FD  PRM-ATPC902
           RECORDING MODE IS F.
       COPY "ATPCRUN-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCFAC-WS".
       COPY "ATPCPRC-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCRUN-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCFAC-PR".
       COPY "ATPCPRC-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
