           SELECT SNP-ARCHIVO ASSIGN TO DYNAMIC WS-ATPCSNP-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCSNP-STATUS.
      * Precios propios por tipo de tarjeta -- ver ATPCPRC-PRC.cpy
           SELECT PRC-PRECIOS ASSIGN TO "PRECIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCPRC-STATUS.
           SELECT CTL-CARGAS ASSIGN TO "ATPCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATPCCTL-STATUS.
       COPY "ATPCDIF-DIF".
       COPY "ATPCLCK-LCK".
       COPY "ATPCEXC-EXC".
       COPY "ATPCPRC-PRC".
       COPY "ATPCALE-ALE".

       WORKING-STORAGE SECTION.
       COPY "ATPCCTL-WS".
       COPY "ATPCAUD-WS".
       COPY "ATPCFAC-WS".
       COPY "ATPCPRC-WS".
       COPY "ATPCNEG-WS".
       COPY "ATPCDIF-WS".
       COPY "ATPCLCK-WS".
       COPY "ATPCCTL-PR".
       COPY "ATPCAUD-PR".
       COPY "ATPCFAC-PR".
       COPY "ATPCPRC-PR".
       COPY "ATPCNEG-PR".
       COPY "ATPCDIF-PR".
       COPY "ATPCLCK-PR".
