           05  COR-MOTIVO                     PIC 9(02).
           05  COR-FECHA                      PIC 9(08).

       COPY "ATPCCTM-CTM".

       FD  RPT-ATPC995
           RECORDING MODE IS F.
