           COPY 'CTLRPT'.

           COPY 'RUNCFD'.

           COPY 'SUPPFD'.
