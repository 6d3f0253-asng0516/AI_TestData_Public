           COPY 'DLTAFD'.

           COPY 'CTLRPT'.

           COPY 'SUPPFD'.
