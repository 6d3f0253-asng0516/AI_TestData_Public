           COPY 'CTLRPT'.

           COPY 'RUNCFD'.

           COPY 'BDATFD'.
