           COPY 'KEPTFD'.

           COPY 'CTLRPT'.

           COPY 'BDATFD'.
