           COPY 'CNTRFD'.

           COPY 'AGNGRPT'.

           COPY 'BDATFD'.

           COPY 'HOLIFD'.

           COPY 'SUPPFD'.
