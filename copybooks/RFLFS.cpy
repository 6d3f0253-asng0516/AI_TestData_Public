           COPY 'RFLRPT'.

           COPY 'RUNCFD'.

           COPY 'BDATFD'.
