           COPY 'XFRRPT'.

           COPY 'RUNCFD'.

           COPY 'BDATFD'.
