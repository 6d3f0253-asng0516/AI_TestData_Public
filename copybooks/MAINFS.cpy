           COPY 'MAINRPT'.

           COPY 'RUNCFD'.

           COPY 'BDATFD'.
