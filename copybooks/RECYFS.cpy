           COPY 'RUNCFD'.

           COPY 'STATFD'.

           COPY 'BDATFD'.
