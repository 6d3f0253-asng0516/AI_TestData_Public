           COPY 'RUNCFD'.

           COPY 'STATFD'.

           COPY 'BDATFD'.

           COPY 'SUPPFD'.

           COPY 'SUPLFD'.
