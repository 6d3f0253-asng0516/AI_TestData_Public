           COPY 'ESCRPT'.

           COPY 'RUNCFD'.

           COPY 'BDATFD'.

           COPY 'HOLIFD'.

           COPY 'SUPPFD'.
