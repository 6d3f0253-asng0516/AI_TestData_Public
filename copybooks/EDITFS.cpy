           COPY 'EDTRPT'.

           COPY 'STATFD'.

           COPY 'BDATFD'.
