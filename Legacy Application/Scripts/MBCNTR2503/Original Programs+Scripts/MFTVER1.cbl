           EVALUATE WS-SUFFIX
               WHEN '.set'
               WHEN '.pif'
               WHEN '.cpb'
               WHEN '.acc'
                   MOVE 2116           TO WS-MFT-LEN
               WHEN '.mbp'
                   MOVE 5368           TO WS-MFT-LEN
