           01 WS-RPT-FILENAME      PIC X(20).
           01 WS-BUNDLE-FILENAME   PIC X(20).

           COPY "DISTRPTR".

           01 RECIP-TABLE.
              05 WS-RECIP-CNT      PIC 9(3) VALUE 0.
