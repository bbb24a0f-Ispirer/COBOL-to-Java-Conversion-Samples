           01 PF-HDR-REC.
              05 PF-HDR-TYPE       PIC X(1) VALUE 'H'.
              05 PF-HDR-PARTNER    PIC X(8).
              05 PF-HDR-SEQ        PIC 9(7).
              05 PF-HDR-BUS-DATE   PIC 9(8).
              05 PF-HDR-CRT-DATE   PIC 9(8).
              05 PF-HDR-CRT-TIME   PIC 9(6).
              05 PF-HDR-SOURCE     PIC X(10) VALUE 'PRICECHAIN'.
              05 PF-HDR-RESEND     PIC X(1).
              05 PF-HDR-ACK-SEQ    PIC 9(7).
              05 FILLER            PIC X(64) VALUE SPACES.

           01 PF-DTL-REC.
              05 PF-DTL-TYPE       PIC X(1) VALUE 'D'.
              05 PF-DTL-ACTION     PIC X(1).
              05 PF-DTL-PROD-NM    PIC X(10).
              05 PF-DTL-PROD-GR    PIC X(20).
              05 PF-DTL-PREV-DAY   PIC 9(5)V9(3).
              05 PF-DTL-LATEST     PIC 9(5)V9(3).
              05 PF-DTL-END-MNTH   PIC 9(5)V9(3).
              05 PF-DTL-VOLUME     PIC 9(10).
              05 PF-DTL-CURR       PIC X(3).
              05 FILLER            PIC X(51) VALUE SPACES.

           01 PF-GRP-REC.
              05 PF-GRP-TYPE       PIC X(1) VALUE 'G'.
              05 PF-GRP-NM         PIC X(20).
              05 PF-GRP-RUN-DATE   PIC 9(8).
              05 PF-GRP-RUN-SEQ    PIC 9(3).
              05 PF-GRP-REC-CNT    PIC 9(5).
              05 PF-GRP-PREV-AVG   PIC 9(10)V9(6).
              05 PF-GRP-LATEST-AVG PIC 9(10)V9(4).
              05 PF-GRP-EOM-AVG    PIC 9(10)V9(8).
              05 FILLER            PIC X(35) VALUE SPACES.

           01 PF-TRL-REC.
              05 PF-TRL-TYPE       PIC X(1) VALUE 'T'.
              05 PF-TRL-PARTNER    PIC X(8).
              05 PF-TRL-SEQ        PIC 9(7).
              05 PF-TRL-REC-CNT    PIC 9(9).
              05 PF-TRL-PROD-CNT   PIC 9(9).
              05 PF-TRL-GRP-CNT    PIC 9(9).
              05 PF-TRL-HASH       PIC 9(14)V9(4).
              05 FILLER            PIC X(59) VALUE SPACES.
