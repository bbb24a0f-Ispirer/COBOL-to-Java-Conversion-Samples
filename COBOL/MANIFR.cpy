           01 MF-HDR-REC.
              05 MF-HDR-TYPE       PIC X(1) VALUE 'H'.
              05 MF-HDR-BUS-DATE   PIC 9(8).
              05 MF-HDR-RUN-SEQ    PIC 9(3).
              05 MF-HDR-ENTITY     PIC X(4).
              05 MF-HDR-CRT-DATE   PIC 9(8).
              05 MF-HDR-CRT-TIME   PIC 9(6).
              05 MF-HDR-SOURCE     PIC X(10) VALUE 'PRICECHAIN'.
              05 FILLER            PIC X(60) VALUE SPACES.

           01 MF-DTL-REC.
              05 MF-DTL-TYPE       PIC X(1) VALUE 'D'.
              05 MF-DTL-OUTPUT     PIC X(16).
              05 MF-DTL-NAME       PIC X(20).
              05 MF-DTL-STATUS     PIC X(10).
              05 MF-DTL-REC-CNT    PIC 9(9).
              05 MF-DTL-HASH       PIC 9(14)V9(4).
              05 FILLER            PIC X(26) VALUE SPACES.

           01 MF-STAT-REC.
              05 MF-STAT-TYPE      PIC X(1) VALUE 'S'.
              05 MF-STAT-CHAIN     PIC X(10).
              05 MF-STAT-RS-PROGRAM PIC X(8).
              05 MF-STAT-RS-PHASE  PIC X(20).
              05 MF-STAT-RS-ROWS   PIC 9(7).
              05 MF-STAT-RS-TOTAL  PIC 9(7).
              05 MF-STAT-RS-DATE   PIC 9(8).
              05 MF-STAT-RS-TIME   PIC 9(8).
              05 FILLER            PIC X(31) VALUE SPACES.

           01 MF-TRG-REC.
              05 MF-TRG-TYPE       PIC X(1) VALUE 'T'.
              05 MF-TRG-BUS-DATE   PIC 9(8).
              05 MF-TRG-RUN-SEQ    PIC 9(3).
              05 MF-TRG-RUN-STATUS PIC X(10).
              05 MF-TRG-OUTPUT-CNT PIC 9(5).
              05 MF-TRG-PROBLEM-CNT PIC 9(5).
              05 MF-TRG-REC-CNT    PIC 9(9).
              05 MF-TRG-HASH       PIC 9(14)V9(4).
              05 MF-TRG-CRT-DATE   PIC 9(8).
              05 MF-TRG-CRT-TIME   PIC 9(6).
              05 FILLER            PIC X(27) VALUE SPACES.
