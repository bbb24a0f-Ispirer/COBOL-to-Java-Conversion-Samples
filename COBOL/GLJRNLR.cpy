                   01 O-GLJRNL-REC.
                      05 GLJ-REC-TYPE          PIC X(1).
                      05 GLJ-SOURCE            PIC X(8).
                      05 GLJ-YEAR-MONTH        PIC X(6).
                      05 GLJ-VERSION-NO        PIC 9(3).
                      05 GLJ-BODY              PIC X(102).
                      05 GLJ-HDR-BODY REDEFINES GLJ-BODY.
                         10 GLJH-JRNL-TYPE     PIC X(8).
                         10 GLJH-POST-DATE     PIC 9(8).
                         10 GLJH-BASE-CURR     PIC X(3).
                         10 GLJH-REVERSED-VER  PIC 9(3).
                         10 GLJH-DESC          PIC X(40).
                         10 FILLER             PIC X(40).
                      05 GLJ-DTL-BODY REDEFINES GLJ-BODY.
                         10 GLJD-LINE-NO       PIC 9(6).
                         10 GLJD-LINE-TYPE     PIC X(8).
                         10 GLJD-ACCOUNT       PIC X(10).
                         10 GLJD-SECTOR        PIC X(20).
                         10 GLJD-GROUP         PIC X(20).
                         10 GLJD-DR-CR         PIC X(1).
                         10 GLJD-AMOUNT        PIC 9(13)V99.
                         10 FILLER             PIC X(22).
                      05 GLJ-TRL-BODY REDEFINES GLJ-BODY.
                         10 GLJT-LINE-CNT      PIC 9(6).
                         10 GLJT-DR-TOTAL      PIC 9(15)V99.
                         10 GLJT-CR-TOTAL      PIC 9(15)V99.
                         10 GLJT-GROUP-CNT     PIC 9(5).
                         10 FILLER             PIC X(57).
