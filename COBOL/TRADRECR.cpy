                   01 O-TRADRTN-REC.
                      05 TRR-REC-TYPE          PIC X(1).
                      05 TRR-MEMBER-ID         PIC X(8).
                      05 TRR-YEAR-MONTH        PIC X(6).
                      05 TRR-RTN-NO            PIC 9(2).
                      05 TRR-BODY              PIC X(63).
                      05 TRR-HDR-BODY REDEFINES TRR-BODY.
                         10 TRH-RTN-TYPE       PIC X(1).
                         10 TRH-CREATE-DATE    PIC 9(8).
                         10 TRH-BASE-CURR      PIC X(3).
                         10 TRH-DESC           PIC X(40).
                         10 FILLER             PIC X(11).
                      05 TRR-DTL-BODY REDEFINES TRR-BODY.
                         10 TRD-CAT-CD         PIC X(8).
                         10 TRD-ACTION         PIC X(1).
                         10 TRD-GRP-CNT        PIC 9(3).
                         10 TRD-PROD-CNT       PIC 9(7).
                         10 TRD-CAT-AVG        PIC 9(7)V9(4).
                         10 FILLER             PIC X(33).
                      05 TRR-TRL-BODY REDEFINES TRR-BODY.
                         10 TRT-DTL-CNT        PIC 9(5).
                         10 TRT-GRP-TOTAL      PIC 9(5).
                         10 TRT-PROD-TOTAL     PIC 9(9).
                         10 TRT-AVG-HASH       PIC 9(13)V9(4).
                         10 FILLER             PIC X(27).
