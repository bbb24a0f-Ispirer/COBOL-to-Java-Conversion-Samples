                   01 CONSRPT-PARM.
                      05 CS-RUN-DATE           PIC 9(8).
                      05 CS-REPORT-CURR        PIC X(3).
                      05 CS-ENT-CNT            PIC 9(2).
                      05 CS-ENT-ENTRY          OCCURS 10 TIMES.
                         10 CS-ENT-CD          PIC X(4).
                         10 CS-ENT-CURR        PIC X(3).
                         10 CS-ENT-DESC        PIC X(30).
                         10 CS-ENT-RUN-DATE    PIC 9(8).
                         10 CS-ENT-RUN-SEQ     PIC 9(3).
                         10 CS-ENT-RC          PIC 9(2).
