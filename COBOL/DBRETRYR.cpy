                   01 DBRETRY-PARM.
                      05 DR-MODE               PIC X(1).
                         88 DR-SAVE-CONNECT    VALUE 'S'.
                         88 DR-CHECK-ERROR     VALUE 'K'.
                      05 DR-PROGRAM            PIC X(8).
                      05 DR-UNIT               PIC X(20).
                      05 DR-BUS-DATE           PIC 9(8).
                      05 DR-SQLCODE            PIC S9(9).
                      05 DR-ATTEMPT            PIC 9(3).
                      05 DR-RESULT             PIC X(1).
                         88 DR-RETRY           VALUE 'R'.
                         88 DR-NOT-TRANSIENT   VALUE 'F'.
                         88 DR-EXHAUSTED       VALUE 'X'.
                      05 DR-USER               PIC X(10).
                      05 DR-USER-LEN           PIC S9(4) COMP.
                      05 DR-PASSWD             PIC X(10).
                      05 DR-PASSWD-LEN         PIC S9(4) COMP.
                      05 DR-DBNAME             PIC X(10).
                      05 DR-DBNAME-LEN         PIC S9(4) COMP.
