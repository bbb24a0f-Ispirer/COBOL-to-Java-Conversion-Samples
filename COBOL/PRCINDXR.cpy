                   01 PRCINDEX-PARM.
                      05 PX-MODE               PIC X(1).
                         88 PX-NIGHTLY         VALUE 'N'.
                         88 PX-REBUILD         VALUE 'R'.
                      05 PX-RUN-DATE           PIC X(8).
                      05 PX-RESULT             PIC X(1).
                         88 PX-NO-INDEX        VALUE 'N'.
                         88 PX-INDEX-WRITTEN   VALUE 'Y'.
                         88 PX-INDEX-FAILED    VALUE 'F'.
                      05 PX-DATE-CNT           PIC 9(5).
