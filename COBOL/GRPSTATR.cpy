                   01 GRPSTATS-PARM.
                      05 GS-MODE               PIC X(1).
                         88 GS-SNAPSHOT        VALUE 'S'.
                         88 GS-REFRESH-DATE    VALUE 'R'.
                         88 GS-PURGE-DATE      VALUE 'P'.
                         88 GS-REMAP-GROUP     VALUE 'M'.
                         88 GS-BACKFILL        VALUE 'B'.
                         88 GS-ENSURE-TABLE    VALUE 'C'.
                      05 GS-RUN-DATE           PIC X(8).
                      05 GS-RUN-SEQ            PIC 9(3).
                      05 GS-OLD-GR             PIC X(20).
                      05 GS-NEW-GR             PIC X(20).
                      05 GS-ENTITY-CD          PIC X(4).
                      05 GS-RESULT             PIC X(1).
                         88 GS-STATS-OK        VALUE 'Y'.
                         88 GS-STATS-FAILED    VALUE 'F'.
                      05 GS-ROW-CNT            PIC 9(7).
                      05 GS-DATE-CNT           PIC 9(5).
