                   01 ENTCTX-PARM.
                      05 EC-MODE               PIC X(1).
                         88 EC-SET-ENTITY      VALUE 'S'.
                         88 EC-GET-ENTITY      VALUE 'G'.
                      05 EC-ENTITY-CD          PIC X(4).
                         88 EC-HOME-ENTITY     VALUE 'MAIN'.
                      05 EC-BASE-CURR          PIC X(3).
                      05 EC-DD-NAME            PIC X(8).
                      05 EC-FILE-NAME          PIC X(20).
