                         88 RC-MODE-SIMULATE   VALUE 'SIMULATE'.
                      05 RC-RUN-SEQ            PIC 9(3).
                      05 RC-CATCHUP-FLAG       PIC X(1).
                      05 RC-RESTART-FLAG       PIC X(1).
                         88 RC-RESTART         VALUE 'Y'.
                      05 RC-ENTITY-CD          PIC X(4).
                      05 RC-BASE-CURR          PIC X(3).
