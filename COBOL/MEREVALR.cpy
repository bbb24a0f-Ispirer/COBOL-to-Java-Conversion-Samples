                   01 MEREVAL-PARM.
                      05 MV-MODE               PIC X(1).
                         88 MV-MONTH-CLOSE     VALUE 'C'.
                         88 MV-RESTATEMENT     VALUE 'R'.
                      05 MV-YEAR-MONTH         PIC X(6).
                      05 MV-RESULT             PIC X(1).
                         88 MV-NO-JOURNAL      VALUE 'N'.
                         88 MV-JOURNAL-WRITTEN VALUE 'Y'.
                         88 MV-JOURNAL-FAILED  VALUE 'F'.
