                   01 TRADRTN-PARM.
                      05 TR-MODE               PIC X(1).
                         88 TR-MONTH-CLOSE     VALUE 'C'.
                         88 TR-AMENDMENT       VALUE 'A'.
                      05 TR-YEAR-MONTH         PIC X(6).
                      05 TR-RESULT             PIC X(1).
                         88 TR-NO-RETURN       VALUE 'N'.
                         88 TR-RETURN-WRITTEN  VALUE 'Y'.
                         88 TR-RETURN-FAILED   VALUE 'F'.
