                   01 WS-KNOWN-REPORTS.
                      05 FILLER            PIC X(8) VALUE 'AVREP'.
                      05 FILLER            PIC X(8) VALUE 'PRODDTL'.
                      05 FILLER            PIC X(8) VALUE 'TOPMOVRS'.
                      05 FILLER            PIC X(8) VALUE 'VOLRPT'.
                      05 FILLER            PIC X(8) VALUE 'SNAPCMP'.
                      05 FILLER            PIC X(8) VALUE 'GRPTREND'.
                      05 FILLER            PIC X(8) VALUE 'GRPFCST'.
                      05 FILLER            PIC X(8) VALUE 'DQEXCP'.
                      05 FILLER            PIC X(8) VALUE 'STALERPT'.
                      05 FILLER            PIC X(8) VALUE 'DELIST'.
                      05 FILLER            PIC X(8) VALUE 'QUARLST'.
                      05 FILLER            PIC X(8) VALUE 'MECLOSRP'.
                      05 FILLER            PIC X(8) VALUE 'REVALRPT'.
                      05 FILLER            PIC X(8) VALUE 'AUDRUNRP'.
                      05 FILLER            PIC X(8) VALUE 'RECONRPT'.
                      05 FILLER            PIC X(8) VALUE 'CTLVALRP'.
                      05 FILLER            PIC X(8) VALUE 'OVREVRPT'.
                      05 FILLER            PIC X(8) VALUE 'TRADRTRP'.
                      05 FILLER            PIC X(8) VALUE 'MARGRPT'.
                      05 FILLER            PIC X(8) VALUE 'OUTRCNRP'.
                   01 WS-KNOWN-REPORTS-R REDEFINES WS-KNOWN-REPORTS.
                      05 WS-KNOWN-RPT-NM   PIC X(8) OCCURS 20 TIMES
                           INDEXED BY WS-KNOWN-INX.
