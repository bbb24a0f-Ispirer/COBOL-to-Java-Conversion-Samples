                   01 O-PRODCHG-REC         PIC X(200).
