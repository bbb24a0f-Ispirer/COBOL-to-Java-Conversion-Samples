                   01 O-SRCUSE-REC          PIC X(100).
