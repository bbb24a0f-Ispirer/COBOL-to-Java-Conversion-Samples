                   01 O-FEEDREJ-REC         PIC X(100).
