                   01 O-CONTEXCP-REC        PIC X(132).
