                      05 BC-BACK-DAYS          PIC 9(3).
                      05 BC-BACK-DATE          PIC 9(8).
                      05 BC-MM-END-KNOWN       PIC X(1).
                      05 BC-DAYS-LEFT          PIC 9(5).
