                   01 SIGNCHK-PARM.
                      05 SC-MODE               PIC X(1).
                         88 SC-CHECK-OVERRIDE  VALUE 'K'.
                         88 SC-ENSURE-TABLE    VALUE 'C'.
                      05 SC-OVR-TYPE           PIC X(8).
                         88 SC-TYPE-PRCADJ     VALUE 'PRCADJ'.
                         88 SC-TYPE-PUBAPPR    VALUE 'PUBAPPR'.
                         88 SC-TYPE-DQOVRD     VALUE 'DQOVRD'.
                      05 SC-BUS-DATE           PIC X(8).
                      05 SC-RUN-SEQ            PIC 9(3).
                      05 SC-PROD-NM            PIC X(10).
                      05 SC-PROD-GR            PIC X(20).
                      05 SC-MOVE-PCT           PIC 9(5)V9(2).
                      05 SC-APPROVER-ID        PIC X(8).
                      05 SC-KEYED-BY           PIC X(8).
                      05 SC-RESULT             PIC X(1).
                         88 SC-APPROVED        VALUE 'Y'.
                         88 SC-REJECTED        VALUE 'N'.
                         88 SC-CHECK-FAILED    VALUE 'F'.
                      05 SC-REASON             PIC X(40).
                      05 SC-APPROVER-NM        PIC X(30).
