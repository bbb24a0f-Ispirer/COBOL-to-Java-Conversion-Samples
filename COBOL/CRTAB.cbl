               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT O-DQEXCP-FILE
               ASSIGN TO DYNAMIC WS-DQEXCP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT O-PRODEXCL-FILE
               ASSIGN TO DYNAMIC WS-PRODEXCL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT O-QUARLST-FILE
               ASSIGN TO DYNAMIC WS-QUARLST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT O-DELIST-FILE
               ASSIGN TO DYNAMIC WS-DELIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT O-STALERPT-FILE
               ASSIGN TO DYNAMIC WS-STALERPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT O-CHGRPT-FILE
               ASSIGN TO DYNAMIC WS-CHGRPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT O-PRODCHG-FILE
               ASSIGN TO DYNAMIC WS-PRODCHG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT O-CONTEXCP-FILE
               ASSIGN TO DYNAMIC WS-CONTEXCP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT O-SRCUSE-FILE
               ASSIGN TO DYNAMIC WS-SRCUSE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.
           SELECT O-RUNSTAT-FILE ASSIGN TO 'RUNSTAT'
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-OVRD-FILE-STATUS.

           SELECT I-DQTOLS-FILE
               ASSIGN TO DYNAMIC WS-DQTOLS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-TOLS-FILE-STATUS.
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-SLATGT-FILE-STATUS.

           SELECT I-FXRATES-FILE
               ASSIGN TO DYNAMIC WS-FXRATES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FXRATES-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD O-AUDIT-FILE.

           FD O-CHGRPT-FILE.
           COPY "CHGRPTR".

           FD O-PRODCHG-FILE.
           COPY "PRODCHGR".

           FD O-CONTEXCP-FILE.
           COPY "CONTEXCR".

           FD O-SRCUSE-FILE.
           COPY "SRCUSER".
           FD O-RUNSTAT-FILE.
           01 O-RUNSTAT-REC          PIC X(100).
           FD O-RUNHIST-FILE.
           01 I-DQOVRD-REC.
              05 OVRD-PROD-NM      PIC X(10).
              05 OVRD-PROD-GR      PIC X(20).
              05 OVRD-APPROVER     PIC X(8).
              05 OVRD-KEYED-BY     PIC X(8).

           FD I-DQTOLS-FILE.
           01 I-DQTOLS-REC.
              05 TGT-PHASE         PIC X(20).
              05 TGT-SECONDS       PIC 9(6).

           FD I-FXRATES-FILE.
           01 I-FXRATES-REC.
              05 FXR-CUR           PIC X(3).
              05 FXR-RATE          PIC 9(3)V9(6).

       WORKING-STORAGE SECTION.

           EXEC SQL

             01 ARCH-RUN-DATE        PIC X(8).
             01 ARCH-RUN-SEQ         PIC 9(3).
             01 LN-REASON            PIC X(10).
             01 LN-REASON-TXT        PIC X(40).
             01 PH-PHASE-NM          PIC X(20).
             01 PH-DONE-CNT          PIC 9(3).
             01 PH-RUN-MODE          PIC X(12).

             01 CG-PROD-NM           PIC X(10).
             01 CG-PROD-GR           PIC X(20).
             01 CG-LATEST-DELTA      PIC S9(6)V9(3).
             01 CG-CHG-TIME          PIC X(8).

             01 PM-PROD-ID           PIC 9(10).
             01 PM-OLD-NM            PIC X(10).
             01 PM-OLD-GR            PIC X(20).
             01 PM-OLD-CURR          PIC X(3).
             01 PM-NEW-NM            PIC X(10).
             01 PM-NEW-GR            PIC X(20).
             01 PM-NEW-CURR          PIC X(3).
             01 PM-CHG-TYPE          PIC X(8).
             01 PM-HIST-CNT          PIC 9(9).
             01 PM-LATEST-P          PIC S9(5)V9(3).
             01 PM-GRP-NM            PIC X(20).
             01 PM-GRP-P             PIC S9(5)V9(3).
             01 PM-GRP-CURR          PIC X(3).

             01 CT-PRIOR-DATE        PIC X(8).
             01 CT-PROD-NM           PIC X(10).
             01 CT-PROD-GR           PIC X(20).
             01 CT-FEED-P            PIC S9(5)V9(3).
             01 CT-ARCH-P            PIC S9(5)V9(3).
             01 CT-ARCH-CNT          PIC 9(9).
             01 CT-FEED-CNT          PIC 9(9).
             01 CT-MATCH-CNT         PIC 9(9).

             01 SEC-USE-HV           PIC X(1).
             01 SEC-FRESH-CNT        PIC 9(9).
             01 SEC-ROW-CNT          PIC 9(9).
             01 SU-PROD-GR           PIC X(20).
             01 SU-TOTAL-CNT         PIC 9(7).
             01 SU-FALLBACK-CNT      PIC 9(7).

             01 EN-ENTITY-CD         PIC X(4).
             01 EN-BASE-CURR         PIC X(3).

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           COPY "BUSCALR".
           COPY "RUNSTATR".
           COPY "GRPSTATR".
           COPY "SIGNCHKR".
           COPY "DBRETRYR".
           COPY "ENTCTXR".


           01 AUD-EVENT-WS         PIC X(8).
                   INDEXED BY WS-OVRD-INX.
                 10 WS-OVRD-PROD-NM  PIC X(10).
                 10 WS-OVRD-PROD-GR  PIC X(20).
                 10 WS-OVRD-APPROVER PIC X(8).
                 10 WS-OVRD-KEYED-BY PIC X(8).

           01 WS-TOLS-FILE-STATUS  PIC X(02) VALUE SPACES.
           01 WS-TOLS-EOF-WS       PIC X(02) VALUE SPACES.
           01 CG-EOF-WS            PIC X(02) VALUE SPACES.
               88 CG-EOF           VALUE HIGH-VALUES.
           01 WS-CHG-CAP-CNT       PIC 9(7) VALUE 0.

           01 PM-EOF-WS            PIC X(02) VALUE SPACES.
               88 PM-EOF           VALUE HIGH-VALUES.
           01 GS-EOF-WS            PIC X(02) VALUE SPACES.
               88 GS-EOF           VALUE HIGH-VALUES.
           01 WS-PM-CHG-CNT        PIC 9(5) VALUE 0.
           01 WS-PM-MOVE-CNT       PIC 9(5) VALUE 0.
           01 WS-PM-CURR-CNT       PIC 9(5) VALUE 0.
           01 WS-PM-NEW-CNT        PIC 9(7) VALUE 0.
           01 WS-PM-HELD-SW        PIC X(01) VALUE SPACE.
               88 PM-PROD-HELD     VALUE 'Y'.
           01 WS-PM-CONV-OLD       PIC 9(8)V9(6) VALUE 0.
           01 WS-PM-CONV-NEW       PIC 9(8)V9(6) VALUE 0.
           01 WS-PM-OLD-OK-SW      PIC X(01) VALUE SPACE.
               88 PM-OLD-RATED     VALUE 'Y'.
           01 WS-PM-NEW-OK-SW      PIC X(01) VALUE SPACE.
               88 PM-NEW-RATED     VALUE 'Y'.
           01 WS-GS-SUM            PIC 9(11)V9(6) VALUE 0.
           01 WS-GS-CNT            PIC 9(7) VALUE 0.
           01 WS-PM-OLDG-BEFORE    PIC 9(5)V9(3) VALUE 0.
           01 WS-PM-OLDG-AFTER     PIC 9(5)V9(3) VALUE 0.
           01 WS-PM-NEWG-BEFORE    PIC 9(5)V9(3) VALUE 0.
           01 WS-PM-NEWG-AFTER     PIC 9(5)V9(3) VALUE 0.
           01 WS-PM-AVG-WORK       PIC 9(5)V9(3) VALUE 0.
           01 WS-PM-CONV-WORK      PIC 9(8)V9(6) VALUE 0.

           01 WS-FXRATES-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-FXRATES-EOF-WS    PIC X(02) VALUE SPACES.
               88 FXRATES-EOF      VALUE HIGH-VALUES.
           01 WS-BASE-CURR         PIC X(3) VALUE 'USD'.
           01 WS-FXRATES-FILENAME  PIC X(20) VALUE 'FXRATES'.
           01 WS-DQTOLS-FILENAME   PIC X(20) VALUE 'DQTOLS'.
           01 WS-PRODCHG-FILENAME  PIC X(20) VALUE 'PRODCHG'.
           01 WS-DQEXCP-FILENAME   PIC X(20) VALUE 'DQEXCP'.
           01 WS-PRODEXCL-FILENAME PIC X(20) VALUE 'PRODEXCL'.
           01 WS-QUARLST-FILENAME  PIC X(20) VALUE 'QUARLST'.
           01 WS-DELIST-FILENAME   PIC X(20) VALUE 'DELIST'.
           01 WS-STALERPT-FILENAME PIC X(20) VALUE 'STALERPT'.
           01 WS-CHGRPT-FILENAME   PIC X(20) VALUE 'CHGRPT'.
           01 WS-CONTEXCP-FILENAME PIC X(20) VALUE 'CONTEXCP'.
           01 WS-SRCUSE-FILENAME   PIC X(20) VALUE 'SRCUSE'.
           01 WS-LOOKUP-CURR       PIC X(3) VALUE SPACES.
           01 WS-LOOKUP-RATE       PIC 9(3)V9(6) VALUE 0.
           01 WS-LOOKUP-SW         PIC X(01) VALUE SPACE.
               88 RATE-FOUND       VALUE 'Y'.
           01 FXRATE-TABLE.
              05 WS-FX-CNT         PIC 9(3) VALUE 0.
              05 WS-FX-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-FX-INX.
                 10 WS-FX-CUR      PIC X(3).
                 10 WS-FX-RATE-T   PIC 9(3)V9(6).
           01 CT-EOF-WS            PIC X(02) VALUE SPACES.
               88 CT-EOF           VALUE HIGH-VALUES.
           01 WS-CT-BREAK-CNT      PIC 9(5) VALUE 0.
           01 WS-CT-EOM-CNT        PIC 9(5) VALUE 0.
           01 WS-CT-TOTAL-CNT      PIC 9(5) VALUE 0.
           01 WS-CT-RESENT-CNT     PIC 9(2) VALUE 0.
           01 WS-CT-HOLD-LIMIT     PIC 9(5) VALUE 25.
           01 WS-CT-HELD-SW        PIC X(01) VALUE SPACE.
               88 CONTINUITY-HELD  VALUE 'Y'.
               88 CONTINUITY-FAILED VALUE 'F'.
           01 WS-CT-EOM-SW         PIC X(01) VALUE SPACE.
               88 CT-EOM-WINDOW    VALUE 'Y'.
           01 WS-CT-TYPE-WS        PIC X(13) VALUE SPACES.
           01 WS-CT-SAVE-WALL      PIC 9(8) VALUE 0.
           01 WS-CT-RUN-DATE-N     PIC 9(8) VALUE 0.
           01 WS-CT-RUN-DATE-R REDEFINES WS-CT-RUN-DATE-N.
              05 WS-CT-RUN-YM      PIC 9(6).
              05 WS-CT-RUN-DD      PIC 9(2).
           01 WS-CT-PRIOR-DATE-N   PIC 9(8) VALUE 0.
           01 WS-CT-PRIOR-DATE-R REDEFINES WS-CT-PRIOR-DATE-N.
              05 WS-CT-PRIOR-YM    PIC 9(6).
              05 WS-CT-PRIOR-DD    PIC 9(2).
           01 SU-EOF-WS            PIC X(02) VALUE SPACES.
               88 SU-EOF           VALUE HIGH-VALUES.
           01 WS-SU-GRP-PCT        PIC 9(3)V9(2) VALUE 0.
           01 WS-SU-TOT-PRODS      PIC 9(7) VALUE 0.
           01 WS-SU-TOT-FALLBACK   PIC 9(7) VALUE 0.
           01 WS-CHG-RPT-CNT       PIC 9(7) VALUE 0.
           01 WS-STALE-DAYS        PIC 9(3) VALUE 5.
           01 WS-STALE-ALERT-PCT   PIC 9(3) VALUE 50.
           01 WS-SKIP-QUERY        PIC X(20) VALUE SPACES.
           01 WS-SKIP-FOUND-SW     PIC X(01) VALUE SPACE.
               88 PHASE-SKIPPED    VALUE 'Y'.
           01 WS-PH-DONE-SW        PIC X(01) VALUE SPACE.
               88 PH-DONE-BEFORE   VALUE 'Y'.

           01 WS-SLATGT-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-SLATGT-EOF-WS     PIC X(02) VALUE SPACES.
              MOVE 1 TO RC-RUN-SEQ
           END-IF.
           MOVE RC-RUN-SEQ TO ARCH-RUN-SEQ.
           PERFORM SET-ENTITY-CONTEXT.
           MOVE SPACES TO WS-BUS-LABEL-WS.
           STRING 'BUSINESS DATE ' DELIMITED BY SIZE
                RC-RUN-DATE DELIMITED BY SIZE

           PERFORM READ-PARMS THRU READ-PARMS-EXIT.

           MOVE 'CRTAB-CREATE' TO DR-UNIT.
           MOVE 0 TO DR-ATTEMPT.
           PERFORM CREATE-PRICE-HIST-TABLE.

           IF SQLCODE = 0 OR SQLCODE = -955 THEN
              PERFORM ENSURE-VOLUME-COLUMN
              MOVE 'CRTAB-MERGE' TO PH-PHASE-NM
              PERFORM CHECK-PHASE-DONE THRU CHECK-PHASE-DONE-EXIT
              IF PH-DONE-BEFORE THEN
                 PERFORM POST-MERGE-PHASES
              ELSE
                 PERFORM FEED-READINESS-CHECK
                 IF FEED-NOT-READY THEN
                    DISPLAY 'UPSTREAM FEED NOT READY - RUN HELD.'
                    MOVE 12 TO RETURN-CODE
                    EXIT PROGRAM
                 END-IF
                 PERFORM FEED-CONTINUITY-CHECK
                    THRU FEED-CONTINUITY-CHECK-EXIT
                 IF CONTINUITY-FAILED THEN
                    DISPLAY 'FEED CONTINUITY CHECK FAILED - '
                            'PROGRAM WAS STOPPED.'
                    MOVE 8 TO RETURN-CODE
                    EXIT PROGRAM
                 END-IF
                 IF CONTINUITY-HELD THEN
                    DISPLAY 'FEED CONTINUITY BREAKS OVER LIMIT - '
                            'RUN HELD.'
                    MOVE 12 TO RETURN-CODE
                    EXIT PROGRAM
                 END-IF
                 PERFORM INSERT-DATA
              END-IF
              MOVE 'END' TO AUD-EVENT-WS
              MOVE 'CRTAB RUN COMPLETED' TO AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              EXIT PROGRAM
           END-IF.

       SET-ENTITY-CONTEXT.
           IF RC-ENTITY-CD = SPACES OR RC-ENTITY-CD = LOW-VALUES THEN
              MOVE 'MAIN' TO RC-ENTITY-CD
           END-IF.
           IF RC-BASE-CURR = SPACES OR RC-BASE-CURR = LOW-VALUES THEN
              MOVE 'USD' TO RC-BASE-CURR
           END-IF.
           MOVE RC-ENTITY-CD TO EN-ENTITY-CD.
           MOVE RC-BASE-CURR TO EN-BASE-CURR.
           MOVE RC-BASE-CURR TO WS-BASE-CURR.
           MOVE 'G' TO EC-MODE.
           MOVE 'FXRATES' TO EC-DD-NAME.
           CALL 'ENTCTX' USING ENTCTX-PARM.
           MOVE EC-FILE-NAME TO WS-FXRATES-FILENAME.
           MOVE 'DQTOLS' TO EC-DD-NAME.
           CALL 'ENTCTX' USING ENTCTX-PARM.
           MOVE EC-FILE-NAME TO WS-DQTOLS-FILENAME.
           MOVE 'PRODCHG' TO EC-DD-NAME.
           CALL 'ENTCTX' USING ENTCTX-PARM.
           MOVE EC-FILE-NAME TO WS-PRODCHG-FILENAME.
           MOVE 'DQEXCP' TO EC-DD-NAME.
           CALL 'ENTCTX' USING ENTCTX-PARM.
           MOVE EC-FILE-NAME TO WS-DQEXCP-FILENAME.
           MOVE 'PRODEXCL' TO EC-DD-NAME.
           CALL 'ENTCTX' USING ENTCTX-PARM.
           MOVE EC-FILE-NAME TO WS-PRODEXCL-FILENAME.
           MOVE 'QUARLST' TO EC-DD-NAME.
           CALL 'ENTCTX' USING ENTCTX-PARM.
           MOVE EC-FILE-NAME TO WS-QUARLST-FILENAME.
           MOVE 'DELIST' TO EC-DD-NAME.
           CALL 'ENTCTX' USING ENTCTX-PARM.
           MOVE EC-FILE-NAME TO WS-DELIST-FILENAME.
           MOVE 'STALERPT' TO EC-DD-NAME.
           CALL 'ENTCTX' USING ENTCTX-PARM.
           MOVE EC-FILE-NAME TO WS-STALERPT-FILENAME.
           MOVE 'CHGRPT' TO EC-DD-NAME.
           CALL 'ENTCTX' USING ENTCTX-PARM.
           MOVE EC-FILE-NAME TO WS-CHGRPT-FILENAME.
           MOVE 'CONTEXCP' TO EC-DD-NAME.
           CALL 'ENTCTX' USING ENTCTX-PARM.
           MOVE EC-FILE-NAME TO WS-CONTEXCP-FILENAME.
           MOVE 'SRCUSE' TO EC-DD-NAME.
           CALL 'ENTCTX' USING ENTCTX-PARM.
           MOVE EC-FILE-NAME TO WS-SRCUSE-FILENAME.

       CREATE-PRICE-HIST-TABLE.
           EXEC SQL
               CREATE TABLE PROD_PRICE_HIST
                   END_OF_MNTH_PRICE   NUMBER(8,3),
                   LAST_UPDATED     DATE,
                   VOLUME           NUMBER(10),
                   CURR_CD          VARCHAR2(3),
                   PRICE_SRC        VARCHAR2(10),
                   UNIT_COST        NUMBER(8,3),
                   ENTITY_CD        VARCHAR2(4) DEFAULT 'MAIN'
               )
           END-EXEC.

              DISPLAY 'TABLE ALREADY EXISTS - REFRESHING IT.'
           ELSE
              DISPLAY 'UNABLE TO CREATE TABLE!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE SQLCODE TO DR-SQLCODE
              PERFORM CHECK-DB-RETRY
              IF DR-RETRY THEN
                 GO TO CREATE-PRICE-HIST-TABLE.

       ENSURE-VOLUME-COLUMN.
           EXEC SQL
              DISPLAY 'UNABLE TO ADD CURRENCY COLUMN!'
              DISPLAY 'SQLCODE = ' SQLCODE.

           EXEC SQL
              ALTER TABLE PROD_PRICE_HIST
              ADD (PRICE_SRC VARCHAR2(10))
           END-EXEC.

           IF SQLCODE = 0 THEN
              DISPLAY 'PRICE SOURCE COLUMN ADDED TO PROD_PRICE_HIST.'
           ELSE IF SQLCODE = -1430 THEN
              CONTINUE
           ELSE
              DISPLAY 'UNABLE TO ADD PRICE SOURCE COLUMN!'
              DISPLAY 'SQLCODE = ' SQLCODE.

           EXEC SQL
              ALTER TABLE PROD_PRICE_HIST
              ADD (UNIT_COST NUMBER(8,3))
           END-EXEC.

           IF SQLCODE = 0 THEN
              DISPLAY 'UNIT COST COLUMN ADDED TO PROD_PRICE_HIST.'
           ELSE IF SQLCODE = -1430 THEN
              CONTINUE
           ELSE
              DISPLAY 'UNABLE TO ADD UNIT COST COLUMN!'
              DISPLAY 'SQLCODE = ' SQLCODE.

           EXEC SQL
              ALTER TABLE PROD_PRICE_HIST
              ADD (ENTITY_CD VARCHAR2(4) DEFAULT 'MAIN')
           END-EXEC.

           IF SQLCODE = 0 THEN
              DISPLAY 'ENTITY COLUMN ADDED TO PROD_PRICE_HIST.'
           ELSE IF SQLCODE = -1430 THEN
              CONTINUE
           ELSE
              DISPLAY 'UNABLE TO ADD ENTITY COLUMN!'
              DISPLAY 'SQLCODE = ' SQLCODE.

       FEED-READINESS-CHECK.
           DISPLAY 'CHECKING UPSTREAM FEED READINESS...'.
           MOVE SPACE TO WS-FEED-READY-SW.

           PERFORM LOAD-FEED-CONTROLS THRU LOAD-FEED-CONTROLS-EXIT.

           END-EXEC.
           PERFORM FEED-EVALUATE THRU FEED-EVALUATE-EXIT.

           MOVE 'PROD_COST' TO FEED-NM-HV.
           EXEC SQL
              SELECT COUNT(*), NVL(SUM(UNIT_COST), 0)
              INTO :FEED-ROW-CNT, :FEED-HASH-SUM
              FROM PROD_COST
           END-EXEC.
           PERFORM FEED-EVALUATE THRU FEED-EVALUATE-EXIT.

           IF NOT FEED-NOT-READY THEN
              DISPLAY 'ALL FEEDS ARE READY.'
           END-IF.
              GO TO FEED-CONTROL-RECONCILE-EXIT
           END-IF.

           IF FEED-HASH-SUM NOT = WS-FCTL-HASH(WS-FCTL-INX) THEN
              DISPLAY 'FEED ' FEED-NM-HV ' HASH TOTAL '
                      FEED-HASH-SUM ' DOES NOT MATCH THE LOADER '
                      'CONTROL ' WS-FCTL-HASH(WS-FCTL-INX)
                      ' - RUN HELD.'
              SET FEED-NOT-READY TO TRUE
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE SPACES TO AUD-MESSAGE-WS
              STRING 'FEED HASH MISMATCH: ' DELIMITED BY SIZE
                   FEED-NM-HV DELIMITED BY SPACE
                   INTO AUD-MESSAGE-WS
              MOVE FEED-ROW-CNT TO AUD-ROWCOUNT-WS
              PERFORM WRITE-AUDIT-REC
              GO TO FEED-CONTROL-RECONCILE-EXIT
           END-IF.

           DISPLAY 'FEED ' FEED-NM-HV ' RECONCILED AGAINST LOADER '
                   'CONTROL TOTALS.'.

       FEED-CONTROL-RECONCILE-EXIT.
           EXIT.

       FEED-CONTINUITY-CHECK.
           DISPLAY 'CHECKING FEED CONTINUITY AGAINST THE ARCHIVE...'.
           MOVE 'CONTINUITY CHECK' TO RS-PHASE.
           PERFORM WRITE-RUN-STATUS.
           MOVE 0 TO WS-CT-BREAK-CNT.
           MOVE 0 TO WS-CT-EOM-CNT.
           MOVE 0 TO WS-CT-RESENT-CNT.
           MOVE SPACE TO WS-CT-HELD-SW.
           MOVE SPACE TO WS-CT-EOM-SW.

           MOVE BC-WALL-DATE TO WS-CT-SAVE-WALL.
           MOVE RC-RUN-DATE TO BC-WALL-DATE.
           MOVE 1 TO BC-BACK-DAYS.
           CALL 'BUSCAL' USING BUSCAL-PARM.
           MOVE BC-BACK-DATE TO WS-CT-PRIOR-DATE-N.
           MOVE BC-BACK-DATE TO CT-PRIOR-DATE.
           MOVE 0 TO BC-BACK-DAYS.
           MOVE RC-RUN-DATE TO WS-CT-RUN-DATE-N.
           IF BC-LAST-BUS-OF-MM = 'Y' OR
              WS-CT-RUN-YM NOT = WS-CT-PRIOR-YM THEN
              SET CT-EOM-WINDOW TO TRUE
           END-IF.
           MOVE WS-CT-SAVE-WALL TO BC-WALL-DATE.

           OPEN OUTPUT O-CONTEXCP-FILE.
           WRITE O-CONTEXCP-REC FROM WS-BUS-LABEL-WS.
           MOVE SPACES TO O-CONTEXCP-REC.
           STRING '| CHECK | PROD_NM | PROD_GR | TONIGHT FEED | '
                'ARCHIVED ' DELIMITED BY SIZE
                CT-PRIOR-DATE DELIMITED BY SIZE
                ' |' DELIMITED BY SIZE
                INTO O-CONTEXCP-REC.
           WRITE O-CONTEXCP-REC.
           CLOSE O-CONTEXCP-FILE.

           EXEC SQL
              SELECT COUNT(*)
              INTO :CT-ARCH-CNT
              FROM PROD_PRICE_HIST_ARCHIVE
              WHERE RUN_DATE = TO_DATE(:CT-PRIOR-DATE, 'YYYYMMDD')
                AND NVL(CURR_FLAG, 'Y') = 'Y'
                AND ENTITY_CD = :EN-ENTITY-CD
           END-EXEC.

           IF SQLCODE <> 0 OR CT-ARCH-CNT = 0 THEN
              DISPLAY 'NO ARCHIVE FOR ' CT-PRIOR-DATE
                      ' - CONTINUITY CHECK SKIPPED.'
              MOVE SPACES TO O-CONTEXCP-REC
              STRING '* NO ARCHIVE ROWS FOR PRIOR BUSINESS DATE '
                                  DELIMITED BY SIZE
                   CT-PRIOR-DATE  DELIMITED BY SIZE
                   ' - CHECK SKIPPED *' DELIMITED BY SIZE
                   INTO O-CONTEXCP-REC
              PERFORM CT-WRITE-REC
              MOVE 'WARN' TO AUD-EVENT-WS
              MOVE 'NO PRIOR ARCHIVE - CONTINUITY SKIPPED' TO
                   AUD-MESSAGE-WS
              MOVE 0 TO AUD-ROWCOUNT-WS
              PERFORM WRITE-AUDIT-REC
              GO TO FEED-CONTINUITY-CHECK-EXIT
           END-IF.

           EXEC SQL
              DECLARE CT-BRK-CUR CURSOR FOR
              SELECT P.PROD_NM, P.PROD_GR, A.PREV_DAY_PRICE,
                     R.LATEST_PRICE
              FROM PROD P, PROD_PREV_DAY_PR A,
                   PROD_PRICE_HIST_ARCHIVE R
              WHERE A.PROD_ID = P.PROD_ID
                AND R.PROD_NM = P.PROD_NM
                AND R.PROD_GR = P.PROD_GR
                AND R.RUN_DATE = TO_DATE(:CT-PRIOR-DATE, 'YYYYMMDD')
                AND NVL(R.CURR_FLAG, 'Y') = 'Y'
                AND R.ENTITY_CD = :EN-ENTITY-CD
                AND A.PREV_DAY_PRICE <> R.LATEST_PRICE
              ORDER BY P.PROD_GR, P.PROD_NM
           END-EXEC.

           EXEC SQL
              OPEN CT-BRK-CUR
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO READ FEED CONTINUITY!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'UNABLE TO OPEN CONTINUITY CURSOR' TO
                   AUD-MESSAGE-WS
              MOVE 0 TO AUD-ROWCOUNT-WS
              PERFORM WRITE-AUDIT-REC
              SET CONTINUITY-FAILED TO TRUE
              GO TO FEED-CONTINUITY-CHECK-EXIT
           END-IF.

           MOVE 'PREV<>LATEST' TO WS-CT-TYPE-WS.
           MOVE SPACES TO CT-EOF-WS.
           PERFORM CT-BRK-FETCH-REC THRU CT-BRK-FETCH-EXIT
                   UNTIL CT-EOF.

           EXEC SQL
              CLOSE CT-BRK-CUR
           END-EXEC.

           IF NOT CT-EOM-WINDOW THEN
              PERFORM CT-EOM-CHECK THRU CT-EOM-CHECK-EXIT
           END-IF.

           MOVE 'PROD_PREV_DAY_PR' TO FEED-NM-HV.
           EXEC SQL
              SELECT COUNT(*),
                     NVL(SUM(CASE WHEN R.PREV_DAY_PRICE =
                                       A.PREV_DAY_PRICE
                                  THEN 1 ELSE 0 END), 0)
              INTO :CT-FEED-CNT, :CT-MATCH-CNT
              FROM PROD P, PROD_PREV_DAY_PR A,
                   PROD_PRICE_HIST_ARCHIVE R
              WHERE A.PROD_ID = P.PROD_ID
                AND R.PROD_NM = P.PROD_NM
                AND R.PROD_GR = P.PROD_GR
                AND R.RUN_DATE = TO_DATE(:CT-PRIOR-DATE, 'YYYYMMDD')
                AND NVL(R.CURR_FLAG, 'Y') = 'Y'
                AND R.ENTITY_CD = :EN-ENTITY-CD
           END-EXEC.
           PERFORM CT-RESENT-EVALUATE.

           MOVE 'PROD_LATEST_PR' TO FEED-NM-HV.
           EXEC SQL
              SELECT COUNT(*),
                     NVL(SUM(CASE WHEN R.LATEST_PRICE = B.LATEST_PRICE
                                  THEN 1 ELSE 0 END), 0)
              INTO :CT-FEED-CNT, :CT-MATCH-CNT
              FROM PROD P, PROD_LATEST_PR B,
                   PROD_PRICE_HIST_ARCHIVE R
              WHERE B.PROD_ID = P.PROD_ID
                AND R.PROD_NM = P.PROD_NM
                AND R.PROD_GR = P.PROD_GR
                AND R.RUN_DATE = TO_DATE(:CT-PRIOR-DATE, 'YYYYMMDD')
                AND NVL(R.CURR_FLAG, 'Y') = 'Y'
                AND R.ENTITY_CD = :EN-ENTITY-CD
           END-EXEC.
           PERFORM CT-RESENT-EVALUATE.

           IF CT-EOM-WINDOW THEN
              MOVE 'PROD_END_OF_MNTH_PR' TO FEED-NM-HV
              EXEC SQL
                 SELECT COUNT(*),
                        NVL(SUM(CASE WHEN R.END_OF_MNTH_PRICE =
                                          C.END_OF_MNTH_PRICE
                                     THEN 1 ELSE 0 END), 0)
                 INTO :CT-FEED-CNT, :CT-MATCH-CNT
                 FROM PROD P, PROD_END_OF_MNTH_PR C,
                      PROD_PRICE_HIST_ARCHIVE R
                 WHERE C.PROD_ID = P.PROD_ID
                   AND R.PROD_NM = P.PROD_NM
                   AND R.PROD_GR = P.PROD_GR
                   AND R.RUN_DATE =
                       TO_DATE(:CT-PRIOR-DATE, 'YYYYMMDD')
                   AND NVL(R.CURR_FLAG, 'Y') = 'Y'
                   AND R.ENTITY_CD = :EN-ENTITY-CD
              END-EXEC
              PERFORM CT-RESENT-EVALUATE
           END-IF.

           MOVE 'PROD_VOLUME' TO FEED-NM-HV.
           EXEC SQL
              SELECT COUNT(*),
                     NVL(SUM(CASE WHEN NVL(R.VOLUME, 0) = V.VOLUME
                                  THEN 1 ELSE 0 END), 0)
              INTO :CT-FEED-CNT, :CT-MATCH-CNT
              FROM PROD P, PROD_VOLUME V,
                   PROD_PRICE_HIST_ARCHIVE R
              WHERE V.PROD_ID = P.PROD_ID
                AND R.PROD_NM = P.PROD_NM
                AND R.PROD_GR = P.PROD_GR
                AND R.RUN_DATE = TO_DATE(:CT-PRIOR-DATE, 'YYYYMMDD')
                AND NVL(R.CURR_FLAG, 'Y') = 'Y'
                AND R.ENTITY_CD = :EN-ENTITY-CD
           END-EXEC.
           PERFORM CT-RESENT-EVALUATE.

           COMPUTE WS-CT-TOTAL-CNT = WS-CT-BREAK-CNT + WS-CT-EOM-CNT.
           MOVE SPACES TO O-CONTEXCP-REC.
           STRING '* CONTINUITY BREAKS ' DELIMITED BY SIZE
                WS-CT-BREAK-CNT  DELIMITED BY SIZE
                ' - MID-MONTH EOM CHANGES ' DELIMITED BY SIZE
                WS-CT-EOM-CNT    DELIMITED BY SIZE
                ' - RESENT FEEDS ' DELIMITED BY SIZE
                WS-CT-RESENT-CNT DELIMITED BY SIZE
                ' - HOLD LIMIT ' DELIMITED BY SIZE
                WS-CT-HOLD-LIMIT DELIMITED BY SIZE
                ' *'             DELIMITED BY SIZE
                INTO O-CONTEXCP-REC.
           PERFORM CT-WRITE-REC.

           DISPLAY 'CONTINUITY BREAKS: ' WS-CT-BREAK-CNT
                   ' MID-MONTH EOM CHANGES: ' WS-CT-EOM-CNT
                   ' RESENT FEEDS: ' WS-CT-RESENT-CNT.
           MOVE 'CONTCHK' TO AUD-EVENT-WS.
           MOVE 'FEED CONTINUITY CHECK COMPLETED' TO AUD-MESSAGE-WS.
           MOVE WS-CT-TOTAL-CNT TO AUD-ROWCOUNT-WS.
           PERFORM WRITE-AUDIT-REC.

           IF WS-CT-RESENT-CNT > 0 THEN
              MOVE 'RESENT FEED' TO ALERT-NAME-WS
              MOVE WS-CT-RESENT-CNT TO ALERT-COUNT-WS
              MOVE 0 TO ALERT-LIMIT-WS
              MOVE 'CONTEXCP' TO ALERT-FILE-WS
              PERFORM WRITE-ALERT-REC
           END-IF.

           IF WS-CT-TOTAL-CNT > WS-CT-HOLD-LIMIT THEN
              SET CONTINUITY-HELD TO TRUE
              MOVE 'CONTINUITY BREAKS' TO ALERT-NAME-WS
              MOVE WS-CT-TOTAL-CNT TO ALERT-COUNT-WS
              MOVE WS-CT-HOLD-LIMIT TO ALERT-LIMIT-WS
              MOVE 'CONTEXCP' TO ALERT-FILE-WS
              PERFORM WRITE-ALERT-REC
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'FEED CONTINUITY BREAKS - RUN HELD' TO
                   AUD-MESSAGE-WS
              MOVE WS-CT-TOTAL-CNT TO AUD-ROWCOUNT-WS
              PERFORM WRITE-AUDIT-REC
           END-IF.

       FEED-CONTINUITY-CHECK-EXIT.
           EXIT.

       CT-EOM-CHECK.
           EXEC SQL
              DECLARE CT-EOM-CUR CURSOR FOR
              SELECT P.PROD_NM, P.PROD_GR, C.END_OF_MNTH_PRICE,
                     R.END_OF_MNTH_PRICE
              FROM PROD P, PROD_END_OF_MNTH_PR C,
                   PROD_PRICE_HIST_ARCHIVE R
              WHERE C.PROD_ID = P.PROD_ID
                AND R.PROD_NM = P.PROD_NM
                AND R.PROD_GR = P.PROD_GR
                AND R.RUN_DATE = TO_DATE(:CT-PRIOR-DATE, 'YYYYMMDD')
                AND NVL(R.CURR_FLAG, 'Y') = 'Y'
                AND R.ENTITY_CD = :EN-ENTITY-CD
                AND C.END_OF_MNTH_PRICE <> R.END_OF_MNTH_PRICE
              ORDER BY P.PROD_GR, P.PROD_NM
           END-EXEC.

           EXEC SQL
              OPEN CT-EOM-CUR
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO READ END-OF-MONTH CONTINUITY!'
              DISPLAY 'SQLCODE = ' SQLCODE
              GO TO CT-EOM-CHECK-EXIT
           END-IF.

           MOVE 'EOM MID-MONTH' TO WS-CT-TYPE-WS.
           MOVE SPACES TO CT-EOF-WS.
           PERFORM CT-EOM-FETCH-REC THRU CT-EOM-FETCH-EXIT
                   UNTIL CT-EOF.

           EXEC SQL
              CLOSE CT-EOM-CUR
           END-EXEC.

       CT-EOM-CHECK-EXIT.
           EXIT.

       CT-BRK-FETCH-REC.
           EXEC SQL
              FETCH CT-BRK-CUR
              INTO :CT-PROD-NM, :CT-PROD-GR, :CT-FEED-P, :CT-ARCH-P
           END-EXEC.

           IF SQLCODE = +1403 THEN
              SET CT-EOF TO TRUE
              GO TO CT-BRK-FETCH-EXIT
           ELSE IF SQLCODE <> 0 THEN
              DISPLAY 'ERROR! SQLCODE - ' SQLCODE
              SET CT-EOF TO TRUE
              GO TO CT-BRK-FETCH-EXIT.

           ADD 1 TO WS-CT-BREAK-CNT.
           PERFORM CT-WRITE-PRICE-LINE.

       CT-BRK-FETCH-EXIT.
           EXIT.

       CT-EOM-FETCH-REC.
           EXEC SQL
              FETCH CT-EOM-CUR
              INTO :CT-PROD-NM, :CT-PROD-GR, :CT-FEED-P, :CT-ARCH-P
           END-EXEC.

           IF SQLCODE = +1403 THEN
              SET CT-EOF TO TRUE
              GO TO CT-EOM-FETCH-EXIT
           ELSE IF SQLCODE <> 0 THEN
              DISPLAY 'ERROR! SQLCODE - ' SQLCODE
              SET CT-EOF TO TRUE
              GO TO CT-EOM-FETCH-EXIT.

           ADD 1 TO WS-CT-EOM-CNT.
           PERFORM CT-WRITE-PRICE-LINE.

       CT-EOM-FETCH-EXIT.
           EXIT.

       CT-RESENT-EVALUATE.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO COMPARE FEED ' FEED-NM-HV
                      ' WITH THE ARCHIVE!'
              DISPLAY 'SQLCODE = ' SQLCODE
           ELSE IF CT-FEED-CNT > 0 AND
                   CT-MATCH-CNT = CT-FEED-CNT THEN
              ADD 1 TO WS-CT-RESENT-CNT
              DISPLAY 'FEED ' FEED-NM-HV ' IS IDENTICAL TO '
                      CT-PRIOR-DATE ' - RESENT FILE?'
              MOVE SPACES TO O-CONTEXCP-REC
              STRING '| RESENT FEED | ' DELIMITED BY SIZE
                   FEED-NM-HV     DELIMITED BY SPACE
                   ' | ALL '      DELIMITED BY SIZE
                   CT-FEED-CNT    DELIMITED BY SIZE
                   ' ROWS IDENTICAL TO ' DELIMITED BY SIZE
                   CT-PRIOR-DATE  DELIMITED BY SIZE
                   ' |'           DELIMITED BY SIZE
                   INTO O-CONTEXCP-REC
              PERFORM CT-WRITE-REC
           END-IF.

       CT-WRITE-PRICE-LINE.
           MOVE SPACES TO O-CONTEXCP-REC.
           STRING '| '           DELIMITED BY SIZE
                WS-CT-TYPE-WS    DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                CT-PROD-NM       DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                CT-PROD-GR       DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                CT-FEED-P        DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                CT-ARCH-P        DELIMITED BY SIZE
                ' |'             DELIMITED BY SIZE
                INTO O-CONTEXCP-REC.
           PERFORM CT-WRITE-REC.

       CT-WRITE-REC.
           OPEN EXTEND O-CONTEXCP-FILE.
           WRITE O-CONTEXCP-REC.
           CLOSE O-CONTEXCP-FILE.

       INSERT-DATA.
           MOVE 'MERGING FEEDS' TO RS-PHASE.
           MOVE 0 TO RS-ROWS-DONE.
           MOVE 0 TO RS-ROWS-TOTAL.
           PERFORM WRITE-RUN-STATUS.

           PERFORM PRODUCT-MASTER-TRACKING
              THRU PRODUCT-MASTER-TRACKING-EXIT.

           PERFORM SECONDARY-SOURCE-CHECK
              THRU SECONDARY-SOURCE-CHECK-EXIT.

           MOVE 'CRTAB-MERGE' TO DR-UNIT.
           MOVE 0 TO DR-ATTEMPT.
           PERFORM MERGE-PRICE-HIST.

       MERGE-PRICE-HIST.
           PERFORM CAPTURE-PRICE-CHANGES.

           EXEC SQL
              MERGE INTO PROD_PRICE_HIST T
              USING (
                  SELECT PROD.PROD_NM PROD_NM, PROD.PROD_GR PROD_GR,
                         CASE WHEN A.PROD_ID IS NOT NULL
                              THEN A.PREV_DAY_PRICE
                              ELSE S2.PREV_DAY_PRICE END
                            PREV_DAY_PRICE,
                         CASE WHEN B.PROD_ID IS NOT NULL
                              THEN B.LATEST_PRICE
                              ELSE S2.LATEST_PRICE END
                            LATEST_PRICE,
                         CASE WHEN C.PROD_ID IS NOT NULL
                              THEN C.END_OF_MNTH_PRICE
                              ELSE S2.END_OF_MNTH_PRICE END
                            END_OF_MNTH_PRICE,
                         NVL(V.VOLUME, 0) VOLUME,
                         NVL(PROD.CURR_CD, :EN-BASE-CURR) CURR_CD,
                         CASE WHEN A.PROD_ID IS NOT NULL AND
                                   B.PROD_ID IS NOT NULL AND
                                   C.PROD_ID IS NOT NULL
                              THEN 'PRIMARY'
                              ELSE S2.SRC_NM END PRICE_SRC,
                         K.UNIT_COST UNIT_COST
                  FROM PROD, PROD_PREV_DAY_PR A, PROD_LATEST_PR B,
                       PROD_END_OF_MNTH_PR C, PROD_VOLUME V,
                       PROD_COST K,
                       (SELECT Y.PROD_ID, Y.SRC_NM, Y.PREV_DAY_PRICE,
                               Y.LATEST_PRICE, Y.END_OF_MNTH_PRICE
                        FROM (SELECT X.PROD_ID, X.SRC_NM,
                                     X.PREV_DAY_PRICE, X.LATEST_PRICE,
                                     X.END_OF_MNTH_PRICE,
                                     ROW_NUMBER() OVER
                                        (PARTITION BY X.PROD_ID
                                         ORDER BY X.SRC_RANK, X.SRC_NM)
                                        SRC_SEQ
                              FROM PROD_SEC_PR X
                              WHERE :SEC-USE-HV = 'Y') Y
                        WHERE Y.SRC_SEQ = 1) S2
                  WHERE NVL(PROD.ENTITY_CD, 'MAIN') = :EN-ENTITY-CD
                    AND PROD.PROD_ID = A.PROD_ID (+) AND
                        PROD.PROD_ID = B.PROD_ID (+) AND
                        PROD.PROD_ID = C.PROD_ID (+) AND
                        PROD.PROD_ID = V.PROD_ID (+) AND
                        PROD.PROD_ID = K.PROD_ID (+) AND
                        PROD.PROD_ID = S2.PROD_ID (+) AND
                        (A.PROD_ID IS NOT NULL OR
                         S2.PROD_ID IS NOT NULL) AND
                        (B.PROD_ID IS NOT NULL OR
                         S2.PROD_ID IS NOT NULL) AND
                        (C.PROD_ID IS NOT NULL OR
                         S2.PROD_ID IS NOT NULL)
              ) S
              ON (T.PROD_NM = S.PROD_NM AND T.PROD_GR = S.PROD_GR)
              WHEN MATCHED THEN
                 UPDATE SET T.PREV_DAY_PRICE = S.PREV_DAY_PRICE,
                            T.LATEST_PRICE = S.LATEST_PRICE,
                            T.END_OF_MNTH_PRICE = S.END_OF_MNTH_PRICE,
                            T.VOLUME = S.VOLUME,
                            T.CURR_CD = S.CURR_CD,
                            T.PRICE_SRC = S.PRICE_SRC,
                            T.UNIT_COST = S.UNIT_COST,
                            T.ENTITY_CD = :EN-ENTITY-CD,
                            T.LAST_UPDATED = SYSDATE
                 WHERE T.PREV_DAY_PRICE <> S.PREV_DAY_PRICE OR
                       T.LATEST_PRICE <> S.LATEST_PRICE OR
                       T.END_OF_MNTH_PRICE <> S.END_OF_MNTH_PRICE OR
                       NVL(T.VOLUME, -1) <> S.VOLUME OR
                       NVL(T.CURR_CD, '?') <> S.CURR_CD OR
                       NVL(T.PRICE_SRC, '?') <> S.PRICE_SRC OR
                       NVL(T.UNIT_COST, -1) <> NVL(S.UNIT_COST, -1) OR
                       NVL(T.ENTITY_CD, '?') <> :EN-ENTITY-CD
              WHEN NOT MATCHED THEN
                 INSERT (PROD_NM, PROD_GR, PREV_DAY_PRICE, LATEST_PRICE,
                         END_OF_MNTH_PRICE, LAST_UPDATED, VOLUME,
                         CURR_CD, PRICE_SRC, UNIT_COST, ENTITY_CD)
                 VALUES (S.PROD_NM, S.PROD_GR, S.PREV_DAY_PRICE,
                         S.LATEST_PRICE, S.END_OF_MNTH_PRICE, SYSDATE,
                         S.VOLUME, S.CURR_CD, S.PRICE_SRC, S.UNIT_COST,
                         :EN-ENTITY-CD)
           END-EXEC.

           IF SQLCODE = 0 THEN
              EXEC SQL
                 COMMIT
              END-EXEC
              DISPLAY 'DATA WAS REFRESHED.'
              MOVE SQLERRD(3) TO AUD-ROWCOUNT-WS
              MOVE AUD-ROWCOUNT-WS TO RS-ROWS-TOTAL
              PERFORM RECORD-PHASE-DONE
              PERFORM POST-MERGE-PHASES
           ELSE
              DISPLAY 'UNABLE TO REFRESH DATA!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE SQLCODE TO DR-SQLCODE
              PERFORM CHECK-DB-RETRY
              IF DR-RETRY THEN
                 GO TO MERGE-PRICE-HIST
              END-IF
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'UNABLE TO REFRESH DATA' TO AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              DISPLAY 'PROGRAM WAS STOPPED'
              MOVE 8 TO RETURN-CODE
              EXIT PROGRAM
           END-IF.

       POST-MERGE-PHASES.
           MOVE 'CHANGE REPORT' TO RS-PHASE.
           PERFORM WRITE-RUN-STATUS.
           PERFORM PRICE-CHANGE-REPORT.

           MOVE 'CRTAB-DELIST' TO PH-PHASE-NM.
           PERFORM CHECK-PHASE-DONE THRU CHECK-PHASE-DONE-EXIT.
           IF NOT PH-DONE-BEFORE THEN
              PERFORM PREPARE-LOAD-LINEAGE
              MOVE 'DELIST SWEEP' TO RS-PHASE
              PERFORM WRITE-RUN-STATUS
              PERFORM DELIST-SWEEP
              PERFORM RECORD-PHASE-DONE
           END-IF.

           MOVE 'SOURCE USAGE' TO RS-PHASE.
           PERFORM WRITE-RUN-STATUS.
           PERFORM SOURCE-USAGE-REPORT.

           MOVE 'CRTAB-QUALITY' TO PH-PHASE-NM.
           PERFORM CHECK-PHASE-DONE THRU CHECK-PHASE-DONE-EXIT.
           IF NOT PH-DONE-BEFORE THEN
              MOVE 'QUALITY CHECK' TO RS-PHASE
              PERFORM WRITE-RUN-STATUS
              PERFORM DATA-QUALITY-CHECK
              PERFORM RECORD-PHASE-DONE
           END-IF.

           MOVE 'STALE CHECK' TO RS-PHASE.
           PERFORM WRITE-RUN-STATUS.
           MOVE 'STALE' TO WS-SKIP-QUERY.
           PERFORM CHECK-PHASE-SKIPPED.
           IF PHASE-SKIPPED THEN
              PERFORM OPCTL-SKIP-ACK
           ELSE
              PERFORM STALE-PRICE-CHECK
           END-IF.

           MOVE 'CRTAB-EXCLUDE' TO PH-PHASE-NM.
           PERFORM CHECK-PHASE-DONE THRU CHECK-PHASE-DONE-EXIT.
           IF NOT PH-DONE-BEFORE THEN
              MOVE 'EXCLUSION CHECK' TO RS-PHASE
              PERFORM WRITE-RUN-STATUS
              PERFORM EXCLUDED-PRODUCTS-CHECK
              PERFORM RECORD-PHASE-DONE
           END-IF.

           MOVE 'CRTAB-ARCHIVE' TO PH-PHASE-NM.
           PERFORM CHECK-PHASE-DONE THRU CHECK-PHASE-DONE-EXIT.
           IF NOT PH-DONE-BEFORE THEN
              MOVE 'ARCHIVING' TO RS-PHASE
              PERFORM WRITE-RUN-STATUS
              PERFORM ARCHIVE-PROD-PRICE-HIST
           END-IF.

       CHECK-PHASE-DONE.
           MOVE SPACE TO WS-PH-DONE-SW.
           IF NOT RC-RESTART THEN
              GO TO CHECK-PHASE-DONE-EXIT
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO :PH-DONE-CNT
              FROM RUN_PHASE_LOG
              WHERE RUN_DATE = TO_DATE(:ARCH-RUN-DATE, 'YYYYMMDD')
                AND RUN_SEQ = :ARCH-RUN-SEQ
                AND PHASE_NM = :PH-PHASE-NM
                AND ENTITY_CD = :EN-ENTITY-CD
           END-EXEC.
           IF SQLCODE <> 0 OR PH-DONE-CNT = 0 THEN
              GO TO CHECK-PHASE-DONE-EXIT
           END-IF.

           SET PH-DONE-BEFORE TO TRUE.
           DISPLAY 'PHASE ' PH-PHASE-NM ' ALREADY COMPLETE - '
                   'SKIPPED ON RESTART.'.
           MOVE 'RESTART' TO AUD-EVENT-WS.
           MOVE SPACES TO AUD-MESSAGE-WS.
           STRING 'ALREADY COMPLETE, SKIPPED: ' DELIMITED BY SIZE
                PH-PHASE-NM DELIMITED BY SPACE
                INTO AUD-MESSAGE-WS.
           MOVE 0 TO AUD-ROWCOUNT-WS.
           PERFORM WRITE-AUDIT-REC.

       CHECK-PHASE-DONE-EXIT.
           EXIT.

       RECORD-PHASE-DONE.
           IF RC-CATCHUP-FLAG NOT = 'Y' THEN
              MOVE RC-RUN-MODE TO PH-RUN-MODE
              EXEC SQL
                 INSERT INTO RUN_PHASE_LOG
                    (RUN_DATE, RUN_SEQ, PHASE_NM, RUN_MODE,
                     DONE_TIME, ENTITY_CD)
                 VALUES (TO_DATE(:ARCH-RUN-DATE, 'YYYYMMDD'),
                         :ARCH-RUN-SEQ, :PH-PHASE-NM, :PH-RUN-MODE,
                         SYSDATE, :EN-ENTITY-CD)
              END-EXEC
              IF SQLCODE <> 0 THEN
                 DISPLAY 'UNABLE TO RECORD PHASE ' PH-PHASE-NM
                         ' IN RUN_PHASE_LOG - SQLCODE = ' SQLCODE
              END-IF
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

       PRODUCT-MASTER-TRACKING.
           MOVE 0 TO WS-PM-CHG-CNT.
           MOVE 0 TO WS-PM-MOVE-CNT.
           MOVE 0 TO WS-PM-CURR-CNT.
           MOVE 0 TO WS-PM-NEW-CNT.
           PERFORM CREATE-MASTER-HIST-TABLE.
           PERFORM PRODCHG-WRITE-HEADER.
           PERFORM LOAD-FXRATES THRU LOAD-FXRATES-EXIT.

           EXEC SQL
              SELECT COUNT(*)
              INTO :PM-HIST-CNT
              FROM PROD_MASTER_HIST
              WHERE PROD_ID IN
                 (SELECT PROD_ID FROM PROD
                  WHERE NVL(ENTITY_CD, 'MAIN') = :EN-ENTITY-CD)
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO READ PROD_MASTER_HIST!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'PROD_MASTER_HIST UNREADABLE' TO AUD-MESSAGE-WS
              MOVE 0 TO AUD-ROWCOUNT-WS
              PERFORM WRITE-AUDIT-REC
              GO TO PRODUCT-MASTER-TRACKING-EXIT
           END-IF.

           IF PM-HIST-CNT = 0 THEN
              PERFORM SEED-MASTER-HIST
              GO TO PRODUCT-MASTER-TRACKING-EXIT
           END-IF.

           EXEC SQL
              DECLARE PM-CUR CURSOR FOR
              SELECT P.PROD_ID, M.PROD_NM, M.PROD_GR,
                     NVL(M.CURR_CD, :EN-BASE-CURR),
                     P.PROD_NM, P.PROD_GR, NVL(P.CURR_CD, :EN-BASE-CURR)
              FROM PROD P, PROD_MASTER_HIST M
              WHERE M.PROD_ID = P.PROD_ID
                AND M.END_DATE IS NULL
                AND NVL(P.ENTITY_CD, 'MAIN') = :EN-ENTITY-CD
                AND (M.PROD_NM <> P.PROD_NM OR
                     M.PROD_GR <> P.PROD_GR OR
                     NVL(M.CURR_CD, :EN-BASE-CURR) <>
                     NVL(P.CURR_CD, :EN-BASE-CURR))
              ORDER BY M.PROD_GR, M.PROD_NM
           END-EXEC.

           EXEC SQL
              OPEN PM-CUR
           END-EXEC.

           MOVE SPACES TO PM-EOF-WS.
           PERFORM PM-FETCH-REC THRU PM-FETCH-EXIT
                   UNTIL PM-EOF.

           EXEC SQL
              CLOSE PM-CUR
           END-EXEC.

           EXEC SQL
              UPDATE PROD_MASTER_HIST M
              SET END_DATE = TO_DATE(:ARCH-RUN-DATE, 'YYYYMMDD')
              WHERE M.END_DATE IS NULL
                AND NOT EXISTS
                   (SELECT 1 FROM PROD
                    WHERE PROD.PROD_ID = M.PROD_ID)
           END-EXEC.

           EXEC SQL
              INSERT INTO PROD_MASTER_HIST
                 (PROD_ID, PROD_NM, PROD_GR, CURR_CD, EFF_DATE,
                  END_DATE, CHG_TYPE, PREV_NM, PREV_GR, PREV_CURR_CD)
              SELECT P.PROD_ID, P.PROD_NM, P.PROD_GR,
                     NVL(P.CURR_CD, :EN-BASE-CURR),
                     TO_DATE(:ARCH-RUN-DATE, 'YYYYMMDD'),
                     NULL, 'NEW', NULL, NULL, NULL
              FROM PROD P
              WHERE NVL(P.ENTITY_CD, 'MAIN') = :EN-ENTITY-CD
                AND NOT EXISTS
                 (SELECT 1 FROM PROD_MASTER_HIST M
                  WHERE M.PROD_ID = P.PROD_ID
                    AND M.END_DATE IS NULL)
           END-EXEC.
           IF SQLCODE = 0 THEN
              MOVE SQLERRD(3) TO WS-PM-NEW-CNT
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           MOVE SPACES TO O-PRODCHG-REC.
           STRING '* GROUP MOVES ' DELIMITED BY SIZE
                WS-PM-MOVE-CNT   DELIMITED BY SIZE
                ' - CURRENCY CHANGES ' DELIMITED BY SIZE
                WS-PM-CURR-CNT   DELIMITED BY SIZE
                ' - NEW PROD_IDS ' DELIMITED BY SIZE
                WS-PM-NEW-CNT    DELIMITED BY SIZE
                ' *'             DELIMITED BY SIZE
                INTO O-PRODCHG-REC.
           PERFORM PRODCHG-WRITE-REC.

           DISPLAY 'PRODUCT MASTER CHANGES: ' WS-PM-CHG-CNT
                   ' GROUP MOVES: ' WS-PM-MOVE-CNT
                   ' CURRENCY CHANGES: ' WS-PM-CURR-CNT
                   ' NEW PROD_IDS: ' WS-PM-NEW-CNT.
           MOVE 'PRODCHG' TO AUD-EVENT-WS.
           MOVE 'PRODUCT MASTER CHANGES RECORDED' TO AUD-MESSAGE-WS.
           MOVE WS-PM-CHG-CNT TO AUD-ROWCOUNT-WS.
           PERFORM WRITE-AUDIT-REC.

       PRODUCT-MASTER-TRACKING-EXIT.
           EXIT.

       CREATE-MASTER-HIST-TABLE.
           EXEC SQL
              CREATE TABLE PROD_MASTER_HIST
              (
                  PROD_ID            NUMBER(10),
                  PROD_NM            VARCHAR2(10),
                  PROD_GR            VARCHAR2(20),
                  CURR_CD            VARCHAR2(3),
                  EFF_DATE           DATE,
                  END_DATE           DATE,
                  CHG_TYPE           VARCHAR2(8),
                  PREV_NM            VARCHAR2(10),
                  PREV_GR            VARCHAR2(20),
                  PREV_CURR_CD       VARCHAR2(3)
              )
           END-EXEC.

           IF SQLCODE = 0 THEN
              DISPLAY 'PRODUCT MASTER HISTORY TABLE WAS CREATED.'
           ELSE IF SQLCODE = -955 THEN
              CONTINUE
           ELSE
              DISPLAY 'UNABLE TO CREATE PRODUCT MASTER HISTORY TABLE!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'UNABLE TO CREATE PROD_MASTER_HIST' TO
                   AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC.

       SEED-MASTER-HIST.
           EXEC SQL
              INSERT INTO PROD_MASTER_HIST
                 (PROD_ID, PROD_NM, PROD_GR, CURR_CD, EFF_DATE,
                  END_DATE, CHG_TYPE, PREV_NM, PREV_GR, PREV_CURR_CD)
              SELECT PROD_ID, PROD_NM, PROD_GR,
                     NVL(CURR_CD, :EN-BASE-CURR),
                     TO_DATE(:ARCH-RUN-DATE, 'YYYYMMDD'),
                     NULL, 'INITIAL', NULL, NULL, NULL
              FROM PROD
              WHERE NVL(ENTITY_CD, 'MAIN') = :EN-ENTITY-CD
           END-EXEC.

           IF SQLCODE = 0 THEN
              MOVE SQLERRD(3) TO WS-PM-NEW-CNT
              EXEC SQL
                 COMMIT
              END-EXEC
              DISPLAY 'PRODUCT MASTER HISTORY SEEDED: ' WS-PM-NEW-CNT
              MOVE SPACES TO O-PRODCHG-REC
              STRING '* PRODUCT MASTER HISTORY SEEDED WITH '
                                  DELIMITED BY SIZE
                   WS-PM-NEW-CNT  DELIMITED BY SIZE
                   ' PROD_IDS - NO CHANGES TO REPORT *'
                                  DELIMITED BY SIZE
                   INTO O-PRODCHG-REC
              PERFORM PRODCHG-WRITE-REC
              MOVE 'PRODCHG' TO AUD-EVENT-WS
              MOVE 'PRODUCT MASTER HISTORY SEEDED' TO AUD-MESSAGE-WS
              MOVE WS-PM-NEW-CNT TO AUD-ROWCOUNT-WS
              PERFORM WRITE-AUDIT-REC
           ELSE
              DISPLAY 'UNABLE TO SEED PROD_MASTER_HIST!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'PROD_MASTER_HIST SEED FAILED' TO AUD-MESSAGE-WS
              MOVE 0 TO AUD-ROWCOUNT-WS
              PERFORM WRITE-AUDIT-REC
           END-IF.

       PM-FETCH-REC.
           EXEC SQL
              FETCH PM-CUR
              INTO :PM-PROD-ID, :PM-OLD-NM, :PM-OLD-GR, :PM-OLD-CURR,
                   :PM-NEW-NM, :PM-NEW-GR, :PM-NEW-CURR
           END-EXEC.

           IF SQLCODE = +1403 THEN
              SET PM-EOF TO TRUE
              GO TO PM-FETCH-EXIT
           ELSE IF SQLCODE <> 0 THEN
              DISPLAY 'ERROR! SQLCODE - ' SQLCODE
              SET PM-EOF TO TRUE
              GO TO PM-FETCH-EXIT.

           ADD 1 TO WS-PM-CHG-CNT.
           IF PM-OLD-GR NOT = PM-NEW-GR THEN
              ADD 1 TO WS-PM-MOVE-CNT
              IF PM-OLD-CURR NOT = PM-NEW-CURR THEN
                 ADD 1 TO WS-PM-CURR-CNT
                 MOVE 'MOVE+CUR' TO PM-CHG-TYPE
              ELSE
                 MOVE 'GRPMOVE' TO PM-CHG-TYPE
              END-IF
           ELSE IF PM-OLD-CURR NOT = PM-NEW-CURR THEN
              ADD 1 TO WS-PM-CURR-CNT
              MOVE 'CURRENCY' TO PM-CHG-TYPE
           ELSE
              MOVE 'RENAME' TO PM-CHG-TYPE
           END-IF.

           MOVE SPACE TO WS-PM-HELD-SW.
           EXEC SQL
              SELECT LATEST_PRICE
              INTO :PM-LATEST-P
              FROM PROD_PRICE_HIST
              WHERE PROD_NM = :PM-OLD-NM
                AND PROD_GR = :PM-OLD-GR
           END-EXEC.
           IF SQLCODE = 0 THEN
              SET PM-PROD-HELD TO TRUE
           ELSE
              MOVE 0 TO PM-LATEST-P
           END-IF.

           PERFORM PM-GROUP-EFFECT.

           IF PM-PROD-HELD AND
              (PM-OLD-NM NOT = PM-NEW-NM OR
               PM-OLD-GR NOT = PM-NEW-GR) THEN
              EXEC SQL
                 UPDATE PROD_PRICE_HIST H
                 SET H.PROD_NM = :PM-NEW-NM,
                     H.PROD_GR = :PM-NEW-GR
                 WHERE H.PROD_NM = :PM-OLD-NM
                   AND H.PROD_GR = :PM-OLD-GR
                   AND NOT EXISTS
                      (SELECT 1 FROM PROD_PRICE_HIST X
                       WHERE X.PROD_NM = :PM-NEW-NM
                         AND X.PROD_GR = :PM-NEW-GR)
              END-EXEC
              IF SQLCODE <> 0 AND SQLCODE <> +1403 THEN
                 DISPLAY 'UNABLE TO CARRY HISTORY FOR ' PM-OLD-NM
                         ' INTO ' PM-NEW-GR '!'
                 DISPLAY 'SQLCODE = ' SQLCODE
                 MOVE 'ERROR' TO AUD-EVENT-WS
                 MOVE 'PRODUCT HISTORY CARRY-OVER FAILED' TO
                      AUD-MESSAGE-WS
                 MOVE 0 TO AUD-ROWCOUNT-WS
                 PERFORM WRITE-AUDIT-REC
              END-IF
           END-IF.

           EXEC SQL
              UPDATE PROD_MASTER_HIST
              SET END_DATE = TO_DATE(:ARCH-RUN-DATE, 'YYYYMMDD')
              WHERE PROD_ID = :PM-PROD-ID
                AND END_DATE IS NULL
           END-EXEC.

           EXEC SQL
              INSERT INTO PROD_MASTER_HIST
                 (PROD_ID, PROD_NM, PROD_GR, CURR_CD, EFF_DATE,
                  END_DATE, CHG_TYPE, PREV_NM, PREV_GR, PREV_CURR_CD)
              VALUES (:PM-PROD-ID, :PM-NEW-NM, :PM-NEW-GR,
                  :PM-NEW-CURR, TO_DATE(:ARCH-RUN-DATE, 'YYYYMMDD'),
                  NULL, :PM-CHG-TYPE, :PM-OLD-NM, :PM-OLD-GR,
                  :PM-OLD-CURR)
           END-EXEC.

           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO RECORD MASTER CHANGE FOR '
                      PM-PROD-ID '!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'PROD_MASTER_HIST INSERT FAILED' TO AUD-MESSAGE-WS
              MOVE 0 TO AUD-ROWCOUNT-WS
              PERFORM WRITE-AUDIT-REC
           END-IF.

           MOVE SPACES TO O-PRODCHG-REC.
           STRING '| ' DELIMITED BY SIZE
                PM-PROD-ID       DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                PM-CHG-TYPE      DELIMITED BY SPACE
                ' | '            DELIMITED BY SIZE
                PM-OLD-NM        DELIMITED BY SPACE
                ' '              DELIMITED BY SIZE
                PM-OLD-GR        DELIMITED BY SPACE
                ' -> '           DELIMITED BY SIZE
                PM-NEW-NM        DELIMITED BY SPACE
                ' '              DELIMITED BY SIZE
                PM-NEW-GR        DELIMITED BY SPACE
                ' | '            DELIMITED BY SIZE
                PM-OLD-CURR      DELIMITED BY SIZE
                ' -> '           DELIMITED BY SIZE
                PM-NEW-CURR      DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                WS-PM-OLDG-BEFORE DELIMITED BY SIZE
                ' -> '           DELIMITED BY SIZE
                WS-PM-OLDG-AFTER DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                WS-PM-NEWG-BEFORE DELIMITED BY SIZE
                ' -> '           DELIMITED BY SIZE
                WS-PM-NEWG-AFTER DELIMITED BY SIZE
                ' |'             DELIMITED BY SIZE
                INTO O-PRODCHG-REC.
           PERFORM PRODCHG-WRITE-REC.

           IF NOT PM-PROD-HELD THEN
              MOVE SPACES TO O-PRODCHG-REC
              STRING '|   NO PRICE HISTORY HELD UNDER '
                                  DELIMITED BY SIZE
                   PM-OLD-NM      DELIMITED BY SPACE
                   ' '            DELIMITED BY SIZE
                   PM-OLD-GR      DELIMITED BY SPACE
                   ' - NOTHING CARRIED OVER |'
                                  DELIMITED BY SIZE
                   INTO O-PRODCHG-REC
              PERFORM PRODCHG-WRITE-REC
           END-IF.

       PM-FETCH-EXIT.
           EXIT.

       PM-GROUP-EFFECT.
           MOVE SPACE TO WS-PM-OLD-OK-SW.
           MOVE SPACE TO WS-PM-NEW-OK-SW.
           MOVE 0 TO WS-PM-CONV-OLD.
           MOVE 0 TO WS-PM-CONV-NEW.
           IF PM-PROD-HELD THEN
              MOVE PM-OLD-CURR TO WS-LOOKUP-CURR
              PERFORM FIND-FX-CURRENCY
              IF RATE-FOUND THEN
                 SET PM-OLD-RATED TO TRUE
                 COMPUTE WS-PM-CONV-OLD ROUNDED =
                         PM-LATEST-P * WS-LOOKUP-RATE
              END-IF
              MOVE PM-NEW-CURR TO WS-LOOKUP-CURR
              PERFORM FIND-FX-CURRENCY
              IF RATE-FOUND THEN
                 SET PM-NEW-RATED TO TRUE
                 COMPUTE WS-PM-CONV-NEW ROUNDED =
                         PM-LATEST-P * WS-LOOKUP-RATE
              END-IF
           END-IF.

           MOVE PM-OLD-GR TO PM-GRP-NM.
           PERFORM PM-GROUP-SUM THRU PM-GROUP-SUM-EXIT.
           PERFORM PM-GROUP-AVG-WITHOUT.
           MOVE WS-PM-AVG-WORK TO WS-PM-OLDG-BEFORE.
           MOVE WS-PM-AVG-WORK TO WS-PM-OLDG-AFTER.
           IF PM-OLD-RATED THEN
              MOVE WS-PM-CONV-OLD TO WS-PM-CONV-WORK
              PERFORM PM-GROUP-AVG-WITH
              MOVE WS-PM-AVG-WORK TO WS-PM-OLDG-BEFORE
           END-IF.

           IF PM-OLD-GR = PM-NEW-GR THEN
              IF PM-NEW-RATED THEN
                 MOVE WS-PM-CONV-NEW TO WS-PM-CONV-WORK
                 PERFORM PM-GROUP-AVG-WITH
                 MOVE WS-PM-AVG-WORK TO WS-PM-OLDG-AFTER
              END-IF
              MOVE WS-PM-OLDG-BEFORE TO WS-PM-NEWG-BEFORE
              MOVE WS-PM-OLDG-AFTER TO WS-PM-NEWG-AFTER
           ELSE
              MOVE PM-NEW-GR TO PM-GRP-NM
              PERFORM PM-GROUP-SUM THRU PM-GROUP-SUM-EXIT
              PERFORM PM-GROUP-AVG-WITHOUT
              MOVE WS-PM-AVG-WORK TO WS-PM-NEWG-BEFORE
              MOVE WS-PM-AVG-WORK TO WS-PM-NEWG-AFTER
              IF PM-NEW-RATED THEN
                 MOVE WS-PM-CONV-NEW TO WS-PM-CONV-WORK
                 PERFORM PM-GROUP-AVG-WITH
                 MOVE WS-PM-AVG-WORK TO WS-PM-NEWG-AFTER
              END-IF
           END-IF.

       PM-GROUP-AVG-WITHOUT.
           MOVE 0 TO WS-PM-AVG-WORK.
           IF WS-GS-CNT > 0 THEN
              COMPUTE WS-PM-AVG-WORK ROUNDED =
                      WS-GS-SUM / WS-GS-CNT
                 ON SIZE ERROR
                    MOVE 0 TO WS-PM-AVG-WORK
              END-COMPUTE
           END-IF.

       PM-GROUP-AVG-WITH.
           COMPUTE WS-PM-AVG-WORK ROUNDED =
                   (WS-GS-SUM + WS-PM-CONV-WORK) / (WS-GS-CNT + 1)
              ON SIZE ERROR
                 MOVE 0 TO WS-PM-AVG-WORK
           END-COMPUTE.

       PM-GROUP-SUM.
           MOVE 0 TO WS-GS-SUM.
           MOVE 0 TO WS-GS-CNT.

           EXEC SQL
              DECLARE GS-CUR CURSOR FOR
              SELECT LATEST_PRICE, NVL(CURR_CD, :EN-BASE-CURR)
              FROM PROD_PRICE_HIST
              WHERE PROD_GR = :PM-GRP-NM
                AND NOT (PROD_NM = :PM-OLD-NM AND
                         PROD_GR = :PM-OLD-GR)
                AND LATEST_PRICE IS NOT NULL
           END-EXEC.

           EXEC SQL
              OPEN GS-CUR
           END-EXEC.
           IF SQLCODE <> 0 THEN
              GO TO PM-GROUP-SUM-EXIT
           END-IF.

           MOVE SPACES TO GS-EOF-WS.
           PERFORM GS-FETCH-REC THRU GS-FETCH-EXIT
                   UNTIL GS-EOF.

           EXEC SQL
              CLOSE GS-CUR
           END-EXEC.

       PM-GROUP-SUM-EXIT.
           EXIT.

       GS-FETCH-REC.
           EXEC SQL
              FETCH GS-CUR
              INTO :PM-GRP-P, :PM-GRP-CURR
           END-EXEC.

           IF SQLCODE = +1403 THEN
              SET GS-EOF TO TRUE
              GO TO GS-FETCH-EXIT
           ELSE IF SQLCODE <> 0 THEN
              DISPLAY 'ERROR! SQLCODE - ' SQLCODE
              SET GS-EOF TO TRUE
              GO TO GS-FETCH-EXIT.

           MOVE PM-GRP-CURR TO WS-LOOKUP-CURR.
           PERFORM FIND-FX-CURRENCY.
           IF RATE-FOUND THEN
              COMPUTE WS-GS-SUM = WS-GS-SUM +
                      PM-GRP-P * WS-LOOKUP-RATE
              ADD 1 TO WS-GS-CNT
           END-IF.

       GS-FETCH-EXIT.
           EXIT.

       FIND-FX-CURRENCY.
           MOVE SPACE TO WS-LOOKUP-SW.
           MOVE 1 TO WS-LOOKUP-RATE.
           IF WS-LOOKUP-CURR = WS-BASE-CURR OR
              WS-LOOKUP-CURR = SPACES THEN
              SET RATE-FOUND TO TRUE
           ELSE IF WS-FX-CNT > 0 THEN
              SET WS-FX-INX TO 1
              SEARCH WS-FX-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-FX-CUR(WS-FX-INX) = WS-LOOKUP-CURR
                    MOVE WS-FX-RATE-T(WS-FX-INX) TO WS-LOOKUP-RATE
                    SET RATE-FOUND TO TRUE
              END-SEARCH
           END-IF.

       LOAD-FXRATES.
           MOVE SPACES TO FXRATE-TABLE.
           MOVE 0 TO WS-FX-CNT.
           OPEN INPUT I-FXRATES-FILE.
           IF WS-FXRATES-FILE-STATUS NOT = '00' THEN
              DISPLAY 'FXRATES FILE ABSENT - NON-' WS-BASE-CURR
                      ' PRODUCTS LEFT OUT OF THE GROUP EFFECTS.'
              GO TO LOAD-FXRATES-EXIT
           END-IF.
           MOVE SPACES TO WS-FXRATES-EOF-WS.
           PERFORM LOAD-FXRATE-REC THRU LOAD-FXRATE-REC-EXIT
                   UNTIL FXRATES-EOF.
           CLOSE I-FXRATES-FILE.

       LOAD-FXRATES-EXIT.
           EXIT.

       LOAD-FXRATE-REC.
           READ I-FXRATES-FILE
              AT END
                 SET FXRATES-EOF TO TRUE
                 GO TO LOAD-FXRATE-REC-EXIT
           END-READ.
           IF I-FXRATES-REC = SPACES THEN
              GO TO LOAD-FXRATE-REC-EXIT
           END-IF.
           IF FXR-RATE NOT NUMERIC OR FXR-RATE = 0 THEN
              DISPLAY 'FXRATES ENTRY FOR ' FXR-CUR
                      ' HAS AN INVALID RATE - IGNORED.'
              GO TO LOAD-FXRATE-REC-EXIT
           END-IF.
           IF WS-FX-CNT >= 50 THEN
              DISPLAY 'TOO MANY FXRATES ENTRIES - MAX IS 50.'
              SET FXRATES-EOF TO TRUE
              GO TO LOAD-FXRATE-REC-EXIT
           END-IF.
           ADD 1 TO WS-FX-CNT.
           MOVE FXR-CUR TO WS-FX-CUR(WS-FX-CNT).
           MOVE FXR-RATE TO WS-FX-RATE-T(WS-FX-CNT).

       LOAD-FXRATE-REC-EXIT.
           EXIT.

       PRODCHG-WRITE-HEADER.
           OPEN OUTPUT O-PRODCHG-FILE.
           WRITE O-PRODCHG-REC FROM WS-BUS-LABEL-WS.
           MOVE SPACES TO O-PRODCHG-REC.
           STRING '| PROD_ID | CHANGE | OLD PROD_NM PROD_GR -> NEW | '
                'CURR OLD -> NEW | OLD GROUP LATEST AVG BEFORE -> '
                'AFTER | NEW GROUP LATEST AVG BEFORE -> AFTER |'
                DELIMITED BY SIZE INTO O-PRODCHG-REC.
           WRITE O-PRODCHG-REC.
           CLOSE O-PRODCHG-FILE.

       PRODCHG-WRITE-REC.
           OPEN EXTEND O-PRODCHG-FILE.
           WRITE O-PRODCHG-REC.
           CLOSE O-PRODCHG-FILE.

       SECONDARY-SOURCE-CHECK.
           MOVE 'N' TO SEC-USE-HV.

           EXEC SQL
              CREATE TABLE PROD_SEC_PR
              (
                  PROD_ID            NUMBER(10),
                  SRC_RANK           NUMBER(2),
                  SRC_NM             VARCHAR2(10),
                  PREV_DAY_PRICE     NUMBER(8,3),
                  LATEST_PRICE       NUMBER(8,3),
                  END_OF_MNTH_PRICE  NUMBER(8,3)
              )
           END-EXEC.

           IF SQLCODE = 0 THEN
              DISPLAY 'SECONDARY PRICE TABLE WAS CREATED.'
           ELSE IF SQLCODE = -955 THEN
              CONTINUE
           ELSE
              DISPLAY 'UNABLE TO CREATE SECONDARY PRICE TABLE!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'UNABLE TO CREATE PROD_SEC_PR' TO AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC.

           EXEC SQL
              SELECT COUNT(*)
              INTO :SEC-ROW-CNT
              FROM PROD_SEC_PR
           END-EXEC.
           IF SQLCODE <> 0 OR SEC-ROW-CNT = 0 THEN
              DISPLAY 'NO SECONDARY PRICES TONIGHT - PRIMARY ONLY.'
              GO TO SECONDARY-SOURCE-CHECK-EXIT
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO :SEC-FRESH-CNT
              FROM FEED_LOAD_STATUS
              WHERE FEED_NM = 'PROD_SEC_PR'
                AND LOAD_DATE >= TRUNC(SYSDATE)
           END-EXEC.
           IF SQLCODE <> 0 OR SEC-FRESH-CNT = 0 THEN
              DISPLAY 'SECONDARY PRICES WERE NOT REFRESHED TONIGHT - '
                      'FALLBACK DISABLED.'
              MOVE 'WARN' TO AUD-EVENT-WS
              MOVE 'PROD_SEC_PR STALE - NO FALLBACK' TO
                   AUD-MESSAGE-WS
              MOVE SEC-ROW-CNT TO AUD-ROWCOUNT-WS
              PERFORM WRITE-AUDIT-REC
              GO TO SECONDARY-SOURCE-CHECK-EXIT
           END-IF.

           MOVE 'Y' TO SEC-USE-HV.
           DISPLAY 'SECONDARY PRICES AVAILABLE FOR FALLBACK: '
                   SEC-ROW-CNT.

       SECONDARY-SOURCE-CHECK-EXIT.
           EXIT.

       SOURCE-USAGE-REPORT.
           MOVE 0 TO WS-SU-TOT-PRODS.
           MOVE 0 TO WS-SU-TOT-FALLBACK.
           OPEN OUTPUT O-SRCUSE-FILE.
           WRITE O-SRCUSE-REC FROM WS-BUS-LABEL-WS.
           MOVE SPACES TO O-SRCUSE-REC.
           STRING '| PROD_GR | PRODUCTS | FROM FALLBACK | '
                'FALLBACK PCT |'
                INTO O-SRCUSE-REC.
           WRITE O-SRCUSE-REC.
           CLOSE O-SRCUSE-FILE.

           EXEC SQL
              DECLARE SU-CUR CURSOR FOR
              SELECT PROD_GR, COUNT(*),
                     SUM(CASE WHEN NVL(PRICE_SRC, 'PRIMARY') <>
                                   'PRIMARY'
                              THEN 1 ELSE 0 END)
              FROM PROD_PRICE_HIST
              WHERE ENTITY_CD = :EN-ENTITY-CD
              GROUP BY PROD_GR
              ORDER BY PROD_GR
           END-EXEC.

           EXEC SQL
              OPEN SU-CUR
           END-EXEC.

           MOVE SPACES TO SU-EOF-WS.
           PERFORM SU-FETCH-REC THRU SU-FETCH-EXIT
                   UNTIL SU-EOF.

           EXEC SQL
              CLOSE SU-CUR
           END-EXEC.

           MOVE SPACES TO O-SRCUSE-REC.
           STRING '| ALL GROUPS | ' DELIMITED BY SIZE
                WS-SU-TOT-PRODS    DELIMITED BY SIZE
                ' | '              DELIMITED BY SIZE
                WS-SU-TOT-FALLBACK DELIMITED BY SIZE
                ' |'               DELIMITED BY SIZE
                INTO O-SRCUSE-REC.
           PERFORM SU-WRITE-REC.

           IF WS-SU-TOT-FALLBACK > 0 THEN
              DISPLAY 'PRODUCTS PRICED FROM THE SECONDARY SOURCE: '
                      WS-SU-TOT-FALLBACK
              MOVE 'SRCUSE' TO AUD-EVENT-WS
              MOVE 'PRODUCTS PRICED FROM FALLBACK SOURCE' TO
                   AUD-MESSAGE-WS
              MOVE WS-SU-TOT-FALLBACK TO AUD-ROWCOUNT-WS
              PERFORM WRITE-AUDIT-REC
           END-IF.

       SU-FETCH-REC.
           EXEC SQL
              FETCH SU-CUR
              INTO :SU-PROD-GR, :SU-TOTAL-CNT, :SU-FALLBACK-CNT
           END-EXEC.

           IF SQLCODE = +1403 THEN
              SET SU-EOF TO TRUE
              GO TO SU-FETCH-EXIT
           ELSE IF SQLCODE <> 0 THEN
              DISPLAY 'ERROR! SQLCODE - ' SQLCODE
              SET SU-EOF TO TRUE
              GO TO SU-FETCH-EXIT.

           ADD SU-TOTAL-CNT TO WS-SU-TOT-PRODS.
           ADD SU-FALLBACK-CNT TO WS-SU-TOT-FALLBACK.
           MOVE 0 TO WS-SU-GRP-PCT.
           IF SU-TOTAL-CNT > 0 THEN
              COMPUTE WS-SU-GRP-PCT ROUNDED =
                      SU-FALLBACK-CNT * 100 / SU-TOTAL-CNT
           END-IF.

           MOVE SPACES TO O-SRCUSE-REC.
           STRING '| '           DELIMITED BY SIZE
                SU-PROD-GR       DELIMITED BY SPACE
                ' | '            DELIMITED BY SIZE
                SU-TOTAL-CNT     DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                SU-FALLBACK-CNT  DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                WS-SU-GRP-PCT    DELIMITED BY SIZE
                ' |'             DELIMITED BY SIZE
                INTO O-SRCUSE-REC.
           PERFORM SU-WRITE-REC.

       SU-FETCH-EXIT.
           EXIT.

       SU-WRITE-REC.
           OPEN EXTEND O-SRCUSE-FILE.
           WRITE O-SRCUSE-REC.
           CLOSE O-SRCUSE-FILE.

       CREATE-CHG-TABLE.
           EXEC SQL
              CREATE TABLE PROD_PRICE_HIST_CHG
              FROM PROD_PRICE_HIST T,
                   (SELECT PROD.PROD_NM PROD_NM,
                           PROD.PROD_GR PROD_GR,
                           CASE WHEN A.PROD_ID IS NOT NULL
                                THEN A.PREV_DAY_PRICE
                                ELSE S2.PREV_DAY_PRICE END
                              PREV_DAY_PRICE,
                           CASE WHEN B.PROD_ID IS NOT NULL
                                THEN B.LATEST_PRICE
                                ELSE S2.LATEST_PRICE END
                              LATEST_PRICE,
                           CASE WHEN C.PROD_ID IS NOT NULL
                                THEN C.END_OF_MNTH_PRICE
                                ELSE S2.END_OF_MNTH_PRICE END
                              END_OF_MNTH_PRICE
                    FROM PROD, PROD_PREV_DAY_PR A, PROD_LATEST_PR B,
                         PROD_END_OF_MNTH_PR C,
                         (SELECT Y.PROD_ID, Y.PREV_DAY_PRICE,
                                 Y.LATEST_PRICE, Y.END_OF_MNTH_PRICE
                          FROM (SELECT X.PROD_ID, X.PREV_DAY_PRICE,
                                       X.LATEST_PRICE,
                                       X.END_OF_MNTH_PRICE,
                                       ROW_NUMBER() OVER
                                          (PARTITION BY X.PROD_ID
                                           ORDER BY X.SRC_RANK,
                                                    X.SRC_NM)
                                          SRC_SEQ
                                FROM PROD_SEC_PR X
                                WHERE :SEC-USE-HV = 'Y') Y
                          WHERE Y.SRC_SEQ = 1) S2
                    WHERE PROD.PROD_ID = A.PROD_ID (+) AND
                          PROD.PROD_ID = B.PROD_ID (+) AND
                          PROD.PROD_ID = C.PROD_ID (+) AND
                          PROD.PROD_ID = S2.PROD_ID (+) AND
                          (A.PROD_ID IS NOT NULL OR
                           S2.PROD_ID IS NOT NULL) AND
                          (B.PROD_ID IS NOT NULL OR
                           S2.PROD_ID IS NOT NULL) AND
                          (C.PROD_ID IS NOT NULL OR
                           S2.PROD_ID IS NOT NULL)) S
              WHERE T.PROD_NM = S.PROD_NM AND
                    T.PROD_GR = S.PROD_GR AND
                    T.ENTITY_CD = :EN-ENTITY-CD AND
                    (T.PREV_DAY_PRICE <> S.PREV_DAY_PRICE OR
                     T.LATEST_PRICE <> S.LATEST_PRICE OR
                     T.END_OF_MNTH_PRICE <> S.END_OF_MNTH_PRICE)
                     TO_CHAR(CHG_TIME, 'HH24MISS')
              FROM PROD_PRICE_HIST_CHG
              WHERE BUS_DATE = TO_DATE(:ARCH-RUN-DATE, 'YYYYMMDD')
                AND PROD_GR IN
                   (SELECT H.PROD_GR FROM PROD_PRICE_HIST H
                    WHERE H.ENTITY_CD = :EN-ENTITY-CD)
              ORDER BY PROD_GR, PROD_NM
           END-EXEC.

           WRITE O-CHGRPT-REC.
           CLOSE O-CHGRPT-FILE.

       PREPARE-LOAD-LINEAGE.
           EXEC SQL
              CREATE TABLE PROD_AVG_LINEAGE
              (
                  RUN_DATE           DATE,
                  RUN_SEQ            NUMBER(3),
                  STAGE              VARCHAR2(1),
                  GRP_NM             VARCHAR2(20),
                  PROD_NM            VARCHAR2(10),
                  LIN_STATUS         VARCHAR2(3),
                  REASON             VARCHAR2(10),
                  REASON_TXT         VARCHAR2(40),
                  CURR_CD            VARCHAR2(3),
                  FX_RATE            NUMBER(9,6),
                  PREV_DAY_PRICE     NUMBER(8,3),
                  LATEST_PRICE       NUMBER(8,3),
                  END_OF_MNTH_PRICE  NUMBER(8,3),
                  VOLUME             NUMBER(10)
              )
           END-EXEC.

           IF SQLCODE = 0 THEN
              DISPLAY 'AVERAGE LINEAGE TABLE WAS CREATED.'
           ELSE IF SQLCODE = -955 THEN
              CONTINUE
           ELSE
              DISPLAY 'UNABLE TO CREATE AVERAGE LINEAGE TABLE!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'UNABLE TO CREATE PROD_AVG_LINEAGE' TO
                   AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC.

           EXEC SQL
              DELETE FROM PROD_AVG_LINEAGE
              WHERE RUN_DATE = TO_DATE(:ARCH-RUN-DATE, 'YYYYMMDD')
                AND RUN_SEQ = :ARCH-RUN-SEQ
                AND STAGE = 'L'
                AND GRP_NM IN
                   (SELECT PROD_GR FROM PROD
                    WHERE NVL(ENTITY_CD, 'MAIN') = :EN-ENTITY-CD)
           END-EXEC.

       DELIST-SWEEP.
           MOVE 0 TO WS-DELIST-CNT.
           PERFORM DELIST-WRITE-HEADER.
              SELECT H.PROD_NM, H.PROD_GR, H.PREV_DAY_PRICE,
                     H.LATEST_PRICE, H.END_OF_MNTH_PRICE
              FROM PROD_PRICE_HIST H
              WHERE H.ENTITY_CD = :EN-ENTITY-CD
                AND NOT EXISTS
                 (SELECT 1 FROM PROD
                  WHERE PROD.PROD_NM = H.PROD_NM
                    AND PROD.PROD_GR = H.PROD_GR)
           IF WS-DELIST-CNT > 0 THEN
              EXEC SQL
                 DELETE FROM PROD_PRICE_HIST H
                 WHERE H.ENTITY_CD = :EN-ENTITY-CD
                   AND NOT EXISTS
                    (SELECT 1 FROM PROD
                     WHERE PROD.PROD_NM = H.PROD_NM
                       AND PROD.PROD_GR = H.PROD_GR)

           ADD 1 TO WS-DELIST-CNT.
           DISPLAY 'DELISTED: ' DL-PROD-NM ' (' DL-PROD-GR ')'.
           MOVE 'DELISTED' TO LN-REASON.
           MOVE 'NOT IN PROD MASTER' TO LN-REASON-TXT.
           EXEC SQL
              INSERT INTO PROD_AVG_LINEAGE
                 (RUN_DATE, RUN_SEQ, STAGE, GRP_NM, PROD_NM,
                  LIN_STATUS, REASON, REASON_TXT, PREV_DAY_PRICE,
                  LATEST_PRICE, END_OF_MNTH_PRICE)
              VALUES (TO_DATE(:ARCH-RUN-DATE, 'YYYYMMDD'),
                  :ARCH-RUN-SEQ, 'L', :DL-PROD-GR, :DL-PROD-NM,
                  'OUT', :LN-REASON, :LN-REASON-TXT, :DL-PREV-DAY-P,
                  :DL-LATEST-P, :DL-END-OF-MNTH-P)
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO RECORD LINEAGE FOR ' DL-PROD-NM '!'
              DISPLAY 'SQLCODE = ' SQLCODE
           END-IF.
           MOVE SPACES TO O-DELIST-REC.
           STRING '| ' DELIMITED BY SIZE
                DL-PROD-NM       DELIMITED BY SPACE
           PERFORM DQ-WRITE-HEADER.
           PERFORM QUAR-WRITE-HEADER.
           PERFORM CREATE-QUAR-TABLE.
           MOVE 'C' TO SC-MODE.
           MOVE 'DQOVRD' TO SC-OVR-TYPE.
           MOVE ARCH-RUN-DATE TO SC-BUS-DATE.
           MOVE ARCH-RUN-SEQ TO SC-RUN-SEQ.
           CALL 'SIGNCHK' USING SIGNCHK-PARM.
           PERFORM LOAD-OVERRIDE-LIST THRU LOAD-OVERRIDE-EXIT.
           PERFORM LOAD-TOLERANCE-LIST THRU LOAD-TOLERANCE-EXIT.

              SELECT PROD_NM, PROD_GR, PREV_DAY_PRICE, LATEST_PRICE,
                     END_OF_MNTH_PRICE
              FROM PROD_PRICE_HIST
              WHERE ENTITY_CD = :EN-ENTITY-CD
           END-EXEC.

           EXEC SQL
              DQ-PREV-DAY-P <= 0 OR DQ-LATEST-P <= 0 OR
              DQ-END-OF-MNTH-P <= 0 THEN
              MOVE 'ZERO/NEGATIVE/NULL PRICE' TO WS-DQ-REASON-WS
              MOVE 9999999.99 TO WS-ROW-DEV-PCT
           ELSE
              COMPUTE WS-ROW-DEV-PCT =
                      (DQ-LATEST-P - DQ-PREV-DAY-P) * 100 /
           ADD 1 TO WS-DQ-EXCP-CNT.
           PERFORM DQ-WRITE-REC.

           MOVE SPACE TO SC-RESULT.
           PERFORM CHECK-OVERRIDE-LIST THRU CHECK-OVERRIDE-DONE.
           IF OVRD-FOUND THEN
              PERFORM CHECK-OVERRIDE-SIGNATORY
           END-IF.
           IF OVRD-FOUND THEN
              ADD 1 TO WS-REL-CNT
              DISPLAY 'PRODUCT ' DQ-PROD-NM ' RELEASED BY OVERRIDE - '
                      'LEFT IN PROD_PRICE_HIST.'
           ELSE
              PERFORM QUARANTINE-ROW THRU QUARANTINE-ROW-EXIT
              IF SC-REJECTED THEN
                 PERFORM QUAR-WRITE-OVRD-REJECT
              END-IF
           END-IF.

       DQ-FETCH-EXIT.
           ADD 1 TO WS-OVRD-CNT.
           MOVE OVRD-PROD-NM TO WS-OVRD-PROD-NM(WS-OVRD-CNT).
           MOVE OVRD-PROD-GR TO WS-OVRD-PROD-GR(WS-OVRD-CNT).
           MOVE OVRD-APPROVER TO WS-OVRD-APPROVER(WS-OVRD-CNT).
           MOVE OVRD-KEYED-BY TO WS-OVRD-KEYED-BY(WS-OVRD-CNT).

       LOAD-OVERRIDE-REC-EXIT.
           EXIT.
       CHECK-OVERRIDE-DONE.
           EXIT.

       CHECK-OVERRIDE-SIGNATORY.
           MOVE 'K' TO SC-MODE.
           MOVE 'DQOVRD' TO SC-OVR-TYPE.
           MOVE ARCH-RUN-DATE TO SC-BUS-DATE.
           MOVE ARCH-RUN-SEQ TO SC-RUN-SEQ.
           MOVE DQ-PROD-NM TO SC-PROD-NM.
           MOVE DQ-PROD-GR TO SC-PROD-GR.
           IF WS-ROW-DEV-PCT > 99999.99 THEN
              MOVE 99999.99 TO SC-MOVE-PCT
           ELSE
              MOVE WS-ROW-DEV-PCT TO SC-MOVE-PCT
           END-IF.
           MOVE WS-OVRD-APPROVER(WS-OVRD-INX) TO SC-APPROVER-ID.
           MOVE WS-OVRD-KEYED-BY(WS-OVRD-INX) TO SC-KEYED-BY.
           CALL 'SIGNCHK' USING SIGNCHK-PARM.
           IF NOT SC-APPROVED THEN
              MOVE SPACE TO WS-OVRD-FOUND-SW
              DISPLAY 'DQOVRD RELEASE OF ' DQ-PROD-NM ' REJECTED - '
                      SC-REASON
              MOVE 'SIGNREJ' TO AUD-EVENT-WS
              MOVE SPACES TO AUD-MESSAGE-WS
              STRING 'DQOVRD REJECTED: ' DELIMITED BY SIZE
                   DQ-PROD-NM DELIMITED BY SPACE
                   INTO AUD-MESSAGE-WS
              MOVE 0 TO AUD-ROWCOUNT-WS
              PERFORM WRITE-AUDIT-REC
           END-IF.

       QUAR-WRITE-OVRD-REJECT.
           MOVE SPACES TO O-QUARLST-REC.
           STRING '| ' DELIMITED BY SIZE
                DQ-PROD-NM       DELIMITED BY SPACE
                ' | '            DELIMITED BY SIZE
                DQ-PROD-GR       DELIMITED BY SPACE
                ' | DQOVRD RELEASE BY ' DELIMITED BY SIZE
                SC-APPROVER-ID   DELIMITED BY SPACE
                ' REJECTED: '    DELIMITED BY SIZE
                SC-REASON        DELIMITED BY SIZE
                ' |'             DELIMITED BY SIZE
                INTO O-QUARLST-REC.
           OPEN EXTEND O-QUARLST-FILE.
           WRITE O-QUARLST-REC.
           CLOSE O-QUARLST-FILE.

       QUARANTINE-ROW.
           MOVE WS-DQ-REASON-WS TO DQ-REASON-HV.

              GO TO QUARANTINE-ROW-EXIT
           END-IF.

           MOVE 'QUARANTINE' TO LN-REASON.
           EXEC SQL
              INSERT INTO PROD_AVG_LINEAGE
                 (RUN_DATE, RUN_SEQ, STAGE, GRP_NM, PROD_NM,
                  LIN_STATUS, REASON, REASON_TXT, PREV_DAY_PRICE,
                  LATEST_PRICE, END_OF_MNTH_PRICE)
              VALUES (TO_DATE(:ARCH-RUN-DATE, 'YYYYMMDD'),
                  :ARCH-RUN-SEQ, 'L', :DQ-PROD-GR, :DQ-PROD-NM,
                  'OUT', :LN-REASON, :DQ-REASON-HV,
                  :DQ-PREV-DAY-P:DQ-PREV-DAY-P-IND,
                  :DQ-LATEST-P:DQ-LATEST-P-IND,
                  :DQ-END-OF-MNTH-P:DQ-END-OF-MNTH-P-IND)
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO RECORD LINEAGE FOR ' DQ-PROD-NM '!'
              DISPLAY 'SQLCODE = ' SQLCODE
           END-IF.

           ADD 1 TO WS-QUAR-CNT.
           MOVE SPACES TO O-QUARLST-REC.
           STRING '| ' DELIMITED BY SIZE
              SELECT PROD_GR, PROD_NM,
                     TO_CHAR(LAST_UPDATED, 'YYYYMMDD')
              FROM PROD_PRICE_HIST
              WHERE ENTITY_CD = :EN-ENTITY-CD
                AND LAST_UPDATED < TO_DATE(:ST-CUTOFF-DATE,
                                           'YYYYMMDD')
              ORDER BY PROD_GR, PROD_NM
           END-EXEC.
                         TO_DATE(:ST-CUTOFF-DATE, 'YYYYMMDD')),
                         -1, 1, 0))
              FROM PROD_PRICE_HIST
              WHERE ENTITY_CD = :EN-ENTITY-CD
              GROUP BY PROD_GR
              ORDER BY PROD_GR
           END-EXEC.
              SELECT PROD.PROD_ID, PROD.PROD_NM, PROD.PROD_GR,
                     'PROD_PREV_DAY_PR'
              FROM PROD
              WHERE NVL(PROD.ENTITY_CD, 'MAIN') = :EN-ENTITY-CD
                AND NOT EXISTS
                 (SELECT 1 FROM PROD_PREV_DAY_PR A
                  WHERE A.PROD_ID = PROD.PROD_ID)
                AND NOT EXISTS
                 (SELECT 1 FROM PROD_SEC_PR X
                  WHERE X.PROD_ID = PROD.PROD_ID
                    AND :SEC-USE-HV = 'Y')
              UNION ALL
              SELECT PROD.PROD_ID, PROD.PROD_NM, PROD.PROD_GR,
                     'PROD_LATEST_PR'
              FROM PROD
              WHERE NVL(PROD.ENTITY_CD, 'MAIN') = :EN-ENTITY-CD
                AND NOT EXISTS
                 (SELECT 1 FROM PROD_LATEST_PR B
                  WHERE B.PROD_ID = PROD.PROD_ID)
                AND NOT EXISTS
                 (SELECT 1 FROM PROD_SEC_PR X
                  WHERE X.PROD_ID = PROD.PROD_ID
                    AND :SEC-USE-HV = 'Y')
              UNION ALL
              SELECT PROD.PROD_ID, PROD.PROD_NM, PROD.PROD_GR,
                     'PROD_END_OF_MNTH_PR'
              FROM PROD
              WHERE NVL(PROD.ENTITY_CD, 'MAIN') = :EN-ENTITY-CD
                AND NOT EXISTS
                 (SELECT 1 FROM PROD_END_OF_MNTH_PR C
                  WHERE C.PROD_ID = PROD.PROD_ID)
                AND NOT EXISTS
                 (SELECT 1 FROM PROD_SEC_PR X
                  WHERE X.PROD_ID = PROD.PROD_ID
                    AND :SEC-USE-HV = 'Y')
           END-EXEC.

           EXEC SQL

           ADD 1 TO WS-EXCL-CNT.
           PERFORM EXCL-WRITE-REC.
           MOVE 'NOFEED' TO LN-REASON.
           MOVE SPACES TO LN-REASON-TXT.
           STRING 'MISSING FROM ' DELIMITED BY SIZE
                EXCL-MISSING-TBL DELIMITED BY SPACE
                INTO LN-REASON-TXT.
           EXEC SQL
              INSERT INTO PROD_AVG_LINEAGE
                 (RUN_DATE, RUN_SEQ, STAGE, GRP_NM, PROD_NM,
                  LIN_STATUS, REASON, REASON_TXT)
              VALUES (TO_DATE(:ARCH-RUN-DATE, 'YYYYMMDD'),
                  :ARCH-RUN-SEQ, 'L', :EXCL-PROD-GR, :EXCL-PROD-NM,
                  'OUT', :LN-REASON, :LN-REASON-TXT)
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO RECORD LINEAGE FOR ' EXCL-PROD-NM
                      '!'
              DISPLAY 'SQLCODE = ' SQLCODE
           END-IF.

       EXCL-FETCH-EXIT.
           EXIT.
           PERFORM ENSURE-ARCH-CURR-COLUMN.
           PERFORM ENSURE-ARCH-VOL-COLUMN.
           PERFORM ENSURE-ARCH-SEQ-COLUMNS.
           PERFORM ENSURE-ARCH-SRC-COLUMN.
           PERFORM ENSURE-ARCH-COST-COLUMN.
           PERFORM ENSURE-ARCH-ENTITY-COLUMN.
           MOVE 'C' TO GS-MODE.
           CALL 'GRPSTATS' USING GRPSTATS-PARM.

           MOVE 'CRTAB-ARCHIVE' TO DR-UNIT.
           MOVE 0 TO DR-ATTEMPT.
           PERFORM LOAD-ARCHIVE-SNAPSHOT.

       LOAD-ARCHIVE-SNAPSHOT.
           EXEC SQL
              DELETE FROM PROD_PRICE_HIST_ARCHIVE
              WHERE RUN_DATE = TO_DATE(:ARCH-RUN-DATE, 'YYYYMMDD')
                AND NVL(RUN_SEQ, 1) = :ARCH-RUN-SEQ
                AND ENTITY_CD = :EN-ENTITY-CD
           END-EXEC.

           IF SQLCODE >= 0 THEN
              EXEC SQL
                 UPDATE PROD_PRICE_HIST_ARCHIVE
                 SET CURR_FLAG = 'N'
                 WHERE RUN_DATE = TO_DATE(:ARCH-RUN-DATE, 'YYYYMMDD')
                   AND ENTITY_CD = :EN-ENTITY-CD
              END-EXEC
           END-IF.

           IF SQLCODE >= 0 THEN
              EXEC SQL
                 INSERT INTO PROD_PRICE_HIST_ARCHIVE
                    (RUN_DATE, PROD_NM, PROD_GR, PREV_DAY_PRICE,
                     LATEST_PRICE, END_OF_MNTH_PRICE, CURR_CD,
                     VOLUME, RUN_SEQ, CURR_FLAG, PRICE_SRC, UNIT_COST,
                     ENTITY_CD)
                 SELECT TO_DATE(:ARCH-RUN-DATE, 'YYYYMMDD'),
                        PROD_NM, PROD_GR, PREV_DAY_PRICE,
                        LATEST_PRICE, END_OF_MNTH_PRICE,
                        NVL(CURR_CD, :EN-BASE-CURR), NVL(VOLUME, 0),
                        :ARCH-RUN-SEQ, 'Y', NVL(PRICE_SRC, 'PRIMARY'),
                        UNIT_COST, ENTITY_CD
                 FROM PROD_PRICE_HIST
                 WHERE ENTITY_CD = :EN-ENTITY-CD
              END-EXEC
           END-IF.

           IF SQLCODE = 0 THEN
              MOVE SQLERRD(3) TO AUD-ROWCOUNT-WS
              PERFORM SNAPSHOT-GROUP-STATS
           ELSE
              DISPLAY 'UNABLE TO ARCHIVE PROD_PRICE_HIST!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE SQLCODE TO DR-SQLCODE
              PERFORM CHECK-DB-RETRY
              IF DR-RETRY THEN
                 GO TO LOAD-ARCHIVE-SNAPSHOT
              END-IF
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'UNABLE TO ARCHIVE PROD_PRICE_HIST' TO AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              MOVE 8 TO RETURN-CODE
           END-IF.

       SNAPSHOT-GROUP-STATS.
           MOVE 'S' TO GS-MODE.
           MOVE ARCH-RUN-DATE TO GS-RUN-DATE.
           MOVE ARCH-RUN-SEQ TO GS-RUN-SEQ.
           MOVE EN-ENTITY-CD TO GS-ENTITY-CD.
           CALL 'GRPSTATS' USING GRPSTATS-PARM.

           IF GS-STATS-FAILED THEN
              EXEC SQL
                 ROLLBACK
              END-EXEC
              DISPLAY 'GROUP DAILY STATS FAILED - ARCHIVE OF '
                      ARCH-RUN-DATE ' ROLLED BACK!'
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'GROUP STATS FAILED - ARCHIVE ROLLED BACK' TO
                   AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              MOVE 8 TO RETURN-CODE
           ELSE
              EXEC SQL
                 COMMIT
              END-EXEC
              DISPLAY 'ARCHIVE ROWS INSERTED: ' AUD-ROWCOUNT-WS
              MOVE 'END' TO AUD-EVENT-WS
              MOVE 'ARCHIVE LOAD COMPLETED' TO AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              PERFORM RECORD-PHASE-DONE
           END-IF.

       ENSURE-ARCH-ENTITY-COLUMN.
           EXEC SQL
              ALTER TABLE PROD_PRICE_HIST_ARCHIVE
              ADD (ENTITY_CD VARCHAR2(4) DEFAULT 'MAIN')
           END-EXEC.

           IF SQLCODE = 0 THEN
              DISPLAY 'ENTITY COLUMN ADDED TO THE ARCHIVE.'
           ELSE IF SQLCODE = -1430 THEN
              CONTINUE
           ELSE
              DISPLAY 'UNABLE TO ADD ARCHIVE ENTITY COLUMN!'
              DISPLAY 'SQLCODE = ' SQLCODE.

       ENSURE-ARCH-COST-COLUMN.
           EXEC SQL
              ALTER TABLE PROD_PRICE_HIST_ARCHIVE
              ADD (UNIT_COST NUMBER(8,3))
           END-EXEC.

           IF SQLCODE = 0 THEN
              DISPLAY 'UNIT COST COLUMN ADDED TO THE ARCHIVE.'
           ELSE IF SQLCODE = -1430 THEN
              CONTINUE
           ELSE
              DISPLAY 'UNABLE TO ADD ARCHIVE UNIT COST COLUMN!'
              DISPLAY 'SQLCODE = ' SQLCODE.

       ENSURE-ARCH-SRC-COLUMN.
           EXEC SQL
              ALTER TABLE PROD_PRICE_HIST_ARCHIVE
              ADD (PRICE_SRC VARCHAR2(10))
           END-EXEC.

           IF SQLCODE = 0 THEN
              DISPLAY 'PRICE SOURCE COLUMN ADDED TO THE ARCHIVE.'
           ELSE IF SQLCODE = -1430 THEN
              CONTINUE
           ELSE
              DISPLAY 'UNABLE TO ADD ARCHIVE PRICE SOURCE COLUMN!'
              DISPLAY 'SQLCODE = ' SQLCODE.

       ENSURE-ARCH-SEQ-COLUMNS.
           EXEC SQL
              ALTER TABLE PROD_PRICE_HIST_ARCHIVE
                 MOVE WS-PARM-VALUE-X TO WS-STALE-ALERT-PCT
                 DISPLAY 'PARM STALE-ALERT SET TO '
                         WS-STALE-ALERT-PCT
              WHEN 'CONT-HOLD'
                 MOVE WS-PARM-VALUE-X TO WS-CT-HOLD-LIMIT
                 DISPLAY 'PARM CONT-HOLD SET TO ' WS-CT-HOLD-LIMIT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           CLOSE O-RUNHIST-FILE.
           MOVE WS-OPCTL-HOLD-PHASE TO RS-PHASE.

       CHECK-DB-RETRY.
           MOVE 'K' TO DR-MODE.
           MOVE 'CRTAB' TO DR-PROGRAM.
           MOVE RC-RUN-DATE TO DR-BUS-DATE.
           CALL 'DBRETRY' USING DBRETRY-PARM.

       WRITE-AUDIT-REC.
           MOVE SPACES TO O-AUDIT-REC.
           MOVE 'CRTAB' TO AUD-PROGRAM.
