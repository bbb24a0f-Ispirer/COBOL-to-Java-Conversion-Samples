       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT O-AUDIT-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT I-SIGNREG-FILE ASSIGN TO 'SIGNREG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-SREG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD O-AUDIT-FILE.
           COPY "AUDITREC".

           FD I-SIGNREG-FILE.
           01 I-SIGNREG-REC.
              05 SREG-USER-ID      PIC X(8).
              05 SREG-PRCADJ-SW    PIC X(1).
              05 SREG-PUBAPPR-SW   PIC X(1).
              05 SREG-DQOVRD-SW    PIC X(1).
              05 SREG-MAX-MOVE     PIC 9(3).
              05 SREG-USER-NM      PIC X(30).

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

             01 SG-BUS-DATE          PIC X(8).
             01 SG-RUN-SEQ           PIC 9(3).
             01 SG-OVR-TYPE          PIC X(8).
             01 SG-PROD-NM           PIC X(10).
             01 SG-PROD-GR           PIC X(20).
             01 SG-MOVE-PCT          PIC 9(5)V9(2).
             01 SG-APPROVER-ID       PIC X(8).
             01 SG-APPROVER-NM       PIC X(30).
             01 SG-KEYED-BY          PIC X(8).
             01 SG-STATUS            PIC X(8).
             01 SG-REASON            PIC X(40).
             01 SG-ENTITY-CD         PIC X(4).

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "ENTCTXR".

           01 AUD-EVENT-WS         PIC X(8).
           01 AUD-ROWCOUNT-WS      PIC 9(7) VALUE 0.
           01 AUD-MESSAGE-WS       PIC X(40) VALUE SPACES.

           01 WS-SREG-FILE-STATUS  PIC X(02) VALUE SPACES.
           01 WS-SREG-EOF-WS       PIC X(02) VALUE SPACES.
               88 SREG-EOF         VALUE HIGH-VALUES.
           01 WS-SREG-LOADED-SW    PIC X(01) VALUE SPACE.
               88 SREG-LOADED      VALUE 'Y'.
           01 WS-SREG-PRESENT-SW   PIC X(01) VALUE SPACE.
               88 SREG-PRESENT     VALUE 'Y'.
           01 WS-SREG-FOUND-SW     PIC X(01) VALUE SPACE.
               88 SREG-FOUND       VALUE 'Y'.
           01 WS-SC-AUTH-SW        PIC X(01) VALUE SPACE.
           01 WS-SC-MOVE-ED        PIC ZZZZ9.99.
           01 WS-SC-LIMIT-ED       PIC ZZ9.

           01 SIGNREG-TABLE.
              05 WS-SREG-CNT       PIC 9(3) VALUE 0.
              05 WS-SREG-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-SREG-INX.
                 10 WS-SREG-ID       PIC X(8).
                 10 WS-SREG-PRCADJ   PIC X(1).
                 10 WS-SREG-PUBAPPR  PIC X(1).
                 10 WS-SREG-DQOVRD   PIC X(1).
                 10 WS-SREG-MAX-MOVE PIC 9(3).
                 10 WS-SREG-NM       PIC X(30).

       LINKAGE SECTION.
           COPY "SIGNCHKR".

       PROCEDURE DIVISION USING SIGNCHK-PARM.

           IF NOT SREG-LOADED THEN
              PERFORM LOAD-SIGNREG THRU LOAD-SIGNREG-EXIT
           END-IF.

           IF SC-ENSURE-TABLE THEN
              SET SC-APPROVED TO TRUE
              PERFORM PREPARE-OVERRIDE-LOG
                 THRU PREPARE-OVERRIDE-LOG-EXIT
              EXIT PROGRAM
           END-IF.

           PERFORM CHECK-SIGNATORY THRU CHECK-SIGNATORY-EXIT.
           PERFORM LOG-OVERRIDE.
           EXIT PROGRAM.

       LOAD-SIGNREG.
           SET SREG-LOADED TO TRUE.
           MOVE SPACES TO SIGNREG-TABLE.
           MOVE 0 TO WS-SREG-CNT.
           OPEN INPUT I-SIGNREG-FILE.
           IF WS-SREG-FILE-STATUS NOT = '00' THEN
              DISPLAY 'SIGNREG DATASET ABSENT - EVERY OVERRIDE WILL '
                      'BE REJECTED.'
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'SIGNATORY REGISTER NOT AVAILABLE' TO
                   AUD-MESSAGE-WS
              MOVE 0 TO AUD-ROWCOUNT-WS
              PERFORM WRITE-AUDIT-REC
              GO TO LOAD-SIGNREG-EXIT
           END-IF.
           SET SREG-PRESENT TO TRUE.
           MOVE SPACES TO WS-SREG-EOF-WS.
           PERFORM LOAD-SIGNREG-REC THRU LOAD-SIGNREG-REC-EXIT
                   UNTIL SREG-EOF.
           CLOSE I-SIGNREG-FILE.
           DISPLAY 'AUTHORISED SIGNATORIES LOADED: ' WS-SREG-CNT.

       LOAD-SIGNREG-EXIT.
           EXIT.

       LOAD-SIGNREG-REC.
           READ I-SIGNREG-FILE
              AT END
                 SET SREG-EOF TO TRUE
                 GO TO LOAD-SIGNREG-REC-EXIT
           END-READ.
           IF I-SIGNREG-REC = SPACES OR
              I-SIGNREG-REC(1:1) = '*' THEN
              GO TO LOAD-SIGNREG-REC-EXIT
           END-IF.
           IF SREG-USER-ID = SPACES OR
              SREG-MAX-MOVE NOT NUMERIC THEN
              DISPLAY 'SIGNREG ENTRY ' SREG-USER-ID
                      ' HAS NO USER ID OR AN INVALID LIMIT - IGNORED.'
              GO TO LOAD-SIGNREG-REC-EXIT
           END-IF.
           IF WS-SREG-CNT >= 200 THEN
              DISPLAY 'TOO MANY SIGNREG ENTRIES - MAX IS 200.'
              SET SREG-EOF TO TRUE
              GO TO LOAD-SIGNREG-REC-EXIT
           END-IF.
           ADD 1 TO WS-SREG-CNT.
           MOVE SREG-USER-ID TO WS-SREG-ID(WS-SREG-CNT).
           MOVE SREG-PRCADJ-SW TO WS-SREG-PRCADJ(WS-SREG-CNT).
           MOVE SREG-PUBAPPR-SW TO WS-SREG-PUBAPPR(WS-SREG-CNT).
           MOVE SREG-DQOVRD-SW TO WS-SREG-DQOVRD(WS-SREG-CNT).
           MOVE SREG-MAX-MOVE TO WS-SREG-MAX-MOVE(WS-SREG-CNT).
           MOVE SREG-USER-NM TO WS-SREG-NM(WS-SREG-CNT).

       LOAD-SIGNREG-REC-EXIT.
           EXIT.

       CHECK-SIGNATORY.
           SET SC-REJECTED TO TRUE.
           MOVE SPACES TO SC-REASON.
           MOVE SPACES TO SC-APPROVER-NM.
           IF SC-APPROVER-ID = SPACES THEN
              MOVE 'APPROVER NOT NAMED' TO SC-REASON
              GO TO CHECK-SIGNATORY-EXIT
           END-IF.
           IF SC-KEYED-BY = SPACES THEN
              MOVE 'KEYED-BY USER NOT RECORDED' TO SC-REASON
              GO TO CHECK-SIGNATORY-EXIT
           END-IF.
           IF SC-KEYED-BY = SC-APPROVER-ID THEN
              MOVE 'APPROVER ALSO KEYED THE OVERRIDE' TO SC-REASON
              GO TO CHECK-SIGNATORY-EXIT
           END-IF.
           IF NOT SREG-PRESENT THEN
              MOVE 'SIGNATORY REGISTER NOT AVAILABLE' TO SC-REASON
              GO TO CHECK-SIGNATORY-EXIT
           END-IF.

           MOVE SPACE TO WS-SREG-FOUND-SW.
           IF WS-SREG-CNT > 0 THEN
              SET WS-SREG-INX TO 1
              SEARCH WS-SREG-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-SREG-ID(WS-SREG-INX) = SC-APPROVER-ID
                    SET SREG-FOUND TO TRUE
              END-SEARCH
           END-IF.
           IF NOT SREG-FOUND THEN
              MOVE 'APPROVER NOT IN SIGNATORY REGISTER' TO SC-REASON
              GO TO CHECK-SIGNATORY-EXIT
           END-IF.
           MOVE WS-SREG-NM(WS-SREG-INX) TO SC-APPROVER-NM.

           EVALUATE TRUE
              WHEN SC-TYPE-PRCADJ
                 MOVE WS-SREG-PRCADJ(WS-SREG-INX) TO WS-SC-AUTH-SW
              WHEN SC-TYPE-PUBAPPR
                 MOVE WS-SREG-PUBAPPR(WS-SREG-INX) TO WS-SC-AUTH-SW
              WHEN SC-TYPE-DQOVRD
                 MOVE WS-SREG-DQOVRD(WS-SREG-INX) TO WS-SC-AUTH-SW
              WHEN OTHER
                 MOVE 'N' TO WS-SC-AUTH-SW
           END-EVALUATE.
           IF WS-SC-AUTH-SW NOT = 'Y' THEN
              STRING 'APPROVER NOT AUTHORISED FOR ' DELIMITED BY SIZE
                   SC-OVR-TYPE DELIMITED BY SPACE
                   INTO SC-REASON
              GO TO CHECK-SIGNATORY-EXIT
           END-IF.

           IF WS-SREG-MAX-MOVE(WS-SREG-INX) < 999 AND
              SC-MOVE-PCT > WS-SREG-MAX-MOVE(WS-SREG-INX) THEN
              MOVE SC-MOVE-PCT TO WS-SC-MOVE-ED
              MOVE WS-SREG-MAX-MOVE(WS-SREG-INX) TO WS-SC-LIMIT-ED
              STRING 'MOVE ' DELIMITED BY SIZE
                   WS-SC-MOVE-ED DELIMITED BY SIZE
                   ' PCT OVER LIMIT ' DELIMITED BY SIZE
                   WS-SC-LIMIT-ED DELIMITED BY SIZE
                   ' PCT' DELIMITED BY SIZE
                   INTO SC-REASON
              GO TO CHECK-SIGNATORY-EXIT
           END-IF.

           SET SC-APPROVED TO TRUE.

       CHECK-SIGNATORY-EXIT.
           EXIT.

       LOG-OVERRIDE.
           PERFORM GET-ENTITY-CD.
           MOVE SC-BUS-DATE TO SG-BUS-DATE.
           MOVE SC-RUN-SEQ TO SG-RUN-SEQ.
           MOVE SC-OVR-TYPE TO SG-OVR-TYPE.
           MOVE SC-PROD-NM TO SG-PROD-NM.
           MOVE SC-PROD-GR TO SG-PROD-GR.
           MOVE SC-MOVE-PCT TO SG-MOVE-PCT.
           MOVE SC-APPROVER-ID TO SG-APPROVER-ID.
           MOVE SC-APPROVER-NM TO SG-APPROVER-NM.
           MOVE SC-KEYED-BY TO SG-KEYED-BY.
           MOVE SC-REASON TO SG-REASON.
           IF SC-APPROVED THEN
              MOVE 'APPROVED' TO SG-STATUS
           ELSE
              MOVE 'REJECTED' TO SG-STATUS
           END-IF.
           EXEC SQL
              INSERT INTO OVERRIDE_LOG
                 (BUS_DATE, RUN_SEQ, OVR_TYPE, PROD_NM, PROD_GR,
                  MOVE_PCT, APPROVER_ID, APPROVER_NM, KEYED_BY,
                  STATUS, REASON, LOG_TIME, ENTITY_CD)
              VALUES (TO_DATE(:SG-BUS-DATE, 'YYYYMMDD'),
                  :SG-RUN-SEQ, :SG-OVR-TYPE, :SG-PROD-NM,
                  :SG-PROD-GR, :SG-MOVE-PCT, :SG-APPROVER-ID,
                  :SG-APPROVER-NM, :SG-KEYED-BY, :SG-STATUS,
                  :SG-REASON, SYSDATE, :SG-ENTITY-CD)
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO LOG ' SC-OVR-TYPE ' OVERRIDE FOR '
                      SC-PROD-NM SC-PROD-GR '!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'OVERRIDE LOG INSERT FAILED' TO AUD-MESSAGE-WS
              MOVE 0 TO AUD-ROWCOUNT-WS
              PERFORM WRITE-AUDIT-REC
              IF SC-APPROVED THEN
                 SET SC-REJECTED TO TRUE
                 MOVE 'OVERRIDE EVIDENCE NOT RECORDED' TO SC-REASON
              END-IF
           END-IF.

       PREPARE-OVERRIDE-LOG.
           EXEC SQL
              CREATE TABLE OVERRIDE_LOG
              (
                  BUS_DATE           DATE,
                  RUN_SEQ            NUMBER(3),
                  OVR_TYPE           VARCHAR2(8),
                  PROD_NM            VARCHAR2(10),
                  PROD_GR            VARCHAR2(20),
                  MOVE_PCT           NUMBER(7,2),
                  APPROVER_ID        VARCHAR2(8),
                  APPROVER_NM        VARCHAR2(30),
                  KEYED_BY           VARCHAR2(8),
                  STATUS             VARCHAR2(8),
                  REASON             VARCHAR2(40),
                  LOG_TIME           DATE,
                  ENTITY_CD          VARCHAR2(4) DEFAULT 'MAIN'
              )
           END-EXEC.
           IF SQLCODE = 0 THEN
              DISPLAY 'OVERRIDE LOG TABLE WAS CREATED.'
           ELSE IF SQLCODE NOT = -955 THEN
              DISPLAY 'UNABLE TO CREATE OVERRIDE LOG TABLE!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'UNABLE TO CREATE OVERRIDE_LOG' TO AUD-MESSAGE-WS
              MOVE 0 TO AUD-ROWCOUNT-WS
              PERFORM WRITE-AUDIT-REC
              SET SC-CHECK-FAILED TO TRUE
              GO TO PREPARE-OVERRIDE-LOG-EXIT
           END-IF.

           EXEC SQL
              ALTER TABLE OVERRIDE_LOG
              ADD (ENTITY_CD VARCHAR2(4) DEFAULT 'MAIN')
           END-EXEC.
           IF SQLCODE = 0 THEN
              DISPLAY 'ENTITY COLUMN ADDED TO OVERRIDE_LOG.'
           ELSE IF SQLCODE NOT = -1430 THEN
              DISPLAY 'UNABLE TO ADD ENTITY COLUMN TO OVERRIDE_LOG!'
              DISPLAY 'SQLCODE = ' SQLCODE
              SET SC-CHECK-FAILED TO TRUE
              GO TO PREPARE-OVERRIDE-LOG-EXIT
           END-IF.

           PERFORM GET-ENTITY-CD.
           MOVE SC-BUS-DATE TO SG-BUS-DATE.
           MOVE SC-RUN-SEQ TO SG-RUN-SEQ.
           MOVE SC-OVR-TYPE TO SG-OVR-TYPE.
           EXEC SQL
              DELETE FROM OVERRIDE_LOG
              WHERE BUS_DATE = TO_DATE(:SG-BUS-DATE, 'YYYYMMDD')
                AND RUN_SEQ = :SG-RUN-SEQ
                AND OVR_TYPE = :SG-OVR-TYPE
                AND NVL(ENTITY_CD, 'MAIN') = :SG-ENTITY-CD
           END-EXEC.
           IF SQLCODE <> 0 AND SQLCODE <> +1403 THEN
              DISPLAY 'UNABLE TO CLEAR THE OVERRIDE LOG FOR '
                      SC-BUS-DATE '!'
              DISPLAY 'SQLCODE = ' SQLCODE
              SET SC-CHECK-FAILED TO TRUE
           END-IF.

       PREPARE-OVERRIDE-LOG-EXIT.
           EXIT.

       GET-ENTITY-CD.
           MOVE 'G' TO EC-MODE.
           MOVE SPACES TO EC-DD-NAME.
           CALL 'ENTCTX' USING ENTCTX-PARM.
           MOVE EC-ENTITY-CD TO SG-ENTITY-CD.

       WRITE-AUDIT-REC.
           MOVE SPACES TO O-AUDIT-REC.
           MOVE 'SIGNCHK' TO AUD-PROGRAM.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TIME FROM TIME.
           MOVE AUD-EVENT-WS TO AUD-EVENT.
           MOVE SQLCODE TO AUD-SQLCODE.
           MOVE AUD-ROWCOUNT-WS TO AUD-ROWCOUNT.
           MOVE AUD-MESSAGE-WS TO AUD-MESSAGE.
           MOVE SC-BUS-DATE TO AUD-BUS-DATE.
           OPEN EXTEND O-AUDIT-FILE.
           WRITE O-AUDIT-REC.
           CLOSE O-AUDIT-FILE.
