               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT I-PRCADJ-FILE
               ASSIGN TO DYNAMIC WS-PRCADJ-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-ADJ-FILE-STATUS.

           SELECT O-ADJRPT-FILE
               ASSIGN TO DYNAMIC WS-PRCADJRP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

              05 ADJ-NEW-VALUE     PIC 9(5)V9(3).
              05 ADJ-REASON-CD     PIC X(8).
              05 ADJ-AUTH-ID       PIC X(8).
              05 ADJ-KEYED-BY      PIC X(8).

           FD O-ADJRPT-FILE.
           01 O-ADJRPT-REC          PIC X(160).
             01 AJ-OLD-LATEST-P      PIC S9(5)V9(3).
             01 AJ-OLD-EOM-P         PIC S9(5)V9(3).
             01 AJ-NEW-VALUE         PIC 9(5)V9(3).
             01 AJ-OLD-VALUE         PIC S9(5)V9(3).
             01 AJ-FIELD-CD          PIC X(1).
             01 AJ-REASON-CD         PIC X(8).
             01 AJ-AUTH-ID           PIC X(8).
             01 AJ-RUN-DATE          PIC X(8).
             01 AJ-RUN-SEQ           PIC 9(3).
             01 EN-ENTITY-CD         PIC X(4).

           EXEC SQL END
              DECLARE SECTION
           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "BUSCALR".
           COPY "SIGNCHKR".
           COPY "DBRETRYR".
           COPY "ENTCTXR".

           01 WS-BUS-LABEL-WS      PIC X(60).

           01 AUD-MESSAGE-WS       PIC X(40) VALUE SPACES.

           01 WS-ADJ-FILE-STATUS   PIC X(02) VALUE SPACES.
           01 WS-PRCADJ-FILENAME   PIC X(20) VALUE 'PRCADJ'.
           01 WS-PRCADJRP-FILENAME PIC X(20) VALUE 'PRCADJRP'.
           01 WS-ADJ-EOF-WS        PIC X(02) VALUE SPACES.
               88 ADJ-EOF          VALUE HIGH-VALUES.

           01 WS-ADJ-APPL-CNT      PIC 9(5) VALUE 0.
           01 WS-ADJ-REJ-CNT       PIC 9(5) VALUE 0.
           01 WS-ADJ-OLD-VAL       PIC S9(5)V9(3).
           01 WS-ADJ-MOVE-PCT      PIC S9(5)V9(2).
           01 WS-ADJ-FIELD-NM      PIC X(17).
           01 WS-ADJ-REJ-REASON    PIC X(40).

                ' - MANUAL PRICE ADJUSTMENTS' DELIMITED BY SIZE
                INTO WS-BUS-LABEL-WS.

           IF RC-ENTITY-CD = SPACES OR RC-ENTITY-CD = LOW-VALUES THEN
              MOVE 'MAIN' TO RC-ENTITY-CD
           END-IF.
           MOVE RC-ENTITY-CD TO EN-ENTITY-CD.
           MOVE 'G' TO EC-MODE.
           MOVE 'PRCADJ' TO EC-DD-NAME.
           CALL 'ENTCTX' USING ENTCTX-PARM.
           MOVE EC-FILE-NAME TO WS-PRCADJ-FILENAME.
           MOVE 'PRCADJRP' TO EC-DD-NAME.
           CALL 'ENTCTX' USING ENTCTX-PARM.
           MOVE EC-FILE-NAME TO WS-PRCADJRP-FILENAME.

           OPEN INPUT I-PRCADJ-FILE.
           IF WS-ADJ-FILE-STATUS NOT = '00' THEN
              DISPLAY 'PRCADJ DATASET ABSENT - NO ADJUSTMENTS '
           PERFORM WRITE-AUDIT-REC.

           PERFORM ADJ-WRITE-HEADER.
           MOVE 'PRCADJ-PREPARE' TO DR-UNIT.
           MOVE 0 TO DR-ATTEMPT.
           PERFORM PREPARE-ADJ-LOG.
           MOVE 'C' TO SC-MODE.
           MOVE 'PRCADJ' TO SC-OVR-TYPE.
           MOVE AJ-RUN-DATE TO SC-BUS-DATE.
           MOVE AJ-RUN-SEQ TO SC-RUN-SEQ.
           CALL 'SIGNCHK' USING SIGNCHK-PARM.

           MOVE SPACES TO WS-ADJ-EOF-WS.
           PERFORM APPLY-ONE-ADJUSTMENT THRU APPLY-ADJUSTMENT-EXIT
                   UNTIL ADJ-EOF.
           CLOSE I-PRCADJ-FILE.

           IF WS-ADJ-APPL-CNT > 0 OR WS-ADJ-REJ-CNT > 0 THEN
              EXEC SQL
                 COMMIT
              END-EXEC
           MOVE ADJ-PROD-NM TO AJ-PROD-NM.
           MOVE ADJ-PROD-GR TO AJ-PROD-GR.
           MOVE ADJ-NEW-VALUE TO AJ-NEW-VALUE.
           MOVE 'PRCADJ-APPLY' TO DR-UNIT.
           MOVE 0 TO DR-ATTEMPT.
           EXEC SQL
              COMMIT
           END-EXEC.

       APPLY-ADJ-TO-DB.
           EXEC SQL
              SELECT COUNT(*)
              INTO :AJ-PROD-CNT
              FROM PROD
              WHERE PROD_NM = :AJ-PROD-NM
                AND PROD_GR = :AJ-PROD-GR
                AND NVL(ENTITY_CD, 'MAIN') = :EN-ENTITY-CD
           END-EXEC.
           IF SQLCODE < 0 THEN
              MOVE SQLCODE TO DR-SQLCODE
              PERFORM CHECK-DB-RETRY
              IF DR-RETRY THEN
                 GO TO APPLY-ADJ-TO-DB
              END-IF
              IF DR-EXHAUSTED THEN
                 PERFORM PRCADJ-RETRY-FAILED
              END-IF
           END-IF.
           IF SQLCODE <> 0 OR AJ-PROD-CNT = 0 THEN
              MOVE 'PRODUCT NOT IN THE ENTITY''S PROD MASTER' TO
                   WS-ADJ-REJ-REASON
              PERFORM ADJ-REJECT
              GO TO APPLY-ADJUSTMENT-EXIT
              GO TO APPLY-ADJUSTMENT-EXIT
           ELSE IF SQLCODE <> 0 THEN
              DISPLAY 'ERROR! SQLCODE - ' SQLCODE
              MOVE SQLCODE TO DR-SQLCODE
              PERFORM CHECK-DB-RETRY
              IF DR-RETRY THEN
                 GO TO APPLY-ADJ-TO-DB
              END-IF
              IF DR-EXHAUSTED THEN
                 PERFORM PRCADJ-RETRY-FAILED
              END-IF
              MOVE 'HISTORY ROW UNREADABLE' TO WS-ADJ-REJ-REASON
              PERFORM ADJ-REJECT
              GO TO APPLY-ADJUSTMENT-EXIT

           IF ADJ-FLD-PREV THEN
              MOVE AJ-OLD-PREV-P TO WS-ADJ-OLD-VAL
           ELSE IF ADJ-FLD-LATEST THEN
              MOVE AJ-OLD-LATEST-P TO WS-ADJ-OLD-VAL
           ELSE
              MOVE AJ-OLD-EOM-P TO WS-ADJ-OLD-VAL
           END-IF.
           PERFORM CHECK-ADJ-SIGNATORY.
           IF NOT SC-APPROVED THEN
              MOVE SC-REASON TO WS-ADJ-REJ-REASON
              PERFORM ADJ-REJECT
              GO TO APPLY-ADJUSTMENT-EXIT
           END-IF.

           IF ADJ-FLD-PREV THEN
              MOVE 'PREV_DAY_PRICE' TO WS-ADJ-FIELD-NM
              EXEC SQL
                 UPDATE PROD_PRICE_HIST
                   AND PROD_GR = :AJ-PROD-GR
              END-EXEC
           ELSE IF ADJ-FLD-LATEST THEN
              MOVE 'LATEST_PRICE' TO WS-ADJ-FIELD-NM
              EXEC SQL
                 UPDATE PROD_PRICE_HIST
                   AND PROD_GR = :AJ-PROD-GR
              END-EXEC
           ELSE
              MOVE 'END_OF_MNTH_PRICE' TO WS-ADJ-FIELD-NM
              EXEC SQL
                 UPDATE PROD_PRICE_HIST
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO ADJUST ' ADJ-PROD-NM '!'
              DISPLAY 'SQLCODE = ' SQLCODE
              IF SQLCODE < 0 THEN
                 MOVE SQLCODE TO DR-SQLCODE
                 PERFORM CHECK-DB-RETRY
                 IF DR-RETRY THEN
                    GO TO APPLY-ADJ-TO-DB
                 END-IF
                 IF DR-EXHAUSTED THEN
                    PERFORM PRCADJ-RETRY-FAILED
                 END-IF
              END-IF
              MOVE 'HISTORY UPDATE FAILED' TO WS-ADJ-REJ-REASON
              PERFORM ADJ-REJECT
              GO TO APPLY-ADJUSTMENT-EXIT
           END-IF.

           MOVE WS-ADJ-OLD-VAL TO AJ-OLD-VALUE.
           MOVE ADJ-FIELD-CD TO AJ-FIELD-CD.
           MOVE ADJ-REASON-CD TO AJ-REASON-CD.
           MOVE ADJ-AUTH-ID TO AJ-AUTH-ID.
           EXEC SQL
              INSERT INTO PROD_PRICE_ADJ_LOG
                 (BUS_DATE, RUN_SEQ, PROD_NM, PROD_GR, FIELD_CD,
                  OLD_VALUE, NEW_VALUE, REASON_CD, AUTH_ID, ADJ_TIME)
              VALUES (TO_DATE(:AJ-RUN-DATE, 'YYYYMMDD'),
                  :AJ-RUN-SEQ, :AJ-PROD-NM, :AJ-PROD-GR,
                  :AJ-FIELD-CD, :AJ-OLD-VALUE, :AJ-NEW-VALUE,
                  :AJ-REASON-CD, :AJ-AUTH-ID, SYSDATE)
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO LOG ADJUSTMENT FOR ' ADJ-PROD-NM '!'
              DISPLAY 'SQLCODE = ' SQLCODE
              IF SQLCODE < 0 THEN
                 MOVE SQLCODE TO DR-SQLCODE
                 PERFORM CHECK-DB-RETRY
                 IF DR-RETRY THEN
                    GO TO APPLY-ADJ-TO-DB
                 END-IF
                 IF DR-EXHAUSTED THEN
                    PERFORM PRCADJ-RETRY-FAILED
                 END-IF
              END-IF
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'ADJUSTMENT LOG INSERT FAILED' TO AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
           END-IF.
           EXEC SQL
              COMMIT
           END-EXEC.

           ADD 1 TO WS-ADJ-APPL-CNT.
           DISPLAY 'ADJUSTED ' ADJ-PROD-NM ' ' WS-ADJ-FIELD-NM ' '
                   WS-ADJ-OLD-VAL ' -> ' AJ-NEW-VALUE
                   ' BY ' ADJ-AUTH-ID ' KEYED BY ' ADJ-KEYED-BY.
           MOVE SPACES TO O-ADJRPT-REC.
           STRING '| ' DELIMITED BY SIZE
                ADJ-PROD-NM      DELIMITED BY SPACE
                ADJ-REASON-CD    DELIMITED BY SPACE
                ' | '            DELIMITED BY SIZE
                ADJ-AUTH-ID      DELIMITED BY SPACE
                '/'              DELIMITED BY SIZE
                ADJ-KEYED-BY     DELIMITED BY SPACE
                ' | APPLIED |'   DELIMITED BY SIZE
                INTO O-ADJRPT-REC.
           PERFORM ADJ-WRITE-REC.
           MOVE 0 TO AUD-ROWCOUNT-WS.
           PERFORM WRITE-AUDIT-REC.

       CHECK-ADJ-SIGNATORY.
           IF WS-ADJ-OLD-VAL <= 0 THEN
              MOVE 99999.99 TO WS-ADJ-MOVE-PCT
           ELSE
              COMPUTE WS-ADJ-MOVE-PCT ROUNDED =
                      (AJ-NEW-VALUE - WS-ADJ-OLD-VAL) * 100 /
                      WS-ADJ-OLD-VAL
                 ON SIZE ERROR
                    MOVE 99999.99 TO WS-ADJ-MOVE-PCT
              END-COMPUTE
           END-IF.
           IF WS-ADJ-MOVE-PCT < 0 THEN
              COMPUTE WS-ADJ-MOVE-PCT = 0 - WS-ADJ-MOVE-PCT
           END-IF.
           MOVE 'K' TO SC-MODE.
           MOVE 'PRCADJ' TO SC-OVR-TYPE.
           MOVE AJ-RUN-DATE TO SC-BUS-DATE.
           MOVE AJ-RUN-SEQ TO SC-RUN-SEQ.
           MOVE ADJ-PROD-NM TO SC-PROD-NM.
           MOVE ADJ-PROD-GR TO SC-PROD-GR.
           MOVE WS-ADJ-MOVE-PCT TO SC-MOVE-PCT.
           MOVE ADJ-AUTH-ID TO SC-APPROVER-ID.
           MOVE ADJ-KEYED-BY TO SC-KEYED-BY.
           CALL 'SIGNCHK' USING SIGNCHK-PARM.

       PREPARE-ADJ-LOG.
           MOVE RC-RUN-DATE TO AJ-RUN-DATE.
           IF RC-RUN-SEQ NOT NUMERIC OR RC-RUN-SEQ = 0 THEN
              MOVE 1 TO AJ-RUN-SEQ
           ELSE
              MOVE RC-RUN-SEQ TO AJ-RUN-SEQ
           END-IF.
           EXEC SQL
              CREATE TABLE PROD_PRICE_ADJ_LOG
              (
                  BUS_DATE           DATE,
                  RUN_SEQ            NUMBER(3),
                  PROD_NM            VARCHAR2(10),
                  PROD_GR            VARCHAR2(20),
                  FIELD_CD           VARCHAR2(1),
                  OLD_VALUE          NUMBER(8,3),
                  NEW_VALUE          NUMBER(8,3),
                  REASON_CD          VARCHAR2(8),
                  AUTH_ID            VARCHAR2(8),
                  ADJ_TIME           DATE
              )
           END-EXEC.
           IF SQLCODE = 0 THEN
              DISPLAY 'ADJUSTMENT LOG TABLE WAS CREATED.'
           ELSE IF SQLCODE = -955 THEN
              CONTINUE
           ELSE
              DISPLAY 'UNABLE TO CREATE ADJUSTMENT LOG TABLE!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE SQLCODE TO DR-SQLCODE
              PERFORM CHECK-DB-RETRY
              IF DR-RETRY THEN
                 GO TO PREPARE-ADJ-LOG
              END-IF
              IF DR-EXHAUSTED THEN
                 PERFORM PRCADJ-RETRY-FAILED
              END-IF
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'UNABLE TO CREATE PROD_PRICE_ADJ_LOG' TO
                   AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
           END-IF.
           EXEC SQL
              DELETE FROM PROD_PRICE_ADJ_LOG
              WHERE BUS_DATE = TO_DATE(:AJ-RUN-DATE, 'YYYYMMDD')
                AND RUN_SEQ = :AJ-RUN-SEQ
                AND PROD_GR IN
                   (SELECT PROD_GR FROM PROD
                    WHERE NVL(ENTITY_CD, 'MAIN') = :EN-ENTITY-CD)
           END-EXEC.
           IF SQLCODE < 0 THEN
              DISPLAY 'UNABLE TO CLEAR THE ADJUSTMENT LOG!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE SQLCODE TO DR-SQLCODE
              PERFORM CHECK-DB-RETRY
              IF DR-RETRY THEN
                 GO TO PREPARE-ADJ-LOG
              END-IF
              IF DR-EXHAUSTED THEN
                 PERFORM PRCADJ-RETRY-FAILED
              END-IF
           END-IF.
           EXEC SQL
              COMMIT
           END-EXEC.

       PRCADJ-RETRY-FAILED.
           CLOSE I-PRCADJ-FILE.
           DISPLAY 'ADJUSTMENTS APPLIED BEFORE THE FAILURE: '
                   WS-ADJ-APPL-CNT.
           MOVE 'ERROR' TO AUD-EVENT-WS.
           MOVE 'PRCADJ STOPPED - DATABASE UNAVAILABLE' TO
                AUD-MESSAGE-WS.
           MOVE WS-ADJ-APPL-CNT TO AUD-ROWCOUNT-WS.
           PERFORM WRITE-AUDIT-REC.
           MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.

       CHECK-DB-RETRY.
           MOVE 'K' TO DR-MODE.
           MOVE 'PRCADJ' TO DR-PROGRAM.
           MOVE RC-RUN-DATE TO DR-BUS-DATE.
           CALL 'DBRETRY' USING DBRETRY-PARM.

       ADJ-WRITE-HEADER.
           OPEN OUTPUT O-ADJRPT-FILE.
           WRITE O-ADJRPT-REC FROM WS-BUS-LABEL-WS.
           MOVE SPACES TO O-ADJRPT-REC.
           STRING '| PROD_NM | PROD_GR | FIELD | OLD -> NEW | '
                'REASON | AUTHORISER/KEYED BY | STATUS |'
                INTO O-ADJRPT-REC.
           WRITE O-ADJRPT-REC.
           CLOSE O-ADJRPT-FILE.
