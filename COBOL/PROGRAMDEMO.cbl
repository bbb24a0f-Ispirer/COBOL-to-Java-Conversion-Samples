                         SELECT O-RUNHIST-FILE ASSIGN TO 'RUNHIST'
                             ORGANIZATION IS LINE SEQUENTIAL
                             ACCESS IS SEQUENTIAL.
                         SELECT I-BUSCAL-FILE
                             ASSIGN TO DYNAMIC WS-BUSCAL-FILENAME
                             ORGANIZATION IS LINE SEQUENTIAL
                             ACCESS IS SEQUENTIAL
                             FILE STATUS IS WS-BUSCAL-FILE-STATUS.
                         SELECT I-ENTCTL-FILE ASSIGN TO 'ENTCTL'
                             ORGANIZATION IS LINE SEQUENTIAL
                             ACCESS IS SEQUENTIAL
                             FILE STATUS IS WS-ENTCTL-FILE-STATUS.


                     DATA DIVISION.
                         01 O-RUNHIST-REC          PIC X(100).
                         FD I-BUSCAL-FILE.
                         01 I-BUSCAL-REC           PIC X(8).
                         FD I-ENTCTL-FILE.
                         01 I-ENTCTL-REC.
                            05 ENTC-ENTITY-CD      PIC X(4).
                            05 ENTC-BASE-CURR      PIC X(3).
                            05 ENTC-DESC           PIC X(30).


                     WORKING-STORAGE SECTION.
                           01 CU-LAST-ARCH-IND     PIC S9(4) COMP.
                           01 SQ-NEXT-SEQ          PIC 9(3).
                           01 SQ-RUN-DATE          PIC X(8).
                           01 PH-RUN-DATE          PIC X(8).
                           01 PH-RUN-SEQ           PIC 9(3).
                           01 PH-SEQ-IND           PIC S9(4) COMP.
                           01 PH-PHASE-NM          PIC X(20).
                           01 PH-RUN-MODE          PIC X(12).
                           01 PH-DONE-CNT          PIC 9(3).
                           01 FP-FEED-ROWS         PIC S9(12).
                           01 FP-FEED-HASH         PIC S9(15)V9(3).
                           01 FP-SEC-ROWS          PIC S9(12).
                           01 FP-SEC-HASH          PIC S9(15)V9(3).
                           01 FP-LOAD-TS           PIC X(14).
                           01 FP-LOAD-TS-IND       PIC S9(4) COMP.
                           01 FP-OLD-ROWS          PIC S9(12).
                           01 FP-OLD-HASH          PIC S9(15)V9(3).
                           01 FP-OLD-LOAD-TS       PIC X(14).
                           01 FP-OLD-TS-IND        PIC S9(4) COMP.
                           01 EN-ENTITY-CD         PIC X(4).

                         EXEC SQL END
                            DECLARE SECTION
                        COPY "BUSCALR".
                        COPY "RUNSTATR".
                        COPY "RUNCTXR".
                        COPY "MEREVALR".
                        COPY "TRADRTNR".
                        COPY "DBRETRYR".
                        COPY "ENTCTXR".
                        COPY "CONSRPTR".

                        01 WS-BUSCAL-FILE-STATUS PIC X(02) VALUE SPACES.
                        01 WS-CAL-EOF-WS        PIC X(02) VALUE SPACES.
                           88 RUN-MODE-REPORT   VALUE 'REPORT-ONLY'.
                           88 RUN-MODE-REPLAY   VALUE 'REPLAY'.
                           88 RUN-MODE-SIMULATE VALUE 'SIMULATE'.
                           88 RUN-MODE-RESTART  VALUE 'RESTART'.
                        01 REPLAY-DATE-WS       PIC X(8) VALUE SPACES.
                        01 CONN-TEXT-WS         PIC X(80).
                        01 CONN-LEN-WS          PIC S9(4) COMP.

                        01 PHASE-LOG-SW         PIC X(01) VALUE SPACE.
                           88 PHASE-LOG-ON      VALUE 'Y'.
                        01 PHASE-PENDING-SW     PIC X(01) VALUE SPACE.
                           88 PHASE-PENDING     VALUE 'Y'.
                        01 RESUME-NOTED-SW      PIC X(01) VALUE SPACE.
                           88 RESUME-NOTED      VALUE 'Y'.
                        01 RESTART-REFUSED-SW   PIC X(01) VALUE SPACE.
                           88 RESTART-REFUSED   VALUE 'Y'.
                           88 RESTART-NOT-NEEDED VALUE 'C'.
                        01 WS-RESTART-SKIP-CNT  PIC 9(3) VALUE 0.

                        01 WS-BUSCAL-FILENAME   PIC X(20)
                                                VALUE 'BUSCAL'.
                        01 WS-ENTCTL-FILE-STATUS
                                                PIC X(02) VALUE SPACES.
                        01 WS-ENTCTL-EOF-WS     PIC X(02) VALUE SPACES.
                           88 ENTCTL-EOF        VALUE HIGH-VALUES.
                        01 WS-ENT-SUB           PIC 9(2) COMP.
                        01 WS-ENT-DUP-SUB       PIC 9(2) COMP.
                        01 WS-ENT-DUP-SW        PIC X(01) VALUE SPACE.
                           88 ENT-DUPLICATE     VALUE 'Y'.
                        01 WS-JOB-RC            PIC 9(2) VALUE 0.
                        01 REQ-MODE-WS          PIC X(12) VALUE SPACES.

                     LINKAGE SECTION.
                        01 LS-CONN-PARM.
                           05 LS-CONN-PARM-LEN     PIC S9(4) COMP.
                     IF NOT RUN-MODE-FULL AND NOT RUN-MODE-REFRESH
                        AND NOT RUN-MODE-REPORT AND
                        NOT RUN-MODE-REPLAY AND
                        NOT RUN-MODE-SIMULATE AND
                        NOT RUN-MODE-RESTART THEN
                        DISPLAY 'UNKNOWN RUN MODE: ' RUN-MODE-WS
                        DISPLAY 'VALID MODES ARE FULL, REFRESH-ONLY, '
                                'REPORT-ONLY, REPLAY, SIMULATE AND '
                                'RESTART.'
                        MOVE 'ERROR' TO AUD-EVENT-WS
                        MOVE 'UNKNOWN RUN MODE REQUESTED' TO
                             AUD-MESSAGE-WS
                     IF SQLCODE = 0 THEN
                        DISPLAY ' '
                        DISPLAY 'CONNECTION SUCCESSFUL.'
                        PERFORM SAVE-DB-CONNECTION
                        PERFORM ENSURE-ENTITY-COLUMNS
                        PERFORM LOAD-ENTITY-CONTROL
                           THRU LOAD-ENTITY-CONTROL-EXIT
                        MOVE RUN-MODE-WS TO REQ-MODE-WS
                        PERFORM RUN-ENTITY-CHAIN
                           THRU RUN-ENTITY-CHAIN-EXIT
                           VARYING WS-ENT-SUB FROM 1 BY 1
                           UNTIL WS-ENT-SUB > CS-ENT-CNT
                        MOVE REQ-MODE-WS TO RUN-MODE-WS
                        MOVE 0 TO WS-JOB-RC
                        PERFORM TALLY-ENTITY-RC
                           VARYING WS-ENT-SUB FROM 1 BY 1
                           UNTIL WS-ENT-SUB > CS-ENT-CNT
                        IF CS-ENT-CNT > 1 AND
                           NOT RUN-MODE-REFRESH AND
                           NOT RUN-MODE-REPLAY AND
                           NOT RUN-MODE-SIMULATE THEN
                           PERFORM RUN-CONSOLIDATION
                        END-IF
                        MOVE WS-JOB-RC TO RETURN-CODE
                     ELSE
                        DISPLAY 'UNABLE TO CONNECT!'
                        DISPLAY 'SQLCODE = ' SQLCODE
                        DISPLAY 'PROGRAM WAS STOPPED!'
                        MOVE 'ERROR' TO AUD-EVENT-WS
                        MOVE 'UNABLE TO CONNECT TO DATABASE' TO
                             AUD-MESSAGE-WS
                        PERFORM WRITE-AUDIT-REC
                     END-IF.

                     STOP RUN.

                     RUN-ENTITY-CHAIN.
                        PERFORM START-ENTITY.
                        PERFORM ACQUIRE-RUN-LOCK.
                        IF NOT RUN-LOCK-HELD THEN
                           DISPLAY 'ANOTHER PRICE CHAIN RUN IS '
                                   'ALREADY ACTIVE FOR ENTITY '
                                   RC-ENTITY-CD ' - SKIPPED.'
                           DISPLAY 'IF NO OTHER RUN IS LIVE, DELETE '
                                   'THE ENTITY''S PRICE_RUN_LOCK ROW '
                                   'AND RESUBMIT.'
                           MOVE 'ERROR' TO AUD-EVENT-WS
                           MOVE 'RUN LOCK HELD BY ANOTHER RUN' TO
                                AUD-MESSAGE-WS
                           PERFORM WRITE-AUDIT-REC
                           MOVE 16 TO CS-ENT-RC(WS-ENT-SUB)
                           GO TO RUN-ENTITY-CHAIN-EXIT
                        END-IF
                        DISPLAY 'RUN PROCCESS.'
                        MOVE 'STARTING CHAIN' TO RS-PHASE
                        MOVE RUN-MODE-WS TO RC-RUN-MODE
                        MOVE 1 TO RC-RUN-SEQ
                        MOVE SPACE TO RC-CATCHUP-FLAG
                        MOVE SPACE TO RC-RESTART-FLAG
                        IF RUN-MODE-FULL THEN
                           PERFORM CATCHUP-MISSED-DATES
                              THRU CATCHUP-MISSED-EXIT
                           IF CATCHUP-FAILED THEN
                              PERFORM CRTAB-FAILURE-CLEANUP
                              GO TO RUN-ENTITY-CHAIN-EXIT
                           END-IF
                        END-IF
                        IF RUN-MODE-REPLAY THEN
                        END-IF
                        MOVE SPACE TO RC-CATCHUP-FLAG
                        MOVE 1 TO RC-RUN-SEQ
                        IF RUN-MODE-RESTART THEN
                           PERFORM RESTART-LOCATE
                              THRU RESTART-LOCATE-EXIT
                           IF RESTART-REFUSED OR RESTART-NOT-NEEDED THEN
                              PERFORM RESTART-REFUSAL-STOP
                              GO TO RUN-ENTITY-CHAIN-EXIT
                           END-IF
                        END-IF
                        IF NOT RUN-MODE-REPLAY AND
                           NOT RUN-MODE-SIMULATE AND
                           NOT RC-RESTART THEN
                           PERFORM DETERMINE-RUN-SEQ
                           PERFORM RECORD-CHAIN-START
                              THRU RECORD-CHAIN-START-EXIT
                        END-IF
                        IF NOT RUN-MODE-REPORT AND
                           NOT RUN-MODE-REPLAY AND
                           NOT RUN-MODE-SIMULATE THEN
                           IF EC-HOME-ENTITY THEN
                              MOVE 'PRDRECON' TO PH-PHASE-NM
                              PERFORM CHECK-PHASE-PENDING
                                 THRU CHECK-PHASE-PENDING-EXIT
                              IF PHASE-PENDING THEN
                                 CALL "PRDRECON" USING RUN-CTX
                                 PERFORM RECORD-PHASE-DONE
                              END-IF
                           END-IF
                           MOVE 'CRTAB' TO PH-PHASE-NM
                           PERFORM CHECK-PHASE-PENDING
                              THRU CHECK-PHASE-PENDING-EXIT
                           IF PHASE-PENDING THEN
                              CALL "CRTAB" USING RUN-CTX
                              IF RETURN-CODE NOT = 0 THEN
                                 PERFORM CRTAB-FAILURE-CLEANUP
                                 GO TO RUN-ENTITY-CHAIN-EXIT
                              END-IF
                              PERFORM RECORD-PHASE-DONE
                           END-IF
                        END-IF
                        IF RUN-MODE-FULL THEN
                           MOVE 'PRCADJ' TO PH-PHASE-NM
                           PERFORM CHECK-PHASE-PENDING
                              THRU CHECK-PHASE-PENDING-EXIT
                           IF PHASE-PENDING THEN
                              CALL "PRCADJ" USING RUN-CTX
                              IF RETURN-CODE NOT = 0 THEN
                                 PERFORM PRCADJ-FAILURE-CLEANUP
                                 GO TO RUN-ENTITY-CHAIN-EXIT
                              END-IF
                              PERFORM RECORD-PHASE-DONE
                           END-IF
                        END-IF
                        IF NOT RUN-MODE-REFRESH THEN
                           MOVE 'MNPROCESS' TO PH-PHASE-NM
                           PERFORM CHECK-PHASE-PENDING
                              THRU CHECK-PHASE-PENDING-EXIT
                           IF PHASE-PENDING THEN
                              CALL "MNPROCESS" USING RUN-CTX
                              IF RETURN-CODE = 0 THEN
                                 PERFORM RECORD-PHASE-DONE
                              END-IF
                           END-IF
                           IF RETURN-CODE = 0 AND
                              NOT RUN-MODE-REPLAY AND
                              NOT RUN-MODE-SIMULATE THEN
                              PERFORM RUN-POST-AVERAGE-PHASES
                                 THRU RUN-POST-AVERAGE-EXIT
                           END-IF
                        END-IF
                        IF RETURN-CODE NOT = 0 THEN
                           PERFORM MNPROCESS-FAILURE-CLEANUP
                        ELSE
                           DISPLAY 'PROCESS IS FINISHED.'
                           MOVE 'CHAIN END' TO PH-PHASE-NM
                           PERFORM RECORD-PHASE-DONE
                           IF RC-RESTART THEN
                              DISPLAY 'RESTART COMPLETE - '
                                      WS-RESTART-SKIP-CNT
                                      ' PHASE(S) WERE ALREADY DONE.'
                              MOVE 'RESTART' TO AUD-EVENT-WS
                              MOVE 'RESTARTED CHAIN COMPLETED' TO
                                   AUD-MESSAGE-WS
                              PERFORM WRITE-AUDIT-REC
                           END-IF
                           MOVE 'CHAIN COMPLETED' TO RS-PHASE
                           PERFORM WRITE-RUN-STATUS-ADD
                           MOVE 'END' TO AUD-EVENT-WS
                                AUD-MESSAGE-WS
                           PERFORM WRITE-AUDIT-REC
                        END-IF
                        MOVE RETURN-CODE TO CS-ENT-RC(WS-ENT-SUB)
                        MOVE RC-RUN-SEQ TO CS-ENT-RUN-SEQ(WS-ENT-SUB)
                        PERFORM RELEASE-RUN-LOCK.

                     RUN-ENTITY-CHAIN-EXIT.
                        EXIT.

                     START-ENTITY.
                        MOVE CS-ENT-CD(WS-ENT-SUB) TO RC-ENTITY-CD.
                        MOVE CS-ENT-CURR(WS-ENT-SUB) TO RC-BASE-CURR.
                        MOVE RC-ENTITY-CD TO EN-ENTITY-CD.
                        MOVE 'S' TO EC-MODE.
                        MOVE RC-ENTITY-CD TO EC-ENTITY-CD.
                        MOVE RC-BASE-CURR TO EC-BASE-CURR.
                        CALL 'ENTCTX' USING ENTCTX-PARM.
                        MOVE 'G' TO EC-MODE.
                        MOVE 'BUSCAL' TO EC-DD-NAME.
                        CALL 'ENTCTX' USING ENTCTX-PARM.
                        MOVE EC-FILE-NAME TO WS-BUSCAL-FILENAME.
                        MOVE REQ-MODE-WS TO RUN-MODE-WS.
                        MOVE SPACE TO PHASE-LOG-SW.
                        MOVE SPACE TO RESUME-NOTED-SW.
                        MOVE SPACE TO RESTART-REFUSED-SW.
                        MOVE SPACE TO WS-CATCHUP-FAIL-SW.
                        MOVE 0 TO WS-RESTART-SKIP-CNT.
                        MOVE 0 TO RETURN-CODE.
                        ACCEPT BC-WALL-DATE FROM DATE YYYYMMDD.
                        CALL 'BUSCAL' USING BUSCAL-PARM.
                        MOVE BC-BUS-DATE TO CS-ENT-RUN-DATE(WS-ENT-SUB).
                        IF CS-ENT-CNT > 1 THEN
                           DISPLAY ' '
                           DISPLAY 'ENTITY ' RC-ENTITY-CD ' - '
                                   CS-ENT-DESC(WS-ENT-SUB)
                           DISPLAY 'BASE CURRENCY ' RC-BASE-CURR
                                   ', BUSINESS DATE ' BC-BUS-DATE
                           MOVE 'ENTITY' TO AUD-EVENT-WS
                           MOVE SPACES TO AUD-MESSAGE-WS
                           STRING 'ENTITY ' DELIMITED BY SIZE
                                RC-ENTITY-CD DELIMITED BY SPACE
                                ' CHAIN STARTED' DELIMITED BY SIZE
                                INTO AUD-MESSAGE-WS
                           PERFORM WRITE-AUDIT-REC
                        END-IF.
                        IF BC-CAL-FOUND = 'Y' AND BC-DAYS-LEFT < 60
                           THEN
                           DISPLAY 'WARNING: BUSCAL HOLDS ONLY '
                                   BC-DAYS-LEFT ' BUSINESS DAYS AFTER '
                                   'TODAY - RUN CALGEN FOR NEXT YEAR.'
                           MOVE 'WARN' TO AUD-EVENT-WS
                           MOVE 'BUSCAL HAS UNDER 60 BUSINESS DAYS LEFT'
                                TO AUD-MESSAGE-WS
                           PERFORM WRITE-AUDIT-REC
                        END-IF.

                     SET-ENTITY-FAILED.
                        MOVE RETURN-CODE TO CS-ENT-RC(WS-ENT-SUB).
                        IF CS-ENT-RC(WS-ENT-SUB) = 0 THEN
                           MOVE 8 TO CS-ENT-RC(WS-ENT-SUB)
                        END-IF.
                        IF CS-ENT-CNT > 1 THEN
                           DISPLAY 'ENTITY ' RC-ENTITY-CD ' FAILED - '
                                   'CONTINUING WITH THE NEXT ENTITY.'
                        END-IF.

                     TALLY-ENTITY-RC.
                        IF CS-ENT-CD(WS-ENT-SUB) NOT = 'MAIN' AND
                           CS-ENT-RC(WS-ENT-SUB) > 4 THEN
                           DISPLAY 'ENTITY ' CS-ENT-CD(WS-ENT-SUB)
                                   ' FAILED - STEP RC HELD AT 4 SO '
                                   'THE HOME ENTITY''S FOLLOW-ON '
                                   'STEPS STILL RUN.'
                           MOVE 'ERROR' TO AUD-EVENT-WS
                           MOVE SPACES TO AUD-MESSAGE-WS
                           STRING 'ENTITY ' DELIMITED BY SIZE
                                CS-ENT-CD(WS-ENT-SUB)
                                               DELIMITED BY SPACE
                                ' FAILED RC ' DELIMITED BY SIZE
                                CS-ENT-RC(WS-ENT-SUB)
                                               DELIMITED BY SIZE
                                ' - STEP RC 4' DELIMITED BY SIZE
                                INTO AUD-MESSAGE-WS
                           PERFORM WRITE-AUDIT-REC
                           IF WS-JOB-RC < 4 THEN
                              MOVE 4 TO WS-JOB-RC
                           END-IF
                        ELSE IF CS-ENT-RC(WS-ENT-SUB) > WS-JOB-RC THEN
                           MOVE CS-ENT-RC(WS-ENT-SUB) TO WS-JOB-RC
                        END-IF.
                        IF CS-ENT-CNT > 1 THEN
                           DISPLAY 'ENTITY ' CS-ENT-CD(WS-ENT-SUB)
                                   ' ENDED RC ' CS-ENT-RC(WS-ENT-SUB)
                           MOVE 'ENTITY' TO AUD-EVENT-WS
                           MOVE SPACES TO AUD-MESSAGE-WS
                           STRING 'ENTITY ' DELIMITED BY SIZE
                                CS-ENT-CD(WS-ENT-SUB)
                                               DELIMITED BY SPACE
                                ' ENDED RC ' DELIMITED BY SIZE
                                CS-ENT-RC(WS-ENT-SUB)
                                               DELIMITED BY SIZE
                                INTO AUD-MESSAGE-WS
                           PERFORM WRITE-AUDIT-REC
                        END-IF.

                     RUN-CONSOLIDATION.
                        DISPLAY ' '.
                        DISPLAY 'WRITING THE CONSOLIDATED ENTITY '
                                'SUMMARY...'.
                        CALL 'CONSRPT' USING CONSRPT-PARM.
                        IF RETURN-CODE NOT = 0 THEN
                           DISPLAY 'CONSOLIDATED SUMMARY FAILED - '
                                   'RETURN-CODE = ' RETURN-CODE
                           MOVE 'WARN' TO AUD-EVENT-WS
                           MOVE 'CONSOLIDATED SUMMARY FAILED' TO
                                AUD-MESSAGE-WS
                           PERFORM WRITE-AUDIT-REC
                           IF WS-JOB-RC < 4 THEN
                              MOVE 4 TO WS-JOB-RC
                           END-IF
                        END-IF.

                     CATCHUP-MISSED-DATES.
                        MOVE 0 TO WS-CATCHUP-CNT.
                           SELECT TO_CHAR(MAX(RUN_DATE), 'YYYYMMDD')
                           INTO :CU-LAST-ARCH-DATE:CU-LAST-ARCH-IND
                           FROM PROD_PRICE_HIST_ARCHIVE
                           WHERE ENTITY_CD = :EN-ENTITY-CD
                        END-EXEC
                        IF SQLCODE NOT = 0 OR CU-LAST-ARCH-IND < 0 THEN
                           GO TO CATCHUP-MISSED-EXIT
                           FROM GROUP_PRICE_AVG
                           WHERE RUN_DATE = TO_DATE(:SQ-RUN-DATE,
                                                    'YYYYMMDD')
                             AND ENTITY_CD = :EN-ENTITY-CD
                        END-EXEC
                        IF SQLCODE = 0 THEN
                           MOVE SQ-NEXT-SEQ TO RC-RUN-SEQ
                           PERFORM WRITE-AUDIT-REC
                        END-IF.

                     RECORD-CHAIN-START.
                        EXEC SQL
                           CREATE TABLE RUN_PHASE_LOG
                           (
                               RUN_DATE      DATE,
                               RUN_SEQ       NUMBER(3),
                               PHASE_NM      VARCHAR2(20),
                               RUN_MODE      VARCHAR2(12),
                               FEED_ROWS     NUMBER(12),
                               FEED_HASH     NUMBER(18,3),
                               FEED_LOAD_TS  VARCHAR2(14),
                               DONE_TIME     DATE,
                               ENTITY_CD     VARCHAR2(4) DEFAULT 'MAIN'
                           )
                        END-EXEC.
                        IF SQLCODE NOT = 0 AND SQLCODE NOT = -955 THEN
                           DISPLAY 'UNABLE TO CREATE RUN_PHASE_LOG!'
                           DISPLAY 'SQLCODE = ' SQLCODE
                           GO TO RECORD-CHAIN-START-FAIL
                        END-IF.
                        MOVE RC-RUN-DATE TO PH-RUN-DATE.
                        MOVE RC-RUN-SEQ TO PH-RUN-SEQ.
                        MOVE RUN-MODE-WS TO PH-RUN-MODE.
                        EXEC SQL
                           DELETE FROM RUN_PHASE_LOG
                           WHERE RUN_DATE = TO_DATE(:PH-RUN-DATE,
                                                    'YYYYMMDD')
                             AND RUN_SEQ = :PH-RUN-SEQ
                             AND ENTITY_CD = :EN-ENTITY-CD
                        END-EXEC.
                        PERFORM TAKE-FEED-FINGERPRINT.
                        EXEC SQL
                           INSERT INTO RUN_PHASE_LOG
                              (RUN_DATE, RUN_SEQ, PHASE_NM, RUN_MODE,
                               FEED_ROWS, FEED_HASH, FEED_LOAD_TS,
                               DONE_TIME, ENTITY_CD)
                           VALUES (TO_DATE(:PH-RUN-DATE, 'YYYYMMDD'),
                                   :PH-RUN-SEQ, 'CHAIN START',
                                   :PH-RUN-MODE, :FP-FEED-ROWS,
                                   :FP-FEED-HASH, :FP-LOAD-TS, SYSDATE,
                                   :EN-ENTITY-CD)
                        END-EXEC.
                        IF SQLCODE NOT = 0 THEN
                           DISPLAY 'UNABLE TO RECORD CHAIN START!'
                           DISPLAY 'SQLCODE = ' SQLCODE
                           GO TO RECORD-CHAIN-START-FAIL
                        END-IF.
                        EXEC SQL
                           COMMIT
                        END-EXEC.
                        SET PHASE-LOG-ON TO TRUE.
                        GO TO RECORD-CHAIN-START-EXIT.

                     RECORD-CHAIN-START-FAIL.
                        DISPLAY 'PHASES ARE NOT BEING RECORDED - THIS '
                                'RUN CANNOT BE RESTARTED.'
                        MOVE 'WARN' TO AUD-EVENT-WS
                        MOVE 'PHASE LOG UNAVAILABLE - NO RESTART' TO
                             AUD-MESSAGE-WS
                        PERFORM WRITE-AUDIT-REC.

                     RECORD-CHAIN-START-EXIT.
                        EXIT.

                     TAKE-FEED-FINGERPRINT.
                        EXEC SQL
                           SELECT (SELECT COUNT(*) FROM PROD) +
                                  (SELECT COUNT(*)
                                   FROM PROD_PREV_DAY_PR) +
                                  (SELECT COUNT(*)
                                   FROM PROD_LATEST_PR) +
                                  (SELECT COUNT(*)
                                   FROM PROD_END_OF_MNTH_PR) +
                                  (SELECT COUNT(*) FROM PROD_VOLUME) +
                                  (SELECT COUNT(*) FROM PROD_COST),
                                  (SELECT NVL(SUM(PREV_DAY_PRICE), 0)
                                   FROM PROD_PREV_DAY_PR) +
                                  (SELECT NVL(SUM(LATEST_PRICE), 0)
                                   FROM PROD_LATEST_PR) +
                                  (SELECT NVL(SUM(END_OF_MNTH_PRICE),
                                              0)
                                   FROM PROD_END_OF_MNTH_PR) +
                                  (SELECT NVL(SUM(VOLUME), 0)
                                   FROM PROD_VOLUME) +
                                  (SELECT NVL(SUM(UNIT_COST), 0)
                                   FROM PROD_COST)
                           INTO :FP-FEED-ROWS, :FP-FEED-HASH
                           FROM DUAL
                        END-EXEC.
                        IF SQLCODE NOT = 0 THEN
                           DISPLAY 'UNABLE TO TOTAL THE FEED TABLES - '
                                   'SQLCODE = ' SQLCODE
                           MOVE 0 TO FP-FEED-ROWS
                           MOVE 0 TO FP-FEED-HASH
                        END-IF.
                        EXEC SQL
                           SELECT COUNT(*),
                                  NVL(SUM(NVL(PREV_DAY_PRICE, 0) +
                                          NVL(LATEST_PRICE, 0) +
                                          NVL(END_OF_MNTH_PRICE, 0)),
                                      0)
                           INTO :FP-SEC-ROWS, :FP-SEC-HASH
                           FROM PROD_SEC_PR
                        END-EXEC.
                        IF SQLCODE = 0 THEN
                           ADD FP-SEC-ROWS TO FP-FEED-ROWS
                           ADD FP-SEC-HASH TO FP-FEED-HASH
                        END-IF.
                        EXEC SQL
                           SELECT TO_CHAR(MAX(LOAD_DATE),
                                          'YYYYMMDDHH24MISS')
                           INTO :FP-LOAD-TS:FP-LOAD-TS-IND
                           FROM FEED_LOAD_STATUS
                        END-EXEC.
                        IF SQLCODE NOT = 0 OR FP-LOAD-TS-IND < 0 THEN
                           MOVE SPACES TO FP-LOAD-TS
                        END-IF.

                     RESTART-LOCATE.
                        IF REPLAY-DATE-WS NOT = SPACES THEN
                           IF REPLAY-DATE-WS NOT NUMERIC THEN
                              DISPLAY 'RESTART DATE MUST BE YYYYMMDD, '
                                      'E.G. ''ora/ora/UTEST,RESTART,'
                                      '20250101''.'
                              MOVE 'RESTART DATE INVALID' TO
                                   AUD-MESSAGE-WS
                              SET RESTART-REFUSED TO TRUE
                              GO TO RESTART-LOCATE-EXIT
                           END-IF
                           MOVE REPLAY-DATE-WS TO RC-RUN-DATE
                        END-IF.
                        MOVE RC-RUN-DATE TO PH-RUN-DATE.
                        EXEC SQL
                           SELECT MAX(RUN_SEQ)
                           INTO :PH-RUN-SEQ:PH-SEQ-IND
                           FROM RUN_PHASE_LOG
                           WHERE RUN_DATE = TO_DATE(:PH-RUN-DATE,
                                                    'YYYYMMDD')
                             AND PHASE_NM = 'CHAIN START'
                             AND ENTITY_CD = :EN-ENTITY-CD
                        END-EXEC.
                        IF SQLCODE NOT = 0 OR PH-SEQ-IND < 0 THEN
                           DISPLAY 'NO CHAIN ATTEMPT IS RECORDED FOR '
                                   RC-RUN-DATE ' - NOTHING TO '
                                   'RESTART.  SUBMIT A FULL RUN.'
                           MOVE 'NO ATTEMPT RECORDED TO RESTART' TO
                                AUD-MESSAGE-WS
                           SET RESTART-REFUSED TO TRUE
                           GO TO RESTART-LOCATE-EXIT
                        END-IF.
                        MOVE PH-RUN-SEQ TO RC-RUN-SEQ.
                        EXEC SQL
                           SELECT RUN_MODE, NVL(FEED_ROWS, 0),
                                  NVL(FEED_HASH, 0), FEED_LOAD_TS
                           INTO :PH-RUN-MODE, :FP-OLD-ROWS,
                                :FP-OLD-HASH,
                                :FP-OLD-LOAD-TS:FP-OLD-TS-IND
                           FROM RUN_PHASE_LOG
                           WHERE RUN_DATE = TO_DATE(:PH-RUN-DATE,
                                                    'YYYYMMDD')
                             AND RUN_SEQ = :PH-RUN-SEQ
                             AND PHASE_NM = 'CHAIN START'
                             AND ENTITY_CD = :EN-ENTITY-CD
                        END-EXEC.
                        IF SQLCODE NOT = 0 THEN
                           DISPLAY 'UNABLE TO READ THE CHAIN START '
                                   'RECORD - SQLCODE = ' SQLCODE
                           MOVE 'CHAIN START RECORD UNREADABLE' TO
                                AUD-MESSAGE-WS
                           SET RESTART-REFUSED TO TRUE
                           GO TO RESTART-LOCATE-EXIT
                        END-IF.
                        IF FP-OLD-TS-IND < 0 THEN
                           MOVE SPACES TO FP-OLD-LOAD-TS
                        END-IF.
                        EXEC SQL
                           SELECT COUNT(*)
                           INTO :PH-DONE-CNT
                           FROM RUN_PHASE_LOG
                           WHERE RUN_DATE = TO_DATE(:PH-RUN-DATE,
                                                    'YYYYMMDD')
                             AND RUN_SEQ = :PH-RUN-SEQ
                             AND PHASE_NM = 'CHAIN END'
                             AND ENTITY_CD = :EN-ENTITY-CD
                        END-EXEC.
                        IF SQLCODE = 0 AND PH-DONE-CNT > 0 THEN
                           DISPLAY 'RUN ' PH-RUN-SEQ ' OF '
                                   RC-RUN-DATE ' COMPLETED - NOTHING '
                                   'TO RESTART.'
                           MOVE 'LAST ATTEMPT COMPLETED - NO RESTART'
                                TO AUD-MESSAGE-WS
                           SET RESTART-NOT-NEEDED TO TRUE
                           GO TO RESTART-LOCATE-EXIT
                        END-IF.
                        PERFORM TAKE-FEED-FINGERPRINT.
                        IF FP-FEED-ROWS NOT = FP-OLD-ROWS OR
                           FP-FEED-HASH NOT = FP-OLD-HASH OR
                           FP-LOAD-TS NOT = FP-OLD-LOAD-TS THEN
                           DISPLAY 'FEED TABLES HAVE CHANGED SINCE '
                                   'RUN ' PH-RUN-SEQ ' OF '
                                   RC-RUN-DATE ' STARTED - RESTART '
                                   'REFUSED.'
                           DISPLAY 'ROWS ' FP-OLD-ROWS ' NOW '
                                   FP-FEED-ROWS ' / HASH '
                                   FP-OLD-HASH ' NOW ' FP-FEED-HASH
                                   ' / LAST LOAD ' FP-OLD-LOAD-TS
                                   ' NOW ' FP-LOAD-TS
                           DISPLAY 'SUBMIT A FULL RUN AGAINST THE NEW '
                                   'FEEDS INSTEAD.'
                           MOVE 'FEEDS CHANGED SINCE FAILED ATTEMPT' TO
                                AUD-MESSAGE-WS
                           SET RESTART-REFUSED TO TRUE
                           GO TO RESTART-LOCATE-EXIT
                        END-IF.
                        MOVE PH-RUN-MODE TO RUN-MODE-WS.
                        MOVE PH-RUN-MODE TO RC-RUN-MODE.
                        MOVE 'Y' TO RC-RESTART-FLAG.
                        SET PHASE-LOG-ON TO TRUE.
                        DISPLAY 'RESTARTING RUN ' RC-RUN-SEQ ' OF '
                                RC-RUN-DATE ' (' RUN-MODE-WS ') - '
                                'FEEDS UNCHANGED.'.
                        MOVE 'RESTART' TO AUD-EVENT-WS.
                        MOVE SPACES TO AUD-MESSAGE-WS.
                        STRING 'RESTART OF ' DELIMITED BY SIZE
                             RC-RUN-DATE DELIMITED BY SIZE
                             ' RUN ' DELIMITED BY SIZE
                             RC-RUN-SEQ DELIMITED BY SIZE
                             ' MODE ' DELIMITED BY SIZE
                             RUN-MODE-WS DELIMITED BY SPACE
                             INTO AUD-MESSAGE-WS.
                        PERFORM WRITE-AUDIT-REC.

                     RESTART-LOCATE-EXIT.
                        EXIT.

                     RESTART-REFUSAL-STOP.
                        IF RESTART-NOT-NEEDED AND CS-ENT-CNT > 1 THEN
                           DISPLAY 'NOTHING TO RESTART FOR ENTITY '
                                   RC-ENTITY-CD ' - SKIPPED.'
                           MOVE 'RESTART' TO AUD-EVENT-WS
                           PERFORM WRITE-AUDIT-REC
                           MOVE 0 TO CS-ENT-RC(WS-ENT-SUB)
                           MOVE RC-RUN-SEQ TO CS-ENT-RUN-SEQ(WS-ENT-SUB)
                        ELSE
                           DISPLAY 'RESTART REFUSED - RUN STOPPED.'
                           MOVE 'ERROR' TO AUD-EVENT-WS
                           PERFORM WRITE-AUDIT-REC
                           MOVE 8 TO CS-ENT-RC(WS-ENT-SUB)
                        END-IF
                        PERFORM RELEASE-RUN-LOCK.

                     CHECK-PHASE-PENDING.
                        SET PHASE-PENDING TO TRUE.
                        IF NOT RC-RESTART THEN
                           GO TO CHECK-PHASE-PENDING-EXIT
                        END-IF.
                        EXEC SQL
                           SELECT COUNT(*)
                           INTO :PH-DONE-CNT
                           FROM RUN_PHASE_LOG
                           WHERE RUN_DATE = TO_DATE(:PH-RUN-DATE,
                                                    'YYYYMMDD')
                             AND RUN_SEQ = :PH-RUN-SEQ
                             AND PHASE_NM = :PH-PHASE-NM
                             AND ENTITY_CD = :EN-ENTITY-CD
                        END-EXEC.
                        IF SQLCODE = 0 AND PH-DONE-CNT > 0 THEN
                           MOVE SPACE TO PHASE-PENDING-SW
                           MOVE 0 TO RETURN-CODE
                           ADD 1 TO WS-RESTART-SKIP-CNT
                           DISPLAY 'PHASE ' PH-PHASE-NM
                                   ' ALREADY COMPLETE - SKIPPED.'
                           MOVE 'RESTART' TO AUD-EVENT-WS
                           MOVE SPACES TO AUD-MESSAGE-WS
                           STRING 'ALREADY COMPLETE, SKIPPED: '
                                DELIMITED BY SIZE
                                PH-PHASE-NM DELIMITED BY SPACE
                                INTO AUD-MESSAGE-WS
                           PERFORM WRITE-AUDIT-REC
                           GO TO CHECK-PHASE-PENDING-EXIT
                        END-IF.
                        IF NOT RESUME-NOTED THEN
                           SET RESUME-NOTED TO TRUE
                           DISPLAY 'RESUMING AT PHASE ' PH-PHASE-NM
                           MOVE 'RESTART' TO AUD-EVENT-WS
                           MOVE SPACES TO AUD-MESSAGE-WS
                           STRING 'RESUMED AT PHASE: '
                                DELIMITED BY SIZE
                                PH-PHASE-NM DELIMITED BY SPACE
                                INTO AUD-MESSAGE-WS
                           PERFORM WRITE-AUDIT-REC
                        END-IF.

                     CHECK-PHASE-PENDING-EXIT.
                        EXIT.

                     RECORD-PHASE-DONE.
                        IF PHASE-LOG-ON THEN
                           MOVE RC-RUN-DATE TO PH-RUN-DATE
                           MOVE RC-RUN-SEQ TO PH-RUN-SEQ
                           MOVE RUN-MODE-WS TO PH-RUN-MODE
                           EXEC SQL
                              INSERT INTO RUN_PHASE_LOG
                                 (RUN_DATE, RUN_SEQ, PHASE_NM,
                                  RUN_MODE, DONE_TIME, ENTITY_CD)
                              VALUES (TO_DATE(:PH-RUN-DATE,
                                              'YYYYMMDD'),
                                      :PH-RUN-SEQ, :PH-PHASE-NM,
                                      :PH-RUN-MODE, SYSDATE,
                                      :EN-ENTITY-CD)
                           END-EXEC
                           IF SQLCODE = 0 THEN
                              EXEC SQL
                                 COMMIT
                              END-EXEC
                           ELSE
                              DISPLAY 'UNABLE TO RECORD PHASE '
                                      PH-PHASE-NM ' - SQLCODE = '
                                      SQLCODE
                           END-IF
                        END-IF.

                     RUN-POST-AVERAGE-PHASES.
                        MOVE 'GRPTREND' TO PH-PHASE-NM.
                        PERFORM CHECK-PHASE-PENDING
                           THRU CHECK-PHASE-PENDING-EXIT.
                        IF PHASE-PENDING THEN
                           CALL "GRPTREND"
                           IF RETURN-CODE NOT = 0 THEN
                              GO TO RUN-POST-AVERAGE-EXIT
                           END-IF
                           PERFORM RECORD-PHASE-DONE
                        END-IF.
                        MOVE 'GRPFCST' TO PH-PHASE-NM.
                        PERFORM CHECK-PHASE-PENDING
                           THRU CHECK-PHASE-PENDING-EXIT.
                        IF PHASE-PENDING THEN
                           CALL "GRPFCST"
                           IF RETURN-CODE NOT = 0 THEN
                              GO TO RUN-POST-AVERAGE-EXIT
                           END-IF
                           PERFORM RECORD-PHASE-DONE
                        END-IF.
                        MOVE 'SNAPCMP' TO PH-PHASE-NM.
                        PERFORM CHECK-PHASE-PENDING
                           THRU CHECK-PHASE-PENDING-EXIT.
                        IF PHASE-PENDING THEN
                           CALL "SNAPCMP"
                           IF RETURN-CODE NOT = 0 THEN
                              GO TO RUN-POST-AVERAGE-EXIT
                           END-IF
                           PERFORM RECORD-PHASE-DONE
                        END-IF.
                        MOVE 'MARGRPT' TO PH-PHASE-NM.
                        PERFORM CHECK-PHASE-PENDING
                           THRU CHECK-PHASE-PENDING-EXIT.
                        IF PHASE-PENDING THEN
                           CALL "MARGRPT"
                           IF RETURN-CODE NOT = 0 THEN
                              GO TO RUN-POST-AVERAGE-EXIT
                           END-IF
                           PERFORM RECORD-PHASE-DONE
                        END-IF.
                        MOVE 'MECLOSE' TO PH-PHASE-NM.
                        PERFORM CHECK-PHASE-PENDING
                           THRU CHECK-PHASE-PENDING-EXIT.
                        IF PHASE-PENDING THEN
                           CALL "MECLOSE"
                           IF RETURN-CODE NOT = 0 THEN
                              GO TO RUN-POST-AVERAGE-EXIT
                           END-IF
                           PERFORM RECORD-PHASE-DONE
                        END-IF.
                        IF NOT EC-HOME-ENTITY THEN
                           GO TO RUN-SEASONAL-PHASE
                        END-IF.
                        MOVE 'MEREVAL' TO PH-PHASE-NM.
                        PERFORM CHECK-PHASE-PENDING
                           THRU CHECK-PHASE-PENDING-EXIT.
                        IF PHASE-PENDING THEN
                           MOVE 'C' TO MV-MODE
                           CALL "MEREVAL" USING MEREVAL-PARM
                           IF MV-JOURNAL-FAILED THEN
                              DISPLAY 'INVENTORY REVALUATION FAILED '
                                      '- SEE AUDITLOG.'
                              MOVE 8 TO RETURN-CODE
                           END-IF
                           IF RETURN-CODE NOT = 0 THEN
                              GO TO RUN-POST-AVERAGE-EXIT
                           END-IF
                           PERFORM RECORD-PHASE-DONE
                        END-IF.
                        MOVE 'TRADRTN' TO PH-PHASE-NM.
                        PERFORM CHECK-PHASE-PENDING
                           THRU CHECK-PHASE-PENDING-EXIT.
                        IF PHASE-PENDING THEN
                           MOVE 'C' TO TR-MODE
                           CALL "TRADRTN" USING TRADRTN-PARM
                           IF TR-RETURN-FAILED THEN
                              DISPLAY 'TRADE ASSOCIATION RETURN FAILED '
                                      '- SEE AUDITLOG.'
                              MOVE 8 TO RETURN-CODE
                           END-IF
                           IF RETURN-CODE NOT = 0 THEN
                              GO TO RUN-POST-AVERAGE-EXIT
                           END-IF
                           PERFORM RECORD-PHASE-DONE
                        END-IF.

                     RUN-SEASONAL-PHASE.
                        MOVE 'SEASRPT' TO PH-PHASE-NM.
                        PERFORM CHECK-PHASE-PENDING
                           THRU CHECK-PHASE-PENDING-EXIT.
                        IF PHASE-PENDING THEN
                           CALL "SEASRPT"
                           IF RETURN-CODE NOT = 0 THEN
                              GO TO RUN-POST-AVERAGE-EXIT
                           END-IF
                           PERFORM RECORD-PHASE-DONE
                        END-IF.

                     RUN-POST-AVERAGE-EXIT.
                        EXIT.

                     CATCHUP-ONE-DATE.
                        MOVE WS-CATCHUP-DATE(WS-CATCHUP-SUB) TO
                             RC-RUN-DATE.
                             RC-RUN-DATE DELIMITED BY SIZE
                             INTO AUD-MESSAGE-WS.
                        PERFORM WRITE-AUDIT-REC.
                        MOVE 'CRTAB' TO PH-PHASE-NM.
                        CALL "CRTAB" USING RUN-CTX.
                        IF RETURN-CODE NOT = 0 THEN
                           SET CATCHUP-FAILED TO TRUE
                           GO TO CATCHUP-ONE-DATE-EXIT
                        END-IF.
                        MOVE 'MNPROCESS' TO PH-PHASE-NM.
                        CALL "MNPROCESS" USING RUN-CTX.
                        IF RETURN-CODE NOT = 0 THEN
                           SET CATCHUP-FAILED TO TRUE
                           EXEC SQL
                              ROLLBACK
                           END-EXEC
                        END-IF.

                     CATCHUP-ONE-DATE-EXIT.

                     CRTAB-FAILURE-CLEANUP.
                        DISPLAY ' '
                        DISPLAY PH-PHASE-NM ' REPORTED A FAILURE - '
                                'RETURN-CODE = ' RETURN-CODE
                        IF PHASE-LOG-ON THEN
                           DISPLAY 'ONCE THE CAUSE IS FIXED, RESUBMIT '
                                   'WITH RUN MODE RESTART IF THE FEEDS '
                                   'ARE UNCHANGED.'
                        END-IF
                        MOVE 'ERROR' TO AUD-EVENT-WS
                        MOVE SPACES TO AUD-MESSAGE-WS
                        STRING PH-PHASE-NM DELIMITED BY SPACE
                             ' FAILED - RUN STOPPED' DELIMITED BY SIZE
                             INTO AUD-MESSAGE-WS
                        PERFORM WRITE-AUDIT-REC
                        PERFORM SET-ENTITY-FAILED
                        PERFORM RELEASE-RUN-LOCK.

                     PRCADJ-FAILURE-CLEANUP.
                        DISPLAY ' '
                        DISPLAY 'PRCADJ REPORTED A FAILURE - '
                                'RETURN-CODE = ' RETURN-CODE
                        DISPLAY 'ADJUSTMENTS ALREADY APPLIED ARE '
                                'COMMITTED AND WILL NOT BE REPEATED.'
                        IF PHASE-LOG-ON THEN
                           DISPLAY 'ONCE THE CAUSE IS FIXED, RESUBMIT '
                                   'WITH RUN MODE RESTART.'
                        END-IF
                        MOVE 'ERROR' TO AUD-EVENT-WS
                        MOVE 'PRCADJ FAILED - RUN STOPPED' TO
                             AUD-MESSAGE-WS
                        PERFORM WRITE-AUDIT-REC
                        PERFORM SET-ENTITY-FAILED
                        PERFORM RELEASE-RUN-LOCK.

                     LOAD-ENTITY-CONTROL.
                        MOVE 0 TO CS-ENT-CNT.
                        MOVE BC-BUS-DATE TO CS-RUN-DATE.
                        OPEN INPUT I-ENTCTL-FILE.
                        IF WS-ENTCTL-FILE-STATUS = '00' THEN
                           MOVE SPACES TO WS-ENTCTL-EOF-WS
                           PERFORM LOAD-ENTITY-REC
                              THRU LOAD-ENTITY-REC-EXIT
                              UNTIL ENTCTL-EOF
                           CLOSE I-ENTCTL-FILE
                        END-IF.
                        IF CS-ENT-CNT = 0 THEN
                           MOVE 1 TO CS-ENT-CNT
                           MOVE 'MAIN' TO CS-ENT-CD(1)
                           MOVE 'USD' TO CS-ENT-CURR(1)
                           MOVE SPACES TO CS-ENT-DESC(1)
                           MOVE 0 TO CS-ENT-RC(1)
                           MOVE 0 TO CS-ENT-RUN-DATE(1)
                           MOVE 0 TO CS-ENT-RUN-SEQ(1)
                           MOVE 'USD' TO CS-REPORT-CURR
                           GO TO LOAD-ENTITY-CONTROL-EXIT
                        END-IF.
                        MOVE CS-ENT-CURR(1) TO CS-REPORT-CURR.
                        DISPLAY 'ENTITIES TO RUN: ' CS-ENT-CNT.
                        MOVE 'ENTITY' TO AUD-EVENT-WS.
                        MOVE SPACES TO AUD-MESSAGE-WS.
                        STRING 'MULTI-ENTITY RUN - ' DELIMITED BY SIZE
                             CS-ENT-CNT DELIMITED BY SIZE
                             ' ENTITIES' DELIMITED BY SIZE
                             INTO AUD-MESSAGE-WS.
                        PERFORM WRITE-AUDIT-REC.

                     LOAD-ENTITY-CONTROL-EXIT.
                        EXIT.

                     LOAD-ENTITY-REC.
                        READ I-ENTCTL-FILE
                           AT END
                              SET ENTCTL-EOF TO TRUE
                              GO TO LOAD-ENTITY-REC-EXIT
                        END-READ.
                        IF I-ENTCTL-REC = SPACES OR
                           I-ENTCTL-REC(1:1) = '*' THEN
                           GO TO LOAD-ENTITY-REC-EXIT
                        END-IF.
                        IF ENTC-ENTITY-CD = SPACES OR
                           ENTC-BASE-CURR = SPACES THEN
                           DISPLAY 'ENTCTL RECORD WITHOUT AN ENTITY '
                                   'CODE OR BASE CURRENCY - IGNORED: '
                                   I-ENTCTL-REC
                           GO TO LOAD-ENTITY-REC-EXIT
                        END-IF.
                        MOVE SPACE TO WS-ENT-DUP-SW.
                        PERFORM CHECK-ENTITY-DUP
                           VARYING WS-ENT-DUP-SUB FROM 1 BY 1
                           UNTIL WS-ENT-DUP-SUB > CS-ENT-CNT.
                        IF ENT-DUPLICATE THEN
                           DISPLAY 'ENTITY ' ENTC-ENTITY-CD
                                   ' LISTED TWICE IN ENTCTL - IGNORED.'
                           GO TO LOAD-ENTITY-REC-EXIT
                        END-IF.
                        IF CS-ENT-CNT >= 10 THEN
                           DISPLAY 'TOO MANY ENTCTL ENTRIES - MAX IS '
                                   '10.'
                           SET ENTCTL-EOF TO TRUE
                           GO TO LOAD-ENTITY-REC-EXIT
                        END-IF.
                        IF CS-ENT-CNT = 0 AND
                           ENTC-ENTITY-CD NOT = 'MAIN' THEN
                           MOVE 1 TO CS-ENT-CNT
                           MOVE 'MAIN' TO CS-ENT-CD(1)
                           MOVE 'USD' TO CS-ENT-CURR(1)
                           MOVE SPACES TO CS-ENT-DESC(1)
                           MOVE 0 TO CS-ENT-RC(1)
                           MOVE 0 TO CS-ENT-RUN-DATE(1)
                           MOVE 0 TO CS-ENT-RUN-SEQ(1)
                        END-IF.
                        ADD 1 TO CS-ENT-CNT.
                        MOVE ENTC-ENTITY-CD TO CS-ENT-CD(CS-ENT-CNT).
                        MOVE ENTC-BASE-CURR TO CS-ENT-CURR(CS-ENT-CNT).
                        MOVE ENTC-DESC TO CS-ENT-DESC(CS-ENT-CNT).
                        MOVE 0 TO CS-ENT-RC(CS-ENT-CNT).
                        MOVE 0 TO CS-ENT-RUN-DATE(CS-ENT-CNT).
                        MOVE 0 TO CS-ENT-RUN-SEQ(CS-ENT-CNT).

                     LOAD-ENTITY-REC-EXIT.
                        EXIT.

                     CHECK-ENTITY-DUP.
                        IF CS-ENT-CD(WS-ENT-DUP-SUB) = ENTC-ENTITY-CD
                           THEN
                           SET ENT-DUPLICATE TO TRUE
                        END-IF.

                     ENSURE-ENTITY-COLUMNS.
                        EXEC SQL
                           ALTER TABLE PROD_PRICE_HIST
                           ADD (ENTITY_CD VARCHAR2(4) DEFAULT 'MAIN')
                        END-EXEC.
                        PERFORM CHECK-ENTITY-COLUMN.
                        EXEC SQL
                           ALTER TABLE PROD_PRICE_HIST_ARCHIVE
                           ADD (ENTITY_CD VARCHAR2(4) DEFAULT 'MAIN')
                        END-EXEC.
                        PERFORM CHECK-ENTITY-COLUMN.
                        EXEC SQL
                           ALTER TABLE GROUP_PRICE_AVG
                           ADD (ENTITY_CD VARCHAR2(4) DEFAULT 'MAIN')
                        END-EXEC.
                        PERFORM CHECK-ENTITY-COLUMN.
                        EXEC SQL
                           ALTER TABLE MONTHLY_GROUP_AVG
                           ADD (ENTITY_CD VARCHAR2(4) DEFAULT 'MAIN')
                        END-EXEC.
                        PERFORM CHECK-ENTITY-COLUMN.
                        EXEC SQL
                           ALTER TABLE RUN_PHASE_LOG
                           ADD (ENTITY_CD VARCHAR2(4) DEFAULT 'MAIN')
                        END-EXEC.
                        PERFORM CHECK-ENTITY-COLUMN.

                     CHECK-ENTITY-COLUMN.
                        IF SQLCODE = 0 THEN
                           DISPLAY 'ENTITY COLUMN ADDED - EXISTING '
                                   'ROWS BELONG TO ENTITY MAIN.'
                        ELSE
                           IF SQLCODE NOT = -1430 AND
                              SQLCODE NOT = -942 THEN
                              DISPLAY 'UNABLE TO ADD ENTITY COLUMN!'
                              DISPLAY 'SQLCODE = ' SQLCODE
                           END-IF
                        END-IF.

                     SAVE-DB-CONNECTION.
                        MOVE 'S' TO DR-MODE
                        MOVE 'PROGRAMD' TO DR-PROGRAM
                        MOVE USERNAME-ARR TO DR-USER
                        MOVE USERNAME-LEN TO DR-USER-LEN
                        MOVE PASSWD-ARR TO DR-PASSWD
                        MOVE PASSWD-LEN TO DR-PASSWD-LEN
                        MOVE DBNAME-ARR TO DR-DBNAME
                        MOVE DBNAME-LEN TO DR-DBNAME-LEN
                        CALL 'DBRETRY' USING DBRETRY-PARM.

                     ACQUIRE-RUN-LOCK.
                        EXEC SQL
                           CREATE TABLE PRICE_RUN_LOCK
                           (
                               LOCK_ID    NUMBER(1),
                               LOCKED_BY  VARCHAR2(20),
                               LOCK_TIME  DATE,
                               ENTITY_CD  VARCHAR2(4) PRIMARY KEY
                           )
                        END-EXEC
                        IF SQLCODE = -955 THEN
                           PERFORM ENSURE-LOCK-ENTITY-KEY
                        ELSE
                           IF SQLCODE NOT = 0 THEN
                              DISPLAY 'UNABLE TO CREATE RUN LOCK TABLE!'
                              DISPLAY 'SQLCODE = ' SQLCODE
                           END-IF
                        END-IF
                        EXEC SQL
                           INSERT INTO PRICE_RUN_LOCK
                              (LOCK_ID, LOCKED_BY, LOCK_TIME, ENTITY_CD)
                           VALUES (1, 'PRICEDLY', SYSDATE,
                                   :EN-ENTITY-CD)
                        END-EXEC
                        IF SQLCODE = 0 THEN
                           EXEC SQL
                           PERFORM WRITE-AUDIT-REC
                        END-IF.

                     ENSURE-LOCK-ENTITY-KEY.
                        EXEC SQL
                           ALTER TABLE PRICE_RUN_LOCK
                           ADD (ENTITY_CD VARCHAR2(4))
                        END-EXEC
                        IF SQLCODE = 0 THEN
                           EXEC SQL
                              UPDATE PRICE_RUN_LOCK
                              SET ENTITY_CD = 'MAIN'
                           END-EXEC
                           EXEC SQL
                              ALTER TABLE PRICE_RUN_LOCK
                              DROP PRIMARY KEY
                           END-EXEC
                           EXEC SQL
                              ALTER TABLE PRICE_RUN_LOCK
                              ADD PRIMARY KEY (ENTITY_CD)
                           END-EXEC
                           IF SQLCODE = 0 THEN
                              DISPLAY 'RUN LOCK IS NOW HELD PER ENTITY.'
                           ELSE
                              DISPLAY 'UNABLE TO KEY THE RUN LOCK BY '
                                      'ENTITY - SQLCODE = ' SQLCODE
                           END-IF
                        END-IF.

                     RELEASE-RUN-LOCK.
                        IF RUN-LOCK-HELD THEN
                           EXEC SQL
                              DELETE FROM PRICE_RUN_LOCK
                              WHERE ENTITY_CD = :EN-ENTITY-CD
                           END-EXEC
                           EXEC SQL
                              COMMIT

                     MNPROCESS-FAILURE-CLEANUP.
                        DISPLAY ' '
                        DISPLAY PH-PHASE-NM ' REPORTED A FAILURE - '
                                'RETURN-CODE = ' RETURN-CODE
                        DISPLAY 'ROLLING BACK THIS SESSION AND LEAVING '
                                'PROD_PRICE_HIST IN PLACE FOR A '
                                'RESTART.'
                        IF PHASE-LOG-ON THEN
                           DISPLAY 'RESUBMIT WITH RUN MODE RESTART TO '
                                   'RESUME AT THE FAILED PHASE.'
                        END-IF
                        EXEC SQL
                           ROLLBACK
                        END-EXEC
                        MOVE 'ERROR' TO AUD-EVENT-WS
                        MOVE SPACES TO AUD-MESSAGE-WS
                        STRING PH-PHASE-NM DELIMITED BY SPACE
                             ' FAILED - SESSION ROLLED BACK'
                                DELIMITED BY SIZE
                             INTO AUD-MESSAGE-WS
                        PERFORM WRITE-AUDIT-REC.

                     WRITE-RUN-STATUS.
