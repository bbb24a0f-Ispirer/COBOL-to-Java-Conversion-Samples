               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT I-ENTCTL-FILE ASSIGN TO 'ENTCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-ENTCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD O-AUDIT-FILE.
           COPY "AUDITREC".

           FD O-ARCXP-FILE.
           01 O-ARCXP-REC           PIC X(100).

           FD I-ENTCTL-FILE.
           01 I-ENTCTL-REC.
              05 ENTC-ENTITY-CD    PIC X(4).
              05 ENTC-BASE-CURR    PIC X(3).
              05 ENTC-DESC         PIC X(30).

       WORKING-STORAGE SECTION.

             01 XP-CURR-CD           PIC X(3).
             01 XP-RUN-SEQ           PIC 9(3).
             01 XP-CURR-FLAG         PIC X(1).
             01 XP-ENTITY-CD         PIC X(4).
             01 XP-UNIT-COST         PIC 9(5)V9(3).
             01 XP-COST-IND          PIC S9(4) COMP.
             01 XP-PRICE-SRC         PIC X(10).
             01 XP-SRC-IND           PIC S9(4) COMP.
             01 PG-BASE-CURR         PIC X(3).

           EXEC SQL END
              DECLARE SECTION
           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "BUSCALR".
           COPY "GRPSTATR".
           COPY "DBRETRYR".
           COPY "ENTCTXR".

           01 AUD-EVENT-WS         PIC X(8).
           01 AUD-ROWCOUNT-WS      PIC 9(7) VALUE 0.
           01 PG-DRYRUN-SW         PIC X(01) VALUE SPACE.
               88 PG-DRYRUN        VALUE 'Y'.

           01 PG-RETRY-SW          PIC X(01) VALUE SPACE.
               88 PG-RETRY-PASS    VALUE 'Y'.

           01 PG-CONN-TEXT         PIC X(80).
           01 PG-CONN-LEN          PIC S9(4) COMP.
           01 PG-DAYS-X            PIC X(5).
           01 PG-TOTAL-ROWS        PIC 9(9) VALUE 0.
           01 PG-DATE-CNT          PIC 9(5) VALUE 0.

           01 WS-ENTCTL-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-ENTCTL-EOF-WS     PIC X(02) VALUE SPACES.
               88 ENTCTL-EOF       VALUE HIGH-VALUES.

           01 WS-ARCXP-FILENAME    PIC X(20).
           01 XP-EOF-WS            PIC X(02) VALUE SPACES.
               88 XP-EOF           VALUE HIGH-VALUES.
           01 XP-FAIL-SW           PIC X(01) VALUE SPACE.
               88 XP-EXPORT-FAILED VALUE 'Y'.
           01 XP-FAIL-SQLCODE      PIC S9(9) VALUE 0.
           01 XP-REC-CNT           PIC 9(9) VALUE 0.
           01 XP-HASH-TOTAL        PIC 9(15)V9(3) VALUE 0.

              05 XP-HDR-TYPE       PIC X(1) VALUE 'H'.
              05 XP-HDR-DATE       PIC 9(8).
              05 XP-HDR-SOURCE     PIC X(10) VALUE 'PRICEARCH'.
              05 FILLER            PIC X(81) VALUE SPACES.

           01 XP-DTL-REC.
              05 XP-DTL-TYPE       PIC X(1) VALUE 'D'.
              05 XP-DTL-CURR       PIC X(3).
              05 XP-DTL-RUN-SEQ    PIC 9(3).
              05 XP-DTL-CURR-FLAG  PIC X(1).
              05 XP-DTL-ENTITY     PIC X(4).
              05 XP-DTL-UNIT-COST  PIC 9(5)V9(3).
              05 XP-DTL-UNIT-COST-X REDEFINES XP-DTL-UNIT-COST
                                   PIC X(8).
              05 XP-DTL-PRICE-SRC  PIC X(10).
              05 FILLER            PIC X(6) VALUE SPACES.

           01 XP-TRL-REC.
              05 XP-TRL-TYPE       PIC X(1) VALUE 'T'.
              05 XP-TRL-REC-CNT    PIC 9(9).
              05 XP-TRL-HASH       PIC 9(15)V9(3).
              05 FILLER            PIC X(72) VALUE SPACES.

       LINKAGE SECTION.
          01 LS-CONN-PARM.
       MOVE 'ARCHPURG RUN STARTED' TO AUD-MESSAGE-WS.
       PERFORM WRITE-AUDIT-REC.

       PERFORM SET-HOME-CURRENCY THRU SET-HOME-CURRENCY-EXIT.

       MOVE SPACES TO PG-CONN-TEXT.
       MOVE SPACES TO PG-DAYS-X.
       MOVE SPACES TO PG-FLAG-X.
          STOP RUN
       END-IF.

       PERFORM SAVE-DB-CONNECTION.
       MOVE 'ARCHPURG-PASS' TO DR-UNIT.
       MOVE 0 TO DR-ATTEMPT.
       PERFORM PURGE-ARCHIVE.

       IF PG-DRYRUN THEN
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO READ THE ARCHIVE!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE SQLCODE TO DR-SQLCODE
              PERFORM CHECK-DB-RETRY
              IF DR-RETRY THEN
                 GO TO PURGE-ARCHIVE
              END-IF
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'UNABLE TO OPEN ARCHIVE CURSOR' TO AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              CLOSE PURGE-CUR
           END-EXEC.

           IF PG-RETRY-PASS THEN
              MOVE SPACE TO PG-RETRY-SW
              MOVE 0 TO RETURN-CODE
              IF PG-DRYRUN THEN
                 MOVE 0 TO PG-DATE-CNT
                 MOVE 0 TO PG-TOTAL-ROWS
              END-IF
              GO TO PURGE-ARCHIVE
           END-IF.

           IF PG-DATE-CNT = 0 THEN
              DISPLAY 'NO ARCHIVE RUN DATES OLDER THAN THE '
                      'RETENTION PERIOD.'
              GO TO PURGE-DATE-EXIT
           ELSE IF SQLCODE <> 0 THEN
              DISPLAY 'ERROR! SQLCODE - ' SQLCODE
              MOVE SQLCODE TO DR-SQLCODE
              PERFORM PURGE-DB-ERROR
              SET PG-EOF TO TRUE
              GO TO PURGE-DATE-EXIT.

                      AUD-MESSAGE-WS
                 MOVE PG-DATE-ROWS TO AUD-ROWCOUNT-WS
                 PERFORM WRITE-AUDIT-REC
                 IF XP-FAIL-SQLCODE < 0 THEN
                    MOVE XP-FAIL-SQLCODE TO DR-SQLCODE
                    PERFORM PURGE-DB-ERROR
                 END-IF
                 GO TO PURGE-DATE-EXIT
              END-IF
              EXEC SQL
              IF SQLCODE <> 0 THEN
                 DISPLAY 'UNABLE TO PURGE RUN DATE ' PG-RUN-DATE '!'
                 DISPLAY 'SQLCODE = ' SQLCODE
                 IF SQLCODE < 0 THEN
                    MOVE SQLCODE TO DR-SQLCODE
                    PERFORM PURGE-DB-ERROR
                 END-IF
                 IF PG-RETRY-PASS THEN
                    SUBTRACT 1 FROM PG-DATE-CNT
                    SUBTRACT PG-DATE-ROWS FROM PG-TOTAL-ROWS
                    GO TO PURGE-DATE-EXIT
                 END-IF
                 MOVE 'ERROR' TO AUD-EVENT-WS
                 MOVE 'ARCHIVE PURGE DELETE FAILED' TO AUD-MESSAGE-WS
                 PERFORM WRITE-AUDIT-REC
                 SET PG-EOF TO TRUE
                 GO TO PURGE-DATE-EXIT
              END-IF
              EXEC SQL
                 DELETE FROM PROD_AVG_LINEAGE
                 WHERE RUN_DATE = TO_DATE(:PG-RUN-DATE, 'YYYYMMDD')
              END-EXEC
              IF SQLCODE <> 0 AND SQLCODE <> +1403 AND
                 SQLCODE <> -942 THEN
                 DISPLAY 'UNABLE TO PURGE AVERAGE LINEAGE FOR '
                         PG-RUN-DATE ' - SQLCODE = ' SQLCODE
              END-IF
              EXEC SQL
                 DELETE FROM GROUP_PUB_STATUS
                 WHERE RUN_DATE = TO_DATE(:PG-RUN-DATE, 'YYYYMMDD')
              END-EXEC
              IF SQLCODE <> 0 AND SQLCODE <> +1403 AND
                 SQLCODE <> -942 THEN
                 DISPLAY 'UNABLE TO PURGE PUBLICATION STATUS FOR '
                         PG-RUN-DATE ' - SQLCODE = ' SQLCODE
              END-IF
              MOVE 'P' TO GS-MODE
              MOVE PG-RUN-DATE TO GS-RUN-DATE
              MOVE SPACES TO GS-ENTITY-CD
              CALL 'GRPSTATS' USING GRPSTATS-PARM
              IF GS-STATS-FAILED THEN
                 EXEC SQL
                    ROLLBACK
                 END-EXEC
                 DISPLAY 'UNABLE TO PURGE GROUP DAILY STATS FOR '
                         PG-RUN-DATE ' - RUN DATE NOT PURGED!'
                 MOVE 'ERROR' TO AUD-EVENT-WS
                 MOVE 'GROUP STATS PURGE FAILED' TO AUD-MESSAGE-WS
                 PERFORM WRITE-AUDIT-REC
                 MOVE 8 TO RETURN-CODE
                 SET PG-EOF TO TRUE
                 GO TO PURGE-DATE-EXIT
              END-IF
              EXEC SQL
                 COMMIT
              END-EXEC
       PURGE-DATE-EXIT.
           EXIT.

       PURGE-DB-ERROR.
           PERFORM CHECK-DB-RETRY.
           IF DR-RETRY THEN
              SET PG-RETRY-PASS TO TRUE
              SET PG-EOF TO TRUE
           END-IF.
           IF DR-EXHAUSTED THEN
              MOVE 8 TO RETURN-CODE
              SET PG-EOF TO TRUE
           END-IF.

       SAVE-DB-CONNECTION.
           MOVE 'S' TO DR-MODE.
           MOVE 'ARCHPURG' TO DR-PROGRAM.
           MOVE USERNAME-ARR TO DR-USER.
           MOVE USERNAME-LEN TO DR-USER-LEN.
           MOVE PASSWD-ARR TO DR-PASSWD.
           MOVE PASSWD-LEN TO DR-PASSWD-LEN.
           MOVE DBNAME-ARR TO DR-DBNAME.
           MOVE DBNAME-LEN TO DR-DBNAME-LEN.
           CALL 'DBRETRY' USING DBRETRY-PARM.

       CHECK-DB-RETRY.
           MOVE 'K' TO DR-MODE.
           MOVE 'ARCHPURG' TO DR-PROGRAM.
           MOVE BC-BUS-DATE TO DR-BUS-DATE.
           CALL 'DBRETRY' USING DBRETRY-PARM.

       EXPORT-RUN-DATE.
           MOVE SPACE TO XP-FAIL-SW.
           MOVE 0 TO XP-FAIL-SQLCODE.
           MOVE 0 TO XP-REC-CNT.
           MOVE 0 TO XP-HASH-TOTAL.

              DECLARE ARCXP-CUR CURSOR FOR
              SELECT PROD_NM, PROD_GR, PREV_DAY_PRICE,
                     LATEST_PRICE, END_OF_MNTH_PRICE,
                     NVL(VOLUME, 0), NVL(CURR_CD, :PG-BASE-CURR),
                     NVL(RUN_SEQ, 1), NVL(CURR_FLAG, 'Y'),
                     NVL(ENTITY_CD, 'MAIN'), UNIT_COST, PRICE_SRC
              FROM PROD_PRICE_HIST_ARCHIVE
              WHERE RUN_DATE = TO_DATE(:PG-RUN-DATE, 'YYYYMMDD')
              ORDER BY NVL(RUN_SEQ, 1), PROD_GR, PROD_NM
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO READ THE ARCHIVE FOR EXPORT!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE SQLCODE TO XP-FAIL-SQLCODE
              SET XP-EXPORT-FAILED TO TRUE
              GO TO EXPORT-RUN-DATE-EXIT
           END-IF.
              FETCH ARCXP-CUR
              INTO :XP-PROD-NM, :XP-PROD-GR, :XP-PREV-DAY-P,
                   :XP-LATEST-P, :XP-END-OF-MNTH-P, :XP-VOLUME,
                   :XP-CURR-CD, :XP-RUN-SEQ, :XP-CURR-FLAG,
                   :XP-ENTITY-CD, :XP-UNIT-COST:XP-COST-IND,
                   :XP-PRICE-SRC:XP-SRC-IND
           END-EXEC.

           IF SQLCODE = +1403 THEN
              GO TO EXPORT-DETAIL-EXIT
           ELSE IF SQLCODE <> 0 THEN
              DISPLAY 'ERROR! SQLCODE - ' SQLCODE
              MOVE SQLCODE TO XP-FAIL-SQLCODE
              SET XP-EXPORT-FAILED TO TRUE
              SET XP-EOF TO TRUE
              GO TO EXPORT-DETAIL-EXIT.
           MOVE XP-CURR-CD TO XP-DTL-CURR.
           MOVE XP-RUN-SEQ TO XP-DTL-RUN-SEQ.
           MOVE XP-CURR-FLAG TO XP-DTL-CURR-FLAG.
           MOVE XP-ENTITY-CD TO XP-DTL-ENTITY.
           IF XP-COST-IND < 0 THEN
              MOVE SPACES TO XP-DTL-UNIT-COST-X
           ELSE
              MOVE XP-UNIT-COST TO XP-DTL-UNIT-COST
           END-IF.
           IF XP-SRC-IND < 0 THEN
              MOVE SPACES TO XP-DTL-PRICE-SRC
           ELSE
              MOVE XP-PRICE-SRC TO XP-DTL-PRICE-SRC
           END-IF.

           ADD 1 TO XP-REC-CNT.
           ADD XP-PREV-DAY-P TO XP-HASH-TOTAL.
       EXPORT-DETAIL-EXIT.
           EXIT.

       SET-HOME-CURRENCY.
           MOVE 'USD' TO PG-BASE-CURR.
           OPEN INPUT I-ENTCTL-FILE.
           IF WS-ENTCTL-FILE-STATUS = '00' THEN
              MOVE SPACES TO WS-ENTCTL-EOF-WS
              PERFORM FIND-HOME-ENTITY THRU FIND-HOME-ENTITY-EXIT
                 UNTIL ENTCTL-EOF
              CLOSE I-ENTCTL-FILE
           END-IF.
           MOVE 'S' TO EC-MODE.
           MOVE 'MAIN' TO EC-ENTITY-CD.
           MOVE PG-BASE-CURR TO EC-BASE-CURR.
           CALL 'ENTCTX' USING ENTCTX-PARM.
           MOVE 'G' TO EC-MODE.
           MOVE SPACES TO EC-DD-NAME.
           CALL 'ENTCTX' USING ENTCTX-PARM.
           MOVE EC-BASE-CURR TO PG-BASE-CURR.

       SET-HOME-CURRENCY-EXIT.
           EXIT.

       FIND-HOME-ENTITY.
           READ I-ENTCTL-FILE
              AT END
                 SET ENTCTL-EOF TO TRUE
                 GO TO FIND-HOME-ENTITY-EXIT
           END-READ.
           IF I-ENTCTL-REC = SPACES OR
              I-ENTCTL-REC(1:1) = '*' THEN
              GO TO FIND-HOME-ENTITY-EXIT
           END-IF.
           IF ENTC-ENTITY-CD = 'MAIN' AND
              ENTC-BASE-CURR NOT = SPACES THEN
              MOVE ENTC-BASE-CURR TO PG-BASE-CURR
              SET ENTCTL-EOF TO TRUE
           END-IF.

       FIND-HOME-ENTITY-EXIT.
           EXIT.

       WRITE-AUDIT-REC.
           MOVE SPACES TO O-AUDIT-REC.
           MOVE 'ARCHPURG' TO AUD-PROGRAM.
