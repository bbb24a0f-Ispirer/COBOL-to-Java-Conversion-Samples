               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT O-MEREST-FILE
               ASSIGN TO DYNAMIC WS-MERESTRP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT I-FXRATES-FILE
               ASSIGN TO DYNAMIC WS-FXRATES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FXRATES-FILE-STATUS.

           SELECT I-ENTCTL-FILE ASSIGN TO 'ENTCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-ENTCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD O-AUDIT-FILE.
              05 FXR-CUR           PIC X(3).
              05 FXR-RATE          PIC 9(3)V9(6).

           FD I-ENTCTL-FILE.
           01 I-ENTCTL-REC.
              05 ENTC-ENTITY-CD    PIC X(4).
              05 ENTC-BASE-CURR    PIC X(3).
              05 ENTC-DESC         PIC X(30).

       WORKING-STORAGE SECTION.

           EXEC SQL
             01 MR-A-PROD-GR         PIC X(20).
             01 MR-A-EOM-P           PIC 9(5)V9(3).
             01 MR-A-CURR-CD         PIC X(3).
             01 MR-ENTITY-CD         PIC X(4).

           EXEC SQL END
              DECLARE SECTION
           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "BUSCALR".
           COPY "MEREVALR".
           COPY "TRADRTNR".
           COPY "PRCINDXR".
           COPY "ENTCTXR".

           01 AUD-EVENT-WS         PIC X(8).
           01 AUD-ROWCOUNT-WS      PIC 9(7) VALUE 0.
           01 PG-CONN-TEXT         PIC X(80).
           01 PG-CONN-LEN          PIC S9(4) COMP.
           01 WS-PARM-YM-X         PIC X(6) VALUE SPACES.
           01 WS-PARM-ENT-X        PIC X(4) VALUE SPACES.
           01 WS-MERESTRP-FILENAME PIC X(20) VALUE 'MERESTRP'.
           01 WS-FXRATES-FILENAME  PIC X(20) VALUE 'FXRATES'.
           01 WS-ENTCTL-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-ENTCTL-EOF-WS     PIC X(02) VALUE SPACES.
               88 ENTCTL-EOF       VALUE HIGH-VALUES.
           01 WS-ENT-FOUND-SW      PIC X(01) VALUE SPACE.
               88 ENT-FOUND        VALUE 'Y'.
           01 WS-RESTATE-CNT       PIC 9(5) VALUE 0.
           01 WS-CHANGED-CNT       PIC 9(5) VALUE 0.
           01 WS-DELTA-WS          PIC S9(10)V9(8).
             DELIMITED BY ','
             INTO PG-CONN-TEXT COUNT IN PG-CONN-LEN
                  WS-PARM-YM-X
                  WS-PARM-ENT-X
          END-UNSTRING
       END-IF.

       END-IF.
       MOVE WS-PARM-YM-X TO MR-YEAR-MONTH.

       PERFORM SET-RESTATE-ENTITY THRU SET-RESTATE-ENTITY-EXIT.

       IF PG-CONN-LEN > 0 THEN
          UNSTRING PG-CONN-TEXT(1:PG-CONN-LEN)
             DELIMITED BY '/'
              INTO :MR-CLOSE-DATE:MR-CLOSE-DATE-IND
              FROM PROD_PRICE_HIST_ARCHIVE
              WHERE TO_CHAR(RUN_DATE, 'YYYYMM') = :MR-YEAR-MONTH
                AND NVL(ENTITY_CD, 'MAIN') = :MR-ENTITY-CD
           END-EXEC.

           IF SQLCODE <> 0 OR MR-CLOSE-DATE-IND < 0 THEN
              GO TO RESTATE-MONTH-EXIT
           END-IF.

           DISPLAY 'RE-CLOSING ' MR-YEAR-MONTH ' FOR ENTITY '
                   MR-ENTITY-CD ' FROM THE ARCHIVE SNAPSHOT OF '
                   MR-CLOSE-DATE '.'.

           EXEC SQL
              ALTER TABLE MONTHLY_GROUP_AVG
              INTO :MR-OLD-VER
              FROM MONTHLY_GROUP_AVG
              WHERE YEAR_MONTH = :MR-YEAR-MONTH
                AND NVL(ENTITY_CD, 'MAIN') = :MR-ENTITY-CD
           END-EXEC.
           COMPUTE MR-NEW-VER = MR-OLD-VER + 1.

              SET CURR_VER = 'N',
                  VERSION_NO = NVL(VERSION_NO, 1)
              WHERE YEAR_MONTH = :MR-YEAR-MONTH
                AND NVL(ENTITY_CD, 'MAIN') = :MR-ENTITY-CD
           END-EXEC.
           IF SQLCODE <> 0 AND SQLCODE <> +1403 THEN
              DISPLAY 'UNABLE TO VERSION THE FROZEN ROWS!'

           PERFORM RESTATE-DELTA-REPORT.

           IF MR-ENTITY-CD NOT = 'MAIN' THEN
              DISPLAY 'THE REVALUATION JOURNAL, PRICE INDEX AND TRADE '
                      'RETURN ARE KEPT FOR MAIN ONLY - NOT RE-RUN FOR '
                      'ENTITY ' MR-ENTITY-CD '.'
              GO TO RESTATE-MONTH-DONE
           END-IF.

           MOVE 'R' TO MV-MODE.
           MOVE MR-YEAR-MONTH TO MV-YEAR-MONTH.
           CALL 'MEREVAL' USING MEREVAL-PARM.
           IF MV-JOURNAL-FAILED THEN
              DISPLAY 'RE-STATEMENT COMMITTED BUT THE REVALUATION '
                      'JOURNAL WAS NOT PRODUCED - SEE AUDITLOG.'
              MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE 'R' TO PX-MODE.
           MOVE SPACES TO PX-RUN-DATE.
           STRING MR-YEAR-MONTH DELIMITED BY SIZE
                '01' DELIMITED BY SIZE
                INTO PX-RUN-DATE.
           CALL 'PRCINDEX' USING PRCINDEX-PARM.
           IF PX-INDEX-FAILED THEN
              DISPLAY 'RE-STATEMENT COMMITTED BUT THE PRICE INDEX '
                      'WAS NOT REBUILT - SEE AUDITLOG.'
              MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE 'A' TO TR-MODE.
           MOVE MR-YEAR-MONTH TO TR-YEAR-MONTH.
           CALL 'TRADRTN' USING TRADRTN-PARM.
           IF TR-RETURN-FAILED THEN
              DISPLAY 'RE-STATEMENT COMMITTED BUT THE TRADE '
                      'ASSOCIATION AMENDMENT WAS NOT PRODUCED - SEE '
                      'AUDITLOG.'
              MOVE 4 TO RETURN-CODE
           END-IF.

       RESTATE-MONTH-DONE.
           DISPLAY 'RE-STATEMENT COMPLETE. GROUPS RE-CLOSED: '
                   WS-RESTATE-CNT ' AS VERSION ' MR-NEW-VER
                   ' - CHANGED: ' WS-CHANGED-CNT.
              FROM PROD_PRICE_HIST_ARCHIVE
              WHERE RUN_DATE = TO_DATE(:MR-CLOSE-DATE, 'YYYYMMDD')
                AND NVL(CURR_FLAG, 'Y') = 'Y'
                AND NVL(ENTITY_CD, 'MAIN') = :MR-ENTITY-CD
           END-EXEC.

           EXEC SQL
           EXEC SQL
              INSERT INTO MONTHLY_GROUP_AVG
                 (YEAR_MONTH, GRP_NM, REC_CNT, END_OF_MNTH_AVG,
                  VERSION_NO, CURR_VER, ENTITY_CD)
              VALUES (:MR-YEAR-MONTH, :MR-GRP-NM, :MR-REC-CNT,
                  :MR-NEW-AVG, :MR-NEW-VER, 'Y', :MR-ENTITY-CD)
           END-EXEC.

           IF SQLCODE <> 0 THEN
       LOAD-FXRATE-REC-EXIT.
           EXIT.

       SET-RESTATE-ENTITY.
           IF WS-PARM-ENT-X = SPACES THEN
              MOVE 'MAIN' TO MR-ENTITY-CD
           ELSE
              MOVE WS-PARM-ENT-X TO MR-ENTITY-CD
           END-IF.
           MOVE 'USD' TO WS-BASE-CURR.
           MOVE SPACE TO WS-ENT-FOUND-SW.
           OPEN INPUT I-ENTCTL-FILE.
           IF WS-ENTCTL-FILE-STATUS = '00' THEN
              MOVE SPACES TO WS-ENTCTL-EOF-WS
              PERFORM FIND-ENTITY-REC THRU FIND-ENTITY-REC-EXIT
                 UNTIL ENTCTL-EOF
              CLOSE I-ENTCTL-FILE
           END-IF.
           IF NOT ENT-FOUND AND MR-ENTITY-CD NOT = 'MAIN' THEN
              DISPLAY 'ENTITY ' MR-ENTITY-CD ' IS NOT IN ENTCTL - '
                      'NOTHING RE-STATED.'
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'RESTATEMENT ENTITY UNKNOWN' TO AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 'S' TO EC-MODE.
           MOVE MR-ENTITY-CD TO EC-ENTITY-CD.
           MOVE WS-BASE-CURR TO EC-BASE-CURR.
           CALL 'ENTCTX' USING ENTCTX-PARM.
           MOVE 'G' TO EC-MODE.
           MOVE 'FXRATES' TO EC-DD-NAME.
           CALL 'ENTCTX' USING ENTCTX-PARM.
           MOVE EC-FILE-NAME TO WS-FXRATES-FILENAME.
           MOVE 'MERESTRP' TO EC-DD-NAME.
           CALL 'ENTCTX' USING ENTCTX-PARM.
           MOVE EC-FILE-NAME TO WS-MERESTRP-FILENAME.

       SET-RESTATE-ENTITY-EXIT.
           EXIT.

       FIND-ENTITY-REC.
           READ I-ENTCTL-FILE
              AT END
                 SET ENTCTL-EOF TO TRUE
                 GO TO FIND-ENTITY-REC-EXIT
           END-READ.
           IF I-ENTCTL-REC = SPACES OR
              I-ENTCTL-REC(1:1) = '*' THEN
              GO TO FIND-ENTITY-REC-EXIT
           END-IF.
           IF ENTC-ENTITY-CD = MR-ENTITY-CD AND
              ENTC-BASE-CURR NOT = SPACES THEN
              SET ENT-FOUND TO TRUE
              MOVE ENTC-BASE-CURR TO WS-BASE-CURR
              SET ENTCTL-EOF TO TRUE
           END-IF.

       FIND-ENTITY-REC-EXIT.
           EXIT.

       RESTATE-ROLLBACK.
           EXEC SQL
              ROLLBACK
           MOVE SPACES TO O-MEREST-REC.
           STRING 'RE-STATEMENT OF ' DELIMITED BY SIZE
                MR-YEAR-MONTH DELIMITED BY SIZE
                ' FOR ENTITY ' DELIMITED BY SIZE
                MR-ENTITY-CD DELIMITED BY SPACE
                ' - VERSION ' DELIMITED BY SIZE
                MR-NEW-VER DELIMITED BY SIZE
                ' FROM THE ARCHIVE OF ' DELIMITED BY SIZE
              FROM MONTHLY_GROUP_AVG
              WHERE YEAR_MONTH = :MR-YEAR-MONTH
                AND VERSION_NO = :MR-NEW-VER
                AND NVL(ENTITY_CD, 'MAIN') = :MR-ENTITY-CD
              ORDER BY GRP_NM
           END-EXEC.

              WHERE YEAR_MONTH = :MR-YEAR-MONTH
                AND GRP_NM = :MR-GRP-NM
                AND VERSION_NO = :MR-OLD-VER
                AND NVL(ENTITY_CD, 'MAIN') = :MR-ENTITY-CD
           END-EXEC.

           IF SQLCODE <> 0 OR MR-OLD-AVG-IND < 0 THEN
