       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRADRTN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT O-AUDIT-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT O-TRADRTN-FILE ASSIGN TO 'TRADRTN'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT O-TRADRTRP-FILE ASSIGN TO 'TRADRTRP'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT I-TRADMAP-FILE ASSIGN TO 'TRADMAP'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-TRADMAP-FILE-STATUS.

           SELECT I-SECTMAP-FILE ASSIGN TO 'SECTMAP'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-SECTMAP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD O-AUDIT-FILE.
           COPY "AUDITREC".

           FD O-TRADRTN-FILE.
           COPY "TRADRECR".

           FD O-TRADRTRP-FILE.
           01 O-TRADRTRP-REC        PIC X(160).

           FD I-TRADMAP-FILE.
           01 I-TRADMAP-REC.
              05 TMAP-KEY-TYPE     PIC X(1).
              05 TMAP-KEY-NM       PIC X(20).
              05 TMAP-CAT-CD       PIC X(8).

           FD I-SECTMAP-FILE.
           01 I-SECTMAP-REC.
              05 SMAP-GRPNM        PIC X(20).
              05 SMAP-SECTOR       PIC X(20).

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

             01 TA-TODAY             PIC X(8).
             01 TA-MONTH-END         PIC X(8).
             01 TA-YEAR-MONTH        PIC X(6).
             01 TA-SUBMIT-DATE       PIC X(8).
             01 TA-SUB-CNT           PIC 9(5).
             01 TA-RTN-NO            PIC 9(2).
             01 TA-GRP-NM            PIC X(20).
             01 TA-REC-CNT           PIC 9(5).
             01 TA-EOM-AVG           PIC 9(10)V9(8).
             01 TA-EOM-AVG-IND       PIC S9(4) COMP.
             01 TA-CAT-CD            PIC X(8).
             01 TA-ACTION-CD         PIC X(1).
             01 TA-GRP-CNT           PIC 9(3).
             01 TA-PROD-CNT          PIC 9(7).
             01 TA-CAT-AVG           PIC 9(7)V9(4).
             01 EN-ENTITY-CD         PIC X(4).

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "BUSCALR".
           COPY "ENTCTXR".

           01 AUD-EVENT-WS         PIC X(8).
           01 AUD-ROWCOUNT-WS      PIC 9(7) VALUE 0.
           01 AUD-MESSAGE-WS       PIC X(40) VALUE SPACES.

           01 TA-EOF-WS            PIC X(02) VALUE SPACES.
               88 TA-EOF           VALUE HIGH-VALUES.
           01 TP-EOF-WS            PIC X(02) VALUE SPACES.
               88 TP-EOF           VALUE HIGH-VALUES.
           01 TD-EOF-WS            PIC X(02) VALUE SPACES.
               88 TD-EOF           VALUE HIGH-VALUES.
           01 WS-TRAD-FAIL-SW      PIC X(01) VALUE SPACE.
               88 TRAD-FAILED      VALUE 'Y'.

           01 WS-TA-MEMBER-ID      PIC X(8) VALUE 'PRICEVAL'.
           01 WS-BASE-CURR         PIC X(3) VALUE 'USD'.

           01 WS-GRP-READ-CNT      PIC 9(5) VALUE 0.
           01 WS-UNMAPPED-CNT      PIC 9(5) VALUE 0.
           01 WS-NO-AVG-CNT        PIC 9(5) VALUE 0.
           01 WS-CHANGED-CNT       PIC 9(5) VALUE 0.
           01 WS-DTL-CNT           PIC 9(5) VALUE 0.
           01 WS-GRP-TOTAL         PIC 9(5) VALUE 0.
           01 WS-PROD-TOTAL        PIC 9(9) VALUE 0.
           01 WS-AVG-HASH          PIC 9(13)V9(4) VALUE 0.

           01 WS-GRP-CAT           PIC X(8).
           01 WS-GRP-SECTOR        PIC X(20).
           01 WS-RTN-TYPE-DESC     PIC X(9).

           01 WS-ED-CNT            PIC ZZZZZZ9.
           01 WS-ED-GRPS           PIC ZZ9.
           01 WS-ED-AVG            PIC Z(6)9.9999.
           01 WS-ED-PRIOR-AVG      PIC Z(6)9.9999.
           01 WS-ED-RTN-NO         PIC Z9.
           01 WS-ED-HASH           PIC Z(12)9.9999.

           01 WS-TRADMAP-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-TRADMAP-EOF-WS    PIC X(02) VALUE SPACES.
               88 TRADMAP-EOF      VALUE HIGH-VALUES.
           01 TRADE-MAP-TABLE.
              05 WS-TM-CNT         PIC 9(3) VALUE 0.
              05 WS-TM-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-TM-INX.
                 10 WS-TM-KEY-TYPE PIC X(1).
                 10 WS-TM-KEY-NM   PIC X(20).
                 10 WS-TM-CAT-CD   PIC X(8).

           01 WS-SECTMAP-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-SECTMAP-EOF-WS    PIC X(02) VALUE SPACES.
               88 SECTMAP-EOF      VALUE HIGH-VALUES.
           01 SECTOR-MAP-TABLE.
              05 WS-MAP-CNT        PIC 9(3) VALUE 0.
              05 WS-MAP-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-MAP-INX.
                 10 WS-MAP-GRPNM   PIC X(20).
                 10 WS-MAP-SECTOR  PIC X(20).

           01 TRADE-CAT-TABLE.
              05 WS-TC-CNT         PIC 9(3) VALUE 0.
              05 WS-TC-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-TC-INX.
                 10 WS-TC-CAT-CD   PIC X(8).
                 10 WS-TC-GRP-CNT  PIC 9(3).
                 10 WS-TC-PROD-CNT PIC 9(7).
                 10 WS-TC-WTD-SUM  PIC 9(13)V9(5).
                 10 WS-TC-AVG-SUM  PIC 9(11)V9(5).
                 10 WS-TC-CAT-AVG  PIC 9(7)V9(4).
                 10 WS-TC-CUR-SW   PIC X(1).
                    88 WS-TC-CURRENT     VALUE 'Y'.
                 10 WS-TC-PRIOR-SW PIC X(1).
                    88 WS-TC-PRIOR-FOUND VALUE 'Y'.
                 10 WS-TC-PRIOR-GRP  PIC 9(3).
                 10 WS-TC-PRIOR-PROD PIC 9(7).
                 10 WS-TC-PRIOR-AVG  PIC 9(7)V9(4).
                 10 WS-TC-ACTION   PIC X(1).
                    88 WS-TC-UNCHANGED   VALUE SPACE.
                    88 WS-TC-ORIGINAL    VALUE 'O'.
                    88 WS-TC-NEW         VALUE 'N'.
                    88 WS-TC-REVISED     VALUE 'R'.
                    88 WS-TC-WITHDRAWN   VALUE 'W'.
           01 WS-TC-SUB            PIC 9(3) COMP.

       LINKAGE SECTION.
           COPY "TRADRTNR".

       PROCEDURE DIVISION USING TRADRTN-PARM.

           SET TR-NO-RETURN TO TRUE.
           MOVE SPACE TO WS-TRAD-FAIL-SW.
           ACCEPT BC-WALL-DATE FROM DATE YYYYMMDD.
           CALL 'BUSCAL' USING BUSCAL-PARM.
           MOVE BC-BUS-DATE TO TA-SUBMIT-DATE.
           MOVE 'G' TO EC-MODE.
           MOVE SPACES TO EC-DD-NAME.
           CALL 'ENTCTX' USING ENTCTX-PARM.
           MOVE EC-ENTITY-CD TO EN-ENTITY-CD.
           MOVE EC-BASE-CURR TO WS-BASE-CURR.

           IF TR-AMENDMENT THEN
              MOVE TR-YEAR-MONTH TO TA-YEAR-MONTH
              MOVE 'AMENDMENT' TO WS-RTN-TYPE-DESC
           ELSE
              EXEC SQL
                 SELECT TO_CHAR(SYSDATE, 'YYYYMMDD'),
                        TO_CHAR(LAST_DAY(SYSDATE), 'YYYYMMDD'),
                        TO_CHAR(SYSDATE, 'YYYYMM')
                 INTO :TA-TODAY, :TA-MONTH-END, :TA-YEAR-MONTH
                 FROM DUAL
              END-EXEC
              IF SQLCODE <> 0 THEN
                 DISPLAY 'TRADRTN: UNABLE TO READ THE DATE!'
                 DISPLAY 'SQLCODE = ' SQLCODE
                 MOVE 'ERROR' TO AUD-EVENT-WS
                 MOVE 'UNABLE TO DETERMINE MONTH END' TO
                      AUD-MESSAGE-WS
                 PERFORM WRITE-AUDIT-REC
                 SET TR-RETURN-FAILED TO TRUE
                 EXIT PROGRAM
              END-IF
              IF BC-CAL-FOUND = 'Y' AND BC-MM-END-KNOWN = 'Y' THEN
                 IF BC-LAST-BUS-OF-MM NOT = 'Y' THEN
                    EXIT PROGRAM
                 END-IF
              ELSE
                 IF TA-TODAY NOT = TA-MONTH-END THEN
                    EXIT PROGRAM
                 END-IF
              END-IF
              MOVE TA-YEAR-MONTH TO TR-YEAR-MONTH
              MOVE 'ORIGINAL' TO WS-RTN-TYPE-DESC
           END-IF.

           DISPLAY ' '.
           DISPLAY 'TRADE ASSOCIATION STATISTICAL RETURN FOR '
                   TA-YEAR-MONTH ' (' WS-RTN-TYPE-DESC ')...'.
           MOVE 'START' TO AUD-EVENT-WS.
           MOVE SPACES TO AUD-MESSAGE-WS.
           STRING 'TRADE RETURN STARTED - ' DELIMITED BY SIZE
                WS-RTN-TYPE-DESC DELIMITED BY SPACE
                INTO AUD-MESSAGE-WS.
           MOVE 0 TO AUD-ROWCOUNT-WS.
           PERFORM WRITE-AUDIT-REC.

           PERFORM CREATE-RETURN-TABLE.
           IF TRAD-FAILED THEN
              SET TR-RETURN-FAILED TO TRUE
              EXIT PROGRAM
           END-IF.
           PERFORM BUILD-RETURN THRU BUILD-RETURN-EXIT.
           EXIT PROGRAM.

       CREATE-RETURN-TABLE.
           EXEC SQL
              CREATE TABLE TRADE_RTN_SUB
              (
                  YEAR_MONTH        VARCHAR2(6),
                  RTN_NO            NUMBER(2),
                  CAT_CD            VARCHAR2(8),
                  ACTION_CD         VARCHAR2(1),
                  GRP_CNT           NUMBER(3),
                  PROD_CNT          NUMBER(7),
                  CAT_AVG           NUMBER(11,4),
                  CURR_VER          VARCHAR2(1),
                  SUBMIT_DATE       DATE
              )
           END-EXEC.

           IF SQLCODE = 0 THEN
              DISPLAY 'TRADE RETURN SUBMISSION TABLE WAS CREATED.'
           ELSE IF SQLCODE = -955 THEN
              CONTINUE
           ELSE
              DISPLAY 'UNABLE TO CREATE TRADE RETURN TABLE!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'UNABLE TO CREATE TRADE_RTN_SUB' TO
                   AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              SET TRAD-FAILED TO TRUE.

       BUILD-RETURN.
           IF TR-AMENDMENT THEN
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :TA-SUB-CNT
                 FROM TRADE_RTN_SUB
                 WHERE YEAR_MONTH = :TA-YEAR-MONTH
              END-EXEC
              IF SQLCODE <> 0 THEN
                 DISPLAY 'UNABLE TO READ TRADE_RTN_SUB!'
                 DISPLAY 'SQLCODE = ' SQLCODE
                 MOVE 'ERROR' TO AUD-EVENT-WS
                 MOVE 'TRADE_RTN_SUB UNREADABLE' TO AUD-MESSAGE-WS
                 PERFORM WRITE-AUDIT-REC
                 SET TR-RETURN-FAILED TO TRUE
                 GO TO BUILD-RETURN-EXIT
              END-IF
              IF TA-SUB-CNT = 0 THEN
                 DISPLAY 'NO RETURN WAS SUBMITTED FOR '
                         TA-YEAR-MONTH ' - NO AMENDMENT NEEDED.'
                 MOVE 'END' TO AUD-EVENT-WS
                 MOVE 'MONTH NOT SUBMITTED - NO AMENDMENT' TO
                      AUD-MESSAGE-WS
                 PERFORM WRITE-AUDIT-REC
                 GO TO BUILD-RETURN-EXIT
              END-IF
           END-IF.

           PERFORM LOAD-TRADMAP THRU LOAD-TRADMAP-EXIT.
           IF WS-TM-CNT = 0 THEN
              DISPLAY 'TRADMAP ABSENT OR EMPTY - NO CATEGORY '
                      'MAPPING, NO RETURN PRODUCED.'
              MOVE 'WARN' TO AUD-EVENT-WS
              MOVE 'NO TRADMAP MAPPING - RETURN SKIPPED' TO
                   AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              GO TO BUILD-RETURN-EXIT
           END-IF.
           PERFORM LOAD-SECTMAP THRU LOAD-SECTMAP-EXIT.

           PERFORM TRADRPT-WRITE-HEADER.
           PERFORM ACCUMULATE-CATEGORIES
              THRU ACCUMULATE-CATEGORIES-EXIT.
           IF TRAD-FAILED THEN
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'TRADE RETURN NOT COMPUTED' TO AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              SET TR-RETURN-FAILED TO TRUE
              GO TO BUILD-RETURN-EXIT
           END-IF.
           PERFORM FINISH-CATEGORY
              VARYING WS-TC-SUB FROM 1 BY 1
              UNTIL WS-TC-SUB > WS-TC-CNT.

           IF WS-UNMAPPED-CNT > 0 THEN
              MOVE 'WARN' TO AUD-EVENT-WS
              MOVE 'GROUPS NOT MAPPED TO A TRADE CATEGORY' TO
                   AUD-MESSAGE-WS
              MOVE WS-UNMAPPED-CNT TO AUD-ROWCOUNT-WS
              PERFORM WRITE-AUDIT-REC
           END-IF.

           IF TR-AMENDMENT THEN
              PERFORM LOAD-PRIOR-RETURN THRU LOAD-PRIOR-RETURN-EXIT
              IF TRAD-FAILED THEN
                 MOVE 'ERROR' TO AUD-EVENT-WS
                 MOVE 'SUBMITTED RETURN UNREADABLE' TO
                      AUD-MESSAGE-WS
                 PERFORM WRITE-AUDIT-REC
                 SET TR-RETURN-FAILED TO TRUE
                 GO TO BUILD-RETURN-EXIT
              END-IF
              MOVE 0 TO WS-CHANGED-CNT
              PERFORM COMPARE-CATEGORY
                 VARYING WS-TC-SUB FROM 1 BY 1
                 UNTIL WS-TC-SUB > WS-TC-CNT
              IF WS-CHANGED-CNT = 0 THEN
                 DISPLAY 'NO SUBMITTED CATEGORY CHANGED - NO '
                         'AMENDMENT RETURN NEEDED.'
                 MOVE SPACES TO O-TRADRTRP-REC
                 STRING 'NO SUBMITTED CATEGORY CHANGED - NO '
                      DELIMITED BY SIZE
                      'AMENDMENT RETURN PRODUCED' DELIMITED BY SIZE
                      INTO O-TRADRTRP-REC
                 PERFORM TRADRPT-WRITE-REC
                 MOVE 'END' TO AUD-EVENT-WS
                 MOVE 'NO CATEGORY CHANGED - NO AMENDMENT' TO
                      AUD-MESSAGE-WS
                 MOVE 0 TO AUD-ROWCOUNT-WS
                 PERFORM WRITE-AUDIT-REC
                 GO TO BUILD-RETURN-EXIT
              END-IF
              EXEC SQL
                 SELECT NVL(MAX(RTN_NO), 0)
                 INTO :TA-RTN-NO
                 FROM TRADE_RTN_SUB
                 WHERE YEAR_MONTH = :TA-YEAR-MONTH
              END-EXEC
              IF SQLCODE <> 0 THEN
                 DISPLAY 'UNABLE TO READ TRADE_RTN_SUB!'
                 DISPLAY 'SQLCODE = ' SQLCODE
                 SET TRAD-FAILED TO TRUE
                 PERFORM TRADE-ROLLBACK
                 GO TO BUILD-RETURN-EXIT
              END-IF
              ADD 1 TO TA-RTN-NO
           ELSE
              IF WS-TC-CNT = 0 THEN
                 DISPLAY 'NO CLOSED GROUP AVERAGE MAPS TO A TRADE '
                         'CATEGORY - NO RETURN PRODUCED.'
                 MOVE 'WARN' TO AUD-EVENT-WS
                 MOVE 'NOTHING MAPPED - RETURN SKIPPED' TO
                      AUD-MESSAGE-WS
                 PERFORM WRITE-AUDIT-REC
                 GO TO BUILD-RETURN-EXIT
              END-IF
              MOVE 0 TO TA-RTN-NO
              EXEC SQL
                 DELETE FROM TRADE_RTN_SUB
                 WHERE YEAR_MONTH = :TA-YEAR-MONTH
              END-EXEC
              IF SQLCODE <> 0 AND SQLCODE <> +1403 THEN
                 DISPLAY 'UNABLE TO CLEAR THE MONTH''S RETURN!'
                 DISPLAY 'SQLCODE = ' SQLCODE
                 PERFORM TRADE-ROLLBACK
                 GO TO BUILD-RETURN-EXIT
              END-IF
           END-IF.

           PERFORM RECORD-CATEGORY THRU RECORD-CATEGORY-EXIT
              VARYING WS-TC-SUB FROM 1 BY 1
              UNTIL WS-TC-SUB > WS-TC-CNT
                 OR TRAD-FAILED.
           IF TRAD-FAILED THEN
              PERFORM TRADE-ROLLBACK
              GO TO BUILD-RETURN-EXIT
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           PERFORM WRITE-RETURN THRU WRITE-RETURN-EXIT.
           IF TRAD-FAILED THEN
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'TRADE RETURN RECORDED BUT NOT WRITTEN' TO
                   AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              SET TR-RETURN-FAILED TO TRUE
              GO TO BUILD-RETURN-EXIT
           END-IF.

           DISPLAY 'TRADE RETURN ' TA-YEAR-MONTH ' NUMBER ' TA-RTN-NO
                   ' WRITTEN. CATEGORIES: ' WS-DTL-CNT.
           IF WS-UNMAPPED-CNT > 0 THEN
              DISPLAY 'GROUPS NOT MAPPED TO A TRADE CATEGORY '
                      '(LEFT OUT): ' WS-UNMAPPED-CNT
           END-IF.
           MOVE 'TRADRTN' TO AUD-EVENT-WS.
           MOVE SPACES TO AUD-MESSAGE-WS.
           STRING 'TRADE RETURN ' DELIMITED BY SIZE
                TA-YEAR-MONTH DELIMITED BY SIZE
                ' NO ' DELIMITED BY SIZE
                TA-RTN-NO DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-RTN-TYPE-DESC DELIMITED BY SPACE
                INTO AUD-MESSAGE-WS.
           MOVE WS-DTL-CNT TO AUD-ROWCOUNT-WS.
           PERFORM WRITE-AUDIT-REC.
           SET TR-RETURN-WRITTEN TO TRUE.

       BUILD-RETURN-EXIT.
           EXIT.

       ACCUMULATE-CATEGORIES.
           INITIALIZE TRADE-CAT-TABLE.
           MOVE 0 TO WS-TC-CNT.
           MOVE 0 TO WS-GRP-READ-CNT.
           MOVE 0 TO WS-UNMAPPED-CNT.
           MOVE 0 TO WS-NO-AVG-CNT.

           EXEC SQL
              DECLARE TA-CUR CURSOR FOR
              SELECT GRP_NM, NVL(REC_CNT, 0), END_OF_MNTH_AVG
              FROM MONTHLY_GROUP_AVG
              WHERE YEAR_MONTH = :TA-YEAR-MONTH
                AND NVL(CURR_VER, 'Y') = 'Y'
                AND NVL(ENTITY_CD, 'MAIN') = :EN-ENTITY-CD
              ORDER BY GRP_NM
           END-EXEC.

           EXEC SQL
              OPEN TA-CUR
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO READ MONTHLY_GROUP_AVG!'
              DISPLAY 'SQLCODE = ' SQLCODE
              SET TRAD-FAILED TO TRUE
              GO TO ACCUMULATE-CATEGORIES-EXIT
           END-IF.

           MOVE SPACES TO TA-EOF-WS.
           PERFORM TA-FETCH-REC THRU TA-FETCH-EXIT
                   UNTIL TA-EOF.

           EXEC SQL
              CLOSE TA-CUR
           END-EXEC.

           DISPLAY 'CLOSED GROUP AVERAGES READ: ' WS-GRP-READ-CNT.
           IF WS-NO-AVG-CNT > 0 THEN
              DISPLAY 'GROUPS WITHOUT A MONTH-END AVERAGE '
                      '(LEFT OUT): ' WS-NO-AVG-CNT
           END-IF.

       ACCUMULATE-CATEGORIES-EXIT.
           EXIT.

       TA-FETCH-REC.
           EXEC SQL
              FETCH TA-CUR
              INTO :TA-GRP-NM, :TA-REC-CNT,
                   :TA-EOM-AVG:TA-EOM-AVG-IND
           END-EXEC.

           IF SQLCODE = +1403 THEN
              SET TA-EOF TO TRUE
              GO TO TA-FETCH-EXIT
           ELSE IF SQLCODE <> 0 THEN
              DISPLAY 'ERROR! SQLCODE - ' SQLCODE
              SET TRAD-FAILED TO TRUE
              SET TA-EOF TO TRUE
              GO TO TA-FETCH-EXIT.

           ADD 1 TO WS-GRP-READ-CNT.
           IF TA-EOM-AVG-IND < 0 THEN
              ADD 1 TO WS-NO-AVG-CNT
              GO TO TA-FETCH-EXIT
           END-IF.

           PERFORM FIND-GROUP-CATEGORY THRU FIND-GROUP-CATEGORY-EXIT.
           MOVE TA-EOM-AVG TO WS-ED-AVG.
           MOVE TA-REC-CNT TO WS-ED-CNT.
           IF WS-GRP-CAT = SPACES THEN
              ADD 1 TO WS-UNMAPPED-CNT
              MOVE SPACES TO O-TRADRTRP-REC
              STRING '| ' DELIMITED BY SIZE
                   TA-GRP-NM        DELIMITED BY SIZE
                   ' | '            DELIMITED BY SIZE
                   WS-GRP-SECTOR    DELIMITED BY SIZE
                   ' | NOT MAPPED | ' DELIMITED BY SIZE
                   WS-ED-CNT        DELIMITED BY SIZE
                   ' | '            DELIMITED BY SIZE
                   WS-ED-AVG        DELIMITED BY SIZE
                   ' | LEFT OUT OF THE RETURN |' DELIMITED BY SIZE
                   INTO O-TRADRTRP-REC
              PERFORM TRADRPT-WRITE-REC
              GO TO TA-FETCH-EXIT
           END-IF.

           SET WS-TC-INX TO 1.
           SEARCH WS-TC-ENTRY
              AT END
                 IF WS-TC-CNT < 200 THEN
                    ADD 1 TO WS-TC-CNT
                    SET WS-TC-INX TO WS-TC-CNT
                    MOVE WS-GRP-CAT TO WS-TC-CAT-CD(WS-TC-INX)
                    MOVE 'Y' TO WS-TC-CUR-SW(WS-TC-INX)
                 ELSE
                    DISPLAY 'TOO MANY TRADE CATEGORIES - '
                            'MAX IS 200.'
                    SET TRAD-FAILED TO TRUE
                    SET TA-EOF TO TRUE
                    GO TO TA-FETCH-EXIT
                 END-IF
              WHEN WS-TC-CAT-CD(WS-TC-INX) = WS-GRP-CAT
                 CONTINUE
           END-SEARCH.
           ADD 1 TO WS-TC-GRP-CNT(WS-TC-INX).
           ADD TA-REC-CNT TO WS-TC-PROD-CNT(WS-TC-INX).
           COMPUTE WS-TC-WTD-SUM(WS-TC-INX) =
                   WS-TC-WTD-SUM(WS-TC-INX) + TA-EOM-AVG * TA-REC-CNT.
           ADD TA-EOM-AVG TO WS-TC-AVG-SUM(WS-TC-INX).

           MOVE SPACES TO O-TRADRTRP-REC.
           STRING '| ' DELIMITED BY SIZE
                TA-GRP-NM        DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                WS-GRP-SECTOR    DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                WS-GRP-CAT       DELIMITED BY SIZE
                '   | '          DELIMITED BY SIZE
                WS-ED-CNT        DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                WS-ED-AVG        DELIMITED BY SIZE
                ' | |'           DELIMITED BY SIZE
                INTO O-TRADRTRP-REC.
           PERFORM TRADRPT-WRITE-REC.

       TA-FETCH-EXIT.
           EXIT.

       FIND-GROUP-CATEGORY.
           MOVE SPACES TO WS-GRP-CAT.
           MOVE 'UNMAPPED' TO WS-GRP-SECTOR.
           IF WS-MAP-CNT > 0 THEN
              SET WS-MAP-INX TO 1
              SEARCH WS-MAP-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-MAP-GRPNM(WS-MAP-INX) = TA-GRP-NM
                    MOVE WS-MAP-SECTOR(WS-MAP-INX) TO WS-GRP-SECTOR
              END-SEARCH
           END-IF.

           SET WS-TM-INX TO 1.
           SEARCH WS-TM-ENTRY
              AT END
                 CONTINUE
              WHEN WS-TM-KEY-TYPE(WS-TM-INX) = 'G'
               AND WS-TM-KEY-NM(WS-TM-INX) = TA-GRP-NM
                 MOVE WS-TM-CAT-CD(WS-TM-INX) TO WS-GRP-CAT
           END-SEARCH.
           IF WS-GRP-CAT NOT = SPACES THEN
              GO TO FIND-GROUP-CATEGORY-EXIT
           END-IF.
           IF WS-GRP-SECTOR = 'UNMAPPED' THEN
              GO TO FIND-GROUP-CATEGORY-EXIT
           END-IF.

           SET WS-TM-INX TO 1.
           SEARCH WS-TM-ENTRY
              AT END
                 CONTINUE
              WHEN WS-TM-KEY-TYPE(WS-TM-INX) = 'S'
               AND WS-TM-KEY-NM(WS-TM-INX) = WS-GRP-SECTOR
                 MOVE WS-TM-CAT-CD(WS-TM-INX) TO WS-GRP-CAT
           END-SEARCH.

       FIND-GROUP-CATEGORY-EXIT.
           EXIT.

       FINISH-CATEGORY.
           IF WS-TC-PROD-CNT(WS-TC-SUB) > 0 THEN
              COMPUTE WS-TC-CAT-AVG(WS-TC-SUB) ROUNDED =
                      WS-TC-WTD-SUM(WS-TC-SUB) /
                      WS-TC-PROD-CNT(WS-TC-SUB)
           ELSE
              COMPUTE WS-TC-CAT-AVG(WS-TC-SUB) ROUNDED =
                      WS-TC-AVG-SUM(WS-TC-SUB) /
                      WS-TC-GRP-CNT(WS-TC-SUB)
           END-IF.
           MOVE 'O' TO WS-TC-ACTION(WS-TC-SUB).

       LOAD-PRIOR-RETURN.
           EXEC SQL
              DECLARE TP-CUR CURSOR FOR
              SELECT CAT_CD, NVL(GRP_CNT, 0), NVL(PROD_CNT, 0),
                     NVL(CAT_AVG, 0)
              FROM TRADE_RTN_SUB
              WHERE YEAR_MONTH = :TA-YEAR-MONTH
                AND CURR_VER = 'Y'
              ORDER BY CAT_CD
           END-EXEC.

           EXEC SQL
              OPEN TP-CUR
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO READ THE SUBMITTED RETURN!'
              DISPLAY 'SQLCODE = ' SQLCODE
              SET TRAD-FAILED TO TRUE
              GO TO LOAD-PRIOR-RETURN-EXIT
           END-IF.

           MOVE SPACES TO TP-EOF-WS.
           PERFORM TP-FETCH-REC THRU TP-FETCH-EXIT
                   UNTIL TP-EOF.

           EXEC SQL
              CLOSE TP-CUR
           END-EXEC.

       LOAD-PRIOR-RETURN-EXIT.
           EXIT.

       TP-FETCH-REC.
           EXEC SQL
              FETCH TP-CUR
              INTO :TA-CAT-CD, :TA-GRP-CNT, :TA-PROD-CNT,
                   :TA-CAT-AVG
           END-EXEC.

           IF SQLCODE = +1403 THEN
              SET TP-EOF TO TRUE
              GO TO TP-FETCH-EXIT
           ELSE IF SQLCODE <> 0 THEN
              DISPLAY 'ERROR! SQLCODE - ' SQLCODE
              SET TRAD-FAILED TO TRUE
              SET TP-EOF TO TRUE
              GO TO TP-FETCH-EXIT.

           SET WS-TC-INX TO 1.
           SEARCH WS-TC-ENTRY
              AT END
                 IF WS-TC-CNT < 200 THEN
                    ADD 1 TO WS-TC-CNT
                    SET WS-TC-INX TO WS-TC-CNT
                    MOVE TA-CAT-CD TO WS-TC-CAT-CD(WS-TC-INX)
                 ELSE
                    DISPLAY 'TOO MANY TRADE CATEGORIES - '
                            'MAX IS 200.'
                    SET TRAD-FAILED TO TRUE
                    SET TP-EOF TO TRUE
                    GO TO TP-FETCH-EXIT
                 END-IF
              WHEN WS-TC-CAT-CD(WS-TC-INX) = TA-CAT-CD
                 CONTINUE
           END-SEARCH.
           MOVE 'Y' TO WS-TC-PRIOR-SW(WS-TC-INX).
           MOVE TA-GRP-CNT TO WS-TC-PRIOR-GRP(WS-TC-INX).
           MOVE TA-PROD-CNT TO WS-TC-PRIOR-PROD(WS-TC-INX).
           MOVE TA-CAT-AVG TO WS-TC-PRIOR-AVG(WS-TC-INX).

       TP-FETCH-EXIT.
           EXIT.

       COMPARE-CATEGORY.
           MOVE SPACE TO WS-TC-ACTION(WS-TC-SUB).
           IF WS-TC-CURRENT(WS-TC-SUB) THEN
              IF NOT WS-TC-PRIOR-FOUND(WS-TC-SUB) THEN
                 SET WS-TC-NEW(WS-TC-SUB) TO TRUE
              ELSE
                 IF WS-TC-GRP-CNT(WS-TC-SUB) NOT =
                    WS-TC-PRIOR-GRP(WS-TC-SUB) OR
                    WS-TC-PROD-CNT(WS-TC-SUB) NOT =
                    WS-TC-PRIOR-PROD(WS-TC-SUB) OR
                    WS-TC-CAT-AVG(WS-TC-SUB) NOT =
                    WS-TC-PRIOR-AVG(WS-TC-SUB) THEN
                    SET WS-TC-REVISED(WS-TC-SUB) TO TRUE
                 END-IF
              END-IF
           ELSE
              IF WS-TC-PRIOR-GRP(WS-TC-SUB) > 0 THEN
                 SET WS-TC-WITHDRAWN(WS-TC-SUB) TO TRUE
              END-IF
           END-IF.
           IF NOT WS-TC-UNCHANGED(WS-TC-SUB) THEN
              ADD 1 TO WS-CHANGED-CNT
           END-IF.

       RECORD-CATEGORY.
           IF WS-TC-UNCHANGED(WS-TC-SUB) THEN
              GO TO RECORD-CATEGORY-EXIT
           END-IF.
           MOVE WS-TC-CAT-CD(WS-TC-SUB) TO TA-CAT-CD.
           MOVE WS-TC-ACTION(WS-TC-SUB) TO TA-ACTION-CD.
           MOVE WS-TC-GRP-CNT(WS-TC-SUB) TO TA-GRP-CNT.
           MOVE WS-TC-PROD-CNT(WS-TC-SUB) TO TA-PROD-CNT.
           MOVE WS-TC-CAT-AVG(WS-TC-SUB) TO TA-CAT-AVG.

           IF TR-AMENDMENT THEN
              EXEC SQL
                 UPDATE TRADE_RTN_SUB
                 SET CURR_VER = 'N'
                 WHERE YEAR_MONTH = :TA-YEAR-MONTH
                   AND CAT_CD = :TA-CAT-CD
                   AND CURR_VER = 'Y'
              END-EXEC
              IF SQLCODE <> 0 AND SQLCODE <> +1403 THEN
                 DISPLAY 'UNABLE TO SUPERSEDE THE SUBMITTED '
                         'CATEGORY ' TA-CAT-CD '!'
                 DISPLAY 'SQLCODE = ' SQLCODE
                 SET TRAD-FAILED TO TRUE
                 GO TO RECORD-CATEGORY-EXIT
              END-IF
           END-IF.

           EXEC SQL
              INSERT INTO TRADE_RTN_SUB
                 (YEAR_MONTH, RTN_NO, CAT_CD, ACTION_CD, GRP_CNT,
                  PROD_CNT, CAT_AVG, CURR_VER, SUBMIT_DATE)
              VALUES (:TA-YEAR-MONTH, :TA-RTN-NO, :TA-CAT-CD,
                  :TA-ACTION-CD, :TA-GRP-CNT, :TA-PROD-CNT,
                  :TA-CAT-AVG, 'Y',
                  TO_DATE(:TA-SUBMIT-DATE, 'YYYYMMDD'))
           END-EXEC.

           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO RECORD TRADE CATEGORY '
                      TA-CAT-CD '!'
              DISPLAY 'SQLCODE = ' SQLCODE
              SET TRAD-FAILED TO TRUE
           END-IF.

       RECORD-CATEGORY-EXIT.
           EXIT.

       WRITE-RETURN.
           MOVE 0 TO WS-DTL-CNT.
           MOVE 0 TO WS-GRP-TOTAL.
           MOVE 0 TO WS-PROD-TOTAL.
           MOVE 0 TO WS-AVG-HASH.
           PERFORM RETURN-WRITE-HEADER.

           MOVE SPACES TO O-TRADRTRP-REC.
           PERFORM TRADRPT-WRITE-REC.
           MOVE TA-RTN-NO TO WS-ED-RTN-NO.
           MOVE SPACES TO O-TRADRTRP-REC.
           STRING '* ' DELIMITED BY SIZE
                WS-RTN-TYPE-DESC DELIMITED BY SPACE
                ' RETURN NUMBER ' DELIMITED BY SIZE
                WS-ED-RTN-NO DELIMITED BY SIZE
                ' - ACTION O=ORIGINAL N=NEW CATEGORY R=REVISED '
                DELIMITED BY SIZE
                'W=WITHDRAWN *' DELIMITED BY SIZE
                INTO O-TRADRTRP-REC.
           PERFORM TRADRPT-WRITE-REC.
           MOVE SPACES TO O-TRADRTRP-REC.
           STRING '| CATEGORY | ACTION | GROUPS | PRODUCTS | '
                DELIMITED BY SIZE
                'RETURNED AVERAGE | PREVIOUSLY SUBMITTED |'
                DELIMITED BY SIZE
                INTO O-TRADRTRP-REC.
           PERFORM TRADRPT-WRITE-REC.

           EXEC SQL
              DECLARE TD-CUR CURSOR FOR
              SELECT CAT_CD, ACTION_CD, GRP_CNT, PROD_CNT, CAT_AVG
              FROM TRADE_RTN_SUB
              WHERE YEAR_MONTH = :TA-YEAR-MONTH
                AND RTN_NO = :TA-RTN-NO
              ORDER BY CAT_CD
           END-EXEC.

           EXEC SQL
              OPEN TD-CUR
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO READ BACK THE RECORDED RETURN!'
              DISPLAY 'SQLCODE = ' SQLCODE
              SET TRAD-FAILED TO TRUE
              GO TO WRITE-RETURN-EXIT
           END-IF.

           MOVE SPACES TO TD-EOF-WS.
           PERFORM TD-FETCH-REC THRU TD-FETCH-EXIT
                   UNTIL TD-EOF.

           EXEC SQL
              CLOSE TD-CUR
           END-EXEC.

           IF TRAD-FAILED THEN
              GO TO WRITE-RETURN-EXIT
           END-IF.

           PERFORM RETURN-WRITE-TRAILER.
           PERFORM TRADRPT-WRITE-TOTALS.

       WRITE-RETURN-EXIT.
           EXIT.

       TD-FETCH-REC.
           EXEC SQL
              FETCH TD-CUR
              INTO :TA-CAT-CD, :TA-ACTION-CD, :TA-GRP-CNT,
                   :TA-PROD-CNT, :TA-CAT-AVG
           END-EXEC.

           IF SQLCODE = +1403 THEN
              SET TD-EOF TO TRUE
              GO TO TD-FETCH-EXIT
           ELSE IF SQLCODE <> 0 THEN
              DISPLAY 'ERROR! SQLCODE - ' SQLCODE
              SET TRAD-FAILED TO TRUE
              SET TD-EOF TO TRUE
              GO TO TD-FETCH-EXIT.

           ADD 1 TO WS-DTL-CNT.
           ADD TA-GRP-CNT TO WS-GRP-TOTAL.
           ADD TA-PROD-CNT TO WS-PROD-TOTAL.
           ADD TA-CAT-AVG TO WS-AVG-HASH.

           MOVE SPACES TO O-TRADRTN-REC.
           MOVE 'D' TO TRR-REC-TYPE.
           MOVE WS-TA-MEMBER-ID TO TRR-MEMBER-ID.
           MOVE TA-YEAR-MONTH TO TRR-YEAR-MONTH.
           MOVE TA-RTN-NO TO TRR-RTN-NO.
           MOVE TA-CAT-CD TO TRD-CAT-CD.
           MOVE TA-ACTION-CD TO TRD-ACTION.
           MOVE TA-GRP-CNT TO TRD-GRP-CNT.
           MOVE TA-PROD-CNT TO TRD-PROD-CNT.
           MOVE TA-CAT-AVG TO TRD-CAT-AVG.
           PERFORM RETURN-WRITE-REC.

           MOVE TA-GRP-CNT TO WS-ED-GRPS.
           MOVE TA-PROD-CNT TO WS-ED-CNT.
           MOVE TA-CAT-AVG TO WS-ED-AVG.
           MOVE 0 TO WS-ED-PRIOR-AVG.
           SET WS-TC-INX TO 1.
           SEARCH WS-TC-ENTRY
              AT END
                 CONTINUE
              WHEN WS-TC-CAT-CD(WS-TC-INX) = TA-CAT-CD
                 MOVE WS-TC-PRIOR-AVG(WS-TC-INX) TO WS-ED-PRIOR-AVG
           END-SEARCH.
           MOVE SPACES TO O-TRADRTRP-REC.
           IF TR-AMENDMENT AND TA-ACTION-CD NOT = 'N' THEN
              STRING '| ' DELIMITED BY SIZE
                   TA-CAT-CD        DELIMITED BY SIZE
                   ' | '            DELIMITED BY SIZE
                   TA-ACTION-CD     DELIMITED BY SIZE
                   '      | '       DELIMITED BY SIZE
                   WS-ED-GRPS       DELIMITED BY SIZE
                   '    | '         DELIMITED BY SIZE
                   WS-ED-CNT        DELIMITED BY SIZE
                   '  | '           DELIMITED BY SIZE
                   WS-ED-AVG        DELIMITED BY SIZE
                   '     | '        DELIMITED BY SIZE
                   WS-ED-PRIOR-AVG  DELIMITED BY SIZE
                   '         |'     DELIMITED BY SIZE
                   INTO O-TRADRTRP-REC
           ELSE
              STRING '| ' DELIMITED BY SIZE
                   TA-CAT-CD        DELIMITED BY SIZE
                   ' | '            DELIMITED BY SIZE
                   TA-ACTION-CD     DELIMITED BY SIZE
                   '      | '       DELIMITED BY SIZE
                   WS-ED-GRPS       DELIMITED BY SIZE
                   '    | '         DELIMITED BY SIZE
                   WS-ED-CNT        DELIMITED BY SIZE
                   '  | '           DELIMITED BY SIZE
                   WS-ED-AVG        DELIMITED BY SIZE
                   '     |                      |' DELIMITED BY SIZE
                   INTO O-TRADRTRP-REC
           END-IF.
           PERFORM TRADRPT-WRITE-REC.

       TD-FETCH-EXIT.
           EXIT.

       RETURN-WRITE-HEADER.
           OPEN OUTPUT O-TRADRTN-FILE.
           MOVE SPACES TO O-TRADRTN-REC.
           MOVE 'H' TO TRR-REC-TYPE.
           MOVE WS-TA-MEMBER-ID TO TRR-MEMBER-ID.
           MOVE TA-YEAR-MONTH TO TRR-YEAR-MONTH.
           MOVE TA-RTN-NO TO TRR-RTN-NO.
           MOVE TA-SUBMIT-DATE TO TRH-CREATE-DATE.
           MOVE WS-BASE-CURR TO TRH-BASE-CURR.
           IF TR-AMENDMENT THEN
              MOVE 'A' TO TRH-RTN-TYPE
              MOVE 'MONTH-END GROUP PRICE RETURN - AMENDMENT'
                   TO TRH-DESC
           ELSE
              MOVE 'O' TO TRH-RTN-TYPE
              MOVE 'MONTH-END GROUP PRICE RETURN' TO TRH-DESC
           END-IF.
           WRITE O-TRADRTN-REC.
           CLOSE O-TRADRTN-FILE.

       RETURN-WRITE-TRAILER.
           MOVE SPACES TO O-TRADRTN-REC.
           MOVE 'T' TO TRR-REC-TYPE.
           MOVE WS-TA-MEMBER-ID TO TRR-MEMBER-ID.
           MOVE TA-YEAR-MONTH TO TRR-YEAR-MONTH.
           MOVE TA-RTN-NO TO TRR-RTN-NO.
           MOVE WS-DTL-CNT TO TRT-DTL-CNT.
           MOVE WS-GRP-TOTAL TO TRT-GRP-TOTAL.
           MOVE WS-PROD-TOTAL TO TRT-PROD-TOTAL.
           MOVE WS-AVG-HASH TO TRT-AVG-HASH.
           PERFORM RETURN-WRITE-REC.

       RETURN-WRITE-REC.
           OPEN EXTEND O-TRADRTN-FILE.
           WRITE O-TRADRTN-REC.
           CLOSE O-TRADRTN-FILE.

       TRADRPT-WRITE-HEADER.
           OPEN OUTPUT O-TRADRTRP-FILE.
           MOVE SPACES TO O-TRADRTRP-REC.
           STRING 'TRADE ASSOCIATION STATISTICAL RETURN ' DELIMITED
                BY SIZE
                TA-YEAR-MONTH DELIMITED BY SIZE
                ' - ' DELIMITED BY SIZE
                WS-RTN-TYPE-DESC DELIMITED BY SPACE
                ' - MEMBER ' DELIMITED BY SIZE
                WS-TA-MEMBER-ID DELIMITED BY SIZE
                ' - AVERAGES IN ' DELIMITED BY SIZE
                WS-BASE-CURR DELIMITED BY SIZE
                INTO O-TRADRTRP-REC.
           WRITE O-TRADRTRP-REC.
           MOVE SPACES TO O-TRADRTRP-REC.
           STRING '| GROUP | SECTOR | CATEGORY | PRODUCTS | '
                DELIMITED BY SIZE
                'MONTH-END AVERAGE | |' DELIMITED BY SIZE
                INTO O-TRADRTRP-REC.
           WRITE O-TRADRTRP-REC.
           CLOSE O-TRADRTRP-FILE.

       TRADRPT-WRITE-TOTALS.
           MOVE WS-AVG-HASH TO WS-ED-HASH.
           MOVE SPACES TO O-TRADRTRP-REC.
           STRING 'RETURN CONTROL TOTALS - CATEGORIES ' DELIMITED
                BY SIZE
                WS-DTL-CNT DELIMITED BY SIZE
                ' GROUPS ' DELIMITED BY SIZE
                WS-GRP-TOTAL DELIMITED BY SIZE
                ' PRODUCTS ' DELIMITED BY SIZE
                WS-PROD-TOTAL DELIMITED BY SIZE
                ' AVERAGE HASH ' DELIMITED BY SIZE
                WS-ED-HASH DELIMITED BY SIZE
                INTO O-TRADRTRP-REC.
           PERFORM TRADRPT-WRITE-REC.
           MOVE WS-UNMAPPED-CNT TO WS-ED-CNT.
           MOVE SPACES TO O-TRADRTRP-REC.
           STRING 'GROUPS NOT MAPPED TO A CATEGORY (LEFT OUT): '
                DELIMITED BY SIZE
                WS-ED-CNT DELIMITED BY SIZE
                INTO O-TRADRTRP-REC.
           PERFORM TRADRPT-WRITE-REC.
           MOVE WS-NO-AVG-CNT TO WS-ED-CNT.
           MOVE SPACES TO O-TRADRTRP-REC.
           STRING 'GROUPS WITHOUT A MONTH-END AVERAGE (LEFT OUT): '
                DELIMITED BY SIZE
                WS-ED-CNT DELIMITED BY SIZE
                INTO O-TRADRTRP-REC.
           PERFORM TRADRPT-WRITE-REC.

       TRADRPT-WRITE-REC.
           OPEN EXTEND O-TRADRTRP-FILE.
           WRITE O-TRADRTRP-REC.
           CLOSE O-TRADRTRP-FILE.

       TRADE-ROLLBACK.
           EXEC SQL
              ROLLBACK
           END-EXEC.
           DISPLAY 'TRADE RETURN NOT RECORDED - ROLLED BACK.'.
           MOVE 'ERROR' TO AUD-EVENT-WS.
           MOVE 'TRADE RETURN FAILED - ROLLED BACK' TO
                AUD-MESSAGE-WS.
           PERFORM WRITE-AUDIT-REC.
           SET TR-RETURN-FAILED TO TRUE.

       LOAD-TRADMAP.
           INITIALIZE TRADE-MAP-TABLE.
           MOVE 0 TO WS-TM-CNT.
           OPEN INPUT I-TRADMAP-FILE.
           IF WS-TRADMAP-FILE-STATUS NOT = '00' THEN
              GO TO LOAD-TRADMAP-EXIT
           END-IF.
           MOVE SPACES TO WS-TRADMAP-EOF-WS.
           PERFORM LOAD-TRADMAP-REC THRU LOAD-TRADMAP-REC-EXIT
                   UNTIL TRADMAP-EOF.
           CLOSE I-TRADMAP-FILE.

       LOAD-TRADMAP-EXIT.
           EXIT.

       LOAD-TRADMAP-REC.
           READ I-TRADMAP-FILE
              AT END
                 SET TRADMAP-EOF TO TRUE
                 GO TO LOAD-TRADMAP-REC-EXIT
           END-READ.
           IF I-TRADMAP-REC = SPACES OR TMAP-KEY-TYPE = '*' THEN
              GO TO LOAD-TRADMAP-REC-EXIT
           END-IF.
           IF (TMAP-KEY-TYPE NOT = 'G' AND TMAP-KEY-TYPE NOT = 'S')
              OR TMAP-KEY-NM = SPACES OR TMAP-CAT-CD = SPACES THEN
              DISPLAY 'TRADMAP ENTRY ' I-TRADMAP-REC
                      ' IS INVALID - IGNORED.'
              GO TO LOAD-TRADMAP-REC-EXIT
           END-IF.
           IF WS-TM-CNT >= 200 THEN
              DISPLAY 'TOO MANY TRADMAP ENTRIES - MAX IS 200.'
              SET TRADMAP-EOF TO TRUE
              GO TO LOAD-TRADMAP-REC-EXIT
           END-IF.
           ADD 1 TO WS-TM-CNT.
           MOVE TMAP-KEY-TYPE TO WS-TM-KEY-TYPE(WS-TM-CNT).
           MOVE TMAP-KEY-NM TO WS-TM-KEY-NM(WS-TM-CNT).
           MOVE TMAP-CAT-CD TO WS-TM-CAT-CD(WS-TM-CNT).

       LOAD-TRADMAP-REC-EXIT.
           EXIT.

       LOAD-SECTMAP.
           INITIALIZE SECTOR-MAP-TABLE.
           MOVE 0 TO WS-MAP-CNT.
           OPEN INPUT I-SECTMAP-FILE.
           IF WS-SECTMAP-FILE-STATUS NOT = '00' THEN
              DISPLAY 'SECTMAP FILE ABSENT - ONLY GROUP-LEVEL '
                      'TRADMAP ENTRIES CAN BE APPLIED.'
              GO TO LOAD-SECTMAP-EXIT
           END-IF.
           MOVE SPACES TO WS-SECTMAP-EOF-WS.
           PERFORM LOAD-SECTMAP-REC THRU LOAD-SECTMAP-REC-EXIT
                   UNTIL SECTMAP-EOF.
           CLOSE I-SECTMAP-FILE.

       LOAD-SECTMAP-EXIT.
           EXIT.

       LOAD-SECTMAP-REC.
           READ I-SECTMAP-FILE
              AT END
                 SET SECTMAP-EOF TO TRUE
                 GO TO LOAD-SECTMAP-REC-EXIT
           END-READ.
           IF I-SECTMAP-REC = SPACES THEN
              GO TO LOAD-SECTMAP-REC-EXIT
           END-IF.
           IF WS-MAP-CNT >= 100 THEN
              DISPLAY 'TOO MANY SECTMAP ENTRIES - MAX IS 100.'
              SET SECTMAP-EOF TO TRUE
              GO TO LOAD-SECTMAP-REC-EXIT
           END-IF.
           ADD 1 TO WS-MAP-CNT.
           MOVE SMAP-GRPNM TO WS-MAP-GRPNM(WS-MAP-CNT).
           MOVE SMAP-SECTOR TO WS-MAP-SECTOR(WS-MAP-CNT).

       LOAD-SECTMAP-REC-EXIT.
           EXIT.

       WRITE-AUDIT-REC.
           MOVE SPACES TO O-AUDIT-REC.
           MOVE 'TRADRTN' TO AUD-PROGRAM.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TIME FROM TIME.
           MOVE AUD-EVENT-WS TO AUD-EVENT.
           MOVE SQLCODE TO AUD-SQLCODE.
           MOVE AUD-ROWCOUNT-WS TO AUD-ROWCOUNT.
           MOVE AUD-MESSAGE-WS TO AUD-MESSAGE.
           MOVE BC-BUS-DATE TO AUD-BUS-DATE.
           OPEN EXTEND O-AUDIT-FILE.
           WRITE O-AUDIT-REC.
           CLOSE O-AUDIT-FILE.
