                 88 REQ-GRPAVG     VALUE 'GRPAVG'.
                 88 REQ-PRODHIST   VALUE 'PRODHIST'.
                 88 REQ-TREND      VALUE 'TREND'.
                 88 REQ-LINEAGE    VALUE 'LINEAGE'.
              05 REQ-PROD-NM       PIC X(10).
              05 REQ-PROD-GR       PIC X(20).
              05 REQ-FROM-DATE     PIC 9(8).
              05 REQ-TO-DATE       PIC 9(8).
              05 REQ-RUN-SEQ-X     PIC X(3).
              05 REQ-RUN-SEQ REDEFINES REQ-RUN-SEQ-X
                                   PIC 9(3).

           FD O-REPOUT-FILE.
           01 O-REPOUT-REC          PIC X(160).
             01 RQ-TREND-AVG         PIC 9(10)V9(4).
             01 RQ-MIN-ARCH          PIC X(8).
             01 RQ-MIN-ARCH-IND     PIC S9(4) COMP.
             01 RQ-RUN-SEQ           PIC 9(3).
             01 RQ-RUN-SEQ-IND       PIC S9(4) COMP.
             01 RQ-LOAD-SEQ          PIC 9(3).
             01 RQ-LOAD-SEQ-IND      PIC S9(4) COMP.
             01 RQ-PUB-STATUS        PIC X(1).
             01 RQ-SHIFT-PCT         PIC 9(5)V9(2).
             01 RQ-TOL-PCT           PIC 9(3).
             01 RQ-PUB-REC-CNT       PIC 9(5).
             01 RQ-PUB-PREV-AVG      PIC 9(10)V9(6).
             01 RQ-PUB-LATEST-AVG    PIC 9(10)V9(4).
             01 RQ-PUB-EOM-AVG       PIC 9(10)V9(8).
             01 RQ-LN-PROD-NM        PIC X(10).
             01 RQ-LN-REASON         PIC X(10).
             01 RQ-LN-REASON-TXT     PIC X(40).
             01 RQ-LN-CURR-CD        PIC X(3).
             01 RQ-LN-FX-RATE        PIC 9(3)V9(6).
             01 RQ-LN-VOLUME         PIC 9(10).
             01 RQ-ADJ-FIELD-CD      PIC X(1).
             01 RQ-ADJ-OLD           PIC S9(5)V9(3).
             01 RQ-ADJ-NEW           PIC 9(5)V9(3).
             01 RQ-ADJ-REASON        PIC X(8).
             01 RQ-ADJ-AUTH          PIC X(8).
             01 RQ-ADJ-SEQ           PIC 9(3).

           EXEC SQL END
              DECLARE SECTION
           01 WS-MIN-ARCH-NUM      PIC 9(8) VALUE 0.
           01 WS-REQ-STATUS-WS     PIC X(40) VALUE SPACES.

           01 WS-LN-IN-CNT         PIC 9(5) VALUE 0.
           01 WS-LN-OUT-CNT        PIC 9(5) VALUE 0.
           01 WS-LN-ADJ-CNT        PIC 9(5) VALUE 0.
           01 WS-LN-PREV-AVG       PIC 9(10)V9(6) VALUE 0.
           01 WS-LN-LATEST-AVG     PIC 9(10)V9(4) VALUE 0.
           01 WS-LN-EOM-AVG        PIC 9(10)V9(8) VALUE 0.
           01 WS-LN-TIE-SW         PIC X(01) VALUE SPACE.
               88 LN-TIES          VALUE 'Y'.
               88 LN-NOT-TIED      VALUE 'N'.
           01 WS-LN-PUBLISHED-SW   PIC X(01) VALUE SPACE.
               88 LN-PUBLISHED     VALUE 'Y'.
           01 WS-LN-FIELD-NM       PIC X(17).

       LINKAGE SECTION.
          01 LS-CONN-PARM.
             05 LS-CONN-PARM-LEN     PIC S9(4) COMP.
           ADD 1 TO WS-REQ-CNT.
           MOVE 0 TO WS-REQ-ROW-CNT.
           MOVE SPACES TO WS-REQ-STATUS-WS.
           IF REQ-LINEAGE AND I-REPREQ-REC(55:8) = SPACES THEN
              MOVE REQ-FROM-DATE TO REQ-TO-DATE
           END-IF.

           MOVE SPACES TO WS-REPOUT-FILENAME.
           STRING 'REPOUT.' DELIMITED BY SIZE
              PERFORM WRITE-REQUEST-STATUS
              GO TO SERVE-REQUEST-EXIT
           END-IF.
           IF REQ-LINEAGE AND REQ-FROM-DATE NOT = REQ-TO-DATE THEN
              MOVE 'LINEAGE COVERS ONE BUSINESS DATE ONLY' TO
                   WS-REQ-STATUS-WS
              PERFORM WRITE-REQUEST-STATUS
              GO TO SERVE-REQUEST-EXIT
           END-IF.

           MOVE REQ-PROD-NM TO RQ-PROD-NM.
           MOVE REQ-PROD-GR TO RQ-PROD-GR.
              PERFORM SERVE-PRODHIST
           ELSE IF REQ-TREND THEN
              PERFORM SERVE-TREND
           ELSE IF REQ-LINEAGE THEN
              PERFORM SERVE-LINEAGE THRU SERVE-LINEAGE-EXIT
           ELSE
              MOVE 'UNKNOWN REPORT TYPE' TO WS-REQ-STATUS-WS
              PERFORM WRITE-REQUEST-STATUS
           EXEC SQL
              DECLARE RQTR-CUR CURSOR FOR
              SELECT TO_CHAR(RUN_DATE, 'YYYYMMDD'),
                     LATEST_AVG
              FROM GROUP_DAILY_STATS
              WHERE PROD_GR = :RQ-PROD-GR
                AND RUN_DATE >= TO_DATE(:RQ-FROM-DATE, 'YYYYMMDD')
                AND RUN_DATE <= TO_DATE(:RQ-TO-DATE, 'YYYYMMDD')
                AND CURR_FLAG = 'Y'
                AND CURR_CD = 'USD'
              ORDER BY RUN_DATE
           END-EXEC.

              OPEN RQTR-CUR
           END-EXEC.
           IF SQLCODE <> 0 THEN
              MOVE 'GROUP STATS UNREADABLE' TO WS-REQ-STATUS-WS
              DISPLAY 'ERROR! SQLCODE - ' SQLCODE
           ELSE
              MOVE SPACES TO RQ-EOF-WS
       RQTR-FETCH-EXIT.
           EXIT.

       SERVE-LINEAGE.
           MOVE 0 TO WS-LN-IN-CNT.
           MOVE 0 TO WS-LN-OUT-CNT.
           MOVE 0 TO WS-LN-ADJ-CNT.
           MOVE 0 TO WS-LN-PREV-AVG.
           MOVE 0 TO WS-LN-LATEST-AVG.
           MOVE 0 TO WS-LN-EOM-AVG.
           MOVE SPACE TO WS-LN-PUBLISHED-SW.
           SET LN-TIES TO TRUE.

           IF REQ-RUN-SEQ-X = SPACES THEN
              EXEC SQL
                 SELECT MAX(RUN_SEQ)
                 INTO :RQ-RUN-SEQ:RQ-RUN-SEQ-IND
                 FROM GROUP_PUB_STATUS
                 WHERE RUN_DATE = TO_DATE(:RQ-FROM-DATE, 'YYYYMMDD')
                   AND GRP_NM = :RQ-PROD-GR
              END-EXEC
              IF SQLCODE <> 0 OR RQ-RUN-SEQ-IND < 0 THEN
                 PERFORM LINEAGE-NOT-FOUND
                 GO TO SERVE-LINEAGE-EXIT
              END-IF
           ELSE IF REQ-RUN-SEQ NOT NUMERIC OR REQ-RUN-SEQ = 0 THEN
              MOVE 'INVALID RUN SEQUENCE' TO WS-REQ-STATUS-WS
              GO TO SERVE-LINEAGE-EXIT
           ELSE
              MOVE REQ-RUN-SEQ TO RQ-RUN-SEQ
           END-IF.

           EXEC SQL
              SELECT REC_CNT, PREV_DAY_AVG, LATEST_AVG,
                     END_OF_MNTH_AVG, PUB_STATUS, NVL(SHIFT_PCT, 0),
                     NVL(TOL_PCT, 0)
              INTO :RQ-REC-CNT, :RQ-PREV-AVG, :RQ-LATEST-AVG,
                   :RQ-EOM-AVG, :RQ-PUB-STATUS, :RQ-SHIFT-PCT,
                   :RQ-TOL-PCT
              FROM GROUP_PUB_STATUS
              WHERE RUN_DATE = TO_DATE(:RQ-FROM-DATE, 'YYYYMMDD')
                AND RUN_SEQ = :RQ-RUN-SEQ
                AND GRP_NM = :RQ-PROD-GR
           END-EXEC.
           IF SQLCODE = +1403 OR SQLCODE = -942 THEN
              PERFORM LINEAGE-NOT-FOUND
              GO TO SERVE-LINEAGE-EXIT
           ELSE IF SQLCODE <> 0 THEN
              DISPLAY 'ERROR! SQLCODE - ' SQLCODE
              MOVE 'LINEAGE UNREADABLE' TO WS-REQ-STATUS-WS
              GO TO SERVE-LINEAGE-EXIT
           END-IF.

           EXEC SQL
              SELECT MAX(RUN_SEQ)
              INTO :RQ-LOAD-SEQ:RQ-LOAD-SEQ-IND
              FROM PROD_PRICE_HIST_ARCHIVE
              WHERE RUN_DATE = TO_DATE(:RQ-FROM-DATE, 'YYYYMMDD')
                AND NVL(RUN_SEQ, 1) <= :RQ-RUN-SEQ
                AND PROD_GR = :RQ-PROD-GR
           END-EXEC.
           IF SQLCODE <> 0 OR RQ-LOAD-SEQ-IND < 0 THEN
              MOVE 0 TO RQ-LOAD-SEQ
           END-IF.

           MOVE SPACES TO O-REPOUT-REC.
           STRING '| LINEAGE | GROUP ' DELIMITED BY SIZE
                RQ-PROD-GR       DELIMITED BY SPACE
                ' | BUSINESS DATE ' DELIMITED BY SIZE
                RQ-FROM-DATE     DELIMITED BY SIZE
                ' | RUN '        DELIMITED BY SIZE
                RQ-RUN-SEQ       DELIMITED BY SIZE
                ' | LOADED BY RUN ' DELIMITED BY SIZE
                RQ-LOAD-SEQ      DELIMITED BY SIZE
                ' |'             DELIMITED BY SIZE
                INTO O-REPOUT-REC.
           PERFORM WRITE-REPOUT-LINE.

           PERFORM LINEAGE-CONTRIBUTORS.
           PERFORM LINEAGE-EXCLUSIONS.
           PERFORM LINEAGE-ADJUSTMENTS.
           PERFORM LINEAGE-PUBLICATION.
           PERFORM LINEAGE-TIE-OUT THRU LINEAGE-TIE-OUT-EXIT.

           COMPUTE WS-REQ-ROW-CNT =
                   WS-LN-IN-CNT + WS-LN-OUT-CNT + WS-LN-ADJ-CNT.
           IF LN-NOT-TIED THEN
              MOVE 'LINEAGE DOES NOT TIE - INVESTIGATE' TO
                   WS-REQ-STATUS-WS
           ELSE IF LN-PUBLISHED THEN
              MOVE 'COMPLETE - TIES TO PUBLISHED FIGURES' TO
                   WS-REQ-STATUS-WS
           ELSE
              MOVE 'COMPLETE - TIES, GROUP NOT PUBLISHED' TO
                   WS-REQ-STATUS-WS
           END-IF.

       SERVE-LINEAGE-EXIT.
           EXIT.

       LINEAGE-NOT-FOUND.
           IF WS-MIN-ARCH-NUM > 0 AND
              REQ-FROM-DATE < WS-MIN-ARCH-NUM THEN
              MOVE 'DATE PREDATES RETENTION' TO WS-REQ-STATUS-WS
           ELSE
              MOVE 'NO LINEAGE RECORDED FOR THE RUN' TO
                   WS-REQ-STATUS-WS
           END-IF.

       LINEAGE-CONTRIBUTORS.
           MOVE SPACES TO O-REPOUT-REC.
           STRING '* CONTRIBUTING PRODUCTS - PRICES CONVERTED TO '
                'THE BASE CURRENCY *'
                INTO O-REPOUT-REC.
           PERFORM WRITE-REPOUT-LINE.
           MOVE SPACES TO O-REPOUT-REC.
           STRING '| PROD_NM | CURR | FX RATE | PREV DAY | LATEST | '
                'END OF MNTH | VOLUME |'
                INTO O-REPOUT-REC.
           PERFORM WRITE-REPOUT-LINE.

           EXEC SQL
              DECLARE RQLI-CUR CURSOR FOR
              SELECT PROD_NM, NVL(CURR_CD, ' '), NVL(FX_RATE, 1),
                     PREV_DAY_PRICE, LATEST_PRICE, END_OF_MNTH_PRICE,
                     NVL(VOLUME, 0)
              FROM PROD_AVG_LINEAGE
              WHERE RUN_DATE = TO_DATE(:RQ-FROM-DATE, 'YYYYMMDD')
                AND RUN_SEQ = :RQ-RUN-SEQ
                AND STAGE = 'A'
                AND GRP_NM = :RQ-PROD-GR
                AND LIN_STATUS = 'IN'
              ORDER BY PROD_NM
           END-EXEC.

           EXEC SQL
              OPEN RQLI-CUR
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'ERROR! SQLCODE - ' SQLCODE
              SET LN-NOT-TIED TO TRUE
           ELSE
              MOVE SPACES TO RQ-EOF-WS
              PERFORM RQLI-FETCH-REC THRU RQLI-FETCH-EXIT
                      UNTIL RQ-EOF
              EXEC SQL
                 CLOSE RQLI-CUR
              END-EXEC
           END-IF.

       RQLI-FETCH-REC.
           EXEC SQL
              FETCH RQLI-CUR
              INTO :RQ-LN-PROD-NM, :RQ-LN-CURR-CD, :RQ-LN-FX-RATE,
                   :RQ-PREV-P, :RQ-LATEST-P, :RQ-EOM-P,
                   :RQ-LN-VOLUME
           END-EXEC.

           IF SQLCODE = +1403 THEN
              SET RQ-EOF TO TRUE
              GO TO RQLI-FETCH-EXIT
           ELSE IF SQLCODE <> 0 THEN
              DISPLAY 'ERROR! SQLCODE - ' SQLCODE
              SET LN-NOT-TIED TO TRUE
              SET RQ-EOF TO TRUE
              GO TO RQLI-FETCH-EXIT.

           ADD 1 TO WS-LN-IN-CNT.
           ADD RQ-PREV-P TO WS-LN-PREV-AVG.
           ADD RQ-LATEST-P TO WS-LN-LATEST-AVG.
           ADD RQ-EOM-P TO WS-LN-EOM-AVG.
           MOVE SPACES TO O-REPOUT-REC.
           STRING '| ' DELIMITED BY SIZE
                RQ-LN-PROD-NM  DELIMITED BY SPACE
                ' | '          DELIMITED BY SIZE
                RQ-LN-CURR-CD  DELIMITED BY SIZE
                ' | '          DELIMITED BY SIZE
                RQ-LN-FX-RATE  DELIMITED BY SIZE
                ' | '          DELIMITED BY SIZE
                RQ-PREV-P      DELIMITED BY SIZE
                ' | '          DELIMITED BY SIZE
                RQ-LATEST-P    DELIMITED BY SIZE
                ' | '          DELIMITED BY SIZE
                RQ-EOM-P       DELIMITED BY SIZE
                ' | '          DELIMITED BY SIZE
                RQ-LN-VOLUME   DELIMITED BY SIZE
                ' |'           DELIMITED BY SIZE
                INTO O-REPOUT-REC.
           PERFORM WRITE-REPOUT-LINE.

       RQLI-FETCH-EXIT.
           EXIT.

       LINEAGE-EXCLUSIONS.
           MOVE SPACES TO O-REPOUT-REC.
           STRING '* EXCLUDED PRODUCTS - PRICES AS FED *'
                INTO O-REPOUT-REC.
           PERFORM WRITE-REPOUT-LINE.
           MOVE SPACES TO O-REPOUT-REC.
           STRING '| PROD_NM | REASON | DETAIL | CURR | PREV DAY | '
                'LATEST | END OF MNTH |'
                INTO O-REPOUT-REC.
           PERFORM WRITE-REPOUT-LINE.

           EXEC SQL
              DECLARE RQLX-CUR CURSOR FOR
              SELECT PROD_NM, REASON, NVL(REASON_TXT, ' '),
                     NVL(CURR_CD, ' '), NVL(PREV_DAY_PRICE, 0),
                     NVL(LATEST_PRICE, 0), NVL(END_OF_MNTH_PRICE, 0)
              FROM PROD_AVG_LINEAGE
              WHERE RUN_DATE = TO_DATE(:RQ-FROM-DATE, 'YYYYMMDD')
                AND GRP_NM = :RQ-PROD-GR
                AND LIN_STATUS = 'OUT'
                AND ((STAGE = 'A' AND RUN_SEQ = :RQ-RUN-SEQ) OR
                     (STAGE = 'L' AND RUN_SEQ = :RQ-LOAD-SEQ))
              ORDER BY REASON, PROD_NM
           END-EXEC.

           EXEC SQL
              OPEN RQLX-CUR
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'ERROR! SQLCODE - ' SQLCODE
           ELSE
              MOVE SPACES TO RQ-EOF-WS
              PERFORM RQLX-FETCH-REC THRU RQLX-FETCH-EXIT
                      UNTIL RQ-EOF
              EXEC SQL
                 CLOSE RQLX-CUR
              END-EXEC
           END-IF.

       RQLX-FETCH-REC.
           EXEC SQL
              FETCH RQLX-CUR
              INTO :RQ-LN-PROD-NM, :RQ-LN-REASON, :RQ-LN-REASON-TXT,
                   :RQ-LN-CURR-CD, :RQ-PREV-P, :RQ-LATEST-P,
                   :RQ-EOM-P
           END-EXEC.

           IF SQLCODE = +1403 THEN
              SET RQ-EOF TO TRUE
              GO TO RQLX-FETCH-EXIT
           ELSE IF SQLCODE <> 0 THEN
              DISPLAY 'ERROR! SQLCODE - ' SQLCODE
              SET RQ-EOF TO TRUE
              GO TO RQLX-FETCH-EXIT.

           ADD 1 TO WS-LN-OUT-CNT.
           MOVE SPACES TO O-REPOUT-REC.
           STRING '| ' DELIMITED BY SIZE
                RQ-LN-PROD-NM    DELIMITED BY SPACE
                ' | '            DELIMITED BY SIZE
                RQ-LN-REASON     DELIMITED BY SPACE
                ' | '            DELIMITED BY SIZE
                RQ-LN-REASON-TXT DELIMITED BY '  '
                ' | '            DELIMITED BY SIZE
                RQ-LN-CURR-CD    DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                RQ-PREV-P        DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                RQ-LATEST-P      DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                RQ-EOM-P         DELIMITED BY SIZE
                ' |'             DELIMITED BY SIZE
                INTO O-REPOUT-REC.
           PERFORM WRITE-REPOUT-LINE.

       RQLX-FETCH-EXIT.
           EXIT.

       LINEAGE-ADJUSTMENTS.
           MOVE SPACES TO O-REPOUT-REC.
           STRING '* MANUAL ADJUSTMENTS APPLIED BEFORE AVERAGING *'
                INTO O-REPOUT-REC.
           PERFORM WRITE-REPOUT-LINE.
           MOVE SPACES TO O-REPOUT-REC.
           STRING '| RUN | PROD_NM | FIELD | OLD -> NEW | REASON | '
                'AUTHORISER |'
                INTO O-REPOUT-REC.
           PERFORM WRITE-REPOUT-LINE.

           EXEC SQL
              DECLARE RQLA-CUR CURSOR FOR
              SELECT RUN_SEQ, PROD_NM, FIELD_CD, OLD_VALUE,
                     NEW_VALUE, NVL(REASON_CD, ' '), AUTH_ID
              FROM PROD_PRICE_ADJ_LOG
              WHERE BUS_DATE = TO_DATE(:RQ-FROM-DATE, 'YYYYMMDD')
                AND PROD_GR = :RQ-PROD-GR
                AND RUN_SEQ >= :RQ-LOAD-SEQ
                AND RUN_SEQ <= :RQ-RUN-SEQ
              ORDER BY RUN_SEQ, ADJ_TIME, PROD_NM
           END-EXEC.

           EXEC SQL
              OPEN RQLA-CUR
           END-EXEC.
           IF SQLCODE = -942 THEN
              CONTINUE
           ELSE IF SQLCODE <> 0 THEN
              DISPLAY 'ERROR! SQLCODE - ' SQLCODE
           ELSE
              MOVE SPACES TO RQ-EOF-WS
              PERFORM RQLA-FETCH-REC THRU RQLA-FETCH-EXIT
                      UNTIL RQ-EOF
              EXEC SQL
                 CLOSE RQLA-CUR
              END-EXEC
           END-IF.
           IF WS-LN-ADJ-CNT = 0 THEN
              MOVE SPACES TO O-REPOUT-REC
              STRING '| NONE |' INTO O-REPOUT-REC
              PERFORM WRITE-REPOUT-LINE
           END-IF.

       RQLA-FETCH-REC.
           EXEC SQL
              FETCH RQLA-CUR
              INTO :RQ-ADJ-SEQ, :RQ-LN-PROD-NM, :RQ-ADJ-FIELD-CD,
                   :RQ-ADJ-OLD, :RQ-ADJ-NEW, :RQ-ADJ-REASON,
                   :RQ-ADJ-AUTH
           END-EXEC.

           IF SQLCODE = +1403 THEN
              SET RQ-EOF TO TRUE
              GO TO RQLA-FETCH-EXIT
           ELSE IF SQLCODE <> 0 THEN
              DISPLAY 'ERROR! SQLCODE - ' SQLCODE
              SET RQ-EOF TO TRUE
              GO TO RQLA-FETCH-EXIT.

           ADD 1 TO WS-LN-ADJ-CNT.
           IF RQ-ADJ-FIELD-CD = 'P' THEN
              MOVE 'PREV_DAY_PRICE' TO WS-LN-FIELD-NM
           ELSE IF RQ-ADJ-FIELD-CD = 'L' THEN
              MOVE 'LATEST_PRICE' TO WS-LN-FIELD-NM
           ELSE
              MOVE 'END_OF_MNTH_PRICE' TO WS-LN-FIELD-NM
           END-IF.
           MOVE SPACES TO O-REPOUT-REC.
           STRING '| ' DELIMITED BY SIZE
                RQ-ADJ-SEQ       DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                RQ-LN-PROD-NM    DELIMITED BY SPACE
                ' | '            DELIMITED BY SIZE
                WS-LN-FIELD-NM   DELIMITED BY SPACE
                ' | '            DELIMITED BY SIZE
                RQ-ADJ-OLD       DELIMITED BY SIZE
                ' -> '           DELIMITED BY SIZE
                RQ-ADJ-NEW       DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                RQ-ADJ-REASON    DELIMITED BY SPACE
                ' | '            DELIMITED BY SIZE
                RQ-ADJ-AUTH      DELIMITED BY SPACE
                ' |'             DELIMITED BY SIZE
                INTO O-REPOUT-REC.
           PERFORM WRITE-REPOUT-LINE.

       RQLA-FETCH-EXIT.
           EXIT.

       LINEAGE-PUBLICATION.
           MOVE SPACES TO O-REPOUT-REC.
           STRING '* PUBLICATION GATE *' INTO O-REPOUT-REC.
           PERFORM WRITE-REPOUT-LINE.
           MOVE SPACES TO O-REPOUT-REC.
           IF RQ-PUB-STATUS = 'H' THEN
              STRING '| WITHHELD BY THE PUBHOLD GATE - SHIFT '
                                 DELIMITED BY SIZE
                   RQ-SHIFT-PCT  DELIMITED BY SIZE
                   ' PCT AGAINST A TOLERANCE OF ' DELIMITED BY SIZE
                   RQ-TOL-PCT    DELIMITED BY SIZE
                   ' PCT |'      DELIMITED BY SIZE
                   INTO O-REPOUT-REC
           ELSE IF RQ-PUB-STATUS = 'A' THEN
              SET LN-PUBLISHED TO TRUE
              STRING '| RELEASED BY OPERATOR APPROVAL - SHIFT '
                                 DELIMITED BY SIZE
                   RQ-SHIFT-PCT  DELIMITED BY SIZE
                   ' PCT AGAINST A TOLERANCE OF ' DELIMITED BY SIZE
                   RQ-TOL-PCT    DELIMITED BY SIZE
                   ' PCT |'      DELIMITED BY SIZE
                   INTO O-REPOUT-REC
           ELSE IF RQ-PUB-STATUS = 'N' THEN
              STRING '| NOT PUBLISHED - NO CONTRIBUTING PRODUCTS |'
                   INTO O-REPOUT-REC
           ELSE
              SET LN-PUBLISHED TO TRUE
              STRING '| PUBLISHED - NOT HELD BY THE PUBHOLD GATE |'
                   INTO O-REPOUT-REC
           END-IF.
           PERFORM WRITE-REPOUT-LINE.

       LINEAGE-TIE-OUT.
           IF WS-LN-IN-CNT > 0 THEN
              COMPUTE WS-LN-PREV-AVG =
                      WS-LN-PREV-AVG / WS-LN-IN-CNT
              COMPUTE WS-LN-LATEST-AVG =
                      WS-LN-LATEST-AVG / WS-LN-IN-CNT
              COMPUTE WS-LN-EOM-AVG =
                      WS-LN-EOM-AVG / WS-LN-IN-CNT
           END-IF.

           MOVE SPACES TO O-REPOUT-REC.
           STRING '* TIE-OUT *' INTO O-REPOUT-REC.
           PERFORM WRITE-REPOUT-LINE.
           MOVE SPACES TO O-REPOUT-REC.
           STRING '| SOURCE | REC_CNT | PREV DAY AVG | LATEST AVG | '
                'END OF MNTH AVG |'
                INTO O-REPOUT-REC.
           PERFORM WRITE-REPOUT-LINE.

           MOVE SPACES TO O-REPOUT-REC.
           STRING '| CONTRIBUTORS ABOVE | ' DELIMITED BY SIZE
                WS-LN-IN-CNT     DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                WS-LN-PREV-AVG   DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                WS-LN-LATEST-AVG DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                WS-LN-EOM-AVG    DELIMITED BY SIZE
                ' |'             DELIMITED BY SIZE
                INTO O-REPOUT-REC.
           PERFORM WRITE-REPOUT-LINE.

           MOVE SPACES TO O-REPOUT-REC.
           STRING '| RUN RECORD | ' DELIMITED BY SIZE
                RQ-REC-CNT       DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                RQ-PREV-AVG      DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                RQ-LATEST-AVG    DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                RQ-EOM-AVG       DELIMITED BY SIZE
                ' |'             DELIMITED BY SIZE
                INTO O-REPOUT-REC.
           PERFORM WRITE-REPOUT-LINE.
           IF WS-LN-IN-CNT NOT = RQ-REC-CNT OR
              WS-LN-PREV-AVG NOT = RQ-PREV-AVG OR
              WS-LN-LATEST-AVG NOT = RQ-LATEST-AVG OR
              WS-LN-EOM-AVG NOT = RQ-EOM-AVG THEN
              SET LN-NOT-TIED TO TRUE
           END-IF.

           IF NOT LN-PUBLISHED THEN
              GO TO LINEAGE-TIE-OUT-RESULT
           END-IF.

           EXEC SQL
              SELECT REC_CNT, PREV_DAY_AVG, LATEST_AVG,
                     END_OF_MNTH_AVG
              INTO :RQ-PUB-REC-CNT, :RQ-PUB-PREV-AVG,
                   :RQ-PUB-LATEST-AVG, :RQ-PUB-EOM-AVG
              FROM GROUP_PRICE_AVG
              WHERE RUN_DATE = TO_DATE(:RQ-FROM-DATE, 'YYYYMMDD')
                AND GRP_NM = :RQ-PROD-GR
                AND NVL(RUN_SEQ, 1) = :RQ-RUN-SEQ
           END-EXEC.
           MOVE SPACES TO O-REPOUT-REC.
           IF SQLCODE = 0 THEN
              STRING '| GROUP_PRICE_AVG | ' DELIMITED BY SIZE
                   RQ-PUB-REC-CNT    DELIMITED BY SIZE
                   ' | '             DELIMITED BY SIZE
                   RQ-PUB-PREV-AVG   DELIMITED BY SIZE
                   ' | '             DELIMITED BY SIZE
                   RQ-PUB-LATEST-AVG DELIMITED BY SIZE
                   ' | '             DELIMITED BY SIZE
                   RQ-PUB-EOM-AVG    DELIMITED BY SIZE
                   ' |'              DELIMITED BY SIZE
                   INTO O-REPOUT-REC
              IF WS-LN-IN-CNT NOT = RQ-PUB-REC-CNT OR
                 WS-LN-PREV-AVG NOT = RQ-PUB-PREV-AVG OR
                 WS-LN-LATEST-AVG NOT = RQ-PUB-LATEST-AVG OR
                 WS-LN-EOM-AVG NOT = RQ-PUB-EOM-AVG THEN
                 SET LN-NOT-TIED TO TRUE
              END-IF
           ELSE
              DISPLAY 'GROUP_PRICE_AVG ROW NOT FOUND - SQLCODE '
                      SQLCODE
              STRING '| GROUP_PRICE_AVG | ROW MISSING FOR THIS RUN |'
                   INTO O-REPOUT-REC
              SET LN-NOT-TIED TO TRUE
           END-IF.
           PERFORM WRITE-REPOUT-LINE.

       LINEAGE-TIE-OUT-RESULT.
           MOVE SPACES TO O-REPOUT-REC.
           IF LN-NOT-TIED THEN
              STRING '| RESULT | DOES NOT TIE |' INTO O-REPOUT-REC
           ELSE
              STRING '| RESULT | TIES EXACTLY |' INTO O-REPOUT-REC
           END-IF.
           PERFORM WRITE-REPOUT-LINE.

       LINEAGE-TIE-OUT-EXIT.
           EXIT.

       WRITE-REPOUT-LINE.
           OPEN EXTEND O-REPOUT-FILE.
           WRITE O-REPOUT-REC.
           CLOSE O-REPOUT-FILE.

       WRITE-AUDIT-REC.
           MOVE SPACES TO O-AUDIT-REC.
           MOVE 'RPTREQ' TO AUD-PROGRAM.
