       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRCINDEX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT O-AUDIT-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT I-AVALGR-FILE ASSIGN TO 'AVALGR'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-AVALGR-FILE-STATUS.

           SELECT I-PARMS-FILE ASSIGN TO 'PARMS'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-PARMS-FILE-STATUS.

           SELECT I-FXRATES-FILE ASSIGN TO 'FXRATES'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FXRATES-FILE-STATUS.

           SELECT I-SECTMAP-FILE ASSIGN TO 'SECTMAP'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-SECTMAP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD O-AUDIT-FILE.
           COPY "AUDITREC".

           FD I-AVALGR-FILE.
           01 I-AVALGR-REC          PIC X(20).

           FD I-PARMS-FILE.
           01 I-PARMS-REC           PIC X(40).

           FD I-FXRATES-FILE.
           01 I-FXRATES-REC.
              05 FXR-CUR           PIC X(3).
              05 FXR-RATE          PIC 9(3)V9(6).

           FD I-SECTMAP-FILE.
           01 I-SECTMAP-REC.
              05 SMAP-GRPNM        PIC X(20).
              05 SMAP-SECTOR       PIC X(20).

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

             01 IX-DATE              PIC X(8).
             01 IX-START-DATE        PIC X(8).
             01 IX-START-IND         PIC S9(4) COMP.
             01 IX-LAST-DATE         PIC X(8).
             01 IX-LAST-IND          PIC S9(4) COMP.
             01 IX-GRP-NM            PIC X(20).
             01 IX-PROD-CNT          PIC 9(7).
             01 IX-CURR-CD           PIC X(3).
             01 IX-CUR-P             PIC 9(5)V9(3).
             01 IX-PRI-P             PIC 9(5)V9(3).
             01 IX-PRI-VOL           PIC 9(10).
             01 IX-IDX-TYPE          PIC X(1).
             01 IX-IDX-NM            PIC X(20).
             01 IX-PRIOR-LVL         PIC 9(8)V9(8).
             01 IX-MATCHED           PIC 9(7).
             01 IX-LINK              PIC 9(4)V9(8).
             01 IX-CHAIN             PIC 9(8)V9(8).
             01 IX-WGT               PIC X(1).
             01 IX-BASE-YM           PIC X(6).
             01 IX-BASE-IND          PIC S9(4) COMP.
             01 IX-ROW-CNT           PIC 9(7).
             01 EN-BASE-CURR         PIC X(3).

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "BUSCALR".
           COPY "ENTCTXR".

           01 AUD-EVENT-WS         PIC X(8).
           01 AUD-ROWCOUNT-WS      PIC 9(7) VALUE 0.
           01 AUD-MESSAGE-WS       PIC X(40) VALUE SPACES.

           01 WS-AVALGR-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-AVALGR-EOF-WS     PIC X(02) VALUE SPACES.
               88 AVALGR-EOF       VALUE HIGH-VALUES.

           01 WS-PARMS-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-PARMS-EOF-WS      PIC X(02) VALUE SPACES.
               88 PARMS-EOF        VALUE HIGH-VALUES.
           01 WS-PARM-KEY          PIC X(14).
           01 WS-PARM-VALUE-X      PIC X(5).

           01 WS-IDX-BASE-YEAR     PIC 9(4) VALUE 0.
           01 WS-IDX-BASE-MON      PIC 9(2) VALUE 0.

           01 WS-FXRATES-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-FXRATES-EOF-WS    PIC X(02) VALUE SPACES.
               88 FXRATES-EOF      VALUE HIGH-VALUES.
           01 WS-FX-LOADED-SW      PIC X(01) VALUE SPACE.
               88 FX-LOADED        VALUE 'Y'.
           01 WS-BASE-CURR         PIC X(3) VALUE 'USD'.
           01 FXRATE-TABLE.
              05 WS-FX-CNT         PIC 9(3) VALUE 0.
              05 WS-FX-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-FX-INX.
                 10 WS-FX-CUR      PIC X(3).
                 10 WS-FX-RATE-T   PIC 9(3)V9(6).
           01 WS-FX-LOOKUP-CURR    PIC X(3).
           01 WS-ROW-RATE          PIC 9(3)V9(6).
           01 WS-FX-SKIP-SW        PIC X(01) VALUE SPACE.
               88 FX-ROW-SKIP      VALUE 'Y'.

           01 WS-SECTMAP-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-SECTMAP-EOF-WS    PIC X(02) VALUE SPACES.
               88 SECTMAP-EOF      VALUE HIGH-VALUES.
           01 SECTOR-MAP-TABLE.
              05 WS-MAP-CNT        PIC 9(3) VALUE 0.
              05 WS-MAP-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-MAP-INX.
                 10 WS-MAP-GRPNM   PIC X(20).
                 10 WS-MAP-SECTOR  PIC X(20).

           01 WS-AVL-CNT           PIC 9(3) VALUE 0.
           01 WS-GRP-MAX           PIC 9(3) VALUE 200.
           01 INDEX-GRP-TABLE.
              05 WS-IXG-CNT        PIC 9(3) VALUE 0.
              05 WS-IXG-ENTRY OCCURS 250 TIMES
                   INDEXED BY WS-IXG-INX.
                 10 WS-IXG-NM      PIC X(20).
                 10 WS-IXG-PRESENT PIC X(1).
                 10 WS-IXG-MATCHED PIC 9(7).
                 10 WS-IXG-VOL-CNT PIC 9(7).
                 10 WS-IXG-VOL-SUM PIC 9(15).
                 10 WS-IXG-PV-CUR  PIC 9(16)V99.
                 10 WS-IXG-PV-PRI  PIC 9(16)V99.
                 10 WS-IXG-NV-CUR  PIC 9(12)V9(6).
                 10 WS-IXG-NV-PRI  PIC 9(12)V9(6).

           01 INDEX-SECT-TABLE.
              05 WS-IXS-CNT        PIC 9(3) VALUE 0.
              05 WS-IXS-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-IXS-INX.
                 10 WS-IXS-NM      PIC X(20).
                 10 WS-IXS-MATCHED PIC 9(7).
                 10 WS-IXS-VOL-CNT PIC 9(7).
                 10 WS-IXS-VOL-SUM PIC 9(15).
                 10 WS-IXS-PV-CUR  PIC 9(16)V99.
                 10 WS-IXS-PV-PRI  PIC 9(16)V99.
                 10 WS-IXS-NV-CUR  PIC 9(12)V9(6).
                 10 WS-IXS-NV-PRI  PIC 9(12)V9(6).
           01 WS-SECTOR-NM         PIC X(20).

           01 WS-AG-MATCHED        PIC 9(7).
           01 WS-AG-VOL-CNT        PIC 9(7).
           01 WS-AG-VOL-SUM        PIC 9(15).
           01 WS-AG-PV-CUR         PIC 9(16)V99.
           01 WS-AG-PV-PRI         PIC 9(16)V99.
           01 WS-AG-NV-CUR         PIC 9(12)V9(6).
           01 WS-AG-NV-PRI         PIC 9(12)V9(6).
           01 WS-AG-AVG-VOL        PIC 9(12)V9(4).
           01 WS-AG-NUM            PIC 9(16)V99.
           01 WS-AG-DEN            PIC 9(16)V99.
           01 WS-ROW-CUR-P         PIC 9(8)V9(6).
           01 WS-ROW-PRI-P         PIC 9(8)V9(6).
           01 WS-PRIOR-FOUND-SW    PIC X(01) VALUE SPACE.
               88 PRIOR-FOUND      VALUE 'Y'.

           01 DATE-LIST-TABLE.
              05 WS-DT-CNT         PIC 9(4) VALUE 0.
              05 WS-DT-DATE        PIC X(8) OCCURS 1000 TIMES.
           01 WS-DT-MAX            PIC 9(4) VALUE 1000.
           01 WS-DT-SUB            PIC 9(4) COMP.

           01 IP-EOF-WS            PIC X(02) VALUE SPACES.
               88 IP-EOF           VALUE HIGH-VALUES.
           01 IM-EOF-WS            PIC X(02) VALUE SPACES.
               88 IM-EOF           VALUE HIGH-VALUES.
           01 ID-EOF-WS            PIC X(02) VALUE SPACES.
               88 ID-EOF           VALUE HIGH-VALUES.

           01 WS-IDX-ROW-CNT       PIC 9(7) VALUE 0.
           01 WS-NO-RATE-CNT       PIC 9(7) VALUE 0.
           01 WS-IDX-FAIL-SW       PIC X(01) VALUE SPACE.
               88 IDX-FAILED       VALUE 'Y'.

       LINKAGE SECTION.
           COPY "PRCINDXR".

       PROCEDURE DIVISION USING PRCINDEX-PARM.

           SET PX-NO-INDEX TO TRUE.
           MOVE 0 TO PX-DATE-CNT.
           MOVE SPACE TO WS-IDX-FAIL-SW.
           MOVE 0 TO WS-IDX-ROW-CNT.
           MOVE 0 TO WS-NO-RATE-CNT.
           ACCEPT BC-WALL-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO BC-BACK-DAYS.
           CALL 'BUSCAL' USING BUSCAL-PARM.
           MOVE 'G' TO EC-MODE.
           MOVE SPACES TO EC-DD-NAME.
           CALL 'ENTCTX' USING ENTCTX-PARM.
           MOVE EC-BASE-CURR TO EN-BASE-CURR.
           MOVE EC-BASE-CURR TO WS-BASE-CURR.

           DISPLAY ' '.
           IF PX-REBUILD THEN
              DISPLAY 'REBUILDING THE GROUP PRICE INDEX FROM '
                      PX-RUN-DATE '...'
           ELSE
              DISPLAY 'CHAIN-LINKED GROUP PRICE INDEX FOR '
                      PX-RUN-DATE '...'
           END-IF.
           MOVE 'START' TO AUD-EVENT-WS.
           MOVE 'PRICE INDEX STARTED' TO AUD-MESSAGE-WS.
           MOVE 0 TO AUD-ROWCOUNT-WS.
           PERFORM WRITE-AUDIT-REC.

           PERFORM READ-PARMS THRU READ-PARMS-EXIT.
           PERFORM LOAD-GROUPS THRU LOAD-GROUPS-EXIT.
           IF WS-AVL-CNT = 0 THEN
              DISPLAY 'NO GROUPS IN AVALGR - INDEX NOT COMPUTED.'
              MOVE 'WARN' TO AUD-EVENT-WS
              MOVE 'NO AVALGR GROUPS - INDEX NOT COMPUTED' TO
                   AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              EXIT PROGRAM
           END-IF.
           PERFORM LOAD-FXRATES THRU LOAD-FXRATES-EXIT.
           PERFORM LOAD-SECTMAP THRU LOAD-SECTMAP-EXIT.

           PERFORM CREATE-INDEX-TABLE THRU CREATE-INDEX-TABLE-EXIT.
           IF IDX-FAILED THEN
              SET PX-INDEX-FAILED TO TRUE
              EXIT PROGRAM
           END-IF.

           MOVE 0 TO WS-DT-CNT.
           IF PX-REBUILD THEN
              PERFORM BUILD-REBUILD-DATES
              THRU BUILD-REBUILD-DATES-EXIT
           ELSE
              MOVE 1 TO WS-DT-CNT
              MOVE PX-RUN-DATE TO WS-DT-DATE(1)
           END-IF.
           IF IDX-FAILED THEN
              SET PX-INDEX-FAILED TO TRUE
              EXIT PROGRAM
           END-IF.
           IF WS-DT-CNT = 0 THEN
              MOVE 'WARN' TO AUD-EVENT-WS
              MOVE 'NO INDEX DATES TO COMPUTE' TO AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              EXIT PROGRAM
           END-IF.

           PERFORM INDEX-ONE-DATE THRU INDEX-ONE-DATE-EXIT
                   VARYING WS-DT-SUB FROM 1 BY 1
                   UNTIL WS-DT-SUB > WS-DT-CNT OR IDX-FAILED.

           IF NOT IDX-FAILED AND WS-IDX-ROW-CNT > 0 THEN
              PERFORM REBASE-INDEX THRU REBASE-INDEX-EXIT
           END-IF.

           IF IDX-FAILED THEN
              EXEC SQL
                 ROLLBACK
              END-EXEC
              DISPLAY 'PRICE INDEX ROLLED BACK - SERIES UNCHANGED.'
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'PRICE INDEX FAILED - ROLLED BACK' TO
                   AUD-MESSAGE-WS
              MOVE 0 TO AUD-ROWCOUNT-WS
              PERFORM WRITE-AUDIT-REC
              SET PX-INDEX-FAILED TO TRUE
              EXIT PROGRAM
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           IF WS-NO-RATE-CNT > 0 THEN
              DISPLAY 'PRODUCTS WITHOUT AN FXRATES RATE LEFT OUT '
                      'OF THE INDEX: ' WS-NO-RATE-CNT
           END-IF.
           IF WS-IDX-ROW-CNT > 0 THEN
              SET PX-INDEX-WRITTEN TO TRUE
           END-IF.
           DISPLAY 'PRICE INDEX FINISHED - DATES: ' PX-DATE-CNT
                   ' INDEX ROWS: ' WS-IDX-ROW-CNT.
           MOVE 'END' TO AUD-EVENT-WS.
           MOVE 'PRICE INDEX COMPLETED' TO AUD-MESSAGE-WS.
           MOVE WS-IDX-ROW-CNT TO AUD-ROWCOUNT-WS.
           PERFORM WRITE-AUDIT-REC.
           EXIT PROGRAM.

       CREATE-INDEX-TABLE.
           EXEC SQL
              CREATE TABLE GROUP_PRICE_INDEX
              (
                  IDX_DATE          DATE,
                  IDX_TYPE          VARCHAR2(1),
                  IDX_NM            VARCHAR2(20),
                  PRIOR_DATE        DATE,
                  MATCHED_CNT       NUMBER(7),
                  LINK_RATIO        NUMBER(12,8),
                  CHAIN_LVL         NUMBER(16,8),
                  INDEX_VAL         NUMBER(12,4),
                  WGT_BASIS         VARCHAR2(1),
                  BASE_YM           VARCHAR2(6)
              )
           END-EXEC.
           IF SQLCODE = 0 THEN
              DISPLAY 'GROUP_PRICE_INDEX CREATED.'
           ELSE IF SQLCODE NOT = -955 THEN
              DISPLAY 'UNABLE TO CREATE GROUP_PRICE_INDEX!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'UNABLE TO CREATE GROUP_PRICE_INDEX' TO
                   AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              SET IDX-FAILED TO TRUE
           END-IF.

       CREATE-INDEX-TABLE-EXIT.
           EXIT.

       BUILD-REBUILD-DATES.
           EXEC SQL
              SELECT TO_CHAR(MIN(IDX_DATE), 'YYYYMMDD')
              INTO :IX-START-DATE:IX-START-IND
              FROM GROUP_PRICE_INDEX
           END-EXEC.
           IF SQLCODE <> 0 AND SQLCODE <> +1403 THEN
              DISPLAY 'UNABLE TO READ GROUP_PRICE_INDEX!'
              DISPLAY 'SQLCODE = ' SQLCODE
              SET IDX-FAILED TO TRUE
              GO TO BUILD-REBUILD-DATES-EXIT
           END-IF.
           IF SQLCODE = +1403 OR IX-START-IND < 0 THEN
              DISPLAY 'NO INDEX HISTORY YET - NOTHING TO REBUILD.'
              GO TO BUILD-REBUILD-DATES-EXIT
           END-IF.
           IF IX-START-DATE < PX-RUN-DATE THEN
              MOVE PX-RUN-DATE TO IX-START-DATE
           END-IF.

           EXEC SQL
              DECLARE IXDT-CUR CURSOR FOR
              SELECT DISTINCT TO_CHAR(RUN_DATE, 'YYYYMMDD')
              FROM PROD_PRICE_HIST_ARCHIVE
              WHERE RUN_DATE >= TO_DATE(:IX-START-DATE, 'YYYYMMDD')
                AND NVL(CURR_FLAG, 'Y') = 'Y'
              ORDER BY 1
           END-EXEC.

           EXEC SQL
              OPEN IXDT-CUR
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO LIST THE ARCHIVE DATES!'
              DISPLAY 'SQLCODE = ' SQLCODE
              SET IDX-FAILED TO TRUE
              GO TO BUILD-REBUILD-DATES-EXIT
           END-IF.

           MOVE SPACES TO ID-EOF-WS.
           PERFORM FETCH-REBUILD-DATE THRU FETCH-REBUILD-DATE-EXIT
                   UNTIL ID-EOF.

           EXEC SQL
              CLOSE IXDT-CUR
           END-EXEC.
           DISPLAY 'ARCHIVE DATES TO RE-INDEX FROM ' IX-START-DATE
                   ': ' WS-DT-CNT.

       BUILD-REBUILD-DATES-EXIT.
           EXIT.

       FETCH-REBUILD-DATE.
           EXEC SQL
              FETCH IXDT-CUR
              INTO :IX-DATE
           END-EXEC.

           IF SQLCODE = +1403 THEN
              SET ID-EOF TO TRUE
              GO TO FETCH-REBUILD-DATE-EXIT
           ELSE IF SQLCODE <> 0 THEN
              DISPLAY 'ERROR! SQLCODE - ' SQLCODE
              SET IDX-FAILED TO TRUE
              SET ID-EOF TO TRUE
              GO TO FETCH-REBUILD-DATE-EXIT.

           IF WS-DT-CNT = WS-DT-MAX THEN
              DISPLAY 'MORE THAN ' WS-DT-MAX ' ARCHIVE DATES - '
                      IX-DATE ' AND LATER NOT RE-INDEXED.'
              MOVE 'WARN' TO AUD-EVENT-WS
              MOVE 'TOO MANY DATES - REBUILD TRUNCATED' TO
                   AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              SET ID-EOF TO TRUE
              GO TO FETCH-REBUILD-DATE-EXIT
           END-IF.
           ADD 1 TO WS-DT-CNT.
           MOVE IX-DATE TO WS-DT-DATE(WS-DT-CNT).

       FETCH-REBUILD-DATE-EXIT.
           EXIT.

       INDEX-ONE-DATE.
           MOVE WS-DT-DATE(WS-DT-SUB) TO IX-DATE.
           MOVE WS-AVL-CNT TO WS-IXG-CNT.
           PERFORM CLEAR-GROUP-ENTRY
                   VARYING WS-IXG-INX FROM 1 BY 1
                   UNTIL WS-IXG-INX > WS-IXG-CNT.
           MOVE 0 TO WS-IXS-CNT.

           IF PX-REBUILD THEN
              PERFORM ADD-EXISTING-SERIES
              THRU ADD-EXISTING-SERIES-EXIT
              IF IDX-FAILED THEN
                 GO TO INDEX-ONE-DATE-EXIT
              END-IF
           END-IF.

           PERFORM MARK-PRESENT-GROUPS THRU MARK-PRESENT-GROUPS-EXIT.
           IF IDX-FAILED THEN
              GO TO INDEX-ONE-DATE-EXIT
           END-IF.

           EXEC SQL
              DELETE FROM GROUP_PRICE_INDEX
              WHERE IDX_DATE = TO_DATE(:IX-DATE, 'YYYYMMDD')
           END-EXEC.
           IF SQLCODE <> 0 AND SQLCODE <> +1403 THEN
              DISPLAY 'UNABLE TO CLEAR INDEX ROWS FOR ' IX-DATE
              DISPLAY 'SQLCODE = ' SQLCODE
              SET IDX-FAILED TO TRUE
              GO TO INDEX-ONE-DATE-EXIT
           END-IF.

           PERFORM INDEX-ONE-GROUP THRU INDEX-ONE-GROUP-EXIT
                   VARYING WS-IXG-INX FROM 1 BY 1
                   UNTIL WS-IXG-INX > WS-IXG-CNT OR IDX-FAILED.
           IF IDX-FAILED THEN
              GO TO INDEX-ONE-DATE-EXIT
           END-IF.

           PERFORM INDEX-ONE-SECTOR THRU INDEX-ONE-SECTOR-EXIT
                   VARYING WS-IXS-INX FROM 1 BY 1
                   UNTIL WS-IXS-INX > WS-IXS-CNT OR IDX-FAILED.
           ADD 1 TO PX-DATE-CNT.

       INDEX-ONE-DATE-EXIT.
           EXIT.

       CLEAR-GROUP-ENTRY.
           MOVE 'N' TO WS-IXG-PRESENT(WS-IXG-INX).
           MOVE 0 TO WS-IXG-MATCHED(WS-IXG-INX).
           MOVE 0 TO WS-IXG-VOL-CNT(WS-IXG-INX).
           MOVE 0 TO WS-IXG-VOL-SUM(WS-IXG-INX).
           MOVE 0 TO WS-IXG-PV-CUR(WS-IXG-INX).
           MOVE 0 TO WS-IXG-PV-PRI(WS-IXG-INX).
           MOVE 0 TO WS-IXG-NV-CUR(WS-IXG-INX).
           MOVE 0 TO WS-IXG-NV-PRI(WS-IXG-INX).

       ADD-EXISTING-SERIES.
           EXEC SQL
              DECLARE IXEX-CUR CURSOR FOR
              SELECT IDX_NM
              FROM GROUP_PRICE_INDEX
              WHERE IDX_DATE = TO_DATE(:IX-DATE, 'YYYYMMDD')
                AND IDX_TYPE = 'G'
           END-EXEC.

           EXEC SQL
              OPEN IXEX-CUR
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO READ GROUP_PRICE_INDEX!'
              DISPLAY 'SQLCODE = ' SQLCODE
              SET IDX-FAILED TO TRUE
              GO TO ADD-EXISTING-SERIES-EXIT
           END-IF.

           MOVE SPACES TO IP-EOF-WS.
           PERFORM FETCH-EXISTING-SERIES
              THRU FETCH-EXISTING-SERIES-EXIT
                   UNTIL IP-EOF.

           EXEC SQL
              CLOSE IXEX-CUR
           END-EXEC.

       ADD-EXISTING-SERIES-EXIT.
           EXIT.

       FETCH-EXISTING-SERIES.
           EXEC SQL
              FETCH IXEX-CUR
              INTO :IX-GRP-NM
           END-EXEC.

           IF SQLCODE = +1403 THEN
              SET IP-EOF TO TRUE
              GO TO FETCH-EXISTING-SERIES-EXIT
           ELSE IF SQLCODE <> 0 THEN
              DISPLAY 'ERROR! SQLCODE - ' SQLCODE
              SET IDX-FAILED TO TRUE
              SET IP-EOF TO TRUE
              GO TO FETCH-EXISTING-SERIES-EXIT.

           SET WS-IXG-INX TO 1.
           SEARCH WS-IXG-ENTRY
              AT END
                 DISPLAY 'TOO MANY INDEX SERIES - ' IX-GRP-NM
                         ' NOT RE-INDEXED.'
              WHEN WS-IXG-INX > WS-IXG-CNT
                 ADD 1 TO WS-IXG-CNT
                 MOVE IX-GRP-NM TO WS-IXG-NM(WS-IXG-INX)
                 PERFORM CLEAR-GROUP-ENTRY
              WHEN WS-IXG-NM(WS-IXG-INX) = IX-GRP-NM
                 CONTINUE
           END-SEARCH.

       FETCH-EXISTING-SERIES-EXIT.
           EXIT.

       MARK-PRESENT-GROUPS.
           EXEC SQL
              DECLARE IXPR-CUR CURSOR FOR
              SELECT PROD_GR, COUNT(*)
              FROM PROD_PRICE_HIST_ARCHIVE
              WHERE RUN_DATE = TO_DATE(:IX-DATE, 'YYYYMMDD')
                AND NVL(CURR_FLAG, 'Y') = 'Y'
              GROUP BY PROD_GR
           END-EXEC.

           EXEC SQL
              OPEN IXPR-CUR
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO READ THE ARCHIVE FOR ' IX-DATE
              DISPLAY 'SQLCODE = ' SQLCODE
              SET IDX-FAILED TO TRUE
              GO TO MARK-PRESENT-GROUPS-EXIT
           END-IF.

           MOVE SPACES TO IP-EOF-WS.
           PERFORM FETCH-PRESENT-GROUP THRU FETCH-PRESENT-GROUP-EXIT
                   UNTIL IP-EOF.

           EXEC SQL
              CLOSE IXPR-CUR
           END-EXEC.

       MARK-PRESENT-GROUPS-EXIT.
           EXIT.

       FETCH-PRESENT-GROUP.
           EXEC SQL
              FETCH IXPR-CUR
              INTO :IX-GRP-NM, :IX-PROD-CNT
           END-EXEC.

           IF SQLCODE = +1403 THEN
              SET IP-EOF TO TRUE
              GO TO FETCH-PRESENT-GROUP-EXIT
           ELSE IF SQLCODE <> 0 THEN
              DISPLAY 'ERROR! SQLCODE - ' SQLCODE
              SET IDX-FAILED TO TRUE
              SET IP-EOF TO TRUE
              GO TO FETCH-PRESENT-GROUP-EXIT.

           PERFORM MARK-ONE-PRESENT
                   VARYING WS-IXG-INX FROM 1 BY 1
                   UNTIL WS-IXG-INX > WS-IXG-CNT.

       FETCH-PRESENT-GROUP-EXIT.
           EXIT.

       MARK-ONE-PRESENT.
           IF WS-IXG-NM(WS-IXG-INX) = IX-GRP-NM THEN
              MOVE 'Y' TO WS-IXG-PRESENT(WS-IXG-INX)
           END-IF.

       INDEX-ONE-GROUP.
           IF WS-IXG-PRESENT(WS-IXG-INX) NOT = 'Y' THEN
              GO TO INDEX-ONE-GROUP-EXIT
           END-IF.
           MOVE 'G' TO IX-IDX-TYPE.
           MOVE WS-IXG-NM(WS-IXG-INX) TO IX-IDX-NM.
           MOVE WS-IXG-NM(WS-IXG-INX) TO IX-GRP-NM.
           PERFORM FIND-PRIOR-LEVEL THRU FIND-PRIOR-LEVEL-EXIT.
           IF IDX-FAILED THEN
              GO TO INDEX-ONE-GROUP-EXIT
           END-IF.

           PERFORM CLEAR-AGGREGATE.
           IF PRIOR-FOUND THEN
              PERFORM MATCH-GROUP-PRODUCTS
              THRU MATCH-GROUP-PRODUCTS-EXIT
              IF IDX-FAILED THEN
                 GO TO INDEX-ONE-GROUP-EXIT
              END-IF
           END-IF.
           MOVE WS-AG-MATCHED TO WS-IXG-MATCHED(WS-IXG-INX).
           MOVE WS-AG-VOL-CNT TO WS-IXG-VOL-CNT(WS-IXG-INX).
           MOVE WS-AG-VOL-SUM TO WS-IXG-VOL-SUM(WS-IXG-INX).
           MOVE WS-AG-PV-CUR TO WS-IXG-PV-CUR(WS-IXG-INX).
           MOVE WS-AG-PV-PRI TO WS-IXG-PV-PRI(WS-IXG-INX).
           MOVE WS-AG-NV-CUR TO WS-IXG-NV-CUR(WS-IXG-INX).
           MOVE WS-AG-NV-PRI TO WS-IXG-NV-PRI(WS-IXG-INX).

           PERFORM COMPUTE-CHAIN-LEVEL THRU COMPUTE-CHAIN-LEVEL-EXIT.
           IF IDX-FAILED THEN
              GO TO INDEX-ONE-GROUP-EXIT
           END-IF.
           PERFORM INSERT-INDEX-ROW THRU INSERT-INDEX-ROW-EXIT.
           IF IDX-FAILED THEN
              GO TO INDEX-ONE-GROUP-EXIT
           END-IF.
           PERFORM ADD-GROUP-TO-SECTOR THRU ADD-GROUP-TO-SECTOR-EXIT.

       INDEX-ONE-GROUP-EXIT.
           EXIT.

       INDEX-ONE-SECTOR.
           MOVE 'S' TO IX-IDX-TYPE.
           MOVE WS-IXS-NM(WS-IXS-INX) TO IX-IDX-NM.
           PERFORM FIND-PRIOR-LEVEL THRU FIND-PRIOR-LEVEL-EXIT.
           IF IDX-FAILED THEN
              GO TO INDEX-ONE-SECTOR-EXIT
           END-IF.

           MOVE WS-IXS-MATCHED(WS-IXS-INX) TO WS-AG-MATCHED.
           MOVE WS-IXS-VOL-CNT(WS-IXS-INX) TO WS-AG-VOL-CNT.
           MOVE WS-IXS-VOL-SUM(WS-IXS-INX) TO WS-AG-VOL-SUM.
           MOVE WS-IXS-PV-CUR(WS-IXS-INX) TO WS-AG-PV-CUR.
           MOVE WS-IXS-PV-PRI(WS-IXS-INX) TO WS-AG-PV-PRI.
           MOVE WS-IXS-NV-CUR(WS-IXS-INX) TO WS-AG-NV-CUR.
           MOVE WS-IXS-NV-PRI(WS-IXS-INX) TO WS-AG-NV-PRI.

           PERFORM COMPUTE-CHAIN-LEVEL THRU COMPUTE-CHAIN-LEVEL-EXIT.
           IF IDX-FAILED THEN
              GO TO INDEX-ONE-SECTOR-EXIT
           END-IF.
           PERFORM INSERT-INDEX-ROW THRU INSERT-INDEX-ROW-EXIT.

       INDEX-ONE-SECTOR-EXIT.
           EXIT.

       FIND-PRIOR-LEVEL.
           MOVE SPACE TO WS-PRIOR-FOUND-SW.
           MOVE 0 TO IX-PRIOR-LVL.
           EXEC SQL
              SELECT TO_CHAR(MAX(IDX_DATE), 'YYYYMMDD')
              INTO :IX-LAST-DATE:IX-LAST-IND
              FROM GROUP_PRICE_INDEX
              WHERE IDX_TYPE = :IX-IDX-TYPE
                AND IDX_NM = :IX-IDX-NM
                AND IDX_DATE < TO_DATE(:IX-DATE, 'YYYYMMDD')
           END-EXEC.
           IF SQLCODE <> 0 AND SQLCODE <> +1403 THEN
              DISPLAY 'UNABLE TO READ THE PRIOR INDEX FOR ' IX-IDX-NM
              DISPLAY 'SQLCODE = ' SQLCODE
              SET IDX-FAILED TO TRUE
              GO TO FIND-PRIOR-LEVEL-EXIT
           END-IF.
           IF SQLCODE = +1403 OR IX-LAST-IND < 0 THEN
              GO TO FIND-PRIOR-LEVEL-EXIT
           END-IF.

           EXEC SQL
              SELECT MAX(CHAIN_LVL)
              INTO :IX-PRIOR-LVL
              FROM GROUP_PRICE_INDEX
              WHERE IDX_TYPE = :IX-IDX-TYPE
                AND IDX_NM = :IX-IDX-NM
                AND IDX_DATE = TO_DATE(:IX-LAST-DATE, 'YYYYMMDD')
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO READ THE PRIOR INDEX FOR ' IX-IDX-NM
              DISPLAY 'SQLCODE = ' SQLCODE
              SET IDX-FAILED TO TRUE
              GO TO FIND-PRIOR-LEVEL-EXIT
           END-IF.
           SET PRIOR-FOUND TO TRUE.

       FIND-PRIOR-LEVEL-EXIT.
           EXIT.

       CLEAR-AGGREGATE.
           MOVE 0 TO WS-AG-MATCHED.
           MOVE 0 TO WS-AG-VOL-CNT.
           MOVE 0 TO WS-AG-VOL-SUM.
           MOVE 0 TO WS-AG-PV-CUR.
           MOVE 0 TO WS-AG-PV-PRI.
           MOVE 0 TO WS-AG-NV-CUR.
           MOVE 0 TO WS-AG-NV-PRI.

       MATCH-GROUP-PRODUCTS.
           EXEC SQL
              DECLARE IXMT-CUR CURSOR FOR
              SELECT NVL(T.CURR_CD, :EN-BASE-CURR), T.LATEST_PRICE,
                     P.LATEST_PRICE, NVL(P.VOLUME, 0)
              FROM PROD_PRICE_HIST_ARCHIVE T,
                   PROD_PRICE_HIST_ARCHIVE P
              WHERE T.PROD_GR = :IX-GRP-NM
                AND T.RUN_DATE = TO_DATE(:IX-DATE, 'YYYYMMDD')
                AND NVL(T.CURR_FLAG, 'Y') = 'Y'
                AND T.LATEST_PRICE > 0
                AND P.PROD_NM = T.PROD_NM
                AND P.PROD_GR = T.PROD_GR
                AND P.RUN_DATE = TO_DATE(:IX-LAST-DATE, 'YYYYMMDD')
                AND NVL(P.CURR_FLAG, 'Y') = 'Y'
                AND P.LATEST_PRICE > 0
                AND NVL(P.CURR_CD, :EN-BASE-CURR) =
                    NVL(T.CURR_CD, :EN-BASE-CURR)
           END-EXEC.

           EXEC SQL
              OPEN IXMT-CUR
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO MATCH PRODUCTS FOR ' IX-GRP-NM
              DISPLAY 'SQLCODE = ' SQLCODE
              SET IDX-FAILED TO TRUE
              GO TO MATCH-GROUP-PRODUCTS-EXIT
           END-IF.

           MOVE SPACES TO IM-EOF-WS.
           PERFORM FETCH-MATCHED-PRODUCT
              THRU FETCH-MATCHED-PRODUCT-EXIT
                   UNTIL IM-EOF.

           EXEC SQL
              CLOSE IXMT-CUR
           END-EXEC.

       MATCH-GROUP-PRODUCTS-EXIT.
           EXIT.

       FETCH-MATCHED-PRODUCT.
           EXEC SQL
              FETCH IXMT-CUR
              INTO :IX-CURR-CD, :IX-CUR-P, :IX-PRI-P, :IX-PRI-VOL
           END-EXEC.

           IF SQLCODE = +1403 THEN
              SET IM-EOF TO TRUE
              GO TO FETCH-MATCHED-PRODUCT-EXIT
           ELSE IF SQLCODE <> 0 THEN
              DISPLAY 'ERROR! SQLCODE - ' SQLCODE
              SET IDX-FAILED TO TRUE
              SET IM-EOF TO TRUE
              GO TO FETCH-MATCHED-PRODUCT-EXIT.

           MOVE IX-CURR-CD TO WS-FX-LOOKUP-CURR.
           PERFORM FIND-FX-RATE THRU FIND-FX-RATE-EXIT.
           IF FX-ROW-SKIP THEN
              ADD 1 TO WS-NO-RATE-CNT
              GO TO FETCH-MATCHED-PRODUCT-EXIT
           END-IF.
           COMPUTE WS-ROW-CUR-P ROUNDED = IX-CUR-P * WS-ROW-RATE.
           COMPUTE WS-ROW-PRI-P ROUNDED = IX-PRI-P * WS-ROW-RATE.

           ADD 1 TO WS-AG-MATCHED.
           IF IX-PRI-VOL > 0 THEN
              ADD 1 TO WS-AG-VOL-CNT
              ADD IX-PRI-VOL TO WS-AG-VOL-SUM
              COMPUTE WS-AG-PV-CUR ROUNDED =
                      WS-AG-PV-CUR + WS-ROW-CUR-P * IX-PRI-VOL
              COMPUTE WS-AG-PV-PRI ROUNDED =
                      WS-AG-PV-PRI + WS-ROW-PRI-P * IX-PRI-VOL
           ELSE
              ADD WS-ROW-CUR-P TO WS-AG-NV-CUR
              ADD WS-ROW-PRI-P TO WS-AG-NV-PRI
           END-IF.

       FETCH-MATCHED-PRODUCT-EXIT.
           EXIT.

       COMPUTE-CHAIN-LEVEL.
           MOVE WS-AG-MATCHED TO IX-MATCHED.
           MOVE 1 TO IX-LINK.
           IF NOT PRIOR-FOUND THEN
              MOVE 100 TO IX-CHAIN
              MOVE 'B' TO IX-WGT
              MOVE SPACES TO IX-LAST-DATE
              GO TO COMPUTE-CHAIN-LEVEL-EXIT
           END-IF.
           IF WS-AG-MATCHED = 0 THEN
              MOVE IX-PRIOR-LVL TO IX-CHAIN
              MOVE 'N' TO IX-WGT
              GO TO COMPUTE-CHAIN-LEVEL-EXIT
           END-IF.

           IF WS-AG-VOL-CNT = 0 THEN
              MOVE WS-AG-NV-CUR TO WS-AG-NUM
              MOVE WS-AG-NV-PRI TO WS-AG-DEN
              MOVE 'E' TO IX-WGT
           ELSE
              COMPUTE WS-AG-AVG-VOL ROUNDED =
                      WS-AG-VOL-SUM / WS-AG-VOL-CNT
              COMPUTE WS-AG-NUM ROUNDED =
                      WS-AG-PV-CUR + WS-AG-AVG-VOL * WS-AG-NV-CUR
              COMPUTE WS-AG-DEN ROUNDED =
                      WS-AG-PV-PRI + WS-AG-AVG-VOL * WS-AG-NV-PRI
              IF WS-AG-VOL-CNT = WS-AG-MATCHED THEN
                 MOVE 'V' TO IX-WGT
              ELSE
                 MOVE 'M' TO IX-WGT
              END-IF
           END-IF.

           IF WS-AG-DEN = 0 THEN
              MOVE IX-PRIOR-LVL TO IX-CHAIN
              MOVE 'N' TO IX-WGT
              GO TO COMPUTE-CHAIN-LEVEL-EXIT
           END-IF.
           COMPUTE IX-LINK ROUNDED = WS-AG-NUM / WS-AG-DEN
              ON SIZE ERROR
                 DISPLAY 'PRICE LINK OUT OF RANGE FOR ' IX-IDX-NM
                         ' - LEVEL CARRIED FORWARD.'
                 MOVE 1 TO IX-LINK
                 MOVE 'N' TO IX-WGT
           END-COMPUTE.
           COMPUTE IX-CHAIN ROUNDED = IX-PRIOR-LVL * IX-LINK
              ON SIZE ERROR
                 DISPLAY 'CHAIN LEVEL OVERFLOW FOR ' IX-IDX-NM
                 MOVE 'ERROR' TO AUD-EVENT-WS
                 MOVE 'INDEX CHAIN LEVEL OVERFLOW' TO AUD-MESSAGE-WS
                 PERFORM WRITE-AUDIT-REC
                 SET IDX-FAILED TO TRUE
           END-COMPUTE.

       COMPUTE-CHAIN-LEVEL-EXIT.
           EXIT.

       INSERT-INDEX-ROW.
           IF PRIOR-FOUND THEN
              EXEC SQL
                 INSERT INTO GROUP_PRICE_INDEX
                    (IDX_DATE, IDX_TYPE, IDX_NM, PRIOR_DATE,
                     MATCHED_CNT, LINK_RATIO, CHAIN_LVL, WGT_BASIS)
                 VALUES (TO_DATE(:IX-DATE, 'YYYYMMDD'),
                     :IX-IDX-TYPE, :IX-IDX-NM,
                     TO_DATE(:IX-LAST-DATE, 'YYYYMMDD'),
                     :IX-MATCHED, :IX-LINK, :IX-CHAIN, :IX-WGT)
              END-EXEC
           ELSE
              EXEC SQL
                 INSERT INTO GROUP_PRICE_INDEX
                    (IDX_DATE, IDX_TYPE, IDX_NM,
                     MATCHED_CNT, LINK_RATIO, CHAIN_LVL, WGT_BASIS)
                 VALUES (TO_DATE(:IX-DATE, 'YYYYMMDD'),
                     :IX-IDX-TYPE, :IX-IDX-NM,
                     :IX-MATCHED, :IX-LINK, :IX-CHAIN, :IX-WGT)
              END-EXEC
           END-IF.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO STORE THE INDEX FOR ' IX-IDX-NM
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'UNABLE TO INSERT GROUP_PRICE_INDEX ROW' TO
                   AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              SET IDX-FAILED TO TRUE
              GO TO INSERT-INDEX-ROW-EXIT
           END-IF.
           ADD 1 TO WS-IDX-ROW-CNT.

       INSERT-INDEX-ROW-EXIT.
           EXIT.

       ADD-GROUP-TO-SECTOR.
           MOVE SPACES TO WS-SECTOR-NM.
           SET WS-MAP-INX TO 1.
           SEARCH WS-MAP-ENTRY
              AT END
                 CONTINUE
              WHEN WS-MAP-INX > WS-MAP-CNT
                 CONTINUE
              WHEN WS-MAP-GRPNM(WS-MAP-INX) = IX-GRP-NM
                 MOVE WS-MAP-SECTOR(WS-MAP-INX) TO WS-SECTOR-NM
           END-SEARCH.
           IF WS-SECTOR-NM = SPACES THEN
              GO TO ADD-GROUP-TO-SECTOR-EXIT
           END-IF.

           SET WS-IXS-INX TO 1.
           SEARCH WS-IXS-ENTRY
              AT END
                 DISPLAY 'TOO MANY SECTORS - ' WS-SECTOR-NM
                         ' NOT INDEXED.'
                 GO TO ADD-GROUP-TO-SECTOR-EXIT
              WHEN WS-IXS-INX > WS-IXS-CNT
                 ADD 1 TO WS-IXS-CNT
                 MOVE WS-SECTOR-NM TO WS-IXS-NM(WS-IXS-INX)
                 MOVE 0 TO WS-IXS-MATCHED(WS-IXS-INX)
                 MOVE 0 TO WS-IXS-VOL-CNT(WS-IXS-INX)
                 MOVE 0 TO WS-IXS-VOL-SUM(WS-IXS-INX)
                 MOVE 0 TO WS-IXS-PV-CUR(WS-IXS-INX)
                 MOVE 0 TO WS-IXS-PV-PRI(WS-IXS-INX)
                 MOVE 0 TO WS-IXS-NV-CUR(WS-IXS-INX)
                 MOVE 0 TO WS-IXS-NV-PRI(WS-IXS-INX)
              WHEN WS-IXS-NM(WS-IXS-INX) = WS-SECTOR-NM
                 CONTINUE
           END-SEARCH.

           ADD WS-AG-MATCHED TO WS-IXS-MATCHED(WS-IXS-INX).
           ADD WS-AG-VOL-CNT TO WS-IXS-VOL-CNT(WS-IXS-INX).
           ADD WS-AG-VOL-SUM TO WS-IXS-VOL-SUM(WS-IXS-INX).
           ADD WS-AG-PV-CUR TO WS-IXS-PV-CUR(WS-IXS-INX).
           ADD WS-AG-PV-PRI TO WS-IXS-PV-PRI(WS-IXS-INX).
           ADD WS-AG-NV-CUR TO WS-IXS-NV-CUR(WS-IXS-INX).
           ADD WS-AG-NV-PRI TO WS-IXS-NV-PRI(WS-IXS-INX).

       ADD-GROUP-TO-SECTOR-EXIT.
           EXIT.

       REBASE-INDEX.
           MOVE SPACES TO IX-BASE-YM.
           MOVE 0 TO IX-ROW-CNT.
           IF WS-IDX-BASE-YEAR > 0 AND
              WS-IDX-BASE-MON > 0 AND WS-IDX-BASE-MON < 13 THEN
              MOVE WS-IDX-BASE-YEAR TO IX-BASE-YM(1:4)
              MOVE WS-IDX-BASE-MON TO IX-BASE-YM(5:2)
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :IX-ROW-CNT
                 FROM GROUP_PRICE_INDEX
                 WHERE TO_CHAR(IDX_DATE, 'YYYYMM') = :IX-BASE-YM
              END-EXEC
              IF SQLCODE <> 0 THEN
                 DISPLAY 'UNABLE TO READ THE INDEX BASE PERIOD!'
                 DISPLAY 'SQLCODE = ' SQLCODE
                 MOVE 'ERROR' TO AUD-EVENT-WS
                 MOVE 'UNABLE TO READ INDEX BASE PERIOD' TO
                      AUD-MESSAGE-WS
                 PERFORM WRITE-AUDIT-REC
                 SET IDX-FAILED TO TRUE
                 GO TO REBASE-INDEX-EXIT
              END-IF
              IF IX-ROW-CNT = 0 THEN
                 DISPLAY 'NO INDEX ROWS IN BASE PERIOD ' IX-BASE-YM
                         ' - FIRST MONTH OF THE SERIES USED.'
              END-IF
           END-IF.

           IF IX-ROW-CNT = 0 THEN
              EXEC SQL
                 SELECT TO_CHAR(MIN(IDX_DATE), 'YYYYMM')
                 INTO :IX-BASE-YM:IX-BASE-IND
                 FROM GROUP_PRICE_INDEX
              END-EXEC
              IF SQLCODE <> 0 OR IX-BASE-IND < 0 THEN
                 DISPLAY 'UNABLE TO FIND THE INDEX BASE PERIOD!'
                 DISPLAY 'SQLCODE = ' SQLCODE
                 MOVE 'ERROR' TO AUD-EVENT-WS
                 MOVE 'UNABLE TO FIND INDEX BASE PERIOD' TO
                      AUD-MESSAGE-WS
                 PERFORM WRITE-AUDIT-REC
                 SET IDX-FAILED TO TRUE
                 GO TO REBASE-INDEX-EXIT
              END-IF
           END-IF.

           EXEC SQL
              UPDATE GROUP_PRICE_INDEX X
              SET INDEX_VAL =
                     ROUND(100 * X.CHAIN_LVL /
                        NVL((SELECT AVG(B.CHAIN_LVL)
                             FROM GROUP_PRICE_INDEX B
                             WHERE B.IDX_TYPE = X.IDX_TYPE
                               AND B.IDX_NM = X.IDX_NM
                               AND TO_CHAR(B.IDX_DATE, 'YYYYMM') =
                                   :IX-BASE-YM), 100), 4),
                  BASE_YM = :IX-BASE-YM
           END-EXEC.
           IF SQLCODE <> 0 AND SQLCODE <> +1403 THEN
              DISPLAY 'UNABLE TO REBASE GROUP_PRICE_INDEX!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'UNABLE TO REBASE GROUP_PRICE_INDEX' TO
                   AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              SET IDX-FAILED TO TRUE
              GO TO REBASE-INDEX-EXIT
           END-IF.
           DISPLAY 'INDEX BASE PERIOD ' IX-BASE-YM ' = 100'.

       REBASE-INDEX-EXIT.
           EXIT.

       FIND-FX-RATE.
           MOVE SPACE TO WS-FX-SKIP-SW.
           MOVE 1 TO WS-ROW-RATE.
           IF WS-FX-LOOKUP-CURR = WS-BASE-CURR OR
              WS-FX-LOOKUP-CURR = SPACES THEN
              GO TO FIND-FX-RATE-EXIT
           END-IF.
           IF NOT FX-LOADED THEN
              SET FX-ROW-SKIP TO TRUE
              GO TO FIND-FX-RATE-EXIT
           END-IF.
           SET WS-FX-INX TO 1.
           SEARCH WS-FX-ENTRY
              AT END
                 SET FX-ROW-SKIP TO TRUE
              WHEN WS-FX-CUR(WS-FX-INX) = WS-FX-LOOKUP-CURR
                 MOVE WS-FX-RATE-T(WS-FX-INX) TO WS-ROW-RATE
           END-SEARCH.

       FIND-FX-RATE-EXIT.
           EXIT.

       LOAD-FXRATES.
           MOVE SPACES TO FXRATE-TABLE.
           MOVE 0 TO WS-FX-CNT.
           MOVE SPACE TO WS-FX-LOADED-SW.
           OPEN INPUT I-FXRATES-FILE.
           IF WS-FXRATES-FILE-STATUS NOT = '00' THEN
              DISPLAY 'FXRATES FILE ABSENT - EVERY NON-'
                      WS-BASE-CURR ' PRODUCT WILL BE LEFT OUT '
                      'OF THE INDEX.'
              GO TO LOAD-FXRATES-EXIT
           END-IF.
           MOVE SPACES TO WS-FXRATES-EOF-WS.
           PERFORM LOAD-FXRATE-REC THRU LOAD-FXRATE-REC-EXIT
                   UNTIL FXRATES-EOF.
           CLOSE I-FXRATES-FILE.
           IF WS-FX-CNT > 0 THEN
              SET FX-LOADED TO TRUE
              DISPLAY 'EXCHANGE RATES LOADED: ' WS-FX-CNT
           END-IF.

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

       LOAD-SECTMAP.
           INITIALIZE SECTOR-MAP-TABLE.
           MOVE 0 TO WS-MAP-CNT.
           OPEN INPUT I-SECTMAP-FILE.
           IF WS-SECTMAP-FILE-STATUS NOT = '00' THEN
              DISPLAY 'SECTMAP FILE ABSENT - NO SECTOR INDEX.'
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

       LOAD-GROUPS.
           MOVE 0 TO WS-AVL-CNT.
           OPEN INPUT I-AVALGR-FILE.
           IF WS-AVALGR-FILE-STATUS NOT = '00' THEN
              GO TO LOAD-GROUPS-EXIT
           END-IF.
           MOVE SPACES TO WS-AVALGR-EOF-WS.
           PERFORM LOAD-GROUP-REC THRU LOAD-GROUP-REC-EXIT
                   UNTIL AVALGR-EOF.
           CLOSE I-AVALGR-FILE.

       LOAD-GROUPS-EXIT.
           EXIT.

       LOAD-GROUP-REC.
           READ I-AVALGR-FILE
              AT END
                 SET AVALGR-EOF TO TRUE
                 GO TO LOAD-GROUP-REC-EXIT
           END-READ.
           IF I-AVALGR-REC = SPACES THEN
              GO TO LOAD-GROUP-REC-EXIT
           END-IF.
           IF WS-AVL-CNT = WS-GRP-MAX THEN
              DISPLAY 'MORE THAN ' WS-GRP-MAX ' AVALGR GROUPS - '
                      I-AVALGR-REC ' AND LATER NOT INDEXED.'
              SET AVALGR-EOF TO TRUE
              GO TO LOAD-GROUP-REC-EXIT
           END-IF.
           ADD 1 TO WS-AVL-CNT.
           MOVE I-AVALGR-REC TO WS-IXG-NM(WS-AVL-CNT).

       LOAD-GROUP-REC-EXIT.
           EXIT.

       READ-PARMS.
           OPEN INPUT I-PARMS-FILE.
           IF WS-PARMS-FILE-STATUS NOT = '00' THEN
              GO TO READ-PARMS-EXIT
           END-IF.
           MOVE SPACES TO WS-PARMS-EOF-WS.
           PERFORM READ-PARM-REC THRU READ-PARM-REC-EXIT
                   UNTIL PARMS-EOF.
           CLOSE I-PARMS-FILE.

       READ-PARMS-EXIT.
           EXIT.

       READ-PARM-REC.
           READ I-PARMS-FILE
              AT END
                 SET PARMS-EOF TO TRUE
                 GO TO READ-PARM-REC-EXIT
           END-READ.
           IF I-PARMS-REC = SPACES OR I-PARMS-REC(1:1) = '*' THEN
              GO TO READ-PARM-REC-EXIT
           END-IF.
           MOVE SPACES TO WS-PARM-KEY.
           MOVE SPACES TO WS-PARM-VALUE-X.
           UNSTRING I-PARMS-REC DELIMITED BY '='
              INTO WS-PARM-KEY WS-PARM-VALUE-X
           END-UNSTRING.
           IF WS-PARM-KEY(1:4) NOT = 'IDX-' THEN
              GO TO READ-PARM-REC-EXIT
           END-IF.
           IF WS-PARM-VALUE-X NOT NUMERIC THEN
              DISPLAY 'PARM ' WS-PARM-KEY
                      ' HAS A NON-NUMERIC VALUE - IGNORED.'
              MOVE 'WARN' TO AUD-EVENT-WS
              MOVE 'PARM VALUE NOT NUMERIC - IGNORED' TO
                   AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              GO TO READ-PARM-REC-EXIT
           END-IF.
           EVALUATE WS-PARM-KEY
              WHEN 'IDX-BASE-YEAR'
                 MOVE WS-PARM-VALUE-X TO WS-IDX-BASE-YEAR
                 DISPLAY 'PARM IDX-BASE-YEAR SET TO '
                         WS-IDX-BASE-YEAR
              WHEN 'IDX-BASE-MON'
                 MOVE WS-PARM-VALUE-X TO WS-IDX-BASE-MON
                 IF WS-IDX-BASE-MON = 0 OR WS-IDX-BASE-MON > 12 THEN
                    DISPLAY 'PARM IDX-BASE-MON OUT OF RANGE - '
                            'IGNORED.'
                    MOVE 0 TO WS-IDX-BASE-MON
                 END-IF
                 DISPLAY 'PARM IDX-BASE-MON SET TO ' WS-IDX-BASE-MON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       READ-PARM-REC-EXIT.
           EXIT.

       WRITE-AUDIT-REC.
           MOVE SPACES TO O-AUDIT-REC.
           MOVE 'PRCINDEX' TO AUD-PROGRAM.
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
