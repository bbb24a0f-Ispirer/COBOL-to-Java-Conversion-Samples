       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCAUDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT O-AUDIT-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT O-ALERT-FILE ASSIGN TO 'ALERTS'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT O-ARCAUD-FILE ASSIGN TO 'ARCAUDRP'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT I-BUSCAL-FILE ASSIGN TO 'BUSCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-BUSCAL-FILE-STATUS.

           SELECT I-ARCXP-FILE
               ASSIGN TO DYNAMIC WS-ARCXP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-ARCXP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD O-AUDIT-FILE.
           COPY "AUDITREC".

           FD O-ALERT-FILE.
           COPY "ALERTR".

           FD O-ARCAUD-FILE.
           01 O-ARCAUD-REC          PIC X(160).

           FD I-BUSCAL-FILE.
           01 I-BUSCAL-REC          PIC X(8).

           FD I-ARCXP-FILE.
           01 I-ARCXP-REC           PIC X(100).
           01 I-ARCXP-HDR REDEFINES I-ARCXP-REC.
              05 XH-TYPE           PIC X(1).
              05 XH-DATE           PIC 9(8).
              05 XH-SOURCE         PIC X(10).
              05 FILLER            PIC X(81).
           01 I-ARCXP-DTL REDEFINES I-ARCXP-REC.
              05 XD-TYPE           PIC X(1).
              05 XD-PROD-NM        PIC X(10).
              05 XD-PROD-GR        PIC X(20).
              05 XD-PREV-DAY       PIC 9(5)V9(3).
              05 XD-LATEST         PIC 9(5)V9(3).
              05 XD-END-MNTH       PIC 9(5)V9(3).
              05 XD-VOLUME         PIC 9(10).
              05 XD-CURR           PIC X(3).
              05 XD-RUN-SEQ        PIC 9(3).
              05 XD-CURR-FLAG      PIC X(1).
              05 XD-ENTITY         PIC X(4).
              05 XD-UNIT-COST      PIC 9(5)V9(3).
              05 XD-UNIT-COST-X REDEFINES XD-UNIT-COST
                                   PIC X(8).
              05 XD-PRICE-SRC      PIC X(10).
              05 FILLER            PIC X(6).
           01 I-ARCXP-TRL REDEFINES I-ARCXP-REC.
              05 XT-TYPE           PIC X(1).
              05 XT-REC-CNT        PIC 9(9).
              05 XT-HASH           PIC 9(15)V9(3).
              05 FILLER            PIC X(72).

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

             01 USERNAME PIC X(10) VARYING.
             01 PASSWD   PIC X(10) VARYING.
             01 DBNAME   PIC X(10) VARYING.

             01 AA-HORIZON           PIC 9(5).
             01 AA-FROM-DATE         PIC X(8).
             01 AA-TO-DATE           PIC X(8).
             01 AA-RUN-DATE          PIC X(8).
             01 AA-ROWS              PIC 9(9).
             01 AA-CUR-ROWS          PIC 9(9).
             01 AA-CUR-SEQ-CNT       PIC 9(3).
             01 AA-MAX-SEQ           PIC 9(3).
             01 AA-CUR-SEQ           PIC 9(3).
             01 AA-LOG-ROWS          PIC 9(7).
             01 AA-ORPH-SEQ          PIC 9(3).
             01 AA-ORPH-ROWS         PIC 9(9).
             01 AA-NB-DATE           PIC X(8).
             01 AA-NB-ROWS           PIC 9(9).

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "BUSCALR".

           01 AUD-EVENT-WS         PIC X(8).
           01 AUD-ROWCOUNT-WS      PIC 9(7) VALUE 0.
           01 AUD-MESSAGE-WS       PIC X(40) VALUE SPACES.

           01 ALERT-DATE-WS        PIC 9(8).
           01 ALERT-TIME-WS        PIC 9(8).

           01 PG-CONN-TEXT         PIC X(80).
           01 PG-CONN-LEN          PIC S9(4) COMP.
           01 AA-DAYS-X            PIC X(5) VALUE SPACES.
           01 AA-PCT-X             PIC X(3) VALUE SPACES.
           01 AA-TOL-PCT           PIC 9(3) VALUE 50.

           01 WS-BUSCAL-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-CAL-EOF-WS        PIC X(02) VALUE SPACES.
               88 CAL-EOF          VALUE HIGH-VALUES.
           01 WS-CAL-DATE          PIC 9(8).
           01 AA-FROM-NUM          PIC 9(8).
           01 AA-CAL-PASS          PIC X(1).
               88 AA-COUNT-PASS    VALUE 'C'.
               88 AA-LOAD-PASS     VALUE 'L'.
           01 AA-CAL-CNT           PIC 9(5) VALUE 0.
           01 AA-SKIP-CNT          PIC 9(5) VALUE 0.
           01 AA-SEEN-CNT          PIC 9(5) VALUE 0.

           01 WS-ARCXP-FILENAME    PIC X(20).
           01 WS-ARCXP-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-ARCXP-EOF-WS      PIC X(02) VALUE SPACES.
               88 ARCXP-EOF        VALUE HIGH-VALUES.
           01 AA-XP-BAD-SW         PIC X(01) VALUE SPACE.
               88 AA-XP-BAD        VALUE 'Y'.
           01 AA-XP-HDR-SW         PIC X(01) VALUE SPACE.
               88 AA-XP-HDR-SEEN   VALUE 'Y'.
           01 AA-XP-TRL-SW         PIC X(01) VALUE SPACE.
               88 AA-XP-TRL-SEEN   VALUE 'Y'.
           01 AA-XP-REASON         PIC X(50).
           01 AA-XP-CNT            PIC 9(9).
           01 AA-XP-CUR-CNT        PIC 9(9).
           01 AA-XP-HASH           PIC 9(15)V9(3).

           01 AA-MAX-DATES         PIC 9(5) VALUE 1100.
           01 ARC-DATE-TABLE.
              05 AD-CNT            PIC 9(5) VALUE 0.
              05 AD-ENTRY OCCURS 1100 TIMES
                   INDEXED BY AD-INX.
                 10 AD-DATE        PIC 9(8).
                 10 AD-SRC         PIC X(1).
                    88 AD-IN-ARCHIVE   VALUE 'A'.
                    88 AD-IN-EXPORT    VALUE 'X'.
                    88 AD-NOT-HELD     VALUE ' '.
                 10 AD-CUR-ROWS    PIC 9(9).
           01 AD-SUB               PIC 9(5) COMP.
           01 AD-NBR               PIC 9(5) COMP.

           01 AA-FAIL-SW           PIC X(01) VALUE SPACE.
               88 AA-FAILED        VALUE 'Y'.
           01 AA-LOG-SW            PIC X(01) VALUE SPACE.
               88 AA-LOG-PRESENT   VALUE 'Y'.
           01 AA-EOF-WS            PIC X(02) VALUE SPACES.
               88 AA-EOF           VALUE HIGH-VALUES.

           01 AA-FND-DATE          PIC X(8).
           01 AA-FND-SEV           PIC X(7).
           01 AA-FND-SEQ           PIC 9(3).
           01 AA-FND-ROWS          PIC 9(9).
           01 AA-FND-TEXT          PIC X(40).
           01 AA-FND-DETAIL        PIC X(50).
           01 AA-SECT-FND          PIC 9(7) VALUE 0.
           01 AA-SECT-TITLE        PIC X(60).

           01 AA-NBR-CNT           PIC 9(1).
           01 AA-NBR-TOT           PIC 9(10).
           01 AA-NBR-AVG           PIC 9(9).
           01 AA-LOW-ROWS          PIC 9(11).
           01 AA-HIGH-ROWS         PIC 9(11).

           01 AA-ARCH-CNT          PIC 9(5) VALUE 0.
           01 AA-XPOK-CNT          PIC 9(5) VALUE 0.
           01 AA-MISS-CNT          PIC 9(5) VALUE 0.
           01 AA-UNRD-CNT          PIC 9(5) VALUE 0.
           01 AA-SEQERR-CNT        PIC 9(5) VALUE 0.
           01 AA-SEQWRN-CNT        PIC 9(5) VALUE 0.
           01 AA-ORPH-CNT          PIC 9(5) VALUE 0.
           01 AA-ODD-CNT           PIC 9(5) VALUE 0.
           01 AA-NONBUS-CNT        PIC 9(5) VALUE 0.
           01 AA-ERR-CNT           PIC 9(7) VALUE 0.
           01 AA-WARN-CNT          PIC 9(7) VALUE 0.

           01 AA-ED-SEQ            PIC ZZ9 BLANK WHEN ZERO.
           01 AA-ED-ROWS           PIC Z(8)9.
           01 AA-ED-CNT            PIC Z(4)9.
           01 AA-ED-ROWS2          PIC Z(8)9.

       LINKAGE SECTION.
          01 LS-CONN-PARM.
             05 LS-CONN-PARM-LEN     PIC S9(4) COMP.
             05 LS-CONN-PARM-TEXT    PIC X(80).

       PROCEDURE DIVISION USING LS-CONN-PARM.
       DISPLAY 'ARCHIVE COMPLETENESS AUDIT'.

       ACCEPT BC-WALL-DATE FROM DATE YYYYMMDD.

       CALL 'BUSCAL' USING BUSCAL-PARM.

       MOVE 'START' TO AUD-EVENT-WS.
       MOVE 'ARCAUDIT RUN STARTED' TO AUD-MESSAGE-WS.
       PERFORM WRITE-AUDIT-REC.

       MOVE SPACES TO PG-CONN-TEXT.
       MOVE 0 TO PG-CONN-LEN.
       IF LS-CONN-PARM-LEN > 0 THEN
          UNSTRING LS-CONN-PARM-TEXT(1:LS-CONN-PARM-LEN)
             DELIMITED BY ','
             INTO PG-CONN-TEXT COUNT IN PG-CONN-LEN
                  AA-DAYS-X
                  AA-PCT-X
          END-UNSTRING
       END-IF.

       IF AA-DAYS-X NUMERIC AND AA-DAYS-X NOT = '00000' THEN
          MOVE AA-DAYS-X TO AA-HORIZON
       ELSE
          MOVE 365 TO AA-HORIZON
          DISPLAY 'NO VALID HORIZON GIVEN - DEFAULTING TO 365 DAYS.'
       END-IF.

       IF AA-PCT-X NUMERIC AND AA-PCT-X NOT = '000' THEN
          MOVE AA-PCT-X TO AA-TOL-PCT
       END-IF.

       DISPLAY 'AUDIT HORIZON: ' AA-HORIZON ' DAYS, ROW COUNT '
               'TOLERANCE: ' AA-TOL-PCT ' PCT.'.

       IF PG-CONN-LEN > 0 THEN
          UNSTRING PG-CONN-TEXT(1:PG-CONN-LEN)
             DELIMITED BY '/'
             INTO USERNAME-ARR COUNT IN USERNAME-LEN
                  PASSWD-ARR   COUNT IN PASSWD-LEN
                  DBNAME-ARR   COUNT IN DBNAME-LEN
          END-UNSTRING
       ELSE
          MOVE "ora" TO USERNAME-ARR
          MOVE 4 TO USERNAME-LEN
          MOVE "ora" TO PASSWD-ARR
          MOVE 3 TO PASSWD-LEN
          MOVE "UTEST" TO DBNAME-ARR
          MOVE 7 TO DBNAME-LEN
       END-IF.

       DISPLAY 'CONNECTING...'.
       EXEC SQL
          CONNECT       :USERNAME
          IDENTIFIED BY :PASSWD
          USING         :DBNAME
       END-EXEC.

       IF SQLCODE <> 0 THEN
          DISPLAY 'UNABLE TO CONNECT!'
          DISPLAY 'SQLCODE = ' SQLCODE
          MOVE 'ERROR' TO AUD-EVENT-WS
          MOVE 'UNABLE TO CONNECT TO DATABASE' TO AUD-MESSAGE-WS
          PERFORM WRITE-AUDIT-REC
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF.

       EXEC SQL
          SELECT TO_CHAR(TRUNC(SYSDATE) - :AA-HORIZON, 'YYYYMMDD')
          INTO :AA-FROM-DATE
          FROM DUAL
       END-EXEC.

       IF SQLCODE <> 0 THEN
          DISPLAY 'ARCAUDIT: UNABLE TO READ THE DATE!'
          DISPLAY 'SQLCODE = ' SQLCODE
          MOVE 'ERROR' TO AUD-EVENT-WS
          MOVE 'UNABLE TO DETERMINE AUDIT HORIZON' TO AUD-MESSAGE-WS
          PERFORM WRITE-AUDIT-REC
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF.
       MOVE AA-FROM-DATE TO AA-FROM-NUM.
       MOVE BC-WALL-DATE TO AA-TO-DATE.

       PERFORM LOAD-CALENDAR THRU LOAD-CALENDAR-EXIT.
       IF AA-FAILED THEN
          DISPLAY 'BUSCAL IS NOT PRESENT - THE AUDIT NEEDS THE '
                  'BUSINESS CALENDAR.'
          MOVE 'ERROR' TO AUD-EVENT-WS
          MOVE 'BUSINESS CALENDAR NOT PRESENT' TO AUD-MESSAGE-WS
          PERFORM WRITE-AUDIT-REC
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF.

       IF AD-CNT = 0 THEN
          DISPLAY 'NO BUSINESS DATES FROM ' AA-FROM-DATE
                  ' TO YESTERDAY - NOTHING TO AUDIT.'
          PERFORM ARCAUD-WRITE-HEADER
          MOVE '* NO BUSINESS DATES IN THE AUDIT HORIZON *' TO
               O-ARCAUD-REC
          PERFORM ARCAUD-WRITE-REC
          MOVE 'WARN' TO AUD-EVENT-WS
          MOVE 'NO BUSINESS DATES IN THE HORIZON' TO AUD-MESSAGE-WS
          PERFORM WRITE-AUDIT-REC
          MOVE 4 TO RETURN-CODE
          STOP RUN
       END-IF.

       MOVE AD-DATE(1) TO AA-FROM-DATE.
       DISPLAY 'AUDITING ' AD-CNT ' BUSINESS DATES FROM '
               AA-FROM-DATE ' TO ' AD-DATE(AD-CNT) '...'.

       EXEC SQL
          SELECT COUNT(*)
          INTO :AA-LOG-ROWS
          FROM RUN_PHASE_LOG
          WHERE ROWNUM = 1
       END-EXEC.
       IF SQLCODE = 0 THEN
          SET AA-LOG-PRESENT TO TRUE
       ELSE
          DISPLAY 'RUN_PHASE_LOG NOT AVAILABLE - ORPHAN RUN '
                  'SEQUENCES ARE NOT CHECKED.'
       END-IF.

       PERFORM ARCAUD-WRITE-HEADER.

       MOVE '* CALENDAR COVERAGE AND RUN SEQUENCES *' TO
            AA-SECT-TITLE.
       PERFORM ARCAUD-WRITE-SECTION.
       PERFORM AUDIT-ONE-DATE THRU AUDIT-ONE-DATE-EXIT
               VARYING AD-SUB FROM 1 BY 1
               UNTIL AD-SUB > AD-CNT OR AA-FAILED.
       PERFORM ARCAUD-END-SECTION.

       IF NOT AA-FAILED THEN
          MOVE '* ROW COUNT AGAINST NEIGHBOURING BUSINESS DATES *'
               TO AA-SECT-TITLE
          PERFORM ARCAUD-WRITE-SECTION
          PERFORM CHECK-ROW-COUNT THRU CHECK-ROW-COUNT-EXIT
                  VARYING AD-SUB FROM 1 BY 1
                  UNTIL AD-SUB > AD-CNT
          PERFORM ARCAUD-END-SECTION
          MOVE '* ARCHIVE DATES NOT IN THE BUSINESS CALENDAR *'
               TO AA-SECT-TITLE
          PERFORM ARCAUD-WRITE-SECTION
          PERFORM CHECK-NON-BUS-DATES THRU CHECK-NON-BUS-DATES-EXIT
          PERFORM ARCAUD-END-SECTION
       END-IF.

       PERFORM ARCAUD-WRITE-SUMMARY.

       IF AA-FAILED THEN
          MOVE 'ERROR' TO AUD-EVENT-WS
          MOVE 'ARCHIVE AUDIT INCOMPLETE' TO AUD-MESSAGE-WS
          MOVE AA-ERR-CNT TO AUD-ROWCOUNT-WS
          PERFORM WRITE-AUDIT-REC
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF.

       DISPLAY 'DATES AUDITED: ' AD-CNT ' IN ARCHIVE: ' AA-ARCH-CNT
               ' EXPORTED: ' AA-XPOK-CNT ' MISSING: ' AA-MISS-CNT
               ' UNREADABLE EXPORTS: ' AA-UNRD-CNT.
       DISPLAY 'ERRORS: ' AA-ERR-CNT ' WARNINGS: ' AA-WARN-CNT.

       IF AA-ERR-CNT > 0 THEN
          PERFORM WRITE-ALERT-REC
          MOVE 'ERROR' TO AUD-EVENT-WS
          MOVE 'ARCHIVE HOLES FOUND - SEE ARCAUDRP' TO
               AUD-MESSAGE-WS
          MOVE AA-ERR-CNT TO AUD-ROWCOUNT-WS
          PERFORM WRITE-AUDIT-REC
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF.

       IF AA-WARN-CNT > 0 THEN
          MOVE 'WARN' TO AUD-EVENT-WS
          MOVE 'ARCHIVE AUDIT WARNINGS - SEE ARCAUDRP' TO
               AUD-MESSAGE-WS
          MOVE AA-WARN-CNT TO AUD-ROWCOUNT-WS
          PERFORM WRITE-AUDIT-REC
          MOVE 4 TO RETURN-CODE
          STOP RUN
       END-IF.

       MOVE 'END' TO AUD-EVENT-WS.
       MOVE 'ARCAUDIT RUN COMPLETED - NO HOLES' TO AUD-MESSAGE-WS.
       MOVE AD-CNT TO AUD-ROWCOUNT-WS.
       PERFORM WRITE-AUDIT-REC.

       STOP RUN.

       LOAD-CALENDAR.
           INITIALIZE ARC-DATE-TABLE.
           SET AA-COUNT-PASS TO TRUE.
           PERFORM SCAN-CALENDAR THRU SCAN-CALENDAR-EXIT.
           IF AA-FAILED THEN
              GO TO LOAD-CALENDAR-EXIT
           END-IF.
           IF AA-CAL-CNT > AA-MAX-DATES THEN
              COMPUTE AA-SKIP-CNT = AA-CAL-CNT - AA-MAX-DATES
              DISPLAY 'HORIZON HOLDS ' AA-CAL-CNT ' BUSINESS DATES - '
                      'ONLY THE NEWEST ' AA-MAX-DATES ' ARE AUDITED.'
           END-IF.
           SET AA-LOAD-PASS TO TRUE.
           PERFORM SCAN-CALENDAR THRU SCAN-CALENDAR-EXIT.

       LOAD-CALENDAR-EXIT.
           EXIT.

       SCAN-CALENDAR.
           OPEN INPUT I-BUSCAL-FILE.
           IF WS-BUSCAL-FILE-STATUS NOT = '00' THEN
              SET AA-FAILED TO TRUE
              GO TO SCAN-CALENDAR-EXIT
           END-IF.
           MOVE 0 TO AA-SEEN-CNT.
           MOVE SPACES TO WS-CAL-EOF-WS.
           PERFORM SCAN-CALENDAR-REC THRU SCAN-CALENDAR-REC-EXIT
                   UNTIL CAL-EOF.
           CLOSE I-BUSCAL-FILE.

       SCAN-CALENDAR-EXIT.
           EXIT.

       SCAN-CALENDAR-REC.
           READ I-BUSCAL-FILE
              AT END
                 SET CAL-EOF TO TRUE
                 GO TO SCAN-CALENDAR-REC-EXIT
           END-READ.

           IF I-BUSCAL-REC = SPACES OR I-BUSCAL-REC NOT NUMERIC THEN
              GO TO SCAN-CALENDAR-REC-EXIT
           END-IF.

           MOVE I-BUSCAL-REC TO WS-CAL-DATE.
           IF WS-CAL-DATE < AA-FROM-NUM THEN
              GO TO SCAN-CALENDAR-REC-EXIT
           END-IF.
           IF WS-CAL-DATE NOT < BC-WALL-DATE THEN
              SET CAL-EOF TO TRUE
              GO TO SCAN-CALENDAR-REC-EXIT
           END-IF.

           IF AA-COUNT-PASS THEN
              ADD 1 TO AA-CAL-CNT
              GO TO SCAN-CALENDAR-REC-EXIT
           END-IF.

           ADD 1 TO AA-SEEN-CNT.
           IF AA-SEEN-CNT > AA-SKIP-CNT AND AD-CNT < AA-MAX-DATES
              THEN
              ADD 1 TO AD-CNT
              MOVE WS-CAL-DATE TO AD-DATE(AD-CNT)
              MOVE SPACE TO AD-SRC(AD-CNT)
              MOVE 0 TO AD-CUR-ROWS(AD-CNT)
           END-IF.

       SCAN-CALENDAR-REC-EXIT.
           EXIT.

       AUDIT-ONE-DATE.
           MOVE AD-DATE(AD-SUB) TO AA-RUN-DATE.
           EXEC SQL
              SELECT COUNT(*),
                     NVL(SUM(CASE WHEN NVL(CURR_FLAG, 'Y') = 'Y'
                                  THEN 1 ELSE 0 END), 0),
                     COUNT(DISTINCT CASE
                              WHEN NVL(CURR_FLAG, 'Y') = 'Y'
                              THEN NVL(RUN_SEQ, 1) END),
                     NVL(MAX(NVL(RUN_SEQ, 1)), 0),
                     NVL(MAX(CASE WHEN NVL(CURR_FLAG, 'Y') = 'Y'
                                  THEN NVL(RUN_SEQ, 1) END), 0)
              INTO :AA-ROWS, :AA-CUR-ROWS, :AA-CUR-SEQ-CNT,
                   :AA-MAX-SEQ, :AA-CUR-SEQ
              FROM PROD_PRICE_HIST_ARCHIVE
              WHERE RUN_DATE = TO_DATE(:AA-RUN-DATE, 'YYYYMMDD')
           END-EXEC.

           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO READ THE ARCHIVE FOR ' AA-RUN-DATE
                      '!'
              DISPLAY 'SQLCODE = ' SQLCODE
              SET AA-FAILED TO TRUE
              GO TO AUDIT-ONE-DATE-EXIT
           END-IF.

           IF AA-ROWS = 0 THEN
              PERFORM VERIFY-EXPORT THRU VERIFY-EXPORT-EXIT
              GO TO AUDIT-ONE-DATE-EXIT
           END-IF.

           ADD 1 TO AA-ARCH-CNT.
           SET AD-IN-ARCHIVE(AD-SUB) TO TRUE.
           MOVE AA-CUR-ROWS TO AD-CUR-ROWS(AD-SUB).

           MOVE AA-RUN-DATE TO AA-FND-DATE.
           IF AA-CUR-SEQ-CNT = 0 THEN
              ADD 1 TO AA-SEQERR-CNT
              MOVE 'ERROR' TO AA-FND-SEV
              MOVE AA-MAX-SEQ TO AA-FND-SEQ
              MOVE AA-ROWS TO AA-FND-ROWS
              MOVE 'NO CURRENT RUN SEQUENCE' TO AA-FND-TEXT
              MOVE 'EVERY ARCHIVE ROW FOR THE DATE HAS CURR_FLAG N'
                   TO AA-FND-DETAIL
              PERFORM WRITE-FINDING
           END-IF.
           IF AA-CUR-SEQ-CNT > 1 THEN
              ADD 1 TO AA-SEQERR-CNT
              MOVE 'ERROR' TO AA-FND-SEV
              MOVE AA-CUR-SEQ TO AA-FND-SEQ
              MOVE AA-CUR-ROWS TO AA-FND-ROWS
              MOVE 'DUPLICATE CURRENT RUN SEQUENCES' TO AA-FND-TEXT
              MOVE AA-CUR-SEQ-CNT TO AA-ED-SEQ
              MOVE SPACES TO AA-FND-DETAIL
              STRING AA-ED-SEQ DELIMITED BY SIZE
                   ' RUN SEQUENCES ARE FLAGGED CURR_FLAG Y'
                   DELIMITED BY SIZE
                   INTO AA-FND-DETAIL
              PERFORM WRITE-FINDING
           END-IF.
           IF AA-CUR-SEQ-CNT = 1 AND AA-CUR-SEQ < AA-MAX-SEQ THEN
              ADD 1 TO AA-SEQWRN-CNT
              MOVE 'WARNING' TO AA-FND-SEV
              MOVE AA-CUR-SEQ TO AA-FND-SEQ
              MOVE AA-CUR-ROWS TO AA-FND-ROWS
              MOVE 'CURRENT RUN SEQUENCE IS NOT THE LATEST' TO
                   AA-FND-TEXT
              MOVE AA-MAX-SEQ TO AA-ED-SEQ
              MOVE SPACES TO AA-FND-DETAIL
              STRING 'A LATER RUN SEQUENCE ' DELIMITED BY SIZE
                   AA-ED-SEQ DELIMITED BY SIZE
                   ' IS HELD AS SUPERSEDED' DELIMITED BY SIZE
                   INTO AA-FND-DETAIL
              PERFORM WRITE-FINDING
           END-IF.

           IF AA-LOG-PRESENT THEN
              PERFORM CHECK-ORPHAN-SEQS THRU CHECK-ORPHAN-SEQS-EXIT
           END-IF.

       AUDIT-ONE-DATE-EXIT.
           EXIT.

       CHECK-ORPHAN-SEQS.
           EXEC SQL
              SELECT COUNT(*)
              INTO :AA-LOG-ROWS
              FROM RUN_PHASE_LOG
              WHERE RUN_DATE = TO_DATE(:AA-RUN-DATE, 'YYYYMMDD')
           END-EXEC.
           IF SQLCODE <> 0 OR AA-LOG-ROWS = 0 THEN
              GO TO CHECK-ORPHAN-SEQS-EXIT
           END-IF.

           EXEC SQL
              DECLARE ORPH-CUR CURSOR FOR
              SELECT NVL(A.RUN_SEQ, 1), COUNT(*)
              FROM PROD_PRICE_HIST_ARCHIVE A
              WHERE A.RUN_DATE = TO_DATE(:AA-RUN-DATE, 'YYYYMMDD')
                AND NOT EXISTS
                    (SELECT 1
                     FROM RUN_PHASE_LOG L
                     WHERE L.RUN_DATE = A.RUN_DATE
                       AND L.RUN_SEQ = NVL(A.RUN_SEQ, 1))
              GROUP BY NVL(A.RUN_SEQ, 1)
              ORDER BY NVL(A.RUN_SEQ, 1)
           END-EXEC.

           EXEC SQL
              OPEN ORPH-CUR
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO CHECK RUN SEQUENCES FOR '
                      AA-RUN-DATE ' - SQLCODE = ' SQLCODE
              SET AA-FAILED TO TRUE
              GO TO CHECK-ORPHAN-SEQS-EXIT
           END-IF.

           MOVE SPACES TO AA-EOF-WS.
           PERFORM FETCH-ORPHAN-SEQ THRU FETCH-ORPHAN-SEQ-EXIT
                   UNTIL AA-EOF.

           EXEC SQL
              CLOSE ORPH-CUR
           END-EXEC.

       CHECK-ORPHAN-SEQS-EXIT.
           EXIT.

       FETCH-ORPHAN-SEQ.
           EXEC SQL
              FETCH ORPH-CUR
              INTO :AA-ORPH-SEQ, :AA-ORPH-ROWS
           END-EXEC.

           IF SQLCODE = +1403 THEN
              SET AA-EOF TO TRUE
              GO TO FETCH-ORPHAN-SEQ-EXIT
           ELSE IF SQLCODE <> 0 THEN
              DISPLAY 'ERROR! SQLCODE - ' SQLCODE
              SET AA-FAILED TO TRUE
              SET AA-EOF TO TRUE
              GO TO FETCH-ORPHAN-SEQ-EXIT.

           ADD 1 TO AA-ORPH-CNT.
           MOVE AA-RUN-DATE TO AA-FND-DATE.
           MOVE 'WARNING' TO AA-FND-SEV.
           MOVE AA-ORPH-SEQ TO AA-FND-SEQ.
           MOVE AA-ORPH-ROWS TO AA-FND-ROWS.
           MOVE 'ORPHAN RUN SEQUENCE' TO AA-FND-TEXT.
           MOVE 'ARCHIVED BY A RUN NOT RECORDED IN RUN_PHASE_LOG' TO
                AA-FND-DETAIL.
           PERFORM WRITE-FINDING.

       FETCH-ORPHAN-SEQ-EXIT.
           EXIT.

       VERIFY-EXPORT.
           MOVE SPACE TO AA-XP-BAD-SW.
           MOVE SPACE TO AA-XP-HDR-SW.
           MOVE SPACE TO AA-XP-TRL-SW.
           MOVE SPACES TO AA-XP-REASON.
           MOVE 0 TO AA-XP-CNT.
           MOVE 0 TO AA-XP-CUR-CNT.
           MOVE 0 TO AA-XP-HASH.
           MOVE AA-RUN-DATE TO AA-FND-DATE.
           MOVE 0 TO AA-FND-SEQ.

           MOVE SPACES TO WS-ARCXP-FILENAME.
           STRING 'ARCXP.' DELIMITED BY SIZE
                AA-RUN-DATE DELIMITED BY SIZE
                INTO WS-ARCXP-FILENAME.

           OPEN INPUT I-ARCXP-FILE.
           IF WS-ARCXP-FILE-STATUS NOT = '00' THEN
              ADD 1 TO AA-MISS-CNT
              MOVE 'ERROR' TO AA-FND-SEV
              MOVE 0 TO AA-FND-ROWS
              MOVE 'MISSING - NOT IN ARCHIVE, NO EXPORT' TO
                   AA-FND-TEXT
              MOVE SPACES TO AA-FND-DETAIL
              STRING WS-ARCXP-FILENAME DELIMITED BY SPACE
                   ' IS NOT PRESENT' DELIMITED BY SIZE
                   INTO AA-FND-DETAIL
              PERFORM WRITE-FINDING
              GO TO VERIFY-EXPORT-EXIT
           END-IF.

           MOVE SPACES TO WS-ARCXP-EOF-WS.
           PERFORM READ-EXPORT-REC THRU READ-EXPORT-REC-EXIT
                   UNTIL ARCXP-EOF OR AA-XP-BAD.
           CLOSE I-ARCXP-FILE.

           IF NOT AA-XP-BAD AND NOT AA-XP-TRL-SEEN THEN
              SET AA-XP-BAD TO TRUE
              MOVE 'NO TRAILER - THE EXPORT IS INCOMPLETE' TO
                   AA-XP-REASON
           END-IF.

           IF AA-XP-BAD THEN
              ADD 1 TO AA-UNRD-CNT
              MOVE 'ERROR' TO AA-FND-SEV
              MOVE AA-XP-CNT TO AA-FND-ROWS
              MOVE 'PURGED - EXPORT UNREADABLE' TO AA-FND-TEXT
              MOVE AA-XP-REASON TO AA-FND-DETAIL
              PERFORM WRITE-FINDING
              GO TO VERIFY-EXPORT-EXIT
           END-IF.

           ADD 1 TO AA-XPOK-CNT.
           SET AD-IN-EXPORT(AD-SUB) TO TRUE.
           MOVE AA-XP-CUR-CNT TO AD-CUR-ROWS(AD-SUB).

       VERIFY-EXPORT-EXIT.
           EXIT.

       READ-EXPORT-REC.
           READ I-ARCXP-FILE
              AT END
                 SET ARCXP-EOF TO TRUE
                 GO TO READ-EXPORT-REC-EXIT
           END-READ.

           IF WS-ARCXP-FILE-STATUS NOT = '00' THEN
              SET AA-XP-BAD TO TRUE
              MOVE SPACES TO AA-XP-REASON
              STRING 'READ FAILED - FILE STATUS ' DELIMITED BY SIZE
                   WS-ARCXP-FILE-STATUS DELIMITED BY SIZE
                   INTO AA-XP-REASON
              GO TO READ-EXPORT-REC-EXIT
           END-IF.

           IF AA-XP-TRL-SEEN THEN
              SET AA-XP-BAD TO TRUE
              MOVE 'RECORDS FOLLOW THE TRAILER' TO AA-XP-REASON
              GO TO READ-EXPORT-REC-EXIT
           END-IF.

           IF NOT AA-XP-HDR-SEEN AND I-ARCXP-REC(1:1) NOT = 'H' THEN
              SET AA-XP-BAD TO TRUE
              MOVE 'NO HEADER RECORD' TO AA-XP-REASON
              GO TO READ-EXPORT-REC-EXIT
           END-IF.

           EVALUATE I-ARCXP-REC(1:1)
              WHEN 'H'
                 IF AA-XP-HDR-SEEN THEN
                    SET AA-XP-BAD TO TRUE
                    MOVE 'MORE THAN ONE HEADER RECORD' TO
                         AA-XP-REASON
                 ELSE
                    SET AA-XP-HDR-SEEN TO TRUE
                    IF XH-DATE NOT NUMERIC OR
                       XH-DATE NOT = AD-DATE(AD-SUB) THEN
                       SET AA-XP-BAD TO TRUE
                       MOVE 'HEADER DATE DOES NOT MATCH THE FILE NAME'
                            TO AA-XP-REASON
                    END-IF
                 END-IF
              WHEN 'D'
                 IF XD-PREV-DAY NOT NUMERIC OR
                    XD-LATEST NOT NUMERIC OR
                    XD-END-MNTH NOT NUMERIC THEN
                    SET AA-XP-BAD TO TRUE
                    MOVE 'NON-NUMERIC PRICE ON A DETAIL RECORD' TO
                         AA-XP-REASON
                 ELSE
                    ADD 1 TO AA-XP-CNT
                    IF XD-CURR-FLAG NOT = 'N' THEN
                       ADD 1 TO AA-XP-CUR-CNT
                    END-IF
                    ADD XD-PREV-DAY TO AA-XP-HASH
                    ADD XD-LATEST TO AA-XP-HASH
                    ADD XD-END-MNTH TO AA-XP-HASH
                 END-IF
              WHEN 'T'
                 SET AA-XP-TRL-SEEN TO TRUE
                 IF XT-REC-CNT NOT NUMERIC OR
                    XT-HASH NOT NUMERIC THEN
                    SET AA-XP-BAD TO TRUE
                    MOVE 'NON-NUMERIC TRAILER CONTROLS' TO
                         AA-XP-REASON
                 ELSE
                    IF XT-REC-CNT NOT = AA-XP-CNT THEN
                       SET AA-XP-BAD TO TRUE
                       MOVE XT-REC-CNT TO AA-ED-ROWS
                       MOVE AA-XP-CNT TO AA-ED-ROWS2
                       MOVE SPACES TO AA-XP-REASON
                       STRING 'TRAILER COUNT ' DELIMITED BY SIZE
                            AA-ED-ROWS DELIMITED BY SIZE
                            ' VS ' DELIMITED BY SIZE
                            AA-ED-ROWS2 DELIMITED BY SIZE
                            ' ROWS READ' DELIMITED BY SIZE
                            INTO AA-XP-REASON
                    ELSE
                       IF XT-HASH NOT = AA-XP-HASH THEN
                          SET AA-XP-BAD TO TRUE
                          MOVE 'TRAILER PRICE HASH DOES NOT VERIFY'
                               TO AA-XP-REASON
                       END-IF
                    END-IF
                 END-IF
              WHEN OTHER
                 SET AA-XP-BAD TO TRUE
                 MOVE SPACES TO AA-XP-REASON
                 STRING 'UNRECOGNISED RECORD TYPE ' DELIMITED BY SIZE
                      I-ARCXP-REC(1:1) DELIMITED BY SIZE
                      INTO AA-XP-REASON
           END-EVALUATE.

       READ-EXPORT-REC-EXIT.
           EXIT.

       CHECK-ROW-COUNT.
           IF AD-NOT-HELD(AD-SUB) OR AD-CUR-ROWS(AD-SUB) = 0 THEN
              GO TO CHECK-ROW-COUNT-EXIT
           END-IF.
           MOVE 0 TO AA-NBR-CNT.
           MOVE 0 TO AA-NBR-TOT.
           IF AD-SUB > 1 THEN
              COMPUTE AD-NBR = AD-SUB - 1
              IF AD-CUR-ROWS(AD-NBR) > 0 THEN
                 ADD 1 TO AA-NBR-CNT
                 ADD AD-CUR-ROWS(AD-NBR) TO AA-NBR-TOT
              END-IF
           END-IF.
           IF AD-SUB < AD-CNT THEN
              COMPUTE AD-NBR = AD-SUB + 1
              IF AD-CUR-ROWS(AD-NBR) > 0 THEN
                 ADD 1 TO AA-NBR-CNT
                 ADD AD-CUR-ROWS(AD-NBR) TO AA-NBR-TOT
              END-IF
           END-IF.
           IF AA-NBR-CNT = 0 THEN
              GO TO CHECK-ROW-COUNT-EXIT
           END-IF.

           COMPUTE AA-NBR-AVG ROUNDED = AA-NBR-TOT / AA-NBR-CNT.
           IF AA-TOL-PCT < 100 THEN
              COMPUTE AA-LOW-ROWS =
                      AA-NBR-AVG * (100 - AA-TOL-PCT) / 100
           ELSE
              MOVE 0 TO AA-LOW-ROWS
           END-IF.
           COMPUTE AA-HIGH-ROWS =
                   AA-NBR-AVG * (100 + AA-TOL-PCT) / 100.
           IF AD-CUR-ROWS(AD-SUB) NOT < AA-LOW-ROWS AND
              AD-CUR-ROWS(AD-SUB) NOT > AA-HIGH-ROWS THEN
              GO TO CHECK-ROW-COUNT-EXIT
           END-IF.

           ADD 1 TO AA-ODD-CNT.
           MOVE AD-DATE(AD-SUB) TO AA-FND-DATE.
           MOVE 'WARNING' TO AA-FND-SEV.
           MOVE 0 TO AA-FND-SEQ.
           MOVE AD-CUR-ROWS(AD-SUB) TO AA-FND-ROWS.
           MOVE 'ROW COUNT OUT OF LINE WITH NEIGHBOURS' TO
                AA-FND-TEXT.
           MOVE AA-NBR-AVG TO AA-ED-ROWS.
           MOVE SPACES TO AA-FND-DETAIL.
           IF AD-IN-EXPORT(AD-SUB) THEN
              STRING 'EXPORTED; NEIGHBOUR AVERAGE ' DELIMITED BY SIZE
                   AA-ED-ROWS DELIMITED BY SIZE
                   ' ROWS' DELIMITED BY SIZE
                   INTO AA-FND-DETAIL
           ELSE
              STRING 'NEIGHBOUR AVERAGE ' DELIMITED BY SIZE
                   AA-ED-ROWS DELIMITED BY SIZE
                   ' ROWS' DELIMITED BY SIZE
                   INTO AA-FND-DETAIL
           END-IF.
           PERFORM WRITE-FINDING.

       CHECK-ROW-COUNT-EXIT.
           EXIT.

       CHECK-NON-BUS-DATES.
           EXEC SQL
              DECLARE NB-CUR CURSOR FOR
              SELECT TO_CHAR(RUN_DATE, 'YYYYMMDD'), COUNT(*)
              FROM PROD_PRICE_HIST_ARCHIVE
              WHERE RUN_DATE >= TO_DATE(:AA-FROM-DATE, 'YYYYMMDD')
                AND RUN_DATE < TO_DATE(:AA-TO-DATE, 'YYYYMMDD')
              GROUP BY RUN_DATE
              ORDER BY RUN_DATE
           END-EXEC.

           EXEC SQL
              OPEN NB-CUR
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO LIST ARCHIVE RUN DATES!'
              DISPLAY 'SQLCODE = ' SQLCODE
              SET AA-FAILED TO TRUE
              GO TO CHECK-NON-BUS-DATES-EXIT
           END-IF.

           MOVE SPACES TO AA-EOF-WS.
           PERFORM FETCH-NON-BUS-DATE THRU FETCH-NON-BUS-DATE-EXIT
                   UNTIL AA-EOF.

           EXEC SQL
              CLOSE NB-CUR
           END-EXEC.

       CHECK-NON-BUS-DATES-EXIT.
           EXIT.

       FETCH-NON-BUS-DATE.
           EXEC SQL
              FETCH NB-CUR
              INTO :AA-NB-DATE, :AA-NB-ROWS
           END-EXEC.

           IF SQLCODE = +1403 THEN
              SET AA-EOF TO TRUE
              GO TO FETCH-NON-BUS-DATE-EXIT
           ELSE IF SQLCODE <> 0 THEN
              DISPLAY 'ERROR! SQLCODE - ' SQLCODE
              SET AA-FAILED TO TRUE
              SET AA-EOF TO TRUE
              GO TO FETCH-NON-BUS-DATE-EXIT.

           MOVE AA-NB-DATE TO WS-CAL-DATE.
           SET AD-INX TO 1.
           SEARCH AD-ENTRY
              AT END
                 ADD 1 TO AA-NONBUS-CNT
                 MOVE AA-NB-DATE TO AA-FND-DATE
                 MOVE 'WARNING' TO AA-FND-SEV
                 MOVE 0 TO AA-FND-SEQ
                 MOVE AA-NB-ROWS TO AA-FND-ROWS
                 MOVE 'ARCHIVE DATE IS NOT A BUSINESS DAY' TO
                      AA-FND-TEXT
                 MOVE 'SNAPSHOT HELD FOR A DATE MISSING FROM BUSCAL'
                      TO AA-FND-DETAIL
                 PERFORM WRITE-FINDING
              WHEN AD-DATE(AD-INX) = WS-CAL-DATE
                 CONTINUE
           END-SEARCH.

       FETCH-NON-BUS-DATE-EXIT.
           EXIT.

       WRITE-FINDING.
           IF AA-FND-SEV = 'ERROR' THEN
              ADD 1 TO AA-ERR-CNT
           ELSE
              ADD 1 TO AA-WARN-CNT
           END-IF.
           ADD 1 TO AA-SECT-FND.
           MOVE AA-FND-SEQ TO AA-ED-SEQ.
           MOVE AA-FND-ROWS TO AA-ED-ROWS.
           MOVE SPACES TO O-ARCAUD-REC.
           STRING '| ' DELIMITED BY SIZE
                AA-FND-DATE     DELIMITED BY SIZE
                ' | '           DELIMITED BY SIZE
                AA-FND-SEV      DELIMITED BY SIZE
                ' | '           DELIMITED BY SIZE
                AA-ED-SEQ       DELIMITED BY SIZE
                ' | '           DELIMITED BY SIZE
                AA-ED-ROWS      DELIMITED BY SIZE
                ' | '           DELIMITED BY SIZE
                AA-FND-TEXT     DELIMITED BY SIZE
                ' | '           DELIMITED BY SIZE
                AA-FND-DETAIL   DELIMITED BY SIZE
                ' |'            DELIMITED BY SIZE
                INTO O-ARCAUD-REC.
           PERFORM ARCAUD-WRITE-REC.

       ARCAUD-WRITE-HEADER.
           OPEN OUTPUT O-ARCAUD-FILE.
           MOVE SPACES TO O-ARCAUD-REC.
           STRING '***** ARCHIVE COMPLETENESS AUDIT - BUSINESS DATES '
                DELIMITED BY SIZE
                AA-FROM-DATE DELIMITED BY SIZE
                ' TO ' DELIMITED BY SIZE
                'YESTERDAY - RUN ' DELIMITED BY SIZE
                BC-WALL-DATE DELIMITED BY SIZE
                ' *****' DELIMITED BY SIZE
                INTO O-ARCAUD-REC.
           WRITE O-ARCAUD-REC.
           CLOSE O-ARCAUD-FILE.

       ARCAUD-WRITE-SECTION.
           MOVE 0 TO AA-SECT-FND.
           MOVE SPACES TO O-ARCAUD-REC.
           PERFORM ARCAUD-WRITE-REC.
           MOVE AA-SECT-TITLE TO O-ARCAUD-REC.
           PERFORM ARCAUD-WRITE-REC.
           MOVE SPACES TO O-ARCAUD-REC.
           STRING '| RUN DATE | SEVERITY | SEQ |      ROWS | '
                DELIMITED BY SIZE
                'FINDING                                  | '
                DELIMITED BY SIZE
                'DETAIL |' DELIMITED BY SIZE
                INTO O-ARCAUD-REC.
           PERFORM ARCAUD-WRITE-REC.

       ARCAUD-END-SECTION.
           IF AA-SECT-FND = 0 THEN
              MOVE '* NONE *' TO O-ARCAUD-REC
              PERFORM ARCAUD-WRITE-REC
           END-IF.

       ARCAUD-WRITE-SUMMARY.
           MOVE SPACES TO O-ARCAUD-REC.
           PERFORM ARCAUD-WRITE-REC.
           MOVE '* AUDIT SUMMARY *' TO O-ARCAUD-REC.
           PERFORM ARCAUD-WRITE-REC.
           MOVE AD-CNT TO AA-ED-CNT.
           MOVE 'BUSINESS DATES AUDITED' TO AA-FND-TEXT.
           PERFORM ARCAUD-WRITE-COUNT.
           MOVE AA-ARCH-CNT TO AA-ED-CNT.
           MOVE 'HELD IN PROD_PRICE_HIST_ARCHIVE' TO AA-FND-TEXT.
           PERFORM ARCAUD-WRITE-COUNT.
           MOVE AA-XPOK-CNT TO AA-ED-CNT.
           MOVE 'PURGED WITH A VERIFIED EXPORT' TO AA-FND-TEXT.
           PERFORM ARCAUD-WRITE-COUNT.
           MOVE AA-MISS-CNT TO AA-ED-CNT.
           MOVE 'MISSING - NO ARCHIVE ROWS, NO EXPORT' TO
                AA-FND-TEXT.
           PERFORM ARCAUD-WRITE-COUNT.
           MOVE AA-UNRD-CNT TO AA-ED-CNT.
           MOVE 'PURGED - EXPORT UNREADABLE' TO AA-FND-TEXT.
           PERFORM ARCAUD-WRITE-COUNT.
           MOVE AA-SEQERR-CNT TO AA-ED-CNT.
           MOVE 'NO OR DUPLICATE CURRENT RUN SEQUENCE' TO
                AA-FND-TEXT.
           PERFORM ARCAUD-WRITE-COUNT.
           MOVE AA-SEQWRN-CNT TO AA-ED-CNT.
           MOVE 'CURRENT RUN SEQUENCE NOT THE LATEST' TO
                AA-FND-TEXT.
           PERFORM ARCAUD-WRITE-COUNT.
           MOVE AA-ORPH-CNT TO AA-ED-CNT.
           MOVE 'ORPHAN RUN SEQUENCES' TO AA-FND-TEXT.
           PERFORM ARCAUD-WRITE-COUNT.
           MOVE AA-ODD-CNT TO AA-ED-CNT.
           MOVE 'ROW COUNTS OUT OF LINE WITH NEIGHBOURS' TO
                AA-FND-TEXT.
           PERFORM ARCAUD-WRITE-COUNT.
           MOVE AA-NONBUS-CNT TO AA-ED-CNT.
           MOVE 'ARCHIVE DATES NOT IN BUSCAL' TO AA-FND-TEXT.
           PERFORM ARCAUD-WRITE-COUNT.
           MOVE SPACES TO O-ARCAUD-REC.
           PERFORM ARCAUD-WRITE-REC.
           MOVE SPACES TO O-ARCAUD-REC.
           IF AA-FAILED THEN
              STRING '* AUDIT INCOMPLETE - THE ARCHIVE COULD NOT BE '
                   DELIMITED BY SIZE
                   'READ IN FULL *' DELIMITED BY SIZE
                   INTO O-ARCAUD-REC
           ELSE
              IF AA-ERR-CNT > 0 THEN
                 STRING '* HOLES FOUND - RESTORE OR RE-EXPORT THE '
                      DELIMITED BY SIZE
                      'DATES MARKED ERROR *' DELIMITED BY SIZE
                      INTO O-ARCAUD-REC
              ELSE
                 STRING '* NO HOLES FOUND *' DELIMITED BY SIZE
                      INTO O-ARCAUD-REC
              END-IF
           END-IF.
           PERFORM ARCAUD-WRITE-REC.

       ARCAUD-WRITE-COUNT.
           MOVE SPACES TO O-ARCAUD-REC.
           STRING '| ' DELIMITED BY SIZE
                AA-FND-TEXT DELIMITED BY SIZE
                ' | ' DELIMITED BY SIZE
                AA-ED-CNT DELIMITED BY SIZE
                ' |' DELIMITED BY SIZE
                INTO O-ARCAUD-REC.
           PERFORM ARCAUD-WRITE-REC.

       ARCAUD-WRITE-REC.
           OPEN EXTEND O-ARCAUD-FILE.
           WRITE O-ARCAUD-REC.
           CLOSE O-ARCAUD-FILE.

       WRITE-ALERT-REC.
           ACCEPT ALERT-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT ALERT-TIME-WS FROM TIME.
           MOVE SPACES TO O-ALERT-REC.
           STRING '| ARCAUDIT | ' DELIMITED BY SIZE
                ALERT-DATE-WS    DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                ALERT-TIME-WS    DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                'ARCHIVE HOLES       ' DELIMITED BY SIZE
                ' | COUNT '      DELIMITED BY SIZE
                AA-ERR-CNT       DELIMITED BY SIZE
                ' | LIMIT '      DELIMITED BY SIZE
                '0000000'        DELIMITED BY SIZE
                ' | SEE '        DELIMITED BY SIZE
                'ARCAUDRP'       DELIMITED BY SIZE
                ' |'             DELIMITED BY SIZE
                INTO O-ALERT-REC.
           OPEN EXTEND O-ALERT-FILE.
           WRITE O-ALERT-REC.
           CLOSE O-ALERT-FILE.

       WRITE-AUDIT-REC.
           MOVE SPACES TO O-AUDIT-REC.
           MOVE 'ARCAUDIT' TO AUD-PROGRAM.
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
