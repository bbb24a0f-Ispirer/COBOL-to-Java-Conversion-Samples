       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT O-AUDIT-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT O-HISTLD-FILE ASSIGN TO 'HISTLDRP'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT I-BUSCAL-FILE
               ASSIGN TO DYNAMIC WS-BUSCAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-BUSCAL-FILE-STATUS.

           SELECT I-AVALGR-FILE
               ASSIGN TO DYNAMIC WS-AVALGR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-AVALGR-FILE-STATUS.

           SELECT I-HIST-FILE ASSIGN TO 'HISTIN'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT I-ENTCTL-FILE ASSIGN TO 'ENTCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-ENTCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD O-AUDIT-FILE.
           COPY "AUDITREC".

           FD O-HISTLD-FILE.
           01 O-HISTLD-REC          PIC X(132).

           FD I-BUSCAL-FILE.
           01 I-BUSCAL-REC          PIC X(8).

           FD I-AVALGR-FILE.
           01 I-AVALGR-REC          PIC X(20).

           FD I-HIST-FILE.
           01 I-HIST-REC            PIC X(80).
           01 I-HIST-HDR REDEFINES I-HIST-REC.
              05 HH-TYPE           PIC X(1).
              05 HH-FILE-DATE      PIC X(8).
              05 HH-SOURCE         PIC X(10).
              05 FILLER            PIC X(61).
           01 I-HIST-DTL REDEFINES I-HIST-REC.
              05 HD-TYPE           PIC X(1).
              05 HD-PROD-GR        PIC X(20).
              05 HD-RUN-DATE       PIC X(8).
              05 HD-PROD-NM        PIC X(10).
              05 HD-PREV-DAY       PIC 9(5)V9(3).
              05 HD-LATEST         PIC 9(5)V9(3).
              05 HD-END-MNTH       PIC 9(5)V9(3).
              05 HD-VOLUME         PIC 9(10).
              05 HD-CURR           PIC X(3).
              05 FILLER            PIC X(4).
           01 I-HIST-TRL REDEFINES I-HIST-REC.
              05 HT-TYPE           PIC X(1).
              05 HT-REC-CNT        PIC 9(9).
              05 HT-HASH           PIC 9(15)V9(3).
              05 FILLER            PIC X(52).

           FD I-ENTCTL-FILE.
           01 I-ENTCTL-REC.
              05 ENTC-ENTITY-CD    PIC X(4).
              05 ENTC-BASE-CURR    PIC X(3).
              05 ENTC-DESC         PIC X(30).

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

             01 USERNAME PIC X(10) VARYING.
             01 PASSWD   PIC X(10) VARYING.
             01 DBNAME   PIC X(10) VARYING.

             01 HL-RUN-DATE          PIC X(8).
             01 HL-PROD-GR           PIC X(20).
             01 HL-PROD-NM           PIC X(10).
             01 HL-CURR-CD           PIC X(3).
             01 HL-PREV-DAY-P        PIC 9(5)V9(3).
             01 HL-LATEST-P          PIC 9(5)V9(3).
             01 HL-END-OF-MNTH-P     PIC 9(5)V9(3).
             01 HL-VOLUME            PIC 9(10).
             01 HL-RUN-SEQ           PIC 9(3).
             01 HL-FIRST-LIVE        PIC X(8).
             01 HL-OLD-ROWS          PIC 9(7).
             01 HL-LOCK-CNT          PIC 9(3).
             01 HL-ENTITY-CD         PIC X(4).
             01 HL-BASE-CURR         PIC X(3).

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "BUSCALR".
           COPY "GRPSTATR".
           COPY "ENTCTXR".

           01 AUD-EVENT-WS         PIC X(8).
           01 AUD-ROWCOUNT-WS      PIC 9(7) VALUE 0.
           01 AUD-MESSAGE-WS       PIC X(40) VALUE SPACES.

           01 PG-CONN-TEXT         PIC X(80).
           01 PG-CONN-LEN          PIC S9(4) COMP.
           01 PG-FLAG-X            PIC X(8).
           01 PG-ENT-X             PIC X(4).
           01 PG-DRYRUN-SW         PIC X(01) VALUE SPACE.
               88 PG-DRYRUN        VALUE 'Y'.

           01 WS-BUSCAL-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-AVALGR-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-HIST-FILE-STATUS  PIC X(02) VALUE SPACES.
           01 WS-ENTCTL-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-BUSCAL-FILENAME   PIC X(20) VALUE 'BUSCAL'.
           01 WS-AVALGR-FILENAME   PIC X(20) VALUE 'AVALGR'.
           01 WS-ENTCTL-EOF-WS     PIC X(02) VALUE SPACES.
               88 ENTCTL-EOF       VALUE HIGH-VALUES.
           01 WS-ENT-FOUND-SW      PIC X(01) VALUE SPACE.
               88 ENT-FOUND        VALUE 'Y'.
           01 WS-CAL-EOF-WS        PIC X(02) VALUE SPACES.
               88 CAL-EOF          VALUE HIGH-VALUES.
           01 WS-AVL-EOF-WS        PIC X(02) VALUE SPACES.
               88 AVL-EOF          VALUE HIGH-VALUES.
           01 WS-HIST-EOF-WS       PIC X(02) VALUE SPACES.
               88 HIST-EOF         VALUE HIGH-VALUES.
           01 WS-GP-EOF-WS         PIC X(02) VALUE SPACES.
               88 GP-EOF           VALUE HIGH-VALUES.
           01 WS-CAL-DATE          PIC 9(8).
           01 HL-PREV-CAL          PIC 9(8) VALUE 0.

           01 HL-FAIL-SW           PIC X(01) VALUE SPACE.
               88 HL-FAILED        VALUE 'Y'.
           01 HL-FAIL-REASON       PIC X(40) VALUE SPACES.
           01 HL-HDR-SW            PIC X(01) VALUE SPACE.
               88 HL-HDR-SEEN      VALUE 'Y'.
           01 HL-TRL-SW            PIC X(01) VALUE SPACE.
               88 HL-TRL-SEEN      VALUE 'Y'.
           01 HL-AVL-SW            PIC X(01) VALUE SPACE.
               88 HL-AVL-PRESENT   VALUE 'Y'.
           01 HL-UNIT-SW           PIC X(01) VALUE SPACE.
               88 HL-UNIT-OPEN     VALUE 'Y'.

           01 HL-FILE-DATE         PIC X(8) VALUE SPACES.
           01 HL-SOURCE            PIC X(10) VALUE SPACES.
           01 HL-FILE-CNT          PIC 9(9) VALUE 0.
           01 HL-FILE-HASH         PIC 9(15)V9(3) VALUE 0.
           01 HL-PREV-KEY          PIC X(28) VALUE LOW-VALUES.
           01 HL-MIN-DATE          PIC X(8) VALUE HIGH-VALUES.
           01 HL-MAX-DATE          PIC X(8) VALUE LOW-VALUES.
           01 HL-MIN-NUM           PIC 9(8).
           01 HL-MAX-NUM           PIC 9(8).

           01 HL-MAX-CAL           PIC 9(5) VALUE 6000.
           01 CAL-DATE-TABLE.
              05 HL-CAL-CNT        PIC 9(5) VALUE 0.
              05 HL-CAL-ENTRY OCCURS 6000 TIMES
                   INDEXED BY HL-CAL-INX.
                 10 HL-CAL-DATE    PIC 9(8).

           01 AVALGR-TABLE.
              05 HL-AVL-CNT        PIC 9(3) VALUE 0.
              05 HL-AVL-ENTRY OCCURS 500 TIMES
                   INDEXED BY HL-AVL-INX.
                 10 HL-AVL-GRPNM   PIC X(20).

           01 HL-MAX-PRODS         PIC 9(5) VALUE 2000.
           01 GROUP-PROD-TABLE.
              05 HL-GP-CNT         PIC 9(5) VALUE 0.
              05 HL-GP-ENTRY OCCURS 2000 TIMES
                   INDEXED BY HL-GP-INX.
                 10 HL-GP-NM       PIC X(10).
                 10 HL-GP-CURR     PIC X(3).

           01 UNIT-ROW-TABLE.
              05 HL-UR-CNT         PIC 9(5) VALUE 0.
              05 HL-UR-ENTRY OCCURS 2000 TIMES
                   INDEXED BY HL-UR-INX.
                 10 HL-UR-NM       PIC X(10).
                 10 HL-UR-PREV-DAY PIC 9(5)V9(3).
                 10 HL-UR-LATEST   PIC 9(5)V9(3).
                 10 HL-UR-END-MNTH PIC 9(5)V9(3).
                 10 HL-UR-VOLUME   PIC 9(10).
                 10 HL-UR-CURR     PIC X(3).
           01 HL-UR-SUB            PIC 9(5) COMP.

           01 HL-GRP-GR            PIC X(20) VALUE SPACES.
           01 HL-GRP-REASON        PIC X(40) VALUE SPACES.
           01 HL-UNIT-GR           PIC X(20).
           01 HL-UNIT-DATE         PIC X(8).
           01 HL-UNIT-REASON       PIC X(40).
           01 HL-UNIT-READ         PIC 9(7).
           01 HL-UNIT-REJ          PIC 9(7).
           01 HL-ROW-REASON        PIC X(40).
           01 HL-CAL-OK-SW         PIC X(01).
               88 HL-CAL-FOUND     VALUE 'Y'.

           01 HL-DATES-LOADED      PIC 9(7) VALUE 0.
           01 HL-DATES-REJECTED    PIC 9(7) VALUE 0.
           01 HL-ROWS-READ         PIC 9(9) VALUE 0.
           01 HL-ROWS-LOADED       PIC 9(9) VALUE 0.
           01 HL-ROWS-REJECTED     PIC 9(9) VALUE 0.
           01 HL-ROWS-REPLACED     PIC 9(9) VALUE 0.

           01 HL-RPT-STATUS        PIC X(40).
           01 HL-RPT-TEXT          PIC X(40).
           01 HL-ED-CNT            PIC Z(6)9.
           01 HL-ED-CNT2           PIC Z(6)9.
           01 HL-ED-CNT3           PIC Z(6)9.
           01 HL-ED-CNT4           PIC Z(6)9.
           01 HL-ED-TOT            PIC Z(8)9.

       LINKAGE SECTION.
          01 LS-CONN-PARM.
             05 LS-CONN-PARM-LEN     PIC S9(4) COMP.
             05 LS-CONN-PARM-TEXT    PIC X(80).

       PROCEDURE DIVISION USING LS-CONN-PARM.
       DISPLAY 'HISTORICAL PRICE BACKFILL LOAD'.

       ACCEPT BC-WALL-DATE FROM DATE YYYYMMDD.

       CALL 'BUSCAL' USING BUSCAL-PARM.

       MOVE 'START' TO AUD-EVENT-WS.
       MOVE 'HISTLOAD RUN STARTED' TO AUD-MESSAGE-WS.
       PERFORM WRITE-AUDIT-REC.

       MOVE SPACES TO PG-CONN-TEXT.
       MOVE SPACES TO PG-FLAG-X.
       MOVE SPACES TO PG-ENT-X.
       MOVE 0 TO PG-CONN-LEN.
       IF LS-CONN-PARM-LEN > 0 THEN
          UNSTRING LS-CONN-PARM-TEXT(1:LS-CONN-PARM-LEN)
             DELIMITED BY ','
             INTO PG-CONN-TEXT COUNT IN PG-CONN-LEN
                  PG-FLAG-X
                  PG-ENT-X
          END-UNSTRING
       END-IF.

       PERFORM SET-LOAD-ENTITY THRU SET-LOAD-ENTITY-EXIT.

       IF PG-FLAG-X = 'DRYRUN' THEN
          SET PG-DRYRUN TO TRUE
          DISPLAY 'DRY RUN - THE FILE IS VALIDATED BUT NOTHING IS '
                  'LOADED.'
       END-IF.

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

       PERFORM VERIFY-HIST-FILE THRU VERIFY-HIST-FILE-EXIT.
       IF HL-FAILED THEN
          DISPLAY 'HISTORY FILE REJECTED - ' HL-FAIL-REASON
          PERFORM HISTLD-WRITE-HEADER
          MOVE SPACES TO O-HISTLD-REC
          STRING '* HISTORY FILE REJECTED - ' DELIMITED BY SIZE
               HL-FAIL-REASON DELIMITED BY SIZE
               ' - NOTHING LOADED *' DELIMITED BY SIZE
               INTO O-HISTLD-REC
          PERFORM HISTLD-WRITE-REC
          MOVE 'ERROR' TO AUD-EVENT-WS
          MOVE HL-FAIL-REASON TO AUD-MESSAGE-WS
          MOVE HL-FILE-CNT TO AUD-ROWCOUNT-WS
          PERFORM WRITE-AUDIT-REC
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF.

       DISPLAY 'HISTORY FILE FROM ' HL-SOURCE ' DATED '
               HL-FILE-DATE ' - ' HL-FILE-CNT ' ROWS, RUN DATES '
               HL-MIN-DATE ' TO ' HL-MAX-DATE '.'.

       PERFORM LOAD-CALENDAR THRU LOAD-CALENDAR-EXIT.
       IF HL-FAILED THEN
          DISPLAY 'BUSINESS CALENDAR NOT USABLE - ' HL-FAIL-REASON
          MOVE 'ERROR' TO AUD-EVENT-WS
          MOVE HL-FAIL-REASON TO AUD-MESSAGE-WS
          PERFORM WRITE-AUDIT-REC
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF.

       PERFORM LOAD-AVALGR THRU LOAD-AVALGR-EXIT.

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

       IF NOT PG-DRYRUN THEN
          EXEC SQL
             SELECT COUNT(*)
             INTO :HL-LOCK-CNT
             FROM PRICE_RUN_LOCK
             WHERE LOCK_ID = 1
          END-EXEC
          IF SQLCODE = 0 AND HL-LOCK-CNT > 0 THEN
             DISPLAY 'THE NIGHTLY PRICE RUN HOLDS PRICE_RUN_LOCK - '
                     'RESUBMIT ONCE PRICEDLY HAS FINISHED.'
             MOVE 'ERROR' TO AUD-EVENT-WS
             MOVE 'PRICE RUN IN PROGRESS - LOAD REFUSED' TO
                  AUD-MESSAGE-WS
             PERFORM WRITE-AUDIT-REC
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF
          MOVE 'C' TO GS-MODE
          CALL 'GRPSTATS' USING GRPSTATS-PARM
          IF GS-STATS-FAILED THEN
             MOVE 'ERROR' TO AUD-EVENT-WS
             MOVE 'GROUP_DAILY_STATS NOT AVAILABLE' TO AUD-MESSAGE-WS
             PERFORM WRITE-AUDIT-REC
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF
       END-IF.

       PERFORM HISTLD-WRITE-HEADER.

       OPEN INPUT I-HIST-FILE.
       MOVE SPACES TO WS-HIST-EOF-WS.
       PERFORM LOAD-HIST-REC THRU LOAD-HIST-REC-EXIT
               UNTIL HIST-EOF OR HL-FAILED.
       CLOSE I-HIST-FILE.

       IF HL-UNIT-OPEN AND NOT HL-FAILED THEN
          PERFORM FINISH-UNIT THRU FINISH-UNIT-EXIT
       END-IF.

       PERFORM HISTLD-WRITE-SUMMARY.

       IF HL-FAILED THEN
          MOVE 'ERROR' TO AUD-EVENT-WS
          MOVE 'BACKFILL STOPPED - SEE HISTLDRP' TO AUD-MESSAGE-WS
          MOVE HL-ROWS-LOADED TO AUD-ROWCOUNT-WS
          PERFORM WRITE-AUDIT-REC
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF.

       IF PG-DRYRUN THEN
          DISPLAY 'DRY RUN COMPLETE. RUN DATES THAT WOULD LOAD: '
                  HL-DATES-LOADED ' ROWS: ' HL-ROWS-LOADED
       ELSE
          DISPLAY 'BACKFILL COMPLETE. RUN DATES LOADED: '
                  HL-DATES-LOADED ' ROWS: ' HL-ROWS-LOADED
       END-IF.
       DISPLAY 'RUN DATES REJECTED: ' HL-DATES-REJECTED
               ' ROWS REJECTED: ' HL-ROWS-REJECTED.

       IF HL-ROWS-REJECTED > 0 THEN
          MOVE 'WARN' TO AUD-EVENT-WS
          MOVE 'BACKFILL ROWS REJECTED - SEE HISTLDRP' TO
               AUD-MESSAGE-WS
          MOVE HL-ROWS-REJECTED TO AUD-ROWCOUNT-WS
          PERFORM WRITE-AUDIT-REC
          MOVE 4 TO RETURN-CODE
          STOP RUN
       END-IF.

       MOVE 'END' TO AUD-EVENT-WS.
       IF PG-DRYRUN THEN
          MOVE 'DRY RUN - NO ARCHIVE ROWS LOADED' TO AUD-MESSAGE-WS
       ELSE
          MOVE 'HISTLOAD RUN COMPLETED' TO AUD-MESSAGE-WS
       END-IF.
       MOVE HL-ROWS-LOADED TO AUD-ROWCOUNT-WS.
       PERFORM WRITE-AUDIT-REC.

       STOP RUN.

       VERIFY-HIST-FILE.
           OPEN INPUT I-HIST-FILE.
           IF WS-HIST-FILE-STATUS NOT = '00' THEN
              SET HL-FAILED TO TRUE
              MOVE 'HISTIN FILE NOT PRESENT' TO HL-FAIL-REASON
              GO TO VERIFY-HIST-FILE-EXIT
           END-IF.
           MOVE SPACES TO WS-HIST-EOF-WS.
           PERFORM VERIFY-HIST-REC THRU VERIFY-HIST-REC-EXIT
                   UNTIL HIST-EOF OR HL-FAILED.
           CLOSE I-HIST-FILE.

           IF HL-FAILED THEN
              GO TO VERIFY-HIST-FILE-EXIT
           END-IF.
           IF NOT HL-HDR-SEEN THEN
              SET HL-FAILED TO TRUE
              MOVE 'HISTIN FILE IS EMPTY' TO HL-FAIL-REASON
              GO TO VERIFY-HIST-FILE-EXIT
           END-IF.
           IF NOT HL-TRL-SEEN THEN
              SET HL-FAILED TO TRUE
              MOVE 'NO TRAILER RECORD' TO HL-FAIL-REASON
              GO TO VERIFY-HIST-FILE-EXIT
           END-IF.
           IF HL-FILE-CNT = 0 THEN
              SET HL-FAILED TO TRUE
              MOVE 'NO DETAIL RECORDS' TO HL-FAIL-REASON
           END-IF.

       VERIFY-HIST-FILE-EXIT.
           EXIT.

       VERIFY-HIST-REC.
           READ I-HIST-FILE
              AT END
                 SET HIST-EOF TO TRUE
                 GO TO VERIFY-HIST-REC-EXIT
           END-READ.

           IF HL-TRL-SEEN THEN
              SET HL-FAILED TO TRUE
              MOVE 'RECORDS FOLLOW THE TRAILER' TO HL-FAIL-REASON
              GO TO VERIFY-HIST-REC-EXIT
           END-IF.

           IF NOT HL-HDR-SEEN THEN
              IF HH-TYPE NOT = 'H' THEN
                 SET HL-FAILED TO TRUE
                 MOVE 'FIRST RECORD IS NOT A HEADER' TO
                      HL-FAIL-REASON
                 GO TO VERIFY-HIST-REC-EXIT
              END-IF
              SET HL-HDR-SEEN TO TRUE
              MOVE HH-FILE-DATE TO HL-FILE-DATE
              MOVE HH-SOURCE TO HL-SOURCE
              GO TO VERIFY-HIST-REC-EXIT
           END-IF.

           EVALUATE HD-TYPE
              WHEN 'D'
                 CONTINUE
              WHEN 'T'
                 SET HL-TRL-SEEN TO TRUE
                 IF HT-REC-CNT NOT NUMERIC OR HT-HASH NOT NUMERIC
                    OR HT-REC-CNT NOT = HL-FILE-CNT
                    OR HT-HASH NOT = HL-FILE-HASH THEN
                    DISPLAY 'TRAILER ROWS ' HT-REC-CNT ' HASH '
                            HT-HASH ' - READ ' HL-FILE-CNT ' HASH '
                            HL-FILE-HASH
                    SET HL-FAILED TO TRUE
                    MOVE 'TRAILER COUNT OR HASH DOES NOT AGREE' TO
                         HL-FAIL-REASON
                 END-IF
                 GO TO VERIFY-HIST-REC-EXIT
              WHEN OTHER
                 SET HL-FAILED TO TRUE
                 MOVE 'UNKNOWN RECORD TYPE' TO HL-FAIL-REASON
                 GO TO VERIFY-HIST-REC-EXIT
           END-EVALUATE.

           ADD 1 TO HL-FILE-CNT.
           IF HD-PREV-DAY NUMERIC AND HD-LATEST NUMERIC
              AND HD-END-MNTH NUMERIC THEN
              ADD HD-PREV-DAY HD-LATEST HD-END-MNTH TO HL-FILE-HASH
           END-IF.

           IF I-HIST-REC(2:28) < HL-PREV-KEY THEN
              DISPLAY 'OUT OF SEQUENCE AT ROW ' HL-FILE-CNT ': '
                      HD-PROD-GR ' ' HD-RUN-DATE
              SET HL-FAILED TO TRUE
              MOVE 'NOT IN PRODUCT GROUP / RUN DATE ORDER' TO
                   HL-FAIL-REASON
              GO TO VERIFY-HIST-REC-EXIT
           END-IF.
           MOVE I-HIST-REC(2:28) TO HL-PREV-KEY.

           IF HD-RUN-DATE NUMERIC THEN
              IF HD-RUN-DATE < HL-MIN-DATE THEN
                 MOVE HD-RUN-DATE TO HL-MIN-DATE
              END-IF
              IF HD-RUN-DATE > HL-MAX-DATE THEN
                 MOVE HD-RUN-DATE TO HL-MAX-DATE
              END-IF
           END-IF.

       VERIFY-HIST-REC-EXIT.
           EXIT.

       LOAD-CALENDAR.
           INITIALIZE CAL-DATE-TABLE.
           IF HL-MIN-DATE = HIGH-VALUES THEN
              GO TO LOAD-CALENDAR-EXIT
           END-IF.
           MOVE HL-MIN-DATE TO HL-MIN-NUM.
           MOVE HL-MAX-DATE TO HL-MAX-NUM.

           OPEN INPUT I-BUSCAL-FILE.
           IF WS-BUSCAL-FILE-STATUS NOT = '00' THEN
              SET HL-FAILED TO TRUE
              MOVE 'BUSCAL NOT PRESENT' TO HL-FAIL-REASON
              GO TO LOAD-CALENDAR-EXIT
           END-IF.
           MOVE SPACES TO WS-CAL-EOF-WS.
           PERFORM LOAD-CALENDAR-REC THRU LOAD-CALENDAR-REC-EXIT
                   UNTIL CAL-EOF OR HL-FAILED.
           CLOSE I-BUSCAL-FILE.

       LOAD-CALENDAR-EXIT.
           EXIT.

       LOAD-CALENDAR-REC.
           READ I-BUSCAL-FILE
              AT END
                 SET CAL-EOF TO TRUE
                 GO TO LOAD-CALENDAR-REC-EXIT
           END-READ.

           IF I-BUSCAL-REC = SPACES OR I-BUSCAL-REC NOT NUMERIC THEN
              GO TO LOAD-CALENDAR-REC-EXIT
           END-IF.

           MOVE I-BUSCAL-REC TO WS-CAL-DATE.
           IF WS-CAL-DATE NOT > HL-PREV-CAL THEN
              SET HL-FAILED TO TRUE
              MOVE 'BUSCAL DATES NOT IN ASCENDING ORDER' TO
                   HL-FAIL-REASON
              GO TO LOAD-CALENDAR-REC-EXIT
           END-IF.
           MOVE WS-CAL-DATE TO HL-PREV-CAL.

           IF WS-CAL-DATE < HL-MIN-NUM THEN
              GO TO LOAD-CALENDAR-REC-EXIT
           END-IF.
           IF WS-CAL-DATE > HL-MAX-NUM
              OR WS-CAL-DATE NOT < BC-WALL-DATE THEN
              SET CAL-EOF TO TRUE
              GO TO LOAD-CALENDAR-REC-EXIT
           END-IF.

           IF HL-CAL-CNT >= HL-MAX-CAL THEN
              SET HL-FAILED TO TRUE
              MOVE 'HISTORY SPANS TOO MANY BUSINESS DATES' TO
                   HL-FAIL-REASON
              GO TO LOAD-CALENDAR-REC-EXIT
           END-IF.
           ADD 1 TO HL-CAL-CNT.
           MOVE WS-CAL-DATE TO HL-CAL-DATE(HL-CAL-CNT).

       LOAD-CALENDAR-REC-EXIT.
           EXIT.

       LOAD-AVALGR.
           MOVE SPACES TO AVALGR-TABLE.
           MOVE 0 TO HL-AVL-CNT.
           OPEN INPUT I-AVALGR-FILE.
           IF WS-AVALGR-FILE-STATUS NOT = '00' THEN
              DISPLAY 'AVALGR NOT AVAILABLE - GROUPS CHECKED AGAINST '
                      'PROD ONLY.'
              GO TO LOAD-AVALGR-EXIT
           END-IF.
           SET HL-AVL-PRESENT TO TRUE.
           MOVE SPACES TO WS-AVL-EOF-WS.
           PERFORM LOAD-AVALGR-REC THRU LOAD-AVALGR-REC-EXIT
                   UNTIL AVL-EOF.
           CLOSE I-AVALGR-FILE.

       LOAD-AVALGR-EXIT.
           EXIT.

       LOAD-AVALGR-REC.
           READ I-AVALGR-FILE
              AT END
                 SET AVL-EOF TO TRUE
                 GO TO LOAD-AVALGR-REC-EXIT
           END-READ.
           IF I-AVALGR-REC = SPACES THEN
              GO TO LOAD-AVALGR-REC-EXIT
           END-IF.
           IF HL-AVL-CNT >= 500 THEN
              DISPLAY 'TOO MANY AVALGR ENTRIES - MAX IS 500.'
              SET AVL-EOF TO TRUE
              GO TO LOAD-AVALGR-REC-EXIT
           END-IF.
           ADD 1 TO HL-AVL-CNT.
           MOVE I-AVALGR-REC TO HL-AVL-GRPNM(HL-AVL-CNT).

       LOAD-AVALGR-REC-EXIT.
           EXIT.

       LOAD-HIST-REC.
           READ I-HIST-FILE
              AT END
                 SET HIST-EOF TO TRUE
                 GO TO LOAD-HIST-REC-EXIT
           END-READ.

           IF HD-TYPE NOT = 'D' THEN
              GO TO LOAD-HIST-REC-EXIT
           END-IF.

           IF HL-UNIT-OPEN AND (HD-PROD-GR NOT = HL-UNIT-GR
              OR HD-RUN-DATE NOT = HL-UNIT-DATE) THEN
              PERFORM FINISH-UNIT THRU FINISH-UNIT-EXIT
              IF HL-FAILED THEN
                 GO TO LOAD-HIST-REC-EXIT
              END-IF
           END-IF.

           IF NOT HL-UNIT-OPEN THEN
              PERFORM START-UNIT THRU START-UNIT-EXIT
              IF HL-FAILED THEN
                 GO TO LOAD-HIST-REC-EXIT
              END-IF
           END-IF.

           ADD 1 TO HL-UNIT-READ.
           ADD 1 TO HL-ROWS-READ.
           IF HL-UNIT-REASON NOT = SPACES THEN
              ADD 1 TO HL-UNIT-REJ
              GO TO LOAD-HIST-REC-EXIT
           END-IF.

           PERFORM CHECK-HIST-ROW THRU CHECK-HIST-ROW-EXIT.
           IF HL-ROW-REASON NOT = SPACES THEN
              ADD 1 TO HL-UNIT-REJ
              PERFORM HISTLD-WRITE-REJECT
              GO TO LOAD-HIST-REC-EXIT
           END-IF.

           ADD 1 TO HL-UR-CNT.
           MOVE HD-PROD-NM TO HL-UR-NM(HL-UR-CNT).
           MOVE HD-PREV-DAY TO HL-UR-PREV-DAY(HL-UR-CNT).
           MOVE HD-LATEST TO HL-UR-LATEST(HL-UR-CNT).
           MOVE HD-END-MNTH TO HL-UR-END-MNTH(HL-UR-CNT).
           MOVE HD-VOLUME TO HL-UR-VOLUME(HL-UR-CNT).
           MOVE HL-GP-CURR(HL-GP-INX) TO HL-UR-CURR(HL-UR-CNT).

       LOAD-HIST-REC-EXIT.
           EXIT.

       START-UNIT.
           SET HL-UNIT-OPEN TO TRUE.
           MOVE HD-PROD-GR TO HL-UNIT-GR.
           MOVE HD-RUN-DATE TO HL-UNIT-DATE.
           MOVE SPACES TO HL-UNIT-REASON.
           MOVE 0 TO HL-UNIT-READ.
           MOVE 0 TO HL-UNIT-REJ.
           MOVE 0 TO HL-OLD-ROWS.
           INITIALIZE UNIT-ROW-TABLE.

           IF HL-UNIT-GR NOT = HL-GRP-GR THEN
              PERFORM START-GROUP THRU START-GROUP-EXIT
              IF HL-FAILED THEN
                 GO TO START-UNIT-EXIT
              END-IF
           END-IF.

           IF HL-GRP-REASON NOT = SPACES THEN
              MOVE HL-GRP-REASON TO HL-UNIT-REASON
              GO TO START-UNIT-EXIT
           END-IF.

           MOVE SPACE TO HL-CAL-OK-SW.
           IF HL-UNIT-DATE NUMERIC THEN
              MOVE HL-UNIT-DATE TO WS-CAL-DATE
              SET HL-CAL-INX TO 1
              SEARCH HL-CAL-ENTRY
                 WHEN HL-CAL-DATE(HL-CAL-INX) = WS-CAL-DATE
                    SET HL-CAL-FOUND TO TRUE
              END-SEARCH
           END-IF.
           IF NOT HL-CAL-FOUND THEN
              MOVE 'NOT A PAST BUSCAL BUSINESS DATE' TO
                   HL-UNIT-REASON
              GO TO START-UNIT-EXIT
           END-IF.

           IF HL-UNIT-DATE NOT < HL-FIRST-LIVE THEN
              MOVE 'NOT BEFORE THE GROUP''S FIRST LIVE RUN' TO
                   HL-UNIT-REASON
              GO TO START-UNIT-EXIT
           END-IF.

           MOVE HL-UNIT-DATE TO HL-RUN-DATE.
           MOVE HL-UNIT-GR TO HL-PROD-GR.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HL-OLD-ROWS
              FROM PROD_PRICE_HIST_ARCHIVE
              WHERE RUN_DATE = TO_DATE(:HL-RUN-DATE, 'YYYYMMDD')
                AND PROD_GR = :HL-PROD-GR
                AND PRICE_SRC = 'BACKFILL'
                AND NVL(ENTITY_CD, 'MAIN') = :HL-ENTITY-CD
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO READ THE ARCHIVE FOR ' HL-RUN-DATE
                      ' ' HL-PROD-GR '!'
              DISPLAY 'SQLCODE = ' SQLCODE
              SET HL-FAILED TO TRUE
              MOVE 'UNABLE TO READ THE ARCHIVE' TO HL-FAIL-REASON
           END-IF.

       START-UNIT-EXIT.
           EXIT.

       START-GROUP.
           MOVE HL-UNIT-GR TO HL-GRP-GR.
           MOVE SPACES TO HL-GRP-REASON.
           MOVE HIGH-VALUES TO HL-FIRST-LIVE.
           INITIALIZE GROUP-PROD-TABLE.

           IF HL-AVL-PRESENT THEN
              SET HL-AVL-INX TO 1
              SEARCH HL-AVL-ENTRY
                 AT END
                    MOVE 'PRODUCT GROUP NOT IN AVALGR' TO
                         HL-GRP-REASON
                 WHEN HL-AVL-GRPNM(HL-AVL-INX) = HL-GRP-GR
                    CONTINUE
              END-SEARCH
              IF HL-GRP-REASON NOT = SPACES THEN
                 GO TO START-GROUP-EXIT
              END-IF
           END-IF.

           MOVE HL-GRP-GR TO HL-PROD-GR.
           EXEC SQL
              DECLARE GP-CUR CURSOR FOR
              SELECT PROD_NM, NVL(CURR_CD, :HL-BASE-CURR)
              FROM PROD
              WHERE PROD_GR = :HL-PROD-GR
                AND NVL(ENTITY_CD, 'MAIN') = :HL-ENTITY-CD
              ORDER BY PROD_NM
           END-EXEC.

           EXEC SQL
              OPEN GP-CUR
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO READ PROD FOR ' HL-GRP-GR '!'
              DISPLAY 'SQLCODE = ' SQLCODE
              SET HL-FAILED TO TRUE
              MOVE 'UNABLE TO READ PROD' TO HL-FAIL-REASON
              GO TO START-GROUP-EXIT
           END-IF.

           MOVE SPACES TO WS-GP-EOF-WS.
           PERFORM FETCH-GROUP-PROD THRU FETCH-GROUP-PROD-EXIT
                   UNTIL GP-EOF.

           EXEC SQL
              CLOSE GP-CUR
           END-EXEC.

           IF HL-FAILED THEN
              GO TO START-GROUP-EXIT
           END-IF.
           IF HL-GP-CNT = 0 THEN
              MOVE 'PRODUCT GROUP HAS NO PRODUCTS IN PROD' TO
                   HL-GRP-REASON
              GO TO START-GROUP-EXIT
           END-IF.

           EXEC SQL
              SELECT NVL(TO_CHAR(MIN(RUN_DATE), 'YYYYMMDD'),
                         '99999999')
              INTO :HL-FIRST-LIVE
              FROM PROD_PRICE_HIST_ARCHIVE
              WHERE PROD_GR = :HL-PROD-GR
                AND NVL(PRICE_SRC, 'PRIMARY') <> 'BACKFILL'
                AND NVL(ENTITY_CD, 'MAIN') = :HL-ENTITY-CD
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO FIND THE FIRST LIVE RUN FOR '
                      HL-GRP-GR '!'
              DISPLAY 'SQLCODE = ' SQLCODE
              SET HL-FAILED TO TRUE
              MOVE 'UNABLE TO READ THE ARCHIVE' TO HL-FAIL-REASON
              GO TO START-GROUP-EXIT
           END-IF.

           IF HL-FIRST-LIVE = '99999999' THEN
              DISPLAY 'GROUP ' HL-GRP-GR ' HAS NO LIVE RUNS YET - '
                      'ANY PAST BUSINESS DATE MAY BE LOADED.'
           ELSE
              DISPLAY 'GROUP ' HL-GRP-GR ' FIRST LIVE RUN '
                      HL-FIRST-LIVE ' - ' HL-GP-CNT ' PRODUCTS.'
           END-IF.

       START-GROUP-EXIT.
           EXIT.

       FETCH-GROUP-PROD.
           EXEC SQL
              FETCH GP-CUR
              INTO :HL-PROD-NM, :HL-CURR-CD
           END-EXEC.

           IF SQLCODE = +1403 THEN
              SET GP-EOF TO TRUE
              GO TO FETCH-GROUP-PROD-EXIT
           ELSE IF SQLCODE <> 0 THEN
              DISPLAY 'ERROR! SQLCODE - ' SQLCODE
              SET HL-FAILED TO TRUE
              MOVE 'UNABLE TO READ PROD' TO HL-FAIL-REASON
              SET GP-EOF TO TRUE
              GO TO FETCH-GROUP-PROD-EXIT.

           IF HL-GP-CNT >= HL-MAX-PRODS THEN
              DISPLAY 'GROUP ' HL-GRP-GR ' HAS MORE THAN '
                      HL-MAX-PRODS ' PRODUCTS!'
              SET HL-FAILED TO TRUE
              MOVE 'TOO MANY PRODUCTS IN THE GROUP' TO
                   HL-FAIL-REASON
              SET GP-EOF TO TRUE
              GO TO FETCH-GROUP-PROD-EXIT
           END-IF.

           ADD 1 TO HL-GP-CNT.
           MOVE HL-PROD-NM TO HL-GP-NM(HL-GP-CNT).
           MOVE HL-CURR-CD TO HL-GP-CURR(HL-GP-CNT).

       FETCH-GROUP-PROD-EXIT.
           EXIT.

       CHECK-HIST-ROW.
           MOVE SPACES TO HL-ROW-REASON.

           IF HD-PROD-NM = SPACES THEN
              MOVE 'PRODUCT NAME MISSING' TO HL-ROW-REASON
              GO TO CHECK-HIST-ROW-EXIT
           END-IF.

           SET HL-GP-INX TO 1.
           SEARCH HL-GP-ENTRY
              AT END
                 MOVE 'PRODUCT NOT IN PROD UNDER THIS GROUP' TO
                      HL-ROW-REASON
              WHEN HL-GP-NM(HL-GP-INX) = HD-PROD-NM
                 CONTINUE
           END-SEARCH.
           IF HL-ROW-REASON NOT = SPACES THEN
              GO TO CHECK-HIST-ROW-EXIT
           END-IF.

           IF HD-CURR NOT = SPACES
              AND HD-CURR NOT = HL-GP-CURR(HL-GP-INX) THEN
              MOVE 'CURRENCY DIFFERS FROM PROD' TO HL-ROW-REASON
              GO TO CHECK-HIST-ROW-EXIT
           END-IF.

           IF HD-PREV-DAY NOT NUMERIC OR HD-LATEST NOT NUMERIC
              OR HD-END-MNTH NOT NUMERIC OR HD-VOLUME NOT NUMERIC
              THEN
              MOVE 'PRICE OR VOLUME NOT NUMERIC' TO HL-ROW-REASON
              GO TO CHECK-HIST-ROW-EXIT
           END-IF.

           IF HD-LATEST = 0 THEN
              MOVE 'LATEST PRICE IS ZERO' TO HL-ROW-REASON
              GO TO CHECK-HIST-ROW-EXIT
           END-IF.

           SET HL-UR-INX TO 1.
           SEARCH HL-UR-ENTRY
              WHEN HL-UR-NM(HL-UR-INX) = HD-PROD-NM
                 MOVE 'DUPLICATE PRODUCT FOR THE RUN DATE' TO
                      HL-ROW-REASON
           END-SEARCH.

       CHECK-HIST-ROW-EXIT.
           EXIT.

       FINISH-UNIT.
           MOVE SPACE TO HL-UNIT-SW.
           ADD HL-UNIT-REJ TO HL-ROWS-REJECTED.

           IF HL-UNIT-REASON NOT = SPACES THEN
              ADD 1 TO HL-DATES-REJECTED
              MOVE 0 TO HL-OLD-ROWS
              MOVE HL-UNIT-REASON TO HL-RPT-STATUS
              MOVE 'REJECT' TO AUD-EVENT-WS
              PERFORM HISTLD-WRITE-DATE
              GO TO FINISH-UNIT-EXIT
           END-IF.

           IF HL-UR-CNT = 0 THEN
              ADD 1 TO HL-DATES-REJECTED
              MOVE 0 TO HL-OLD-ROWS
              MOVE 'NO VALID ROWS FOR THE RUN DATE' TO HL-RPT-STATUS
              MOVE 'REJECT' TO AUD-EVENT-WS
              PERFORM HISTLD-WRITE-DATE
              GO TO FINISH-UNIT-EXIT
           END-IF.

           IF PG-DRYRUN THEN
              ADD 1 TO HL-DATES-LOADED
              ADD HL-UR-CNT TO HL-ROWS-LOADED
              ADD HL-OLD-ROWS TO HL-ROWS-REPLACED
              MOVE 'WOULD LOAD' TO HL-RPT-STATUS
              MOVE 'DRYRUN' TO AUD-EVENT-WS
              PERFORM HISTLD-WRITE-DATE
              GO TO FINISH-UNIT-EXIT
           END-IF.

           PERFORM LOAD-UNIT THRU LOAD-UNIT-EXIT.
           IF HL-FAILED THEN
              EXEC SQL
                 ROLLBACK
              END-EXEC
              DISPLAY 'RUN DATE ' HL-UNIT-DATE ' FOR ' HL-UNIT-GR
                      ' ROLLED BACK - LOAD STOPPED.'
              MOVE 0 TO HL-UR-CNT
              MOVE 0 TO HL-OLD-ROWS
              MOVE 'LOAD FAILED - ROLLED BACK' TO HL-RPT-STATUS
              MOVE 'ERROR' TO AUD-EVENT-WS
              PERFORM HISTLD-WRITE-DATE
              GO TO FINISH-UNIT-EXIT
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.
           ADD 1 TO HL-DATES-LOADED.
           ADD HL-UR-CNT TO HL-ROWS-LOADED.
           ADD HL-OLD-ROWS TO HL-ROWS-REPLACED.
           IF HL-OLD-ROWS > 0 THEN
              MOVE 'LOADED - EARLIER BACKFILL REPLACED' TO
                   HL-RPT-STATUS
           ELSE
              MOVE 'LOADED' TO HL-RPT-STATUS
           END-IF.
           MOVE 'LOAD' TO AUD-EVENT-WS.
           PERFORM HISTLD-WRITE-DATE.

       FINISH-UNIT-EXIT.
           EXIT.

       LOAD-UNIT.
           MOVE HL-UNIT-DATE TO HL-RUN-DATE.
           MOVE HL-UNIT-GR TO HL-PROD-GR.

           EXEC SQL
              SELECT NVL(MAX(NVL(RUN_SEQ, 1)), 1)
              INTO :HL-RUN-SEQ
              FROM PROD_PRICE_HIST_ARCHIVE
              WHERE RUN_DATE = TO_DATE(:HL-RUN-DATE, 'YYYYMMDD')
                AND NVL(CURR_FLAG, 'Y') = 'Y'
                AND NVL(ENTITY_CD, 'MAIN') = :HL-ENTITY-CD
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO READ THE RUN SEQUENCE FOR '
                      HL-RUN-DATE '!'
              DISPLAY 'SQLCODE = ' SQLCODE
              SET HL-FAILED TO TRUE
              MOVE 'UNABLE TO READ THE ARCHIVE' TO HL-FAIL-REASON
              GO TO LOAD-UNIT-EXIT
           END-IF.

           IF HL-OLD-ROWS > 0 THEN
              EXEC SQL
                 DELETE FROM PROD_PRICE_HIST_ARCHIVE
                 WHERE RUN_DATE = TO_DATE(:HL-RUN-DATE, 'YYYYMMDD')
                   AND PROD_GR = :HL-PROD-GR
                   AND PRICE_SRC = 'BACKFILL'
                   AND NVL(ENTITY_CD, 'MAIN') = :HL-ENTITY-CD
              END-EXEC
              IF SQLCODE <> 0 THEN
                 DISPLAY 'UNABLE TO REMOVE THE EARLIER BACKFILL FOR '
                         HL-RUN-DATE ' ' HL-PROD-GR '!'
                 DISPLAY 'SQLCODE = ' SQLCODE
                 SET HL-FAILED TO TRUE
                 MOVE 'UNABLE TO REPLACE THE EARLIER BACKFILL' TO
                      HL-FAIL-REASON
                 GO TO LOAD-UNIT-EXIT
              END-IF
           END-IF.

           PERFORM INSERT-UNIT-ROW THRU INSERT-UNIT-ROW-EXIT
                   VARYING HL-UR-SUB FROM 1 BY 1
                   UNTIL HL-UR-SUB > HL-UR-CNT OR HL-FAILED.
           IF HL-FAILED THEN
              GO TO LOAD-UNIT-EXIT
           END-IF.

           MOVE 'R' TO GS-MODE.
           MOVE HL-RUN-DATE TO GS-RUN-DATE.
           MOVE HL-ENTITY-CD TO GS-ENTITY-CD.
           CALL 'GRPSTATS' USING GRPSTATS-PARM.
           IF GS-STATS-FAILED THEN
              DISPLAY 'UNABLE TO REBUILD GROUP DAILY STATS FOR '
                      HL-RUN-DATE '!'
              SET HL-FAILED TO TRUE
              MOVE 'GROUP STATS REFRESH FAILED' TO HL-FAIL-REASON
           END-IF.

       LOAD-UNIT-EXIT.
           EXIT.

       INSERT-UNIT-ROW.
           MOVE HL-UR-NM(HL-UR-SUB) TO HL-PROD-NM.
           MOVE HL-UR-PREV-DAY(HL-UR-SUB) TO HL-PREV-DAY-P.
           MOVE HL-UR-LATEST(HL-UR-SUB) TO HL-LATEST-P.
           MOVE HL-UR-END-MNTH(HL-UR-SUB) TO HL-END-OF-MNTH-P.
           MOVE HL-UR-VOLUME(HL-UR-SUB) TO HL-VOLUME.
           MOVE HL-UR-CURR(HL-UR-SUB) TO HL-CURR-CD.

           EXEC SQL
              INSERT INTO PROD_PRICE_HIST_ARCHIVE
                 (RUN_DATE, PROD_NM, PROD_GR, PREV_DAY_PRICE,
                  LATEST_PRICE, END_OF_MNTH_PRICE, CURR_CD,
                  VOLUME, RUN_SEQ, CURR_FLAG, PRICE_SRC, ENTITY_CD)
              VALUES (TO_DATE(:HL-RUN-DATE, 'YYYYMMDD'), :HL-PROD-NM,
                      :HL-PROD-GR, :HL-PREV-DAY-P, :HL-LATEST-P,
                      :HL-END-OF-MNTH-P, :HL-CURR-CD, :HL-VOLUME,
                      :HL-RUN-SEQ, 'Y', 'BACKFILL', :HL-ENTITY-CD)
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO LOAD ' HL-PROD-NM ' FOR '
                      HL-RUN-DATE '!'
              DISPLAY 'SQLCODE = ' SQLCODE
              SET HL-FAILED TO TRUE
              MOVE 'ARCHIVE INSERT FAILED' TO HL-FAIL-REASON
           END-IF.

       INSERT-UNIT-ROW-EXIT.
           EXIT.

       SET-LOAD-ENTITY.
           IF PG-ENT-X = SPACES THEN
              MOVE 'MAIN' TO HL-ENTITY-CD
           ELSE
              MOVE PG-ENT-X TO HL-ENTITY-CD
           END-IF.
           MOVE 'USD' TO HL-BASE-CURR.
           MOVE SPACE TO WS-ENT-FOUND-SW.
           OPEN INPUT I-ENTCTL-FILE.
           IF WS-ENTCTL-FILE-STATUS = '00' THEN
              MOVE SPACES TO WS-ENTCTL-EOF-WS
              PERFORM FIND-LOAD-ENTITY THRU FIND-LOAD-ENTITY-EXIT
                 UNTIL ENTCTL-EOF
              CLOSE I-ENTCTL-FILE
           END-IF.
           IF NOT ENT-FOUND AND HL-ENTITY-CD NOT = 'MAIN' THEN
              DISPLAY 'ENTITY ' HL-ENTITY-CD ' IS NOT IN ENTCTL - '
                      'NOTHING LOADED.'
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'BACKFILL ENTITY UNKNOWN' TO AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 'S' TO EC-MODE.
           MOVE HL-ENTITY-CD TO EC-ENTITY-CD.
           MOVE HL-BASE-CURR TO EC-BASE-CURR.
           CALL 'ENTCTX' USING ENTCTX-PARM.
           MOVE 'G' TO EC-MODE.
           MOVE 'BUSCAL' TO EC-DD-NAME.
           CALL 'ENTCTX' USING ENTCTX-PARM.
           MOVE EC-FILE-NAME TO WS-BUSCAL-FILENAME.
           MOVE 'AVALGR' TO EC-DD-NAME.
           CALL 'ENTCTX' USING ENTCTX-PARM.
           MOVE EC-FILE-NAME TO WS-AVALGR-FILENAME.
           CALL 'BUSCAL' USING BUSCAL-PARM.
           DISPLAY 'BACKFILL FOR ENTITY ' HL-ENTITY-CD '.'.

       SET-LOAD-ENTITY-EXIT.
           EXIT.

       FIND-LOAD-ENTITY.
           READ I-ENTCTL-FILE
              AT END
                 SET ENTCTL-EOF TO TRUE
                 GO TO FIND-LOAD-ENTITY-EXIT
           END-READ.
           IF I-ENTCTL-REC = SPACES OR
              I-ENTCTL-REC(1:1) = '*' THEN
              GO TO FIND-LOAD-ENTITY-EXIT
           END-IF.
           IF ENTC-ENTITY-CD = HL-ENTITY-CD AND
              ENTC-BASE-CURR NOT = SPACES THEN
              SET ENT-FOUND TO TRUE
              MOVE ENTC-BASE-CURR TO HL-BASE-CURR
              SET ENTCTL-EOF TO TRUE
           END-IF.

       FIND-LOAD-ENTITY-EXIT.
           EXIT.

       HISTLD-WRITE-HEADER.
           OPEN OUTPUT O-HISTLD-FILE.
           MOVE SPACES TO O-HISTLD-REC.
           STRING '***** HISTORICAL PRICE BACKFILL - HISTIN FROM '
                DELIMITED BY SIZE
                HL-SOURCE DELIMITED BY SIZE
                ' DATED ' DELIMITED BY SIZE
                HL-FILE-DATE DELIMITED BY SIZE
                ' - RUN ' DELIMITED BY SIZE
                BC-WALL-DATE DELIMITED BY SIZE
                ' *****' DELIMITED BY SIZE
                INTO O-HISTLD-REC.
           WRITE O-HISTLD-REC.
           CLOSE O-HISTLD-FILE.
           IF PG-DRYRUN THEN
              MOVE '* DRY RUN - NOTHING WAS LOADED *' TO O-HISTLD-REC
              PERFORM HISTLD-WRITE-REC
           END-IF.
           MOVE SPACES TO O-HISTLD-REC.
           PERFORM HISTLD-WRITE-REC.
           MOVE SPACES TO O-HISTLD-REC.
           STRING '| RUN DATE | PRODUCT GROUP        |    READ | '
                DELIMITED BY SIZE
                ' LOADED | REJECTED | REPLACED | STATUS |'
                DELIMITED BY SIZE
                INTO O-HISTLD-REC.
           PERFORM HISTLD-WRITE-REC.

       HISTLD-WRITE-DATE.
           MOVE HL-UNIT-READ TO HL-ED-CNT.
           MOVE HL-UR-CNT TO HL-ED-CNT2.
           MOVE HL-UNIT-REJ TO HL-ED-CNT3.
           MOVE HL-OLD-ROWS TO HL-ED-CNT4.
           MOVE SPACES TO O-HISTLD-REC.
           STRING '| ' DELIMITED BY SIZE
                HL-UNIT-DATE DELIMITED BY SIZE
                ' | ' DELIMITED BY SIZE
                HL-UNIT-GR DELIMITED BY SIZE
                ' | ' DELIMITED BY SIZE
                HL-ED-CNT DELIMITED BY SIZE
                ' | ' DELIMITED BY SIZE
                HL-ED-CNT2 DELIMITED BY SIZE
                ' |  ' DELIMITED BY SIZE
                HL-ED-CNT3 DELIMITED BY SIZE
                ' |  ' DELIMITED BY SIZE
                HL-ED-CNT4 DELIMITED BY SIZE
                ' | ' DELIMITED BY SIZE
                HL-RPT-STATUS DELIMITED BY SIZE
                ' |' DELIMITED BY SIZE
                INTO O-HISTLD-REC.
           PERFORM HISTLD-WRITE-REC.

           MOVE SPACES TO AUD-MESSAGE-WS.
           STRING HL-UNIT-DATE DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                HL-UNIT-GR DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                HL-RPT-STATUS DELIMITED BY SIZE
                INTO AUD-MESSAGE-WS.
           MOVE HL-UR-CNT TO AUD-ROWCOUNT-WS.
           PERFORM WRITE-AUDIT-REC.

       HISTLD-WRITE-REJECT.
           MOVE SPACES TO O-HISTLD-REC.
           STRING '| ' DELIMITED BY SIZE
                HD-RUN-DATE DELIMITED BY SIZE
                ' | ' DELIMITED BY SIZE
                HD-PROD-GR DELIMITED BY SIZE
                ' |  ROW REJECTED: ' DELIMITED BY SIZE
                HD-PROD-NM DELIMITED BY SIZE
                ' - ' DELIMITED BY SIZE
                HL-ROW-REASON DELIMITED BY SIZE
                INTO O-HISTLD-REC.
           PERFORM HISTLD-WRITE-REC.

       HISTLD-WRITE-SUMMARY.
           MOVE SPACES TO O-HISTLD-REC.
           PERFORM HISTLD-WRITE-REC.
           MOVE '* LOAD SUMMARY *' TO O-HISTLD-REC.
           PERFORM HISTLD-WRITE-REC.
           MOVE HL-DATES-LOADED TO HL-ED-TOT.
           IF PG-DRYRUN THEN
              MOVE 'RUN DATES THAT WOULD LOAD' TO HL-RPT-TEXT
           ELSE
              MOVE 'RUN DATES LOADED' TO HL-RPT-TEXT
           END-IF.
           PERFORM HISTLD-WRITE-COUNT.
           MOVE HL-DATES-REJECTED TO HL-ED-TOT.
           MOVE 'RUN DATES REJECTED' TO HL-RPT-TEXT.
           PERFORM HISTLD-WRITE-COUNT.
           MOVE HL-ROWS-READ TO HL-ED-TOT.
           MOVE 'ROWS READ' TO HL-RPT-TEXT.
           PERFORM HISTLD-WRITE-COUNT.
           MOVE HL-ROWS-LOADED TO HL-ED-TOT.
           IF PG-DRYRUN THEN
              MOVE 'ROWS THAT WOULD LOAD' TO HL-RPT-TEXT
           ELSE
              MOVE 'ROWS LOADED' TO HL-RPT-TEXT
           END-IF.
           PERFORM HISTLD-WRITE-COUNT.
           MOVE HL-ROWS-REJECTED TO HL-ED-TOT.
           MOVE 'ROWS REJECTED' TO HL-RPT-TEXT.
           PERFORM HISTLD-WRITE-COUNT.
           MOVE HL-ROWS-REPLACED TO HL-ED-TOT.
           MOVE 'EARLIER BACKFILL ROWS REPLACED' TO HL-RPT-TEXT.
           PERFORM HISTLD-WRITE-COUNT.
           MOVE SPACES TO O-HISTLD-REC.
           PERFORM HISTLD-WRITE-REC.
           MOVE SPACES TO O-HISTLD-REC.
           IF HL-FAILED THEN
              STRING '* LOAD STOPPED - ' DELIMITED BY SIZE
                   HL-FAIL-REASON DELIMITED BY SIZE
                   ' - DATES LISTED AS LOADED ARE COMMITTED *'
                   DELIMITED BY SIZE
                   INTO O-HISTLD-REC
           ELSE
              STRING '* END OF BACKFILL REPORT *' DELIMITED BY SIZE
                   INTO O-HISTLD-REC
           END-IF.
           PERFORM HISTLD-WRITE-REC.

       HISTLD-WRITE-COUNT.
           MOVE SPACES TO O-HISTLD-REC.
           STRING '| ' DELIMITED BY SIZE
                HL-RPT-TEXT DELIMITED BY SIZE
                ' | ' DELIMITED BY SIZE
                HL-ED-TOT DELIMITED BY SIZE
                ' |' DELIMITED BY SIZE
                INTO O-HISTLD-REC.
           PERFORM HISTLD-WRITE-REC.

       HISTLD-WRITE-REC.
           OPEN EXTEND O-HISTLD-FILE.
           WRITE O-HISTLD-REC.
           CLOSE O-HISTLD-FILE.

       WRITE-AUDIT-REC.
           MOVE SPACES TO O-AUDIT-REC.
           MOVE 'HISTLOAD' TO AUD-PROGRAM.
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
