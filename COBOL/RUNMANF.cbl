       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNMANF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT O-AUDIT-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT I-OUTPUT-FILE
               ASSIGN TO DYNAMIC WS-OUTPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-FILE-STATUS.

           SELECT I-DISTLIST-FILE ASSIGN TO 'DISTLIST'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-DIST-FILE-STATUS.

           SELECT I-RUNSTAT-FILE ASSIGN TO 'RUNSTAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTAT-FILE-STATUS.

           SELECT O-MANIFEST-FILE ASSIGN TO 'MANIFEST'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT O-ALERT-FILE ASSIGN TO 'ALERTS'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD O-AUDIT-FILE.
           COPY "AUDITREC".

           FD I-OUTPUT-FILE.
           01 I-OUTPUT-REC          PIC X(200).

           FD I-DISTLIST-FILE.
           01 I-DISTLIST-REC.
              05 DST-RECIP-ID      PIC X(8).
              05 DST-REPORT-NM     PIC X(8).
              05 DST-FILTER        PIC X(20).

           FD I-RUNSTAT-FILE.
           01 I-RUNSTAT-REC         PIC X(100).

           FD O-MANIFEST-FILE.
           01 O-MANIFEST-REC        PIC X(100).

           FD O-ALERT-FILE.
           COPY "ALERTR".

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

             01 USERNAME PIC X(10) VARYING.
             01 PASSWD   PIC X(10) VARYING.
             01 DBNAME   PIC X(10) VARYING.

             01 RM-RUN-DATE          PIC X(8).
             01 RM-RUN-SEQ           PIC 9(3).
             01 RM-ENTITY-CD         PIC X(4) VALUE 'MAIN'.
             01 RM-START-DATE        PIC X(8).
             01 RM-START-IND         PIC S9(4) COMP.
             01 RM-END-CNT           PIC 9(5).
             01 RM-DB-CNT            PIC 9(9).
             01 RM-DB-HASH           PIC 9(14)V9(4).

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "BUSCALR".

           COPY "RUNSTATR".

           COPY "MANIFR".

           COPY "DISTRPTR".

           COPY "ENTCTXR".

           01 AUD-EVENT-WS         PIC X(8).
           01 AUD-ROWCOUNT-WS      PIC 9(7) VALUE 0.
           01 AUD-MESSAGE-WS       PIC X(40) VALUE SPACES.

           01 WS-OUTPUT-FILENAME   PIC X(20).
           01 WS-OUTPUT-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-DIST-FILE-STATUS  PIC X(02) VALUE SPACES.
           01 WS-RUNSTAT-FILE-STATUS PIC X(02) VALUE SPACES.

           01 RM-EOF-WS            PIC X(02) VALUE SPACES.
               88 RM-EOF           VALUE HIGH-VALUES.

           01 RM-DB-SW             PIC X(01) VALUE 'N'.
               88 RM-DB-UP         VALUE 'Y'.
           01 RM-RUNSTAT-SW        PIC X(01) VALUE 'N'.
               88 RUNSTAT-PRESENT  VALUE 'Y'.

           01 RM-CHAIN-STATUS      PIC X(10) VALUE SPACES.
               88 CHAIN-COMPLETED  VALUE 'COMPLETED'.
               88 CHAIN-FAILED     VALUE 'FAILED'.
               88 CHAIN-NOT-RUN    VALUE 'NOT RUN'.
               88 CHAIN-UNKNOWN    VALUE 'UNKNOWN'.
           01 RM-RUN-STATUS        PIC X(10) VALUE SPACES.
               88 RUN-COMPLETE     VALUE 'COMPLETE'.
           01 RM-STALE-BEFORE      PIC X(8).

           01 RM-BUS-TAG           PIC X(22).
           01 RM-TAG-CNT           PIC 9(3) COMP.

           01 RM-SCAN-TYPE         PIC X(01).
               88 RM-SCAN-REPORT   VALUE 'R'.
               88 RM-SCAN-CSV      VALUE 'C'.
               88 RM-SCAN-BUNDLE   VALUE 'B'.
           01 RM-OUTPUT-NM         PIC X(16).
           01 RM-DTL-NAME          PIC X(20).
           01 RM-DTL-STATUS        PIC X(10).
           01 RM-SET-RECS          PIC 9(9).
           01 RM-SET-HASH          PIC 9(14)V9(4).
           01 RM-HDR-OK-SW         PIC X(01).
               88 RM-HDR-OK        VALUE 'Y'.
           01 RM-END-SW            PIC X(01).
               88 RM-END-SEEN      VALUE 'Y'.

           01 RM-DIGIT-TALLY.
              05 RM-D1             PIC 9(3) COMP.
              05 RM-D2             PIC 9(3) COMP.
              05 RM-D3             PIC 9(3) COMP.
              05 RM-D4             PIC 9(3) COMP.
              05 RM-D5             PIC 9(3) COMP.
              05 RM-D6             PIC 9(3) COMP.
              05 RM-D7             PIC 9(3) COMP.
              05 RM-D8             PIC 9(3) COMP.
              05 RM-D9             PIC 9(3) COMP.
           01 RM-REC-DIGITS        PIC 9(7).

           01 RM-WHEXT-DTL.
              05 RW-TYPE           PIC X(1).
              05 RW-PROD-NM        PIC X(10).
              05 RW-PROD-GR        PIC X(20).
              05 RW-PREV-DAY       PIC 9(5)V9(3).
              05 RW-LATEST         PIC 9(5)V9(3).
              05 RW-END-MNTH       PIC 9(5)V9(3).
              05 FILLER            PIC X(25).
           01 RM-WHEXT-HDR REDEFINES RM-WHEXT-DTL.
              05 FILLER            PIC X(1).
              05 RW-HDR-DATE       PIC X(8).
              05 FILLER            PIC X(71).
           01 RM-WHEXT-TRL REDEFINES RM-WHEXT-DTL.
              05 FILLER            PIC X(1).
              05 RW-TRL-REC-CNT    PIC 9(9).
              05 RW-TRL-HASH       PIC 9(15)V9(3).
              05 FILLER            PIC X(52).

           01 RM-WH-HDR-DATE       PIC X(8).
           01 RM-WH-DTL-CNT        PIC 9(9) VALUE 0.
           01 RM-WH-DTL-HASH       PIC 9(15)V9(3) VALUE 0.
           01 RM-WH-TRL-CNT        PIC 9(9) VALUE 0.
           01 RM-WH-TRL-HASH       PIC 9(15)V9(3) VALUE 0.
           01 RM-WH-TRL-SW         PIC X(01) VALUE 'N'.
               88 WH-TRAILER-SEEN  VALUE 'Y'.

           01 RECIP-TABLE.
              05 RM-RECIP-CNT      PIC 9(3) VALUE 0.
              05 RM-RECIP-ENTRY OCCURS 50 TIMES
                   INDEXED BY RM-RECIP-INX.
                 10 RM-RECIP-ID    PIC X(8).
           01 RM-KNOWN-SW          PIC X(01) VALUE SPACE.
               88 REPORT-KNOWN     VALUE 'Y'.

           01 RM-MF-REC-CNT        PIC 9(9) VALUE 0.
           01 RM-OUTPUT-CNT        PIC 9(5) VALUE 0.
           01 RM-PROBLEM-CNT       PIC 9(5) VALUE 0.
           01 RM-HASH-TOT          PIC 9(14)V9(4) VALUE 0.

           01 ALERT-DATE-WS        PIC 9(8).
           01 ALERT-TIME-WS        PIC 9(8).

           01 WS-CONN-TEXT         PIC X(80).
           01 WS-CONN-LEN          PIC S9(4) COMP.

       LINKAGE SECTION.
          01 LS-CONN-PARM.
             05 LS-CONN-PARM-LEN     PIC S9(4) COMP.
             05 LS-CONN-PARM-TEXT    PIC X(80).

       PROCEDURE DIVISION USING LS-CONN-PARM.
       DISPLAY 'RUN MANIFEST AND COMPLETION TRIGGER'.

       ACCEPT BC-WALL-DATE FROM DATE YYYYMMDD.

       CALL 'BUSCAL' USING BUSCAL-PARM.

       MOVE 'START' TO AUD-EVENT-WS.
       MOVE 'RUNMANF RUN STARTED' TO AUD-MESSAGE-WS.
       PERFORM WRITE-AUDIT-REC.

       MOVE SPACES TO WS-CONN-TEXT.
       MOVE 0 TO WS-CONN-LEN.
       IF LS-CONN-PARM-LEN > 0 THEN
          UNSTRING LS-CONN-PARM-TEXT(1:LS-CONN-PARM-LEN)
             DELIMITED BY ','
             INTO WS-CONN-TEXT COUNT IN WS-CONN-LEN
          END-UNSTRING
       END-IF.

       IF WS-CONN-LEN > 0 THEN
          UNSTRING WS-CONN-TEXT(1:WS-CONN-LEN)
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
          DISPLAY 'THE MANIFEST IS WRITTEN WITHOUT THE DATABASE '
                  'ENTRIES AND CANNOT BE MARKED COMPLETE.'
          MOVE 'ERROR' TO AUD-EVENT-WS
          MOVE 'UNABLE TO CONNECT TO DATABASE' TO AUD-MESSAGE-WS
          PERFORM WRITE-AUDIT-REC
       ELSE
          SET RM-DB-UP TO TRUE
       END-IF.

       MOVE BC-BUS-DATE TO RM-RUN-DATE.
       MOVE 'S' TO EC-MODE.
       MOVE RM-ENTITY-CD TO EC-ENTITY-CD.
       MOVE SPACES TO EC-BASE-CURR.
       CALL 'ENTCTX' USING ENTCTX-PARM.
       MOVE 'G' TO EC-MODE.
       MOVE SPACES TO RM-BUS-TAG.
       STRING 'BUSINESS DATE ' DELIMITED BY SIZE
            RM-RUN-DATE DELIMITED BY SIZE
            INTO RM-BUS-TAG.

       PERFORM FIND-RUN-SEQUENCE THRU FIND-RUN-SEQUENCE-EXIT.
       PERFORM READ-RUN-STATUS THRU READ-RUN-STATUS-EXIT.

       PERFORM WRITE-MANIFEST-HEADER.

       MOVE SPACES TO WS-OUTPUT-FILENAME.
       STRING 'AVREP.' DELIMITED BY SIZE
            RM-RUN-DATE DELIMITED BY SIZE
            INTO WS-OUTPUT-FILENAME.
       MOVE 'AVREP' TO RM-OUTPUT-NM.
       MOVE 'R' TO RM-SCAN-TYPE.
       PERFORM LIST-REPORT-DATASET THRU LIST-REPORT-DATASET-EXIT.

       MOVE 'AVREPCSV' TO RM-OUTPUT-NM.
       PERFORM RESOLVE-OUTPUT-NAME.
       MOVE 'C' TO RM-SCAN-TYPE.
       PERFORM LIST-REPORT-DATASET THRU LIST-REPORT-DATASET-EXIT.

       MOVE 'PRODDTL' TO RM-OUTPUT-NM.
       PERFORM RESOLVE-OUTPUT-NAME.
       MOVE 'R' TO RM-SCAN-TYPE.
       PERFORM LIST-REPORT-DATASET THRU LIST-REPORT-DATASET-EXIT.

       MOVE 'TOPMOVRS' TO RM-OUTPUT-NM.
       PERFORM RESOLVE-OUTPUT-NAME.
       MOVE 'R' TO RM-SCAN-TYPE.
       PERFORM LIST-REPORT-DATASET THRU LIST-REPORT-DATASET-EXIT.

       PERFORM LIST-WAREHOUSE-EXTRACT
          THRU LIST-WAREHOUSE-EXTRACT-EXIT.
       PERFORM LIST-DISTRIBUTION-BUNDLES
          THRU LIST-DISTRIBUTION-BUNDLES-EXIT.
       PERFORM LIST-PUBLISHED-AVERAGES
          THRU LIST-PUBLISHED-AVERAGES-EXIT.
       PERFORM LIST-WITHHELD-AVERAGES
          THRU LIST-WITHHELD-AVERAGES-EXIT.
       PERFORM LIST-BASKET-VALUES THRU LIST-BASKET-VALUES-EXIT.

       IF CHAIN-NOT-RUN OR CHAIN-FAILED THEN
          MOVE 'FAILED' TO RM-RUN-STATUS
       ELSE IF RM-PROBLEM-CNT > 0 OR CHAIN-UNKNOWN THEN
          MOVE 'INCOMPLETE' TO RM-RUN-STATUS
       ELSE
          MOVE 'COMPLETE' TO RM-RUN-STATUS
       END-IF.

       PERFORM WRITE-MANIFEST-STATUS.
       PERFORM WRITE-MANIFEST-TRIGGER.

       DISPLAY 'MANIFEST FOR BUSINESS DATE ' RM-RUN-DATE
               ' RUN SEQUENCE ' RM-RUN-SEQ ': ' RM-RUN-STATUS
               ' - CHAIN ' RM-CHAIN-STATUS ', ' RM-OUTPUT-CNT
               ' OUTPUT(S), ' RM-PROBLEM-CNT ' PROBLEM(S).'.

       IF NOT RUN-COMPLETE THEN
          PERFORM WRITE-ALERT-REC
          MOVE 'WARN' TO AUD-EVENT-WS
          MOVE SPACES TO AUD-MESSAGE-WS
          STRING 'RUN MANIFEST MARKED ' DELIMITED BY SIZE
               RM-RUN-STATUS DELIMITED BY SPACE
               INTO AUD-MESSAGE-WS
          MOVE RM-PROBLEM-CNT TO AUD-ROWCOUNT-WS
          PERFORM WRITE-AUDIT-REC
          MOVE 4 TO RETURN-CODE
       END-IF.

       MOVE 'END' TO AUD-EVENT-WS.
       MOVE 'RUNMANF RUN COMPLETED' TO AUD-MESSAGE-WS.
       MOVE RM-OUTPUT-CNT TO AUD-ROWCOUNT-WS.
       PERFORM WRITE-AUDIT-REC.

       STOP RUN.

       FIND-RUN-SEQUENCE.
           MOVE 0 TO RM-RUN-SEQ.
           MOVE RM-RUN-DATE TO RM-STALE-BEFORE.
           MOVE 'UNKNOWN' TO RM-CHAIN-STATUS.
           IF NOT RM-DB-UP THEN
              GO TO FIND-RUN-SEQUENCE-EXIT
           END-IF.

           EXEC SQL
              SELECT NVL(MAX(RUN_SEQ), 0)
              INTO :RM-RUN-SEQ
              FROM RUN_PHASE_LOG
              WHERE RUN_DATE = TO_DATE(:RM-RUN-DATE, 'YYYYMMDD')
                AND PHASE_NM = 'CHAIN START'
                AND ENTITY_CD = :RM-ENTITY-CD
           END-EXEC.
           IF SQLCODE = -942 THEN
              MOVE 'NOT RUN' TO RM-CHAIN-STATUS
              GO TO FIND-RUN-SEQUENCE-EXIT
           END-IF.
           IF SQLCODE NOT = 0 THEN
              DISPLAY 'UNABLE TO READ RUN_PHASE_LOG!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE 0 TO RM-RUN-SEQ
              GO TO FIND-RUN-SEQUENCE-EXIT
           END-IF.
           IF RM-RUN-SEQ = 0 THEN
              MOVE 'NOT RUN' TO RM-CHAIN-STATUS
              GO TO FIND-RUN-SEQUENCE-EXIT
           END-IF.

           EXEC SQL
              SELECT TO_CHAR(MIN(DONE_TIME), 'YYYYMMDD')
              INTO :RM-START-DATE:RM-START-IND
              FROM RUN_PHASE_LOG
              WHERE RUN_DATE = TO_DATE(:RM-RUN-DATE, 'YYYYMMDD')
                AND RUN_SEQ = :RM-RUN-SEQ
                AND PHASE_NM = 'CHAIN START'
                AND ENTITY_CD = :RM-ENTITY-CD
           END-EXEC.
           IF SQLCODE = 0 AND RM-START-IND >= 0 THEN
              MOVE RM-START-DATE TO RM-STALE-BEFORE
           END-IF.

           MOVE 0 TO RM-END-CNT.
           EXEC SQL
              SELECT COUNT(*)
              INTO :RM-END-CNT
              FROM RUN_PHASE_LOG
              WHERE RUN_DATE = TO_DATE(:RM-RUN-DATE, 'YYYYMMDD')
                AND RUN_SEQ = :RM-RUN-SEQ
                AND PHASE_NM = 'CHAIN END'
                AND ENTITY_CD = :RM-ENTITY-CD
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              DISPLAY 'UNABLE TO READ RUN_PHASE_LOG!'
              DISPLAY 'SQLCODE = ' SQLCODE
              GO TO FIND-RUN-SEQUENCE-EXIT
           END-IF.
           IF RM-END-CNT > 0 THEN
              MOVE 'COMPLETED' TO RM-CHAIN-STATUS
           ELSE
              MOVE 'FAILED' TO RM-CHAIN-STATUS
           END-IF.

       FIND-RUN-SEQUENCE-EXIT.
           EXIT.

       READ-RUN-STATUS.
           MOVE SPACES TO MF-STAT-RS-PROGRAM.
           MOVE 'NOT AVAILABLE' TO MF-STAT-RS-PHASE.
           MOVE 0 TO MF-STAT-RS-ROWS MF-STAT-RS-TOTAL
                     MF-STAT-RS-DATE MF-STAT-RS-TIME.
           OPEN INPUT I-RUNSTAT-FILE.
           IF WS-RUNSTAT-FILE-STATUS NOT = '00' THEN
              DISPLAY 'RUNSTAT NOT FOUND - NO RUN STATUS TO REPORT.'
              GO TO READ-RUN-STATUS-EXIT
           END-IF.
           MOVE SPACES TO RM-EOF-WS.
           PERFORM READ-RUN-STATUS-REC THRU READ-RUN-STATUS-REC-EXIT
                   UNTIL RM-EOF.
           CLOSE I-RUNSTAT-FILE.
           IF NOT RUNSTAT-PRESENT THEN
              GO TO READ-RUN-STATUS-EXIT
           END-IF.

           MOVE RS-PROGRAM TO MF-STAT-RS-PROGRAM.
           MOVE RS-PHASE TO MF-STAT-RS-PHASE.
           IF RS-ROWS-DONE IS NUMERIC THEN
              MOVE RS-ROWS-DONE TO MF-STAT-RS-ROWS
           END-IF.
           IF RS-ROWS-TOTAL IS NUMERIC THEN
              MOVE RS-ROWS-TOTAL TO MF-STAT-RS-TOTAL
           END-IF.
           IF RS-DATE IS NUMERIC THEN
              MOVE RS-DATE TO MF-STAT-RS-DATE
           END-IF.
           IF RS-TIME IS NUMERIC THEN
              MOVE RS-TIME TO MF-STAT-RS-TIME
           END-IF.

       READ-RUN-STATUS-EXIT.
           EXIT.

       READ-RUN-STATUS-REC.
           READ I-RUNSTAT-FILE
              AT END
                 SET RM-EOF TO TRUE
                 GO TO READ-RUN-STATUS-REC-EXIT
           END-READ.
           IF I-RUNSTAT-REC NOT = SPACES THEN
              MOVE I-RUNSTAT-REC TO RS-STATUS-REC
              SET RUNSTAT-PRESENT TO TRUE
           END-IF.

       READ-RUN-STATUS-REC-EXIT.
           EXIT.

       RESOLVE-OUTPUT-NAME.
           MOVE RM-OUTPUT-NM TO EC-DD-NAME.
           CALL 'ENTCTX' USING ENTCTX-PARM.
           MOVE EC-FILE-NAME TO WS-OUTPUT-FILENAME.

       LIST-REPORT-DATASET.
           MOVE WS-OUTPUT-FILENAME TO RM-DTL-NAME.
           PERFORM START-NEW-SET.
           OPEN INPUT I-OUTPUT-FILE.
           IF WS-OUTPUT-FILE-STATUS NOT = '00' THEN
              MOVE 'MISSING' TO RM-DTL-STATUS
              PERFORM WRITE-MANIFEST-DETAIL
              GO TO LIST-REPORT-DATASET-EXIT
           END-IF.
           MOVE SPACES TO RM-EOF-WS.
           PERFORM SCAN-REPORT-REC THRU SCAN-REPORT-REC-EXIT
                   UNTIL RM-EOF.
           CLOSE I-OUTPUT-FILE.

           IF RM-SET-RECS = 0 THEN
              MOVE 'INCOMPLETE' TO RM-DTL-STATUS
           ELSE IF NOT RM-HDR-OK AND RM-SCAN-CSV THEN
              MOVE 'INCOMPLETE' TO RM-DTL-STATUS
           ELSE IF NOT RM-HDR-OK THEN
              MOVE 'STALE' TO RM-DTL-STATUS
           ELSE IF RM-SCAN-REPORT AND NOT RM-END-SEEN THEN
              MOVE 'INCOMPLETE' TO RM-DTL-STATUS
           ELSE
              MOVE 'OK' TO RM-DTL-STATUS
           END-IF.
           PERFORM WRITE-MANIFEST-DETAIL.

       LIST-REPORT-DATASET-EXIT.
           EXIT.

       SCAN-REPORT-REC.
           READ I-OUTPUT-FILE
              AT END
                 SET RM-EOF TO TRUE
                 GO TO SCAN-REPORT-REC-EXIT
           END-READ.

           IF RM-SCAN-REPORT AND RM-END-SEEN THEN
              PERFORM START-NEW-SET
           END-IF.
           IF RM-SCAN-CSV AND I-OUTPUT-REC(1:10) = 'GROUP,NUM,' THEN
              PERFORM START-NEW-SET
           END-IF.
           IF RM-SCAN-BUNDLE AND
              I-OUTPUT-REC(1:24) = '***** REPORT BUNDLE FOR ' THEN
              PERFORM START-NEW-SET
           END-IF.

           ADD 1 TO RM-SET-RECS.
           IF RM-SET-RECS = 1 THEN
              IF RM-SCAN-CSV THEN
                 IF I-OUTPUT-REC(1:10) = 'GROUP,NUM,' THEN
                    SET RM-HDR-OK TO TRUE
                 END-IF
              ELSE
                 MOVE 0 TO RM-TAG-CNT
                 INSPECT I-OUTPUT-REC TALLYING RM-TAG-CNT
                    FOR ALL RM-BUS-TAG
                 IF RM-TAG-CNT > 0 THEN
                    SET RM-HDR-OK TO TRUE
                 END-IF
              END-IF
           END-IF.
           IF RM-SCAN-REPORT AND
              I-OUTPUT-REC(1:20) = '*** END OF REPORT - ' THEN
              SET RM-END-SEEN TO TRUE
           END-IF.
           PERFORM TALLY-DIGITS.

       SCAN-REPORT-REC-EXIT.
           EXIT.

       START-NEW-SET.
           MOVE 0 TO RM-SET-RECS RM-SET-HASH.
           MOVE 'N' TO RM-HDR-OK-SW RM-END-SW.

       TALLY-DIGITS.
           INITIALIZE RM-DIGIT-TALLY.
           INSPECT I-OUTPUT-REC TALLYING
              RM-D1 FOR ALL '1' RM-D2 FOR ALL '2' RM-D3 FOR ALL '3'
              RM-D4 FOR ALL '4' RM-D5 FOR ALL '5' RM-D6 FOR ALL '6'
              RM-D7 FOR ALL '7' RM-D8 FOR ALL '8' RM-D9 FOR ALL '9'.
           COMPUTE RM-REC-DIGITS = RM-D1 + RM-D2 * 2 + RM-D3 * 3
                                 + RM-D4 * 4 + RM-D5 * 5 + RM-D6 * 6
                                 + RM-D7 * 7 + RM-D8 * 8 + RM-D9 * 9.
           ADD RM-REC-DIGITS TO RM-SET-HASH.

       LIST-WAREHOUSE-EXTRACT.
           MOVE 'WHEXTRCT' TO WS-OUTPUT-FILENAME RM-OUTPUT-NM
                              RM-DTL-NAME.
           PERFORM START-NEW-SET.
           OPEN INPUT I-OUTPUT-FILE.
           IF WS-OUTPUT-FILE-STATUS NOT = '00' THEN
              MOVE 'MISSING' TO RM-DTL-STATUS
              PERFORM WRITE-MANIFEST-DETAIL
              GO TO LIST-WAREHOUSE-EXTRACT-EXIT
           END-IF.
           MOVE SPACES TO RM-WH-HDR-DATE.
           MOVE SPACES TO RM-EOF-WS.
           PERFORM SCAN-WAREHOUSE-REC THRU SCAN-WAREHOUSE-REC-EXIT
                   UNTIL RM-EOF.
           CLOSE I-OUTPUT-FILE.

           MOVE RM-WH-DTL-CNT TO RM-SET-RECS.
           IF WH-TRAILER-SEEN THEN
              MOVE RM-WH-TRL-HASH TO RM-SET-HASH
           ELSE
              MOVE RM-WH-DTL-HASH TO RM-SET-HASH
           END-IF.
           IF NOT WH-TRAILER-SEEN THEN
              MOVE 'INCOMPLETE' TO RM-DTL-STATUS
           ELSE IF RM-WH-TRL-CNT NOT = RM-WH-DTL-CNT OR
                   RM-WH-TRL-HASH NOT = RM-WH-DTL-HASH THEN
              MOVE 'INCOMPLETE' TO RM-DTL-STATUS
           ELSE IF RM-WH-HDR-DATE < RM-STALE-BEFORE THEN
              MOVE 'STALE' TO RM-DTL-STATUS
           ELSE
              MOVE 'OK' TO RM-DTL-STATUS
           END-IF.
           PERFORM WRITE-MANIFEST-DETAIL.

       LIST-WAREHOUSE-EXTRACT-EXIT.
           EXIT.

       SCAN-WAREHOUSE-REC.
           READ I-OUTPUT-FILE
              AT END
                 SET RM-EOF TO TRUE
                 GO TO SCAN-WAREHOUSE-REC-EXIT
           END-READ.
           MOVE I-OUTPUT-REC TO RM-WHEXT-DTL.
           IF RW-TYPE = 'H' THEN
              MOVE 0 TO RM-WH-DTL-CNT RM-WH-DTL-HASH
                        RM-WH-TRL-CNT RM-WH-TRL-HASH
              MOVE 'N' TO RM-WH-TRL-SW
              MOVE RW-HDR-DATE TO RM-WH-HDR-DATE
           ELSE IF RW-TYPE = 'D' THEN
              ADD 1 TO RM-WH-DTL-CNT
              IF RW-PREV-DAY IS NUMERIC AND RW-LATEST IS NUMERIC AND
                 RW-END-MNTH IS NUMERIC THEN
                 ADD RW-PREV-DAY TO RM-WH-DTL-HASH
                 ADD RW-LATEST TO RM-WH-DTL-HASH
                 ADD RW-END-MNTH TO RM-WH-DTL-HASH
              END-IF
           ELSE IF RW-TYPE = 'T' THEN
              IF RW-TRL-REC-CNT IS NUMERIC AND
                 RW-TRL-HASH IS NUMERIC THEN
                 MOVE RW-TRL-REC-CNT TO RM-WH-TRL-CNT
                 MOVE RW-TRL-HASH TO RM-WH-TRL-HASH
                 SET WH-TRAILER-SEEN TO TRUE
              END-IF
           END-IF.

       SCAN-WAREHOUSE-REC-EXIT.
           EXIT.

       LIST-DISTRIBUTION-BUNDLES.
           MOVE 0 TO RM-RECIP-CNT.
           OPEN INPUT I-DISTLIST-FILE.
           IF WS-DIST-FILE-STATUS NOT = '00' THEN
              DISPLAY 'DISTLIST DATASET ABSENT - NO BUNDLES EXPECTED.'
              GO TO LIST-DISTRIBUTION-BUNDLES-EXIT
           END-IF.
           MOVE SPACES TO RM-EOF-WS.
           PERFORM LOAD-DISTLIST-REC THRU LOAD-DISTLIST-REC-EXIT
                   UNTIL RM-EOF.
           CLOSE I-DISTLIST-FILE.

           PERFORM LIST-ONE-BUNDLE
               VARYING RM-RECIP-INX FROM 1 BY 1
               UNTIL RM-RECIP-INX > RM-RECIP-CNT.

       LIST-DISTRIBUTION-BUNDLES-EXIT.
           EXIT.

       LOAD-DISTLIST-REC.
           READ I-DISTLIST-FILE
              AT END
                 SET RM-EOF TO TRUE
                 GO TO LOAD-DISTLIST-REC-EXIT
           END-READ.
           IF I-DISTLIST-REC = SPACES OR
              I-DISTLIST-REC(1:1) = '*' THEN
              GO TO LOAD-DISTLIST-REC-EXIT
           END-IF.
           IF DST-RECIP-ID = SPACES OR DST-REPORT-NM = SPACES THEN
              GO TO LOAD-DISTLIST-REC-EXIT
           END-IF.

           MOVE SPACE TO RM-KNOWN-SW.
           SET WS-KNOWN-INX TO 1.
           SEARCH WS-KNOWN-RPT-NM
              AT END
                 CONTINUE
              WHEN WS-KNOWN-RPT-NM(WS-KNOWN-INX) = DST-REPORT-NM
                 SET REPORT-KNOWN TO TRUE
           END-SEARCH.
           IF NOT REPORT-KNOWN THEN
              GO TO LOAD-DISTLIST-REC-EXIT
           END-IF.

           SET RM-RECIP-INX TO 1.
           SEARCH RM-RECIP-ENTRY
              AT END
                 IF RM-RECIP-CNT < 50 THEN
                    ADD 1 TO RM-RECIP-CNT
                    MOVE DST-RECIP-ID TO RM-RECIP-ID(RM-RECIP-CNT)
                 END-IF
              WHEN RM-RECIP-INX > RM-RECIP-CNT
                 IF RM-RECIP-CNT < 50 THEN
                    ADD 1 TO RM-RECIP-CNT
                    MOVE DST-RECIP-ID TO RM-RECIP-ID(RM-RECIP-CNT)
                 END-IF
              WHEN RM-RECIP-ID(RM-RECIP-INX) = DST-RECIP-ID
                 CONTINUE
           END-SEARCH.

       LOAD-DISTLIST-REC-EXIT.
           EXIT.

       LIST-ONE-BUNDLE.
           MOVE SPACES TO WS-OUTPUT-FILENAME.
           STRING 'DISTB.' DELIMITED BY SIZE
                RM-RECIP-ID(RM-RECIP-INX) DELIMITED BY SPACE
                INTO WS-OUTPUT-FILENAME.
           MOVE 'DISTB' TO RM-OUTPUT-NM.
           MOVE 'B' TO RM-SCAN-TYPE.
           PERFORM LIST-REPORT-DATASET THRU LIST-REPORT-DATASET-EXIT.

       LIST-PUBLISHED-AVERAGES.
           MOVE 'GROUP_PRICE_AVG' TO RM-OUTPUT-NM.
           MOVE 'PUBLISHED' TO RM-DTL-NAME.
           MOVE 0 TO RM-SET-RECS RM-SET-HASH.
           IF NOT RM-DB-UP THEN
              MOVE 'UNREADABLE' TO RM-DTL-STATUS
              PERFORM WRITE-MANIFEST-DETAIL
              GO TO LIST-PUBLISHED-AVERAGES-EXIT
           END-IF.

           MOVE 0 TO RM-DB-CNT RM-DB-HASH.
           EXEC SQL
              SELECT COUNT(*), NVL(SUM(NVL(LATEST_AVG, 0)), 0)
              INTO :RM-DB-CNT, :RM-DB-HASH
              FROM GROUP_PRICE_AVG
              WHERE RUN_DATE = TO_DATE(:RM-RUN-DATE, 'YYYYMMDD')
                AND NVL(RUN_SEQ, 1) = :RM-RUN-SEQ
                AND NVL(ENTITY_CD, 'MAIN') = :RM-ENTITY-CD
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              DISPLAY 'UNABLE TO READ GROUP_PRICE_AVG!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE 'UNREADABLE' TO RM-DTL-STATUS
           ELSE
              MOVE RM-DB-CNT TO RM-SET-RECS
              MOVE RM-DB-HASH TO RM-SET-HASH
              IF RM-DB-CNT = 0 THEN
                 MOVE 'MISSING' TO RM-DTL-STATUS
              ELSE
                 MOVE 'OK' TO RM-DTL-STATUS
              END-IF
           END-IF.
           PERFORM WRITE-MANIFEST-DETAIL.

       LIST-PUBLISHED-AVERAGES-EXIT.
           EXIT.

       LIST-WITHHELD-AVERAGES.
           MOVE 'GROUP_PRICE_AVG' TO RM-OUTPUT-NM.
           MOVE 'WITHHELD' TO RM-DTL-NAME.
           MOVE 0 TO RM-SET-RECS RM-SET-HASH.
           IF NOT RM-DB-UP THEN
              MOVE 'UNREADABLE' TO RM-DTL-STATUS
              PERFORM WRITE-MANIFEST-DETAIL
              GO TO LIST-WITHHELD-AVERAGES-EXIT
           END-IF.

           MOVE 0 TO RM-DB-CNT RM-DB-HASH.
           EXEC SQL
              SELECT COUNT(*), NVL(SUM(NVL(LATEST_AVG, 0)), 0)
              INTO :RM-DB-CNT, :RM-DB-HASH
              FROM GROUP_PUB_STATUS
              WHERE RUN_DATE = TO_DATE(:RM-RUN-DATE, 'YYYYMMDD')
                AND RUN_SEQ = :RM-RUN-SEQ
                AND PUB_STATUS = 'H'
                AND GRP_NM IN
                   (SELECT PROD_GR FROM PROD
                    WHERE NVL(ENTITY_CD, 'MAIN') = :RM-ENTITY-CD)
           END-EXEC.
           IF SQLCODE = -942 THEN
              MOVE 'OK' TO RM-DTL-STATUS
           ELSE IF SQLCODE NOT = 0 THEN
              DISPLAY 'UNABLE TO READ GROUP_PUB_STATUS!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE 'UNREADABLE' TO RM-DTL-STATUS
           ELSE
              MOVE RM-DB-CNT TO RM-SET-RECS
              MOVE RM-DB-HASH TO RM-SET-HASH
              MOVE 'OK' TO RM-DTL-STATUS
           END-IF.
           PERFORM WRITE-MANIFEST-DETAIL.

       LIST-WITHHELD-AVERAGES-EXIT.
           EXIT.

       LIST-BASKET-VALUES.
           MOVE 'BASKET_PRICE_VAL' TO RM-OUTPUT-NM.
           MOVE 'VALUED' TO RM-DTL-NAME.
           MOVE 0 TO RM-SET-RECS RM-SET-HASH.
           IF NOT RM-DB-UP THEN
              MOVE 'UNREADABLE' TO RM-DTL-STATUS
              PERFORM WRITE-MANIFEST-DETAIL
              GO TO LIST-BASKET-VALUES-EXIT
           END-IF.

           MOVE 0 TO RM-DB-CNT RM-DB-HASH.
           EXEC SQL
              SELECT COUNT(*), NVL(SUM(NVL(LATEST_VAL, 0)), 0)
              INTO :RM-DB-CNT, :RM-DB-HASH
              FROM BASKET_PRICE_VAL
              WHERE RUN_DATE = TO_DATE(:RM-RUN-DATE, 'YYYYMMDD')
           END-EXEC.
           IF SQLCODE = -942 THEN
              MOVE 'OK' TO RM-DTL-STATUS
           ELSE IF SQLCODE NOT = 0 THEN
              DISPLAY 'UNABLE TO READ BASKET_PRICE_VAL!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE 'UNREADABLE' TO RM-DTL-STATUS
           ELSE
              MOVE RM-DB-CNT TO RM-SET-RECS
              MOVE RM-DB-HASH TO RM-SET-HASH
              MOVE 'OK' TO RM-DTL-STATUS
           END-IF.
           PERFORM WRITE-MANIFEST-DETAIL.

       LIST-BASKET-VALUES-EXIT.
           EXIT.

       WRITE-MANIFEST-HEADER.
           MOVE RM-RUN-DATE TO MF-HDR-BUS-DATE.
           MOVE RM-RUN-SEQ TO MF-HDR-RUN-SEQ.
           MOVE RM-ENTITY-CD TO MF-HDR-ENTITY.
           ACCEPT MF-HDR-CRT-DATE FROM DATE YYYYMMDD.
           ACCEPT ALERT-TIME-WS FROM TIME.
           MOVE ALERT-TIME-WS(1:6) TO MF-HDR-CRT-TIME.
           OPEN OUTPUT O-MANIFEST-FILE.
           WRITE O-MANIFEST-REC FROM MF-HDR-REC.
           CLOSE O-MANIFEST-FILE.
           ADD 1 TO RM-MF-REC-CNT.

       WRITE-MANIFEST-DETAIL.
           MOVE RM-OUTPUT-NM TO MF-DTL-OUTPUT.
           MOVE RM-DTL-NAME TO MF-DTL-NAME.
           MOVE RM-DTL-STATUS TO MF-DTL-STATUS.
           MOVE RM-SET-RECS TO MF-DTL-REC-CNT.
           MOVE RM-SET-HASH TO MF-DTL-HASH.
           ADD 1 TO RM-OUTPUT-CNT.
           ADD RM-SET-HASH TO RM-HASH-TOT.
           IF RM-DTL-STATUS NOT = 'OK' THEN
              ADD 1 TO RM-PROBLEM-CNT
              DISPLAY 'OUTPUT ' RM-OUTPUT-NM ' ' RM-DTL-NAME
                      ' IS ' RM-DTL-STATUS
           END-IF.
           MOVE MF-DTL-REC TO O-MANIFEST-REC.
           PERFORM WRITE-MANIFEST-REC.

       WRITE-MANIFEST-STATUS.
           MOVE RM-CHAIN-STATUS TO MF-STAT-CHAIN.
           MOVE MF-STAT-REC TO O-MANIFEST-REC.
           PERFORM WRITE-MANIFEST-REC.

       WRITE-MANIFEST-TRIGGER.
           MOVE RM-RUN-DATE TO MF-TRG-BUS-DATE.
           MOVE RM-RUN-SEQ TO MF-TRG-RUN-SEQ.
           MOVE RM-RUN-STATUS TO MF-TRG-RUN-STATUS.
           MOVE RM-OUTPUT-CNT TO MF-TRG-OUTPUT-CNT.
           MOVE RM-PROBLEM-CNT TO MF-TRG-PROBLEM-CNT.
           MOVE RM-MF-REC-CNT TO MF-TRG-REC-CNT.
           MOVE RM-HASH-TOT TO MF-TRG-HASH.
           ACCEPT MF-TRG-CRT-DATE FROM DATE YYYYMMDD.
           ACCEPT ALERT-TIME-WS FROM TIME.
           MOVE ALERT-TIME-WS(1:6) TO MF-TRG-CRT-TIME.
           MOVE MF-TRG-REC TO O-MANIFEST-REC.
           PERFORM WRITE-MANIFEST-REC.

       WRITE-MANIFEST-REC.
           OPEN EXTEND O-MANIFEST-FILE.
           WRITE O-MANIFEST-REC.
           CLOSE O-MANIFEST-FILE.
           ADD 1 TO RM-MF-REC-CNT.

       WRITE-ALERT-REC.
           ACCEPT ALERT-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT ALERT-TIME-WS FROM TIME.
           MOVE SPACES TO O-ALERT-REC.
           STRING '| RUNMANF  | ' DELIMITED BY SIZE
                ALERT-DATE-WS    DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                ALERT-TIME-WS    DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                'RUN NOT COMPLETE    ' DELIMITED BY SIZE
                ' | COUNT '      DELIMITED BY SIZE
                RM-PROBLEM-CNT   DELIMITED BY SIZE
                ' | LIMIT '      DELIMITED BY SIZE
                '0000000'        DELIMITED BY SIZE
                ' | SEE '        DELIMITED BY SIZE
                'MANIFEST'       DELIMITED BY SIZE
                ' |'             DELIMITED BY SIZE
                INTO O-ALERT-REC.
           OPEN EXTEND O-ALERT-FILE.
           WRITE O-ALERT-REC.
           CLOSE O-ALERT-FILE.

       WRITE-AUDIT-REC.
           MOVE SPACES TO O-AUDIT-REC.
           MOVE 'RUNMANF' TO AUD-PROGRAM.
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
