       IDENTIFICATION DIVISION.
       PROGRAM-ID. DBRETRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT O-AUDIT-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT O-RUNSTAT-FILE ASSIGN TO 'RUNSTAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT I-PARMS-FILE ASSIGN TO 'PARMS'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-PARMS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD O-AUDIT-FILE.
           COPY "AUDITREC".

           FD O-RUNSTAT-FILE.
           01 O-RUNSTAT-REC          PIC X(100).

           FD I-PARMS-FILE.
           01 I-PARMS-REC            PIC X(40).

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

             01 USERNAME PIC X(10) VARYING.
             01 PASSWD   PIC X(10) VARYING.
             01 DBNAME   PIC X(10) VARYING.

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "RUNSTATR".

           01 AUD-EVENT-WS         PIC X(8).
           01 AUD-SQLCODE-WS       PIC S9(9) VALUE 0.
           01 AUD-ROWCOUNT-WS      PIC 9(7) VALUE 0.
           01 AUD-MESSAGE-WS       PIC X(40) VALUE SPACES.

           01 WS-PARMS-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-PARMS-EOF-WS      PIC X(02) VALUE SPACES.
               88 PARMS-EOF        VALUE HIGH-VALUES.
           01 WS-PARMS-LOADED-SW   PIC X(01) VALUE SPACE.
               88 PARMS-LOADED     VALUE 'Y'.
           01 WS-PARM-KEY          PIC X(14).
           01 WS-PARM-VALUE-X      PIC X(5).
           01 WS-PARM-VALUE-N REDEFINES WS-PARM-VALUE-X PIC 9(5).

           01 WS-CONN-SAVED-SW     PIC X(01) VALUE SPACE.
               88 CONN-SAVED       VALUE 'Y'.

           01 WS-RETRY-MAX         PIC 9(3) VALUE 3.
           01 WS-RETRY-WAIT        PIC 9(5) VALUE 30.

           01 WS-ERR-CODE          PIC S9(9) VALUE 0.
               88 ERR-SESSION-LOST VALUE -3113 -3114 -3135 -1012
                                         -12571.
               88 ERR-CONTENTION   VALUE -60 -54 -4021 -30006.

           01 WS-DLY-SECS          PIC S9(9) BINARY.
           01 WS-DLY-FC.
              05 WS-DLY-FC-SEV     PIC S9(4) BINARY.
              05 WS-DLY-FC-MSG     PIC S9(4) BINARY.
              05 FILLER            PIC X(8).

           01 WS-DR-ATTEMPT-ED     PIC ZZ9.
           01 WS-DR-MAX-ED         PIC ZZ9.
           01 WS-DR-WAIT-ED        PIC ZZZZ9.

       LINKAGE SECTION.
           COPY "DBRETRYR".

       PROCEDURE DIVISION USING DBRETRY-PARM.

           IF NOT PARMS-LOADED THEN
              PERFORM READ-PARMS THRU READ-PARMS-EXIT
           END-IF.

           IF DR-SAVE-CONNECT THEN
              PERFORM SAVE-CONNECTION
              EXIT PROGRAM
           END-IF.

           PERFORM CHECK-SQL-ERROR THRU CHECK-SQL-ERROR-EXIT.
           EXIT PROGRAM.

       SAVE-CONNECTION.
           MOVE DR-USER TO USERNAME-ARR.
           MOVE DR-USER-LEN TO USERNAME-LEN.
           MOVE DR-PASSWD TO PASSWD-ARR.
           MOVE DR-PASSWD-LEN TO PASSWD-LEN.
           MOVE DR-DBNAME TO DBNAME-ARR.
           MOVE DR-DBNAME-LEN TO DBNAME-LEN.
           SET CONN-SAVED TO TRUE.
           MOVE SPACES TO DR-USER.
           MOVE SPACES TO DR-PASSWD.

       CHECK-SQL-ERROR.
           MOVE DR-SQLCODE TO WS-ERR-CODE.
           MOVE DR-SQLCODE TO AUD-SQLCODE-WS.
           IF NOT ERR-SESSION-LOST AND NOT ERR-CONTENTION THEN
              SET DR-NOT-TRANSIENT TO TRUE
              GO TO CHECK-SQL-ERROR-EXIT
           END-IF.

           IF DR-ATTEMPT >= WS-RETRY-MAX THEN
              PERFORM RETRIES-EXHAUSTED
              GO TO CHECK-SQL-ERROR-EXIT
           END-IF.

           ADD 1 TO DR-ATTEMPT.
           SET DR-RETRY TO TRUE.
           MOVE DR-ATTEMPT TO WS-DR-ATTEMPT-ED.
           MOVE WS-RETRY-MAX TO WS-DR-MAX-ED.
           MOVE WS-RETRY-WAIT TO WS-DR-WAIT-ED.
           DISPLAY DR-PROGRAM ' ' DR-UNIT ' FAILED WITH TRANSIENT '
                   'SQLCODE ' DR-SQLCODE.
           DISPLAY 'RETRY ' WS-DR-ATTEMPT-ED ' OF ' WS-DR-MAX-ED
                   ' IN ' WS-DR-WAIT-ED ' SECONDS.'.
           MOVE 'RETRY' TO AUD-EVENT-WS.
           MOVE SPACES TO AUD-MESSAGE-WS.
           STRING 'RETRY ' DELIMITED BY SIZE
                  WS-DR-ATTEMPT-ED DELIMITED BY SIZE
                  ' OF ' DELIMITED BY SIZE
                  WS-DR-MAX-ED DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  DR-UNIT DELIMITED BY SPACE
                  INTO AUD-MESSAGE-WS.
           MOVE DR-ATTEMPT TO AUD-ROWCOUNT-WS.
           PERFORM WRITE-AUDIT-REC.
           MOVE SPACES TO RS-PHASE.
           STRING 'RETRY ' DELIMITED BY SIZE
                  DR-UNIT DELIMITED BY SPACE
                  INTO RS-PHASE.
           MOVE DR-ATTEMPT TO RS-ROWS-DONE.
           MOVE WS-RETRY-MAX TO RS-ROWS-TOTAL.
           PERFORM WRITE-RUN-STATUS.

           IF ERR-SESSION-LOST THEN
              EXEC SQL
                 ROLLBACK WORK RELEASE
              END-EXEC
           ELSE
              EXEC SQL
                 ROLLBACK WORK
              END-EXEC
           END-IF.

           PERFORM WAIT-BEFORE-RETRY.

           IF ERR-SESSION-LOST THEN
              PERFORM RECONNECT THRU RECONNECT-EXIT
           END-IF.

       CHECK-SQL-ERROR-EXIT.
           EXIT.

       RETRIES-EXHAUSTED.
           SET DR-EXHAUSTED TO TRUE.
           DISPLAY DR-PROGRAM ' ' DR-UNIT ' STILL FAILING AFTER '
                   DR-ATTEMPT ' RETRIES - SQLCODE ' DR-SQLCODE.
           MOVE 'ERROR' TO AUD-EVENT-WS.
           MOVE SPACES TO AUD-MESSAGE-WS.
           STRING 'RETRIES EXHAUSTED: ' DELIMITED BY SIZE
                  DR-UNIT DELIMITED BY SPACE
                  INTO AUD-MESSAGE-WS.
           MOVE DR-ATTEMPT TO AUD-ROWCOUNT-WS.
           PERFORM WRITE-AUDIT-REC.
           MOVE 'RETRIES EXHAUSTED' TO RS-PHASE.
           MOVE DR-ATTEMPT TO RS-ROWS-DONE.
           MOVE WS-RETRY-MAX TO RS-ROWS-TOTAL.
           PERFORM WRITE-RUN-STATUS.

       WAIT-BEFORE-RETRY.
           IF WS-RETRY-WAIT > 0 THEN
              MOVE WS-RETRY-WAIT TO WS-DLY-SECS
              MOVE LOW-VALUES TO WS-DLY-FC
              CALL 'CEE3DLY' USING WS-DLY-SECS WS-DLY-FC
                 ON EXCEPTION
                    DISPLAY 'DELAY SERVICE CEE3DLY NOT AVAILABLE - '
                            'RETRYING WITHOUT A WAIT.'
              END-CALL
              IF WS-DLY-FC-SEV > 0 THEN
                 DISPLAY 'CEE3DLY ENDED WITH SEVERITY ' WS-DLY-FC-SEV
                         ' MESSAGE ' WS-DLY-FC-MSG
                         ' - RETRYING WITHOUT THE FULL WAIT.'
              END-IF
           END-IF.

       RECONNECT.
           IF NOT CONN-SAVED THEN
              DISPLAY 'NO SAVED CONNECTION - UNABLE TO RECONNECT.'
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'SESSION LOST - NO CONNECTION TO RESTORE' TO
                   AUD-MESSAGE-WS
              MOVE DR-ATTEMPT TO AUD-ROWCOUNT-WS
              PERFORM WRITE-AUDIT-REC
              SET DR-EXHAUSTED TO TRUE
              GO TO RECONNECT-EXIT
           END-IF.

           DISPLAY 'RECONNECTING...'.
           EXEC SQL
              CONNECT       :USERNAME
              IDENTIFIED BY :PASSWD
              USING         :DBNAME
           END-EXEC.
           MOVE SQLCODE TO AUD-SQLCODE-WS.
           MOVE 'RECONN' TO AUD-EVENT-WS.
           MOVE DR-ATTEMPT TO AUD-ROWCOUNT-WS.
           IF SQLCODE = 0 THEN
              DISPLAY 'CONNECTION RE-ESTABLISHED.'
              MOVE 'CONNECTION RE-ESTABLISHED' TO AUD-MESSAGE-WS
           ELSE
              DISPLAY 'UNABLE TO RECONNECT!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE 'RECONNECT FAILED - RETRY CONTINUES' TO
                   AUD-MESSAGE-WS
           END-IF.
           PERFORM WRITE-AUDIT-REC.

       RECONNECT-EXIT.
           EXIT.

       READ-PARMS.
           SET PARMS-LOADED TO TRUE.
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
           IF I-PARMS-REC(1:9) NOT = 'DB-RETRY-' THEN
              GO TO READ-PARM-REC-EXIT
           END-IF.
           MOVE SPACES TO WS-PARM-KEY.
           MOVE SPACES TO WS-PARM-VALUE-X.
           UNSTRING I-PARMS-REC DELIMITED BY '='
              INTO WS-PARM-KEY WS-PARM-VALUE-X
           END-UNSTRING.
           IF WS-PARM-VALUE-X NOT NUMERIC THEN
              DISPLAY 'PARM ' WS-PARM-KEY
                      ' HAS A NON-NUMERIC VALUE - IGNORED.'
              GO TO READ-PARM-REC-EXIT
           END-IF.
           EVALUATE WS-PARM-KEY
              WHEN 'DB-RETRY-MAX'
                 IF WS-PARM-VALUE-N > 20 THEN
                    DISPLAY 'PARM DB-RETRY-MAX OVER 20 - IGNORED.'
                 ELSE
                    MOVE WS-PARM-VALUE-N TO WS-RETRY-MAX
                    DISPLAY 'PARM DB-RETRY-MAX SET TO ' WS-RETRY-MAX
                 END-IF
              WHEN 'DB-RETRY-WAIT'
                 IF WS-PARM-VALUE-N > 3600 THEN
                    DISPLAY 'PARM DB-RETRY-WAIT OVER 3600 - IGNORED.'
                 ELSE
                    MOVE WS-PARM-VALUE-N TO WS-RETRY-WAIT
                    DISPLAY 'PARM DB-RETRY-WAIT SET TO '
                            WS-RETRY-WAIT
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       READ-PARM-REC-EXIT.
           EXIT.

       WRITE-RUN-STATUS.
           MOVE DR-PROGRAM TO RS-PROGRAM.
           ACCEPT RS-DATE FROM DATE YYYYMMDD.
           ACCEPT RS-TIME FROM TIME.
           OPEN OUTPUT O-RUNSTAT-FILE.
           WRITE O-RUNSTAT-REC FROM RS-STATUS-REC.
           CLOSE O-RUNSTAT-FILE.

       WRITE-AUDIT-REC.
           MOVE SPACES TO O-AUDIT-REC.
           MOVE DR-PROGRAM TO AUD-PROGRAM.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TIME FROM TIME.
           MOVE AUD-EVENT-WS TO AUD-EVENT.
           MOVE AUD-SQLCODE-WS TO AUD-SQLCODE.
           MOVE AUD-ROWCOUNT-WS TO AUD-ROWCOUNT.
           MOVE AUD-MESSAGE-WS TO AUD-MESSAGE.
           MOVE DR-BUS-DATE TO AUD-BUS-DATE.
           OPEN EXTEND O-AUDIT-FILE.
           WRITE O-AUDIT-REC.
           CLOSE O-AUDIT-FILE.
