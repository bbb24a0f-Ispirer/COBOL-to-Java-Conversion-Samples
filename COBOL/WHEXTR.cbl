           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "BUSCALR".
           COPY "DBRETRYR".

           01 AUD-EVENT-WS         PIC X(8).
           01 AUD-ROWCOUNT-WS      PIC 9(7) VALUE 0.

           01 WX-FAIL-SW           PIC X(01) VALUE SPACE.
               88 WX-EXTRACT-FAILED VALUE 'Y'.
           01 WX-FAIL-SQLCODE      PIC S9(9) VALUE 0.

           01 WX-REC-CNT           PIC 9(9) VALUE 0.
           01 WX-HASH-TOTAL        PIC 9(15)V9(3) VALUE 0.
          STOP RUN
       END-IF.

       PERFORM SAVE-DB-CONNECTION.
       MOVE 'WHEXTR-EXTRACT' TO DR-UNIT.
       MOVE 0 TO DR-ATTEMPT.
       PERFORM RUN-EXTRACT.

       IF WX-EXTRACT-FAILED THEN
          DISPLAY 'EXTRACT INCOMPLETE - TRAILER NOT WRITTEN SO THE '

       STOP RUN.

       SAVE-DB-CONNECTION.
           MOVE 'S' TO DR-MODE.
           MOVE 'WHEXTR' TO DR-PROGRAM.
           MOVE USERNAME-ARR TO DR-USER.
           MOVE USERNAME-LEN TO DR-USER-LEN.
           MOVE PASSWD-ARR TO DR-PASSWD.
           MOVE PASSWD-LEN TO DR-PASSWD-LEN.
           MOVE DBNAME-ARR TO DR-DBNAME.
           MOVE DBNAME-LEN TO DR-DBNAME-LEN.
           CALL 'DBRETRY' USING DBRETRY-PARM.

       RUN-EXTRACT.
           MOVE 0 TO WX-REC-CNT.
           MOVE 0 TO WX-HASH-TOTAL.
           MOVE SPACE TO WX-FAIL-SW.
           MOVE 0 TO WX-FAIL-SQLCODE.
           MOVE 0 TO RETURN-CODE.
           PERFORM WRITE-EXTRACT-HEADER.
           PERFORM EXTRACT-DETAILS.
           IF WX-EXTRACT-FAILED AND WX-FAIL-SQLCODE < 0 THEN
              MOVE WX-FAIL-SQLCODE TO DR-SQLCODE
              PERFORM CHECK-DB-RETRY
              IF DR-RETRY THEN
                 GO TO RUN-EXTRACT
              END-IF
           END-IF.

       CHECK-DB-RETRY.
           MOVE 'K' TO DR-MODE.
           MOVE 'WHEXTR' TO DR-PROGRAM.
           MOVE BC-BUS-DATE TO DR-BUS-DATE.
           CALL 'DBRETRY' USING DBRETRY-PARM.

       WRITE-EXTRACT-HEADER.
           ACCEPT EXT-HDR-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT O-WHEXT-FILE.
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'UNABLE TO OPEN EXTRACT CURSOR' TO AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              MOVE SQLCODE TO WX-FAIL-SQLCODE
              SET WX-EXTRACT-FAILED TO TRUE
           ELSE
              MOVE SPACES TO WX-EOF-WS
              PERFORM EXTRACT-DETAIL-REC THRU EXTRACT-DETAIL-EXIT
                      UNTIL WX-EOF
              EXEC SQL
                 CLOSE WHEXT-CUR
              END-EXEC
           END-IF.

       EXTRACT-DETAIL-REC.
           EXEC SQL
              FETCH WHEXT-CUR
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'EXTRACT FETCH FAILED' TO AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              MOVE SQLCODE TO WX-FAIL-SQLCODE
              MOVE 8 TO RETURN-CODE
              SET WX-EXTRACT-FAILED TO TRUE
              SET WX-EOF TO TRUE
