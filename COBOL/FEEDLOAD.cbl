       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT O-AUDIT-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT O-FEEDCTL-FILE ASSIGN TO 'FEEDCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT I-FEED-FILE
               ASSIGN TO DYNAMIC WS-FEED-DDNAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT O-FEEDREJ-FILE
               ASSIGN TO DYNAMIC WS-REJ-DDNAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD O-AUDIT-FILE.
           COPY "AUDITREC".

           FD O-FEEDCTL-FILE.
           01 O-FEEDCTL-REC.
              05 FCTL-FEED-NM      PIC X(20).
              05 FCTL-EXP-CNT      PIC 9(9).
              05 FCTL-HASH-TOT     PIC 9(15)V9(3).
              05 FCTL-LOAD-TS      PIC X(14).

           FD I-FEED-FILE.
           01 I-FEED-REC.
              05 FI-REC-TYPE       PIC X(1).
              05 FI-PROD-ID-X      PIC X(10).
              05 FI-PROD-ID REDEFINES FI-PROD-ID-X
                                   PIC 9(10).
              05 FI-VALUE-X        PIC X(10).
              05 FI-PRICE-R REDEFINES FI-VALUE-X.
                 10 FI-PRICE       PIC 9(5)V9(3).
                 10 FI-PRICE-PAD   PIC X(2).
              05 FI-VOLUME REDEFINES FI-VALUE-X
                                   PIC 9(10).
              05 FILLER            PIC X(19).
           01 I-FEED-TRL-REC.
              05 FT-REC-TYPE       PIC X(1).
              05 FT-REC-CNT-X      PIC X(9).
              05 FT-REC-CNT REDEFINES FT-REC-CNT-X
                                   PIC 9(9).
              05 FILLER            PIC X(30).
           01 I-FEED-SEC-REC.
              05 FS-REC-TYPE       PIC X(1).
              05 FS-PROD-ID-X      PIC X(10).
              05 FS-SRC-RANK-X     PIC X(2).
              05 FS-SRC-RANK REDEFINES FS-SRC-RANK-X
                                   PIC 9(2).
              05 FS-SRC-NM         PIC X(10).
              05 FS-PREV-PRICE-X   PIC X(8).
              05 FS-PREV-PRICE REDEFINES FS-PREV-PRICE-X
                                   PIC 9(5)V9(3).
              05 FS-LATE-PRICE-X   PIC X(8).
              05 FS-LATE-PRICE REDEFINES FS-LATE-PRICE-X
                                   PIC 9(5)V9(3).
              05 FS-EOM-PRICE-X    PIC X(8).
              05 FS-EOM-PRICE REDEFINES FS-EOM-PRICE-X
                                   PIC 9(5)V9(3).
              05 FILLER            PIC X(3).

           FD O-FEEDREJ-FILE.
           COPY "FEEDREJR".

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

             01 USERNAME PIC X(10) VARYING.
             01 PASSWD   PIC X(10) VARYING.
             01 DBNAME   PIC X(10) VARYING.

             01 FL-FEED-NM-HV        PIC X(20).
             01 FL-PROD-ID-HV        PIC 9(10).
             01 FL-PRICE-HV          PIC 9(5)V9(3).
             01 FL-VOLUME-HV         PIC 9(10).
             01 FL-SRC-RANK-HV       PIC 9(2).
             01 FL-SRC-NM-HV         PIC X(10).
             01 FL-PREV-PRICE-HV     PIC 9(5)V9(3).
             01 FL-LATE-PRICE-HV     PIC 9(5)V9(3).
             01 FL-EOM-PRICE-HV      PIC 9(5)V9(3).
             01 FL-KNOWN-CNT         PIC 9(9).
             01 FL-DUP-CNT           PIC 9(9).
             01 FL-LOAD-TS-HV        PIC X(14).

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "BUSCALR".

           01 AUD-EVENT-WS         PIC X(8).
           01 AUD-ROWCOUNT-WS      PIC 9(7) VALUE 0.
           01 AUD-MESSAGE-WS       PIC X(40) VALUE SPACES.

           01 FL-CONN-TEXT         PIC X(80).
           01 FL-CONN-LEN          PIC S9(4) COMP.

           01 WS-FEED-DDNAME       PIC X(8).
           01 WS-REJ-DDNAME        PIC X(8).
           01 WS-FEED-FILE-STATUS  PIC X(02) VALUE SPACES.

           01 FEED-DEFINITIONS.
              05 FILLER            PIC X(36) VALUE
                 'PREVFEEDPREVREJ PROD_PREV_DAY_PR    '.
              05 FILLER            PIC X(36) VALUE
                 'LATEFEEDLATEREJ PROD_LATEST_PR      '.
              05 FILLER            PIC X(36) VALUE
                 'EOMFEED EOMREJ  PROD_END_OF_MNTH_PR '.
              05 FILLER            PIC X(36) VALUE
                 'VOLFEED VOLREJ  PROD_VOLUME         '.
              05 FILLER            PIC X(36) VALUE
                 'COSTFEEDCOSTREJ PROD_COST           '.
              05 FILLER            PIC X(36) VALUE
                 'SECFEED SECREJ  PROD_SEC_PR         '.
           01 FEED-DEFINITION-TABLE REDEFINES FEED-DEFINITIONS.
              05 FL-FEED-DEF OCCURS 6 TIMES.
                 10 FL-DEF-IN-DD   PIC X(8).
                 10 FL-DEF-REJ-DD  PIC X(8).
                 10 FL-DEF-TABLE   PIC X(20).
           01 FL-FEED-SUB          PIC 9(1).

           01 FL-EOF-WS            PIC X(02) VALUE SPACES.
               88 FL-EOF           VALUE HIGH-VALUES.
           01 FL-FAIL-SW           PIC X(01) VALUE SPACE.
               88 FL-FEED-FAILED   VALUE 'Y'.
           01 FL-TRL-SW            PIC X(01) VALUE SPACE.
               88 FL-TRAILER-SEEN  VALUE 'Y'.
           01 FL-REJ-REASON        PIC X(30) VALUE SPACES.

           01 FL-REC-NO            PIC 9(9) VALUE 0.
           01 FL-DTL-CNT           PIC 9(9) VALUE 0.
           01 FL-LOAD-CNT          PIC 9(9) VALUE 0.
           01 FL-REJ-CNT           PIC 9(9) VALUE 0.
           01 FL-TRL-CNT           PIC 9(9) VALUE 0.
           01 FL-HASH-TOTAL        PIC 9(15)V9(3) VALUE 0.
           01 FL-FEEDS-LOADED      PIC 9(1) VALUE 0.
           01 FL-FEEDS-FAILED      PIC 9(1) VALUE 0.
           01 FL-FEEDS-SKIPPED     PIC 9(1) VALUE 0.
           01 FL-TOTAL-REJ         PIC 9(9) VALUE 0.

           01 FL-TS-DATE           PIC 9(8).
           01 FL-TS-TIME           PIC 9(8).
           01 FL-TS-TIME-R REDEFINES FL-TS-TIME.
              05 FL-TS-HHMMSS      PIC 9(6).
              05 FL-TS-HS          PIC 9(2).

       LINKAGE SECTION.
          01 LS-CONN-PARM.
             05 LS-CONN-PARM-LEN     PIC S9(4) COMP.
             05 LS-CONN-PARM-TEXT    PIC X(80).

       PROCEDURE DIVISION USING LS-CONN-PARM.
       DISPLAY 'VENDOR PRICE FEED LOAD'.

       ACCEPT BC-WALL-DATE FROM DATE YYYYMMDD.

       CALL 'BUSCAL' USING BUSCAL-PARM.

       MOVE 'START' TO AUD-EVENT-WS.
       MOVE 'FEEDLOAD RUN STARTED' TO AUD-MESSAGE-WS.
       PERFORM WRITE-AUDIT-REC.

       MOVE SPACES TO FL-CONN-TEXT.
       MOVE 0 TO FL-CONN-LEN.
       IF LS-CONN-PARM-LEN > 0 THEN
          UNSTRING LS-CONN-PARM-TEXT(1:LS-CONN-PARM-LEN)
             DELIMITED BY ','
             INTO FL-CONN-TEXT COUNT IN FL-CONN-LEN
          END-UNSTRING
       END-IF.

       IF FL-CONN-LEN > 0 THEN
          UNSTRING FL-CONN-TEXT(1:FL-CONN-LEN)
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

       PERFORM CREATE-LOAD-STATUS-TABLE.
       PERFORM CREATE-COST-TABLE.
       PERFORM CREATE-SEC-PRICE-TABLE.

       OPEN OUTPUT O-FEEDCTL-FILE.
       CLOSE O-FEEDCTL-FILE.

       PERFORM LOAD-ONE-FEED THRU LOAD-ONE-FEED-EXIT
               VARYING FL-FEED-SUB FROM 1 BY 1
               UNTIL FL-FEED-SUB > 6.

       DISPLAY 'FEED LOAD COMPLETE. FEEDS LOADED: ' FL-FEEDS-LOADED
               ' FAILED: ' FL-FEEDS-FAILED
               ' NOT DELIVERED: ' FL-FEEDS-SKIPPED
               ' RECORDS REJECTED: ' FL-TOTAL-REJ.
       MOVE 'END' TO AUD-EVENT-WS.
       MOVE 'FEEDLOAD RUN COMPLETED' TO AUD-MESSAGE-WS.
       MOVE FL-TOTAL-REJ TO AUD-ROWCOUNT-WS.
       PERFORM WRITE-AUDIT-REC.

       IF FL-FEEDS-FAILED > 0 THEN
          MOVE 8 TO RETURN-CODE
       ELSE IF FL-TOTAL-REJ > 0 OR FL-FEEDS-SKIPPED > 0 THEN
          MOVE 4 TO RETURN-CODE
       END-IF.

       STOP RUN.

       CREATE-LOAD-STATUS-TABLE.
           EXEC SQL
              CREATE TABLE FEED_LOAD_STATUS
              (
                  FEED_NM            VARCHAR2(20),
                  LOAD_DATE          DATE
              )
           END-EXEC.

           IF SQLCODE = 0 THEN
              DISPLAY 'FEED_LOAD_STATUS TABLE WAS CREATED.'
           ELSE IF SQLCODE = -955 THEN
              CONTINUE
           ELSE
              DISPLAY 'UNABLE TO CREATE FEED_LOAD_STATUS!'
              DISPLAY 'SQLCODE = ' SQLCODE.

       CREATE-COST-TABLE.
           EXEC SQL
              CREATE TABLE PROD_COST
              (
                  PROD_ID            NUMBER(10),
                  UNIT_COST          NUMBER(8,3)
              )
           END-EXEC.

           IF SQLCODE = 0 THEN
              DISPLAY 'PROD_COST TABLE WAS CREATED.'
           ELSE IF SQLCODE = -955 THEN
              CONTINUE
           ELSE
              DISPLAY 'UNABLE TO CREATE PROD_COST!'
              DISPLAY 'SQLCODE = ' SQLCODE.

       CREATE-SEC-PRICE-TABLE.
           EXEC SQL
              CREATE TABLE PROD_SEC_PR
              (
                  PROD_ID            NUMBER(10),
                  SRC_RANK           NUMBER(2),
                  SRC_NM             VARCHAR2(10),
                  PREV_DAY_PRICE     NUMBER(8,3),
                  LATEST_PRICE       NUMBER(8,3),
                  END_OF_MNTH_PRICE  NUMBER(8,3)
              )
           END-EXEC.

           IF SQLCODE = 0 THEN
              DISPLAY 'PROD_SEC_PR TABLE WAS CREATED.'
           ELSE IF SQLCODE = -955 THEN
              CONTINUE
           ELSE
              DISPLAY 'UNABLE TO CREATE PROD_SEC_PR!'
              DISPLAY 'SQLCODE = ' SQLCODE.

       LOAD-ONE-FEED.
           MOVE FL-DEF-IN-DD(FL-FEED-SUB) TO WS-FEED-DDNAME.
           MOVE FL-DEF-REJ-DD(FL-FEED-SUB) TO WS-REJ-DDNAME.
           MOVE FL-DEF-TABLE(FL-FEED-SUB) TO FL-FEED-NM-HV.
           MOVE SPACE TO FL-FAIL-SW.
           MOVE SPACE TO FL-TRL-SW.
           MOVE 0 TO FL-REC-NO.
           MOVE 0 TO FL-DTL-CNT.
           MOVE 0 TO FL-LOAD-CNT.
           MOVE 0 TO FL-REJ-CNT.
           MOVE 0 TO FL-TRL-CNT.
           MOVE 0 TO FL-HASH-TOTAL.

           DISPLAY 'LOADING ' FL-FEED-NM-HV ' FROM ' WS-FEED-DDNAME.

           OPEN OUTPUT O-FEEDREJ-FILE.
           WRITE O-FEEDREJ-REC FROM FL-FEED-NM-HV.
           MOVE SPACES TO O-FEEDREJ-REC.
           STRING '| RECORD NO | REASON | RECORD IMAGE |'
                INTO O-FEEDREJ-REC.
           WRITE O-FEEDREJ-REC.
           CLOSE O-FEEDREJ-FILE.

           OPEN INPUT I-FEED-FILE.
           IF WS-FEED-FILE-STATUS NOT = '00' THEN
              DISPLAY 'VENDOR FILE ' WS-FEED-DDNAME
                      ' IS MISSING - ' FL-FEED-NM-HV ' NOT LOADED.'
              MOVE SPACES TO O-FEEDREJ-REC
              STRING '* VENDOR FILE NOT DELIVERED - FEED NOT '
                   'LOADED *' DELIMITED BY SIZE
                   INTO O-FEEDREJ-REC
              PERFORM FEEDREJ-WRITE-REC
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE SPACES TO AUD-MESSAGE-WS
              STRING 'VENDOR FILE MISSING: ' DELIMITED BY SIZE
                   FL-FEED-NM-HV DELIMITED BY SPACE
                   INTO AUD-MESSAGE-WS
              MOVE 0 TO AUD-ROWCOUNT-WS
              IF FL-FEED-SUB = 6 THEN
                 MOVE 'WARN' TO AUD-EVENT-WS
                 ADD 1 TO FL-FEEDS-SKIPPED
              ELSE
                 ADD 1 TO FL-FEEDS-FAILED
              END-IF
              PERFORM WRITE-AUDIT-REC
              GO TO LOAD-ONE-FEED-EXIT
           END-IF.

           PERFORM CLEAR-FEED-TABLE.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO CLEAR ' FL-FEED-NM-HV '!'
              DISPLAY 'SQLCODE = ' SQLCODE
              CLOSE I-FEED-FILE
              PERFORM FEED-LOAD-FAILED
              GO TO LOAD-ONE-FEED-EXIT
           END-IF.

           MOVE SPACES TO FL-EOF-WS.
           PERFORM READ-FEED-REC THRU READ-FEED-REC-EXIT
                   UNTIL FL-EOF.
           CLOSE I-FEED-FILE.

           IF FL-FEED-FAILED THEN
              PERFORM FEED-LOAD-FAILED
              GO TO LOAD-ONE-FEED-EXIT
           END-IF.

           IF FL-TRAILER-SEEN AND FL-TRL-CNT NOT = FL-DTL-CNT THEN
              DISPLAY 'TRAILER COUNT ' FL-TRL-CNT ' DOES NOT MATCH '
                      FL-DTL-CNT ' DETAIL RECORDS - FILE TRUNCATED?'
              MOVE SPACES TO O-FEEDREJ-REC
              STRING '* TRAILER COUNT ' DELIMITED BY SIZE
                   FL-TRL-CNT DELIMITED BY SIZE
                   ' <> DETAIL RECORDS ' DELIMITED BY SIZE
                   FL-DTL-CNT DELIMITED BY SIZE
                   ' - FEED NOT LOADED *' DELIMITED BY SIZE
                   INTO O-FEEDREJ-REC
              PERFORM FEEDREJ-WRITE-REC
              PERFORM FEED-LOAD-FAILED
              GO TO LOAD-ONE-FEED-EXIT
           END-IF.

           IF FL-LOAD-CNT = 0 THEN
              DISPLAY 'NO VALID RECORDS IN ' WS-FEED-DDNAME
                      ' - ' FL-FEED-NM-HV ' NOT LOADED.'
              PERFORM FEED-LOAD-FAILED
              GO TO LOAD-ONE-FEED-EXIT
           END-IF.

           EXEC SQL
              INSERT INTO FEED_LOAD_STATUS (FEED_NM, LOAD_DATE)
              VALUES (:FL-FEED-NM-HV, SYSDATE)
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO STAMP FEED_LOAD_STATUS!'
              DISPLAY 'SQLCODE = ' SQLCODE
              PERFORM FEED-LOAD-FAILED
              GO TO LOAD-ONE-FEED-EXIT
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           ACCEPT FL-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT FL-TS-TIME FROM TIME.
           MOVE SPACES TO FL-LOAD-TS-HV.
           STRING FL-TS-DATE DELIMITED BY SIZE
                FL-TS-HHMMSS DELIMITED BY SIZE
                INTO FL-LOAD-TS-HV.
           MOVE SPACES TO O-FEEDCTL-REC.
           MOVE FL-FEED-NM-HV TO FCTL-FEED-NM.
           MOVE FL-LOAD-CNT TO FCTL-EXP-CNT.
           MOVE FL-HASH-TOTAL TO FCTL-HASH-TOT.
           MOVE FL-LOAD-TS-HV TO FCTL-LOAD-TS.
           OPEN EXTEND O-FEEDCTL-FILE.
           WRITE O-FEEDCTL-REC.
           CLOSE O-FEEDCTL-FILE.

           ADD 1 TO FL-FEEDS-LOADED.
           ADD FL-REJ-CNT TO FL-TOTAL-REJ.

           MOVE SPACES TO O-FEEDREJ-REC.
           STRING '* RECORDS READ ' DELIMITED BY SIZE
                FL-DTL-CNT DELIMITED BY SIZE
                ' - LOADED ' DELIMITED BY SIZE
                FL-LOAD-CNT DELIMITED BY SIZE
                ' - REJECTED ' DELIMITED BY SIZE
                FL-REJ-CNT DELIMITED BY SIZE
                ' - HASH ' DELIMITED BY SIZE
                FL-HASH-TOTAL DELIMITED BY SIZE
                ' *' DELIMITED BY SIZE
                INTO O-FEEDREJ-REC.
           PERFORM FEEDREJ-WRITE-REC.

           DISPLAY FL-FEED-NM-HV ' LOADED: ' FL-LOAD-CNT
                   ' REJECTED: ' FL-REJ-CNT
                   ' HASH: ' FL-HASH-TOTAL.
           MOVE 'LOAD' TO AUD-EVENT-WS.
           MOVE SPACES TO AUD-MESSAGE-WS.
           STRING 'FEED LOADED: ' DELIMITED BY SIZE
                FL-FEED-NM-HV DELIMITED BY SPACE
                INTO AUD-MESSAGE-WS.
           MOVE FL-LOAD-CNT TO AUD-ROWCOUNT-WS.
           PERFORM WRITE-AUDIT-REC.

           IF FL-REJ-CNT > 0 THEN
              MOVE 'REJECT' TO AUD-EVENT-WS
              MOVE SPACES TO AUD-MESSAGE-WS
              STRING 'FEED RECORDS REJECTED: ' DELIMITED BY SIZE
                   FL-FEED-NM-HV DELIMITED BY SPACE
                   INTO AUD-MESSAGE-WS
              MOVE FL-REJ-CNT TO AUD-ROWCOUNT-WS
              PERFORM WRITE-AUDIT-REC
           END-IF.

       LOAD-ONE-FEED-EXIT.
           EXIT.

       FEED-LOAD-FAILED.
           EXEC SQL
              ROLLBACK
           END-EXEC.
           ADD 1 TO FL-FEEDS-FAILED.
           ADD FL-REJ-CNT TO FL-TOTAL-REJ.
           DISPLAY FL-FEED-NM-HV ' LOAD ABANDONED - PREVIOUS '
                   'CONTENTS KEPT, FEED NOT STAMPED.'.
           MOVE 'ERROR' TO AUD-EVENT-WS.
           MOVE SPACES TO AUD-MESSAGE-WS.
           STRING 'FEED LOAD FAILED: ' DELIMITED BY SIZE
                FL-FEED-NM-HV DELIMITED BY SPACE
                INTO AUD-MESSAGE-WS.
           MOVE FL-LOAD-CNT TO AUD-ROWCOUNT-WS.
           PERFORM WRITE-AUDIT-REC.

       CLEAR-FEED-TABLE.
           EVALUATE FL-FEED-SUB
              WHEN 1
                 EXEC SQL
                    DELETE FROM PROD_PREV_DAY_PR
                 END-EXEC
              WHEN 2
                 EXEC SQL
                    DELETE FROM PROD_LATEST_PR
                 END-EXEC
              WHEN 3
                 EXEC SQL
                    DELETE FROM PROD_END_OF_MNTH_PR
                 END-EXEC
              WHEN 4
                 EXEC SQL
                    DELETE FROM PROD_VOLUME
                 END-EXEC
              WHEN 5
                 EXEC SQL
                    DELETE FROM PROD_COST
                 END-EXEC
              WHEN 6
                 EXEC SQL
                    DELETE FROM PROD_SEC_PR
                 END-EXEC
           END-EVALUATE.
           IF SQLCODE = +1403 THEN
              MOVE 0 TO SQLCODE
           END-IF.

       READ-FEED-REC.
           READ I-FEED-FILE
              AT END
                 SET FL-EOF TO TRUE
                 GO TO READ-FEED-REC-EXIT
           END-READ.
           ADD 1 TO FL-REC-NO.

           IF I-FEED-REC = SPACES OR FI-REC-TYPE = 'H' THEN
              GO TO READ-FEED-REC-EXIT
           END-IF.

           IF FI-REC-TYPE = 'T' THEN
              IF FT-REC-CNT-X NUMERIC THEN
                 SET FL-TRAILER-SEEN TO TRUE
                 MOVE FT-REC-CNT TO FL-TRL-CNT
              ELSE
                 MOVE 'TRAILER COUNT NOT NUMERIC' TO FL-REJ-REASON
                 PERFORM REJECT-FEED-REC
              END-IF
              GO TO READ-FEED-REC-EXIT
           END-IF.

           ADD 1 TO FL-DTL-CNT.

           IF FI-REC-TYPE NOT = 'D' THEN
              MOVE 'UNKNOWN RECORD TYPE' TO FL-REJ-REASON
              PERFORM REJECT-FEED-REC
              GO TO READ-FEED-REC-EXIT
           END-IF.

           IF FI-PROD-ID-X NOT NUMERIC THEN
              MOVE 'PROD_ID NOT NUMERIC' TO FL-REJ-REASON
              PERFORM REJECT-FEED-REC
              GO TO READ-FEED-REC-EXIT
           END-IF.

           IF FL-FEED-SUB = 6 THEN
              PERFORM CHECK-SEC-FEED-REC THRU CHECK-SEC-FEED-REC-EXIT
              IF FL-REJ-REASON NOT = SPACES THEN
                 PERFORM REJECT-FEED-REC
                 GO TO READ-FEED-REC-EXIT
              END-IF
           ELSE IF FL-FEED-SUB = 4 THEN
              IF FI-VOLUME NOT NUMERIC THEN
                 MOVE 'VOLUME NOT NUMERIC' TO FL-REJ-REASON
                 PERFORM REJECT-FEED-REC
                 GO TO READ-FEED-REC-EXIT
              END-IF
           ELSE
              IF FI-PRICE NOT NUMERIC OR
                 FI-PRICE-PAD NOT = SPACES THEN
                 MOVE 'PRICE NOT NUMERIC' TO FL-REJ-REASON
                 PERFORM REJECT-FEED-REC
                 GO TO READ-FEED-REC-EXIT
              END-IF
              IF FI-PRICE = 0 AND FL-FEED-SUB = 5 THEN
                 MOVE 'ZERO COST' TO FL-REJ-REASON
                 PERFORM REJECT-FEED-REC
                 GO TO READ-FEED-REC-EXIT
              END-IF
              IF FI-PRICE = 0 THEN
                 MOVE 'ZERO PRICE' TO FL-REJ-REASON
                 PERFORM REJECT-FEED-REC
                 GO TO READ-FEED-REC-EXIT
              END-IF
           END-IF.

           MOVE FI-PROD-ID TO FL-PROD-ID-HV.
           EXEC SQL
              SELECT COUNT(*)
              INTO :FL-KNOWN-CNT
              FROM PROD
              WHERE PROD_ID = :FL-PROD-ID-HV
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO READ PROD!'
              DISPLAY 'SQLCODE = ' SQLCODE
              SET FL-FEED-FAILED TO TRUE
              SET FL-EOF TO TRUE
              GO TO READ-FEED-REC-EXIT
           END-IF.
           IF FL-KNOWN-CNT = 0 THEN
              MOVE 'UNKNOWN PROD_ID' TO FL-REJ-REASON
              PERFORM REJECT-FEED-REC
              GO TO READ-FEED-REC-EXIT
           END-IF.

           PERFORM COUNT-LOADED-PROD.
           IF FL-DUP-CNT > 0 THEN
              IF FL-FEED-SUB = 6 THEN
                 MOVE 'DUPLICATE PROD_ID/SRC_RANK' TO FL-REJ-REASON
              ELSE
                 MOVE 'DUPLICATE PROD_ID IN FILE' TO FL-REJ-REASON
              END-IF
              PERFORM REJECT-FEED-REC
              GO TO READ-FEED-REC-EXIT
           END-IF.

           PERFORM INSERT-FEED-ROW.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO LOAD ' FL-FEED-NM-HV ' ROW FOR '
                      FL-PROD-ID-HV '!'
              DISPLAY 'SQLCODE = ' SQLCODE
              SET FL-FEED-FAILED TO TRUE
              SET FL-EOF TO TRUE
              GO TO READ-FEED-REC-EXIT
           END-IF.

           ADD 1 TO FL-LOAD-CNT.
           IF FL-FEED-SUB = 6 THEN
              ADD FS-PREV-PRICE FS-LATE-PRICE FS-EOM-PRICE
                  TO FL-HASH-TOTAL
           ELSE IF FL-FEED-SUB = 4 THEN
              ADD FI-VOLUME TO FL-HASH-TOTAL
           ELSE
              ADD FI-PRICE TO FL-HASH-TOTAL
           END-IF.

       READ-FEED-REC-EXIT.
           EXIT.

       CHECK-SEC-FEED-REC.
           MOVE SPACES TO FL-REJ-REASON.
           IF FS-SRC-RANK-X NOT NUMERIC THEN
              MOVE 'SOURCE RANK NOT NUMERIC' TO FL-REJ-REASON
              GO TO CHECK-SEC-FEED-REC-EXIT
           END-IF.
           IF FS-SRC-RANK = 0 THEN
              MOVE 'ZERO SOURCE RANK' TO FL-REJ-REASON
              GO TO CHECK-SEC-FEED-REC-EXIT
           END-IF.
           IF FS-SRC-NM = SPACES THEN
              MOVE 'SOURCE NAME MISSING' TO FL-REJ-REASON
              GO TO CHECK-SEC-FEED-REC-EXIT
           END-IF.
           IF FS-PREV-PRICE-X NOT NUMERIC OR
              FS-LATE-PRICE-X NOT NUMERIC OR
              FS-EOM-PRICE-X NOT NUMERIC THEN
              MOVE 'PRICE NOT NUMERIC' TO FL-REJ-REASON
              GO TO CHECK-SEC-FEED-REC-EXIT
           END-IF.
           IF FS-PREV-PRICE = 0 OR FS-LATE-PRICE = 0 OR
              FS-EOM-PRICE = 0 THEN
              MOVE 'ZERO PRICE' TO FL-REJ-REASON
           END-IF.

       CHECK-SEC-FEED-REC-EXIT.
           EXIT.

       COUNT-LOADED-PROD.
           EVALUATE FL-FEED-SUB
              WHEN 1
                 EXEC SQL
                    SELECT COUNT(*) INTO :FL-DUP-CNT
                    FROM PROD_PREV_DAY_PR
                    WHERE PROD_ID = :FL-PROD-ID-HV
                 END-EXEC
              WHEN 2
                 EXEC SQL
                    SELECT COUNT(*) INTO :FL-DUP-CNT
                    FROM PROD_LATEST_PR
                    WHERE PROD_ID = :FL-PROD-ID-HV
                 END-EXEC
              WHEN 3
                 EXEC SQL
                    SELECT COUNT(*) INTO :FL-DUP-CNT
                    FROM PROD_END_OF_MNTH_PR
                    WHERE PROD_ID = :FL-PROD-ID-HV
                 END-EXEC
              WHEN 4
                 EXEC SQL
                    SELECT COUNT(*) INTO :FL-DUP-CNT
                    FROM PROD_VOLUME
                    WHERE PROD_ID = :FL-PROD-ID-HV
                 END-EXEC
              WHEN 5
                 EXEC SQL
                    SELECT COUNT(*) INTO :FL-DUP-CNT
                    FROM PROD_COST
                    WHERE PROD_ID = :FL-PROD-ID-HV
                 END-EXEC
              WHEN 6
                 MOVE FS-SRC-RANK TO FL-SRC-RANK-HV
                 EXEC SQL
                    SELECT COUNT(*) INTO :FL-DUP-CNT
                    FROM PROD_SEC_PR
                    WHERE PROD_ID = :FL-PROD-ID-HV
                      AND SRC_RANK = :FL-SRC-RANK-HV
                 END-EXEC
           END-EVALUATE.
           IF SQLCODE <> 0 THEN
              MOVE 0 TO FL-DUP-CNT
           END-IF.

       INSERT-FEED-ROW.
           EVALUATE FL-FEED-SUB
              WHEN 1
                 MOVE FI-PRICE TO FL-PRICE-HV
                 EXEC SQL
                    INSERT INTO PROD_PREV_DAY_PR
                       (PROD_ID, PREV_DAY_PRICE)
                    VALUES (:FL-PROD-ID-HV, :FL-PRICE-HV)
                 END-EXEC
              WHEN 2
                 MOVE FI-PRICE TO FL-PRICE-HV
                 EXEC SQL
                    INSERT INTO PROD_LATEST_PR
                       (PROD_ID, LATEST_PRICE)
                    VALUES (:FL-PROD-ID-HV, :FL-PRICE-HV)
                 END-EXEC
              WHEN 3
                 MOVE FI-PRICE TO FL-PRICE-HV
                 EXEC SQL
                    INSERT INTO PROD_END_OF_MNTH_PR
                       (PROD_ID, END_OF_MNTH_PRICE)
                    VALUES (:FL-PROD-ID-HV, :FL-PRICE-HV)
                 END-EXEC
              WHEN 4
                 MOVE FI-VOLUME TO FL-VOLUME-HV
                 EXEC SQL
                    INSERT INTO PROD_VOLUME
                       (PROD_ID, VOLUME)
                    VALUES (:FL-PROD-ID-HV, :FL-VOLUME-HV)
                 END-EXEC
              WHEN 5
                 MOVE FI-PRICE TO FL-PRICE-HV
                 EXEC SQL
                    INSERT INTO PROD_COST
                       (PROD_ID, UNIT_COST)
                    VALUES (:FL-PROD-ID-HV, :FL-PRICE-HV)
                 END-EXEC
              WHEN 6
                 MOVE FS-SRC-RANK TO FL-SRC-RANK-HV
                 MOVE FS-SRC-NM TO FL-SRC-NM-HV
                 MOVE FS-PREV-PRICE TO FL-PREV-PRICE-HV
                 MOVE FS-LATE-PRICE TO FL-LATE-PRICE-HV
                 MOVE FS-EOM-PRICE TO FL-EOM-PRICE-HV
                 EXEC SQL
                    INSERT INTO PROD_SEC_PR
                       (PROD_ID, SRC_RANK, SRC_NM, PREV_DAY_PRICE,
                        LATEST_PRICE, END_OF_MNTH_PRICE)
                    VALUES (:FL-PROD-ID-HV, :FL-SRC-RANK-HV,
                            :FL-SRC-NM-HV, :FL-PREV-PRICE-HV,
                            :FL-LATE-PRICE-HV, :FL-EOM-PRICE-HV)
                 END-EXEC
           END-EVALUATE.

       REJECT-FEED-REC.
           ADD 1 TO FL-REJ-CNT.
           MOVE SPACES TO O-FEEDREJ-REC.
           STRING '| ' DELIMITED BY SIZE
                FL-REC-NO        DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                FL-REJ-REASON    DELIMITED BY '  '
                ' | '            DELIMITED BY SIZE
                I-FEED-SEC-REC   DELIMITED BY SIZE
                ' |'             DELIMITED BY SIZE
                INTO O-FEEDREJ-REC.
           PERFORM FEEDREJ-WRITE-REC.

       FEEDREJ-WRITE-REC.
           OPEN EXTEND O-FEEDREJ-FILE.
           WRITE O-FEEDREJ-REC.
           CLOSE O-FEEDREJ-FILE.

       WRITE-AUDIT-REC.
           MOVE SPACES TO O-AUDIT-REC.
           MOVE 'FEEDLOAD' TO AUD-PROGRAM.
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
