       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRTNFEED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT O-AUDIT-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT I-PRTNCTL-FILE ASSIGN TO 'PRTNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-PRTNCTL-FILE-STATUS.

           SELECT I-PRTNACK-FILE ASSIGN TO 'PRTNACK'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-PRTNACK-FILE-STATUS.

           SELECT O-PRTNFD-FILE
               ASSIGN TO DYNAMIC WS-PRTNFD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-PRTNFD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD O-AUDIT-FILE.
           COPY "AUDITREC".

           FD I-PRTNCTL-FILE.
           01 I-PRTNCTL-REC.
              05 I-PRTNCTL-PARTNER  PIC X(8).
              05 I-PRTNCTL-GRP-NM   PIC X(20).
              05 FILLER             PIC X(52).

           FD I-PRTNACK-FILE.
           01 I-PRTNACK-REC.
              05 I-PRTNACK-PARTNER  PIC X(8).
              05 I-PRTNACK-SEQ      PIC X(7).
              05 FILLER             PIC X(65).

           FD O-PRTNFD-FILE.
           01 O-PRTNFD-REC          PIC X(120).

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

             01 USERNAME PIC X(10) VARYING.
             01 PASSWD   PIC X(10) VARYING.
             01 DBNAME   PIC X(10) VARYING.

             01 PT-PARTNER-ID        PIC X(8).
             01 PT-GRP-NM            PIC X(20).
             01 PT-SEQ-NO            PIC 9(7).
             01 PT-LAST-SEQ          PIC 9(7).
             01 PT-ACK-SEQ           PIC 9(7).
             01 PT-BUS-DATE          PIC X(8).
             01 PT-AVG-FLOOR         PIC 9(11).
             01 PT-LINE-NO           PIC 9(7).
             01 PT-REC-TYPE          PIC X(1).
             01 PT-PROD-NM           PIC X(10).
             01 PT-PROD-GR           PIC X(20).
             01 PT-PREV-DAY-P        PIC 9(5)V9(3).
             01 PT-LATEST-P          PIC 9(5)V9(3).
             01 PT-END-OF-MNTH-P     PIC 9(5)V9(3).
             01 PT-VOLUME            PIC 9(10).
             01 PT-CURR-CD           PIC X(3).
             01 PT-AVG-KEY           PIC 9(11).
             01 PT-REC-CNT           PIC 9(5).
             01 PT-PREV-DAY-AVG      PIC 9(10)V9(6).
             01 PT-LATEST-AVG        PIC 9(10)V9(4).
             01 PT-END-OF-MNTH-AVG   PIC 9(10)V9(8).
             01 PT-XMIT-CNT          PIC 9(9).
             01 PT-XMIT-HASH         PIC 9(14)V9(4).
             01 PT-ACK-BASE          PIC 9(7).
             01 PT-ACKED-CNT         PIC 9(7).

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "BUSCALR".

           COPY "PRTNFDR".

           01 AUD-EVENT-WS         PIC X(8).
           01 AUD-ROWCOUNT-WS      PIC 9(7) VALUE 0.
           01 AUD-MESSAGE-WS       PIC X(40) VALUE SPACES.

           01 WS-PRTNCTL-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRTNCTL-EOF-WS    PIC X(02) VALUE SPACES.
               88 PRTNCTL-EOF      VALUE HIGH-VALUES.

           01 WS-PRTNACK-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRTNACK-EOF-WS    PIC X(02) VALUE SPACES.
               88 PRTNACK-EOF      VALUE HIGH-VALUES.

           01 WS-PRTNFD-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRTNFD-FILENAME   PIC X(30).

           01 PT-EOF-WS            PIC X(02) VALUE SPACES.
               88 PT-EOF           VALUE HIGH-VALUES.

           01 PT-FAIL-SW           PIC X(01) VALUE SPACE.
               88 PT-SEND-FAILED   VALUE 'Y'.

           01 PT-RESEND-SW         PIC X(01) VALUE SPACE.
               88 PT-RESEND        VALUE 'Y'.

           01 PT-MODE-WS           PIC X(8) VALUE SPACES.
           01 PT-RSND-PARTNER-WS   PIC X(8) VALUE SPACES.
           01 PT-RSND-SEQ-X        PIC X(7) VALUE SPACES.
           01 PT-RSND-SEQ-LEN      PIC S9(4) COMP.

           01 WS-PTN-TABLE.
              05 WS-PTN-CNT        PIC 9(3) VALUE 0.
              05 WS-PTN-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-PTN-INX.
                 10 WS-PTN-ID      PIC X(8).
           01 WS-PTN-MAX           PIC 9(3) VALUE 50.
           01 WS-PTN-SUB           PIC 9(3) COMP.

           01 WS-GRP-ROW-CNT       PIC 9(5) VALUE 0.
           01 WS-ACK-APPLIED-CNT   PIC 9(5) VALUE 0.
           01 WS-SENT-CNT          PIC 9(5) VALUE 0.
           01 WS-FAILED-CNT        PIC 9(5) VALUE 0.

           01 PT-DTL-CNT           PIC 9(9) VALUE 0.
           01 PT-GRP-CNT           PIC 9(9) VALUE 0.
           01 PT-NEW-CNT           PIC 9(9) VALUE 0.
           01 PT-CHG-CNT           PIC 9(9) VALUE 0.
           01 PT-DEL-CNT           PIC 9(9) VALUE 0.
           01 PT-FILE-CNT          PIC 9(9) VALUE 0.
           01 PT-HASH-TOTAL        PIC 9(14)V9(4) VALUE 0.
           01 PT-RUN-DATE          PIC 9(8).
           01 PT-RUN-SEQ           PIC 9(3).

           01 WS-CONN-TEXT         PIC X(80).
           01 WS-CONN-LEN          PIC S9(4) COMP.

       LINKAGE SECTION.
          01 LS-CONN-PARM.
             05 LS-CONN-PARM-LEN     PIC S9(4) COMP.
             05 LS-CONN-PARM-TEXT    PIC X(80).

       PROCEDURE DIVISION USING LS-CONN-PARM.
       DISPLAY 'PARTNER OUTBOUND PRICE FEED'.

       ACCEPT BC-WALL-DATE FROM DATE YYYYMMDD.

       CALL 'BUSCAL' USING BUSCAL-PARM.

       MOVE 'START' TO AUD-EVENT-WS.
       MOVE 'PRTNFEED RUN STARTED' TO AUD-MESSAGE-WS.
       PERFORM WRITE-AUDIT-REC.

       MOVE SPACES TO WS-CONN-TEXT.
       MOVE 0 TO WS-CONN-LEN.
       MOVE 0 TO PT-RSND-SEQ-LEN.
       IF LS-CONN-PARM-LEN > 0 THEN
          UNSTRING LS-CONN-PARM-TEXT(1:LS-CONN-PARM-LEN)
             DELIMITED BY ','
             INTO WS-CONN-TEXT COUNT IN WS-CONN-LEN
                  PT-MODE-WS
                  PT-RSND-PARTNER-WS
                  PT-RSND-SEQ-X COUNT IN PT-RSND-SEQ-LEN
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

       IF PT-MODE-WS = 'RESEND' THEN
          SET PT-RESEND TO TRUE
       ELSE IF PT-MODE-WS NOT = SPACES THEN
          DISPLAY 'INVALID PRTNFEED MODE ' PT-MODE-WS
                  ' - USE RESEND,<PARTNER>,<SEQUENCE> OR NOTHING.'
          MOVE 'ERROR' TO AUD-EVENT-WS
          MOVE 'INVALID PRTNFEED MODE IN PARM' TO AUD-MESSAGE-WS
          PERFORM WRITE-AUDIT-REC
          MOVE 8 TO RETURN-CODE
          STOP RUN
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

       MOVE BC-BUS-DATE TO PT-BUS-DATE.
       PERFORM CREATE-PARTNER-TABLES.

       IF PT-RESEND THEN
          PERFORM RESEND-TRANSMISSION THRU RESEND-TRANSMISSION-EXIT
          STOP RUN
       END-IF.

       PERFORM LOAD-PARTNER-CONTROL THRU LOAD-PARTNER-CONTROL-EXIT.

       IF WS-PTN-CNT = 0 THEN
          DISPLAY 'NO PARTNERS IN PRTNCTL - NOTHING SENT.'
          MOVE 'END' TO AUD-EVENT-WS
          MOVE 'NO PARTNERS IN PRTNCTL - NOTHING SENT' TO
               AUD-MESSAGE-WS
          MOVE 0 TO AUD-ROWCOUNT-WS
          PERFORM WRITE-AUDIT-REC
          STOP RUN
       END-IF.

       PERFORM APPLY-PARTNER-ACKS THRU APPLY-PARTNER-ACKS-EXIT.

       PERFORM SEND-PARTNER-DELTA THRU SEND-PARTNER-DELTA-EXIT
               VARYING WS-PTN-SUB FROM 1 BY 1
               UNTIL WS-PTN-SUB > WS-PTN-CNT.

       DISPLAY 'PARTNER FEED COMPLETE. PARTNERS SENT: ' WS-SENT-CNT
               ' FAILED: ' WS-FAILED-CNT
               ' ACKS APPLIED: ' WS-ACK-APPLIED-CNT.
       MOVE 'END' TO AUD-EVENT-WS.
       MOVE 'PRTNFEED RUN COMPLETED' TO AUD-MESSAGE-WS.
       MOVE WS-SENT-CNT TO AUD-ROWCOUNT-WS.
       PERFORM WRITE-AUDIT-REC.

       IF WS-FAILED-CNT > 0 THEN
          MOVE 8 TO RETURN-CODE
       END-IF.

       STOP RUN.

       CREATE-PARTNER-TABLES.
           EXEC SQL
              CREATE TABLE PARTNER_FEED_GRP
              (
                  PARTNER_ID        VARCHAR2(8),
                  GRP_NM            VARCHAR2(20)
              )
           END-EXEC.
           IF SQLCODE = 0 THEN
              DISPLAY 'PARTNER_FEED_GRP CREATED.'
           ELSE IF SQLCODE NOT = -955 THEN
              DISPLAY 'UNABLE TO CREATE PARTNER_FEED_GRP!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'CREATE PARTNER_FEED_GRP FAILED' TO AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           EXEC SQL
              CREATE TABLE PARTNER_FEED_XMIT
              (
                  PARTNER_ID        VARCHAR2(8),
                  SEQ_NO            NUMBER(7),
                  BUS_DATE          DATE,
                  ACK_BASE          NUMBER(7),
                  REC_CNT           NUMBER(9),
                  HASH_TOT          NUMBER(18,4),
                  SENT_TIME         DATE,
                  ACK_TIME          DATE,
                  RESEND_CNT        NUMBER(5),
                  LAST_RESEND       DATE
              )
           END-EXEC.
           IF SQLCODE = 0 THEN
              DISPLAY 'PARTNER_FEED_XMIT CREATED.'
           ELSE IF SQLCODE NOT = -955 THEN
              DISPLAY 'UNABLE TO CREATE PARTNER_FEED_XMIT!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'CREATE PARTNER_FEED_XMIT FAILED' TO AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           EXEC SQL
              CREATE TABLE PARTNER_FEED_MSG
              (
                  PARTNER_ID        VARCHAR2(8),
                  SEQ_NO            NUMBER(7),
                  LINE_NO           NUMBER(7),
                  REC_TYPE          VARCHAR2(1),
                  PROD_NM           VARCHAR2(10),
                  GRP_NM            VARCHAR2(20),
                  PREV_DAY_PRICE    NUMBER(8,3),
                  LATEST_PRICE      NUMBER(8,3),
                  END_OF_MNTH_PRICE NUMBER(8,3),
                  VOLUME            NUMBER(10),
                  CURR_CD           VARCHAR2(3),
                  AVG_KEY           NUMBER(11),
                  REC_CNT           NUMBER(5),
                  PREV_DAY_AVG      NUMBER(16,6),
                  LATEST_AVG        NUMBER(14,4),
                  END_OF_MNTH_AVG   NUMBER(18,8)
              )
           END-EXEC.
           IF SQLCODE = 0 THEN
              DISPLAY 'PARTNER_FEED_MSG CREATED.'
           ELSE IF SQLCODE NOT = -955 THEN
              DISPLAY 'UNABLE TO CREATE PARTNER_FEED_MSG!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'CREATE PARTNER_FEED_MSG FAILED' TO AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       LOAD-PARTNER-CONTROL.
           MOVE 0 TO WS-PTN-CNT.
           MOVE 0 TO WS-GRP-ROW-CNT.
           OPEN INPUT I-PRTNCTL-FILE.
           IF WS-PRTNCTL-FILE-STATUS NOT = '00' THEN
              DISPLAY 'PRTNCTL NOT PRESENT - NO PARTNERS TO SEND TO.'
              GO TO LOAD-PARTNER-CONTROL-EXIT
           END-IF.

           EXEC SQL
              DELETE FROM PARTNER_FEED_GRP
           END-EXEC.

           MOVE SPACES TO WS-PRTNCTL-EOF-WS.
           PERFORM LOAD-PARTNER-REC THRU LOAD-PARTNER-REC-EXIT
                   UNTIL PRTNCTL-EOF.
           CLOSE I-PRTNCTL-FILE.

           EXEC SQL
              COMMIT
           END-EXEC.

           DISPLAY 'PRTNCTL LOADED. PARTNERS: ' WS-PTN-CNT
                   ' GROUP ENTRIES: ' WS-GRP-ROW-CNT.

       LOAD-PARTNER-CONTROL-EXIT.
           EXIT.

       LOAD-PARTNER-REC.
           READ I-PRTNCTL-FILE
              AT END
                 SET PRTNCTL-EOF TO TRUE
                 GO TO LOAD-PARTNER-REC-EXIT
           END-READ.
           IF I-PRTNCTL-REC = SPACES
              OR I-PRTNCTL-REC(1:1) = '*' THEN
              GO TO LOAD-PARTNER-REC-EXIT
           END-IF.
           IF I-PRTNCTL-PARTNER(1:1) = SPACE
              OR I-PRTNCTL-PARTNER(1:1) IS NOT ALPHABETIC
              OR I-PRTNCTL-GRP-NM = SPACES THEN
              DISPLAY 'PRTNCTL ENTRY IGNORED - PARTNER MUST START '
                      'WITH A LETTER AND NAME A GROUP: '
                      I-PRTNCTL-REC(1:28)
              GO TO LOAD-PARTNER-REC-EXIT
           END-IF.

           SET WS-PTN-INX TO 1.
           SEARCH WS-PTN-ENTRY
              AT END
                 IF WS-PTN-CNT < WS-PTN-MAX THEN
                    ADD 1 TO WS-PTN-CNT
                    MOVE I-PRTNCTL-PARTNER TO WS-PTN-ID(WS-PTN-CNT)
                 ELSE
                    DISPLAY 'MORE THAN ' WS-PTN-MAX ' PARTNERS - '
                            I-PRTNCTL-PARTNER ' NOT SENT.'
                    GO TO LOAD-PARTNER-REC-EXIT
                 END-IF
              WHEN WS-PTN-ID(WS-PTN-INX) = I-PRTNCTL-PARTNER
                 CONTINUE
           END-SEARCH.

           MOVE I-PRTNCTL-PARTNER TO PT-PARTNER-ID.
           MOVE I-PRTNCTL-GRP-NM TO PT-GRP-NM.
           EXEC SQL
              INSERT INTO PARTNER_FEED_GRP (PARTNER_ID, GRP_NM)
              VALUES (:PT-PARTNER-ID, :PT-GRP-NM)
           END-EXEC.
           IF SQLCODE = 0 THEN
              ADD 1 TO WS-GRP-ROW-CNT
           ELSE
              DISPLAY 'UNABLE TO RECORD PARTNER GROUP '
                      PT-PARTNER-ID ' ' PT-GRP-NM
              DISPLAY 'SQLCODE = ' SQLCODE
           END-IF.

       LOAD-PARTNER-REC-EXIT.
           EXIT.

       APPLY-PARTNER-ACKS.
           OPEN INPUT I-PRTNACK-FILE.
           IF WS-PRTNACK-FILE-STATUS NOT = '00' THEN
              DISPLAY 'PRTNACK NOT PRESENT - NO ACKNOWLEDGEMENTS.'
              GO TO APPLY-PARTNER-ACKS-EXIT
           END-IF.
           MOVE SPACES TO WS-PRTNACK-EOF-WS.
           PERFORM APPLY-PARTNER-ACK-REC THRU APPLY-PARTNER-ACK-EXIT
                   UNTIL PRTNACK-EOF.
           CLOSE I-PRTNACK-FILE.

           EXEC SQL
              COMMIT
           END-EXEC.

       APPLY-PARTNER-ACKS-EXIT.
           EXIT.

       APPLY-PARTNER-ACK-REC.
           READ I-PRTNACK-FILE
              AT END
                 SET PRTNACK-EOF TO TRUE
                 GO TO APPLY-PARTNER-ACK-EXIT
           END-READ.
           IF I-PRTNACK-REC = SPACES
              OR I-PRTNACK-REC(1:1) = '*' THEN
              GO TO APPLY-PARTNER-ACK-EXIT
           END-IF.
           IF I-PRTNACK-SEQ IS NOT NUMERIC THEN
              DISPLAY 'PRTNACK ENTRY IGNORED - SEQUENCE MUST BE 7 '
                      'DIGITS: ' I-PRTNACK-REC(1:15)
              GO TO APPLY-PARTNER-ACK-EXIT
           END-IF.

           MOVE I-PRTNACK-PARTNER TO PT-PARTNER-ID.
           MOVE I-PRTNACK-SEQ TO PT-ACK-SEQ.

           EXEC SQL
              SELECT NVL(MAX(SEQ_NO), 0)
              INTO :PT-LAST-SEQ
              FROM PARTNER_FEED_XMIT
              WHERE PARTNER_ID = :PT-PARTNER-ID
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              DISPLAY 'UNABLE TO READ PARTNER_FEED_XMIT FOR '
                      PT-PARTNER-ID
              DISPLAY 'SQLCODE = ' SQLCODE
              GO TO APPLY-PARTNER-ACK-EXIT
           END-IF.
           IF PT-ACK-SEQ > PT-LAST-SEQ THEN
              DISPLAY 'WARNING: ' PT-PARTNER-ID ' ACKNOWLEDGED '
                      'SEQUENCE ' PT-ACK-SEQ ' BUT ONLY ' PT-LAST-SEQ
                      ' HAS BEEN SENT - ACK IGNORED.'
              MOVE 'WARN' TO AUD-EVENT-WS
              MOVE SPACES TO AUD-MESSAGE-WS
              STRING 'ACK BEYOND LAST SENT: ' DELIMITED BY SIZE
                   PT-PARTNER-ID DELIMITED BY SPACE
                   INTO AUD-MESSAGE-WS
              MOVE PT-ACK-SEQ TO AUD-ROWCOUNT-WS
              PERFORM WRITE-AUDIT-REC
              GO TO APPLY-PARTNER-ACK-EXIT
           END-IF.

           EXEC SQL
              UPDATE PARTNER_FEED_XMIT
              SET ACK_TIME = SYSDATE
              WHERE PARTNER_ID = :PT-PARTNER-ID
                AND SEQ_NO <= :PT-ACK-SEQ
                AND ACK_TIME IS NULL
           END-EXEC.
           IF SQLCODE = 0 THEN
              MOVE SQLERRD(3) TO PT-ACKED-CNT
              ADD PT-ACKED-CNT TO WS-ACK-APPLIED-CNT
              IF PT-ACKED-CNT > 0 THEN
                 DISPLAY PT-PARTNER-ID ' ACKNOWLEDGED UP TO SEQUENCE '
                         PT-ACK-SEQ
              END-IF
           ELSE IF SQLCODE NOT = +1403 THEN
              DISPLAY 'UNABLE TO RECORD ACK FOR ' PT-PARTNER-ID
              DISPLAY 'SQLCODE = ' SQLCODE
           END-IF.

       APPLY-PARTNER-ACK-EXIT.
           EXIT.

       SEND-PARTNER-DELTA.
           MOVE WS-PTN-ID(WS-PTN-SUB) TO PT-PARTNER-ID.
           MOVE SPACE TO PT-FAIL-SW.
           MOVE 0 TO PT-DTL-CNT PT-GRP-CNT PT-NEW-CNT PT-CHG-CNT
                     PT-DEL-CNT PT-FILE-CNT PT-HASH-TOTAL PT-LINE-NO.

           EXEC SQL
              SELECT NVL(MAX(SEQ_NO), 0)
              INTO :PT-LAST-SEQ
              FROM PARTNER_FEED_XMIT
              WHERE PARTNER_ID = :PT-PARTNER-ID
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              DISPLAY 'UNABLE TO READ PARTNER_FEED_XMIT FOR '
                      PT-PARTNER-ID
              DISPLAY 'SQLCODE = ' SQLCODE
              ADD 1 TO WS-FAILED-CNT
              GO TO SEND-PARTNER-DELTA-EXIT
           END-IF.

           EXEC SQL
              SELECT NVL(MAX(SEQ_NO), 0)
              INTO :PT-ACK-SEQ
              FROM PARTNER_FEED_XMIT
              WHERE PARTNER_ID = :PT-PARTNER-ID
                AND ACK_TIME IS NOT NULL
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              MOVE 0 TO PT-ACK-SEQ
           END-IF.

           COMPUTE PT-SEQ-NO = PT-LAST-SEQ + 1.
           COMPUTE PT-AVG-FLOOR = BC-BUS-DATE * 1000.
           IF PT-LAST-SEQ > PT-ACK-SEQ THEN
              DISPLAY PT-PARTNER-ID ' HAS NOT ACKNOWLEDGED SEQUENCES '
                      'AFTER ' PT-ACK-SEQ ' - DELTA REBUILT FROM THERE.'
           END-IF.

           PERFORM SET-FEED-FILENAME.
           MOVE SPACE TO PF-HDR-RESEND.
           MOVE PT-ACK-SEQ TO PF-HDR-ACK-SEQ.
           MOVE BC-BUS-DATE TO PF-HDR-BUS-DATE.
           PERFORM WRITE-FEED-HEADER.
           IF PT-SEND-FAILED THEN
              GO TO SEND-PARTNER-FAILED
           END-IF.

           PERFORM SEND-PRODUCT-CHANGES.
           IF PT-SEND-FAILED THEN
              GO TO SEND-PARTNER-FAILED
           END-IF.

           PERFORM SEND-PRODUCT-DELISTS.
           IF PT-SEND-FAILED THEN
              GO TO SEND-PARTNER-FAILED
           END-IF.

           PERFORM SEND-GROUP-AVERAGES.
           IF PT-SEND-FAILED THEN
              GO TO SEND-PARTNER-FAILED
           END-IF.

           COMPUTE PT-XMIT-CNT = PT-DTL-CNT + PT-GRP-CNT.
           MOVE PT-HASH-TOTAL TO PT-XMIT-HASH.
           MOVE PT-ACK-SEQ TO PT-ACK-BASE.
           EXEC SQL
              INSERT INTO PARTNER_FEED_XMIT
                 (PARTNER_ID, SEQ_NO, BUS_DATE, ACK_BASE, REC_CNT,
                  HASH_TOT, SENT_TIME, RESEND_CNT)
              VALUES (:PT-PARTNER-ID, :PT-SEQ-NO,
                  TO_DATE(:PT-BUS-DATE, 'YYYYMMDD'), :PT-ACK-BASE,
                  :PT-XMIT-CNT, :PT-XMIT-HASH, SYSDATE, 0)
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              DISPLAY 'UNABLE TO RECORD TRANSMISSION FOR '
                      PT-PARTNER-ID
              DISPLAY 'SQLCODE = ' SQLCODE
              SET PT-SEND-FAILED TO TRUE
              GO TO SEND-PARTNER-FAILED
           END-IF.

           PERFORM WRITE-FEED-TRAILER.
           IF PT-SEND-FAILED THEN
              GO TO SEND-PARTNER-FAILED
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           ADD 1 TO WS-SENT-CNT.
           DISPLAY PT-PARTNER-ID ' SEQUENCE ' PT-SEQ-NO ' SENT TO '
                   WS-PRTNFD-FILENAME.
           DISPLAY '   NEW: ' PT-NEW-CNT ' CHANGED: ' PT-CHG-CNT
                   ' DELISTED: ' PT-DEL-CNT
                   ' GROUP AVERAGES: ' PT-GRP-CNT.
           MOVE 'SEND' TO AUD-EVENT-WS.
           MOVE SPACES TO AUD-MESSAGE-WS.
           STRING 'PARTNER FEED SENT: ' DELIMITED BY SIZE
                PT-PARTNER-ID DELIMITED BY SPACE
                ' SEQ ' DELIMITED BY SIZE
                PT-SEQ-NO DELIMITED BY SIZE
                INTO AUD-MESSAGE-WS.
           MOVE PT-XMIT-CNT TO AUD-ROWCOUNT-WS.
           PERFORM WRITE-AUDIT-REC.
           GO TO SEND-PARTNER-DELTA-EXIT.

       SEND-PARTNER-FAILED.
           EXEC SQL
              ROLLBACK
           END-EXEC.
           ADD 1 TO WS-FAILED-CNT.
           DISPLAY 'FEED FOR ' PT-PARTNER-ID ' SEQUENCE ' PT-SEQ-NO
                   ' INCOMPLETE - TRAILER NOT WRITTEN SO THE PARTNER '
                   'WILL REJECT THE FILE. THE SEQUENCE IS REUSED '
                   'NEXT RUN.'.
           MOVE 'ERROR' TO AUD-EVENT-WS.
           MOVE SPACES TO AUD-MESSAGE-WS.
           STRING 'PARTNER FEED FAILED: ' DELIMITED BY SIZE
                PT-PARTNER-ID DELIMITED BY SPACE
                INTO AUD-MESSAGE-WS.
           MOVE PT-SEQ-NO TO AUD-ROWCOUNT-WS.
           PERFORM WRITE-AUDIT-REC.

       SEND-PARTNER-DELTA-EXIT.
           EXIT.

       SEND-PRODUCT-CHANGES.
           EXEC SQL
              DECLARE PTCHG-CUR CURSOR FOR
              SELECT H.PROD_NM, H.PROD_GR, H.PREV_DAY_PRICE,
                     H.LATEST_PRICE, H.END_OF_MNTH_PRICE,
                     NVL(H.VOLUME, 0), NVL(H.CURR_CD, 'USD'),
                     DECODE(NVL(S.REC_TYPE, 'X'), 'X', 'N', 'C')
              FROM PROD_PRICE_HIST H,
                   (SELECT M.PROD_NM, M.GRP_NM, M.REC_TYPE,
                           M.PREV_DAY_PRICE, M.LATEST_PRICE,
                           M.END_OF_MNTH_PRICE, M.VOLUME, M.CURR_CD
                    FROM PARTNER_FEED_MSG M
                    WHERE M.PARTNER_ID = :PT-PARTNER-ID
                      AND M.REC_TYPE <> 'G'
                      AND M.SEQ_NO =
                          (SELECT MAX(M2.SEQ_NO)
                           FROM PARTNER_FEED_MSG M2
                           WHERE M2.PARTNER_ID = M.PARTNER_ID
                             AND M2.PROD_NM = M.PROD_NM
                             AND M2.GRP_NM = M.GRP_NM
                             AND M2.REC_TYPE <> 'G'
                             AND M2.SEQ_NO <= :PT-ACK-SEQ)) S
              WHERE H.PROD_NM = S.PROD_NM (+)
                AND H.PROD_GR = S.GRP_NM (+)
                AND EXISTS
                    (SELECT 1 FROM PARTNER_FEED_GRP G
                     WHERE G.PARTNER_ID = :PT-PARTNER-ID
                       AND (G.GRP_NM = H.PROD_GR
                            OR G.GRP_NM = '*ALL'))
                AND (NVL(S.REC_TYPE, 'X') = 'X'
                     OR S.PREV_DAY_PRICE <> H.PREV_DAY_PRICE
                     OR S.LATEST_PRICE <> H.LATEST_PRICE
                     OR S.END_OF_MNTH_PRICE <> H.END_OF_MNTH_PRICE
                     OR S.VOLUME <> NVL(H.VOLUME, 0)
                     OR S.CURR_CD <> NVL(H.CURR_CD, 'USD'))
              ORDER BY H.PROD_GR, H.PROD_NM
           END-EXEC.

           EXEC SQL
              OPEN PTCHG-CUR
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO READ PROD_PRICE_HIST FOR '
                      PT-PARTNER-ID
              DISPLAY 'SQLCODE = ' SQLCODE
              SET PT-SEND-FAILED TO TRUE
           ELSE
              MOVE SPACES TO PT-EOF-WS
              PERFORM SEND-PRODUCT-CHANGE-REC
                 THRU SEND-PRODUCT-CHANGE-EXIT
                 UNTIL PT-EOF
              EXEC SQL
                 CLOSE PTCHG-CUR
              END-EXEC
           END-IF.

       SEND-PRODUCT-CHANGE-REC.
           EXEC SQL
              FETCH PTCHG-CUR
              INTO :PT-PROD-NM, :PT-PROD-GR, :PT-PREV-DAY-P,
                   :PT-LATEST-P, :PT-END-OF-MNTH-P, :PT-VOLUME,
                   :PT-CURR-CD, :PT-REC-TYPE
           END-EXEC.

           IF SQLCODE = +1403 THEN
              SET PT-EOF TO TRUE
              GO TO SEND-PRODUCT-CHANGE-EXIT
           ELSE IF SQLCODE <> 0 THEN
              DISPLAY 'ERROR! SQLCODE - ' SQLCODE
              SET PT-SEND-FAILED TO TRUE
              SET PT-EOF TO TRUE
              GO TO SEND-PRODUCT-CHANGE-EXIT.

           IF PT-REC-TYPE = 'N' THEN
              ADD 1 TO PT-NEW-CNT
           ELSE
              ADD 1 TO PT-CHG-CNT
           END-IF.
           PERFORM WRITE-FEED-DETAIL.
           PERFORM SAVE-FEED-LINE THRU SAVE-FEED-LINE-EXIT.
           IF PT-SEND-FAILED THEN
              SET PT-EOF TO TRUE
           END-IF.

       SEND-PRODUCT-CHANGE-EXIT.
           EXIT.

       SEND-PRODUCT-DELISTS.
           EXEC SQL
              DECLARE PTDEL-CUR CURSOR FOR
              SELECT M.PROD_NM, M.GRP_NM, M.PREV_DAY_PRICE,
                     M.LATEST_PRICE, M.END_OF_MNTH_PRICE,
                     NVL(M.VOLUME, 0), NVL(M.CURR_CD, 'USD')
              FROM PARTNER_FEED_MSG M
              WHERE M.PARTNER_ID = :PT-PARTNER-ID
                AND M.REC_TYPE IN ('N', 'C')
                AND M.SEQ_NO =
                    (SELECT MAX(M2.SEQ_NO)
                     FROM PARTNER_FEED_MSG M2
                     WHERE M2.PARTNER_ID = M.PARTNER_ID
                       AND M2.PROD_NM = M.PROD_NM
                       AND M2.GRP_NM = M.GRP_NM
                       AND M2.REC_TYPE <> 'G'
                       AND M2.SEQ_NO <= :PT-ACK-SEQ)
                AND EXISTS
                    (SELECT 1 FROM PARTNER_FEED_GRP G
                     WHERE G.PARTNER_ID = :PT-PARTNER-ID
                       AND (G.GRP_NM = M.GRP_NM
                            OR G.GRP_NM = '*ALL'))
                AND NOT EXISTS
                    (SELECT 1 FROM PROD_PRICE_HIST H
                     WHERE H.PROD_NM = M.PROD_NM
                       AND H.PROD_GR = M.GRP_NM)
              ORDER BY M.GRP_NM, M.PROD_NM
           END-EXEC.

           EXEC SQL
              OPEN PTDEL-CUR
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO READ PARTNER_FEED_MSG FOR '
                      PT-PARTNER-ID
              DISPLAY 'SQLCODE = ' SQLCODE
              SET PT-SEND-FAILED TO TRUE
           ELSE
              MOVE SPACES TO PT-EOF-WS
              PERFORM SEND-PRODUCT-DELIST-REC
                 THRU SEND-PRODUCT-DELIST-EXIT
                 UNTIL PT-EOF
              EXEC SQL
                 CLOSE PTDEL-CUR
              END-EXEC
           END-IF.

       SEND-PRODUCT-DELIST-REC.
           EXEC SQL
              FETCH PTDEL-CUR
              INTO :PT-PROD-NM, :PT-PROD-GR, :PT-PREV-DAY-P,
                   :PT-LATEST-P, :PT-END-OF-MNTH-P, :PT-VOLUME,
                   :PT-CURR-CD
           END-EXEC.

           IF SQLCODE = +1403 THEN
              SET PT-EOF TO TRUE
              GO TO SEND-PRODUCT-DELIST-EXIT
           ELSE IF SQLCODE <> 0 THEN
              DISPLAY 'ERROR! SQLCODE - ' SQLCODE
              SET PT-SEND-FAILED TO TRUE
              SET PT-EOF TO TRUE
              GO TO SEND-PRODUCT-DELIST-EXIT.

           MOVE 'X' TO PT-REC-TYPE.
           ADD 1 TO PT-DEL-CNT.
           PERFORM WRITE-FEED-DETAIL.
           PERFORM SAVE-FEED-LINE THRU SAVE-FEED-LINE-EXIT.
           IF PT-SEND-FAILED THEN
              SET PT-EOF TO TRUE
           END-IF.

       SEND-PRODUCT-DELIST-EXIT.
           EXIT.

       SEND-GROUP-AVERAGES.
           EXEC SQL
              DECLARE PTGRP-CUR CURSOR FOR
              SELECT A.GRP_NM,
                     TO_NUMBER(TO_CHAR(A.RUN_DATE, 'YYYYMMDD')) * 1000
                        + NVL(A.RUN_SEQ, 1),
                     NVL(A.REC_CNT, 0), NVL(A.PREV_DAY_AVG, 0),
                     NVL(A.LATEST_AVG, 0), NVL(A.END_OF_MNTH_AVG, 0)
              FROM GROUP_PRICE_AVG A
              WHERE NVL(A.CURR_FLAG, 'Y') = 'Y'
                AND EXISTS
                    (SELECT 1 FROM PARTNER_FEED_GRP G
                     WHERE G.PARTNER_ID = :PT-PARTNER-ID
                       AND (G.GRP_NM = A.GRP_NM
                            OR G.GRP_NM = '*ALL'))
                AND TO_NUMBER(TO_CHAR(A.RUN_DATE, 'YYYYMMDD')) * 1000
                       + NVL(A.RUN_SEQ, 1) >
                    (SELECT NVL(MAX(M.AVG_KEY), :PT-AVG-FLOOR)
                     FROM PARTNER_FEED_MSG M
                     WHERE M.PARTNER_ID = :PT-PARTNER-ID
                       AND M.GRP_NM = A.GRP_NM
                       AND M.REC_TYPE = 'G'
                       AND M.SEQ_NO <= :PT-ACK-SEQ)
              ORDER BY A.GRP_NM, 2
           END-EXEC.

           EXEC SQL
              OPEN PTGRP-CUR
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO READ GROUP_PRICE_AVG FOR '
                      PT-PARTNER-ID
              DISPLAY 'SQLCODE = ' SQLCODE
              SET PT-SEND-FAILED TO TRUE
           ELSE
              MOVE SPACES TO PT-EOF-WS
              PERFORM SEND-GROUP-AVERAGE-REC
                 THRU SEND-GROUP-AVERAGE-EXIT
                 UNTIL PT-EOF
              EXEC SQL
                 CLOSE PTGRP-CUR
              END-EXEC
           END-IF.

       SEND-GROUP-AVERAGE-REC.
           EXEC SQL
              FETCH PTGRP-CUR
              INTO :PT-PROD-GR, :PT-AVG-KEY, :PT-REC-CNT,
                   :PT-PREV-DAY-AVG, :PT-LATEST-AVG,
                   :PT-END-OF-MNTH-AVG
           END-EXEC.

           IF SQLCODE = +1403 THEN
              SET PT-EOF TO TRUE
              GO TO SEND-GROUP-AVERAGE-EXIT
           ELSE IF SQLCODE <> 0 THEN
              DISPLAY 'ERROR! SQLCODE - ' SQLCODE
              SET PT-SEND-FAILED TO TRUE
              SET PT-EOF TO TRUE
              GO TO SEND-GROUP-AVERAGE-EXIT.

           MOVE 'G' TO PT-REC-TYPE.
           MOVE SPACES TO PT-PROD-NM PT-CURR-CD.
           MOVE 0 TO PT-PREV-DAY-P PT-LATEST-P PT-END-OF-MNTH-P
                     PT-VOLUME.
           PERFORM WRITE-FEED-GROUP.
           PERFORM SAVE-FEED-LINE THRU SAVE-FEED-LINE-EXIT.
           IF PT-SEND-FAILED THEN
              SET PT-EOF TO TRUE
           END-IF.

       SEND-GROUP-AVERAGE-EXIT.
           EXIT.

       SAVE-FEED-LINE.
           ADD 1 TO PT-LINE-NO.
           IF PT-REC-TYPE NOT = 'G' THEN
              MOVE 0 TO PT-AVG-KEY PT-REC-CNT PT-PREV-DAY-AVG
                        PT-LATEST-AVG PT-END-OF-MNTH-AVG
           END-IF.
           EXEC SQL
              INSERT INTO PARTNER_FEED_MSG
                 (PARTNER_ID, SEQ_NO, LINE_NO, REC_TYPE, PROD_NM,
                  GRP_NM, PREV_DAY_PRICE, LATEST_PRICE,
                  END_OF_MNTH_PRICE, VOLUME, CURR_CD, AVG_KEY,
                  REC_CNT, PREV_DAY_AVG, LATEST_AVG, END_OF_MNTH_AVG)
              VALUES (:PT-PARTNER-ID, :PT-SEQ-NO, :PT-LINE-NO,
                  :PT-REC-TYPE, :PT-PROD-NM, :PT-PROD-GR,
                  :PT-PREV-DAY-P, :PT-LATEST-P, :PT-END-OF-MNTH-P,
                  :PT-VOLUME, :PT-CURR-CD, :PT-AVG-KEY, :PT-REC-CNT,
                  :PT-PREV-DAY-AVG, :PT-LATEST-AVG,
                  :PT-END-OF-MNTH-AVG)
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              DISPLAY 'UNABLE TO KEEP FEED LINE ' PT-LINE-NO ' FOR '
                      PT-PARTNER-ID
              DISPLAY 'SQLCODE = ' SQLCODE
              SET PT-SEND-FAILED TO TRUE
           END-IF.

       SAVE-FEED-LINE-EXIT.
           EXIT.

       RESEND-TRANSMISSION.
           MOVE PT-RSND-PARTNER-WS TO PT-PARTNER-ID.
           IF PT-PARTNER-ID = SPACES
              OR PT-RSND-SEQ-LEN = 0
              OR PT-RSND-SEQ-X(1:PT-RSND-SEQ-LEN) IS NOT NUMERIC THEN
              DISPLAY 'RESEND NEEDS A PARTNER AND A SEQUENCE NUMBER - '
                      'PARM ora/ora/UTEST,RESEND,<PARTNER>,<SEQUENCE>.'
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'RESEND PARTNER OR SEQUENCE MISSING' TO
                   AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              MOVE 8 TO RETURN-CODE
              GO TO RESEND-TRANSMISSION-EXIT
           END-IF.
           MOVE PT-RSND-SEQ-X(1:PT-RSND-SEQ-LEN) TO PT-SEQ-NO.

           EXEC SQL
              SELECT TO_CHAR(BUS_DATE, 'YYYYMMDD'), NVL(ACK_BASE, 0),
                     REC_CNT, HASH_TOT
              INTO :PT-BUS-DATE, :PT-ACK-BASE, :PT-XMIT-CNT,
                   :PT-XMIT-HASH
              FROM PARTNER_FEED_XMIT
              WHERE PARTNER_ID = :PT-PARTNER-ID
                AND SEQ_NO = :PT-SEQ-NO
           END-EXEC.
           IF SQLCODE = +1403 THEN
              DISPLAY 'SEQUENCE ' PT-SEQ-NO ' WAS NEVER SENT TO '
                      PT-PARTNER-ID ' - NOTHING TO RESEND.'
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE SPACES TO AUD-MESSAGE-WS
              STRING 'RESEND SEQUENCE NOT FOUND: ' DELIMITED BY SIZE
                   PT-PARTNER-ID DELIMITED BY SPACE
                   INTO AUD-MESSAGE-WS
              MOVE PT-SEQ-NO TO AUD-ROWCOUNT-WS
              PERFORM WRITE-AUDIT-REC
              MOVE 8 TO RETURN-CODE
              GO TO RESEND-TRANSMISSION-EXIT
           ELSE IF SQLCODE NOT = 0 THEN
              DISPLAY 'UNABLE TO READ PARTNER_FEED_XMIT!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'RESEND TRANSMISSION LOOKUP FAILED' TO
                   AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              MOVE 8 TO RETURN-CODE
              GO TO RESEND-TRANSMISSION-EXIT
           END-IF.

           MOVE SPACE TO PT-FAIL-SW.
           MOVE 0 TO PT-DTL-CNT PT-GRP-CNT PT-NEW-CNT PT-CHG-CNT
                     PT-DEL-CNT PT-FILE-CNT PT-HASH-TOTAL.
           PERFORM SET-FEED-FILENAME.
           MOVE 'R' TO PF-HDR-RESEND.
           MOVE PT-ACK-BASE TO PF-HDR-ACK-SEQ.
           MOVE PT-BUS-DATE TO PF-HDR-BUS-DATE.
           PERFORM WRITE-FEED-HEADER.
           IF PT-SEND-FAILED THEN
              GO TO RESEND-TRANSMISSION-FAILED
           END-IF.

           EXEC SQL
              DECLARE PTRSND-CUR CURSOR FOR
              SELECT REC_TYPE, NVL(PROD_NM, ' '), NVL(GRP_NM, ' '),
                     NVL(PREV_DAY_PRICE, 0), NVL(LATEST_PRICE, 0),
                     NVL(END_OF_MNTH_PRICE, 0), NVL(VOLUME, 0),
                     NVL(CURR_CD, ' '), NVL(AVG_KEY, 0),
                     NVL(REC_CNT, 0), NVL(PREV_DAY_AVG, 0),
                     NVL(LATEST_AVG, 0), NVL(END_OF_MNTH_AVG, 0)
              FROM PARTNER_FEED_MSG
              WHERE PARTNER_ID = :PT-PARTNER-ID
                AND SEQ_NO = :PT-SEQ-NO
              ORDER BY LINE_NO
           END-EXEC.

           EXEC SQL
              OPEN PTRSND-CUR
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO READ PARTNER_FEED_MSG!'
              DISPLAY 'SQLCODE = ' SQLCODE
              GO TO RESEND-TRANSMISSION-FAILED
           END-IF.
           MOVE SPACES TO PT-EOF-WS.
           PERFORM RESEND-FEED-REC THRU RESEND-FEED-REC-EXIT
                   UNTIL PT-EOF.
           EXEC SQL
              CLOSE PTRSND-CUR
           END-EXEC.
           IF PT-SEND-FAILED THEN
              GO TO RESEND-TRANSMISSION-FAILED
           END-IF.

           IF PT-DTL-CNT + PT-GRP-CNT NOT = PT-XMIT-CNT
              OR PT-HASH-TOTAL NOT = PT-XMIT-HASH THEN
              DISPLAY 'KEPT LINES FOR ' PT-PARTNER-ID ' SEQUENCE '
                      PT-SEQ-NO ' DO NOT MATCH THE ORIGINAL CONTROL '
                      'TOTALS - RECORDS ' PT-XMIT-CNT ' HASH '
                      PT-XMIT-HASH
              GO TO RESEND-TRANSMISSION-FAILED
           END-IF.

           PERFORM WRITE-FEED-TRAILER.
           IF PT-SEND-FAILED THEN
              GO TO RESEND-TRANSMISSION-FAILED
           END-IF.

           EXEC SQL
              UPDATE PARTNER_FEED_XMIT
              SET RESEND_CNT = NVL(RESEND_CNT, 0) + 1,
                  LAST_RESEND = SYSDATE
              WHERE PARTNER_ID = :PT-PARTNER-ID
                AND SEQ_NO = :PT-SEQ-NO
           END-EXEC.
           EXEC SQL
              COMMIT
           END-EXEC.

           DISPLAY PT-PARTNER-ID ' SEQUENCE ' PT-SEQ-NO ' RESENT TO '
                   WS-PRTNFD-FILENAME.
           MOVE 'RESEND' TO AUD-EVENT-WS.
           MOVE SPACES TO AUD-MESSAGE-WS.
           STRING 'PARTNER FEED RESENT: ' DELIMITED BY SIZE
                PT-PARTNER-ID DELIMITED BY SPACE
                ' SEQ ' DELIMITED BY SIZE
                PT-SEQ-NO DELIMITED BY SIZE
                INTO AUD-MESSAGE-WS.
           MOVE PT-XMIT-CNT TO AUD-ROWCOUNT-WS.
           PERFORM WRITE-AUDIT-REC.
           GO TO RESEND-TRANSMISSION-EXIT.

       RESEND-TRANSMISSION-FAILED.
           DISPLAY 'RESEND INCOMPLETE - TRAILER NOT WRITTEN SO THE '
                   'PARTNER WILL REJECT THE FILE.'.
           MOVE 'ERROR' TO AUD-EVENT-WS.
           MOVE SPACES TO AUD-MESSAGE-WS.
           STRING 'PARTNER RESEND FAILED: ' DELIMITED BY SIZE
                PT-PARTNER-ID DELIMITED BY SPACE
                INTO AUD-MESSAGE-WS.
           MOVE PT-SEQ-NO TO AUD-ROWCOUNT-WS.
           PERFORM WRITE-AUDIT-REC.
           MOVE 8 TO RETURN-CODE.

       RESEND-TRANSMISSION-EXIT.
           EXIT.

       RESEND-FEED-REC.
           EXEC SQL
              FETCH PTRSND-CUR
              INTO :PT-REC-TYPE, :PT-PROD-NM, :PT-PROD-GR,
                   :PT-PREV-DAY-P, :PT-LATEST-P, :PT-END-OF-MNTH-P,
                   :PT-VOLUME, :PT-CURR-CD, :PT-AVG-KEY, :PT-REC-CNT,
                   :PT-PREV-DAY-AVG, :PT-LATEST-AVG,
                   :PT-END-OF-MNTH-AVG
           END-EXEC.

           IF SQLCODE = +1403 THEN
              SET PT-EOF TO TRUE
              GO TO RESEND-FEED-REC-EXIT
           ELSE IF SQLCODE <> 0 THEN
              DISPLAY 'ERROR! SQLCODE - ' SQLCODE
              SET PT-SEND-FAILED TO TRUE
              SET PT-EOF TO TRUE
              GO TO RESEND-FEED-REC-EXIT.

           IF PT-REC-TYPE = 'G' THEN
              PERFORM WRITE-FEED-GROUP
           ELSE
              PERFORM WRITE-FEED-DETAIL
           END-IF.
           IF PT-SEND-FAILED THEN
              SET PT-EOF TO TRUE
           END-IF.

       RESEND-FEED-REC-EXIT.
           EXIT.

       SET-FEED-FILENAME.
           MOVE SPACES TO WS-PRTNFD-FILENAME.
           STRING 'PRTNFD.' DELIMITED BY SIZE
                PT-PARTNER-ID DELIMITED BY SPACE
                '.S' DELIMITED BY SIZE
                PT-SEQ-NO DELIMITED BY SIZE
                INTO WS-PRTNFD-FILENAME.

       WRITE-FEED-HEADER.
           MOVE PT-PARTNER-ID TO PF-HDR-PARTNER.
           MOVE PT-SEQ-NO TO PF-HDR-SEQ.
           ACCEPT PF-HDR-CRT-DATE FROM DATE YYYYMMDD.
           ACCEPT PF-HDR-CRT-TIME FROM TIME.
           OPEN OUTPUT O-PRTNFD-FILE.
           IF WS-PRTNFD-FILE-STATUS NOT = '00' THEN
              DISPLAY 'UNABLE TO OPEN ' WS-PRTNFD-FILENAME
                      ' - FILE STATUS ' WS-PRTNFD-FILE-STATUS
              SET PT-SEND-FAILED TO TRUE
           ELSE
              WRITE O-PRTNFD-REC FROM PF-HDR-REC
              CLOSE O-PRTNFD-FILE
           END-IF.

       WRITE-FEED-DETAIL.
           MOVE PT-REC-TYPE TO PF-DTL-ACTION.
           MOVE PT-PROD-NM TO PF-DTL-PROD-NM.
           MOVE PT-PROD-GR TO PF-DTL-PROD-GR.
           MOVE PT-PREV-DAY-P TO PF-DTL-PREV-DAY.
           MOVE PT-LATEST-P TO PF-DTL-LATEST.
           MOVE PT-END-OF-MNTH-P TO PF-DTL-END-MNTH.
           MOVE PT-VOLUME TO PF-DTL-VOLUME.
           MOVE PT-CURR-CD TO PF-DTL-CURR.

           ADD 1 TO PT-DTL-CNT.
           ADD PT-PREV-DAY-P TO PT-HASH-TOTAL.
           ADD PT-LATEST-P TO PT-HASH-TOTAL.
           ADD PT-END-OF-MNTH-P TO PT-HASH-TOTAL.

           OPEN EXTEND O-PRTNFD-FILE.
           WRITE O-PRTNFD-REC FROM PF-DTL-REC.
           CLOSE O-PRTNFD-FILE.

       WRITE-FEED-GROUP.
           DIVIDE PT-AVG-KEY BY 1000 GIVING PT-RUN-DATE
                  REMAINDER PT-RUN-SEQ.
           MOVE PT-PROD-GR TO PF-GRP-NM.
           MOVE PT-RUN-DATE TO PF-GRP-RUN-DATE.
           MOVE PT-RUN-SEQ TO PF-GRP-RUN-SEQ.
           MOVE PT-REC-CNT TO PF-GRP-REC-CNT.
           MOVE PT-PREV-DAY-AVG TO PF-GRP-PREV-AVG.
           MOVE PT-LATEST-AVG TO PF-GRP-LATEST-AVG.
           MOVE PT-END-OF-MNTH-AVG TO PF-GRP-EOM-AVG.

           ADD 1 TO PT-GRP-CNT.
           ADD PT-LATEST-AVG TO PT-HASH-TOTAL.

           OPEN EXTEND O-PRTNFD-FILE.
           WRITE O-PRTNFD-REC FROM PF-GRP-REC.
           CLOSE O-PRTNFD-FILE.

       WRITE-FEED-TRAILER.
           MOVE PT-PARTNER-ID TO PF-TRL-PARTNER.
           MOVE PT-SEQ-NO TO PF-TRL-SEQ.
           COMPUTE PF-TRL-REC-CNT = PT-DTL-CNT + PT-GRP-CNT.
           MOVE PT-DTL-CNT TO PF-TRL-PROD-CNT.
           MOVE PT-GRP-CNT TO PF-TRL-GRP-CNT.
           MOVE PT-HASH-TOTAL TO PF-TRL-HASH.
           OPEN EXTEND O-PRTNFD-FILE.
           IF WS-PRTNFD-FILE-STATUS NOT = '00' THEN
              DISPLAY 'UNABLE TO REOPEN ' WS-PRTNFD-FILENAME
                      ' - FILE STATUS ' WS-PRTNFD-FILE-STATUS
              SET PT-SEND-FAILED TO TRUE
           ELSE
              WRITE O-PRTNFD-REC FROM PF-TRL-REC
              CLOSE O-PRTNFD-FILE
           END-IF.

       WRITE-AUDIT-REC.
           MOVE SPACES TO O-AUDIT-REC.
           MOVE 'PRTNFEED' TO AUD-PROGRAM.
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
