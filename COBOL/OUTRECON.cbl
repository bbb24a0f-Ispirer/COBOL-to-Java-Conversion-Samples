       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTRECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT O-AUDIT-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT I-AVREP-FILE
               ASSIGN TO DYNAMIC WS-AVREP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-AVREP-FILE-STATUS.

           SELECT I-AVREPCSV-FILE
               ASSIGN TO DYNAMIC WS-AVREPCSV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-AVCSV-FILE-STATUS.

           SELECT I-WHEXT-FILE ASSIGN TO 'WHEXTRCT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-WHEXT-FILE-STATUS.

           SELECT O-RECON-FILE ASSIGN TO 'OUTRCNRP'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT O-ALERT-FILE ASSIGN TO 'ALERTS'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD O-AUDIT-FILE.
           COPY "AUDITREC".

           FD I-AVREP-FILE.
           01 I-AVREP-REC           PIC X(200).

           FD I-AVREPCSV-FILE.
           01 I-AVREPCSV-REC        PIC X(160).

           FD I-WHEXT-FILE.
           01 I-WHEXT-REC           PIC X(80).

           FD O-RECON-FILE.
           01 O-RECON-REC           PIC X(160).

           FD O-ALERT-FILE.
           COPY "ALERTR".

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

             01 USERNAME PIC X(10) VARYING.
             01 PASSWD   PIC X(10) VARYING.
             01 DBNAME   PIC X(10) VARYING.

             01 XR-RUN-DATE          PIC X(8).
             01 XR-RUN-SEQ           PIC 9(3).
             01 XR-PUB-SEQ           PIC 9(3).
             01 XR-GRP-NM            PIC X(20).
             01 XR-REC-CNT           PIC 9(5).
             01 XR-PREV-DAY-AVG      PIC 9(10)V9(6).
             01 XR-LATEST-AVG        PIC 9(10)V9(4).
             01 XR-END-OF-MNTH-AVG   PIC 9(10)V9(8).
             01 XR-BASKET-ID         PIC X(10).
             01 XR-MEMBER-CNT        PIC 9(3).
             01 XR-PREV-VAL          PIC 9(12)V9(4).
             01 XR-LATEST-VAL        PIC 9(12)V9(4).
             01 XR-EOM-VAL           PIC 9(12)V9(4).
             01 XR-HIST-CNT          PIC 9(9).
             01 XR-HIST-HASH         PIC 9(15)V9(3).

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "BUSCALR".
           COPY "ENTCTXR".

           01 AUD-EVENT-WS         PIC X(8).
           01 AUD-ROWCOUNT-WS      PIC 9(7) VALUE 0.
           01 AUD-MESSAGE-WS       PIC X(40) VALUE SPACES.

           01 WS-AVREP-FILENAME    PIC X(20).
           01 WS-AVREP-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-AVREPCSV-FILENAME PIC X(20) VALUE 'AVREPCSV'.
           01 WS-AVCSV-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-WHEXT-FILE-STATUS PIC X(02) VALUE SPACES.

           01 XR-EOF-WS            PIC X(02) VALUE SPACES.
               88 XR-EOF           VALUE HIGH-VALUES.

           01 XR-AVREP-SW          PIC X(01) VALUE 'N'.
               88 AVREP-PRESENT    VALUE 'Y'.
           01 XR-END-SEEN-SW       PIC X(01) VALUE 'N'.
               88 AVREP-END-SEEN   VALUE 'Y'.
           01 XR-SECTION-WS        PIC X(01) VALUE 'G'.
               88 XR-IN-GROUPS     VALUE 'G'.
               88 XR-IN-BASKETS    VALUE 'B'.
           01 XR-END-CNT-X         PIC X(7).
           01 XR-END-CNT REDEFINES XR-END-CNT-X PIC 9(7).

           01 XR-AVREP-LINE.
              05 XR-AVREP-GRP.
                 COPY "AVGRPR" REPLACING ==(*)== BY ==R==.
              05 FILLER            PIC X(13).

           01 XR-GRP-TABLE.
              05 XR-GRP-CNT        PIC 9(3) VALUE 0.
              05 XR-GRP-ENTRY OCCURS 200 TIMES
                   INDEXED BY XR-GRP-INX.
                 10 XR-G-NM        PIC X(20).
                 10 XR-G-KEY       PIC X(20).
                 10 XR-G-CNT       PIC 9(5).
                 10 XR-G-PREV      PIC 9(10)V9(6).
                 10 XR-G-LATEST    PIC 9(10)V9(4).
                 10 XR-G-EOM       PIC 9(10)V9(8).
                 10 XR-G-CSV-SW    PIC X(1).
                 10 XR-G-DB-SW     PIC X(1).
                 10 XR-G-HELD-SW   PIC X(1).
           01 XR-GRP-MAX           PIC 9(3) VALUE 200.

           01 XR-BSK-TABLE.
              05 XR-BSK-CNT        PIC 9(3) VALUE 0.
              05 XR-BSK-ENTRY OCCURS 50 TIMES
                   INDEXED BY XR-BSK-INX.
                 10 XR-B-ID        PIC X(10).
                 10 XR-B-MCNT      PIC 9(3).
                 10 XR-B-PREV      PIC 9(12)V9(4).
                 10 XR-B-LATEST    PIC 9(12)V9(4).
                 10 XR-B-EOM       PIC 9(12)V9(4).
                 10 XR-B-DB-SW     PIC X(1).

           01 XR-BSK-PARSE.
              05 XB-ID             PIC X(10).
              05 XB-MCNT-X         PIC X(3).
              05 XB-MCNT REDEFINES XB-MCNT-X PIC 9(3).
              05 XB-MISS-X         PIC X(3).
              05 XB-PREV-X         PIC X(16).
              05 XB-PREV REDEFINES XB-PREV-X PIC 9(12)V9(4).
              05 XB-LATEST-X       PIC X(16).
              05 XB-LATEST REDEFINES XB-LATEST-X PIC 9(12)V9(4).
              05 XB-EOM-X          PIC X(16).
              05 XB-EOM REDEFINES XB-EOM-X PIC 9(12)V9(4).

           01 XR-CSV-PARSE.
              05 XC-GRP-NM         PIC X(20).
              05 XC-CNT-X          PIC X(5).
              05 XC-CNT REDEFINES XC-CNT-X PIC 9(5).
              05 XC-PREV-X         PIC X(16).
              05 XC-PREV REDEFINES XC-PREV-X PIC 9(10)V9(6).
              05 XC-LATEST-X       PIC X(14).
              05 XC-LATEST REDEFINES XC-LATEST-X PIC 9(10)V9(4).
              05 XC-EOM-X          PIC X(18).
              05 XC-EOM REDEFINES XC-EOM-X PIC 9(10)V9(8).

           01 XR-WHEXT-DTL.
              05 XW-TYPE           PIC X(1).
              05 XW-PROD-NM        PIC X(10).
              05 XW-PROD-GR        PIC X(20).
              05 XW-PREV-DAY       PIC 9(5)V9(3).
              05 XW-LATEST         PIC 9(5)V9(3).
              05 XW-END-MNTH       PIC 9(5)V9(3).
              05 FILLER            PIC X(25).
           01 XR-WHEXT-TRL REDEFINES XR-WHEXT-DTL.
              05 FILLER            PIC X(1).
              05 XW-TRL-REC-CNT    PIC 9(9).
              05 XW-TRL-HASH       PIC 9(15)V9(3).
              05 FILLER            PIC X(52).

           01 XR-WH-DTL-CNT        PIC 9(9) VALUE 0.
           01 XR-WH-DTL-HASH       PIC 9(15)V9(3) VALUE 0.
           01 XR-WH-TRL-CNT        PIC 9(9) VALUE 0.
           01 XR-WH-TRL-HASH       PIC 9(15)V9(3) VALUE 0.
           01 XR-WH-TRL-SW         PIC X(01) VALUE 'N'.
               88 WH-TRAILER-SEEN  VALUE 'Y'.

           01 XR-CHK-NAME-WS       PIC X(18).
           01 XR-CHK-SRC-A         PIC X(16).
           01 XR-CHK-SRC-B         PIC X(16).
           01 XR-CHK-RESULT        PIC X(7).
           01 XR-CHK-BREAKS        PIC 9(5).
           01 XR-A-ITEMS           PIC 9(9).
           01 XR-B-ITEMS           PIC 9(9).
           01 XR-A-RECS            PIC 9(9).
           01 XR-B-RECS            PIC 9(9).
           01 XR-A-HASH            PIC 9(14)V9(4).
           01 XR-B-HASH            PIC 9(14)V9(4).

           01 XR-CHECK-TABLE.
              05 XR-CHK-CNT        PIC 9(2) VALUE 0.
              05 XR-CHK-ENTRY OCCURS 10 TIMES.
                 10 XR-K-NAME      PIC X(18).
                 10 XR-K-SRC-A     PIC X(16).
                 10 XR-K-SRC-B     PIC X(16).
                 10 XR-K-A-ITEMS   PIC 9(9).
                 10 XR-K-B-ITEMS   PIC 9(9).
                 10 XR-K-A-RECS    PIC 9(9).
                 10 XR-K-B-RECS    PIC 9(9).
                 10 XR-K-A-HASH    PIC 9(14)V9(4).
                 10 XR-K-B-HASH    PIC 9(14)V9(4).
                 10 XR-K-BREAKS    PIC 9(5).
                 10 XR-K-RESULT    PIC X(7).
           01 XR-CHK-SUB           PIC 9(2) COMP.

           01 XR-BREAK-TABLE.
              05 XR-BRK-LINE       PIC X(100) OCCURS 25 TIMES.
           01 XR-BRK-KEPT          PIC 9(3) VALUE 0.
           01 XR-BRK-MARK          PIC 9(3) VALUE 0.
           01 XR-BRK-SUB           PIC 9(3) COMP.
           01 XR-BREAK-TOT         PIC 9(5) VALUE 0.
           01 XR-BREAK-MSG-WS      PIC X(100).
           01 XR-HELD-CNT          PIC 9(5) VALUE 0.

           01 XR-ED-ITEMS          PIC ZZZZZZZZ9.
           01 XR-ED-ITEMS-B        PIC ZZZZZZZZ9.
           01 XR-ED-RECS           PIC ZZZZZZZZ9.
           01 XR-ED-RECS-B         PIC ZZZZZZZZ9.
           01 XR-ED-HASH           PIC ZZZZZZZZZZZZZ9.9999.
           01 XR-ED-HASH-B         PIC ZZZZZZZZZZZZZ9.9999.
           01 XR-ED-BREAKS         PIC ZZZZ9.

           01 ALERT-DATE-WS        PIC 9(8).
           01 ALERT-TIME-WS        PIC 9(8).

           01 WS-CONN-TEXT         PIC X(80).
           01 WS-CONN-LEN          PIC S9(4) COMP.

       LINKAGE SECTION.
          01 LS-CONN-PARM.
             05 LS-CONN-PARM-LEN     PIC S9(4) COMP.
             05 LS-CONN-PARM-TEXT    PIC X(80).

       PROCEDURE DIVISION USING LS-CONN-PARM.
       DISPLAY 'CROSS-OUTPUT RECONCILIATION PROOF'.

       ACCEPT BC-WALL-DATE FROM DATE YYYYMMDD.

       CALL 'BUSCAL' USING BUSCAL-PARM.

       MOVE 'START' TO AUD-EVENT-WS.
       MOVE 'OUTRECON RUN STARTED' TO AUD-MESSAGE-WS.
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
          MOVE 'ERROR' TO AUD-EVENT-WS
          MOVE 'UNABLE TO CONNECT TO DATABASE' TO AUD-MESSAGE-WS
          PERFORM WRITE-AUDIT-REC
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF.

       MOVE BC-BUS-DATE TO XR-RUN-DATE.

       MOVE 'S' TO EC-MODE.
       MOVE 'MAIN' TO EC-ENTITY-CD.
       MOVE SPACES TO EC-BASE-CURR.
       CALL 'ENTCTX' USING ENTCTX-PARM.
       MOVE 'G' TO EC-MODE.
       MOVE 'AVREPCSV' TO EC-DD-NAME.
       CALL 'ENTCTX' USING ENTCTX-PARM.
       MOVE EC-FILE-NAME TO WS-AVREPCSV-FILENAME.

       PERFORM LOAD-AVREP THRU LOAD-AVREP-EXIT.
       PERFORM CHECK-AVREPCSV THRU CHECK-AVREPCSV-EXIT.
       PERFORM CHECK-GROUP-PRICE-AVG THRU CHECK-GROUP-PRICE-AVG-EXIT.
       PERFORM CHECK-BASKET-VALUES THRU CHECK-BASKET-VALUES-EXIT.
       PERFORM CHECK-WAREHOUSE-EXTRACT
          THRU CHECK-WAREHOUSE-EXTRACT-EXIT.

       PERFORM WRITE-PROOF-REPORT.

       IF XR-BREAK-TOT > 0 THEN
          DISPLAY 'RECONCILIATION BREAKS: ' XR-BREAK-TOT
                  ' - SEE OUTRCNRP. REPORT DISTRIBUTION IS HELD.'
          PERFORM WRITE-ALERT-REC
          MOVE 'ERROR' TO AUD-EVENT-WS
          MOVE 'OUTPUTS DO NOT RECONCILE' TO AUD-MESSAGE-WS
          MOVE XR-BREAK-TOT TO AUD-ROWCOUNT-WS
          PERFORM WRITE-AUDIT-REC
          MOVE 8 TO RETURN-CODE
       ELSE
          DISPLAY 'ALL OUTPUTS RECONCILE FOR BUSINESS DATE '
                  XR-RUN-DATE '.'
       END-IF.

       MOVE 'END' TO AUD-EVENT-WS.
       MOVE 'OUTRECON RUN COMPLETED' TO AUD-MESSAGE-WS.
       MOVE XR-CHK-CNT TO AUD-ROWCOUNT-WS.
       PERFORM WRITE-AUDIT-REC.

       STOP RUN.

       LOAD-AVREP.
           MOVE SPACES TO WS-AVREP-FILENAME.
           STRING 'AVREP.' DELIMITED BY SIZE
                XR-RUN-DATE DELIMITED BY SIZE
                INTO WS-AVREP-FILENAME.
           PERFORM START-CHECK.
           MOVE 'AVREP COMPLETE' TO XR-CHK-NAME-WS.
           MOVE 'AVREP LINES' TO XR-CHK-SRC-A.
           MOVE 'END OF REPORT' TO XR-CHK-SRC-B.

           OPEN INPUT I-AVREP-FILE.
           IF WS-AVREP-FILE-STATUS NOT = '00' THEN
              MOVE SPACES TO XR-BREAK-MSG-WS
              STRING WS-AVREP-FILENAME DELIMITED BY SPACE
                   ' NOT FOUND - NO GROUP AVERAGE REPORT TONIGHT'
                   DELIMITED BY SIZE
                   INTO XR-BREAK-MSG-WS
              PERFORM NOTE-BREAK
              PERFORM ADD-CHECK-RESULT
              GO TO LOAD-AVREP-EXIT
           END-IF.
           SET AVREP-PRESENT TO TRUE.

           MOVE 'G' TO XR-SECTION-WS.
           MOVE SPACES TO XR-EOF-WS.
           PERFORM LOAD-AVREP-REC THRU LOAD-AVREP-REC-EXIT
                   UNTIL XR-EOF.
           CLOSE I-AVREP-FILE.

           MOVE XR-GRP-CNT TO XR-A-ITEMS.
           IF NOT AVREP-END-SEEN THEN
              MOVE SPACES TO XR-BREAK-MSG-WS
              STRING WS-AVREP-FILENAME DELIMITED BY SPACE
                   ' HAS NO END-OF-REPORT LINE - FILE INCOMPLETE'
                   DELIMITED BY SIZE
                   INTO XR-BREAK-MSG-WS
              PERFORM NOTE-BREAK
           ELSE
              MOVE XR-END-CNT TO XR-B-ITEMS
              IF XR-END-CNT NOT = XR-GRP-CNT THEN
                 MOVE SPACES TO XR-BREAK-MSG-WS
                 STRING WS-AVREP-FILENAME DELIMITED BY SPACE
                      ' GROUP LINES DO NOT MATCH ITS END-OF-REPORT '
                      DELIMITED BY SIZE
                      'COUNT' DELIMITED BY SIZE
                      INTO XR-BREAK-MSG-WS
                 PERFORM NOTE-BREAK
              END-IF
           END-IF.
           PERFORM ADD-CHECK-RESULT.

       LOAD-AVREP-EXIT.
           EXIT.

       LOAD-AVREP-REC.
           READ I-AVREP-FILE
              AT END
                 SET XR-EOF TO TRUE
                 GO TO LOAD-AVREP-REC-EXIT
           END-READ.

           IF I-AVREP-REC(1:20) = '*** END OF REPORT - ' THEN
              MOVE I-AVREP-REC(21:7) TO XR-END-CNT-X
              INSPECT XR-END-CNT-X REPLACING LEADING SPACE BY ZERO
              IF XR-END-CNT-X IS NUMERIC THEN
                 SET AVREP-END-SEEN TO TRUE
              END-IF
              GO TO LOAD-AVREP-REC-EXIT
           END-IF.
           IF I-AVREP-REC(1:20) = '* BASKET VALUATION *' THEN
              MOVE 'B' TO XR-SECTION-WS
              GO TO LOAD-AVREP-REC-EXIT
           END-IF.
           IF I-AVREP-REC(1:2) = '* ' THEN
              MOVE 'O' TO XR-SECTION-WS
              GO TO LOAD-AVREP-REC-EXIT
           END-IF.

           IF XR-IN-GROUPS THEN
              IF I-AVREP-REC(1:1) = '|' AND
                 I-AVREP-REC(22:1) = '|' AND
                 I-AVREP-REC(23:5) IS NUMERIC AND
                 I-AVREP-REC(28:1) = '|' THEN
                 PERFORM LOAD-AVREP-GROUP THRU LOAD-AVREP-GROUP-EXIT
              END-IF
           ELSE IF XR-IN-BASKETS THEN
              IF I-AVREP-REC(1:2) = '| ' AND
                 I-AVREP-REC(1:9) NOT = '| BASKET ' AND
                 I-AVREP-REC(1:8) NOT = '| GROUP ' AND
                 I-AVREP-REC(1:10) NOT = '| MAX END ' THEN
                 PERFORM LOAD-AVREP-BASKET
                    THRU LOAD-AVREP-BASKET-EXIT
              END-IF
           END-IF.

       LOAD-AVREP-REC-EXIT.
           EXIT.

       LOAD-AVREP-GROUP.
           MOVE I-AVREP-REC TO XR-AVREP-LINE.
           IF R-WS-PREV-DAY-P-AV IS NOT NUMERIC OR
              R-WS-LATEST-P-AV IS NOT NUMERIC OR
              R-WS-END-OF-MNTH-P-AV IS NOT NUMERIC THEN
              MOVE SPACES TO XR-BREAK-MSG-WS
              STRING 'AVREP LINE FOR GROUP ' DELIMITED BY SIZE
                   R-GRPNM DELIMITED BY SPACE
                   ' IS UNREADABLE' DELIMITED BY SIZE
                   INTO XR-BREAK-MSG-WS
              PERFORM NOTE-BREAK
              GO TO LOAD-AVREP-GROUP-EXIT
           END-IF.
           IF XR-GRP-CNT = XR-GRP-MAX THEN
              DISPLAY 'MORE THAN ' XR-GRP-MAX ' AVREP GROUPS - '
                      R-GRPNM ' AND LATER NOT RECONCILED.'
              GO TO LOAD-AVREP-GROUP-EXIT
           END-IF.
           ADD 1 TO XR-GRP-CNT.
           SET XR-GRP-INX TO XR-GRP-CNT.
           MOVE R-GRPNM TO XR-G-NM(XR-GRP-INX).
           MOVE SPACES TO XR-G-KEY(XR-GRP-INX).
           UNSTRING R-GRPNM DELIMITED BY SPACE
              INTO XR-G-KEY(XR-GRP-INX)
           END-UNSTRING.
           MOVE R-GRP-REC-NM TO XR-G-CNT(XR-GRP-INX).
           MOVE R-WS-PREV-DAY-P-AV TO XR-G-PREV(XR-GRP-INX).
           MOVE R-WS-LATEST-P-AV TO XR-G-LATEST(XR-GRP-INX).
           MOVE R-WS-END-OF-MNTH-P-AV TO XR-G-EOM(XR-GRP-INX).
           MOVE 'N' TO XR-G-CSV-SW(XR-GRP-INX).
           MOVE 'N' TO XR-G-DB-SW(XR-GRP-INX).
           MOVE 'N' TO XR-G-HELD-SW(XR-GRP-INX).

       LOAD-AVREP-GROUP-EXIT.
           EXIT.

       LOAD-AVREP-BASKET.
           MOVE SPACES TO XR-BSK-PARSE.
           UNSTRING I-AVREP-REC(3:198)
              DELIMITED BY ' | ' OR ' |'
              INTO XB-ID XB-MCNT-X XB-MISS-X XB-PREV-X
                   XB-LATEST-X XB-EOM-X
           END-UNSTRING.
           IF XB-MCNT-X IS NOT NUMERIC OR
              XB-PREV-X IS NOT NUMERIC OR
              XB-LATEST-X IS NOT NUMERIC OR
              XB-EOM-X IS NOT NUMERIC THEN
              GO TO LOAD-AVREP-BASKET-EXIT
           END-IF.
           IF XR-BSK-CNT = 50 THEN
              DISPLAY 'MORE THAN 50 AVREP BASKETS - ' XB-ID
                      ' AND LATER NOT RECONCILED.'
              GO TO LOAD-AVREP-BASKET-EXIT
           END-IF.
           ADD 1 TO XR-BSK-CNT.
           SET XR-BSK-INX TO XR-BSK-CNT.
           MOVE XB-ID TO XR-B-ID(XR-BSK-INX).
           MOVE XB-MCNT TO XR-B-MCNT(XR-BSK-INX).
           MOVE XB-PREV TO XR-B-PREV(XR-BSK-INX).
           MOVE XB-LATEST TO XR-B-LATEST(XR-BSK-INX).
           MOVE XB-EOM TO XR-B-EOM(XR-BSK-INX).
           MOVE 'N' TO XR-B-DB-SW(XR-BSK-INX).

       LOAD-AVREP-BASKET-EXIT.
           EXIT.

       CHECK-AVREPCSV.
           PERFORM START-CHECK.
           MOVE 'AVREPCSV GROUPS' TO XR-CHK-NAME-WS.
           MOVE 'AVREPCSV' TO XR-CHK-SRC-A.
           MOVE 'AVREP' TO XR-CHK-SRC-B.
           IF NOT AVREP-PRESENT THEN
              MOVE 'NOT RUN' TO XR-CHK-RESULT
              PERFORM ADD-CHECK-RESULT
              GO TO CHECK-AVREPCSV-EXIT
           END-IF.

           OPEN INPUT I-AVREPCSV-FILE.
           IF WS-AVCSV-FILE-STATUS NOT = '00' THEN
              MOVE 'AVREPCSV NOT FOUND - NO CSV AVERAGES TONIGHT' TO
                   XR-BREAK-MSG-WS
              PERFORM NOTE-BREAK
              PERFORM ADD-CHECK-RESULT
              GO TO CHECK-AVREPCSV-EXIT
           END-IF.
           MOVE SPACES TO XR-EOF-WS.
           PERFORM CHECK-AVREPCSV-REC THRU CHECK-AVREPCSV-REC-EXIT
                   UNTIL XR-EOF.
           CLOSE I-AVREPCSV-FILE.

           PERFORM CHECK-CSV-MISSING-GROUP
               VARYING XR-GRP-INX FROM 1 BY 1
               UNTIL XR-GRP-INX > XR-GRP-CNT.
           PERFORM ADD-CHECK-RESULT.

       CHECK-AVREPCSV-EXIT.
           EXIT.

       CHECK-AVREPCSV-REC.
           READ I-AVREPCSV-FILE
              AT END
                 SET XR-EOF TO TRUE
                 GO TO CHECK-AVREPCSV-REC-EXIT
           END-READ.
           IF I-AVREPCSV-REC(1:10) = 'GROUP,NUM,' THEN
              PERFORM RESET-AVREPCSV-CHECK
              GO TO CHECK-AVREPCSV-REC-EXIT
           END-IF.
           IF I-AVREPCSV-REC = SPACES THEN
              GO TO CHECK-AVREPCSV-REC-EXIT
           END-IF.

           MOVE SPACES TO XR-CSV-PARSE.
           UNSTRING I-AVREPCSV-REC DELIMITED BY ','
              INTO XC-GRP-NM XC-CNT-X XC-PREV-X XC-LATEST-X XC-EOM-X
           END-UNSTRING.
           ADD 1 TO XR-A-ITEMS.
           IF XC-CNT-X IS NOT NUMERIC OR
              XC-PREV-X IS NOT NUMERIC OR
              XC-LATEST-X IS NOT NUMERIC OR
              XC-EOM-X IS NOT NUMERIC THEN
              MOVE SPACES TO XR-BREAK-MSG-WS
              STRING 'AVREPCSV LINE FOR GROUP ' DELIMITED BY SIZE
                   XC-GRP-NM DELIMITED BY SPACE
                   ' IS UNREADABLE' DELIMITED BY SIZE
                   INTO XR-BREAK-MSG-WS
              PERFORM NOTE-BREAK
              GO TO CHECK-AVREPCSV-REC-EXIT
           END-IF.
           ADD XC-CNT TO XR-A-RECS.
           ADD XC-LATEST TO XR-A-HASH.

           SET XR-GRP-INX TO 1.
           SEARCH XR-GRP-ENTRY
              AT END
                 MOVE SPACES TO XR-BREAK-MSG-WS
                 STRING 'AVREPCSV GROUP ' DELIMITED BY SIZE
                      XC-GRP-NM DELIMITED BY SPACE
                      ' IS NOT IN AVREP' DELIMITED BY SIZE
                      INTO XR-BREAK-MSG-WS
                 PERFORM NOTE-BREAK
              WHEN XR-GRP-INX > XR-GRP-CNT
                 MOVE SPACES TO XR-BREAK-MSG-WS
                 STRING 'AVREPCSV GROUP ' DELIMITED BY SIZE
                      XC-GRP-NM DELIMITED BY SPACE
                      ' IS NOT IN AVREP' DELIMITED BY SIZE
                      INTO XR-BREAK-MSG-WS
                 PERFORM NOTE-BREAK
              WHEN XR-G-KEY(XR-GRP-INX) = XC-GRP-NM
                 MOVE 'Y' TO XR-G-CSV-SW(XR-GRP-INX)
                 IF XC-CNT NOT = XR-G-CNT(XR-GRP-INX) OR
                    XC-PREV NOT = XR-G-PREV(XR-GRP-INX) OR
                    XC-LATEST NOT = XR-G-LATEST(XR-GRP-INX) OR
                    XC-EOM NOT = XR-G-EOM(XR-GRP-INX) THEN
                    MOVE SPACES TO XR-BREAK-MSG-WS
                    STRING 'AVREPCSV GROUP ' DELIMITED BY SIZE
                         XC-GRP-NM DELIMITED BY SPACE
                         ' COUNT OR AVERAGES DIFFER FROM AVREP'
                         DELIMITED BY SIZE
                         INTO XR-BREAK-MSG-WS
                    PERFORM NOTE-BREAK
                 END-IF
           END-SEARCH.

       CHECK-AVREPCSV-REC-EXIT.
           EXIT.

       RESET-AVREPCSV-CHECK.
           SUBTRACT XR-CHK-BREAKS FROM XR-BREAK-TOT.
           MOVE 0 TO XR-CHK-BREAKS XR-A-ITEMS XR-A-RECS XR-A-HASH.
           MOVE XR-BRK-MARK TO XR-BRK-KEPT.
           PERFORM RESET-CSV-SEEN
               VARYING XR-GRP-INX FROM 1 BY 1
               UNTIL XR-GRP-INX > XR-GRP-CNT.

       RESET-CSV-SEEN.
           MOVE 'N' TO XR-G-CSV-SW(XR-GRP-INX).

       CHECK-CSV-MISSING-GROUP.
           ADD 1 TO XR-B-ITEMS.
           ADD XR-G-CNT(XR-GRP-INX) TO XR-B-RECS.
           ADD XR-G-LATEST(XR-GRP-INX) TO XR-B-HASH.
           IF XR-G-CSV-SW(XR-GRP-INX) NOT = 'Y' THEN
              MOVE SPACES TO XR-BREAK-MSG-WS
              STRING 'AVREP GROUP ' DELIMITED BY SIZE
                   XR-G-NM(XR-GRP-INX) DELIMITED BY SPACE
                   ' IS MISSING FROM AVREPCSV' DELIMITED BY SIZE
                   INTO XR-BREAK-MSG-WS
              PERFORM NOTE-BREAK
           END-IF.

       CHECK-GROUP-PRICE-AVG.
           PERFORM START-CHECK.
           MOVE 'PUBLISHED AVERAGES' TO XR-CHK-NAME-WS.
           MOVE 'GROUP_PRICE_AVG' TO XR-CHK-SRC-A.
           MOVE 'AVREP' TO XR-CHK-SRC-B.
           IF NOT AVREP-PRESENT THEN
              MOVE 'NOT RUN' TO XR-CHK-RESULT
              PERFORM ADD-CHECK-RESULT
              GO TO CHECK-GROUP-PRICE-AVG-EXIT
           END-IF.

           MOVE 0 TO XR-RUN-SEQ.
           EXEC SQL
              SELECT NVL(MAX(NVL(RUN_SEQ, 1)), 0)
              INTO :XR-RUN-SEQ
              FROM GROUP_PRICE_AVG
              WHERE RUN_DATE = TO_DATE(:XR-RUN-DATE, 'YYYYMMDD')
                AND NVL(CURR_FLAG, 'Y') = 'Y'
                AND NVL(ENTITY_CD, 'MAIN') = 'MAIN'
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              MOVE 0 TO XR-RUN-SEQ
           END-IF.
           MOVE 0 TO XR-PUB-SEQ.
           EXEC SQL
              SELECT NVL(MAX(RUN_SEQ), 0)
              INTO :XR-PUB-SEQ
              FROM GROUP_PUB_STATUS
              WHERE RUN_DATE = TO_DATE(:XR-RUN-DATE, 'YYYYMMDD')
                AND GRP_NM IN
                   (SELECT PROD_GR FROM PROD
                    WHERE NVL(ENTITY_CD, 'MAIN') = 'MAIN')
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              MOVE 0 TO XR-PUB-SEQ
           END-IF.
           IF XR-PUB-SEQ > XR-RUN-SEQ THEN
              MOVE XR-PUB-SEQ TO XR-RUN-SEQ
           END-IF.

           EXEC SQL
              DECLARE XRHELD-CUR CURSOR FOR
              SELECT GRP_NM
              FROM GROUP_PUB_STATUS
              WHERE RUN_DATE = TO_DATE(:XR-RUN-DATE, 'YYYYMMDD')
                AND RUN_SEQ = :XR-RUN-SEQ
                AND PUB_STATUS = 'H'
                AND GRP_NM IN
                   (SELECT PROD_GR FROM PROD
                    WHERE NVL(ENTITY_CD, 'MAIN') = 'MAIN')
           END-EXEC.
           EXEC SQL
              OPEN XRHELD-CUR
           END-EXEC.
           IF SQLCODE = 0 THEN
              MOVE SPACES TO XR-EOF-WS
              PERFORM MARK-HELD-GROUP THRU MARK-HELD-GROUP-EXIT
                      UNTIL XR-EOF
              EXEC SQL
                 CLOSE XRHELD-CUR
              END-EXEC
           END-IF.

           EXEC SQL
              DECLARE XRGPA-CUR CURSOR FOR
              SELECT GRP_NM, NVL(REC_CNT, 0), NVL(PREV_DAY_AVG, 0),
                     NVL(LATEST_AVG, 0), NVL(END_OF_MNTH_AVG, 0)
              FROM GROUP_PRICE_AVG
              WHERE RUN_DATE = TO_DATE(:XR-RUN-DATE, 'YYYYMMDD')
                AND NVL(RUN_SEQ, 1) = :XR-RUN-SEQ
                AND NVL(CURR_FLAG, 'Y') = 'Y'
                AND NVL(ENTITY_CD, 'MAIN') = 'MAIN'
              ORDER BY GRP_NM
           END-EXEC.
           EXEC SQL
              OPEN XRGPA-CUR
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO READ GROUP_PRICE_AVG!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE 'GROUP_PRICE_AVG COULD NOT BE READ' TO
                   XR-BREAK-MSG-WS
              PERFORM NOTE-BREAK
           ELSE
              MOVE SPACES TO XR-EOF-WS
              PERFORM CHECK-GROUP-PRICE-AVG-REC
                 THRU CHECK-GROUP-PRICE-AVG-REC-EXIT
                 UNTIL XR-EOF
              EXEC SQL
                 CLOSE XRGPA-CUR
              END-EXEC
           END-IF.

           PERFORM CHECK-UNPUBLISHED-GROUP
               VARYING XR-GRP-INX FROM 1 BY 1
               UNTIL XR-GRP-INX > XR-GRP-CNT.
           PERFORM ADD-CHECK-RESULT.

       CHECK-GROUP-PRICE-AVG-EXIT.
           EXIT.

       MARK-HELD-GROUP.
           EXEC SQL
              FETCH XRHELD-CUR
              INTO :XR-GRP-NM
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              SET XR-EOF TO TRUE
              GO TO MARK-HELD-GROUP-EXIT
           END-IF.
           SET XR-GRP-INX TO 1.
           SEARCH XR-GRP-ENTRY
              AT END
                 CONTINUE
              WHEN XR-GRP-INX > XR-GRP-CNT
                 CONTINUE
              WHEN XR-G-NM(XR-GRP-INX) = XR-GRP-NM
                 MOVE 'Y' TO XR-G-HELD-SW(XR-GRP-INX)
           END-SEARCH.

       MARK-HELD-GROUP-EXIT.
           EXIT.

       CHECK-GROUP-PRICE-AVG-REC.
           EXEC SQL
              FETCH XRGPA-CUR
              INTO :XR-GRP-NM, :XR-REC-CNT, :XR-PREV-DAY-AVG,
                   :XR-LATEST-AVG, :XR-END-OF-MNTH-AVG
           END-EXEC.
           IF SQLCODE = +1403 THEN
              SET XR-EOF TO TRUE
              GO TO CHECK-GROUP-PRICE-AVG-REC-EXIT
           ELSE IF SQLCODE <> 0 THEN
              DISPLAY 'ERROR! SQLCODE - ' SQLCODE
              MOVE 'GROUP_PRICE_AVG READ FAILED PART WAY' TO
                   XR-BREAK-MSG-WS
              PERFORM NOTE-BREAK
              SET XR-EOF TO TRUE
              GO TO CHECK-GROUP-PRICE-AVG-REC-EXIT.

           ADD 1 TO XR-A-ITEMS.
           ADD XR-REC-CNT TO XR-A-RECS.
           ADD XR-LATEST-AVG TO XR-A-HASH.

           SET XR-GRP-INX TO 1.
           SEARCH XR-GRP-ENTRY
              AT END
                 PERFORM NOTE-DB-GROUP-NOT-IN-AVREP
              WHEN XR-GRP-INX > XR-GRP-CNT
                 PERFORM NOTE-DB-GROUP-NOT-IN-AVREP
              WHEN XR-G-NM(XR-GRP-INX) = XR-GRP-NM
                 MOVE 'Y' TO XR-G-DB-SW(XR-GRP-INX)
                 IF XR-REC-CNT NOT = XR-G-CNT(XR-GRP-INX) OR
                    XR-PREV-DAY-AVG NOT = XR-G-PREV(XR-GRP-INX) OR
                    XR-LATEST-AVG NOT = XR-G-LATEST(XR-GRP-INX) OR
                    XR-END-OF-MNTH-AVG NOT = XR-G-EOM(XR-GRP-INX)
                    THEN
                    MOVE SPACES TO XR-BREAK-MSG-WS
                    STRING 'GROUP_PRICE_AVG GROUP ' DELIMITED BY SIZE
                         XR-GRP-NM DELIMITED BY SPACE
                         ' COUNT OR AVERAGES DIFFER FROM AVREP'
                         DELIMITED BY SIZE
                         INTO XR-BREAK-MSG-WS
                    PERFORM NOTE-BREAK
                 END-IF
           END-SEARCH.

       CHECK-GROUP-PRICE-AVG-REC-EXIT.
           EXIT.

       NOTE-DB-GROUP-NOT-IN-AVREP.
           MOVE SPACES TO XR-BREAK-MSG-WS.
           STRING 'GROUP_PRICE_AVG GROUP ' DELIMITED BY SIZE
                XR-GRP-NM DELIMITED BY SPACE
                ' IS NOT IN AVREP' DELIMITED BY SIZE
                INTO XR-BREAK-MSG-WS.
           PERFORM NOTE-BREAK.

       CHECK-UNPUBLISHED-GROUP.
           IF XR-G-CNT(XR-GRP-INX) > 0 THEN
              IF XR-G-HELD-SW(XR-GRP-INX) = 'Y' AND
                 XR-G-DB-SW(XR-GRP-INX) NOT = 'Y' THEN
                 ADD 1 TO XR-HELD-CNT
              ELSE
                 ADD 1 TO XR-B-ITEMS
                 ADD XR-G-CNT(XR-GRP-INX) TO XR-B-RECS
                 ADD XR-G-LATEST(XR-GRP-INX) TO XR-B-HASH
                 IF XR-G-DB-SW(XR-GRP-INX) NOT = 'Y' THEN
                    MOVE SPACES TO XR-BREAK-MSG-WS
                    STRING 'AVREP GROUP ' DELIMITED BY SIZE
                         XR-G-NM(XR-GRP-INX) DELIMITED BY SPACE
                         ' WAS NOT PUBLISHED TO GROUP_PRICE_AVG'
                         DELIMITED BY SIZE
                         INTO XR-BREAK-MSG-WS
                    PERFORM NOTE-BREAK
                 END-IF
              END-IF
           END-IF.

       CHECK-BASKET-VALUES.
           PERFORM START-CHECK.
           MOVE 'BASKET VALUES' TO XR-CHK-NAME-WS.
           MOVE 'BASKET_PRICE_VAL' TO XR-CHK-SRC-A.
           MOVE 'AVREP' TO XR-CHK-SRC-B.
           IF NOT AVREP-PRESENT THEN
              MOVE 'NOT RUN' TO XR-CHK-RESULT
              PERFORM ADD-CHECK-RESULT
              GO TO CHECK-BASKET-VALUES-EXIT
           END-IF.

           EXEC SQL
              DECLARE XRBSK-CUR CURSOR FOR
              SELECT BASKET_ID, NVL(MEMBER_CNT, 0),
                     NVL(PREV_DAY_VAL, 0), NVL(LATEST_VAL, 0),
                     NVL(END_OF_MNTH_VAL, 0)
              FROM BASKET_PRICE_VAL
              WHERE RUN_DATE = TO_DATE(:XR-RUN-DATE, 'YYYYMMDD')
              ORDER BY BASKET_ID
           END-EXEC.
           EXEC SQL
              OPEN XRBSK-CUR
           END-EXEC.
           IF SQLCODE = -942 THEN
              CONTINUE
           ELSE IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO READ BASKET_PRICE_VAL!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE 'BASKET_PRICE_VAL COULD NOT BE READ' TO
                   XR-BREAK-MSG-WS
              PERFORM NOTE-BREAK
           ELSE
              MOVE SPACES TO XR-EOF-WS
              PERFORM CHECK-BASKET-VALUE-REC
                 THRU CHECK-BASKET-VALUE-REC-EXIT
                 UNTIL XR-EOF
              EXEC SQL
                 CLOSE XRBSK-CUR
              END-EXEC
           END-IF.

           PERFORM CHECK-UNPUBLISHED-BASKET
               VARYING XR-BSK-INX FROM 1 BY 1
               UNTIL XR-BSK-INX > XR-BSK-CNT.
           IF XR-A-ITEMS = 0 AND XR-B-ITEMS = 0 AND
              XR-CHK-BREAKS = 0 THEN
              MOVE 'NO DATA' TO XR-CHK-RESULT
           END-IF.
           PERFORM ADD-CHECK-RESULT.

       CHECK-BASKET-VALUES-EXIT.
           EXIT.

       CHECK-BASKET-VALUE-REC.
           EXEC SQL
              FETCH XRBSK-CUR
              INTO :XR-BASKET-ID, :XR-MEMBER-CNT, :XR-PREV-VAL,
                   :XR-LATEST-VAL, :XR-EOM-VAL
           END-EXEC.
           IF SQLCODE = +1403 THEN
              SET XR-EOF TO TRUE
              GO TO CHECK-BASKET-VALUE-REC-EXIT
           ELSE IF SQLCODE <> 0 THEN
              DISPLAY 'ERROR! SQLCODE - ' SQLCODE
              MOVE 'BASKET_PRICE_VAL READ FAILED PART WAY' TO
                   XR-BREAK-MSG-WS
              PERFORM NOTE-BREAK
              SET XR-EOF TO TRUE
              GO TO CHECK-BASKET-VALUE-REC-EXIT.

           ADD 1 TO XR-A-ITEMS.
           ADD XR-MEMBER-CNT TO XR-A-RECS.
           ADD XR-LATEST-VAL TO XR-A-HASH.

           SET XR-BSK-INX TO 1.
           SEARCH XR-BSK-ENTRY
              AT END
                 PERFORM NOTE-DB-BASKET-NOT-IN-AVREP
              WHEN XR-BSK-INX > XR-BSK-CNT
                 PERFORM NOTE-DB-BASKET-NOT-IN-AVREP
              WHEN XR-B-ID(XR-BSK-INX) = XR-BASKET-ID
                 MOVE 'Y' TO XR-B-DB-SW(XR-BSK-INX)
                 IF XR-MEMBER-CNT NOT = XR-B-MCNT(XR-BSK-INX) OR
                    XR-PREV-VAL NOT = XR-B-PREV(XR-BSK-INX) OR
                    XR-LATEST-VAL NOT = XR-B-LATEST(XR-BSK-INX) OR
                    XR-EOM-VAL NOT = XR-B-EOM(XR-BSK-INX) THEN
                    MOVE SPACES TO XR-BREAK-MSG-WS
                    STRING 'BASKET_PRICE_VAL BASKET ' DELIMITED BY SIZE
                         XR-BASKET-ID DELIMITED BY SPACE
                         ' MEMBERS OR VALUES DIFFER FROM AVREP'
                         DELIMITED BY SIZE
                         INTO XR-BREAK-MSG-WS
                    PERFORM NOTE-BREAK
                 END-IF
           END-SEARCH.

       CHECK-BASKET-VALUE-REC-EXIT.
           EXIT.

       NOTE-DB-BASKET-NOT-IN-AVREP.
           MOVE SPACES TO XR-BREAK-MSG-WS.
           STRING 'BASKET_PRICE_VAL BASKET ' DELIMITED BY SIZE
                XR-BASKET-ID DELIMITED BY SPACE
                ' IS NOT IN AVREP' DELIMITED BY SIZE
                INTO XR-BREAK-MSG-WS.
           PERFORM NOTE-BREAK.

       CHECK-UNPUBLISHED-BASKET.
           ADD 1 TO XR-B-ITEMS.
           ADD XR-B-MCNT(XR-BSK-INX) TO XR-B-RECS.
           ADD XR-B-LATEST(XR-BSK-INX) TO XR-B-HASH.
           IF XR-B-DB-SW(XR-BSK-INX) NOT = 'Y' THEN
              MOVE SPACES TO XR-BREAK-MSG-WS
              STRING 'AVREP BASKET ' DELIMITED BY SIZE
                   XR-B-ID(XR-BSK-INX) DELIMITED BY SPACE
                   ' WAS NOT PUBLISHED TO BASKET_PRICE_VAL'
                   DELIMITED BY SIZE
                   INTO XR-BREAK-MSG-WS
              PERFORM NOTE-BREAK
           END-IF.

       CHECK-WAREHOUSE-EXTRACT.
           PERFORM START-CHECK.
           MOVE 'EXTRACT TRAILER' TO XR-CHK-NAME-WS.
           MOVE 'WHEXTRCT TRAILER' TO XR-CHK-SRC-A.
           MOVE 'WHEXTRCT DETAIL' TO XR-CHK-SRC-B.

           OPEN INPUT I-WHEXT-FILE.
           IF WS-WHEXT-FILE-STATUS NOT = '00' THEN
              MOVE 'WHEXTRCT NOT FOUND - NO WAREHOUSE EXTRACT TONIGHT'
                   TO XR-BREAK-MSG-WS
              PERFORM NOTE-BREAK
              PERFORM ADD-CHECK-RESULT
              GO TO CHECK-WAREHOUSE-EXTRACT-EXIT
           END-IF.
           MOVE SPACES TO XR-EOF-WS.
           PERFORM READ-WAREHOUSE-REC THRU READ-WAREHOUSE-REC-EXIT
                   UNTIL XR-EOF.
           CLOSE I-WHEXT-FILE.

           IF NOT WH-TRAILER-SEEN THEN
              MOVE 'WHEXTRCT HAS NO TRAILER - EXTRACT INCOMPLETE' TO
                   XR-BREAK-MSG-WS
              PERFORM NOTE-BREAK
              PERFORM ADD-CHECK-RESULT
              GO TO CHECK-WAREHOUSE-EXTRACT-EXIT
           END-IF.

           MOVE XR-WH-TRL-CNT TO XR-A-ITEMS XR-A-RECS.
           MOVE XR-WH-TRL-HASH TO XR-A-HASH.
           MOVE XR-WH-DTL-CNT TO XR-B-ITEMS XR-B-RECS.
           MOVE XR-WH-DTL-HASH TO XR-B-HASH.
           IF XR-WH-TRL-CNT NOT = XR-WH-DTL-CNT OR
              XR-WH-TRL-HASH NOT = XR-WH-DTL-HASH THEN
              MOVE SPACES TO XR-BREAK-MSG-WS
              STRING 'WHEXTRCT TRAILER COUNT OR HASH DISAGREES WITH '
                     DELIMITED BY SIZE
                     'ITS DETAIL RECORDS' DELIMITED BY SIZE
                     INTO XR-BREAK-MSG-WS
              PERFORM NOTE-BREAK
           END-IF.
           PERFORM ADD-CHECK-RESULT.

           PERFORM START-CHECK.
           MOVE 'EXTRACT VS TABLE' TO XR-CHK-NAME-WS.
           MOVE 'WHEXTRCT TRAILER' TO XR-CHK-SRC-A.
           MOVE 'PROD_PRICE_HIST' TO XR-CHK-SRC-B.
           MOVE XR-WH-TRL-CNT TO XR-A-ITEMS XR-A-RECS.
           MOVE XR-WH-TRL-HASH TO XR-A-HASH.
           EXEC SQL
              SELECT COUNT(*),
                     NVL(SUM(NVL(PREV_DAY_PRICE, 0) +
                             NVL(LATEST_PRICE, 0) +
                             NVL(END_OF_MNTH_PRICE, 0)), 0)
              INTO :XR-HIST-CNT, :XR-HIST-HASH
              FROM PROD_PRICE_HIST
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              DISPLAY 'UNABLE TO READ PROD_PRICE_HIST!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE 'PROD_PRICE_HIST COULD NOT BE READ' TO
                   XR-BREAK-MSG-WS
              PERFORM NOTE-BREAK
           ELSE
              MOVE XR-HIST-CNT TO XR-B-ITEMS XR-B-RECS
              MOVE XR-HIST-HASH TO XR-B-HASH
              IF XR-HIST-CNT NOT = XR-WH-TRL-CNT OR
                 XR-HIST-HASH NOT = XR-WH-TRL-HASH THEN
                 MOVE SPACES TO XR-BREAK-MSG-WS
                 STRING 'WHEXTRCT TRAILER COUNT OR HASH DISAGREES '
                        DELIMITED BY SIZE
                        'WITH PROD_PRICE_HIST' DELIMITED BY SIZE
                        INTO XR-BREAK-MSG-WS
                 PERFORM NOTE-BREAK
              END-IF
           END-IF.
           PERFORM ADD-CHECK-RESULT.

       CHECK-WAREHOUSE-EXTRACT-EXIT.
           EXIT.

       READ-WAREHOUSE-REC.
           READ I-WHEXT-FILE
              AT END
                 SET XR-EOF TO TRUE
                 GO TO READ-WAREHOUSE-REC-EXIT
           END-READ.
           MOVE I-WHEXT-REC TO XR-WHEXT-DTL.
           IF XW-TYPE = 'H' THEN
              MOVE 0 TO XR-WH-DTL-CNT XR-WH-DTL-HASH
                        XR-WH-TRL-CNT XR-WH-TRL-HASH
              MOVE 'N' TO XR-WH-TRL-SW
           ELSE IF XW-TYPE = 'D' THEN
              ADD 1 TO XR-WH-DTL-CNT
              IF XW-PREV-DAY IS NUMERIC AND XW-LATEST IS NUMERIC AND
                 XW-END-MNTH IS NUMERIC THEN
                 ADD XW-PREV-DAY TO XR-WH-DTL-HASH
                 ADD XW-LATEST TO XR-WH-DTL-HASH
                 ADD XW-END-MNTH TO XR-WH-DTL-HASH
              END-IF
           ELSE IF XW-TYPE = 'T' THEN
              IF XW-TRL-REC-CNT IS NUMERIC AND
                 XW-TRL-HASH IS NUMERIC THEN
                 MOVE XW-TRL-REC-CNT TO XR-WH-TRL-CNT
                 MOVE XW-TRL-HASH TO XR-WH-TRL-HASH
                 SET WH-TRAILER-SEEN TO TRUE
              END-IF
           END-IF.

       READ-WAREHOUSE-REC-EXIT.
           EXIT.

       START-CHECK.
           MOVE SPACES TO XR-CHK-NAME-WS XR-CHK-SRC-A XR-CHK-SRC-B
                          XR-CHK-RESULT.
           MOVE 0 TO XR-CHK-BREAKS XR-A-ITEMS XR-B-ITEMS XR-A-RECS
                     XR-B-RECS XR-A-HASH XR-B-HASH.
           MOVE XR-BRK-KEPT TO XR-BRK-MARK.

       NOTE-BREAK.
           ADD 1 TO XR-CHK-BREAKS.
           ADD 1 TO XR-BREAK-TOT.
           DISPLAY 'BREAK: ' XR-BREAK-MSG-WS.
           IF XR-BRK-KEPT < 25 THEN
              ADD 1 TO XR-BRK-KEPT
              MOVE XR-BREAK-MSG-WS TO XR-BRK-LINE(XR-BRK-KEPT)
           END-IF.

       ADD-CHECK-RESULT.
           IF XR-CHK-RESULT = SPACES THEN
              IF XR-CHK-BREAKS > 0 THEN
                 MOVE 'BREAK' TO XR-CHK-RESULT
              ELSE
                 MOVE 'AGREES' TO XR-CHK-RESULT
              END-IF
           END-IF.
           IF XR-CHK-CNT < 10 THEN
              ADD 1 TO XR-CHK-CNT
              MOVE XR-CHK-NAME-WS TO XR-K-NAME(XR-CHK-CNT)
              MOVE XR-CHK-SRC-A TO XR-K-SRC-A(XR-CHK-CNT)
              MOVE XR-CHK-SRC-B TO XR-K-SRC-B(XR-CHK-CNT)
              MOVE XR-A-ITEMS TO XR-K-A-ITEMS(XR-CHK-CNT)
              MOVE XR-B-ITEMS TO XR-K-B-ITEMS(XR-CHK-CNT)
              MOVE XR-A-RECS TO XR-K-A-RECS(XR-CHK-CNT)
              MOVE XR-B-RECS TO XR-K-B-RECS(XR-CHK-CNT)
              MOVE XR-A-HASH TO XR-K-A-HASH(XR-CHK-CNT)
              MOVE XR-B-HASH TO XR-K-B-HASH(XR-CHK-CNT)
              MOVE XR-CHK-BREAKS TO XR-K-BREAKS(XR-CHK-CNT)
              MOVE XR-CHK-RESULT TO XR-K-RESULT(XR-CHK-CNT)
           END-IF.

       WRITE-PROOF-REPORT.
           OPEN OUTPUT O-RECON-FILE.
           MOVE SPACES TO O-RECON-REC.
           STRING 'CROSS-OUTPUT RECONCILIATION PROOF   BUSINESS DATE '
                DELIMITED BY SIZE
                XR-RUN-DATE DELIMITED BY SIZE
                '   RUN DATE ' DELIMITED BY SIZE
                BC-WALL-DATE DELIMITED BY SIZE
                '   GROUP_PRICE_AVG RUN SEQUENCE ' DELIMITED BY SIZE
                XR-RUN-SEQ DELIMITED BY SIZE
                INTO O-RECON-REC.
           WRITE O-RECON-REC.
           MOVE SPACES TO O-RECON-REC.
           WRITE O-RECON-REC.
           MOVE SPACES TO O-RECON-REC.
           STRING '| CHECK              | SOURCE A         '
                '| SOURCE B         |   ITEMS A |   ITEMS B '
                '| RECORDS A | RECORDS B |        LATEST/HASH A '
                '|        LATEST/HASH B | BREAKS | RESULT  |'
                INTO O-RECON-REC.
           WRITE O-RECON-REC.
           PERFORM WRITE-PROOF-CHECK-LINE
               VARYING XR-CHK-SUB FROM 1 BY 1
               UNTIL XR-CHK-SUB > XR-CHK-CNT.

           MOVE SPACES TO O-RECON-REC.
           WRITE O-RECON-REC.
           IF XR-HELD-CNT > 0 THEN
              MOVE XR-HELD-CNT TO XR-ED-BREAKS
              MOVE SPACES TO O-RECON-REC
              STRING 'GROUPS HELD BY THE PUBLICATION GATE (NOT '
                   DELIMITED BY SIZE
                   'EXPECTED IN GROUP_PRICE_AVG): ' DELIMITED BY SIZE
                   XR-ED-BREAKS DELIMITED BY SIZE
                   INTO O-RECON-REC
              WRITE O-RECON-REC
           END-IF.

           MOVE XR-BREAK-TOT TO XR-ED-BREAKS.
           MOVE SPACES TO O-RECON-REC.
           IF XR-BREAK-TOT = 0 THEN
              STRING 'RESULT: ALL OUTPUTS RECONCILE - CLEARED FOR '
                     DELIMITED BY SIZE
                     'DISTRIBUTION' DELIMITED BY SIZE
                     INTO O-RECON-REC
              WRITE O-RECON-REC
           ELSE
              STRING 'RESULT: ' DELIMITED BY SIZE
                   XR-ED-BREAKS DELIMITED BY SIZE
                   ' BREAK(S) - REPORT DISTRIBUTION HELD'
                   DELIMITED BY SIZE
                   INTO O-RECON-REC
              WRITE O-RECON-REC
              MOVE SPACES TO O-RECON-REC
              WRITE O-RECON-REC
              MOVE 'BREAKS:' TO O-RECON-REC
              WRITE O-RECON-REC
              PERFORM WRITE-PROOF-BREAK-LINE
                  VARYING XR-BRK-SUB FROM 1 BY 1
                  UNTIL XR-BRK-SUB > XR-BRK-KEPT
              IF XR-BREAK-TOT > XR-BRK-KEPT THEN
                 MOVE SPACES TO O-RECON-REC
                 STRING '  ... FURTHER BREAKS ARE LISTED IN THE JOB '
                      DELIMITED BY SIZE
                      'LOG' DELIMITED BY SIZE
                      INTO O-RECON-REC
                 WRITE O-RECON-REC
              END-IF
           END-IF.
           CLOSE O-RECON-FILE.

       WRITE-PROOF-CHECK-LINE.
           MOVE XR-K-A-ITEMS(XR-CHK-SUB) TO XR-ED-ITEMS.
           MOVE XR-K-B-ITEMS(XR-CHK-SUB) TO XR-ED-ITEMS-B.
           MOVE XR-K-A-RECS(XR-CHK-SUB) TO XR-ED-RECS.
           MOVE XR-K-B-RECS(XR-CHK-SUB) TO XR-ED-RECS-B.
           MOVE XR-K-A-HASH(XR-CHK-SUB) TO XR-ED-HASH.
           MOVE XR-K-B-HASH(XR-CHK-SUB) TO XR-ED-HASH-B.
           MOVE XR-K-BREAKS(XR-CHK-SUB) TO XR-ED-BREAKS.
           MOVE SPACES TO O-RECON-REC.
           STRING '| ' DELIMITED BY SIZE
                XR-K-NAME(XR-CHK-SUB) DELIMITED BY SIZE
                ' | ' DELIMITED BY SIZE
                XR-K-SRC-A(XR-CHK-SUB) DELIMITED BY SIZE
                ' | ' DELIMITED BY SIZE
                XR-K-SRC-B(XR-CHK-SUB) DELIMITED BY SIZE
                ' | ' DELIMITED BY SIZE
                XR-ED-ITEMS DELIMITED BY SIZE
                ' | ' DELIMITED BY SIZE
                XR-ED-ITEMS-B DELIMITED BY SIZE
                ' | ' DELIMITED BY SIZE
                XR-ED-RECS DELIMITED BY SIZE
                ' | ' DELIMITED BY SIZE
                XR-ED-RECS-B DELIMITED BY SIZE
                ' | ' DELIMITED BY SIZE
                XR-ED-HASH DELIMITED BY SIZE
                ' | ' DELIMITED BY SIZE
                XR-ED-HASH-B DELIMITED BY SIZE
                ' |  ' DELIMITED BY SIZE
                XR-ED-BREAKS DELIMITED BY SIZE
                ' | ' DELIMITED BY SIZE
                XR-K-RESULT(XR-CHK-SUB) DELIMITED BY SIZE
                ' |' DELIMITED BY SIZE
                INTO O-RECON-REC.
           WRITE O-RECON-REC.

       WRITE-PROOF-BREAK-LINE.
           MOVE SPACES TO O-RECON-REC.
           STRING '  ' DELIMITED BY SIZE
                XR-BRK-LINE(XR-BRK-SUB) DELIMITED BY SIZE
                INTO O-RECON-REC.
           WRITE O-RECON-REC.

       WRITE-ALERT-REC.
           ACCEPT ALERT-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT ALERT-TIME-WS FROM TIME.
           MOVE SPACES TO O-ALERT-REC.
           STRING '| OUTRECON | ' DELIMITED BY SIZE
                ALERT-DATE-WS    DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                ALERT-TIME-WS    DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                'OUTPUT RECON BREAKS ' DELIMITED BY SIZE
                ' | COUNT '      DELIMITED BY SIZE
                XR-BREAK-TOT     DELIMITED BY SIZE
                ' | LIMIT '      DELIMITED BY SIZE
                '0000000'        DELIMITED BY SIZE
                ' | SEE '        DELIMITED BY SIZE
                'OUTRCNRP'       DELIMITED BY SIZE
                ' |'             DELIMITED BY SIZE
                INTO O-ALERT-REC.
           OPEN EXTEND O-ALERT-FILE.
           WRITE O-ALERT-REC.
           CLOSE O-ALERT-FILE.

       WRITE-AUDIT-REC.
           MOVE SPACES TO O-AUDIT-REC.
           MOVE 'OUTRECON' TO AUD-PROGRAM.
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
