              ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                   SELECT I-AVALGR-FILE
                       ASSIGN TO DYNAMIC WS-AVALGR-FILENAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS IS SEQUENTIAL.

                       ACCESS IS SEQUENTIAL
                       FILE STATUS IS WS-PARMS-FILE-STATUS.

                   SELECT I-SECTMAP-FILE
                       ASSIGN TO DYNAMIC WS-SECTMAP-FILENAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS IS SEQUENTIAL
                       FILE STATUS IS WS-SECTMAP-FILE-STATUS.

                   SELECT I-FXRATES-FILE
                       ASSIGN TO DYNAMIC WS-FXRATES-FILENAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS IS SEQUENTIAL
                       FILE STATUS IS WS-FXRATES-FILE-STATUS.

                   SELECT I-UOMCONV-FILE ASSIGN TO 'UOMCONV'
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS IS SEQUENTIAL
                       FILE STATUS IS WS-UOMCONV-FILE-STATUS.

                   SELECT O-RERUNDLT-FILE
                       ASSIGN TO DYNAMIC WS-RERUNDLT-FILENAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS IS SEQUENTIAL.

                   SELECT O-VOLSURV-FILE
                       ASSIGN TO DYNAMIC WS-VOLSURV-FILENAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS IS SEQUENTIAL.

                   SELECT O-NEWPROD-FILE
                       ASSIGN TO DYNAMIC WS-NEWPROD-FILENAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS IS SEQUENTIAL.

                       ACCESS IS SEQUENTIAL
                       FILE STATUS IS WS-BASKETS-FILE-STATUS.

                   SELECT I-PUBTOLS-FILE
                       ASSIGN TO DYNAMIC WS-PUBTOLS-FILENAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS IS SEQUENTIAL
                       FILE STATUS IS WS-PUBTOLS-FILE-STATUS.
                       ACCESS IS SEQUENTIAL
                       FILE STATUS IS WS-PUBAPPR-FILE-STATUS.

                   SELECT O-PUBHOLD-FILE
                       ASSIGN TO DYNAMIC WS-PUBHOLD-FILENAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS IS SEQUENTIAL.

                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS IS SEQUENTIAL.

                   SELECT O-AVREPCSV-FILE
                       ASSIGN TO DYNAMIC WS-AVREPCSV-FILENAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS IS SEQUENTIAL.

                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS IS SEQUENTIAL.

                   SELECT CKPT-FILE
                       ASSIGN TO DYNAMIC WS-CKPT-FILENAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS IS SEQUENTIAL
                       FILE STATUS IS WS-CKPT-FILE-STATUS.

                   SELECT O-AVEXCP-FILE
                       ASSIGN TO DYNAMIC WS-AVEXCP-FILENAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS IS SEQUENTIAL.

                   SELECT O-MOVRPT-FILE
                       ASSIGN TO DYNAMIC WS-TOPMOVRS-FILENAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS IS SEQUENTIAL.

                   SELECT O-PRODDTL-FILE
                       ASSIGN TO DYNAMIC WS-PRODDTL-FILENAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS IS SEQUENTIAL.

                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS IS SEQUENTIAL.

                   SELECT O-VOLRPT-FILE
                       ASSIGN TO DYNAMIC WS-VOLRPT-FILENAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS IS SEQUENTIAL.
                   SELECT O-RUNSTAT-FILE ASSIGN TO 'RUNSTAT'
                   SELECT O-RUNHIST-FILE ASSIGN TO 'RUNHIST'
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS IS SEQUENTIAL.
                   SELECT I-WATCHLST-FILE ASSIGN TO 'WATCHLST'
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS IS SEQUENTIAL
                       FILE STATUS IS WS-WATCH-FILE-STATUS.
                   SELECT I-ENTITLE-FILE ASSIGN TO 'ENTITLE'
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS IS SEQUENTIAL
                       FILE STATUS IS WS-ENT-FILE-STATUS.
                   SELECT O-WATCHN-FILE
                       ASSIGN TO DYNAMIC WS-WATCH-FILENAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS IS SEQUENTIAL.


               DATA DIVISION.
                      05 FXR-CUR                 PIC X(3).
                      05 FXR-RATE                PIC 9(3)V9(6).

                   FD I-UOMCONV-FILE.
                   01 I-UOMCONV-REC.
                      05 UOMC-TYPE               PIC X(1).
                         88 UOMC-GROUP-STD       VALUE 'G'.
                         88 UOMC-CONVERSION      VALUE 'C'.
                      05 FILLER                  PIC X(79).
                   01 I-UOMCONV-GRP-REC.
                      05 FILLER                  PIC X(1).
                      05 UOMG-GRPNM              PIC X(20).
                      05 UOMG-STD-UOM            PIC X(6).
                      05 FILLER                  PIC X(53).
                   01 I-UOMCONV-CNV-REC.
                      05 FILLER                  PIC X(1).
                      05 UOMC-FROM-UOM           PIC X(6).
                      05 UOMC-TO-UOM             PIC X(6).
                      05 UOMC-FACTOR-X           PIC X(11).
                      05 UOMC-FACTOR REDEFINES UOMC-FACTOR-X
                                                 PIC 9(5)V9(6).
                      05 FILLER                  PIC X(56).

                   FD O-RERUNDLT-FILE.
                   01 O-RERUNDLT-REC              PIC X(160).

                      05 PTOL-MAX-SHIFT          PIC 9(3).

                   FD I-PUBAPPR-FILE.
                   01 I-PUBAPPR-REC.
                      05 APPR-GRPNM              PIC X(20).
                      05 APPR-APPROVER           PIC X(8).
                      05 APPR-KEYED-BY           PIC X(8).

                   FD O-PUBHOLD-FILE.
                   01 O-PUBHOLD-REC               PIC X(120).
                   01 O-RUNSTAT-REC          PIC X(100).
                   FD O-RUNHIST-FILE.
                   01 O-RUNHIST-REC          PIC X(100).
                   FD I-WATCHLST-FILE.
                   01 I-WATCHLST-REC.
                      05 WL-USER-ID              PIC X(8).
                      05 WL-PROD-NM              PIC X(10).
                      05 WL-PROD-GR              PIC X(20).
                      05 WL-COND                 PIC X(5).
                      05 WL-LEVEL                PIC 9(5)V9(3).
                   FD I-ENTITLE-FILE.
                   01 I-ENTITLE-REC.
                      05 ENT-USER-ID             PIC X(8).
                      05 ENT-PROD-GR             PIC X(20).
                   FD O-WATCHN-FILE.
                   01 O-WATCHN-REC           PIC X(160).


              WORKING-STORAGE SECTION.
                      01 GP-MED-LATEST           PIC 9(5)V9(3).
                      01 GP-P25-LATEST           PIC 9(5)V9(3).
                      01 GP-P75-LATEST           PIC 9(5)V9(3).
                      01 PI-RUN-DATE             PIC X(8).
                      01 PI-IDX-TYPE             PIC X(1).
                      01 PI-IDX-NM               PIC X(20).
                      01 PI-PRIOR-DATE           PIC X(8).
                      01 PI-MATCHED              PIC 9(7).
                      01 PI-LINK                 PIC 9(4)V9(8).
                      01 PI-INDEX-VAL            PIC 9(8)V9(4).
                      01 PI-WGT                  PIC X(1).
                      01 PI-BASE-YM              PIC X(6).
                      01 LN-RUN-DATE             PIC X(8).
                      01 LN-GRP-NM               PIC X(20).
                      01 LN-PROD-NM              PIC X(10).
                      01 LN-STATUS               PIC X(3).
                      01 LN-REASON               PIC X(10).
                      01 LN-REASON-TXT           PIC X(40).
                      01 LN-CURR-CD              PIC X(3).
                      01 LN-FX-RATE              PIC 9(3)V9(6).
                      01 LN-FX-RATE-IND          PIC S9(4) COMP.
                      01 LN-PREV-DAY-P           PIC 9(5)V9(3).
                      01 LN-LATEST-P             PIC 9(5)V9(3).
                      01 LN-EOM-P                PIC 9(5)V9(3).
                      01 LN-VOLUME               PIC 9(10).
                      01 LN-PUB-STATUS           PIC X(1).
                      01 LN-SHIFT-PCT            PIC 9(5)V9(2).
                      01 LN-TOL-PCT              PIC 9(3).

                      01 HB-HOST-TABLES.
                         05 HB-PROD-NM           PIC X(10)
                                                  OCCURS 200 TIMES.
                         05 HB-CURR-CD           PIC X(3)
                                                  OCCURS 200 TIMES.
                         05 HB-UOM-CD            PIC X(6)
                                                  OCCURS 200 TIMES.

                      01 EN-ENTITY-CD             PIC X(4).
                      01 EN-BASE-CURR             PIC X(3).

                   EXEC SQL END
                       DECLARE SECTION
                   01  WS-HIST-LOAD-SW           PIC X(01) VALUE SPACE.
                       88  HIST-LOAD-FAILED      VALUE 'Y'.

                   01  WS-DB-RETRY-SW            PIC X(01) VALUE SPACE.
                       88  DB-RETRY-EXHAUSTED    VALUE 'Y'.
                   01  WS-HIST-FAIL-SQLCODE      PIC S9(9) VALUE 0.
                   01  WS-PUB-FAIL-SQLCODE       PIC S9(9) VALUE 0.

                   01  WS-HIST-MAX              PIC 9(5) VALUE 50000.

                   01  WS-FETCH-ROWS-PRIOR      PIC 9(7) VALUE 0.
                             15 WS-VOLUME-Q      PIC 9(10).
                             15 WS-CURR-CD       PIC X(3).
                             15 WS-FX-RATE       PIC 9(3)V9(6).
                             15 WS-QUOTED-P      PIC 9(5)V9(3).
                             15 WS-UOM-CD        PIC X(6).
                             15 WS-STD-UOM       PIC X(6).
                             15 WS-UOM-FACT      PIC 9(7)V9(9).
                             15 WS-MOV-PICKED    PIC X(01) VALUE SPACE.
                                88 MOV-PICKED    VALUE 'Y'.
                             15 WS-PROB-SW       PIC X(01) VALUE SPACE.
              01 WS-VS-SPIKE-LIM          PIC 9(15).
              01 WS-VS-CLAPS-LIM          PIC 9(15).

              01 WS-WATCH-FILE-STATUS     PIC X(02) VALUE SPACES.
              01 WS-WATCH-EOF-WS          PIC X(02) VALUE SPACES.
                 88 WATCH-EOF VALUE HIGH-VALUES.
              01 WS-WATCH-FILENAME        PIC X(20).
              01 WS-WATCH-CNT             PIC 9(5) VALUE 0.
              01 WS-WATCH-HIT-CNT         PIC 9(5) VALUE 0.
              01 WS-WATCH-DENY-CNT        PIC 9(5) VALUE 0.
              01 WS-WATCH-BAD-CNT         PIC 9(5) VALUE 0.
              01 WS-WATCH-HIT-SW          PIC X(01) VALUE SPACE.
                 88 WATCH-HIT VALUE 'Y'.
              01 WS-WATCH-ENT-SW          PIC X(01) VALUE SPACE.
                 88 WATCH-ENTITLED VALUE 'Y'.
              01 WS-WU-FULL-SW            PIC X(01) VALUE SPACE.
                 88 WATCH-USER-FULL VALUE 'Y'.
              01 WS-WATCH-PCT             PIC S9(5)V9(2).
              01 WS-WATCH-ABS-PCT         PIC 9(5)V9(2).
              01 WATCH-USER-TABLE.
                 05 WS-WU-CNT             PIC 9(3) VALUE 0.
                 05 WS-WU-ENTRY OCCURS 200 TIMES
                      INDEXED BY WS-WU-INX.
                    10 WS-WU-USER-ID      PIC X(8).
                    10 WS-WU-HIT-CNT      PIC 9(5).
              01 WS-ENT-FILE-STATUS       PIC X(02) VALUE SPACES.
              01 WS-ENT-EOF-WS            PIC X(02) VALUE SPACES.
                 88 ENT-EOF VALUE HIGH-VALUES.
              01 WS-ENT-LOADED-SW         PIC X(01) VALUE SPACE.
                 88 ENT-LOADED VALUE 'Y'.
              01 ENTITLE-TABLE.
                 05 WS-ENT-CNT            PIC 9(3) VALUE 0.
                 05 WS-ENT-ENTRY OCCURS 200 TIMES
                      INDEXED BY WS-ENT-INX.
                    10 WS-ENT-USER-ID     PIC X(8).
                    10 WS-ENT-PROD-GR     PIC X(20).

              01 WS-SLATGT-FILE-STATUS    PIC X(02) VALUE SPACES.
              01 WS-SLATGT-EOF-WS         PIC X(02) VALUE SPACES.
                 88 SLATGT-EOF VALUE HIGH-VALUES.
                 05 WS-APPR-ENTRY OCCURS 100 TIMES
                      INDEXED BY WS-APPR-INX.
                    10 WS-APPR-GRPNM       PIC X(20).
                    10 WS-APPR-APPROVER    PIC X(8).
                    10 WS-APPR-KEYED-BY    PIC X(8).
              01 PUBHOLD-TABLE.
                 05 WS-PUB-HOLD-FLAG      PIC X(1) OCCURS 100 TIMES.
                 05 WS-PUB-GATE-ENTRY OCCURS 100 TIMES.
                    10 WS-PUB-GATE-SHIFT  PIC 9(5)V9(2).
                    10 WS-PUB-GATE-TOL    PIC 9(3).
              01 WS-PUB-HOLD-CNT          PIC 9(3) VALUE 0.
              01 WS-PUB-ROW-TOL           PIC 9(3).
              01 WS-PUB-SHIFT-PCT         PIC S9(5)V9(2).
              01 WS-PUB-APPR-SW           PIC X(01) VALUE SPACE.
                 88 PUB-GRP-APPROVED      VALUE 'Y'.
              01 WS-PUB-SIGN-SW           PIC X(01) VALUE SPACE.
                 88 PUB-APPR-REJECTED     VALUE 'R'.

              01 WS-OUTLIER-SD            PIC 9(3) VALUE 2.
              01 VOLSTAT-TABLE.
              01 WS-FX-EXCL-CNT           PIC 9(5) VALUE 0.
              01 WS-FX-SKIP-SW            PIC X(01) VALUE SPACE.
                 88 FX-ROW-SKIP  VALUE 'Y'.
              01 WS-UOMCONV-FILE-STATUS   PIC X(02) VALUE SPACES.
              01 WS-UOMCONV-EOF-WS        PIC X(02) VALUE SPACES.
                 88 UOMCONV-EOF  VALUE HIGH-VALUES.
              01 UOM-GROUP-TABLE.
                 05 WS-UG-CNT              PIC 9(3) VALUE 0.
                 05 WS-UG-ENTRY OCCURS 100 TIMES
                      INDEXED BY WS-UG-INX.
                    10 WS-UG-GRPNM         PIC X(20).
                    10 WS-UG-STD-UOM       PIC X(6).
              01 UOM-CONV-TABLE.
                 05 WS-UC-CNT              PIC 9(3) VALUE 0.
                 05 WS-UC-ENTRY OCCURS 200 TIMES
                      INDEXED BY WS-UC-INX.
                    10 WS-UC-FROM-UOM      PIC X(6).
                    10 WS-UC-TO-UOM        PIC X(6).
                    10 WS-UC-FACTOR        PIC 9(5)V9(6).
              01 WS-ROW-UOM-CD            PIC X(6).
              01 WS-ROW-STD-UOM           PIC X(6).
              01 WS-ROW-UOM-FACT          PIC 9(7)V9(9).
              01 WS-UOM-CHK-P             PIC 9(15)V9(3).
              01 WS-UOM-EXCL-CNT          PIC 9(5) VALUE 0.
              01 WS-UOM-SKIP-SW           PIC X(01) VALUE SPACE.
                 88 UOM-ROW-SKIP  VALUE 'Y'.
              01 WS-UOM-REASON            PIC X(40).
              01 GRP-VOL-TABLE.
                 05 WS-GRP-VOL OCCURS 100 TIMES.
                    10 WS-GRP-VOL-SUM     PIC 9(15) VALUE 0.

              COPY "BUSCALR".
              COPY "RUNSTATR".
              COPY "PRCINDXR".
              COPY "SIGNCHKR".
              COPY "DBRETRYR".
              COPY "ENTCTXR".


              01 AUD-EVENT-WS               PIC X(8).
                 05 FILLER                  PIC X(1) VALUE '|'.
                 05 DTL-L-RATE              PIC ZZ9.999999.
                 05 FILLER                  PIC X(1) VALUE '|'.
                 05 DTL-L-QUOTED            PIC ZZZZ9.999.
                 05 FILLER                  PIC X(1) VALUE '|'.
                 05 DTL-L-UOM               PIC X(6).
                 05 FILLER                  PIC X(1) VALUE '|'.
                 05 DTL-L-STD-UOM           PIC X(6).
                 05 FILLER                  PIC X(1) VALUE '|'.

              01 MOV-LINE-WS.
                 05 FILLER                  PIC X(1) VALUE '|'.
                 05 FILLER                  PIC X(1) VALUE '|'.
              01 WS-AVREP-DATE-WS           PIC X(8).
              01 WS-AVREP-FILENAME          PIC X(20).
              01 WS-AVALGR-FILENAME         PIC X(20) VALUE 'AVALGR'.
              01 WS-SECTMAP-FILENAME        PIC X(20)
                                            VALUE 'SECTMAP'.
              01 WS-FXRATES-FILENAME        PIC X(20)
                                            VALUE 'FXRATES'.
              01 WS-PUBTOLS-FILENAME        PIC X(20)
                                            VALUE 'PUBTOLS'.
              01 WS-CKPT-FILENAME           PIC X(20) VALUE 'MNCKPT'.
              01 WS-RERUNDLT-FILENAME       PIC X(20) VALUE 'RERUNDLT'.
              01 WS-VOLSURV-FILENAME        PIC X(20) VALUE 'VOLSURV'.
              01 WS-NEWPROD-FILENAME        PIC X(20) VALUE 'NEWPROD'.
              01 WS-PUBHOLD-FILENAME        PIC X(20) VALUE 'PUBHOLD'.
              01 WS-AVREPCSV-FILENAME       PIC X(20) VALUE 'AVREPCSV'.
              01 WS-AVEXCP-FILENAME         PIC X(20) VALUE 'AVEXCP'.
              01 WS-TOPMOVRS-FILENAME       PIC X(20) VALUE 'TOPMOVRS'.
              01 WS-PRODDTL-FILENAME        PIC X(20) VALUE 'PRODDTL'.
              01 WS-VOLRPT-FILENAME         PIC X(20) VALUE 'VOLRPT'.
              01 WS-AVREP-HDR-1             PIC X(160).
              01 WS-AVREP-HDR-2             PIC X(160).

              01 WS-GRAND-AV-LATEST         PIC 9(10)v9(4) VALUE 0.
              01 WS-GRAND-AV-GRP-CNT        PIC 9(3) VALUE 0.

              01 PI-EOF-WS                  PIC X(02) VALUE SPACES.
                  88 PI-EOF                 VALUE HIGH-VALUES.
              01 WS-PI-ROW-CNT              PIC 9(5) VALUE 0.
              01 WS-PI-TYPE-WS              PIC X(6).
              01 WS-PI-ED-LINK              PIC ZZZ9.99999999.
              01 WS-PI-ED-INDEX             PIC Z(7)9.9999.
              01 WS-LN-ROW-CNT              PIC 9(7) VALUE 0.
              01 WS-LN-ERR-CNT              PIC 9(7) VALUE 0.

              LINKAGE SECTION.
              COPY "RUNCTXR".

                    MOVE BC-BUS-DATE TO RC-RUN-DATE
                 END-IF.
                 PERFORM RESET-RUN-TOTALS.
                 PERFORM SET-ENTITY-CONTEXT.
                 MOVE RC-RUN-DATE TO LH-RUN-DATE.
                 IF RC-RUN-SEQ NOT NUMERIC OR RC-RUN-SEQ = 0 THEN
                    MOVE 1 TO RC-RUN-SEQ
                 PERFORM READ-PARMS THRU READ-PARMS-EXIT.
                 PERFORM EXCP-WRITE-HEADER.
                 PERFORM LOAD-FXRATES THRU LOAD-FXRATES-EXIT.
                 PERFORM LOAD-UOMCONV THRU LOAD-UOMCONV-EXIT.
                 MOVE 'MNPROC-COUNT' TO DR-UNIT.
                 MOVE 0 TO DR-ATTEMPT.
                 PERFORM INITIALIZE-COUNT.
                 MOVE 'MNPROC-LOAD' TO DR-UNIT.
                 MOVE 0 TO DR-ATTEMPT.
                 IF WS-CNT > 0 THEN
                    PERFORM LOAD-HISTORY.

                 MOVE SPACE TO WS-HIST-LOAD-SW.
                 MOVE SPACE TO WS-FX-LOADED-SW.
                 MOVE SPACE TO WS-FX-SKIP-SW.
                 MOVE SPACE TO WS-UOM-SKIP-SW.
                 MOVE 0 TO WS-HIST-CNT.
                 MOVE 0 TO WS-FETCH-ROWS-PRIOR.
                 MOVE 0 TO WS-FETCH-ROWS-GOT.
                 MOVE 0 TO WS-EXCP-CNT.
                 MOVE 0 TO WS-FX-EXCL-CNT.
                 MOVE 0 TO WS-UOM-EXCL-CNT.
                 MOVE 0 TO WS-PUB-CNT.
                 MOVE 0 TO WS-VOL-OUTLIER-CNT.
                 MOVE WS-PROGRESS-INTERVAL TO WS-PROGRESS-NEXT.
                          WHERE RUN_DATE =
                                TO_DATE(:LH-RUN-DATE, 'YYYYMMDD')
                            AND NVL(CURR_FLAG, 'Y') = 'Y'
                            AND NVL(ENTITY_CD, 'MAIN') = :EN-ENTITY-CD
                      END-EXEC
                   ELSE
                      EXEC SQL
                          SELECT count(*)
                          INTO WS-CNT
                          FROM PROD_PRICE_HIST
                          WHERE NVL(ENTITY_CD, 'MAIN') = :EN-ENTITY-CD
                      END-EXEC
                   END-IF.
                   IF SQLCODE NOT = 0 THEN
                      DISPLAY 'UNABLE TO COUNT THE HISTORY ROWS!'
                      DISPLAY 'SQLCODE = ' SQLCODE
                      MOVE SQLCODE TO DR-SQLCODE
                      PERFORM CHECK-DB-RETRY
                      IF DR-RETRY THEN
                         GO TO INITIALIZE-COUNT
                      END-IF
                      IF DR-EXHAUSTED THEN
                         MOVE 'ERROR' TO AUD-EVENT-WS
                         MOVE 'HISTORY ROW COUNT FAILED' TO
                              AUD-MESSAGE-WS
                         MOVE 0 TO AUD-ROWCOUNT-WS
                         PERFORM WRITE-AUDIT-REC
                         MOVE 8 TO RETURN-CODE
                         EXIT PROGRAM
                      END-IF
                   END-IF.
                   IF RC-MODE-REPLAY AND WS-CNT = 0 THEN
                      DISPLAY 'NO ARCHIVE SNAPSHOT EXISTS FOR '
                              LH-RUN-DATE ' - NOTHING TO REPLAY.'
                 IF NOT RC-MODE-REPLAY AND
                    NOT RC-MODE-SIMULATE THEN
                    PERFORM READ-CHECKPOINT
                    PERFORM PREPARE-AVG-LINEAGE
                 END-IF.
                 PERFORM DECLARE-HISTORY-CUR-2000 THRU EXIT-2000.
                 SET WS-HIST-INX TO 0.
              DECLARE-HISTORY-CUR-2000.
                  EXEC SQL
                      DECLARE C1 CURSOR FOR
                      SELECT H.PROD_NM, H.PROD_GR, H.PREV_DAY_PRICE,
                      H.LATEST_PRICE, H.END_OF_MNTH_PRICE,
                      NVL(H.VOLUME, 0), NVL(H.CURR_CD, :EN-BASE-CURR),
                      NVL((SELECT MAX(P.UOM_CD) FROM PROD P
                            WHERE P.PROD_NM = H.PROD_NM
                              AND P.PROD_GR = H.PROD_GR), ' ')
                      FROM PROD_PRICE_HIST H
                      WHERE NVL(H.ENTITY_CD, 'MAIN') = :EN-ENTITY-CD
                      ORDER BY H.PROD_NM, H.PROD_GR
                  END-EXEC.

                  EXEC SQL
                      DECLARE C1R CURSOR FOR
                      SELECT H.PROD_NM, H.PROD_GR, H.PREV_DAY_PRICE,
                      H.LATEST_PRICE, H.END_OF_MNTH_PRICE,
                      NVL(H.VOLUME, 0), NVL(H.CURR_CD, :EN-BASE-CURR),
                      NVL((SELECT MAX(P.UOM_CD) FROM PROD P
                            WHERE P.PROD_NM = H.PROD_NM
                              AND P.PROD_GR = H.PROD_GR), ' ')
                      FROM PROD_PRICE_HIST_ARCHIVE H
                      WHERE H.RUN_DATE = TO_DATE(:LH-RUN-DATE,
                                                 'YYYYMMDD')
                        AND NVL(H.CURR_FLAG, 'Y') = 'Y'
                        AND NVL(H.ENTITY_CD, 'MAIN') = :EN-ENTITY-CD
                      ORDER BY H.PROD_NM, H.PROD_GR
                  END-EXEC.

              OPEN-HISTORY-CUR-2000.
                  END-IF.
                  IF SQLCODE <> 0 THEN
                     DISPLAY 'ERROR! SQLCODE - ' SQLCODE
                     MOVE SQLCODE TO WS-HIST-FAIL-SQLCODE
                     SET HIST-LOAD-FAILED TO TRUE
                     GO TO CLOSE-HISTORY-CUR.

                              :HB-LATEST-P,
                              :HB-END-OF-MNTH-P,
                              :HB-VOLUME,
                              :HB-CURR-CD,
                              :HB-UOM-CD
                     END-EXEC
                  ELSE
                     EXEC SQL
                              :HB-LATEST-P,
                              :HB-END-OF-MNTH-P,
                              :HB-VOLUME,
                              :HB-CURR-CD,
                              :HB-UOM-CD
                     END-EXEC
                  END-IF.

                  IF SQLCODE <> 0 AND SQLCODE <> +1403 THEN
                     DISPLAY 'ERROR! SQLCODE - ' SQLCODE
                     MOVE SQLCODE TO WS-HIST-FAIL-SQLCODE
                     SET HIST-LOAD-FAILED TO TRUE
                     GO TO CLOSE-HISTORY-CUR.

                       GO TO CLOSE-HISTORY-CUR
                    END-IF
                    PERFORM FIND-FX-RATE THRU FIND-FX-RATE-EXIT
                    PERFORM FIND-UOM-FACTOR THRU FIND-UOM-FACTOR-EXIT
                    IF FX-ROW-SKIP THEN
                       ADD 1 TO WS-FX-EXCL-CNT
                       MOVE 'NORATE' TO WS-EXCP-TYPE-WS
                            ' EXCLUDED'    DELIMITED BY SIZE
                            INTO WS-EXCP-MSG-WS
                       PERFORM EXCP-WRITE-REC
                       IF NOT RC-MODE-REPLAY AND
                          NOT RC-MODE-SIMULATE THEN
                          PERFORM RECORD-NORATE-LINEAGE
                       END-IF
                    END-IF
                    IF UOM-ROW-SKIP THEN
                       ADD 1 TO WS-UOM-EXCL-CNT
                       MOVE 'NOUOM' TO WS-EXCP-TYPE-WS
                       MOVE HB-PROD-GR(WS-BATCH-SUB) TO
                            WS-EXCP-GROUP-WS
                       MOVE SPACES TO WS-EXCP-MSG-WS
                       STRING HB-PROD-NM(WS-BATCH-SUB)
                                           DELIMITED BY SPACE
                            ': '           DELIMITED BY SIZE
                            WS-UOM-REASON  DELIMITED BY SIZE
                            INTO WS-EXCP-MSG-WS
                       PERFORM EXCP-WRITE-REC
                       IF NOT RC-MODE-REPLAY AND
                          NOT RC-MODE-SIMULATE THEN
                          PERFORM RECORD-NOUOM-LINEAGE
                       END-IF
                    END-IF
                    IF NOT FX-ROW-SKIP AND NOT UOM-ROW-SKIP THEN
                       SET WS-HIST-INX UP BY 1
                       MOVE HB-PROD-NM(WS-BATCH-SUB) TO
                            WS-PROD-NM(WS-HIST-INX)
                            WS-PROD-GR(WS-HIST-INX)
                       COMPUTE WS-PREV-DAY-P(WS-HIST-INX) =
                               HB-PREV-DAY-P(WS-BATCH-SUB) *
                               WS-ROW-RATE * WS-ROW-UOM-FACT
                       COMPUTE WS-LATEST-P(WS-HIST-INX) =
                               HB-LATEST-P(WS-BATCH-SUB) *
                               WS-ROW-RATE * WS-ROW-UOM-FACT
                       COMPUTE WS-END-OF-MNTH-P(WS-HIST-INX) =
                               HB-END-OF-MNTH-P(WS-BATCH-SUB) *
                               WS-ROW-RATE * WS-ROW-UOM-FACT
                       COMPUTE WS-VOLUME-Q(WS-HIST-INX) ROUNDED =
                               HB-VOLUME(WS-BATCH-SUB) /
                               WS-ROW-UOM-FACT
                       MOVE HB-CURR-CD(WS-BATCH-SUB) TO
                            WS-CURR-CD(WS-HIST-INX)
                       MOVE WS-ROW-RATE TO WS-FX-RATE(WS-HIST-INX)
                       MOVE HB-LATEST-P(WS-BATCH-SUB) TO
                            WS-QUOTED-P(WS-HIST-INX)
                       MOVE WS-ROW-UOM-CD TO WS-UOM-CD(WS-HIST-INX)
                       MOVE WS-ROW-STD-UOM TO WS-STD-UOM(WS-HIST-INX)
                       MOVE WS-ROW-UOM-FACT TO WS-UOM-FACT(WS-HIST-INX)
                       MOVE SPACE TO WS-MOV-PICKED(WS-HIST-INX)
                       MOVE SPACE TO WS-PROB-SW(WS-HIST-INX)
                       MOVE WS-PROD-SYMB-KEY(WS-HIST-INX) TO
                       CLOSE C1
                    END-EXEC
                 END-IF.
                 IF HIST-LOAD-FAILED AND
                    WS-HIST-FAIL-SQLCODE NOT = 0 THEN
                    MOVE WS-HIST-FAIL-SQLCODE TO DR-SQLCODE
                    PERFORM CHECK-DB-RETRY
                    IF DR-RETRY THEN
                       PERFORM RESET-HISTORY-LOAD
                       GO TO LOAD-HISTORY
                    END-IF
                 END-IF.
                 IF HIST-EOF AND NOT RC-MODE-REPLAY AND
                    NOT RC-MODE-SIMULATE THEN
                    PERFORM CLEAR-CHECKPOINT
                 PERFORM WRITE-AUDIT-REC.

                 IF HIST-EOF AND
                    WS-HIST-INX + WS-FX-EXCL-CNT + WS-UOM-EXCL-CNT
                    NOT = WS-CNT THEN
                    DISPLAY 'WARNING! ROWS FETCHED (' WS-HIST-INX
                            ') DOES NOT MATCH EXPECTED ROW COUNT ('
                            WS-CNT ').'
                       INTO :WS-VAL-GRP-CNT
                       FROM PROD
                       WHERE PROD_GR = :WS-VAL-GRPNM
                         AND NVL(ENTITY_CD, 'MAIN') = :EN-ENTITY-CD
                    END-EXEC
                    IF WS-VAL-GRP-CNT = 0 THEN
                       DISPLAY 'AVALGR GROUP ' I-GRPNM(WS-GRP-INX)
                 ELSE
                    PERFORM SECTOR-ROLLUP THRU SECTOR-ROLLUP-EXIT
                 END-IF.
                 IF EN-ENTITY-CD = 'MAIN' THEN
                    PERFORM BASKET-VALUATION
                    THRU BASKET-VALUATION-EXIT
                    PERFORM PRICE-INDEX-SECTION
                    THRU PRICE-INDEX-SECTION-EXIT
                 END-IF.
                 MOVE 1 TO RPT-CUR-NO.
                 PERFORM RPT-END-REPORT.

                 IF EN-ENTITY-CD = 'MAIN' THEN
                    PERFORM BENCHMARK-REPORT
                    THRU BENCHMARK-REPORT-EXIT
                    PERFORM CONTRACT-VARIANCE-REPORT
                    THRU CONTRACT-VARIANCE-EXIT
                 END-IF.

                 MOVE 'VOLRPT' TO WS-SKIP-QUERY.
                 PERFORM CHECK-PHASE-SKIPPED.
                    THRU VOLUME-SURVEILLANCE-EXIT
                 END-IF.

                 IF NOT RC-MODE-REPLAY AND
                    NOT RC-MODE-SIMULATE AND
                    EN-ENTITY-CD = 'MAIN' THEN
                    MOVE 'WATCH' TO WS-SKIP-QUERY
                    PERFORM CHECK-PHASE-SKIPPED
                    IF PHASE-SKIPPED THEN
                       PERFORM OPCTL-SKIP-ACK
                    ELSE
                       PERFORM WATCHLIST-NOTIFY
                       THRU WATCHLIST-NOTIFY-EXIT
                    END-IF
                 END-IF.

                 IF RC-MODE-SIMULATE THEN
                    PERFORM SIMULATION-COMPARE
                    THRU SIMULATION-COMPARE-EXIT
                 SET AUD-ROWCOUNT-WS TO WS-GRP-INX.
                 PERFORM WRITE-AUDIT-REC.

                 IF HIST-LOAD-FAILED OR DB-RETRY-EXHAUSTED THEN
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    MOVE 0 TO RETURN-CODE
                 END-IF.
                 EXIT PROGRAM.

              SET-ENTITY-CONTEXT.
                 IF RC-ENTITY-CD = SPACES OR
                    RC-ENTITY-CD = LOW-VALUES THEN
                    MOVE 'MAIN' TO RC-ENTITY-CD
                 END-IF.
                 IF RC-BASE-CURR = SPACES OR
                    RC-BASE-CURR = LOW-VALUES THEN
                    MOVE 'USD' TO RC-BASE-CURR
                 END-IF.
                 MOVE RC-ENTITY-CD TO EN-ENTITY-CD.
                 MOVE RC-BASE-CURR TO EN-BASE-CURR.
                 MOVE RC-BASE-CURR TO WS-BASE-CURR.
                 MOVE 'G' TO EC-MODE.
                 MOVE 'AVALGR' TO EC-DD-NAME.
                 CALL 'ENTCTX' USING ENTCTX-PARM.
                 MOVE EC-FILE-NAME TO WS-AVALGR-FILENAME.
                 MOVE 'SECTMAP' TO EC-DD-NAME.
                 CALL 'ENTCTX' USING ENTCTX-PARM.
                 MOVE EC-FILE-NAME TO WS-SECTMAP-FILENAME.
                 MOVE 'FXRATES' TO EC-DD-NAME.
                 CALL 'ENTCTX' USING ENTCTX-PARM.
                 MOVE EC-FILE-NAME TO WS-FXRATES-FILENAME.
                 MOVE 'PUBTOLS' TO EC-DD-NAME.
                 CALL 'ENTCTX' USING ENTCTX-PARM.
                 MOVE EC-FILE-NAME TO WS-PUBTOLS-FILENAME.
                 MOVE 'MNCKPT' TO EC-DD-NAME.
                 CALL 'ENTCTX' USING ENTCTX-PARM.
                 MOVE EC-FILE-NAME TO WS-CKPT-FILENAME.
                 MOVE 'RERUNDLT' TO EC-DD-NAME.
                 CALL 'ENTCTX' USING ENTCTX-PARM.
                 MOVE EC-FILE-NAME TO WS-RERUNDLT-FILENAME.
                 MOVE 'VOLSURV' TO EC-DD-NAME.
                 CALL 'ENTCTX' USING ENTCTX-PARM.
                 MOVE EC-FILE-NAME TO WS-VOLSURV-FILENAME.
                 MOVE 'NEWPROD' TO EC-DD-NAME.
                 CALL 'ENTCTX' USING ENTCTX-PARM.
                 MOVE EC-FILE-NAME TO WS-NEWPROD-FILENAME.
                 MOVE 'PUBHOLD' TO EC-DD-NAME.
                 CALL 'ENTCTX' USING ENTCTX-PARM.
                 MOVE EC-FILE-NAME TO WS-PUBHOLD-FILENAME.
                 MOVE 'AVREPCSV' TO EC-DD-NAME.
                 CALL 'ENTCTX' USING ENTCTX-PARM.
                 MOVE EC-FILE-NAME TO WS-AVREPCSV-FILENAME.
                 MOVE 'AVEXCP' TO EC-DD-NAME.
                 CALL 'ENTCTX' USING ENTCTX-PARM.
                 MOVE EC-FILE-NAME TO WS-AVEXCP-FILENAME.
                 MOVE 'TOPMOVRS' TO EC-DD-NAME.
                 CALL 'ENTCTX' USING ENTCTX-PARM.
                 MOVE EC-FILE-NAME TO WS-TOPMOVRS-FILENAME.
                 MOVE 'PRODDTL' TO EC-DD-NAME.
                 CALL 'ENTCTX' USING ENTCTX-PARM.
                 MOVE EC-FILE-NAME TO WS-PRODDTL-FILENAME.
                 MOVE 'VOLRPT' TO EC-DD-NAME.
                 CALL 'ENTCTX' USING ENTCTX-PARM.
                 MOVE EC-FILE-NAME TO WS-VOLRPT-FILENAME.

              HISTORY-FIND-AV-PRICES.
                 DISPLAY ' '.
                 DISPLAY 'CALCULATION OF THE AVERAGE COST BY GROUPS...'.
              WRITE-REP-HEADER.
                 MOVE RC-RUN-DATE TO WS-AVREP-DATE-WS.
                 MOVE SPACES TO WS-AVREP-FILENAME.
                 IF EN-ENTITY-CD = 'MAIN' THEN
                    STRING 'AVREP.' DELIMITED BY SIZE
                         WS-AVREP-DATE-WS DELIMITED BY SIZE
                         INTO WS-AVREP-FILENAME
                 ELSE
                    STRING 'AVREP.' DELIMITED BY SIZE
                         EN-ENTITY-CD DELIMITED BY SPACE
                         '.' DELIMITED BY SIZE
                         WS-AVREP-DATE-WS DELIMITED BY SIZE
                         INTO WS-AVREP-FILENAME
                 END-IF.
                 MOVE 1 TO RPT-CUR-NO.
                 PERFORM RPT-START-REPORT.

                 MOVE WS-DTL-DEV-PCT TO DTL-L-DEV.
                 MOVE WS-CURR-CD(WS-HIST-INX) TO DTL-L-CURR.
                 MOVE WS-FX-RATE(WS-HIST-INX) TO DTL-L-RATE.
                 MOVE WS-QUOTED-P(WS-HIST-INX) TO DTL-L-QUOTED.
                 MOVE WS-UOM-CD(WS-HIST-INX) TO DTL-L-UOM.
                 MOVE WS-STD-UOM(WS-HIST-INX) TO DTL-L-STD-UOM.
                 MOVE SPACES TO RPT-LINE-WS.
                 MOVE DTL-LINE-WS TO RPT-LINE-WS.
                 MOVE 2 TO RPT-CUR-NO.
                       MOVE SPACES TO RPT-LINE-WS
                       STRING '|PROD_NM   |PROD_GR             '
                            '|PREV DAY |LATEST   |END MNTH '
                            '|DEV PCT|CUR|FX RATE   |QUOTED   '
                            '|UOM   |STDUOM|'
                            INTO RPT-LINE-WS
                       PERFORM RPT-WRITE-PHYS
                    WHEN 3
                 WRITE O-AUDIT-REC.
                 CLOSE O-AUDIT-FILE.

              RESET-HISTORY-LOAD.
                 MOVE SPACES TO LOAD-HIST-STATUS.
                 MOVE SPACE TO WS-HIST-LOAD-SW.
                 MOVE 0 TO WS-HIST-FAIL-SQLCODE.
                 MOVE 0 TO WS-HIST-CNT.
                 MOVE 0 TO WS-FETCH-ROWS-PRIOR.
                 MOVE 0 TO WS-FETCH-ROWS-GOT.
                 MOVE 0 TO WS-EXCP-CNT.
                 MOVE 0 TO WS-FX-EXCL-CNT.
                 MOVE 0 TO WS-UOM-EXCL-CNT.
                 MOVE WS-PROGRESS-INTERVAL TO WS-PROGRESS-NEXT.
                 PERFORM EXCP-WRITE-HEADER.

              CHECK-DB-RETRY.
                 MOVE 'K' TO DR-MODE.
                 MOVE 'MNPROCES' TO DR-PROGRAM.
                 MOVE RC-RUN-DATE TO DR-BUS-DATE.
                 CALL 'DBRETRY' USING DBRETRY-PARM.

              READ-CHECKPOINT.
                 MOVE LOW-VALUES TO WS-CKPT-LAST-SYMB.
                 OPEN INPUT CKPT-FILE.
                 MOVE 1 TO RPT-CUR-NO.
                 PERFORM RPT-EMIT-LINE.

              PRICE-INDEX-SECTION.
                 IF NOT RC-MODE-REPLAY AND NOT RC-MODE-SIMULATE THEN
                    MOVE 'N' TO PX-MODE
                    MOVE RC-RUN-DATE TO PX-RUN-DATE
                    CALL 'PRCINDEX' USING PRCINDEX-PARM
                    IF PX-INDEX-FAILED THEN
                       DISPLAY 'PRICE INDEX NOT UPDATED FOR '
                               RC-RUN-DATE '.'
                       MOVE 'WARN' TO AUD-EVENT-WS
                       MOVE 'PRICE INDEX NOT UPDATED' TO
                            AUD-MESSAGE-WS
                       PERFORM WRITE-AUDIT-REC
                    END-IF
                 END-IF.

                 MOVE SPACES TO O-AVREP-REC.
                 MOVE '* CHAIN-LINKED PRICE INDEX *' TO O-AVREP-REC.
                 PERFORM SECT-WRITE-REC.

                 MOVE SPACES TO O-AVREP-REC.
                 STRING '| TYPE | GROUP/SECTOR | LINKED FROM | '
                      'MATCHED | LINK RATIO | INDEX | BASIS |'
                      INTO O-AVREP-REC.
                 PERFORM SECT-WRITE-REC.

                 MOVE RC-RUN-DATE TO PI-RUN-DATE.
                 MOVE 0 TO WS-PI-ROW-CNT.
                 MOVE SPACES TO PI-BASE-YM.

                 EXEC SQL
                    DECLARE PIDX-CUR CURSOR FOR
                    SELECT IDX_TYPE, IDX_NM,
                           NVL(TO_CHAR(PRIOR_DATE, 'YYYYMMDD'), '-'),
                           MATCHED_CNT, LINK_RATIO, NVL(INDEX_VAL, 0),
                           WGT_BASIS, NVL(BASE_YM, ' ')
                    FROM GROUP_PRICE_INDEX
                    WHERE IDX_DATE = TO_DATE(:PI-RUN-DATE, 'YYYYMMDD')
                    ORDER BY IDX_TYPE, IDX_NM
                 END-EXEC.

                 EXEC SQL
                    OPEN PIDX-CUR
                 END-EXEC.
                 IF SQLCODE <> 0 THEN
                    MOVE SPACES TO O-AVREP-REC
                    STRING '| NO PRICE INDEX FOR RUN DATE '
                         DELIMITED BY SIZE
                         PI-RUN-DATE DELIMITED BY SIZE
                         ' |' DELIMITED BY SIZE
                         INTO O-AVREP-REC
                    PERFORM SECT-WRITE-REC
                    GO TO PRICE-INDEX-SECTION-EXIT
                 END-IF.

                 MOVE SPACES TO PI-EOF-WS.
                 PERFORM PRICE-INDEX-FETCH THRU PRICE-INDEX-FETCH-EXIT
                         UNTIL PI-EOF.

                 EXEC SQL
                    CLOSE PIDX-CUR
                 END-EXEC.

                 MOVE SPACES TO O-AVREP-REC.
                 IF WS-PI-ROW-CNT = 0 THEN
                    STRING '| NO PRICE INDEX FOR RUN DATE '
                         DELIMITED BY SIZE
                         PI-RUN-DATE DELIMITED BY SIZE
                         ' |' DELIMITED BY SIZE
                         INTO O-AVREP-REC
                 ELSE
                    STRING 'BASE PERIOD ' DELIMITED BY SIZE
                         PI-BASE-YM DELIMITED BY SIZE
                         ' = 100. BASIS: V VOLUME WEIGHTED, '
                         DELIMITED BY SIZE
                         'M MISSING VOLUMES IMPUTED, E EQUAL WEIGHTS, '
                         DELIMITED BY SIZE
                         'N NO MATCHES - CARRIED, B SERIES START'
                         DELIMITED BY SIZE
                         INTO O-AVREP-REC
                 END-IF.
                 PERFORM SECT-WRITE-REC.

              PRICE-INDEX-SECTION-EXIT.
                 EXIT.

              PRICE-INDEX-FETCH.
                 EXEC SQL
                    FETCH PIDX-CUR
                    INTO :PI-IDX-TYPE, :PI-IDX-NM, :PI-PRIOR-DATE,
                         :PI-MATCHED, :PI-LINK, :PI-INDEX-VAL,
                         :PI-WGT, :PI-BASE-YM
                 END-EXEC.

                 IF SQLCODE = +1403 THEN
                    SET PI-EOF TO TRUE
                    GO TO PRICE-INDEX-FETCH-EXIT
                 ELSE IF SQLCODE <> 0 THEN
                    DISPLAY 'ERROR! SQLCODE - ' SQLCODE
                    SET PI-EOF TO TRUE
                    GO TO PRICE-INDEX-FETCH-EXIT.

                 ADD 1 TO WS-PI-ROW-CNT.
                 IF PI-IDX-TYPE = 'S' THEN
                    MOVE 'SECTOR' TO WS-PI-TYPE-WS
                 ELSE
                    MOVE 'GROUP' TO WS-PI-TYPE-WS
                 END-IF.
                 MOVE PI-LINK TO WS-PI-ED-LINK.
                 MOVE PI-INDEX-VAL TO WS-PI-ED-INDEX.

                 MOVE SPACES TO O-AVREP-REC.
                 STRING '| ' DELIMITED BY SIZE
                      WS-PI-TYPE-WS     DELIMITED BY SPACE
                      ' | '             DELIMITED BY SIZE
                      PI-IDX-NM         DELIMITED BY SPACE
                      ' | '             DELIMITED BY SIZE
                      PI-PRIOR-DATE     DELIMITED BY SPACE
                      ' | '             DELIMITED BY SIZE
                      PI-MATCHED        DELIMITED BY SIZE
                      ' | '             DELIMITED BY SIZE
                      WS-PI-ED-LINK     DELIMITED BY SIZE
                      ' | '             DELIMITED BY SIZE
                      WS-PI-ED-INDEX    DELIMITED BY SIZE
                      ' | '             DELIMITED BY SIZE
                      PI-WGT            DELIMITED BY SIZE
                      ' |'              DELIMITED BY SIZE
                      INTO O-AVREP-REC.
                 PERFORM SECT-WRITE-REC.

              PRICE-INDEX-FETCH-EXIT.
                 EXIT.

              CONTRACT-VARIANCE-REPORT.
                 INITIALIZE CTREXP-TABLE.
                 MOVE 0 TO WS-CTR-RPT-CNT.
                    SELECT H.PROD_NM, H.PROD_GR, H.PREV_DAY_PRICE,
                           H.LATEST_PRICE, H.END_OF_MNTH_PRICE
                    FROM PROD_PRICE_HIST H
                    WHERE NVL(H.ENTITY_CD, 'MAIN') = :EN-ENTITY-CD
                      AND NOT EXISTS
                       (SELECT 1 FROM PROD_PRICE_HIST_ARCHIVE A
                        WHERE A.PROD_NM = H.PROD_NM
                          AND A.PROD_GR = H.PROD_GR
                          AND A.RUN_DATE <=
                              TO_DATE(:PR-CUTOFF-DATE, 'YYYYMMDD'))
                      AND NOT EXISTS
                       (SELECT 1 FROM PROD_MASTER_HIST P,
                                      PROD_MASTER_HIST M,
                                      PROD_PRICE_HIST_ARCHIVE A
                        WHERE P.PROD_NM = H.PROD_NM
                          AND P.PROD_GR = H.PROD_GR
                          AND P.END_DATE IS NULL
                          AND M.PROD_ID = P.PROD_ID
                          AND A.PROD_NM = M.PROD_NM
                          AND A.PROD_GR = M.PROD_GR
                          AND A.RUN_DATE <=
                              TO_DATE(:PR-CUTOFF-DATE, 'YYYYMMDD'))
                    ORDER BY H.PROD_GR, H.PROD_NM
                 END-EXEC.

                    FROM PROD_PRICE_HIST_ARCHIVE
                    WHERE RUN_DATE < TO_DATE(:LH-RUN-DATE,
                                             'YYYYMMDD')
                      AND NVL(ENTITY_CD, 'MAIN') = :EN-ENTITY-CD
                 END-EXEC.
                 IF SQLCODE <> 0 OR VS-PRIOR-DATE-IND < 0 THEN
                    DISPLAY 'NO PRIOR SNAPSHOT - VOLUME '
                      AND NVL(A.CURR_FLAG, 'Y') = 'Y'
                      AND A.PROD_NM = H.PROD_NM
                      AND A.PROD_GR = H.PROD_GR
                      AND NVL(H.ENTITY_CD, 'MAIN') = :EN-ENTITY-CD
                    ORDER BY H.PROD_GR, H.PROD_NM
                 END-EXEC.

                 EXEC SQL
                    DECLARE VSTRND-CUR CURSOR FOR
                    SELECT TO_CHAR(RUN_DATE, 'YYYYMMDD'), PROD_GR,
                           SUM(VOLUME_TOT)
                    FROM GROUP_DAILY_STATS
                    WHERE RUN_DATE > TO_DATE(:LH-RUN-DATE,
                                             'YYYYMMDD') - 7
                      AND CURR_FLAG = 'Y'
                      AND PROD_GR IN
                         (SELECT PROD_GR FROM PROD
                          WHERE NVL(ENTITY_CD, 'MAIN') = :EN-ENTITY-CD)
                    GROUP BY RUN_DATE, PROD_GR
                    ORDER BY PROD_GR, RUN_DATE
                 END-EXEC.

                 EXEC SQL
                    DECLARE VSGRP-CUR CURSOR FOR
                    SELECT S.PROD_GR, SUM(S.VOLUME_TOT)
                    FROM GROUP_DAILY_STATS S
                    WHERE S.RUN_DATE = TO_DATE(:VS-PRIOR-DATE,
                                               'YYYYMMDD')
                      AND S.CURR_FLAG = 'Y'
                      AND S.PROD_GR IN
                         (SELECT PROD_GR FROM PROD
                          WHERE NVL(ENTITY_CD, 'MAIN') = :EN-ENTITY-CD)
                    GROUP BY S.PROD_GR
                    ORDER BY S.PROD_GR
                 END-EXEC.

                 EXEC SQL
                        MAX_END_OF_MNTH   NUMBER(8,3),
                        PCT_OF_TOTAL      NUMBER(5,2),
                        PCT_OF_GRAND_AVG  NUMBER(5,2),
                        WTD_LATEST_AVG    NUMBER(14,4),
                        ENTITY_CD         VARCHAR2(4) DEFAULT 'MAIN'
                    )
                 END-EXEC.
                 IF SQLCODE NOT = 0 AND SQLCODE NOT = -955 THEN
                    DISPLAY 'SQLCODE = ' SQLCODE
                 END-IF.

                 EXEC SQL
                    ALTER TABLE GROUP_PRICE_AVG
                    ADD (ENTITY_CD VARCHAR2(4) DEFAULT 'MAIN')
                 END-EXEC.
                 IF SQLCODE = 0 THEN
                    DISPLAY 'ENTITY COLUMN ADDED TO '
                            'GROUP_PRICE_AVG.'
                 ELSE IF SQLCODE = -1430 THEN
                    CONTINUE
                 ELSE
                    DISPLAY 'UNABLE TO ADD ENTITY COLUMN!'
                    DISPLAY 'SQLCODE = ' SQLCODE
                 END-IF.

                 MOVE RC-RUN-DATE TO GP-RUN-DATE.

                 PERFORM PUBLICATION-GATE
                    THRU PUBLICATION-GATE-EXIT.

                 EXEC SQL
                    COMMIT
                 END-EXEC.

                 MOVE 'MNPROC-PUBLISH' TO DR-UNIT.
                 MOVE 0 TO DR-ATTEMPT.

              PUBLISH-GROUP-ROWS.
                 MOVE 0 TO WS-PUB-FAIL-SQLCODE.
                 EXEC SQL
                    DELETE FROM GROUP_PRICE_AVG
                    WHERE RUN_DATE = TO_DATE(:GP-RUN-DATE, 'YYYYMMDD')
                      AND NVL(RUN_SEQ, 1) = :GP-RUN-SEQ
                      AND NVL(ENTITY_CD, 'MAIN') = :EN-ENTITY-CD
                 END-EXEC.

                 EXEC SQL
                    UPDATE GROUP_PRICE_AVG
                    SET CURR_FLAG = 'N'
                    WHERE RUN_DATE = TO_DATE(:GP-RUN-DATE, 'YYYYMMDD')
                      AND NVL(ENTITY_CD, 'MAIN') = :EN-ENTITY-CD
                 END-EXEC.

                 MOVE 0 TO WS-PUB-CNT.
                       PERFORM PUBLISH-ONE-GROUP
                    END-IF.

                 IF WS-PUB-FAIL-SQLCODE NOT = 0 THEN
                    MOVE WS-PUB-FAIL-SQLCODE TO DR-SQLCODE
                    PERFORM CHECK-DB-RETRY
                    IF DR-RETRY THEN
                       GO TO PUBLISH-GROUP-ROWS
                    END-IF
                    IF DR-EXHAUSTED THEN
                       EXEC SQL
                          ROLLBACK
                       END-EXEC
                       SET DB-RETRY-EXHAUSTED TO TRUE
                       GO TO PUBLISH-GROUP-AVGS-EXIT
                    END-IF
                 END-IF.

                 PERFORM RECORD-AVG-LINEAGE.

                 EXEC SQL
                    COMMIT
                 END-EXEC.
                      AND NVL(P.RUN_SEQ, 1) = :GP-PREV-SEQ
                      AND P.GRP_NM = N.GRP_NM
                      AND P.LATEST_AVG <> N.LATEST_AVG
                      AND NVL(N.ENTITY_CD, 'MAIN') = :EN-ENTITY-CD
                      AND NVL(P.ENTITY_CD, 'MAIN') = :EN-ENTITY-CD
                    ORDER BY N.GRP_NM
                 END-EXEC.

                 MOVE SPACES TO PUBHOLD-TABLE.
                 PERFORM LOAD-PUBTOLS THRU LOAD-PUBTOLS-EXIT.
                 PERFORM LOAD-PUBAPPR THRU LOAD-PUBAPPR-EXIT.
                 MOVE 'C' TO SC-MODE.
                 MOVE 'PUBAPPR' TO SC-OVR-TYPE.
                 MOVE GP-RUN-DATE TO SC-BUS-DATE.
                 MOVE GP-RUN-SEQ TO SC-RUN-SEQ.
                 CALL 'SIGNCHK' USING SIGNCHK-PARM.
                 PERFORM PUBHOLD-WRITE-HEADER.
                 PERFORM TEST AFTER VARYING WS-GRP-INX
                 FROM 1 BY 1 UNTIL WS-GRP-INX = WS-GRP-CNT
                    DISPLAY 'GROUPS WITHHELD FROM PUBLICATION: '
                            WS-PUB-HOLD-CNT
                    DISPLAY 'APPROVE A LEGITIMATE MOVE BY ADDING THE '
                            'GROUP TO THE PUBAPPR DATASET WITH A '
                            'REGISTERED APPROVER AND RESUBMITTING.'
                    MOVE 'PUBLICATION HOLDS' TO ALERT-NAME-WS
                    MOVE WS-PUB-HOLD-CNT TO ALERT-COUNT-WS
                    MOVE 0 TO ALERT-LIMIT-WS
                    GO TO GATE-ONE-GROUP-EXIT
                 END-IF.
                 PERFORM CHECK-PUB-APPROVAL.
                 MOVE SPACE TO WS-PUB-SIGN-SW.
                 IF PUB-GRP-APPROVED THEN
                    PERFORM CHECK-PUB-SIGNATORY
                 END-IF.
                 IF PUB-GRP-APPROVED THEN
                    DISPLAY 'GROUP ' PB-GRPNM ' MOVED '
                            WS-PUB-SHIFT-PCT ' PCT - RELEASED BY '
                         INTO AUD-MESSAGE-WS
                    MOVE 0 TO AUD-ROWCOUNT-WS
                    PERFORM WRITE-AUDIT-REC
                    SET WS-GRP-SUB TO WS-GRP-INX
                    MOVE 'A' TO WS-PUB-HOLD-FLAG(WS-GRP-SUB)
                    MOVE WS-PUB-SHIFT-PCT TO
                         WS-PUB-GATE-SHIFT(WS-GRP-SUB)
                    MOVE WS-PUB-ROW-TOL TO WS-PUB-GATE-TOL(WS-GRP-SUB)
                    GO TO GATE-ONE-GROUP-EXIT
                 END-IF.
                 SET WS-GRP-SUB TO WS-GRP-INX.
                 MOVE 'H' TO WS-PUB-HOLD-FLAG(WS-GRP-SUB).
                 MOVE WS-PUB-SHIFT-PCT TO WS-PUB-GATE-SHIFT(WS-GRP-SUB).
                 MOVE WS-PUB-ROW-TOL TO WS-PUB-GATE-TOL(WS-GRP-SUB).
                 ADD 1 TO WS-PUB-HOLD-CNT.
                 DISPLAY 'GROUP ' PB-GRPNM ' MOVED '
                         WS-PUB-SHIFT-PCT ' PCT AGAINST A TOLERANCE '
                      INTO O-PUBHOLD-REC.
                 OPEN EXTEND O-PUBHOLD-FILE.
                 WRITE O-PUBHOLD-REC.
                 IF PUB-APPR-REJECTED THEN
                    MOVE SPACES TO O-PUBHOLD-REC
                    STRING '| ' DELIMITED BY SIZE
                         PB-GRPNM         DELIMITED BY SPACE
                         ' | APPROVAL BY ' DELIMITED BY SIZE
                         SC-APPROVER-ID   DELIMITED BY SPACE
                         ' REJECTED: '    DELIMITED BY SIZE
                         SC-REASON        DELIMITED BY SIZE
                         ' |'             DELIMITED BY SIZE
                         INTO O-PUBHOLD-REC
                    WRITE O-PUBHOLD-REC
                 END-IF.
                 CLOSE O-PUBHOLD-FILE.
                 MOVE 'PUBHOLD' TO AUD-EVENT-WS.
                 MOVE SPACES TO AUD-MESSAGE-WS.
                    END-SEARCH
                 END-IF.

              CHECK-PUB-SIGNATORY.
                 MOVE 'K' TO SC-MODE.
                 MOVE 'PUBAPPR' TO SC-OVR-TYPE.
                 MOVE GP-RUN-DATE TO SC-BUS-DATE.
                 MOVE GP-RUN-SEQ TO SC-RUN-SEQ.
                 MOVE SPACES TO SC-PROD-NM.
                 MOVE PB-GRPNM TO SC-PROD-GR.
                 MOVE WS-PUB-SHIFT-PCT TO SC-MOVE-PCT.
                 MOVE WS-APPR-APPROVER(WS-APPR-INX) TO SC-APPROVER-ID.
                 MOVE WS-APPR-KEYED-BY(WS-APPR-INX) TO SC-KEYED-BY.
                 CALL 'SIGNCHK' USING SIGNCHK-PARM.
                 IF NOT SC-APPROVED THEN
                    MOVE SPACE TO WS-PUB-APPR-SW
                    SET PUB-APPR-REJECTED TO TRUE
                    DISPLAY 'PUBAPPR APPROVAL FOR ' PB-GRPNM
                            ' REJECTED - ' SC-REASON
                    MOVE 'SIGNREJ' TO AUD-EVENT-WS
                    MOVE SPACES TO AUD-MESSAGE-WS
                    STRING 'PUBAPPR REJECTED: ' DELIMITED BY SIZE
                         PB-GRPNM DELIMITED BY SPACE
                         INTO AUD-MESSAGE-WS
                    MOVE 0 TO AUD-ROWCOUNT-WS
                    PERFORM WRITE-AUDIT-REC
                 END-IF.

              LOAD-PUBTOLS.
                 MOVE SPACES TO PUBTOL-TABLE.
                 MOVE 0 TO WS-PTOL-CNT.
                    GO TO LOAD-PUBAPPR-REC-EXIT
                 END-IF.
                 ADD 1 TO WS-APPR-CNT.
                 MOVE APPR-GRPNM TO WS-APPR-GRPNM(WS-APPR-CNT).
                 MOVE APPR-APPROVER TO WS-APPR-APPROVER(WS-APPR-CNT).
                 MOVE APPR-KEYED-BY TO WS-APPR-KEYED-BY(WS-APPR-CNT).

              LOAD-PUBAPPR-REC-EXIT.
                 EXIT.
                        PCT_OF_TOTAL, PCT_OF_GRAND_AVG,
                        WTD_LATEST_AVG, MEDIAN_LATEST,
                        P25_LATEST, P75_LATEST, RUN_SEQ,
                        CURR_FLAG, ENTITY_CD)
                    VALUES (TO_DATE(:GP-RUN-DATE, 'YYYYMMDD'),
                        :GP-GRPNM, :GP-REC-CNT,
                        :GP-PREV-DAY-AVG, :GP-LATEST-AVG,
                        :GP-MAX-END-OF-MNTH, :GP-PCT-OF-TOTAL,
                        :GP-PCT-OF-GRAND-AV, :GP-WTD-LATEST-AVG,
                        :GP-MED-LATEST, :GP-P25-LATEST,
                        :GP-P75-LATEST, :GP-RUN-SEQ, 'Y',
                        :EN-ENTITY-CD)
                 END-EXEC.

                 IF SQLCODE = 0 THEN
                    DISPLAY 'UNABLE TO PUBLISH GROUP '
                            I-GRPNM(WS-GRP-INX) '!'
                    DISPLAY 'SQLCODE = ' SQLCODE
                    IF WS-PUB-FAIL-SQLCODE = 0 THEN
                       MOVE SQLCODE TO WS-PUB-FAIL-SQLCODE
                    END-IF
                    MOVE 'ERROR' TO AUD-EVENT-WS
                    MOVE 'GROUP AVERAGE PUBLISH FAILED' TO
                         AUD-MESSAGE-WS
                    PERFORM WRITE-AUDIT-REC
                 END-IF.

              PREPARE-AVG-LINEAGE.
                 MOVE RC-RUN-DATE TO LN-RUN-DATE.
                 MOVE 0 TO WS-LN-ROW-CNT.
                 MOVE 0 TO WS-LN-ERR-CNT.
                 EXEC SQL
                    CREATE TABLE PROD_AVG_LINEAGE
                    (
                        RUN_DATE           DATE,
                        RUN_SEQ            NUMBER(3),
                        STAGE              VARCHAR2(1),
                        GRP_NM             VARCHAR2(20),
                        PROD_NM            VARCHAR2(10),
                        LIN_STATUS         VARCHAR2(3),
                        REASON             VARCHAR2(10),
                        REASON_TXT         VARCHAR2(40),
                        CURR_CD            VARCHAR2(3),
                        FX_RATE            NUMBER(9,6),
                        PREV_DAY_PRICE     NUMBER(8,3),
                        LATEST_PRICE       NUMBER(8,3),
                        END_OF_MNTH_PRICE  NUMBER(8,3),
                        VOLUME             NUMBER(10)
                    )
                 END-EXEC.
                 IF SQLCODE NOT = 0 AND SQLCODE NOT = -955 THEN
                    DISPLAY 'UNABLE TO CREATE PROD_AVG_LINEAGE!'
                    DISPLAY 'SQLCODE = ' SQLCODE
                    MOVE 'ERROR' TO AUD-EVENT-WS
                    MOVE 'UNABLE TO CREATE PROD_AVG_LINEAGE' TO
                         AUD-MESSAGE-WS
                    PERFORM WRITE-AUDIT-REC
                 END-IF.
                 EXEC SQL
                    CREATE TABLE GROUP_PUB_STATUS
                    (
                        RUN_DATE          DATE,
                        RUN_SEQ           NUMBER(3),
                        GRP_NM            VARCHAR2(20),
                        REC_CNT           NUMBER(5),
                        PREV_DAY_AVG      NUMBER(16,6),
                        LATEST_AVG        NUMBER(14,4),
                        END_OF_MNTH_AVG   NUMBER(18,8),
                        PUB_STATUS        VARCHAR2(1),
                        SHIFT_PCT         NUMBER(7,2),
                        TOL_PCT           NUMBER(3)
                    )
                 END-EXEC.
                 IF SQLCODE NOT = 0 AND SQLCODE NOT = -955 THEN
                    DISPLAY 'UNABLE TO CREATE GROUP_PUB_STATUS!'
                    DISPLAY 'SQLCODE = ' SQLCODE
                    MOVE 'ERROR' TO AUD-EVENT-WS
                    MOVE 'UNABLE TO CREATE GROUP_PUB_STATUS' TO
                         AUD-MESSAGE-WS
                    PERFORM WRITE-AUDIT-REC
                 END-IF.
                 EXEC SQL
                    DELETE FROM PROD_AVG_LINEAGE
                    WHERE RUN_DATE = TO_DATE(:LN-RUN-DATE, 'YYYYMMDD')
                      AND RUN_SEQ = :GP-RUN-SEQ
                      AND STAGE = 'A'
                      AND GRP_NM IN
                         (SELECT PROD_GR FROM PROD
                          WHERE NVL(ENTITY_CD, 'MAIN') = :EN-ENTITY-CD)
                 END-EXEC.
                 EXEC SQL
                    DELETE FROM GROUP_PUB_STATUS
                    WHERE RUN_DATE = TO_DATE(:LN-RUN-DATE, 'YYYYMMDD')
                      AND RUN_SEQ = :GP-RUN-SEQ
                      AND GRP_NM IN
                         (SELECT PROD_GR FROM PROD
                          WHERE NVL(ENTITY_CD, 'MAIN') = :EN-ENTITY-CD)
                 END-EXEC.

              RECORD-NORATE-LINEAGE.
                 MOVE HB-PROD-GR(WS-BATCH-SUB) TO LN-GRP-NM.
                 MOVE HB-PROD-NM(WS-BATCH-SUB) TO LN-PROD-NM.
                 MOVE 'OUT' TO LN-STATUS.
                 MOVE 'NORATE' TO LN-REASON.
                 MOVE SPACES TO LN-REASON-TXT.
                 STRING 'NO FX RATE FOR ' DELIMITED BY SIZE
                      HB-CURR-CD(WS-BATCH-SUB) DELIMITED BY SPACE
                      INTO LN-REASON-TXT.
                 MOVE HB-CURR-CD(WS-BATCH-SUB) TO LN-CURR-CD.
                 MOVE 0 TO LN-FX-RATE.
                 MOVE -1 TO LN-FX-RATE-IND.
                 MOVE HB-PREV-DAY-P(WS-BATCH-SUB) TO LN-PREV-DAY-P.
                 MOVE HB-LATEST-P(WS-BATCH-SUB) TO LN-LATEST-P.
                 MOVE HB-END-OF-MNTH-P(WS-BATCH-SUB) TO LN-EOM-P.
                 MOVE HB-VOLUME(WS-BATCH-SUB) TO LN-VOLUME.
                 PERFORM INSERT-LINEAGE-ROW.

              RECORD-NOUOM-LINEAGE.
                 MOVE HB-PROD-GR(WS-BATCH-SUB) TO LN-GRP-NM.
                 MOVE HB-PROD-NM(WS-BATCH-SUB) TO LN-PROD-NM.
                 MOVE 'OUT' TO LN-STATUS.
                 MOVE 'NOUOM' TO LN-REASON.
                 MOVE WS-UOM-REASON TO LN-REASON-TXT.
                 MOVE HB-CURR-CD(WS-BATCH-SUB) TO LN-CURR-CD.
                 MOVE WS-ROW-RATE TO LN-FX-RATE.
                 MOVE 0 TO LN-FX-RATE-IND.
                 MOVE HB-PREV-DAY-P(WS-BATCH-SUB) TO LN-PREV-DAY-P.
                 MOVE HB-LATEST-P(WS-BATCH-SUB) TO LN-LATEST-P.
                 MOVE HB-END-OF-MNTH-P(WS-BATCH-SUB) TO LN-EOM-P.
                 MOVE HB-VOLUME(WS-BATCH-SUB) TO LN-VOLUME.
                 PERFORM INSERT-LINEAGE-ROW.

              RECORD-AVG-LINEAGE.
                 PERFORM RECORD-PROD-LINEAGE
                    VARYING WS-HIST-INX FROM 1 BY 1
                    UNTIL WS-HIST-INX > WS-HIST-CNT.
                 PERFORM RECORD-GROUP-STATUS
                    VARYING WS-GRP-INX FROM 1 BY 1
                    UNTIL WS-GRP-INX > WS-GRP-CNT.
                 IF WS-LN-ERR-CNT > 0 THEN
                    DISPLAY 'WARNING! ' WS-LN-ERR-CNT ' LINEAGE ROWS '
                            'COULD NOT BE RECORDED - LINEAGE REQUESTS '
                            'FOR ' LN-RUN-DATE ' WILL NOT TIE.'
                    MOVE 'WARN' TO AUD-EVENT-WS
                    MOVE 'AVERAGE LINEAGE INCOMPLETE' TO
                         AUD-MESSAGE-WS
                    MOVE WS-LN-ERR-CNT TO AUD-ROWCOUNT-WS
                    PERFORM WRITE-AUDIT-REC
                 ELSE
                    DISPLAY 'AVERAGE LINEAGE ROWS RECORDED: '
                            WS-LN-ROW-CNT
                 END-IF.

              RECORD-PROD-LINEAGE.
                 MOVE WS-PROD-GR(WS-HIST-INX) TO LN-GRP-NM.
                 MOVE WS-PROD-NM(WS-HIST-INX) TO LN-PROD-NM.
                 MOVE WS-CURR-CD(WS-HIST-INX) TO LN-CURR-CD.
                 MOVE WS-FX-RATE(WS-HIST-INX) TO LN-FX-RATE.
                 MOVE 0 TO LN-FX-RATE-IND.
                 MOVE WS-PREV-DAY-P(WS-HIST-INX) TO LN-PREV-DAY-P.
                 MOVE WS-LATEST-P(WS-HIST-INX) TO LN-LATEST-P.
                 MOVE WS-END-OF-MNTH-P(WS-HIST-INX) TO LN-EOM-P.
                 MOVE WS-VOLUME-Q(WS-HIST-INX) TO LN-VOLUME.
                 MOVE 'IN' TO LN-STATUS.
                 MOVE SPACES TO LN-REASON.
                 MOVE SPACES TO LN-REASON-TXT.
                 SEARCH ALL PROD-GRP
                    AT END
                       MOVE 'OUT' TO LN-STATUS
                       MOVE 'NOGROUP' TO LN-REASON
                       MOVE 'PRODUCT GROUP NOT IN AVALGR LIST' TO
                            LN-REASON-TXT
                    WHEN I-GRPNM(WS-GRP-INX) =
                         WS-PROD-GR(WS-HIST-INX)
                       CONTINUE
                 END-SEARCH.
                 IF PROD-ON-PROBATION(WS-HIST-INX) THEN
                    MOVE 'OUT' TO LN-STATUS
                    MOVE 'PROBATION' TO LN-REASON
                    MOVE 'NEW PRODUCT ON PROBATION' TO LN-REASON-TXT
                 END-IF.
                 PERFORM INSERT-LINEAGE-ROW.

              INSERT-LINEAGE-ROW.
                 EXEC SQL
                    INSERT INTO PROD_AVG_LINEAGE
                       (RUN_DATE, RUN_SEQ, STAGE, GRP_NM, PROD_NM,
                        LIN_STATUS, REASON, REASON_TXT, CURR_CD,
                        FX_RATE, PREV_DAY_PRICE, LATEST_PRICE,
                        END_OF_MNTH_PRICE, VOLUME)
                    VALUES (TO_DATE(:LN-RUN-DATE, 'YYYYMMDD'),
                        :GP-RUN-SEQ, 'A', :LN-GRP-NM, :LN-PROD-NM,
                        :LN-STATUS, :LN-REASON, :LN-REASON-TXT,
                        :LN-CURR-CD, :LN-FX-RATE:LN-FX-RATE-IND,
                        :LN-PREV-DAY-P, :LN-LATEST-P, :LN-EOM-P,
                        :LN-VOLUME)
                 END-EXEC.
                 IF SQLCODE = 0 THEN
                    ADD 1 TO WS-LN-ROW-CNT
                 ELSE
                    ADD 1 TO WS-LN-ERR-CNT
                 END-IF.

              RECORD-GROUP-STATUS.
                 SET WS-GRP-SUB TO WS-GRP-INX.
                 MOVE I-GRPNM(WS-GRP-INX) TO LN-GRP-NM.
                 MOVE I-GRP-REC-NM(WS-GRP-INX) TO GP-REC-CNT.
                 MOVE I-WS-PREV-DAY-P-AV(WS-GRP-INX) TO
                      GP-PREV-DAY-AVG.
                 MOVE I-WS-LATEST-P-AV(WS-GRP-INX) TO GP-LATEST-AVG.
                 MOVE I-WS-END-OF-MNTH-P-AV(WS-GRP-INX) TO
                      GP-END-OF-MNTH-AVG.
                 MOVE 0 TO LN-SHIFT-PCT.
                 MOVE 0 TO LN-TOL-PCT.
                 IF I-GRP-REC-NM(WS-GRP-INX) = 0 THEN
                    MOVE 'N' TO LN-PUB-STATUS
                 ELSE IF WS-PUB-HOLD-FLAG(WS-GRP-SUB) = 'H' OR
                    WS-PUB-HOLD-FLAG(WS-GRP-SUB) = 'A' THEN
                    MOVE WS-PUB-HOLD-FLAG(WS-GRP-SUB) TO LN-PUB-STATUS
                    MOVE WS-PUB-GATE-SHIFT(WS-GRP-SUB) TO LN-SHIFT-PCT
                    MOVE WS-PUB-GATE-TOL(WS-GRP-SUB) TO LN-TOL-PCT
                 ELSE
                    MOVE 'P' TO LN-PUB-STATUS
                 END-IF.
                 EXEC SQL
                    INSERT INTO GROUP_PUB_STATUS
                       (RUN_DATE, RUN_SEQ, GRP_NM, REC_CNT,
                        PREV_DAY_AVG, LATEST_AVG, END_OF_MNTH_AVG,
                        PUB_STATUS, SHIFT_PCT, TOL_PCT)
                    VALUES (TO_DATE(:LN-RUN-DATE, 'YYYYMMDD'),
                        :GP-RUN-SEQ, :LN-GRP-NM, :GP-REC-CNT,
                        :GP-PREV-DAY-AVG, :GP-LATEST-AVG,
                        :GP-END-OF-MNTH-AVG, :LN-PUB-STATUS,
                        :LN-SHIFT-PCT, :LN-TOL-PCT)
                 END-EXEC.
                 IF SQLCODE = 0 THEN
                    ADD 1 TO WS-LN-ROW-CNT
                 ELSE
                    ADD 1 TO WS-LN-ERR-CNT
                 END-IF.

              LOAD-FXRATES.
                 MOVE SPACES TO FXRATE-TABLE.
                 MOVE 0 TO WS-FX-CNT.
              FIND-FX-RATE-EXIT.
                 EXIT.

              LOAD-UOMCONV.
                 MOVE SPACES TO UOM-GROUP-TABLE.
                 MOVE 0 TO WS-UG-CNT.
                 MOVE SPACES TO UOM-CONV-TABLE.
                 MOVE 0 TO WS-UC-CNT.
                 OPEN INPUT I-UOMCONV-FILE.
                 IF WS-UOMCONV-FILE-STATUS NOT = '00' THEN
                    DISPLAY 'UOMCONV FILE ABSENT - GROUP AVERAGES USE '
                            'PRICES AS QUOTED.'
                    GO TO LOAD-UOMCONV-EXIT
                 END-IF.
                 MOVE SPACES TO WS-UOMCONV-EOF-WS.
                 PERFORM LOAD-UOMCONV-REC THRU LOAD-UOMCONV-REC-EXIT
                         UNTIL UOMCONV-EOF.
                 CLOSE I-UOMCONV-FILE.
                 DISPLAY 'GROUP STANDARD UNITS LOADED: ' WS-UG-CNT
                         ' UNIT CONVERSIONS: ' WS-UC-CNT.

              LOAD-UOMCONV-EXIT.
                 EXIT.

              LOAD-UOMCONV-REC.
                 READ I-UOMCONV-FILE
                    AT END
                       SET UOMCONV-EOF TO TRUE
                       GO TO LOAD-UOMCONV-REC-EXIT
                 END-READ.
                 IF I-UOMCONV-REC = SPACES OR UOMC-TYPE = '*' THEN
                    GO TO LOAD-UOMCONV-REC-EXIT
                 END-IF.
                 IF UOMC-GROUP-STD THEN
                    IF UOMG-GRPNM = SPACES OR
                       UOMG-STD-UOM = SPACES THEN
                       DISPLAY 'UOMCONV GROUP ENTRY ' UOMG-GRPNM
                               ' HAS NO STANDARD UNIT - IGNORED.'
                       GO TO LOAD-UOMCONV-REC-EXIT
                    END-IF
                    IF WS-UG-CNT >= 100 THEN
                       DISPLAY 'TOO MANY UOMCONV GROUP ENTRIES - MAX '
                               'IS 100.'
                       GO TO LOAD-UOMCONV-REC-EXIT
                    END-IF
                    ADD 1 TO WS-UG-CNT
                    MOVE UOMG-GRPNM TO WS-UG-GRPNM(WS-UG-CNT)
                    MOVE UOMG-STD-UOM TO WS-UG-STD-UOM(WS-UG-CNT)
                    GO TO LOAD-UOMCONV-REC-EXIT
                 END-IF.
                 IF NOT UOMC-CONVERSION THEN
                    DISPLAY 'UOMCONV RECORD TYPE ' UOMC-TYPE
                            ' IS NOT G OR C - IGNORED.'
                    GO TO LOAD-UOMCONV-REC-EXIT
                 END-IF.
                 IF UOMC-FROM-UOM = SPACES OR UOMC-TO-UOM = SPACES OR
                    UOMC-FACTOR-X NOT NUMERIC OR
                    UOMC-FACTOR < 0.000001 THEN
                    DISPLAY 'UOMCONV ENTRY ' UOMC-FROM-UOM ' TO '
                            UOMC-TO-UOM ' IS INVALID - IGNORED.'
                    GO TO LOAD-UOMCONV-REC-EXIT
                 END-IF.
                 IF WS-UC-CNT >= 200 THEN
                    DISPLAY 'TOO MANY UOMCONV CONVERSIONS - MAX IS 200.'
                    GO TO LOAD-UOMCONV-REC-EXIT
                 END-IF.
                 ADD 1 TO WS-UC-CNT.
                 MOVE UOMC-FROM-UOM TO WS-UC-FROM-UOM(WS-UC-CNT).
                 MOVE UOMC-TO-UOM TO WS-UC-TO-UOM(WS-UC-CNT).
                 MOVE UOMC-FACTOR TO WS-UC-FACTOR(WS-UC-CNT).

              LOAD-UOMCONV-REC-EXIT.
                 EXIT.

              FIND-UOM-FACTOR.
                 MOVE SPACE TO WS-UOM-SKIP-SW.
                 MOVE 1 TO WS-ROW-UOM-FACT.
                 MOVE HB-UOM-CD(WS-BATCH-SUB) TO WS-ROW-UOM-CD.
                 MOVE SPACES TO WS-ROW-STD-UOM.
                 MOVE SPACES TO WS-UOM-REASON.
                 IF FX-ROW-SKIP OR WS-UG-CNT = 0 THEN
                    GO TO FIND-UOM-FACTOR-EXIT
                 END-IF.
                 SET WS-UG-INX TO 1.
                 SEARCH WS-UG-ENTRY
                    AT END
                       GO TO FIND-UOM-FACTOR-EXIT
                    WHEN WS-UG-GRPNM(WS-UG-INX) =
                         HB-PROD-GR(WS-BATCH-SUB)
                       MOVE WS-UG-STD-UOM(WS-UG-INX) TO WS-ROW-STD-UOM
                 END-SEARCH.
                 IF WS-ROW-UOM-CD = SPACES THEN
                    MOVE WS-ROW-STD-UOM TO WS-ROW-UOM-CD
                 END-IF.
                 IF WS-ROW-UOM-CD = WS-ROW-STD-UOM THEN
                    GO TO FIND-UOM-FACTOR-EXIT
                 END-IF.
                 SET WS-UC-INX TO 1.
                 SEARCH WS-UC-ENTRY
                    AT END
                       PERFORM FIND-UOM-REVERSE
                    WHEN WS-UC-FROM-UOM(WS-UC-INX) = WS-ROW-UOM-CD AND
                         WS-UC-TO-UOM(WS-UC-INX) = WS-ROW-STD-UOM
                       COMPUTE WS-ROW-UOM-FACT ROUNDED =
                               1 / WS-UC-FACTOR(WS-UC-INX)
                 END-SEARCH.
                 IF UOM-ROW-SKIP THEN
                    GO TO FIND-UOM-FACTOR-EXIT
                 END-IF.
                 COMPUTE WS-UOM-CHK-P = WS-ROW-RATE * WS-ROW-UOM-FACT *
                         HB-PREV-DAY-P(WS-BATCH-SUB).
                 IF WS-UOM-CHK-P NOT > 99999.999 THEN
                    COMPUTE WS-UOM-CHK-P = WS-ROW-RATE *
                            WS-ROW-UOM-FACT * HB-LATEST-P(WS-BATCH-SUB)
                 END-IF.
                 IF WS-UOM-CHK-P NOT > 99999.999 THEN
                    COMPUTE WS-UOM-CHK-P = WS-ROW-RATE *
                            WS-ROW-UOM-FACT *
                            HB-END-OF-MNTH-P(WS-BATCH-SUB)
                 END-IF.
                 IF WS-UOM-CHK-P > 99999.999 THEN
                    SET UOM-ROW-SKIP TO TRUE
                    STRING 'PRICE PER ' DELIMITED BY SIZE
                         WS-ROW-STD-UOM DELIMITED BY SPACE
                         ' OVER 99999.999' DELIMITED BY SIZE
                         INTO WS-UOM-REASON
                    GO TO FIND-UOM-FACTOR-EXIT
                 END-IF.
                 COMPUTE WS-UOM-CHK-P ROUNDED =
                         HB-VOLUME(WS-BATCH-SUB) / WS-ROW-UOM-FACT.
                 IF WS-UOM-CHK-P > 9999999999 THEN
                    SET UOM-ROW-SKIP TO TRUE
                    STRING 'VOLUME IN ' DELIMITED BY SIZE
                         WS-ROW-STD-UOM DELIMITED BY SPACE
                         ' OVER 10 DIGITS' DELIMITED BY SIZE
                         INTO WS-UOM-REASON
                 END-IF.

              FIND-UOM-FACTOR-EXIT.
                 EXIT.

              FIND-UOM-REVERSE.
                 SET WS-UC-INX TO 1.
                 SEARCH WS-UC-ENTRY
                    AT END
                       SET UOM-ROW-SKIP TO TRUE
                       STRING 'NO CONVERSION ' DELIMITED BY SIZE
                            WS-ROW-UOM-CD DELIMITED BY SPACE
                            ' TO ' DELIMITED BY SIZE
                            WS-ROW-STD-UOM DELIMITED BY SPACE
                            INTO WS-UOM-REASON
                    WHEN WS-UC-FROM-UOM(WS-UC-INX) = WS-ROW-STD-UOM AND
                         WS-UC-TO-UOM(WS-UC-INX) = WS-ROW-UOM-CD
                       MOVE WS-UC-FACTOR(WS-UC-INX) TO WS-ROW-UOM-FACT
                 END-SEARCH.

              READ-PARMS.
                 OPEN INPUT I-PARMS-FILE.
                 IF WS-PARMS-FILE-STATUS NOT = '00' THEN
                       GO TO APPLY-PARM-EXIT
                    WHEN 'STALE-ALERT'
                       GO TO APPLY-PARM-EXIT
                    WHEN 'CONT-HOLD'
                       GO TO APPLY-PARM-EXIT
                    WHEN 'FCST-DAYS'
                       GO TO APPLY-PARM-EXIT
                    WHEN 'FCST-MA'
                       GO TO APPLY-PARM-EXIT
                    WHEN 'FCST-ALPHA'
                       GO TO APPLY-PARM-EXIT
                    WHEN 'FCST-TOL'
                       GO TO APPLY-PARM-EXIT
                    WHEN 'FCST-LOOKBACK'
                       GO TO APPLY-PARM-EXIT
                    WHEN 'IDX-BASE-YEAR'
                       GO TO APPLY-PARM-EXIT
                    WHEN 'IDX-BASE-MON'
                       GO TO APPLY-PARM-EXIT
                    WHEN 'DB-RETRY-MAX'
                       GO TO APPLY-PARM-EXIT
                    WHEN 'DB-RETRY-WAIT'
                       GO TO APPLY-PARM-EXIT
                    WHEN 'MARGIN-MOVE'
                       GO TO APPLY-PARM-EXIT
                    WHEN 'PROB-DAYS'
                       IF WS-PARM-VALUE < 100 THEN
                          MOVE WS-PARM-VALUE TO WS-PROB-DAYS
                      AUD-MESSAGE-WS.
                 PERFORM WRITE-AUDIT-REC.

              WATCHLIST-NOTIFY.
                 MOVE 0 TO WS-WATCH-CNT.
                 MOVE 0 TO WS-WATCH-HIT-CNT.
                 MOVE 0 TO WS-WATCH-DENY-CNT.
                 MOVE 0 TO WS-WATCH-BAD-CNT.
                 INITIALIZE WATCH-USER-TABLE.
                 MOVE 0 TO WS-WU-CNT.

                 OPEN INPUT I-WATCHLST-FILE.
                 IF WS-WATCH-FILE-STATUS NOT = '00' THEN
                    DISPLAY 'WATCHLST FILE ABSENT - NO PRICE WATCHES '
                            'EVALUATED.'
                    GO TO WATCHLIST-NOTIFY-EXIT
                 END-IF.

                 MOVE 'WATCHLIST' TO RS-PHASE.
                 PERFORM WRITE-RUN-STATUS.
                 PERFORM WATCH-LOAD-ENTITLEMENTS
                    THRU WATCH-LOAD-ENTITLEMENTS-EXIT.

                 MOVE SPACES TO WS-WATCH-EOF-WS.
                 PERFORM WATCH-READ-REC THRU WATCH-READ-EXIT
                         UNTIL WATCH-EOF.
                 CLOSE I-WATCHLST-FILE.

                 DISPLAY 'PRICE WATCHES EVALUATED: ' WS-WATCH-CNT
                         ' TRIGGERED: ' WS-WATCH-HIT-CNT
                         ' USERS NOTIFIED: ' WS-WU-CNT
                         ' NOT ENTITLED: ' WS-WATCH-DENY-CNT
                         ' INVALID: ' WS-WATCH-BAD-CNT.
                 MOVE 'WATCH' TO AUD-EVENT-WS.
                 MOVE 'WATCHLIST EVALUATED' TO AUD-MESSAGE-WS.
                 MOVE WS-WATCH-HIT-CNT TO AUD-ROWCOUNT-WS.
                 PERFORM WRITE-AUDIT-REC.

              WATCHLIST-NOTIFY-EXIT.
                 EXIT.

              WATCH-READ-REC.
                 READ I-WATCHLST-FILE
                    AT END
                       SET WATCH-EOF TO TRUE
                       GO TO WATCH-READ-EXIT
                 END-READ.
                 IF I-WATCHLST-REC = SPACES OR
                    I-WATCHLST-REC(1:1) = '*' THEN
                    GO TO WATCH-READ-EXIT
                 END-IF.
                 ADD 1 TO WS-WATCH-CNT.

                 IF WL-USER-ID = SPACES OR WL-PROD-GR = SPACES OR
                    WL-LEVEL NOT NUMERIC OR
                    (WL-COND NOT = 'ABOVE' AND
                     WL-COND NOT = 'BELOW' AND
                     WL-COND NOT = 'MOVE') THEN
                    ADD 1 TO WS-WATCH-BAD-CNT
                    DISPLAY 'WATCHLST ENTRY FOR ' WL-USER-ID ' / '
                            WL-PROD-NM ' / ' WL-PROD-GR
                            ' IS MALFORMED - IGNORED.'
                    GO TO WATCH-READ-EXIT
                 END-IF.

                 PERFORM WATCH-CHECK-ENTITLEMENT
                    THRU WATCH-CHECK-ENTITLEMENT-EXIT.
                 IF NOT WATCH-ENTITLED THEN
                    ADD 1 TO WS-WATCH-DENY-CNT
                    DISPLAY 'WATCH USER ' WL-USER-ID ' IS NOT '
                            'ENTITLED TO GROUP ' WL-PROD-GR
                            ' - WATCH SUPPRESSED.'
                    MOVE 'DENY' TO AUD-EVENT-WS
                    MOVE SPACES TO AUD-MESSAGE-WS
                    STRING 'WATCH DENIED: ' DELIMITED BY SIZE
                         WL-USER-ID DELIMITED BY SPACE
                         ' / ' DELIMITED BY SIZE
                         WL-PROD-GR DELIMITED BY SPACE
                         INTO AUD-MESSAGE-WS
                    MOVE 0 TO AUD-ROWCOUNT-WS
                    PERFORM WRITE-AUDIT-REC
                    GO TO WATCH-READ-EXIT
                 END-IF.

                 IF WL-PROD-NM = SPACES THEN
                    PERFORM WATCH-SCAN-GROUP THRU WATCH-SCAN-GROUP-EXIT
                       VARYING WS-HIST-INX FROM 1 BY 1
                       UNTIL WS-HIST-INX > WS-HIST-CNT
                    GO TO WATCH-READ-EXIT
                 END-IF.

                 MOVE WL-PROD-NM TO WS-FIND-PROD-NM.
                 MOVE WL-PROD-GR TO WS-FIND-PROD-GR.
                 PERFORM FIND-HISTORY-PRODUCT
                    THRU FIND-HISTORY-PRODUCT-EXIT.
                 IF WS-HIST-FOUND-SUB = 0 THEN
                    DISPLAY 'WATCHED PRODUCT ' WL-PROD-NM ' / '
                            WL-PROD-GR ' IS NOT IN TONIGHTS HISTORY.'
                    GO TO WATCH-READ-EXIT
                 END-IF.
                 SET WS-HIST-INX TO WS-HIST-FOUND-SUB.
                 PERFORM WATCH-TEST-PRODUCT THRU WATCH-TEST-EXIT.

              WATCH-READ-EXIT.
                 EXIT.

              WATCH-SCAN-GROUP.
                 IF WS-PROD-GR(WS-HIST-INX) NOT = WL-PROD-GR THEN
                    GO TO WATCH-SCAN-GROUP-EXIT
                 END-IF.
                 PERFORM WATCH-TEST-PRODUCT THRU WATCH-TEST-EXIT.

              WATCH-SCAN-GROUP-EXIT.
                 EXIT.

              WATCH-TEST-PRODUCT.
                 MOVE SPACE TO WS-WATCH-HIT-SW.
                 MOVE 0 TO WS-WATCH-PCT.
                 IF WS-PREV-DAY-P(WS-HIST-INX) > 0 THEN
                    COMPUTE WS-WATCH-PCT =
                            (WS-LATEST-P(WS-HIST-INX) -
                             WS-PREV-DAY-P(WS-HIST-INX)) * 100 /
                            WS-PREV-DAY-P(WS-HIST-INX)
                       ON SIZE ERROR
                          MOVE 999.99 TO WS-WATCH-PCT
                    END-COMPUTE
                 END-IF.

                 EVALUATE WL-COND
                    WHEN 'ABOVE'
                       IF WS-LATEST-P(WS-HIST-INX) > WL-LEVEL AND
                          WS-PREV-DAY-P(WS-HIST-INX) NOT > WL-LEVEL
                          SET WATCH-HIT TO TRUE
                       END-IF
                    WHEN 'BELOW'
                       IF WS-LATEST-P(WS-HIST-INX) < WL-LEVEL AND
                          WS-PREV-DAY-P(WS-HIST-INX) NOT < WL-LEVEL
                          SET WATCH-HIT TO TRUE
                       END-IF
                    WHEN OTHER
                       IF WS-WATCH-PCT < 0 THEN
                          COMPUTE WS-WATCH-ABS-PCT = 0 - WS-WATCH-PCT
                       ELSE
                          MOVE WS-WATCH-PCT TO WS-WATCH-ABS-PCT
                       END-IF
                       IF WS-PREV-DAY-P(WS-HIST-INX) > 0 AND
                          WS-WATCH-ABS-PCT > WL-LEVEL
                          SET WATCH-HIT TO TRUE
                       END-IF
                 END-EVALUATE.

                 IF NOT WATCH-HIT THEN
                    GO TO WATCH-TEST-EXIT
                 END-IF.

                 ADD 1 TO WS-WATCH-HIT-CNT.
                 PERFORM WATCH-OPEN-USER-FILE
                    THRU WATCH-OPEN-USER-FILE-EXIT.
                 IF WATCH-USER-FULL THEN
                    GO TO WATCH-TEST-EXIT
                 END-IF.

                 MOVE SPACES TO O-WATCHN-REC.
                 STRING '| ' DELIMITED BY SIZE
                      WS-PROD-NM(WS-HIST-INX)    DELIMITED BY SPACE
                      ' | '                      DELIMITED BY SIZE
                      WS-PROD-GR(WS-HIST-INX)    DELIMITED BY SPACE
                      ' | '                      DELIMITED BY SIZE
                      WL-COND                    DELIMITED BY SPACE
                      ' | '                      DELIMITED BY SIZE
                      WL-LEVEL                   DELIMITED BY SIZE
                      ' | '                      DELIMITED BY SIZE
                      WS-PREV-DAY-P(WS-HIST-INX) DELIMITED BY SIZE
                      ' | '                      DELIMITED BY SIZE
                      WS-LATEST-P(WS-HIST-INX)   DELIMITED BY SIZE
                      ' | '                      DELIMITED BY SIZE
                      WS-WATCH-PCT               DELIMITED BY SIZE
                      ' | '                      DELIMITED BY SIZE
                      WS-BASE-CURR               DELIMITED BY SIZE
                      ' | '                      DELIMITED BY SIZE
                      WS-STD-UOM(WS-HIST-INX)    DELIMITED BY SPACE
                      ' |'                       DELIMITED BY SIZE
                      INTO O-WATCHN-REC.
                 OPEN EXTEND O-WATCHN-FILE.
                 WRITE O-WATCHN-REC.
                 CLOSE O-WATCHN-FILE.

                 MOVE 'WATCH' TO AUD-EVENT-WS.
                 MOVE SPACES TO AUD-MESSAGE-WS.
                 STRING 'WATCH HIT: ' DELIMITED BY SIZE
                      WL-USER-ID DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WS-PROD-NM(WS-HIST-INX) DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WL-COND DELIMITED BY SPACE
                      INTO AUD-MESSAGE-WS.
                 MOVE 1 TO AUD-ROWCOUNT-WS.
                 PERFORM WRITE-AUDIT-REC.

              WATCH-TEST-EXIT.
                 EXIT.

              WATCH-OPEN-USER-FILE.
                 MOVE SPACE TO WS-WU-FULL-SW.
                 MOVE SPACES TO WS-WATCH-FILENAME.
                 STRING 'WATCHN.' DELIMITED BY SIZE
                      WL-USER-ID DELIMITED BY SPACE
                      INTO WS-WATCH-FILENAME.
                 SET WS-WU-INX TO 1.
                 SEARCH WS-WU-ENTRY
                    AT END
                       IF WS-WU-CNT < 200 THEN
                          ADD 1 TO WS-WU-CNT
                          SET WS-WU-INX TO WS-WU-CNT
                          MOVE WL-USER-ID TO WS-WU-USER-ID(WS-WU-INX)
                          MOVE 1 TO WS-WU-HIT-CNT(WS-WU-INX)
                          PERFORM WATCH-WRITE-BANNER
                       ELSE
                          DISPLAY 'TOO MANY WATCH USERS - MAX IS 200.'
                          SET WATCH-USER-FULL TO TRUE
                       END-IF
                    WHEN WS-WU-USER-ID(WS-WU-INX) = WL-USER-ID
                       ADD 1 TO WS-WU-HIT-CNT(WS-WU-INX)
                 END-SEARCH.

              WATCH-OPEN-USER-FILE-EXIT.
                 EXIT.

              WATCH-WRITE-BANNER.
                 OPEN OUTPUT O-WATCHN-FILE.
                 MOVE SPACES TO O-WATCHN-REC.
                 STRING '***** PRICE WATCH NOTIFICATIONS FOR '
                      DELIMITED BY SIZE
                      WL-USER-ID DELIMITED BY SPACE
                      ' - BUSINESS DATE ' DELIMITED BY SIZE
                      RC-RUN-DATE DELIMITED BY SIZE
                      ' *****' DELIMITED BY SIZE
                      INTO O-WATCHN-REC.
                 WRITE O-WATCHN-REC.
                 MOVE SPACES TO O-WATCHN-REC.
                 STRING '| PROD_NM | PROD_GR | CONDITION | LEVEL | '
                      'PREV_DAY_PRICE | LATEST_PRICE | MOVE PCT | '
                      'CURRENCY | UNIT |'
                      INTO O-WATCHN-REC.
                 WRITE O-WATCHN-REC.
                 CLOSE O-WATCHN-FILE.

              WATCH-LOAD-ENTITLEMENTS.
                 MOVE SPACES TO ENTITLE-TABLE.
                 MOVE 0 TO WS-ENT-CNT.
                 MOVE SPACE TO WS-ENT-LOADED-SW.
                 OPEN INPUT I-ENTITLE-FILE.
                 IF WS-ENT-FILE-STATUS NOT = '00' THEN
                    DISPLAY 'ENTITLE DATASET ABSENT - WATCHES ARE NOT '
                            'FILTERED BY GROUP ENTITLEMENT.'
                    MOVE 'WARN' TO AUD-EVENT-WS
                    MOVE 'ENTITLE ABSENT - NO WATCH FILTERING' TO
                         AUD-MESSAGE-WS
                    MOVE 0 TO AUD-ROWCOUNT-WS
                    PERFORM WRITE-AUDIT-REC
                    GO TO WATCH-LOAD-ENTITLEMENTS-EXIT
                 END-IF.
                 MOVE SPACES TO WS-ENT-EOF-WS.
                 PERFORM WATCH-LOAD-ENTITLE-REC
                    THRU WATCH-LOAD-ENTITLE-REC-EXIT
                    UNTIL ENT-EOF.
                 CLOSE I-ENTITLE-FILE.
                 IF WS-ENT-CNT > 0 THEN
                    SET ENT-LOADED TO TRUE
                 END-IF.

              WATCH-LOAD-ENTITLEMENTS-EXIT.
                 EXIT.

              WATCH-LOAD-ENTITLE-REC.
                 READ I-ENTITLE-FILE
                    AT END
                       SET ENT-EOF TO TRUE
                       GO TO WATCH-LOAD-ENTITLE-REC-EXIT
                 END-READ.
                 IF I-ENTITLE-REC = SPACES THEN
                    GO TO WATCH-LOAD-ENTITLE-REC-EXIT
                 END-IF.
                 IF WS-ENT-CNT >= 200 THEN
                    DISPLAY 'TOO MANY ENTITLE ENTRIES - MAX IS 200.'
                    SET ENT-EOF TO TRUE
                    GO TO WATCH-LOAD-ENTITLE-REC-EXIT
                 END-IF.
                 ADD 1 TO WS-ENT-CNT.
                 MOVE ENT-USER-ID TO WS-ENT-USER-ID(WS-ENT-CNT).
                 MOVE ENT-PROD-GR TO WS-ENT-PROD-GR(WS-ENT-CNT).

              WATCH-LOAD-ENTITLE-REC-EXIT.
                 EXIT.

              WATCH-CHECK-ENTITLEMENT.
                 MOVE SPACE TO WS-WATCH-ENT-SW.
                 IF NOT ENT-LOADED THEN
                    SET WATCH-ENTITLED TO TRUE
                    GO TO WATCH-CHECK-ENTITLEMENT-EXIT
                 END-IF.
                 SET WS-ENT-INX TO 1.
                 SEARCH WS-ENT-ENTRY
                    AT END
                       CONTINUE
                    WHEN WS-ENT-USER-ID(WS-ENT-INX) = WL-USER-ID AND
                         WS-ENT-PROD-GR(WS-ENT-INX) = WL-PROD-GR
                       SET WATCH-ENTITLED TO TRUE
                 END-SEARCH.

              WATCH-CHECK-ENTITLEMENT-EXIT.
                 EXIT.
