       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT O-AUDIT-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT O-ALERT-FILE ASSIGN TO 'ALERTS'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT O-CALGEN-FILE ASSIGN TO 'CALGENRP'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT I-RULES-FILE ASSIGN TO 'CALRULES'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.

           SELECT I-BUSCAL-FILE ASSIGN TO 'BUSCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-BUSCAL-FILE-STATUS.

           SELECT O-NEWCAL-FILE ASSIGN TO 'BUSCALNW'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD O-AUDIT-FILE.
           COPY "AUDITREC".

           FD O-ALERT-FILE.
           COPY "ALERTR".

           FD O-CALGEN-FILE.
           01 O-CALGEN-REC          PIC X(132).

           FD I-RULES-FILE.
           01 I-RULES-REC.
              05 CR-TYPE           PIC X(1).
                 88 CR-WEEKEND     VALUE 'W'.
                 88 CR-FIXED       VALUE 'F'.
                 88 CR-NTH-WEEKDAY VALUE 'N'.
                 88 CR-EASTER      VALUE 'E'.
                 88 CR-ONE-OFF     VALUE 'O'.
                 88 CR-COMMENT     VALUE '*'.
              05 CR-PARM           PIC X(9).
              05 CR-NAME           PIC X(30).
              05 FILLER            PIC X(40).
           01 CR-WEEKEND-R REDEFINES I-RULES-REC.
              05 FILLER            PIC X(1).
              05 CR-WK-DAYS        PIC X(7).
              05 FILLER            PIC X(72).
           01 CR-FIXED-R REDEFINES I-RULES-REC.
              05 FILLER            PIC X(1).
              05 CR-FX-MM-X        PIC X(2).
              05 CR-FX-MM REDEFINES CR-FX-MM-X
                                   PIC 9(2).
              05 CR-FX-DD-X        PIC X(2).
              05 CR-FX-DD REDEFINES CR-FX-DD-X
                                   PIC 9(2).
              05 CR-FX-OBS         PIC X(1).
              05 FILLER            PIC X(74).
           01 CR-NTH-R REDEFINES I-RULES-REC.
              05 FILLER            PIC X(1).
              05 CR-NT-MM-X        PIC X(2).
              05 CR-NT-MM REDEFINES CR-NT-MM-X
                                   PIC 9(2).
              05 CR-NT-WKDAY-X     PIC X(1).
              05 CR-NT-WKDAY REDEFINES CR-NT-WKDAY-X
                                   PIC 9(1).
              05 CR-NT-NTH         PIC X(1).
              05 FILLER            PIC X(75).
           01 CR-EASTER-R REDEFINES I-RULES-REC.
              05 FILLER            PIC X(1).
              05 CR-EA-SIGN        PIC X(1).
              05 CR-EA-DAYS-X      PIC X(3).
              05 CR-EA-DAYS REDEFINES CR-EA-DAYS-X
                                   PIC 9(3).
              05 FILLER            PIC X(75).
           01 CR-ONE-OFF-R REDEFINES I-RULES-REC.
              05 FILLER            PIC X(1).
              05 CR-OO-DATE-X      PIC X(8).
              05 CR-OO-DATE REDEFINES CR-OO-DATE-X
                                   PIC 9(8).
              05 FILLER            PIC X(71).

           FD I-BUSCAL-FILE.
           01 I-BUSCAL-REC          PIC X(8).

           FD O-NEWCAL-FILE.
           01 O-NEWCAL-REC          PIC X(8).

       WORKING-STORAGE SECTION.

           COPY "BUSCALR".

           01 AUD-EVENT-WS         PIC X(8).
           01 AUD-ROWCOUNT-WS      PIC 9(7) VALUE 0.
           01 AUD-MESSAGE-WS       PIC X(40) VALUE SPACES.

           01 ALERT-DATE-WS        PIC 9(8).
           01 ALERT-TIME-WS        PIC 9(8).

           01 CG-YEAR-X            PIC X(4) VALUE SPACES.
           01 CG-GAP-X             PIC X(2) VALUE SPACES.
           01 CG-YEAR              PIC 9(4).
           01 CG-MAX-GAP           PIC 9(2) VALUE 5.
           01 CG-MIN-DAYS-LEFT     PIC 9(5) VALUE 60.

           01 CG-WALL-DATE         PIC 9(8).
           01 CG-WALL-DATE-R REDEFINES CG-WALL-DATE.
              05 CG-WALL-YYYY      PIC 9(4).
              05 CG-WALL-MMDD      PIC 9(4).
           01 CG-FROM-DATE         PIC 9(8).
           01 CG-FROM-DATE-R REDEFINES CG-FROM-DATE.
              05 CG-FROM-YYYY      PIC 9(4).
              05 CG-FROM-MMDD      PIC 9(4).
           01 CG-TO-DATE           PIC 9(8).
           01 CG-FROM-NUM          PIC S9(9) COMP.
           01 CG-TO-NUM            PIC S9(9) COMP.
           01 CG-APPLY-YEAR        PIC 9(4).

           01 WS-RULES-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-RULES-EOF-WS      PIC X(02) VALUE SPACES.
               88 RULES-EOF        VALUE HIGH-VALUES.
           01 WS-BUSCAL-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-CAL-EOF-WS        PIC X(02) VALUE SPACES.
               88 CAL-EOF          VALUE HIGH-VALUES.
           01 WS-CAL-DATE          PIC 9(8).
           01 WS-CAL-DATE-R REDEFINES WS-CAL-DATE.
              05 WS-CAL-YYYY       PIC 9(4).
              05 WS-CAL-MM         PIC 9(2).
              05 WS-CAL-DD         PIC 9(2).

           01 CG-WEEKEND-DAYS      PIC X(7) VALUE 'NNNNNYY'.
           01 CG-WEEKEND-R REDEFINES CG-WEEKEND-DAYS.
              05 CG-WK-CLOSED      PIC X(1) OCCURS 7 TIMES.
           01 CG-DAY-NAMES         PIC X(21)
                                   VALUE 'MONTUEWEDTHUFRISATSUN'.
           01 CG-DAY-NAMES-R REDEFINES CG-DAY-NAMES.
              05 CG-DAY-NM         PIC X(3) OCCURS 7 TIMES.
           01 CG-MONTH-LENGTHS     PIC X(24)
                                   VALUE '312931303130313130313031'.
           01 CG-MONTH-LENGTHS-R REDEFINES CG-MONTH-LENGTHS.
              05 CG-MONTH-LEN      PIC 9(2) OCCURS 12 TIMES.

           01 RULE-TABLE.
              05 RT-CNT            PIC 9(3) VALUE 0.
              05 RT-ENTRY OCCURS 200 TIMES.
                 10 RT-TYPE        PIC X(1).
                 10 RT-MM          PIC 9(2).
                 10 RT-DD          PIC 9(2).
                 10 RT-OBS         PIC X(1).
                    88 RT-NO-SUBST     VALUE ' '.
                    88 RT-SUBST-NEAR   VALUE 'N'.
                    88 RT-SUBST-FWD    VALUE 'F'.
                 10 RT-WKDAY       PIC 9(1).
                 10 RT-NTH         PIC X(1).
                 10 RT-OFFSET      PIC S9(3).
                 10 RT-DATE        PIC 9(8).
                 10 RT-NAME        PIC X(30).
           01 RT-SUB               PIC 9(3) COMP.
           01 RT-REC-NO            PIC 9(4) VALUE 0.
           01 RT-WEEKEND-CNT       PIC 9(3) VALUE 0.
           01 RT-FIXED-CNT         PIC 9(3) VALUE 0.
           01 RT-NTH-CNT           PIC 9(3) VALUE 0.
           01 RT-EASTER-CNT        PIC 9(3) VALUE 0.
           01 RT-ONE-OFF-CNT       PIC 9(3) VALUE 0.
           01 RT-OUTSIDE-CNT       PIC 9(3) VALUE 0.
           01 RT-REJECT-CNT        PIC 9(3) VALUE 0.
           01 RT-REASON            PIC X(40).

           01 DAY-TABLE.
              05 DY-CNT            PIC 9(3) VALUE 0.
              05 DY-ENTRY OCCURS 400 TIMES.
                 10 DY-DATE        PIC 9(8).
                 10 DY-WKDAY       PIC 9(1).
                 10 DY-STAT        PIC X(1).
                    88 DY-OPEN         VALUE 'B'.
                    88 DY-WEEKEND      VALUE 'W'.
                    88 DY-HOLIDAY      VALUE 'H'.
                 10 DY-NAME        PIC X(30).
                 10 DY-NOTE        PIC X(30).
                 10 DY-LIVE        PIC X(1).
                    88 DY-IN-LIVE      VALUE 'Y'.
           01 DY-SUB               PIC 9(3) COMP.
           01 CG-IDX               PIC S9(5) COMP.
           01 CG-CAND              PIC S9(5) COMP.

           01 MONTH-TABLE.
              05 MT-ENTRY OCCURS 13 TIMES.
                 10 MT-NEW-CNT     PIC 9(3).
                 10 MT-NEW-LAST    PIC 9(8).
                 10 MT-LIVE-CNT    PIC 9(3).
                 10 MT-LIVE-LAST   PIC 9(8).
                 10 MT-PRIOR-CNT   PIC 9(3).
           01 MT-SUB               PIC 9(3) COMP.

           01 DN-DATE              PIC 9(8).
           01 DN-DATE-R REDEFINES DN-DATE.
              05 DN-YYYY           PIC 9(4).
              05 DN-MM             PIC 9(2).
              05 DN-DD             PIC 9(2).
           01 DN-A                 PIC S9(9) COMP.
           01 DN-Y                 PIC S9(9) COMP.
           01 DN-M                 PIC S9(9) COMP.
           01 DN-T1                PIC S9(9) COMP.
           01 DN-T2                PIC S9(9) COMP.
           01 DN-T3                PIC S9(9) COMP.
           01 DN-T4                PIC S9(9) COMP.
           01 DN-NUM               PIC S9(9) COMP.

           01 DT-A                 PIC S9(9) COMP.
           01 DT-B                 PIC S9(9) COMP.
           01 DT-C                 PIC S9(9) COMP.
           01 DT-C1                PIC S9(9) COMP.
           01 DT-D                 PIC S9(9) COMP.
           01 DT-E                 PIC S9(9) COMP.
           01 DT-E1                PIC S9(9) COMP.
           01 DT-M                 PIC S9(9) COMP.
           01 DT-M10               PIC S9(9) COMP.
           01 DT-X1                PIC S9(9) COMP.

           01 EA-A                 PIC S9(9) COMP.
           01 EA-B                 PIC S9(9) COMP.
           01 EA-C                 PIC S9(9) COMP.
           01 EA-D                 PIC S9(9) COMP.
           01 EA-E                 PIC S9(9) COMP.
           01 EA-F                 PIC S9(9) COMP.
           01 EA-G                 PIC S9(9) COMP.
           01 EA-H                 PIC S9(9) COMP.
           01 EA-I                 PIC S9(9) COMP.
           01 EA-K                 PIC S9(9) COMP.
           01 EA-L                 PIC S9(9) COMP.
           01 EA-M                 PIC S9(9) COMP.
           01 EA-Q                 PIC S9(9) COMP.
           01 EA-T                 PIC S9(9) COMP.

           01 CG-Q                 PIC S9(9) COMP.
           01 CG-R                 PIC S9(9) COMP.
           01 CG-WKDAY             PIC 9(1).
           01 CG-HOL-NUM           PIC S9(9) COMP.
           01 CG-HOL-DATE          PIC 9(8).
           01 CG-HOL-SW            PIC X(01) VALUE SPACE.
               88 CG-HOL-FOUND     VALUE 'Y'.
           01 CG-SHIFT             PIC S9(9) COMP.
           01 CG-PREV-NUM          PIC S9(9) COMP.
           01 CG-CUR-NUM           PIC S9(9) COMP.
           01 CG-GAP               PIC S9(9) COMP.
           01 CG-PREV-DATE         PIC 9(8) VALUE 0.
           01 CG-LAST-KEPT         PIC 9(8) VALUE 0.
           01 CG-ORDER-DATE        PIC 9(8) VALUE 0.
           01 CG-RANGE-LAST        PIC 9(8) VALUE 0.
           01 CG-ORDER-PREV        PIC 9(8) VALUE 0.

           01 CG-LIVE-SW           PIC X(01) VALUE SPACE.
               88 CG-LIVE-PRESENT  VALUE 'Y'.
           01 CG-KEPT-CNT          PIC 9(7) VALUE 0.
           01 CG-RANGE-CNT         PIC 9(5) VALUE 0.
           01 CG-BEYOND-CNT        PIC 9(5) VALUE 0.
           01 CG-BAD-REC-CNT       PIC 9(5) VALUE 0.
           01 CG-ORDER-CNT         PIC 9(5) VALUE 0.
           01 CG-NEW-CNT           PIC 9(5) VALUE 0.
           01 CG-HOL-CNT           PIC 9(5) VALUE 0.
           01 CG-ADDED-CNT         PIC 9(5) VALUE 0.
           01 CG-REMOVED-CNT       PIC 9(5) VALUE 0.
           01 CG-GAP-CNT           PIC 9(5) VALUE 0.
           01 CG-OUT-CNT           PIC 9(7) VALUE 0.
           01 CG-ERR-CNT           PIC 9(7) VALUE 0.
           01 CG-WARN-CNT          PIC 9(7) VALUE 0.

           01 CG-FND-KEY           PIC X(8).
           01 CG-FND-SEV           PIC X(7).
           01 CG-FND-TEXT          PIC X(40).
           01 CG-FND-DETAIL        PIC X(50).
           01 CG-SECT-FND          PIC 9(7) VALUE 0.
           01 CG-SECT-TITLE        PIC X(60).
           01 CG-SECT-HEADING      PIC X(100).
           01 CG-CNT-TEXT          PIC X(50).

           01 CG-ED-CNT            PIC Z(4)9.
           01 CG-ED-REC            PIC 9(4).
           01 CG-ED-GAP            PIC Z9.
           01 CG-ED-NEW            PIC ZZ9.
           01 CG-ED-LIVE           PIC ZZ9.
           01 CG-ED-PRIOR          PIC ZZ9.
           01 CG-ED-NEW-LAST       PIC X(8).
           01 CG-ED-LIVE-LAST      PIC X(8).
           01 CG-ED-MONTH          PIC X(6).

       LINKAGE SECTION.
          01 LS-CONN-PARM.
             05 LS-CONN-PARM-LEN     PIC S9(4) COMP.
             05 LS-CONN-PARM-TEXT    PIC X(80).

       PROCEDURE DIVISION USING LS-CONN-PARM.
       DISPLAY 'BUSINESS CALENDAR GENERATION'.

       ACCEPT BC-WALL-DATE FROM DATE YYYYMMDD.

       CALL 'BUSCAL' USING BUSCAL-PARM.

       MOVE 'START' TO AUD-EVENT-WS.
       MOVE 'CALGEN RUN STARTED' TO AUD-MESSAGE-WS.
       PERFORM WRITE-AUDIT-REC.

       IF LS-CONN-PARM-LEN > 0 THEN
          UNSTRING LS-CONN-PARM-TEXT(1:LS-CONN-PARM-LEN)
             DELIMITED BY ','
             INTO CG-YEAR-X
                  CG-GAP-X
          END-UNSTRING
       END-IF.

       MOVE BC-WALL-DATE TO CG-WALL-DATE.
       IF CG-YEAR-X NUMERIC AND CG-YEAR-X NOT = '0000' THEN
          MOVE CG-YEAR-X TO CG-YEAR
       ELSE
          COMPUTE CG-YEAR = CG-WALL-YYYY + 1
          DISPLAY 'NO VALID YEAR GIVEN - GENERATING ' CG-YEAR '.'
       END-IF.

       IF CG-GAP-X NUMERIC AND CG-GAP-X NOT = '00' THEN
          MOVE CG-GAP-X TO CG-MAX-GAP
       END-IF.

       IF CG-YEAR < 1901 OR CG-YEAR > 2098 THEN
          DISPLAY 'CALGEN: YEAR ' CG-YEAR ' IS OUT OF RANGE!'
          MOVE 'ERROR' TO AUD-EVENT-WS
          MOVE 'CALENDAR YEAR OUT OF RANGE' TO AUD-MESSAGE-WS
          PERFORM WRITE-AUDIT-REC
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF.

       DISPLAY 'CALENDAR YEAR: ' CG-YEAR ', MAXIMUM GAP: '
               CG-MAX-GAP ' CALENDAR DAYS.'.

       MOVE CG-YEAR TO CG-FROM-YYYY.
       MOVE 0101 TO CG-FROM-MMDD.
       MOVE CG-FROM-DATE TO DN-DATE.
       PERFORM DATE-TO-DAYNUM.
       MOVE DN-NUM TO CG-FROM-NUM.
       COMPUTE DN-YYYY = CG-YEAR + 1.
       MOVE 01 TO DN-MM.
       MOVE 31 TO DN-DD.
       MOVE DN-DATE TO CG-TO-DATE.
       PERFORM DATE-TO-DAYNUM.
       MOVE DN-NUM TO CG-TO-NUM.

       PERFORM CALGEN-WRITE-HEADER.

       MOVE '* HOLIDAY RULES *' TO CG-SECT-TITLE.
       PERFORM CALGEN-FINDING-SECTION.
       PERFORM LOAD-RULES THRU LOAD-RULES-EXIT.
       IF WS-RULES-FILE-STATUS NOT = '00' THEN
          DISPLAY 'CALRULES IS NOT PRESENT - THE CALENDAR CANNOT '
                  'BE GENERATED.'
          MOVE '* CALRULES NOT PRESENT - NOTHING GENERATED *' TO
               O-CALGEN-REC
          PERFORM CALGEN-WRITE-REC
          MOVE 'ERROR' TO AUD-EVENT-WS
          MOVE 'HOLIDAY RULE FILE NOT PRESENT' TO AUD-MESSAGE-WS
          PERFORM WRITE-AUDIT-REC
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF.
       PERFORM CALGEN-END-SECTION.
       PERFORM CALGEN-WRITE-RULE-COUNTS.

       PERFORM BUILD-DAY-TABLE.
       MOVE '* HOLIDAY RULES APPLIED *' TO CG-SECT-TITLE.
       PERFORM CALGEN-FINDING-SECTION.
       MOVE CG-YEAR TO CG-APPLY-YEAR.
       PERFORM APPLY-RULE THRU APPLY-RULE-EXIT
               VARYING RT-SUB FROM 1 BY 1 UNTIL RT-SUB > RT-CNT.
       ADD 1 TO CG-APPLY-YEAR.
       PERFORM APPLY-RULE THRU APPLY-RULE-EXIT
               VARYING RT-SUB FROM 1 BY 1 UNTIL RT-SUB > RT-CNT.
       MOVE CG-YEAR TO CG-APPLY-YEAR.
       PERFORM APPLY-SUBSTITUTE THRU APPLY-SUBSTITUTE-EXIT
               VARYING RT-SUB FROM 1 BY 1 UNTIL RT-SUB > RT-CNT.
       ADD 1 TO CG-APPLY-YEAR.
       PERFORM APPLY-SUBSTITUTE THRU APPLY-SUBSTITUTE-EXIT
               VARYING RT-SUB FROM 1 BY 1 UNTIL RT-SUB > RT-CNT.
       PERFORM CALGEN-END-SECTION.

       PERFORM LOAD-LIVE-CALENDAR THRU LOAD-LIVE-CALENDAR-EXIT.
       PERFORM TALLY-ONE-DAY
               VARYING DY-SUB FROM 1 BY 1 UNTIL DY-SUB > DY-CNT.

       PERFORM CALGEN-WRITE-CLOSURES.
       PERFORM CALGEN-WRITE-MONTHS.
       PERFORM CALGEN-WRITE-DIFFERENCES.

       MOVE '* VALIDATION *' TO CG-SECT-TITLE.
       PERFORM CALGEN-FINDING-SECTION.
       PERFORM VALIDATE-CALENDAR.
       PERFORM CALGEN-END-SECTION.

       IF CG-ERR-CNT = 0 THEN
          PERFORM WRITE-NEW-CALENDAR THRU WRITE-NEW-CALENDAR-EXIT
       ELSE
          OPEN OUTPUT O-NEWCAL-FILE
          CLOSE O-NEWCAL-FILE
       END-IF.

       PERFORM CALGEN-WRITE-SUMMARY.

       DISPLAY 'BUSINESS DAYS GENERATED: ' CG-NEW-CNT
               ' CLOSURES: ' CG-HOL-CNT ' ADDED: ' CG-ADDED-CNT
               ' REMOVED: ' CG-REMOVED-CNT.
       DISPLAY 'ERRORS: ' CG-ERR-CNT ' WARNINGS: ' CG-WARN-CNT.

       IF CG-ERR-CNT > 0 THEN
          MOVE 'ERROR' TO AUD-EVENT-WS
          MOVE 'CALENDAR NOT VALID - SEE CALGENRP' TO
               AUD-MESSAGE-WS
          MOVE CG-ERR-CNT TO AUD-ROWCOUNT-WS
          PERFORM WRITE-AUDIT-REC
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF.

       IF CG-WARN-CNT > 0 THEN
          MOVE 'WARN' TO AUD-EVENT-WS
          MOVE 'CALENDAR GENERATED WITH WARNINGS' TO
               AUD-MESSAGE-WS
          MOVE CG-WARN-CNT TO AUD-ROWCOUNT-WS
          PERFORM WRITE-AUDIT-REC
          MOVE 4 TO RETURN-CODE
          STOP RUN
       END-IF.

       MOVE 'END' TO AUD-EVENT-WS.
       MOVE 'CALGEN RUN COMPLETED - CALENDAR VALID' TO
            AUD-MESSAGE-WS.
       MOVE CG-OUT-CNT TO AUD-ROWCOUNT-WS.
       PERFORM WRITE-AUDIT-REC.

       STOP RUN.

       LOAD-RULES.
           OPEN INPUT I-RULES-FILE.
           IF WS-RULES-FILE-STATUS NOT = '00' THEN
              GO TO LOAD-RULES-EXIT
           END-IF.
           MOVE SPACES TO WS-RULES-EOF-WS.
           PERFORM LOAD-RULE-REC THRU LOAD-RULE-REC-EXIT
                   UNTIL RULES-EOF.
           CLOSE I-RULES-FILE.
           MOVE '00' TO WS-RULES-FILE-STATUS.

       LOAD-RULES-EXIT.
           EXIT.

       LOAD-RULE-REC.
           READ I-RULES-FILE
              AT END
                 SET RULES-EOF TO TRUE
                 GO TO LOAD-RULE-REC-EXIT
           END-READ.
           ADD 1 TO RT-REC-NO.

           IF I-RULES-REC = SPACES OR CR-COMMENT THEN
              GO TO LOAD-RULE-REC-EXIT
           END-IF.

           MOVE SPACES TO RT-REASON.
           EVALUATE TRUE
              WHEN CR-WEEKEND
                 PERFORM CHECK-WEEKEND-RULE
              WHEN CR-FIXED
                 PERFORM CHECK-FIXED-RULE
              WHEN CR-NTH-WEEKDAY
                 PERFORM CHECK-NTH-RULE
              WHEN CR-EASTER
                 PERFORM CHECK-EASTER-RULE
              WHEN CR-ONE-OFF
                 PERFORM CHECK-ONE-OFF-RULE
              WHEN OTHER
                 MOVE 'UNKNOWN RULE TYPE' TO RT-REASON
           END-EVALUATE.

           IF RT-REASON = SPACES AND NOT CR-WEEKEND THEN
              IF CR-NAME = SPACES THEN
                 MOVE 'HOLIDAY NAME IS BLANK' TO RT-REASON
              END-IF
           END-IF.
           IF RT-REASON = SPACES AND NOT CR-WEEKEND THEN
              IF RT-CNT NOT < 200 THEN
                 MOVE 'MORE THAN 200 HOLIDAY RULES' TO RT-REASON
              END-IF
           END-IF.

           IF RT-REASON NOT = SPACES THEN
              ADD 1 TO RT-REJECT-CNT
              MOVE 'REC' TO CG-FND-KEY
              MOVE RT-REC-NO TO CG-ED-REC
              MOVE CG-ED-REC TO CG-FND-KEY(5:4)
              MOVE 'ERROR' TO CG-FND-SEV
              MOVE RT-REASON TO CG-FND-TEXT
              MOVE I-RULES-REC TO CG-FND-DETAIL
              PERFORM WRITE-FINDING
              GO TO LOAD-RULE-REC-EXIT
           END-IF.

           IF CR-WEEKEND THEN
              MOVE CR-WK-DAYS TO CG-WEEKEND-DAYS
              ADD 1 TO RT-WEEKEND-CNT
              GO TO LOAD-RULE-REC-EXIT
           END-IF.

           ADD 1 TO RT-CNT.
           MOVE CR-TYPE TO RT-TYPE(RT-CNT).
           MOVE 0 TO RT-MM(RT-CNT).
           MOVE 0 TO RT-DD(RT-CNT).
           MOVE SPACE TO RT-OBS(RT-CNT).
           MOVE 0 TO RT-WKDAY(RT-CNT).
           MOVE SPACE TO RT-NTH(RT-CNT).
           MOVE 0 TO RT-OFFSET(RT-CNT).
           MOVE 0 TO RT-DATE(RT-CNT).
           MOVE CR-NAME TO RT-NAME(RT-CNT).
           EVALUATE TRUE
              WHEN CR-FIXED
                 ADD 1 TO RT-FIXED-CNT
                 MOVE CR-FX-MM TO RT-MM(RT-CNT)
                 MOVE CR-FX-DD TO RT-DD(RT-CNT)
                 MOVE CR-FX-OBS TO RT-OBS(RT-CNT)
              WHEN CR-NTH-WEEKDAY
                 ADD 1 TO RT-NTH-CNT
                 MOVE CR-NT-MM TO RT-MM(RT-CNT)
                 MOVE CR-NT-WKDAY TO RT-WKDAY(RT-CNT)
                 MOVE CR-NT-NTH TO RT-NTH(RT-CNT)
              WHEN CR-EASTER
                 ADD 1 TO RT-EASTER-CNT
                 IF CR-EA-SIGN = '-' THEN
                    COMPUTE RT-OFFSET(RT-CNT) = 0 - CR-EA-DAYS
                 ELSE
                    MOVE CR-EA-DAYS TO RT-OFFSET(RT-CNT)
                 END-IF
              WHEN CR-ONE-OFF
                 ADD 1 TO RT-ONE-OFF-CNT
                 MOVE CR-OO-DATE TO RT-DATE(RT-CNT)
                 IF CR-OO-DATE < CG-FROM-DATE OR
                    CR-OO-DATE > CG-TO-DATE THEN
                    ADD 1 TO RT-OUTSIDE-CNT
                 END-IF
           END-EVALUATE.

       LOAD-RULE-REC-EXIT.
           EXIT.

       CHECK-WEEKEND-RULE.
           IF RT-WEEKEND-CNT > 0 THEN
              MOVE 'MORE THAN ONE WEEKEND RULE' TO RT-REASON
           ELSE
              IF CR-WK-DAYS = 'YYYYYYY' THEN
                 MOVE 'WEEKEND RULE CLOSES EVERY DAY' TO RT-REASON
              ELSE
                 MOVE 0 TO CG-R
                 INSPECT CR-WK-DAYS TALLYING CG-R FOR ALL 'Y'
                                                      ALL 'N'
                 IF CG-R NOT = 7 THEN
                    MOVE 'WEEKEND DAYS MUST BE Y OR N' TO RT-REASON
                 END-IF
              END-IF
           END-IF.

       CHECK-FIXED-RULE.
           IF CR-FX-MM-X NOT NUMERIC OR CR-FX-DD-X NOT NUMERIC THEN
              MOVE 'MONTH OR DAY IS NOT NUMERIC' TO RT-REASON
           ELSE
              IF CR-FX-MM < 1 OR CR-FX-MM > 12 THEN
                 MOVE 'MONTH IS NOT 01 TO 12' TO RT-REASON
              ELSE
                 IF CR-FX-DD < 1 OR
                    CR-FX-DD > CG-MONTH-LEN(CR-FX-MM) THEN
                    MOVE 'DAY IS NOT IN THE MONTH' TO RT-REASON
                 END-IF
              END-IF
           END-IF.
           IF RT-REASON = SPACES THEN
              IF CR-FX-OBS NOT = SPACE AND CR-FX-OBS NOT = 'N' AND
                 CR-FX-OBS NOT = 'F' THEN
                 MOVE 'SUBSTITUTE CODE MUST BE N, F OR BLANK' TO
                      RT-REASON
              END-IF
           END-IF.

       CHECK-NTH-RULE.
           IF CR-NT-MM-X NOT NUMERIC OR CR-NT-WKDAY-X NOT NUMERIC
              THEN
              MOVE 'MONTH OR WEEKDAY IS NOT NUMERIC' TO RT-REASON
           ELSE
              IF CR-NT-MM < 1 OR CR-NT-MM > 12 THEN
                 MOVE 'MONTH IS NOT 01 TO 12' TO RT-REASON
              ELSE
                 IF CR-NT-WKDAY < 1 OR CR-NT-WKDAY > 7 THEN
                    MOVE 'WEEKDAY IS NOT 1 (MON) TO 7 (SUN)' TO
                         RT-REASON
                 ELSE
                    IF CR-NT-NTH NOT = '1' AND NOT = '2' AND
                       NOT = '3' AND NOT = '4' AND NOT = 'L' THEN
                       MOVE 'OCCURRENCE MUST BE 1 TO 4 OR L' TO
                            RT-REASON
                    END-IF
                 END-IF
              END-IF
           END-IF.

       CHECK-EASTER-RULE.
           IF CR-EA-SIGN NOT = '+' AND CR-EA-SIGN NOT = '-' THEN
              MOVE 'EASTER OFFSET SIGN MUST BE + OR -' TO RT-REASON
           ELSE
              IF CR-EA-DAYS-X NOT NUMERIC THEN
                 MOVE 'EASTER OFFSET IS NOT NUMERIC' TO RT-REASON
              ELSE
                 IF CR-EA-DAYS > 300 THEN
                    MOVE 'EASTER OFFSET IS OVER 300 DAYS' TO
                         RT-REASON
                 END-IF
              END-IF
           END-IF.

       CHECK-ONE-OFF-RULE.
           IF CR-OO-DATE-X NOT NUMERIC THEN
              MOVE 'CLOSURE DATE IS NOT NUMERIC' TO RT-REASON
           ELSE
              MOVE CR-OO-DATE TO DN-DATE
              IF DN-MM < 1 OR DN-MM > 12 THEN
                 MOVE 'CLOSURE DATE IS NOT A VALID DATE' TO
                      RT-REASON
              ELSE
                 PERFORM DATE-TO-DAYNUM
                 PERFORM DAYNUM-TO-DATE
                 IF DN-DATE NOT = CR-OO-DATE THEN
                    MOVE 'CLOSURE DATE IS NOT A VALID DATE' TO
                         RT-REASON
                 END-IF
              END-IF
           END-IF.

       BUILD-DAY-TABLE.
           INITIALIZE DAY-TABLE.
           INITIALIZE MONTH-TABLE.
           MOVE CG-FROM-NUM TO DN-NUM.
           PERFORM BUILD-ONE-DAY
                   UNTIL DN-NUM > CG-TO-NUM.

       BUILD-ONE-DAY.
           ADD 1 TO DY-CNT.
           PERFORM DAYNUM-TO-DATE.
           MOVE DN-DATE TO DY-DATE(DY-CNT).
           PERFORM SET-WEEKDAY.
           MOVE CG-WKDAY TO DY-WKDAY(DY-CNT).
           IF CG-WK-CLOSED(CG-WKDAY) = 'Y' THEN
              SET DY-WEEKEND(DY-CNT) TO TRUE
           ELSE
              SET DY-OPEN(DY-CNT) TO TRUE
           END-IF.
           MOVE SPACES TO DY-NAME(DY-CNT).
           MOVE SPACES TO DY-NOTE(DY-CNT).
           MOVE 'N' TO DY-LIVE(DY-CNT).
           ADD 1 TO DN-NUM.

       APPLY-RULE.
           PERFORM RESOLVE-RULE-DATE THRU RESOLVE-RULE-DATE-EXIT.
           IF NOT CG-HOL-FOUND THEN
              GO TO APPLY-RULE-EXIT
           END-IF.

           IF DY-NAME(CG-IDX) NOT = SPACES THEN
              ADD 1 TO CG-WARN-CNT
              MOVE DY-DATE(CG-IDX) TO CG-FND-KEY
              MOVE 'WARNING' TO CG-FND-SEV
              MOVE 'TWO HOLIDAY RULES FALL ON ONE DATE' TO
                   CG-FND-TEXT
              MOVE SPACES TO CG-FND-DETAIL
              STRING DY-NAME(CG-IDX) DELIMITED BY '  '
                   ' / ' DELIMITED BY SIZE
                   RT-NAME(RT-SUB) DELIMITED BY '  '
                   INTO CG-FND-DETAIL
              PERFORM WRITE-FINDING
              GO TO APPLY-RULE-EXIT
           END-IF.

           MOVE RT-NAME(RT-SUB) TO DY-NAME(CG-IDX).
           IF DY-WEEKEND(CG-IDX) THEN
              MOVE 'FALLS ON A WEEKEND' TO DY-NOTE(CG-IDX)
           ELSE
              SET DY-HOLIDAY(CG-IDX) TO TRUE
           END-IF.

       APPLY-RULE-EXIT.
           EXIT.

       RESOLVE-RULE-DATE.
           MOVE SPACE TO CG-HOL-SW.
           EVALUATE RT-TYPE(RT-SUB)
              WHEN 'F'
                 MOVE CG-APPLY-YEAR TO DN-YYYY
                 MOVE RT-MM(RT-SUB) TO DN-MM
                 MOVE RT-DD(RT-SUB) TO DN-DD
                 MOVE DN-DATE TO CG-HOL-DATE
                 PERFORM DATE-TO-DAYNUM
                 PERFORM DAYNUM-TO-DATE
                 IF DN-DATE NOT = CG-HOL-DATE THEN
                    GO TO RESOLVE-RULE-DATE-EXIT
                 END-IF
                 MOVE DN-NUM TO CG-HOL-NUM
              WHEN 'N'
                 PERFORM RESOLVE-NTH-WEEKDAY
              WHEN 'E'
                 PERFORM RESOLVE-EASTER
                 ADD RT-OFFSET(RT-SUB) TO CG-HOL-NUM
              WHEN 'O'
                 MOVE RT-DATE(RT-SUB) TO DN-DATE
                 IF DN-YYYY NOT = CG-APPLY-YEAR THEN
                    GO TO RESOLVE-RULE-DATE-EXIT
                 END-IF
                 PERFORM DATE-TO-DAYNUM
                 MOVE DN-NUM TO CG-HOL-NUM
           END-EVALUATE.

           IF CG-HOL-NUM < CG-FROM-NUM OR CG-HOL-NUM > CG-TO-NUM THEN
              GO TO RESOLVE-RULE-DATE-EXIT
           END-IF.
           COMPUTE CG-IDX = CG-HOL-NUM - CG-FROM-NUM + 1.
           SET CG-HOL-FOUND TO TRUE.

       RESOLVE-RULE-DATE-EXIT.
           EXIT.

       RESOLVE-NTH-WEEKDAY.
           MOVE CG-APPLY-YEAR TO DN-YYYY.
           MOVE RT-MM(RT-SUB) TO DN-MM.
           MOVE 1 TO DN-DD.
           IF RT-NTH(RT-SUB) = 'L' THEN
              IF DN-MM = 12 THEN
                 ADD 1 TO DN-YYYY
                 MOVE 1 TO DN-MM
              ELSE
                 ADD 1 TO DN-MM
              END-IF
              PERFORM DATE-TO-DAYNUM
              SUBTRACT 1 FROM DN-NUM
              PERFORM SET-WEEKDAY
              COMPUTE CG-SHIFT = CG-WKDAY - RT-WKDAY(RT-SUB) + 7
              DIVIDE CG-SHIFT BY 7 GIVING CG-Q REMAINDER CG-R
              COMPUTE CG-HOL-NUM = DN-NUM - CG-R
           ELSE
              PERFORM DATE-TO-DAYNUM
              PERFORM SET-WEEKDAY
              COMPUTE CG-SHIFT = RT-WKDAY(RT-SUB) - CG-WKDAY + 7
              DIVIDE CG-SHIFT BY 7 GIVING CG-Q REMAINDER CG-R
              MOVE RT-NTH(RT-SUB) TO CG-SHIFT
              COMPUTE CG-HOL-NUM = DN-NUM + CG-R +
                      7 * (CG-SHIFT - 1)
           END-IF.

       RESOLVE-EASTER.
           DIVIDE CG-APPLY-YEAR BY 19 GIVING EA-Q REMAINDER EA-A.
           DIVIDE CG-APPLY-YEAR BY 100 GIVING EA-B REMAINDER EA-C.
           DIVIDE EA-B BY 4 GIVING EA-D REMAINDER EA-E.
           COMPUTE EA-F = (EA-B + 8) / 25.
           COMPUTE EA-G = (EA-B - EA-F + 1) / 3.
           COMPUTE EA-T = 19 * EA-A + EA-B - EA-D - EA-G + 15.
           DIVIDE EA-T BY 30 GIVING EA-Q REMAINDER EA-H.
           DIVIDE EA-C BY 4 GIVING EA-I REMAINDER EA-K.
           COMPUTE EA-T = 32 + 2 * EA-E + 2 * EA-I - EA-H - EA-K.
           DIVIDE EA-T BY 7 GIVING EA-Q REMAINDER EA-L.
           COMPUTE EA-M = (EA-A + 11 * EA-H + 22 * EA-L) / 451.
           COMPUTE EA-T = EA-H + EA-L - 7 * EA-M + 114.
           DIVIDE EA-T BY 31 GIVING EA-Q REMAINDER EA-T.
           MOVE CG-APPLY-YEAR TO DN-YYYY.
           MOVE EA-Q TO DN-MM.
           COMPUTE DN-DD = EA-T + 1.
           PERFORM DATE-TO-DAYNUM.
           MOVE DN-NUM TO CG-HOL-NUM.

       APPLY-SUBSTITUTE.
           IF RT-TYPE(RT-SUB) NOT = 'F' OR RT-NO-SUBST(RT-SUB) THEN
              GO TO APPLY-SUBSTITUTE-EXIT
           END-IF.
           PERFORM RESOLVE-RULE-DATE THRU RESOLVE-RULE-DATE-EXIT.
           IF NOT CG-HOL-FOUND THEN
              GO TO APPLY-SUBSTITUTE-EXIT
           END-IF.
           IF NOT DY-WEEKEND(CG-IDX) OR
              DY-NAME(CG-IDX) NOT = RT-NAME(RT-SUB) THEN
              GO TO APPLY-SUBSTITUTE-EXIT
           END-IF.

           IF RT-SUBST-NEAR(RT-SUB) AND DY-WKDAY(CG-IDX) = 6 THEN
              COMPUTE CG-CAND = CG-IDX - 1
           ELSE
              COMPUTE CG-CAND = CG-IDX + 1
           END-IF.
           IF CG-CAND < 1 THEN
              MOVE 'SUBSTITUTE FALLS IN THE PRIOR YEAR' TO
                   DY-NOTE(CG-IDX)
              GO TO APPLY-SUBSTITUTE-EXIT
           END-IF.
           PERFORM ADVANCE-SUBSTITUTE
                   UNTIL CG-CAND > DY-CNT OR DY-OPEN(CG-CAND).
           IF CG-CAND > DY-CNT THEN
              MOVE 'SUBSTITUTE FALLS AFTER THE CALENDAR' TO
                   DY-NOTE(CG-IDX)
              GO TO APPLY-SUBSTITUTE-EXIT
           END-IF.

           SET DY-HOLIDAY(CG-CAND) TO TRUE.
           MOVE RT-NAME(RT-SUB) TO DY-NAME(CG-CAND).
           MOVE SPACES TO DY-NOTE(CG-CAND).
           STRING 'SUBSTITUTE FOR ' DELIMITED BY SIZE
                DY-DATE(CG-IDX) DELIMITED BY SIZE
                INTO DY-NOTE(CG-CAND).
           MOVE SPACES TO DY-NOTE(CG-IDX).
           STRING 'WEEKEND - OBSERVED ' DELIMITED BY SIZE
                DY-DATE(CG-CAND) DELIMITED BY SIZE
                INTO DY-NOTE(CG-IDX).

       APPLY-SUBSTITUTE-EXIT.
           EXIT.

       ADVANCE-SUBSTITUTE.
           ADD 1 TO CG-CAND.

       LOAD-LIVE-CALENDAR.
           OPEN INPUT I-BUSCAL-FILE.
           IF WS-BUSCAL-FILE-STATUS NOT = '00' THEN
              GO TO LOAD-LIVE-CALENDAR-EXIT
           END-IF.
           SET CG-LIVE-PRESENT TO TRUE.
           MOVE 0 TO CG-PREV-DATE.
           MOVE SPACES TO WS-CAL-EOF-WS.
           PERFORM LOAD-LIVE-REC THRU LOAD-LIVE-REC-EXIT
                   UNTIL CAL-EOF.
           CLOSE I-BUSCAL-FILE.

       LOAD-LIVE-CALENDAR-EXIT.
           EXIT.

       LOAD-LIVE-REC.
           READ I-BUSCAL-FILE
              AT END
                 SET CAL-EOF TO TRUE
                 GO TO LOAD-LIVE-REC-EXIT
           END-READ.

           IF I-BUSCAL-REC = SPACES OR I-BUSCAL-REC NOT NUMERIC THEN
              ADD 1 TO CG-BAD-REC-CNT
              GO TO LOAD-LIVE-REC-EXIT
           END-IF.

           MOVE I-BUSCAL-REC TO WS-CAL-DATE.
           IF WS-CAL-YYYY = CG-YEAR - 1 AND WS-CAL-MM > 0 AND
              WS-CAL-MM < 13 THEN
              ADD 1 TO MT-PRIOR-CNT(WS-CAL-MM)
           END-IF.
           IF WS-CAL-YYYY = CG-YEAR AND WS-CAL-MM = 1 THEN
              ADD 1 TO MT-PRIOR-CNT(13)
           END-IF.

           IF WS-CAL-DATE < CG-FROM-DATE THEN
              ADD 1 TO CG-KEPT-CNT
              IF WS-CAL-DATE NOT > CG-PREV-DATE THEN
                 ADD 1 TO CG-ORDER-CNT
                 IF CG-ORDER-DATE = 0 THEN
                    MOVE WS-CAL-DATE TO CG-ORDER-DATE
                    MOVE CG-PREV-DATE TO CG-ORDER-PREV
                 END-IF
              END-IF
              MOVE WS-CAL-DATE TO CG-PREV-DATE
              MOVE WS-CAL-DATE TO CG-LAST-KEPT
              GO TO LOAD-LIVE-REC-EXIT
           END-IF.

           IF WS-CAL-DATE > CG-TO-DATE THEN
              ADD 1 TO CG-BEYOND-CNT
              GO TO LOAD-LIVE-REC-EXIT
           END-IF.

           MOVE WS-CAL-DATE TO DN-DATE.
           PERFORM DATE-TO-DAYNUM.
           COMPUTE CG-IDX = DN-NUM - CG-FROM-NUM + 1.
           IF CG-IDX < 1 OR CG-IDX > DY-CNT THEN
              ADD 1 TO CG-BAD-REC-CNT
              GO TO LOAD-LIVE-REC-EXIT
           END-IF.
           IF DY-DATE(CG-IDX) NOT = WS-CAL-DATE THEN
              ADD 1 TO CG-BAD-REC-CNT
              GO TO LOAD-LIVE-REC-EXIT
           END-IF.
           IF NOT DY-IN-LIVE(CG-IDX) THEN
              ADD 1 TO CG-RANGE-CNT
              MOVE 'Y' TO DY-LIVE(CG-IDX)
              IF WS-CAL-DATE > CG-RANGE-LAST THEN
                 MOVE WS-CAL-DATE TO CG-RANGE-LAST
              END-IF
              COMPUTE MT-SUB = (WS-CAL-YYYY - CG-YEAR) * 12 +
                      WS-CAL-MM
              ADD 1 TO MT-LIVE-CNT(MT-SUB)
              IF WS-CAL-DATE > MT-LIVE-LAST(MT-SUB) THEN
                 MOVE WS-CAL-DATE TO MT-LIVE-LAST(MT-SUB)
              END-IF
           END-IF.

       LOAD-LIVE-REC-EXIT.
           EXIT.

       TALLY-ONE-DAY.
           IF DY-HOLIDAY(DY-SUB) THEN
              ADD 1 TO CG-HOL-CNT
           END-IF.
           IF DY-OPEN(DY-SUB) THEN
              ADD 1 TO CG-NEW-CNT
              MOVE DY-DATE(DY-SUB) TO WS-CAL-DATE
              COMPUTE MT-SUB = (WS-CAL-YYYY - CG-YEAR) * 12 +
                      WS-CAL-MM
              ADD 1 TO MT-NEW-CNT(MT-SUB)
              MOVE WS-CAL-DATE TO MT-NEW-LAST(MT-SUB)
              IF NOT DY-IN-LIVE(DY-SUB) AND
                 DY-DATE(DY-SUB) < CG-RANGE-LAST THEN
                 ADD 1 TO CG-ADDED-CNT
              END-IF
           ELSE
              IF DY-IN-LIVE(DY-SUB) THEN
                 ADD 1 TO CG-REMOVED-CNT
              END-IF
           END-IF.

       VALIDATE-CALENDAR.
           IF CG-YEAR NOT > CG-WALL-YYYY THEN
              ADD 1 TO CG-WARN-CNT
              MOVE CG-FROM-DATE TO CG-FND-KEY
              MOVE 'WARNING' TO CG-FND-SEV
              MOVE 'CALENDAR YEAR HAS ALREADY STARTED' TO
                   CG-FND-TEXT
              MOVE 'DATES ALREADY RUN WILL BE REPLACED ON PROMOTION'
                   TO CG-FND-DETAIL
              PERFORM WRITE-FINDING
           END-IF.

           IF NOT CG-LIVE-PRESENT THEN
              ADD 1 TO CG-WARN-CNT
              MOVE SPACES TO CG-FND-KEY
              MOVE 'WARNING' TO CG-FND-SEV
              MOVE 'LIVE CALENDAR NOT PRESENT' TO CG-FND-TEXT
              MOVE 'NOTHING TO COMPARE - BUSCALNW HOLDS THE NEW YEAR'
                   TO CG-FND-DETAIL
              PERFORM WRITE-FINDING
           END-IF.

           IF CG-ORDER-CNT > 0 THEN
              ADD 1 TO CG-ERR-CNT
              MOVE CG-ORDER-DATE TO CG-FND-KEY
              MOVE 'ERROR' TO CG-FND-SEV
              MOVE 'LIVE CALENDAR OUT OF ORDER OR REPEATED' TO
                   CG-FND-TEXT
              MOVE CG-ORDER-CNT TO CG-ED-CNT
              MOVE SPACES TO CG-FND-DETAIL
              STRING 'FOLLOWS ' DELIMITED BY SIZE
                   CG-ORDER-PREV DELIMITED BY SIZE
                   ' -' DELIMITED BY SIZE
                   CG-ED-CNT DELIMITED BY SIZE
                   ' DATE(S) OUT OF ORDER' DELIMITED BY SIZE
                   INTO CG-FND-DETAIL
              PERFORM WRITE-FINDING
           END-IF.

           IF CG-BAD-REC-CNT > 0 THEN
              ADD 1 TO CG-WARN-CNT
              MOVE SPACES TO CG-FND-KEY
              MOVE 'WARNING' TO CG-FND-SEV
              MOVE 'LIVE RECORDS THAT ARE NOT DATES' TO CG-FND-TEXT
              MOVE CG-BAD-REC-CNT TO CG-ED-CNT
              MOVE SPACES TO CG-FND-DETAIL
              STRING CG-ED-CNT DELIMITED BY SIZE
                   ' RECORD(S) LEFT OUT OF BUSCALNW' DELIMITED BY SIZE
                   INTO CG-FND-DETAIL
              PERFORM WRITE-FINDING
           END-IF.

           IF CG-BEYOND-CNT > 0 THEN
              ADD 1 TO CG-WARN-CNT
              MOVE CG-TO-DATE TO CG-FND-KEY
              MOVE 'WARNING' TO CG-FND-SEV
              MOVE 'LIVE DATES AFTER THE NEW CALENDAR' TO
                   CG-FND-TEXT
              MOVE CG-BEYOND-CNT TO CG-ED-CNT
              MOVE SPACES TO CG-FND-DETAIL
              STRING CG-ED-CNT DELIMITED BY SIZE
                   ' DATE(S) DROPPED FROM BUSCALNW' DELIMITED BY SIZE
                   INTO CG-FND-DETAIL
              PERFORM WRITE-FINDING
           END-IF.

           IF BC-CAL-FOUND = 'Y' AND BC-DAYS-LEFT < CG-MIN-DAYS-LEFT
              THEN
              ADD 1 TO CG-WARN-CNT
              MOVE BC-WALL-DATE TO CG-FND-KEY
              MOVE 'WARNING' TO CG-FND-SEV
              MOVE 'LIVE CALENDAR IS RUNNING OUT' TO CG-FND-TEXT
              MOVE BC-DAYS-LEFT TO CG-ED-CNT
              MOVE SPACES TO CG-FND-DETAIL
              STRING CG-ED-CNT DELIMITED BY SIZE
                   ' BUSINESS DAYS LEFT AFTER TODAY' DELIMITED BY SIZE
                   INTO CG-FND-DETAIL
              PERFORM WRITE-FINDING
              PERFORM WRITE-ALERT-REC
           END-IF.

           MOVE 0 TO CG-PREV-NUM.
           IF CG-LAST-KEPT > 0 THEN
              MOVE CG-LAST-KEPT TO DN-DATE
              PERFORM DATE-TO-DAYNUM
              MOVE DN-NUM TO CG-PREV-NUM
              MOVE CG-LAST-KEPT TO CG-PREV-DATE
           END-IF.
           PERFORM CHECK-ONE-GAP
                   VARYING DY-SUB FROM 1 BY 1 UNTIL DY-SUB > DY-CNT.

           PERFORM CHECK-ONE-MONTH
                   VARYING MT-SUB FROM 1 BY 1 UNTIL MT-SUB > 13.

       CHECK-ONE-GAP.
           IF DY-OPEN(DY-SUB) THEN
              COMPUTE CG-CUR-NUM = CG-FROM-NUM + DY-SUB - 1
              IF CG-PREV-NUM > 0 THEN
                 COMPUTE CG-GAP = CG-CUR-NUM - CG-PREV-NUM
                 IF CG-GAP > CG-MAX-GAP THEN
                    ADD 1 TO CG-GAP-CNT
                    ADD 1 TO CG-ERR-CNT
                    MOVE DY-DATE(DY-SUB) TO CG-FND-KEY
                    MOVE 'ERROR' TO CG-FND-SEV
                    MOVE 'GAP BETWEEN BUSINESS DAYS TOO LONG' TO
                         CG-FND-TEXT
                    MOVE CG-GAP TO CG-ED-GAP
                    MOVE SPACES TO CG-FND-DETAIL
                    STRING CG-ED-GAP DELIMITED BY SIZE
                         ' CALENDAR DAYS AFTER ' DELIMITED BY SIZE
                         CG-PREV-DATE DELIMITED BY SIZE
                         INTO CG-FND-DETAIL
                    PERFORM WRITE-FINDING
                 END-IF
              END-IF
              MOVE CG-CUR-NUM TO CG-PREV-NUM
              MOVE DY-DATE(DY-SUB) TO CG-PREV-DATE
           END-IF.

       CHECK-ONE-MONTH.
           IF MT-NEW-CNT(MT-SUB) = 0 THEN
              ADD 1 TO CG-ERR-CNT
              PERFORM SET-MONTH-LABEL
              MOVE CG-ED-MONTH TO CG-FND-KEY
              MOVE 'ERROR' TO CG-FND-SEV
              MOVE 'MONTH HAS NO LAST BUSINESS DAY' TO CG-FND-TEXT
              MOVE 'EVERY DAY OF THE MONTH IS CLOSED' TO
                   CG-FND-DETAIL
              PERFORM WRITE-FINDING
           END-IF.

       SET-MONTH-LABEL.
           IF MT-SUB > 12 THEN
              COMPUTE DN-YYYY = CG-YEAR + 1
              COMPUTE DN-MM = MT-SUB - 12
           ELSE
              MOVE CG-YEAR TO DN-YYYY
              MOVE MT-SUB TO DN-MM
           END-IF.
           MOVE DN-DATE(1:6) TO CG-ED-MONTH.

       WRITE-NEW-CALENDAR.
           OPEN OUTPUT O-NEWCAL-FILE.
           IF CG-LIVE-PRESENT THEN
              OPEN INPUT I-BUSCAL-FILE
              MOVE SPACES TO WS-CAL-EOF-WS
              PERFORM COPY-LIVE-REC THRU COPY-LIVE-REC-EXIT
                      UNTIL CAL-EOF
              CLOSE I-BUSCAL-FILE
           END-IF.
           PERFORM WRITE-NEW-DAY
                   VARYING DY-SUB FROM 1 BY 1 UNTIL DY-SUB > DY-CNT.
           CLOSE O-NEWCAL-FILE.

       WRITE-NEW-CALENDAR-EXIT.
           EXIT.

       COPY-LIVE-REC.
           READ I-BUSCAL-FILE
              AT END
                 SET CAL-EOF TO TRUE
                 GO TO COPY-LIVE-REC-EXIT
           END-READ.
           IF I-BUSCAL-REC = SPACES OR I-BUSCAL-REC NOT NUMERIC THEN
              GO TO COPY-LIVE-REC-EXIT
           END-IF.
           IF I-BUSCAL-REC NOT < CG-FROM-DATE THEN
              SET CAL-EOF TO TRUE
              GO TO COPY-LIVE-REC-EXIT
           END-IF.
           MOVE I-BUSCAL-REC TO O-NEWCAL-REC.
           WRITE O-NEWCAL-REC.
           ADD 1 TO CG-OUT-CNT.

       COPY-LIVE-REC-EXIT.
           EXIT.

       WRITE-NEW-DAY.
           IF DY-OPEN(DY-SUB) THEN
              MOVE DY-DATE(DY-SUB) TO O-NEWCAL-REC
              WRITE O-NEWCAL-REC
              ADD 1 TO CG-OUT-CNT
           END-IF.

       SET-WEEKDAY.
           DIVIDE DN-NUM BY 7 GIVING CG-Q REMAINDER CG-R.
           COMPUTE CG-WKDAY = CG-R + 1.

       DATE-TO-DAYNUM.
           COMPUTE DN-A = (14 - DN-MM) / 12.
           COMPUTE DN-Y = DN-YYYY + 4800 - DN-A.
           COMPUTE DN-M = DN-MM + 12 * DN-A - 3.
           COMPUTE DN-T1 = (153 * DN-M + 2) / 5.
           COMPUTE DN-T2 = DN-Y / 4.
           COMPUTE DN-T3 = DN-Y / 100.
           COMPUTE DN-T4 = DN-Y / 400.
           COMPUTE DN-NUM = DN-DD + DN-T1 + 365 * DN-Y + DN-T2 -
                   DN-T3 + DN-T4 - 32045.

       DAYNUM-TO-DATE.
           COMPUTE DT-A = DN-NUM + 32044.
           COMPUTE DT-B = (4 * DT-A + 3) / 146097.
           COMPUTE DT-C1 = 146097 * DT-B / 4.
           COMPUTE DT-C = DT-A - DT-C1.
           COMPUTE DT-D = (4 * DT-C + 3) / 1461.
           COMPUTE DT-E1 = 1461 * DT-D / 4.
           COMPUTE DT-E = DT-C - DT-E1.
           COMPUTE DT-M = (5 * DT-E + 2) / 153.
           COMPUTE DT-X1 = (153 * DT-M + 2) / 5.
           COMPUTE DN-DD = DT-E - DT-X1 + 1.
           COMPUTE DT-M10 = DT-M / 10.
           COMPUTE DN-MM = DT-M + 3 - 12 * DT-M10.
           COMPUTE DN-YYYY = 100 * DT-B + DT-D - 4800 + DT-M10.

       CALGEN-WRITE-HEADER.
           OPEN OUTPUT O-CALGEN-FILE.
           MOVE SPACES TO O-CALGEN-REC.
           STRING '***** BUSINESS CALENDAR GENERATION - '
                DELIMITED BY SIZE
                CG-FROM-DATE DELIMITED BY SIZE
                ' TO ' DELIMITED BY SIZE
                CG-TO-DATE DELIMITED BY SIZE
                ' - RUN ' DELIMITED BY SIZE
                BC-WALL-DATE DELIMITED BY SIZE
                ' *****' DELIMITED BY SIZE
                INTO O-CALGEN-REC.
           WRITE O-CALGEN-REC.
           CLOSE O-CALGEN-FILE.

       CALGEN-FINDING-SECTION.
           MOVE SPACES TO CG-SECT-HEADING.
           STRING '| KEY      | SEVERITY | ' DELIMITED BY SIZE
                'FINDING                                  | '
                DELIMITED BY SIZE
                'DETAIL |' DELIMITED BY SIZE
                INTO CG-SECT-HEADING.
           PERFORM CALGEN-WRITE-SECTION.

       CALGEN-WRITE-SECTION.
           MOVE 0 TO CG-SECT-FND.
           MOVE SPACES TO O-CALGEN-REC.
           PERFORM CALGEN-WRITE-REC.
           MOVE CG-SECT-TITLE TO O-CALGEN-REC.
           PERFORM CALGEN-WRITE-REC.
           MOVE CG-SECT-HEADING TO O-CALGEN-REC.
           PERFORM CALGEN-WRITE-REC.

       CALGEN-END-SECTION.
           IF CG-SECT-FND = 0 THEN
              MOVE '* NONE *' TO O-CALGEN-REC
              PERFORM CALGEN-WRITE-REC
           END-IF.

       WRITE-FINDING.
           ADD 1 TO CG-SECT-FND.
           MOVE SPACES TO O-CALGEN-REC.
           STRING '| ' DELIMITED BY SIZE
                CG-FND-KEY DELIMITED BY SIZE
                ' | ' DELIMITED BY SIZE
                CG-FND-SEV DELIMITED BY SIZE
                '  | ' DELIMITED BY SIZE
                CG-FND-TEXT DELIMITED BY SIZE
                ' | ' DELIMITED BY SIZE
                CG-FND-DETAIL DELIMITED BY SIZE
                ' |' DELIMITED BY SIZE
                INTO O-CALGEN-REC.
           PERFORM CALGEN-WRITE-REC.

       CALGEN-WRITE-RULE-COUNTS.
           MOVE RT-WEEKEND-CNT TO CG-ED-CNT.
           MOVE 'WEEKEND RULES' TO CG-CNT-TEXT.
           PERFORM CALGEN-WRITE-COUNT.
           MOVE SPACES TO O-CALGEN-REC.
           STRING '| ' DELIMITED BY SIZE
                'CLOSED WEEKDAYS (MON TO SUN)' DELIMITED BY SIZE
                '                       | ' DELIMITED BY SIZE
                CG-WEEKEND-DAYS DELIMITED BY SIZE
                ' |' DELIMITED BY SIZE
                INTO O-CALGEN-REC.
           PERFORM CALGEN-WRITE-REC.
           MOVE RT-FIXED-CNT TO CG-ED-CNT.
           MOVE 'FIXED-DATE HOLIDAYS' TO CG-CNT-TEXT.
           PERFORM CALGEN-WRITE-COUNT.
           MOVE RT-NTH-CNT TO CG-ED-CNT.
           MOVE 'NTH-WEEKDAY HOLIDAYS' TO CG-CNT-TEXT.
           PERFORM CALGEN-WRITE-COUNT.
           MOVE RT-EASTER-CNT TO CG-ED-CNT.
           MOVE 'EASTER-RELATIVE HOLIDAYS' TO CG-CNT-TEXT.
           PERFORM CALGEN-WRITE-COUNT.
           MOVE RT-ONE-OFF-CNT TO CG-ED-CNT.
           MOVE 'ONE-OFF CLOSURES' TO CG-CNT-TEXT.
           PERFORM CALGEN-WRITE-COUNT.
           MOVE RT-OUTSIDE-CNT TO CG-ED-CNT.
           MOVE 'ONE-OFF CLOSURES OUTSIDE THE CALENDAR (IGNORED)' TO
                CG-CNT-TEXT.
           PERFORM CALGEN-WRITE-COUNT.
           MOVE RT-REJECT-CNT TO CG-ED-CNT.
           MOVE 'RULE RECORDS REJECTED' TO CG-CNT-TEXT.
           PERFORM CALGEN-WRITE-COUNT.
           ADD RT-REJECT-CNT TO CG-ERR-CNT.

       CALGEN-WRITE-CLOSURES.
           MOVE '* CLOSURES AND HOLIDAYS *' TO CG-SECT-TITLE.
           MOVE SPACES TO CG-SECT-HEADING.
           STRING '| DATE     | DAY | ' DELIMITED BY SIZE
                'HOLIDAY                        | ' DELIMITED BY SIZE
                'NOTE                           |' DELIMITED BY SIZE
                INTO CG-SECT-HEADING.
           PERFORM CALGEN-WRITE-SECTION.
           PERFORM CALGEN-WRITE-CLOSURE
                   VARYING DY-SUB FROM 1 BY 1 UNTIL DY-SUB > DY-CNT.
           PERFORM CALGEN-END-SECTION.

       CALGEN-WRITE-CLOSURE.
           IF DY-NAME(DY-SUB) NOT = SPACES THEN
              ADD 1 TO CG-SECT-FND
              MOVE SPACES TO O-CALGEN-REC
              STRING '| ' DELIMITED BY SIZE
                   DY-DATE(DY-SUB) DELIMITED BY SIZE
                   ' | ' DELIMITED BY SIZE
                   CG-DAY-NM(DY-WKDAY(DY-SUB)) DELIMITED BY SIZE
                   ' | ' DELIMITED BY SIZE
                   DY-NAME(DY-SUB) DELIMITED BY SIZE
                   ' | ' DELIMITED BY SIZE
                   DY-NOTE(DY-SUB) DELIMITED BY SIZE
                   ' |' DELIMITED BY SIZE
                   INTO O-CALGEN-REC
              PERFORM CALGEN-WRITE-REC
           END-IF.

       CALGEN-WRITE-MONTHS.
           MOVE '* BUSINESS DAYS BY MONTH *' TO CG-SECT-TITLE.
           MOVE SPACES TO CG-SECT-HEADING.
           STRING '| MONTH  | NEW | LAST BUS | LIVE | LAST BUS | '
                DELIMITED BY SIZE
                'YEAR BEFORE |' DELIMITED BY SIZE
                INTO CG-SECT-HEADING.
           PERFORM CALGEN-WRITE-SECTION.
           PERFORM CALGEN-WRITE-MONTH
                   VARYING MT-SUB FROM 1 BY 1 UNTIL MT-SUB > 13.

       CALGEN-WRITE-MONTH.
           PERFORM SET-MONTH-LABEL.
           MOVE MT-NEW-CNT(MT-SUB) TO CG-ED-NEW.
           MOVE MT-LIVE-CNT(MT-SUB) TO CG-ED-LIVE.
           MOVE MT-PRIOR-CNT(MT-SUB) TO CG-ED-PRIOR.
           MOVE '--------' TO CG-ED-NEW-LAST.
           IF MT-NEW-LAST(MT-SUB) > 0 THEN
              MOVE MT-NEW-LAST(MT-SUB) TO CG-ED-NEW-LAST
           END-IF.
           MOVE '--------' TO CG-ED-LIVE-LAST.
           IF MT-LIVE-LAST(MT-SUB) > 0 THEN
              MOVE MT-LIVE-LAST(MT-SUB) TO CG-ED-LIVE-LAST
           END-IF.
           MOVE SPACES TO O-CALGEN-REC.
           STRING '| ' DELIMITED BY SIZE
                CG-ED-MONTH DELIMITED BY SIZE
                ' | ' DELIMITED BY SIZE
                CG-ED-NEW DELIMITED BY SIZE
                ' | ' DELIMITED BY SIZE
                CG-ED-NEW-LAST DELIMITED BY SIZE
                ' |  ' DELIMITED BY SIZE
                CG-ED-LIVE DELIMITED BY SIZE
                ' | ' DELIMITED BY SIZE
                CG-ED-LIVE-LAST DELIMITED BY SIZE
                ' |         ' DELIMITED BY SIZE
                CG-ED-PRIOR DELIMITED BY SIZE
                ' |' DELIMITED BY SIZE
                INTO O-CALGEN-REC.
           PERFORM CALGEN-WRITE-REC.

       CALGEN-WRITE-DIFFERENCES.
           MOVE '* DIFFERENCES AGAINST THE LIVE CALENDAR *' TO
                CG-SECT-TITLE.
           MOVE SPACES TO CG-SECT-HEADING.
           STRING '| DATE     | DAY | CHANGE  | ' DELIMITED BY SIZE
                'REASON                                   |'
                DELIMITED BY SIZE
                INTO CG-SECT-HEADING.
           PERFORM CALGEN-WRITE-SECTION.
           IF CG-RANGE-CNT = 0 THEN
              MOVE SPACES TO O-CALGEN-REC
              STRING '* LIVE CALENDAR HOLDS NO DATES FROM '
                   DELIMITED BY SIZE
                   CG-FROM-DATE DELIMITED BY SIZE
                   ' - COMPARE BY MONTH WITH THE YEAR BEFORE *'
                   DELIMITED BY SIZE
                   INTO O-CALGEN-REC
              PERFORM CALGEN-WRITE-REC
           ELSE
              PERFORM CALGEN-WRITE-DIFFERENCE
                      VARYING DY-SUB FROM 1 BY 1
                      UNTIL DY-SUB > DY-CNT
              PERFORM CALGEN-END-SECTION
              IF CG-RANGE-LAST < CG-TO-DATE THEN
                 MOVE SPACES TO O-CALGEN-REC
                 STRING '* LIVE CALENDAR ENDS ' DELIMITED BY SIZE
                      CG-RANGE-LAST DELIMITED BY SIZE
                      ' - LATER DATES ARE NEW *' DELIMITED BY SIZE
                      INTO O-CALGEN-REC
                 PERFORM CALGEN-WRITE-REC
              END-IF
           END-IF.

       CALGEN-WRITE-DIFFERENCE.
           MOVE SPACES TO CG-FND-TEXT.
           IF DY-OPEN(DY-SUB) AND NOT DY-IN-LIVE(DY-SUB) AND
              DY-DATE(DY-SUB) < CG-RANGE-LAST THEN
              MOVE 'ADDED  ' TO CG-FND-SEV
              MOVE 'NOT A BUSINESS DAY IN THE LIVE CALENDAR' TO
                   CG-FND-TEXT
           END-IF.
           IF NOT DY-OPEN(DY-SUB) AND DY-IN-LIVE(DY-SUB) THEN
              MOVE 'REMOVED' TO CG-FND-SEV
              IF DY-NAME(DY-SUB) = SPACES THEN
                 MOVE 'WEEKEND' TO CG-FND-TEXT
              ELSE
                 MOVE DY-NAME(DY-SUB) TO CG-FND-TEXT
              END-IF
           END-IF.
           IF CG-FND-TEXT NOT = SPACES THEN
              ADD 1 TO CG-SECT-FND
              MOVE SPACES TO O-CALGEN-REC
              STRING '| ' DELIMITED BY SIZE
                   DY-DATE(DY-SUB) DELIMITED BY SIZE
                   ' | ' DELIMITED BY SIZE
                   CG-DAY-NM(DY-WKDAY(DY-SUB)) DELIMITED BY SIZE
                   ' | ' DELIMITED BY SIZE
                   CG-FND-SEV DELIMITED BY SIZE
                   ' | ' DELIMITED BY SIZE
                   CG-FND-TEXT DELIMITED BY SIZE
                   ' |' DELIMITED BY SIZE
                   INTO O-CALGEN-REC
              PERFORM CALGEN-WRITE-REC
           END-IF.

       CALGEN-WRITE-SUMMARY.
           MOVE SPACES TO O-CALGEN-REC.
           PERFORM CALGEN-WRITE-REC.
           MOVE '* GENERATION SUMMARY *' TO O-CALGEN-REC.
           PERFORM CALGEN-WRITE-REC.
           MOVE CG-NEW-CNT TO CG-ED-CNT.
           MOVE 'BUSINESS DAYS GENERATED' TO CG-CNT-TEXT.
           PERFORM CALGEN-WRITE-COUNT.
           MOVE CG-HOL-CNT TO CG-ED-CNT.
           MOVE 'WEEKDAYS CLOSED FOR HOLIDAYS' TO CG-CNT-TEXT.
           PERFORM CALGEN-WRITE-COUNT.
           MOVE CG-RANGE-CNT TO CG-ED-CNT.
           MOVE 'LIVE DATES REPLACED' TO CG-CNT-TEXT.
           PERFORM CALGEN-WRITE-COUNT.
           MOVE CG-ADDED-CNT TO CG-ED-CNT.
           MOVE 'BUSINESS DAYS ADDED AGAINST THE LIVE CALENDAR' TO
                CG-CNT-TEXT.
           PERFORM CALGEN-WRITE-COUNT.
           MOVE CG-REMOVED-CNT TO CG-ED-CNT.
           MOVE 'BUSINESS DAYS REMOVED AGAINST THE LIVE CALENDAR' TO
                CG-CNT-TEXT.
           PERFORM CALGEN-WRITE-COUNT.
           MOVE CG-KEPT-CNT TO CG-ED-CNT.
           MOVE 'EARLIER LIVE DATES CARRIED FORWARD' TO CG-CNT-TEXT.
           PERFORM CALGEN-WRITE-COUNT.
           MOVE BC-DAYS-LEFT TO CG-ED-CNT.
           MOVE 'LIVE BUSINESS DAYS LEFT AFTER TODAY' TO CG-CNT-TEXT.
           PERFORM CALGEN-WRITE-COUNT.
           MOVE CG-GAP-CNT TO CG-ED-CNT.
           MOVE 'GAPS OVER THE MAXIMUM' TO CG-CNT-TEXT.
           PERFORM CALGEN-WRITE-COUNT.
           MOVE CG-OUT-CNT TO CG-ED-CNT.
           MOVE 'RECORDS WRITTEN TO BUSCALNW' TO CG-CNT-TEXT.
           PERFORM CALGEN-WRITE-COUNT.
           MOVE SPACES TO O-CALGEN-REC.
           PERFORM CALGEN-WRITE-REC.
           MOVE SPACES TO O-CALGEN-REC.
           IF CG-ERR-CNT > 0 THEN
              STRING '* CALENDAR NOT VALID - BUSCALNW LEFT EMPTY, '
                   DELIMITED BY SIZE
                   'DO NOT PROMOTE *' DELIMITED BY SIZE
                   INTO O-CALGEN-REC
           ELSE
              STRING '* CALENDAR VALID - REVIEW THE DIFFERENCES, '
                   DELIMITED BY SIZE
                   'THEN PROMOTE BUSCALNW TO BUSCAL *'
                   DELIMITED BY SIZE
                   INTO O-CALGEN-REC
           END-IF.
           PERFORM CALGEN-WRITE-REC.

       CALGEN-WRITE-COUNT.
           MOVE SPACES TO O-CALGEN-REC.
           STRING '| ' DELIMITED BY SIZE
                CG-CNT-TEXT DELIMITED BY SIZE
                ' | ' DELIMITED BY SIZE
                CG-ED-CNT DELIMITED BY SIZE
                ' |' DELIMITED BY SIZE
                INTO O-CALGEN-REC.
           PERFORM CALGEN-WRITE-REC.

       CALGEN-WRITE-REC.
           OPEN EXTEND O-CALGEN-FILE.
           WRITE O-CALGEN-REC.
           CLOSE O-CALGEN-FILE.

       WRITE-ALERT-REC.
           ACCEPT ALERT-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT ALERT-TIME-WS FROM TIME.
           MOVE BC-DAYS-LEFT TO AUD-ROWCOUNT-WS.
           MOVE SPACES TO O-ALERT-REC.
           STRING '| CALGEN   | ' DELIMITED BY SIZE
                ALERT-DATE-WS    DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                ALERT-TIME-WS    DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                'CALENDAR RUNNING OUT' DELIMITED BY SIZE
                ' | COUNT '      DELIMITED BY SIZE
                AUD-ROWCOUNT-WS  DELIMITED BY SIZE
                ' | LIMIT '      DELIMITED BY SIZE
                '0000060'        DELIMITED BY SIZE
                ' | SEE '        DELIMITED BY SIZE
                'CALGENRP'       DELIMITED BY SIZE
                ' |'             DELIMITED BY SIZE
                INTO O-ALERT-REC.
           OPEN EXTEND O-ALERT-FILE.
           WRITE O-ALERT-REC.
           CLOSE O-ALERT-FILE.
           MOVE 0 TO AUD-ROWCOUNT-WS.

       WRITE-AUDIT-REC.
           MOVE SPACES TO O-AUDIT-REC.
           MOVE 'CALGEN' TO AUD-PROGRAM.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TIME FROM TIME.
           MOVE AUD-EVENT-WS TO AUD-EVENT.
           MOVE 0 TO AUD-SQLCODE.
           MOVE AUD-ROWCOUNT-WS TO AUD-ROWCOUNT.
           MOVE AUD-MESSAGE-WS TO AUD-MESSAGE.
           MOVE BC-BUS-DATE TO AUD-BUS-DATE.
           OPEN EXTEND O-AUDIT-FILE.
           WRITE O-AUDIT-REC.
           CLOSE O-AUDIT-FILE.
