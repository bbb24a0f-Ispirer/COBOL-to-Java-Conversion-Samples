       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT I-BUSCAL-FILE
               ASSIGN TO DYNAMIC WS-BUSCAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-BUSCAL-FILE-STATUS.
       WORKING-STORAGE SECTION.

           01 WS-BUSCAL-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-BUSCAL-FILENAME   PIC X(20) VALUE 'BUSCAL'.
           01 WS-CAL-EOF-WS        PIC X(02) VALUE SPACES.
               88 CAL-EOF          VALUE HIGH-VALUES.

           01 DT-M10               PIC S9(9) COMP.
           01 DT-X1                PIC S9(9) COMP.

           COPY "ENTCTXR".

       LINKAGE SECTION.
           COPY "BUSCALR".

           MOVE 'N' TO BC-LAST-BUS-OF-MM.
           MOVE 'N' TO BC-MM-END-KNOWN.
           MOVE 'N' TO BC-CAL-FOUND.
           MOVE 0 TO BC-DAYS-LEFT.
           MOVE 0 TO WS-PREV-BUS.
           MOVE 0 TO WS-CUR-BUS.
           MOVE 0 TO WS-NEXT-BUS.
           END-IF.
           MOVE 0 TO BC-BACK-DATE.

           MOVE 'G' TO EC-MODE.
           MOVE 'BUSCAL' TO EC-DD-NAME.
           CALL 'ENTCTX' USING ENTCTX-PARM.
           MOVE EC-FILE-NAME TO WS-BUSCAL-FILENAME.
           OPEN INPUT I-BUSCAL-FILE.
           IF WS-BUSCAL-FILE-STATUS NOT = '00' THEN
              IF BC-BACK-DAYS > 0 THEN
              IF WS-NEXT-BUS = 0 THEN
                 MOVE WS-CAL-DATE TO WS-NEXT-BUS
              END-IF
              ADD 1 TO BC-DAYS-LEFT
           END-IF.

       SCAN-CALENDAR-EXIT.
