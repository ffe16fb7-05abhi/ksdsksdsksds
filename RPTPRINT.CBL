       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTPRINT.
      *****************************************************************
      * RPTPRINT
      * Listing and reprint from the report archive RPTARCH keeps
      * (RPTINDEX.DAT and its RPTnnnnnnPppp-yyyymmdd.ARC generations
      * - see RPTARCH's banner). Console-driven (instream input in
      * batch):
      *
      *   L  list what is on file to RPTLIST.REP - the report name
      *      (blank for all) and pay period (0 for all) narrow it.
      *      Each line gives the generation number, report,
      *      location, period, the RUNHIST.LOG run's date and time,
      *      when it was filed, its pages and the generation file.
      *
      *   R  reprint one generation to REPRINT.REP - named by its
      *      generation number off the listing, or (generation 0)
      *      by report name and period, which takes the latest one
      *      filed for that period. A location code reprints only
      *      the pages whose heading carries that location (LOC: on
      *      the FH06 register's page heading); blank reprints the
      *      whole report exactly as it was first printed.
      *
      * Reports carry pay, so a reprint needs an active operator's
      * sign-on (SIGNON-PROG, any role) and is logged on the access
      * log with what was reprinted. RETURN-CODE 8 when the sign-on
      * fails or nothing on file matches.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-INDEX     ASSIGN TO 'RPTINDEX.DAT'
                                    FILE STATUS IS WS-INDX-STAT.
           SELECT GENERATION-FILE  ASSIGN TO DYNAMIC WS-GEN-NAME
                                    FILE STATUS IS WS-GEN-STAT.
           SELECT REPRINT-FILE     ASSIGN TO 'REPRINT.REP'.
           SELECT LIST-REPORT      ASSIGN TO 'RPTLIST.REP'.

       DATA DIVISION.
       FILE SECTION.
      * See RPTARCH's FD.
       FD  REPORT-INDEX
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REPORT-INDEX-RECORD.
           03  RX-SEQ              PIC 9(06).
           03  RX-REPORT           PIC X(20).
           03  RX-LOC              PIC X(03).
           03  RX-PERIOD           PIC 9(03).
           03  RX-RUN-DATE         PIC 9(08).
           03  RX-RUN-TIME         PIC 9(06).
           03  RX-ARCH-DATE        PIC 9(08).
           03  RX-ARCH-TIME        PIC 9(06).
           03  RX-PAGES            PIC 9(05).
           03  RX-BYTES            PIC 9(09).
           03  RX-GEN-NAME         PIC X(26).

      * Generation and reprint are byte files, as RPTARCH writes
      * them - the form feed ahead of each page is what the
      * location reprint splits the pages on.
       FD  GENERATION-FILE
           RECORD CONTAINS 1 CHARACTERS
           RECORDING MODE IS F.
       01  GENERATION-BYTE         PIC X(01).

       FD  REPRINT-FILE
           RECORD CONTAINS 1 CHARACTERS
           RECORDING MODE IS F.
       01  REPRINT-BYTE            PIC X(01).

       FD  LIST-REPORT
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  LIST-REPORT-RECORD      PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-INDX-STAT            PIC X(02)      VALUE SPACES.
       01  WS-GEN-STAT             PIC X(02)      VALUE SPACES.
       01  WS-EOF-FLAG             PIC X(01)      VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
       01  WS-MODE                 PIC X(01)      VALUE SPACES.
           88  WS-MODE-LIST                VALUE 'L'.
           88  WS-MODE-REPRINT             VALUE 'R'.
       01  WS-FORM-FEED            PIC X(01)      VALUE X'0C'.
      * Selection, from the console.
       01  WS-F-REPORT             PIC X(20)      VALUE SPACES.
       01  WS-F-PERIOD-IN          PIC X(03)      VALUE SPACES.
       01  WS-F-PERIOD             PIC 9(03)      VALUE ZERO.
       01  WS-F-GEN-IN             PIC X(06)      VALUE SPACES.
       01  WS-F-GEN                PIC 9(06)      VALUE ZERO.
       01  WS-F-LOC                PIC X(03)      VALUE SPACES.
       01  WS-LIST-CNT             PIC 9(06)      VALUE ZERO.
      * The generation picked for a reprint.
       01  WS-FOUND-FLAG           PIC X(01)      VALUE 'N'.
           88  WS-FOUND                    VALUE 'Y'.
       01  WS-FOUND-RECORD         PIC X(100)     VALUE SPACES.
       01  WS-GEN-NAME             PIC X(26)      VALUE SPACES.
      * Location reprint - one page at a time is held here, from its
      * form feed up to the next, and written out if its heading
      * carries 'LOC: ' and the location asked for.
       01  WS-PAGE-BUFFER          PIC X(64000)   VALUE SPACES.
       01  WS-PAGE-LEN             PIC 9(05)      VALUE ZERO.
       01  WS-PAGE-SUB             PIC 9(05)      VALUE ZERO.
       01  WS-HEAD-LEN             PIC 9(05)      VALUE ZERO.
       01  WS-LOC-KEY              PIC X(08)      VALUE SPACES.
       01  WS-LOC-HITS             PIC 9(03)      VALUE ZERO.
       01  WS-PAGES-READ           PIC 9(05)      VALUE ZERO.
       01  WS-PAGES-OUT            PIC 9(05)      VALUE ZERO.
       01  WS-BYTES-OUT            PIC 9(09)      VALUE ZERO.
      * Sign-on block for SIGNON-PROG - see its banner.
       01  WS-SEC-INFO.
           03  WS-SEC-FUNCTION     PIC X(01)      VALUE SPACES.
           03  WS-SEC-PROGRAM      PIC X(08)      VALUE 'RPTPRINT'.
           03  WS-SEC-ROLE         PIC X(04)      VALUE SPACES.
           03  WS-SEC-USER         PIC X(08)      VALUE SPACES.
           03  WS-SEC-RESULT       PIC X(01)      VALUE SPACES.
               88  WS-SEC-GRANTED                 VALUE 'G'.
           03  WS-SEC-DETAIL       PIC X(40)      VALUE SPACES.
      *
       01  RPL-HEADING-LINE        PIC X(100)     VALUE
           'REPORT ARCHIVE - GENERATIONS ON FILE'.
       01  RPL-FILTER-LINE.
           03  FILLER              PIC X(08)      VALUE 'REPORT: '.
           03  RF-REPORT           PIC X(20)      VALUE SPACES.
           03  FILLER              PIC X(10)      VALUE '  PERIOD: '.
           03  RF-PERIOD           PIC 9(03)      VALUE ZERO.
           03  FILLER              PIC X(59)      VALUE SPACES.
       01  RPL-COL-LINE.
           03  FILLER              PIC X(07)      VALUE 'GEN'.
           03  FILLER              PIC X(21)      VALUE 'REPORT'.
           03  FILLER              PIC X(04)      VALUE 'LOC'.
           03  FILLER              PIC X(04)      VALUE 'PD'.
           03  FILLER              PIC X(16)      VALUE 'RUN DATE/TIME'.
           03  FILLER              PIC X(16)      VALUE 'FILED'.
           03  FILLER              PIC X(06)      VALUE 'PAGES'.
           03  FILLER              PIC X(26)      VALUE 'GENERATION'.
       01  RPL-DETAIL-LINE.
           03  RL-SEQ              PIC 9(06)      VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  RL-REPORT           PIC X(20)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  RL-LOC              PIC X(03)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  RL-PERIOD           PIC 9(03)      VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  RL-RUN-DATE         PIC 9(08)      VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  RL-RUN-TIME         PIC 9(06)      VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  RL-ARCH-DATE        PIC 9(08)      VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  RL-ARCH-TIME        PIC 9(06)      VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  RL-PAGES            PIC ZZZZ9      VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  RL-GEN-NAME         PIC X(26)      VALUE SPACES.
       01  RPL-COUNT-LINE.
           03  FILLER              PIC X(22)      VALUE
               'GENERATIONS LISTED:  '.
           03  RC-COUNT            PIC ZZZZZ9     VALUE ZERO.
           03  FILLER              PIC X(72)      VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           DISPLAY 'MODE - L LIST OR R REPRINT: '
           ACCEPT WS-MODE
           EVALUATE TRUE
               WHEN WS-MODE-LIST
                   PERFORM 1000-LIST-PARA
               WHEN WS-MODE-REPRINT
                   PERFORM 2000-REPRINT-PARA
               WHEN OTHER
                   DISPLAY 'RPTPRINT: UNKNOWN MODE ' WS-MODE
                       ' - ENTER L OR R'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.
      *
       1000-LIST-PARA.
           DISPLAY 'REPORT NAME (OR BLANK FOR ALL): '
           ACCEPT WS-F-REPORT
           DISPLAY 'PAY PERIOD (OR 0 FOR ALL): '
           PERFORM 1900-GET-PERIOD-PARA
           OPEN OUTPUT LIST-REPORT
           WRITE LIST-REPORT-RECORD FROM RPL-HEADING-LINE
           MOVE WS-F-REPORT TO RF-REPORT
           MOVE WS-F-PERIOD TO RF-PERIOD
           WRITE LIST-REPORT-RECORD FROM RPL-FILTER-LINE
           WRITE LIST-REPORT-RECORD FROM RPL-COL-LINE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT REPORT-INDEX
           IF WS-INDX-STAT = '00'
               PERFORM UNTIL WS-EOF
                   READ REPORT-INDEX
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF (WS-F-REPORT = SPACES
                               OR RX-REPORT = WS-F-REPORT)
                              AND (WS-F-PERIOD = ZERO
                               OR RX-PERIOD = WS-F-PERIOD)
                               PERFORM 1100-LIST-LINE-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPORT-INDEX
           END-IF
           MOVE WS-LIST-CNT TO RC-COUNT
           WRITE LIST-REPORT-RECORD FROM RPL-COUNT-LINE
           CLOSE LIST-REPORT
           DISPLAY 'RPTPRINT: ' WS-LIST-CNT
               ' GENERATIONS LISTED ON RPTLIST.REP'
           IF WS-LIST-CNT = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       1100-LIST-LINE-PARA.
           ADD 1 TO WS-LIST-CNT
           MOVE RX-SEQ       TO RL-SEQ
           MOVE RX-REPORT    TO RL-REPORT
           MOVE RX-LOC       TO RL-LOC
           MOVE RX-PERIOD    TO RL-PERIOD
           MOVE RX-RUN-DATE  TO RL-RUN-DATE
           MOVE RX-RUN-TIME  TO RL-RUN-TIME
           MOVE RX-ARCH-DATE TO RL-ARCH-DATE
           MOVE RX-ARCH-TIME TO RL-ARCH-TIME
           MOVE RX-PAGES     TO RL-PAGES
           MOVE RX-GEN-NAME  TO RL-GEN-NAME
           WRITE LIST-REPORT-RECORD FROM RPL-DETAIL-LINE.
      *
       1900-GET-PERIOD-PARA.
           MOVE ZERO TO WS-F-PERIOD
           ACCEPT WS-F-PERIOD-IN
           IF WS-F-PERIOD-IN NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-F-PERIOD-IN) = 0
               COMPUTE WS-F-PERIOD = FUNCTION NUMVAL(WS-F-PERIOD-IN)
           END-IF.
      *
       2000-REPRINT-PARA.
           MOVE 'S' TO WS-SEC-FUNCTION
           CALL 'SIGNON-PROG' USING WS-SEC-INFO
           IF NOT WS-SEC-GRANTED
               DISPLAY 'RPTPRINT: SIGN-ON REFUSED - NOTHING REPRINTED'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 2100-GET-SELECTION-PARA
               PERFORM 2200-FIND-GENERATION-PARA
               IF NOT WS-FOUND
                   DISPLAY 'RPTPRINT: NO SUCH GENERATION ON FILE - '
                       'NOTHING REPRINTED'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WS-FOUND-RECORD TO REPORT-INDEX-RECORD
                   MOVE RX-GEN-NAME     TO WS-GEN-NAME
                   IF WS-F-LOC = SPACES
                       PERFORM 3000-REPRINT-WHOLE-PARA
                   ELSE
                       PERFORM 4000-REPRINT-LOCATION-PARA
                   END-IF
               END-IF
           END-IF.
      *
       2100-GET-SELECTION-PARA.
           MOVE ZERO TO WS-F-GEN
           DISPLAY 'GENERATION NUMBER (OR 0 FOR REPORT AND PERIOD): '
           ACCEPT WS-F-GEN-IN
           IF WS-F-GEN-IN NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-F-GEN-IN) = 0
               COMPUTE WS-F-GEN = FUNCTION NUMVAL(WS-F-GEN-IN)
           END-IF
           IF WS-F-GEN = ZERO
               DISPLAY 'REPORT NAME: '
               ACCEPT WS-F-REPORT
               DISPLAY 'PAY PERIOD: '
               PERFORM 1900-GET-PERIOD-PARA
           END-IF
           DISPLAY 'LOCATION (OR BLANK FOR THE WHOLE REPORT): '
           ACCEPT WS-F-LOC.
      *
      * The generation asked for by number, or the latest one filed
      * for the report and period - the index is in filing order, so
      * the last match wins.
       2200-FIND-GENERATION-PARA.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT REPORT-INDEX
           IF WS-INDX-STAT = '00'
               PERFORM UNTIL WS-EOF
                   READ REPORT-INDEX
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF (WS-F-GEN NOT = ZERO
                               AND RX-SEQ = WS-F-GEN)
                            OR (WS-F-GEN = ZERO
                               AND RX-REPORT = WS-F-REPORT
                               AND RX-PERIOD = WS-F-PERIOD)
                               SET WS-FOUND TO TRUE
                               MOVE REPORT-INDEX-RECORD
                                   TO WS-FOUND-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPORT-INDEX
           END-IF.
      *
       3000-REPRINT-WHOLE-PARA.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT GENERATION-FILE
           IF WS-GEN-STAT NOT = '00'
               PERFORM 3900-GEN-MISSING-PARA
           ELSE
               OPEN OUTPUT REPRINT-FILE
               PERFORM UNTIL WS-EOF
                   READ GENERATION-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           WRITE REPRINT-BYTE FROM GENERATION-BYTE
                           ADD 1 TO WS-BYTES-OUT
                   END-READ
               END-PERFORM
               CLOSE GENERATION-FILE REPRINT-FILE
               MOVE RX-PAGES TO WS-PAGES-OUT
               PERFORM 3800-REPRINTED-PARA
           END-IF.
      *
       3800-REPRINTED-PARA.
           DISPLAY 'RPTPRINT: ' RX-REPORT ' PERIOD ' RX-PERIOD
               ' GENERATION ' RX-SEQ ' - ' WS-PAGES-OUT
               ' PAGES ON REPRINT.REP'
           MOVE 'A' TO WS-SEC-FUNCTION
           MOVE SPACES TO WS-SEC-DETAIL
           STRING 'REPRINT ' DELIMITED BY SIZE
                  RX-REPORT DELIMITED BY SPACE
                  ' ' RX-SEQ ' ' WS-F-LOC DELIMITED BY SIZE
               INTO WS-SEC-DETAIL
           CALL 'SIGNON-PROG' USING WS-SEC-INFO.
      *
      * Aged out between the listing and the reprint, or removed by
      * hand - the index record alone is no use.
       3900-GEN-MISSING-PARA.
           DISPLAY 'RPTPRINT: GENERATION FILE ' WS-GEN-NAME
               ' NOT AVAILABLE - NOTHING REPRINTED'
           MOVE 8 TO RETURN-CODE.
      *
      * Splits the generation into pages at each form feed and keeps
      * the pages for the location. The first page kept goes out
      * without its form feed, as the first page of any report does.
       4000-REPRINT-LOCATION-PARA.
           MOVE SPACES TO WS-LOC-KEY
           STRING 'LOC: ' WS-F-LOC DELIMITED BY SIZE INTO WS-LOC-KEY
           MOVE 'N' TO WS-EOF-FLAG
           MOVE ZERO TO WS-PAGE-LEN WS-PAGES-READ WS-PAGES-OUT
           OPEN INPUT GENERATION-FILE
           IF WS-GEN-STAT NOT = '00'
               PERFORM 3900-GEN-MISSING-PARA
           ELSE
               OPEN OUTPUT REPRINT-FILE
               PERFORM UNTIL WS-EOF
                   READ GENERATION-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF GENERATION-BYTE = WS-FORM-FEED
                              AND WS-PAGE-LEN > ZERO
                               PERFORM 4100-END-OF-PAGE-PARA
                           END-IF
                           IF WS-PAGE-LEN NOT < 64000
                               DISPLAY 'RPTPRINT: WS-PAGE-BUFFER '
                                   'OVERFLOW - RAISE THE LIMIT BEFORE '
                                   'RERUNNING'
                               CLOSE GENERATION-FILE REPRINT-FILE
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-PAGE-LEN
                           MOVE GENERATION-BYTE
                               TO WS-PAGE-BUFFER(WS-PAGE-LEN:1)
                   END-READ
               END-PERFORM
               IF WS-PAGE-LEN > ZERO
                   PERFORM 4100-END-OF-PAGE-PARA
               END-IF
               CLOSE GENERATION-FILE REPRINT-FILE
               IF WS-PAGES-OUT = ZERO
                   DISPLAY 'RPTPRINT: NO PAGES FOR LOCATION ' WS-F-LOC
                       ' IN ' RX-REPORT ' - ' WS-PAGES-READ
                       ' PAGES READ'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 3800-REPRINTED-PARA
               END-IF
           END-IF.
      *
      * The location is looked for in the page's heading - its first
      * 600 bytes - only, never in the detail lines.
       4100-END-OF-PAGE-PARA.
           ADD 1 TO WS-PAGES-READ
           MOVE WS-PAGE-LEN TO WS-HEAD-LEN
           IF WS-HEAD-LEN > 600
               MOVE 600 TO WS-HEAD-LEN
           END-IF
           MOVE ZERO TO WS-LOC-HITS
           INSPECT WS-PAGE-BUFFER(1:WS-HEAD-LEN)
               TALLYING WS-LOC-HITS FOR ALL WS-LOC-KEY
           IF WS-LOC-HITS > ZERO
               MOVE 1 TO WS-PAGE-SUB
               IF WS-PAGES-OUT = ZERO
                  AND WS-PAGE-BUFFER(1:1) = WS-FORM-FEED
                   MOVE 2 TO WS-PAGE-SUB
               END-IF
               PERFORM UNTIL WS-PAGE-SUB > WS-PAGE-LEN
                   WRITE REPRINT-BYTE
                       FROM WS-PAGE-BUFFER(WS-PAGE-SUB:1)
                   ADD 1 TO WS-PAGE-SUB
               END-PERFORM
               ADD 1 TO WS-PAGES-OUT
           END-IF
           MOVE ZERO TO WS-PAGE-LEN.
