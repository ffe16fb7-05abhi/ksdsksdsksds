       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTARCH.
      *****************************************************************
      * RPTARCH
      * Report archive. Every run overwrites its reports - REPORT.REP
      * and the per-location REPxxx.REP files with their
      * LOCINDEX.REP, DEPTSUM.REP, TECHSUM.REP, FH06's exception
      * listings (NETPAYX.REP, DOBEXCP.REP, TERMEMP.REP,
      * LOCEXCP.REP), MAINTLOG.REP, EMPBREJ.REP, DEDNBREJ.REP,
      * LEAVEXCP.REP, GARNREMT.REP, AUDITRPT.REP, WAGECHK.REP,
      * SUSPAGE.REP, PAYSTMT.REP, CHECKREG.REP, RECON.REP and
      * OPSCTL.REP - so once the next run has been there is nothing
      * to reprint for the auditor or the location manager who lost
      * a copy. Each program that writes one of them CALLs this
      * routine straight after closing it (FH06 once its RUNHIST.LOG
      * row is written; no caller files anything from a preview
      * run), with the report's file name and, for a per-location
      * file, the location code:
      *
      *   CALL 'RPTARCH' USING <report file name> <location or blank>
      *
      * The report is copied byte for byte (form feeds and all) to a
      * new generation RPTnnnnnnPppp-yyyymmdd.ARC - generation number,
      * pay period and run date - and one record is added to the
      * index RPTINDEX.DAT giving the report, location, period, the
      * RUNHIST.LOG run it came from (that run's date and time - the
      * last row on the log when the report is filed), when it was
      * filed, its page count and its size. RPTPRINT lists the index
      * and reprints from it.
      *
      * Retention. Payroll sets how long each report's generations
      * are kept in RPTRETN.DAT, one 23-byte record per report -
      * report file name and months to keep, 000 for never aged
      * out - with a ** row for every report not named. The compiled
      * default, used when there is no ** row, is 84 months. Each
      * time a report is filed, every generation on the index older
      * than its report's months is deleted and its index record
      * dropped, so the archive ages out on that schedule as the
      * runs go by.
      *
      * A preview of the nightly stream (RUNPFX.CPY prefix set) is
      * not a real run, and files nothing. A report that is not
      * there, or a generation that cannot be written, is DISPLAYed
      * and skipped - the caller's own run is never failed for it.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HISTORY-FILE ASSIGN TO 'RUNHIST.LOG'
                                    FILE STATUS IS WS-HIST-STAT.
           SELECT RETENTION-FILE   ASSIGN TO 'RPTRETN.DAT'
                                    FILE STATUS IS WS-RETN-STAT.
           SELECT REPORT-INDEX     ASSIGN TO 'RPTINDEX.DAT'
                                    FILE STATUS IS WS-INDX-STAT.
           SELECT INDEX-WORK       ASSIGN TO 'RPTIXWRK.DAT'
                                    FILE STATUS IS WS-IWRK-STAT.
           SELECT REPORT-IN        ASSIGN TO DYNAMIC WS-RA-REPORT
                                    FILE STATUS IS WS-RPT-STAT.
           SELECT GENERATION-FILE  ASSIGN TO DYNAMIC WS-RA-GEN-NAME
                                    FILE STATUS IS WS-GEN-STAT.

       DATA DIVISION.
       FILE SECTION.
      * See FH06's HIST-LINE - only the date, time and period are
      * used here.
       FD  RUN-HISTORY-FILE
           RECORD CONTAINS 92 CHARACTERS
           RECORDING MODE IS F.
       01  RUN-HISTORY-RECORD.
           03  HIST-DD             PIC X(02).
           03  FILLER              PIC X(01).
           03  HIST-MMM            PIC X(03).
           03  FILLER              PIC X(01).
           03  HIST-YYYY           PIC X(04).
           03  HIST-HH             PIC X(02).
           03  FILLER              PIC X(01).
           03  HIST-MI             PIC X(02).
           03  FILLER              PIC X(01).
           03  HIST-SS             PIC X(02).
           03  FILLER              PIC X(70).
           03  HIST-PERIOD         PIC X(03).

       FD  RETENTION-FILE
           RECORD CONTAINS 23 CHARACTERS
           RECORDING MODE IS F.
       01  RETENTION-RECORD.
           03  RR-REPORT           PIC X(20).
           03  RR-MONTHS           PIC X(03).

      * One record per generation on file - RPTPRINT reads the same
      * layout.
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
           03  RX-ARCH-DATE-R REDEFINES RX-ARCH-DATE.
               05  RX-ARCH-YYYY    PIC 9(04).
               05  RX-ARCH-MM      PIC 9(02).
               05  RX-ARCH-DD      PIC 9(02).
           03  RX-ARCH-TIME        PIC 9(06).
           03  RX-PAGES            PIC 9(05).
           03  RX-BYTES            PIC 9(09).
           03  RX-GEN-NAME         PIC X(26).

       FD  INDEX-WORK
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  INDEX-WORK-RECORD       PIC X(100).

      * The report and its generation are read and written a byte
      * at a time - the reports have different record lengths and
      * carry a form feed byte ahead of each new page, and a byte
      * copy keeps every one of them exactly as printed.
       FD  REPORT-IN
           RECORD CONTAINS 1 CHARACTERS
           RECORDING MODE IS F.
       01  REPORT-IN-BYTE          PIC X(01).

       FD  GENERATION-FILE
           RECORD CONTAINS 1 CHARACTERS
           RECORDING MODE IS F.
       01  GENERATION-BYTE         PIC X(01).

       WORKING-STORAGE SECTION.
           COPY RUNPFX.
       01  WS-HIST-STAT            PIC X(02)      VALUE SPACES.
       01  WS-RETN-STAT            PIC X(02)      VALUE SPACES.
       01  WS-INDX-STAT            PIC X(02)      VALUE SPACES.
       01  WS-IWRK-STAT            PIC X(02)      VALUE SPACES.
       01  WS-RPT-STAT             PIC X(02)      VALUE SPACES.
       01  WS-GEN-STAT             PIC X(02)      VALUE SPACES.
       01  WS-EOF-FLAG             PIC X(01)      VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
       01  WS-FILED-FLAG           PIC X(01)      VALUE 'N'.
           88  WS-FILED                    VALUE 'Y'.
       01  WS-FORM-FEED            PIC X(01)      VALUE X'0C'.
      *
       01  WS-RA-REPORT            PIC X(30)      VALUE SPACES.
       01  WS-RA-LOC               PIC X(03)      VALUE SPACES.
       01  WS-RA-GEN-NAME          PIC X(26)      VALUE SPACES.
       01  WS-DATE                 PIC 9(08)      VALUE ZERO.
       01  WS-DATE-R REDEFINES WS-DATE.
           03  WS-DATE-YYYY        PIC 9(04).
           03  WS-DATE-MM          PIC 9(02).
           03  WS-DATE-DD          PIC 9(02).
       01  WS-TIME                 PIC 9(08)      VALUE ZERO.
      * The run the report came from - the last RUNHIST.LOG row.
       01  WS-RUN-DATE             PIC 9(08)      VALUE ZERO.
       01  WS-RUN-TIME             PIC 9(06)      VALUE ZERO.
       01  WS-RUN-PERIOD           PIC 9(03)      VALUE ZERO.
       01  WS-GEN-DATE             PIC 9(08)      VALUE ZERO.
      * RUNHIST month-name parse table - DATE-PROG's spellings.
       01  WS-MONTH-TABLE          PIC X(36)      VALUE
           'JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC'.
       01  FILLER REDEFINES WS-MONTH-TABLE.
           03  WS-MONTH            PIC X(03)      OCCURS 12 TIMES.
       01  WS-MONTH-SUB            PIC 9(02)      VALUE ZERO.
       01  WS-MM-FOUND             PIC 9(02)      VALUE ZERO.
      * Retention months per report, from RPTRETN.DAT.
       01  WS-RT-TABLE.
           03  WS-RT-ENTRY         OCCURS 200 TIMES.
               05  WS-RT-REPORT    PIC X(20).
               05  WS-RT-MONTHS    PIC 9(03).
       01  WS-RT-COUNT             PIC 9(03)      VALUE ZERO.
       01  WS-RT-SUB               PIC 9(03)      VALUE ZERO.
       01  WS-RT-DEFAULT           PIC 9(03)      VALUE 84.
       01  WS-KEEP-MONTHS          PIC 9(03)      VALUE ZERO.
       01  WS-AGE-MONTHS           PIC S9(05)     VALUE ZERO.
      *
       01  WS-MAX-SEQ              PIC 9(06)      VALUE ZERO.
       01  WS-NEW-SEQ              PIC 9(06)      VALUE ZERO.
       01  WS-BYTE-CNT             PIC 9(09)      VALUE ZERO.
       01  WS-FF-CNT               PIC 9(05)      VALUE ZERO.
      * Set when the report opens with a form feed (a first WRITE
      * AFTER ADVANCING PAGE) - that one starts page 1, not page 2.
       01  WS-LEAD-FF-FLAG         PIC X(01)      VALUE 'N'.
           88  WS-LEAD-FF                  VALUE 'Y'.
       01  WS-AGED-CNT             PIC 9(05)      VALUE ZERO.

       LINKAGE SECTION.
       01  LS-RA-REPORT            PIC X(30).
       01  LS-RA-LOC               PIC X(03).

       PROCEDURE DIVISION USING LS-RA-REPORT LS-RA-LOC.
       0000-MAIN-PARA.
           IF WS-RUN-PREFIX = LOW-VALUES
              MOVE SPACES TO WS-RUN-PREFIX
           END-IF
           IF WS-RUN-PREFIX = SPACES
               PERFORM 1000-INITIAL-PARA
               PERFORM 2000-LAST-RUN-PARA
               PERFORM 3000-LOAD-RETENTION-PARA
               PERFORM 4000-AGE-INDEX-PARA
               PERFORM 5000-FILE-REPORT-PARA
               PERFORM 6000-REPLACE-INDEX-PARA
           END-IF
           GOBACK.
      *
      * Working storage is kept from one CALL to the next, so every
      * count starts again here.
       1000-INITIAL-PARA.
           MOVE ZERO TO RETURN-CODE
           MOVE LS-RA-REPORT TO WS-RA-REPORT
           MOVE LS-RA-LOC    TO WS-RA-LOC
           MOVE ZERO TO WS-RUN-DATE WS-RUN-TIME WS-RUN-PERIOD
           MOVE ZERO TO WS-MAX-SEQ WS-BYTE-CNT WS-FF-CNT WS-AGED-CNT
           MOVE ZERO TO WS-RT-COUNT
           MOVE 84   TO WS-RT-DEFAULT
           MOVE 'N'  TO WS-FILED-FLAG
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME.
      *
      * The last row on RUNHIST.LOG is the run the report belongs
      * to. No log (a brand-new install) files it against period 000
      * with no run date.
       2000-LAST-RUN-PARA.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-HIST-STAT = '00'
               PERFORM UNTIL WS-EOF
                   READ RUN-HISTORY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 2100-PARSE-RUN-PARA
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           END-IF.
      *
       2100-PARSE-RUN-PARA.
           MOVE ZERO TO WS-RUN-DATE WS-RUN-TIME WS-RUN-PERIOD
           MOVE ZERO TO WS-MM-FOUND
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
               IF WS-MONTH(WS-MONTH-SUB) = HIST-MMM
                   MOVE WS-MONTH-SUB TO WS-MM-FOUND
               END-IF
           END-PERFORM
           IF WS-MM-FOUND NOT = ZERO
              AND HIST-YYYY NUMERIC AND HIST-DD NUMERIC
               COMPUTE WS-RUN-DATE =
                   FUNCTION NUMVAL(HIST-YYYY) * 10000
                   + WS-MM-FOUND * 100
                   + FUNCTION NUMVAL(HIST-DD)
           END-IF
           IF HIST-HH NUMERIC AND HIST-MI NUMERIC AND HIST-SS NUMERIC
               COMPUTE WS-RUN-TIME =
                   FUNCTION NUMVAL(HIST-HH) * 10000
                   + FUNCTION NUMVAL(HIST-MI) * 100
                   + FUNCTION NUMVAL(HIST-SS)
           END-IF
           IF HIST-PERIOD NUMERIC
               MOVE HIST-PERIOD TO WS-RUN-PERIOD
           END-IF.
      *
      * RPTRETN.DAT is optional; a ** row replaces the compiled
      * default for every report not named on its own row.
       3000-LOAD-RETENTION-PARA.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RETENTION-FILE
           IF WS-RETN-STAT = '00'
               PERFORM UNTIL WS-EOF
                   READ RETENTION-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 3100-RETENTION-ROW-PARA
                   END-READ
               END-PERFORM
               CLOSE RETENTION-FILE
           END-IF.
      *
       3100-RETENTION-ROW-PARA.
           IF RR-MONTHS NUMERIC
               IF RR-REPORT = '**'
                   MOVE RR-MONTHS TO WS-RT-DEFAULT
               ELSE
                   IF WS-RT-COUNT NOT < 200
                       DISPLAY 'RPTARCH: WS-RT-TABLE OVERFLOW - '
                           'RAISE THE LIMIT BEFORE RERUNNING'
                       CLOSE RETENTION-FILE
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO WS-RT-COUNT
                   MOVE RR-REPORT TO WS-RT-REPORT(WS-RT-COUNT)
                   MOVE RR-MONTHS TO WS-RT-MONTHS(WS-RT-COUNT)
               END-IF
           END-IF.
      *
      * Passes the index to the work file, dropping every generation
      * past its report's retention (the generation file is deleted
      * with it) and noting the highest generation number in use.
       4000-AGE-INDEX-PARA.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN OUTPUT INDEX-WORK
           OPEN INPUT REPORT-INDEX
           IF WS-INDX-STAT = '00'
               PERFORM UNTIL WS-EOF
                   READ REPORT-INDEX
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF RX-SEQ > WS-MAX-SEQ
                               MOVE RX-SEQ TO WS-MAX-SEQ
                           END-IF
                           PERFORM 4100-AGE-ONE-PARA
                   END-READ
               END-PERFORM
               CLOSE REPORT-INDEX
           END-IF.
      *
      * A generation's age is whole calendar months from the day it
      * was filed to today.
       4100-AGE-ONE-PARA.
           MOVE WS-RT-DEFAULT TO WS-KEEP-MONTHS
           PERFORM VARYING WS-RT-SUB FROM 1 BY 1
                   UNTIL WS-RT-SUB > WS-RT-COUNT
               IF WS-RT-REPORT(WS-RT-SUB) = RX-REPORT
                   MOVE WS-RT-MONTHS(WS-RT-SUB) TO WS-KEEP-MONTHS
               END-IF
           END-PERFORM
           COMPUTE WS-AGE-MONTHS =
               (WS-DATE-YYYY * 12 + WS-DATE-MM)
             - (RX-ARCH-YYYY * 12 + RX-ARCH-MM)
           IF WS-DATE-DD < RX-ARCH-DD
               SUBTRACT 1 FROM WS-AGE-MONTHS
           END-IF
           IF WS-KEEP-MONTHS NOT = ZERO
              AND WS-AGE-MONTHS NOT < WS-KEEP-MONTHS
               CALL 'CBL_DELETE_FILE' USING RX-GEN-NAME
               MOVE ZERO TO RETURN-CODE
               ADD 1 TO WS-AGED-CNT
           ELSE
               WRITE INDEX-WORK-RECORD FROM REPORT-INDEX-RECORD
           END-IF.
      *
      * Copies the report to its new generation, counting bytes and
      * form feeds - every page after the first starts with one, and
      * so may the first - and adds its index record to the work
      * file.
       5000-FILE-REPORT-PARA.
           COMPUTE WS-NEW-SEQ = WS-MAX-SEQ + 1
           IF WS-RUN-DATE = ZERO
               MOVE WS-DATE     TO WS-GEN-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-GEN-DATE
           END-IF
           MOVE SPACES TO WS-RA-GEN-NAME
           STRING 'RPT' WS-NEW-SEQ 'P' WS-RUN-PERIOD '-' WS-GEN-DATE
                  '.ARC' DELIMITED BY SIZE INTO WS-RA-GEN-NAME
           MOVE 'N' TO WS-EOF-FLAG
           MOVE 'N' TO WS-LEAD-FF-FLAG
           OPEN INPUT REPORT-IN
           IF WS-RPT-STAT NOT = '00'
               DISPLAY 'RPTARCH: ' WS-RA-REPORT
                   ' NOT AVAILABLE - NOT ARCHIVED'
           ELSE
               OPEN OUTPUT GENERATION-FILE
               IF WS-GEN-STAT NOT = '00'
                   DISPLAY 'RPTARCH: UNABLE TO WRITE ' WS-RA-GEN-NAME
                       ' - ' WS-RA-REPORT ' NOT ARCHIVED'
                   CLOSE REPORT-IN
               ELSE
                   PERFORM UNTIL WS-EOF
                       READ REPORT-IN
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-BYTE-CNT
                               IF REPORT-IN-BYTE = WS-FORM-FEED
                                   ADD 1 TO WS-FF-CNT
                                   IF WS-BYTE-CNT = 1
                                       SET WS-LEAD-FF TO TRUE
                                   END-IF
                               END-IF
                               WRITE GENERATION-BYTE
                                   FROM REPORT-IN-BYTE
                       END-READ
                   END-PERFORM
                   CLOSE REPORT-IN GENERATION-FILE
                   SET WS-FILED TO TRUE
               END-IF
           END-IF
           IF WS-FILED
               MOVE SPACES         TO REPORT-INDEX-RECORD
               MOVE WS-NEW-SEQ     TO RX-SEQ
               MOVE WS-RA-REPORT   TO RX-REPORT
               MOVE WS-RA-LOC      TO RX-LOC
               MOVE WS-RUN-PERIOD  TO RX-PERIOD
               MOVE WS-RUN-DATE    TO RX-RUN-DATE
               MOVE WS-RUN-TIME    TO RX-RUN-TIME
               MOVE WS-DATE        TO RX-ARCH-DATE
               MOVE WS-TIME(1:6)   TO RX-ARCH-TIME
               MOVE ZERO           TO RX-PAGES
               IF WS-BYTE-CNT > ZERO
                   IF WS-LEAD-FF
                       MOVE WS-FF-CNT TO RX-PAGES
                   ELSE
                       COMPUTE RX-PAGES = WS-FF-CNT + 1
                   END-IF
               END-IF
               MOVE WS-BYTE-CNT    TO RX-BYTES
               MOVE WS-RA-GEN-NAME TO RX-GEN-NAME
               WRITE INDEX-WORK-RECORD FROM REPORT-INDEX-RECORD
           END-IF
           CLOSE INDEX-WORK.
      *
      * The work file becomes the index - only when it changed.
       6000-REPLACE-INDEX-PARA.
           IF WS-FILED OR WS-AGED-CNT > ZERO
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT INDEX-WORK
               OPEN OUTPUT REPORT-INDEX
               PERFORM UNTIL WS-EOF
                   READ INDEX-WORK
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           WRITE REPORT-INDEX-RECORD
                               FROM INDEX-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE INDEX-WORK REPORT-INDEX
           END-IF.
