       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-IN      ASSIGN TO DYNAMIC WS-FN-EMPFILE
                                  FILE STATUS IS WS-MAST-STAT.
           SELECT MASTER-WORK    ASSIGN TO 'AUDWORK.DAT'.
           SELECT MASTER-SORTED  ASSIGN TO DYNAMIC WS-FN-AUDSORT
                                  FILE STATUS IS WS-SORT-STAT.
           SELECT YTD-FILE       ASSIGN TO DYNAMIC WS-FN-YTDFILE
                                  FILE STATUS IS WS-YTD-STAT.
           SELECT CURR-TABLE-FILE ASSIGN TO DYNAMIC WS-FN-CURRTBL
                                  FILE STATUS IS WS-CURR-STAT.
           SELECT ADDR-FILE      ASSIGN TO DYNAMIC WS-FN-EMPADDR
                                  FILE STATUS IS WS-ADDR-STAT.
           SELECT AUDIT-REPORT   ASSIGN TO DYNAMIC WS-FN-AUDITRPT.

       DATA DIVISION.
       FILE SECTION.
       01  AUDIT-REPORT-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.
      * File names, each the live name behind the run prefix (blank
      * outside a preview of the nightly stream - see RUNPFX.CPY).
      * The bases are in SELECT order; 0050-FILE-NAMES-PARA builds
      * the names used by the ASSIGN clauses above.
       COPY RUNPFX.
       01  WS-FILE-BASES.
           03  FILLER              PIC X(16)      VALUE 'EMPFILE.DAT'.
           03  FILLER              PIC X(16)      VALUE 'AUDSORT.DAT'.
           03  FILLER              PIC X(16)      VALUE 'YTDFILE.DAT'.
           03  FILLER              PIC X(16)      VALUE 'CURRTBL.DAT'.
           03  FILLER              PIC X(16)      VALUE 'EMPADDR.DAT'.
           03  FILLER              PIC X(16)      VALUE 'AUDITRPT.REP'.
       01  WS-FILE-BASE-TABLE REDEFINES WS-FILE-BASES.
           03  WS-FB-NAME          PIC X(16)      OCCURS 6 TIMES.
       01  WS-FILE-NAMES.
           03  WS-FN-EMPFILE       PIC X(30)      VALUE SPACES.
           03  WS-FN-AUDSORT       PIC X(30)      VALUE SPACES.
           03  WS-FN-YTDFILE       PIC X(30)      VALUE SPACES.
           03  WS-FN-CURRTBL       PIC X(30)      VALUE SPACES.
           03  WS-FN-EMPADDR       PIC X(30)      VALUE SPACES.
           03  WS-FN-AUDITRPT      PIC X(30)      VALUE SPACES.
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
           03  WS-FN-NAME          PIC X(30)      OCCURS 6 TIMES.
       01  WS-FN-COUNT             PIC 9(02)      VALUE 6.
       01  WS-FN-SUB               PIC 9(02)      VALUE ZERO.
      *
       01  WS-MAST-STAT            PIC X(02)      VALUE SPACES.
       01  WS-SORT-STAT            PIC X(02)      VALUE SPACES.
       01  WS-YTD-STAT             PIC X(02)      VALUE SPACES.
           03  AUD-S-LABEL         PIC X(30)      VALUE SPACES.
           03  AUD-S-COUNT         PIC ZZZZZ9     VALUE ZERO.
           03  FILLER              PIC X(44)      VALUE SPACES.
      * Report archive - see RPTARCH. The report is filed as soon
      * as it is closed, under its run-prefixed name; nothing is
      * filed from a preview run, and the RETURN-CODE is kept
      * across the CALL.
       01  WS-ARCH-REPORT          PIC X(30)      VALUE SPACES.
       01  WS-ARCH-LOC             PIC X(03)      VALUE SPACES.
       01  WS-ARCH-RC              PIC S9(09)     VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILE-NAMES-PARA
           PERFORM 0500-LOAD-CURR-TABLE-PARA
           PERFORM 1000-SORT-MASTER-PARA
           PERFORM 2000-INITIAL-PARA
           PERFORM 9000-END-PARA
           GOBACK.
      *
      * Builds each file name from the run prefix and its base name.
      * Safe to repeat - NIGHTRUN calls some steps more than once.
       0050-FILE-NAMES-PARA.
           IF WS-RUN-PREFIX = LOW-VALUES
              MOVE SPACES TO WS-RUN-PREFIX
           END-IF
           PERFORM VARYING WS-FN-SUB FROM 1 BY 1
                   UNTIL WS-FN-SUB > WS-FN-COUNT
              MOVE SPACES TO WS-FN-NAME(WS-FN-SUB)
              STRING WS-RUN-PREFIX DELIMITED BY SPACE
                     WS-FB-NAME(WS-FN-SUB) DELIMITED BY SPACE
                     INTO WS-FN-NAME(WS-FN-SUB)
           END-PERFORM.
      *
      * Loads the default conversion rates, then lets an optional
      * CURRTBL.DAT replace them entirely - kept in step with FH06's
      * 0550/0560 pair so both programs see the same table.
           WRITE AUDIT-REPORT-RECORD FROM AUD-SUMMARY-LINE
           CLOSE MASTER-SORTED
           CLOSE AUDIT-REPORT
           PERFORM 9800-ARCHIVE-REPORT-PARA
           IF WS-FINDING-CNT > ZERO
              MOVE 8 TO RETURN-CODE
              DISPLAY 'EMPAUDIT: ' WS-FINDING-CNT ' FINDINGS - '
                  'SEE AUDITRPT.REP - HOLD FH06'
           END-IF.
      *
       9800-ARCHIVE-REPORT-PARA.
           IF WS-RUN-PREFIX = SPACES
               MOVE WS-FN-AUDITRPT TO WS-ARCH-REPORT
               MOVE RETURN-CODE TO WS-ARCH-RC
               CALL 'RPTARCH' USING WS-ARCH-REPORT WS-ARCH-LOC
                   ON EXCEPTION
                       DISPLAY 'EMPAUDIT: RPTARCH NOT AVAILABLE - '
                           WS-ARCH-REPORT ' NOT ARCHIVED'
               END-CALL
               MOVE WS-ARCH-RC TO RETURN-CODE
           END-IF.
