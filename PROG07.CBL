       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE-IN  ASSIGN TO DYNAMIC WS-FN-DEDNTRANS
                                  FILE STATUS IS WS-TRANSIN-STAT.
           SELECT TRANS-WORK     ASSIGN TO 'DEDNWORK.DAT'.
           SELECT TRANS-SORTED   ASSIGN TO DYNAMIC WS-FN-DEDNSORT.
           SELECT OLD-MASTER-IN  ASSIGN TO DYNAMIC WS-FN-EMPFILE.
           SELECT NEW-MASTER     ASSIGN TO DYNAMIC WS-FN-NEWEMPFILE.
           SELECT DEDN-ADJ-LOG   ASSIGN TO DYNAMIC WS-FN-DEDNADJ.
           SELECT DEDN-SUSPENSE-FILE ASSIGN TO DYNAMIC WS-FN-DEDNSUSP.
           SELECT DEDN-DETAIL-FILE ASSIGN TO DYNAMIC WS-FN-DEDNDETL
                                    FILE STATUS IS WS-DETL-STAT.
           SELECT BATCH-REJECT-FILE ASSIGN TO DYNAMIC WS-FN-DEDNBREJ.

       DATA DIVISION.
       FILE SECTION.
           03  DD-PRIORITY         PIC 9(02).

       WORKING-STORAGE SECTION.
      * File names, each the live name behind the run prefix (blank
      * outside a preview of the nightly stream - see RUNPFX.CPY).
      * The bases are in SELECT order; 0050-FILE-NAMES-PARA builds
      * the names used by the ASSIGN clauses above.
       COPY RUNPFX.
       01  WS-FILE-BASES.
           03  FILLER              PIC X(16)      VALUE 'DEDNTRANS.DAT'.
           03  FILLER              PIC X(16)      VALUE 'DEDNSORT.DAT'.
           03  FILLER              PIC X(16)      VALUE 'EMPFILE.DAT'.
           03  FILLER              PIC X(16)      VALUE
               'NEWEMPFILE.DAT'.
           03  FILLER              PIC X(16)      VALUE 'DEDNADJ.LOG'.
           03  FILLER              PIC X(16)      VALUE 'DEDNSUSP.DAT'.
           03  FILLER              PIC X(16)      VALUE 'DEDNDETL.DAT'.
           03  FILLER              PIC X(16)      VALUE 'DEDNBREJ.REP'.
       01  WS-FILE-BASE-TABLE REDEFINES WS-FILE-BASES.
           03  WS-FB-NAME          PIC X(16)      OCCURS 8 TIMES.
       01  WS-FILE-NAMES.
           03  WS-FN-DEDNTRANS     PIC X(30)      VALUE SPACES.
           03  WS-FN-DEDNSORT      PIC X(30)      VALUE SPACES.
           03  WS-FN-EMPFILE       PIC X(30)      VALUE SPACES.
           03  WS-FN-NEWEMPFILE    PIC X(30)      VALUE SPACES.
           03  WS-FN-DEDNADJ       PIC X(30)      VALUE SPACES.
           03  WS-FN-DEDNSUSP      PIC X(30)      VALUE SPACES.
           03  WS-FN-DEDNDETL      PIC X(30)      VALUE SPACES.
           03  WS-FN-DEDNBREJ      PIC X(30)      VALUE SPACES.
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
           03  WS-FN-NAME          PIC X(30)      OCCURS 8 TIMES.
       01  WS-FN-COUNT             PIC 9(02)      VALUE 8.
       01  WS-FN-SUB               PIC 9(02)      VALUE ZERO.
      *
       01  WS-TRANSIN-STAT         PIC X(02)      VALUE SPACES.
       01  WS-TRANSIN-EOF-FLAG     PIC X(01)      VALUE 'N'.
           88  WS-TRANSIN-EOF              VALUE 'Y'.
           03  FILLER              PIC X(06)      VALUE SPACES.
           03  LOG-MSG             PIC X(74)      VALUE SPACES.

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
           PERFORM 0400-VERIFY-BATCH-PARA
           PERFORM 1000-SORT-PARA
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
      * Proves the batch wrapper out before anything else runs - see
      * the FD comment. The hash total is the sum of every numeric
      * earnings and deduction adjustment amount, computed with the
           MOVE WS-REJ-REASON TO BREJ-REASON
           WRITE BATCH-REJECT-RECORD FROM BREJ-LINE
           CLOSE BATCH-REJECT-FILE
           PERFORM 9800-ARCHIVE-REPORT-PARA
           DISPLAY 'PROG07: BATCH REJECTED - ' WS-REJ-REASON
           MOVE 8 TO RETURN-CODE
           GOBACK.
           CLOSE DEDN-ADJ-LOG
           CLOSE DEDN-SUSPENSE-FILE
           CLOSE DEDN-DETAIL-FILE.
      *
       9800-ARCHIVE-REPORT-PARA.
           IF WS-RUN-PREFIX = SPACES
               MOVE WS-FN-DEDNBREJ TO WS-ARCH-REPORT
               MOVE RETURN-CODE TO WS-ARCH-RC
               CALL 'RPTARCH' USING WS-ARCH-REPORT WS-ARCH-LOC
                   ON EXCEPTION
                       DISPLAY 'PROG07: RPTARCH NOT AVAILABLE - '
                           WS-ARCH-REPORT ' NOT ARCHIVED'
               END-CALL
               MOVE WS-ARCH-RC TO RETURN-CODE
           END-IF.
