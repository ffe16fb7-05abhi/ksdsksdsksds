       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVCOMP.
      *****************************************************************
      * PREVCOMP
      * Preview comparison. Run by NIGHTRUN at the end of a preview
      * of the nightly stream (see NIGHTRUN's banner), with the
      * sandbox prefix in RUNPFX.CPY and the tolerance percentage
      * passed on the CALL. It sets what the preview would pay
      * against what the last real run paid, on the sandbox report
      * PREVCOMP.REP:
      *
      *   - the preview's RUNTOTLS.DAT row against the last regular
      *     row on the live RUNTOTLS.DAT - headcount, earnings,
      *     deductions and net pay, each with its movement and
      *     percentage, in the same form as RUNRECON
      *   - each employee's net pay on the preview's PAYHIST.DAT
      *     header records against the same employee's net on the
      *     live PAYHIST.DAT for that last real run - only the
      *     employees outside tolerance are listed, plus anyone paid
      *     in the preview but not last run, and anyone paid last run
      *     but not in the preview
      *
      * Any movement outside the tolerance, or a preview that never
      * got as far as FH06's run row, flags the report and sets
      * RETURN-CODE 4. Off-cycle (O) and reversal (V) rows are
      * passed over, as RUNRECON does - they are not a period.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIVE-TOTALS-FILE ASSIGN TO 'RUNTOTLS.DAT'
                                    FILE STATUS IS WS-LRT-STAT.
           SELECT PREV-TOTALS-FILE ASSIGN TO DYNAMIC WS-FN-RUNTOTLS
                                    FILE STATUS IS WS-PRT-STAT.
           SELECT LIVE-HIST-FILE   ASSIGN TO 'PAYHIST.DAT'
                                    FILE STATUS IS WS-LPH-STAT.
           SELECT PREV-HIST-FILE   ASSIGN TO DYNAMIC WS-FN-PAYHIST
                                    FILE STATUS IS WS-PPH-STAT.
           SELECT COMP-REPORT      ASSIGN TO DYNAMIC WS-FN-PREVCOMP.

       DATA DIVISION.
       FILE SECTION.
      * Live and sandbox copies of FH06's run totals - see FH06's FD.
       FD  LIVE-TOTALS-FILE
           RECORD CONTAINS 55 CHARACTERS
           RECORDING MODE IS F.
       01  LIVE-TOTALS-RECORD.
           03  LRT-PERIOD          PIC 9(03).
           03  LRT-DATE            PIC 9(08).
           03  LRT-HEADCOUNT       PIC 9(06).
           03  LRT-READ            PIC 9(06).
           03  LRT-EARN            PIC 9(08)V99.
           03  LRT-DEDN            PIC 9(08)V99.
           03  LRT-SAL             PIC S9(08)V99
                                    SIGN LEADING SEPARATE.
           03  LRT-RUN-TYPE        PIC X(01).
               88  LRT-OFF-CYCLE-RUN       VALUE 'O'.
               88  LRT-REVERSAL-RUN        VALUE 'V'.

       FD  PREV-TOTALS-FILE
           RECORD CONTAINS 55 CHARACTERS
           RECORDING MODE IS F.
       01  PREV-TOTALS-RECORD.
           03  PRT-PERIOD          PIC 9(03).
           03  PRT-DATE            PIC 9(08).
           03  PRT-HEADCOUNT       PIC 9(06).
           03  PRT-READ            PIC 9(06).
           03  PRT-EARN            PIC 9(08)V99.
           03  PRT-DEDN            PIC 9(08)V99.
           03  PRT-SAL             PIC S9(08)V99
                                    SIGN LEADING SEPARATE.
           03  PRT-RUN-TYPE        PIC X(01).
               88  PRT-OFF-CYCLE-RUN       VALUE 'O'.
               88  PRT-REVERSAL-RUN        VALUE 'V'.

      * Live and sandbox pay history - see FH06's FD. Only the
      * employee header (H) records are looked at.
       FD  LIVE-HIST-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  LIVE-HIST-RECORD.
           03  LPH-RUN-DATE        PIC 9(08).
           03  LPH-PERIOD          PIC 9(03).
           03  LPH-EMP-ID          PIC X(05).
           03  LPH-REC-TYPE        PIC X(01).
               88  LPH-IS-HEADER           VALUE 'H'.
           03  LPH-NAME            PIC X(15).
           03  LPH-DEPT            PIC X(04).
           03  LPH-LOC             PIC X(03).
           03  LPH-GROSS           PIC 9(05)V99.
           03  LPH-DEDN            PIC 9(05)V99.
           03  LPH-NET             PIC 9(05)V99.
           03  FILLER              PIC X(40).

       FD  PREV-HIST-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  PREV-HIST-RECORD.
           03  PPH-RUN-DATE        PIC 9(08).
           03  PPH-PERIOD          PIC 9(03).
           03  PPH-EMP-ID          PIC X(05).
           03  PPH-REC-TYPE        PIC X(01).
               88  PPH-IS-HEADER           VALUE 'H'.
           03  PPH-NAME            PIC X(15).
           03  PPH-DEPT            PIC X(04).
           03  PPH-LOC             PIC X(03).
           03  PPH-GROSS           PIC 9(05)V99.
           03  PPH-DEDN            PIC 9(05)V99.
           03  PPH-NET             PIC 9(05)V99.
           03  FILLER              PIC X(40).

       FD  COMP-REPORT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  COMP-REPORT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
      * File names, each the live name behind the run prefix (blank
      * outside a preview of the nightly stream - see RUNPFX.CPY).
      * The bases are in SELECT order; 0050-FILE-NAMES-PARA builds
      * the names used by the ASSIGN clauses above.
       COPY RUNPFX.
       01  WS-FILE-BASES.
           03  FILLER              PIC X(16)      VALUE 'RUNTOTLS.DAT'.
           03  FILLER              PIC X(16)      VALUE 'PAYHIST.DAT'.
           03  FILLER              PIC X(16)      VALUE 'PREVCOMP.REP'.
       01  WS-FILE-BASE-TABLE REDEFINES WS-FILE-BASES.
           03  WS-FB-NAME          PIC X(16)      OCCURS 3 TIMES.
       01  WS-FILE-NAMES.
           03  WS-FN-RUNTOTLS      PIC X(30)      VALUE SPACES.
           03  WS-FN-PAYHIST       PIC X(30)      VALUE SPACES.
           03  WS-FN-PREVCOMP      PIC X(30)      VALUE SPACES.
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
           03  WS-FN-NAME          PIC X(30)      OCCURS 3 TIMES.
       01  WS-FN-COUNT             PIC 9(02)      VALUE 3.
       01  WS-FN-SUB               PIC 9(02)      VALUE ZERO.
      *
       01  WS-LRT-STAT             PIC X(02)      VALUE SPACES.
       01  WS-PRT-STAT             PIC X(02)      VALUE SPACES.
       01  WS-LPH-STAT             PIC X(02)      VALUE SPACES.
       01  WS-PPH-STAT             PIC X(02)      VALUE SPACES.
       01  WS-EOF-FLAG             PIC X(01)      VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
       01  WS-TOLERANCE            PIC 9(03)V99   VALUE ZERO.
      * Regular rows on each file - the sandbox started as a copy of
      * the live file, so it holds one more when FH06 completed in
      * the preview.
       01  WS-LIVE-ROWS            PIC 9(05)      VALUE ZERO.
       01  WS-PREV-ROWS            PIC 9(05)      VALUE ZERO.
       01  WS-LIVE-ROW.
           03  WS-L-PERIOD         PIC 9(03)      VALUE ZERO.
           03  WS-L-DATE           PIC 9(08)      VALUE ZERO.
           03  WS-L-HEADCOUNT      PIC 9(06)      VALUE ZERO.
           03  WS-L-EARN           PIC 9(08)V99   VALUE ZERO.
           03  WS-L-DEDN           PIC 9(08)V99   VALUE ZERO.
           03  WS-L-SAL            PIC S9(08)V99  VALUE ZERO.
       01  WS-PREV-ROW.
           03  WS-P-PERIOD         PIC 9(03)      VALUE ZERO.
           03  WS-P-DATE           PIC 9(08)      VALUE ZERO.
           03  WS-P-HEADCOUNT      PIC 9(06)      VALUE ZERO.
           03  WS-P-EARN           PIC 9(08)V99   VALUE ZERO.
           03  WS-P-DEDN           PIC 9(08)V99   VALUE ZERO.
           03  WS-P-SAL            PIC S9(08)V99  VALUE ZERO.
      * One variance at a time - 3100-VARIANCE-PARA works on these.
       01  WS-V-LIVE               PIC S9(09)V99  VALUE ZERO.
       01  WS-V-PREV               PIC S9(09)V99  VALUE ZERO.
       01  WS-V-DELTA              PIC S9(09)V99  VALUE ZERO.
       01  WS-V-PCT                PIC S9(07)V99  VALUE ZERO.
       01  WS-V-OUTSIDE-FLAG       PIC X(01)      VALUE 'N'.
           88  WS-V-OUTSIDE                VALUE 'Y'.
      * Last real run's net pay per employee, from the live history.
       01  WS-LN-TABLE.
           03  WS-LN-ENTRIES       OCCURS 5000 TIMES
                                    INDEXED BY WS-LN-IDX.
               05  WS-LN-EMP-ID    PIC X(05).
               05  WS-LN-NAME      PIC X(15).
               05  WS-LN-NET       PIC 9(05)V99.
               05  WS-LN-MATCHED   PIC X(01).
       01  WS-LN-COUNT             PIC 9(05)      VALUE ZERO.
       01  WS-LN-SUB               PIC 9(05)      VALUE ZERO.
       01  WS-EMP-COMPARED         PIC 9(05)      VALUE ZERO.
       01  WS-EMP-OUTSIDE          PIC 9(05)      VALUE ZERO.
       01  WS-EMP-NEW              PIC 9(05)      VALUE ZERO.
       01  WS-EMP-DROPPED          PIC 9(05)      VALUE ZERO.
       01  WS-FLAG-RUN             PIC X(01)      VALUE 'N'.
           88  WS-RUN-FLAGGED              VALUE 'Y'.
      *
       01  PVC-HEADING-LINE        PIC X(80)      VALUE
           'NIGHTLY STREAM PREVIEW - COMPARISON WITH LAST REAL RUN'.
       01  PVC-PARM-LINE.
           03  FILLER              PIC X(16)      VALUE
               'SANDBOX PREFIX: '.
           03  PL-PREFIX           PIC X(12)      VALUE SPACES.
           03  FILLER              PIC X(13)      VALUE
               '  TOLERANCE: '.
           03  PL-TOLERANCE        PIC ZZ9.99     VALUE ZERO.
           03  FILLER              PIC X(04)      VALUE ' PCT'.
           03  FILLER              PIC X(29)      VALUE SPACES.
       01  PVC-RUNS-LINE.
           03  FILLER              PIC X(15)      VALUE
               'LAST REAL RUN: '.
           03  PR-L-DATE           PIC 9(08)      VALUE ZERO.
           03  FILLER              PIC X(04)      VALUE ' PD '.
           03  PR-L-PERIOD         PIC 9(03)      VALUE ZERO.
           03  FILLER              PIC X(11)      VALUE '  PREVIEW: '.
           03  PR-P-DATE           PIC 9(08)      VALUE ZERO.
           03  FILLER              PIC X(04)      VALUE ' PD '.
           03  PR-P-PERIOD         PIC 9(03)      VALUE ZERO.
           03  FILLER              PIC X(24)      VALUE SPACES.
       01  PVC-COL-LINE.
           03  FILLER              PIC X(14)      VALUE SPACES.
           03  FILLER              PIC X(14)      VALUE
               ' LAST REAL RUN'.
           03  FILLER              PIC X(15)      VALUE
               '        PREVIEW'.
           03  FILLER              PIC X(15)      VALUE
               '       MOVEMENT'.
           03  FILLER              PIC X(22)      VALUE SPACES.
       01  PVC-VAR-LINE.
           03  PV-LABEL            PIC X(14)      VALUE SPACES.
           03  PV-LIVE             PIC -ZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  PV-PREV             PIC -ZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  PV-DELTA            PIC -ZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  PV-PCT              PIC -Z(06)9.99 VALUE ZERO.
           03  FILLER              PIC X(04)      VALUE ' PCT'.
           03  PV-MARK             PIC X(03)      VALUE SPACES.
       01  PVC-EMP-HEAD-LINE.
           03  FILLER              PIC X(22)      VALUE 'EMP   NAME'.
           03  FILLER              PIC X(09)      VALUE ' LAST NET'.
           03  FILLER              PIC X(11)      VALUE '    PREVIEW'.
           03  FILLER              PIC X(12)      VALUE '    MOVEMENT'.
           03  FILLER              PIC X(10)      VALUE '       PCT'.
           03  FILLER              PIC X(16)      VALUE '  NOTE'.
       01  PVC-EMP-LINE.
           03  PE-EMP-ID           PIC X(05)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  PE-NAME             PIC X(15)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  PE-LIVE             PIC ZZ,ZZ9.99  VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  PE-PREV             PIC ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  PE-DELTA            PIC -ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  PE-PCT              PIC -ZZZZ9.99  VALUE ZERO.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  PE-NOTE             PIC X(14)      VALUE SPACES.
       01  PVC-COUNT-LINE.
           03  PC-LABEL            PIC X(40)      VALUE SPACES.
           03  PC-COUNT            PIC ZZZZ9      VALUE ZERO.
           03  FILLER              PIC X(35)      VALUE SPACES.
       01  PVC-FLAG-LINE.
           03  FILLER              PIC X(14)      VALUE '*** FLAGGED: '.
           03  PF-TEXT             PIC X(66)      VALUE SPACES.
       01  PVC-NOTE-LINE           PIC X(80)      VALUE SPACES.

       LINKAGE SECTION.
       01  LS-TOLERANCE            PIC 9(03)V99.

       PROCEDURE DIVISION USING LS-TOLERANCE.
       0000-MAIN-PARA.
           PERFORM 0050-FILE-NAMES-PARA
           PERFORM 1000-INITIAL-PARA
           PERFORM 2000-LOAD-LIVE-ROW-PARA
           PERFORM 2100-LOAD-PREVIEW-ROW-PARA
           IF WS-LIVE-ROWS = ZERO
               MOVE 'NO REGULAR RUN ON THE LIVE RUNTOTLS.DAT - NOTHING'
                   TO PVC-NOTE-LINE
               WRITE COMP-REPORT-RECORD FROM PVC-NOTE-LINE
               MOVE '    TO COMPARE AGAINST' TO PVC-NOTE-LINE
               WRITE COMP-REPORT-RECORD FROM PVC-NOTE-LINE
           ELSE
               IF WS-PREV-ROWS NOT > WS-LIVE-ROWS
                   SET WS-RUN-FLAGGED TO TRUE
                   MOVE 'NO PREVIEW RUN ROW - FH06 DID NOT COMPLETE IN'
                       TO PF-TEXT
                   WRITE COMP-REPORT-RECORD FROM PVC-FLAG-LINE
                   MOVE '    THE PREVIEW - SEE THE SANDBOX NIGHTRUN.LOG'
                       TO PVC-NOTE-LINE
                   WRITE COMP-REPORT-RECORD FROM PVC-NOTE-LINE
               ELSE
                   PERFORM 3000-COMPARE-TOTALS-PARA
                   PERFORM 4000-LOAD-LIVE-NET-PARA
                   PERFORM 5000-COMPARE-NET-PARA
                   PERFORM 6000-LIST-DROPPED-PARA
                   PERFORM 7000-EMPLOYEE-COUNTS-PARA
               END-IF
           END-IF
           PERFORM 9000-END-PARA
           GOBACK.
      *
      * Builds each file name from the run prefix and its base name.
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
       1000-INITIAL-PARA.
           MOVE LS-TOLERANCE TO WS-TOLERANCE
           OPEN OUTPUT COMP-REPORT
           WRITE COMP-REPORT-RECORD FROM PVC-HEADING-LINE
           MOVE WS-RUN-PREFIX TO PL-PREFIX
           MOVE WS-TOLERANCE  TO PL-TOLERANCE
           WRITE COMP-REPORT-RECORD FROM PVC-PARM-LINE.
      *
      * The last regular row on the live file is the last real run.
       2000-LOAD-LIVE-ROW-PARA.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LIVE-TOTALS-FILE
           IF WS-LRT-STAT = '00'
               PERFORM UNTIL WS-EOF
                   READ LIVE-TOTALS-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF NOT LRT-OFF-CYCLE-RUN
                              AND NOT LRT-REVERSAL-RUN
                               ADD 1 TO WS-LIVE-ROWS
                               MOVE LRT-PERIOD    TO WS-L-PERIOD
                               MOVE LRT-DATE      TO WS-L-DATE
                               MOVE LRT-HEADCOUNT TO WS-L-HEADCOUNT
                               MOVE LRT-EARN      TO WS-L-EARN
                               MOVE LRT-DEDN      TO WS-L-DEDN
                               MOVE LRT-SAL       TO WS-L-SAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIVE-TOTALS-FILE
           END-IF.
      *
      * The last regular row on the sandbox file is the preview's.
       2100-LOAD-PREVIEW-ROW-PARA.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PREV-TOTALS-FILE
           IF WS-PRT-STAT = '00'
               PERFORM UNTIL WS-EOF
                   READ PREV-TOTALS-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF NOT PRT-OFF-CYCLE-RUN
                              AND NOT PRT-REVERSAL-RUN
                               ADD 1 TO WS-PREV-ROWS
                               MOVE PRT-PERIOD    TO WS-P-PERIOD
                               MOVE PRT-DATE      TO WS-P-DATE
                               MOVE PRT-HEADCOUNT TO WS-P-HEADCOUNT
                               MOVE PRT-EARN      TO WS-P-EARN
                               MOVE PRT-DEDN      TO WS-P-DEDN
                               MOVE PRT-SAL       TO WS-P-SAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PREV-TOTALS-FILE
           END-IF.
      *
       3000-COMPARE-TOTALS-PARA.
           MOVE WS-L-DATE   TO PR-L-DATE
           MOVE WS-L-PERIOD TO PR-L-PERIOD
           MOVE WS-P-DATE   TO PR-P-DATE
           MOVE WS-P-PERIOD TO PR-P-PERIOD
           WRITE COMP-REPORT-RECORD FROM PVC-RUNS-LINE
           WRITE COMP-REPORT-RECORD FROM PVC-COL-LINE
           MOVE 'HEADCOUNT'    TO PV-LABEL
           MOVE WS-L-HEADCOUNT TO WS-V-LIVE
           MOVE WS-P-HEADCOUNT TO WS-V-PREV
           PERFORM 3100-VARIANCE-PARA
           MOVE 'EARNINGS'     TO PV-LABEL
           MOVE WS-L-EARN      TO WS-V-LIVE
           MOVE WS-P-EARN      TO WS-V-PREV
           PERFORM 3100-VARIANCE-PARA
           MOVE 'DEDUCTIONS'   TO PV-LABEL
           MOVE WS-L-DEDN      TO WS-V-LIVE
           MOVE WS-P-DEDN      TO WS-V-PREV
           PERFORM 3100-VARIANCE-PARA
           MOVE 'NET PAY'      TO PV-LABEL
           MOVE WS-L-SAL       TO WS-V-LIVE
           MOVE WS-P-SAL       TO WS-V-PREV
           PERFORM 3100-VARIANCE-PARA.
      *
      * Movement and percentage of one figure, printed and marked
      * *** when outside the tolerance. As in RUNRECON, a movement
      * too big for the percentage field is pinned at the maximum so
      * it fails closed; a figure that was zero last run and is not
      * now is outside by definition.
       3100-VARIANCE-PARA.
           COMPUTE WS-V-DELTA = WS-V-PREV - WS-V-LIVE
           PERFORM 3200-PERCENT-PARA
           MOVE WS-V-LIVE  TO PV-LIVE
           MOVE WS-V-PREV  TO PV-PREV
           MOVE WS-V-DELTA TO PV-DELTA
           MOVE WS-V-PCT   TO PV-PCT
           IF WS-V-OUTSIDE
               MOVE '***' TO PV-MARK
               SET WS-RUN-FLAGGED TO TRUE
           ELSE
               MOVE SPACES TO PV-MARK
           END-IF
           WRITE COMP-REPORT-RECORD FROM PVC-VAR-LINE.
      *
       3200-PERCENT-PARA.
           MOVE 'N' TO WS-V-OUTSIDE-FLAG
           IF WS-V-LIVE NOT = ZERO
               COMPUTE WS-V-PCT ROUNDED =
                   WS-V-DELTA * 100 / WS-V-LIVE
                   ON SIZE ERROR
                       MOVE 9999999.99 TO WS-V-PCT
               END-COMPUTE
           ELSE
               IF WS-V-DELTA NOT = ZERO
                   MOVE 9999999.99 TO WS-V-PCT
               ELSE
                   MOVE ZERO TO WS-V-PCT
               END-IF
           END-IF
           IF WS-V-PCT > WS-TOLERANCE
              OR WS-V-PCT < ZERO - WS-TOLERANCE
               SET WS-V-OUTSIDE TO TRUE
           END-IF.
      *
      * Net pay per employee for the last real run, from its header
      * records on the live history.
       4000-LOAD-LIVE-NET-PARA.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LIVE-HIST-FILE
           IF WS-LPH-STAT = '00'
               PERFORM UNTIL WS-EOF
                   READ LIVE-HIST-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF LPH-IS-HEADER
                              AND LPH-RUN-DATE = WS-L-DATE
                              AND LPH-PERIOD = WS-L-PERIOD
                               PERFORM 4100-STORE-LIVE-NET-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIVE-HIST-FILE
           END-IF.
      *
       4100-STORE-LIVE-NET-PARA.
           IF WS-LN-COUNT >= 5000
               DISPLAY 'PREVCOMP: WS-LN-TABLE OVERFLOW - RAISE THE '
                   'LIMIT BEFORE RERUNNING'
               CLOSE LIVE-HIST-FILE
               CLOSE COMP-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-LN-COUNT
           MOVE LPH-EMP-ID TO WS-LN-EMP-ID(WS-LN-COUNT)
           MOVE LPH-NAME   TO WS-LN-NAME(WS-LN-COUNT)
           MOVE LPH-NET    TO WS-LN-NET(WS-LN-COUNT)
           MOVE 'N'        TO WS-LN-MATCHED(WS-LN-COUNT).
      *
      * Each employee the preview paid, against last run's net.
       5000-COMPARE-NET-PARA.
           WRITE COMP-REPORT-RECORD FROM PVC-NOTE-LINE
           MOVE 'EMPLOYEES OUTSIDE TOLERANCE, NEW OR DROPPED'
               TO PVC-NOTE-LINE
           WRITE COMP-REPORT-RECORD FROM PVC-NOTE-LINE
           WRITE COMP-REPORT-RECORD FROM PVC-EMP-HEAD-LINE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PREV-HIST-FILE
           IF WS-PPH-STAT = '00'
               PERFORM UNTIL WS-EOF
                   READ PREV-HIST-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF PPH-IS-HEADER
                              AND PPH-RUN-DATE = WS-P-DATE
                              AND PPH-PERIOD = WS-P-PERIOD
                               PERFORM 5100-COMPARE-ONE-NET-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PREV-HIST-FILE
           END-IF.
      *
       5100-COMPARE-ONE-NET-PARA.
           MOVE SPACES     TO PVC-EMP-LINE
           MOVE PPH-EMP-ID TO PE-EMP-ID
           MOVE PPH-NAME   TO PE-NAME
           MOVE PPH-NET    TO PE-PREV
           SET WS-LN-IDX TO 1
           SEARCH WS-LN-ENTRIES
               AT END
                   PERFORM 5150-NEW-EMPLOYEE-PARA
               WHEN WS-LN-IDX > WS-LN-COUNT
                   PERFORM 5150-NEW-EMPLOYEE-PARA
               WHEN WS-LN-EMP-ID(WS-LN-IDX) = PPH-EMP-ID
                   MOVE 'Y' TO WS-LN-MATCHED(WS-LN-IDX)
                   ADD 1 TO WS-EMP-COMPARED
                   MOVE WS-LN-NET(WS-LN-IDX) TO WS-V-LIVE
                   MOVE PPH-NET TO WS-V-PREV
                   COMPUTE WS-V-DELTA = WS-V-PREV - WS-V-LIVE
                   PERFORM 3200-PERCENT-PARA
                   IF WS-V-OUTSIDE
                       ADD 1 TO WS-EMP-OUTSIDE
                       SET WS-RUN-FLAGGED TO TRUE
                       MOVE WS-V-LIVE  TO PE-LIVE
                       MOVE WS-V-DELTA TO PE-DELTA
                       MOVE WS-V-PCT   TO PE-PCT
                       MOVE 'OUTSIDE TOL' TO PE-NOTE
                       WRITE COMP-REPORT-RECORD FROM PVC-EMP-LINE
                   END-IF
           END-SEARCH.
      *
       5150-NEW-EMPLOYEE-PARA.
           ADD 1 TO WS-EMP-NEW
           SET WS-RUN-FLAGGED TO TRUE
           MOVE ZERO    TO PE-LIVE
           MOVE PPH-NET TO PE-DELTA
           MOVE ZERO    TO PE-PCT
           MOVE 'NOT PAID LAST' TO PE-NOTE
           WRITE COMP-REPORT-RECORD FROM PVC-EMP-LINE.
      *
      * Everyone paid last run that the preview did not pay.
       6000-LIST-DROPPED-PARA.
           PERFORM VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-COUNT
               IF WS-LN-MATCHED(WS-LN-SUB) = 'N'
                   ADD 1 TO WS-EMP-DROPPED
                   SET WS-RUN-FLAGGED TO TRUE
                   MOVE SPACES TO PVC-EMP-LINE
                   MOVE WS-LN-EMP-ID(WS-LN-SUB) TO PE-EMP-ID
                   MOVE WS-LN-NAME(WS-LN-SUB)   TO PE-NAME
                   MOVE WS-LN-NET(WS-LN-SUB)    TO PE-LIVE
                   MOVE ZERO TO PE-PREV
                   COMPUTE WS-V-DELTA = ZERO - WS-LN-NET(WS-LN-SUB)
                   MOVE WS-V-DELTA TO PE-DELTA
                   MOVE ZERO TO PE-PCT
                   MOVE 'NOT IN PREVIEW' TO PE-NOTE
                   WRITE COMP-REPORT-RECORD FROM PVC-EMP-LINE
               END-IF
           END-PERFORM.
      *
       7000-EMPLOYEE-COUNTS-PARA.
           MOVE SPACES TO PVC-NOTE-LINE
           WRITE COMP-REPORT-RECORD FROM PVC-NOTE-LINE
           MOVE 'EMPLOYEES PAID IN BOTH RUNS' TO PC-LABEL
           MOVE WS-EMP-COMPARED TO PC-COUNT
           WRITE COMP-REPORT-RECORD FROM PVC-COUNT-LINE
           MOVE 'NET PAY OUTSIDE TOLERANCE' TO PC-LABEL
           MOVE WS-EMP-OUTSIDE TO PC-COUNT
           WRITE COMP-REPORT-RECORD FROM PVC-COUNT-LINE
           MOVE 'PAID IN THE PREVIEW, NOT LAST RUN' TO PC-LABEL
           MOVE WS-EMP-NEW TO PC-COUNT
           WRITE COMP-REPORT-RECORD FROM PVC-COUNT-LINE
           MOVE 'PAID LAST RUN, NOT IN THE PREVIEW' TO PC-LABEL
           MOVE WS-EMP-DROPPED TO PC-COUNT
           WRITE COMP-REPORT-RECORD FROM PVC-COUNT-LINE.
      *
       9000-END-PARA.
           MOVE SPACES TO PVC-NOTE-LINE
           WRITE COMP-REPORT-RECORD FROM PVC-NOTE-LINE
           IF WS-RUN-FLAGGED
               MOVE 'PREVIEW OUTSIDE TOLERANCE - CHECK BEFORE TONIGHT'
                   TO PF-TEXT
               WRITE COMP-REPORT-RECORD FROM PVC-FLAG-LINE
               MOVE 4 TO RETURN-CODE
               DISPLAY 'PREVCOMP: PREVIEW OUTSIDE TOLERANCE - SEE '
                   WS-FN-PREVCOMP
           ELSE
               MOVE 'PREVIEW WITHIN TOLERANCE OF THE LAST REAL RUN'
                   TO PVC-NOTE-LINE
               WRITE COMP-REPORT-RECORD FROM PVC-NOTE-LINE
               MOVE ZERO TO RETURN-CODE
           END-IF
           CLOSE COMP-REPORT.
