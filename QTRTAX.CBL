      * can legitimately differ if a YTD-only correction was ever
      * applied by hand - which is exactly what the tie-out line is
      * there to surface.
      *
      * Withholding is also broken out by taxing jurisdiction. PROG06
      * writes federal (TAX), state (STxx) and local (LTxx) lines to
      * the typed ledger and DEDNROLL carries them per period into
      * DEDNYTD.DAT; the rows for the periods whose end dates fall in
      * the quarter are sorted on EMP-ID and merged alongside the YTD
      * stream, so each employee line is followed by the quarter's
      * amount per jurisdiction, and the company totals page closes
      * with one line per jurisdiction - the figures each state and
      * city return is filed from.
      *
      * The company totals page closes by tying the quarter to the
      * payroll tax liability ledger DEDNROLL keeps (TAXLIAB.DAT):
      * each jurisdiction's derived withholding is printed beside the
      * ledger's withheld amount for the same periods, the employer's
      * own tax share is listed per authority, and the total tax
      * liability for the quarter - what the deposits made from
      * TAXDEP's schedule should add up to - closes the page. A
      * jurisdiction that does not agree is marked and the tie-out
      * line says so, the same print-not-fail treatment as the run
      * history tie-out.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RUN-TOTALS-FILE ASSIGN TO 'RUNTOTLS.DAT'
                                   FILE STATUS IS WS-RTOT-STAT.
           SELECT QTR-REPORT      ASSIGN TO 'QTRTAX.REP'.
           SELECT DEDN-YTD-FILE   ASSIGN TO 'DEDNYTD.DAT'
                                   FILE STATUS IS WS-DYTD-STAT.
           SELECT DEDN-YTD-WORK   ASSIGN TO 'QTDYWRK.DAT'.
           SELECT DEDN-YTD-SORTED ASSIGN TO 'QTDYSRT.DAT'.
           SELECT PAY-PERIOD-FILE ASSIGN TO 'PAYPERD.DAT'
                                   FILE STATUS IS WS-PERD-STAT.
           SELECT TAX-LIAB-FILE   ASSIGN TO 'TAXLIAB.DAT'
                                   FILE STATUS IS WS-TLIB-STAT.

       DATA DIVISION.
       FILE SECTION.
           03  SS-DEDN             PIC 9(08)V99.

       FD  RUN-TOTALS-FILE
           RECORD CONTAINS 55 CHARACTERS
           RECORDING MODE IS F.
       01  RUN-TOTALS-RECORD.
           03  RT-PERIOD           PIC 9(03).
           03  RT-DEDN             PIC 9(08)V99.
           03  RT-SAL              PIC S9(08)V99
                                    SIGN LEADING SEPARATE.
           03  RT-RUN-TYPE         PIC X(01).
               88  RT-REVERSAL-RUN         VALUE 'V'.

       FD  QTR-REPORT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  QTR-REPORT-RECORD       PIC X(80).

      * The typed YTD deduction ledger DEDNROLL maintains - one row
      * per period/employee/type.
       FD  DEDN-YTD-FILE
           RECORD CONTAINS 22 CHARACTERS
           RECORDING MODE IS F.
       01  DEDN-YTD-FILE-RECORD    PIC X(22).

       SD  DEDN-YTD-WORK.
       01  DEDN-YTD-WORK-RECORD.
           03  FILLER              PIC X(03).
           03  DW-EMP-ID           PIC X(05).
           03  FILLER              PIC X(14).

       FD  DEDN-YTD-SORTED
           RECORD CONTAINS 22 CHARACTERS
           RECORDING MODE IS F.
       01  DY-RECORD.
           03  DY-PERIOD           PIC 9(03).
           03  DY-EMP-ID           PIC X(05).
           03  DY-TYPE             PIC X(04).
           03  DY-AMOUNT           PIC S9(07)V99
                                    SIGN LEADING SEPARATE.

       FD  PAY-PERIOD-FILE
           RECORD CONTAINS 28 CHARACTERS
           RECORDING MODE IS F.
       01  PAY-PERIOD-RECORD.
           03  PERD-NO             PIC 9(03).
           03  PERD-START          PIC 9(08).
           03  PERD-END            PIC 9(08).
           03  PERD-STATUS         PIC X(01).
           03  PERD-PAY-DATE       PIC 9(08).

      * Payroll tax liability ledger DEDNROLL maintains - one row per
      * period, liability date, authority, type and side.
       FD  TAX-LIAB-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  TAX-LIAB-RECORD.
           03  TL-PERIOD           PIC 9(03).
           03  TL-PERD-END         PIC 9(08).
           03  TL-LIAB-DATE        PIC 9(08).
           03  TL-AUTH             PIC X(04).
           03  TL-TYPE             PIC X(04).
           03  TL-SIDE             PIC X(01).
               88  TL-WITHHELD             VALUE 'W'.
           03  TL-AMOUNT           PIC S9(09)V99
                                    SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01  WS-YTD-STAT             PIC X(02)      VALUE SPACES.
       01  WS-SNAP-STAT            PIC X(02)      VALUE SPACES.
       01  WS-RUN-DEDN             PIC S9(09)V99  VALUE ZERO.
       01  WS-RUN-CNT              PIC 9(04)      VALUE ZERO.
       01  WS-EMP-CNT              PIC 9(05)      VALUE ZERO.
      * Jurisdiction work areas. The calendar tells which periods'
      * ledger rows belong to the quarter; the employee table is
      * reset per listing line, the company table runs the whole job.
       01  WS-DYTD-STAT            PIC X(02)      VALUE SPACES.
       01  WS-PERD-STAT            PIC X(02)      VALUE SPACES.
       01  WS-DY-EOF-FLAG          PIC X(01)      VALUE 'N'.
           88  WS-DY-EOF                   VALUE 'Y'.
       01  WS-PERD-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-PERD-EOF                 VALUE 'Y'.
       01  WS-DY-PRESENT-FLAG      PIC X(01)      VALUE 'N'.
           88  WS-DY-PRESENT               VALUE 'Y'.
       01  WS-QTR-PERD-TABLE.
           03  WS-QTR-PERD-FLAG    PIC X(01)      OCCURS 999 TIMES.
       01  WS-PERD-YY              PIC 9(04)      VALUE ZERO.
       01  WS-PERD-MM              PIC 9(02)      VALUE ZERO.
       01  WS-JUR-TYPE             PIC X(04)      VALUE SPACES.
           88  WS-JUR-FEDERAL              VALUE 'TAX '.
       01  WS-EMP-JUR-TABLE.
           03  WS-EJ-ENTRIES       OCCURS 20 TIMES.
               05  WS-EJ-TYPE      PIC X(04).
               05  WS-EJ-AMT       PIC S9(08)V99.
       01  WS-EJ-COUNT             PIC 9(02)      VALUE ZERO.
       01  WS-EJ-SUB               PIC 9(02)      VALUE ZERO.
       01  WS-CO-JUR-TABLE.
           03  WS-CJ-ENTRIES       OCCURS 100 TIMES.
               05  WS-CJ-TYPE      PIC X(04).
               05  WS-CJ-CNT       PIC 9(05).
               05  WS-CJ-AMT       PIC S9(09)V99.
       01  WS-CJ-COUNT             PIC 9(03)      VALUE ZERO.
       01  WS-CJ-SUB               PIC 9(03)      VALUE ZERO.
       01  WS-JUR-FOUND-FLAG       PIC X(01)      VALUE 'N'.
           88  WS-JUR-FOUND                VALUE 'Y'.
       01  WS-JUR-LABEL            PIC X(22)      VALUE SPACES.
      * Liability ledger tie-out work areas - the quarter's withheld
      * rows by type and the employer's rows by authority and type.
       01  WS-TLIB-STAT            PIC X(02)      VALUE SPACES.
       01  WS-TLIB-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-TLIB-EOF                 VALUE 'Y'.
       01  WS-LW-TABLE.
           03  WS-LW-ENTRIES       OCCURS 100 TIMES.
               05  WS-LW-TYPE      PIC X(04).
               05  WS-LW-AMT       PIC S9(09)V99.
               05  WS-LW-USED      PIC X(01).
       01  WS-LW-COUNT             PIC 9(03)      VALUE ZERO.
       01  WS-LW-SUB               PIC 9(03)      VALUE ZERO.
       01  WS-LE-TABLE.
           03  WS-LE-ENTRIES       OCCURS 100 TIMES.
               05  WS-LE-AUTH      PIC X(04).
               05  WS-LE-TYPE      PIC X(04).
               05  WS-LE-AMT       PIC S9(09)V99.
       01  WS-LE-COUNT             PIC 9(03)      VALUE ZERO.
       01  WS-LE-SUB               PIC 9(03)      VALUE ZERO.
       01  WS-LED-FOUND-FLAG       PIC X(01)      VALUE 'N'.
           88  WS-LED-FOUND                VALUE 'Y'.
       01  WS-LED-TIE-FLAG         PIC X(01)      VALUE 'Y'.
           88  WS-LED-TIES                 VALUE 'Y'.
       01  WS-LED-DERIVED          PIC S9(09)V99  VALUE ZERO.
       01  WS-LED-LEDGER           PIC S9(09)V99  VALUE ZERO.
       01  WS-LED-DER-TOT          PIC S9(09)V99  VALUE ZERO.
       01  WS-LED-WH-TOT           PIC S9(09)V99  VALUE ZERO.
       01  WS-LED-ER-TOT           PIC S9(09)V99  VALUE ZERO.
      *
       01  QTR-HEADING-LINE1.
           03  FILLER              PIC X(40)      VALUE
           03  QT-DEDN             PIC -ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(18)      VALUE SPACES.
       01  QTR-NOTE-LINE           PIC X(80)      VALUE SPACES.
       01  QTR-JUR-LINE.
           03  FILLER              PIC X(07)      VALUE SPACES.
           03  QJ-LABEL            PIC X(22)      VALUE SPACES.
           03  QJ-AMT              PIC -ZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(37)      VALUE SPACES.
       01  QTR-JUR-TOTAL-LINE.
           03  QJT-LABEL           PIC X(30)      VALUE SPACES.
           03  QJT-CNT             PIC ZZZZ9      VALUE ZERO.
           03  FILLER              PIC X(12)      VALUE ' EMPLOYEES  '.
           03  QJT-AMT             PIC -ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(18)      VALUE SPACES.
       01  QTR-LEDGER-HEADING.
           03  FILLER              PIC X(30)      VALUE
               'TAX LIABILITY LEDGER TIE-OUT'.
           03  FILLER              PIC X(15)      VALUE
               '        DERIVED'.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  FILLER              PIC X(15)      VALUE
               '         LEDGER'.
           03  FILLER              PIC X(18)      VALUE SPACES.
       01  QTR-LEDGER-LINE.
           03  QL-LABEL            PIC X(30)      VALUE SPACES.
           03  QL-DERIVED          PIC -ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  QL-DERIVED-X REDEFINES QL-DERIVED
                                   PIC X(15).
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  QL-LEDGER           PIC -ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  QL-MARK             PIC X(16)      VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 5000-REPORT-EMPLOYEES-PARA UNTIL WS-YTD-EOF
           PERFORM 5900-FINISH-REPORT-PARA
           PERFORM 6000-RECONCILE-RUNS-PARA
           PERFORM 6500-JURISDICTION-TOTALS-PARA
           PERFORM 6600-LEDGER-TIE-PARA
           PERFORM 9000-END-PARA
           STOP RUN.
      *
           END-IF
           COMPUTE WS-QTR-HI-MM = WS-QUARTER * 3
           COMPUTE WS-QTR-LO-MM = WS-QTR-HI-MM - 2
           PERFORM 1100-LOAD-QTR-PERIODS-PARA
           OPEN OUTPUT QTR-REPORT
           MOVE WS-QUARTER TO QH-QUARTER
           MOVE WS-YEAR    TO QH-YEAR
           WRITE QTR-REPORT-RECORD FROM QTR-HEADING-LINE1
           WRITE QTR-REPORT-RECORD FROM QTR-HEADING-LINE2.
      *
      * Flags the pay periods whose end dates fall inside the quarter
      * of the filing year. No calendar means no period can be placed
      * in the quarter, and the jurisdiction lines print as zero.
       1100-LOAD-QTR-PERIODS-PARA.
           MOVE ALL 'N' TO WS-QTR-PERD-TABLE
           OPEN INPUT PAY-PERIOD-FILE
           IF WS-PERD-STAT = '00'
              PERFORM UNTIL WS-PERD-EOF
                 READ PAY-PERIOD-FILE
                     AT END
                        SET WS-PERD-EOF TO TRUE
                     NOT AT END
                        MOVE PERD-END(1:4) TO WS-PERD-YY
                        MOVE PERD-END(5:2) TO WS-PERD-MM
                        IF PERD-NO > ZERO
                           AND WS-PERD-YY = WS-YEAR
                           AND WS-PERD-MM >= WS-QTR-LO-MM
                           AND WS-PERD-MM <= WS-QTR-HI-MM
                           MOVE 'Y' TO WS-QTR-PERD-FLAG(PERD-NO)
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE PAY-PERIOD-FILE
           END-IF.
      *
      * Sorts the YTD master (the driver) and the prior snapshot on
      * EMP-ID. No QTRSNAP.DAT yet means a first-quarter run - the
      * snapshot stream simply starts at end-of-file. The new
           ELSE
               SET WS-SNAP-EOF TO TRUE
           END-IF
           OPEN INPUT DEDN-YTD-FILE
           IF WS-DYTD-STAT = '00'
               SET WS-DY-PRESENT TO TRUE
               CLOSE DEDN-YTD-FILE
               SORT DEDN-YTD-WORK
                   ON ASCENDING KEY DW-EMP-ID
                   USING DEDN-YTD-FILE
                   GIVING DEDN-YTD-SORTED
               OPEN INPUT DEDN-YTD-SORTED
               PERFORM 3300-READ-DY-PARA
           ELSE
               SET WS-DY-EOF TO TRUE
           END-IF
           OPEN INPUT YTD-SORTED
           OPEN OUTPUT SNAP-FILE
           PERFORM 3100-READ-YTD-PARA.
               AT END
                   SET WS-SNAP-EOF TO TRUE
           END-READ.
      *
       3300-READ-DY-PARA.
           READ DEDN-YTD-SORTED
               AT END
                   SET WS-DY-EOF TO TRUE
           END-READ.
      *
      * One listing line per YTD employee: quarter figures are YTD
      * minus the prior snapshot (zero snapshot when the employee is
           MOVE YTD-EARN    TO QD-YTD-EARN
           MOVE YTD-DEDN    TO QD-YTD-DEDN
           WRITE QTR-REPORT-RECORD FROM QTR-DETAIL-LINE
           PERFORM 5300-GATHER-JURISDICTION-PARA
           PERFORM 5350-PRINT-EMP-JUR-PARA
               VARYING WS-EJ-SUB FROM 1 BY 1
               UNTIL WS-EJ-SUB > WS-EJ-COUNT
           ADD WS-QTR-EARN TO WS-TOT-EARN
           ADD WS-QTR-DEDN TO WS-TOT-DEDN
           ADD 1 TO WS-EMP-CNT
           IF NOT WS-SNAP-EOF AND SS-EMP-ID = YTD-EMP-ID
               SET WS-SNAP-FOUND TO TRUE
           END-IF.
      *
      * Advances the sorted typed-ledger stream to this employee and
      * sums the quarter's federal, state and local rows by type.
      * Ledger rows for an employee with no YTD row are passed over,
      * same as the snapshot stream.
       5300-GATHER-JURISDICTION-PARA.
           MOVE ZERO TO WS-EJ-COUNT
           PERFORM UNTIL WS-DY-EOF OR DY-EMP-ID >= YTD-EMP-ID
               PERFORM 3300-READ-DY-PARA
           END-PERFORM
           PERFORM UNTIL WS-DY-EOF OR DY-EMP-ID NOT = YTD-EMP-ID
               MOVE DY-TYPE TO WS-JUR-TYPE
               IF (WS-JUR-FEDERAL
                   OR WS-JUR-TYPE(1:2) = 'ST'
                   OR WS-JUR-TYPE(1:2) = 'LT')
                  AND DY-PERIOD > ZERO
                  AND WS-QTR-PERD-FLAG(DY-PERIOD) = 'Y'
                   PERFORM 5320-ADD-EMP-JUR-PARA
               END-IF
               PERFORM 3300-READ-DY-PARA
           END-PERFORM.
      *
       5320-ADD-EMP-JUR-PARA.
           MOVE 'N' TO WS-JUR-FOUND-FLAG
           PERFORM VARYING WS-EJ-SUB FROM 1 BY 1
                   UNTIL WS-EJ-SUB > WS-EJ-COUNT OR WS-JUR-FOUND
               IF WS-EJ-TYPE(WS-EJ-SUB) = DY-TYPE
                   SET WS-JUR-FOUND TO TRUE
                   ADD DY-AMOUNT TO WS-EJ-AMT(WS-EJ-SUB)
               END-IF
           END-PERFORM
           IF NOT WS-JUR-FOUND AND WS-EJ-COUNT < 20
               ADD 1 TO WS-EJ-COUNT
               MOVE DY-TYPE   TO WS-EJ-TYPE(WS-EJ-COUNT)
               MOVE DY-AMOUNT TO WS-EJ-AMT(WS-EJ-COUNT)
           END-IF.
      *
      * One indented line per jurisdiction under the employee, and
      * the amount rolled into the company jurisdiction totals.
       5350-PRINT-EMP-JUR-PARA.
           MOVE WS-EJ-TYPE(WS-EJ-SUB) TO WS-JUR-TYPE
           PERFORM 5400-SET-JUR-LABEL-PARA
           MOVE WS-JUR-LABEL           TO QJ-LABEL
           MOVE WS-EJ-AMT(WS-EJ-SUB)   TO QJ-AMT
           WRITE QTR-REPORT-RECORD FROM QTR-JUR-LINE
           MOVE 'N' TO WS-JUR-FOUND-FLAG
           PERFORM VARYING WS-CJ-SUB FROM 1 BY 1
                   UNTIL WS-CJ-SUB > WS-CJ-COUNT OR WS-JUR-FOUND
               IF WS-CJ-TYPE(WS-CJ-SUB) = WS-JUR-TYPE
                   SET WS-JUR-FOUND TO TRUE
                   ADD 1 TO WS-CJ-CNT(WS-CJ-SUB)
                   ADD WS-EJ-AMT(WS-EJ-SUB) TO WS-CJ-AMT(WS-CJ-SUB)
               END-IF
           END-PERFORM
           IF NOT WS-JUR-FOUND
               IF WS-CJ-COUNT < 100
                   ADD 1 TO WS-CJ-COUNT
                   MOVE WS-JUR-TYPE TO WS-CJ-TYPE(WS-CJ-COUNT)
                   MOVE 1           TO WS-CJ-CNT(WS-CJ-COUNT)
                   MOVE WS-EJ-AMT(WS-EJ-SUB)
                       TO WS-CJ-AMT(WS-CJ-COUNT)
               ELSE
                   DISPLAY 'QTRTAX: WS-CO-JUR-TABLE OVERFLOW - '
                       'RAISE THE LIMIT BEFORE RERUNNING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *
      * Turns a ledger type code into the jurisdiction's printed
      * name - TAX is federal, STxx the state, LTxx the locality.
       5400-SET-JUR-LABEL-PARA.
           MOVE SPACES TO WS-JUR-LABEL
           EVALUATE TRUE
               WHEN WS-JUR-FEDERAL
                   MOVE 'FEDERAL INCOME TAX' TO WS-JUR-LABEL
               WHEN WS-JUR-TYPE(1:2) = 'ST'
                   STRING 'STATE TAX - ' WS-JUR-TYPE(3:2)
                       DELIMITED BY SIZE INTO WS-JUR-LABEL
               WHEN OTHER
                   STRING 'LOCAL TAX - ' WS-JUR-TYPE(3:2)
                       DELIMITED BY SIZE INTO WS-JUR-LABEL
           END-EVALUATE.
      *
       5900-FINISH-REPORT-PARA.
           MOVE SPACES TO QTR-REPORT-RECORD
      * auditor's tie-out to the per-run history. A difference is
      * printed, not failed: it means a YTD correction was applied
      * outside a normal run and needs explaining, not hiding.
      * Off-cycle supplemental rows are summed with the regular ones -
      * OFFCYCLE posts their pay to the YTD master too. Reversal
      * rows are taken off - PAYREV backs their pay out of it.
       6000-RECONCILE-RUNS-PARA.
           OPEN INPUT RUN-TOTALS-FILE
           IF WS-RTOT-STAT NOT = '00'
                        IF WS-RT-YY = WS-YEAR
                           AND WS-RT-MM >= WS-QTR-LO-MM
                           AND WS-RT-MM <= WS-QTR-HI-MM
                           IF RT-REVERSAL-RUN
                              SUBTRACT RT-EARN FROM WS-RUN-EARN
                              SUBTRACT RT-DEDN FROM WS-RUN-DEDN
                           ELSE
                              ADD RT-EARN TO WS-RUN-EARN
                              ADD RT-DEDN TO WS-RUN-DEDN
                           END-IF
                           ADD 1       TO WS-RUN-CNT
                        END-IF
                 END-READ
              END-IF
              WRITE QTR-REPORT-RECORD FROM QTR-NOTE-LINE
           END-IF.
      *
      * Company totals by taxing jurisdiction for the quarter - the
      * employee count and the amount withheld per jurisdiction.
       6500-JURISDICTION-TOTALS-PARA.
           MOVE SPACES TO QTR-REPORT-RECORD
           WRITE QTR-REPORT-RECORD
           MOVE 'QUARTER WITHHOLDING BY JURISDICTION' TO QTR-NOTE-LINE
           WRITE QTR-REPORT-RECORD FROM QTR-NOTE-LINE
           IF NOT WS-DY-PRESENT
               MOVE 'DEDNYTD.DAT NOT AVAILABLE - NO JURISDICTION LINES'
                   TO QTR-NOTE-LINE
               WRITE QTR-REPORT-RECORD FROM QTR-NOTE-LINE
           END-IF
           PERFORM VARYING WS-CJ-SUB FROM 1 BY 1
                   UNTIL WS-CJ-SUB > WS-CJ-COUNT
               MOVE WS-CJ-TYPE(WS-CJ-SUB) TO WS-JUR-TYPE
               PERFORM 5400-SET-JUR-LABEL-PARA
               MOVE WS-JUR-LABEL          TO QJT-LABEL
               MOVE WS-CJ-CNT(WS-CJ-SUB)  TO QJT-CNT
               MOVE WS-CJ-AMT(WS-CJ-SUB)  TO QJT-AMT
               WRITE QTR-REPORT-RECORD FROM QTR-JUR-TOTAL-LINE
           END-PERFORM.
      *
      * Ties the quarter's withholding by jurisdiction to the tax
      * liability ledger. A ledger row is in the quarter when its
      * period ended inside it - the same test that places the
      * DEDNYTD.DAT rows above.
       6600-LEDGER-TIE-PARA.
           MOVE SPACES TO QTR-REPORT-RECORD
           WRITE QTR-REPORT-RECORD
           OPEN INPUT TAX-LIAB-FILE
           IF WS-TLIB-STAT NOT = '00'
               MOVE 'TAXLIAB.DAT NOT AVAILABLE - NO LEDGER TIE-OUT'
                   TO QTR-NOTE-LINE
               WRITE QTR-REPORT-RECORD FROM QTR-NOTE-LINE
           ELSE
               PERFORM UNTIL WS-TLIB-EOF
                   READ TAX-LIAB-FILE
                       AT END
                           SET WS-TLIB-EOF TO TRUE
                       NOT AT END
                           MOVE TL-PERD-END(1:4) TO WS-PERD-YY
                           MOVE TL-PERD-END(5:2) TO WS-PERD-MM
                           IF WS-PERD-YY = WS-YEAR
                              AND WS-PERD-MM >= WS-QTR-LO-MM
                              AND WS-PERD-MM <= WS-QTR-HI-MM
                               PERFORM 6620-ADD-LEDGER-ROW-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-LIAB-FILE
               PERFORM 6650-PRINT-LEDGER-TIE-PARA
           END-IF.
      *
       6620-ADD-LEDGER-ROW-PARA.
           MOVE 'N' TO WS-LED-FOUND-FLAG
           IF TL-WITHHELD
               PERFORM VARYING WS-LW-SUB FROM 1 BY 1
                       UNTIL WS-LW-SUB > WS-LW-COUNT OR WS-LED-FOUND
                   IF WS-LW-TYPE(WS-LW-SUB) = TL-TYPE
                       SET WS-LED-FOUND TO TRUE
                       ADD TL-AMOUNT TO WS-LW-AMT(WS-LW-SUB)
                   END-IF
               END-PERFORM
               IF NOT WS-LED-FOUND
                   IF WS-LW-COUNT < 100
                       ADD 1 TO WS-LW-COUNT
                       MOVE TL-TYPE   TO WS-LW-TYPE(WS-LW-COUNT)
                       MOVE TL-AMOUNT TO WS-LW-AMT(WS-LW-COUNT)
                       MOVE 'N'       TO WS-LW-USED(WS-LW-COUNT)
                   ELSE
                       DISPLAY 'QTRTAX: WS-LW-TABLE OVERFLOW - '
                           'RAISE THE LIMIT BEFORE RERUNNING'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           ELSE
               PERFORM VARYING WS-LE-SUB FROM 1 BY 1
                       UNTIL WS-LE-SUB > WS-LE-COUNT OR WS-LED-FOUND
                   IF WS-LE-AUTH(WS-LE-SUB) = TL-AUTH
                      AND WS-LE-TYPE(WS-LE-SUB) = TL-TYPE
                       SET WS-LED-FOUND TO TRUE
                       ADD TL-AMOUNT TO WS-LE-AMT(WS-LE-SUB)
                   END-IF
               END-PERFORM
               IF NOT WS-LED-FOUND
                   IF WS-LE-COUNT < 100
                       ADD 1 TO WS-LE-COUNT
                       MOVE TL-AUTH   TO WS-LE-AUTH(WS-LE-COUNT)
                       MOVE TL-TYPE   TO WS-LE-TYPE(WS-LE-COUNT)
                       MOVE TL-AMOUNT TO WS-LE-AMT(WS-LE-COUNT)
                   ELSE
                       DISPLAY 'QTRTAX: WS-LE-TABLE OVERFLOW - '
                           'RAISE THE LIMIT BEFORE RERUNNING'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.
      *
      * Derived against ledger per jurisdiction - every jurisdiction
      * the quarter's listing found, then any the ledger has that the
      * listing did not - followed by the employer's share and the
      * quarter's total liability.
       6650-PRINT-LEDGER-TIE-PARA.
           WRITE QTR-REPORT-RECORD FROM QTR-LEDGER-HEADING
           PERFORM VARYING WS-CJ-SUB FROM 1 BY 1
                   UNTIL WS-CJ-SUB > WS-CJ-COUNT
               MOVE WS-CJ-TYPE(WS-CJ-SUB) TO WS-JUR-TYPE
               MOVE WS-CJ-AMT(WS-CJ-SUB)  TO WS-LED-DERIVED
               MOVE ZERO                  TO WS-LED-LEDGER
               MOVE 'N' TO WS-LED-FOUND-FLAG
               PERFORM VARYING WS-LW-SUB FROM 1 BY 1
                       UNTIL WS-LW-SUB > WS-LW-COUNT OR WS-LED-FOUND
                   IF WS-LW-TYPE(WS-LW-SUB) = WS-JUR-TYPE
                       SET WS-LED-FOUND TO TRUE
                       MOVE WS-LW-AMT(WS-LW-SUB) TO WS-LED-LEDGER
                       MOVE 'Y' TO WS-LW-USED(WS-LW-SUB)
                   END-IF
               END-PERFORM
               PERFORM 6670-PRINT-TIE-LINE-PARA
           END-PERFORM
           PERFORM VARYING WS-LW-SUB FROM 1 BY 1
                   UNTIL WS-LW-SUB > WS-LW-COUNT
               IF WS-LW-USED(WS-LW-SUB) NOT = 'Y'
                   MOVE WS-LW-TYPE(WS-LW-SUB) TO WS-JUR-TYPE
                   MOVE ZERO                  TO WS-LED-DERIVED
                   MOVE WS-LW-AMT(WS-LW-SUB)  TO WS-LED-LEDGER
                   PERFORM 6670-PRINT-TIE-LINE-PARA
               END-IF
           END-PERFORM
           MOVE SPACES           TO QL-MARK
           MOVE 'TOTAL WITHHELD' TO QL-LABEL
           MOVE WS-LED-DER-TOT   TO QL-DERIVED
           MOVE WS-LED-WH-TOT    TO QL-LEDGER
           WRITE QTR-REPORT-RECORD FROM QTR-LEDGER-LINE
           MOVE SPACES TO QL-DERIVED-X
           PERFORM VARYING WS-LE-SUB FROM 1 BY 1
                   UNTIL WS-LE-SUB > WS-LE-COUNT
               MOVE SPACES TO QL-LABEL
               STRING 'EMPLOYER ' WS-LE-TYPE(WS-LE-SUB)
                   ' - ' WS-LE-AUTH(WS-LE-SUB)
                   DELIMITED BY SIZE INTO QL-LABEL
               MOVE WS-LE-AMT(WS-LE-SUB) TO QL-LEDGER
               WRITE QTR-REPORT-RECORD FROM QTR-LEDGER-LINE
               ADD WS-LE-AMT(WS-LE-SUB) TO WS-LED-ER-TOT
           END-PERFORM
           MOVE 'TOTAL EMPLOYER TAX'   TO QL-LABEL
           MOVE WS-LED-ER-TOT          TO QL-LEDGER
           WRITE QTR-REPORT-RECORD FROM QTR-LEDGER-LINE
           MOVE 'TOTAL TAX LIABILITY'  TO QL-LABEL
           COMPUTE QL-LEDGER = WS-LED-WH-TOT + WS-LED-ER-TOT
           WRITE QTR-REPORT-RECORD FROM QTR-LEDGER-LINE
           IF WS-LED-TIES
               MOVE 'TIE-OUT: JURISDICTION TOTALS MATCH THE TAX LEDGER'
                   TO QTR-NOTE-LINE
           ELSE
               MOVE '*** TIE-OUT FAILED: TAX LEDGER DOES NOT MATCH'
                   TO QTR-NOTE-LINE
           END-IF
           WRITE QTR-REPORT-RECORD FROM QTR-NOTE-LINE.
      *
       6670-PRINT-TIE-LINE-PARA.
           PERFORM 5400-SET-JUR-LABEL-PARA
           MOVE WS-JUR-LABEL   TO QL-LABEL
           MOVE WS-LED-DERIVED TO QL-DERIVED
           MOVE WS-LED-LEDGER  TO QL-LEDGER
           IF WS-LED-DERIVED = WS-LED-LEDGER
               MOVE SPACES TO QL-MARK
           ELSE
               MOVE '*** DIFFERS' TO QL-MARK
               MOVE 'N' TO WS-LED-TIE-FLAG
           END-IF
           WRITE QTR-REPORT-RECORD FROM QTR-LEDGER-LINE
           ADD WS-LED-DERIVED TO WS-LED-DER-TOT
           ADD WS-LED-LEDGER  TO WS-LED-WH-TOT.
      *
       9000-END-PARA.
           CLOSE YTD-SORTED
           IF WS-DY-PRESENT
               CLOSE DEDN-YTD-SORTED
           END-IF
           IF WS-SNAP-PRESENT
               CLOSE SNAP-SORTED
           END-IF
