       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYHIST.
      *****************************************************************
      * PAYHIST
      * Pay history inquiry. PAYSTMT prints this period's stub from
      * the live master and YTD file and nothing keeps it - when an
      * employee disputes a payment from five periods ago, or a
      * mortgage lender wants the last six stubs, there was nothing
      * to go back to. FH06 now appends every paid employee's period
      * to the permanent pay history PAYHIST.DAT (gross, each typed
      * deduction, the employer costs, net, currency and how it was
      * paid), CHECKRUN stamps the check number onto it once the
      * check is printed, and PAYREV stamps a reversal. This job
      * reads it back two ways:
      *
      *   S (stub)  reprints the PAYSTMT-format statement for one
      *             EMP-ID and one past pay period (period number and
      *             the year it was paid), itemizing the deductions
      *             behind the total and marked as a duplicate. The
      *             YTD columns are rebuilt from the history as they
      *             stood on that run date - regular period pay only,
      *             since off-cycle payments are not on the history.
      *             The pay date is the one FH06 paid the period on
      *             (the run date, for history written before the
      *             calendar carried pay dates). The mailing block is
      *             the employee's current EMPADDR.DAT address.
      *   L (list)  lists one employee's history across a run-date
      *             range - one line per period paid with the amounts,
      *             employer cost, how it was paid and the ACH trace
      *             or check number, reversed periods flagged and left
      *             out of the totals.
      *
      * Answers come from the console (instream input in batch): the
      * mode, the EMP-ID, then period and year (S) or FROM and TO
      * dates YYYYMMDD, 0 leaving that end open (L), and an archive
      * generation to scan ahead of the live file - RETAIN cuts the
      * history back to PAYHIST<cutoff>.ARC generations the same way
      * it does the change journal for CHGQUERY. Output is
      * PAYHIST.REP. A period not on the history sets RETURN-CODE 4.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HIST-FILE    ASSIGN TO 'PAYHIST.DAT'
                                    FILE STATUS IS WS-PHST-STAT.
           SELECT PAYHIST-ARCHIVE  ASSIGN TO DYNAMIC WS-ARCH-NAME
                                    FILE STATUS IS WS-ARCH-STAT.
           SELECT ADDR-FILE        ASSIGN TO 'EMPADDR.DAT'
                                    FILE STATUS IS WS-ADDR-STAT.
           SELECT HIST-REPORT      ASSIGN TO 'PAYHIST.REP'.

       DATA DIVISION.
       FILE SECTION.
      * Permanent pay history - see FH06's FD for the record types.
       FD  PAY-HIST-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  PAY-HIST-RECORD.
           03  PH-RUN-DATE         PIC 9(08).
           03  PH-PERIOD           PIC 9(03).
           03  PH-EMP-ID           PIC X(05).
           03  PH-REC-TYPE         PIC X(01).
               88  PH-IS-HEADER            VALUE 'H'.
               88  PH-IS-DEDUCTION         VALUE 'D'.
               88  PH-IS-EMPR-COST         VALUE 'E'.
               88  PH-IS-CHECK             VALUE 'K'.
               88  PH-IS-REVERSAL          VALUE 'V'.
           03  PH-BODY             PIC X(83).
           03  PH-HEADER-BODY      REDEFINES PH-BODY.
               05  PH-NAME         PIC X(15).
               05  PH-DEPT         PIC X(04).
               05  PH-LOC          PIC X(03).
               05  PH-GROSS        PIC 9(05)V99.
               05  PH-DEDN         PIC 9(05)V99.
               05  PH-NET          PIC 9(05)V99.
               05  PH-CURRENCY     PIC X(03).
               05  PH-METHOD       PIC X(01).
               05  PH-ACH-TRACE    PIC X(15).
               05  PH-PAY-DATE     PIC 9(08).
               05  FILLER          PIC X(13).
           03  PH-LINE-BODY        REDEFINES PH-BODY.
               05  PH-LINE-TYPE    PIC X(04).
               05  PH-LINE-DESC    PIC X(20).
               05  PH-LINE-AMT     PIC S9(05)V99
                                    SIGN LEADING SEPARATE.
               05  FILLER          PIC X(51).
           03  PH-CHECK-BODY       REDEFINES PH-BODY.
               05  PH-CHECK-NO     PIC 9(08).
               05  PH-CHECK-AMT    PIC 9(05)V99.
               05  PH-CHECK-REF    PIC 9(08).
               05  FILLER          PIC X(60).
           03  PH-REV-BODY         REDEFINES PH-BODY.
               05  PH-REV-NET      PIC 9(05)V99.
               05  PH-REV-ACTION   PIC X(01).
               05  PH-REV-REF      PIC X(15).
               05  FILLER          PIC X(60).

      * An archived generation of the history - identical layout,
      * read through the same record area.
       FD  PAYHIST-ARCHIVE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  PAYHIST-ARCHIVE-RECORD  PIC X(100).

       FD  ADDR-FILE
           RECORD CONTAINS 109 CHARACTERS
           RECORDING MODE IS F.
       01  ADDR-RECORD.
           03  AD-EMP-ID           PIC X(05).
           03  AD-STREET1          PIC X(30).
           03  AD-STREET2          PIC X(30).
           03  AD-CITY             PIC X(20).
           03  AD-STATE            PIC X(02).
           03  AD-ZIP              PIC X(10).
           03  AD-PHONE            PIC X(12).

       FD  HIST-REPORT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  HIST-REPORT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PHST-STAT            PIC X(02)      VALUE SPACES.
       01  WS-ARCH-STAT            PIC X(02)      VALUE SPACES.
       01  WS-ADDR-STAT            PIC X(02)      VALUE SPACES.
       01  WS-ARCH-NAME            PIC X(20)      VALUE SPACES.
       01  WS-EOF-FLAG             PIC X(01)      VALUE 'N'.
           88  WS-PASS-EOF                 VALUE 'Y'.
       01  WS-DATE                 PIC 9(08)      VALUE ZERO.
       01  WS-EDIT-DATE            PIC X(11)      VALUE SPACES.
       01  WS-OVERFLOW-NAME        PIC X(20)      VALUE SPACES.
       01  WS-READ-CNT             PIC 9(07)      VALUE ZERO.
      * What the operator keyed.
       01  WS-MODE                 PIC X(01)      VALUE SPACES.
           88  WS-MODE-STUB                VALUE 'S'.
           88  WS-MODE-LIST                VALUE 'L'.
       01  WS-F-EMP-ID             PIC X(05)      VALUE SPACES.
       01  WS-F-PERIOD-IN          PIC X(03)      VALUE SPACES.
       01  WS-F-PERIOD             PIC 9(03)      VALUE ZERO.
       01  WS-F-YEAR-IN            PIC X(04)      VALUE SPACES.
       01  WS-F-YEAR               PIC 9(04)      VALUE ZERO.
       01  WS-F-FROM-IN            PIC X(08)      VALUE SPACES.
       01  WS-F-TO-IN              PIC X(08)      VALUE SPACES.
       01  WS-F-FROM               PIC 9(08)      VALUE ZERO.
       01  WS-F-TO                 PIC 9(08)      VALUE 99999999.
      * The employee's periods, in the order they were paid. Check
      * and reversal stamps are laid onto the row they belong to as
      * they are met: a K issue stamp onto the latest row still
      * waiting for its check (same net), a K reissue stamp onto the
      * row holding the number it replaced, a V onto the latest row
      * for the period it names.
       01  WS-HS-TABLE.
           03  WS-HS-ENTRIES       OCCURS 600 TIMES.
               05  WS-HS-RUN-DATE  PIC 9(08)      VALUE ZERO.
               05  WS-HS-PAY-DATE  PIC 9(08)      VALUE ZERO.
               05  WS-HS-PERIOD    PIC 9(03)      VALUE ZERO.
               05  WS-HS-NAME      PIC X(15)      VALUE SPACES.
               05  WS-HS-DEPT      PIC X(04)      VALUE SPACES.
               05  WS-HS-GROSS     PIC 9(05)V99   VALUE ZERO.
               05  WS-HS-DEDN      PIC 9(05)V99   VALUE ZERO.
               05  WS-HS-NET       PIC 9(05)V99   VALUE ZERO.
               05  WS-HS-CURRENCY  PIC X(03)      VALUE SPACES.
               05  WS-HS-METHOD    PIC X(01)      VALUE SPACES.
               05  WS-HS-TRACE     PIC X(15)      VALUE SPACES.
               05  WS-HS-CHECK-NO  PIC 9(08)      VALUE ZERO.
               05  WS-HS-EMPR      PIC 9(06)V99   VALUE ZERO.
               05  WS-HS-REV-FLAG  PIC X(01)      VALUE 'N'.
                   88  WS-HS-REVERSED      VALUE 'Y'.
               05  WS-HS-REV-DATE  PIC 9(08)      VALUE ZERO.
       01  WS-HS-COUNT             PIC 9(03)      VALUE ZERO.
       01  WS-HS-SUB               PIC 9(03)      VALUE ZERO.
       01  WS-HS-LAST              PIC 9(03)      VALUE ZERO.
       01  WS-HS-TARGET            PIC 9(03)      VALUE ZERO.
       01  WS-HS-FOUND-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-HS-FOUND                 VALUE 'Y'.
      * The stub period's deduction lines.
       01  WS-DL-TABLE.
           03  WS-DL-ENTRIES       OCCURS 60 TIMES.
               05  WS-DL-TYPE      PIC X(04)      VALUE SPACES.
               05  WS-DL-DESC      PIC X(20)      VALUE SPACES.
               05  WS-DL-AMT       PIC S9(05)V99  VALUE ZERO.
       01  WS-DL-COUNT             PIC 9(02)      VALUE ZERO.
       01  WS-DL-SUB               PIC 9(02)      VALUE ZERO.
       01  WS-AD-FOUND-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-AD-FOUND                 VALUE 'Y'.
       01  WS-YTD-EARN             PIC 9(08)V99   VALUE ZERO.
       01  WS-YTD-DEDN             PIC 9(08)V99   VALUE ZERO.
       01  WS-YTD-SAL              PIC S9(08)V99  VALUE ZERO.
       01  WS-LIST-CNT             PIC 9(05)      VALUE ZERO.
       01  WS-SHOWN-CNT            PIC 9(05)      VALUE ZERO.
       01  WS-TOT-GROSS            PIC 9(08)V99   VALUE ZERO.
       01  WS-TOT-DEDN             PIC 9(08)V99   VALUE ZERO.
       01  WS-TOT-NET              PIC 9(08)V99   VALUE ZERO.
       01  WS-TOT-EMPR             PIC 9(08)V99   VALUE ZERO.
      *
      * Statement lines - PAYSTMT's layout, with the duplicate
      * banner, the itemized deductions and the payment reference.
       01  STMT-RULE-LINE          PIC X(80)      VALUE ALL '='.
       01  STMT-TITLE-LINE.
           03  FILLER              PIC X(25)      VALUE SPACES.
           03  FILLER              PIC X(30)      VALUE
               'EMPLOYEE PAY STATEMENT'.
           03  FILLER              PIC X(25)      VALUE SPACES.
       01  STMT-DUP-LINE.
           03  FILLER              PIC X(17)      VALUE SPACES.
           03  FILLER              PIC X(23)      VALUE
               'DUPLICATE - PAY PERIOD '.
           03  STMT-DUP-PERIOD     PIC 9(03)      VALUE ZERO.
           03  FILLER              PIC X(11)      VALUE ' REPRINTED '.
           03  STMT-DUP-DATE       PIC X(11)      VALUE SPACES.
           03  FILLER              PIC X(15)      VALUE SPACES.
       01  STMT-DATE-LINE.
           03  FILLER              PIC X(10)      VALUE 'PAY DATE: '.
           03  STMT-PAY-DATE       PIC X(11)      VALUE SPACES.
           03  FILLER              PIC X(59)      VALUE SPACES.
       01  STMT-ID-LINE.
           03  FILLER              PIC X(10)      VALUE 'EMP ID  : '.
           03  STMT-EMP-ID         PIC X(05)      VALUE SPACES.
           03  FILLER              PIC X(10)      VALUE SPACES.
           03  FILLER              PIC X(06)      VALUE 'DEPT: '.
           03  STMT-DEPT           PIC X(04)      VALUE SPACES.
           03  FILLER              PIC X(45)      VALUE SPACES.
       01  STMT-NAME-LINE.
           03  FILLER              PIC X(10)      VALUE 'NAME    : '.
           03  STMT-NAME           PIC X(15)      VALUE SPACES.
           03  FILLER              PIC X(55)      VALUE SPACES.
       01  STMT-ADDR1-LINE.
           03  FILLER              PIC X(10)      VALUE 'ADDRESS : '.
           03  STMT-ADDR1          PIC X(30)      VALUE SPACES.
           03  FILLER              PIC X(40)      VALUE SPACES.
       01  STMT-ADDR2-LINE.
           03  FILLER              PIC X(10)      VALUE SPACES.
           03  STMT-ADDR2          PIC X(30)      VALUE SPACES.
           03  FILLER              PIC X(40)      VALUE SPACES.
       01  STMT-ADDR3-LINE.
           03  FILLER              PIC X(10)      VALUE SPACES.
           03  STMT-ADDR3          PIC X(36)      VALUE SPACES.
           03  FILLER              PIC X(34)      VALUE SPACES.
       01  STMT-COL-LINE.
           03  FILLER              PIC X(24)      VALUE SPACES.
           03  FILLER              PIC X(14)      VALUE 'THIS PERIOD'.
           03  FILLER              PIC X(14)      VALUE 'YEAR-TO-DATE'.
           03  FILLER              PIC X(28)      VALUE SPACES.
       01  STMT-EARN-LINE.
           03  FILLER              PIC X(20)      VALUE 'EARNINGS'.
           03  STMT-EARN           PIC ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  STMT-YTD-EARN       PIC ZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(35)      VALUE SPACES.
       01  STMT-DEDN-LINE.
           03  FILLER              PIC X(20)      VALUE 'DEDUCTIONS'.
           03  STMT-DEDN           PIC ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  STMT-YTD-DEDN       PIC ZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(35)      VALUE SPACES.
       01  STMT-DL-LINE.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  STMT-DL-TYPE        PIC X(04)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  STMT-DL-DESC        PIC X(12)      VALUE SPACES.
           03  STMT-DL-AMT         PIC -ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(50)      VALUE SPACES.
       01  STMT-NET-LINE.
           03  FILLER              PIC X(19)      VALUE 'NET PAY'.
           03  STMT-NET            PIC -ZZZ,ZZ9.99 VALUE ZERO.
           03  STMT-YTD-NET        PIC -ZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  STMT-CURRENCY       PIC X(03)      VALUE SPACES.
           03  FILLER              PIC X(32)      VALUE SPACES.
       01  STMT-METHOD-LINE.
           03  FILLER              PIC X(12)      VALUE 'PAID BY   : '.
           03  STMT-METHOD         PIC X(14)      VALUE SPACES.
           03  FILLER              PIC X(54)      VALUE SPACES.
       01  STMT-REF-LINE.
           03  FILLER              PIC X(12)      VALUE 'REFERENCE : '.
           03  STMT-REF-LABEL      PIC X(10)      VALUE SPACES.
           03  STMT-REF            PIC X(15)      VALUE SPACES.
           03  FILLER              PIC X(43)      VALUE SPACES.
       01  STMT-REV-LINE.
           03  FILLER              PIC X(24)      VALUE
               '*** PAYMENT REVERSED ON '.
           03  STMT-REV-DATE       PIC X(11)      VALUE SPACES.
           03  FILLER              PIC X(04)      VALUE ' ***'.
           03  FILLER              PIC X(41)      VALUE SPACES.
      *
      * History listing lines.
       01  LST-HEADING-LINE1.
           03  FILLER              PIC X(24)      VALUE
               'PAY HISTORY - EMPLOYEE '.
           03  LST-H-EMP-ID        PIC X(05)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  LST-H-NAME          PIC X(15)      VALUE SPACES.
           03  FILLER              PIC X(07)      VALUE ' FROM: '.
           03  LST-H-FROM          PIC 9(08)      VALUE ZERO.
           03  FILLER              PIC X(05)      VALUE ' TO: '.
           03  LST-H-TO            PIC 9(08)      VALUE ZERO.
           03  FILLER              PIC X(07)      VALUE SPACES.
       01  LST-HEADING-LINE2.
           03  FILLER              PIC X(40)      VALUE
               'RUN DATE PRD     GROSS      DEDN       N'.
           03  FILLER              PIC X(40)      VALUE
               'ET CUR EMPR COST P REFERENCE           '.
       01  LST-DETAIL-LINE.
           03  LST-RUN-DATE        PIC 9(08)      VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  LST-PERIOD          PIC 9(03)      VALUE ZERO.
           03  LST-GROSS           PIC ZZZ,ZZ9.99 VALUE ZERO.
           03  LST-DEDN            PIC ZZZ,ZZ9.99 VALUE ZERO.
           03  LST-NET             PIC ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  LST-CURRENCY        PIC X(03)      VALUE SPACES.
           03  LST-EMPR            PIC ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  LST-METHOD          PIC X(01)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  LST-REF             PIC X(15)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  LST-REV             PIC X(04)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE SPACES.
       01  LST-TOTAL-LINE.
           03  FILLER              PIC X(07)      VALUE 'TOTAL  '.
           03  LST-T-CNT           PIC ZZZZ9      VALUE ZERO.
           03  LST-T-GROSS         PIC ZZZZ,ZZ9.99 VALUE ZERO.
           03  LST-T-DEDN          PIC ZZZZ,ZZ9.99 VALUE ZERO.
           03  LST-T-NET           PIC ZZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  LST-T-EMPR          PIC ZZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(23)      VALUE
               '  EXCLUDES REVERSED'.
       01  LST-NONE-LINE           PIC X(80)      VALUE
           'NO PAY HISTORY IN THE RANGE REQUESTED'.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-GET-REQUEST-PARA
           IF WS-ARCH-NAME NOT = SPACES
               PERFORM 2000-SCAN-ARCHIVE-PARA
           END-IF
           PERFORM 2100-SCAN-LIVE-PARA
           OPEN OUTPUT HIST-REPORT
           IF WS-MODE-STUB
               PERFORM 5000-PRINT-STUB-PARA
           ELSE
               PERFORM 6000-PRINT-LIST-PARA
           END-IF
           CLOSE HIST-REPORT
           DISPLAY 'PAYHIST: ' WS-READ-CNT ' HISTORY RECORDS READ - '
               'SEE PAYHIST.REP'
           STOP RUN.
      *
       1000-GET-REQUEST-PARA.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           DISPLAY 'ENTER MODE - S (STUB REPRINT) L (HISTORY LIST): '
           ACCEPT WS-MODE
           IF NOT WS-MODE-STUB AND NOT WS-MODE-LIST
               DISPLAY 'PAYHIST: UNKNOWN MODE ' WS-MODE
                   ' - ENTER S OR L'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'EMP-ID: '
           ACCEPT WS-F-EMP-ID
           IF WS-MODE-STUB
               DISPLAY 'PAY PERIOD (3 DIGITS): '
               ACCEPT WS-F-PERIOD-IN
               DISPLAY 'YEAR PAID YYYY: '
               ACCEPT WS-F-YEAR-IN
               IF WS-F-PERIOD-IN(1:3) NUMERIC
                  AND WS-F-YEAR-IN(1:4) NUMERIC
                   MOVE WS-F-PERIOD-IN TO WS-F-PERIOD
                   MOVE WS-F-YEAR-IN   TO WS-F-YEAR
               ELSE
                   DISPLAY 'PAYHIST: PERIOD MUST BE 3 DIGITS AND '
                       'YEAR YYYY - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               DISPLAY 'FROM DATE YYYYMMDD (OR 0): '
               ACCEPT WS-F-FROM-IN
               IF WS-F-FROM-IN(1:8) NUMERIC
                   MOVE WS-F-FROM-IN TO WS-F-FROM
               END-IF
               DISPLAY 'TO DATE YYYYMMDD (OR 0): '
               ACCEPT WS-F-TO-IN
               IF WS-F-TO-IN(1:8) NUMERIC
                  AND WS-F-TO-IN(1:8) NOT = '00000000'
                   MOVE WS-F-TO-IN TO WS-F-TO
               END-IF
           END-IF
           DISPLAY 'ARCHIVE GENERATION TO INCLUDE (OR BLANK): '
           ACCEPT WS-ARCH-NAME.
      *
      * The archived generation is read ahead of the live file so
      * the periods arrive in the order they were paid and a stamp
      * written after the cutoff still finds its period. A name that
      * does not open is reported, not failed - the live file can
      * still answer.
       2000-SCAN-ARCHIVE-PARA.
           OPEN INPUT PAYHIST-ARCHIVE
           IF WS-ARCH-STAT NOT = '00'
               DISPLAY 'PAYHIST: ARCHIVE ' WS-ARCH-NAME
                   ' NOT AVAILABLE - STATUS ' WS-ARCH-STAT
                   ' - LIVE HISTORY ONLY'
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-PASS-EOF
                   READ PAYHIST-ARCHIVE
                       AT END
                           SET WS-PASS-EOF TO TRUE
                       NOT AT END
                           MOVE PAYHIST-ARCHIVE-RECORD
                               TO PAY-HIST-RECORD
                           PERFORM 3000-ONE-RECORD-PARA
                   END-READ
               END-PERFORM
               CLOSE PAYHIST-ARCHIVE
           END-IF.
      *
       2100-SCAN-LIVE-PARA.
           OPEN INPUT PAY-HIST-FILE
           IF WS-PHST-STAT NOT = '00'
               DISPLAY 'PAYHIST: PAYHIST.DAT NOT AVAILABLE - STATUS '
                   WS-PHST-STAT
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-PASS-EOF
                   READ PAY-HIST-FILE
                       AT END
                           SET WS-PASS-EOF TO TRUE
                       NOT AT END
                           PERFORM 3000-ONE-RECORD-PARA
                   END-READ
               END-PERFORM
               CLOSE PAY-HIST-FILE
           END-IF.
      *
       3000-ONE-RECORD-PARA.
           ADD 1 TO WS-READ-CNT
           IF PH-EMP-ID = WS-F-EMP-ID
               EVALUATE TRUE
                   WHEN PH-IS-HEADER
                       PERFORM 3100-ADD-PERIOD-PARA
                   WHEN PH-IS-DEDUCTION
                       PERFORM 3200-ADD-DEDUCTION-PARA
                   WHEN PH-IS-EMPR-COST
                       IF WS-HS-LAST > ZERO
                          AND PH-RUN-DATE = WS-HS-RUN-DATE(WS-HS-LAST)
                          AND PH-PERIOD = WS-HS-PERIOD(WS-HS-LAST)
                           ADD PH-LINE-AMT TO WS-HS-EMPR(WS-HS-LAST)
                       END-IF
                   WHEN PH-IS-CHECK
                       PERFORM 3300-APPLY-CHECK-PARA
                   WHEN PH-IS-REVERSAL
                       PERFORM 3400-APPLY-REVERSAL-PARA
               END-EVALUATE
           END-IF.
      *
      * A second H for the same period and year (a stub period
      * picked out again) replaces the target - the last one paid
      * is the one reprinted.
       3100-ADD-PERIOD-PARA.
           IF WS-HS-COUNT < 600
               ADD 1 TO WS-HS-COUNT
           ELSE
               MOVE 'WS-HS-TABLE' TO WS-OVERFLOW-NAME
               PERFORM 9900-TABLE-OVERFLOW-PARA
           END-IF
           MOVE WS-HS-COUNT    TO WS-HS-LAST
           MOVE PH-RUN-DATE    TO WS-HS-RUN-DATE(WS-HS-LAST)
           IF PH-PAY-DATE IS NUMERIC AND PH-PAY-DATE > ZERO
               MOVE PH-PAY-DATE TO WS-HS-PAY-DATE(WS-HS-LAST)
           ELSE
               MOVE PH-RUN-DATE TO WS-HS-PAY-DATE(WS-HS-LAST)
           END-IF
           MOVE PH-PERIOD      TO WS-HS-PERIOD(WS-HS-LAST)
           MOVE PH-NAME        TO WS-HS-NAME(WS-HS-LAST)
           MOVE PH-DEPT        TO WS-HS-DEPT(WS-HS-LAST)
           MOVE PH-GROSS       TO WS-HS-GROSS(WS-HS-LAST)
           MOVE PH-DEDN        TO WS-HS-DEDN(WS-HS-LAST)
           MOVE PH-NET         TO WS-HS-NET(WS-HS-LAST)
           MOVE PH-CURRENCY    TO WS-HS-CURRENCY(WS-HS-LAST)
           MOVE PH-METHOD      TO WS-HS-METHOD(WS-HS-LAST)
           MOVE PH-ACH-TRACE   TO WS-HS-TRACE(WS-HS-LAST)
           IF WS-MODE-STUB
              AND PH-PERIOD = WS-F-PERIOD
              AND PH-RUN-DATE(1:4) = WS-F-YEAR-IN
               MOVE WS-HS-LAST TO WS-HS-TARGET
               MOVE ZERO       TO WS-DL-COUNT
           END-IF.
      *
       3200-ADD-DEDUCTION-PARA.
           IF WS-HS-TARGET > ZERO
              AND WS-HS-LAST = WS-HS-TARGET
              AND PH-RUN-DATE = WS-HS-RUN-DATE(WS-HS-LAST)
              AND PH-PERIOD = WS-HS-PERIOD(WS-HS-LAST)
               IF WS-DL-COUNT < 60
                   ADD 1 TO WS-DL-COUNT
                   MOVE PH-LINE-TYPE TO WS-DL-TYPE(WS-DL-COUNT)
                   MOVE PH-LINE-DESC TO WS-DL-DESC(WS-DL-COUNT)
                   MOVE PH-LINE-AMT  TO WS-DL-AMT(WS-DL-COUNT)
               ELSE
                   MOVE 'WS-DL-TABLE' TO WS-OVERFLOW-NAME
                   PERFORM 9900-TABLE-OVERFLOW-PARA
               END-IF
           END-IF.
      *
      * An issue stamp (no reference) belongs to the latest period
      * paid by check with no number yet and the same net - a check
      * CHECKRUN printed for a period FH06 did not pay (an employee
      * FH06 held back) matches nothing and is ignored here. A
      * reissue stamp replaces the number it points back at.
       3300-APPLY-CHECK-PARA.
           IF PH-CHECK-REF = ZERO
               IF WS-HS-LAST > ZERO
                  AND WS-HS-METHOD(WS-HS-LAST) = 'C'
                  AND WS-HS-CHECK-NO(WS-HS-LAST) = ZERO
                  AND WS-HS-NET(WS-HS-LAST) = PH-CHECK-AMT
                   MOVE PH-CHECK-NO TO WS-HS-CHECK-NO(WS-HS-LAST)
               END-IF
           ELSE
               MOVE 'N' TO WS-HS-FOUND-FLAG
               PERFORM VARYING WS-HS-SUB FROM WS-HS-COUNT BY -1
                       UNTIL WS-HS-SUB < 1 OR WS-HS-FOUND
                   IF WS-HS-CHECK-NO(WS-HS-SUB) = PH-CHECK-REF
                       MOVE PH-CHECK-NO TO WS-HS-CHECK-NO(WS-HS-SUB)
                       SET WS-HS-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
      *
       3400-APPLY-REVERSAL-PARA.
           MOVE 'N' TO WS-HS-FOUND-FLAG
           PERFORM VARYING WS-HS-SUB FROM WS-HS-COUNT BY -1
                   UNTIL WS-HS-SUB < 1 OR WS-HS-FOUND
               IF WS-HS-PERIOD(WS-HS-SUB) = PH-PERIOD
                  AND NOT WS-HS-REVERSED(WS-HS-SUB)
                   SET WS-HS-REVERSED(WS-HS-SUB) TO TRUE
                   MOVE PH-RUN-DATE TO WS-HS-REV-DATE(WS-HS-SUB)
                   SET WS-HS-FOUND TO TRUE
               END-IF
           END-PERFORM.
      *
      * ---- S: one period's stub ---------------------------------
       5000-PRINT-STUB-PARA.
           IF WS-HS-TARGET = ZERO
               DISPLAY 'PAYHIST: NO PAY HISTORY FOR ' WS-F-EMP-ID
                   ' PERIOD ' WS-F-PERIOD ' OF ' WS-F-YEAR
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE WS-HS-TARGET TO WS-HS-SUB
               PERFORM 5100-FIND-ADDR-PARA
               PERFORM 5200-STUB-YTD-PARA
               MOVE WS-HS-PERIOD(WS-HS-SUB)   TO STMT-DUP-PERIOD
               CALL 'DATE-PROG' USING WS-DATE WS-EDIT-DATE
               MOVE WS-EDIT-DATE              TO STMT-DUP-DATE
               CALL 'DATE-PROG' USING WS-HS-PAY-DATE(WS-HS-SUB)
                                      WS-EDIT-DATE
               MOVE WS-EDIT-DATE              TO STMT-PAY-DATE
               MOVE WS-F-EMP-ID               TO STMT-EMP-ID
               MOVE WS-HS-DEPT(WS-HS-SUB)     TO STMT-DEPT
               MOVE WS-HS-NAME(WS-HS-SUB)     TO STMT-NAME
               MOVE WS-HS-GROSS(WS-HS-SUB)    TO STMT-EARN
               MOVE WS-HS-DEDN(WS-HS-SUB)     TO STMT-DEDN
               MOVE WS-HS-NET(WS-HS-SUB)      TO STMT-NET
               MOVE WS-HS-CURRENCY(WS-HS-SUB) TO STMT-CURRENCY
               MOVE WS-YTD-EARN               TO STMT-YTD-EARN
               MOVE WS-YTD-DEDN               TO STMT-YTD-DEDN
               COMPUTE WS-YTD-SAL = WS-YTD-EARN - WS-YTD-DEDN
               MOVE WS-YTD-SAL                TO STMT-YTD-NET
               IF WS-HS-METHOD(WS-HS-SUB) = 'D'
                   MOVE 'DIRECT DEPOSIT'       TO STMT-METHOD
                   MOVE 'ACH TRACE '           TO STMT-REF-LABEL
                   MOVE WS-HS-TRACE(WS-HS-SUB) TO STMT-REF
               ELSE
                   MOVE 'CHECK'                TO STMT-METHOD
                   MOVE 'CHECK NO  '           TO STMT-REF-LABEL
                   IF WS-HS-CHECK-NO(WS-HS-SUB) = ZERO
                       MOVE 'NOT YET PRINTED'  TO STMT-REF
                   ELSE
                       MOVE WS-HS-CHECK-NO(WS-HS-SUB) TO STMT-REF
                   END-IF
               END-IF
               WRITE HIST-REPORT-RECORD FROM STMT-RULE-LINE
               WRITE HIST-REPORT-RECORD FROM STMT-TITLE-LINE
               WRITE HIST-REPORT-RECORD FROM STMT-DUP-LINE
               WRITE HIST-REPORT-RECORD FROM STMT-RULE-LINE
               WRITE HIST-REPORT-RECORD FROM STMT-DATE-LINE
               WRITE HIST-REPORT-RECORD FROM STMT-ID-LINE
               WRITE HIST-REPORT-RECORD FROM STMT-NAME-LINE
               WRITE HIST-REPORT-RECORD FROM STMT-ADDR1-LINE
               WRITE HIST-REPORT-RECORD FROM STMT-ADDR2-LINE
               WRITE HIST-REPORT-RECORD FROM STMT-ADDR3-LINE
               WRITE HIST-REPORT-RECORD FROM STMT-COL-LINE
               WRITE HIST-REPORT-RECORD FROM STMT-EARN-LINE
               WRITE HIST-REPORT-RECORD FROM STMT-DEDN-LINE
               PERFORM VARYING WS-DL-SUB FROM 1 BY 1
                       UNTIL WS-DL-SUB > WS-DL-COUNT
                   MOVE WS-DL-TYPE(WS-DL-SUB) TO STMT-DL-TYPE
                   MOVE WS-DL-DESC(WS-DL-SUB) TO STMT-DL-DESC
                   MOVE WS-DL-AMT(WS-DL-SUB)  TO STMT-DL-AMT
                   WRITE HIST-REPORT-RECORD FROM STMT-DL-LINE
               END-PERFORM
               WRITE HIST-REPORT-RECORD FROM STMT-NET-LINE
               WRITE HIST-REPORT-RECORD FROM STMT-METHOD-LINE
               WRITE HIST-REPORT-RECORD FROM STMT-REF-LINE
               IF WS-HS-REVERSED(WS-HS-SUB)
                   CALL 'DATE-PROG' USING WS-HS-REV-DATE(WS-HS-SUB)
                                          WS-EDIT-DATE
                   MOVE WS-EDIT-DATE TO STMT-REV-DATE
                   WRITE HIST-REPORT-RECORD FROM STMT-REV-LINE
               END-IF
               WRITE HIST-REPORT-RECORD FROM STMT-RULE-LINE
           END-IF.
      *
      * Current mailing address - blank when there is no row, the
      * same as PAYSTMT.
       5100-FIND-ADDR-PARA.
           MOVE SPACES TO STMT-ADDR1 STMT-ADDR2 STMT-ADDR3
           MOVE 'N' TO WS-AD-FOUND-FLAG
           OPEN INPUT ADDR-FILE
           IF WS-ADDR-STAT = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-PASS-EOF OR WS-AD-FOUND
                   READ ADDR-FILE
                       AT END
                           SET WS-PASS-EOF TO TRUE
                       NOT AT END
                           IF AD-EMP-ID = WS-F-EMP-ID
                               SET WS-AD-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADDR-FILE
           END-IF
           IF WS-AD-FOUND
               MOVE AD-STREET1 TO STMT-ADDR1
               MOVE AD-STREET2 TO STMT-ADDR2
               STRING AD-CITY   DELIMITED BY '  '
                      ' '       DELIMITED BY SIZE
                      AD-STATE  DELIMITED BY SIZE
                      ' '       DELIMITED BY SIZE
                      AD-ZIP    DELIMITED BY SIZE
                   INTO STMT-ADDR3
               END-STRING
           END-IF.
      *
      * YTD as the original stub showed it: every period paid in the
      * same year up to and including this one, less any earlier one
      * reversed on or before this one's run date (a later reversal
      * was not known when the stub was first printed).
       5200-STUB-YTD-PARA.
           MOVE ZERO TO WS-YTD-EARN WS-YTD-DEDN
           PERFORM VARYING WS-HS-SUB FROM 1 BY 1
                   UNTIL WS-HS-SUB > WS-HS-TARGET
               IF WS-HS-RUN-DATE(WS-HS-SUB)(1:4) = WS-F-YEAR-IN
                   IF WS-HS-SUB = WS-HS-TARGET
                      OR NOT WS-HS-REVERSED(WS-HS-SUB)
                      OR WS-HS-REV-DATE(WS-HS-SUB)
                         > WS-HS-RUN-DATE(WS-HS-TARGET)
                       ADD WS-HS-GROSS(WS-HS-SUB) TO WS-YTD-EARN
                       ADD WS-HS-DEDN(WS-HS-SUB)  TO WS-YTD-DEDN
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-HS-TARGET TO WS-HS-SUB.
      *
      * ---- L: history across a date range ----------------------
       6000-PRINT-LIST-PARA.
           MOVE WS-F-EMP-ID TO LST-H-EMP-ID
           IF WS-HS-COUNT > ZERO
               MOVE WS-HS-NAME(WS-HS-COUNT) TO LST-H-NAME
           END-IF
           MOVE WS-F-FROM TO LST-H-FROM
           MOVE WS-F-TO   TO LST-H-TO
           WRITE HIST-REPORT-RECORD FROM LST-HEADING-LINE1
           WRITE HIST-REPORT-RECORD FROM LST-HEADING-LINE2
           PERFORM VARYING WS-HS-SUB FROM 1 BY 1
                   UNTIL WS-HS-SUB > WS-HS-COUNT
               IF WS-HS-RUN-DATE(WS-HS-SUB) >= WS-F-FROM
                  AND WS-HS-RUN-DATE(WS-HS-SUB) <= WS-F-TO
                   PERFORM 6100-LIST-ONE-PARA
               END-IF
           END-PERFORM
           IF WS-SHOWN-CNT = ZERO
               WRITE HIST-REPORT-RECORD FROM LST-NONE-LINE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE WS-LIST-CNT  TO LST-T-CNT
               MOVE WS-TOT-GROSS TO LST-T-GROSS
               MOVE WS-TOT-DEDN  TO LST-T-DEDN
               MOVE WS-TOT-NET   TO LST-T-NET
               MOVE WS-TOT-EMPR  TO LST-T-EMPR
               WRITE HIST-REPORT-RECORD FROM LST-TOTAL-LINE
           END-IF.
      *
       6100-LIST-ONE-PARA.
           ADD 1 TO WS-SHOWN-CNT
           MOVE WS-HS-RUN-DATE(WS-HS-SUB) TO LST-RUN-DATE
           MOVE WS-HS-PERIOD(WS-HS-SUB)   TO LST-PERIOD
           MOVE WS-HS-GROSS(WS-HS-SUB)    TO LST-GROSS
           MOVE WS-HS-DEDN(WS-HS-SUB)     TO LST-DEDN
           MOVE WS-HS-NET(WS-HS-SUB)      TO LST-NET
           MOVE WS-HS-CURRENCY(WS-HS-SUB) TO LST-CURRENCY
           MOVE WS-HS-EMPR(WS-HS-SUB)     TO LST-EMPR
           MOVE WS-HS-METHOD(WS-HS-SUB)   TO LST-METHOD
           IF WS-HS-METHOD(WS-HS-SUB) = 'D'
               MOVE WS-HS-TRACE(WS-HS-SUB) TO LST-REF
           ELSE
               IF WS-HS-CHECK-NO(WS-HS-SUB) = ZERO
                   MOVE 'NOT YET PRINTED' TO LST-REF
               ELSE
                   MOVE WS-HS-CHECK-NO(WS-HS-SUB) TO LST-REF
               END-IF
           END-IF
           IF WS-HS-REVERSED(WS-HS-SUB)
               MOVE 'REV' TO LST-REV
           ELSE
               MOVE SPACES TO LST-REV
               ADD 1                      TO WS-LIST-CNT
               ADD WS-HS-GROSS(WS-HS-SUB) TO WS-TOT-GROSS
               ADD WS-HS-DEDN(WS-HS-SUB)  TO WS-TOT-DEDN
               ADD WS-HS-NET(WS-HS-SUB)   TO WS-TOT-NET
               ADD WS-HS-EMPR(WS-HS-SUB)  TO WS-TOT-EMPR
           END-IF
           WRITE HIST-REPORT-RECORD FROM LST-DETAIL-LINE.
      *
       9900-TABLE-OVERFLOW-PARA.
           DISPLAY 'PAYHIST: INTERNAL TABLE OVERFLOW - '
               WS-OVERFLOW-NAME ' IS FULL - RUN ABANDONED'
           MOVE 16 TO RETURN-CODE
           STOP RUN.
