       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXDEP.
      *****************************************************************
      * TAXDEP
      * Payroll tax deposit schedule. Withheld taxes and the
      * employer's own share used to be worked out for the bank by
      * hand from the register, with the due dates kept in somebody's
      * head. This job reads the tax liability ledger DEDNROLL keeps
      * (TAXLIAB.DAT - one row per liability date, authority, type
      * and side) and prints, per taxing authority, each deposit that
      * is owed: the date it is due, the liability dates it covers,
      * the withheld amount, the employer share and the total to send.
      *
      * How soon a deposit is due depends on the depositor schedule
      * the authority has put the company on, which payroll sets in
      * the parameter file TAXDEPPM.DAT - one 30-byte record per
      * authority code (FED, STxx, LTxx), the schedule and the name
      * to print:
      *   M  monthly - a month's liabilities are due the 15th of the
      *      following month
      *   S  semi-weekly - liabilities dated Wednesday through Friday
      *      are due the following Wednesday, Saturday through
      *      Tuesday the following Friday
      * An authority not on the file (or no file at all) is monthly.
      * A due date that lands on a weekend or a bank holiday on
      * HOLIDAY.DAT moves forward to the next business day.
      *
      * The operator answers the range of liability dates to
      * schedule (blank for everything on the ledger). The ledger
      * rows are sorted on due date and authority on the way in, so
      * the listing reads in the order the money has to go out.
      * Written to TAXDEP.REP, with a total per authority at the end.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-LIAB-FILE    ASSIGN TO 'TAXLIAB.DAT'
                                    FILE STATUS IS WS-TLIB-STAT.
           SELECT DEP-PARM-FILE    ASSIGN TO 'TAXDEPPM.DAT'
                                    FILE STATUS IS WS-DEPP-STAT.
           SELECT HOLIDAY-FILE     ASSIGN TO 'HOLIDAY.DAT'
                                    FILE STATUS IS WS-HOL-STAT.
           SELECT DEP-WORK         ASSIGN TO 'TXDEPWRK.DAT'.
           SELECT DEP-SORTED       ASSIGN TO 'TXDEPSRT.DAT'.
           SELECT DEP-REPORT       ASSIGN TO 'TAXDEP.REP'.

       DATA DIVISION.
       FILE SECTION.
      * Payroll tax liability ledger DEDNROLL maintains.
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

      * Depositor schedule per authority - see the banner.
       FD  DEP-PARM-FILE
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.
       01  DEP-PARM-RECORD.
           03  DP-AUTH             PIC X(04).
           03  DP-RULE             PIC X(01).
           03  DP-NAME             PIC X(25).

       FD  HOLIDAY-FILE
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.
       01  HOLIDAY-RECORD.
           03  HOL-DATE            PIC 9(08).
           03  HOL-DESC            PIC X(22).

      * One ledger row with its due date worked out, released to the
      * sort from 2100-RELEASE-LIAB-PARA.
       SD  DEP-WORK.
       01  DEP-WORK-RECORD.
           03  DW-DUE-DATE         PIC 9(08).
           03  DW-AUTH             PIC X(04).
           03  DW-LIAB-DATE        PIC 9(08).
           03  DW-RULE             PIC X(01).
           03  DW-SIDE             PIC X(01).
           03  DW-AMOUNT           PIC S9(09)V99
                                    SIGN LEADING SEPARATE.

       FD  DEP-SORTED
           RECORD CONTAINS 34 CHARACTERS
           RECORDING MODE IS F.
       01  DEP-SORTED-RECORD.
           03  DS-DUE-DATE         PIC 9(08).
           03  DS-AUTH             PIC X(04).
           03  DS-LIAB-DATE        PIC 9(08).
           03  DS-RULE             PIC X(01).
           03  DS-SIDE             PIC X(01).
               88  DS-WITHHELD             VALUE 'W'.
           03  DS-AMOUNT           PIC S9(09)V99
                                    SIGN LEADING SEPARATE.

       FD  DEP-REPORT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  DEP-REPORT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TLIB-STAT            PIC X(02)      VALUE SPACES.
       01  WS-DEPP-STAT            PIC X(02)      VALUE SPACES.
       01  WS-HOL-STAT             PIC X(02)      VALUE SPACES.
       01  WS-TLIB-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-TLIB-EOF                 VALUE 'Y'.
       01  WS-DEPP-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-DEPP-EOF                 VALUE 'Y'.
       01  WS-HOL-EOF-FLAG         PIC X(01)      VALUE 'N'.
           88  WS-HOL-EOF                  VALUE 'Y'.
       01  WS-DS-EOF-FLAG          PIC X(01)      VALUE 'N'.
           88  WS-DS-EOF                   VALUE 'Y'.
       01  WS-FROM-IN              PIC X(08)      VALUE SPACES.
       01  WS-TO-IN                PIC X(08)      VALUE SPACES.
       01  WS-FROM-DATE            PIC 9(08)      VALUE ZERO.
       01  WS-TO-DATE              PIC 9(08)      VALUE 99999999.
       01  WS-ROW-CNT              PIC 9(06)      VALUE ZERO.
       01  WS-DEPOSIT-CNT          PIC 9(05)      VALUE ZERO.
      * Depositor schedules from TAXDEPPM.DAT. An overload stops the
      * run rather than quietly scheduling an authority monthly that
      * is due twice a week.
       01  WS-DP-TABLE.
           03  WS-DP-ENTRIES       OCCURS 100 TIMES.
               05  WS-DP-AUTH      PIC X(04).
               05  WS-DP-RULE      PIC X(01).
               05  WS-DP-NAME      PIC X(25).
       01  WS-DP-COUNT             PIC 9(03)      VALUE ZERO.
       01  WS-DP-SUB               PIC 9(03)      VALUE ZERO.
       01  WS-DP-FOUND-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-DP-FOUND                 VALUE 'Y'.
       01  WS-RULE                 PIC X(01)      VALUE 'M'.
           88  WS-RULE-SEMIWEEKLY          VALUE 'S'.
       01  WS-AUTH-NAME            PIC X(25)      VALUE SPACES.
      * Bank holidays - same calendar and limit PAYDAY-PROG uses.
       01  WS-HOL-TABLE.
           03  WS-HOL-ENTRY        PIC 9(08)      VALUE ZERO
                                    OCCURS 200 TIMES.
       01  WS-HOL-COUNT            PIC 9(03)      VALUE ZERO.
       01  WS-HOL-SUB              PIC 9(03)      VALUE ZERO.
       01  WS-BUSINESS-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-BUSINESS-DAY             VALUE 'Y'.
      * Working date and day serial, as in PAYDAY-PROG.
       01  WS-DS-DATE              PIC 9(08)      VALUE ZERO.
       01  WS-DS-DATE-R REDEFINES WS-DS-DATE.
           03  WS-DS-YYYY          PIC 9(04).
           03  WS-DS-MM            PIC 9(02).
           03  WS-DS-DD            PIC 9(02).
       01  WS-DS-SERIAL            PIC 9(07)      VALUE ZERO.
       01  WS-DS-YEARS             PIC 9(04)      VALUE ZERO.
       01  WS-DS-LEAPS             PIC 9(04)      VALUE ZERO.
       01  WS-DS-REM               PIC 9(04)      VALUE ZERO.
       01  WS-DS-Q4                PIC 9(04)      VALUE ZERO.
       01  WS-DS-Q100              PIC 9(04)      VALUE ZERO.
       01  WS-DS-Q400              PIC 9(04)      VALUE ZERO.
       01  WS-DS-MONTH-SUB         PIC 9(02)      VALUE ZERO.
       01  WS-DS-WEEKS             PIC 9(07)      VALUE ZERO.
      * Day of week from the serial - 1 Monday through 6 Saturday,
      * 0 Sunday.
       01  WS-DOW                  PIC 9(01)      VALUE ZERO.
           88  WS-DOW-WEEKEND              VALUE 0 6.
       01  WS-DAYS-TO-ADD          PIC 9(01)      VALUE ZERO.
       01  WS-ADD-SUB              PIC 9(01)      VALUE ZERO.
      * Days from a semi-weekly liability date to its deposit day,
      * indexed by day of week + 1 (Sunday first): Sunday, Monday and
      * Tuesday run to Friday, Wednesday to the next Wednesday,
      * Thursday and Friday to the Wednesday after, Saturday to the
      * Friday after.
       01  WS-SEMIWK-DAYS-TABLE.
           03  FILLER              PIC X(07)      VALUE '5437656'.
       01  FILLER REDEFINES WS-SEMIWK-DAYS-TABLE.
           03  WS-SEMIWK-DAYS      PIC 9(01)      OCCURS 7 TIMES.
       01  WS-MONTH-LEN            PIC 9(02)      VALUE ZERO.
       01  WS-MONTH-DAYS-TABLE.
           03  FILLER              PIC X(24)      VALUE
               '312831303130313130313031'.
       01  FILLER REDEFINES WS-MONTH-DAYS-TABLE.
           03  WS-MONTH-DAYS       PIC 9(02)      OCCURS 12 TIMES.
      * Control-break fields - one deposit is one due date and
      * authority.
       01  WS-BRK-DUE-DATE         PIC 9(08)      VALUE ZERO.
       01  WS-BRK-AUTH             PIC X(04)      VALUE SPACES.
       01  WS-BRK-RULE             PIC X(01)      VALUE SPACES.
       01  WS-BRK-FIRST            PIC 9(08)      VALUE ZERO.
       01  WS-BRK-LAST             PIC 9(08)      VALUE ZERO.
       01  WS-BRK-WITHHELD         PIC S9(09)V99  VALUE ZERO.
       01  WS-BRK-EMPLOYER         PIC S9(09)V99  VALUE ZERO.
       01  WS-DUE-FMT              PIC X(11)      VALUE SPACES.
      * Per-authority totals for the closing summary.
       01  WS-AT-TABLE.
           03  WS-AT-ENTRIES       OCCURS 100 TIMES.
               05  WS-AT-AUTH      PIC X(04).
               05  WS-AT-CNT       PIC 9(05).
               05  WS-AT-WITHHELD  PIC S9(09)V99.
               05  WS-AT-EMPLOYER  PIC S9(09)V99.
       01  WS-AT-COUNT             PIC 9(03)      VALUE ZERO.
       01  WS-AT-SUB               PIC 9(03)      VALUE ZERO.
       01  WS-AT-FOUND-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-AT-FOUND                 VALUE 'Y'.
       01  WS-GRAND-WITHHELD       PIC S9(10)V99  VALUE ZERO.
       01  WS-GRAND-EMPLOYER       PIC S9(10)V99  VALUE ZERO.
      *
       01  DEP-HEADING-LINE1.
           03  FILLER              PIC X(30)      VALUE
               'PAYROLL TAX DEPOSIT SCHEDULE'.
           03  FILLER              PIC X(17)      VALUE
               'LIABILITY DATES '.
           03  DH-FROM             PIC 9(08)      VALUE ZERO.
           03  FILLER              PIC X(04)      VALUE ' TO '.
           03  DH-TO               PIC 9(08)      VALUE ZERO.
           03  FILLER              PIC X(13)      VALUE SPACES.
       01  DEP-HEADING-LINE2.
           03  FILLER              PIC X(12)      VALUE 'DUE DATE'.
           03  FILLER              PIC X(05)      VALUE 'AUTH'.
           03  FILLER              PIC X(02)      VALUE 'SC'.
           03  FILLER              PIC X(19)      VALUE
               ' LIABILITY DATES'.
           03  FILLER              PIC X(14)      VALUE
               '     WITHHELD'.
           03  FILLER              PIC X(14)      VALUE
               '     EMPLOYER'.
           03  FILLER              PIC X(14)      VALUE
               '    TOTAL DUE'.
       01  DEP-DETAIL-LINE.
           03  DD-DUE              PIC X(11)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  DD-AUTH             PIC X(04)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  DD-RULE             PIC X(01)      VALUE SPACES.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  DD-FIRST            PIC 9(08)      VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE '-'.
           03  DD-LAST             PIC 9(08)      VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  DD-WITHHELD         PIC -Z,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  DD-EMPLOYER         PIC -Z,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  DD-TOTAL            PIC -Z,ZZZ,ZZ9.99 VALUE ZERO.
       01  DEP-NOTE-LINE           PIC X(80)      VALUE SPACES.
       01  DEP-AUTH-HEADING.
           03  FILLER              PIC X(30)      VALUE
               'TOTALS BY AUTHORITY'.
           03  FILLER              PIC X(04)      VALUE 'DEPS'.
           03  FILLER              PIC X(15)      VALUE
               '       WITHHELD'.
           03  FILLER              PIC X(15)      VALUE
               '       EMPLOYER'.
           03  FILLER              PIC X(15)      VALUE
               '      TOTAL DUE'.
           03  FILLER              PIC X(01)      VALUE SPACES.
       01  DEP-AUTH-LINE.
           03  DA-AUTH             PIC X(04)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  DA-NAME             PIC X(25)      VALUE SPACES.
           03  DA-CNT              PIC ZZZ9       VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  DA-WITHHELD         PIC -ZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  DA-EMPLOYER         PIC -ZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  DA-TOTAL            PIC -ZZ,ZZZ,ZZ9.99 VALUE ZERO.
      *
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIAL-PARA
           PERFORM 1100-LOAD-SCHEDULES-PARA
           PERFORM 1200-LOAD-HOLIDAYS-PARA
           PERFORM 2000-SORT-LIABILITIES-PARA
           PERFORM 3000-REPORT-DEPOSITS-PARA
           PERFORM 8000-AUTHORITY-TOTALS-PARA
           PERFORM 9000-END-PARA
           STOP RUN.
      *
       1000-INITIAL-PARA.
           OPEN INPUT TAX-LIAB-FILE
           IF WS-TLIB-STAT NOT = '00'
               DISPLAY 'TAXDEP: UNABLE TO OPEN TAXLIAB.DAT - STATUS '
                   WS-TLIB-STAT
               STOP RUN
           END-IF
           CLOSE TAX-LIAB-FILE
           DISPLAY 'ENTER FIRST LIABILITY DATE (YYYYMMDD, '
               'BLANK FOR ALL): '
           ACCEPT WS-FROM-IN
           IF WS-FROM-IN NOT = SPACES
               IF WS-FROM-IN NUMERIC
                   MOVE WS-FROM-IN TO WS-FROM-DATE
               ELSE
                   DISPLAY 'TAXDEP: DATE MUST BE YYYYMMDD - '
                       'RUN REFUSED'
                   STOP RUN
               END-IF
           END-IF
           DISPLAY 'ENTER LAST LIABILITY DATE (YYYYMMDD, '
               'BLANK FOR ALL): '
           ACCEPT WS-TO-IN
           IF WS-TO-IN NOT = SPACES
               IF WS-TO-IN NUMERIC
                   MOVE WS-TO-IN TO WS-TO-DATE
               ELSE
                   DISPLAY 'TAXDEP: DATE MUST BE YYYYMMDD - '
                       'RUN REFUSED'
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT DEP-REPORT
           MOVE WS-FROM-DATE TO DH-FROM
           MOVE WS-TO-DATE   TO DH-TO
           WRITE DEP-REPORT-RECORD FROM DEP-HEADING-LINE1
           WRITE DEP-REPORT-RECORD FROM DEP-HEADING-LINE2.
      *
       1100-LOAD-SCHEDULES-PARA.
           OPEN INPUT DEP-PARM-FILE
           IF WS-DEPP-STAT = '00'
              PERFORM UNTIL WS-DEPP-EOF
                 READ DEP-PARM-FILE
                     AT END
                        SET WS-DEPP-EOF TO TRUE
                     NOT AT END
                        IF WS-DP-COUNT < 100
                           ADD 1 TO WS-DP-COUNT
                           MOVE DP-AUTH TO WS-DP-AUTH(WS-DP-COUNT)
                           MOVE DP-RULE TO WS-DP-RULE(WS-DP-COUNT)
                           MOVE DP-NAME TO WS-DP-NAME(WS-DP-COUNT)
                        ELSE
                           DISPLAY 'TAXDEP: WS-DP-TABLE OVERFLOW - '
                               'RAISE THE LIMIT BEFORE RERUNNING'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE DEP-PARM-FILE
           END-IF.
      *
       1200-LOAD-HOLIDAYS-PARA.
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOL-STAT = '00'
              PERFORM UNTIL WS-HOL-EOF
                 READ HOLIDAY-FILE
                     AT END
                        SET WS-HOL-EOF TO TRUE
                     NOT AT END
                        IF HOL-DATE IS NUMERIC
                           IF WS-HOL-COUNT < 200
                              ADD 1 TO WS-HOL-COUNT
                              MOVE HOL-DATE
                                  TO WS-HOL-ENTRY(WS-HOL-COUNT)
                           ELSE
                              DISPLAY 'TAXDEP: WS-HOL-TABLE '
                                  'OVERFLOW - HOLIDAY.DAT OVER '
                                  '200 ENTRIES'
                              MOVE 16 TO RETURN-CODE
                              STOP RUN
                           END-IF
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE HOLIDAY-FILE
           END-IF.
      *
       2000-SORT-LIABILITIES-PARA.
           SORT DEP-WORK
               ON ASCENDING KEY DW-DUE-DATE DW-AUTH DW-LIAB-DATE
               INPUT PROCEDURE IS 2100-RELEASE-LIAB-PARA
               GIVING DEP-SORTED.
      *
      * Releases every ledger row inside the operator's date range,
      * stamped with the date its deposit is due.
       2100-RELEASE-LIAB-PARA.
           OPEN INPUT TAX-LIAB-FILE
           MOVE 'N' TO WS-TLIB-EOF-FLAG
           PERFORM UNTIL WS-TLIB-EOF
               READ TAX-LIAB-FILE
                   AT END
                       SET WS-TLIB-EOF TO TRUE
                   NOT AT END
                       IF TL-LIAB-DATE >= WS-FROM-DATE
                          AND TL-LIAB-DATE <= WS-TO-DATE
                           PERFORM 2200-SET-DUE-DATE-PARA
                           MOVE TL-AUTH      TO DW-AUTH
                           MOVE TL-LIAB-DATE TO DW-LIAB-DATE
                           MOVE WS-RULE      TO DW-RULE
                           MOVE TL-SIDE      TO DW-SIDE
                           MOVE TL-AMOUNT    TO DW-AMOUNT
                           MOVE WS-DS-DATE   TO DW-DUE-DATE
                           RELEASE DEP-WORK-RECORD
                           ADD 1 TO WS-ROW-CNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAX-LIAB-FILE.
      *
      * Looks up the authority's schedule and leaves the deposit due
      * date in WS-DS-DATE, moved forward off any weekend or holiday.
       2200-SET-DUE-DATE-PARA.
           PERFORM 2300-FIND-SCHEDULE-PARA
           MOVE TL-LIAB-DATE TO WS-DS-DATE
           IF WS-RULE-SEMIWEEKLY
               PERFORM 8800-DAY-SERIAL-PARA
               DIVIDE WS-DS-SERIAL BY 7 GIVING WS-DS-WEEKS
                   REMAINDER WS-DOW
               MOVE WS-SEMIWK-DAYS(WS-DOW + 1) TO WS-DAYS-TO-ADD
               PERFORM 3300-NEXT-DAY-PARA
                   VARYING WS-ADD-SUB FROM 1 BY 1
                   UNTIL WS-ADD-SUB > WS-DAYS-TO-ADD
           ELSE
               IF WS-DS-MM < 12
                   ADD 1 TO WS-DS-MM
               ELSE
                   MOVE 1 TO WS-DS-MM
                   ADD 1 TO WS-DS-YYYY
               END-IF
               MOVE 15 TO WS-DS-DD
           END-IF
           PERFORM 3100-CHECK-BUSINESS-DAY-PARA
           PERFORM UNTIL WS-BUSINESS-DAY
               PERFORM 3300-NEXT-DAY-PARA
               PERFORM 3100-CHECK-BUSINESS-DAY-PARA
           END-PERFORM.
      *
       2300-FIND-SCHEDULE-PARA.
           MOVE 'M'    TO WS-RULE
           MOVE SPACES TO WS-AUTH-NAME
           MOVE 'N'    TO WS-DP-FOUND-FLAG
           PERFORM VARYING WS-DP-SUB FROM 1 BY 1
                   UNTIL WS-DP-SUB > WS-DP-COUNT OR WS-DP-FOUND
               IF WS-DP-AUTH(WS-DP-SUB) = TL-AUTH
                   SET WS-DP-FOUND TO TRUE
                   IF WS-DP-RULE(WS-DP-SUB) = 'S'
                       MOVE 'S' TO WS-RULE
                   END-IF
               END-IF
           END-PERFORM.
      *
      * WS-DS-DATE is a business day if it is neither a weekend day
      * nor on the holiday calendar.
       3100-CHECK-BUSINESS-DAY-PARA.
           PERFORM 8800-DAY-SERIAL-PARA
           DIVIDE WS-DS-SERIAL BY 7 GIVING WS-DS-WEEKS
               REMAINDER WS-DOW
           IF WS-DOW-WEEKEND
               MOVE 'N' TO WS-BUSINESS-FLAG
           ELSE
               MOVE 'Y' TO WS-BUSINESS-FLAG
               PERFORM VARYING WS-HOL-SUB FROM 1 BY 1
                       UNTIL WS-HOL-SUB > WS-HOL-COUNT
                   IF WS-HOL-ENTRY(WS-HOL-SUB) = WS-DS-DATE
                       MOVE 'N' TO WS-BUSINESS-FLAG
                   END-IF
               END-PERFORM
           END-IF.
      *
       3300-NEXT-DAY-PARA.
           PERFORM 3400-MONTH-LENGTH-PARA
           IF WS-DS-DD < WS-MONTH-LEN
               ADD 1 TO WS-DS-DD
           ELSE
               MOVE 1 TO WS-DS-DD
               IF WS-DS-MM < 12
                   ADD 1 TO WS-DS-MM
               ELSE
                   MOVE 1 TO WS-DS-MM
                   ADD 1 TO WS-DS-YYYY
               END-IF
           END-IF.
      *
       3400-MONTH-LENGTH-PARA.
           MOVE WS-MONTH-DAYS(WS-DS-MM) TO WS-MONTH-LEN
           IF WS-DS-MM = 2
               DIVIDE WS-DS-YYYY BY 4 GIVING WS-DS-YEARS
                   REMAINDER WS-DS-REM
               IF WS-DS-REM = ZERO
                   MOVE 29 TO WS-MONTH-LEN
                   DIVIDE WS-DS-YYYY BY 100 GIVING WS-DS-YEARS
                       REMAINDER WS-DS-REM
                   IF WS-DS-REM = ZERO
                       DIVIDE WS-DS-YYYY BY 400 GIVING WS-DS-YEARS
                           REMAINDER WS-DS-REM
                       IF WS-DS-REM NOT = ZERO
                           MOVE 28 TO WS-MONTH-LEN
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      * One line per deposit: the sorted rows break on due date and
      * authority, withheld and employer amounts summed apart.
       3000-REPORT-DEPOSITS-PARA.
           OPEN INPUT DEP-SORTED
           PERFORM 3050-READ-SORTED-PARA
           IF WS-DS-EOF
               MOVE 'NO TAX LIABILITIES IN THE DATE RANGE'
                   TO DEP-NOTE-LINE
               WRITE DEP-REPORT-RECORD FROM DEP-NOTE-LINE
           END-IF
           PERFORM UNTIL WS-DS-EOF
               MOVE DS-DUE-DATE  TO WS-BRK-DUE-DATE
               MOVE DS-AUTH      TO WS-BRK-AUTH
               MOVE DS-RULE      TO WS-BRK-RULE
               MOVE DS-LIAB-DATE TO WS-BRK-FIRST
               MOVE ZERO         TO WS-BRK-WITHHELD
               MOVE ZERO         TO WS-BRK-EMPLOYER
               PERFORM UNTIL WS-DS-EOF
                          OR DS-DUE-DATE NOT = WS-BRK-DUE-DATE
                          OR DS-AUTH NOT = WS-BRK-AUTH
                   MOVE DS-LIAB-DATE TO WS-BRK-LAST
                   IF DS-WITHHELD
                       ADD DS-AMOUNT TO WS-BRK-WITHHELD
                   ELSE
                       ADD DS-AMOUNT TO WS-BRK-EMPLOYER
                   END-IF
                   PERFORM 3050-READ-SORTED-PARA
               END-PERFORM
               PERFORM 3500-WRITE-DEPOSIT-PARA
           END-PERFORM
           CLOSE DEP-SORTED.
      *
       3050-READ-SORTED-PARA.
           READ DEP-SORTED
               AT END
                   SET WS-DS-EOF TO TRUE
           END-READ.
      *
       3500-WRITE-DEPOSIT-PARA.
           CALL 'DATE-PROG' USING WS-BRK-DUE-DATE WS-DUE-FMT
           MOVE WS-DUE-FMT      TO DD-DUE
           MOVE WS-BRK-AUTH     TO DD-AUTH
           MOVE WS-BRK-RULE     TO DD-RULE
           MOVE WS-BRK-FIRST    TO DD-FIRST
           MOVE WS-BRK-LAST     TO DD-LAST
           MOVE WS-BRK-WITHHELD TO DD-WITHHELD
           MOVE WS-BRK-EMPLOYER TO DD-EMPLOYER
           COMPUTE DD-TOTAL = WS-BRK-WITHHELD + WS-BRK-EMPLOYER
           WRITE DEP-REPORT-RECORD FROM DEP-DETAIL-LINE
           ADD 1 TO WS-DEPOSIT-CNT
           MOVE 'N' TO WS-AT-FOUND-FLAG
           PERFORM VARYING WS-AT-SUB FROM 1 BY 1
                   UNTIL WS-AT-SUB > WS-AT-COUNT OR WS-AT-FOUND
               IF WS-AT-AUTH(WS-AT-SUB) = WS-BRK-AUTH
                   SET WS-AT-FOUND TO TRUE
                   ADD 1 TO WS-AT-CNT(WS-AT-SUB)
                   ADD WS-BRK-WITHHELD TO WS-AT-WITHHELD(WS-AT-SUB)
                   ADD WS-BRK-EMPLOYER TO WS-AT-EMPLOYER(WS-AT-SUB)
               END-IF
           END-PERFORM
           IF NOT WS-AT-FOUND
               IF WS-AT-COUNT < 100
                   ADD 1 TO WS-AT-COUNT
                   MOVE WS-BRK-AUTH     TO WS-AT-AUTH(WS-AT-COUNT)
                   MOVE 1               TO WS-AT-CNT(WS-AT-COUNT)
                   MOVE WS-BRK-WITHHELD TO WS-AT-WITHHELD(WS-AT-COUNT)
                   MOVE WS-BRK-EMPLOYER TO WS-AT-EMPLOYER(WS-AT-COUNT)
               ELSE
                   DISPLAY 'TAXDEP: WS-AT-TABLE OVERFLOW - '
                       'RAISE THE LIMIT BEFORE RERUNNING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD WS-BRK-WITHHELD TO WS-GRAND-WITHHELD
           ADD WS-BRK-EMPLOYER TO WS-GRAND-EMPLOYER.
      *
      * Closing summary - deposits and amounts per authority, under
      * the name payroll gave it on TAXDEPPM.DAT.
       8000-AUTHORITY-TOTALS-PARA.
           MOVE SPACES TO DEP-REPORT-RECORD
           WRITE DEP-REPORT-RECORD
           WRITE DEP-REPORT-RECORD FROM DEP-AUTH-HEADING
           PERFORM VARYING WS-AT-SUB FROM 1 BY 1
                   UNTIL WS-AT-SUB > WS-AT-COUNT
               PERFORM 8100-SET-AUTH-NAME-PARA
               MOVE WS-AT-AUTH(WS-AT-SUB)     TO DA-AUTH
               MOVE WS-AUTH-NAME              TO DA-NAME
               MOVE WS-AT-CNT(WS-AT-SUB)      TO DA-CNT
               MOVE WS-AT-WITHHELD(WS-AT-SUB) TO DA-WITHHELD
               MOVE WS-AT-EMPLOYER(WS-AT-SUB) TO DA-EMPLOYER
               COMPUTE DA-TOTAL = WS-AT-WITHHELD(WS-AT-SUB)
                                + WS-AT-EMPLOYER(WS-AT-SUB)
               WRITE DEP-REPORT-RECORD FROM DEP-AUTH-LINE
           END-PERFORM
           MOVE SPACES            TO DA-AUTH
           MOVE 'ALL AUTHORITIES' TO DA-NAME
           MOVE WS-DEPOSIT-CNT    TO DA-CNT
           MOVE WS-GRAND-WITHHELD TO DA-WITHHELD
           MOVE WS-GRAND-EMPLOYER TO DA-EMPLOYER
           COMPUTE DA-TOTAL = WS-GRAND-WITHHELD + WS-GRAND-EMPLOYER
           WRITE DEP-REPORT-RECORD FROM DEP-AUTH-LINE.
      *
      * The authority's name from the schedule file, else one made
      * up from the code the way QTRTAX labels its jurisdictions.
       8100-SET-AUTH-NAME-PARA.
           MOVE SPACES TO WS-AUTH-NAME
           MOVE 'N'    TO WS-DP-FOUND-FLAG
           PERFORM VARYING WS-DP-SUB FROM 1 BY 1
                   UNTIL WS-DP-SUB > WS-DP-COUNT OR WS-DP-FOUND
               IF WS-DP-AUTH(WS-DP-SUB) = WS-AT-AUTH(WS-AT-SUB)
                   SET WS-DP-FOUND TO TRUE
                   MOVE WS-DP-NAME(WS-DP-SUB) TO WS-AUTH-NAME
               END-IF
           END-PERFORM
           IF WS-AUTH-NAME = SPACES
               EVALUATE TRUE
                   WHEN WS-AT-AUTH(WS-AT-SUB) = 'FED '
                       MOVE 'FEDERAL' TO WS-AUTH-NAME
                   WHEN WS-AT-AUTH(WS-AT-SUB)(1:2) = 'ST'
                       STRING 'STATE - ' WS-AT-AUTH(WS-AT-SUB)(3:2)
                           DELIMITED BY SIZE INTO WS-AUTH-NAME
                   WHEN WS-AT-AUTH(WS-AT-SUB)(1:2) = 'LT'
                       STRING 'LOCAL - ' WS-AT-AUTH(WS-AT-SUB)(3:2)
                           DELIMITED BY SIZE INTO WS-AUTH-NAME
                   WHEN OTHER
                       MOVE WS-AT-AUTH(WS-AT-SUB) TO WS-AUTH-NAME
               END-EVALUATE
           END-IF.
      *
      * Days since the epoch 0001-01-01 - PAYDAY-PROG's serial, exact
      * to the day so the day of the week comes out right.
       8800-DAY-SERIAL-PARA.
           COMPUTE WS-DS-YEARS = WS-DS-YYYY - 1
           DIVIDE WS-DS-YEARS BY 4   GIVING WS-DS-Q4
           DIVIDE WS-DS-YEARS BY 100 GIVING WS-DS-Q100
           DIVIDE WS-DS-YEARS BY 400 GIVING WS-DS-Q400
           COMPUTE WS-DS-LEAPS = WS-DS-Q4 - WS-DS-Q100 + WS-DS-Q400
           COMPUTE WS-DS-SERIAL = WS-DS-YEARS * 365 + WS-DS-LEAPS
           PERFORM VARYING WS-DS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-DS-MONTH-SUB >= WS-DS-MM
               ADD WS-MONTH-DAYS(WS-DS-MONTH-SUB) TO WS-DS-SERIAL
           END-PERFORM
           IF WS-DS-MM > 2
               DIVIDE WS-DS-YYYY BY 4 GIVING WS-DS-YEARS
                   REMAINDER WS-DS-REM
               IF WS-DS-REM = ZERO
                   DIVIDE WS-DS-YYYY BY 100 GIVING WS-DS-YEARS
                       REMAINDER WS-DS-REM
                   IF WS-DS-REM NOT = ZERO
                       ADD 1 TO WS-DS-SERIAL
                   ELSE
                       DIVIDE WS-DS-YYYY BY 400 GIVING WS-DS-YEARS
                           REMAINDER WS-DS-REM
                       IF WS-DS-REM = ZERO
                           ADD 1 TO WS-DS-SERIAL
                       END-IF
                   END-IF
               END-IF
           END-IF
           ADD WS-DS-DD TO WS-DS-SERIAL.
      *
       9000-END-PARA.
           DISPLAY 'TAXDEP: ' WS-ROW-CNT ' LEDGER ROWS SCHEDULED INTO '
               WS-DEPOSIT-CNT ' DEPOSITS'
           CLOSE DEP-REPORT.
