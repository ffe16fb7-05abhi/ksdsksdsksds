       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJLAB.
      *****************************************************************
      * PROJLAB
      * Project labor-cost report. Client projects used to be billed
      * from sign-in sheets kept apart from payroll, and nobody could
      * say what a project had actually cost in pay. Timecards now
      * carry charge lines against the CHGCODE.DAT master, and every
      * pay run appends what it posted to each charge code to the
      * project labor history LABORHST.DAT (see FH06's FD). This job
      * prints that history, for any range of pay dates, by charge
      * code: each pay period's employees with the hours they
      * charged, the gross pay those hours earned and the employer
      * cost that went with them, then period and charge-code totals
      * and a grand total.
      *
      * Answers come from the console (instream input in batch): the
      * first and last pay date YYYYMMDD (blank for all), and one
      * charge code to report, or ALL (blank is ALL). Written to
      * PROJLAB.REP. A charge code no longer on the master still
      * prints, flagged, since its labor was paid.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LABOR-HIST-FILE  ASSIGN TO 'LABORHST.DAT'
                                    FILE STATUS IS WS-LHST-STAT.
           SELECT CHARGE-CODE-FILE ASSIGN TO 'CHGCODE.DAT'
                                    FILE STATUS IS WS-CHG-STAT.
           SELECT EMP-FILE         ASSIGN TO 'EMPFILE.DAT'
                                    FILE STATUS IS WS-EMP-STAT.
           SELECT PL-WORK          ASSIGN TO 'PLBWORK.DAT'.
           SELECT PL-SORTED        ASSIGN TO 'PLBSORT.DAT'.
           SELECT PL-REPORT        ASSIGN TO 'PROJLAB.REP'.

       DATA DIVISION.
       FILE SECTION.
      * Project labor history FH06 appends - see its FD.
       FD  LABOR-HIST-FILE
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
       01  LABOR-HIST-RECORD.
           03  LH-RUN-DATE         PIC 9(08).
           03  LH-PERIOD           PIC 9(03).
           03  LH-EMP-ID           PIC X(05).
           03  LH-HOME-DEPT        PIC X(04).
           03  LH-CHARGE           PIC X(08).
           03  LH-GL-DEPT          PIC X(04).
           03  LH-HOURS            PIC 9(03)V9.
           03  LH-EARN             PIC 9(05)V99.
           03  LH-EMPR             PIC 9(05)V99.
           03  LH-PAY-DATE         PIC 9(08).
           03  FILLER              PIC X(02).

      * Charge-code master - see TIMECALC's FD.
       FD  CHARGE-CODE-FILE
           RECORD CONTAINS 50 CHARACTERS
           RECORDING MODE IS F.
       01  CHARGE-CODE-RECORD.
           03  CC-CODE             PIC X(08).
           03  CC-DESC             PIC X(25).
           03  CC-TYPE             PIC X(01).
           03  CC-GL-DEPT          PIC X(04).
           03  CC-STATUS           PIC X(01).
           03  FILLER              PIC X(11).

       FD  EMP-FILE
           RECORD CONTAINS 79 CHARACTERS
           RECORDING MODE IS F.
           COPY EMPREC.

      * One history record in the date range (and for the charge
      * code asked for), released from 2100-RELEASE-PARA. A period is
      * its pay date and period number together - period numbers
      * come round again every year.
       SD  PL-WORK.
       01  PL-WORK-RECORD.
           03  SW-CHARGE           PIC X(08).
           03  SW-PAY-DATE         PIC 9(08).
           03  SW-PERIOD           PIC 9(03).
           03  SW-EMP-ID           PIC X(05).
           03  SW-GL-DEPT          PIC X(04).
           03  SW-HOURS            PIC 9(03)V9.
           03  SW-EARN             PIC 9(05)V99.
           03  SW-EMPR             PIC 9(05)V99.

       FD  PL-SORTED
           RECORD CONTAINS 46 CHARACTERS
           RECORDING MODE IS F.
       01  PL-SORTED-RECORD.
           03  SS-CHARGE           PIC X(08).
           03  SS-PAY-DATE         PIC 9(08).
           03  SS-PERIOD           PIC 9(03).
           03  SS-EMP-ID           PIC X(05).
           03  SS-GL-DEPT          PIC X(04).
           03  SS-HOURS            PIC 9(03)V9.
           03  SS-EARN             PIC 9(05)V99.
           03  SS-EMPR             PIC 9(05)V99.

       FD  PL-REPORT
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  PL-REPORT-RECORD        PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-LHST-STAT            PIC X(02)      VALUE SPACES.
       01  WS-CHG-STAT             PIC X(02)      VALUE SPACES.
       01  WS-EMP-STAT             PIC X(02)      VALUE SPACES.
       01  WS-LHST-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-LHST-EOF                 VALUE 'Y'.
       01  WS-CHG-EOF-FLAG         PIC X(01)      VALUE 'N'.
           88  WS-CHG-EOF                  VALUE 'Y'.
       01  WS-EMP-EOF-FLAG         PIC X(01)      VALUE 'N'.
           88  WS-EMP-EOF                  VALUE 'Y'.
       01  WS-SS-EOF-FLAG          PIC X(01)      VALUE 'N'.
           88  WS-SS-EOF                   VALUE 'Y'.
       01  WS-FROM-IN              PIC X(08)      VALUE SPACES.
       01  WS-TO-IN                PIC X(08)      VALUE SPACES.
       01  WS-FROM-DATE            PIC 9(08)      VALUE ZERO.
       01  WS-TO-DATE              PIC 9(08)      VALUE 99999999.
       01  WS-CODE-IN              PIC X(08)      VALUE SPACES.
       01  WS-PAY-DATE             PIC 9(08)      VALUE ZERO.
      * Charge-code descriptions from the master.
       01  WS-CHG-TABLE.
           03  WS-CHG-ENTRIES      OCCURS 5000 TIMES
                                    INDEXED BY WS-CHG-IDX.
               05  WS-CHG-CODE     PIC X(08)      VALUE SPACES.
               05  WS-CHG-DESC     PIC X(25)      VALUE SPACES.
               05  WS-CHG-TYPE     PIC X(01)      VALUE SPACES.
               05  WS-CHG-STATUS   PIC X(01)      VALUE SPACES.
       01  WS-CHG-COUNT            PIC 9(04)      VALUE ZERO.
       01  WS-CHG-FOUND-FLAG       PIC X(01)      VALUE 'N'.
           88  WS-CHG-FOUND                VALUE 'Y'.
      * Employee names from the current master.
       01  WS-EM-TABLE.
           03  WS-EM-ENTRIES       OCCURS 20000 TIMES
                                    INDEXED BY WS-EM-IDX.
               05  WS-EM-ID        PIC X(05)      VALUE SPACES.
               05  WS-EM-NAME      PIC X(15)      VALUE SPACES.
       01  WS-EM-COUNT             PIC 9(05)      VALUE ZERO.
      * Control breaks and the employee line being built up - one
      * employee can charge the same code on more than one line.
       01  WS-BRK-CHARGE           PIC X(08)      VALUE LOW-VALUES.
       01  WS-BRK-PAY-DATE         PIC 9(08)      VALUE ZERO.
       01  WS-BRK-PERIOD           PIC 9(03)      VALUE ZERO.
       01  WS-BRK-EMP-ID           PIC X(05)      VALUE LOW-VALUES.
       01  WS-BRK-GL-DEPT          PIC X(04)      VALUE SPACES.
       01  WS-EMP-HOURS            PIC 9(05)V9    VALUE ZERO.
       01  WS-EMP-EARN             PIC 9(07)V99   VALUE ZERO.
       01  WS-EMP-EMPR             PIC 9(07)V99   VALUE ZERO.
       01  WS-PER-HOURS            PIC 9(07)V9    VALUE ZERO.
       01  WS-PER-EARN             PIC 9(09)V99   VALUE ZERO.
       01  WS-PER-EMPR             PIC 9(09)V99   VALUE ZERO.
       01  WS-PRJ-HOURS            PIC 9(07)V9    VALUE ZERO.
       01  WS-PRJ-EARN             PIC 9(09)V99   VALUE ZERO.
       01  WS-PRJ-EMPR             PIC 9(09)V99   VALUE ZERO.
       01  WS-TOT-HOURS            PIC 9(07)V9    VALUE ZERO.
       01  WS-TOT-EARN             PIC 9(09)V99   VALUE ZERO.
       01  WS-TOT-EMPR             PIC 9(09)V99   VALUE ZERO.
       01  WS-COUNTS.
           03  WS-READ-CNT         PIC 9(07)      VALUE ZERO.
           03  WS-RELEASE-CNT      PIC 9(07)      VALUE ZERO.
           03  WS-PRJ-CNT          PIC 9(05)      VALUE ZERO.
      *
       01  PLR-HEADING-LINE1.
           03  FILLER              PIC X(24)      VALUE
               'PROJECT LABOR COST'.
           03  FILLER              PIC X(10)      VALUE
               'PAY DATES '.
           03  PH-FROM             PIC 9(08)      VALUE ZERO.
           03  FILLER              PIC X(04)      VALUE ' TO '.
           03  PH-TO               PIC 9(08)      VALUE ZERO.
           03  FILLER              PIC X(15)      VALUE
               '   CHARGE CODE '.
           03  PH-CODE             PIC X(08)      VALUE SPACES.
           03  FILLER              PIC X(23)      VALUE SPACES.
       01  PLR-PROJECT-LINE.
           03  FILLER              PIC X(08)      VALUE 'CHARGE '.
           03  PP-CODE             PIC X(08)      VALUE SPACES.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  PP-DESC             PIC X(25)      VALUE SPACES.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  PP-TYPE             PIC X(12)      VALUE SPACES.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  PP-STATUS           PIC X(06)      VALUE SPACES.
           03  FILLER              PIC X(35)      VALUE SPACES.
       01  PLR-COLUMN-LINE.
           03  FILLER              PIC X(09)      VALUE 'PAY DATE'.
           03  FILLER              PIC X(05)      VALUE 'PER'.
           03  FILLER              PIC X(06)      VALUE 'ID'.
           03  FILLER              PIC X(16)      VALUE 'NAME'.
           03  FILLER              PIC X(05)      VALUE 'DEPT'.
           03  FILLER              PIC X(09)      VALUE '    HOURS'.
           03  FILLER              PIC X(14)      VALUE
               '      EARNINGS'.
           03  FILLER              PIC X(14)      VALUE
               '  EMPLOYER CST'.
           03  FILLER              PIC X(15)      VALUE
               '     TOTAL COST'.
           03  FILLER              PIC X(07)      VALUE SPACES.
       01  PLR-DETAIL-LINE.
           03  PD-PAY-DATE         PIC 9(08)      VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  PD-PERIOD           PIC 9(03)      VALUE ZERO.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  PD-EMP-ID           PIC X(05)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  PD-NAME             PIC X(15)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  PD-GL-DEPT          PIC X(04)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  PD-HOURS            PIC ZZZ,ZZ9.9  VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  PD-EARN             PIC ZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  PD-EMPR             PIC ZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  PD-TOTAL            PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(07)      VALUE SPACES.
       01  PLR-TOTAL-LINE.
           03  PT-LABEL            PIC X(41)      VALUE SPACES.
           03  PT-HOURS            PIC ZZZ,ZZ9.9  VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  PT-EARN             PIC ZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  PT-EMPR             PIC ZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  PT-TOTAL            PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(06)      VALUE SPACES.
       01  PLR-NOTE-LINE           PIC X(100)     VALUE SPACES.
      *
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIAL-PARA
           PERFORM 1100-LOAD-CHARGE-CODES-PARA
           PERFORM 1200-LOAD-EMPLOYEES-PARA
           PERFORM 2000-SORT-PARA
           PERFORM 3000-PROCESS-SORTED-PARA
           PERFORM 9000-END-PARA
           STOP RUN.
      *
       1000-INITIAL-PARA.
           OPEN INPUT LABOR-HIST-FILE
           IF WS-LHST-STAT NOT = '00'
               DISPLAY 'PROJLAB: UNABLE TO OPEN LABORHST.DAT - STATUS '
                   WS-LHST-STAT
               STOP RUN
           END-IF
           CLOSE LABOR-HIST-FILE
           DISPLAY 'ENTER FIRST PAY DATE (YYYYMMDD, BLANK FOR ALL): '
           ACCEPT WS-FROM-IN
           IF WS-FROM-IN NOT = SPACES
               IF WS-FROM-IN NUMERIC
                   MOVE WS-FROM-IN TO WS-FROM-DATE
               ELSE
                   DISPLAY 'PROJLAB: DATE MUST BE YYYYMMDD - '
                       'RUN REFUSED'
                   STOP RUN
               END-IF
           END-IF
           DISPLAY 'ENTER LAST PAY DATE (YYYYMMDD, BLANK FOR ALL): '
           ACCEPT WS-TO-IN
           IF WS-TO-IN NOT = SPACES
               IF WS-TO-IN NUMERIC
                   MOVE WS-TO-IN TO WS-TO-DATE
               ELSE
                   DISPLAY 'PROJLAB: DATE MUST BE YYYYMMDD - '
                       'RUN REFUSED'
                   STOP RUN
               END-IF
           END-IF
           DISPLAY 'ENTER CHARGE CODE (OR ALL): '
           ACCEPT WS-CODE-IN
           IF WS-CODE-IN = SPACES
               MOVE 'ALL' TO WS-CODE-IN
           END-IF
           OPEN OUTPUT PL-REPORT
           MOVE WS-FROM-DATE TO PH-FROM
           MOVE WS-TO-DATE   TO PH-TO
           MOVE WS-CODE-IN   TO PH-CODE
           WRITE PL-REPORT-RECORD FROM PLR-HEADING-LINE1.
      *
      * Descriptions only - a missing master just leaves every code
      * flagged as not on file.
       1100-LOAD-CHARGE-CODES-PARA.
           OPEN INPUT CHARGE-CODE-FILE
           IF WS-CHG-STAT = '00'
              PERFORM UNTIL WS-CHG-EOF
                 READ CHARGE-CODE-FILE
                     AT END
                        SET WS-CHG-EOF TO TRUE
                     NOT AT END
                        IF WS-CHG-COUNT < 5000
                           ADD 1 TO WS-CHG-COUNT
                           SET WS-CHG-IDX TO WS-CHG-COUNT
                           MOVE CC-CODE   TO WS-CHG-CODE(WS-CHG-IDX)
                           MOVE CC-DESC   TO WS-CHG-DESC(WS-CHG-IDX)
                           MOVE CC-TYPE   TO WS-CHG-TYPE(WS-CHG-IDX)
                           MOVE CC-STATUS
                               TO WS-CHG-STATUS(WS-CHG-IDX)
                        ELSE
                           DISPLAY 'PROJLAB: WS-CHG-TABLE OVERFLOW - '
                               'RAISE THE LIMIT BEFORE RERUNNING'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE CHARGE-CODE-FILE
           END-IF.
      *
      * Names from the current master; anyone since dropped from it
      * prints without one.
       1200-LOAD-EMPLOYEES-PARA.
           OPEN INPUT EMP-FILE
           IF WS-EMP-STAT = '00'
              PERFORM UNTIL WS-EMP-EOF
                 READ EMP-FILE
                     AT END
                        SET WS-EMP-EOF TO TRUE
                     NOT AT END
                        IF WS-EM-COUNT < 20000
                           ADD 1 TO WS-EM-COUNT
                           SET WS-EM-IDX TO WS-EM-COUNT
                           MOVE EMP-ID   TO WS-EM-ID(WS-EM-IDX)
                           MOVE EMP-NAME TO WS-EM-NAME(WS-EM-IDX)
                        ELSE
                           DISPLAY 'PROJLAB: WS-EM-TABLE OVERFLOW - '
                               'RAISE THE LIMIT BEFORE RERUNNING'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE EMP-FILE
           END-IF.
      *
       2000-SORT-PARA.
           SORT PL-WORK
               ON ASCENDING KEY SW-CHARGE SW-PAY-DATE SW-PERIOD
                                SW-EMP-ID
               INPUT PROCEDURE IS 2100-RELEASE-PARA
               GIVING PL-SORTED.
      *
      * History written before the calendar carried a pay date is
      * dated by its run date.
       2100-RELEASE-PARA.
           OPEN INPUT LABOR-HIST-FILE
           PERFORM UNTIL WS-LHST-EOF
               READ LABOR-HIST-FILE
                   AT END
                       SET WS-LHST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-CNT
                       PERFORM 2200-RELEASE-ONE-PARA
               END-READ
           END-PERFORM
           CLOSE LABOR-HIST-FILE.
      *
       2200-RELEASE-ONE-PARA.
           IF LH-PAY-DATE NUMERIC AND LH-PAY-DATE NOT = ZERO
               MOVE LH-PAY-DATE TO WS-PAY-DATE
           ELSE
               MOVE LH-RUN-DATE TO WS-PAY-DATE
           END-IF
           IF WS-PAY-DATE >= WS-FROM-DATE
              AND WS-PAY-DATE <= WS-TO-DATE
              AND (WS-CODE-IN = 'ALL' OR WS-CODE-IN = LH-CHARGE)
               MOVE LH-CHARGE   TO SW-CHARGE
               MOVE WS-PAY-DATE TO SW-PAY-DATE
               MOVE LH-PERIOD   TO SW-PERIOD
               MOVE LH-EMP-ID   TO SW-EMP-ID
               MOVE LH-GL-DEPT  TO SW-GL-DEPT
               MOVE LH-HOURS    TO SW-HOURS
               MOVE LH-EARN     TO SW-EARN
               MOVE LH-EMPR     TO SW-EMPR
               RELEASE PL-WORK-RECORD
               ADD 1 TO WS-RELEASE-CNT
           END-IF.
      *
      * Walks the sorted stream charge code by charge code, period by
      * period, employee by employee, printing each level's total as
      * it closes.
       3000-PROCESS-SORTED-PARA.
           OPEN INPUT PL-SORTED
           PERFORM 3050-READ-SORTED-PARA
           PERFORM UNTIL WS-SS-EOF
               IF SS-CHARGE NOT = WS-BRK-CHARGE
                   PERFORM 4000-CLOSE-EMPLOYEE-PARA
                   PERFORM 4100-CLOSE-PERIOD-PARA
                   PERFORM 4200-CLOSE-PROJECT-PARA
                   PERFORM 3100-OPEN-PROJECT-PARA
               END-IF
               IF SS-PAY-DATE NOT = WS-BRK-PAY-DATE
                  OR SS-PERIOD NOT = WS-BRK-PERIOD
                   PERFORM 4000-CLOSE-EMPLOYEE-PARA
                   PERFORM 4100-CLOSE-PERIOD-PARA
                   MOVE SS-PAY-DATE TO WS-BRK-PAY-DATE
                   MOVE SS-PERIOD   TO WS-BRK-PERIOD
               END-IF
               IF SS-EMP-ID NOT = WS-BRK-EMP-ID
                   PERFORM 4000-CLOSE-EMPLOYEE-PARA
                   MOVE SS-EMP-ID  TO WS-BRK-EMP-ID
                   MOVE SS-GL-DEPT TO WS-BRK-GL-DEPT
               END-IF
               ADD SS-HOURS TO WS-EMP-HOURS
               ADD SS-EARN  TO WS-EMP-EARN
               ADD SS-EMPR  TO WS-EMP-EMPR
               PERFORM 3050-READ-SORTED-PARA
           END-PERFORM
           PERFORM 4000-CLOSE-EMPLOYEE-PARA
           PERFORM 4100-CLOSE-PERIOD-PARA
           PERFORM 4200-CLOSE-PROJECT-PARA
           CLOSE PL-SORTED.
      *
       3050-READ-SORTED-PARA.
           READ PL-SORTED
               AT END
                   SET WS-SS-EOF TO TRUE
           END-READ.
      *
       3100-OPEN-PROJECT-PARA.
           MOVE SS-CHARGE TO WS-BRK-CHARGE
           MOVE ZERO      TO WS-BRK-PAY-DATE
           MOVE ZERO      TO WS-BRK-PERIOD
           MOVE LOW-VALUES TO WS-BRK-EMP-ID
           ADD 1 TO WS-PRJ-CNT
           MOVE SS-CHARGE  TO PP-CODE
           MOVE SPACES     TO PP-DESC
           MOVE SPACES     TO PP-TYPE
           MOVE SPACES     TO PP-STATUS
           MOVE 'N' TO WS-CHG-FOUND-FLAG
           IF WS-CHG-COUNT > ZERO
              SET WS-CHG-IDX TO 1
              SEARCH WS-CHG-ENTRIES VARYING WS-CHG-IDX
                  AT END
                      CONTINUE
                  WHEN WS-CHG-CODE(WS-CHG-IDX) = SS-CHARGE
                      SET WS-CHG-FOUND TO TRUE
              END-SEARCH
           END-IF
           IF WS-CHG-FOUND
               MOVE WS-CHG-DESC(WS-CHG-IDX) TO PP-DESC
               IF WS-CHG-TYPE(WS-CHG-IDX) = 'C'
                   MOVE 'COST CENTER' TO PP-TYPE
               ELSE
                   MOVE 'PROJECT'     TO PP-TYPE
               END-IF
               IF WS-CHG-STATUS(WS-CHG-IDX) = 'C'
                   MOVE 'CLOSED' TO PP-STATUS
               END-IF
           ELSE
               MOVE '** NOT ON CHGCODE.DAT' TO PP-DESC
           END-IF
           MOVE SPACES TO PL-REPORT-RECORD
           WRITE PL-REPORT-RECORD
           WRITE PL-REPORT-RECORD FROM PLR-PROJECT-LINE
           WRITE PL-REPORT-RECORD FROM PLR-COLUMN-LINE.
      *
       4000-CLOSE-EMPLOYEE-PARA.
           IF WS-BRK-EMP-ID NOT = LOW-VALUES
               MOVE WS-BRK-PAY-DATE TO PD-PAY-DATE
               MOVE WS-BRK-PERIOD   TO PD-PERIOD
               MOVE WS-BRK-EMP-ID   TO PD-EMP-ID
               MOVE SPACES          TO PD-NAME
               IF WS-EM-COUNT > ZERO
                  SET WS-EM-IDX TO 1
                  SEARCH WS-EM-ENTRIES VARYING WS-EM-IDX
                      AT END
                          CONTINUE
                      WHEN WS-EM-ID(WS-EM-IDX) = WS-BRK-EMP-ID
                          MOVE WS-EM-NAME(WS-EM-IDX) TO PD-NAME
                  END-SEARCH
               END-IF
               MOVE WS-BRK-GL-DEPT  TO PD-GL-DEPT
               MOVE WS-EMP-HOURS    TO PD-HOURS
               MOVE WS-EMP-EARN     TO PD-EARN
               MOVE WS-EMP-EMPR     TO PD-EMPR
               COMPUTE PD-TOTAL = WS-EMP-EARN + WS-EMP-EMPR
               WRITE PL-REPORT-RECORD FROM PLR-DETAIL-LINE
               ADD WS-EMP-HOURS TO WS-PER-HOURS
               ADD WS-EMP-EARN  TO WS-PER-EARN
               ADD WS-EMP-EMPR  TO WS-PER-EMPR
               MOVE ZERO TO WS-EMP-HOURS
               MOVE ZERO TO WS-EMP-EARN
               MOVE ZERO TO WS-EMP-EMPR
               MOVE LOW-VALUES TO WS-BRK-EMP-ID
           END-IF.
      *
       4100-CLOSE-PERIOD-PARA.
           IF WS-BRK-PAY-DATE NOT = ZERO
               MOVE SPACES TO PT-LABEL
               STRING '  PERIOD ' WS-BRK-PERIOD ' PAID '
                   WS-BRK-PAY-DATE ' TOTAL'
                   DELIMITED BY SIZE INTO PT-LABEL
               MOVE WS-PER-HOURS TO PT-HOURS
               MOVE WS-PER-EARN  TO PT-EARN
               MOVE WS-PER-EMPR  TO PT-EMPR
               COMPUTE PT-TOTAL = WS-PER-EARN + WS-PER-EMPR
               WRITE PL-REPORT-RECORD FROM PLR-TOTAL-LINE
               ADD WS-PER-HOURS TO WS-PRJ-HOURS
               ADD WS-PER-EARN  TO WS-PRJ-EARN
               ADD WS-PER-EMPR  TO WS-PRJ-EMPR
               MOVE ZERO TO WS-PER-HOURS
               MOVE ZERO TO WS-PER-EARN
               MOVE ZERO TO WS-PER-EMPR
               MOVE ZERO TO WS-BRK-PAY-DATE
           END-IF.
      *
       4200-CLOSE-PROJECT-PARA.
           IF WS-BRK-CHARGE NOT = LOW-VALUES
               MOVE SPACES TO PT-LABEL
               STRING 'CHARGE ' WS-BRK-CHARGE ' TOTAL'
                   DELIMITED BY SIZE INTO PT-LABEL
               MOVE WS-PRJ-HOURS TO PT-HOURS
               MOVE WS-PRJ-EARN  TO PT-EARN
               MOVE WS-PRJ-EMPR  TO PT-EMPR
               COMPUTE PT-TOTAL = WS-PRJ-EARN + WS-PRJ-EMPR
               WRITE PL-REPORT-RECORD FROM PLR-TOTAL-LINE
               ADD WS-PRJ-HOURS TO WS-TOT-HOURS
               ADD WS-PRJ-EARN  TO WS-TOT-EARN
               ADD WS-PRJ-EMPR  TO WS-TOT-EMPR
               MOVE ZERO TO WS-PRJ-HOURS
               MOVE ZERO TO WS-PRJ-EARN
               MOVE ZERO TO WS-PRJ-EMPR
               MOVE LOW-VALUES TO WS-BRK-CHARGE
           END-IF.
      *
       9000-END-PARA.
           MOVE SPACES TO PL-REPORT-RECORD
           WRITE PL-REPORT-RECORD
           IF WS-RELEASE-CNT = ZERO
               MOVE 'NO LABOR CHARGED IN THE DATE RANGE'
                   TO PLR-NOTE-LINE
               WRITE PL-REPORT-RECORD FROM PLR-NOTE-LINE
           ELSE
               MOVE 'GRAND TOTAL' TO PT-LABEL
               MOVE WS-TOT-HOURS  TO PT-HOURS
               MOVE WS-TOT-EARN   TO PT-EARN
               MOVE WS-TOT-EMPR   TO PT-EMPR
               COMPUTE PT-TOTAL = WS-TOT-EARN + WS-TOT-EMPR
               WRITE PL-REPORT-RECORD FROM PLR-TOTAL-LINE
           END-IF
           CLOSE PL-REPORT
           DISPLAY 'PROJLAB: ' WS-PRJ-CNT ' CHARGE CODES, '
               WS-RELEASE-CNT ' LABOR RECORDS - SEE PROJLAB.REP'.
