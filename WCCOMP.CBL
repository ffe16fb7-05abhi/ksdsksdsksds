       IDENTIFICATION DIVISION.
       PROGRAM-ID. WCCOMP.
      *****************************************************************
      * WCCOMP
      * Workers' compensation class-code payroll and premium report.
      * The carrier's annual audit wants payroll by risk class and
      * state, and it used to be pieced together in a spreadsheet
      * from DEPTSUM.REP and TECHSUM.REP with a guess at which
      * EMP-LOC and EMP-TECH combinations fell under which class.
      * This job reads the class-code mapping file payroll keeps,
      * WCCLASS.DAT, and the permanent pay history, and prints for
      * any range of pay dates the reportable payroll and estimated
      * premium per class and state, totals per state, and every
      * employee the mapping could not place - so they are fixed
      * before the auditor finds them.
      *
      * WCCLASS.DAT holds three kinds of 50-byte record, by the
      * type byte in column 1:
      *   C  a class rate - class code, state, premium rate per $100
      *      of reportable payroll, and the class description
      *   L  a location mapping - EMP-LOC, EMP-TECH (blank for any
      *      tech at the location), the class and the state
      *   E  a per-employee override - EMP-ID, the class, and the
      *      state (blank takes the state of the employee's location
      *      from its L records)
      * An employee takes the class of their E override if there is
      * one, else the L record for their location and tech, else the
      * blank-tech L record for the location. The location is the
      * one the history says the period was paid at; the tech is
      * the current EMPFILE.DAT one (blank for anyone since dropped
      * from the master, so only location-wide mapping places them).
      *
      * Reportable payroll is the gross of each period paid - PAYHIST
      * H records, dated by the pay date (the run date on history
      * written before the calendar carried pay dates) - less the
      * overtime premium, which the carrier does not rate. TIMECALC
      * keeps the premium for each card on TIMEERN.DAT; the latest
      * one for the employee and period ahead of the payment is the
      * one it was paid from. A period PAYREV reversed (V record) is
      * left out, and a reissue after it counts in its place.
      *
      * Answers come from the console (instream input in batch): the
      * first and last pay date YYYYMMDD (blank for all), and an
      * archive generation of the history to include ahead of the
      * live file (blank for none) - the audit year usually straddles
      * a RETAIN cutoff. Written to WCCOMP.REP. RETURN-CODE 4 when
      * any employee could not be placed or priced.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WC-CLASS-FILE    ASSIGN TO 'WCCLASS.DAT'
                                    FILE STATUS IS WS-WCC-STAT.
           SELECT EMP-FILE         ASSIGN TO 'EMPFILE.DAT'
                                    FILE STATUS IS WS-EMP-STAT.
           SELECT PAY-HIST-FILE    ASSIGN TO 'PAYHIST.DAT'
                                    FILE STATUS IS WS-PHST-STAT.
           SELECT PAYHIST-ARCHIVE  ASSIGN TO DYNAMIC WS-ARCH-NAME
                                    FILE STATUS IS WS-ARCH-STAT.
           SELECT EARN-HIST-FILE   ASSIGN TO 'TIMEERN.DAT'
                                    FILE STATUS IS WS-TERN-STAT.
           SELECT WC-WORK          ASSIGN TO 'WCCWORK.DAT'.
           SELECT WC-SORTED        ASSIGN TO 'WCCSORT.DAT'.
           SELECT WC-REPORT        ASSIGN TO 'WCCOMP.REP'.

       DATA DIVISION.
       FILE SECTION.
      * Class-code mapping - see the banner.
       FD  WC-CLASS-FILE
           RECORD CONTAINS 50 CHARACTERS
           RECORDING MODE IS F.
       01  WC-CLASS-RECORD.
           03  WC-REC-TYPE         PIC X(01).
               88  WC-IS-RATE              VALUE 'C'.
               88  WC-IS-LOCATION          VALUE 'L'.
               88  WC-IS-EMPLOYEE          VALUE 'E'.
           03  WC-BODY             PIC X(49).
           03  WC-RATE-BODY        REDEFINES WC-BODY.
               05  WC-C-CLASS      PIC X(04).
               05  WC-C-STATE      PIC X(02).
               05  WC-C-RATE       PIC 9(03)V99.
               05  WC-C-DESC       PIC X(25).
               05  FILLER          PIC X(13).
           03  WC-LOC-BODY         REDEFINES WC-BODY.
               05  WC-L-LOC        PIC X(03).
               05  WC-L-TECH       PIC X(05).
               05  WC-L-CLASS      PIC X(04).
               05  WC-L-STATE      PIC X(02).
               05  FILLER          PIC X(35).
           03  WC-EMP-BODY         REDEFINES WC-BODY.
               05  WC-E-EMP-ID     PIC X(05).
               05  WC-E-CLASS      PIC X(04).
               05  WC-E-STATE      PIC X(02).
               05  FILLER          PIC X(38).

       FD  EMP-FILE
           RECORD CONTAINS 79 CHARACTERS
           RECORDING MODE IS F.
           COPY EMPREC.

      * Permanent pay history - see FH06's FD for the record types.
      * Only the period headers and the reversal stamps are used.
       FD  PAY-HIST-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  PAY-HIST-RECORD.
           03  PH-RUN-DATE         PIC 9(08).
           03  PH-PERIOD           PIC 9(03).
           03  PH-EMP-ID           PIC X(05).
           03  PH-REC-TYPE         PIC X(01).
               88  PH-IS-HEADER            VALUE 'H'.
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

      * An archived generation of the history - identical layout,
      * read through the same record area.
       FD  PAYHIST-ARCHIVE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  PAYHIST-ARCHIVE-RECORD  PIC X(100).

      * Earnings history TIMECALC appends - see its FD.
       FD  EARN-HIST-FILE
           RECORD CONTAINS 50 CHARACTERS
           RECORDING MODE IS F.
       01  EARN-HIST-RECORD.
           03  TE-RUN-DATE         PIC 9(08).
           03  TE-PERIOD           PIC 9(03).
           03  TE-EMP-ID           PIC X(05).
           03  TE-REG-HRS          PIC 9(03)V9.
           03  TE-OT-HRS           PIC 9(03)V9.
           03  TE-RATE             PIC 9(03)V99.
           03  TE-STRAIGHT         PIC 9(05)V99.
           03  TE-OT-PREM          PIC 9(05)V99.
           03  FILLER              PIC X(07).

      * One history or earnings record released to the sort from
      * 2100-RELEASE-PARA. Within an employee and period the records
      * fall in date order, and on one date an earnings record
      * (kind 1) ahead of the payment it fed (2) ahead of a reversal
      * of that payment (3).
       SD  WC-WORK.
       01  WC-WORK-RECORD.
           03  SW-EMP-ID           PIC X(05).
           03  SW-PERIOD           PIC 9(03).
           03  SW-DATE             PIC 9(08).
           03  SW-KIND             PIC X(01).
           03  SW-PAY-DATE         PIC 9(08).
           03  SW-NAME             PIC X(15).
           03  SW-LOC              PIC X(03).
           03  SW-GROSS            PIC 9(05)V99.
           03  SW-OT-PREM          PIC 9(05)V99.

       FD  WC-SORTED
           RECORD CONTAINS 57 CHARACTERS
           RECORDING MODE IS F.
       01  WC-SORTED-RECORD.
           03  SS-EMP-ID           PIC X(05).
           03  SS-PERIOD           PIC 9(03).
           03  SS-DATE             PIC 9(08).
           03  SS-KIND             PIC X(01).
               88  SS-IS-EARNINGS          VALUE '1'.
               88  SS-IS-PAYMENT           VALUE '2'.
               88  SS-IS-REVERSAL          VALUE '3'.
           03  SS-PAY-DATE         PIC 9(08).
           03  SS-NAME             PIC X(15).
           03  SS-LOC              PIC X(03).
           03  SS-GROSS            PIC 9(05)V99.
           03  SS-OT-PREM          PIC 9(05)V99.

       FD  WC-REPORT
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  WC-REPORT-RECORD        PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-WCC-STAT             PIC X(02)      VALUE SPACES.
       01  WS-EMP-STAT             PIC X(02)      VALUE SPACES.
       01  WS-PHST-STAT            PIC X(02)      VALUE SPACES.
       01  WS-ARCH-STAT            PIC X(02)      VALUE SPACES.
       01  WS-TERN-STAT            PIC X(02)      VALUE SPACES.
       01  WS-ARCH-NAME            PIC X(20)      VALUE SPACES.
       01  WS-WCC-EOF-FLAG         PIC X(01)      VALUE 'N'.
           88  WS-WCC-EOF                  VALUE 'Y'.
       01  WS-EMP-EOF-FLAG         PIC X(01)      VALUE 'N'.
           88  WS-EMP-EOF                  VALUE 'Y'.
       01  WS-HIST-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-HIST-EOF                 VALUE 'Y'.
       01  WS-TERN-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-TERN-EOF                 VALUE 'Y'.
       01  WS-SS-EOF-FLAG          PIC X(01)      VALUE 'N'.
           88  WS-SS-EOF                   VALUE 'Y'.
       01  WS-FROM-IN              PIC X(08)      VALUE SPACES.
       01  WS-TO-IN                PIC X(08)      VALUE SPACES.
       01  WS-FROM-DATE            PIC 9(08)      VALUE ZERO.
       01  WS-TO-DATE              PIC 9(08)      VALUE 99999999.
      * Class rates from the C records, one row per class and state.
      * A class a mapping names with no C record for the state is
      * added as a row with no rate, so its payroll still shows.
       01  WS-CR-TABLE.
           03  WS-CR-ENTRIES       OCCURS 300 TIMES.
               05  WS-CR-CLASS     PIC X(04).
               05  WS-CR-STATE     PIC X(02).
               05  WS-CR-RATE      PIC 9(03)V99.
               05  WS-CR-DESC      PIC X(25).
               05  WS-CR-RATED     PIC X(01).
                   88  WS-CR-HAS-RATE      VALUE 'Y'.
               05  WS-CR-GROSS     PIC 9(09)V99.
               05  WS-CR-OT-PREM   PIC 9(09)V99.
               05  WS-CR-PAYROLL   PIC 9(09)V99.
       01  WS-CR-COUNT             PIC 9(03)      VALUE ZERO.
       01  WS-CR-SUB               PIC 9(03)      VALUE ZERO.
       01  WS-CR-FOUND-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-CR-FOUND                 VALUE 'Y'.
      * Location mappings from the L records.
       01  WS-LM-TABLE.
           03  WS-LM-ENTRIES       OCCURS 500 TIMES.
               05  WS-LM-LOC       PIC X(03).
               05  WS-LM-TECH      PIC X(05).
               05  WS-LM-CLASS     PIC X(04).
               05  WS-LM-STATE     PIC X(02).
       01  WS-LM-COUNT             PIC 9(03)      VALUE ZERO.
       01  WS-LM-SUB               PIC 9(03)      VALUE ZERO.
      * Per-employee overrides from the E records.
       01  WS-EO-TABLE.
           03  WS-EO-ENTRIES       OCCURS 2000 TIMES.
               05  WS-EO-EMP-ID    PIC X(05).
               05  WS-EO-CLASS     PIC X(04).
               05  WS-EO-STATE     PIC X(02).
       01  WS-EO-COUNT             PIC 9(04)      VALUE ZERO.
       01  WS-EO-SUB               PIC 9(04)      VALUE ZERO.
      * EMP-TECH per employee from the current master.
       01  WS-EM-TABLE.
           03  WS-EM-ENTRIES       OCCURS 20000 TIMES
                                    INDEXED BY WS-EM-IDX.
               05  WS-EM-ID        PIC X(05).
               05  WS-EM-TECH      PIC X(05).
       01  WS-EM-COUNT             PIC 9(05)      VALUE ZERO.
      * Per-state totals, built from the class rows at report time.
       01  WS-ST-TABLE.
           03  WS-ST-ENTRIES       OCCURS 60 TIMES.
               05  WS-ST-STATE     PIC X(02).
               05  WS-ST-PAYROLL   PIC 9(09)V99.
               05  WS-ST-PREMIUM   PIC 9(09)V99.
       01  WS-ST-COUNT             PIC 9(02)      VALUE ZERO.
       01  WS-ST-SUB               PIC 9(02)      VALUE ZERO.
       01  WS-ST-FOUND-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-ST-FOUND                 VALUE 'Y'.
      * Employees the mapping could not place or price, with the
      * payroll behind each. Unplaced payroll is in no class; unpriced
      * payroll is in its class row, at no premium.
       01  WS-UM-TABLE.
           03  WS-UM-ENTRIES       OCCURS 2000 TIMES.
               05  WS-UM-EMP-ID    PIC X(05).
               05  WS-UM-NAME      PIC X(15).
               05  WS-UM-LOC       PIC X(03).
               05  WS-UM-TECH      PIC X(05).
               05  WS-UM-CLASS     PIC X(04).
               05  WS-UM-STATE     PIC X(02).
               05  WS-UM-REASON    PIC X(01).
               05  WS-UM-PAYROLL   PIC 9(09)V99.
       01  WS-UM-COUNT             PIC 9(04)      VALUE ZERO.
       01  WS-UM-SUB               PIC 9(04)      VALUE ZERO.
       01  WS-UM-FOUND-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-UM-FOUND                 VALUE 'Y'.
      * The employee and period being worked through the sorted
      * stream, the payment held until nothing later reverses it,
      * and the overtime premium waiting for the payment it fed.
       01  WS-BRK-EMP-ID           PIC X(05)      VALUE LOW-VALUES.
       01  WS-BRK-PERIOD           PIC 9(03)      VALUE ZERO.
       01  WS-PD-FLAG              PIC X(01)      VALUE 'N'.
           88  WS-PD-HELD                  VALUE 'Y'.
       01  WS-PD-RANGE-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-PD-IN-RANGE              VALUE 'Y'.
       01  WS-PD-EMP-ID            PIC X(05)      VALUE SPACES.
       01  WS-PD-NAME              PIC X(15)      VALUE SPACES.
       01  WS-PD-LOC               PIC X(03)      VALUE SPACES.
       01  WS-PD-GROSS             PIC 9(05)V99   VALUE ZERO.
       01  WS-PD-OT-PREM           PIC 9(05)V99   VALUE ZERO.
       01  WS-OTP-FLAG             PIC X(01)      VALUE 'N'.
           88  WS-OTP-WAITING              VALUE 'Y'.
       01  WS-OTP-AMT              PIC 9(05)V99   VALUE ZERO.
       01  WS-PAY-DATE             PIC 9(08)      VALUE ZERO.
      * Classification result for the payment being taken.
       01  WS-CL-TECH              PIC X(05)      VALUE SPACES.
       01  WS-CL-CLASS             PIC X(04)      VALUE SPACES.
       01  WS-CL-STATE             PIC X(02)      VALUE SPACES.
       01  WS-CL-REASON            PIC X(01)      VALUE SPACES.
           88  WS-CL-NO-CLASS              VALUE 'C'.
           88  WS-CL-NO-RATE               VALUE 'R'.
       01  WS-CL-PAYROLL           PIC 9(05)V99   VALUE ZERO.
       01  WS-PREMIUM              PIC 9(09)V99   VALUE ZERO.
       01  WS-COUNTS.
           03  WS-RELEASE-CNT      PIC 9(07)      VALUE ZERO.
           03  WS-PAID-CNT         PIC 9(07)      VALUE ZERO.
           03  WS-REV-CNT          PIC 9(07)      VALUE ZERO.
       01  WS-TOT-GROSS            PIC 9(09)V99   VALUE ZERO.
       01  WS-TOT-OT-PREM          PIC 9(09)V99   VALUE ZERO.
       01  WS-TOT-PAYROLL          PIC 9(09)V99   VALUE ZERO.
       01  WS-TOT-PREMIUM          PIC 9(09)V99   VALUE ZERO.
       01  WS-TOT-UNPLACED          PIC 9(09)V99   VALUE ZERO.
      *
       01  WCR-HEADING-LINE1.
           03  FILLER              PIC X(45)      VALUE
               'WORKERS COMPENSATION PAYROLL AND PREMIUM'.
           03  FILLER              PIC X(10)      VALUE
               'PAY DATES '.
           03  WH-FROM             PIC 9(08)      VALUE ZERO.
           03  FILLER              PIC X(04)      VALUE ' TO '.
           03  WH-TO               PIC 9(08)      VALUE ZERO.
           03  FILLER              PIC X(25)      VALUE SPACES.
       01  WCR-HEADING-LINE2.
           03  FILLER              PIC X(06)      VALUE 'CLASS'.
           03  FILLER              PIC X(04)      VALUE 'ST'.
           03  FILLER              PIC X(26)      VALUE 'DESCRIPTION'.
           03  FILLER              PIC X(14)      VALUE
               '   GROSS WAGES'.
           03  FILLER              PIC X(14)      VALUE
               '    OT PREMIUM'.
           03  FILLER              PIC X(15)      VALUE
               '     REPORTABLE'.
           03  FILLER              PIC X(07)      VALUE
               '   RATE'.
           03  FILLER              PIC X(13)      VALUE
               '  EST PREMIUM'.
           03  FILLER              PIC X(01)      VALUE SPACES.
       01  WCR-CLASS-LINE.
           03  WC-P-CLASS          PIC X(04)      VALUE SPACES.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  WC-P-STATE          PIC X(02)      VALUE SPACES.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  WC-P-DESC           PIC X(25)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  WC-P-GROSS          PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  WC-P-OT-PREM        PIC ZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  WC-P-PAYROLL        PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  WC-P-RATE           PIC ZZ9.99     VALUE ZERO.
           03  WC-P-NO-RATE        REDEFINES WC-P-RATE
                                   PIC X(06).
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  WC-P-PREMIUM        PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
       01  WCR-STATE-HEADING.
           03  FILLER              PIC X(36)      VALUE
               'TOTALS BY STATE'.
           03  FILLER              PIC X(14)      VALUE
               '    REPORTABLE'.
           03  FILLER              PIC X(13)      VALUE
               '  EST PREMIUM'.
           03  FILLER              PIC X(37)      VALUE SPACES.
       01  WCR-STATE-LINE.
           03  ST-P-STATE          PIC X(02)      VALUE SPACES.
           03  FILLER              PIC X(34)      VALUE SPACES.
           03  ST-P-PAYROLL        PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  ST-P-PREMIUM        PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(37)      VALUE SPACES.
       01  WCR-UNMATCHED-HEADING1.
           03  FILLER              PIC X(31)      VALUE
               'EMPLOYEES NOT PLACED OR PRICED'.
           03  FILLER              PIC X(40)      VALUE
               '- FIX WCCLASS.DAT BEFORE THE AUDIT'.
           03  FILLER              PIC X(29)      VALUE SPACES.
       01  WCR-UNMATCHED-HEADING2.
           03  FILLER              PIC X(06)      VALUE 'ID'.
           03  FILLER              PIC X(16)      VALUE 'NAME'.
           03  FILLER              PIC X(04)      VALUE 'LOC'.
           03  FILLER              PIC X(06)      VALUE 'TECH'.
           03  FILLER              PIC X(05)      VALUE 'CLS'.
           03  FILLER              PIC X(03)      VALUE 'ST'.
           03  FILLER              PIC X(26)      VALUE 'PROBLEM'.
           03  FILLER              PIC X(14)      VALUE
               '    REPORTABLE'.
           03  FILLER              PIC X(20)      VALUE SPACES.
       01  WCR-UNMATCHED-LINE.
           03  WU-P-EMP-ID         PIC X(05)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  WU-P-NAME           PIC X(15)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  WU-P-LOC            PIC X(03)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  WU-P-TECH           PIC X(05)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  WU-P-CLASS          PIC X(04)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  WU-P-STATE          PIC X(02)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  WU-P-PROBLEM        PIC X(25)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  WU-P-PAYROLL        PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(20)      VALUE SPACES.
       01  WCR-NOTE-LINE           PIC X(100)     VALUE SPACES.
       01  WCR-SUMMARY-LINE.
           03  WT-LABEL            PIC X(36)      VALUE SPACES.
           03  WT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(50)      VALUE SPACES.
       01  WCR-COUNT-LINE.
           03  WK-LABEL            PIC X(36)      VALUE SPACES.
           03  WK-COUNT            PIC Z,ZZZ,ZZ9  VALUE ZERO.
           03  FILLER              PIC X(55)      VALUE SPACES.
      *
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIAL-PARA
           PERFORM 1100-LOAD-MAPPING-PARA
           PERFORM 1200-LOAD-EMPLOYEES-PARA
           PERFORM 2000-SORT-PARA
           PERFORM 3000-PROCESS-SORTED-PARA
           PERFORM 8000-CLASS-REPORT-PARA
           PERFORM 8100-STATE-REPORT-PARA
           PERFORM 8200-UNMATCHED-REPORT-PARA
           PERFORM 9000-END-PARA
           STOP RUN.
      *
       1000-INITIAL-PARA.
           OPEN INPUT PAY-HIST-FILE
           IF WS-PHST-STAT NOT = '00'
               DISPLAY 'WCCOMP: UNABLE TO OPEN PAYHIST.DAT - STATUS '
                   WS-PHST-STAT
               STOP RUN
           END-IF
           CLOSE PAY-HIST-FILE
           DISPLAY 'ENTER FIRST PAY DATE (YYYYMMDD, BLANK FOR ALL): '
           ACCEPT WS-FROM-IN
           IF WS-FROM-IN NOT = SPACES
               IF WS-FROM-IN NUMERIC
                   MOVE WS-FROM-IN TO WS-FROM-DATE
               ELSE
                   DISPLAY 'WCCOMP: DATE MUST BE YYYYMMDD - '
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
                   DISPLAY 'WCCOMP: DATE MUST BE YYYYMMDD - '
                       'RUN REFUSED'
                   STOP RUN
               END-IF
           END-IF
           DISPLAY 'ARCHIVE GENERATION TO INCLUDE (OR BLANK): '
           ACCEPT WS-ARCH-NAME
           OPEN OUTPUT WC-REPORT
           MOVE WS-FROM-DATE TO WH-FROM
           MOVE WS-TO-DATE   TO WH-TO
           WRITE WC-REPORT-RECORD FROM WCR-HEADING-LINE1
           WRITE WC-REPORT-RECORD FROM WCR-HEADING-LINE2.
      *
      * The mapping is the whole point of the run - without it every
      * employee would come out unplaced, so a missing file stops.
       1100-LOAD-MAPPING-PARA.
           OPEN INPUT WC-CLASS-FILE
           IF WS-WCC-STAT NOT = '00'
               DISPLAY 'WCCOMP: UNABLE TO OPEN WCCLASS.DAT - STATUS '
                   WS-WCC-STAT
               MOVE 'NO CLASS-CODE MAPPING FILE - NOTHING REPORTED'
                   TO WCR-NOTE-LINE
               WRITE WC-REPORT-RECORD FROM WCR-NOTE-LINE
               CLOSE WC-REPORT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-WCC-EOF
               READ WC-CLASS-FILE
                   AT END
                       SET WS-WCC-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN WC-IS-RATE
                               PERFORM 1150-ADD-RATE-PARA
                           WHEN WC-IS-LOCATION
                               PERFORM 1160-ADD-LOCATION-PARA
                           WHEN WC-IS-EMPLOYEE
                               PERFORM 1170-ADD-OVERRIDE-PARA
                           WHEN OTHER
                               DISPLAY 'WCCOMP: WCCLASS.DAT RECORD '
                                   'TYPE ' WC-REC-TYPE ' IGNORED'
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE WC-CLASS-FILE.
      *
      * A rate row is also the class's payroll bucket. A second C
      * record for the same class and state replaces the first.
       1150-ADD-RATE-PARA.
           MOVE WC-C-CLASS TO WS-CL-CLASS
           MOVE WC-C-STATE TO WS-CL-STATE
           PERFORM 4300-FIND-CLASS-PARA
           MOVE WC-C-RATE TO WS-CR-RATE(WS-CR-SUB)
           MOVE WC-C-DESC TO WS-CR-DESC(WS-CR-SUB)
           MOVE 'Y'       TO WS-CR-RATED(WS-CR-SUB).
      *
       1160-ADD-LOCATION-PARA.
           IF WS-LM-COUNT < 500
               ADD 1 TO WS-LM-COUNT
               MOVE WC-L-LOC   TO WS-LM-LOC(WS-LM-COUNT)
               MOVE WC-L-TECH  TO WS-LM-TECH(WS-LM-COUNT)
               MOVE WC-L-CLASS TO WS-LM-CLASS(WS-LM-COUNT)
               MOVE WC-L-STATE TO WS-LM-STATE(WS-LM-COUNT)
           ELSE
               DISPLAY 'WCCOMP: WS-LM-TABLE OVERFLOW - '
                   'RAISE THE LIMIT BEFORE RERUNNING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       1170-ADD-OVERRIDE-PARA.
           IF WS-EO-COUNT < 2000
               ADD 1 TO WS-EO-COUNT
               MOVE WC-E-EMP-ID TO WS-EO-EMP-ID(WS-EO-COUNT)
               MOVE WC-E-CLASS  TO WS-EO-CLASS(WS-EO-COUNT)
               MOVE WC-E-STATE  TO WS-EO-STATE(WS-EO-COUNT)
           ELSE
               DISPLAY 'WCCOMP: WS-EO-TABLE OVERFLOW - '
                   'RAISE THE LIMIT BEFORE RERUNNING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      * The tech for each employee from the current master. No
      * master at all just means only location-wide mapping applies.
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
                           MOVE EMP-TECH TO WS-EM-TECH(WS-EM-IDX)
                        ELSE
                           DISPLAY 'WCCOMP: WS-EM-TABLE OVERFLOW - '
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
           SORT WC-WORK
               ON ASCENDING KEY SW-EMP-ID SW-PERIOD SW-DATE SW-KIND
               INPUT PROCEDURE IS 2100-RELEASE-PARA
               GIVING WC-SORTED.
      *
      * Releases the archive generation (if one was named and opens),
      * the live history and the earnings history. The date range is
      * not applied here - a reversal or premium can sit on either
      * side of it from the payment it belongs to.
       2100-RELEASE-PARA.
           IF WS-ARCH-NAME NOT = SPACES
               OPEN INPUT PAYHIST-ARCHIVE
               IF WS-ARCH-STAT NOT = '00'
                   DISPLAY 'WCCOMP: ARCHIVE ' WS-ARCH-NAME
                       ' NOT AVAILABLE - STATUS ' WS-ARCH-STAT
                       ' - LIVE HISTORY ONLY'
               ELSE
                   MOVE 'N' TO WS-HIST-EOF-FLAG
                   PERFORM UNTIL WS-HIST-EOF
                       READ PAYHIST-ARCHIVE
                           AT END
                               SET WS-HIST-EOF TO TRUE
                           NOT AT END
                               MOVE PAYHIST-ARCHIVE-RECORD
                                   TO PAY-HIST-RECORD
                               PERFORM 2200-RELEASE-HIST-PARA
                       END-READ
                   END-PERFORM
                   CLOSE PAYHIST-ARCHIVE
               END-IF
           END-IF
           OPEN INPUT PAY-HIST-FILE
           MOVE 'N' TO WS-HIST-EOF-FLAG
           PERFORM UNTIL WS-HIST-EOF
               READ PAY-HIST-FILE
                   AT END
                       SET WS-HIST-EOF TO TRUE
                   NOT AT END
                       PERFORM 2200-RELEASE-HIST-PARA
               END-READ
           END-PERFORM
           CLOSE PAY-HIST-FILE
           OPEN INPUT EARN-HIST-FILE
           IF WS-TERN-STAT = '00'
               PERFORM UNTIL WS-TERN-EOF
                   READ EARN-HIST-FILE
                       AT END
                           SET WS-TERN-EOF TO TRUE
                       NOT AT END
                           PERFORM 2300-RELEASE-EARN-PARA
                   END-READ
               END-PERFORM
               CLOSE EARN-HIST-FILE
           END-IF.
      *
       2200-RELEASE-HIST-PARA.
           IF PH-IS-HEADER OR PH-IS-REVERSAL
               MOVE SPACES      TO WC-WORK-RECORD
               MOVE PH-EMP-ID   TO SW-EMP-ID
               MOVE PH-PERIOD   TO SW-PERIOD
               MOVE PH-RUN-DATE TO SW-DATE
               MOVE ZERO        TO SW-PAY-DATE
               MOVE ZERO        TO SW-GROSS
               MOVE ZERO        TO SW-OT-PREM
               IF PH-IS-HEADER
                   MOVE '2'         TO SW-KIND
                   MOVE PH-NAME     TO SW-NAME
                   MOVE PH-LOC      TO SW-LOC
                   MOVE PH-GROSS    TO SW-GROSS
                   IF PH-PAY-DATE NUMERIC AND PH-PAY-DATE NOT = ZERO
                       MOVE PH-PAY-DATE TO SW-PAY-DATE
                   ELSE
                       MOVE PH-RUN-DATE TO SW-PAY-DATE
                   END-IF
               ELSE
                   MOVE '3'         TO SW-KIND
               END-IF
               RELEASE WC-WORK-RECORD
               ADD 1 TO WS-RELEASE-CNT
           END-IF.
      *
       2300-RELEASE-EARN-PARA.
           MOVE SPACES      TO WC-WORK-RECORD
           MOVE TE-EMP-ID   TO SW-EMP-ID
           MOVE TE-PERIOD   TO SW-PERIOD
           MOVE TE-RUN-DATE TO SW-DATE
           MOVE '1'         TO SW-KIND
           MOVE ZERO        TO SW-PAY-DATE
           MOVE ZERO        TO SW-GROSS
           MOVE TE-OT-PREM  TO SW-OT-PREM
           RELEASE WC-WORK-RECORD
           ADD 1 TO WS-RELEASE-CNT.
      *
      * Walks the sorted stream one employee and period at a time. A
      * payment is held rather than counted at once, since a later
      * reversal of it has to take it back out; it is counted when
      * the next payment or the next period comes along.
      *
      * A TIMECALC premium waits for the first payment after it. A
      * reversal hands the reversed payment's premium back, so a
      * reissue of the period is rated the same way; a period paid
      * again with no reversal between (or a premium left over from
      * the same period number a year earlier) is not given it.
       3000-PROCESS-SORTED-PARA.
           OPEN INPUT WC-SORTED
           PERFORM 3050-READ-SORTED-PARA
           PERFORM UNTIL WS-SS-EOF
               IF SS-EMP-ID NOT = WS-BRK-EMP-ID
                  OR SS-PERIOD NOT = WS-BRK-PERIOD
                   PERFORM 3500-TAKE-PAYMENT-PARA
                   MOVE SS-EMP-ID TO WS-BRK-EMP-ID
                   MOVE SS-PERIOD TO WS-BRK-PERIOD
                   MOVE 'N'       TO WS-OTP-FLAG
                   MOVE ZERO      TO WS-OTP-AMT
               END-IF
               EVALUATE TRUE
                   WHEN SS-IS-EARNINGS
                       SET WS-OTP-WAITING TO TRUE
                       MOVE SS-OT-PREM TO WS-OTP-AMT
                   WHEN SS-IS-PAYMENT
                       PERFORM 3100-PAYMENT-PARA
                   WHEN SS-IS-REVERSAL
                       PERFORM 3200-REVERSAL-PARA
               END-EVALUATE
               PERFORM 3050-READ-SORTED-PARA
           END-PERFORM
           PERFORM 3500-TAKE-PAYMENT-PARA
           CLOSE WC-SORTED.
      *
       3050-READ-SORTED-PARA.
           READ WC-SORTED
               AT END
                   SET WS-SS-EOF TO TRUE
           END-READ.
      *
       3100-PAYMENT-PARA.
           PERFORM 3500-TAKE-PAYMENT-PARA
           SET WS-PD-HELD TO TRUE
           MOVE SS-EMP-ID   TO WS-PD-EMP-ID
           MOVE SS-NAME     TO WS-PD-NAME
           MOVE SS-LOC      TO WS-PD-LOC
           MOVE SS-GROSS    TO WS-PD-GROSS
           MOVE SS-PAY-DATE TO WS-PAY-DATE
           IF WS-PAY-DATE >= WS-FROM-DATE AND WS-PAY-DATE <= WS-TO-DATE
               SET WS-PD-IN-RANGE TO TRUE
           ELSE
               MOVE 'N' TO WS-PD-RANGE-FLAG
           END-IF
           IF WS-OTP-WAITING
               MOVE WS-OTP-AMT TO WS-PD-OT-PREM
               MOVE 'N'        TO WS-OTP-FLAG
           ELSE
               MOVE ZERO       TO WS-PD-OT-PREM
           END-IF
           IF WS-PD-OT-PREM > WS-PD-GROSS
               MOVE WS-PD-GROSS TO WS-PD-OT-PREM
           END-IF.
      *
       3200-REVERSAL-PARA.
           IF WS-PD-HELD
               IF WS-PD-IN-RANGE
                   ADD 1 TO WS-REV-CNT
               END-IF
               IF WS-PD-OT-PREM > ZERO
                   SET WS-OTP-WAITING TO TRUE
                   MOVE WS-PD-OT-PREM TO WS-OTP-AMT
               END-IF
               MOVE 'N' TO WS-PD-FLAG
           END-IF.
      *
      * Counts the held payment, if it falls inside the date range,
      * into its class and state.
       3500-TAKE-PAYMENT-PARA.
           IF WS-PD-HELD
               IF WS-PD-IN-RANGE
                   ADD 1 TO WS-PAID-CNT
                   COMPUTE WS-CL-PAYROLL = WS-PD-GROSS - WS-PD-OT-PREM
                   ADD WS-PD-GROSS   TO WS-TOT-GROSS
                   ADD WS-PD-OT-PREM TO WS-TOT-OT-PREM
                   PERFORM 4000-CLASSIFY-PARA
                   IF WS-CL-NO-CLASS
                       PERFORM 4400-ADD-UNMATCHED-PARA
                   ELSE
                       PERFORM 4300-FIND-CLASS-PARA
                       ADD WS-PD-GROSS
                           TO WS-CR-GROSS(WS-CR-SUB)
                       ADD WS-PD-OT-PREM
                           TO WS-CR-OT-PREM(WS-CR-SUB)
                       ADD WS-CL-PAYROLL
                           TO WS-CR-PAYROLL(WS-CR-SUB)
                       IF NOT WS-CR-HAS-RATE(WS-CR-SUB)
                           SET WS-CL-NO-RATE TO TRUE
                           PERFORM 4400-ADD-UNMATCHED-PARA
                       END-IF
                   END-IF
               END-IF
               MOVE 'N' TO WS-PD-FLAG
           END-IF.
      *
      * Places the held payment: the employee's override first, then
      * the location and tech, then the location alone. Leaves the
      * class and state, or the no-class reason.
       4000-CLASSIFY-PARA.
           MOVE SPACES TO WS-CL-TECH
           MOVE SPACES TO WS-CL-CLASS
           MOVE SPACES TO WS-CL-STATE
           MOVE SPACES TO WS-CL-REASON
           IF WS-EM-COUNT > ZERO
              SET WS-EM-IDX TO 1
              SEARCH WS-EM-ENTRIES VARYING WS-EM-IDX
                  AT END
                      CONTINUE
                  WHEN WS-EM-ID(WS-EM-IDX) = WS-PD-EMP-ID
                      MOVE WS-EM-TECH(WS-EM-IDX) TO WS-CL-TECH
              END-SEARCH
           END-IF
           PERFORM VARYING WS-EO-SUB FROM 1 BY 1
                   UNTIL WS-EO-SUB > WS-EO-COUNT
                      OR WS-CL-CLASS NOT = SPACES
               IF WS-EO-EMP-ID(WS-EO-SUB) = WS-PD-EMP-ID
                   MOVE WS-EO-CLASS(WS-EO-SUB) TO WS-CL-CLASS
                   MOVE WS-EO-STATE(WS-EO-SUB) TO WS-CL-STATE
               END-IF
           END-PERFORM
           IF WS-CL-CLASS = SPACES
               PERFORM VARYING WS-LM-SUB FROM 1 BY 1
                       UNTIL WS-LM-SUB > WS-LM-COUNT
                          OR WS-CL-CLASS NOT = SPACES
                   IF WS-LM-LOC(WS-LM-SUB) = WS-PD-LOC
                      AND WS-LM-TECH(WS-LM-SUB) = WS-CL-TECH
                      AND WS-CL-TECH NOT = SPACES
                       MOVE WS-LM-CLASS(WS-LM-SUB) TO WS-CL-CLASS
                       MOVE WS-LM-STATE(WS-LM-SUB) TO WS-CL-STATE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CL-CLASS = SPACES
               PERFORM VARYING WS-LM-SUB FROM 1 BY 1
                       UNTIL WS-LM-SUB > WS-LM-COUNT
                          OR WS-CL-CLASS NOT = SPACES
                   IF WS-LM-LOC(WS-LM-SUB) = WS-PD-LOC
                      AND WS-LM-TECH(WS-LM-SUB) = SPACES
                       MOVE WS-LM-CLASS(WS-LM-SUB) TO WS-CL-CLASS
                       MOVE WS-LM-STATE(WS-LM-SUB) TO WS-CL-STATE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CL-CLASS NOT = SPACES AND WS-CL-STATE = SPACES
               PERFORM 4100-LOCATION-STATE-PARA
           END-IF
           IF WS-CL-CLASS = SPACES OR WS-CL-STATE = SPACES
               SET WS-CL-NO-CLASS TO TRUE
           END-IF.
      *
      * An override with no state of its own takes the state of any
      * L record for the employee's location.
       4100-LOCATION-STATE-PARA.
           PERFORM VARYING WS-LM-SUB FROM 1 BY 1
                   UNTIL WS-LM-SUB > WS-LM-COUNT
                      OR WS-CL-STATE NOT = SPACES
               IF WS-LM-LOC(WS-LM-SUB) = WS-PD-LOC
                   MOVE WS-LM-STATE(WS-LM-SUB) TO WS-CL-STATE
               END-IF
           END-PERFORM.
      *
      * Finds the class row for WS-CL-CLASS and WS-CL-STATE, adding
      * an unrated one when the mapping names a class and state no
      * C record prices. WS-CR-SUB is left on the row.
       4300-FIND-CLASS-PARA.
           MOVE 'N' TO WS-CR-FOUND-FLAG
           PERFORM VARYING WS-CR-SUB FROM 1 BY 1
                   UNTIL WS-CR-SUB > WS-CR-COUNT OR WS-CR-FOUND
               IF WS-CR-CLASS(WS-CR-SUB) = WS-CL-CLASS
                  AND WS-CR-STATE(WS-CR-SUB) = WS-CL-STATE
                   SET WS-CR-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-CR-FOUND
               SUBTRACT 1 FROM WS-CR-SUB
           ELSE
               IF WS-CR-COUNT < 300
                   ADD 1 TO WS-CR-COUNT
                   MOVE WS-CR-COUNT TO WS-CR-SUB
                   MOVE WS-CL-CLASS TO WS-CR-CLASS(WS-CR-SUB)
                   MOVE WS-CL-STATE TO WS-CR-STATE(WS-CR-SUB)
                   MOVE ZERO        TO WS-CR-RATE(WS-CR-SUB)
                   MOVE SPACES      TO WS-CR-DESC(WS-CR-SUB)
                   MOVE 'N'         TO WS-CR-RATED(WS-CR-SUB)
                   MOVE ZERO        TO WS-CR-GROSS(WS-CR-SUB)
                   MOVE ZERO        TO WS-CR-OT-PREM(WS-CR-SUB)
                   MOVE ZERO        TO WS-CR-PAYROLL(WS-CR-SUB)
               ELSE
                   DISPLAY 'WCCOMP: WS-CR-TABLE OVERFLOW - '
                       'RAISE THE LIMIT BEFORE RERUNNING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *
      * One line per employee, location and problem, the payroll
      * behind it summed across the periods.
       4400-ADD-UNMATCHED-PARA.
           MOVE 'N' TO WS-UM-FOUND-FLAG
           PERFORM VARYING WS-UM-SUB FROM 1 BY 1
                   UNTIL WS-UM-SUB > WS-UM-COUNT OR WS-UM-FOUND
               IF WS-UM-EMP-ID(WS-UM-SUB) = WS-PD-EMP-ID
                  AND WS-UM-LOC(WS-UM-SUB) = WS-PD-LOC
                  AND WS-UM-REASON(WS-UM-SUB) = WS-CL-REASON
                   SET WS-UM-FOUND TO TRUE
                   ADD WS-CL-PAYROLL TO WS-UM-PAYROLL(WS-UM-SUB)
               END-IF
           END-PERFORM
           IF NOT WS-UM-FOUND
               IF WS-UM-COUNT < 2000
                   ADD 1 TO WS-UM-COUNT
                   MOVE WS-PD-EMP-ID  TO WS-UM-EMP-ID(WS-UM-COUNT)
                   MOVE WS-PD-NAME    TO WS-UM-NAME(WS-UM-COUNT)
                   MOVE WS-PD-LOC     TO WS-UM-LOC(WS-UM-COUNT)
                   MOVE WS-CL-TECH    TO WS-UM-TECH(WS-UM-COUNT)
                   MOVE WS-CL-CLASS   TO WS-UM-CLASS(WS-UM-COUNT)
                   MOVE WS-CL-STATE   TO WS-UM-STATE(WS-UM-COUNT)
                   MOVE WS-CL-REASON  TO WS-UM-REASON(WS-UM-COUNT)
                   MOVE WS-CL-PAYROLL TO WS-UM-PAYROLL(WS-UM-COUNT)
               ELSE
                   DISPLAY 'WCCOMP: WS-UM-TABLE OVERFLOW - '
                       'RAISE THE LIMIT BEFORE RERUNNING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-CL-NO-CLASS
               ADD WS-CL-PAYROLL TO WS-TOT-UNPLACED
           END-IF.
      *
      * One line per class and state, in WCCLASS.DAT order with any
      * unrated classes after. The premium is figured on the period's
      * total, not summed per payment, the way the carrier bills it.
       8000-CLASS-REPORT-PARA.
           PERFORM VARYING WS-CR-SUB FROM 1 BY 1
                   UNTIL WS-CR-SUB > WS-CR-COUNT
               IF WS-CR-GROSS(WS-CR-SUB) > ZERO
                   MOVE ZERO TO WS-PREMIUM
                   MOVE WS-CR-CLASS(WS-CR-SUB)   TO WC-P-CLASS
                   MOVE WS-CR-STATE(WS-CR-SUB)   TO WC-P-STATE
                   MOVE WS-CR-GROSS(WS-CR-SUB)   TO WC-P-GROSS
                   MOVE WS-CR-OT-PREM(WS-CR-SUB) TO WC-P-OT-PREM
                   MOVE WS-CR-PAYROLL(WS-CR-SUB) TO WC-P-PAYROLL
                   IF WS-CR-HAS-RATE(WS-CR-SUB)
                       MOVE WS-CR-DESC(WS-CR-SUB) TO WC-P-DESC
                       MOVE WS-CR-RATE(WS-CR-SUB) TO WC-P-RATE
                       COMPUTE WS-PREMIUM ROUNDED =
                           WS-CR-PAYROLL(WS-CR-SUB)
                           * WS-CR-RATE(WS-CR-SUB) / 100
                   ELSE
                       MOVE '** NO RATE ON FILE' TO WC-P-DESC
                       MOVE ' NONE ' TO WC-P-NO-RATE
                   END-IF
                   MOVE WS-PREMIUM TO WC-P-PREMIUM
                   WRITE WC-REPORT-RECORD FROM WCR-CLASS-LINE
                   ADD WS-CR-PAYROLL(WS-CR-SUB) TO WS-TOT-PAYROLL
                   ADD WS-PREMIUM               TO WS-TOT-PREMIUM
                   PERFORM 8050-ADD-STATE-PARA
               END-IF
           END-PERFORM
           IF WS-TOT-PAYROLL = ZERO
               MOVE 'NO CLASSIFIED PAYROLL IN THE DATE RANGE'
                   TO WCR-NOTE-LINE
               WRITE WC-REPORT-RECORD FROM WCR-NOTE-LINE
           END-IF.
      *
       8050-ADD-STATE-PARA.
           MOVE 'N' TO WS-ST-FOUND-FLAG
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-ST-COUNT OR WS-ST-FOUND
               IF WS-ST-STATE(WS-ST-SUB) = WS-CR-STATE(WS-CR-SUB)
                   SET WS-ST-FOUND TO TRUE
                   ADD WS-CR-PAYROLL(WS-CR-SUB)
                       TO WS-ST-PAYROLL(WS-ST-SUB)
                   ADD WS-PREMIUM TO WS-ST-PREMIUM(WS-ST-SUB)
               END-IF
           END-PERFORM
           IF NOT WS-ST-FOUND
               IF WS-ST-COUNT < 60
                   ADD 1 TO WS-ST-COUNT
                   MOVE WS-CR-STATE(WS-CR-SUB)
                       TO WS-ST-STATE(WS-ST-COUNT)
                   MOVE WS-CR-PAYROLL(WS-CR-SUB)
                       TO WS-ST-PAYROLL(WS-ST-COUNT)
                   MOVE WS-PREMIUM TO WS-ST-PREMIUM(WS-ST-COUNT)
               ELSE
                   DISPLAY 'WCCOMP: WS-ST-TABLE OVERFLOW - '
                       'RAISE THE LIMIT BEFORE RERUNNING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *
       8100-STATE-REPORT-PARA.
           MOVE SPACES TO WC-REPORT-RECORD
           WRITE WC-REPORT-RECORD
           WRITE WC-REPORT-RECORD FROM WCR-STATE-HEADING
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-ST-COUNT
               MOVE WS-ST-STATE(WS-ST-SUB)   TO ST-P-STATE
               MOVE WS-ST-PAYROLL(WS-ST-SUB) TO ST-P-PAYROLL
               MOVE WS-ST-PREMIUM(WS-ST-SUB) TO ST-P-PREMIUM
               WRITE WC-REPORT-RECORD FROM WCR-STATE-LINE
           END-PERFORM.
      *
       8200-UNMATCHED-REPORT-PARA.
           MOVE SPACES TO WC-REPORT-RECORD
           WRITE WC-REPORT-RECORD
           WRITE WC-REPORT-RECORD FROM WCR-UNMATCHED-HEADING1
           IF WS-UM-COUNT = ZERO
               MOVE 'NONE - EVERY EMPLOYEE PLACED AND PRICED'
                   TO WCR-NOTE-LINE
               WRITE WC-REPORT-RECORD FROM WCR-NOTE-LINE
           ELSE
               WRITE WC-REPORT-RECORD FROM WCR-UNMATCHED-HEADING2
           END-IF
           PERFORM VARYING WS-UM-SUB FROM 1 BY 1
                   UNTIL WS-UM-SUB > WS-UM-COUNT
               MOVE WS-UM-EMP-ID(WS-UM-SUB)  TO WU-P-EMP-ID
               MOVE WS-UM-NAME(WS-UM-SUB)    TO WU-P-NAME
               MOVE WS-UM-LOC(WS-UM-SUB)     TO WU-P-LOC
               MOVE WS-UM-TECH(WS-UM-SUB)    TO WU-P-TECH
               MOVE WS-UM-CLASS(WS-UM-SUB)   TO WU-P-CLASS
               MOVE WS-UM-STATE(WS-UM-SUB)   TO WU-P-STATE
               IF WS-UM-REASON(WS-UM-SUB) = 'C'
                   MOVE 'MATCHES NO CLASS'   TO WU-P-PROBLEM
               ELSE
                   MOVE 'CLASS HAS NO RATE'  TO WU-P-PROBLEM
               END-IF
               MOVE WS-UM-PAYROLL(WS-UM-SUB) TO WU-P-PAYROLL
               WRITE WC-REPORT-RECORD FROM WCR-UNMATCHED-LINE
           END-PERFORM.
      *
       9000-END-PARA.
           MOVE SPACES TO WC-REPORT-RECORD
           WRITE WC-REPORT-RECORD
           MOVE 'PERIODS PAID IN RANGE'          TO WK-LABEL
           MOVE WS-PAID-CNT                      TO WK-COUNT
           WRITE WC-REPORT-RECORD FROM WCR-COUNT-LINE
           MOVE 'REVERSED PERIODS LEFT OUT'      TO WK-LABEL
           MOVE WS-REV-CNT                       TO WK-COUNT
           WRITE WC-REPORT-RECORD FROM WCR-COUNT-LINE
           MOVE 'GROSS WAGES PAID'               TO WT-LABEL
           MOVE WS-TOT-GROSS                     TO WT-AMOUNT
           WRITE WC-REPORT-RECORD FROM WCR-SUMMARY-LINE
           MOVE 'LESS OVERTIME PREMIUM'          TO WT-LABEL
           MOVE WS-TOT-OT-PREM                   TO WT-AMOUNT
           WRITE WC-REPORT-RECORD FROM WCR-SUMMARY-LINE
           MOVE 'REPORTABLE PAYROLL - CLASSIFIED' TO WT-LABEL
           MOVE WS-TOT-PAYROLL                   TO WT-AMOUNT
           WRITE WC-REPORT-RECORD FROM WCR-SUMMARY-LINE
           MOVE 'REPORTABLE PAYROLL - NOT PLACED' TO WT-LABEL
           MOVE WS-TOT-UNPLACED                   TO WT-AMOUNT
           WRITE WC-REPORT-RECORD FROM WCR-SUMMARY-LINE
           MOVE 'ESTIMATED PREMIUM'              TO WT-LABEL
           MOVE WS-TOT-PREMIUM                   TO WT-AMOUNT
           WRITE WC-REPORT-RECORD FROM WCR-SUMMARY-LINE
           CLOSE WC-REPORT
           DISPLAY 'WCCOMP: ' WS-PAID-CNT ' PERIODS PAID, '
               WS-UM-COUNT ' EMPLOYEE PROBLEMS - SEE WCCOMP.REP'
           IF WS-UM-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
