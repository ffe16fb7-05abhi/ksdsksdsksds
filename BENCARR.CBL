       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENCARR.
      *****************************************************************
      * BENCARR
      * Monthly benefits carrier eligibility and premium
      * reconciliation. PROG06 withholds the employee's share of each
      * benefit as a typed deduction line (INS) and works out the
      * company's share from EMPRTBL.DAT as an employer-cost line of
      * the same type; FH06 keeps both on the permanent pay history
      * (PAYHIST.DAT D and E records). The carriers, though, never
      * heard from us who was covered - their invoices were checked
      * against headcount by eye, and premiums went on being paid for
      * people terminated months before. For each carrier this run:
      *
      *   1. writes the carrier's eligibility file, BENEcccc.DAT
      *      (cccc = the carrier code), holding only what changed
      *      since the last file sent: an A for each newly covered
      *      employee, a T for each one no longer covered, a C for
      *      each one whose name, birth date, location, department
      *      or address changed. Covered means active on EMPFILE.DAT
      *      (at the carrier's location, when it is limited to one);
      *      the address is the EMPADDR.DAT row.
      *   2. reads the carrier's invoice detail, BENIcccc.DAT, and
      *      compares it employee by employee with what we withheld
      *      and contributed on the carrier's deduction type for the
      *      billing month - the D and E lines of every period whose
      *      pay date falls in the month, leaving out a payment
      *      PAYREV later reversed (V stamp). The report lists the
      *      people billed who are not ours (not covered and nothing
      *      taken for them), the people ours who are not billed, and
      *      every difference between the billed amount and our
      *      withheld plus employer total beyond the carrier's
      *      tolerance.
      *
      * What was last sent is kept per carrier on BENScccc.DAT - the
      * full covered list as of the file, with the billing month in
      * its header. The first run for a month moves it to BENPcccc.DAT
      * and compares against that; a rerun for the same month
      * compares against BENPcccc.DAT again, so it writes the same
      * adds, terms and changes instead of an empty file. With no
      * snapshot at all (a new carrier) every covered employee is
      * sent as an add.
      *
      * BENCARR.DAT, when present, replaces the compiled carrier
      * table (one carrier, HLTH, billing the INS type for every
      * location). Each 40-byte row is the carrier code, its name,
      * the deduction/employer-cost type it bills, a location
      * (blank for all) and the tolerance in dollars an employee's
      * billed amount may differ from ours before it is reported.
      *
      * The billing month YYYYMM is answered from the console
      * (instream input in batch; blank for the month of the run
      * date). Written to BENCARR.REP. RETURN-CODE 4 when any
      * carrier has a finding or sent no invoice file.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARRIER-FILE     ASSIGN TO 'BENCARR.DAT'
                                    FILE STATUS IS WS-CARR-STAT.
           SELECT EMP-FILE         ASSIGN TO 'EMPFILE.DAT'
                                    FILE STATUS IS WS-EMP-STAT.
           SELECT ADDR-FILE        ASSIGN TO 'EMPADDR.DAT'
                                    FILE STATUS IS WS-ADDR-STAT.
           SELECT ELIG-FILE        ASSIGN TO DYNAMIC WS-ELIG-NAME
                                    FILE STATUS IS WS-ELIG-STAT.
           SELECT SNAP-FILE        ASSIGN TO DYNAMIC WS-SNAP-NAME
                                    FILE STATUS IS WS-SNAP-STAT.
           SELECT PRIOR-FILE       ASSIGN TO DYNAMIC WS-PRIOR-NAME
                                    FILE STATUS IS WS-PRIOR-STAT.
           SELECT INVOICE-FILE     ASSIGN TO DYNAMIC WS-INV-NAME
                                    FILE STATUS IS WS-INV-STAT.
           SELECT PAY-HIST-FILE    ASSIGN TO 'PAYHIST.DAT'
                                    FILE STATUS IS WS-PHST-STAT.
           SELECT BC-WORK          ASSIGN TO 'BENCWORK.DAT'.
           SELECT BC-SORTED        ASSIGN TO 'BENCSORT.DAT'.
           SELECT BC-REPORT        ASSIGN TO 'BENCARR.REP'.

       DATA DIVISION.
       FILE SECTION.
      * Carrier table - see the banner.
       FD  CARRIER-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  CARRIER-RECORD.
           03  CF-CARRIER          PIC X(04).
           03  CF-NAME             PIC X(20).
           03  CF-TYPE             PIC X(04).
           03  CF-LOC              PIC X(03).
           03  CF-TOLERANCE        PIC 9(03)V99.
           03  FILLER              PIC X(04).

       FD  EMP-FILE
           RECORD CONTAINS 79 CHARACTERS
           RECORDING MODE IS F.
           COPY EMPREC.

      * Companion address/contact file ADDRMNT maintains, in EMP-ID
      * order. An employee with no row is sent with a blank address.
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

      * Eligibility file sent to the carrier, 150 bytes: an H header
      * (carrier, name, billing month, run date), one D record per
      * add, term or change in EMP-ID order, and a T trailer with the
      * counts. The event date is the run date - the master carries
      * no hire or termination date for the carrier to use instead.
      * The snapshot files BENScccc.DAT/BENPcccc.DAT use the same
      * layout with the action byte blank.
       FD  ELIG-FILE
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.
       01  ELIG-RECORD.
           03  EL-REC-TYPE         PIC X(01).
               88  EL-IS-HEADER            VALUE 'H'.
               88  EL-IS-DETAIL            VALUE 'D'.
               88  EL-IS-TRAILER           VALUE 'T'.
           03  EL-BODY             PIC X(149).
           03  EL-DETAIL-BODY      REDEFINES EL-BODY.
               05  EL-ACTION       PIC X(01).
               05  EL-EMP-ID       PIC X(05).
               05  EL-MEMBER.
                   07  EL-NAME     PIC X(15).
                   07  EL-DOB      PIC X(08).
                   07  EL-LOC      PIC X(03).
                   07  EL-DEPT     PIC X(04).
                   07  EL-STREET1  PIC X(30).
                   07  EL-STREET2  PIC X(30).
                   07  EL-CITY     PIC X(20).
                   07  EL-STATE    PIC X(02).
                   07  EL-ZIP      PIC X(10).
               05  EL-EVENT-DATE   PIC 9(08).
               05  FILLER          PIC X(13).
           03  EL-HEADER-BODY      REDEFINES EL-BODY.
               05  EL-H-CARRIER    PIC X(04).
               05  EL-H-NAME       PIC X(20).
               05  EL-H-MONTH      PIC 9(06).
               05  EL-H-RUN-DATE   PIC 9(08).
               05  FILLER          PIC X(111).
           03  EL-TRAILER-BODY     REDEFINES EL-BODY.
               05  EL-T-ADDS       PIC 9(06).
               05  EL-T-TERMS      PIC 9(06).
               05  EL-T-CHANGES    PIC 9(06).
               05  EL-T-COVERED    PIC 9(06).
               05  FILLER          PIC X(125).

      * What was last sent - the covered list as of the file.
       FD  SNAP-FILE
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.
       01  SNAP-RECORD.
           03  SN-REC-TYPE         PIC X(01).
               88  SN-IS-HEADER            VALUE 'H'.
               88  SN-IS-DETAIL            VALUE 'D'.
           03  SN-BODY             PIC X(149).
           03  SN-DETAIL-BODY      REDEFINES SN-BODY.
               05  SN-ACTION       PIC X(01).
               05  SN-EMP-ID       PIC X(05).
               05  SN-NAME         PIC X(15).
               05  FILLER          PIC X(128).
           03  SN-HEADER-BODY      REDEFINES SN-BODY.
               05  SN-H-CARRIER    PIC X(04).
               05  SN-H-NAME       PIC X(20).
               05  SN-H-MONTH      PIC 9(06).
               05  FILLER          PIC X(119).

      * The snapshot the current month is compared against.
       FD  PRIOR-FILE
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.
       01  PRIOR-RECORD.
           03  PR-REC-TYPE         PIC X(01).
               88  PR-IS-DETAIL            VALUE 'D'.
           03  PR-BODY             PIC X(149).
           03  PR-DETAIL-BODY      REDEFINES PR-BODY.
               05  PR-ACTION       PIC X(01).
               05  PR-EMP-ID       PIC X(05).
               05  PR-MEMBER       PIC X(122).
               05  PR-EVENT-DATE   PIC 9(08).
               05  FILLER          PIC X(13).

      * Carrier invoice detail, 40 bytes, one line per employee
      * charge in any order: carrier code, coverage month, EMP-ID,
      * the carrier's name for the employee, and the premium billed
      * (negative for a credit). Every line on the file counts
      * toward the employee's billed amount - a retro charge or
      * credit for an earlier month is part of what we are asked to
      * pay this month.
       FD  INVOICE-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  INVOICE-RECORD.
           03  IV-CARRIER          PIC X(04).
           03  IV-MONTH            PIC 9(06).
           03  IV-EMP-ID           PIC X(05).
           03  IV-NAME             PIC X(15).
           03  IV-PREMIUM          PIC S9(05)V99
                                    SIGN LEADING SEPARATE.
           03  FILLER              PIC X(02).

      * Permanent pay history - see FH06's FD for the record types.
      * The period headers, the typed deduction (D) and employer-cost
      * (E) lines behind them, and the reversal stamps are used.
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
               88  PH-IS-EMPLOYER          VALUE 'E'.
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

      * One record released to the sort from 4100-RELEASE-PARA. Per
      * employee the covered-list entry (kind 1) and the invoice
      * lines (2) come first, then the history by period and date:
      * a period header (3) ahead of the D and E lines written with
      * it (4) ahead of a reversal of that payment (5).
       SD  BC-WORK.
       01  BC-WORK-RECORD.
           03  SW-EMP-ID           PIC X(05).
           03  SW-PERIOD           PIC 9(03).
           03  SW-DATE             PIC 9(08).
           03  SW-KIND             PIC X(01).
           03  SW-PAY-DATE         PIC 9(08).
           03  SW-NAME             PIC X(15).
           03  SW-SIDE             PIC X(01).
           03  SW-AMOUNT           PIC S9(07)V99
                                    SIGN LEADING SEPARATE.

       FD  BC-SORTED
           RECORD CONTAINS 51 CHARACTERS
           RECORDING MODE IS F.
       01  BC-SORTED-RECORD.
           03  SS-EMP-ID           PIC X(05).
           03  SS-PERIOD           PIC 9(03).
           03  SS-DATE             PIC 9(08).
           03  SS-KIND             PIC X(01).
               88  SS-IS-COVERED           VALUE '1'.
               88  SS-IS-BILLED            VALUE '2'.
               88  SS-IS-PAYMENT           VALUE '3'.
               88  SS-IS-LINE              VALUE '4'.
               88  SS-IS-REVERSAL          VALUE '5'.
           03  SS-PAY-DATE         PIC 9(08).
           03  SS-PAY-MONTH        REDEFINES SS-PAY-DATE.
               05  SS-PAY-YYYYMM   PIC 9(06).
               05  FILLER          PIC 9(02).
           03  SS-NAME             PIC X(15).
           03  SS-SIDE             PIC X(01).
               88  SS-WITHHELD             VALUE 'D'.
               88  SS-EMPLOYER             VALUE 'E'.
           03  SS-AMOUNT           PIC S9(07)V99
                                    SIGN LEADING SEPARATE.

       FD  BC-REPORT
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  BC-REPORT-RECORD        PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CARR-STAT            PIC X(02)      VALUE SPACES.
       01  WS-EMP-STAT             PIC X(02)      VALUE SPACES.
       01  WS-ADDR-STAT            PIC X(02)      VALUE SPACES.
       01  WS-ELIG-STAT            PIC X(02)      VALUE SPACES.
       01  WS-SNAP-STAT            PIC X(02)      VALUE SPACES.
       01  WS-PRIOR-STAT           PIC X(02)      VALUE SPACES.
       01  WS-INV-STAT             PIC X(02)      VALUE SPACES.
       01  WS-PHST-STAT            PIC X(02)      VALUE SPACES.
       01  WS-ELIG-NAME            PIC X(20)      VALUE SPACES.
       01  WS-SNAP-NAME            PIC X(20)      VALUE SPACES.
       01  WS-PRIOR-NAME           PIC X(20)      VALUE SPACES.
       01  WS-INV-NAME             PIC X(20)      VALUE SPACES.
       01  WS-CARR-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-CARR-EOF                 VALUE 'Y'.
       01  WS-EMP-EOF-FLAG         PIC X(01)      VALUE 'N'.
           88  WS-EMP-EOF                  VALUE 'Y'.
       01  WS-ADDR-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-ADDR-EOF                 VALUE 'Y'.
       01  WS-SNAP-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-SNAP-EOF                 VALUE 'Y'.
       01  WS-PRIOR-EOF-FLAG       PIC X(01)      VALUE 'N'.
           88  WS-PRIOR-EOF                VALUE 'Y'.
       01  WS-INV-EOF-FLAG         PIC X(01)      VALUE 'N'.
           88  WS-INV-EOF                  VALUE 'Y'.
       01  WS-HIST-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-HIST-EOF                 VALUE 'Y'.
       01  WS-SS-EOF-FLAG          PIC X(01)      VALUE 'N'.
           88  WS-SS-EOF                   VALUE 'Y'.
       01  WS-INV-OPEN-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-INV-OPEN                 VALUE 'Y'.
       01  WS-DATE                 PIC 9(08)      VALUE ZERO.
       01  WS-MONTH-IN             PIC X(06)      VALUE SPACES.
       01  WS-MONTH                PIC 9(06)      VALUE ZERO.
       01  WS-MONTH-PARTS          REDEFINES WS-MONTH.
           03  WS-MONTH-YYYY       PIC 9(04).
           03  WS-MONTH-MM         PIC 9(02).
      * The carrier table - compiled defaults, replaced by
      * BENCARR.DAT when it is there.
       01  WS-BC-TABLE.
           03  WS-BC-ENTRIES       OCCURS 20 TIMES.
               05  WS-BC-CARRIER   PIC X(04).
               05  WS-BC-NAME      PIC X(20).
               05  WS-BC-TYPE      PIC X(04).
               05  WS-BC-LOC       PIC X(03).
               05  WS-BC-TOLERANCE PIC 9(03)V99.
       01  WS-BC-COUNT             PIC 9(02)      VALUE ZERO.
       01  WS-BC-SUB               PIC 9(02)      VALUE ZERO.
      * The covered employee the eligibility pass is holding, and the
      * keys the two sides of the match are at (HIGH-VALUES once a
      * side runs out).
       01  WS-CUR-KEY              PIC X(05)      VALUE SPACES.
       01  WS-PRI-KEY              PIC X(05)      VALUE SPACES.
       01  WS-CUR-MEMBER.
           03  WS-CUR-NAME         PIC X(15)      VALUE SPACES.
           03  WS-CUR-DOB          PIC X(08)      VALUE SPACES.
           03  WS-CUR-LOC          PIC X(03)      VALUE SPACES.
           03  WS-CUR-DEPT         PIC X(04)      VALUE SPACES.
           03  WS-CUR-STREET1      PIC X(30)      VALUE SPACES.
           03  WS-CUR-STREET2      PIC X(30)      VALUE SPACES.
           03  WS-CUR-CITY         PIC X(20)      VALUE SPACES.
           03  WS-CUR-STATE        PIC X(02)      VALUE SPACES.
           03  WS-CUR-ZIP          PIC X(10)      VALUE SPACES.
       01  WS-EVENT-DATE           PIC 9(08)      VALUE ZERO.
       01  WS-ELIG-COUNTS.
           03  WS-ADD-CNT          PIC 9(06)      VALUE ZERO.
           03  WS-TERM-CNT         PIC 9(06)      VALUE ZERO.
           03  WS-CHG-CNT          PIC 9(06)      VALUE ZERO.
           03  WS-COVERED-CNT      PIC 9(06)      VALUE ZERO.
       01  WS-RERUN-FLAG           PIC X(01)      VALUE 'N'.
           88  WS-RERUN                    VALUE 'Y'.
      * The employee being worked through the sorted stream, and the
      * payment held until nothing later reverses it.
       01  WS-BRK-EMP-ID           PIC X(05)      VALUE LOW-VALUES.
       01  WS-BRK-PERIOD           PIC 9(03)      VALUE ZERO.
       01  WS-MB-COVERED-FLAG      PIC X(01)      VALUE 'N'.
           88  WS-MB-COVERED               VALUE 'Y'.
       01  WS-MB-BILLED-FLAG       PIC X(01)      VALUE 'N'.
           88  WS-MB-BILLED                VALUE 'Y'.
       01  WS-MB-NAME              PIC X(15)      VALUE SPACES.
       01  WS-MB-BILLED-AMT        PIC S9(07)V99  VALUE ZERO.
       01  WS-MB-WITHHELD          PIC S9(07)V99  VALUE ZERO.
       01  WS-MB-EMPLOYER          PIC S9(07)V99  VALUE ZERO.
       01  WS-MB-OURS              PIC S9(07)V99  VALUE ZERO.
       01  WS-MB-DIFF              PIC S9(07)V99  VALUE ZERO.
       01  WS-MB-ABS-DIFF          PIC 9(07)V99   VALUE ZERO.
       01  WS-PD-FLAG              PIC X(01)      VALUE 'N'.
           88  WS-PD-HELD                  VALUE 'Y'.
       01  WS-PD-MONTH-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-PD-IN-MONTH              VALUE 'Y'.
       01  WS-PD-WITHHELD          PIC S9(07)V99  VALUE ZERO.
       01  WS-PD-EMPLOYER          PIC S9(07)V99  VALUE ZERO.
      * Findings for the carrier, printed by kind once the stream is
      * done: B billed and not ours, O ours and not billed, D amount
      * difference.
       01  WS-FD-TABLE.
           03  WS-FD-ENTRIES       OCCURS 2000 TIMES.
               05  WS-FD-KIND      PIC X(01).
               05  WS-FD-EMP-ID    PIC X(05).
               05  WS-FD-NAME      PIC X(15).
               05  WS-FD-BILLED    PIC S9(07)V99.
               05  WS-FD-WITHHELD  PIC S9(07)V99.
               05  WS-FD-EMPLOYER  PIC S9(07)V99.
               05  WS-FD-NOTE      PIC X(20).
       01  WS-FD-COUNT             PIC 9(04)      VALUE ZERO.
       01  WS-FD-SUB               PIC 9(04)      VALUE ZERO.
       01  WS-FD-KIND-WANTED       PIC X(01)      VALUE SPACES.
       01  WS-FD-KIND-CNT          PIC 9(04)      VALUE ZERO.
       01  WS-RC-COUNTS.
           03  WS-INV-LINE-CNT     PIC 9(07)      VALUE ZERO.
           03  WS-BILLED-CNT       PIC 9(06)      VALUE ZERO.
           03  WS-PAID-CNT         PIC 9(07)      VALUE ZERO.
           03  WS-REV-CNT          PIC 9(07)      VALUE ZERO.
           03  WS-NOT-OURS-CNT     PIC 9(06)      VALUE ZERO.
           03  WS-NOT-BILLED-CNT   PIC 9(06)      VALUE ZERO.
           03  WS-DIFF-CNT         PIC 9(06)      VALUE ZERO.
       01  WS-TOT-BILLED           PIC S9(09)V99  VALUE ZERO.
       01  WS-TOT-WITHHELD         PIC S9(09)V99  VALUE ZERO.
       01  WS-TOT-EMPLOYER         PIC S9(09)V99  VALUE ZERO.
       01  WS-RUN-FINDINGS         PIC 9(07)      VALUE ZERO.
       01  WS-NO-INVOICE-CNT       PIC 9(02)      VALUE ZERO.
      *
       01  BCR-HEADING-LINE1.
           03  FILLER              PIC X(45)      VALUE
               'BENEFITS CARRIER ELIGIBILITY AND PREMIUM'.
           03  FILLER              PIC X(15)      VALUE
               'BILLING MONTH '.
           03  BH-MONTH            PIC 9(06)      VALUE ZERO.
           03  FILLER              PIC X(10)      VALUE
               '  RUN DATE'.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  BH-RUN-DATE         PIC 9(08)      VALUE ZERO.
           03  FILLER              PIC X(15)      VALUE SPACES.
       01  BCR-CARRIER-LINE.
           03  FILLER              PIC X(08)      VALUE 'CARRIER '.
           03  BC-P-CARRIER        PIC X(04)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  BC-P-NAME           PIC X(20)      VALUE SPACES.
           03  FILLER              PIC X(06)      VALUE ' TYPE '.
           03  BC-P-TYPE           PIC X(04)      VALUE SPACES.
           03  FILLER              PIC X(10)      VALUE
               ' LOCATION '.
           03  BC-P-LOC            PIC X(03)      VALUE SPACES.
           03  FILLER              PIC X(12)      VALUE
               ' TOLERANCE '.
           03  BC-P-TOLERANCE      PIC ZZ9.99     VALUE ZERO.
           03  FILLER              PIC X(26)      VALUE SPACES.
       01  BCR-FINDING-HEADING.
           03  FILLER              PIC X(06)      VALUE 'ID'.
           03  FILLER              PIC X(16)      VALUE 'NAME'.
           03  FILLER              PIC X(13)      VALUE
               '       BILLED'.
           03  FILLER              PIC X(13)      VALUE
               '     WITHHELD'.
           03  FILLER              PIC X(13)      VALUE
               '     EMPLOYER'.
           03  FILLER              PIC X(13)      VALUE
               '   DIFFERENCE'.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  FILLER              PIC X(24)      VALUE 'NOTE'.
       01  BCR-FINDING-LINE.
           03  BF-P-EMP-ID         PIC X(05)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  BF-P-NAME           PIC X(15)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  BF-P-BILLED         PIC ---,--9.99 VALUE ZERO.
           03  FILLER              PIC X(03)      VALUE SPACES.
           03  BF-P-WITHHELD       PIC ---,--9.99 VALUE ZERO.
           03  FILLER              PIC X(03)      VALUE SPACES.
           03  BF-P-EMPLOYER       PIC ---,--9.99 VALUE ZERO.
           03  FILLER              PIC X(03)      VALUE SPACES.
           03  BF-P-DIFF           PIC ---,--9.99 VALUE ZERO.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  BF-P-NOTE           PIC X(20)      VALUE SPACES.
           03  FILLER              PIC X(07)      VALUE SPACES.
       01  BCR-NOTE-LINE           PIC X(100)     VALUE SPACES.
       01  BCR-SUMMARY-LINE.
           03  BT-LABEL            PIC X(36)      VALUE SPACES.
           03  BT-AMOUNT           PIC ---,---,--9.99 VALUE ZERO.
           03  FILLER              PIC X(50)      VALUE SPACES.
       01  BCR-COUNT-LINE.
           03  BK-LABEL            PIC X(36)      VALUE SPACES.
           03  BK-COUNT            PIC Z,ZZZ,ZZ9  VALUE ZERO.
           03  FILLER              PIC X(55)      VALUE SPACES.
      *
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIAL-PARA
           PERFORM 1100-LOAD-CARRIERS-PARA
           PERFORM 2000-CARRIER-PARA
               VARYING WS-BC-SUB FROM 1 BY 1
               UNTIL WS-BC-SUB > WS-BC-COUNT
           PERFORM 9000-END-PARA
           STOP RUN.
      *
      * The covered list comes from the master, so without it there
      * is nothing to send and nothing to reconcile against.
       1000-INITIAL-PARA.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           OPEN INPUT EMP-FILE
           IF WS-EMP-STAT NOT = '00'
               DISPLAY 'BENCARR: UNABLE TO OPEN EMPFILE.DAT - STATUS '
                   WS-EMP-STAT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE EMP-FILE
           DISPLAY 'ENTER BILLING MONTH (YYYYMM, BLANK FOR CURRENT): '
           ACCEPT WS-MONTH-IN
           IF WS-MONTH-IN = SPACES
               MOVE WS-DATE(1:6) TO WS-MONTH
           ELSE
               IF WS-MONTH-IN NUMERIC
                   MOVE WS-MONTH-IN TO WS-MONTH
               END-IF
               IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
                   DISPLAY 'BENCARR: MONTH MUST BE YYYYMM - '
                       'RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT BC-REPORT
           MOVE WS-MONTH TO BH-MONTH
           MOVE WS-DATE  TO BH-RUN-DATE
           WRITE BC-REPORT-RECORD FROM BCR-HEADING-LINE1.
      *
       1100-LOAD-CARRIERS-PARA.
           MOVE 1                      TO WS-BC-COUNT
           MOVE 'HLTH'                 TO WS-BC-CARRIER(1)
           MOVE 'GROUP HEALTH CARRIER' TO WS-BC-NAME(1)
           MOVE 'INS '                 TO WS-BC-TYPE(1)
           MOVE SPACES                 TO WS-BC-LOC(1)
           MOVE ZERO                   TO WS-BC-TOLERANCE(1)
           OPEN INPUT CARRIER-FILE
           IF WS-CARR-STAT = '00'
               MOVE ZERO TO WS-BC-COUNT
               PERFORM UNTIL WS-CARR-EOF
                   READ CARRIER-FILE
                       AT END
                           SET WS-CARR-EOF TO TRUE
                       NOT AT END
                           PERFORM 1150-ADD-CARRIER-PARA
                   END-READ
               END-PERFORM
               CLOSE CARRIER-FILE
           END-IF.
      *
      * The code names the carrier's files, so a row without one is
      * skipped rather than writing BENE.DAT.
       1150-ADD-CARRIER-PARA.
           IF CF-CARRIER = SPACES
               DISPLAY 'BENCARR: BENCARR.DAT ROW WITH NO CARRIER '
                   'CODE IGNORED'
           ELSE
               IF WS-BC-COUNT < 20
                   ADD 1 TO WS-BC-COUNT
                   MOVE CF-CARRIER TO WS-BC-CARRIER(WS-BC-COUNT)
                   MOVE CF-NAME    TO WS-BC-NAME(WS-BC-COUNT)
                   MOVE CF-TYPE    TO WS-BC-TYPE(WS-BC-COUNT)
                   MOVE CF-LOC     TO WS-BC-LOC(WS-BC-COUNT)
                   IF CF-TOLERANCE NUMERIC
                       MOVE CF-TOLERANCE
                           TO WS-BC-TOLERANCE(WS-BC-COUNT)
                   ELSE
                       MOVE ZERO TO WS-BC-TOLERANCE(WS-BC-COUNT)
                   END-IF
               ELSE
                   DISPLAY 'BENCARR: WS-BC-TABLE OVERFLOW - '
                       'RAISE THE LIMIT BEFORE RERUNNING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *
       2000-CARRIER-PARA.
           MOVE SPACES TO WS-ELIG-NAME
           MOVE SPACES TO WS-SNAP-NAME
           MOVE SPACES TO WS-PRIOR-NAME
           MOVE SPACES TO WS-INV-NAME
           STRING 'BENE' WS-BC-CARRIER(WS-BC-SUB) DELIMITED BY SPACE
                  '.DAT' DELIMITED BY SIZE INTO WS-ELIG-NAME
           STRING 'BENS' WS-BC-CARRIER(WS-BC-SUB) DELIMITED BY SPACE
                  '.DAT' DELIMITED BY SIZE INTO WS-SNAP-NAME
           STRING 'BENP' WS-BC-CARRIER(WS-BC-SUB) DELIMITED BY SPACE
                  '.DAT' DELIMITED BY SIZE INTO WS-PRIOR-NAME
           STRING 'BENI' WS-BC-CARRIER(WS-BC-SUB) DELIMITED BY SPACE
                  '.DAT' DELIMITED BY SIZE INTO WS-INV-NAME
           MOVE SPACES TO BC-REPORT-RECORD
           WRITE BC-REPORT-RECORD
           MOVE WS-BC-CARRIER(WS-BC-SUB)   TO BC-P-CARRIER
           MOVE WS-BC-NAME(WS-BC-SUB)      TO BC-P-NAME
           MOVE WS-BC-TYPE(WS-BC-SUB)      TO BC-P-TYPE
           IF WS-BC-LOC(WS-BC-SUB) = SPACES
               MOVE 'ALL'                  TO BC-P-LOC
           ELSE
               MOVE WS-BC-LOC(WS-BC-SUB)   TO BC-P-LOC
           END-IF
           MOVE WS-BC-TOLERANCE(WS-BC-SUB) TO BC-P-TOLERANCE
           WRITE BC-REPORT-RECORD FROM BCR-CARRIER-LINE
           PERFORM 3000-ELIGIBILITY-PARA
           PERFORM 4000-RECONCILE-PARA.
      *
      *****************************************************************
      * Eligibility file. The last snapshot becomes the prior one
      * unless it was already taken for this month, then the active
      * master is matched against the prior one on EMP-ID (the same
      * two-file match as EMPDELTA) while the new snapshot is written
      * alongside the changes.
      *****************************************************************
       3000-ELIGIBILITY-PARA.
           INITIALIZE WS-ELIG-COUNTS
           PERFORM 3100-ROLL-SNAPSHOT-PARA
           OPEN INPUT EMP-FILE
           OPEN INPUT ADDR-FILE
           OPEN INPUT PRIOR-FILE
           OPEN OUTPUT ELIG-FILE
           OPEN OUTPUT SNAP-FILE
           MOVE 'N' TO WS-EMP-EOF-FLAG
           MOVE 'N' TO WS-PRIOR-EOF-FLAG
           IF WS-ADDR-STAT = '00'
               MOVE 'N' TO WS-ADDR-EOF-FLAG
               PERFORM 3350-READ-ADDR-PARA
           ELSE
               SET WS-ADDR-EOF TO TRUE
           END-IF
           IF WS-PRIOR-STAT NOT = '00'
               SET WS-PRIOR-EOF TO TRUE
           END-IF
           MOVE SPACES TO ELIG-RECORD
           MOVE 'H'                      TO EL-REC-TYPE
           MOVE WS-BC-CARRIER(WS-BC-SUB) TO EL-H-CARRIER
           MOVE WS-BC-NAME(WS-BC-SUB)    TO EL-H-NAME
           MOVE WS-MONTH                 TO EL-H-MONTH
           MOVE WS-DATE                  TO EL-H-RUN-DATE
           WRITE ELIG-RECORD
           WRITE SNAP-RECORD FROM ELIG-RECORD
           PERFORM 3300-NEXT-COVERED-PARA
           PERFORM 3400-NEXT-PRIOR-PARA
           PERFORM 3500-MATCH-PARA
               UNTIL WS-CUR-KEY = HIGH-VALUES
                 AND WS-PRI-KEY = HIGH-VALUES
           MOVE SPACES TO ELIG-RECORD
           MOVE 'T'            TO EL-REC-TYPE
           MOVE WS-ADD-CNT     TO EL-T-ADDS
           MOVE WS-TERM-CNT    TO EL-T-TERMS
           MOVE WS-CHG-CNT     TO EL-T-CHANGES
           MOVE WS-COVERED-CNT TO EL-T-COVERED
           WRITE ELIG-RECORD
           WRITE SNAP-RECORD FROM ELIG-RECORD
           CLOSE EMP-FILE
           IF WS-ADDR-STAT = '00' OR '10'
               CLOSE ADDR-FILE
           END-IF
           IF WS-PRIOR-STAT = '00' OR '10'
               CLOSE PRIOR-FILE
           END-IF
           CLOSE ELIG-FILE
           CLOSE SNAP-FILE
           MOVE SPACES TO BCR-NOTE-LINE
           STRING 'ELIGIBILITY FILE ' DELIMITED BY SIZE
                  WS-ELIG-NAME DELIMITED BY SPACE
                  ' - CHANGES SINCE THE LAST FILE SENT'
                  DELIMITED BY SIZE INTO BCR-NOTE-LINE
           IF WS-RERUN
               MOVE SPACES TO BCR-NOTE-LINE
               STRING 'ELIGIBILITY FILE ' DELIMITED BY SIZE
                      WS-ELIG-NAME DELIMITED BY SPACE
                      ' - RERUN FOR THE MONTH, SAME CHANGES RESENT'
                      DELIMITED BY SIZE INTO BCR-NOTE-LINE
           END-IF
           WRITE BC-REPORT-RECORD FROM BCR-NOTE-LINE
           MOVE 'ADDS SENT'                  TO BK-LABEL
           MOVE WS-ADD-CNT                   TO BK-COUNT
           WRITE BC-REPORT-RECORD FROM BCR-COUNT-LINE
           MOVE 'TERMS SENT'                 TO BK-LABEL
           MOVE WS-TERM-CNT                  TO BK-COUNT
           WRITE BC-REPORT-RECORD FROM BCR-COUNT-LINE
           MOVE 'CHANGES SENT'               TO BK-LABEL
           MOVE WS-CHG-CNT                   TO BK-COUNT
           WRITE BC-REPORT-RECORD FROM BCR-COUNT-LINE
           MOVE 'EMPLOYEES COVERED'          TO BK-LABEL
           MOVE WS-COVERED-CNT               TO BK-COUNT
           WRITE BC-REPORT-RECORD FROM BCR-COUNT-LINE.
      *
      * A snapshot stamped with an earlier month is copied over the
      * prior one; one stamped with this month means the file was
      * already sent once this month and the prior one stands. No
      * snapshot leaves an empty prior, and everyone goes as an add.
       3100-ROLL-SNAPSHOT-PARA.
           MOVE 'N' TO WS-RERUN-FLAG
           MOVE 'N' TO WS-SNAP-EOF-FLAG
           OPEN INPUT SNAP-FILE
           IF WS-SNAP-STAT NOT = '00'
               OPEN OUTPUT PRIOR-FILE
               CLOSE PRIOR-FILE
           ELSE
               READ SNAP-FILE
                   AT END
                       SET WS-SNAP-EOF TO TRUE
               END-READ
               IF NOT WS-SNAP-EOF
                  AND SN-IS-HEADER AND SN-H-MONTH = WS-MONTH
                   SET WS-RERUN TO TRUE
               END-IF
               IF NOT WS-RERUN
                   OPEN OUTPUT PRIOR-FILE
                   PERFORM UNTIL WS-SNAP-EOF
                       WRITE PRIOR-RECORD FROM SNAP-RECORD
                       READ SNAP-FILE
                           AT END
                               SET WS-SNAP-EOF TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE PRIOR-FILE
               END-IF
               CLOSE SNAP-FILE
           END-IF.
      *
      * Next active master record the carrier covers, with its
      * address matched forward.
       3300-NEXT-COVERED-PARA.
           MOVE SPACES TO WS-CUR-KEY
           PERFORM UNTIL WS-CUR-KEY NOT = SPACES
               READ EMP-FILE
                   AT END
                       SET WS-EMP-EOF TO TRUE
                       MOVE HIGH-VALUES TO WS-CUR-KEY
                   NOT AT END
                       IF EMP-ACTIVE
                          AND (WS-BC-LOC(WS-BC-SUB) = SPACES
                            OR WS-BC-LOC(WS-BC-SUB) = EMP-LOC)
                           MOVE EMP-ID TO WS-CUR-KEY
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-EMP-EOF
               MOVE SPACES    TO WS-CUR-MEMBER
               MOVE EMP-NAME  TO WS-CUR-NAME
               MOVE EMP-DOB   TO WS-CUR-DOB
               MOVE EMP-LOC   TO WS-CUR-LOC
               MOVE EMP-DEPT  TO WS-CUR-DEPT
               PERFORM UNTIL WS-ADDR-EOF OR AD-EMP-ID >= EMP-ID
                   PERFORM 3350-READ-ADDR-PARA
               END-PERFORM
               IF NOT WS-ADDR-EOF AND AD-EMP-ID = EMP-ID
                   MOVE AD-STREET1 TO WS-CUR-STREET1
                   MOVE AD-STREET2 TO WS-CUR-STREET2
                   MOVE AD-CITY    TO WS-CUR-CITY
                   MOVE AD-STATE   TO WS-CUR-STATE
                   MOVE AD-ZIP     TO WS-CUR-ZIP
               END-IF
           END-IF.
      *
       3350-READ-ADDR-PARA.
           READ ADDR-FILE
               AT END
                   SET WS-ADDR-EOF TO TRUE
           END-READ.
      *
       3400-NEXT-PRIOR-PARA.
           MOVE SPACES TO WS-PRI-KEY
           PERFORM UNTIL WS-PRI-KEY NOT = SPACES
               IF WS-PRIOR-EOF
                   MOVE HIGH-VALUES TO WS-PRI-KEY
               ELSE
                   READ PRIOR-FILE
                       AT END
                           SET WS-PRIOR-EOF TO TRUE
                       NOT AT END
                           IF PR-IS-DETAIL
                               MOVE PR-EMP-ID TO WS-PRI-KEY
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.
      *
      * Covered-only is an add, prior-only a term, both sides a
      * change when anything the carrier holds differs. Everyone
      * covered goes on the new snapshot; the event date kept there
      * is the date the employee was last sent.
       3500-MATCH-PARA.
           EVALUATE TRUE
               WHEN WS-CUR-KEY < WS-PRI-KEY
                   ADD 1 TO WS-ADD-CNT
                   MOVE WS-DATE TO WS-EVENT-DATE
                   PERFORM 3600-WRITE-COVERED-PARA
                   MOVE 'A' TO EL-ACTION
                   WRITE ELIG-RECORD
                   PERFORM 3300-NEXT-COVERED-PARA
               WHEN WS-CUR-KEY > WS-PRI-KEY
                   ADD 1 TO WS-TERM-CNT
                   MOVE SPACES        TO ELIG-RECORD
                   MOVE 'D'           TO EL-REC-TYPE
                   MOVE 'T'           TO EL-ACTION
                   MOVE PR-EMP-ID     TO EL-EMP-ID
                   MOVE PR-MEMBER     TO EL-MEMBER
                   MOVE WS-DATE       TO EL-EVENT-DATE
                   WRITE ELIG-RECORD
                   PERFORM 3400-NEXT-PRIOR-PARA
               WHEN OTHER
                   IF WS-CUR-MEMBER = PR-MEMBER
                       MOVE PR-EVENT-DATE TO WS-EVENT-DATE
                       PERFORM 3600-WRITE-COVERED-PARA
                   ELSE
                       ADD 1 TO WS-CHG-CNT
                       MOVE WS-DATE TO WS-EVENT-DATE
                       PERFORM 3600-WRITE-COVERED-PARA
                       MOVE 'C' TO EL-ACTION
                       WRITE ELIG-RECORD
                   END-IF
                   PERFORM 3300-NEXT-COVERED-PARA
                   PERFORM 3400-NEXT-PRIOR-PARA
           END-EVALUATE.
      *
       3600-WRITE-COVERED-PARA.
           ADD 1 TO WS-COVERED-CNT
           MOVE SPACES        TO ELIG-RECORD
           MOVE 'D'           TO EL-REC-TYPE
           MOVE WS-CUR-KEY    TO EL-EMP-ID
           MOVE WS-CUR-MEMBER TO EL-MEMBER
           MOVE WS-EVENT-DATE TO EL-EVENT-DATE
           WRITE SNAP-RECORD FROM ELIG-RECORD.
      *
      *****************************************************************
      * Premium reconciliation. The new covered list, the invoice
      * lines and the pay history are sorted together by employee and
      * walked once; each employee's findings are kept and printed by
      * kind at the end.
      *****************************************************************
       4000-RECONCILE-PARA.
           MOVE ZERO TO WS-FD-COUNT
           INITIALIZE WS-RC-COUNTS
           MOVE ZERO TO WS-TOT-BILLED
           MOVE ZERO TO WS-TOT-WITHHELD
           MOVE ZERO TO WS-TOT-EMPLOYER
           MOVE 'N'  TO WS-INV-OPEN-FLAG
           OPEN INPUT INVOICE-FILE
           IF WS-INV-STAT = '00'
               SET WS-INV-OPEN TO TRUE
               CLOSE INVOICE-FILE
           ELSE
               ADD 1 TO WS-NO-INVOICE-CNT
               MOVE SPACES TO BCR-NOTE-LINE
               STRING 'NO INVOICE FILE ' DELIMITED BY SIZE
                      WS-INV-NAME DELIMITED BY SPACE
                      ' - PREMIUMS NOT RECONCILED'
                      DELIMITED BY SIZE INTO BCR-NOTE-LINE
               WRITE BC-REPORT-RECORD FROM BCR-NOTE-LINE
           END-IF
           IF WS-INV-OPEN
               SORT BC-WORK
                   ON ASCENDING KEY SW-EMP-ID SW-PERIOD SW-DATE
                                    SW-KIND
                   INPUT PROCEDURE IS 4100-RELEASE-PARA
                   GIVING BC-SORTED
               PERFORM 4500-PROCESS-SORTED-PARA
               PERFORM 8000-FINDINGS-REPORT-PARA
           END-IF.
      *
      * Releases the covered list from the snapshot just written, the
      * invoice lines, and the pay history. The month is not applied
      * to the history here - a reversal can fall in a later month
      * than the payment it takes back.
       4100-RELEASE-PARA.
           OPEN INPUT SNAP-FILE
           MOVE 'N' TO WS-SNAP-EOF-FLAG
           PERFORM UNTIL WS-SNAP-EOF
               READ SNAP-FILE
                   AT END
                       SET WS-SNAP-EOF TO TRUE
                   NOT AT END
                       IF SN-IS-DETAIL
                           MOVE SPACES    TO BC-WORK-RECORD
                           MOVE SN-EMP-ID TO SW-EMP-ID
                           MOVE ZERO      TO SW-PERIOD
                           MOVE ZERO      TO SW-DATE
                           MOVE '1'       TO SW-KIND
                           MOVE ZERO      TO SW-PAY-DATE
                           MOVE SN-NAME   TO SW-NAME
                           MOVE ZERO      TO SW-AMOUNT
                           RELEASE BC-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SNAP-FILE
           OPEN INPUT INVOICE-FILE
           MOVE 'N' TO WS-INV-EOF-FLAG
           PERFORM UNTIL WS-INV-EOF
               READ INVOICE-FILE
                   AT END
                       SET WS-INV-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-INV-LINE-CNT
                       MOVE SPACES     TO BC-WORK-RECORD
                       MOVE IV-EMP-ID  TO SW-EMP-ID
                       MOVE ZERO       TO SW-PERIOD
                       MOVE ZERO       TO SW-DATE
                       MOVE '2'        TO SW-KIND
                       MOVE ZERO       TO SW-PAY-DATE
                       MOVE IV-NAME    TO SW-NAME
                       MOVE IV-PREMIUM TO SW-AMOUNT
                       RELEASE BC-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE INVOICE-FILE
           OPEN INPUT PAY-HIST-FILE
           IF WS-PHST-STAT = '00'
               MOVE 'N' TO WS-HIST-EOF-FLAG
               PERFORM UNTIL WS-HIST-EOF
                   READ PAY-HIST-FILE
                       AT END
                           SET WS-HIST-EOF TO TRUE
                       NOT AT END
                           PERFORM 4200-RELEASE-HIST-PARA
                   END-READ
               END-PERFORM
               CLOSE PAY-HIST-FILE
           ELSE
               DISPLAY 'BENCARR: NO PAYHIST.DAT - STATUS '
                   WS-PHST-STAT ' - NOTHING WITHHELD OR CONTRIBUTED'
           END-IF.
      *
       4200-RELEASE-HIST-PARA.
           MOVE SPACES      TO BC-WORK-RECORD
           MOVE PH-EMP-ID   TO SW-EMP-ID
           MOVE PH-PERIOD   TO SW-PERIOD
           MOVE PH-RUN-DATE TO SW-DATE
           MOVE ZERO        TO SW-PAY-DATE
           MOVE ZERO        TO SW-AMOUNT
           EVALUATE TRUE
               WHEN PH-IS-HEADER
                   MOVE '3' TO SW-KIND
                   IF PH-PAY-DATE NUMERIC AND PH-PAY-DATE NOT = ZERO
                       MOVE PH-PAY-DATE TO SW-PAY-DATE
                   ELSE
                       MOVE PH-RUN-DATE TO SW-PAY-DATE
                   END-IF
                   RELEASE BC-WORK-RECORD
               WHEN (PH-IS-DEDUCTION OR PH-IS-EMPLOYER)
                AND PH-LINE-TYPE = WS-BC-TYPE(WS-BC-SUB)
                   MOVE '4'         TO SW-KIND
                   MOVE PH-REC-TYPE TO SW-SIDE
                   MOVE PH-LINE-AMT TO SW-AMOUNT
                   RELEASE BC-WORK-RECORD
               WHEN PH-IS-REVERSAL
                   MOVE '5' TO SW-KIND
                   RELEASE BC-WORK-RECORD
           END-EVALUATE.
      *
      * Walks the sorted stream one employee at a time. A payment is
      * held rather than counted at once, since a later reversal of
      * it has to take it back out; it is counted when the next
      * payment, the next period or the next employee comes along.
       4500-PROCESS-SORTED-PARA.
           MOVE LOW-VALUES TO WS-BRK-EMP-ID
           MOVE 'N' TO WS-SS-EOF-FLAG
           MOVE 'N' TO WS-PD-FLAG
           OPEN INPUT BC-SORTED
           PERFORM 4550-READ-SORTED-PARA
           PERFORM UNTIL WS-SS-EOF
               IF SS-EMP-ID NOT = WS-BRK-EMP-ID
                   PERFORM 4800-EMPLOYEE-END-PARA
                   MOVE SS-EMP-ID TO WS-BRK-EMP-ID
                   MOVE ZERO      TO WS-BRK-PERIOD
                   MOVE 'N'       TO WS-MB-COVERED-FLAG
                   MOVE 'N'       TO WS-MB-BILLED-FLAG
                   MOVE SPACES    TO WS-MB-NAME
                   MOVE ZERO      TO WS-MB-BILLED-AMT
                   MOVE ZERO      TO WS-MB-WITHHELD
                   MOVE ZERO      TO WS-MB-EMPLOYER
               END-IF
               IF SS-PERIOD NOT = WS-BRK-PERIOD
                   PERFORM 4700-TAKE-PAYMENT-PARA
                   MOVE SS-PERIOD TO WS-BRK-PERIOD
               END-IF
               EVALUATE TRUE
                   WHEN SS-IS-COVERED
                       SET WS-MB-COVERED TO TRUE
                       MOVE SS-NAME TO WS-MB-NAME
                   WHEN SS-IS-BILLED
                       SET WS-MB-BILLED TO TRUE
                       ADD SS-AMOUNT TO WS-MB-BILLED-AMT
                       IF WS-MB-NAME = SPACES
                           MOVE SS-NAME TO WS-MB-NAME
                       END-IF
                   WHEN SS-IS-PAYMENT
                       PERFORM 4700-TAKE-PAYMENT-PARA
                       SET WS-PD-HELD TO TRUE
                       MOVE ZERO TO WS-PD-WITHHELD
                       MOVE ZERO TO WS-PD-EMPLOYER
                       IF SS-PAY-YYYYMM = WS-MONTH
                           SET WS-PD-IN-MONTH TO TRUE
                       ELSE
                           MOVE 'N' TO WS-PD-MONTH-FLAG
                       END-IF
                   WHEN SS-IS-LINE
                       IF WS-PD-HELD
                           IF SS-WITHHELD
                               ADD SS-AMOUNT TO WS-PD-WITHHELD
                           ELSE
                               ADD SS-AMOUNT TO WS-PD-EMPLOYER
                           END-IF
                       END-IF
                   WHEN SS-IS-REVERSAL
                       IF WS-PD-HELD
                           IF WS-PD-IN-MONTH
                               ADD 1 TO WS-REV-CNT
                           END-IF
                           MOVE 'N' TO WS-PD-FLAG
                       END-IF
               END-EVALUATE
               PERFORM 4550-READ-SORTED-PARA
           END-PERFORM
           PERFORM 4800-EMPLOYEE-END-PARA
           CLOSE BC-SORTED.
      *
       4550-READ-SORTED-PARA.
           READ BC-SORTED
               AT END
                   SET WS-SS-EOF TO TRUE
           END-READ.
      *
      * Counts the held payment, if it was paid in the billing month,
      * toward the employee.
       4700-TAKE-PAYMENT-PARA.
           IF WS-PD-HELD
               IF WS-PD-IN-MONTH
                   ADD 1 TO WS-PAID-CNT
                   ADD WS-PD-WITHHELD TO WS-MB-WITHHELD
                   ADD WS-PD-EMPLOYER TO WS-MB-EMPLOYER
               END-IF
               MOVE 'N' TO WS-PD-FLAG
           END-IF.
      *
      * Ours is covered now, or anything taken or paid for them in
      * the month (someone terminated mid-month was still ours).
       4800-EMPLOYEE-END-PARA.
           PERFORM 4700-TAKE-PAYMENT-PARA
           IF WS-BRK-EMP-ID NOT = LOW-VALUES
               COMPUTE WS-MB-OURS = WS-MB-WITHHELD + WS-MB-EMPLOYER
               COMPUTE WS-MB-DIFF = WS-MB-BILLED-AMT - WS-MB-OURS
               IF WS-MB-DIFF < ZERO
                   COMPUTE WS-MB-ABS-DIFF = ZERO - WS-MB-DIFF
               ELSE
                   MOVE WS-MB-DIFF TO WS-MB-ABS-DIFF
               END-IF
               IF WS-MB-BILLED
                   ADD 1                TO WS-BILLED-CNT
                   ADD WS-MB-BILLED-AMT TO WS-TOT-BILLED
               END-IF
               ADD WS-MB-WITHHELD TO WS-TOT-WITHHELD
               ADD WS-MB-EMPLOYER TO WS-TOT-EMPLOYER
               EVALUATE TRUE
                   WHEN WS-MB-BILLED AND NOT WS-MB-COVERED
                    AND WS-MB-OURS = ZERO
                       ADD 1 TO WS-NOT-OURS-CNT
                       PERFORM 4900-ADD-FINDING-PARA
                       MOVE 'B' TO WS-FD-KIND(WS-FD-COUNT)
                       MOVE 'NOT COVERED BY US'
                           TO WS-FD-NOTE(WS-FD-COUNT)
                   WHEN NOT WS-MB-BILLED
                       IF WS-MB-COVERED OR WS-MB-OURS NOT = ZERO
                           ADD 1 TO WS-NOT-BILLED-CNT
                           PERFORM 4900-ADD-FINDING-PARA
                           MOVE 'O' TO WS-FD-KIND(WS-FD-COUNT)
                           IF WS-MB-COVERED
                               MOVE 'COVERED - NOT BILLED'
                                   TO WS-FD-NOTE(WS-FD-COUNT)
                           ELSE
                               MOVE 'TERMED - TAKEN/PAID'
                                   TO WS-FD-NOTE(WS-FD-COUNT)
                           END-IF
                       END-IF
                   WHEN WS-MB-ABS-DIFF >
                        WS-BC-TOLERANCE(WS-BC-SUB)
                       ADD 1 TO WS-DIFF-CNT
                       PERFORM 4900-ADD-FINDING-PARA
                       MOVE 'D' TO WS-FD-KIND(WS-FD-COUNT)
                       EVALUATE TRUE
                           WHEN NOT WS-MB-COVERED
                               MOVE 'BILLED - NOT COVERED'
                                   TO WS-FD-NOTE(WS-FD-COUNT)
                           WHEN WS-MB-OURS = ZERO
                               MOVE 'NOTHING TAKEN/PAID'
                                   TO WS-FD-NOTE(WS-FD-COUNT)
                           WHEN WS-MB-DIFF > ZERO
                               MOVE 'BILLED OVER OURS'
                                   TO WS-FD-NOTE(WS-FD-COUNT)
                           WHEN OTHER
                               MOVE 'BILLED UNDER OURS'
                                   TO WS-FD-NOTE(WS-FD-COUNT)
                       END-EVALUATE
               END-EVALUATE
           END-IF.
      *
       4900-ADD-FINDING-PARA.
           IF WS-FD-COUNT < 2000
               ADD 1 TO WS-FD-COUNT
               MOVE WS-BRK-EMP-ID    TO WS-FD-EMP-ID(WS-FD-COUNT)
               MOVE WS-MB-NAME       TO WS-FD-NAME(WS-FD-COUNT)
               MOVE WS-MB-BILLED-AMT TO WS-FD-BILLED(WS-FD-COUNT)
               MOVE WS-MB-WITHHELD   TO WS-FD-WITHHELD(WS-FD-COUNT)
               MOVE WS-MB-EMPLOYER   TO WS-FD-EMPLOYER(WS-FD-COUNT)
               MOVE SPACES           TO WS-FD-NOTE(WS-FD-COUNT)
           ELSE
               DISPLAY 'BENCARR: WS-FD-TABLE OVERFLOW - '
                   'RAISE THE LIMIT BEFORE RERUNNING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      * The three lists, then the carrier's totals.
       8000-FINDINGS-REPORT-PARA.
           MOVE 'BILLED - NOT OURS'           TO BCR-NOTE-LINE
           MOVE 'B' TO WS-FD-KIND-WANTED
           PERFORM 8100-FINDING-LIST-PARA
           MOVE 'OURS - NOT BILLED'           TO BCR-NOTE-LINE
           MOVE 'O' TO WS-FD-KIND-WANTED
           PERFORM 8100-FINDING-LIST-PARA
           MOVE 'AMOUNT DIFFERENCES - BILLED VS WITHHELD PLUS EMPLOYER'
               TO BCR-NOTE-LINE
           MOVE 'D' TO WS-FD-KIND-WANTED
           PERFORM 8100-FINDING-LIST-PARA
           MOVE SPACES TO BC-REPORT-RECORD
           WRITE BC-REPORT-RECORD
           MOVE 'INVOICE LINES READ'             TO BK-LABEL
           MOVE WS-INV-LINE-CNT                  TO BK-COUNT
           WRITE BC-REPORT-RECORD FROM BCR-COUNT-LINE
           MOVE 'EMPLOYEES BILLED'               TO BK-LABEL
           MOVE WS-BILLED-CNT                    TO BK-COUNT
           WRITE BC-REPORT-RECORD FROM BCR-COUNT-LINE
           MOVE 'PERIODS PAID IN MONTH'          TO BK-LABEL
           MOVE WS-PAID-CNT                      TO BK-COUNT
           WRITE BC-REPORT-RECORD FROM BCR-COUNT-LINE
           MOVE 'REVERSED PERIODS LEFT OUT'      TO BK-LABEL
           MOVE WS-REV-CNT                       TO BK-COUNT
           WRITE BC-REPORT-RECORD FROM BCR-COUNT-LINE
           MOVE 'TOTAL BILLED'                   TO BT-LABEL
           MOVE WS-TOT-BILLED                    TO BT-AMOUNT
           WRITE BC-REPORT-RECORD FROM BCR-SUMMARY-LINE
           MOVE 'TOTAL WITHHELD'                 TO BT-LABEL
           MOVE WS-TOT-WITHHELD                  TO BT-AMOUNT
           WRITE BC-REPORT-RECORD FROM BCR-SUMMARY-LINE
           MOVE 'TOTAL EMPLOYER CONTRIBUTION'    TO BT-LABEL
           MOVE WS-TOT-EMPLOYER                  TO BT-AMOUNT
           WRITE BC-REPORT-RECORD FROM BCR-SUMMARY-LINE
           COMPUTE WS-MB-DIFF = WS-TOT-BILLED - WS-TOT-WITHHELD
                              - WS-TOT-EMPLOYER
           MOVE 'BILLED LESS WITHHELD AND EMPLOYER' TO BT-LABEL
           MOVE WS-MB-DIFF                       TO BT-AMOUNT
           WRITE BC-REPORT-RECORD FROM BCR-SUMMARY-LINE
           ADD WS-FD-COUNT TO WS-RUN-FINDINGS.
      *
       8100-FINDING-LIST-PARA.
           WRITE BC-REPORT-RECORD FROM BCR-NOTE-LINE
           MOVE ZERO TO WS-FD-KIND-CNT
           PERFORM VARYING WS-FD-SUB FROM 1 BY 1
                   UNTIL WS-FD-SUB > WS-FD-COUNT
               IF WS-FD-KIND(WS-FD-SUB) = WS-FD-KIND-WANTED
                   IF WS-FD-KIND-CNT = ZERO
                       WRITE BC-REPORT-RECORD FROM BCR-FINDING-HEADING
                   END-IF
                   ADD 1 TO WS-FD-KIND-CNT
                   MOVE WS-FD-EMP-ID(WS-FD-SUB)   TO BF-P-EMP-ID
                   MOVE WS-FD-NAME(WS-FD-SUB)     TO BF-P-NAME
                   MOVE WS-FD-BILLED(WS-FD-SUB)   TO BF-P-BILLED
                   MOVE WS-FD-WITHHELD(WS-FD-SUB) TO BF-P-WITHHELD
                   MOVE WS-FD-EMPLOYER(WS-FD-SUB) TO BF-P-EMPLOYER
                   COMPUTE WS-MB-DIFF = WS-FD-BILLED(WS-FD-SUB)
                       - WS-FD-WITHHELD(WS-FD-SUB)
                       - WS-FD-EMPLOYER(WS-FD-SUB)
                   MOVE WS-MB-DIFF                TO BF-P-DIFF
                   MOVE WS-FD-NOTE(WS-FD-SUB)     TO BF-P-NOTE
                   WRITE BC-REPORT-RECORD FROM BCR-FINDING-LINE
               END-IF
           END-PERFORM
           IF WS-FD-KIND-CNT = ZERO
               MOVE '  NONE' TO BCR-NOTE-LINE
               WRITE BC-REPORT-RECORD FROM BCR-NOTE-LINE
           END-IF.
      *
       9000-END-PARA.
           CLOSE BC-REPORT
           DISPLAY 'BENCARR: ' WS-BC-COUNT ' CARRIERS, '
               WS-RUN-FINDINGS ' RECONCILIATION FINDINGS - SEE '
               'BENCARR.REP'
           IF WS-RUN-FINDINGS > ZERO OR WS-NO-INVOICE-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
