       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFCYCLE.
      *****************************************************************
      * OFFCYCLE
      * Off-cycle supplemental pay run - bonuses, commissions and
      * manual checks paid outside the regular period. These used to
      * go through a temporary EMP-EARN change keyed in EMPMAINT, paid
      * by FH06 and then keyed back, which bent the regular period's
      * RUNTOTLS.DAT row, GLFILE.DAT and DEPTSUM.REP out of shape.
      * This run pays them on their own and never touches the master:
      *
      *   - reads the supplemental-pay input SUPPPAY.DAT (EMP-ID,
      *     earnings type, amount, optional force-to-check flag),
      *     looks each employee up on EMPFILE.DAT for name,
      *     department and bank details, and withholds federal income
      *     tax at the flat supplemental rate (SUPPPARM.DAT override,
      *     default below) - no brackets, no profile
      *   - pays through the same two paths FH06 does: a fresh NACHA
      *     ACHFILE.DAT for employees whose account has cleared its
      *     prenote on PRENOTE.DAT, and CHKINTF.DAT for everyone else
      *     (no bank details, account still in its prenote cycle, or
      *     flagged for a manual check), which CHECKRUN's S mode
      *     prints
      *   - posts the gross and the tax to YTDFILE.DAT and the typed
      *     TAX line to DEDNYTD.DAT under the pay period covering the
      *     run date, and keeps its own copy of those typed lines on
      *     OFFCDETL.DAT so DEDNROLL's period re-roll puts them back
      *     - when that period is already closed DEDNROLL will never
      *     roll it again, so the withholding also goes straight onto
      *     the tax liability ledger TAXLIAB.DAT, owed as of the run
      *     date, for TAXDEP to deposit and QTRTAX to tie out
      *   - writes its own GL extract GLOFFCY.DAT in the 48-byte
      *     FH06 format with the same balance trailer, and appends
      *     a RUNTOTLS.DAT row marked O (off-cycle), which RUNRECON
      *     and CONSOL keep apart from the regular period rows
      *   - prints the run register OFFCYCLE.REP, rejected input
      *     lines included
      *
      * ACHFILE.DAT and CHKINTF.DAT are rebuilt by this run exactly
      * as FH06 rebuilds them, so the regular cycle's files must have
      * gone to the bank and through CHECKRUN before this is run.
      * Nothing paid is a refusal (RETURN-CODE 8); any rejected input
      * line sets RETURN-CODE 4 so payroll looks at the register.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPP-PAY-FILE    ASSIGN TO 'SUPPPAY.DAT'
                                    FILE STATUS IS WS-SUPP-STAT.
           SELECT SUPP-PAY-WORK    ASSIGN TO 'SUPPWRK.DAT'.
           SELECT SUPP-PAY-SORTED  ASSIGN TO 'SUPPSRT.DAT'
                                    FILE STATUS IS WS-SUPS-STAT.
           SELECT SUPP-PARM-FILE   ASSIGN TO 'SUPPPARM.DAT'
                                    FILE STATUS IS WS-SUPP-PARM-STAT.
           SELECT EMPLOYEE-FILE    ASSIGN TO 'EMPFILE.DAT'
                                    FILE STATUS IS WS-EMP-STAT.
           SELECT PAY-PERIOD-FILE  ASSIGN TO 'PAYPERD.DAT'
                                    FILE STATUS IS WS-PERD-STAT.
           SELECT PRENOTE-FILE     ASSIGN TO 'PRENOTE.DAT'
                                    FILE STATUS IS WS-PRENOTE-STAT.
           SELECT ACH-PARM-FILE    ASSIGN TO 'ACHPARM.DAT'
                                    FILE STATUS IS WS-ACHP-STAT.
           SELECT GL-MAP-FILE      ASSIGN TO 'GLMAP.DAT'
                                    FILE STATUS IS WS-GLM-STAT.
           SELECT YTD-FILE         ASSIGN TO 'YTDFILE.DAT'
                                    FILE STATUS IS WS-YTD-STAT.
           SELECT DEDN-YTD-FILE    ASSIGN TO 'DEDNYTD.DAT'
                                    FILE STATUS IS WS-DYTD-STAT.
           SELECT OFFC-DETAIL-FILE ASSIGN TO 'OFFCDETL.DAT'
                                    FILE STATUS IS WS-OFCD-STAT.
           SELECT TAX-LIAB-FILE    ASSIGN TO 'TAXLIAB.DAT'
                                    FILE STATUS IS WS-TLIB-STAT.
           SELECT BANK-FILE        ASSIGN TO 'ACHFILE.DAT'.
           SELECT CHECK-INTF-FILE  ASSIGN TO 'CHKINTF.DAT'.
           SELECT GL-EXTRACT-FILE  ASSIGN TO 'GLOFFCY.DAT'.
           SELECT RUN-TOTALS-FILE  ASSIGN TO 'RUNTOTLS.DAT'
                                    FILE STATUS IS WS-RTOT-STAT.
           SELECT ACH-HIST-FILE    ASSIGN TO 'ACHBHIST.DAT'
                                    FILE STATUS IS WS-ACHH-STAT.
           SELECT OFFC-REPORT      ASSIGN TO 'OFFCYCLE.REP'.

       DATA DIVISION.
       FILE SECTION.
      * Supplemental-pay input. One line per payment: the earnings
      * type is BONS (bonus), COMM (commission) or MANL (manual
      * check - always paid on paper); a C in the pay-method byte
      * sends any other type to paper too. An employee may appear
      * more than once - each line is its own payment.
       FD  SUPP-PAY-FILE
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.
       01  SUPP-PAY-FILE-RECORD    PIC X(20).

       SD  SUPP-PAY-WORK.
       01  SUPP-PAY-WORK-RECORD.
           03  SW-EMP-ID           PIC X(05).
           03  FILLER              PIC X(15).

       FD  SUPP-PAY-SORTED
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.
       01  SUPP-PAY-RECORD.
           03  SP-EMP-ID           PIC X(05).
           03  SP-EARN-TYPE        PIC X(04).
               88  SP-TYPE-VALID           VALUE 'BONS' 'COMM' 'MANL'.
               88  SP-TYPE-MANUAL          VALUE 'MANL'.
           03  SP-AMOUNT           PIC 9(05)V99.
           03  SP-PAY-METHOD       PIC X(01).
               88  SP-FORCE-CHECK          VALUE 'C'.
           03  FILLER              PIC X(03).

      * Optional supplemental withholding rate override. Absent, or
      * a zero/non-numeric rate, keeps the compiled default.
       FD  SUPP-PARM-FILE
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.
       01  SUPP-PARM-RECORD.
           03  SPP-FED-RATE        PIC 9(02)V99.
           03  FILLER              PIC X(16).

       FD  EMPLOYEE-FILE
           RECORD CONTAINS 79 CHARACTERS
           RECORDING MODE IS F.
           COPY EMPREC.

       FD  PAY-PERIOD-FILE
           RECORD CONTAINS 28 CHARACTERS
           RECORDING MODE IS F.
       01  PAY-PERIOD-RECORD.
           03  PERD-NO             PIC 9(03).
           03  PERD-START          PIC 9(08).
           03  PERD-END            PIC 9(08).
           03  PERD-STATUS         PIC X(01).
           03  PERD-PAY-DATE       PIC 9(08).

      * FH06's prenote control file - read only here. An account not
      * on it has not been prenoted yet, and the prenote itself is
      * left to the regular cycle, so the payment goes on paper.
       FD  PRENOTE-FILE
           RECORD CONTAINS 26 CHARACTERS
           RECORDING MODE IS F.
       01  PRENOTE-RECORD.
           03  PN-EMP-ID           PIC X(05).
           03  PN-RTN              PIC X(09).
           03  PN-ACCT             PIC X(12).

       FD  ACH-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  ACH-PARM-RECORD.
           03  ACHP-IMMED-DEST     PIC X(10).
           03  ACHP-IMMED-ORIG     PIC X(10).
           03  ACHP-DEST-NAME      PIC X(23).
           03  ACHP-COMPANY-NAME   PIC X(16).
           03  ACHP-COMPANY-ID     PIC X(10).
           03  ACHP-ODFI           PIC X(08).
           03  FILLER              PIC X(03).

       FD  GL-MAP-FILE
           RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       01  GLMAP-RECORD.
           03  GM-DEPT             PIC X(04).
           03  GM-TYPE             PIC X(01).
           03  GM-ACCT             PIC X(08).

       FD  YTD-FILE
           RECORD CONTAINS 25 CHARACTERS
           RECORDING MODE IS F.
       01  YTD-RECORD.
           03  YTD-EMP-ID          PIC X(05).
           03  YTD-EARN            PIC 9(08)V99.
           03  YTD-DEDN            PIC 9(08)V99.

       FD  DEDN-YTD-FILE
           RECORD CONTAINS 22 CHARACTERS
           RECORDING MODE IS F.
       01  DEDN-YTD-RECORD.
           03  DY-PERIOD           PIC 9(03).
           03  DY-EMP-ID           PIC X(05).
           03  DY-TYPE             PIC X(04).
           03  DY-AMOUNT           PIC S9(07)V99
                                    SIGN LEADING SEPARATE.

      * Off-cycle typed deduction ledger (OFFCDETL.DAT). Appended
      * every run with the same lines posted to DEDNYTD.DAT, stamped
      * with the run date as well as the period, so DEDNROLL - which
      * drops and rebuilds the open period's rows - can put back the
      * off-cycle lines that belong to that period and no others.
       FD  OFFC-DETAIL-FILE
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.
       01  OFFC-DETAIL-RECORD.
           03  OD-DATE             PIC 9(08).
           03  OD-PERIOD           PIC 9(03).
           03  OD-EMP-ID           PIC X(05).
           03  OD-TYPE             PIC X(04).
           03  OD-AMOUNT           PIC S9(07)V99
                                    SIGN LEADING SEPARATE.

      * DEDNROLL's payroll tax liability ledger - appended only for
      * a run booked to a closed period (see the banner).
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
           03  TL-AMOUNT           PIC S9(09)V99
                                    SIGN LEADING SEPARATE.

       FD  BANK-FILE
           RECORD CONTAINS 94 CHARACTERS
           RECORDING MODE IS F.
       01  BANK-RECORD             PIC X(94).

       FD  CHECK-INTF-FILE
           RECORD CONTAINS 27 CHARACTERS
           RECORDING MODE IS F.
       01  CHECK-INTF-RECORD.
           03  CI-EMP-ID           PIC X(05).
           03  CI-NAME             PIC X(15).
           03  CI-NET-PAY          PIC 9(05)V99.

       FD  GL-EXTRACT-FILE
           RECORD CONTAINS 48 CHARACTERS
           RECORDING MODE IS F.
       01  GL-EXTRACT-RECORD       PIC X(48).

       FD  RUN-TOTALS-FILE
           RECORD CONTAINS 55 CHARACTERS
           RECORDING MODE IS F.
       01  RUN-TOTALS-RECORD.
           03  RT-PERIOD           PIC 9(03).
           03  RT-DATE             PIC 9(08).
           03  RT-HEADCOUNT        PIC 9(06).
           03  RT-READ             PIC 9(06).
           03  RT-EARN             PIC 9(08)V99.
           03  RT-DEDN             PIC 9(08)V99.
           03  RT-SAL              PIC S9(08)V99
                                    SIGN LEADING SEPARATE.
           03  RT-RUN-TYPE         PIC X(01).

      * ACH batch history - same layout FH06 appends to; the
      * supplemental batch is logged so BANKREC can match its
      * settlement on the bank statement.
       FD  ACH-HIST-FILE
           RECORD CONTAINS 50 CHARACTERS
           RECORDING MODE IS F.
       01  ACH-HIST-RECORD.
           03  AH-SOURCE           PIC X(08).
           03  AH-CREATE-DATE      PIC 9(08).
           03  AH-EFF-DATE         PIC 9(08).
           03  AH-ENTRY-CNT        PIC 9(06).
           03  AH-DEBIT            PIC 9(08)V99.
           03  AH-CREDIT           PIC 9(08)V99.

       FD  OFFC-REPORT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  OFFC-REPORT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SUPP-STAT            PIC X(02)      VALUE SPACES.
       01  WS-SUPS-STAT            PIC X(02)      VALUE SPACES.
       01  WS-SUPP-PARM-STAT       PIC X(02)      VALUE SPACES.
       01  WS-EMP-STAT             PIC X(02)      VALUE SPACES.
       01  WS-PERD-STAT            PIC X(02)      VALUE SPACES.
       01  WS-PRENOTE-STAT         PIC X(02)      VALUE SPACES.
       01  WS-ACHP-STAT            PIC X(02)      VALUE SPACES.
       01  WS-GLM-STAT             PIC X(02)      VALUE SPACES.
       01  WS-YTD-STAT             PIC X(02)      VALUE SPACES.
       01  WS-DYTD-STAT            PIC X(02)      VALUE SPACES.
       01  WS-OFCD-STAT            PIC X(02)      VALUE SPACES.
       01  WS-TLIB-STAT            PIC X(02)      VALUE SPACES.
       01  WS-RTOT-STAT            PIC X(02)      VALUE SPACES.
       01  WS-ACHH-STAT            PIC X(02)      VALUE SPACES.
       01  WS-EOF-FLAG             PIC X(01)      VALUE 'N'.
           88  WS-PASS-EOF                 VALUE 'Y'.
       01  WS-SUPP-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-SUPP-EOF                 VALUE 'Y'.
       01  WS-DATE                 PIC 9(08)      VALUE ZERO.
       01  WS-TIME                 PIC 9(08)      VALUE ZERO.
       01  WS-RUN-PERIOD           PIC 9(03)      VALUE ZERO.
       01  WS-RUN-PERD-END         PIC 9(08)      VALUE ZERO.
       01  WS-RUN-PERD-STATUS      PIC X(01)      VALUE SPACES.
           88  WS-RUN-PERD-CLOSED          VALUE 'C'.
       01  WS-PERD-FOUND-FLAG      PIC X(01)      VALUE 'N'.
           88  WS-PERD-FOUND               VALUE 'Y'.
      * Flat supplemental federal withholding rate, in percent.
       01  WS-SUPP-FED-RATE        PIC 9(02)V99   VALUE 22.00.
      *
      * The employee master, EMP-ID ordered as FH06 leaves it, held
      * for a binary search - the unused tail stays HIGH-VALUES so
      * the ascending key holds across the whole table.
       01  WS-EMP-TABLE.
           03  WS-EMP-ENTRIES      OCCURS 20000 TIMES
                                    ASCENDING KEY IS WS-EMP-ID-T
                                    INDEXED BY WS-EMP-IDX.
               05  WS-EMP-ID-T     PIC X(05)      VALUE HIGH-VALUES.
               05  WS-EMP-NAME-T   PIC X(15)      VALUE SPACES.
               05  WS-EMP-DEPT-T   PIC X(04)      VALUE SPACES.
               05  WS-EMP-RTN-T    PIC X(09)      VALUE SPACES.
               05  WS-EMP-ACCT-T   PIC X(12)      VALUE SPACES.
       01  WS-EMP-COUNT            PIC 9(05)      VALUE ZERO.
       01  WS-EMP-FOUND-FLAG       PIC X(01)      VALUE 'N'.
           88  WS-EMP-FOUND                VALUE 'Y'.
      *
       01  WS-PRENOTE-TABLE.
           03  WS-PN-ENTRIES       OCCURS 20000 TIMES
                                    INDEXED BY WS-PN-IDX.
               05  WS-PN-ID        PIC X(05)      VALUE SPACES.
               05  WS-PN-RTN       PIC X(09)      VALUE SPACES.
               05  WS-PN-ACCT      PIC X(12)      VALUE SPACES.
       01  WS-PN-COUNT             PIC 9(05)      VALUE ZERO.
       01  WS-PN-FOUND-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-PN-FOUND                 VALUE 'Y'.
      *
       01  WS-YTD-TABLE.
           03  WS-YTD-ENTRIES      OCCURS 20000 TIMES
                                    INDEXED BY WS-YTD-IDX.
               05  WS-YTD-ID       PIC X(05)      VALUE SPACES.
               05  WS-YTD-EARN-T   PIC 9(08)V99   VALUE ZERO.
               05  WS-YTD-DEDN-T   PIC 9(08)V99   VALUE ZERO.
       01  WS-YTD-COUNT            PIC 9(05)      VALUE ZERO.
       01  WS-YTD-FOUND-FLAG       PIC X(01)      VALUE 'N'.
           88  WS-YTD-FOUND                VALUE 'Y'.
      *
       01  WS-GLM-TABLE.
           03  WS-GLM-ENTRIES      OCCURS 2500 TIMES
                                    INDEXED BY WS-GLM-IDX.
               05  WS-GLM-DEPT     PIC X(04)      VALUE SPACES.
               05  WS-GLM-TYPE     PIC X(01)      VALUE SPACES.
               05  WS-GLM-ACCT     PIC X(08)      VALUE SPACES.
       01  WS-GLM-COUNT            PIC 9(04)      VALUE ZERO.
       01  WS-GL-TYPE              PIC X(01)      VALUE SPACES.
       01  WS-GL-ACCT              PIC X(08)      VALUE SPACES.
       01  WS-GL-DR-I              PIC 9(09)V99   VALUE ZERO.
       01  WS-GL-CR-I              PIC 9(09)V99   VALUE ZERO.
      * Off-cycle pay by department for the GL extract - same
      * find-or-add idiom as FH06's department table.
       01  WS-DEPT-TABLE.
           03  WS-DEPT-ENTRIES     OCCURS 500 TIMES
                                    INDEXED BY WS-DEPT-IDX.
               05  WS-DEPT-CODE    PIC X(04)      VALUE SPACES.
               05  WS-DEPT-GROSS   PIC 9(08)V99   VALUE ZERO.
               05  WS-DEPT-TAX     PIC 9(08)V99   VALUE ZERO.
               05  WS-DEPT-NET     PIC 9(08)V99   VALUE ZERO.
       01  WS-DEPT-COUNT           PIC 9(03)      VALUE ZERO.
       01  WS-DEPT-FOUND-FLAG      PIC X(01)      VALUE 'N'.
           88  WS-DEPT-FOUND               VALUE 'Y'.
      *
       01  WS-PAY-GROSS            PIC 9(05)V99   VALUE ZERO.
       01  WS-PAY-TAX              PIC 9(05)V99   VALUE ZERO.
       01  WS-PAY-NET              PIC 9(05)V99   VALUE ZERO.
       01  WS-PAY-METHOD           PIC X(03)      VALUE SPACES.
       01  WS-REJ-REASON           PIC X(30)      VALUE SPACES.
       01  WS-LAST-PAID-EMP        PIC X(05)      VALUE LOW-VALUES.
       01  WS-COUNTS.
           03  WS-READ-CNT         PIC 9(06)      VALUE ZERO.
           03  WS-PAID-CNT         PIC 9(06)      VALUE ZERO.
           03  WS-HEAD-CNT         PIC 9(06)      VALUE ZERO.
           03  WS-REJ-CNT          PIC 9(06)      VALUE ZERO.
           03  WS-ACH-PAY-CNT      PIC 9(06)      VALUE ZERO.
           03  WS-CHK-PAY-CNT      PIC 9(06)      VALUE ZERO.
       01  WS-TOT-GROSS            PIC 9(08)V99   VALUE ZERO.
       01  WS-TOT-TAX              PIC 9(08)V99   VALUE ZERO.
       01  WS-TOT-NET              PIC 9(08)V99   VALUE ZERO.
       01  WS-OVERFLOW-NAME        PIC X(20)      VALUE SPACES.
      *
      * NACHA direct-deposit file - the same layouts and ACHPARM.DAT
      * overrides as FH06, with its own entry description on the
      * batch header so the bank and the employee's statement show
      * the credit as supplemental pay rather than the period's pay.
       01  WS-ACH-IDS.
           03  WS-ACH-IMMED-DEST   PIC X(10)      VALUE ' 091000019'.
           03  WS-ACH-IMMED-ORIG   PIC X(10)      VALUE '1234567890'.
           03  WS-ACH-DEST-NAME    PIC X(23)      VALUE
               'FIRST NATIONAL BANK'.
           03  WS-ACH-COMPANY-NAME PIC X(16)      VALUE
               'FH PAYROLL CORP'.
           03  WS-ACH-COMPANY-ID   PIC X(10)      VALUE '1234567890'.
           03  WS-ACH-ODFI         PIC X(08)      VALUE '09100001'.
       01  ACH-FILE-HEADER.
           03  FILLER              PIC X(01)      VALUE '1'.
           03  FILLER              PIC X(02)      VALUE '01'.
           03  AFH-IMMED-DEST      PIC X(10)      VALUE SPACES.
           03  AFH-IMMED-ORIG      PIC X(10)      VALUE SPACES.
           03  AFH-CREATE-DATE     PIC 9(06)      VALUE ZERO.
           03  AFH-CREATE-TIME     PIC 9(04)      VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE 'A'.
           03  FILLER              PIC X(03)      VALUE '094'.
           03  FILLER              PIC X(02)      VALUE '10'.
           03  FILLER              PIC X(01)      VALUE '1'.
           03  AFH-DEST-NAME       PIC X(23)      VALUE SPACES.
           03  AFH-ORIG-NAME       PIC X(23)      VALUE SPACES.
           03  FILLER              PIC X(08)      VALUE SPACES.
       01  ACH-BATCH-HEADER.
           03  FILLER              PIC X(01)      VALUE '5'.
           03  FILLER              PIC X(03)      VALUE '220'.
           03  ABH-COMPANY-NAME    PIC X(16)      VALUE SPACES.
           03  FILLER              PIC X(20)      VALUE SPACES.
           03  ABH-COMPANY-ID      PIC X(10)      VALUE SPACES.
           03  FILLER              PIC X(03)      VALUE 'PPD'.
           03  FILLER              PIC X(10)      VALUE 'SUPPL PAY'.
           03  ABH-DESC-DATE       PIC 9(06)      VALUE ZERO.
           03  ABH-EFF-DATE        PIC 9(06)      VALUE ZERO.
           03  FILLER              PIC X(03)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE '1'.
           03  ABH-ODFI            PIC X(08)      VALUE SPACES.
           03  ABH-BATCH-NO        PIC 9(07)      VALUE 1.
       01  ACH-ENTRY-DETAIL.
           03  FILLER              PIC X(01)      VALUE '6'.
           03  AED-TRAN-CODE       PIC X(02)      VALUE '22'.
           03  AED-RTN-8           PIC X(08)      VALUE SPACES.
           03  AED-RTN-CHECK       PIC X(01)      VALUE SPACES.
           03  AED-ACCOUNT         PIC X(17)      VALUE SPACES.
           03  AED-AMOUNT          PIC 9(10)      VALUE ZERO.
           03  AED-INDIV-ID        PIC X(15)      VALUE SPACES.
           03  AED-INDIV-NAME      PIC X(22)      VALUE SPACES.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE '0'.
           03  AED-TRACE.
               05  AED-TRACE-ODFI  PIC X(08)      VALUE SPACES.
               05  AED-TRACE-SEQ   PIC 9(07)      VALUE ZERO.
       01  ACH-BATCH-CONTROL.
           03  FILLER              PIC X(01)      VALUE '8'.
           03  FILLER              PIC X(03)      VALUE '220'.
           03  ABC-ENTRY-CNT       PIC 9(06)      VALUE ZERO.
           03  ABC-ENTRY-HASH      PIC 9(10)      VALUE ZERO.
           03  ABC-TOT-DEBIT       PIC 9(12)      VALUE ZERO.
           03  ABC-TOT-CREDIT      PIC 9(12)      VALUE ZERO.
           03  ABC-COMPANY-ID      PIC X(10)      VALUE SPACES.
           03  FILLER              PIC X(19)      VALUE SPACES.
           03  FILLER              PIC X(06)      VALUE SPACES.
           03  ABC-ODFI            PIC X(08)      VALUE SPACES.
           03  ABC-BATCH-NO        PIC 9(07)      VALUE 1.
       01  ACH-FILE-CONTROL.
           03  FILLER              PIC X(01)      VALUE '9'.
           03  AFC-BATCH-CNT       PIC 9(06)      VALUE 1.
           03  AFC-BLOCK-CNT       PIC 9(06)      VALUE ZERO.
           03  AFC-ENTRY-CNT       PIC 9(08)      VALUE ZERO.
           03  AFC-ENTRY-HASH      PIC 9(10)      VALUE ZERO.
           03  AFC-TOT-DEBIT       PIC 9(12)      VALUE ZERO.
           03  AFC-TOT-CREDIT      PIC 9(12)      VALUE ZERO.
           03  FILLER              PIC X(39)      VALUE SPACES.
       01  ACH-NINES-RECORD        PIC X(94)      VALUE ALL '9'.
       01  WS-ACH-ENTRY-CNT        PIC 9(06)      VALUE ZERO.
       01  WS-ACH-HASH             PIC 9(10)      VALUE ZERO.
       01  WS-ACH-RTN-8N           PIC 9(08)      VALUE ZERO.
       01  WS-ACH-CREDIT-I         PIC 9(10)V99   VALUE ZERO.
       01  WS-ACH-REC-CNT          PIC 9(06)      VALUE ZERO.
       01  WS-ACH-BLOCK-QUOT       PIC 9(06)      VALUE ZERO.
       01  WS-ACH-BLOCK-REM        PIC 9(02)      VALUE ZERO.
       01  WS-ACH-PAD-CNT          PIC 9(02)      VALUE ZERO.
      *
       01  GL-DETAIL-LINE.
           03  GLD-DATE            PIC 9(08)      VALUE ZERO.
           03  GLD-PERIOD          PIC 9(03)      VALUE ZERO.
           03  GLD-DEPT            PIC X(04)      VALUE SPACES.
           03  GLD-ACCT            PIC X(08)      VALUE SPACES.
           03  GLD-DRCR            PIC X(01)      VALUE SPACES.
           03  GLD-AMOUNT          PIC 9(09)V99   VALUE ZERO.
           03  GLD-DESC            PIC X(13)      VALUE SPACES.
       01  GL-TRAILER-LINE.
           03  FILLER              PIC X(01)      VALUE 'T'.
           03  GLT-DR-TOTAL        PIC 9(09)V99   VALUE ZERO.
           03  GLT-CR-TOTAL        PIC 9(09)V99   VALUE ZERO.
           03  GLT-STATUS          PIC X(14)      VALUE SPACES.
           03  GLT-RET-TOTAL       PIC 9(09)V99   VALUE ZERO.
      *
       01  OFC-HEADING-LINE1.
           03  FILLER              PIC X(36)      VALUE
               'OFF-CYCLE SUPPLEMENTAL PAY REGISTER'.
           03  FILLER              PIC X(10)      VALUE 'RUN DATE '.
           03  OH-DATE             PIC 9(08)      VALUE ZERO.
           03  FILLER              PIC X(08)      VALUE '  PERIOD'.
           03  OH-PERIOD           PIC ZZ9        VALUE ZERO.
           03  FILLER              PIC X(15)      VALUE SPACES.
       01  OFC-HEADING-LINE2.
           03  FILLER              PIC X(40)      VALUE
               'EMP   NAME            TYPE       GROSS '.
           03  FILLER              PIC X(40)      VALUE
               '       TAX         NET PAID'.
       01  OFC-DETAIL-LINE.
           03  OD-P-EMP-ID         PIC X(05)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  OD-P-NAME           PIC X(15)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  OD-P-TYPE           PIC X(04)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  OD-P-GROSS          PIC ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  OD-P-TAX            PIC ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  OD-P-NET            PIC ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  OD-P-METHOD         PIC X(03)      VALUE SPACES.
           03  FILLER              PIC X(17)      VALUE SPACES.
       01  OFC-REJECT-LINE.
           03  FILLER              PIC X(10)      VALUE 'REJECTED '.
           03  OR-P-RECORD         PIC X(20)      VALUE SPACES.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  OR-P-REASON         PIC X(30)      VALUE SPACES.
           03  FILLER              PIC X(18)      VALUE SPACES.
       01  OFC-TOTAL-LINE.
           03  FILLER              PIC X(06)      VALUE 'TOTAL '.
           03  OT-P-PAID           PIC ZZZZZ9     VALUE ZERO.
           03  FILLER              PIC X(10)      VALUE ' PAYMENTS '.
           03  OT-P-GROSS          PIC ZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  OT-P-TAX            PIC ZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  OT-P-NET            PIC ZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(17)      VALUE SPACES.
       01  OFC-COUNT-LINE.
           03  FILLER              PIC X(13)      VALUE 'DIRECT DEPOS '.
           03  OC-P-ACH            PIC ZZZZZ9     VALUE ZERO.
           03  FILLER              PIC X(10)      VALUE '  CHECKS '.
           03  OC-P-CHK            PIC ZZZZZ9     VALUE ZERO.
           03  FILLER              PIC X(12)      VALUE '  REJECTED '.
           03  OC-P-REJ            PIC ZZZZZ9     VALUE ZERO.
           03  FILLER              PIC X(27)      VALUE SPACES.
       01  OFC-NOTE-LINE           PIC X(80)      VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0500-FIND-PERIOD-PARA
           PERFORM 0600-LOAD-PARMS-PARA
           PERFORM 0700-LOAD-EMPLOYEES-PARA
           PERFORM 0750-LOAD-PRENOTES-PARA
           PERFORM 0800-LOAD-YTD-PARA
           PERFORM 1000-SORT-PARA
           PERFORM 2000-INITIAL-PARA
           PERFORM 5000-PROCESS-PARA UNTIL WS-SUPP-EOF
           PERFORM 8000-WRITE-ACH-TRAILERS-PARA
           IF WS-PAID-CNT > ZERO
               PERFORM 8500-WRITE-YTD-PARA
               PERFORM 8600-POST-TAX-LIAB-PARA
               PERFORM 8700-WRITE-GL-EXTRACT-PARA
               PERFORM 8800-WRITE-RUN-TOTALS-PARA
           END-IF
           PERFORM 9000-END-PARA
           GOBACK.
      *
      * The run is booked to the pay period whose dates cover the run
      * date, open or already closed - a bonus paid the day after the
      * regular run closed the period still belongs to that period's
      * quarter. No calendar or no covering period refuses the run.
       0500-FIND-PERIOD-PARA.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           OPEN INPUT PAY-PERIOD-FILE
           IF WS-PERD-STAT NOT = '00'
               DISPLAY 'OFFCYCLE: PAYPERD.DAT NOT AVAILABLE - '
                   'STATUS ' WS-PERD-STAT ' - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-PASS-EOF
               READ PAY-PERIOD-FILE
                   AT END
                       SET WS-PASS-EOF TO TRUE
                   NOT AT END
                       IF NOT WS-PERD-FOUND
                          AND WS-DATE >= PERD-START
                          AND WS-DATE <= PERD-END
                           SET WS-PERD-FOUND TO TRUE
                           MOVE PERD-NO     TO WS-RUN-PERIOD
                           MOVE PERD-END    TO WS-RUN-PERD-END
                           MOVE PERD-STATUS TO WS-RUN-PERD-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-PERIOD-FILE
           IF NOT WS-PERD-FOUND
               DISPLAY 'OFFCYCLE: NO PAY PERIOD ON PAYPERD.DAT COVERS '
                   'RUN DATE ' WS-DATE ' - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       0600-LOAD-PARMS-PARA.
           OPEN INPUT SUPP-PARM-FILE
           IF WS-SUPP-PARM-STAT = '00'
               READ SUPP-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SPP-FED-RATE NUMERIC
                          AND SPP-FED-RATE > ZERO
                           MOVE SPP-FED-RATE TO WS-SUPP-FED-RATE
                       END-IF
               END-READ
               CLOSE SUPP-PARM-FILE
           END-IF
           OPEN INPUT ACH-PARM-FILE
           IF WS-ACHP-STAT = '00'
               READ ACH-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 0650-APPLY-ACH-PARM-PARA
               END-READ
               CLOSE ACH-PARM-FILE
           END-IF
           OPEN INPUT GL-MAP-FILE
           IF WS-GLM-STAT = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-PASS-EOF
                   READ GL-MAP-FILE
                       AT END
                           SET WS-PASS-EOF TO TRUE
                       NOT AT END
                           IF WS-GLM-COUNT < 2500
                               ADD 1 TO WS-GLM-COUNT
                               SET WS-GLM-IDX TO WS-GLM-COUNT
                               MOVE GM-DEPT TO WS-GLM-DEPT(WS-GLM-IDX)
                               MOVE GM-TYPE TO WS-GLM-TYPE(WS-GLM-IDX)
                               MOVE GM-ACCT TO WS-GLM-ACCT(WS-GLM-IDX)
                           ELSE
                               MOVE 'WS-GLM-TABLE' TO WS-OVERFLOW-NAME
                               PERFORM 9900-TABLE-OVERFLOW-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-MAP-FILE
           END-IF.
      *
       0650-APPLY-ACH-PARM-PARA.
           IF ACHP-IMMED-DEST NOT = SPACES
               MOVE ACHP-IMMED-DEST TO WS-ACH-IMMED-DEST
           END-IF
           IF ACHP-IMMED-ORIG NOT = SPACES
               MOVE ACHP-IMMED-ORIG TO WS-ACH-IMMED-ORIG
           END-IF
           IF ACHP-DEST-NAME NOT = SPACES
               MOVE ACHP-DEST-NAME TO WS-ACH-DEST-NAME
           END-IF
           IF ACHP-COMPANY-NAME NOT = SPACES
               MOVE ACHP-COMPANY-NAME TO WS-ACH-COMPANY-NAME
           END-IF
           IF ACHP-COMPANY-ID NOT = SPACES
               MOVE ACHP-COMPANY-ID TO WS-ACH-COMPANY-ID
           END-IF
           IF ACHP-ODFI NOT = SPACES
               MOVE ACHP-ODFI TO WS-ACH-ODFI
           END-IF.
      *
       0700-LOAD-EMPLOYEES-PARA.
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-STAT NOT = '00'
               DISPLAY 'OFFCYCLE: EMPFILE.DAT NOT AVAILABLE - '
                   'STATUS ' WS-EMP-STAT ' - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-PASS-EOF
               READ EMPLOYEE-FILE
                   AT END
                       SET WS-PASS-EOF TO TRUE
                   NOT AT END
                       IF WS-EMP-COUNT < 20000
                           ADD 1 TO WS-EMP-COUNT
                           SET WS-EMP-IDX TO WS-EMP-COUNT
                           MOVE EMP-ID   TO WS-EMP-ID-T(WS-EMP-IDX)
                           MOVE EMP-NAME TO WS-EMP-NAME-T(WS-EMP-IDX)
                           MOVE EMP-DEPT TO WS-EMP-DEPT-T(WS-EMP-IDX)
                           MOVE EMP-BANK-RTN
                               TO WS-EMP-RTN-T(WS-EMP-IDX)
                           MOVE EMP-BANK-ACCT
                               TO WS-EMP-ACCT-T(WS-EMP-IDX)
                       ELSE
                           MOVE 'WS-EMP-TABLE' TO WS-OVERFLOW-NAME
                           PERFORM 9900-TABLE-OVERFLOW-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE.
      *
       0750-LOAD-PRENOTES-PARA.
           OPEN INPUT PRENOTE-FILE
           IF WS-PRENOTE-STAT = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-PASS-EOF
                   READ PRENOTE-FILE
                       AT END
                           SET WS-PASS-EOF TO TRUE
                       NOT AT END
                           IF WS-PN-COUNT < 20000
                               ADD 1 TO WS-PN-COUNT
                               SET WS-PN-IDX TO WS-PN-COUNT
                               MOVE PN-EMP-ID TO WS-PN-ID(WS-PN-IDX)
                               MOVE PN-RTN    TO WS-PN-RTN(WS-PN-IDX)
                               MOVE PN-ACCT   TO WS-PN-ACCT(WS-PN-IDX)
                           ELSE
                               MOVE 'WS-PRENOTE-TABLE'
                                   TO WS-OVERFLOW-NAME
                               PERFORM 9900-TABLE-OVERFLOW-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRENOTE-FILE
           END-IF.
      *
      * The YTD master is held whole and written back at the end, the
      * way FH06 keeps it - a missing file starts empty.
       0800-LOAD-YTD-PARA.
           OPEN INPUT YTD-FILE
           IF WS-YTD-STAT = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-PASS-EOF
                   READ YTD-FILE
                       AT END
                           SET WS-PASS-EOF TO TRUE
                       NOT AT END
                           IF WS-YTD-COUNT < 20000
                               ADD 1 TO WS-YTD-COUNT
                               SET WS-YTD-IDX TO WS-YTD-COUNT
                               MOVE YTD-EMP-ID TO WS-YTD-ID(WS-YTD-IDX)
                               MOVE YTD-EARN
                                   TO WS-YTD-EARN-T(WS-YTD-IDX)
                               MOVE YTD-DEDN
                                   TO WS-YTD-DEDN-T(WS-YTD-IDX)
                           ELSE
                               MOVE 'WS-YTD-TABLE' TO WS-OVERFLOW-NAME
                               PERFORM 9900-TABLE-OVERFLOW-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE YTD-FILE
           END-IF.
      *
      * Sorted into EMP-ID order so the register reads in employee
      * order and the headcount is a simple change of EMP-ID. A
      * missing input file is a refusal before anything is opened
      * for output - the regular cycle's ACHFILE.DAT and CHKINTF.DAT
      * are left exactly as they were.
       1000-SORT-PARA.
           OPEN INPUT SUPP-PAY-FILE
           IF WS-SUPP-STAT NOT = '00'
               DISPLAY 'OFFCYCLE: SUPPPAY.DAT NOT AVAILABLE - '
                   'STATUS ' WS-SUPP-STAT ' - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE SUPP-PAY-FILE
           SORT SUPP-PAY-WORK
               ON ASCENDING KEY SW-EMP-ID
               WITH DUPLICATES IN ORDER
               USING SUPP-PAY-FILE
               GIVING SUPP-PAY-SORTED.
      *
       2000-INITIAL-PARA.
           OPEN INPUT SUPP-PAY-SORTED
           OPEN OUTPUT BANK-FILE
           OPEN OUTPUT CHECK-INTF-FILE
           OPEN OUTPUT OFFC-REPORT
           OPEN EXTEND DEDN-YTD-FILE
           IF WS-DYTD-STAT NOT = '00'
               OPEN OUTPUT DEDN-YTD-FILE
           END-IF
           OPEN EXTEND OFFC-DETAIL-FILE
           IF WS-OFCD-STAT NOT = '00'
               OPEN OUTPUT OFFC-DETAIL-FILE
           END-IF
           MOVE WS-DATE       TO OH-DATE
           MOVE WS-RUN-PERIOD TO OH-PERIOD
           WRITE OFFC-REPORT-RECORD FROM OFC-HEADING-LINE1
           WRITE OFFC-REPORT-RECORD FROM OFC-HEADING-LINE2
           PERFORM 2200-WRITE-ACH-HEADERS-PARA
           PERFORM 4000-READ-SUPP-PARA.
      *
       2200-WRITE-ACH-HEADERS-PARA.
           MOVE WS-ACH-IMMED-DEST   TO AFH-IMMED-DEST
           MOVE WS-ACH-IMMED-ORIG   TO AFH-IMMED-ORIG
           MOVE WS-DATE(3:6)        TO AFH-CREATE-DATE
           MOVE WS-TIME(1:4)        TO AFH-CREATE-TIME
           MOVE WS-ACH-DEST-NAME    TO AFH-DEST-NAME
           MOVE WS-ACH-COMPANY-NAME TO AFH-ORIG-NAME
           WRITE BANK-RECORD FROM ACH-FILE-HEADER
           ADD 1 TO WS-ACH-REC-CNT
           MOVE WS-ACH-COMPANY-NAME TO ABH-COMPANY-NAME
           MOVE WS-ACH-COMPANY-ID   TO ABH-COMPANY-ID
           MOVE WS-DATE(3:6)        TO ABH-DESC-DATE
           MOVE WS-DATE(3:6)        TO ABH-EFF-DATE
           MOVE WS-ACH-ODFI         TO ABH-ODFI
           WRITE BANK-RECORD FROM ACH-BATCH-HEADER
           ADD 1 TO WS-ACH-REC-CNT.
      *
       4000-READ-SUPP-PARA.
           READ SUPP-PAY-SORTED
               AT END
                   SET WS-SUPP-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-CNT
           END-READ.
      *
      * One supplemental payment. A line that cannot be paid is
      * listed with its reason and skipped; nothing about it is
      * posted anywhere.
       5000-PROCESS-PARA.
           MOVE SPACES TO WS-REJ-REASON
           MOVE 'N' TO WS-EMP-FOUND-FLAG
           SEARCH ALL WS-EMP-ENTRIES
               AT END
                   CONTINUE
               WHEN WS-EMP-ID-T(WS-EMP-IDX) = SP-EMP-ID
                   SET WS-EMP-FOUND TO TRUE
           END-SEARCH
           EVALUATE TRUE
               WHEN NOT WS-EMP-FOUND
                   MOVE 'NO SUCH EMPLOYEE ON MASTER' TO WS-REJ-REASON
               WHEN NOT SP-TYPE-VALID
                   MOVE 'UNKNOWN EARNINGS TYPE' TO WS-REJ-REASON
               WHEN SP-AMOUNT NOT NUMERIC
                   MOVE 'AMOUNT NOT NUMERIC' TO WS-REJ-REASON
               WHEN SP-AMOUNT = ZERO
                   MOVE 'ZERO AMOUNT' TO WS-REJ-REASON
           END-EVALUATE
           IF WS-REJ-REASON NOT = SPACES
               PERFORM 5900-REJECT-PARA
           ELSE
               PERFORM 5100-PAY-ONE-PARA
           END-IF
           PERFORM 4000-READ-SUPP-PARA.
      *
      * Flat-rate withholding on the gross, rounded to the cent; the
      * net goes out by direct deposit when the account is prenoted
      * and the line is not a manual check, on paper otherwise.
       5100-PAY-ONE-PARA.
           MOVE SP-AMOUNT TO WS-PAY-GROSS
           COMPUTE WS-PAY-TAX ROUNDED =
               WS-PAY-GROSS * WS-SUPP-FED-RATE / 100
           COMPUTE WS-PAY-NET = WS-PAY-GROSS - WS-PAY-TAX
           MOVE 'N' TO WS-PN-FOUND-FLAG
           IF WS-EMP-RTN-T(WS-EMP-IDX) NOT = SPACES
              AND WS-EMP-ACCT-T(WS-EMP-IDX) NOT = SPACES
              AND NOT SP-TYPE-MANUAL
              AND NOT SP-FORCE-CHECK
               PERFORM 5150-FIND-PRENOTE-PARA
           END-IF
           IF WS-PN-FOUND
               PERFORM 5200-WRITE-ACH-ENTRY-PARA
           ELSE
               PERFORM 5250-WRITE-CHECK-INTF-PARA
           END-IF
           PERFORM 5300-POST-YTD-PARA
           PERFORM 5400-POST-DEDN-YTD-PARA
           PERFORM 5500-ACCUM-DEPT-PARA
           ADD 1 TO WS-PAID-CNT
           IF SP-EMP-ID NOT = WS-LAST-PAID-EMP
               ADD 1 TO WS-HEAD-CNT
               MOVE SP-EMP-ID TO WS-LAST-PAID-EMP
           END-IF
           ADD WS-PAY-GROSS TO WS-TOT-GROSS
           ADD WS-PAY-TAX   TO WS-TOT-TAX
           ADD WS-PAY-NET   TO WS-TOT-NET
           MOVE SP-EMP-ID                 TO OD-P-EMP-ID
           MOVE WS-EMP-NAME-T(WS-EMP-IDX) TO OD-P-NAME
           MOVE SP-EARN-TYPE              TO OD-P-TYPE
           MOVE WS-PAY-GROSS              TO OD-P-GROSS
           MOVE WS-PAY-TAX                TO OD-P-TAX
           MOVE WS-PAY-NET                TO OD-P-NET
           MOVE WS-PAY-METHOD             TO OD-P-METHOD
           WRITE OFFC-REPORT-RECORD FROM OFC-DETAIL-LINE.
      *
       5150-FIND-PRENOTE-PARA.
           IF WS-PN-COUNT > ZERO
               SET WS-PN-IDX TO 1
               SEARCH WS-PN-ENTRIES
                   AT END
                       CONTINUE
                   WHEN WS-PN-ID(WS-PN-IDX) = SP-EMP-ID
                    AND WS-PN-RTN(WS-PN-IDX) = WS-EMP-RTN-T(WS-EMP-IDX)
                    AND WS-PN-ACCT(WS-PN-IDX)
                        = WS-EMP-ACCT-T(WS-EMP-IDX)
                       SET WS-PN-FOUND TO TRUE
               END-SEARCH
           END-IF.
      *
       5200-WRITE-ACH-ENTRY-PARA.
           MOVE 'ACH' TO WS-PAY-METHOD
           ADD 1 TO WS-ACH-PAY-CNT
           MOVE WS-EMP-RTN-T(WS-EMP-IDX)(1:8)  TO AED-RTN-8
           MOVE WS-EMP-RTN-T(WS-EMP-IDX)(9:1)  TO AED-RTN-CHECK
           MOVE WS-EMP-ACCT-T(WS-EMP-IDX)      TO AED-ACCOUNT
           MOVE SP-EMP-ID                      TO AED-INDIV-ID
           MOVE WS-EMP-NAME-T(WS-EMP-IDX)      TO AED-INDIV-NAME
           COMPUTE AED-AMOUNT = WS-PAY-NET * 100
           ADD WS-PAY-NET                      TO WS-ACH-CREDIT-I
           ADD 1                               TO WS-ACH-ENTRY-CNT
           MOVE WS-EMP-RTN-T(WS-EMP-IDX)(1:8)  TO WS-ACH-RTN-8N
           ADD WS-ACH-RTN-8N                   TO WS-ACH-HASH
           MOVE WS-ACH-ODFI                    TO AED-TRACE-ODFI
           MOVE WS-ACH-ENTRY-CNT               TO AED-TRACE-SEQ
           WRITE BANK-RECORD FROM ACH-ENTRY-DETAIL
           ADD 1 TO WS-ACH-REC-CNT.
      *
       5250-WRITE-CHECK-INTF-PARA.
           MOVE 'CHK' TO WS-PAY-METHOD
           ADD 1 TO WS-CHK-PAY-CNT
           MOVE SP-EMP-ID                 TO CI-EMP-ID
           MOVE WS-EMP-NAME-T(WS-EMP-IDX) TO CI-NAME
           MOVE WS-PAY-NET                TO CI-NET-PAY
           WRITE CHECK-INTF-RECORD.
      *
       5300-POST-YTD-PARA.
           MOVE 'N' TO WS-YTD-FOUND-FLAG
           IF WS-YTD-COUNT > ZERO
               SET WS-YTD-IDX TO 1
               SEARCH WS-YTD-ENTRIES
                   AT END
                       CONTINUE
                   WHEN WS-YTD-ID(WS-YTD-IDX) = SP-EMP-ID
                       SET WS-YTD-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF WS-YTD-FOUND
               ADD WS-PAY-GROSS TO WS-YTD-EARN-T(WS-YTD-IDX)
               ADD WS-PAY-TAX   TO WS-YTD-DEDN-T(WS-YTD-IDX)
           ELSE
               IF WS-YTD-COUNT < 20000
                   ADD 1 TO WS-YTD-COUNT
                   SET WS-YTD-IDX TO WS-YTD-COUNT
                   MOVE SP-EMP-ID    TO WS-YTD-ID(WS-YTD-IDX)
                   MOVE WS-PAY-GROSS TO WS-YTD-EARN-T(WS-YTD-IDX)
                   MOVE WS-PAY-TAX   TO WS-YTD-DEDN-T(WS-YTD-IDX)
               ELSE
                   MOVE 'WS-YTD-TABLE' TO WS-OVERFLOW-NAME
                   PERFORM 9900-TABLE-OVERFLOW-PARA
               END-IF
           END-IF.
      *
      * The withholding is federal income tax, so it posts under the
      * same TAX type the regular run's federal line rolls under and
      * reaches QTRTAX and ANNSTMT with no change there.
       5400-POST-DEDN-YTD-PARA.
           IF WS-PAY-TAX > ZERO
               MOVE WS-RUN-PERIOD TO DY-PERIOD
               MOVE SP-EMP-ID     TO DY-EMP-ID
               MOVE 'TAX '        TO DY-TYPE
               MOVE WS-PAY-TAX    TO DY-AMOUNT
               WRITE DEDN-YTD-RECORD
               MOVE WS-DATE       TO OD-DATE
               MOVE WS-RUN-PERIOD TO OD-PERIOD
               MOVE SP-EMP-ID     TO OD-EMP-ID
               MOVE 'TAX '        TO OD-TYPE
               MOVE WS-PAY-TAX    TO OD-AMOUNT
               WRITE OFFC-DETAIL-RECORD
           END-IF.
      *
       5500-ACCUM-DEPT-PARA.
           MOVE 'N' TO WS-DEPT-FOUND-FLAG
           IF WS-DEPT-COUNT > ZERO
               SET WS-DEPT-IDX TO 1
               SEARCH WS-DEPT-ENTRIES
                   AT END
                       CONTINUE
                   WHEN WS-DEPT-CODE(WS-DEPT-IDX)
                        = WS-EMP-DEPT-T(WS-EMP-IDX)
                       SET WS-DEPT-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT WS-DEPT-FOUND
               IF WS-DEPT-COUNT < 500
                   ADD 1 TO WS-DEPT-COUNT
                   SET WS-DEPT-IDX TO WS-DEPT-COUNT
                   MOVE WS-EMP-DEPT-T(WS-EMP-IDX)
                       TO WS-DEPT-CODE(WS-DEPT-IDX)
               ELSE
                   MOVE 'WS-DEPT-TABLE' TO WS-OVERFLOW-NAME
                   PERFORM 9900-TABLE-OVERFLOW-PARA
               END-IF
           END-IF
           ADD WS-PAY-GROSS TO WS-DEPT-GROSS(WS-DEPT-IDX)
           ADD WS-PAY-TAX   TO WS-DEPT-TAX(WS-DEPT-IDX)
           ADD WS-PAY-NET   TO WS-DEPT-NET(WS-DEPT-IDX).
      *
       5900-REJECT-PARA.
           ADD 1 TO WS-REJ-CNT
           MOVE SUPP-PAY-RECORD TO OR-P-RECORD
           MOVE WS-REJ-REASON   TO OR-P-REASON
           WRITE OFFC-REPORT-RECORD FROM OFC-REJECT-LINE.
      *
      * Same batch and file control records, and ten-record padding,
      * as FH06's 8170-WRITE-ACH-TRAILERS-PARA.
       8000-WRITE-ACH-TRAILERS-PARA.
           MOVE WS-ACH-ENTRY-CNT  TO ABC-ENTRY-CNT
           MOVE WS-ACH-HASH       TO ABC-ENTRY-HASH
           COMPUTE ABC-TOT-CREDIT = WS-ACH-CREDIT-I * 100
           MOVE WS-ACH-COMPANY-ID TO ABC-COMPANY-ID
           MOVE WS-ACH-ODFI       TO ABC-ODFI
           WRITE BANK-RECORD FROM ACH-BATCH-CONTROL
           ADD 1 TO WS-ACH-REC-CNT
           MOVE WS-ACH-ENTRY-CNT  TO AFC-ENTRY-CNT
           MOVE WS-ACH-HASH       TO AFC-ENTRY-HASH
           COMPUTE AFC-TOT-CREDIT = WS-ACH-CREDIT-I * 100
           ADD 1 TO WS-ACH-REC-CNT
           DIVIDE WS-ACH-REC-CNT BY 10
               GIVING WS-ACH-BLOCK-QUOT REMAINDER WS-ACH-BLOCK-REM
           MOVE ZERO TO WS-ACH-PAD-CNT
           IF WS-ACH-BLOCK-REM NOT = ZERO
               COMPUTE WS-ACH-PAD-CNT = 10 - WS-ACH-BLOCK-REM
               ADD 1 TO WS-ACH-BLOCK-QUOT
           END-IF
           MOVE WS-ACH-BLOCK-QUOT TO AFC-BLOCK-CNT
           WRITE BANK-RECORD FROM ACH-FILE-CONTROL
           IF WS-ACH-ENTRY-CNT > ZERO
               PERFORM 8050-LOG-ACH-BATCH-PARA
           END-IF
           PERFORM WS-ACH-PAD-CNT TIMES
               WRITE BANK-RECORD FROM ACH-NINES-RECORD
           END-PERFORM.
      *
      * Appends the supplemental batch totals to ACHBHIST.DAT.
       8050-LOG-ACH-BATCH-PARA.
           OPEN EXTEND ACH-HIST-FILE
           IF WS-ACHH-STAT NOT = '00'
               OPEN OUTPUT ACH-HIST-FILE
           END-IF
           MOVE 'OFFCYCLE'        TO AH-SOURCE
           MOVE WS-DATE           TO AH-CREATE-DATE
           MOVE WS-DATE           TO AH-EFF-DATE
           MOVE WS-ACH-ENTRY-CNT  TO AH-ENTRY-CNT
           MOVE ZERO              TO AH-DEBIT
           MOVE WS-ACH-CREDIT-I   TO AH-CREDIT
           WRITE ACH-HIST-RECORD
           CLOSE ACH-HIST-FILE.
      *
       8500-WRITE-YTD-PARA.
           OPEN OUTPUT YTD-FILE
           PERFORM VARYING WS-YTD-IDX FROM 1 BY 1
                   UNTIL WS-YTD-IDX > WS-YTD-COUNT
               MOVE WS-YTD-ID(WS-YTD-IDX)      TO YTD-EMP-ID
               MOVE WS-YTD-EARN-T(WS-YTD-IDX)  TO YTD-EARN
               MOVE WS-YTD-DEDN-T(WS-YTD-IDX)  TO YTD-DEDN
               WRITE YTD-RECORD
           END-PERFORM
           CLOSE YTD-FILE.
      *
      * A run booked to a closed period is past DEDNROLL's reach, so
      * its withholding goes onto the liability ledger here - one
      * federal withheld row for the run, under the closed period
      * and owed as of today. A run booked to the open period (or
      * one not yet opened) is left to DEDNROLL, which rolls it in
      * from OFFCDETL.DAT with the rest of that period.
       8600-POST-TAX-LIAB-PARA.
           IF WS-RUN-PERD-CLOSED AND WS-TOT-TAX > ZERO
               OPEN EXTEND TAX-LIAB-FILE
               IF WS-TLIB-STAT NOT = '00'
                   OPEN OUTPUT TAX-LIAB-FILE
               END-IF
               MOVE WS-RUN-PERIOD   TO TL-PERIOD
               MOVE WS-RUN-PERD-END TO TL-PERD-END
               MOVE WS-DATE         TO TL-LIAB-DATE
               MOVE 'FED '          TO TL-AUTH
               MOVE 'TAX '          TO TL-TYPE
               MOVE 'W'             TO TL-SIDE
               MOVE WS-TOT-TAX      TO TL-AMOUNT
               WRITE TAX-LIAB-RECORD
               CLOSE TAX-LIAB-FILE
           END-IF.
      *
      * Three entries per department - supplemental gross to the pay
      * expense, the withholding to the deduction liability and the
      * net to net pay clearing - through the same GLMAP.DAT
      * accounts and defaults FH06 uses, under descriptions of their
      * own so a combined ledger never mixes them with the period's
      * pay lines.
       8700-WRITE-GL-EXTRACT-PARA.
           OPEN OUTPUT GL-EXTRACT-FILE
           MOVE WS-DATE       TO GLD-DATE
           MOVE WS-RUN-PERIOD TO GLD-PERIOD
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               MOVE WS-DEPT-CODE(WS-DEPT-IDX) TO GLD-DEPT
               MOVE 'E' TO WS-GL-TYPE
               PERFORM 8750-FIND-GL-ACCT-PARA
               MOVE WS-GL-ACCT                 TO GLD-ACCT
               MOVE 'D'                        TO GLD-DRCR
               MOVE WS-DEPT-GROSS(WS-DEPT-IDX) TO GLD-AMOUNT
               MOVE 'SUPPL PAY EXP'            TO GLD-DESC
               ADD WS-DEPT-GROSS(WS-DEPT-IDX)  TO WS-GL-DR-I
               WRITE GL-EXTRACT-RECORD FROM GL-DETAIL-LINE
               MOVE 'L' TO WS-GL-TYPE
               PERFORM 8750-FIND-GL-ACCT-PARA
               MOVE WS-GL-ACCT                 TO GLD-ACCT
               MOVE 'C'                        TO GLD-DRCR
               MOVE WS-DEPT-TAX(WS-DEPT-IDX)   TO GLD-AMOUNT
               MOVE 'SUPPL TAX W/H'            TO GLD-DESC
               ADD WS-DEPT-TAX(WS-DEPT-IDX)    TO WS-GL-CR-I
               WRITE GL-EXTRACT-RECORD FROM GL-DETAIL-LINE
               MOVE 'N' TO WS-GL-TYPE
               PERFORM 8750-FIND-GL-ACCT-PARA
               MOVE WS-GL-ACCT                 TO GLD-ACCT
               MOVE 'C'                        TO GLD-DRCR
               MOVE WS-DEPT-NET(WS-DEPT-IDX)   TO GLD-AMOUNT
               MOVE 'SUPPL NET PAY'            TO GLD-DESC
               ADD WS-DEPT-NET(WS-DEPT-IDX)    TO WS-GL-CR-I
               WRITE GL-EXTRACT-RECORD FROM GL-DETAIL-LINE
           END-PERFORM
           MOVE WS-GL-DR-I TO GLT-DR-TOTAL
           MOVE WS-GL-CR-I TO GLT-CR-TOTAL
           MOVE ZERO       TO GLT-RET-TOTAL
           IF WS-GL-DR-I = WS-GL-CR-I
              AND WS-GL-DR-I = WS-TOT-GROSS
               MOVE 'BALANCED'       TO GLT-STATUS
           ELSE
               MOVE 'OUT OF BALANCE' TO GLT-STATUS
           END-IF
           WRITE GL-EXTRACT-RECORD FROM GL-TRAILER-LINE
           CLOSE GL-EXTRACT-FILE.
      *
       8750-FIND-GL-ACCT-PARA.
           EVALUATE WS-GL-TYPE
               WHEN 'E' MOVE '51000000' TO WS-GL-ACCT
               WHEN 'L' MOVE '24000000' TO WS-GL-ACCT
               WHEN 'N' MOVE '10100000' TO WS-GL-ACCT
           END-EVALUATE
           IF WS-GLM-COUNT > ZERO
               SET WS-GLM-IDX TO 1
               SEARCH WS-GLM-ENTRIES
                   AT END
                       CONTINUE
                   WHEN WS-GLM-DEPT(WS-GLM-IDX) = GLD-DEPT
                    AND WS-GLM-TYPE(WS-GLM-IDX) = WS-GL-TYPE
                       MOVE WS-GLM-ACCT(WS-GLM-IDX) TO WS-GL-ACCT
               END-SEARCH
           END-IF.
      *
      * The off-cycle row on RUNTOTLS.DAT carries run type O; FH06's
      * regular rows carry R. Headcount is employees paid, records
      * read counts rejected lines too.
       8800-WRITE-RUN-TOTALS-PARA.
           OPEN EXTEND RUN-TOTALS-FILE
           IF WS-RTOT-STAT NOT = '00'
               OPEN OUTPUT RUN-TOTALS-FILE
           END-IF
           MOVE WS-RUN-PERIOD TO RT-PERIOD
           MOVE WS-DATE       TO RT-DATE
           MOVE WS-HEAD-CNT   TO RT-HEADCOUNT
           MOVE WS-READ-CNT   TO RT-READ
           MOVE WS-TOT-GROSS  TO RT-EARN
           MOVE WS-TOT-TAX    TO RT-DEDN
           MOVE WS-TOT-NET    TO RT-SAL
           MOVE 'O'           TO RT-RUN-TYPE
           WRITE RUN-TOTALS-RECORD
           CLOSE RUN-TOTALS-FILE.
      *
       9000-END-PARA.
           MOVE WS-PAID-CNT    TO OT-P-PAID
           MOVE WS-TOT-GROSS   TO OT-P-GROSS
           MOVE WS-TOT-TAX     TO OT-P-TAX
           MOVE WS-TOT-NET     TO OT-P-NET
           MOVE SPACES TO OFFC-REPORT-RECORD
           WRITE OFFC-REPORT-RECORD
           WRITE OFFC-REPORT-RECORD FROM OFC-TOTAL-LINE
           MOVE WS-ACH-PAY-CNT TO OC-P-ACH
           MOVE WS-CHK-PAY-CNT TO OC-P-CHK
           MOVE WS-REJ-CNT     TO OC-P-REJ
           WRITE OFFC-REPORT-RECORD FROM OFC-COUNT-LINE
           IF WS-CHK-PAY-CNT > ZERO
               MOVE 'PAPER PAYMENTS ON CHKINTF - RUN CHECKRUN MODE S'
                   TO OFC-NOTE-LINE
               WRITE OFFC-REPORT-RECORD FROM OFC-NOTE-LINE
           END-IF
           CLOSE SUPP-PAY-SORTED
           CLOSE BANK-FILE
           CLOSE CHECK-INTF-FILE
           CLOSE DEDN-YTD-FILE
           CLOSE OFFC-DETAIL-FILE
           CLOSE OFFC-REPORT
           DISPLAY 'OFFCYCLE: PERIOD ' WS-RUN-PERIOD ' - '
               WS-PAID-CNT ' PAYMENTS, ' WS-REJ-CNT ' REJECTED'
           IF WS-PAID-CNT = ZERO
               DISPLAY 'OFFCYCLE: NOTHING PAID'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJ-CNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      *
       9900-TABLE-OVERFLOW-PARA.
           DISPLAY 'OFFCYCLE: INTERNAL TABLE OVERFLOW - '
               WS-OVERFLOW-NAME ' IS FULL - RUN ABANDONED'
           DISPLAY 'OFFCYCLE: RAISE THE TABLE LIMIT BEFORE RERUNNING'
           MOVE 16 TO RETURN-CODE
           GOBACK.
