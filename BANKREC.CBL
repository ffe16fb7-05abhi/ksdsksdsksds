       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKREC.
      *****************************************************************
      * BANKREC
      * Payroll bank-account reconciliation. Every month someone
      * ticked the bank statement against the ACH files, the check
      * register and the return notices by hand. This job reads the
      * bank's statement file BANKSTMT.DAT and does the ticking:
      *
      *   ACH  debit   the settlement of a direct-deposit batch -
      *                matched to the batch control totals FH06 and
      *                OFFCYCLE log on ACHBHIST.DAT when they build
      *                ACHFILE.DAT (that file is rebuilt each run, so
      *                the history is what outlives it)
      *   CHK  debit   a paid check - matched by number and amount
      *                to the issue on CHECKREG.DAT that POSPAY's
      *                import stamped cleared
      *   RET  credit  a returned deposit coming back - matched by
      *                employee and amount to ACHRET's return log
      *                ACHRLOG.DAT
      *   REV  credit  a reversal debit PAYREV sent - matched to its
      *                ACHBHIST.DAT row
      *   REM  debit   a remittance to an agency (tax deposit,
      *                garnishment payee) - listed per payee
      *   DEP  credit  treasury funding of the account - listed
      *
      * The report BANKREC.REP shows the matched items, the bank
      * items nothing on the books explains, the book items the bank
      * has not seen yet (ACH batches and reversals in transit,
      * returns logged but not yet credited, outstanding checks),
      * the agency remittances, and book balance against the bank
      * balance adjusted for the items in transit.
      *
      * The book balance is carried from statement to statement on
      * the one-record control file BANKRCCT.DAT: last statement's
      * book balance plus this statement's book activity. The very
      * first run starts from the bank's opening balance less the
      * checks then outstanding. Rerunning the same statement starts
      * again from the same prior balance, so it can be repeated as
      * often as the register is corrected.
      *
      * RETURN-CODE 0 reconciled; 4 in balance but with items in
      * transit or checks paid that the register does not show
      * cleared; 8 out of balance, bank items not matched, or a
      * statement that does not foot. The outcome is left on
      * BANKRCST.DAT for OPSCTL's control sheet - a run refused
      * outright (no statement, no header, or a statement overlapping
      * one already reconciled) leaves RC 8 there with its reason, so
      * the sheet never shows an earlier run's outcome as tonight's.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-STMT-FILE   ASSIGN TO 'BANKSTMT.DAT'
                                    FILE STATUS IS WS-STMT-STAT.
           SELECT ACH-HIST-FILE    ASSIGN TO 'ACHBHIST.DAT'
                                    FILE STATUS IS WS-ACHH-STAT.
           SELECT RETURN-LOG-FILE  ASSIGN TO 'ACHRLOG.DAT'
                                    FILE STATUS IS WS-RLOG-STAT.
           SELECT CHECK-REG-FILE   ASSIGN TO 'CHECKREG.DAT'
                                    FILE STATUS IS WS-CREG-STAT.
           SELECT BANKREC-CTL-FILE ASSIGN TO 'BANKRCCT.DAT'
                                    FILE STATUS IS WS-BRCT-STAT.
           SELECT BANKREC-STAT-FILE ASSIGN TO 'BANKRCST.DAT'
                                    FILE STATUS IS WS-BRST-STAT.
           SELECT BANKREC-REPORT   ASSIGN TO 'BANKREC.REP'.

       DATA DIVISION.
       FILE SECTION.
      * The bank's statement file: an H header (account, period,
      * opening and closing balance), one D record per posting, and
      * a T trailer with the posting count and the debit and credit
      * totals. BS-REF carries the check number on a CHK, the
      * employee ID on a RET and the payee name on a REM.
       FD  BANK-STMT-FILE
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
       01  BANK-STMT-RECORD.
           03  BS-REC-TYPE         PIC X(01).
               88  BS-HEADER                VALUE 'H'.
               88  BS-DETAIL                VALUE 'D'.
               88  BS-TRAILER               VALUE 'T'.
           03  BS-BODY             PIC X(59).
           03  BS-HEADER-BODY      REDEFINES BS-BODY.
               05  BS-ACCOUNT      PIC X(12).
               05  BS-START-DATE   PIC 9(08).
               05  BS-END-DATE     PIC 9(08).
               05  BS-OPEN-BAL     PIC S9(10)V99
                                    SIGN LEADING SEPARATE.
               05  BS-CLOSE-BAL    PIC S9(10)V99
                                    SIGN LEADING SEPARATE.
               05  FILLER          PIC X(05).
           03  BS-DETAIL-BODY      REDEFINES BS-BODY.
               05  BS-POST-DATE    PIC 9(08).
               05  BS-DC           PIC X(01).
                   88  BS-DEBIT             VALUE 'D'.
                   88  BS-CREDIT            VALUE 'C'.
               05  BS-TYPE         PIC X(03).
               05  BS-AMOUNT       PIC 9(10)V99.
               05  BS-REF          PIC X(15).
               05  BS-REF-CHECK    REDEFINES BS-REF.
                   07  BS-REF-CHECK-NO PIC 9(08).
                   07  FILLER      PIC X(07).
               05  BS-DESC         PIC X(20).
           03  BS-TRAILER-BODY     REDEFINES BS-BODY.
               05  BS-ITEM-CNT     PIC 9(06).
               05  BS-TOT-DEBIT    PIC 9(10)V99.
               05  BS-TOT-CREDIT   PIC 9(10)V99.
               05  FILLER          PIC X(29).

      * ACH batch history FH06, OFFCYCLE and PAYREV append to - see
      * FH06's FD.
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

      * ACHRET's return log - see ACHRET's FD.
       FD  RETURN-LOG-FILE
           RECORD CONTAINS 23 CHARACTERS
           RECORDING MODE IS F.
       01  RETURN-LOG-RECORD.
           03  AL-DATE             PIC 9(08).
           03  AL-EMP-ID           PIC X(05).
           03  AL-REASON           PIC X(03).
           03  AL-AMOUNT           PIC 9(05)V99.

      * Same 61-byte register layout CHECKRUN maintains.
       FD  CHECK-REG-FILE
           RECORD CONTAINS 61 CHARACTERS
           RECORDING MODE IS F.
       01  CHECK-REG-RECORD.
           03  CR-CHECK-NO         PIC 9(08).
           03  CR-EMP-ID           PIC X(05).
           03  CR-DATE             PIC 9(08).
           03  CR-AMOUNT           PIC 9(05)V99.
           03  CR-STATUS           PIC X(01).
               88  CR-ISSUED                VALUE 'I'.
               88  CR-VOIDED                VALUE 'V'.
               88  CR-REISSUED              VALUE 'R'.
               88  CR-ESCHEATED             VALUE 'E'.
           03  CR-PAYEE            PIC X(15).
           03  CR-REF-CHECK        PIC 9(08).
           03  CR-CLEARED          PIC X(01).
               88  CR-IS-CLEARED            VALUE 'C'.
           03  CR-CLEAR-DATE       PIC 9(08).

      * One-record book-balance carry-forward: the statement before
      * the last one reconciled and the last one, each with its end
      * date and the book balance at that date.
       FD  BANKREC-CTL-FILE
           RECORD CONTAINS 42 CHARACTERS
           RECORDING MODE IS F.
       01  BANKREC-CTL-RECORD.
           03  CT-PRIOR-END        PIC 9(08).
           03  CT-PRIOR-BOOK       PIC S9(10)V99
                                    SIGN LEADING SEPARATE.
           03  CT-THIS-END         PIC 9(08).
           03  CT-THIS-BOOK        PIC S9(10)V99
                                    SIGN LEADING SEPARATE.

      * One-record outcome for OPSCTL: the statement reconciled, the
      * day it ran, its RETURN-CODE, the unexplained difference and,
      * for a run refused before anything was reconciled, why.
       FD  BANKREC-STAT-FILE
           RECORD CONTAINS 71 CHARACTERS
           RECORDING MODE IS F.
       01  BANKREC-STAT-RECORD.
           03  BT-STMT-END         PIC 9(08).
           03  BT-RUN-DATE         PIC 9(08).
           03  BT-RC               PIC 9(02).
           03  BT-DIFFERENCE       PIC S9(10)V99
                                    SIGN LEADING SEPARATE.
           03  BT-REASON           PIC X(40).

       FD  BANKREC-REPORT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  BANKREC-REPORT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-STMT-STAT            PIC X(02)      VALUE SPACES.
       01  WS-ACHH-STAT            PIC X(02)      VALUE SPACES.
       01  WS-RLOG-STAT            PIC X(02)      VALUE SPACES.
       01  WS-CREG-STAT            PIC X(02)      VALUE SPACES.
       01  WS-BRCT-STAT            PIC X(02)      VALUE SPACES.
       01  WS-BRST-STAT            PIC X(02)      VALUE SPACES.
       01  WS-STMT-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-STMT-EOF                 VALUE 'Y'.
       01  WS-ACHH-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-ACHH-EOF                 VALUE 'Y'.
       01  WS-RLOG-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-RLOG-EOF                 VALUE 'Y'.
       01  WS-REG-EOF-FLAG         PIC X(01)      VALUE 'N'.
           88  WS-REG-EOF                  VALUE 'Y'.
       01  WS-DATE                 PIC 9(08)      VALUE ZERO.
      *
      * Statement header and trailer, and the statement's own
      * footing: opening less debits plus credits must come to the
      * closing balance, and the detail must agree with the trailer.
       01  WS-ST-ACCOUNT           PIC X(12)      VALUE SPACES.
       01  WS-ST-START             PIC 9(08)      VALUE ZERO.
       01  WS-ST-END               PIC 9(08)      VALUE ZERO.
       01  WS-ST-OPEN-BAL          PIC S9(10)V99  VALUE ZERO.
       01  WS-ST-CLOSE-BAL         PIC S9(10)V99  VALUE ZERO.
       01  WS-ST-TRL-CNT           PIC 9(06)      VALUE ZERO.
       01  WS-ST-TRL-DEBIT         PIC 9(10)V99   VALUE ZERO.
       01  WS-ST-TRL-CREDIT        PIC 9(10)V99   VALUE ZERO.
       01  WS-ST-DEBITS            PIC 9(10)V99   VALUE ZERO.
       01  WS-ST-CREDITS           PIC 9(10)V99   VALUE ZERO.
       01  WS-ST-FOOT              PIC S9(10)V99  VALUE ZERO.
       01  WS-HDR-FLAG             PIC X(01)      VALUE 'N'.
           88  WS-HDR-SEEN                 VALUE 'Y'.
       01  WS-TRL-FLAG             PIC X(01)      VALUE 'N'.
           88  WS-TRL-SEEN                 VALUE 'Y'.
       01  WS-FOOT-FLAG            PIC X(01)      VALUE 'Y'.
           88  WS-STMT-FOOTS               VALUE 'Y'.
      *
      * The statement postings. WS-BI-STATE: M matched to a book
      * item, A accepted as its own book entry (remittance,
      * funding), N nothing on the books explains it.
       01  WS-BI-TABLE.
           03  WS-BI-ENTRIES       OCCURS 5000 TIMES.
               05  WS-BI-DATE      PIC 9(08).
               05  WS-BI-DC        PIC X(01).
               05  WS-BI-TYPE      PIC X(03).
               05  WS-BI-AMOUNT    PIC 9(10)V99.
               05  WS-BI-REF       PIC X(15).
               05  WS-BI-CHECK-NO  PIC 9(08).
               05  WS-BI-STATE     PIC X(01).
               05  WS-BI-NOTE      PIC X(28).
       01  WS-BI-COUNT             PIC 9(05)      VALUE ZERO.
       01  WS-BI-SUB               PIC 9(05)      VALUE ZERO.
      *
      * ACH batch history rows, flagged as the statement uses them.
       01  WS-AB-TABLE.
           03  WS-AB-ENTRIES       OCCURS 5000 TIMES.
               05  WS-AB-SOURCE    PIC X(08).
               05  WS-AB-EFF       PIC 9(08).
               05  WS-AB-DEBIT     PIC 9(08)V99.
               05  WS-AB-CREDIT    PIC 9(08)V99.
               05  WS-AB-USED      PIC X(01).
       01  WS-AB-COUNT             PIC 9(05)      VALUE ZERO.
       01  WS-AB-SUB               PIC 9(05)      VALUE ZERO.
       01  WS-AB-HIT               PIC 9(05)      VALUE ZERO.
       01  WS-AB-BEST-EFF          PIC 9(08)      VALUE ZERO.
       01  WS-MATCH-DEBIT          PIC 9(10)V99   VALUE ZERO.
       01  WS-MATCH-CREDIT         PIC 9(10)V99   VALUE ZERO.
      *
      * Return log rows, flagged the same way.
       01  WS-RL-TABLE.
           03  WS-RL-ENTRIES       OCCURS 5000 TIMES.
               05  WS-RL-DATE      PIC 9(08).
               05  WS-RL-EMP-ID    PIC X(05).
               05  WS-RL-REASON    PIC X(03).
               05  WS-RL-AMOUNT    PIC 9(05)V99.
               05  WS-RL-USED      PIC X(01).
       01  WS-RL-COUNT             PIC 9(05)      VALUE ZERO.
       01  WS-RL-SUB               PIC 9(05)      VALUE ZERO.
       01  WS-RL-HIT               PIC 9(05)      VALUE ZERO.
      *
      * Every check ever issued or reissued, with the date it was
      * voided or escheated (zero while it is live).
       01  WS-CK-TABLE.
           03  WS-CK-ENTRIES       OCCURS 20000 TIMES.
               05  WS-CK-NO        PIC 9(08).
               05  WS-CK-DATE      PIC 9(08).
               05  WS-CK-AMOUNT    PIC 9(05)V99.
               05  WS-CK-CLEARED   PIC X(01).
               05  WS-CK-CLR-DATE  PIC 9(08).
               05  WS-CK-DEAD-DATE PIC 9(08).
               05  WS-CK-USED      PIC X(01).
       01  WS-CK-COUNT             PIC 9(05)      VALUE ZERO.
       01  WS-CK-SUB               PIC 9(05)      VALUE ZERO.
       01  WS-CK-HIT               PIC 9(05)      VALUE ZERO.
       01  WS-DEAD-TABLE.
           03  WS-DEAD-ENTRIES     OCCURS 20000 TIMES.
               05  WS-DEAD-NO      PIC 9(08).
               05  WS-DEAD-DATE    PIC 9(08).
       01  WS-DEAD-COUNT           PIC 9(05)      VALUE ZERO.
       01  WS-DEAD-SUB             PIC 9(05)      VALUE ZERO.
      *
      * Agency remittances, totalled per payee.
       01  WS-REM-TABLE.
           03  WS-REM-ENTRIES      OCCURS 200 TIMES.
               05  WS-REM-PAYEE    PIC X(15).
               05  WS-REM-CNT      PIC 9(04).
               05  WS-REM-AMT      PIC 9(10)V99.
       01  WS-REM-COUNT            PIC 9(03)      VALUE ZERO.
       01  WS-REM-SUB              PIC 9(03)      VALUE ZERO.
       01  WS-REM-HIT              PIC 9(03)      VALUE ZERO.
      *
      * Counts, book activity and the balance proof.
       01  WS-MATCHED-CNT          PIC 9(05)      VALUE ZERO.
       01  WS-ACCEPTED-CNT         PIC 9(05)      VALUE ZERO.
       01  WS-UNMATCHED-CNT        PIC 9(05)      VALUE ZERO.
       01  WS-UNCLEARED-CNT        PIC 9(05)      VALUE ZERO.
       01  WS-TRANSIT-CNT          PIC 9(05)      VALUE ZERO.
       01  WS-OUTSTAND-CNT         PIC 9(05)      VALUE ZERO.
       01  WS-UNMATCHED-AMT        PIC 9(10)V99   VALUE ZERO.
       01  WS-DEP-TOTAL            PIC 9(10)V99   VALUE ZERO.
       01  WS-REM-TOTAL            PIC 9(10)V99   VALUE ZERO.
       01  WS-BK-CHECKS            PIC 9(10)V99   VALUE ZERO.
       01  WS-BK-VOIDS             PIC 9(10)V99   VALUE ZERO.
       01  WS-BK-ACH-CREDIT        PIC 9(10)V99   VALUE ZERO.
       01  WS-BK-ACH-DEBIT         PIC 9(10)V99   VALUE ZERO.
       01  WS-BK-RETURNS           PIC 9(10)V99   VALUE ZERO.
       01  WS-OUTSTAND-START       PIC 9(10)V99   VALUE ZERO.
       01  WS-OUTSTAND-END         PIC 9(10)V99   VALUE ZERO.
       01  WS-TRANSIT-ACH-CR       PIC 9(10)V99   VALUE ZERO.
       01  WS-TRANSIT-ACH-DR       PIC 9(10)V99   VALUE ZERO.
       01  WS-TRANSIT-RET          PIC 9(10)V99   VALUE ZERO.
       01  WS-PRIOR-BOOK           PIC S9(10)V99  VALUE ZERO.
       01  WS-BOOK-BAL             PIC S9(10)V99  VALUE ZERO.
       01  WS-ADJ-BANK-BAL         PIC S9(10)V99  VALUE ZERO.
       01  WS-DIFFERENCE           PIC S9(10)V99  VALUE ZERO.
       01  WS-RUN-RC               PIC 9(02)      VALUE ZERO.
       01  WS-REFUSE-REASON        PIC X(40)      VALUE SPACES.
      * How the prior book balance was arrived at: F first run,
      * R rerun of the last statement, N the next statement.
       01  WS-CARRY-FLAG           PIC X(01)      VALUE 'F'.
           88  WS-CARRY-FIRST              VALUE 'F'.
           88  WS-CARRY-RERUN              VALUE 'R'.
           88  WS-CARRY-NEXT               VALUE 'N'.
       01  WS-CT-PRIOR-END         PIC 9(08)      VALUE ZERO.
       01  WS-CT-PRIOR-BOOK        PIC S9(10)V99  VALUE ZERO.
       01  WS-CT-THIS-END          PIC 9(08)      VALUE ZERO.
       01  WS-CT-THIS-BOOK         PIC S9(10)V99  VALUE ZERO.
      *
       01  BRR-HEADING-LINE        PIC X(80)      VALUE
           'PAYROLL BANK ACCOUNT RECONCILIATION'.
       01  BRR-PERIOD-LINE.
           03  FILLER              PIC X(08)      VALUE 'ACCOUNT '.
           03  BRR-H-ACCOUNT       PIC X(12)      VALUE SPACES.
           03  FILLER              PIC X(12)      VALUE
               '  STATEMENT '.
           03  BRR-H-START         PIC 9(08)      VALUE ZERO.
           03  FILLER              PIC X(04)      VALUE ' TO '.
           03  BRR-H-END           PIC 9(08)      VALUE ZERO.
           03  FILLER              PIC X(28)      VALUE SPACES.
       01  BRR-SECTION-LINE        PIC X(80)      VALUE SPACES.
       01  BRR-DETAIL-LINE.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  BRR-D-DATE          PIC 9(08)      VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  BRR-D-KIND          PIC X(08)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  BRR-D-REF           PIC X(15)      VALUE SPACES.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  BRR-D-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99
                                                   VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  BRR-D-NOTE          PIC X(27)      VALUE SPACES.
       01  BRR-BALANCE-LINE.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  BRR-B-LABEL         PIC X(40)      VALUE SPACES.
           03  BRR-B-AMOUNT        PIC -,---,---,--9.99
                                                   VALUE ZERO.
           03  FILLER              PIC X(22)      VALUE SPACES.
       01  BRR-SUMMARY-LINE.
           03  FILLER              PIC X(02)      VALUE SPACES.
           03  BRR-S-LABEL         PIC X(40)      VALUE SPACES.
           03  BRR-S-COUNT         PIC ZZZZ9      VALUE ZERO.
           03  FILLER              PIC X(33)      VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT BANKREC-REPORT
           WRITE BANKREC-REPORT-RECORD FROM BRR-HEADING-LINE
           PERFORM 1000-LOAD-STATEMENT-PARA
           PERFORM 1500-LOAD-CONTROL-PARA
           PERFORM 2000-LOAD-ACH-HIST-PARA
           PERFORM 2100-LOAD-RETURN-LOG-PARA
           PERFORM 2200-LOAD-REGISTER-PARA
           PERFORM 3000-MATCH-STATEMENT-PARA
           PERFORM 4000-MATCHED-ITEMS-PARA
           PERFORM 4200-UNMATCHED-BANK-PARA
           PERFORM 4400-UNMATCHED-BOOK-PARA
           PERFORM 4600-REMITTANCES-PARA
           PERFORM 5000-BOOK-ACTIVITY-PARA
           PERFORM 5500-BALANCE-PROOF-PARA
           PERFORM 8000-WRITE-CONTROL-PARA
           PERFORM 9000-END-PARA
           CLOSE BANKREC-REPORT
           STOP RUN.
      *
      * Loads the postings and foots the statement. No statement,
      * or one without its header, is nothing to reconcile.
       1000-LOAD-STATEMENT-PARA.
           OPEN INPUT BANK-STMT-FILE
           IF WS-STMT-STAT NOT = '00'
               DISPLAY 'BANKREC: BANKSTMT.DAT NOT AVAILABLE - '
                   'STATUS ' WS-STMT-STAT ' - NOTHING TO RECONCILE'
               MOVE 'BANKSTMT.DAT NOT AVAILABLE' TO WS-REFUSE-REASON
               PERFORM 8600-WRITE-REFUSAL-PARA
               MOVE 8 TO RETURN-CODE
               CLOSE BANKREC-REPORT
               STOP RUN
           END-IF
           PERFORM UNTIL WS-STMT-EOF
               READ BANK-STMT-FILE
                   AT END
                       SET WS-STMT-EOF TO TRUE
                   NOT AT END
                       PERFORM 1100-ONE-STMT-RECORD-PARA
               END-READ
           END-PERFORM
           CLOSE BANK-STMT-FILE
           IF NOT WS-HDR-SEEN
               DISPLAY 'BANKREC: BANKSTMT.DAT HAS NO HEADER RECORD - '
                   'NOTHING TO RECONCILE'
               MOVE 'BANKSTMT.DAT HAS NO HEADER RECORD'
                   TO WS-REFUSE-REASON
               PERFORM 8600-WRITE-REFUSAL-PARA
               MOVE 8 TO RETURN-CODE
               CLOSE BANKREC-REPORT
               STOP RUN
           END-IF
           MOVE WS-ST-ACCOUNT TO BRR-H-ACCOUNT
           MOVE WS-ST-START   TO BRR-H-START
           MOVE WS-ST-END     TO BRR-H-END
           WRITE BANKREC-REPORT-RECORD FROM BRR-PERIOD-LINE
           COMPUTE WS-ST-FOOT = WS-ST-OPEN-BAL - WS-ST-DEBITS
                              + WS-ST-CREDITS
           IF WS-ST-FOOT NOT = WS-ST-CLOSE-BAL
               MOVE 'N' TO WS-FOOT-FLAG
           END-IF
           IF NOT WS-TRL-SEEN
               MOVE 'N' TO WS-FOOT-FLAG
           ELSE
               IF WS-ST-TRL-CNT NOT = WS-BI-COUNT
                  OR WS-ST-TRL-DEBIT NOT = WS-ST-DEBITS
                  OR WS-ST-TRL-CREDIT NOT = WS-ST-CREDITS
                   MOVE 'N' TO WS-FOOT-FLAG
               END-IF
           END-IF
           IF NOT WS-STMT-FOOTS
               MOVE SPACES TO BRR-SECTION-LINE
               WRITE BANKREC-REPORT-RECORD FROM BRR-SECTION-LINE
               MOVE '*** STATEMENT DOES NOT FOOT - OPENING, POSTINGS, C
      -            'LOSING AND TRAILER DISAGREE' TO BRR-SECTION-LINE
               WRITE BANKREC-REPORT-RECORD FROM BRR-SECTION-LINE
           END-IF.
      *
       1100-ONE-STMT-RECORD-PARA.
           EVALUATE TRUE
               WHEN BS-HEADER
                   SET WS-HDR-SEEN TO TRUE
                   MOVE BS-ACCOUNT    TO WS-ST-ACCOUNT
                   MOVE BS-START-DATE TO WS-ST-START
                   MOVE BS-END-DATE   TO WS-ST-END
                   MOVE BS-OPEN-BAL   TO WS-ST-OPEN-BAL
                   MOVE BS-CLOSE-BAL  TO WS-ST-CLOSE-BAL
               WHEN BS-TRAILER
                   SET WS-TRL-SEEN TO TRUE
                   MOVE BS-ITEM-CNT   TO WS-ST-TRL-CNT
                   MOVE BS-TOT-DEBIT  TO WS-ST-TRL-DEBIT
                   MOVE BS-TOT-CREDIT TO WS-ST-TRL-CREDIT
               WHEN BS-DETAIL
                   IF WS-BI-COUNT < 5000
                       ADD 1 TO WS-BI-COUNT
                       MOVE BS-POST-DATE TO WS-BI-DATE(WS-BI-COUNT)
                       MOVE BS-DC        TO WS-BI-DC(WS-BI-COUNT)
                       MOVE BS-TYPE      TO WS-BI-TYPE(WS-BI-COUNT)
                       MOVE BS-AMOUNT    TO WS-BI-AMOUNT(WS-BI-COUNT)
                       MOVE BS-REF       TO WS-BI-REF(WS-BI-COUNT)
                       MOVE ZERO TO WS-BI-CHECK-NO(WS-BI-COUNT)
                       IF BS-REF-CHECK-NO NUMERIC
                           MOVE BS-REF-CHECK-NO
                               TO WS-BI-CHECK-NO(WS-BI-COUNT)
                       END-IF
                       MOVE 'N'          TO WS-BI-STATE(WS-BI-COUNT)
                       MOVE SPACES       TO WS-BI-NOTE(WS-BI-COUNT)
                       IF BS-DEBIT
                           ADD BS-AMOUNT TO WS-ST-DEBITS
                       ELSE
                           ADD BS-AMOUNT TO WS-ST-CREDITS
                       END-IF
                   ELSE
                       DISPLAY 'BANKREC: WS-BI-TABLE OVERFLOW - '
                           'RAISE THE LIMIT BEFORE RERUNNING'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-FOOT-FLAG
           END-EVALUATE.
      *
      * Works out where the book balance starts. The same statement
      * again is a rerun from the same prior balance; a later one
      * carries the last book balance forward; anything that
      * overlaps a statement already reconciled is refused.
       1500-LOAD-CONTROL-PARA.
           OPEN INPUT BANKREC-CTL-FILE
           IF WS-BRCT-STAT = '00'
               READ BANKREC-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CT-THIS-END NUMERIC
                          AND CT-THIS-END > ZERO
                           MOVE CT-PRIOR-END  TO WS-CT-PRIOR-END
                           MOVE CT-PRIOR-BOOK TO WS-CT-PRIOR-BOOK
                           MOVE CT-THIS-END   TO WS-CT-THIS-END
                           MOVE CT-THIS-BOOK  TO WS-CT-THIS-BOOK
                       END-IF
               END-READ
               CLOSE BANKREC-CTL-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-CT-THIS-END = ZERO
                   SET WS-CARRY-FIRST TO TRUE
               WHEN WS-ST-END = WS-CT-THIS-END
                   SET WS-CARRY-RERUN TO TRUE
                   MOVE WS-CT-PRIOR-BOOK TO WS-PRIOR-BOOK
               WHEN WS-ST-START > WS-CT-THIS-END
                   SET WS-CARRY-NEXT TO TRUE
                   MOVE WS-CT-THIS-BOOK TO WS-PRIOR-BOOK
               WHEN OTHER
                   DISPLAY 'BANKREC: STATEMENT ' WS-ST-START ' TO '
                       WS-ST-END ' OVERLAPS THE ONE RECONCILED TO '
                       WS-CT-THIS-END ' - NOTHING RECONCILED'
                   MOVE 'STATEMENT OVERLAPS ONE RECONCILED'
                       TO WS-REFUSE-REASON
                   PERFORM 8600-WRITE-REFUSAL-PARA
                   MOVE 8 TO RETURN-CODE
                   CLOSE BANKREC-REPORT
                   STOP RUN
           END-EVALUATE.
      *
       2000-LOAD-ACH-HIST-PARA.
           OPEN INPUT ACH-HIST-FILE
           IF WS-ACHH-STAT = '00'
               PERFORM UNTIL WS-ACHH-EOF
                   READ ACH-HIST-FILE
                       AT END
                           SET WS-ACHH-EOF TO TRUE
                       NOT AT END
                           IF WS-AB-COUNT < 5000
                               ADD 1 TO WS-AB-COUNT
                               MOVE AH-SOURCE
                                   TO WS-AB-SOURCE(WS-AB-COUNT)
                               MOVE AH-EFF-DATE
                                   TO WS-AB-EFF(WS-AB-COUNT)
                               MOVE AH-DEBIT
                                   TO WS-AB-DEBIT(WS-AB-COUNT)
                               MOVE AH-CREDIT
                                   TO WS-AB-CREDIT(WS-AB-COUNT)
                               MOVE 'N' TO WS-AB-USED(WS-AB-COUNT)
                           ELSE
                               DISPLAY 'BANKREC: WS-AB-TABLE OVERFLOW'
                                   ' - RAISE THE LIMIT BEFORE '
                                   'RERUNNING'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACH-HIST-FILE
           END-IF.
      *
       2100-LOAD-RETURN-LOG-PARA.
           OPEN INPUT RETURN-LOG-FILE
           IF WS-RLOG-STAT = '00'
               PERFORM UNTIL WS-RLOG-EOF
                   READ RETURN-LOG-FILE
                       AT END
                           SET WS-RLOG-EOF TO TRUE
                       NOT AT END
                           IF WS-RL-COUNT < 5000
                               ADD 1 TO WS-RL-COUNT
                               MOVE AL-DATE
                                   TO WS-RL-DATE(WS-RL-COUNT)
                               MOVE AL-EMP-ID
                                   TO WS-RL-EMP-ID(WS-RL-COUNT)
                               MOVE AL-REASON
                                   TO WS-RL-REASON(WS-RL-COUNT)
                               MOVE AL-AMOUNT
                                   TO WS-RL-AMOUNT(WS-RL-COUNT)
                               MOVE 'N' TO WS-RL-USED(WS-RL-COUNT)
                           ELSE
                               DISPLAY 'BANKREC: WS-RL-TABLE OVERFLOW'
                                   ' - RAISE THE LIMIT BEFORE '
                                   'RERUNNING'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETURN-LOG-FILE
           END-IF.
      *
      * Issues and reissues go in the check table; voids and
      * escheats are gathered separately and then stamped onto the
      * check they killed.
       2200-LOAD-REGISTER-PARA.
           OPEN INPUT CHECK-REG-FILE
           IF WS-CREG-STAT = '00'
               PERFORM UNTIL WS-REG-EOF
                   READ CHECK-REG-FILE
                       AT END
                           SET WS-REG-EOF TO TRUE
                       NOT AT END
                           PERFORM 2250-ONE-REG-RECORD-PARA
                   END-READ
               END-PERFORM
               CLOSE CHECK-REG-FILE
           END-IF
           PERFORM VARYING WS-DEAD-SUB FROM 1 BY 1
                   UNTIL WS-DEAD-SUB > WS-DEAD-COUNT
               PERFORM VARYING WS-CK-SUB FROM 1 BY 1
                       UNTIL WS-CK-SUB > WS-CK-COUNT
                   IF WS-CK-NO(WS-CK-SUB) = WS-DEAD-NO(WS-DEAD-SUB)
                      AND WS-CK-DEAD-DATE(WS-CK-SUB) = ZERO
                       MOVE WS-DEAD-DATE(WS-DEAD-SUB)
                           TO WS-CK-DEAD-DATE(WS-CK-SUB)
                   END-IF
               END-PERFORM
           END-PERFORM.
      *
       2250-ONE-REG-RECORD-PARA.
           IF CR-VOIDED OR CR-ESCHEATED
               IF WS-DEAD-COUNT < 20000
                   ADD 1 TO WS-DEAD-COUNT
                   MOVE CR-CHECK-NO TO WS-DEAD-NO(WS-DEAD-COUNT)
                   MOVE CR-DATE     TO WS-DEAD-DATE(WS-DEAD-COUNT)
               ELSE
                   DISPLAY 'BANKREC: WS-DEAD-TABLE OVERFLOW - '
                       'RAISE THE LIMIT BEFORE RERUNNING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               IF WS-CK-COUNT < 20000
                   ADD 1 TO WS-CK-COUNT
                   MOVE CR-CHECK-NO   TO WS-CK-NO(WS-CK-COUNT)
                   MOVE CR-DATE       TO WS-CK-DATE(WS-CK-COUNT)
                   MOVE CR-AMOUNT     TO WS-CK-AMOUNT(WS-CK-COUNT)
                   MOVE CR-CLEARED    TO WS-CK-CLEARED(WS-CK-COUNT)
                   MOVE ZERO          TO WS-CK-CLR-DATE(WS-CK-COUNT)
                   IF CR-IS-CLEARED
                       MOVE CR-CLEAR-DATE
                           TO WS-CK-CLR-DATE(WS-CK-COUNT)
                   END-IF
                   MOVE ZERO          TO WS-CK-DEAD-DATE(WS-CK-COUNT)
                   MOVE 'N'           TO WS-CK-USED(WS-CK-COUNT)
               ELSE
                   DISPLAY 'BANKREC: WS-CK-TABLE OVERFLOW - '
                       'RAISE THE LIMIT BEFORE RERUNNING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *
       3000-MATCH-STATEMENT-PARA.
           PERFORM VARYING WS-BI-SUB FROM 1 BY 1
                   UNTIL WS-BI-SUB > WS-BI-COUNT
               EVALUATE WS-BI-TYPE(WS-BI-SUB) ALSO WS-BI-DC(WS-BI-SUB)
                   WHEN 'ACH' ALSO 'D'
                       MOVE WS-BI-AMOUNT(WS-BI-SUB) TO WS-MATCH-CREDIT
                       MOVE ZERO                    TO WS-MATCH-DEBIT
                       PERFORM 3100-MATCH-ACH-PARA
                   WHEN 'REV' ALSO 'C'
                       MOVE ZERO                    TO WS-MATCH-CREDIT
                       MOVE WS-BI-AMOUNT(WS-BI-SUB) TO WS-MATCH-DEBIT
                       PERFORM 3100-MATCH-ACH-PARA
                   WHEN 'CHK' ALSO 'D'
                       PERFORM 3200-MATCH-CHECK-PARA
                   WHEN 'RET' ALSO 'C'
                       PERFORM 3300-MATCH-RETURN-PARA
                   WHEN 'REM' ALSO 'D'
                       PERFORM 3400-ACCEPT-REMITTANCE-PARA
                   WHEN 'DEP' ALSO 'C'
                       MOVE 'A' TO WS-BI-STATE(WS-BI-SUB)
                       MOVE 'FUNDING DEPOSIT'
                           TO WS-BI-NOTE(WS-BI-SUB)
                       ADD WS-BI-AMOUNT(WS-BI-SUB) TO WS-DEP-TOTAL
                   WHEN OTHER
                       MOVE 'NOT A PAYROLL POSTING TYPE'
                           TO WS-BI-NOTE(WS-BI-SUB)
               END-EVALUATE
               EVALUATE WS-BI-STATE(WS-BI-SUB)
                   WHEN 'M'
                       ADD 1 TO WS-MATCHED-CNT
                   WHEN 'A'
                       ADD 1 TO WS-ACCEPTED-CNT
                   WHEN OTHER
                       ADD 1 TO WS-UNMATCHED-CNT
                       ADD WS-BI-AMOUNT(WS-BI-SUB) TO WS-UNMATCHED-AMT
               END-EVALUATE
           END-PERFORM.
      *
      * An ACH settlement (or a reversal credit) is matched to the
      * unused batch with exactly that total whose effective date is
      * the latest on or before the posting - the batch the bank
      * just settled, not an older one that happened to be the same
      * amount.
       3100-MATCH-ACH-PARA.
           MOVE ZERO TO WS-AB-HIT
           MOVE ZERO TO WS-AB-BEST-EFF
           PERFORM VARYING WS-AB-SUB FROM 1 BY 1
                   UNTIL WS-AB-SUB > WS-AB-COUNT
               IF WS-AB-USED(WS-AB-SUB) = 'N'
                  AND WS-AB-CREDIT(WS-AB-SUB) = WS-MATCH-CREDIT
                  AND WS-AB-DEBIT(WS-AB-SUB) = WS-MATCH-DEBIT
                  AND WS-AB-EFF(WS-AB-SUB) <= WS-BI-DATE(WS-BI-SUB)
                  AND WS-AB-EFF(WS-AB-SUB) >= WS-AB-BEST-EFF
                   MOVE WS-AB-SUB TO WS-AB-HIT
                   MOVE WS-AB-EFF(WS-AB-SUB) TO WS-AB-BEST-EFF
               END-IF
           END-PERFORM
           IF WS-AB-HIT NOT = ZERO
               MOVE 'Y' TO WS-AB-USED(WS-AB-HIT)
               MOVE 'M' TO WS-BI-STATE(WS-BI-SUB)
               MOVE SPACES TO WS-BI-NOTE(WS-BI-SUB)
               STRING WS-AB-SOURCE(WS-AB-HIT) DELIMITED BY SPACE
                   ' BATCH EFF ' WS-AB-EFF(WS-AB-HIT)
                   DELIMITED BY SIZE INTO WS-BI-NOTE(WS-BI-SUB)
           ELSE
               MOVE 'NO ACH BATCH AT THIS TOTAL'
                   TO WS-BI-NOTE(WS-BI-SUB)
           END-IF.
      *
      * A paid check must be a live issue at the amount we wrote it
      * for. One POSPAY has not stamped cleared still ties out, but
      * is flagged so the register gets its import.
       3200-MATCH-CHECK-PARA.
           MOVE ZERO TO WS-CK-HIT
           PERFORM VARYING WS-CK-SUB FROM 1 BY 1
                   UNTIL WS-CK-SUB > WS-CK-COUNT
               IF WS-CK-NO(WS-CK-SUB) = WS-BI-CHECK-NO(WS-BI-SUB)
                  AND WS-CK-USED(WS-CK-SUB) = 'N'
                  AND WS-CK-HIT = ZERO
                   MOVE WS-CK-SUB TO WS-CK-HIT
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-CK-HIT = ZERO
                   MOVE 'CHECK NOT ON REGISTER'
                       TO WS-BI-NOTE(WS-BI-SUB)
               WHEN WS-CK-DEAD-DATE(WS-CK-HIT) NOT = ZERO
                AND WS-CK-DEAD-DATE(WS-CK-HIT) <= WS-BI-DATE(WS-BI-SUB)
                   MOVE 'Y' TO WS-CK-USED(WS-CK-HIT)
                   MOVE 'PAID AFTER VOID OR ESCHEAT'
                       TO WS-BI-NOTE(WS-BI-SUB)
               WHEN WS-CK-AMOUNT(WS-CK-HIT)
                    NOT = WS-BI-AMOUNT(WS-BI-SUB)
                   MOVE 'Y' TO WS-CK-USED(WS-CK-HIT)
                   MOVE 'AMOUNT DIFFERS FROM REGISTER'
                       TO WS-BI-NOTE(WS-BI-SUB)
               WHEN WS-CK-CLEARED(WS-CK-HIT) NOT = 'C'
                   MOVE 'Y' TO WS-CK-USED(WS-CK-HIT)
                   MOVE 'M' TO WS-BI-STATE(WS-BI-SUB)
                   MOVE 'NOT CLEARED ON REGISTER'
                       TO WS-BI-NOTE(WS-BI-SUB)
                   ADD 1 TO WS-UNCLEARED-CNT
               WHEN OTHER
                   MOVE 'Y' TO WS-CK-USED(WS-CK-HIT)
                   MOVE 'M' TO WS-BI-STATE(WS-BI-SUB)
                   MOVE SPACES TO WS-BI-NOTE(WS-BI-SUB)
                   STRING 'ISSUED ' WS-CK-DATE(WS-CK-HIT)
                       DELIMITED BY SIZE INTO WS-BI-NOTE(WS-BI-SUB)
           END-EVALUATE.
      *
       3300-MATCH-RETURN-PARA.
           MOVE ZERO TO WS-RL-HIT
           PERFORM VARYING WS-RL-SUB FROM 1 BY 1
                   UNTIL WS-RL-SUB > WS-RL-COUNT
               IF WS-RL-EMP-ID(WS-RL-SUB) = WS-BI-REF(WS-BI-SUB)(1:5)
                  AND WS-RL-AMOUNT(WS-RL-SUB) = WS-BI-AMOUNT(WS-BI-SUB)
                  AND WS-RL-USED(WS-RL-SUB) = 'N'
                  AND WS-RL-HIT = ZERO
                   MOVE WS-RL-SUB TO WS-RL-HIT
               END-IF
           END-PERFORM
           IF WS-RL-HIT NOT = ZERO
               MOVE 'Y' TO WS-RL-USED(WS-RL-HIT)
               MOVE 'M' TO WS-BI-STATE(WS-BI-SUB)
               MOVE SPACES TO WS-BI-NOTE(WS-BI-SUB)
               STRING 'RETURN ' WS-RL-REASON(WS-RL-HIT)
                   ' LOGGED ' WS-RL-DATE(WS-RL-HIT)
                   DELIMITED BY SIZE INTO WS-BI-NOTE(WS-BI-SUB)
           ELSE
               MOVE 'NO RETURN LOGGED BY ACHRET'
                   TO WS-BI-NOTE(WS-BI-SUB)
           END-IF.
      *
       3400-ACCEPT-REMITTANCE-PARA.
           MOVE 'A' TO WS-BI-STATE(WS-BI-SUB)
           MOVE 'AGENCY REMITTANCE' TO WS-BI-NOTE(WS-BI-SUB)
           ADD WS-BI-AMOUNT(WS-BI-SUB) TO WS-REM-TOTAL
           MOVE ZERO TO WS-REM-HIT
           PERFORM VARYING WS-REM-SUB FROM 1 BY 1
                   UNTIL WS-REM-SUB > WS-REM-COUNT
               IF WS-REM-PAYEE(WS-REM-SUB) = WS-BI-REF(WS-BI-SUB)
                   MOVE WS-REM-SUB TO WS-REM-HIT
               END-IF
           END-PERFORM
           IF WS-REM-HIT = ZERO
               IF WS-REM-COUNT < 200
                   ADD 1 TO WS-REM-COUNT
                   MOVE WS-REM-COUNT TO WS-REM-HIT
                   MOVE WS-BI-REF(WS-BI-SUB)
                       TO WS-REM-PAYEE(WS-REM-HIT)
                   MOVE ZERO TO WS-REM-CNT(WS-REM-HIT)
                   MOVE ZERO TO WS-REM-AMT(WS-REM-HIT)
               ELSE
                   DISPLAY 'BANKREC: WS-REM-TABLE OVERFLOW - '
                       'RAISE THE LIMIT BEFORE RERUNNING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD 1 TO WS-REM-CNT(WS-REM-HIT)
           ADD WS-BI-AMOUNT(WS-BI-SUB) TO WS-REM-AMT(WS-REM-HIT).
      *
       4000-MATCHED-ITEMS-PARA.
           MOVE SPACES TO BRR-SECTION-LINE
           WRITE BANKREC-REPORT-RECORD FROM BRR-SECTION-LINE
           MOVE 'MATCHED ITEMS' TO BRR-SECTION-LINE
           WRITE BANKREC-REPORT-RECORD FROM BRR-SECTION-LINE
           PERFORM VARYING WS-BI-SUB FROM 1 BY 1
                   UNTIL WS-BI-SUB > WS-BI-COUNT
               IF WS-BI-STATE(WS-BI-SUB) = 'M'
                   PERFORM 4100-WRITE-BANK-ITEM-PARA
               END-IF
           END-PERFORM.
      *
       4100-WRITE-BANK-ITEM-PARA.
           MOVE WS-BI-DATE(WS-BI-SUB)   TO BRR-D-DATE
           MOVE SPACES                  TO BRR-D-KIND
           STRING WS-BI-DC(WS-BI-SUB) ' ' WS-BI-TYPE(WS-BI-SUB)
               DELIMITED BY SIZE INTO BRR-D-KIND
           MOVE WS-BI-REF(WS-BI-SUB)    TO BRR-D-REF
           MOVE WS-BI-AMOUNT(WS-BI-SUB) TO BRR-D-AMOUNT
           MOVE WS-BI-NOTE(WS-BI-SUB)   TO BRR-D-NOTE
           WRITE BANKREC-REPORT-RECORD FROM BRR-DETAIL-LINE.
      *
       4200-UNMATCHED-BANK-PARA.
           MOVE SPACES TO BRR-SECTION-LINE
           WRITE BANKREC-REPORT-RECORD FROM BRR-SECTION-LINE
           MOVE 'UNMATCHED BANK ITEMS' TO BRR-SECTION-LINE
           WRITE BANKREC-REPORT-RECORD FROM BRR-SECTION-LINE
           PERFORM VARYING WS-BI-SUB FROM 1 BY 1
                   UNTIL WS-BI-SUB > WS-BI-COUNT
               IF WS-BI-STATE(WS-BI-SUB) = 'N'
                   PERFORM 4100-WRITE-BANK-ITEM-PARA
               END-IF
           END-PERFORM
           IF WS-UNMATCHED-CNT > ZERO
               MOVE '*** BANK ITEMS NOTHING ON THE BOOKS EXPLAINS'
                   TO BRR-SECTION-LINE
               WRITE BANKREC-REPORT-RECORD FROM BRR-SECTION-LINE
           END-IF.
      *
      * What the books have done that the bank has not shown yet:
      * ACH batches and reversals effective in the period but not
      * settled, returns logged but not credited, checks cleared on
      * the register in the period but not on this statement, and
      * every check still outstanding at the statement end.
       4400-UNMATCHED-BOOK-PARA.
           MOVE SPACES TO BRR-SECTION-LINE
           WRITE BANKREC-REPORT-RECORD FROM BRR-SECTION-LINE
           MOVE 'UNMATCHED BOOK ITEMS' TO BRR-SECTION-LINE
           WRITE BANKREC-REPORT-RECORD FROM BRR-SECTION-LINE
           PERFORM VARYING WS-AB-SUB FROM 1 BY 1
                   UNTIL WS-AB-SUB > WS-AB-COUNT
               IF WS-AB-USED(WS-AB-SUB) = 'N'
                  AND WS-AB-EFF(WS-AB-SUB) >= WS-ST-START
                  AND WS-AB-EFF(WS-AB-SUB) <= WS-ST-END
                   ADD 1 TO WS-TRANSIT-CNT
                   MOVE WS-AB-EFF(WS-AB-SUB)    TO BRR-D-DATE
                   MOVE WS-AB-SOURCE(WS-AB-SUB) TO BRR-D-REF
                   IF WS-AB-CREDIT(WS-AB-SUB) > ZERO
                       MOVE 'ACH'               TO BRR-D-KIND
                       MOVE WS-AB-CREDIT(WS-AB-SUB) TO BRR-D-AMOUNT
                       ADD WS-AB-CREDIT(WS-AB-SUB)
                           TO WS-TRANSIT-ACH-CR
                       MOVE 'BATCH NOT YET SETTLED' TO BRR-D-NOTE
                   ELSE
                       MOVE 'REV'               TO BRR-D-KIND
                       MOVE WS-AB-DEBIT(WS-AB-SUB)  TO BRR-D-AMOUNT
                       ADD WS-AB-DEBIT(WS-AB-SUB)
                           TO WS-TRANSIT-ACH-DR
                       MOVE 'REVERSAL NOT YET CREDITED'
                           TO BRR-D-NOTE
                   END-IF
                   WRITE BANKREC-REPORT-RECORD FROM BRR-DETAIL-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-RL-SUB FROM 1 BY 1
                   UNTIL WS-RL-SUB > WS-RL-COUNT
               IF WS-RL-USED(WS-RL-SUB) = 'N'
                  AND WS-RL-DATE(WS-RL-SUB) >= WS-ST-START
                  AND WS-RL-DATE(WS-RL-SUB) <= WS-ST-END
                  AND WS-RL-AMOUNT(WS-RL-SUB) > ZERO
                   ADD 1 TO WS-TRANSIT-CNT
                   ADD WS-RL-AMOUNT(WS-RL-SUB) TO WS-TRANSIT-RET
                   MOVE WS-RL-DATE(WS-RL-SUB)   TO BRR-D-DATE
                   MOVE 'RET'                   TO BRR-D-KIND
                   MOVE WS-RL-EMP-ID(WS-RL-SUB) TO BRR-D-REF
                   MOVE WS-RL-AMOUNT(WS-RL-SUB) TO BRR-D-AMOUNT
                   MOVE 'RETURN NOT YET CREDITED' TO BRR-D-NOTE
                   WRITE BANKREC-REPORT-RECORD FROM BRR-DETAIL-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CK-SUB FROM 1 BY 1
                   UNTIL WS-CK-SUB > WS-CK-COUNT
               IF WS-CK-USED(WS-CK-SUB) = 'N'
                  AND WS-CK-DATE(WS-CK-SUB) <= WS-ST-END
                  AND (WS-CK-DEAD-DATE(WS-CK-SUB) = ZERO
                       OR WS-CK-DEAD-DATE(WS-CK-SUB) > WS-ST-END)
                  AND (WS-CK-CLEARED(WS-CK-SUB) NOT = 'C'
                       OR WS-CK-CLR-DATE(WS-CK-SUB) >= WS-ST-START)
                   PERFORM 4450-OUTSTANDING-CHECK-PARA
               END-IF
           END-PERFORM
           MOVE 'ITEMS IN TRANSIT'           TO BRR-S-LABEL
           MOVE WS-TRANSIT-CNT               TO BRR-S-COUNT
           WRITE BANKREC-REPORT-RECORD FROM BRR-SUMMARY-LINE
           MOVE 'CHECKS OUTSTANDING'         TO BRR-S-LABEL
           MOVE WS-OUTSTAND-CNT              TO BRR-S-COUNT
           WRITE BANKREC-REPORT-RECORD FROM BRR-SUMMARY-LINE.
      *
      * A check the register shows cleared in this period but which
      * is not on the statement is still outstanding as far as the
      * bank balance goes - and worth a look, so it counts as in
      * transit.
       4450-OUTSTANDING-CHECK-PARA.
           ADD 1 TO WS-OUTSTAND-CNT
           ADD WS-CK-AMOUNT(WS-CK-SUB) TO WS-OUTSTAND-END
           MOVE WS-CK-DATE(WS-CK-SUB)   TO BRR-D-DATE
           MOVE 'CHK'                   TO BRR-D-KIND
           MOVE WS-CK-NO(WS-CK-SUB)     TO BRR-D-REF
           MOVE WS-CK-AMOUNT(WS-CK-SUB) TO BRR-D-AMOUNT
           IF WS-CK-CLEARED(WS-CK-SUB) = 'C'
              AND WS-CK-CLR-DATE(WS-CK-SUB) <= WS-ST-END
               ADD 1 TO WS-TRANSIT-CNT
               MOVE 'CLEARED, NOT ON STATEMENT' TO BRR-D-NOTE
           ELSE
               MOVE 'OUTSTANDING'       TO BRR-D-NOTE
           END-IF
           WRITE BANKREC-REPORT-RECORD FROM BRR-DETAIL-LINE.
      *
       4600-REMITTANCES-PARA.
           MOVE SPACES TO BRR-SECTION-LINE
           WRITE BANKREC-REPORT-RECORD FROM BRR-SECTION-LINE
           MOVE 'REMITTANCES TO AGENCIES' TO BRR-SECTION-LINE
           WRITE BANKREC-REPORT-RECORD FROM BRR-SECTION-LINE
           PERFORM VARYING WS-BI-SUB FROM 1 BY 1
                   UNTIL WS-BI-SUB > WS-BI-COUNT
               IF WS-BI-TYPE(WS-BI-SUB) = 'REM'
                  AND WS-BI-STATE(WS-BI-SUB) = 'A'
                   PERFORM 4100-WRITE-BANK-ITEM-PARA
               END-IF
           END-PERFORM
           PERFORM VARYING WS-REM-SUB FROM 1 BY 1
                   UNTIL WS-REM-SUB > WS-REM-COUNT
               MOVE SPACES TO BRR-B-LABEL
               STRING 'TOTAL TO ' WS-REM-PAYEE(WS-REM-SUB)
                   DELIMITED BY SIZE INTO BRR-B-LABEL
               MOVE WS-REM-AMT(WS-REM-SUB) TO BRR-B-AMOUNT
               WRITE BANKREC-REPORT-RECORD FROM BRR-BALANCE-LINE
           END-PERFORM
           MOVE 'TOTAL REMITTED'             TO BRR-B-LABEL
           MOVE WS-REM-TOTAL                 TO BRR-B-AMOUNT
           WRITE BANKREC-REPORT-RECORD FROM BRR-BALANCE-LINE.
      *
      * The period's book activity. On a first run the checks
      * outstanding at the statement start are also totalled, to
      * take the opening book balance off the bank's.
       5000-BOOK-ACTIVITY-PARA.
           PERFORM VARYING WS-CK-SUB FROM 1 BY 1
                   UNTIL WS-CK-SUB > WS-CK-COUNT
               IF WS-CK-DATE(WS-CK-SUB) >= WS-ST-START
                  AND WS-CK-DATE(WS-CK-SUB) <= WS-ST-END
                   ADD WS-CK-AMOUNT(WS-CK-SUB) TO WS-BK-CHECKS
               END-IF
               IF WS-CK-DEAD-DATE(WS-CK-SUB) >= WS-ST-START
                  AND WS-CK-DEAD-DATE(WS-CK-SUB) <= WS-ST-END
                   ADD WS-CK-AMOUNT(WS-CK-SUB) TO WS-BK-VOIDS
               END-IF
               IF WS-CK-DATE(WS-CK-SUB) < WS-ST-START
                  AND (WS-CK-DEAD-DATE(WS-CK-SUB) = ZERO
                       OR WS-CK-DEAD-DATE(WS-CK-SUB) >= WS-ST-START)
                  AND (WS-CK-CLEARED(WS-CK-SUB) NOT = 'C'
                       OR WS-CK-CLR-DATE(WS-CK-SUB) >= WS-ST-START)
                   ADD WS-CK-AMOUNT(WS-CK-SUB) TO WS-OUTSTAND-START
               END-IF
           END-PERFORM
           PERFORM VARYING WS-AB-SUB FROM 1 BY 1
                   UNTIL WS-AB-SUB > WS-AB-COUNT
               IF WS-AB-EFF(WS-AB-SUB) >= WS-ST-START
                  AND WS-AB-EFF(WS-AB-SUB) <= WS-ST-END
                   ADD WS-AB-CREDIT(WS-AB-SUB) TO WS-BK-ACH-CREDIT
                   ADD WS-AB-DEBIT(WS-AB-SUB)  TO WS-BK-ACH-DEBIT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-RL-SUB FROM 1 BY 1
                   UNTIL WS-RL-SUB > WS-RL-COUNT
               IF WS-RL-DATE(WS-RL-SUB) >= WS-ST-START
                  AND WS-RL-DATE(WS-RL-SUB) <= WS-ST-END
                   ADD WS-RL-AMOUNT(WS-RL-SUB) TO WS-BK-RETURNS
               END-IF
           END-PERFORM
           IF WS-CARRY-FIRST
               COMPUTE WS-PRIOR-BOOK = WS-ST-OPEN-BAL
                                     - WS-OUTSTAND-START
           END-IF
           COMPUTE WS-BOOK-BAL = WS-PRIOR-BOOK
                               + WS-DEP-TOTAL
                               - WS-REM-TOTAL
                               - WS-BK-CHECKS
                               + WS-BK-VOIDS
                               - WS-BK-ACH-CREDIT
                               + WS-BK-ACH-DEBIT
                               + WS-BK-RETURNS
           COMPUTE WS-ADJ-BANK-BAL = WS-ST-CLOSE-BAL
                                   - WS-OUTSTAND-END
                                   - WS-TRANSIT-ACH-CR
                                   + WS-TRANSIT-ACH-DR
                                   + WS-TRANSIT-RET
           COMPUTE WS-DIFFERENCE = WS-BOOK-BAL - WS-ADJ-BANK-BAL.
      *
       5500-BALANCE-PROOF-PARA.
           MOVE SPACES TO BRR-SECTION-LINE
           WRITE BANKREC-REPORT-RECORD FROM BRR-SECTION-LINE
           MOVE 'BOOK BALANCE VERSUS BANK BALANCE' TO BRR-SECTION-LINE
           WRITE BANKREC-REPORT-RECORD FROM BRR-SECTION-LINE
           IF WS-CARRY-FIRST
               MOVE 'OPENING BOOK (BANK LESS CHECKS OUT)'
                   TO BRR-B-LABEL
           ELSE
               MOVE 'PRIOR BOOK BALANCE' TO BRR-B-LABEL
           END-IF
           MOVE WS-PRIOR-BOOK                TO BRR-B-AMOUNT
           WRITE BANKREC-REPORT-RECORD FROM BRR-BALANCE-LINE
           MOVE '  PLUS FUNDING DEPOSITS'    TO BRR-B-LABEL
           MOVE WS-DEP-TOTAL                 TO BRR-B-AMOUNT
           WRITE BANKREC-REPORT-RECORD FROM BRR-BALANCE-LINE
           MOVE '  LESS AGENCY REMITTANCES'  TO BRR-B-LABEL
           MOVE WS-REM-TOTAL                 TO BRR-B-AMOUNT
           WRITE BANKREC-REPORT-RECORD FROM BRR-BALANCE-LINE
           MOVE '  LESS CHECKS ISSUED'       TO BRR-B-LABEL
           MOVE WS-BK-CHECKS                 TO BRR-B-AMOUNT
           WRITE BANKREC-REPORT-RECORD FROM BRR-BALANCE-LINE
           MOVE '  PLUS CHECKS VOIDED OR ESCHEATED' TO BRR-B-LABEL
           MOVE WS-BK-VOIDS                  TO BRR-B-AMOUNT
           WRITE BANKREC-REPORT-RECORD FROM BRR-BALANCE-LINE
           MOVE '  LESS ACH PAYROLL BATCHES' TO BRR-B-LABEL
           MOVE WS-BK-ACH-CREDIT             TO BRR-B-AMOUNT
           WRITE BANKREC-REPORT-RECORD FROM BRR-BALANCE-LINE
           MOVE '  PLUS ACH REVERSALS'       TO BRR-B-LABEL
           MOVE WS-BK-ACH-DEBIT              TO BRR-B-AMOUNT
           WRITE BANKREC-REPORT-RECORD FROM BRR-BALANCE-LINE
           MOVE '  PLUS ACH RETURNS'         TO BRR-B-LABEL
           MOVE WS-BK-RETURNS                TO BRR-B-AMOUNT
           WRITE BANKREC-REPORT-RECORD FROM BRR-BALANCE-LINE
           MOVE 'BOOK BALANCE'               TO BRR-B-LABEL
           MOVE WS-BOOK-BAL                  TO BRR-B-AMOUNT
           WRITE BANKREC-REPORT-RECORD FROM BRR-BALANCE-LINE
           MOVE SPACES TO BRR-SECTION-LINE
           WRITE BANKREC-REPORT-RECORD FROM BRR-SECTION-LINE
           MOVE 'BANK CLOSING BALANCE'       TO BRR-B-LABEL
           MOVE WS-ST-CLOSE-BAL              TO BRR-B-AMOUNT
           WRITE BANKREC-REPORT-RECORD FROM BRR-BALANCE-LINE
           MOVE '  LESS CHECKS OUTSTANDING'  TO BRR-B-LABEL
           MOVE WS-OUTSTAND-END              TO BRR-B-AMOUNT
           WRITE BANKREC-REPORT-RECORD FROM BRR-BALANCE-LINE
           MOVE '  LESS ACH BATCHES IN TRANSIT' TO BRR-B-LABEL
           MOVE WS-TRANSIT-ACH-CR            TO BRR-B-AMOUNT
           WRITE BANKREC-REPORT-RECORD FROM BRR-BALANCE-LINE
           MOVE '  PLUS REVERSALS IN TRANSIT' TO BRR-B-LABEL
           MOVE WS-TRANSIT-ACH-DR            TO BRR-B-AMOUNT
           WRITE BANKREC-REPORT-RECORD FROM BRR-BALANCE-LINE
           MOVE '  PLUS RETURNS IN TRANSIT'  TO BRR-B-LABEL
           MOVE WS-TRANSIT-RET               TO BRR-B-AMOUNT
           WRITE BANKREC-REPORT-RECORD FROM BRR-BALANCE-LINE
           MOVE 'ADJUSTED BANK BALANCE'      TO BRR-B-LABEL
           MOVE WS-ADJ-BANK-BAL              TO BRR-B-AMOUNT
           WRITE BANKREC-REPORT-RECORD FROM BRR-BALANCE-LINE
           MOVE SPACES TO BRR-SECTION-LINE
           WRITE BANKREC-REPORT-RECORD FROM BRR-SECTION-LINE
           IF WS-DIFFERENCE = ZERO
               MOVE 'BOOK AND BANK AGREE'    TO BRR-B-LABEL
           ELSE
               MOVE '*** OUT OF BALANCE BY'  TO BRR-B-LABEL
           END-IF
           MOVE WS-DIFFERENCE                TO BRR-B-AMOUNT
           WRITE BANKREC-REPORT-RECORD FROM BRR-BALANCE-LINE
           MOVE 'BANK ITEMS MATCHED'         TO BRR-S-LABEL
           MOVE WS-MATCHED-CNT               TO BRR-S-COUNT
           WRITE BANKREC-REPORT-RECORD FROM BRR-SUMMARY-LINE
           MOVE 'BANK ITEMS ACCEPTED AS BOOK ENTRIES' TO BRR-S-LABEL
           MOVE WS-ACCEPTED-CNT              TO BRR-S-COUNT
           WRITE BANKREC-REPORT-RECORD FROM BRR-SUMMARY-LINE
           MOVE 'BANK ITEMS UNMATCHED'       TO BRR-S-LABEL
           MOVE WS-UNMATCHED-CNT             TO BRR-S-COUNT
           WRITE BANKREC-REPORT-RECORD FROM BRR-SUMMARY-LINE
           MOVE 'CHECKS PAID BUT NOT CLEARED ON REGISTER'
               TO BRR-S-LABEL
           MOVE WS-UNCLEARED-CNT             TO BRR-S-COUNT
           WRITE BANKREC-REPORT-RECORD FROM BRR-SUMMARY-LINE.
      *
      * Carries the book balance forward. A rerun keeps the prior
      * balance it started from, so it can run again and again.
       8000-WRITE-CONTROL-PARA.
           IF WS-CARRY-RERUN
               MOVE WS-CT-PRIOR-END TO CT-PRIOR-END
           ELSE
               MOVE WS-CT-THIS-END  TO CT-PRIOR-END
           END-IF
           MOVE WS-PRIOR-BOOK TO CT-PRIOR-BOOK
           MOVE WS-ST-END     TO CT-THIS-END
           MOVE WS-BOOK-BAL   TO CT-THIS-BOOK
           OPEN OUTPUT BANKREC-CTL-FILE
           WRITE BANKREC-CTL-RECORD
           CLOSE BANKREC-CTL-FILE.
      *
      * A run refused before anything was reconciled still leaves its
      * outcome for OPSCTL - RC 8 and the reason.
       8600-WRITE-REFUSAL-PARA.
           MOVE WS-ST-END        TO BT-STMT-END
           MOVE WS-DATE          TO BT-RUN-DATE
           MOVE 8                TO BT-RC
           MOVE ZERO             TO BT-DIFFERENCE
           MOVE WS-REFUSE-REASON TO BT-REASON
           OPEN OUTPUT BANKREC-STAT-FILE
           WRITE BANKREC-STAT-RECORD
           CLOSE BANKREC-STAT-FILE.
      *
       9000-END-PARA.
           EVALUATE TRUE
               WHEN WS-DIFFERENCE NOT = ZERO
                 OR WS-UNMATCHED-CNT > ZERO
                 OR NOT WS-STMT-FOOTS
                   MOVE 8 TO WS-RUN-RC
               WHEN WS-TRANSIT-CNT > ZERO
                 OR WS-UNCLEARED-CNT > ZERO
                   MOVE 4 TO WS-RUN-RC
               WHEN OTHER
                   MOVE ZERO TO WS-RUN-RC
           END-EVALUATE
           MOVE WS-ST-END     TO BT-STMT-END
           MOVE WS-DATE       TO BT-RUN-DATE
           MOVE WS-RUN-RC     TO BT-RC
           MOVE WS-DIFFERENCE TO BT-DIFFERENCE
           MOVE SPACES        TO BT-REASON
           OPEN OUTPUT BANKREC-STAT-FILE
           WRITE BANKREC-STAT-RECORD
           CLOSE BANKREC-STAT-FILE
           MOVE WS-RUN-RC TO RETURN-CODE
           DISPLAY 'BANKREC: STATEMENT TO ' WS-ST-END ' - '
               WS-MATCHED-CNT ' MATCHED, ' WS-UNMATCHED-CNT
               ' UNMATCHED - RC ' WS-RUN-RC ' - SEE BANKREC.REP'.
