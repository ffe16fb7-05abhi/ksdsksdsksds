      * carries only the rolled-up YTD-DEDN bucket; the year-end wage
      * statements need the withholding broken out by type (TAX, INS,
      * GARN, ADJ), and this file is where that breakdown survives
      * the period. The state and local income-tax lines PROG06
      * writes per jurisdiction (STxx, LTxx) roll under their own
      * type codes like any other, so each state's and city's amount
      * survives to QTRTAX's quarter and ANNSTMT's year-end figures.
      *
      * One row per period/employee/type. The roll is idempotent:
      * rows already on file for the open period are dropped and
      * replaced by this pass, so a stream rerun after a suspense fix
      * cannot double a period. The off-cycle supplemental run
      * (OFFCYCLE) posts its TAX lines straight to this file and keeps
      * a copy on OFFCDETL.DAT, and the payment reversal run (PAYREV)
      * does the same with its negative lines; the copies dated
      * inside the open period are rolled back in after the drop, so
      * a re-roll never loses them. Run it after PROG07 and before FH06
      * closes the period. YTDCLOSE archives this file to
      * DEDNYTDP.DAT at year-end alongside the YTD master, and
      * ANNSTMT prints the statements from the archive.
      *
      * The same pass keeps the payroll tax liability ledger
      * TAXLIAB.DAT: what is owed to each taxing authority, by the
      * date the liability arose. The withheld side is this period's
      * TAX, STxx and LTxx lines (federal to authority FED, state and
      * local under their own codes); the employer side is PROG06's
      * employer-tax lines on EMPRDETL.DAT, already capped at their
      * wage bases and carrying their authority. Regular pay is owed
      * as of the period's pay date (PAYDAY-PROG - the date the money
      * actually goes out), an off-cycle or reversal line as of the
      * day it was run. The ledger is cumulative across years and is
      * rebuilt for the open period exactly like DEDNYTD.DAT - the
      * period number and period end identify the rows replaced.
      * An off-cycle or reversal line booked to a period that was
      * already closed never comes through here again; OFFCYCLE and
      * PAYREV put those straight onto the ledger themselves, under
      * the closed period, and this pass leaves them alone.
      * TAXDEP schedules the deposits from it and QTRTAX ties its
      * quarter to it.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEDN-DETAIL-FILE ASSIGN TO DYNAMIC WS-FN-DEDNDETL
                                    FILE STATUS IS WS-DETL-STAT.
           SELECT DEDN-YTD-FILE    ASSIGN TO DYNAMIC WS-FN-DEDNYTD
                                    FILE STATUS IS WS-DYTD-STAT.
           SELECT PAY-PERIOD-FILE  ASSIGN TO DYNAMIC WS-FN-PAYPERD
                                    FILE STATUS IS WS-PERD-STAT.
           SELECT OFFC-DETAIL-FILE ASSIGN TO DYNAMIC WS-FN-OFFCDETL
                                    FILE STATUS IS WS-OFCD-STAT.
           SELECT EMPR-DETAIL-FILE ASSIGN TO DYNAMIC WS-FN-EMPRDETL
                                    FILE STATUS IS WS-EMPR-STAT.
           SELECT TAX-LIAB-FILE    ASSIGN TO DYNAMIC WS-FN-TAXLIAB
                                    FILE STATUS IS WS-TLIB-STAT.
           SELECT TAX-LIAB-WORK    ASSIGN TO DYNAMIC WS-FN-TAXLWRK.

       DATA DIVISION.
       FILE SECTION.
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

      * OFFCYCLE's and PAYREV's copies of the typed lines they
      * posted here, stamped with the run date - see the banner.
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

      * PROG06's employer-cost ledger - only lines carrying a taxing
      * authority are employer taxes.
       FD  EMPR-DETAIL-FILE
           RECORD CONTAINS 51 CHARACTERS
           RECORDING MODE IS F.
       01  EMPR-DETAIL-RECORD.
           03  ED-EMP-ID           PIC X(05).
           03  ED-DEPT             PIC X(04).
           03  ED-TYPE             PIC X(04).
           03  ED-DESC             PIC X(20).
           03  ED-AMOUNT           PIC 9(05)V99.
           03  ED-AUTH             PIC X(04).
           03  ED-TAXABLE          PIC 9(05)V99.

      * Payroll tax liability ledger - one row per period, liability
      * date, authority, type and side (W withheld from employees,
      * E the employer's own share). See the banner.
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

      * Prior ledger rows carried through while the live file is
      * rebuilt - same record as TAX-LIAB-FILE.
       FD  TAX-LIAB-WORK
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  TAX-LIAB-WORK-RECORD    PIC X(40).

       WORKING-STORAGE SECTION.
      * File names, each the live name behind the run prefix (blank
      * outside a preview of the nightly stream - see RUNPFX.CPY).
      * The bases are in SELECT order; 0050-FILE-NAMES-PARA builds
      * the names used by the ASSIGN clauses above.
       COPY RUNPFX.
       01  WS-FILE-BASES.
           03  FILLER              PIC X(16)      VALUE 'DEDNDETL.DAT'.
           03  FILLER              PIC X(16)      VALUE 'DEDNYTD.DAT'.
           03  FILLER              PIC X(16)      VALUE 'PAYPERD.DAT'.
           03  FILLER              PIC X(16)      VALUE 'OFFCDETL.DAT'.
           03  FILLER              PIC X(16)      VALUE 'EMPRDETL.DAT'.
           03  FILLER              PIC X(16)      VALUE 'TAXLIAB.DAT'.
           03  FILLER              PIC X(16)      VALUE 'TAXLWRK.DAT'.
       01  WS-FILE-BASE-TABLE REDEFINES WS-FILE-BASES.
           03  WS-FB-NAME          PIC X(16)      OCCURS 7 TIMES.
       01  WS-FILE-NAMES.
           03  WS-FN-DEDNDETL      PIC X(30)      VALUE SPACES.
           03  WS-FN-DEDNYTD       PIC X(30)      VALUE SPACES.
           03  WS-FN-PAYPERD       PIC X(30)      VALUE SPACES.
           03  WS-FN-OFFCDETL      PIC X(30)      VALUE SPACES.
           03  WS-FN-EMPRDETL      PIC X(30)      VALUE SPACES.
           03  WS-FN-TAXLIAB       PIC X(30)      VALUE SPACES.
           03  WS-FN-TAXLWRK       PIC X(30)      VALUE SPACES.
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
           03  WS-FN-NAME          PIC X(30)      OCCURS 7 TIMES.
       01  WS-FN-COUNT             PIC 9(02)      VALUE 7.
       01  WS-FN-SUB               PIC 9(02)      VALUE ZERO.
      *
       01  WS-DETL-STAT            PIC X(02)      VALUE SPACES.
       01  WS-DYTD-STAT            PIC X(02)      VALUE SPACES.
       01  WS-PERD-STAT            PIC X(02)      VALUE SPACES.
       01  WS-OFCD-STAT            PIC X(02)      VALUE SPACES.
       01  WS-OFCD-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-OFCD-EOF                 VALUE 'Y'.
       01  WS-DETL-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-DETL-EOF                 VALUE 'Y'.
       01  WS-DYTD-EOF-FLAG        PIC X(01)      VALUE 'N'.
       01  WS-PERD-FOUND-FLAG      PIC X(01)      VALUE 'N'.
           88  WS-PERD-FOUND               VALUE 'Y'.
       01  WS-OPEN-PERIOD          PIC 9(03)      VALUE ZERO.
       01  WS-OPEN-START           PIC 9(08)      VALUE ZERO.
       01  WS-OPEN-END             PIC 9(08)      VALUE ZERO.
       01  WS-OFFC-CNT             PIC 9(05)      VALUE ZERO.
      * Prior rows carried through plus this period's new sums. The
      * limit covers a full year of periods at the current headcount;
      * overflow is a hard stop, never a quiet truncation.
       01  WS-DY-GROUP-BASE        PIC 9(06)      VALUE ZERO.
       01  WS-DY-SCAN-START        PIC 9(06)      VALUE 1.
       01  WS-LAST-DD-EMP          PIC X(05)      VALUE LOW-VALUES.
      * Tax liability ledger work areas. WS-LIAB-DATE is the date
      * regular pay for the open period is owed as of. The open
      * period's sums are a few rows per authority, so a small
      * find-or-add table does; the prior rows never enter it - they
      * are copied through TAXLWRK.DAT.
       01  WS-EMPR-STAT            PIC X(02)      VALUE SPACES.
       01  WS-TLIB-STAT            PIC X(02)      VALUE SPACES.
       01  WS-EMPR-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-EMPR-EOF                 VALUE 'Y'.
       01  WS-TLIB-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-TLIB-EOF                 VALUE 'Y'.
       01  WS-LIAB-DATE            PIC 9(08)      VALUE ZERO.
       01  WS-PAY-INFO.
           03  WS-PI-RESULT        PIC X(01)      VALUE SPACES.
               88  WS-PI-SCHEDULED         VALUE 'S'.
           03  WS-PI-PERIOD        PIC 9(03)      VALUE ZERO.
           03  WS-PI-SCHED-DATE    PIC 9(08)      VALUE ZERO.
           03  WS-PI-PAY-DATE      PIC 9(08)      VALUE ZERO.
           03  WS-PI-LEAD-DAYS     PIC 9(03)      VALUE ZERO.
       01  WS-TL-TABLE.
           03  WS-TL-ENTRIES       OCCURS 500 TIMES.
               05  WS-TL-DATE      PIC 9(08).
               05  WS-TL-AUTH      PIC X(04).
               05  WS-TL-TYPE      PIC X(04).
               05  WS-TL-SIDE      PIC X(01).
               05  WS-TL-AMOUNT    PIC S9(09)V99.
       01  WS-TL-COUNT             PIC 9(03)      VALUE ZERO.
       01  WS-TL-SUB               PIC 9(03)      VALUE ZERO.
       01  WS-TL-FOUND-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-TL-FOUND                 VALUE 'Y'.
       01  WS-TL-NEW.
           03  WS-TL-NEW-DATE      PIC 9(08)      VALUE ZERO.
           03  WS-TL-NEW-AUTH      PIC X(04)      VALUE SPACES.
           03  WS-TL-NEW-TYPE      PIC X(04)      VALUE SPACES.
           03  WS-TL-NEW-SIDE      PIC X(01)      VALUE SPACES.
           03  WS-TL-NEW-AMT       PIC S9(09)V99  VALUE ZERO.
       01  WS-TL-KEPT-CNT          PIC 9(06)      VALUE ZERO.
       01  WS-TL-DROPPED-CNT       PIC 9(05)      VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILE-NAMES-PARA
           PERFORM 1000-FIND-OPEN-PERIOD-PARA
           PERFORM 2000-LOAD-PRIOR-ROWS-PARA
           PERFORM 5000-ROLL-DETAIL-PARA
           PERFORM 5500-ROLL-OFF-CYCLE-PARA
           PERFORM 6000-ROLL-EMPLOYER-TAX-PARA
           PERFORM 8000-REWRITE-YTD-PARA
           PERFORM 8500-REWRITE-LEDGER-PARA
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
       1000-FIND-OPEN-PERIOD-PARA.
           OPEN INPUT PAY-PERIOD-FILE
                   NOT AT END
                       IF PERD-STATUS = 'O' AND NOT WS-PERD-FOUND
                           SET WS-PERD-FOUND TO TRUE
                           MOVE PERD-NO    TO WS-OPEN-PERIOD
                           MOVE PERD-START TO WS-OPEN-START
                           MOVE PERD-END   TO WS-OPEN-END
                       END-IF
               END-READ
           END-PERFORM
               DISPLAY 'DEDNROLL: NO OPEN PAY PERIOD - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1100-SET-LIAB-DATE-PARA.
      *
      * Regular pay is owed as of the open period's pay date, rolled
      * off weekends and holidays the same way FH06 pays it. A period
      * with no pay date on the calendar falls back to its end date.
       1100-SET-LIAB-DATE-PARA.
           CALL 'PAYDAY-PROG' USING WS-OPEN-START WS-PAY-INFO
           IF WS-PI-SCHEDULED AND WS-PI-PERIOD = WS-OPEN-PERIOD
               MOVE WS-PI-PAY-DATE TO WS-LIAB-DATE
           ELSE
               MOVE WS-OPEN-END    TO WS-LIAB-DATE
           END-IF.
      *
      * Carries every prior-period row; rows already stamped with the
                   GOBACK
               END-IF
           END-IF
           ADD 1 TO WS-ROLLED-CNT
           MOVE WS-LIAB-DATE TO WS-TL-NEW-DATE
           MOVE DD-TYPE      TO WS-TL-NEW-TYPE
           MOVE DD-AMOUNT    TO WS-TL-NEW-AMT
           PERFORM 7000-ADD-WITHHELD-PARA.
      *
      * The open period's off-cycle and reversal lines, put back one
      * row each as OFFCYCLE and PAYREV posted them. The date test
      * keeps a prior year's lines out when the period numbers come
      * round again. Lines booked to a closed period are already on
      * the liability ledger - OFFCYCLE and PAYREV post those.
       5500-ROLL-OFF-CYCLE-PARA.
           OPEN INPUT OFFC-DETAIL-FILE
           IF WS-OFCD-STAT = '00'
               PERFORM UNTIL WS-OFCD-EOF
                   READ OFFC-DETAIL-FILE
                       AT END
                           SET WS-OFCD-EOF TO TRUE
                       NOT AT END
                           IF OD-PERIOD = WS-OPEN-PERIOD
                              AND OD-DATE >= WS-OPEN-START
                              AND OD-DATE <= WS-OPEN-END
                               PERFORM 5550-KEEP-OFF-CYCLE-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OFFC-DETAIL-FILE
           END-IF.
      *
       5550-KEEP-OFF-CYCLE-PARA.
           IF WS-DY-COUNT < 100000
               ADD 1 TO WS-DY-COUNT
               MOVE OD-PERIOD TO WS-DY-PERIOD(WS-DY-COUNT)
               MOVE OD-EMP-ID TO WS-DY-EMP-ID(WS-DY-COUNT)
               MOVE OD-TYPE   TO WS-DY-TYPE(WS-DY-COUNT)
               MOVE OD-AMOUNT TO WS-DY-AMOUNT(WS-DY-COUNT)
               ADD 1 TO WS-OFFC-CNT
           ELSE
               DISPLAY 'DEDNROLL: WS-DY-TABLE OVERFLOW - '
                   'RAISE THE LIMIT BEFORE RERUNNING'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE OD-DATE   TO WS-TL-NEW-DATE
           MOVE OD-TYPE   TO WS-TL-NEW-TYPE
           MOVE OD-AMOUNT TO WS-TL-NEW-AMT
           PERFORM 7000-ADD-WITHHELD-PARA.
      *
      * The employer's share: PROG06's employer-tax lines for the
      * period, owed as of the regular pay date. Benefit costs (no
      * authority) are not taxes and stay off the ledger.
       6000-ROLL-EMPLOYER-TAX-PARA.
           OPEN INPUT EMPR-DETAIL-FILE
           IF WS-EMPR-STAT = '00'
               PERFORM UNTIL WS-EMPR-EOF
                   READ EMPR-DETAIL-FILE
                       AT END
                           SET WS-EMPR-EOF TO TRUE
                       NOT AT END
                           IF ED-AUTH NOT = SPACES
                               MOVE WS-LIAB-DATE TO WS-TL-NEW-DATE
                               MOVE ED-AUTH      TO WS-TL-NEW-AUTH
                               MOVE ED-TYPE      TO WS-TL-NEW-TYPE
                               MOVE 'E'          TO WS-TL-NEW-SIDE
                               MOVE ED-AMOUNT    TO WS-TL-NEW-AMT
                               PERFORM 7100-ADD-LEDGER-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPR-DETAIL-FILE
           END-IF.
      *
      * A withheld line is a tax liability when it is federal income
      * tax (owed to FED) or a state or local line (owed under its
      * own STxx/LTxx code) - the same type test QTRTAX uses.
       7000-ADD-WITHHELD-PARA.
           IF WS-TL-NEW-TYPE = 'TAX '
               MOVE 'FED ' TO WS-TL-NEW-AUTH
               MOVE 'W'    TO WS-TL-NEW-SIDE
               PERFORM 7100-ADD-LEDGER-PARA
           ELSE
               IF WS-TL-NEW-TYPE(1:2) = 'ST'
                  OR WS-TL-NEW-TYPE(1:2) = 'LT'
                   MOVE WS-TL-NEW-TYPE TO WS-TL-NEW-AUTH
                   MOVE 'W'            TO WS-TL-NEW-SIDE
                   PERFORM 7100-ADD-LEDGER-PARA
               END-IF
           END-IF.
      *
       7100-ADD-LEDGER-PARA.
           MOVE 'N' TO WS-TL-FOUND-FLAG
           PERFORM VARYING WS-TL-SUB FROM 1 BY 1
                   UNTIL WS-TL-SUB > WS-TL-COUNT OR WS-TL-FOUND
               IF WS-TL-DATE(WS-TL-SUB) = WS-TL-NEW-DATE
                  AND WS-TL-AUTH(WS-TL-SUB) = WS-TL-NEW-AUTH
                  AND WS-TL-TYPE(WS-TL-SUB) = WS-TL-NEW-TYPE
                  AND WS-TL-SIDE(WS-TL-SUB) = WS-TL-NEW-SIDE
                   SET WS-TL-FOUND TO TRUE
                   ADD WS-TL-NEW-AMT TO WS-TL-AMOUNT(WS-TL-SUB)
               END-IF
           END-PERFORM
           IF NOT WS-TL-FOUND
               IF WS-TL-COUNT < 500
                   ADD 1 TO WS-TL-COUNT
                   MOVE WS-TL-NEW-DATE TO WS-TL-DATE(WS-TL-COUNT)
                   MOVE WS-TL-NEW-AUTH TO WS-TL-AUTH(WS-TL-COUNT)
                   MOVE WS-TL-NEW-TYPE TO WS-TL-TYPE(WS-TL-COUNT)
                   MOVE WS-TL-NEW-SIDE TO WS-TL-SIDE(WS-TL-COUNT)
                   MOVE WS-TL-NEW-AMT  TO WS-TL-AMOUNT(WS-TL-COUNT)
               ELSE
                   DISPLAY 'DEDNROLL: WS-TL-TABLE OVERFLOW - '
                       'RAISE THE LIMIT BEFORE RERUNNING'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
      *
       8000-REWRITE-YTD-PARA.
           OPEN OUTPUT DEDN-YTD-FILE
               WRITE DEDN-YTD-RECORD
           END-PERFORM
           CLOSE DEDN-YTD-FILE.
      *
      * Copies every ledger row that does not belong to the open
      * period aside, then writes the live file back as those rows
      * followed by the open period's new sums. A missing ledger is
      * the first roll since it went live.
       8500-REWRITE-LEDGER-PARA.
           OPEN OUTPUT TAX-LIAB-WORK
           OPEN INPUT TAX-LIAB-FILE
           IF WS-TLIB-STAT = '00'
              PERFORM UNTIL WS-TLIB-EOF
                 READ TAX-LIAB-FILE
                     AT END
                        SET WS-TLIB-EOF TO TRUE
                     NOT AT END
                        IF TL-PERIOD = WS-OPEN-PERIOD
                           AND TL-PERD-END = WS-OPEN-END
                           ADD 1 TO WS-TL-DROPPED-CNT
                        ELSE
                           WRITE TAX-LIAB-WORK-RECORD
                               FROM TAX-LIAB-RECORD
                           ADD 1 TO WS-TL-KEPT-CNT
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE TAX-LIAB-FILE
           END-IF
           CLOSE TAX-LIAB-WORK
           OPEN OUTPUT TAX-LIAB-FILE
           OPEN INPUT TAX-LIAB-WORK
           MOVE 'N' TO WS-TLIB-EOF-FLAG
           PERFORM UNTIL WS-TLIB-EOF
              READ TAX-LIAB-WORK
                  AT END
                     SET WS-TLIB-EOF TO TRUE
                  NOT AT END
                     WRITE TAX-LIAB-RECORD FROM TAX-LIAB-WORK-RECORD
              END-READ
           END-PERFORM
           CLOSE TAX-LIAB-WORK
           PERFORM VARYING WS-TL-SUB FROM 1 BY 1
                   UNTIL WS-TL-SUB > WS-TL-COUNT
               MOVE WS-OPEN-PERIOD          TO TL-PERIOD
               MOVE WS-OPEN-END             TO TL-PERD-END
               MOVE WS-TL-DATE(WS-TL-SUB)   TO TL-LIAB-DATE
               MOVE WS-TL-AUTH(WS-TL-SUB)   TO TL-AUTH
               MOVE WS-TL-TYPE(WS-TL-SUB)   TO TL-TYPE
               MOVE WS-TL-SIDE(WS-TL-SUB)   TO TL-SIDE
               MOVE WS-TL-AMOUNT(WS-TL-SUB) TO TL-AMOUNT
               WRITE TAX-LIAB-RECORD
           END-PERFORM
           CLOSE TAX-LIAB-FILE.
      *
       9000-END-PARA.
           DISPLAY 'DEDNROLL: PERIOD ' WS-OPEN-PERIOD ' - '
               WS-ROLLED-CNT ' DETAIL RECORDS ROLLED, '
               WS-DROPPED-CNT ' STALE PERIOD ROWS REPLACED, '
               WS-OFFC-CNT ' OFF-CYCLE ROWS KEPT'
           DISPLAY 'DEDNROLL: TAX LIABILITY LEDGER - '
               WS-TL-COUNT ' OPEN-PERIOD ROWS WRITTEN, '
               WS-TL-DROPPED-CNT ' REPLACED, '
               WS-TL-KEPT-CNT ' PRIOR ROWS KEPT'.
