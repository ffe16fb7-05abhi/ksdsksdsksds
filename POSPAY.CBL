      * same way CHECKRUN's is:
      *
      *   E (export)  writes every register entry added since the
      *               last export - issues, reissues, voids and the
      *               escheats ESCHEAT records - to
      *               POSPAY.DAT for transmission to the bank. The
      *               high-water mark (how many register records
      *               have already gone) rides the one-record control
      * copies it back, so an abend mid-pass leaves the original
      * register intact. CHECKRUN's register report then shows
      * outstanding versus cleared and the stale aging.
      *
      * A check ESCHEAT has reported to the state as unclaimed
      * property goes out as code E - the money now belongs to the
      * state, so the bank must refuse it the same as a void. If the
      * bank pays one anyway the import does not clear it: it is
      * listed as paid after escheat and flags the run.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               88  CR-ISSUED                VALUE 'I'.
               88  CR-VOIDED                VALUE 'V'.
               88  CR-REISSUED              VALUE 'R'.
               88  CR-ESCHEATED             VALUE 'E'.
           03  CR-PAYEE            PIC X(15).
           03  CR-REF-CHECK        PIC 9(08).
           03  CR-CLEARED          PIC X(01).
      * Positive-pay transmission file - one record per new issue,
      * reissue or void since the last export. Code I tells the bank
      * to honor the check at exactly this amount and payee; code V
      * tells it the number is dead; code E tells it the same of a
      * check escheated to the state as unclaimed property.
      * PP-DATE is the register date: on an I the issue date printed
      * on the check - for a regular P run, the period's pay date off
      * the calendar rather than the day CHECKRUN ran - and on a V
      * the day the void (or escheat) was recorded.
       FD  POSPAY-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  WS-CLEARED-CNT          PIC 9(05)      VALUE ZERO.
       01  WS-MISMATCH-CNT         PIC 9(05)      VALUE ZERO.
       01  WS-UNMATCHED-CNT        PIC 9(05)      VALUE ZERO.
       01  WS-ESCPAID-CNT          PIC 9(05)      VALUE ZERO.
      * Check numbers escheated on the register - the bank should
      * have refused them, so a payment is an exception, not a
      * clearing.
       01  WS-ESC-TABLE.
           03  WS-ESC-NO           PIC 9(08)      OCCURS 20000 TIMES.
       01  WS-ESC-COUNT            PIC 9(05)      VALUE ZERO.
       01  WS-ESC-SUB              PIC 9(05)      VALUE ZERO.
       01  WS-ESC-FLAG             PIC X(01)      VALUE 'N'.
           88  WS-WAS-ESCHEATED            VALUE 'Y'.
       01  WS-FLAG-RUN             PIC X(01)      VALUE 'N'.
           88  WS-RUN-FLAGGED              VALUE 'Y'.
      *
           END-IF.
      *
       2100-EXPORT-ONE-PARA.
           EVALUATE TRUE
               WHEN CR-VOIDED
                   MOVE 'V' TO PP-CODE
               WHEN CR-ESCHEATED
                   MOVE 'E' TO PP-CODE
               WHEN OTHER
                   MOVE 'I' TO PP-CODE
           END-EVALUATE
           MOVE CR-CHECK-NO TO PP-CHECK-NO
           MOVE CR-DATE     TO PP-DATE
           MOVE CR-AMOUNT   TO PP-AMOUNT
      * work file, copy back, report the leftovers.
       5000-IMPORT-PARA.
           PERFORM 5100-LOAD-PAID-ITEMS-PARA
           PERFORM 5200-COLLECT-ESCHEATS-PARA
           PERFORM 5300-STAMP-REGISTER-PARA
           PERFORM 5600-COPY-BACK-PARA
           PERFORM 5800-REPORT-LEFTOVERS-PARA
               END-READ
           END-PERFORM
           CLOSE BANK-PAID-FILE.
      *
       5200-COLLECT-ESCHEATS-PARA.
           OPEN INPUT CHECK-REG-FILE
           IF WS-CREG-STAT = '00'
               PERFORM UNTIL WS-REG-EOF
                   READ CHECK-REG-FILE
                       AT END
                           SET WS-REG-EOF TO TRUE
                       NOT AT END
                           IF CR-ESCHEATED
                               IF WS-ESC-COUNT < 20000
                                   ADD 1 TO WS-ESC-COUNT
                                   MOVE CR-CHECK-NO
                                       TO WS-ESC-NO(WS-ESC-COUNT)
                               ELSE
                                   DISPLAY 'POSPAY: WS-ESC-TABLE '
                                       'OVERFLOW - RAISE THE LIMIT'
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECK-REG-FILE
               MOVE 'N' TO WS-REG-EOF-FLAG
           END-IF.
      *
       5300-STAMP-REGISTER-PARA.
           OPEN INPUT CHECK-REG-FILE
      * A live issue the bank paid gets the cleared stamp - but only
      * at the amount we issued. A different amount is the altered
      * check the auditors warned about: the record stays open and
      * the difference goes on the report. So does a payment on a
      * check already escheated - that money is owed to the state.
       5400-STAMP-ONE-PARA.
           IF (CR-ISSUED OR CR-REISSUED) AND NOT CR-IS-CLEARED
               PERFORM 5450-FIND-PAID-PARA
               IF WS-PAID-HIT NOT = ZERO
                   PERFORM 5470-CHECK-IF-ESCHEATED-PARA
                   EVALUATE TRUE
                       WHEN WS-WAS-ESCHEATED
                           MOVE 'Y' TO WS-PAID-USED(WS-PAID-HIT)
                           ADD 1 TO WS-ESCPAID-CNT
                           SET WS-RUN-FLAGGED TO TRUE
                           MOVE '*** PAID AFTER ESCHEAT - CHECK '
                               TO PPR-X-TEXT
                           MOVE CR-CHECK-NO TO PPR-X-CHECK
                           MOVE WS-PAID-AMT(WS-PAID-HIT) TO PPR-X-AMT
                           WRITE POSPAY-REPORT-RECORD
                               FROM PPR-EXCP-LINE
                       WHEN WS-PAID-AMT(WS-PAID-HIT) = CR-AMOUNT
                           MOVE 'C' TO CR-CLEARED
                           MOVE WS-PAID-DATE(WS-PAID-HIT)
                               TO CR-CLEAR-DATE
                           MOVE 'Y' TO WS-PAID-USED(WS-PAID-HIT)
                           ADD 1 TO WS-CLEARED-CNT
                       WHEN OTHER
                           MOVE 'Y' TO WS-PAID-USED(WS-PAID-HIT)
                           ADD 1 TO WS-MISMATCH-CNT
                           SET WS-RUN-FLAGGED TO TRUE
                           MOVE '*** PAID AMOUNT DIFFERS - CHECK '
                               TO PPR-X-TEXT
                           MOVE CR-CHECK-NO TO PPR-X-CHECK
                           MOVE WS-PAID-AMT(WS-PAID-HIT) TO PPR-X-AMT
                           WRITE POSPAY-REPORT-RECORD
                               FROM PPR-EXCP-LINE
                   END-EVALUATE
               END-IF
           END-IF.
      *
                   MOVE WS-PAID-SUB TO WS-PAID-HIT
               END-IF
           END-PERFORM.
      *
       5470-CHECK-IF-ESCHEATED-PARA.
           MOVE 'N' TO WS-ESC-FLAG
           PERFORM VARYING WS-ESC-SUB FROM 1 BY 1
                   UNTIL WS-ESC-SUB > WS-ESC-COUNT
               IF WS-ESC-NO(WS-ESC-SUB) = CR-CHECK-NO
                   SET WS-WAS-ESCHEATED TO TRUE
               END-IF
           END-PERFORM.
      *
       5600-COPY-BACK-PARA.
           OPEN INPUT CHECK-REG-WORK
           WRITE POSPAY-REPORT-RECORD FROM PPR-SUMMARY-LINE
           MOVE 'PAID BUT NEVER ISSUED'     TO PPR-S-LABEL
           MOVE WS-UNMATCHED-CNT            TO PPR-S-COUNT
           WRITE POSPAY-REPORT-RECORD FROM PPR-SUMMARY-LINE
           MOVE 'PAID AFTER ESCHEAT'        TO PPR-S-LABEL
           MOVE WS-ESCPAID-CNT              TO PPR-S-COUNT
           WRITE POSPAY-REPORT-RECORD FROM PPR-SUMMARY-LINE.
