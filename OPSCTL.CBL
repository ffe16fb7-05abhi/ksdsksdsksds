      *     rejects, NETPAYX, LOCEXCP and DELTARPT
      *   - the RECON.REP reconciliation verdict
      *   - EMPAUDIT's total findings
      *   - WAGECHK's wage-and-hour findings from WAGECKST.DAT - any
      *     finding is a hold until payroll has worked it
      *   - FH06's checkpoint/restart state
      *   - the last payroll bank reconciliation BANKREC left on
      *     BANKRCST.DAT - out of balance or unmatched bank items is
      *     a hold until treasury has worked them, and so is a run
      *     BANKREC refused (the reason is shown)
      *
      * and closes with one RELEASE or HOLD line and a matching
      * RETURN-CODE (0 release, 8 hold). The morning check becomes
                                       FILE STATUS IS WS-DSCAN-STAT.
           SELECT CHECKPOINT-FILE     ASSIGN TO 'FH06CKPT.DAT'
                                       FILE STATUS IS WS-CKPT-STAT.
           SELECT BANKREC-STAT-FILE   ASSIGN TO 'BANKRCST.DAT'
                                       FILE STATUS IS WS-BRST-STAT.
           SELECT WAGECHK-STAT-FILE   ASSIGN TO 'WAGECKST.DAT'
                                       FILE STATUS IS WS-WKST-STAT.
           SELECT CONTROL-SHEET       ASSIGN TO 'OPSCTL.REP'.

       DATA DIVISION.
           03  CKPT-RECNO          PIC 9(06).
           03  FILLER              PIC X(131).

      * BANKREC's one-record outcome - see BANKREC's FD.
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

      * WAGECHK's one-record outcome - see WAGECHK's FD.
       FD  WAGECHK-STAT-FILE
           RECORD CONTAINS 58 CHARACTERS
           RECORDING MODE IS F.
       01  WAGECHK-STAT-RECORD.
           03  WK-RUN-DATE         PIC 9(08).
           03  WK-PERIOD           PIC 9(03).
           03  WK-FINDINGS         PIC 9(05).
           03  WK-RC               PIC 9(02).
           03  WK-FIRST            PIC X(40).

       FD  CONTROL-SHEET
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  WS-SCAN-STAT            PIC X(02)      VALUE SPACES.
       01  WS-DSCAN-STAT           PIC X(02)      VALUE SPACES.
       01  WS-CKPT-STAT            PIC X(02)      VALUE SPACES.
       01  WS-BRST-STAT            PIC X(02)      VALUE SPACES.
       01  WS-WKST-STAT            PIC X(02)      VALUE SPACES.
       01  WS-SCAN-NAME            PIC X(20)      VALUE SPACES.
       01  WS-CTL-EOF-FLAG         PIC X(01)      VALUE 'N'.
           88  WS-CTL-EOF                  VALUE 'Y'.
           03  OPS-S-WORST         PIC X(40)      VALUE SPACES.
           03  FILLER              PIC X(18)      VALUE SPACES.
       01  OPS-VERDICT-LINE        PIC X(80)      VALUE SPACES.
      * Report archive - see RPTARCH. The report is filed as soon
      * as it is closed; the RETURN-CODE is kept across the CALL.
       01  WS-ARCH-REPORT          PIC X(30)      VALUE 'OPSCTL.REP'.
       01  WS-ARCH-LOC             PIC X(03)      VALUE SPACES.
       01  WS-ARCH-RC              PIC S9(09)     VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 3000-EXCEPTION-SOURCES-PARA
           PERFORM 4000-RECON-VERDICT-PARA
           PERFORM 5000-AUDIT-FINDINGS-PARA
           PERFORM 5500-WAGE-HOUR-PARA
           PERFORM 6000-CHECKPOINT-PARA
           PERFORM 6500-BANK-RECON-PARA
           PERFORM 9000-VERDICT-PARA
           CLOSE CONTROL-SHEET
           PERFORM 9800-ARCHIVE-REPORT-PARA
           GOBACK.
      *
       1000-STEP-STATUS-PARA.
           PERFORM 7000-SCAN-LISTING-PARA
           MOVE 'AUDIT FINDS'  TO OPS-S-NAME
           PERFORM 7500-WRITE-SOURCE-PARA.
      *
      * Tonight's wage-and-hour check, from the outcome WAGECHK left.
      * Not on file means the check has not run - shown as zero.
       5500-WAGE-HOUR-PARA.
           MOVE ZERO   TO WS-SCAN-DETAIL-CNT
           MOVE SPACES TO WS-SCAN-FIRST-LINE
           OPEN INPUT WAGECHK-STAT-FILE
           IF WS-WKST-STAT = '00'
               READ WAGECHK-STAT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WK-FINDINGS NUMERIC
                           MOVE WK-FINDINGS TO WS-SCAN-DETAIL-CNT
                           MOVE WK-FIRST    TO WS-SCAN-FIRST-LINE
                       END-IF
               END-READ
               CLOSE WAGECHK-STAT-FILE
           END-IF
           MOVE 'WAGE/HR FINDS' TO OPS-S-NAME
           PERFORM 7500-WRITE-SOURCE-PARA
           IF WS-SCAN-DETAIL-CNT > ZERO
               SET WS-SHEET-HOLD TO TRUE
           END-IF.
      *
       6000-CHECKPOINT-PARA.
           OPEN INPUT CHECKPOINT-FILE
               SET WS-SHEET-HOLD TO TRUE
           END-IF
           WRITE CONTROL-SHEET-RECORD FROM OPS-SECTION-LINE.
      *
       6500-BANK-RECON-PARA.
           MOVE SPACES TO OPS-SECTION-LINE
           OPEN INPUT BANKREC-STAT-FILE
           IF WS-BRST-STAT = '00'
               READ BANKREC-STAT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       EVALUATE BT-RC
                           WHEN ZERO
                               STRING 'BANK RECONCILIATION: STATEMENT '
                                   'TO ' BT-STMT-END ' RECONCILED'
                                   DELIMITED BY SIZE
                                   INTO OPS-SECTION-LINE
                           WHEN 4
                               STRING 'BANK RECONCILIATION: STATEMENT '
                                   'TO ' BT-STMT-END ' IN BALANCE - '
                                   'ITEMS IN TRANSIT'
                                   DELIMITED BY SIZE
                                   INTO OPS-SECTION-LINE
                           WHEN OTHER
                               IF BT-REASON NOT = SPACES
                                   STRING 'BANK RECONCILIATION: '
                                       'REFUSED - ' BT-REASON
                                       DELIMITED BY SIZE
                                       INTO OPS-SECTION-LINE
                               ELSE
                                   STRING 'BANK RECONCILIATION: '
                                       'STATEMENT TO ' BT-STMT-END
                                       ' OUT OF BALANCE '
                                       '- SEE BANKREC.REP'
                                       DELIMITED BY SIZE
                                       INTO OPS-SECTION-LINE
                               END-IF
                               SET WS-SHEET-HOLD TO TRUE
                       END-EVALUATE
               END-READ
               CLOSE BANKREC-STAT-FILE
           END-IF
           IF OPS-SECTION-LINE = SPACES
               MOVE 'BANK RECONCILIATION: NOT RUN - BANKRCST.DAT NOT ON
      -            ' FILE' TO OPS-SECTION-LINE
           END-IF
           WRITE CONTROL-SHEET-RECORD FROM OPS-SECTION-LINE.
      *
      * Counts one listing and remembers its first post-heading line
      * and whether any line carries the *** flag marker.
           END-IF
           WRITE CONTROL-SHEET-RECORD FROM OPS-VERDICT-LINE
           DISPLAY 'OPSCTL: ' OPS-VERDICT-LINE(1:44).
      *
       9800-ARCHIVE-REPORT-PARA.
           MOVE RETURN-CODE TO WS-ARCH-RC
           CALL 'RPTARCH' USING WS-ARCH-REPORT WS-ARCH-LOC
               ON EXCEPTION
                   DISPLAY 'OPSCTL: RPTARCH NOT AVAILABLE - '
                       WS-ARCH-REPORT ' NOT ARCHIVED'
           END-CALL
           MOVE WS-ARCH-RC TO RETURN-CODE.
