      * EMPAPPRV
      * Second-approver review of the high-risk maintenance
      * transactions EMPMAINT diverted to EMPHOLD.DAT - bank-detail
      * changes and EMP-EARN moves past the payroll-set threshold,
      * and the hires, transfers and reinstatements position control
      * found no vacant position for (reason NO VACANT POSITION or
      * EARN OUTSIDE RANGE) - approving one of those lets the
      * employee in over the authorized headcount.
      * A second person (not the keyer) walks the pending entries on
      * the console, sees the employee, the reason and the amounts
      * the transaction carries, and answers for each:
      *
      *   A  approve - countersigns with their user ID; EMPMAINT
      *      applies it on the next maintenance run
      *   R  reject  - marks it rejected with their user ID;
      *      EMPMAINT drops it with a log line on the next run
      *   S  skip    - leaves it pending for another look
      *
      * The reviewer signs on through SIGNON-PROG and must hold the
      * APPR role - typed initials proved nothing about who was at
      * the console. The signed-on user ID is the countersignature.
      * EMPMAINT stamps each held entry with the ID of the operator
      * who keyed its batch, and an approval by that same ID is
      * refused (logged, and left pending for somebody else): the
      * second approver has to be a second person. Every approval,
      * rejection and refusal also goes to the access log.
      *
      * Every decision is also written to EMPAPPRV.REP so the
      * countersignature trail the auditors asked for is on paper.
      * The file is rewritten in place; approved and rejected entries
       FILE SECTION.
      * Same layout EMPMAINT writes - see its FD comment.
       FD  APPROVAL-HOLD-FILE
           RECORD CONTAINS 137 CHARACTERS
           RECORDING MODE IS F.
       01  APPROVAL-HOLD-RECORD.
           03  AH-STATUS           PIC X(01).
           03  AH-REASON           PIC X(20).
           03  AH-DATE-HELD        PIC 9(08).
           03  AH-APPROVER         PIC X(10).
           03  AH-KEYER            PIC X(10).

       FD  APPROVAL-REPORT
           RECORD CONTAINS 80 CHARACTERS
       01  WS-APPROVER             PIC X(10)      VALUE SPACES.
       01  WS-HOLD-TABLE.
           03  WS-HOLD-ENTRIES     OCCURS 1000 TIMES.
               05  WS-HOLD-REC     PIC X(137)     VALUE SPACES.
       01  WS-HOLD-COUNT           PIC 9(04)      VALUE ZERO.
       01  WS-HOLD-SUB             PIC 9(04)      VALUE ZERO.
       01  WS-COUNTS.
           03  WS-APPR-CNT         PIC 9(03)      VALUE ZERO.
           03  WS-REJ-CNT          PIC 9(03)      VALUE ZERO.
           03  WS-SKIP-CNT         PIC 9(03)      VALUE ZERO.
           03  WS-OWN-CNT          PIC 9(03)      VALUE ZERO.
       01  WS-EARN-ED              PIC ZZZ,ZZ9.99 VALUE ZERO.
      * Sign-on block for SIGNON-PROG - see its banner.
       01  WS-SEC-INFO.
           03  WS-SEC-FUNCTION     PIC X(01)      VALUE SPACES.
           03  WS-SEC-PROGRAM      PIC X(08)      VALUE 'EMPAPPRV'.
           03  WS-SEC-ROLE         PIC X(04)      VALUE 'APPR'.
           03  WS-SEC-USER         PIC X(08)      VALUE SPACES.
           03  WS-SEC-RESULT       PIC X(01)      VALUE SPACES.
               88  WS-SEC-GRANTED                 VALUE 'G'.
           03  WS-SEC-DETAIL       PIC X(40)      VALUE SPACES.
      *
       01  APR-HEADING-LINE1       PIC X(80)      VALUE
           'HIGH-RISK MAINTENANCE TRANSACTION APPROVAL TRAIL'.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           MOVE 'S' TO WS-SEC-FUNCTION
           CALL 'SIGNON-PROG' USING WS-SEC-INFO
           IF NOT WS-SEC-GRANTED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-SEC-USER TO WS-APPROVER
           PERFORM 1000-INITIAL-PARA
           PERFORM 2000-LOAD-HOLD-PARA
           PERFORM 5000-REVIEW-ONE-PARA
               ACCEPT WS-ANSWER
               EVALUATE TRUE
                   WHEN WS-ANS-APPROVE
                      AND AH-KEYER = WS-SEC-USER
                      AND AH-KEYER NOT = SPACES
                       PERFORM 5100-REFUSE-OWN-PARA
                   WHEN WS-ANS-APPROVE
                       MOVE 'A'         TO AH-STATUS
                       MOVE WS-APPROVER TO AH-APPROVER
                       ADD 1 TO WS-APPR-CNT
                       MOVE 'APPROVED' TO APR-P-DECISION
                       PERFORM 5500-WRITE-TRAIL-PARA
                       PERFORM 5600-LOG-DECISION-PARA
                       MOVE APPROVAL-HOLD-RECORD
                           TO WS-HOLD-REC(WS-HOLD-SUB)
                   WHEN WS-ANS-REJECT
                       MOVE 'R'         TO AH-STATUS
                       MOVE WS-APPROVER TO AH-APPROVER
                       ADD 1 TO WS-REJ-CNT
                       MOVE 'REJECTED' TO APR-P-DECISION
                       PERFORM 5500-WRITE-TRAIL-PARA
                       PERFORM 5600-LOG-DECISION-PARA
                       MOVE APPROVAL-HOLD-RECORD
                           TO WS-HOLD-REC(WS-HOLD-SUB)
                   WHEN OTHER
               END-EVALUATE
           END-IF.
      *
      * The operator who keyed the batch tried to approve it - the
      * entry stays pending for a different approver, and the
      * attempt is on the trail and the access log.
       5100-REFUSE-OWN-PARA.
           DISPLAY 'EMPAPPRV: KEYED BY ' AH-KEYER
               ' - YOU MAY NOT APPROVE YOUR OWN CHANGE'
           ADD 1 TO WS-OWN-CNT
           MOVE 'REFUSED ' TO APR-P-DECISION
           MOVE SPACES     TO AH-APPROVER
           PERFORM 5500-WRITE-TRAIL-PARA
           MOVE 'R'    TO WS-SEC-FUNCTION
           MOVE SPACES TO WS-SEC-DETAIL
           STRING 'OWN KEYING EMP-ID ' AH-T-EMP-ID
               DELIMITED BY SIZE INTO WS-SEC-DETAIL
           CALL 'SIGNON-PROG' USING WS-SEC-INFO.
      *
       5500-WRITE-TRAIL-PARA.
           MOVE AH-T-EMP-ID  TO APR-P-ID
           MOVE AH-DATE-HELD TO APR-P-HELD
           MOVE AH-APPROVER  TO APR-P-APPROVER
           WRITE APPROVAL-REPORT-RECORD FROM APR-DETAIL-LINE.
      *
       5600-LOG-DECISION-PARA.
           MOVE 'A'    TO WS-SEC-FUNCTION
           MOVE SPACES TO WS-SEC-DETAIL
           STRING APR-P-DECISION ' ' AH-T-EMP-ID ' ' AH-REASON
               DELIMITED BY SIZE INTO WS-SEC-DETAIL
           CALL 'SIGNON-PROG' USING WS-SEC-INFO.
      *
       8000-REWRITE-HOLD-PARA.
           IF WS-HOLD-COUNT > ZERO
           MOVE 'LEFT PENDING' TO APR-S-LABEL
           MOVE WS-SKIP-CNT TO APR-S-COUNT
           WRITE APPROVAL-REPORT-RECORD FROM APR-SUMMARY-LINE
           MOVE 'REFUSED - OWN KEYING' TO APR-S-LABEL
           MOVE WS-OWN-CNT  TO APR-S-COUNT
           WRITE APPROVAL-REPORT-RECORD FROM APR-SUMMARY-LINE
           CLOSE APPROVAL-REPORT
           DISPLAY 'EMPAPPRV: ' WS-APPR-CNT ' APPROVED '
               WS-REJ-CNT ' REJECTED ' WS-SKIP-CNT ' PENDING '
               WS-OWN-CNT ' REFUSED'
           IF WS-OWN-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
