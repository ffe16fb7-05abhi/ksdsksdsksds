      *       this one rides alongside HR's own and HRFEED's without
      *       clobbering either; EMPMAINT empties the file once it
      *       has applied them.
      *
      * Every R return is also appended to the return log
      * ACHRLOG.DAT (date, employee, reason, amount) so BANKREC can
      * match the return credit when it shows up on the bank
      * statement. The return file carries no amount, so the logged
      * amount is the same current net the replacement check is
      * cut for - zero when that net is not positive.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                    FILE STATUS IS WS-CINT-STAT.
           SELECT TRANS-FILE-OUT   ASSIGN TO 'EMPTRANS.DAT'
                                    FILE STATUS IS WS-TOUT-STAT.
           SELECT RETURN-LOG-FILE  ASSIGN TO 'ACHRLOG.DAT'
                                    FILE STATUS IS WS-RLOG-STAT.
           SELECT RETURN-REPORT    ASSIGN TO 'ACHRET.REP'.

       DATA DIVISION.
           RECORDING MODE IS F.
       01  TRANS-FILE-RECORD       PIC X(88).

      * Cumulative return log read by BANKREC.
       FD  RETURN-LOG-FILE
           RECORD CONTAINS 23 CHARACTERS
           RECORDING MODE IS F.
       01  RETURN-LOG-RECORD.
           03  AL-DATE             PIC 9(08).
           03  AL-EMP-ID           PIC X(05).
           03  AL-REASON           PIC X(03).
           03  AL-AMOUNT           PIC 9(05)V99.

       FD  RETURN-REPORT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  WS-PRENOTE-STAT         PIC X(02)      VALUE SPACES.
       01  WS-CINT-STAT            PIC X(02)      VALUE SPACES.
       01  WS-TOUT-STAT            PIC X(02)      VALUE SPACES.
       01  WS-RLOG-STAT            PIC X(02)      VALUE SPACES.
       01  WS-RET-EOF-FLAG         PIC X(01)      VALUE 'N'.
           88  WS-RET-EOF                  VALUE 'Y'.
       01  WS-EMP-EOF-FLAG         PIC X(01)      VALUE 'N'.
           GOBACK.
      *
       1000-INITIAL-PARA.
           OPEN EXTEND RETURN-LOG-FILE
           IF WS-RLOG-STAT NOT = '00'
               OPEN OUTPUT RETURN-LOG-FILE
           END-IF
           OPEN OUTPUT RETURN-REPORT
           WRITE RETURN-REPORT-RECORD FROM ARR-HEADING-LINE1
           WRITE RETURN-REPORT-RECORD FROM ARR-HEADING-LINE2.
      -            'EARED' TO ARR-P-TEXT
           END-IF
           PERFORM 5250-DROP-PRENOTE-PARA
           MOVE WS-DATE                    TO AL-DATE
           MOVE EMP-ID OF EMPLOYEE-RECORD  TO AL-EMP-ID
           MOVE WS-RET-REASON(WS-RET-SUB)  TO AL-REASON
           IF WS-SAL > ZERO
               MOVE WS-SAL                 TO AL-AMOUNT
           ELSE
               MOVE ZERO                   TO AL-AMOUNT
           END-IF
           WRITE RETURN-LOG-RECORD
           MOVE EMP-ID OF EMPLOYEE-RECORD  TO ARR-P-ID
           MOVE WS-RET-TYPE(WS-RET-SUB)    TO ARR-P-TYPE
           MOVE WS-RET-REASON(WS-RET-SUB)  TO ARR-P-REASON
           MOVE WS-NOC-CNT                   TO ARR-S-COUNT
           WRITE RETURN-REPORT-RECORD FROM ARR-SUMMARY-LINE
           CLOSE RETURN-REPORT
           CLOSE RETURN-LOG-FILE
           DISPLAY 'ACHRET: ' WS-CHECK-CNT ' REPLACEMENT CHECKS, '
               WS-NOC-CNT ' NOC CORRECTIONS - SEE ACHRET.REP'.
