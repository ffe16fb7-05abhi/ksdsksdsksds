      * hand-keyed batch and ACHRET's corrections without clobbering
      * either, and EMPMAINT empties the file once it has applied
      * them.
      *
      * Once position control is in force (POSNMAST.DAT on file) a
      * hire is looked at against the vacant authorized positions in
      * its department, counted down hire by hire. A hire with none
      * left is still mapped - HR's record is not ours to drop - but
      * is flagged on the report, since EMPMAINT will hold it for a
      * second approver rather than apply it, and HR can get the
      * position authorized (POSMAINT) before the nightly run.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT TRANS-FILE-OUT   ASSIGN TO 'EMPTRANS.DAT'
                                    FILE STATUS IS WS-TOUT-STAT.
           SELECT FEED-REPORT      ASSIGN TO 'HRFEED.REP'.
           SELECT POSN-MASTER      ASSIGN TO 'POSNMAST.DAT'
                                    FILE STATUS IS WS-POSN-STAT.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  FEED-REPORT-RECORD      PIC X(100).

      * Position master - see POSMAINT's FD; only the department,
      * status and incumbent are looked at here.
       FD  POSN-MASTER
           RECORD CONTAINS 70 CHARACTERS
           RECORDING MODE IS F.
       01  POSN-RECORD.
           03  PS-POSN-NO          PIC X(06).
           03  PS-DEPT             PIC X(04).
           03  FILLER              PIC X(42).
           03  PS-STATUS           PIC X(01).
               88  PS-AUTHORIZED            VALUE 'A'.
           03  PS-INCUMBENT        PIC X(05).
           03  FILLER              PIC X(12).

       WORKING-STORAGE SECTION.
      * The outgoing employee image built per detail.
           COPY EMPREC REPLACING EMPLOYEE-RECORD BY OUT-RECORD.
       01  WS-DOB-VALID-FLAG       PIC X(01)      VALUE 'Y'.
           88  WS-DOB-VALID                VALUE 'Y'.
       01  WS-DOB-REASON           PIC X(40)      VALUE SPACES.
      * Vacant authorized positions left per department.
       01  WS-POSN-STAT            PIC X(02)      VALUE SPACES.
       01  WS-POSN-EOF-FLAG        PIC X(01)      VALUE 'N'.
           88  WS-POSN-EOF                 VALUE 'Y'.
       01  WS-POSN-CONTROL-FLAG    PIC X(01)      VALUE 'N'.
           88  WS-POSN-CONTROL             VALUE 'Y'.
       01  WS-VC-TABLE.
           03  WS-VC-ENTRY         OCCURS 500 TIMES.
               05  WS-VC-DEPT      PIC X(04).
               05  WS-VC-VACANT    PIC 9(05).
       01  WS-VC-COUNT             PIC 9(03)      VALUE ZERO.
       01  WS-VC-SUB               PIC 9(03)      VALUE ZERO.
       01  WS-NO-POSN-CNT          PIC 9(05)      VALUE ZERO.
      *
       01  FR-HEADING-LINE1        PIC X(100)     VALUE
           'HR FEED TRANSLATION REPORT'.
           END-IF
           MOVE WS-DATE(5:4) TO WS-TBH-BATCH-NO
           MOVE WS-DATE      TO WS-TBH-PREP-DATE
           WRITE TRANS-FILE-RECORD FROM WS-TBH-LINE
           PERFORM 1100-LOAD-VACANCIES-PARA.
      *
       1100-LOAD-VACANCIES-PARA.
           OPEN INPUT POSN-MASTER
           IF WS-POSN-STAT = '00'
               SET WS-POSN-CONTROL TO TRUE
               PERFORM UNTIL WS-POSN-EOF
                   READ POSN-MASTER
                       AT END
                           SET WS-POSN-EOF TO TRUE
                       NOT AT END
                           PERFORM 1110-ONE-POSITION-PARA
                   END-READ
               END-PERFORM
               CLOSE POSN-MASTER
           END-IF.
      *
       1110-ONE-POSITION-PARA.
           PERFORM VARYING WS-VC-SUB FROM 1 BY 1
                   UNTIL WS-VC-SUB > WS-VC-COUNT
                      OR WS-VC-DEPT(WS-VC-SUB) = PS-DEPT
               CONTINUE
           END-PERFORM
           IF WS-VC-SUB > WS-VC-COUNT
               IF WS-VC-COUNT < 500
                   ADD 1 TO WS-VC-COUNT
                   MOVE PS-DEPT TO WS-VC-DEPT(WS-VC-COUNT)
                   MOVE ZERO    TO WS-VC-VACANT(WS-VC-COUNT)
               ELSE
                   DISPLAY 'HRFEED: WS-VC-TABLE OVERFLOW - RAISE THE '
                       'LIMIT BEFORE RERUNNING'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           IF PS-AUTHORIZED AND PS-INCUMBENT = SPACES
               ADD 1 TO WS-VC-VACANT(WS-VC-SUB)
           END-IF.
      *
       5000-TRANSLATE-PARA.
           READ HR-FEED-FILE
           MOVE HF-EMP-ID TO FR-P-ID
           MOVE HF-ACTION TO FR-P-ACTION
           MOVE 'MAPPED' TO FR-P-TEXT
           IF HF-HIRE AND WS-POSN-CONTROL
               PERFORM 5400-CHECK-VACANCY-PARA
           END-IF
           WRITE FEED-REPORT-RECORD FROM FR-DETAIL-LINE.
      *
      * Takes one vacancy in the hire's department, or flags the hire
      * when there is none left.
       5400-CHECK-VACANCY-PARA.
           PERFORM VARYING WS-VC-SUB FROM 1 BY 1
                   UNTIL WS-VC-SUB > WS-VC-COUNT
                      OR WS-VC-DEPT(WS-VC-SUB) = HF-DEPT
               CONTINUE
           END-PERFORM
           IF WS-VC-SUB NOT > WS-VC-COUNT
              AND WS-VC-VACANT(WS-VC-SUB) > ZERO
               SUBTRACT 1 FROM WS-VC-VACANT(WS-VC-SUB)
           ELSE
               ADD 1 TO WS-NO-POSN-CNT
               MOVE 'MAPPED - NO VACANT POSITION IN DEPT - EMPMAINT WILL
      -            ' HOLD' TO FR-P-TEXT
           END-IF.
      *
       9000-END-PARA.
           CLOSE HR-FEED-FILE
           MOVE 'RECORDS NOT MAPPED'              TO FR-S-LABEL
           MOVE WS-REJ-CNT                        TO FR-S-COUNT
           WRITE FEED-REPORT-RECORD FROM FR-SUMMARY-LINE
           IF WS-POSN-CONTROL
               MOVE 'HIRES WITH NO VACANT POSITION'  TO FR-S-LABEL
               MOVE WS-NO-POSN-CNT                    TO FR-S-COUNT
               WRITE FEED-REPORT-RECORD FROM FR-SUMMARY-LINE
           END-IF
           CLOSE FEED-REPORT
           IF WS-REJ-CNT > ZERO OR WS-NO-POSN-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'HRFEED: ' WS-DETAIL-CNT ' MAPPED, ' WS-REJ-CNT
