      *
      * An out-of-balance combined file flags the report and sets
      * RETURN-CODE 4 - the clerk's adding machine never said that.
      *
      * Off-cycle supplemental runs (OFFCYCLE) append RUNTOTLS rows of
      * their own, marked O, and post to their own GL extract. A
      * cycle's current picture is its latest regular row; the
      * off-cycle rows booked to that same period are totalled on a
      * separate corporate off-cycle line beneath it, never folded
      * into the regular corporate line. Payment reversal rows
      * (PAYREV), marked V, are neither and are left out.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  GL-RECORD-2             PIC X(48).

       FD  RUN-TOTALS-1
           RECORD CONTAINS 55 CHARACTERS
           RECORDING MODE IS F.
       01  RUN-TOTALS-RECORD-1     PIC X(55).

       FD  RUN-TOTALS-2
           RECORD CONTAINS 55 CHARACTERS
           RECORDING MODE IS F.
       01  RUN-TOTALS-RECORD-2     PIC X(55).

       FD  GL-CONSOL-FILE
           RECORD CONTAINS 48 CHARACTERS
           03  WR-DEDN             PIC 9(08)V99.
           03  WR-SAL              PIC S9(08)V99
                                    SIGN LEADING SEPARATE.
           03  WR-RUN-TYPE         PIC X(01).
               88  WR-OFF-CYCLE-RUN        VALUE 'O'.
               88  WR-REVERSAL-RUN         VALUE 'V'.
       01  WS-RT-HELD              PIC X(55)      VALUE SPACES.
       01  WS-RT-HELD-PERIOD       PIC 9(03)      VALUE ZERO.
       01  WS-RT-SEEN-FLAG         PIC X(01)      VALUE 'N'.
           88  WS-RT-SEEN                  VALUE 'Y'.
       01  WS-CORP-OFC-CNT         PIC 9(05)      VALUE ZERO.
       01  WS-CORP-OFC-HEAD        PIC 9(07)      VALUE ZERO.
       01  WS-CORP-OFC-EARN        PIC 9(09)V99   VALUE ZERO.
       01  WS-CORP-OFC-DEDN        PIC 9(09)V99   VALUE ZERO.
       01  WS-CORP-OFC-SAL         PIC S9(09)V99  VALUE ZERO.
       01  WS-CORP-HEADCOUNT       PIC 9(07)      VALUE ZERO.
       01  WS-CORP-EARN            PIC 9(09)V99   VALUE ZERO.
       01  WS-CORP-DEDN            PIC 9(09)V99   VALUE ZERO.
           03  CRP-T-CR            PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(24)      VALUE SPACES.
       01  CRP-CORP-LINE.
           03  CRP-C-LABEL         PIC X(16)      VALUE
               'CORPORATE TOTAL '.
           03  FILLER              PIC X(05)      VALUE 'EMP '.
           03  CRP-C-HEAD          PIC ZZZZZZ9    VALUE ZERO.
           MOVE WS-CORP-DEDN      TO CRP-C-DEDN
           MOVE WS-CORP-SAL       TO CRP-C-SAL
           WRITE CORP-REPORT-RECORD FROM CRP-CORP-LINE
           IF WS-CORP-OFC-CNT > ZERO
               MOVE 'OFF-CYCLE TOTAL '  TO CRP-C-LABEL
               MOVE WS-CORP-OFC-HEAD    TO CRP-C-HEAD
               MOVE WS-CORP-OFC-EARN    TO CRP-C-EARN
               MOVE WS-CORP-OFC-DEDN    TO CRP-C-DEDN
               MOVE WS-CORP-OFC-SAL     TO CRP-C-SAL
               WRITE CORP-REPORT-RECORD FROM CRP-CORP-LINE
               MOVE SPACES TO CRP-NOTE-LINE
               STRING 'OFF-CYCLE LINE IS ' WS-CORP-OFC-CNT
                   ' SUPPLEMENTAL RUN(S) - NOT IN THE CORPORATE TOTAL'
                   DELIMITED BY SIZE INTO CRP-NOTE-LINE
               WRITE CORP-REPORT-RECORD FROM CRP-NOTE-LINE
           END-IF
           CLOSE CORP-REPORT.
      *
      * Each cycle's latest regular RUNTOTLS row - the file grows one
      * regular row per run, so the last one is that cycle's current
      * picture. A second pass over the same file picks up the
      * off-cycle rows booked to that row's period.
       6100-COMBINE-RUN-TOTALS-PARA.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE 'N' TO WS-RT-SEEN-FLAG
                           SET WS-PASS-EOF TO TRUE
                       NOT AT END
                           MOVE RUN-TOTALS-RECORD-1 TO WS-RT-LINE
                           IF NOT WR-OFF-CYCLE-RUN
                              AND NOT WR-REVERSAL-RUN
                               MOVE WS-RT-LINE TO WS-RT-HELD
                               MOVE WR-PERIOD  TO WS-RT-HELD-PERIOD
                               SET WS-RT-SEEN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-TOTALS-1
               IF WS-RT-SEEN
                   MOVE WS-RT-HELD TO WS-RT-LINE
                   PERFORM 6200-ADD-RT-LINE-PARA
                   MOVE 'N' TO WS-EOF-FLAG
                   OPEN INPUT RUN-TOTALS-1
                   PERFORM UNTIL WS-PASS-EOF
                       READ RUN-TOTALS-1
                           AT END
                               SET WS-PASS-EOF TO TRUE
                           NOT AT END
                               MOVE RUN-TOTALS-RECORD-1 TO WS-RT-LINE
                               PERFORM 6300-ADD-OFC-LINE-PARA
                       END-READ
                   END-PERFORM
                   CLOSE RUN-TOTALS-1
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
                           SET WS-PASS-EOF TO TRUE
                       NOT AT END
                           MOVE RUN-TOTALS-RECORD-2 TO WS-RT-LINE
                           IF NOT WR-OFF-CYCLE-RUN
                              AND NOT WR-REVERSAL-RUN
                               MOVE WS-RT-LINE TO WS-RT-HELD
                               MOVE WR-PERIOD  TO WS-RT-HELD-PERIOD
                               SET WS-RT-SEEN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-TOTALS-2
               IF WS-RT-SEEN
                   MOVE WS-RT-HELD TO WS-RT-LINE
                   PERFORM 6200-ADD-RT-LINE-PARA
                   MOVE 'N' TO WS-EOF-FLAG
                   OPEN INPUT RUN-TOTALS-2
                   PERFORM UNTIL WS-PASS-EOF
                       READ RUN-TOTALS-2
                           AT END
                               SET WS-PASS-EOF TO TRUE
                           NOT AT END
                               MOVE RUN-TOTALS-RECORD-2 TO WS-RT-LINE
                               PERFORM 6300-ADD-OFC-LINE-PARA
                       END-READ
                   END-PERFORM
                   CLOSE RUN-TOTALS-2
               END-IF
           END-IF.
      *
           ADD WR-EARN      TO WS-CORP-EARN
           ADD WR-DEDN      TO WS-CORP-DEDN
           ADD WR-SAL       TO WS-CORP-SAL.
      *
       6300-ADD-OFC-LINE-PARA.
           IF WR-OFF-CYCLE-RUN AND WR-PERIOD = WS-RT-HELD-PERIOD
               ADD 1            TO WS-CORP-OFC-CNT
               ADD WR-HEADCOUNT TO WS-CORP-OFC-HEAD
               ADD WR-EARN      TO WS-CORP-OFC-EARN
               ADD WR-DEDN      TO WS-CORP-OFC-DEDN
               ADD WR-SAL       TO WS-CORP-OFC-SAL
           END-IF.
      *
       9000-END-PARA.
           DISPLAY 'CONSOL: ' WS-MRG-COUNT ' COMBINED JOURNAL LINES'
