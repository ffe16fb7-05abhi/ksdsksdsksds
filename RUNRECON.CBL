      * Run it after FH06, before the reports are released. The first
      * run on a new RUNTOTLS.DAT has nothing to compare against and
      * says so without flagging.
      *
      * Off-cycle supplemental runs (OFFCYCLE) append their own rows,
      * marked O. They are not a period and would wreck the
      * comparison, so only regular rows are slid into the prior/this
      * run holds; the off-cycle rows are totalled and listed
      * underneath - those paid between the two regular runs and any
      * paid since this one - for information, never flagged.
      * Payment reversals (PAYREV) append rows marked V; they are
      * neither a period nor supplemental pay and are passed over.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-TOTALS-FILE
           RECORD CONTAINS 55 CHARACTERS
           RECORDING MODE IS F.
       01  RUN-TOTALS-RECORD.
           03  RT-PERIOD           PIC 9(03).
           03  RT-DEDN             PIC 9(08)V99.
           03  RT-SAL              PIC S9(08)V99
                                    SIGN LEADING SEPARATE.
           03  RT-RUN-TYPE         PIC X(01).
               88  RT-OFF-CYCLE-RUN        VALUE 'O'.
               88  RT-REVERSAL-RUN         VALUE 'V'.

       FD  MAINT-COUNTS-FILE
           RECORD CONTAINS 28 CHARACTERS
           03  WS-C-EARN           PIC 9(08)V99   VALUE ZERO.
           03  WS-C-DEDN           PIC 9(08)V99   VALUE ZERO.
           03  WS-C-SAL            PIC S9(08)V99  VALUE ZERO.
      * Off-cycle rows since the latest regular row read, and those
      * that fell between the prior and this regular run - the first
      * is handed down to the second each time a regular row arrives.
       01  WS-OFC-SINCE.
           03  WS-OS-CNT           PIC 9(05)      VALUE ZERO.
           03  WS-OS-EARN          PIC 9(09)V99   VALUE ZERO.
           03  WS-OS-DEDN          PIC 9(09)V99   VALUE ZERO.
           03  WS-OS-SAL           PIC S9(09)V99  VALUE ZERO.
       01  WS-OFC-BETWEEN.
           03  WS-OB-CNT           PIC 9(05)      VALUE ZERO.
           03  WS-OB-EARN          PIC 9(09)V99   VALUE ZERO.
           03  WS-OB-DEDN          PIC 9(09)V99   VALUE ZERO.
           03  WS-OB-SAL           PIC S9(09)V99  VALUE ZERO.
       01  WS-MAINT-FOUND-FLAG     PIC X(01)      VALUE 'N'.
           88  WS-MAINT-FOUND              VALUE 'Y'.
      * The counts are copied out of the record area before the file
       01  REC-FLAG-LINE.
           03  FILLER              PIC X(14)      VALUE '*** FLAGGED: '.
           03  RF-TEXT             PIC X(66)      VALUE SPACES.
       01  REC-OFC-LINE.
           03  RO-LABEL            PIC X(26)      VALUE SPACES.
           03  RO-CNT              PIC ZZZZ9      VALUE ZERO.
           03  FILLER              PIC X(06)      VALUE ' RUNS '.
           03  RO-EARN             PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  RO-DEDN             PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  RO-SAL              PIC -ZZZZZ,ZZ9.99 VALUE ZERO.
       01  REC-NOTE-LINE           PIC X(80)      VALUE SPACES.
      * Report archive - see RPTARCH. The report is filed as soon
      * as it is closed; the RETURN-CODE is kept across the CALL.
       01  WS-ARCH-REPORT          PIC X(30)      VALUE 'RECON.REP'.
       01  WS-ARCH-LOC             PIC X(03)      VALUE SPACES.
       01  WS-ARCH-RC              PIC S9(09)     VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
               PERFORM 3000-LOAD-MAINT-COUNTS-PARA
               PERFORM 5000-COMPARE-RUNS-PARA
           END-IF
           PERFORM 6000-OFF-CYCLE-RUNS-PARA
           PERFORM 9000-END-PARA
           STOP RUN.
      *
           OPEN OUTPUT RECON-REPORT
           WRITE RECON-REPORT-RECORD FROM REC-HEADING-LINE.
      *
      * Slides the last two regular RUNTOTLS.DAT rows into the
      * prior/current holds - the file only ever grows by one regular
      * row per run, so the last two are yesterday and today.
      * Off-cycle rows go to the off-cycle totals instead.
       2000-LOAD-RUN-ROWS-PARA.
           OPEN INPUT RUN-TOTALS-FILE
           IF WS-RTOT-STAT NOT = '00'
                   TO REC-NOTE-LINE
               WRITE RECON-REPORT-RECORD FROM REC-NOTE-LINE
               CLOSE RECON-REPORT
               PERFORM 9800-ARCHIVE-REPORT-PARA
               STOP RUN
           END-IF
           PERFORM UNTIL WS-RTOT-EOF
                   AT END
                       SET WS-RTOT-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                         WHEN RT-REVERSAL-RUN
                           CONTINUE
                         WHEN RT-OFF-CYCLE-RUN
                           ADD 1       TO WS-OS-CNT
                           ADD RT-EARN TO WS-OS-EARN
                           ADD RT-DEDN TO WS-OS-DEDN
                           ADD RT-SAL  TO WS-OS-SAL
                         WHEN OTHER
                           ADD 1 TO WS-ROW-CNT
                           MOVE WS-CURR-ROW TO WS-PRIOR-ROW
                           MOVE RT-PERIOD    TO WS-C-PERIOD
                           MOVE RT-DATE      TO WS-C-DATE
                           MOVE RT-HEADCOUNT TO WS-C-HEADCOUNT
                           MOVE RT-EARN      TO WS-C-EARN
                           MOVE RT-DEDN      TO WS-C-DEDN
                           MOVE RT-SAL       TO WS-C-SAL
                           MOVE WS-OFC-SINCE TO WS-OFC-BETWEEN
                           INITIALIZE WS-OFC-SINCE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE RUN-TOTALS-FILE.
               MOVE 'ALL MOVEMENTS WITHIN TOLERANCE' TO REC-NOTE-LINE
               WRITE RECON-REPORT-RECORD FROM REC-NOTE-LINE
           END-IF.
      *
      * Information only - off-cycle pay is not a period movement and
      * never flags the run.
       6000-OFF-CYCLE-RUNS-PARA.
           IF WS-OB-CNT > ZERO
               MOVE 'OFF-CYCLE BETWEEN RUNS:' TO RO-LABEL
               MOVE WS-OB-CNT  TO RO-CNT
               MOVE WS-OB-EARN TO RO-EARN
               MOVE WS-OB-DEDN TO RO-DEDN
               MOVE WS-OB-SAL  TO RO-SAL
               WRITE RECON-REPORT-RECORD FROM REC-OFC-LINE
           END-IF
           IF WS-OS-CNT > ZERO
               MOVE 'OFF-CYCLE SINCE THIS RUN:' TO RO-LABEL
               MOVE WS-OS-CNT  TO RO-CNT
               MOVE WS-OS-EARN TO RO-EARN
               MOVE WS-OS-DEDN TO RO-DEDN
               MOVE WS-OS-SAL  TO RO-SAL
               WRITE RECON-REPORT-RECORD FROM REC-OFC-LINE
           END-IF.
      *
       9000-END-PARA.
           CLOSE RECON-REPORT
           PERFORM 9800-ARCHIVE-REPORT-PARA.
      *
       9800-ARCHIVE-REPORT-PARA.
           MOVE RETURN-CODE TO WS-ARCH-RC
           CALL 'RPTARCH' USING WS-ARCH-REPORT WS-ARCH-LOC
               ON EXCEPTION
                   DISPLAY 'RUNRECON: RPTARCH NOT AVAILABLE - '
                       WS-ARCH-REPORT ' NOT ARCHIVED'
           END-CALL
           MOVE WS-ARCH-RC TO RETURN-CODE.
