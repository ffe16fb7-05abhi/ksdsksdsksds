      *              not just tonight's file.
      *   A (aging)  prints SUSPAGE.REP - every open item with the
      *              days it has sat, and the open/aged counts.
      *   C (close)  asks for source and EMP-ID, closes the
      *              matching open items with today's date and the
      *              closer's user ID, and lists them - the recycle
      *              path's paper trail. The corrected item itself is
      *              resubmitted through the normal transaction files.
      *
      * Closing an item says the money is now right, so C requires a
      * sign-on through SIGNON-PROG by an operator holding the SUSP
      * role - the signed-on user ID replaces the initials that used
      * to be typed in - and each close goes to the access log. M
      * and A stay unattended; the nightly stream drives M.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-MASTER  ASSIGN TO DYNAMIC WS-FN-SUSPMAST
                                    FILE STATUS IS WS-MAST-STAT.
           SELECT TIME-SUSPENSE-FILE ASSIGN TO DYNAMIC WS-FN-TIMESUSP
                                    FILE STATUS IS WS-TSUSP-STAT.
           SELECT DEDN-SUSPENSE-FILE ASSIGN TO DYNAMIC WS-FN-DEDNSUSP
                                    FILE STATUS IS WS-DSUSP-STAT.
           SELECT AGING-REPORT     ASSIGN TO DYNAMIC WS-FN-SUSPAGE.

       DATA DIVISION.
       FILE SECTION.
       01  AGING-REPORT-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.
      * File names, each the live name behind the run prefix (blank
      * outside a preview of the nightly stream - see RUNPFX.CPY).
      * The bases are in SELECT order; 0050-FILE-NAMES-PARA builds
      * the names used by the ASSIGN clauses above.
       COPY RUNPFX.
       01  WS-FILE-BASES.
           03  FILLER              PIC X(16)      VALUE 'SUSPMAST.DAT'.
           03  FILLER              PIC X(16)      VALUE 'TIMESUSP.DAT'.
           03  FILLER              PIC X(16)      VALUE 'DEDNSUSP.DAT'.
           03  FILLER              PIC X(16)      VALUE 'SUSPAGE.REP'.
       01  WS-FILE-BASE-TABLE REDEFINES WS-FILE-BASES.
           03  WS-FB-NAME          PIC X(16)      OCCURS 4 TIMES.
       01  WS-FILE-NAMES.
           03  WS-FN-SUSPMAST      PIC X(30)      VALUE SPACES.
           03  WS-FN-TIMESUSP      PIC X(30)      VALUE SPACES.
           03  WS-FN-DEDNSUSP      PIC X(30)      VALUE SPACES.
           03  WS-FN-SUSPAGE       PIC X(30)      VALUE SPACES.
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
           03  WS-FN-NAME          PIC X(30)      OCCURS 4 TIMES.
       01  WS-FN-COUNT             PIC 9(02)      VALUE 4.
       01  WS-FN-SUB               PIC 9(02)      VALUE ZERO.
      *
       01  WS-MAST-STAT            PIC X(02)      VALUE SPACES.
       01  WS-TSUSP-STAT           PIC X(02)      VALUE SPACES.
       01  WS-DSUSP-STAT           PIC X(02)      VALUE SPACES.
       01  WS-AGED-CNT             PIC 9(04)      VALUE ZERO.
       01  WS-AGE-DAYS             PIC S9(05)     VALUE ZERO.
       01  WS-AGED-LIMIT           PIC 9(03)      VALUE 7.
      * Sign-on block for SIGNON-PROG - see its banner.
       01  WS-SEC-INFO.
           03  WS-SEC-FUNCTION     PIC X(01)      VALUE SPACES.
           03  WS-SEC-PROGRAM      PIC X(08)      VALUE 'SUSPMGR'.
           03  WS-SEC-ROLE         PIC X(04)      VALUE 'SUSP'.
           03  WS-SEC-USER         PIC X(08)      VALUE SPACES.
           03  WS-SEC-RESULT       PIC X(01)      VALUE SPACES.
               88  WS-SEC-GRANTED                 VALUE 'G'.
           03  WS-SEC-DETAIL       PIC X(40)      VALUE SPACES.
      * Day-serial work areas - same arithmetic FINALPAY and
      * CHECKRUN use.
       01  WS-DS-DATE              PIC 9(08)      VALUE ZERO.
           03  AGE-S-LABEL         PIC X(34)      VALUE SPACES.
           03  AGE-S-COUNT         PIC ZZZZ9      VALUE ZERO.
           03  FILLER              PIC X(41)      VALUE SPACES.
      * Report archive - see RPTARCH. The report is filed as soon
      * as it is closed, under its run-prefixed name; nothing is
      * filed from a preview run, and the RETURN-CODE is kept
      * across the CALL.
       01  WS-ARCH-REPORT          PIC X(30)      VALUE SPACES.
       01  WS-ARCH-LOC             PIC X(03)      VALUE SPACES.
       01  WS-ARCH-RC              PIC S9(09)     VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILE-NAMES-PARA
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE TO WS-DS-DATE
           PERFORM 8800-DAY-SERIAL-PARA
               WHEN WS-MODE-AGING
                   PERFORM 5000-AGING-PARA
               WHEN WS-MODE-CLOSE
                   MOVE 'S' TO WS-SEC-FUNCTION
                   CALL 'SIGNON-PROG' USING WS-SEC-INFO
                   IF WS-SEC-GRANTED
                       PERFORM 6000-CLOSE-PARA
                       PERFORM 7000-REWRITE-MASTER-PARA
                   ELSE
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   DISPLAY 'SUSPMGR: UNKNOWN MODE ' WS-MODE
                       ' - ENTER M, A OR C'
           END-EVALUATE
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
      * A missing SUSPMAST.DAT just means nothing has ever been
      * suspended - the master starts empty.
       1000-LOAD-MASTER-PARA.
           MOVE WS-AGED-CNT                TO AGE-S-COUNT
           WRITE AGING-REPORT-RECORD FROM AGE-SUMMARY-LINE
           CLOSE AGING-REPORT
           PERFORM 9800-ARCHIVE-REPORT-PARA
           DISPLAY 'SUSPMGR: ' WS-OPEN-CNT ' OPEN ITEMS, '
               WS-AGED-CNT ' AGED - SEE SUSPAGE.REP'.
      *
           WRITE AGING-REPORT-RECORD FROM AGE-DETAIL-LINE.
      *
      * Closes every open item for the source/employee the operator
      * names, stamped with their user ID and today - the recycle:
      * the corrected transaction goes back through the normal
      * files, and this is the record of who said it was fixed.
       6000-CLOSE-PARA.
           ACCEPT WS-CLOSE-SOURCE
           DISPLAY 'EMP-ID TO CLOSE: '
           ACCEPT WS-CLOSE-EMP-ID
           MOVE WS-SEC-USER TO WS-CLOSE-BY
           PERFORM VARYING WS-SM-SUB FROM 1 BY 1
                   UNTIL WS-SM-SUB > WS-SM-COUNT
               IF WS-SM-STATUS(WS-SM-SUB) = 'O'
           ELSE
               DISPLAY 'SUSPMGR: ' WS-CLOSED-CNT ' ITEMS CLOSED BY '
                   WS-CLOSE-BY
               MOVE 'A' TO WS-SEC-FUNCTION
               STRING 'CLOSED ' WS-CLOSED-CNT ' ' WS-CLOSE-SOURCE
                   ' EMP-ID ' WS-CLOSE-EMP-ID
                   DELIMITED BY SIZE INTO WS-SEC-DETAIL
               CALL 'SIGNON-PROG' USING WS-SEC-INFO
           END-IF.
      *
       7000-REWRITE-MASTER-PARA.
               END-IF
           END-IF
           ADD WS-DS-DD TO WS-DS-SERIAL.
      *
       9800-ARCHIVE-REPORT-PARA.
           IF WS-RUN-PREFIX = SPACES
               MOVE WS-FN-SUSPAGE TO WS-ARCH-REPORT
               MOVE RETURN-CODE TO WS-ARCH-RC
               CALL 'RPTARCH' USING WS-ARCH-REPORT WS-ARCH-LOC
                   ON EXCEPTION
                       DISPLAY 'SUSPMGR: RPTARCH NOT AVAILABLE - '
                           WS-ARCH-REPORT ' NOT ARCHIVED'
               END-CALL
               MOVE WS-ARCH-RC TO RETURN-CODE
           END-IF.
