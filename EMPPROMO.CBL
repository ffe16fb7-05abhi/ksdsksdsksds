      * before the candidate becomes the new EMPFILE.DAT.
      *
      * B (backout) is the one-command undo: it copies the newest
      * generation EMPFILE.G1 back over EMPFILE.DAT. Throwing away
      * the current master is an operator's decision, not the
      * stream's: B requires a sign-on through SIGNON-PROG by an
      * operator holding the PROM role, and a completed backout is
      * written to the access log. P stays unattended so the nightly
      * stream's promotions run as before.
      *
      * Every promotion and backout is appended to PROMLOG.LOG with
      * date, time and record counts. The mode is read from the
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CANDIDATE-FILE   ASSIGN TO DYNAMIC WS-FN-NEWEMPFILE
                                    FILE STATUS IS WS-CAND-STAT.
           SELECT MASTER-FILE      ASSIGN TO DYNAMIC WS-FN-EMPFILE
                                    FILE STATUS IS WS-MAST-STAT.
           SELECT GEN1-FILE        ASSIGN TO DYNAMIC WS-FN-EMPFILE-G1
                                    FILE STATUS IS WS-GEN1-STAT.
           SELECT GEN2-FILE        ASSIGN TO DYNAMIC WS-FN-EMPFILE-G2
                                    FILE STATUS IS WS-GEN2-STAT.
           SELECT GEN3-FILE        ASSIGN TO DYNAMIC WS-FN-EMPFILE-G3
                                    FILE STATUS IS WS-GEN3-STAT.
           SELECT PROM-LOG-FILE    ASSIGN TO DYNAMIC WS-FN-PROMLOG
                                    FILE STATUS IS WS-PLOG-STAT.

       DATA DIVISION.
       01  PROM-LOG-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
      * File names, each the live name behind the run prefix (blank
      * outside a preview of the nightly stream - see RUNPFX.CPY).
      * The bases are in SELECT order; 0050-FILE-NAMES-PARA builds
      * the names used by the ASSIGN clauses above.
       COPY RUNPFX.
       01  WS-FILE-BASES.
           03  FILLER              PIC X(16)      VALUE
               'NEWEMPFILE.DAT'.
           03  FILLER              PIC X(16)      VALUE 'EMPFILE.DAT'.
           03  FILLER              PIC X(16)      VALUE 'EMPFILE.G1'.
           03  FILLER              PIC X(16)      VALUE 'EMPFILE.G2'.
           03  FILLER              PIC X(16)      VALUE 'EMPFILE.G3'.
           03  FILLER              PIC X(16)      VALUE 'PROMLOG.LOG'.
       01  WS-FILE-BASE-TABLE REDEFINES WS-FILE-BASES.
           03  WS-FB-NAME          PIC X(16)      OCCURS 6 TIMES.
       01  WS-FILE-NAMES.
           03  WS-FN-NEWEMPFILE    PIC X(30)      VALUE SPACES.
           03  WS-FN-EMPFILE       PIC X(30)      VALUE SPACES.
           03  WS-FN-EMPFILE-G1    PIC X(30)      VALUE SPACES.
           03  WS-FN-EMPFILE-G2    PIC X(30)      VALUE SPACES.
           03  WS-FN-EMPFILE-G3    PIC X(30)      VALUE SPACES.
           03  WS-FN-PROMLOG       PIC X(30)      VALUE SPACES.
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
           03  WS-FN-NAME          PIC X(30)      OCCURS 6 TIMES.
       01  WS-FN-COUNT             PIC 9(02)      VALUE 6.
       01  WS-FN-SUB               PIC 9(02)      VALUE ZERO.
      *
       01  WS-CAND-STAT            PIC X(02)      VALUE SPACES.
       01  WS-MAST-STAT            PIC X(02)      VALUE SPACES.
       01  WS-GEN1-STAT            PIC X(02)      VALUE SPACES.
       01  WS-HALF-MAST            PIC 9(06)      VALUE ZERO.
       01  WS-DATE                 PIC 9(08)      VALUE ZERO.
       01  WS-TIME                 PIC 9(08)      VALUE ZERO.
      * Sign-on block for SIGNON-PROG - see its banner.
       01  WS-SEC-INFO.
           03  WS-SEC-FUNCTION     PIC X(01)      VALUE SPACES.
           03  WS-SEC-PROGRAM      PIC X(08)      VALUE 'EMPPROMO'.
           03  WS-SEC-ROLE         PIC X(04)      VALUE 'PROM'.
           03  WS-SEC-USER         PIC X(08)      VALUE SPACES.
           03  WS-SEC-RESULT       PIC X(01)      VALUE SPACES.
               88  WS-SEC-GRANTED                 VALUE 'G'.
           03  WS-SEC-DETAIL       PIC X(40)      VALUE SPACES.
       01  LOG-LINE.
           03  LOG-DATE            PIC 9(08)      VALUE ZERO.
           03  FILLER              PIC X(01)      VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILE-NAMES-PARA
           PERFORM 1000-INITIAL-PARA
           EVALUATE TRUE
               WHEN WS-MODE-PROMOTE
                   PERFORM 2000-PROMOTE-PARA
               WHEN WS-MODE-BACKOUT
                   PERFORM 1500-SIGNON-PARA
                   IF WS-SEC-GRANTED
                       PERFORM 3000-BACKOUT-PARA
                   END-IF
               WHEN OTHER
                   DISPLAY 'EMPPROMO: UNKNOWN MODE ' WS-MODE
                       ' - ENTER P (PROMOTE) OR B (BACKOUT)'
           END-EVALUATE
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
       1000-INITIAL-PARA.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           END-IF
           DISPLAY 'ENTER MODE - P (PROMOTE) OR B (BACKOUT): '
           ACCEPT WS-MODE.
      *
       1500-SIGNON-PARA.
           MOVE 'S' TO WS-SEC-FUNCTION
           CALL 'SIGNON-PROG' USING WS-SEC-INFO
           IF NOT WS-SEC-GRANTED
               MOVE 'BACKOUT REFUSED - SIGN-ON NOT GRANTED' TO LOG-MSG
               PERFORM 8000-WRITE-LOG-PARA
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
      * Verifies the candidate against the outgoing master, retires
      * the master through the generations, then installs the
                   WS-COPY-CNT ' RECORDS'
               STRING 'BACKOUT FROM EMPFILE.G1 RECORDS=' WS-COPY-CNT
                   DELIMITED BY SIZE INTO LOG-MSG
               MOVE LOG-MSG TO WS-SEC-DETAIL
               PERFORM 8000-WRITE-LOG-PARA
               MOVE 'A' TO WS-SEC-FUNCTION
               CALL 'SIGNON-PROG' USING WS-SEC-INFO
           END-IF.
      *
       8000-WRITE-LOG-PARA.
