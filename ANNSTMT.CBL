      * the raw archive, and says MATCH or OUT OF BALANCE - the
      * proof that no employee was dropped between the archive and
      * the envelope.
      *
      * The income-tax lines print by taxing jurisdiction - federal
      * (TAX), each state (STxx) and each locality (LTxx) as PROG06
      * withheld them - and the control page closes with the year's
      * totals per jurisdiction across every statement printed, the
      * figures the state and city annual reconciliations are filed
      * from.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-TYPE-SUB             PIC 9(02)      VALUE ZERO.
       01  WS-TYPE-FOUND-FLAG      PIC X(01)      VALUE 'N'.
           88  WS-TYPE-FOUND               VALUE 'Y'.
      * Year totals per taxing jurisdiction across all statements.
       01  WS-CO-JUR-TABLE.
           03  WS-CJ-ENTRIES       OCCURS 100 TIMES.
               05  WS-CJ-TYPE      PIC X(04).
               05  WS-CJ-AMT       PIC S9(10)V99.
       01  WS-CJ-COUNT             PIC 9(03)      VALUE ZERO.
       01  WS-CJ-SUB               PIC 9(03)      VALUE ZERO.
       01  WS-JUR-TYPE             PIC X(04)      VALUE SPACES.
           88  WS-JUR-FEDERAL              VALUE 'TAX '.
       01  WS-JUR-FOUND-FLAG       PIC X(01)      VALUE 'N'.
           88  WS-JUR-FOUND                VALUE 'Y'.
       01  WS-JUR-LABEL            PIC X(13)      VALUE SPACES.
       01  WS-STMT-NAME            PIC X(15)      VALUE SPACES.
       01  WS-STMT-CNT             PIC 9(06)      VALUE ZERO.
      * The independent raw-archive pass and the as-printed sums the
       01  AS-TYPE-LINE.
           03  FILLER              PIC X(10)      VALUE 'WITHHELD -'.
           03  FILLER              PIC X(01)      VALUE SPACES.
           03  AS-TYPE-CODE        PIC X(13)      VALUE SPACES.
           03  AS-TYPE-AMT         PIC -ZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(42)      VALUE SPACES.
       01  AS-DEDN-LINE.
           03  AS-CNT-LABEL        PIC X(34)      VALUE SPACES.
           03  AS-CNT-VALUE        PIC ZZZZZ9     VALUE ZERO.
           03  FILLER              PIC X(40)      VALUE SPACES.
       01  AS-JUR-CTL-LINE.
           03  FILLER              PIC X(11)      VALUE SPACES.
           03  AS-JUR-LABEL        PIC X(13)      VALUE SPACES.
           03  FILLER              PIC X(10)      VALUE SPACES.
           03  AS-JUR-AMT          PIC -Z,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(29)      VALUE SPACES.
       01  AS-VERDICT-LINE         PIC X(80)      VALUE SPACES.

       PROCEDURE DIVISION.
           WRITE STATEMENT-RECORD FROM AS-EARN-LINE
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
               MOVE WS-TYPE-CODE(WS-TYPE-SUB) TO WS-JUR-TYPE
               PERFORM 5600-SET-TYPE-LABEL-PARA
               MOVE WS-JUR-LABEL              TO AS-TYPE-CODE
               MOVE WS-TYPE-AMT(WS-TYPE-SUB)  TO AS-TYPE-AMT
               WRITE STATEMENT-RECORD FROM AS-TYPE-LINE
               IF WS-JUR-FEDERAL
                  OR WS-JUR-TYPE(1:2) = 'ST'
                  OR WS-JUR-TYPE(1:2) = 'LT'
                   PERFORM 5650-ADD-CO-JUR-PARA
               END-IF
           END-PERFORM
           MOVE YP-DEDN TO AS-DEDN
           WRITE STATEMENT-RECORD FROM AS-DEDN-LINE
           WRITE STATEMENT-RECORD FROM AS-RULE-LINE.
      *
      * Prints the income-tax types by jurisdiction name - TAX is
      * federal, STxx the state, LTxx the locality - and the pre-tax
      * retirement deferral and catch-up by name; every other type
      * prints as its own code.
       5600-SET-TYPE-LABEL-PARA.
           MOVE SPACES TO WS-JUR-LABEL
           EVALUATE TRUE
               WHEN WS-JUR-FEDERAL
                   MOVE 'FEDERAL TAX' TO WS-JUR-LABEL
               WHEN WS-JUR-TYPE(1:2) = 'ST'
                   STRING 'STATE TAX ' WS-JUR-TYPE(3:2)
                       DELIMITED BY SIZE INTO WS-JUR-LABEL
               WHEN WS-JUR-TYPE(1:2) = 'LT'
                   STRING 'LOCAL TAX ' WS-JUR-TYPE(3:2)
                       DELIMITED BY SIZE INTO WS-JUR-LABEL
               WHEN WS-JUR-TYPE = 'RDEF'
                   MOVE 'RET DEFERRAL' TO WS-JUR-LABEL
               WHEN WS-JUR-TYPE = 'RCUP'
                   MOVE 'RET CATCH-UP' TO WS-JUR-LABEL
               WHEN OTHER
                   MOVE WS-JUR-TYPE TO WS-JUR-LABEL
           END-EVALUATE.
      *
       5650-ADD-CO-JUR-PARA.
           MOVE 'N' TO WS-JUR-FOUND-FLAG
           PERFORM VARYING WS-CJ-SUB FROM 1 BY 1
                   UNTIL WS-CJ-SUB > WS-CJ-COUNT OR WS-JUR-FOUND
               IF WS-CJ-TYPE(WS-CJ-SUB) = WS-JUR-TYPE
                   SET WS-JUR-FOUND TO TRUE
                   ADD WS-TYPE-AMT(WS-TYPE-SUB) TO WS-CJ-AMT(WS-CJ-SUB)
               END-IF
           END-PERFORM
           IF NOT WS-JUR-FOUND AND WS-CJ-COUNT < 100
               ADD 1 TO WS-CJ-COUNT
               MOVE WS-JUR-TYPE TO WS-CJ-TYPE(WS-CJ-COUNT)
               MOVE WS-TYPE-AMT(WS-TYPE-SUB)
                   TO WS-CJ-AMT(WS-CJ-COUNT)
           END-IF.
      *
      * The control-totals page: the statements as printed against
      * the independent raw-archive pass. A difference means an
      * employee was dropped (or doubled) between the archive and
                   TO AS-VERDICT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           WRITE STATEMENT-RECORD FROM AS-VERDICT-LINE
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE 'WITHHELD BY JURISDICTION' TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           PERFORM VARYING WS-CJ-SUB FROM 1 BY 1
                   UNTIL WS-CJ-SUB > WS-CJ-COUNT
               MOVE WS-CJ-TYPE(WS-CJ-SUB) TO WS-JUR-TYPE
               PERFORM 5600-SET-TYPE-LABEL-PARA
               MOVE WS-JUR-LABEL          TO AS-JUR-LABEL
               MOVE WS-CJ-AMT(WS-CJ-SUB)  TO AS-JUR-AMT
               WRITE STATEMENT-RECORD FROM AS-JUR-CTL-LINE
           END-PERFORM.
      *
       9000-END-PARA.
           CLOSE YTD-PRIOR-SORTED
