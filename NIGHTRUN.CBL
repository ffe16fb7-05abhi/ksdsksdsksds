      *   02 EMPMAINT   maintenance transactions to NEWEMPFILE.DAT
      *   03 EMPPROMO   promote maintenance master
      *   04 TIMECALC   timecard earnings calc to NEWEMPFILE.DAT
      *   05 WAGECHK    wage-and-hour compliance check of the rates
      *                 and timecards just paid - holds the stream
      *                 before the calculated earnings are promoted
      *   06 EMPPROMO   promote calculated-earnings master
      *   07 PROG06     deduction calculation to NEWEMPFILE.DAT
      *   08 EMPPROMO   promote calculated master
      *   09 PROG07     deduction adjustments
      *   10 SUSPMGR    fold tonight's suspense into the cumulative
      *                 master (open-item count checked)
      *   11 DEDNROLL   roll the period's typed deduction ledger
      *                 into the cumulative DEDNYTD.DAT and the tax
      *                 liability ledger TAXLIAB.DAT - a period
      *                 this misses is unrecoverable once PROG06
      *                 rebuilds DEDNDETL.DAT, so it rides the
      *                 stream, not the operator's memory
      *   12 EMPPROMO   promote adjusted master
      *   13 FH06       payroll register and extracts
      *
      * A step that comes back with a nonzero RETURN-CODE - or, after
      * SUSPMGR's merge, an open count on the cumulative suspense
      * The step programs end with GOBACK (not STOP RUN) so control
      * comes back here; run stand-alone they behave exactly as
      * before.
      *
      * Preview. A PREVPARM.DAT on hand turns the night into a dry
      * run of the whole stream against a sandbox copy of the file
      * set, so payroll can see what tonight will pay - a bad
      * timecard batch or bracket table - in the afternoon instead
      * of after the ACH file has gone. The sandbox is the live file
      * names behind a prefix (PV- unless PREVPARM.DAT names
      * another): every file the steps open is copied under the
      * prefix first, the prefix is handed to the steps through
      * RUNPFX.CPY, and each step then reads and writes only the
      * copies. The live master, PAYPERD.DAT, STREAMCT.DAT, the bank
      * files and every other live file are left as they were.
      * A preview always runs all 13 steps from the top, skips the
      * control sheet, and ends with PREVCOMP comparing the preview
      * against the last real run - the preview register is the
      * sandbox REPORT.REP, the comparison the sandbox PREVCOMP.REP.
      * PREVPARM.DAT is emptied as soon as it is read, so one left
      * lying about can never turn a real night into a preview.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-CONTROL-FILE ASSIGN TO DYNAMIC WS-FN-STREAMCT
                                       FILE STATUS IS WS-CTL-STAT.
           SELECT SUSPENSE-MASTER     ASSIGN TO DYNAMIC WS-FN-SUSPMAST
                                       FILE STATUS IS WS-SUSP-STAT.
           SELECT NIGHT-LOG-FILE      ASSIGN TO DYNAMIC WS-FN-NIGHTRUN
                                       FILE STATUS IS WS-NLOG-STAT.
           SELECT MASTER-COPY-IN      ASSIGN TO DYNAMIC WS-FN-EMPFILE
                                       FILE STATUS IS WS-MCPY-STAT.
           SELECT FH06-INPUT-OUT      ASSIGN TO DYNAMIC WS-FN-INPUTSORT.
           SELECT PREVIEW-PARM-FILE   ASSIGN TO 'PREVPARM.DAT'
                                       FILE STATUS IS WS-PPRM-STAT.
           SELECT LIVE-PROBE          ASSIGN TO DYNAMIC WS-LIVE-NAME
                                       FILE STATUS IS WS-PROBE-STAT.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  FH06-INPUT-RECORD       PIC X(79).

      * Asks for a preview run (see the banner). Always the live name
      * - the prefix is not known until this has been read. A blank
      * prefix means PV-; a blank or zero tolerance means the 10
      * percent RUNRECON uses.
       FD  PREVIEW-PARM-FILE
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.
       01  PREVIEW-PARM-RECORD.
           03  PP-PREFIX           PIC X(12).
           03  PP-TOLERANCE        PIC 9(03)V99.
           03  FILLER              PIC X(03).

      * Existence probe on a live file before it is copied into the
      * sandbox - opened, never read, so the record length is
      * immaterial (same idea as RETAIN's GENERATION-PROBE).
       FD  LIVE-PROBE
           RECORD CONTAINS 01 CHARACTERS
           RECORDING MODE IS F.
       01  LIVE-PROBE-RECORD       PIC X(01).

       WORKING-STORAGE SECTION.
      * File names, each the live name behind the run prefix (blank
      * outside a preview of the nightly stream - see RUNPFX.CPY).
      * The bases are in SELECT order; 0050-FILE-NAMES-PARA builds
      * the names used by the ASSIGN clauses above.
       COPY RUNPFX.
       01  WS-FILE-BASES.
           03  FILLER              PIC X(16)      VALUE 'STREAMCT.DAT'.
           03  FILLER              PIC X(16)      VALUE 'SUSPMAST.DAT'.
           03  FILLER              PIC X(16)      VALUE 'NIGHTRUN.LOG'.
           03  FILLER              PIC X(16)      VALUE 'EMPFILE.DAT'.
           03  FILLER              PIC X(16)      VALUE 'INPUTSORT.DAT'.
       01  WS-FILE-BASE-TABLE REDEFINES WS-FILE-BASES.
           03  WS-FB-NAME          PIC X(16)      OCCURS 5 TIMES.
       01  WS-FILE-NAMES.
           03  WS-FN-STREAMCT      PIC X(30)      VALUE SPACES.
           03  WS-FN-SUSPMAST      PIC X(30)      VALUE SPACES.
           03  WS-FN-NIGHTRUN      PIC X(30)      VALUE SPACES.
           03  WS-FN-EMPFILE       PIC X(30)      VALUE SPACES.
           03  WS-FN-INPUTSORT     PIC X(30)      VALUE SPACES.
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
           03  WS-FN-NAME          PIC X(30)      OCCURS 5 TIMES.
       01  WS-FN-COUNT             PIC 9(02)      VALUE 5.
       01  WS-FN-SUB               PIC 9(02)      VALUE ZERO.
      *
       01  WS-CTL-STAT             PIC X(02)      VALUE SPACES.
       01  WS-SUSP-STAT            PIC X(02)      VALUE SPACES.
       01  WS-NLOG-STAT            PIC X(02)      VALUE SPACES.
      * F failed. A fresh control file starts all-pending; a control
      * file with a failure resumes at the first non-complete step.
       01  WS-STEP-TABLE.
           03  WS-STEP-ENTRIES     OCCURS 13 TIMES.
               05  WS-STEP-PROG    PIC X(08)      VALUE SPACES.
               05  WS-STEP-STATUS  PIC X(01)      VALUE 'P'.
       01  WS-STEP-SUB             PIC 9(02)      VALUE ZERO.
       01  WS-STEP-RC              PIC 9(04)      VALUE ZERO.
       01  WS-SUSP-CNT             PIC 9(05)      VALUE ZERO.
       01  WS-SUSP-LIMIT           PIC 9(03)      VALUE 10.
      * Preview run (see the banner).
       01  WS-PPRM-STAT            PIC X(02)      VALUE SPACES.
       01  WS-PROBE-STAT           PIC X(02)      VALUE SPACES.
       01  WS-PREVIEW-FLAG         PIC X(01)      VALUE 'N'.
           88  WS-PREVIEW-RUN              VALUE 'Y'.
       01  WS-PREV-TOLERANCE       PIC 9(03)V99   VALUE 10.00.
       01  WS-PREV-RC              PIC 9(04)      VALUE ZERO.
       01  WS-LIVE-EXISTS-FLAG     PIC X(01)      VALUE 'N'.
           88  WS-LIVE-EXISTS              VALUE 'Y'.
       01  WS-LIVE-NAME            PIC X(30)      VALUE SPACES.
       01  WS-SANDBOX-NAME         PIC X(30)      VALUE SPACES.
       01  WS-COPY-CNT             PIC 9(03)      VALUE ZERO.
       01  WS-ABSENT-CNT           PIC 9(03)      VALUE ZERO.
      * Every file a step can open, copied into the sandbox before a
      * preview (one with no live copy is removed from the sandbox,
      * so a step sees it missing just as it would tonight). Keep it
      * in step with the SELECTs of the 13 steps - sort work files
      * and this program's own STREAMCT.DAT and NIGHTRUN.LOG are
      * left out on purpose.
       01  WS-COPY-BASES.
           03  FILLER              PIC X(16)      VALUE 'ACHBHIST.DAT'.
           03  FILLER              PIC X(16)      VALUE 'ACHFILE.DAT'.
           03  FILLER              PIC X(16)      VALUE 'ACHPARM.DAT'.
           03  FILLER              PIC X(16)      VALUE 'APPRPARM.DAT'.
           03  FILLER              PIC X(16)      VALUE 'AUDITRPT.REP'.
           03  FILLER              PIC X(16)      VALUE 'AUDSORT.DAT'.
           03  FILLER              PIC X(16)      VALUE 'CHGCODE.DAT'.
           03  FILLER              PIC X(16)      VALUE 'CHGJRNL.DAT'.
           03  FILLER              PIC X(16)      VALUE 'CHKINTF.DAT'.
           03  FILLER              PIC X(16)      VALUE 'CURRTBL.DAT'.
           03  FILLER              PIC X(16)      VALUE 'DEDNADJ.LOG'.
           03  FILLER              PIC X(16)      VALUE 'DEDNBREJ.REP'.
           03  FILLER              PIC X(16)      VALUE 'DEDNCALC.LOG'.
           03  FILLER              PIC X(16)      VALUE 'DEDNDETL.DAT'.
           03  FILLER              PIC X(16)      VALUE 'DEDNSORT.DAT'.
           03  FILLER              PIC X(16)      VALUE 'DEDNSUSP.DAT'.
           03  FILLER              PIC X(16)      VALUE 'DEDNTBL.DAT'.
           03  FILLER              PIC X(16)      VALUE 'DEDNTRANS.DAT'.
           03  FILLER              PIC X(16)      VALUE 'DEDNYTD.DAT'.
           03  FILLER              PIC X(16)      VALUE 'DEPTSUM.REP'.
           03  FILLER              PIC X(16)      VALUE 'DETAIL.CSV'.
           03  FILLER              PIC X(16)      VALUE 'DOBEXCP.REP'.
           03  FILLER              PIC X(16)      VALUE 'EARNCODE.DAT'.
           03  FILLER              PIC X(16)      VALUE 'EMPADDR.DAT'.
           03  FILLER              PIC X(16)      VALUE 'EMPBREJ.REP'.
           03  FILLER              PIC X(16)      VALUE 'EMPFILE.DAT'.
           03  FILLER              PIC X(16)      VALUE 'EMPFILE.G1'.
           03  FILLER              PIC X(16)      VALUE 'EMPFILE.G2'.
           03  FILLER              PIC X(16)      VALUE 'EMPFILE.G3'.
           03  FILLER              PIC X(16)      VALUE 'EMPHOLD.DAT'.
           03  FILLER              PIC X(16)      VALUE 'EMPPEND.DAT'.
           03  FILLER              PIC X(16)      VALUE 'EMPRDETL.DAT'.
           03  FILLER              PIC X(16)      VALUE 'EMPRTBL.DAT'.
           03  FILLER              PIC X(16)      VALUE 'EMPTRANS.DAT'.
           03  FILLER              PIC X(16)      VALUE 'FH06CKPT.DAT'.
           03  FILLER              PIC X(16)      VALUE 'FH06CKTB.DAT'.
           03  FILLER              PIC X(16)      VALUE 'FH06PARM.DAT'.
           03  FILLER              PIC X(16)      VALUE 'GARNORD.DAT'.
           03  FILLER              PIC X(16)      VALUE 'GARNPARM.DAT'.
           03  FILLER              PIC X(16)      VALUE 'GARNREMT.REP'.
           03  FILLER              PIC X(16)      VALUE 'GLFILE.DAT'.
           03  FILLER              PIC X(16)      VALUE 'GLMAP.DAT'.
           03  FILLER              PIC X(16)      VALUE 'HRLYRATE.DAT'.
           03  FILLER              PIC X(16)      VALUE 'JURTAX.DAT'.
           03  FILLER              PIC X(16)      VALUE 'LABORDST.DAT'.
           03  FILLER              PIC X(16)      VALUE 'LABORHST.DAT'.
           03  FILLER              PIC X(16)      VALUE 'LEAVEBAL.DAT'.
           03  FILLER              PIC X(16)      VALUE 'LEAVEPOL.DAT'.
           03  FILLER              PIC X(16)      VALUE 'LEAVEXCP.REP'.
           03  FILLER              PIC X(16)      VALUE 'LOANMAST.DAT'.
           03  FILLER              PIC X(16)      VALUE 'LOCEXCP.REP'.
           03  FILLER              PIC X(16)      VALUE 'LOCINDEX.REP'.
           03  FILLER              PIC X(16)      VALUE 'MAINTCNT.DAT'.
           03  FILLER              PIC X(16)      VALUE 'MAINTLOG.REP'.
           03  FILLER              PIC X(16)      VALUE 'MINWAGE.DAT'.
           03  FILLER              PIC X(16)      VALUE 'NETPAYX.REP'.
           03  FILLER              PIC X(16)      VALUE
               'NEWEMPFILE.DAT'.
           03  FILLER              PIC X(16)      VALUE 'OFFCDETL.DAT'.
           03  FILLER              PIC X(16)      VALUE 'PAYHIST.DAT'.
           03  FILLER              PIC X(16)      VALUE 'PAYHSRT1.DAT'.
           03  FILLER              PIC X(16)      VALUE 'PAYHSRT2.DAT'.
           03  FILLER              PIC X(16)      VALUE 'PAYHSRT3.DAT'.
           03  FILLER              PIC X(16)      VALUE 'PAYHWRK.DAT'.
           03  FILLER              PIC X(16)      VALUE 'PAYPERD.DAT'.
           03  FILLER              PIC X(16)      VALUE 'POSNJRNL.DAT'.
           03  FILLER              PIC X(16)      VALUE 'POSNMAST.DAT'.
           03  FILLER              PIC X(16)      VALUE 'PRENOTE.DAT'.
           03  FILLER              PIC X(16)      VALUE 'PROMLOG.LOG'.
           03  FILLER              PIC X(16)      VALUE 'PRYTDSRT.DAT'.
           03  FILLER              PIC X(16)      VALUE 'RCVSCHED.DAT'.
           03  FILLER              PIC X(16)      VALUE 'RETCONT.DAT'.
           03  FILLER              PIC X(16)      VALUE 'RETELECT.DAT'.
           03  FILLER              PIC X(16)      VALUE 'RETESRT.DAT'.
           03  FILLER              PIC X(16)      VALUE 'RETPARM.DAT'.
           03  FILLER              PIC X(16)      VALUE 'RPTSEQ.DAT'.
           03  FILLER              PIC X(16)      VALUE 'RUNHIST.LOG'.
           03  FILLER              PIC X(16)      VALUE 'RUNTOTLS.DAT'.
           03  FILLER              PIC X(16)      VALUE 'SUSPAGE.REP'.
           03  FILLER              PIC X(16)      VALUE 'SUSPMAST.DAT'.
           03  FILLER              PIC X(16)      VALUE 'TAXLIAB.DAT'.
           03  FILLER              PIC X(16)      VALUE 'TAXLWRK.DAT'.
           03  FILLER              PIC X(16)      VALUE 'TECHSUM.REP'.
           03  FILLER              PIC X(16)      VALUE 'TERMEMP.REP'.
           03  FILLER              PIC X(16)      VALUE 'TIMECALC.LOG'.
           03  FILLER              PIC X(16)      VALUE 'TIMECARD.DAT'.
           03  FILLER              PIC X(16)      VALUE 'TIMECODE.DAT'.
           03  FILLER              PIC X(16)      VALUE 'TIMEDIST.DAT'.
           03  FILLER              PIC X(16)      VALUE 'TIMEERN.DAT'.
           03  FILLER              PIC X(16)      VALUE 'TIMESORT.DAT'.
           03  FILLER              PIC X(16)      VALUE 'TIMESUSP.DAT'.
           03  FILLER              PIC X(16)      VALUE 'TRANSORT.DAT'.
           03  FILLER              PIC X(16)      VALUE 'WAGECHK.REP'.
           03  FILLER              PIC X(16)      VALUE 'WAGECKST.DAT'.
           03  FILLER              PIC X(16)      VALUE 'WAGEPARM.DAT'.
           03  FILLER              PIC X(16)      VALUE 'WCHKSORT.DAT'.
           03  FILLER              PIC X(16)      VALUE 'WHPARM.DAT'.
           03  FILLER              PIC X(16)      VALUE 'WHPROF.DAT'.
           03  FILLER              PIC X(16)      VALUE 'YTDFILE.DAT'.
       01  WS-COPY-BASE-TABLE REDEFINES WS-COPY-BASES.
           03  WS-CB-NAME          PIC X(16)      OCCURS 98 TIMES.
       01  WS-CB-COUNT             PIC 9(03)      VALUE 98.
       01  WS-CB-SUB               PIC 9(03)      VALUE ZERO.
       01  WS-DATE                 PIC 9(08)      VALUE ZERO.
       01  WS-TIME                 PIC 9(08)      VALUE ZERO.
       01  LOG-LINE.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0020-CHECK-PREVIEW-PARA
           PERFORM 0050-FILE-NAMES-PARA
           PERFORM 1000-INITIAL-PARA
           IF WS-PREVIEW-RUN
               PERFORM 1500-BUILD-SANDBOX-PARA
               PERFORM 2100-RESET-CONTROL-PARA
               PERFORM 7000-WRITE-CONTROL-PARA
           ELSE
               PERFORM 2000-LOAD-CONTROL-PARA
           END-IF
           PERFORM 5000-RUN-STEP-PARA
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > 13 OR WS-STREAM-HELD
           PERFORM 9000-END-PARA
           STOP RUN.
      *
      * Looks for PREVPARM.DAT. When it is there the run is a preview:
      * the sandbox prefix is set for this program and every step,
      * and the file is emptied on the spot (see the banner).
       0020-CHECK-PREVIEW-PARA.
           MOVE SPACES TO WS-RUN-PREFIX
           OPEN INPUT PREVIEW-PARM-FILE
           IF WS-PPRM-STAT = '00'
              READ PREVIEW-PARM-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     SET WS-PREVIEW-RUN TO TRUE
                     IF PP-PREFIX = SPACES OR LOW-VALUES
                        MOVE 'PV-' TO WS-RUN-PREFIX
                     ELSE
                        MOVE PP-PREFIX TO WS-RUN-PREFIX
                     END-IF
                     IF PP-TOLERANCE NUMERIC
                        AND PP-TOLERANCE NOT = ZERO
                        MOVE PP-TOLERANCE TO WS-PREV-TOLERANCE
                     END-IF
              END-READ
              CLOSE PREVIEW-PARM-FILE
              OPEN OUTPUT PREVIEW-PARM-FILE
              CLOSE PREVIEW-PARM-FILE
           END-IF.
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
           IF WS-NLOG-STAT NOT = '00'
               OPEN OUTPUT NIGHT-LOG-FILE
           END-IF
           IF WS-PREVIEW-RUN
               MOVE SPACES TO LOG-MSG
               STRING 'NIGHTRUN PREVIEW STARTED - SANDBOX PREFIX '
                   WS-RUN-PREFIX
                   DELIMITED BY SIZE INTO LOG-MSG
               DISPLAY 'NIGHTRUN: PREVIEW RUN - SANDBOX PREFIX '
                   WS-RUN-PREFIX
           ELSE
               MOVE 'NIGHTRUN STREAM STARTED' TO LOG-MSG
           END-IF
           PERFORM 8000-WRITE-LOG-PARA
           MOVE 'EMPAUDIT' TO WS-STEP-PROG(1)
           MOVE 'EMPMAINT' TO WS-STEP-PROG(2)
           MOVE 'EMPPROMO' TO WS-STEP-PROG(3)
           MOVE 'TIMECALC' TO WS-STEP-PROG(4)
           MOVE 'WAGECHK'  TO WS-STEP-PROG(5)
           MOVE 'EMPPROMO' TO WS-STEP-PROG(6)
           MOVE 'PROG06'   TO WS-STEP-PROG(7)
           MOVE 'EMPPROMO' TO WS-STEP-PROG(8)
           MOVE 'PROG07'   TO WS-STEP-PROG(9)
           MOVE 'SUSPMGR'  TO WS-STEP-PROG(10)
           MOVE 'DEDNROLL' TO WS-STEP-PROG(11)
           MOVE 'EMPPROMO' TO WS-STEP-PROG(12)
           MOVE 'FH06'     TO WS-STEP-PROG(13).
      *
      * Copies the live file set under the sandbox prefix. A file
      * with no live copy is deleted from the sandbox, so nothing
      * left over from an earlier preview stands in for it. A copy
      * that fails holds the preview before any step runs.
       1500-BUILD-SANDBOX-PARA.
           MOVE ZERO TO WS-COPY-CNT
           MOVE ZERO TO WS-ABSENT-CNT
           PERFORM 1550-COPY-ONE-FILE-PARA
               VARYING WS-CB-SUB FROM 1 BY 1
               UNTIL WS-CB-SUB > WS-CB-COUNT OR WS-STREAM-HELD
           MOVE SPACES TO LOG-MSG
           STRING 'SANDBOX BUILT - FILES COPIED=' WS-COPY-CNT
               ' NOT ON FILE=' WS-ABSENT-CNT
               DELIMITED BY SIZE INTO LOG-MSG
           PERFORM 8000-WRITE-LOG-PARA.
      *
       1550-COPY-ONE-FILE-PARA.
           MOVE WS-CB-NAME(WS-CB-SUB) TO WS-LIVE-NAME
           MOVE SPACES TO WS-SANDBOX-NAME
           STRING WS-RUN-PREFIX DELIMITED BY SPACE
                  WS-CB-NAME(WS-CB-SUB) DELIMITED BY SPACE
                  INTO WS-SANDBOX-NAME
           MOVE 'N' TO WS-LIVE-EXISTS-FLAG
           OPEN INPUT LIVE-PROBE
           IF WS-PROBE-STAT = '00'
               CLOSE LIVE-PROBE
               SET WS-LIVE-EXISTS TO TRUE
           END-IF
           IF WS-LIVE-EXISTS
               CALL 'CBL_COPY_FILE' USING WS-LIVE-NAME WS-SANDBOX-NAME
               IF RETURN-CODE = ZERO
                   ADD 1 TO WS-COPY-CNT
               ELSE
                   SET WS-STREAM-HELD TO TRUE
                   MOVE SPACES TO LOG-MSG
                   STRING 'SANDBOX COPY OF ' WS-LIVE-NAME
                       DELIMITED BY SPACE
                       ' FAILED - PREVIEW HELD' DELIMITED BY SIZE
                       INTO LOG-MSG
                   PERFORM 8000-WRITE-LOG-PARA
                   DISPLAY 'NIGHTRUN: SANDBOX COPY OF ' WS-LIVE-NAME
                       ' FAILED - PREVIEW HELD'
               END-IF
           ELSE
               CALL 'CBL_DELETE_FILE' USING WS-SANDBOX-NAME
               ADD 1 TO WS-ABSENT-CNT
           END-IF
           MOVE ZERO TO RETURN-CODE.
      *
      * Picks up STREAMCT.DAT from the last run. Completed steps stay
      * completed (that is the resume); if every step completed, or
                        SET WS-CTL-EOF TO TRUE
                     NOT AT END
                        ADD 1 TO WS-LOAD-SUB
                        IF WS-LOAD-SUB <= 13
                           MOVE SC-STATUS
                               TO WS-STEP-STATUS(WS-LOAD-SUB)
                        END-IF
                 END-READ
              END-PERFORM
              CLOSE STREAM-CONTROL-FILE
              IF WS-LOAD-SUB < 13
                 PERFORM 2100-RESET-CONTROL-PARA
              ELSE
                 MOVE 'Y' TO WS-ALL-DONE-FLAG
                 PERFORM VARYING WS-LOAD-SUB FROM 1 BY 1
                         UNTIL WS-LOAD-SUB > 13
                     IF WS-STEP-STATUS(WS-LOAD-SUB) NOT = 'C'
                        MOVE 'N' TO WS-ALL-DONE-FLAG
                     END-IF
                    PERFORM 8000-WRITE-LOG-PARA
      * A failed step is rerun, so its F goes back to pending.
                    PERFORM VARYING WS-LOAD-SUB FROM 1 BY 1
                            UNTIL WS-LOAD-SUB > 13
                        IF WS-STEP-STATUS(WS-LOAD-SUB) = 'F'
                           MOVE 'P' TO WS-STEP-STATUS(WS-LOAD-SUB)
                        END-IF
      *
       2100-RESET-CONTROL-PARA.
           PERFORM VARYING WS-LOAD-SUB FROM 1 BY 1
                   UNTIL WS-LOAD-SUB > 13
               MOVE 'P' TO WS-STEP-STATUS(WS-LOAD-SUB)
           END-PERFORM
           MOVE 'STREAM CONTROL RESET - ALL STEPS PENDING'
       7000-WRITE-CONTROL-PARA.
           OPEN OUTPUT STREAM-CONTROL-FILE
           PERFORM VARYING WS-LOAD-SUB FROM 1 BY 1
                   UNTIL WS-LOAD-SUB > 13
               MOVE WS-LOAD-SUB                  TO SC-STEP
               MOVE WS-STEP-PROG(WS-LOAD-SUB)    TO SC-PROGRAM
               MOVE WS-STEP-STATUS(WS-LOAD-SUB)  TO SC-STATUS
      * or held - a held stream is exactly when the one-page summary
      * is most wanted. OPSCTL's own RETURN-CODE is taken as the
      * sheet's verdict, not the stream's, so it is noted in the log
      * and reset. A preview has no control sheet - OPSCTL reads the
      * live files - and goes to 9500 for its comparison instead.
       9000-END-PARA.
           IF WS-PREVIEW-RUN
               PERFORM 9500-END-PREVIEW-PARA
           ELSE
               PERFORM 9100-END-STREAM-PARA
           END-IF
           CLOSE NIGHT-LOG-FILE.
      *
       9100-END-STREAM-PARA.
           MOVE ZERO TO RETURN-CODE
           CALL 'OPSCTL'
               ON EXCEPTION
           ELSE
              MOVE 'NIGHTRUN STREAM COMPLETE' TO LOG-MSG
              PERFORM 8000-WRITE-LOG-PARA
           END-IF.
      *
      * PREVCOMP runs whether the preview completed or held - it says
      * so when FH06 never got as far as a preview run row. A held
      * preview returns 12 like a held stream; a completed one 4 when
      * the comparison flagged anything, so the operator knows to
      * read it before tonight.
       9500-END-PREVIEW-PARA.
           MOVE ZERO TO RETURN-CODE
           CALL 'PREVCOMP' USING WS-PREV-TOLERANCE
               ON EXCEPTION
                   MOVE 16 TO RETURN-CODE
           END-CALL
           MOVE RETURN-CODE TO WS-PREV-RC
           MOVE ZERO TO RETURN-CODE
           IF WS-PREV-RC = ZERO
               MOVE 'PREVCOMP COMPARISON: WITHIN TOLERANCE' TO LOG-MSG
           ELSE
               MOVE 'PREVCOMP COMPARISON: FLAGGED - READ PREVCOMP.REP'
                   TO LOG-MSG
           END-IF
           PERFORM 8000-WRITE-LOG-PARA
           IF WS-STREAM-HELD
              MOVE 'NIGHTRUN PREVIEW HELD - LIVE FILES NOT TOUCHED'
                  TO LOG-MSG
              PERFORM 8000-WRITE-LOG-PARA
              MOVE 12 TO RETURN-CODE
           ELSE
              MOVE 'NIGHTRUN PREVIEW COMPLETE - LIVE FILES NOT TOUCHED'
                  TO LOG-MSG
              PERFORM 8000-WRITE-LOG-PARA
              IF WS-PREV-RC NOT = ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
