       IDENTIFICATION DIVISION.
       PROGRAM-ID. solctl.

      *>Run-control utility for the scenario suite.  Every suite run
      *>carries a run sequence, and the RUNCTL file holds one record
      *>per run sequence with a slot per step - scngen, sol, solbal,
      *>solcmp, soltrend, solext, in that order - recording when the
      *>step started and ended, its return code, its input and output
      *>counts and how many times it has been tried.  The steps keep
      *>the record themselves and will not start unless the step
      *>before them finished clean; this job is how people read it
      *>and how a broken run is put back on its feet.  STATUS prints
      *>the one-page picture of the recent runs, DETAIL the full slot
      *>by slot record of one run, and RESTART finds the first step
      *>of a run that did not finish clean, clears it and everything
      *>after it, and writes the steps to resubmit to RESTARTOUT for
      *>the scheduler.  Requests come one per card on CTLREQ and run
      *>in card order; with no CTLREQ at all the job prints STATUS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>One request card per function to run, in the order to run them
           SELECT REQUEST-FILE ASSIGN TO "CTLREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS reqFileStatus.
      *>Suite run control - one record per run sequence
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rctlRunSeq
               FILE STATUS IS rctlFileStatus.
      *>The run-control report - status page, run details, and what
      *>every RESTART did
           SELECT REPORT-FILE ASSIGN TO "CTLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS reptFileStatus.
      *>Steps to resubmit, one line per step, behind a line naming
      *>the run and the step it restarts from.  Empty when no RESTART
      *>card ran
           SELECT RESTART-FILE ASSIGN TO "RESTARTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rstFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD REQUEST-FILE.
      *>function(8) operand(16) - STATUS takes the number of recent
      *>runs to show in the first five columns of the operand (spaces
      *>for the default of 20); DETAIL and RESTART take the run
      *>sequence there
       01 REQUEST-RECORD.
           05 reqFunction PIC X(8).
           05 reqOperand PIC X(16).
           05 reqOperandParts REDEFINES reqOperand.
               10 reqOperandNum PIC 9(5).
               10 reqOperandRest PIC X(11).

       FD RUNCTL-FILE.
      *>rctlCreated is the stamp of the scngen start that opened the
      *>run.  rctlRestartCount counts the RESTARTs taken against the
      *>run, rctlRestartStep and rctlRestartStamp say where the last
      *>one picked up and when.  Each step slot holds the step name,
      *>its state - blank not run, S started with no finish yet, C
      *>finished clean, F finished with a return code too high for
      *>the next step to run, R refused because the step before had
      *>not finished clean - its start and end stamps, return code,
      *>records in and out, and the number of times it has been
      *>started.  The step programs each carry a mirror of this
      *>layout - keep them in step when a field moves or widens
       01 RUNCTL-RECORD.
           05 rctlRunSeq PIC 9(5).
           05 rctlCreated PIC X(16).
           05 rctlRestartCount PIC 9(3).
           05 rctlRestartStep PIC 9(1).
           05 rctlRestartStamp PIC X(16).
           05 rctlStep OCCURS 6 TIMES.
               10 rctlStepName PIC X(8).
               10 rctlStepState PIC X(1).
               10 rctlStepStart PIC X(16).
               10 rctlStepEnd PIC X(16).
               10 rctlStepRetCode PIC 9(2).
               10 rctlStepInCount PIC 9(7).
               10 rctlStepOutCount PIC 9(7).
               10 rctlStepAttempts PIC 9(3).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       FD RESTART-FILE.
       01 RESTART-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
      *>The step names in suite order, for the status page heading -
      *>keep in step with the name table scngen builds runs from
        01 ctlNameList.
                05 FILLER PIC X(8) VALUE "scngen".
                05 FILLER PIC X(8) VALUE "sol".
                05 FILLER PIC X(8) VALUE "solbal".
                05 FILLER PIC X(8) VALUE "solcmp".
                05 FILLER PIC X(8) VALUE "soltrend".
                05 FILLER PIC X(8) VALUE "solext".
        01 ctlNameTable REDEFINES ctlNameList.
                05 ctlNameEntry PIC X(8) OCCURS 6 TIMES.
      *>Slots in the record - keep in step with the OCCURS
        01 ctlStepCount PIC 9(1) VALUE 6.
        01 ctlStepIdx PIC 9(1).
      *>First slot of the run on deck not finished clean, zero when
      *>every step finished clean
        01 ctlOpenStep PIC 9(1).

      *>STATUS keeps the last runs read in storage so it can print
      *>them newest first off a file it can only read oldest first.
      *>ctlMaxRuns bounds the table - keep it in step with the OCCURS
      *>below - and a page holds no more
        01 ctlMaxRuns PIC 9(5) VALUE 50.
        01 ctlDefaultRuns PIC 9(5) VALUE 20.
        01 ctlWantRuns PIC 9(5).
        01 ctlHeldRuns PIC 9(5).
        01 ctlRunIdx PIC 9(5).
        01 ctlShiftIdx PIC 9(5).
        01 ctlTotalRuns PIC 9(5).
        01 ctlRunTable.
                05 ctlRunEntry OCCURS 50 TIMES.
                        10 ctlRunImage PIC X(401).

      *>One status page line - run, creation stamp, restarts, a cell
      *>per step holding its state and return code, and the verdict
        01 statusLine.
                05 stlRunSeq PIC 9(5).
                05 FILLER PIC X(2).
                05 stlCreated PIC X(16).
                05 FILLER PIC X(2).
                05 stlRestarts PIC 9(3).
                05 FILLER PIC X(2).
                05 stlCell OCCURS 6 TIMES.
                        10 stlCellState PIC X(1).
                        10 FILLER PIC X(1).
                        10 stlCellRetCode PIC X(2).
                        10 FILLER PIC X(6).
                05 FILLER PIC X(1).
                05 stlVerdict PIC X(41).
        01 statusHeading REDEFINES statusLine.
                05 sthRun PIC X(5).
                05 FILLER PIC X(2).
                05 sthCreated PIC X(16).
                05 FILLER PIC X(2).
                05 sthRestarts PIC X(3).
                05 FILLER PIC X(2).
                05 sthCell OCCURS 6 TIMES.
                        10 sthCellName PIC X(8).
                        10 FILLER PIC X(2).
                05 FILLER PIC X(1).
                05 sthVerdict PIC X(41).
        01 verdictText PIC X(41).

        01 ctlDateField PIC 9(8).
        01 ctlTimeField PIC 9(8).
        01 ctlStamp PIC X(16).

        01 requestCount PIC 9(4) VALUE 0.
        01 restartCount PIC 9(4) VALUE 0.
        01 jobRetCode PIC 9(2) VALUE 0.

      *>File status codes
        01 reqFileStatus PIC X(02).
        01 rctlFileStatus PIC X(02).
        01 reptFileStatus PIC X(02).
        01 rstFileStatus PIC X(02).

      *>Switches
        01 reqEofSwitch PIC X(01) VALUE "N".
                88 reqEof VALUE "Y".
                88 reqNotEof VALUE "N".
        01 reqFileSwitch PIC X(01) VALUE "Y".
                88 reqFilePresent VALUE "Y".
                88 reqFileAbsent VALUE "N".
        01 rctlEofSwitch PIC X(01) VALUE "N".
                88 rctlEof VALUE "Y".
                88 rctlNotEof VALUE "N".
        01 rctlOpenSwitch PIC X(01) VALUE "N".
                88 rctlOpen VALUE "Y".
                88 rctlClosed VALUE "N".
        01 runOperandSwitch PIC X(01) VALUE "N".
                88 runOperandGood VALUE "Y".
                88 runOperandBad VALUE "N".

       PROCEDURE DIVISION.
        MAIN.
        PERFORM OPEN-FILES THRU OPEN-FILES-DONE.
        PERFORM RUNCTL-STAMP THRU RUNCTL-STAMP-DONE.
        MOVE SPACES TO REPORT-RECORD.
        STRING "SUITE RUN CONTROL, " ctlStamp(1:8) " "
                ctlStamp(9:6) DELIMITED BY SIZE INTO REPORT-RECORD.
        WRITE REPORT-RECORD.
        IF reqFileAbsent THEN
                MOVE "STATUS  " TO reqFunction
                MOVE SPACES TO reqOperand
                PERFORM RUN-REQUEST THRU RUN-REQUEST-DONE
        ELSE
                PERFORM READ-REQUEST THRU READ-REQUEST-DONE
                PERFORM RUN-REQUEST THRU RUN-REQUEST-DONE
                        WITH TEST BEFORE UNTIL reqEof
        END-IF.
        IF requestCount = 0 THEN
                MOVE "NO REQUEST CARDS - NOTHING DONE"
                        TO REPORT-RECORD
                WRITE REPORT-RECORD
                IF jobRetCode < 4 THEN
                        MOVE 4 TO jobRetCode
                END-IF
        END-IF.
        MOVE SPACES TO REPORT-RECORD.
        STRING "RUN CONTROL COMPLETE, REQUESTS " requestCount
                " RESTARTS " restartCount
                " RETURN CODE " jobRetCode DELIMITED BY SIZE
                INTO REPORT-RECORD.
        WRITE REPORT-RECORD.
        PERFORM CLOSE-FILES THRU CLOSE-FILES-DONE.
        MOVE jobRetCode TO RETURN-CODE.
        STOP RUN.

      *>No CTLREQ at all is the everyday case - the operator wants
      *>the status page - so only a CTLREQ that is there and will not
      *>open stops the job
        OPEN-FILES.
        OPEN OUTPUT REPORT-FILE.
        IF NOT reptFileStatus = "00" THEN
                DISPLAY "solctl: unable to open CTLRPT, status "
                        reptFileStatus
                MOVE 12 TO RETURN-CODE
                STOP RUN
        END-IF.
        OPEN OUTPUT RESTART-FILE.
        IF NOT rstFileStatus = "00" THEN
                MOVE SPACES TO REPORT-RECORD
                STRING "UNABLE TO OPEN RESTARTOUT, STATUS "
                        rstFileStatus DELIMITED BY SIZE
                        INTO REPORT-RECORD
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        OPEN INPUT REQUEST-FILE.
        IF reqFileStatus = "35" THEN
                MOVE "N" TO reqFileSwitch
                GO TO OPEN-FILES-DONE
        END-IF.
        IF NOT reqFileStatus = "00" THEN
                MOVE SPACES TO REPORT-RECORD
                STRING "UNABLE TO OPEN CTLREQ, STATUS " reqFileStatus
                        DELIMITED BY SIZE INTO REPORT-RECORD
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        OPEN-FILES-DONE.

      *>Job-level failure - report it and stop; RUNCTL must not be
      *>touched on a half-understood request deck
        FATAL-EXIT.
        WRITE REPORT-RECORD.
        IF rctlOpen THEN
                CLOSE RUNCTL-FILE
        END-IF.
        CLOSE REPORT-FILE.
        MOVE 12 TO RETURN-CODE.
        STOP RUN.
        FATAL-EXIT-DONE.

        CLOSE-FILES.
        IF reqFilePresent THEN
                CLOSE REQUEST-FILE
        END-IF.
        CLOSE RESTART-FILE.
        CLOSE REPORT-FILE.
        CLOSE-FILES-DONE.

        READ-REQUEST.
        READ REQUEST-FILE
                AT END
                        MOVE "Y" TO reqEofSwitch
        END-READ.
        READ-REQUEST-DONE.

        RUN-REQUEST.
        ADD 1 TO requestCount.
        MOVE SPACES TO REPORT-RECORD.
        WRITE REPORT-RECORD.
        IF reqFunction = "STATUS  " THEN
                PERFORM RUN-STATUS THRU RUN-STATUS-DONE
        ELSE
        IF reqFunction = "DETAIL  " THEN
                PERFORM RUN-DETAIL THRU RUN-DETAIL-DONE
        ELSE
        IF reqFunction = "RESTART " THEN
                PERFORM RUN-RESTART THRU RUN-RESTART-DONE
        ELSE
                MOVE SPACES TO REPORT-RECORD
                STRING "REQUEST REJECTED, FUNCTION '" reqFunction
                        "' UNKNOWN" DELIMITED BY SIZE
                        INTO REPORT-RECORD
                WRITE REPORT-RECORD
                IF jobRetCode < 8 THEN
                        MOVE 8 TO jobRetCode
                END-IF
        END-IF
        END-IF
        END-IF.
        IF reqFilePresent THEN
                PERFORM READ-REQUEST THRU READ-REQUEST-DONE
        END-IF.
        RUN-REQUEST-DONE.

        RUNCTL-STAMP.
        ACCEPT ctlDateField FROM DATE YYYYMMDD.
        ACCEPT ctlTimeField FROM TIME.
        MOVE SPACES TO ctlStamp.
        STRING ctlDateField ctlTimeField DELIMITED BY SIZE
                INTO ctlStamp.
        RUNCTL-STAMP-DONE.

      *>Opens RUNCTL for the request on deck.  No file yet is not an
      *>error here - no suite run has started - and comes back as
      *>rctlClosed for the caller to report in its own terms
        OPEN-RUNCTL-INPUT.
        MOVE "N" TO rctlOpenSwitch.
        OPEN INPUT RUNCTL-FILE.
        IF rctlFileStatus = "35" THEN
                GO TO OPEN-RUNCTL-INPUT-DONE
        END-IF.
        IF NOT rctlFileStatus = "00" THEN
                MOVE SPACES TO REPORT-RECORD
                STRING "UNABLE TO OPEN RUNCTL, STATUS "
                        rctlFileStatus DELIMITED BY SIZE
                        INTO REPORT-RECORD
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        MOVE "Y" TO rctlOpenSwitch.
        OPEN-RUNCTL-INPUT-DONE.

        OPEN-RUNCTL-IO.
        MOVE "N" TO rctlOpenSwitch.
        OPEN I-O RUNCTL-FILE.
        IF rctlFileStatus = "35" THEN
                GO TO OPEN-RUNCTL-IO-DONE
        END-IF.
        IF NOT rctlFileStatus = "00" THEN
                MOVE SPACES TO REPORT-RECORD
                STRING "UNABLE TO OPEN RUNCTL, STATUS "
                        rctlFileStatus DELIMITED BY SIZE
                        INTO REPORT-RECORD
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        MOVE "Y" TO rctlOpenSwitch.
        OPEN-RUNCTL-IO-DONE.

        CLOSE-RUNCTL.
        IF rctlOpen THEN
                CLOSE RUNCTL-FILE
                MOVE "N" TO rctlOpenSwitch
        END-IF.
        CLOSE-RUNCTL-DONE.

      *>DETAIL and RESTART both name one run in the operand - the
      *>run sequence as five digits, nothing after it
        CHECK-RUN-OPERAND.
        MOVE "Y" TO runOperandSwitch.
        IF reqOperandNum IS NOT NUMERIC
           OR reqOperandRest NOT = SPACES
           OR reqOperandNum = 0 THEN
                MOVE SPACES TO REPORT-RECORD
                STRING reqFunction " REJECTED, OPERAND '" reqOperand
                        "' IS NOT A RUN SEQUENCE" DELIMITED BY SIZE
                        INTO REPORT-RECORD
                WRITE REPORT-RECORD
                MOVE "N" TO runOperandSwitch
                IF jobRetCode < 8 THEN
                        MOVE 8 TO jobRetCode
                END-IF
        END-IF.
        CHECK-RUN-OPERAND-DONE.

      *>Reads the named run.  A run RUNCTL does not hold is reported
      *>and leaves rctlFileStatus non-zero for the caller
        READ-NAMED-RUN.
        MOVE reqOperandNum TO rctlRunSeq.
        READ RUNCTL-FILE
                INVALID KEY
                        CONTINUE
        END-READ.
        IF NOT rctlFileStatus = "00" THEN
                MOVE SPACES TO REPORT-RECORD
                STRING reqFunction " REJECTED, RUN " reqOperandNum
                        " NOT ON RUNCTL (STATUS " rctlFileStatus ")"
                        DELIMITED BY SIZE INTO REPORT-RECORD
                WRITE REPORT-RECORD
                IF jobRetCode < 8 THEN
                        MOVE 8 TO jobRetCode
                END-IF
        END-IF.
        READ-NAMED-RUN-DONE.

      *>Finds the first slot of the run on deck that did not finish
      *>clean and words the run's verdict from it
        RUN-VERDICT.
        MOVE 0 TO ctlOpenStep.
        MOVE 1 TO ctlStepIdx.
        PERFORM RUN-VERDICT-STEP WITH TEST BEFORE
                UNTIL ctlOpenStep > 0 OR ctlStepIdx > ctlStepCount.
        MOVE SPACES TO verdictText.
        IF ctlOpenStep = 0 THEN
                MOVE "COMPLETE" TO verdictText
                GO TO RUN-VERDICT-DONE
        END-IF.
        IF rctlStepState(ctlOpenStep) = "F" THEN
                STRING "FAILED AT " rctlStepName(ctlOpenStep)
                        " RC " rctlStepRetCode(ctlOpenStep)
                        DELIMITED BY SIZE INTO verdictText
        ELSE
        IF rctlStepState(ctlOpenStep) = "S" THEN
                STRING "STARTED, NO FINISH AT "
                        rctlStepName(ctlOpenStep)
                        DELIMITED BY SIZE INTO verdictText
        ELSE
        IF rctlStepState(ctlOpenStep) = "R" THEN
                STRING "REFUSED AT " rctlStepName(ctlOpenStep)
                        DELIMITED BY SIZE INTO verdictText
        ELSE
                STRING "WAITING AT " rctlStepName(ctlOpenStep)
                        DELIMITED BY SIZE INTO verdictText
        END-IF
        END-IF
        END-IF.
        RUN-VERDICT-DONE.

        RUN-VERDICT-STEP.
        IF NOT rctlStepState(ctlStepIdx) = "C" THEN
                MOVE ctlStepIdx TO ctlOpenStep
        END-IF.
        ADD 1 TO ctlStepIdx.

      *>STATUS - one line per recent run, newest first, with each
      *>step's state and return code and the run's verdict.  Reads
      *>the file front to back keeping the last runs seen
        RUN-STATUS.
        IF reqOperand = SPACES THEN
                MOVE ctlDefaultRuns TO ctlWantRuns
        ELSE
        IF reqOperandNum IS NUMERIC AND reqOperandRest = SPACES
           AND reqOperandNum > 0 THEN
                MOVE reqOperandNum TO ctlWantRuns
        ELSE
                MOVE SPACES TO REPORT-RECORD
                STRING "STATUS REJECTED, OPERAND '" reqOperand
                        "' IS NOT A RUN COUNT" DELIMITED BY SIZE
                        INTO REPORT-RECORD
                WRITE REPORT-RECORD
                IF jobRetCode < 8 THEN
                        MOVE 8 TO jobRetCode
                END-IF
                GO TO RUN-STATUS-DONE
        END-IF
        END-IF.
        IF ctlWantRuns > ctlMaxRuns THEN
                MOVE ctlMaxRuns TO ctlWantRuns
        END-IF.
        MOVE 0 TO ctlHeldRuns.
        MOVE 0 TO ctlTotalRuns.
        PERFORM OPEN-RUNCTL-INPUT THRU OPEN-RUNCTL-INPUT-DONE.
        IF rctlClosed THEN
                MOVE "STATUS - NO SUITE RUN ON RUNCTL YET"
                        TO REPORT-RECORD
                WRITE REPORT-RECORD
                IF jobRetCode < 4 THEN
                        MOVE 4 TO jobRetCode
                END-IF
                GO TO RUN-STATUS-DONE
        END-IF.
        MOVE "N" TO rctlEofSwitch.
        MOVE 0 TO rctlRunSeq.
        START RUNCTL-FILE KEY NOT < rctlRunSeq
                INVALID KEY
                        MOVE "Y" TO rctlEofSwitch
        END-START.
        IF rctlNotEof THEN
                PERFORM READ-RUNCTL-NEXT THRU READ-RUNCTL-NEXT-DONE
        END-IF.
        PERFORM STATUS-HOLD-RUN WITH TEST BEFORE UNTIL rctlEof.
        PERFORM CLOSE-RUNCTL THRU CLOSE-RUNCTL-DONE.
        MOVE SPACES TO REPORT-RECORD.
        STRING "STATUS - LAST " ctlHeldRuns " OF " ctlTotalRuns
                " RUNS, NEWEST FIRST" DELIMITED BY SIZE
                INTO REPORT-RECORD.
        WRITE REPORT-RECORD.
        MOVE SPACES TO REPORT-RECORD.
        STRING "STATE C CLEAN  F FAILED  S STARTED, NO FINISH  "
                "R REFUSED  . NOT RUN" DELIMITED BY SIZE
                INTO REPORT-RECORD.
        WRITE REPORT-RECORD.
        MOVE SPACES TO REPORT-RECORD.
        WRITE REPORT-RECORD.
        MOVE SPACES TO statusHeading.
        MOVE "RUN" TO sthRun.
        MOVE "CREATED" TO sthCreated.
        MOVE "RST" TO sthRestarts.
        MOVE 1 TO ctlStepIdx.
        PERFORM STATUS-HEADING-STEP WITH TEST BEFORE
                UNTIL ctlStepIdx > ctlStepCount.
        MOVE "VERDICT" TO sthVerdict.
        MOVE statusHeading TO REPORT-RECORD.
        WRITE REPORT-RECORD.
        MOVE ctlHeldRuns TO ctlRunIdx.
        PERFORM STATUS-WRITE-RUN WITH TEST BEFORE
                UNTIL ctlRunIdx = 0.
        RUN-STATUS-DONE.

        READ-RUNCTL-NEXT.
        READ RUNCTL-FILE NEXT RECORD
                AT END
                        MOVE "Y" TO rctlEofSwitch
        END-READ.
        READ-RUNCTL-NEXT-DONE.

      *>Keeps the run just read, dropping the oldest held once the
      *>table holds as many as were asked for
        STATUS-HOLD-RUN.
        ADD 1 TO ctlTotalRuns.
        IF ctlHeldRuns >= ctlWantRuns THEN
                MOVE 1 TO ctlShiftIdx
                PERFORM STATUS-SHIFT-STEP WITH TEST BEFORE
                        UNTIL ctlShiftIdx >= ctlHeldRuns
        ELSE
                ADD 1 TO ctlHeldRuns
        END-IF.
        MOVE RUNCTL-RECORD TO ctlRunImage(ctlHeldRuns).
        PERFORM READ-RUNCTL-NEXT THRU READ-RUNCTL-NEXT-DONE.

        STATUS-SHIFT-STEP.
        MOVE ctlRunImage(ctlShiftIdx + 1) TO ctlRunImage(ctlShiftIdx).
        ADD 1 TO ctlShiftIdx.

        STATUS-HEADING-STEP.
        MOVE ctlNameEntry(ctlStepIdx) TO sthCellName(ctlStepIdx).
        ADD 1 TO ctlStepIdx.

        STATUS-WRITE-RUN.
        MOVE ctlRunImage(ctlRunIdx) TO RUNCTL-RECORD.
        MOVE SPACES TO statusLine.
        MOVE rctlRunSeq TO stlRunSeq.
        MOVE rctlCreated TO stlCreated.
        MOVE rctlRestartCount TO stlRestarts.
        MOVE 1 TO ctlStepIdx.
        PERFORM STATUS-CELL-STEP WITH TEST BEFORE
                UNTIL ctlStepIdx > ctlStepCount.
        PERFORM RUN-VERDICT THRU RUN-VERDICT-DONE.
        MOVE verdictText TO stlVerdict.
        MOVE statusLine TO REPORT-RECORD.
        WRITE REPORT-RECORD.
        SUBTRACT 1 FROM ctlRunIdx.

      *>A step never run shows as a dot with no return code - a zero
      *>there would read as a clean finish
        STATUS-CELL-STEP.
        IF rctlStepState(ctlStepIdx) = SPACE THEN
                MOVE "." TO stlCellState(ctlStepIdx)
        ELSE
                MOVE rctlStepState(ctlStepIdx)
                        TO stlCellState(ctlStepIdx)
                MOVE rctlStepRetCode(ctlStepIdx)
                        TO stlCellRetCode(ctlStepIdx)
        END-IF.
        ADD 1 TO ctlStepIdx.

      *>DETAIL - everything RUNCTL holds for one run, a line per step
        RUN-DETAIL.
        PERFORM CHECK-RUN-OPERAND THRU CHECK-RUN-OPERAND-DONE.
        IF runOperandBad THEN
                GO TO RUN-DETAIL-DONE
        END-IF.
        PERFORM OPEN-RUNCTL-INPUT THRU OPEN-RUNCTL-INPUT-DONE.
        IF rctlClosed THEN
                MOVE SPACES TO REPORT-RECORD
                STRING "DETAIL REJECTED, RUN " reqOperandNum
                        " NOT ON RUNCTL - NO SUITE RUN YET"
                        DELIMITED BY SIZE INTO REPORT-RECORD
                WRITE REPORT-RECORD
                IF jobRetCode < 8 THEN
                        MOVE 8 TO jobRetCode
                END-IF
                GO TO RUN-DETAIL-DONE
        END-IF.
        PERFORM READ-NAMED-RUN THRU READ-NAMED-RUN-DONE.
        PERFORM CLOSE-RUNCTL THRU CLOSE-RUNCTL-DONE.
        IF NOT rctlFileStatus = "00" THEN
                GO TO RUN-DETAIL-DONE
        END-IF.
        PERFORM RUN-VERDICT THRU RUN-VERDICT-DONE.
        MOVE SPACES TO REPORT-RECORD.
        STRING "DETAIL RUN " rctlRunSeq " CREATED " rctlCreated
                " VERDICT " verdictText DELIMITED BY SIZE
                INTO REPORT-RECORD.
        WRITE REPORT-RECORD.
        MOVE SPACES TO REPORT-RECORD.
        IF rctlRestartCount = 0 THEN
                MOVE "  NEVER RESTARTED" TO REPORT-RECORD
        ELSE
                STRING "  RESTARTS " rctlRestartCount
                        ", LAST FROM "
                        rctlStepName(rctlRestartStep)
                        " AT " rctlRestartStamp DELIMITED BY SIZE
                        INTO REPORT-RECORD
        END-IF.
        WRITE REPORT-RECORD.
        MOVE 1 TO ctlStepIdx.
        PERFORM DETAIL-WRITE-STEP WITH TEST BEFORE
                UNTIL ctlStepIdx > ctlStepCount.
        RUN-DETAIL-DONE.

        DETAIL-WRITE-STEP.
        MOVE SPACES TO REPORT-RECORD.
        IF rctlStepState(ctlStepIdx) = SPACE THEN
                STRING "  STEP " ctlStepIdx " " rctlStepName(ctlStepIdx)
                        " NOT RUN" DELIMITED BY SIZE
                        INTO REPORT-RECORD
        ELSE
                STRING "  STEP " ctlStepIdx " " rctlStepName(ctlStepIdx)
                        " STATE " rctlStepState(ctlStepIdx)
                        " START " rctlStepStart(ctlStepIdx)
                        " END " rctlStepEnd(ctlStepIdx)
                        " RC " rctlStepRetCode(ctlStepIdx)
                        " IN " rctlStepInCount(ctlStepIdx)
                        " OUT " rctlStepOutCount(ctlStepIdx)
                        " TRIES " rctlStepAttempts(ctlStepIdx)
                        DELIMITED BY SIZE INTO REPORT-RECORD
        END-IF.
        WRITE REPORT-RECORD.
        ADD 1 TO ctlStepIdx.

      *>RESTART - picks the run up again at its first step that did
      *>not finish clean.  That slot and every slot after it are
      *>cleared, so the status page shows the tail as not run until
      *>the resubmitted steps report in, and the steps go out on
      *>RESTARTOUT.  The step the run restarts from keeps its tally
      *>of attempts; the ones after it start their count again
        RUN-RESTART.
        PERFORM CHECK-RUN-OPERAND THRU CHECK-RUN-OPERAND-DONE.
        IF runOperandBad THEN
                GO TO RUN-RESTART-DONE
        END-IF.
        PERFORM OPEN-RUNCTL-IO THRU OPEN-RUNCTL-IO-DONE.
        IF rctlClosed THEN
                MOVE SPACES TO REPORT-RECORD
                STRING "RESTART REJECTED, RUN " reqOperandNum
                        " NOT ON RUNCTL - NO SUITE RUN YET"
                        DELIMITED BY SIZE INTO REPORT-RECORD
                WRITE REPORT-RECORD
                IF jobRetCode < 8 THEN
                        MOVE 8 TO jobRetCode
                END-IF
                GO TO RUN-RESTART-DONE
        END-IF.
        PERFORM READ-NAMED-RUN THRU READ-NAMED-RUN-DONE.
        IF NOT rctlFileStatus = "00" THEN
                PERFORM CLOSE-RUNCTL THRU CLOSE-RUNCTL-DONE
                GO TO RUN-RESTART-DONE
        END-IF.
        PERFORM RUN-VERDICT THRU RUN-VERDICT-DONE.
        IF ctlOpenStep = 0 THEN
                PERFORM CLOSE-RUNCTL THRU CLOSE-RUNCTL-DONE
                MOVE SPACES TO REPORT-RECORD
                STRING "RESTART SKIPPED, RUN " rctlRunSeq
                        " IS COMPLETE - NOTHING TO RESTART"
                        DELIMITED BY SIZE INTO REPORT-RECORD
                WRITE REPORT-RECORD
                IF jobRetCode < 4 THEN
                        MOVE 4 TO jobRetCode
                END-IF
                GO TO RUN-RESTART-DONE
        END-IF.
        MOVE SPACES TO REPORT-RECORD.
        STRING "RESTART RUN " rctlRunSeq " FROM STEP " ctlOpenStep
                " " rctlStepName(ctlOpenStep) ", WAS " verdictText
                DELIMITED BY SIZE INTO REPORT-RECORD.
        WRITE REPORT-RECORD.
      *>A step with a start and no finish may simply still be running
      *>- the restart goes ahead, but says so
        IF rctlStepState(ctlOpenStep) = "S" THEN
                MOVE SPACES TO REPORT-RECORD
                STRING "  WARNING - " rctlStepName(ctlOpenStep)
                        " STARTED " rctlStepStart(ctlOpenStep)
                        " AND NEVER FINISHED; CONFIRM IT IS NOT"
                        " STILL RUNNING BEFORE RESUBMITTING"
                        DELIMITED BY SIZE INTO REPORT-RECORD
                WRITE REPORT-RECORD
                IF jobRetCode < 4 THEN
                        MOVE 4 TO jobRetCode
                END-IF
        END-IF.
        PERFORM RUNCTL-STAMP THRU RUNCTL-STAMP-DONE.
        ADD 1 TO rctlRestartCount.
        MOVE ctlOpenStep TO rctlRestartStep.
        MOVE ctlStamp TO rctlRestartStamp.
        MOVE SPACES TO RESTART-RECORD.
        STRING "RESTART RUN " rctlRunSeq " FROM STEP " ctlOpenStep
                DELIMITED BY SIZE INTO RESTART-RECORD.
        WRITE RESTART-RECORD.
        MOVE ctlOpenStep TO ctlStepIdx.
        PERFORM RESTART-CLEAR-STEP WITH TEST BEFORE
                UNTIL ctlStepIdx > ctlStepCount.
        REWRITE RUNCTL-RECORD
                INVALID KEY
                        CONTINUE
        END-REWRITE.
        IF NOT rctlFileStatus = "00" THEN
                MOVE SPACES TO REPORT-RECORD
                STRING "RUNCTL REWRITE FAILED FOR RUN " rctlRunSeq
                        ", STATUS " rctlFileStatus
                        DELIMITED BY SIZE INTO REPORT-RECORD
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        PERFORM CLOSE-RUNCTL THRU CLOSE-RUNCTL-DONE.
        ADD 1 TO restartCount.
        RUN-RESTART-DONE.

        RESTART-CLEAR-STEP.
        MOVE SPACES TO REPORT-RECORD.
        STRING "  RESUBMIT " rctlStepName(ctlStepIdx) DELIMITED BY SIZE
                INTO REPORT-RECORD.
        WRITE REPORT-RECORD.
        MOVE SPACES TO RESTART-RECORD.
        STRING "STEP " rctlStepName(ctlStepIdx) DELIMITED BY SIZE
                INTO RESTART-RECORD.
        WRITE RESTART-RECORD.
        MOVE SPACE TO rctlStepState(ctlStepIdx).
        MOVE SPACES TO rctlStepStart(ctlStepIdx).
        MOVE SPACES TO rctlStepEnd(ctlStepIdx).
        MOVE 0 TO rctlStepRetCode(ctlStepIdx).
        MOVE 0 TO rctlStepInCount(ctlStepIdx).
        MOVE 0 TO rctlStepOutCount(ctlStepIdx).
        IF ctlStepIdx > ctlOpenStep THEN
                MOVE 0 TO rctlStepAttempts(ctlStepIdx)
        END-IF.
        ADD 1 TO ctlStepIdx.
