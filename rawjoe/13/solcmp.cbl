
      *>Regression compare for sol's result decks.  Reads the current
      *>run's RESULTOUT as CURRIN and a prior run's as PRIORIN, matches
      *>records on catalog scenario ID and target (seed/target/grid/
      *>move limit for legacy cards without an ID), and writes an
      *>exception line to EXCEPTOUT for every scenario whose distance,
      *>reachable count, status or least-cost route cost moved - plus
      *>scenarios present in one run but not the other, and catalog
      *>entries whose card fields changed between the runs.  An empty
      *>exception body (trailer says EXCEPTIONS 000000) is the sign-off
      *>that a change was safe; the job ends with return code 4 when
      *>anything differed so the scheduler can tell without opening
      *>the file.  It is step four of the suite run in RUNCTL, and
      *>will not start until solbal has balanced the same run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT EXCEPT-FILE ASSIGN TO "EXCEPTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS exceptFileStatus.
      *>Run-control parameters - the same file sol reads, for the
      *>RUNSEQNUM that ties this step to its suite run.  Keywords that
      *>belong to sol are not ours to complain about
           SELECT PARM-FILE ASSIGN TO "PARMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS parmFileStatus.
      *>Suite run control - one record per run sequence, a slot per
      *>step.  This step claims its slot at startup and records how
      *>it finished; it will not start unless the step before it
      *>finished clean for the same run sequence
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS rctlRunSeq
               FILE STATUS IS rctlFileStatus.

       DATA DIVISION.
       FILE SECTION.
           05 curElapsed PIC X(5).
           05 FILLER PIC X(01).
           05 curLegDetail PIC X(60).
           05 FILLER PIC X(01).
           05 curScenarioId PIC X(8).
      *>Run, card and card-kind columns - bookkeeping about the run
      *>that wrote the line, not part of the answer, never compared
           05 FILLER PIC X(01).
           05 curRunSeq PIC X(5).
           05 FILLER PIC X(01).
           05 curCardSeq PIC X(6).
           05 FILLER PIC X(01).
           05 curCardClass PIC X(1).
           05 curListType PIC X(1).
           05 curBneckFlag PIC X(1).
      *>Route mode and least-cost route cost - the mode says which
      *>question the line answers, the cost is part of the answer
           05 FILLER PIC X(01).
           05 curRouteMode PIC X(1).
           05 FILLER PIC X(01).
           05 curRouteCost PIC X(7).

       FD PRIOR-FILE.
       01 PRIOR-RECORD.
           05 priElapsed PIC X(5).
           05 FILLER PIC X(01).
           05 priLegDetail PIC X(60).
           05 FILLER PIC X(01).
           05 priScenarioId PIC X(8).
           05 FILLER PIC X(01).
           05 priRunSeq PIC X(5).
           05 FILLER PIC X(01).
           05 priCardSeq PIC X(6).
           05 FILLER PIC X(01).
           05 priCardClass PIC X(1).
           05 priListType PIC X(1).
           05 priBneckFlag PIC X(1).
           05 FILLER PIC X(01).
           05 priRouteMode PIC X(1).
           05 FILLER PIC X(01).
           05 priRouteCost PIC X(7).

       FD EXCEPT-FILE.
       01 EXCEPT-RECORD PIC X(120).

       FD PARM-FILE.
      *>Same keyword(10) value(5) layout as sol's PARMIN
       01 PARM-RECORD.
           05 parmKeyword PIC X(10).
           05 parmValue PIC 9(5).

       FD RUNCTL-FILE.
      *>Mirror of solctl's RUNCTL-RECORD - keep the two in step when
      *>a field moves or widens over there
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

       WORKING-STORAGE SECTION.
      *>The prior run is held in storage and ticked off as the current
      *>run's records match it - whatever is left unticked at the end
                                15 ptbGridRows PIC X(3).
                                15 ptbGridCols PIC X(3).
                                15 ptbMoveLimit PIC X(3).
                        10 ptbScenarioId PIC X(8).
                        10 ptbDistance PIC X(5).
                        10 ptbCount PIC X(6).
                        10 ptbStatus PIC X(08).
                        10 ptbRouteMode PIC X(01).
                        10 ptbRouteCost PIC X(7).
                        10 ptbMatchedFlag PIC X(01).

      *>Key of the current record being compared, built once per read
                88 matchFound VALUE "Y".
                88 matchNotFound VALUE "N".

      *>The suite run this step belongs to - PARMIN's RUNSEQNUM
        01 runSeqNum PIC 9(5) VALUE 0.
        01 parmFileStatus PIC X(02).
        01 parmEofSwitch PIC X(01) VALUE "N".
                88 parmEof VALUE "Y".
                88 parmNotEof VALUE "N".

      *>Suite run control.  rctlThisStep is this program's slot in
      *>the RUNCTL record (scngen 1 through solext 6), and
      *>rctlCleanRetCode the highest return code that still lets
      *>the next step run - 4, which only says the runs differed,
      *>and the difference report is for people to read
        01 rctlThisStep PIC 9(1) VALUE 4.
        01 rctlCleanRetCode PIC 9(2) VALUE 4.
      *>Slots in the record - keep in step with the OCCURS
        01 rctlStepCount PIC 9(1) VALUE 6.
        01 rctlPrevStep PIC 9(1).
        01 rctlLaterStep PIC 9(1).
        01 rctlEndRetCode PIC 9(2) VALUE 0.
        01 rctlInCount PIC 9(7) VALUE 0.
        01 rctlOutCount PIC 9(7) VALUE 0.
        01 rctlDateField PIC 9(8).
        01 rctlTimeField PIC 9(8).
        01 rctlStamp PIC X(16).
        01 rctlRefuseText PIC X(100).
        01 rctlFileStatus PIC X(02).
        01 rctlStartedSwitch PIC X(01) VALUE "N".
                88 rctlStarted VALUE "Y".
                88 rctlNotStarted VALUE "N".

       PROCEDURE DIVISION.
        MAIN.
        PERFORM LOAD-PARMS THRU LOAD-PARMS-DONE.
        PERFORM RUNCTL-BEGIN THRU RUNCTL-BEGIN-DONE.
        PERFORM OPEN-FILES THRU OPEN-FILES-DONE.
        PERFORM LOAD-PRIOR THRU LOAD-PRIOR-DONE.
        PERFORM READ-CURR THRU READ-CURR-DONE.
        PERFORM WRITE-TRAILER THRU WRITE-TRAILER-DONE.
        PERFORM CLOSE-FILES THRU CLOSE-FILES-DONE.
        IF exceptionCount > 0 THEN
                MOVE 4 TO rctlEndRetCode
        END-IF.
        PERFORM RUNCTL-END THRU RUNCTL-END-DONE.
        MOVE rctlEndRetCode TO RETURN-CODE.
        STOP RUN.

        OPEN-FILES.
        OPEN INPUT CURR-FILE.
        IF NOT currFileStatus = "00" THEN
                DISPLAY "solcmp: unable to open CURRIN, status "
                        currFileStatus
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        OPEN INPUT PRIOR-FILE.
        IF NOT priorFileStatus = "00" THEN
                DISPLAY "solcmp: unable to open PRIORIN, status "
                        priorFileStatus
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        OPEN OUTPUT EXCEPT-FILE.
        IF NOT exceptFileStatus = "00" THEN
                DISPLAY "solcmp: unable to open EXCEPTOUT, status "
                        exceptFileStatus
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        OPEN-FILES-DONE.

        CLOSE EXCEPT-FILE.
        CLOSE-FILES-DONE.

      *>Pulls the run sequence off sol's parameter deck.  No file or
      *>no keyword leaves it zero, which run control refuses
        LOAD-PARMS.
        OPEN INPUT PARM-FILE.
        IF parmFileStatus = "35" THEN
                GO TO LOAD-PARMS-DONE
        END-IF.
        IF NOT parmFileStatus = "00" THEN
                DISPLAY "solcmp: unable to open PARMIN, status "
                        parmFileStatus
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        PERFORM READ-PARM THRU READ-PARM-DONE.
        PERFORM LOAD-PARM-ENTRY WITH TEST BEFORE UNTIL parmEof.
        CLOSE PARM-FILE.
        LOAD-PARMS-DONE.

        LOAD-PARM-ENTRY.
        IF parmKeyword = "RUNSEQNUM " AND parmValue IS NUMERIC THEN
                MOVE parmValue TO runSeqNum
        END-IF.
        PERFORM READ-PARM THRU READ-PARM-DONE.

        READ-PARM.
        READ PARM-FILE
                AT END
                        MOVE "Y" TO parmEofSwitch
        END-READ.
        READ-PARM-DONE.

      *>Claims this step's slot in the run's RUNCTL record.  The step
      *>is refused outright unless it knows its run sequence, the run
      *>has a record, and the step before finished clean.  Starting
      *>a step clears the slots after it - whatever they recorded was
      *>made from output this step is about to replace
        RUNCTL-BEGIN.
        IF runSeqNum = 0 THEN
                MOVE SPACES TO rctlRefuseText
                STRING "no RUNSEQNUM parameter, step refused - "
                        "it cannot be tied to a run"
                        DELIMITED BY SIZE INTO rctlRefuseText
                PERFORM RUNCTL-REFUSE THRU RUNCTL-REFUSE-DONE
        END-IF.
        OPEN I-O RUNCTL-FILE.
        IF NOT rctlFileStatus = "00" THEN
                MOVE SPACES TO rctlRefuseText
                STRING "unable to open RUNCTL, status "
                        rctlFileStatus DELIMITED BY SIZE
                        INTO rctlRefuseText
                PERFORM RUNCTL-REFUSE THRU RUNCTL-REFUSE-DONE
        END-IF.
        PERFORM RUNCTL-STAMP THRU RUNCTL-STAMP-DONE.
        MOVE runSeqNum TO rctlRunSeq.
        READ RUNCTL-FILE
                INVALID KEY
                        CONTINUE
        END-READ.
        IF NOT rctlFileStatus = "00" THEN
                CLOSE RUNCTL-FILE
                MOVE SPACES TO rctlRefuseText
                STRING "run " runSeqNum " has no RUNCTL record (status "
                        rctlFileStatus "), step refused"
                        DELIMITED BY SIZE INTO rctlRefuseText
                PERFORM RUNCTL-REFUSE THRU RUNCTL-REFUSE-DONE
        END-IF.
        SUBTRACT 1 FROM rctlThisStep GIVING rctlPrevStep.
        IF NOT rctlStepState(rctlPrevStep) = "C" THEN
                PERFORM RUNCTL-MARK-REFUSED
                        THRU RUNCTL-MARK-REFUSED-DONE
                MOVE SPACES TO rctlRefuseText
                STRING "run " runSeqNum " step "
                        rctlStepName(rctlPrevStep)
                        " has not finished clean (state '"
                        rctlStepState(rctlPrevStep) "' rc "
                        rctlStepRetCode(rctlPrevStep)
                        "), step refused" DELIMITED BY SIZE
                        INTO rctlRefuseText
                PERFORM RUNCTL-REFUSE THRU RUNCTL-REFUSE-DONE
        END-IF.
        MOVE "S" TO rctlStepState(rctlThisStep).
        MOVE rctlStamp TO rctlStepStart(rctlThisStep).
        MOVE SPACES TO rctlStepEnd(rctlThisStep).
        MOVE 0 TO rctlStepRetCode(rctlThisStep).
        MOVE 0 TO rctlStepInCount(rctlThisStep).
        MOVE 0 TO rctlStepOutCount(rctlThisStep).
        ADD 1 TO rctlStepAttempts(rctlThisStep).
        ADD 1 TO rctlThisStep GIVING rctlLaterStep.
        PERFORM RUNCTL-CLEAR-LATER WITH TEST BEFORE
                UNTIL rctlLaterStep > rctlStepCount.
        REWRITE RUNCTL-RECORD
                INVALID KEY
                        CONTINUE
        END-REWRITE.
        IF NOT rctlFileStatus = "00" THEN
                CLOSE RUNCTL-FILE
                MOVE SPACES TO rctlRefuseText
                STRING "RUNCTL rewrite failed for run " runSeqNum
                        ", status " rctlFileStatus
                        DELIMITED BY SIZE INTO rctlRefuseText
                PERFORM RUNCTL-REFUSE THRU RUNCTL-REFUSE-DONE
        END-IF.
        CLOSE RUNCTL-FILE.
        MOVE "Y" TO rctlStartedSwitch.
        RUNCTL-BEGIN-DONE.

      *>The refusal goes on the record too, so the status report
      *>shows who tried to run out of turn
        RUNCTL-MARK-REFUSED.
        MOVE "R" TO rctlStepState(rctlThisStep).
        MOVE rctlStamp TO rctlStepStart(rctlThisStep).
        MOVE rctlStamp TO rctlStepEnd(rctlThisStep).
        MOVE 12 TO rctlStepRetCode(rctlThisStep).
        MOVE 0 TO rctlStepInCount(rctlThisStep).
        MOVE 0 TO rctlStepOutCount(rctlThisStep).
        REWRITE RUNCTL-RECORD
                INVALID KEY
                        CONTINUE
        END-REWRITE.
        CLOSE RUNCTL-FILE.
        RUNCTL-MARK-REFUSED-DONE.

        RUNCTL-CLEAR-LATER.
        MOVE SPACE TO rctlStepState(rctlLaterStep).
        MOVE SPACES TO rctlStepStart(rctlLaterStep).
        MOVE SPACES TO rctlStepEnd(rctlLaterStep).
        MOVE 0 TO rctlStepRetCode(rctlLaterStep).
        MOVE 0 TO rctlStepInCount(rctlLaterStep).
        MOVE 0 TO rctlStepOutCount(rctlLaterStep).
        ADD 1 TO rctlLaterStep.

      *>Records how the step finished - rctlEndRetCode set by the
      *>caller.  Failing to record is not the step's own failure, the
      *>work is done; but the next step will then refuse to start,
      *>which is the safe way round
        RUNCTL-END.
        MOVE "N" TO rctlStartedSwitch.
        PERFORM RUNCTL-COUNTS THRU RUNCTL-COUNTS-DONE.
        OPEN I-O RUNCTL-FILE.
        IF NOT rctlFileStatus = "00" THEN
                MOVE SPACES TO rctlRefuseText
                STRING "unable to open RUNCTL to record the finish, "
                        "status " rctlFileStatus
                        DELIMITED BY SIZE INTO rctlRefuseText
                PERFORM RUNCTL-NOTE THRU RUNCTL-NOTE-DONE
                GO TO RUNCTL-END-DONE
        END-IF.
        MOVE runSeqNum TO rctlRunSeq.
        READ RUNCTL-FILE
                INVALID KEY
                        CONTINUE
        END-READ.
        IF NOT rctlFileStatus = "00" THEN
                CLOSE RUNCTL-FILE
                MOVE SPACES TO rctlRefuseText
                STRING "RUNCTL read failed recording the finish, "
                        "status " rctlFileStatus
                        DELIMITED BY SIZE INTO rctlRefuseText
                PERFORM RUNCTL-NOTE THRU RUNCTL-NOTE-DONE
                GO TO RUNCTL-END-DONE
        END-IF.
        PERFORM RUNCTL-STAMP THRU RUNCTL-STAMP-DONE.
        IF rctlEndRetCode > rctlCleanRetCode THEN
                MOVE "F" TO rctlStepState(rctlThisStep)
        ELSE
                MOVE "C" TO rctlStepState(rctlThisStep)
        END-IF.
        MOVE rctlStamp TO rctlStepEnd(rctlThisStep).
        MOVE rctlEndRetCode TO rctlStepRetCode(rctlThisStep).
        MOVE rctlInCount TO rctlStepInCount(rctlThisStep).
        MOVE rctlOutCount TO rctlStepOutCount(rctlThisStep).
        REWRITE RUNCTL-RECORD
                INVALID KEY
                        CONTINUE
        END-REWRITE.
        IF NOT rctlFileStatus = "00" THEN
                MOVE SPACES TO rctlRefuseText
                STRING "RUNCTL rewrite failed recording the finish, "
                        "status " rctlFileStatus
                        DELIMITED BY SIZE INTO rctlRefuseText
                PERFORM RUNCTL-NOTE THRU RUNCTL-NOTE-DONE
        END-IF.
        CLOSE RUNCTL-FILE.
        RUNCTL-END-DONE.

      *>What this step counts as its input and output records
        RUNCTL-COUNTS.
        MOVE currReadCount TO rctlInCount.
        MOVE exceptionCount TO rctlOutCount.
        RUNCTL-COUNTS-DONE.

        RUNCTL-STAMP.
        ACCEPT rctlDateField FROM DATE YYYYMMDD.
        ACCEPT rctlTimeField FROM TIME.
        STRING rctlDateField DELIMITED BY SIZE
               rctlTimeField DELIMITED BY SIZE
               INTO rctlStamp.
        RUNCTL-STAMP-DONE.

      *>A refused step never started - it stops before any output
      *>file is opened, so the last good run's output stands
        RUNCTL-REFUSE.
        DISPLAY "solcmp: " rctlRefuseText.
        MOVE 12 TO RETURN-CODE.
        STOP RUN.
        RUNCTL-REFUSE-DONE.

        RUNCTL-NOTE.
        DISPLAY "solcmp: " rctlRefuseText.
        RUNCTL-NOTE-DONE.

      *>Stops a step that has already claimed its RUNCTL slot - the
      *>slot is marked failed on the way out, so the run reads as
      *>failed at this step rather than still running, and a restart
      *>takes it from here
        FATAL-EXIT.
        MOVE 12 TO rctlEndRetCode.
        IF rctlStarted THEN
                PERFORM RUNCTL-END THRU RUNCTL-END-DONE
        END-IF.
        MOVE 12 TO RETURN-CODE.
        STOP RUN.
        FATAL-EXIT-DONE.

      *>Pulls the whole prior run into the table so the current run
      *>can be matched record by record as it streams past
        LOAD-PRIOR.
        IF priorCount >= cmpMaxPrior THEN
                DISPLAY "solcmp: PRIORIN exceeds " cmpMaxPrior
                        " records, table full"
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        ADD 1 TO priorCount.
        MOVE priSeed TO ptbSeed(priorCount).
        MOVE priGridRows TO ptbGridRows(priorCount).
        MOVE priGridCols TO ptbGridCols(priorCount).
        MOVE priMoveLimit TO ptbMoveLimit(priorCount).
        MOVE priScenarioId TO ptbScenarioId(priorCount).
        MOVE priDistance TO ptbDistance(priorCount).
        MOVE priCount TO ptbCount(priorCount).
        MOVE priStatus TO ptbStatus(priorCount).
        MOVE priRouteMode TO ptbRouteMode(priorCount).
        MOVE priRouteCost TO ptbRouteCost(priorCount).
        MOVE "N" TO ptbMatchedFlag(priorCount).
        PERFORM READ-PRIOR THRU READ-PRIOR-DONE.

      *>Walks the prior table for the first unmatched entry carrying
      *>the current record's key.  First unmatched, not first, so a
      *>deck that legitimately repeats a scenario pairs off run to run
      *>instead of matching every repeat against one prior line.
      *>A catalog card is matched on its scenario ID and target - the
      *>ID says which entry it is, the target which of the card's
      *>result lines - so two entries sharing seed/grid/limit can't
      *>cross-match, and an entry whose card was edited still finds
      *>its prior answer.  Failing that, and for legacy cards with no
      *>ID, the old seed/target/grid/limit key is tried against the
      *>prior lines that carry no ID themselves - which is what pairs
      *>the first run with IDs against the last run without.  Either
      *>way the route mode has to agree - a least-cost answer and a
      *>fewest-moves answer to the same card are different questions,
      *>so a card switched between them reports as CURRENT ONLY and
      *>PRIOR ONLY rather than as a moved distance
        FIND-PRIOR.
        MOVE "N" TO matchFoundSwitch.
        MOVE 0 TO matchIdx.
        IF curScenarioId NOT = SPACES THEN
                MOVE 1 TO cmpLoopIdx
                PERFORM FIND-PRIOR-ID-STEP WITH TEST BEFORE
                        UNTIL matchFound OR cmpLoopIdx > priorCount
        END-IF.
        IF matchFound THEN
                GO TO FIND-PRIOR-DONE
        END-IF.
        MOVE 1 TO cmpLoopIdx.
        PERFORM FIND-PRIOR-STEP WITH TEST BEFORE
                UNTIL matchFound OR cmpLoopIdx > priorCount.
        FIND-PRIOR-DONE.

        FIND-PRIOR-ID-STEP.
        IF ptbScenarioId(cmpLoopIdx) = curScenarioId
           AND ptbTargetRow(cmpLoopIdx) = curKeyTargetRow
           AND ptbTargetCol(cmpLoopIdx) = curKeyTargetCol
           AND ptbRouteMode(cmpLoopIdx) = curRouteMode
           AND ptbMatchedFlag(cmpLoopIdx) = "N" THEN
                MOVE "Y" TO matchFoundSwitch
                MOVE cmpLoopIdx TO matchIdx
        END-IF.
        ADD 1 TO cmpLoopIdx.

        FIND-PRIOR-STEP.
        IF ptbKey(cmpLoopIdx) = curKey
           AND ptbScenarioId(cmpLoopIdx) = SPACES
           AND ptbRouteMode(cmpLoopIdx) = curRouteMode
           AND ptbMatchedFlag(cmpLoopIdx) = "N" THEN
                MOVE "Y" TO matchFoundSwitch
                MOVE cmpLoopIdx TO matchIdx

        COMPARE-FIELDS.
        MOVE "Y" TO ptbMatchedFlag(matchIdx).
      *>Matched on ID but the card itself was changed in the catalog
      *>between the runs - say so first, it is the likely reason any
      *>answer below it moved
        IF ptbKey(matchIdx) NOT = curKey THEN
                PERFORM REPORT-DIFF-CARD THRU REPORT-DIFF-CARD-DONE
        END-IF.
        IF curDistance NOT = ptbDistance(matchIdx) THEN
                PERFORM REPORT-DIFF-DISTANCE
                        THRU REPORT-DIFF-DISTANCE-DONE
        END-IF.
        IF curCount NOT = ptbCount(matchIdx) THEN
                PERFORM REPORT-DIFF-COUNT THRU REPORT-DIFF-COUNT-DONE
        IF curStatus NOT = ptbStatus(matchIdx) THEN
                PERFORM REPORT-DIFF-STATUS THRU REPORT-DIFF-STATUS-DONE
        END-IF.
        IF curRouteCost NOT = ptbRouteCost(matchIdx) THEN
                PERFORM REPORT-DIFF-COST THRU REPORT-DIFF-COST-DONE
        END-IF.
        COMPARE-FIELDS-DONE.

        REPORT-DIFF-DISTANCE.
        ADD 1 TO exceptionCount.
        MOVE SPACES TO EXCEPT-RECORD.
        STRING "DIFF DISTANCE ID " curScenarioId
                " SEED " curKeySeed
                " TARGET (" curKeyTargetRow "," curKeyTargetCol ")"
                " GRID " curKeyGridRows "x" curKeyGridCols
                " LIMIT " curKeyMoveLimit
        REPORT-DIFF-COUNT.
        ADD 1 TO exceptionCount.
        MOVE SPACES TO EXCEPT-RECORD.
        STRING "DIFF COUNT    ID " curScenarioId
                " SEED " curKeySeed
                " TARGET (" curKeyTargetRow "," curKeyTargetCol ")"
                " GRID " curKeyGridRows "x" curKeyGridCols
                " LIMIT " curKeyMoveLimit
        REPORT-DIFF-STATUS.
        ADD 1 TO exceptionCount.
        MOVE SPACES TO EXCEPT-RECORD.
        STRING "DIFF STATUS   ID " curScenarioId
                " SEED " curKeySeed
                " TARGET (" curKeyTargetRow "," curKeyTargetCol ")"
                " GRID " curKeyGridRows "x" curKeyGridCols
                " LIMIT " curKeyMoveLimit
        WRITE EXCEPT-RECORD.
        REPORT-DIFF-STATUS-DONE.

        REPORT-DIFF-COST.
        ADD 1 TO exceptionCount.
        MOVE SPACES TO EXCEPT-RECORD.
        STRING "DIFF COST     ID " curScenarioId
                " SEED " curKeySeed
                " TARGET (" curKeyTargetRow "," curKeyTargetCol ")"
                " GRID " curKeyGridRows "x" curKeyGridCols
                " LIMIT " curKeyMoveLimit
                " PRIOR " ptbRouteCost(matchIdx)
                " CURRENT " curRouteCost DELIMITED BY SIZE
                INTO EXCEPT-RECORD.
        WRITE EXCEPT-RECORD.
        REPORT-DIFF-COST-DONE.

        REPORT-DIFF-CARD.
        ADD 1 TO exceptionCount.
        MOVE SPACES TO EXCEPT-RECORD.
        STRING "DIFF CARD     ID " curScenarioId
                " SEED " curKeySeed
                " TARGET (" curKeyTargetRow "," curKeyTargetCol ")"
                " GRID " curKeyGridRows "x" curKeyGridCols
                " LIMIT " curKeyMoveLimit
                " PRIOR SEED " ptbSeed(matchIdx)
                " GRID " ptbGridRows(matchIdx) "x"
                ptbGridCols(matchIdx)
                " LIMIT " ptbMoveLimit(matchIdx) DELIMITED BY SIZE
                INTO EXCEPT-RECORD.
        WRITE EXCEPT-RECORD.
        REPORT-DIFF-CARD-DONE.

        REPORT-CURR-ONLY.
        ADD 1 TO exceptionCount.
        MOVE SPACES TO EXCEPT-RECORD.
        STRING "CURRENT ONLY  ID " curScenarioId
                " SEED " curKeySeed
                " TARGET (" curKeyTargetRow "," curKeyTargetCol ")"
                " GRID " curKeyGridRows "x" curKeyGridCols
                " LIMIT " curKeyMoveLimit DELIMITED BY SIZE
        IF ptbMatchedFlag(cmpLoopIdx) = "N" THEN
                ADD 1 TO exceptionCount
                MOVE SPACES TO EXCEPT-RECORD
                STRING "PRIOR ONLY    ID " ptbScenarioId(cmpLoopIdx)
                        " SEED " ptbSeed(cmpLoopIdx)
                        " TARGET (" ptbTargetRow(cmpLoopIdx) ","
                        ptbTargetCol(cmpLoopIdx) ")"
                        " GRID " ptbGridRows(cmpLoopIdx) "x"
