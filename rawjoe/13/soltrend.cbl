
      *>Multi-run trend report over sol's run journal.  Reads the
      *>append-only RUNJRNL as JRNLIN and prints, per scenario key
      *>(catalog scenario ID and target, or seed/target/grid/move
      *>limit for legacy cards without an ID), the run-by-run series
      *>in the order the runs landed, flagging every run where the
      *>answer moved against the run before it, then a per-key rollup
      *>with the first/last/min/max of distance and reachable count.
      *>A catalog entry whose card was edited keeps one series, with
      *>the run that first carried the edit flagged.  Least-cost and
      *>fewest-moves answers to one card are kept as separate series,
      *>and a least-cost series also tracks the route's cost.  This
      *>is the quarterly scenario-stability review as a report instead
      *>of a person digging through archived RESULTOUT decks.  It is
      *>step five of the suite run in RUNCTL, after solcmp.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT TREND-FILE ASSIGN TO "TRENDOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS trendFileStatus.
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
           05 jlTimestamp PIC X(16).
           05 FILLER PIC X(01).
           05 jlRunSeq PIC X(5).
           05 FILLER PIC X(01).
           05 jlScenarioId PIC X(8).
           05 FILLER PIC X(01).
           05 jlRouteMode PIC X(1).
           05 FILLER PIC X(01).
           05 jlRouteCost PIC X(7).

       FD TREND-FILE.
      *>Wider than a print line - a least-cost run's line carries its
      *>cost ahead of the MOVED and CARDCHG marks
       01 TREND-RECORD PIC X(150).

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
      *>The whole journal is held in storage - it arrives in run
                                15 jtbGridRows PIC X(3).
                                15 jtbGridCols PIC X(3).
                                15 jtbMoveLimit PIC X(3).
                        10 jtbScenarioId PIC X(8).
                        10 jtbDistance PIC X(5).
                        10 jtbCount PIC X(6).
                        10 jtbStatus PIC X(08).
                        10 jtbTieCount PIC X(5).
                        10 jtbTimestamp PIC X(16).
                        10 jtbRunSeq PIC X(5).
                        10 jtbRouteMode PIC X(01).
                        10 jtbRouteCost PIC X(7).
      *>Ticked once the entry has been printed under its key's block,
      *>so a key is reported exactly once, at its first appearance
                        10 jtbReportedFlag PIC X(01).

      *>Key of the block being reported, and the prior run's answer
      *>while the series is walked - "moved" means distance or status
      *>changed against the run before.  A block with a scenario ID
      *>gathers that ID's lines for the block's target whatever card
      *>fields they carry; the prior run's fields are kept so an edit
      *>to the catalog card shows in the series
        01 blockScenarioId PIC X(8).
        01 blockRouteMode PIC X(01).
        01 routeMark PIC X(8).
        01 costMark PIC X(13).
        01 prevKey PIC X(19).
        01 cardMark PIC X(41).
        01 blockKey.
                05 blkSeed PIC X(4).
                05 blkTargetRow PIC X(3).
                05 blkMoveLimit PIC X(3).
        01 prevDistance PIC X(5).
        01 prevStatus PIC X(08).
        01 prevRouteCost PIC X(7).
        01 movedMark PIC X(6).

      *>Per-key rollup over the series - distance and reachable count
        01 blkCntMin PIC 9(6).
        01 blkCntMax PIC 9(6).
        01 blkMovedCount PIC 9(5).
        01 blkCostWork PIC 9(7).
        01 blkCostFirst PIC 9(7).
        01 blkCostLast PIC 9(7).
        01 blkCostMin PIC 9(7).
        01 blkCostMax PIC 9(7).

        01 trdLoopIdx PIC 9(5).
        01 blkLoopIdx PIC 9(5).
        01 blkSeededSwitch PIC X(01) VALUE "N".
                88 blkSeeded VALUE "Y".
                88 blkNotSeeded VALUE "N".
        01 blkCostSeededSwitch PIC X(01) VALUE "N".
                88 blkCostSeeded VALUE "Y".
                88 blkCostNotSeeded VALUE "N".

      *>The suite run this step belongs to - PARMIN's RUNSEQNUM
        01 runSeqNum PIC 9(5) VALUE 0.
        01 parmFileStatus PIC X(02).
        01 parmEofSwitch PIC X(01) VALUE "N".
                88 parmEof VALUE "Y".
                88 parmNotEof VALUE "N".

      *>Suite run control.  rctlThisStep is this program's slot in
      *>the RUNCTL record (scngen 1 through solext 6), and
      *>rctlCleanRetCode the highest return code that still lets
      *>the next step run - 4, warnings only
        01 rctlThisStep PIC 9(1) VALUE 5.
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
        PERFORM LOAD-JOURNAL THRU LOAD-JOURNAL-DONE.
        MOVE 1 TO trdLoopIdx.
                WITH TEST BEFORE UNTIL trdLoopIdx > entryCount.
        PERFORM WRITE-TRAILER THRU WRITE-TRAILER-DONE.
        PERFORM CLOSE-FILES THRU CLOSE-FILES-DONE.
        PERFORM RUNCTL-END THRU RUNCTL-END-DONE.
        STOP RUN.

        OPEN-FILES.
        IF NOT jrnlFileStatus = "00" THEN
                DISPLAY "soltrend: unable to open JRNLIN, status "
                        jrnlFileStatus
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        OPEN OUTPUT TREND-FILE.
        IF NOT trendFileStatus = "00" THEN
                DISPLAY "soltrend: unable to open TRENDOUT, status "
                        trendFileStatus
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        OPEN-FILES-DONE.

        CLOSE TREND-FILE.
        CLOSE-FILES-DONE.

      *>Pulls the run sequence off sol's parameter deck.  No file or
      *>no keyword leaves it zero, which run control refuses
        LOAD-PARMS.
        OPEN INPUT PARM-FILE.
        IF parmFileStatus = "35" THEN
                GO TO LOAD-PARMS-DONE
        END-IF.
        IF NOT parmFileStatus = "00" THEN
                DISPLAY "soltrend: unable to open PARMIN, status "
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
        MOVE entryCount TO rctlInCount.
        MOVE keyCount TO rctlOutCount.
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
        DISPLAY "soltrend: " rctlRefuseText.
        MOVE 12 TO RETURN-CODE.
        STOP RUN.
        RUNCTL-REFUSE-DONE.

        RUNCTL-NOTE.
        DISPLAY "soltrend: " rctlRefuseText.
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

      *>Pulls the whole journal into the table in arrival order - the
      *>order sol appended it, which is the order the runs happened
        LOAD-JOURNAL.
        IF entryCount >= trdMaxEntries THEN
                DISPLAY "soltrend: JRNLIN exceeds " trdMaxEntries
                        " records, table full"
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        ADD 1 TO entryCount.
        MOVE jlSeed TO jtbSeed(entryCount).
        MOVE jlTieCount TO jtbTieCount(entryCount).
        MOVE jlTimestamp TO jtbTimestamp(entryCount).
        MOVE jlRunSeq TO jtbRunSeq(entryCount).
        MOVE jlScenarioId TO jtbScenarioId(entryCount).
        MOVE jlRouteMode TO jtbRouteMode(entryCount).
        MOVE jlRouteCost TO jtbRouteCost(entryCount).
        MOVE "N" TO jtbReportedFlag(entryCount).
        PERFORM READ-JRNL THRU READ-JRNL-DONE.

                GO TO REPORT-NEXT-KEY-DONE
        END-IF.
        MOVE jtbKey(trdLoopIdx) TO blockKey.
        MOVE jtbScenarioId(trdLoopIdx) TO blockScenarioId.
        MOVE jtbRouteMode(trdLoopIdx) TO blockRouteMode.
        PERFORM REPORT-KEY-BLOCK THRU REPORT-KEY-BLOCK-DONE.
        ADD 1 TO trdLoopIdx.
        REPORT-NEXT-KEY-DONE.
        MOVE 0 TO blkCntLast.
        MOVE 0 TO blkCntMin.
        MOVE 0 TO blkCntMax.
        MOVE "N" TO blkCostSeededSwitch.
        MOVE 0 TO blkCostFirst.
        MOVE 0 TO blkCostLast.
        MOVE 0 TO blkCostMin.
        MOVE 0 TO blkCostMax.
        MOVE SPACES TO prevDistance.
        MOVE SPACES TO prevStatus.
        MOVE SPACES TO prevRouteCost.
        MOVE blockKey TO prevKey.
        MOVE SPACES TO routeMark.
        IF blockRouteMode = "C" THEN
                MOVE " ROUTE C" TO routeMark
        END-IF.
        MOVE SPACES TO TREND-RECORD.
        STRING "SCENARIO ID " blockScenarioId
                " SEED " blkSeed
                " TARGET (" blkTargetRow "," blkTargetCol ")"
                " GRID " blkGridRows "x" blkGridCols
                " LIMIT " blkMoveLimit
                routeMark DELIMITED BY SIZE
                INTO TREND-RECORD.
        WRITE TREND-RECORD.
        MOVE trdLoopIdx TO blkLoopIdx.
                " MAX " blkCntMax DELIMITED BY SIZE
                INTO TREND-RECORD.
        WRITE TREND-RECORD.
        IF blockRouteMode = "C" THEN
                MOVE SPACES TO TREND-RECORD
                STRING "  ROUTECOST FIRST " blkCostFirst
                        " LAST " blkCostLast
                        " MIN " blkCostMin
                        " MAX " blkCostMax DELIMITED BY SIZE
                        INTO TREND-RECORD
                WRITE TREND-RECORD
        END-IF.
        MOVE SPACES TO TREND-RECORD.
        WRITE TREND-RECORD.
        REPORT-KEY-BLOCK-DONE.

        REPORT-SERIES-ENTRY.
        IF jtbReportedFlag(blkLoopIdx) = "Y" THEN
                ADD 1 TO blkLoopIdx
                GO TO REPORT-SERIES-ENTRY-DONE
        END-IF.
        IF jtbRouteMode(blkLoopIdx) NOT = blockRouteMode THEN
                ADD 1 TO blkLoopIdx
                GO TO REPORT-SERIES-ENTRY-DONE
        END-IF.
        IF blockScenarioId NOT = SPACES
           AND (jtbScenarioId(blkLoopIdx) NOT = blockScenarioId
                OR jtbTargetRow(blkLoopIdx) NOT = blkTargetRow
                OR jtbTargetCol(blkLoopIdx) NOT = blkTargetCol) THEN
                ADD 1 TO blkLoopIdx
                GO TO REPORT-SERIES-ENTRY-DONE
        END-IF.
        IF blockScenarioId = SPACES
           AND (jtbKey(blkLoopIdx) NOT = blockKey
                OR jtbScenarioId(blkLoopIdx) NOT = SPACES) THEN
                ADD 1 TO blkLoopIdx
                GO TO REPORT-SERIES-ENTRY-DONE
        END-IF.
        MOVE SPACES TO movedMark.
        IF blkRunCount > 1 THEN
                IF jtbDistance(blkLoopIdx) NOT = prevDistance
                   OR jtbStatus(blkLoopIdx) NOT = prevStatus
                   OR jtbRouteCost(blkLoopIdx) NOT = prevRouteCost THEN
                        MOVE " MOVED" TO movedMark
                        ADD 1 TO blkMovedCount
                END-IF
        END-IF.
        MOVE SPACES TO cardMark.
        IF jtbKey(blkLoopIdx) NOT = prevKey THEN
                STRING " CARDCHG SEED " jtbSeed(blkLoopIdx)
                        " GRID " jtbGridRows(blkLoopIdx) "x"
                        jtbGridCols(blkLoopIdx)
                        " LIMIT " jtbMoveLimit(blkLoopIdx)
                        DELIMITED BY SIZE INTO cardMark
        END-IF.
        MOVE jtbKey(blkLoopIdx) TO prevKey.
        MOVE jtbDistance(blkLoopIdx) TO prevDistance.
        MOVE jtbStatus(blkLoopIdx) TO prevStatus.
        MOVE jtbRouteCost(blkLoopIdx) TO prevRouteCost.
        PERFORM ROLL-SERIES-ENTRY THRU ROLL-SERIES-ENTRY-DONE.
        MOVE SPACES TO costMark.
        IF blockRouteMode = "C" THEN
                STRING " COST " jtbRouteCost(blkLoopIdx)
                        DELIMITED BY SIZE INTO costMark
        END-IF.
        MOVE SPACES TO TREND-RECORD.
        STRING "  RUN " jtbRunSeq(blkLoopIdx)
                " TS " jtbTimestamp(blkLoopIdx)
                " COUNT " jtbCount(blkLoopIdx)
                " STATUS " jtbStatus(blkLoopIdx)
                " TIES " jtbTieCount(blkLoopIdx)
                costMark movedMark cardMark DELIMITED BY SIZE
                INTO TREND-RECORD.
        WRITE TREND-RECORD.
        ADD 1 TO blkLoopIdx.
        IF blkWork > blkCntMax THEN
                MOVE blkWork TO blkCntMax
        END-IF.
        IF blockRouteMode NOT = "C"
           OR jtbRouteCost(blkLoopIdx) IS NOT NUMERIC THEN
                GO TO ROLL-SERIES-ENTRY-DONE
        END-IF.
        MOVE jtbRouteCost(blkLoopIdx) TO blkCostWork.
        IF blkCostNotSeeded THEN
                MOVE blkCostWork TO blkCostFirst
                MOVE blkCostWork TO blkCostMin
                MOVE blkCostWork TO blkCostMax
        END-IF.
        MOVE "Y" TO blkCostSeededSwitch.
        MOVE blkCostWork TO blkCostLast.
        IF blkCostWork < blkCostMin THEN
                MOVE blkCostWork TO blkCostMin
        END-IF.
        IF blkCostWork > blkCostMax THEN
                MOVE blkCostWork TO blkCostMax
        END-IF.
        ROLL-SERIES-ENTRY-DONE.

        WRITE-TRAILER.
