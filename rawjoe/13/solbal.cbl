      *>RESULTOUT lines it owes (a valid "T" card owes one line per
      *>target, a valid "S" card one per candidate start, everything
      *>else owes one, a deferred card owes one whatever it is), the
      *>DEFEROUT deck matches the DEFERRED tally plus the sweep
      *>remainders of the PARTIAL sweep lines, the SUMMARYOUT totals
      *>cross-foot to the detail lines,
      *>every REACHED line has a HISTMAST record stamped with that
      *>same run timestamp, and every catalog scenario ID on the deck
      *>got back exactly the result lines its cards owed under that
      *>ID.  Any imbalance prints an exception
      *>on BALRPT and ends with return code 8 so the scheduler holds
      *>downstream jobs - and RUNCTL records the step as failed, so
      *>solcmp and everything after it refuse to run on the night.
      *>This used to be a person with two terminal windows.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REPORT-FILE ASSIGN TO "BALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS reptFileStatus.
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
           05 ctlGridCols PIC X(3).
           05 ctlMoveLimit PIC X(3).
           05 ctlListType PIC X(01).
           05 ctlListData.
               10 ctlListCount PIC X(2).
               10 ctlListEntry OCCURS 8 TIMES.
                   15 ctlListRow PIC X(3).
                   15 ctlListCol PIC X(3).
           05 ctlPriority PIC X(1).
           05 ctlBotFlag PIC X(1).
           05 ctlScenarioId PIC X(8).
           05 ctlRouteMode PIC X(1).
           05 ctlRegionFlag PIC X(1).

       FD RESULT-FILE.
      *>Mirror of sol's RESULT-RECORD - keep the two in step when a
           05 resElapsedSecs PIC X(5).
           05 FILLER PIC X(01).
           05 resLegDetail PIC X(60).
           05 FILLER PIC X(01).
           05 resScenarioId PIC X(8).
      *>Run, card and card-kind columns - carried, not balanced here
           05 FILLER PIC X(01).
           05 resRunSeq PIC X(5).
           05 FILLER PIC X(01).
           05 resCardSeq PIC X(6).
           05 FILLER PIC X(01).
           05 resCardClass PIC X(1).
           05 resListType PIC X(1).
           05 resBneckFlag PIC X(1).
           05 FILLER PIC X(01).
           05 resRouteMode PIC X(1).
           05 FILLER PIC X(01).
           05 resRouteCost PIC X(7).

       FD DEFER-FILE.
      *>Deferred cards come back out in CONTROL-RECORD layout - the
               10 dfrListCol PIC X(3).
           05 dfrPriority PIC X(1).
           05 dfrBotFlag PIC X(1).
           05 dfrScenarioId PIC X(8).
           05 dfrRouteMode PIC X(1).
           05 dfrRegionFlag PIC X(1).

       FD SUMMARY-FILE.
      *>sol's summary lines are STRING-built from fixed-width fields,
           05 FILLER PIC X(5).
           05 sumdAvg PIC X(5).
           05 FILLER PIC X(42).
      *>Only on a run that carried sweep cards
       01 SUMMARY-SWEEP-LINE REDEFINES SUMMARY-RECORD.
           05 sumwTag PIC X(13).
           05 sumwSwept PIC X(6).
           05 FILLER PIC X(9).
           05 sumwPartial PIC X(6).
           05 FILLER PIC X(46).
       01 SUMMARY-CNT-LINE REDEFINES SUMMARY-RECORD.
           05 sumcTag PIC X(13).
           05 sumcMin PIC X(6).
      *>field moves or widens over there
       01 HISTORY-RECORD.
           05 histKey.
               10 histScenarioId PIC X(8).
               10 histSeed PIC 9(4).
               10 histTargetRow PIC 9(3).
               10 histTargetCol PIC 9(3).
               10 histGridRows PIC 9(3).
               10 histGridCols PIC 9(3).
               10 histMoveLimit PIC 9(3).
               10 histRouteMode PIC X(1).
           05 histDistance PIC 9(5).
           05 histCount PIC 9(6).
           05 histStatus PIC X(08).
           05 histPrevStatus PIC X(08).
           05 histPrevTimestamp PIC X(16).
           05 histRunCount PIC 9(4).
           05 histRouteCost PIC 9(7).
           05 histPrevRouteCost PIC 9(7).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

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
      *>The compiled grid ceiling sol validates against - keep in
      *>step with sol's mxMaxDim
        01 balMaxDim PIC 9(3) VALUE 300.
      *>The most seeds one sweep card may ask for - keep in step
      *>with sol's mxMaxSweep
        01 balMaxSweep PIC 9(4) VALUE 1000.

      *>Card image handed to CHECK-CARD, whichever file it came from,
      *>and what the check decided: is the card one sol would accept,
            05 crdGridCols PIC X(3).
            05 crdMoveLimit PIC X(3).
            05 crdListType PIC X(01).
            05 crdListData.
                10 crdListCount PIC X(2).
                10 crdListEntry OCCURS 8 TIMES.
                    15 crdListRow PIC X(3).
                    15 crdListCol PIC X(3).
            05 crdSweepData REDEFINES crdListData.
                10 crdSweepHigh PIC X(4).
                10 crdSweepStep PIC X(4).
                10 FILLER PIC X(42).
            05 crdPriority PIC X(1).
            05 crdBotFlag PIC X(1).
            05 crdScenarioId PIC X(8).
            05 crdRouteMode PIC X(1).
            05 crdRegionFlag PIC X(1).
        01 crdWorkRows PIC 9(3).
        01 crdWorkCols PIC 9(3).
        01 crdWorkNum PIC 9(3).
        01 crdWorkEntry PIC 9(3).
        01 crdListIdx PIC 9(2).
        01 crdWorkSeed PIC 9(4).
        01 crdWorkHigh PIC 9(4).
        01 crdWorkStep PIC 9(4).
        01 crdWorkSweep PIC 9(5).
      *>Numeric copies of a REACHED line's display fields, for the
      *>cross-foot arithmetic
        01 resDistNum PIC 9(5).
        01 tallyNotfound PIC 9(6) VALUE 0.
        01 tallyInvalid PIC 9(6) VALUE 0.
        01 tallyDeferred PIC 9(6) VALUE 0.
        01 tallySwept PIC 9(6) VALUE 0.
        01 tallyPartial PIC 9(6) VALUE 0.
        01 tallyOther PIC 9(6) VALUE 0.
      *>DEFEROUT cards owed: the DEFERRED lines plus one remainder
      *>card per PARTIAL sweep line
        01 deferOwed PIC 9(6) VALUE 0.

      *>Detail statistics recomputed over the REACHED lines, to
      *>cross-foot the summary's own DISTANCE/REACHCNT lines - same
        01 sumNotfound PIC X(6) VALUE SPACES.
        01 sumInvalid PIC X(6) VALUE SPACES.
        01 sumDeferred PIC X(6) VALUE SPACES.
      *>No SWEEPS line at all means the run swept nothing
        01 sumSwept PIC X(6) VALUE "000000".
        01 sumSweptPartial PIC X(6) VALUE "000000".
        01 sumDistMin PIC X(5) VALUE SPACES.
        01 sumDistMax PIC X(5) VALUE SPACES.
        01 sumDistAvg PIC X(5) VALUE SPACES.
        01 dspExpected PIC 9(6).
        01 dspActual PIC 9(6).

      *>Per-scenario-ID accounting - each catalog ID on the deck and
      *>the lines its cards owe (one each, plus extra targets, less
      *>what deferral forgave) against the lines that came back
      *>carrying that ID.  Legacy cards with no ID are covered by the
      *>deck-wide count alone.  balMaxIds bounds the table - keep it
      *>in step with the OCCURS below and with sol's mxMaxDeck
        01 balMaxIds PIC 9(4) VALUE 1000.
        01 idCount PIC 9(4) VALUE 0.
        01 idTable.
            05 idEntry OCCURS 1000 TIMES.
                10 idtScenarioId PIC X(8).
                10 idtOwed PIC 9(6).
                10 idtActual PIC 9(6).
        01 idQryScenarioId PIC X(8).
        01 idIdx PIC 9(4).
        01 idFoundIdx PIC 9(4).
        01 idUnknownLines PIC 9(6) VALUE 0.

        01 deferLines PIC 9(6) VALUE 0.
        01 exceptionCount PIC 9(6) VALUE 0.

                88 histAbsent VALUE "Y".
                88 histPresent VALUE "N".

      *>The suite run this step belongs to - PARMIN's RUNSEQNUM
        01 runSeqNum PIC 9(5) VALUE 0.
        01 parmFileStatus PIC X(02).
        01 parmEofSwitch PIC X(01) VALUE "N".
                88 parmEof VALUE "Y".
                88 parmNotEof VALUE "N".

      *>Suite run control.  rctlThisStep is this program's slot in
      *>the RUNCTL record (scngen 1 through solext 6), and
      *>rctlCleanRetCode the highest return code that still lets
      *>the next step run - 4; an imbalance ends 8,
      *>and holding the suite on one is what this step is for
        01 rctlThisStep PIC 9(1) VALUE 3.
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
        PERFORM COUNT-CONTROL-CARDS THRU COUNT-CONTROL-CARDS-DONE.
        PERFORM COUNT-DEFER-CARDS THRU COUNT-DEFER-CARDS-DONE.
        PERFORM BALANCE-LINES THRU BALANCE-LINES-DONE.
        PERFORM BALANCE-DEFERRALS THRU BALANCE-DEFERRALS-DONE.
        PERFORM BALANCE-SUMMARY THRU BALANCE-SUMMARY-DONE.
        PERFORM BALANCE-SCENARIO-IDS THRU BALANCE-SCENARIO-IDS-DONE.
        PERFORM WRITE-VERDICT THRU WRITE-VERDICT-DONE.
        PERFORM CLOSE-FILES THRU CLOSE-FILES-DONE.
        IF exceptionCount > 0 THEN
                MOVE 8 TO rctlEndRetCode
        END-IF.
        PERFORM RUNCTL-END THRU RUNCTL-END-DONE.
        MOVE rctlEndRetCode TO RETURN-CODE.
        STOP RUN.

        OPEN-FILES.
        FATAL-EXIT.
        WRITE REPORT-RECORD.
        CLOSE REPORT-FILE.
        IF rctlStarted THEN
                MOVE 12 TO rctlEndRetCode
                PERFORM RUNCTL-END THRU RUNCTL-END-DONE
        END-IF.
        MOVE 12 TO RETURN-CODE.
        STOP RUN.
        FATAL-EXIT-DONE.
        CLOSE REPORT-FILE.
        CLOSE-FILES-DONE.

      *>Pulls the run sequence off sol's parameter deck.  No file or
      *>no keyword leaves it zero, which run control refuses
        LOAD-PARMS.
        OPEN INPUT PARM-FILE.
        IF parmFileStatus = "35" THEN
                GO TO LOAD-PARMS-DONE
        END-IF.
        IF NOT parmFileStatus = "00" THEN
                DISPLAY "solbal: unable to open PARMIN, status "
                        parmFileStatus
                MOVE 12 TO RETURN-CODE
                STOP RUN
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
        MOVE resultLines TO rctlInCount.
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
        DISPLAY "solbal: " rctlRefuseText.
        MOVE 12 TO RETURN-CODE.
        STOP RUN.
        RUNCTL-REFUSE-DONE.

        RUNCTL-NOTE.
        DISPLAY "solbal: " rctlRefuseText.
        RUNCTL-NOTE-DONE.

      *>Replays sol's own card validation, on the card alone - every
      *>check sol makes is decidable from the card's columns, so this
      *>step can know exactly which cards sol accepted.  Keep the
                MOVE "N" TO cardValidSwitch
                GO TO CHECK-CARD-DONE
        END-IF.
        IF crdRouteMode NOT = SPACE AND crdRouteMode NOT = "C" THEN
                MOVE "N" TO cardValidSwitch
                GO TO CHECK-CARD-DONE
        END-IF.
        IF crdRouteMode = "C"
           AND (crdListType = "W" OR crdListType = "S"
                OR crdListType = "R") THEN
                MOVE "N" TO cardValidSwitch
                GO TO CHECK-CARD-DONE
        END-IF.
        IF crdListType = SPACE THEN
                GO TO CHECK-CARD-DONE
        END-IF.
        IF crdListType NOT = "T" AND crdListType NOT = "W"
           AND crdListType NOT = "S" AND crdListType NOT = "R" THEN
                MOVE "N" TO cardValidSwitch
                GO TO CHECK-CARD-DONE
        END-IF.
      *>A sweep card writes its one SWEPT line whether or not the
      *>window cut it short, so it owes nothing extra
        IF crdListType = "R" THEN
                PERFORM CHECK-CARD-SWEEP THRU CHECK-CARD-SWEEP-DONE
                GO TO CHECK-CARD-DONE
        END-IF.
        IF crdListCount IS NOT NUMERIC THEN
                MOVE "N" TO cardValidSwitch
                GO TO CHECK-CARD-DONE
        END-IF.
        CHECK-CARD-DONE.

        CHECK-CARD-SWEEP.
        IF crdSweepHigh IS NOT NUMERIC
           OR crdSweepStep IS NOT NUMERIC THEN
                MOVE "N" TO cardValidSwitch
                GO TO CHECK-CARD-SWEEP-DONE
        END-IF.
        MOVE crdSeed TO crdWorkSeed.
        MOVE crdSweepHigh TO crdWorkHigh.
        MOVE crdSweepStep TO crdWorkStep.
        IF crdWorkStep < 1 OR crdWorkHigh < crdWorkSeed THEN
                MOVE "N" TO cardValidSwitch
                GO TO CHECK-CARD-SWEEP-DONE
        END-IF.
        MOVE crdWorkHigh TO crdWorkSweep.
        SUBTRACT crdWorkSeed FROM crdWorkSweep.
        DIVIDE crdWorkSweep BY crdWorkStep GIVING crdWorkSweep.
        ADD 1 TO crdWorkSweep.
        IF crdWorkSweep > balMaxSweep THEN
                MOVE "N" TO cardValidSwitch
        END-IF.
        CHECK-CARD-SWEEP-DONE.

        CHECK-CARD-LIST-ENTRY.
        IF crdListRow(crdListIdx) IS NOT NUMERIC
           OR crdListCol(crdListIdx) IS NOT NUMERIC THEN
        MOVE CONTROL-RECORD TO cardImage.
        PERFORM CHECK-CARD THRU CHECK-CARD-DONE.
        ADD cardExtraLines TO extraExpected.
        IF crdScenarioId NOT = SPACES THEN
                MOVE crdScenarioId TO idQryScenarioId
                PERFORM FIND-SCENARIO-ID THRU FIND-SCENARIO-ID-DONE
                IF idFoundIdx = 0 THEN
                        PERFORM ADD-SCENARIO-ID
                                THRU ADD-SCENARIO-ID-DONE
                END-IF
                ADD 1 TO idtOwed(idFoundIdx)
                ADD cardExtraLines TO idtOwed(idFoundIdx)
        END-IF.
        PERFORM READ-CONTROL THRU READ-CONTROL-DONE.

        READ-CONTROL.
        MOVE DEFER-RECORD TO cardImage.
        PERFORM CHECK-CARD THRU CHECK-CARD-DONE.
        ADD cardExtraLines TO extraDeferred.
      *>A deferred card's ID was on the deck too - forgive its extra
      *>lines there.  One that wasn't is left for the ID balance to
      *>find with nothing owed against it
        IF crdScenarioId NOT = SPACES THEN
                MOVE crdScenarioId TO idQryScenarioId
                PERFORM FIND-SCENARIO-ID THRU FIND-SCENARIO-ID-DONE
                IF idFoundIdx > 0
                   AND idtOwed(idFoundIdx) >= cardExtraLines THEN
                        SUBTRACT cardExtraLines
                                FROM idtOwed(idFoundIdx)
                END-IF
        END-IF.
        PERFORM READ-DEFER THRU READ-DEFER-DONE.

        READ-DEFER.
                " REACHED " tallyReached
                " NOTFOUND " tallyNotfound
                " INVALID " tallyInvalid
                " DEFERRED " tallyDeferred
                " SWEPT " tallySwept DELIMITED BY SIZE
                INTO REPORT-RECORD.
        WRITE REPORT-RECORD.
        IF tallyOther > 0 THEN

        SCAN-ONE-RESULT.
        ADD 1 TO resultLines.
        IF resScenarioId NOT = SPACES THEN
                MOVE resScenarioId TO idQryScenarioId
                PERFORM FIND-SCENARIO-ID THRU FIND-SCENARIO-ID-DONE
                IF idFoundIdx = 0 THEN
                        ADD 1 TO idUnknownLines
                ELSE
                        ADD 1 TO idtActual(idFoundIdx)
                END-IF
        END-IF.
        IF resStatus = "REACHED " THEN
                ADD 1 TO tallyReached
                PERFORM ROLL-REACHED-STATS THRU ROLL-REACHED-STATS-DONE
        ELSE
        IF resStatus = "DEFERRED" THEN
                ADD 1 TO tallyDeferred
        ELSE
      *>A sweep the window cut short marks its line PARTIAL after
      *>the range and counts - see sol's WRITE-SWEEP-RESULT
        IF resStatus = "SWEPT   " THEN
                ADD 1 TO tallySwept
                IF resLegDetail(51:8) = " PARTIAL" THEN
                        ADD 1 TO tallyPartial
                END-IF
        ELSE
                ADD 1 TO tallyOther
        END-IF
        END-IF
        END-IF
        END-IF
        END-IF.
        PERFORM READ-RESULT THRU READ-RESULT-DONE.
        SCAN-ONE-RESULT-DONE.
           AND resLegDetail(16:5) NOT = " BEST" THEN
                GO TO CHECK-HISTORY-LINE-DONE
        END-IF.
        MOVE resScenarioId TO histScenarioId.
        MOVE resSeed TO histSeed.
        MOVE resTargetRow TO histTargetRow.
        MOVE resTargetCol TO histTargetCol.
        MOVE resGridRows TO histGridRows.
        MOVE resGridCols TO histGridCols.
        MOVE resMoveLimit TO histMoveLimit.
        MOVE resRouteMode TO histRouteMode.
        READ HISTORY-FILE
                INVALID KEY
                        ADD 1 TO exceptionCount
                        MOVE SPACES TO REPORT-RECORD
                        STRING "EXCEPTION NO HISTMAST RECORD FOR "
                                "ID " resScenarioId
                                " SEED " resSeed
                                " TARGET (" resTargetRow ","
                                resTargetCol ")"
                                " GRID " resGridRows "x" resGridCols
                ADD 1 TO exceptionCount
                MOVE SPACES TO REPORT-RECORD
                STRING "EXCEPTION STALE HISTMAST RECORD FOR "
                        "ID " resScenarioId
                        " SEED " resSeed
                        " TARGET (" resTargetRow ","
                        resTargetCol ")"
                        " RESULT TS " resTimestamp
                MOVE sumsInvalid TO sumInvalid
                MOVE sumsDeferred TO sumDeferred
        END-IF.
        IF sumwTag = "SWEEPS SWEPT " THEN
                MOVE sumwSwept TO sumSwept
                MOVE sumwPartial TO sumSweptPartial
        END-IF.
        IF sumdTag = "DISTANCE MIN " THEN
                MOVE sumdMin TO sumDistMin
                MOVE sumdMax TO sumDistMax
        BALANCE-LINES-DONE.

      *>Every DEFERRED tally line must have its card in DEFEROUT and
      *>the other way round - and so must every PARTIAL sweep line,
      *>whose unswept seeds went there as a remainder card
        BALANCE-DEFERRALS.
        MOVE tallyDeferred TO deferOwed.
        ADD tallyPartial TO deferOwed.
        IF deferCards NOT = deferOwed THEN
                ADD 1 TO exceptionCount
                MOVE SPACES TO REPORT-RECORD
                STRING "EXCEPTION DEFEROUT CARDS " deferCards
                        " BUT DEFERRED RESULT LINES " tallyDeferred
                        " PARTIAL SWEEPS " tallyPartial
                        DELIMITED BY SIZE INTO REPORT-RECORD
                WRITE REPORT-RECORD
        END-IF.
                PERFORM REPORT-SUMMARY-DIFF THRU
                        REPORT-SUMMARY-DIFF-DONE
        END-IF.
        MOVE tallySwept TO dspActual.
        IF sumSwept NOT = dspActual THEN
                PERFORM REPORT-SUMMARY-DIFF THRU
                        REPORT-SUMMARY-DIFF-DONE
        END-IF.
        MOVE tallyPartial TO dspActual.
        IF sumSweptPartial NOT = dspActual THEN
                PERFORM REPORT-SUMMARY-DIFF THRU
                        REPORT-SUMMARY-DIFF-DONE
        END-IF.
        PERFORM BALANCE-SUMMARY-STATS THRU BALANCE-SUMMARY-STATS-DONE.
        BALANCE-SUMMARY-DONE.

        END-IF.
        BALANCE-SUMMARY-STATS-DONE.

      *>Looks idQryScenarioId up in the ID table - idFoundIdx is its
      *>slot, 0 when the deck never carried it
        FIND-SCENARIO-ID.
        MOVE 0 TO idFoundIdx.
        MOVE 1 TO idIdx.
        PERFORM FIND-SCENARIO-ID-STEP WITH TEST BEFORE
                UNTIL idFoundIdx > 0 OR idIdx > idCount.
        FIND-SCENARIO-ID-DONE.

        FIND-SCENARIO-ID-STEP.
        IF idtScenarioId(idIdx) = idQryScenarioId THEN
                MOVE idIdx TO idFoundIdx
        END-IF.
        ADD 1 TO idIdx.

        ADD-SCENARIO-ID.
        IF idCount >= balMaxIds THEN
                MOVE SPACES TO REPORT-RECORD
                STRING "CONTROLIN CARRIES MORE THAN " balMaxIds
                        " SCENARIO IDS, ID TABLE FULL"
                        DELIMITED BY SIZE INTO REPORT-RECORD
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        ADD 1 TO idCount.
        MOVE idQryScenarioId TO idtScenarioId(idCount).
        MOVE 0 TO idtOwed(idCount).
        MOVE 0 TO idtActual(idCount).
        MOVE idCount TO idFoundIdx.
        ADD-SCENARIO-ID-DONE.

      *>Every catalog ID got back exactly the lines its cards owed -
      *>a short ID is a card whose answer went missing, a long one a
      *>card answered twice or an ID stamped on the wrong line
        BALANCE-SCENARIO-IDS.
        MOVE SPACES TO REPORT-RECORD.
        STRING "SCENARIO IDS ON DECK " idCount
                " RESULT LINES WITH UNKNOWN ID " idUnknownLines
                DELIMITED BY SIZE INTO REPORT-RECORD.
        WRITE REPORT-RECORD.
        IF idUnknownLines > 0 THEN
                ADD 1 TO exceptionCount
                MOVE SPACES TO REPORT-RECORD
                STRING "EXCEPTION " idUnknownLines
                        " RESULT LINES CARRY A SCENARIO ID NOT ON "
                        "THE DECK" DELIMITED BY SIZE
                        INTO REPORT-RECORD
                WRITE REPORT-RECORD
        END-IF.
        MOVE 1 TO idIdx.
        PERFORM BALANCE-SCENARIO-ID-STEP WITH TEST BEFORE
                UNTIL idIdx > idCount.
        BALANCE-SCENARIO-IDS-DONE.

        BALANCE-SCENARIO-ID-STEP.
        IF idtOwed(idIdx) NOT = idtActual(idIdx) THEN
                ADD 1 TO exceptionCount
                MOVE SPACES TO REPORT-RECORD
                STRING "EXCEPTION SCENARIO ID " idtScenarioId(idIdx)
                        " RESULT LINES EXPECTED " idtOwed(idIdx)
                        " ACTUAL " idtActual(idIdx)
                        DELIMITED BY SIZE INTO REPORT-RECORD
                WRITE REPORT-RECORD
        END-IF.
        ADD 1 TO idIdx.

        WRITE-VERDICT.
        MOVE SPACES TO REPORT-RECORD.
        IF exceptionCount = 0 THEN
