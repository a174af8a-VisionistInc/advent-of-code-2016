      *>run week after week live once each in the scenario catalog
      *>master SCNMAST, keyed by scenario ID, with a description, an
      *>owner and an active/inactive flag alongside the same card
      *>fields sol's CONTROL-RECORD carries.  Each entry also carries
      *>its run calendar - daily, weekly on a given weekday, at
      *>month-end, or on request only - and the dates it is effective
      *>from and expires after.  Each window this program takes the
      *>business date from GENPARM, selects the active entries due on
      *>that date and writes them out as the CONTROLIN deck, so nobody
      *>hand-types fixed-column cards per run and a one-column slip
      *>can't reach sol at all.  Entries past their expiry date are
      *>listed on EXPRPT for their owners to renew or retire.
      *>An optional transaction deck SCNTRAN maintains the master
      *>first - add/replace and delete by scenario ID - then the
      *>generation pass runs against the maintained master.  Every
      *>transaction applied is also written to the permanent catalog
      *>audit file CATAUDIT with the entry as it stood before and
      *>after, the operator who asked for it and when, so a moved
      *>answer can always be traced to the catalog change behind it.
      *>Every entry emitted or skipped is logged to GENLOG in the
      *>run-log style, and the worst severity seen drives the return
      *>code.  As the suite's first step it also opens the night's
      *>RUNCTL record under GENPARM's RUNSEQNUM - see solctl - and
      *>no later step starts until this one has finished clean.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT DECK-FILE ASSIGN TO "CONTROLOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS deckFileStatus.
      *>Permanent catalog audit trail - one record per transaction
      *>applied to the master, append-only like sol's run journal.
      *>Listed by scnaud
           SELECT AUDIT-FILE ASSIGN TO "CATAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS auditFileStatus.
      *>Optional generation parameters - the business date the deck
      *>is for, and the on-request entries wanted this window.
      *>Absent file means today's date and no requests
           SELECT PARM-FILE ASSIGN TO "GENPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS parmFileStatus.
      *>Active catalog entries that have run past their expiry date,
      *>one line each, for their owners to renew or retire
           SELECT EXPIRED-FILE ASSIGN TO "EXPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS exprFileStatus.
      *>Severity-coded, timestamped log of what the generation pass
      *>did - which catalog entries went out, which were skipped, and
      *>which transactions were rejected
           SELECT GENLOG-FILE ASSIGN TO "GENLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS glogFileStatus.
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
               10 catGridRows PIC 9(3).
               10 catGridCols PIC 9(3).
               10 catMoveLimit PIC 9(3).
      *>An "R" (seed sweep) card carries its high seed and step in
      *>the list columns instead - see trnSweepData
               10 catListType PIC X(01).
               10 catListCount PIC 9(2).
               10 catListEntry OCCURS 8 TIMES.
                   15 catListCol PIC 9(3).
               10 catPriority PIC 9(1).
               10 catBotFlag PIC X(1).
      *>Run calendar.  catFrequency "D" daily, "W" weekly on
      *>catWeekday (1 Monday through 7 Sunday), "M" on the last day
      *>of the month, "R" only when GENPARM requests it by ID; blank
      *>(an entry stored before the calendar existed) runs daily.
      *>The entry is due from catEffectiveDate through
      *>catExpiryDate inclusive, YYYYMMDD, zeros for no limit
           05 catFrequency PIC X(1).
           05 catWeekday PIC 9(1).
           05 catEffectiveDate PIC 9(8).
           05 catExpiryDate PIC 9(8).
      *>sol's route mode for the card - "C" least total terrain cost,
      *>blank fewest moves
           05 catRouteMode PIC X(1).
      *>"R" asks sol for the connected-region report on the card,
      *>anything else leaves it off
           05 catRegionFlag PIC X(1).

       FD TRAN-FILE.
      *>action(1) scenarioId(8) description(30) owner(20) flag(1)
      *>card(72) operator(8) - action "A" adds the entry or replaces
      *>the one already under that ID, "D" retires the ID from the
      *>master.  The card's two trailing columns are its priority
      *>class (a blank is stored as class 5, the middle of sol's 0-9
      *>scale) and the bottleneck-analysis flag ("B" asks for it).
      *>The operator ID of whoever asked for the change is required -
      *>it goes on the audit record, and a change nobody owns is not
      *>applied.  The run calendar follows the operator, then the
      *>route mode, see below
       01 TRAN-RECORD.
           05 trnAction PIC X(1).
           05 trnScenarioId PIC X(8).
               10 trnGridCols PIC 9(3).
               10 trnMoveLimit PIC 9(3).
               10 trnListType PIC X(1).
               10 trnListData.
                   15 trnListCount PIC X(2).
                   15 trnListEntry OCCURS 8 TIMES.
                       20 trnListRow PIC X(3).
                       20 trnListCol PIC X(3).
      *>List type "R" - a seed sweep from trnSeed up to the high seed
      *>in steps, see sol's ctlSweepData
               10 trnSweepData REDEFINES trnListData.
                   15 trnSweepHigh PIC X(4).
                   15 trnSweepStep PIC X(4).
                   15 FILLER PIC X(42).
               10 trnPriority PIC X(1).
               10 trnBotFlag PIC X(1).
           05 trnOperator PIC X(8).
      *>frequency(1) weekday(1) effective(8) expiry(8) - the run
      *>calendar, see CAT-RECORD.  Blank frequency is stored as daily,
      *>blank dates as no limit
           05 trnFrequency PIC X(1).
           05 trnWeekday PIC X(1).
           05 trnEffectiveDate PIC X(8).
           05 trnExpiryDate PIC X(8).
      *>route(1) - "C" for least-cost routing, blank for fewest moves
      *>region(1) - "R" for the connected-region report
           05 trnRouteMode PIC X(1).
           05 trnRegionFlag PIC X(1).

       FD DECK-FILE.
      *>The card image with the catalog scenario ID behind it, so
      *>every answer sol produces can be traced to the entry that
      *>asked for it, then the card's route mode and region flag
       01 DECK-RECORD.
           05 deckCard PIC X(72).
           05 deckScenarioId PIC X(8).
           05 deckRouteMode PIC X(1).
           05 deckRegionFlag PIC X(1).

       FD AUDIT-FILE.
      *>Layout is mirrored by the audit listing scnaud - keep the two
      *>in step when a field moves or widens.  Action "A" added, "R"
      *>replaced, "D" deleted; the before image is spaces on an add,
      *>the after image spaces on a delete.  The images are CAT-RECORD
      *>byte for byte, padded - there is room for the catalog record
      *>to grow without the audit layout moving
       01 AUDIT-RECORD.
           05 audTimestamp PIC X(16).
           05 FILLER PIC X(01) VALUE SPACE.
           05 audOperator PIC X(8).
           05 FILLER PIC X(01) VALUE SPACE.
           05 audAction PIC X(01).
           05 FILLER PIC X(01) VALUE SPACE.
           05 audScenarioId PIC X(8).
           05 FILLER PIC X(01) VALUE SPACE.
           05 audBeforeImage PIC X(160).
           05 FILLER PIC X(01) VALUE SPACE.
           05 audAfterImage PIC X(160).

       FD PARM-FILE.
      *>keyword(10) value(8) - BUSDATE YYYYMMDD, the business date the
      *>deck is for; REQUEST scenarioId, an on-request entry to run
      *>this window, one card per entry; RUNSEQNUM nnnnn, the suite
      *>run the deck is for, the run's RUNCTL key - required, the
      *>step is refused without it.  Unknown keywords are logged
      *>and skipped
       01 PARM-RECORD.
           05 parmKeyword PIC X(10).
           05 parmValue PIC X(8).

       FD EXPIRED-FILE.
       01 EXPIRED-RECORD PIC X(132).

       FD GENLOG-FILE.
      *>Same shape as sol's RUNLOG lines, with the scenario ID in the
           05 FILLER PIC X(01) VALUE SPACE.
           05 glogText PIC X(120).

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
        01 genMaxDim PIC 9(3) VALUE 300.
      *>The most seeds one sweep card may ask for - keep in step
      *>with sol's mxMaxSweep
        01 genMaxSweep PIC 9(4) VALUE 1000.

      *>Numeric work copies for replaying sol's card range checks on
      *>a transaction's card image
        01 trnWorkNum PIC 9(3).
        01 trnWorkEntry PIC 9(3).
        01 trnListIdx PIC 9(2).
        01 trnWorkHigh PIC 9(4).
        01 trnWorkStep PIC 9(4).
        01 trnWorkSweep PIC 9(5).

      *>Counts for the end-of-run log trailer
        01 tranAppliedCount PIC 9(6) VALUE 0.
        01 tranRejectedCount PIC 9(6) VALUE 0.
        01 emittedCount PIC 9(6) VALUE 0.
        01 inactiveCount PIC 9(6) VALUE 0.
        01 notDueCount PIC 9(6) VALUE 0.
        01 notEffectiveCount PIC 9(6) VALUE 0.
        01 expiredCount PIC 9(6) VALUE 0.

      *>The business date the deck is built for, and its calendar
      *>facts - day of week (1 Monday through 7 Sunday) and whether it
      *>is the last day of its month
        01 busDate PIC 9(8) VALUE 0.
        01 busDateParts REDEFINES busDate.
                05 busYear PIC 9(4).
                05 busMonth PIC 9(2).
                05 busDay PIC 9(2).
        01 busWeekday PIC 9(1).
        01 busMonthDays PIC 9(2).
        01 weekdayNames PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
        01 weekdayTable REDEFINES weekdayNames.
                05 weekdayName OCCURS 7 TIMES PIC X(3).
        01 dayNameWork PIC X(3).

      *>Calendar arithmetic work fields - day of week by Zeller's
      *>rule over a March-based year, month length by the Gregorian
      *>leap rule
        01 calYear PIC 9(4).
        01 calMonth PIC 9(2).
        01 calCentury PIC 9(2).
        01 calYearOfCentury PIC 9(2).
        01 calWork PIC 9(6).
        01 calQuot PIC 9(6).
        01 calRem PIC 9(4).
        01 dateWork PIC 9(8).
        01 dateWorkParts REDEFINES dateWork.
                05 dwYear PIC 9(4).
                05 dwMonth PIC 9(2).
                05 dwDay PIC 9(2).
        01 dateWorkDays PIC 9(2).
        01 dateWorkValidSwitch PIC X(01) VALUE "Y".
                88 dateWorkValid VALUE "Y".
                88 dateWorkInvalid VALUE "N".

      *>On-request entries GENPARM asked for this window, and whether
      *>each turned up in the catalog as one.  genMaxRequests bounds
      *>the table - keep it in step with the OCCURS below
        01 genMaxRequests PIC 9(3) VALUE 100.
        01 requestCount PIC 9(3) VALUE 0.
        01 requestTable.
                05 requestEntry OCCURS 100 TIMES.
                        10 rqtScenarioId PIC X(8).
                        10 rqtMatchedFlag PIC X(1).
        01 rqtSearchId PIC X(8).
        01 rqtIdx PIC 9(3).
        01 rqtFoundIdx PIC 9(3).

      *>Timestamp stamped onto each log line
        01 glogDateField PIC 9(8).
        01 logScenarioId PIC X(8).
        01 jobRetCode PIC 9(2) VALUE 0.

      *>The suite run this deck is for - GENPARM's RUNSEQNUM
        01 runSeqNum PIC 9(5) VALUE 0.

      *>File status codes
        01 catFileStatus PIC X(02).
        01 tranFileStatus PIC X(02).
        01 deckFileStatus PIC X(02).
        01 glogFileStatus PIC X(02).
        01 auditFileStatus PIC X(02).
        01 parmFileStatus PIC X(02).
        01 exprFileStatus PIC X(02).

      *>The entry as it stood before the transaction on deck, and
      *>what the transaction did to it, for the audit record
        01 audBeforeWork PIC X(160).
        01 audAfterWork PIC X(160).
        01 audActionWork PIC X(01).

      *>Switches
        01 tranEofSwitch PIC X(01) VALUE "N".
        01 tranValidSwitch PIC X(01) VALUE "Y".
                88 tranValid VALUE "Y".
                88 tranInvalid VALUE "N".
        01 parmEofSwitch PIC X(01) VALUE "N".
                88 parmEof VALUE "Y".
                88 parmNotEof VALUE "N".
        01 rqtFoundSwitch PIC X(01) VALUE "N".
                88 rqtFound VALUE "Y".
                88 rqtNotFound VALUE "N".
      *>Whether the catalog entry on deck is due on the business date
        01 entryDueSwitch PIC X(01) VALUE "N".
                88 entryDue VALUE "Y".
                88 entryNotDue VALUE "N".

      *>Suite run control.  rctlThisStep is this program's slot in
      *>the RUNCTL record (scngen 1 through solext 6), and
      *>rctlCleanRetCode the highest return code that still lets
      *>the next step run - 8, because a rejected
      *>transaction still leaves a whole deck
        01 rctlThisStep PIC 9(1) VALUE 1.
        01 rctlCleanRetCode PIC 9(2) VALUE 8.
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
      *>Each slot's step name, filled in when a run's record is made
        01 rctlNameList.
            05 FILLER PIC X(8) VALUE "scngen".
            05 FILLER PIC X(8) VALUE "sol".
            05 FILLER PIC X(8) VALUE "solbal".
            05 FILLER PIC X(8) VALUE "solcmp".
            05 FILLER PIC X(8) VALUE "soltrend".
            05 FILLER PIC X(8) VALUE "solext".
        01 rctlNameTable REDEFINES rctlNameList.
            05 rctlNameEntry PIC X(8) OCCURS 6 TIMES.
        01 rctlStartedSwitch PIC X(01) VALUE "N".
                88 rctlStarted VALUE "Y".
                88 rctlNotStarted VALUE "N".

       PROCEDURE DIVISION.
        MAIN.
        PERFORM OPEN-LOG THRU OPEN-LOG-DONE.
        PERFORM LOAD-PARMS THRU LOAD-PARMS-DONE.
        PERFORM RUNCTL-BEGIN THRU RUNCTL-BEGIN-DONE.
        PERFORM OPEN-FILES THRU OPEN-FILES-DONE.
        PERFORM SET-BUSINESS-CALENDAR THRU SET-BUSINESS-CALENDAR-DONE.
        PERFORM APPLY-TRANSACTIONS THRU APPLY-TRANSACTIONS-DONE.
        PERFORM GENERATE-DECK THRU GENERATE-DECK-DONE.
        PERFORM CHECK-REQUESTS THRU CHECK-REQUESTS-DONE.
        PERFORM WRITE-EXPIRED-TRAILER THRU WRITE-EXPIRED-TRAILER-DONE.
        MOVE "I" TO logSevCode.
        MOVE SPACES TO logScenarioId.
        MOVE SPACES TO logMessage.
        STRING "generation complete, emitted " emittedCount
                ", inactive " inactiveCount
                ", not due " notDueCount
                ", not yet effective " notEffectiveCount
                ", expired " expiredCount
                ", transactions applied " tranAppliedCount
                ", rejected " tranRejectedCount
                ", return code " jobRetCode DELIMITED BY SIZE
                INTO logMessage.
        PERFORM WRITE-GENLOG THRU WRITE-GENLOG-DONE.
        MOVE jobRetCode TO rctlEndRetCode.
        PERFORM RUNCTL-END THRU RUNCTL-END-DONE.
        PERFORM CLOSE-FILES THRU CLOSE-FILES-DONE.
        MOVE jobRetCode TO RETURN-CODE.
        STOP RUN.

      *>The log opens first so every other failure has somewhere to
      *>land - if the log itself can't open, DISPLAY is all there is.
      *>The parameters and the run-control check come next, before
      *>the master or the deck is touched
        OPEN-LOG.
        OPEN OUTPUT GENLOG-FILE.
        IF NOT glogFileStatus = "00" THEN
                DISPLAY "scngen: unable to open GENLOG, status "
                MOVE 12 TO RETURN-CODE
                STOP RUN
        END-IF.
        OPEN-LOG-DONE.

        OPEN-FILES.
      *>The master persists across runs, so open it I-O - status 35
      *>just means this is the first run ever, create it and reopen
        OPEN I-O CATALOG-FILE.
                        INTO logMessage
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
      *>The audit trail is append-only - every run EXTENDs it.
      *>Status 35 just means this is the first run ever, create it
      *>and reopen
        OPEN EXTEND AUDIT-FILE.
        IF auditFileStatus = "35" THEN
                OPEN OUTPUT AUDIT-FILE
                IF NOT auditFileStatus = "00" THEN
                        MOVE SPACES TO logMessage
                        STRING "unable to create CATAUDIT, status "
                                auditFileStatus DELIMITED BY SIZE
                                INTO logMessage
                        PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
                END-IF
                CLOSE AUDIT-FILE
                OPEN EXTEND AUDIT-FILE
        END-IF.
        IF NOT auditFileStatus = "00" THEN
                MOVE SPACES TO logMessage
                STRING "unable to open CATAUDIT, status "
                        auditFileStatus DELIMITED BY SIZE
                        INTO logMessage
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        OPEN OUTPUT DECK-FILE.
        IF NOT deckFileStatus = "00" THEN
                MOVE SPACES TO logMessage
                        INTO logMessage
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        OPEN OUTPUT EXPIRED-FILE.
        IF NOT exprFileStatus = "00" THEN
                MOVE SPACES TO logMessage
                STRING "unable to open EXPRPT, status "
                        exprFileStatus DELIMITED BY SIZE
                        INTO logMessage
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        MOVE "I" TO logSevCode.
        MOVE SPACES TO logScenarioId.
        MOVE "generation run started" TO logMessage.
        FATAL-EXIT.
        MOVE "F" TO logSevCode.
        PERFORM WRITE-GENLOG THRU WRITE-GENLOG-DONE.
        IF rctlStarted THEN
                MOVE jobRetCode TO rctlEndRetCode
                PERFORM RUNCTL-END THRU RUNCTL-END-DONE
        END-IF.
        CLOSE GENLOG-FILE.
        MOVE jobRetCode TO RETURN-CODE.
        STOP RUN.

        CLOSE-FILES.
        CLOSE CATALOG-FILE.
        CLOSE AUDIT-FILE.
        CLOSE DECK-FILE.
        CLOSE EXPIRED-FILE.
        CLOSE GENLOG-FILE.
        CLOSE-FILES-DONE.

      *>Claims this step's slot in the run's RUNCTL record.  The step
      *>is refused outright unless it knows its run sequence, the run
      *>record can be read or made, and the slot can be written.  As
      *>the suite's first step this one opens the run's record when
      *>it is new.  Starting a step clears the slots after it -
      *>whatever they recorded was made from output this step is
      *>about to replace
        RUNCTL-BEGIN.
        IF runSeqNum = 0 THEN
                MOVE SPACES TO rctlRefuseText
                STRING "no RUNSEQNUM parameter, step refused - "
                        "it cannot be tied to a run"
                        DELIMITED BY SIZE INTO rctlRefuseText
                PERFORM RUNCTL-REFUSE THRU RUNCTL-REFUSE-DONE
        END-IF.
        OPEN I-O RUNCTL-FILE.
      *>Status 35 just means no run has ever been recorded - create
      *>the file and reopen
        IF rctlFileStatus = "35" THEN
                OPEN OUTPUT RUNCTL-FILE
                IF NOT rctlFileStatus = "00" THEN
                        MOVE SPACES TO rctlRefuseText
                        STRING "unable to create RUNCTL, status "
                                rctlFileStatus DELIMITED BY SIZE
                                INTO rctlRefuseText
                        PERFORM RUNCTL-REFUSE THRU RUNCTL-REFUSE-DONE
                END-IF
                CLOSE RUNCTL-FILE
                OPEN I-O RUNCTL-FILE
        END-IF.
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
        IF rctlFileStatus = "23" THEN
                PERFORM RUNCTL-NEW-RUN THRU RUNCTL-NEW-RUN-DONE
        END-IF.
        IF NOT rctlFileStatus = "00" THEN
                CLOSE RUNCTL-FILE
                MOVE SPACES TO rctlRefuseText
                STRING "RUNCTL record unavailable for run "
                        runSeqNum ", status " rctlFileStatus
                        DELIMITED BY SIZE INTO rctlRefuseText
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

      *>A run sequence seen for the first time - every slot empty
      *>and named, the record written so the rest of RUNCTL-BEGIN
      *>finds it as it would an existing one
        RUNCTL-NEW-RUN.
        MOVE SPACES TO RUNCTL-RECORD.
        MOVE runSeqNum TO rctlRunSeq.
        MOVE rctlStamp TO rctlCreated.
        MOVE 0 TO rctlRestartCount.
        MOVE 0 TO rctlRestartStep.
        MOVE 1 TO rctlLaterStep.
        PERFORM RUNCTL-NEW-STEP WITH TEST BEFORE
                UNTIL rctlLaterStep > rctlStepCount.
        WRITE RUNCTL-RECORD
                INVALID KEY
                        CONTINUE
        END-WRITE.
        RUNCTL-NEW-RUN-DONE.

        RUNCTL-NEW-STEP.
        MOVE rctlNameEntry(rctlLaterStep)
                TO rctlStepName(rctlLaterStep).
        MOVE 0 TO rctlStepAttempts(rctlLaterStep).
        PERFORM RUNCTL-CLEAR-LATER.

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
        MOVE tranAppliedCount TO rctlInCount.
        ADD tranRejectedCount TO rctlInCount.
        MOVE emittedCount TO rctlOutCount.
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
        MOVE SPACES TO logScenarioId.
        MOVE rctlRefuseText TO logMessage.
        PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE.
        RUNCTL-REFUSE-DONE.

        RUNCTL-NOTE.
        MOVE "W" TO logSevCode.
        MOVE SPACES TO logScenarioId.
        MOVE rctlRefuseText TO logMessage.
        PERFORM WRITE-GENLOG THRU WRITE-GENLOG-DONE.
        RUNCTL-NOTE-DONE.

        STAMP-TIMESTAMP.
        ACCEPT glogDateField FROM DATE YYYYMMDD.
        ACCEPT glogTimeField FROM TIME.
                MOVE "N" TO tranValidSwitch
                GO TO VALIDATE-TRAN-DONE
        END-IF.
        IF trnOperator = SPACES THEN
                MOVE "W" TO logSevCode
                MOVE trnScenarioId TO logScenarioId
                MOVE SPACES TO logMessage
                MOVE "transaction rejected, no operator ID"
                        TO logMessage
                PERFORM WRITE-GENLOG THRU WRITE-GENLOG-DONE
                MOVE "N" TO tranValidSwitch
                GO TO VALIDATE-TRAN-DONE
        END-IF.
        IF trnAction = "D" THEN
                GO TO VALIDATE-TRAN-DONE
        END-IF.
                MOVE "N" TO tranValidSwitch
                GO TO VALIDATE-TRAN-DONE
        END-IF.
        PERFORM VALIDATE-TRAN-CALENDAR THRU VALIDATE-TRAN-CALENDAR-DONE.
        IF tranInvalid THEN
                GO TO VALIDATE-TRAN-DONE
        END-IF.
        IF trnSeed IS NOT NUMERIC OR trnTargetRow IS NOT NUMERIC
           OR trnTargetCol IS NOT NUMERIC
           OR trnGridRows IS NOT NUMERIC
                PERFORM REJECT-TRAN-CARD THRU REJECT-TRAN-CARD-DONE
                GO TO VALIDATE-TRAN-DONE
        END-IF.
      *>Route mode as sol checks it - least-cost routing runs on plain
      *>and extra-target cards only, never on waypoint, start-list or
      *>sweep cards
        IF trnRouteMode NOT = SPACE AND trnRouteMode NOT = "C" THEN
                MOVE SPACES TO logMessage
                STRING "transaction rejected, route mode '"
                        trnRouteMode "' not C or blank"
                        DELIMITED BY SIZE INTO logMessage
                PERFORM REJECT-TRAN-CARD THRU REJECT-TRAN-CARD-DONE
                GO TO VALIDATE-TRAN-DONE
        END-IF.
        IF trnRouteMode = "C"
           AND (trnListType = "W" OR trnListType = "S"
                OR trnListType = "R") THEN
                MOVE SPACES TO logMessage
                STRING "transaction rejected, least-cost routing not "
                        "available on list type " trnListType
                        DELIMITED BY SIZE INTO logMessage
                PERFORM REJECT-TRAN-CARD THRU REJECT-TRAN-CARD-DONE
                GO TO VALIDATE-TRAN-DONE
        END-IF.
        IF trnListType = SPACE THEN
                GO TO VALIDATE-TRAN-DONE
        END-IF.
        IF trnListType NOT = "T" AND trnListType NOT = "W"
           AND trnListType NOT = "S" AND trnListType NOT = "R" THEN
                MOVE SPACES TO logMessage
                STRING "transaction rejected, list type '"
                        trnListType "' unknown" DELIMITED BY SIZE
                PERFORM REJECT-TRAN-CARD THRU REJECT-TRAN-CARD-DONE
                GO TO VALIDATE-TRAN-DONE
        END-IF.
        IF trnListType = "R" THEN
                PERFORM VALIDATE-TRAN-SWEEP
                        THRU VALIDATE-TRAN-SWEEP-DONE
                GO TO VALIDATE-TRAN-DONE
        END-IF.
        IF trnListCount IS NOT NUMERIC THEN
                MOVE SPACES TO logMessage
                STRING "transaction rejected, list count '"
                UNTIL trnListIdx > trnWorkNum OR tranInvalid.
        VALIDATE-TRAN-DONE.

      *>A sweep card's high seed and step, as sol checks them - the
      *>range runs upward from the card's seed and fits sol's table
        VALIDATE-TRAN-SWEEP.
        IF trnSweepHigh IS NOT NUMERIC
           OR trnSweepStep IS NOT NUMERIC THEN
                MOVE SPACES TO logMessage
                STRING "transaction rejected, sweep high seed/step '"
                        trnSweepHigh "/" trnSweepStep "' not numeric"
                        DELIMITED BY SIZE INTO logMessage
                PERFORM REJECT-TRAN-CARD THRU REJECT-TRAN-CARD-DONE
                GO TO VALIDATE-TRAN-SWEEP-DONE
        END-IF.
        MOVE trnSweepHigh TO trnWorkHigh.
        MOVE trnSweepStep TO trnWorkStep.
        IF trnWorkStep < 1 THEN
                MOVE SPACES TO logMessage
                STRING "transaction rejected, sweep step must be "
                        "at least 1" DELIMITED BY SIZE
                        INTO logMessage
                PERFORM REJECT-TRAN-CARD THRU REJECT-TRAN-CARD-DONE
                GO TO VALIDATE-TRAN-SWEEP-DONE
        END-IF.
        IF trnWorkHigh < trnSeed THEN
                MOVE SPACES TO logMessage
                STRING "transaction rejected, sweep high seed "
                        trnSweepHigh " below seed " trnSeed
                        DELIMITED BY SIZE INTO logMessage
                PERFORM REJECT-TRAN-CARD THRU REJECT-TRAN-CARD-DONE
                GO TO VALIDATE-TRAN-SWEEP-DONE
        END-IF.
        MOVE trnWorkHigh TO trnWorkSweep.
        SUBTRACT trnSeed FROM trnWorkSweep.
        DIVIDE trnWorkSweep BY trnWorkStep GIVING trnWorkSweep.
        ADD 1 TO trnWorkSweep.
        IF trnWorkSweep > genMaxSweep THEN
                MOVE SPACES TO logMessage
                STRING "transaction rejected, sweep of " trnWorkSweep
                        " seeds exceeds " genMaxSweep
                        DELIMITED BY SIZE INTO logMessage
                PERFORM REJECT-TRAN-CARD THRU REJECT-TRAN-CARD-DONE
        END-IF.
        VALIDATE-TRAN-SWEEP-DONE.

      *>A rejection ends the sweep - tranInvalid stops the loop, so
      *>the error paths needn't step the subscript
        VALIDATE-TRAN-LIST-ENTRY.
        ADD 1 TO trnListIdx.
        VALIDATE-TRAN-LIST-ENTRY-DONE.

      *>The run calendar - a known frequency, a weekday for a weekly
      *>entry, real dates, and a window that doesn't end before it
      *>starts.  An entry that could never fall due is a slip too
        VALIDATE-TRAN-CALENDAR.
        IF trnFrequency NOT = SPACE AND trnFrequency NOT = "D"
           AND trnFrequency NOT = "W" AND trnFrequency NOT = "M"
           AND trnFrequency NOT = "R" THEN
                MOVE SPACES TO logMessage
                STRING "transaction rejected, frequency '"
                        trnFrequency "' not D, W, M or R"
                        DELIMITED BY SIZE INTO logMessage
                PERFORM REJECT-TRAN-CARD THRU REJECT-TRAN-CARD-DONE
                GO TO VALIDATE-TRAN-CALENDAR-DONE
        END-IF.
        IF trnFrequency = "W" AND (trnWeekday IS NOT NUMERIC
           OR trnWeekday < "1" OR trnWeekday > "7") THEN
                MOVE SPACES TO logMessage
                STRING "transaction rejected, weekly entry needs "
                        "weekday 1-7, got '" trnWeekday "'"
                        DELIMITED BY SIZE INTO logMessage
                PERFORM REJECT-TRAN-CARD THRU REJECT-TRAN-CARD-DONE
                GO TO VALIDATE-TRAN-CALENDAR-DONE
        END-IF.
        IF trnEffectiveDate NOT = SPACES THEN
                MOVE "N" TO dateWorkValidSwitch
                IF trnEffectiveDate IS NUMERIC THEN
                        MOVE trnEffectiveDate TO dateWork
                        PERFORM CHECK-DATE-WORK
                                THRU CHECK-DATE-WORK-DONE
                END-IF
                IF dateWorkInvalid THEN
                        MOVE SPACES TO logMessage
                        STRING "transaction rejected, effective date '"
                                trnEffectiveDate "' not a YYYYMMDD date"
                                DELIMITED BY SIZE INTO logMessage
                        PERFORM REJECT-TRAN-CARD
                                THRU REJECT-TRAN-CARD-DONE
                        GO TO VALIDATE-TRAN-CALENDAR-DONE
                END-IF
        END-IF.
        IF trnExpiryDate NOT = SPACES THEN
                MOVE "N" TO dateWorkValidSwitch
                IF trnExpiryDate IS NUMERIC THEN
                        MOVE trnExpiryDate TO dateWork
                        PERFORM CHECK-DATE-WORK
                                THRU CHECK-DATE-WORK-DONE
                END-IF
                IF dateWorkInvalid THEN
                        MOVE SPACES TO logMessage
                        STRING "transaction rejected, expiry date '"
                                trnExpiryDate "' not a YYYYMMDD date"
                                DELIMITED BY SIZE INTO logMessage
                        PERFORM REJECT-TRAN-CARD
                                THRU REJECT-TRAN-CARD-DONE
                        GO TO VALIDATE-TRAN-CALENDAR-DONE
                END-IF
        END-IF.
        IF trnEffectiveDate NOT = SPACES AND trnExpiryDate NOT = SPACES
           AND trnExpiryDate < trnEffectiveDate THEN
                MOVE SPACES TO logMessage
                STRING "transaction rejected, expiry " trnExpiryDate
                        " before effective " trnEffectiveDate
                        DELIMITED BY SIZE INTO logMessage
                PERFORM REJECT-TRAN-CARD THRU REJECT-TRAN-CARD-DONE
                GO TO VALIDATE-TRAN-CALENDAR-DONE
        END-IF.
        VALIDATE-TRAN-CALENDAR-DONE.

      *>Logs the assembled rejection under the transaction's ID and
      *>marks it invalid - logMessage is built by the caller
        REJECT-TRAN-CARD.
        MOVE "N" TO tranValidSwitch.
        REJECT-TRAN-CARD-DONE.

      *>Add or replace - first seen of an ID adds it, an ID already
      *>in the master is replaced.  The entry is read first so the
      *>audit record can say what it was before
        STORE-CATALOG-ENTRY.
        MOVE trnScenarioId TO catScenarioId.
        READ CATALOG-FILE
                INVALID KEY
                        MOVE SPACES TO audBeforeWork
                        MOVE "A" TO audActionWork
                NOT INVALID KEY
                        MOVE CAT-RECORD TO audBeforeWork
                        MOVE "R" TO audActionWork
        END-READ.
        IF NOT (catFileStatus = "00" OR catFileStatus = "23") THEN
                MOVE SPACES TO logMessage
                STRING "SCNMAST read failed, status "
                        catFileStatus DELIMITED BY SIZE
                        INTO logMessage
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        MOVE SPACES TO CAT-RECORD.
        MOVE trnScenarioId TO catScenarioId.
        MOVE trnDescription TO catDescription.
        IF catPriority IS NOT NUMERIC THEN
                MOVE 5 TO catPriority
        END-IF.
        MOVE trnFrequency TO catFrequency.
        IF catFrequency = SPACE THEN
                MOVE "D" TO catFrequency
        END-IF.
        IF catFrequency = "W" THEN
                MOVE trnWeekday TO catWeekday
        ELSE
                MOVE 0 TO catWeekday
        END-IF.
        IF trnEffectiveDate = SPACES THEN
                MOVE 0 TO catEffectiveDate
        ELSE
                MOVE trnEffectiveDate TO catEffectiveDate
        END-IF.
        IF trnExpiryDate = SPACES THEN
                MOVE 0 TO catExpiryDate
        ELSE
                MOVE trnExpiryDate TO catExpiryDate
        END-IF.
        MOVE trnRouteMode TO catRouteMode.
        MOVE trnRegionFlag TO catRegionFlag.
        IF audActionWork = "A" THEN
                WRITE CAT-RECORD
                        INVALID KEY
                                MOVE SPACES TO logMessage
                                STRING "SCNMAST write failed, status "
                                        catFileStatus
                                        DELIMITED BY SIZE
                                        INTO logMessage
                                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
                END-WRITE
        ELSE
                REWRITE CAT-RECORD
                        INVALID KEY
                                MOVE SPACES TO logMessage
                                STRING "SCNMAST rewrite failed, "
                                        "status " catFileStatus
                                        DELIMITED BY SIZE
                                        INTO logMessage
                                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
                END-REWRITE
        END-IF.
        MOVE CAT-RECORD TO audAfterWork.
        PERFORM WRITE-AUDIT THRU WRITE-AUDIT-DONE.
        ADD 1 TO tranAppliedCount.
        MOVE "I" TO logSevCode.
        MOVE trnScenarioId TO logScenarioId.
        MOVE SPACES TO logMessage.
        STRING "catalog entry stored, flag " trnActiveFlag
                ", frequency " catFrequency
                ", owner " trnOwner
                ", operator " trnOperator DELIMITED BY SIZE
                INTO logMessage.
        PERFORM WRITE-GENLOG THRU WRITE-GENLOG-DONE.
        STORE-CATALOG-ENTRY-DONE.

        DELETE-CATALOG-ENTRY.
        MOVE trnScenarioId TO catScenarioId.
        READ CATALOG-FILE
                INVALID KEY
                        ADD 1 TO tranRejectedCount
                        MOVE "W" TO logSevCode
                        MOVE trnScenarioId TO logScenarioId
                        MOVE SPACES TO logMessage
                        MOVE "delete rejected, ID not in the master"
                                TO logMessage
                        PERFORM WRITE-GENLOG THRU WRITE-GENLOG-DONE
                        GO TO DELETE-CATALOG-ENTRY-DONE
        END-READ.
        IF NOT catFileStatus = "00" THEN
                MOVE SPACES TO logMessage
                STRING "SCNMAST read failed, status "
                        catFileStatus DELIMITED BY SIZE
                        INTO logMessage
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        MOVE CAT-RECORD TO audBeforeWork.
        MOVE "D" TO audActionWork.
        DELETE CATALOG-FILE
                INVALID KEY
                        ADD 1 TO tranRejectedCount
                        PERFORM WRITE-GENLOG THRU WRITE-GENLOG-DONE
                        GO TO DELETE-CATALOG-ENTRY-DONE
        END-DELETE.
        MOVE SPACES TO audAfterWork.
        PERFORM WRITE-AUDIT THRU WRITE-AUDIT-DONE.
        ADD 1 TO tranAppliedCount.
        MOVE "I" TO logSevCode.
        MOVE trnScenarioId TO logScenarioId.
        MOVE SPACES TO logMessage.
        STRING "catalog entry retired, operator " trnOperator
                DELIMITED BY SIZE INTO logMessage.
        PERFORM WRITE-GENLOG THRU WRITE-GENLOG-DONE.
        DELETE-CATALOG-ENTRY-DONE.

      *>Appends the audit record for the transaction just applied -
      *>audBeforeWork and audAfterWork are set by the caller.  An
      *>audit record that cannot be written stops the job: a change
      *>to the master must never go unrecorded
        WRITE-AUDIT.
        MOVE SPACES TO AUDIT-RECORD.
        PERFORM STAMP-TIMESTAMP THRU STAMP-TIMESTAMP-DONE.
        MOVE runTimestamp TO audTimestamp.
        MOVE trnOperator TO audOperator.
        MOVE audActionWork TO audAction.
        MOVE trnScenarioId TO audScenarioId.
        MOVE audBeforeWork TO audBeforeImage.
        MOVE audAfterWork TO audAfterImage.
        WRITE AUDIT-RECORD.
        IF NOT auditFileStatus = "00" THEN
                MOVE SPACES TO logMessage
                STRING "CATAUDIT write failed, status "
                        auditFileStatus DELIMITED BY SIZE
                        INTO logMessage
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        WRITE-AUDIT-DONE.

        READ-TRAN.
        MOVE SPACES TO TRAN-RECORD.
        READ TRAN-FILE
                AT END
                        MOVE "Y" TO tranEofSwitch
        READ-TRAN-DONE.

      *>The generation pass - walk the whole master in key order and
      *>write every active entry due on the business date to the
      *>deck, logging which catalog entries went out so a deck line
      *>can always be traced back to the entry that produced it, and
      *>why each one that stayed out was skipped
        GENERATE-DECK.
        MOVE LOW-VALUES TO catScenarioId.
        START CATALOG-FILE KEY NOT < catScenarioId

        EMIT-CATALOG-ENTRY.
        IF catActiveFlag = "A" THEN
                PERFORM CHECK-ENTRY-DUE THRU CHECK-ENTRY-DUE-DONE
        END-IF.
        IF catActiveFlag = "A" AND entryDue THEN
                MOVE SPACES TO DECK-RECORD
                MOVE catCard TO deckCard
                MOVE catScenarioId TO deckScenarioId
                MOVE catRouteMode TO deckRouteMode
                MOVE catRegionFlag TO deckRegionFlag
                WRITE DECK-RECORD
                ADD 1 TO emittedCount
                MOVE "I" TO logSevCode
                        DELIMITED BY SIZE INTO logMessage
                PERFORM WRITE-GENLOG THRU WRITE-GENLOG-DONE
        ELSE
        IF catActiveFlag NOT = "A" THEN
                ADD 1 TO inactiveCount
                MOVE "I" TO logSevCode
                MOVE catScenarioId TO logScenarioId
                STRING "inactive, left out of deck: " catDescription
                        DELIMITED BY SIZE INTO logMessage
                PERFORM WRITE-GENLOG THRU WRITE-GENLOG-DONE
        END-IF
        END-IF.
        PERFORM READ-CATALOG-NEXT THRU READ-CATALOG-NEXT-DONE.
        EMIT-CATALOG-ENTRY-DONE.
                        MOVE "Y" TO catEofSwitch
        END-READ.
        READ-CATALOG-NEXT-DONE.

      *>Decides whether the active entry on deck is due on the
      *>business date, logging the reason when it isn't.  The date
      *>window is checked before the frequency, so an expired weekly
      *>entry is reported as expired on every day, not just its own.
      *>A blank frequency or zero dates (an entry stored before the
      *>calendar existed) mean daily with no limit
        CHECK-ENTRY-DUE.
        MOVE "N" TO entryDueSwitch.
        MOVE "I" TO logSevCode.
        MOVE catScenarioId TO logScenarioId.
        MOVE SPACES TO logMessage.
        IF catEffectiveDate IS NUMERIC AND catEffectiveDate > busDate
           THEN
                ADD 1 TO notEffectiveCount
                STRING "not yet effective until " catEffectiveDate
                        ": " catDescription
                        DELIMITED BY SIZE INTO logMessage
                PERFORM WRITE-GENLOG THRU WRITE-GENLOG-DONE
                GO TO CHECK-ENTRY-DUE-DONE
        END-IF.
        IF catExpiryDate IS NUMERIC AND catExpiryDate > 0
           AND catExpiryDate < busDate THEN
                ADD 1 TO expiredCount
                STRING "expired on " catExpiryDate
                        ", owner " catOwner
                        DELIMITED BY SIZE INTO logMessage
                PERFORM WRITE-GENLOG THRU WRITE-GENLOG-DONE
                PERFORM WRITE-EXPIRED-LINE THRU WRITE-EXPIRED-LINE-DONE
                GO TO CHECK-ENTRY-DUE-DONE
        END-IF.
        IF catFrequency = "W" AND NOT catWeekday = busWeekday THEN
                ADD 1 TO notDueCount
                MOVE "???" TO dayNameWork
                IF catWeekday NOT < 1 AND catWeekday NOT > 7 THEN
                        MOVE weekdayName(catWeekday) TO dayNameWork
                END-IF
                STRING "not due, runs weekly on " dayNameWork
                        ": " catDescription
                        DELIMITED BY SIZE INTO logMessage
                PERFORM WRITE-GENLOG THRU WRITE-GENLOG-DONE
                GO TO CHECK-ENTRY-DUE-DONE
        END-IF.
        IF catFrequency = "M" AND busDay < busMonthDays THEN
                ADD 1 TO notDueCount
                STRING "not due, runs at month-end: " catDescription
                        DELIMITED BY SIZE INTO logMessage
                PERFORM WRITE-GENLOG THRU WRITE-GENLOG-DONE
                GO TO CHECK-ENTRY-DUE-DONE
        END-IF.
        IF catFrequency = "R" THEN
                MOVE catScenarioId TO rqtSearchId
                PERFORM FIND-REQUEST THRU FIND-REQUEST-DONE
                IF rqtNotFound THEN
                        ADD 1 TO notDueCount
                        STRING "not due, runs on request only: "
                                catDescription
                                DELIMITED BY SIZE INTO logMessage
                        PERFORM WRITE-GENLOG THRU WRITE-GENLOG-DONE
                        GO TO CHECK-ENTRY-DUE-DONE
                END-IF
                MOVE "Y" TO rqtMatchedFlag(rqtFoundIdx)
        END-IF.
        MOVE "Y" TO entryDueSwitch.
        CHECK-ENTRY-DUE-DONE.

      *>One EXPRPT line per expired active entry - the owner renews
      *>it with a new expiry date or retires it
        WRITE-EXPIRED-LINE.
        MOVE SPACES TO EXPIRED-RECORD.
        STRING catScenarioId "  " catOwner "  EXPIRED " catExpiryDate
                "  " catDescription
                DELIMITED BY SIZE INTO EXPIRED-RECORD.
        WRITE EXPIRED-RECORD.
        WRITE-EXPIRED-LINE-DONE.

        WRITE-EXPIRED-TRAILER.
        MOVE SPACES TO EXPIRED-RECORD.
        STRING "BUSINESS DATE " busDate "  EXPIRED ENTRIES "
                expiredCount DELIMITED BY SIZE INTO EXPIRED-RECORD.
        WRITE EXPIRED-RECORD.
        WRITE-EXPIRED-TRAILER-DONE.

      *>Looks rqtSearchId up in the GENPARM request table -
      *>rqtFoundIdx is left on the match
        FIND-REQUEST.
        MOVE "N" TO rqtFoundSwitch.
        MOVE 1 TO rqtIdx.
        PERFORM FIND-REQUEST-STEP
                WITH TEST BEFORE
                UNTIL rqtIdx > requestCount OR rqtFound.
        FIND-REQUEST-DONE.

        FIND-REQUEST-STEP.
        IF rqtScenarioId(rqtIdx) = rqtSearchId THEN
                MOVE "Y" TO rqtFoundSwitch
                MOVE rqtIdx TO rqtFoundIdx
        END-IF.
        ADD 1 TO rqtIdx.

      *>A request GENPARM made that no on-request catalog entry took
      *>up is a slip worth a warning - a mistyped ID, or an entry
      *>that was retired or changed to another frequency
        CHECK-REQUESTS.
        MOVE 1 TO rqtIdx.
        PERFORM CHECK-REQUEST-STEP
                WITH TEST BEFORE UNTIL rqtIdx > requestCount.
        CHECK-REQUESTS-DONE.

        CHECK-REQUEST-STEP.
        IF rqtMatchedFlag(rqtIdx) NOT = "Y" THEN
                MOVE "W" TO logSevCode
                MOVE rqtScenarioId(rqtIdx) TO logScenarioId
                MOVE SPACES TO logMessage
                MOVE "requested, but no active on-request entry due"
                        TO logMessage
                PERFORM WRITE-GENLOG THRU WRITE-GENLOG-DONE
        END-IF.
        ADD 1 TO rqtIdx.

      *>Pulls the optional generation parameters in.  No BUSDATE
      *>means the deck is for today; a BUSDATE that isn't a real date
      *>stops the job, since every due decision hangs off it
        LOAD-PARMS.
        OPEN INPUT PARM-FILE.
        IF parmFileStatus = "35" THEN
                GO TO LOAD-PARMS-DONE
        END-IF.
        IF NOT parmFileStatus = "00" THEN
                MOVE SPACES TO logMessage
                STRING "unable to open GENPARM, status "
                        parmFileStatus DELIMITED BY SIZE
                        INTO logMessage
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        PERFORM READ-PARM THRU READ-PARM-DONE.
        PERFORM LOAD-PARM-ENTRY WITH TEST BEFORE UNTIL parmEof.
        CLOSE PARM-FILE.
        LOAD-PARMS-DONE.

        LOAD-PARM-ENTRY.
        MOVE "I" TO logSevCode.
        MOVE SPACES TO logScenarioId.
        MOVE SPACES TO logMessage.
        IF parmKeyword = "BUSDATE   " THEN
                MOVE "N" TO dateWorkValidSwitch
                IF parmValue IS NUMERIC THEN
                        MOVE parmValue TO dateWork
                        PERFORM CHECK-DATE-WORK
                                THRU CHECK-DATE-WORK-DONE
                END-IF
                IF dateWorkInvalid THEN
                        STRING "BUSDATE '" parmValue
                                "' is not a YYYYMMDD date"
                                DELIMITED BY SIZE INTO logMessage
                        PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
                END-IF
                MOVE dateWork TO busDate
        ELSE
        IF parmKeyword = "REQUEST   " AND parmValue NOT = SPACES THEN
                PERFORM ADD-REQUEST THRU ADD-REQUEST-DONE
        ELSE
        IF parmKeyword = "RUNSEQNUM " AND parmValue(1:5) IS NUMERIC
           AND parmValue(6:3) = SPACES THEN
                MOVE parmValue(1:5) TO runSeqNum
                STRING "suite run sequence " runSeqNum
                        DELIMITED BY SIZE INTO logMessage
                PERFORM WRITE-GENLOG THRU WRITE-GENLOG-DONE
        ELSE
                MOVE "W" TO logSevCode
                STRING "parameter line skipped: " PARM-RECORD
                        DELIMITED BY SIZE INTO logMessage
                PERFORM WRITE-GENLOG THRU WRITE-GENLOG-DONE
        END-IF
        END-IF
        END-IF.
        PERFORM READ-PARM THRU READ-PARM-DONE.

        READ-PARM.
        READ PARM-FILE
                AT END
                        MOVE "Y" TO parmEofSwitch
        END-READ.
        READ-PARM-DONE.

      *>A repeated request is taken once; one past the table's bound
      *>is logged and dropped rather than stopping the deck
        ADD-REQUEST.
        MOVE parmValue TO rqtSearchId.
        PERFORM FIND-REQUEST THRU FIND-REQUEST-DONE.
        IF rqtFound THEN
                GO TO ADD-REQUEST-DONE
        END-IF.
        MOVE parmValue TO logScenarioId.
        IF requestCount NOT < genMaxRequests THEN
                MOVE "W" TO logSevCode
                STRING "request dropped, more than " genMaxRequests
                        " on-request entries asked for"
                        DELIMITED BY SIZE INTO logMessage
                PERFORM WRITE-GENLOG THRU WRITE-GENLOG-DONE
                GO TO ADD-REQUEST-DONE
        END-IF.
        ADD 1 TO requestCount.
        MOVE parmValue TO rqtScenarioId(requestCount).
        MOVE "N" TO rqtMatchedFlag(requestCount).
        MOVE "on-request entry asked for this window" TO logMessage.
        PERFORM WRITE-GENLOG THRU WRITE-GENLOG-DONE.
        ADD-REQUEST-DONE.

      *>Settles the business date - GENPARM's, or today's when none
      *>was given - and works out its day of week and the length of
      *>its month, once, for every entry's due check
        SET-BUSINESS-CALENDAR.
        IF busDate = 0 THEN
                ACCEPT busDate FROM DATE YYYYMMDD
                MOVE "I" TO logSevCode
                MOVE SPACES TO logScenarioId
                MOVE SPACES TO logMessage
                MOVE "no BUSDATE given, using today's date"
                        TO logMessage
                PERFORM WRITE-GENLOG THRU WRITE-GENLOG-DONE
        END-IF.
        MOVE busYear TO calYear.
        MOVE busMonth TO calMonth.
        PERFORM MONTH-LENGTH THRU MONTH-LENGTH-DONE.
        MOVE dateWorkDays TO busMonthDays.
        PERFORM WEEKDAY-OF-DATE THRU WEEKDAY-OF-DATE-DONE.
        MOVE "I" TO logSevCode.
        MOVE SPACES TO logScenarioId.
        MOVE SPACES TO logMessage.
        IF busDay = busMonthDays THEN
                STRING "business date " busDate " "
                        weekdayName(busWeekday) ", month-end"
                        DELIMITED BY SIZE INTO logMessage
        ELSE
                STRING "business date " busDate " "
                        weekdayName(busWeekday)
                        DELIMITED BY SIZE INTO logMessage
        END-IF.
        PERFORM WRITE-GENLOG THRU WRITE-GENLOG-DONE.
        SET-BUSINESS-CALENDAR-DONE.

      *>Zeller's congruence on the business date, with January and
      *>February counted as months 13 and 14 of the year before -
      *>h = (day + 13(month+1)/5 + K + K/4 + J/4 + 5J) mod 7 for
      *>K the year of the century and J the century, 0 = Saturday.
      *>Turned round to 1 Monday through 7 Sunday in busWeekday
        WEEKDAY-OF-DATE.
        MOVE busYear TO calYear.
        MOVE busMonth TO calMonth.
        IF calMonth < 3 THEN
                ADD 12 TO calMonth
                SUBTRACT 1 FROM calYear
        END-IF.
        DIVIDE calYear BY 100 GIVING calCentury
                REMAINDER calYearOfCentury.
        MOVE calMonth TO calWork.
        ADD 1 TO calWork.
        MULTIPLY 13 BY calWork.
        DIVIDE calWork BY 5 GIVING calWork.
        ADD busDay TO calWork.
        ADD calYearOfCentury TO calWork.
        DIVIDE calYearOfCentury BY 4 GIVING calQuot.
        ADD calQuot TO calWork.
        DIVIDE calCentury BY 4 GIVING calQuot.
        ADD calQuot TO calWork.
        MULTIPLY calCentury BY 5 GIVING calQuot.
        ADD calQuot TO calWork.
        DIVIDE calWork BY 7 GIVING calQuot REMAINDER calRem.
        ADD 5 TO calRem.
        DIVIDE calRem BY 7 GIVING calQuot REMAINDER calRem.
        ADD 1 TO calRem GIVING busWeekday.
        WEEKDAY-OF-DATE-DONE.

      *>Days in month calMonth of calYear into dateWorkDays - a year
      *>divisible by 4 is a leap year, except a century year not
      *>divisible by 400
        MONTH-LENGTH.
        MOVE 31 TO dateWorkDays.
        IF calMonth = 4 OR calMonth = 6 OR calMonth = 9
           OR calMonth = 11 THEN
                MOVE 30 TO dateWorkDays
        END-IF.
        IF NOT calMonth = 2 THEN
                GO TO MONTH-LENGTH-DONE
        END-IF.
        MOVE 28 TO dateWorkDays.
        DIVIDE calYear BY 4 GIVING calQuot REMAINDER calRem.
        IF NOT calRem = 0 THEN
                GO TO MONTH-LENGTH-DONE
        END-IF.
        MOVE 29 TO dateWorkDays.
        DIVIDE calYear BY 100 GIVING calQuot REMAINDER calRem.
        IF NOT calRem = 0 THEN
                GO TO MONTH-LENGTH-DONE
        END-IF.
        DIVIDE calYear BY 400 GIVING calQuot REMAINDER calRem.
        IF NOT calRem = 0 THEN
                MOVE 28 TO dateWorkDays
        END-IF.
        MONTH-LENGTH-DONE.

      *>Checks dateWork is a real Gregorian YYYYMMDD date, setting
      *>dateWorkValidSwitch
        CHECK-DATE-WORK.
        MOVE "N" TO dateWorkValidSwitch.
        IF dwYear < 1600 OR dwMonth < 1 OR dwMonth > 12 OR dwDay < 1
           THEN
                GO TO CHECK-DATE-WORK-DONE
        END-IF.
        MOVE dwYear TO calYear.
        MOVE dwMonth TO calMonth.
        PERFORM MONTH-LENGTH THRU MONTH-LENGTH-DONE.
        IF dwDay > dateWorkDays THEN
                GO TO CHECK-DATE-WORK-DONE
        END-IF.
        MOVE "Y" TO dateWorkValidSwitch.
        CHECK-DATE-WORK-DONE.
