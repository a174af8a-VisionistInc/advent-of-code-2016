       IDENTIFICATION DIVISION.
       PROGRAM-ID. solchg.

      *>Monthly owner chargeback for sol's batch window.  Reads the
      *>month's RESULTOUT decks (concatenated in run order as
      *>RESULTIN), groups each run's result lines back into the cards
      *>that wrote them, and charges every card to the department that
      *>owns its catalog entry in SCNMAST: scenarios run, cards
      *>deferred or rejected, wall-clock seconds used, and how many of
      *>the expensive runs - bottleneck analysis and site selection -
      *>it paid for, with the low-priority what-if cards broken out so
      *>an owner can see what they cost.  Cards with no catalog
      *>scenario ID are charged to UNCATALOGED.
      *>The run journal is the proof that the window is whole: every
      *>run the journal saw that month must have its result deck on
      *>RESULTIN, with exactly the answer lines the journal holds, and
      *>the owner totals must add back to the seconds read.  Anything
      *>that does not balance prints an exception, so finance is
      *>given a report that adds up or is told plainly that it does
      *>not.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>Which month to charge, and where low priority starts
           SELECT PARM-FILE ASSIGN TO "CHGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS parmFileStatus.
      *>The month's result decks, in run order
           SELECT RESULT-FILE ASSIGN TO "RESULTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS resultFileStatus.
      *>sol's run journal - which runs the month actually had
           SELECT JRNL-FILE ASSIGN TO "JRNLIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS jrnlFileStatus.
      *>The scenario catalog, read-only - it says who owns what
           SELECT CATALOG-FILE ASSIGN TO "SCNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS catScenarioId
               FILE STATUS IS catFileStatus.
      *>The chargeback report - owner lines, window by run, control
      *>totals and exceptions
           SELECT REPORT-FILE ASSIGN TO "CHGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS reptFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE.
      *>keyword(10) value(6) - MONTH takes YYYYMM and is required;
      *>LOWCLASS takes the first priority class counted as low
      *>priority (default 6, so classes 6-9 - the cards the budget
      *>defers first).  Unknown keywords are reported and skipped
       01 PARM-RECORD.
           05 parmKeyword PIC X(10).
           05 parmValue PIC X(6).

       FD RESULT-FILE.
      *>Mirror of sol's RESULT-RECORD - keep the two in step when a
      *>field moves or widens over there
       01 RESULT-RECORD.
           05 resSeed PIC X(4).
           05 FILLER PIC X(01).
           05 resTargetRow PIC X(3).
           05 FILLER PIC X(01).
           05 resTargetCol PIC X(3).
           05 FILLER PIC X(01).
           05 resGridRows PIC X(3).
           05 FILLER PIC X(01).
           05 resGridCols PIC X(3).
           05 FILLER PIC X(01).
           05 resMoveLimit PIC X(3).
           05 FILLER PIC X(01).
           05 resDistance PIC X(5).
           05 FILLER PIC X(01).
           05 resCount PIC X(6).
           05 FILLER PIC X(01).
           05 resStatus PIC X(08).
           05 FILLER PIC X(01).
           05 resTieCount PIC X(5).
           05 FILLER PIC X(01).
           05 resTimestamp PIC X(16).
           05 FILLER PIC X(01).
           05 resElapsedSecs PIC X(5).
           05 FILLER PIC X(01).
           05 resLegDetail PIC X(60).
           05 FILLER PIC X(01).
           05 resScenarioId PIC X(8).
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

       FD JRNL-FILE.
      *>Mirror of sol's JOURNAL-RECORD - keep the two in step when a
      *>field moves or widens over there
       01 JRNL-RECORD.
           05 jlSeed PIC X(4).
           05 FILLER PIC X(01).
           05 jlTargetRow PIC X(3).
           05 FILLER PIC X(01).
           05 jlTargetCol PIC X(3).
           05 FILLER PIC X(01).
           05 jlGridRows PIC X(3).
           05 FILLER PIC X(01).
           05 jlGridCols PIC X(3).
           05 FILLER PIC X(01).
           05 jlMoveLimit PIC X(3).
           05 FILLER PIC X(01).
           05 jlDistance PIC X(5).
           05 FILLER PIC X(01).
           05 jlCount PIC X(6).
           05 FILLER PIC X(01).
           05 jlStatus PIC X(08).
           05 FILLER PIC X(01).
           05 jlTieCount PIC X(5).
           05 FILLER PIC X(01).
           05 jlTimestamp PIC X(16).
           05 FILLER PIC X(01).
           05 jlRunSeq PIC X(5).
           05 FILLER PIC X(01).
           05 jlScenarioId PIC X(8).
           05 FILLER PIC X(01).
           05 jlRouteMode PIC X(1).
           05 FILLER PIC X(01).
           05 jlRouteCost PIC X(7).

       FD CATALOG-FILE.
      *>Mirror of scngen's CAT-RECORD - keep the two in step when a
      *>field moves or widens over there
       01 CAT-RECORD.
           05 catScenarioId PIC X(8).
           05 catDescription PIC X(30).
           05 catOwner PIC X(20).
           05 catActiveFlag PIC X(1).
           05 catCard PIC X(72).
           05 catFrequency PIC X(1).
           05 catWeekday PIC X(1).
           05 catEffectiveDate PIC X(8).
           05 catExpiryDate PIC X(8).
           05 catRouteMode PIC X(1).
           05 catRegionFlag PIC X(1).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
      *>The month being charged and the low-priority threshold
        01 chgMonth PIC X(6) VALUE SPACES.
        01 chgLowClass PIC 9(1) VALUE 6.

      *>One entry per owner charged, kept in owner-name order so the
      *>report reads alphabetically.  chgMaxOwners bounds the table -
      *>keep it in step with the OCCURS below
        01 chgMaxOwners PIC 9(4) VALUE 500.
        01 ownerCount PIC 9(4) VALUE 0.
        01 ownerTable.
                05 ownerEntry OCCURS 500 TIMES.
                        10 ownName PIC X(20).
                        10 ownRun PIC 9(6).
                        10 ownDeferred PIC 9(6).
                        10 ownRejected PIC 9(6).
                        10 ownSecs PIC 9(8).
                        10 ownBneckRuns PIC 9(6).
                        10 ownBneckSecs PIC 9(8).
                        10 ownSiteRuns PIC 9(6).
                        10 ownSiteSecs PIC 9(8).
                        10 ownLowCards PIC 9(6).
                        10 ownLowSecs PIC 9(8).
        01 ownQryName PIC X(20).
        01 ownIdx PIC 9(4).
        01 ownFoundIdx PIC 9(4).
        01 ownShiftIdx PIC 9(4).

      *>One entry per run sequence the month touched, from either
      *>side - what the journal holds for it and what the result
      *>deck says it should hold.  chgMaxRuns bounds the table - keep
      *>it in step with the OCCURS below
        01 chgMaxRuns PIC 9(4) VALUE 400.
        01 runCount PIC 9(4) VALUE 0.
        01 runTable.
                05 runEntry OCCURS 400 TIMES.
                        10 runtRunSeq PIC X(5).
                        10 runtJrnLines PIC 9(6).
                        10 runtExpLines PIC 9(6).
                        10 runtCards PIC 9(6).
                        10 runtSecs PIC 9(8).
        01 runQrySeq PIC X(5).
        01 runIdx PIC 9(4).
        01 runFoundIdx PIC 9(4).

      *>Catalog scenario IDs the cards carried that SCNMAST no longer
      *>knows - each is charged to NOT IN CATALOG and listed once.
      *>chgMaxUnknown bounds the table - keep it in step with the
      *>OCCURS below
        01 chgMaxUnknown PIC 9(4) VALUE 200.
        01 unknownCount PIC 9(4) VALUE 0.
        01 unknownTable.
                05 unknownEntry OCCURS 200 TIMES.
                        10 unkScenarioId PIC X(8).
                        10 unkCards PIC 9(6).
        01 unkIdx PIC 9(4).
        01 unkFoundIdx PIC 9(4).

      *>The card being gathered from its result lines.  Every line of
      *>a card carries the same run and card number; the elapsed
      *>seconds on them run on from the card's start, so the card's
      *>cost is the largest of them.  "R" ran, "D" deferred, "X"
      *>rejected by sol's validation
        01 cardRunSeq PIC X(5).
        01 cardCardSeq PIC X(6).
        01 cardScenarioId PIC X(8).
        01 cardTimestamp PIC X(16).
        01 cardKind PIC X(01).
        01 cardSecs PIC 9(5).
        01 cardClass PIC X(01).
        01 cardListType PIC X(01).
        01 cardBneck PIC X(01).
        01 cardAnswerLines PIC 9(4).
        01 cardOwner PIC X(20).
        01 lineSecs PIC 9(5).

      *>Control totals - what was read, against what was charged
        01 linesRead PIC 9(7) VALUE 0.
        01 linesOutside PIC 9(7) VALUE 0.
        01 cardsRead PIC 9(6) VALUE 0.
        01 cardsOutside PIC 9(6) VALUE 0.
        01 secsRead PIC 9(8) VALUE 0.
        01 badSecsLines PIC 9(6) VALUE 0.
        01 jrnlRead PIC 9(7) VALUE 0.
        01 jrnlInMonth PIC 9(7) VALUE 0.
        01 totRun PIC 9(6).
        01 totDeferred PIC 9(6).
        01 totRejected PIC 9(6).
        01 totCards PIC 9(6).
        01 totSecs PIC 9(8).
        01 totBneckRuns PIC 9(6).
        01 totBneckSecs PIC 9(8).
        01 totSiteRuns PIC 9(6).
        01 totSiteSecs PIC 9(8).
        01 totLowCards PIC 9(6).
        01 totLowSecs PIC 9(8).
        01 winSecs PIC 9(8).
        01 winCards PIC 9(6).

      *>Share of the window's seconds, for the owner line
        01 pctWork PIC 9(10).
        01 pctValue PIC 9(3)V99.
        01 pctDisplay PIC ZZ9.99.

        01 exceptionCount PIC 9(6) VALUE 0.
        01 jobRetCode PIC 9(2) VALUE 0.

      *>File status codes
        01 parmFileStatus PIC X(02).
        01 resultFileStatus PIC X(02).
        01 jrnlFileStatus PIC X(02).
        01 catFileStatus PIC X(02).
        01 reptFileStatus PIC X(02).

      *>Switches
        01 parmEofSwitch PIC X(01) VALUE "N".
                88 parmEof VALUE "Y".
                88 parmNotEof VALUE "N".
        01 resEofSwitch PIC X(01) VALUE "N".
                88 resEof VALUE "Y".
                88 resNotEof VALUE "N".
        01 jrnlEofSwitch PIC X(01) VALUE "N".
                88 jrnlEof VALUE "Y".
                88 jrnlNotEof VALUE "N".
        01 cardOpenSwitch PIC X(01) VALUE "N".
                88 cardOpen VALUE "Y".
                88 cardClosed VALUE "N".
        01 ownFoundSwitch PIC X(01) VALUE "N".
                88 ownFound VALUE "Y".
                88 ownNotFound VALUE "N".
        01 ownPassedSwitch PIC X(01) VALUE "N".
                88 ownPassed VALUE "Y".
                88 ownNotPassed VALUE "N".
        01 runFoundSwitch PIC X(01) VALUE "N".
                88 runFound VALUE "Y".
                88 runNotFound VALUE "N".
        01 unkFoundSwitch PIC X(01) VALUE "N".
                88 unkFound VALUE "Y".
                88 unkNotFound VALUE "N".

       PROCEDURE DIVISION.
        MAIN.
        PERFORM OPEN-FILES THRU OPEN-FILES-DONE.
        PERFORM LOAD-PARMS THRU LOAD-PARMS-DONE.
        PERFORM SCAN-JOURNAL THRU SCAN-JOURNAL-DONE.
        PERFORM SCAN-RESULTS THRU SCAN-RESULTS-DONE.
        PERFORM WRITE-OWNER-SECTION THRU WRITE-OWNER-SECTION-DONE.
        PERFORM WRITE-WINDOW-SECTION THRU WRITE-WINDOW-SECTION-DONE.
        PERFORM WRITE-UNKNOWN-SECTION
                THRU WRITE-UNKNOWN-SECTION-DONE.
        PERFORM WRITE-CONTROL-TOTALS THRU WRITE-CONTROL-TOTALS-DONE.
        PERFORM CLOSE-FILES THRU CLOSE-FILES-DONE.
        MOVE jobRetCode TO RETURN-CODE.
        STOP RUN.

        OPEN-FILES.
        OPEN OUTPUT REPORT-FILE.
        IF NOT reptFileStatus = "00" THEN
                DISPLAY "solchg: unable to open CHGRPT, status "
                        reptFileStatus
                MOVE 12 TO RETURN-CODE
                STOP RUN
        END-IF.
        OPEN INPUT PARM-FILE.
        IF NOT parmFileStatus = "00" THEN
                MOVE SPACES TO REPORT-RECORD
                STRING "UNABLE TO OPEN CHGPARM, STATUS "
                        parmFileStatus DELIMITED BY SIZE
                        INTO REPORT-RECORD
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        OPEN INPUT RESULT-FILE.
        IF NOT resultFileStatus = "00" THEN
                MOVE SPACES TO REPORT-RECORD
                STRING "UNABLE TO OPEN RESULTIN, STATUS "
                        resultFileStatus DELIMITED BY SIZE
                        INTO REPORT-RECORD
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        OPEN INPUT JRNL-FILE.
        IF NOT jrnlFileStatus = "00" THEN
                MOVE SPACES TO REPORT-RECORD
                STRING "UNABLE TO OPEN JRNLIN, STATUS "
                        jrnlFileStatus DELIMITED BY SIZE
                        INTO REPORT-RECORD
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
      *>Without the catalog nothing can be charged to anyone - unlike
      *>solbal's history check, there is no useful report without it
        OPEN INPUT CATALOG-FILE.
        IF NOT catFileStatus = "00" THEN
                MOVE SPACES TO REPORT-RECORD
                STRING "UNABLE TO OPEN SCNMAST, STATUS "
                        catFileStatus DELIMITED BY SIZE
                        INTO REPORT-RECORD
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        OPEN-FILES-DONE.

        FATAL-EXIT.
        WRITE REPORT-RECORD.
        CLOSE REPORT-FILE.
        MOVE 12 TO RETURN-CODE.
        STOP RUN.
        FATAL-EXIT-DONE.

        CLOSE-FILES.
        CLOSE PARM-FILE.
        CLOSE RESULT-FILE.
        CLOSE JRNL-FILE.
        CLOSE CATALOG-FILE.
        CLOSE REPORT-FILE.
        CLOSE-FILES-DONE.

      *>Records an exception line already built in REPORT-RECORD
        WRITE-EXCEPTION.
        WRITE REPORT-RECORD.
        ADD 1 TO exceptionCount.
        IF jobRetCode < 4 THEN
                MOVE 4 TO jobRetCode
        END-IF.
        WRITE-EXCEPTION-DONE.

        LOAD-PARMS.
        PERFORM READ-PARM THRU READ-PARM-DONE.
        PERFORM LOAD-PARM-ENTRY WITH TEST BEFORE UNTIL parmEof.
        IF chgMonth = SPACES THEN
                MOVE "CHGPARM CARRIES NO MONTH CARD - NOTHING CHARGED"
                        TO REPORT-RECORD
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        MOVE SPACES TO REPORT-RECORD.
        STRING "OWNER CHARGEBACK FOR MONTH " chgMonth
                "   LOW PRIORITY IS CLASS " chgLowClass " THRU 9"
                DELIMITED BY SIZE INTO REPORT-RECORD.
        WRITE REPORT-RECORD.
        MOVE SPACES TO REPORT-RECORD.
        WRITE REPORT-RECORD.
        LOAD-PARMS-DONE.

        LOAD-PARM-ENTRY.
        IF parmKeyword = "MONTH     " AND parmValue IS NUMERIC
           AND parmValue(5:2) > "00" AND parmValue(5:2) < "13" THEN
                MOVE parmValue TO chgMonth
        ELSE
        IF parmKeyword = "LOWCLASS  " AND parmValue(1:1) IS NUMERIC
           THEN
                MOVE parmValue(1:1) TO chgLowClass
        ELSE
                MOVE SPACES TO REPORT-RECORD
                STRING "PARAMETER LINE SKIPPED: " PARM-RECORD
                        DELIMITED BY SIZE INTO REPORT-RECORD
                PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-DONE
        END-IF
        END-IF.
        PERFORM READ-PARM THRU READ-PARM-DONE.

        READ-PARM.
        MOVE SPACES TO PARM-RECORD.
        READ PARM-FILE
                AT END
                        MOVE "Y" TO parmEofSwitch
        END-READ.
        READ-PARM-DONE.

      *>The journal says which runs the month had and how many answer
      *>lines each one landed - the result decks are balanced against
      *>that afterwards
        SCAN-JOURNAL.
        PERFORM READ-JRNL THRU READ-JRNL-DONE.
        PERFORM SCAN-ONE-JRNL WITH TEST BEFORE UNTIL jrnlEof.
        SCAN-JOURNAL-DONE.

        SCAN-ONE-JRNL.
        ADD 1 TO jrnlRead.
        IF jlTimestamp(1:6) = chgMonth THEN
                ADD 1 TO jrnlInMonth
                MOVE jlRunSeq TO runQrySeq
                PERFORM FIND-RUN THRU FIND-RUN-DONE
                ADD 1 TO runtJrnLines(runFoundIdx)
        END-IF.
        PERFORM READ-JRNL THRU READ-JRNL-DONE.

        READ-JRNL.
        READ JRNL-FILE
                AT END
                        MOVE "Y" TO jrnlEofSwitch
        END-READ.
        READ-JRNL-DONE.

      *>Walks the result decks a line at a time, gathering each card's
      *>lines and charging the card when the next one starts
        SCAN-RESULTS.
        PERFORM READ-RESULT THRU READ-RESULT-DONE.
        PERFORM SCAN-ONE-RESULT THRU SCAN-ONE-RESULT-DONE
                WITH TEST BEFORE UNTIL resEof.
        IF cardOpen THEN
                PERFORM CHARGE-CARD THRU CHARGE-CARD-DONE
        END-IF.
        IF cardsRead = 0 THEN
                MOVE SPACES TO REPORT-RECORD
                STRING "NO CARDS FOUND FOR MONTH " chgMonth
                        " ON RESULTIN" DELIMITED BY SIZE
                        INTO REPORT-RECORD
                PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-DONE
        END-IF.
        SCAN-RESULTS-DONE.

      *>A line with a card number continues the card on deck when the
      *>run and card number match; a line without one (a deck cut
      *>before sol numbered its cards) is a card on its own
        SCAN-ONE-RESULT.
        ADD 1 TO linesRead.
        IF cardOpen AND resCardSeq IS NUMERIC
           AND resRunSeq = cardRunSeq
           AND resCardSeq = cardCardSeq THEN
                PERFORM ADD-CARD-LINE THRU ADD-CARD-LINE-DONE
                PERFORM READ-RESULT THRU READ-RESULT-DONE
                GO TO SCAN-ONE-RESULT-DONE
        END-IF.
        IF cardOpen THEN
                PERFORM CHARGE-CARD THRU CHARGE-CARD-DONE
        END-IF.
        MOVE "Y" TO cardOpenSwitch.
        MOVE resRunSeq TO cardRunSeq.
        MOVE resCardSeq TO cardCardSeq.
        MOVE resScenarioId TO cardScenarioId.
        MOVE resTimestamp TO cardTimestamp.
        MOVE resCardClass TO cardClass.
        MOVE resListType TO cardListType.
        MOVE resBneckFlag TO cardBneck.
        MOVE 0 TO cardSecs.
        MOVE 0 TO cardAnswerLines.
        IF resStatus = "DEFERRED" THEN
                MOVE "D" TO cardKind
        ELSE
        IF resStatus = "INVALID " THEN
                MOVE "X" TO cardKind
        ELSE
                MOVE "R" TO cardKind
        END-IF
        END-IF.
        PERFORM ADD-CARD-LINE THRU ADD-CARD-LINE-DONE.
        PERFORM READ-RESULT THRU READ-RESULT-DONE.
        SCAN-ONE-RESULT-DONE.

        ADD-CARD-LINE.
        IF cardTimestamp(1:6) NOT = chgMonth THEN
                ADD 1 TO linesOutside
        END-IF.
        IF resStatus = "REACHED " OR resStatus = "NOTFOUND" THEN
                ADD 1 TO cardAnswerLines
        END-IF.
        IF resElapsedSecs IS NUMERIC THEN
                MOVE resElapsedSecs TO lineSecs
                IF lineSecs > cardSecs THEN
                        MOVE lineSecs TO cardSecs
                END-IF
        ELSE
                ADD 1 TO badSecsLines
        END-IF.
        ADD-CARD-LINE-DONE.

        READ-RESULT.
        MOVE SPACES TO RESULT-RECORD.
        READ RESULT-FILE
                AT END
                        MOVE "Y" TO resEofSwitch
        END-READ.
        READ-RESULT-DONE.

      *>Charges the gathered card to its owner and its run.  A card
      *>belongs to the month its first line was written in, so one
      *>card never splits across two months' bills
        CHARGE-CARD.
        MOVE "N" TO cardOpenSwitch.
        IF cardTimestamp(1:6) NOT = chgMonth THEN
                ADD 1 TO cardsOutside
                GO TO CHARGE-CARD-DONE
        END-IF.
        ADD 1 TO cardsRead.
        ADD cardSecs TO secsRead.
        PERFORM FIND-CARD-OWNER THRU FIND-CARD-OWNER-DONE.
        MOVE cardOwner TO ownQryName.
        PERFORM FIND-OWNER THRU FIND-OWNER-DONE.
        MOVE ownFoundIdx TO ownIdx.
        IF cardKind = "D" THEN
                ADD 1 TO ownDeferred(ownIdx)
        ELSE
        IF cardKind = "X" THEN
                ADD 1 TO ownRejected(ownIdx)
        ELSE
                ADD 1 TO ownRun(ownIdx)
        END-IF
        END-IF.
        ADD cardSecs TO ownSecs(ownIdx).
        IF cardKind = "R" AND cardBneck = "B" THEN
                ADD 1 TO ownBneckRuns(ownIdx)
                ADD cardSecs TO ownBneckSecs(ownIdx)
        END-IF.
        IF cardKind = "R" AND cardListType = "S" THEN
                ADD 1 TO ownSiteRuns(ownIdx)
                ADD cardSecs TO ownSiteSecs(ownIdx)
        END-IF.
        IF cardClass IS NUMERIC AND cardClass NOT < chgLowClass THEN
                ADD 1 TO ownLowCards(ownIdx)
                ADD cardSecs TO ownLowSecs(ownIdx)
        END-IF.
      *>What the journal should hold for this card: one line per
      *>answer, except a site-selection card, which records only its
      *>winning start (or its first, when no start reached)
        MOVE cardRunSeq TO runQrySeq.
        PERFORM FIND-RUN THRU FIND-RUN-DONE.
        ADD 1 TO runtCards(runFoundIdx).
        ADD cardSecs TO runtSecs(runFoundIdx).
        IF cardKind = "R" THEN
                IF cardListType = "S" AND cardAnswerLines > 0 THEN
                        ADD 1 TO runtExpLines(runFoundIdx)
                ELSE
                        ADD cardAnswerLines TO runtExpLines(runFoundIdx)
                END-IF
        END-IF.
        CHARGE-CARD-DONE.

      *>Owner of the card's catalog entry - a hand-keyed card has no
      *>ID and is charged to UNCATALOGED; an ID the catalog no longer
      *>holds is charged to NOT IN CATALOG and listed for follow-up
        FIND-CARD-OWNER.
        IF cardScenarioId = SPACES THEN
                MOVE "UNCATALOGED" TO cardOwner
                GO TO FIND-CARD-OWNER-DONE
        END-IF.
        MOVE cardScenarioId TO catScenarioId.
        READ CATALOG-FILE
                INVALID KEY
                        MOVE "NOT IN CATALOG" TO cardOwner
                        PERFORM NOTE-UNKNOWN-ID
                                THRU NOTE-UNKNOWN-ID-DONE
                        GO TO FIND-CARD-OWNER-DONE
        END-READ.
        IF NOT catFileStatus = "00" THEN
                MOVE SPACES TO REPORT-RECORD
                STRING "SCNMAST READ FAILED, STATUS " catFileStatus
                        DELIMITED BY SIZE INTO REPORT-RECORD
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        IF catOwner = SPACES THEN
                MOVE "NO OWNER ON CATALOG" TO cardOwner
        ELSE
                MOVE catOwner TO cardOwner
        END-IF.
        FIND-CARD-OWNER-DONE.

        NOTE-UNKNOWN-ID.
        MOVE "N" TO unkFoundSwitch.
        MOVE 1 TO unkIdx.
        PERFORM FIND-UNKNOWN-STEP WITH TEST BEFORE
                UNTIL unkFound OR unkIdx > unknownCount.
        IF unkFound THEN
                ADD 1 TO unkCards(unkFoundIdx)
                GO TO NOTE-UNKNOWN-ID-DONE
        END-IF.
        IF unknownCount >= chgMaxUnknown THEN
                MOVE SPACES TO REPORT-RECORD
                STRING "MORE THAN " chgMaxUnknown
                        " SCENARIO IDS NOT IN CATALOG, TABLE FULL"
                        DELIMITED BY SIZE INTO REPORT-RECORD
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        ADD 1 TO unknownCount.
        MOVE cardScenarioId TO unkScenarioId(unknownCount).
        MOVE 1 TO unkCards(unknownCount).
        NOTE-UNKNOWN-ID-DONE.

        FIND-UNKNOWN-STEP.
        IF unkScenarioId(unkIdx) = cardScenarioId THEN
                MOVE "Y" TO unkFoundSwitch
                MOVE unkIdx TO unkFoundIdx
        END-IF.
        ADD 1 TO unkIdx.

      *>Finds ownQryName in the owner table, adding it in name order
      *>when it is new - ownFoundIdx says where it sits either way
        FIND-OWNER.
        MOVE "N" TO ownFoundSwitch.
        MOVE 1 TO ownIdx.
        MOVE "N" TO ownPassedSwitch.
        PERFORM FIND-OWNER-STEP WITH TEST BEFORE
                UNTIL ownFound OR ownPassed OR ownIdx > ownerCount.
        IF ownFound THEN
                GO TO FIND-OWNER-DONE
        END-IF.
        IF ownerCount >= chgMaxOwners THEN
                MOVE SPACES TO REPORT-RECORD
                STRING "MORE THAN " chgMaxOwners
                        " OWNERS, TABLE FULL" DELIMITED BY SIZE
                        INTO REPORT-RECORD
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        MOVE ownIdx TO ownFoundIdx.
        MOVE ownerCount TO ownShiftIdx.
        PERFORM SHIFT-OWNER-STEP WITH TEST BEFORE
                UNTIL ownShiftIdx < ownFoundIdx.
        ADD 1 TO ownerCount.
        MOVE ownQryName TO ownName(ownFoundIdx).
        MOVE 0 TO ownRun(ownFoundIdx).
        MOVE 0 TO ownDeferred(ownFoundIdx).
        MOVE 0 TO ownRejected(ownFoundIdx).
        MOVE 0 TO ownSecs(ownFoundIdx).
        MOVE 0 TO ownBneckRuns(ownFoundIdx).
        MOVE 0 TO ownBneckSecs(ownFoundIdx).
        MOVE 0 TO ownSiteRuns(ownFoundIdx).
        MOVE 0 TO ownSiteSecs(ownFoundIdx).
        MOVE 0 TO ownLowCards(ownFoundIdx).
        MOVE 0 TO ownLowSecs(ownFoundIdx).
        FIND-OWNER-DONE.

      *>Stops on the owner, or on the first name past it - which is
      *>where a new owner goes
        FIND-OWNER-STEP.
        IF ownName(ownIdx) = ownQryName THEN
                MOVE "Y" TO ownFoundSwitch
                MOVE ownIdx TO ownFoundIdx
        ELSE
        IF ownName(ownIdx) > ownQryName THEN
                MOVE "Y" TO ownPassedSwitch
        ELSE
                ADD 1 TO ownIdx
        END-IF
        END-IF.

      *>Opens a gap at ownFoundIdx by moving the entries below it down
      *>one, last first
        SHIFT-OWNER-STEP.
        MOVE ownerEntry(ownShiftIdx) TO ownerEntry(ownShiftIdx + 1).
        SUBTRACT 1 FROM ownShiftIdx.

      *>Finds runQrySeq in the run table, adding it when it is new
        FIND-RUN.
        MOVE "N" TO runFoundSwitch.
        MOVE 1 TO runIdx.
        PERFORM FIND-RUN-STEP WITH TEST BEFORE
                UNTIL runFound OR runIdx > runCount.
        IF runFound THEN
                GO TO FIND-RUN-DONE
        END-IF.
        IF runCount >= chgMaxRuns THEN
                MOVE SPACES TO REPORT-RECORD
                STRING "MORE THAN " chgMaxRuns
                        " RUN SEQUENCES IN THE MONTH, TABLE FULL"
                        DELIMITED BY SIZE INTO REPORT-RECORD
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        ADD 1 TO runCount.
        MOVE runCount TO runFoundIdx.
        MOVE runQrySeq TO runtRunSeq(runFoundIdx).
        MOVE 0 TO runtJrnLines(runFoundIdx).
        MOVE 0 TO runtExpLines(runFoundIdx).
        MOVE 0 TO runtCards(runFoundIdx).
        MOVE 0 TO runtSecs(runFoundIdx).
        FIND-RUN-DONE.

        FIND-RUN-STEP.
        IF runtRunSeq(runIdx) = runQrySeq THEN
                MOVE "Y" TO runFoundSwitch
                MOVE runIdx TO runFoundIdx
        END-IF.
        ADD 1 TO runIdx.

      *>One pair of lines per owner - the charge, then what the
      *>expensive and low-priority cards within it cost - and a total
      *>pair for the whole month
        WRITE-OWNER-SECTION.
        MOVE 0 TO totRun.
        MOVE 0 TO totDeferred.
        MOVE 0 TO totRejected.
        MOVE 0 TO totSecs.
        MOVE 0 TO totBneckRuns.
        MOVE 0 TO totBneckSecs.
        MOVE 0 TO totSiteRuns.
        MOVE 0 TO totSiteSecs.
        MOVE 0 TO totLowCards.
        MOVE 0 TO totLowSecs.
        MOVE 1 TO ownIdx.
        PERFORM WRITE-OWNER-LINES WITH TEST BEFORE
                UNTIL ownIdx > ownerCount.
        MOVE totRun TO totCards.
        ADD totDeferred TO totCards.
        ADD totRejected TO totCards.
        MOVE SPACES TO REPORT-RECORD.
        WRITE REPORT-RECORD.
        MOVE totSecs TO pctWork.
        PERFORM CALC-WINDOW-PCT THRU CALC-WINDOW-PCT-DONE.
        MOVE SPACES TO REPORT-RECORD.
        STRING "TOTAL                      RUN " totRun
                " DEFERRED " totDeferred
                " REJECTED " totRejected
                " SECONDS " totSecs
                " PCT " pctDisplay DELIMITED BY SIZE
                INTO REPORT-RECORD.
        WRITE REPORT-RECORD.
        MOVE SPACES TO REPORT-RECORD.
        STRING "      BNECK RUNS " totBneckRuns
                " SECS " totBneckSecs
                " SITE RUNS " totSiteRuns
                " SECS " totSiteSecs
                " LOWPRI CARDS " totLowCards
                " SECS " totLowSecs DELIMITED BY SIZE
                INTO REPORT-RECORD.
        WRITE REPORT-RECORD.
        MOVE SPACES TO REPORT-RECORD.
        WRITE REPORT-RECORD.
        WRITE-OWNER-SECTION-DONE.

        WRITE-OWNER-LINES.
        ADD ownRun(ownIdx) TO totRun.
        ADD ownDeferred(ownIdx) TO totDeferred.
        ADD ownRejected(ownIdx) TO totRejected.
        ADD ownSecs(ownIdx) TO totSecs.
        ADD ownBneckRuns(ownIdx) TO totBneckRuns.
        ADD ownBneckSecs(ownIdx) TO totBneckSecs.
        ADD ownSiteRuns(ownIdx) TO totSiteRuns.
        ADD ownSiteSecs(ownIdx) TO totSiteSecs.
        ADD ownLowCards(ownIdx) TO totLowCards.
        ADD ownLowSecs(ownIdx) TO totLowSecs.
        MOVE ownSecs(ownIdx) TO pctWork.
        PERFORM CALC-WINDOW-PCT THRU CALC-WINDOW-PCT-DONE.
        MOVE SPACES TO REPORT-RECORD.
        STRING "OWNER " ownName(ownIdx)
                " RUN " ownRun(ownIdx)
                " DEFERRED " ownDeferred(ownIdx)
                " REJECTED " ownRejected(ownIdx)
                " SECONDS " ownSecs(ownIdx)
                " PCT " pctDisplay DELIMITED BY SIZE
                INTO REPORT-RECORD.
        WRITE REPORT-RECORD.
        MOVE SPACES TO REPORT-RECORD.
        STRING "      BNECK RUNS " ownBneckRuns(ownIdx)
                " SECS " ownBneckSecs(ownIdx)
                " SITE RUNS " ownSiteRuns(ownIdx)
                " SECS " ownSiteSecs(ownIdx)
                " LOWPRI CARDS " ownLowCards(ownIdx)
                " SECS " ownLowSecs(ownIdx) DELIMITED BY SIZE
                INTO REPORT-RECORD.
        WRITE REPORT-RECORD.
        ADD 1 TO ownIdx.

      *>pctWork holds the seconds to express as a share of all the
      *>seconds read for the month
        CALC-WINDOW-PCT.
        MOVE 0 TO pctValue.
        IF secsRead > 0 THEN
                MULTIPLY 100 BY pctWork
                DIVIDE pctWork BY secsRead GIVING pctValue
        END-IF.
        MOVE pctValue TO pctDisplay.
        CALC-WINDOW-PCT-DONE.

      *>The window run by run - what each run's cards cost, and
      *>whether its result deck and its journal lines agree
        WRITE-WINDOW-SECTION.
        MOVE "WINDOW BY RUN SEQUENCE" TO REPORT-RECORD.
        WRITE REPORT-RECORD.
        MOVE 0 TO winSecs.
        MOVE 0 TO winCards.
        MOVE 1 TO runIdx.
        PERFORM WRITE-RUN-LINE WITH TEST BEFORE
                UNTIL runIdx > runCount.
        MOVE SPACES TO REPORT-RECORD.
        STRING "WINDOW TOTAL RUNS " runCount
                " CARDS " winCards
                " SECONDS " winSecs DELIMITED BY SIZE
                INTO REPORT-RECORD.
        WRITE REPORT-RECORD.
        MOVE SPACES TO REPORT-RECORD.
        WRITE REPORT-RECORD.
        WRITE-WINDOW-SECTION-DONE.

        WRITE-RUN-LINE.
        ADD runtSecs(runIdx) TO winSecs.
        ADD runtCards(runIdx) TO winCards.
        MOVE SPACES TO REPORT-RECORD.
        STRING "RUN " runtRunSeq(runIdx)
                " CARDS " runtCards(runIdx)
                " SECONDS " runtSecs(runIdx)
                " JOURNAL LINES " runtJrnLines(runIdx)
                " ANSWER LINES " runtExpLines(runIdx)
                DELIMITED BY SIZE INTO REPORT-RECORD.
        WRITE REPORT-RECORD.
        IF runtCards(runIdx) = 0 THEN
                MOVE SPACES TO REPORT-RECORD
                STRING "EXCEPTION RUN " runtRunSeq(runIdx)
                        " IS IN THE JOURNAL BUT HAS NO RESULT LINES"
                        " ON RESULTIN" DELIMITED BY SIZE
                        INTO REPORT-RECORD
                PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-DONE
        ELSE
        IF runtJrnLines(runIdx) NOT = runtExpLines(runIdx) THEN
                MOVE SPACES TO REPORT-RECORD
                STRING "EXCEPTION RUN " runtRunSeq(runIdx)
                        " JOURNAL LINES " runtJrnLines(runIdx)
                        " DO NOT MATCH ANSWER LINES "
                        runtExpLines(runIdx) DELIMITED BY SIZE
                        INTO REPORT-RECORD
                PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-DONE
        END-IF
        END-IF.
        ADD 1 TO runIdx.

        WRITE-UNKNOWN-SECTION.
        MOVE 1 TO unkIdx.
        PERFORM WRITE-UNKNOWN-LINE WITH TEST BEFORE
                UNTIL unkIdx > unknownCount.
        WRITE-UNKNOWN-SECTION-DONE.

        WRITE-UNKNOWN-LINE.
        MOVE SPACES TO REPORT-RECORD.
        STRING "EXCEPTION SCENARIO ID " unkScenarioId(unkIdx)
                " NOT IN CATALOG, CARDS " unkCards(unkIdx)
                " CHARGED TO NOT IN CATALOG" DELIMITED BY SIZE
                INTO REPORT-RECORD.
        PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-DONE.
        ADD 1 TO unkIdx.

      *>The proof: cards and seconds charged to owners, and charged to
      *>runs, both equal what was read for the month
        WRITE-CONTROL-TOTALS.
        MOVE SPACES TO REPORT-RECORD.
        STRING "CONTROL RESULT LINES READ " linesRead
                " OUTSIDE MONTH " linesOutside
                " JOURNAL LINES READ " jrnlRead
                " IN MONTH " jrnlInMonth DELIMITED BY SIZE
                INTO REPORT-RECORD.
        WRITE REPORT-RECORD.
        MOVE SPACES TO REPORT-RECORD.
        STRING "CONTROL CARDS READ " cardsRead
                " CHARGED TO OWNERS " totCards
                " TO RUNS " winCards
                " OUTSIDE MONTH " cardsOutside DELIMITED BY SIZE
                INTO REPORT-RECORD.
        WRITE REPORT-RECORD.
        MOVE SPACES TO REPORT-RECORD.
        STRING "CONTROL SECONDS READ " secsRead
                " CHARGED TO OWNERS " totSecs
                " TO RUNS " winSecs DELIMITED BY SIZE
                INTO REPORT-RECORD.
        WRITE REPORT-RECORD.
        IF badSecsLines > 0 THEN
                MOVE SPACES TO REPORT-RECORD
                STRING "EXCEPTION " badSecsLines
                        " RESULT LINES WITH NON-NUMERIC ELAPSED"
                        " SECONDS, CHARGED AS ZERO" DELIMITED BY SIZE
                        INTO REPORT-RECORD
                PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-DONE
        END-IF.
        IF totCards NOT = cardsRead OR winCards NOT = cardsRead
           OR totSecs NOT = secsRead OR winSecs NOT = secsRead THEN
                MOVE "EXCEPTION CHARGEBACK OUT OF BALANCE"
                        TO REPORT-RECORD
                PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-DONE
                MOVE 8 TO jobRetCode
        END-IF.
        MOVE SPACES TO REPORT-RECORD.
        IF exceptionCount = 0 THEN
                STRING "CHARGEBACK BALANCED, OWNERS " ownerCount
                        " RUNS " runCount DELIMITED BY SIZE
                        INTO REPORT-RECORD
        ELSE
                STRING "CHARGEBACK COMPLETE WITH " exceptionCount
                        " EXCEPTIONS, RETURN CODE " jobRetCode
                        DELIMITED BY SIZE INTO REPORT-RECORD
        END-IF.
        WRITE REPORT-RECORD.
        WRITE-CONTROL-TOTALS-DONE.
