       IDENTIFICATION DIVISION.
       PROGRAM-ID. solinq.

      *>Scenario answer inquiry for operators and the help desk.  A
      *>terminal session, line by line: the operator types a command,
      *>the answer comes back on the screen.  ID and KEY show a
      *>scenario's record off the results-history master - the
      *>current answer, the one it displaced, and how many runs have
      *>landed on the key - and then page back through the scenario's
      *>run journal lines newest first, so "what does it solve to, and
      *>since when" is one command instead of a batch job.  BROWSE
      *>lists the master's keys in order from a partial key, a page
      *>at a time.  The master and the journal are only ever opened
      *>for input - nothing typed here can change history.  A blank
      *>line or END finishes the session.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>The results-history master, read only
           SELECT HISTORY-FILE ASSIGN TO "HISTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS histKey
               FILE STATUS IS histFileStatus.
      *>sol's run journal - one line per scenario per run, oldest
      *>first, read from the top for every inquiry
           SELECT JRNL-FILE ASSIGN TO "JRNLIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS jrnlFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORY-FILE.
      *>Mirror of sol's HISTORY-RECORD - keep the two in step when a
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
           05 histTimestamp PIC X(16).
           05 histPrevDistance PIC 9(5).
           05 histPrevCount PIC 9(6).
           05 histPrevStatus PIC X(08).
           05 histPrevTimestamp PIC X(16).
           05 histRunCount PIC 9(4).
           05 histRouteCost PIC 9(7).
           05 histPrevRouteCost PIC 9(7).

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

       WORKING-STORAGE SECTION.
      *>The command line as typed, and its words - the command, then
      *>up to eight operands
        01 inqInput PIC X(80).
        01 inqVerb PIC X(8).
        01 inqWords.
                05 inqWord PIC X(8) OCCURS 8 TIMES.
        01 inqWordCount PIC 9(2).
        01 inqWordIdx PIC 9(2).
        01 inqReply PIC X(8).

      *>One operand word turned into a number - inqWordLength digits,
      *>no more than inqWordMax of them
        01 inqWordWork PIC X(8).
        01 inqWordLength PIC 9(2).
        01 inqWordMax PIC 9(2).
        01 inqWordNum PIC 9(5).

      *>The key asked for, built a field at a time from the operands.
      *>Laid out as histKey so it moves across whole
        01 inqKey.
                05 inqScenarioId PIC X(8).
                05 inqSeed PIC 9(4).
                05 inqTargetRow PIC 9(3).
                05 inqTargetCol PIC 9(3).
                05 inqGridRows PIC 9(3).
                05 inqGridCols PIC 9(3).
                05 inqMoveLimit PIC 9(3).
                05 inqRouteMode PIC X(1).
        01 inqKeyText REDEFINES inqKey PIC X(28).
      *>How many of the key's fields BROWSE was given - the rest of
      *>the partial key stays blank, which sorts ahead of any digit
        01 inqKeyFieldCount PIC 9(1).

      *>The journal lines that answer the inquiry, newest kept.  The
      *>table is a ring - once full, each new match overwrites the
      *>oldest held - so a scenario with a long history still shows
      *>its latest runs.  inqMaxJrnl bounds it; keep it in step with
      *>the OCCURS below
        01 inqMaxJrnl PIC 9(5) VALUE 500.
        01 jrnlMatchCount PIC 9(7).
        01 jrnlHeldCount PIC 9(5).
        01 jrnlReadCount PIC 9(7).
        01 jrnlSlot PIC 9(5).
        01 jrnlNewestSlot PIC 9(5).
        01 jrnlShownCount PIC 9(5).
        01 jrnlWork PIC 9(7).
        01 jrnlQuotient PIC 9(7).
        01 jrnlTable.
                05 jrnlEntry OCCURS 500 TIMES.
                        10 jrnlImage PIC X(94).
      *>What a journal line has to carry to belong to the inquiry -
      *>the scenario ID alone for ID, the whole key for KEY
        01 jrnlMatchMode PIC X(1).
                88 jrnlMatchById VALUE "I".
                88 jrnlMatchByKey VALUE "K".
        01 jrnlMatchId PIC X(8).

        01 inqPageSize PIC 9(2) VALUE 15.
        01 inqPageLines PIC 9(2).
      *>Screen lines a master record in full takes, less the one
      *>PAGE-PAUSE counts for itself - a cost key or a previous
      *>answer runs a line or two over, the page stretches to suit
        01 inqRecordLines PIC 9(2) VALUE 5.
        01 histShownCount PIC 9(5).

      *>Screen line assembly
        01 inqLine PIC X(90).
        01 inqRouteText PIC X(13).
        01 inqIdText PIC X(8).

      *>File status codes
        01 histFileStatus PIC X(02).
        01 jrnlFileStatus PIC X(02).

      *>Switches
        01 sessionEndSwitch PIC X(01) VALUE "N".
                88 sessionEnd VALUE "Y".
                88 sessionNotEnd VALUE "N".
        01 histEofSwitch PIC X(01) VALUE "N".
                88 histEof VALUE "Y".
                88 histNotEof VALUE "N".
        01 jrnlEofSwitch PIC X(01) VALUE "N".
                88 jrnlEof VALUE "Y".
                88 jrnlNotEof VALUE "N".
        01 inqQuitSwitch PIC X(01) VALUE "N".
                88 inqQuit VALUE "Y".
                88 inqNotQuit VALUE "N".
        01 inqWordSwitch PIC X(01) VALUE "N".
                88 inqWordGood VALUE "Y".
                88 inqWordBad VALUE "N".
        01 inqKeySwitch PIC X(01) VALUE "N".
                88 inqKeyGood VALUE "Y".
                88 inqKeyBad VALUE "N".

       PROCEDURE DIVISION.
        MAIN.
        PERFORM OPEN-FILES THRU OPEN-FILES-DONE.
        DISPLAY "solinq: scenario answer inquiry - HELP lists the "
                "commands, END or a blank line finishes".
        PERFORM RUN-COMMAND THRU RUN-COMMAND-DONE
                WITH TEST BEFORE UNTIL sessionEnd.
        CLOSE HISTORY-FILE.
        DISPLAY "solinq: session ended".
        STOP RUN.

      *>The master has to be there - an inquiry with nothing to
      *>inquire into is over before it starts.  The journal is opened
      *>per inquiry, since every one reads it from the top
        OPEN-FILES.
        OPEN INPUT HISTORY-FILE.
        IF NOT histFileStatus = "00" THEN
                DISPLAY "solinq: unable to open HISTMAST, status "
                        histFileStatus
                MOVE 12 TO RETURN-CODE
                STOP RUN
        END-IF.
        OPEN-FILES-DONE.

        RUN-COMMAND.
        DISPLAY " ".
        DISPLAY "solinq> " WITH NO ADVANCING.
        MOVE SPACES TO inqInput.
        ACCEPT inqInput.
        IF inqInput = SPACES THEN
                MOVE "Y" TO sessionEndSwitch
                GO TO RUN-COMMAND-DONE
        END-IF.
        MOVE SPACES TO inqVerb.
        MOVE SPACES TO inqWords.
        MOVE 0 TO inqWordCount.
        UNSTRING inqInput DELIMITED BY ALL SPACES
                INTO inqVerb inqWord(1) inqWord(2) inqWord(3)
                        inqWord(4) inqWord(5) inqWord(6)
                        inqWord(7) inqWord(8)
                TALLYING IN inqWordCount
        END-UNSTRING.
      *>The tally counts the command word too
        IF inqWordCount > 0 THEN
                SUBTRACT 1 FROM inqWordCount
        END-IF.
        INSPECT inqVerb CONVERTING "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
        IF inqVerb = "END" OR inqVerb = "QUIT" THEN
                MOVE "Y" TO sessionEndSwitch
        ELSE
        IF inqVerb = "ID" THEN
                PERFORM RUN-ID-INQUIRY THRU RUN-ID-INQUIRY-DONE
        ELSE
        IF inqVerb = "KEY" THEN
                PERFORM RUN-KEY-INQUIRY THRU RUN-KEY-INQUIRY-DONE
        ELSE
        IF inqVerb = "BROWSE" THEN
                PERFORM RUN-BROWSE THRU RUN-BROWSE-DONE
        ELSE
        IF inqVerb = "HELP" THEN
                PERFORM SHOW-HELP THRU SHOW-HELP-DONE
        ELSE
                DISPLAY "solinq: '" inqVerb "' is not a command - "
                        "HELP lists them"
        END-IF
        END-IF
        END-IF
        END-IF
        END-IF.
        RUN-COMMAND-DONE.

        SHOW-HELP.
        DISPLAY "  ID id                 history and journal for every "
                "key under a catalog scenario ID".
        DISPLAY "  KEY id seed trow tcol grows gcols limit [C]".
        DISPLAY "                        history and journal for one "
                "key - id - for a legacy key with".
        DISPLAY "                        no scenario ID, C for the "
                "least-cost answer".
        DISPLAY "  BROWSE [id [seed ...]] keys in order from a partial "
                "key, as many fields as known".
        DISPLAY "  END                   finish the session".
        DISPLAY "  At a MORE prompt, ENTER shows the next page and Q "
                "stops the listing".
        SHOW-HELP-DONE.

      *>Pauses a listing once a screenful has gone by.  Anything
      *>starting Q stops it; anything else carries on
        PAGE-PAUSE.
        ADD 1 TO inqPageLines.
        IF inqPageLines < inqPageSize THEN
                GO TO PAGE-PAUSE-DONE
        END-IF.
        MOVE 0 TO inqPageLines.
        DISPLAY "  -- MORE (ENTER next page, Q stop) -- "
                WITH NO ADVANCING.
        MOVE SPACES TO inqReply.
        ACCEPT inqReply.
        IF inqReply(1:1) = "Q" OR inqReply(1:1) = "q" THEN
                MOVE "Y" TO inqQuitSwitch
        END-IF.
        PAGE-PAUSE-DONE.

      *>Turns inqWordWork into inqWordNum - digits only, and no more
      *>of them than inqWordMax, the width of the field it is for
        WORD-TO-NUMBER.
        MOVE "N" TO inqWordSwitch.
        MOVE 0 TO inqWordNum.
        MOVE 0 TO inqWordLength.
        INSPECT inqWordWork TALLYING inqWordLength
                FOR CHARACTERS BEFORE INITIAL SPACE.
        IF inqWordLength = 0 OR inqWordLength > inqWordMax THEN
                GO TO WORD-TO-NUMBER-DONE
        END-IF.
        IF inqWordWork(1:inqWordLength) IS NOT NUMERIC THEN
                GO TO WORD-TO-NUMBER-DONE
        END-IF.
        MOVE inqWordWork(1:inqWordLength) TO inqWordNum.
        MOVE "Y" TO inqWordSwitch.
        WORD-TO-NUMBER-DONE.

      *>Builds inqKey from the operands.  The ID comes first, "-"
      *>standing for the blank ID of a legacy key; the six numbers
      *>follow, then an optional route mode.  inqKeyFieldCount says
      *>how far the operands went
        BUILD-KEY.
        MOVE "Y" TO inqKeySwitch.
        MOVE SPACES TO inqKeyText.
        MOVE 0 TO inqKeyFieldCount.
        IF inqWordCount = 0 THEN
                GO TO BUILD-KEY-DONE
        END-IF.
        IF inqWord(1) = "-" THEN
                MOVE SPACES TO inqScenarioId
        ELSE
                MOVE inqWord(1) TO inqScenarioId
        END-IF.
        MOVE 1 TO inqKeyFieldCount.
        MOVE 2 TO inqWordIdx.
        PERFORM BUILD-KEY-FIELD WITH TEST BEFORE
                UNTIL inqKeyBad OR inqWordIdx > inqWordCount
                        OR inqWordIdx > 7.
        IF inqKeyBad OR inqWordCount < 8 THEN
                GO TO BUILD-KEY-DONE
        END-IF.
        IF inqWord(8) = "C" OR inqWord(8) = "c" THEN
                MOVE "C" TO inqRouteMode
                MOVE 8 TO inqKeyFieldCount
        ELSE
                DISPLAY "solinq: route mode '" inqWord(8)
                        "' unknown - C, or leave it off"
                MOVE "N" TO inqKeySwitch
        END-IF.
        BUILD-KEY-DONE.

        BUILD-KEY-FIELD.
        MOVE inqWord(inqWordIdx) TO inqWordWork.
        IF inqWordIdx = 2 THEN
                MOVE 4 TO inqWordMax
        ELSE
                MOVE 3 TO inqWordMax
        END-IF.
        PERFORM WORD-TO-NUMBER THRU WORD-TO-NUMBER-DONE.
        IF inqWordBad THEN
                DISPLAY "solinq: '" inqWordWork "' is not a number of "
                        "up to " inqWordMax " digits"
                MOVE "N" TO inqKeySwitch
        ELSE
        IF inqWordIdx = 2 THEN
                MOVE inqWordNum TO inqSeed
        ELSE
        IF inqWordIdx = 3 THEN
                MOVE inqWordNum TO inqTargetRow
        ELSE
        IF inqWordIdx = 4 THEN
                MOVE inqWordNum TO inqTargetCol
        ELSE
        IF inqWordIdx = 5 THEN
                MOVE inqWordNum TO inqGridRows
        ELSE
        IF inqWordIdx = 6 THEN
                MOVE inqWordNum TO inqGridCols
        ELSE
                MOVE inqWordNum TO inqMoveLimit
        END-IF
        END-IF
        END-IF
        END-IF
        END-IF
        END-IF.
        IF inqKeyGood THEN
                MOVE inqWordIdx TO inqKeyFieldCount
        END-IF.
        ADD 1 TO inqWordIdx.

      *>ID - every key on the master under one catalog scenario ID,
      *>each record in full, then the journal lines for the ID.  Q at
      *>a MORE prompt over the records ends the inquiry there
        RUN-ID-INQUIRY.
        IF inqWordCount NOT = 1 OR inqWord(1) = "-" THEN
                DISPLAY "solinq: ID takes one catalog scenario ID - "
                        "use KEY for a legacy key"
                GO TO RUN-ID-INQUIRY-DONE
        END-IF.
        MOVE SPACES TO inqKeyText.
        MOVE inqWord(1) TO inqScenarioId.
        MOVE LOW-VALUES TO inqKeyText(9:20).
        MOVE inqKeyText TO histKey.
        MOVE 0 TO histShownCount.
        MOVE "N" TO histEofSwitch.
        MOVE "N" TO inqQuitSwitch.
        MOVE 0 TO inqPageLines.
        START HISTORY-FILE KEY NOT < histKey
                INVALID KEY
                        MOVE "Y" TO histEofSwitch
        END-START.
        IF histNotEof THEN
                PERFORM READ-HISTORY-NEXT THRU READ-HISTORY-NEXT-DONE
        END-IF.
        PERFORM ID-SHOW-RECORD WITH TEST BEFORE
                UNTIL histEof OR histScenarioId NOT = inqScenarioId
                        OR inqQuit.
        IF histShownCount = 0 THEN
                DISPLAY "solinq: no history on HISTMAST for scenario "
                        "ID " inqScenarioId
                GO TO RUN-ID-INQUIRY-DONE
        END-IF.
        IF inqQuit THEN
                GO TO RUN-ID-INQUIRY-DONE
        END-IF.
        DISPLAY "  " histShownCount " key(s) under scenario ID "
                inqScenarioId.
        MOVE "I" TO jrnlMatchMode.
        MOVE inqScenarioId TO jrnlMatchId.
        PERFORM SHOW-JOURNAL THRU SHOW-JOURNAL-DONE.
        RUN-ID-INQUIRY-DONE.

        ID-SHOW-RECORD.
        ADD 1 TO histShownCount.
        PERFORM SHOW-HISTORY THRU SHOW-HISTORY-DONE.
        PERFORM READ-HISTORY-NEXT THRU READ-HISTORY-NEXT-DONE.
        IF histNotEof AND histScenarioId = inqScenarioId THEN
                ADD inqRecordLines TO inqPageLines
                PERFORM PAGE-PAUSE THRU PAGE-PAUSE-DONE
        END-IF.

      *>KEY - one key, read directly, then its own journal lines
        RUN-KEY-INQUIRY.
        PERFORM BUILD-KEY THRU BUILD-KEY-DONE.
        IF inqKeyBad THEN
                GO TO RUN-KEY-INQUIRY-DONE
        END-IF.
        IF inqKeyFieldCount < 7 THEN
                DISPLAY "solinq: KEY takes the ID and all six numbers "
                        "- BROWSE takes a partial key"
                GO TO RUN-KEY-INQUIRY-DONE
        END-IF.
        MOVE inqKeyText TO histKey.
        READ HISTORY-FILE
                INVALID KEY
                        CONTINUE
        END-READ.
        IF NOT histFileStatus = "00" THEN
                DISPLAY "solinq: no history on HISTMAST for key "
                        inqKeyText
                GO TO RUN-KEY-INQUIRY-DONE
        END-IF.
        PERFORM SHOW-HISTORY THRU SHOW-HISTORY-DONE.
        MOVE "K" TO jrnlMatchMode.
        PERFORM SHOW-JOURNAL THRU SHOW-JOURNAL-DONE.
        RUN-KEY-INQUIRY-DONE.

      *>The master record on deck, in full.  A key's first answer has
      *>no previous one - the prior status is still blank
        SHOW-HISTORY.
        IF histScenarioId = SPACES THEN
                MOVE "(legacy)" TO inqIdText
        ELSE
                MOVE histScenarioId TO inqIdText
        END-IF.
        IF histRouteMode = "C" THEN
                MOVE "LEAST COST" TO inqRouteText
        ELSE
                MOVE "FEWEST MOVES" TO inqRouteText
        END-IF.
        DISPLAY " ".
        DISPLAY "  SCENARIO " inqIdText " SEED " histSeed
                " TARGET " histTargetRow "," histTargetCol
                " GRID " histGridRows "x" histGridCols
                " LIMIT " histMoveLimit " " inqRouteText.
        DISPLAY "  CURRENT   " histStatus " DISTANCE " histDistance
                " COUNT " histCount " SINCE " histTimestamp.
        IF histRouteMode = "C" THEN
                DISPLAY "            ROUTE COST " histRouteCost
        END-IF.
        IF histPrevStatus = SPACES THEN
                DISPLAY "  PREVIOUS  none - the current answer is the "
                        "first on this key"
        ELSE
                DISPLAY "  PREVIOUS  " histPrevStatus " DISTANCE "
                        histPrevDistance " COUNT " histPrevCount
                        " AT " histPrevTimestamp
                IF histRouteMode = "C" THEN
                        DISPLAY "            ROUTE COST "
                                histPrevRouteCost
                END-IF
        END-IF.
        DISPLAY "  RUNS ON THIS KEY " histRunCount.
        SHOW-HISTORY-DONE.

        READ-HISTORY-NEXT.
        READ HISTORY-FILE NEXT RECORD
                AT END
                        MOVE "Y" TO histEofSwitch
        END-READ.
        READ-HISTORY-NEXT-DONE.

      *>Reads the journal from the top, holding the lines that belong
      *>to the inquiry, then pages them newest first
        SHOW-JOURNAL.
        MOVE 0 TO jrnlMatchCount.
        MOVE 0 TO jrnlHeldCount.
        MOVE 0 TO jrnlReadCount.
        MOVE 0 TO jrnlNewestSlot.
        MOVE "N" TO jrnlEofSwitch.
        OPEN INPUT JRNL-FILE.
        IF NOT jrnlFileStatus = "00" THEN
                DISPLAY "solinq: journal not available (JRNLIN status "
                        jrnlFileStatus "), history only"
                GO TO SHOW-JOURNAL-DONE
        END-IF.
        PERFORM READ-JRNL THRU READ-JRNL-DONE.
        PERFORM JRNL-HOLD-LINE THRU JRNL-HOLD-LINE-DONE
                WITH TEST BEFORE UNTIL jrnlEof.
        CLOSE JRNL-FILE.
        DISPLAY " ".
        IF jrnlMatchCount = 0 THEN
                DISPLAY "  NO JOURNAL LINES (" jrnlReadCount " READ)"
                GO TO SHOW-JOURNAL-DONE
        END-IF.
        IF jrnlMatchCount > jrnlHeldCount THEN
                DISPLAY "  JOURNAL, " jrnlMatchCount " RUNS - NEWEST "
                        jrnlHeldCount " SHOWN, NEWEST FIRST"
        ELSE
                DISPLAY "  JOURNAL, " jrnlMatchCount
                        " RUNS, NEWEST FIRST"
        END-IF.
        IF jrnlMatchById THEN
                DISPLAY "  RUN   WHEN             STATUS   DIST  "
                        "COUNT  TIES  SEED TARGET  GRID    LIM M COST"
        ELSE
                DISPLAY "  RUN   WHEN             STATUS   DIST  "
                        "COUNT  TIES  COST"
        END-IF.
        MOVE 0 TO jrnlShownCount.
        MOVE 0 TO inqPageLines.
        MOVE "N" TO inqQuitSwitch.
        MOVE jrnlNewestSlot TO jrnlSlot.
        PERFORM JRNL-SHOW-LINE WITH TEST BEFORE
                UNTIL inqQuit OR jrnlShownCount >= jrnlHeldCount.
        SHOW-JOURNAL-DONE.

        READ-JRNL.
        READ JRNL-FILE
                AT END
                        MOVE "Y" TO jrnlEofSwitch
        END-READ.
        READ-JRNL-DONE.

        JRNL-HOLD-LINE.
        ADD 1 TO jrnlReadCount.
        IF jrnlMatchById THEN
                IF NOT jlScenarioId = jrnlMatchId THEN
                        GO TO JRNL-HOLD-NEXT
                END-IF
        ELSE
                IF NOT jlScenarioId = histScenarioId
                   OR NOT jlSeed = histSeed
                   OR NOT jlTargetRow = histTargetRow
                   OR NOT jlTargetCol = histTargetCol
                   OR NOT jlGridRows = histGridRows
                   OR NOT jlGridCols = histGridCols
                   OR NOT jlMoveLimit = histMoveLimit
                   OR NOT jlRouteMode = histRouteMode THEN
                        GO TO JRNL-HOLD-NEXT
                END-IF
        END-IF.
      *>Slot for this match in the ring: (matches - 1) mod size + 1
        ADD 1 TO jrnlMatchCount.
        SUBTRACT 1 FROM jrnlMatchCount GIVING jrnlWork.
        DIVIDE jrnlWork BY inqMaxJrnl GIVING jrnlQuotient
                REMAINDER jrnlSlot.
        ADD 1 TO jrnlSlot.
        MOVE JRNL-RECORD TO jrnlImage(jrnlSlot).
        MOVE jrnlSlot TO jrnlNewestSlot.
        IF jrnlHeldCount < inqMaxJrnl THEN
                ADD 1 TO jrnlHeldCount
        END-IF.
        JRNL-HOLD-NEXT.
        PERFORM READ-JRNL THRU READ-JRNL-DONE.
        JRNL-HOLD-LINE-DONE.

      *>Shows the held line at jrnlSlot and steps one older, round
      *>the ring from the bottom back to the top when it has wrapped
        JRNL-SHOW-LINE.
        MOVE jrnlImage(jrnlSlot) TO JRNL-RECORD.
        MOVE SPACES TO inqLine.
        IF jrnlMatchById THEN
                STRING jlRunSeq " " jlTimestamp " " jlStatus " "
                        jlDistance " " jlCount " " jlTieCount " "
                        jlSeed " " jlTargetRow "," jlTargetCol " "
                        jlGridRows "x" jlGridCols " " jlMoveLimit " "
                        jlRouteMode " " jlRouteCost
                        DELIMITED BY SIZE INTO inqLine
        ELSE
                STRING jlRunSeq " " jlTimestamp " " jlStatus " "
                        jlDistance " " jlCount " " jlTieCount " "
                        jlRouteCost DELIMITED BY SIZE INTO inqLine
        END-IF.
        DISPLAY "  " inqLine.
        ADD 1 TO jrnlShownCount.
        IF jrnlSlot > 1 THEN
                SUBTRACT 1 FROM jrnlSlot
        ELSE
                MOVE inqMaxJrnl TO jrnlSlot
        END-IF.
        IF jrnlShownCount < jrnlHeldCount THEN
                PERFORM PAGE-PAUSE THRU PAGE-PAUSE-DONE
        END-IF.

      *>BROWSE - the master's keys in order from a partial key, one
      *>line each, a page at a time.  The listing does not stop where
      *>the partial key stops matching; it runs on in key order until
      *>the end of the file or Q
        RUN-BROWSE.
        PERFORM BUILD-KEY THRU BUILD-KEY-DONE.
        IF inqKeyBad THEN
                GO TO RUN-BROWSE-DONE
        END-IF.
        IF inqKeyFieldCount = 0 THEN
                MOVE LOW-VALUES TO inqKeyText
        END-IF.
        MOVE inqKeyText TO histKey.
        MOVE "N" TO histEofSwitch.
        MOVE "N" TO inqQuitSwitch.
        MOVE 0 TO inqPageLines.
        MOVE 0 TO histShownCount.
        START HISTORY-FILE KEY NOT < histKey
                INVALID KEY
                        MOVE "Y" TO histEofSwitch
        END-START.
        IF histNotEof THEN
                PERFORM READ-HISTORY-NEXT THRU READ-HISTORY-NEXT-DONE
        END-IF.
        IF histEof THEN
                DISPLAY "solinq: no keys on HISTMAST from there on"
                GO TO RUN-BROWSE-DONE
        END-IF.
        DISPLAY "  ID       SEED TARGET  GRID    LIM M STATUS   DIST  "
                "RUNS SINCE".
        PERFORM BROWSE-SHOW-KEY WITH TEST BEFORE
                UNTIL histEof OR inqQuit.
        IF histEof THEN
                DISPLAY "  -- END OF HISTMAST, " histShownCount
                        " KEY(S) LISTED --"
        END-IF.
        RUN-BROWSE-DONE.

        BROWSE-SHOW-KEY.
        ADD 1 TO histShownCount.
        MOVE SPACES TO inqLine.
        STRING histScenarioId " " histSeed " " histTargetRow ","
                histTargetCol " " histGridRows "x" histGridCols " "
                histMoveLimit " " histRouteMode " " histStatus " "
                histDistance " " histRunCount " " histTimestamp
                DELIMITED BY SIZE INTO inqLine.
        DISPLAY "  " inqLine.
        PERFORM READ-HISTORY-NEXT THRU READ-HISTORY-NEXT-DONE.
        IF histNotEof THEN
                PERFORM PAGE-PAUSE THRU PAGE-PAUSE-DONE
        END-IF.
