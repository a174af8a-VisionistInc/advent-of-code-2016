      *>totals from the analytics, and a trailer carrying the record
      *>count and hash totals over distance and reachable count so
      *>the receiving system can prove it got the whole file.  The
      *>run sequence comes from the same PARMIN card sol reads.  It
      *>is the suite's last step in RUNCTL and will not start unless
      *>every step before it finished clean for that run sequence, so
      *>no feed is ever built from a run that failed to balance.
      *>Every feed record is also kept on FEEDARCH under its run
      *>sequence, and the run goes on the FEEDREG register as sent
      *>with its trailer totals, for solack to reconcile the
      *>receiving system's acknowledgement against and to resend the
      *>feed from when it has to go again.
      *>This replaces the weekly hand re-keying off two report files,
      *>which has already produced one wrong capacity decision.

           SELECT ANALYT-FILE ASSIGN TO "ANALYTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS anlFileStatus.
      *>Run-control parameters - the same file sol reads, for the
      *>RUNSEQNUM the feed header carries.  Absent file or absent
      *>keyword means sequence zero, which run control refuses
           SELECT PARM-FILE ASSIGN TO "PARMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS parmFileStatus.
           SELECT FEED-FILE ASSIGN TO "CAPFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS feedFileStatus.
      *>Every feed sent, record for record, under its run sequence -
      *>a rerun of the step replaces the run's earlier images
           SELECT ARCHIVE-FILE ASSIGN TO "FEEDARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS farcKey
               FILE STATUS IS farcFileStatus.
      *>Feed status register - one record per run sequence sent
           SELECT REGISTER-FILE ASSIGN TO "FEEDREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS fregRunSeq
               FILE STATUS IS fregFileStatus.
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
           05 resElapsedSecs PIC X(5).
           05 FILLER PIC X(01).
           05 resLegDetail PIC X(60).
           05 FILLER PIC X(01).
           05 resScenarioId PIC X(8).
      *>Run, card and card-kind columns - not fed downstream
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

       FD ANALYT-FILE.
      *>sol's analytics lines are STRING-built from fixed-width
       FD FEED-FILE.
      *>Three record shapes share one FD - the first byte says which.
      *>Fixed columns, no separators: the receiving system loads this
      *>by position, so new columns only ever go on the end
       01 FEED-RECORD PIC X(68).
       01 FEED-HEADER-RECORD REDEFINES FEED-RECORD.
           05 fedhTag PIC X(1).
           05 fedhRunDate PIC 9(8).
           05 fedhRunSeq PIC 9(5).
           05 FILLER PIC X(54).
       01 FEED-DETAIL-RECORD REDEFINES FEED-RECORD.
           05 feddTag PIC X(1).
           05 feddSeed PIC 9(4).
           05 feddOpenCells PIC 9(6).
           05 feddReachedCells PIC 9(6).
           05 FILLER PIC X(1).
      *>Catalog scenario ID, spaces for a legacy card
           05 feddScenarioId PIC X(8).
       01 FEED-TRAILER-RECORD REDEFINES FEED-RECORD.
           05 fedtTag PIC X(1).
           05 fedtDetailCount PIC 9(7).
           05 fedtHashDistance PIC 9(10).
           05 fedtHashCount PIC 9(12).
           05 FILLER PIC X(38).

       FD ARCHIVE-FILE.
      *>Mirror of solack's ARCHIVE-RECORD - keep the two in step when
      *>a field moves or widens over there
       01 ARCHIVE-RECORD.
           05 farcKey.
               10 farcRunSeq PIC 9(5).
               10 farcLineSeq PIC 9(7).
           05 farcImage PIC X(68).

       FD REGISTER-FILE.
      *>Mirror of solack's REGISTER-RECORD - keep the two in step
      *>when a field moves or widens over there
       01 REGISTER-RECORD.
           05 fregRunSeq PIC 9(5).
           05 fregState PIC X(1).
           05 fregSentStamp PIC X(16).
           05 fregSendCount PIC 9(3).
           05 fregDetailCount PIC 9(7).
           05 fregHashDistance PIC 9(10).
           05 fregHashCount PIC 9(12).
           05 fregAckStamp PIC X(16).
           05 fregAckRecvDate PIC 9(8).
           05 fregAckDetailCount PIC 9(7).
           05 fregAckHashDistance PIC 9(10).
           05 fregAckHashCount PIC 9(12).
           05 fregRejectCount PIC 9(7).
           05 fregMismatchFlag PIC X(1).
           05 fregOverdueStamp PIC X(16).

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
      *>The analytics blocks, loaded once up front and matched by

        01 runSeqNum PIC 9(5) VALUE 0.
        01 runDateField PIC 9(8).
        01 archLineSeq PIC 9(7) VALUE 0.
        01 archPurgedCount PIC 9(7) VALUE 0.

      *>File status codes
        01 resultFileStatus PIC X(02).
        01 anlFileStatus PIC X(02).
        01 parmFileStatus PIC X(02).
        01 feedFileStatus PIC X(02).
        01 farcFileStatus PIC X(02).
        01 fregFileStatus PIC X(02).

      *>Switches
        01 resEofSwitch PIC X(01) VALUE "N".
        01 matchFoundSwitch PIC X(01) VALUE "N".
                88 matchFound VALUE "Y".
                88 matchNotFound VALUE "N".
        01 farcEofSwitch PIC X(01) VALUE "N".
                88 farcEof VALUE "Y".
                88 farcNotEof VALUE "N".

      *>Suite run control.  rctlThisStep is this program's slot in
      *>the RUNCTL record (scngen 1 through solext 6), and
      *>rctlCleanRetCode the highest return code that still lets
      *>the next step run - 4, which says a detail went out with
      *>its cell totals zero-filled
        01 rctlThisStep PIC 9(1) VALUE 6.
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
        PERFORM LOAD-ANALYTICS THRU LOAD-ANALYTICS-DONE.
        PERFORM WRITE-FEED-HEADER THRU WRITE-FEED-HEADER-DONE.
        PERFORM READ-RESULT THRU READ-RESULT-DONE.
                WITH TEST BEFORE UNTIL resEof.
        PERFORM WRITE-FEED-TRAILER THRU WRITE-FEED-TRAILER-DONE.
        PERFORM CLOSE-FILES THRU CLOSE-FILES-DONE.
        PERFORM REGISTER-FEED THRU REGISTER-FEED-DONE.
        IF unmatchedCount > 0 THEN
                DISPLAY "solext: " unmatchedCount
                        " detail(s) had no analytics block, "
                        "cell totals zero-filled"
                MOVE 4 TO rctlEndRetCode
        END-IF.
        PERFORM RUNCTL-END THRU RUNCTL-END-DONE.
        MOVE rctlEndRetCode TO RETURN-CODE.
        STOP RUN.

        OPEN-FILES.
        IF NOT resultFileStatus = "00" THEN
                DISPLAY "solext: unable to open RESULTIN, status "
                        resultFileStatus
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        OPEN INPUT ANALYT-FILE.
        IF NOT anlFileStatus = "00" THEN
                DISPLAY "solext: unable to open ANALYTIN, status "
                        anlFileStatus
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        OPEN OUTPUT FEED-FILE.
        IF NOT feedFileStatus = "00" THEN
                DISPLAY "solext: unable to open CAPFEED, status "
                        feedFileStatus
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        PERFORM OPEN-ARCHIVE THRU OPEN-ARCHIVE-DONE.
        OPEN-FILES-DONE.

        CLOSE-FILES.
        CLOSE RESULT-FILE.
        CLOSE ANALYT-FILE.
        CLOSE FEED-FILE.
        CLOSE ARCHIVE-FILE.
        CLOSE-FILES-DONE.

      *>The archive persists across runs, so open it I-O - status 35
      *>just means no feed has ever been sent, create it and reopen.
      *>A rerun for a run sequence already archived throws the old
      *>images away first; the feed about to be written replaces
      *>the one they were
        OPEN-ARCHIVE.
        OPEN I-O ARCHIVE-FILE.
        IF farcFileStatus = "35" THEN
                OPEN OUTPUT ARCHIVE-FILE
                IF NOT farcFileStatus = "00" THEN
                        DISPLAY "solext: unable to create FEEDARCH, "
                                "status " farcFileStatus
                        PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
                END-IF
                CLOSE ARCHIVE-FILE
                OPEN I-O ARCHIVE-FILE
        END-IF.
        IF NOT farcFileStatus = "00" THEN
                DISPLAY "solext: unable to open FEEDARCH, status "
                        farcFileStatus
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        MOVE runSeqNum TO farcRunSeq.
        MOVE 0 TO farcLineSeq.
        START ARCHIVE-FILE KEY NOT < farcKey
                INVALID KEY
                        MOVE "Y" TO farcEofSwitch
        END-START.
        IF farcNotEof THEN
                PERFORM READ-ARCHIVE-NEXT THRU READ-ARCHIVE-NEXT-DONE
        END-IF.
        PERFORM PURGE-ARCHIVE-LINE WITH TEST BEFORE
                UNTIL farcEof OR farcRunSeq NOT = runSeqNum.
        IF archPurgedCount > 0 THEN
                DISPLAY "solext: run " runSeqNum " already archived, "
                        archPurgedCount " earlier feed record(s) "
                        "replaced"
        END-IF.
        OPEN-ARCHIVE-DONE.

        PURGE-ARCHIVE-LINE.
        DELETE ARCHIVE-FILE
                INVALID KEY
                        DISPLAY "solext: FEEDARCH delete failed, "
                                "status " farcFileStatus
                        PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-DELETE.
        ADD 1 TO archPurgedCount.
        PERFORM READ-ARCHIVE-NEXT THRU READ-ARCHIVE-NEXT-DONE.

        READ-ARCHIVE-NEXT.
        READ ARCHIVE-FILE NEXT RECORD
                AT END
                        MOVE "Y" TO farcEofSwitch
        END-READ.
        READ-ARCHIVE-NEXT-DONE.

      *>Every feed record goes to the archive as it goes to the feed,
      *>numbered in feed order so a resend comes back out the same
        WRITE-FEED-LINE.
        WRITE FEED-RECORD.
        ADD 1 TO archLineSeq.
        MOVE runSeqNum TO farcRunSeq.
        MOVE archLineSeq TO farcLineSeq.
        MOVE FEED-RECORD TO farcImage.
        WRITE ARCHIVE-RECORD
                INVALID KEY
                        DISPLAY "solext: FEEDARCH write failed, "
                                "status " farcFileStatus
                        PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-WRITE.
        WRITE-FEED-LINE-DONE.

      *>Puts the run on the register as sent, with the totals its
      *>trailer carries.  A run sent before goes back to sent with
      *>whatever its last acknowledgement said cleared away - that
      *>answered a feed this one replaces.  A register that cannot
      *>be kept is the step's failure: a feed nobody is watching for
      *>is the problem the register exists to end
        REGISTER-FEED.
        OPEN I-O REGISTER-FILE.
        IF fregFileStatus = "35" THEN
                OPEN OUTPUT REGISTER-FILE
                IF NOT fregFileStatus = "00" THEN
                        DISPLAY "solext: unable to create FEEDREG, "
                                "status " fregFileStatus
                        PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
                END-IF
                CLOSE REGISTER-FILE
                OPEN I-O REGISTER-FILE
        END-IF.
        IF NOT fregFileStatus = "00" THEN
                DISPLAY "solext: unable to open FEEDREG, status "
                        fregFileStatus
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        MOVE runSeqNum TO fregRunSeq.
        READ REGISTER-FILE
                INVALID KEY
                        MOVE SPACES TO REGISTER-RECORD
                        MOVE runSeqNum TO fregRunSeq
                        MOVE 0 TO fregSendCount
        END-READ.
        PERFORM RUNCTL-STAMP THRU RUNCTL-STAMP-DONE.
        MOVE "S" TO fregState.
        MOVE rctlStamp TO fregSentStamp.
        ADD 1 TO fregSendCount.
        MOVE detailCount TO fregDetailCount.
        MOVE hashDistance TO fregHashDistance.
        MOVE hashCount TO fregHashCount.
        MOVE SPACES TO fregAckStamp.
        MOVE 0 TO fregAckRecvDate.
        MOVE 0 TO fregAckDetailCount.
        MOVE 0 TO fregAckHashDistance.
        MOVE 0 TO fregAckHashCount.
        MOVE 0 TO fregRejectCount.
        MOVE SPACE TO fregMismatchFlag.
        MOVE SPACES TO fregOverdueStamp.
        IF fregSendCount = 1 THEN
                WRITE REGISTER-RECORD
                        INVALID KEY
                                CONTINUE
                END-WRITE
        ELSE
                REWRITE REGISTER-RECORD
                        INVALID KEY
                                CONTINUE
                END-REWRITE
        END-IF.
        IF NOT fregFileStatus = "00" THEN
                DISPLAY "solext: FEEDREG update failed for run "
                        runSeqNum ", status " fregFileStatus
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        CLOSE REGISTER-FILE.
        REGISTER-FEED-DONE.

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
        MOVE detailCount TO rctlInCount.
        ADD skippedCount TO rctlInCount.
        MOVE detailCount TO rctlOutCount.
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
        DISPLAY "solext: " rctlRefuseText.
        MOVE 12 TO RETURN-CODE.
        STOP RUN.
        RUNCTL-REFUSE-DONE.

        RUNCTL-NOTE.
        DISPLAY "solext: " rctlRefuseText.
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

      *>Pulls the run sequence off sol's parameter deck.  Keywords
      *>that belong to sol are simply not ours to complain about
        LOAD-PARMS.
        IF NOT parmFileStatus = "00" THEN
                DISPLAY "solext: unable to open PARMIN, status "
                        parmFileStatus
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        PERFORM READ-PARM THRU READ-PARM-DONE.
        PERFORM LOAD-PARM-ENTRY WITH TEST BEFORE UNTIL parmEof.
                IF blockCount >= extMaxBlocks THEN
                        DISPLAY "solext: ANALYTIN exceeds "
                                extMaxBlocks " blocks, table full"
                        PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
                END-IF
                ADD 1 TO blockCount
                MOVE anlhSeed TO atbSeed(blockCount)
        MOVE "H" TO fedhTag.
        MOVE runDateField TO fedhRunDate.
        MOVE runSeqNum TO fedhRunSeq.
        PERFORM WRITE-FEED-LINE THRU WRITE-FEED-LINE-DONE.
        WRITE-FEED-HEADER-DONE.

      *>Only REACHED scenarios feed the capacity model - everything
        MOVE resCount TO feddCount.
        MOVE resTieCount TO feddTieCount.
        MOVE resElapsedSecs TO feddElapsedSecs.
        MOVE resScenarioId TO feddScenarioId.
        IF matchFound THEN
                MOVE atbWallCells(matchIdx) TO feddWallCells
                MOVE atbOpenCells(matchIdx) TO feddOpenCells
                MOVE 0 TO feddOpenCells
                MOVE 0 TO feddReachedCells
        END-IF.
        PERFORM WRITE-FEED-LINE THRU WRITE-FEED-LINE-DONE.
        ADD 1 TO detailCount.
        MOVE resDistance TO workDistance.
        MOVE resCount TO workCount.
        MOVE detailCount TO fedtDetailCount.
        MOVE hashDistance TO fedtHashDistance.
        MOVE hashCount TO fedtHashCount.
        PERFORM WRITE-FEED-LINE THRU WRITE-FEED-LINE-DONE.
        WRITE-FEED-TRAILER-DONE.
