       IDENTIFICATION DIVISION.
       PROGRAM-ID. solack.

      *>Acknowledgement reconciliation for the capacity-planning
      *>feed.  solext puts every CAPFEED it sends on the FEEDREG
      *>register as sent, with the record count and hash totals its
      *>trailer carries, and keeps the feed itself on FEEDARCH.  The
      *>receiving system answers each feed with an acknowledgement
      *>giving the run sequence, the count and hash totals it took
      *>in, and any detail records it rejected.  RECON reads those
      *>acknowledgements off ACKIN, matches each to its run on the
      *>register and marks the run acknowledged when the totals agree
      *>and nothing was rejected, rejected when they do not; it then
      *>marks overdue every run still waiting for an answer past the
      *>grace period.  RESEND writes a run's archived feed back out
      *>to RESENDOUT exactly as it was first sent and puts the run
      *>back to sent.  REGISTER lists where every run stands.
      *>Requests come one per card on ACKREQ and run in card order;
      *>with no ACKREQ at all the job runs RECON then REGISTER.  A
      *>rejected or mismatched feed ends the job with return code 8,
      *>and keeps ending it 8 until it is resent, so nobody finds one
      *>three weeks late again; an overdue one ends it 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>One request card per function to run, in the order to run them
           SELECT REQUEST-FILE ASSIGN TO "ACKREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS reqFileStatus.
      *>The receiving system's acknowledgements - any number of runs'
      *>worth, each summary followed by its rejected records
           SELECT ACK-FILE ASSIGN TO "ACKIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ackFileStatus.
      *>Feed status register - one record per run sequence sent
           SELECT REGISTER-FILE ASSIGN TO "FEEDREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS fregRunSeq
               FILE STATUS IS fregFileStatus.
      *>Every feed sent, record for record, under its run sequence
           SELECT ARCHIVE-FILE ASSIGN TO "FEEDARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS farcKey
               FILE STATUS IS farcFileStatus.
      *>The reconciliation report
           SELECT REPORT-FILE ASSIGN TO "ACKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS reptFileStatus.
      *>A regenerated feed, laid out exactly as CAPFEED.  Empty when
      *>no RESEND card ran
           SELECT RESEND-FILE ASSIGN TO "RESENDOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rsndFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD REQUEST-FILE.
      *>function(8) operand(16) - RECON takes the grace period in
      *>days in the first five columns of the operand (spaces for the
      *>default of 2); RESEND takes the run sequence there; REGISTER
      *>takes no operand
       01 REQUEST-RECORD.
           05 reqFunction PIC X(8).
           05 reqOperand PIC X(16).
           05 reqOperandParts REDEFINES reqOperand.
               10 reqOperandNum PIC 9(5).
               10 reqOperandRest PIC X(11).

       FD ACK-FILE.
      *>Two record shapes share one FD - the first byte says which.
      *>"A" is the summary for one run: the run sequence, the detail
      *>count and the two hash totals as received, and the date the
      *>receiving system took the feed in.  "R" is one rejected detail
      *>record: the run sequence, the receiving system's four-byte
      *>reason code, and the detail record as it arrived
       01 ACK-RECORD PIC X(80).
       01 ACK-SUMMARY-RECORD REDEFINES ACK-RECORD.
           05 acksTag PIC X(1).
           05 acksRunSeq PIC X(5).
           05 acksDetailCount PIC X(7).
           05 acksHashDistance PIC X(10).
           05 acksHashCount PIC X(12).
           05 acksRecvDate PIC X(8).
           05 FILLER PIC X(37).
       01 ACK-REJECT-RECORD REDEFINES ACK-RECORD.
           05 ackrTag PIC X(1).
           05 ackrRunSeq PIC X(5).
           05 ackrReason PIC X(4).
           05 ackrImage PIC X(68).
           05 FILLER PIC X(2).

       FD REGISTER-FILE.
      *>fregState is S sent and not yet answered, A acknowledged with
      *>matching totals and nothing rejected, R rejected - records
      *>rejected or totals that did not match - and O overdue, sent
      *>and not answered within the grace period.  fregSentStamp and
      *>fregSendCount say when the feed last went and how many times
      *>it has gone; the trailer totals are what it carried.  The ack
      *>fields hold what the last acknowledgement said, and when it
      *>was reconciled.  solext carries a mirror of this layout - keep
      *>the two in step when a field moves or widens
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

       FD ARCHIVE-FILE.
      *>The feed image is solext's FEED-RECORD byte for byte, so a
      *>resend can never disagree with the original about a column.
      *>solext carries a mirror of this layout - keep the two in step
      *>when a field moves or widens
       01 ARCHIVE-RECORD.
           05 farcKey.
               10 farcRunSeq PIC 9(5).
               10 farcLineSeq PIC 9(7).
           05 farcImage PIC X(68).
           05 farcTrailerView REDEFINES farcImage.
               10 farcTag PIC X(1).
               10 farcDetailCount PIC 9(7).
               10 farcHashDistance PIC 9(10).
               10 farcHashCount PIC 9(12).
               10 FILLER PIC X(38).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       FD RESEND-FILE.
       01 RESEND-RECORD PIC X(68).

       WORKING-STORAGE SECTION.
      *>The acknowledgement being gathered - its summary, and the
      *>rejected records counted under it as they go by
        01 ackRunSeq PIC 9(5).
        01 ackDetailCount PIC 9(7).
        01 ackHashDistance PIC 9(10).
        01 ackHashCount PIC 9(12).
        01 ackRecvDate PIC 9(8).
        01 ackRejectCount PIC 9(7).

      *>Overdue reckoning - dates are turned into day numbers so a
      *>month or year end in the grace period counts right
        01 ackDefaultGrace PIC 9(5) VALUE 2.
        01 ackGraceDays PIC 9(5).
        01 todayDayNum PIC 9(7).
        01 sentDayNum PIC 9(7).
        01 ageDays PIC 9(7).
        01 dayDate PIC 9(8).
        01 dayDateParts REDEFINES dayDate.
                05 dayYear PIC 9(4).
                05 dayMonth PIC 9(2).
                05 dayDay PIC 9(2).
        01 dayWorkYear PIC 9(4).
        01 dayWorkMonth PIC 9(2).
        01 dayNum PIC 9(7).
        01 dayPart PIC 9(7).

        01 ackDateField PIC 9(8).
        01 ackTimeField PIC 9(8).
        01 ackStamp PIC X(16).

      *>What a state byte reads as on the report
        01 stateWord PIC X(12).

      *>Request and function tallies for the report
        01 requestCount PIC 9(4) VALUE 0.
        01 ackReadCount PIC 9(6).
        01 ackGoodCount PIC 9(6).
        01 ackBadCount PIC 9(6).
        01 ackOrphanCount PIC 9(6).
        01 overdueCount PIC 9(6).
        01 outstandingCount PIC 9(6).
        01 resendLineCount PIC 9(7).
        01 regReadCount PIC 9(6).
        01 regSentCount PIC 9(6).
        01 regAckedCount PIC 9(6).
        01 regRejectedCount PIC 9(6).
        01 regOverdueCount PIC 9(6).

        01 jobRetCode PIC 9(2) VALUE 0.

      *>File status codes
        01 reqFileStatus PIC X(02).
        01 ackFileStatus PIC X(02).
        01 fregFileStatus PIC X(02).
        01 farcFileStatus PIC X(02).
        01 reptFileStatus PIC X(02).
        01 rsndFileStatus PIC X(02).

      *>Switches
        01 reqEofSwitch PIC X(01) VALUE "N".
                88 reqEof VALUE "Y".
                88 reqNotEof VALUE "N".
        01 reqFileSwitch PIC X(01) VALUE "Y".
                88 reqFilePresent VALUE "Y".
                88 reqFileAbsent VALUE "N".
        01 ackEofSwitch PIC X(01) VALUE "N".
                88 ackEof VALUE "Y".
                88 ackNotEof VALUE "N".
        01 ackOpenSwitch PIC X(01) VALUE "N".
                88 ackGroupOpen VALUE "Y".
                88 ackGroupClosed VALUE "N".
        01 ackBadSumSwitch PIC X(01) VALUE "N".
                88 ackBadSum VALUE "Y".
                88 ackGoodSum VALUE "N".
        01 fregEofSwitch PIC X(01) VALUE "N".
                88 fregEof VALUE "Y".
                88 fregNotEof VALUE "N".
        01 farcEofSwitch PIC X(01) VALUE "N".
                88 farcEof VALUE "Y".
                88 farcNotEof VALUE "N".
        01 fregOpenSwitch PIC X(01) VALUE "N".
                88 fregOpen VALUE "Y".
                88 fregClosed VALUE "N".
        01 resendDoneSwitch PIC X(01) VALUE "N".
                88 resendDone VALUE "Y".
                88 resendNotDone VALUE "N".

       PROCEDURE DIVISION.
        MAIN.
        PERFORM OPEN-FILES THRU OPEN-FILES-DONE.
        PERFORM ACK-STAMP THRU ACK-STAMP-DONE.
        MOVE SPACES TO REPORT-RECORD.
        STRING "CAPFEED ACKNOWLEDGEMENT RECONCILIATION, "
                ackStamp(1:8) " " ackStamp(9:6)
                DELIMITED BY SIZE INTO REPORT-RECORD.
        WRITE REPORT-RECORD.
        IF reqFileAbsent THEN
                MOVE "RECON   " TO reqFunction
                MOVE SPACES TO reqOperand
                PERFORM RUN-REQUEST THRU RUN-REQUEST-DONE
                MOVE "REGISTER" TO reqFunction
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
        STRING "RECONCILIATION COMPLETE, REQUESTS " requestCount
                " RETURN CODE " jobRetCode DELIMITED BY SIZE
                INTO REPORT-RECORD.
        WRITE REPORT-RECORD.
        PERFORM CLOSE-FILES THRU CLOSE-FILES-DONE.
        MOVE jobRetCode TO RETURN-CODE.
        STOP RUN.

      *>No ACKREQ is the everyday case - reconcile and list - so
      *>only an ACKREQ that is there and will not open stops the job
        OPEN-FILES.
        OPEN OUTPUT REPORT-FILE.
        IF NOT reptFileStatus = "00" THEN
                DISPLAY "solack: unable to open ACKRPT, status "
                        reptFileStatus
                MOVE 12 TO RETURN-CODE
                STOP RUN
        END-IF.
        OPEN OUTPUT RESEND-FILE.
        IF NOT rsndFileStatus = "00" THEN
                MOVE SPACES TO REPORT-RECORD
                STRING "UNABLE TO OPEN RESENDOUT, STATUS "
                        rsndFileStatus DELIMITED BY SIZE
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
                STRING "UNABLE TO OPEN ACKREQ, STATUS " reqFileStatus
                        DELIMITED BY SIZE INTO REPORT-RECORD
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        OPEN-FILES-DONE.

      *>Job-level failure - report it and stop; the register must not
      *>be touched on a half-understood request deck
        FATAL-EXIT.
        WRITE REPORT-RECORD.
        IF fregOpen THEN
                CLOSE REGISTER-FILE
        END-IF.
        CLOSE REPORT-FILE.
        MOVE 12 TO RETURN-CODE.
        STOP RUN.
        FATAL-EXIT-DONE.

        CLOSE-FILES.
        IF reqFilePresent THEN
                CLOSE REQUEST-FILE
        END-IF.
        CLOSE RESEND-FILE.
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
        IF reqFunction = "RECON   " THEN
                PERFORM RUN-RECON THRU RUN-RECON-DONE
        ELSE
        IF reqFunction = "RESEND  " THEN
                PERFORM RUN-RESEND THRU RUN-RESEND-DONE
        ELSE
        IF reqFunction = "REGISTER" THEN
                PERFORM RUN-REGISTER THRU RUN-REGISTER-DONE
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

        ACK-STAMP.
        ACCEPT ackDateField FROM DATE YYYYMMDD.
        ACCEPT ackTimeField FROM TIME.
        MOVE SPACES TO ackStamp.
        STRING ackDateField ackTimeField DELIMITED BY SIZE
                INTO ackStamp.
        ACK-STAMP-DONE.

      *>Opens the register for the request on deck.  No register yet
      *>is not an error - solext has never sent a feed - and comes
      *>back as fregClosed for the caller to report in its own terms
        OPEN-REGISTER-IO.
        MOVE "N" TO fregOpenSwitch.
        OPEN I-O REGISTER-FILE.
        IF fregFileStatus = "35" THEN
                GO TO OPEN-REGISTER-IO-DONE
        END-IF.
        IF NOT fregFileStatus = "00" THEN
                MOVE SPACES TO REPORT-RECORD
                STRING "UNABLE TO OPEN FEEDREG, STATUS "
                        fregFileStatus DELIMITED BY SIZE
                        INTO REPORT-RECORD
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        MOVE "Y" TO fregOpenSwitch.
        OPEN-REGISTER-IO-DONE.

        CLOSE-REGISTER.
        IF fregOpen THEN
                CLOSE REGISTER-FILE
                MOVE "N" TO fregOpenSwitch
        END-IF.
        CLOSE-REGISTER-DONE.

        REWRITE-REGISTER.
        REWRITE REGISTER-RECORD
                INVALID KEY
                        CONTINUE
        END-REWRITE.
        IF NOT fregFileStatus = "00" THEN
                MOVE SPACES TO REPORT-RECORD
                STRING "FEEDREG REWRITE FAILED FOR RUN " fregRunSeq
                        ", STATUS " fregFileStatus
                        DELIMITED BY SIZE INTO REPORT-RECORD
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        REWRITE-REGISTER-DONE.

        START-REGISTER-SCAN.
        MOVE "N" TO fregEofSwitch.
        MOVE 0 TO fregRunSeq.
        START REGISTER-FILE KEY NOT < fregRunSeq
                INVALID KEY
                        MOVE "Y" TO fregEofSwitch
        END-START.
        IF fregNotEof THEN
                PERFORM READ-REGISTER-NEXT THRU READ-REGISTER-NEXT-DONE
        END-IF.
        START-REGISTER-SCAN-DONE.

        READ-REGISTER-NEXT.
        READ REGISTER-FILE NEXT RECORD
                AT END
                        MOVE "Y" TO fregEofSwitch
        END-READ.
        READ-REGISTER-NEXT-DONE.

        SET-STATE-WORD.
        IF fregState = "S" THEN
                MOVE "SENT" TO stateWord
        ELSE
        IF fregState = "A" THEN
                MOVE "ACKNOWLEDGED" TO stateWord
        ELSE
        IF fregState = "R" THEN
                MOVE "REJECTED" TO stateWord
        ELSE
        IF fregState = "O" THEN
                MOVE "OVERDUE" TO stateWord
        ELSE
                MOVE SPACES TO stateWord
                STRING "UNKNOWN '" fregState "'" DELIMITED BY SIZE
                        INTO stateWord
        END-IF
        END-IF
        END-IF
        END-IF.
        SET-STATE-WORD-DONE.

      *>Turns dayDate (YYYYMMDD) into a day number - the count of
      *>days from a fixed origin, taking the year as starting in
      *>March so the leap day falls last.  Only differences between
      *>two of them mean anything
        DATE-TO-DAYNUM.
        IF dayMonth > 2 THEN
                MOVE dayYear TO dayWorkYear
                SUBTRACT 3 FROM dayMonth GIVING dayWorkMonth
        ELSE
                SUBTRACT 1 FROM dayYear GIVING dayWorkYear
                ADD 9 TO dayMonth GIVING dayWorkMonth
        END-IF.
        MULTIPLY dayWorkYear BY 365 GIVING dayNum.
        DIVIDE dayWorkYear BY 4 GIVING dayPart.
        ADD dayPart TO dayNum.
        DIVIDE dayWorkYear BY 100 GIVING dayPart.
        SUBTRACT dayPart FROM dayNum.
        DIVIDE dayWorkYear BY 400 GIVING dayPart.
        ADD dayPart TO dayNum.
        MULTIPLY dayWorkMonth BY 153 GIVING dayPart.
        ADD 2 TO dayPart.
        DIVIDE dayPart BY 5 GIVING dayPart.
        ADD dayPart TO dayNum.
        ADD dayDay TO dayNum.
        DATE-TO-DAYNUM-DONE.

      *>RECON - match each acknowledgement on ACKIN to its run on
      *>the register, then sweep the register for runs still waiting
      *>past the grace period.  No ACKIN just means nothing came
      *>back this time; the sweep still runs
        RUN-RECON.
        IF reqOperand = SPACES THEN
                MOVE ackDefaultGrace TO ackGraceDays
        ELSE
        IF reqOperandNum IS NUMERIC AND reqOperandRest = SPACES THEN
                MOVE reqOperandNum TO ackGraceDays
        ELSE
                MOVE SPACES TO REPORT-RECORD
                STRING "RECON REJECTED, OPERAND '" reqOperand
                        "' IS NOT A NUMBER OF DAYS" DELIMITED BY SIZE
                        INTO REPORT-RECORD
                WRITE REPORT-RECORD
                IF jobRetCode < 8 THEN
                        MOVE 8 TO jobRetCode
                END-IF
                GO TO RUN-RECON-DONE
        END-IF
        END-IF.
        MOVE 0 TO ackReadCount.
        MOVE 0 TO ackGoodCount.
        MOVE 0 TO ackBadCount.
        MOVE 0 TO ackOrphanCount.
        MOVE 0 TO overdueCount.
        MOVE 0 TO outstandingCount.
        PERFORM OPEN-REGISTER-IO THRU OPEN-REGISTER-IO-DONE.
        IF fregClosed THEN
                MOVE "RECON - NO FEED ON FEEDREG YET, NOTHING TO MATCH"
                        TO REPORT-RECORD
                WRITE REPORT-RECORD
                IF jobRetCode < 4 THEN
                        MOVE 4 TO jobRetCode
                END-IF
                GO TO RUN-RECON-DONE
        END-IF.
        PERFORM RECON-ACKS THRU RECON-ACKS-DONE.
        PERFORM RECON-OVERDUE THRU RECON-OVERDUE-DONE.
        PERFORM CLOSE-REGISTER THRU CLOSE-REGISTER-DONE.
        MOVE SPACES TO REPORT-RECORD.
        STRING "RECON ACKS " ackReadCount
                " MATCHED " ackGoodCount
                " REJECTED " ackBadCount
                " UNKNOWN RUN " ackOrphanCount
                " OVERDUE " overdueCount
                " STILL REJECTED " outstandingCount
                DELIMITED BY SIZE INTO REPORT-RECORD.
        WRITE REPORT-RECORD.
        RUN-RECON-DONE.

        RECON-ACKS.
        MOVE "N" TO ackEofSwitch.
        MOVE "N" TO ackOpenSwitch.
        OPEN INPUT ACK-FILE.
        IF ackFileStatus = "35" THEN
                MOVE "RECON - NO ACKIN, NO ACKNOWLEDGEMENTS THIS TIME"
                        TO REPORT-RECORD
                WRITE REPORT-RECORD
                GO TO RECON-ACKS-DONE
        END-IF.
        IF NOT ackFileStatus = "00" THEN
                MOVE SPACES TO REPORT-RECORD
                STRING "UNABLE TO OPEN ACKIN, STATUS " ackFileStatus
                        DELIMITED BY SIZE INTO REPORT-RECORD
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        PERFORM READ-ACK THRU READ-ACK-DONE.
        PERFORM RECON-ACK-LINE THRU RECON-ACK-LINE-DONE
                WITH TEST BEFORE UNTIL ackEof.
        IF ackGroupOpen THEN
                PERFORM FINISH-ACK THRU FINISH-ACK-DONE
        END-IF.
        CLOSE ACK-FILE.
        RECON-ACKS-DONE.

        READ-ACK.
        MOVE SPACES TO ACK-RECORD.
        READ ACK-FILE
                AT END
                        MOVE "Y" TO ackEofSwitch
        END-READ.
        READ-ACK-DONE.

      *>A summary closes off the acknowledgement before it and opens
      *>its own; a rejected record belongs to the summary it follows
      *>and must carry the same run sequence
        RECON-ACK-LINE.
        IF acksTag = "A" THEN
                IF ackGroupOpen THEN
                        PERFORM FINISH-ACK THRU FINISH-ACK-DONE
                END-IF
                PERFORM BEGIN-ACK THRU BEGIN-ACK-DONE
                GO TO RECON-ACK-NEXT
        END-IF.
        IF ackrTag = "R" THEN
                IF ackGroupClosed OR ackrRunSeq IS NOT NUMERIC THEN
                        PERFORM STRAY-REJECT THRU STRAY-REJECT-DONE
                        GO TO RECON-ACK-NEXT
                END-IF
                IF NOT ackrRunSeq = ackRunSeq THEN
                        PERFORM STRAY-REJECT THRU STRAY-REJECT-DONE
                        GO TO RECON-ACK-NEXT
                END-IF
                ADD 1 TO ackRejectCount
      *>Scenario ID sits in columns 61-68 of the detail image - keep
      *>in step with solext's FEED-DETAIL-RECORD
                MOVE SPACES TO REPORT-RECORD
                STRING "  RUN " ackRunSeq " RECORD REJECTED, REASON "
                        ackrReason " ID " ackrImage(61:8) ": "
                        ackrImage DELIMITED BY SIZE
                        INTO REPORT-RECORD
                WRITE REPORT-RECORD
                GO TO RECON-ACK-NEXT
        END-IF.
        MOVE SPACES TO REPORT-RECORD.
        STRING "ACKIN LINE NOT UNDERSTOOD, IGNORED: " ACK-RECORD
                DELIMITED BY SIZE INTO REPORT-RECORD.
        WRITE REPORT-RECORD.
        IF jobRetCode < 8 THEN
                MOVE 8 TO jobRetCode
        END-IF.
        RECON-ACK-NEXT.
        PERFORM READ-ACK THRU READ-ACK-DONE.
        RECON-ACK-LINE-DONE.

        STRAY-REJECT.
        MOVE SPACES TO REPORT-RECORD.
        STRING "REJECTED RECORD FOR RUN " ackrRunSeq
                " OUTSIDE ITS RUN'S ACKNOWLEDGEMENT, IGNORED: "
                ackrImage DELIMITED BY SIZE INTO REPORT-RECORD.
        WRITE REPORT-RECORD.
        IF jobRetCode < 8 THEN
                MOVE 8 TO jobRetCode
        END-IF.
        STRAY-REJECT-DONE.

        BEGIN-ACK.
        ADD 1 TO ackReadCount.
        MOVE "Y" TO ackOpenSwitch.
        MOVE "N" TO ackBadSumSwitch.
        MOVE 0 TO ackRejectCount.
        IF acksRunSeq IS NOT NUMERIC
           OR acksDetailCount IS NOT NUMERIC
           OR acksHashDistance IS NOT NUMERIC
           OR acksHashCount IS NOT NUMERIC THEN
                MOVE "Y" TO ackBadSumSwitch
                MOVE 0 TO ackRunSeq
                MOVE SPACES TO REPORT-RECORD
                STRING "ACK SUMMARY NOT NUMERIC, CANNOT BE MATCHED: "
                        ACK-RECORD DELIMITED BY SIZE
                        INTO REPORT-RECORD
                WRITE REPORT-RECORD
                GO TO BEGIN-ACK-DONE
        END-IF.
        MOVE acksRunSeq TO ackRunSeq.
        MOVE acksDetailCount TO ackDetailCount.
        MOVE acksHashDistance TO ackHashDistance.
        MOVE acksHashCount TO ackHashCount.
        IF acksRecvDate IS NUMERIC THEN
                MOVE acksRecvDate TO ackRecvDate
        ELSE
                MOVE 0 TO ackRecvDate
        END-IF.
        BEGIN-ACK-DONE.

      *>Settles one acknowledgement against the trailer totals on
      *>the register.  Totals that agree with nothing rejected is an
      *>acknowledged feed; anything else is a rejected one, and says
      *>which way it failed
        FINISH-ACK.
        MOVE "N" TO ackOpenSwitch.
        IF ackBadSum THEN
                ADD 1 TO ackOrphanCount
                IF jobRetCode < 8 THEN
                        MOVE 8 TO jobRetCode
                END-IF
                GO TO FINISH-ACK-DONE
        END-IF.
        MOVE ackRunSeq TO fregRunSeq.
        READ REGISTER-FILE
                INVALID KEY
                        CONTINUE
        END-READ.
        IF NOT fregFileStatus = "00" THEN
                ADD 1 TO ackOrphanCount
                MOVE SPACES TO REPORT-RECORD
                STRING "ACK FOR RUN " ackRunSeq
                        " NOT ON FEEDREG - NO FEED WAS SENT UNDER THAT"
                        " SEQUENCE" DELIMITED BY SIZE
                        INTO REPORT-RECORD
                WRITE REPORT-RECORD
                IF jobRetCode < 8 THEN
                        MOVE 8 TO jobRetCode
                END-IF
                GO TO FINISH-ACK-DONE
        END-IF.
        IF fregState = "A" OR fregState = "R" THEN
                PERFORM SET-STATE-WORD THRU SET-STATE-WORD-DONE
                MOVE SPACES TO REPORT-RECORD
                STRING "  RUN " ackRunSeq " WAS ALREADY " stateWord
                        " - THIS ACKNOWLEDGEMENT REPLACES THAT ONE"
                        DELIMITED BY SIZE INTO REPORT-RECORD
                WRITE REPORT-RECORD
        END-IF.
        MOVE ackStamp TO fregAckStamp.
        MOVE ackRecvDate TO fregAckRecvDate.
        MOVE ackDetailCount TO fregAckDetailCount.
        MOVE ackHashDistance TO fregAckHashDistance.
        MOVE ackHashCount TO fregAckHashCount.
        MOVE ackRejectCount TO fregRejectCount.
        MOVE SPACES TO fregOverdueStamp.
        IF fregAckDetailCount = fregDetailCount
           AND fregAckHashDistance = fregHashDistance
           AND fregAckHashCount = fregHashCount THEN
                MOVE "N" TO fregMismatchFlag
        ELSE
                MOVE "Y" TO fregMismatchFlag
        END-IF.
        IF fregMismatchFlag = "N" AND fregRejectCount = 0 THEN
                MOVE "A" TO fregState
                ADD 1 TO ackGoodCount
                MOVE SPACES TO REPORT-RECORD
                STRING "RUN " ackRunSeq " ACKNOWLEDGED, RECORDS "
                        fregDetailCount " HASH TOTALS MATCH, RECEIVED "
                        fregAckRecvDate DELIMITED BY SIZE
                        INTO REPORT-RECORD
                WRITE REPORT-RECORD
                PERFORM REWRITE-REGISTER THRU REWRITE-REGISTER-DONE
                GO TO FINISH-ACK-DONE
        END-IF.
        MOVE "R" TO fregState.
        ADD 1 TO ackBadCount.
        MOVE SPACES TO REPORT-RECORD.
        STRING "RUN " ackRunSeq " REJECTED, " fregRejectCount
                " RECORD(S) REJECTED, RECEIVED " fregAckRecvDate
                DELIMITED BY SIZE INTO REPORT-RECORD.
        WRITE REPORT-RECORD.
        IF fregMismatchFlag = "Y" THEN
                MOVE SPACES TO REPORT-RECORD
                STRING "  TOTALS DO NOT MATCH - SENT RECORDS "
                        fregDetailCount " DIST " fregHashDistance
                        " COUNT " fregHashCount
                        ", ACKED RECORDS " fregAckDetailCount
                        " DIST " fregAckHashDistance
                        " COUNT " fregAckHashCount
                        DELIMITED BY SIZE INTO REPORT-RECORD
                WRITE REPORT-RECORD
        END-IF.
        PERFORM REWRITE-REGISTER THRU REWRITE-REGISTER-DONE.
        IF jobRetCode < 8 THEN
                MOVE 8 TO jobRetCode
        END-IF.
        FINISH-ACK-DONE.

      *>Walks the register after the acknowledgements are in.  A run
      *>sent and unanswered past the grace period goes overdue; a
      *>rejected run is called out again every time until it is
      *>resent, so it cannot be forgotten
        RECON-OVERDUE.
        MOVE ackDateField TO dayDate.
        PERFORM DATE-TO-DAYNUM THRU DATE-TO-DAYNUM-DONE.
        MOVE dayNum TO todayDayNum.
        PERFORM START-REGISTER-SCAN THRU START-REGISTER-SCAN-DONE.
        PERFORM RECON-OVERDUE-RUN THRU RECON-OVERDUE-RUN-DONE
                WITH TEST BEFORE UNTIL fregEof.
        RECON-OVERDUE-DONE.

        RECON-OVERDUE-RUN.
        IF fregState = "R" THEN
                ADD 1 TO outstandingCount
                MOVE SPACES TO REPORT-RECORD
                STRING "RUN " fregRunSeq " STILL REJECTED, SENT "
                        fregSentStamp " - AWAITING RESEND"
                        DELIMITED BY SIZE INTO REPORT-RECORD
                WRITE REPORT-RECORD
                IF jobRetCode < 8 THEN
                        MOVE 8 TO jobRetCode
                END-IF
                GO TO RECON-OVERDUE-NEXT
        END-IF.
        IF NOT fregState = "S" AND NOT fregState = "O" THEN
                GO TO RECON-OVERDUE-NEXT
        END-IF.
        IF fregSentStamp(1:8) IS NOT NUMERIC THEN
                GO TO RECON-OVERDUE-NEXT
        END-IF.
        MOVE fregSentStamp(1:8) TO dayDate.
        PERFORM DATE-TO-DAYNUM THRU DATE-TO-DAYNUM-DONE.
        MOVE dayNum TO sentDayNum.
        IF sentDayNum > todayDayNum THEN
                GO TO RECON-OVERDUE-NEXT
        END-IF.
        SUBTRACT sentDayNum FROM todayDayNum GIVING ageDays.
        IF NOT ageDays > ackGraceDays THEN
                GO TO RECON-OVERDUE-NEXT
        END-IF.
        ADD 1 TO overdueCount.
        MOVE SPACES TO REPORT-RECORD.
        IF fregState = "S" THEN
                MOVE "O" TO fregState
                MOVE ackStamp TO fregOverdueStamp
                PERFORM REWRITE-REGISTER THRU REWRITE-REGISTER-DONE
                STRING "RUN " fregRunSeq " OVERDUE, SENT "
                        fregSentStamp ", NO ACKNOWLEDGEMENT AFTER "
                        ageDays " DAYS" DELIMITED BY SIZE
                        INTO REPORT-RECORD
        ELSE
                STRING "RUN " fregRunSeq " STILL OVERDUE, SENT "
                        fregSentStamp ", NO ACKNOWLEDGEMENT AFTER "
                        ageDays " DAYS" DELIMITED BY SIZE
                        INTO REPORT-RECORD
        END-IF.
        WRITE REPORT-RECORD.
        IF jobRetCode < 4 THEN
                MOVE 4 TO jobRetCode
        END-IF.
        RECON-OVERDUE-NEXT.
        PERFORM READ-REGISTER-NEXT THRU READ-REGISTER-NEXT-DONE.
        RECON-OVERDUE-RUN-DONE.

      *>RESEND - write the run's archived feed back out exactly as it
      *>first went, and put the run back to sent so the next RECON
      *>waits for the new acknowledgement.  One feed per RESENDOUT -
      *>the receiving system loads a file as one feed.  The archived
      *>trailer is checked against the register before anything goes
      *>out, so a damaged archive is caught here and not downstream
        RUN-RESEND.
        IF reqOperandNum IS NOT NUMERIC
           OR reqOperandRest NOT = SPACES
           OR reqOperandNum = 0 THEN
                MOVE SPACES TO REPORT-RECORD
                STRING "RESEND REJECTED, OPERAND '" reqOperand
                        "' IS NOT A RUN SEQUENCE" DELIMITED BY SIZE
                        INTO REPORT-RECORD
                WRITE REPORT-RECORD
                IF jobRetCode < 8 THEN
                        MOVE 8 TO jobRetCode
                END-IF
                GO TO RUN-RESEND-DONE
        END-IF.
        IF resendDone THEN
                MOVE SPACES TO REPORT-RECORD
                STRING "RESEND REJECTED, RUN " reqOperandNum
                        " - RESENDOUT ALREADY HOLDS A FEED THIS JOB"
                        DELIMITED BY SIZE INTO REPORT-RECORD
                WRITE REPORT-RECORD
                IF jobRetCode < 8 THEN
                        MOVE 8 TO jobRetCode
                END-IF
                GO TO RUN-RESEND-DONE
        END-IF.
        PERFORM OPEN-REGISTER-IO THRU OPEN-REGISTER-IO-DONE.
        IF fregClosed THEN
                MOVE SPACES TO REPORT-RECORD
                STRING "RESEND REJECTED, RUN " reqOperandNum
                        " NOT ON FEEDREG - NO FEED SENT YET"
                        DELIMITED BY SIZE INTO REPORT-RECORD
                WRITE REPORT-RECORD
                IF jobRetCode < 8 THEN
                        MOVE 8 TO jobRetCode
                END-IF
                GO TO RUN-RESEND-DONE
        END-IF.
        MOVE reqOperandNum TO fregRunSeq.
        READ REGISTER-FILE
                INVALID KEY
                        CONTINUE
        END-READ.
        IF NOT fregFileStatus = "00" THEN
                PERFORM CLOSE-REGISTER THRU CLOSE-REGISTER-DONE
                MOVE SPACES TO REPORT-RECORD
                STRING "RESEND REJECTED, RUN " reqOperandNum
                        " NOT ON FEEDREG (STATUS " fregFileStatus ")"
                        DELIMITED BY SIZE INTO REPORT-RECORD
                WRITE REPORT-RECORD
                IF jobRetCode < 8 THEN
                        MOVE 8 TO jobRetCode
                END-IF
                GO TO RUN-RESEND-DONE
        END-IF.
        IF fregState = "A" THEN
                PERFORM CLOSE-REGISTER THRU CLOSE-REGISTER-DONE
                MOVE SPACES TO REPORT-RECORD
                STRING "RESEND REFUSED, RUN " reqOperandNum
                        " WAS ACKNOWLEDGED " fregAckStamp
                        " WITH MATCHING TOTALS" DELIMITED BY SIZE
                        INTO REPORT-RECORD
                WRITE REPORT-RECORD
                IF jobRetCode < 8 THEN
                        MOVE 8 TO jobRetCode
                END-IF
                GO TO RUN-RESEND-DONE
        END-IF.
        PERFORM RESEND-COPY-FEED THRU RESEND-COPY-FEED-DONE.
        IF resendLineCount = 0 THEN
                PERFORM CLOSE-REGISTER THRU CLOSE-REGISTER-DONE
                MOVE SPACES TO REPORT-RECORD
                STRING "RESEND FAILED, RUN " reqOperandNum
                        " HAS NO FEED ON FEEDARCH" DELIMITED BY SIZE
                        INTO REPORT-RECORD
                WRITE REPORT-RECORD
                IF jobRetCode < 8 THEN
                        MOVE 8 TO jobRetCode
                END-IF
                GO TO RUN-RESEND-DONE
        END-IF.
        MOVE "Y" TO resendDoneSwitch.
        PERFORM SET-STATE-WORD THRU SET-STATE-WORD-DONE.
        MOVE SPACES TO REPORT-RECORD.
        STRING "RUN " fregRunSeq " RESENT, WAS " stateWord
                ", " resendLineCount " FEED RECORDS TO RESENDOUT"
                DELIMITED BY SIZE INTO REPORT-RECORD.
        WRITE REPORT-RECORD.
        MOVE "S" TO fregState.
        MOVE ackStamp TO fregSentStamp.
        ADD 1 TO fregSendCount.
        MOVE SPACES TO fregAckStamp.
        MOVE 0 TO fregAckRecvDate.
        MOVE 0 TO fregAckDetailCount.
        MOVE 0 TO fregAckHashDistance.
        MOVE 0 TO fregAckHashCount.
        MOVE 0 TO fregRejectCount.
        MOVE SPACE TO fregMismatchFlag.
        MOVE SPACES TO fregOverdueStamp.
        PERFORM REWRITE-REGISTER THRU REWRITE-REGISTER-DONE.
        PERFORM CLOSE-REGISTER THRU CLOSE-REGISTER-DONE.
        RUN-RESEND-DONE.

      *>Copies the run's archived images to RESENDOUT in feed order.
      *>The trailer is held back until it is proved to carry the
      *>register's totals; a mismatch stops the job with RESENDOUT
      *>unfinished rather than send a feed that would bounce
        RESEND-COPY-FEED.
        MOVE 0 TO resendLineCount.
        MOVE "N" TO farcEofSwitch.
        OPEN INPUT ARCHIVE-FILE.
        IF farcFileStatus = "35" THEN
                GO TO RESEND-COPY-FEED-DONE
        END-IF.
        IF NOT farcFileStatus = "00" THEN
                MOVE SPACES TO REPORT-RECORD
                STRING "UNABLE TO OPEN FEEDARCH, STATUS "
                        farcFileStatus DELIMITED BY SIZE
                        INTO REPORT-RECORD
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        MOVE fregRunSeq TO farcRunSeq.
        MOVE 0 TO farcLineSeq.
        START ARCHIVE-FILE KEY NOT < farcKey
                INVALID KEY
                        MOVE "Y" TO farcEofSwitch
        END-START.
        IF farcNotEof THEN
                PERFORM READ-ARCHIVE-NEXT THRU READ-ARCHIVE-NEXT-DONE
        END-IF.
        PERFORM RESEND-COPY-LINE WITH TEST BEFORE
                UNTIL farcEof OR farcRunSeq NOT = fregRunSeq.
        CLOSE ARCHIVE-FILE.
        RESEND-COPY-FEED-DONE.

        RESEND-COPY-LINE.
        IF farcTag = "T" THEN
                IF NOT farcDetailCount = fregDetailCount
                   OR NOT farcHashDistance = fregHashDistance
                   OR NOT farcHashCount = fregHashCount THEN
                        CLOSE ARCHIVE-FILE
                        MOVE SPACES TO REPORT-RECORD
                        STRING "RESEND STOPPED, RUN " fregRunSeq
                                " ARCHIVED TRAILER DOES NOT MATCH "
                                "FEEDREG TOTALS - RESENDOUT INCOMPLETE"
                                DELIMITED BY SIZE INTO REPORT-RECORD
                        PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
                END-IF
        END-IF.
        MOVE farcImage TO RESEND-RECORD.
        WRITE RESEND-RECORD.
        ADD 1 TO resendLineCount.
        PERFORM READ-ARCHIVE-NEXT THRU READ-ARCHIVE-NEXT-DONE.

        READ-ARCHIVE-NEXT.
        READ ARCHIVE-FILE NEXT RECORD
                AT END
                        MOVE "Y" TO farcEofSwitch
        END-READ.
        READ-ARCHIVE-NEXT-DONE.

      *>REGISTER - one line per run on the register, oldest first,
      *>then a count of runs in each state
        RUN-REGISTER.
        MOVE 0 TO regReadCount.
        MOVE 0 TO regSentCount.
        MOVE 0 TO regAckedCount.
        MOVE 0 TO regRejectedCount.
        MOVE 0 TO regOverdueCount.
        PERFORM OPEN-REGISTER-IO THRU OPEN-REGISTER-IO-DONE.
        IF fregClosed THEN
                MOVE "REGISTER - NO FEED ON FEEDREG YET"
                        TO REPORT-RECORD
                WRITE REPORT-RECORD
                IF jobRetCode < 4 THEN
                        MOVE 4 TO jobRetCode
                END-IF
                GO TO RUN-REGISTER-DONE
        END-IF.
        MOVE "FEED STATUS REGISTER" TO REPORT-RECORD.
        WRITE REPORT-RECORD.
        PERFORM START-REGISTER-SCAN THRU START-REGISTER-SCAN-DONE.
        PERFORM REGISTER-WRITE-RUN WITH TEST BEFORE UNTIL fregEof.
        PERFORM CLOSE-REGISTER THRU CLOSE-REGISTER-DONE.
        MOVE SPACES TO REPORT-RECORD.
        STRING "REGISTER RUNS " regReadCount
                " SENT " regSentCount
                " ACKNOWLEDGED " regAckedCount
                " REJECTED " regRejectedCount
                " OVERDUE " regOverdueCount DELIMITED BY SIZE
                INTO REPORT-RECORD.
        WRITE REPORT-RECORD.
        RUN-REGISTER-DONE.

        REGISTER-WRITE-RUN.
        ADD 1 TO regReadCount.
        IF fregState = "S" THEN
                ADD 1 TO regSentCount
        END-IF.
        IF fregState = "A" THEN
                ADD 1 TO regAckedCount
        END-IF.
        IF fregState = "R" THEN
                ADD 1 TO regRejectedCount
        END-IF.
        IF fregState = "O" THEN
                ADD 1 TO regOverdueCount
        END-IF.
        PERFORM SET-STATE-WORD THRU SET-STATE-WORD-DONE.
        MOVE SPACES TO REPORT-RECORD.
        STRING "  RUN " fregRunSeq " " stateWord
                " SENT " fregSentStamp " TIMES " fregSendCount
                " RECORDS " fregDetailCount
                " ACKED " fregAckStamp(1:8)
                " REJECTED " fregRejectCount
                " MISMATCH " fregMismatchFlag
                DELIMITED BY SIZE INTO REPORT-RECORD.
        WRITE REPORT-RECORD.
        PERFORM READ-REGISTER-NEXT THRU READ-REGISTER-NEXT-DONE.
