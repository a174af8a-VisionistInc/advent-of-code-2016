       IDENTIFICATION DIVISION.
       PROGRAM-ID. scnaud.

      *>Change-history listing over scngen's catalog audit trail.
      *>Every SCNTRAN transaction scngen applies to SCNMAST lands on
      *>CATAUDIT with the entry before and after, the operator who
      *>asked for it and when; this job prints that history for one
      *>scenario ID, for everything changed in a date range, or for
      *>one ID within a range.  Each change shows both images field by
      *>field and names the fields that moved, so "who changed the
      *>target on this scenario, and when" is a listing, not a hunt.
      *>Requests come one per card on AUDREQ and run in card order.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>One request card per listing wanted
           SELECT REQUEST-FILE ASSIGN TO "AUDREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS reqFileStatus.
      *>scngen's catalog audit trail, read-only
           SELECT AUDIT-FILE ASSIGN TO "CATAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS auditFileStatus.
      *>The listing
           SELECT REPORT-FILE ASSIGN TO "AUDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS reptFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD REQUEST-FILE.
      *>scenarioId(8) fromDate(8) toDate(8), dates YYYYMMDD.  An ID
      *>alone lists that ID's whole history; dates alone list every
      *>change in the range; both list the ID within the range.  A
      *>blank from date means from the start of the trail, a blank
      *>to date means to its end - but a card must give an ID or at
      *>least one date
       01 REQUEST-RECORD.
           05 reqScenarioId PIC X(8).
           05 reqFromDate PIC X(8).
           05 reqToDate PIC X(8).

       FD AUDIT-FILE.
      *>Mirror of scngen's AUDIT-RECORD - keep the two in step when a
      *>field moves or widens over there
       01 AUDIT-RECORD.
           05 audTimestamp PIC X(16).
           05 FILLER PIC X(01).
           05 audOperator PIC X(8).
           05 FILLER PIC X(01).
           05 audAction PIC X(01).
           05 FILLER PIC X(01).
           05 audScenarioId PIC X(8).
           05 FILLER PIC X(01).
           05 audBeforeImage PIC X(160).
           05 FILLER PIC X(01).
           05 audAfterImage PIC X(160).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
      *>The before and after images laid out as scngen's CAT-RECORD -
      *>keep both in step with it when a field moves or widens
        01 bfrImage.
                05 bfrScenarioId PIC X(8).
                05 bfrDescription PIC X(30).
                05 bfrOwner PIC X(20).
                05 bfrActiveFlag PIC X(1).
                05 bfrCard.
                        10 bfrSeed PIC X(4).
                        10 bfrTargetRow PIC X(3).
                        10 bfrTargetCol PIC X(3).
                        10 bfrGridRows PIC X(3).
                        10 bfrGridCols PIC X(3).
                        10 bfrMoveLimit PIC X(3).
                        10 bfrList PIC X(51).
                        10 bfrPriority PIC X(1).
                        10 bfrBotFlag PIC X(1).
                05 bfrFrequency PIC X(1).
                05 bfrWeekday PIC X(1).
                05 bfrEffectiveDate PIC X(8).
                05 bfrExpiryDate PIC X(8).
                05 bfrRouteMode PIC X(1).
                05 bfrRegionFlag PIC X(1).
                05 FILLER PIC X(9).
        01 aftImage.
                05 aftScenarioId PIC X(8).
                05 aftDescription PIC X(30).
                05 aftOwner PIC X(20).
                05 aftActiveFlag PIC X(1).
                05 aftCard.
                        10 aftSeed PIC X(4).
                        10 aftTargetRow PIC X(3).
                        10 aftTargetCol PIC X(3).
                        10 aftGridRows PIC X(3).
                        10 aftGridCols PIC X(3).
                        10 aftMoveLimit PIC X(3).
                        10 aftList PIC X(51).
                        10 aftPriority PIC X(1).
                        10 aftBotFlag PIC X(1).
                05 aftFrequency PIC X(1).
                05 aftWeekday PIC X(1).
                05 aftEffectiveDate PIC X(8).
                05 aftExpiryDate PIC X(8).
                05 aftRouteMode PIC X(1).
                05 aftRegionFlag PIC X(1).
                05 FILLER PIC X(9).

      *>The request on deck, with its open ends filled in
        01 qryScenarioId PIC X(8).
        01 qryFromDate PIC X(8).
        01 qryToDate PIC X(8).

      *>Names of the fields a change moved, and where the next one
      *>goes in the line
        01 changedText PIC X(120).
        01 changedPtr PIC 9(3).
        01 actionText PIC X(8).

      *>Tallies for the report
        01 readCount PIC 9(6).
        01 listedCount PIC 9(6).
        01 requestCount PIC 9(4) VALUE 0.
        01 jobRetCode PIC 9(2) VALUE 0.

      *>File status codes
        01 reqFileStatus PIC X(02).
        01 auditFileStatus PIC X(02).
        01 reptFileStatus PIC X(02).

      *>Switches
        01 reqEofSwitch PIC X(01) VALUE "N".
                88 reqEof VALUE "Y".
                88 reqNotEof VALUE "N".
        01 audEofSwitch PIC X(01) VALUE "N".
                88 audEof VALUE "Y".
                88 audNotEof VALUE "N".

       PROCEDURE DIVISION.
        MAIN.
        PERFORM OPEN-FILES THRU OPEN-FILES-DONE.
        PERFORM READ-REQUEST THRU READ-REQUEST-DONE.
        PERFORM RUN-REQUEST THRU RUN-REQUEST-DONE
                WITH TEST BEFORE UNTIL reqEof.
        IF requestCount = 0 THEN
                MOVE "NO REQUEST CARDS - NOTHING LISTED"
                        TO REPORT-RECORD
                WRITE REPORT-RECORD
                IF jobRetCode < 4 THEN
                        MOVE 4 TO jobRetCode
                END-IF
        END-IF.
        MOVE SPACES TO REPORT-RECORD.
        STRING "AUDIT LISTING COMPLETE, REQUESTS " requestCount
                " RETURN CODE " jobRetCode DELIMITED BY SIZE
                INTO REPORT-RECORD.
        WRITE REPORT-RECORD.
        PERFORM CLOSE-FILES THRU CLOSE-FILES-DONE.
        MOVE jobRetCode TO RETURN-CODE.
        STOP RUN.

        OPEN-FILES.
        OPEN OUTPUT REPORT-FILE.
        IF NOT reptFileStatus = "00" THEN
                DISPLAY "scnaud: unable to open AUDRPT, status "
                        reptFileStatus
                MOVE 12 TO RETURN-CODE
                STOP RUN
        END-IF.
        OPEN INPUT REQUEST-FILE.
        IF NOT reqFileStatus = "00" THEN
                MOVE SPACES TO REPORT-RECORD
                STRING "UNABLE TO OPEN AUDREQ, STATUS " reqFileStatus
                        DELIMITED BY SIZE INTO REPORT-RECORD
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
        CLOSE REQUEST-FILE.
        CLOSE REPORT-FILE.
        CLOSE-FILES-DONE.

        READ-REQUEST.
        MOVE SPACES TO REQUEST-RECORD.
        READ REQUEST-FILE
                AT END
                        MOVE "Y" TO reqEofSwitch
        END-READ.
        READ-REQUEST-DONE.

      *>One listing per card - the trail is read front to back for
      *>each, so the changes come out in the order they were applied
        RUN-REQUEST.
        ADD 1 TO requestCount.
        PERFORM LIST-REQUEST THRU LIST-REQUEST-DONE.
        PERFORM READ-REQUEST THRU READ-REQUEST-DONE.
        RUN-REQUEST-DONE.

        LIST-REQUEST.
        IF reqScenarioId = SPACES AND reqFromDate = SPACES
           AND reqToDate = SPACES THEN
                MOVE "REQUEST REJECTED, NO SCENARIO ID AND NO DATES"
                        TO REPORT-RECORD
                PERFORM REJECT-REQUEST THRU REJECT-REQUEST-DONE
                GO TO LIST-REQUEST-DONE
        END-IF.
        IF (reqFromDate NOT = SPACES AND reqFromDate IS NOT NUMERIC)
           OR (reqToDate NOT = SPACES AND reqToDate IS NOT NUMERIC)
           THEN
                MOVE SPACES TO REPORT-RECORD
                STRING "REQUEST REJECTED, DATES '" reqFromDate
                        "' '" reqToDate "' NOT YYYYMMDD"
                        DELIMITED BY SIZE INTO REPORT-RECORD
                PERFORM REJECT-REQUEST THRU REJECT-REQUEST-DONE
                GO TO LIST-REQUEST-DONE
        END-IF.
        MOVE reqScenarioId TO qryScenarioId.
        MOVE reqFromDate TO qryFromDate.
        IF qryFromDate = SPACES THEN
                MOVE "00000000" TO qryFromDate
        END-IF.
        MOVE reqToDate TO qryToDate.
        IF qryToDate = SPACES THEN
                MOVE "99999999" TO qryToDate
        END-IF.
        IF qryFromDate > qryToDate THEN
                MOVE SPACES TO REPORT-RECORD
                STRING "REQUEST REJECTED, FROM DATE " qryFromDate
                        " IS AFTER TO DATE " qryToDate
                        DELIMITED BY SIZE INTO REPORT-RECORD
                PERFORM REJECT-REQUEST THRU REJECT-REQUEST-DONE
                GO TO LIST-REQUEST-DONE
        END-IF.
        MOVE SPACES TO REPORT-RECORD.
        IF qryScenarioId = SPACES THEN
                STRING "CATALOG CHANGES FOR ALL SCENARIO IDS"
                        " FROM " qryFromDate " TO " qryToDate
                        DELIMITED BY SIZE INTO REPORT-RECORD
        ELSE
                STRING "CATALOG CHANGES FOR SCENARIO ID "
                        qryScenarioId
                        " FROM " qryFromDate " TO " qryToDate
                        DELIMITED BY SIZE INTO REPORT-RECORD
        END-IF.
        WRITE REPORT-RECORD.
        MOVE 0 TO readCount.
        MOVE 0 TO listedCount.
        OPEN INPUT AUDIT-FILE.
        IF auditFileStatus = "35" THEN
                MOVE "AUDIT TRAIL CATAUDIT DOES NOT EXIST YET"
                        TO REPORT-RECORD
                PERFORM REJECT-REQUEST THRU REJECT-REQUEST-DONE
                GO TO LIST-REQUEST-DONE
        END-IF.
        IF NOT auditFileStatus = "00" THEN
                MOVE SPACES TO REPORT-RECORD
                STRING "UNABLE TO OPEN CATAUDIT, STATUS "
                        auditFileStatus DELIMITED BY SIZE
                        INTO REPORT-RECORD
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        MOVE "N" TO audEofSwitch.
        PERFORM READ-AUDIT THRU READ-AUDIT-DONE.
        PERFORM LIST-ONE-AUDIT THRU LIST-ONE-AUDIT-DONE
                WITH TEST BEFORE UNTIL audEof.
        CLOSE AUDIT-FILE.
        MOVE SPACES TO REPORT-RECORD.
        STRING "AUDIT RECORDS READ " readCount
                " CHANGES LISTED " listedCount DELIMITED BY SIZE
                INTO REPORT-RECORD.
        WRITE REPORT-RECORD.
        MOVE SPACES TO REPORT-RECORD.
        WRITE REPORT-RECORD.
        LIST-REQUEST-DONE.

      *>Writes the rejection already built in REPORT-RECORD and marks
      *>the run - a listing that could not be produced is a warning
        REJECT-REQUEST.
        WRITE REPORT-RECORD.
        IF jobRetCode < 4 THEN
                MOVE 4 TO jobRetCode
        END-IF.
        REJECT-REQUEST-DONE.

        READ-AUDIT.
        MOVE SPACES TO AUDIT-RECORD.
        READ AUDIT-FILE
                AT END
                        MOVE "Y" TO audEofSwitch
        END-READ.
        READ-AUDIT-DONE.

        LIST-ONE-AUDIT.
        ADD 1 TO readCount.
        IF qryScenarioId NOT = SPACES
           AND audScenarioId NOT = qryScenarioId THEN
                PERFORM READ-AUDIT THRU READ-AUDIT-DONE
                GO TO LIST-ONE-AUDIT-DONE
        END-IF.
        IF audTimestamp(1:8) < qryFromDate
           OR audTimestamp(1:8) > qryToDate THEN
                PERFORM READ-AUDIT THRU READ-AUDIT-DONE
                GO TO LIST-ONE-AUDIT-DONE
        END-IF.
        ADD 1 TO listedCount.
        MOVE audBeforeImage TO bfrImage.
        MOVE audAfterImage TO aftImage.
        IF audAction = "A" THEN
                MOVE "ADDED" TO actionText
        ELSE
        IF audAction = "R" THEN
                MOVE "REPLACED" TO actionText
        ELSE
        IF audAction = "D" THEN
                MOVE "DELETED" TO actionText
        ELSE
                MOVE audAction TO actionText
        END-IF
        END-IF
        END-IF.
        MOVE SPACES TO REPORT-RECORD.
        STRING "  " audTimestamp
                " ID " audScenarioId
                " " actionText
                " BY OPERATOR " audOperator DELIMITED BY SIZE
                INTO REPORT-RECORD.
        WRITE REPORT-RECORD.
        IF audAction NOT = "A" THEN
                MOVE SPACES TO REPORT-RECORD
                STRING "    BEFORE DESC " bfrDescription
                        " OWNER " bfrOwner
                        " FLAG " bfrActiveFlag DELIMITED BY SIZE
                        INTO REPORT-RECORD
                WRITE REPORT-RECORD
                MOVE SPACES TO REPORT-RECORD
                STRING "    BEFORE CARD " bfrCard
                        DELIMITED BY SIZE INTO REPORT-RECORD
                WRITE REPORT-RECORD
                MOVE SPACES TO REPORT-RECORD
                STRING "    BEFORE RUNS " bfrFrequency
                        " DAY " bfrWeekday
                        " FROM " bfrEffectiveDate
                        " TO " bfrExpiryDate
                        " ROUTE " bfrRouteMode
                        " REGION " bfrRegionFlag DELIMITED BY SIZE
                        INTO REPORT-RECORD
                WRITE REPORT-RECORD
        END-IF.
        IF audAction NOT = "D" THEN
                MOVE SPACES TO REPORT-RECORD
                STRING "    AFTER  DESC " aftDescription
                        " OWNER " aftOwner
                        " FLAG " aftActiveFlag DELIMITED BY SIZE
                        INTO REPORT-RECORD
                WRITE REPORT-RECORD
                MOVE SPACES TO REPORT-RECORD
                STRING "    AFTER  CARD " aftCard
                        DELIMITED BY SIZE INTO REPORT-RECORD
                WRITE REPORT-RECORD
                MOVE SPACES TO REPORT-RECORD
                STRING "    AFTER  RUNS " aftFrequency
                        " DAY " aftWeekday
                        " FROM " aftEffectiveDate
                        " TO " aftExpiryDate
                        " ROUTE " aftRouteMode
                        " REGION " aftRegionFlag DELIMITED BY SIZE
                        INTO REPORT-RECORD
                WRITE REPORT-RECORD
        END-IF.
        IF audAction = "R" THEN
                PERFORM LIST-CHANGED-FIELDS
                        THRU LIST-CHANGED-FIELDS-DONE
        END-IF.
        PERFORM READ-AUDIT THRU READ-AUDIT-DONE.
        LIST-ONE-AUDIT-DONE.

      *>Names every field a replace moved, so a reader need not
      *>compare the two card images column by column
        LIST-CHANGED-FIELDS.
        MOVE SPACES TO changedText.
        MOVE 1 TO changedPtr.
        IF bfrDescription NOT = aftDescription THEN
                STRING " DESCRIPTION" DELIMITED BY SIZE
                        INTO changedText WITH POINTER changedPtr
        END-IF.
        IF bfrOwner NOT = aftOwner THEN
                STRING " OWNER" DELIMITED BY SIZE
                        INTO changedText WITH POINTER changedPtr
        END-IF.
        IF bfrActiveFlag NOT = aftActiveFlag THEN
                STRING " FLAG" DELIMITED BY SIZE
                        INTO changedText WITH POINTER changedPtr
        END-IF.
        IF bfrSeed NOT = aftSeed THEN
                STRING " SEED" DELIMITED BY SIZE
                        INTO changedText WITH POINTER changedPtr
        END-IF.
        IF bfrTargetRow NOT = aftTargetRow
           OR bfrTargetCol NOT = aftTargetCol THEN
                STRING " TARGET" DELIMITED BY SIZE
                        INTO changedText WITH POINTER changedPtr
        END-IF.
        IF bfrGridRows NOT = aftGridRows
           OR bfrGridCols NOT = aftGridCols THEN
                STRING " GRID" DELIMITED BY SIZE
                        INTO changedText WITH POINTER changedPtr
        END-IF.
        IF bfrMoveLimit NOT = aftMoveLimit THEN
                STRING " LIMIT" DELIMITED BY SIZE
                        INTO changedText WITH POINTER changedPtr
        END-IF.
        IF bfrList NOT = aftList THEN
                STRING " LIST" DELIMITED BY SIZE
                        INTO changedText WITH POINTER changedPtr
        END-IF.
        IF bfrPriority NOT = aftPriority THEN
                STRING " PRIORITY" DELIMITED BY SIZE
                        INTO changedText WITH POINTER changedPtr
        END-IF.
        IF bfrBotFlag NOT = aftBotFlag THEN
                STRING " BNECK" DELIMITED BY SIZE
                        INTO changedText WITH POINTER changedPtr
        END-IF.
        IF bfrFrequency NOT = aftFrequency THEN
                STRING " FREQUENCY" DELIMITED BY SIZE
                        INTO changedText WITH POINTER changedPtr
        END-IF.
        IF bfrWeekday NOT = aftWeekday THEN
                STRING " WEEKDAY" DELIMITED BY SIZE
                        INTO changedText WITH POINTER changedPtr
        END-IF.
        IF bfrEffectiveDate NOT = aftEffectiveDate THEN
                STRING " EFFECTIVE" DELIMITED BY SIZE
                        INTO changedText WITH POINTER changedPtr
        END-IF.
        IF bfrExpiryDate NOT = aftExpiryDate THEN
                STRING " EXPIRY" DELIMITED BY SIZE
                        INTO changedText WITH POINTER changedPtr
        END-IF.
        IF bfrRouteMode NOT = aftRouteMode THEN
                STRING " ROUTE" DELIMITED BY SIZE
                        INTO changedText WITH POINTER changedPtr
        END-IF.
        IF bfrRegionFlag NOT = aftRegionFlag THEN
                STRING " REGION" DELIMITED BY SIZE
                        INTO changedText WITH POINTER changedPtr
        END-IF.
        IF changedText = SPACES THEN
                MOVE " NONE - ENTRY RESTORED AS IT WAS" TO changedText
        END-IF.
        MOVE SPACES TO REPORT-RECORD.
        STRING "    CHANGED:" changedText DELIMITED BY SIZE
                INTO REPORT-RECORD.
        WRITE REPORT-RECORD.
        LIST-CHANGED-FIELDS-DONE.
