       FD REQUEST-FILE.
      *>function(8) operand(16) - PURGE takes the cutoff timestamp in
      *>the operand (sol's YYYYMMDDHHMMSSss layout, spaces to purge by
      *>drop list alone); RELOAD takes LEGACY in the operand to load
      *>a backup taken before the key carried the catalog scenario ID
      *>(93-byte lines), or PREROUTE for one taken before the route
      *>mode closed the key and the route costs were added (101-byte
      *>lines); UNLOAD and VERIFY take no operand
       01 REQUEST-RECORD.
           05 reqFunction PIC X(8).
           05 reqOperand PIC X(16).
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

       FD BACKUP-FILE.
      *>One master record per line, byte for byte - the backup is the
      *>master's own layout, so UNLOAD and RELOAD can never disagree
      *>about a field boundary
       01 BACKUP-RECORD PIC X(116).

       FD DROP-FILE.
      *>The master's numeric key fields, one key per line, with the
      *>catalog scenario ID on the end so a list cut before the ID
      *>existed still reads - a blank ID drops only the legacy record
      *>with those numbers.  The route mode follows the ID; blank
      *>(and any list cut before it existed) means the fewest-moves
      *>key, "C" the least-cost one
       01 DROP-RECORD.
           05 drpSeed PIC X(4).
           05 drpTargetRow PIC X(3).
           05 drpGridRows PIC X(3).
           05 drpGridCols PIC X(3).
           05 drpMoveLimit PIC X(3).
           05 drpScenarioId PIC X(8).
           05 drpRouteMode PIC X(1).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(132).
        01 dropKeyCount PIC 9(4) VALUE 0.
        01 dropKeyTable.
                05 dropKeyEntry OCCURS 1000 TIMES.
                        10 dkbKey PIC X(28).

      *>The purge cutoff from the request card, and what PURGE is
      *>asking about one record at a time
        01 purgeCutoff PIC X(16).
        01 dropQryKey PIC X(28).
        01 dropKeyBuild.
                05 dkbdScenarioId PIC X(8).
                05 dkbdSeed PIC X(4).
                05 dkbdTargetRow PIC X(3).
                05 dkbdTargetCol PIC X(3).
                05 dkbdGridRows PIC X(3).
                05 dkbdGridCols PIC X(3).
                05 dkbdMoveLimit PIC X(3).
                05 dkbdRouteMode PIC X(1).

      *>RELOAD LEGACY - the old backup line is the master record as it
      *>stood before the scenario ID led the key, so it lands whole
      *>behind a blank ID.  RELOAD PREROUTE - the backup line is the
      *>master record as it stood before the route mode closed the
      *>key and the route costs were added, so the mode goes in blank
      *>(fewest moves, all there was) and the costs go in zero.  A
      *>LEGACY line is older still, and takes both steps
        01 reloadMode PIC X(8).
                88 reloadLegacy VALUE "LEGACY  ".
                88 reloadPreRoute VALUE "PREROUTE".
        01 legacyImageLength PIC 9(3) VALUE 93.
        01 preRouteImage PIC X(101).
        01 preRouteKeyLength PIC 9(3) VALUE 27.
        01 preRouteDataLength PIC 9(3) VALUE 74.
        01 dropIdx PIC 9(4).

      *>Function/record tallies for the report
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        ADD 1 TO dropKeyCount.
        MOVE drpScenarioId TO dkbdScenarioId.
        MOVE drpSeed TO dkbdSeed.
        MOVE drpTargetRow TO dkbdTargetRow.
        MOVE drpTargetCol TO dkbdTargetCol.
        MOVE drpGridRows TO dkbdGridRows.
        MOVE drpGridCols TO dkbdGridCols.
        MOVE drpMoveLimit TO dkbdMoveLimit.
        MOVE drpRouteMode TO dkbdRouteMode.
        MOVE dropKeyBuild TO dkbKey(dropKeyCount).
        PERFORM READ-DROP THRU READ-DROP-DONE.

        READ-DROP.
        MOVE SPACES TO DROP-RECORD.
        READ DROP-FILE
                AT END
                        MOVE "Y" TO dropEofSwitch
      *>with it; a backup line whose key is not clean digits is
      *>rejected to the report rather than planted in the new index
        RUN-RELOAD.
        MOVE reqOperand TO reloadMode.
        IF reloadMode NOT = SPACES AND NOT reloadLegacy
           AND NOT reloadPreRoute THEN
                MOVE SPACES TO REPORT-RECORD
                STRING "RELOAD REJECTED, OPERAND '" reqOperand
                        "' UNKNOWN" DELIMITED BY SIZE
                        INTO REPORT-RECORD
                WRITE REPORT-RECORD
                IF jobRetCode < 8 THEN
                        MOVE 8 TO jobRetCode
                END-IF
                GO TO RUN-RELOAD-DONE
        END-IF.
        IF reloadLegacy THEN
                MOVE "RELOAD FROM LEGACY BACKUP, SCENARIO ID LEFT BLANK"
                        TO REPORT-RECORD
                WRITE REPORT-RECORD
        END-IF.
        IF reloadPreRoute THEN
                MOVE "RELOAD FROM PRE-ROUTE BACKUP, ROUTE MODE BLANK"
                        TO REPORT-RECORD
                WRITE REPORT-RECORD
        END-IF.
        MOVE 0 TO readCount.
        MOVE 0 TO writtenCount.
        MOVE 0 TO rejectedCount.

        RELOAD-ONE-RECORD.
        ADD 1 TO readCount.
        IF reloadLegacy THEN
                MOVE SPACES TO preRouteImage
                MOVE BACKUP-RECORD(1:legacyImageLength)
                        TO preRouteImage(9:legacyImageLength)
        ELSE
                MOVE BACKUP-RECORD TO preRouteImage
        END-IF.
        IF reloadLegacy OR reloadPreRoute THEN
                MOVE SPACES TO HISTORY-RECORD
                MOVE preRouteImage(1:preRouteKeyLength)
                        TO HISTORY-RECORD(1:preRouteKeyLength)
                MOVE preRouteImage(28:preRouteDataLength)
                        TO HISTORY-RECORD(29:preRouteDataLength)
                MOVE SPACE TO histRouteMode
                MOVE 0 TO histRouteCost
                MOVE 0 TO histPrevRouteCost
        ELSE
                MOVE BACKUP-RECORD TO HISTORY-RECORD
        END-IF.
        IF histSeed IS NOT NUMERIC
           OR histTargetRow IS NOT NUMERIC
           OR histTargetCol IS NOT NUMERIC
        RELOAD-ONE-RECORD-DONE.

        READ-BACKUP.
        MOVE SPACES TO BACKUP-RECORD.
        READ BACKUP-FILE
                AT END
                        MOVE "Y" TO bkupEofSwitch
           OR histPrevCount IS NOT NUMERIC THEN
                MOVE "Y" TO recCorruptSwitch
        END-IF.
        IF histRouteMode NOT = SPACE AND histRouteMode NOT = "C" THEN
                MOVE "Y" TO recCorruptSwitch
        END-IF.
        IF histRouteCost IS NOT NUMERIC
           OR histPrevRouteCost IS NOT NUMERIC THEN
                MOVE "Y" TO recCorruptSwitch
        END-IF.
        IF recCorrupt THEN
                ADD 1 TO corruptCount
                MOVE SPACES TO REPORT-RECORD
