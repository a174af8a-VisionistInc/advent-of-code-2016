               FILE STATUS IS summaryFileStatus.
      *>Permanent results-history master - RESULTOUT is rebuilt every
      *>run, this one accumulates.  One record per distinct scenario
      *>(catalog ID plus seed/target/grid/move limit); each run
      *>updates the record in place, keeping the run before as the
      *>prior answer
           SELECT HISTORY-FILE ASSIGN TO "HISTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           SELECT BNECK-FILE ASSIGN TO "BNECKOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS bneckFileStatus.
      *>Connected-region report for the cards that ask for it - every
      *>separate open region of the card's grid with its size and
      *>bounding box, the region each start and target sits in, and
      *>for a target sealed off from every start, the fewest wall
      *>cells that would have to open to reach it.  A NOTFOUND card
      *>then says on paper whether the target is walled in or just
      *>past the move limit
           SELECT REGION-FILE ASSIGN TO "REGIONOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS regionFileStatus.
      *>Seed sweep report for "R" cards - one line per seed solved,
      *>then the spread of the answer across the range: min, max,
      *>mean and median distance, how many seeds never reached the
      *>target, and which seeds sat at each extreme
           SELECT SWEEP-FILE ASSIGN TO "SWEEPOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS sweepFileStatus.
      *>Optional run-control parameters - today the wall-clock budget
      *>for the batch window, the run sequence for the journal, and
      *>the bottleneck-analysis switches.  Absent file means none
           SELECT OVERRIDE-FILE ASSIGN TO "OVERRIDES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ovrFileStatus.
      *>Optional terrain deck - a cost class per open cell, for the
      *>cards that ask for least-cost routing.  Absent file, or a
      *>cell not on it, means class 1, the cost of a plain move
           SELECT TERRAIN-FILE ASSIGN TO "TERRAIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS terFileStatus.
      *>Periodic snapshot of the fill in progress, for restart - named
      *>per scenario (ckptFileName, built in BUILD-CKPT-NAME) so one
      *>card's DELETE-CHECKPOINT can't clobber another card's snapshot
           SELECT CHECKPOINT-FILE ASSIGN DYNAMIC ckptFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ckptFileStatus.
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
       FD CONTROL-FILE.
      *>seed(4) targetRow(3) targetCol(3) gridRows(3) gridCols(3)
      *>moveLimit(3)
      *>row/col are table subscripts (1-based, offset by one from the
      *>puzzle's own coordinates), not raw puzzle coordinates.
      *>A card may carry a coordinate list after the base fields -
      *>listType "S" marks them as candidate start cells - the card's
      *>target is solved from each listed start in place of the fixed
      *>start, one RESULT-RECORD and PATHOUT route per start, with
      *>the shortest-distance start marked BEST on its result line;
      *>listType "R" makes the card a seed sweep - the list columns
      *>then carry a high seed and a step (see ctlSweepData), and the
      *>card's target is solved once per seed from ctlSeed up to the
      *>high seed, one SWEPT result line for the whole range.
      *>Legacy 19-column cards read with the list fields space-filled,
      *>which means no list.
      *>ctlPriority is the card's priority class, 0 most urgent
           05 ctlGridCols PIC 9(3).
           05 ctlMoveLimit PIC 9(3).
           05 ctlListType PIC X(01).
           05 ctlListData.
               10 ctlListCount PIC 9(2).
               10 ctlListEntry OCCURS 8 TIMES.
                   15 ctlListRow PIC 9(3).
                   15 ctlListCol PIC 9(3).
      *>An "R" card's sweep - ctlSeed is the low seed, every
      *>ctlSweepStep-th seed up to ctlSweepHigh inclusive is solved
           05 ctlSweepData REDEFINES ctlListData.
               10 ctlSweepHigh PIC 9(4).
               10 ctlSweepStep PIC 9(4).
               10 FILLER PIC X(42).
           05 ctlPriority PIC 9(1).
      *>"B" asks for the bottleneck analysis on this card; anything
      *>else (legacy blank included) leaves it off.  The BNECKALL
      *>parameter asks for it on every card instead
           05 ctlBotFlag PIC X(1).
      *>The catalog entry the card was generated from - scngen's
      *>catScenarioId, carried onto every result, history, journal
      *>and feed record so an answer traces back to its owner without
      *>matching numbers by hand.  Hand-keyed and legacy cards leave
      *>it blank and run exactly as before
           05 ctlScenarioId PIC X(8).
      *>"C" routes the card by least total terrain cost instead of
      *>fewest moves - each step costs the cost class of the cell it
      *>steps into.  Blank (legacy cards included) is fewest moves,
      *>exactly as before; the terrain deck is never consulted
           05 ctlRouteMode PIC X(1).
      *>"R" asks for the connected-region report on this card;
      *>anything else leaves it off.  The REGIONALL parameter asks for
      *>it on every card instead
           05 ctlRegionFlag PIC X(1).

       FD RESULT-FILE.
      *>Layout is mirrored by the compare program solcmp - keep the
      *>Per-leg distances for waypoint scenarios ("LEGS d/d/.."),
      *>spaces for everything else
           05 resLegDetail PIC X(60).
           05 FILLER PIC X(01) VALUE SPACE.
      *>Catalog scenario ID off the card, spaces for a legacy card
           05 resScenarioId PIC X(8).
           05 FILLER PIC X(01) VALUE SPACE.
      *>Which run and which card of it wrote the line - every line of
      *>a multi-target or multi-start card carries the same card
      *>number, so a reader can tell one card's lines from the next
           05 resRunSeq PIC 9(5).
           05 FILLER PIC X(01) VALUE SPACE.
           05 resCardSeq PIC 9(6).
           05 FILLER PIC X(01) VALUE SPACE.
      *>What kind of card it was - its priority class, its list type,
      *>and "B" when the bottleneck analysis ran on it - so what a
      *>card cost can be charged without re-reading the deck
           05 resCardClass PIC 9(1).
           05 resListType PIC X(01).
           05 resBneckFlag PIC X(01).
           05 FILLER PIC X(01) VALUE SPACE.
      *>The card's route mode ("C" least cost, blank fewest moves)
      *>and, on a least-cost card, the route's total terrain cost -
      *>resDistance is then the move count of that route.  Zeros on
      *>a fewest-moves card; 9999998 when the target was not reached
           05 resRouteMode PIC X(01).
           05 FILLER PIC X(01) VALUE SPACE.
           05 resRouteCost PIC 9(7).

       FD PATH-FILE.
      *>A least-cost route's header carries its cost and move count,
      *>which runs it past 80 columns
       01 PATH-RECORD PIC X(100).

       FD MAP-FILE.
       01 MAP-RECORD PIC X(300).
      *>Current answer plus the one it displaced, so "what did this
      *>scenario solve to last quarter" is a keyed read, not a dig
      *>through archived job output
      *>The catalog scenario ID leads the key - two catalog entries
      *>sharing seed/target/grid/limit keep separate histories, and
      *>legacy cards (blank ID) key exactly as they always did.  The
      *>route mode closes the key, so a least-cost answer never
      *>displaces the fewest-moves answer to the same card; blank is
      *>fewest moves, so existing records keep their keys
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
           05 histPrevTimestamp PIC X(16).
      *>How many runs have landed on this key since it was first seen
           05 histRunCount PIC 9(4).
      *>Route cost, current and prior, for a least-cost key - zeros
      *>on a fewest-moves key
           05 histRouteCost PIC 9(7).
           05 histPrevRouteCost PIC 9(7).

       FD JOURNAL-FILE.
      *>Layout is mirrored by the trend report soltrend - keep the
      *>Which batch run wrote the line - the RUNSEQNUM parameter,
      *>zeros when the run wasn't given one
           05 jrnRunSeq PIC 9(5).
           05 FILLER PIC X(01) VALUE SPACE.
      *>Catalog scenario ID off the card, spaces for a legacy card
           05 jrnScenarioId PIC X(8).
           05 FILLER PIC X(01) VALUE SPACE.
      *>Route mode and route cost, as on the result line
           05 jrnRouteMode PIC X(01).
           05 FILLER PIC X(01) VALUE SPACE.
           05 jrnRouteCost PIC 9(7).

       FD ANALYTIC-FILE.
       01 ANALYTIC-RECORD PIC X(80).
           05 parmValue PIC 9(5).

       FD DEFER-FILE.
       01 DEFER-RECORD PIC X(82).

       FD LOG-FILE.
      *>severity I=information W=warning E=scenario error F=job
       FD BNECK-FILE.
       01 BNECK-RECORD PIC X(100).

       FD REGION-FILE.
       01 REGION-RECORD PIC X(132).

       FD SWEEP-FILE.
       01 SWEEP-RECORD PIC X(100).

       FD OVERRIDE-FILE.
      *>row(3) col(3) flag(1) - flag "W" forces the cell to be a wall,
      *>"O" forces it open, whatever the seed formula says
           05 ovrCol PIC 9(3).
           05 ovrFlag PIC X(1).

       FD TERRAIN-FILE.
      *>row(3) col(3) class(1) - class 1 through 9 is what a step
      *>into the cell costs under least-cost routing
       01 TERRAIN-RECORD.
           05 terRow PIC 9(3).
           05 terCol PIC 9(3).
           05 terClass PIC 9(1).

       FD CHECKPOINT-FILE.
      *>Three record shapes share one FD - a header, one line per
      *>saved frontier cell, and one line per maze row.  ckhTag /
           05 ckrPredRow PIC 9(3) OCCURS 300 TIMES.
           05 ckrPredCol PIC 9(3) OCCURS 300 TIMES.

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
      *>mxMaxDim is the compiled upper bound for gridRows/gridCols -
      *>keep it in step with the OCCURS clauses on maze/pred below.
                10 tgtCol PIC 9(3).
                10 tgtDistance PIC 9(5).
                10 tgtFoundFlag PIC X(1).
                10 tgtCost PIC 9(7).
        01 tgtIdx PIC 9(2).
        01 loadListIdx PIC 9(2).
        01 reportTgtIdx PIC 9(2).
      *>distance on a 300x300 grid can ever collide with one
                05 x OCCURS 1 TO 300 TIMES DEPENDING ON gridRows.
                        10 val OCCURS 1 TO 300 TIMES
                                DEPENDING ON gridCols PIC 9(5)
                                VALUE 99998.

      *>Records, per cell, which neighbor we stepped in from - lets us
      *>walk the winning path back to the start once the target is hit
        01 pred.
                05 predRowEntry OCCURS 1 TO 300 TIMES
                                DEPENDING ON gridRows.
                        10 predFromRow OCCURS 1 TO 300 TIMES
                                DEPENDING ON gridCols PIC 9(3) VALUE 0.
                        10 predFromCol OCCURS 1 TO 300 TIMES
      *>own entry is the number of equal-length shortest paths to it.
      *>Capped at 99999; past that the exact number stops mattering
        01 pathCounts.
                05 pcntRowEntry OCCURS 1 TO 300 TIMES
                                DEPENDING ON gridRows.
                        10 pcnt OCCURS 1 TO 300 TIMES
                                DEPENDING ON gridCols PIC 9(5) VALUE 0.

      *>x1 and y1 get modified to look at neighbors of x0,y0
        01 x1 PIC 9(3).
        01 y1 PIC 9(3).
      *>x2 and y2 are -1 from x1 and y1, since COBOL arrays start
      *>at 1, not 0
        01 x2 PIC 9(3).
        01 y2 PIC 9(3).
      *>Helper vars for doing math
        01 ckptFileName PIC X(40) VALUE SPACES.
        01 ckptListIdx PIC 9(2).

      *>Character classified for one map cell, and a scratch
      *>loop map char
        01 mapChar PIC X(01).

      *>The whole control deck, held in storage so the batch can be
        01 deckDoneCount PIC 9(4) VALUE 0.
        01 deckTable.
            05 deckEntry OCCURS 1000 TIMES.
                10 dckImage PIC X(82).
                10 dckClass PIC 9(1).
                10 dckDoneFlag PIC X(1).
        01 deckScanIdx PIC 9(4).
        01 ovrFoundFlag PIC X(1).
        01 ovrIdx PIC 9(4).

      *>Terrain cost classes, loaded once per run like the override
      *>deck.  mxMaxTerrain bounds the table - keep it in step with
      *>the OCCURS below
        01 mxMaxTerrain PIC 9(5) VALUE 10000.
        01 terrainCount PIC 9(5) VALUE 0.
        01 terrainTable.
            05 terrainEntry OCCURS 10000 TIMES.
                10 terTabRow PIC 9(3).
                10 terTabCol PIC 9(3).
                10 terTabClass PIC 9(1).
        01 terIdx PIC 9(5).

      *>Least-cost fill state.  cellCost is the terrain class laid
      *>onto the card's grid, routeCost the cheapest route cost
      *>found so far into each cell (9999998 not yet reached).  The
      *>fill is Dial's bucket queue: a step costs at most 9, so the
      *>cells waiting to be settled never span more than ten cost
      *>levels and ten circular buckets hold them all.  Each bucket
      *>is a doubly linked list threaded through bktNext/bktPrev by
      *>the cell's row-major number, so a cell whose cost drops is
      *>moved between buckets instead of being queued twice
        01 cellCostGrid.
                05 ccRowEntry OCCURS 1 TO 300 TIMES
                                DEPENDING ON gridRows.
                        10 cellCost OCCURS 1 TO 300 TIMES
                                DEPENDING ON gridCols PIC 9(1).
        01 routeCostGrid.
                05 rcRowEntry OCCURS 1 TO 300 TIMES
                                DEPENDING ON gridRows.
                        10 routeCost OCCURS 1 TO 300 TIMES
                                DEPENDING ON gridCols PIC 9(7).
        01 bucketLinks.
            05 bucketLinkEntry OCCURS 90000 TIMES.
                10 bktNext PIC 9(6).
                10 bktPrev PIC 9(6).
        01 bucketHeads.
            05 bktHead OCCURS 10 TIMES PIC 9(6).
        01 costQueued PIC 9(6) VALUE 0.
        01 curCost PIC 9(7) VALUE 0.
        01 newCost PIC 9(7).
        01 costBkt PIC 9(2).
        01 costLinkIdx PIC 9(6).
        01 costLinkBkt PIC 9(2).
      *>Route cost of the target being reported
        01 targetRouteCost PIC 9(7) VALUE 0.

      *>Connected-region state.  regLabel numbers every open cell of
      *>the card's grid by the region it belongs to (0 for a wall),
      *>row-major like the wall pattern; regions are numbered in the
      *>order their first cell turns up in a row-major scan.
      *>regQueue is the flood fill's work list.  mxMaxRegions bounds
      *>the per-region table - keep it in step with the OCCURS below;
      *>regions past it are still labelled and counted, they just get
      *>no line of their own
        01 regLabelGrid.
            05 regLabel PIC 9(5) OCCURS 90000 TIMES.
        01 regQueueTable.
            05 regQueue PIC 9(6) OCCURS 90000 TIMES.
        01 regQueueHead PIC 9(6).
        01 regQueueTail PIC 9(6).
        01 mxMaxRegions PIC 9(5) VALUE 2000.
        01 regionCount PIC 9(5).
        01 regionTable.
            05 regionEntry OCCURS 2000 TIMES.
                10 regCells PIC 9(6).
                10 regMinRow PIC 9(3).
                10 regMaxRow PIC 9(3).
                10 regMinCol PIC 9(3).
                10 regMaxCol PIC 9(3).
        01 regIdx PIC 9(5).
        01 regLargestCells PIC 9(6).
        01 regCurLabel PIC 9(5).
        01 regCurCells PIC 9(6).
        01 regScanIdx PIC 9(6).
        01 regCellTotal PIC 9(6).
        01 regCellIdx PIC 9(6).
        01 regNbrIdx PIC 9(6).
      *>The card's starts and targets, each with the region it sits
      *>in.  Taken off the card itself - a waypoint or start-list run
      *>moves the working start and target about as it goes
        01 regPtCount PIC 9(2).
        01 regPointTable.
            05 regPoint OCCURS 10 TIMES.
                10 regPtKind PIC X(01).
                10 regPtRow PIC 9(3).
                10 regPtCol PIC 9(3).
                10 regPtRegion PIC 9(5).
        01 regPtIdx PIC 9(2).
        01 regStartIdx PIC 9(2).
        01 regOpenStarts PIC 9(2).
      *>Fewest-walls fill - wall cells crossed so far in routeCost,
      *>the way back in predFromRow/predFromCol, the same buckets as
      *>the least-cost fill, two of them being all a 0/1 step needs
        01 regWallCount PIC 9(7).
        01 regWallPtr PIC 9(3).
        01 regLinePtr PIC 9(3).
        01 regWallsOnLine PIC 9(2).
        01 regWallLine PIC X(132).
        01 regPointText PIC X(6).
        01 regSealedSwitch PIC X(01) VALUE "N".
                88 regSealed VALUE "Y".
                88 regNotSealed VALUE "N".

      *>Seed sweep state for an "R" card - one entry per seed solved,
      *>in seed order, and the reached distances kept sorted as they
      *>come in so the median is a lookup.  mxMaxSweep bounds the
      *>seeds one card may ask for - keep it in step with the OCCURS
      *>below.  swpNextSeed is the next seed due, which on a sweep the
      *>window cut short is where the deferred remainder picks up
        01 mxMaxSweep PIC 9(4) VALUE 1000.
        01 swpPlanned PIC 9(5).
        01 swpSeedSpan PIC 9(5).
        01 swpCount PIC 9(4).
        01 swpReachedCount PIC 9(4).
        01 swpUnreachCount PIC 9(4).
        01 swpNextSeed PIC 9(5).
        01 swpRemSeed PIC 9(4).
        01 sweepTable.
            05 sweepEntry OCCURS 1000 TIMES.
                10 swpSeed PIC 9(4).
                10 swpDistance PIC 9(5).
                10 swpCnt PIC 9(6).
                10 swpFoundFlag PIC X(1).
        01 swpSortTable.
            05 swpSorted PIC 9(5) OCCURS 1000 TIMES.
        01 swpIdx PIC 9(4).
        01 swpSortIdx PIC 9(4).
        01 swpSortPrev PIC 9(4).
        01 swpDistTotal PIC 9(9).
        01 swpMean PIC 9(5)V99.
        01 swpMeanDisplay PIC ZZZZ9.99.
        01 swpHalf PIC 9(4).
        01 swpHalfRem PIC 9(1).
        01 swpMedianSum PIC 9(6).
        01 swpMedian PIC 9(5)V9.
        01 swpMedianDisplay PIC ZZZZ9.9.
      *>Which extreme the seed listing is after, and its line
        01 swpExtremeDist PIC 9(5).
        01 swpExtremeTag PIC X(3).
        01 swpLine PIC X(100).
        01 swpLinePtr PIC 9(3).
        01 swpOnLine PIC 9(2).
        01 swpSlotFoundSwitch PIC X(01) VALUE "N".
                88 swpSlotFound VALUE "Y".
                88 swpSlotOpen VALUE "N".

      *>Wall-pattern cache.  A deck routinely carries dozens of cards
      *>on the same seed and grid - same walls every time - so the
      *>wall/open classification (the seed formula's bit-counting
        01 sumNotfound PIC 9(6) VALUE 0.
        01 sumInvalid PIC 9(6) VALUE 0.
        01 sumDeferred PIC 9(6) VALUE 0.
      *>Sweep cards, and how many of them the window cut short
        01 sumSwept PIC 9(6) VALUE 0.
        01 sumSweptPartial PIC 9(6) VALUE 0.
        01 sumDistMin PIC 9(5) VALUE 99999.
        01 sumDistMax PIC 9(5) VALUE 0.
        01 sumDistTotal PIC 9(10) VALUE 0.
        01 summaryFileStatus PIC X(02).
        01 histFileStatus PIC X(02).
        01 ovrFileStatus PIC X(02).
        01 terFileStatus PIC X(02).
        01 logFileStatus PIC X(02).

      *>Message being assembled for the run log, its severity, and
        01 jobRetCode PIC 9(2) VALUE 0.
        01 parmFileStatus PIC X(02).
        01 bneckFileStatus PIC X(02).
        01 regionFileStatus PIC X(02).
        01 sweepFileStatus PIC X(02).
        01 deferFileStatus PIC X(02).
        01 anlFileStatus PIC X(02).
        01 jrnFileStatus PIC X(02).
      *>Which batch run this is, for the run journal - supplied by
      *>the scheduler through PARMIN's RUNSEQNUM parameter so the
      *>quarterly review can put a run's journal lines in order even
      *>when two windows land on the same day.  It is also the run's
      *>RUNCTL key; 0 means not supplied, and the step is refused
        01 runSeqNum PIC 9(5) VALUE 0.
        01 runStartSecs PIC 9(7) VALUE 0.
        01 nowSecs PIC 9(7).
      *>Raw image of the control card on deck, kept so a deferred
      *>card can be written back out exactly as it came in - class
      *>column and all, so a multi-window backlog drains in order
        01 ctlCardImage PIC X(82) VALUE SPACES.
      *>Catalog scenario ID of the card on deck, spaces for a legacy
      *>or hand-keyed card
        01 curScenarioId PIC X(8) VALUE SPACES.
      *>Priority class of the card on deck, for the deferral log
        01 curCardClass PIC 9(1) VALUE 5.
      *>List type of the card on deck, for its result lines
        01 curListType PIC X(01) VALUE SPACE.
                88 sweepCard VALUE "R".
      *>Route mode of the card on deck - "C" least cost
        01 curRouteMode PIC X(01) VALUE SPACE.
                88 costRouting VALUE "C".
        01 resultFileStatus PIC X(02).
        01 pathFileStatus PIC X(02).
        01 mapFileStatus PIC X(02).
        01 ovrEofSwitch PIC X(01) VALUE "N".
                88 ovrEof VALUE "Y".
                88 ovrNotEof VALUE "N".
        01 terEofSwitch PIC X(01) VALUE "N".
                88 terEof VALUE "Y".
                88 terNotEof VALUE "N".
        01 overrideFoundSwitch PIC X(01) VALUE "N".
                88 overrideFound VALUE "Y".
                88 overrideNotFound VALUE "N".
        01 curCardBneckSwitch PIC X(01) VALUE "N".
                88 curCardBneck VALUE "Y".
                88 curCardNoBneck VALUE "N".
      *>Whether the analysis will actually run for the card on deck.
      *>It runs after the card's result lines are out, so it is
      *>decided before them, from the same tests that perform it -
      *>the result line's "B" mark has to mean the analysis ran
        01 bneckDueSwitch PIC X(01) VALUE "N".
                88 bneckDue VALUE "Y".
                88 bneckNotDue VALUE "N".
      *>Set while a measuring re-fill is in flight - it stops the
      *>fill the moment the target is in hand, and keeps it from
      *>writing checkpoints the real scenario would trip over
        01 bneckFillSwitch PIC X(01) VALUE "N".
                88 bneckFillRunning VALUE "Y".
                88 bneckFillIdle VALUE "N".
      *>REGIONALL parameter - the region report runs on every card,
      *>not just cards flagged "R"
        01 regionAllSwitch PIC X(01) VALUE "N".
                88 regionAll VALUE "Y".
                88 regionPerCard VALUE "N".
      *>Whether the card on deck asked for the region report
        01 curCardRegionSwitch PIC X(01) VALUE "N".
                88 curCardRegion VALUE "Y".
                88 curCardNoRegion VALUE "N".
      *>Set when the card on deck went to the deferral deck - it has
      *>no finished answer to add a region report to
        01 cardDeferredSwitch PIC X(01) VALUE "N".
                88 cardDeferred VALUE "Y".
                88 cardNotDeferred VALUE "N".
        01 candDupSwitch PIC X(01) VALUE "N".
                88 candDup VALUE "Y".
                88 candNotDup VALUE "N".
        01 histSkipSwitch PIC X(01) VALUE "N".
                88 histSkip VALUE "Y".
                88 histWrite VALUE "N".
      *>Set while an "R" card's per-seed fills run - like the
      *>start-list fills they never checkpoint; a cut sweep defers
      *>the seeds it has not reached instead
        01 sweepSwitch PIC X(01) VALUE "N".
                88 sweepRunning VALUE "Y".
                88 sweepIdle VALUE "N".
      *>Set when the window closed before the sweep's last seed
        01 swpCutSwitch PIC X(01) VALUE "N".
                88 sweepCut VALUE "Y".
                88 sweepWhole VALUE "N".

      *>Suite run control.  rctlThisStep is this program's slot in
      *>the RUNCTL record (scngen 1 through solext 6), and
      *>rctlCleanRetCode the highest return code that still lets
      *>the next step run - 8, because a card rejected as invalid
      *>still leaves the run whole, and solbal proves it
        01 rctlThisStep PIC 9(1) VALUE 2.
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
        01 rctlStartedSwitch PIC X(01) VALUE "N".
                88 rctlStarted VALUE "Y".
                88 rctlNotStarted VALUE "N".

       PROCEDURE DIVISION.
        MAIN.
      *>Eventually get to the target space and past the move limit, or
      *>run out of frontier to expand.

        PERFORM OPEN-LOG THRU OPEN-LOG-DONE.
        PERFORM LOAD-PARMS THRU LOAD-PARMS-DONE.
        PERFORM RUNCTL-BEGIN THRU RUNCTL-BEGIN-DONE.
        PERFORM OPEN-FILES THRU OPEN-FILES-DONE.
        PERFORM LOAD-OVERRIDES THRU LOAD-OVERRIDES-DONE.
        PERFORM LOAD-TERRAIN THRU LOAD-TERRAIN-DONE.
        PERFORM LOAD-DECK THRU LOAD-DECK-DONE.
        PERFORM PROCESS-SCENARIOS THRU PROCESS-SCENARIOS-DONE
                WITH TEST BEFORE UNTIL deckDoneCount >= deckCount.
                ", return code " jobRetCode DELIMITED BY SIZE
                INTO logMessage.
        PERFORM WRITE-LOG THRU WRITE-LOG-DONE.
        MOVE jobRetCode TO rctlEndRetCode.
        PERFORM RUNCTL-END THRU RUNCTL-END-DONE.
        PERFORM CLOSE-FILES THRU CLOSE-FILES-DONE.
        MOVE jobRetCode TO RETURN-CODE.
        STOP RUN.
        END-IF.
        PERFORM VALIDATE-SCENARIO THRU VALIDATE-SCENARIO-DONE.
        IF scenarioValid THEN
                MOVE "N" TO cardDeferredSwitch
                PERFORM RUN-SCENARIO THRU RUN-SCENARIO-DONE
        ELSE
                PERFORM WRITE-INVALID-RESULT
                   THRU WRITE-INVALID-RESULT-DONE
                GO TO PROCESS-SCENARIOS-DONE
        END-IF.
      *>The region report reads the card's wall pattern alone, not
      *>any fill, so it comes after everything else the card wrote -
      *>whatever the bottleneck re-fills left in the tables
        IF (curCardRegion OR regionAll) AND cardNotDeferred THEN
                IF sweepCard THEN
                        MOVE "W" TO logSevCode
                        MOVE SPACES TO logMessage
                        STRING "region report skipped, no single "
                                "grid on a sweep card"
                                DELIMITED BY SIZE INTO logMessage
                        PERFORM WRITE-LOG THRU WRITE-LOG-DONE
                ELSE
                        PERFORM REGION-ANALYZE THRU REGION-ANALYZE-DONE
                END-IF
        END-IF.
        PROCESS-SCENARIOS-DONE.

      *>The log opens first so every other failure has somewhere to
      *>land - if the log itself can't open, DISPLAY is all there is.
      *>The parameters and the run-control check come next, before
      *>any other file is touched
        OPEN-LOG.
        OPEN OUTPUT LOG-FILE.
        IF NOT logFileStatus = "00" THEN
                DISPLAY "sol: unable to open RUNLOG, status "
                        logFileStatus
                MOVE 12 TO RETURN-CODE
                STOP RUN
        END-IF.
        OPEN-LOG-DONE.

        OPEN-FILES.
        OPEN INPUT CONTROL-FILE.
        IF NOT controlFileStatus = "00" THEN
                MOVE SPACES TO logMessage
                        INTO logMessage
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        OPEN OUTPUT REGION-FILE.
        IF NOT regionFileStatus = "00" THEN
                MOVE SPACES TO logMessage
                STRING "unable to open REGIONOUT, status "
                        regionFileStatus DELIMITED BY SIZE
                        INTO logMessage
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        OPEN OUTPUT SWEEP-FILE.
        IF NOT sweepFileStatus = "00" THEN
                MOVE SPACES TO logMessage
                STRING "unable to open SWEEPOUT, status "
                        sweepFileStatus DELIMITED BY SIZE
                        INTO logMessage
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        OPEN OUTPUT DEFER-FILE.
        IF NOT deferFileStatus = "00" THEN
                MOVE SPACES TO logMessage
        FATAL-EXIT.
        MOVE "F" TO logSevCode.
        PERFORM WRITE-LOG THRU WRITE-LOG-DONE.
        IF rctlStarted THEN
                MOVE jobRetCode TO rctlEndRetCode
                PERFORM RUNCTL-END THRU RUNCTL-END-DONE
        END-IF.
        CLOSE LOG-FILE.
        MOVE jobRetCode TO RETURN-CODE.
        STOP RUN.
        CLOSE JOURNAL-FILE.
        CLOSE ANALYTIC-FILE.
        CLOSE BNECK-FILE.
        CLOSE REGION-FILE.
        CLOSE SWEEP-FILE.
        CLOSE DEFER-FILE.
        CLOSE LOG-FILE.
        CLOSE-FILES-DONE.

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
        MOVE deckCount TO rctlInCount.
        MOVE sumReached TO rctlOutCount.
        ADD sumNotfound TO rctlOutCount.
        ADD sumInvalid TO rctlOutCount.
        ADD sumDeferred TO rctlOutCount.
        ADD sumSwept TO rctlOutCount.
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
        MOVE rctlRefuseText TO logMessage.
        PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE.
        RUNCTL-REFUSE-DONE.

        RUNCTL-NOTE.
        MOVE "W" TO logSevCode.
        MOVE rctlRefuseText TO logMessage.
        PERFORM WRITE-LOG THRU WRITE-LOG-DONE.
        RUNCTL-NOTE-DONE.

      *>Pulls the optional run-control card in - today that is just
      *>the window's wall-clock budget
        LOAD-PARMS.
                STRING "bottleneck report depth " bneckTopN
                        DELIMITED BY SIZE INTO logMessage
                PERFORM WRITE-LOG THRU WRITE-LOG-DONE
        ELSE
        IF parmKeyword = "REGIONALL " AND parmValue IS NUMERIC
           AND parmValue > 0 THEN
                MOVE "Y" TO regionAllSwitch
                MOVE "I" TO logSevCode
                MOVE SPACES TO logMessage
                MOVE "region report requested for every card"
                        TO logMessage
                PERFORM WRITE-LOG THRU WRITE-LOG-DONE
        ELSE
                MOVE "W" TO logSevCode
                MOVE SPACES TO logMessage
        END-IF
        END-IF
        END-IF
        END-IF
        END-IF.
        PERFORM READ-PARM THRU READ-PARM-DONE.

      *>results so the summary still accounts for every card.  The
      *>answer files see nothing - there is no answer yet
        DEFER-CURRENT-SCENARIO.
        MOVE "Y" TO cardDeferredSwitch.
        MOVE ctlCardImage TO DEFER-RECORD.
        WRITE DEFER-RECORD.
        PERFORM WRITE-DEFERRED-RESULT THRU WRITE-DEFERRED-RESULT-DONE.
        MOVE "W" TO logSevCode.
        MOVE SPACES TO logMessage.
        STRING "class " curCardClass
                " deferred to next window: " ctlCardImage
                DELIMITED BY SIZE INTO logMessage.
        PERFORM WRITE-LOG THRU WRITE-LOG-DONE.
        END-READ.
        READ-OVERRIDE-DONE.

      *>Pulls the terrain deck into storage, if one was supplied -
      *>no file at all just means every cell costs 1.  Like the
      *>override deck it serves every card, so a coordinate beyond
      *>some card's grid simply never lands on that card
        LOAD-TERRAIN.
        MOVE 0 TO terrainCount.
        OPEN INPUT TERRAIN-FILE.
        IF terFileStatus = "35" THEN
                GO TO LOAD-TERRAIN-DONE
        END-IF.
        IF NOT terFileStatus = "00" THEN
                MOVE SPACES TO logMessage
                STRING "unable to open TERRAIN, status "
                        terFileStatus DELIMITED BY SIZE
                        INTO logMessage
                PERFORM FATAL-EXIT THRU FATAL-EXIT-DONE
        END-IF.
        PERFORM READ-TERRAIN THRU READ-TERRAIN-DONE.
        PERFORM LOAD-TERRAIN-ENTRY WITH TEST BEFORE UNTIL terEof.
        CLOSE TERRAIN-FILE.
        IF terrainCount > 0 THEN
                MOVE "I" TO logSevCode
                MOVE SPACES TO logMessage
                STRING "terrain deck loaded, " terrainCount
                        " cells" DELIMITED BY SIZE
                        INTO logMessage
                PERFORM WRITE-LOG THRU WRITE-LOG-DONE
        END-IF.
        LOAD-TERRAIN-DONE.

        LOAD-TERRAIN-ENTRY.
        IF terRow IS NOT NUMERIC OR terCol IS NOT NUMERIC
           OR terClass IS NOT NUMERIC OR terClass < 1 THEN
                MOVE "W" TO logSevCode
                MOVE SPACES TO logMessage
                STRING "terrain line skipped, bad row/col/class: "
                        TERRAIN-RECORD DELIMITED BY SIZE
                        INTO logMessage
                PERFORM WRITE-LOG THRU WRITE-LOG-DONE
        ELSE
                IF terrainCount >= mxMaxTerrain THEN
                        MOVE "W" TO logSevCode
                        MOVE SPACES TO logMessage
                        STRING "terrain table full at "
                                mxMaxTerrain ", line skipped: "
                                TERRAIN-RECORD DELIMITED BY SIZE
                                INTO logMessage
                        PERFORM WRITE-LOG THRU WRITE-LOG-DONE
                ELSE
                        ADD 1 TO terrainCount
                        MOVE terRow TO terTabRow(terrainCount)
                        MOVE terCol TO terTabCol(terrainCount)
                        MOVE terClass TO terTabClass(terrainCount)
                END-IF
        END-IF.
        PERFORM READ-TERRAIN THRU READ-TERRAIN-DONE.

        READ-TERRAIN.
        READ TERRAIN-FILE
                AT END
                        MOVE "Y" TO terEofSwitch
        END-READ.
        READ-TERRAIN-DONE.

      *>Answers whether the cell at ovrQryRow/ovrQryCol carries an
      *>override, and which kind.  First matching line wins
        FIND-OVERRIDE.
        PERFORM GET-NOW-SECS THRU GET-NOW-SECS-DONE.
        MOVE nowSecs TO scnStartSecs.
        MOVE CONTROL-RECORD TO ctlCardImage.
        MOVE ctlScenarioId TO curScenarioId.
        MOVE ctlListType TO curListType.
        MOVE ctlRouteMode TO curRouteMode.
        MOVE ctlSeed TO puzInput.
        MOVE ctlTargetRow TO targetRow.
        MOVE ctlTargetCol TO targetCol.
        ELSE
                MOVE "N" TO curCardBneckSwitch
        END-IF.
        MOVE "N" TO bneckDueSwitch.
        IF ctlRegionFlag = "R" THEN
                MOVE "Y" TO curCardRegionSwitch
        ELSE
                MOVE "N" TO curCardRegionSwitch
        END-IF.
      *>Pull the card's list entries in - extra targets behind the
      *>base one for a "T" card, ordered waypoints for a "W" card.
      *>The loops are capped at the tables' own limits as well as the
        MOVE ctlListCol(loadListIdx) TO stCol(stCount).
        ADD 1 TO loadListIdx.

      *>Checks the seed/coordinates/grid shape this card asked for
      *>before MAIN-LOOP touches the maze table at all - the seed
      *>itself needs no extra check, PIC 9(4) already keeps it in
      *>0-9999
        VALIDATE-SCENARIO.
        MOVE "Y" TO scenarioValidSwitch.
      *>A short or corrupt card line leaves one or more PIC 9 fields
      *>already happened cleanly in LOAD-SCENARIO-CARD
        IF ctlSeed IS NOT NUMERIC OR ctlTargetRow IS NOT NUMERIC
           OR ctlTargetCol IS NOT NUMERIC OR ctlGridRows IS NOT NUMERIC
           OR ctlGridCols IS NOT NUMERIC
           OR ctlMoveLimit IS NOT NUMERIC THEN
                MOVE "E" TO logSevCode
                MOVE SPACES TO logMessage
                STRING "card rejected, non-numeric field(s) in "
                PERFORM WRITE-LOG THRU WRITE-LOG-DONE
                MOVE "N" TO scenarioValidSwitch
        END-IF.
      *>Least-cost routing answers one fill from the fixed start, so
      *>it runs on plain and extra-target cards; a waypoint,
      *>start-list or sweep card under it would need a cost answer
      *>per leg, start or seed that its result line has no room for
        IF ctlRouteMode NOT = SPACE AND ctlRouteMode NOT = "C" THEN
                MOVE "E" TO logSevCode
                MOVE SPACES TO logMessage
                STRING "card rejected, route mode '" ctlRouteMode
                        "' unknown" DELIMITED BY SIZE
                        INTO logMessage
                PERFORM WRITE-LOG THRU WRITE-LOG-DONE
                MOVE "N" TO scenarioValidSwitch
                GO TO VALIDATE-SCENARIO-DONE
        END-IF.
        IF ctlRouteMode = "C"
           AND (ctlListType = "W" OR ctlListType = "S"
                OR ctlListType = "R") THEN
                MOVE "E" TO logSevCode
                MOVE SPACES TO logMessage
                STRING "card rejected, least-cost routing not "
                        "available on list type " ctlListType
                        DELIMITED BY SIZE INTO logMessage
                PERFORM WRITE-LOG THRU WRITE-LOG-DONE
                MOVE "N" TO scenarioValidSwitch
                GO TO VALIDATE-SCENARIO-DONE
        END-IF.
      *>A card may carry a coordinate list - when it does, the type
      *>and count have to be well-formed and every listed entry has
      *>to be a numeric coordinate inside this card's own grid
                GO TO VALIDATE-SCENARIO-DONE
        END-IF.
        IF ctlListType NOT = "T" AND ctlListType NOT = "W"
           AND ctlListType NOT = "S" AND ctlListType NOT = "R" THEN
                MOVE "E" TO logSevCode
                MOVE SPACES TO logMessage
                STRING "card rejected, list type '" ctlListType
                MOVE "N" TO scenarioValidSwitch
                GO TO VALIDATE-SCENARIO-DONE
        END-IF.
        IF ctlListType = "R" THEN
                PERFORM VALIDATE-SWEEP THRU VALIDATE-SWEEP-DONE
                GO TO VALIDATE-SCENARIO-DONE
        END-IF.
        IF ctlListCount IS NOT NUMERIC
           OR ctlListCount < 1 OR ctlListCount > 8 THEN
                MOVE "E" TO logSevCode
                UNTIL tgtIdx > ctlListCount.
        VALIDATE-SCENARIO-DONE.

      *>A sweep card's list columns hold its high seed and step in
      *>place of coordinates - the range has to run upward and fit
      *>the sweep table
        VALIDATE-SWEEP.
        IF ctlSweepHigh IS NOT NUMERIC
           OR ctlSweepStep IS NOT NUMERIC THEN
                MOVE "E" TO logSevCode
                MOVE SPACES TO logMessage
                STRING "card rejected, sweep high seed/step '"
                        ctlSweepHigh "/" ctlSweepStep
                        "' non-numeric" DELIMITED BY SIZE
                        INTO logMessage
                PERFORM WRITE-LOG THRU WRITE-LOG-DONE
                MOVE "N" TO scenarioValidSwitch
                GO TO VALIDATE-SWEEP-DONE
        END-IF.
        IF ctlSweepStep < 1 THEN
                MOVE "E" TO logSevCode
                MOVE SPACES TO logMessage
                MOVE "card rejected, sweep step must be at least 1"
                        TO logMessage
                PERFORM WRITE-LOG THRU WRITE-LOG-DONE
                MOVE "N" TO scenarioValidSwitch
                GO TO VALIDATE-SWEEP-DONE
        END-IF.
        IF ctlSweepHigh < ctlSeed THEN
                MOVE "E" TO logSevCode
                MOVE SPACES TO logMessage
                STRING "card rejected, sweep high seed " ctlSweepHigh
                        " below low seed " ctlSeed DELIMITED BY SIZE
                        INTO logMessage
                PERFORM WRITE-LOG THRU WRITE-LOG-DONE
                MOVE "N" TO scenarioValidSwitch
                GO TO VALIDATE-SWEEP-DONE
        END-IF.
        MOVE ctlSweepHigh TO swpSeedSpan.
        SUBTRACT ctlSeed FROM swpSeedSpan.
        DIVIDE swpSeedSpan BY ctlSweepStep GIVING swpPlanned.
        ADD 1 TO swpPlanned.
        IF swpPlanned > mxMaxSweep THEN
                MOVE "E" TO logSevCode
                MOVE SPACES TO logMessage
                STRING "card rejected, sweep of " swpPlanned
                        " seeds exceeds " mxMaxSweep DELIMITED BY SIZE
                        INTO logMessage
                PERFORM WRITE-LOG THRU WRITE-LOG-DONE
                MOVE "N" TO scenarioValidSwitch
        END-IF.
        VALIDATE-SWEEP-DONE.

        VALIDATE-LIST-ENTRY.
        IF ctlListRow(tgtIdx) IS NOT NUMERIC
           OR ctlListCol(tgtIdx) IS NOT NUMERIC THEN

        RUN-SCENARIO.
        PERFORM BUILD-CKPT-NAME THRU BUILD-CKPT-NAME-DONE.
      *>A sweep builds its own pattern per seed
        IF sweepCard THEN
                PERFORM RUN-SWEEP-SCENARIO THRU RUN-SWEEP-SCENARIO-DONE
                GO TO RUN-SCENARIO-DONE
        END-IF.
      *>One pattern serves the whole card - every leg of a waypoint
      *>card fills the same seed on the same grid
        PERFORM ENSURE-PATTERN THRU ENSURE-PATTERN-DONE.
                        THRU RUN-MULTISTART-SCENARIO-DONE
                GO TO RUN-SCENARIO-DONE
        END-IF.
        IF costRouting THEN
                PERFORM RUN-COST-SCENARIO THRU RUN-COST-SCENARIO-DONE
                GO TO RUN-SCENARIO-DONE
        END-IF.
        PERFORM INIT-MAZE THRU INIT-MAZE-DONE.
        PERFORM LOAD-CHECKPOINT THRU LOAD-CHECKPOINT-DONE.
        PERFORM FRONTIER-FILL THRU FRONTIER-FILL-DONE.
                        THRU DEFER-CURRENT-SCENARIO-DONE
                GO TO RUN-SCENARIO-DONE
        END-IF.
        IF (curCardBneck OR bneckAll)
           AND tgtFoundFlag(1) = "Y" THEN
                MOVE "Y" TO bneckDueSwitch
        END-IF.
        MOVE targetRow TO anlHdrRow.
        MOVE targetCol TO anlHdrCol.
        PERFORM WRITE-ANALYTICS THRU WRITE-ANALYTICS-DONE.
      *>The analysis comes last - its measuring re-fills overwrite
      *>the maze and path tables, so every normal output of the card
      *>must already be on disk.  No base route, nothing to measure
        IF bneckDue THEN
                PERFORM BNECK-ANALYZE THRU BNECK-ANALYZE-DONE
        END-IF.
        RUN-SCENARIO-DONE.

      *>A "C" card: one least-cost fill from the fixed start answers
      *>every target on the card, reported the same way a plain card
      *>is.  The cost fill never checkpoints - its bucket queue is not
      *>part of the snapshot - so a budget cut defers the whole card,
      *>the way a start-list card's does.  The bottleneck analysis
      *>measures move distance and stays a fewest-moves feature
        RUN-COST-SCENARIO.
        IF curCardBneck OR bneckAll THEN
                MOVE "W" TO logSevCode
                MOVE SPACES TO logMessage
                STRING "bottleneck analysis skipped, not available "
                        "under least-cost routing"
                        DELIMITED BY SIZE INTO logMessage
                PERFORM WRITE-LOG THRU WRITE-LOG-DONE
        END-IF.
        PERFORM INIT-MAZE THRU INIT-MAZE-DONE.
        PERFORM COST-FILL THRU COST-FILL-DONE.
        IF budgetHit AND costQueued > 0
           AND NOT (targetsFoundCount = targetCount
                AND curCost > moveLimit) THEN
                PERFORM DEFER-CURRENT-SCENARIO
                        THRU DEFER-CURRENT-SCENARIO-DONE
                GO TO RUN-COST-SCENARIO-DONE
        END-IF.
        MOVE targetRow TO anlHdrRow.
        MOVE targetCol TO anlHdrCol.
        PERFORM WRITE-ANALYTICS THRU WRITE-ANALYTICS-DONE.
        MOVE 1 TO reportTgtIdx.
        PERFORM REPORT-TARGET WITH TEST BEFORE
                UNTIL reportTgtIdx > targetCount.
        RUN-COST-SCENARIO-DONE.

      *>One fill answers every target on the card - report each in
      *>card order with its own RESULT-RECORD and PATHOUT path.  The
      *>map is dumped once, while the base target's path is the one
        MOVE tgtCol(reportTgtIdx) TO targetCol.
        MOVE tgtDistance(reportTgtIdx) TO targetDistance.
        MOVE tgtFoundFlag(reportTgtIdx) TO targetFoundSwitch.
        MOVE tgtCost(reportTgtIdx) TO targetRouteCost.
        IF targetFound THEN
                MOVE pcnt(targetRow,targetCol) TO targetTieCount
        ELSE
        IF reportTgtIdx = 1 THEN
                PERFORM DUMP-MAP THRU DUMP-MAP-DONE
        END-IF.
      *>Under least-cost routing the tie count is of equal-cost
      *>routes, but the alternate walk-back turns off on equal move
      *>depth - it could hand back a dearer route, so a least-cost
      *>card writes its one route only
        IF targetFound AND targetTieCount > 1
           AND NOT costRouting THEN
                PERFORM BUILD-ALT-PATH THRU BUILD-ALT-PATH-DONE
                PERFORM WRITE-ALT-PATH THRU WRITE-ALT-PATH-DONE
        END-IF.
                GO TO RUN-MULTISTART-SCENARIO-DONE
        END-IF.
        PERFORM PICK-BEST-START THRU PICK-BEST-START-DONE.
        IF (curCardBneck OR bneckAll) AND stBestIdx > 0
           AND NOT budgetHit THEN
                MOVE "Y" TO bneckDueSwitch
        END-IF.
        MOVE 1 TO stRptIdx.
        PERFORM WRITE-START-RESULT THRU WRITE-START-RESULT-DONE
                WITH TEST BEFORE UNTIL stRptIdx > stCount.
        MOVE "Y" TO targetFoundSwitch.
        PERFORM BUILD-PATH THRU BUILD-PATH-DONE.
        PERFORM DUMP-MAP THRU DUMP-MAP-DONE.
        IF bneckDue AND NOT budgetHit THEN
                PERFORM BNECK-ANALYZE THRU BNECK-ANALYZE-DONE
        END-IF.
        MOVE scnStartRow TO startRow.
        MOVE scnStartCol TO startCol.
        WRITE-WINNER-MAP-DONE.

      *>An "R" card: the card's target, grid and move limit solved
      *>once per seed across the range, each seed a fresh pattern and
      *>a fresh fill from the fixed start.  The whole range is one
      *>scenario - one pick, one SWEPT result line - and nothing goes
      *>to the history master or the journal, which key one seed's
      *>answer.  If the window closes partway, what was solved is
      *>reported and the unsolved seeds go to the deferral deck as a
      *>remainder card, the same card with its low seed moved up; a
      *>window that closes before the first seed is done defers the
      *>whole card as any other
        RUN-SWEEP-SCENARIO.
        IF curCardBneck OR bneckAll THEN
                MOVE "W" TO logSevCode
                MOVE SPACES TO logMessage
                STRING "bottleneck analysis skipped, no "
                        "single fill on a sweep card"
                        DELIMITED BY SIZE INTO logMessage
                PERFORM WRITE-LOG THRU WRITE-LOG-DONE
        END-IF.
        MOVE 0 TO swpCount.
        MOVE 0 TO swpReachedCount.
        MOVE 0 TO swpUnreachCount.
        MOVE 0 TO swpDistTotal.
        MOVE "N" TO swpCutSwitch.
        MOVE ctlSeed TO swpNextSeed.
        MOVE "Y" TO sweepSwitch.
        PERFORM RUN-SWEEP-SEED THRU RUN-SWEEP-SEED-DONE
                WITH TEST BEFORE
                UNTIL swpNextSeed > ctlSweepHigh OR sweepCut.
        MOVE "N" TO sweepSwitch.
        MOVE ctlSeed TO puzInput.
        IF swpCount = 0 THEN
                MOVE "N" TO swpCutSwitch
                PERFORM DEFER-CURRENT-SCENARIO
                        THRU DEFER-CURRENT-SCENARIO-DONE
                GO TO RUN-SWEEP-SCENARIO-DONE
        END-IF.
        PERFORM WRITE-SWEEP-REPORT THRU WRITE-SWEEP-REPORT-DONE.
        IF sweepCut THEN
                PERFORM DEFER-SWEEP-REMAINDER
                        THRU DEFER-SWEEP-REMAINDER-DONE
        END-IF.
        PERFORM WRITE-SWEEP-RESULT THRU WRITE-SWEEP-RESULT-DONE.
        MOVE "N" TO swpCutSwitch.
        RUN-SWEEP-SCENARIO-DONE.

        RUN-SWEEP-SEED.
        MOVE swpNextSeed TO puzInput.
        PERFORM ENSURE-PATTERN THRU ENSURE-PATTERN-DONE.
        PERFORM INIT-MAZE THRU INIT-MAZE-DONE.
        PERFORM FRONTIER-FILL THRU FRONTIER-FILL-DONE.
        IF budgetHit AND curFrontierCount > 0
           AND NOT (targetsFoundCount = targetCount
                AND moves > moveLimit) THEN
                MOVE "Y" TO swpCutSwitch
                GO TO RUN-SWEEP-SEED-DONE
        END-IF.
        ADD 1 TO swpCount.
        MOVE puzInput TO swpSeed(swpCount).
        MOVE tgtDistance(1) TO swpDistance(swpCount).
        MOVE cnt TO swpCnt(swpCount).
        MOVE tgtFoundFlag(1) TO swpFoundFlag(swpCount).
        IF tgtFoundFlag(1) = "Y" THEN
                ADD 1 TO swpReachedCount
                ADD tgtDistance(1) TO swpDistTotal
                PERFORM SWEEP-INSERT-DISTANCE
                        THRU SWEEP-INSERT-DISTANCE-DONE
        ELSE
                ADD 1 TO swpUnreachCount
        END-IF.
        ADD ctlSweepStep TO swpNextSeed.
        RUN-SWEEP-SEED-DONE.

      *>Insertion into the sorted distances - the new one goes in
      *>behind every distance not above it, so equal distances keep
      *>seed order
        SWEEP-INSERT-DISTANCE.
        MOVE swpReachedCount TO swpSortIdx.
        MOVE "N" TO swpSlotFoundSwitch.
        PERFORM SWEEP-SHIFT-STEP WITH TEST BEFORE
                UNTIL swpSortIdx = 1 OR swpSlotFound.
        MOVE tgtDistance(1) TO swpSorted(swpSortIdx).
        SWEEP-INSERT-DISTANCE-DONE.

        SWEEP-SHIFT-STEP.
        SUBTRACT 1 FROM swpSortIdx GIVING swpSortPrev.
        IF swpSorted(swpSortPrev) > tgtDistance(1) THEN
                MOVE swpSorted(swpSortPrev) TO swpSorted(swpSortIdx)
                MOVE swpSortPrev TO swpSortIdx
        ELSE
                MOVE "Y" TO swpSlotFoundSwitch
        END-IF.

      *>The sweep report: the range asked for, a line per seed solved,
      *>then the spread over the seeds that reached the target
        WRITE-SWEEP-REPORT.
        MOVE SPACES TO SWEEP-RECORD.
        STRING "SWEEP SEEDS " ctlSeed "-" ctlSweepHigh
                " STEP " ctlSweepStep
                " TARGET (" targetRow "," targetCol ")"
                " GRID " gridRows "x" gridCols
                " LIMIT " moveLimit ":" DELIMITED BY SIZE
                INTO SWEEP-RECORD.
        WRITE SWEEP-RECORD.
        MOVE 1 TO swpIdx.
        PERFORM SWEEP-WRITE-SEED WITH TEST BEFORE
                UNTIL swpIdx > swpCount.
        MOVE SPACES TO SWEEP-RECORD.
        STRING "SOLVED " swpCount
                " REACHED " swpReachedCount
                " UNREACHABLE " swpUnreachCount DELIMITED BY SIZE
                INTO SWEEP-RECORD.
        WRITE SWEEP-RECORD.
        IF swpReachedCount = 0 THEN
                MOVE SPACES TO SWEEP-RECORD
                MOVE "DISTANCE NONE, NO SEED REACHED THE TARGET"
                        TO SWEEP-RECORD
                WRITE SWEEP-RECORD
        ELSE
                PERFORM SWEEP-WRITE-SPREAD
                        THRU SWEEP-WRITE-SPREAD-DONE
        END-IF.
        IF sweepCut THEN
                MOVE swpNextSeed TO swpRemSeed
                MOVE SPACES TO SWEEP-RECORD
                STRING "REMAINDER FROM SEED " swpRemSeed
                        " DEFERRED TO NEXT WINDOW" DELIMITED BY SIZE
                        INTO SWEEP-RECORD
                WRITE SWEEP-RECORD
        END-IF.
        WRITE-SWEEP-REPORT-DONE.

        SWEEP-WRITE-SEED.
        MOVE SPACES TO SWEEP-RECORD.
        IF swpFoundFlag(swpIdx) = "Y" THEN
                STRING "SEED " swpSeed(swpIdx)
                        " DISTANCE " swpDistance(swpIdx)
                        " REACHCNT " swpCnt(swpIdx)
                        " REACHED" DELIMITED BY SIZE
                        INTO SWEEP-RECORD
        ELSE
                STRING "SEED " swpSeed(swpIdx)
                        " DISTANCE " swpDistance(swpIdx)
                        " REACHCNT " swpCnt(swpIdx)
                        " NOTFOUND" DELIMITED BY SIZE
                        INTO SWEEP-RECORD
        END-IF.
        WRITE SWEEP-RECORD.
        ADD 1 TO swpIdx.

      *>Min and max are the ends of the sorted distances; the median
      *>is the middle one, or the mean of the middle two
        SWEEP-WRITE-SPREAD.
        DIVIDE swpDistTotal BY swpReachedCount GIVING swpMean ROUNDED.
        MOVE swpMean TO swpMeanDisplay.
        DIVIDE swpReachedCount BY 2 GIVING swpHalf
                REMAINDER swpHalfRem.
        IF swpHalfRem = 1 THEN
                ADD 1 TO swpHalf
                MOVE swpSorted(swpHalf) TO swpMedian
        ELSE
                MOVE swpSorted(swpHalf) TO swpMedianSum
                ADD 1 TO swpHalf
                ADD swpSorted(swpHalf) TO swpMedianSum
                DIVIDE swpMedianSum BY 2 GIVING swpMedian
        END-IF.
        MOVE swpMedian TO swpMedianDisplay.
        MOVE SPACES TO SWEEP-RECORD.
        STRING "DISTANCE MIN " swpSorted(1)
                " MAX " swpSorted(swpReachedCount)
                " MEAN " swpMeanDisplay
                " MEDIAN " swpMedianDisplay DELIMITED BY SIZE
                INTO SWEEP-RECORD.
        WRITE SWEEP-RECORD.
        MOVE swpSorted(1) TO swpExtremeDist.
        MOVE "MIN" TO swpExtremeTag.
        PERFORM SWEEP-WRITE-EXTREME THRU SWEEP-WRITE-EXTREME-DONE.
        MOVE swpSorted(swpReachedCount) TO swpExtremeDist.
        MOVE "MAX" TO swpExtremeTag.
        PERFORM SWEEP-WRITE-EXTREME THRU SWEEP-WRITE-EXTREME-DONE.
        SWEEP-WRITE-SPREAD-DONE.

      *>Every seed whose distance is the extreme, fifteen to a line
        SWEEP-WRITE-EXTREME.
        MOVE SPACES TO swpLine.
        STRING swpExtremeTag " SEEDS" DELIMITED BY SIZE
                INTO swpLine.
        MOVE 10 TO swpLinePtr.
        MOVE 0 TO swpOnLine.
        MOVE 1 TO swpIdx.
        PERFORM SWEEP-EXTREME-STEP WITH TEST BEFORE
                UNTIL swpIdx > swpCount.
        MOVE swpLine TO SWEEP-RECORD.
        WRITE SWEEP-RECORD.
        SWEEP-WRITE-EXTREME-DONE.

        SWEEP-EXTREME-STEP.
        IF swpFoundFlag(swpIdx) = "Y"
           AND swpDistance(swpIdx) = swpExtremeDist THEN
                IF swpOnLine = 15 THEN
                        MOVE swpLine TO SWEEP-RECORD
                        WRITE SWEEP-RECORD
                        MOVE SPACES TO swpLine
                        STRING swpExtremeTag " SEEDS" DELIMITED BY SIZE
                                INTO swpLine
                        MOVE 10 TO swpLinePtr
                        MOVE 0 TO swpOnLine
                END-IF
                STRING " " swpSeed(swpIdx) DELIMITED BY SIZE
                        INTO swpLine WITH POINTER swpLinePtr
                ADD 1 TO swpOnLine
        END-IF.
        ADD 1 TO swpIdx.

      *>The seeds the window never reached go to the deferral deck as
      *>the same card with its low seed moved up to the first of
      *>them.  No DEFERRED line - the card's one result line is its
      *>SWEPT line, marked PARTIAL so the balancing step can pair it
      *>with the remainder card
        DEFER-SWEEP-REMAINDER.
        MOVE ctlCardImage TO CONTROL-RECORD.
        MOVE swpNextSeed TO swpRemSeed.
        MOVE swpRemSeed TO ctlSeed.
        MOVE CONTROL-RECORD TO DEFER-RECORD.
        WRITE DEFER-RECORD.
        MOVE "W" TO logSevCode.
        MOVE SPACES TO logMessage.
        STRING "class " curCardClass
                " sweep remainder from seed " swpRemSeed
                " deferred to next window" DELIMITED BY SIZE
                INTO logMessage.
        PERFORM WRITE-LOG THRU WRITE-LOG-DONE.
        MOVE ctlCardImage TO CONTROL-RECORD.
        DEFER-SWEEP-REMAINDER-DONE.

      *>The sweep's one result line: the lowest distance any seed
      *>reached the target at (99998 if none did), how many seeds
      *>reached it in the count column, and the range with its
      *>solved and unreachable counts in the leg-detail text - keep
      *>that text's columns in step with solbal, which reads the
      *>PARTIAL mark off it
        WRITE-SWEEP-RESULT.
        MOVE SPACES TO RESULT-RECORD.
        MOVE ctlSeed TO resSeed.
        MOVE targetRow TO resTargetRow.
        MOVE targetCol TO resTargetCol.
        MOVE gridRows TO resGridRows.
        MOVE gridCols TO resGridCols.
        MOVE moveLimit TO resMoveLimit.
        MOVE curScenarioId TO resScenarioId.
        MOVE runSeqNum TO resRunSeq.
        MOVE scenarioSeq TO resCardSeq.
        MOVE curCardClass TO resCardClass.
        MOVE curListType TO resListType.
        IF swpReachedCount > 0 THEN
                MOVE swpSorted(1) TO resDistance
        ELSE
                MOVE 99998 TO resDistance
        END-IF.
        MOVE swpReachedCount TO resCount.
        MOVE curRouteMode TO resRouteMode.
        MOVE 0 TO resRouteCost.
        MOVE "SWEPT   " TO resStatus.
        MOVE 0 TO resTieCount.
        MOVE SPACES TO legDetailText.
        STRING "SWEEP " ctlSeed "-" ctlSweepHigh
                " STEP " ctlSweepStep
                " SOLVED " swpCount
                " UNREACH " swpUnreachCount DELIMITED BY SIZE
                INTO legDetailText.
        IF sweepCut THEN
                MOVE " PARTIAL" TO legDetailText(51:8)
        END-IF.
        MOVE legDetailText TO resLegDetail.
        MOVE SPACES TO legDetailText.
        PERFORM STAMP-TIMESTAMP THRU STAMP-TIMESTAMP-DONE.
        MOVE runTimestamp TO resTimestamp.
        PERFORM CALC-SCN-ELAPSED THRU CALC-SCN-ELAPSED-DONE.
        MOVE scnElapsedSecs TO resElapsedSecs.
        PERFORM TALLY-RESULT THRU TALLY-RESULT-DONE.
        WRITE RESULT-RECORD.
        WRITE-SWEEP-RESULT-DONE.

      *>Builds this scenario's own checkpoint filename from what the
      *>card asks for - not from its position in the batch, so a card
      *>deferred to the next window finds its snapshot again wherever
        INIT-TARGET-STATE.
        MOVE "N" TO tgtFoundFlag(tgtIdx).
        MOVE 99998 TO tgtDistance(tgtIdx).
        MOVE 9999998 TO tgtCost(tgtIdx).
        IF tgtRow(tgtIdx) = startRow AND tgtCol(tgtIdx) = startCol THEN
                MOVE "Y" TO tgtFoundFlag(tgtIdx)
                MOVE 0 TO tgtDistance(tgtIdx)
                MOVE 0 TO tgtCost(tgtIdx)
                ADD 1 TO targetsFoundCount
        END-IF.
        ADD 1 TO tgtIdx.
                           AND ckhStartRow = startRow
                           AND ckhStartCol = startCol
                           AND ckptTargetsMatch THEN
                                PERFORM RESTORE-CHECKPOINT
                                   THRU RESTORE-CHECKPOINT-DONE
                                MOVE "Y" TO ckptFoundSwitch
                        ELSE
                                MOVE "N" TO ckptFoundSwitch
        MOVE 0 TO nextFrontierCount.
        MOVE 1 TO frontierLoopIdx.
        PERFORM EXPAND-FRONTIER-CELL
                WITH TEST BEFORE
                UNTIL frontierLoopIdx > curFrontierCount.
        MOVE nextMoves TO moves.
        PERFORM SWAP-FRONTIER THRU SWAP-FRONTIER-DONE.
        DIVIDE moves BY checkpointInterval GIVING math
                REMAINDER ckptRemainder.
        IF ckptRemainder = 0 AND bneckFillIdle
           AND multiStartIdle AND sweepIdle THEN
                PERFORM SAVE-CHECKPOINT THRU SAVE-CHECKPOINT-DONE
        END-IF.
        DIVIDE moves BY heartbeatInterval GIVING math
                REMAINDER hbRemainder.
        IF hbRemainder = 0 THEN
                PERFORM WRITE-HEARTBEAT THRU WRITE-HEARTBEAT-DONE
        END-IF.
        MOVE nextFrontierCount TO curFrontierCount.
        MOVE 1 TO frontierLoopIdx.
        PERFORM COPY-FRONTIER-CELL
                WITH TEST BEFORE
                UNTIL frontierLoopIdx > curFrontierCount.
        SWAP-FRONTIER-DONE.

        COPY-FRONTIER-CELL.
        END-IF.
        ADD 1 TO tgtIdx.

      *>The least-cost fill.  Cells are settled cheapest first, one
      *>cost level at a time; a settled cell's cost is final, since
      *>every step costs at least 1.  val still carries each cell's
      *>move count - along its cheapest route - so the path walk-back,
      *>the map and the analytics read the board as they always do,
      *>and pcnt is built as the cells settle: a cell's equal-cost
      *>route count is the sum over the settled neighbors that reach
      *>it at its cost.  The fill runs until the queue empties, every
      *>target is settled and the cost level is past the move limit
      *>(which bounds route cost on a "C" card), or the window's
      *>budget goes.  INIT-MAZE has laid the walls and the start
        COST-FILL.
        MOVE 1 TO x0.
        PERFORM COST-INIT-ROW WITH TEST BEFORE UNTIL x0 > gridRows.
        MOVE 1 TO terIdx.
        PERFORM COST-APPLY-TERRAIN WITH TEST BEFORE
                UNTIL terIdx > terrainCount.
        MOVE 1 TO costBkt.
        PERFORM COST-CLEAR-BUCKET WITH TEST BEFORE UNTIL costBkt > 10.
        MOVE 0 TO costQueued.
        MOVE 0 TO curCost.
        MOVE 0 TO cnt.
        MOVE 0 TO routeCost(startRow,startCol).
        MOVE 1 TO pcnt(startRow,startCol).
        MOVE startRow TO x1.
        MOVE startCol TO y1.
        MOVE 1 TO costLinkBkt.
        PERFORM COST-LINK THRU COST-LINK-DONE.
        PERFORM COST-PASS WITH TEST BEFORE UNTIL
                costQueued = 0
                OR (targetsFoundCount = targetCount
                        AND curCost > moveLimit)
                OR budgetHit.
        COST-FILL-DONE.

        COST-INIT-ROW.
        MOVE 1 TO y0.
        PERFORM COST-INIT-CELL WITH TEST BEFORE UNTIL y0 > gridCols.
        ADD 1 TO x0.

        COST-INIT-CELL.
        MOVE 1 TO cellCost(x0,y0).
        MOVE 9999998 TO routeCost(x0,y0).
        MOVE 0 TO pcnt(x0,y0).
        ADD 1 TO y0.

      *>A cell listed twice on the terrain deck takes its last class
        COST-APPLY-TERRAIN.
        IF terTabRow(terIdx) NOT < 1
           AND terTabRow(terIdx) NOT > gridRows
           AND terTabCol(terIdx) NOT < 1
           AND terTabCol(terIdx) NOT > gridCols THEN
                MOVE terTabClass(terIdx)
                        TO cellCost(terTabRow(terIdx),terTabCol(terIdx))
        END-IF.
        ADD 1 TO terIdx.

        COST-CLEAR-BUCKET.
        MOVE 0 TO bktHead(costBkt).
        ADD 1 TO costBkt.

      *>Settles every cell queued at the current cost level, then
      *>steps the level on.  Cells settled here can only queue cells
      *>at dearer levels, so the bucket empties
        COST-PASS.
        DIVIDE curCost BY 10 GIVING math REMAINDER costBkt.
        ADD 1 TO costBkt.
        PERFORM COST-SETTLE-CELL WITH TEST BEFORE
                UNTIL bktHead(costBkt) = 0.
        ADD 1 TO curCost.
        MOVE costQueued TO curFrontierCount.
        DIVIDE curCost BY heartbeatInterval GIVING math
                REMAINDER hbRemainder.
        IF hbRemainder = 0 THEN
                PERFORM WRITE-HEARTBEAT THRU WRITE-HEARTBEAT-DONE
        END-IF.
        PERFORM CHECK-BUDGET THRU CHECK-BUDGET-DONE.

        COST-SETTLE-CELL.
        MOVE bktHead(costBkt) TO costLinkIdx.
        MOVE costBkt TO costLinkBkt.
        PERFORM COST-UNLINK THRU COST-UNLINK-DONE.
        MOVE costLinkIdx TO math.
        SUBTRACT 1 FROM math.
        DIVIDE math BY gridCols GIVING x0 REMAINDER y0.
        ADD 1 TO x0.
        ADD 1 TO y0.
        IF curCost <= moveLimit THEN
                ADD 1 TO cnt
        END-IF.
        MOVE val(x0,y0) TO moves.
        MOVE 1 TO tgtIdx.
        PERFORM COST-CHECK-TARGET WITH TEST BEFORE
                UNTIL tgtIdx > targetCount.
        MOVE x0 TO x1.
        MOVE y0 TO y1.
        ADD -1 TO x1.
        PERFORM COST-RELAX THRU COST-RELAX-DONE.
        ADD 2 TO x1.
        PERFORM COST-RELAX THRU COST-RELAX-DONE.
        ADD -1 TO x1.
        ADD -1 TO y1.
        PERFORM COST-RELAX THRU COST-RELAX-DONE.
        ADD 2 TO y1.
        PERFORM COST-RELAX THRU COST-RELAX-DONE.

        COST-CHECK-TARGET.
        IF tgtFoundFlag(tgtIdx) = "N"
           AND x0 = tgtRow(tgtIdx) AND y0 = tgtCol(tgtIdx) THEN
                MOVE "Y" TO tgtFoundFlag(tgtIdx)
                MOVE val(x0,y0) TO tgtDistance(tgtIdx)
                MOVE curCost TO tgtCost(tgtIdx)
                ADD 1 TO targetsFoundCount
        END-IF.
        ADD 1 TO tgtIdx.

      *>Offers the neighbor x1,y1 a route through the cell being
      *>settled at x0,y0.  A cheaper route moves the neighbor to its
      *>new bucket and restarts its route count; an equal one adds
      *>to the count.  A settled neighbor is never cheaper, so it is
      *>never disturbed
        COST-RELAX.
        IF x1 < 1 OR x1 > gridRows THEN
                GO TO COST-RELAX-DONE
        END-IF.
        IF y1 < 1 OR y1 > gridCols THEN
                GO TO COST-RELAX-DONE
        END-IF.
        IF val(x1,y1) = 99999 THEN
                GO TO COST-RELAX-DONE
        END-IF.
        MOVE routeCost(x0,y0) TO newCost.
        ADD cellCost(x1,y1) TO newCost.
        IF newCost = routeCost(x1,y1) THEN
                MOVE pcnt(x1,y1) TO tieSum
                ADD pcnt(x0,y0) TO tieSum
                IF tieSum > 99999 THEN
                        MOVE 99999 TO tieSum
                END-IF
                MOVE tieSum TO pcnt(x1,y1)
                GO TO COST-RELAX-DONE
        END-IF.
        IF newCost > routeCost(x1,y1) THEN
                GO TO COST-RELAX-DONE
        END-IF.
        IF routeCost(x1,y1) NOT = 9999998 THEN
                MOVE x1 TO costLinkIdx
                SUBTRACT 1 FROM costLinkIdx
                MULTIPLY gridCols BY costLinkIdx
                ADD y1 TO costLinkIdx
                DIVIDE routeCost(x1,y1) BY 10 GIVING math
                        REMAINDER costLinkBkt
                ADD 1 TO costLinkBkt
                PERFORM COST-UNLINK THRU COST-UNLINK-DONE
        END-IF.
        MOVE newCost TO routeCost(x1,y1).
        MOVE val(x0,y0) TO val(x1,y1).
        ADD 1 TO val(x1,y1).
        MOVE x0 TO predFromRow(x1,y1).
        MOVE y0 TO predFromCol(x1,y1).
        MOVE pcnt(x0,y0) TO pcnt(x1,y1).
        DIVIDE newCost BY 10 GIVING math REMAINDER costLinkBkt.
        ADD 1 TO costLinkBkt.
        PERFORM COST-LINK THRU COST-LINK-DONE.
        COST-RELAX-DONE.

      *>Queues the cell at x1,y1 at the head of bucket costLinkBkt
        COST-LINK.
        MOVE x1 TO costLinkIdx.
        SUBTRACT 1 FROM costLinkIdx.
        MULTIPLY gridCols BY costLinkIdx.
        ADD y1 TO costLinkIdx.
        MOVE bktHead(costLinkBkt) TO bktNext(costLinkIdx).
        MOVE 0 TO bktPrev(costLinkIdx).
        IF bktHead(costLinkBkt) NOT = 0 THEN
                MOVE costLinkIdx TO bktPrev(bktHead(costLinkBkt))
        END-IF.
        MOVE costLinkIdx TO bktHead(costLinkBkt).
        ADD 1 TO costQueued.
        COST-LINK-DONE.

      *>Takes cell number costLinkIdx out of bucket costLinkBkt
        COST-UNLINK.
        IF bktPrev(costLinkIdx) = 0 THEN
                MOVE bktNext(costLinkIdx) TO bktHead(costLinkBkt)
        ELSE
                MOVE bktNext(costLinkIdx)
                        TO bktNext(bktPrev(costLinkIdx))
        END-IF.
        IF bktNext(costLinkIdx) NOT = 0 THEN
                MOVE bktPrev(costLinkIdx)
                        TO bktPrev(bktNext(costLinkIdx))
        END-IF.
        SUBTRACT 1 FROM costQueued.
        COST-UNLINK-DONE.

      *>Snapshots the frontier and the maze table so a restarted run can
      *>pick the fill back up instead of starting moves over at 0
        SAVE-CHECKPOINT.
        END-IF.
        ADD 1 TO bneckCandIdx.

      *>Connected-region report: label every open region of the
      *>card's grid, list each with its size and bounding box, say
      *>which region every start and target on the card sits in, and
      *>for each target in no start's region, how many wall cells
      *>stand between it and the nearest start at the fewest - with
      *>the cells themselves, read off a 0/1 fill where stepping onto
      *>a wall costs one and onto open ground nothing.  Read off the
      *>cached wall pattern (overrides included), so it is the same
      *>grid the card's own fills ran on, whatever its route mode
        REGION-ANALYZE.
        PERFORM REGION-COLLECT-POINTS THRU REGION-COLLECT-POINTS-DONE.
        PERFORM REGION-LABEL THRU REGION-LABEL-DONE.
        MOVE SPACES TO REGION-RECORD.
        STRING "SEED " puzInput
                " TARGET (" ctlTargetRow "," ctlTargetCol ")"
                " GRID " gridRows "x" gridCols
                " LIMIT " moveLimit " REGIONS:" DELIMITED BY SIZE
                INTO REGION-RECORD.
        WRITE REGION-RECORD.
        MOVE 1 TO regIdx.
        PERFORM REGION-WRITE-REGION WITH TEST BEFORE
                UNTIL regIdx > regionCount OR regIdx > mxMaxRegions.
        IF regionCount > mxMaxRegions THEN
                MOVE SPACES TO REGION-RECORD
                STRING "REGIONS BEYOND " mxMaxRegions " NOT LISTED"
                        DELIMITED BY SIZE INTO REGION-RECORD
                WRITE REGION-RECORD
                MOVE "W" TO logSevCode
                MOVE SPACES TO logMessage
                STRING "region table full at " mxMaxRegions
                        ", " regionCount " regions on the grid"
                        DELIMITED BY SIZE INTO logMessage
                PERFORM WRITE-LOG THRU WRITE-LOG-DONE
        END-IF.
        MOVE 0 TO regOpenStarts.
        MOVE 1 TO regPtIdx.
        PERFORM REGION-LOCATE-POINT WITH TEST BEFORE
                UNTIL regPtIdx > regPtCount.
        IF regOpenStarts > 0 THEN
                PERFORM REGION-WALL-FILL THRU REGION-WALL-FILL-DONE
        END-IF.
        MOVE 1 TO regPtIdx.
        PERFORM REGION-WRITE-POINT THRU REGION-WRITE-POINT-DONE
                WITH TEST BEFORE UNTIL regPtIdx > regPtCount.
        MOVE SPACES TO REGION-RECORD.
        STRING "REGIONS " regionCount
                " LARGEST " regLargestCells DELIMITED BY SIZE
                INTO REGION-RECORD.
        WRITE REGION-RECORD.
        REGION-ANALYZE-DONE.

      *>The card's starts - its candidate list on an "S" card, the
      *>fixed start otherwise - then its target and any listed
      *>extra targets or waypoints
        REGION-COLLECT-POINTS.
        MOVE 0 TO regPtCount.
        IF ctlListType = "S" THEN
                MOVE 1 TO loadListIdx
                PERFORM REGION-ADD-LIST-POINT WITH TEST BEFORE
                        UNTIL loadListIdx > ctlListCount
        ELSE
                ADD 1 TO regPtCount
                MOVE "S" TO regPtKind(regPtCount)
                MOVE startRow TO regPtRow(regPtCount)
                MOVE startCol TO regPtCol(regPtCount)
        END-IF.
        ADD 1 TO regPtCount.
        MOVE "T" TO regPtKind(regPtCount).
        MOVE ctlTargetRow TO regPtRow(regPtCount).
        MOVE ctlTargetCol TO regPtCol(regPtCount).
        IF ctlListType = "T" OR ctlListType = "W" THEN
                MOVE 1 TO loadListIdx
                PERFORM REGION-ADD-LIST-POINT WITH TEST BEFORE
                        UNTIL loadListIdx > ctlListCount
        END-IF.
        REGION-COLLECT-POINTS-DONE.

        REGION-ADD-LIST-POINT.
        ADD 1 TO regPtCount.
        MOVE ctlListType TO regPtKind(regPtCount).
        MOVE ctlListRow(loadListIdx) TO regPtRow(regPtCount).
        MOVE ctlListCol(loadListIdx) TO regPtCol(regPtCount).
        ADD 1 TO loadListIdx.

      *>Labels the grid: every open cell not yet in a region starts
      *>the next one, and a flood fill from it takes in everything
      *>open it can reach
        REGION-LABEL.
        MOVE 0 TO regionCount.
        MOVE 0 TO regLargestCells.
        MOVE gridRows TO regCellTotal.
        MULTIPLY gridCols BY regCellTotal.
        MOVE 1 TO regScanIdx.
        PERFORM REGION-CLEAR-CELL WITH TEST BEFORE
                UNTIL regScanIdx > regCellTotal.
        MOVE 1 TO regScanIdx.
        PERFORM REGION-SCAN-CELL WITH TEST BEFORE
                UNTIL regScanIdx > regCellTotal.
        REGION-LABEL-DONE.

        REGION-CLEAR-CELL.
        MOVE 0 TO regLabel(regScanIdx).
        ADD 1 TO regScanIdx.

        REGION-SCAN-CELL.
        IF patCell(curPatIdx, regScanIdx) NOT = "W"
           AND regLabel(regScanIdx) = 0 THEN
                ADD 1 TO regionCount
                PERFORM REGION-FLOOD THRU REGION-FLOOD-DONE
        END-IF.
        ADD 1 TO regScanIdx.

        REGION-FLOOD.
        MOVE regionCount TO regCurLabel.
        MOVE 0 TO regCurCells.
        IF regCurLabel NOT > mxMaxRegions THEN
                MOVE 999 TO regMinRow(regCurLabel)
                MOVE 0 TO regMaxRow(regCurLabel)
                MOVE 999 TO regMinCol(regCurLabel)
                MOVE 0 TO regMaxCol(regCurLabel)
        END-IF.
        MOVE regCurLabel TO regLabel(regScanIdx).
        MOVE regScanIdx TO regQueue(1).
        MOVE 1 TO regQueueHead.
        MOVE 1 TO regQueueTail.
        PERFORM REGION-FLOOD-STEP WITH TEST BEFORE
                UNTIL regQueueHead > regQueueTail.
        IF regCurLabel NOT > mxMaxRegions THEN
                MOVE regCurCells TO regCells(regCurLabel)
        END-IF.
        IF regCurCells > regLargestCells THEN
                MOVE regCurCells TO regLargestCells
        END-IF.
        REGION-FLOOD-DONE.

        REGION-FLOOD-STEP.
        MOVE regQueue(regQueueHead) TO regCellIdx.
        ADD 1 TO regQueueHead.
        ADD 1 TO regCurCells.
        MOVE regCellIdx TO math.
        SUBTRACT 1 FROM math.
        DIVIDE math BY gridCols GIVING x0 REMAINDER y0.
        ADD 1 TO x0.
        ADD 1 TO y0.
        IF regCurLabel NOT > mxMaxRegions THEN
                PERFORM REGION-GROW-BOX THRU REGION-GROW-BOX-DONE
        END-IF.
        IF x0 > 1 THEN
                SUBTRACT gridCols FROM regCellIdx GIVING regNbrIdx
                PERFORM REGION-FLOOD-NBR THRU REGION-FLOOD-NBR-DONE
        END-IF.
        IF x0 < gridRows THEN
                ADD gridCols TO regCellIdx GIVING regNbrIdx
                PERFORM REGION-FLOOD-NBR THRU REGION-FLOOD-NBR-DONE
        END-IF.
        IF y0 > 1 THEN
                SUBTRACT 1 FROM regCellIdx GIVING regNbrIdx
                PERFORM REGION-FLOOD-NBR THRU REGION-FLOOD-NBR-DONE
        END-IF.
        IF y0 < gridCols THEN
                ADD 1 TO regCellIdx GIVING regNbrIdx
                PERFORM REGION-FLOOD-NBR THRU REGION-FLOOD-NBR-DONE
        END-IF.

        REGION-FLOOD-NBR.
        IF patCell(curPatIdx, regNbrIdx) NOT = "W"
           AND regLabel(regNbrIdx) = 0 THEN
                MOVE regCurLabel TO regLabel(regNbrIdx)
                ADD 1 TO regQueueTail
                MOVE regNbrIdx TO regQueue(regQueueTail)
        END-IF.
        REGION-FLOOD-NBR-DONE.

        REGION-GROW-BOX.
        IF x0 < regMinRow(regCurLabel) THEN
                MOVE x0 TO regMinRow(regCurLabel)
        END-IF.
        IF x0 > regMaxRow(regCurLabel) THEN
                MOVE x0 TO regMaxRow(regCurLabel)
        END-IF.
        IF y0 < regMinCol(regCurLabel) THEN
                MOVE y0 TO regMinCol(regCurLabel)
        END-IF.
        IF y0 > regMaxCol(regCurLabel) THEN
                MOVE y0 TO regMaxCol(regCurLabel)
        END-IF.
        REGION-GROW-BOX-DONE.

        REGION-WRITE-REGION.
        MOVE SPACES TO REGION-RECORD.
        STRING "REGION " regIdx
                " CELLS " regCells(regIdx)
                " ROWS " regMinRow(regIdx) "-" regMaxRow(regIdx)
                " COLS " regMinCol(regIdx) "-" regMaxCol(regIdx)
                DELIMITED BY SIZE INTO REGION-RECORD.
        WRITE REGION-RECORD.
        ADD 1 TO regIdx.

      *>Region 0 means the point sits on a wall
        REGION-LOCATE-POINT.
        MOVE regPtRow(regPtIdx) TO regCellIdx.
        SUBTRACT 1 FROM regCellIdx.
        MULTIPLY gridCols BY regCellIdx.
        ADD regPtCol(regPtIdx) TO regCellIdx.
        MOVE regLabel(regCellIdx) TO regPtRegion(regPtIdx).
        IF regPtKind(regPtIdx) = "S" AND regPtRegion(regPtIdx) > 0 THEN
                ADD 1 TO regOpenStarts
        END-IF.
        ADD 1 TO regPtIdx.

        REGION-WRITE-POINT.
        IF regPtKind(regPtIdx) = "S" THEN
                MOVE "START " TO regPointText
        ELSE
                IF regPtKind(regPtIdx) = "W" THEN
                        MOVE "WAYPT " TO regPointText
                ELSE
                        MOVE "TARGET" TO regPointText
                END-IF
        END-IF.
        MOVE SPACES TO REGION-RECORD.
        MOVE 1 TO regLinePtr.
        IF regPtRegion(regPtIdx) = 0 THEN
                STRING regPointText
                        " (" regPtRow(regPtIdx) "," regPtCol(regPtIdx)
                        ") IS A WALL" DELIMITED BY SIZE
                        INTO REGION-RECORD WITH POINTER regLinePtr
        ELSE
                STRING regPointText
                        " (" regPtRow(regPtIdx) "," regPtCol(regPtIdx)
                        ") REGION " regPtRegion(regPtIdx)
                        DELIMITED BY SIZE
                        INTO REGION-RECORD WITH POINTER regLinePtr
        END-IF.
        IF regPtKind(regPtIdx) = "S" THEN
                WRITE REGION-RECORD
                ADD 1 TO regPtIdx
                GO TO REGION-WRITE-POINT-DONE
        END-IF.
      *>A target is sealed when no open start shares its region
        MOVE "Y" TO regSealedSwitch.
        MOVE 1 TO regStartIdx.
        PERFORM REGION-SEALED-STEP WITH TEST BEFORE
                UNTIL regStartIdx > regPtCount OR regNotSealed.
        IF regNotSealed THEN
                STRING " WITH START" DELIMITED BY SIZE
                        INTO REGION-RECORD WITH POINTER regLinePtr
                WRITE REGION-RECORD
                ADD 1 TO regPtIdx
                GO TO REGION-WRITE-POINT-DONE
        END-IF.
        IF regOpenStarts = 0 THEN
                STRING " SEALED, NO OPEN START" DELIMITED BY SIZE
                        INTO REGION-RECORD WITH POINTER regLinePtr
                WRITE REGION-RECORD
                ADD 1 TO regPtIdx
                GO TO REGION-WRITE-POINT-DONE
        END-IF.
        MOVE regPtRow(regPtIdx) TO x0.
        MOVE regPtCol(regPtIdx) TO y0.
        MOVE routeCost(x0,y0) TO regWallCount.
        STRING " SEALED, WALLS TO OPEN " regWallCount
                DELIMITED BY SIZE
                INTO REGION-RECORD WITH POINTER regLinePtr.
        WRITE REGION-RECORD.
        MOVE SPACES TO regWallLine.
        MOVE "  OPEN" TO regWallLine.
        MOVE 7 TO regWallPtr.
        MOVE 0 TO regWallsOnLine.
        PERFORM REGION-WALL-WALK WITH TEST BEFORE
                UNTIL routeCost(x0,y0) = 0.
        IF regWallsOnLine > 0 THEN
                MOVE regWallLine TO REGION-RECORD
                WRITE REGION-RECORD
        END-IF.
        ADD 1 TO regPtIdx.
        REGION-WRITE-POINT-DONE.

        REGION-SEALED-STEP.
        IF regPtKind(regStartIdx) = "S"
           AND regPtRegion(regStartIdx) > 0
           AND regPtRegion(regStartIdx) = regPtRegion(regPtIdx) THEN
                MOVE "N" TO regSealedSwitch
        END-IF.
        ADD 1 TO regStartIdx.

      *>One step back along the fewest-walls route, noting the cell
      *>if it is a wall - ten cells to a report line
        REGION-WALL-WALK.
        MOVE x0 TO regCellIdx.
        SUBTRACT 1 FROM regCellIdx.
        MULTIPLY gridCols BY regCellIdx.
        ADD y0 TO regCellIdx.
        IF patCell(curPatIdx, regCellIdx) = "W" THEN
                IF regWallsOnLine = 10 THEN
                        MOVE regWallLine TO REGION-RECORD
                        WRITE REGION-RECORD
                        MOVE SPACES TO regWallLine
                        MOVE "  OPEN" TO regWallLine
                        MOVE 7 TO regWallPtr
                        MOVE 0 TO regWallsOnLine
                END-IF
                STRING " (" x0 "," y0 ")" DELIMITED BY SIZE
                        INTO regWallLine WITH POINTER regWallPtr
                ADD 1 TO regWallsOnLine
        END-IF.
        MOVE predFromRow(x0,y0) TO x1.
        MOVE predFromCol(x0,y0) TO y1.
        MOVE x1 TO x0.
        MOVE y1 TO y0.

      *>The 0/1 fill from every open start at once.  Stepping onto a
      *>wall costs one, onto open ground nothing, so a cell's cost
      *>is the fewest walls between it and the nearest start.  The
      *>least-cost fill's buckets and link routines carry it - a zero
      *>step lands in the bucket being emptied and is settled in the
      *>same pass, which keeps the cost order honest
        REGION-WALL-FILL.
        MOVE 1 TO x0.
        PERFORM COST-INIT-ROW WITH TEST BEFORE UNTIL x0 > gridRows.
        MOVE 1 TO costBkt.
        PERFORM COST-CLEAR-BUCKET WITH TEST BEFORE UNTIL costBkt > 10.
        MOVE 0 TO costQueued.
        MOVE 1 TO regStartIdx.
        PERFORM REGION-SEED-START WITH TEST BEFORE
                UNTIL regStartIdx > regPtCount.
        MOVE 0 TO curCost.
        PERFORM REGION-WALL-PASS WITH TEST BEFORE UNTIL costQueued = 0.
        REGION-WALL-FILL-DONE.

        REGION-SEED-START.
        IF regPtKind(regStartIdx) = "S"
           AND regPtRegion(regStartIdx) > 0 THEN
                MOVE regPtRow(regStartIdx) TO x1
                MOVE regPtCol(regStartIdx) TO y1
                IF routeCost(x1,y1) NOT = 0 THEN
                        MOVE 0 TO routeCost(x1,y1)
                        MOVE 1 TO costLinkBkt
                        PERFORM COST-LINK THRU COST-LINK-DONE
                END-IF
        END-IF.
        ADD 1 TO regStartIdx.

        REGION-WALL-PASS.
        DIVIDE curCost BY 2 GIVING math REMAINDER costBkt.
        ADD 1 TO costBkt.
        PERFORM REGION-WALL-SETTLE WITH TEST BEFORE
                UNTIL bktHead(costBkt) = 0.
        ADD 1 TO curCost.

        REGION-WALL-SETTLE.
        MOVE bktHead(costBkt) TO costLinkIdx.
        MOVE costBkt TO costLinkBkt.
        PERFORM COST-UNLINK THRU COST-UNLINK-DONE.
        MOVE costLinkIdx TO math.
        SUBTRACT 1 FROM math.
        DIVIDE math BY gridCols GIVING x0 REMAINDER y0.
        ADD 1 TO x0.
        ADD 1 TO y0.
        MOVE x0 TO x1.
        MOVE y0 TO y1.
        ADD -1 TO x1.
        PERFORM REGION-WALL-RELAX THRU REGION-WALL-RELAX-DONE.
        ADD 2 TO x1.
        PERFORM REGION-WALL-RELAX THRU REGION-WALL-RELAX-DONE.
        ADD -1 TO x1.
        ADD -1 TO y1.
        PERFORM REGION-WALL-RELAX THRU REGION-WALL-RELAX-DONE.
        ADD 2 TO y1.
        PERFORM REGION-WALL-RELAX THRU REGION-WALL-RELAX-DONE.

        REGION-WALL-RELAX.
        IF x1 < 1 OR x1 > gridRows THEN
                GO TO REGION-WALL-RELAX-DONE
        END-IF.
        IF y1 < 1 OR y1 > gridCols THEN
                GO TO REGION-WALL-RELAX-DONE
        END-IF.
        MOVE x1 TO regNbrIdx.
        SUBTRACT 1 FROM regNbrIdx.
        MULTIPLY gridCols BY regNbrIdx.
        ADD y1 TO regNbrIdx.
        MOVE routeCost(x0,y0) TO newCost.
        IF patCell(curPatIdx, regNbrIdx) = "W" THEN
                ADD 1 TO newCost
        END-IF.
        IF newCost NOT < routeCost(x1,y1) THEN
                GO TO REGION-WALL-RELAX-DONE
        END-IF.
        IF routeCost(x1,y1) NOT = 9999998 THEN
                MOVE regNbrIdx TO costLinkIdx
                DIVIDE routeCost(x1,y1) BY 2 GIVING math
                        REMAINDER costLinkBkt
                ADD 1 TO costLinkBkt
                PERFORM COST-UNLINK THRU COST-UNLINK-DONE
        END-IF.
        MOVE newCost TO routeCost(x1,y1).
        MOVE x0 TO predFromRow(x1,y1).
        MOVE y0 TO predFromCol(x1,y1).
        DIVIDE newCost BY 2 GIVING math REMAINDER costLinkBkt.
        ADD 1 TO costLinkBkt.
        PERFORM COST-LINK THRU COST-LINK-DONE.
        REGION-WALL-RELAX-DONE.

      *>The shape of the fill, for capacity planning: how many cells
      *>sit in each distance band from the start, how that
      *>accumulates, the wall/open/unvisited split of the grid, and
        REVERSE-PATH.
        MOVE 1 TO revLeft.
        MOVE pathLength TO revRight.
        PERFORM REVERSE-PATH-STEP
                WITH TEST BEFORE UNTIL revLeft >= revRight.
        REVERSE-PATH-DONE.

        REVERSE-PATH-STEP.
        MOVE gridRows TO resGridRows.
        MOVE gridCols TO resGridCols.
        MOVE moveLimit TO resMoveLimit.
        MOVE curScenarioId TO resScenarioId.
        MOVE runSeqNum TO resRunSeq.
        MOVE scenarioSeq TO resCardSeq.
        MOVE curCardClass TO resCardClass.
        MOVE curListType TO resListType.
        MOVE targetDistance TO resDistance.
        MOVE cnt TO resCount.
        IF targetFound THEN
        END-IF.
        MOVE targetTieCount TO resTieCount.
        MOVE legDetailText TO resLegDetail.
        IF bneckDue THEN
                MOVE "B" TO resBneckFlag
        END-IF.
        IF NOT costRouting THEN
                MOVE 0 TO targetRouteCost
        END-IF.
        MOVE curRouteMode TO resRouteMode.
        MOVE targetRouteCost TO resRouteCost.
        PERFORM STAMP-TIMESTAMP THRU STAMP-TIMESTAMP-DONE.
        MOVE runTimestamp TO resTimestamp.
        PERFORM CALC-SCN-ELAPSED THRU CALC-SCN-ELAPSED-DONE.
        MOVE gridRows TO resGridRows.
        MOVE gridCols TO resGridCols.
        MOVE moveLimit TO resMoveLimit.
        MOVE curScenarioId TO resScenarioId.
        MOVE runSeqNum TO resRunSeq.
        MOVE scenarioSeq TO resCardSeq.
        MOVE curCardClass TO resCardClass.
        MOVE curListType TO resListType.
        MOVE 99998 TO resDistance.
        MOVE 0 TO resCount.
        MOVE curRouteMode TO resRouteMode.
        MOVE 0 TO resRouteCost.
        MOVE "INVALID " TO resStatus.
        MOVE 0 TO resTieCount.
        PERFORM STAMP-TIMESTAMP THRU STAMP-TIMESTAMP-DONE.
        MOVE gridRows TO resGridRows.
        MOVE gridCols TO resGridCols.
        MOVE moveLimit TO resMoveLimit.
        MOVE curScenarioId TO resScenarioId.
        MOVE runSeqNum TO resRunSeq.
        MOVE scenarioSeq TO resCardSeq.
        MOVE curCardClass TO resCardClass.
        MOVE curListType TO resListType.
        MOVE 99998 TO resDistance.
        MOVE 0 TO resCount.
        MOVE curRouteMode TO resRouteMode.
        MOVE 0 TO resRouteCost.
        MOVE "DEFERRED" TO resStatus.
        MOVE 0 TO resTieCount.
        PERFORM STAMP-TIMESTAMP THRU STAMP-TIMESTAMP-DONE.
        IF resStatus = "DEFERRED" THEN
                ADD 1 TO sumDeferred
        END-IF.
        IF resStatus = "SWEPT   " THEN
                ADD 1 TO sumSwept
                IF sweepCut THEN
                        ADD 1 TO sumSweptPartial
                END-IF
        END-IF.
        TALLY-RESULT-DONE.

      *>Folds this scenario's answer into the results-history master.
      *>nothing worth keeping about the scenario
        UPDATE-HISTORY.
        MOVE SPACES TO HISTORY-RECORD.
        MOVE curScenarioId TO histScenarioId.
        MOVE puzInput TO histSeed.
        MOVE targetRow TO histTargetRow.
        MOVE targetCol TO histTargetCol.
        MOVE gridRows TO histGridRows.
        MOVE gridCols TO histGridCols.
        MOVE moveLimit TO histMoveLimit.
        MOVE curRouteMode TO histRouteMode.
        READ HISTORY-FILE
                INVALID KEY
                        MOVE 99998 TO histPrevDistance
                        MOVE SPACES TO histPrevStatus
                        MOVE SPACES TO histPrevTimestamp
                        MOVE 0 TO histRunCount
                        MOVE 0 TO histPrevRouteCost
        END-READ.
        IF NOT (histFileStatus = "00" OR histFileStatus = "23") THEN
                MOVE SPACES TO logMessage
                MOVE histCount TO histPrevCount
                MOVE histStatus TO histPrevStatus
                MOVE histTimestamp TO histPrevTimestamp
                MOVE histRouteCost TO histPrevRouteCost
        END-IF.
        MOVE targetDistance TO histDistance.
        MOVE targetRouteCost TO histRouteCost.
        MOVE cnt TO histCount.
        IF targetFound THEN
                MOVE "REACHED " TO histStatus
        IF histFileStatus = "23" THEN
      *>The record area after a failed keyed READ isn't ours to trust -
      *>rebuild the key before writing the new record
                MOVE curScenarioId TO histScenarioId
                MOVE puzInput TO histSeed
                MOVE targetRow TO histTargetRow
                MOVE targetCol TO histTargetCol
                MOVE gridRows TO histGridRows
                MOVE gridCols TO histGridCols
                MOVE moveLimit TO histMoveLimit
                MOVE curRouteMode TO histRouteMode
                WRITE HISTORY-RECORD
                        INVALID KEY
                                MOVE SPACES TO logMessage
                REWRITE HISTORY-RECORD
                        INVALID KEY
                                MOVE SPACES TO logMessage
                                STRING "HISTMAST rewrite failed, "
                                        "status "
                                        histFileStatus
                                        DELIMITED BY SIZE
                                        INTO logMessage
        MOVE targetTieCount TO jrnTieCount.
        MOVE runTimestamp TO jrnTimestamp.
        MOVE runSeqNum TO jrnRunSeq.
        MOVE curScenarioId TO jrnScenarioId.
        MOVE curRouteMode TO jrnRouteMode.
        MOVE targetRouteCost TO jrnRouteCost.
        WRITE JOURNAL-RECORD.
        WRITE-JOURNAL-DONE.

                " DEFERRED " sumDeferred DELIMITED BY SIZE
                INTO SUMMARY-RECORD.
        WRITE SUMMARY-RECORD.
      *>Only a run that carried sweep cards has the line, so the
      *>summary of any other run reads exactly as it always has
        IF sumSwept > 0 THEN
                MOVE SPACES TO SUMMARY-RECORD
                STRING "SWEEPS SWEPT " sumSwept
                        " PARTIAL " sumSweptPartial DELIMITED BY SIZE
                        INTO SUMMARY-RECORD
                WRITE SUMMARY-RECORD
        END-IF.
        IF sumReached = 0 THEN
                MOVE SPACES TO SUMMARY-RECORD
                MOVE "NO REACHED SCENARIOS THIS RUN" TO SUMMARY-RECORD
      *>as RESULT-RECORD already does.  The start is carried since an
      *>"S" card writes one route per candidate start, all sharing
      *>the same seed and target
        IF costRouting THEN
                STRING "SEED " puzInput
                        " TARGET (" targetRow "," targetCol ")"
                        " GRID " gridRows "x" gridCols
                        " FROM (" startRow "," startCol ")"
                        " COST " targetRouteCost
                        " MOVES " targetDistance
                        " PATH:" DELIMITED BY SIZE
                        INTO PATH-RECORD
        ELSE
                STRING "SEED " puzInput
                        " TARGET (" targetRow "," targetCol ")"
                        " GRID " gridRows "x" gridCols
                        " FROM (" startRow "," startCol ")"
                        " PATH:" DELIMITED BY SIZE
                        INTO PATH-RECORD
        END-IF.
        WRITE PATH-RECORD.
        MOVE 1 TO pathIdx.
        PERFORM WRITE-PATH-CELL
                WITH TEST BEFORE UNTIL pathIdx > pathLength.
        WRITE-PATH-DONE.

        WRITE-PATH-CELL.
                INTO PATH-RECORD.
        WRITE PATH-RECORD.
        MOVE 1 TO pathIdx.
        PERFORM WRITE-PATH-CELL
                WITH TEST BEFORE UNTIL pathIdx > pathLength.
        WRITE-ALT-PATH-DONE.

      *>Prints the maze so reviewers can sanity-check the wall pattern
        WRITE MAP-RECORD.
        MOVE 1 TO x0.
        PERFORM DUMP-MAP-ROW WITH TEST BEFORE UNTIL x0 > gridRows.
        IF costRouting THEN
                PERFORM DUMP-COST-MAP THRU DUMP-COST-MAP-DONE
        END-IF.
        DUMP-MAP-DONE.

      *>A least-cost card's map is followed by its terrain as the
      *>fill saw it - '#' wall, otherwise the cell's cost class 1-9 -
      *>so QA can check the terrain deck landed where it was meant to
        DUMP-COST-MAP.
        MOVE SPACES TO MAP-RECORD.
        STRING "SEED " puzInput
                " TARGET (" targetRow "," targetCol ")"
                " GRID " gridRows "x" gridCols " COST MAP:"
                DELIMITED BY SIZE INTO MAP-RECORD.
        WRITE MAP-RECORD.
        MOVE 1 TO x0.
        PERFORM DUMP-COST-ROW WITH TEST BEFORE UNTIL x0 > gridRows.
        DUMP-COST-MAP-DONE.

        DUMP-COST-ROW.
        MOVE SPACES TO MAP-RECORD.
        MOVE 1 TO y0.
        PERFORM DUMP-COST-CELL WITH TEST BEFORE UNTIL y0 > gridCols.
        WRITE MAP-RECORD.
        ADD 1 TO x0.

        DUMP-COST-CELL.
        IF val(x0,y0) = 99999 THEN
                MOVE "#" TO MAP-RECORD(y0:1)
        ELSE
                MOVE cellCost(x0,y0) TO MAP-RECORD(y0:1)
        END-IF.
        ADD 1 TO y0.

        DUMP-MAP-ROW.
        MOVE SPACES TO MAP-RECORD.
        MOVE 1 TO y0.
        END-IF.
        MOVE "N" TO cellOnPathSwitch.
        MOVE 1 TO pathIdx2.
        PERFORM SCAN-PATH-CELL
                WITH TEST BEFORE UNTIL pathIdx2 > pathLength.
        IF cellOnPath AND overrideNotFound THEN
                MOVE "*" TO mapChar
        END-IF.
