           SELECT OPTIONAL moveLog ASSIGN TO "project/movelog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *     the old sealed statistics ledger; read only to carry its
      *     counts over when players.dat is first built
           SELECT OPTIONAL statsFile ASSIGN TO "project/stats.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL dailyFile ASSIGN TO "project/daily.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *     the old player registry (alias, sign-on PIN, operator
      *     flag); read only when players.dat is first built
           SELECT OPTIONAL playerReg ASSIGN TO "project/players.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *     player master: one record per alias, keyed by the alias,
      *     holding the registry entry and the lifetime ledger, plus
      *     the #CHK control record that seals the file. Deliberately
      *     NOT OPTIONAL so OPEN INPUT status 35 means "not built yet"
           SELECT playerMaster ASSIGN TO "project/players.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pmAlias
           FILE STATUS IS pmStatus.

      *     catalogue of the shared puzzle library; each entry's grid
      *     lives in its own project/puzzle_<name>.txt in the same
      *     layout SaveGame writes

      *     portable interchange file carrying scores and stats
      *     between sites; tagged records, no seal - the import
      *     reseals scores.txt and players.dat after the merge
           SELECT OPTIONAL xchgFile
           ASSIGN TO "project/interchange.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *     the old per-alias register of the amounts that arrived
      *     by interchange merge; read only when players.dat is first
      *     built, which carries the amounts from then on
           SELECT OPTIONAL importReg ASSIGN TO "project/imported.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *     nightly batch run-control log: the plan of each unattended
      *     run and every step's start and finish, appended as they
      *     happen so a rerun knows where the last run got to
           SELECT OPTIONAL runCtl ASSIGN TO "project/runctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *     scratch copy a file is staged through while it is cut back
      *     or rewritten
           SELECT OPTIONAL workFile ASSIGN TO workFileName
           ORGANIZATION IS LINE SEQUENTIAL.

      *     register of retired aliases: every alias change or merge
      *     leaves a record of the old alias and the one it went to,
      *     so records still filed under the old name (the move logs)
      *     are credited to the right player
           SELECT OPTIONAL aliasReg ASSIGN TO "project/aliases.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *     dated audit report of an operator run (see reportFileName)
           SELECT OPTIONAL reportFile ASSIGN TO reportFileName
           ORGANIZATION IS LINE SEQUENTIAL.

      *     operator-maintained control parameters: the version in
      *     force, who set it and when, then one record per value;
      *     with no file the program's own values apply as version 0
           SELECT OPTIONAL parmFile ASSIGN TO "project/params.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *     every change of a control parameter, old and new value
           SELECT OPTIONAL parmLog ASSIGN TO "project/paramlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *     wins held back from the highscores and the league until
      *     an operator has looked them over, one record per win
           SELECT OPTIONAL reviewFile ASSIGN TO "project/review.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *     every operator decision on a held win
           SELECT OPTIONAL reviewLog
           ASSIGN TO "project/reviewlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *     comma-delimited extract of a game file, with a header row,
      *     for spreadsheet and reporting tools (see extractFileName)
           SELECT OPTIONAL extractFile ASSIGN TO extractFileName
           ORGANIZATION IS LINE SEQUENTIAL.

      *     yearly archive the retention run moves history.txt games
      *     past the keep period into (see histArchName)
           SELECT OPTIONAL histArch ASSIGN TO histArchName
           ORGANIZATION IS LINE SEQUENTIAL.

      *     register of the years that have a history archive
           SELECT OPTIONAL histYears ASSIGN TO "project/histyears.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *     where the retention run has got to, and the GAME-WON
      *     markers of the move logs it retired, so reconciliation
      *     still counts them
           SELECT OPTIONAL retiredFile ASSIGN TO "project/retired.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *     skill rating ladder: one record per registered alias,
      *     keyed by the alias, plus the #CHK control record of the
      *     rating runs; NOT OPTIONAL so OPEN status 35 means no
      *     rating run has been made yet
           SELECT ratingFile ASSIGN TO "project/ratings.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS raAlias
           FILE STATUS IS raStatus.

      *     keyed scratch tallies a run counts into - one record per
      *     player (or date), so no run stops at a fixed table size -
      *     and the second one a tally is re-keyed into for ranking
           SELECT tallyFile ASSIGN TO tallyFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS tyKey
           FILE STATUS IS tyStatus.

           SELECT rankFile ASSIGN TO rankFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS rkKey
           FILE STATUS IS rkStatus.

      *     the alias register keyed by the retired alias, built as a
      *     scratch file for a run that maps old aliases forward
           SELECT aliasMap ASSIGN TO aliasMapName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS amOld
           FILE STATUS IS amStatus.

      *     sidecar lock file guarding whichever shared file is being
      *     updated; deliberately NOT OPTIONAL so OPEN INPUT status 35
      *     means "nobody holds the lock"
       01 dimLine.
         02 dimRows PIC 99.
         02 dimCols PIC 99.
         02 dimAssist PIC x.
         02 dimBoard PIC x.
         02 dimParm PIC 9(4).
         02 dimHit PIC x.
       
       FD highscores.
       01 line2.
       01 repLine PIC x(70).

      * Site interchange records, told apart by their two-byte tag:
      * "S " carries a scores.txt record, "T " a ledger record,
      * "#M" the header and "#E" the end marker
       FD xchgFile.
       01 xchgHdr.
       FD lockFile.
       01 lockLine PIC x(6).

      * One record per run-control event: the business date of the
      * run, the step, what happened to it (PENDING / SKIPPED when the
      * run is planned, then STARTED and DONE), the clock
      * times, the records the step handled, and for a STARTED record
      * the restart point - the archive's record count before the
      * step wrote to it, and the league week being closed
       FD runCtl.
       01 runCtlLine.
         02 rnDate PIC 9(8).
         02 FILLER PIC x value space.
         02 rnStep PIC 9.
         02 FILLER PIC x value space.
         02 rnName PIC x(10).
         02 FILLER PIC x value space.
         02 rnStatus PIC x(7).
         02 FILLER PIC x value space.
         02 rnOnDate PIC 9(8).
         02 FILLER PIC x value space.
         02 rnStart PIC 9(8).
         02 FILLER PIC x value space.
         02 rnEnd PIC 9(8).
         02 FILLER PIC x value space.
         02 rnCount PIC 9(6).
         02 FILLER PIC x value space.
         02 rnBase PIC 9(6).
         02 FILLER PIC x value space.
         02 rnKey PIC 9(6).

       FD workFile.
       01 workLine PIC x(80).

      * One record per alias change: the retired alias, the alias it
      * was carried to, RENAME or MERGE, when, and by which operator
       FD aliasReg.
       01 aliasLine.
         02 arOld PIC x(10).
         02 FILLER PIC x value space.
         02 arNew PIC x(10).
         02 FILLER PIC x value space.
         02 arKind PIC x(6).
         02 FILLER PIC x value space.
         02 arDate PIC 9(8).
         02 FILLER PIC x value space.
         02 arOper PIC x(10).

       FD reportFile.
       01 reportLine PIC x(80).

       FD extractFile.
       01 extractLine PIC x(160).

      * The #PRM record carries the parameter version and who saved
      * it when; each value record its number on the parameter
      * screen, the value, and the name it goes by
       FD parmFile.
       01 parmHead.
         02 phTag PIC x(4).
         02 FILLER PIC x value space.
         02 phVersion PIC 9(4).
         02 FILLER PIC x value space.
         02 phDate PIC 9(8).
         02 FILLER PIC x value space.
         02 phTime PIC 9(6).
         02 FILLER PIC x value space.
         02 phOper PIC x(10).
       01 parmLine.
         02 pvNo PIC 99.
         02 FILLER PIC x value space.
         02 pvValue PIC 9(4).
         02 FILLER PIC x value space.
         02 pvName PIC x(24).

      * One record per changed value: when, by which operator, the
      * version the change made, and the old and new value
       FD parmLog.
       01 parmLogLine.
         02 pwDate PIC 9(8).
         02 FILLER PIC x value space.
         02 pwTime PIC 9(6).
         02 FILLER PIC x value space.
         02 pwOper PIC x(10).
         02 FILLER PIC x value space.
         02 pwVersion PIC 9(4).
         02 FILLER PIC x value space.
         02 pwNo PIC 99.
         02 FILLER PIC x value space.
         02 pwName PIC x(24).
         02 FILLER PIC x value space.
         02 pwOld PIC 9(4).
         02 FILLER PIC x value space.
         02 pwNew PIC 9(4).

      * A held win, laid out as reviewRec
       FD reviewFile.
       01 reviewLine PIC x(120).

      * One record per decision: the held win's number, APPROVED or
      * REJECTED, when, by which operator, and the alias it was
      * filed under
       FD reviewLog.
       01 reviewLogLine.
         02 dcId PIC 9(6).
         02 FILLER PIC x value space.
         02 dcDecision PIC x(8).
         02 FILLER PIC x value space.
         02 dcDate PIC 9(8).
         02 FILLER PIC x value space.
         02 dcTime PIC 9(6).
         02 FILLER PIC x value space.
         02 dcOper PIC x(10).
         02 FILLER PIC x value space.
         02 dcPlayer PIC x(10).

      * Yearly history archive: the same header, size and grid
      * records history.txt holds
       FD histArch.
       01 histArchLine PIC x(80).

       FD histYears.
       01 histYearLine.
         02 hyYear PIC 9(4).

      * The #CTL record carries the first date not yet retired and
      * the keep period last used; then one record per player of the
      * GAME-WON markers on the move logs retired so far
       FD retiredFile.
       01 retiredLine.
         02 rtPlayer PIC x(10).
         02 FILLER PIC x value space.
         02 rtWon PIC 9(6).
       01 retCtlLine.
         02 rtTag PIC x(10).
         02 FILLER PIC x value space.
         02 rtResume PIC 9(8).
         02 FILLER PIC x value space.
         02 rtKeep PIC 9(4).

       FD daySummary.
       01 sumLine.
         02 sumPlayer PIC x(10).
         02 histOutcome PIC x(4).
         02 FILLER PIC x value space.
         02 histTime PIC 9(6).
         02 FILLER PIC x value space.
         02 histAssist PIC x.
         02 FILLER PIC x value space.
         02 histBoard PIC x.
         02 FILLER PIC x value space.
         02 histParm PIC 9(4).
       01 histDimLine.
         02 histRows PIC 99.
         02 histCols PIC 99.

      * One key record per archived game: player + date + a sequence
      * number within that player's day, the outcome and time for
      * browsing, and where the game starts on history.txt; last,
      * the control parameter version the game was played under
       FD histIndex.
       01 histIdxLine.
         02 hiPlayer PIC x(10).
         02 hiStart PIC 9(6).
         02 FILLER PIC x value space.
         02 hiRows PIC 99.
         02 FILLER PIC x value space.
         02 hiAssist PIC x.
         02 FILLER PIC x value space.
         02 hiBoard PIC x.
         02 FILLER PIC x value space.
         02 hiDiff PIC 9.
         02 FILLER PIC x value space.
         02 hiParm PIC 9(4).

      * One record per completed league game: the league week it was
      * played in, who played it, and the points it earned
         02 FILLER PIC x value space.
         02 regOper PIC x.

      * One record per alias: whether it is registered ("R") or only
      * carries ledger counts ("L", e.g. merged in from another site),
      * its PIN and operator flag, lifetime games played and won with
      * the per-difficulty split, the part of those that arrived by
      * interchange merge, and the record's own check value. The #CHK
      * control record holds the seal - the sum of every record's
      * check - and the record and registration counts it covers.
       FD playerMaster.
       01 masterRec.
         02 pmAlias PIC x(10).
         02 pmReg PIC x.
         02 pmPin PIC 9(4).
         02 pmOper PIC x.
         02 pmPlayed PIC 9(6).
         02 pmWon PIC 9(6).
         02 pmDiff OCCURS 3.
           03 pmDiffPlayed PIC 9(6).
           03 pmDiffWon PIC 9(6).
         02 pmImpPlayed PIC 9(6).
         02 pmImpWon PIC 9(6).
         02 pmImpDiffWon PIC 9(6) OCCURS 3.
         02 pmCheck PIC 9(8).
      * the checked part of a record, in two pieces that each fit the
      * check buffer
       01 masterSealed.
         02 pmSealPart PIC x(47) OCCURS 2.
         02 FILLER PIC x(8).
       01 masterCtl.
         02 pcKey PIC x(10).
         02 pcSeal PIC 9(8).
         02 pcRecs PIC 9(6).
         02 pcRegs PIC 9(6).
         02 FILLER PIC x(72).

      * One record per rated alias: the rating, the rating the last
      * run started from, the games counted in all and in the last
      * run, and the last history.idx game taken (date and sequence),
      * so a run only ever takes what is new. The #CHK control record
      * holds how many duels.txt records have been taken, and when
      * the last run was.
       FD ratingFile.
       01 ratingRec.
         02 raAlias PIC x(10).
         02 raRating PIC 9(4).
         02 raPrev PIC 9(4).
         02 raGames PIC 9(6).
         02 raRunGames PIC 9(6).
         02 raLastDate PIC 9(8).
         02 raLastSeq PIC 999.
       01 ratingCtl.
         02 rxKey PIC x(10).
         02 rxDuels PIC 9(6).
         02 rxRunDate PIC 9(8).
         02 rxRuns PIC 9(6).
         02 FILLER PIC x(11).

      * Scratch tally: a key (player, date, or player and date) and
      * up to fourteen running counts, numbered by the run using it
       FD tallyFile.
       01 tallyRec.
         02 tyKey PIC x(20).
         02 tyCount PIC 9(7) OCCURS 14.

      * Scratch ranking or date set: the key orders the records, the
      * flag and count ride along
       FD rankFile.
       01 rankRec.
         02 rkKey PIC x(20).
         02 rkFlag PIC x.
         02 rkCount PIC 9(7).
      * date set view: the date the key carries
       01 rankDate.
         02 rdDate PIC 9(8).
         02 FILLER PIC x(20).
      * league standings view: points descending, then alias
       01 rankLeague.
         02 rlOrder PIC 9(6).
         02 rlPlayer PIC x(10).
         02 FILLER PIC x(4).
         02 FILLER PIC x.
         02 rlPoints PIC 9(7).
      * extract standings view: league week, then points
      * descending, then alias
       01 rankWeek.
         02 rwWeek PIC 9(6).
         02 rwOrder PIC 9(4).
         02 rwPlayer PIC x(10).
         02 FILLER PIC x.
         02 rwPoints PIC 9(7).

      * Retired alias and the alias it went to
       FD aliasMap.
       01 aliasMapRec.
         02 amOld PIC x(10).
         02 amNew PIC x(10).

      * One catalogue entry per library puzzle
       FD puzzleIdx.
       01 puzIdxLine.
         88 eofBadge value "j" when set to false is "n".
       77 PIC x value "n".
         88 eofImp value "j" when set to false is "n".
       77 PIC x value "n".
         88 eofRunCtl value "j" when set to false is "n".
       77 PIC x value "n".
         88 eofWork value "j" when set to false is "n".
       77 PIC x value "n".
         88 eofLgArch value "j" when set to false is "n".
       77 PIC x value "n".
         88 eofAlias value "j" when set to false is "n".
       77 PIC x value "n".
         88 eofDuel value "j" when set to false is "n".
       77 PIC x value "n".
         88 eofHArch value "j" when set to false is "n".
       77 PIC x value "n".
         88 eofHYears value "j" when set to false is "n".
       77 PIC x value "n".
         88 eofRetired value "j" when set to false is "n".
       77 PIC x value "n".
         88 eofRecon value "j" when set to false is "n".
       77 PIC x value "n".
         88 eofMRep value "j" when set to false is "n".
       77 PIC x value "n".
         88 eofMaster value "j" when set to false is "n".
       77 PIC x value "n".
         88 eofTally value "j" when set to false is "n".
       77 PIC x value "n".
         88 eofRank value "j" when set to false is "n".
       77 PIC x value "n".
         88 eofRating value "j" when set to false is "n".
       77 PIC x value "n".
         88 eofParm value "j" when set to false is "n".
       77 PIC x value "n".
         88 eofReview value "j" when set to false is "n".
       77 PIC x value "n".
         88 eofRvLog value "j" when set to false is "n".

      * Menu input
       77 playerName PIC x(10).
       77 menuInput PIC 99 value 0.
      * becomes the operator, later ones are ordinary players
       77 signonOk PIC 9 value 0.
       77 regFound PIC 9 value 0.
       77 regCount PIC 9(6) value 0.
       77 heldPin PIC 9(4) value 0.
       77 heldOper PIC x value "N".
       77 pinEntry PIC 9(4) value 0.
       77 isOperator PIC 9 value 0.
         88 operatorOn value 1.
       77 operOk PIC 9 value 0.
       77 operChoice PIC 9 value 0.

      * Player master (players.dat): the alias a lookup or update is
      * for, what the record looked like before the update, and what
      * a full verification pass counts. masterHoldRec carries a
      * record out of the file for display and badge checks.
       77 pmStatus PIC xx value "00".
       77 masterKey PIC x(10) value spaces.
       77 masterFound PIC 9 value 0.
       77 masterNew PIC 9 value 0.
       77 masterRecBad PIC 9 value 0.
       77 masterOldCheck PIC 9(8) value 0.
       77 masterOldReg PIC x value space.
       77 masterSum PIC 9(8) value 0.
       77 masterSeal PIC 9(8) value 0.
       77 masterRecs PIC 9(6) value 0.
       77 masterRegs PIC 9(6) value 0.
       77 masterCtlRecs PIC 9(6) value 0.
       77 masterCtlRegs PIC 9(6) value 0.
       77 masterPlayers PIC 9(6) value 0.
       77 ledgerFound PIC 9 value 0.
       01 masterHoldRec.
         02 mhAlias PIC x(10) value spaces.
         02 mhReg PIC x value space.
         02 mhPin PIC 9(4) value 0.
         02 mhOper PIC x value space.
         02 mhPlayed PIC 9(6) value 0.
         02 mhWon PIC 9(6) value 0.
         02 mhDiff OCCURS 3.
           03 mhDiffPlayed PIC 9(6) value 0.
           03 mhDiffWon PIC 9(6) value 0.
         02 mhImpPlayed PIC 9(6) value 0.
         02 mhImpWon PIC 9(6) value 0.
         02 mhImpDiffWon PIC 9(6) OCCURS 3 value 0.
         02 mhCheck PIC 9(8) value 0.

      * Scratch tallies: the work files a run counts into, and the
      * counts TallyPost adds onto taKey's record
       77 tallyFileName PIC x(40) value spaces.
       77 rankFileName PIC x(40) value spaces.
       77 tyStatus PIC xx value "00".
       77 rkStatus PIC xx value "00".
       77 tallyNew PIC 9 value 0.
       77 tyIdx PIC 99 value 0.
       77 taKey PIC x(20) value spaces.
       01 tallyAdd.
         02 taCount PIC 9(7) OCCURS 14 value 0.
       
      * Random Vars
       77 randomSeed PIC 9(6) value 0.
               88 svHidden value " ".
               88 svOpen value "R".
               88 svMine value "M".
      * Hint key: the same deductions run over what the player can
      * see, reasoning only from the numbers already on screen; any
      * game a hint was taken in is an assisted game from then on
       77 solveHint PIC 9 value 0.
         88 hintSolve value 1.
       77 hintRow PIC 99 value 0.
       77 hintCol PIC 99 value 0.
       77 gameAssist PIC x value space.
         88 assistedGame value "A".
      * What kind of board the game is on - C classic, N no-guess,
      * P library puzzle - carried on the save line and the history
      * so the loss post-mortem can tell the generators apart
       77 gameBoard PIC x value "C".
         88 noGuessGame value "N".
      * "H" once the save slot a game was loaded from is known to
      * have been played on to a mine hit - the same board resumed
      * after the loss; it rides on the save line like gameAssist
       77 gameHit PIC x value space.
         88 hitReloaded value "H".

      * Difficulty choice
       77 difficulty PIC 9 value 1.
       77 loadMineCount PIC 999 value 0.
       77 loadFlagCount PIC 999 value 0.

      * Tamper-evident seal on scores.txt (and the old stats.txt): a
      * rolling check value over every record, kept as a #CHK
      * trailer and recomputed on every read
       77 checkVal PIC 9(8) value 0.
       77 checkWork PIC 9(12) value 0.
       77 checkQuot PIC 9(5) value 0.
      * End-of-day rollover and per-player summary of the move log
       77 archFileName PIC x(40) value spaces.
       77 sumFileName PIC x(40) value spaces.
       77 sumCount PIC 9(6) value 0.
      * the archive's record count before this rollover added to it,
      * its count as it stands, and how many records were rolled
       77 eodBase PIC 9(6) value 0.
       77 archCount PIC 9(6) value 0.
       77 eodRolled PIC 9(6) value 0.
       77 tailMatch PIC 9 value 0.
       77 workFileName PIC x(40) value spaces.
      * one player's totals as they come off the tally
       01 daySumRow.
         02 dsPlayer PIC x(10) value spaces.
         02 dsMoves PIC 9(5) value 0.
         02 dsReveals PIC 9(5) value 0.
         02 dsFlagsOn PIC 9(5) value 0.
         02 dsFlagsOff PIC 9(5) value 0.
         02 dsChords PIC 9(5) value 0.
         02 dsMineHits PIC 9(5) value 0.

      * Hot-seat duel: two signed-on players race identical boards
      * generated off one shared seed (the SeedDailyRandom pattern),
       77 bdCount PIC 99 value 0.
       77 bdIdx PIC 99 value 0.
       77 badgeTry PIC x(20) value spaces.
      * a threshold badge's count, edited and then cut to its digits
       77 badgeNum PIC 9(4) value 0.
       77 badgeNumD PIC z(3)9.
       77 badgeNumText PIC x(4) value spaces.
       77 badgeLead PIC 99 value 0.
       77 badgePtr PIC 99 value 0.
       77 sessMineHits PIC 9(4) value 0.
       77 winStreak PIC 9(4) value 0.
       01 badgeTab.
           03 plMines PIC 999 value 0.
           03 plDone PIC 999 value 0.

      * Site exchange: counters for the export/import runs
       77 xchgChoice PIC 9 value 0.
       77 xScoreCount PIC 9(4) value 0.
       77 xStatCount PIC 9(4) value 0.
       77 xHdrOk PIC 9 value 0.

      * Month-end report: the dated daysum files feed the per-player
      * monthly totals and the dated move logs the day-by-day trend,
       77 repFileName PIC x(40) value spaces.
       77 repBuf PIC x(70) value spaces.
       77 repLineCount PIC 99 value 0.
       77 repLinesOut PIC 9(6) value 0.
       77 repPageNum PIC 999 value 0.
       77 gtMoves PIC 9(7) value 0.
       77 gtWon PIC 9(5) value 0.
           03 mdWon PIC 9(4) value 0.
           03 mdLost PIC 9(4) value 0.

      * Reconciliation: the same events are on four files (the
      * player master's ledger, the history archive, the GAME-WON
      * markers on the move logs, and scores.txt) - a tally record
      * per player collects the independent counts so they can be
      * compared line by line. The tally's counts are numbered:
      * 1-2 ledger played/won, 3-4 history played/won, 5-7 history
      * wins by difficulty, 8 move-log wins, 9-10 imported played/
      * won, 11-13 imported wins by difficulty.
       77 reconFileName PIC x(40) value spaces.
       77 reconBuf PIC x(70) value spaces.
       77 rcCount PIC 9(6) value 0.
       77 rcKey PIC x(10) value spaces.
       77 exceptCount PIC 9(4) value 0.
       77 netPlayed PIC S9(7) value 0.
       77 netWon PIC S9(7) value 0.
       77 netPlayedD PIC -999999.
       77 netWonD PIC -999999.
      * one player's counts as they come off the tally
       01 reconRow.
         02 rcPlayer PIC x(10) value spaces.
         02 rcLedPlayed PIC 9(7) value 0.
         02 rcLedWon PIC 9(7) value 0.
         02 rcHistPlayed PIC 9(7) value 0.
         02 rcHistWon PIC 9(7) value 0.
         02 rcHistDiffWon PIC 9(7) OCCURS 3 value 0.
         02 rcLogWon PIC 9(7) value 0.
         02 rcImpPlayed PIC 9(7) value 0.
         02 rcImpWon PIC 9(7) value 0.
         02 rcImpDiffWon PIC 9(7) OCCURS 3 value 0.

      * Game-history browser, driven off the history.idx key index:
      * the browse list holds each shown game's start line so the
       77 histFilter PIC 9 value 0.
       77 histFiltPlayer PIC x(10) value spaces.
       77 histFiltDate PIC 9(8) value 0.
       77 histAssistD PIC x(10) value spaces.
       77 hlCount PIC 99 value 0.
       77 skipCount PIC 9(6) value 0.
       01 histList.
         02 hlStart PIC 9(6) OCCURS 99 value 0.

      * One-time rebuild of history.idx from a pre-index archive:
      * sequence numbers are dealt per player and date off a tally as
      * the scan walks the file
       77 rebuildLine PIC 9(6) value 0.
       77 rbPlayer PIC x(10) value spaces.
       77 rbDate PIC 9(8) value 0.
       77 rbOutcome PIC x(4) value spaces.
       77 rbTime PIC 9(6) value 0.
       77 rbRows PIC 99 value 0.
       77 rbAssist PIC x value space.
       77 rbBoard PIC x value space.
       77 rbDiff PIC 9 value 0.
       77 rbParm PIC 9(4) value 0.
       77 rbStart PIC 9(6) value 0.

      * Loss post-mortem: every loss on history.txt is taken back to
      * the board the player faced before the fatal move and the hint
      * deductions are run over it - a square the numbers proved safe
      * (or proved the fatal square a mine) makes the loss an avoidable
      * mistake, nothing provable a forced guess, and a mine opened by
      * a chord a misflag. The fatal move comes off that day's move
      * log; with no log to say whether it was a chord, the archived
      * board alone decides. Tally counts: 1 forced guess, 2 avoidable,
      * 3 misflag, 4 of those classed off the board alone.
       77 mortLine PIC 9(6) value 0.
       77 mortOk PIC 9 value 0.
       77 mortMines PIC 999 value 0.
       77 mortRow PIC 99 value 0.
       77 mortCol PIC 99 value 0.
       77 mortHitRow PIC 99 value 0.
       77 mortHitCol PIC 99 value 0.
       77 mortLogRow PIC 99 value 0.
       77 mortLogCol PIC 99 value 0.
       77 mortGameRow PIC 99 value 0.
       77 mortGameCol PIC 99 value 0.
       77 mortEnded PIC 999 value 0.
       77 mortLogRecs PIC 9(6) value 0.
       77 mortLogDone PIC 9 value 0.
       77 mortClass PIC 9 value 0.
         88 mortForced value 1.
         88 mortAvoidable value 2.
         88 mortMisflag value 3.
       77 mortBoardOnly PIC 9 value 0.
       77 mortLosses PIC 9(6) value 0.
       77 mortSkipped PIC 9(6) value 0.
       77 mortBd PIC 9 value 0.
       77 mortIdx PIC 9 value 0.
       77 mortPlayer PIC x(10) value spaces.
       01 mortKey.
         02 mkPlayer PIC x(10) value spaces.
         02 mkDiff PIC 9 value 0.
         02 mkBoard PIC x value space.
       01 mortTotals.
         02 mtLosses PIC 9(7) value 0.
         02 mtCount PIC 9(7) OCCURS 4 value 0.
      * grand totals by board type: classic, no-guess, puzzle, and
      * games archived before the board type was kept
       01 mortBoardTab.
         02 mbEntry OCCURS 4.
           03 mbLosses PIC 9(7) value 0.
           03 mbCount PIC 9(7) OCCURS 4 value 0.
       01 boardNameTable.
         02 FILLER PIC x(10) value "Classic".
         02 FILLER PIC x(10) value "No-guess".
         02 FILLER PIC x(10) value "Puzzle".
         02 FILLER PIC x(10) value "Unrecorded".
       01 FILLER REDEFINES boardNameTable.
         02 boardName PIC x(10) OCCURS 4.
       01 mortHead.
         02 FILLER PIC x(11) value "PLAYER".
         02 FILLER PIC x(13) value "DIFFICULTY".
         02 FILLER PIC x(10) value "BOARD".
         02 FILLER PIC x(7) value " LOSSES".
         02 FILLER PIC x(8) value "  FORCED".
         02 FILLER PIC x(10) value " AVOIDABLE".
         02 FILLER PIC x(8) value " MISFLAG".
         02 FILLER PIC x(7) value " NO-LOG".
       01 mortRepLine.
         02 mrPlayer PIC x(10) value spaces.
         02 FILLER PIC x value space.
         02 mrDiff PIC x(12) value spaces.
         02 FILLER PIC x value space.
         02 mrBoard PIC x(10) value spaces.
         02 mrLosses PIC z(6)9.
         02 mrForced PIC z(7)9.
         02 mrAvoid PIC z(9)9.
         02 mrMisflag PIC z(7)9.
         02 mrNoLog PIC z(6)9.

      * Skill rating ladder: one rating per registered alias on
      * project/ratings.dat, moved by every rated result the way a
      * chess rating is - beating a stronger opponent earns more than
      * beating a weaker one. A board game is played against the
      * board, whose strength and weight rise with the difficulty; a
      * duel is played against the other player's rating. Assisted
      * games and library puzzles are not rated.
       77 raStatus PIC xx value "00".
       77 ratingFound PIC 9 value 0.
       77 ratBoth PIC 9 value 0.
       77 ratResume PIC 9 value 0.
       77 ratA PIC 9(4) value 0.
       77 ratB PIC 9(4) value 0.
       77 ratScore PIC 9(4) value 0.
       77 ratK PIC 99 value 0.
       77 ratExpect PIC S9(5) value 0.
       77 ratDelta PIC S9(4) value 0.
       77 ratNew PIC S9(5) value 0.
       77 ratDiff PIC 9 value 0.
       77 ratDuels PIC 9(6) value 0.
       77 ratRecs PIC 9(6) value 0.
       77 ratGamesTaken PIC 9(6) value 0.
       77 ratDuelsTaken PIC 9(6) value 0.
       77 ratNewPlayers PIC 9(6) value 0.
       77 ratPlayers PIC 9(6) value 0.
       77 ratPos PIC 9(6) value 0.
       77 ratRunDate PIC 9(8) value 0.
       77 ratRankName PIC x(40) value spaces.
       77 ratChoice PIC x value space.
       77 ratChangeD PIC ++++9.
       77 ladderOut PIC 9 value 0.
         88 ladderReport value 1.
      * a new player's rating, the weight of a duel, and per
      * difficulty the board's strength and the weight of a game
       77 ratStart PIC 9(4) value 1200.
       77 ratDuelK PIC 99 value 32.
       01 ratBoardTable.
         02 FILLER PIC x(12) value "100012001400".
       01 FILLER REDEFINES ratBoardTable.
         02 ratBoard PIC 9(4) OCCURS 3.
       01 ratWeightTable.
         02 FILLER PIC x(6) value "081624".
       01 FILLER REDEFINES ratWeightTable.
         02 ratWeight PIC 99 OCCURS 3.
      * a rating record carried out of the file while two aliases
      * are merged
       01 ratingHold.
         02 rhAlias PIC x(10) value spaces.
         02 rhRating PIC 9(4) value 0.
         02 rhPrev PIC 9(4) value 0.
         02 rhGames PIC 9(6) value 0.
         02 rhRunGames PIC 9(6) value 0.
         02 rhLastDate PIC 9(8) value 0.
         02 rhLastSeq PIC 999 value 0.
       01 ladderHead.
         02 FILLER PIC x(7) value "   POS".
         02 FILLER PIC x(12) value "PLAYER".
         02 FILLER PIC x(8) value "  RATING".
         02 FILLER PIC x(8) value "  CHANGE".
         02 FILLER PIC x(10) value "  THIS RUN".
         02 FILLER PIC x(10) value "     GAMES".
       01 ladderLine.
         02 ldPos PIC z(5)9.
         02 FILLER PIC x value space.
         02 ldPlayer PIC x(10).
         02 FILLER PIC x(6) value spaces.
         02 ldRating PIC z(3)9.
         02 FILLER PIC x(3) value spaces.
         02 ldChange PIC ++++9.
         02 FILLER PIC x(4) value spaces.
         02 ldRunGames PIC z(5)9.
         02 FILLER PIC x(4) value spaces.
         02 ldGames PIC z(5)9.

      * Delimited extract: the game files written out comma-delimited
      * with a header row for spreadsheet and reporting tools, one
      * project/extract_<file>_<date>.csv each - the dated ones cut
      * to the date range asked for - and a control file carrying the
      * row count each was written with, so the receiving side can
      * tell it got everything. Text fields go out in quotes.
       77 extractFileName PIC x(40) value spaces.
       77 exFileOnly PIC x(32) value spaces.
       77 exFrom PIC 9(8) value 0.
       77 exTo PIC 9(8) value 0.
       77 exDateIn PIC 9(8) value 0.
       77 exDateOk PIC 9 value 0.
       77 exMinDate PIC 9(8) value 0.
       77 exFileNo PIC 9 value 0.
       77 exNameNo PIC 9 value 0.
       77 exPos PIC 999 value 0.
       77 exLen PIC 99 value 0.
       77 exIdx PIC 99 value 0.
       77 exNumEdit PIC z(7)9.
       77 exQuote PIC x value QUOTE.
       77 exMonth PIC 99 value 0.
       77 exDoy PIC 999 value 0.
       77 exYy PIC 99 value 0.
       77 exWeek PIC 9(6) value 0.
       77 exFromWeek PIC 9(6) value 0.
       77 exToWeek PIC 9(6) value 0.
       77 exLastWeek PIC 9(6) value 0.
       77 exPlace PIC 9(6) value 0.
       77 exRunTime PIC 9(8) value 0.
       77 exRunHms PIC 9(6) value 0.
       01 exRow PIC x(160) value spaces.
       01 exField PIC x(32) value spaces.
       01 FILLER REDEFINES exField.
         02 exFieldChar PIC x OCCURS 32.
       01 exLgKey.
         02 exLgWeek PIC 9(6).
         02 exLgPlayer PIC x(10).
       01 exFileTable.
         02 FILLER PIC x(8) value "games".
         02 FILLER PIC x(8) value "ledger".
         02 FILLER PIC x(8) value "league".
         02 FILLER PIC x(8) value "daily".
         02 FILLER PIC x(8) value "duels".
         02 FILLER PIC x(8) value "puzzles".
         02 FILLER PIC x(8) value "control".
       01 FILLER REDEFINES exFileTable.
         02 exFileTag PIC x(8) OCCURS 7.
      * per file: rows written, whether the date range applies, and
      * OK or QUARANTINED (a ledger failing its seal is not extracted)
       01 exFileTab.
         02 exFileEntry OCCURS 7.
           03 exRows PIC 9(7).
           03 exDated PIC x.
           03 exState PIC x(11).

      * Control parameters: the rules that used to be written into
      * the program - board sizes and mine counts, the checkpoint
      * interval, league points, lock retries, badge thresholds, the
      * no-guess attempts and the least time a win may take - read
      * off project/params.txt at start-up and changed only on the
      * operator's parameter screen.
      * parmVersion goes up with every saved change; every game
      * carries the version it was started under in gameParm.
       77 parmVersion PIC 9(4) value 0.
       77 parmSetOn PIC 9(8) value 0.
       77 parmSetBy PIC x(10) value spaces.
       77 gameParm PIC 9(4) value 0.
       77 parmIdx PIC 99 value 0.
       77 parmPick PIC 99 value 0.
       77 parmEntry PIC 9(4) value 0.
       77 parmOk PIC 9 value 0.
       77 parmChanged PIC 99 value 0.
       77 parmBad PIC 99 value 0.
       77 parmConfirm PIC x value space.
       77 parmShow PIC z(3)9.
       77 parmMinD PIC z(3)9.
       77 parmMaxD PIC z(3)9.
       77 parmCells PIC 9(4) value 0.
       77 parmNow PIC 9(8) value 0.
       77 parmFileVer PIC 9(4) value 0.
       77 parmOnFile PIC 9(4) value 0.
       77 parmHold PIC 9(4) value 0.
       77 parmWhy PIC 9 value 0.
       77 parmTime PIC 9(8) value 0.
      * how many values make up a parameter set
       77 parmCount PIC 99 value 19.
       77 parmMark PIC x(9) value spaces.
       77 diffRowsD PIC z9.
       77 diffColsD PIC z9.
       77 diffMinesD PIC zz9.
      * the program's own values, in force as version 0
       01 parmDefaultTable.
         02 FILLER PIC x(12) value "000900090010".
         02 FILLER PIC x(12) value "001400140040".
         02 FILLER PIC x(12) value "001800180080".
         02 FILLER PIC x(28) value "0005000300010010005000050030".
         02 FILLER PIC x(12) value "000200100030".
       01 parmValues.
         02 parmBoard OCCURS 3.
           03 parmRows PIC 9(4).
           03 parmCols PIC 9(4).
           03 parmMines PIC 9(4).
         02 checkpointEvery PIC 9(4).
         02 parmWinPoints PIC 9(4).
         02 parmLossPoints PIC 9(4).
         02 parmLockTries PIC 9(4).
         02 parmBadgeGames PIC 9(4).
         02 parmBadgeStreak PIC 9(4).
         02 parmSolveTries PIC 9(4).
      *  a win in fewer seconds than its level's least time is held
      *  for an operator review before it posts (0 = no least time)
         02 parmMinWin PIC 9(4) OCCURS 3.
       01 FILLER REDEFINES parmValues.
         02 parmValue PIC 9(4) OCCURS 19.
      * the set being edited on the parameter screen
       01 parmWork.
         02 parmNew PIC 9(4) OCCURS 19.
       01 parmNameTable.
         02 FILLER PIC x(24) value "Beginner rows".
         02 FILLER PIC x(24) value "Beginner columns".
         02 FILLER PIC x(24) value "Beginner mines".
         02 FILLER PIC x(24) value "Intermediate rows".
         02 FILLER PIC x(24) value "Intermediate columns".
         02 FILLER PIC x(24) value "Intermediate mines".
         02 FILLER PIC x(24) value "Expert rows".
         02 FILLER PIC x(24) value "Expert columns".
         02 FILLER PIC x(24) value "Expert mines".
         02 FILLER PIC x(24) value "Moves per checkpoint".
         02 FILLER PIC x(24) value "League points/win level".
         02 FILLER PIC x(24) value "League points for a loss".
         02 FILLER PIC x(24) value "Lock retries".
         02 FILLER PIC x(24) value "Games for games badge".
         02 FILLER PIC x(24) value "Wins for streak badge".
         02 FILLER PIC x(24) value "No-guess board attempts".
         02 FILLER PIC x(24) value "Beginner least win secs".
         02 FILLER PIC x(24) value "Intermed. least win secs".
         02 FILLER PIC x(24) value "Expert least win secs".
       01 FILLER REDEFINES parmNameTable.
         02 parmName PIC x(24) OCCURS 19.
      * lowest and highest value each parameter may take; a board
      * must fit the 80 x 24 screen, and a lock is never waited on
      * for more tries than its counter can hold
       01 parmLimitTable.
         02 FILLER PIC x(24) value "000500180005001800010315".
         02 FILLER PIC x(24) value "000500180005001800010315".
         02 FILLER PIC x(24) value "000500180005001800010315".
         02 FILLER PIC x(24) value "000100990000009900000099".
         02 FILLER PIC x(24) value "000100500001999900020099".
         02 FILLER PIC x(8) value "00010099".
         02 FILLER PIC x(24) value "000099990000999900009999".
       01 FILLER REDEFINES parmLimitTable.
         02 parmLimit OCCURS 19.
           03 parmMin PIC 9(4).
           03 parmMax PIC 9(4).

      * Review queue: a win that looks too good - faster than its
      * level's least time, more squares opened than the moves on
      * the log could have opened, or a board resumed from a slot
      * already played on to a mine hit - is held on review.txt
      * instead of posting to the highscores, the daily table or a
      * puzzle's list and the league, and earns no win badges. An
      * operator looks it over against its move log and approves it
      * (it posts then) or rejects it; every decision is kept on
      * reviewlog.txt.
       77 reviewHeld PIC 9 value 0.
         88 winHeld value 1.
      * Y when the win would have gone on the highscores
       77 reviewScore PIC x value "N".
      * where else a held win was bound: D the daily table, P the
      * puzzle's list, space neither
       77 reviewKind PIC x value space.
      * the save or checkpoint slot the game was loaded from
       77 gameSlotName PIC x(40) value spaces.
      * log times of the GAME-START and GAME-WON bounding this play
       77 playStartAt PIC 9(8) value 0.
       77 playWonAt PIC 9(8) value 0.
       77 rqPlayer PIC x(10) value spaces.
       77 rqDate PIC 9(8) value 0.
       77 rqStartAt PIC 9(8) value 0.
       77 rqWonAt PIC 9(8) value 0.
      * where the game's stretch of log was found: 0 not found,
      * 1 on the dated archive, 2 on the live log
       77 rqFound PIC 9 value 0.
       77 rqMatched PIC 9 value 0.
       77 rqState PIC 9 value 0.
       77 rqRecNo PIC 9(7) value 0.
       77 rqStartNo PIC 9(7) value 0.
       77 rqWonNo PIC 9(7) value 0.
       77 rqReveals PIC 9(4) value 0.
       77 rqChords PIC 9(4) value 0.
       77 rqFlags PIC 9(4) value 0.
       77 rqHints PIC 9(4) value 0.
       77 rqOthers PIC 9(4) value 0.
       77 rqNeed PIC 9(4) value 0.
       77 rqAllow PIC 9(5) value 0.
       77 rqR PIC 99 value 0.
       77 rqC PIC 99 value 0.
       77 rqNr PIC 99 value 0.
       77 rqNc PIC 99 value 0.
       77 rqLoR PIC 99 value 0.
       77 rqHiR PIC 99 value 0.
       77 rqLoC PIC 99 value 0.
       77 rqHiC PIC 99 value 0.
       77 rqZeroNear PIC 9 value 0.
       77 rqSame PIC 9 value 0.
       77 rqMaxId PIC 9(6) value 0.
       77 rqPick PIC 9(6) value 0.
       77 rqPending PIC 9(6) value 0.
       77 rqDecided PIC 9 value 0.
       77 rqOnFile PIC 9 value 0.
       77 rqAnswer PIC x value space.
       77 rqKey PIC x value space.
       77 rqLines PIC 99 value 0.
       77 rqDecision PIC x(8) value spaces.
       77 rqNow PIC 9(8) value 0.
       77 rqTime PIC 9(8) value 0.
       77 rqTimeD PIC z(5)9.
       77 rqCountD PIC z(3)9.
      * the rules a held win tripped: T too fast, M too few moves,
      * L loaded from a slot after a mine hit on it
       01 rqRuleSet.
         02 rqRuleT PIC x.
         02 rqRuleM PIC x.
         02 rqRuleL PIC x.
       01 rqClock PIC 9(8) value 0.
       01 FILLER REDEFINES rqClock.
         02 rqHh PIC 99.
         02 rqMm PIC 99.
         02 rqSs PIC 99.
         02 rqCc PIC 99.
      * the board as it stood when this play began, to tell the
      * squares opened during it from those opened before a save
       01 playStart.
         02 psRow OCCURS 20.
           03 psCol OCCURS 20.
             04 FILLER PIC xxx.
             04 psField PIC x.
               88 psClosed values " " "F".
      * One held win: its number, who won it on which day, the log
      * times bounding the game, the level, board kind and time, Y
      * if it was bound for the highscores, the league points held,
      * the parameter version and least time in force, the rules it
      * tripped, whether its log was found, the reveals and chords
      * logged, the squares that needed a move of their own, and D
      * with the day for a daily or P with the puzzle's name
       01 reviewRec.
         02 rvId PIC 9(6).
         02 FILLER PIC x value space.
         02 rvPlayer PIC x(10).
         02 FILLER PIC x value space.
         02 rvDate PIC 9(8).
         02 FILLER PIC x value space.
         02 rvStartAt PIC 9(8).
         02 FILLER PIC x value space.
         02 rvWonAt PIC 9(8).
         02 FILLER PIC x value space.
         02 rvDiff PIC 9.
         02 FILLER PIC x value space.
         02 rvBoard PIC x.
         02 FILLER PIC x value space.
         02 rvTime PIC 9(6).
         02 FILLER PIC x value space.
         02 rvScore PIC x.
         02 FILLER PIC x value space.
         02 rvPoints PIC 9(4).
         02 FILLER PIC x value space.
         02 rvParm PIC 9(4).
         02 FILLER PIC x value space.
         02 rvLeast PIC 9(4).
         02 FILLER PIC x value space.
         02 rvRules PIC x(3).
         02 FILLER PIC x value space.
         02 rvLogged PIC x.
         02 FILLER PIC x value space.
         02 rvReveals PIC 9(4).
         02 FILLER PIC x value space.
         02 rvChords PIC 9(4).
         02 FILLER PIC x value space.
         02 rvNeed PIC 9(4).
         02 FILLER PIC x value space.
         02 rvKind PIC x.
         02 FILLER PIC x value space.
         02 rvDaily PIC 9(8).
         02 FILLER PIC x value space.
         02 rvPuzzle PIC x(12).

      * Save-slot maintenance: delete, rename, compact the index
       77 maintChoice PIC 9 value 0.
       77 slotAlive PIC 9 value 0.
       77 survivorCount PIC 99 value 0.

      * Alias change and merge: one alias is carried over to another
      * across every player file in a single operator run - a rename
      * when nobody holds the new alias yet, a merge of the two
      * players' records when somebody does. Each file's record
      * counts for both aliases go on a dated before/after report.
       77 oldAlias PIC x(10) value spaces.
       77 aliasMerge PIC 9 value 0.
       77 aliasOk PIC 9 value 0.
       77 oldOnReg PIC 9 value 0.
       77 newOnReg PIC 9 value 0.
       77 aliasReadCount PIC 9(6) value 0.
       77 aliasRetired PIC 9 value 0.
       77 aliasOldOper PIC x value "N".
       77 aliasConfirm PIC x value space.
       77 aliasNewSlot PIC 9 value 0.
       77 aliasHops PIC 99 value 0.
       77 aliasFound PIC 9 value 0.
       77 aliasKey PIC x(10) value spaces.
       77 chgOldBefore PIC 9(6) value 0.
       77 chgNewBefore PIC 9(6) value 0.
       77 chgOldAfter PIC 9(6) value 0.
       77 chgNewAfter PIC 9(6) value 0.
       77 reportFileName PIC x(40) value spaces.
       77 reportBuf PIC x(80) value spaces.
       01 chgRepLine.
         02 crFile PIC x(20) value spaces.
         02 FILLER PIC x(2) value spaces.
         02 crOldBefore PIC z(9)9.
         02 FILLER PIC x(2) value spaces.
         02 crNewBefore PIC z(9)9.
         02 FILLER PIC x(2) value spaces.
         02 crOldAfter PIC z(9)9.
         02 FILLER PIC x(2) value spaces.
         02 crNewAfter PIC z(9)9.
      * the alias register as a keyed scratch map, for mapping
      * retired aliases; aliasMapOpen is 1 while it is open
       77 aliasMapName PIC x(40) value spaces.
       77 amStatus PIC xx value "00".
       77 aliasMapOpen PIC 9 value 0.

      * Retention run: archives older than the keep period are
      * retired - history games moved to a yearly archive, dated move
      * logs, summaries and reports removed - and every file touched
      * goes on a dated purge report. retResume is the first date not
      * yet retired; a month whose month-end report is not on file
      * holds its days, and everything after them, back.
       77 retKeep PIC 9(4) value 90.
       77 retKeepEntry PIC 9(4) value 0.
       77 retConfirm PIC x value space.
       77 retResume PIC 9(8) value 0.
       77 retStart PIC 9(8) value 0.
       77 retCutDate PIC 9(8) value 0.
       77 retEnd PIC 9(8) value 0.
       77 retHeld PIC 9(8) value 0.
       77 retDay PIC 9(8) value 0.
       77 retMonth PIC 9(6) value 0.
       77 retMonthChk PIC 9(6) value 0.
       77 retHaveRep PIC 9 value 0.
       77 retFound PIC 9 value 0.
       77 retFileRecs PIC 9(6) value 0.
       77 retFiles PIC 9(6) value 0.
       77 retGames PIC 9(6) value 0.
       77 retPruned PIC 9(6) value 0.
       77 histYear PIC 9(4) value 0.
       77 histArchYear PIC 9(4) value 0.
       77 histArchName PIC x(40) value spaces.
       77 hyCount PIC 99 value 0.
       77 hyIdx PIC 99 value 0.
       01 histYearTab.
         02 hyEntry PIC 9(4) OCCURS 50 value 0.
       01 purgeLine.
         02 pgAction PIC x(8) value spaces.
         02 pgFile PIC x(40) value spaces.
         02 FILLER PIC x value space.
         02 pgCount PIC z(5)9.
         02 FILLER PIC x value space.
         02 pgNote PIC x(24) value spaces.

      * Auto-checkpoint: moves since the last automatic save (how
      * many between saves is the checkpointEvery control parameter)
       77 moveCount PIC 99 value 0.

      * Live status line on the board display
       77 revealedCount PIC 9(4) value 0.
       77 julDay PIC 999 value 0.
       77 weekNum PIC 99 value 0.
       77 gamePoints PIC 9(4) value 0.
      * the alias, level and time PostScore and PostLeague file, and
      * the day and puzzle PostDaily and PostPuzzleDone file under
       77 postName PIC x(10) value spaces.
       77 postDiff PIC 9 value 1.
       77 postTime PIC 9(6) value 0.
       77 postDay PIC 9(8) value 0.
       77 postPuzzle PIC x(12) value spaces.
       77 leagueArchName PIC x(40) value spaces.
       77 leagueChoice PIC 9 value 0.
       77 lgCount PIC 9(6) value 0.
       77 lgIdx PIC 9(6) value 0.
       77 lgKeepCount PIC 9(6) value 0.
      * which week the standings pass sums, and which week a close
      * run is retiring - run on Monday morning the close must take
      * last week, not the week the clock says we are in now
       77 standWeek PIC 9(6) value 0.
       77 closeWeek PIC 9(6) value 0.
       77 newestWeek PIC 9(6) value 0.
      * the tally the standings are summed on and the ranking they
      * are read back from (see BuildLeagueWorkNames)
       77 lgTallyName PIC x(40) value spaces.
       77 lgRankName PIC x(40) value spaces.
      * the top of the closing week's ranking
       77 lgWinner PIC x(10) value spaces.
       77 lgWinPoints PIC 9(7) value 0.
      * records a close moved to the week's archive, the archive's
      * record count, and the closing week's records still live
       77 lgArchBase PIC 9(6) value 0.
       77 lgArchCount PIC 9(6) value 0.
       77 lgArchWritten PIC 9(6) value 0.
       77 lgWeekRecs PIC 9(6) value 0.

      * Nightly batch chain: run with BATCH on the command line it
      * takes the end-of-day, reconciliation, league close,
      * month-end and rating steps in order with nobody at the
      * keyboard. Each run is planned on project/runctl.txt under
      * its business date and every step logged as it starts and
      * ends, so a run cut off part-way is resumed by the next one at
      * the step it stopped on.
       77 runParm PIC x(10) value spaces.
       77 runToday PIC 9(8) value 0.
       77 runDate PIC 9(8) value 0.
       77 runLatest PIC 9(8) value 0.
       77 runResume PIC 9 value 0.
       77 runRestart PIC 9 value 0.
       77 runStep PIC 99 value 0.
       77 runStepCount PIC 99 value 5.
       77 runCount PIC 9(6) value 0.
       77 runStartTime PIC 9(8) value 0.
       77 runEndTime PIC 9(8) value 0.
       77 dayOfWeek PIC 9 value 0.
       77 calYear PIC 9(4) value 0.
       77 calMonth PIC 99 value 0.
       77 calDay PIC 99 value 0.
       77 calMmdd PIC 9(4) value 0.
       77 calQuot PIC 9(6) value 0.
       77 calRem PIC 9(4) value 0.
       77 calLast PIC 99 value 0.
       77 calDate PIC 9(8) value 0.
       77 monthEndDay PIC 9 value 0.
       01 runStepTab.
         02 runStepEntry OCCURS 9.
           03 rsStatus PIC x(7) value spaces.
           03 rsBase PIC 9(6) value 0.
           03 rsKey PIC 9(6) value 0.
       01 stepNameTable.
         02 FILLER PIC x(10) value "ENDOFDAY".
         02 FILLER PIC x(10) value "RECONCILE".
         02 FILLER PIC x(10) value "LEAGUECLOS".
         02 FILLER PIC x(10) value "MONTHEND".
         02 FILLER PIC x(10) value "RATINGS".
       01 FILLER REDEFINES stepNameTable.
         02 stepName PIC x(10) OCCURS 5.
       01 monthLenTable.
         02 FILLER PIC x(24) value "312831303130313130313031".
       01 FILLER REDEFINES monthLenTable.
         02 monthLen PIC 99 OCCURS 12.

      * Daily challenge: the generator is seeded from the date, so
      * every player faces the identical board that day
         02 replayEntry OCCURS 20.
           03 replayOwner PIC x(10) value spaces.

      * Iterators
       77 i PIC 99 value 1.
       77 j PIC 99 value 1.
       01 tempDimLine.
         02 dimRowsOut PIC 99.
         02 dimColsOut PIC 99.
         02 dimAssistOut PIC x value space.
         02 dimBoardOut PIC x value space.
         02 dimParmOut PIC 9(4) value 0.
         02 dimHitOut PIC x value space.

       01 highLine.
         02 nameLine PIC x(10).
      
       PROCEDURE DIVISION.
       Hoofd.
      *    started with BATCH on the command line this is the
      *    unattended nightly run - no sign-on, no menu
           ACCEPT runParm FROM COMMAND-LINE
           PERFORM LoadParameters
           PERFORM CheckPlayerMaster
           IF runParm = "BATCH" OR runParm = "batch" THEN
             PERFORM NightlyBatch
           ELSE
             PERFORM IntroPlayer
             MOVE playerName TO saveFileOwner
             PERFORM BuildSaveFileName
             PERFORM RandomInit
             PERFORM MainMenu UNTIL menuInput = 19
           END-IF
           STOP RUN
           .
       
           DISPLAY "13 - Site Exchange"
           DISPLAY "14 - Puzzle Library"
           DISPLAY "15 - Head-to-Head Duel"
           DISPLAY "16 - Alias Change / Merge"
           DISPLAY "17 - Retention / Purge"
           DISPLAY "18 - Operator Functions"
           DISPLAY "19 - Exit"
           ACCEPT menuInput NO BEEP

           PERFORM UNTIL menuInput > 0 AND < 20
               DISPLAY "Error incorrect input. Try again"
               ACCEPT menuInput NO BEEP
           END-PERFORM
                                     ELSE IF menuInput = 15 THEN
                                         PERFORM DuelMenu
                                       ELSE IF menuInput = 16 THEN
                                           PERFORM RequireOperator
                                           IF operOk = 1 THEN
                                             PERFORM AliasChange
                                           END-IF
                                         ELSE IF menuInput = 17 THEN
                                             PERFORM RequireOperator
                                             IF operOk = 1 THEN
                                               PERFORM RetentionRun
                                             END-IF
                                           ELSE IF menuInput = 18 THEN
                                               PERFORM RequireOperator
                                               IF operOk = 1 THEN
                                                 PERFORM OperatorMenu
                                               END-IF
                                             END-IF
                                           END-IF
                                         END-IF
                                       END-IF
                                     END-IF
               END-IF
             END-IF
           END-IF
           IF menuInput = 19 THEN
             DISPLAY "Like you have anything better to do!"
           END-IF
           .
       
       IntroPlayer.
           ACCEPT playerName
           IF playerName = spaces THEN
             DISPLAY "Error: the alias cannot be blank."
           ELSE IF playerName = "#CHK" THEN
               DISPLAY "That alias is reserved. Please choose another."
             ELSE
               PERFORM LookupPlayer
               IF masterRecBad = 1 THEN
                 DISPLAY "Your player record failed its integrity"
      -                  " check - see the operator."
               ELSE
                 PERFORM SignOnKnown
               END-IF
             END-IF
           END-IF
           .

      * The alias is on players.dat or free: a registered alias gives
      * its PIN, anything else is enrolled
       SignOnKnown.
           IF regFound = 0 THEN
      *      an alias retired by an alias change stays retired, or
      *      its old move-log records would be credited to whoever
      *      took the name next
             MOVE playerName TO aliasKey
             PERFORM CheckAliasRetired
             IF aliasRetired = 1 THEN
               DISPLAY "That alias has been retired. Please choose"
      -                " another."
             ELSE
               PERFORM RegisterPlayer
             END-IF
           ELSE
             MOVE 0 TO pinTries
             PERFORM UNTIL signonOk = 1 OR pinTries >= 3
               ADD 1 TO pinTries
               DISPLAY "Enter your PIN : "
               ACCEPT pinEntry NO BEEP
               IF pinEntry = heldPin THEN
                 MOVE 1 TO signonOk
                 IF heldOper = "Y" THEN
                   MOVE 1 TO isOperator
                 ELSE
                   MOVE 0 TO isOperator
                 END-IF
               ELSE
                 DISPLAY "Wrong PIN."
               END-IF
             END-PERFORM
             IF signonOk = 0 THEN
               DISPLAY "PIN verification failed."
             END-IF
           END-IF
           .

      * Find playerName on players.dat; regFound is 1 only for a
      * registered alias - a record that just carries ledger counts
      * is enrolled like a new player and keeps them. heldPin and
      * heldOper carry the record out, regCount how many players are
      * enrolled, masterRecBad whether the record fails its check.
       LookupPlayer.
           MOVE 0 TO regFound
           MOVE 0 TO heldPin
           MOVE "N" TO heldOper
           MOVE playerName TO masterKey
           PERFORM ReadMaster
           IF masterFound = 1 AND masterRecBad = 0 AND mhReg = "R"
             MOVE 1 TO regFound
             MOVE mhPin TO heldPin
             MOVE mhOper TO heldOper
           END-IF
           .

      * Enroll a new alias; the very first player on an empty
             IF regFound = 1 THEN
               DISPLAY "That alias was registered by another"
      -                " session just now. Sign on again."
             ELSE IF masterRecBad = 1 THEN
                 DISPLAY "Your player record failed its integrity"
      -                  " check - see the operator."
               ELSE
                 OPEN I-O playerMaster
                 PERFORM FetchMaster
                 MOVE "R" TO pmReg
                 MOVE pinEntry TO pmPin
                 IF regCount = 0 THEN
                   MOVE "Y" TO pmOper
                   MOVE 1 TO isOperator
                   DISPLAY "First player on the registry - you are"
      -                    " the operator."
                 ELSE
                   MOVE "N" TO pmOper
                   MOVE 0 TO isOperator
                 END-IF
                 PERFORM PutMaster
                 CLOSE playerMaster
                 MOVE 1 TO signonOk
                 DISPLAY "Registered " playerName
               END-IF
             END-IF
             PERFORM ReleaseLock
           END-IF
           END-IF
           .

      * Operator functions that are run on demand rather than in
      * the nightly chain
       OperatorMenu.
           DISPLAY "==== Operator Functions ===="
           DISPLAY "1 - Loss post-mortem report"
           DISPLAY "2 - Rating run and ladder report"
           DISPLAY "3 - Delimited extract for spreadsheets"
           DISPLAY "4 - Control parameters"
           DISPLAY "5 - Review queue for held wins"
           DISPLAY "6 - Back"
           MOVE 0 TO operChoice
           PERFORM UNTIL operChoice > 0 AND < 7
             DISPLAY "Enter your choice : "
             ACCEPT operChoice NO BEEP
           END-PERFORM
           IF operChoice = 1 THEN
             PERFORM PostMortemRun
           ELSE IF operChoice = 2 THEN
               ACCEPT curDate FROM DATE YYYYMMDD
               MOVE 0 TO ratResume
               PERFORM RatingRun
             ELSE IF operChoice = 3 THEN
                 PERFORM ExtractRun
               ELSE IF operChoice = 4 THEN
                   PERFORM ParameterScreen
                 ELSE IF operChoice = 5 THEN
                     PERFORM ReviewQueue
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF
           .

      * ---------------------------------------------------------------
      * Save / Load slots - one save file per player, keyed by name

           .

      * ---------------------------------------------------------------
      * Integrity seal: scores.txt (and stats.txt) end with a #CHK
      * trailer holding a rolling check value over every record, so a
      * file edited outside the program no longer verifies; the chain
      * through checkVal makes reordering records detectable too
           .

      * ---------------------------------------------------------------
      * Player master: players.dat holds every alias's registry entry
      * and lifetime ledger under the alias as its key, so there is
      * no limit on how many players it carries. Each record holds
      * its own check value (the AddRecordToCheck fold over the
      * record), and the #CHK control record holds the sum of them
      * all with the record and registration counts, so a record
      * edited, added or removed outside the program no longer
      * verifies. Every update happens under players.lck and carries
      * the seal along with it.

      * Build players.dat the first time the program starts without
      * one, out of the old players.txt, stats.txt and imported.txt
       CheckPlayerMaster.
           OPEN INPUT playerMaster
           IF pmStatus = "35" THEN
             MOVE "project/players.lck" TO lockFileName
             PERFORM AcquireLock
      *      another session may have built it while we waited
             OPEN INPUT playerMaster
             IF pmStatus = "35" THEN
               PERFORM BuildPlayerMaster
             ELSE
               CLOSE playerMaster
             END-IF
             PERFORM ReleaseLock
           ELSE
             CLOSE playerMaster
           END-IF
           .

       BuildPlayerMaster.
           DISPLAY "Building the player master project/players.dat"
           OPEN OUTPUT playerMaster
           MOVE spaces TO masterCtl
           MOVE "#CHK" TO pcKey
           MOVE 0 TO pcSeal
           MOVE 0 TO pcRecs
           MOVE 0 TO pcRegs
           WRITE masterCtl END-WRITE
           CLOSE playerMaster
           OPEN I-O playerMaster

      *    the registry: every enrolled alias with its PIN and flag
           SET eofReg TO FALSE
           OPEN INPUT playerReg
           READ playerReg AT END SET eofReg TO TRUE END-READ
           PERFORM UNTIL eofReg
             IF regAlias NOT = spaces AND regAlias NOT = "#CHK" THEN
               MOVE regAlias TO masterKey
               PERFORM FetchMaster
               IF masterNew = 1 THEN
                 MOVE "R" TO pmReg
                 MOVE regPin TO pmPin
                 MOVE regOper TO pmOper
                 PERFORM PutMaster
               END-IF
             END-IF
             READ playerReg AT END SET eofReg TO TRUE END-READ
           END-PERFORM
           CLOSE playerReg

      *    the ledger, only if its seal still verifies - a
      *    quarantined file is the evidence and is left where it is
           PERFORM CheckStatsSeal
           IF statsSealBad = 1 THEN
             DISPLAY "stats.txt was NOT carried over to players.dat."
           ELSE
             SET eofStats TO FALSE
             OPEN INPUT statsFile
             READ statsFile AT END SET eofStats TO TRUE END-READ
             PERFORM UNTIL eofStats
               IF stTag NOT = "#CHK" AND stPlayer NOT = spaces THEN
                 MOVE stPlayer TO masterKey
                 PERFORM FetchMaster
                 ADD stPlayed TO pmPlayed
                 ADD stWon TO pmWon
                 PERFORM VARYING diffIdx FROM 1 BY 1 UNTIL diffIdx > 3
                   ADD stDiffPlayed(diffIdx) TO pmDiffPlayed(diffIdx)
                   ADD stDiffWon(diffIdx) TO pmDiffWon(diffIdx)
                 END-PERFORM
                 PERFORM PutMaster
               END-IF
               READ statsFile AT END SET eofStats TO TRUE END-READ
             END-PERFORM
             CLOSE statsFile
           END-IF

      *    the amounts that arrived by interchange merge
           SET eofImp TO FALSE
           OPEN INPUT importReg
           READ importReg AT END SET eofImp TO TRUE END-READ
           PERFORM UNTIL eofImp
             IF imPlayer NOT = spaces AND imPlayer NOT = "#CHK" THEN
               MOVE imPlayer TO masterKey
               PERFORM FetchMaster
               ADD imPlayed TO pmImpPlayed
               ADD imWon TO pmImpWon
               PERFORM VARYING diffIdx FROM 1 BY 1 UNTIL diffIdx > 3
                 ADD imDiffWon(diffIdx) TO pmImpDiffWon(diffIdx)
               END-PERFORM
               PERFORM PutMaster
             END-IF
             READ importReg AT END SET eofImp TO TRUE END-READ
           END-PERFORM
           CLOSE importReg
           CLOSE playerMaster

           PERFORM VerifyMaster
           DISPLAY "players.dat holds " masterRecs " players, "
      -            masterRegs " of them registered."
           .

      * Verify the old stats.txt's #CHK trailer; statsSealBad is set
      * when it fails
       CheckStatsSeal.
           MOVE 0 TO statsSealBad
           PERFORM StartSealCheck
           SET eofStats TO FALSE
           OPEN INPUT statsFile
           READ statsFile AT END SET eofStats TO TRUE END-READ
           PERFORM UNTIL eofStats
             IF stTag = "#CHK" THEN
               MOVE 1 TO sealSeen
               IF stCheck = checkVal THEN
                 MOVE 1 TO sealOk
               ELSE
                 MOVE 0 TO sealOk
               END-IF
             ELSE
               IF sealSeen = 1 THEN
                 MOVE 0 TO sealOk
               END-IF
               ADD 1 TO sealRecs
               MOVE statsLine TO checkBuffer
               MOVE 66 TO checkLen
               PERFORM AddRecordToCheck
             END-IF
             READ statsFile AT END SET eofStats TO TRUE END-READ
           END-PERFORM
           CLOSE statsFile
           IF sealRecs > 0 AND ( sealSeen = 0 OR sealOk = 0 ) THEN
             MOVE 1 TO statsSealBad
             DISPLAY "Warning: stats.txt failed its integrity check."
           END-IF
           .

      * The check value of the record in the record area
       MasterRecCheck.
           MOVE 0 TO checkVal
           MOVE spaces TO checkBuffer
           MOVE pmSealPart(1) TO checkBuffer
           MOVE 47 TO checkLen
           PERFORM AddRecordToCheck
           MOVE pmSealPart(2) TO checkBuffer
           PERFORM AddRecordToCheck
           .

      * Fresh record for masterKey: not registered, no counts
       InitMasterRec.
           MOVE spaces TO masterRec
           MOVE masterKey TO pmAlias
           MOVE "L" TO pmReg
           MOVE 0 TO pmPin
           MOVE "N" TO pmOper
           MOVE 0 TO pmPlayed
           MOVE 0 TO pmWon
           MOVE 0 TO pmImpPlayed
           MOVE 0 TO pmImpWon
           PERFORM VARYING diffIdx FROM 1 BY 1 UNTIL diffIdx > 3
             MOVE 0 TO pmDiffPlayed(diffIdx)
             MOVE 0 TO pmDiffWon(diffIdx)
             MOVE 0 TO pmImpDiffWon(diffIdx)
           END-PERFORM
           MOVE 0 TO pmCheck
           .

      * Look masterKey up without changing anything: masterFound,
      * masterRecBad when the record fails its own check, the record
      * itself in masterHoldRec, and in regCount how many players are
      * registered
       ReadMaster.
           MOVE 0 TO masterFound
           MOVE 0 TO masterRecBad
           MOVE 0 TO regCount
           OPEN INPUT playerMaster
           MOVE masterKey TO pmAlias
           READ playerMaster
             INVALID KEY
               MOVE 0 TO masterFound
             NOT INVALID KEY
               MOVE 1 TO masterFound
           END-READ
           IF masterFound = 1 THEN
             PERFORM MasterRecCheck
             IF checkVal NOT = pmCheck THEN
               MOVE 1 TO masterRecBad
             END-IF
             MOVE masterRec TO masterHoldRec
           END-IF
           MOVE "#CHK" TO pcKey
           READ playerMaster
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE pcRegs TO regCount
           END-READ
           CLOSE playerMaster
           .

      * Get masterKey's record into the record area for an update,
      * with players.dat open I-O - a fresh one (masterNew 1) when
      * the alias has none yet. What the seal knew of the record is
      * kept for PutMaster.
       FetchMaster.
           MOVE masterKey TO pmAlias
           READ playerMaster
             INVALID KEY
               MOVE 0 TO masterFound
             NOT INVALID KEY
               MOVE 1 TO masterFound
           END-READ
           IF masterFound = 1 THEN
             MOVE 0 TO masterNew
             MOVE pmCheck TO masterOldCheck
             MOVE pmReg TO masterOldReg
           ELSE
             MOVE 1 TO masterNew
             MOVE 0 TO masterOldCheck
             MOVE "L" TO masterOldReg
             PERFORM InitMasterRec
           END-IF
           .

      * File the record in the record area, written new or over the
      * copy FetchMaster found, and carry the change into the #CHK
      * seal. The filed record is left in the record area and in
      * masterHoldRec.
       PutMaster.
           PERFORM MasterRecCheck
           MOVE checkVal TO pmCheck
           MOVE masterRec TO masterHoldRec
           IF masterNew = 1 THEN
             WRITE masterRec END-WRITE
           ELSE
             REWRITE masterRec END-REWRITE
           END-IF
           MOVE "#CHK" TO pcKey
           READ playerMaster
             INVALID KEY
               MOVE 0 TO masterFound
             NOT INVALID KEY
               MOVE 1 TO masterFound
           END-READ
      *    with the control record gone the file already fails its
      *    seal - it is not made up again here
           IF masterFound = 1 THEN
             COMPUTE checkWork = pcSeal + 99999989 - masterOldCheck
      -                        + mhCheck
             DIVIDE checkWork BY 99999989 GIVING checkQuot
               REMAINDER pcSeal
             IF masterNew = 1 THEN
               ADD 1 TO pcRecs
             END-IF
             IF mhReg = "R" AND masterOldReg NOT = "R" THEN
               ADD 1 TO pcRegs
             END-IF
             REWRITE masterCtl END-REWRITE
           END-IF
           MOVE masterHoldRec TO masterRec
           MOVE 0 TO masterNew
           MOVE mhCheck TO masterOldCheck
           MOVE mhReg TO masterOldReg
           .

      * Remove the record FetchMaster found, taking it out of the
      * #CHK seal
       DropMaster.
           MOVE pmCheck TO masterOldCheck
           MOVE pmReg TO masterOldReg
           DELETE playerMaster RECORD END-DELETE
           MOVE "#CHK" TO pcKey
           READ playerMaster
             INVALID KEY
               MOVE 0 TO masterFound
             NOT INVALID KEY
               MOVE 1 TO masterFound
           END-READ
           IF masterFound = 1 THEN
             COMPUTE checkWork = pcSeal + 99999989 - masterOldCheck
             DIVIDE checkWork BY 99999989 GIVING checkQuot
               REMAINDER pcSeal
             SUBTRACT 1 FROM pcRecs
             IF masterOldReg = "R" THEN
               SUBTRACT 1 FROM pcRegs
             END-IF
             REWRITE masterCtl END-REWRITE
           END-IF
           .

      * One pass over the whole of players.dat: every record must
      * pass its own check, and the checks must add up to the #CHK
      * seal over the record and registration counts it names.
      * statsSealBad is set when anything does not; masterRecs,
      * masterRegs and masterPlayers count the players, the
      * registered ones and the ones with games on the ledger.
       VerifyMaster.
           MOVE 0 TO statsSealBad
           MOVE 0 TO sealSeen
           MOVE 0 TO masterSum
           MOVE 0 TO masterSeal
           MOVE 0 TO masterRecs
           MOVE 0 TO masterRegs
           MOVE 0 TO masterCtlRecs
           MOVE 0 TO masterCtlRegs
           MOVE 0 TO masterPlayers
           SET eofMaster TO FALSE
           OPEN INPUT playerMaster
           READ playerMaster NEXT RECORD
             AT END SET eofMaster TO TRUE
           END-READ
           PERFORM UNTIL eofMaster
             IF pcKey = "#CHK" THEN
               MOVE 1 TO sealSeen
               MOVE pcSeal TO masterSeal
               MOVE pcRecs TO masterCtlRecs
               MOVE pcRegs TO masterCtlRegs
             ELSE
               ADD 1 TO masterRecs
               IF pmReg = "R" THEN
                 ADD 1 TO masterRegs
               END-IF
               IF pmPlayed > 0 THEN
                 ADD 1 TO masterPlayers
               END-IF
               PERFORM MasterRecCheck
               IF checkVal NOT = pmCheck THEN
                 MOVE 1 TO statsSealBad
               END-IF
               COMPUTE checkWork = masterSum + pmCheck
               DIVIDE checkWork BY 99999989 GIVING checkQuot
                 REMAINDER masterSum
             END-IF
             READ playerMaster NEXT RECORD
               AT END SET eofMaster TO TRUE
             END-READ
           END-PERFORM
           CLOSE playerMaster
           IF sealSeen = 0 OR masterSum NOT = masterSeal
                OR masterRecs NOT = masterCtlRecs
                OR masterRegs NOT = masterCtlRegs
             MOVE 1 TO statsSealBad
           END-IF
           IF statsSealBad = 1 THEN
             DISPLAY "Warning: players.dat failed its integrity check."
             DISPLAY "The statistics are quarantined until the file"
             DISPLAY "is fixed or restored."
           END-IF
           .

      * ---------------------------------------------------------------
      * Scratch tallies: a run that totals something per player (or
      * per date) counts into a keyed work file instead of an in-core
      * table, so nobody is ever dropped for want of a slot. The
      * caller points tallyFileName at its own work file, opens it
      * with StartTally, adds with TallyPost, reads it back in key
      * order after RewindTally and drops it with EndTally.

       StartTally.
           OPEN OUTPUT tallyFile
           CLOSE tallyFile
           OPEN I-O tallyFile
           PERFORM ClearTallyAdd
           .

       ClearTallyAdd.
           PERFORM VARYING tyIdx FROM 1 BY 1 UNTIL tyIdx > 14
             MOVE 0 TO taCount(tyIdx)
           END-PERFORM
           .

      * Add taCount onto taKey's record, opening one if the key is
      * new; the updated record is left in the record area and
      * taCount is cleared for the next post
       TallyPost.
           MOVE taKey TO tyKey
           READ tallyFile
             INVALID KEY
               MOVE 1 TO tallyNew
             NOT INVALID KEY
               MOVE 0 TO tallyNew
           END-READ
           IF tallyNew = 1 THEN
             MOVE taKey TO tyKey
             PERFORM VARYING tyIdx FROM 1 BY 1 UNTIL tyIdx > 14
               MOVE 0 TO tyCount(tyIdx)
             END-PERFORM
           END-IF
           PERFORM VARYING tyIdx FROM 1 BY 1 UNTIL tyIdx > 14
             ADD taCount(tyIdx) TO tyCount(tyIdx)
           END-PERFORM
           IF tallyNew = 1 THEN
             WRITE tallyRec END-WRITE
           ELSE
             REWRITE tallyRec END-REWRITE
           END-IF
           PERFORM ClearTallyAdd
           .

      * Back to the first record, for a pass in key order with
      * READ tallyFile NEXT
       RewindTally.
           CLOSE tallyFile
           OPEN INPUT tallyFile
           SET eofTally TO FALSE
           .

       EndTally.
           CLOSE tallyFile
           DELETE FILE tallyFile
           .

      * ---------------------------------------------------------------
      * Shared-file locking: several copies of the program run at once
      * against the same project/ directory, so every update of a
      * shared file happens between AcquireLock and ReleaseLock on
      * that file's sidecar .lck; a held lock is waited out with a
      * visible retry message instead of silently losing the write

      * Callers point lockFileName at the right .lck first
       AcquireLock.
           MOVE 0 TO lockTries
           MOVE 0 TO lockHeld
           PERFORM UNTIL lockHeld = 1 OR lockTries > parmLockTries
             OPEN INPUT lockFile
             IF lockStatus = "35" THEN
               OPEN OUTPUT lockFile
               MOVE "LOCKED" TO lockLine
               WRITE lockLine END-WRITE
               CLOSE lockFile
               MOVE 1 TO lockHeld
             ELSE
               CLOSE lockFile
               ADD 1 TO lockTries
               IF lockTries <= parmLockTries THEN
                 DISPLAY "File busy, retrying..."
                 CALL "C$SLEEP" USING sleepSecs
               END-IF
             END-IF
           END-PERFORM
      *    a lock that never frees after parmLockTries tries is a
      *    leftover from a crashed session - take it over rather than
      *    hang forever
           IF lockHeld = 0 THEN
             DISPLAY "Warning: breaking a stale lock on " lockFileName
             OPEN OUTPUT lockFile
             MOVE "LOCKED" TO lockLine
             WRITE lockLine END-WRITE
             CLOSE lockFile
             MOVE 1 TO lockHeld
           END-IF
           .

       ReleaseLock.
           DELETE FILE lockFile
           MOVE 0 TO lockHeld
           .

      * Remember this player's name in the save index so Load Game
      * can list it later
       AppendSaveIndex.
           MOVE "project/saves.lck" TO lockFileName
           PERFORM AcquireLock
           OPEN EXTEND saveIndex
           MOVE playerName TO indexName
           WRITE indexLine
           CLOSE saveIndex
           PERFORM ReleaseLock
           .

      * Reset a saveList slot before re-reading the index
       ResetSaveEntry.
           MOVE spaces TO saveOwner(i)
           .

      * Load the distinct set of players with a save on record
       ListSaves.
           MOVE 0 TO saveCount
           PERFORM ResetSaveEntry VARYING i FROM 1 BY 1 UNTIL i > 20
           SET eofIdx TO FALSE
           OPEN INPUT saveIndex
           READ saveIndex AT END SET eofIdx TO TRUE END-READ
           PERFORM UNTIL eofIdx
             PERFORM CheckSaveSeen
             READ saveIndex AT END SET eofIdx TO TRUE END-READ
           END-PERFORM
           CLOSE saveIndex
           .

      * Add indexName to saveList unless it is already on it
       CheckSaveSeen.
           .

      * ---------------------------------------------------------------
      * Alias change and merge: a player who signed on under a typo or
      * a second alias is brought back together under one name. Every
      * player file is rewritten in turn under its own lock - the
      * player master (registry, ledger and imported amounts),
      * scores.txt,
      * history.txt (its index rebuilt after), league.txt, daily.txt,
      * puzzledone.txt, duels.txt, the badge shelf and the save and
      * checkpoint slots. The move logs are the audit trail and stay
      * as written; the alias register maps the old name onto the new
      * one wherever they are counted. A dated report shows each
      * file's record counts for both aliases before and after.

       AliasChange.
           DISPLAY "==== Alias Change / Merge ===="
           MOVE spaces TO oldAlias
           MOVE spaces TO newAlias
           DISPLAY "Alias to retire : "
           ACCEPT oldAlias
           DISPLAY "Alias to carry it over to : "
           ACCEPT newAlias
           PERFORM CheckAliasChange
           IF aliasOk = 1 THEN
             IF aliasMerge = 1 THEN
               DISPLAY "MERGE " oldAlias " into " newAlias
             ELSE
               DISPLAY "RENAME " oldAlias " to " newAlias
             END-IF
             MOVE space TO aliasConfirm
             DISPLAY "Go ahead? (Y/N) : "
             ACCEPT aliasConfirm
             IF aliasConfirm = "Y" OR aliasConfirm = "y" THEN
               PERFORM RunAliasChange
             ELSE
               DISPLAY "Nothing was changed."
             END-IF
           END-IF
           .

      * aliasOk is 1 when oldAlias can go over to newAlias, with
      * aliasMerge 1 when newAlias already belongs to a player. Both
      * sealed files (scores.txt, players.dat) must verify first - a
      * quarantined file is never rewritten, and a run that could not
      * finish would leave the player split across the files.
       CheckAliasChange.
           MOVE 0 TO aliasOk
           MOVE 0 TO aliasMerge
           IF oldAlias = spaces OR newAlias = spaces THEN
             DISPLAY "Error: neither alias can be blank."
           ELSE IF oldAlias = newAlias THEN
               DISPLAY "The two aliases are the same."
      *      #CHK is the control record on players.dat and
      *      ratings.dat, never a player
             ELSE IF oldAlias = "#CHK" OR newAlias = "#CHK" THEN
                 DISPLAY "#CHK is a reserved alias."
               ELSE
                 MOVE newAlias TO aliasKey
                 PERFORM CheckAliasRetired
                 IF aliasRetired = 1 THEN
                   DISPLAY newAlias " is a retired alias."
                 ELSE
                   PERFORM CheckAliasFiles
                 END-IF
               END-IF
             END-IF
           END-IF
           .

      * Both sealed files verify: is there anything to carry over,
      * and is somebody already holding the new alias?
       CheckAliasFiles.
           PERFORM LoadScores
           PERFORM VerifyMaster
           IF scoreSealBad = 1 OR statsSealBad = 1 THEN
             DISPLAY "A quarantined file cannot be changed -"
      -              " nothing was done."
           ELSE
             PERFORM ScanAliasMaster
             IF oldOnReg = 0 THEN
               DISPLAY oldAlias " is not on the registry or"
      -                " the ledger."
             ELSE
               MOVE 1 TO aliasOk
               IF newOnReg = 1 THEN
                 MOVE 1 TO aliasMerge
               END-IF
             END-IF
           END-IF
           .

      * Is aliasKey the old side of an alias change?
       CheckAliasRetired.
           MOVE 0 TO aliasRetired
           SET eofAlias TO FALSE
           OPEN INPUT aliasReg
           READ aliasReg AT END SET eofAlias TO TRUE END-READ
           PERFORM UNTIL eofAlias
             IF arOld = aliasKey THEN
               MOVE 1 TO aliasRetired
             END-IF
             READ aliasReg AT END SET eofAlias TO TRUE END-READ
           END-PERFORM
           CLOSE aliasReg
           .

      * Which of the two aliases players.dat holds, and whether the
      * old one is an operator
       ScanAliasMaster.
           MOVE 0 TO oldOnReg
           MOVE 0 TO newOnReg
           MOVE "N" TO aliasOldOper
           MOVE oldAlias TO masterKey
           PERFORM ReadMaster
           IF masterFound = 1 THEN
             MOVE 1 TO oldOnReg
             MOVE mhOper TO aliasOldOper
           END-IF
           MOVE newAlias TO masterKey
           PERFORM ReadMaster
           IF masterFound = 1 THEN
             MOVE 1 TO newOnReg
           END-IF
           .

       RunAliasChange.
           ACCEPT curDate FROM DATE YYYYMMDD
           ACCEPT ctime FROM TIME
           MOVE spaces TO reportFileName
           STRING "project/alias_" DELIMITED BY SIZE
                  curDate DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
             INTO reportFileName
           OPEN EXTEND reportFile
           MOVE spaces TO reportBuf
           STRING "Alias change run of " DELIMITED BY SIZE
                  curDate DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ctime DELIMITED BY SIZE
                  " by " DELIMITED BY SIZE
                  playerName DELIMITED BY SPACE
             INTO reportBuf
           PERFORM WriteAliasRepLine
           MOVE spaces TO reportBuf
           IF aliasMerge = 1 THEN
             STRING "MERGE " DELIMITED BY SIZE
                    oldAlias DELIMITED BY SPACE
                    " INTO " DELIMITED BY SIZE
                    newAlias DELIMITED BY SPACE
               INTO reportBuf
           ELSE
             STRING "RENAME " DELIMITED BY SIZE
                    oldAlias DELIMITED BY SPACE
                    " TO " DELIMITED BY SIZE
                    newAlias DELIMITED BY SPACE
               INTO reportBuf
           END-IF
           PERFORM WriteAliasRepLine
           MOVE spaces TO reportBuf
           STRING "FILE                  OLD BEFORE  " DELIMITED BY SIZE
                  "NEW BEFORE   OLD AFTER   NEW AFTER" DELIMITED BY SIZE
             INTO reportBuf
           PERFORM WriteAliasRepLine

           PERFORM AliasMaster
           PERFORM AliasScores
           PERFORM AliasHistory
           PERFORM AliasLeague
           PERFORM AliasDaily
           PERFORM AliasPuzzleDone
           PERFORM AliasDuels
           PERFORM AliasBadges
           PERFORM AliasSlots
           PERFORM AliasRatings

      *    retire the old alias on the register last, once every file
      *    has gone over
           MOVE spaces TO aliasLine
           MOVE oldAlias TO arOld
           MOVE newAlias TO arNew
           IF aliasMerge = 1 THEN
             MOVE "MERGE" TO arKind
           ELSE
             MOVE "RENAME" TO arKind
           END-IF
           MOVE curDate TO arDate
           MOVE playerName TO arOper
           OPEN EXTEND aliasReg
           WRITE aliasLine END-WRITE
           CLOSE aliasReg
           MOVE spaces TO reportBuf
           STRING "Move logs are left as written; " DELIMITED BY SIZE
                  "aliases.txt maps the old alias." DELIMITED BY SIZE
             INTO reportBuf
           PERFORM WriteAliasRepLine
           MOVE spaces TO reportBuf
           PERFORM WriteAliasRepLine
           CLOSE reportFile

      *    an operator who carried their own alias over is signed on
      *    under the new one from here
           IF oldAlias = playerName THEN
             MOVE newAlias TO playerName
             DISPLAY "You are now signed on as " playerName
           END-IF
           MOVE playerName TO saveFileOwner
           PERFORM BuildSaveFileName
           DISPLAY "Report written to " reportFileName
           .

       WriteAliasRepLine.
           WRITE reportLine FROM reportBuf END-WRITE
           DISPLAY reportBuf
           .

       ZeroChgCounts.
           MOVE 0 TO chgOldBefore
           MOVE 0 TO chgNewBefore
           MOVE 0 TO chgOldAfter
           MOVE 0 TO chgNewAfter
           .

      * One file's before/after line; crFile is set by the caller
       WriteChgLine.
           MOVE chgOldBefore TO crOldBefore
           MOVE chgNewBefore TO crNewBefore
           MOVE chgOldAfter TO crOldAfter
           MOVE chgNewAfter TO crNewAfter
           MOVE chgRepLine TO reportBuf
           PERFORM WriteAliasRepLine
           .

      * Player master: a rename files the old alias's record under
      * the new one; on a merge the old record's ledger and imported
      * counts are added onto the new alias's record, which keeps its
      * own PIN and takes the operator flag if either alias had it.
      * Either way the old alias's record goes, and the seal moves
      * with every record written or removed.
       AliasMaster.
           PERFORM ZeroChgCounts
           MOVE "project/players.lck" TO lockFileName
           PERFORM AcquireLock
           PERFORM VerifyMaster
           IF statsSealBad = 1 THEN
             MOVE "players.dat failed its integrity seal - NOT changed"
               TO reportBuf
             PERFORM WriteAliasRepLine
           ELSE
             OPEN I-O playerMaster
             MOVE oldAlias TO masterKey
             PERFORM FetchMaster
             IF masterFound = 1 THEN
               MOVE 1 TO chgOldBefore
               PERFORM WriteLedgerDetail
               MOVE masterRec TO masterHoldRec
               MOVE newAlias TO masterKey
               PERFORM FetchMaster
               IF masterFound = 1 THEN
                 MOVE 1 TO chgNewBefore
                 PERFORM WriteLedgerDetail
               END-IF
               ADD mhPlayed TO pmPlayed
               ADD mhWon TO pmWon
               ADD mhImpPlayed TO pmImpPlayed
               ADD mhImpWon TO pmImpWon
               PERFORM VARYING diffIdx FROM 1 BY 1 UNTIL diffIdx > 3
                 ADD mhDiffPlayed(diffIdx) TO pmDiffPlayed(diffIdx)
                 ADD mhDiffWon(diffIdx) TO pmDiffWon(diffIdx)
                 ADD mhImpDiffWon(diffIdx) TO pmImpDiffWon(diffIdx)
               END-PERFORM
               IF pmReg NOT = "R" AND mhReg = "R" THEN
                 MOVE "R" TO pmReg
                 MOVE mhPin TO pmPin
               END-IF
               IF mhOper = "Y" THEN
                 MOVE "Y" TO pmOper
               END-IF
               PERFORM PutMaster
               MOVE 1 TO chgNewAfter
               PERFORM WriteLedgerDetail
      *        the old record goes only once the new one is filed
               MOVE oldAlias TO masterKey
               PERFORM FetchMaster
               IF masterFound = 1 THEN
                 PERFORM DropMaster
               END-IF
             ELSE
               MOVE newAlias TO masterKey
               PERFORM FetchMaster
               IF masterFound = 1 THEN
                 MOVE 1 TO chgNewBefore
                 MOVE 1 TO chgNewAfter
               END-IF
             END-IF
             CLOSE playerMaster
           END-IF
           PERFORM ReleaseLock
           MOVE "players.dat" TO crFile
           PERFORM WriteChgLine
           .

      * Rating ladder: a rename carries the old alias's rating over
      * as it stands; on a merge the new alias takes the average of
      * the two ratings weighted by the games behind each, with the
      * games added together and the later of the two last games
      * taken (on the same day, the games taken that day added up).
      * The old alias's record goes either way.
       AliasRatings.
           PERFORM ZeroChgCounts
           MOVE "project/ratings.lck" TO lockFileName
           PERFORM AcquireLock
           OPEN I-O ratingFile
           IF raStatus NOT = "35" THEN
             MOVE oldAlias TO raAlias
             READ ratingFile
               INVALID KEY
                 MOVE 0 TO ratingFound
               NOT INVALID KEY
                 MOVE 1 TO ratingFound
             END-READ
             IF ratingFound = 1 THEN
               MOVE 1 TO chgOldBefore
               MOVE ratingRec TO ratingHold
               MOVE newAlias TO raAlias
               READ ratingFile
                 INVALID KEY
                   MOVE 0 TO ratingFound
                 NOT INVALID KEY
                   MOVE 1 TO ratingFound
               END-READ
               IF ratingFound = 1 THEN
                 MOVE 1 TO chgNewBefore
                 IF raGames + rhGames > 0 THEN
                   COMPUTE raRating ROUNDED =
                     ( ( raRating * raGames ) + ( rhRating * rhGames ) )
                     / ( raGames + rhGames )
                   COMPUTE raPrev ROUNDED =
                     ( ( raPrev * raGames ) + ( rhPrev * rhGames ) )
                     / ( raGames + rhGames )
                 END-IF
                 ADD rhGames TO raGames
                 ADD rhRunGames TO raRunGames
      *          history.idx has been rebuilt by now, numbering the
      *          day's games of both aliases as one run - both taken
      *          up to the same day means that many games of it taken
                 IF rhLastDate > raLastDate THEN
                   MOVE rhLastDate TO raLastDate
                   MOVE rhLastSeq TO raLastSeq
                 ELSE IF rhLastDate = raLastDate THEN
                     ADD rhLastSeq TO raLastSeq
                   END-IF
                 END-IF
                 REWRITE ratingRec END-REWRITE
               ELSE
                 MOVE ratingHold TO ratingRec
                 MOVE newAlias TO raAlias
                 WRITE ratingRec END-WRITE
               END-IF
               MOVE 1 TO chgNewAfter
      *        the old record goes only once the new one is filed
               MOVE oldAlias TO raAlias
               DELETE ratingFile RECORD END-DELETE
             ELSE
               MOVE newAlias TO raAlias
               READ ratingFile
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE 1 TO chgNewBefore
                   MOVE 1 TO chgNewAfter
               END-READ
             END-IF
             CLOSE ratingFile
           END-IF
           PERFORM ReleaseLock
           MOVE "ratings.dat" TO crFile
           PERFORM WriteChgLine
           .

      * The ledger counts of the record in the record area onto the
      * report
       WriteLedgerDetail.
           MOVE spaces TO reportBuf
           STRING "  ledger " DELIMITED BY SIZE
                  pmAlias DELIMITED BY SIZE
                  " played " DELIMITED BY SIZE
                  pmPlayed DELIMITED BY SIZE
                  " won " DELIMITED BY SIZE
                  pmWon DELIMITED BY SIZE
             INTO reportBuf
           PERFORM WriteAliasRepLine
           .

      * Highscores: the old alias's times are renamed in place, and
      * the tables go back out under a fresh seal
       AliasScores.
           PERFORM ZeroChgCounts
           MOVE "project/scores.lck" TO lockFileName
           PERFORM AcquireLock
           PERFORM LoadScores
           IF scoreSealBad = 1 THEN
             MOVE "scores.txt failed its integrity seal - NOT changed"
               TO reportBuf
             PERFORM WriteAliasRepLine
           ELSE
             PERFORM AliasScoreRow VARYING diffIdx FROM 1 BY 1
               UNTIL diffIdx > 3
               AFTER i FROM 1 BY 1 UNTIL i > 5
             IF chgOldBefore > 0 THEN
               PERFORM WriteScores
             END-IF
             MOVE "scores.txt" TO crFile
             PERFORM WriteChgLine
           END-IF
           PERFORM ReleaseLock
           .

       AliasScoreRow.
           IF pScore(diffIdx, i) NOT = 999999 THEN
             IF player(diffIdx, i) = oldAlias THEN
               ADD 1 TO chgOldBefore
               MOVE newAlias TO player(diffIdx, i)
               ADD 1 TO chgNewAfter
             ELSE IF player(diffIdx, i) = newAlias THEN
                 ADD 1 TO chgNewBefore
                 ADD 1 TO chgNewAfter
               END-IF
             END-IF
           END-IF
           .

      * History: game headers are rewritten under the new alias, the
      * grids copied through untouched, and history.idx rebuilt so
      * the merged player's games are sequenced afresh
       AliasHistory.
           PERFORM ZeroChgCounts
           MOVE "project/history.lck" TO lockFileName
           PERFORM AcquireLock
           MOVE "project/history.wrk" TO workFileName
           SET eofHist TO FALSE
           OPEN INPUT historyFile
           OPEN OUTPUT workFile
           READ historyFile AT END SET eofHist TO TRUE END-READ
           PERFORM UNTIL eofHist
             IF histPlayer = oldAlias THEN
               ADD 1 TO chgOldBefore
               MOVE newAlias TO histPlayer
               ADD 1 TO chgNewAfter
             ELSE IF histPlayer = newAlias THEN
                 ADD 1 TO chgNewBefore
                 ADD 1 TO chgNewAfter
               END-IF
             END-IF
             WRITE workLine FROM histHeader END-WRITE
             READ historyFile AT END SET eofHist TO TRUE END-READ
             IF NOT eofHist THEN
               WRITE workLine FROM histDimLine END-WRITE
               COMPUTE skipLines = histRows * 2
               PERFORM skipLines TIMES
                 IF NOT eofHist THEN
                   READ historyFile AT END SET eofHist TO TRUE END-READ
                   IF NOT eofHist THEN
                     WRITE workLine FROM histGrid END-WRITE
                   END-IF
                 END-IF
               END-PERFORM
               READ historyFile AT END SET eofHist TO TRUE END-READ
             END-IF
           END-PERFORM
           CLOSE workFile
           CLOSE historyFile
           IF chgOldBefore > 0 THEN
             SET eofWork TO FALSE
             OPEN INPUT workFile
             OPEN OUTPUT historyFile
             READ workFile AT END SET eofWork TO TRUE END-READ
             PERFORM UNTIL eofWork
               WRITE histHeader FROM workLine END-WRITE
               READ workFile AT END SET eofWork TO TRUE END-READ
             END-PERFORM
             CLOSE historyFile
             CLOSE workFile
           END-IF
           DELETE FILE workFile
           MOVE "history.txt" TO crFile
           PERFORM WriteChgLine

           MOVE chgOldBefore TO aliasReadCount
           PERFORM ZeroChgCounts
           PERFORM CountAliasIdx
           MOVE chgOldAfter TO chgOldBefore
           MOVE chgNewAfter TO chgNewBefore
           IF aliasReadCount > 0 THEN
             PERFORM RebuildHistIndex
           END-IF
           PERFORM CountAliasIdx
           PERFORM ReleaseLock
           MOVE "history.idx" TO crFile
           PERFORM WriteChgLine
           .

      * Count both aliases' keys on history.idx into the after counts
       CountAliasIdx.
           MOVE 0 TO chgOldAfter
           MOVE 0 TO chgNewAfter
           SET eofHIdx TO FALSE
           OPEN INPUT histIndex
           READ histIndex AT END SET eofHIdx TO TRUE END-READ
           PERFORM UNTIL eofHIdx
             IF hiPlayer = oldAlias THEN
               ADD 1 TO chgOldAfter
             END-IF
             IF hiPlayer = newAlias THEN
               ADD 1 TO chgNewAfter
             END-IF
             READ histIndex AT END SET eofHIdx TO TRUE END-READ
           END-PERFORM
           CLOSE histIndex
           .

      * League points: the old alias's records are refiled under the
      * new one, so the standings add them together
       AliasLeague.
           PERFORM ZeroChgCounts
           MOVE "project/league.lck" TO lockFileName
           PERFORM AcquireLock
           MOVE "project/league.wrk" TO workFileName
           SET eofLeague TO FALSE
           OPEN INPUT leagueFile
           OPEN OUTPUT workFile
           READ leagueFile AT END SET eofLeague TO TRUE END-READ
           PERFORM UNTIL eofLeague
             IF lgPlayer = oldAlias THEN
               ADD 1 TO chgOldBefore
               MOVE newAlias TO lgPlayer
               ADD 1 TO chgNewAfter
             ELSE IF lgPlayer = newAlias THEN
                 ADD 1 TO chgNewBefore
                 ADD 1 TO chgNewAfter
               END-IF
             END-IF
             WRITE workLine FROM leagueLine END-WRITE
             READ leagueFile AT END SET eofLeague TO TRUE END-READ
           END-PERFORM
           CLOSE workFile
           CLOSE leagueFile
           IF chgOldBefore > 0 THEN
             SET eofWork TO FALSE
             OPEN INPUT workFile
             OPEN OUTPUT leagueFile
             READ workFile AT END SET eofWork TO TRUE END-READ
             PERFORM UNTIL eofWork
               WRITE leagueLine FROM workLine END-WRITE
               READ workFile AT END SET eofWork TO TRUE END-READ
             END-PERFORM
             CLOSE leagueFile
             CLOSE workFile
           END-IF
           DELETE FILE workFile
           PERFORM ReleaseLock
           MOVE "league.txt" TO crFile
           PERFORM WriteChgLine
           .

       AliasDaily.
           PERFORM ZeroChgCounts
           MOVE "project/daily.lck" TO lockFileName
           PERFORM AcquireLock
           MOVE "project/daily.wrk" TO workFileName
           SET eofDaily TO FALSE
           OPEN INPUT dailyFile
           OPEN OUTPUT workFile
           READ dailyFile AT END SET eofDaily TO TRUE END-READ
           PERFORM UNTIL eofDaily
             IF dPlayer = oldAlias THEN
               ADD 1 TO chgOldBefore
               MOVE newAlias TO dPlayer
               ADD 1 TO chgNewAfter
             ELSE IF dPlayer = newAlias THEN
                 ADD 1 TO chgNewBefore
                 ADD 1 TO chgNewAfter
               END-IF
             END-IF
             WRITE workLine FROM dailyLine END-WRITE
             READ dailyFile AT END SET eofDaily TO TRUE END-READ
           END-PERFORM
           CLOSE workFile
           CLOSE dailyFile
           IF chgOldBefore > 0 THEN
             SET eofWork TO FALSE
             OPEN INPUT workFile
             OPEN OUTPUT dailyFile
             READ workFile AT END SET eofWork TO TRUE END-READ
             PERFORM UNTIL eofWork
               WRITE dailyLine FROM workLine END-WRITE
               READ workFile AT END SET eofWork TO TRUE END-READ
             END-PERFORM
             CLOSE dailyFile
             CLOSE workFile
           END-IF
           DELETE FILE workFile
           PERFORM ReleaseLock
           MOVE "daily.txt" TO crFile
           PERFORM WriteChgLine
           .

       AliasPuzzleDone.
           PERFORM ZeroChgCounts
           MOVE "project/puzzledone.lck" TO lockFileName
           PERFORM AcquireLock
           MOVE "project/puzzledone.wrk" TO workFileName
           SET eofPDone TO FALSE
           OPEN INPUT puzzleDone
           OPEN OUTPUT workFile
           READ puzzleDone AT END SET eofPDone TO TRUE END-READ
           PERFORM UNTIL eofPDone
             IF pdPlayer = oldAlias THEN
               ADD 1 TO chgOldBefore
               MOVE newAlias TO pdPlayer
               ADD 1 TO chgNewAfter
             ELSE IF pdPlayer = newAlias THEN
                 ADD 1 TO chgNewBefore
                 ADD 1 TO chgNewAfter
               END-IF
             END-IF
             WRITE workLine FROM puzDoneLine END-WRITE
             READ puzzleDone AT END SET eofPDone TO TRUE END-READ
           END-PERFORM
           CLOSE workFile
           CLOSE puzzleDone
           IF chgOldBefore > 0 THEN
             SET eofWork TO FALSE
             OPEN INPUT workFile
             OPEN OUTPUT puzzleDone
             READ workFile AT END SET eofWork TO TRUE END-READ
             PERFORM UNTIL eofWork
               WRITE puzDoneLine FROM workLine END-WRITE
               READ workFile AT END SET eofWork TO TRUE END-READ
             END-PERFORM
             CLOSE puzzleDone
             CLOSE workFile
           END-IF
           DELETE FILE workFile
           PERFORM ReleaseLock
           MOVE "puzzledone.txt" TO crFile
           PERFORM WriteChgLine
           .

      * Duels name the alias up to three times - either side and the
      * winner; a record is counted once for whichever alias it names
       AliasDuels.
           PERFORM ZeroChgCounts
           MOVE "project/duels.lck" TO lockFileName
           PERFORM AcquireLock
           MOVE "project/duels.wrk" TO workFileName
           SET eofDuel TO FALSE
           OPEN INPUT duelFile
           OPEN OUTPUT workFile
           READ duelFile AT END SET eofDuel TO TRUE END-READ
           PERFORM UNTIL eofDuel
             IF duP1 = newAlias OR duP2 = newAlias THEN
               ADD 1 TO chgNewBefore
             END-IF
             IF duP1 = oldAlias OR duP2 = oldAlias THEN
               ADD 1 TO chgOldBefore
               IF duP1 = oldAlias THEN
                 MOVE newAlias TO duP1
               END-IF
               IF duP2 = oldAlias THEN
                 MOVE newAlias TO duP2
               END-IF
               IF duWinner = oldAlias THEN
                 MOVE newAlias TO duWinner
               END-IF
             END-IF
             IF duP1 = newAlias OR duP2 = newAlias THEN
               ADD 1 TO chgNewAfter
             END-IF
             WRITE workLine FROM duelLine END-WRITE
             READ duelFile AT END SET eofDuel TO TRUE END-READ
           END-PERFORM
           CLOSE workFile
           CLOSE duelFile
           IF chgOldBefore > 0 THEN
             SET eofWork TO FALSE
             OPEN INPUT workFile
             OPEN OUTPUT duelFile
             READ workFile AT END SET eofWork TO TRUE END-READ
             PERFORM UNTIL eofWork
               WRITE duelLine FROM workLine END-WRITE
               READ workFile AT END SET eofWork TO TRUE END-READ
             END-PERFORM
             CLOSE duelFile
             CLOSE workFile
           END-IF
           DELETE FILE workFile
           PERFORM ReleaseLock
           MOVE "duels.txt" TO crFile
           PERFORM WriteChgLine
           .

      * Badge shelf: the new alias's shelf takes every badge from the
      * old one it does not hold yet (with the date it was first
      * earned), a badge held twice is kept once, and the old shelf
      * goes
       AliasBadges.
           PERFORM ZeroChgCounts
           MOVE 0 TO bdCount
           PERFORM VARYING bdIdx FROM 1 BY 1 UNTIL bdIdx > 20
             MOVE spaces TO bdName(bdIdx)
             MOVE 0 TO bdDate(bdIdx)
           END-PERFORM
           MOVE newAlias TO aliasKey
           PERFORM BuildAliasBadgeName
           PERFORM AliasLoadShelf
           MOVE aliasReadCount TO chgNewBefore
           MOVE oldAlias TO aliasKey
           PERFORM BuildAliasBadgeName
           PERFORM AliasLoadShelf
           MOVE aliasReadCount TO chgOldBefore
           IF chgOldBefore > 0 THEN
             DELETE FILE badgeFile
             MOVE newAlias TO aliasKey
             PERFORM BuildAliasBadgeName
             OPEN OUTPUT badgeFile
             PERFORM VARYING bdIdx FROM 1 BY 1 UNTIL bdIdx > bdCount
               MOVE spaces TO badgeLine
               MOVE bdName(bdIdx) TO bgName
               MOVE bdDate(bdIdx) TO bgDate
               WRITE badgeLine END-WRITE
             END-PERFORM
             CLOSE badgeFile
             MOVE bdCount TO chgNewAfter
           ELSE
             MOVE chgNewBefore TO chgNewAfter
           END-IF
           MOVE "badge shelf" TO crFile
           PERFORM WriteChgLine
      *    the table belongs to the signed-in player's shelf elsewhere
           PERFORM LoadBadges
           .

      * Point badgeFileName at aliasKey's shelf
       BuildAliasBadgeName.
           MOVE spaces TO badgeFileName
           STRING "project/badges_" DELIMITED BY SIZE
                  aliasKey DELIMITED BY SPACE
                  ".txt" DELIMITED BY SIZE
             INTO badgeFileName
           .

      * Add the shelf's badges to the table, skipping any already on
      * it; aliasReadCount is how many records the shelf held
       AliasLoadShelf.
           MOVE 0 TO aliasReadCount
           SET eofBadge TO FALSE
           OPEN INPUT badgeFile
           READ badgeFile AT END SET eofBadge TO TRUE END-READ
           PERFORM UNTIL eofBadge
             ADD 1 TO aliasReadCount
             MOVE 0 TO idxFound
             PERFORM VARYING bdIdx FROM 1 BY 1 UNTIL bdIdx > bdCount
               IF bdName(bdIdx) = bgName THEN
                 MOVE 1 TO idxFound
                 IF bgDate < bdDate(bdIdx) THEN
                   MOVE bgDate TO bdDate(bdIdx)
                 END-IF
               END-IF
             END-PERFORM
             IF NOT idxAlreadySeen AND bdCount < 20 THEN
               ADD 1 TO bdCount
               MOVE bgName TO bdName(bdCount)
               MOVE bgDate TO bdDate(bdCount)
             END-IF
             READ badgeFile AT END SET eofBadge TO TRUE END-READ
           END-PERFORM
           CLOSE badgeFile
           .

      * Save and checkpoint slots: the old alias's slot goes over to
      * the new alias unless the new alias has a game of its own in
      * that slot, which is kept; either way the old slot goes.
      * saves.idx is rewritten with the old alias's entries renamed.
       AliasSlots.
           PERFORM ZeroChgCounts
           MOVE newAlias TO saveFileOwner
           PERFORM BuildSaveFileName
           PERFORM CheckOneSlot
           MOVE slotAlive TO chgNewBefore
           MOVE oldAlias TO saveFileOwner
           PERFORM BuildSaveFileName
           PERFORM CheckOneSlot
           MOVE slotAlive TO chgOldBefore
           IF chgOldBefore = 1 THEN
             IF chgNewBefore = 0 THEN
               PERFORM BuildCopySaveName
               PERFORM CopyOneFile
             END-IF
             DELETE FILE oldgame
           END-IF
           MOVE newAlias TO saveFileOwner
           PERFORM BuildSaveFileName
           PERFORM CheckOneSlot
           MOVE slotAlive TO chgNewAfter
           MOVE "save slot" TO crFile
           PERFORM WriteChgLine

           PERFORM ZeroChgCounts
           MOVE newAlias TO saveFileOwner
           PERFORM BuildCheckpointFileName
           PERFORM CheckOneSlot
           MOVE slotAlive TO chgNewBefore
           MOVE oldAlias TO saveFileOwner
           PERFORM BuildCheckpointFileName
           PERFORM CheckOneSlot
           MOVE slotAlive TO chgOldBefore
           IF chgOldBefore = 1 THEN
             IF chgNewBefore = 0 THEN
               PERFORM BuildCopyCheckpointName
               PERFORM CopyOneFile
             END-IF
             DELETE FILE oldgame
           END-IF
           MOVE newAlias TO saveFileOwner
           PERFORM BuildCheckpointFileName
           PERFORM CheckOneSlot
           MOVE slotAlive TO chgNewAfter
           MOVE "checkpoint slot" TO crFile
           PERFORM WriteChgLine

           PERFORM ZeroChgCounts
           MOVE "project/saves.lck" TO lockFileName
           PERFORM AcquireLock
           MOVE "project/saves.wrk" TO workFileName
           MOVE 0 TO aliasNewSlot
           SET eofIdx TO FALSE
           OPEN INPUT saveIndex
           OPEN OUTPUT workFile
           READ saveIndex AT END SET eofIdx TO TRUE END-READ
           PERFORM UNTIL eofIdx
             IF indexName = oldAlias THEN
               ADD 1 TO chgOldBefore
               MOVE newAlias TO indexName
             ELSE IF indexName = newAlias THEN
                 ADD 1 TO chgNewBefore
               END-IF
             END-IF
      *      the index names each owner once
             IF indexName NOT = newAlias OR aliasNewSlot = 0 THEN
               IF indexName = newAlias THEN
                 MOVE 1 TO aliasNewSlot
                 ADD 1 TO chgNewAfter
               END-IF
               WRITE workLine FROM indexLine END-WRITE
             END-IF
             READ saveIndex AT END SET eofIdx TO TRUE END-READ
           END-PERFORM
           CLOSE workFile
           CLOSE saveIndex
           IF chgOldBefore > 0 THEN
             SET eofWork TO FALSE
             OPEN INPUT workFile
             OPEN OUTPUT saveIndex
             READ workFile AT END SET eofWork TO TRUE END-READ
             PERFORM UNTIL eofWork
               WRITE indexLine FROM workLine END-WRITE
               READ workFile AT END SET eofWork TO TRUE END-READ
             END-PERFORM
             CLOSE saveIndex
             CLOSE workFile
           END-IF
           DELETE FILE workFile
           PERFORM ReleaseLock
           MOVE "saves.idx" TO crFile
           PERFORM WriteChgLine
           .

      * Does saveFileName hold a non-empty slot?
       CheckOneSlot.
           MOVE 0 TO slotAlive
           SET eof1 TO FALSE
           OPEN INPUT oldgame
           READ oldgame AT END SET eof1 TO TRUE END-READ
           CLOSE oldgame
           IF NOT eof1 THEN
             MOVE 1 TO slotAlive
           END-IF
           .

      * Build the keyed map of the alias register - one record per
      * retired alias, the first record for it standing, the way the
      * register is read - and leave it open for MapAliasKey until
      * DropAliasMap; no ceiling on how many aliases have retired
       LoadAliasReg.
           PERFORM DropAliasMap
           MOVE spaces TO aliasMapName
           STRING "project/aliasmap_" DELIMITED BY SIZE
                  playerName DELIMITED BY SPACE
                  ".wrk" DELIMITED BY SIZE
             INTO aliasMapName
           OPEN OUTPUT aliasMap
           CLOSE aliasMap
           OPEN I-O aliasMap
           SET eofAlias TO FALSE
           OPEN INPUT aliasReg
           READ aliasReg AT END SET eofAlias TO TRUE END-READ
           PERFORM UNTIL eofAlias
             MOVE arOld TO amOld
             MOVE arNew TO amNew
             WRITE aliasMapRec
               INVALID KEY CONTINUE
             END-WRITE
             READ aliasReg AT END SET eofAlias TO TRUE END-READ
           END-PERFORM
           CLOSE aliasReg
           MOVE 1 TO aliasMapOpen
           .

      * Carry rcKey forward through the alias register to the alias
      * it is held under today (an alias can change more than once)
       MapAliasKey.
           MOVE 0 TO aliasHops
           MOVE 1 TO aliasFound
           PERFORM UNTIL aliasFound = 0 OR aliasHops > 20
             MOVE rcKey TO amOld
             READ aliasMap
               INVALID KEY
                 MOVE 0 TO aliasFound
               NOT INVALID KEY
                 MOVE amNew TO rcKey
                 MOVE 1 TO aliasFound
             END-READ
             ADD 1 TO aliasHops
           END-PERFORM
           .

      * Close and drop the scratch map, if one is open
       DropAliasMap.
           IF aliasMapOpen = 1 THEN
             CLOSE aliasMap
             DELETE FILE aliasMap
             MOVE 0 TO aliasMapOpen
           END-IF
           .

      * ---------------------------------------------------------------
      * New Game
       
      * Mines are NOT placed here: the board stays empty until the
      * first reveal so the generator can keep that square safe
       NewGame.
           PERFORM SelectDifficulty
           PERFORM InitFields
           IF noGuessBoard THEN
             MOVE "N" TO gameBoard
           END-IF
           MOVE 1 TO minesPending
           PERFORM Play
           .

      * Choose the board size and mine count for the new game
       SelectDifficulty.
           MOVE 0 TO difficulty
           DISPLAY "Select Difficulty"
           PERFORM DispDiffChoice VARYING diffIdx FROM 1 BY 1
             UNTIL diffIdx > 3
           ACCEPT difficulty NO BEEP

           PERFORM UNTIL diffBeginner OR diffIntermediate OR diffExpert
             DISPLAY "Error incorrect input. Try again"
             ACCEPT difficulty NO BEEP
           END-PERFORM

           MOVE parmRows(difficulty) TO numRows
           MOVE parmCols(difficulty) TO numCols
           MOVE parmMines(difficulty) TO totalMines

      *    a duel board must be the same for both players, so the
      *    first-reveal machinery and its board-type choice are out
           IF duelGame THEN
             MOVE 0 TO noGuessMode
           ELSE
             MOVE 0 TO boardChoice
             DISPLAY "Board type"
             DISPLAY "1 - Classic  (random board)"
             DISPLAY "2 - No-guess (verified solvable by logic alone)"
             PERFORM UNTIL boardChoice = 1 OR boardChoice = 2
               ACCEPT boardChoice NO BEEP
               IF NOT ( boardChoice = 1 OR boardChoice = 2 ) THEN
                 DISPLAY "Error incorrect input. Try again"
               END-IF
             END-PERFORM
             IF boardChoice = 2 THEN
               MOVE 1 TO noGuessMode
             ELSE
               MOVE 0 TO noGuessMode
             END-IF
           END-IF
           .

      * One line of the difficulty menu, sized from the control
      * parameters
       DispDiffChoice.
           MOVE parmRows(diffIdx) TO diffRowsD
           MOVE parmCols(diffIdx) TO diffColsD
           MOVE parmMines(diffIdx) TO diffMinesD
           DISPLAY diffIdx " - " diffName(diffIdx) " (" diffRowsD "x"
      -            diffColsD " board, " diffMinesD " mines)"
           .

      * ---------------------------------------------------------------
      * Daily Challenge - one shared board per calendar day, with its
      * own per-date result table in project/daily.txt

       DailyChallenge.
           ACCEPT curDate FROM DATE YYYYMMDD
           DISPLAY "==== Daily Challenge for " curDate " ===="
           PERFORM DispDailyResults
           MOVE 0 TO dailyChoice
           PERFORM UNTIL dailyChoice = 1 OR dailyChoice = 2
             DISPLAY "Play today's board? 1 - Yes  2 - No : "
             ACCEPT dailyChoice NO BEEP
           END-PERFORM
           IF dailyChoice = 1 THEN
             MOVE 1 TO dailyMode
             MOVE 2 TO difficulty
             MOVE parmRows(difficulty) TO numRows
             MOVE parmCols(difficulty) TO numCols
             MOVE parmMines(difficulty) TO totalMines
             PERFORM SeedDailyRandom
             PERFORM InitFields
             PERFORM AddMines
             PERFORM Play
             MOVE 0 TO dailyMode
             PERFORM RandomInit
           END-IF
           .

      * Seed the middle-square generator from the date alone so the
      * mine layout is identical for every player that day
       SeedDailyRandom.
           MOVE 0 TO reseedCount
           DIVIDE curDate BY 1000000 GIVING dateQuot
             REMAINDER dailySeed
           IF dailySeed = 0 THEN
             MOVE 1 TO dailySeed
           END-IF
           MOVE dailySeed TO randomSeed
           MOVE 0 TO temp
           .

      * List everyone who has finished today's board, in file order
       DispDailyResults.
           MOVE 0 TO dailyShown
           SET eofDaily TO FALSE
           OPEN INPUT dailyFile
           READ dailyFile AT END SET eofDaily TO TRUE END-READ
           PERFORM UNTIL eofDaily
             IF dDate = curDate THEN
               ADD 1 TO dailyShown
               DISPLAY dPlayer " - " dTime " seconds"
             END-IF
             READ dailyFile AT END SET eofDaily TO TRUE END-READ
           END-PERFORM
           CLOSE dailyFile
           IF dailyShown = 0 THEN
             DISPLAY "No one has finished today's board yet."
           END-IF
           .

      * File the signed-in player's finished daily time under today
       RecordDaily.
           MOVE playerName TO postName
           MOVE rtime TO postTime
           MOVE curDate TO postDay
           PERFORM PostDaily
           .

      * File postName's daily time postTime under the day postDay -
      * a daily just won, or one an operator approved off the queue
       PostDaily.
           MOVE "project/daily.lck" TO lockFileName
           PERFORM AcquireLock
           MOVE spaces TO dailyLine
           MOVE postDay TO dDate
           MOVE postName TO dPlayer
           MOVE postTime TO dTime
           OPEN EXTEND dailyFile
           WRITE dailyLine END-WRITE
           CLOSE dailyFile
           PERFORM ReleaseLock
           .

      * ---------------------------------------------------------------
      * Weekly league - every completed game earns points toward the
      * running standings for the calendar week, kept in
      * project/league.txt; a close-of-week run declares the winner,
      * moves the round to a dated archive and starts a fresh one

      * The league week key is YYYYWW: the year and a week number
      * counted off in sevens from January 1st of that year
       ComputeLeagueWeek.
           ACCEPT curJulian FROM DAY
           DIVIDE curJulian BY 1000 GIVING julYear
             REMAINDER julDay
           COMPUTE weekNum = ( ( julDay - 1 ) / 7 ) + 1
           COMPUTE leagueWeek = ( julYear * 100 ) + weekNum
           .

      * A win pays parmWinPoints per difficulty level, a finished
      * loss still pays parmLossPoints for showing up - the same
      * difficulty/outcome split UpdateStats files the game under. A
      * win a hint helped with earns nothing and files no record.
       RecordLeague.
           IF quit = 2 AND assistedGame THEN
             DISPLAY "Assisted win - no league points."
      *    a held win's points are on its review record and post
      *    only if the win is approved
           ELSE IF quit = 2 AND winHeld THEN
               DISPLAY "League points held for the operator review."
             ELSE
               IF quit = 2 THEN
                 COMPUTE gamePoints = difficulty * parmWinPoints
               ELSE
                 MOVE parmLossPoints TO gamePoints
               END-IF
               MOVE playerName TO postName
               PERFORM PostLeague
               DISPLAY "League points earned this game : " gamePoints
             END-IF
           END-IF
           .

      * File gamePoints for postName under the current league week
       PostLeague.
           PERFORM ComputeLeagueWeek
           MOVE "project/league.lck" TO lockFileName
           PERFORM AcquireLock
           MOVE spaces TO leagueLine
           MOVE leagueWeek TO lgWeek
           MOVE postName TO lgPlayer
           MOVE gamePoints TO lgPoints
           OPEN EXTEND leagueFile
           WRITE leagueLine END-WRITE
           CLOSE leagueFile
           PERFORM ReleaseLock
           .

       LeagueMenu.
           PERFORM ComputeLeagueWeek
           DISPLAY "==== Weekly League - week " leagueWeek " ===="
           MOVE leagueWeek TO standWeek
           PERFORM LoadLeagueStandings
           PERFORM DispLeagueStandings
           MOVE 0 TO leagueChoice
           PERFORM UNTIL leagueChoice = 1 OR leagueChoice = 2
             DISPLAY "1 - Close out the week  2 - Back : "
             ACCEPT leagueChoice NO BEEP
           END-PERFORM
           IF leagueChoice = 1 THEN
             PERFORM RequireOperator
             IF operOk = 1 THEN
               PERFORM CloseLeagueWeek
             END-IF
           END-IF
           .

      * Sum standWeek's point records by player on a tally, then
      * re-key the totals onto a ranking file - points descending,
      * alias second - that the standings are read back from;
      * lgCount is how many players are ranked
       LoadLeagueStandings.
           PERFORM BuildLeagueWorkNames
           MOVE lgTallyName TO tallyFileName
           PERFORM StartTally
           SET eofLeague TO FALSE
           OPEN INPUT leagueFile
           READ leagueFile AT END SET eofLeague TO TRUE END-READ
           PERFORM UNTIL eofLeague
             IF lgWeek = standWeek THEN
               MOVE lgPlayer TO taKey
               MOVE lgPoints TO taCount(1)
               PERFORM TallyPost
             END-IF
             READ leagueFile AT END SET eofLeague TO TRUE END-READ
           END-PERFORM
           CLOSE leagueFile

           MOVE 0 TO lgCount
           MOVE lgRankName TO rankFileName
           OPEN OUTPUT rankFile
           PERFORM RewindTally
           READ tallyFile NEXT RECORD
             AT END SET eofTally TO TRUE
           END-READ
           PERFORM UNTIL eofTally
             MOVE spaces TO rankLeague
             IF tyCount(1) < 999999 THEN
               COMPUTE rlOrder = 999999 - tyCount(1)
             ELSE
               MOVE 0 TO rlOrder
             END-IF
             MOVE tyKey TO rlPlayer
             MOVE tyCount(1) TO rlPoints
             WRITE rankLeague END-WRITE
             ADD 1 TO lgCount
             READ tallyFile NEXT RECORD
               AT END SET eofTally TO TRUE
             END-READ
           END-PERFORM
           CLOSE rankFile
           PERFORM EndTally
           .

      * The standings work files carry the signed-on alias, so two
      * players looking at the league at once do not share them
       BuildLeagueWorkNames.
           MOVE spaces TO lgTallyName
           STRING "project/lgtally_" DELIMITED BY SIZE
                  playerName DELIMITED BY SPACE
                  ".wrk" DELIMITED BY SIZE
             INTO lgTallyName
           MOVE spaces TO lgRankName
           STRING "project/lgrank_" DELIMITED BY SIZE
                  playerName DELIMITED BY SPACE
                  ".wrk" DELIMITED BY SIZE
             INTO lgRankName
           .

      * Show the ranking LoadLeagueStandings built, then drop it
       DispLeagueStandings.
           IF lgCount = 0 THEN
             DISPLAY "No league games this week yet."
           ELSE
             MOVE 0 TO lgIdx
             MOVE lgRankName TO rankFileName
             SET eofRank TO FALSE
             OPEN INPUT rankFile
             READ rankFile NEXT RECORD
               AT END SET eofRank TO TRUE
             END-READ
             PERFORM UNTIL eofRank
               ADD 1 TO lgIdx
               DISPLAY lgIdx " - " rlPlayer " - "
      -                rlPoints " points"
               READ rankFile NEXT RECORD
                 AT END SET eofRank TO TRUE
               END-READ
             END-PERFORM
             CLOSE rankFile
           END-IF
           PERFORM DropLeagueRank
           .

       DropLeagueRank.
           MOVE lgRankName TO rankFileName
           DELETE FILE rankFile
           .

      * Close a finished week: its winner is declared, its records
      * go to a dated archive, and league.txt is rewritten with
      * just the other weeks' records.
       CloseLeagueWeek.
           PERFORM FindCloseWeek
           IF closeWeek = 0 THEN
             DISPLAY "Nothing to close - no league records on file."
           ELSE
             PERFORM CloseFoundWeek
           END-IF
           .

      * Pick the week a close retires into closeWeek (0 when
      * league.txt is empty)
       FindCloseWeek.
      *    prefer the newest week strictly before the current one:
      *    on the Monday-morning run a game already played in the
      *    new round must not make the new round the one closed.
      *    Only when no older records exist (the Sunday-night close)
      *    does the current week itself close.
           MOVE 0 TO closeWeek
           MOVE 0 TO newestWeek
           SET eofLeague TO FALSE
           OPEN INPUT leagueFile
           READ leagueFile AT END SET eofLeague TO TRUE END-READ
           PERFORM UNTIL eofLeague
             IF lgWeek > newestWeek THEN
               MOVE lgWeek TO newestWeek
             END-IF
             IF lgWeek < leagueWeek AND ( lgWeek > closeWeek ) THEN
               MOVE lgWeek TO closeWeek
             END-IF
             READ leagueFile AT END SET eofLeague TO TRUE END-READ
           END-PERFORM
           CLOSE leagueFile
           IF closeWeek = 0 THEN
             MOVE newestWeek TO closeWeek
           END-IF
           .

      * Declare closeWeek's winner and archive the week
       CloseFoundWeek.
           MOVE closeWeek TO standWeek
           PERFORM LoadLeagueStandings
           MOVE spaces TO lgWinner
           MOVE 0 TO lgWinPoints
           MOVE lgRankName TO rankFileName
           OPEN INPUT rankFile
           READ rankFile NEXT RECORD
             AT END CONTINUE
             NOT AT END
               MOVE rlPlayer TO lgWinner
               MOVE rlPoints TO lgWinPoints
           END-READ
           CLOSE rankFile
           PERFORM DropLeagueRank
           DISPLAY "League week " closeWeek " winner : "
      -            lgWinner " with " lgWinPoints " points"
           PERFORM ArchiveLeagueWeek
           .

      * Point leagueArchName at closeWeek's archive
       BuildLeagueArchName.
           MOVE spaces TO leagueArchName
           STRING "project/league_" DELIMITED BY SIZE
                  closeWeek DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
             INTO leagueArchName
           .

      * Move closeWeek's records to their dated archive and keep
      * the rest, staged through a work file while league.txt is
      * rewritten
       ArchiveLeagueWeek.
           PERFORM BuildLeagueArchName
           MOVE "project/league.lck" TO lockFileName
           PERFORM AcquireLock

           MOVE "project/league.wrk" TO workFileName
           MOVE 0 TO lgKeepCount
           MOVE 0 TO lgArchWritten
           SET eofLeague TO FALSE
           OPEN INPUT leagueFile
           OPEN OUTPUT workFile
           OPEN EXTEND leagueArch
           READ leagueFile AT END SET eofLeague TO TRUE END-READ
           PERFORM UNTIL eofLeague
             IF lgWeek = closeWeek THEN
               WRITE lgArchLine FROM leagueLine END-WRITE
               ADD 1 TO lgArchWritten
             ELSE
               WRITE workLine FROM leagueLine END-WRITE
               ADD 1 TO lgKeepCount
             END-IF
             READ leagueFile AT END SET eofLeague TO TRUE END-READ
           END-PERFORM
           CLOSE leagueArch
           CLOSE workFile
           CLOSE leagueFile

           SET eofWork TO FALSE
           OPEN INPUT workFile
           OPEN OUTPUT leagueFile
           READ workFile AT END SET eofWork TO TRUE END-READ
           PERFORM UNTIL eofWork
             WRITE leagueLine FROM workLine END-WRITE
             READ workFile AT END SET eofWork TO TRUE END-READ
           END-PERFORM
           CLOSE leagueFile
           CLOSE workFile
           DELETE FILE workFile
           DISPLAY "Week " closeWeek " was archived to "
      -            leagueArchName
           DISPLAY "A fresh round is open."
           PERFORM ReleaseLock
           .

      * How many records closeWeek's archive holds
       CountLeagueArch.
           PERFORM BuildLeagueArchName
           MOVE 0 TO lgArchCount
           SET eofLgArch TO FALSE
           OPEN INPUT leagueArch
           READ leagueArch AT END SET eofLgArch TO TRUE END-READ
           PERFORM UNTIL eofLgArch
             ADD 1 TO lgArchCount
             READ leagueArch AT END SET eofLgArch TO TRUE END-READ
           END-PERFORM
           CLOSE leagueArch
           .

      * How many of closeWeek's records are still on league.txt
       CountWeekRecs.
           MOVE 0 TO lgWeekRecs
           SET eofLeague TO FALSE
           OPEN INPUT leagueFile
           READ leagueFile AT END SET eofLeague TO TRUE END-READ
           PERFORM UNTIL eofLeague
             IF lgWeek = closeWeek THEN
               ADD 1 TO lgWeekRecs
             END-IF
             READ leagueFile AT END SET eofLeague TO TRUE END-READ
           END-PERFORM
           CLOSE leagueFile
           .

      * Cut closeWeek's archive back to the lgArchBase records it
      * held before a close that died part-way began appending to it,
      * so the close can simply be run again
       TrimLeagueArch.
           PERFORM BuildLeagueArchName
           MOVE "project/league.lck" TO lockFileName
           PERFORM AcquireLock
           MOVE "project/league.wrk" TO workFileName
           MOVE 0 TO lgArchCount
           SET eofLgArch TO FALSE
           OPEN INPUT leagueArch
           OPEN OUTPUT workFile
           READ leagueArch AT END SET eofLgArch TO TRUE END-READ
           PERFORM UNTIL eofLgArch
             ADD 1 TO lgArchCount
             IF lgArchCount <= lgArchBase THEN
               WRITE workLine FROM lgArchLine END-WRITE
             END-IF
             READ leagueArch AT END SET eofLgArch TO TRUE END-READ
           END-PERFORM
           CLOSE workFile
           CLOSE leagueArch
           SET eofWork TO FALSE
           OPEN INPUT workFile
           OPEN OUTPUT leagueArch
           READ workFile AT END SET eofWork TO TRUE END-READ
           PERFORM UNTIL eofWork
             WRITE lgArchLine FROM workLine END-WRITE
             READ workFile AT END SET eofWork TO TRUE END-READ
           END-PERFORM
           CLOSE leagueArch
           CLOSE workFile
           DELETE FILE workFile
           PERFORM ReleaseLock
           DISPLAY "Part-written archive " leagueArchName
      -            " cut back to " lgArchBase " records"
           .

      * ---------------------------------------------------------------
      * Puzzle library: trainers hand-build a board in the editor and
      * save it to a shared catalogue; anyone can browse the library
      * and play an entry. A puzzle's grid file is exactly the layout
      * SaveGame writes, so LoadGame plays it unchanged, and finishes
      * are recorded per puzzle the way daily.txt records the daily.

       PuzzleMenu.
           DISPLAY "==== Puzzle Library ===="
           DISPLAY "1 - Browse and play a puzzle"
           DISPLAY "2 - Design a new puzzle"
           DISPLAY "3 - Back"
           MOVE 0 TO puzChoice
           PERFORM UNTIL puzChoice > 0 AND < 4
             DISPLAY "Enter your choice : "
             ACCEPT puzChoice NO BEEP
           END-PERFORM
           IF puzChoice = 1 THEN
             PERFORM BrowsePuzzles
           ELSE IF puzChoice = 2 THEN
               PERFORM DesignPuzzle
             END-IF
           END-IF
           .

       BrowsePuzzles.
           PERFORM ListPuzzles
           IF puzCount = 0 THEN
             DISPLAY "The library is empty."
           ELSE
             PERFORM DispPuzzleEntry VARYING pzIdx FROM 1 BY 1
               UNTIL pzIdx > puzCount
             MOVE 0 TO puzPick
             PERFORM UNTIL puzPick > 0 AND <= puzCount
               DISPLAY "Enter the number of the puzzle : "
               ACCEPT puzPick NO BEEP
             END-PERFORM
             PERFORM DispPuzzleFinishers
             MOVE 0 TO playPuz
             PERFORM UNTIL playPuz = 1 OR playPuz = 2
               DISPLAY "Play this puzzle? 1 - Yes  2 - No : "
               ACCEPT playPuz NO BEEP
             END-PERFORM
             IF playPuz = 1 THEN
               PERFORM PlayPuzzle
             END-IF
           END-IF
           .

      * Load the catalogue and count each entry's recorded finishes
      * - display is the caller's business, the way ListSaves leaves
      * it to DispSaveEntry
       ListPuzzles.
           MOVE 0 TO puzCount
           PERFORM VARYING pzIdx FROM 1 BY 1 UNTIL pzIdx > 30
             MOVE spaces TO plName(pzIdx)
             MOVE spaces TO plAuthor(pzIdx)
             MOVE 0 TO plRows(pzIdx)
             MOVE 0 TO plCols(pzIdx)
             MOVE 0 TO plMines(pzIdx)
             MOVE 0 TO plDone(pzIdx)
           END-PERFORM
           SET eofPuz TO FALSE
           OPEN INPUT puzzleIdx
           READ puzzleIdx AT END SET eofPuz TO TRUE END-READ
           PERFORM UNTIL eofPuz
             IF puzCount < 30 THEN
               ADD 1 TO puzCount
               MOVE piName TO plName(puzCount)
               MOVE piAuthor TO plAuthor(puzCount)
               MOVE piRows TO plRows(puzCount)
               MOVE piCols TO plCols(puzCount)
               MOVE piMines TO plMines(puzCount)
             END-IF
             READ puzzleIdx AT END SET eofPuz TO TRUE END-READ
           END-PERFORM
           CLOSE puzzleIdx

           SET eofPDone TO FALSE
           OPEN INPUT puzzleDone
           READ puzzleDone AT END SET eofPDone TO TRUE END-READ
           PERFORM UNTIL eofPDone
             PERFORM TallyPuzzleDone
             READ puzzleDone AT END SET eofPDone TO TRUE END-READ
           END-PERFORM
           CLOSE puzzleDone
           .

       DispPuzzleEntry.
           DISPLAY pzIdx " - " plName(pzIdx) " by "
      -            plAuthor(pzIdx) " (" plRows(pzIdx) "x"
      -            plCols(pzIdx) ", " plMines(pzIdx) " mines, "
      -            plDone(pzIdx) " finishes)"
           .

       TallyPuzzleDone.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > puzCount
             IF plName(i) = pdName THEN
               ADD 1 TO plDone(i)
             END-IF
           END-PERFORM
           .

      * Everyone who has finished the picked puzzle, in file order
       DispPuzzleFinishers.
           MOVE 0 TO puzShown
           SET eofPDone TO FALSE
           OPEN INPUT puzzleDone
           READ puzzleDone AT END SET eofPDone TO TRUE END-READ
           PERFORM UNTIL eofPDone
             IF pdName = plName(puzPick) THEN
               ADD 1 TO puzShown
               DISPLAY pdPlayer " - " pdTime " seconds"
             END-IF
             READ puzzleDone AT END SET eofPDone TO TRUE END-READ
           END-PERFORM
           CLOSE puzzleDone
           IF puzShown = 0 THEN
             DISPLAY "No one has finished this puzzle yet."
           END-IF
           .

      * Point saveFileName at puzzleName's grid file
       BuildPuzzleFileName.
           MOVE spaces TO saveFileName
           STRING "project/puzzle_" DELIMITED BY SIZE
                  puzzleName DELIMITED BY SPACE
                  ".txt" DELIMITED BY SIZE
             INTO saveFileName
           .

      * Play a library puzzle: its grid file is a save file, so
      * LoadGame validates and plays it as-is
       PlayPuzzle.
           MOVE plName(puzPick) TO puzzleName
           MOVE 1 TO puzzleMode
           PERFORM BuildPuzzleFileName
           PERFORM LoadGame
           MOVE 0 TO puzzleMode
      *    point saveFileName back at the signed-in player's slot
           MOVE playerName TO saveFileOwner
           PERFORM BuildSaveFileName
           .

      * File the signed-in player's finish under the puzzle
       RecordPuzzleDone.
           MOVE playerName TO postName
           MOVE rtime TO postTime
           MOVE puzzleName TO postPuzzle
           PERFORM PostPuzzleDone
           .

      * File postName's finish postTime under the puzzle postPuzzle
       PostPuzzleDone.
           MOVE "project/puzzledone.lck" TO lockFileName
           PERFORM AcquireLock
           MOVE spaces TO puzDoneLine
           MOVE postPuzzle TO pdName
           MOVE postName TO pdPlayer
           MOVE postTime TO pdTime
           OPEN EXTEND puzzleDone
           WRITE puzDoneLine END-WRITE
           CLOSE puzzleDone
           PERFORM ReleaseLock
           .

      * Lay out a new puzzle on the full-screen editor: the cursor
      * steers over a blank board and M drops or lifts a mine; the
      * numbers are computed when the puzzle is saved
       DesignPuzzle.
           MOVE 0 TO numRows
           PERFORM UNTIL numRows >= 4 AND <= 20
             DISPLAY "Board rows (4-20) : "
             ACCEPT numRows NO BEEP
           END-PERFORM
           MOVE 0 TO numCols
           PERFORM UNTIL numCols >= 4 AND <= 20
             DISPLAY "Board columns (4-20) : "
             ACCEPT numCols NO BEEP
           END-PERFORM
           PERFORM ResetField VARYING i FROM 1 BY 1 UNTIL i > numRows
             AFTER j FROM 1 BY 1 UNTIL j > numCols
           MOVE 1 TO curRow
           MOVE 1 TO curCol
           MOVE 0 TO edDone
           MOVE 0 TO mineTally
           PERFORM PaintEditorScreen
           PERFORM OneEditorMove UNTIL edDone = 1
           PERFORM EndFullScreen

           MOVE 0 TO mineTally
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > numRows
             PERFORM VARYING j FROM 1 BY 1 UNTIL j > numCols
               IF visiField(i, j) = "M" THEN
                 ADD 1 TO mineTally
               END-IF
             END-PERFORM
           END-PERFORM
           IF mineTally = 0 THEN
             DISPLAY "A puzzle needs at least one mine. Abandoned."
           ELSE IF mineTally >= ( numRows * numCols ) THEN
               DISPLAY "A puzzle needs a safe square. Abandoned."
             ELSE
               PERFORM SavePuzzle
             END-IF
           END-IF
           .

       PaintEditorScreen.
           DISPLAY " " LINE 1 POSITION 1 ERASE SCREEN
           PERFORM DrawEditorStatus
           PERFORM DrawBoardRow VARYING i FROM 1 BY 1 UNTIL i > numRows
           PERFORM DrawFooter
           COMPUTE screenLine = numRows + 5
           DISPLAY "W/A/S/D move   M mine on/off   Q finish"
             LINE screenLine POSITION 1
           .

      * Running mine count at the top of the editor, redrawn in
      * place after every toggle the way DrawStatusLine is
       DrawEditorStatus.
           DISPLAY "PUZZLE EDITOR - mines so far: " mineTally
             LINE 1 POSITION 1
           .

      * One editor keystroke at the cursor, the OneFullScreenMove
      * pattern with a toggle instead of a reveal
       OneEditorMove.
           MOVE curRow TO echoRow
           COMPUTE screenLine = 3 + curRow
           COMPUTE screenCol = ( 4 * curCol ) + 3
           MOVE space TO playKey
           ACCEPT playKey AUTO NO BEEP
             LINE screenLine POSITION screenCol
           IF playKey = "W" OR playKey = "w" THEN
             IF curRow > 1 THEN
               SUBTRACT 1 FROM curRow
             END-IF
           ELSE IF playKey = "S" OR playKey = "s" THEN
               IF curRow < numRows THEN
                 ADD 1 TO curRow
               END-IF
             ELSE IF playKey = "A" OR playKey = "a" THEN
                 IF curCol > 1 THEN
                   SUBTRACT 1 FROM curCol
                 END-IF
               ELSE IF playKey = "D" OR playKey = "d" THEN
                   IF curCol < numCols THEN
                     ADD 1 TO curCol
                   END-IF
                 ELSE IF playKey = "M" OR playKey = "m" THEN
                     IF visiField(curRow, curCol) = "M" THEN
                       MOVE " " TO visiField(curRow, curCol)
                       SUBTRACT 1 FROM mineTally
                     ELSE
                       MOVE "M" TO visiField(curRow, curCol)
                       ADD 1 TO mineTally
                     END-IF
                     PERFORM DrawEditorStatus
                   ELSE IF playKey = "Q" OR playKey = "q" THEN
                       MOVE 1 TO edDone
                     END-IF
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF
      *    wipe the keystroke the ACCEPT echoed into the board
           MOVE echoRow TO i
           PERFORM DrawBoardRow
           .

      * Name the puzzle, build the numbered mine layout from the
      * editor grid, write the grid file and catalogue the entry
       SavePuzzle.
           MOVE spaces TO puzzleName
           DISPLAY "Puzzle name (one word, no spaces) : "
           ACCEPT puzzleName
           IF puzzleName = spaces THEN
             DISPLAY "Error: the name cannot be blank. Abandoned."
           ELSE
             PERFORM ListPuzzles
             MOVE 0 TO idxFound
             PERFORM VARYING pzIdx FROM 1 BY 1 UNTIL pzIdx > puzCount
               IF plName(pzIdx) = puzzleName THEN
                 MOVE 1 TO idxFound
               END-IF
             END-PERFORM
             IF puzCount >= 30 THEN
      *        a 31st entry would be on disk but never on the
      *        browser's table - refuse it outright
               DISPLAY "The library is full (30 puzzles). Abandoned."
             ELSE IF idxAlreadySeen THEN
               DISPLAY "That name is already on the library."
             ELSE
      *        the editor grid holds only mines; rebuild the mine
      *        layout and deal the neighbour numbers out per mine
               PERFORM ResetMineCell VARYING i FROM 1 BY 1
                 UNTIL i > numRows
                 AFTER j FROM 1 BY 1 UNTIL j > numCols
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > numRows
                 PERFORM VARYING j FROM 1 BY 1 UNTIL j > numCols
                   IF visiField(i, j) = "M" THEN
                     MOVE i TO ranRow
                     MOVE j TO ranCol
                     SET isMine(ranRow, ranCol) TO TRUE
                     PERFORM BlastArea
                   END-IF
                 END-PERFORM
               END-PERFORM
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > numRows
                 PERFORM VARYING j FROM 1 BY 1 UNTIL j > numCols
                   MOVE " " TO visiField(i, j)
                 END-PERFORM
               END-PERFORM
               PERFORM WritePuzzleFile

               MOVE "project/puzzles.lck" TO lockFileName
               PERFORM AcquireLock
               OPEN EXTEND puzzleIdx
               MOVE spaces TO puzIdxLine
               MOVE puzzleName TO piName
               MOVE playerName TO piAuthor
               MOVE numRows TO piRows
               MOVE numCols TO piCols
               MOVE mineTally TO piMines
               WRITE puzIdxLine END-WRITE
               CLOSE puzzleIdx
               PERFORM ReleaseLock
               DISPLAY "Puzzle " puzzleName " is on the library."
               END-IF
             END-IF
           END-IF
      *    the editor pointed saveFileName at the puzzle's file;
      *    point it back at the signed-in player's own slot
           MOVE playerName TO saveFileOwner
           PERFORM BuildSaveFileName
           .

      * Write the puzzle's grid file in the SaveGame layout: board
      * size, the mine layout, and an untouched visibility grid
       WritePuzzleFile.
           PERFORM BuildPuzzleFileName
           OPEN OUTPUT oldgame

           MOVE numRows TO dimRowsOut
           MOVE numCols TO dimColsOut
           MOVE space TO dimAssistOut
           MOVE "P" TO dimBoardOut
           MOVE 0 TO dimParmOut
           MOVE space TO dimHitOut
           WRITE dimLine FROM tempDimLine END-WRITE

           MOVE 1 TO i
           MOVE 1 TO j
           PERFORM numRows TIMES
             PERFORM numCols TIMES
               MOVE mineField(i, j) TO lineVal1(j)
               ADD 1 TO j
             END-PERFORM
             WRITE line1 FROM tempLine END-WRITE
             MOVE 1 TO j
             ADD 1 TO i
           END-PERFORM

           MOVE 1 TO i
           MOVE 1 TO j
           PERFORM numRows TIMES
             PERFORM numCols TIMES
               MOVE visiField(i, j) TO lineVal1(j)
               ADD 1 TO j
             END-PERFORM
             WRITE line1 FROM tempLine END-WRITE
             MOVE 1 TO j
             ADD 1 TO i
           END-PERFORM

           CLOSE oldgame
           .

      * ---------------------------------------------------------------
      * Head-to-head duel: two signed-on players take turns at the
      * terminal on two copies of the same generated board - both
      * boards come off one shared seed the way SeedDailyRandom does
      * for the date. The screen is wiped between turns, the winner
      * is judged on outcome first and time second, and the result
      * goes to project/duels.txt.

       DuelMenu.
           DISPLAY "==== Head-to-Head Duel ===="
           MOVE playerName TO duelP1
           PERFORM DuelSignOnP2
           IF signonOk = 0 THEN
             DISPLAY "Duel cancelled."
           ELSE
             MOVE 1 TO duelMode
             PERFORM SelectDifficulty
             ACCEPT ctime FROM TIME
             MOVE ctime TO duelSeed
             IF duelSeed = 0 THEN
               MOVE 1 TO duelSeed
             END-IF

             DISPLAY duelP1 " goes first. Press ENTER to start."
             ACCEPT duelKey
             PERFORM DuelTurn
             MOVE quit TO duelRes1
             MOVE rtime TO duelTimeA

      *      the second player's session counters are their own -
      *      park the first player's streak for the duration
             MOVE winStreak TO savedStreak
             MOVE sessMineHits TO savedMineHits
             MOVE 0 TO winStreak
             MOVE 0 TO sessMineHits
             MOVE duelP2 TO playerName
             MOVE duelP2 TO saveFileOwner
             PERFORM BuildSaveFileName
             DISPLAY "Pass the terminal. " duelP2
      -              " - press ENTER to start."
             ACCEPT duelKey
             PERFORM DuelTurn
             MOVE quit TO duelRes2
             MOVE rtime TO duelTimeB

             MOVE duelP1 TO playerName
             MOVE duelP1 TO saveFileOwner
             PERFORM BuildSaveFileName
             MOVE savedStreak TO winStreak
             MOVE savedMineHits TO sessMineHits
             MOVE 0 TO duelMode

             PERFORM JudgeDuel
             PERFORM RecordDuel
           END-IF
           .

      * The second player must already be on the registry and give
      * their PIN - a duel records real results against real aliases
       DuelSignOnP2.
           MOVE 0 TO signonOk
           MOVE spaces TO duelP2
           DISPLAY "Second player's alias : "
           ACCEPT duelP2
           IF duelP2 = spaces THEN
             DISPLAY "Error: the alias cannot be blank."
           ELSE IF duelP2 = duelP1 THEN
               DISPLAY "You cannot duel yourself."
             ELSE
               MOVE 0 TO regFound
               MOVE duelP2 TO masterKey
               PERFORM ReadMaster
               IF masterFound = 1 AND masterRecBad = 0 AND mhReg = "R"
                 MOVE 1 TO regFound
                 MOVE mhPin TO heldPin
               END-IF
               IF regFound = 0 THEN
                 DISPLAY duelP2 " is not on the registry - they"
      -                  " must sign on once first."
               ELSE
                 MOVE 0 TO pinTries
                 PERFORM UNTIL signonOk = 1 OR pinTries >= 3
                   ADD 1 TO pinTries
                   DISPLAY duelP2 " - enter your PIN : "
                   ACCEPT pinEntry NO BEEP
                   IF pinEntry = heldPin THEN
                     MOVE 1 TO signonOk
                   ELSE
                     DISPLAY "Wrong PIN."
                   END-IF
                 END-PERFORM
                 IF signonOk = 0 THEN
                   DISPLAY "PIN verification failed."
                 END-IF
               END-IF
             END-IF
           END-IF
           .

      * Restart the generator from the shared duel seed so this
      * turn's board is identical to the other player's
       SeedDuelRandom.
           MOVE 0 TO reseedCount
           MOVE duelSeed TO dailySeed
           MOVE duelSeed TO randomSeed
           MOVE 0 TO temp
           .

      * One player's run at the duel board; the screen is wiped
      * before the terminal changes hands
       DuelTurn.
           PERFORM SeedDuelRandom
           PERFORM InitFields
           PERFORM AddMines
           PERFORM Play
           DISPLAY "Press ENTER to hand the terminal over."
           ACCEPT duelKey
           DISPLAY " " LINE 1 POSITION 1 ERASE SCREEN
           .

      * Outcome beats time: a win over a loss takes it outright, two
      * wins go to the clock, anything else is a draw
       JudgeDuel.
           IF duelRes1 = 2 AND duelRes2 = 2 THEN
             IF duelTimeA < duelTimeB THEN
               MOVE duelP1 TO duelVerdict
             ELSE IF duelTimeB < duelTimeA THEN
                 MOVE duelP2 TO duelVerdict
               ELSE
                 MOVE "DRAW" TO duelVerdict
               END-IF
             END-IF
           ELSE IF duelRes1 = 2 THEN
               MOVE duelP1 TO duelVerdict
             ELSE IF duelRes2 = 2 THEN
                 MOVE duelP2 TO duelVerdict
               ELSE
                 MOVE "DRAW" TO duelVerdict
               END-IF
             END-IF
           END-IF
           DISPLAY "==== Duel result ===="
           DISPLAY duelP1 " : " duelRes1 " (2=win) in "
      -            duelTimeA " seconds"
           DISPLAY duelP2 " : " duelRes2 " (2=win) in "
      -            duelTimeB " seconds"
           IF duelVerdict = "DRAW" THEN
             DISPLAY "The duel is a DRAW."
           ELSE
             DISPLAY "The duel goes to " duelVerdict
           END-IF
           .

       RecordDuel.
           ACCEPT curDate FROM DATE YYYYMMDD
           MOVE "project/duels.lck" TO lockFileName
           PERFORM AcquireLock
           MOVE spaces TO duelLine
           MOVE curDate TO duDate
           MOVE duelP1 TO duP1
           MOVE duelP2 TO duP2
           IF duelRes1 = 2 THEN
             MOVE "WIN" TO duOut1
           ELSE
             MOVE "LOSS" TO duOut1
           END-IF
           IF duelRes2 = 2 THEN
             MOVE "WIN" TO duOut2
           ELSE
             MOVE "LOSS" TO duOut2
           END-IF
           MOVE duelTimeA TO duTime1
           MOVE duelTimeB TO duTime2
           MOVE duelVerdict TO duWinner
           OPEN EXTEND duelFile
           WRITE duelLine END-WRITE
           CLOSE duelFile
           PERFORM ReleaseLock
           DISPLAY "The duel is on the record."
           .

       InitFields.
           MOVE 0 To quit
           MOVE space TO gameAssist
           MOVE "C" TO gameBoard
           MOVE parmVersion TO gameParm
           MOVE space TO gameHit
           MOVE spaces TO gameSlotName
           MOVE totalMines TO minesToPlace
           MOVE totalMines TO minesLeft
           MOVE 0 TO minesPending
           MOVE 0 TO safeRow
           MOVE 0 TO safeCol
           PERFORM ResetField VARYING i FROM 1 BY 1 UNTIL i > numRows
             AFTER j FROM 1 BY 1 UNTIL j > numCols
           .
       
       ResetField.
           MOVE "0" TO mineField(i, j)
           MOVE " " TO visiField(i, j)
           .
       
      * Initialize MineField
       AddMines.
      * We will generate 2 random numbers from 1-numRows/1-numCols
      * We fill them in row and column and try to add a mine
           PERFORM UNTIL minesToPlace <= 0

             PERFORM Randomizer
             COMPUTE temp1 = randomNum / 100000
             COMPUTE modDiv = temp1 / numRows
             COMPUTE ranRow = temp1 - (modDiv * numRows)
             ADD 1 TO ranRow

      *       Debug Random Row
      *       DISPLAY " randomNum " randomNum
      *       DISPLAY " temp " temp1
      *       DISPLAY " ranRow " ranRow

             PERFORM Randomizer
             COMPUTE temp1 = randomNum / 100000
             COMPUTE modDiv = temp1 / numCols
             COMPUTE ranCol = temp1 - (modDiv * numCols)
             ADD 1 TO ranCol

      *       Debug Random Column
      *       DISPLAY " randomNum " randomNum
      *       DISPLAY " temp " temp1
      *       DISPLAY " ranCol " ranCol

             PERFORM CheckSafeArea
             IF NOT isMine(ranRow, ranCol) AND safeHit = 0 THEN
               SET isMine(ranRow, ranCol) TO TRUE
               PERFORM BlastArea
               SUBTRACT 1 FROM minesToPlace
               MOVE 0 TO stuckCount
             ELSE
      *        the middle-square generator can settle into a short
      *        cycle the single-step check in Randomizer never sees;
      *        too many misses in a row means we are in one, so
      *        reseed and carry on
               ADD 1 TO stuckCount
               IF stuckCount >= 500 THEN
                 MOVE 0 TO stuckCount
                 IF dailyGame OR duelGame THEN
                   PERFORM ReseedDaily
                 ELSE
                   PERFORM RandomInit
                 END-IF
               END-IF
             END-IF

             MOVE 00 TO ranRow
             MOVE 00 TO ranCol
           END-PERFORM
           MOVE totalMines TO minesLeft
           .
       
      * Edits the surrounding fields adding 1 to their value
       BlastArea.
           SUBTRACT 1 FROM ranRow GIVING tempRow
           SUBTRACT 1 FROM ranCol GIVING tempCol
           PERFORM UNTIL tempRow >= ranRow + 2
             PERFORM UNTIL tempCol >= ranCol + 2
               IF ( tempRow > 0 AND <= numRows ) AND
      -           ( tempCol > 0 AND <= numCols )
                 IF NOT isMine(tempRow, tempCol) THEN
                   MOVE mineField(tempRow, tempCol) TO tempVal
                   ADD 1 TO tempVal
                   MOVE tempVal TO mineField(tempRow, tempCol)
                 END-IF
               END-IF
               ADD 1 TO tempCol
             END-PERFORM
             ADD 1 TO tempRow
             SUBTRACT 3 FROM tempCol
           END-PERFORM
           .

      * ---------------------------------------------------------------
      * Safe first reveal and no-guess boards: the mines for a New
      * Game are only scattered once the player reveals their first
      * square, with that square excluded from the draw; on a
      * no-guess board the whole 3x3 neighbourhood is excluded (so
      * the opening floods) and the result is rerolled until the
      * solver pass can finish it by logic alone. Daily boards keep
      * their up-front generation - they must be identical for
      * everyone that day.

      * Is the candidate mine square inside the protected area?
      * safeRow = 0 means no protection (daily and preset boards)
       CheckSafeArea.
           MOVE 0 TO safeHit
           IF safeRow > 0 THEN
             IF noGuessBoard THEN
               IF ( ranRow >= safeRow - 1 AND <= safeRow + 1 ) AND
      -           ( ranCol >= safeCol - 1 AND <= safeCol + 1 )
                 MOVE 1 TO safeHit
               END-IF
             ELSE
               IF ranRow = safeRow AND ranCol = safeCol THEN
                 MOVE 1 TO safeHit
               END-IF
             END-IF
           END-IF
           .

      * Clear the mine layout only - flags the player put down
      * before their first reveal stay where they are
       ResetMineCell.
           MOVE "0" TO mineField(i, j)
           .

      * Mine the board now that the first square is known, keeping
      * it safe; a no-guess board is regenerated until the solver
      * clears it, giving up after enough tries rather than looping
      * forever on an unlucky mine count
       PlaceMinesSafely.
           MOVE 0 TO minesPending
           MOVE coordX TO safeRow
           MOVE coordY TO safeCol
           IF noGuessBoard THEN
             MOVE 0 TO solveOk
             MOVE 0 TO solveTry
             PERFORM UNTIL solveOk = 1 OR solveTry >= parmSolveTries
               ADD 1 TO solveTry
               PERFORM ResetMineCell VARYING i FROM 1 BY 1
                 UNTIL i > numRows
                 AFTER j FROM 1 BY 1 UNTIL j > numCols
               MOVE totalMines TO minesToPlace
               PERFORM AddMines
               PERFORM SolveBoard
             END-PERFORM
             IF solveOk = 0 THEN
               MOVE "No-guess check gave up; a guess may be needed."
      -          TO gameMsg
             END-IF
           ELSE
             MOVE totalMines TO minesToPlace
             PERFORM AddMines
           END-IF
      *    AddMines reset the mine counter; give any flags already
      *    on the board their credit back
           MOVE 0 TO loadMineCount
           MOVE 0 TO loadFlagCount
           PERFORM CountLoadedMinesCell VARYING i FROM 1 BY 1
             UNTIL i > numRows
             AFTER j FROM 1 BY 1 UNTIL j > numCols
           COMPUTE minesLeft = totalMines - loadFlagCount
           .

      * Play the board out on a scratch grid using only the two
      * forced deductions: a number whose hidden neighbours must all
      * be mines, and a number whose mines are all found so the rest
      * of its neighbours are safe. A board is no-guess when that
      * alone opens every square that is not a mine.
       SolveBoard.
           PERFORM VARYING sRow FROM 1 BY 1 UNTIL sRow > numRows
             PERFORM VARYING sCol FROM 1 BY 1 UNTIL sCol > numCols
               MOVE space TO solveField(sRow, sCol)
             END-PERFORM
           END-PERFORM
           MOVE "R" TO solveField(safeRow, safeCol)
           MOVE 1 TO solveChanged
           PERFORM UNTIL solveChanged = 0
             MOVE 0 TO solveChanged
             PERFORM SolveScanCell VARYING sRow FROM 1 BY 1
               UNTIL sRow > numRows
               AFTER sCol FROM 1 BY 1 UNTIL sCol > numCols
           END-PERFORM
           MOVE 0 TO solveOpenCount
           PERFORM VARYING sRow FROM 1 BY 1 UNTIL sRow > numRows
             PERFORM VARYING sCol FROM 1 BY 1 UNTIL sCol > numCols
               IF svOpen(sRow, sCol) THEN
                 ADD 1 TO solveOpenCount
               END-IF
             END-PERFORM
           END-PERFORM
           COMPUTE solveGoal = ( numRows * numCols ) - totalMines
           IF solveOpenCount = solveGoal THEN
             MOVE 1 TO solveOk
           ELSE
             MOVE 0 TO solveOk
           END-IF
           .

      * Apply both deductions at one opened number square - for a
      * hint only at squares the player has actually opened, since
      * a square the pass itself opened (a flagged one included)
      * shows a number they cannot see yet
       SolveScanCell.
           IF svOpen(sRow, sCol) AND
      -      ( solveHint = 0 OR ( NOT isEmpty(sRow, sCol)
      -                           AND NOT flagged(sRow, sCol) ) )
             MOVE mineField(sRow, sCol) TO tempVal
             MOVE 0 TO hidCount
             MOVE 0 TO mineCntKnown
             MOVE 1 TO solveAct
             PERFORM SolveNeighLoop
             IF hidCount > 0 THEN
               COMPUTE neighNum = tempVal - mineCntKnown
               IF neighNum = hidCount THEN
                 MOVE 2 TO solveAct
                 PERFORM SolveNeighLoop
                 MOVE 1 TO solveChanged
               ELSE IF neighNum = 0 THEN
                   MOVE 3 TO solveAct
                   PERFORM SolveNeighLoop
                   MOVE 1 TO solveChanged
                 END-IF
               END-IF
             END-IF
           END-IF
           .

      * Walk the 3x3 around (sRow, sCol) doing whatever solveAct
      * asks: 1 count, 2 mark hidden neighbours as mines, 3 open them
       SolveNeighLoop.
           SUBTRACT 1 FROM sRow GIVING nRow
           SUBTRACT 1 FROM sCol GIVING nCol
           PERFORM UNTIL nRow >= sRow + 2
             PERFORM UNTIL nCol >= sCol + 2
               IF ( nRow > 0 AND <= numRows ) AND
      -           ( nCol > 0 AND <= numCols )
                 PERFORM SolveNeighCell
               END-IF
               ADD 1 TO nCol
             END-PERFORM
             ADD 1 TO nRow
             SUBTRACT 3 FROM nCol
           END-PERFORM
           .

       SolveNeighCell.
           IF solveAct = 1 THEN
             IF svHidden(nRow, nCol) THEN
               ADD 1 TO hidCount
             END-IF
             IF svMine(nRow, nCol) THEN
               ADD 1 TO mineCntKnown
             END-IF
           ELSE IF svHidden(nRow, nCol) THEN
               IF solveAct = 2 THEN
                 MOVE "M" TO solveField(nRow, nCol)
               ELSE
                 MOVE "R" TO solveField(nRow, nCol)
               END-IF
             END-IF
           END-IF
           .

      * Hint key: run the deductions over the visible board and put
      * the cursor on the first hidden square they prove safe, or say
      * that nothing can be deduced and a guess is needed. Flags are
      * the player's opinion, not a deduction, so they count as
      * hidden. Either way the hint is logged and the game is
      * assisted from here on.
       GiveHint.
           MOVE 0 TO hintRow
           MOVE 0 TO hintCol
           IF minesPending = 1 THEN
      *      the first reveal is always kept clear of the mines
             MOVE curRow TO hintRow
             MOVE curCol TO hintCol
           ELSE
             PERFORM HintDeduce
           END-IF
           MOVE "A" TO gameAssist
           MOVE spaces TO gameMsg
           IF hintRow = 0 THEN
             MOVE "No logical move - a guess is needed here."
      -        TO gameMsg
             MOVE 0 TO mlRow
             MOVE 0 TO mlCol
             MOVE "HINT-GUESS" TO mlOutcome
           ELSE
             STRING "Hint: row " DELIMITED BY SIZE
                    hintRow DELIMITED BY SIZE
                    " column " DELIMITED BY SIZE
                    hintCol DELIMITED BY SIZE
                    " is safe." DELIMITED BY SIZE
               INTO gameMsg
             MOVE hintRow TO curRow
             MOVE hintCol TO curCol
             MOVE hintRow TO mlRow
             MOVE hintCol TO mlCol
             MOVE "HINT" TO mlOutcome
           END-IF
           PERFORM LogMove
           .

      * The deductions over the visible board: hintRow/hintCol come
      * back on the first hidden square they prove safe, or zero when
      * nothing can be proved; solveGrid is left holding what the pass
      * worked out
       HintDeduce.
           MOVE 0 TO hintRow
           MOVE 0 TO hintCol
           MOVE 1 TO solveHint
           PERFORM HintSeedCell VARYING sRow FROM 1 BY 1
             UNTIL sRow > numRows
             AFTER sCol FROM 1 BY 1 UNTIL sCol > numCols
           MOVE 1 TO solveChanged
           PERFORM UNTIL solveChanged = 0
             MOVE 0 TO solveChanged
             PERFORM SolveScanCell VARYING sRow FROM 1 BY 1
               UNTIL sRow > numRows
               AFTER sCol FROM 1 BY 1 UNTIL sCol > numCols
           END-PERFORM
           MOVE 0 TO solveHint
           PERFORM HintFindCell VARYING sRow FROM 1 BY 1
             UNTIL sRow > numRows
             AFTER sCol FROM 1 BY 1 UNTIL sCol > numCols
           .

      * What the player has opened is open; everything else, flagged
      * or not, is still to be worked out
       HintSeedCell.
           IF isEmpty(sRow, sCol) OR flagged(sRow, sCol) THEN
             MOVE space TO solveField(sRow, sCol)
           ELSE
             MOVE "R" TO solveField(sRow, sCol)
           END-IF
           .

      * The first square still hidden on screen that the pass opened
       HintFindCell.
           IF hintRow = 0 AND svOpen(sRow, sCol) AND
      -      ( isEmpty(sRow, sCol) OR flagged(sRow, sCol) )
             MOVE sRow TO hintRow
             MOVE sCol TO hintCol
           END-IF
           .

      * ---------------------------------------------------------------
      * Display Options
      
      * Count the squares that have been revealed (neither still
      * hidden nor flagged) for the status line above the board
       CountRevealed.
           MOVE 0 TO revealedCount
           PERFORM CountRevealedCell VARYING i FROM 1 BY 1
             UNTIL i > numRows
             AFTER j FROM 1 BY 1 UNTIL j > numCols
           .

       CountRevealedCell.
           IF NOT isEmpty(i, j) AND NOT flagged(i, j) THEN
             ADD 1 TO revealedCount
           END-IF
           .

      * Made for debugging purposes
       DispLayout.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > numRows
             DISPLAY i "|" WITH NO ADVANCING
             PERFORM VARYING j FROM 1 BY 1 UNTIL j > numCols
               DISPLAY mineCol(i, j) WITH NO ADVANCING
             END-PERFORM
             DISPLAY " |"
           END-PERFORM
           PERFORM DispColumnHeader
           .

      * Column header shared by DispMineField and DispLayout
      * The dash line is sized to match the "|nn " label row below it,
      * which scales with numCols (4 chars per column, plus a leading
      * 4-space margin and a trailing "|")
       DispColumnHeader.
           COMPUTE dashCount = ( 4 * numCols ) + 5
           PERFORM VARYING j FROM 1 BY 1 UNTIL j >= dashCount
             DISPLAY "-" WITH NO ADVANCING
           END-PERFORM
           DISPLAY "-"
           DISPLAY "    " WITH NO ADVANCING
           PERFORM VARYING j FROM 1 BY 1 UNTIL j > numCols
             DISPLAY "|" j " " WITH NO ADVANCING
           END-PERFORM
           DISPLAY "|"
           .
       
      * ---------------------------------------------------------------
      * Main Game
       
      * Game Loop, quits when you win or loose
      * The board is painted once and kept up to date in place; each
      * move is a single keystroke at the cursor
       Play.
           PERFORM LogGameStart
      *    what the review screening holds a win against: where this
      *    play starts on the log and the board it starts from
           MOVE mlTime TO playStartAt
           MOVE visibility TO playStart
           PERFORM GetStartTime
           MOVE 0 TO moveCount
           MOVE 1 TO curRow
           MOVE 1 TO curCol
           PERFORM PaintFullScreen
           PERFORM UNTIL quit > 0
             PERFORM OneFullScreenMove
             IF moveCount >= checkpointEvery AND minesPending = 0 THEN
               PERFORM AutoCheckpoint
               MOVE 0 TO moveCount
             END-IF
             PERFORM GameStatus
           END-PERFORM
           PERFORM EndFullScreen
           PERFORM GetEndTime
           PERFORM LogGameEnd
           MOVE mlTime TO playWonAt
           PERFORM Celebrate
           .

      * Silently save progress to the player's checkpoint slot every
      * few moves, separate from their explicit save, so a crash or
      * an accidental quit can still be resumed from Load Game
       AutoCheckpoint.
           MOVE playerName TO saveFileOwner
           PERFORM BuildCheckpointFileName
           OPEN OUTPUT oldgame

           MOVE numRows TO dimRowsOut
           MOVE numCols TO dimColsOut
      *    a hint taken before the save stays with the game
           MOVE gameAssist TO dimAssistOut
           MOVE gameBoard TO dimBoardOut
           MOVE gameParm TO dimParmOut
           MOVE gameHit TO dimHitOut
           WRITE dimLine FROM tempDimLine END-WRITE

           MOVE 1 TO i
           MOVE 1 TO j
           PERFORM numRows TIMES
             PERFORM numCols TIMES
               MOVE mineField(i, j) TO lineVal1(j)
               ADD 1 TO j
             END-PERFORM
             WRITE line1 FROM tempLine END-WRITE
             MOVE 1 TO j
             ADD 1 TO i
           END-PERFORM

           MOVE 1 TO i
           MOVE 1 TO j
           PERFORM numRows TIMES
             PERFORM numCols TIMES
               MOVE visiField(i, j) TO lineVal1(j)
               ADD 1 TO j
             END-PERFORM
             WRITE line1 FROM tempLine END-WRITE
             MOVE 1 TO j
             ADD 1 TO i
           END-PERFORM

           CLOSE oldgame
           PERFORM BuildSaveFileName
           .

      * ---------------------------------------------------------------
      * Full-screen play: status line fixed at the top, a message
      * line under it, the board painted from line 4 down, and one
      * keystroke per action at the cursor's own square

      * One keystroke at the cursor: W/A/S/D steer it, R reveals,
      * F flags or unflags, H asks for a hint, V saves
       OneFullScreenMove.
           MOVE curRow TO echoRow
           COMPUTE screenLine = 3 + curRow
           COMPUTE screenCol = ( 4 * curCol ) + 3
           MOVE space TO playKey
           ACCEPT playKey AUTO NO BEEP
             LINE screenLine POSITION screenCol
           MOVE spaces TO gameMsg
           IF playKey = "W" OR playKey = "w" THEN
             IF curRow > 1 THEN
               SUBTRACT 1 FROM curRow
             END-IF
           ELSE IF playKey = "S" OR playKey = "s" THEN
               IF curRow < numRows THEN
                 ADD 1 TO curRow
               END-IF
             ELSE IF playKey = "A" OR playKey = "a" THEN
                 IF curCol > 1 THEN
                   SUBTRACT 1 FROM curCol
                 END-IF
               ELSE IF playKey = "D" OR playKey = "d" THEN
                   IF curCol < numCols THEN
                     ADD 1 TO curCol
                   END-IF
                 ELSE IF playKey = "R" OR playKey = "r" THEN
                     MOVE curRow TO coordX
                     MOVE curCol TO coordY
                     PERFORM Reveal
                     ADD 1 TO moveCount
                     PERFORM RefreshScreen
                   ELSE IF playKey = "F" OR playKey = "f" THEN
                       MOVE curRow TO coordX
                       MOVE curCol TO coordY
                       PERFORM ToggleFlag
                       ADD 1 TO moveCount
                       PERFORM RefreshScreen
                     ELSE IF playKey = "V" OR playKey = "v" THEN
      *                  an unmined board has nothing worth saving
                         IF minesPending = 1 THEN
                           MOVE "Reveal a square before saving."
      -                      TO gameMsg
                           PERFORM RefreshScreen
                         ELSE
                           PERFORM SaveGame
                           PERFORM PaintFullScreen
                         END-IF
                       ELSE IF playKey = "H" OR playKey = "h" THEN
      *                    a duel is judged and rated on the two
      *                    turns as played - no help on either
                           IF duelGame THEN
                             MOVE "No hints in a duel." TO gameMsg
                           ELSE
                             PERFORM GiveHint
                           END-IF
                           PERFORM RefreshScreen
                         END-IF
                       END-IF
                     END-IF
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF
      *    wipe the keystroke the ACCEPT echoed into the board
           MOVE echoRow TO i
           PERFORM DrawBoardRow
           .

       PaintFullScreen.
           DISPLAY " " LINE 1 POSITION 1 ERASE SCREEN
           PERFORM DrawStatusLine
           PERFORM DrawMsgLine
           PERFORM DrawBoardRow VARYING i FROM 1 BY 1 UNTIL i > numRows
           PERFORM DrawFooter
           COMPUTE screenLine = numRows + 5
           DISPLAY "W/A/S/D move   R reveal   F flag   H hint   V save"
             LINE screenLine POSITION 1
           .

      * Status and message lines redrawn in place after each action
       RefreshScreen.
           PERFORM DrawStatusLine
           PERFORM DrawMsgLine
           PERFORM DrawBoardRow VARYING i FROM 1 BY 1 UNTIL i > numRows
           .

       DrawStatusLine.
           PERFORM CountRevealed
           MOVE minesLeft TO minesLeftD
           MOVE spaces TO statusBuf
           STRING "Mines left: " DELIMITED BY SIZE
                  minesLeftD DELIMITED BY SIZE
                  "   Squares revealed: " DELIMITED BY SIZE
                  revealedCount DELIMITED BY SIZE
             INTO statusBuf
           DISPLAY statusBuf LINE 1 POSITION 1
           .

       DrawMsgLine.
           DISPLAY gameMsg LINE 2 POSITION 1
           .

       DrawBoardRow.
           COMPUTE screenLine = 3 + i
           COMPUTE rowBufLen = 4 * numCols
           DISPLAY i "|" visiRow(i) (1 : rowBufLen) " |"
             LINE screenLine POSITION 1
           .

       DrawFooter.
           COMPUTE screenLine = numRows + 4
           PERFORM VARYING j FROM 1 BY 1 UNTIL j > numCols
             COMPUTE screenCol = ( 4 * j ) + 1
             DISPLAY "|" j LINE screenLine POSITION screenCol
           END-PERFORM
           .

      * Park the cursor under the board so the end-of-game text does
      * not land in the middle of it
       EndFullScreen.
           COMPUTE screenLine = numRows + 6
           DISPLAY " " LINE screenLine POSITION 1
           .

      * ---------------------------------------------------------------
      * Revealing Fields

      * Reveal a square
       Reveal.
           MOVE "NOOP" TO mlOutcome
      *    capture the square acted on now - the flood fill below
      *    reuses coordX/coordY while it scans the board
           MOVE coordX TO mlRow
           MOVE coordY TO mlCol
           IF ( coordX > 0 AND <= numRows ) AND
      -       ( coordY > 0 AND <= numCols )
            IF flagged(coordX, coordY) THEN
              MOVE "That square is flagged. Unflag it first."
      -        TO gameMsg
              MOVE "BLOCKED" TO mlOutcome
            ELSE
      *      a New Game board is mined on this, the first reveal,
      *      with the square being revealed kept safe
             IF minesPending = 1 THEN
               PERFORM PlaceMinesSafely
             END-IF
             IF isEmpty(coordX, coordY) THEN
             MOVE mineField(coordX, coordY) TO visiField(coordX, coordY)
              IF isZero(coordX, coordY) THEN
                PERFORM CheckNext
              END-IF
              IF explode(coordX, coordY) THEN
                MOVE "MINE-HIT" TO mlOutcome
              ELSE
                MOVE "REVEALED" TO mlOutcome
              END-IF
             ELSE IF isZero(coordX, coordY)
      -             OR isNumbered(coordX, coordY) THEN
                 PERFORM Chord
                 IF chordHitMine = 1 THEN
                   MOVE "MINE-HIT" TO mlOutcome
                 ELSE
                   MOVE "CHORDED" TO mlOutcome
                 END-IF
               END-IF
             END-IF
            END-IF
           END-IF
           PERFORM LogMove
           .

      * Re-entering an already-revealed numbered square: if the
      * number of flagged neighbours matches the square's own number,
      * auto-reveal every remaining unflagged, still-hidden neighbour
       Chord.
           MOVE 0 TO flagCount
           MOVE 0 TO chordHitMine
           SUBTRACT 1 FROM coordX GIVING chordRow
           SUBTRACT 1 FROM coordY GIVING chordCol
           PERFORM UNTIL chordRow >= coordX + 2
             PERFORM UNTIL chordCol >= coordY + 2
               IF ( chordRow > 0 AND <= numRows ) AND
      -            ( chordCol > 0 AND <= numCols )
                 IF flagged(chordRow, chordCol) THEN
                   ADD 1 TO flagCount
                 END-IF
               END-IF
               ADD 1 TO chordCol
             END-PERFORM
             ADD 1 TO chordRow
             SUBTRACT 3 FROM chordCol
           END-PERFORM

           MOVE mineField(coordX, coordY) TO mineNum
           IF flagCount = mineNum THEN
             PERFORM ChordRevealArea
           END-IF
           .

      * Reveal every unflagged hidden neighbour of the chorded square,
      * flooding onward through CheckNext wherever one opens a zero
       ChordRevealArea.
           MOVE coordX TO origRow
           MOVE coordY TO origCol
           SUBTRACT 1 FROM origRow GIVING chordRow
           SUBTRACT 1 FROM origCol GIVING chordCol
           PERFORM UNTIL chordRow >= origRow + 2
             PERFORM UNTIL chordCol >= origCol + 2
               IF ( chordRow > 0 AND <= numRows ) AND
      -            ( chordCol > 0 AND <= numCols )
                 IF isEmpty(chordRow, chordCol) THEN
                   IF isMine(chordRow, chordCol) THEN
                     MOVE 1 TO chordHitMine
                   END-IF
                   MOVE chordRow TO coordX
                   MOVE chordCol TO coordY
                   MOVE mineField(chordRow, chordCol)
      -              TO visiField(chordRow, chordCol)
                   IF isZero(chordRow, chordCol) THEN
                     PERFORM CheckNext
                   END-IF
                 END-IF
               END-IF
               ADD 1 TO chordCol
             END-PERFORM
             ADD 1 TO chordRow
             SUBTRACT 3 FROM chordCol
           END-PERFORM
           MOVE origRow TO coordX
           MOVE origCol TO coordY
           .

      * Mark or unmark a square as a suspected mine
       ToggleFlag.
           MOVE "NOOP" TO mlOutcome
           MOVE coordX TO mlRow
           MOVE coordY TO mlCol
           IF ( coordX > 0 AND <= numRows ) AND
      -       ( coordY > 0 AND <= numCols )
            IF flagged(coordX, coordY) THEN
              MOVE " " TO visiField(coordX, coordY)
              ADD 1 TO minesLeft
              MOVE "UNFLAGGED" TO mlOutcome
            ELSE
             IF isEmpty(coordX, coordY) THEN
              IF minesLeft > 0 THEN
               MOVE "F" TO visiField(coordX, coordY)
               SUBTRACT 1 FROM minesLeft
               MOVE "FLAGGED" TO mlOutcome
              ELSE
               MOVE "No mines left to flag." TO gameMsg
              END-IF
             ELSE
               MOVE "That square is already revealed." TO gameMsg
             END-IF
            END-IF
           END-IF
           PERFORM LogMove
           .

      * Append one record to the move-by-move audit log, used by
      * Reveal and ToggleFlag for every coordinate entry a player
      * makes (not for saves, which are not a board move)
       LogMove.
           ACCEPT mlTime FROM TIME
           MOVE playerName TO mlPlayer
      *    the badge engine wants to know whether this session has
      *    been played clean
           IF mlOutcome = "MINE-HIT" THEN
             ADD 1 TO sessMineHits
           END-IF
           PERFORM AppendMoveLog
           .

      * Mark the start of a game on the log; the row/column fields
      * carry the board size so the replay viewer can rebuild it
       LogGameStart.
           ACCEPT mlTime FROM TIME
           MOVE playerName TO mlPlayer
           MOVE numRows TO mlRow
           MOVE numCols TO mlCol
           MOVE "GAME-START" TO mlOutcome
           PERFORM AppendMoveLog
           .

      * Mark the end of a game and how it came out
       LogGameEnd.
           ACCEPT mlTime FROM TIME
           MOVE playerName TO mlPlayer
           MOVE 0 TO mlRow
           MOVE 0 TO mlCol
           IF quit = 2 THEN
             MOVE "GAME-WON" TO mlOutcome
           ELSE
             MOVE "GAME-LOST" TO mlOutcome
           END-IF
           PERFORM AppendMoveLog
           .

       AppendMoveLog.
           MOVE "project/movelog.lck" TO lockFileName
           PERFORM AcquireLock
           OPEN EXTEND moveLog
           WRITE moveLogLine FROM moveLogRec
           CLOSE moveLog
           PERFORM ReleaseLock
           .
       
      * In case of 0 also reveal neighbouring squares
       CheckNext.
           PERFORM CheckBlastArea
           COMPUTE floodPasses = numRows + numCols
           PERFORM floodPasses TIMES
             PERFORM CheckAll VARYING i FROM 1 BY 1 UNTIL i > numRows
               AFTER j FROM 1 BY 1 UNTIL j > numCols
           END-PERFORM
           .

       CheckBlastArea.
           SUBTRACT 1 FROM coordX GIVING tempRow
           SUBTRACT 1 FROM coordY GIVING tempCol
           PERFORM UNTIL tempRow >= coordX + 2
             PERFORM UNTIL tempCol >= coordY + 2
               IF ( tempRow > 0 AND <= numRows ) AND
      -           ( tempCol > 0 AND <= numCols )
                 IF isEmpty(tempRow, tempCol) THEN
       MOVE mineField(tempRow, tempCol) TO visiField(tempRow, tempCol)
                 END-IF
               END-IF
               ADD 1 TO tempCol
             END-PERFORM
             ADD 1 TO tempRow
             SUBTRACT 3 FROM tempCol
           END-PERFORM
           .

       CheckAll.
           IF isZero(i, j) THEN
             MOVE i TO coordX
             MOVE j TO coordY
             PERFORM CheckBlastArea
           END-IF
           .

      * Reveal all squares
       RevealAll.
           PERFORM RevealAllLoop VARYING i FROM 1 BY 1 UNTIL i > numRows
             AFTER j FROM 1 BY 1 UNTIL j > numCols
           .
             
       RevealAllLoop.
           IF isEmpty(i, j) THEN
             MOVE mineField(i, j) TO visiField(i, j)
           END-IF
           .
       
      * ---------------------------------------------------------------
      * Load Game
       
       LoadGame.
           PERFORM ValidateOldGame
           IF NOT saveValid THEN
             DISPLAY "Error: saved game file is invalid or corrupted."
             DISPLAY "Returning to the menu."
           ELSE
             DISPLAY " LOADING "
             OPEN INPUT oldgame
      * First line carries the board size the game was saved with
             READ oldgame AT END SET eof1 TO TRUE END-READ
             MOVE dimRows TO numRows
             MOVE dimCols TO numCols
             MOVE dimAssist TO gameAssist
             MOVE dimBoard TO gameBoard
      *      a library puzzle saved before its file carried the kind
             IF puzzleGame THEN
               MOVE "P" TO gameBoard
             END-IF
      *      a resumed game stays under the rules it was started
      *      under; a library puzzle or an older save plays under
      *      the ones in force
             IF dimParm IS NUMERIC AND dimParm > 0 THEN
               MOVE dimParm TO gameParm
             ELSE
               MOVE parmVersion TO gameParm
             END-IF
      *      a slot played on to a mine hit and loaded again
             IF dimHit = "H" THEN
               MOVE "H" TO gameHit
             ELSE
               MOVE space TO gameHit
             END-IF
             MOVE saveFileName TO gameSlotName
      * Move the next numRows lines to mineField
      * Represents where the mines were
             MOVE 1 TO i
             MOVE 1 TO j
             PERFORM numRows TIMES
               READ oldgame AT END SET eof1 TO TRUE END-READ
               PERFORM numCols TIMES
                 MOVE oldValue(j) TO mineField(i, j)
                 ADD 1 TO j
               END-PERFORM
               MOVE 1 TO j
               ADD 1 TO i
             END-PERFORM
      * Move the Last numRows lines to the visible Field
      * Represents the players progress when he saved
             MOVE 1 TO i
             MOVE 1 TO j
             PERFORM numRows TIMES
               READ oldgame AT END SET eof1 TO TRUE END-READ
               PERFORM numCols TIMES
                 MOVE oldValue(j) TO visiField(i, j)
                 ADD 1 TO j
               END-PERFORM
               MOVE 1 TO j
               ADD 1 TO i
             END-PERFORM
             CLOSE oldgame
             PERFORM CountLoadedMines
             MOVE 0 TO quit
             MOVE 0 TO moveCount
             DISPLAY " GAME LOADED "
      * Game Loaded - Time to play :)
             PERFORM Play
           END-IF
           .

      * Derive totalMines/minesLeft from the board just loaded,
      * instead of trusting whatever difficulty the last New Game
      * happened to leave them at; the board size also decides which
      * difficulty table a win on this board is filed under
       CountLoadedMines.
           MOVE 0 TO loadMineCount
           MOVE 0 TO loadFlagCount
           PERFORM CountLoadedMinesCell VARYING i FROM 1 BY 1
             UNTIL i > numRows
             AFTER j FROM 1 BY 1 UNTIL j > numCols
           MOVE loadMineCount TO totalMines
           COMPUTE minesLeft = loadMineCount - loadFlagCount
           IF numRows <= parmRows(1) THEN
             MOVE 1 TO difficulty
           ELSE IF numRows <= parmRows(2) THEN
               MOVE 2 TO difficulty
             ELSE
               MOVE 3 TO difficulty
             END-IF
           END-IF
           .

       CountLoadedMinesCell.
           IF isMine(i, j) THEN
             ADD 1 TO loadMineCount
           END-IF
           IF flagged(i, j) THEN
             ADD 1 TO loadFlagCount
           END-IF
           .

      * Read the whole save file ahead of LoadGame trusting it:
      * confirm the dimension line gives a sane board size, that
      * there are exactly the right number of mine/visibility lines
      * for that size, and that every character on those lines is
      * one this program actually writes
       ValidateOldGame.
           MOVE 1 TO validOk
           MOVE 0 TO actualLines
           SET eof1 TO FALSE
           OPEN INPUT oldgame
           READ oldgame AT END SET eof1 TO TRUE END-READ
           IF eof1 THEN
             MOVE 0 TO validOk
           ELSE IF NOT ((dimRows > 0 AND <= 20) AND
      -                  (dimCols > 0 AND <= 20)) THEN
               MOVE 0 TO validOk
             ELSE
               COMPUTE expectedLines = (dimRows * 2) + 1
               MOVE 1 TO actualLines
               READ oldgame AT END SET eof1 TO TRUE END-READ
               PERFORM UNTIL eof1
                 ADD 1 TO actualLines
                 IF actualLines <= (dimRows + 1) THEN
                   PERFORM CheckMineChar VARYING checkCol FROM 1 BY 1
                     UNTIL checkCol > dimCols
                 ELSE
                   PERFORM CheckVisiChar VARYING checkCol FROM 1 BY 1
                     UNTIL checkCol > dimCols
                 END-IF
                 READ oldgame AT END SET eof1 TO TRUE END-READ
               END-PERFORM
               IF actualLines NOT = expectedLines THEN
                 MOVE 0 TO validOk
               END-IF
             END-IF
           END-IF
           CLOSE oldgame
           .

      * A mine-layout character must be a digit 0-8 or "M"
       CheckMineChar.
           IF NOT validMineChar(checkCol) THEN
             MOVE 0 TO validOk
           END-IF
           .

      * A visibility character must additionally allow blank or "F"
       CheckVisiChar.
           IF NOT validVisiChar(checkCol) THEN
             MOVE 0 TO validOk
           END-IF
           .

      * ---------------------------------------------------------------
      * Save Game

       SaveGame.
           DISPLAY " SAVING "
           MOVE playerName TO saveFileOwner
           PERFORM BuildSaveFileName
           OPEN OUTPUT oldgame

           MOVE numRows TO dimRowsOut
           MOVE numCols TO dimColsOut
      *    a hint taken before the save stays with the game
           MOVE gameAssist TO dimAssistOut
           MOVE gameBoard TO dimBoardOut
           MOVE gameParm TO dimParmOut
           MOVE gameHit TO dimHitOut
           WRITE dimLine FROM tempDimLine END-WRITE

           MOVE 1 TO i
           MOVE 1 TO j
           PERFORM numRows TIMES
             PERFORM numCols TIMES
               MOVE mineField(i, j) TO lineVal1(j)
               ADD 1 TO j
             END-PERFORM
             WRITE line1 FROM tempLine END-WRITE
             MOVE 1 TO j
             ADD 1 TO i
           END-PERFORM

           MOVE 1 TO i
           MOVE 1 TO j
           PERFORM numRows TIMES
             PERFORM numCols TIMES
               MOVE visiField(i, j) TO lineVal1(j)
               ADD 1 TO j
             END-PERFORM
             WRITE line1 FROM tempLine END-WRITE
             MOVE 1 TO j
             ADD 1 TO i
           END-PERFORM

           CLOSE oldgame
           PERFORM AppendSaveIndex

           DISPLAY " GAME SAVED "
           .

      * ---------------------------------------------------------------
      * Replay viewer: walk back through a player's logged game one
      * move at a time, redrawing the board after each move, so a
      * disputed loss can be settled from the audit log itself

       ReplayMenu.
           PERFORM ListReplayPlayers
           IF replayCount = 0 THEN
             DISPLAY "No moves on the log yet."
           ELSE
             DISPLAY "Players on the move log:"
             PERFORM DispReplayPlayer VARYING i FROM 1 BY 1
               UNTIL i > replayCount
             MOVE 0 TO replayChoice
             PERFORM UNTIL replayChoice > 0 AND <= replayCount
               DISPLAY "Enter the number of the player : "
               ACCEPT replayChoice NO BEEP
             END-PERFORM
             MOVE replayOwner(replayChoice) TO replayPlayer
             PERFORM ListReplayGames
             IF gameCount = 0 THEN
               DISPLAY "No games logged for " replayPlayer
             ELSE
               MOVE 0 TO gameChoice
               PERFORM UNTIL gameChoice > 0 AND <= gameCount
                 DISPLAY "Enter the number of the game : "
                 ACCEPT gameChoice NO BEEP
               END-PERFORM
               PERFORM ReplayGame
             END-IF
           END-IF
           .

       DispReplayPlayer.
           DISPLAY i " - " replayOwner(i)
           .

      * Load the distinct set of players appearing on the move log
       ListReplayPlayers.
           MOVE 0 TO replayCount
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > 20
             MOVE spaces TO replayOwner(i)
           END-PERFORM
           SET eofLog TO FALSE
           OPEN INPUT moveLog
           READ moveLog AT END SET eofLog TO TRUE END-READ
           PERFORM UNTIL eofLog
             PERFORM CheckReplaySeen
             READ moveLog AT END SET eofLog TO TRUE END-READ
           END-PERFORM
           CLOSE moveLog
           .

      * Add logPlayer to replayList unless it is already on it
       CheckReplaySeen.
           MOVE 0 TO idxFound
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > replayCount
             IF replayOwner(i) = logPlayer THEN
               MOVE 1 TO idxFound
             END-IF
           END-PERFORM
           IF NOT idxAlreadySeen AND replayCount < 20 THEN
             ADD 1 TO replayCount
             MOVE logPlayer TO replayOwner(replayCount)
           END-IF
           .

      * Number and list the chosen player's games on the log
       ListReplayGames.
           MOVE 0 TO gameCount
           SET eofLog TO FALSE
           OPEN INPUT moveLog
           READ moveLog AT END SET eofLog TO TRUE END-READ
           PERFORM UNTIL eofLog
             IF ( logPlayer = replayPlayer ) AND
      -         ( logOutcome = "GAME-START" ) AND ( gameCount < 99 )
               ADD 1 TO gameCount
               DISPLAY gameCount " - started at " logTime
      -                " on a " logRow "x" logCol " board"
             END-IF
             READ moveLog AT END SET eofLog TO TRUE END-READ
           END-PERFORM
           CLOSE moveLog
           .

      * Step through the chosen game move by move
       ReplayGame.
           MOVE 0 TO curGame
           MOVE 0 TO replayMoveNum
           MOVE 0 TO replayDone
           SET eofLog TO FALSE
           OPEN INPUT moveLog
           READ moveLog AT END SET eofLog TO TRUE END-READ
           PERFORM UNTIL eofLog OR replayDone = 1
             IF logPlayer = replayPlayer THEN
               PERFORM ReplayRecord
             END-IF
             READ moveLog AT END SET eofLog TO TRUE END-READ
           END-PERFORM
           CLOSE moveLog
           .

      * React to one of the chosen player's log records: count off
      * games until the chosen one, then apply its moves
       ReplayRecord.
           IF logOutcome = "GAME-START" THEN
             IF curGame = gameChoice THEN
               MOVE 1 TO replayDone
             ELSE
               ADD 1 TO curGame
               IF curGame = gameChoice THEN
                 PERFORM StartReplayBoard
               END-IF
             END-IF
           ELSE IF curGame = gameChoice THEN
               IF logOutcome = "GAME-WON" OR logOutcome = "GAME-LOST"
                 DISPLAY "End of game: " logOutcome
                 MOVE 1 TO replayDone
               ELSE
                 PERFORM ApplyReplayMove
               END-IF
             END-IF
           END-IF
           .

      * Blank a board of the size the GAME-START record carries;
      * a size the board tables cannot hold means a damaged record
       StartReplayBoard.
           IF ( logRow > 0 AND <= 20 ) AND ( logCol > 0 AND <= 20 )
             MOVE logRow TO numRows
             MOVE logCol TO numCols
             PERFORM ResetField VARYING i FROM 1 BY 1 UNTIL i > numRows
               AFTER j FROM 1 BY 1 UNTIL j > numCols
             DISPLAY "Replaying game " gameChoice " of " replayPlayer
             DISPLAY "R revealed  C chorded  F flagged  M mine hit"
           ELSE
             DISPLAY "Error: this game's log record is damaged."
             MOVE 1 TO replayDone
           END-IF
           .

      * Mark one logged move on the replay board and redraw it
       ApplyReplayMove.
           ADD 1 TO replayMoveNum
           IF ( logRow > 0 AND <= numRows ) AND
      -       ( logCol > 0 AND <= numCols )
             IF logOutcome = "REVEALED" THEN
               MOVE "R" TO visiField(logRow, logCol)
             ELSE IF logOutcome = "CHORDED" THEN
                 MOVE "C" TO visiField(logRow, logCol)
               ELSE IF logOutcome = "MINE-HIT" THEN
                   MOVE "M" TO visiField(logRow, logCol)
                 ELSE IF logOutcome = "FLAGGED" THEN
                     MOVE "F" TO visiField(logRow, logCol)
                   ELSE IF logOutcome = "UNFLAGGED" THEN
                       MOVE " " TO visiField(logRow, logCol)
                     END-IF
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF
           DISPLAY "Move " replayMoveNum " at " logTime " : row "
      -            logRow " col " logCol " - " logOutcome
           PERFORM DispReplayBoard
           DISPLAY "ENTER to continue, Q to stop : "
           ACCEPT replayKey
           IF replayKey = "Q" OR replayKey = "q" THEN
             MOVE 1 TO replayDone
           END-IF
           .

      * Same layout as DispMineField, without the live status line
       DispReplayBoard.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > numRows
             DISPLAY i "|" WITH NO ADVANCING
             PERFORM VARYING j FROM 1 BY 1 UNTIL j > numCols
               DISPLAY visiCol(i, j) WITH NO ADVANCING
             END-PERFORM
             DISPLAY " |"
           END-PERFORM
           PERFORM DispColumnHeader
           .

      * ---------------------------------------------------------------
      * End-of-day processing for the nightly tidy-up window: the
      * current move log is closed out into a dated archive, a fresh
      * log is started, and each player's day is totalled from the
      * outcome field into a daily summary report

       EndOfDay.
           ACCEPT curDate FROM DATE YYYYMMDD
           PERFORM BuildEodNames
           PERFORM CountMoveArch
           MOVE archCount TO eodBase
           PERFORM RollOverMoveLog
           .

      * Point archFileName and sumFileName at curDate's archive and
      * summary report
       BuildEodNames.
           MOVE spaces TO archFileName
           STRING "project/movelog_" DELIMITED BY SIZE
                  curDate DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
             INTO archFileName
           MOVE spaces TO sumFileName
           STRING "project/daysum_" DELIMITED BY SIZE
                  curDate DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
             INTO sumFileName
           .

      * Roll the live log into curDate's archive on top of the eodBase
      * records the archive held before this rollover began. The day
      * is totalled off the archive records past eodBase rather than
      * off the live log, so a rollover that died part-way is finished
      * by running it again with the same base: a part-copied archive
      * is cut back to the base first, and once the log has been
      * emptied the rolled records are simply found in the archive.
       RollOverMoveLog.
           MOVE "project/tally_eod.wrk" TO tallyFileName

      *    the whole rollover happens under the movelog lock so a
      *    move logged mid-rollover cannot fall between the files
           MOVE "project/movelog.lck" TO lockFileName
           PERFORM AcquireLock
           PERFORM CountMoveArch
           IF archCount > eodBase THEN
             PERFORM CheckArchTail
             IF tailMatch = 1 THEN
               PERFORM TrimMoveArch
             END-IF
           END-IF
           SET eofLog TO FALSE
           OPEN INPUT moveLog
           OPEN EXTEND moveArch
           READ moveLog AT END SET eofLog TO TRUE END-READ
           PERFORM UNTIL eofLog
             WRITE archLine FROM moveLogLine END-WRITE
             READ moveLog AT END SET eofLog TO TRUE END-READ
           END-PERFORM
           CLOSE moveArch
           CLOSE moveLog

      *    start the next day's log fresh
           OPEN OUTPUT moveLog
           CLOSE moveLog

           PERFORM StartTally
           MOVE 0 TO archCount
           MOVE 0 TO eodRolled
           SET eofArch TO FALSE
           OPEN INPUT moveArch
           READ moveArch AT END SET eofArch TO TRUE END-READ
           PERFORM UNTIL eofArch
             ADD 1 TO archCount
             IF archCount > eodBase THEN
               ADD 1 TO eodRolled
               MOVE archLine TO moveLogLine
               PERFORM TallyMoveRecord
             END-IF
             READ moveArch AT END SET eofArch TO TRUE END-READ
           END-PERFORM
           CLOSE moveArch

      *    register the archive date (once) so the reconciliation
      *    run can find every dated log without guessing filenames
           MOVE 0 TO idxFound
           SET eofADates TO FALSE
           OPEN INPUT archDates
           READ archDates AT END SET eofADates TO TRUE END-READ
           PERFORM UNTIL eofADates
             IF adDate = curDate THEN
               MOVE 1 TO idxFound
             END-IF
             READ archDates AT END SET eofADates TO TRUE END-READ
           END-PERFORM
           CLOSE archDates
           IF NOT idxAlreadySeen THEN
             OPEN EXTEND archDates
             MOVE curDate TO adDate
             WRITE archDateLine END-WRITE
             CLOSE archDates
           END-IF
           PERFORM ReleaseLock

           PERFORM WriteDaySummary
           DISPLAY "Move log rolled over to " archFileName
           .

      * How many records curDate's archive holds
       CountMoveArch.
           MOVE 0 TO archCount
           SET eofArch TO FALSE
           OPEN INPUT moveArch
           READ moveArch AT END SET eofArch TO TRUE END-READ
           PERFORM UNTIL eofArch
             ADD 1 TO archCount
             READ moveArch AT END SET eofArch TO TRUE END-READ
           END-PERFORM
           CLOSE moveArch
           .

      * tailMatch is 1 when the archive records past eodBase are the
      * opening records of the live log - a copy that died part-way.
      * Anything else means the copy finished and the log was emptied
      * (and may have taken new moves since), so nothing is cut.
       CheckArchTail.
           MOVE 1 TO tailMatch
           MOVE 0 TO archCount
           SET eofArch TO FALSE
           SET eofLog TO FALSE
           OPEN INPUT moveArch
           OPEN INPUT moveLog
           READ moveArch AT END SET eofArch TO TRUE END-READ
           PERFORM UNTIL eofArch OR tailMatch = 0
             ADD 1 TO archCount
             IF archCount > eodBase THEN
               READ moveLog AT END SET eofLog TO TRUE END-READ
               IF eofLog THEN
                 MOVE 0 TO tailMatch
               ELSE IF archLine NOT = moveLogLine THEN
                   MOVE 0 TO tailMatch
                 END-IF
               END-IF
             END-IF
             READ moveArch AT END SET eofArch TO TRUE END-READ
           END-PERFORM
           CLOSE moveLog
           CLOSE moveArch
           .

      * Cut curDate's archive back to its first eodBase records
       TrimMoveArch.
           MOVE "project/movelog.wrk" TO workFileName
           MOVE 0 TO archCount
           SET eofArch TO FALSE
           OPEN INPUT moveArch
           OPEN OUTPUT workFile
           READ moveArch AT END SET eofArch TO TRUE END-READ
           PERFORM UNTIL eofArch
             ADD 1 TO archCount
             IF archCount <= eodBase THEN
               WRITE workLine FROM archLine END-WRITE
             END-IF
             READ moveArch AT END SET eofArch TO TRUE END-READ
           END-PERFORM
           CLOSE workFile
           CLOSE moveArch
           SET eofWork TO FALSE
           OPEN INPUT workFile
           OPEN OUTPUT moveArch
           READ workFile AT END SET eofWork TO TRUE END-READ
           PERFORM UNTIL eofWork
             WRITE archLine FROM workLine END-WRITE
             READ workFile AT END SET eofWork TO TRUE END-READ
           END-PERFORM
           CLOSE moveArch
           CLOSE workFile
           DELETE FILE workFile
           DISPLAY "Part-written archive " archFileName
      -            " cut back to " eodBase " records"
           .

      * Add one log record to its player's totals on the tally - moves,
      * reveals, flags on, flags off, chords and mine hits in columns
      * 1 to 6; the GAME-START / GAME-WON / GAME-LOST markers and the
      * HINT / HINT-GUESS records are not moves and are not counted
       TallyMoveRecord.
           IF logOutcome = "GAME-START" OR logOutcome = "GAME-WON"
      -       OR logOutcome = "GAME-LOST" OR logOutcome = "HINT"
      -       OR logOutcome = "HINT-GUESS"
             CONTINUE
           ELSE
             MOVE logPlayer TO taKey
             MOVE 1 TO taCount(1)
             IF logOutcome = "REVEALED" THEN
               MOVE 1 TO taCount(2)
             ELSE IF logOutcome = "FLAGGED" THEN
                 MOVE 1 TO taCount(3)
               ELSE IF logOutcome = "UNFLAGGED" THEN
                   MOVE 1 TO taCount(4)
                 ELSE IF logOutcome = "CHORDED" THEN
                     MOVE 1 TO taCount(5)
                   ELSE IF logOutcome = "MINE-HIT" THEN
                       MOVE 1 TO taCount(6)
                     END-IF
                   END-IF
                 END-IF
               END-IF
             END-IF
             PERFORM TallyPost
           END-IF
           .

      * Take one player's totals off the tally record into daySumRow
       LoadDaySumRow.
           MOVE tyKey TO dsPlayer
           MOVE tyCount(1) TO dsMoves
           MOVE tyCount(2) TO dsReveals
           MOVE tyCount(3) TO dsFlagsOn
           MOVE tyCount(4) TO dsFlagsOff
           MOVE tyCount(5) TO dsChords
           MOVE tyCount(6) TO dsMineHits
           .

      * Write the per-player totals to the dated report and show them,
      * reading the tally back in alias order
       WriteDaySummary.
           DISPLAY "==== Daily summary for " curDate " ===="
           MOVE 0 TO sumCount
           PERFORM RewindTally
           OPEN OUTPUT daySummary
           READ tallyFile NEXT RECORD
             AT END SET eofTally TO TRUE
           END-READ
           PERFORM UNTIL eofTally
             PERFORM LoadDaySumRow
             ADD 1 TO sumCount
             PERFORM WriteDaySumLine
             READ tallyFile NEXT RECORD
               AT END SET eofTally TO TRUE
             END-READ
           END-PERFORM
           CLOSE daySummary
           PERFORM EndTally
           IF sumCount = 0 THEN
             DISPLAY "No moves were logged today."
           END-IF
           .

       WriteDaySumLine.
           MOVE spaces TO sumLine
           MOVE dsPlayer TO sumPlayer
           MOVE dsMoves TO sumMoves
           MOVE dsReveals TO sumReveals
           MOVE dsFlagsOn TO sumFlagsOn
           MOVE dsFlagsOff TO sumFlagsOff
           MOVE dsChords TO sumChords
           MOVE dsMineHits TO sumMineHits
           WRITE sumLine END-WRITE
           DISPLAY dsPlayer " moves " dsMoves
      -            " reveals " dsReveals
      -            " flags on " dsFlagsOn
      -            " off " dsFlagsOff
      -            " chords " dsChords
      -            " mine hits " dsMineHits
           .

      * ---------------------------------------------------------------
      * Reconciliation: the stats ledger, the history archive, the
      * GAME-WON markers on the move logs, and scores.txt all record
      * the same games independently - this run counts each source
      * per player and writes a dated exceptions report for anything
      * that does not tie out, so a disputed win count can be traced
      * to the file that is wrong

       Reconcile.
           ACCEPT curDate FROM DATE YYYYMMDD
           PERFORM RunReconcile
           .

      * The reconciliation itself, reported under curDate
       RunReconcile.
           MOVE spaces TO reconFileName
           STRING "project/recon_" DELIMITED BY SIZE
                  curDate DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
             INTO reconFileName

           MOVE 0 TO rcCount
           MOVE "project/tally_rec.wrk" TO tallyFileName
           PERFORM StartTally

      *    the move logs keep the alias a game was played under;
      *    count it to the alias the player holds now
           PERFORM LoadAliasReg

           PERFORM ReconLedger
      *    days the retention run has retired are counted off what
      *    it carried forward, not looked for on the register
           PERFORM LoadRetired
           PERFORM ReconHistory
           PERFORM ReconMoveLogs

           MOVE 0 TO exceptCount
           OPEN OUTPUT reconFile
           MOVE spaces TO reconBuf
           STRING "Reconciliation run of " DELIMITED BY SIZE
                  curDate DELIMITED BY SIZE
             INTO reconBuf
           WRITE reconLine FROM reconBuf END-WRITE
      *    a quarantined ledger is itself the finding - name it on
      *    the report rather than comparing against empty tables
           IF statsSealBad = 1 THEN
             MOVE "players.dat failed its integrity seal" TO reconBuf
             PERFORM WriteReconLine
           END-IF
           PERFORM RewindTally
           READ tallyFile NEXT RECORD
             AT END SET eofTally TO TRUE
           END-READ
           PERFORM UNTIL eofTally
             PERFORM LoadReconRow
             ADD 1 TO rcCount
             PERFORM ReconCompare
             READ tallyFile NEXT RECORD
               AT END SET eofTally TO TRUE
             END-READ
           END-PERFORM
           PERFORM ReconScores
           PERFORM EndTally
           PERFORM DropAliasMap
           IF exceptCount = 0 THEN
             MOVE "ALL FILES TIE OUT." TO reconBuf
             WRITE reconLine FROM reconBuf END-WRITE
             DISPLAY "All files tie out."
           END-IF
           CLOSE reconFile
           DISPLAY "Exceptions found : " exceptCount
           DISPLAY "Report written to " reconFileName
           .

      * Put each ledger record's counts on the tally - played and won
      * in columns 1 and 2, and what the interchange imported in 9 to
      * 13 - unless the ledger is quarantined, when they stay zero
       ReconLedger.
           PERFORM VerifyMaster
           IF statsSealBad = 0 THEN
             SET eofMaster TO FALSE
             OPEN INPUT playerMaster
             READ playerMaster NEXT RECORD
               AT END SET eofMaster TO TRUE
             END-READ
             PERFORM UNTIL eofMaster
               IF pcKey NOT = "#CHK" AND
      -           ( pmPlayed > 0 OR pmWon > 0 )
                 MOVE pmAlias TO taKey
                 MOVE pmPlayed TO taCount(1)
                 MOVE pmWon TO taCount(2)
                 MOVE pmImpPlayed TO taCount(9)
                 MOVE pmImpWon TO taCount(10)
                 PERFORM VARYING diffIdx FROM 1 BY 1 UNTIL diffIdx > 3
                   COMPUTE tyIdx = 10 + diffIdx
                   MOVE pmImpDiffWon(diffIdx) TO taCount(tyIdx)
                 END-PERFORM
                 PERFORM TallyPost
               END-IF
               READ playerMaster NEXT RECORD
                 AT END SET eofMaster TO TRUE
               END-READ
             END-PERFORM
             CLOSE playerMaster
           END-IF
           .

      * One player's counts off the tally record into reconRow
       LoadReconRow.
           MOVE tyKey TO rcPlayer
           MOVE tyCount(1) TO rcLedPlayed
           MOVE tyCount(2) TO rcLedWon
           MOVE tyCount(3) TO rcHistPlayed
           MOVE tyCount(4) TO rcHistWon
           MOVE tyCount(8) TO rcLogWon
           MOVE tyCount(9) TO rcImpPlayed
           MOVE tyCount(10) TO rcImpWon
           PERFORM VARYING diffIdx FROM 1 BY 1 UNTIL diffIdx > 3
             COMPUTE tyIdx = 4 + diffIdx
             MOVE tyCount(tyIdx) TO rcHistDiffWon(diffIdx)
             COMPUTE tyIdx = 10 + diffIdx
             MOVE tyCount(tyIdx) TO rcImpDiffWon(diffIdx)
           END-PERFORM
           .

      * Count every archived game and win per player off
      * history.txt and the yearly history archives, noting the
      * distinct dates seen along the way
       ReconHistory.
           MOVE "project/dates_rec.wrk" TO rankFileName
           OPEN OUTPUT rankFile
           CLOSE rankFile
           OPEN I-O rankFile
           SET eofHist TO FALSE
           OPEN INPUT historyFile
           READ historyFile AT END SET eofHist TO TRUE END-READ
           PERFORM UNTIL eofHist
             PERFORM ReconHistGame
             PERFORM SkipHistoryGrids
             READ historyFile AT END SET eofHist TO TRUE END-READ
           END-PERFORM
           CLOSE historyFile
           PERFORM LoadHistYears
           PERFORM ReconHistYear VARYING hyIdx FROM 1 BY 1
             UNTIL hyIdx > hyCount
           .

      * The header record is current: count the game to its player
      * (under the alias the player holds now)
       ReconHistGame.
           IF histDate >= retResume THEN
             PERFORM NoteHistDate
           END-IF
           MOVE histPlayer TO rcKey
           PERFORM MapAliasKey
           MOVE rcKey TO taKey
           MOVE 1 TO taCount(3)
           IF histOutcome = "WIN" THEN
             MOVE 1 TO taCount(4)
             IF histDiff > 0 AND < 4 THEN
               COMPUTE tyIdx = 4 + histDiff
               MOVE 1 TO taCount(tyIdx)
             END-IF
           END-IF
           PERFORM TallyPost
           .

      * Count one year's history archive the same way
       ReconHistYear.
           MOVE hyEntry(hyIdx) TO histYear
           PERFORM BuildHistArchName
           SET eofHArch TO FALSE
           OPEN INPUT histArch
           READ histArch AT END SET eofHArch TO TRUE END-READ
           PERFORM UNTIL eofHArch
             MOVE histArchLine TO histHeader
             PERFORM ReconHistGame
             READ histArch AT END SET eofHArch TO TRUE END-READ
             IF NOT eofHArch THEN
               MOVE histArchLine TO histDimLine
               COMPUTE skipLines = histRows * 2
               PERFORM skipLines TIMES
                 IF NOT eofHArch THEN
                   READ histArch AT END SET eofHArch TO TRUE END-READ
                 END-IF
               END-PERFORM
               READ histArch AT END SET eofHArch TO TRUE END-READ
             END-IF
           END-PERFORM
           CLOSE histArch
           .

      * Add histDate to the set of dates history has seen (flag "H")
      * unless it is there already
       NoteHistDate.
           MOVE spaces TO rankRec
           MOVE histDate TO rdDate
           READ rankFile
             INVALID KEY
               MOVE spaces TO rankRec
               MOVE histDate TO rdDate
               MOVE "H" TO rkFlag
               MOVE 0 TO rkCount
               WRITE rankRec END-WRITE
             NOT INVALID KEY
               CONTINUE
           END-READ
           .

      * Count the GAME-WON markers per player across the live move
      * log and every dated archive on the register; archives that
      * predate the register are found by backfilling it from the
      * dates history.txt has seen
       ReconMoveLogs.
           SET eofLog TO FALSE
           OPEN INPUT moveLog
           READ moveLog AT END SET eofLog TO TRUE END-READ
           PERFORM UNTIL eofLog
             IF logOutcome = "GAME-WON" THEN
               MOVE logPlayer TO rcKey
               PERFORM PostLogWon
             END-IF
             READ moveLog AT END SET eofLog TO TRUE END-READ
           END-PERFORM
           CLOSE moveLog

      *    mark each registered date on the date set - "R" when only
      *    the register has it, "B" when history has it as well
           SET eofADates TO FALSE
           OPEN INPUT archDates
           READ archDates AT END SET eofADates TO TRUE END-READ
           PERFORM UNTIL eofADates
             MOVE spaces TO rankRec
             MOVE adDate TO rdDate
             READ rankFile
               INVALID KEY
                 MOVE spaces TO rankRec
                 MOVE adDate TO rdDate
                 MOVE "R" TO rkFlag
                 MOVE 0 TO rkCount
                 WRITE rankRec END-WRITE
               NOT INVALID KEY
                 IF rkFlag = "H" THEN
                   MOVE "B" TO rkFlag
                   REWRITE rankRec END-REWRITE
                 END-IF
             END-READ
             READ archDates AT END SET eofADates TO TRUE END-READ
           END-PERFORM
           CLOSE archDates
           CLOSE rankFile

           PERFORM BackfillArchDates
           SET eofRank TO FALSE
           OPEN INPUT rankFile
           READ rankFile NEXT RECORD
             AT END SET eofRank TO TRUE
           END-READ
           PERFORM UNTIL eofRank
             PERFORM TallyArchWon
             READ rankFile NEXT RECORD
               AT END SET eofRank TO TRUE
             END-READ
           END-PERFORM
           CLOSE rankFile
           DELETE FILE rankFile

      *    and what the retention run carried forward off the logs
      *    it retired
           SET eofRetired TO FALSE
           OPEN INPUT retiredFile
           READ retiredFile AT END SET eofRetired TO TRUE END-READ
           PERFORM UNTIL eofRetired
             IF rtTag NOT = "#CTL" THEN
               MOVE rtPlayer TO rcKey
               PERFORM MapAliasKey
               MOVE rcKey TO taKey
               MOVE rtWon TO taCount(8)
               PERFORM TallyPost
             END-IF
             READ retiredFile AT END SET eofRetired TO TRUE END-READ
           END-PERFORM
           CLOSE retiredFile
           .

      * One GAME-WON marker onto rcKey's current alias, column 8
       PostLogWon.
           PERFORM MapAliasKey
           MOVE rcKey TO taKey
           MOVE 1 TO taCount(8)
           PERFORM TallyPost
           .

      * Put every history date missing from the register on it -
      * each active date had an end-of-day archive, and probing a
      * date whose archive never existed just reads an empty file.
      * The additions are written back so the backfill happens once.
       BackfillArchDates.
           MOVE "project/movelog.lck" TO lockFileName
           PERFORM AcquireLock
           SET eofRank TO FALSE
           OPEN INPUT rankFile
           OPEN EXTEND archDates
           READ rankFile NEXT RECORD
             AT END SET eofRank TO TRUE
           END-READ
           PERFORM UNTIL eofRank
             IF rkFlag = "H" THEN
               MOVE rdDate TO adDate
               WRITE archDateLine END-WRITE
             END-IF
             READ rankFile NEXT RECORD
               AT END SET eofRank TO TRUE
             END-READ
           END-PERFORM
           CLOSE archDates
           CLOSE rankFile
           PERFORM ReleaseLock
           .

      * Count the GAME-WON markers of the archive for the date set's
      * current date
       TallyArchWon.
           MOVE spaces TO archFileName
           STRING "project/movelog_" DELIMITED BY SIZE
                  rdDate DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
             INTO archFileName
           SET eofArch TO FALSE
           OPEN INPUT moveArch
           READ moveArch AT END SET eofArch TO TRUE END-READ
           PERFORM UNTIL eofArch
             IF archOutcome = "GAME-WON" THEN
               MOVE archPlayer TO rcKey
               PERFORM PostLogWon
             END-IF
             READ moveArch AT END SET eofArch TO TRUE END-READ
           END-PERFORM
           CLOSE moveArch
           .

      * Compare one player's counts across the sources; the ledger
      * side is taken net of anything the interchange imported,
      * since those games live in another site's history and logs
       ReconCompare.
      *    with the ledger quarantined its counts are all zero -
      *    the seal exception already names the real problem, so
      *    the ledger comparisons sit this run out
           IF statsSealBad = 0 THEN
             COMPUTE netPlayed = rcLedPlayed - rcImpPlayed
             COMPUTE netWon = rcLedWon - rcImpWon
             IF netPlayed NOT = rcHistPlayed THEN
               MOVE netPlayed TO netPlayedD
               MOVE spaces TO reconBuf
               STRING rcPlayer DELIMITED BY SIZE
                      " played: ledger net of imports " DELIMITED BY
                      SIZE
                      netPlayedD DELIMITED BY SIZE
                      " history " DELIMITED BY SIZE
                      rcHistPlayed DELIMITED BY SIZE
                 INTO reconBuf
               PERFORM WriteReconLine
             END-IF
             IF netWon NOT = rcHistWon THEN
               MOVE netWon TO netWonD
               MOVE spaces TO reconBuf
               STRING rcPlayer DELIMITED BY SIZE
                      " won: ledger net of imports " DELIMITED BY
                      SIZE
                      netWonD DELIMITED BY SIZE
                      " history " DELIMITED BY SIZE
                      rcHistWon DELIMITED BY SIZE
                 INTO reconBuf
               PERFORM WriteReconLine
             END-IF
           END-IF
           IF rcLogWon NOT = rcHistWon THEN
             MOVE spaces TO reconBuf
             STRING rcPlayer DELIMITED BY SIZE
                    " won: move logs " DELIMITED BY SIZE
                    rcLogWon DELIMITED BY SIZE
                    " history " DELIMITED BY SIZE
                    rcHistWon DELIMITED BY SIZE
               INTO reconBuf
             PERFORM WriteReconLine
           END-IF
           .

      * Every scores.txt entry must trace to a won game - on this
      * site's history, or on the ledger's imported amounts when the
      * score arrived by interchange merge
       ReconScores.
           PERFORM LoadScores
      *    a quarantined scores file reads as empty, which would
      *    pass the trace untested - put the seal failure itself on
      *    the report
           IF scoreSealBad = 1 THEN
             MOVE "scores.txt failed its integrity seal" TO reconBuf
             PERFORM WriteReconLine
           END-IF
           PERFORM VARYING diffIdx FROM 1 BY 1 UNTIL diffIdx > 3
             PERFORM VARYING j FROM 1 BY 1 UNTIL j > 5
               IF pScore(diffIdx, j) NOT = 999999 THEN
                 MOVE player(diffIdx, j) TO rcKey
                 MOVE rcKey TO tyKey
                 READ tallyFile
                   INVALID KEY
                     MOVE 0 TO rcHistDiffWon(diffIdx)
                     MOVE 0 TO rcImpDiffWon(diffIdx)
                   NOT INVALID KEY
                     PERFORM LoadReconRow
                 END-READ
                 IF rcHistDiffWon(diffIdx) = 0 AND
      -            ( rcImpDiffWon(diffIdx) = 0 )
                   MOVE spaces TO reconBuf
                   STRING rcKey DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          diffName(diffIdx) DELIMITED BY SPACE
                          " score has no WIN on history"
      -                    DELIMITED BY SIZE
                     INTO reconBuf
                   PERFORM WriteReconLine
                 END-IF
               END-IF
             END-PERFORM
           END-PERFORM
           .

       WriteReconLine.
           ADD 1 TO exceptCount
           WRITE reconLine FROM reconBuf END-WRITE
           DISPLAY "EXCEPTION: " reconBuf
           .

      * ---------------------------------------------------------------
      * Month-end report: sweep every dated daysum and move-log
      * archive of one month into a single paged, printable report -
      * per-player monthly totals in the daysum layout, day-by-day
      * activity and win/loss trend, busiest day and grand totals

       MonthEndReport.
           ACCEPT curDate FROM DATE YYYYMMDD
           DIVIDE curDate BY 100 GIVING repMonth
             REMAINDER repDay
           MOVE 0 TO monthEntry
           DISPLAY "Month to report (YYYYMM, 0 = " repMonth ") : "
           ACCEPT monthEntry NO BEEP
           IF monthEntry > 0 THEN
             MOVE monthEntry TO repMonth
           END-IF
      *    a month the retention run has started on cannot be swept
      *    again - the report already on file is the one that stands
           PERFORM LoadRetired
           IF retResume > ( repMonth * 100 ) + 1 THEN
             DISPLAY "Archives before " retResume " have been retired."
             DISPLAY "The report on file for " repMonth " stands."
           ELSE
             PERFORM BuildMonthReport
           END-IF
           .

      * Sweep repMonth's archives and write its report
       BuildMonthReport.
           MOVE 0 TO repLinesOut
           MOVE 0 TO sumCount
           MOVE "project/tally_mon.wrk" TO tallyFileName
           PERFORM StartTally
           PERFORM VARYING repDay FROM 1 BY 1 UNTIL repDay > 31
             MOVE 0 TO mdPresent(repDay)
             MOVE 0 TO mdMoves(repDay)
             MOVE 0 TO mdWon(repDay)
             MOVE 0 TO mdLost(repDay)
           END-PERFORM
           MOVE 0 TO gtMoves
           MOVE 0 TO gtWon
           MOVE 0 TO gtLost

           PERFORM SweepMonthDay VARYING repDay FROM 1 BY 1
             UNTIL repDay > 31

           MOVE spaces TO repFileName
           STRING "project/monthrep_" DELIMITED BY SIZE
                  repMonth DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
             INTO repFileName
           OPEN OUTPUT monthRep
           MOVE 0 TO repPageNum
           PERFORM WriteRepHead

           MOVE "PER-PLAYER TOTALS FOR THE MONTH" TO repBuf
           PERFORM WriteRepLine
           MOVE " PLAYER      MOVES  REVEAL FLAG+  FLAG-  CHORD  MHIT"
      -      TO repBuf
           PERFORM WriteRepLine
           PERFORM RewindTally
           READ tallyFile NEXT RECORD
             AT END SET eofTally TO TRUE
           END-READ
           PERFORM UNTIL eofTally
             PERFORM LoadDaySumRow
             ADD 1 TO sumCount
             PERFORM WriteMonthPlayer
             READ tallyFile NEXT RECORD
               AT END SET eofTally TO TRUE
             END-READ
           END-PERFORM
           PERFORM EndTally
           IF sumCount = 0 THEN
             MOVE " (no archived activity found for the month)"
      -        TO repBuf
             PERFORM WriteRepLine
           END-IF

           MOVE spaces TO repBuf
           PERFORM WriteRepLine
           MOVE "DAY-BY-DAY ACTIVITY AND WIN/LOSS TREND" TO repBuf
           PERFORM WriteRepLine
           MOVE " DAY  MOVES   WON   LOST" TO repBuf
           PERFORM WriteRepLine
           MOVE 0 TO maxMoves
           MOVE 0 TO maxDay
           PERFORM WriteMonthDay VARYING repDay FROM 1 BY 1
             UNTIL repDay > 31

           MOVE spaces TO repBuf
           PERFORM WriteRepLine
           IF maxDay > 0 THEN
             MOVE spaces TO repBuf
             STRING "BUSIEST DAY : " DELIMITED BY SIZE
                    maxDay DELIMITED BY SIZE
                    " WITH " DELIMITED BY SIZE
                    maxMoves DELIMITED BY SIZE
                    " MOVES" DELIMITED BY SIZE
               INTO repBuf
             PERFORM WriteRepLine
           END-IF
           MOVE spaces TO repBuf
           STRING "GRAND TOTALS : " DELIMITED BY SIZE
                  gtMoves DELIMITED BY SIZE
                  " MOVES  " DELIMITED BY SIZE
                  gtWon DELIMITED BY SIZE
                  " WON  " DELIMITED BY SIZE
                  gtLost DELIMITED BY SIZE
                  " LOST" DELIMITED BY SIZE
             INTO repBuf
           PERFORM WriteRepLine
           CLOSE monthRep

           DISPLAY "==== Month-end report for " repMonth " ===="
           DISPLAY "Moves " gtMoves " won " gtWon " lost " gtLost
           DISPLAY "Report written to " repFileName
           .

      * Fold one calendar day's archived files into the totals;
      * days that were never archived simply read as empty
       SweepMonthDay.
           COMPUTE repDate = ( repMonth * 100 ) + repDay

           MOVE spaces TO sumFileName
           STRING "project/daysum_" DELIMITED BY SIZE
                  repDate DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
             INTO sumFileName
           SET eofSum TO FALSE
           OPEN INPUT daySummary
           READ daySummary AT END SET eofSum TO TRUE END-READ
           PERFORM UNTIL eofSum
             MOVE 1 TO mdPresent(repDay)
             PERFORM TallyMonthSum
             READ daySummary AT END SET eofSum TO TRUE END-READ
           END-PERFORM
           CLOSE daySummary

           MOVE spaces TO archFileName
           STRING "project/movelog_" DELIMITED BY SIZE
                  repDate DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
             INTO archFileName
           SET eofArch TO FALSE
           OPEN INPUT moveArch
           READ moveArch AT END SET eofArch TO TRUE END-READ
           PERFORM UNTIL eofArch
             MOVE 1 TO mdPresent(repDay)
             PERFORM TallyMonthLog
             READ moveArch AT END SET eofArch TO TRUE END-READ
           END-PERFORM
           CLOSE moveArch
           .

      * Add one daysum record to its player's monthly totals, in the
      * same tally columns the end-of-day run uses
       TallyMonthSum.
           MOVE sumPlayer TO taKey
           MOVE sumMoves TO taCount(1)
           MOVE sumReveals TO taCount(2)
           MOVE sumFlagsOn TO taCount(3)
           MOVE sumFlagsOff TO taCount(4)
           MOVE sumChords TO taCount(5)
           MOVE sumMineHits TO taCount(6)
           PERFORM TallyPost
           .

      * Count one archived log record against its day
       TallyMonthLog.
           IF archOutcome = "GAME-WON" THEN
             ADD 1 TO mdWon(repDay)
             ADD 1 TO gtWon
           ELSE IF archOutcome = "GAME-LOST" THEN
               ADD 1 TO mdLost(repDay)
               ADD 1 TO gtLost
             ELSE IF archOutcome = "GAME-START" OR
                      archOutcome = "HINT" OR archOutcome = "HINT-GUESS"
                 CONTINUE
               ELSE
                 ADD 1 TO mdMoves(repDay)
                 ADD 1 TO gtMoves
               END-IF
             END-IF
           END-IF
           .

      * Fresh page heading; also closes out a full page
       WriteRepHead.
           ADD 1 TO repPageNum
           IF repPageNum > 1 THEN
             MOVE spaces TO repBuf
             WRITE repLine FROM repBuf END-WRITE
           END-IF
           MOVE spaces TO repBuf
           STRING "MONTHLY ACTIVITY REPORT  " DELIMITED BY SIZE
                  repMonth DELIMITED BY SIZE
                  "                      PAGE " DELIMITED BY SIZE
                  repPageNum DELIMITED BY SIZE
             INTO repBuf
           WRITE repLine FROM repBuf END-WRITE
           MOVE ALL "-" TO repBuf
           WRITE repLine FROM repBuf END-WRITE
           MOVE spaces TO repBuf
           WRITE repLine FROM repBuf END-WRITE
           MOVE 3 TO repLineCount
           .

      * Write repBuf to the report, breaking to a new page heading
      * when the current page is full
       WriteRepLine.
           IF repLineCount >= 55 THEN
             PERFORM WriteRepHead
           END-IF
           WRITE repLine FROM repBuf END-WRITE
           ADD 1 TO repLineCount
           ADD 1 TO repLinesOut
           .

      * One player's monthly totals, in the daysum column order
       WriteMonthPlayer.
           MOVE spaces TO repBuf
           STRING " " DELIMITED BY SIZE
                  dsPlayer DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  dsMoves DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  dsReveals DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  dsFlagsOn DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  dsFlagsOff DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  dsChords DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  dsMineHits DELIMITED BY SIZE
             INTO repBuf
           PERFORM WriteRepLine
           .

      * One day's line of the trend section, skipping silent days
       WriteMonthDay.
           IF mdPresent(repDay) = 1 THEN
             MOVE spaces TO repBuf
             STRING "  " DELIMITED BY SIZE
                    repDay DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    mdMoves(repDay) DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    mdWon(repDay) DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    mdLost(repDay) DELIMITED BY SIZE
               INTO repBuf
             PERFORM WriteRepLine
             IF mdMoves(repDay) > maxMoves THEN
               MOVE mdMoves(repDay) TO maxMoves
               MOVE repDay TO maxDay
             END-IF
           END-IF
           .

      * ---------------------------------------------------------------
      * Retention: history.txt games older than the keep period move
      * to a yearly archive (history_YYYY.txt) and history.idx is
      * rebuilt over what stays; the dated move logs, day summaries,
      * reconciliation and month-end reports of the same age are
      * removed and archdates.txt pruned to match. A dated log is
      * only retired once its month's month-end report is on file,
      * and its GAME-WON markers are carried forward on retired.txt
      * first, so month-end and reconciliation keep every day they
      * need. Every file moved or removed goes on the purge report.

       RetentionRun.
           ACCEPT curDate FROM DATE YYYYMMDD
           PERFORM LoadRetired
           DISPLAY "==== Retention / Purge ===="
           MOVE 0 TO retKeepEntry
           DISPLAY "Days of archives to keep (31-3650, 0 = " retKeep
      -            ") : "
           ACCEPT retKeepEntry NO BEEP
           IF retKeepEntry > 0 AND ( retKeepEntry < 31 OR > 3650 )
             DISPLAY "Error: the keep period is 31 to 3650 days."
           ELSE
             IF retKeepEntry > 0 THEN
               MOVE retKeepEntry TO retKeep
             END-IF
             MOVE curDate TO calDate
             PERFORM PrevCalDay retKeep TIMES
             MOVE calDate TO retCutDate
             DISPLAY "Archives dated before " retCutDate
      -              " will be retired."
             MOVE space TO retConfirm
             DISPLAY "Go ahead? (Y/N) : "
             ACCEPT retConfirm
             IF retConfirm = "Y" OR retConfirm = "y" THEN
               PERFORM PurgeArchives
             ELSE
               DISPLAY "Nothing was changed."
             END-IF
           END-IF
           .

      * Retire everything dated before retCutDate, reported on
      * purge_<curDate>.txt
       PurgeArchives.
           MOVE spaces TO reportFileName
           STRING "project/purge_" DELIMITED BY SIZE
                  curDate DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
             INTO reportFileName
           OPEN EXTEND reportFile
           MOVE spaces TO reportBuf
           STRING "Retention run of " DELIMITED BY SIZE
                  curDate DELIMITED BY SIZE
                  " by " DELIMITED BY SIZE
                  playerName DELIMITED BY SPACE
                  " - keep " DELIMITED BY SIZE
                  retKeep DELIMITED BY SIZE
                  " days, retire before " DELIMITED BY SIZE
                  retCutDate DELIMITED BY SIZE
             INTO reportBuf
           WRITE reportLine FROM reportBuf END-WRITE
           MOVE 0 TO retFiles
           MOVE 0 TO retGames
           MOVE 0 TO retPruned
           MOVE 0 TO retHeld

      *    the dated files go under the movelog lock, so an
      *    end-of-day rollover cannot run underneath
           MOVE "project/movelog.lck" TO lockFileName
           PERFORM AcquireLock
           PERFORM FindRetStart
      *    first pass: how far the dated files can go, and the
      *    GAME-WON markers of every log that will go - put on file
      *    before anything is removed. The counts already carried
      *    forward go on the tally first.
           MOVE "project/tally_ret.wrk" TO tallyFileName
           PERFORM StartTally
           SET eofRetired TO FALSE
           OPEN INPUT retiredFile
           READ retiredFile AT END SET eofRetired TO TRUE END-READ
           PERFORM UNTIL eofRetired
             IF rtTag NOT = "#CTL" THEN
               MOVE rtPlayer TO taKey
               MOVE rtWon TO taCount(1)
               PERFORM TallyPost
             END-IF
             READ retiredFile AT END SET eofRetired TO TRUE END-READ
           END-PERFORM
           CLOSE retiredFile
           MOVE retCutDate TO retEnd
           MOVE 0 TO retMonthChk
           MOVE retStart TO retDay
           PERFORM ScanRetireDay UNTIL retDay >= retEnd
           IF retEnd > retResume THEN
             PERFORM WriteRetired
           END-IF
           PERFORM EndTally
      *    second pass: the files themselves
           MOVE retStart TO retDay
           PERFORM RetireDay UNTIL retDay >= retEnd
           PERFORM PruneArchDates
           PERFORM ReleaseLock
           IF retHeld > 0 THEN
             DIVIDE retHeld BY 100 GIVING retMonth
             PERFORM CheckMonthRep
             MOVE spaces TO reportBuf
             STRING "HELD    from " DELIMITED BY SIZE
                    retHeld DELIMITED BY SIZE
                    " - month-end report " DELIMITED BY SIZE
                    repFileName DELIMITED BY SPACE
                    " not on file" DELIMITED BY SIZE
               INTO reportBuf
             WRITE reportLine FROM reportBuf END-WRITE
             DISPLAY "Held from " retHeld
      -              " - the month-end report is not on file."
           END-IF

           MOVE "project/history.lck" TO lockFileName
           PERFORM AcquireLock
           PERFORM MoveOldHistory
           PERFORM ReleaseLock

           MOVE spaces TO reportBuf
           STRING "TOTALS  files removed " DELIMITED BY SIZE
                  retFiles DELIMITED BY SIZE
                  "  games moved " DELIMITED BY SIZE
                  retGames DELIMITED BY SIZE
                  "  dates pruned " DELIMITED BY SIZE
                  retPruned DELIMITED BY SIZE
             INTO reportBuf
           WRITE reportLine FROM reportBuf END-WRITE
           MOVE spaces TO reportBuf
           WRITE reportLine FROM reportBuf END-WRITE
           CLOSE reportFile
           DISPLAY "Files removed " retFiles " games moved " retGames
      -            " dates pruned " retPruned
           DISPLAY "Report written to " reportFileName
           .

      * Pull the retention control record; the carried-forward
      * GAME-WON counts are read where they are used
       LoadRetired.
           MOVE 0 TO retResume
           SET eofRetired TO FALSE
           OPEN INPUT retiredFile
           READ retiredFile AT END SET eofRetired TO TRUE END-READ
           PERFORM UNTIL eofRetired
             IF rtTag = "#CTL" THEN
               MOVE rtResume TO retResume
               IF rtKeep > 0 THEN
                 MOVE rtKeep TO retKeep
               END-IF
             END-IF
             READ retiredFile AT END SET eofRetired TO TRUE END-READ
           END-PERFORM
           CLOSE retiredFile
           .

      * The control record, then the carried-forward counts off the
      * tally in alias order
       WriteRetired.
           OPEN OUTPUT retiredFile
           MOVE spaces TO retCtlLine
           MOVE "#CTL" TO rtTag
           MOVE retEnd TO rtResume
           MOVE retKeep TO rtKeep
           WRITE retCtlLine END-WRITE
           PERFORM RewindTally
           READ tallyFile NEXT RECORD
             AT END SET eofTally TO TRUE
           END-READ
           PERFORM UNTIL eofTally
             MOVE spaces TO retiredLine
             MOVE tyKey TO rtPlayer
             MOVE tyCount(1) TO rtWon
             WRITE retiredLine END-WRITE
             READ tallyFile NEXT RECORD
               AT END SET eofTally TO TRUE
             END-READ
           END-PERFORM
           CLOSE retiredFile
           .

      * The first date to look at: where the last run stopped, or on
      * a first run the earliest date archdates.txt or history.txt
      * knows of
       FindRetStart.
           IF retResume > 0 THEN
             MOVE retResume TO retStart
           ELSE
             MOVE retCutDate TO retStart
             SET eofADates TO FALSE
             OPEN INPUT archDates
             READ archDates AT END SET eofADates TO TRUE END-READ
             PERFORM UNTIL eofADates
               IF adDate < retStart THEN
                 MOVE adDate TO retStart
               END-IF
               READ archDates AT END SET eofADates TO TRUE END-READ
             END-PERFORM
             CLOSE archDates
             SET eofHist TO FALSE
             OPEN INPUT historyFile
             READ historyFile AT END SET eofHist TO TRUE END-READ
             IF NOT eofHist AND histDate < retStart THEN
               MOVE histDate TO retStart
             END-IF
             CLOSE historyFile
           END-IF
           .

      * Point archFileName, sumFileName and reconFileName at retDay
       BuildRetireNames.
           MOVE spaces TO archFileName
           STRING "project/movelog_" DELIMITED BY SIZE
                  retDay DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
             INTO archFileName
           MOVE spaces TO sumFileName
           STRING "project/daysum_" DELIMITED BY SIZE
                  retDay DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
             INTO sumFileName
           MOVE spaces TO reconFileName
           STRING "project/recon_" DELIMITED BY SIZE
                  retDay DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
             INTO reconFileName
           .

      * First pass over one day: a day with a move log or summary on
      * file needs its month's month-end report, or it and every day
      * after it are held; otherwise its GAME-WON markers are added
      * to the carried-forward counts
       ScanRetireDay.
           PERFORM BuildRetireNames
           MOVE 0 TO retFound
           SET eofArch TO FALSE
           OPEN INPUT moveArch
           READ moveArch AT END SET eofArch TO TRUE END-READ
           CLOSE moveArch
           IF NOT eofArch THEN
             MOVE 1 TO retFound
           END-IF
           SET eofSum TO FALSE
           OPEN INPUT daySummary
           READ daySummary AT END SET eofSum TO TRUE END-READ
           CLOSE daySummary
           IF NOT eofSum THEN
             MOVE 1 TO retFound
           END-IF
           IF retFound = 1 THEN
             DIVIDE retDay BY 100 GIVING retMonth
             IF retMonth NOT = retMonthChk THEN
               MOVE retMonth TO retMonthChk
               PERFORM CheckMonthRep
             END-IF
             IF retHaveRep = 0 THEN
               MOVE retDay TO retHeld
               MOVE retDay TO retEnd
             ELSE
               PERFORM TallyRetireWon
             END-IF
           END-IF
           MOVE retDay TO calDate
           PERFORM NextCalDay
           MOVE calDate TO retDay
           .

      * retHaveRep is 1 when retMonth's month-end report is on file
       CheckMonthRep.
           MOVE spaces TO repFileName
           STRING "project/monthrep_" DELIMITED BY SIZE
                  retMonth DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
             INTO repFileName
           SET eofMRep TO FALSE
           OPEN INPUT monthRep
           READ monthRep AT END SET eofMRep TO TRUE END-READ
           CLOSE monthRep
           IF eofMRep THEN
             MOVE 0 TO retHaveRep
           ELSE
             MOVE 1 TO retHaveRep
           END-IF
           .

       TallyRetireWon.
           SET eofArch TO FALSE
           OPEN INPUT moveArch
           READ moveArch AT END SET eofArch TO TRUE END-READ
           PERFORM UNTIL eofArch
             IF archOutcome = "GAME-WON" THEN
               MOVE archPlayer TO taKey
               MOVE 1 TO taCount(1)
               PERFORM TallyPost
             END-IF
             READ moveArch AT END SET eofArch TO TRUE END-READ
           END-PERFORM
           CLOSE moveArch
           .

      * Second pass over one day: remove its move log, summary and
      * reconciliation report, and on the last day of a month that
      * month's report too
       RetireDay.
           PERFORM BuildRetireNames
           MOVE 0 TO retFileRecs
           SET eofArch TO FALSE
           OPEN INPUT moveArch
           READ moveArch AT END SET eofArch TO TRUE END-READ
           PERFORM UNTIL eofArch
             ADD 1 TO retFileRecs
             READ moveArch AT END SET eofArch TO TRUE END-READ
           END-PERFORM
           CLOSE moveArch
           IF retFileRecs > 0 THEN
             DELETE FILE moveArch
             MOVE archFileName TO pgFile
             PERFORM WritePurgeLine
           END-IF

           MOVE 0 TO retFileRecs
           SET eofSum TO FALSE
           OPEN INPUT daySummary
           READ daySummary AT END SET eofSum TO TRUE END-READ
           PERFORM UNTIL eofSum
             ADD 1 TO retFileRecs
             READ daySummary AT END SET eofSum TO TRUE END-READ
           END-PERFORM
           CLOSE daySummary
           IF retFileRecs > 0 THEN
             DELETE FILE daySummary
             MOVE sumFileName TO pgFile
             PERFORM WritePurgeLine
           END-IF

           MOVE 0 TO retFileRecs
           SET eofRecon TO FALSE
           OPEN INPUT reconFile
           READ reconFile AT END SET eofRecon TO TRUE END-READ
           PERFORM UNTIL eofRecon
             ADD 1 TO retFileRecs
             READ reconFile AT END SET eofRecon TO TRUE END-READ
           END-PERFORM
           CLOSE reconFile
           IF retFileRecs > 0 THEN
             DELETE FILE reconFile
             MOVE reconFileName TO pgFile
             PERFORM WritePurgeLine
           END-IF

           MOVE retDay TO calDate
           PERFORM SplitCalDate
           IF calDay = calLast THEN
             DIVIDE retDay BY 100 GIVING retMonth
             PERFORM CheckMonthRep
             MOVE 0 TO retFileRecs
             SET eofMRep TO FALSE
             OPEN INPUT monthRep
             READ monthRep AT END SET eofMRep TO TRUE END-READ
             PERFORM UNTIL eofMRep
               ADD 1 TO retFileRecs
               READ monthRep AT END SET eofMRep TO TRUE END-READ
             END-PERFORM
             CLOSE monthRep
             IF retFileRecs > 0 THEN
               DELETE FILE monthRep
               MOVE repFileName TO pgFile
               PERFORM WritePurgeLine
             END-IF
           END-IF

           PERFORM NextCalDay
           MOVE calDate TO retDay
           .

      * One removed file and its record count onto the purge report
       WritePurgeLine.
           MOVE "REMOVED" TO pgAction
           MOVE retFileRecs TO pgCount
           MOVE "records" TO pgNote
           WRITE reportLine FROM purgeLine END-WRITE
           ADD 1 TO retFiles
           .

      * Take the retired dates off archdates.txt
       PruneArchDates.
           MOVE "project/archdates.wrk" TO workFileName
           SET eofADates TO FALSE
           OPEN INPUT archDates
           OPEN OUTPUT workFile
           READ archDates AT END SET eofADates TO TRUE END-READ
           PERFORM UNTIL eofADates
             IF adDate < retEnd THEN
               ADD 1 TO retPruned
               MOVE spaces TO reportBuf
               STRING "PRUNED  " DELIMITED BY SIZE
                      adDate DELIMITED BY SIZE
                      " from project/archdates.txt" DELIMITED BY SIZE
                 INTO reportBuf
               WRITE reportLine FROM reportBuf END-WRITE
             ELSE
               WRITE workLine FROM archDateLine END-WRITE
             END-IF
             READ archDates AT END SET eofADates TO TRUE END-READ
           END-PERFORM
           CLOSE workFile
           CLOSE archDates
           IF retPruned > 0 THEN
             SET eofWork TO FALSE
             OPEN INPUT workFile
             OPEN OUTPUT archDates
             READ workFile AT END SET eofWork TO TRUE END-READ
             PERFORM UNTIL eofWork
               WRITE archDateLine FROM workLine END-WRITE
               READ workFile AT END SET eofWork TO TRUE END-READ
             END-PERFORM
             CLOSE archDates
             CLOSE workFile
           END-IF
           DELETE FILE workFile
           .

      * Move every history.txt game dated before retCutDate to its
      * year's archive, keep the rest, and rebuild history.idx so
      * each kept game's start line is right again
       MoveOldHistory.
           MOVE 0 TO histArchYear
           PERFORM LoadHistYears
           MOVE "project/history.wrk" TO workFileName
           SET eofHist TO FALSE
           OPEN INPUT historyFile
           OPEN OUTPUT workFile
           READ historyFile AT END SET eofHist TO TRUE END-READ
           PERFORM UNTIL eofHist
             IF histDate < retCutDate THEN
               PERFORM MoveHistGame
             ELSE
               PERFORM KeepHistGame
             END-IF
           END-PERFORM
           IF histArchYear > 0 THEN
             CLOSE histArch
           END-IF
           CLOSE workFile
           CLOSE historyFile
           IF retGames > 0 THEN
             SET eofWork TO FALSE
             OPEN INPUT workFile
             OPEN OUTPUT historyFile
             READ workFile AT END SET eofWork TO TRUE END-READ
             PERFORM UNTIL eofWork
               WRITE histHeader FROM workLine END-WRITE
               READ workFile AT END SET eofWork TO TRUE END-READ
             END-PERFORM
             CLOSE historyFile
             CLOSE workFile
             PERFORM RebuildHistIndex
           END-IF
           DELETE FILE workFile
           .

      * The header record is current: append the whole game to its
      * year's archive and leave the next header current
       MoveHistGame.
           DIVIDE histDate BY 10000 GIVING histYear
           IF histYear NOT = histArchYear THEN
             IF histArchYear > 0 THEN
               CLOSE histArch
             END-IF
             MOVE histYear TO histArchYear
             PERFORM BuildHistArchName
             PERFORM NoteHistYear
             OPEN EXTEND histArch
           END-IF
           ADD 1 TO retGames
           MOVE spaces TO reportBuf
           STRING "MOVED   " DELIMITED BY SIZE
                  histPlayer DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  histDate DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  histOutcome DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  histArchName DELIMITED BY SPACE
             INTO reportBuf
           WRITE reportLine FROM reportBuf END-WRITE
           WRITE histArchLine FROM histHeader END-WRITE
           READ historyFile AT END SET eofHist TO TRUE END-READ
           IF NOT eofHist THEN
             WRITE histArchLine FROM histDimLine END-WRITE
             COMPUTE skipLines = histRows * 2
             PERFORM skipLines TIMES
               IF NOT eofHist THEN
                 READ historyFile AT END SET eofHist TO TRUE END-READ
                 IF NOT eofHist THEN
                   WRITE histArchLine FROM histGrid END-WRITE
                 END-IF
               END-IF
             END-PERFORM
             READ historyFile AT END SET eofHist TO TRUE END-READ
           END-IF
           .

      * The header record is current: copy the whole game to the
      * work file and leave the next header current
       KeepHistGame.
           WRITE workLine FROM histHeader END-WRITE
           READ historyFile AT END SET eofHist TO TRUE END-READ
           IF NOT eofHist THEN
             WRITE workLine FROM histDimLine END-WRITE
             COMPUTE skipLines = histRows * 2
             PERFORM skipLines TIMES
               IF NOT eofHist THEN
                 READ historyFile AT END SET eofHist TO TRUE END-READ
                 IF NOT eofHist THEN
                   WRITE workLine FROM histGrid END-WRITE
                 END-IF
               END-IF
             END-PERFORM
             READ historyFile AT END SET eofHist TO TRUE END-READ
           END-IF
           .

      * Point histArchName at histYear's archive
       BuildHistArchName.
           MOVE spaces TO histArchName
           STRING "project/history_" DELIMITED BY SIZE
                  histYear DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
             INTO histArchName
           .

       LoadHistYears.
           MOVE 0 TO hyCount
           SET eofHYears TO FALSE
           OPEN INPUT histYears
           READ histYears AT END SET eofHYears TO TRUE END-READ
           PERFORM UNTIL eofHYears
             IF hyCount < 50 THEN
               ADD 1 TO hyCount
               MOVE hyYear TO hyEntry(hyCount)
             END-IF
             READ histYears AT END SET eofHYears TO TRUE END-READ
           END-PERFORM
           CLOSE histYears
           .

      * Put histYear on the register of archive years unless it is
      * there already
       NoteHistYear.
           MOVE 0 TO idxFound
           PERFORM VARYING hyIdx FROM 1 BY 1 UNTIL hyIdx > hyCount
             IF hyEntry(hyIdx) = histYear THEN
               MOVE 1 TO idxFound
             END-IF
           END-PERFORM
           IF NOT idxAlreadySeen AND hyCount < 50 THEN
             ADD 1 TO hyCount
             MOVE histYear TO hyEntry(hyCount)
             OPEN EXTEND histYears
             MOVE histYear TO hyYear
             WRITE histYearLine END-WRITE
             CLOSE histYears
           END-IF
           .

      * ---------------------------------------------------------------
      * Nightly batch chain: the end-of-day rollover, the
      * reconciliation, the league close (Sundays) and the month-end
      * report (last day of the month) run one after another with no
      * keyboard, under one business date. The run's plan and each
      * step's start, finish and record count go on runctl.txt as they
      * happen; a run cut off part-way leaves its step STARTED, and
      * the next run picks the unfinished run up again - same
      * business date - at the first step not done, before it starts
      * a new one for its own date.

       NightlyBatch.
           ACCEPT runToday FROM DATE YYYYMMDD
           PERFORM LoadRunControl
           IF runResume = 1 THEN
             MOVE runLatest TO runDate
             DISPLAY "Resuming the nightly run of " runDate
             PERFORM RunNightlySteps
           END-IF
           IF runLatest = runToday THEN
             IF runResume = 0 THEN
               DISPLAY "The nightly run of " runToday
      -                " is already complete - nothing to do."
             END-IF
           ELSE
             MOVE runToday TO runDate
             DISPLAY "Nightly run of " runDate " starting"
             PERFORM PlanNightlyRun
             PERFORM RunNightlySteps
           END-IF
           .

       RunNightlySteps.
           PERFORM RunNightlyStep VARYING runStep FROM 1 BY 1
             UNTIL runStep > runStepCount
           DISPLAY "Nightly run of " runDate " complete."
           .

      * Find the latest run on the run-control log and where each of
      * its steps got to; runResume is 1 when any step is unfinished
       LoadRunControl.
           MOVE 0 TO runLatest
           MOVE 0 TO runResume
           PERFORM ResetRunStep VARYING runStep FROM 1 BY 1
             UNTIL runStep > 9
           SET eofRunCtl TO FALSE
           OPEN INPUT runCtl
           READ runCtl AT END SET eofRunCtl TO TRUE END-READ
           PERFORM UNTIL eofRunCtl
             IF rnDate > runLatest THEN
               MOVE rnDate TO runLatest
               PERFORM ResetRunStep VARYING runStep FROM 1 BY 1
                 UNTIL runStep > 9
             END-IF
             IF rnDate = runLatest AND rnStep > 0 THEN
               MOVE rnStatus TO rsStatus(rnStep)
               IF rnStatus = "STARTED" THEN
                 MOVE rnBase TO rsBase(rnStep)
                 MOVE rnKey TO rsKey(rnStep)
               END-IF
             END-IF
             READ runCtl AT END SET eofRunCtl TO TRUE END-READ
           END-PERFORM
           CLOSE runCtl
           PERFORM VARYING runStep FROM 1 BY 1
             UNTIL runStep > runStepCount
             IF rsStatus(runStep) = "PENDING" OR "STARTED"
               MOVE 1 TO runResume
             END-IF
           END-PERFORM
           .

       ResetRunStep.
           MOVE spaces TO rsStatus(runStep)
           MOVE 0 TO rsBase(runStep)
           MOVE 0 TO rsKey(runStep)
           .

      * Decide which steps tonight's run owes and put the plan on
      * file: the league closes on a Sunday, the month-end report is
      * written on the month's last day
       PlanNightlyRun.
           ACCEPT dayOfWeek FROM DAY-OF-WEEK
           PERFORM CheckMonthEnd
           MOVE 0 TO runStartTime
           MOVE 0 TO runEndTime
           MOVE 0 TO runCount
           PERFORM VARYING runStep FROM 1 BY 1
             UNTIL runStep > runStepCount
             MOVE "PENDING" TO rsStatus(runStep)
             IF runStep = 3 AND dayOfWeek NOT = 7 THEN
               MOVE "SKIPPED" TO rsStatus(runStep)
             END-IF
             IF runStep = 4 AND monthEndDay = 0 THEN
               MOVE "SKIPPED" TO rsStatus(runStep)
             END-IF
             PERFORM WriteRunCtl
           END-PERFORM
           .

      * monthEndDay is 1 when runDate is the last day of its month
       CheckMonthEnd.
           MOVE runDate TO calDate
           PERFORM SplitCalDate
           IF calDay = calLast THEN
             MOVE 1 TO monthEndDay
           ELSE
             MOVE 0 TO monthEndDay
           END-IF
           .

      * Break calDate into year, month and day, with calLast the
      * length of its month
       SplitCalDate.
           DIVIDE calDate BY 10000 GIVING calYear REMAINDER calMmdd
           DIVIDE calMmdd BY 100 GIVING calMonth REMAINDER calDay
           PERFORM SetMonthLength
           .

       SetMonthLength.
           MOVE monthLen(calMonth) TO calLast
           IF calMonth = 2 THEN
             DIVIDE calYear BY 4 GIVING calQuot REMAINDER calRem
             IF calRem = 0 THEN
               MOVE 29 TO calLast
               DIVIDE calYear BY 100 GIVING calQuot REMAINDER calRem
               IF calRem = 0 THEN
                 DIVIDE calYear BY 400 GIVING calQuot REMAINDER calRem
                 IF calRem NOT = 0 THEN
                   MOVE 28 TO calLast
                 END-IF
               END-IF
             END-IF
           END-IF
           .

      * Step calDate one calendar day forward
       NextCalDay.
           PERFORM SplitCalDate
           IF calDay < calLast THEN
             ADD 1 TO calDay
           ELSE
             MOVE 1 TO calDay
             IF calMonth = 12 THEN
               MOVE 1 TO calMonth
               ADD 1 TO calYear
             ELSE
               ADD 1 TO calMonth
             END-IF
           END-IF
           COMPUTE calDate = ( calYear * 10000 ) + ( calMonth * 100 )
      -                      + calDay
           .

      * Step calDate one calendar day back
       PrevCalDay.
           PERFORM SplitCalDate
           IF calDay > 1 THEN
             SUBTRACT 1 FROM calDay
           ELSE
             IF calMonth = 1 THEN
               MOVE 12 TO calMonth
               SUBTRACT 1 FROM calYear
             ELSE
               SUBTRACT 1 FROM calMonth
             END-IF
             PERFORM SetMonthLength
             MOVE calLast TO calDay
           END-IF
           COMPUTE calDate = ( calYear * 10000 ) + ( calMonth * 100 )
      -                      + calDay
           .

      * Run one step of the chain unless it is already done or was
      * not planned; a step left STARTED by a run that died is
      * restarted from the restart point its STARTED record carries
       RunNightlyStep.
           IF rsStatus(runStep) = "PENDING" OR "STARTED"
             IF rsStatus(runStep) = "STARTED" THEN
               MOVE 1 TO runRestart
               DISPLAY "Step " runStep " " stepName(runStep)
      -                " restarting"
             ELSE
               MOVE 0 TO runRestart
               DISPLAY "Step " runStep " " stepName(runStep)
      -                " starting"
             END-IF
             MOVE runDate TO curDate
             MOVE 0 TO runCount
             MOVE 0 TO runEndTime
             ACCEPT runStartTime FROM TIME
             IF runStep = 1 THEN
               PERFORM BatchEndOfDay
             ELSE IF runStep = 2 THEN
                 PERFORM BatchReconcile
               ELSE IF runStep = 3 THEN
                   PERFORM BatchLeagueClose
                 ELSE IF runStep = 4 THEN
                     PERFORM BatchMonthEnd
                   ELSE IF runStep = 5 THEN
                       PERFORM BatchRatings
                     END-IF
                   END-IF
                 END-IF
               END-IF
             END-IF
             ACCEPT runEndTime FROM TIME
             MOVE "DONE" TO rsStatus(runStep)
             PERFORM WriteRunCtl
             DISPLAY "Step " runStep " " stepName(runStep) " "
      -              rsStatus(runStep) " - records " runCount
           ELSE IF rsStatus(runStep) NOT = spaces THEN
               DISPLAY "Step " runStep " " stepName(runStep) " "
      -                rsStatus(runStep)
             END-IF
           END-IF
           .

      * Log the step as under way, with its restart point
       MarkStepStarted.
           MOVE "STARTED" TO rsStatus(runStep)
           PERFORM WriteRunCtl
           .

      * Append one event for runStep to the run-control log
       WriteRunCtl.
           MOVE spaces TO runCtlLine
           MOVE runDate TO rnDate
           MOVE runStep TO rnStep
           MOVE stepName(runStep) TO rnName
           MOVE rsStatus(runStep) TO rnStatus
           ACCEPT rnOnDate FROM DATE YYYYMMDD
           MOVE runStartTime TO rnStart
           MOVE runEndTime TO rnEnd
           MOVE runCount TO rnCount
           MOVE rsBase(runStep) TO rnBase
           MOVE rsKey(runStep) TO rnKey
           OPEN EXTEND runCtl
           WRITE runCtlLine END-WRITE
           CLOSE runCtl
           .

      * Step 1: the rollover, restarted on the archive count it began
      * from
       BatchEndOfDay.
           PERFORM BuildEodNames
           IF runRestart = 0 THEN
             PERFORM CountMoveArch
             MOVE archCount TO rsBase(runStep)
           END-IF
           MOVE rsBase(runStep) TO eodBase
           PERFORM MarkStepStarted
           PERFORM RollOverMoveLog
           MOVE eodRolled TO runCount
           .

      * Step 2: reconciliation writes its report afresh, so a restart
      * just runs it again
       BatchReconcile.
           PERFORM MarkStepStarted
           PERFORM RunReconcile
           MOVE rcCount TO runCount
           .

      * Step 3: close the league week. A restart keeps to the week the
      * first attempt picked; if that week's records are gone from
      * league.txt the rewrite had finished, otherwise the archive is
      * cut back to where it stood and the close is run again.
       BatchLeagueClose.
           PERFORM ComputeLeagueWeek
           IF runRestart = 1 THEN
             MOVE rsKey(runStep) TO closeWeek
           ELSE
             PERFORM FindCloseWeek
           END-IF
           IF closeWeek = 0 THEN
             DISPLAY "Nothing to close - no league records on file."
           ELSE
             IF runRestart = 0 THEN
               PERFORM CountLeagueArch
               MOVE lgArchCount TO rsBase(runStep)
               MOVE closeWeek TO rsKey(runStep)
             END-IF
             MOVE rsBase(runStep) TO lgArchBase
             PERFORM MarkStepStarted
             PERFORM CountWeekRecs
             IF lgWeekRecs = 0 THEN
               PERFORM CountLeagueArch
               COMPUTE runCount = lgArchCount - lgArchBase
               DISPLAY "Week " closeWeek " was already archived."
             ELSE
               IF runRestart = 1 THEN
                 PERFORM CountLeagueArch
                 IF lgArchCount > lgArchBase THEN
                   PERFORM TrimLeagueArch
                 END-IF
               END-IF
               PERFORM CloseFoundWeek
               MOVE lgArchWritten TO runCount
             END-IF
           END-IF
           .

      * Step 4: the month-end report for the business date's month
       BatchMonthEnd.
           PERFORM MarkStepStarted
           DIVIDE runDate BY 100 GIVING repMonth
           PERFORM BuildMonthReport
           MOVE repLinesOut TO runCount
           .

      * Step 5: the rating run. What it has taken is marked on
      * ratings.dat as it goes, so a restart carries on from there,
      * keeping the ratings the cut-off run started from.
       BatchRatings.
           PERFORM MarkStepStarted
           MOVE runRestart TO ratResume
           PERFORM RatingRun
           COMPUTE runCount = ratGamesTaken + ratDuelsTaken
           .

      * ---------------------------------------------------------------
      * Site exchange: scores.txt and the players.dat ledger travel
      * between sites on a portable tagged interchange file. The
      * import merges the other site's records into ours - scores
      * re-ranked through the same bubble sort a new time goes
      * through, ledger entries summed per alias - and reseals
      * scores.txt with a fresh #CHK trailer and players.dat through
      * its control record.

       SiteExchange.
           DISPLAY "==== Site Exchange ===="
           DISPLAY "1 - Export scores and stats to interchange"
           DISPLAY "2 - Import and merge an interchange file"
           DISPLAY "3 - Back"
           MOVE 0 TO xchgChoice
           PERFORM UNTIL xchgChoice > 0 AND < 4
             DISPLAY "Enter your choice : "
             ACCEPT xchgChoice NO BEEP
           END-PERFORM
           IF xchgChoice = 1 THEN
             PERFORM ExportInterchange
           ELSE IF xchgChoice = 2 THEN
               PERFORM ImportInterchange
             END-IF
           END-IF
           .

       ExportInterchange.
           PERFORM LoadScores
           PERFORM VerifyMaster
           IF scoreSealBad = 1 OR statsSealBad = 1 THEN
             DISPLAY "A quarantined file cannot be exported."
           ELSE
             ACCEPT curDate FROM DATE YYYYMMDD
             MOVE 0 TO xScoreCount
             MOVE 0 TO xStatCount
             OPEN OUTPUT xchgFile
             MOVE spaces TO xchgHdr
             MOVE "#MINEX1" TO xhTag
             MOVE curDate TO xhDate
             WRITE xchgHdr END-WRITE
             PERFORM VARYING diffIdx FROM 1 BY 1 UNTIL diffIdx > 3
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > 5
                 IF pScore(diffIdx, i) NOT = 999999 THEN
                   MOVE spaces TO xchgScore
                   MOVE "S " TO xsTag
                   MOVE player(diffIdx, i) TO xsName
                   MOVE pScore(diffIdx, i) TO xsScore
                   MOVE diffIdx TO xsDiff
                   WRITE xchgScore END-WRITE
                   ADD 1 TO xScoreCount
                 END-IF
               END-PERFORM
             END-PERFORM
      *      one T record per player with games on the ledger
             SET eofMaster TO FALSE
             OPEN INPUT playerMaster
             READ playerMaster NEXT RECORD
               AT END SET eofMaster TO TRUE
             END-READ
             PERFORM UNTIL eofMaster
               IF pcKey NOT = "#CHK" AND pmPlayed > 0 THEN
                 MOVE spaces TO xchgStats
                 MOVE "T " TO xtTag
                 MOVE pmAlias TO xtPlayer
                 MOVE pmPlayed TO xtPlayed
                 MOVE pmWon TO xtWon
                 PERFORM VARYING diffIdx FROM 1 BY 1 UNTIL diffIdx > 3
                   MOVE pmDiffPlayed(diffIdx) TO xtDiffPlayed(diffIdx)
                   MOVE pmDiffWon(diffIdx) TO xtDiffWon(diffIdx)
                 END-PERFORM
                 WRITE xchgStats END-WRITE
                 ADD 1 TO xStatCount
               END-IF
               READ playerMaster NEXT RECORD
                 AT END SET eofMaster TO TRUE
               END-READ
             END-PERFORM
             CLOSE playerMaster
             MOVE spaces TO xchgHdr
             MOVE "#END" TO xhTag
             WRITE xchgHdr END-WRITE
             CLOSE xchgFile
             DISPLAY "Exported " xScoreCount " scores and "
      -              xStatCount " ledger entries"
             DISPLAY "to project/interchange.txt"
           END-IF
           .

      * The interchange must announce itself before anything merges
       CheckXchgHeader.
           MOVE 0 TO xHdrOk
           SET eofXchg TO FALSE
           OPEN INPUT xchgFile
           READ xchgFile AT END SET eofXchg TO TRUE END-READ
           IF NOT eofXchg AND xhTag = "#MINEX1" THEN
             MOVE 1 TO xHdrOk
           END-IF
           CLOSE xchgFile
           .

       ImportInterchange.
           PERFORM CheckXchgHeader
           IF xHdrOk = 0 THEN
             DISPLAY "project/interchange.txt is missing or is not"
             DISPLAY "an interchange file. Nothing was merged."
           ELSE
             PERFORM ImportScores
             PERFORM ImportStats
           END-IF
           .

      * Merge the S records: each visiting time goes through the
      * scratch slot and the bubble sort exactly like a new local
      * time, then the top 5s are resealed
       ImportScores.
           MOVE "project/scores.lck" TO lockFileName
           PERFORM AcquireLock
           PERFORM LoadScores
           IF scoreSealBad = 1 THEN
             DISPLAY "Scores are quarantined - S records skipped."
           ELSE
             MOVE 0 TO xScoreCount
             SET eofXchg TO FALSE
             OPEN INPUT xchgFile
             READ xchgFile AT END SET eofXchg TO TRUE END-READ
             PERFORM UNTIL eofXchg
               IF xsTag = "S " AND ( xsDiff > 0 AND < 4 ) AND
      -           ( xsName NOT = spaces )
                 MOVE xsDiff TO diffIdx
                 MOVE xsName TO player(diffIdx, 6)
                 MOVE xsScore TO pScore(diffIdx, 6)
                 MOVE 2 TO mini
                 PERFORM BubbleMain
                 ADD 1 TO xScoreCount
               END-IF
               READ xchgFile AT END SET eofXchg TO TRUE END-READ
             END-PERFORM
             CLOSE xchgFile
             PERFORM WriteScores
             DISPLAY "Merged " xScoreCount " score records."
           END-IF
           PERFORM ReleaseLock
           .

      * Merge the T records: same alias means one player across
      * sites, so each record's counts are added onto that alias's
      * record on players.dat (one is opened for an alias new here),
      * and the seal moves with every record filed
       ImportStats.
           MOVE "project/players.lck" TO lockFileName
           PERFORM AcquireLock
           PERFORM VerifyMaster
           IF statsSealBad = 1 THEN
             DISPLAY "Stats are quarantined - T records skipped."
           ELSE
             MOVE 0 TO xStatCount
             OPEN I-O playerMaster
             SET eofXchg TO FALSE
             OPEN INPUT xchgFile
             READ xchgFile AT END SET eofXchg TO TRUE END-READ
             PERFORM UNTIL eofXchg
               IF xtTag = "T " AND xtPlayer NOT = spaces AND
      -           ( xtPlayer NOT = "#CHK" )
                 PERFORM MergeStatsRecord
               END-IF
               READ xchgFile AT END SET eofXchg TO TRUE END-READ
             END-PERFORM
             CLOSE xchgFile
             CLOSE playerMaster
             DISPLAY "Merged " xStatCount " ledger entries."
           END-IF
           PERFORM ReleaseLock
           .

       MergeStatsRecord.
           MOVE xtPlayer TO masterKey
           PERFORM FetchMaster
           ADD xtPlayed TO pmPlayed
           ADD xtWon TO pmWon
           PERFORM VARYING diffIdx FROM 1 BY 1 UNTIL diffIdx > 3
             ADD xtDiffPlayed(diffIdx) TO pmDiffPlayed(diffIdx)
             ADD xtDiffWon(diffIdx) TO pmDiffWon(diffIdx)
           END-PERFORM
      *    book the foreign amounts as imported so the reconciliation
      *    run can net them out - the other site's history and move
      *    logs never travel with them
           ADD xtPlayed TO pmImpPlayed
           ADD xtWon TO pmImpWon
           PERFORM VARYING diffIdx FROM 1 BY 1 UNTIL diffIdx > 3
             ADD xtDiffWon(diffIdx) TO pmImpDiffWon(diffIdx)
           END-PERFORM
           PERFORM PutMaster
           ADD 1 TO xStatCount
           .

      * ---------------------------------------------------------------
      * Highscores

       DispHighscores.
           PERFORM LoadScores
           DISPLAY " HIGHSCORES "
           PERFORM DispHighscoreTable VARYING diffIdx FROM 1 BY 1
             UNTIL diffIdx > 3
           .

       DispHighscoreTable.
           DISPLAY "-- " diffName(diffIdx) " --"
           PERFORM DispHighscoreRow VARYING i FROM 1 BY 1 UNTIL i > 5
           .

      * Skip slots that still hold the no-record sentinel instead of
      * printing it to the player
       DispHighscoreRow.
           IF pScore(diffIdx, i) NOT = 999999 THEN
             DISPLAY player(diffIdx, i) " - " pScore(diffIdx, i)
           END-IF
           .

      * Reset a highTable slot to the no-record sentinel
       ResetHighRow.
           MOVE spaces TO player(diffIdx, i)
           MOVE 999999 TO pScore(diffIdx, i)
           .

      * Each scores.txt record carries the difficulty it was earned
      * at; records are filed into that difficulty's own top 5.
      * The whole file must verify against its #CHK trailer or it is
      * quarantined and shown as empty.
       LoadScores.
           MOVE 0 TO scoreSealBad
           PERFORM StartSealCheck
           PERFORM ResetHighRow VARYING diffIdx FROM 1 BY 1
             UNTIL diffIdx > 3
             AFTER i FROM 1 BY 1 UNTIL i > 6
           SET eof2 TO FALSE
           OPEN INPUT highscores
           READ highscores AT END SET eof2 TO TRUE END-READ
           PERFORM UNTIL eof2
             IF scTag = "#CHK" THEN
               MOVE 1 TO sealSeen
               IF scCheck = checkVal THEN
                 MOVE 1 TO sealOk
               ELSE
                 MOVE 0 TO sealOk
               END-IF
             ELSE
      *        records after the trailer are as suspect as a bad one
               IF sealSeen = 1 THEN
                 MOVE 0 TO sealOk
               END-IF
               ADD 1 TO sealRecs
               MOVE line2 TO checkBuffer
               MOVE 17 TO checkLen
               PERFORM AddRecordToCheck
               IF hDiff > 0 AND < 4 THEN
                 PERFORM FileScoreRecord
               END-IF
             END-IF
             READ highscores AT END SET eof2 TO TRUE END-READ
           END-PERFORM
           CLOSE highscores
           IF sealRecs > 0 AND ( sealSeen = 0 OR sealOk = 0 ) THEN
             MOVE 1 TO scoreSealBad
             DISPLAY "Warning: scores.txt failed its integrity check."
             DISPLAY "The highscores are quarantined until the file"
             DISPLAY "is fixed or removed."
             PERFORM ResetHighRow VARYING diffIdx FROM 1 BY 1
               UNTIL diffIdx > 3
               AFTER i FROM 1 BY 1 UNTIL i > 6
           END-IF
           .

      * Drop the record just read into the first free slot of its
      * difficulty's table (the file is kept in ranked order)
       FileScoreRecord.
           MOVE 0 TO idxFound
           PERFORM VARYING i FROM 1 BY 1
             UNTIL idxAlreadySeen OR i > 5
             IF pScore(hDiff, i) = 999999 THEN
               MOVE highName TO player(hDiff, i)
               MOVE hScore TO pScore(hDiff, i)
               MOVE 1 TO idxFound
             END-IF
           END-PERFORM
           .

       WriteScores.
           PERFORM StartSealCheck
           OPEN OUTPUT highscores
           PERFORM VARYING diffIdx FROM 1 BY 1 UNTIL diffIdx > 3
             PERFORM VARYING i FROM 1 BY 1 UNTIL i > 5
               MOVE player(diffIdx, i) TO highName
               MOVE pScore(diffIdx, i) TO hScore
               MOVE diffIdx TO hDiff
               MOVE line2 TO checkBuffer
               MOVE 17 TO checkLen
               PERFORM AddRecordToCheck
               WRITE line2 END-WRITE
             END-PERFORM
           END-PERFORM
           MOVE "#CHK" TO scTag
           MOVE checkVal TO scCheck
           WRITE scoreTrailer END-WRITE
           CLOSE highscores
           .

       GetStartTime.
           ACCEPT stime FROM TIME
           .

       GetEndTime.
           ACCEPT etime FROM TIME
           .

      * Insert the just-finished game's time into the ranked table
      * for the difficulty it was played at and persist the new top 5s
       RecordScore.
           MOVE playerName TO postName
           MOVE difficulty TO postDiff
           MOVE rtime TO postTime
           PERFORM PostScore
           .

      * Post postName's time postTime at level postDiff - a win just
      * played, or one an operator approved off the review queue
       PostScore.
           MOVE "project/scores.lck" TO lockFileName
           PERFORM AcquireLock
           PERFORM LoadScores
      *    never rewrite a quarantined file - it is the evidence
           IF scoreSealBad = 1 THEN
             DISPLAY "Your time was NOT recorded."
           ELSE
             MOVE postDiff TO diffIdx
             MOVE postName TO player(diffIdx, 6)
             MOVE postTime TO pScore(diffIdx, 6)
             MOVE 2 TO mini
             PERFORM BubbleMain
             PERFORM WriteScores
           END-IF
           PERFORM ReleaseLock
           .

       BubbleGo.
           MOVE 0 TO swapped
           PERFORM VARYING i FROM 6 BY -1 UNTIL i < mini
             IF pScore(diffIdx, i) < pScore(diffIdx, i - 1) THEN
               MOVE pScore(diffIdx, i) TO temp2
               MOVE pScore(diffIdx, i - 1) TO pScore(diffIdx, i)
               MOVE temp2 TO pScore(diffIdx, i - 1)
               MOVE player(diffIdx, i) TO tempName
               MOVE player(diffIdx, i - 1) TO player(diffIdx, i)
               MOVE tempName TO player(diffIdx, i - 1)
               MOVE 1 TO swapped
             END-IF
           END-PERFORM
           ADD 1 TO mini
           ADD 1 TO j
           .

       BubbleMain.
           MOVE 1 TO j
           MOVE 1 TO swapped
           PERFORM BubbleGo UNTIL j > 5 OR swapped NOT = 1
           .

       ConvertToSec.
           MOVE 0 TO rtime
           COMPUTE stime = ( etime - stime )
           COMPUTE caltime = ( stime / 100 )
           ADD caltime TO rtime
           COMPUTE caltime = ( stime / 10000 )
           ADD caltime TO rtime
           MOVE stime TO caltime
           ADD caltime TO rtime
           ADD savetime TO rtime
           .
       
      * ---------------------------------------------------------------
      * Check current status (Do we continue playing?)
       
       GameStatus.
           MOVE 0 TO check1
           MOVE 0 TO check2
           PERFORM isGameOver VARYING i FROM 1 BY 1 UNTIL i > numRows
             AFTER j FROM 1 BY 1 UNTIL j > numCols
           IF check1 = 1 THEN
             MOVE 1 TO quit
           END-IF
           IF check2 = 0 THEN
             MOVE 2 To quit
           END-IF
           .
       
       isGameOver.
           IF explode(i, j) THEN
             MOVE 1 TO check1
           END-IF
           IF (isEmpty(i, j) OR flagged(i, j)) AND NOT isMine(i, j)
      -       THEN
             MOVE 1 TO check2
           END-IF
           .
       
      * ---------------------------------------------------------------
      * End Game (Win or Loose)
       
       Celebrate.
           PERFORM ConvertToSec
           MOVE 0 TO reviewHeld
           MOVE "N" TO reviewScore
           MOVE space TO reviewKind
      *    a duel is not screened: both players sit at the terminal
      *    for it, no hint is allowed, and each turn is judged against
      *    the other's on the same layout rather than posted - holding
      *    one turn would leave the duel with nothing to judge
           IF quit = 2 AND NOT assistedGame AND NOT duelGame THEN
             PERFORM ScreenWin
           END-IF
           IF quit = 1 THEN
             DISPLAY "****GAME OVER****"
      *      the other dueller plays this same layout next - keep it
      *      off the screen until the duel is judged
             IF duelGame THEN
               DISPLAY "(board withheld until the duel is judged)"
             ELSE
               PERFORM DispLayout
             END-IF
           ELSE IF quit = 2 THEN
               DISPLAY "****CONGRATULATIONS!****"
               DISPLAY "***YOU BEAT THE GAME!***"
      *        A daily time goes on today's table, not the lifetime
      *        highscores - the daily board is its own layout and the
      *        times are only comparable within the day
               IF dailyGame THEN
                 IF winHeld THEN
                   MOVE "D" TO reviewKind
                   DISPLAY "Your time is held for an operator review"
      -                    " before it goes on the daily table."
                 ELSE
                   PERFORM RecordDaily
                   DISPLAY "Your time is on today's daily table."
                   PERFORM DispDailyResults
                 END-IF
               ELSE IF puzzleGame THEN
      *          a library board is a custom layout - its finishes
      *          belong to the puzzle's own list, not the highscores
                   IF winHeld THEN
                     MOVE "P" TO reviewKind
                     DISPLAY "Your finish is held for an operator"
      -                      " review before it goes on the list."
                   ELSE
                     PERFORM RecordPuzzleDone
                     DISPLAY "Your finish is on the puzzle's list."
                   END-IF
                 ELSE IF duelGame THEN
                     DISPLAY "Duel game - the result is judged when"
      -                      " both turns are in."
      *            a win a hint helped with is kept off the highscores
                   ELSE IF assistedGame THEN
                       DISPLAY "Assisted win - not entered on the "
      -                        "highscores."
      *              a win the screening doubts waits for an operator
                     ELSE IF winHeld THEN
                         MOVE "Y" TO reviewScore
                         DISPLAY "Your time is held for an operator"
      -                          " review before it posts."
                       ELSE
                         PERFORM RecordScore
                 DISPLAY "Your time has been saved to the highscores."
                       END-IF
                     END-IF
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF
           IF winHeld THEN
             PERFORM FileForReview
           END-IF
      *    a board lost on a mine must not be won later off a slot
      *    that still holds it
           IF quit = 1 THEN
             PERFORM MarkHitSlots
           END-IF
           IF quit = 2 THEN
             ADD 1 TO winStreak
           ELSE
             MOVE 0 TO winStreak
           END-IF
           PERFORM ArchiveGame
           PERFORM UpdateStats
           PERFORM RecordLeague
           PERFORM CheckBadges
           .

      * ---------------------------------------------------------------
      * Review screening: a win that is not assisted is held against
      * three rules before it may post. Too fast: under the least
      * time the control parameters set for its level. Too few
      * moves: every number opened during this play with no opened
      * 0 beside it needed a reveal of its own or a chord next to it,
      * and a chord opens eight squares at most. Loaded after a mine
      * hit: the slot the game came from was already played on to a
      * mine hit on this same board.

       ScreenWin.
           MOVE spaces TO rqRuleSet
           MOVE 0 TO rqNeed
      *    a library puzzle is its setter's own size of board - the
      *    least times of the standard levels say nothing about it
           IF NOT puzzleGame AND parmMinWin(difficulty) > 0
              AND rtime < parmMinWin(difficulty) THEN
             MOVE "T" TO rqRuleT
           END-IF
           MOVE playerName TO rqPlayer
           ACCEPT rqDate FROM DATE YYYYMMDD
           MOVE playStartAt TO rqStartAt
           MOVE playWonAt TO rqWonAt
           PERFORM ReviewFindLog
      *    a play whose start was rolled off the live log part-way
      *    cannot be counted, and is not held for that
           IF rqFound > 0 THEN
             PERFORM CountLoneSquares
             COMPUTE rqAllow = rqReveals + ( 8 * rqChords )
             IF rqNeed > rqAllow THEN
               MOVE "M" TO rqRuleM
             END-IF
           END-IF
           IF hitReloaded THEN
             MOVE "L" TO rqRuleL
           END-IF
           IF rqRuleSet NOT = spaces THEN
             MOVE 1 TO reviewHeld
           END-IF
           .

      * rqNeed: numbers opened during this play (closed or flagged
      * when it began) with no opened 0 beside them. A 0 opens all
      * its neighbours with it, so anything next to one came free.
       CountLoneSquares.
           PERFORM VARYING rqR FROM 1 BY 1 UNTIL rqR > numRows
             PERFORM VARYING rqC FROM 1 BY 1 UNTIL rqC > numCols
               IF psClosed(rqR, rqC) AND isNumbered(rqR, rqC) THEN
                 PERFORM FindZeroNear
                 IF rqZeroNear = 0 THEN
                   ADD 1 TO rqNeed
                 END-IF
               END-IF
             END-PERFORM
           END-PERFORM
           .

       FindZeroNear.
           MOVE 0 TO rqZeroNear
           IF rqR > 1 THEN
             COMPUTE rqLoR = rqR - 1
           ELSE
             MOVE 1 TO rqLoR
           END-IF
           IF rqR < numRows THEN
             COMPUTE rqHiR = rqR + 1
           ELSE
             MOVE numRows TO rqHiR
           END-IF
           IF rqC > 1 THEN
             COMPUTE rqLoC = rqC - 1
           ELSE
             MOVE 1 TO rqLoC
           END-IF
           IF rqC < numCols THEN
             COMPUTE rqHiC = rqC + 1
           ELSE
             MOVE numCols TO rqHiC
           END-IF
           PERFORM VARYING rqNr FROM rqLoR BY 1 UNTIL rqNr > rqHiR
             PERFORM VARYING rqNc FROM rqLoC BY 1 UNTIL rqNc > rqHiC
               IF isZero(rqNr, rqNc) THEN
                 MOVE 1 TO rqZeroNear
               END-IF
             END-PERFORM
           END-PERFORM
           .

      * Put the held win on the review file under the next number,
      * with what it would have posted
       FileForReview.
           MOVE "project/review.lck" TO lockFileName
           PERFORM AcquireLock
           MOVE 0 TO rqMaxId
           SET eofReview TO FALSE
           OPEN INPUT reviewFile
           READ reviewFile AT END SET eofReview TO TRUE END-READ
           PERFORM UNTIL eofReview
             MOVE reviewLine TO reviewRec
             IF rvId IS NUMERIC AND rvId > rqMaxId THEN
               MOVE rvId TO rqMaxId
             END-IF
             READ reviewFile AT END SET eofReview TO TRUE END-READ
           END-PERFORM
           CLOSE reviewFile
           MOVE spaces TO reviewRec
           COMPUTE rvId = rqMaxId + 1
           MOVE playerName TO rvPlayer
           MOVE rqDate TO rvDate
           MOVE playStartAt TO rvStartAt
           MOVE playWonAt TO rvWonAt
           MOVE difficulty TO rvDiff
           MOVE gameBoard TO rvBoard
           MOVE rtime TO rvTime
           MOVE reviewScore TO rvScore
           COMPUTE rvPoints = difficulty * parmWinPoints
           MOVE gameParm TO rvParm
           MOVE parmMinWin(difficulty) TO rvLeast
           MOVE rqRuleSet TO rvRules
           IF rqFound > 0 THEN
             MOVE "Y" TO rvLogged
           ELSE
             MOVE "N" TO rvLogged
           END-IF
           MOVE rqReveals TO rvReveals
           MOVE rqChords TO rvChords
           MOVE rqNeed TO rvNeed
           MOVE reviewKind TO rvKind
           MOVE 0 TO rvDaily
           IF reviewKind = "D" THEN
             MOVE curDate TO rvDaily
           END-IF
           IF reviewKind = "P" THEN
             MOVE puzzleName TO rvPuzzle
           END-IF
           OPEN EXTEND reviewFile
           WRITE reviewLine FROM reviewRec END-WRITE
           CLOSE reviewFile
           PERFORM ReleaseLock
           DISPLAY "Your win is held for review as number " rvId "."
           .

      * A loss on a mine marks every slot still holding the board -
      * the player's save and checkpoint slots and the slot the game
      * was loaded from - so it cannot be loaded and won again
      * without the review seeing it
       MarkHitSlots.
           MOVE playerName TO saveFileOwner
           PERFORM BuildSaveFileName
           PERFORM MarkHitSlot
           PERFORM BuildCheckpointFileName
           PERFORM MarkHitSlot
      *    a library puzzle file is everybody's to play
           IF gameSlotName NOT = spaces AND NOT puzzleGame THEN
             MOVE gameSlotName TO saveFileName
             PERFORM MarkHitSlot
           END-IF
           MOVE playerName TO saveFileOwner
           PERFORM BuildSaveFileName
           .

      * Mark the slot saveFileName points at if it holds the mine
      * layout just lost on and is not marked yet
       MarkHitSlot.
           MOVE 0 TO rqSame
           SET eof1 TO FALSE
           OPEN INPUT oldgame
           READ oldgame AT END SET eof1 TO TRUE END-READ
           IF NOT eof1 THEN
             IF dimRows = numRows AND dimCols = numCols
                AND dimHit NOT = "H" THEN
               MOVE 1 TO rqSame
             END-IF
           END-IF
           PERFORM VARYING rqR FROM 1 BY 1
             UNTIL rqR > numRows OR rqSame = 0
             READ oldgame AT END SET eof1 TO TRUE END-READ
             IF eof1 THEN
               MOVE 0 TO rqSame
             ELSE
               PERFORM VARYING rqC FROM 1 BY 1 UNTIL rqC > numCols
                 IF oldValue(rqC) NOT = mineField(rqR, rqC) THEN
                   MOVE 0 TO rqSame
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM
           CLOSE oldgame
           IF rqSame = 1 THEN
             PERFORM MarkHitRewrite
           END-IF
           .

      * Stage the slot through a work file and write it back with
      * "H" on its size line
       MarkHitRewrite.
           MOVE spaces TO workFileName
           STRING "project/hit_" DELIMITED BY SIZE
                  playerName DELIMITED BY SPACE
                  ".wrk" DELIMITED BY SIZE
             INTO workFileName
           SET eof1 TO FALSE
           OPEN INPUT oldgame
           OPEN OUTPUT workFile
           READ oldgame AT END SET eof1 TO TRUE END-READ
           IF NOT eof1 THEN
             MOVE "H" TO dimHit
           END-IF
           PERFORM UNTIL eof1
             WRITE workLine FROM line1 END-WRITE
             READ oldgame AT END SET eof1 TO TRUE END-READ
           END-PERFORM
           CLOSE oldgame
           CLOSE workFile
           SET eofWork TO FALSE
           OPEN INPUT workFile
           OPEN OUTPUT oldgame
           READ workFile AT END SET eofWork TO TRUE END-READ
           PERFORM UNTIL eofWork
             WRITE line1 FROM workLine END-WRITE
             READ workFile AT END SET eofWork TO TRUE END-READ
           END-PERFORM
           CLOSE workFile
           CLOSE oldgame
           DELETE FILE workFile
           .

      * ---------------------------------------------------------------
      * Achievement badges: every game end is held against the award
      * list, and anything newly earned goes on the player's shelf
      * file with the date; DispPlayerStats shows the shelf at
      * sign-on

      * Point badgeFileName at the signed-in player's shelf
       BuildBadgeFileName.
           MOVE spaces TO badgeFileName
           STRING "project/badges_" DELIMITED BY SIZE
                  playerName DELIMITED BY SPACE
                  ".txt" DELIMITED BY SIZE
             INTO badgeFileName
           .

       LoadBadges.
           PERFORM BuildBadgeFileName
           MOVE 0 TO bdCount
           PERFORM VARYING bdIdx FROM 1 BY 1 UNTIL bdIdx > 20
             MOVE spaces TO bdName(bdIdx)
             MOVE 0 TO bdDate(bdIdx)
           END-PERFORM
           SET eofBadge TO FALSE
           OPEN INPUT badgeFile
           READ badgeFile AT END SET eofBadge TO TRUE END-READ
           PERFORM UNTIL eofBadge
             IF bdCount < 20 THEN
               ADD 1 TO bdCount
               MOVE bgName TO bdName(bdCount)
               MOVE bgDate TO bdDate(bdCount)
             END-IF
             READ badgeFile AT END SET eofBadge TO TRUE END-READ
           END-PERFORM
           CLOSE badgeFile
           .

      * Hold the finished game and the updated ledger against the
      * award list; UpdateStats left the player's record as filed in
      * masterHoldRec
       CheckBadges.
           PERFORM LoadBadges
      *    a win held for review earns nothing until it is approved
           IF ledgerFound = 1 THEN
             IF quit = 2 AND mhWon >= 1 AND NOT winHeld THEN
               MOVE "FIRST WIN" TO badgeTry
               PERFORM TryAwardBadge
             END-IF
             IF mhPlayed >= parmBadgeGames THEN
               PERFORM NameGamesBadge
               PERFORM TryAwardBadge
             END-IF
           END-IF
           IF quit = 2 AND diffExpert AND NOT assistedGame
              AND NOT winHeld THEN
             MOVE "EXPERT WIN" TO badgeTry
             PERFORM TryAwardBadge
           END-IF
           IF quit = 2 AND sessMineHits = 0 AND NOT assistedGame
              AND NOT winHeld THEN
             MOVE "CLEAN SESSION WIN" TO badgeTry
             PERFORM TryAwardBadge
           END-IF
           IF winStreak >= parmBadgeStreak AND NOT winHeld THEN
             PERFORM NameStreakBadge
             PERFORM TryAwardBadge
           END-IF
           .

      * The threshold badges carry the count they were earned at. At
      * 50 games the badge keeps the name players already hold it
      * under, so a shelf does not gain a second copy of it.
       NameGamesBadge.
           IF parmBadgeGames = 50 THEN
             MOVE "FIFTY GAMES" TO badgeTry
           ELSE
             MOVE parmBadgeGames TO badgeNum
             PERFORM EditBadgeNum
             MOVE spaces TO badgeTry
             STRING badgeNumText DELIMITED BY SPACE
                    " GAMES" DELIMITED BY SIZE
               INTO badgeTry
             END-STRING
           END-IF
           .

       NameStreakBadge.
           MOVE parmBadgeStreak TO badgeNum
           PERFORM EditBadgeNum
           MOVE spaces TO badgeTry
           STRING "HOT STREAK " DELIMITED BY SIZE
                  badgeNumText DELIMITED BY SPACE
             INTO badgeTry
           END-STRING
           .

      * badgeNum as its digits alone, leading blanks dropped
       EditBadgeNum.
           MOVE badgeNum TO badgeNumD
           MOVE 0 TO badgeLead
           INSPECT badgeNumD TALLYING badgeLead FOR LEADING SPACE
           COMPUTE badgePtr = badgeLead + 1
           MOVE spaces TO badgeNumText
           UNSTRING badgeNumD DELIMITED BY SPACE
             INTO badgeNumText WITH POINTER badgePtr
           END-UNSTRING
           .

      * Put badgeTry on the shelf unless it is already there
       TryAwardBadge.
           MOVE 0 TO idxFound
           PERFORM VARYING bdIdx FROM 1 BY 1 UNTIL bdIdx > bdCount
             IF bdName(bdIdx) = badgeTry THEN
               MOVE 1 TO idxFound
             END-IF
           END-PERFORM
           IF NOT idxAlreadySeen THEN
             ACCEPT curDate FROM DATE YYYYMMDD
             OPEN EXTEND badgeFile
             MOVE spaces TO badgeLine
             MOVE badgeTry TO bgName
             MOVE curDate TO bgDate
             WRITE badgeLine END-WRITE
             CLOSE badgeFile
             IF bdCount < 20 THEN
               ADD 1 TO bdCount
               MOVE badgeTry TO bdName(bdCount)
               MOVE curDate TO bdDate(bdCount)
             END-IF
             DISPLAY "*** Badge earned : " badgeTry " ***"
           END-IF
           .

      * ---------------------------------------------------------------
      * Game history: every completed game is archived with its final
      * grids, so "show me the board I lost on yesterday" has an
      * answer. A key index (history.idx, the saves.idx pattern)
      * carries player + date + sequence number and the game's start
      * line, so the browser filters and fetches without parsing the
      * whole archive.

      * Append the game just finished to project/history.txt and
      * file its key on the index
       ArchiveGame.
           ACCEPT curDate FROM DATE YYYYMMDD
           MOVE "project/history.lck" TO lockFileName
           PERFORM AcquireLock
           PERFORM ScanHistIndex
      *    an archive that predates the index gets one rebuilt now
           IF idxRecCount = 0 THEN
             SET eofHist TO FALSE
             OPEN INPUT historyFile
             READ historyFile AT END SET eofHist TO TRUE END-READ
             CLOSE historyFile
             IF NOT eofHist THEN
               PERFORM RebuildHistIndex
               PERFORM ScanHistIndex
             END-IF
           END-IF
           OPEN EXTEND historyFile
           MOVE spaces TO histHeader
           MOVE playerName TO histPlayer
           MOVE curDate TO histDate
           MOVE difficulty TO histDiff
           IF quit = 2 THEN
             MOVE "WIN" TO histOutcome
           ELSE
             MOVE "LOSS" TO histOutcome
           END-IF
           MOVE rtime TO histTime
           MOVE gameAssist TO histAssist
           MOVE gameBoard TO histBoard
           MOVE gameParm TO histParm
           WRITE histHeader END-WRITE

           MOVE numRows TO histRows
           MOVE numCols TO histCols
           WRITE histDimLine END-WRITE

           MOVE 1 TO i
           PERFORM numRows TIMES
             MOVE spaces TO histGrid
             PERFORM VARYING j FROM 1 BY 1 UNTIL j > numCols
               MOVE mineField(i, j) TO histVal(j)
             END-PERFORM
             WRITE histGrid END-WRITE
             ADD 1 TO i
           END-PERFORM

           MOVE 1 TO i
           PERFORM numRows TIMES
             MOVE spaces TO histGrid
             PERFORM VARYING j FROM 1 BY 1 UNTIL j > numCols
               MOVE visiField(i, j) TO histVal(j)
             END-PERFORM
             WRITE histGrid END-WRITE
             ADD 1 TO i
           END-PERFORM

           CLOSE historyFile

      *    file the new game's key; ScanHistIndex left nextStart and
      *    nextSeq pointing past the last indexed game
           OPEN EXTEND histIndex
           MOVE spaces TO histIdxLine
           MOVE playerName TO hiPlayer
           MOVE curDate TO hiDate
           MOVE nextSeq TO hiSeq
           IF quit = 2 THEN
             MOVE "WIN" TO hiOutcome
           ELSE
             MOVE "LOSS" TO hiOutcome
           END-IF
           MOVE rtime TO hiTime
           MOVE nextStart TO hiStart
           MOVE numRows TO hiRows
           MOVE gameAssist TO hiAssist
           MOVE gameBoard TO hiBoard
           MOVE difficulty TO hiDiff
           MOVE gameParm TO hiParm
           WRITE histIdxLine END-WRITE
           CLOSE histIndex
           PERFORM ReleaseLock
           .

      * One pass over the key index: count its records, work out
      * where the next game will start on history.txt, and the next
      * sequence number for the signed-in player today
       ScanHistIndex.
           MOVE 0 TO idxRecCount
           MOVE 1 TO nextStart
           MOVE 0 TO nextSeq
           SET eofHIdx TO FALSE
           OPEN INPUT histIndex
           READ histIndex AT END SET eofHIdx TO TRUE END-READ
           PERFORM UNTIL eofHIdx
             ADD 1 TO idxRecCount
             COMPUTE nextStart = hiStart + 2 + ( 2 * hiRows )
             IF hiPlayer = playerName AND hiDate = curDate AND
      -         ( hiSeq > nextSeq )
               MOVE hiSeq TO nextSeq
             END-IF
             READ histIndex AT END SET eofHIdx TO TRUE END-READ
           END-PERFORM
           CLOSE histIndex
           ADD 1 TO nextSeq
           .

      * Rebuild history.idx from the archive itself - a one-time
      * migration for archives written before the index existed;
      * sequence numbers are dealt per player and date as the scan
      * walks the file, counted on a tally keyed player + date
       RebuildHistIndex.
           MOVE "project/tally_seq.wrk" TO tallyFileName
           PERFORM StartTally
           SET eofHist TO FALSE
           OPEN INPUT historyFile
           OPEN OUTPUT histIndex
           MOVE 1 TO rebuildLine
           READ historyFile AT END SET eofHist TO TRUE END-READ
           PERFORM UNTIL eofHist
             PERFORM RebuildOneGame
           END-PERFORM
           CLOSE histIndex
           CLOSE historyFile
           PERFORM EndTally
           DISPLAY "History index rebuilt."
           .

      * The header record is current: carry it into locals, step
      * over the grids, and write the game's key record
       RebuildOneGame.
           MOVE histPlayer TO rbPlayer
           MOVE histDate TO rbDate
           MOVE histOutcome TO rbOutcome
           MOVE histTime TO rbTime
           MOVE histAssist TO rbAssist
           MOVE histBoard TO rbBoard
           MOVE histDiff TO rbDiff
      *    a game archived before it carried a version was played
      *    under the program's own rules, version 0
           IF histParm IS NUMERIC THEN
             MOVE histParm TO rbParm
           ELSE
             MOVE 0 TO rbParm
           END-IF
           MOVE rebuildLine TO rbStart
           READ historyFile AT END SET eofHist TO TRUE END-READ
           IF eofHist THEN
             MOVE 0 TO rbRows
           ELSE
             MOVE histRows TO rbRows
             COMPUTE skipLines = rbRows * 2
             PERFORM skipLines TIMES
               IF NOT eofHist THEN
                 READ historyFile AT END SET eofHist TO TRUE END-READ
               END-IF
             END-PERFORM
           END-IF
           MOVE spaces TO taKey
           STRING rbPlayer DELIMITED BY SIZE
                  rbDate DELIMITED BY SIZE
             INTO taKey
           MOVE 1 TO taCount(1)
           PERFORM TallyPost
           MOVE tyCount(1) TO nextSeq
           MOVE spaces TO histIdxLine
           MOVE rbPlayer TO hiPlayer
           MOVE rbDate TO hiDate
           MOVE nextSeq TO hiSeq
           MOVE rbOutcome TO hiOutcome
           MOVE rbTime TO hiTime
           MOVE rbStart TO hiStart
           MOVE rbRows TO hiRows
           MOVE rbAssist TO hiAssist
           MOVE rbBoard TO hiBoard
           MOVE rbDiff TO hiDiff
           MOVE rbParm TO hiParm
           WRITE histIdxLine END-WRITE
           COMPUTE rebuildLine = rbStart + 2 + ( 2 * rbRows )
           READ historyFile AT END SET eofHist TO TRUE END-READ
           .

       HistoryMenu.
           ACCEPT curDate FROM DATE YYYYMMDD
           PERFORM ScanHistIndex
      *    an archive that predates the index gets one rebuilt now
           IF idxRecCount = 0 THEN
             SET eofHist TO FALSE
             OPEN INPUT historyFile
             READ historyFile AT END SET eofHist TO TRUE END-READ
             CLOSE historyFile
             IF NOT eofHist THEN
               MOVE "project/history.lck" TO lockFileName
               PERFORM AcquireLock
               PERFORM RebuildHistIndex
               PERFORM ReleaseLock
               PERFORM ScanHistIndex
             END-IF
           END-IF
           IF idxRecCount = 0 THEN
             DISPLAY "No games on the history file yet."
           ELSE
             MOVE 0 TO histFilter
             DISPLAY "1 - All games"
             DISPLAY "2 - One player's games"
             DISPLAY "3 - One date's games"
             PERFORM UNTIL histFilter > 0 AND < 4
               DISPLAY "Enter your choice : "
               ACCEPT histFilter NO BEEP
             END-PERFORM
             IF histFilter = 2 THEN
               DISPLAY "Enter the player's alias : "
               ACCEPT histFiltPlayer
             ELSE IF histFilter = 3 THEN
                 DISPLAY "Enter the date (YYYYMMDD) : "
                 ACCEPT histFiltDate NO BEEP
               END-IF
             END-IF
             PERFORM ListHistIndex
             IF hlCount = 0 THEN
               DISPLAY "No games match that choice."
             ELSE
               MOVE 0 TO histChoice
               PERFORM UNTIL histChoice > 0 AND <= hlCount
                 DISPLAY "Enter the number of the game to view : "
                 ACCEPT histChoice NO BEEP
               END-PERFORM
               PERFORM ShowHistoryGame
             END-IF
           END-IF
           .

      * Number and list the index entries that pass the filter,
      * remembering where each one's game starts on the archive
       ListHistIndex.
           MOVE 0 TO hlCount
           SET eofHIdx TO FALSE
           OPEN INPUT histIndex
           READ histIndex AT END SET eofHIdx TO TRUE END-READ
           PERFORM UNTIL eofHIdx OR hlCount >= 99
             IF ( histFilter = 1 ) OR
      -         ( histFilter = 2 AND hiPlayer = histFiltPlayer ) OR
      -         ( histFilter = 3 AND hiDate = histFiltDate )
               ADD 1 TO hlCount
               MOVE hiStart TO hlStart(hlCount)
               IF hiAssist = "A" THEN
                 MOVE "(assisted)" TO histAssistD
               ELSE
                 MOVE spaces TO histAssistD
               END-IF
               DISPLAY hlCount " - " hiPlayer " " hiDate " #" hiSeq
      -                " " hiOutcome " in " hiTime " seconds "
      -                histAssistD
             END-IF
             READ histIndex AT END SET eofHIdx TO TRUE END-READ
           END-PERFORM
           CLOSE histIndex
           .

      * Step over the board-size line and both grids of one game
       SkipHistoryGrids.
           READ historyFile AT END SET eofHist TO TRUE END-READ
           IF NOT eofHist THEN
             COMPUTE skipLines = histRows * 2
             PERFORM skipLines TIMES
               IF NOT eofHist THEN
                 READ historyFile AT END SET eofHist TO TRUE END-READ
               END-IF
             END-PERFORM
           END-IF
           .

      * Fetch the chosen game directly: skip to its indexed start
      * line and redisplay it from there
       ShowHistoryGame.
           MOVE hlStart(histChoice) TO skipCount
           SUBTRACT 1 FROM skipCount
           SET eofHist TO FALSE
           OPEN INPUT historyFile
           PERFORM skipCount TIMES
             READ historyFile AT END SET eofHist TO TRUE END-READ
           END-PERFORM
           READ historyFile AT END SET eofHist TO TRUE END-READ
           IF eofHist THEN
             DISPLAY "Error: the index points past the archive."
           ELSE
             PERFORM DispHistoryGame
           END-IF
           CLOSE historyFile
           .

      * The header record is current; pull the grids back into the
      * board tables and show them the way the game did
       DispHistoryGame.
           IF histAssist = "A" THEN
             MOVE "(assisted)" TO histAssistD
           ELSE
             MOVE spaces TO histAssistD
           END-IF
           DISPLAY histPlayer " on " histDate " - " histOutcome
      -            " in " histTime " seconds " histAssistD
           READ historyFile AT END SET eofHist TO TRUE END-READ
           IF eofHist OR NOT ( ( histRows > 0 AND <= 20 ) AND
      -                        ( histCols > 0 AND <= 20 ) )
             DISPLAY "Error: this history entry is damaged."
           ELSE
             MOVE histRows TO numRows
             MOVE histCols TO numCols
             MOVE 1 TO i
             PERFORM numRows TIMES
               READ historyFile AT END SET eofHist TO TRUE END-READ
               PERFORM VARYING j FROM 1 BY 1 UNTIL j > numCols
                 MOVE histVal(j) TO mineField(i, j)
               END-PERFORM
               ADD 1 TO i
             END-PERFORM
             MOVE 1 TO i
             PERFORM numRows TIMES
               READ historyFile AT END SET eofHist TO TRUE END-READ
               PERFORM VARYING j FROM 1 BY 1 UNTIL j > numCols
                 MOVE histVal(j) TO visiField(i, j)
               END-PERFORM
               ADD 1 TO i
             END-PERFORM
             DISPLAY "Final board as the player saw it:"
             PERFORM DispReplayBoard
             DISPLAY "Full mine layout:"
             PERFORM DispLayout
           END-IF
           .

      * ---------------------------------------------------------------
      * Loss post-mortem: every loss on the history file is classed
      * as a forced guess, an avoidable mistake or a misflag, counted
      * per player by difficulty and board type, and put on a dated
      * report with the totals by board type - the no-guess line is
      * the check that the no-guess generator keeps its promise

       PostMortemRun.
           ACCEPT curDate FROM DATE YYYYMMDD
           DISPLAY "==== Loss Post-Mortem ===="
           PERFORM ScanHistIndex
      *    an archive that predates the index gets one rebuilt now
           IF idxRecCount = 0 THEN
             SET eofHist TO FALSE
             OPEN INPUT historyFile
             READ historyFile AT END SET eofHist TO TRUE END-READ
             CLOSE historyFile
             IF NOT eofHist THEN
               MOVE "project/history.lck" TO lockFileName
               PERFORM AcquireLock
               PERFORM RebuildHistIndex
               PERFORM ReleaseLock
             END-IF
           END-IF
           PERFORM LoadAliasReg
           MOVE "project/tally_mort.wrk" TO tallyFileName
           PERFORM StartTally
           MOVE 0 TO mortLosses
           MOVE 0 TO mortSkipped
           SET eofHist TO FALSE
           OPEN INPUT historyFile
           MOVE 1 TO mortLine
           SET eofHIdx TO FALSE
           OPEN INPUT histIndex
           READ histIndex AT END SET eofHIdx TO TRUE END-READ
           PERFORM UNTIL eofHIdx
             IF hiOutcome = "LOSS" THEN
               PERFORM MortemOneLoss
             END-IF
             READ histIndex AT END SET eofHIdx TO TRUE END-READ
           END-PERFORM
           CLOSE histIndex
           CLOSE historyFile
           PERFORM WriteMortemReport
           PERFORM EndTally
           PERFORM DropAliasMap
           DISPLAY mortLosses " losses classed, " mortSkipped
      -            " could not be read back."
           DISPLAY "Report written to " reportFileName
           .

      * Read the loss back off history.txt - the index runs in file
      * order, so the archive is only ever read forward - then find
      * its fatal move and class it
       MortemOneLoss.
           MOVE 0 TO mortOk
           IF hiStart < mortLine THEN
             CLOSE historyFile
             SET eofHist TO FALSE
             OPEN INPUT historyFile
             MOVE 1 TO mortLine
           END-IF
           PERFORM UNTIL mortLine >= hiStart OR eofHist
             READ historyFile AT END SET eofHist TO TRUE END-READ
             ADD 1 TO mortLine
           END-PERFORM
           IF NOT eofHist THEN
             READ historyFile AT END SET eofHist TO TRUE END-READ
             ADD 1 TO mortLine
           END-IF
           IF NOT eofHist AND histPlayer = hiPlayer
              AND histOutcome = "LOSS" THEN
             MOVE histDiff TO mkDiff
             MOVE histBoard TO mkBoard
             READ historyFile AT END SET eofHist TO TRUE END-READ
             ADD 1 TO mortLine
             IF NOT eofHist AND ( histRows > 0 AND <= 20 ) AND
      -         ( histCols > 0 AND <= 20 )
               PERFORM MortemLoadBoard
             END-IF
           END-IF
           IF mortOk = 1 THEN
             PERFORM MortemFindLog
             PERFORM MortemClassify
           END-IF
           IF mortOk = 1 THEN
             ADD 1 TO mortLosses
             MOVE hiPlayer TO mkPlayer
             MOVE mortKey TO taKey
             MOVE 1 TO taCount(mortClass)
             MOVE mortBoardOnly TO taCount(4)
             PERFORM TallyPost
           ELSE
             ADD 1 TO mortSkipped
           END-IF
           .

      * The size line is current: pull both grids into the board
      * tables, noting the mines the final board shows opened
       MortemLoadBoard.
           MOVE histRows TO numRows
           MOVE histCols TO numCols
           MOVE 0 TO mortMines
           MOVE 0 TO mortHitRow
           MOVE 0 TO mortHitCol
           PERFORM VARYING mortRow FROM 1 BY 1 UNTIL mortRow > numRows
             READ historyFile AT END SET eofHist TO TRUE END-READ
             ADD 1 TO mortLine
             PERFORM VARYING mortCol FROM 1 BY 1
               UNTIL mortCol > numCols
               MOVE histVal(mortCol) TO mineField(mortRow, mortCol)
             END-PERFORM
           END-PERFORM
           PERFORM VARYING mortRow FROM 1 BY 1 UNTIL mortRow > numRows
             READ historyFile AT END SET eofHist TO TRUE END-READ
             ADD 1 TO mortLine
             PERFORM VARYING mortCol FROM 1 BY 1
               UNTIL mortCol > numCols
               MOVE histVal(mortCol) TO visiField(mortRow, mortCol)
               IF explode(mortRow, mortCol) THEN
                 ADD 1 TO mortMines
                 MOVE mortRow TO mortHitRow
                 MOVE mortCol TO mortHitCol
               END-IF
             END-PERFORM
           END-PERFORM
           IF NOT eofHist THEN
             MOVE 1 TO mortOk
           END-IF
           .

      * Find the loss on its day's move log - the hiSeq-th game the
      * player finished that day - and the square its MINE-HIT was
      * logged against; a day not yet rolled over is still on the
      * live log. Log records under a retired alias count for the
      * alias it went to.
       MortemFindLog.
           MOVE 0 TO mortLogRow
           MOVE 0 TO mortLogCol
           MOVE 0 TO mortGameRow
           MOVE 0 TO mortGameCol
           MOVE 0 TO mortEnded
           MOVE 0 TO mortLogRecs
           MOVE 0 TO mortLogDone
           MOVE hiPlayer TO mortPlayer
           MOVE spaces TO archFileName
           STRING "project/movelog_" DELIMITED BY SIZE
                  hiDate DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
             INTO archFileName
           SET eofArch TO FALSE
           OPEN INPUT moveArch
           READ moveArch AT END SET eofArch TO TRUE END-READ
           PERFORM UNTIL eofArch OR mortLogDone = 1
             ADD 1 TO mortLogRecs
             MOVE archLine TO moveLogLine
             PERFORM MortemLogRecord
             READ moveArch AT END SET eofArch TO TRUE END-READ
           END-PERFORM
           CLOSE moveArch
           IF mortLogRecs = 0 THEN
             SET eofLog TO FALSE
             OPEN INPUT moveLog
             READ moveLog AT END SET eofLog TO TRUE END-READ
             PERFORM UNTIL eofLog OR mortLogDone = 1
               PERFORM MortemLogRecord
               READ moveLog AT END SET eofLog TO TRUE END-READ
             END-PERFORM
             CLOSE moveLog
           END-IF
           .

      * One log record: count off the player's finished games and
      * keep the last mine hit of the game in hand
       MortemLogRecord.
           MOVE logPlayer TO rcKey
           PERFORM MapAliasKey
           IF rcKey = mortPlayer THEN
             IF logOutcome = "GAME-START" THEN
               MOVE 0 TO mortGameRow
               MOVE 0 TO mortGameCol
             ELSE IF logOutcome = "MINE-HIT" THEN
                 MOVE logRow TO mortGameRow
                 MOVE logCol TO mortGameCol
               ELSE IF logOutcome = "GAME-WON" OR "GAME-LOST" THEN
                   ADD 1 TO mortEnded
                   IF mortEnded = hiSeq THEN
                     MOVE 1 TO mortLogDone
                     IF logOutcome = "GAME-LOST" THEN
                       MOVE mortGameRow TO mortLogRow
                       MOVE mortGameCol TO mortLogCol
                     END-IF
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF
           .

      * Class the loss. The fatal move as logged must fit the board:
      * logged on the mine it opened it was a plain reveal, logged on
      * an opened number it was a chord - and a chord only opens a
      * mine when a flag round it is wrong. With no record that fits,
      * only a chord opens more than one mine, so the board alone can
      * still tell a misflag; a single mine is taken as a reveal.
       MortemClassify.
           MOVE 0 TO mortClass
           MOVE 0 TO mortBoardOnly
           IF ( mortLogRow > 0 AND <= numRows ) AND
      -       ( mortLogCol > 0 AND <= numCols )
             IF explode(mortLogRow, mortLogCol) THEN
               MOVE mortLogRow TO mortHitRow
               MOVE mortLogCol TO mortHitCol
               PERFORM MortemDeduce
             ELSE IF isZero(mortLogRow, mortLogCol) OR
                     isNumbered(mortLogRow, mortLogCol) THEN
                 SET mortMisflag TO TRUE
               END-IF
             END-IF
           END-IF
           IF mortClass = 0 THEN
             MOVE 1 TO mortBoardOnly
             IF mortMines > 1 THEN
               SET mortMisflag TO TRUE
             ELSE IF mortMines = 1 THEN
                 PERFORM MortemDeduce
               ELSE
                 MOVE 0 TO mortOk
               END-IF
             END-IF
           END-IF
           .

      * A reveal is judged on the board as it stood before it: the
      * final board less the mine, since the hit ends the game on
      * that very move. A square the numbers prove safe, or the
      * fatal square proved a mine, makes it avoidable.
       MortemDeduce.
           MOVE space TO visiField(mortHitRow, mortHitCol)
           PERFORM HintDeduce
           IF hintRow > 0 OR svMine(mortHitRow, mortHitCol) THEN
             SET mortAvoidable TO TRUE
           ELSE
             SET mortForced TO TRUE
           END-IF
           .

      * The dated report: the tally read back in player, difficulty
      * and board order, a total line per player, then the totals by
      * board type and the no-guess verdict
       WriteMortemReport.
           MOVE spaces TO reportFileName
           STRING "project/postmortem_" DELIMITED BY SIZE
                  curDate DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
             INTO reportFileName
           OPEN OUTPUT reportFile
           MOVE spaces TO reportBuf
           STRING "Loss post-mortem of " DELIMITED BY SIZE
                  curDate DELIMITED BY SIZE
                  " by " DELIMITED BY SIZE
                  playerName DELIMITED BY SPACE
             INTO reportBuf
           WRITE reportLine FROM reportBuf END-WRITE
           MOVE spaces TO reportLine
           WRITE reportLine END-WRITE
           WRITE reportLine FROM mortHead END-WRITE
           PERFORM ClearMortemTotals
           PERFORM VARYING mortBd FROM 1 BY 1 UNTIL mortBd > 4
             MOVE 0 TO mbLosses(mortBd)
             PERFORM VARYING mortIdx FROM 1 BY 1 UNTIL mortIdx > 4
               MOVE 0 TO mbCount(mortBd, mortIdx)
             END-PERFORM
           END-PERFORM
           MOVE spaces TO mortPlayer
           PERFORM RewindTally
           READ tallyFile NEXT RECORD
             AT END SET eofTally TO TRUE
           END-READ
           PERFORM UNTIL eofTally
             PERFORM WriteMortemRow
             READ tallyFile NEXT RECORD
               AT END SET eofTally TO TRUE
             END-READ
           END-PERFORM
           IF mortPlayer NOT = spaces THEN
             PERFORM WriteMortemTotal
           END-IF

           MOVE "Totals by board type" TO reportBuf
           WRITE reportLine FROM reportBuf END-WRITE
           WRITE reportLine FROM mortHead END-WRITE
           PERFORM WriteMortemBoard VARYING mortBd FROM 1 BY 1
             UNTIL mortBd > 4
           MOVE spaces TO reportLine
           WRITE reportLine END-WRITE
           MOVE spaces TO reportBuf
           IF mbLosses(2) = 0 THEN
             MOVE "No losses on no-guess boards." TO reportBuf
           ELSE IF mbCount(2, 1) = 0 THEN
               STRING "No-guess boards: none of the " DELIMITED BY SIZE
                      mbLosses(2) DELIMITED BY SIZE
                      " losses was a forced guess." DELIMITED BY SIZE
                 INTO reportBuf
             ELSE
               STRING "No-guess boards: " DELIMITED BY SIZE
                      mbCount(2, 1) DELIMITED BY SIZE
                      " of " DELIMITED BY SIZE
                      mbLosses(2) DELIMITED BY SIZE
                      " losses were forced guesses." DELIMITED BY SIZE
                 INTO reportBuf
             END-IF
           END-IF
           WRITE reportLine FROM reportBuf END-WRITE
           DISPLAY reportBuf
           CLOSE reportFile
           .

      * One tally record: a player's losses at one difficulty on one
      * board type, with a total line whenever the player changes
       WriteMortemRow.
           MOVE tyKey TO mortKey
           IF mkPlayer NOT = mortPlayer THEN
             IF mortPlayer NOT = spaces THEN
               PERFORM WriteMortemTotal
             END-IF
             MOVE mkPlayer TO mortPlayer
           END-IF
           IF mkBoard = "C" THEN
             MOVE 1 TO mortBd
           ELSE IF mkBoard = "N" THEN
               MOVE 2 TO mortBd
             ELSE IF mkBoard = "P" THEN
                 MOVE 3 TO mortBd
               ELSE
                 MOVE 4 TO mortBd
               END-IF
             END-IF
           END-IF
           MOVE mkPlayer TO mrPlayer
           IF mkDiff > 0 AND < 4 THEN
             MOVE diffName(mkDiff) TO mrDiff
           ELSE
             MOVE "Unknown" TO mrDiff
           END-IF
           MOVE boardName(mortBd) TO mrBoard
           COMPUTE mrLosses = tyCount(1) + tyCount(2) + tyCount(3)
           MOVE tyCount(1) TO mrForced
           MOVE tyCount(2) TO mrAvoid
           MOVE tyCount(3) TO mrMisflag
           MOVE tyCount(4) TO mrNoLog
           WRITE reportLine FROM mortRepLine END-WRITE
           ADD tyCount(1) tyCount(2) tyCount(3)
             TO mtLosses mbLosses(mortBd)
           PERFORM VARYING mortIdx FROM 1 BY 1 UNTIL mortIdx > 4
             ADD tyCount(mortIdx) TO mtCount(mortIdx)
             ADD tyCount(mortIdx) TO mbCount(mortBd, mortIdx)
           END-PERFORM
           .

      * The player's line across every difficulty and board type
       WriteMortemTotal.
           MOVE spaces TO mrPlayer
           MOVE "  total" TO mrDiff
           MOVE spaces TO mrBoard
           MOVE mtLosses TO mrLosses
           MOVE mtCount(1) TO mrForced
           MOVE mtCount(2) TO mrAvoid
           MOVE mtCount(3) TO mrMisflag
           MOVE mtCount(4) TO mrNoLog
           WRITE reportLine FROM mortRepLine END-WRITE
           MOVE spaces TO reportLine
           WRITE reportLine END-WRITE
           PERFORM ClearMortemTotals
           .

       ClearMortemTotals.
           MOVE 0 TO mtLosses
           PERFORM VARYING mortIdx FROM 1 BY 1 UNTIL mortIdx > 4
             MOVE 0 TO mtCount(mortIdx)
           END-PERFORM
           .

       WriteMortemBoard.
           MOVE spaces TO mrPlayer
           MOVE "All" TO mrDiff
           MOVE boardName(mortBd) TO mrBoard
           MOVE mbLosses(mortBd) TO mrLosses
           MOVE mbCount(mortBd, 1) TO mrForced
           MOVE mbCount(mortBd, 2) TO mrAvoid
           MOVE mbCount(mortBd, 3) TO mrMisflag
           MOVE mbCount(mortBd, 4) TO mrNoLog
           WRITE reportLine FROM mortRepLine END-WRITE
           .

      * ---------------------------------------------------------------
      * Skill rating ladder: a rating run takes the history.idx games
      * and the duels.txt results not yet counted, moves each rated
      * player's rating by the result against what their rating
      * expected, and writes the ranked ladder to a dated report.
      * Each player's last game taken and the duels taken are kept
      * on ratings.dat, so a run, or a rerun after one cut off, never
      * counts anything twice.

       RatingRun.
           DISPLAY "==== Rating run of " curDate " ===="
           MOVE 0 TO ratGamesTaken
           MOVE 0 TO ratDuelsTaken
           MOVE 0 TO ratNewPlayers
           MOVE "project/ratings.lck" TO lockFileName
           PERFORM AcquireLock
           OPEN I-O ratingFile
           IF raStatus = "35" THEN
             OPEN OUTPUT ratingFile
             MOVE spaces TO ratingCtl
             MOVE "#CHK" TO rxKey
             MOVE 0 TO rxDuels
             MOVE 0 TO rxRunDate
             MOVE 0 TO rxRuns
             WRITE ratingCtl END-WRITE
             CLOSE ratingFile
             OPEN I-O ratingFile
           END-IF
      *    a run picked up again after one that was cut off keeps the
      *    ratings that run started from
           IF ratResume = 0 THEN
             PERFORM RatingStartRun
           END-IF
           PERFORM RatingAddPlayers
           PERFORM RatingReadCtl
           MOVE rxDuels TO ratDuels
           PERFORM RatingGames
           PERFORM RatingDuels
           PERFORM RatingReadCtl
           MOVE curDate TO rxRunDate
           ADD 1 TO rxRuns
           REWRITE ratingCtl END-REWRITE
           CLOSE ratingFile
           PERFORM ReleaseLock
           DISPLAY "Games rated " ratGamesTaken ", duels rated "
      -            ratDuelsTaken ", new players " ratNewPlayers

           MOVE spaces TO reportFileName
           STRING "project/ladder_" DELIMITED BY SIZE
                  curDate DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
             INTO reportFileName
           OPEN OUTPUT reportFile
           MOVE spaces TO reportBuf
           STRING "Rating ladder after the run of " DELIMITED BY SIZE
                  curDate DELIMITED BY SIZE
                  " - games rated " DELIMITED BY SIZE
                  ratGamesTaken DELIMITED BY SIZE
                  ", duels rated " DELIMITED BY SIZE
                  ratDuelsTaken DELIMITED BY SIZE
             INTO reportBuf
           WRITE reportLine FROM reportBuf END-WRITE
           MOVE spaces TO reportLine
           WRITE reportLine END-WRITE
           WRITE reportLine FROM ladderHead END-WRITE
           MOVE 1 TO ladderOut
           PERFORM BuildLadderRank
           PERFORM ListLadder
           CLOSE reportFile
           DISPLAY "Ladder written to " reportFileName
           .

      * Get the #CHK control record into the record area
       RatingReadCtl.
           MOVE "#CHK" TO rxKey
           READ ratingFile
             INVALID KEY
               MOVE spaces TO ratingCtl
               MOVE "#CHK" TO rxKey
               MOVE 0 TO rxDuels
               MOVE 0 TO rxRunDate
               MOVE 0 TO rxRuns
               WRITE ratingCtl END-WRITE
           END-READ
           .

      * Every rating as it stands becomes the one this run's change
      * is measured from
       RatingStartRun.
           SET eofRating TO FALSE
           READ ratingFile NEXT RECORD
             AT END SET eofRating TO TRUE
           END-READ
           PERFORM UNTIL eofRating
             IF raAlias NOT = "#CHK" THEN
               MOVE raRating TO raPrev
               MOVE 0 TO raRunGames
               REWRITE ratingRec END-REWRITE
             END-IF
             READ ratingFile NEXT RECORD
               AT END SET eofRating TO TRUE
             END-READ
           END-PERFORM
           .

      * Every registered alias on players.dat joins the ladder at
      * the starting rating
       RatingAddPlayers.
           SET eofMaster TO FALSE
           OPEN INPUT playerMaster
           READ playerMaster NEXT RECORD
             AT END SET eofMaster TO TRUE
           END-READ
           PERFORM UNTIL eofMaster
             IF pcKey NOT = "#CHK" AND pmReg = "R" THEN
               MOVE pmAlias TO raAlias
               READ ratingFile
                 INVALID KEY
                   MOVE spaces TO ratingRec
                   MOVE pmAlias TO raAlias
                   MOVE ratStart TO raRating
                   MOVE ratStart TO raPrev
                   MOVE 0 TO raGames
                   MOVE 0 TO raRunGames
                   MOVE 0 TO raLastDate
                   MOVE 0 TO raLastSeq
                   WRITE ratingRec END-WRITE
                   ADD 1 TO ratNewPlayers
               END-READ
             END-IF
             READ playerMaster NEXT RECORD
               AT END SET eofMaster TO TRUE
             END-READ
           END-PERFORM
           CLOSE playerMaster
           .

      * The archived games in the order they were played; a rated
      * player's game past the last one taken is rated now
       RatingGames.
           SET eofHIdx TO FALSE
           OPEN INPUT histIndex
           READ histIndex AT END SET eofHIdx TO TRUE END-READ
           PERFORM UNTIL eofHIdx
             IF hiAssist NOT = "A" AND hiBoard NOT = "P" THEN
               PERFORM RatingOneGame
             END-IF
             READ histIndex AT END SET eofHIdx TO TRUE END-READ
           END-PERFORM
           CLOSE histIndex
           .

       RatingOneGame.
           MOVE hiPlayer TO raAlias
           READ ratingFile
             INVALID KEY
               MOVE 0 TO ratingFound
             NOT INVALID KEY
               MOVE 1 TO ratingFound
           END-READ
           IF ratingFound = 1 AND ( hiDate > raLastDate OR
              ( hiDate = raLastDate AND hiSeq > raLastSeq ) ) THEN
             PERFORM RatingGameDiff
             IF ratDiff > 0 THEN
               MOVE raRating TO ratA
               MOVE ratBoard(ratDiff) TO ratB
               MOVE ratWeight(ratDiff) TO ratK
               IF hiOutcome = "WIN" THEN
                 MOVE 1000 TO ratScore
               ELSE
                 MOVE 0 TO ratScore
               END-IF
               PERFORM RatingChange
               PERFORM RatingApply
               ADD 1 TO ratGamesTaken
             END-IF
             MOVE hiDate TO raLastDate
             MOVE hiSeq TO raLastSeq
             REWRITE ratingRec END-REWRITE
           END-IF
           .

      * The difficulty the game was played at; index records filed
      * before it was kept go by the board size
       RatingGameDiff.
           MOVE 0 TO ratDiff
           IF hiDiff IS NUMERIC AND hiDiff > 0 AND hiDiff < 4 THEN
             MOVE hiDiff TO ratDiff
           ELSE IF hiRows = 9 THEN
               MOVE 1 TO ratDiff
             ELSE IF hiRows = 14 THEN
                 MOVE 2 TO ratDiff
               ELSE IF hiRows = 18 THEN
                   MOVE 3 TO ratDiff
                 END-IF
               END-IF
             END-IF
           END-IF
           .

      * The duels.txt records past the ones already taken; the
      * count taken goes on file after each, so a run cut off
      * part-way never rates a duel twice
       RatingDuels.
           MOVE 0 TO ratRecs
           SET eofDuel TO FALSE
           OPEN INPUT duelFile
           READ duelFile AT END SET eofDuel TO TRUE END-READ
           PERFORM UNTIL eofDuel
             ADD 1 TO ratRecs
             IF ratRecs > ratDuels THEN
               PERFORM RatingOneDuel
               PERFORM RatingReadCtl
               MOVE ratRecs TO rxDuels
               REWRITE ratingCtl END-REWRITE
             END-IF
             READ duelFile AT END SET eofDuel TO TRUE END-READ
           END-PERFORM
           CLOSE duelFile
      *    a duels file cut back since the last run starts the count
      *    again from what is there
           IF ratRecs < ratDuels THEN
             PERFORM RatingReadCtl
             MOVE ratRecs TO rxDuels
             REWRITE ratingCtl END-REWRITE
           END-IF
           .

      * Both duellers must be on the ladder; the change is worked
      * out from the first player's side and the second takes the
      * opposite
       RatingOneDuel.
           MOVE 0 TO ratBoth
           MOVE duP2 TO raAlias
           READ ratingFile
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE raRating TO ratB
               ADD 1 TO ratBoth
           END-READ
           MOVE duP1 TO raAlias
           READ ratingFile
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE raRating TO ratA
               ADD 1 TO ratBoth
           END-READ
           IF ratBoth = 2 THEN
             IF duWinner = duP1 THEN
               MOVE 1000 TO ratScore
             ELSE IF duWinner = duP2 THEN
                 MOVE 0 TO ratScore
               ELSE
                 MOVE 500 TO ratScore
               END-IF
             END-IF
             MOVE ratDuelK TO ratK
             PERFORM RatingChange
             PERFORM RatingApply
             REWRITE ratingRec END-REWRITE
             MOVE duP2 TO raAlias
             READ ratingFile
               INVALID KEY
                 CONTINUE
             END-READ
             COMPUTE ratDelta = 0 - ratDelta
             PERFORM RatingApply
             REWRITE ratingRec END-REWRITE
             ADD 1 TO ratDuelsTaken
           END-IF
           .

      * ratA met ratB and scored ratScore (1000 a win, 500 a draw,
      * 0 a loss); what ratA's rating expected, in thousandths, is
      * taken off a straight line through the even match and held
      * inside 50-950, and the difference, weighted by ratK, is the
      * change
       RatingChange.
           COMPUTE ratExpect = 500 + ( ( ( ratA - ratB ) * 5 ) / 4 )
           IF ratExpect < 50 THEN
             MOVE 50 TO ratExpect
           END-IF
           IF ratExpect > 950 THEN
             MOVE 950 TO ratExpect
           END-IF
           COMPUTE ratDelta ROUNDED =
             ( ratK * ( ratScore - ratExpect ) ) / 1000
           .

      * Put ratDelta onto the rating in the record area, kept inside
      * 100-3000, and count the result
       RatingApply.
           COMPUTE ratNew = raRating + ratDelta
           IF ratNew < 100 THEN
             MOVE 100 TO ratNew
           END-IF
           IF ratNew > 3000 THEN
             MOVE 3000 TO ratNew
           END-IF
           MOVE ratNew TO raRating
           ADD 1 TO raGames
           ADD 1 TO raRunGames
           .

      * Rank the ladder on a scratch file, highest rating first;
      * ratPlayers is how many are on it and ratRunDate when the
      * last run was
       BuildLadderRank.
           MOVE 0 TO ratPlayers
           MOVE 0 TO ratRunDate
           MOVE spaces TO ratRankName
           STRING "project/ladrank_" DELIMITED BY SIZE
                  playerName DELIMITED BY SPACE
                  ".wrk" DELIMITED BY SIZE
             INTO ratRankName
           MOVE ratRankName TO rankFileName
           OPEN OUTPUT rankFile
           OPEN INPUT ratingFile
           IF raStatus NOT = "35" THEN
             SET eofRating TO FALSE
             READ ratingFile NEXT RECORD
               AT END SET eofRating TO TRUE
             END-READ
             PERFORM UNTIL eofRating
               IF raAlias = "#CHK" THEN
                 MOVE rxRunDate TO ratRunDate
               ELSE
                 MOVE spaces TO rankLeague
                 COMPUTE rlOrder = 9999 - raRating
                 MOVE raAlias TO rlPlayer
                 MOVE raRating TO rlPoints
                 WRITE rankLeague END-WRITE
                 ADD 1 TO ratPlayers
               END-IF
               READ ratingFile NEXT RECORD
                 AT END SET eofRating TO TRUE
               END-READ
             END-PERFORM
             CLOSE ratingFile
           END-IF
           CLOSE rankFile
           .

      * The ladder BuildLadderRank ranked, in rank order, onto the
      * report when ladderReport is set and onto the screen
      * otherwise; the scratch ranking is dropped afterwards
       ListLadder.
           MOVE 0 TO ratPos
           IF ratPlayers > 0 THEN
             OPEN INPUT ratingFile
             SET eofRank TO FALSE
             OPEN INPUT rankFile
             READ rankFile NEXT RECORD
               AT END SET eofRank TO TRUE
             END-READ
             PERFORM UNTIL eofRank
               ADD 1 TO ratPos
               MOVE rlPlayer TO raAlias
               READ ratingFile
                 INVALID KEY
                   MOVE 0 TO ratingFound
                 NOT INVALID KEY
                   MOVE 1 TO ratingFound
               END-READ
               IF ratingFound = 1 THEN
                 PERFORM LadderLineOut
               END-IF
               READ rankFile NEXT RECORD
                 AT END SET eofRank TO TRUE
               END-READ
             END-PERFORM
             CLOSE rankFile
             CLOSE ratingFile
           END-IF
           MOVE ratRankName TO rankFileName
           DELETE FILE rankFile
           .

       LadderLineOut.
           MOVE ratPos TO ldPos
           MOVE raAlias TO ldPlayer
           MOVE raRating TO ldRating
           COMPUTE ldChange = raRating - raPrev
           MOVE raRunGames TO ldRunGames
           MOVE raGames TO ldGames
           IF ladderReport THEN
             WRITE reportLine FROM ladderLine END-WRITE
           ELSE
             DISPLAY ladderLine
           END-IF
           .

      * ---------------------------------------------------------------
      * Delimited extract: history.idx games, the players.dat ledger,
      * the league standings by week, daily.txt finishes, duels.txt
      * results and puzzledone.txt, each to its own comma-delimited
      * file with a header row, and a control file of row counts.
      * The date range cuts the games, daily finishes and duels by
      * their date and the league by the weeks the range falls in;
      * the ledger and the puzzle finishes carry no date and go out
      * whole.

       ExtractRun.
           ACCEPT curDate FROM DATE YYYYMMDD
           ACCEPT exRunTime FROM TIME
           DISPLAY "==== Delimited Extract ===="
           MOVE 0 TO exFrom
           MOVE 0 TO exTo
           DISPLAY "From date (YYYYMMDD, 0 = from the start) : "
           ACCEPT exFrom NO BEEP
           DISPLAY "To date (YYYYMMDD, 0 = today) : "
           ACCEPT exTo NO BEEP
           IF exTo = 0 THEN
             MOVE curDate TO exTo
           END-IF
           MOVE 1 TO exDateOk
           IF exFrom > 0 THEN
             MOVE exFrom TO exDateIn
             PERFORM ExtractCheckDate
           END-IF
           IF exDateOk = 1 THEN
             MOVE exTo TO exDateIn
             PERFORM ExtractCheckDate
           END-IF
           IF exDateOk = 0 THEN
             DISPLAY "Error: " exDateIn " is not a valid date."
           ELSE IF exFrom > exTo THEN
               DISPLAY "Error: the from date is after the to date."
             ELSE
               PERFORM ExtractFiles
             END-IF
           END-IF
           .

      * exDateOk is set when exDateIn is a real calendar date
       ExtractCheckDate.
           MOVE 0 TO exDateOk
           MOVE exDateIn TO calDate
           DIVIDE calDate BY 10000 GIVING calYear REMAINDER calMmdd
           DIVIDE calMmdd BY 100 GIVING calMonth REMAINDER calDay
           IF calYear > 1899 AND calMonth > 0 AND calMonth < 13 THEN
             PERFORM SetMonthLength
             IF calDay > 0 AND calDay NOT > calLast THEN
               MOVE 1 TO exDateOk
             END-IF
           END-IF
           .

      * The league goes after the dated files, so that with no from
      * date its weeks are walked from the oldest date they hold
       ExtractFiles.
           MOVE 99999999 TO exMinDate
           PERFORM ExtractGames
           PERFORM ExtractLedger
           PERFORM ExtractDaily
           PERFORM ExtractDuels
           PERFORM ExtractPuzzles
           PERFORM ExtractLeague
           PERFORM ExtractControl
           .

      * Point extractFileName at exNameNo's file for curDate, with
      * exFileOnly the name the control file lists it under
       ExtractName.
           MOVE spaces TO exFileOnly
           STRING "extract_" DELIMITED BY SIZE
                  exFileTag(exNameNo) DELIMITED BY SPACE
                  "_" DELIMITED BY SIZE
                  curDate DELIMITED BY SIZE
                  ".csv" DELIMITED BY SIZE
             INTO exFileOnly
           MOVE spaces TO extractFileName
           STRING "project/" DELIMITED BY SIZE
                  exFileOnly DELIMITED BY SPACE
             INTO extractFileName
           .

      * Start exFileNo's file with the header row the caller built
      * in exRow
       ExtractOpen.
           MOVE exFileNo TO exNameNo
           PERFORM ExtractName
           MOVE 0 TO exRows(exFileNo)
           MOVE "OK" TO exState(exFileNo)
           OPEN OUTPUT extractFile
           WRITE extractLine FROM exRow END-WRITE
           .

      * Keep the oldest good date seen in exMinDate
       ExtractNoteDate.
           PERFORM ExtractCheckDate
           IF exDateOk = 1 AND exDateIn < exMinDate THEN
             MOVE exDateIn TO exMinDate
           END-IF
           .

       ExtractGames.
           MOVE 1 TO exFileNo
           MOVE "Y" TO exDated(exFileNo)
           MOVE spaces TO exRow
           STRING "PLAYER,DATE,SEQUENCE,DIFFICULTY," DELIMITED BY SIZE
                  "OUTCOME,TIME_SECONDS,ASSISTED,BOARD,"
                  DELIMITED BY SIZE
                  "PARAM_VERSION" DELIMITED BY SIZE
             INTO exRow
           PERFORM ExtractOpen
      *    games the retention run moved off history.txt are on the
      *    yearly archives, which the index does not cover; they are
      *    the older games, so they go first
           MOVE "project/tally_exgm.wrk" TO tallyFileName
           PERFORM StartTally
           PERFORM LoadHistYears
           PERFORM ExtractHistYear VARYING hyIdx FROM 1 BY 1
             UNTIL hyIdx > hyCount
           PERFORM EndTally
           PERFORM ScanHistIndex
      *    an archive that predates the index gets one rebuilt now
           IF idxRecCount = 0 THEN
             READ historyFile AT END SET eofHist TO TRUE END-READ
             CLOSE historyFile
             IF NOT eofHist THEN
               MOVE "project/history.lck" TO lockFileName
               PERFORM AcquireLock
               PERFORM RebuildHistIndex
               PERFORM ReleaseLock
             END-IF
           END-IF
           SET eofHIdx TO FALSE
           OPEN INPUT histIndex
           READ histIndex AT END SET eofHIdx TO TRUE END-READ
           PERFORM UNTIL eofHIdx
             MOVE hiDate TO exDateIn
             PERFORM ExtractNoteDate
             IF hiDate NOT < exFrom AND hiDate NOT > exTo THEN
               PERFORM ExtractGameRow
             END-IF
             READ histIndex AT END SET eofHIdx TO TRUE END-READ
           END-PERFORM
           CLOSE histIndex
           CLOSE extractFile
           .

      * One year's history archive, when any of the year falls in the
      * range: each game's header is laid out as an index record and
      * numbered within its player's day as RebuildHistIndex numbers
      * history.txt
       ExtractHistYear.
           MOVE hyEntry(hyIdx) TO histYear
           IF ( histYear * 10000 ) + 1231 NOT < exFrom
              AND ( histYear * 10000 ) + 101 NOT > exTo THEN
             PERFORM BuildHistArchName
             SET eofHArch TO FALSE
             OPEN INPUT histArch
             READ histArch AT END SET eofHArch TO TRUE END-READ
             PERFORM UNTIL eofHArch
               MOVE histArchLine TO histHeader
               PERFORM ExtractArchHeader
               READ histArch AT END SET eofHArch TO TRUE END-READ
               IF NOT eofHArch THEN
                 MOVE histArchLine TO histDimLine
                 MOVE histRows TO hiRows
               END-IF
               PERFORM ExtractArchGame
               IF NOT eofHArch THEN
                 COMPUTE skipLines = hiRows * 2
                 PERFORM skipLines TIMES
                   IF NOT eofHArch THEN
                     READ histArch AT END SET eofHArch TO TRUE
                     END-READ
                   END-IF
                 END-PERFORM
                 READ histArch AT END SET eofHArch TO TRUE END-READ
               END-IF
             END-PERFORM
             CLOSE histArch
           END-IF
           .

      * Carry the archive header into the index record's fields - the
      * grid-size record after it shares the record area
       ExtractArchHeader.
           MOVE spaces TO histIdxLine
           MOVE histPlayer TO hiPlayer
           MOVE histDate TO hiDate
           MOVE histOutcome TO hiOutcome
           MOVE histTime TO hiTime
           MOVE histAssist TO hiAssist
           MOVE histBoard TO hiBoard
           MOVE histDiff TO hiDiff
           IF histParm IS NUMERIC THEN
             MOVE histParm TO hiParm
           ELSE
             MOVE 0 TO hiParm
           END-IF
           MOVE 0 TO hiRows
           .

       ExtractArchGame.
           MOVE hiDate TO exDateIn
           PERFORM ExtractNoteDate
           IF hiDate NOT < exFrom AND hiDate NOT > exTo THEN
             MOVE spaces TO taKey
             STRING hiPlayer DELIMITED BY SIZE
                    hiDate DELIMITED BY SIZE
               INTO taKey
             MOVE 1 TO taCount(1)
             PERFORM TallyPost
             MOVE tyCount(1) TO hiSeq
             PERFORM ExtractGameRow
           END-IF
           .

       ExtractGameRow.
           PERFORM CsvStart
           MOVE hiPlayer TO exField
           PERFORM CsvText
           MOVE hiDate TO exNumEdit
           PERFORM CsvNumber
           MOVE hiSeq TO exNumEdit
           PERFORM CsvNumber
           PERFORM RatingGameDiff
           IF ratDiff = 0 THEN
             MOVE spaces TO exField
           ELSE
             MOVE diffName(ratDiff) TO exField
           END-IF
           PERFORM CsvText
           MOVE hiOutcome TO exField
           PERFORM CsvText
           MOVE hiTime TO exNumEdit
           PERFORM CsvNumber
           IF hiAssist = "A" THEN
             MOVE "Y" TO exField
           ELSE
             MOVE "N" TO exField
           END-IF
           PERFORM CsvText
           IF hiBoard = "C" THEN
             MOVE boardName(1) TO exField
           ELSE IF hiBoard = "N" THEN
               MOVE boardName(2) TO exField
             ELSE IF hiBoard = "P" THEN
                 MOVE boardName(3) TO exField
               ELSE
                 MOVE boardName(4) TO exField
               END-IF
             END-IF
           END-IF
           PERFORM CsvText
      *    an index record older than the versions is version 0
           IF hiParm IS NUMERIC THEN
             MOVE hiParm TO exNumEdit
           ELSE
             MOVE 0 TO exNumEdit
           END-IF
           PERFORM CsvNumber
           PERFORM CsvRow
           .

      * The lifetime ledger (the old stats.txt, now on players.dat);
      * PINs and operator flags stay behind
       ExtractLedger.
           MOVE 2 TO exFileNo
           MOVE "N" TO exDated(exFileNo)
           MOVE spaces TO exRow
           STRING "PLAYER,REGISTERED,PLAYED,WON," DELIMITED BY SIZE
                  "BEGINNER_PLAYED,BEGINNER_WON," DELIMITED BY SIZE
                  "INTERMEDIATE_PLAYED,INTERMEDIATE_WON,"
                  DELIMITED BY SIZE
                  "EXPERT_PLAYED,EXPERT_WON," DELIMITED BY SIZE
                  "IMPORTED_PLAYED,IMPORTED_WON" DELIMITED BY SIZE
             INTO exRow
           PERFORM ExtractOpen
           PERFORM VerifyMaster
           IF statsSealBad = 1 THEN
             MOVE "QUARANTINED" TO exState(exFileNo)
             DISPLAY "The ledger is quarantined - header row only."
           ELSE
             SET eofMaster TO FALSE
             OPEN INPUT playerMaster
             READ playerMaster NEXT RECORD
               AT END SET eofMaster TO TRUE
             END-READ
             PERFORM UNTIL eofMaster
               IF pcKey NOT = "#CHK" THEN
                 PERFORM ExtractLedgerRow
               END-IF
               READ playerMaster NEXT RECORD
                 AT END SET eofMaster TO TRUE
               END-READ
             END-PERFORM
             CLOSE playerMaster
           END-IF
           CLOSE extractFile
           .

       ExtractLedgerRow.
           PERFORM CsvStart
           MOVE pmAlias TO exField
           PERFORM CsvText
           IF pmReg = "R" THEN
             MOVE "Y" TO exField
           ELSE
             MOVE "N" TO exField
           END-IF
           PERFORM CsvText
           MOVE pmPlayed TO exNumEdit
           PERFORM CsvNumber
           MOVE pmWon TO exNumEdit
           PERFORM CsvNumber
           PERFORM VARYING diffIdx FROM 1 BY 1 UNTIL diffIdx > 3
             MOVE pmDiffPlayed(diffIdx) TO exNumEdit
             PERFORM CsvNumber
             MOVE pmDiffWon(diffIdx) TO exNumEdit
             PERFORM CsvNumber
           END-PERFORM
           MOVE pmImpPlayed TO exNumEdit
           PERFORM CsvNumber
           MOVE pmImpWon TO exNumEdit
           PERFORM CsvNumber
           PERFORM CsvRow
           .

       ExtractDaily.
           MOVE 4 TO exFileNo
           MOVE "Y" TO exDated(exFileNo)
           MOVE "DATE,PLAYER,TIME_SECONDS" TO exRow
           PERFORM ExtractOpen
           SET eofDaily TO FALSE
           OPEN INPUT dailyFile
           READ dailyFile AT END SET eofDaily TO TRUE END-READ
           PERFORM UNTIL eofDaily
             MOVE dDate TO exDateIn
             PERFORM ExtractNoteDate
             IF dDate NOT < exFrom AND dDate NOT > exTo THEN
               PERFORM CsvStart
               MOVE dDate TO exNumEdit
               PERFORM CsvNumber
               MOVE dPlayer TO exField
               PERFORM CsvText
               MOVE dTime TO exNumEdit
               PERFORM CsvNumber
               PERFORM CsvRow
             END-IF
             READ dailyFile AT END SET eofDaily TO TRUE END-READ
           END-PERFORM
           CLOSE dailyFile
           CLOSE extractFile
           .

       ExtractDuels.
           MOVE 5 TO exFileNo
           MOVE "Y" TO exDated(exFileNo)
           MOVE spaces TO exRow
           STRING "DATE,PLAYER_1,OUTCOME_1,TIME_1_SECONDS,"
                  DELIMITED BY SIZE
                  "PLAYER_2,OUTCOME_2,TIME_2_SECONDS,WINNER"
                  DELIMITED BY SIZE
             INTO exRow
           PERFORM ExtractOpen
           SET eofDuel TO FALSE
           OPEN INPUT duelFile
           READ duelFile AT END SET eofDuel TO TRUE END-READ
           PERFORM UNTIL eofDuel
             MOVE duDate TO exDateIn
             PERFORM ExtractNoteDate
             IF duDate NOT < exFrom AND duDate NOT > exTo THEN
               PERFORM ExtractDuelRow
             END-IF
             READ duelFile AT END SET eofDuel TO TRUE END-READ
           END-PERFORM
           CLOSE duelFile
           CLOSE extractFile
           .

       ExtractDuelRow.
           PERFORM CsvStart
           MOVE duDate TO exNumEdit
           PERFORM CsvNumber
           MOVE duP1 TO exField
           PERFORM CsvText
           MOVE duOut1 TO exField
           PERFORM CsvText
           MOVE duTime1 TO exNumEdit
           PERFORM CsvNumber
           MOVE duP2 TO exField
           PERFORM CsvText
           MOVE duOut2 TO exField
           PERFORM CsvText
           MOVE duTime2 TO exNumEdit
           PERFORM CsvNumber
           MOVE duWinner TO exField
           PERFORM CsvText
           PERFORM CsvRow
           .

       ExtractPuzzles.
           MOVE 6 TO exFileNo
           MOVE "N" TO exDated(exFileNo)
           MOVE "PUZZLE,PLAYER,TIME_SECONDS" TO exRow
           PERFORM ExtractOpen
           SET eofPDone TO FALSE
           OPEN INPUT puzzleDone
           READ puzzleDone AT END SET eofPDone TO TRUE END-READ
           PERFORM UNTIL eofPDone
             PERFORM CsvStart
             MOVE pdName TO exField
             PERFORM CsvText
             MOVE pdPlayer TO exField
             PERFORM CsvText
             MOVE pdTime TO exNumEdit
             PERFORM CsvNumber
             PERFORM CsvRow
             READ puzzleDone AT END SET eofPDone TO TRUE END-READ
           END-PERFORM
           CLOSE puzzleDone
           CLOSE extractFile
           .

      * Standings of every league week the date range falls in: the
      * closed weeks off their league_<week>.txt archives and the
      * open ones off league.txt, summed by week and player on a
      * tally and ranked within the week the way the standings
      * screen ranks them
       ExtractLeague.
           MOVE 3 TO exFileNo
           MOVE "Y" TO exDated(exFileNo)
           MOVE "WEEK,PLACE,PLAYER,POINTS" TO exRow
           PERFORM ExtractOpen
           IF exFrom > 0 THEN
             MOVE exFrom TO calDate
           ELSE
      *      no from date: back to the oldest game on file, counting
      *      the years the retention run moved to the yearly archives
             PERFORM LoadHistYears
             PERFORM VARYING hyIdx FROM 1 BY 1 UNTIL hyIdx > hyCount
               COMPUTE exDateIn = ( hyEntry(hyIdx) * 10000 ) + 101
               PERFORM ExtractNoteDate
             END-PERFORM
             IF exMinDate > exTo THEN
               MOVE exTo TO exMinDate
             END-IF
             MOVE exMinDate TO calDate
           END-IF
           PERFORM ExtractWeekOf
           MOVE exWeek TO exFromWeek
           MOVE exTo TO calDate
           PERFORM ExtractWeekOf
           MOVE exWeek TO exToWeek

           MOVE "project/tally_extr.wrk" TO tallyFileName
           PERFORM StartTally
           MOVE exFromWeek TO exWeek
           PERFORM UNTIL exWeek > exToWeek
             PERFORM ExtractLeagueArch
             DIVIDE exWeek BY 100 GIVING calQuot REMAINDER calRem
             IF calRem < 53 THEN
               ADD 1 TO exWeek
             ELSE
               COMPUTE exWeek = ( ( calQuot + 1 ) * 100 ) + 1
             END-IF
           END-PERFORM
           SET eofLeague TO FALSE
           OPEN INPUT leagueFile
           READ leagueFile AT END SET eofLeague TO TRUE END-READ
           PERFORM UNTIL eofLeague
             IF lgWeek NOT < exFromWeek AND lgWeek NOT > exToWeek
               PERFORM ExtractLeagueRec
             END-IF
             READ leagueFile AT END SET eofLeague TO TRUE END-READ
           END-PERFORM
           CLOSE leagueFile
           PERFORM ExtractStandings
           CLOSE extractFile
           .

      * League week of calDate into exWeek, numbered the way
      * ComputeLeagueWeek numbers the week of the day it runs:
      * two-digit year, then the day of the year in sevens
       ExtractWeekOf.
           PERFORM SplitCalDate
           MOVE calMonth TO exMonth
           MOVE calDay TO exDoy
           PERFORM VARYING calMonth FROM 1 BY 1
                   UNTIL calMonth NOT < exMonth
             PERFORM SetMonthLength
             ADD calLast TO exDoy
           END-PERFORM
           DIVIDE calYear BY 100 GIVING calQuot REMAINDER exYy
           COMPUTE exWeek = ( exYy * 100 ) + ( ( exDoy - 1 ) / 7 ) + 1
           .

      * Tally exWeek's archive, if that week was closed
       ExtractLeagueArch.
           MOVE spaces TO leagueArchName
           STRING "project/league_" DELIMITED BY SIZE
                  exWeek DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
             INTO leagueArchName
           SET eofLgArch TO FALSE
           OPEN INPUT leagueArch
           READ leagueArch AT END SET eofLgArch TO TRUE END-READ
           PERFORM UNTIL eofLgArch
             MOVE lgArchLine TO leagueLine
             IF lgWeek = exWeek THEN
               PERFORM ExtractLeagueRec
             END-IF
             READ leagueArch AT END SET eofLgArch TO TRUE END-READ
           END-PERFORM
           CLOSE leagueArch
           .

       ExtractLeagueRec.
           MOVE lgWeek TO exLgWeek
           MOVE lgPlayer TO exLgPlayer
           MOVE exLgKey TO taKey
           MOVE lgPoints TO taCount(1)
           PERFORM TallyPost
           .

      * Re-key the week and player totals by week and points, then
      * write them out placed within their week
       ExtractStandings.
           MOVE "project/rank_extr.wrk" TO rankFileName
           OPEN OUTPUT rankFile
           PERFORM RewindTally
           READ tallyFile NEXT RECORD
             AT END SET eofTally TO TRUE
           END-READ
           PERFORM UNTIL eofTally
             MOVE tyKey TO exLgKey
             MOVE spaces TO rankWeek
             MOVE exLgWeek TO rwWeek
             IF tyCount(1) < 9999 THEN
               COMPUTE rwOrder = 9999 - tyCount(1)
             ELSE
               MOVE 0 TO rwOrder
             END-IF
             MOVE exLgPlayer TO rwPlayer
             MOVE tyCount(1) TO rwPoints
             WRITE rankWeek END-WRITE
             READ tallyFile NEXT RECORD
               AT END SET eofTally TO TRUE
             END-READ
           END-PERFORM
           CLOSE rankFile
           PERFORM EndTally

           MOVE 0 TO exLastWeek
           SET eofRank TO FALSE
           OPEN INPUT rankFile
           READ rankFile NEXT RECORD
             AT END SET eofRank TO TRUE
           END-READ
           PERFORM UNTIL eofRank
             IF rwWeek NOT = exLastWeek THEN
               MOVE rwWeek TO exLastWeek
               MOVE 0 TO exPlace
             END-IF
             ADD 1 TO exPlace
             PERFORM CsvStart
      *      the week goes out as text so it keeps its leading zeros
             MOVE rwWeek TO exField
             PERFORM CsvText
             MOVE exPlace TO exNumEdit
             PERFORM CsvNumber
             MOVE rwPlayer TO exField
             PERFORM CsvText
             MOVE rwPoints TO exNumEdit
             PERFORM CsvNumber
             PERFORM CsvRow
             READ rankFile NEXT RECORD
               AT END SET eofRank TO TRUE
             END-READ
           END-PERFORM
           CLOSE rankFile
           DELETE FILE rankFile
           .

      * One control row per extract file: its name, the rows after
      * the header, the date range where one applies, and whether
      * it was extracted or quarantined
       ExtractControl.
           MOVE 7 TO exFileNo
           MOVE spaces TO exRow
           STRING "FILE,ROWS,DATE_FROM,DATE_TO,STATUS,"
                  DELIMITED BY SIZE
                  "RUN_DATE,RUN_TIME" DELIMITED BY SIZE
             INTO exRow
           PERFORM ExtractOpen
           COMPUTE exRunHms = exRunTime / 100
           PERFORM VARYING exNameNo FROM 1 BY 1 UNTIL exNameNo > 6
             PERFORM ExtractControlRow
           END-PERFORM
           CLOSE extractFile
           MOVE 7 TO exNameNo
           PERFORM ExtractName
           DISPLAY "Control record written to " extractFileName
           .

       ExtractControlRow.
           PERFORM ExtractName
           PERFORM CsvStart
           MOVE exFileOnly TO exField
           PERFORM CsvText
           MOVE exRows(exNameNo) TO exNumEdit
           PERFORM CsvNumber
           IF exDated(exNameNo) = "Y" THEN
             IF exFrom > 0 THEN
               MOVE exFrom TO exNumEdit
               PERFORM CsvNumber
             ELSE
               MOVE spaces TO exField
               PERFORM CsvText
             END-IF
             MOVE exTo TO exNumEdit
             PERFORM CsvNumber
           ELSE
             MOVE spaces TO exField
             PERFORM CsvText
             PERFORM CsvText
           END-IF
           MOVE exState(exNameNo) TO exField
           PERFORM CsvText
           MOVE curDate TO exNumEdit
           PERFORM CsvNumber
      *    as text, so a run before ten keeps its leading zero
           MOVE exRunHms TO exField
           PERFORM CsvText
           PERFORM CsvRow
           DISPLAY exFileOnly " " exRows(exNameNo) " rows"
           .

      * Delimited rows are built up in exRow: CsvStart empties it,
      * CsvText adds exField quoted (inner quotes doubled) and
      * CsvNumber adds exNumEdit without its leading blanks, each
      * after a comma when it is not the first field, and CsvRow
      * writes the row and counts it against exFileNo
       CsvStart.
           MOVE spaces TO exRow
           MOVE 1 TO exPos
           .

       CsvComma.
           IF exPos > 1 THEN
             STRING "," DELIMITED BY SIZE INTO exRow WITH POINTER exPos
           END-IF
           .

       CsvText.
           PERFORM CsvComma
           MOVE 0 TO exLen
           PERFORM VARYING exIdx FROM 1 BY 1 UNTIL exIdx > 32
             IF exFieldChar(exIdx) NOT = space THEN
               MOVE exIdx TO exLen
             END-IF
           END-PERFORM
           STRING exQuote DELIMITED BY SIZE
             INTO exRow WITH POINTER exPos
           PERFORM VARYING exIdx FROM 1 BY 1 UNTIL exIdx > exLen
             PERFORM CsvPutChar
             IF exFieldChar(exIdx) = exQuote THEN
               PERFORM CsvPutChar
             END-IF
           END-PERFORM
           STRING exQuote DELIMITED BY SIZE
             INTO exRow WITH POINTER exPos
           .

       CsvNumber.
           PERFORM CsvComma
           MOVE exNumEdit TO exField
           PERFORM VARYING exIdx FROM 1 BY 1 UNTIL exIdx > 32
             IF exFieldChar(exIdx) NOT = space THEN
               PERFORM CsvPutChar
             END-IF
           END-PERFORM
           .

       CsvPutChar.
           STRING exFieldChar(exIdx) DELIMITED BY SIZE
             INTO exRow WITH POINTER exPos
           .

       CsvRow.
           WRITE extractLine FROM exRow END-WRITE
           ADD 1 TO exRows(exFileNo)
           .

      * ---------------------------------------------------------------
      * Control parameters: read off params.txt at start-up, changed
      * only on the operator's parameter screen. Every value is held
      * to its range as it is entered and again as it is read back,
      * so a hand-edited file cannot put a rule out of bounds; a set
      * that does not hang together as a whole (a board too small for
      * its mines) falls back to the program's own values.

       LoadParameters.
           MOVE parmDefaultTable TO parmValues
           MOVE 0 TO parmVersion
           MOVE 0 TO parmSetOn
           MOVE spaces TO parmSetBy
           MOVE 0 TO parmBad
           SET eofParm TO FALSE
           OPEN INPUT parmFile
           READ parmFile AT END SET eofParm TO TRUE END-READ
           PERFORM UNTIL eofParm
             IF phTag = "#PRM" THEN
               IF phVersion IS NUMERIC THEN
                 MOVE phVersion TO parmVersion
               END-IF
               MOVE phDate TO parmSetOn
               MOVE phOper TO parmSetBy
             ELSE
               PERFORM LoadParmValue
             END-IF
             READ parmFile AT END SET eofParm TO TRUE END-READ
           END-PERFORM
           CLOSE parmFile
           MOVE parmValues TO parmWork
           PERFORM ParmCrossCheck
           IF parmWhy > 0 THEN
             MOVE parmDefaultTable TO parmValues
             DISPLAY "Warning: the control parameters on params.txt"
             DISPLAY "do not fit together - the program's own values"
             DISPLAY "are in force until an operator corrects them."
           ELSE IF parmBad > 0 THEN
               DISPLAY "Warning: " parmBad " control parameter(s) on"
      -                " params.txt are out of range - the program's"
               DISPLAY "own value is in force for those."
             END-IF
           END-IF
           .

       LoadParmValue.
           MOVE 0 TO parmOk
           IF pvNo IS NUMERIC AND pvValue IS NUMERIC THEN
             IF pvNo > 0 AND pvNo NOT > parmCount THEN
               IF pvValue NOT < parmMin(pvNo)
                  AND pvValue NOT > parmMax(pvNo) THEN
                 MOVE pvValue TO parmValue(pvNo)
                 MOVE 1 TO parmOk
               END-IF
             END-IF
           END-IF
           IF parmOk = 0 THEN
             ADD 1 TO parmBad
           END-IF
           .

      * The rules between values, checked over parmWork: every board
      * must hold its mines and still leave the 3x3 first-reveal area
      * clear (parmWhy 1), and each level must have more rows than
      * the one below, since a loaded board is filed under a level by
      * its rows (parmWhy 2)
       ParmCrossCheck.
           MOVE 0 TO parmWhy
           PERFORM VARYING diffIdx FROM 1 BY 1 UNTIL diffIdx > 3
             COMPUTE parmIdx = ( diffIdx * 3 ) - 2
             COMPUTE parmCells = parmNew(parmIdx) * parmNew(parmIdx + 1)
             IF parmNew(parmIdx + 2) + 9 > parmCells THEN
               MOVE 1 TO parmWhy
             END-IF
           END-PERFORM
           IF parmWhy = 0 THEN
             IF parmNew(1) NOT < parmNew(4)
                OR parmNew(4) NOT < parmNew(7) THEN
               MOVE 2 TO parmWhy
             END-IF
           END-IF
           .

      * Operator screen: the values in force are listed, changed one
      * at a time, and saved together as the next version
       ParameterScreen.
           PERFORM LoadParameters
           MOVE parmVersion TO parmFileVer
           MOVE parmValues TO parmWork
           MOVE 99 TO parmPick
           PERFORM UNTIL parmPick = 0
             PERFORM ListParameters
             MOVE 0 TO parmPick
             DISPLAY "Parameter to change (1-19, 0 = finished) : "
             ACCEPT parmPick NO BEEP
             IF parmPick > parmCount THEN
               DISPLAY "Error incorrect input. Try again"
             ELSE IF parmPick > 0 THEN
                 PERFORM ChangeParameter
               END-IF
             END-IF
           END-PERFORM
           MOVE 0 TO parmChanged
           PERFORM VARYING parmIdx FROM 1 BY 1 UNTIL parmIdx > parmCount
             IF parmNew(parmIdx) NOT = parmValue(parmIdx) THEN
               ADD 1 TO parmChanged
             END-IF
           END-PERFORM
           IF parmChanged = 0 THEN
             DISPLAY "No parameter was changed."
           ELSE
             COMPUTE parmShow = parmVersion + 1
             MOVE space TO parmConfirm
             DISPLAY "Save " parmChanged " change(s) as version"
      -              parmShow "? (Y/N) : "
             ACCEPT parmConfirm
             IF parmConfirm = "Y" OR parmConfirm = "y" THEN
               PERFORM SaveParameters
             ELSE
               DISPLAY "Nothing was changed."
             END-IF
           END-IF
           .

       ListParameters.
           DISPLAY "==== Control Parameters - version " parmVersion
      -            " ===="
           IF parmVersion > 0 THEN
             DISPLAY "Set on " parmSetOn " by " parmSetBy
           END-IF
           PERFORM VARYING parmIdx FROM 1 BY 1 UNTIL parmIdx > parmCount
             MOVE parmNew(parmIdx) TO parmShow
             MOVE parmMin(parmIdx) TO parmMinD
             MOVE parmMax(parmIdx) TO parmMaxD
             IF parmNew(parmIdx) = parmValue(parmIdx) THEN
               MOVE spaces TO parmMark
             ELSE
               MOVE "(changed)" TO parmMark
             END-IF
             DISPLAY parmIdx " - " parmName(parmIdx) parmShow
      -              "   range" parmMinD " -" parmMaxD " " parmMark
           END-PERFORM
           .

       ChangeParameter.
           MOVE parmNew(parmPick) TO parmShow
           DISPLAY parmName(parmPick) " is now" parmShow
           MOVE 0 TO parmEntry
           DISPLAY "New value : "
           ACCEPT parmEntry NO BEEP
           MOVE parmMin(parmPick) TO parmMinD
           MOVE parmMax(parmPick) TO parmMaxD
           IF parmEntry < parmMin(parmPick)
              OR parmEntry > parmMax(parmPick) THEN
             DISPLAY "Error: the value must be" parmMinD " to"
      -              parmMaxD "."
           ELSE
             MOVE parmNew(parmPick) TO parmHold
             MOVE parmEntry TO parmNew(parmPick)
             PERFORM ParmCrossCheck
             IF parmWhy = 1 THEN
               MOVE parmHold TO parmNew(parmPick)
               DISPLAY "Error: that board would be too small for its"
      -                " mines and a clear 3x3 opening."
             ELSE IF parmWhy = 2 THEN
                 MOVE parmHold TO parmNew(parmPick)
                 DISPLAY "Error: each level needs more rows than the"
      -                  " level below it."
               END-IF
             END-IF
           END-IF
           .

      * File parmWork as the next version, one log record per value
      * changed, unless another operator has saved since the screen
      * was opened
       SaveParameters.
           MOVE "project/params.lck" TO lockFileName
           PERFORM AcquireLock
           MOVE 0 TO parmOnFile
           SET eofParm TO FALSE
           OPEN INPUT parmFile
           READ parmFile AT END SET eofParm TO TRUE END-READ
           IF NOT eofParm AND phTag = "#PRM" AND phVersion IS NUMERIC
             MOVE phVersion TO parmOnFile
           END-IF
           CLOSE parmFile
           IF parmOnFile NOT = parmFileVer THEN
             DISPLAY "Another operator saved version " parmOnFile
      -              " meanwhile - nothing was saved."
           ELSE
             ACCEPT parmNow FROM DATE YYYYMMDD
             ACCEPT parmTime FROM TIME
             COMPUTE parmVersion = parmFileVer + 1
             OPEN OUTPUT parmFile
             MOVE spaces TO parmHead
             MOVE "#PRM" TO phTag
             MOVE parmVersion TO phVersion
             MOVE parmNow TO phDate
             COMPUTE phTime = parmTime / 100
             MOVE playerName TO phOper
             WRITE parmHead END-WRITE
             PERFORM VARYING parmIdx FROM 1 BY 1
               UNTIL parmIdx > parmCount
               MOVE spaces TO parmLine
               MOVE parmIdx TO pvNo
               MOVE parmNew(parmIdx) TO pvValue
               MOVE parmName(parmIdx) TO pvName
               WRITE parmLine END-WRITE
             END-PERFORM
             CLOSE parmFile
             OPEN EXTEND parmLog
             PERFORM VARYING parmIdx FROM 1 BY 1
               UNTIL parmIdx > parmCount
               IF parmNew(parmIdx) NOT = parmValue(parmIdx) THEN
                 MOVE spaces TO parmLogLine
                 MOVE parmNow TO pwDate
                 MOVE phTime TO pwTime
                 MOVE playerName TO pwOper
                 MOVE parmVersion TO pwVersion
                 MOVE parmIdx TO pwNo
                 MOVE parmName(parmIdx) TO pwName
                 MOVE parmValue(parmIdx) TO pwOld
                 MOVE parmNew(parmIdx) TO pwNew
                 WRITE parmLogLine END-WRITE
               END-IF
             END-PERFORM
             CLOSE parmLog
             MOVE parmWork TO parmValues
             MOVE parmNow TO parmSetOn
             MOVE playerName TO parmSetBy
             DISPLAY "Control parameters saved as version "
      -              parmVersion "."
           END-IF
           PERFORM ReleaseLock
           .

      * ---------------------------------------------------------------
      * Review queue: the held wins still waiting for a decision are
      * listed; the operator picks one, sees why it was held and its
      * moves off the move log, and approves it - it posts then - or
      * rejects it. Decided numbers are counted onto a scratch tally
      * so the queue is read in one pass whatever its length.

       ReviewQueue.
           DISPLAY "==== Review Queue ===="
           PERFORM LoadAliasReg
           MOVE "project/tally_rev.wrk" TO tallyFileName
           PERFORM StartTally
           SET eofRvLog TO FALSE
           OPEN INPUT reviewLog
           READ reviewLog AT END SET eofRvLog TO TRUE END-READ
           PERFORM UNTIL eofRvLog
             PERFORM TallyDecision
             READ reviewLog AT END SET eofRvLog TO TRUE END-READ
           END-PERFORM
           CLOSE reviewLog
           MOVE 1 TO rqPick
           PERFORM UNTIL rqPick = 0
             PERFORM ListPendingReviews
             MOVE 0 TO rqPick
             IF rqPending > 0 THEN
               DISPLAY "Held win to look at (0 = finished) : "
               ACCEPT rqPick NO BEEP
               IF rqPick > 0 THEN
                 PERFORM ReviewOneItem
               END-IF
             END-IF
           END-PERFORM
           PERFORM EndTally
           PERFORM DropAliasMap
           .

      * Count the decision on reviewLogLine onto the tally: count 1
      * approvals, count 2 rejections
       TallyDecision.
           MOVE dcId TO taKey
           IF dcDecision = "APPROVED" THEN
             MOVE 1 TO taCount(1)
           ELSE
             MOVE 1 TO taCount(2)
           END-IF
           PERFORM TallyPost
           .

      * rqDecided 1 if the held win on reviewRec has a decision; the
      * tally record is left in the record area
       CheckReviewDecided.
           MOVE rvId TO tyKey
           READ tallyFile
             INVALID KEY
               MOVE 0 TO rqDecided
             NOT INVALID KEY
               MOVE 1 TO rqDecided
           END-READ
           .

       ListPendingReviews.
           MOVE 0 TO rqPending
           MOVE 0 TO rqLines
           SET eofReview TO FALSE
           OPEN INPUT reviewFile
           READ reviewFile AT END SET eofReview TO TRUE END-READ
           PERFORM UNTIL eofReview
             MOVE reviewLine TO reviewRec
             PERFORM CheckReviewDecided
             IF rqDecided = 0 THEN
               ADD 1 TO rqPending
               IF rqPending = 1 THEN
                 DISPLAY "Number Player     Won on   Level"
      -                  "          Secs Held for"
               END-IF
               MOVE rvTime TO rqTimeD
               DISPLAY rvId " " rvPlayer " " rvDate " " diffName(rvDiff)
      -                " " rqTimeD " " rvRules
               PERFORM ReviewPause
             END-IF
             READ reviewFile AT END SET eofReview TO TRUE END-READ
           END-PERFORM
           CLOSE reviewFile
           IF rqPending = 0 THEN
             DISPLAY "No held win is waiting for a decision."
           ELSE
             DISPLAY rqPending " held win(s) waiting - held for T too"
      -              " fast, M too few moves, L loaded after a hit."
           END-IF
           .

      * A screenful at a time
       ReviewPause.
           ADD 1 TO rqLines
           IF rqLines >= 20 THEN
             DISPLAY "Press ENTER for more."
             ACCEPT rqKey
             MOVE 0 TO rqLines
           END-IF
           .

      * Look one held win over and take the operator's decision
       ReviewOneItem.
           MOVE 0 TO rqOnFile
           SET eofReview TO FALSE
           OPEN INPUT reviewFile
           READ reviewFile AT END SET eofReview TO TRUE END-READ
           PERFORM UNTIL eofReview OR rqOnFile = 1
             MOVE reviewLine TO reviewRec
             IF rvId = rqPick THEN
               MOVE 1 TO rqOnFile
             ELSE
               READ reviewFile AT END SET eofReview TO TRUE END-READ
             END-IF
           END-PERFORM
           CLOSE reviewFile
           IF rqOnFile = 0 THEN
             DISPLAY "There is no held win " rqPick "."
           ELSE
             PERFORM CheckReviewDecided
             IF rqDecided = 1 THEN
               IF tyCount(1) > 0 THEN
                 DISPLAY "Held win " rvId " is approved already."
               ELSE
                 DISPLAY "Held win " rvId " is rejected already."
               END-IF
             ELSE
               PERFORM ReviewShowItem
               PERFORM ReviewEvidence
               MOVE space TO rqAnswer
               PERFORM UNTIL rqAnswer = "A" OR "R" OR "L"
                 DISPLAY "A - Approve and post  R - Reject  L - Leave"
      -                  " it for later : "
                 ACCEPT rqAnswer
                 INSPECT rqAnswer CONVERTING "arl" TO "ARL"
               END-PERFORM
               IF rqAnswer = "A" THEN
                 MOVE "APPROVED" TO rqDecision
                 PERFORM ReviewDecide
               ELSE IF rqAnswer = "R" THEN
                   MOVE "REJECTED" TO rqDecision
                   PERFORM ReviewDecide
                 ELSE
                   DISPLAY "Held win " rvId " stays on the queue."
                 END-IF
               END-IF
             END-IF
           END-IF
           .

       ReviewShowItem.
           MOVE rvTime TO rqTimeD
           DISPLAY "==== Held win " rvId " ===="
           DISPLAY rvPlayer " won " diffName(rvDiff) " on " rvDate
      -            " in" rqTimeD " seconds"
           DISPLAY "Board kind " rvBoard ", parameter version "
      -            rvParm
           MOVE rvPoints TO rqCountD
           IF rvScore = "Y" THEN
             DISPLAY "Held back: the highscore entry and" rqCountD
      -              " league points"
           ELSE IF rvKind = "D" THEN
               DISPLAY "Held back: the daily table entry for " rvDaily
      -                " and" rqCountD " league points"
             ELSE IF rvKind = "P" THEN
                 DISPLAY "Held back: the finish on puzzle " rvPuzzle
      -                  " and" rqCountD " league points"
               ELSE
                 DISPLAY "Held back:" rqCountD " league points"
               END-IF
             END-IF
           END-IF
           DISPLAY "Held because:"
           MOVE rvRules TO rqRuleSet
           IF rqRuleT = "T" THEN
             MOVE rvLeast TO rqCountD
             DISPLAY "- it was won faster than the least time of"
      -              rqCountD " seconds"
           END-IF
           IF rqRuleM = "M" THEN
             MOVE rvNeed TO rqCountD
             DISPLAY "-" rqCountD " numbers were opened that each"
      -              " needed a move of their own,"
             MOVE rvReveals TO rqCountD
             DISPLAY "  against" rqCountD " reveals and " rvChords
      -              " chords logged"
           END-IF
           IF rqRuleL = "L" THEN
             DISPLAY "- it was loaded from a slot already played on to"
      -              " a mine hit"
           END-IF
           IF rvLogged NOT = "Y" THEN
             DISPLAY "(the game's moves were not on the live log when"
      -              " it was won)"
           END-IF
           .

      * The game's stretch of the move log, record by record
       ReviewEvidence.
           MOVE rvPlayer TO rqPlayer
           MOVE rvDate TO rqDate
           MOVE rvStartAt TO rqStartAt
           MOVE rvWonAt TO rqWonAt
           PERFORM ReviewFindLog
           IF rqFound = 0 THEN
             DISPLAY "The game's moves are not on the move log for "
      -              rvDate "."
           ELSE
             DISPLAY "Moves logged for the game:"
             PERFORM ReviewShowLog
             DISPLAY "Reveals " rqReveals "  chords " rqChords
      -              "  flags " rqFlags "  hints " rqHints
      -              "  other " rqOthers
           END-IF
           .

      * Find rqPlayer's game from its GAME-START at rqStartAt to its
      * GAME-WON at rqWonAt: on rqDate's archive, or on the live log
      * while that day is not rolled over. rqFound says which (1 or
      * 2, 0 not found), rqStartNo and rqWonNo the records bounding
      * it, and the rq counts what was logged in between.
       ReviewFindLog.
           MOVE 0 TO rqFound
           MOVE 0 TO rqMatched
           MOVE 0 TO rqState
           MOVE 0 TO rqRecNo
           PERFORM ClearReviewCounts
           MOVE spaces TO archFileName
           STRING "project/movelog_" DELIMITED BY SIZE
                  rqDate DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
             INTO archFileName
           SET eofArch TO FALSE
           OPEN INPUT moveArch
           READ moveArch AT END SET eofArch TO TRUE END-READ
           PERFORM UNTIL eofArch
             ADD 1 TO rqRecNo
             MOVE archLine TO moveLogLine
             PERFORM ReviewLogRecord
             READ moveArch AT END SET eofArch TO TRUE END-READ
           END-PERFORM
           CLOSE moveArch
           IF rqMatched = 1 THEN
             MOVE 1 TO rqFound
           ELSE
             MOVE 0 TO rqState
             MOVE 0 TO rqRecNo
             SET eofLog TO FALSE
             OPEN INPUT moveLog
             READ moveLog AT END SET eofLog TO TRUE END-READ
             PERFORM UNTIL eofLog
               ADD 1 TO rqRecNo
               PERFORM ReviewLogRecord
               READ moveLog AT END SET eofLog TO TRUE END-READ
             END-PERFORM
             CLOSE moveLog
             IF rqMatched = 1 THEN
               MOVE 2 TO rqFound
             END-IF
           END-IF
           .

       ClearReviewCounts.
           MOVE 0 TO rqReveals
           MOVE 0 TO rqChords
           MOVE 0 TO rqFlags
           MOVE 0 TO rqHints
           MOVE 0 TO rqOthers
           .

      * One log record: a GAME-START at rqStartAt opens the stretch,
      * the GAME-WON at rqWonAt closes it, and the player's moves in
      * between are counted
       ReviewLogRecord.
           IF logPlayer = rqPlayer THEN
             IF logOutcome = "GAME-START" THEN
               MOVE 0 TO rqState
               IF logTime = rqStartAt THEN
                 MOVE 1 TO rqState
                 MOVE 0 TO rqMatched
                 MOVE rqRecNo TO rqStartNo
                 PERFORM ClearReviewCounts
               END-IF
             ELSE IF rqState = 1 THEN
                 IF logOutcome = "GAME-WON" OR "GAME-LOST" THEN
                   MOVE 0 TO rqState
                   IF logOutcome = "GAME-WON"
                      AND logTime = rqWonAt THEN
                     MOVE 1 TO rqMatched
                     MOVE rqRecNo TO rqWonNo
                   END-IF
                 ELSE IF logOutcome = "REVEALED" THEN
                     ADD 1 TO rqReveals
                   ELSE IF logOutcome = "CHORDED" THEN
                       ADD 1 TO rqChords
                     ELSE IF logOutcome = "FLAGGED"
                             OR "UNFLAGGED" THEN
                         ADD 1 TO rqFlags
                       ELSE IF logOutcome = "HINT"
                               OR "HINT-GUESS" THEN
                           ADD 1 TO rqHints
                         ELSE
                           ADD 1 TO rqOthers
                         END-IF
                       END-IF
                     END-IF
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF
           .

      * List the stretch ReviewFindLog found, off the same file
       ReviewShowLog.
           MOVE 0 TO rqRecNo
           MOVE 0 TO rqLines
           IF rqFound = 1 THEN
             SET eofArch TO FALSE
             OPEN INPUT moveArch
             READ moveArch AT END SET eofArch TO TRUE END-READ
             PERFORM UNTIL eofArch OR rqRecNo >= rqWonNo
               ADD 1 TO rqRecNo
               MOVE archLine TO moveLogLine
               PERFORM ReviewShowRecord
               READ moveArch AT END SET eofArch TO TRUE END-READ
             END-PERFORM
             CLOSE moveArch
           ELSE
             SET eofLog TO FALSE
             OPEN INPUT moveLog
             READ moveLog AT END SET eofLog TO TRUE END-READ
             PERFORM UNTIL eofLog OR rqRecNo >= rqWonNo
               ADD 1 TO rqRecNo
               PERFORM ReviewShowRecord
               READ moveLog AT END SET eofLog TO TRUE END-READ
             END-PERFORM
             CLOSE moveLog
           END-IF
           .

       ReviewShowRecord.
           IF rqRecNo NOT < rqStartNo AND logPlayer = rqPlayer THEN
             MOVE logTime TO rqClock
             DISPLAY "  " rqHh ":" rqMm ":" rqSs "." rqCc "  "
      -              logOutcome " row " logRow " col " logCol
             PERFORM ReviewPause
           END-IF
           .

      * File the decision on the held win on reviewRec - unless
      * another operator has decided it since the queue was read -
      * and on an approval post what it held back, under the alias
      * the player goes by today
       ReviewDecide.
           MOVE "project/review.lck" TO lockFileName
           PERFORM AcquireLock
           MOVE 0 TO rqDecided
           SET eofRvLog TO FALSE
           OPEN INPUT reviewLog
           READ reviewLog AT END SET eofRvLog TO TRUE END-READ
           PERFORM UNTIL eofRvLog OR rqDecided = 1
             IF dcId = rvId THEN
               MOVE 1 TO rqDecided
               PERFORM TallyDecision
             ELSE
               READ reviewLog AT END SET eofRvLog TO TRUE END-READ
             END-IF
           END-PERFORM
           CLOSE reviewLog
           MOVE rvPlayer TO rcKey
           PERFORM MapAliasKey
           MOVE rcKey TO postName
           IF rqDecided = 0 THEN
             ACCEPT rqNow FROM DATE YYYYMMDD
             ACCEPT rqTime FROM TIME
             MOVE spaces TO reviewLogLine
             MOVE rvId TO dcId
             MOVE rqDecision TO dcDecision
             MOVE rqNow TO dcDate
             COMPUTE dcTime = rqTime / 100
             MOVE playerName TO dcOper
             MOVE postName TO dcPlayer
             PERFORM TallyDecision
             OPEN EXTEND reviewLog
             WRITE reviewLogLine END-WRITE
             CLOSE reviewLog
           END-IF
           PERFORM ReleaseLock
           IF rqDecided = 1 THEN
             DISPLAY "Another operator decided held win " rvId
      -              " meanwhile - nothing was changed."
           ELSE IF rqDecision = "APPROVED" THEN
               PERFORM ReviewPost
             ELSE
               DISPLAY "Held win " rvId " rejected - nothing was"
      -                " posted."
             END-IF
           END-IF
           .

      * Post an approved win: its time on the highscores, the daily
      * table or the puzzle's list, wherever it was bound, and its
      * points on this week's league
       ReviewPost.
           IF rvScore = "Y" THEN
             MOVE rvDiff TO postDiff
             MOVE rvTime TO postTime
             PERFORM PostScore
           END-IF
           IF rvKind = "D" THEN
             MOVE rvDaily TO postDay
             MOVE rvTime TO postTime
             PERFORM PostDaily
           END-IF
           IF rvKind = "P" THEN
             MOVE rvPuzzle TO postPuzzle
             MOVE rvTime TO postTime
             PERFORM PostPuzzleDone
           END-IF
           IF rvPoints > 0 THEN
             MOVE rvPoints TO gamePoints
             PERFORM PostLeague
           END-IF
           DISPLAY "Held win " rvId " approved and posted for "
      -            postName "."
           .

      * ---------------------------------------------------------------
      * Per-player lifetime statistics, correlating scores.txt
      * (completed games) with stats.txt (the per-player ledger) and
      * saves.idx (players with a save on file)

      * Record one more finished game (win or loss) against the
      * signed-in player's record on players.dat, under the
      * difficulty played; the updated record stays in masterHoldRec
      * for the badge checks
       UpdateStats.
           MOVE 0 TO ledgerFound
           MOVE "project/players.lck" TO lockFileName
           PERFORM AcquireLock
           PERFORM VerifyMaster
      *    never rewrite a quarantined file - it is the evidence
           IF statsSealBad = 1 THEN
             DISPLAY "This game was NOT added to the statistics."
           ELSE
             OPEN I-O playerMaster
             MOVE playerName TO masterKey
             PERFORM FetchMaster
             ADD 1 TO pmPlayed
             ADD 1 TO pmDiffPlayed(difficulty)
             IF quit = 2 THEN
               ADD 1 TO pmWon
               ADD 1 TO pmDiffWon(difficulty)
             END-IF
             PERFORM PutMaster
             CLOSE playerMaster
             MOVE 1 TO ledgerFound
           END-IF
           PERFORM ReleaseLock
           .

      * Show the signed-in player their own lifetime record
       DispPlayerStats.
           MOVE 0 TO ledgerFound
           PERFORM VerifyMaster
           IF statsSealBad = 0 THEN
             MOVE playerName TO masterKey
             PERFORM ReadMaster
             IF masterFound = 1 AND mhPlayed > 0 THEN
               MOVE 1 TO ledgerFound
             END-IF
           END-IF
           IF ledgerFound = 0 THEN
             DISPLAY "No games on record yet for " playerName
           ELSE
             DISPLAY "Lifetime record for " playerName
             DISPLAY "  Games played : " mhPlayed
             DISPLAY "  Games won    : " mhWon
             PERFORM DispPlayerDiffLine VARYING diffIdx FROM 1 BY 1
               UNTIL diffIdx > 3
           END-IF
           PERFORM DispOwnRating
           PERFORM LoadBadges
           IF bdCount > 0 THEN
             DISPLAY "Badge shelf:"
           END-IF
           .

      * The signed-in player's rating, its change at the last rating
      * run and where it puts them on the ladder
       DispOwnRating.
           MOVE 0 TO ratingFound
           OPEN INPUT ratingFile
           IF raStatus NOT = "35" THEN
             MOVE playerName TO raAlias
             READ ratingFile
               INVALID KEY
                 MOVE 0 TO ratingFound
               NOT INVALID KEY
                 MOVE 1 TO ratingFound
             END-READ
             CLOSE ratingFile
           END-IF
           IF ratingFound = 0 THEN
             DISPLAY "  Skill rating : none yet - the next rating run"
      -              " puts you on the ladder"
           ELSE
             MOVE raRating TO ratA
             COMPUTE ratChangeD = raRating - raPrev
             MOVE raGames TO ratRecs
             MOVE 0 TO ratPos
             MOVE 0 TO ratPlayers
             SET eofRating TO FALSE
             OPEN INPUT ratingFile
             READ ratingFile NEXT RECORD
               AT END SET eofRating TO TRUE
             END-READ
             PERFORM UNTIL eofRating
               IF raAlias NOT = "#CHK" THEN
                 ADD 1 TO ratPlayers
                 IF raRating > ratA THEN
                   ADD 1 TO ratPos
                 END-IF
               END-IF
               READ ratingFile NEXT RECORD
                 AT END SET eofRating TO TRUE
               END-READ
             END-PERFORM
             CLOSE ratingFile
             ADD 1 TO ratPos
             DISPLAY "  Skill rating : " ratA " (" ratChangeD
      -              " at the last run) - ladder place " ratPos
      -              " of " ratPlayers ", " ratRecs " games rated"
           END-IF
           .

       DispBadgeLine.
           DISPLAY "  " bdName(bdIdx) " earned " bdDate(bdIdx)
           .

       DispPlayerDiffLine.
           DISPLAY "  " diffName(diffIdx) " : "
      -            mhDiffPlayed(diffIdx) " played / "
      -            mhDiffWon(diffIdx) " won"
           .

      * Count the slots of one difficulty's table that hold a real

           DISPLAY "==== Statistics ===="
           PERFORM DispPlayerStats
           IF ledgerFound = 1 THEN
             MOVE 0 TO winRate
             COMPUTE winRate = (mhWon * 100) / mhPlayed
             DISPLAY "  Win rate (percent) : " winRate
           END-IF
           DISPLAY "Players on the ledger        : " masterPlayers
           DISPLAY "Registered players           : " masterRegs
           DISPLAY "Players with a save on file  : " saveCount
           PERFORM DispDiffTimes VARYING diffIdx FROM 1 BY 1
             UNTIL diffIdx > 3
           MOVE space TO ratChoice
           DISPLAY "Show the skill rating ladder? (Y/N) : "
           ACCEPT ratChoice
           IF ratChoice = "Y" OR ratChoice = "y" THEN
             PERFORM DispLadder
           END-IF
           .

      * The ladder as the last rating run left it
       DispLadder.
           MOVE 0 TO ladderOut
           PERFORM BuildLadderRank
           IF ratPlayers = 0 THEN
             DISPLAY "No ratings yet - no rating run has been made."
             MOVE ratRankName TO rankFileName
             DELETE FILE rankFile
           ELSE
             DISPLAY "==== Skill rating ladder, run of " ratRunDate
      -              " ===="
             DISPLAY ladderHead
             PERFORM ListLadder
           END-IF
           .

      * Best and median completed time of one difficulty's top 5
