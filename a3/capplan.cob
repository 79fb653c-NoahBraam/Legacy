*> Batch-window capacity report
*> Trends run throughput from the cumulative run history (RUNHIST.DAT,
*> where primes3 keeps each run's elapsed time, records per minute and
*> its split between verdicts found on the master and verdicts it had
*> to compute) by week and by input magnitude, so a slowdown as the
*> master grows or as the values get longer shows up in a report and
*> not at three in the morning. Given the queue of decks for tonight
*> (one deck name per line), each deck's HDR count and largest value
*> are read from the deck itself and its run time forecast from the
*> recent throughput of runs of the same magnitude; the decks are
*> taken one after another from the window start and the forecast
*> finish is set against the configured window end. Only deck runs
*> (modes 2, 3 and 5) that classified something are trended; a
*> partitioned deck is forecast as one serial run. RETURN-CODE 4 when
*> the queue is forecast to overrun the window, 8 when the history,
*> the queue or a deck cannot be read or there is no throughput
*> history to forecast from.
identification division.
program-id. capplan.
environment division.
input-output section.
file-control.
select HISTORY-FILE assign to dynamic history-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS history-status.
select QUEUE-FILE assign to dynamic queue-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS queue-status.
select DECK-FILE assign to dynamic deck-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS deck-status.
select REPORT-FILE assign to dynamic report-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS report-status.
select PARM-FILE assign to dynamic parm-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS parm-status.
data division.
file section.
fd HISTORY-FILE.
01 HISTORY-IN-LINE PICTURE X(300).
fd QUEUE-FILE.
01 QUEUE-IN-LINE PICTURE X(81).
fd DECK-FILE.
01 DECK-IN-LINE PICTURE X(81).
fd REPORT-FILE.
01 REPORT-OUT-LINE PICTURE X(132).
fd PARM-FILE.
01 PARM-LINE PICTURE X(81).
WORKING-STORAGE SECTION.
77  history-file-name PICTURE X(81) VALUE 'RUNHIST.DAT'.
77  history-status PICTURE X(02).
77  queue-file-name PICTURE X(81).
77  queue-status PICTURE X(02).
77  deck-file-name PICTURE X(81).
77  deck-status PICTURE X(02).
77  report-file-name PICTURE X(81).
77  report-status PICTURE X(02).
77  parm-file-name PICTURE X(81).
77  parm-status PICTURE X(02).
77  parm-data PICTURE X(81).
77  isFinished PICTURE 9 VALUE 0.
77  deckFinished PICTURE 9 VALUE 0.
77  windowStart PICTURE 9(4) VALUE 0.
77  windowEnd PICTURE 9(4) VALUE 0.
77  windowStartText PICTURE X(4) VALUE SPACES.
77  windowEndText PICTURE X(4) VALUE SPACES.
77  lookbackWeeks PICTURE 9(2) VALUE 8.
77  current-date PICTURE 9(8).
77  clock-time PICTURE 9(8).
77  todayInt PICTURE 9(9) USAGE IS COMPUTATIONAL.
77  cutoffInt PICTURE 9(9) USAGE IS COMPUTATIONAL.
77  cutoffDate PICTURE 9(8).
77  dayInt PICTURE 9(9) USAGE IS COMPUTATIONAL.
77  dayOffset PICTURE 9(9) USAGE IS COMPUTATIONAL.
77  weekQuotient PICTURE 9(9) USAGE IS COMPUTATIONAL.
77  weekRemainder PICTURE 9(9) USAGE IS COMPUTATIONAL.
77  weekStart PICTURE 9(8).
77  weekCount PICTURE 9(4) USAGE IS COMPUTATIONAL VALUE 0.
77  trendIdx PICTURE 9(4) USAGE IS COMPUTATIONAL.
77  weekIdx PICTURE 9(4) USAGE IS COMPUTATIONAL.
77  bandIdx PICTURE 9(4) USAGE IS COMPUTATIONAL.
77  bandLow PICTURE 99.
77  bandHigh PICTURE 99.
77  runRecords PICTURE 9(9) USAGE IS COMPUTATIONAL.
77  runOverhead PICTURE 9(11) USAGE IS COMPUTATIONAL.
77  runCompute PICTURE 9(11) USAGE IS COMPUTATIONAL.
77  runsRead PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  runsTrended PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  classified PICTURE 9(11) USAGE IS COMPUTATIONAL.
77  hundredths PICTURE 9(11) USAGE IS COMPUTATIONAL.
77  gotHeader PICTURE 9 VALUE 0.
77  headerCount PICTURE 9(9) USAGE IS COMPUTATIONAL.
77  detailCount PICTURE 9(9) USAGE IS COMPUTATIONAL.
77  deckCards PICTURE 9(9) USAGE IS COMPUTATIONAL.
77  largestN PICTURE 9(18) VALUE 0.
77  magnitudeZeros PICTURE 99 VALUE 0.
77  deckMagnitude PICTURE 99 VALUE 0.
77  deckHundredths PICTURE 9(11) USAGE IS COMPUTATIONAL.
77  queueHundredths PICTURE 9(11) USAGE IS COMPUTATIONAL VALUE 0.
77  deckMinutes PICTURE 9(7)V99.
77  queueMinutes PICTURE 9(7) USAGE IS COMPUTATIONAL VALUE 0.
77  windowMinutes PICTURE 9(7) USAGE IS COMPUTATIONAL VALUE 0.
77  startMinutes PICTURE 9(7) USAGE IS COMPUTATIONAL.
77  endMinutes PICTURE 9(7) USAGE IS COMPUTATIONAL.
77  clockMinutes PICTURE 9(7) USAGE IS COMPUTATIONAL.
77  clockDays PICTURE 9(4) USAGE IS COMPUTATIONAL.
77  clockHour PICTURE 99.
77  clockMinute PICTURE 99.
77  clockHHMM PICTURE 9(4).
77  clockDayMark PICTURE X(2).
77  clockDayDigit PICTURE 9.
77  overrunMinutes PICTURE 9(7) USAGE IS COMPUTATIONAL VALUE 0.
77  decksQueued PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  decksPastWindow PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  decksMissing PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  forecastWanted PICTURE 9 VALUE 0.
77  overrun PICTURE 9 VALUE 0.
77  runUsable PICTURE 9 VALUE 0.
01  HISTORY-RECORD.
    02 HST-DATE PICTURE 9(8).
    02 FILLER PICTURE X.
    02 HST-TIME PICTURE 9(6).
    02 FILLER PICTURE X.
    02 HST-MODE PICTURE 99.
    02 FILLER PICTURE X.
    02 HST-CONTROL-FILE PICTURE X(40).
    02 FILLER PICTURE X.
    02 HST-INFILE PICTURE X(40).
    02 FILLER PICTURE X.
    02 HST-OUTFILE PICTURE X(40).
    02 FILLER PICTURE X.
    02 HST-RESUMED PICTURE X.
    02 FILLER PICTURE X.
    02 HST-RESUME-COUNT PICTURE 9(9).
    02 FILLER PICTURE X.
    02 HST-PRIME-COUNT PICTURE 9(9).
    02 FILLER PICTURE X.
    02 HST-NOTPRIME-COUNT PICTURE 9(9).
    02 FILLER PICTURE X.
    02 HST-ILLEGAL-COUNT PICTURE 9(9).
    02 FILLER PICTURE X.
    02 HST-NONNUMERIC-COUNT PICTURE 9(9).
    02 FILLER PICTURE X.
    02 HST-TOTAL-COUNT PICTURE 9(9).
    02 FILLER PICTURE X.
    02 HST-STATUS PICTURE X(14).
    02 FILLER PICTURE X.
    02 HST-ELAPSED PICTURE 9(7).
    02 FILLER PICTURE X.
    02 HST-RATE PICTURE 9(9).
    02 FILLER PICTURE X.
    02 HST-MASTER-HITS PICTURE 9(9).
    02 FILLER PICTURE X.
    02 HST-HIT-RATE PICTURE 9(9).
    02 FILLER PICTURE X.
    02 HST-COMPUTED PICTURE 9(9).
    02 FILLER PICTURE X.
    02 HST-COMPUTED-RATE PICTURE 9(9).
    02 FILLER PICTURE X.
    02 HST-MAGNITUDE PICTURE 99.
01  IN-CARD.
    02 IN-N   PICTURE 9(18).
    02 IN-DEPT PICTURE X(4).
    02 FILLER PICTURE X(59).
01  CONTROL-CARD REDEFINES IN-CARD.
    02 CTL-TAG   PICTURE X(3).
    02 CTL-COUNT PICTURE 9(9).
    02 FILLER    PICTURE X(69).
*> Throughput accumulators: entries 1-6 are the magnitude bands
*> (1-3 digits, 4-6, ... 16-18), entry 7 every magnitude together,
*> entries 8 on the weeks in the lookback, oldest first. Overhead is
*> the time spent on everything but computing verdicts (reading,
*> master lookups, writing), compute the time spent computing them,
*> both in hundredths of a second.
01  TREND-TABLE.
    02 TREND-ENT OCCURS 67.
       03 TRD-WEEK PICTURE 9(8).
       03 TRD-RUNS PICTURE 9(9) USAGE IS COMPUTATIONAL.
       03 TRD-RECORDS PICTURE 9(11) USAGE IS COMPUTATIONAL.
       03 TRD-HITS PICTURE 9(11) USAGE IS COMPUTATIONAL.
       03 TRD-COMPUTED PICTURE 9(11) USAGE IS COMPUTATIONAL.
       03 TRD-ELAPSED PICTURE 9(11) USAGE IS COMPUTATIONAL.
       03 TRD-OVERHEAD PICTURE 9(13) USAGE IS COMPUTATIONAL.
       03 TRD-COMPUTE PICTURE 9(13) USAGE IS COMPUTATIONAL.
       03 TRD-MAX-DIGITS PICTURE 99.
01  REPORT-TITLE-LINE.
    02 FILLER PICTURE X(6) VALUE SPACES.
    02 FILLER PICTURE X(29) VALUE 'BATCH WINDOW CAPACITY REPORT '.
    02 FILLER PICTURE X(9) VALUE 'LOOKBACK '.
    02 RPT-LOOKBACK PICTURE Z9.
    02 FILLER PICTURE X(12) VALUE ' WEEKS FROM '.
    02 RPT-CUTOFF PICTURE 9(8).
01  REPORT-SECTION-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 RPT-SECTION PICTURE X(80).
01  TREND-HEAD-LINE.
    02 FILLER PICTURE X(19) VALUE ' PERIOD'.
    02 FILLER PICTURE X(7) VALUE '   RUNS'.
    02 FILLER PICTURE X(11) VALUE '    RECORDS'.
    02 FILLER PICTURE X(8) VALUE ' MINUTES'.
    02 FILLER PICTURE X(10) VALUE '   REC/MIN'.
    02 FILLER PICTURE X(5) VALUE ' HIT%'.
    02 FILLER PICTURE X(10) VALUE '  HIT RATE'.
    02 FILLER PICTURE X(10) VALUE ' CALC RATE'.
    02 FILLER PICTURE X(4) VALUE ' DIG'.
01  TREND-DETAIL-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 TDL-LABEL PICTURE X(18).
    02 FILLER PICTURE X VALUE SPACE.
    02 TDL-RUNS PICTURE Z(5)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 TDL-RECORDS PICTURE Z(9)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 TDL-MINUTES PICTURE Z(6)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 TDL-RATE PICTURE Z(8)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 TDL-HIT-PCT PICTURE Z(3)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 TDL-HIT-RATE PICTURE Z(8)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 TDL-CALC-RATE PICTURE Z(8)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 TDL-MAX-DIGITS PICTURE ZZ9.
01  FORECAST-HEAD-LINE.
    02 FILLER PICTURE X(31) VALUE ' DECK'.
    02 FILLER PICTURE X(4) VALUE ' DIG'.
    02 FILLER PICTURE X(10) VALUE '     CARDS'.
    02 FILLER PICTURE X(6) VALUE ' BAND'.
    02 FILLER PICTURE X(10) VALUE '   MINUTES'.
    02 FILLER PICTURE X(7) VALUE ' FINISH'.
    02 FILLER PICTURE X(25) VALUE ' NOTE'.
01  FORECAST-DETAIL-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 FDL-DECK PICTURE X(30).
    02 FILLER PICTURE X VALUE SPACE.
    02 FDL-DIGITS PICTURE ZZ9.
    02 FILLER PICTURE X VALUE SPACE.
    02 FDL-CARDS PICTURE Z(8)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 FDL-BAND PICTURE X(5).
    02 FILLER PICTURE X VALUE SPACE.
    02 FDL-MINUTES PICTURE Z(5)9.99.
    02 FILLER PICTURE X VALUE SPACE.
    02 FDL-FINISH PICTURE 9(4).
    02 FDL-DAY PICTURE X(2).
    02 FILLER PICTURE X VALUE SPACE.
    02 FDL-NOTE PICTURE X(24).
01  REPORT-COUNT-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 RPT-LABEL PICTURE X(20).
    02 RPT-COUNT PICTURE Z(8)9.
01  REPORT-CLOCK-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 CLK-LABEL PICTURE X(20).
    02 FILLER PICTURE X(5) VALUE SPACES.
    02 CLK-HHMM PICTURE 9(4).
    02 CLK-DAY PICTURE X(2).
01  REPORT-VERDICT-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 RPT-VERDICT PICTURE X(80).

PROCEDURE DIVISION.
    ACCEPT parm-data FROM COMMAND-LINE.
    if parm-data not = spaces
        *> Parameter file, one value per line: the report file, the
        *> queue file listing tonight's decks (blank for the trend
        *> only), the window start HHMM (blank for now), the window
        *> end HHMM (before the start means the next morning), then
        *> the weeks of history to look back over (blank means 8).
        move parm-data to parm-file-name
        OPEN INPUT PARM-FILE
        if parm-status not = '00'
            display 'Error, parameter file ' parm-file-name ' could not be opened'
            move 8 to RETURN-CODE
            STOP RUN
        end-if
        read PARM-FILE into PARM-LINE at end move spaces to PARM-LINE end-read
        move PARM-LINE to report-file-name
        read PARM-FILE into PARM-LINE at end move spaces to PARM-LINE end-read
        move PARM-LINE to queue-file-name
        read PARM-FILE into PARM-LINE at end move spaces to PARM-LINE end-read
        move PARM-LINE(1:4) to windowStartText
        read PARM-FILE into PARM-LINE at end move spaces to PARM-LINE end-read
        move PARM-LINE(1:4) to windowEndText
        read PARM-FILE into PARM-LINE at end move spaces to PARM-LINE end-read
        if PARM-LINE(1:2) is numeric
            move PARM-LINE(1:2) to lookbackWeeks
        end-if
        CLOSE PARM-FILE
    else
        display 'Enter the report file'
        accept report-file-name from SYSIN
        display 'Enter the queue file of tonight''s decks (blank for none)'
        accept queue-file-name from SYSIN
        display 'Enter the window start HHMM (blank for now)'
        accept windowStartText from SYSIN
        display 'Enter the window end HHMM'
        accept windowEndText from SYSIN
        display 'Enter the weeks of history to look back over'
        accept lookbackWeeks from SYSIN
    end-if.
    if lookbackWeeks = 0
        move 8 to lookbackWeeks
    end-if.
    if lookbackWeeks > 52
        display 'Error, at most 52 weeks of lookback'
        move 8 to RETURN-CODE
        STOP RUN
    end-if.
    ACCEPT current-date FROM DATE YYYYMMDD.
    ACCEPT clock-time FROM TIME.
    if queue-file-name not = spaces
        move 1 to forecastWanted
        if windowStartText = spaces
            move clock-time(1:4) to windowStart
        else
            if windowStartText is not numeric
                display 'Error, window start must be HHMM'
                move 8 to RETURN-CODE
                STOP RUN
            end-if
            move windowStartText to windowStart
        end-if
        if windowEndText is not numeric
            display 'Error, window end must be HHMM'
            move 8 to RETURN-CODE
            STOP RUN
        end-if
        move windowEndText to windowEnd
        if windowStart(1:2) > '23' or windowStart(3:2) > '59'
                or windowEnd(1:2) > '23' or windowEnd(3:2) > '59'
            display 'Error, window times must be HHMM on a 24-hour clock'
            move 8 to RETURN-CODE
            STOP RUN
        end-if
        *> An end at or before the start closes the next morning.
        move windowStart to clockHHMM
        perform clock-to-minutes
        move clockMinutes to startMinutes
        move windowEnd to clockHHMM
        perform clock-to-minutes
        move clockMinutes to endMinutes
        if endMinutes > startMinutes
            compute windowMinutes = endMinutes - startMinutes
        else
            compute windowMinutes = endMinutes + 1440 - startMinutes
        end-if
    end-if.
    OPEN INPUT HISTORY-FILE.
    if history-status not = '00'
        display 'Error, run history file ' history-file-name
            ' could not be opened'
        move 8 to RETURN-CODE
        STOP RUN
    end-if.
    OPEN OUTPUT REPORT-FILE.
    if report-status not = '00'
        display 'Error, report file ' report-file-name ' could not be opened'
        CLOSE HISTORY-FILE
        move 8 to RETURN-CODE
        STOP RUN
    end-if.
    compute todayInt = FUNCTION INTEGER-OF-DATE (current-date).
    compute cutoffInt = todayInt - lookbackWeeks * 7.
    compute cutoffDate = FUNCTION DATE-OF-INTEGER (cutoffInt + 1).
    initialize TREND-TABLE.
    move 0 to isFinished.
    perform until isFinished = 1
        read HISTORY-FILE into HISTORY-RECORD
            at end move 1 to isFinished
        end-read
        if isFinished not = 1
            add 1 to runsRead
            perform check-one-run
            if runUsable = 1
                perform trend-one-run
            end-if
        end-if
    end-perform.
    CLOSE HISTORY-FILE.
    move lookbackWeeks to RPT-LOOKBACK.
    move cutoffDate to RPT-CUTOFF.
    WRITE REPORT-OUT-LINE FROM REPORT-TITLE-LINE.
    perform write-trend-sections.
    if forecastWanted = 1
        perform forecast-queue
    end-if.
    CLOSE REPORT-FILE.
    if forecastWanted = 1
        display 'CAPPLAN: ' decksQueued ' DECKS FORECAST AT ' queueMinutes
            ' MINUTES AGAINST A WINDOW OF ' windowMinutes ' MINUTES'
    else
        display 'CAPPLAN: ' runsTrended ' RUNS TRENDED'
    end-if.
    if RETURN-CODE < 8 and overrun = 1
        move 4 to RETURN-CODE
    end-if.
    STOP RUN.

*> A run is trended when it is a deck run inside the lookback that
*> carries the elapsed-time fields and classified at least one
*> record; interactive sessions, ranges, merges, runs recorded before
*> elapsed time was kept and runs that never got going would only
*> distort the rates.
check-one-run.
    move 1 to runUsable
    if HST-MODE not = 2 and HST-MODE not = 3 and HST-MODE not = 5
        move 0 to runUsable
    end-if
    if HST-DATE is not numeric or HST-DATE < 16010101
        move 0 to runUsable
    end-if
    if HST-ELAPSED is not numeric or HST-HIT-RATE is not numeric
            or HST-COMPUTED-RATE is not numeric
            or HST-MASTER-HITS is not numeric
            or HST-COMPUTED is not numeric
            or HST-MAGNITUDE is not numeric
        move 0 to runUsable
    end-if
    if runUsable = 1
        compute classified = HST-MASTER-HITS + HST-COMPUTED
        if classified = 0 or HST-HIT-RATE = 0
            move 0 to runUsable
        end-if
    end-if
    if runUsable = 1
        compute dayInt = FUNCTION INTEGER-OF-DATE (HST-DATE)
        if dayInt not > cutoffInt
            move 0 to runUsable
        end-if
    end-if.

*> Each usable run goes into its week, its magnitude band and the
*> all-magnitudes entry.
trend-one-run.
    move 0 to runRecords
    if HST-TOTAL-COUNT > HST-RESUME-COUNT
        compute runRecords = HST-TOTAL-COUNT - HST-RESUME-COUNT
    end-if
    compute runOverhead = runRecords * 6000 / HST-HIT-RATE
    move 0 to runCompute
    if HST-COMPUTED-RATE > 0
        compute runCompute = HST-COMPUTED * 6000 / HST-COMPUTED-RATE
    end-if
    add 1 to runsTrended
    *> Weeks run Monday to Sunday; day 1 of the integer calendar
    *> (1 January 1601) was a Monday.
    compute dayOffset = dayInt - 1
    divide 7 into dayOffset giving weekQuotient remainder weekRemainder
    compute weekStart = FUNCTION DATE-OF-INTEGER (dayInt - weekRemainder)
    move 0 to weekIdx
    move 8 to trendIdx
    perform until trendIdx > weekCount + 7 or weekIdx > 0
        if TRD-WEEK (trendIdx) = weekStart
            move trendIdx to weekIdx
        end-if
        add 1 to trendIdx
    end-perform
    if weekIdx = 0 and weekCount < 60
        add 1 to weekCount
        compute weekIdx = weekCount + 7
        move weekStart to TRD-WEEK (weekIdx)
    end-if
    if weekIdx > 0
        move weekIdx to trendIdx
        perform add-run-to-entry
    end-if
    move HST-MAGNITUDE to deckMagnitude
    perform find-band
    move bandIdx to trendIdx
    perform add-run-to-entry
    move 7 to trendIdx
    perform add-run-to-entry.

add-run-to-entry.
    add 1 to TRD-RUNS (trendIdx)
    add runRecords to TRD-RECORDS (trendIdx)
    add HST-MASTER-HITS to TRD-HITS (trendIdx)
    add HST-COMPUTED to TRD-COMPUTED (trendIdx)
    add HST-ELAPSED to TRD-ELAPSED (trendIdx)
    add runOverhead to TRD-OVERHEAD (trendIdx)
    add runCompute to TRD-COMPUTE (trendIdx)
    if HST-MAGNITUDE > TRD-MAX-DIGITS (trendIdx)
        move HST-MAGNITUDE to TRD-MAX-DIGITS (trendIdx)
    end-if.

*> Band for the number of digits in deckMagnitude: 1-3 is band 1,
*> 4-6 band 2, and so on up to 16-18 in band 6.
find-band.
    if deckMagnitude = 0
        move 1 to bandIdx
    else
        compute bandIdx = (deckMagnitude - 1) / 3 + 1
    end-if
    if bandIdx > 6
        move 6 to bandIdx
    end-if.

write-trend-sections.
    move 'THROUGHPUT BY WEEK' to RPT-SECTION
    move spaces to REPORT-OUT-LINE
    WRITE REPORT-OUT-LINE
    WRITE REPORT-OUT-LINE FROM REPORT-SECTION-LINE
    WRITE REPORT-OUT-LINE FROM TREND-HEAD-LINE
    move 8 to trendIdx
    perform until trendIdx > weekCount + 7
        move spaces to TDL-LABEL
        string 'WEEK OF ' delimited by size
               TRD-WEEK (trendIdx) delimited by size
          into TDL-LABEL
        perform write-trend-entry
        add 1 to trendIdx
    end-perform
    move 'THROUGHPUT BY INPUT MAGNITUDE' to RPT-SECTION
    move spaces to REPORT-OUT-LINE
    WRITE REPORT-OUT-LINE
    WRITE REPORT-OUT-LINE FROM REPORT-SECTION-LINE
    WRITE REPORT-OUT-LINE FROM TREND-HEAD-LINE
    move 1 to trendIdx
    perform until trendIdx > 6
        if TRD-RUNS (trendIdx) > 0
            perform band-label
            move spaces to TDL-LABEL
            string 'DIGITS ' delimited by size
                   bandLow delimited by size
                   '-' delimited by size
                   bandHigh delimited by size
              into TDL-LABEL
            perform write-trend-entry
        end-if
        add 1 to trendIdx
    end-perform
    move 7 to trendIdx
    move 'ALL MAGNITUDES' to TDL-LABEL
    perform write-trend-entry
    move spaces to REPORT-OUT-LINE
    WRITE REPORT-OUT-LINE
    move 'RUNS ON HISTORY    :' to RPT-LABEL
    move runsRead to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    move 'RUNS TRENDED       :' to RPT-LABEL
    move runsTrended to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE.

band-label.
    compute bandLow = trendIdx * 3 - 2
    compute bandHigh = trendIdx * 3.

*> One trend line: records per minute overall, the share of verdicts
*> that came off the master, the rate records go through on the
*> master alone and the rate verdicts are computed at.
write-trend-entry.
    move TRD-RUNS (trendIdx) to TDL-RUNS
    move TRD-RECORDS (trendIdx) to TDL-RECORDS
    compute TDL-MINUTES rounded = TRD-ELAPSED (trendIdx) / 60
    compute hundredths = TRD-OVERHEAD (trendIdx) + TRD-COMPUTE (trendIdx)
    move 0 to TDL-RATE
    if hundredths > 0
        compute TDL-RATE = TRD-RECORDS (trendIdx) * 6000 / hundredths
    end-if
    move 0 to TDL-HIT-PCT
    compute classified = TRD-HITS (trendIdx) + TRD-COMPUTED (trendIdx)
    if classified > 0
        compute TDL-HIT-PCT rounded = TRD-HITS (trendIdx) * 100 / classified
    end-if
    move 0 to TDL-HIT-RATE
    if TRD-OVERHEAD (trendIdx) > 0
        compute TDL-HIT-RATE =
            TRD-RECORDS (trendIdx) * 6000 / TRD-OVERHEAD (trendIdx)
    end-if
    move 0 to TDL-CALC-RATE
    if TRD-COMPUTE (trendIdx) > 0
        compute TDL-CALC-RATE =
            TRD-COMPUTED (trendIdx) * 6000 / TRD-COMPUTE (trendIdx)
    end-if
    move TRD-MAX-DIGITS (trendIdx) to TDL-MAX-DIGITS
    WRITE REPORT-OUT-LINE FROM TREND-DETAIL-LINE.

*> Tonight's queue, in the order the decks will run. Each deck's time
*> is its records at the overhead rate plus the share of them the
*> history says will have to be computed at the compute rate, both
*> taken from runs of the same magnitude band (or of every magnitude
*> when that band has no history yet). Decks finishing after the
*> window end are the ones to move to another night.
forecast-queue.
    move 'FORECAST FOR TONIGHT''S QUEUE' to RPT-SECTION
    move spaces to REPORT-OUT-LINE
    WRITE REPORT-OUT-LINE
    WRITE REPORT-OUT-LINE FROM REPORT-SECTION-LINE
    if TRD-RUNS (7) = 0
        display 'Error, no run history in the last ' lookbackWeeks
            ' weeks to forecast from'
        move 'NO THROUGHPUT HISTORY TO FORECAST FROM' to RPT-VERDICT
        WRITE REPORT-OUT-LINE FROM REPORT-VERDICT-LINE
        move 8 to RETURN-CODE
    else
        OPEN INPUT QUEUE-FILE
        if queue-status not = '00'
            display 'Error, queue file ' queue-file-name
                ' could not be opened'
            move 'QUEUE FILE COULD NOT BE OPENED' to RPT-VERDICT
            WRITE REPORT-OUT-LINE FROM REPORT-VERDICT-LINE
            move 8 to RETURN-CODE
        else
            WRITE REPORT-OUT-LINE FROM FORECAST-HEAD-LINE
            move 0 to isFinished
            perform until isFinished = 1
                read QUEUE-FILE into QUEUE-IN-LINE
                    at end move 1 to isFinished
                end-read
                if isFinished not = 1 and QUEUE-IN-LINE not = spaces
                    move QUEUE-IN-LINE to deck-file-name
                    perform forecast-one-deck
                end-if
            end-perform
            CLOSE QUEUE-FILE
            compute queueMinutes = (queueHundredths + 5999) / 6000
            if queueMinutes > windowMinutes
                move 1 to overrun
                compute overrunMinutes = queueMinutes - windowMinutes
            end-if
            perform write-forecast-totals
        end-if
    end-if.

forecast-one-deck.
    add 1 to decksQueued
    move deck-file-name to FDL-DECK
    move 0 to FDL-DIGITS
    move 0 to FDL-CARDS
    move spaces to FDL-BAND
    move 0 to FDL-MINUTES
    move spaces to FDL-NOTE
    perform scan-deck
    if deck-status not = '00'
        add 1 to decksMissing
        display 'Error, queued deck ' deck-file-name ' could not be opened'
        move 8 to RETURN-CODE
        move 'DECK NOT FOUND' to FDL-NOTE
    else
        perform forecast-deck-time
    end-if
    compute clockMinutes = startMinutes
        + (queueHundredths + 5999) / 6000
    perform minutes-to-clock
    move clockHHMM to FDL-FINISH
    move clockDayMark to FDL-DAY
    WRITE REPORT-OUT-LINE FROM FORECAST-DETAIL-LINE.

forecast-deck-time.
    perform find-band
    if TRD-RUNS (bandIdx) = 0
        move 7 to bandIdx
        move 'ALL' to FDL-BAND
    else
        move bandIdx to trendIdx
        perform band-label
        string bandLow delimited by size
               '-' delimited by size
               bandHigh delimited by size
          into FDL-BAND
    end-if
    move 0 to deckHundredths
    if TRD-RECORDS (bandIdx) > 0
        compute deckHundredths = deckHundredths
            + deckCards * TRD-OVERHEAD (bandIdx) / TRD-RECORDS (bandIdx)
    end-if
    compute classified = TRD-HITS (bandIdx) + TRD-COMPUTED (bandIdx)
    if classified > 0
        compute deckHundredths = deckHundredths
            + deckCards * TRD-COMPUTE (bandIdx) / classified
    end-if
    add deckHundredths to queueHundredths
    compute deckMinutes rounded = deckHundredths / 6000
    move deckMagnitude to FDL-DIGITS
    move deckCards to FDL-CARDS
    move deckMinutes to FDL-MINUTES
    if (queueHundredths + 5999) / 6000 > windowMinutes
        add 1 to decksPastWindow
        move 'PAST WINDOW END' to FDL-NOTE
    else
        if gotHeader = 0
            move 'NO HDR, CARDS COUNTED' to FDL-NOTE
        end-if
    end-if.

*> The deck's volume is its HDR count (the detail cards counted when
*> it has none) and its magnitude the digits in its largest value.
scan-deck.
    move 0 to gotHeader
    move 0 to headerCount
    move 0 to detailCount
    move 0 to largestN
    move 0 to deckMagnitude
    move 0 to deckCards
    OPEN INPUT DECK-FILE
    if deck-status = '00'
        move 0 to deckFinished
        perform until deckFinished = 1
            read DECK-FILE into IN-CARD
                at end move 1 to deckFinished
            end-read
            if deckFinished not = 1
                perform scan-one-card
            end-if
        end-perform
        CLOSE DECK-FILE
        move '00' to deck-status
        if gotHeader = 1
            move headerCount to deckCards
        else
            move detailCount to deckCards
        end-if
        if largestN > 0
            move 0 to magnitudeZeros
            inspect largestN tallying magnitudeZeros for leading zeros
            compute deckMagnitude = 18 - magnitudeZeros
        end-if
    end-if.

scan-one-card.
    if CTL-TAG = 'HDR'
        if CTL-COUNT is numeric and gotHeader = 0
            move 1 to gotHeader
            move CTL-COUNT to headerCount
        end-if
    else
        if CTL-TAG not = 'TRL' and CTL-TAG not = 'NXP'
                and CTL-TAG not = 'PVP'
            add 1 to detailCount
            if IN-N is numeric
                if IN-N > largestN
                    move IN-N to largestN
                end-if
            end-if
        end-if
    end-if.

write-forecast-totals.
    move spaces to REPORT-OUT-LINE
    WRITE REPORT-OUT-LINE
    move 'DECKS QUEUED       :' to RPT-LABEL
    move decksQueued to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    move 'DECKS NOT FOUND    :' to RPT-LABEL
    move decksMissing to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    move 'WINDOW START       :' to CLK-LABEL
    move windowStart to CLK-HHMM
    move spaces to CLK-DAY
    WRITE REPORT-OUT-LINE FROM REPORT-CLOCK-LINE
    move 'WINDOW END         :' to CLK-LABEL
    compute clockMinutes = startMinutes + windowMinutes
    perform minutes-to-clock
    move clockHHMM to CLK-HHMM
    move clockDayMark to CLK-DAY
    WRITE REPORT-OUT-LINE FROM REPORT-CLOCK-LINE
    move 'FORECAST FINISH    :' to CLK-LABEL
    compute clockMinutes = startMinutes + queueMinutes
    perform minutes-to-clock
    move clockHHMM to CLK-HHMM
    move clockDayMark to CLK-DAY
    WRITE REPORT-OUT-LINE FROM REPORT-CLOCK-LINE
    move 'WINDOW MINUTES     :' to RPT-LABEL
    move windowMinutes to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    move 'FORECAST MINUTES   :' to RPT-LABEL
    move queueMinutes to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    move 'DECKS PAST WINDOW  :' to RPT-LABEL
    move decksPastWindow to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    if overrun = 1
        move 'OVERRUN MINUTES    :' to RPT-LABEL
        move overrunMinutes to RPT-COUNT
        WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
        move 'QUEUE IS FORECAST TO OVERRUN THE WINDOW' to RPT-VERDICT
    else
        move 'QUEUE IS FORECAST TO FIT THE WINDOW' to RPT-VERDICT
    end-if
    WRITE REPORT-OUT-LINE FROM REPORT-VERDICT-LINE.

*> HHMM in clockHHMM to minutes since midnight in clockMinutes.
clock-to-minutes.
    move clockHHMM(1:2) to clockHour
    move clockHHMM(3:2) to clockMinute
    compute clockMinutes = clockHour * 60 + clockMinute.

*> Minutes from midnight of the window's first day in clockMinutes
*> to a clock time HHMM, marked +1 (or +2 ...) on a later day.
minutes-to-clock.
    divide 1440 into clockMinutes giving clockDays
        remainder clockMinutes
    divide 60 into clockMinutes giving clockHour
        remainder clockMinute
    compute clockHHMM = clockHour * 100 + clockMinute
    move spaces to clockDayMark
    if clockDays > 0
        move '+' to clockDayMark(1:1)
        if clockDays > 9
            move 9 to clockDayDigit
        else
            move clockDays to clockDayDigit
        end-if
        move clockDayDigit to clockDayMark(2:1)
    end-if.
