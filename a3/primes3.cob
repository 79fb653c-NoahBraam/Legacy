select INPUT-FILE assign to dynamic infile-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS input-status.
select OUTPUT-FILE assign to dynamic report-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS output-status.
select CHECKPOINT-FILE assign to dynamic checkpoint-name
ACCESS MODE IS RANDOM
RECORD KEY IS MST-N
FILE STATUS IS master-status.
select JOURNAL-FILE assign to dynamic journal-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS journal-status.
select DEFER-FILE assign to dynamic defer-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS defer-status.
data division.
file section.
fd INPUT-FILE.
fd SUMMARY-FILE.
01 SUMMARY-OUT-LINE PICTURE X(132).
fd HISTORY-FILE.
01 HISTORY-OUT-LINE PICTURE X(300).
fd CERTIFIED-FILE.
01 CERT-IN-LINE PICTURE X(46).
fd STATUS-FILE.
   02 MST-FIRST-SEEN PICTURE 9(8).
   02 MST-LAST-SEEN PICTURE 9(8).
   02 MST-TIMES-SEEN PICTURE 9(9).
fd JOURNAL-FILE.
01 JOURNAL-OUT-LINE PICTURE X(207).
fd DEFER-FILE.
01 DEFER-OUT-LINE PICTURE X(104).
WORKING-STORAGE SECTION.
77  N  PICTURE S9(18).
77  userChoice PICTURE 99.
77  isFinished PICTURE 99.
77  infile-name PICTURE x(81).
77  outfile-name PICTURE x(81).
77  report-file-name PICTURE X(81).
77  primeCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  notPrimeCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  illegalCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
    02 FILLER PICTURE X(20) VALUE 'INQUIRIES ANSWERED :'.
    02 OUT-INQUIRY-COUNT PICTURE Z(8)9.
77  masterAvailable PICTURE 9 VALUE 0.
77  journal-file-name PICTURE X(81) VALUE 'PRIMJRNL.DAT'.
77  journal-status PICTURE X(02).
77  journalOpen PICTURE 9 VALUE 0.
*> One journal entry per change to the cumulative master, with the
*> record image before and after it, so mastutil RECOVR can roll a
*> restored backup forward. Action A is a new entry (no before
*> image), U a sighting update, D a purge (no after image).
01  JOURNAL-RECORD.
    02 JRN-DATE PICTURE 9(8).
    02 JRN-TIME PICTURE 9(6).
    02 FILLER PICTURE X VALUE SPACE.
    02 JRN-ACTION PICTURE X.
    02 FILLER PICTURE X VALUE SPACE.
    02 JRN-PROGRAM PICTURE X(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 JRN-RUN-DATE PICTURE 9(8).
    02 JRN-RUN-TIME PICTURE 9(6).
    02 FILLER PICTURE X VALUE SPACE.
    02 JRN-INFILE PICTURE X(40).
    02 FILLER PICTURE X VALUE SPACE.
    02 JRN-BEFORE PICTURE X(62).
    02 FILLER PICTURE X VALUE SPACE.
    02 JRN-AFTER PICTURE X(62).
77  journal-time PICTURE 9(8).
77  defer-file-name PICTURE X(81).
77  defer-status PICTURE X(02).
77  masterDeferred PICTURE 9 VALUE 0.
77  deferOpen PICTURE 9 VALUE 0.
77  deferFailed PICTURE 9 VALUE 0.
77  partitionOption PICTURE 9 VALUE 0.
77  optionsDone PICTURE 9 VALUE 0.
77  applyResult PICTURE 9(4) VALUE 0.
*> One master sighting held back for MASTAPLY when this run does not
*> update the master itself: the value, the verdict and factor it
*> got, the day it was seen and the run that saw it.
01  DEFERRED-UPDATE.
    02 DFU-N PICTURE 9(18).
    02 FILLER PICTURE X VALUE SPACE.
    02 DFU-VERDICT PICTURE X.
    02 FILLER PICTURE X VALUE SPACE.
    02 DFU-FACTOR PICTURE 9(18).
    02 FILLER PICTURE X VALUE SPACE.
    02 DFU-SEEN-DATE PICTURE 9(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 DFU-RUN-DATE PICTURE 9(8).
    02 DFU-RUN-TIME PICTURE 9(6).
    02 FILLER PICTURE X VALUE SPACE.
    02 DFU-INFILE PICTURE X(40).
77  regAction PICTURE X.
77  regResult PICTURE 9(4) VALUE 0.
77  genAction PICTURE X.
77  genResult PICTURE 9(4) VALUE 0.
77  genNumber PICTURE 9(4) VALUE 0.
77  auditDone PICTURE 9 VALUE 0.
*> Output generation entry as GENCAT keeps it.
01  GENERATION-ENTRY.
    02 GNE-OUTFILE PICTURE X(81).
    02 GNE-NUMBER PICTURE 9(4).
    02 GNE-NAME PICTURE X(81).
    02 GNE-STATUS PICTURE X(14).
    02 GNE-CURRENT PICTURE X.
    02 GNE-RUN-DATE PICTURE 9(8).
    02 GNE-RUN-TIME PICTURE 9(6).
    02 GNE-INFILE PICTURE X(81).
    02 GNE-PRIME-COUNT PICTURE 9(9).
    02 GNE-NOTPRIME-COUNT PICTURE 9(9).
    02 GNE-ILLEGAL-COUNT PICTURE 9(9).
    02 GNE-NONNUMERIC-COUNT PICTURE 9(9).
    02 GNE-TOTAL-COUNT PICTURE 9(9).
    02 GNE-AUDIT PICTURE X(8).
*> Submission register entry as REGUPD posts it.
01  REGISTER-ENTRY.
    02 RGE-TICKET PICTURE 9(9).
    02 RGE-DECK PICTURE X(81).
    02 RGE-DEPT PICTURE X(4).
    02 RGE-CARD-COUNT PICTURE 9(9).
    02 RGE-EDIT-RC PICTURE 9.
    02 RGE-INTAKE-DATE PICTURE 9(8).
    02 RGE-INTAKE-TIME PICTURE 9(6).
    02 RGE-STATUS PICTURE X(10).
    02 RGE-STATUS-DATE PICTURE 9(8).
    02 RGE-STATUS-TIME PICTURE 9(6).
    02 RGE-OUTFILE PICTURE X(81).
    02 RGE-RUN-STATUS PICTURE X(14).
    02 RGE-PRIME-COUNT PICTURE 9(9).
    02 RGE-NOTPRIME-COUNT PICTURE 9(9).
    02 RGE-ILLEGAL-COUNT PICTURE 9(9).
    02 RGE-NONNUMERIC-COUNT PICTURE 9(9).
    02 RGE-TOTAL-COUNT PICTURE 9(9).
77  masterFound PICTURE 9 VALUE 0.
77  verdictCode PICTURE X.
77  verdictFactor PICTURE 9(18) USAGE IS COMPUTATIONAL VALUE 0.
       03 FACTOR-ENT-PRIME PICTURE 9(18).
       03 FACTOR-ENT-POWER PICTURE 99.
77  auditResult PICTURE 9(4) VALUE 0.
77  burstResult PICTURE 9(4) VALUE 0.
77  archiveResult PICTURE 9(4) VALUE 0.
77  history-file-name PICTURE X(81) VALUE 'RUNHIST.DAT'.
77  history-status PICTURE X(02).
01  HISTORY-RECORD.
    02 HST-TOTAL-COUNT PICTURE 9(9).
    02 FILLER PICTURE X VALUE SPACE.
    02 HST-STATUS PICTURE X(14).
    02 FILLER PICTURE X VALUE SPACE.
    02 HST-ELAPSED PICTURE 9(7).
    02 FILLER PICTURE X VALUE SPACE.
    02 HST-RATE PICTURE 9(9).
    02 FILLER PICTURE X VALUE SPACE.
    02 HST-MASTER-HITS PICTURE 9(9).
    02 FILLER PICTURE X VALUE SPACE.
    02 HST-HIT-RATE PICTURE 9(9).
    02 FILLER PICTURE X VALUE SPACE.
    02 HST-COMPUTED PICTURE 9(9).
    02 FILLER PICTURE X VALUE SPACE.
    02 HST-COMPUTED-RATE PICTURE 9(9).
    02 FILLER PICTURE X VALUE SPACE.
    02 HST-MAGNITUDE PICTURE 99.
*> Run clock for the history record: when this pair started, how
*> many verdicts came off the master and how many were computed, and
*> how much of the elapsed time went into computing them.
77  startDate PICTURE 9(8) VALUE 0.
77  startHundredths PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  clockBefore PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  stampHundredths PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  elapsedHundredths PICTURE S9(11) USAGE IS COMPUTATIONAL VALUE 0.
77  computeHundredths PICTURE 9(11) USAGE IS COMPUTATIONAL VALUE 0.
77  overheadHundredths PICTURE S9(11) USAGE IS COMPUTATIONAL VALUE 0.
77  masterHits PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  computedCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  recordsRun PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  largestN PICTURE 9(18) VALUE 0.
77  magnitudeZeros PICTURE 99 VALUE 0.
01  CLOCK-STAMP.
    02 CLK-HOURS PICTURE 99.
    02 CLK-MINUTES PICTURE 99.
    02 CLK-SECONDS PICTURE 99.
    02 CLK-HUNDREDTHS PICTURE 99.
77  status-file-name PICTURE X(81).
77  status-file-status PICTURE X(02).
77  statusDate PICTURE 9(8).
                move PARM-LINE to driver-file-name
            end-if
            if userChoice = 2 or userChoice = 3
                *> Optional trailing settings, one per line: SORTED=Y
                *> asks for the sorted, de-duplicated report with SEEN
                *> counts (absent, the classic record-order report).
                *> PARTITION=Y, on a mode 2 run only, marks the run as
                *> one partition of a deck split by partrun: its master
                *> updates are deferred to the .MDF file and the burst,
                *> archive and register postings are left to the
                *> partrun merge that puts the whole deck back together.
                move isFinished to optionsDone
                perform until optionsDone = 1
                    read PARM-FILE into PARM-LINE
                        at end move 1 to optionsDone
                    end-read
                    if optionsDone = 0
                        if PARM-LINE(1:8) = 'SORTED=Y'
                            move 1 to sortedOption
                        end-if
                        if PARM-LINE(1:11) = 'PARTITION=Y'
                                and userChoice = 2
                            move 1 to partitionOption
                        end-if
                    end-if
                end-perform
            end-if
            if userChoice = 4
                read PARM-FILE into PARM-LINE at end move 1 to isFinished end-read
                end-if
            end-if
            perform process-one-file
            perform complete-generation
            if partitionOption = 0
                perform burst-one-pair
                perform archive-one-pair
            end-if
            perform write-history-record
            if partitionOption = 0
                perform register-pair-end
            end-if
            if pairStatus not = 0
                move 8 to RETURN-CODE
            end-if
        *> full audited pipeline so the nightly stream finally gets
        *> its RUN TOTALS trailer, .PRM extract, .INT feed, RUNHIST
        *> record and output audit like every other run. The rejects
        *> of the current generation are copied to the old except.dat
        *> name afterwards so the jobs that pick them up keep working
        *> unchanged.
        if userChoice = 5
            move 1 to compatMode
            move 'primes.dat' to infile-name
            move 'out.dat' to outfile-name
            perform process-one-file
            if pairStatus = 0
                move 1 to auditDone
                CALL 'AUDCHK' USING report-file-name, auditResult
                if auditResult not = 0
                    move 3 to pairStatus
                end-if
            end-if
            perform complete-generation
            move 'cp -f out.dat.EXC except.dat' to shell-command
            CALL 'SYSTEM' USING shell-command
            perform burst-one-pair
            perform archive-one-pair
            perform write-history-record
            perform register-pair-end
            if pairStatus not = 0
                move 8 to RETURN-CODE
            end-if
                            *> and restart can never slip through as
                            *> "the totals looked fine".
                            if pairStatus = 0
                                move 1 to auditDone
                                CALL 'AUDCHK' USING report-file-name,
                                    auditResult
                                if auditResult not = 0
                                    move 3 to pairStatus
                                end-if
                            end-if
                            perform complete-generation
                            perform burst-one-pair
                            perform archive-one-pair
                            perform summarize-one-pair
                            perform write-history-record
                            perform register-pair-end
                    end-read
                end-perform
                CLOSE DRIVER-FILE
            if log-status not = '00'
                OPEN OUTPUT LOG-FILE
            end-if
            perform start-run-clock
            perform until isFinished = 1
                display 'Enter a number (0 to exit)'
                accept IN-N from SYSIN
    string outfile-name delimited by space
           '.STAT' delimited by size
      into status-file-name
    move spaces to defer-file-name
    string outfile-name delimited by space
           '.MDF' delimited by size
      into defer-file-name
    move outfile-name to report-file-name
    move 0 to genNumber
    move 0 to auditDone
    ACCEPT current-date FROM DATE YYYYMMDD
    ACCEPT run-time FROM TIME
    perform start-run-clock
    *> Serialize on the pair's checkpoint before touching anything:
    *> two runs pointed at the same input would fight over the same
    *> derived .CKPT file, so the second one refuses the pair cleanly
        move 4 to pairStatus
        move 1 to pairLocked
    else
        if partitionOption = 0
            perform register-pair-start
        end-if
        perform process-pair-body
        move 'R' to lockAction
        CALL 'RUNLOCK' USING ckpt-lock-name, lockAction, lockResult
        if partitionOption = 0
            perform apply-deferred-updates
        end-if
    end-if.

process-pair-body.
    *> created on first use; if it still won't open, the run carries
    *> on computing everything the old way rather than failing.
    *> The master lock keeps a concurrent run or a primemnt purge
    *> session from updating it at the same time. When another
    *> session holds it, this run is one partition of a split deck
    *> running beside the others, or the journal cannot take the
    *> changes, the master is only read for its stored verdicts and
    *> every sighting this run would have filed goes to the deferred
    *> update file instead; MASTAPLY files them once the lock is free.
    *> Sightings that cannot be deferred would be lost, so a deferred
    *> update file that will not open or take a write fails the pair
    *> (DEFER-FAIL).
    move 0 to masterAvailable
    move 0 to masterLocked
    move 0 to masterDeferred
    move 0 to deferOpen
    move 0 to deferFailed
    if partitionOption = 1
        move 1 to masterDeferred
    else
        move 'A' to lockAction
        CALL 'RUNLOCK' USING master-lock-name, lockAction, lockResult
        if lockResult not = 0
            display 'Error, master file ' master-file-name
                ' is in use by another session,'
                ' master updates deferred to ' defer-file-name
            move 1 to masterDeferred
        end-if
    end-if
    if masterDeferred = 1
        OPEN INPUT MASTER-FILE
        if master-status = '00'
            move 1 to masterAvailable
        else
            display 'Error, master file ' master-file-name
                ' could not be read, computing all verdicts this run'
        end-if
        perform open-deferred-file
    else
        move 1 to masterLocked
        OPEN I-O MASTER-FILE
                ' could not be opened, computing all verdicts this run'
        end-if
    end-if
    *> Every master change is journaled so a lost master can be rolled
    *> forward from the last UNLOAD. A change that could not be
    *> journaled could not be recovered either, so the journal entry
    *> goes first and the master is only touched once it is written;
    *> without the journal the pair's sightings are deferred to
    *> MASTAPLY, which files and journals them when it can.
    move 0 to journalOpen
    if masterAvailable = 1 and masterDeferred = 0
        OPEN EXTEND JOURNAL-FILE
        if journal-status = '35'
            OPEN OUTPUT JOURNAL-FILE
        end-if
        if journal-status = '00'
            move 1 to journalOpen
            move 'primes3' to JRN-PROGRAM
            move current-date to JRN-RUN-DATE
            move run-time(1:6) to JRN-RUN-TIME
            move infile-name to JRN-INFILE
        else
            display 'Error, journal file ' journal-file-name
                ' could not be opened, status ' journal-status
            perform defer-master-updates
        end-if
    end-if
    perform load-certified-intervals
    OPEN INPUT CHECKPOINT-FILE
    if checkpoint-status = '00'
        move expectedCount to STA-EXPECTED
        perform write-status-record
    else
        if partitionOption = 0
            perform open-generation
        end-if
        *> A resumed run must not truncate the report/extract files it
        *> already wrote before the checkpoint, so it reopens them
        *> EXTEND (append) instead of OUTPUT, and only a fresh run gets
        *> the title block written at the top of the report.
        if pairStatus = 0
            if resumeCount > 0
                OPEN EXTEND OUTPUT-FILE
                OPEN EXTEND EXCEPTIONS-FILE
                OPEN EXTEND PRIMES-FILE
                OPEN EXTEND RESULTS-FILE
            else
                OPEN OUTPUT OUTPUT-FILE
                OPEN OUTPUT EXCEPTIONS-FILE
                OPEN OUTPUT PRIMES-FILE
                OPEN OUTPUT RESULTS-FILE
            end-if
            move '00' to work-status
            *> Every classified record is spooled to a work file
            *> instead of being reported as it is read: the report is
            *> built from the sorted spool after EOF so it can be
            *> broken into per-department sections (and, on sorted
            *> runs, de-duplicated with SEEN counts within each
            *> section).
            if resumeCount > 0
                OPEN EXTEND WORK-FILE
            else
                OPEN OUTPUT WORK-FILE
            end-if
        end-if
        if pairStatus not = 0
                or output-status not = '00' or exceptions-status not = '00'
                or primes-status not = '00' or work-status not = '00'
                or results-status not = '00'
            if pairStatus = 0
                display 'Error, output file ' report-file-name ' could not be opened, skipping this pair'
            end-if
            move 1 to pairStatus
            move 'FAILED' to statusPhase
            move totalCount to STA-PROCESSED
                        WRITE CHECKPOINT-LINE FROM CHECKPOINT-RECORD
                        CLOSE CHECKPOINT-FILE
                    end-if
                    *> The journal is closed and reopened with each
                    *> checkpoint so nothing journaled before the
                    *> checkpoint is still sitting in a buffer when an
                    *> abend hits.
                    if journalOpen = 1
                        CLOSE JOURNAL-FILE
                        OPEN EXTEND JOURNAL-FILE
                        if journal-status not = '00'
                            display 'Error, journal file ' journal-file-name
                                ' could not be reopened, status '
                                journal-status
                            move 0 to journalOpen
                            perform defer-master-updates
                        end-if
                    end-if
                    if deferOpen = 1
                        CLOSE DEFER-FILE
                        OPEN EXTEND DEFER-FILE
                        if defer-status not = '00'
                            display 'Error, deferred update file '
                                defer-file-name ' could not be reopened,'
                                ' status ' defer-status
                            move 0 to deferOpen
                            move 1 to deferFailed
                        end-if
                    end-if
                    move 'RUNNING' to statusPhase
                    move totalCount to STA-PROCESSED
                    move expectedCount to STA-EXPECTED
    if masterAvailable = 1
        CLOSE MASTER-FILE
    end-if
    if journalOpen = 1
        CLOSE JOURNAL-FILE
        move 0 to journalOpen
    end-if
    if deferOpen = 1
        CLOSE DEFER-FILE
        move 0 to deferOpen
    end-if
    if deferFailed = 1 and pairStatus = 0
        move 8 to pairStatus
    end-if
    if masterLocked = 1
        move 'R' to lockAction
        CALL 'RUNLOCK' USING master-lock-name, lockAction, lockResult
    end-if.

*> Master updates this pair (or an earlier run under the same output
*> name) had to defer are filed as soon as the master lock can be
*> had. While another session still holds it they simply stay on the
*> .MDF file for the next run or a mastutil APPLY; they are never
*> dropped, and holding them never fails the pair.
apply-deferred-updates.
    move 'A' to lockAction
    CALL 'RUNLOCK' USING master-lock-name, lockAction, lockResult
    if lockResult not = 0
        display 'Master updates held on ' defer-file-name
            ' until the master is free (mastutil APPLY)'
    else
        CALL 'MASTAPLY' USING defer-file-name, applyResult
        move 'R' to lockAction
        CALL 'RUNLOCK' USING master-lock-name, lockAction, lockResult
        if applyResult not = 0
            display 'Error, master updates held on ' defer-file-name
                ' could not all be applied (mastutil APPLY)'
        end-if
    end-if.

*> A fresh pair writes a new generation of its output set (output
*> name + '.Gnnnn', cataloged by GENCAT) instead of overwriting the
*> one the downstream jobs are reading; a resumed pair carries on in
*> the generation it was writing when it stopped. The .STAT, work
*> and deferred-update files stay on the plain name. With no catalog
*> to hand a fresh pair writes straight onto the plain name as it
*> always did, and so does a restart from before generations were
*> kept. A resumed pair whose generation cannot be found RUNNING
*> fails instead: the plain name now holds the current generation,
*> and the rest of the run must not be appended to it.
open-generation.
    move spaces to GENERATION-ENTRY
    move outfile-name to GNE-OUTFILE
    if resumeCount > 0
        move 'R' to genAction
        CALL 'GENCAT' USING genAction, GENERATION-ENTRY, genResult
        if genResult = 0
            move GNE-NUMBER to genNumber
        else
            if genResult = 2
                display 'No generations kept for ' outfile-name
                    ', resuming on the plain output name'
            else
                display 'Error, the generation of ' outfile-name
                    ' this pair was writing could not be resumed'
                    ', skipping this pair'
                display 'Rerun the pair fresh, after deleting checkpoint '
                    checkpoint-name
                move 1 to pairStatus
            end-if
        end-if
    else
        move infile-name to GNE-INFILE
        move current-date to GNE-RUN-DATE
        move run-time(1:6) to GNE-RUN-TIME
        move 'N' to genAction
        CALL 'GENCAT' USING genAction, GENERATION-ENTRY, genResult
        if genResult = 0
            move GNE-NUMBER to genNumber
        else
            display 'Error, no generation cataloged for ' outfile-name
                ', writing the plain output name'
        end-if
    end-if
    if genNumber > 0
        move GNE-NAME to report-file-name
        move spaces to exceptions-name
        string GNE-NAME delimited by space
               '.EXC' delimited by size
          into exceptions-name
        move spaces to primes-extract-name
        string GNE-NAME delimited by space
               '.PRM' delimited by size
          into primes-extract-name
        move spaces to results-file-name
        string GNE-NAME delimited by space
               '.INT' delimited by size
          into results-file-name
    end-if.

*> The pair's counts, status and audit result go on its generation,
*> and a clean one is made current -- copied onto the plain output
*> name, so the burst, archive and downstream jobs see it -- before
*> the oldest generations beyond the name's limit are trimmed. A
*> failed pair's generation is kept for inspection but the plain
*> name stays on the last good one; gdgutil PROMOT can still make it
*> current by hand. A generation that cannot be copied into place
*> fails the pair (PROMOTE-FAIL).
complete-generation.
    if genNumber > 0
        move spaces to GENERATION-ENTRY
        move outfile-name to GNE-OUTFILE
        move genNumber to GNE-NUMBER
        move primeCount to GNE-PRIME-COUNT
        move notPrimeCount to GNE-NOTPRIME-COUNT
        move illegalCount to GNE-ILLEGAL-COUNT
        move nonNumericCount to GNE-NONNUMERIC-COUNT
        move totalCount to GNE-TOTAL-COUNT
        if pairStatus = 1
            move 'OPEN-FAILED' to GNE-STATUS
        else
            if pairStatus = 2
                move 'COUNT-MISMATCH' to GNE-STATUS
            else
                if pairStatus = 3
                    move 'AUDIT-FAIL' to GNE-STATUS
                else
                    if pairStatus = 8
                        move 'DEFER-FAIL' to GNE-STATUS
                    else
                        move 'OK' to GNE-STATUS
                    end-if
                end-if
            end-if
        end-if
        if auditDone = 0
            move 'NOT RUN' to GNE-AUDIT
        else
            if pairStatus = 3
                move 'FAILED' to GNE-AUDIT
            else
                move 'PASSED' to GNE-AUDIT
            end-if
        end-if
        move 'C' to genAction
        CALL 'GENCAT' USING genAction, GENERATION-ENTRY, genResult
        if pairStatus = 0
            move 'P' to genAction
            CALL 'GENCAT' USING genAction, GENERATION-ENTRY, genResult
            if genResult not = 0
                move 7 to pairStatus
            end-if
        else
            display 'Generation ' genNumber ' of ' outfile-name
                ' not made current, the previous one stays in place'
        end-if
        move 'T' to genAction
        CALL 'GENCAT' USING genAction, GENERATION-ENTRY, genResult
    end-if.

*> BURSTER splits the report, extract, rejects and interface file
*> into one set per department with a distribution manifest, and
*> proves the sets add back up to this run. A burst that does not
*> balance fails the pair (BURST-FAIL) so nothing half-split is
*> handed out.
burst-one-pair.
    if pairStatus = 0
        CALL 'BURSTER' USING outfile-name, burstResult
        if burstResult not = 0
            move 5 to pairStatus
        end-if
    end-if.

*> Archive step for a pair that finished clean and burst: RSLTLOAD
*> loads the run's interface records into the keyed results archive
*> so they outlive the next run under the same output name. An
*> archive that cannot be written fails the pair (ARCHIVE-FAIL); a
*> run the archive already holds is only reported.
archive-one-pair.
    if pairStatus = 0
        CALL 'RSLTLOAD' USING outfile-name, archiveResult
        if archiveResult = 8
            move 6 to pairStatus
        end-if
    end-if.

*> Stamp the run-progress status file with the phase and counts the
*> caller just set. The file is rewritten whole each time (it is one
*> record) so the monitor always sees a consistent image; a status
*> One record on the cumulative run-history file for the execution
*> (or driver pair) just finished: when it ran, in which mode, under
*> which control file, the files touched, whether it resumed from a
*> checkpoint and from what count, the final counts and how it ended,
*> then how long it took and the throughput it ran at.
*> Open-extend per record so every pair of a long driver run survives
*> even if a later pair abends. A history that cannot be opened is
*> reported but never fails the run.
    move illegalCount to HST-ILLEGAL-COUNT
    move nonNumericCount to HST-NONNUMERIC-COUNT
    move totalCount to HST-TOTAL-COUNT
    perform stop-run-clock
    if pairStatus = 1
        move 'OPEN-FAILED' to HST-STATUS
    else
                if pairStatus = 4
                    move 'LOCKED' to HST-STATUS
                else
                    if pairStatus = 5
                        move 'BURST-FAIL' to HST-STATUS
                    else
                        if pairStatus = 6
                            move 'ARCHIVE-FAIL' to HST-STATUS
                        else
                            if pairStatus = 7
                                move 'PROMOTE-FAIL' to HST-STATUS
                            else
                                if pairStatus = 8
                                    move 'DEFER-FAIL' to HST-STATUS
                                else
                                    move 'OK' to HST-STATUS
                                end-if
                            end-if
                        end-if
                    end-if
                end-if
            end-if
        end-if
        CLOSE HISTORY-FILE
    end-if.

*> Starts the clock for one pair (or range, or interactive session):
*> the verdict counters and the compute time start again from zero.
start-run-clock.
    ACCEPT startDate FROM DATE YYYYMMDD
    ACCEPT CLOCK-STAMP FROM TIME
    perform clock-to-hundredths
    move stampHundredths to startHundredths
    move 0 to masterHits
    move 0 to computedCount
    move 0 to computeHundredths
    move 0 to largestN.

*> Brackets a verdict computation so the compute time can be told
*> apart from the reading, writing and master lookups around it.
start-compute-clock.
    ACCEPT CLOCK-STAMP FROM TIME
    perform clock-to-hundredths
    move stampHundredths to clockBefore.

stop-compute-clock.
    ACCEPT CLOCK-STAMP FROM TIME
    perform clock-to-hundredths
    if stampHundredths < clockBefore
        add 8640000 to stampHundredths
    end-if
    compute computeHundredths = computeHundredths
        + stampHundredths - clockBefore.

*> Elapsed time and throughput for the history record, from the
*> start stamp to the end stamp just taken (across midnight too).
*> The records-per-minute rate counts only what this execution
*> processed, not what a resumed run skipped. It is then split: the
*> computed rate is computed verdicts per minute of compute time;
*> the hit rate is records per minute of everything else (reading,
*> master lookups, writing), the rate at which a deck would go
*> through if every verdict came off the master. The magnitude is
*> the number of digits in the largest value tested.
stop-run-clock.
    move run-time to CLOCK-STAMP
    perform clock-to-hundredths
    move 0 to elapsedHundredths
    if startDate > 0
        compute elapsedHundredths =
            (FUNCTION INTEGER-OF-DATE (current-date)
             - FUNCTION INTEGER-OF-DATE (startDate)) * 8640000
            + stampHundredths - startHundredths
        if elapsedHundredths < 0
            move 0 to elapsedHundredths
        end-if
    end-if
    compute overheadHundredths = elapsedHundredths - computeHundredths
    if overheadHundredths < 0
        move 0 to overheadHundredths
    end-if
    move 0 to recordsRun
    if totalCount > resumeCount
        compute recordsRun = totalCount - resumeCount
    end-if
    compute HST-ELAPSED rounded = elapsedHundredths / 100
    move 0 to HST-RATE
    if elapsedHundredths > 0
        compute HST-RATE = recordsRun * 6000 / elapsedHundredths
    end-if
    move masterHits to HST-MASTER-HITS
    move 0 to HST-HIT-RATE
    if overheadHundredths > 0
        compute HST-HIT-RATE = recordsRun * 6000 / overheadHundredths
    end-if
    move computedCount to HST-COMPUTED
    move 0 to HST-COMPUTED-RATE
    if computeHundredths > 0
        compute HST-COMPUTED-RATE =
            computedCount * 6000 / computeHundredths
    end-if
    move 0 to HST-MAGNITUDE
    if largestN > 0
        move 0 to magnitudeZeros
        inspect largestN tallying magnitudeZeros for leading zeros
        compute HST-MAGNITUDE = 18 - magnitudeZeros
    end-if.

*> Hundredths of a second since midnight for the time in CLOCK-STAMP.
clock-to-hundredths.
    compute stampHundredths =
        ((CLK-HOURS * 60 + CLK-MINUTES) * 60 + CLK-SECONDS) * 100
        + CLK-HUNDREDTHS.

*> Submission register: the deck's latest ticket goes to RUNNING
*> once this run holds the pair, and to COMPLETED or FAILED with the
*> output file, the counts and the run-history status once the pair
*> is finished, audited and burst. A pair refused as LOCKED belongs
*> to the other run and is left alone. A deck with no ticket (never
*> edited through deckedit) is simply not on the register; a
*> register that cannot be posted is reported but never fails the
*> run.
register-pair-start.
    move spaces to REGISTER-ENTRY
    move 'RUNNING' to RGE-STATUS
    perform post-register-status.

register-pair-end.
    if pairStatus not = 4
        move spaces to REGISTER-ENTRY
        if pairStatus = 0
            move 'COMPLETED' to RGE-STATUS
        else
            move 'FAILED' to RGE-STATUS
        end-if
        move HST-STATUS to RGE-RUN-STATUS
        perform post-register-status
    end-if.

post-register-status.
    move infile-name to RGE-DECK
    move outfile-name to RGE-OUTFILE
    move primeCount to RGE-PRIME-COUNT
    move notPrimeCount to RGE-NOTPRIME-COUNT
    move illegalCount to RGE-ILLEGAL-COUNT
    move nonNumericCount to RGE-NONNUMERIC-COUNT
    move totalCount to RGE-TOTAL-COUNT
    move 'S' to regAction
    CALL 'REGUPD' USING regAction, REGISTER-ENTRY, regResult
    if regResult = 8
        display 'Error, submission register not updated for '
            infile-name
    end-if.

*> One pipe-delimited record on the results interface file for the
*> detail card just classified: input value, verdict, smallest
*> factor (zeros unless composite), the complete factorization text
*> never fit the batch window. Non-primes in the interval are not
*> listed but are accounted for in the trailer so the counts add up.
process-one-range.
    perform start-run-clock
    move 0 to pairStatus
    move 0 to primeCount
    move 0 to notPrimeCount
        move 1 to pairStatus
        move 8 to RETURN-CODE
    else
        move outfile-name to report-file-name
        OPEN OUTPUT OUTPUT-FILE
        OPEN OUTPUT PRIMES-FILE
        if output-status not = '00' or primes-status not = '00'
            move 0 to STA-PROCESSED
            move totalCount to STA-EXPECTED
            perform write-status-record
            perform start-compute-clock
            perform build-small-primes
            move rangeLow to segLow
            if segLow < 2
                perform write-status-record
                compute segLow = segHigh + 1
            end-perform
            perform stop-compute-clock
            move totalCount to computedCount
            move rangeHigh to largestN
            compute notPrimeCount = totalCount - primeCount
            MOVE primeCount TO OUT-PRIME-COUNT
            MOVE notPrimeCount TO OUT-NOTPRIME-COUNT
                if pairStatus = 3
                    move 'AUDIT-FAIL' to SUM-STATUS
                else
                    if pairStatus = 5
                        move 'BURST-FAIL' to SUM-STATUS
                    else
                        if pairStatus = 6
                            move 'ARCHIVE-FAIL' to SUM-STATUS
                        else
                            if pairStatus = 7
                                move 'PROMOTE-FAIL' to SUM-STATUS
                            else
                                if pairStatus = 8
                                    move 'DEFER-FAIL' to SUM-STATUS
                                else
                                    move 'OK' to SUM-STATUS
                                end-if
                            end-if
                        end-if
                    end-if
                end-if
            end-if
            move primeCount to SUM-PRIME-COUNT
*> Leaves verdictCode ('P' or 'C') and, for composites, verdictFactor.
test-one-number.
    move 0 to masterFound
    if N > largestN
        move N to largestN
    end-if
    if masterAvailable = 1
        move N to MST-N
        read MASTER-FILE
        end-read
    end-if
    if masterFound = 1
        add 1 to masterHits
        move MST-VERDICT to verdictCode
        move MST-FACTOR to verdictFactor
        if masterDeferred = 1
            perform write-deferred-update
        else
            move MASTER-REC to JRN-BEFORE
            move current-date to MST-LAST-SEEN
            add 1 to MST-TIMES-SEEN
            move 'U' to JRN-ACTION
            perform write-journal-record
            if journalOpen = 1
                rewrite MASTER-REC
                    invalid key display 'Error, master rewrite failed for ' MST-N
                end-rewrite
            else
                perform write-deferred-update
            end-if
        end-if
    else
        add 1 to computedCount
        perform start-compute-clock
        perform compute-verdict
        perform stop-compute-clock
        if masterDeferred = 1
            perform write-deferred-update
        end-if
        if masterAvailable = 1 and masterDeferred = 0
            move N to MST-N
            move verdictCode to MST-VERDICT
            move verdictFactor to MST-FACTOR
            move current-date to MST-FIRST-SEEN
            move current-date to MST-LAST-SEEN
            move 1 to MST-TIMES-SEEN
            move 'A' to JRN-ACTION
            move spaces to JRN-BEFORE
            perform write-journal-record
            if journalOpen = 1
                write MASTER-REC
                    invalid key display 'Error, master write failed for ' MST-N
                end-write
            else
                perform write-deferred-update
            end-if
        end-if
    end-if.

*> The sighting just classified, held for MASTAPLY instead of being
*> filed on the master by this run.
write-deferred-update.
    if deferOpen = 1
        move N to DFU-N
        move verdictCode to DFU-VERDICT
        move verdictFactor to DFU-FACTOR
        move current-date to DFU-SEEN-DATE
        move current-date to DFU-RUN-DATE
        move run-time(1:6) to DFU-RUN-TIME
        move infile-name to DFU-INFILE
        WRITE DEFER-OUT-LINE FROM DEFERRED-UPDATE
        if defer-status not = '00'
            display 'Error, deferred update file ' defer-file-name
                ' write failed, status ' defer-status
            CLOSE DEFER-FILE
            move 0 to deferOpen
            move 1 to deferFailed
        end-if
    end-if.

*> Journal entry for the master change about to be made; the after
*> image is the record as it will stand on the master. The caller
*> makes the change only while the journal is still open afterwards:
*> a change the journal could not take is deferred instead, along
*> with every later sighting of the pair.
write-journal-record.
    ACCEPT JRN-DATE FROM DATE YYYYMMDD
    ACCEPT journal-time FROM TIME
    move journal-time(1:6) to JRN-TIME
    move MASTER-REC to JRN-AFTER
    WRITE JOURNAL-OUT-LINE FROM JOURNAL-RECORD
    if journal-status not = '00'
        display 'Error, journal file ' journal-file-name
            ' write failed, status ' journal-status
        CLOSE JOURNAL-FILE
        move 0 to journalOpen
        perform defer-master-updates
    end-if.

*> The journal has failed part way through a pair: the master is
*> kept open for its stored verdicts only, and the rest of the
*> pair's sightings go to the deferred update file for MASTAPLY.
defer-master-updates.
    display 'Master updates deferred to ' defer-file-name
        ' for the rest of this pair'
    move 1 to masterDeferred
    perform open-deferred-file.

open-deferred-file.
    OPEN EXTEND DEFER-FILE
    if defer-status = '35'
        OPEN OUTPUT DEFER-FILE
    end-if
    if defer-status = '00'
        move 1 to deferOpen
    else
        display 'Error, deferred update file ' defer-file-name
            ' could not be opened, status ' defer-status
        move 1 to deferFailed
    end-if.

*> Trial-division verdict for the value in N: the shared PRIMECHK
*> subprogram sets verdictCode to 'P' for a prime or 'C' with the
*> smallest factor for a composite ('I' cannot come back here, the
