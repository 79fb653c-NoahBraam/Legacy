*> Master utility
*> Backup path and integrity tooling for the cumulative prime master,
*> which is otherwise a single indexed file whose loss would take
*> every verdict the shop ever computed with it. The function is
*> picked by the first parameter line (or the prompt):
*>   UNLOAD - copy PRIMMAST.DAT to a flat sequential backup in key
*>            order, then move the master journal PRIMJRNL.DAT to the
*>            backup name + '.JRN' and start a fresh journal marked
*>            with the backup it follows.
*>   RELOAD - build a fresh indexed master from a backup, optionally
*>            purging entries whose MST-LAST-SEEN is older than a
*>            retention in days so the reorganized file shrinks
*>            and write it as a backup in the current 18-digit
*>            layout, ready for RELOAD -- the one-time migration
*>            path for files built before the key was widened.
*>   RECOVR - forward recovery: rebuild the master from the last
*>            UNLOAD backup and replay the journal up to a chosen
*>            date and time, printing what was applied for each run
*>            and every entry skipped with the reason. RETURN-CODE 4
*>            when anything was skipped or the journal does not
*>            follow the backup given.
*>   APPLY  - file the master updates a primes3 run had to defer to
*>            its .MDF file (master lock held elsewhere, or a
*>            partition of a deck split by partrun) through MASTAPLY,
*>            journaled like every other update.
*> Every function takes the master lock. RETURN-CODE 8 when the
*> function could not run or the verify found problems.
identification division.
select PARM-FILE assign to dynamic parm-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS parm-status.
select JOURNAL-FILE assign to dynamic journal-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS journal-status.
select JOURNAL-ARCHIVE-FILE assign to dynamic journal-archive-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS journal-archive-status.
data division.
file section.
fd MASTER-FILE.
fd BACKUP-FILE.
01 BACKUP-LINE PICTURE X(62).
fd REPORT-FILE.
01 REPORT-OUT-LINE PICTURE X(132).
fd PARM-FILE.
01 PARM-LINE PICTURE X(81).
fd JOURNAL-FILE.
01 JOURNAL-LINE PICTURE X(207).
fd JOURNAL-ARCHIVE-FILE.
01 JOURNAL-ARCHIVE-LINE PICTURE X(207).
WORKING-STORAGE SECTION.
77  master-file-name PICTURE X(81) VALUE 'PRIMMAST.DAT'.
77  master-status PICTURE X(02).
77  parm-file-name PICTURE X(81).
77  parm-status PICTURE X(02).
77  parm-data PICTURE X(81).
77  journal-file-name PICTURE X(81) VALUE 'PRIMJRNL.DAT'.
77  journal-status PICTURE X(02).
77  journal-archive-name PICTURE X(81).
77  journal-archive-status PICTURE X(02).
77  journal-time PICTURE 9(8).
77  point-date PICTURE 9(8) VALUE 99999999.
77  point-time PICTURE 9(6) VALUE 235959.
77  point-entry PICTURE X(8).
77  journalRead PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  appliedCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  skippedCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  beyondCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  runAdded PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  runUpdated PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  runDeleted PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  runSkipped PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  haveRun PICTURE 9 VALUE 0.
77  journalMarked PICTURE 9 VALUE 0.
77  archiveFailed PICTURE 9 VALUE 0.
77  skipReason PICTURE X(30).
77  functionCode PICTURE X(6).
77  defer-file-name PICTURE X(81).
77  applyResult PICTURE 9(4) VALUE 0.
77  lockAction PICTURE X.
77  lockResult PICTURE 9(4) VALUE 0.
77  isFinished PICTURE 99.
    02 BKP-FIRST-SEEN PICTURE 9(8).
    02 BKP-LAST-SEEN PICTURE 9(8).
    02 BKP-TIMES-SEEN PICTURE 9(9).
*> Journal entry layout shared with primes3 and primemnt: A adds a
*> record (no before image), U updates one, D purges one (no after
*> image). B is the mark UNLOAD writes at the top of a fresh
*> journal, naming the backup the journal follows in JRN-INFILE.
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
01  CURRENT-RUN.
    02 CUR-PROGRAM PICTURE X(8).
    02 CUR-RUN-DATE PICTURE 9(8).
    02 CUR-RUN-TIME PICTURE 9(6).
    02 CUR-INFILE PICTURE X(40).
01  RECOVERY-TITLE-LINE.
    02 FILLER PICTURE X(6) VALUE SPACES.
    02 FILLER PICTURE X(30) VALUE 'MASTER FORWARD RECOVERY REPORT'.
01  RECOVERY-TEXT-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 RPT-TEXT PICTURE X(20).
    02 RPT-TEXT-VALUE PICTURE X(81).
01  RECOVERY-RUN-LINE.
    02 FILLER PICTURE X(5) VALUE ' RUN '.
    02 RPT-RUN-PROGRAM PICTURE X(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 RPT-RUN-DATE PICTURE 9(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 RPT-RUN-TIME PICTURE 9(6).
    02 FILLER PICTURE X VALUE SPACE.
    02 RPT-RUN-INFILE PICTURE X(40).
    02 FILLER PICTURE X(7) VALUE ' ADDED='.
    02 RPT-RUN-ADDED PICTURE Z(8)9.
    02 FILLER PICTURE X(9) VALUE ' UPDATED='.
    02 RPT-RUN-UPDATED PICTURE Z(8)9.
    02 FILLER PICTURE X(9) VALUE ' DELETED='.
    02 RPT-RUN-DELETED PICTURE Z(8)9.
    02 FILLER PICTURE X(9) VALUE ' SKIPPED='.
    02 RPT-RUN-SKIPPED PICTURE Z(8)9.
01  RECOVERY-SKIP-LINE.
    02 FILLER PICTURE X(9) VALUE ' SKIPPED '.
    02 RPT-SKIP-DATE PICTURE 9(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 RPT-SKIP-TIME PICTURE 9(6).
    02 FILLER PICTURE X VALUE SPACE.
    02 RPT-SKIP-ACTION PICTURE X.
    02 FILLER PICTURE X VALUE SPACE.
    02 RPT-SKIP-N PICTURE Z(17)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 RPT-SKIP-PROGRAM PICTURE X(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 RPT-SKIP-REASON PICTURE X(30).
01  REPORT-TITLE-LINE.
    02 FILLER PICTURE X(6) VALUE SPACES.
    02 FILLER PICTURE X(26) VALUE 'MASTER VERIFICATION REPORT'.
        *>           nth record is re-proved; blank means 100)
        *>   CONVRT: old-layout master to read (blank means the
        *>           live PRIMMAST.DAT), backup file to create
        *>   RECOVR: backup file to restore, master file to build
        *>           (blank means PRIMMAST.DAT), recovery point date
        *>           YYYYMMDD and time HHMMSS (blank means the whole
        *>           journal), recovery report file, journal file
        *>           (blank means PRIMJRNL.DAT)
        *>   APPLY:  deferred update file (output name + '.MDF')
        move parm-data to parm-file-name
        OPEN INPUT PARM-FILE
        if parm-status not = '00'
            read PARM-FILE into PARM-LINE at end move spaces to PARM-LINE end-read
            move PARM-LINE to backup-file-name
        end-if
        if functionCode = 'RECOVR'
            read PARM-FILE into PARM-LINE at end move spaces to PARM-LINE end-read
            move PARM-LINE to backup-file-name
            read PARM-FILE into PARM-LINE at end move spaces to PARM-LINE end-read
            if PARM-LINE not = spaces
                move PARM-LINE to master-file-name
            end-if
            read PARM-FILE into PARM-LINE at end move spaces to PARM-LINE end-read
            if PARM-LINE(1:8) is numeric
                move PARM-LINE(1:8) to point-date
            end-if
            read PARM-FILE into PARM-LINE at end move spaces to PARM-LINE end-read
            if PARM-LINE(1:6) is numeric
                move PARM-LINE(1:6) to point-time
            end-if
            read PARM-FILE into PARM-LINE at end move spaces to PARM-LINE end-read
            move PARM-LINE to report-file-name
            read PARM-FILE into PARM-LINE at end move spaces to PARM-LINE end-read
            if PARM-LINE not = spaces
                move PARM-LINE to journal-file-name
            end-if
        end-if
        if functionCode = 'APPLY '
            read PARM-FILE into PARM-LINE at end move spaces to PARM-LINE end-read
            move PARM-LINE to defer-file-name
        end-if
        CLOSE PARM-FILE
    else
        display 'Enter the function (UNLOAD, RELOAD, VERIFY, CONVRT,'
            ' RECOVR or APPLY)'
        accept functionCode from SYSIN
        if functionCode = 'UNLOAD'
            display 'Enter the backup file to create'
            display 'Enter the backup file to create'
            accept backup-file-name from SYSIN
        end-if
        if functionCode = 'RECOVR'
            display 'Enter the backup file to restore'
            accept backup-file-name from SYSIN
            display 'Enter the master file to build'
            accept master-file-name from SYSIN
            display 'Enter the recovery point date (YYYYMMDD, blank for'
                ' the whole journal)'
            move spaces to point-entry
            accept point-entry from SYSIN
            if point-entry is numeric and point-entry not = '00000000'
                move point-entry to point-date
            end-if
            display 'Enter the recovery point time (HHMMSS, blank for'
                ' the whole journal)'
            move spaces to point-entry
            accept point-entry from SYSIN
            if point-entry(1:6) is numeric and point-entry(7:2) = spaces
                move point-entry(1:6) to point-time
            end-if
            display 'Enter the recovery report file'
            accept report-file-name from SYSIN
        end-if
        if functionCode = 'APPLY '
            display 'Enter the deferred update file to apply'
            accept defer-file-name from SYSIN
        end-if
    end-if.
    if functionCode not = 'UNLOAD' and functionCode not = 'RELOAD'
            and functionCode not = 'VERIFY'
            and functionCode not = 'CONVRT'
            and functionCode not = 'RECOVR'
            and functionCode not = 'APPLY '
        display 'Error, function must be UNLOAD, RELOAD,'
            ' VERIFY, CONVRT, RECOVR or APPLY'
        move 8 to RETURN-CODE
        STOP RUN
    end-if.
    if functionCode = 'CONVRT'
        perform convert-old-master
    end-if.
    if functionCode = 'RECOVR'
        perform recover-master
    end-if.
    if functionCode = 'APPLY '
        CALL 'MASTAPLY' USING defer-file-name, applyResult
        if applyResult not = 0
            move 8 to RETURN-CODE
        end-if
    end-if.
    move 'R' to lockAction.
    CALL 'RUNLOCK' USING master-lock-name, lockAction, lockResult.
    STOP RUN.
            CLOSE MASTER-FILE, BACKUP-FILE
            display 'UNLOAD: ' recordCount ' RECORDS WRITTEN TO '
                backup-file-name
            perform reset-journal
        end-if
    end-if.

*> Part of every backup: the journal so far is kept beside the
*> backup it is now folded into (backup name + '.JRN') and a fresh
*> journal is started, its first entry a B mark naming the backup
*> so RECOVR can tell it is replaying against the right one. The
*> master lock is still held, so no run can journal in between. The
*> journal is only reset once every entry has reached the archive.
reset-journal.
    move spaces to journal-archive-name
    string backup-file-name delimited by space
           '.JRN' delimited by size
      into journal-archive-name
    OPEN INPUT JOURNAL-FILE
    if journal-status = '00'
        OPEN OUTPUT JOURNAL-ARCHIVE-FILE
        if journal-archive-status not = '00'
            display 'Error, journal archive ' journal-archive-name
                ' could not be opened, journal not reset'
            CLOSE JOURNAL-FILE
            move 8 to RETURN-CODE
        else
            move 0 to isFinished
            move 0 to archiveFailed
            perform until isFinished = 1
                read JOURNAL-FILE
                    at end move 1 to isFinished
                    not at end
                        WRITE JOURNAL-ARCHIVE-LINE FROM JOURNAL-LINE
                        if journal-archive-status not = '00'
                            move 1 to archiveFailed
                            move 1 to isFinished
                        else
                            add 1 to journalRead
                        end-if
                end-read
            end-perform
            CLOSE JOURNAL-FILE, JOURNAL-ARCHIVE-FILE
            if archiveFailed = 1
                display 'Error, journal archive ' journal-archive-name
                    ' write failed, status ' journal-archive-status
                    ', journal not reset'
                move 8 to RETURN-CODE
            else
                display 'UNLOAD: ' journalRead ' JOURNAL ENTRIES KEPT IN '
                    journal-archive-name
                perform start-fresh-journal
            end-if
        end-if
    else
        perform start-fresh-journal
    end-if.

start-fresh-journal.
    OPEN OUTPUT JOURNAL-FILE
    if journal-status not = '00'
        display 'Error, journal file ' journal-file-name
            ' could not be reset, status ' journal-status
        move 8 to RETURN-CODE
    else
        move spaces to JOURNAL-RECORD
        ACCEPT JRN-DATE FROM DATE YYYYMMDD
        ACCEPT journal-time FROM TIME
        move journal-time(1:6) to JRN-TIME
        move 'B' to JRN-ACTION
        move 'mastutil' to JRN-PROGRAM
        move JRN-DATE to JRN-RUN-DATE
        move JRN-TIME to JRN-RUN-TIME
        move backup-file-name to JRN-INFILE
        WRITE JOURNAL-LINE FROM JOURNAL-RECORD
        CLOSE JOURNAL-FILE
        display 'UNLOAD: JOURNAL ' journal-file-name ' RESTARTED'
    end-if.

*> Key-ordered copy of a master still on the pre-widening 9-digit
*> record layout into a backup in the current layout, the numeric
*> fields zero-filled out to their 18-digit homes. The result feeds
            if rejectedCount > 0
                move 8 to RETURN-CODE
            end-if
            *> The journal only rolls forward from the backup it was
            *> reset at; a reload (and any purge it made) is not in
            *> it, so a fresh UNLOAD has to follow before the next run.
            display 'RELOAD: take an UNLOAD of ' master-file-name
                ' before the next run so the journal follows it'
        end-if
    end-if.

*> Forward recovery. The master is rebuilt from the backup exactly as
*> unloaded, then the journal is replayed in the order written up to
*> the recovery point. An entry is only applied when the master still
*> matches its before image (or, for an add, does not have the key
*> yet); anything else is skipped and listed with the reason, since
*> applying it would make the master disagree with what that run
*> actually saw. Applied entries are totalled per run -- a run being
*> one program start, its entries contiguous because every writer
*> holds the master lock.
recover-master.
    OPEN INPUT BACKUP-FILE
    if backup-status not = '00'
        display 'Error, backup file ' backup-file-name
            ' could not be opened'
        move 8 to RETURN-CODE
    else
        OPEN OUTPUT REPORT-FILE
        if report-status not = '00'
            display 'Error, report file ' report-file-name
                ' could not be opened'
            CLOSE BACKUP-FILE
            move 8 to RETURN-CODE
        else
            OPEN OUTPUT MASTER-FILE
            if master-status not = '00'
                display 'Error, master file ' master-file-name
                    ' could not be built, status ' master-status
                CLOSE BACKUP-FILE, REPORT-FILE
                move 8 to RETURN-CODE
            else
                WRITE REPORT-OUT-LINE FROM RECOVERY-TITLE-LINE
                move 'BACKUP RESTORED    :' to RPT-TEXT
                move backup-file-name to RPT-TEXT-VALUE
                WRITE REPORT-OUT-LINE FROM RECOVERY-TEXT-LINE
                move 'MASTER BUILT       :' to RPT-TEXT
                move master-file-name to RPT-TEXT-VALUE
                WRITE REPORT-OUT-LINE FROM RECOVERY-TEXT-LINE
                move 'JOURNAL REPLAYED   :' to RPT-TEXT
                move journal-file-name to RPT-TEXT-VALUE
                WRITE REPORT-OUT-LINE FROM RECOVERY-TEXT-LINE
                move 'RECOVERY POINT     :' to RPT-TEXT
                move spaces to RPT-TEXT-VALUE
                if point-date = 99999999
                    move 'END OF JOURNAL' to RPT-TEXT-VALUE
                else
                    string point-date delimited by size
                           ' ' delimited by size
                           point-time delimited by size
                      into RPT-TEXT-VALUE
                end-if
                WRITE REPORT-OUT-LINE FROM RECOVERY-TEXT-LINE
                perform restore-backup
                CLOSE MASTER-FILE
                OPEN I-O MASTER-FILE
                if master-status not = '00'
                    display 'Error, master file ' master-file-name
                        ' could not be reopened, status ' master-status
                    CLOSE REPORT-FILE
                    move 8 to RETURN-CODE
                else
                    perform replay-journal
                    CLOSE MASTER-FILE
                    perform write-recovery-totals
                    CLOSE REPORT-FILE
                    display 'RECOVR: ' loadedCount ' RESTORED, '
                        appliedCount ' APPLIED, ' skippedCount
                        ' SKIPPED, ' beyondCount ' AFTER THE POINT'
                    display 'RECOVR: take an UNLOAD of ' master-file-name
                        ' before the next run so the journal follows it'
                    if RETURN-CODE < 4
                        if skippedCount > 0 or journalMarked not = 1
                            move 4 to RETURN-CODE
                        end-if
                    end-if
                    if rejectedCount > 0
                        move 8 to RETURN-CODE
                    end-if
                end-if
            end-if
        end-if
    end-if.

restore-backup.
    move 0 to isFinished
    perform until isFinished = 1
        read BACKUP-FILE into BACKUP-REC
            at end move 1 to isFinished
        end-read
        if isFinished = 0
            add 1 to recordCount
            move BACKUP-REC to MASTER-REC
            write MASTER-REC
                invalid key
                    add 1 to rejectedCount
                    display 'RECOVR: backup record rejected for '
                        BKP-N
                not invalid key
                    add 1 to loadedCount
            end-write
        end-if
    end-perform
    CLOSE BACKUP-FILE.

*> The journal must open with the B mark of the backup being
*> restored; one reset at a later UNLOAD no longer holds the changes
*> made since this backup, and one with no mark predates journal
*> resets altogether. Either way the replay goes ahead, flagged.
replay-journal.
    move 0 to journalMarked
    move 0 to haveRun
    OPEN INPUT JOURNAL-FILE
    if journal-status not = '00'
        display 'Error, journal file ' journal-file-name
            ' could not be opened, backup restored without replay'
        move 'NO JOURNAL, BACKUP ONLY' to RPT-TEXT-VALUE
        move 'JOURNAL STATUS     :' to RPT-TEXT
        WRITE REPORT-OUT-LINE FROM RECOVERY-TEXT-LINE
        move 4 to RETURN-CODE
    else
        move 0 to isFinished
        perform until isFinished = 1
            read JOURNAL-FILE into JOURNAL-RECORD
                at end move 1 to isFinished
            end-read
            if isFinished = 0
                add 1 to journalRead
                perform replay-one-entry
            end-if
        end-perform
        CLOSE JOURNAL-FILE
        if haveRun = 1
            perform write-run-line
        end-if
        if journalMarked = 0
            move 'JOURNAL STATUS     :' to RPT-TEXT
            move 'NO BACKUP MARK, MAY NOT FOLLOW THIS BACKUP'
                to RPT-TEXT-VALUE
            WRITE REPORT-OUT-LINE FROM RECOVERY-TEXT-LINE
        end-if
    end-if.

replay-one-entry.
    if JRN-ACTION = 'B'
        if journalRead = 1
            if JRN-INFILE = backup-file-name(1:40)
                move 1 to journalMarked
            else
                move 2 to journalMarked
                move 'JOURNAL FOLLOWS    :' to RPT-TEXT
                move JRN-INFILE to RPT-TEXT-VALUE
                WRITE REPORT-OUT-LINE FROM RECOVERY-TEXT-LINE
            end-if
        end-if
    else
        if JRN-DATE > point-date
                or (JRN-DATE = point-date and JRN-TIME > point-time)
            add 1 to beyondCount
        else
            if haveRun = 1
                if JRN-PROGRAM not = CUR-PROGRAM
                        or JRN-RUN-DATE not = CUR-RUN-DATE
                        or JRN-RUN-TIME not = CUR-RUN-TIME
                        or JRN-INFILE not = CUR-INFILE
                    perform write-run-line
                end-if
            end-if
            if haveRun = 0
                move JRN-PROGRAM to CUR-PROGRAM
                move JRN-RUN-DATE to CUR-RUN-DATE
                move JRN-RUN-TIME to CUR-RUN-TIME
                move JRN-INFILE to CUR-INFILE
                move 0 to runAdded
                move 0 to runUpdated
                move 0 to runDeleted
                move 0 to runSkipped
                move 1 to haveRun
            end-if
            move spaces to skipReason
            if JRN-ACTION = 'A'
                perform replay-add
            else
                if JRN-ACTION = 'U' or JRN-ACTION = 'D'
                    perform replay-change
                else
                    move JRN-AFTER to BACKUP-REC
                    move 'UNKNOWN JOURNAL ACTION' to skipReason
                end-if
            end-if
            if skipReason = spaces
                add 1 to appliedCount
            else
                perform write-skip-line
            end-if
        end-if
    end-if.

replay-add.
    move JRN-AFTER to BACKUP-REC
    move BACKUP-REC to MASTER-REC
    write MASTER-REC
        invalid key move 'KEY ALREADY ON MASTER' to skipReason
        not invalid key add 1 to runAdded
    end-write.

replay-change.
    move JRN-BEFORE to BACKUP-REC
    move BKP-N to MST-N
    read MASTER-FILE
        invalid key move 'KEY NOT ON MASTER' to skipReason
    end-read
    if skipReason = spaces
        if MASTER-REC not = BACKUP-REC
            move 'BEFORE IMAGE DOES NOT MATCH' to skipReason
        end-if
    end-if
    if skipReason = spaces
        if JRN-ACTION = 'U'
            move JRN-AFTER to MASTER-REC
            rewrite MASTER-REC
                invalid key move 'REWRITE REFUSED' to skipReason
                not invalid key add 1 to runUpdated
            end-rewrite
        else
            delete MASTER-FILE record
                invalid key move 'DELETE REFUSED' to skipReason
                not invalid key add 1 to runDeleted
            end-delete
        end-if
    end-if.

write-skip-line.
    add 1 to skippedCount
    add 1 to runSkipped
    move JRN-DATE to RPT-SKIP-DATE
    move JRN-TIME to RPT-SKIP-TIME
    move JRN-ACTION to RPT-SKIP-ACTION
    if BKP-N is numeric
        move BKP-N to RPT-SKIP-N
    else
        move 0 to RPT-SKIP-N
    end-if
    move JRN-PROGRAM to RPT-SKIP-PROGRAM
    move skipReason to RPT-SKIP-REASON
    WRITE REPORT-OUT-LINE FROM RECOVERY-SKIP-LINE.

write-run-line.
    move CUR-PROGRAM to RPT-RUN-PROGRAM
    move CUR-RUN-DATE to RPT-RUN-DATE
    move CUR-RUN-TIME to RPT-RUN-TIME
    move CUR-INFILE to RPT-RUN-INFILE
    move runAdded to RPT-RUN-ADDED
    move runUpdated to RPT-RUN-UPDATED
    move runDeleted to RPT-RUN-DELETED
    move runSkipped to RPT-RUN-SKIPPED
    WRITE REPORT-OUT-LINE FROM RECOVERY-RUN-LINE
    move 0 to haveRun.

write-recovery-totals.
    move 'BACKUP RECORDS READ:' to RPT-COUNT-LABEL
    move recordCount to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    move 'BACKUP RECS LOADED :' to RPT-COUNT-LABEL
    move loadedCount to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    move 'BACKUP RECS REJECTD:' to RPT-COUNT-LABEL
    move rejectedCount to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    move 'JOURNAL ENTRIES    :' to RPT-COUNT-LABEL
    move journalRead to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    move 'ENTRIES APPLIED    :' to RPT-COUNT-LABEL
    move appliedCount to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    move 'ENTRIES SKIPPED    :' to RPT-COUNT-LABEL
    move skippedCount to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    move 'AFTER RECOVERY PT  :' to RPT-COUNT-LABEL
    move beyondCount to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE.

*> Integrity pass over the live master: keys must arrive strictly
*> ascending with no duplicates, and every nth record's stored
*> verdict is re-proved against PRIMECHK -- verdict letter and, for
