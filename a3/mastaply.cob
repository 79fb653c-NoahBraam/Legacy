*> MASTAPLY
*> Applies a file of deferred master updates to the cumulative prime
*> master PRIMMAST.DAT. A primes3 run that could not hold the master
*> lock, or that runs as one partition of a deck split by partrun,
*> does not update the master itself: every sighting it would have
*> filed (value, verdict, smallest factor, the date it was seen and
*> the run it came from) goes to a deferred update file, the
*> output name + '.MDF'. Here each one becomes the master change the
*> run would have made -- a new entry when the value is not on the
*> master yet, a sighting stamp (last seen, times seen) when it is --
*> and is journaled on PRIMJRNL.DAT under program MASTAPLY with the
*> originating run's date, time and input file, so mastutil RECOVR
*> rolls them forward like any other update. Progress is kept after
*> every update in the deferred file name + '.APL', so an apply that
*> stops part way resumes after the last update it journaled instead
*> of stamping the same sightings twice; a completed apply empties
*> the deferred file. The caller holds PRIMMAST.LCK. Called by
*> primes3 after every pair, by partrun MERGE and by the mastutil
*> APPLY function. Result 0 = applied (or nothing to apply), 8 = the
*> deferred file, master or journal could not be opened or the
*> master refused an update; the updates not applied stay on file.
identification division.
program-id. MASTAPLY.
environment division.
input-output section.
file-control.
select DEFER-FILE assign to dynamic defer-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS defer-status.
select PROGRESS-FILE assign to dynamic progress-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS progress-status.
select MASTER-FILE assign to dynamic master-file-name
ORGANIZATION IS INDEXED
ACCESS MODE IS RANDOM
RECORD KEY IS MST-N
FILE STATUS IS master-status.
select JOURNAL-FILE assign to dynamic journal-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS journal-status.
data division.
file section.
fd DEFER-FILE.
01 DEFER-IN-LINE PICTURE X(104).
fd PROGRESS-FILE.
01 PROGRESS-LINE PICTURE X(9).
fd MASTER-FILE.
01 MASTER-REC.
   02 MST-N PICTURE 9(18).
   02 MST-VERDICT PICTURE X.
   02 MST-FACTOR PICTURE 9(18).
   02 MST-FIRST-SEEN PICTURE 9(8).
   02 MST-LAST-SEEN PICTURE 9(8).
   02 MST-TIMES-SEEN PICTURE 9(9).
fd JOURNAL-FILE.
01 JOURNAL-OUT-LINE PICTURE X(207).
WORKING-STORAGE SECTION.
77  defer-file-name PICTURE X(81).
77  defer-status PICTURE X(02).
77  progress-file-name PICTURE X(81).
77  progress-status PICTURE X(02).
77  master-file-name PICTURE X(81) VALUE 'PRIMMAST.DAT'.
77  master-status PICTURE X(02).
77  journal-file-name PICTURE X(81) VALUE 'PRIMJRNL.DAT'.
77  journal-status PICTURE X(02).
77  journal-time PICTURE 9(8).
77  deferDone PICTURE 9 VALUE 0.
77  journalOpen PICTURE 9 VALUE 0.
77  masterFound PICTURE 9 VALUE 0.
77  applyFailed PICTURE 9 VALUE 0.
77  skipCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  doneCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  addedCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  updatedCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  rejectedCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
01  PROGRESS-RECORD.
    02 APL-COUNT PICTURE 9(9).
*> Deferred update layout shared with primes3.
01  DEFERRED-UPDATE.
    02 DFU-N PICTURE 9(18).
    02 FILLER PICTURE X.
    02 DFU-VERDICT PICTURE X.
    02 FILLER PICTURE X.
    02 DFU-FACTOR PICTURE 9(18).
    02 FILLER PICTURE X.
    02 DFU-SEEN-DATE PICTURE 9(8).
    02 FILLER PICTURE X.
    02 DFU-RUN-DATE PICTURE 9(8).
    02 DFU-RUN-TIME PICTURE 9(6).
    02 FILLER PICTURE X.
    02 DFU-INFILE PICTURE X(40).
*> Journal entry layout shared with primes3, primemnt and mastutil.
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
LINKAGE SECTION.
01  MAP-FILE PICTURE X(81).
01  MAP-RESULT PICTURE 9(4).

PROCEDURE DIVISION USING MAP-FILE, MAP-RESULT.
    move 0 to MAP-RESULT
    move 0 to doneCount
    move 0 to addedCount
    move 0 to updatedCount
    move 0 to rejectedCount
    move 0 to applyFailed
    move 0 to journalOpen
    move MAP-FILE to defer-file-name
    move spaces to progress-file-name
    string MAP-FILE delimited by space
           '.APL' delimited by size
      into progress-file-name
    *> No deferred file means the run filed its own updates.
    OPEN INPUT DEFER-FILE
    if defer-status = '35'
        GOBACK
    end-if
    if defer-status not = '00'
        display 'MASTAPLY: deferred update file ' defer-file-name
            ' could not be opened'
        move 8 to MAP-RESULT
        GOBACK
    end-if
    perform read-progress
    move 0 to deferDone
    perform until doneCount >= skipCount or deferDone = 1
        read DEFER-FILE
            at end move 1 to deferDone
            not at end add 1 to doneCount
        end-read
    end-perform
    if deferDone = 0
        perform read-deferred-update
    end-if
    if deferDone = 1
        CLOSE DEFER-FILE
        perform clear-deferred-file
        GOBACK
    end-if
    perform open-master-files
    if MAP-RESULT not = 0
        CLOSE DEFER-FILE
        GOBACK
    end-if
    perform until deferDone = 1
        perform apply-one-update
        if applyFailed = 1
            move 1 to deferDone
        else
            add 1 to doneCount
            perform save-progress
            if applyFailed = 1
                move 1 to deferDone
            else
                perform read-deferred-update
            end-if
        end-if
    end-perform
    CLOSE DEFER-FILE
    CLOSE MASTER-FILE
    if journalOpen = 1
        CLOSE JOURNAL-FILE
    end-if
    if applyFailed = 1
        move 8 to MAP-RESULT
        perform write-progress-record
        display 'MASTAPLY: apply of ' defer-file-name
            ' stopped after ' doneCount ' updates, the rest stay on file'
    else
        perform clear-deferred-file
    end-if
    display 'MASTAPLY: ' defer-file-name ' ADDED=' addedCount
        ' UPDATED=' updatedCount ' REJECTED=' rejectedCount
    GOBACK.

*> How many updates an earlier, interrupted apply already journaled.
read-progress.
    move 0 to skipCount
    OPEN INPUT PROGRESS-FILE
    if progress-status = '00'
        read PROGRESS-FILE into PROGRESS-RECORD
            at end move 0 to APL-COUNT
        end-read
        if APL-COUNT is numeric
            move APL-COUNT to skipCount
        end-if
        CLOSE PROGRESS-FILE
    end-if
    if skipCount > 0
        display 'MASTAPLY: resuming ' defer-file-name ' after update '
            skipCount
    end-if.

read-deferred-update.
    read DEFER-FILE into DEFERRED-UPDATE
        at end move 1 to deferDone
    end-read.

*> Master and journal, the way primes3 opens them: a missing master
*> is created on first use, and no journal means no update at all,
*> since an update that was not journaled could not be recovered.
open-master-files.
    OPEN I-O MASTER-FILE
    if master-status = '35'
        OPEN OUTPUT MASTER-FILE
        if master-status = '00'
            CLOSE MASTER-FILE
            OPEN I-O MASTER-FILE
        end-if
    end-if
    if master-status not = '00'
        display 'MASTAPLY: master file ' master-file-name
            ' could not be opened, ' defer-file-name ' not applied'
        move 8 to MAP-RESULT
    else
        OPEN EXTEND JOURNAL-FILE
        if journal-status = '35'
            OPEN OUTPUT JOURNAL-FILE
        end-if
        if journal-status not = '00'
            display 'MASTAPLY: journal file ' journal-file-name
                ' could not be opened, ' defer-file-name ' not applied'
            CLOSE MASTER-FILE
            move 8 to MAP-RESULT
        else
            move 1 to journalOpen
            move 'MASTAPLY' to JRN-PROGRAM
        end-if
    end-if.

*> One deferred sighting onto the master. A value already on file
*> gets the sighting stamped; a new one is added with the verdict the
*> run computed. A record that is not a sighting at all is reported
*> and passed over.
apply-one-update.
    if DFU-N is not numeric or DFU-SEEN-DATE is not numeric
        display 'MASTAPLY: deferred update rejected, ' DEFER-IN-LINE
        add 1 to rejectedCount
    else
        move DFU-RUN-DATE to JRN-RUN-DATE
        move DFU-RUN-TIME to JRN-RUN-TIME
        move DFU-INFILE to JRN-INFILE
        move DFU-N to MST-N
        read MASTER-FILE
            invalid key move 0 to masterFound
            not invalid key move 1 to masterFound
        end-read
        if masterFound = 1
            move MASTER-REC to JRN-BEFORE
            if DFU-SEEN-DATE > MST-LAST-SEEN
                move DFU-SEEN-DATE to MST-LAST-SEEN
            end-if
            if DFU-SEEN-DATE < MST-FIRST-SEEN
                move DFU-SEEN-DATE to MST-FIRST-SEEN
            end-if
            add 1 to MST-TIMES-SEEN
            rewrite MASTER-REC
                invalid key
                    display 'MASTAPLY: master rewrite failed for ' MST-N
                    move 1 to applyFailed
                not invalid key
                    add 1 to updatedCount
                    move 'U' to JRN-ACTION
                    perform write-journal-record
            end-rewrite
        else
            move DFU-N to MST-N
            move DFU-VERDICT to MST-VERDICT
            move DFU-FACTOR to MST-FACTOR
            move DFU-SEEN-DATE to MST-FIRST-SEEN
            move DFU-SEEN-DATE to MST-LAST-SEEN
            move 1 to MST-TIMES-SEEN
            write MASTER-REC
                invalid key
                    display 'MASTAPLY: master write failed for ' MST-N
                    move 1 to applyFailed
                not invalid key
                    add 1 to addedCount
                    move 'A' to JRN-ACTION
                    move spaces to JRN-BEFORE
                    perform write-journal-record
            end-write
        end-if
    end-if.

write-journal-record.
    ACCEPT JRN-DATE FROM DATE YYYYMMDD
    ACCEPT journal-time FROM TIME
    move journal-time(1:6) to JRN-TIME
    move MASTER-REC to JRN-AFTER
    WRITE JOURNAL-OUT-LINE FROM JOURNAL-RECORD
    if journal-status not = '00'
        display 'MASTAPLY: journal file ' journal-file-name
            ' write failed, status ' journal-status ', apply stopped'
        CLOSE JOURNAL-FILE
        move 0 to journalOpen
        move 1 to applyFailed
    end-if.

*> The journal is closed and reopened before the progress count is
*> cut, so the count never runs ahead of what is safely journaled.
save-progress.
    CLOSE JOURNAL-FILE
    OPEN EXTEND JOURNAL-FILE
    if journal-status not = '00'
        display 'MASTAPLY: journal file ' journal-file-name
            ' could not be reopened, apply stopped'
        move 0 to journalOpen
        move 1 to applyFailed
    else
        perform write-progress-record
    end-if.

write-progress-record.
    OPEN OUTPUT PROGRESS-FILE
    if progress-status not = '00'
        display 'MASTAPLY: progress file ' progress-file-name
            ' could not be written'
    else
        move doneCount to APL-COUNT
        WRITE PROGRESS-LINE FROM PROGRESS-RECORD
        CLOSE PROGRESS-FILE
    end-if.

*> Everything on the deferred file is on the master now: empty it and
*> reset the progress count for the next run that defers.
clear-deferred-file.
    OPEN OUTPUT DEFER-FILE
    if defer-status = '00'
        CLOSE DEFER-FILE
    else
        display 'MASTAPLY: deferred update file ' defer-file-name
            ' could not be emptied'
    end-if
    move 0 to doneCount
    perform write-progress-record.
