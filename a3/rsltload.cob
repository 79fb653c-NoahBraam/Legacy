*> RSLTLOAD
*> Results archive load for one run's output set. Given the PRIME
*> NUMBER RESULTS report name, it loads every record of the run's
*> .INT interface file into the keyed results archive RSLTARCH.DAT,
*> where it outlives the next run that reuses the output name and
*> the housekep ageing of .PRM/.EXC files. Archive records are keyed
*> by department, run date and value (then the archive run number,
*> a D/I byte for a detail or NXP/PRV inquiry record, and the
*> sequence number, which keep every record unique -- details and
*> inquiries are numbered separately), with the value as an
*> alternate key, and carry the source input file, the sequence
*> number and the output name they came from.
*> Each run loaded is entered on the archive run register ARCHRUN.DAT
*> under its source input file and the run stamp on its first
*> interface record; a run already on the register is refused, so
*> the same run can never be archived twice. A load that fails part
*> way backs out what it wrote, leaving the run free to be loaded
*> again. Called by primes3 after every good run and driver pair and
*> by the rsltarch LOAD function. Result 0 = loaded (or nothing to
*> load), 4 = run already archived, 8 = the archive could not be
*> locked, opened or written. Takes RSLTARCH.LCK for the load.
identification division.
program-id. RSLTLOAD.
environment division.
input-output section.
file-control.
select INT-FILE assign to dynamic int-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS int-status.
select ARCHIVE-FILE assign to dynamic archive-file-name
ORGANIZATION IS INDEXED
ACCESS MODE IS DYNAMIC
RECORD KEY IS ARC-KEY
ALTERNATE RECORD KEY IS ARC-VALUE WITH DUPLICATES
FILE STATUS IS archive-status.
select ARCHRUN-FILE assign to dynamic archrun-file-name
ORGANIZATION IS INDEXED
ACCESS MODE IS DYNAMIC
RECORD KEY IS ARR-RUN-KEY
FILE STATUS IS archrun-status.
data division.
file section.
fd INT-FILE.
01 INT-IN-LINE PICTURE X(200).
fd ARCHIVE-FILE.
01 ARCHIVE-REC.
   02 ARC-KEY.
      03 ARC-DEPT PICTURE X(4).
      03 ARC-RUN-DATE PICTURE 9(8).
      03 ARC-VALUE PICTURE X(18).
      03 ARC-RUN-NUMBER PICTURE 9(9).
      03 ARC-KIND PICTURE X.
      03 ARC-SEQ PICTURE X(9).
   02 ARC-RUN-TIME PICTURE 9(6).
   02 ARC-VERDICT PICTURE X(10).
   02 ARC-FACTOR PICTURE X(18).
   02 ARC-FACTOR-TEXT PICTURE X(80).
   02 ARC-INFILE PICTURE X(81).
   02 ARC-OUTFILE PICTURE X(81).
fd ARCHRUN-FILE.
01 ARCHRUN-REC.
   02 ARR-RUN-KEY.
      03 ARR-INFILE PICTURE X(81).
      03 ARR-STAMP PICTURE X(14).
   02 ARR-RUN-NUMBER PICTURE 9(9).
   02 ARR-OUTFILE PICTURE X(81).
   02 ARR-RECORD-COUNT PICTURE 9(9).
   02 ARR-LOAD-DATE PICTURE 9(8).
   02 ARR-LOAD-TIME PICTURE 9(6).
WORKING-STORAGE SECTION.
77  int-file-name PICTURE X(81).
77  int-status PICTURE X(02).
77  archive-file-name PICTURE X(81) VALUE 'RSLTARCH.DAT'.
77  archive-status PICTURE X(02).
77  archrun-file-name PICTURE X(81) VALUE 'ARCHRUN.DAT'.
77  archrun-status PICTURE X(02).
77  archive-lock-name PICTURE X(81) VALUE 'RSLTARCH.LCK'.
77  lockAction PICTURE X.
77  lockResult PICTURE 9(4) VALUE 0.
77  intDone PICTURE 9 VALUE 0.
77  loadFailed PICTURE 9 VALUE 0.
77  archiveOpen PICTURE 9 VALUE 0.
77  archrunOpen PICTURE 9 VALUE 0.
77  runNumber PICTURE 9(9) VALUE 0.
77  loadedCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  backoutCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  clock-time PICTURE 9(8).
01  RUN-KEY.
    02 RUN-INFILE PICTURE X(81).
    02 RUN-STAMP PICTURE X(14).
01  INTERFACE-REC.
    02 INT-VALUE PICTURE X(18).
    02 INT-VERDICT PICTURE X(10).
    02 INT-FACTOR PICTURE X(18).
    02 INT-FACTOR-TEXT PICTURE X(80).
    02 INT-DEPT PICTURE X(4).
    02 INT-INFILE PICTURE X(81).
    02 INT-SEQ PICTURE X(9).
    02 INT-STAMP.
       03 INT-STAMP-DATE PICTURE X(8).
       03 INT-STAMP-TIME PICTURE X(6).
LINKAGE SECTION.
01  RSL-OUTFILE PICTURE X(81).
01  RSL-RESULT PICTURE 9(4).

PROCEDURE DIVISION USING RSL-OUTFILE, RSL-RESULT.
    move 0 to RSL-RESULT
    move 0 to loadedCount
    move 0 to loadFailed
    move spaces to int-file-name
    string RSL-OUTFILE delimited by space
           '.INT' delimited by size
      into int-file-name
    OPEN INPUT INT-FILE
    if int-status not = '00'
        display 'ARCHIVE: interface file ' int-file-name
            ' could not be opened'
        move 8 to RSL-RESULT
        GOBACK
    end-if
    *> The run is known by its source input file and the stamp on its
    *> first record; an empty interface file has nothing to archive.
    move 0 to intDone
    perform read-interface-record
    if intDone = 1
        CLOSE INT-FILE
        display 'ARCHIVE: ' int-file-name ' is empty, nothing archived'
        GOBACK
    end-if
    move INT-INFILE to RUN-INFILE
    move INT-STAMP to RUN-STAMP
    move 'A' to lockAction
    CALL 'RUNLOCK' USING archive-lock-name, lockAction, lockResult
    if lockResult not = 0
        display 'ARCHIVE: results archive ' archive-file-name
            ' is in use by another session'
        CLOSE INT-FILE
        move 8 to RSL-RESULT
        GOBACK
    end-if
    perform open-archive-files
    if RSL-RESULT = 0
        move RUN-KEY to ARR-RUN-KEY
        read ARCHRUN-FILE
            invalid key continue
            not invalid key
                display 'ARCHIVE: run of ' RUN-INFILE ' at ' RUN-STAMP
                    ' already archived as run ' ARR-RUN-NUMBER
                    ', not loaded again'
                move 4 to RSL-RESULT
        end-read
    end-if
    if RSL-RESULT = 0
        perform next-run-number
    end-if
    if RSL-RESULT = 0
        perform until intDone = 1 or loadFailed = 1
            perform archive-one-record
            if loadFailed = 0
                perform read-interface-record
            end-if
        end-perform
        if loadFailed = 0
            perform register-run
        end-if
        if loadFailed = 1
            perform back-out-run
            move 8 to RSL-RESULT
        end-if
    end-if
    if archiveOpen = 1
        CLOSE ARCHIVE-FILE
    end-if
    if archrunOpen = 1
        CLOSE ARCHRUN-FILE
    end-if
    CLOSE INT-FILE
    move 'R' to lockAction
    CALL 'RUNLOCK' USING archive-lock-name, lockAction, lockResult
    if RSL-RESULT = 0
        display 'ARCHIVE: ' loadedCount ' RECORDS FROM ' int-file-name
            ' ARCHIVED AS RUN ' runNumber
    end-if
    GOBACK.

*> First use builds the archive and the run register, the register
*> with its control entry (blank key) carrying the last run number.
open-archive-files.
    move 0 to archiveOpen
    move 0 to archrunOpen
    OPEN I-O ARCHIVE-FILE
    if archive-status = '35'
        OPEN OUTPUT ARCHIVE-FILE
        if archive-status = '00'
            CLOSE ARCHIVE-FILE
            OPEN I-O ARCHIVE-FILE
        end-if
    end-if
    if archive-status not = '00'
        display 'ARCHIVE: results archive ' archive-file-name
            ' could not be opened, status ' archive-status
        move 8 to RSL-RESULT
    else
        move 1 to archiveOpen
        OPEN I-O ARCHRUN-FILE
        if archrun-status = '35'
            OPEN OUTPUT ARCHRUN-FILE
            if archrun-status = '00'
                move spaces to ARCHRUN-REC
                move 0 to ARR-RUN-NUMBER
                move 0 to ARR-RECORD-COUNT
                move 0 to ARR-LOAD-DATE
                move 0 to ARR-LOAD-TIME
                write ARCHRUN-REC
                    invalid key continue
                end-write
                CLOSE ARCHRUN-FILE
                OPEN I-O ARCHRUN-FILE
            end-if
        end-if
        if archrun-status not = '00'
            display 'ARCHIVE: archive run register ' archrun-file-name
                ' could not be opened, status ' archrun-status
            move 8 to RSL-RESULT
        else
            move 1 to archrunOpen
        end-if
    end-if.

next-run-number.
    move spaces to ARR-RUN-KEY
    read ARCHRUN-FILE
        invalid key
            display 'ARCHIVE: archive run register control entry missing'
            move 8 to RSL-RESULT
    end-read
    if RSL-RESULT = 0
        add 1 to ARR-RUN-NUMBER
        move ARR-RUN-NUMBER to runNumber
        rewrite ARCHRUN-REC
            invalid key move 8 to RSL-RESULT
        end-rewrite
    end-if.

read-interface-record.
    read INT-FILE
        at end move 1 to intDone
    end-read
    if intDone = 0
        move spaces to INTERFACE-REC
        unstring INT-IN-LINE delimited by '|'
            into INT-VALUE, INT-VERDICT, INT-FACTOR, INT-FACTOR-TEXT,
                 INT-DEPT, INT-INFILE, INT-SEQ, INT-STAMP
        end-unstring
    end-if.

*> The archive key for the interface record just read.
build-archive-key.
    move spaces to ARCHIVE-REC
    move INT-DEPT to ARC-DEPT
    if INT-STAMP-DATE is numeric
        move INT-STAMP-DATE to ARC-RUN-DATE
    else
        move 0 to ARC-RUN-DATE
    end-if
    move INT-VALUE to ARC-VALUE
    move runNumber to ARC-RUN-NUMBER
    if INT-VERDICT = 'NEXTPRIME' or INT-VERDICT = 'PREVPRIME'
        move 'I' to ARC-KIND
    else
        move 'D' to ARC-KIND
    end-if
    move INT-SEQ to ARC-SEQ.

archive-one-record.
    perform build-archive-key
    if INT-STAMP-TIME is numeric
        move INT-STAMP-TIME to ARC-RUN-TIME
    else
        move 0 to ARC-RUN-TIME
    end-if
    move INT-VERDICT to ARC-VERDICT
    move INT-FACTOR to ARC-FACTOR
    move INT-FACTOR-TEXT to ARC-FACTOR-TEXT
    move INT-INFILE to ARC-INFILE
    move RSL-OUTFILE to ARC-OUTFILE
    write ARCHIVE-REC
        invalid key
            display 'ARCHIVE: record ' INT-SEQ ' value ' INT-VALUE
                ' could not be archived, status ' archive-status
            move 1 to loadFailed
        not invalid key
            add 1 to loadedCount
    end-write.

*> Re-read the interface file from the top and delete the records
*> this load already wrote, so a failed load leaves nothing behind.
back-out-run.
    CLOSE INT-FILE
    OPEN INPUT INT-FILE
    move 0 to intDone
    move 0 to backoutCount
    perform until intDone = 1 or backoutCount = loadedCount
        perform read-interface-record
        if intDone = 0
            perform build-archive-key
            delete ARCHIVE-FILE record
                invalid key continue
            end-delete
            add 1 to backoutCount
        end-if
    end-perform
    display 'ARCHIVE: load of ' int-file-name ' failed, '
        backoutCount ' RECORDS BACKED OUT'.

register-run.
    move spaces to ARCHRUN-REC
    move RUN-KEY to ARR-RUN-KEY
    move runNumber to ARR-RUN-NUMBER
    move RSL-OUTFILE to ARR-OUTFILE
    move loadedCount to ARR-RECORD-COUNT
    ACCEPT ARR-LOAD-DATE FROM DATE YYYYMMDD
    ACCEPT clock-time FROM TIME
    move clock-time(1:6) to ARR-LOAD-TIME
    write ARCHRUN-REC
        invalid key
            display 'ARCHIVE: run of ' RUN-INFILE
                ' could not be entered on ' archrun-file-name
            move 1 to loadFailed
    end-write.
