ACCESS MODE IS DYNAMIC
RECORD KEY IS MST-N
FILE STATUS IS master-status.
select JOURNAL-FILE assign to dynamic journal-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS journal-status.
data division.
file section.
fd MASTER-FILE.
   02 MST-FIRST-SEEN PICTURE 9(8).
   02 MST-LAST-SEEN PICTURE 9(8).
   02 MST-TIMES-SEEN PICTURE 9(9).
fd JOURNAL-FILE.
01 JOURNAL-OUT-LINE PICTURE X(207).
WORKING-STORAGE SECTION.
77  master-file-name PICTURE X(81) VALUE 'PRIMMAST.DAT'.
77  master-status PICTURE X(02).
77  master-lock-name PICTURE X(81) VALUE 'PRIMMAST.LCK'.
77  journal-file-name PICTURE X(81) VALUE 'PRIMJRNL.DAT'.
77  journal-status PICTURE X(02).
77  journalOpen PICTURE 9 VALUE 0.
77  journal-time PICTURE 9(8).
77  lockAction PICTURE X.
77  lockResult PICTURE 9(4) VALUE 0.
77  certDropLow PICTURE 9(18).
77  browseDone PICTURE 9.
77  entryCount PICTURE 9(9) USAGE IS COMPUTATIONAL.
77  inquiry-key PICTURE 9(18).
*> Same layout primes3 journals its master changes in; a purge is
*> action D with the deleted record as the before image.
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
01  MASTER-DETAIL-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 DTL-N PICTURE Z(17)9.
        move 8 to RETURN-CODE
        STOP RUN
    end-if.
    *> Purges are journaled like every other master change so forward
    *> recovery does not bring a purged entry back; without the
    *> journal the session still inquires and browses but refuses to
    *> purge.
    OPEN EXTEND JOURNAL-FILE.
    if journal-status = '35'
        OPEN OUTPUT JOURNAL-FILE
    end-if.
    if journal-status = '00'
        move 1 to journalOpen
        move 'primemnt' to JRN-PROGRAM
        ACCEPT JRN-RUN-DATE FROM DATE YYYYMMDD
        ACCEPT journal-time FROM TIME
        move journal-time(1:6) to JRN-RUN-TIME
        move spaces to JRN-INFILE
    else
        display 'Error, journal file ' journal-file-name
            ' could not be opened, purges are disabled this session'
    end-if.
    move 0 to isFinished.
    perform until isFinished = 1
        display 'Inquire on a number(1), browse the master(2),'
        end-if
    end-perform.
    CLOSE MASTER-FILE.
    if journalOpen = 1
        CLOSE JOURNAL-FILE
    end-if.
    move 'R' to lockAction.
    CALL 'RUNLOCK' USING master-lock-name, lockAction, lockResult.
    STOP RUN.
*> and the nearest-prime inquiries treat absence from the master
*> inside a certified interval as proof of compositeness -- so any
*> interval covering the purged key is retired along with the entry.
*> The entry is read first so the journal carries the record being
*> purged as its before image.
purge-one-number.
    if journalOpen = 0
        display 'Error, journal file ' journal-file-name
            ' is not open, purge refused'
    else
        display 'Enter the number to purge'
        ACCEPT inquiry-key FROM SYSIN
        move inquiry-key to MST-N
        read MASTER-FILE
            invalid key display inquiry-key ' IS NOT ON THE MASTER'
            not invalid key perform delete-one-entry
        end-read
    end-if.

delete-one-entry.
    move MASTER-REC to JRN-BEFORE
    delete MASTER-FILE record
        invalid key display inquiry-key ' IS NOT ON THE MASTER'
        not invalid key
            display inquiry-key ' PURGED FROM THE MASTER'
            ACCEPT JRN-DATE FROM DATE YYYYMMDD
            ACCEPT journal-time FROM TIME
            move journal-time(1:6) to JRN-TIME
            move 'D' to JRN-ACTION
            move spaces to JRN-AFTER
            WRITE JOURNAL-OUT-LINE FROM JOURNAL-RECORD
            if journal-status not = '00'
                display 'Error, journal write failed, status '
                    journal-status ', purge of ' inquiry-key
                    ' was not journaled'
                display 'Take an UNLOAD of the master before any '
                    'further changes, later purges are refused'
                CLOSE JOURNAL-FILE
                move 0 to journalOpen
            end-if
            move inquiry-key to certDropLow
            move inquiry-key to certDropHigh
            CALL 'CERTDROP' USING certDropLow, certDropHigh,
