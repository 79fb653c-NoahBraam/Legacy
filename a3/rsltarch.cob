*> Results archive utility
*> Inquiry, extract and housekeeping for the keyed results archive
*> RSLTARCH.DAT that RSLTLOAD fills from every good run's interface
*> file, so "what did we tell department ACCT about this number in
*> March?" can be answered long after the run's own .INT file was
*> overwritten. The function is picked by the first parameter line
*> (or the prompt):
*>   LOAD   - archive one run's interface file through RSLTLOAD, for
*>            a run primes3 could not archive at the time or an
*>            older .INT file being brought in; a run already on the
*>            archive run register is refused.
*>   INQURY - select archive records by department, run date range,
*>            value and verdict (any combination, blank meaning
*>            any), list them on a report and optionally write them
*>            to a fresh file in .INT format for a downstream system.
*>   PURGE  - delete archive records, and the run register entries
*>            of the runs they came from, whose run date is older
*>            than a retention in days, so the archive does not grow
*>            forever.
*> LOAD and PURGE take the archive lock. RETURN-CODE 4 when an
*> inquiry selects nothing or a load is refused as already archived,
*> 8 when the function could not run.
identification division.
program-id. rsltarch.
environment division.
input-output section.
file-control.
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
select REPORT-FILE assign to dynamic report-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS report-status.
select EXTRACT-FILE assign to dynamic extract-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS extract-status.
select PARM-FILE assign to dynamic parm-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS parm-status.
data division.
file section.
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
fd REPORT-FILE.
01 REPORT-OUT-LINE PICTURE X(132).
fd EXTRACT-FILE.
01 EXTRACT-OUT-LINE PICTURE X(200).
fd PARM-FILE.
01 PARM-LINE PICTURE X(81).
WORKING-STORAGE SECTION.
77  archive-file-name PICTURE X(81) VALUE 'RSLTARCH.DAT'.
77  archive-status PICTURE X(02).
77  archrun-file-name PICTURE X(81) VALUE 'ARCHRUN.DAT'.
77  archrun-status PICTURE X(02).
77  archive-lock-name PICTURE X(81) VALUE 'RSLTARCH.LCK'.
77  report-file-name PICTURE X(81).
77  report-status PICTURE X(02).
77  extract-file-name PICTURE X(81) VALUE SPACES.
77  extract-status PICTURE X(02).
77  parm-file-name PICTURE X(81).
77  parm-status PICTURE X(02).
77  parm-data PICTURE X(81).
77  load-outfile-name PICTURE X(81).
77  functionCode PICTURE X(6).
77  lockAction PICTURE X.
77  lockResult PICTURE 9(4) VALUE 0.
77  loadResult PICTURE 9(4) VALUE 0.
77  isFinished PICTURE 9 VALUE 0.
77  extractOpen PICTURE 9 VALUE 0.
77  selectDept PICTURE X(4) VALUE SPACES.
77  selectFromDate PICTURE 9(8) VALUE 0.
77  selectToDate PICTURE 9(8) VALUE 99999999.
77  selectValueText PICTURE X(18) VALUE SPACES.
77  selectValueN PICTURE 9(18) VALUE 0.
77  selectValue PICTURE X(18) VALUE SPACES.
77  selectVerdict PICTURE X(10) VALUE SPACES.
77  charIdx PICTURE 9(4) USAGE IS COMPUTATIONAL.
77  oneDigit PICTURE 9.
77  current-date PICTURE 9(8).
77  cutoff-date PICTURE 9(8) VALUE 0.
77  stampDate PICTURE 9(8).
77  todayInt PICTURE 9(9) USAGE IS COMPUTATIONAL.
77  purgeDays PICTURE 9(5) VALUE 0.
77  recordCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  selectedCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  extractedCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  purgedCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  runsPurged PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
01  EXTRACT-WORK-LINE PICTURE X(200).
01  REPORT-TITLE-LINE.
    02 FILLER PICTURE X(6) VALUE SPACES.
    02 FILLER PICTURE X(23) VALUE 'RESULTS ARCHIVE INQUIRY'.
01  REPORT-SELECT-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 FILLER PICTURE X(5) VALUE 'DEPT '.
    02 RPT-SEL-DEPT PICTURE X(4).
    02 FILLER PICTURE X(7) VALUE '  FROM '.
    02 RPT-SEL-FROM PICTURE 9(8).
    02 FILLER PICTURE X(4) VALUE ' TO '.
    02 RPT-SEL-TO PICTURE 9(8).
    02 FILLER PICTURE X(8) VALUE '  VALUE '.
    02 RPT-SEL-VALUE PICTURE X(18).
    02 FILLER PICTURE X(10) VALUE '  VERDICT '.
    02 RPT-SEL-VERDICT PICTURE X(10).
01  REPORT-HEAD-LINE.
    02 FILLER PICTURE X(6) VALUE ' DEPT'.
    02 FILLER PICTURE X(16) VALUE 'RUN DATE  TIME'.
    02 FILLER PICTURE X(19) VALUE 'VALUE'.
    02 FILLER PICTURE X(11) VALUE 'VERDICT'.
    02 FILLER PICTURE X(31) VALUE 'FACTORIZATION'.
    02 FILLER PICTURE X(31) VALUE 'INPUT FILE'.
    02 FILLER PICTURE X(9) VALUE 'SEQUENCE'.
01  REPORT-DETAIL-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 DTL-DEPT PICTURE X(4).
    02 FILLER PICTURE X VALUE SPACE.
    02 DTL-RUN-DATE PICTURE 9(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 DTL-RUN-TIME PICTURE 9(6).
    02 FILLER PICTURE X VALUE SPACE.
    02 DTL-VALUE PICTURE X(18).
    02 FILLER PICTURE X VALUE SPACE.
    02 DTL-VERDICT PICTURE X(10).
    02 FILLER PICTURE X VALUE SPACE.
    02 DTL-FACTOR-TEXT PICTURE X(30).
    02 FILLER PICTURE X VALUE SPACE.
    02 DTL-INFILE PICTURE X(30).
    02 FILLER PICTURE X VALUE SPACE.
    02 DTL-SEQ PICTURE X(9).
01  REPORT-COUNT-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 RPT-LABEL PICTURE X(20).
    02 RPT-COUNT PICTURE Z(8)9.

PROCEDURE DIVISION.
    ACCEPT parm-data FROM COMMAND-LINE.
    if parm-data not = spaces
        *> Parameter file, one value per line as the other batch
        *> parms do. Line 1 is the function; the rest depend on it:
        *>   LOAD:   output file of the run (its .INT is archived)
        *>   INQURY: department, run date from and to (YYYYMMDD),
        *>           value, verdict -- each blank for any -- then the
        *>           report file and the extract file (blank for no
        *>           extract)
        *>   PURGE:  retention in days
        move parm-data to parm-file-name
        OPEN INPUT PARM-FILE
        if parm-status not = '00'
            display 'Error, parameter file ' parm-file-name ' could not be opened'
            move 8 to RETURN-CODE
            STOP RUN
        end-if
        read PARM-FILE into PARM-LINE at end move spaces to PARM-LINE end-read
        move PARM-LINE(1:6) to functionCode
        if functionCode = 'LOAD'
            read PARM-FILE into PARM-LINE at end move spaces to PARM-LINE end-read
            move PARM-LINE to load-outfile-name
        end-if
        if functionCode = 'INQURY'
            read PARM-FILE into PARM-LINE at end move spaces to PARM-LINE end-read
            move PARM-LINE(1:4) to selectDept
            read PARM-FILE into PARM-LINE at end move spaces to PARM-LINE end-read
            if PARM-LINE(1:8) is numeric
                move PARM-LINE(1:8) to selectFromDate
            end-if
            read PARM-FILE into PARM-LINE at end move spaces to PARM-LINE end-read
            if PARM-LINE(1:8) is numeric
                move PARM-LINE(1:8) to selectToDate
            end-if
            read PARM-FILE into PARM-LINE at end move spaces to PARM-LINE end-read
            move PARM-LINE(1:18) to selectValueText
            read PARM-FILE into PARM-LINE at end move spaces to PARM-LINE end-read
            move PARM-LINE(1:10) to selectVerdict
            read PARM-FILE into PARM-LINE at end move spaces to PARM-LINE end-read
            move PARM-LINE to report-file-name
            read PARM-FILE into PARM-LINE at end move spaces to PARM-LINE end-read
            move PARM-LINE to extract-file-name
        end-if
        if functionCode = 'PURGE'
            read PARM-FILE into PARM-LINE at end move spaces to PARM-LINE end-read
            if PARM-LINE(1:5) is numeric
                move PARM-LINE(1:5) to purgeDays
            end-if
        end-if
        CLOSE PARM-FILE
    else
        display 'Enter the function (LOAD, INQURY or PURGE)'
        accept functionCode from SYSIN
        if functionCode = 'LOAD'
            display 'Enter the output file of the run to archive'
            accept load-outfile-name from SYSIN
        end-if
        if functionCode = 'INQURY'
            display 'Enter the department (blank for any)'
            accept selectDept from SYSIN
            display 'Enter the run date from (YYYYMMDD, blank for any)'
            accept parm-data from SYSIN
            if parm-data(1:8) is numeric
                move parm-data(1:8) to selectFromDate
            end-if
            display 'Enter the run date to (YYYYMMDD, blank for any)'
            accept parm-data from SYSIN
            if parm-data(1:8) is numeric
                move parm-data(1:8) to selectToDate
            end-if
            display 'Enter the value (blank for any)'
            accept selectValueText from SYSIN
            display 'Enter the verdict (blank for any)'
            accept selectVerdict from SYSIN
            display 'Enter the inquiry report file'
            accept report-file-name from SYSIN
            display 'Enter the extract file (blank for none)'
            accept extract-file-name from SYSIN
        end-if
        if functionCode = 'PURGE'
            display 'Enter the retention in days'
            accept purgeDays from SYSIN
        end-if
    end-if.
    if functionCode not = 'LOAD' and functionCode not = 'INQURY'
            and functionCode not = 'PURGE'
        display 'Error, function must be LOAD, INQURY or PURGE'
        move 8 to RETURN-CODE
        STOP RUN
    end-if.
    if functionCode = 'LOAD'
        perform load-one-run
    end-if.
    if functionCode = 'INQURY'
        perform inquire-archive
    end-if.
    if functionCode = 'PURGE'
        perform purge-archive
    end-if.
    STOP RUN.

*> RSLTLOAD does the work and takes the archive lock itself.
load-one-run.
    if load-outfile-name = spaces
        display 'Error, no output file given to archive'
        move 8 to RETURN-CODE
    else
        CALL 'RSLTLOAD' USING load-outfile-name, loadResult
        move loadResult to RETURN-CODE
    end-if.

*> The cheapest path in: a department walks the primary key from its
*> first date, a value walks the alternate key, anything else reads
*> the whole archive. Every record met is still checked against the
*> whole selection.
inquire-archive.
    *> The value may be keyed without its leading zeros; the archive
    *> holds it as the interface file does, zero-filled to 18 digits.
    if selectValueText not = spaces
        move 0 to selectValueN
        move 1 to charIdx
        perform until charIdx > 18
            if selectValueText(charIdx:1) is numeric
                move selectValueText(charIdx:1) to oneDigit
                compute selectValueN = selectValueN * 10 + oneDigit
            end-if
            add 1 to charIdx
        end-perform
        move selectValueN to selectValue
    end-if
    OPEN INPUT ARCHIVE-FILE
    if archive-status not = '00'
        display 'Error, results archive ' archive-file-name
            ' could not be opened, status ' archive-status
        move 8 to RETURN-CODE
    else
        OPEN OUTPUT REPORT-FILE
        if report-status not = '00'
            display 'Error, report file ' report-file-name
                ' could not be opened'
            CLOSE ARCHIVE-FILE
            move 8 to RETURN-CODE
        else
            move 0 to extractOpen
            if extract-file-name not = spaces
                OPEN OUTPUT EXTRACT-FILE
                if extract-status = '00'
                    move 1 to extractOpen
                else
                    display 'Error, extract file ' extract-file-name
                        ' could not be opened, report only'
                    move 8 to RETURN-CODE
                end-if
            end-if
            WRITE REPORT-OUT-LINE FROM REPORT-TITLE-LINE
            move selectDept to RPT-SEL-DEPT
            move selectFromDate to RPT-SEL-FROM
            move selectToDate to RPT-SEL-TO
            move selectValue to RPT-SEL-VALUE
            move selectVerdict to RPT-SEL-VERDICT
            WRITE REPORT-OUT-LINE FROM REPORT-SELECT-LINE
            move spaces to REPORT-OUT-LINE
            WRITE REPORT-OUT-LINE
            WRITE REPORT-OUT-LINE FROM REPORT-HEAD-LINE
            move 0 to isFinished
            if selectDept not = spaces
                move low-values to ARC-KEY
                move selectDept to ARC-DEPT
                move selectFromDate to ARC-RUN-DATE
                start ARCHIVE-FILE key not < ARC-KEY
                    invalid key move 1 to isFinished
                end-start
            else
                if selectValue not = spaces
                    move selectValue to ARC-VALUE
                    start ARCHIVE-FILE key = ARC-VALUE
                        invalid key move 1 to isFinished
                    end-start
                else
                    move low-values to ARC-KEY
                    start ARCHIVE-FILE key not < ARC-KEY
                        invalid key move 1 to isFinished
                    end-start
                end-if
            end-if
            perform until isFinished = 1
                read ARCHIVE-FILE next record
                    at end move 1 to isFinished
                end-read
                if isFinished = 0
                    add 1 to recordCount
                    *> Past the end of the key range being walked.
                    if selectDept not = spaces
                        if ARC-DEPT not = selectDept
                                or ARC-RUN-DATE > selectToDate
                            move 1 to isFinished
                        end-if
                    else
                        if selectValue not = spaces
                                and ARC-VALUE not = selectValue
                            move 1 to isFinished
                        end-if
                    end-if
                end-if
                if isFinished = 0
                    perform select-one-record
                end-if
            end-perform
            CLOSE ARCHIVE-FILE
            move spaces to REPORT-OUT-LINE
            WRITE REPORT-OUT-LINE
            move 'RECORDS EXAMINED   :' to RPT-LABEL
            move recordCount to RPT-COUNT
            WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
            move 'RECORDS SELECTED   :' to RPT-LABEL
            move selectedCount to RPT-COUNT
            WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
            if extractOpen = 1
                move 'RECORDS EXTRACTED  :' to RPT-LABEL
                move extractedCount to RPT-COUNT
                WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
                CLOSE EXTRACT-FILE
            end-if
            CLOSE REPORT-FILE
            display 'INQURY: ' selectedCount ' RECORDS SELECTED'
            if selectedCount = 0 and RETURN-CODE < 4
                move 4 to RETURN-CODE
            end-if
        end-if
    end-if.

select-one-record.
    if (selectDept = spaces or ARC-DEPT = selectDept)
            and ARC-RUN-DATE not < selectFromDate
            and ARC-RUN-DATE not > selectToDate
            and (selectValue = spaces or ARC-VALUE = selectValue)
            and (selectVerdict = spaces or ARC-VERDICT = selectVerdict)
        add 1 to selectedCount
        move ARC-DEPT to DTL-DEPT
        move ARC-RUN-DATE to DTL-RUN-DATE
        move ARC-RUN-TIME to DTL-RUN-TIME
        move ARC-VALUE to DTL-VALUE
        move ARC-VERDICT to DTL-VERDICT
        move ARC-FACTOR-TEXT to DTL-FACTOR-TEXT
        move ARC-INFILE to DTL-INFILE
        move ARC-SEQ to DTL-SEQ
        WRITE REPORT-OUT-LINE FROM REPORT-DETAIL-LINE
        if extractOpen = 1
            perform write-extract-record
        end-if
    end-if.

*> The archived record laid back out exactly as primes3 writes the
*> interface file, so anything that loads a .INT can load this.
write-extract-record.
    move spaces to EXTRACT-WORK-LINE
    string ARC-VALUE delimited by size
           '|' delimited by size
           ARC-VERDICT delimited by space
           '|' delimited by size
           ARC-FACTOR delimited by size
           '|' delimited by size
           ARC-FACTOR-TEXT delimited by '  '
           '|' delimited by size
           ARC-DEPT delimited by size
           '|' delimited by size
           ARC-INFILE delimited by space
           '|' delimited by size
           ARC-SEQ delimited by size
           '|' delimited by size
           ARC-RUN-DATE delimited by size
           ARC-RUN-TIME delimited by size
      into EXTRACT-WORK-LINE
    WRITE EXTRACT-OUT-LINE FROM EXTRACT-WORK-LINE
    add 1 to extractedCount.

*> Retention purge: archive records first, then the run register
*> entries for runs older than the cutoff. The register's control
*> entry (blank key) is never touched.
purge-archive.
    if purgeDays = 0
        display 'Error, a retention in days is required to purge'
        move 8 to RETURN-CODE
    else
        move 'A' to lockAction
        CALL 'RUNLOCK' USING archive-lock-name, lockAction, lockResult
        if lockResult not = 0
            display 'Error, results archive ' archive-file-name
                ' is in use by another session, try again later'
            move 8 to RETURN-CODE
        else
            ACCEPT current-date FROM DATE YYYYMMDD
            compute todayInt = FUNCTION INTEGER-OF-DATE (current-date)
            compute cutoff-date =
                FUNCTION DATE-OF-INTEGER (todayInt - purgeDays)
            OPEN I-O ARCHIVE-FILE
            if archive-status not = '00'
                display 'Error, results archive ' archive-file-name
                    ' could not be opened, status ' archive-status
                move 8 to RETURN-CODE
            else
                move 0 to isFinished
                move low-values to ARC-KEY
                start ARCHIVE-FILE key not < ARC-KEY
                    invalid key move 1 to isFinished
                end-start
                perform until isFinished = 1
                    read ARCHIVE-FILE next record
                        at end move 1 to isFinished
                    end-read
                    if isFinished = 0
                        add 1 to recordCount
                        if ARC-RUN-DATE < cutoff-date
                            delete ARCHIVE-FILE record
                                invalid key continue
                                not invalid key add 1 to purgedCount
                            end-delete
                        end-if
                    end-if
                end-perform
                CLOSE ARCHIVE-FILE
                perform purge-run-register
                display 'PURGE: ' recordCount ' RECORDS READ, '
                    purgedCount ' PURGED, ' runsPurged
                    ' RUNS REMOVED, CUTOFF ' cutoff-date
            end-if
            move 'R' to lockAction
            CALL 'RUNLOCK' USING archive-lock-name, lockAction,
                lockResult
        end-if
    end-if.

purge-run-register.
    OPEN I-O ARCHRUN-FILE
    if archrun-status not = '00'
        display 'Error, archive run register ' archrun-file-name
            ' could not be opened, status ' archrun-status
        move 8 to RETURN-CODE
    else
        move 0 to isFinished
        move low-values to ARR-RUN-KEY
        start ARCHRUN-FILE key not < ARR-RUN-KEY
            invalid key move 1 to isFinished
        end-start
        perform until isFinished = 1
            read ARCHRUN-FILE next record
                at end move 1 to isFinished
            end-read
            if isFinished = 0 and ARR-RUN-KEY not = spaces
                move 0 to stampDate
                if ARR-STAMP(1:8) is numeric
                    move ARR-STAMP(1:8) to stampDate
                end-if
                if stampDate < cutoff-date
                    delete ARCHRUN-FILE record
                        invalid key continue
                        not invalid key add 1 to runsPurged
                    end-delete
                end-if
            end-if
        end-perform
        CLOSE ARCHRUN-FILE
    end-if.
