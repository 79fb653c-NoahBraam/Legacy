*> Submission register inquiry and aging report
*> Answers "did my deck run yet?" from the submission register
*> (SUBMREG.DAT, posted by deckedit and primes3 through REGUPD)
*> instead of digging through RUNHIST.DAT and .STAT files. Selects
*> one ticket, one department, one status, or the whole register, and
*> lists each entry with its intake, current status and how many
*> hours it has sat in that status; entries past the aging limit are
*> flagged -- a deck ACCEPTED but never scheduled, a run still showing
*> RUNNING -- along with every FAILED run, so the desk sees them
*> before the submitter calls. RETURN-CODE 4 when anything is
*> flagged, 8 when the register cannot be read or the ticket asked
*> for is not on it.
identification division.
program-id. regrept.
environment division.
input-output section.
file-control.
select REGISTER-FILE assign to dynamic register-file-name
ORGANIZATION IS INDEXED
ACCESS MODE IS DYNAMIC
RECORD KEY IS REG-TICKET
ALTERNATE RECORD KEY IS REG-DECK WITH DUPLICATES
FILE STATUS IS register-status.
select REPORT-FILE assign to dynamic report-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS report-status.
select PARM-FILE assign to dynamic parm-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS parm-status.
data division.
file section.
fd REGISTER-FILE.
01 REGISTER-REC.
   02 REG-TICKET PICTURE 9(9).
   02 REG-DECK PICTURE X(81).
   02 REG-DEPT PICTURE X(4).
   02 REG-CARD-COUNT PICTURE 9(9).
   02 REG-EDIT-RC PICTURE 9.
   02 REG-INTAKE-DATE PICTURE 9(8).
   02 REG-INTAKE-TIME PICTURE 9(6).
   02 REG-STATUS PICTURE X(10).
   02 REG-STATUS-DATE PICTURE 9(8).
   02 REG-STATUS-TIME PICTURE 9(6).
   02 REG-OUTFILE PICTURE X(81).
   02 REG-RUN-STATUS PICTURE X(14).
   02 REG-PRIME-COUNT PICTURE 9(9).
   02 REG-NOTPRIME-COUNT PICTURE 9(9).
   02 REG-ILLEGAL-COUNT PICTURE 9(9).
   02 REG-NONNUMERIC-COUNT PICTURE 9(9).
   02 REG-TOTAL-COUNT PICTURE 9(9).
fd REPORT-FILE.
01 REPORT-OUT-LINE PICTURE X(132).
fd PARM-FILE.
01 PARM-LINE PICTURE X(81).
WORKING-STORAGE SECTION.
77  register-file-name PICTURE X(81) VALUE 'SUBMREG.DAT'.
77  register-status PICTURE X(02).
77  report-file-name PICTURE X(81).
77  report-status PICTURE X(02).
77  parm-file-name PICTURE X(81).
77  parm-status PICTURE X(02).
77  parm-data PICTURE X(81).
77  selectBy PICTURE X(6).
77  selectValue PICTURE X(10).
77  selectTicket PICTURE 9(9) VALUE 0.
77  agingLimit PICTURE 9(5) VALUE 24.
77  charIdx PICTURE 9(4) USAGE IS COMPUTATIONAL.
77  ticketDigit PICTURE 9.
77  isFinished PICTURE 9 VALUE 0.
77  current-date PICTURE 9(8).
77  clock-time PICTURE 9(8).
77  nowHour PICTURE 99.
77  statusHour PICTURE 99.
77  todayInt PICTURE 9(9) USAGE IS COMPUTATIONAL.
77  statusDayInt PICTURE 9(9) USAGE IS COMPUTATIONAL.
77  ageHours PICTURE S9(9) USAGE IS COMPUTATIONAL.
77  listedCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  flaggedCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  acceptedCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  runningCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  completedCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  failedCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
01  REPORT-TITLE-LINE.
    02 FILLER PICTURE X(6) VALUE SPACES.
    02 FILLER PICTURE X(27) VALUE 'SUBMISSION REGISTER REPORT '.
    02 RPT-SELECT-BY PICTURE X(6).
    02 FILLER PICTURE X VALUE SPACE.
    02 RPT-SELECT-VALUE PICTURE X(10).
    02 FILLER PICTURE X(12) VALUE ' AGING LIMIT'.
    02 RPT-AGING-LIMIT PICTURE Z(4)9.
    02 FILLER PICTURE X(6) VALUE ' HOURS'.
01  REPORT-HEAD-LINE.
    02 FILLER PICTURE X(11) VALUE '    TICKET'.
    02 FILLER PICTURE X(5) VALUE ' DEPT'.
    02 FILLER PICTURE X(11) VALUE ' STATUS'.
    02 FILLER PICTURE X(16) VALUE ' INTAKE'.
    02 FILLER PICTURE X(16) VALUE ' STATUS SINCE'.
    02 FILLER PICTURE X(7) VALUE '  HOURS'.
    02 FILLER PICTURE X(10) VALUE '     CARDS'.
    02 FILLER PICTURE X(31) VALUE ' DECK'.
    02 FILLER PICTURE X(16) VALUE ' FLAG'.
01  REPORT-DETAIL-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 DTL-TICKET PICTURE Z(8)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 DTL-DEPT PICTURE X(4).
    02 FILLER PICTURE X VALUE SPACE.
    02 DTL-STATUS PICTURE X(10).
    02 FILLER PICTURE X VALUE SPACE.
    02 DTL-INTAKE-DATE PICTURE 9(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 DTL-INTAKE-TIME PICTURE 9(6).
    02 FILLER PICTURE X VALUE SPACE.
    02 DTL-STATUS-DATE PICTURE 9(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 DTL-STATUS-TIME PICTURE 9(6).
    02 DTL-AGE PICTURE Z(6)9.
    02 DTL-CARDS PICTURE Z(9)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 DTL-DECK PICTURE X(30).
    02 FILLER PICTURE X VALUE SPACE.
    02 DTL-FLAG PICTURE X(16).
01  REPORT-RUN-LINE.
    02 FILLER PICTURE X(11) VALUE SPACES.
    02 FILLER PICTURE X(7) VALUE 'OUTPUT '.
    02 RUN-OUTFILE PICTURE X(30).
    02 FILLER PICTURE X(5) VALUE ' RUN '.
    02 RUN-STATUS PICTURE X(14).
    02 FILLER PICTURE X(3) VALUE ' P='.
    02 RUN-PRIME PICTURE Z(8)9.
    02 FILLER PICTURE X(3) VALUE ' C='.
    02 RUN-NOTPRIME PICTURE Z(8)9.
    02 FILLER PICTURE X(3) VALUE ' I='.
    02 RUN-ILLEGAL PICTURE Z(8)9.
    02 FILLER PICTURE X(3) VALUE ' N='.
    02 RUN-NONNUMERIC PICTURE Z(8)9.
    02 FILLER PICTURE X(7) VALUE ' TOTAL='.
    02 RUN-TOTAL PICTURE Z(8)9.
01  REPORT-COUNT-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 RPT-LABEL PICTURE X(20).
    02 RPT-COUNT PICTURE Z(8)9.

PROCEDURE DIVISION.
    ACCEPT parm-data FROM COMMAND-LINE.
    if parm-data not = spaces
        *> Parameter file, one value per line: the selection (TICKET,
        *> DEPT, STATUS or ALL), the ticket number, department code
        *> or status it selects on (blank for ALL), the report file,
        *> then the aging limit in hours (blank means 24).
        move parm-data to parm-file-name
        OPEN INPUT PARM-FILE
        if parm-status not = '00'
            display 'Error, parameter file ' parm-file-name ' could not be opened'
            move 8 to RETURN-CODE
            STOP RUN
        end-if
        read PARM-FILE into PARM-LINE at end move spaces to PARM-LINE end-read
        move PARM-LINE(1:6) to selectBy
        read PARM-FILE into PARM-LINE at end move spaces to PARM-LINE end-read
        move PARM-LINE(1:10) to selectValue
        read PARM-FILE into PARM-LINE at end move spaces to PARM-LINE end-read
        move PARM-LINE to report-file-name
        read PARM-FILE into PARM-LINE at end move spaces to PARM-LINE end-read
        if PARM-LINE(1:5) is numeric
            move PARM-LINE(1:5) to agingLimit
        end-if
        CLOSE PARM-FILE
    else
        display 'Select by TICKET, DEPT, STATUS or ALL'
        accept selectBy from SYSIN
        display 'Enter the ticket, department or status (blank for ALL)'
        accept selectValue from SYSIN
        display 'Enter the report file'
        accept report-file-name from SYSIN
        display 'Enter the aging limit in hours'
        accept agingLimit from SYSIN
    end-if.
    if selectBy not = 'TICKET' and selectBy not = 'DEPT'
            and selectBy not = 'STATUS' and selectBy not = 'ALL'
        display 'Error, selection must be TICKET, DEPT, STATUS or ALL'
        move 8 to RETURN-CODE
        STOP RUN
    end-if.
    *> The ticket may be keyed with or without leading zeros.
    if selectBy = 'TICKET'
        move 0 to selectTicket
        move 1 to charIdx
        perform until charIdx > 10
            if selectValue(charIdx:1) is numeric
                move selectValue(charIdx:1) to ticketDigit
                compute selectTicket = selectTicket * 10 + ticketDigit
            end-if
            add 1 to charIdx
        end-perform
    end-if.
    if agingLimit = 0
        move 24 to agingLimit
    end-if.
    OPEN INPUT REGISTER-FILE.
    if register-status not = '00'
        display 'Error, submission register ' register-file-name
            ' could not be opened, status ' register-status
        move 8 to RETURN-CODE
        STOP RUN
    end-if.
    OPEN OUTPUT REPORT-FILE.
    if report-status not = '00'
        display 'Error, report file ' report-file-name ' could not be opened'
        CLOSE REGISTER-FILE
        move 8 to RETURN-CODE
        STOP RUN
    end-if.
    ACCEPT current-date FROM DATE YYYYMMDD.
    ACCEPT clock-time FROM TIME.
    move clock-time(1:2) to nowHour.
    compute todayInt = FUNCTION INTEGER-OF-DATE (current-date).
    move selectBy to RPT-SELECT-BY.
    move selectValue to RPT-SELECT-VALUE.
    move agingLimit to RPT-AGING-LIMIT.
    WRITE REPORT-OUT-LINE FROM REPORT-TITLE-LINE.
    WRITE REPORT-OUT-LINE FROM REPORT-HEAD-LINE.
    if selectBy = 'TICKET'
        move selectTicket to REG-TICKET
        read REGISTER-FILE key is REG-TICKET
            invalid key
                display 'Error, ticket ' selectTicket
                    ' is not on the submission register'
                move 8 to RETURN-CODE
            not invalid key
                if REG-TICKET > 0
                    perform list-one-entry
                end-if
        end-read
    else
        *> Ticket 0 is the register's control record, never listed.
        move 1 to REG-TICKET
        move 0 to isFinished
        start REGISTER-FILE key not < REG-TICKET
            invalid key move 1 to isFinished
        end-start
        perform until isFinished = 1
            read REGISTER-FILE next record
                at end move 1 to isFinished
            end-read
            if isFinished = 0
                if selectBy = 'ALL'
                    perform list-one-entry
                end-if
                if selectBy = 'DEPT' and REG-DEPT = selectValue(1:4)
                    perform list-one-entry
                end-if
                if selectBy = 'STATUS' and REG-STATUS = selectValue
                    perform list-one-entry
                end-if
            end-if
        end-perform
    end-if.
    CLOSE REGISTER-FILE.
    perform write-register-totals.
    CLOSE REPORT-FILE.
    display 'REGRPT: ' listedCount ' ENTRIES LISTED, ' flaggedCount
        ' FLAGGED'.
    if RETURN-CODE < 8 and flaggedCount > 0
        move 4 to RETURN-CODE
    end-if.
    STOP RUN.

*> One entry, aged in whole hours since its last status change. An
*> entry that has reached its status and run is listed with the
*> output file and counts primes3 posted.
list-one-entry.
    add 1 to listedCount
    compute statusDayInt = FUNCTION INTEGER-OF-DATE (REG-STATUS-DATE)
    move REG-STATUS-TIME(1:2) to statusHour
    compute ageHours = (todayInt - statusDayInt) * 24
        + nowHour - statusHour
    if ageHours < 0
        move 0 to ageHours
    end-if
    move REG-TICKET to DTL-TICKET
    move REG-DEPT to DTL-DEPT
    move REG-STATUS to DTL-STATUS
    move REG-INTAKE-DATE to DTL-INTAKE-DATE
    move REG-INTAKE-TIME to DTL-INTAKE-TIME
    move REG-STATUS-DATE to DTL-STATUS-DATE
    move REG-STATUS-TIME to DTL-STATUS-TIME
    move ageHours to DTL-AGE
    move REG-CARD-COUNT to DTL-CARDS
    move REG-DECK to DTL-DECK
    move spaces to DTL-FLAG
    if REG-STATUS = 'ACCEPTED'
        add 1 to acceptedCount
        if ageHours not < agingLimit
            move 'NOT SCHEDULED' to DTL-FLAG
        end-if
    end-if
    if REG-STATUS = 'RUNNING'
        add 1 to runningCount
        if ageHours not < agingLimit
            move 'STILL RUNNING' to DTL-FLAG
        end-if
    end-if
    if REG-STATUS = 'COMPLETED'
        add 1 to completedCount
    end-if
    if REG-STATUS = 'FAILED'
        add 1 to failedCount
        move 'RUN FAILED' to DTL-FLAG
    end-if
    if DTL-FLAG not = spaces
        add 1 to flaggedCount
    end-if
    WRITE REPORT-OUT-LINE FROM REPORT-DETAIL-LINE
    if REG-STATUS not = 'ACCEPTED'
        move REG-OUTFILE to RUN-OUTFILE
        move REG-RUN-STATUS to RUN-STATUS
        move REG-PRIME-COUNT to RUN-PRIME
        move REG-NOTPRIME-COUNT to RUN-NOTPRIME
        move REG-ILLEGAL-COUNT to RUN-ILLEGAL
        move REG-NONNUMERIC-COUNT to RUN-NONNUMERIC
        move REG-TOTAL-COUNT to RUN-TOTAL
        WRITE REPORT-OUT-LINE FROM REPORT-RUN-LINE
    end-if.

write-register-totals.
    move spaces to REPORT-OUT-LINE
    WRITE REPORT-OUT-LINE
    move 'ENTRIES LISTED     :' to RPT-LABEL
    move listedCount to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    move 'ACCEPTED           :' to RPT-LABEL
    move acceptedCount to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    move 'RUNNING            :' to RPT-LABEL
    move runningCount to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    move 'COMPLETED          :' to RPT-LABEL
    move completedCount to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    move 'FAILED             :' to RPT-LABEL
    move failedCount to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    move 'FLAGGED            :' to RPT-LABEL
    move flaggedCount to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE.
