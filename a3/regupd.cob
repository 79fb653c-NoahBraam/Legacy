*> REGUPD
*> Submission register update, packaged as a called subprogram like
*> RUNLOCK and AUDCHK so deckedit and primes3 post to the register the
*> same way. SUBMREG.DAT holds one entry per accepted deck, keyed by
*> ticket number with the deck name as an alternate key; ticket 0 is
*> the control record carrying the last ticket issued. Linkage: an
*> action byte, the register entry and the result.
*>   'N' - new ticket for a deck deckedit accepted: the caller fills
*>         in the deck, department, card count and edit return code;
*>         the ticket number and intake date/time come back in the
*>         entry, status ACCEPTED.
*>   'S' - status change for a deck being run: the caller fills in
*>         the deck, the new status (RUNNING, COMPLETED or FAILED),
*>         the output file, counts and the run's ending status; the
*>         latest ticket for that deck is updated and its number
*>         comes back in the entry. Intake fields are never touched.
*> Result 0 = posted, 4 = no ticket on the register for the deck
*> (a run of a deck that never went through deckedit), 8 = the
*> register could not be locked, opened or updated. Every call takes
*> and releases SUBMREG.LCK around its own update.
identification division.
program-id. REGUPD.
environment division.
input-output section.
file-control.
select REGISTER-FILE assign to dynamic register-file-name
ORGANIZATION IS INDEXED
ACCESS MODE IS DYNAMIC
RECORD KEY IS REG-TICKET
ALTERNATE RECORD KEY IS REG-DECK WITH DUPLICATES
FILE STATUS IS register-status.
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
01 REGISTER-CONTROL-REC.
   02 RCT-TICKET PICTURE 9(9).
   02 RCT-LAST-TICKET PICTURE 9(9).
   02 FILLER PICTURE X(264).
WORKING-STORAGE SECTION.
77  register-file-name PICTURE X(81) VALUE 'SUBMREG.DAT'.
77  register-status PICTURE X(02).
77  register-lock-name PICTURE X(81) VALUE 'SUBMREG.LCK'.
77  lockAction PICTURE X.
77  lockResult PICTURE 9(4) VALUE 0.
77  scanDone PICTURE 9 VALUE 0.
77  foundTicket PICTURE 9(9) VALUE 0.
77  clock-time PICTURE 9(8).
LINKAGE SECTION.
01  RGU-ACTION PICTURE X.
01  RGU-ENTRY.
    02 RGU-TICKET PICTURE 9(9).
    02 RGU-DECK PICTURE X(81).
    02 RGU-DEPT PICTURE X(4).
    02 RGU-CARD-COUNT PICTURE 9(9).
    02 RGU-EDIT-RC PICTURE 9.
    02 RGU-INTAKE-DATE PICTURE 9(8).
    02 RGU-INTAKE-TIME PICTURE 9(6).
    02 RGU-STATUS PICTURE X(10).
    02 RGU-STATUS-DATE PICTURE 9(8).
    02 RGU-STATUS-TIME PICTURE 9(6).
    02 RGU-OUTFILE PICTURE X(81).
    02 RGU-RUN-STATUS PICTURE X(14).
    02 RGU-PRIME-COUNT PICTURE 9(9).
    02 RGU-NOTPRIME-COUNT PICTURE 9(9).
    02 RGU-ILLEGAL-COUNT PICTURE 9(9).
    02 RGU-NONNUMERIC-COUNT PICTURE 9(9).
    02 RGU-TOTAL-COUNT PICTURE 9(9).
01  RGU-RESULT PICTURE 9(4).

PROCEDURE DIVISION USING RGU-ACTION, RGU-ENTRY, RGU-RESULT.
    move 0 to RGU-RESULT.
    move 'A' to lockAction.
    CALL 'RUNLOCK' USING register-lock-name, lockAction, lockResult.
    if lockResult not = 0
        display 'Error, submission register ' register-file-name
            ' is in use by another session'
        move 8 to RGU-RESULT
        GOBACK
    end-if.
    *> First use builds the register with its control record.
    OPEN I-O REGISTER-FILE.
    if register-status = '35'
        OPEN OUTPUT REGISTER-FILE
        if register-status = '00'
            move spaces to REGISTER-CONTROL-REC
            move 0 to RCT-TICKET
            move 0 to RCT-LAST-TICKET
            write REGISTER-REC
                invalid key continue
            end-write
            CLOSE REGISTER-FILE
            OPEN I-O REGISTER-FILE
        end-if
    end-if.
    if register-status not = '00'
        display 'Error, submission register ' register-file-name
            ' could not be opened, status ' register-status
        move 8 to RGU-RESULT
    else
        if RGU-ACTION = 'N'
            perform issue-ticket
        else
            perform post-status
        end-if
        CLOSE REGISTER-FILE
    end-if.
    move 'R' to lockAction.
    CALL 'RUNLOCK' USING register-lock-name, lockAction, lockResult.
    GOBACK.

*> Next number from the control record, then the new entry.
issue-ticket.
    move 0 to RCT-TICKET
    read REGISTER-FILE
        invalid key
            display 'Error, submission register control record missing'
            move 8 to RGU-RESULT
    end-read
    if RGU-RESULT = 0
        add 1 to RCT-LAST-TICKET
        move RCT-LAST-TICKET to RGU-TICKET
        rewrite REGISTER-REC
            invalid key move 8 to RGU-RESULT
        end-rewrite
    end-if
    if RGU-RESULT = 0
        ACCEPT RGU-INTAKE-DATE FROM DATE YYYYMMDD
        ACCEPT clock-time FROM TIME
        move clock-time(1:6) to RGU-INTAKE-TIME
        move 'ACCEPTED' to RGU-STATUS
        move RGU-INTAKE-DATE to RGU-STATUS-DATE
        move RGU-INTAKE-TIME to RGU-STATUS-TIME
        move spaces to RGU-OUTFILE
        move spaces to RGU-RUN-STATUS
        move 0 to RGU-PRIME-COUNT
        move 0 to RGU-NOTPRIME-COUNT
        move 0 to RGU-ILLEGAL-COUNT
        move 0 to RGU-NONNUMERIC-COUNT
        move 0 to RGU-TOTAL-COUNT
        move RGU-ENTRY to REGISTER-REC
        write REGISTER-REC
            invalid key move 8 to RGU-RESULT
        end-write
    end-if
    if RGU-RESULT not = 0
        display 'Error, no ticket could be issued for ' RGU-DECK
    end-if.

*> Duplicates on the deck key come back in the order they were
*> written, so the last one read is the deck's latest submission.
post-status.
    move 0 to foundTicket
    move 0 to scanDone
    move RGU-DECK to REG-DECK
    start REGISTER-FILE key = REG-DECK
        invalid key move 1 to scanDone
    end-start
    perform until scanDone = 1
        read REGISTER-FILE next record
            at end move 1 to scanDone
        end-read
        if scanDone = 0
            if REG-DECK not = RGU-DECK
                move 1 to scanDone
            else
                move REG-TICKET to foundTicket
            end-if
        end-if
    end-perform
    if foundTicket = 0
        move 4 to RGU-RESULT
    else
        move foundTicket to REG-TICKET
        read REGISTER-FILE key is REG-TICKET
            invalid key move 8 to RGU-RESULT
        end-read
        if RGU-RESULT = 0
            move REG-TICKET to RGU-TICKET
            move RGU-STATUS to REG-STATUS
            ACCEPT REG-STATUS-DATE FROM DATE YYYYMMDD
            ACCEPT clock-time FROM TIME
            move clock-time(1:6) to REG-STATUS-TIME
            move RGU-OUTFILE to REG-OUTFILE
            move RGU-RUN-STATUS to REG-RUN-STATUS
            move RGU-PRIME-COUNT to REG-PRIME-COUNT
            move RGU-NOTPRIME-COUNT to REG-NOTPRIME-COUNT
            move RGU-ILLEGAL-COUNT to REG-ILLEGAL-COUNT
            move RGU-NONNUMERIC-COUNT to REG-NONNUMERIC-COUNT
            move RGU-TOTAL-COUNT to REG-TOTAL-COUNT
            rewrite REGISTER-REC
                invalid key move 8 to RGU-RESULT
            end-rewrite
        end-if
        if RGU-RESULT not = 0
            display 'Error, register entry ' foundTicket
                ' could not be updated'
        end-if
    end-if.
