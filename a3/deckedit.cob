*> cards, checks the department code, and prints an edit listing.
*> RETURN-CODE 0 means schedule it, 4 means warnings only (duplicates
*> or department codes the batch run would normalize), 8 means the
*> deck should not be scheduled. A deck that is not bounced gets a
*> ticket on the submission register (SUBMREG.DAT, through REGUPD),
*> printed on the listing for the submitter to quote.
identification division.
program-id. deckedit.
environment division.
77  haveGroup PICTURE 9 VALUE 0.
77  groupN PICTURE 9(18).
77  occurCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  submitDept PICTURE X(4) VALUE SPACES.
77  deckDept PICTURE X(4) VALUE SPACES.
77  regAction PICTURE X.
77  regResult PICTURE 9(4) VALUE 0.
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
01  SPOOL-REC.
    02 SPL-N PICTURE 9(18).
01  IN-CARD.
    02 FILLER PICTURE X VALUE SPACE.
    02 LST-COUNT-LABEL PICTURE X(20).
    02 LST-COUNT PICTURE Z(8)9.
01  LIST-TICKET-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 FILLER PICTURE X(15) VALUE 'TICKET NUMBER: '.
    02 LST-TICKET PICTURE Z(8)9.
    02 FILLER PICTURE X(6) VALUE ' DEPT '.
    02 LST-TICKET-DEPT PICTURE X(4).
01  LIST-VERDICT-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 FILLER PICTURE X(13) VALUE 'DECK STATUS: '.
    ACCEPT parm-data FROM COMMAND-LINE.
    if parm-data not = spaces
        *> Parameter file, one value per line as the other batch
        *> parms do: the deck to edit, then the edit listing file,
        *> then optionally the submitting department (blank takes
        *> the first department code punched on the deck).
        move parm-data to parm-file-name
        OPEN INPUT PARM-FILE
        if parm-status not = '00'
        move PARM-LINE to card-file-name
        read PARM-FILE into PARM-LINE at end move spaces to PARM-LINE end-read
        move PARM-LINE to list-file-name
        read PARM-FILE into PARM-LINE at end move spaces to PARM-LINE end-read
        move PARM-LINE(1:4) to submitDept
        CLOSE PARM-FILE
    else
        display 'Enter the card deck to edit'
        accept card-file-name from SYSIN
        display 'Enter the edit listing file'
        accept list-file-name from SYSIN
        display 'Enter the submitting department (blank for the deck''s)'
        accept submitDept from SYSIN
    end-if.
    OPEN INPUT CARD-FILE.
    if card-status not = '00'
    perform check-control-cards.
    perform check-duplicates.
    perform write-edit-totals.
    if errorCount = 0
        perform register-deck
    end-if.
    CLOSE LIST-FILE.
    STOP RUN.

        end-if
        move IN-DEPT to deptRaw
        perform edit-dept-code
        if deckDept = spaces
            move IN-DEPT to deckDept
        end-if
    end-if
    end-if.

    end-if
    WRITE LIST-OUT-LINE FROM LIST-VERDICT-LINE
    display 'DECK EDIT: ' card-file-name ' ' LST-VERDICT.

*> An accepted deck (GO, with or without warnings) goes on the
*> submission register as ACCEPTED under a new ticket. A register
*> that cannot be posted is reported but does not bounce the deck.
register-deck.
    move spaces to REGISTER-ENTRY
    move card-file-name to RGE-DECK
    if submitDept not = spaces
        move submitDept to RGE-DEPT
    else
        if deckDept not = spaces
            move deckDept to RGE-DEPT
        else
            move 'NONE' to RGE-DEPT
        end-if
    end-if
    move cardSeq to RGE-CARD-COUNT
    move RETURN-CODE to RGE-EDIT-RC
    move 'N' to regAction
    CALL 'REGUPD' USING regAction, REGISTER-ENTRY, regResult
    move RGE-EDIT-RC to RETURN-CODE
    if regResult = 0
        move RGE-TICKET to LST-TICKET
        move RGE-DEPT to LST-TICKET-DEPT
        WRITE LIST-OUT-LINE FROM LIST-TICKET-LINE
        display 'DECK EDIT: ' card-file-name ' TICKET ' RGE-TICKET
    else
        display 'Error, deck ' card-file-name
            ' accepted but not entered on the submission register'
    end-if.
