*> Department master maintenance and inquiry
*> Keeps the department rate master the month-end charge-back run
*> prices against: one entry per submitter/department code with the
*> department's name, its cost center, an active flag and the
*> per-record rate for each verdict class (prime, composite, illegal,
*> non-numeric, NXP/PVP inquiry). Rates are dollars to four places.
*> Each entry also carries the delivery destination the department
*> burst lists on its distribution manifest.
*> The codes the prime jobs reserve for themselves (NONE for a blank
*> card field, ???? for a garbled one, **** for the department-table
*> overflow slot) can never be billed and are refused here.
identification division.
program-id. deptmnt.
environment division.
input-output section.
file-control.
select DEPT-FILE assign to dynamic dept-file-name
ORGANIZATION IS INDEXED
ACCESS MODE IS DYNAMIC
RECORD KEY IS DPT-CODE
FILE STATUS IS dept-status.
data division.
file section.
fd DEPT-FILE.
01 DEPT-REC.
   02 DPT-CODE PICTURE X(4).
   02 DPT-NAME PICTURE X(30).
   02 DPT-COST-CENTER PICTURE X(8).
   02 DPT-ACTIVE PICTURE X.
   02 DPT-RATE-PRIME PICTURE 9(3)V9(4).
   02 DPT-RATE-COMPOSITE PICTURE 9(3)V9(4).
   02 DPT-RATE-ILLEGAL PICTURE 9(3)V9(4).
   02 DPT-RATE-NONNUM PICTURE 9(3)V9(4).
   02 DPT-RATE-INQUIRY PICTURE 9(3)V9(4).
   02 DPT-DESTINATION PICTURE X(40).
WORKING-STORAGE SECTION.
77  dept-file-name PICTURE X(81) VALUE 'DEPTMAST.DAT'.
77  dept-status PICTURE X(02).
77  dept-lock-name PICTURE X(81) VALUE 'DEPTMAST.LCK'.
77  lockAction PICTURE X.
77  lockResult PICTURE 9(4) VALUE 0.
77  userChoice PICTURE 99.
77  isFinished PICTURE 99.
77  browseDone PICTURE 9.
77  entryCount PICTURE 9(9) USAGE IS COMPUTATIONAL.
77  inquiry-key PICTURE X(4).
77  answerText PICTURE X(40).
77  rateText PICTURE X(10).
77  rateValue PICTURE 9(3)V9(4).
77  rateBad PICTURE 9.
77  rateIdx PICTURE 99.
77  rateWhole PICTURE 9(3).
77  rateFraction PICTURE 9(4).
77  wholeDigits PICTURE 9.
77  fractionDigits PICTURE 9.
77  sawPoint PICTURE 9.
77  fieldsOk PICTURE 9.
01  RATE-DIGIT-X PICTURE X.
01  RATE-DIGIT REDEFINES RATE-DIGIT-X PICTURE 9.
01  DEPT-DETAIL-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 DTL-CODE PICTURE X(4).
    02 FILLER PICTURE X VALUE SPACE.
    02 DTL-NAME PICTURE X(30).
    02 FILLER PICTURE X(4) VALUE ' CC='.
    02 DTL-COST-CENTER PICTURE X(8).
    02 FILLER PICTURE X(8) VALUE ' ACTIVE='.
    02 DTL-ACTIVE PICTURE X.
01  DEPT-RATE-LINE.
    02 FILLER PICTURE X(6) VALUE SPACES.
    02 FILLER PICTURE X(6) VALUE 'PRIME='.
    02 DTL-RATE-PRIME PICTURE ZZ9.9999.
    02 FILLER PICTURE X(11) VALUE ' COMPOSITE='.
    02 DTL-RATE-COMPOSITE PICTURE ZZ9.9999.
    02 FILLER PICTURE X(9) VALUE ' ILLEGAL='.
    02 DTL-RATE-ILLEGAL PICTURE ZZ9.9999.
    02 FILLER PICTURE X(8) VALUE ' NONNUM='.
    02 DTL-RATE-NONNUM PICTURE ZZ9.9999.
    02 FILLER PICTURE X(9) VALUE ' INQUIRY='.
    02 DTL-RATE-INQUIRY PICTURE ZZ9.9999.
01  DEPT-DEST-LINE.
    02 FILLER PICTURE X(6) VALUE SPACES.
    02 FILLER PICTURE X(12) VALUE 'DELIVER TO: '.
    02 DTL-DESTINATION PICTURE X(40).

PROCEDURE DIVISION.
    *> Maintenance holds the same lock the billing run takes, so rates
    *> never change under a statement run half way through.
    move 'A' to lockAction.
    CALL 'RUNLOCK' USING dept-lock-name, lockAction, lockResult.
    if lockResult not = 0
        display 'Error, department master ' dept-file-name
            ' is in use by another session, try again later'
        move 8 to RETURN-CODE
        STOP RUN
    end-if.
    OPEN I-O DEPT-FILE.
    if dept-status = '35'
        OPEN OUTPUT DEPT-FILE
        if dept-status = '00'
            CLOSE DEPT-FILE
            OPEN I-O DEPT-FILE
        end-if
    end-if.
    if dept-status not = '00'
        display 'Error, department master ' dept-file-name
            ' could not be opened, status ' dept-status
        move 'R' to lockAction
        CALL 'RUNLOCK' USING dept-lock-name, lockAction, lockResult
        move 8 to RETURN-CODE
        STOP RUN
    end-if.
    move 0 to isFinished.
    perform until isFinished = 1
        display 'Inquire on a department(1), browse the master(2),'
            ' add a department(3), change a department(4) or exit(0)'
        ACCEPT userChoice FROM SYSIN
        if userChoice = 0
            move 1 to isFinished
        else
            if userChoice = 1
                perform inquire-one-department
            else
                if userChoice = 2
                    perform browse-departments
                else
                    if userChoice = 3
                        perform add-one-department
                    else
                        if userChoice = 4
                            perform change-one-department
                        else
                            display 'Error, enter a valid number'
                        end-if
                    end-if
                end-if
            end-if
        end-if
    end-perform.
    CLOSE DEPT-FILE.
    move 'R' to lockAction.
    CALL 'RUNLOCK' USING dept-lock-name, lockAction, lockResult.
    STOP RUN.

inquire-one-department.
    display 'Enter the department code'
    ACCEPT inquiry-key FROM SYSIN
    move inquiry-key to DPT-CODE
    read DEPT-FILE
        invalid key display inquiry-key ' IS NOT ON THE MASTER'
        not invalid key perform display-department
    end-read.

*> Sequential pass over the whole master in code order.
browse-departments.
    move 0 to browseDone
    move 0 to entryCount
    move LOW-VALUES to DPT-CODE
    start DEPT-FILE key not < DPT-CODE
        invalid key move 1 to browseDone
    end-start
    perform until browseDone = 1
        read DEPT-FILE next record
            at end move 1 to browseDone
            not at end
                perform display-department
                add 1 to entryCount
        end-read
    end-perform
    display entryCount ' DEPARTMENTS ON THE MASTER'.

*> A new department is keyed in full; it starts active unless the
*> operator says otherwise, and nothing is written until every rate
*> has passed its edit.
add-one-department.
    display 'Enter the department code to add'
    ACCEPT inquiry-key FROM SYSIN
    if inquiry-key = spaces or inquiry-key = 'NONE'
            or inquiry-key = '????' or inquiry-key = '****'
        display 'Error, ' inquiry-key ' is reserved and cannot be billed'
    else
        move inquiry-key to DPT-CODE
        read DEPT-FILE
            invalid key
                perform key-new-department
            not invalid key
                display inquiry-key ' IS ALREADY ON THE MASTER'
        end-read
    end-if.

key-new-department.
    move 1 to fieldsOk
    move inquiry-key to DPT-CODE
    display 'Enter the department name'
    ACCEPT DPT-NAME FROM SYSIN
    display 'Enter the cost center'
    ACCEPT DPT-COST-CENTER FROM SYSIN
    display 'Active (Y/N, blank means Y)'
    ACCEPT answerText FROM SYSIN
    if answerText(1:1) = 'N' or answerText(1:1) = 'n'
        move 'N' to DPT-ACTIVE
    else
        move 'Y' to DPT-ACTIVE
    end-if
    display 'Enter the rate per prime record (999.9999)'
    move 0 to rateValue
    perform accept-one-rate
    move rateValue to DPT-RATE-PRIME
    display 'Enter the rate per composite record (999.9999)'
    move 0 to rateValue
    perform accept-one-rate
    move rateValue to DPT-RATE-COMPOSITE
    display 'Enter the rate per illegal record (999.9999)'
    move 0 to rateValue
    perform accept-one-rate
    move rateValue to DPT-RATE-ILLEGAL
    display 'Enter the rate per non-numeric record (999.9999)'
    move 0 to rateValue
    perform accept-one-rate
    move rateValue to DPT-RATE-NONNUM
    display 'Enter the rate per NXP/PVP inquiry (999.9999)'
    move 0 to rateValue
    perform accept-one-rate
    move rateValue to DPT-RATE-INQUIRY
    display 'Enter the delivery destination for burst output'
    ACCEPT DPT-DESTINATION FROM SYSIN
    if fieldsOk = 0
        display 'Error, department ' inquiry-key ' not added'
    else
        write DEPT-REC
            invalid key display 'Error, department ' inquiry-key
                ' could not be added'
            not invalid key display inquiry-key ' ADDED TO THE MASTER'
        end-write
    end-if.

*> Each field is offered in turn; a blank answer keeps what is on
*> file, so changing one rate does not mean re-keying the rest.
change-one-department.
    display 'Enter the department code to change'
    ACCEPT inquiry-key FROM SYSIN
    move inquiry-key to DPT-CODE
    read DEPT-FILE
        invalid key display inquiry-key ' IS NOT ON THE MASTER'
        not invalid key perform key-department-changes
    end-read.

key-department-changes.
    perform display-department
    move 1 to fieldsOk
    display 'Enter the department name (blank keeps)'
    ACCEPT answerText FROM SYSIN
    if answerText not = spaces
        move answerText to DPT-NAME
    end-if
    display 'Enter the cost center (blank keeps)'
    ACCEPT answerText FROM SYSIN
    if answerText not = spaces
        move answerText to DPT-COST-CENTER
    end-if
    display 'Active (Y/N, blank keeps)'
    ACCEPT answerText FROM SYSIN
    if answerText(1:1) = 'Y' or answerText(1:1) = 'y'
        move 'Y' to DPT-ACTIVE
    end-if
    if answerText(1:1) = 'N' or answerText(1:1) = 'n'
        move 'N' to DPT-ACTIVE
    end-if
    display 'Enter the rate per prime record (blank keeps)'
    move DPT-RATE-PRIME to rateValue
    perform accept-one-rate
    move rateValue to DPT-RATE-PRIME
    display 'Enter the rate per composite record (blank keeps)'
    move DPT-RATE-COMPOSITE to rateValue
    perform accept-one-rate
    move rateValue to DPT-RATE-COMPOSITE
    display 'Enter the rate per illegal record (blank keeps)'
    move DPT-RATE-ILLEGAL to rateValue
    perform accept-one-rate
    move rateValue to DPT-RATE-ILLEGAL
    display 'Enter the rate per non-numeric record (blank keeps)'
    move DPT-RATE-NONNUM to rateValue
    perform accept-one-rate
    move rateValue to DPT-RATE-NONNUM
    display 'Enter the rate per NXP/PVP inquiry (blank keeps)'
    move DPT-RATE-INQUIRY to rateValue
    perform accept-one-rate
    move rateValue to DPT-RATE-INQUIRY
    display 'Enter the delivery destination (blank keeps)'
    ACCEPT answerText FROM SYSIN
    if answerText not = spaces
        move answerText to DPT-DESTINATION
    end-if
    if fieldsOk = 0
        display 'Error, department ' inquiry-key ' not changed'
    else
        rewrite DEPT-REC
            invalid key display 'Error, department ' inquiry-key
                ' could not be changed'
            not invalid key display inquiry-key ' CHANGED ON THE MASTER'
        end-rewrite
    end-if.

*> Rates are keyed as dollars with up to three whole and four decimal
*> places (0.0125, 1.5, 12). The digits are gathered one at a time,
*> the same tolerance the card edits apply; a blank answer leaves
*> rateValue as the caller set it, anything unparseable clears
*> fieldsOk so the record is not written.
accept-one-rate.
    ACCEPT rateText FROM SYSIN
    if rateText not = spaces
        move 0 to rateBad
        move 0 to rateWhole
        move 0 to rateFraction
        move 0 to wholeDigits
        move 0 to fractionDigits
        move 0 to sawPoint
        move 1 to rateIdx
        perform until rateIdx > 10 or rateBad = 1
                or rateText(rateIdx:1) = space
            if rateText(rateIdx:1) = '.'
                if sawPoint = 1
                    move 1 to rateBad
                else
                    move 1 to sawPoint
                end-if
            else
                if rateText(rateIdx:1) is numeric
                    move rateText(rateIdx:1) to RATE-DIGIT-X
                    if sawPoint = 0
                        if wholeDigits = 3
                            move 1 to rateBad
                        else
                            add 1 to wholeDigits
                            compute rateWhole = rateWhole * 10 + RATE-DIGIT
                        end-if
                    else
                        if fractionDigits = 4
                            move 1 to rateBad
                        else
                            add 1 to fractionDigits
                            compute rateFraction =
                                rateFraction * 10 + RATE-DIGIT
                        end-if
                    end-if
                else
                    move 1 to rateBad
                end-if
            end-if
            add 1 to rateIdx
        end-perform
        if rateBad = 1
            display 'Error, rate ' rateText ' is not a valid amount'
            move 0 to fieldsOk
        else
            perform until fractionDigits = 4
                multiply 10 by rateFraction
                add 1 to fractionDigits
            end-perform
            compute rateValue = rateWhole + rateFraction / 10000
        end-if
    end-if.

display-department.
    move DPT-CODE to DTL-CODE
    move DPT-NAME to DTL-NAME
    move DPT-COST-CENTER to DTL-COST-CENTER
    move DPT-ACTIVE to DTL-ACTIVE
    move DPT-RATE-PRIME to DTL-RATE-PRIME
    move DPT-RATE-COMPOSITE to DTL-RATE-COMPOSITE
    move DPT-RATE-ILLEGAL to DTL-RATE-ILLEGAL
    move DPT-RATE-NONNUM to DTL-RATE-NONNUM
    move DPT-RATE-INQUIRY to DTL-RATE-INQUIRY
    move DPT-DESTINATION to DTL-DESTINATION
    display DEPT-DETAIL-LINE
    display DEPT-RATE-LINE
    display DEPT-DEST-LINE.
