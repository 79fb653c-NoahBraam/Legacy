*> Month-end department charge-back billing
*> Reads every results interface (.INT) file produced for the billing
*> period (a driver list of .INT names, one per line, the same idea as
*> primstat's driver), prices each record by its verdict class at the
*> rate the department master (DEPTMAST.DAT, kept by deptmnt) carries
*> for the submitting department, and prints one charge-back statement
*> per department. Codes that cannot be billed - not on the master,
*> marked inactive, or one of the codes the prime jobs reserve (NONE,
*> ????, ****) - are not priced; their volumes go to an unbilled
*> suspense section for the accounting group to chase. A control page
*> closes the report: per file and per verdict class, what the
*> interface files held against what RUNHIST.DAT says each run
*> counted, so the billing balances to the run history before it is
*> released.
identification division.
program-id. chgback.
environment division.
input-output section.
file-control.
select DRIVER-FILE assign to dynamic driver-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS driver-status.
select INTERFACE-FILE assign to dynamic interface-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS interface-status.
select HISTORY-FILE assign to dynamic history-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS history-status.
select DEPT-FILE assign to dynamic dept-file-name
ORGANIZATION IS INDEXED
ACCESS MODE IS RANDOM
RECORD KEY IS DPT-CODE
FILE STATUS IS dept-status.
select WORK-FILE assign to dynamic work-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS work-status.
select SORTED-FILE assign to dynamic sorted-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS sorted-status.
select SORT-FILE assign to 'SORTWORK'.
select SUSPENSE-FILE assign to dynamic suspense-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS suspense-status.
select REPORT-FILE assign to dynamic report-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS report-status.
select PARM-FILE assign to dynamic parm-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS parm-status.
data division.
file section.
fd DRIVER-FILE.
01 DRIVER-LINE PICTURE X(81).
fd INTERFACE-FILE.
01 INTERFACE-IN-LINE PICTURE X(200).
fd HISTORY-FILE.
01 HISTORY-IN-LINE PICTURE X(300).
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
fd WORK-FILE.
01 WORK-OUT-LINE PICTURE X(5).
fd SORTED-FILE.
01 SORTED-IN-LINE PICTURE X(5).
sd SORT-FILE.
01 SORT-REC.
   02 SORT-DEPT PICTURE X(4).
   02 SORT-CLASS PICTURE 9.
fd SUSPENSE-FILE.
01 SUSPENSE-LINE PICTURE X(100).
fd REPORT-FILE.
01 REPORT-OUT-LINE PICTURE X(100).
fd PARM-FILE.
01 PARM-LINE PICTURE X(81).
WORKING-STORAGE SECTION.
77  driver-file-name PICTURE X(81).
77  driver-status PICTURE X(02).
77  interface-file-name PICTURE X(81).
77  interface-status PICTURE X(02).
77  history-file-name PICTURE X(81) VALUE 'RUNHIST.DAT'.
77  history-status PICTURE X(02).
77  dept-file-name PICTURE X(81) VALUE 'DEPTMAST.DAT'.
77  dept-status PICTURE X(02).
77  dept-lock-name PICTURE X(81) VALUE 'DEPTMAST.LCK'.
77  lockAction PICTURE X.
77  lockResult PICTURE 9(4) VALUE 0.
77  genAction PICTURE X.
77  genResult PICTURE 9(4) VALUE 0.
77  historyTaken PICTURE 9 VALUE 0.
77  work-file-name PICTURE X(81).
77  work-status PICTURE X(02).
77  sorted-file-name PICTURE X(81).
77  sorted-status PICTURE X(02).
77  suspense-file-name PICTURE X(81).
77  suspense-status PICTURE X(02).
77  report-file-name PICTURE X(81).
77  report-status PICTURE X(02).
77  parm-file-name PICTURE X(81).
77  parm-status PICTURE X(02).
77  parm-data PICTURE X(81).
77  shell-command PICTURE X(300).
77  billPeriod PICTURE X(6).
77  current-date PICTURE 9(8).
77  driverFinished PICTURE 9 VALUE 0.
77  interfaceFinished PICTURE 9 VALUE 0.
77  historyFinished PICTURE 9 VALUE 0.
77  billDone PICTURE 9 VALUE 0.
77  suspenseDone PICTURE 9 VALUE 0.
77  haveDept PICTURE 9 VALUE 0.
77  currentDept PICTURE X(4).
77  suspenseReason PICTURE X(14).
77  nameLength PICTURE 9(2) USAGE IS COMPUTATIONAL.
77  fileIdx PICTURE 9(4) USAGE IS COMPUTATIONAL.
77  fileCount PICTURE 9(4) USAGE IS COMPUTATIONAL VALUE 0.
77  fileMax PICTURE 9(4) USAGE IS COMPUTATIONAL VALUE 200.
77  filesSkipped PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  filesFailed PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  filesNotInPeriod PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  filesOutOfBalance PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  classIdx PICTURE 9 USAGE IS COMPUTATIONAL.
77  recordClass PICTURE 9.
77  outOfPeriodTotal PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  unrecognizedTotal PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  statementCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  suspenseDeptCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  deptRecordTotal PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  deptChargeTotal PICTURE 9(11)V99 VALUE 0.
77  lineCharge PICTURE 9(11)V99 VALUE 0.
77  grandChargeTotal PICTURE 9(11)V99 VALUE 0.
77  classesBalanced PICTURE 9 VALUE 1.
77  historyTotal PICTURE 9(9) USAGE IS COMPUTATIONAL.
77  detailTotal PICTURE 9(9) USAGE IS COMPUTATIONAL.
77  crossTotal PICTURE 9(9) USAGE IS COMPUTATIONAL.
*> Interface record as primes3 writes it, pulled apart on the pipes.
01  INTERFACE-FIELDS.
    02 INT-VALUE PICTURE X(18).
    02 INT-VERDICT PICTURE X(10).
    02 INT-FACTOR PICTURE X(18).
    02 INT-FACTOR-TEXT PICTURE X(80).
    02 INT-DEPT PICTURE X(4).
    02 INT-INFILE PICTURE X(81).
    02 INT-SEQ PICTURE X(9).
    02 INT-STAMP PICTURE X(14).
01  SPOOL-REC.
    02 SPL-DEPT PICTURE X(4).
    02 SPL-CLASS PICTURE 9.
01  HISTORY-RECORD.
    02 HST-DATE PICTURE 9(8).
    02 FILLER PICTURE X.
    02 HST-TIME PICTURE 9(6).
    02 FILLER PICTURE X.
    02 HST-MODE PICTURE 99.
    02 FILLER PICTURE X.
    02 HST-CONTROL-FILE PICTURE X(40).
    02 FILLER PICTURE X.
    02 HST-INFILE PICTURE X(40).
    02 FILLER PICTURE X.
    02 HST-OUTFILE PICTURE X(40).
    02 FILLER PICTURE X.
    02 HST-RESUMED PICTURE X.
    02 FILLER PICTURE X.
    02 HST-RESUME-COUNT PICTURE 9(9).
    02 FILLER PICTURE X.
    02 HST-PRIME-COUNT PICTURE 9(9).
    02 FILLER PICTURE X.
    02 HST-NOTPRIME-COUNT PICTURE 9(9).
    02 FILLER PICTURE X.
    02 HST-ILLEGAL-COUNT PICTURE 9(9).
    02 FILLER PICTURE X.
    02 HST-NONNUMERIC-COUNT PICTURE 9(9).
    02 FILLER PICTURE X.
    02 HST-TOTAL-COUNT PICTURE 9(9).
    02 FILLER PICTURE X.
    02 HST-STATUS PICTURE X(14).
    02 FILLER PICTURE X.
    02 HST-ELAPSED PICTURE 9(7).
    02 FILLER PICTURE X.
    02 HST-RATE PICTURE 9(9).
    02 FILLER PICTURE X.
    02 HST-MASTER-HITS PICTURE 9(9).
    02 FILLER PICTURE X.
    02 HST-HIT-RATE PICTURE 9(9).
    02 FILLER PICTURE X.
    02 HST-COMPUTED PICTURE 9(9).
    02 FILLER PICTURE X.
    02 HST-COMPUTED-RATE PICTURE 9(9).
    02 FILLER PICTURE X.
    02 HST-MAGNITUDE PICTURE 99.
*> One entry per listed interface file: what it held for the period,
*> by class (1 prime, 2 composite, 3 illegal, 4 non-numeric,
*> 5 inquiry), the run stamp of its current generation where the
*> output set keeps generations, and the in-period run history of
*> the run that wrote it.
01  FILE-TABLE.
    02 FILE-ENTRY OCCURS 200.
       03 FT-NAME PICTURE X(81).
       03 FT-RUN-NAME PICTURE X(81).
       03 FT-OPENED PICTURE 9.
       03 FT-COUNT PICTURE 9(9) USAGE IS COMPUTATIONAL OCCURS 5.
       03 FT-OUT-OF-PERIOD PICTURE 9(9) USAGE IS COMPUTATIONAL.
       03 FT-GEN-KNOWN PICTURE 9.
       03 FT-GEN-STAMP PICTURE 9(14).
       03 FT-HIST-FOUND PICTURE 9.
       03 FT-HIST-STAMP PICTURE 9(14).
       03 FT-HIST-COUNT PICTURE 9(9) USAGE IS COMPUTATIONAL OCCURS 4.
       03 FT-HIST-TOTAL PICTURE 9(9) USAGE IS COMPUTATIONAL.
01  HISTORY-STAMP.
    02 HSS-DATE PICTURE 9(8).
    02 HSS-TIME PICTURE 9(6).
01  HISTORY-STAMP-N REDEFINES HISTORY-STAMP PICTURE 9(14).
01  GENERATION-STAMP.
    02 GNS-DATE PICTURE 9(8).
    02 GNS-TIME PICTURE 9(6).
01  GENERATION-STAMP-N REDEFINES GENERATION-STAMP PICTURE 9(14).
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
01  CLASS-TOTALS.
    02 CLS-INTERFACE PICTURE 9(9) USAGE IS COMPUTATIONAL OCCURS 5.
    02 CLS-BILLED PICTURE 9(9) USAGE IS COMPUTATIONAL OCCURS 5.
    02 CLS-UNBILLED PICTURE 9(9) USAGE IS COMPUTATIONAL OCCURS 5.
    02 CLS-HISTORY PICTURE 9(9) USAGE IS COMPUTATIONAL OCCURS 5.
    02 CLS-CHARGED PICTURE 9(11)V99 OCCURS 5.
01  DEPT-COUNTS.
    02 DEPT-COUNT PICTURE 9(9) USAGE IS COMPUTATIONAL OCCURS 5.
01  DEPT-RATES.
    02 DEPT-RATE PICTURE 9(3)V9(4) OCCURS 5.
01  CLASS-LABEL-VALUES.
    02 FILLER PICTURE X(16) VALUE 'PRIME'.
    02 FILLER PICTURE X(16) VALUE 'COMPOSITE'.
    02 FILLER PICTURE X(16) VALUE 'ILLEGAL'.
    02 FILLER PICTURE X(16) VALUE 'NON-NUMERIC'.
    02 FILLER PICTURE X(16) VALUE 'NXP/PVP INQUIRY'.
01  CLASS-LABEL-TABLE REDEFINES CLASS-LABEL-VALUES.
    02 CLASS-LABEL PICTURE X(16) OCCURS 5.
01  STATEMENT-TITLE-LINE.
    02 FILLER PICTURE X(6) VALUE SPACES.
    02 FILLER PICTURE X(33) VALUE 'DEPARTMENT CHARGE-BACK STATEMENT'.
    02 FILLER PICTURE X(8) VALUE ' PERIOD '.
    02 STM-PERIOD PICTURE X(6).
01  STATEMENT-DEPT-LINE.
    02 FILLER PICTURE X(12) VALUE ' DEPARTMENT '.
    02 STM-DEPT PICTURE X(4).
    02 FILLER PICTURE X VALUE SPACE.
    02 STM-NAME PICTURE X(30).
    02 FILLER PICTURE X(13) VALUE ' COST CENTER '.
    02 STM-COST-CENTER PICTURE X(8).
01  STATEMENT-HEAD-LINE.
    02 FILLER PICTURE X(17) VALUE ' VERDICT CLASS'.
    02 FILLER PICTURE X(10) VALUE '   RECORDS'.
    02 FILLER PICTURE X(10) VALUE '      RATE'.
    02 FILLER PICTURE X(18) VALUE '            CHARGE'.
01  STATEMENT-DETAIL-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 STM-CLASS PICTURE X(16).
    02 STM-COUNT PICTURE Z(9)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 STM-RATE PICTURE ZZ9.9999.
    02 FILLER PICTURE X VALUE SPACE.
    02 STM-CHARGE PICTURE ZZ,ZZZ,ZZZ,ZZ9.99.
01  STATEMENT-TOTAL-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 FILLER PICTURE X(16) VALUE 'TOTAL'.
    02 STM-TOTAL-COUNT PICTURE Z(9)9.
    02 FILLER PICTURE X(10) VALUE SPACES.
    02 STM-TOTAL-CHARGE PICTURE ZZ,ZZZ,ZZZ,ZZ9.99.
01  SUSPENSE-TITLE-LINE.
    02 FILLER PICTURE X(6) VALUE SPACES.
    02 FILLER PICTURE X(18) VALUE 'UNBILLED SUSPENSE'.
    02 FILLER PICTURE X(8) VALUE ' PERIOD '.
    02 SUS-PERIOD PICTURE X(6).
01  SUSPENSE-HEAD-LINE.
    02 FILLER PICTURE X(20) VALUE ' DEPT REASON'.
    02 FILLER PICTURE X(10) VALUE '     PRIME'.
    02 FILLER PICTURE X(10) VALUE ' COMPOSITE'.
    02 FILLER PICTURE X(10) VALUE '   ILLEGAL'.
    02 FILLER PICTURE X(10) VALUE '    NONNUM'.
    02 FILLER PICTURE X(10) VALUE '   INQUIRY'.
    02 FILLER PICTURE X(10) VALUE '     TOTAL'.
01  SUSPENSE-DETAIL-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 SUS-DEPT PICTURE X(4).
    02 FILLER PICTURE X VALUE SPACE.
    02 SUS-REASON PICTURE X(14).
    02 SUS-COUNT PICTURE Z(9)9 OCCURS 5.
    02 SUS-TOTAL PICTURE Z(9)9.
01  CONTROL-TITLE-LINE.
    02 FILLER PICTURE X(6) VALUE SPACES.
    02 FILLER PICTURE X(25) VALUE 'CHARGE-BACK CONTROL PAGE'.
    02 FILLER PICTURE X(8) VALUE ' PERIOD '.
    02 CTL-PERIOD PICTURE X(6).
01  CONTROL-FILE-HEAD-LINE.
    02 FILLER PICTURE X(42) VALUE ' INTERFACE FILE'.
    02 FILLER PICTURE X(10) VALUE '    DETAIL'.
    02 FILLER PICTURE X(10) VALUE '   HISTORY'.
    02 FILLER PICTURE X(10) VALUE '   INQUIRY'.
    02 FILLER PICTURE X(15) VALUE ' STATUS'.
01  CONTROL-FILE-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 CTL-FILE-NAME PICTURE X(40).
    02 FILLER PICTURE X VALUE SPACE.
    02 CTL-FILE-DETAIL PICTURE Z(9)9.
    02 CTL-FILE-HISTORY PICTURE Z(9)9.
    02 CTL-FILE-INQUIRY PICTURE Z(9)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 CTL-FILE-NOTE PICTURE X(14).
01  CONTROL-CLASS-HEAD-LINE.
    02 FILLER PICTURE X(17) VALUE ' VERDICT CLASS'.
    02 FILLER PICTURE X(10) VALUE ' INTERFACE'.
    02 FILLER PICTURE X(10) VALUE '    BILLED'.
    02 FILLER PICTURE X(10) VALUE '  UNBILLED'.
    02 FILLER PICTURE X(10) VALUE '   HISTORY'.
    02 FILLER PICTURE X(18) VALUE '           CHARGED'.
01  CONTROL-CLASS-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 CTL-CLASS PICTURE X(16).
    02 CTL-INTERFACE PICTURE Z(9)9.
    02 CTL-BILLED PICTURE Z(9)9.
    02 CTL-UNBILLED PICTURE Z(9)9.
    02 CTL-HISTORY PICTURE Z(9)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 CTL-CHARGED PICTURE ZZ,ZZZ,ZZZ,ZZ9.99.
01  CONTROL-INQUIRY-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 CTL-INQ-CLASS PICTURE X(16).
    02 CTL-INQ-INTERFACE PICTURE Z(9)9.
    02 CTL-INQ-BILLED PICTURE Z(9)9.
    02 CTL-INQ-UNBILLED PICTURE Z(9)9.
    02 FILLER PICTURE X(10) VALUE '       N/A'.
    02 FILLER PICTURE X VALUE SPACE.
    02 CTL-INQ-CHARGED PICTURE ZZ,ZZZ,ZZZ,ZZ9.99.
01  REPORT-COUNT-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 RPT-LABEL PICTURE X(20).
    02 RPT-COUNT PICTURE Z(8)9.
01  REPORT-AMOUNT-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 RPT-AMOUNT-LABEL PICTURE X(20).
    02 RPT-AMOUNT PICTURE ZZ,ZZZ,ZZZ,ZZ9.99.
01  REPORT-STATUS-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 FILLER PICTURE X(20) VALUE 'CONTROL STATUS     :'.
    02 FILLER PICTURE X VALUE SPACE.
    02 RPT-CONTROL-STATUS PICTURE X(14).

PROCEDURE DIVISION.
    ACCEPT parm-data FROM COMMAND-LINE.
    if parm-data not = spaces
        *> Parameter file: driver list of .INT files, the billing
        *> period (YYYYMM), then the statement report, one per line.
        move parm-data to parm-file-name
        OPEN INPUT PARM-FILE
        if parm-status not = '00'
            display 'Error, parameter file ' parm-file-name ' could not be opened'
            move 8 to RETURN-CODE
            STOP RUN
        end-if
        read PARM-FILE into PARM-LINE at end move spaces to PARM-LINE end-read
        move PARM-LINE to driver-file-name
        read PARM-FILE into PARM-LINE at end move spaces to PARM-LINE end-read
        move PARM-LINE to billPeriod
        read PARM-FILE into PARM-LINE at end move spaces to PARM-LINE end-read
        move PARM-LINE to report-file-name
        CLOSE PARM-FILE
    else
        display 'Enter the driver file listing the period''s .INT files'
        accept driver-file-name from SYSIN
        display 'Enter the billing period (YYYYMM, blank for last month)'
        accept billPeriod from SYSIN
        display 'Enter the charge-back report file'
        accept report-file-name from SYSIN
    end-if.
    *> Month-end runs after the month closes, so a blank period bills
    *> the month before today's.
    if billPeriod = spaces
        ACCEPT current-date FROM DATE YYYYMMDD
        if current-date(5:2) = '01'
            compute current-date = current-date - 10000 + 1100
        else
            compute current-date = current-date - 100
        end-if
        move current-date(1:6) to billPeriod
    end-if.
    if billPeriod is not numeric
        display 'Error, billing period ' billPeriod ' is not YYYYMM'
        move 8 to RETURN-CODE
        STOP RUN
    end-if.
    OPEN INPUT DRIVER-FILE.
    if driver-status not = '00'
        display 'Error, driver file ' driver-file-name ' could not be opened'
        move 8 to RETURN-CODE
        STOP RUN
    end-if.
    OPEN OUTPUT REPORT-FILE.
    if report-status not = '00'
        display 'Error, report file ' report-file-name ' could not be opened'
        CLOSE DRIVER-FILE
        move 8 to RETURN-CODE
        STOP RUN
    end-if.
    *> Rates must not move under a statement run, so the billing holds
    *> the same lock deptmnt takes for maintenance.
    move 'A' to lockAction.
    CALL 'RUNLOCK' USING dept-lock-name, lockAction, lockResult.
    if lockResult not = 0
        display 'Error, department master ' dept-file-name
            ' is in use by another session, try again later'
        CLOSE DRIVER-FILE, REPORT-FILE
        move 8 to RETURN-CODE
        STOP RUN
    end-if.
    OPEN INPUT DEPT-FILE.
    if dept-status not = '00'
        display 'Error, department master ' dept-file-name
            ' could not be opened, status ' dept-status
        CLOSE DRIVER-FILE, REPORT-FILE
        move 'R' to lockAction
        CALL 'RUNLOCK' USING dept-lock-name, lockAction, lockResult
        move 8 to RETURN-CODE
        STOP RUN
    end-if.
    move spaces to work-file-name.
    string report-file-name delimited by space
           '.WRK' delimited by size
      into work-file-name.
    move spaces to sorted-file-name.
    string report-file-name delimited by space
           '.SRT' delimited by size
      into sorted-file-name.
    move spaces to suspense-file-name.
    string report-file-name delimited by space
           '.SUS' delimited by size
      into suspense-file-name.
    INITIALIZE FILE-TABLE.
    INITIALIZE CLASS-TOTALS.
    OPEN OUTPUT WORK-FILE.
    if work-status not = '00'
        display 'Error, work file ' work-file-name
            ' could not be opened, status ' work-status
        CLOSE DRIVER-FILE, DEPT-FILE, REPORT-FILE
        move 'R' to lockAction
        CALL 'RUNLOCK' USING dept-lock-name, lockAction, lockResult
        move 8 to RETURN-CODE
        STOP RUN
    end-if.
    move 0 to driverFinished.
    perform until driverFinished = 1
        read DRIVER-FILE into DRIVER-LINE
            at end move 1 to driverFinished
        end-read
        if driverFinished not = 1 and DRIVER-LINE not = spaces
            move DRIVER-LINE to interface-file-name
            perform spool-one-interface
        end-if
    end-perform.
    CLOSE DRIVER-FILE.
    CLOSE WORK-FILE.
    SORT SORT-FILE ON ASCENDING KEY SORT-DEPT
        USING WORK-FILE GIVING SORTED-FILE.
    OPEN OUTPUT SUSPENSE-FILE.
    if suspense-status not = '00'
        display 'Error, suspense file ' suspense-file-name
            ' could not be opened, status ' suspense-status
        CLOSE DEPT-FILE, REPORT-FILE
        move 'R' to lockAction
        CALL 'RUNLOCK' USING dept-lock-name, lockAction, lockResult
        move 8 to RETURN-CODE
        STOP RUN
    end-if.
    perform bill-departments.
    CLOSE SUSPENSE-FILE.
    perform write-suspense-section.
    perform match-run-history.
    perform write-control-page.
    CLOSE DEPT-FILE, REPORT-FILE.
    move 'R' to lockAction.
    CALL 'RUNLOCK' USING dept-lock-name, lockAction, lockResult.
    move spaces to shell-command.
    string 'rm -f ' delimited by size
           work-file-name delimited by space
           ' ' delimited by size
           sorted-file-name delimited by space
           ' ' delimited by size
           suspense-file-name delimited by space
      into shell-command.
    CALL 'SYSTEM' USING shell-command.
    if filesOutOfBalance > 0 or filesFailed > 0 or filesSkipped > 0
            or classesBalanced = 0
        move 8 to RETURN-CODE
    else
        if suspenseDeptCount > 0 or filesNotInPeriod > 0
                or unrecognizedTotal > 0
            move 4 to RETURN-CODE
        else
            move 0 to RETURN-CODE
        end-if
    end-if.
    STOP RUN.

*> Copy one interface file's in-period records to the sort spool as
*> department + verdict class, and keep the file's own class counts
*> for the control page. Records stamped outside the period (a file
*> listed for the wrong month, or a run resumed across month end) are
*> counted but not billed.
spool-one-interface.
    if fileCount not < fileMax
        display 'Error, more than ' fileMax ' interface files listed, '
            interface-file-name ' not billed'
        add 1 to filesSkipped
    else
        add 1 to fileCount
        move fileCount to fileIdx
        move interface-file-name to FT-NAME (fileIdx)
        perform derive-run-name
        move 0 to interfaceFinished
        OPEN INPUT INTERFACE-FILE
        if interface-status not = '00'
            display 'Error, interface file ' interface-file-name
                ' could not be opened'
            add 1 to filesFailed
            move 0 to FT-OPENED (fileIdx)
        else
            move 1 to FT-OPENED (fileIdx)
            perform until interfaceFinished = 1
                read INTERFACE-FILE into INTERFACE-IN-LINE
                    at end move 1 to interfaceFinished
                end-read
                if interfaceFinished not = 1
                    perform classify-one-record
                end-if
            end-perform
            CLOSE INTERFACE-FILE
        end-if
    end-if.

*> The run that wrote NAME.INT logged NAME as its output file on
*> RUNHIST.DAT, so the history key is the interface name without
*> its .INT suffix.
derive-run-name.
    move 81 to nameLength
    perform until nameLength = 0
            or interface-file-name(nameLength:1) not = space
        subtract 1 from nameLength
    end-perform
    move interface-file-name to FT-RUN-NAME (fileIdx)
    if nameLength > 4
        if interface-file-name(nameLength - 3:4) = '.INT'
            move spaces to FT-RUN-NAME (fileIdx)
            move interface-file-name(1:nameLength - 4)
                to FT-RUN-NAME (fileIdx)
        end-if
    end-if.

classify-one-record.
    move spaces to INTERFACE-FIELDS
    unstring INTERFACE-IN-LINE delimited by '|'
        into INT-VALUE, INT-VERDICT, INT-FACTOR, INT-FACTOR-TEXT,
             INT-DEPT, INT-INFILE, INT-SEQ, INT-STAMP
    end-unstring
    move 0 to recordClass
    if INT-VERDICT = 'PRIME'
        move 1 to recordClass
    end-if
    if INT-VERDICT = 'COMPOSITE'
        move 2 to recordClass
    end-if
    if INT-VERDICT = 'ILLEGAL'
        move 3 to recordClass
    end-if
    if INT-VERDICT = 'NONNUMERIC'
        move 4 to recordClass
    end-if
    if INT-VERDICT = 'NEXTPRIME' or INT-VERDICT = 'PREVPRIME'
        move 5 to recordClass
    end-if
    if recordClass = 0
        add 1 to unrecognizedTotal
    else
        if INT-STAMP(1:6) not = billPeriod
            add 1 to FT-OUT-OF-PERIOD (fileIdx)
            add 1 to outOfPeriodTotal
        else
            add 1 to FT-COUNT (fileIdx, recordClass)
            add 1 to CLS-INTERFACE (recordClass)
            move INT-DEPT to SPL-DEPT
            move recordClass to SPL-CLASS
            WRITE WORK-OUT-LINE FROM SPOOL-REC
        end-if
    end-if.

*> Control break on department over the sorted spool: each
*> department's class counts are gathered and then either priced on a
*> statement or parked in suspense.
bill-departments.
    move 0 to billDone
    move 0 to haveDept
    OPEN INPUT SORTED-FILE
    if sorted-status not = '00'
        display 'Error, sorted work file ' sorted-file-name
            ' could not be opened'
        move 1 to billDone
    end-if
    perform until billDone = 1
        read SORTED-FILE into SPOOL-REC
            at end move 1 to billDone
        end-read
        if billDone not = 1
            if haveDept = 1 and SPL-DEPT not = currentDept
                perform close-one-department
            end-if
            if haveDept = 0
                move SPL-DEPT to currentDept
                INITIALIZE DEPT-COUNTS
                move 1 to haveDept
            end-if
            add 1 to DEPT-COUNT (SPL-CLASS)
        end-if
    end-perform
    if haveDept = 1
        perform close-one-department
    end-if
    if sorted-status = '10' or sorted-status = '00'
        CLOSE SORTED-FILE
    end-if.

close-one-department.
    move spaces to suspenseReason
    if currentDept = 'NONE' or currentDept = '????'
            or currentDept = '****' or currentDept = spaces
        move 'RESERVED CODE' to suspenseReason
    else
        move currentDept to DPT-CODE
        read DEPT-FILE
            invalid key move 'NOT ON MASTER' to suspenseReason
        end-read
        if suspenseReason = spaces and DPT-ACTIVE not = 'Y'
            move 'INACTIVE' to suspenseReason
        end-if
    end-if
    if suspenseReason = spaces
        perform write-statement
    else
        perform write-suspense-entry
    end-if
    move 0 to haveDept.

*> One statement page per billable department: each verdict class's
*> record count at the department's rate, rounded to the cent.
write-statement.
    add 1 to statementCount
    move DPT-RATE-PRIME to DEPT-RATE (1)
    move DPT-RATE-COMPOSITE to DEPT-RATE (2)
    move DPT-RATE-ILLEGAL to DEPT-RATE (3)
    move DPT-RATE-NONNUM to DEPT-RATE (4)
    move DPT-RATE-INQUIRY to DEPT-RATE (5)
    move billPeriod to STM-PERIOD
    WRITE REPORT-OUT-LINE FROM STATEMENT-TITLE-LINE AFTER ADVANCING PAGE
    move currentDept to STM-DEPT
    move DPT-NAME to STM-NAME
    move DPT-COST-CENTER to STM-COST-CENTER
    WRITE REPORT-OUT-LINE FROM STATEMENT-DEPT-LINE AFTER ADVANCING 2 LINES
    WRITE REPORT-OUT-LINE FROM STATEMENT-HEAD-LINE AFTER ADVANCING 2 LINES
    move 0 to deptRecordTotal
    move 0 to deptChargeTotal
    move 1 to classIdx
    perform until classIdx > 5
        compute lineCharge rounded =
            DEPT-COUNT (classIdx) * DEPT-RATE (classIdx)
        add DEPT-COUNT (classIdx) to deptRecordTotal
        add lineCharge to deptChargeTotal
        add DEPT-COUNT (classIdx) to CLS-BILLED (classIdx)
        add lineCharge to CLS-CHARGED (classIdx)
        move CLASS-LABEL (classIdx) to STM-CLASS
        move DEPT-COUNT (classIdx) to STM-COUNT
        move DEPT-RATE (classIdx) to STM-RATE
        move lineCharge to STM-CHARGE
        WRITE REPORT-OUT-LINE FROM STATEMENT-DETAIL-LINE
            AFTER ADVANCING 1 LINE
        add 1 to classIdx
    end-perform
    add deptChargeTotal to grandChargeTotal
    move deptRecordTotal to STM-TOTAL-COUNT
    move deptChargeTotal to STM-TOTAL-CHARGE
    WRITE REPORT-OUT-LINE FROM STATEMENT-TOTAL-LINE AFTER ADVANCING 2 LINES.

*> Suspense entries are held on a side file while the statements are
*> printed and listed together after the last statement.
write-suspense-entry.
    add 1 to suspenseDeptCount
    move currentDept to SUS-DEPT
    move suspenseReason to SUS-REASON
    move 0 to deptRecordTotal
    move 1 to classIdx
    perform until classIdx > 5
        add DEPT-COUNT (classIdx) to CLS-UNBILLED (classIdx)
        add DEPT-COUNT (classIdx) to deptRecordTotal
        move DEPT-COUNT (classIdx) to SUS-COUNT (classIdx)
        add 1 to classIdx
    end-perform
    move deptRecordTotal to SUS-TOTAL
    WRITE SUSPENSE-LINE FROM SUSPENSE-DETAIL-LINE.

write-suspense-section.
    move billPeriod to SUS-PERIOD
    WRITE REPORT-OUT-LINE FROM SUSPENSE-TITLE-LINE AFTER ADVANCING PAGE
    WRITE REPORT-OUT-LINE FROM SUSPENSE-HEAD-LINE AFTER ADVANCING 2 LINES
    move 0 to suspenseDone
    OPEN INPUT SUSPENSE-FILE
    if suspense-status not = '00'
        move 1 to suspenseDone
    end-if
    perform until suspenseDone = 1
        read SUSPENSE-FILE
            at end move 1 to suspenseDone
        end-read
        if suspenseDone not = 1
            WRITE REPORT-OUT-LINE FROM SUSPENSE-LINE AFTER ADVANCING 1 LINE
        end-if
    end-perform
    if suspense-status = '10' or suspense-status = '00'
        CLOSE SUSPENSE-FILE
    end-if
    if suspenseDeptCount = 0
        move ' NO UNBILLED DEPARTMENTS' to REPORT-OUT-LINE
        WRITE REPORT-OUT-LINE AFTER ADVANCING 1 LINE
    end-if.

*> For every listed file, the in-period RUNHIST.DAT record of the
*> run that wrote it. Runs that never opened their files or found the
*> pair locked wrote no interface records, so they are passed over.
*> Where the output set keeps generations, the .INT billed is the
*> current generation's, which a failed rerun never replaces and a
*> gdgutil PROMOT may roll back; its run is the first OK, BURST-FAIL
*> or ARCHIVE-FAIL history (the statuses a promoted run ends with)
*> stamped at or after the generation's run start. Without
*> generations every rerun overwrote the .INT, so the latest history
*> record stands.
match-run-history.
    perform find-current-generations
    OPEN INPUT HISTORY-FILE
    if history-status not = '00'
        display 'Error, run history file ' history-file-name
            ' could not be opened, nothing will balance'
    else
        move 0 to historyFinished
        perform until historyFinished = 1
            read HISTORY-FILE into HISTORY-RECORD
                at end move 1 to historyFinished
            end-read
            if historyFinished not = 1
                if HST-DATE(1:6) = billPeriod
                        and HST-STATUS not = 'OPEN-FAILED'
                        and HST-STATUS not = 'LOCKED'
                    perform match-one-history
                end-if
            end-if
        end-perform
        CLOSE HISTORY-FILE
    end-if.

find-current-generations.
    move 1 to fileIdx
    perform until fileIdx > fileCount
        if FT-RUN-NAME (fileIdx) (41:41) = spaces
            move spaces to GENERATION-ENTRY
            move FT-RUN-NAME (fileIdx) to GNE-OUTFILE
            move 'Q' to genAction
            CALL 'GENCAT' USING genAction, GENERATION-ENTRY, genResult
            if genResult = 0
                move 1 to FT-GEN-KNOWN (fileIdx)
                move GNE-RUN-DATE to GNS-DATE
                move GNE-RUN-TIME to GNS-TIME
                move GENERATION-STAMP-N to FT-GEN-STAMP (fileIdx)
            else
                if genResult not = 4
                    display 'Error, generation catalog could not be read for '
                        FT-RUN-NAME (fileIdx)
                    display 'Its latest in-period run history is matched instead'
                end-if
            end-if
        end-if
        add 1 to fileIdx
    end-perform.

match-one-history.
    move HST-DATE to HSS-DATE
    move HST-TIME to HSS-TIME
    move 1 to fileIdx
    perform until fileIdx > fileCount
        move 0 to historyTaken
        if FT-RUN-NAME (fileIdx) (1:40) = HST-OUTFILE
                and FT-RUN-NAME (fileIdx) (41:41) = spaces
            if FT-GEN-KNOWN (fileIdx) = 1
                if (HST-STATUS = 'OK' or HST-STATUS = 'BURST-FAIL'
                        or HST-STATUS = 'ARCHIVE-FAIL')
                        and HISTORY-STAMP-N not < FT-GEN-STAMP (fileIdx)
                        and (FT-HIST-FOUND (fileIdx) = 0
                        or HISTORY-STAMP-N < FT-HIST-STAMP (fileIdx))
                    move 1 to historyTaken
                end-if
            else
                if HISTORY-STAMP-N not < FT-HIST-STAMP (fileIdx)
                    move 1 to historyTaken
                end-if
            end-if
        end-if
        if historyTaken = 1
            move 1 to FT-HIST-FOUND (fileIdx)
            move HISTORY-STAMP-N to FT-HIST-STAMP (fileIdx)
            move HST-PRIME-COUNT to FT-HIST-COUNT (fileIdx, 1)
            move HST-NOTPRIME-COUNT to FT-HIST-COUNT (fileIdx, 2)
            move HST-ILLEGAL-COUNT to FT-HIST-COUNT (fileIdx, 3)
            move HST-NONNUMERIC-COUNT to FT-HIST-COUNT (fileIdx, 4)
            move HST-TOTAL-COUNT to FT-HIST-TOTAL (fileIdx)
        end-if
        add 1 to fileIdx
    end-perform.

*> The control page: each file's detail records against its run's
*> history count, then each verdict class across all files, where
*> billed plus unbilled must foot to what the interface files held
*> and the detail classes must agree with RUNHIST.DAT. Inquiries are
*> billed but the run history does not count them, so they are shown
*> without a history column.
write-control-page.
    move billPeriod to CTL-PERIOD
    WRITE REPORT-OUT-LINE FROM CONTROL-TITLE-LINE AFTER ADVANCING PAGE
    WRITE REPORT-OUT-LINE FROM CONTROL-FILE-HEAD-LINE AFTER ADVANCING 2 LINES
    move 1 to fileIdx
    perform until fileIdx > fileCount
        perform write-control-file-line
        add 1 to fileIdx
    end-perform
    WRITE REPORT-OUT-LINE FROM CONTROL-CLASS-HEAD-LINE AFTER ADVANCING 2 LINES
    move 0 to detailTotal
    move 0 to historyTotal
    move 1 to classIdx
    perform until classIdx > 4
        compute crossTotal = CLS-BILLED (classIdx) + CLS-UNBILLED (classIdx)
        if crossTotal not = CLS-INTERFACE (classIdx)
                or CLS-HISTORY (classIdx) not = CLS-INTERFACE (classIdx)
            move 0 to classesBalanced
        end-if
        add CLS-INTERFACE (classIdx) to detailTotal
        add CLS-HISTORY (classIdx) to historyTotal
        move CLASS-LABEL (classIdx) to CTL-CLASS
        move CLS-INTERFACE (classIdx) to CTL-INTERFACE
        move CLS-BILLED (classIdx) to CTL-BILLED
        move CLS-UNBILLED (classIdx) to CTL-UNBILLED
        move CLS-HISTORY (classIdx) to CTL-HISTORY
        move CLS-CHARGED (classIdx) to CTL-CHARGED
        WRITE REPORT-OUT-LINE FROM CONTROL-CLASS-LINE AFTER ADVANCING 1 LINE
        add 1 to classIdx
    end-perform
    compute crossTotal = CLS-BILLED (5) + CLS-UNBILLED (5)
    if crossTotal not = CLS-INTERFACE (5)
        move 0 to classesBalanced
    end-if
    move CLASS-LABEL (5) to CTL-INQ-CLASS
    move CLS-INTERFACE (5) to CTL-INQ-INTERFACE
    move CLS-BILLED (5) to CTL-INQ-BILLED
    move CLS-UNBILLED (5) to CTL-INQ-UNBILLED
    move CLS-CHARGED (5) to CTL-INQ-CHARGED
    WRITE REPORT-OUT-LINE FROM CONTROL-INQUIRY-LINE AFTER ADVANCING 1 LINE
    move 'TOTAL DETAIL' to CTL-CLASS
    move detailTotal to CTL-INTERFACE
    compute crossTotal = CLS-BILLED (1) + CLS-BILLED (2)
        + CLS-BILLED (3) + CLS-BILLED (4)
    move crossTotal to CTL-BILLED
    compute crossTotal = CLS-UNBILLED (1) + CLS-UNBILLED (2)
        + CLS-UNBILLED (3) + CLS-UNBILLED (4)
    move crossTotal to CTL-UNBILLED
    move historyTotal to CTL-HISTORY
    move grandChargeTotal to CTL-CHARGED
    WRITE REPORT-OUT-LINE FROM CONTROL-CLASS-LINE AFTER ADVANCING 2 LINES
    move spaces to REPORT-OUT-LINE
    WRITE REPORT-OUT-LINE
    move 'FILES LISTED       :' to RPT-LABEL
    compute crossTotal = fileCount + filesSkipped
    move crossTotal to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    move 'FILES NOT OPENED   :' to RPT-LABEL
    compute crossTotal = filesFailed + filesSkipped
    move crossTotal to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    move 'FILES NOT IN PERIOD:' to RPT-LABEL
    move filesNotInPeriod to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    move 'OUT OF PERIOD RECS :' to RPT-LABEL
    move outOfPeriodTotal to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    move 'UNRECOGNIZED RECS  :' to RPT-LABEL
    move unrecognizedTotal to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    move 'STATEMENTS PRINTED :' to RPT-LABEL
    move statementCount to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    move 'SUSPENSE DEPTS     :' to RPT-LABEL
    move suspenseDeptCount to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    move 'TOTAL CHARGED      :' to RPT-AMOUNT-LABEL
    move grandChargeTotal to RPT-AMOUNT
    WRITE REPORT-OUT-LINE FROM REPORT-AMOUNT-LINE
    if filesOutOfBalance > 0 or filesFailed > 0 or filesSkipped > 0
            or classesBalanced = 0
        move 'OUT OF BALANCE' to RPT-CONTROL-STATUS
    else
        move 'BALANCED' to RPT-CONTROL-STATUS
    end-if
    WRITE REPORT-OUT-LINE FROM REPORT-STATUS-LINE.

*> A file is balanced when each detail class it held matches its
*> run's history. A file with nothing in the period was listed for
*> the wrong month: it billed nothing and is only flagged.
write-control-file-line.
    move FT-NAME (fileIdx) to CTL-FILE-NAME
    compute detailTotal = FT-COUNT (fileIdx, 1) + FT-COUNT (fileIdx, 2)
        + FT-COUNT (fileIdx, 3) + FT-COUNT (fileIdx, 4)
    move detailTotal to CTL-FILE-DETAIL
    move FT-HIST-TOTAL (fileIdx) to CTL-FILE-HISTORY
    move FT-COUNT (fileIdx, 5) to CTL-FILE-INQUIRY
    if FT-OPENED (fileIdx) = 0
        move 'OPEN FAILED' to CTL-FILE-NOTE
    else
        if detailTotal = 0 and FT-COUNT (fileIdx, 5) = 0
                and FT-OUT-OF-PERIOD (fileIdx) > 0
            move 'NOT IN PERIOD' to CTL-FILE-NOTE
            add 1 to filesNotInPeriod
        else
            if FT-HIST-FOUND (fileIdx) = 0
                move 'NO RUN HISTORY' to CTL-FILE-NOTE
                add 1 to filesOutOfBalance
            else
                if FT-COUNT (fileIdx, 1) = FT-HIST-COUNT (fileIdx, 1)
                        and FT-COUNT (fileIdx, 2) = FT-HIST-COUNT (fileIdx, 2)
                        and FT-COUNT (fileIdx, 3) = FT-HIST-COUNT (fileIdx, 3)
                        and FT-COUNT (fileIdx, 4) = FT-HIST-COUNT (fileIdx, 4)
                        and detailTotal = FT-HIST-TOTAL (fileIdx)
                    move 'BALANCED' to CTL-FILE-NOTE
                else
                    move 'OUT OF BALANCE' to CTL-FILE-NOTE
                    add 1 to filesOutOfBalance
                end-if
                move 1 to classIdx
                perform until classIdx > 4
                    add FT-HIST-COUNT (fileIdx, classIdx)
                        to CLS-HISTORY (classIdx)
                    add 1 to classIdx
                end-perform
            end-if
        end-if
    end-if
    WRITE REPORT-OUT-LINE FROM CONTROL-FILE-LINE AFTER ADVANCING 1 LINE.
