*> Partitioned run of one oversized deck
*> Splits one large IN-CARD deck into partitions, runs them as
*> separate primes3 jobs side by side, and merges their results back
*> into one output set under the deck's own output name, for decks
*> that no longer fit the batch window as a single run. The function
*> is picked by the first parameter line (or the prompt):
*>   SPLIT - cut the deck into N sub-decks (deck + '.Pnn'), the
*>           detail cards shared out as evenly as they go, each with
*>           its own HDR/TRL carrying its count. Inquiry cards stay
*>           with the partition they arrive in; the deck's own HDR/TRL
*>           counts are kept on the partition control file (output
*>           name + '.PCTL') for the merge. Each partition gets a
*>           primes3 parameter file (output name + '.Pnn.PARM', mode 2
*>           with PARTITION=Y) and is marked not yet run.
*>   RUN   - start every partition not yet finished clean as its own
*>           primes3 job, all at once, wait for them all and report
*>           each one's return code (output name + '.Pnn.RC', the
*>           job's own log in output name + '.Pnn.LOG'). Resubmitting
*>           after a failure reruns only the partitions that failed,
*>           each resuming from its own checkpoint.
*>   MERGE - once every partition finished clean, build the one
*>           output set: the report (one section per department, one
*>           RUN TOTALS trailer and one per-department block, checked
*>           against the deck's own HDR/TRL count), .PRM, .EXC and
*>           .INT (input file, sequence and run stamp restated for the
*>           whole deck), written as a new generation of the output
*>           name and audited by AUDCHK like any other run. The master
*>           updates the partitions deferred are then filed through
*>           MASTAPLY, and a clean set is made current, burst and
*>           archived, with the run-history record and the register
*>           posting made for the deck as a whole.
*>   ALL   - SPLIT, RUN and MERGE in one go, stopping at the first
*>           that fails.
*> The deck is held under its checkpoint lock for the whole function
*> so no plain primes3 run can work the same deck meanwhile.
*> RETURN-CODE 8 when the function failed, 4 when the merged set is
*> good but master updates are still held on the partitions' .MDF
*> files for a mastutil APPLY.
identification division.
program-id. partrun.
environment division.
input-output section.
file-control.
select PARM-FILE assign to dynamic parm-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS parm-status.
select DECK-FILE assign to dynamic deck-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS deck-status.
select PART-DECK-FILE assign to dynamic part-deck-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS part-deck-status.
select SCRATCH-FILE assign to dynamic scratch-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS scratch-status.
select CONTROL-FILE assign to dynamic control-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS control-status.
select PART-INT-FILE assign to dynamic part-int-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS part-int-status.
select PART-EXC-FILE assign to dynamic part-exc-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS part-exc-status.
select OUTPUT-FILE assign to dynamic report-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS output-status.
select EXCEPTIONS-FILE assign to dynamic exceptions-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS exceptions-status.
select PRIMES-FILE assign to dynamic primes-extract-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS primes-status.
select RESULTS-FILE assign to dynamic results-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS results-status.
select WORK-FILE assign to dynamic work-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS work-status.
select SORTED-FILE assign to dynamic sorted-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS sorted-status.
select SORT-FILE assign to 'SORTWORK'.
select HISTORY-FILE assign to dynamic history-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS history-status.
data division.
file section.
fd PARM-FILE.
01 PARM-LINE PICTURE X(81).
fd DECK-FILE.
01 DECK-IN-LINE PICTURE X(81).
fd PART-DECK-FILE.
01 PART-DECK-LINE PICTURE X(80).
fd SCRATCH-FILE.
01 SCRATCH-OUT-LINE PICTURE X(300).
fd CONTROL-FILE.
01 CONTROL-LINE PICTURE X(110).
fd PART-INT-FILE.
01 PART-INT-LINE PICTURE X(200).
fd PART-EXC-FILE.
01 PART-EXC-LINE PICTURE X(81).
fd OUTPUT-FILE.
01 OUT-LINE PICTURE X(160).
fd EXCEPTIONS-FILE.
01 EXC-OUT-LINE PICTURE X(81).
fd PRIMES-FILE.
01 PRIMES-OUT-LINE PICTURE X(18).
fd RESULTS-FILE.
01 RESULTS-OUT-LINE PICTURE X(200).
fd WORK-FILE.
01 WORK-OUT-LINE PICTURE X(50).
fd SORTED-FILE.
01 SORTED-IN-LINE PICTURE X(50).
sd SORT-FILE.
01 SORT-REC.
   02 SORT-DEPT PICTURE X(4).
   02 SORT-N PICTURE 9(18).
   02 FILLER PICTURE X(19).
   02 SORT-SEQ PICTURE 9(9).
fd HISTORY-FILE.
01 HISTORY-OUT-LINE PICTURE X(300).
WORKING-STORAGE SECTION.
77  parm-data PICTURE X(81).
77  parm-file-name PICTURE X(81).
77  parm-status PICTURE X(02).
77  unattended PICTURE 9 VALUE 0.
77  functionCode PICTURE X(5).
77  deck-file-name PICTURE X(81).
77  deck-status PICTURE X(02).
77  deck-lock-name PICTURE X(81).
77  outfile-name PICTURE X(81).
77  report-file-name PICTURE X(81).
77  output-status PICTURE X(02).
77  program-name PICTURE X(81) VALUE './primes3'.
77  part-deck-name PICTURE X(81).
77  part-deck-status PICTURE X(02).
77  part-out-name PICTURE X(81).
77  part-parm-name PICTURE X(81).
77  part-rc-name PICTURE X(81).
77  part-log-name PICTURE X(81).
77  part-ckpt-name PICTURE X(81).
77  part-int-name PICTURE X(81).
77  part-int-status PICTURE X(02).
77  part-exc-name PICTURE X(81).
77  part-exc-status PICTURE X(02).
77  part-mdf-name PICTURE X(81).
77  scratch-file-name PICTURE X(81).
77  scratch-status PICTURE X(02).
77  control-file-name PICTURE X(81).
77  control-status PICTURE X(02).
77  script-file-name PICTURE X(81).
77  exceptions-name PICTURE X(81).
77  exceptions-status PICTURE X(02).
77  primes-extract-name PICTURE X(81).
77  primes-status PICTURE X(02).
77  results-file-name PICTURE X(81).
77  results-status PICTURE X(02).
77  work-file-name PICTURE X(81).
77  work-status PICTURE X(02).
77  sorted-file-name PICTURE X(81).
77  sorted-status PICTURE X(02).
77  history-file-name PICTURE X(81) VALUE 'RUNHIST.DAT'.
77  history-status PICTURE X(02).
77  master-lock-name PICTURE X(81) VALUE 'PRIMMAST.LCK'.
77  shell-command PICTURE X(300).
77  lockAction PICTURE X.
77  lockResult PICTURE 9(4) VALUE 0.
77  stepFailed PICTURE 9 VALUE 0.
77  heldUpdates PICTURE 9 VALUE 0.
77  partitionCount PICTURE 99 VALUE 0.
77  partIdx PICTURE 99 VALUE 0.
77  partDisp PICTURE 99.
77  partOpen PICTURE 9 VALUE 0.
77  partBase PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  partExtra PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  partTarget PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  partWritten PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  launchCount PICTURE 99 VALUE 0.
77  failedCount PICTURE 99 VALUE 0.
77  deckDone PICTURE 9 VALUE 0.
77  fileDone PICTURE 9 VALUE 0.
77  detailCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  expectedCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  gotHeader PICTURE 9 VALUE 0.
77  gotTrailer PICTURE 9 VALUE 0.
77  sortedOption PICTURE 9 VALUE 0.
77  primeCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  notPrimeCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  illegalCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  nonNumericCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  totalCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  inquiryCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  pairStatus PICTURE 9 VALUE 0.
77  auditResult PICTURE 9(4) VALUE 0.
77  burstResult PICTURE 9(4) VALUE 0.
77  archiveResult PICTURE 9(4) VALUE 0.
77  applyResult PICTURE 9(4) VALUE 0.
77  regAction PICTURE X.
77  regResult PICTURE 9(4) VALUE 0.
77  genAction PICTURE X.
77  genResult PICTURE 9(4) VALUE 0.
77  genNumber PICTURE 9(4) VALUE 0.
77  auditDone PICTURE 9 VALUE 0.
77  haveStamp PICTURE 9 VALUE 0.
77  runStamp PICTURE X(14).
77  seqDisplay PICTURE 9(9).
77  current-date PICTURE 9(8).
77  run-time PICTURE 9(8).
77  startDate PICTURE 9(8) VALUE 0.
77  startHundredths PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  stampHundredths PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  elapsedHundredths PICTURE S9(11) USAGE IS COMPUTATIONAL VALUE 0.
01  CLOCK-STAMP.
    02 CLK-HOURS PICTURE 99.
    02 CLK-MINUTES PICTURE 99.
    02 CLK-SECONDS PICTURE 99.
    02 CLK-HUNDREDTHS PICTURE 99.
77  N PICTURE S9(18).
77  factorCount PICTURE 99 VALUE 0.
77  factorText PICTURE X(80).
01  FACTOR-TABLE.
    02 FACTOR-ENT OCCURS 30.
       03 FACTOR-ENT-PRIME PICTURE 9(18).
       03 FACTOR-ENT-POWER PICTURE 99.
77  sortedDone PICTURE 9 VALUE 0.
77  haveGroup PICTURE 9 VALUE 0.
77  groupN PICTURE 9(18).
77  groupVerdict PICTURE X.
77  groupFactor PICTURE 9(18).
77  occurCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  distinctCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  currentDept PICTURE X(4).
77  haveSection PICTURE 9 VALUE 0.
77  deptScan PICTURE 9(2) USAGE IS COMPUTATIONAL VALUE 0.
77  deptCount PICTURE 9(2) USAGE IS COMPUTATIONAL VALUE 0.
77  deptOverflow PICTURE 9 VALUE 0.
77  deptIdx PICTURE 9(2) USAGE IS COMPUTATIONAL VALUE 0.
*> One entry per partition: 1 once its job has finished clean.
01  PART-RC-TABLE.
    02 PART-RC-CLEAN PICTURE 9 OCCURS 20.
*> What SPLIT knew about the whole deck, kept for RUN and MERGE.
01  PARTITION-CONTROL.
    02 PCT-PARTITIONS PICTURE 99.
    02 FILLER PICTURE X VALUE SPACE.
    02 PCT-DETAILS PICTURE 9(9).
    02 FILLER PICTURE X VALUE SPACE.
    02 PCT-EXPECTED PICTURE 9(9).
    02 FILLER PICTURE X VALUE SPACE.
    02 PCT-GOT-HEADER PICTURE 9.
    02 PCT-GOT-TRAILER PICTURE 9.
    02 FILLER PICTURE X VALUE SPACE.
    02 PCT-SORTED PICTURE 9.
    02 FILLER PICTURE X VALUE SPACE.
    02 PCT-DECK PICTURE X(81).
01  CHECKPOINT-RECORD.
    02 CKPT-COUNT PICTURE 9(9).
    02 CKPT-PRIME-COUNT PICTURE 9(9).
    02 CKPT-NOTPRIME-COUNT PICTURE 9(9).
    02 CKPT-ILLEGAL-COUNT PICTURE 9(9).
    02 CKPT-NONNUMERIC-COUNT PICTURE 9(9).
    02 CKPT-INQUIRY-COUNT PICTURE 9(9).
01  SCRATCH-LINE PICTURE X(300).
01  IN-CARD.
    02 IN-N   PICTURE 9(18).
    02 IN-DEPT PICTURE X(4).
    02 FILLER PICTURE X(58).
01  CONTROL-CARD REDEFINES IN-CARD.
    02 CTL-TAG   PICTURE X(3).
    02 CTL-COUNT PICTURE 9(9).
    02 FILLER    PICTURE X(68).
01  INQUIRY-CARD REDEFINES IN-CARD.
    02 INQ-TAG  PICTURE X(3).
    02 INQ-N    PICTURE 9(18).
    02 INQ-DEPT PICTURE X(4).
    02 FILLER   PICTURE X(55).
01  PART-CONTROL-CARD.
    02 PCC-TAG   PICTURE X(3).
    02 PCC-COUNT PICTURE 9(9).
    02 FILLER    PICTURE X(68) VALUE SPACES.
01  INTERFACE-REC.
    02 INT-VALUE PICTURE X(18).
    02 INT-VERDICT PICTURE X(10).
    02 INT-FACTOR PICTURE X(18).
    02 INT-FACTOR-TEXT PICTURE X(80).
    02 INT-DEPT PICTURE X(4).
    02 INT-INFILE PICTURE X(81).
    02 INT-SEQ PICTURE X(9).
    02 INT-STAMP PICTURE X(14).
01  RESULTS-WORK-LINE PICTURE X(200).
01  WORK-REC.
    02 WRK-DEPT PICTURE X(4).
    02 WRK-N PICTURE 9(18).
    02 WRK-VERDICT PICTURE X.
    02 WRK-FACTOR PICTURE 9(18).
    02 WRK-SEQ PICTURE 9(9).
01  PRIMES-EXTRACT-LINE.
    02 PRIMES-OUT-N PICTURE 9(18).
01  DEPT-TOTALS-TABLE.
    02 DEPT-TOT-ENT OCCURS 51.
       03 DEPT-TOT-CODE PICTURE X(4).
       03 DEPT-TOT-PRIMES PICTURE 9(9) USAGE IS COMPUTATIONAL.
       03 DEPT-TOT-NONPRIMES PICTURE 9(9) USAGE IS COMPUTATIONAL.
       03 DEPT-TOT-ILLEGAL PICTURE 9(9) USAGE IS COMPUTATIONAL.
       03 DEPT-TOT-NONNUM PICTURE 9(9) USAGE IS COMPUTATIONAL.
       03 DEPT-TOT-TOTAL PICTURE 9(9) USAGE IS COMPUTATIONAL.
01  TITLE-LINE.
    02 FILLER PICTURE X(6) VALUE SPACES.
    02 FILLER PICTURE X(20) VALUE 'PRIME NUMBER RESULTS'.
01  UNDER-LINE.
    02 FILLER PICTURE X(32) VALUE
           ' -------------------------------'.
01  NOT-A-PRIME-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-N-2 PICTURE Z(17)9.
    02 FILLER PICTURE X(15) VALUE ' IS NOT A PRIME'.
    02 FILLER PICTURE X(10) VALUE ', FACTORS='.
    02 OUT-FACTORS PICTURE X(80).
01  PRIME-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-N-3 PICTURE Z(17)9.
    02 FILLER PICTURE X(11) VALUE ' IS A PRIME'.
01  ERROR-MESS.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-N PICTURE Z(17)9.
    02 FILLER PICTURE X(14) VALUE ' ILLEGAL INPUT'.
01  SORTED-PRIME-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 SRT-OUT-N-3 PICTURE Z(17)9.
    02 FILLER PICTURE X(11) VALUE ' IS A PRIME'.
    02 FILLER PICTURE X(6) VALUE ' SEEN '.
    02 SRT-PRIME-SEEN PICTURE Z(8)9.
    02 FILLER PICTURE X(6) VALUE ' TIMES'.
01  SORTED-NOT-A-PRIME-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 SRT-OUT-N-2 PICTURE Z(17)9.
    02 FILLER PICTURE X(15) VALUE ' IS NOT A PRIME'.
    02 FILLER PICTURE X(10) VALUE ', FACTORS='.
    02 SRT-OUT-FACTORS PICTURE X(80).
    02 FILLER PICTURE X(6) VALUE ' SEEN '.
    02 SRT-NOTPRIME-SEEN PICTURE Z(8)9.
    02 FILLER PICTURE X(6) VALUE ' TIMES'.
01  SORTED-ERROR-MESS.
    02 FILLER PICTURE X VALUE SPACE.
    02 SRT-OUT-N PICTURE Z(17)9.
    02 FILLER PICTURE X(14) VALUE ' ILLEGAL INPUT'.
    02 FILLER PICTURE X(6) VALUE ' SEEN '.
    02 SRT-ILLEGAL-SEEN PICTURE Z(8)9.
    02 FILLER PICTURE X(6) VALUE ' TIMES'.
01  INQUIRY-ANSWER-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 FILLER PICTURE X(8) VALUE 'INQUIRY '.
    02 OUT-INQ-KIND PICTURE X(21).
    02 OUT-INQ-N PICTURE Z(17)9.
    02 FILLER PICTURE X(4) VALUE ' IS '.
    02 OUT-INQ-ANSWER PICTURE Z(17)9.
01  INQUIRY-NONE-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 FILLER PICTURE X(8) VALUE 'INQUIRY '.
    02 OUT-INQN-KIND PICTURE X(21).
    02 OUT-INQN-N PICTURE Z(17)9.
    02 FILLER PICTURE X(8) VALUE ' IS NONE'.
01  INQUIRY-BAD-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 FILLER PICTURE X(8) VALUE 'INQUIRY '.
    02 OUT-INQB-RAW PICTURE X(18).
    02 FILLER PICTURE X(18) VALUE ' VALUE NOT NUMERIC'.
01  DEPT-SECTION-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 FILLER PICTURE X(11) VALUE 'DEPARTMENT '.
    02 OUT-SECTION-DEPT PICTURE X(4).
01  TRAILER-TITLE-LINE.
    02 FILLER PICTURE X(6) VALUE SPACES.
    02 FILLER PICTURE X(11) VALUE 'RUN TOTALS'.
01  TRAILER-PRIME-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 FILLER PICTURE X(20) VALUE 'PRIMES FOUND       :'.
    02 OUT-PRIME-COUNT PICTURE Z(8)9.
01  TRAILER-NOTPRIME-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 FILLER PICTURE X(20) VALUE 'NON-PRIMES FOUND   :'.
    02 OUT-NOTPRIME-COUNT PICTURE Z(8)9.
01  TRAILER-ILLEGAL-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 FILLER PICTURE X(20) VALUE 'ILLEGAL INPUT RECS :'.
    02 OUT-ILLEGAL-COUNT PICTURE Z(8)9.
01  TRAILER-NONNUMERIC-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 FILLER PICTURE X(20) VALUE 'NON-NUMERIC RECS   :'.
    02 OUT-NONNUMERIC-COUNT PICTURE Z(8)9.
01  TRAILER-INQUIRY-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 FILLER PICTURE X(20) VALUE 'INQUIRIES ANSWERED :'.
    02 OUT-INQUIRY-COUNT PICTURE Z(8)9.
01  TRAILER-DISTINCT-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 FILLER PICTURE X(20) VALUE 'DISTINCT RECORDS   :'.
    02 OUT-DISTINCT-COUNT PICTURE Z(8)9.
01  TRAILER-TOTAL-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 FILLER PICTURE X(20) VALUE 'TOTAL RECORDS READ :'.
    02 OUT-TOTAL-COUNT PICTURE Z(8)9.
01  TRAILER-RECONCILE-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 FILLER PICTURE X(31) VALUE
           'CONTROL RECORD COUNT MISMATCH,'.
    02 FILLER PICTURE X(10) VALUE ' EXPECTED='.
    02 OUT-EXPECTED-COUNT PICTURE Z(8)9.
    02 FILLER PICTURE X(6) VALUE ', GOT='.
    02 OUT-ACTUAL-COUNT PICTURE Z(8)9.
01  TRAILER-DEPT-TITLE-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 FILLER PICTURE X(21) VALUE 'PER-DEPARTMENT TOTALS'.
01  TRAILER-DEPT-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 FILLER PICTURE X(5) VALUE 'DEPT '.
    02 OUT-DEPT-CODE PICTURE X(4).
    02 FILLER PICTURE X(8) VALUE ' PRIMES='.
    02 OUT-DEPT-PRIMES PICTURE Z(8)9.
    02 FILLER PICTURE X(11) VALUE ' NONPRIMES='.
    02 OUT-DEPT-NONPRIMES PICTURE Z(8)9.
    02 FILLER PICTURE X(9) VALUE ' ILLEGAL='.
    02 OUT-DEPT-ILLEGAL PICTURE Z(8)9.
    02 FILLER PICTURE X(8) VALUE ' NONNUM='.
    02 OUT-DEPT-NONNUM PICTURE Z(8)9.
    02 FILLER PICTURE X(7) VALUE ' TOTAL='.
    02 OUT-DEPT-TOTAL PICTURE Z(8)9.
*> Run-history layout shared with primes3.
01  HISTORY-RECORD.
    02 HST-DATE PICTURE 9(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 HST-TIME PICTURE 9(6).
    02 FILLER PICTURE X VALUE SPACE.
    02 HST-MODE PICTURE 99.
    02 FILLER PICTURE X VALUE SPACE.
    02 HST-CONTROL-FILE PICTURE X(40).
    02 FILLER PICTURE X VALUE SPACE.
    02 HST-INFILE PICTURE X(40).
    02 FILLER PICTURE X VALUE SPACE.
    02 HST-OUTFILE PICTURE X(40).
    02 FILLER PICTURE X VALUE SPACE.
    02 HST-RESUMED PICTURE X.
    02 FILLER PICTURE X VALUE SPACE.
    02 HST-RESUME-COUNT PICTURE 9(9).
    02 FILLER PICTURE X VALUE SPACE.
    02 HST-PRIME-COUNT PICTURE 9(9).
    02 FILLER PICTURE X VALUE SPACE.
    02 HST-NOTPRIME-COUNT PICTURE 9(9).
    02 FILLER PICTURE X VALUE SPACE.
    02 HST-ILLEGAL-COUNT PICTURE 9(9).
    02 FILLER PICTURE X VALUE SPACE.
    02 HST-NONNUMERIC-COUNT PICTURE 9(9).
    02 FILLER PICTURE X VALUE SPACE.
    02 HST-TOTAL-COUNT PICTURE 9(9).
    02 FILLER PICTURE X VALUE SPACE.
    02 HST-STATUS PICTURE X(14).
    02 FILLER PICTURE X VALUE SPACE.
    02 HST-ELAPSED PICTURE 9(7).
    02 FILLER PICTURE X VALUE SPACE.
    02 HST-RATE PICTURE 9(9).
    02 FILLER PICTURE X VALUE SPACE.
    02 HST-MASTER-HITS PICTURE 9(9).
    02 FILLER PICTURE X VALUE SPACE.
    02 HST-HIT-RATE PICTURE 9(9).
    02 FILLER PICTURE X VALUE SPACE.
    02 HST-COMPUTED PICTURE 9(9).
    02 FILLER PICTURE X VALUE SPACE.
    02 HST-COMPUTED-RATE PICTURE 9(9).
    02 FILLER PICTURE X VALUE SPACE.
    02 HST-MAGNITUDE PICTURE 99.
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

PROCEDURE DIVISION.
    move 0 to unattended.
    ACCEPT parm-data FROM COMMAND-LINE.
    if parm-data not = spaces
        *> Parameter file, one value per line as the other batch
        *> parms do: the function, the deck, the output name, the
        *> number of partitions (SPLIT and ALL; blank means 4, at
        *> most 20), then any of these settings one per line:
        *>   SORTED=Y        sorted, de-duplicated report with SEEN
        *>                   counts, as for primes3
        *>   PROGRAM=name    the primes3 program to start (blank
        *>                   means ./primes3)
        move 1 to unattended
        move parm-data to parm-file-name
        OPEN INPUT PARM-FILE
        if parm-status not = '00'
            display 'Error, parameter file ' parm-file-name ' could not be opened'
            move 8 to RETURN-CODE
            STOP RUN
        end-if
        read PARM-FILE into PARM-LINE at end move spaces to PARM-LINE end-read
        move PARM-LINE(1:5) to functionCode
        read PARM-FILE into PARM-LINE at end move spaces to PARM-LINE end-read
        move PARM-LINE to deck-file-name
        read PARM-FILE into PARM-LINE at end move spaces to PARM-LINE end-read
        move PARM-LINE to outfile-name
        move 0 to deckDone
        read PARM-FILE into PARM-LINE
            at end
                move spaces to PARM-LINE
                move 1 to deckDone
        end-read
        if PARM-LINE(2:1) = space
            move PARM-LINE(1:1) to PARM-LINE(2:1)
            move '0' to PARM-LINE(1:1)
        end-if
        if PARM-LINE(1:2) is numeric
            move PARM-LINE(1:2) to partitionCount
        end-if
        perform until deckDone = 1
            read PARM-FILE into PARM-LINE
                at end move 1 to deckDone
            end-read
            if parm-status not = '00'
                move 1 to deckDone
            end-if
            if deckDone = 0
                if PARM-LINE(1:8) = 'SORTED=Y'
                    move 1 to sortedOption
                end-if
                if PARM-LINE(1:8) = 'PROGRAM='
                        and PARM-LINE(9:73) not = spaces
                    move PARM-LINE(9:73) to program-name
                end-if
            end-if
        end-perform
        CLOSE PARM-FILE
    else
        display 'Enter the function (SPLIT, RUN, MERGE or ALL)'
        accept functionCode from SYSIN
        display 'Enter the input deck'
        accept deck-file-name from SYSIN
        display 'Enter the output file'
        accept outfile-name from SYSIN
        if functionCode = 'SPLIT' or functionCode = 'ALL  '
            display 'Enter the number of partitions (2-20)'
            accept partitionCount from SYSIN
            display 'Sorted de-duplicated report(Y/N)'
            accept parm-data from SYSIN
            if parm-data(1:1) = 'Y' or parm-data(1:1) = 'y'
                move 1 to sortedOption
            end-if
        end-if
    end-if.
    if functionCode not = 'SPLIT' and functionCode not = 'RUN  '
            and functionCode not = 'MERGE' and functionCode not = 'ALL  '
        display 'Error, function must be SPLIT, RUN, MERGE or ALL'
        move 8 to RETURN-CODE
        STOP RUN
    end-if.
    if deck-file-name = spaces or outfile-name = spaces
        display 'Error, an input deck and an output file are required'
        move 8 to RETURN-CODE
        STOP RUN
    end-if.
    if partitionCount = 0
        move 4 to partitionCount
    end-if.
    if partitionCount > 20
        display 'Error, at most 20 partitions'
        move 8 to RETURN-CODE
        STOP RUN
    end-if.
    *> The same lock a plain primes3 run takes on this deck.
    move spaces to deck-lock-name.
    string deck-file-name delimited by space
           '.CKPT.LCK' delimited by size
      into deck-lock-name.
    move 'A' to lockAction.
    CALL 'RUNLOCK' USING deck-lock-name, lockAction, lockResult.
    if lockResult not = 0
        display 'Error, input file ' deck-file-name
            ' is in use by another run'
        move 8 to RETURN-CODE
        STOP RUN
    end-if.
    ACCEPT startDate FROM DATE YYYYMMDD.
    ACCEPT CLOCK-STAMP FROM TIME.
    perform clock-to-hundredths.
    move stampHundredths to startHundredths.
    move spaces to control-file-name.
    string outfile-name delimited by space
           '.PCTL' delimited by size
      into control-file-name.
    move 0 to stepFailed.
    move 0 to heldUpdates.
    if functionCode = 'SPLIT' or functionCode = 'ALL  '
        perform split-deck
    end-if.
    if stepFailed = 0
            and (functionCode = 'RUN  ' or functionCode = 'ALL  ')
        perform run-partitions
    end-if.
    if stepFailed = 0
            and (functionCode = 'MERGE' or functionCode = 'ALL  ')
        perform merge-partitions
    end-if.
    move 'R' to lockAction.
    CALL 'RUNLOCK' USING deck-lock-name, lockAction, lockResult.
    if stepFailed = 1
        move 8 to RETURN-CODE
    else
        if heldUpdates = 1
            move 4 to RETURN-CODE
        end-if
    end-if.
    STOP RUN.

*> Two passes over the deck: the first counts the detail cards (and
*> notes the deck's own HDR/TRL count), the second deals them out.
*> With D details over N partitions each gets D / N, the first
*> D mod N one more; fewer details than partitions means fewer
*> partitions. The deck's HDR/TRL cards are not copied -- every
*> partition gets its own pair around its share.
split-deck.
    move 0 to detailCount
    move 0 to expectedCount
    move 0 to gotHeader
    move 0 to gotTrailer
    move 0 to deckDone
    OPEN INPUT DECK-FILE
    if deck-status not = '00'
        display 'Error, input file ' deck-file-name ' could not be opened'
        move 1 to stepFailed
    else
        perform until deckDone = 1
            read DECK-FILE into IN-CARD
                at end move 1 to deckDone
            end-read
            if deckDone = 0
                perform count-one-card
            end-if
        end-perform
        CLOSE DECK-FILE
        if detailCount < partitionCount
            move detailCount to partitionCount
        end-if
        if partitionCount = 0
            move 1 to partitionCount
        end-if
        divide partitionCount into detailCount
            giving partBase remainder partExtra
        move 0 to partIdx
        move 0 to deckDone
        OPEN INPUT DECK-FILE
        perform open-next-partition
        perform until deckDone = 1
            read DECK-FILE into IN-CARD
                at end move 1 to deckDone
            end-read
            if deckDone = 0
                perform split-one-card
            end-if
        end-perform
        CLOSE DECK-FILE
        perform close-partition
        move 1 to partIdx
        perform until partIdx > partitionCount
            perform build-partition-names
            perform write-partition-parm
            perform reset-partition-files
            add 1 to partIdx
        end-perform
        perform write-partition-control
        if stepFailed = 0
            display 'PARTRUN: ' deck-file-name ' split into '
                partitionCount ' partitions, ' detailCount ' detail cards'
        end-if
    end-if.

count-one-card.
    if CTL-TAG = 'HDR'
        move 1 to gotHeader
        move CTL-COUNT to expectedCount
    else
        if CTL-TAG = 'TRL'
            move 1 to gotTrailer
            if gotHeader = 0
                move CTL-COUNT to expectedCount
            end-if
        else
            if INQ-TAG = 'NXP' or INQ-TAG = 'PVP'
                continue
            else
                add 1 to detailCount
            end-if
        end-if
    end-if.

*> A detail card goes to the current partition until its share is
*> full, then the next partition is started; inquiry cards ride with
*> whichever partition is current when they arrive.
split-one-card.
    if CTL-TAG = 'HDR' or CTL-TAG = 'TRL'
        continue
    else
        if INQ-TAG = 'NXP' or INQ-TAG = 'PVP'
            perform write-partition-card
        else
            if partWritten >= partTarget and partIdx < partitionCount
                perform close-partition
                perform open-next-partition
            end-if
            perform write-partition-card
            add 1 to partWritten
        end-if
    end-if.

write-partition-card.
    if partOpen = 1
        WRITE PART-DECK-LINE FROM IN-CARD
    end-if.

open-next-partition.
    add 1 to partIdx
    perform build-partition-names
    move partBase to partTarget
    if partIdx <= partExtra
        add 1 to partTarget
    end-if
    move 0 to partWritten
    move 0 to partOpen
    OPEN OUTPUT PART-DECK-FILE
    if part-deck-status not = '00'
        display 'Error, partition deck ' part-deck-name
            ' could not be opened'
        move 1 to stepFailed
    else
        move 1 to partOpen
        move 'HDR' to PCC-TAG
        move partTarget to PCC-COUNT
        WRITE PART-DECK-LINE FROM PART-CONTROL-CARD
    end-if.

close-partition.
    if partOpen = 1
        move 'TRL' to PCC-TAG
        move partWritten to PCC-COUNT
        WRITE PART-DECK-LINE FROM PART-CONTROL-CARD
        CLOSE PART-DECK-FILE
        move 0 to partOpen
    end-if.

*> Every file name belonging to partition partIdx.
build-partition-names.
    move partIdx to partDisp
    move spaces to part-deck-name
    string deck-file-name delimited by space
           '.P' delimited by size
           partDisp delimited by size
      into part-deck-name
    move spaces to part-out-name
    string outfile-name delimited by space
           '.P' delimited by size
           partDisp delimited by size
      into part-out-name
    move spaces to part-parm-name
    string part-out-name delimited by space
           '.PARM' delimited by size
      into part-parm-name
    move spaces to part-rc-name
    string part-out-name delimited by space
           '.RC' delimited by size
      into part-rc-name
    move spaces to part-log-name
    string part-out-name delimited by space
           '.LOG' delimited by size
      into part-log-name
    move spaces to part-ckpt-name
    string part-deck-name delimited by space
           '.CKPT' delimited by size
      into part-ckpt-name
    move spaces to part-int-name
    string part-out-name delimited by space
           '.INT' delimited by size
      into part-int-name
    move spaces to part-exc-name
    string part-out-name delimited by space
           '.EXC' delimited by size
      into part-exc-name
    move spaces to part-mdf-name
    string part-out-name delimited by space
           '.MDF' delimited by size
      into part-mdf-name.

*> The primes3 parameter file for one partition: a mode 2 pair run
*> of the sub-deck marked PARTITION=Y.
write-partition-parm.
    move part-parm-name to scratch-file-name
    OPEN OUTPUT SCRATCH-FILE
    if scratch-status not = '00'
        display 'Error, partition parameter file ' part-parm-name
            ' could not be opened'
        move 1 to stepFailed
    else
        move '02' to SCRATCH-LINE
        WRITE SCRATCH-OUT-LINE FROM SCRATCH-LINE
        move part-deck-name to SCRATCH-LINE
        WRITE SCRATCH-OUT-LINE FROM SCRATCH-LINE
        move part-out-name to SCRATCH-LINE
        WRITE SCRATCH-OUT-LINE FROM SCRATCH-LINE
        if sortedOption = 1
            move 'SORTED=Y' to SCRATCH-LINE
            WRITE SCRATCH-OUT-LINE FROM SCRATCH-LINE
        end-if
        move 'PARTITION=Y' to SCRATCH-LINE
        WRITE SCRATCH-OUT-LINE FROM SCRATCH-LINE
        CLOSE SCRATCH-FILE
    end-if.

*> A fresh split starts every partition over: its return code is
*> marked not yet run, and any checkpoint left by an earlier split's
*> job is cleared the way primes3 clears it on completion, so the new
*> sub-deck is never resumed part way in.
reset-partition-files.
    move part-rc-name to scratch-file-name
    OPEN OUTPUT SCRATCH-FILE
    if scratch-status = '00'
        move '99' to SCRATCH-LINE
        WRITE SCRATCH-OUT-LINE FROM SCRATCH-LINE
        CLOSE SCRATCH-FILE
    end-if
    move part-ckpt-name to scratch-file-name
    OPEN OUTPUT SCRATCH-FILE
    if scratch-status = '00'
        move ZEROS to CHECKPOINT-RECORD
        move CHECKPOINT-RECORD to SCRATCH-LINE
        WRITE SCRATCH-OUT-LINE FROM SCRATCH-LINE
        CLOSE SCRATCH-FILE
    end-if.

write-partition-control.
    OPEN OUTPUT CONTROL-FILE
    if control-status not = '00'
        display 'Error, partition control file ' control-file-name
            ' could not be opened'
        move 1 to stepFailed
    else
        move partitionCount to PCT-PARTITIONS
        move detailCount to PCT-DETAILS
        move expectedCount to PCT-EXPECTED
        move gotHeader to PCT-GOT-HEADER
        move gotTrailer to PCT-GOT-TRAILER
        move sortedOption to PCT-SORTED
        move deck-file-name to PCT-DECK
        WRITE CONTROL-LINE FROM PARTITION-CONTROL
        CLOSE CONTROL-FILE
    end-if.

*> RUN and MERGE work from what SPLIT recorded, and only for the deck
*> it split.
read-partition-control.
    OPEN INPUT CONTROL-FILE
    if control-status not = '00'
        display 'Error, partition control file ' control-file-name
            ' could not be opened, SPLIT the deck first'
        move 1 to stepFailed
    else
        read CONTROL-FILE into PARTITION-CONTROL
            at end move spaces to PARTITION-CONTROL
        end-read
        CLOSE CONTROL-FILE
        if PCT-DECK not = deck-file-name or PCT-PARTITIONS is not numeric
            display 'Error, partition control file ' control-file-name
                ' does not belong to ' deck-file-name
            move 1 to stepFailed
        else
            move PCT-PARTITIONS to partitionCount
            move PCT-DETAILS to detailCount
            move PCT-EXPECTED to expectedCount
            move PCT-GOT-HEADER to gotHeader
            move PCT-GOT-TRAILER to gotTrailer
            move PCT-SORTED to sortedOption
        end-if
    end-if.

*> Return code left by partition partIdx's last job: clean only when
*> the job ended 0. A partition never run still holds the 99 SPLIT
*> wrote.
check-partition-rc.
    move 0 to PART-RC-CLEAN (partIdx)
    move part-rc-name to scratch-file-name
    OPEN INPUT SCRATCH-FILE
    if scratch-status = '00'
        read SCRATCH-FILE into SCRATCH-LINE
            at end move spaces to SCRATCH-LINE
        end-read
        if SCRATCH-LINE(1:3) = '0'
            move 1 to PART-RC-CLEAN (partIdx)
        end-if
        CLOSE SCRATCH-FILE
    end-if.

*> Every partition still to run is started as a background job from
*> one shell script (output name + '.PSH'), which waits for them all
*> before it returns; each job leaves its return code on its .RC file.
run-partitions.
    perform read-partition-control
    if stepFailed = 0
        move spaces to REGISTER-ENTRY
        move 'RUNNING' to RGE-STATUS
        perform post-register-status
        move 0 to launchCount
        move 1 to partIdx
        perform until partIdx > partitionCount
            perform build-partition-names
            perform check-partition-rc
            add 1 to partIdx
        end-perform
        move spaces to script-file-name
        string outfile-name delimited by space
               '.PSH' delimited by size
          into script-file-name
        move script-file-name to scratch-file-name
        OPEN OUTPUT SCRATCH-FILE
        if scratch-status not = '00'
            display 'Error, partition job script ' script-file-name
                ' could not be opened'
            move 1 to stepFailed
        else
            move 1 to partIdx
            perform until partIdx > partitionCount
                if PART-RC-CLEAN (partIdx) = 0
                    perform build-partition-names
                    perform write-job-line
                    add 1 to launchCount
                end-if
                add 1 to partIdx
            end-perform
            move 'wait' to SCRATCH-LINE
            WRITE SCRATCH-OUT-LINE FROM SCRATCH-LINE
            CLOSE SCRATCH-FILE
        end-if
    end-if
    if stepFailed = 0
        if launchCount = 0
            display 'PARTRUN: every partition of ' deck-file-name
                ' has already finished'
        else
            display 'PARTRUN: starting ' launchCount ' partition jobs for '
                deck-file-name
            move spaces to shell-command
            string 'sh ' delimited by size
                   script-file-name delimited by space
              into shell-command
            CALL 'SYSTEM' USING shell-command
            move 0 to RETURN-CODE
        end-if
        move 0 to failedCount
        move 1 to partIdx
        perform until partIdx > partitionCount
            perform build-partition-names
            perform check-partition-rc
            if PART-RC-CLEAN (partIdx) = 0
                add 1 to failedCount
                display 'PARTRUN: partition ' part-deck-name
                    ' failed, see ' part-log-name
            end-if
            add 1 to partIdx
        end-perform
        if failedCount > 0
            display 'PARTRUN: ' failedCount ' partitions failed,'
                ' resubmit RUN to rerun them'
            move 1 to stepFailed
            move spaces to REGISTER-ENTRY
            move 'FAILED' to RGE-STATUS
            move 'PART-FAILED' to RGE-RUN-STATUS
            perform post-register-status
        end-if
    end-if.

write-job-line.
    move spaces to SCRATCH-LINE
    string '( ' delimited by size
           program-name delimited by space
           ' ' delimited by size
           part-parm-name delimited by space
           ' > ' delimited by size
           part-log-name delimited by space
           ' 2>&1 ; echo $? > ' delimited by size
           part-rc-name delimited by space
           ' ) &' delimited by size
      into SCRATCH-LINE
    WRITE SCRATCH-OUT-LINE FROM SCRATCH-LINE.

*> The one output set for the whole deck, built from the partitions'
*> interface and exception files in partition order, which is the
*> deck's own card order. The report is rebuilt the way primes3
*> builds it, from a spool sorted by department, so each department
*> has one section however many partitions its cards fell in.
merge-partitions.
    perform read-partition-control
    if stepFailed = 0
        move 0 to failedCount
        move 1 to partIdx
        perform until partIdx > partitionCount
            perform build-partition-names
            perform check-partition-rc
            if PART-RC-CLEAN (partIdx) = 0
                add 1 to failedCount
                display 'Error, partition ' part-deck-name
                    ' has not finished clean'
            end-if
            add 1 to partIdx
        end-perform
        if failedCount > 0
            display 'Error, ' deck-file-name ' not merged, RUN the'
                ' failed partitions first'
            move 1 to stepFailed
        end-if
    end-if
    if stepFailed = 0
        ACCEPT current-date FROM DATE YYYYMMDD
        ACCEPT run-time FROM TIME
        move 0 to pairStatus
        move 0 to primeCount
        move 0 to notPrimeCount
        move 0 to illegalCount
        move 0 to nonNumericCount
        move 0 to totalCount
        move 0 to inquiryCount
        move 0 to deptCount
        move 0 to deptOverflow
        move 0 to haveStamp
        move spaces to runStamp
        perform open-merged-files
        if pairStatus = 0
            WRITE OUT-LINE FROM TITLE-LINE AFTER ADVANCING 0 LINES
            WRITE OUT-LINE FROM UNDER-LINE AFTER ADVANCING 1 LINE
            move 1 to partIdx
            perform until partIdx > partitionCount
                perform build-partition-names
                perform merge-one-partition
                add 1 to partIdx
            end-perform
            perform build-report-sections
            perform write-merged-trailer
            CLOSE OUTPUT-FILE, EXCEPTIONS-FILE, PRIMES-FILE, RESULTS-FILE
            if pairStatus = 0
                move 1 to auditDone
                CALL 'AUDCHK' USING report-file-name, auditResult
                if auditResult not = 0
                    move 3 to pairStatus
                end-if
            end-if
        end-if
        perform complete-generation
        perform apply-partition-updates
        if pairStatus = 0
            CALL 'BURSTER' USING outfile-name, burstResult
            if burstResult not = 0
                move 5 to pairStatus
            end-if
        end-if
        if pairStatus = 0
            CALL 'RSLTLOAD' USING outfile-name, archiveResult
            if archiveResult = 8
                move 6 to pairStatus
            end-if
        end-if
        perform write-history-record
        move spaces to REGISTER-ENTRY
        if pairStatus = 0
            move 'COMPLETED' to RGE-STATUS
        else
            move 'FAILED' to RGE-STATUS
        end-if
        move HST-STATUS to RGE-RUN-STATUS
        perform post-register-status
        display 'PARTRUN: ' deck-file-name ' merged to ' outfile-name
            ' status ' HST-STATUS
        if pairStatus not = 0
            move 1 to stepFailed
        end-if
    end-if.

open-merged-files.
    move spaces to exceptions-name
    string outfile-name delimited by space
           '.EXC' delimited by size
      into exceptions-name
    move spaces to primes-extract-name
    string outfile-name delimited by space
           '.PRM' delimited by size
      into primes-extract-name
    move spaces to results-file-name
    string outfile-name delimited by space
           '.INT' delimited by size
      into results-file-name
    move spaces to work-file-name
    string outfile-name delimited by space
           '.WRK' delimited by size
      into work-file-name
    move spaces to sorted-file-name
    string outfile-name delimited by space
           '.SRT' delimited by size
      into sorted-file-name
    move outfile-name to report-file-name
    move 0 to genNumber
    move 0 to auditDone
    perform open-generation
    OPEN OUTPUT OUTPUT-FILE
    OPEN OUTPUT EXCEPTIONS-FILE
    OPEN OUTPUT PRIMES-FILE
    OPEN OUTPUT RESULTS-FILE
    OPEN OUTPUT WORK-FILE
    if output-status not = '00' or exceptions-status not = '00'
            or primes-status not = '00' or work-status not = '00'
            or results-status not = '00'
        display 'Error, output file ' report-file-name ' could not be opened'
        move 1 to pairStatus
    end-if.

*> The merged set is a fresh run of the output name, so it gets a new
*> generation the way a primes3 pair does; without the catalog it is
*> written straight onto the plain name.
open-generation.
    move spaces to GENERATION-ENTRY
    move outfile-name to GNE-OUTFILE
    move deck-file-name to GNE-INFILE
    move current-date to GNE-RUN-DATE
    move run-time(1:6) to GNE-RUN-TIME
    move 'N' to genAction
    CALL 'GENCAT' USING genAction, GENERATION-ENTRY, genResult
    if genResult = 0
        move GNE-NUMBER to genNumber
        move GNE-NAME to report-file-name
        move spaces to exceptions-name
        string GNE-NAME delimited by space
               '.EXC' delimited by size
          into exceptions-name
        move spaces to primes-extract-name
        string GNE-NAME delimited by space
               '.PRM' delimited by size
          into primes-extract-name
        move spaces to results-file-name
        string GNE-NAME delimited by space
               '.INT' delimited by size
          into results-file-name
    else
        display 'Error, no generation cataloged for ' outfile-name
            ', writing the plain output name'
    end-if.

*> Counts, status and audit result onto the generation; a clean set
*> is made current on the plain name before the burst and archive
*> read it (PROMOTE-FAIL when it cannot be copied into place), then
*> the name is trimmed to the generations it keeps.
complete-generation.
    if genNumber > 0
        move spaces to GENERATION-ENTRY
        move outfile-name to GNE-OUTFILE
        move genNumber to GNE-NUMBER
        move primeCount to GNE-PRIME-COUNT
        move notPrimeCount to GNE-NOTPRIME-COUNT
        move illegalCount to GNE-ILLEGAL-COUNT
        move nonNumericCount to GNE-NONNUMERIC-COUNT
        move totalCount to GNE-TOTAL-COUNT
        if pairStatus = 1
            move 'OPEN-FAILED' to GNE-STATUS
        else
            if pairStatus = 2
                move 'COUNT-MISMATCH' to GNE-STATUS
            else
                if pairStatus = 3
                    move 'AUDIT-FAIL' to GNE-STATUS
                else
                    move 'OK' to GNE-STATUS
                end-if
            end-if
        end-if
        if auditDone = 0
            move 'NOT RUN' to GNE-AUDIT
        else
            if pairStatus = 3
                move 'FAILED' to GNE-AUDIT
            else
                move 'PASSED' to GNE-AUDIT
            end-if
        end-if
        move 'C' to genAction
        CALL 'GENCAT' USING genAction, GENERATION-ENTRY, genResult
        if pairStatus = 0
            move 'P' to genAction
            CALL 'GENCAT' USING genAction, GENERATION-ENTRY, genResult
            if genResult not = 0
                move 7 to pairStatus
            end-if
        else
            display 'Generation ' genNumber ' of ' outfile-name
                ' not made current, the previous one stays in place'
        end-if
        move 'T' to genAction
        CALL 'GENCAT' USING genAction, GENERATION-ENTRY, genResult
    end-if.

*> One partition's rejects and interface records onto the merged
*> set. Missing either file means the partition's output is gone,
*> and the set cannot be called complete.
merge-one-partition.
    OPEN INPUT PART-EXC-FILE
    if part-exc-status not = '00'
        display 'Error, partition exceptions ' part-exc-name
            ' could not be opened'
        move 1 to pairStatus
    else
        move 0 to fileDone
        perform until fileDone = 1
            read PART-EXC-FILE
                at end move 1 to fileDone
                not at end
                    WRITE EXC-OUT-LINE FROM PART-EXC-LINE
            end-read
        end-perform
        CLOSE PART-EXC-FILE
    end-if
    OPEN INPUT PART-INT-FILE
    if part-int-status not = '00'
        display 'Error, partition interface ' part-int-name
            ' could not be opened'
        move 1 to pairStatus
    else
        move 0 to fileDone
        perform until fileDone = 1
            read PART-INT-FILE
                at end move 1 to fileDone
                not at end
                    perform merge-one-interface-record
            end-read
        end-perform
        CLOSE PART-INT-FILE
    end-if.

*> An interface record comes back as the deck's own: the whole deck
*> as its input file, its place in the deck's detail (or inquiry)
*> order as the sequence, and the first partition's run stamp, so
*> the merged feed reads as the one run it stands for. Detail records
*> are counted and spooled for the report; inquiries go straight onto
*> the report as primes3 writes them, ahead of the sections.
merge-one-interface-record.
    move spaces to INTERFACE-REC
    unstring PART-INT-LINE delimited by '|'
        into INT-VALUE, INT-VERDICT, INT-FACTOR, INT-FACTOR-TEXT,
             INT-DEPT, INT-INFILE, INT-SEQ, INT-STAMP
    end-unstring
    if haveStamp = 0
        move INT-STAMP to runStamp
        move 1 to haveStamp
    end-if
    if INT-VERDICT = 'NEXTPRIME' or INT-VERDICT = 'PREVPRIME'
        add 1 to inquiryCount
        move inquiryCount to seqDisplay
        perform write-inquiry-line
    else
        add 1 to totalCount
        move totalCount to seqDisplay
        move INT-DEPT to WRK-DEPT
        move 0 to WRK-N
        move 0 to WRK-FACTOR
        move totalCount to WRK-SEQ
        if INT-VALUE is numeric
            move INT-VALUE to WRK-N
        end-if
        if INT-FACTOR is numeric
            move INT-FACTOR to WRK-FACTOR
        end-if
        if INT-VERDICT = 'PRIME'
            add 1 to primeCount
            move 'P' to WRK-VERDICT
        else
            if INT-VERDICT = 'COMPOSITE'
                add 1 to notPrimeCount
                move 'C' to WRK-VERDICT
            else
                if INT-VERDICT = 'ILLEGAL'
                    add 1 to illegalCount
                    move 'I' to WRK-VERDICT
                else
                    add 1 to nonNumericCount
                    move 'N' to WRK-VERDICT
                end-if
            end-if
        end-if
        WRITE WORK-OUT-LINE FROM WORK-REC
    end-if
    move spaces to RESULTS-WORK-LINE
    string INT-VALUE delimited by size
           '|' delimited by size
           INT-VERDICT delimited by space
           '|' delimited by size
           INT-FACTOR delimited by size
           '|' delimited by size
           INT-FACTOR-TEXT delimited by '  '
           '|' delimited by size
           INT-DEPT delimited by size
           '|' delimited by size
           deck-file-name delimited by space
           '|' delimited by size
           seqDisplay delimited by size
           '|' delimited by size
           runStamp delimited by size
      into RESULTS-WORK-LINE
    WRITE RESULTS-OUT-LINE FROM RESULTS-WORK-LINE.

*> The report line primes3 wrote for the inquiry, rebuilt from its
*> interface record: the answer rides in the factor column, zeros
*> when there was none.
write-inquiry-line.
    if INT-VALUE is not numeric
        move INT-VALUE to OUT-INQB-RAW
        WRITE OUT-LINE FROM INQUIRY-BAD-LINE AFTER ADVANCING 1 LINE
    else
        if INT-VERDICT = 'NEXTPRIME'
            move 'NEXT PRIME AT/ABOVE ' to OUT-INQ-KIND
            move 'NEXT PRIME AT/ABOVE ' to OUT-INQN-KIND
        else
            move 'PREVIOUS PRIME BELOW ' to OUT-INQ-KIND
            move 'PREVIOUS PRIME BELOW ' to OUT-INQN-KIND
        end-if
        if INT-FACTOR is numeric and INT-FACTOR not = ZEROS
            move INT-VALUE to OUT-INQ-N
            move INT-FACTOR to OUT-INQ-ANSWER
            WRITE OUT-LINE FROM INQUIRY-ANSWER-LINE
                AFTER ADVANCING 1 LINE
        else
            move INT-VALUE to OUT-INQN-N
            WRITE OUT-LINE FROM INQUIRY-NONE-LINE
                AFTER ADVANCING 1 LINE
        end-if
    end-if.

*> Report sections from the sorted spool, exactly as primes3 builds
*> them: a DEPARTMENT heading per code, classic detail lines in deck
*> order or (sorted runs) one collapsed line per value with its SEEN
*> count, the .PRM extract alongside, and every record tallied into
*> the per-department totals on the way past.
build-report-sections.
    CLOSE WORK-FILE
    if sortedOption = 1
        SORT SORT-FILE ON ASCENDING KEY SORT-DEPT SORT-N
            USING WORK-FILE GIVING SORTED-FILE
    else
        SORT SORT-FILE ON ASCENDING KEY SORT-DEPT SORT-SEQ
            USING WORK-FILE GIVING SORTED-FILE
    end-if
    move 0 to distinctCount
    move 0 to sortedDone
    move 0 to haveGroup
    move 0 to haveSection
    move spaces to currentDept
    OPEN INPUT SORTED-FILE
    if sorted-status not = '00'
        display 'Error, sorted work file ' sorted-file-name
            ' could not be opened'
        move 1 to pairStatus
    else
        perform until sortedDone = 1
            read SORTED-FILE into WORK-REC
                at end move 1 to sortedDone
            end-read
            if sortedDone = 1
                if haveGroup = 1
                    perform emit-one-group
                    move 0 to haveGroup
                end-if
            else
                if haveSection = 0 or WRK-DEPT not = currentDept
                    if haveGroup = 1
                        perform emit-one-group
                        move 0 to haveGroup
                    end-if
                    move WRK-DEPT to currentDept
                    move WRK-DEPT to OUT-SECTION-DEPT
                    WRITE OUT-LINE FROM DEPT-SECTION-LINE
                        AFTER ADVANCING 2 LINES
                    move 1 to haveSection
                end-if
                perform tally-dept-record
                if WRK-VERDICT not = 'N'
                    if sortedOption = 1
                        if haveGroup = 0
                            move 1 to haveGroup
                            move WRK-N to groupN
                            move WRK-VERDICT to groupVerdict
                            move WRK-FACTOR to groupFactor
                            move 1 to occurCount
                        else
                            if WRK-N = groupN
                                add 1 to occurCount
                            else
                                perform emit-one-group
                                move WRK-N to groupN
                                move WRK-VERDICT to groupVerdict
                                move WRK-FACTOR to groupFactor
                                move 1 to occurCount
                            end-if
                        end-if
                    else
                        perform emit-one-record
                    end-if
                end-if
            end-if
        end-perform
        CLOSE SORTED-FILE
    end-if.

tally-dept-record.
    move 0 to deptIdx
    move 1 to deptScan
    perform until deptScan > deptCount or deptIdx > 0
        if DEPT-TOT-CODE (deptScan) = WRK-DEPT
            move deptScan to deptIdx
        end-if
        add 1 to deptScan
    end-perform
    if deptIdx = 0
        if deptCount < 50
            add 1 to deptCount
            move deptCount to deptIdx
            move WRK-DEPT to DEPT-TOT-CODE (deptIdx)
            move 0 to DEPT-TOT-PRIMES (deptIdx)
            move 0 to DEPT-TOT-NONPRIMES (deptIdx)
            move 0 to DEPT-TOT-ILLEGAL (deptIdx)
            move 0 to DEPT-TOT-NONNUM (deptIdx)
            move 0 to DEPT-TOT-TOTAL (deptIdx)
        else
            move 51 to deptIdx
            if deptOverflow = 0
                move 1 to deptOverflow
                move '****' to DEPT-TOT-CODE (deptIdx)
                move 0 to DEPT-TOT-PRIMES (deptIdx)
                move 0 to DEPT-TOT-NONPRIMES (deptIdx)
                move 0 to DEPT-TOT-ILLEGAL (deptIdx)
                move 0 to DEPT-TOT-NONNUM (deptIdx)
                move 0 to DEPT-TOT-TOTAL (deptIdx)
            end-if
        end-if
    end-if
    if WRK-VERDICT = 'P'
        add 1 to DEPT-TOT-PRIMES (deptIdx)
    end-if
    if WRK-VERDICT = 'C'
        add 1 to DEPT-TOT-NONPRIMES (deptIdx)
    end-if
    if WRK-VERDICT = 'I'
        add 1 to DEPT-TOT-ILLEGAL (deptIdx)
    end-if
    if WRK-VERDICT = 'N'
        add 1 to DEPT-TOT-NONNUM (deptIdx)
    end-if
    add 1 to DEPT-TOT-TOTAL (deptIdx).

write-one-dept-total.
    move DEPT-TOT-CODE (deptIdx) to OUT-DEPT-CODE
    move DEPT-TOT-PRIMES (deptIdx) to OUT-DEPT-PRIMES
    move DEPT-TOT-NONPRIMES (deptIdx) to OUT-DEPT-NONPRIMES
    move DEPT-TOT-ILLEGAL (deptIdx) to OUT-DEPT-ILLEGAL
    move DEPT-TOT-NONNUM (deptIdx) to OUT-DEPT-NONNUM
    move DEPT-TOT-TOTAL (deptIdx) to OUT-DEPT-TOTAL
    WRITE OUT-LINE FROM TRAILER-DEPT-LINE AFTER ADVANCING 1 LINE.

emit-one-record.
    if WRK-VERDICT = 'P'
        move WRK-N to OUT-N-3
        WRITE OUT-LINE FROM PRIME-LINE AFTER ADVANCING 1 LINE
        move WRK-N to PRIMES-OUT-N
        WRITE PRIMES-OUT-LINE FROM PRIMES-EXTRACT-LINE
    else
        if WRK-VERDICT = 'C'
            move WRK-N to OUT-N-2
            move WRK-N to N
            CALL 'FACTORZ' USING N, factorCount,
                FACTOR-TABLE, factorText
            move factorText to OUT-FACTORS
            WRITE OUT-LINE FROM NOT-A-PRIME-LINE AFTER ADVANCING 1 LINE
        else
            move WRK-N to OUT-N
            WRITE OUT-LINE FROM ERROR-MESS AFTER ADVANCING 1 LINE
        end-if
    end-if.

emit-one-group.
    add 1 to distinctCount
    if groupVerdict = 'P'
        move groupN to SRT-OUT-N-3
        move occurCount to SRT-PRIME-SEEN
        WRITE OUT-LINE FROM SORTED-PRIME-LINE AFTER ADVANCING 1 LINE
        move groupN to PRIMES-OUT-N
        WRITE PRIMES-OUT-LINE FROM PRIMES-EXTRACT-LINE
    else
        if groupVerdict = 'C'
            move groupN to SRT-OUT-N-2
            move groupN to N
            CALL 'FACTORZ' USING N, factorCount,
                FACTOR-TABLE, factorText
            move factorText to SRT-OUT-FACTORS
            move occurCount to SRT-NOTPRIME-SEEN
            WRITE OUT-LINE FROM SORTED-NOT-A-PRIME-LINE
                AFTER ADVANCING 1 LINE
        else
            move groupN to SRT-OUT-N
            move occurCount to SRT-ILLEGAL-SEEN
            WRITE OUT-LINE FROM SORTED-ERROR-MESS AFTER ADVANCING 1 LINE
        end-if
    end-if.

*> The deck's own HDR/TRL count is checked against the details the
*> partitions actually returned, the same test primes3 makes on a
*> single run, then the one RUN TOTALS trailer and per-department
*> block for the whole deck.
write-merged-trailer.
    if gotHeader = 1 or gotTrailer = 1
        move expectedCount to OUT-EXPECTED-COUNT
        move totalCount to OUT-ACTUAL-COUNT
        if (gotHeader = 1 and gotTrailer = 0)
                or totalCount not = expectedCount
            WRITE OUT-LINE FROM TRAILER-RECONCILE-LINE
                AFTER ADVANCING 1 LINE
            move 2 to pairStatus
        end-if
    end-if
    move primeCount to OUT-PRIME-COUNT
    move notPrimeCount to OUT-NOTPRIME-COUNT
    move illegalCount to OUT-ILLEGAL-COUNT
    move nonNumericCount to OUT-NONNUMERIC-COUNT
    move totalCount to OUT-TOTAL-COUNT
    WRITE OUT-LINE FROM UNDER-LINE AFTER ADVANCING 2 LINES
    WRITE OUT-LINE FROM TRAILER-TITLE-LINE AFTER ADVANCING 1 LINE
    WRITE OUT-LINE FROM TRAILER-PRIME-LINE AFTER ADVANCING 1 LINE
    WRITE OUT-LINE FROM TRAILER-NOTPRIME-LINE AFTER ADVANCING 1 LINE
    WRITE OUT-LINE FROM TRAILER-ILLEGAL-LINE AFTER ADVANCING 1 LINE
    WRITE OUT-LINE FROM TRAILER-NONNUMERIC-LINE AFTER ADVANCING 1 LINE
    if inquiryCount > 0
        move inquiryCount to OUT-INQUIRY-COUNT
        WRITE OUT-LINE FROM TRAILER-INQUIRY-LINE
            AFTER ADVANCING 1 LINE
    end-if
    if sortedOption = 1
        move distinctCount to OUT-DISTINCT-COUNT
        WRITE OUT-LINE FROM TRAILER-DISTINCT-LINE AFTER ADVANCING 1 LINE
    end-if
    WRITE OUT-LINE FROM TRAILER-TOTAL-LINE AFTER ADVANCING 1 LINE
    if deptCount > 0
        WRITE OUT-LINE FROM TRAILER-DEPT-TITLE-LINE
            AFTER ADVANCING 1 LINE
        move 1 to deptIdx
        perform until deptIdx > deptCount
            perform write-one-dept-total
            add 1 to deptIdx
        end-perform
        if deptOverflow = 1
            move 51 to deptIdx
            perform write-one-dept-total
        end-if
    end-if.

*> The master sightings every partition deferred, filed in partition
*> order under the master lock. When another session holds the lock
*> they stay on the partitions' .MDF files for a mastutil APPLY and
*> the function ends RETURN-CODE 4; the merged set itself stands.
apply-partition-updates.
    move 'A' to lockAction
    CALL 'RUNLOCK' USING master-lock-name, lockAction, lockResult
    if lockResult not = 0
        display 'PARTRUN: master is in use by another session, master'
            ' updates held on the partition .MDF files (mastutil APPLY)'
        move 1 to heldUpdates
    else
        move 1 to partIdx
        perform until partIdx > partitionCount
            perform build-partition-names
            CALL 'MASTAPLY' USING part-mdf-name, applyResult
            if applyResult not = 0
                display 'PARTRUN: master updates held on ' part-mdf-name
                    ' (mastutil APPLY)'
                move 1 to heldUpdates
            end-if
            add 1 to partIdx
        end-perform
        move 'R' to lockAction
        CALL 'RUNLOCK' USING master-lock-name, lockAction, lockResult
    end-if.

*> One run-history record for the deck as a whole, under its own
*> output name, as a mode 2 pair run would have written it.
write-history-record.
    ACCEPT current-date FROM DATE YYYYMMDD
    ACCEPT run-time FROM TIME
    move current-date to HST-DATE
    move run-time(1:6) to HST-TIME
    move 2 to HST-MODE
    move spaces to HST-CONTROL-FILE
    if unattended = 1
        move parm-file-name to HST-CONTROL-FILE
    end-if
    move deck-file-name to HST-INFILE
    move outfile-name to HST-OUTFILE
    move 'N' to HST-RESUMED
    move 0 to HST-RESUME-COUNT
    move primeCount to HST-PRIME-COUNT
    move notPrimeCount to HST-NOTPRIME-COUNT
    move illegalCount to HST-ILLEGAL-COUNT
    move nonNumericCount to HST-NONNUMERIC-COUNT
    move totalCount to HST-TOTAL-COUNT
    perform stop-run-clock
    if pairStatus = 1
        move 'OPEN-FAILED' to HST-STATUS
    else
        if pairStatus = 2
            move 'COUNT-MISMATCH' to HST-STATUS
        else
            if pairStatus = 3
                move 'AUDIT-FAIL' to HST-STATUS
            else
                if pairStatus = 5
                    move 'BURST-FAIL' to HST-STATUS
                else
                    if pairStatus = 6
                        move 'ARCHIVE-FAIL' to HST-STATUS
                    else
                        if pairStatus = 7
                            move 'PROMOTE-FAIL' to HST-STATUS
                        else
                            move 'OK' to HST-STATUS
                        end-if
                    end-if
                end-if
            end-if
        end-if
    end-if
    OPEN EXTEND HISTORY-FILE
    if history-status not = '00'
        OPEN OUTPUT HISTORY-FILE
    end-if
    if history-status not = '00'
        display 'Error, run history file ' history-file-name
            ' could not be opened, continuing without history'
    else
        WRITE HISTORY-OUT-LINE FROM HISTORY-RECORD
        CLOSE HISTORY-FILE
    end-if.

*> Elapsed time of this execution of the function, from the lock
*> being taken to the history record. The master-hit and computed
*> split stays zero here: each partition's own run history carries
*> it, and the merge itself classifies nothing.
stop-run-clock.
    move run-time to CLOCK-STAMP
    perform clock-to-hundredths
    move 0 to elapsedHundredths
    if startDate > 0
        compute elapsedHundredths =
            (FUNCTION INTEGER-OF-DATE (current-date)
             - FUNCTION INTEGER-OF-DATE (startDate)) * 8640000
            + stampHundredths - startHundredths
        if elapsedHundredths < 0
            move 0 to elapsedHundredths
        end-if
    end-if
    compute HST-ELAPSED rounded = elapsedHundredths / 100
    move 0 to HST-RATE
    if elapsedHundredths > 0
        compute HST-RATE = totalCount * 6000 / elapsedHundredths
    end-if
    move 0 to HST-MASTER-HITS
    move 0 to HST-HIT-RATE
    move 0 to HST-COMPUTED
    move 0 to HST-COMPUTED-RATE
    move 0 to HST-MAGNITUDE.

*> Hundredths of a second since midnight for the time in CLOCK-STAMP.
clock-to-hundredths.
    compute stampHundredths =
        ((CLK-HOURS * 60 + CLK-MINUTES) * 60 + CLK-SECONDS) * 100
        + CLK-HUNDREDTHS.

*> Submission register posting for the deck as a whole; the
*> partition sub-decks are never on the register.
post-register-status.
    move deck-file-name to RGE-DECK
    move outfile-name to RGE-OUTFILE
    move primeCount to RGE-PRIME-COUNT
    move notPrimeCount to RGE-NOTPRIME-COUNT
    move illegalCount to RGE-ILLEGAL-COUNT
    move nonNumericCount to RGE-NONNUMERIC-COUNT
    move totalCount to RGE-TOTAL-COUNT
    move 'S' to regAction
    CALL 'REGUPD' USING regAction, REGISTER-ENTRY, regResult
    if regResult = 8
        display 'Error, submission register not updated for '
            deck-file-name
    end-if.
