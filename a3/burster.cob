*> BURSTER
*> Per-department burst of one run's output set. Given the PRIME
*> NUMBER RESULTS report name, it splits the report, the .PRM extract,
*> the .EXC rejects and the .INT interface records into one set of
*> files per department code (report name + '.' + code, with the
*> same .PRM/.EXC/.INT suffixes), each ending in its own RUN TOTALS
*> trailer and PER-DEPARTMENT TOTALS line, so every keying area gets
*> only its own work. Report detail lines are routed by the
*> DEPARTMENT section they sit in, inquiry lines by the department on
*> the matching inquiry interface record, .PRM records by the prime
*> line they were written behind, rejects by their DEPT= column.
*> Every department set is run through AUDCHK, and the department
*> counts are cross-footed back to the original trailer, extract,
*> rejects and interface file so a burst can never quietly drop a
*> section. A distribution manifest (report name + '.MAN') lists each
*> department's files, record counts and delivery destination from
*> the department master. Called by primes3 after every good run and
*> driver pair and by the burstjob stand-alone job; a nonzero result
*> means the burst did not balance.
identification division.
program-id. BURSTER.
environment division.
input-output section.
file-control.
select REPORT-FILE assign to dynamic report-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS report-status.
select PRM-FILE assign to dynamic prm-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS prm-status.
select EXC-FILE assign to dynamic exc-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS exc-status.
select INT-FILE assign to dynamic int-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS int-status.
select INQUIRY-FILE assign to dynamic int-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS inquiry-status.
select WORK-FILE assign to dynamic work-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS work-status.
select SORTED-FILE assign to dynamic sorted-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS sorted-status.
select SORT-FILE assign to 'SORTWORK'.
select DEPT-FILE assign to dynamic dept-file-name
ORGANIZATION IS INDEXED
ACCESS MODE IS RANDOM
RECORD KEY IS DPT-CODE
FILE STATUS IS dept-status.
select SET-REPORT-FILE assign to dynamic set-report-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS set-report-status.
select SET-PRM-FILE assign to dynamic set-prm-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS set-prm-status.
select SET-EXC-FILE assign to dynamic set-exc-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS set-exc-status.
select SET-INT-FILE assign to dynamic set-int-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS set-int-status.
select MANIFEST-FILE assign to dynamic manifest-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS manifest-status.
data division.
file section.
fd REPORT-FILE.
01 REPORT-IN-LINE PICTURE X(160).
fd PRM-FILE.
01 PRM-IN-LINE PICTURE X(18).
fd EXC-FILE.
01 EXC-IN-LINE PICTURE X(81).
fd INT-FILE.
01 INT-IN-LINE PICTURE X(200).
fd INQUIRY-FILE.
01 INQUIRY-IN-LINE PICTURE X(200).
fd WORK-FILE.
01 WORK-OUT-LINE PICTURE X(214).
fd SORTED-FILE.
01 SORTED-IN-LINE PICTURE X(214).
sd SORT-FILE.
01 SORT-REC.
   02 SORT-DEPT PICTURE X(4).
   02 SORT-KIND PICTURE 9.
   02 SORT-SEQ PICTURE 9(9).
   02 FILLER PICTURE X(200).
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
fd SET-REPORT-FILE.
01 SET-REPORT-LINE PICTURE X(160).
fd SET-PRM-FILE.
01 SET-PRM-LINE PICTURE X(18).
fd SET-EXC-FILE.
01 SET-EXC-LINE PICTURE X(81).
fd SET-INT-FILE.
01 SET-INT-LINE PICTURE X(200).
fd MANIFEST-FILE.
01 MANIFEST-LINE PICTURE X(160).
WORKING-STORAGE SECTION.
77  report-file-name PICTURE X(81).
77  report-status PICTURE X(02).
77  prm-file-name PICTURE X(81).
77  prm-status PICTURE X(02).
77  exc-file-name PICTURE X(81).
77  exc-status PICTURE X(02).
77  int-file-name PICTURE X(81).
77  int-status PICTURE X(02).
77  inquiry-status PICTURE X(02).
77  work-file-name PICTURE X(81).
77  work-status PICTURE X(02).
77  sorted-file-name PICTURE X(81).
77  sorted-status PICTURE X(02).
77  dept-file-name PICTURE X(81) VALUE 'DEPTMAST.DAT'.
77  dept-status PICTURE X(02).
77  set-report-name PICTURE X(81).
77  set-report-status PICTURE X(02).
77  set-prm-name PICTURE X(81).
77  set-prm-status PICTURE X(02).
77  set-exc-name PICTURE X(81).
77  set-exc-status PICTURE X(02).
77  set-int-name PICTURE X(81).
77  set-int-status PICTURE X(02).
77  manifest-file-name PICTURE X(81).
77  manifest-status PICTURE X(02).
77  shell-command PICTURE X(200).
77  current-date PICTURE 9(8).
77  run-time PICTURE 9(8).
77  readDone PICTURE 9 VALUE 0.
77  prmDone PICTURE 9 VALUE 0.
77  inquiryDone PICTURE 9 VALUE 0.
77  sortDone PICTURE 9 VALUE 0.
77  burstFailed PICTURE 9 VALUE 0.
77  deptMasterOpen PICTURE 9 VALUE 0.
77  setOpen PICTURE 9 VALUE 0.
77  haveDept PICTURE 9 VALUE 0.
77  headingDone PICTURE 9 VALUE 0.
77  sortedReport PICTURE 9 VALUE 0.
77  currentDept PICTURE X(4).
77  sectionDept PICTURE X(4).
77  deptSuffix PICTURE X(7).
77  suffixIdx PICTURE 9(2) USAGE IS COMPUTATIONAL VALUE 0.
77  spoolSeq PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  auditResult PICTURE 9(4) VALUE 0.
77  setCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  parsedValue PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  parseIdx PICTURE 9(2) USAGE IS COMPUTATIONAL VALUE 0.
77  checkOk PICTURE 9 VALUE 0.
01  PARSE-FIELD.
    02 PARSE-CHAR PICTURE X OCCURS 9.
01  PARSE-DIGIT-X PICTURE X.
01  PARSE-DIGIT REDEFINES PARSE-DIGIT-X PICTURE 9.
01  RPT-CARD PICTURE X(160).
01  SPOOL-REC.
    02 SPL-DEPT PICTURE X(4).
    02 SPL-KIND PICTURE 9.
    02 SPL-SEQ PICTURE 9(9).
    02 SPL-TEXT PICTURE X(200).
*> The two interface fields a burst needs, pulled off the pipes.
01  INTERFACE-FIELDS.
    02 INT-VALUE PICTURE X(18).
    02 INT-VERDICT PICTURE X(10).
    02 INT-FACTOR PICTURE X(18).
    02 INT-FACTOR-TEXT PICTURE X(80).
    02 INT-DEPT PICTURE X(4).
*> Control totals: as the original run reported them, as the
*> department sets add up, and for the set being written. Entries are
*> 1 primes, 2 non-primes, 3 illegal, 4 non-numeric, 5 total,
*> 6 inquiries, 7 distinct, 8 detail lines, 9 inquiry lines,
*> 10 .PRM, 11 .EXC, 12 .INT records.
01  CONTROL-TOTALS.
    02 ORIG-COUNT PICTURE 9(9) USAGE IS COMPUTATIONAL OCCURS 12.
    02 BURST-COUNT PICTURE 9(9) USAGE IS COMPUTATIONAL OCCURS 12.
    02 SET-COUNT PICTURE 9(9) USAGE IS COMPUTATIONAL OCCURS 12.
77  ctlIdx PICTURE 9(2) USAGE IS COMPUTATIONAL VALUE 0.
01  CONTROL-LABEL-VALUES.
    02 FILLER PICTURE X(20) VALUE 'PRIMES FOUND       :'.
    02 FILLER PICTURE X(20) VALUE 'NON-PRIMES FOUND   :'.
    02 FILLER PICTURE X(20) VALUE 'ILLEGAL INPUT RECS :'.
    02 FILLER PICTURE X(20) VALUE 'NON-NUMERIC RECS   :'.
    02 FILLER PICTURE X(20) VALUE 'TOTAL RECORDS READ :'.
    02 FILLER PICTURE X(20) VALUE 'INQUIRIES ANSWERED :'.
    02 FILLER PICTURE X(20) VALUE 'DISTINCT RECORDS   :'.
    02 FILLER PICTURE X(20) VALUE 'REPORT DETAIL LINES:'.
    02 FILLER PICTURE X(20) VALUE 'INQUIRY LINES      :'.
    02 FILLER PICTURE X(20) VALUE 'EXTRACT RECORDS    :'.
    02 FILLER PICTURE X(20) VALUE 'EXCEPTION RECORDS  :'.
    02 FILLER PICTURE X(20) VALUE 'INTERFACE RECORDS  :'.
01  CONTROL-LABEL-TABLE REDEFINES CONTROL-LABEL-VALUES.
    02 CONTROL-LABEL PICTURE X(20) OCCURS 12.
*> Department report lines, laid out exactly as primes3 prints them
*> so AUDCHK reads a department set like any other run.
01  TITLE-LINE.
    02 FILLER PICTURE X(6) VALUE SPACES.
    02 FILLER PICTURE X(20) VALUE 'PRIME NUMBER RESULTS'.
01  UNDER-LINE.
    02 FILLER PICTURE X(32) VALUE
           ' -------------------------------'.
01  DEPT-SECTION-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 FILLER PICTURE X(11) VALUE 'DEPARTMENT '.
    02 OUT-SECTION-DEPT PICTURE X(4).
01  TRAILER-TITLE-LINE.
    02 FILLER PICTURE X(6) VALUE SPACES.
    02 FILLER PICTURE X(11) VALUE 'RUN TOTALS'.
01  TRAILER-COUNT-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-TRAILER-LABEL PICTURE X(20).
    02 OUT-TRAILER-COUNT PICTURE Z(8)9.
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
01  MANIFEST-TITLE-LINE.
    02 FILLER PICTURE X(6) VALUE SPACES.
    02 FILLER PICTURE X(27) VALUE 'BURST DISTRIBUTION MANIFEST'.
01  MANIFEST-SOURCE-LINE.
    02 FILLER PICTURE X(17) VALUE ' SOURCE REPORT : '.
    02 MAN-SOURCE PICTURE X(81).
01  MANIFEST-STAMP-LINE.
    02 FILLER PICTURE X(17) VALUE ' BURST RUN     : '.
    02 MAN-DATE PICTURE 9(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 MAN-TIME PICTURE 9(6).
01  MANIFEST-HEAD-LINE.
    02 FILLER PICTURE X(13) VALUE ' DEPT FILE'.
    02 FILLER PICTURE X(61) VALUE 'NAME'.
    02 FILLER PICTURE X(10) VALUE '   RECORDS'.
    02 FILLER PICTURE X(41) VALUE ' DESTINATION'.
    02 FILLER PICTURE X(13) VALUE ' AUDIT'.
01  MANIFEST-DETAIL-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 MAN-DEPT PICTURE X(4).
    02 FILLER PICTURE X VALUE SPACE.
    02 MAN-KIND PICTURE X(7).
    02 MAN-FILE PICTURE X(60).
    02 FILLER PICTURE X VALUE SPACE.
    02 MAN-COUNT PICTURE Z(8)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 MAN-DEST PICTURE X(40).
    02 FILLER PICTURE X VALUE SPACE.
    02 MAN-AUDIT PICTURE X(12).
01  MANIFEST-CHECK-HEAD-LINE.
    02 FILLER PICTURE X(21) VALUE ' CONTROL'.
    02 FILLER PICTURE X(10) VALUE '  ORIGINAL'.
    02 FILLER PICTURE X(10) VALUE '     BURST'.
01  MANIFEST-CHECK-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 MAN-CHECK-LABEL PICTURE X(20).
    02 MAN-CHECK-ORIG PICTURE Z(9)9.
    02 MAN-CHECK-BURST PICTURE Z(9)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 MAN-CHECK-NOTE PICTURE X(8).
01  MANIFEST-SETS-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 FILLER PICTURE X(20) VALUE 'DEPARTMENT SETS    :'.
    02 MAN-SETS PICTURE Z(8)9.
01  MANIFEST-STATUS-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 FILLER PICTURE X(20) VALUE 'BURST STATUS       :'.
    02 FILLER PICTURE X VALUE SPACE.
    02 MAN-STATUS PICTURE X(14).
LINKAGE SECTION.
01  BUR-OUTFILE PICTURE X(81).
01  BUR-RESULT PICTURE 9(4).

PROCEDURE DIVISION USING BUR-OUTFILE, BUR-RESULT.
    move 0 to BUR-RESULT.
    *> Working storage persists across calls when the driver loop
    *> bursts pair after pair, so every counter resets on entry.
    INITIALIZE CONTROL-TOTALS
    move 0 to burstFailed
    move 0 to sortedReport
    move 0 to spoolSeq
    move 0 to setCount
    move 0 to haveDept
    move spaces to sectionDept
    move BUR-OUTFILE to report-file-name
    move spaces to prm-file-name
    string BUR-OUTFILE delimited by space
           '.PRM' delimited by size
      into prm-file-name
    move spaces to exc-file-name
    string BUR-OUTFILE delimited by space
           '.EXC' delimited by size
      into exc-file-name
    move spaces to int-file-name
    string BUR-OUTFILE delimited by space
           '.INT' delimited by size
      into int-file-name
    move spaces to work-file-name
    string BUR-OUTFILE delimited by space
           '.BWK' delimited by size
      into work-file-name
    move spaces to sorted-file-name
    string BUR-OUTFILE delimited by space
           '.BSR' delimited by size
      into sorted-file-name
    move spaces to manifest-file-name
    string BUR-OUTFILE delimited by space
           '.MAN' delimited by size
      into manifest-file-name
    OPEN INPUT REPORT-FILE
    if report-status not = '00'
        display 'BURST: report ' report-file-name ' could not be opened'
        move 8 to BUR-RESULT
        GOBACK
    end-if
    *> Inquiry lines on the report carry no department of their own;
    *> the interface file is the only place that says whose they are,
    *> so a run without one cannot be burst.
    OPEN INPUT INQUIRY-FILE
    if inquiry-status not = '00'
        display 'BURST: interface file ' int-file-name
            ' could not be opened'
        CLOSE REPORT-FILE
        move 8 to BUR-RESULT
        GOBACK
    end-if
    OPEN OUTPUT WORK-FILE
    if work-status not = '00'
        display 'BURST: work file ' work-file-name ' could not be opened'
        CLOSE REPORT-FILE, INQUIRY-FILE
        move 8 to BUR-RESULT
        GOBACK
    end-if
    move 0 to prmDone
    OPEN INPUT PRM-FILE
    if prm-status not = '00'
        display 'BURST: extract ' prm-file-name
            ' could not be opened, counted as empty'
        move 1 to prmDone
    end-if
    move 0 to inquiryDone
    perform spool-report-lines
    CLOSE REPORT-FILE, INQUIRY-FILE
    perform spool-leftover-extract
    if prm-status = '10' or prm-status = '00'
        CLOSE PRM-FILE
    end-if
    perform spool-exceptions
    perform spool-interface
    CLOSE WORK-FILE
    SORT SORT-FILE ON ASCENDING KEY SORT-DEPT SORT-KIND SORT-SEQ
        USING WORK-FILE GIVING SORTED-FILE
    ACCEPT current-date FROM DATE YYYYMMDD
    ACCEPT run-time FROM TIME
    OPEN OUTPUT MANIFEST-FILE
    if manifest-status not = '00'
        display 'BURST: manifest ' manifest-file-name
            ' could not be opened'
        move 1 to burstFailed
    else
        WRITE MANIFEST-LINE FROM MANIFEST-TITLE-LINE
        move BUR-OUTFILE to MAN-SOURCE
        WRITE MANIFEST-LINE FROM MANIFEST-SOURCE-LINE
        move current-date to MAN-DATE
        move run-time(1:6) to MAN-TIME
        WRITE MANIFEST-LINE FROM MANIFEST-STAMP-LINE
        move spaces to MANIFEST-LINE
        WRITE MANIFEST-LINE
        WRITE MANIFEST-LINE FROM MANIFEST-HEAD-LINE
    end-if
    *> The department master is only read for each code's delivery
    *> destination; a burst still runs without it, holding every set.
    move 0 to deptMasterOpen
    OPEN INPUT DEPT-FILE
    if dept-status = '00'
        move 1 to deptMasterOpen
    end-if
    perform write-department-sets
    if deptMasterOpen = 1
        CLOSE DEPT-FILE
    end-if
    perform cross-foot-burst
    if manifest-status = '00'
        CLOSE MANIFEST-FILE
    end-if
    move spaces to shell-command
    string 'rm -f ' delimited by size
           work-file-name delimited by space
           ' ' delimited by size
           sorted-file-name delimited by space
      into shell-command
    CALL 'SYSTEM' USING shell-command
    if burstFailed = 1
        move 8 to BUR-RESULT
    end-if
    GOBACK.

*> Walk the original report once: DEPARTMENT headings set the
*> section the following detail lines belong to, each prime line
*> takes the next .PRM record with it, each inquiry line takes its
*> department from the next inquiry record on the interface file, and
*> the RUN TOTALS trailer is parsed for the cross-foot. Detail lines
*> are recognized the way AUDCHK recognizes them.
spool-report-lines.
    move 0 to readDone
    perform until readDone = 1
        read REPORT-FILE into RPT-CARD
            at end move 1 to readDone
        end-read
        if readDone not = 1
            if RPT-CARD(2:11) = 'DEPARTMENT '
                move RPT-CARD(13:4) to sectionDept
            end-if
            if RPT-CARD(2:8) = 'INQUIRY '
                add 1 to ORIG-COUNT (9)
                perform next-inquiry-dept
                move 1 to SPL-KIND
                move RPT-CARD to SPL-TEXT
                perform spool-one-record
            end-if
            if RPT-CARD(20:15) = ' IS NOT A PRIME'
                    or RPT-CARD(20:11) = ' IS A PRIME'
                    or RPT-CARD(20:14) = ' ILLEGAL INPUT'
                add 1 to ORIG-COUNT (8)
                move sectionDept to SPL-DEPT
                move 2 to SPL-KIND
                move RPT-CARD to SPL-TEXT
                perform spool-one-record
                if RPT-CARD(20:11) = ' IS A PRIME'
                    perform take-extract-record
                end-if
            end-if
            perform parse-trailer-line
        end-if
    end-perform.

*> The extract was written one record behind each prime line, in
*> report order, so the next .PRM record belongs to the section of
*> the prime line just read.
take-extract-record.
    if prmDone = 0
        read PRM-FILE
            at end move 1 to prmDone
        end-read
    end-if
    if prmDone = 1
        display 'BURST: extract ' prm-file-name
            ' is short of the report''s prime lines'
        move 1 to burstFailed
    else
        add 1 to ORIG-COUNT (10)
        move sectionDept to SPL-DEPT
        move 3 to SPL-KIND
        move PRM-IN-LINE to SPL-TEXT
        perform spool-one-record
    end-if.

*> Anything left on the extract matches no prime line; it is counted
*> against the original so the cross-foot shows it, and parked under
*> ???? so it still reaches a department set.
spool-leftover-extract.
    perform until prmDone = 1
        read PRM-FILE
            at end move 1 to prmDone
            not at end
                add 1 to ORIG-COUNT (10)
                move '????' to SPL-DEPT
                move 3 to SPL-KIND
                move PRM-IN-LINE to SPL-TEXT
                perform spool-one-record
        end-read
    end-perform.

*> Department for the inquiry line just read: the next NEXTPRIME or
*> PREVPRIME record on the interface file, which primes3 writes in
*> the same order it prints the inquiry lines.
next-inquiry-dept.
    move '????' to SPL-DEPT
    move spaces to INT-VERDICT
    perform until inquiryDone = 1
            or INT-VERDICT = 'NEXTPRIME' or INT-VERDICT = 'PREVPRIME'
        read INQUIRY-FILE
            at end move 1 to inquiryDone
            not at end
                move spaces to INTERFACE-FIELDS
                unstring INQUIRY-IN-LINE delimited by '|'
                    into INT-VALUE, INT-VERDICT, INT-FACTOR,
                         INT-FACTOR-TEXT, INT-DEPT
                end-unstring
        end-read
    end-perform
    if INT-VERDICT = 'NEXTPRIME' or INT-VERDICT = 'PREVPRIME'
        move INT-DEPT to SPL-DEPT
    else
        display 'BURST: interface file ' int-file-name
            ' has no inquiry record for a report inquiry line'
        move 1 to burstFailed
    end-if.

*> Trailer labels sit in columns 2-21 with the count in 22-30.
parse-trailer-line.
    move RPT-CARD(22:9) to PARSE-FIELD
    move 1 to ctlIdx
    perform until ctlIdx > 7
        if RPT-CARD(2:20) = CONTROL-LABEL (ctlIdx)
            perform parse-nine-digits
            move parsedValue to ORIG-COUNT (ctlIdx)
            if ctlIdx = 7
                move 1 to sortedReport
            end-if
        end-if
        add 1 to ctlIdx
    end-perform.

*> Edited counts print as Z(8)9, so the digits arrive with leading
*> blanks; build the value digit by digit, skipping the blanks.
parse-nine-digits.
    move 0 to parsedValue
    move 1 to parseIdx
    perform until parseIdx > 9
        if PARSE-CHAR (parseIdx) is numeric
            move PARSE-CHAR (parseIdx) to PARSE-DIGIT-X
            compute parsedValue = parsedValue * 10 + PARSE-DIGIT
        end-if
        add 1 to parseIdx
    end-perform.

*> Rejects carry their department in the DEPT= column (55-58).
spool-exceptions.
    move 0 to readDone
    OPEN INPUT EXC-FILE
    if exc-status not = '00'
        display 'BURST: exceptions ' exc-file-name
            ' could not be opened, counted as empty'
        move 1 to readDone
    end-if
    perform until readDone = 1
        read EXC-FILE
            at end move 1 to readDone
            not at end
                add 1 to ORIG-COUNT (11)
                move EXC-IN-LINE(55:4) to SPL-DEPT
                move 4 to SPL-KIND
                move EXC-IN-LINE to SPL-TEXT
                perform spool-one-record
        end-read
    end-perform
    if exc-status = '10' or exc-status = '00'
        CLOSE EXC-FILE
    end-if.

spool-interface.
    move 0 to readDone
    OPEN INPUT INT-FILE
    if int-status not = '00'
        display 'BURST: interface file ' int-file-name
            ' could not be opened'
        move 1 to burstFailed
        move 1 to readDone
    end-if
    perform until readDone = 1
        read INT-FILE
            at end move 1 to readDone
            not at end
                add 1 to ORIG-COUNT (12)
                move spaces to INTERFACE-FIELDS
                unstring INT-IN-LINE delimited by '|'
                    into INT-VALUE, INT-VERDICT, INT-FACTOR,
                         INT-FACTOR-TEXT, INT-DEPT
                end-unstring
                move INT-DEPT to SPL-DEPT
                move 5 to SPL-KIND
                move INT-IN-LINE to SPL-TEXT
                perform spool-one-record
        end-read
    end-perform
    if int-status = '10' or int-status = '00'
        CLOSE INT-FILE
    end-if.

spool-one-record.
    add 1 to spoolSeq
    move spoolSeq to SPL-SEQ
    WRITE WORK-OUT-LINE FROM SPOOL-REC.

*> Control break on department over the sorted spool. Within a
*> department the spool comes back inquiry lines, detail lines,
*> extract, rejects, interface records -- each in original order --
*> which is exactly the order the set's files are written in.
write-department-sets.
    move 0 to sortDone
    OPEN INPUT SORTED-FILE
    if sorted-status not = '00'
        display 'BURST: sorted work file ' sorted-file-name
            ' could not be opened'
        move 1 to burstFailed
        move 1 to sortDone
    end-if
    perform until sortDone = 1
        read SORTED-FILE into SPOOL-REC
            at end move 1 to sortDone
        end-read
        if sortDone not = 1
            if haveDept = 1 and SPL-DEPT not = currentDept
                perform close-department-set
            end-if
            if haveDept = 0
                perform open-department-set
            end-if
            if setOpen = 1
                perform route-one-record
            end-if
        end-if
    end-perform
    if haveDept = 1
        perform close-department-set
    end-if
    if sorted-status = '10' or sorted-status = '00'
        CLOSE SORTED-FILE
    end-if.

*> File names for a department set: the report name plus the code,
*> blanks inside a code becoming underscores and the unreadable-code
*> bucket ???? becoming INVALID so the names stay shell-safe.
open-department-set.
    move SPL-DEPT to currentDept
    move 1 to haveDept
    move 0 to headingDone
    move 1 to ctlIdx
    perform until ctlIdx > 12
        move 0 to SET-COUNT (ctlIdx)
        add 1 to ctlIdx
    end-perform
    if currentDept = '????'
        move 'INVALID' to deptSuffix
    else
        move currentDept to deptSuffix
        move 1 to suffixIdx
        perform until suffixIdx > 4
            if deptSuffix(suffixIdx:1) = space
                move '_' to deptSuffix(suffixIdx:1)
            end-if
            add 1 to suffixIdx
        end-perform
    end-if
    move spaces to set-report-name
    string BUR-OUTFILE delimited by space
           '.' delimited by size
           deptSuffix delimited by space
      into set-report-name
    move spaces to set-prm-name
    string set-report-name delimited by space
           '.PRM' delimited by size
      into set-prm-name
    move spaces to set-exc-name
    string set-report-name delimited by space
           '.EXC' delimited by size
      into set-exc-name
    move spaces to set-int-name
    string set-report-name delimited by space
           '.INT' delimited by size
      into set-int-name
    OPEN OUTPUT SET-REPORT-FILE
    OPEN OUTPUT SET-PRM-FILE
    OPEN OUTPUT SET-EXC-FILE
    OPEN OUTPUT SET-INT-FILE
    if set-report-status not = '00' or set-prm-status not = '00'
            or set-exc-status not = '00' or set-int-status not = '00'
        display 'BURST: department set ' set-report-name
            ' could not be opened'
        move 1 to burstFailed
        move 0 to setOpen
        if set-report-status = '00'
            CLOSE SET-REPORT-FILE
        end-if
        if set-prm-status = '00'
            CLOSE SET-PRM-FILE
        end-if
        if set-exc-status = '00'
            CLOSE SET-EXC-FILE
        end-if
        if set-int-status = '00'
            CLOSE SET-INT-FILE
        end-if
    else
        move 1 to setOpen
        add 1 to setCount
        WRITE SET-REPORT-LINE FROM TITLE-LINE AFTER ADVANCING 0 LINES
        WRITE SET-REPORT-LINE FROM UNDER-LINE AFTER ADVANCING 1 LINE
    end-if.

route-one-record.
    if SPL-KIND = 1
        WRITE SET-REPORT-LINE FROM SPL-TEXT AFTER ADVANCING 1 LINE
        add 1 to SET-COUNT (9)
    end-if
    if SPL-KIND = 2
        if headingDone = 0
            perform write-section-heading
        end-if
        WRITE SET-REPORT-LINE FROM SPL-TEXT AFTER ADVANCING 1 LINE
        add 1 to SET-COUNT (8)
    end-if
    if SPL-KIND = 3
        WRITE SET-PRM-LINE FROM SPL-TEXT
        add 1 to SET-COUNT (10)
    end-if
    if SPL-KIND = 4
        WRITE SET-EXC-LINE FROM SPL-TEXT
        add 1 to SET-COUNT (11)
    end-if
    if SPL-KIND = 5
        WRITE SET-INT-LINE FROM SPL-TEXT
        add 1 to SET-COUNT (12)
        move spaces to INTERFACE-FIELDS
        unstring SPL-TEXT delimited by '|'
            into INT-VALUE, INT-VERDICT
        end-unstring
        if INT-VERDICT = 'PRIME'
            add 1 to SET-COUNT (1)
        end-if
        if INT-VERDICT = 'COMPOSITE'
            add 1 to SET-COUNT (2)
        end-if
        if INT-VERDICT = 'ILLEGAL'
            add 1 to SET-COUNT (3)
        end-if
        if INT-VERDICT = 'NONNUMERIC'
            add 1 to SET-COUNT (4)
        end-if
        if INT-VERDICT = 'NEXTPRIME' or INT-VERDICT = 'PREVPRIME'
            add 1 to SET-COUNT (6)
        end-if
    end-if.

write-section-heading.
    move currentDept to OUT-SECTION-DEPT
    WRITE SET-REPORT-LINE FROM DEPT-SECTION-LINE AFTER ADVANCING 2 LINES
    move 1 to headingDone.

*> Finish one department set: its own RUN TOTALS trailer counted
*> from its interface records (with the DISTINCT line when the
*> original was a sorted report, where each detail line is one
*> distinct value), the audit, and its manifest entry.
close-department-set.
    if setOpen = 1
        if headingDone = 0
            perform write-section-heading
        end-if
        compute SET-COUNT (5) = SET-COUNT (1) + SET-COUNT (2)
            + SET-COUNT (3) + SET-COUNT (4)
        if sortedReport = 1
            move SET-COUNT (8) to SET-COUNT (7)
        end-if
        WRITE SET-REPORT-LINE FROM UNDER-LINE AFTER ADVANCING 2 LINES
        WRITE SET-REPORT-LINE FROM TRAILER-TITLE-LINE AFTER ADVANCING 1 LINE
        move 1 to ctlIdx
        perform until ctlIdx > 4
            perform write-set-trailer-count
            add 1 to ctlIdx
        end-perform
        if SET-COUNT (6) > 0
            move 6 to ctlIdx
            perform write-set-trailer-count
        end-if
        if sortedReport = 1
            move 7 to ctlIdx
            perform write-set-trailer-count
        end-if
        move 5 to ctlIdx
        perform write-set-trailer-count
        WRITE SET-REPORT-LINE FROM TRAILER-DEPT-TITLE-LINE
            AFTER ADVANCING 1 LINE
        move currentDept to OUT-DEPT-CODE
        move SET-COUNT (1) to OUT-DEPT-PRIMES
        move SET-COUNT (2) to OUT-DEPT-NONPRIMES
        move SET-COUNT (3) to OUT-DEPT-ILLEGAL
        move SET-COUNT (4) to OUT-DEPT-NONNUM
        move SET-COUNT (5) to OUT-DEPT-TOTAL
        WRITE SET-REPORT-LINE FROM TRAILER-DEPT-LINE AFTER ADVANCING 1 LINE
        CLOSE SET-REPORT-FILE, SET-PRM-FILE, SET-EXC-FILE, SET-INT-FILE
        CALL 'AUDCHK' USING set-report-name, auditResult
        if auditResult not = 0
            display 'BURST: department set ' set-report-name
                ' does not balance'
            move 1 to burstFailed
        end-if
        move 1 to ctlIdx
        perform until ctlIdx > 12
            add SET-COUNT (ctlIdx) to BURST-COUNT (ctlIdx)
            add 1 to ctlIdx
        end-perform
        perform write-manifest-entry
    end-if
    move 0 to haveDept.

write-set-trailer-count.
    move CONTROL-LABEL (ctlIdx) to OUT-TRAILER-LABEL
    move SET-COUNT (ctlIdx) to OUT-TRAILER-COUNT
    WRITE SET-REPORT-LINE FROM TRAILER-COUNT-LINE AFTER ADVANCING 1 LINE.

*> Four manifest lines per department, one per file, each with the
*> delivery destination the department master gives for the code.
*> Codes that cannot be delivered (the NONE and ???? buckets, codes
*> not on the master or marked inactive) are held for the control
*> desk instead.
write-manifest-entry.
    move spaces to MAN-DEST
    if currentDept = 'NONE' or currentDept = '????'
        move 'HELD - RESERVED CODE' to MAN-DEST
    else
        if deptMasterOpen = 0
            move 'HELD - NO DEPARTMENT MASTER' to MAN-DEST
        else
            move currentDept to DPT-CODE
            read DEPT-FILE
                invalid key move 'HELD - NOT ON MASTER' to MAN-DEST
                not invalid key
                    if DPT-ACTIVE not = 'Y'
                        move 'HELD - INACTIVE DEPARTMENT' to MAN-DEST
                    else
                        if DPT-DESTINATION = spaces
                            move 'HELD - NO DESTINATION ON MASTER'
                                to MAN-DEST
                        else
                            move DPT-DESTINATION to MAN-DEST
                        end-if
                    end-if
            end-read
        end-if
    end-if
    if manifest-status = '00'
        move currentDept to MAN-DEPT
        move 'REPORT' to MAN-KIND
        move set-report-name to MAN-FILE
        move SET-COUNT (8) to MAN-COUNT
        if auditResult = 0
            move 'BALANCED' to MAN-AUDIT
        else
            move 'AUDIT FAILED' to MAN-AUDIT
        end-if
        WRITE MANIFEST-LINE FROM MANIFEST-DETAIL-LINE
        move spaces to MAN-AUDIT
        move 'PRM' to MAN-KIND
        move set-prm-name to MAN-FILE
        move SET-COUNT (10) to MAN-COUNT
        WRITE MANIFEST-LINE FROM MANIFEST-DETAIL-LINE
        move 'EXC' to MAN-KIND
        move set-exc-name to MAN-FILE
        move SET-COUNT (11) to MAN-COUNT
        WRITE MANIFEST-LINE FROM MANIFEST-DETAIL-LINE
        move 'INT' to MAN-KIND
        move set-int-name to MAN-FILE
        move SET-COUNT (12) to MAN-COUNT
        WRITE MANIFEST-LINE FROM MANIFEST-DETAIL-LINE
    end-if.

*> The burst balancing control: every count the original run
*> reported or wrote must come back exactly from the department sets
*> added together. Any difference is displayed, listed on the
*> manifest and fails the burst.
cross-foot-burst.
    if manifest-status = '00'
        move spaces to MANIFEST-LINE
        WRITE MANIFEST-LINE
        WRITE MANIFEST-LINE FROM MANIFEST-CHECK-HEAD-LINE
    end-if
    move 1 to ctlIdx
    perform until ctlIdx > 12
        *> DISTINCT only means something on a sorted report.
        if ctlIdx = 7 and sortedReport = 0
            add 1 to ctlIdx
        end-if
        move 1 to checkOk
        if ORIG-COUNT (ctlIdx) not = BURST-COUNT (ctlIdx)
            move 0 to checkOk
            display 'BURST: ' CONTROL-LABEL (ctlIdx) ' original '
                ORIG-COUNT (ctlIdx) ' but department sets total '
                BURST-COUNT (ctlIdx)
            move 1 to burstFailed
        end-if
        if manifest-status = '00'
            move CONTROL-LABEL (ctlIdx) to MAN-CHECK-LABEL
            move ORIG-COUNT (ctlIdx) to MAN-CHECK-ORIG
            move BURST-COUNT (ctlIdx) to MAN-CHECK-BURST
            if checkOk = 1
                move 'OK' to MAN-CHECK-NOTE
            else
                move 'MISMATCH' to MAN-CHECK-NOTE
            end-if
            WRITE MANIFEST-LINE FROM MANIFEST-CHECK-LINE
        end-if
        add 1 to ctlIdx
    end-perform
    if manifest-status = '00'
        move setCount to MAN-SETS
        WRITE MANIFEST-LINE FROM MANIFEST-SETS-LINE
        if burstFailed = 1
            move 'OUT OF BALANCE' to MAN-STATUS
        else
            move 'BALANCED' to MAN-STATUS
        end-if
        WRITE MANIFEST-LINE FROM MANIFEST-STATUS-LINE
    end-if.
