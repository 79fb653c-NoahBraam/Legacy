*> Run-to-run verdict comparison
*> Proves a rerun agrees with the run before it. Two results interface
*> (.INT) files are matched record for record by value and department
*> (inquiries by value, department and which inquiry was asked), and
*> every disagreement is listed: a verdict, smallest factor or
*> factorization that changed, a value only one of the runs saw, or a
*> value seen a different number of times. A summary of matches and
*> mismatches closes the report, which is the sign-off document for a
*> rerun after a restart, a PRIMECHK change, or a master rebuilt by
*> mastutil RELOAD or CONVRT. RETURN-CODE 8 on any disagreement or
*> when either file cannot be read.
identification division.
program-id. intcomp.
environment division.
input-output section.
file-control.
select INTERFACE-FILE assign to dynamic interface-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS interface-status.
select WORK-FILE assign to dynamic work-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS work-status.
select SORTED-FILE assign to dynamic sorted-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS sorted-status.
select SORT-FILE assign to 'SORTWORK'.
select REPORT-FILE assign to dynamic report-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS report-status.
select PARM-FILE assign to dynamic parm-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS parm-status.
data division.
file section.
fd INTERFACE-FILE.
01 INTERFACE-IN-LINE PICTURE X(200).
fd WORK-FILE.
01 WORK-OUT-LINE PICTURE X(141).
fd SORTED-FILE.
01 SORTED-IN-LINE PICTURE X(141).
sd SORT-FILE.
01 SORT-REC.
   02 SORT-KEY PICTURE X(32).
   02 SORT-SIDE PICTURE 9.
   02 FILLER PICTURE X(108).
fd REPORT-FILE.
01 REPORT-OUT-LINE PICTURE X(132).
fd PARM-FILE.
01 PARM-LINE PICTURE X(81).
WORKING-STORAGE SECTION.
77  interface-file-name PICTURE X(81).
77  interface-status PICTURE X(02).
77  old-file-name PICTURE X(81).
77  new-file-name PICTURE X(81).
77  work-file-name PICTURE X(81).
77  work-status PICTURE X(02).
77  sorted-file-name PICTURE X(81).
77  sorted-status PICTURE X(02).
77  report-file-name PICTURE X(81).
77  report-status PICTURE X(02).
77  parm-file-name PICTURE X(81).
77  parm-status PICTURE X(02).
77  parm-data PICTURE X(81).
77  shell-command PICTURE X(300).
77  interfaceFinished PICTURE 9 VALUE 0.
77  sortedFinished PICTURE 9 VALUE 0.
77  haveKey PICTURE 9 VALUE 0.
77  currentSide PICTURE 9.
77  filesFailed PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  oldRecords PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  newRecords PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  keysCompared PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  keysMatched PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  keysMismatched PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  verdictDiffs PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  factorDiffs PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  textDiffs PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  countDiffs PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  oldOnlyCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  newOnlyCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  diffPointer PICTURE 9(3) USAGE IS COMPUTATIONAL.
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
*> Match key: value and department, plus the inquiry asked for an
*> NXP/PVP record (spaces for a detail record), so the same value
*> submitted and asked about is never matched against itself.
01  SPOOL-REC.
    02 SPL-KEY.
       03 SPL-VALUE PICTURE X(18).
       03 SPL-DEPT PICTURE X(4).
       03 SPL-INQUIRY PICTURE X(10).
    02 SPL-SIDE PICTURE 9.
    02 SPL-VERDICT PICTURE X(10).
    02 SPL-FACTOR PICTURE X(18).
    02 SPL-FACTOR-TEXT PICTURE X(80).
01  CURRENT-KEY.
    02 CUR-VALUE PICTURE X(18).
    02 CUR-DEPT PICTURE X(4).
    02 CUR-INQUIRY PICTURE X(10).
*> What each run said about the current key: the first record's
*> verdict, factor and factorization, and how many records it had.
01  SIDE-TABLE.
    02 SIDE-ENTRY OCCURS 2.
       03 SD-COUNT PICTURE 9(9) USAGE IS COMPUTATIONAL.
       03 SD-VERDICT PICTURE X(10).
       03 SD-FACTOR PICTURE X(18).
       03 SD-FACTOR-TEXT PICTURE X(80).
01  REPORT-TITLE-LINE.
    02 FILLER PICTURE X(6) VALUE SPACES.
    02 FILLER PICTURE X(29) VALUE 'RUN-TO-RUN VERDICT COMPARISON'.
01  REPORT-FILE-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 RPT-FILE-LABEL PICTURE X(20).
    02 RPT-FILE-NAME PICTURE X(81).
01  DIFF-HEAD-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 DIF-VALUE PICTURE X(18).
    02 FILLER PICTURE X(6) VALUE ' DEPT '.
    02 DIF-DEPT PICTURE X(4).
    02 FILLER PICTURE X VALUE SPACE.
    02 DIF-INQUIRY PICTURE X(10).
    02 FILLER PICTURE X VALUE SPACE.
    02 DIF-REASON PICTURE X(60).
01  DIFF-SIDE-LINE.
    02 FILLER PICTURE X(5) VALUE SPACES.
    02 DIF-SIDE PICTURE X(4).
    02 DIF-VERDICT PICTURE X(10).
    02 FILLER PICTURE X(8) VALUE ' FACTOR='.
    02 DIF-FACTOR PICTURE X(18).
    02 FILLER PICTURE X(6) VALUE ' SEEN '.
    02 DIF-COUNT PICTURE Z(8)9.
    02 FILLER PICTURE X(9) VALUE ' FACTORS='.
    02 DIF-FACTOR-TEXT PICTURE X(60).
01  REPORT-COUNT-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 RPT-LABEL PICTURE X(20).
    02 RPT-COUNT PICTURE Z(8)9.
01  REPORT-STATUS-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 FILLER PICTURE X(20) VALUE 'COMPARISON RESULT  :'.
    02 FILLER PICTURE X VALUE SPACE.
    02 RPT-RESULT PICTURE X(14).

PROCEDURE DIVISION.
    ACCEPT parm-data FROM COMMAND-LINE.
    if parm-data not = spaces
        *> Parameter file: the earlier run's .INT, the rerun's .INT,
        *> then the comparison report, one per line.
        move parm-data to parm-file-name
        OPEN INPUT PARM-FILE
        if parm-status not = '00'
            display 'Error, parameter file ' parm-file-name ' could not be opened'
            move 8 to RETURN-CODE
            STOP RUN
        end-if
        read PARM-FILE into PARM-LINE at end move spaces to PARM-LINE end-read
        move PARM-LINE to old-file-name
        read PARM-FILE into PARM-LINE at end move spaces to PARM-LINE end-read
        move PARM-LINE to new-file-name
        read PARM-FILE into PARM-LINE at end move spaces to PARM-LINE end-read
        move PARM-LINE to report-file-name
        CLOSE PARM-FILE
    else
        display 'Enter the earlier run''s interface (.INT) file'
        accept old-file-name from SYSIN
        display 'Enter the rerun''s interface (.INT) file'
        accept new-file-name from SYSIN
        display 'Enter the comparison report file'
        accept report-file-name from SYSIN
    end-if.
    OPEN OUTPUT REPORT-FILE.
    if report-status not = '00'
        display 'Error, report file ' report-file-name ' could not be opened'
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
    OPEN OUTPUT WORK-FILE.
    if work-status not = '00'
        display 'Error, work file ' work-file-name
            ' could not be opened, status ' work-status
        CLOSE REPORT-FILE
        move 8 to RETURN-CODE
        STOP RUN
    end-if.
    move old-file-name to interface-file-name.
    move 1 to currentSide.
    perform spool-one-interface.
    move new-file-name to interface-file-name.
    move 2 to currentSide.
    perform spool-one-interface.
    CLOSE WORK-FILE.
    WRITE REPORT-OUT-LINE FROM REPORT-TITLE-LINE.
    move 'EARLIER RUN        :' to RPT-FILE-LABEL.
    move old-file-name to RPT-FILE-NAME.
    WRITE REPORT-OUT-LINE FROM REPORT-FILE-LINE.
    move 'RERUN              :' to RPT-FILE-LABEL.
    move new-file-name to RPT-FILE-NAME.
    WRITE REPORT-OUT-LINE FROM REPORT-FILE-LINE.
    move spaces to REPORT-OUT-LINE.
    WRITE REPORT-OUT-LINE.
    if filesFailed = 0
        SORT SORT-FILE ON ASCENDING KEY SORT-KEY SORT-SIDE
            USING WORK-FILE GIVING SORTED-FILE
        perform compare-runs
    end-if.
    perform write-summary.
    CLOSE REPORT-FILE.
    move spaces to shell-command.
    string 'rm -f ' delimited by size
           work-file-name delimited by space
           ' ' delimited by size
           sorted-file-name delimited by space
      into shell-command.
    CALL 'SYSTEM' USING shell-command.
    if filesFailed > 0 or keysMismatched > 0
        move 8 to RETURN-CODE
    else
        move 0 to RETURN-CODE
    end-if.
    STOP RUN.

*> Every record of one run's interface file goes to the spool tagged
*> with the run it came from (1 earlier, 2 rerun).
spool-one-interface.
    move 0 to interfaceFinished
    OPEN INPUT INTERFACE-FILE
    if interface-status not = '00'
        display 'Error, interface file ' interface-file-name
            ' could not be opened'
        add 1 to filesFailed
    else
        perform until interfaceFinished = 1
            read INTERFACE-FILE into INTERFACE-IN-LINE
                at end move 1 to interfaceFinished
            end-read
            if interfaceFinished not = 1
                perform spool-one-record
            end-if
        end-perform
        CLOSE INTERFACE-FILE
    end-if.

spool-one-record.
    move spaces to INTERFACE-FIELDS
    unstring INTERFACE-IN-LINE delimited by '|'
        into INT-VALUE, INT-VERDICT, INT-FACTOR, INT-FACTOR-TEXT,
             INT-DEPT, INT-INFILE, INT-SEQ, INT-STAMP
    end-unstring
    move spaces to SPOOL-REC
    move INT-VALUE to SPL-VALUE
    move INT-DEPT to SPL-DEPT
    if INT-VERDICT = 'NEXTPRIME' or INT-VERDICT = 'PREVPRIME'
        move INT-VERDICT to SPL-INQUIRY
    end-if
    move currentSide to SPL-SIDE
    move INT-VERDICT to SPL-VERDICT
    move INT-FACTOR to SPL-FACTOR
    move INT-FACTOR-TEXT to SPL-FACTOR-TEXT
    WRITE WORK-OUT-LINE FROM SPOOL-REC
    if currentSide = 1
        add 1 to oldRecords
    else
        add 1 to newRecords
    end-if.

*> Control break on the match key over the sorted spool: both runs'
*> records for one key are gathered, then judged together.
compare-runs.
    OPEN INPUT SORTED-FILE
    move 0 to sortedFinished
    move 0 to haveKey
    if sorted-status not = '00'
        display 'Error, sorted work file ' sorted-file-name
            ' could not be opened, status ' sorted-status
        add 1 to filesFailed
        move 1 to sortedFinished
    end-if
    perform until sortedFinished = 1
        read SORTED-FILE into SPOOL-REC
            at end move 1 to sortedFinished
        end-read
        if sortedFinished not = 1
            if haveKey = 1 and SPL-KEY not = CURRENT-KEY
                perform judge-one-key
                move 0 to haveKey
            end-if
            if haveKey = 0
                move SPL-KEY to CURRENT-KEY
                INITIALIZE SIDE-TABLE
                move 1 to haveKey
            end-if
            add 1 to SD-COUNT (SPL-SIDE)
            if SD-COUNT (SPL-SIDE) = 1
                move SPL-VERDICT to SD-VERDICT (SPL-SIDE)
                move SPL-FACTOR to SD-FACTOR (SPL-SIDE)
                move SPL-FACTOR-TEXT to SD-FACTOR-TEXT (SPL-SIDE)
            end-if
        end-if
    end-perform
    if haveKey = 1
        perform judge-one-key
    end-if
    CLOSE SORTED-FILE.

*> A key one run never saw is listed on its own; a key both runs saw
*> is a mismatch when the verdict, smallest factor, factorization or
*> number of sightings moved, and every part that moved is named.
judge-one-key.
    move CUR-VALUE to DIF-VALUE
    move CUR-DEPT to DIF-DEPT
    move CUR-INQUIRY to DIF-INQUIRY
    move spaces to DIF-REASON
    if SD-COUNT (2) = 0
        add 1 to oldOnlyCount
        add 1 to keysMismatched
        move 'IN THE EARLIER RUN ONLY' to DIF-REASON
        WRITE REPORT-OUT-LINE FROM DIFF-HEAD-LINE
        move 1 to currentSide
        perform write-side-line
    else
        if SD-COUNT (1) = 0
            add 1 to newOnlyCount
            add 1 to keysMismatched
            move 'IN THE RERUN ONLY' to DIF-REASON
            WRITE REPORT-OUT-LINE FROM DIFF-HEAD-LINE
            move 2 to currentSide
            perform write-side-line
        else
            add 1 to keysCompared
            move 1 to diffPointer
            string 'DIFFERS IN' delimited by size
                into DIF-REASON with pointer diffPointer
            end-string
            if SD-VERDICT (1) not = SD-VERDICT (2)
                add 1 to verdictDiffs
                string ' VERDICT' delimited by size
                    into DIF-REASON with pointer diffPointer
                end-string
            end-if
            if SD-FACTOR (1) not = SD-FACTOR (2)
                add 1 to factorDiffs
                string ' FACTOR' delimited by size
                    into DIF-REASON with pointer diffPointer
                end-string
            end-if
            if SD-FACTOR-TEXT (1) not = SD-FACTOR-TEXT (2)
                add 1 to textDiffs
                string ' FACTORIZATION' delimited by size
                    into DIF-REASON with pointer diffPointer
                end-string
            end-if
            if SD-COUNT (1) not = SD-COUNT (2)
                add 1 to countDiffs
                string ' OCCURRENCES' delimited by size
                    into DIF-REASON with pointer diffPointer
                end-string
            end-if
            if diffPointer = 11
                add 1 to keysMatched
            else
                add 1 to keysMismatched
                WRITE REPORT-OUT-LINE FROM DIFF-HEAD-LINE
                move 1 to currentSide
                perform write-side-line
                move 2 to currentSide
                perform write-side-line
            end-if
        end-if
    end-if.

write-side-line.
    if currentSide = 1
        move 'WAS ' to DIF-SIDE
    else
        move 'NOW ' to DIF-SIDE
    end-if
    move SD-VERDICT (currentSide) to DIF-VERDICT
    move SD-FACTOR (currentSide) to DIF-FACTOR
    move SD-COUNT (currentSide) to DIF-COUNT
    move SD-FACTOR-TEXT (currentSide) to DIF-FACTOR-TEXT
    WRITE REPORT-OUT-LINE FROM DIFF-SIDE-LINE.

write-summary.
    move spaces to REPORT-OUT-LINE
    WRITE REPORT-OUT-LINE
    move 'EARLIER RUN RECORDS:' to RPT-LABEL
    move oldRecords to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    move 'RERUN RECORDS      :' to RPT-LABEL
    move newRecords to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    move 'KEYS IN BOTH RUNS  :' to RPT-LABEL
    move keysCompared to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    move 'KEYS MATCHED       :' to RPT-LABEL
    move keysMatched to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    move 'VERDICT CHANGED    :' to RPT-LABEL
    move verdictDiffs to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    move 'FACTOR CHANGED     :' to RPT-LABEL
    move factorDiffs to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    move 'FACTORIZATION CHGD :' to RPT-LABEL
    move textDiffs to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    move 'OCCURRENCES CHANGED:' to RPT-LABEL
    move countDiffs to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    move 'EARLIER RUN ONLY   :' to RPT-LABEL
    move oldOnlyCount to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    move 'RERUN ONLY         :' to RPT-LABEL
    move newOnlyCount to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    move 'KEYS MISMATCHED    :' to RPT-LABEL
    move keysMismatched to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    if filesFailed > 0
        move 'NOT COMPARED' to RPT-RESULT
    else
        if keysMismatched > 0
            move 'DISAGREE' to RPT-RESULT
        else
            move 'AGREE' to RPT-RESULT
        end-if
    end-if
    WRITE REPORT-OUT-LINE FROM REPORT-STATUS-LINE
    display 'INTCOMP: ' keysMatched ' MATCHED, ' keysMismatched
        ' MISMATCHED'.
