*> Output generation utility
*> Operator tooling over the output generation catalog (GENCATLG.DAT,
*> kept by primes3 and partrun through GENCAT), so a bad rerun can be
*> rolled back from the generations on disk instead of a tape
*> restore. The function is picked by the first parameter line (or
*> the prompt):
*>   LIST   - report every generation of one output name (blank for
*>            every output name in the catalog): number, whether it is
*>            the current one, run date/time, input file, counts, run
*>            status and audit result, with the number of generations
*>            each name keeps.
*>   PROMOT - make an earlier (or later) generation current again: its
*>            files are copied back onto the plain output name the
*>            downstream jobs read (out.dat's rejects onto except.dat
*>            as well), and the department burst is redone from it so
*>            the deliverables match.
*>   LIMIT  - set how many generations an output name keeps; the
*>            oldest beyond it go at the next run.
*> RETURN-CODE 8 when the function could not be done, 4 when a
*> promotion went through but its burst did not balance.
identification division.
program-id. gdgutil.
environment division.
input-output section.
file-control.
select PARM-FILE assign to dynamic parm-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS parm-status.
select CATALOG-FILE assign to dynamic catalog-file-name
ORGANIZATION IS INDEXED
ACCESS MODE IS DYNAMIC
RECORD KEY IS GEN-KEY
FILE STATUS IS catalog-status.
select REPORT-FILE assign to dynamic report-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS report-status.
data division.
file section.
fd PARM-FILE.
01 PARM-LINE PICTURE X(81).
fd CATALOG-FILE.
01 CATALOG-REC.
   02 GEN-KEY.
      03 GEN-OUTFILE PICTURE X(81).
      03 GEN-NUMBER PICTURE 9(4).
   02 GEN-NAME PICTURE X(81).
   02 GEN-STATUS PICTURE X(14).
   02 GEN-CURRENT PICTURE X.
   02 GEN-RUN-DATE PICTURE 9(8).
   02 GEN-RUN-TIME PICTURE 9(6).
   02 GEN-INFILE PICTURE X(81).
   02 GEN-PRIME-COUNT PICTURE 9(9).
   02 GEN-NOTPRIME-COUNT PICTURE 9(9).
   02 GEN-ILLEGAL-COUNT PICTURE 9(9).
   02 GEN-NONNUMERIC-COUNT PICTURE 9(9).
   02 GEN-TOTAL-COUNT PICTURE 9(9).
   02 GEN-AUDIT PICTURE X(8).
01 CATALOG-BASE-REC.
   02 GBS-KEY.
      03 GBS-OUTFILE PICTURE X(81).
      03 GBS-NUMBER PICTURE 9(4).
   02 GBS-LIMIT PICTURE 9(2).
   02 GBS-LAST-NUMBER PICTURE 9(4).
   02 FILLER PICTURE X(238).
fd REPORT-FILE.
01 REPORT-OUT-LINE PICTURE X(160).
WORKING-STORAGE SECTION.
77  parm-data PICTURE X(81).
77  parm-file-name PICTURE X(81).
77  parm-status PICTURE X(02).
77  catalog-file-name PICTURE X(81) VALUE 'GENCATLG.DAT'.
77  catalog-status PICTURE X(02).
77  report-file-name PICTURE X(81).
77  report-status PICTURE X(02).
77  functionCode PICTURE X(6).
77  outfile-name PICTURE X(81).
77  numberText PICTURE X(4).
77  numberWork PICTURE X(4).
77  genNumber PICTURE 9(4) VALUE 0.
77  genAction PICTURE X.
77  genResult PICTURE 9(4) VALUE 0.
77  burstResult PICTURE 9(4) VALUE 0.
77  isFinished PICTURE 9 VALUE 0.
77  listedCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  nameCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
*> Catalog entry as GENCAT takes it.
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
01  REPORT-TITLE-LINE.
    02 FILLER PICTURE X(6) VALUE SPACES.
    02 FILLER PICTURE X(26) VALUE 'OUTPUT GENERATION CATALOG '.
    02 RPT-SELECT-NAME PICTURE X(40).
01  REPORT-BASE-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 FILLER PICTURE X(7) VALUE 'OUTPUT '.
    02 BAS-OUTFILE PICTURE X(40).
    02 FILLER PICTURE X(6) VALUE ' KEEPS'.
    02 BAS-LIMIT PICTURE ZZ9.
    02 FILLER PICTURE X(18) VALUE ' GENERATIONS, LAST'.
    02 BAS-LAST PICTURE Z(4)9.
01  REPORT-HEAD-LINE.
    02 FILLER PICTURE X(6) VALUE '   GEN'.
    02 FILLER PICTURE X(4) VALUE ' CUR'.
    02 FILLER PICTURE X(16) VALUE ' RUN'.
    02 FILLER PICTURE X(15) VALUE ' STATUS'.
    02 FILLER PICTURE X(9) VALUE ' AUDIT'.
    02 FILLER PICTURE X(50) VALUE
           '    PRIMES NONPRIMES   ILLEGAL    NONNUM     TOTAL'.
    02 FILLER PICTURE X(31) VALUE ' INPUT'.
01  REPORT-DETAIL-LINE.
    02 FILLER PICTURE X(2) VALUE SPACES.
    02 DTL-NUMBER PICTURE 9(4).
    02 FILLER PICTURE X(3) VALUE SPACES.
    02 DTL-CURRENT PICTURE X.
    02 FILLER PICTURE X VALUE SPACE.
    02 DTL-RUN-DATE PICTURE 9(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 DTL-RUN-TIME PICTURE 9(6).
    02 FILLER PICTURE X VALUE SPACE.
    02 DTL-STATUS PICTURE X(14).
    02 FILLER PICTURE X VALUE SPACE.
    02 DTL-AUDIT PICTURE X(8).
    02 DTL-PRIME PICTURE Z(9)9.
    02 DTL-NOTPRIME PICTURE Z(9)9.
    02 DTL-ILLEGAL PICTURE Z(9)9.
    02 DTL-NONNUMERIC PICTURE Z(9)9.
    02 DTL-TOTAL PICTURE Z(9)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 DTL-INFILE PICTURE X(30).
01  REPORT-COUNT-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 RPT-LABEL PICTURE X(20).
    02 RPT-COUNT PICTURE Z(8)9.

PROCEDURE DIVISION.
    ACCEPT parm-data FROM COMMAND-LINE.
    if parm-data not = spaces
        *> Parameter file, one value per line as the other batch
        *> parms do. Line 1 is the function; the rest depend on it:
        *>   LIST:   output name (blank for every one), report file
        *>   PROMOT: output name, generation number
        *>   LIMIT:  output name, number of generations to keep
        move parm-data to parm-file-name
        OPEN INPUT PARM-FILE
        if parm-status not = '00'
            display 'Error, parameter file ' parm-file-name ' could not be opened'
            move 8 to RETURN-CODE
            STOP RUN
        end-if
        read PARM-FILE into PARM-LINE at end move spaces to PARM-LINE end-read
        move PARM-LINE(1:6) to functionCode
        read PARM-FILE into PARM-LINE at end move spaces to PARM-LINE end-read
        move PARM-LINE to outfile-name
        read PARM-FILE into PARM-LINE at end move spaces to PARM-LINE end-read
        if functionCode = 'LIST'
            move PARM-LINE to report-file-name
        else
            move PARM-LINE(1:4) to numberText
        end-if
        CLOSE PARM-FILE
    else
        display 'Enter the function (LIST, PROMOT or LIMIT)'
        accept functionCode from SYSIN
        display 'Enter the output name (blank for every one on LIST)'
        accept outfile-name from SYSIN
        if functionCode = 'LIST'
            display 'Enter the report file'
            accept report-file-name from SYSIN
        end-if
        if functionCode = 'PROMOT'
            display 'Enter the generation number to make current'
            accept numberText from SYSIN
        end-if
        if functionCode = 'LIMIT'
            display 'Enter the number of generations to keep'
            accept numberText from SYSIN
        end-if
    end-if.
    if functionCode not = 'LIST' and functionCode not = 'PROMOT'
            and functionCode not = 'LIMIT'
        display 'Error, function must be LIST, PROMOT or LIMIT'
        move 8 to RETURN-CODE
        STOP RUN
    end-if.
    if functionCode not = 'LIST' and outfile-name = spaces
        display 'Error, an output name is required'
        move 8 to RETURN-CODE
        STOP RUN
    end-if.
    *> The number may be keyed short, left-justified.
    if functionCode not = 'LIST'
        perform until numberText(4:1) not = space
                or numberText = spaces
            move numberText to numberWork
            move numberWork(1:3) to numberText(2:3)
            move '0' to numberText(1:1)
        end-perform
        if numberText is not numeric
            display 'Error, ' numberText ' is not a number'
            move 8 to RETURN-CODE
            STOP RUN
        end-if
        move numberText to genNumber
    end-if.
    if functionCode = 'LIST'
        perform list-generations
    end-if.
    if functionCode = 'PROMOT'
        perform promote-generation
    end-if.
    if functionCode = 'LIMIT'
        perform set-limit
    end-if.
    STOP RUN.

*> Catalog order is output name then generation, the base record
*> (generation 0) first, so each name's block opens with its limit.
list-generations.
    OPEN INPUT CATALOG-FILE
    if catalog-status not = '00'
        display 'Error, generation catalog ' catalog-file-name
            ' could not be opened, status ' catalog-status
        move 8 to RETURN-CODE
    else
        OPEN OUTPUT REPORT-FILE
        if report-status not = '00'
            display 'Error, report file ' report-file-name ' could not be opened'
            CLOSE CATALOG-FILE
            move 8 to RETURN-CODE
        else
            if outfile-name = spaces
                move 'ALL' to RPT-SELECT-NAME
            else
                move outfile-name to RPT-SELECT-NAME
            end-if
            WRITE REPORT-OUT-LINE FROM REPORT-TITLE-LINE
            move 0 to isFinished
            move spaces to CATALOG-REC
            move outfile-name to GEN-OUTFILE
            move 0 to GEN-NUMBER
            start CATALOG-FILE key >= GEN-KEY
                invalid key move 1 to isFinished
            end-start
            perform until isFinished = 1
                read CATALOG-FILE next record
                    at end move 1 to isFinished
                end-read
                if isFinished = 0
                    if outfile-name not = spaces
                            and GEN-OUTFILE not = outfile-name
                        move 1 to isFinished
                    else
                        perform list-one-entry
                    end-if
                end-if
            end-perform
            CLOSE CATALOG-FILE
            move 'OUTPUT NAMES       :' to RPT-LABEL
            move nameCount to RPT-COUNT
            WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE AFTER ADVANCING 2 LINES
            move 'GENERATIONS LISTED :' to RPT-LABEL
            move listedCount to RPT-COUNT
            WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
            CLOSE REPORT-FILE
            display 'GDGUTIL: ' listedCount ' GENERATIONS LISTED'
            if outfile-name not = spaces and nameCount = 0
                display 'Error, ' outfile-name
                    ' has no generations in the catalog'
                move 8 to RETURN-CODE
            end-if
        end-if
    end-if.

list-one-entry.
    if GEN-NUMBER = 0
        add 1 to nameCount
        move GBS-OUTFILE to BAS-OUTFILE
        move GBS-LIMIT to BAS-LIMIT
        move GBS-LAST-NUMBER to BAS-LAST
        WRITE REPORT-OUT-LINE FROM REPORT-BASE-LINE AFTER ADVANCING 2 LINES
        WRITE REPORT-OUT-LINE FROM REPORT-HEAD-LINE
    else
        add 1 to listedCount
        move GEN-NUMBER to DTL-NUMBER
        if GEN-CURRENT = 'Y'
            move '*' to DTL-CURRENT
        else
            move space to DTL-CURRENT
        end-if
        move GEN-RUN-DATE to DTL-RUN-DATE
        move GEN-RUN-TIME to DTL-RUN-TIME
        move GEN-STATUS to DTL-STATUS
        move GEN-AUDIT to DTL-AUDIT
        move GEN-PRIME-COUNT to DTL-PRIME
        move GEN-NOTPRIME-COUNT to DTL-NOTPRIME
        move GEN-ILLEGAL-COUNT to DTL-ILLEGAL
        move GEN-NONNUMERIC-COUNT to DTL-NONNUMERIC
        move GEN-TOTAL-COUNT to DTL-TOTAL
        move GEN-INFILE to DTL-INFILE
        WRITE REPORT-OUT-LINE FROM REPORT-DETAIL-LINE
    end-if.

*> The burst is redone from the plain name once it holds the promoted
*> generation, so the department deliverables roll back with it.
promote-generation.
    move spaces to GENERATION-ENTRY
    move outfile-name to GNE-OUTFILE
    move genNumber to GNE-NUMBER
    move 'P' to genAction
    CALL 'GENCAT' USING genAction, GENERATION-ENTRY, genResult
    if genResult not = 0
        display 'Error, generation ' genNumber ' of ' outfile-name
            ' not promoted'
        move 8 to RETURN-CODE
    else
        display 'GDGUTIL: generation ' genNumber ' of ' outfile-name
            ' is now current'
        CALL 'BURSTER' USING outfile-name, burstResult
        if burstResult not = 0
            display 'Error, burst of ' outfile-name ' did not balance'
            move 4 to RETURN-CODE
        end-if
    end-if.

set-limit.
    move spaces to GENERATION-ENTRY
    move outfile-name to GNE-OUTFILE
    move genNumber to GNE-NUMBER
    move 'D' to genAction
    CALL 'GENCAT' USING genAction, GENERATION-ENTRY, genResult
    if genResult not = 0
        display 'Error, generation limit for ' outfile-name ' not set'
        move 8 to RETURN-CODE
    else
        display 'GDGUTIL: ' outfile-name ' keeps ' genNumber
            ' generations'
    end-if.
