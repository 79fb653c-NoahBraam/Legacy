*> Composite factor-structure statistics
*> The composite side of primstat. Reads one or more results interface
*> (.INT) files (a driver list of interface file names, one per line,
*> the same way primstat takes its .PRM extracts) and analyzes the
*> COMPOSITE records through the complete factorization FACTORZ gave
*> each of them: how many composites are semiprimes, squarefree,
*> perfect powers or prime powers; the distribution of the smallest
*> prime factor and of the number of distinct prime factors; and the
*> largest prime factor seen in each magnitude band. Duplicate values
*> across runs are collapsed before the analysis, and the files that
*> fed the report are listed on it. A factorization missing from the
*> feed, or one that does not multiply back to its value, is taken
*> again from FACTORZ rather than trusted.
identification division.
program-id. compstat.
environment division.
input-output section.
file-control.
select DRIVER-FILE assign to dynamic driver-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS driver-status.
select INTERFACE-FILE assign to dynamic interface-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS interface-status.
select WORK-FILE assign to 'COMPSTAT.WRK'
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS work-status.
select SORTED-FILE assign to 'COMPSTAT.SRT'
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
fd DRIVER-FILE.
01 DRIVER-LINE PICTURE X(81).
fd INTERFACE-FILE.
01 INTERFACE-IN-LINE PICTURE X(200).
fd WORK-FILE.
01 WORK-OUT-LINE PICTURE X(98).
fd SORTED-FILE.
01 SORTED-IN-LINE PICTURE X(98).
sd SORT-FILE.
01 SORT-REC.
   02 SORT-N PICTURE 9(18).
   02 FILLER PICTURE X(80).
fd REPORT-FILE.
01 REPORT-OUT-LINE PICTURE X(81).
fd PARM-FILE.
01 PARM-LINE PICTURE X(81).
WORKING-STORAGE SECTION.
77  driver-file-name PICTURE X(81).
77  driver-status PICTURE X(02).
77  interface-file-name PICTURE X(81).
77  interface-status PICTURE X(02).
77  work-status PICTURE X(02).
77  sorted-status PICTURE X(02).
77  report-file-name PICTURE X(81).
77  report-status PICTURE X(02).
77  parm-file-name PICTURE X(81).
77  parm-status PICTURE X(02).
77  parm-data PICTURE X(81).
77  driverFinished PICTURE 9 VALUE 0.
77  interfaceFinished PICTURE 9 VALUE 0.
77  statsDone PICTURE 9 VALUE 0.
77  filesRead PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  filesFailed PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  fileRecordCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  fileCompositeCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  totalRead PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  totalComposites PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  distinctComposites PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  refactoredCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  semiprimeCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  squarefreeCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  perfectPowerCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  primePowerCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  havePrev PICTURE 9 VALUE 0.
77  prevComposite PICTURE 9(18) USAGE IS COMPUTATIONAL VALUE 0.
77  currComposite PICTURE 9(18) USAGE IS COMPUTATIONAL VALUE 0.
77  smallestFactor PICTURE 9(18) USAGE IS COMPUTATIONAL VALUE 0.
77  largestFactor PICTURE 9(18) USAGE IS COMPUTATIONAL VALUE 0.
77  bandIdx PICTURE 9(2) USAGE IS COMPUTATIONAL VALUE 0.
77  bandLimit PICTURE 9(18) USAGE IS COMPUTATIONAL VALUE 0.
77  spfIdx PICTURE 9(2) USAGE IS COMPUTATIONAL VALUE 0.
77  entryIdx PICTURE 9(2) USAGE IS COMPUTATIONAL VALUE 0.
77  totalPower PICTURE 9(4) USAGE IS COMPUTATIONAL VALUE 0.
77  maxPower PICTURE 9(4) USAGE IS COMPUTATIONAL VALUE 0.
77  powerGcd PICTURE 9(4) USAGE IS COMPUTATIONAL VALUE 0.
77  gcdOther PICTURE 9(4) USAGE IS COMPUTATIONAL VALUE 0.
77  gcdRem PICTURE 9(4) USAGE IS COMPUTATIONAL VALUE 0.
77  gcdQuot PICTURE 9(4) USAGE IS COMPUTATIONAL VALUE 0.
77  productCheck PICTURE 9(18) USAGE IS COMPUTATIONAL VALUE 0.
77  powerIdx PICTURE 9(4) USAGE IS COMPUTATIONAL VALUE 0.
77  parseBad PICTURE 9 VALUE 0.
77  parseDone PICTURE 9 VALUE 0.
77  textPos PICTURE 9(3) USAGE IS COMPUTATIONAL VALUE 0.
77  charIdx PICTURE 9(2) USAGE IS COMPUTATIONAL VALUE 0.
77  pieceText PICTURE X(24).
77  primeText PICTURE X(18).
77  powerText PICTURE X(4).
77  digitsValue PICTURE 9(18) USAGE IS COMPUTATIONAL VALUE 0.
77  digitsCount PICTURE 9(2) USAGE IS COMPUTATIONAL VALUE 0.
77  oneDigit PICTURE 9.
77  distinctDisp PICTURE Z9.
77  N PICTURE S9(18).
77  factorCount PICTURE 99 VALUE 0.
77  factorText PICTURE X(80).
01  FACTOR-TABLE.
    02 FACTOR-ENT OCCURS 30.
       03 FACTOR-ENT-PRIME PICTURE 9(18).
       03 FACTOR-ENT-POWER PICTURE 99.
01  BAND-TABLE.
    02 BAND-ENT OCCURS 18.
       03 BAND-COUNT PICTURE 9(9) USAGE IS COMPUTATIONAL.
       03 BAND-LARGEST PICTURE 9(18) USAGE IS COMPUTATIONAL.
*> Smallest prime factor: 2, 3, 5 and 7 each get their own row, then
*> one row per digit length up to 9 (a composite that fits 18 digits
*> always has a factor below 10^9).
01  SPF-TABLE.
    02 SPF-COUNT PICTURE 9(9) USAGE IS COMPUTATIONAL OCCURS 12.
01  SPF-LABEL-VALUES.
    02 FILLER PICTURE X(20) VALUE ' 2                 :'.
    02 FILLER PICTURE X(20) VALUE ' 3                 :'.
    02 FILLER PICTURE X(20) VALUE ' 5                 :'.
    02 FILLER PICTURE X(20) VALUE ' 7                 :'.
    02 FILLER PICTURE X(20) VALUE ' 11 - 97           :'.
    02 FILLER PICTURE X(20) VALUE ' 3-DIGIT           :'.
    02 FILLER PICTURE X(20) VALUE ' 4-DIGIT           :'.
    02 FILLER PICTURE X(20) VALUE ' 5-DIGIT           :'.
    02 FILLER PICTURE X(20) VALUE ' 6-DIGIT           :'.
    02 FILLER PICTURE X(20) VALUE ' 7-DIGIT           :'.
    02 FILLER PICTURE X(20) VALUE ' 8-DIGIT           :'.
    02 FILLER PICTURE X(20) VALUE ' 9-DIGIT           :'.
01  SPF-LABEL-TABLE REDEFINES SPF-LABEL-VALUES.
    02 SPF-LABEL PICTURE X(20) OCCURS 12.
*> Distinct prime factors: nothing that fits 18 digits has more than
*> 15 (the product of the first 15 primes is already 6.1 x 10^17).
01  DISTINCT-TABLE.
    02 DISTINCT-COUNT PICTURE 9(9) USAGE IS COMPUTATIONAL OCCURS 15.
01  INTERFACE-REC.
    02 INT-VALUE PICTURE X(18).
    02 INT-VERDICT PICTURE X(10).
    02 INT-FACTOR PICTURE X(18).
    02 INT-FACTOR-TEXT PICTURE X(80).
    02 INT-DEPT PICTURE X(4).
    02 INT-INFILE PICTURE X(81).
    02 INT-SEQ PICTURE X(9).
    02 INT-STAMP PICTURE X(14).
01  SPOOL-REC.
    02 SPL-N PICTURE 9(18).
    02 SPL-FACTOR-TEXT PICTURE X(80).
01  REPORT-TITLE-LINE.
    02 FILLER PICTURE X(6) VALUE SPACES.
    02 FILLER PICTURE X(37)
        VALUE 'COMPOSITE FACTOR-STRUCTURE STATISTICS'.
01  REPORT-FILE-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 RPT-INTERFACE-NAME PICTURE X(40).
    02 FILLER PICTURE X VALUE SPACE.
    02 RPT-INTERFACE-COUNT PICTURE Z(8)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 RPT-INTERFACE-COMPOSITES PICTURE Z(8)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 RPT-INTERFACE-NOTE PICTURE X(12).
01  REPORT-COUNT-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 RPT-LABEL PICTURE X(20).
    02 RPT-COUNT PICTURE Z(17)9.
01  REPORT-BAND-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 RPT-BAND-DIGITS PICTURE Z9.
    02 FILLER PICTURE X(8) VALUE ' DIGIT  '.
    02 RPT-BAND-COUNT PICTURE Z(8)9.
    02 FILLER PICTURE X(3) VALUE SPACES.
    02 RPT-BAND-LARGEST PICTURE Z(17)9.

PROCEDURE DIVISION.
    ACCEPT parm-data FROM COMMAND-LINE.
    if parm-data not = spaces
        *> Parameter file: driver list of interface files, then the
        *> report file, one name per line as the other batch parms do.
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
        move PARM-LINE to report-file-name
        CLOSE PARM-FILE
    else
        display 'Enter the driver file listing .INT files'
        accept driver-file-name from SYSIN
        display 'Enter the statistics report file'
        accept report-file-name from SYSIN
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
    WRITE REPORT-OUT-LINE FROM REPORT-TITLE-LINE.
    INITIALIZE BAND-TABLE.
    INITIALIZE SPF-TABLE.
    INITIALIZE DISTINCT-TABLE.
    OPEN OUTPUT WORK-FILE.
    if work-status not = '00'
        display 'Error, work file could not be opened, status ' work-status
        CLOSE DRIVER-FILE, REPORT-FILE
        move 8 to RETURN-CODE
        STOP RUN
    end-if.
    move 0 to driverFinished.
    perform until driverFinished = 1
        read DRIVER-FILE into DRIVER-LINE
            at end move 1 to driverFinished
        end-read
        if driverFinished not = 1
            move DRIVER-LINE to interface-file-name
            perform spool-one-interface
        end-if
    end-perform.
    CLOSE DRIVER-FILE.
    CLOSE WORK-FILE.
    SORT SORT-FILE ON ASCENDING KEY SORT-N
        USING WORK-FILE GIVING SORTED-FILE.
    perform compute-statistics.
    perform write-statistics.
    CLOSE REPORT-FILE.
    if filesFailed > 0
        move 4 to RETURN-CODE
    end-if.
    STOP RUN.

*> Copy the composite records of one interface file into the sort
*> spool with their factorizations, and leave a per-file line on the
*> report (records read, composites taken) so the reader can see
*> exactly which runs fed the numbers.
spool-one-interface.
    move 0 to interfaceFinished
    move 0 to fileRecordCount
    move 0 to fileCompositeCount
    move interface-file-name to RPT-INTERFACE-NAME
    OPEN INPUT INTERFACE-FILE
    if interface-status not = '00'
        add 1 to filesFailed
        move 0 to RPT-INTERFACE-COUNT
        move 0 to RPT-INTERFACE-COMPOSITES
        move 'OPEN FAILED' to RPT-INTERFACE-NOTE
        WRITE REPORT-OUT-LINE FROM REPORT-FILE-LINE
    else
        add 1 to filesRead
        perform until interfaceFinished = 1
            read INTERFACE-FILE
                at end move 1 to interfaceFinished
            end-read
            if interfaceFinished not = 1
                add 1 to fileRecordCount
                add 1 to totalRead
                move spaces to INTERFACE-REC
                unstring INTERFACE-IN-LINE delimited by '|'
                    into INT-VALUE, INT-VERDICT, INT-FACTOR,
                         INT-FACTOR-TEXT, INT-DEPT, INT-INFILE,
                         INT-SEQ, INT-STAMP
                end-unstring
                if INT-VERDICT = 'COMPOSITE' and INT-VALUE is numeric
                    add 1 to fileCompositeCount
                    add 1 to totalComposites
                    move INT-VALUE to SPL-N
                    move INT-FACTOR-TEXT to SPL-FACTOR-TEXT
                    WRITE WORK-OUT-LINE FROM SPOOL-REC
                end-if
            end-if
        end-perform
        CLOSE INTERFACE-FILE
        move fileRecordCount to RPT-INTERFACE-COUNT
        move fileCompositeCount to RPT-INTERFACE-COMPOSITES
        move spaces to RPT-INTERFACE-NOTE
        WRITE REPORT-OUT-LINE FROM REPORT-FILE-LINE
    end-if.

*> Single pass over the sorted spool: the same composite reported by
*> several runs collapses to one, and each distinct value is
*> classified once from its factorization.
compute-statistics.
    move 0 to statsDone
    move 0 to havePrev
    OPEN INPUT SORTED-FILE
    if sorted-status not = '00'
        display 'Error, sorted work file could not be opened'
        move 1 to statsDone
    end-if
    perform until statsDone = 1
        read SORTED-FILE into SPOOL-REC
            at end move 1 to statsDone
        end-read
        if statsDone not = 1
            move SPL-N to currComposite
            if havePrev = 0 or currComposite not = prevComposite
                add 1 to distinctComposites
                perform load-factorization
                perform classify-composite
                move currComposite to prevComposite
                move 1 to havePrev
            end-if
        end-if
    end-perform
    if sorted-status = '10' or sorted-status = '00'
        CLOSE SORTED-FILE
    end-if.

*> Take the factorization off the interface text ('2^3 X 3^2 X 5')
*> into the same prime/exponent table FACTORZ fills. Text that is
*> blank, will not parse, or does not multiply back to the value is
*> replaced by a fresh FACTORZ call.
load-factorization.
    move 0 to factorCount
    move 0 to parseBad
    move 0 to parseDone
    move 1 to textPos
    perform until parseDone = 1 or parseBad = 1
        move spaces to pieceText
        if textPos > 80
            move 1 to parseDone
        else
            unstring SPL-FACTOR-TEXT delimited by ' X ' or all space
                into pieceText with pointer textPos
            end-unstring
            if pieceText = spaces
                move 1 to parseDone
            else
                perform parse-one-factor
            end-if
        end-if
    end-perform
    if factorCount = 0
        move 1 to parseBad
    end-if
    if parseBad = 0
        move 1 to productCheck
        move 1 to entryIdx
        perform until entryIdx > factorCount or parseBad = 1
            move 1 to powerIdx
            perform until powerIdx > FACTOR-ENT-POWER (entryIdx)
                    or parseBad = 1
                multiply FACTOR-ENT-PRIME (entryIdx) by productCheck
                    on size error move 1 to parseBad
                end-multiply
                add 1 to powerIdx
            end-perform
            add 1 to entryIdx
        end-perform
        if productCheck not = currComposite
            move 1 to parseBad
        end-if
    end-if
    if parseBad = 1
        add 1 to refactoredCount
        move currComposite to N
        CALL 'FACTORZ' USING N, factorCount,
            FACTOR-TABLE, factorText
    end-if.

*> One 'prime' or 'prime^exponent' piece of the factorization text.
parse-one-factor.
    if factorCount = 30
        move 1 to parseBad
    else
        move spaces to primeText
        move spaces to powerText
        unstring pieceText delimited by '^'
            into primeText, powerText
        end-unstring
        move primeText to pieceText
        perform convert-digits
        if digitsCount = 0
            move 1 to parseBad
        else
            add 1 to factorCount
            move digitsValue to FACTOR-ENT-PRIME (factorCount)
            move 1 to FACTOR-ENT-POWER (factorCount)
            if powerText not = spaces
                move powerText to pieceText
                perform convert-digits
                if digitsCount = 0 or digitsValue > 99
                    move 1 to parseBad
                else
                    move digitsValue to FACTOR-ENT-POWER (factorCount)
                end-if
            end-if
        end-if
    end-if.

*> Left-justified digits in pieceText to digitsValue; any character
*> other than a digit before the first blank fails the piece.
convert-digits.
    move 0 to digitsValue
    move 0 to digitsCount
    move 1 to charIdx
    perform until charIdx > 18 or pieceText(charIdx:1) = space
        if pieceText(charIdx:1) is numeric
            move pieceText(charIdx:1) to oneDigit
            compute digitsValue = digitsValue * 10 + oneDigit
            add 1 to digitsCount
        else
            move 0 to digitsCount
            move 19 to charIdx
        end-if
        add 1 to charIdx
    end-perform.

*> Semiprime: exactly two prime factors counted with multiplicity.
*> Squarefree: every exponent 1. Prime power: one distinct prime.
*> Perfect power: the exponents share a common divisor above 1.
classify-composite.
    move 0 to totalPower
    move 0 to maxPower
    move 0 to powerGcd
    move 1 to entryIdx
    perform until entryIdx > factorCount
        add FACTOR-ENT-POWER (entryIdx) to totalPower
        if FACTOR-ENT-POWER (entryIdx) > maxPower
            move FACTOR-ENT-POWER (entryIdx) to maxPower
        end-if
        move FACTOR-ENT-POWER (entryIdx) to gcdOther
        perform fold-power-gcd
        add 1 to entryIdx
    end-perform
    if totalPower = 2
        add 1 to semiprimeCount
    end-if
    if maxPower = 1
        add 1 to squarefreeCount
    end-if
    if factorCount = 1
        add 1 to primePowerCount
    end-if
    if powerGcd > 1
        add 1 to perfectPowerCount
    end-if
    if factorCount > 0 and factorCount < 16
        add 1 to DISTINCT-COUNT (factorCount)
    end-if
    move FACTOR-ENT-PRIME (1) to smallestFactor
    move FACTOR-ENT-PRIME (factorCount) to largestFactor
    perform tally-smallest-factor
    perform tally-magnitude-band.

*> Euclid on the running gcd of the exponents and the next one.
fold-power-gcd.
    perform until gcdOther = 0
        DIVIDE gcdOther INTO powerGcd GIVING gcdQuot
            REMAINDER gcdRem
        move gcdOther to powerGcd
        move gcdRem to gcdOther
    end-perform.

tally-smallest-factor.
    if smallestFactor = 2
        move 1 to spfIdx
    else
        if smallestFactor = 3
            move 2 to spfIdx
        else
            if smallestFactor = 5
                move 3 to spfIdx
            else
                if smallestFactor = 7
                    move 4 to spfIdx
                else
                    *> 11 and up: one row per digit length.
                    move 5 to spfIdx
                    move 100 to bandLimit
                    perform until smallestFactor < bandLimit
                            or spfIdx = 12
                        add 1 to spfIdx
                        multiply 10 by bandLimit
                    end-perform
                end-if
            end-if
        end-if
    end-if
    add 1 to SPF-COUNT (spfIdx).

*> Magnitude band = number of digits in the composite (1..18), the
*> same bands primstat reports, with the largest prime factor seen
*> in each.
tally-magnitude-band.
    move 1 to bandIdx
    move 10 to bandLimit
    perform until currComposite < bandLimit or bandIdx = 18
        add 1 to bandIdx
        if bandIdx < 18
            multiply 10 by bandLimit
        end-if
    end-perform
    add 1 to BAND-COUNT (bandIdx)
    if largestFactor > BAND-LARGEST (bandIdx)
        move largestFactor to BAND-LARGEST (bandIdx)
    end-if.

write-statistics.
    move 'INTERFACE FILES    :' to RPT-LABEL
    move filesRead to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    move 'RECORDS READ       :' to RPT-LABEL
    move totalRead to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    move 'COMPOSITES READ    :' to RPT-LABEL
    move totalComposites to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    move 'DISTINCT COMPOSITES:' to RPT-LABEL
    move distinctComposites to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    move 'REFACTORED         :' to RPT-LABEL
    move refactoredCount to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    move 'SEMIPRIMES         :' to RPT-LABEL
    move semiprimeCount to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    move 'SQUAREFREE         :' to RPT-LABEL
    move squarefreeCount to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    move 'PERFECT POWERS     :' to RPT-LABEL
    move perfectPowerCount to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    move 'PRIME POWERS       :' to RPT-LABEL
    move primePowerCount to RPT-COUNT
    WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
    move spaces to REPORT-OUT-LINE
    WRITE REPORT-OUT-LINE
    move ' COMPOSITES BY SMALLEST PRIME FACTOR' to REPORT-OUT-LINE
    WRITE REPORT-OUT-LINE
    move 1 to spfIdx
    perform until spfIdx > 12
        move SPF-LABEL (spfIdx) to RPT-LABEL
        move SPF-COUNT (spfIdx) to RPT-COUNT
        WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
        add 1 to spfIdx
    end-perform
    move spaces to REPORT-OUT-LINE
    WRITE REPORT-OUT-LINE
    move ' COMPOSITES BY DISTINCT PRIME FACTORS' to REPORT-OUT-LINE
    WRITE REPORT-OUT-LINE
    move 1 to entryIdx
    perform until entryIdx > 15
        move spaces to RPT-LABEL
        move entryIdx to distinctDisp
        string ' ' delimited by size
               distinctDisp delimited by size
               ' DISTINCT       :' delimited by size
          into RPT-LABEL
        end-string
        move DISTINCT-COUNT (entryIdx) to RPT-COUNT
        WRITE REPORT-OUT-LINE FROM REPORT-COUNT-LINE
        add 1 to entryIdx
    end-perform
    move spaces to REPORT-OUT-LINE
    WRITE REPORT-OUT-LINE
    move ' COMPOSITES AND LARGEST PRIME FACTOR BY MAGNITUDE BAND'
        to REPORT-OUT-LINE
    WRITE REPORT-OUT-LINE
    move 1 to bandIdx
    perform until bandIdx > 18
        move bandIdx to RPT-BAND-DIGITS
        move BAND-COUNT (bandIdx) to RPT-BAND-COUNT
        move BAND-LARGEST (bandIdx) to RPT-BAND-LARGEST
        WRITE REPORT-OUT-LINE FROM REPORT-BAND-LINE
        add 1 to bandIdx
    end-perform.
