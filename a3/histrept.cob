data division.
file section.
fd HISTORY-FILE.
01 HISTORY-IN-LINE PICTURE X(300).
fd REPORT-FILE.
01 REPORT-OUT-LINE PICTURE X(150).
fd PARM-FILE.
01 PARM-LINE PICTURE X(81).
WORKING-STORAGE SECTION.
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
01  REPORT-TITLE-LINE.
    02 FILLER PICTURE X(6) VALUE SPACES.
    02 FILLER PICTURE X(18) VALUE 'RUN HISTORY REPORT'.
    02 FILLER PICTURE X(10) VALUE 'RESUME-AT'.
    02 FILLER PICTURE X(10) VALUE '    TOTAL'.
    02 FILLER PICTURE X(14) VALUE ' STATUS'.
    02 FILLER PICTURE X(10) VALUE '   ELAPSED'.
    02 FILLER PICTURE X(10) VALUE '   REC/MIN'.
01  REPORT-DETAIL-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 RPT-DATE PICTURE 9(8).
    02 RPT-TOTAL-COUNT PICTURE Z(8)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 RPT-STATUS PICTURE X(14).
    02 FILLER PICTURE X VALUE SPACE.
    02 RPT-ELAPSED PICTURE Z(6)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 RPT-RATE PICTURE Z(8)9.
01  REPORT-MATCHED-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 FILLER PICTURE X(20) VALUE 'RUNS LISTED        :'.
    move HST-RESUME-COUNT to RPT-RESUME-COUNT
    move HST-TOTAL-COUNT to RPT-TOTAL-COUNT
    move HST-STATUS to RPT-STATUS
    *> Runs recorded before elapsed time was kept show zero.
    move 0 to RPT-ELAPSED
    move 0 to RPT-RATE
    if HST-ELAPSED is numeric and HST-RATE is numeric
        move HST-ELAPSED to RPT-ELAPSED
        move HST-RATE to RPT-RATE
    end-if
    WRITE REPORT-OUT-LINE FROM REPORT-DETAIL-LINE.
