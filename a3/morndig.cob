*> Morning exception digest
*> One report for the morning turnover instead of three hunts: scans
*> the cumulative run history for every run since the last digest
*> that ended badly (OPEN-FAILED, COUNT-MISMATCH, AUDIT-FAIL, LOCKED,
*> BURST-FAIL, ARCHIVE-FAIL, PROMOTE-FAIL, DEFER-FAIL -- anything but
*> OK), every checkpoint file still holding an in-flight restart with
*> its resume count, and every driver-run summary line whose pair
*> failed. Ends with RETURN-CODE 4 when anything at all is listed so
*> the scheduler can flag the day shift automatically. The moment of
*> the last digest is kept on MORNDIG.DAT and advanced every time the
*> digest runs.
identification division.
program-id. morndig.
environment division.
data division.
file section.
fd HISTORY-FILE.
01 HISTORY-IN-LINE PICTURE X(300).
fd REPORT-FILE.
01 REPORT-OUT-LINE PICTURE X(132).
fd STATE-FILE.
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
    02 FILLER PICTURE X(24) VALUE 'MORNING EXCEPTION DIGEST'.
                    or SCAN-CARD(118:14) = 'COUNT-MISMATCH'
                    or SCAN-CARD(118:14) = 'AUDIT-FAIL'
                    or SCAN-CARD(118:14) = 'LOCKED'
                    or SCAN-CARD(118:14) = 'BURST-FAIL'
                    or SCAN-CARD(118:14) = 'ARCHIVE-FAIL'
                    or SCAN-CARD(118:14) = 'PROMOTE-FAIL'
                    or SCAN-CARD(118:14) = 'DEFER-FAIL'
                add 1 to failedPairCount
                move scan-file-name to DIG-SUM-NAME
                move SCAN-CARD(2:30) to DIG-PAIR-INFILE
