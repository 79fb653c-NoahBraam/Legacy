*> Department burst, stand-alone front end
*> Runs the BURSTER split over one run's output set after the fact:
*> pass the PRIME NUMBER RESULTS report name on the command line (the
*> matching .PRM, .EXC and .INT names are derived from it) or answer
*> the prompt. The department sets and the distribution manifest
*> (report name + '.MAN') are written beside the original files.
*> Ends with RETURN-CODE 8 when the burst does not balance, so the
*> scheduler can hold the distribution.
identification division.
program-id. burstjob.
data division.
WORKING-STORAGE SECTION.
77  parm-data PICTURE X(81).
77  outfile-name PICTURE X(81).
77  burstResult PICTURE 9(4) VALUE 0.

PROCEDURE DIVISION.
    ACCEPT parm-data FROM COMMAND-LINE.
    if parm-data not = spaces
        move parm-data to outfile-name
    else
        display 'Enter the output report file to burst'
        accept outfile-name from SYSIN
    end-if.
    CALL 'BURSTER' USING outfile-name, burstResult.
    if burstResult = 0
        display 'BURST: ' outfile-name ' burst and balanced'
    else
        display 'BURST: ' outfile-name ' did not burst cleanly'
    end-if.
    move burstResult to RETURN-CODE.
    STOP RUN.
