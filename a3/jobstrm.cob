*> Job-stream controller
*> Runs the nightly prime steps in order from a job-stream control
*> file instead of the operators chaining them by hand. One step per
*> line, fields separated by spaces:
*>   step-name  program  max-rc  parameter-file
*> e.g.  EDIT ./deckedit 04 edit.parm
*> The program is run with its parameter file on the command line,
*> the way every batch program here takes its parms; a blank or '-'
*> parameter file runs it with none. Lines starting '*' are comments.
*> Each step's start time, end time and return code go to the stream
*> log (control file + '.LOG'). A step whose return code is above its
*> max-rc, or that is killed by a signal (logged as abended, RC 999),
*> stops the stream, and the failed step is remembered in the
*> restart file (control file + '.RST'): resubmitting the stream
*> restarts at that step instead of rerunning the ones that already
*> finished. Pass FRESH after the control file name to ignore the
*> restart file and run from the top. RETURN-CODE 8 when the stream
*> stops, otherwise the highest step return code.
identification division.
program-id. jobstrm.
environment division.
input-output section.
file-control.
select CONTROL-FILE assign to dynamic control-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS control-status.
select STREAM-LOG-FILE assign to dynamic stream-log-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS stream-log-status.
select RESTART-FILE assign to dynamic restart-file-name
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS restart-status.
data division.
file section.
fd CONTROL-FILE.
01 CONTROL-LINE PICTURE X(160).
fd STREAM-LOG-FILE.
01 STREAM-LOG-LINE PICTURE X(132).
fd RESTART-FILE.
01 RESTART-LINE PICTURE X(30).
WORKING-STORAGE SECTION.
77  control-file-name PICTURE X(81).
77  control-status PICTURE X(02).
77  stream-log-name PICTURE X(81).
77  stream-log-status PICTURE X(02).
77  restart-file-name PICTURE X(81).
77  restart-status PICTURE X(02).
77  stream-lock-name PICTURE X(81).
77  lockAction PICTURE X.
77  lockResult PICTURE 9(4) VALUE 0.
77  parm-data PICTURE X(81).
77  runOption PICTURE X(10).
77  shell-command PICTURE X(300).
77  controlFinished PICTURE 9 VALUE 0.
77  streamStopped PICTURE 9 VALUE 0.
77  restarting PICTURE 9 VALUE 0.
77  restartFound PICTURE 9 VALUE 0.
77  stepsRun PICTURE 9(4) VALUE 0.
77  stepsBypassed PICTURE 9(4) VALUE 0.
77  stepRC PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  stepSignal PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  highestRC PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  clock-time PICTURE 9(8).
*> One step card, split on the spaces.
01  STEP-CARD.
    02 STP-NAME PICTURE X(8).
    02 STP-PROGRAM PICTURE X(60).
    02 STP-MAX-RC-X PICTURE X(2).
    02 STP-PARM PICTURE X(81).
01  STP-MAX-RC PICTURE 99.
*> Restart state: the step the stream stopped on. Spaces (or no
*> file at all) means the last submission ran to the end.
01  RESTART-RECORD.
    02 RST-STEP-NAME PICTURE X(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 RST-DATE PICTURE 9(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 RST-TIME PICTURE 9(6).
01  STREAM-EVENT-LINE.
    02 RUN-DATE PICTURE 9(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 RUN-TIME PICTURE 9(6).
    02 FILLER PICTURE X(8) VALUE ' STREAM '.
    02 RUN-CONTROL-FILE PICTURE X(40).
    02 FILLER PICTURE X VALUE SPACE.
    02 RUN-EVENT PICTURE X(40).
01  STEP-LOG-LINE.
    02 LOG-DATE PICTURE 9(8).
    02 FILLER PICTURE X(6) VALUE ' STEP '.
    02 LOG-STEP-NAME PICTURE X(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 LOG-PROGRAM PICTURE X(20).
    02 FILLER PICTURE X(7) VALUE ' START '.
    02 LOG-START PICTURE 9(6).
    02 FILLER PICTURE X(5) VALUE ' END '.
    02 LOG-END PICTURE 9(6).
    02 FILLER PICTURE X(4) VALUE ' RC '.
    02 LOG-RC PICTURE ZZZ9.
    02 FILLER PICTURE X(5) VALUE ' MAX '.
    02 LOG-MAX-RC PICTURE Z9.
    02 FILLER PICTURE X VALUE SPACE.
    02 LOG-OUTCOME PICTURE X(20).

PROCEDURE DIVISION.
    ACCEPT parm-data FROM COMMAND-LINE.
    if parm-data not = spaces
        unstring parm-data delimited by all space
            into control-file-name, runOption
        end-unstring
    else
        display 'Enter the job-stream control file'
        accept control-file-name from SYSIN
        display 'Enter FRESH to ignore a pending restart, or blank'
        accept runOption from SYSIN
    end-if.
    move spaces to stream-log-name.
    string control-file-name delimited by space
           '.LOG' delimited by size
      into stream-log-name.
    move spaces to restart-file-name.
    string control-file-name delimited by space
           '.RST' delimited by size
      into restart-file-name.
    move spaces to stream-lock-name.
    string control-file-name delimited by space
           '.LCK' delimited by size
      into stream-lock-name.
    *> Two submissions of the same stream would run every step twice
    *> and fight over the restart file, so the second is refused.
    move 'A' to lockAction.
    CALL 'RUNLOCK' USING stream-lock-name, lockAction, lockResult.
    if lockResult not = 0
        display 'Error, job stream ' control-file-name
            ' is already running'
        move 8 to RETURN-CODE
        STOP RUN
    end-if.
    OPEN INPUT CONTROL-FILE.
    if control-status not = '00'
        display 'Error, control file ' control-file-name ' could not be opened'
        perform release-stream-lock
        move 8 to RETURN-CODE
        STOP RUN
    end-if.
    OPEN EXTEND STREAM-LOG-FILE.
    if stream-log-status = '35'
        OPEN OUTPUT STREAM-LOG-FILE
    end-if.
    if stream-log-status not = '00'
        display 'Error, stream log ' stream-log-name ' could not be opened'
        CLOSE CONTROL-FILE
        perform release-stream-lock
        move 8 to RETURN-CODE
        STOP RUN
    end-if.
    move 0 to restarting.
    move spaces to RESTART-RECORD.
    if runOption not = 'FRESH'
        OPEN INPUT RESTART-FILE
        if restart-status = '00'
            read RESTART-FILE into RESTART-RECORD
                at end move spaces to RESTART-RECORD
            end-read
            CLOSE RESTART-FILE
        end-if
    end-if.
    if RST-STEP-NAME not = spaces
        move 1 to restarting
        move spaces to RUN-EVENT
        string 'RESTARTED AT STEP ' delimited by size
               RST-STEP-NAME delimited by space
          into RUN-EVENT
        display 'JOBSTRM: restarting ' control-file-name
            ' at step ' RST-STEP-NAME
    else
        move 'STARTED' to RUN-EVENT
    end-if.
    perform write-stream-event.
    move 0 to controlFinished.
    move 0 to streamStopped.
    perform until controlFinished = 1 or streamStopped = 1
        read CONTROL-FILE into CONTROL-LINE
            at end move 1 to controlFinished
        end-read
        if controlFinished not = 1 and CONTROL-LINE not = spaces
                and CONTROL-LINE(1:1) not = '*'
            perform run-one-step
        end-if
    end-perform.
    CLOSE CONTROL-FILE.
    *> A restart step that is no longer in the control file means the
    *> stream was edited since it stopped; nothing was run, and the
    *> operator decides whether to resubmit FRESH.
    if restarting = 1 and restartFound = 0
        display 'Error, restart step ' RST-STEP-NAME
            ' is not in control file ' control-file-name
        move 'RESTART STEP NOT FOUND, NOTHING RUN' to RUN-EVENT
        perform write-stream-event
        CLOSE STREAM-LOG-FILE
        perform release-stream-lock
        move 8 to RETURN-CODE
        STOP RUN
    end-if.
    if streamStopped = 1
        move spaces to RUN-EVENT
        string 'STOPPED AT STEP ' delimited by size
               STP-NAME delimited by space
          into RUN-EVENT
        perform write-stream-event
        move STP-NAME to RST-STEP-NAME
        ACCEPT RST-DATE FROM DATE YYYYMMDD
        ACCEPT clock-time FROM TIME
        move clock-time(1:6) to RST-TIME
    else
        move 'ENDED' to RUN-EVENT
        perform write-stream-event
        move spaces to RESTART-RECORD
    end-if.
    OPEN OUTPUT RESTART-FILE.
    if restart-status not = '00'
        display 'Error, restart file ' restart-file-name
            ' could not be written'
    else
        WRITE RESTART-LINE FROM RESTART-RECORD
        CLOSE RESTART-FILE
    end-if.
    CLOSE STREAM-LOG-FILE.
    perform release-stream-lock.
    display 'JOBSTRM: ' stepsRun ' STEPS RUN, ' stepsBypassed
        ' ALREADY DONE'.
    if streamStopped = 1
        display 'JOBSTRM: stream ' control-file-name ' stopped at step '
            STP-NAME ', resubmit to restart there'
        move 8 to RETURN-CODE
    else
        move highestRC to RETURN-CODE
    end-if.
    STOP RUN.

*> One step card: bypassed while a restart is still looking for the
*> step it stopped on, otherwise run and judged against its limit.
*> CALL 'SYSTEM' hands back the shell's wait status, the program's
*> own return code sitting in the high byte.
run-one-step.
    move spaces to STEP-CARD
    unstring CONTROL-LINE delimited by all space
        into STP-NAME, STP-PROGRAM, STP-MAX-RC-X, STP-PARM
    end-unstring
    if STP-MAX-RC-X(2:1) = space
        move STP-MAX-RC-X(1:1) to STP-MAX-RC-X(2:1)
        move '0' to STP-MAX-RC-X(1:1)
    end-if
    if STP-MAX-RC-X is numeric
        move STP-MAX-RC-X to STP-MAX-RC
    else
        move 0 to STP-MAX-RC
    end-if
    if restarting = 1 and restartFound = 0
        if STP-NAME = RST-STEP-NAME
            move 1 to restartFound
        end-if
    end-if
    move STP-NAME to LOG-STEP-NAME
    move STP-PROGRAM to LOG-PROGRAM
    move STP-MAX-RC to LOG-MAX-RC
    ACCEPT LOG-DATE FROM DATE YYYYMMDD
    if restarting = 1 and restartFound = 0
        add 1 to stepsBypassed
        move 0 to LOG-START
        move 0 to LOG-END
        move 0 to LOG-RC
        move 'BYPASSED, DONE' to LOG-OUTCOME
        WRITE STREAM-LOG-LINE FROM STEP-LOG-LINE
    else
        move spaces to shell-command
        if STP-PARM = spaces or STP-PARM = '-'
            string STP-PROGRAM delimited by space
              into shell-command
        else
            string STP-PROGRAM delimited by space
                   ' ' delimited by size
                   STP-PARM delimited by space
              into shell-command
        end-if
        display 'JOBSTRM: step ' STP-NAME ' running ' shell-command
        ACCEPT clock-time FROM TIME
        move clock-time(1:6) to LOG-START
        CALL 'SYSTEM' USING shell-command
        divide RETURN-CODE by 256 giving stepRC
            remainder stepSignal
        ACCEPT clock-time FROM TIME
        move clock-time(1:6) to LOG-END
        move 0 to RETURN-CODE
        add 1 to stepsRun
        *> A step killed by a signal has no exit code of its own; it
        *> is logged as RC 999, above any max-rc, so the stream stops
        *> and restarts at it.
        if stepSignal not = 0
            move 999 to stepRC
        end-if
        move stepRC to LOG-RC
        if stepRC > STP-MAX-RC
            move 1 to streamStopped
            if stepSignal not = 0
                move 'ABENDED, STOPPED' to LOG-OUTCOME
            else
                move 'OVER LIMIT, STOPPED' to LOG-OUTCOME
            end-if
        else
            move 'OK' to LOG-OUTCOME
            if stepRC > highestRC
                move stepRC to highestRC
            end-if
        end-if
        WRITE STREAM-LOG-LINE FROM STEP-LOG-LINE
        display 'JOBSTRM: step ' STP-NAME ' ended RC ' LOG-RC
    end-if.

write-stream-event.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD
    ACCEPT clock-time FROM TIME
    move clock-time(1:6) to RUN-TIME
    move control-file-name to RUN-CONTROL-FILE
    WRITE STREAM-LOG-LINE FROM STREAM-EVENT-LINE.

release-stream-lock.
    move 'R' to lockAction
    CALL 'RUNLOCK' USING stream-lock-name, lockAction, lockResult.
