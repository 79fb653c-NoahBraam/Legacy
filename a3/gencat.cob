*> GENCAT
*> Output generation catalog, packaged as a called subprogram like
*> REGUPD so primes3, partrun and gdgutil keep GENCATLG.DAT the same
*> way. Every fresh run of an output set writes a new numbered
*> generation (output name + '.Gnnnn' as the report, with its .EXC,
*> .PRM and .INT alongside) instead of overwriting the last one; the
*> generation that is current is copied onto the plain output name,
*> where the downstream jobs keep reading it. GENCATLG.DAT holds one
*> entry per generation keyed by output name + generation number;
*> generation 0 of each output name is its base record, carrying the
*> number of generations kept (5 until set otherwise) and the last
*> number issued. Linkage: an action byte, the catalog entry and the
*> result.
*>   'N' - new generation for a fresh run: the caller fills in the
*>         output name, input file and run date/time; the number and
*>         generation name come back in the entry, status RUNNING. A
*>         previous generation still RUNNING (its run never finished
*>         and was not resumed) is marked ABANDONED.
*>   'R' - the generation a resumed run is still writing: the latest
*>         one for the output name comes back when it is RUNNING,
*>         otherwise result 4; result 2 when the output name has never
*>         had a generation (a run cut before generations were kept).
*>   'C' - a run is over: the caller fills in the output name, number,
*>         counts, run status and audit result, which are posted to
*>         the generation.
*>   'P' - promote the output name's generation given by number to
*>         current: its report, .EXC, .PRM and .INT are copied onto the
*>         plain output name (for out.dat also its .EXC onto the
*>         except.dat the old primes2 schedule reads) and it becomes
*>         the one generation marked current. A generation whose run
*>         never finished cannot be promoted.
*>   'T' - trim the output name to the generations it keeps: the
*>         oldest beyond the limit are deleted, files and entry, except
*>         the current one and any still running.
*>   'D' - define the number of generations the output name keeps,
*>         passed in the number field (1 to 99).
*>   'Q' - the generation that is current for the output name comes
*>         back in the entry; result 4 when the name has none.
*> Result 0 = done, 2 = no generations for the output name ('R'),
*> 4 = nothing to resume or no such generation, 8 = the catalog
*> could not be locked, opened or updated, or a promotion could not
*> copy its files. Every call takes and releases
*> GENCATLG.LCK around its own update; since another run only holds
*> it for the length of one call, a lock found held is tried again
*> once a second for up to ten seconds before giving up.
identification division.
program-id. GENCAT.
environment division.
input-output section.
file-control.
select CATALOG-FILE assign to dynamic catalog-file-name
ORGANIZATION IS INDEXED
ACCESS MODE IS DYNAMIC
RECORD KEY IS GEN-KEY
FILE STATUS IS catalog-status.
data division.
file section.
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
WORKING-STORAGE SECTION.
77  catalog-file-name PICTURE X(81) VALUE 'GENCATLG.DAT'.
77  catalog-status PICTURE X(02).
77  catalog-lock-name PICTURE X(81) VALUE 'GENCATLG.LCK'.
77  lockAction PICTURE X.
77  lockResult PICTURE 9(4) VALUE 0.
77  lockTries PICTURE 9(4) USAGE IS COMPUTATIONAL VALUE 0.
77  scanDone PICTURE 9 VALUE 0.
77  haveBase PICTURE 9 VALUE 0.
77  keepLimit PICTURE 9(2) VALUE 0.
77  lastNumber PICTURE 9(4) VALUE 0.
77  genCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  excessCount PICTURE 9(9) USAGE IS COMPUTATIONAL VALUE 0.
77  copyFailed PICTURE 9 VALUE 0.
77  copyRC PICTURE 9(4) VALUE 0.
77  genDisp PICTURE 9(4).
77  copy-from-name PICTURE X(81).
77  copy-to-name PICTURE X(81).
77  shell-command PICTURE X(200).
LINKAGE SECTION.
01  GCU-ACTION PICTURE X.
01  GCU-ENTRY.
    02 GCU-OUTFILE PICTURE X(81).
    02 GCU-NUMBER PICTURE 9(4).
    02 GCU-NAME PICTURE X(81).
    02 GCU-STATUS PICTURE X(14).
    02 GCU-CURRENT PICTURE X.
    02 GCU-RUN-DATE PICTURE 9(8).
    02 GCU-RUN-TIME PICTURE 9(6).
    02 GCU-INFILE PICTURE X(81).
    02 GCU-PRIME-COUNT PICTURE 9(9).
    02 GCU-NOTPRIME-COUNT PICTURE 9(9).
    02 GCU-ILLEGAL-COUNT PICTURE 9(9).
    02 GCU-NONNUMERIC-COUNT PICTURE 9(9).
    02 GCU-TOTAL-COUNT PICTURE 9(9).
    02 GCU-AUDIT PICTURE X(8).
01  GCU-RESULT PICTURE 9(4).

PROCEDURE DIVISION USING GCU-ACTION, GCU-ENTRY, GCU-RESULT.
    move 0 to GCU-RESULT.
    move 'A' to lockAction.
    CALL 'RUNLOCK' USING catalog-lock-name, lockAction, lockResult.
    move 1 to lockTries.
    perform until lockResult = 0 or lockTries >= 10
        move 'sleep 1' to shell-command
        CALL 'SYSTEM' USING shell-command
        move 0 to RETURN-CODE
        move 'A' to lockAction
        CALL 'RUNLOCK' USING catalog-lock-name, lockAction, lockResult
        add 1 to lockTries
    end-perform.
    if lockResult not = 0
        display 'Error, generation catalog ' catalog-file-name
            ' is in use by another session'
        move 8 to GCU-RESULT
        GOBACK
    end-if.
    *> First use builds an empty catalog.
    OPEN I-O CATALOG-FILE.
    if catalog-status = '35'
        OPEN OUTPUT CATALOG-FILE
        if catalog-status = '00'
            CLOSE CATALOG-FILE
            OPEN I-O CATALOG-FILE
        end-if
    end-if.
    if catalog-status not = '00'
        display 'Error, generation catalog ' catalog-file-name
            ' could not be opened, status ' catalog-status
        move 8 to GCU-RESULT
    else
        if GCU-ACTION = 'N'
            perform new-generation
        end-if
        if GCU-ACTION = 'R'
            perform resume-generation
        end-if
        if GCU-ACTION = 'C'
            perform complete-generation
        end-if
        if GCU-ACTION = 'P'
            perform promote-generation
        end-if
        if GCU-ACTION = 'T'
            perform trim-generations
        end-if
        if GCU-ACTION = 'D'
            perform define-limit
        end-if
        if GCU-ACTION = 'Q'
            perform query-current
        end-if
        CLOSE CATALOG-FILE
    end-if.
    move 'R' to lockAction.
    CALL 'RUNLOCK' USING catalog-lock-name, lockAction, lockResult.
    GOBACK.

*> The output name's base record into keepLimit and lastNumber;
*> haveBase stays 0 for a name not cataloged yet, and create-base
*> writes it with the default limit.
read-base.
    move 0 to haveBase
    move 0 to keepLimit
    move 0 to lastNumber
    move spaces to CATALOG-BASE-REC
    move GCU-OUTFILE to GBS-OUTFILE
    move 0 to GBS-NUMBER
    read CATALOG-FILE
        invalid key continue
        not invalid key
            move 1 to haveBase
            move GBS-LIMIT to keepLimit
            move GBS-LAST-NUMBER to lastNumber
    end-read.

create-base.
    move spaces to CATALOG-BASE-REC
    move GCU-OUTFILE to GBS-OUTFILE
    move 0 to GBS-NUMBER
    move 5 to GBS-LIMIT
    move 0 to GBS-LAST-NUMBER
    write CATALOG-REC
        invalid key move 8 to GCU-RESULT
    end-write
    if GCU-RESULT = 0
        move 1 to haveBase
        move 5 to keepLimit
        move 0 to lastNumber
    end-if.

*> Next number from the base record, then the new generation.
new-generation.
    perform read-base
    if haveBase = 0
        perform create-base
    end-if
    if GCU-RESULT = 0 and lastNumber > 0
        move GCU-OUTFILE to GEN-OUTFILE
        move lastNumber to GEN-NUMBER
        read CATALOG-FILE
            invalid key continue
            not invalid key
                if GEN-STATUS = 'RUNNING'
                    move 'ABANDONED' to GEN-STATUS
                    rewrite CATALOG-REC
                        invalid key move 8 to GCU-RESULT
                    end-rewrite
                end-if
        end-read
    end-if
    if GCU-RESULT = 0
        perform read-base
        add 1 to lastNumber
        move lastNumber to GBS-LAST-NUMBER
        rewrite CATALOG-REC
            invalid key move 8 to GCU-RESULT
        end-rewrite
    end-if
    if GCU-RESULT = 0
        move lastNumber to GCU-NUMBER
        move lastNumber to genDisp
        move spaces to GCU-NAME
        string GCU-OUTFILE delimited by space
               '.G' delimited by size
               genDisp delimited by size
          into GCU-NAME
        move 'RUNNING' to GCU-STATUS
        move 'N' to GCU-CURRENT
        move 0 to GCU-PRIME-COUNT
        move 0 to GCU-NOTPRIME-COUNT
        move 0 to GCU-ILLEGAL-COUNT
        move 0 to GCU-NONNUMERIC-COUNT
        move 0 to GCU-TOTAL-COUNT
        move spaces to GCU-AUDIT
        move GCU-ENTRY to CATALOG-REC
        write CATALOG-REC
            invalid key move 8 to GCU-RESULT
        end-write
    end-if
    if GCU-RESULT not = 0
        display 'Error, no generation could be cataloged for '
            GCU-OUTFILE
    end-if.

resume-generation.
    perform read-base
    if haveBase = 0 or lastNumber = 0
        move 2 to GCU-RESULT
    else
        move GCU-OUTFILE to GEN-OUTFILE
        move lastNumber to GEN-NUMBER
        read CATALOG-FILE
            invalid key move 4 to GCU-RESULT
        end-read
        if GCU-RESULT = 0
            if GEN-STATUS = 'RUNNING'
                move CATALOG-REC to GCU-ENTRY
            else
                move 4 to GCU-RESULT
            end-if
        end-if
    end-if.

complete-generation.
    move GCU-OUTFILE to GEN-OUTFILE
    move GCU-NUMBER to GEN-NUMBER
    read CATALOG-FILE
        invalid key move 4 to GCU-RESULT
    end-read
    if GCU-RESULT = 0
        move GCU-STATUS to GEN-STATUS
        move GCU-PRIME-COUNT to GEN-PRIME-COUNT
        move GCU-NOTPRIME-COUNT to GEN-NOTPRIME-COUNT
        move GCU-ILLEGAL-COUNT to GEN-ILLEGAL-COUNT
        move GCU-NONNUMERIC-COUNT to GEN-NONNUMERIC-COUNT
        move GCU-TOTAL-COUNT to GEN-TOTAL-COUNT
        move GCU-AUDIT to GEN-AUDIT
        rewrite CATALOG-REC
            invalid key move 8 to GCU-RESULT
        end-rewrite
    end-if
    if GCU-RESULT not = 0
        display 'Error, generation ' GCU-NUMBER ' of ' GCU-OUTFILE
            ' could not be updated'
    end-if.

*> Files first, flags after: the plain name only ever changes hands
*> once every copy has gone through.
promote-generation.
    move GCU-OUTFILE to GEN-OUTFILE
    move GCU-NUMBER to GEN-NUMBER
    read CATALOG-FILE
        invalid key move 4 to GCU-RESULT
    end-read
    if GCU-RESULT = 4
        display 'Error, no generation ' GCU-NUMBER ' of ' GCU-OUTFILE
    end-if
    if GCU-RESULT = 0
        if GEN-STATUS = 'RUNNING' or GEN-STATUS = 'ABANDONED'
            display 'Error, generation ' GCU-NUMBER ' of ' GCU-OUTFILE
                ' never finished and cannot be promoted'
            move 8 to GCU-RESULT
        end-if
    end-if
    if GCU-RESULT = 0
        move 0 to copyFailed
        move GEN-NAME to copy-from-name
        move GCU-OUTFILE to copy-to-name
        perform copy-one-file
        move spaces to copy-from-name
        string GEN-NAME delimited by space
               '.EXC' delimited by size
          into copy-from-name
        move spaces to copy-to-name
        string GCU-OUTFILE delimited by space
               '.EXC' delimited by size
          into copy-to-name
        perform copy-one-file
        if GCU-OUTFILE = 'out.dat'
            move 'except.dat' to copy-to-name
            perform copy-one-file
        end-if
        move spaces to copy-from-name
        string GEN-NAME delimited by space
               '.PRM' delimited by size
          into copy-from-name
        move spaces to copy-to-name
        string GCU-OUTFILE delimited by space
               '.PRM' delimited by size
          into copy-to-name
        perform copy-one-file
        move spaces to copy-from-name
        string GEN-NAME delimited by space
               '.INT' delimited by size
          into copy-from-name
        move spaces to copy-to-name
        string GCU-OUTFILE delimited by space
               '.INT' delimited by size
          into copy-to-name
        perform copy-one-file
        if copyFailed = 1
            display 'Error, generation ' GCU-NUMBER ' of ' GCU-OUTFILE
                ' could not be copied to the plain output name'
            move 8 to GCU-RESULT
        end-if
    end-if
    if GCU-RESULT = 0
        move 0 to scanDone
        move GCU-OUTFILE to GEN-OUTFILE
        move 1 to GEN-NUMBER
        start CATALOG-FILE key >= GEN-KEY
            invalid key move 1 to scanDone
        end-start
        perform until scanDone = 1
            read CATALOG-FILE next record
                at end move 1 to scanDone
            end-read
            if scanDone = 0
                if GEN-OUTFILE not = GCU-OUTFILE
                    move 1 to scanDone
                else
                    if GEN-NUMBER = GCU-NUMBER
                        move 'Y' to GEN-CURRENT
                    else
                        move 'N' to GEN-CURRENT
                    end-if
                    rewrite CATALOG-REC
                        invalid key move 8 to GCU-RESULT
                    end-rewrite
                end-if
            end-if
        end-perform
    end-if.

copy-one-file.
    move spaces to shell-command
    string 'cp -f ' delimited by size
           copy-from-name delimited by space
           ' ' delimited by size
           copy-to-name delimited by space
      into shell-command
    CALL 'SYSTEM' USING shell-command
    divide RETURN-CODE by 256 giving copyRC
    move 0 to RETURN-CODE
    if copyRC not = 0
        move 1 to copyFailed
    end-if.

*> Oldest first, so the generations kept are always the newest.
trim-generations.
    perform read-base
    if haveBase = 0
        move 4 to GCU-RESULT
    else
        move 0 to genCount
        move 0 to scanDone
        move GCU-OUTFILE to GEN-OUTFILE
        move 1 to GEN-NUMBER
        start CATALOG-FILE key >= GEN-KEY
            invalid key move 1 to scanDone
        end-start
        perform until scanDone = 1
            read CATALOG-FILE next record
                at end move 1 to scanDone
            end-read
            if scanDone = 0
                if GEN-OUTFILE not = GCU-OUTFILE
                    move 1 to scanDone
                else
                    add 1 to genCount
                end-if
            end-if
        end-perform
        move 0 to excessCount
        if genCount > keepLimit
            subtract keepLimit from genCount giving excessCount
        end-if
        move 0 to scanDone
        if excessCount = 0
            move 1 to scanDone
        end-if
        move GCU-OUTFILE to GEN-OUTFILE
        move 1 to GEN-NUMBER
        start CATALOG-FILE key >= GEN-KEY
            invalid key move 1 to scanDone
        end-start
        perform until scanDone = 1
            read CATALOG-FILE next record
                at end move 1 to scanDone
            end-read
            if scanDone = 0
                if GEN-OUTFILE not = GCU-OUTFILE
                    move 1 to scanDone
                else
                    if GEN-CURRENT not = 'Y' and GEN-STATUS not = 'RUNNING'
                        perform delete-one-generation
                        subtract 1 from excessCount
                        if excessCount = 0
                            move 1 to scanDone
                        end-if
                    end-if
                end-if
            end-if
        end-perform
    end-if.

delete-one-generation.
    move spaces to shell-command
    string 'rm -f ' delimited by size
           GEN-NAME delimited by space
           ' ' delimited by size
           GEN-NAME delimited by space
           '.EXC ' delimited by size
           GEN-NAME delimited by space
           '.PRM ' delimited by size
           GEN-NAME delimited by space
           '.INT' delimited by size
      into shell-command
    CALL 'SYSTEM' USING shell-command
    move 0 to RETURN-CODE
    delete CATALOG-FILE record
        invalid key move 8 to GCU-RESULT
    end-delete
    display 'GENCAT: generation ' GEN-NUMBER ' of ' GCU-OUTFILE
        ' deleted, past the ' keepLimit ' kept'.

define-limit.
    if GCU-NUMBER < 1 or GCU-NUMBER > 99
        display 'Error, generations kept must be 1 to 99'
        move 8 to GCU-RESULT
    else
        perform read-base
        if haveBase = 0
            perform create-base
            perform read-base
        end-if
        if GCU-RESULT = 0
            move GCU-NUMBER to GBS-LIMIT
            rewrite CATALOG-REC
                invalid key move 8 to GCU-RESULT
            end-rewrite
        end-if
    end-if.

query-current.
    move 4 to GCU-RESULT
    move 0 to scanDone
    move GCU-OUTFILE to GEN-OUTFILE
    move 1 to GEN-NUMBER
    start CATALOG-FILE key >= GEN-KEY
        invalid key move 1 to scanDone
    end-start
    perform until scanDone = 1
        read CATALOG-FILE next record
            at end move 1 to scanDone
        end-read
        if scanDone = 0
            if GEN-OUTFILE not = GCU-OUTFILE
                move 1 to scanDone
            else
                if GEN-CURRENT = 'Y'
                    move CATALOG-REC to GCU-ENTRY
                    move 0 to GCU-RESULT
                    move 1 to scanDone
                end-if
            end-if
        end-if
    end-perform.
