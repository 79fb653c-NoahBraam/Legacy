
*> Exception and primes-extract files have no date in the name, so
*> aging goes by the file's modification time via find itself: the
*> list only ever holds files already past the retention. Those of
*> an output generation (name + '.Gnnnn') are left to the generation
*> catalog, which keeps each output name's set whole.
sweep-extracts.
    move spaces to shell-command
    string 'find . -maxdepth 1 "(" -name "*.EXC" -o -name "*.PRM"'
               delimited by size
           ' -o -name "*.WRK" -o -name "*.SRT" ")"' delimited by size
           ' ! -name "*.G[0-9][0-9][0-9][0-9].*"' delimited by size
           ' -mtime +' delimited by size
           extractRetainDays delimited by size
           ' -printf "%f\n" > HKEXTR.LST' delimited by size
