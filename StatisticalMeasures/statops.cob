*> Groups the lines by program and calendar day and reports, per
*> pair: the number of runs, total records read, total rejects and
*> truncations, and the worst STATUS seen, followed by a highlighted
*> list of every run that ended with STATUS 08 or worse and a list of
*> the runs statback has withdrawn (its reversal lines are listed
*> there rather than counted as runs):
*>     statops                   prints the operations summary
*>     statops ARCHIVE <days>    moves lines older than <days> out to
*>                               monthly RUNCTL-YYYYMM.TXT files, the
77 max-bad-runs   pic s9(4) value 200.
77 bad-dropped    pic s9(6) value 0.
77 b              pic s9(4).
77 wd-count       pic s9(4) value 0.
77 max-withdrawn  pic s9(4) value 200.
77 wd-dropped     pic s9(6) value 0.
77 w              pic s9(4).
77 retention-days pic s9(5) value 0.
77 today-int      pic s9(7).
77 cutoff-int     pic s9(7).
        03 bad-datetime pic x(20).
        03 bad-status   pic 9(2).

*>Every run statback withdrew, from its reversal lines, for the
*>withdrawn-runs list after the bad runs.
01 withdrawn-table.
    02 wd-entry occurs 200 times.
        03 wd-datetime     pic x(20).
        03 wd-filename     pic x(30).
        03 wd-run-datetime pic x(20).

*>Lines kept during an ARCHIVE pass, written back over RUNCTL.TXT
*>once the old lines have been moved to their monthly files.
01 keep-area.
    02 filler      pic x(9) value "  STATUS=".
    02 out-bad-status    pic 9(2).

01 output-withdrawn-header.
    02 filler      pic x(40) value
                  "  Runs withdrawn by statback:".

01 output-withdrawn-line.
    02 filler      pic x(8) value "    --- ".
    02 out-wd-fname      pic x(30).
    02 filler      pic x(1) value space.
    02 out-wd-run-dt     pic x(20).
    02 filler      pic x(11) value " WITHDRAWN ".
    02 out-wd-datetime   pic x(20).

01 output-wd-dropped-line.
    02 filler      pic x(27) value "  *** WITHDRAWN-RUN TABLE (".
    02 out-max-wd  pic zz9.
    02 filler      pic x(29) value " ENTRIES) FULL, RUNS DROPPED".

01 output-dropped-line.
    02 filler      pic x(21) value "  *** SUMMARY TABLE (".
    02 out-max-ops pic zz9.
            at end move 'Y' to run-feof
            not at end
                add 1 to line-count
                if rc-program = "STATBACK"
                    perform note-withdrawn-run
                else
                    perform tally-run-line
                end-if
        end-read
    end-perform.

        end-if
    end-if.

*>Remembers the run a statback reversal line withdrew. The line
*>carries no counts, so it never reaches the summary table.
note-withdrawn-run.
    if wd-count < max-withdrawn
        add 1 to wd-count
        move rx-datetime to wd-datetime(wd-count)
        move rx-filename to wd-filename(wd-count)
        move rx-run-datetime to wd-run-datetime(wd-count)
    else
        add 1 to wd-dropped
    end-if.

*>Prints the per-program-per-day summary table, the highlighted
*>bad-run list and the withdrawn runs.
output-ops-report.
    display " ".
    display "      Operations Summary (RUNCTL.TXT)".
            display output-bad-dropped-line
        end-if
    end-if.
    if wd-count > 0
        display output-underline
        display output-withdrawn-header
        perform varying w from 1 by 1 until w > wd-count
            move wd-filename(w) to out-wd-fname
            move wd-run-datetime(w) to out-wd-run-dt
            move wd-datetime(w) to out-wd-datetime
            display output-withdrawn-line
        end-perform
        if wd-dropped > 0
            move max-withdrawn to out-max-wd
            display output-wd-dropped-line
        end-if
    end-if.
    display " ".

*>Moves every RUNCTL.TXT line whose run date is older than the
