*> Name: Jake Goode
*> Date: 10-15-2026
*> Statistical process control over the keyed STATHIST.DAT run
*> history. For each dataset, the run means (with their std devs and
*> value counts) from a baseline window of the earliest runs give a
*> centre line and a sigma, the sigma taken from the average moving
*> range between successive runs the way an individuals chart does.
*> Every run is then plotted on a text control chart and checked
*> against the standard run rules:
*>     R1  one point beyond 3 sigma
*>     R2  2 of 3 successive points beyond 2 sigma, same side
*>     R3  4 of 5 successive points beyond 1 sigma, same side
*>     R4  8 points in a row on one side of the centre line
*> so a slow shift is visible long before it walks outside the
*> hand-set STATLIM.DAT ranges or trips stattrend's drift ALERT. The
*> same baseline also yields proposed control limits (centre line
*> plus or minus 3 sigma for the mean, the std dev and the value
*> count), written under group *ALL in the statlim.cpy layout to
*> STATLIMP.TXT for review and loading with statlimit LOAD:
*>     statspc                   charts every dataset, baseline 20
*>     statspc <runs>            charts every dataset, <runs> baseline
*>     statspc <runs> <file>     charts one dataset
*> Any run-rule signal is handed back as return code 08.

identification division.
program-id. statspc.

environment division.
input-output section.
file-control.
select standard-input assign to keyboard.
select standard-output assign to display.
select optional history-master assign to "STATHIST.DAT"
    organization is indexed
    access is dynamic
    record key is sh-key
    file status is hist-stat.
select proposed-limit-file assign to "STATLIMP.TXT"
    organization is line sequential.

data division.
file section.
fd standard-input.
    01 std-input      pic x(80).
fd standard-output.
    01 std-output     pic x(80).
fd history-master.
    copy "stathist.cpy".
fd proposed-limit-file.
    copy "statlim.cpy".

working-storage section.
77 hist-stat      pic xx.
77 hist-feof      pic a(1) value 'N'.
77 baseline-arg   pic x(10).
77 target-fname   pic x(30).
77 list-all       pic a(1) value 'N'.
77 baseline-runs  pic s9(4) value 20.
*>Fewer runs than this cannot give a moving-range sigma worth
*>charting against, so such a dataset is reported and skipped.
77 min-baseline   pic s9(4) value 5.
77 max-runs       pic s9(4) value 1000.
77 run-count      pic s9(4) value 0.
77 runs-dropped   pic s9(6) value 0.
77 cur-fname      pic x(30).
77 base-n         pic s9(4).
77 k              pic s9(4).
77 j              pic s9(4).
77 ds-charted     pic s9(6) value 0.
77 ds-skipped     pic s9(6) value 0.
77 ds-signals     pic s9(6).
77 total-signals  pic s9(6) value 0.
77 limits-written pic s9(6) value 0.
*>Baseline sums and moving-range sums for the three charted series.
77 sum-mean       pic s9(12)v9(4).
77 sum-sd         pic s9(12)v9(4).
77 sum-n          pic s9(12)v9(4).
77 sum-mr-mean    pic s9(12)v9(4).
77 sum-mr-sd      pic s9(12)v9(4).
77 sum-mr-n       pic s9(12)v9(4).
77 mr-term        pic s9(9)v9(4).
77 mr-count       pic s9(4).
77 avg-mr         pic s9(9)v9(6).
*>Centre lines and sigmas; the sigma is the average moving range
*>divided by the d2 constant for ranges of two successive points.
77 ctr-mean       pic s9(8)v9(4).
77 ctr-sd         pic s9(8)v9(4).
77 ctr-n          pic s9(8)v9(4).
77 sig-mean       pic s9(8)v9(4).
77 sig-sd         pic s9(8)v9(4).
77 sig-n          pic s9(8)v9(4).
77 d2-constant    pic 9v9(3) value 1.128.
77 lim-low-v      pic s9(9)v9(4).
77 lim-high-v     pic s9(9)v9(4).
77 z-dev          pic s9(9)v9(4).
77 plot-pos       pic s9(4).
77 beyond-count   pic s9(4).
77 side-run       pic s9(4).
77 side-prev      pic s9(1).
77 side-now       pic s9(1).

*>One dataset's runs, oldest first (STATHIST.DAT is keyed on filename
*>plus run date/time), each with its distance from the centre line in
*>sigmas and the run rules it tripped.
01 run-table.
    02 run-entry occurs 1000 times.
        03 rt-datetime pic x(20).
        03 rt-n        pic 9(8).
        03 rt-mean     pic s9(8)v9(2).
        03 rt-stddev   pic s9(8)v9(2).
        03 rt-zone     pic s9(6)v9(4).
        03 rt-flags    pic x(11).

01 output-underline.
    02 filler      pic x(70) value all "-".

01 output-ds-header.
    02 filler      pic x(11) value "  Dataset: ".
    02 out-ds-name pic x(30).

01 output-runs-line.
    02 filler      pic x(22) value "    Runs =            ".
    02 out-runs    pic zzzzz9.
    02 filler      pic x(19) value "   Baseline runs = ".
    02 out-base-runs     pic zzzzz9.

01 output-centre-line.
    02 filler      pic x(22) value "    Centre line =     ".
    02 out-ctr-mean      pic -(8)9.9(2).
    02 filler      pic x(11) value "   Sigma = ".
    02 out-sig-mean      pic -(8)9.9(4).

01 output-ucl-line.
    02 filler      pic x(22) value "    UCL (+3 sigma) =  ".
    02 out-ucl     pic -(8)9.9(2).
    02 filler      pic x(20) value "   LCL (-3 sigma) = ".
    02 out-lcl     pic -(8)9.9(2).

01 output-chart-cols.
    02 filler      pic x(4) value spaces.
    02 filler      pic x(21) value "RUN DATE/TIME".
    02 filler      pic x(9) value "       N ".
    02 filler      pic x(14) value "        MEAN  ".
    02 filler      pic x(50) value
        "     -3s   -2s   -1s    CL   +1s   +2s   +3s      ".
    02 filler      pic x(5) value "RULES".

*>The chart strip: the centre line in the middle column, each sigma
*>six columns wide, so the 3-sigma control limits fall at columns 7
*>and 43 and a point beyond 4 sigma is pinned to the edge with an
*>arrow.
01 chart-axis.
    02 filler      pic x(49) value
        "      :     .     .     |     .     .     :      ".

01 output-chart-line.
    02 filler      pic x(4) value spaces.
    02 out-pt-datetime   pic x(20).
    02 filler      pic x(1) value space.
    02 out-pt-n    pic z(7)9.
    02 filler      pic x(1) value space.
    02 out-pt-mean pic -(8)9.9(2).
    02 filler      pic x(1) value space.
    02 out-pt-base pic x(1).
    02 out-pt-strip      pic x(49).
    02 filler      pic x(1) value space.
    02 out-pt-flags      pic x(11).

01 output-signals-line.
    02 filler      pic x(22) value "    Run-rule signals =".
    02 out-signals pic zzzzz9.

01 output-proposed-line.
    02 filler      pic x(26) value "    Proposed limits: MEAN=".
    02 out-prop-mean-min pic -(7)9.9(2).
    02 filler      pic x(1) value "/".
    02 out-prop-mean-max pic -(7)9.9(2).
    02 filler      pic x(5) value "  SD=".
    02 out-prop-sd-min   pic -(7)9.9(2).
    02 filler      pic x(1) value "/".
    02 out-prop-sd-max   pic -(7)9.9(2).
    02 filler      pic x(4) value "  N=".
    02 out-prop-n-min    pic z(7)9.
    02 filler      pic x(1) value "/".
    02 out-prop-n-max    pic z(7)9.

01 output-short-line.
    02 filler      pic x(31) value
        "    *** TOO FEW RUNS TO CHART (".
    02 out-short-runs    pic zzz9.
    02 filler      pic x(16) value ", NEED AT LEAST ".
    02 out-short-min     pic zzz9.
    02 filler      pic x(1) value ")".

01 output-flat-line.
    02 filler      pic x(52) value
        "    *** BASELINE MEANS DO NOT VARY; NOTHING TO CHART".

01 output-dropped-line.
    02 filler      pic x(21) value "    *** RUNS BEYOND  ".
    02 out-max-runs      pic zzz9.
    02 filler      pic x(13) value " NOT CHARTED:".
    02 out-dropped pic zzzzz9.

01 output-legend-1.
    02 filler      pic x(70) value
        "  R1 one beyond 3 sigma   R2 2 of 3 beyond 2 sigma, same side".
01 output-legend-2.
    02 filler      pic x(70) value
        "  R3 4 of 5 beyond 1 sigma, same side   R4 8 in a row one side".
01 output-legend-3.
    02 filler      pic x(70) value
        "  B marks the baseline runs the centre line and sigma came from".

01 output-totals-line.
    02 filler      pic x(22) value "  Datasets charted =  ".
    02 out-charted pic zzzzz9.
    02 filler      pic x(14) value "   Skipped =  ".
    02 out-skipped pic zzzzz9.
    02 filler      pic x(14) value "   Signals =  ".
    02 out-total-signals pic zzzzz9.

01 output-written-line.
    02 filler      pic x(44) value
        "  Proposed limits written to STATLIMP.TXT =".
    02 out-written pic zzzzz9.

procedure division.
    *>Open keyboard and screen use.
    open input standard-input, output standard-output.

    *>Allow unattended/cron use: the baseline window and an optional
    *>single dataset come from the command line. No argument at all
    *>means every dataset with the default window, so a scheduled run
    *>never blocks on a prompt.
    display 1 upon argument-number.
    accept baseline-arg from argument-value
        on exception move spaces to baseline-arg
    end-accept.
    if baseline-arg not = spaces
        compute baseline-runs = function numval(baseline-arg)
    end-if.
    if baseline-runs < min-baseline
        display "Baseline must be at least " min-baseline " runs."
        stop run
    end-if.

    display 2 upon argument-number.
    accept target-fname from argument-value
        on exception move 'Y' to list-all
    end-accept.
    if target-fname = spaces
        move 'Y' to list-all
    end-if.

    open input history-master.
    if hist-stat not = "00" and hist-stat not = "05"
        display "Run history master unavailable, status " hist-stat
        stop run
    end-if.

    *>The proposed limits are started afresh each run, so the file
    *>under review only ever holds this run's evidence.
    open output proposed-limit-file.

    if list-all = 'N'
        move target-fname to sh-filename
        move low-values to sh-datetime
        start history-master key >= sh-key
            invalid key move 'Y' to hist-feof
        end-start
    end-if.

    display " ".
    display "      Control Chart Report (STATHIST.DAT)".
    display output-underline.

    move spaces to cur-fname.
    perform until hist-feof = 'Y'
        read history-master next record
            at end move 'Y' to hist-feof
            not at end perform collect-one-run
        end-read
    end-perform.

    *>The last dataset read still has its runs waiting in the table.
    if cur-fname not = spaces
        perform chart-dataset
    end-if.

    close history-master.
    close proposed-limit-file.

    if ds-charted + ds-skipped = 0
        display "  No run history to chart."
    else
        display output-legend-1
        display output-legend-2
        display output-legend-3
        display output-underline
    end-if.
    move ds-charted to out-charted.
    move ds-skipped to out-skipped.
    move total-signals to out-total-signals.
    display output-totals-line.
    move limits-written to out-written.
    display output-written-line.
    display " ".

    *>A chart that found a signal must say so to the scheduler, the
    *>same way statwatch reports what it found.
    if total-signals > 0
        move 8 to return-code
    end-if.
    stop run.

*>Adds the run just read to the table, charting the previous dataset
*>first when the filename changes. A single-dataset run stops at the
*>first key past its filename.
collect-one-run.
    if list-all = 'N' and sh-filename not = target-fname
        move 'Y' to hist-feof
    else
        if sh-filename not = cur-fname
            if cur-fname not = spaces
                perform chart-dataset
            end-if
            move sh-filename to cur-fname
            move 0 to run-count
            move 0 to runs-dropped
        end-if
        if run-count < max-runs
            add 1 to run-count
            move sh-datetime to rt-datetime(run-count)
            move sh-n to rt-n(run-count)
            move sh-mean to rt-mean(run-count)
            move sh-stddev to rt-stddev(run-count)
            move 0 to rt-zone(run-count)
            move spaces to rt-flags(run-count)
        else
            *>Counted so the chart can warn instead of silently
            *>looking complete, like stattrend's dataset table.
            add 1 to runs-dropped
        end-if
    end-if.

*>Works out the baseline figures for the dataset in the table, then
*>prints its chart and writes its proposed limits. The baseline is
*>the earliest baseline-runs runs, or every run when there are fewer.
chart-dataset.
    move cur-fname to out-ds-name.
    display output-ds-header.

    if run-count < min-baseline
        move run-count to out-short-runs
        move min-baseline to out-short-min
        display output-short-line
        display output-underline
        add 1 to ds-skipped
    else
        if run-count < baseline-runs
            move run-count to base-n
        else
            move baseline-runs to base-n
        end-if
        perform compute-baseline
        move run-count to out-runs
        move base-n to out-base-runs
        display output-runs-line

        if sig-mean = 0
            display output-flat-line
            display output-underline
            add 1 to ds-skipped
        else
            perform apply-run-rules
            perform output-chart
            perform write-proposed-limits
            display output-underline
            add 1 to ds-charted
        end-if
    end-if.

*>Centre lines from the baseline averages; sigmas from the average
*>moving range between successive baseline runs over d2.
compute-baseline.
    move 0 to sum-mean, sum-sd, sum-n.
    move 0 to sum-mr-mean, sum-mr-sd, sum-mr-n.

    perform varying k from 1 by 1 until k > base-n
        add rt-mean(k) to sum-mean
        add rt-stddev(k) to sum-sd
        add rt-n(k) to sum-n
        if k > 1
            compute mr-term =
                function abs(rt-mean(k) - rt-mean(k - 1))
            add mr-term to sum-mr-mean
            compute mr-term =
                function abs(rt-stddev(k) - rt-stddev(k - 1))
            add mr-term to sum-mr-sd
            compute mr-term =
                function abs(rt-n(k) - rt-n(k - 1))
            add mr-term to sum-mr-n
        end-if
    end-perform.

    compute ctr-mean rounded = sum-mean / base-n.
    compute ctr-sd rounded = sum-sd / base-n.
    compute ctr-n rounded = sum-n / base-n.
    compute mr-count = base-n - 1.
    compute avg-mr rounded = sum-mr-mean / mr-count.
    compute sig-mean rounded = avg-mr / d2-constant.
    compute avg-mr rounded = sum-mr-sd / mr-count.
    compute sig-sd rounded = avg-mr / d2-constant.
    compute avg-mr rounded = sum-mr-n / mr-count.
    compute sig-n rounded = avg-mr / d2-constant.

*>Places every run in sigma units from the centre line and marks the
*>rules it completes. Each rule is credited to the point that
*>completes its pattern, and that point must itself be on the side
*>and beyond the zone the rule is about.
apply-run-rules.
    move 0 to ds-signals.
    move 0 to side-run.
    move 0 to side-prev.

    perform varying k from 1 by 1 until k > run-count
        compute z-dev = rt-mean(k) - ctr-mean
        compute rt-zone(k) rounded = z-dev / sig-mean

        *>R1: one point beyond 3 sigma.
        if rt-zone(k) > 3 or rt-zone(k) < -3
            move "R1" to rt-flags(k)(1:2)
        end-if

        *>R2: 2 of the last 3 beyond 2 sigma on the same side.
        if k >= 3
            if rt-zone(k) > 2
                move 0 to beyond-count
                perform varying j from k by -1 until j < k - 2
                    if rt-zone(j) > 2
                        add 1 to beyond-count
                    end-if
                end-perform
                if beyond-count >= 2
                    move "R2" to rt-flags(k)(4:2)
                end-if
            end-if
            if rt-zone(k) < -2
                move 0 to beyond-count
                perform varying j from k by -1 until j < k - 2
                    if rt-zone(j) < -2
                        add 1 to beyond-count
                    end-if
                end-perform
                if beyond-count >= 2
                    move "R2" to rt-flags(k)(4:2)
                end-if
            end-if
        end-if

        *>R3: 4 of the last 5 beyond 1 sigma on the same side.
        if k >= 5
            if rt-zone(k) > 1
                move 0 to beyond-count
                perform varying j from k by -1 until j < k - 4
                    if rt-zone(j) > 1
                        add 1 to beyond-count
                    end-if
                end-perform
                if beyond-count >= 4
                    move "R3" to rt-flags(k)(7:2)
                end-if
            end-if
            if rt-zone(k) < -1
                move 0 to beyond-count
                perform varying j from k by -1 until j < k - 4
                    if rt-zone(j) < -1
                        add 1 to beyond-count
                    end-if
                end-perform
                if beyond-count >= 4
                    move "R3" to rt-flags(k)(7:2)
                end-if
            end-if
        end-if

        *>R4: 8 in a row on one side. A point exactly on the centre
        *>line belongs to neither side and breaks the run.
        evaluate true
            when rt-zone(k) > 0 move 1 to side-now
            when rt-zone(k) < 0 move -1 to side-now
            when other move 0 to side-now
        end-evaluate
        if side-now not = 0 and side-now = side-prev
            add 1 to side-run
        else
            if side-now = 0
                move 0 to side-run
            else
                move 1 to side-run
            end-if
        end-if
        move side-now to side-prev
        if side-run >= 8
            move "R4" to rt-flags(k)(10:2)
        end-if

        if rt-flags(k) not = spaces
            add 1 to ds-signals
        end-if
    end-perform.

    add ds-signals to total-signals.

*>Prints the centre line and limits, then one chart line per run with
*>the point placed on the strip and the rules it tripped.
output-chart.
    move ctr-mean to out-ctr-mean.
    move sig-mean to out-sig-mean.
    display output-centre-line.
    compute lim-high-v = ctr-mean + (3 * sig-mean).
    compute lim-low-v = ctr-mean - (3 * sig-mean).
    move lim-high-v to out-ucl.
    move lim-low-v to out-lcl.
    display output-ucl-line.
    display " ".
    display output-chart-cols.

    perform varying k from 1 by 1 until k > run-count
        move rt-datetime(k) to out-pt-datetime
        move rt-n(k) to out-pt-n
        move rt-mean(k) to out-pt-mean
        if k <= base-n
            move "B" to out-pt-base
        else
            move space to out-pt-base
        end-if
        move chart-axis to out-pt-strip
        evaluate true
            when rt-zone(k) > 4
                move ">" to out-pt-strip(49:1)
            when rt-zone(k) < -4
                move "<" to out-pt-strip(1:1)
            when other
                compute plot-pos rounded = 25 + (rt-zone(k) * 6)
                move "*" to out-pt-strip(plot-pos:1)
        end-evaluate
        move rt-flags(k) to out-pt-flags
        display output-chart-line
    end-perform.

    if runs-dropped > 0
        move max-runs to out-max-runs
        move runs-dropped to out-dropped
        display output-dropped-line
    end-if.
    move ds-signals to out-signals.
    display output-signals-line.

*>Writes the dataset's proposed *ALL limits: each centre line plus or
*>minus 3 sigma. A std dev or value count can never be negative, so
*>their lower limits stop at zero.
write-proposed-limits.
    initialize statlim-record.
    move cur-fname to cl-filename.
    move "*ALL" to cl-group.

    compute cl-mean-min rounded = ctr-mean - (3 * sig-mean).
    compute cl-mean-max rounded = ctr-mean + (3 * sig-mean).

    compute lim-low-v = ctr-sd - (3 * sig-sd).
    if lim-low-v < 0
        move 0 to lim-low-v
    end-if.
    compute cl-sd-min rounded = lim-low-v.
    compute cl-sd-max rounded = ctr-sd + (3 * sig-sd).

    compute lim-low-v = ctr-n - (3 * sig-n).
    if lim-low-v < 0
        move 0 to lim-low-v
    end-if.
    compute cl-n-min rounded = lim-low-v.
    compute cl-n-max rounded = ctr-n + (3 * sig-n).

    write statlim-record.
    add 1 to limits-written.

    move cl-mean-min to out-prop-mean-min.
    move cl-mean-max to out-prop-mean-max.
    move cl-sd-min to out-prop-sd-min.
    move cl-sd-max to out-prop-sd-max.
    move cl-n-min to out-prop-n-min.
    move cl-n-max to out-prop-n-max.
    display output-proposed-line.
