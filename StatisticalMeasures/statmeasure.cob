    organization is line sequential.
select optional extract-file assign to "STATEXT.TXT"
    organization is line sequential.
select optional release-register assign to "STATREL.DAT"
    organization is indexed
    access is dynamic
    record key is rs-key
    file status is rel-stat.
select optional pending-file assign to "STATPEND.TXT"
    organization is line sequential.
select optional profile-master assign to "STATPROF.DAT"
    organization is indexed
    access is dynamic
    record key is pf-filename
    file status is prof-stat.

data division.
file section.
    01 edit-rules-line pic x(40).
fd extract-file.
    copy "statext.cpy".
fd release-register.
    copy "statrel.cpy".
fd pending-file.
    01 pending-line   pic x(208).
fd profile-master.
    copy "statprof.cpy".
fd overflow-file.
    copy "statovf.cpy".

77 mid            pic s9(6).
77 remaining-rows pic s9(6) value 0.
77 ws-current-date pic x(21).
77 outlier-sd-limit pic s9(2)v9(2) value 3.
77 outlier-limit   pic s9(10)v9(2).
77 std-dev-numeric pic s9(6)v9(2).
*>A deviation can reach twice the value domain (value minus a mean
77 rpt-page-size   pic s9(4) value 55.
77 rpt-line-count  pic s9(4) value 55.
77 rpt-page-num    pic s9(4) value 0.
*>Each file is measured under its STATPROF.DAT run profile (see
*>statprof.cpy) when it has one, otherwise under the run's defaults:
*>the command-line bucket width kept in run-bucket-width, and the
*>outlier limit, percentile points, page size and weighting below.
77 prof-stat       pic xx.
77 run-bucket-width pic s9(6)v9(2) value 0.
77 default-sd-limit pic s9(2)v9(2) value 3.
77 default-page-size pic s9(4) value 55.
77 honour-weights  pic a(1) value 'Y'.
77 profile-name    pic x(10).
*>What one file's run is registered for sign-off with (see
*>statrel.cpy): its own worst condition in the RUNCTL.TXT codes, as
*>job-rc is for the whole run, and how its control-limit checks
*>came out.
77 rel-stat        pic xx.
77 file-rc         pic 9(2) value 0.
77 file-limits-checked pic s9(4) value 0.
77 file-breaches   pic s9(4) value 0.
*>Between-group test (one-way analysis of variance) over the groups
*>reported by output-group-sections. Its sums of squares are sums of
*>up to 50000 squared deviations (see sq-dev-term), so they carry 18
*>integer digits; a between-group term is a group's count times its
*>squared mean deviation and needs the same.
77 alpha-arg       pic x(10).
77 aov-alpha       pic s9(1)v9(4) value 0.05.
77 aov-n           pic s9(6).
77 aov-sum         pic s9(12)v9(2).
77 aov-grand-mean  pic s9(6)v9(6).
77 aov-dev         pic s9(7)v9(6).
77 aov-dev-sq      pic s9(13)v9(6).
77 aov-term        pic s9(18)v9(4).
77 aov-ss-between  pic s9(18)v9(4).
77 aov-ss-within   pic s9(18)v9(4).
77 aov-ss-total    pic s9(18)v9(4).
77 aov-df-between  pic s9(4).
77 aov-df-within   pic s9(6).
77 aov-df-total    pic s9(6).
77 aov-ms-between  pic s9(16)v9(4).
77 aov-ms-within   pic s9(16)v9(4).
77 aov-f           pic s9(12)v9(4).
77 aov-p           pic s9(1)v9(6).
77 aov-verdict     pic x(1).
*>The F statistic's P-value is approximated by carrying F over to a
*>standard normal score (Paulson's cube-root transformation) and
*>taking that score's upper tail from the usual five-term polynomial;
*>the figure is good to about two decimal places, which is all the
*>verdict needs.
77 aov-third       pic s9(1)v9(9) value 0.333333333.
77 aov-e           pic s9(1)v9(9) value 2.718281828.
77 aov-a1          pic s9(1)v9(9).
77 aov-a2          pic s9(1)v9(9).
77 aov-div         pic s9(8)v9(4).
77 aov-f-root      pic s9(5)v9(9).
77 aov-num         pic s9(5)v9(9).
77 aov-den         pic s9(5)v9(9).
77 aov-z           pic s9(5)v9(9).
77 aov-t           pic s9(1)v9(9).
77 aov-poly        pic s9(3)v9(9).
77 aov-expo        pic s9(5)v9(9).
77 aov-phi         pic s9(1)v9(9).
77 aov-tail        pic s9(1)v9(9).

*>Staging line written to both the screen and the STATRPT.TXT print
*>report by show-line.
    02 rpt-hdr-fname     pic x(30).
    02 filler      pic x(8) value "  PAGE: ".
    02 rpt-hdr-page      pic zzz9.
    02 rpt-hdr-profile   pic x(22) value spaces.

01 ws-formatted-datetime.
    02 fd-year     pic x(4).
01 group-table.
    02 grp-code    pic x(4) occurs 50 times.

*>Count, total and mean of each group-table group, for the
*>between-group test.
01 aov-group-table.
    02 aov-grp-n    pic s9(6) occurs 50 times.
    02 aov-grp-sum  pic s9(12)v9(2) occurs 50 times.
    02 aov-grp-mean pic s9(6)v9(6) occurs 50 times.

01 bucket-table.
    02 bucket-count pic s9(6) occurs 20 times.

    02 filler      pic 9(2) value 95.
01 percentile-points-r redefines percentile-points.
    02 pct-point   pic 9(2) occurs 5 times.
01 default-percentile-points.
    02 filler      pic 9(2) value 10.
    02 filler      pic 9(2) value 25.
    02 filler      pic 9(2) value 75.
    02 filler      pic 9(2) value 90.
    02 filler      pic 9(2) value 95.

*>Corrected values read back from STATREJ.TXT for a reprocess run.
01 correction-table.
    02 filler      pic x(9) value "  Group: ".
    02 out-group-code    pic x(4).

01 output-profile-line.
    02 filler      pic x(11) value "  Profile: ".
    02 out-prof-name     pic x(10).
    02 filler      pic x(9) value "  Bucket=".
    02 out-prof-bucket   pic zzzzz9.99.
    02 filler      pic x(13) value "  Outlier SD=".
    02 out-prof-sd       pic z9.99.
    02 filler      pic x(6) value "  Pct=".
    02 out-prof-points   pic x(14).
    02 filler      pic x(7) value "  Page=".
    02 out-prof-page     pic zzz9.
    02 filler      pic x(10) value "  Weights=".
    02 out-prof-weights  pic x(1).

01 output-all-groups-header.
    02 filler      pic x(22) value "  All groups combined".

    02 filler      pic x(42) value
                  " is constant; r and slope are undefined.".

01 output-aov-header.
    02 filler      pic x(40) value
                  "  Between Groups Test (one-way ANOVA)".

01 output-aov-cols.
    02 filler      pic x(11) value "  Source".
    02 filler      pic x(21) value "       Sum of Squares".
    02 filler      pic x(10) value "        DF".
    02 filler      pic x(23) value "            Mean Square".

01 output-aov-line.
    02 filler      pic x(2) value spaces.
    02 out-aov-source    pic x(9).
    02 out-aov-ss  pic -(15)9.9(4).
    02 filler      pic x(2) value spaces.
    02 out-aov-df  pic z(7)9.
    02 filler      pic x(2) value spaces.
    02 out-aov-ms  pic -(15)9.9(4).

01 output-aov-f.
    02 filler      pic x(22) value "  F =                 ".
    02 out-aov-f   pic z(11)9.9(4).

01 output-aov-f-undefined.
    02 filler      pic x(46) value
                  "  F = undefined (no variation within groups)".

01 output-aov-p.
    02 filler      pic x(22) value "  P-value (approx) =  ".
    02 out-aov-p   pic 9.9(6).

01 output-aov-differ-line.
    02 filler      pic x(46) value
                  "  *** GROUP MEANS DIFFER SIGNIFICANTLY AT THE ".
    02 out-aov-alpha-d   pic 9.9(4).
    02 filler      pic x(6) value " LEVEL".

01 output-aov-same-line.
    02 filler      pic x(49) value
                  "  GROUP MEANS DO NOT DIFFER SIGNIFICANTLY AT THE ".
    02 out-aov-alpha-s   pic 9.9(4).
    02 filler      pic x(6) value " LEVEL".

01 output-aov-untested-line.
    02 filler      pic x(61) value
          "  *** TOO FEW VALUES: EVERY GROUP HAS A SINGLE VALUE, NO TEST".

*>Which of the three limited figures breached their allowed range,
*>composed piecewise so the OUT-OF-CONTROL line can name them.
01 ctl-breach-list.

    *>The distribution bucket width travels the same way as the second
    *>command-line argument; an unattended run without one falls back
    *>to the automatic width instead of blocking on a prompt. It is the
    *>width for every file without a run profile of its own.
    display 2 upon argument-number.
    accept bucket-arg from argument-value
        on exception
            end-if
    end-accept.
    if bucket-arg = spaces
        move 0 to run-bucket-width
    else
        compute run-bucket-width = function numval(bucket-arg)
    end-if.

    *>The significance level for the between-group test follows as the
    *>third argument, prompted for the same way; left out (or out of
    *>range) it is the customary 0.05.
    display 3 upon argument-number.
    accept alpha-arg from argument-value
        on exception
            if interactive-run = 'Y'
                display "Enter significance level for the "
                    "between-group test (blank = 0.05): "
                accept alpha-arg
            else
                move spaces to alpha-arg
            end-if
    end-accept.
    if alpha-arg not = spaces
        compute aov-alpha = function numval(alpha-arg)
        if aov-alpha not > 0 or aov-alpha not < 1
            display "Significance level must be between 0 and 1; "
                "0.05 used."
            move 0.05 to aov-alpha
        end-if
    end-if.

    *>A leading @ marks a control file listing one filename per line;
    if new-rc > job-rc
        move new-rc to job-rc
    end-if.
    if new-rc > file-rc
        move new-rc to file-rc
    end-if.

*>Appends this run's machine-readable summary line (files processed,
*>records read/rejected/truncated, final status) to RUNCTL.TXT.
    *>signed off on, so it goes to STATRPT.TXT as well as the screen,
    *>on a page of its own.
    move "COMPARISON" to rpt-hdr-fname.
    move spaces to rpt-hdr-profile.
    move default-page-size to rpt-page-size.
    move rpt-page-size to rpt-line-count.

    move spaces to rpt-detail.
        close input-file
    end-if.

*>Reads one row of the file into the pair table pair-side selects,
*>passing over a leading *HDR feed header the way input-loop does.
pair-input-loop.
    read input-file into input-value-record
        at end move 'Y' to feof
        not at end
            if in-group = "*HDR"
                    and ((pair-side = 1 and pair-n-1 = 0)
                      or (pair-side = 2 and pair-n-2 = 0))
                continue
            else
                if pair-side = 1
                    add 1 to pair-n-1
                    move in-x to pair-x-1(pair-n-1)
                else
                    add 1 to pair-n-2
                    move in-x to pair-x-2(pair-n-2)
                end-if
            end-if
    end-read.

    move 0 to n.
    move 'N' to feof.
    move 'N' to stats-valid.
    move 0 to file-rc.
    move 0 to file-limits-checked.
    move 0 to file-breaches.

    *>One date/time stamp covers all of this file's extract records
    *>and its STATLOG.TXT and STATHIST.DAT entries, so the run carries
    *>the same key in every history file (statback relies on it).
    perform set-current-datetime.
    move ws-formatted-datetime to ext-run-datetime.

    display " ".
    display "Processing file: " fname-inp.

    *>The file's run profile settles its bucket width, outlier limit,
    *>percentile points, page size and weighting before anything is
    *>read or printed.
    perform apply-run-profile.

    open input input-file.

    *>Check if file is available, otherwise skip to the next file. Any
        perform set-job-rc
    else
        *>Each file's section of the print report starts at the top
        *>of a fresh page carrying its filename, and says which
        *>settings it was measured under.
        move fname-inp to rpt-hdr-fname
        move rpt-page-size to rpt-line-count
        perform output-profile

        *>Gather the data from the file.
        perform input-loop until feof = 'Y' or n >= max-rows
            *>before any statistics are calculated.
            perform apply-edit-rules

            *>A profile that does not honour weighting measures every
            *>row at weight 1, once the edits have checked the weights
            *>as read.
            if honour-weights = 'N'
                perform clear-row-weights
            end-if

            *>Work out which logical series (group codes) are present.
            perform build-group-list

        close input-file
    end-if.

*>Looks the file up in the STATPROF.DAT run-profile master and
*>takes its settings, or the run's defaults when it has no profile
*>or the master cannot be read. A profile's settings were checked
*>when statprof stored them, but an unusable page size or point is
*>still replaced by the default rather than trusted.
apply-run-profile.
    move "DEFAULTS" to profile-name.
    move run-bucket-width to bucket-width.
    move default-sd-limit to outlier-sd-limit.
    move default-percentile-points to percentile-points.
    move default-page-size to rpt-page-size.
    move 'Y' to honour-weights.

    open input profile-master.
    if prof-stat not = "00" and prof-stat not = "05"
        display "Run profile master unavailable, status " prof-stat
            "; defaults used."
    else
        move fname-inp to pf-filename
        read profile-master
            invalid key continue
            not invalid key perform take-run-profile
        end-read
        close profile-master
    end-if.

    move spaces to rpt-hdr-profile.
    string "  PROFILE: " profile-name
        delimited by size into rpt-hdr-profile.

*>Takes the settings of the profile record just read.
take-run-profile.
    move pf-name to profile-name.
    move pf-bucket-width to bucket-width.
    if pf-outlier-sd > 0
        move pf-outlier-sd to outlier-sd-limit
    end-if.
    if pf-pct-points is numeric
        move pf-pct-points to percentile-points
        perform varying p-i from 1 by 1 until p-i > 5
            if pct-point(p-i) = 0
                move default-percentile-points to percentile-points
            end-if
        end-perform
    end-if.
    if pf-page-size >= 10
        move pf-page-size to rpt-page-size
    end-if.
    if pf-weighting = "N"
        move 'N' to honour-weights
    end-if.

*>Prints the settings the file is being measured under at the head
*>of its report section.
output-profile.
    move profile-name to out-prof-name.
    move bucket-width to out-prof-bucket.
    move outlier-sd-limit to out-prof-sd.
    move spaces to out-prof-points.
    string pct-point(1) "," pct-point(2) "," pct-point(3) ","
        pct-point(4) "," pct-point(5)
        delimited by size into out-prof-points.
    move rpt-page-size to out-prof-page.
    move honour-weights to out-prof-weights.
    move output-profile-line to rpt-detail.
    perform show-line.

*>Puts every row read back to the default weight of 1, unweighted,
*>for a file whose profile does not honour weighting.
clear-row-weights.
    perform varying i from 1 by 1 until i > n
        move 1 to row-weight(i)
        move 'N' to row-weighted(i)
    end-perform.

*>The statistics-and-reporting half of process-file, once the rows
*>have survived the business edits: the all-groups pass, its report
*>sections and history writes, then the per-group sections.
    *>One statistics block per group, after the combined one.
    perform output-group-sections.

    *>Whether the groups' means really differ, once there are at
    *>least two groups to compare.
    if group-count >= 2
        perform output-anova
    end-if.

    *>The run's figures wait in the release register for a
    *>supervisor's sign-off before statpub lets them downstream.
    perform register-pending-run.

    add 1 to files-processed.

*>Snapshots the statistic set calc-body just produced into
                        move "C" to or-status
                        move ws-formatted-datetime(1:10)
                            to or-closed-date
                        move ext-run-datetime to or-closed-run
                        rewrite statorej-record
                            invalid key continue
                        end-rewrite
    move rej-rsn to or-reason.
    move "O" to or-status.
    move spaces to or-closed-date.
    move spaces to or-closed-run.
    move ext-run-datetime to or-opened-run.
    write statorej-record
        invalid key continue
    end-write.
        perform show-line
    end-if.

*>Between-group test (one-way analysis of variance) over the rows
*>of the groups in group-table that passed the business edits --
*>the same rows their statistics blocks were built from. The spread
*>of the group means about the grand mean (between groups) is set
*>against the spread of the values about their own group's mean
*>(within groups); their mean squares' ratio is F, and its P-value
*>against aov-alpha gives the verdict. The figures go to the report
*>and to the extract as the *AOV record.
output-anova.
    perform varying g from 1 by 1 until g > group-count
        move 0 to aov-grp-n(g)
        move 0 to aov-grp-sum(g)
    end-perform.
    move 0 to aov-n.
    move 0 to aov-sum.

    perform varying i from 1 by 1 until i > n
        if row-edit-reason(i) = spaces
            move 0 to g-found
            perform varying g from 1 by 1 until g > group-count
                if grp-code(g) = row-group(i)
                    move g to g-found
                end-if
            end-perform
            if g-found > 0
                add 1 to aov-grp-n(g-found)
                add x(i) to aov-grp-sum(g-found)
                add 1 to aov-n
                add x(i) to aov-sum
            end-if
        end-if
    end-perform.

    compute aov-grand-mean rounded = aov-sum / aov-n.
    move 0 to aov-ss-between.
    perform varying g from 1 by 1 until g > group-count
        compute aov-grp-mean(g) rounded =
            aov-grp-sum(g) / aov-grp-n(g)
        compute aov-dev = aov-grp-mean(g) - aov-grand-mean
        compute aov-dev-sq = aov-dev ** 2
        compute aov-term = aov-grp-n(g) * aov-dev-sq
        add aov-term to aov-ss-between
    end-perform.

    *>Squared terms go through their own fields before they are
    *>added, as in stan-dev.
    move 0 to aov-ss-within.
    perform varying i from 1 by 1 until i > n
        if row-edit-reason(i) = spaces
            move 0 to g-found
            perform varying g from 1 by 1 until g > group-count
                if grp-code(g) = row-group(i)
                    move g to g-found
                end-if
            end-perform
            if g-found > 0
                compute aov-dev = x(i) - aov-grp-mean(g-found)
                compute aov-dev-sq = aov-dev ** 2
                add aov-dev-sq to aov-ss-within
            end-if
        end-if
    end-perform.

    compute aov-ss-total = aov-ss-between + aov-ss-within.
    compute aov-df-between = group-count - 1.
    compute aov-df-within = aov-n - group-count.
    compute aov-df-total = aov-n - 1.
    compute aov-ms-between rounded = aov-ss-between / aov-df-between.
    move 0 to aov-ms-within.
    move 0 to aov-f.
    move 1 to aov-p.
    move space to aov-verdict.

    *>Every group down to one value leaves nothing within the groups
    *>to measure against; with no variation at all within the groups
    *>any difference between them is significant outright.
    evaluate true
        when aov-df-within < 1
            move "X" to aov-verdict
        when aov-ss-within = 0
            if aov-ss-between > 0
                move 0 to aov-p
            end-if
        when other
            compute aov-ms-within rounded =
                aov-ss-within / aov-df-within
            compute aov-f rounded = aov-ms-between / aov-ms-within
                on size error move 999999999999.9999 to aov-f
            end-compute
            perform anova-p-value
    end-evaluate.
    if aov-verdict not = "X"
        if aov-p < aov-alpha
            move "D" to aov-verdict
        else
            move "S" to aov-verdict
        end-if
    end-if.

    move spaces to rpt-detail.
    perform show-line.
    move output-aov-header to rpt-detail.
    perform show-line.
    move output-underline to rpt-detail.
    perform show-line.
    move output-aov-cols to rpt-detail.
    perform show-line.
    move "Between" to out-aov-source.
    move aov-ss-between to out-aov-ss.
    move aov-df-between to out-aov-df.
    move aov-ms-between to out-aov-ms.
    move output-aov-line to rpt-detail.
    perform show-line.
    move "Within" to out-aov-source.
    move aov-ss-within to out-aov-ss.
    move aov-df-within to out-aov-df.
    move aov-ms-within to out-aov-ms.
    move output-aov-line to rpt-detail.
    perform show-line.
    move "Total" to out-aov-source.
    move aov-ss-total to out-aov-ss.
    move aov-df-total to out-aov-df.
    move 0 to out-aov-ms.
    move output-aov-line to rpt-detail.
    move spaces to rpt-detail(45:21).
    perform show-line.

    evaluate true
        when aov-verdict = "X"
            move output-aov-untested-line to rpt-detail
            perform show-line
        when aov-ss-within = 0
            move output-aov-f-undefined to rpt-detail
            perform show-line
        when other
            move aov-f to out-aov-f
            move output-aov-f to rpt-detail
            perform show-line
            move aov-p to out-aov-p
            move output-aov-p to rpt-detail
            perform show-line
    end-evaluate.
    if aov-verdict = "D"
        move aov-alpha to out-aov-alpha-d
        move output-aov-differ-line to rpt-detail
        perform show-line
    end-if.
    if aov-verdict = "S"
        move aov-alpha to out-aov-alpha-s
        move output-aov-same-line to rpt-detail
        perform show-line
    end-if.
    move spaces to rpt-detail.
    perform show-line.

    perform write-anova-extract-record.

*>Approximate upper-tail probability of aov-f on aov-df-between and
*>aov-df-within degrees of freedom, into aov-p. Paulson's
*>transformation turns F into a standard normal score z; the tail
*>beyond z is phi(z) times a polynomial in t = 1 / (1 + 0.2316419 z),
*>and for a negative z it is one less the tail beyond -z. Each step
*>is worked into its own field, so every intermediate value is held
*>at the precision its field declares.
anova-p-value.
    if aov-f = 0
        move 1 to aov-p
    else
        compute aov-div = 9 * aov-df-between
        compute aov-a1 = 2 / aov-div
        compute aov-div = 9 * aov-df-within
        compute aov-a2 = 2 / aov-div
        compute aov-f-root = aov-f ** aov-third
        compute aov-num = 1 - aov-a2
        compute aov-num = aov-num * aov-f-root
        compute aov-num = aov-num - 1 + aov-a1
        compute aov-den = aov-f-root * aov-f-root
        compute aov-den = aov-den * aov-a2
        compute aov-den = aov-den + aov-a1
        compute aov-den = aov-den ** 0.5
        compute aov-z = aov-num / aov-den
        if aov-z < 0
            compute aov-z = 0 - aov-z
        end-if

        if aov-z > 8
            move 0 to aov-tail
        else
            compute aov-div = 1 + 0.2316419 * aov-z
            compute aov-t = 1 / aov-div
            compute aov-poly = 1.330274429 * aov-t
            compute aov-poly = aov-poly - 1.821255978
            compute aov-poly = aov-poly * aov-t
            compute aov-poly = aov-poly + 1.781477937
            compute aov-poly = aov-poly * aov-t
            compute aov-poly = aov-poly - 0.356563782
            compute aov-poly = aov-poly * aov-t
            compute aov-poly = aov-poly + 0.319381530
            compute aov-poly = aov-poly * aov-t
            compute aov-expo = aov-z * aov-z
            compute aov-expo = aov-expo / 2
            compute aov-expo = 0 - aov-expo
            compute aov-phi = aov-e ** aov-expo
            compute aov-phi = aov-phi * 0.3989422804
            compute aov-tail = aov-phi * aov-poly
        end-if

        if aov-num < 0
            compute aov-p = 1 - aov-tail
        else
            move aov-tail to aov-p
        end-if
    end-if.

*>Appends the *AOV record (statext-anova-record) for the test
*>output-anova just printed, after this run's group records.
write-anova-extract-record.
    initialize statext-anova-record.
    move ext-run-datetime to ea-datetime.
    move fname-inp to ea-filename.
    move "*AOV" to ea-group.
    move aov-n to ea-n.
    move group-count to ea-groups.
    move aov-ss-between to ea-ss-between.
    move aov-ss-within to ea-ss-within.
    move aov-df-between to ea-df-between.
    move aov-df-within to ea-df-within.
    move aov-ms-between to ea-ms-between.
    move aov-ms-within to ea-ms-within.
    move aov-f to ea-f.
    move aov-p to ea-p-value.
    move aov-alpha to ea-alpha.
    move aov-verdict to ea-verdict.
    move space to ea-gap-1, ea-gap-2, ea-gap-3, ea-gap-4,
        ea-gap-5, ea-gap-6, ea-gap-7, ea-gap-8, ea-gap-9,
        ea-gap-10, ea-gap-11, ea-gap-12, ea-gap-13, ea-gap-14.
    open extend extract-file.
    write statext-anova-record.
    close extract-file.
    open extend pending-file.
    write pending-line from statext-anova-record.
    close pending-file.

*>Registers this file's run in STATREL.DAT as pending sign-off, with
*>its status, rejects and control-limit result for the supervisor's
*>review in statsign. A run that cannot be registered can never be
*>released, so that is reported like any other file failure.
register-pending-run.
    initialize statrel-record.
    move fname-inp to rs-filename.
    move ext-run-datetime to rs-run-datetime.
    move "P" to rs-status.
    move file-rc to rs-run-status.
    move run-rejects to rs-rejects.
    evaluate true
        when file-breaches > 0
            move "OUT" to rs-limit-result
        when file-limits-checked > 0
            move "IN" to rs-limit-result
        when other
            move "NONE" to rs-limit-result
    end-evaluate.

    open i-o release-register.
    if rel-stat = "00" or rel-stat = "05"
        write statrel-record
            invalid key
                display "Release register entry already on file for "
                    "this run."
        end-write
        close release-register
    else
        move spaces to rpt-detail
        string "Release register unavailable, status " rel-stat
            "; run not registered for sign-off."
            delimited by size into rpt-detail
        perform show-line
        move 12 to new-rc
        perform set-job-rc
    end-if.

*>Prints one group's statistics block (the calc area already holds
*>just that group's rows).
output-group-stats.
*>A breach is a business condition the scheduler must see, so it
*>raises its own return code above the data-quality ones.
apply-control-limits.
    add 1 to file-limits-checked.
    move spaces to ctl-breach-list.
    move std-deviation to std-dev-numeric.

        move ctl-breach-list to ctl-brk-list
        move output-out-of-control-line to rpt-detail
        perform show-line
        add 1 to file-breaches
        move 14 to new-rc
        perform set-job-rc
    end-if.
*>Appends one STATEXT.TXT record carrying the figures the calc-body
*>pass just produced for ext-group, so the extract is filled from
*>exactly the numbers the printed report shows. The single-space
*>gaps keep the fixed layout readable. The same record is kept in
*>STATPEND.TXT, which (unlike the extract) is not started afresh
*>each run, until statpub releases or drops the run.
write-extract-record.
    initialize statext-record.
    move ext-run-datetime to ex-datetime.
    open extend extract-file.
    write statext-record.
    close extract-file.
    open extend pending-file.
    write pending-line from statext-record.
    close pending-file.

*>Appends one line (run date/time, source filename, n, mean, standard
*>deviation) to the shared STATLOG.TXT history file.
log-run-history.
    initialize statlog-record.
    move ext-run-datetime to sl-datetime.
    move fname-inp to sl-filename.
    move "N=" to sl-n-label.
    *>The calc area still holds the all-groups pass here, so c-n is
    if hist-open-ok = 'Y'
        initialize stathist-record
        move fname-inp to sh-filename
        move ext-run-datetime to sh-datetime
        move c-n to sh-n
        move mean to sh-mean
        move std-deviation to sh-stddev

*>Loop to get all numbers from file to calculate statistics.
input-loop.
    *>Read into array until end of file. A feed that came in through
    *>statrecv starts with its *HDR header record, which is not data.
    read input-file into input-value-record
        at end move 'Y' to feof
        not at end
            if n = 0 and in-group = "*HDR"
                continue
            else
                *>Increase n by 1 and add to arrays.
                compute n = n + 1
                move in-x to x(n)
                move in-group to row-group(n)
                perform parse-row-weight
            end-if
    end-read.

*>Parses the optional weight field of the row just read. An empty
