*> Name: Jake Goode
*> Date: 10-15-2026
*> Controls-review report over the STATAUDT.TXT maintenance audit
*> trail (see stataud.cpy) that statlimit, statcat, statedit, statcal,
*> statprof and statmast append to. Lists each change in the order it
*> was made with when, who, which program and function, the file and
*> key, and the record before and after -- control limits, catalog
*> entries and run profiles shown field by field, edit rules and
*> calendar dates as their record line -- optionally narrowed by any
*> combination of:
*>     FROM <YYYY-MM-DD>         changes made on or after that date
*>     TO <YYYY-MM-DD>           changes made on or before that date
*>     OPER <operator>           changes made under that operator ID
*>     DATASET <file>            control-limit, catalog and run
*>                               profile changes for that dataset
*>                               filename
*> e.g. stataudit FROM 2026-07-01 TO 2026-09-30 OPER JG01
*> With no arguments every change on file is listed.

identification division.
program-id. stataudit.

environment division.
input-output section.
file-control.
select standard-input assign to keyboard.
select standard-output assign to display.
select optional audit-file assign to "STATAUDT.TXT"
    organization is line sequential.

data division.
file section.
fd standard-input.
    01 std-input      pic x(80).
fd standard-output.
    01 std-output     pic x(80).
fd audit-file.
    copy "stataud.cpy".

working-storage section.
77 keyword-arg    pic x(10).
77 value-arg      pic x(30).
77 arg-number     pic 9(2).
77 args-done      pic a(1) value 'N'.
77 from-date      pic x(10) value spaces.
77 to-date        pic x(10) value spaces.
77 oper-filter    pic x(8) value spaces.
77 dataset-filter pic x(30) value spaces.
77 aud-feof       pic a(1) value 'N'.
77 read-count     pic s9(6) value 0.
77 listed-count   pic s9(6) value 0.
77 entry-wanted   pic a(1).
77 image-label    pic x(8).
77 image-area     pic x(100).
77 g              pic s9(4).

*>Control-limit, catalog and run-profile images are laid back over
*>their own record layouts to be shown field by field.
copy "statlim.cpy".
copy "statcat.cpy".
copy "statprof.cpy".

*>A RELOAD's after image is the backup's trailer.
01 reload-trailer-view.
    02 rt-tag      pic x(4).
    02 rt-master   pic x(12).
    02 rt-date     pic x(8).
    02 rt-count    pic 9(8).
    02 rt-hash     pic 9(16).
    02 filler      pic x(52).

01 output-underline.
    02 filler      pic x(70) value all "-".

01 output-filter-line.
    02 filler      pic x(8) value "  FROM: ".
    02 out-flt-from      pic x(10).
    02 filler      pic x(6) value "  TO: ".
    02 out-flt-to        pic x(10).
    02 filler      pic x(8) value "  OPER: ".
    02 out-flt-oper      pic x(8).
    02 filler      pic x(11) value "  DATASET: ".
    02 out-flt-dataset   pic x(30).

01 output-entry-line.
    02 filler      pic x(2) value spaces.
    02 out-ent-datetime  pic x(20).
    02 out-ent-operator  pic x(8).
    02 filler      pic x(1) value space.
    02 out-ent-program   pic x(12).
    02 filler      pic x(1) value space.
    02 out-ent-function  pic x(8).
    02 filler      pic x(1) value space.
    02 out-ent-file      pic x(12).
    02 filler      pic x(1) value space.
    02 out-ent-key       pic x(34).

01 output-none-image-line.
    02 filler      pic x(6) value spaces.
    02 out-non-label     pic x(8).
    02 filler      pic x(6) value "(none)".

01 output-limit-image-line.
    02 filler      pic x(6) value spaces.
    02 out-lim-label     pic x(8).
    02 filler      pic x(5) value "MEAN=".
    02 out-lim-mean-min  pic -(6)9.9(2).
    02 filler      pic x(1) value "/".
    02 out-lim-mean-max  pic -(6)9.9(2).
    02 filler      pic x(5) value "  SD=".
    02 out-lim-sd-min    pic -(6)9.9(2).
    02 filler      pic x(1) value "/".
    02 out-lim-sd-max    pic -(6)9.9(2).
    02 filler      pic x(4) value "  N=".
    02 out-lim-n-min     pic z(7)9.
    02 filler      pic x(1) value "/".
    02 out-lim-n-max     pic z(7)9.

01 output-catalog-image-line.
    02 filler      pic x(6) value spaces.
    02 out-cat-label     pic x(8).
    02 filler      pic x(5) value "DEPT=".
    02 out-cat-dept      pic x(10).
    02 filler      pic x(7) value "  FREQ=".
    02 out-cat-freq      pic zzz9.
    02 filler      pic x(9) value "  GROUPS=".
    02 out-cat-groups    pic x(24).

01 output-profile-image-line.
    02 filler      pic x(6) value spaces.
    02 out-prf-label     pic x(8).
    02 filler      pic x(8) value "PROFILE=".
    02 out-prf-name      pic x(10).
    02 filler      pic x(8) value " BUCKET=".
    02 out-prf-bucket    pic zzzzz9.99.
    02 filler      pic x(4) value " SD=".
    02 out-prf-sd        pic z9.99.
    02 filler      pic x(5) value " PCT=".
    02 out-prf-points    pic x(14).
    02 filler      pic x(6) value " PAGE=".
    02 out-prf-page      pic zzz9.
    02 filler      pic x(3) value " W=".
    02 out-prf-weighting pic x(1).

01 output-trailer-image-line.
    02 filler      pic x(6) value spaces.
    02 out-trl-label     pic x(8).
    02 filler      pic x(8) value "BACKUP ".
    02 out-trl-date      pic x(8).
    02 filler      pic x(9) value " RECORDS=".
    02 out-trl-count     pic z(7)9.
    02 filler      pic x(6) value " HASH=".
    02 out-trl-hash      pic z(15)9.

01 output-text-image-line.
    02 filler      pic x(6) value spaces.
    02 out-txt-label     pic x(8).
    02 out-txt-image     pic x(60).

01 output-count-line.
    02 filler      pic x(18) value "  Changes read =  ".
    02 out-read-count    pic zzzzz9.
    02 filler      pic x(14) value "     Listed = ".
    02 out-listed-count  pic zzzzz9.

procedure division.
    *>Open keyboard and screen use.
    open input standard-input, output standard-output.

    perform gather-filters.

    display " ".
    display "      Maintenance Audit Report".
    display output-underline.
    if from-date not = spaces or to-date not = spaces
            or oper-filter not = spaces or dataset-filter not = spaces
        move from-date to out-flt-from
        move to-date to out-flt-to
        move oper-filter to out-flt-oper
        move dataset-filter to out-flt-dataset
        display output-filter-line
        display output-underline
    end-if.

    open input audit-file.
    perform until aud-feof = 'Y'
        read audit-file
            at end move 'Y' to aud-feof
            not at end
                add 1 to read-count
                perform check-entry-wanted
                if entry-wanted = 'Y'
                    add 1 to listed-count
                    perform display-audit-entry
                end-if
        end-read
    end-perform.
    close audit-file.

    if listed-count = 0
        display "  No changes match."
    end-if.
    display output-underline.
    move read-count to out-read-count.
    move listed-count to out-listed-count.
    display output-count-line.
    display " ".

    stop run.

*>Takes the optional keyword/value pairs from the command line, in
*>any order. An unknown keyword stops the run rather than listing
*>more than was asked for.
gather-filters.
    move 1 to arg-number.
    perform until args-done = 'Y'
        display arg-number upon argument-number
        accept keyword-arg from argument-value
            on exception move 'Y' to args-done
        end-accept
        if args-done = 'N'
            add 1 to arg-number
            display arg-number upon argument-number
            accept value-arg from argument-value
                on exception move spaces to value-arg
            end-accept
            add 1 to arg-number
            evaluate keyword-arg
                when "FROM"
                when "from"
                    move value-arg to from-date
                when "TO"
                when "to"
                    move value-arg to to-date
                when "OPER"
                when "oper"
                    move value-arg to oper-filter
                when "DATASET"
                when "dataset"
                    move value-arg to dataset-filter
                when other
                    display "Filters are FROM, TO, OPER and DATASET."
                    stop run
            end-evaluate
        end-if
    end-perform.

*>Sets entry-wanted 'Y' when the audit line just read passes every
*>filter given. The dataset filter applies to the files keyed on the
*>dataset filename.
check-entry-wanted.
    move 'Y' to entry-wanted.
    if from-date not = spaces and au-datetime(1:10) < from-date
        move 'N' to entry-wanted
    end-if.
    if to-date not = spaces and au-datetime(1:10) > to-date
        move 'N' to entry-wanted
    end-if.
    if oper-filter not = spaces and au-operator not = oper-filter
        move 'N' to entry-wanted
    end-if.
    if dataset-filter not = spaces
        if au-file = "STATLIM.DAT" or au-file = "STATCAT.DAT"
                or au-file = "STATPROF.DAT"
            if au-key(1:30) not = dataset-filter
                move 'N' to entry-wanted
            end-if
        else
            move 'N' to entry-wanted
        end-if
    end-if.

*>Prints one change: its heading line, then the before and after
*>images.
display-audit-entry.
    move au-datetime to out-ent-datetime.
    move au-operator to out-ent-operator.
    move au-program to out-ent-program.
    move au-function to out-ent-function.
    move au-file to out-ent-file.
    move au-key to out-ent-key.
    display output-entry-line.

    move "BEFORE: " to image-label.
    move au-before to image-area.
    perform display-image.
    move "AFTER:  " to image-label.
    move au-after to image-area.
    perform display-image.

*>Prints image-area in the form that suits the file it came from.
display-image.
    if image-area = spaces
        move image-label to out-non-label
        display output-none-image-line
    else
        evaluate true
            when au-function = "RELOAD"
                move image-area to reload-trailer-view
                move image-label to out-trl-label
                move rt-date to out-trl-date
                move rt-count to out-trl-count
                move rt-hash to out-trl-hash
                display output-trailer-image-line
            when au-file = "STATLIM.DAT"
                move image-area to statlim-record
                move image-label to out-lim-label
                move cl-mean-min to out-lim-mean-min
                move cl-mean-max to out-lim-mean-max
                move cl-sd-min to out-lim-sd-min
                move cl-sd-max to out-lim-sd-max
                move cl-n-min to out-lim-n-min
                move cl-n-max to out-lim-n-max
                display output-limit-image-line
            when au-file = "STATCAT.DAT"
                move image-area to statcat-record
                move image-label to out-cat-label
                move cc-dept to out-cat-dept
                move cc-freq-days to out-cat-freq
                move spaces to out-cat-groups
                string cc-group(1) " " cc-group(2) " " cc-group(3) " "
                    cc-group(4) " " cc-group(5)
                    delimited by size into out-cat-groups
                display output-catalog-image-line
            when au-file = "STATPROF.DAT"
                move image-area to statprof-record
                move image-label to out-prf-label
                move pf-name to out-prf-name
                move pf-bucket-width to out-prf-bucket
                move pf-outlier-sd to out-prf-sd
                move spaces to out-prf-points
                string pf-pct-point(1) "," pf-pct-point(2) ","
                    pf-pct-point(3) "," pf-pct-point(4) ","
                    pf-pct-point(5)
                    delimited by size into out-prf-points
                move pf-page-size to out-prf-page
                move pf-weighting to out-prf-weighting
                display output-profile-image-line
            when other
                move image-label to out-txt-label
                move image-area to out-txt-image
                display output-text-image-line
        end-evaluate
    end-if.
