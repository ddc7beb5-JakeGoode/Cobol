*> Name: Jake Goode
*> Date: 10-15-2026
*> Maintenance for the keyed STATPROF.DAT run-profile master (see
*> statprof.cpy) that statmeasure looks each file up in, so every
*> feed in a batch gets its own histogram bucket width, outlier
*> limit, percentile points, report page size and weighting rule:
*>     statprof ADD <file> <name> [<bucket width> [<outlier SDs>
*>                  [<points> [<page size> [<weighting>]]]]]
*>                               adds or replaces one dataset's
*>                               profile; a setting left out takes
*>                               the default (bucket width 0 for the
*>                               automatic width, 3 SDs, points
*>                               10,25,75,90,95, 55 lines, weighting
*>                               Y)
*>     statprof DELETE <file>    removes a profile, so the dataset
*>                               goes back to the run's defaults
*>     statprof LIST             lists every profile
*> e.g. statprof ADD PRICES.TXT WIDE 250 2.5 5,10,50,90,99 60 N
*> The five percentile points are given together, separated by commas,
*> in ascending order between 1 and 99. With no arguments the program
*> prompts for the same choices. ADD and DELETE change the master, so
*> they need an operator ID (STATOPER, or asked for on an interactive
*> run) and write each change, with the record's before and after
*> images, to the STATAUDT.TXT audit trail (see stataud.cpy); a trail
*> that cannot be opened stops the run before anything is changed.

identification division.
program-id. statprof.

environment division.
input-output section.
file-control.
select standard-input assign to keyboard.
select standard-output assign to display.
select optional profile-master assign to "STATPROF.DAT"
    organization is indexed
    access is dynamic
    record key is pf-filename
    file status is prof-stat.
select optional audit-file assign to "STATAUDT.TXT"
    organization is line sequential
    file status is aud-stat.

data division.
file section.
fd standard-input.
    01 std-input      pic x(80).
fd standard-output.
    01 std-output     pic x(80).
fd profile-master.
    copy "statprof.cpy".
fd audit-file.
    copy "stataud.cpy".

working-storage section.
77 prof-stat      pic xx.
77 func-arg       pic x(10).
77 target-fname   pic x(30).
77 name-arg       pic x(10).
77 bucket-arg     pic x(10).
77 sd-arg         pic x(10).
77 points-arg     pic x(20).
77 page-arg       pic x(10).
77 weight-arg     pic x(1).
77 bucket-value   pic s9(7)v9(2).
77 sd-value       pic s9(3)v9(2).
77 page-value     pic s9(5).
77 point-value    pic s9(3).
77 prev-point     pic s9(3).
77 p              pic s9(4).
77 prof-feof      pic a(1) value 'N'.
77 list-count     pic s9(6) value 0.
77 interactive-run pic a(1) value 'N'.
77 replaced-entry pic a(1) value 'N'.
77 aud-stat       pic xx.
77 oper-id        pic x(8).
77 audit-function pic x(8).
77 audit-before   pic x(100).
77 audit-after    pic x(100).
77 ws-current-date pic x(21).

01 ws-formatted-datetime.
    02 fd-year     pic x(4).
    02 filler      pic x(1) value "-".
    02 fd-month    pic x(2).
    02 filler      pic x(1) value "-".
    02 fd-day      pic x(2).
    02 filler      pic x(1) value " ".
    02 fd-hour     pic x(2).
    02 filler      pic x(1) value ":".
    02 fd-min      pic x(2).
    02 filler      pic x(1) value ":".
    02 fd-sec      pic x(2).

*>The five percentile points as typed, split apart before checking.
01 point-args.
    02 point-arg   pic x(3) occurs 5 times.

01 profile-points.
    02 prof-point  pic 9(2) occurs 5 times.

01 output-underline.
    02 filler      pic x(78) value all "-".

01 output-profile-cols.
    02 filler      pic x(33) value "  DATASET".
    02 filler      pic x(11) value "PROFILE".
    02 filler      pic x(38) value
          "   BUCKET    SD  POINTS         PAGE W".

01 output-profile-line.
    02 filler      pic x(2) value spaces.
    02 out-pf-fname      pic x(30).
    02 filler      pic x(1) value space.
    02 out-pf-name       pic x(10).
    02 filler      pic x(1) value space.
    02 out-pf-bucket     pic zzzzz9.99.
    02 filler      pic x(1) value space.
    02 out-pf-sd         pic z9.99.
    02 filler      pic x(2) value spaces.
    02 out-pf-points     pic x(14).
    02 filler      pic x(1) value space.
    02 out-pf-page       pic zzz9.
    02 filler      pic x(1) value space.
    02 out-pf-weighting  pic x(1).

01 output-list-count-line.
    02 filler      pic x(20) value "  Profiles on file =".
    02 out-list-count    pic zzzzz9.

procedure division.
    *>Open keyboard and screen use.
    open input standard-input, output standard-output.

    *>Allow unattended/cron use: the function can be passed as the
    *>first command-line argument, the same way statcat takes it.
    display 1 upon argument-number.
    accept func-arg from argument-value
        on exception
            move 'Y' to interactive-run
            display " "
            display "Enter ADD to add or replace a run profile,"
            display "DELETE to remove one, or LIST to list the"
            display "profiles: "
            accept func-arg
    end-accept.

    if func-arg = "ADD" or func-arg = "add"
        perform add-entry
    else
        if func-arg = "DELETE" or func-arg = "delete"
            perform delete-entry
        else
            if func-arg = "LIST" or func-arg = "list"
                perform list-profiles
            else
                display "Function must be ADD, DELETE or LIST."
            end-if
        end-if
    end-if.

    stop run.

*>Gathers one ADD's filename, profile name and settings from
*>arguments 2 onward (prompting instead on an interactive run),
*>checks the settings, then writes the record, replacing any
*>existing profile for that filename.
add-entry.
    display 2 upon argument-number.
    accept target-fname from argument-value
        on exception
            if interactive-run = 'Y'
                display "Dataset filename: "
                accept target-fname
            else
                display "ADD needs a filename and a profile name."
                stop run
            end-if
    end-accept.

    display 3 upon argument-number.
    accept name-arg from argument-value
        on exception
            if interactive-run = 'Y'
                display "Profile name (shown on the report): "
                accept name-arg
            else
                display "ADD needs a filename and a profile name."
                stop run
            end-if
    end-accept.
    if target-fname = spaces or name-arg = spaces
        display "ADD needs a filename and a profile name."
        stop run
    end-if.

    display 4 upon argument-number.
    accept bucket-arg from argument-value
        on exception
            if interactive-run = 'Y'
                display "Distribution bucket width (0 = automatic, "
                    "blank = 0): "
                accept bucket-arg
            else
                move spaces to bucket-arg
            end-if
    end-accept.

    display 5 upon argument-number.
    accept sd-arg from argument-value
        on exception
            if interactive-run = 'Y'
                display "Outlier limit in standard deviations "
                    "(blank = 3): "
                accept sd-arg
            else
                move spaces to sd-arg
            end-if
    end-accept.

    display 6 upon argument-number.
    accept points-arg from argument-value
        on exception
            if interactive-run = 'Y'
                display "Five percentile points, e.g. 10,25,75,90,95 "
                    "(blank = those): "
                accept points-arg
            else
                move spaces to points-arg
            end-if
    end-accept.

    display 7 upon argument-number.
    accept page-arg from argument-value
        on exception
            if interactive-run = 'Y'
                display "Report page size in lines (blank = 55): "
                accept page-arg
            else
                move spaces to page-arg
            end-if
    end-accept.

    display 8 upon argument-number.
    accept weight-arg from argument-value
        on exception
            if interactive-run = 'Y'
                display "Honour row weights, Y or N (blank = Y): "
                accept weight-arg
            else
                move spaces to weight-arg
            end-if
    end-accept.

    perform check-settings.

    perform get-operator-id.
    perform open-audit-trail.

    open i-o profile-master.
    if prof-stat not = "00" and prof-stat not = "05"
        display "Run profile master unavailable, status " prof-stat
        close audit-file
        stop run
    end-if.

    *>The profile being replaced, if any, is the audit's before image.
    move target-fname to pf-filename.
    move spaces to audit-before.
    read profile-master
        invalid key continue
        not invalid key move statprof-record to audit-before
    end-read.

    initialize statprof-record.
    move target-fname to pf-filename.
    move name-arg to pf-name.
    move bucket-value to pf-bucket-width.
    move sd-value to pf-outlier-sd.
    move profile-points to pf-pct-points.
    move page-value to pf-page-size.
    move weight-arg to pf-weighting.

    *>An existing profile for this filename is replaced in place, so
    *>ADD doubles as the change function.
    move 'N' to replaced-entry.
    write statprof-record
        invalid key
            move 'Y' to replaced-entry
            rewrite statprof-record
                invalid key
                    move 'F' to replaced-entry
                    display "Profile record could not be written."
            end-rewrite
    end-write.

    if replaced-entry not = 'F'
        move "ADD" to audit-function
        move statprof-record to audit-after
        perform write-audit-entry
    end-if.
    close profile-master.
    close audit-file.

    if replaced-entry = 'Y'
        display "Run profile replaced for " target-fname
    end-if.
    if replaced-entry = 'N'
        display "Run profile added for " target-fname
    end-if.

*>Turns the settings as typed into the profile's values, putting the
*>default in for any left blank, and stops the run on one statmeasure
*>could not use.
check-settings.
    if bucket-arg = spaces
        move 0 to bucket-value
    else
        compute bucket-value = function numval(bucket-arg)
    end-if.
    if bucket-value < 0 or bucket-value > 999999.99
        display "Bucket width must be 0 (automatic) or a positive "
            "width below 1000000."
        stop run
    end-if.

    if sd-arg = spaces
        move 3 to sd-value
    else
        compute sd-value = function numval(sd-arg)
    end-if.
    if sd-value not > 0 or sd-value > 99.99
        display "Outlier limit must be more than 0 and at most 99.99 "
            "standard deviations."
        stop run
    end-if.

    if points-arg = spaces
        move "10,25,75,90,95" to points-arg
    end-if.
    move spaces to point-args.
    unstring points-arg delimited by "," or "/" or space
        into point-arg(1) point-arg(2) point-arg(3) point-arg(4)
            point-arg(5)
    end-unstring.
    move 0 to prev-point.
    perform varying p from 1 by 1 until p > 5
        if point-arg(p) = spaces
            move 0 to point-value
        else
            compute point-value = function numval(point-arg(p))
        end-if
        if point-value < 1 or point-value > 99
                or point-value not > prev-point
            display "Percentile points must be five numbers from 1 "
                "to 99 in ascending order."
            stop run
        end-if
        move point-value to prof-point(p)
        move point-value to prev-point
    end-perform.

    if page-arg = spaces
        move 55 to page-value
    else
        compute page-value = function numval(page-arg)
    end-if.
    if page-value < 10 or page-value > 9999
        display "Page size must be from 10 to 9999 lines."
        stop run
    end-if.

    evaluate weight-arg
        when space move "Y" to weight-arg
        when "y" move "Y" to weight-arg
        when "n" move "N" to weight-arg
        when other continue
    end-evaluate.
    if weight-arg not = "Y" and weight-arg not = "N"
        display "Weighting must be Y (honour row weights) or N."
        stop run
    end-if.

*>Removes one dataset's profile, so statmeasure measures it with the
*>run's defaults again.
delete-entry.
    display 2 upon argument-number.
    accept target-fname from argument-value
        on exception
            if interactive-run = 'Y'
                display "Dataset filename to remove: "
                accept target-fname
            else
                display "DELETE needs a filename."
                stop run
            end-if
    end-accept.

    perform get-operator-id.
    perform open-audit-trail.

    open i-o profile-master.
    if prof-stat not = "00" and prof-stat not = "05"
        display "Run profile master unavailable, status " prof-stat
        close audit-file
        stop run
    end-if.

    *>The profile is read first so the audit keeps what was removed.
    move target-fname to pf-filename.
    read profile-master
        invalid key
            display "No run profile for " target-fname
        not invalid key
            move statprof-record to audit-before
            delete profile-master record
                invalid key
                    display "Run profile could not be deleted."
                not invalid key
                    move "DELETE" to audit-function
                    move spaces to audit-after
                    perform write-audit-entry
                    display "Run profile deleted for " target-fname
            end-delete
    end-read.
    close profile-master.
    close audit-file.

*>Lists every profile.
list-profiles.
    open input profile-master.
    if prof-stat not = "00" and prof-stat not = "05"
        display "Run profile master unavailable, status " prof-stat
        stop run
    end-if.

    display " ".
    display "      Run Profiles".
    display "      (datasets without one use the run's defaults)".
    display output-underline.
    display output-profile-cols.
    display output-underline.

    perform until prof-feof = 'Y'
        read profile-master next record
            at end move 'Y' to prof-feof
            not at end
                add 1 to list-count
                perform display-profile-line
        end-read
    end-perform.

    if list-count = 0
        display "  No run profiles on file."
    end-if.
    move list-count to out-list-count.
    display output-list-count-line.
    display " ".

    close profile-master.

*>Prints one profile on a single line, the percentile points run
*>together with commas between them.
display-profile-line.
    move pf-filename to out-pf-fname.
    move pf-name to out-pf-name.
    move pf-bucket-width to out-pf-bucket.
    move pf-outlier-sd to out-pf-sd.
    move spaces to out-pf-points.
    string pf-pct-point(1) "," pf-pct-point(2) "," pf-pct-point(3) ","
        pf-pct-point(4) "," pf-pct-point(5)
        delimited by size into out-pf-points.
    move pf-page-size to out-pf-page.
    move pf-weighting to out-pf-weighting.
    display output-profile-line.

*>Maintenance is audited under the operator's ID, taken from STATOPER
*>or asked for on an interactive run. Without one nothing is changed.
get-operator-id.
    accept oper-id from environment "STATOPER"
        on exception move spaces to oper-id
    end-accept.
    if oper-id = spaces and interactive-run = 'Y'
        display "Operator ID: "
        accept oper-id
    end-if.
    if oper-id = spaces
        display "Changing a run profile needs an operator ID"
            " (set STATOPER)."
        stop run
    end-if.

*>Opens the STATAUDT.TXT audit trail for append before the master is
*>touched, so a change can never be made without its audit line.
open-audit-trail.
    open extend audit-file.
    if aud-stat not = "00" and aud-stat not = "05"
        display "Audit trail STATAUDT.TXT unavailable, status "
            aud-stat
        display "Nothing changed."
        stop run
    end-if.

*>Appends one audit line for target-fname's profile, with
*>audit-before and audit-after as the record before and after the
*>change (spaces for an addition or a deletion respectively).
write-audit-entry.
    perform set-current-datetime.
    move spaces to stataud-record.
    move ws-formatted-datetime to au-datetime.
    move oper-id to au-operator.
    move "STATPROF" to au-program.
    move audit-function to au-function.
    move "STATPROF.DAT" to au-file.
    move target-fname to au-key.
    move audit-before to au-before.
    move audit-after to au-after.
    write stataud-record.

*>Formats the current date and time the way the history files do.
set-current-datetime.
    move function current-date to ws-current-date.
    move ws-current-date(1:4) to fd-year.
    move ws-current-date(5:2) to fd-month.
    move ws-current-date(7:2) to fd-day.
    move ws-current-date(9:2) to fd-hour.
    move ws-current-date(11:2) to fd-min.
    move ws-current-date(13:2) to fd-sec.
