*> Name: Jake Goode
*> Date: 10-15-2026
*> Maintenance for the keyed STATCAL.DAT business calendar (see
*> statcal.cpy) that statwatch, statrejage, statnote and statdriver
*> count business days against. Saturdays and Sundays are non-working
*> without a record; one record per date marks the exceptions:
*>     statcal ADD <date> <type> [<description>]
*>                               adds or replaces the entry for one
*>                               date (YYYY-MM-DD): type H for a public
*>                               holiday, N for any other non-working
*>                               weekday, W for a Saturday or Sunday
*>                               that is worked
*>     statcal DELETE <date>     removes a date's entry, so the day
*>                               goes back to the weekend rule
*>     statcal LIST [<year>]     lists the calendar, or just one year
*> e.g. statcal ADD 2026-12-25 H "Christmas Day"
*> With no arguments the program prompts for the same choices. ADD
*> and DELETE change the calendar, so they need an operator ID
*> (STATOPER, or asked for on an interactive run) and write each
*> change, with the record's before and after images, to the
*> STATAUDT.TXT audit trail (see stataud.cpy); a trail that cannot be
*> opened stops the run before anything is changed.

identification division.
program-id. statcal.

environment division.
input-output section.
file-control.
select standard-input assign to keyboard.
select standard-output assign to display.
select optional business-calendar assign to "STATCAL.DAT"
    organization is indexed
    access is dynamic
    record key is bc-date
    file status is cal-stat.
select optional audit-file assign to "STATAUDT.TXT"
    organization is line sequential
    file status is aud-stat.

data division.
file section.
fd standard-input.
    01 std-input      pic x(80).
fd standard-output.
    01 std-output     pic x(80).
fd business-calendar.
    copy "statcal.cpy".
fd audit-file.
    copy "stataud.cpy".

working-storage section.
77 cal-stat       pic xx.
77 func-arg       pic x(10).
77 target-date    pic x(10).
77 type-arg       pic x(1).
77 desc-arg       pic x(30).
77 year-arg       pic x(4).
77 cal-feof       pic a(1) value 'N'.
77 list-count     pic s9(6) value 0.
77 interactive-run pic a(1) value 'N'.
77 replaced-entry pic a(1) value 'N'.
77 ent-y          pic s9(4).
77 ent-m          pic s9(4).
77 ent-d          pic s9(4).
77 ent-ymd        pic s9(8).
77 ent-int        pic s9(7).
77 week-day       pic s9(1).
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

*>Day names in the order week-day counts them (0 = Monday).
01 day-name-values.
    02 filler      pic x(9) value "Monday".
    02 filler      pic x(9) value "Tuesday".
    02 filler      pic x(9) value "Wednesday".
    02 filler      pic x(9) value "Thursday".
    02 filler      pic x(9) value "Friday".
    02 filler      pic x(9) value "Saturday".
    02 filler      pic x(9) value "Sunday".
01 day-name-table redefines day-name-values.
    02 day-name    pic x(9) occurs 7 times.

01 output-underline.
    02 filler      pic x(70) value all "-".

01 output-calendar-line.
    02 filler      pic x(2) value spaces.
    02 out-cal-date      pic x(10).
    02 filler      pic x(1) value space.
    02 out-cal-day       pic x(9).
    02 filler      pic x(2) value spaces.
    02 out-cal-type      pic x(12).
    02 filler      pic x(1) value space.
    02 out-cal-desc      pic x(30).

01 output-list-count-line.
    02 filler      pic x(20) value "  Dates on file =   ".
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
            display "Enter ADD to add or replace a calendar date,"
            display "DELETE to remove one, or LIST to list the"
            display "calendar: "
            accept func-arg
    end-accept.

    if func-arg = "ADD" or func-arg = "add"
        perform add-entry
    else
        if func-arg = "DELETE" or func-arg = "delete"
            perform delete-entry
        else
            if func-arg = "LIST" or func-arg = "list"
                perform list-calendar
            else
                display "Function must be ADD, DELETE or LIST."
            end-if
        end-if
    end-if.

    stop run.

*>Gathers one ADD's date, type and description from arguments 2
*>onward (prompting instead on an interactive run), then writes the
*>record, replacing any existing entry for that date.
add-entry.
    display 2 upon argument-number.
    accept target-date from argument-value
        on exception
            if interactive-run = 'Y'
                display "Date (YYYY-MM-DD): "
                accept target-date
            else
                display "ADD needs a date and a type."
                stop run
            end-if
    end-accept.
    perform check-target-date.

    display 3 upon argument-number.
    accept type-arg from argument-value
        on exception
            if interactive-run = 'Y'
                display "H holiday, N non-working day, W worked "
                    "weekend day: "
                accept type-arg
            else
                display "ADD needs a date and a type."
                stop run
            end-if
    end-accept.
    evaluate type-arg
        when "h" move "H" to type-arg
        when "n" move "N" to type-arg
        when "w" move "W" to type-arg
        when other continue
    end-evaluate.
    if type-arg not = "H" and type-arg not = "N" and type-arg not = "W"
        display "Type must be H (holiday), N (non-working day) or W"
            " (worked weekend day)."
        stop run
    end-if.

    *>A weekday is a working day already, so only a Saturday or
    *>Sunday can be marked as worked.
    if type-arg = "W" and week-day < 5
        display target-date " is a " day-name(week-day + 1)
            "; only a Saturday or Sunday can be marked W."
        stop run
    end-if.

    display 4 upon argument-number.
    accept desc-arg from argument-value
        on exception
            if interactive-run = 'Y'
                display "Description (blank for none): "
                accept desc-arg
            else
                move spaces to desc-arg
            end-if
    end-accept.

    perform get-operator-id.
    perform open-audit-trail.

    open i-o business-calendar.
    if cal-stat not = "00" and cal-stat not = "05"
        display "Business calendar unavailable, status " cal-stat
        close audit-file
        stop run
    end-if.

    *>The entry being replaced, if any, is the audit's before image.
    move target-date to bc-date.
    move spaces to audit-before.
    read business-calendar
        invalid key continue
        not invalid key move statcal-record to audit-before
    end-read.

    initialize statcal-record.
    move target-date to bc-date.
    move type-arg to bc-type.
    move desc-arg to bc-desc.

    *>An existing record for this date is replaced in place, so ADD
    *>doubles as the change function.
    move 'N' to replaced-entry.
    write statcal-record
        invalid key
            move 'Y' to replaced-entry
            rewrite statcal-record
                invalid key
                    move 'F' to replaced-entry
                    display "Calendar record could not be written."
            end-rewrite
    end-write.

    if replaced-entry not = 'F'
        move "ADD" to audit-function
        move statcal-record to audit-after
        perform write-audit-entry
    end-if.
    close business-calendar.
    close audit-file.

    if replaced-entry = 'Y'
        display "Calendar entry replaced for " target-date
    end-if.
    if replaced-entry = 'N'
        display "Calendar entry added for " target-date
    end-if.

*>Stops the run unless target-date is a real YYYY-MM-DD date, and
*>leaves its day of the week (0 = Monday) in week-day. Day 1 of
*>integer-of-date's count, 1601-01-01, was a Monday.
check-target-date.
    move 0 to ent-int.
    if target-date(5:1) = "-" and target-date(8:1) = "-"
            and target-date(1:4) is numeric
            and target-date(6:2) is numeric
            and target-date(9:2) is numeric
        compute ent-y = function numval(target-date(1:4))
        compute ent-m = function numval(target-date(6:2))
        compute ent-d = function numval(target-date(9:2))
        compute ent-ymd = ent-y * 10000 + ent-m * 100 + ent-d
        if ent-y >= 1601 and ent-m >= 1 and ent-m <= 12
                and ent-d >= 1 and ent-d <= 31
            compute ent-int = function integer-of-date(ent-ymd)
        end-if
    end-if.
    if ent-int = 0
        display "Date must be a real date given as YYYY-MM-DD."
        stop run
    end-if.
    compute week-day = function mod(ent-int - 1, 7).

*>Removes one date's calendar record, returning the day to the
*>weekend rule (a working weekday, or a non-working Saturday or
*>Sunday).
delete-entry.
    display 2 upon argument-number.
    accept target-date from argument-value
        on exception
            if interactive-run = 'Y'
                display "Date to remove (YYYY-MM-DD): "
                accept target-date
            else
                display "DELETE needs a date."
                stop run
            end-if
    end-accept.

    perform get-operator-id.
    perform open-audit-trail.

    open i-o business-calendar.
    if cal-stat not = "00" and cal-stat not = "05"
        display "Business calendar unavailable, status " cal-stat
        close audit-file
        stop run
    end-if.

    *>The entry is read first so the audit keeps what was removed.
    move target-date to bc-date.
    read business-calendar
        invalid key
            display "No calendar entry for " target-date
        not invalid key
            move statcal-record to audit-before
            delete business-calendar record
                invalid key
                    display "Calendar entry could not be deleted."
                not invalid key
                    move "DELETE" to audit-function
                    move spaces to audit-after
                    perform write-audit-entry
                    display "Calendar entry deleted for " target-date
            end-delete
    end-read.
    close business-calendar.
    close audit-file.

*>Lists every calendar record, or only those of the year given as
*>argument 2, in date order with the day of the week each falls on.
list-calendar.
    display 2 upon argument-number.
    accept year-arg from argument-value
        on exception move spaces to year-arg
    end-accept.

    open input business-calendar.
    if cal-stat not = "00" and cal-stat not = "05"
        display "Business calendar unavailable, status " cal-stat
        stop run
    end-if.

    display " ".
    display "      Business Calendar".
    display "      (Saturdays and Sundays are non-working unless"
        " marked W)".
    display output-underline.

    *>A year positions straight onto its first date.
    if year-arg not = spaces
        move low-values to bc-date
        move year-arg to bc-date(1:4)
        start business-calendar key >= bc-date
            invalid key move 'Y' to cal-feof
        end-start
    end-if.

    perform until cal-feof = 'Y'
        read business-calendar next record
            at end move 'Y' to cal-feof
            not at end
                if year-arg not = spaces
                        and bc-date(1:4) not = year-arg
                    move 'Y' to cal-feof
                else
                    add 1 to list-count
                    perform display-calendar-line
                end-if
        end-read
    end-perform.

    if list-count = 0
        display "  No dates on file."
    end-if.
    move list-count to out-list-count.
    display output-list-count-line.
    display " ".

    close business-calendar.

*>Prints one calendar record with its day of the week and type.
display-calendar-line.
    move bc-date to out-cal-date.
    move spaces to out-cal-day.
    compute ent-y = function numval(bc-date(1:4)).
    compute ent-m = function numval(bc-date(6:2)).
    compute ent-d = function numval(bc-date(9:2)).
    compute ent-ymd = ent-y * 10000 + ent-m * 100 + ent-d.
    if ent-y >= 1601 and ent-m >= 1 and ent-m <= 12
            and ent-d >= 1 and ent-d <= 31
        compute ent-int = function integer-of-date(ent-ymd)
        compute week-day = function mod(ent-int - 1, 7)
        move day-name(week-day + 1) to out-cal-day
    end-if.
    evaluate bc-type
        when "H" move "HOLIDAY" to out-cal-type
        when "N" move "NON-WORKING" to out-cal-type
        when "W" move "WORKED" to out-cal-type
        when other move bc-type to out-cal-type
    end-evaluate.
    move bc-desc to out-cal-desc.
    display output-calendar-line.

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
        display "Changing the calendar needs an operator ID"
            " (set STATOPER)."
        stop run
    end-if.

*>Opens the STATAUDT.TXT audit trail for append before the calendar
*>is touched, so a change can never be made without its audit line.
open-audit-trail.
    open extend audit-file.
    if aud-stat not = "00" and aud-stat not = "05"
        display "Audit trail STATAUDT.TXT unavailable, status "
            aud-stat
        display "Nothing changed."
        stop run
    end-if.

*>Appends one audit line for target-date's entry, with audit-before
*>and audit-after as the record before and after the change (spaces
*>for an addition or a deletion respectively).
write-audit-entry.
    perform set-current-datetime.
    move spaces to stataud-record.
    move ws-formatted-datetime to au-datetime.
    move oper-id to au-operator.
    move "STATCAL" to au-program.
    move audit-function to au-function.
    move "STATCAL.DAT" to au-file.
    move target-date to au-key.
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
