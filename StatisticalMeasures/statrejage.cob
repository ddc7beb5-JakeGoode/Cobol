*> Aging and accountability report over the keyed STATOREJ.DAT
*> outstanding-rejects master that statmeasure promotes each run's
*> STATREJ.TXT rejects into. Lists every entry still open, grouped by
*> dataset with the oldest first, with the business days each has
*> been outstanding (counted against the STATCAL.DAT business
*> calendar, see statcal.cpy, so weekends and public holidays do not
*> age a reject) -- the evidence to put in front of the upstream data
*> owners instead of whatever happened to be in STATREJ.TXT that
*> morning. Closed entries are the audit trail and are only counted.
*>     statrejage                prints the aging report
    access is dynamic
    record key is or-key
    file status is orej-stat.
select optional business-calendar assign to "STATCAL.DAT"
    organization is indexed
    access is dynamic
    record key is bc-date
    file status is cal-stat.

data division.
file section.
    01 std-output     pic x(80).
fd outstanding-master.
    copy "statorej.cpy".
fd business-calendar.
    copy "statcal.cpy".

working-storage section.
77 orej-stat      pic xx.
77 ent-int        pic s9(7).
77 ws-current-date pic x(21).
77 prev-fname     pic x(30).
*>The business calendar's dates as day numbers (integer-of-date),
*>for count-business-days. Dates past the table's capacity are
*>counted so the run can warn that they were not applied.
77 cal-stat       pic xx.
77 cal-feof       pic a(1) value 'N'.
77 cal-count      pic s9(4) value 0.
77 max-calendar   pic s9(4) value 1000.
77 cal-dropped    pic s9(6) value 0.
77 c              pic s9(4).
77 bd-from-int    pic s9(7).
77 bd-to-int      pic s9(7).
77 bd-span        pic s9(7).
77 bd-weeks       pic s9(7).
77 bd-rest        pic s9(1).
77 bd-day         pic s9(7).
77 bd-count       pic s9(7).
77 week-day       pic s9(1).

*>Every open entry read from the master, sorted by dataset with the
*>oldest (most days outstanding) first before printing.
        03 age-value   pic s9(6)v9(2).
        03 age-reason  pic x(3).

01 calendar-table.
    02 calendar-entry occurs 1000 times.
        03 cal-int     pic s9(7).
        03 cal-type    pic x(1).

01 output-underline.
    02 filler      pic x(60) value all "-".

01 output-age-line.
    02 filler      pic x(4) value spaces.
    02 out-age-days      pic zzzz9.
    02 filler      pic x(20) value " business days  REC=".
    02 out-age-rec       pic zzzzz9.
    02 filler      pic x(2) value spaces.
    02 out-age-group     pic x(4).
    compute today-int = function integer-of-date(
        function numval(ws-current-date(1:8))).

    perform load-calendar.
    perform read-outstanding-master.

    display " ".

    close outstanding-master.

*>Adds the open entry just read to aging-table with its age in
*>business days. An entry whose run date cannot be understood ages
*>as zero days rather than being thrown away. Entries past the
*>table's capacity are counted so the report can warn instead of
*>silently looking complete, like stattrend's dataset table.
keep-open-entry.
    if open-count < max-open-entries
        add 1 to open-count
                and ent-d >= 1 and ent-d <= 31
            compute ent-int = function integer-of-date(ent-ymd)
            if ent-int > 0
                move ent-int to bd-from-int
                move today-int to bd-to-int
                perform count-business-days
                move bd-count to age-days(open-count)
            end-if
        end-if
    else
        descending key age-days.

*>Prints the open entries, one dataset block at a time, each entry
*>carrying its business days outstanding, record number, group,
*>value, reason code and the run date that first rejected it.
output-aging-report.
    move spaces to prev-fname.

        display output-age-line
    end-perform.
    display output-underline.

*>Reads the STATCAL.DAT business calendar into calendar-table for
*>count-business-days. Without a calendar only Saturdays and Sundays
*>are taken as non-working, so a missing master still gives sensible
*>counts rather than stopping the run.
load-calendar.
    open input business-calendar.
    if cal-stat not = "00" and cal-stat not = "05"
        display "Business calendar unavailable, status " cal-stat
        display "  Only weekends taken as non-working days."
    else
        perform until cal-feof = 'Y'
            read business-calendar next record
                at end move 'Y' to cal-feof
                not at end perform keep-calendar-entry
            end-read
        end-perform
        close business-calendar
        if cal-dropped > 0
            display "  *** BUSINESS CALENDAR TABLE FULL, "
                "LATER DATES NOT APPLIED"
        end-if
    end-if.

*>Adds the calendar record just read to calendar-table as a day
*>number. A date that cannot be understood is passed over.
keep-calendar-entry.
    compute ent-y = function numval(bc-date(1:4)).
    compute ent-m = function numval(bc-date(6:2)).
    compute ent-d = function numval(bc-date(9:2)).
    compute ent-ymd = ent-y * 10000 + ent-m * 100 + ent-d.
    if ent-y >= 1601 and ent-m >= 1 and ent-m <= 12
            and ent-d >= 1 and ent-d <= 31
        if cal-count < max-calendar
            add 1 to cal-count
            compute cal-int(cal-count) =
                function integer-of-date(ent-ymd)
            move bc-type to cal-type(cal-count)
        else
            add 1 to cal-dropped
        end-if
    end-if.

*>Counts the business days after bd-from-int up to and including
*>bd-to-int (integer-of-date day numbers) into bd-count: every
*>Monday to Friday, less the calendar's holidays and non-working
*>days in that span, plus the Saturdays and Sundays it marks as
*>worked. Whole weeks count five days each and only the odd days
*>left over are tested one by one. Day 1 of integer-of-date's count,
*>1601-01-01, was a Monday, so (day - 1) mod 7 runs 0 for Monday to
*>6 for Sunday.
count-business-days.
    move 0 to bd-count.
    if bd-to-int > bd-from-int
        compute bd-span = bd-to-int - bd-from-int
        divide bd-span by 7 giving bd-weeks remainder bd-rest
        compute bd-count = bd-weeks * 5
        compute bd-day = bd-from-int + bd-weeks * 7
        perform bd-rest times
            add 1 to bd-day
            compute week-day = function mod(bd-day - 1, 7)
            if week-day < 5
                add 1 to bd-count
            end-if
        end-perform
        perform varying c from 1 by 1 until c > cal-count
            if cal-int(c) > bd-from-int and cal-int(c) <= bd-to-int
                compute week-day = function mod(cal-int(c) - 1, 7)
                if week-day < 5
                    if cal-type(c) not = "W"
                        subtract 1 from bd-count
                    end-if
                else
                    if cal-type(c) = "W"
                        add 1 to bd-count
                    end-if
                end-if
            end-if
        end-perform
    end-if.
