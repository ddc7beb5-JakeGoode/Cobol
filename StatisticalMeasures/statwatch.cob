*> every catalogued dataset against the keyed STATHIST.DAT run
*> history and reports each one whose latest recorded run is older
*> than its expected frequency (or that has never run at all), so a
*> feed that silently stops arriving is finally visible. The age of
*> a run is counted in business days against the STATCAL.DAT
*> business calendar (see statcal.cpy), so a weekend or a public
*> holiday does not make a daily feed OVERDUE. Also checks
*> the latest statmeasure run's group codes in STATEXT.TXT against
*> the catalog's expectations, reporting groups that arrived
*> unexpectedly and expected groups that did not arrive. Anything
    file status is hist-stat.
select optional extract-file assign to "STATEXT.TXT"
    organization is line sequential.
select optional business-calendar assign to "STATCAL.DAT"
    organization is indexed
    access is dynamic
    record key is bc-date
    file status is cal-stat.

data division.
file section.
    copy "stathist.cpy".
fd extract-file.
    copy "statext.cpy".
fd business-calendar.
    copy "statcal.cpy".

working-storage section.
77 cat-stat       pic xx.
77 ws-current-date pic x(21).
77 problem-count  pic s9(6) value 0.
77 group-in-list  pic a(1).
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

*>The catalog loaded up front, with room per entry for the group
*>codes actually seen in the latest statmeasure run's extract so the
        03 cw-seen     pic a(1) occurs 5 times.
        03 cw-in-extract pic a(1).

01 calendar-table.
    02 calendar-entry occurs 1000 times.
        03 cal-int     pic s9(7).
        03 cal-type    pic x(1).

01 output-underline.
    02 filler      pic x(70) value all "-".

    02 out-ovr-dept      pic x(10).
    02 filler      pic x(9) value " OVERDUE:".
    02 out-ovr-days      pic zzzz9.
    02 filler      pic x(24) value " BUSINESS DAYS SINCE RUN".

01 output-never-run-line.
    02 filler      pic x(7) value "  *** ".
    02 out-ok-datetime   pic x(20).
    02 filler      pic x(2) value " (".
    02 out-ok-days       pic zzzz9.
    02 filler      pic x(19) value " BUSINESS DAYS AGO)".

01 output-unexpected-group-line.
    02 filler      pic x(7) value "  *** ".
    compute today-int = function integer-of-date(
        function numval(ws-current-date(1:8))).

    perform load-calendar.
    perform load-catalog.

    display " ".
        end-read
    end-perform.

*>Reports dataset d as overdue when the business days since its
*>latest run exceed its expected frequency, or as never run when the
*>history has nothing for it at all. A run date that cannot be
*>understood counts as never run rather than silently passing.
report-run-recency.
    if run-found = 'N'
        perform report-never-run
        if ent-int = 0
            perform report-never-run
        else
            move ent-int to bd-from-int
            move today-int to bd-to-int
            perform count-business-days
            move bd-count to days-since
            if days-since > cw-freq(d)
                move cw-fname(d) to out-ovr-fname
                move cw-dept(d) to out-ovr-dept
*>as it is read, and once the whole extract is in, each expected
*>group that never arrived for a dataset the run did cover. Datasets
*>with every group slot blank carry no expectations and are skipped.
*>The run's *ALL record and its *AOV between-group test record are
*>not groups and are passed over.
check-run-groups.
    open input extract-file.
    perform until ext-feof = 'Y'
        read extract-file
            at end move 'Y' to ext-feof
            not at end
                if ex-group not = "*ALL" and ex-group not = "*AOV"
                    perform check-one-extract-group
                end-if
        end-read
            end-if
        end-if
    end-if.

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
