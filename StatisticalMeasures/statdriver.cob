*>     statdriver <planfile>     runs a different plan
*> Plan line layout (see plan-record): columns 1-2 highest acceptable
*> prior RC, column 4 S (skip) or H (halt) when exceeded, columns
*> 6-65 the command, and column 67 B for a step that only runs on a
*> business day. On a day the STATCAL.DAT business calendar (see
*> statcal.cpy) marks non-working -- a Saturday or Sunday not marked
*> as worked, a holiday, a shutdown day -- such a step is not run
*> and is listed as NONWORK, so a feed nobody sent that day does not
*> fail the window. Lines starting with * and blank lines are
*> comments. The driver's own return code is the worst step RC seen.

identification division.
    file status is plan-stat.
select summary-file assign to "STATWIN.TXT"
    organization is line sequential.
select optional business-calendar assign to "STATCAL.DAT"
    organization is indexed
    access is dynamic
    record key is bc-date
    file status is cal-stat.

data division.
file section.
fd standard-output.
    01 std-output     pic x(80).
fd plan-file.
    01 plan-line      pic x(67).
fd summary-file.
    01 summary-out    pic x(80).
fd business-calendar.
    copy "statcal.cpy".

working-storage section.
77 plan-fname     pic x(30).
77 step-start-time pic x(8).
77 step-end-time  pic x(8).
77 run-command    pic x(61).
77 cal-stat       pic xx.
77 today-int      pic s9(7).
77 week-day       pic s9(1).
77 business-day   pic a(1) value 'Y'.

*>One plan line as the operator keys it; the command is handed to
*>the shell as written, so a step's arguments travel with it.
    02 pl-onfail   pic x(1).
    02 filler      pic x(1).
    02 pl-command  pic x(60).
    02 filler      pic x(1).
    02 pl-bizday   pic x(1).

01 summary-header-line.
    02 filler      pic x(24) value "WINDOW SUMMARY  STARTED ".
    02 filler      pic x(2) value spaces.
    02 out-step-action   pic x(8).

01 summary-nonwork-line.
    02 filler      pic x(58) value
          "  NON-WORKING DAY: BUSINESS-DAYS-ONLY STEPS ARE NOT RUN".

01 summary-window-rc-line.
    02 filler      pic x(22) value "  WINDOW ENDED WITH RC".
    02 filler      pic x(1) value "=".

    perform set-run-datetime.
    move ws-formatted-datetime to out-hdr-datetime.
    perform check-business-day.
    open output summary-file.
    write summary-out from summary-header-line.
    if business-day = 'N'
        write summary-out from summary-nonwork-line
    end-if.
    write summary-out from summary-cols-line.
    write summary-out from output-underline.
    display " ".
    display summary-header-line.
    if business-day = 'N'
        display summary-nonwork-line
    end-if.

    perform until plan-feof = 'Y'
        read plan-file into plan-record
*>window has already exceeded is skipped (S) or halts the rest of
*>the window (H, the default for anything else); once halted, every
*>remaining step is listed as NOT RUN so the summary still shows the
*>whole plan. A business-days-only step on a non-working day is
*>listed as NONWORK and leaves the window's RC alone.
process-plan-step.
    *>Comment and blank lines pass through without a summary line.
    if pl-maxrc = spaces or plan-record(1:1) = "*"
        if halted = 'Y'
            move "NOT RUN" to out-step-action
        else
            if (pl-bizday = "B" or pl-bizday = "b")
                    and business-day = 'N'
                move "NONWORK" to out-step-action
            else
                compute step-maxrc = function numval(pl-maxrc)
                if window-rc > step-maxrc
                    if pl-onfail = "S" or pl-onfail = "s"
                        move "SKIPPED" to out-step-action
                    else
                        move "HALTED" to out-step-action
                        move 'Y' to halted
                    end-if
                else
                    perform run-plan-step
                end-if
            end-if
        end-if

    move ws-current-date(9:2) to fd-hour.
    move ws-current-date(11:2) to fd-min.
    move ws-current-date(13:2) to fd-sec.

*>Decides whether today is a business day for the window: Monday to
*>Friday unless STATCAL.DAT marks the date a holiday or non-working
*>day, and Saturday or Sunday only when it marks the date as worked.
*>Without a calendar only weekends count as non-working. Day 1 of
*>integer-of-date's count, 1601-01-01, was a Monday, so (day - 1)
*>mod 7 runs 0 for Monday to 6 for Sunday. The window's start date
*>decides for the whole window, however long it runs.
check-business-day.
    compute today-int = function integer-of-date(
        function numval(ws-current-date(1:8))).
    compute week-day = function mod(today-int - 1, 7).
    if week-day < 5
        move 'Y' to business-day
    else
        move 'N' to business-day
    end-if.

    open input business-calendar.
    if cal-stat not = "00" and cal-stat not = "05"
        display "Business calendar unavailable, status " cal-stat
        display "  Only weekends taken as non-working days."
    else
        move ws-formatted-datetime(1:10) to bc-date
        read business-calendar
            invalid key continue
            not invalid key
                if bc-type = "W"
                    move 'Y' to business-day
                else
                    move 'N' to business-day
                end-if
        end-read
        close business-calendar
    end-if.
