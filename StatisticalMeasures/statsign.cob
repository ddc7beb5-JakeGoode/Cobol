*> Name: Jake Goode
*> Date: 10-15-2026
*> Supervisor sign-off over the keyed STATREL.DAT release register
*> (see statrel.cpy): statmeasure registers every run it measures as
*> pending, and nothing leaves operations through statpub until a
*> supervisor has approved it here.
*>     statsign LIST            lists the runs awaiting a decision
*>                              (pending and held) with each run's
*>                              RUNCTL.TXT status, reject count,
*>                              control-limit result and any group
*>                              codes its catalog entry does not expect
*>     statsign LIST ALL        lists every run in the register with
*>                              who decided it, when and why
*>     statsign APPROVE <file> "<run date/time>" "<reason>"
*>     statsign HOLD <file> "<run date/time>" "<reason>"
*>                              records the decision on one run
*> e.g. statsign APPROVE SALES.TXT "2026-10-15 02:10:44" "Rejects
*> checked with the feed owner"
*> With no arguments the program prompts for the same choices. A run
*> is named by its STATHIST.DAT key, the dataset filename plus the run
*> date/time, as LIST shows it. A pending, held or approved (not yet
*> released) run can be decided; a released or withdrawn one cannot.
*> Every decision needs a reason and an operator ID (STATOPER, or
*> asked for on an interactive run), which the register keeps with
*> the time of the decision, and is also appended to the STATSIGN.TXT
*> sign-off log, so a run approved after being held still shows both
*> decisions; a log that cannot be opened stops the run before
*> anything is changed.

identification division.
program-id. statsign.

environment division.
input-output section.
file-control.
select standard-input assign to keyboard.
select standard-output assign to display.
select optional release-register assign to "STATREL.DAT"
    organization is indexed
    access is dynamic
    record key is rs-key
    file status is rel-stat.
select optional pending-file assign to "STATPEND.TXT"
    organization is line sequential
    file status is pend-stat.
select optional dataset-catalog assign to "STATCAT.DAT"
    organization is indexed
    access is dynamic
    record key is cc-filename
    file status is cat-stat.
select optional signoff-log assign to "STATSIGN.TXT"
    organization is line sequential
    file status is log-stat.

data division.
file section.
fd standard-input.
    01 std-input      pic x(80).
fd standard-output.
    01 std-output     pic x(80).
fd release-register.
    copy "statrel.cpy".
fd pending-file.
    copy "statext.cpy".
fd dataset-catalog.
    copy "statcat.cpy".
fd signoff-log.
    01 signoff-line   pic x(160).

working-storage section.
77 rel-stat       pic xx.
77 pend-stat      pic xx.
77 cat-stat       pic xx.
77 log-stat       pic xx.
77 func-arg       pic x(10).
77 scope-arg      pic x(10).
77 target-fname   pic x(30).
77 target-dt      pic x(20).
77 reason-arg     pic x(40).
77 new-status     pic x(1).
77 prior-status   pic x(1).
77 oper-id        pic x(8).
77 interactive-run pic a(1) value 'N'.
77 list-all       pic a(1) value 'N'.
77 rel-feof       pic a(1) value 'N'.
77 pend-feof      pic a(1) value 'N'.
77 cat-ok         pic a(1) value 'N'.
77 group-expected pic a(1).
77 list-count     pic s9(4) value 0.
77 max-list-entries pic s9(4) value 500.
77 list-dropped   pic s9(6) value 0.
77 r              pic s9(4).
77 r-found        pic s9(4).
77 g              pic s9(4).
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

*>The register entries LIST shows, kept so the STATPEND.TXT pass
*>can count each run's unexpected group codes against them.
01 list-table.
    02 list-entry occurs 500 times.
        03 li-filename      pic x(30).
        03 li-run-datetime  pic x(20).
        03 li-status        pic x(1).
        03 li-run-status    pic 9(2).
        03 li-rejects       pic 9(6).
        03 li-limit-result  pic x(4).
        03 li-decided-by    pic x(8).
        03 li-decided-at    pic x(20).
        03 li-reason        pic x(40).
        03 li-released-at   pic x(20).
        03 li-unexpected    pic s9(4).

*>One decision as written to the sign-off log: when, who, what was
*>decided on which run, the status it replaced, and why.
01 signoff-entry.
    02 so-datetime pic x(20).
    02 filler      pic x(1) value space.
    02 so-operator pic x(8).
    02 filler      pic x(1) value space.
    02 so-decision pic x(8).
    02 filler      pic x(1) value space.
    02 so-filename pic x(30).
    02 filler      pic x(1) value space.
    02 so-run-datetime pic x(20).
    02 filler      pic x(6) value " WAS=".
    02 so-prior    pic x(1).
    02 filler      pic x(1) value space.
    02 so-reason   pic x(40).

01 output-underline.
    02 filler      pic x(78) value all "-".

01 output-list-cols.
    02 filler      pic x(7) value "  STAT".
    02 filler      pic x(31) value "DATASET".
    02 filler      pic x(20) value "RUN DATE/TIME".
    02 filler      pic x(20) value "RC REJECTS LIM  XGRP".

01 output-list-line.
    02 filler      pic x(2) value spaces.
    02 out-li-status     pic x(4).
    02 filler      pic x(1) value space.
    02 out-li-fname      pic x(30).
    02 filler      pic x(1) value space.
    02 out-li-dt         pic x(20).
    02 out-li-rc         pic 9(2).
    02 filler      pic x(1) value space.
    02 out-li-rejects    pic zzzzzz9.
    02 filler      pic x(1) value space.
    02 out-li-limits     pic x(4).
    02 filler      pic x(1) value space.
    02 out-li-unexpected pic zzz9.

01 output-decision-line.
    02 filler      pic x(7) value spaces.
    02 out-de-by         pic x(8).
    02 filler      pic x(1) value space.
    02 out-de-at         pic x(20).
    02 filler      pic x(1) value space.
    02 out-de-reason     pic x(40).

01 output-released-line.
    02 filler      pic x(16) value "       RELEASED ".
    02 out-re-at         pic x(20).

01 output-list-count-line.
    02 filler      pic x(20) value "  Runs listed =     ".
    02 out-list-count    pic zzzzz9.

01 output-dropped-line.
    02 filler      pic x(21) value "  *** RUNS BEYOND THE".
    02 out-max-list      pic zzz9.
    02 filler      pic x(13) value " NOT REPORTED".

procedure division.
    *>Open keyboard and screen use.
    open input standard-input, output standard-output.

    *>Allow unattended/cron use: the function can be passed as the
    *>first command-line argument, the same way statback takes it.
    display 1 upon argument-number.
    accept func-arg from argument-value
        on exception
            move 'Y' to interactive-run
            display " "
            display "Enter LIST to list runs awaiting sign-off, or"
            display "APPROVE or HOLD to decide one run: "
            accept func-arg
    end-accept.

    evaluate func-arg
        when "LIST"
        when "list"
            perform list-runs
        when "APPROVE"
        when "approve"
            move "A" to new-status
            perform decide-run
        when "HOLD"
        when "hold"
            move "H" to new-status
            perform decide-run
        when other
            display "Function must be LIST, APPROVE or HOLD."
    end-evaluate.

    stop run.

*>Lists the register's pending and held runs (every run, given ALL
*>as argument 2) in key order, followed by the decision already
*>recorded on each. The unexpected-group count (XGRP) comes from the
*>run's records in STATPEND.TXT, checked against the dataset's
*>catalogued group codes.
list-runs.
    display 2 upon argument-number.
    accept scope-arg from argument-value
        on exception move spaces to scope-arg
    end-accept.
    if scope-arg = "ALL" or scope-arg = "all"
        move 'Y' to list-all
    end-if.

    open input release-register.
    if rel-stat not = "00" and rel-stat not = "05"
        display "Release register unavailable, status " rel-stat
        stop run
    end-if.

    perform until rel-feof = 'Y'
        read release-register next record
            at end move 'Y' to rel-feof
            not at end
                if list-all = 'Y'
                        or rs-status = "P" or rs-status = "H"
                    perform keep-list-entry
                end-if
        end-read
    end-perform.
    close release-register.

    perform count-unexpected-groups.

    display " ".
    if list-all = 'Y'
        display "      Release Register"
    else
        display "      Runs Awaiting Sign-off"
    end-if.
    display output-underline.
    display output-list-cols.
    display output-underline.

    perform varying r from 1 by 1 until r > list-count
        perform display-list-entry
    end-perform.

    if list-count = 0
        display "  No runs to list."
    end-if.
    display output-underline.
    move list-count to out-list-count.
    display output-list-count-line.
    if list-dropped > 0
        move max-list-entries to out-max-list
        display output-dropped-line
    end-if.
    if cat-ok = 'N'
        display "  Dataset catalog unavailable; XGRP not checked."
    end-if.
    display " ".

*>Adds the register entry just read to list-table. Entries past the
*>table's capacity are counted so the listing can warn instead of
*>silently looking complete, like stattrend's dataset table.
keep-list-entry.
    if list-count < max-list-entries
        add 1 to list-count
        move rs-filename to li-filename(list-count)
        move rs-run-datetime to li-run-datetime(list-count)
        move rs-status to li-status(list-count)
        move rs-run-status to li-run-status(list-count)
        move rs-rejects to li-rejects(list-count)
        move rs-limit-result to li-limit-result(list-count)
        move rs-decided-by to li-decided-by(list-count)
        move rs-decided-at to li-decided-at(list-count)
        move rs-reason to li-reason(list-count)
        move rs-released-at to li-released-at(list-count)
        move 0 to li-unexpected(list-count)
    else
        add 1 to list-dropped
    end-if.

*>Reads STATPEND.TXT and, for each group record of a listed run,
*>counts a group code its dataset's catalog entry does not carry. A
*>dataset with no catalog entry, or one with no group codes
*>catalogued, has no expectations to break. Released runs have left
*>STATPEND.TXT, so they always show zero.
count-unexpected-groups.
    open input dataset-catalog.
    if cat-stat = "00" or cat-stat = "05"
        move 'Y' to cat-ok
        open input pending-file
        if pend-stat not = "00" and pend-stat not = "05"
            display "STATPEND.TXT unavailable, status " pend-stat
        else
            perform until pend-feof = 'Y'
                read pending-file
                    at end move 'Y' to pend-feof
                    not at end
                        if ex-group not = "*ALL"
                                and ex-group not = "*AOV"
                            perform check-pending-group
                        end-if
                end-read
            end-perform
            close pending-file
        end-if
        close dataset-catalog
    end-if.

*>Checks the group code of the STATPEND.TXT record just read against
*>its dataset's catalog entry, when the run is one being listed.
check-pending-group.
    move 0 to r-found.
    perform varying r from 1 by 1 until r > list-count
        if li-filename(r) = ex-filename
                and li-run-datetime(r) = ex-datetime
            move r to r-found
        end-if
    end-perform.

    if r-found > 0
        move ex-filename to cc-filename
        read dataset-catalog
            invalid key continue
            not invalid key
                if cc-group-list not = spaces
                    move 'N' to group-expected
                    perform varying g from 1 by 1 until g > 5
                        if cc-group(g) = ex-group
                            move 'Y' to group-expected
                        end-if
                    end-perform
                    if group-expected = 'N'
                        add 1 to li-unexpected(r-found)
                    end-if
                end-if
        end-read
    end-if.

*>Prints one listed run, with the decision already on it (if any)
*>and, for a released run, when it was released.
display-list-entry.
    evaluate li-status(r)
        when "P" move "PEND" to out-li-status
        when "A" move "APPR" to out-li-status
        when "H" move "HELD" to out-li-status
        when "R" move "REL" to out-li-status
        when "W" move "WDRN" to out-li-status
        when other move li-status(r) to out-li-status
    end-evaluate.
    move li-filename(r) to out-li-fname.
    move li-run-datetime(r) to out-li-dt.
    move li-run-status(r) to out-li-rc.
    move li-rejects(r) to out-li-rejects.
    move li-limit-result(r) to out-li-limits.
    move li-unexpected(r) to out-li-unexpected.
    display output-list-line.

    if li-decided-by(r) not = spaces
        move li-decided-by(r) to out-de-by
        move li-decided-at(r) to out-de-at
        move li-reason(r) to out-de-reason
        display output-decision-line
    end-if.
    if li-released-at(r) not = spaces
        move li-released-at(r) to out-re-at
        display output-released-line
    end-if.

*>Records an APPROVE or HOLD (new-status) on one run, named by
*>arguments 2 and 3 with the reason as argument 4 (prompted for
*>instead on an interactive run).
decide-run.
    display 2 upon argument-number.
    accept target-fname from argument-value
        on exception
            if interactive-run = 'Y'
                display "Dataset filename: "
                accept target-fname
            else
                display func-arg " needs a filename, a run date/time"
                    " and a reason."
                stop run
            end-if
    end-accept.

    display 3 upon argument-number.
    accept target-dt from argument-value
        on exception
            if interactive-run = 'Y'
                display "Run date/time (YYYY-MM-DD HH:MM:SS): "
                accept target-dt
            else
                display func-arg " needs a filename, a run date/time"
                    " and a reason."
                stop run
            end-if
    end-accept.

    display 4 upon argument-number.
    accept reason-arg from argument-value
        on exception
            if interactive-run = 'Y'
                display "Reason: "
                accept reason-arg
            else
                move spaces to reason-arg
            end-if
    end-accept.
    if reason-arg = spaces
        display "A sign-off decision needs a reason."
        stop run
    end-if.

    perform get-operator-id.

    *>The log is opened before the register is touched, so a
    *>decision can never be made without its log line.
    open extend signoff-log.
    if log-stat not = "00" and log-stat not = "05"
        display "Sign-off log STATSIGN.TXT unavailable, status "
            log-stat
        display "Nothing changed."
        stop run
    end-if.

    open i-o release-register.
    if rel-stat not = "00" and rel-stat not = "05"
        display "Release register unavailable, status " rel-stat
        close signoff-log
        stop run
    end-if.

    move target-fname to rs-filename.
    move target-dt to rs-run-datetime.
    read release-register
        invalid key
            display "No release register entry for " target-fname
                " " target-dt
        not invalid key
            perform record-decision
    end-read.

    close release-register.
    close signoff-log.

*>Applies the decision to the register entry just read, unless the
*>run has already been released or withdrawn.
record-decision.
    evaluate rs-status
        when "R"
            display "Run already released on " rs-released-at
                "; it cannot be decided again."
        when "W"
            display "Run was withdrawn; it cannot be decided."
        when other
            perform set-current-datetime
            move rs-status to prior-status
            move new-status to rs-status
            move oper-id to rs-decided-by
            move ws-formatted-datetime to rs-decided-at
            move reason-arg to rs-reason
            rewrite statrel-record
                invalid key
                    display "Release register entry could not be "
                        "updated."
                not invalid key
                    perform log-decision
            end-rewrite
    end-evaluate.

*>Writes the decision just recorded to the sign-off log and confirms
*>it to the supervisor.
log-decision.
    move ws-formatted-datetime to so-datetime.
    move oper-id to so-operator.
    if new-status = "A"
        move "APPROVE" to so-decision
    else
        move "HOLD" to so-decision
    end-if.
    move rs-filename to so-filename.
    move rs-run-datetime to so-run-datetime.
    move prior-status to so-prior.
    move reason-arg to so-reason.
    write signoff-line from signoff-entry.

    if new-status = "A"
        display "Run approved for release: " target-fname " "
            target-dt
    else
        display "Run held: " target-fname " " target-dt
    end-if.

*>Decisions are recorded under the supervisor's ID, taken from
*>STATOPER or asked for on an interactive run. Without one nothing is
*>changed.
get-operator-id.
    accept oper-id from environment "STATOPER"
        on exception move spaces to oper-id
    end-accept.
    if oper-id = spaces and interactive-run = 'Y'
        display "Operator ID: "
        accept oper-id
    end-if.
    if oper-id = spaces
        display "A sign-off decision needs an operator ID"
            " (set STATOPER)."
        stop run
    end-if.

*>Formats the current date and time the way the history files do.
set-current-datetime.
    move function current-date to ws-current-date.
    move ws-current-date(1:4) to fd-year.
    move ws-current-date(5:2) to fd-month.
    move ws-current-date(7:2) to fd-day.
    move ws-current-date(9:2) to fd-hour.
    move ws-current-date(11:2) to fd-min.
    move ws-current-date(13:2) to fd-sec.
