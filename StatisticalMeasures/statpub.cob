*> Name: Jake Goode
*> Date: 10-15-2026
*> Publish step for signed-off results: writes the figures of every
*> run approved in the STATREL.DAT release register (see statrel.cpy
*> and statsign.cob) to the STATREL.TXT release extract, in the
*> statext.cpy layout, for downstream jobs to read in place of
*> STATEXT.TXT, and marks each of those runs released with the time
*> it went. The figures come from STATPEND.TXT, where statmeasure
*> keeps every run's extract records until it is released: runs still
*> pending or held stay there for a later publish, and the records of
*> runs released or withdrawn are dropped. A run is marked released
*> before its records are written out and taken off STATPEND.TXT, so
*> one the register could not mark keeps its records for the next
*> publish; an approved run with no records waiting is left approved,
*> with a warning, rather than released empty. Like STATEXT.TXT, the
*> release extract is started afresh by each publish and holds only
*> what that publish released.
*>     statpub                   publishes the approved runs
*> Run it as a batch-window step after the supervisor's sign-off, not
*> alongside statmeasure: STATPEND.TXT is rewritten through the
*> STATPUB.WRK work file. A run approved while the publish is running
*> stays approved and goes out with the next one.

identification division.
program-id. statpub.

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
select release-extract assign to "STATREL.TXT"
    organization is line sequential
    file status is out-stat.
select work-file assign to "STATPUB.WRK"
    organization is line sequential
    file status is work-stat.

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
fd release-extract.
    01 release-line   pic x(208).
fd work-file.
    01 work-line      pic x(208).

working-storage section.
77 rel-stat       pic xx.
77 pend-stat      pic xx.
77 out-stat       pic xx.
77 work-stat      pic xx.
77 rel-feof       pic a(1) value 'N'.
77 line-feof      pic a(1) value 'N'.
77 approved-count pic s9(4) value 0.
77 max-approved   pic s9(4) value 500.
77 approved-dropped pic s9(6) value 0.
77 a              pic s9(4).
77 a-found        pic s9(4).
77 runs-released  pic s9(6) value 0.
77 recs-released  pic s9(6) value 0.
77 recs-kept      pic s9(6) value 0.
77 recs-dropped   pic s9(6) value 0.
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

*>The runs found approved when the publish started; only these are
*>released, so a decision made while it runs waits for the next one.
*>Approved runs past the table's capacity are counted and also left
*>for the next publish.
01 approved-table.
    02 approved-entry occurs 500 times.
        03 ap-filename     pic x(30).
        03 ap-run-datetime pic x(20).
        03 ap-records      pic s9(6).
        03 ap-marked       pic a(1).

01 output-underline.
    02 filler      pic x(70) value all "-".

01 output-released-run-line.
    02 filler      pic x(2) value spaces.
    02 out-rr-fname      pic x(30).
    02 filler      pic x(1) value space.
    02 out-rr-dt         pic x(20).
    02 filler      pic x(9) value " RECORDS=".
    02 out-rr-records    pic zzzzz9.

01 output-runs-line.
    02 filler      pic x(26) value "  Runs released =         ".
    02 out-runs-released pic zzzzz9.

01 output-recs-line.
    02 filler      pic x(26) value "  Records released =      ".
    02 out-recs-released pic zzzzz9.

01 output-kept-line.
    02 filler      pic x(26) value "  Records still pending = ".
    02 out-recs-kept     pic zzzzz9.

01 output-dropped-line.
    02 filler      pic x(26) value "  Records dropped =       ".
    02 out-recs-dropped  pic zzzzz9.

01 output-overflow-line.
    02 filler      pic x(30) value "  *** APPROVED RUNS BEYOND THE".
    02 out-max-approved  pic zzz9.
    02 filler      pic x(28) value " LEFT FOR THE NEXT PUBLISH".

procedure division.
    *>Open keyboard and screen use.
    open input standard-input, output standard-output.

    perform set-current-datetime.
    perform load-approved-runs.
    perform count-pending-records.
    perform check-publish-files.
    perform mark-runs-released.
    perform publish-pending-records.

    display " ".
    display "      Release Publish  " ws-formatted-datetime.
    display output-underline.
    perform varying a from 1 by 1 until a > approved-count
        if ap-marked(a) = 'Y'
            move ap-filename(a) to out-rr-fname
            move ap-run-datetime(a) to out-rr-dt
            move ap-records(a) to out-rr-records
            display output-released-run-line
        end-if
    end-perform.
    if runs-released = 0
        display "  No approved runs released."
    end-if.
    display output-underline.
    move runs-released to out-runs-released.
    display output-runs-line.
    move recs-released to out-recs-released.
    display output-recs-line.
    move recs-kept to out-recs-kept.
    display output-kept-line.
    move recs-dropped to out-recs-dropped.
    display output-dropped-line.
    if approved-dropped > 0
        move max-approved to out-max-approved
        display output-overflow-line
    end-if.
    display " ".

    stop run.

*>Reads the register for the runs approved and not yet released.
load-approved-runs.
    open input release-register.
    if rel-stat not = "00" and rel-stat not = "05"
        display "Release register unavailable, status " rel-stat
        move 12 to return-code
        stop run
    end-if.

    perform until rel-feof = 'Y'
        read release-register next record
            at end move 'Y' to rel-feof
            not at end
                if rs-status = "A"
                    perform keep-approved-run
                end-if
        end-read
    end-perform.

    close release-register.

*>Adds the approved run just read to approved-table.
keep-approved-run.
    if approved-count < max-approved
        add 1 to approved-count
        move rs-filename to ap-filename(approved-count)
        move rs-run-datetime to ap-run-datetime(approved-count)
        move 0 to ap-records(approved-count)
        move 'N' to ap-marked(approved-count)
    else
        add 1 to approved-dropped
    end-if.

*>Counts the records STATPEND.TXT holds for each approved run, so a
*>run with none waiting is not marked released.
count-pending-records.
    open input pending-file.
    if pend-stat not = "00" and pend-stat not = "05"
        display "STATPEND.TXT unavailable, status " pend-stat
        move 12 to return-code
        stop run
    end-if.

    move 'N' to line-feof.
    perform until line-feof = 'Y'
        read pending-file
            at end move 'Y' to line-feof
            not at end
                perform find-approved-run
                if a-found > 0
                    add 1 to ap-records(a-found)
                end-if
        end-read
    end-perform.

    close pending-file.

*>Finds the STATPEND.TXT record just read in approved-table, into
*>a-found (0 when its run is not there).
find-approved-run.
    move 0 to a-found.
    perform varying a from 1 by 1 until a > approved-count
        if ap-filename(a) = ex-filename
                and ap-run-datetime(a) = ex-datetime
            move a to a-found
        end-if
    end-perform.

*>Opens the release extract and the work file once before any run is
*>marked released, so neither can fail after the register has been
*>changed.
check-publish-files.
    open output release-extract.
    if out-stat not = "00"
        display "Release extract STATREL.TXT unavailable, status "
            out-stat
        display "Nothing released."
        move 12 to return-code
        stop run
    end-if.
    close release-extract.
    open output work-file.
    if work-stat not = "00"
        display "Work file STATPUB.WRK unavailable, status " work-stat
        display "Nothing released."
        move 12 to return-code
        stop run
    end-if.
    close work-file.

*>Sorts STATPEND.TXT three ways: the records of a run just marked
*>released go to the release extract; a run the register still holds
*>as pending, held or approved (including one approved but not
*>marked) stays for a later publish; and anything else -- a released
*>or withdrawn run, or one the register has no entry for -- is
*>dropped. The kept lines go to the work file and are copied back
*>over STATPEND.TXT at the end.
publish-pending-records.
    open input pending-file.
    if pend-stat not = "00" and pend-stat not = "05"
        display "STATPEND.TXT unavailable, status " pend-stat
        move 12 to return-code
        stop run
    end-if.
    open input release-register.
    if rel-stat not = "00" and rel-stat not = "05"
        display "Release register unavailable, status " rel-stat
        move 12 to return-code
        stop run
    end-if.
    open output release-extract.
    if out-stat not = "00"
        display "Release extract STATREL.TXT unavailable, status "
            out-stat
        move 12 to return-code
        stop run
    end-if.
    open output work-file.
    if work-stat not = "00"
        display "Work file STATPUB.WRK unavailable, status " work-stat
        move 12 to return-code
        stop run
    end-if.

    move 'N' to line-feof.
    perform until line-feof = 'Y'
        read pending-file
            at end move 'Y' to line-feof
            not at end perform sort-pending-record
        end-read
    end-perform.

    close pending-file.
    close release-register.
    close release-extract.
    close work-file.

    open input work-file.
    open output pending-file.
    move 'N' to line-feof.
    perform until line-feof = 'Y'
        read work-file
            at end move 'Y' to line-feof
            not at end write statext-anova-record from work-line
        end-read
    end-perform.
    close work-file.
    close pending-file.

*>Releases, keeps or drops the STATPEND.TXT record just read. Lines
*>are copied under the longer *AOV layout so neither kind of record
*>is cut short.
sort-pending-record.
    perform find-approved-run.

    if a-found > 0 and ap-marked(a-found) = 'Y'
        write release-line from statext-anova-record
        add 1 to recs-released
    else
        move ex-filename to rs-filename
        move ex-datetime to rs-run-datetime
        read release-register
            invalid key
                add 1 to recs-dropped
            not invalid key
                if rs-status = "P" or rs-status = "H"
                        or rs-status = "A"
                    write work-line from statext-anova-record
                    add 1 to recs-kept
                else
                    add 1 to recs-dropped
                end-if
        end-read
    end-if.

*>Marks each approved run with records waiting released, with the
*>time it went. Only the runs marked here are published; a run the
*>register cannot be opened for or rewritten stays approved, its
*>records kept for the next publish.
mark-runs-released.
    open i-o release-register.
    if rel-stat not = "00" and rel-stat not = "05"
        display "Release register unavailable, status " rel-stat
        display "  No runs marked released; records kept pending."
        move 12 to return-code
    else
        perform varying a from 1 by 1 until a > approved-count
            if ap-records(a) = 0
                display "  *** " ap-filename(a) " " ap-run-datetime(a)
                    " has no pending records; left approved."
                if return-code < 4
                    move 4 to return-code
                end-if
            else
                perform mark-one-released
            end-if
        end-perform
        close release-register
    end-if.

*>Marks approved run a released in the register.
mark-one-released.
    move ap-filename(a) to rs-filename.
    move ap-run-datetime(a) to rs-run-datetime.
    read release-register
        invalid key
            display "Release register entry missing for "
                ap-filename(a) " " ap-run-datetime(a)
        not invalid key
            move "R" to rs-status
            move ws-formatted-datetime to rs-released-at
            rewrite statrel-record
                invalid key
                    display "Release register entry could not be "
                        "marked released."
                not invalid key
                    move 'Y' to ap-marked(a)
                    add 1 to runs-released
            end-rewrite
    end-read.

*>Formats the current date and time the way the history files do.
set-current-datetime.
    move function current-date to ws-current-date.
    move ws-current-date(1:4) to fd-year.
    move ws-current-date(5:2) to fd-month.
    move ws-current-date(7:2) to fd-day.
    move ws-current-date(9:2) to fd-hour.
    move ws-current-date(11:2) to fd-min.
    move ws-current-date(13:2) to fd-sec.
