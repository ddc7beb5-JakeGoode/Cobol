*> Name: Jake Goode
*> Date: 10-15-2026
*> Inbound feed intake, run by statdriver ahead of the statistics
*> steps. Each feed's *HDR header record (see statrcv.cpy) carries
*> its business date and sequence number; the data rows after it are
*> counted and their values summed into a hash total. The feed is
*> then checked against the dataset's earlier receipts in the keyed
*> STATRCV.DAT register and held, with a return code the plan can
*> act on, when it:
*>     16  has no usable header, or is out of sequence (not one
*>         higher than the last feed received)
*>     18  repeats a business date already received
*>     20  has the same record count and hash total as an earlier
*>         receipt (a re-sent file)
*> Accepted feeds are registered and listed in STATACPT.TXT, one
*> filename per line, so the statistics step that follows can be
*> run as statmeasure @STATACPT.TXT and only ever sees accepted
*> files. The receipt report (STATRCPT.TXT, also displayed) lists
*> every feed examined with what was accepted and what was held:
*>     statrecv <file>           takes in one statmeasure feed
*>     statrecv <file> MOLD      takes in one statmold feed (G/T
*>                               trailers follow its data rows)
*>     statrecv @<listfile>      takes in every feed listed, one per
*>                               line, MOLD in columns 32-35 marking
*>                               a statmold feed
*>     statrecv FORCE <file> [MOLD]
*>                               accepts a held feed anyway (e.g.
*>                               after upstream resets its sequence);
*>                               the register marks it as forced
*> A corrected re-send of a feed whose run was withdrawn with statback
*> carries the same sequence number and business date as the bad
*> copy, so it is held; FORCE takes it in, replacing the register's
*> receipt for that sequence with the re-send's (marked forced).
*> A statmold feed is registered but not listed in STATACPT.TXT, since
*> statmold reads its own nums.txt.

identification division.
program-id. statrecv.

environment division.
input-output section.
file-control.
select standard-input assign to keyboard.
select standard-output assign to display.
select feed-file assign to dynamic feed-fname
    organization is line sequential
    file status is feed-stat.
select list-file assign to dynamic list-fname
    organization is line sequential
    file status is list-stat.
select optional receipt-register assign to "STATRCV.DAT"
    organization is indexed
    access is dynamic
    record key is fr-key
    file status is rcv-stat.
select receipt-report assign to "STATRCPT.TXT"
    organization is line sequential.
select accepted-list assign to "STATACPT.TXT"
    organization is line sequential.
select optional run-control-file assign to "RUNCTL.TXT"
    organization is line sequential
    file status is runctl-stat.

data division.
file section.
fd standard-input.
    01 std-input      pic x(80).
fd standard-output.
    01 std-output     pic x(80).
fd feed-file.
    01 feed-input     pic x(80).
fd list-file.
    01 list-input     pic x(40).
fd receipt-register.
    copy "statrcv.cpy".
fd receipt-report.
    01 report-line    pic x(120).
fd accepted-list.
    01 accepted-line  pic x(30).
fd run-control-file.
    copy "statrun.cpy".

working-storage section.
77 feed-fname     pic x(30).
77 feed-stat      pic xx.
77 feed-feof      pic a(1).
77 list-fname     pic x(30).
77 list-stat      pic xx.
77 list-feof      pic a(1) value 'N'.
77 rcv-stat       pic xx.
77 rcv-feof       pic a(1).
77 runctl-stat    pic xx.
77 func-arg       pic x(31).
77 format-arg     pic x(10).
77 arg-number     pic 9(2).
77 mold-format    pic a(1).
77 force-run      pic a(1) value 'N'.
77 interactive-run pic a(1) value 'N'.
77 hdr-found      pic a(1).
77 hdr-date       pic x(8).
77 hdr-seq        pic 9(6).
77 feed-count     pic 9(8).
77 feed-hash      pic s9(12)v9(2).
77 prior-found    pic a(1).
77 last-seq       pic 9(6).
77 date-seen      pic a(1).
77 date-seq       pic 9(6).
77 dup-seen       pic a(1).
77 dup-seq        pic 9(6).
77 expected-seq   pic 9(6).
77 hold-rc        pic 9(2).
77 ent-y          pic s9(4).
77 ent-m          pic s9(4).
77 ent-d          pic s9(4).
77 job-rc         pic 9(2) value 0.
77 new-rc         pic 9(2).
77 feeds-examined pic s9(6) value 0.
77 feeds-accepted pic s9(6) value 0.
77 feeds-held     pic s9(6) value 0.
77 rows-read      pic s9(8) value 0.
77 ws-current-date pic x(21).
*>RUNCTL.TXT is shared with the statistics programs, so a lock on it
*>is waited out the same way they wait for each other.
77 retry-count    pic s9(2).
77 max-retries    pic s9(2) value 5.
77 wait-seconds   pic 9(1) value 1.
77 runctl-open-ok pic a(1).

*>One feed record, seen as the header, a statmeasure data row (group
*>code then value) or a statmold data row (record type first).
01 feed-record-area    pic x(80).
01 feed-header-view redefines feed-record-area.
    02 fh-tag      pic x(4).
    02 fh-bus-date pic x(8).
    02 fh-seq      pic x(6).
    02 filler      pic x(62).
01 feed-row-view redefines feed-record-area.
    02 fv-group    pic x(4).
    02 fv-x        pic s9(6)v9(2).
    02 filler      pic x(68).
01 mold-row-view redefines feed-record-area.
    02 mv-type     pic x(1).
    02 mv-group    pic x(4).
    02 mv-x        pic s9(6)v9(2).
    02 filler      pic x(67).

*>One line of an @ list file: the feed's filename, and MOLD in
*>columns 32-35 for a statmold-format feed.
01 list-record.
    02 ls-fname    pic x(30).
    02 filler      pic x(1).
    02 ls-format   pic x(4).
    02 filler      pic x(5).

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

01 output-header-line.
    02 filler      pic x(27) value "FEED RECEIPT REPORT  RUN: ".
    02 out-hdr-datetime  pic x(20).

01 output-cols-line.
    02 filler      pic x(2) value spaces.
    02 filler      pic x(31) value "FEED".
    02 filler      pic x(9) value "BUS DATE".
    02 filler      pic x(7) value "   SEQ".
    02 filler      pic x(9) value "    ROWS".
    02 filler      pic x(18) value "      HASH TOTAL".
    02 filler      pic x(11) value "RESULT".
    02 filler      pic x(6) value "DETAIL".

01 output-underline.
    02 filler      pic x(110) value all "-".

01 output-receipt-line.
    02 filler      pic x(2) value spaces.
    02 out-rcv-fname     pic x(30).
    02 filler      pic x(1) value space.
    02 out-rcv-date      pic x(8).
    02 filler      pic x(1) value space.
    02 out-rcv-seq       pic x(6).
    02 filler      pic x(1) value space.
    02 out-rcv-count     pic z(7)9.
    02 filler      pic x(1) value space.
    02 out-rcv-hash      pic -(12)9.9(2).
    02 filler      pic x(2) value spaces.
    02 out-rcv-result    pic x(10).
    02 filler      pic x(1) value space.
    02 out-rcv-detail    pic x(28).

*>The detail column's wording, assembled per result.
01 detail-seq-text.
    02 filler      pic x(13) value "EXPECTED SEQ ".
    02 dt-exp-seq  pic 9(6).
01 detail-same-text.
    02 filler      pic x(12) value "SAME AS SEQ ".
    02 dt-same-seq pic 9(6).
01 detail-date-text.
    02 filler      pic x(17) value "DATE SEEN IN SEQ ".
    02 dt-date-seq pic 9(6).

01 output-totals-line.
    02 filler      pic x(14) value "  Examined =  ".
    02 out-examined      pic zzzzz9.
    02 filler      pic x(14) value "   Accepted = ".
    02 out-accepted      pic zzzzz9.
    02 filler      pic x(10) value "   Held = ".
    02 out-held    pic zzzzz9.

procedure division.
    *>Open keyboard and screen use.
    open input standard-input, output standard-output.

    *>Allow unattended/cron use: the feed (or @list, or FORCE) comes
    *>from the first command-line argument, the same way statmeasure
    *>accepts its filename as a run parameter.
    display 1 upon argument-number.
    accept func-arg from argument-value
        on exception
            move 'Y' to interactive-run
            display " "
            display "Enter a feed filename, or a list file of feeds"
            display "prefixed with @ to take them all in one run: "
            accept func-arg
    end-accept.

    move 2 to arg-number.
    if func-arg = "FORCE" or func-arg = "force"
        move 'Y' to force-run
        display 2 upon argument-number
        accept func-arg from argument-value
            on exception
                if interactive-run = 'Y'
                    display "Feed filename to accept: "
                    accept func-arg
                else
                    display "FORCE needs a feed filename."
                    stop run
                end-if
        end-accept
        move 3 to arg-number
    end-if.

    move spaces to format-arg.
    if func-arg(1:1) not = "@"
        display arg-number upon argument-number
        accept format-arg from argument-value
            on exception
                if interactive-run = 'Y'
                    display "Enter MOLD for a statmold feed, or press "
                        "Enter for a statmeasure feed: "
                    accept format-arg
                end-if
        end-accept
    end-if.

    open i-o receipt-register.
    if rcv-stat not = "00" and rcv-stat not = "05"
        display "Receipt register unavailable, status " rcv-stat
        move 12 to new-rc
        perform set-job-rc
        perform write-run-control
        move job-rc to return-code
        stop run
    end-if.

    perform set-current-datetime.
    move ws-formatted-datetime to out-hdr-datetime.
    open output receipt-report.
    open output accepted-list.
    write report-line from output-header-line.
    write report-line from output-cols-line.
    write report-line from output-underline.
    display " ".
    display output-header-line.
    display output-cols-line.
    display output-underline.

    if func-arg(1:1) = "@"
        move func-arg(2:30) to list-fname
        perform take-in-list
    else
        move func-arg to feed-fname
        if format-arg = "MOLD" or format-arg = "mold"
            move 'Y' to mold-format
        else
            move 'N' to mold-format
        end-if
        perform take-in-feed
    end-if.

    close receipt-register.
    close accepted-list.

    move feeds-examined to out-examined.
    move feeds-accepted to out-accepted.
    move feeds-held to out-held.
    write report-line from output-underline.
    write report-line from output-totals-line.
    close receipt-report.
    display output-underline.
    display output-totals-line.
    display " ".

    perform write-run-control.
    move job-rc to return-code.
    stop run.

*>Takes in every feed named in the @ list file, one per line.
take-in-list.
    open input list-file.
    if list-stat not = "00"
        display "List file " list-fname
            " does not exist or cannot be opened."
        move 12 to new-rc
        perform set-job-rc
    else
        perform until list-feof = 'Y'
            read list-file into list-record
                at end move 'Y' to list-feof
                not at end
                    if ls-fname not = spaces
                        move ls-fname to feed-fname
                        if ls-format = "MOLD" or ls-format = "mold"
                            move 'Y' to mold-format
                        else
                            move 'N' to mold-format
                        end-if
                        perform take-in-feed
                    end-if
            end-read
        end-perform
        close list-file
    end-if.

*>Reads one feed's header and totals, checks it against the
*>dataset's earlier receipts, and either registers it or holds it.
take-in-feed.
    add 1 to feeds-examined.
    move feed-fname to out-rcv-fname.
    move spaces to out-rcv-date, out-rcv-seq, out-rcv-detail.
    move 0 to out-rcv-count, out-rcv-hash.
    move 0 to hold-rc.

    perform read-feed-totals.

    if feed-feof = 'N'
        move "NOT FOUND" to out-rcv-result
        move "CANNOT BE OPENED" to out-rcv-detail
        add 1 to feeds-held
        move 12 to new-rc
        perform set-job-rc
    else
        move feed-count to out-rcv-count
        move feed-hash to out-rcv-hash
        if hdr-found = 'N'
            *>Without a header there is nothing to sequence or key the
            *>receipt on, so even FORCE cannot take it in.
            move "HELD-HDR" to out-rcv-result
            move "NO VALID *HDR RECORD" to out-rcv-detail
            add 1 to feeds-held
            move 16 to new-rc
            perform set-job-rc
        else
            move hdr-date to out-rcv-date
            move hdr-seq to out-rcv-seq
            perform check-prior-receipts
            perform decide-receipt
        end-if
    end-if.

    write report-line from output-receipt-line.
    display output-receipt-line.

*>Opens the feed and totals its data rows: the count and the sum of
*>their values. A statmeasure feed's rows run to the end of the file;
*>a statmold feed's stop at its first G or T trailer record. The
*>header, when present, must be the first record and carry a real
*>date and a numeric sequence number to count as found. A feed that
*>could not be opened is the only way out with feed-feof still 'N'.
read-feed-totals.
    move 'N' to hdr-found.
    move 'N' to feed-feof.
    move 0 to feed-count.
    move 0 to feed-hash.
    move spaces to hdr-date.
    move 0 to hdr-seq.

    open input feed-file.
    if feed-stat = "00"
        read feed-file into feed-record-area
            at end move 'Y' to feed-feof
        end-read
        if feed-feof = 'N' and fh-tag = "*HDR"
            perform check-feed-header
            read feed-file into feed-record-area
                at end move 'Y' to feed-feof
            end-read
        end-if
        perform until feed-feof = 'Y'
            if mold-format = 'Y'
                if mv-type = "G" or mv-type = "T"
                    move 'Y' to feed-feof
                else
                    add 1 to feed-count
                    if mv-x is numeric
                        add mv-x to feed-hash
                    end-if
                end-if
            else
                add 1 to feed-count
                if fv-x is numeric
                    add fv-x to feed-hash
                end-if
            end-if
            if feed-feof = 'N'
                read feed-file into feed-record-area
                    at end move 'Y' to feed-feof
                end-read
            end-if
        end-perform
        close feed-file
        add feed-count to rows-read
    end-if.

*>Validates the header record just read: a numeric sequence and a
*>business date that is a real calendar date.
check-feed-header.
    if fh-seq is numeric and fh-bus-date is numeric
        move fh-bus-date(1:4) to ent-y
        move fh-bus-date(5:2) to ent-m
        move fh-bus-date(7:2) to ent-d
        if ent-y >= 1601 and ent-m >= 1 and ent-m <= 12
                and ent-d >= 1 and ent-d <= 31
            move 'Y' to hdr-found
            move fh-bus-date to hdr-date
            move fh-seq to hdr-seq
        end-if
    end-if.

*>Walks the dataset's earlier receipts, noting the last sequence
*>number taken in, any receipt for the same business date, and any
*>receipt whose count and hash total match this feed's exactly.
check-prior-receipts.
    move 'N' to prior-found, date-seen, dup-seen.
    move 0 to last-seq, date-seq, dup-seq.
    move 'N' to rcv-feof.

    move feed-fname to fr-filename.
    move 0 to fr-seq.
    start receipt-register key >= fr-key
        invalid key move 'Y' to rcv-feof
    end-start.

    perform until rcv-feof = 'Y'
        read receipt-register next record
            at end move 'Y' to rcv-feof
            not at end
                if fr-filename = feed-fname
                    move 'Y' to prior-found
                    move fr-seq to last-seq
                    if fr-bus-date = hdr-date
                        move 'Y' to date-seen
                        move fr-seq to date-seq
                    end-if
                    if fr-count = feed-count and fr-hash = feed-hash
                        move 'Y' to dup-seen
                        move fr-seq to dup-seq
                    end-if
                else
                    move 'Y' to rcv-feof
                end-if
        end-read
    end-perform.

*>Applies the hold checks, most serious first, then registers the
*>feed unless it was held. FORCE takes a held feed in regardless,
*>keeping the reason it would have been held in the detail column.
decide-receipt.
    compute expected-seq = last-seq + 1.
    evaluate true
        when dup-seen = 'Y'
            move "HELD-DUP" to out-rcv-result
            move dup-seq to dt-same-seq
            move detail-same-text to out-rcv-detail
            move 20 to hold-rc
        when date-seen = 'Y'
            move "HELD-DATE" to out-rcv-result
            move date-seq to dt-date-seq
            move detail-date-text to out-rcv-detail
            move 18 to hold-rc
        when prior-found = 'Y' and hdr-seq not = expected-seq
            move "HELD-SEQ" to out-rcv-result
            move expected-seq to dt-exp-seq
            move detail-seq-text to out-rcv-detail
            move 16 to hold-rc
        when other
            move "ACCEPTED" to out-rcv-result
    end-evaluate.

    if hold-rc > 0 and force-run = 'Y'
        move "FORCED" to out-rcv-result
        move 0 to hold-rc
    end-if.

    if hold-rc > 0
        add 1 to feeds-held
        move hold-rc to new-rc
        perform set-job-rc
    else
        perform register-receipt
    end-if.

*>Writes the accepted feed to the register and, for a statmeasure
*>feed, to the accepted list. A sequence number already on file
*>(possible only under FORCE, e.g. a corrected re-send) has its
*>receipt replaced by this feed's; should that fail too, the feed is
*>held as out of sequence.
register-receipt.
    perform set-current-datetime.
    initialize statrcv-record.
    move feed-fname to fr-filename.
    move hdr-seq to fr-seq.
    move hdr-date to fr-bus-date.
    move feed-count to fr-count.
    move feed-hash to fr-hash.
    move ws-formatted-datetime to fr-recv-datetime.
    if force-run = 'Y'
        move 'Y' to fr-forced
    else
        move 'N' to fr-forced
    end-if.

    write statrcv-record
        invalid key
            if force-run = 'Y'
                rewrite statrcv-record
                    invalid key
                        move "HELD-SEQ" to out-rcv-result
                        move "SEQUENCE ALREADY ON FILE"
                            to out-rcv-detail
                        move 16 to hold-rc
                    not invalid key
                        move "REPLACED" to out-rcv-result
                end-rewrite
            else
                move "HELD-SEQ" to out-rcv-result
                move "SEQUENCE ALREADY ON FILE" to out-rcv-detail
                move 16 to hold-rc
            end-if
    end-write.

    if hold-rc > 0
        add 1 to feeds-held
        move hold-rc to new-rc
        perform set-job-rc
    else
        add 1 to feeds-accepted
        if mold-format = 'N'
            write accepted-line from feed-fname
        end-if
    end-if.

*>Raises the job return code to new-rc unless an already-worse
*>condition was seen; the codes are ordered by severity.
set-job-rc.
    if new-rc > job-rc
        move new-rc to job-rc
    end-if.

*>Appends this run's summary line to RUNCTL.TXT: feeds examined,
*>data rows read, feeds held and the final status.
write-run-control.
    perform set-current-datetime.
    initialize statrun-record.
    move "STATRECV" to rc-program.
    move ws-formatted-datetime to rc-datetime.
    move "FILES=" to rc-files-label.
    move feeds-examined to rc-files.
    move "READ=" to rc-read-label.
    move rows-read to rc-read.
    move "REJ=" to rc-rej-label.
    move feeds-held to rc-rejected.
    move "TRUNC=" to rc-trunc-label.
    move 0 to rc-truncated.
    move "STATUS=" to rc-status-label.
    move job-rc to rc-status.
    perform open-run-control-retry.
    if runctl-open-ok = 'Y'
        write statrun-record
        close run-control-file
    else
        display "Run control file unavailable, status " runctl-stat
    end-if.

*>Opens RUNCTL.TXT for append, waiting out a lock held by an
*>overlapping run before giving up.
open-run-control-retry.
    move 'N' to runctl-open-ok.
    perform varying retry-count from 0 by 1
            until runctl-open-ok = 'Y' or retry-count > max-retries
        if retry-count > 0
            call "C$SLEEP" using wait-seconds
        end-if
        open extend run-control-file
        if runctl-stat = "00" or runctl-stat = "05"
            move 'Y' to runctl-open-ok
        else
            if runctl-stat not = "93" and runctl-stat not = "94"
                    and runctl-stat not = "99"
                *>Not a sharing collision; waiting will not help.
                move max-retries to retry-count
            end-if
        end-if
    end-perform.

*>Formats the current date and time into ws-formatted-datetime, for
*>the report header and the register's receipt stamp.
set-current-datetime.
    move function current-date to ws-current-date.
    move ws-current-date(1:4) to fd-year.
    move ws-current-date(5:2) to fd-month.
    move ws-current-date(7:2) to fd-day.
    move ws-current-date(9:2) to fd-hour.
    move ws-current-date(11:2) to fd-min.
    move ws-current-date(13:2) to fd-sec.
