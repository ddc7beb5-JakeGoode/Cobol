*> Name: Jake Goode
*> Date: 10-15-2026
*> Run backout: withdraws one bad run's figures from the history files
*> so a corrupt or wrong feed stops feeding stattrend's averages,
*> statperiod's months and the control charts. The run is named by its
*> STATHIST.DAT key, the dataset filename plus the run date/time
*> (statinq lists them); statmeasure and statmold stamp the same
*> date/time on the run's STATLOG.TXT line, and statmeasure also on
*> its STATEXT.TXT and STATPEND.TXT records, which is how those are
*> found. APPLY deletes the STATHIST.DAT entry, removes the run's line
*> from its month's STATHIST-YYYYMM.TXT file (where statinq ARCHIVE
*> moves old entries) and any STATHIST or STATLOG record for the run
*> still waiting in the STATMEAS.OVF or STATMOLD.OVF overflow spool
*> (see statovf.cpy), so statcatch cannot write it back afterwards. It
*> removes the matching STATLOG.TXT and STATEXT.TXT lines, reopens the
*> STATOREJ.DAT entries the run closed as a reprocess run, deletes the
*> still-open entries its own rejects opened, takes the run's records
*> out of STATPEND.TXT and marks its STATREL.DAT release register
*> entry withdrawn (see statrel.cpy) so statpub can never release it,
*> and appends a reversal line to RUNCTL.TXT (see statrun.cpy) so
*> statops shows the run as withdrawn. A run already released
*> downstream is still withdrawn, with a warning that its figures have
*> left operations. Every file is opened and checked before anything
*> is changed, so one that cannot be had leaves the run untouched.
*> Every item removed, reopened, deleted or marked is written, with
*> the operator's ID, to the STATBACK.TXT backout log:
*>     statback PREVIEW <file> "<run date/time>"
*>                               lists what would be touched, changes
*>                               nothing
*>     statback APPLY <file> "<run date/time>"
*>                               withdraws the run
*> The operator ID is taken from the STATOPER environment variable,
*> or prompted for on an interactive run; APPLY will not run without
*> one. Run it outside the batch window: the flat files are rewritten
*> through the STATBACK.WRK work file. Finding nothing to withdraw is
*> handed back as return code 08.

identification division.
program-id. statback.

environment division.
input-output section.
file-control.
select standard-input assign to keyboard.
select standard-output assign to display.
select optional history-master assign to "STATHIST.DAT"
    organization is indexed
    access is dynamic
    record key is sh-key
    file status is hist-stat.
select optional history-file assign to "STATLOG.TXT"
    organization is line sequential
    file status is log-stat.
select optional archive-file assign to dynamic arch-fname
    organization is line sequential
    file status is arch-stat.
select optional overflow-file assign to dynamic ovf-fname
    organization is line sequential
    file status is ovf-stat.
select optional extract-file assign to "STATEXT.TXT"
    organization is line sequential
    file status is ext-stat.
select optional outstanding-master assign to "STATOREJ.DAT"
    organization is indexed
    access is dynamic
    record key is or-key
    file status is orej-stat.
select optional run-control-file assign to "RUNCTL.TXT"
    organization is line sequential
    file status is runctl-stat.
select optional pending-file assign to "STATPEND.TXT"
    organization is line sequential
    file status is pend-stat.
select optional release-register assign to "STATREL.DAT"
    organization is indexed
    access is dynamic
    record key is rs-key
    file status is rel-stat.
select work-file assign to "STATBACK.WRK"
    organization is line sequential
    file status is work-stat.
select optional backout-log assign to "STATBACK.TXT"
    organization is line sequential
    file status is back-stat.

data division.
file section.
fd standard-input.
    01 std-input      pic x(80).
fd standard-output.
    01 std-output     pic x(80).
fd history-master.
    copy "stathist.cpy".
fd history-file.
    copy "statlog.cpy".
fd archive-file.
    copy "statlog.cpy".
fd overflow-file.
    copy "statovf.cpy".
fd extract-file.
    copy "statext.cpy".
fd outstanding-master.
    copy "statorej.cpy".
fd run-control-file.
    copy "statrun.cpy".
fd pending-file.
    copy "statext.cpy".
fd release-register.
    copy "statrel.cpy".
fd work-file.
    01 work-line      pic x(208).
fd backout-log.
    01 backout-line   pic x(268).

working-storage section.
77 hist-stat      pic xx.
77 log-stat       pic xx.
77 ext-stat       pic xx.
77 orej-stat      pic xx.
77 runctl-stat    pic xx.
77 work-stat      pic xx.
77 pend-stat      pic xx.
77 rel-stat       pic xx.
77 back-stat      pic xx.
77 arch-stat      pic xx.
77 ovf-stat       pic xx.
77 arch-fname     pic x(30).
77 ovf-fname      pic x(30).
77 func-arg       pic x(10).
77 target-fname   pic x(30).
77 target-dt      pic x(20).
77 oper-id        pic x(8).
77 apply-run      pic a(1) value 'N'.
77 interactive-run pic a(1) value 'N'.
77 hist-found     pic a(1) value 'N'.
77 line-feof      pic a(1).
77 orej-feof      pic a(1).
77 log-removed    pic s9(6) value 0.
77 arch-removed   pic s9(6) value 0.
77 spool-removed  pic s9(6) value 0.
77 ovf-removed    pic s9(6).
77 ext-removed    pic s9(6) value 0.
77 orej-reopened  pic s9(6) value 0.
77 orej-deleted   pic s9(6) value 0.
77 orej-created   pic a(1) value 'N'.
77 pend-removed   pic s9(6) value 0.
77 rel-found      pic a(1) value 'N'.
77 items-found    pic s9(6) value 0.
77 ws-current-date pic x(21).
*>RUNCTL.TXT is shared with the statistics programs, so a lock on it
*>is waited out the same way they wait for each other.
77 retry-count    pic s9(2).
77 max-retries    pic s9(2) value 5.
77 wait-seconds   pic 9(1) value 1.
77 runctl-open-ok pic a(1).

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

*>One touched item, as listed on the screen and, for APPLY, written
*>to the backout log: when, who, which file, what was done, and the
*>record image itself.
01 backout-entry.
    02 bo-datetime pic x(20).
    02 filler      pic x(1) value space.
    02 bo-operator pic x(8).
    02 filler      pic x(1) value space.
    02 bo-file     pic x(20).
    02 filler      pic x(1) value space.
    02 bo-action   pic x(8).
    02 filler      pic x(1) value space.
    02 bo-image    pic x(208).

*>STATHIST.DAT entries are keyed and packed, so the log shows them
*>edited the way STATLOG.TXT carries the same figures.
01 hist-image.
    02 hi-filename pic x(30).
    02 filler      pic x(1) value space.
    02 hi-datetime pic x(20).
    02 filler      pic x(3) value " N=".
    02 hi-n        pic z(7)9.
    02 filler      pic x(6) value " MEAN=".
    02 hi-mean     pic -(8)9.9(2).
    02 filler      pic x(8) value " STDDEV=".
    02 hi-stddev   pic -(8)9.9(2).

*>A spooled STATHIST or STATLOG record carries a STATLOG.TXT line as
*>its image; this view picks out that line's run key.
01 spool-log-image.
    02 sp-datetime pic x(20).
    02 filler      pic x(1).
    02 sp-filename pic x(30).
    02 filler      pic x(59).

01 orej-image.
    02 oi-filename pic x(30).
    02 filler      pic x(5) value " REC=".
    02 oi-rec-num  pic zzzzz9.
    02 filler      pic x(5) value " RUN=".
    02 oi-run-date pic x(10).
    02 filler      pic x(8) value " OPENED=".
    02 oi-opened-run pic x(20).
    02 filler      pic x(8) value " STATUS=".
    02 oi-status   pic x(1).
    02 filler      pic x(8) value " CLOSED=".
    02 oi-closed-date pic x(10).
    02 filler      pic x(4) value " BY=".
    02 oi-closed-run pic x(20).

01 rel-image.
    02 ri-filename pic x(30).
    02 filler      pic x(1) value space.
    02 ri-datetime pic x(20).
    02 filler      pic x(8) value " STATUS=".
    02 ri-status   pic x(1).
    02 filler      pic x(4) value " RC=".
    02 ri-run-status pic 9(2).
    02 filler      pic x(5) value " REJ=".
    02 ri-rejects  pic zzzzz9.
    02 filler      pic x(8) value " LIMITS=".
    02 ri-limit-result pic x(4).
    02 filler      pic x(4) value " BY=".
    02 ri-decided-by pic x(8).

01 output-underline.
    02 filler      pic x(70) value all "-".

01 output-run-line.
    02 filler      pic x(8) value "  Run:  ".
    02 out-run-fname     pic x(30).
    02 filler      pic x(1) value space.
    02 out-run-dt  pic x(20).

01 output-counts-line.
    02 filler      pic x(15) value "  STATHIST.DAT=".
    02 out-hist-count    pic 9.
    02 filler      pic x(15) value "  STATLOG.TXT=".
    02 out-log-count     pic zzzzz9.
    02 filler      pic x(15) value "  STATEXT.TXT=".
    02 out-ext-count     pic zzzzz9.

01 output-counts-line-2.
    02 filler      pic x(15) value "  STATPEND.TXT=".
    02 out-pend-count    pic zzzzz9.
    02 filler      pic x(15) value "  STATREL.DAT=".
    02 out-rel-count     pic 9.
    02 filler      pic x(10) value "  ARCHIVE=".
    02 out-arch-count    pic zzzzz9.
    02 filler      pic x(9) value "  SPOOLS=".
    02 out-spool-count   pic zzzzz9.

01 output-counts-line-3.
    02 filler      pic x(24) value "  STATOREJ.DAT REOPENED=".
    02 out-orej-reopened pic zzzzz9.
    02 filler      pic x(10) value "  DELETED=".
    02 out-orej-deleted  pic zzzzz9.

01 output-released-line.
    02 filler      pic x(45) value
          "  *** RUN WAS ALREADY RELEASED DOWNSTREAM ON ".
    02 out-released-at   pic x(20).

procedure division.
    *>Open keyboard and screen use.
    open input standard-input, output standard-output.

    *>Allow unattended/cron use: the function, filename and run
    *>date/time come from the command line, the same way statinq
    *>takes its function; with no arguments the program prompts.
    display 1 upon argument-number.
    accept func-arg from argument-value
        on exception
            move 'Y' to interactive-run
            display " "
            display "Enter PREVIEW to list what a backout would touch,"
            display "or APPLY to withdraw the run: "
            accept func-arg
    end-accept.

    if func-arg = "APPLY" or func-arg = "apply"
        move 'Y' to apply-run
    else
        if func-arg not = "PREVIEW" and func-arg not = "preview"
            display "Function must be PREVIEW or APPLY."
            stop run
        end-if
    end-if.

    display 2 upon argument-number.
    accept target-fname from argument-value
        on exception
            if interactive-run = 'Y'
                display "Dataset filename: "
                accept target-fname
            else
                display func-arg " needs a filename and a run date/time."
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
                display func-arg " needs a filename and a run date/time."
                stop run
            end-if
    end-accept.

    *>Who withdrew the run goes in the log, so APPLY needs a name.
    accept oper-id from environment "STATOPER"
        on exception move spaces to oper-id
    end-accept.
    if oper-id = spaces and interactive-run = 'Y'
        display "Operator ID: "
        accept oper-id
    end-if.
    if oper-id = spaces and apply-run = 'Y'
        display "APPLY needs an operator ID (set STATOPER)."
        stop run
    end-if.

    perform set-current-datetime.
    move ws-formatted-datetime to bo-datetime.
    move oper-id to bo-operator.

    display " ".
    if apply-run = 'Y'
        display "      Run Backout"
        open extend backout-log
        if back-stat not = "00" and back-stat not = "05"
            display "Backout log STATBACK.TXT unavailable, status "
                back-stat
            display "Nothing changed."
            stop run
        end-if
    else
        display "      Run Backout Preview (nothing is changed)"
    end-if.
    move spaces to arch-fname.
    string "STATHIST-" target-dt(1:4) target-dt(6:2) ".TXT"
        delimited by size into arch-fname.
    perform check-backout-files.
    display output-underline.
    move target-fname to out-run-fname.
    move target-dt to out-run-dt.
    display output-run-line.
    display output-underline.

    perform backout-history-master.
    perform backout-history-archive.
    move "STATMEAS.OVF" to ovf-fname.
    perform backout-spool.
    move "STATMOLD.OVF" to ovf-fname.
    perform backout-spool.
    perform backout-history-log.
    perform backout-extract.
    perform reopen-outstanding-rejects.
    perform backout-pending.
    perform withdraw-release-entry.

    compute items-found = log-removed + ext-removed + orej-reopened
        + orej-deleted + pend-removed + arch-removed + spool-removed.
    if hist-found = 'Y'
        add 1 to items-found
    end-if.
    if rel-found = 'Y'
        add 1 to items-found
    end-if.

    if items-found > 0 and apply-run = 'Y'
        perform write-reversal-line
    end-if.

    display output-underline.
    if hist-found = 'Y'
        move 1 to out-hist-count
    else
        move 0 to out-hist-count
    end-if.
    move log-removed to out-log-count.
    move ext-removed to out-ext-count.
    display output-counts-line.
    move pend-removed to out-pend-count.
    move arch-removed to out-arch-count.
    move spool-removed to out-spool-count.
    if rel-found = 'Y'
        move 1 to out-rel-count
    else
        move 0 to out-rel-count
    end-if.
    display output-counts-line-2.
    move orej-reopened to out-orej-reopened.
    move orej-deleted to out-orej-deleted.
    display output-counts-line-3.
    display " ".

    if apply-run = 'Y'
        close backout-log
    end-if.

    *>Nothing on file for that key is worth the scheduler's notice:
    *>most likely a mistyped run date/time.
    if items-found = 0
        display "  Nothing found for that run."
        move 8 to return-code
    end-if.
    stop run.

*>Reads the run's STATHIST.DAT entry by its key and, on APPLY,
*>deletes it.
backout-history-master.
    if apply-run = 'Y'
        open i-o history-master
    else
        open input history-master
    end-if.
    if hist-stat not = "00" and hist-stat not = "05"
        display "Run history master unavailable, status " hist-stat
        stop run
    end-if.

    move target-fname to sh-filename.
    move target-dt to sh-datetime.
    read history-master
        invalid key continue
        not invalid key move 'Y' to hist-found
    end-read.

    if hist-found = 'Y'
        move sh-filename to hi-filename
        move sh-datetime to hi-datetime
        move sh-n to hi-n
        move sh-mean to hi-mean
        move sh-stddev to hi-stddev
        move "STATHIST.DAT" to bo-file
        move hist-image to bo-image
        if apply-run = 'Y'
            delete history-master record
                invalid key
                    display "STATHIST.DAT entry could not be deleted."
                    close history-master
                    stop run
            end-delete
        end-if
        perform show-backout-entry
    end-if.

    close history-master.

*>Removes the run's line from its month's STATHIST-YYYYMM.TXT file,
*>where statinq ARCHIVE puts STATHIST.DAT entries past retention, so
*>statperiod stops counting a run archived before it was withdrawn.
*>The file is rewritten through the work file the same way as
*>STATLOG.TXT below; a month never archived has no file and nothing
*>here.
backout-history-archive.
    open input archive-file.
    if arch-stat not = "00" and arch-stat not = "05"
        display arch-fname " unavailable, status " arch-stat
        stop run
    end-if.
    if apply-run = 'Y'
        perform open-work-output
    end-if.

    move arch-fname to bo-file.
    move 'N' to line-feof.
    perform until line-feof = 'Y'
        read archive-file
            at end move 'Y' to line-feof
            not at end
                if sl-filename in archive-file = target-fname
                        and sl-datetime in archive-file = target-dt
                    add 1 to arch-removed
                    move statlog-record in archive-file to bo-image
                    perform show-backout-entry
                else
                    if apply-run = 'Y'
                        write work-line
                            from statlog-record in archive-file
                    end-if
                end-if
        end-read
    end-perform.
    close archive-file.

    if apply-run = 'Y'
        close work-file
        if arch-removed > 0
            open input work-file
            open output archive-file
            move 'N' to line-feof
            perform until line-feof = 'Y'
                read work-file
                    at end move 'Y' to line-feof
                    not at end
                        write statlog-record in archive-file
                            from work-line
                end-read
            end-perform
            close work-file
            close archive-file
        end-if
    end-if.

*>Removes the run's STATHIST and STATLOG records from the overflow
*>spool named in ovf-fname, where statmeasure or statmold left them
*>when the shared files stayed busy, so statcatch cannot fold the
*>withdrawn run back in later. Its RUNCTL records stay: the run did
*>happen, and the reversal line says it was withdrawn.
backout-spool.
    open input overflow-file.
    if ovf-stat not = "00" and ovf-stat not = "05"
        display ovf-fname " unavailable, status " ovf-stat
        stop run
    end-if.
    if apply-run = 'Y'
        perform open-work-output
    end-if.

    move ovf-fname to bo-file.
    move 0 to ovf-removed.
    move 'N' to line-feof.
    perform until line-feof = 'Y'
        read overflow-file
            at end move 'Y' to line-feof
            not at end
                move ov-data to spool-log-image
                if (ov-target = "STATHIST" or ov-target = "STATLOG")
                        and sp-filename = target-fname
                        and sp-datetime = target-dt
                    add 1 to ovf-removed
                    move statovf-record to bo-image
                    perform show-backout-entry
                else
                    if apply-run = 'Y'
                        write work-line from statovf-record
                    end-if
                end-if
        end-read
    end-perform.
    close overflow-file.
    add ovf-removed to spool-removed.

    if apply-run = 'Y'
        close work-file
        if ovf-removed > 0
            open input work-file
            open output overflow-file
            move 'N' to line-feof
            perform until line-feof = 'Y'
                read work-file
                    at end move 'Y' to line-feof
                    not at end write statovf-record from work-line
                end-read
            end-perform
            close work-file
            close overflow-file
        end-if
    end-if.

*>Removes the run's STATLOG.TXT line(s): the kept lines are copied
*>to the work file and, once the whole log has been read, copied
*>back over it. A preview only reads the log.
backout-history-log.
    open input history-file.
    if log-stat not = "00" and log-stat not = "05"
        display "STATLOG.TXT unavailable, status " log-stat
        stop run
    end-if.
    if apply-run = 'Y'
        perform open-work-output
    end-if.

    move "STATLOG.TXT" to bo-file.
    move 'N' to line-feof.
    perform until line-feof = 'Y'
        read history-file
            at end move 'Y' to line-feof
            not at end
                if sl-filename in history-file = target-fname
                        and sl-datetime in history-file = target-dt
                    add 1 to log-removed
                    move statlog-record in history-file to bo-image
                    perform show-backout-entry
                else
                    if apply-run = 'Y'
                        write work-line
                            from statlog-record in history-file
                    end-if
                end-if
        end-read
    end-perform.
    close history-file.

    if apply-run = 'Y'
        close work-file
        if log-removed > 0
            open input work-file
            open output history-file
            move 'N' to line-feof
            perform until line-feof = 'Y'
                read work-file
                    at end move 'Y' to line-feof
                    not at end
                        write statlog-record in history-file
                            from work-line
                end-read
            end-perform
            close work-file
            close history-file
        end-if
    end-if.

*>Removes the run's records (the *ALL record, one per group and any
*>*AOV record) from STATEXT.TXT the same way. The extract holds only
*>the latest statmeasure run, so an older run simply has nothing
*>here. Lines are copied under the longer *AOV layout so neither
*>kind of record is cut short.
backout-extract.
    open input extract-file.
    if ext-stat not = "00" and ext-stat not = "05"
        display "STATEXT.TXT unavailable, status " ext-stat
        stop run
    end-if.
    if apply-run = 'Y'
        perform open-work-output
    end-if.

    move "STATEXT.TXT" to bo-file.
    move 'N' to line-feof.
    perform until line-feof = 'Y'
        read extract-file
            at end move 'Y' to line-feof
            not at end
                if ex-filename in extract-file = target-fname
                        and ex-datetime in extract-file = target-dt
                    add 1 to ext-removed
                    move statext-anova-record in extract-file
                        to bo-image
                    perform show-backout-entry
                else
                    if apply-run = 'Y'
                        write work-line
                            from statext-anova-record in extract-file
                    end-if
                end-if
        end-read
    end-perform.
    close extract-file.

    if apply-run = 'Y'
        close work-file
        if ext-removed > 0
            open input work-file
            open output extract-file
            move 'N' to line-feof
            perform until line-feof = 'Y'
                read work-file
                    at end move 'Y' to line-feof
                    not at end
                        write statext-anova-record in extract-file
                            from work-line
                end-read
            end-perform
            close work-file
            close extract-file
        end-if
    end-if.

*>Removes the run's records from STATPEND.TXT, where statmeasure
*>keeps them awaiting sign-off, the same way as from the extract;
*>the pending file has the extract's layout, so its fields are named
*>by file. A run statpub has already released or dropped has nothing
*>here.
backout-pending.
    open input pending-file.
    if pend-stat not = "00" and pend-stat not = "05"
        display "STATPEND.TXT unavailable, status " pend-stat
        stop run
    end-if.
    if apply-run = 'Y'
        perform open-work-output
    end-if.

    move "STATPEND.TXT" to bo-file.
    move 'N' to line-feof.
    perform until line-feof = 'Y'
        read pending-file
            at end move 'Y' to line-feof
            not at end
                if ex-filename in pending-file = target-fname
                        and ex-datetime in pending-file = target-dt
                    add 1 to pend-removed
                    move statext-anova-record in pending-file
                        to bo-image
                    perform show-backout-entry
                else
                    if apply-run = 'Y'
                        write work-line
                            from statext-anova-record in pending-file
                    end-if
                end-if
        end-read
    end-perform.
    close pending-file.

    if apply-run = 'Y'
        close work-file
        if pend-removed > 0
            open input work-file
            open output pending-file
            move 'N' to line-feof
            perform until line-feof = 'Y'
                read work-file
                    at end move 'Y' to line-feof
                    not at end
                        write statext-anova-record in pending-file
                            from work-line
                end-read
            end-perform
            close work-file
            close pending-file
        end-if
    end-if.

*>Marks the run's release register entry withdrawn (W), so statpub
*>will not release it and statsign no longer lists it. The entry
*>itself stays as the record of the run's sign-off. A run already
*>released has gone downstream, which the operator is warned of.
withdraw-release-entry.
    if apply-run = 'Y'
        open i-o release-register
    else
        open input release-register
    end-if.
    if rel-stat not = "00" and rel-stat not = "05"
        display "Release register unavailable, status " rel-stat
        stop run
    end-if.

    move target-fname to rs-filename.
    move target-dt to rs-run-datetime.
    read release-register
        invalid key continue
        not invalid key
            if rs-status not = "W"
                move 'Y' to rel-found
            end-if
    end-read.

    if rel-found = 'Y'
        move rs-filename to ri-filename
        move rs-run-datetime to ri-datetime
        move rs-status to ri-status
        move rs-run-status to ri-run-status
        move rs-rejects to ri-rejects
        move rs-limit-result to ri-limit-result
        move rs-decided-by to ri-decided-by
        move "STATREL.DAT" to bo-file
        move rel-image to bo-image
        perform show-backout-entry
        if rs-status = "R"
            move rs-released-at to out-released-at
            display output-released-line
        end-if
        if apply-run = 'Y'
            move "W" to rs-status
            rewrite statrel-record
                invalid key
                    display "STATREL.DAT entry could not be marked "
                        "withdrawn."
            end-rewrite
        end-if
    end-if.

    close release-register.

*>Opens every file the backout reads or rewrites, the keyed masters
*>in the mode the backout will use them in, and closes it again, all
*>before anything is changed: a file that cannot be had stops the
*>run here with nothing touched, never part way through a withdrawal.
check-backout-files.
    if apply-run = 'Y'
        open i-o history-master
    else
        open input history-master
    end-if.
    if hist-stat not = "00" and hist-stat not = "05"
        display "Run history master unavailable, status " hist-stat
        display "Nothing changed."
        stop run
    end-if.
    close history-master.

    open input history-file.
    if log-stat not = "00" and log-stat not = "05"
        display "STATLOG.TXT unavailable, status " log-stat
        display "Nothing changed."
        stop run
    end-if.
    close history-file.

    open input archive-file.
    if arch-stat not = "00" and arch-stat not = "05"
        display arch-fname " unavailable, status " arch-stat
        display "Nothing changed."
        stop run
    end-if.
    close archive-file.

    move "STATMEAS.OVF" to ovf-fname.
    perform check-spool-file.
    move "STATMOLD.OVF" to ovf-fname.
    perform check-spool-file.

    open input extract-file.
    if ext-stat not = "00" and ext-stat not = "05"
        display "STATEXT.TXT unavailable, status " ext-stat
        display "Nothing changed."
        stop run
    end-if.
    close extract-file.

    if apply-run = 'Y'
        open i-o outstanding-master
    else
        open input outstanding-master
    end-if.
    if orej-stat not = "00" and orej-stat not = "05"
        display "Outstanding-rejects master unavailable, status "
            orej-stat
        display "Nothing changed."
        stop run
    end-if.
    close outstanding-master.

    open input pending-file.
    if pend-stat not = "00" and pend-stat not = "05"
        display "STATPEND.TXT unavailable, status " pend-stat
        display "Nothing changed."
        stop run
    end-if.
    close pending-file.

    if apply-run = 'Y'
        open i-o release-register
    else
        open input release-register
    end-if.
    if rel-stat not = "00" and rel-stat not = "05"
        display "Release register unavailable, status " rel-stat
        display "Nothing changed."
        stop run
    end-if.
    close release-register.

    if apply-run = 'Y'
        open output work-file
        if work-stat not = "00"
            display "Work file STATBACK.WRK unavailable, status "
                work-stat
            display "Nothing changed."
            stop run
        end-if
        close work-file
    end-if.

*>Opens and closes the overflow spool named in ovf-fname, for
*>check-backout-files.
check-spool-file.
    open input overflow-file.
    if ovf-stat not = "00" and ovf-stat not = "05"
        display ovf-fname " unavailable, status " ovf-stat
        display "Nothing changed."
        stop run
    end-if.
    close overflow-file.

*>Starts the work file afresh for one flat file's kept lines.
open-work-output.
    open output work-file.
    if work-stat not = "00"
        display "Work file STATBACK.WRK unavailable, status "
            work-stat
        stop run
    end-if.

*>Reopens the dataset's STATOREJ.DAT entries the withdrawn run closed
*>as a reprocess run and deletes the still-open entries its own
*>rejects opened, each found by the run's date/time stamp on the
*>entry, so the master is left as it stood before the run.
reopen-outstanding-rejects.
    if apply-run = 'Y'
        open i-o outstanding-master
    else
        open input outstanding-master
    end-if.
    if orej-stat not = "00" and orej-stat not = "05"
        display "Outstanding-rejects master unavailable, status "
            orej-stat
        stop run
    end-if.

    move target-fname to or-filename.
    move 0 to or-rec-num.
    move low-values to or-run-date.
    move 'N' to orej-feof.
    start outstanding-master key >= or-key
        invalid key move 'Y' to orej-feof
    end-start.

    perform until orej-feof = 'Y'
        read outstanding-master next record
            at end move 'Y' to orej-feof
            not at end
                if or-filename = target-fname
                    evaluate true
                        when or-status = "C"
                                and or-closed-run = target-dt
                            perform reopen-one-outstanding
                        when or-status = "O"
                                and or-opened-run = target-dt
                            perform delete-one-outstanding
                    end-evaluate
                else
                    move 'Y' to orej-feof
                end-if
        end-read
    end-perform.

    close outstanding-master.

*>Lists (and on APPLY reopens) the closed entry just read.
reopen-one-outstanding.
    add 1 to orej-reopened.
    move 'N' to orej-created.
    perform show-outstanding-entry.
    if apply-run = 'Y'
        move "O" to or-status
        move spaces to or-closed-date
        move spaces to or-closed-run
        rewrite statorej-record
            invalid key
                display "STATOREJ.DAT entry could not be reopened."
        end-rewrite
    end-if.

*>Lists (and on APPLY deletes) the open entry just read, one the
*>withdrawn run's rejects opened.
delete-one-outstanding.
    add 1 to orej-deleted.
    move 'Y' to orej-created.
    perform show-outstanding-entry.
    if apply-run = 'Y'
        delete outstanding-master record
            invalid key
                display "STATOREJ.DAT entry could not be deleted."
        end-delete
    end-if.

*>Shows the STATOREJ.DAT entry just read as a backout item.
show-outstanding-entry.
    move "STATOREJ.DAT" to bo-file.
    move or-filename to oi-filename.
    move or-rec-num to oi-rec-num.
    move or-run-date to oi-run-date.
    move or-opened-run to oi-opened-run.
    move or-status to oi-status.
    move or-closed-date to oi-closed-date.
    move or-closed-run to oi-closed-run.
    move orej-image to bo-image.
    perform show-backout-entry.

*>Shows one touched item and, on APPLY, logs it. The action column
*>says what was (or, in a preview, would be) done.
show-backout-entry.
    evaluate true
        when bo-file = "STATOREJ.DAT" and orej-created = 'Y'
                and apply-run = 'Y'
            move "DELETED" to bo-action
        when bo-file = "STATOREJ.DAT" and orej-created = 'Y'
            move "DELETE" to bo-action
        when bo-file = "STATOREJ.DAT" and apply-run = 'Y'
            move "REOPENED" to bo-action
        when bo-file = "STATOREJ.DAT"
            move "REOPEN" to bo-action
        when bo-file = "STATREL.DAT" and apply-run = 'Y'
            move "MARKED W" to bo-action
        when bo-file = "STATREL.DAT"
            move "MARK W" to bo-action
        when apply-run = 'Y'
            move "REMOVED" to bo-action
        when other
            move "REMOVE" to bo-action
    end-evaluate.
    display backout-entry.
    if apply-run = 'Y'
        write backout-line from backout-entry
    end-if.

*>Appends the reversal line to RUNCTL.TXT so statops shows the run
*>as withdrawn, and logs it like any other item.
write-reversal-line.
    initialize statrun-reversal-record.
    move "STATBACK" to rx-program.
    move bo-datetime to rx-datetime.
    move "WITHDREW=" to rx-label.
    move target-fname to rx-filename.
    move target-dt to rx-run-datetime.
    move 0 to rx-status.
    perform open-run-control-retry.
    if runctl-open-ok = 'Y'
        write statrun-reversal-record
        close run-control-file
        move "RUNCTL.TXT" to bo-file
        move "APPENDED" to bo-action
        move statrun-reversal-record to bo-image
        display backout-entry
        write backout-line from backout-entry
    else
        display "Run control file unavailable, status " runctl-stat
        display "  Reversal line not written to RUNCTL.TXT."
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
*>the backout log and the reversal line.
set-current-datetime.
    move function current-date to ws-current-date.
    move ws-current-date(1:4) to fd-year.
    move ws-current-date(5:2) to fd-month.
    move ws-current-date(7:2) to fd-day.
    move ws-current-date(9:2) to fd-hour.
    move ws-current-date(11:2) to fd-min.
    move ws-current-date(13:2) to fd-sec.
