*> Name: Jake Goode
*> Date: 10-15-2026
*> Housekeeping for the keyed masters: STATHIST.DAT, STATLIM.DAT,
*> STATOREJ.DAT, STATCAT.DAT, the STATRCV.DAT receipt register, the
*> STATCAL.DAT business calendar, the STATREL.DAT release register
*> and the STATPROF.DAT run profiles.
*>     statmast UNLOAD [<master>|ALL]
*>                               writes each master (or just the one
*>                               named, e.g. STATLIM.DAT) to a dated
*>                               sequential backup <name>-YYYYMMDD.BAK,
*>                               one record image per line, ending in a
*>                               *TRL trailer with the record count and
*>                               a hash total
*>     statmast RELOAD <backup>  rebuilds the master named in the
*>                               backup's trailer from it; the record
*>                               count and hash total are checked
*>                               against the trailer first, and a
*>                               backup that does not agree with its
*>                               trailer replaces nothing
*>     statmast VERIFY           cross-checks the files and reports
*>                               STATHIST.DAT runs with no STATLOG.TXT
*>                               line and the reverse, STATLIM.DAT and
*>                               STATCAT.DAT keys for datasets that
*>                               have never run, and open STATOREJ.DAT
*>                               entries for datasets no longer
*>                               catalogued
*>     statmast CONVERT          reads a STATOREJ.DAT still in the
*>                               earlier 72-byte layout, without the
*>                               opening and closing run stamps, and
*>                               writes it to STATOREJ-YYYYMMDD.BAK in
*>                               the current layout (stamps blank) for
*>                               RELOAD to rebuild the master from
*> With no arguments the program prompts for the same choices.
*> RELOAD replaces a master wholesale, so it needs an operator ID
*> (STATOPER, or asked for on an interactive run) and records the
*> reload, with the backup's trailer as the after image, in the
*> STATAUDT.TXT audit trail (see stataud.cpy). The hash total is the
*> sum of one numeric field per record: N for STATHIST, maximum N
*> for STATLIM, record number for STATOREJ, frequency days for
*> STATCAT, record count for STATRCV, the date (as YYYYMMDD) for
*> STATCAL, reject count for STATREL and page size for STATPROF.
*> VERIFY treats a STATLOG.TXT line whose run statinq has archived
*> to its STATHIST-YYYYMM.TXT file as matched. Return codes: 08
*> VERIFY found problems, 12 a master or backup could not be read or
*> a backup did not agree with its trailer.

identification division.
program-id. statmast.

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
select optional limit-master assign to "STATLIM.DAT"
    organization is indexed
    access is dynamic
    record key is cl-key
    file status is lim-stat.
select optional outstanding-master assign to "STATOREJ.DAT"
    organization is indexed
    access is dynamic
    record key is or-key
    file status is orej-stat.
select optional dataset-catalog assign to "STATCAT.DAT"
    organization is indexed
    access is dynamic
    record key is cc-filename
    file status is cat-stat.
select optional receipt-register assign to "STATRCV.DAT"
    organization is indexed
    access is dynamic
    record key is fr-key
    file status is rcv-stat.
select optional business-calendar assign to "STATCAL.DAT"
    organization is indexed
    access is dynamic
    record key is bc-date
    file status is cal-stat.
select optional release-register assign to "STATREL.DAT"
    organization is indexed
    access is dynamic
    record key is rs-key
    file status is rel-stat.
select optional profile-master assign to "STATPROF.DAT"
    organization is indexed
    access is dynamic
    record key is pf-filename
    file status is prof-stat.
*>The same STATOREJ.DAT, read only by CONVERT, in its earlier layout.
select optional old-outstanding-master assign to "STATOREJ.DAT"
    organization is indexed
    access is dynamic
    record key is oo-key
    file status is oorej-stat.
select backup-file assign to dynamic bk-fname
    organization is line sequential
    file status is bk-stat.
select optional history-file assign to "STATLOG.TXT"
    organization is line sequential.
select optional archive-file assign to dynamic arch-fname
    organization is line sequential.
select optional audit-file assign to "STATAUDT.TXT"
    organization is line sequential
    file status is aud-stat.

data division.
file section.
fd standard-input.
    01 std-input      pic x(80).
fd standard-output.
    01 std-output     pic x(80).
fd history-master.
    copy "stathist.cpy".
fd limit-master.
    copy "statlim.cpy".
fd outstanding-master.
    copy "statorej.cpy".
fd old-outstanding-master.
    01 old-statorej-record.
        02 oo-key.
            03 oo-filename pic x(30).
            03 oo-rec-num  pic 9(6).
            03 oo-run-date pic x(10).
        02 oo-group    pic x(4).
        02 oo-value    pic s9(6)v9(2).
        02 oo-reason   pic x(3).
        02 oo-status   pic x(1).
        02 oo-closed-date pic x(10).
fd dataset-catalog.
    copy "statcat.cpy".
fd receipt-register.
    copy "statrcv.cpy".
fd business-calendar.
    copy "statcal.cpy".
fd release-register.
    copy "statrel.cpy".
fd profile-master.
    copy "statprof.cpy".
fd backup-file.
    01 backup-line    pic x(160).
fd history-file.
    copy "statlog.cpy".
fd archive-file.
    01 archive-line   pic x(100).
fd audit-file.
    copy "stataud.cpy".

working-storage section.
77 hist-stat      pic xx.
77 lim-stat       pic xx.
77 orej-stat      pic xx.
77 oorej-stat     pic xx.
77 cat-stat       pic xx.
77 rcv-stat       pic xx.
77 cal-stat       pic xx.
77 rel-stat       pic xx.
77 prof-stat      pic xx.
77 bk-stat        pic xx.
77 bk-fname       pic x(30).
77 arch-fname     pic x(30).
77 mast-arg       pic x(30).
77 target-arg     pic x(30).
77 interactive-run pic a(1) value 'N'.
77 master-name    pic x(12).
77 master-base    pic x(8).
77 mast-stat      pic xx.
77 mast-feof      pic a(1).
77 bk-feof        pic a(1).
77 log-feof       pic a(1).
77 arch-feof      pic a(1).
77 trailer-seen   pic a(1).
77 after-trailer  pic a(1).
77 rec-count      pic 9(8).
77 hash-total     pic 9(16).
77 load-count     pic s9(8).
77 load-failed    pic s9(8).
77 log-count      pic s9(6) value 0.
77 max-log-lines  pic s9(6) value 5000.
77 log-dropped    pic s9(6) value 0.
77 l              pic s9(6).
77 l-found        pic s9(6).
77 run-found      pic a(1).
77 problem-count  pic s9(6) value 0.
77 job-rc         pic 9(2) value 0.
77 new-rc         pic 9(2).
77 ws-current-date pic x(21).
77 aud-stat       pic xx.
77 oper-id        pic x(8).

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

*>One master record image or trailer, as written to and read back
*>from a backup line. The hash field of each master is picked out
*>through its own view.
01 backup-area         pic x(160).
01 hist-image redefines backup-area.
    02 filler      pic x(50).
    02 hi-n        pic 9(8).
    02 filler      pic x(102).
01 lim-image redefines backup-area.
    02 filler      pic x(82).
    02 li-n-max    pic 9(8).
    02 filler      pic x(70).
01 orej-image redefines backup-area.
    02 filler      pic x(30).
    02 oi-rec-num  pic 9(6).
    02 filler      pic x(124).
01 cat-image redefines backup-area.
    02 filler      pic x(40).
    02 ci-freq-days pic 9(4).
    02 filler      pic x(116).
01 rcv-image redefines backup-area.
    02 filler      pic x(44).
    02 ri-count    pic 9(8).
    02 filler      pic x(108).
01 cal-image redefines backup-area.
    02 ki-year     pic 9(4).
    02 filler      pic x(1).
    02 ki-month    pic 9(2).
    02 filler      pic x(1).
    02 ki-day      pic 9(2).
    02 filler      pic x(150).
01 rel-image redefines backup-area.
    02 filler      pic x(53).
    02 ei-rejects  pic 9(6).
    02 filler      pic x(101).
01 prof-image redefines backup-area.
    02 filler      pic x(62).
    02 pi-page-size pic 9(4).
    02 filler      pic x(94).
01 trailer-view redefines backup-area.
    02 tr-tag      pic x(4).
    02 tr-master   pic x(12).
    02 tr-date     pic x(8).
    02 tr-count    pic 9(8).
    02 tr-hash     pic 9(16).
    02 filler      pic x(112).

*>The trailer found at the end of a backup being reloaded.
01 reload-trailer      pic x(160).

*>Every STATLOG.TXT run key, marked off as the history master's runs
*>are matched against it.
01 log-table.
    02 log-entry occurs 5000 times.
        03 lg-fname    pic x(30).
        03 lg-datetime pic x(20).
        03 lg-matched  pic a(1).

01 output-underline.
    02 filler      pic x(70) value all "-".

01 output-unload-line.
    02 filler      pic x(2) value spaces.
    02 out-unl-master    pic x(12).
    02 filler      pic x(9) value " RECORDS=".
    02 out-unl-count     pic z(7)9.
    02 filler      pic x(6) value " HASH=".
    02 out-unl-hash      pic z(15)9.
    02 filler      pic x(4) value " -> ".
    02 out-unl-fname     pic x(30).

01 output-reload-line.
    02 filler      pic x(2) value spaces.
    02 out-rld-master    pic x(12).
    02 filler      pic x(10) value " RELOADED=".
    02 out-rld-count     pic z(7)9.
    02 filler      pic x(8) value " FAILED=".
    02 out-rld-failed    pic z(7)9.
    02 filler      pic x(6) value " FROM ".
    02 out-rld-fname     pic x(30).

01 output-trailer-line.
    02 filler      pic x(2) value spaces.
    02 out-trl-label     pic x(10).
    02 filler      pic x(9) value " RECORDS=".
    02 out-trl-count     pic z(7)9.
    02 filler      pic x(6) value " HASH=".
    02 out-trl-hash      pic z(15)9.

01 output-verify-line.
    02 filler      pic x(6) value "  *** ".
    02 out-vfy-text      pic x(28).
    02 out-vfy-fname     pic x(30).
    02 filler      pic x(1) value space.
    02 out-vfy-detail    pic x(20).

01 output-log-dropped-line.
    02 filler      pic x(23) value "  *** STATLOG TABLE (".
    02 out-max-log       pic zzzz9.
    02 filler      pic x(40) value
                  " LINES) FULL, HISTORY CHECK INCOMPLETE".

01 output-problem-count-line.
    02 filler      pic x(22) value "  Problems found =    ".
    02 out-problem-count pic zzzzz9.

procedure division.
    *>Open keyboard and screen use.
    open input standard-input, output standard-output.

    move function current-date to ws-current-date.

    *>Allow unattended/cron use: the function can be passed as the
    *>first command-line argument, the same way statinq takes ARCHIVE.
    display 1 upon argument-number.
    accept mast-arg from argument-value
        on exception
            move 'Y' to interactive-run
            display " "
            display "Enter UNLOAD, RELOAD, VERIFY or CONVERT: "
            accept mast-arg
    end-accept.

    evaluate mast-arg
        when "UNLOAD"
        when "unload"
            perform unload-run
        when "RELOAD"
        when "reload"
            perform reload-run
        when "VERIFY"
        when "verify"
            perform verify-run
        when "CONVERT"
        when "convert"
            perform convert-run
        when other
            display "Function must be UNLOAD, RELOAD, VERIFY or "
                "CONVERT."
            move 12 to job-rc
    end-evaluate.

    move job-rc to return-code.
    stop run.

*>Raises the job's return code to new-rc unless a worse condition
*>has already been seen, the same "worst wins" rule statmeasure uses.
set-job-rc.
    if new-rc > job-rc
        move new-rc to job-rc
    end-if.

*>Unloads every master, or only the one named in the second argument.
unload-run.
    display 2 upon argument-number.
    accept target-arg from argument-value
        on exception
            if interactive-run = 'Y'
                display "Master to unload (e.g. STATLIM.DAT), or ALL: "
                accept target-arg
            else
                move "ALL" to target-arg
            end-if
    end-accept.
    if target-arg = spaces or target-arg = "all"
        move "ALL" to target-arg
    end-if.

    display " ".
    display "      Master File Unload".
    display output-underline.

    if target-arg = "ALL" or target-arg = "STATHIST.DAT"
        perform unload-history
    end-if.
    if target-arg = "ALL" or target-arg = "STATLIM.DAT"
        perform unload-limits
    end-if.
    if target-arg = "ALL" or target-arg = "STATOREJ.DAT"
        perform unload-rejects
    end-if.
    if target-arg = "ALL" or target-arg = "STATCAT.DAT"
        perform unload-catalog
    end-if.
    if target-arg = "ALL" or target-arg = "STATRCV.DAT"
        perform unload-receipts
    end-if.
    if target-arg = "ALL" or target-arg = "STATCAL.DAT"
        perform unload-calendar
    end-if.
    if target-arg = "ALL" or target-arg = "STATREL.DAT"
        perform unload-releases
    end-if.
    if target-arg = "ALL" or target-arg = "STATPROF.DAT"
        perform unload-profiles
    end-if.

    if target-arg not = "ALL" and target-arg not = "STATHIST.DAT"
            and target-arg not = "STATLIM.DAT"
            and target-arg not = "STATOREJ.DAT"
            and target-arg not = "STATCAT.DAT"
            and target-arg not = "STATRCV.DAT"
            and target-arg not = "STATCAL.DAT"
            and target-arg not = "STATREL.DAT"
            and target-arg not = "STATPROF.DAT"
        display "  Unknown master " target-arg
        move 12 to new-rc
        perform set-job-rc
    end-if.
    display output-underline.
    display " ".

*>Names today's backup for master-base and opens it for writing.
open-backup-output.
    move spaces to bk-fname.
    string master-base delimited by space
        "-" ws-current-date(1:8) ".BAK" delimited by size
        into bk-fname.
    open output backup-file.
    move 0 to rec-count.
    move 0 to hash-total.

*>Writes the record image in backup-area to the backup.
write-backup-record.
    write backup-line from backup-area.
    add 1 to rec-count.

*>Ends the backup with its trailer and reports what was unloaded.
close-backup-output.
    move spaces to backup-area.
    move "*TRL" to tr-tag.
    move master-name to tr-master.
    move ws-current-date(1:8) to tr-date.
    move rec-count to tr-count.
    move hash-total to tr-hash.
    write backup-line from backup-area.
    close backup-file.

    move master-name to out-unl-master.
    move rec-count to out-unl-count.
    move hash-total to out-unl-hash.
    move bk-fname to out-unl-fname.
    display output-unload-line.

*>Reports a master that could not be opened for unloading.
report-unload-failure.
    display "  " master-name " unavailable, status " mast-stat
        ", not unloaded".
    move 12 to new-rc.
    perform set-job-rc.

unload-history.
    move "STATHIST.DAT" to master-name.
    move "STATHIST" to master-base.
    open input history-master.
    if hist-stat not = "00" and hist-stat not = "05"
        move hist-stat to mast-stat
        perform report-unload-failure
    else
        perform open-backup-output
        move 'N' to mast-feof
        perform until mast-feof = 'Y'
            read history-master next record
                at end move 'Y' to mast-feof
                not at end
                    move stathist-record to backup-area
                    add hi-n to hash-total
                    perform write-backup-record
            end-read
        end-perform
        close history-master
        perform close-backup-output
    end-if.

unload-limits.
    move "STATLIM.DAT" to master-name.
    move "STATLIM" to master-base.
    open input limit-master.
    if lim-stat not = "00" and lim-stat not = "05"
        move lim-stat to mast-stat
        perform report-unload-failure
    else
        perform open-backup-output
        move 'N' to mast-feof
        perform until mast-feof = 'Y'
            read limit-master next record
                at end move 'Y' to mast-feof
                not at end
                    move statlim-record to backup-area
                    add li-n-max to hash-total
                    perform write-backup-record
            end-read
        end-perform
        close limit-master
        perform close-backup-output
    end-if.

unload-rejects.
    move "STATOREJ.DAT" to master-name.
    move "STATOREJ" to master-base.
    open input outstanding-master.
    if orej-stat not = "00" and orej-stat not = "05"
        move orej-stat to mast-stat
        perform report-unload-failure
    else
        perform open-backup-output
        move 'N' to mast-feof
        perform until mast-feof = 'Y'
            read outstanding-master next record
                at end move 'Y' to mast-feof
                not at end
                    move statorej-record to backup-area
                    add oi-rec-num to hash-total
                    perform write-backup-record
            end-read
        end-perform
        close outstanding-master
        perform close-backup-output
    end-if.

*>Unloads a STATOREJ.DAT written in the earlier 72-byte layout to a
*>backup in the current one: each old record image is carried over
*>as it stands, the run stamps after it left blank, and hashed the
*>same way as an ordinary unload, so RELOAD takes the backup as it
*>would any other.
convert-run.
    display " ".
    display "      Outstanding-Rejects Master Conversion".
    display output-underline.
    move "STATOREJ.DAT" to master-name.
    move "STATOREJ" to master-base.
    open input old-outstanding-master.
    if oorej-stat not = "00" and oorej-stat not = "05"
        move oorej-stat to mast-stat
        perform report-unload-failure
    else
        perform open-backup-output
        move 'N' to mast-feof
        perform until mast-feof = 'Y'
            read old-outstanding-master next record
                at end move 'Y' to mast-feof
                not at end
                    move old-statorej-record to backup-area
                    add oi-rec-num to hash-total
                    perform write-backup-record
            end-read
        end-perform
        close old-outstanding-master
        perform close-backup-output
        display "  Rebuild with: statmast RELOAD " bk-fname
    end-if.
    display output-underline.
    display " ".

unload-catalog.
    move "STATCAT.DAT" to master-name.
    move "STATCAT" to master-base.
    open input dataset-catalog.
    if cat-stat not = "00" and cat-stat not = "05"
        move cat-stat to mast-stat
        perform report-unload-failure
    else
        perform open-backup-output
        move 'N' to mast-feof
        perform until mast-feof = 'Y'
            read dataset-catalog next record
                at end move 'Y' to mast-feof
                not at end
                    move statcat-record to backup-area
                    add ci-freq-days to hash-total
                    perform write-backup-record
            end-read
        end-perform
        close dataset-catalog
        perform close-backup-output
    end-if.

unload-receipts.
    move "STATRCV.DAT" to master-name.
    move "STATRCV" to master-base.
    open input receipt-register.
    if rcv-stat not = "00" and rcv-stat not = "05"
        move rcv-stat to mast-stat
        perform report-unload-failure
    else
        perform open-backup-output
        move 'N' to mast-feof
        perform until mast-feof = 'Y'
            read receipt-register next record
                at end move 'Y' to mast-feof
                not at end
                    move statrcv-record to backup-area
                    add ri-count to hash-total
                    perform write-backup-record
            end-read
        end-perform
        close receipt-register
        perform close-backup-output
    end-if.

unload-calendar.
    move "STATCAL.DAT" to master-name.
    move "STATCAL" to master-base.
    open input business-calendar.
    if cal-stat not = "00" and cal-stat not = "05"
        move cal-stat to mast-stat
        perform report-unload-failure
    else
        perform open-backup-output
        move 'N' to mast-feof
        perform until mast-feof = 'Y'
            read business-calendar next record
                at end move 'Y' to mast-feof
                not at end
                    move statcal-record to backup-area
                    compute hash-total = hash-total
                        + ki-year * 10000 + ki-month * 100 + ki-day
                    perform write-backup-record
            end-read
        end-perform
        close business-calendar
        perform close-backup-output
    end-if.

unload-releases.
    move "STATREL.DAT" to master-name.
    move "STATREL" to master-base.
    open input release-register.
    if rel-stat not = "00" and rel-stat not = "05"
        move rel-stat to mast-stat
        perform report-unload-failure
    else
        perform open-backup-output
        move 'N' to mast-feof
        perform until mast-feof = 'Y'
            read release-register next record
                at end move 'Y' to mast-feof
                not at end
                    move statrel-record to backup-area
                    add ei-rejects to hash-total
                    perform write-backup-record
            end-read
        end-perform
        close release-register
        perform close-backup-output
    end-if.

unload-profiles.
    move "STATPROF.DAT" to master-name.
    move "STATPROF" to master-base.
    open input profile-master.
    if prof-stat not = "00" and prof-stat not = "05"
        move prof-stat to mast-stat
        perform report-unload-failure
    else
        perform open-backup-output
        move 'N' to mast-feof
        perform until mast-feof = 'Y'
            read profile-master next record
                at end move 'Y' to mast-feof
                not at end
                    move statprof-record to backup-area
                    add pi-page-size to hash-total
                    perform write-backup-record
            end-read
        end-perform
        close profile-master
        perform close-backup-output
    end-if.

*>Rebuilds the master named in a backup's trailer. The backup is read
*>through three times: once to find the trailer (which must be its
*>last line), once to count and hash the record images the way the
*>unload did, and only when both agree with the trailer, once more to
*>load them into the emptied master.
reload-run.
    display 2 upon argument-number.
    accept bk-fname from argument-value
        on exception
            if interactive-run = 'Y'
                display "Backup file to reload from: "
                accept bk-fname
            else
                display "RELOAD needs a backup file name."
                move 12 to job-rc
                move job-rc to return-code
                stop run
            end-if
    end-accept.

    perform get-operator-id.

    display " ".
    display "      Master File Reload".
    display output-underline.

    perform find-backup-trailer.
    if trailer-seen = 'N'
        display "  No *TRL trailer at the end of the backup;"
        display "  nothing replaced."
        move 12 to new-rc
        perform set-job-rc
    else
        move reload-trailer to backup-area
        move tr-master to master-name
        if master-name not = "STATHIST.DAT"
                and master-name not = "STATLIM.DAT"
                and master-name not = "STATOREJ.DAT"
                and master-name not = "STATCAT.DAT"
                and master-name not = "STATRCV.DAT"
                and master-name not = "STATCAL.DAT"
                and master-name not = "STATREL.DAT"
                and master-name not = "STATPROF.DAT"
            display "  Trailer names unknown master " master-name
            display "  nothing replaced."
            move 12 to new-rc
            perform set-job-rc
        else
            perform check-backup-totals
        end-if
    end-if.
    display output-underline.
    display " ".

*>Reads the whole backup, keeping its last line in reload-trailer.
*>trailer-seen is left 'Y' only when that last line is a trailer.
find-backup-trailer.
    move 'N' to trailer-seen.
    move spaces to reload-trailer.
    open input backup-file.
    if bk-stat not = "00"
        display "  Backup " bk-fname " unavailable, status " bk-stat
    else
        move 'N' to bk-feof
        perform until bk-feof = 'Y'
            read backup-file
                at end move 'Y' to bk-feof
                not at end move backup-line to reload-trailer
            end-read
        end-perform
        close backup-file
        if reload-trailer(1:4) = "*TRL"
            move 'Y' to trailer-seen
        end-if
    end-if.

*>Counts and hashes the record images ahead of the trailer and loads
*>them only when both totals agree with it. A second trailer part way
*>through means two backups were run together, and is refused too.
check-backup-totals.
    move 0 to rec-count.
    move 0 to hash-total.
    move 'N' to after-trailer.
    open input backup-file.
    move 'N' to bk-feof.
    perform until bk-feof = 'Y'
        read backup-file
            at end move 'Y' to bk-feof
            not at end
                move backup-line to backup-area
                if tr-tag = "*TRL"
                    if after-trailer = 'Y'
                        move 'X' to after-trailer
                    else
                        move 'Y' to after-trailer
                    end-if
                else
                    if after-trailer = 'Y'
                        move 'X' to after-trailer
                    end-if
                    perform hash-backup-record
                end-if
        end-read
    end-perform.
    close backup-file.

    move reload-trailer to backup-area.
    move "TRAILER" to out-trl-label.
    move tr-count to out-trl-count.
    move tr-hash to out-trl-hash.
    display output-trailer-line.
    move "BACKUP" to out-trl-label.
    move rec-count to out-trl-count.
    move hash-total to out-trl-hash.
    display output-trailer-line.

    if after-trailer = 'X'
        display "  Backup has lines after a trailer; nothing replaced."
        move 12 to new-rc
        perform set-job-rc
    else
        if rec-count not = tr-count or hash-total not = tr-hash
            display "  Backup does not agree with its trailer;"
            display "  nothing replaced."
            move 12 to new-rc
            perform set-job-rc
        else
            perform open-audit-trail
            perform load-backup
            close audit-file
        end-if
    end-if.

*>Adds the record image in backup-area to the totals for the master
*>being reloaded.
hash-backup-record.
    add 1 to rec-count.
    evaluate master-name
        when "STATHIST.DAT" add hi-n to hash-total
        when "STATLIM.DAT"  add li-n-max to hash-total
        when "STATOREJ.DAT" add oi-rec-num to hash-total
        when "STATCAT.DAT"  add ci-freq-days to hash-total
        when "STATRCV.DAT"  add ri-count to hash-total
        when "STATCAL.DAT"
            compute hash-total = hash-total
                + ki-year * 10000 + ki-month * 100 + ki-day
        when "STATREL.DAT"  add ei-rejects to hash-total
        when "STATPROF.DAT" add pi-page-size to hash-total
    end-evaluate.

*>Empties the master and writes every record image back into it. A
*>record the master refuses (a duplicate key in a hand-edited
*>backup) is counted as failed rather than stopping the reload.
load-backup.
    move 0 to load-count.
    move 0 to load-failed.
    evaluate master-name
        when "STATHIST.DAT"
            open output history-master
            move hist-stat to mast-stat
        when "STATLIM.DAT"
            open output limit-master
            move lim-stat to mast-stat
        when "STATOREJ.DAT"
            open output outstanding-master
            move orej-stat to mast-stat
        when "STATCAT.DAT"
            open output dataset-catalog
            move cat-stat to mast-stat
        when "STATRCV.DAT"
            open output receipt-register
            move rcv-stat to mast-stat
        when "STATCAL.DAT"
            open output business-calendar
            move cal-stat to mast-stat
        when "STATREL.DAT"
            open output release-register
            move rel-stat to mast-stat
        when "STATPROF.DAT"
            open output profile-master
            move prof-stat to mast-stat
    end-evaluate.
    if mast-stat not = "00"
        display "  " master-name " could not be rebuilt, status "
            mast-stat
        move 12 to new-rc
        perform set-job-rc
    else
        open input backup-file
        move 'N' to bk-feof
        perform until bk-feof = 'Y'
            read backup-file
                at end move 'Y' to bk-feof
                not at end
                    move backup-line to backup-area
                    if tr-tag not = "*TRL"
                        perform load-one-record
                    end-if
            end-read
        end-perform
        close backup-file
        evaluate master-name
            when "STATHIST.DAT" close history-master
            when "STATLIM.DAT"  close limit-master
            when "STATOREJ.DAT" close outstanding-master
            when "STATCAT.DAT"  close dataset-catalog
            when "STATRCV.DAT"  close receipt-register
            when "STATCAL.DAT"  close business-calendar
            when "STATREL.DAT"  close release-register
            when "STATPROF.DAT" close profile-master
        end-evaluate

        perform write-audit-entry

        move master-name to out-rld-master
        move load-count to out-rld-count
        move load-failed to out-rld-failed
        move bk-fname to out-rld-fname
        display output-reload-line
        if load-failed > 0
            move 12 to new-rc
            perform set-job-rc
        end-if
    end-if.

*>Writes the record image in backup-area into the master.
load-one-record.
    evaluate master-name
        when "STATHIST.DAT"
            move backup-area to stathist-record
            write stathist-record
                invalid key add 1 to load-failed
                not invalid key add 1 to load-count
            end-write
        when "STATLIM.DAT"
            move backup-area to statlim-record
            write statlim-record
                invalid key add 1 to load-failed
                not invalid key add 1 to load-count
            end-write
        when "STATOREJ.DAT"
            move backup-area to statorej-record
            write statorej-record
                invalid key add 1 to load-failed
                not invalid key add 1 to load-count
            end-write
        when "STATCAT.DAT"
            move backup-area to statcat-record
            write statcat-record
                invalid key add 1 to load-failed
                not invalid key add 1 to load-count
            end-write
        when "STATRCV.DAT"
            move backup-area to statrcv-record
            write statrcv-record
                invalid key add 1 to load-failed
                not invalid key add 1 to load-count
            end-write
        when "STATCAL.DAT"
            move backup-area to statcal-record
            write statcal-record
                invalid key add 1 to load-failed
                not invalid key add 1 to load-count
            end-write
        when "STATREL.DAT"
            move backup-area to statrel-record
            write statrel-record
                invalid key add 1 to load-failed
                not invalid key add 1 to load-count
            end-write
        when "STATPROF.DAT"
            move backup-area to statprof-record
            write statprof-record
                invalid key add 1 to load-failed
                not invalid key add 1 to load-count
            end-write
    end-evaluate.

*>A reload is audited under the operator's ID, taken from STATOPER
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
        display "RELOAD needs an operator ID (set STATOPER)."
        move 12 to job-rc
        move job-rc to return-code
        stop run
    end-if.

*>Opens the STATAUDT.TXT audit trail for append before the master is
*>emptied, so a reload can never happen without its audit line.
open-audit-trail.
    open extend audit-file.
    if aud-stat not = "00" and aud-stat not = "05"
        display "  Audit trail STATAUDT.TXT unavailable, status "
            aud-stat
        display "  nothing replaced."
        move 12 to job-rc
        move job-rc to return-code
        stop run
    end-if.

*>Records the reload: the master, the backup it came from and that
*>backup's trailer (record count and hash total) as the after image.
write-audit-entry.
    perform set-current-datetime.
    move spaces to stataud-record.
    move ws-formatted-datetime to au-datetime.
    move oper-id to au-operator.
    move "STATMAST" to au-program.
    move "RELOAD" to au-function.
    move master-name to au-file.
    move bk-fname to au-key.
    move spaces to au-before.
    move reload-trailer to au-after.
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

*>Cross-checks the masters against each other and against STATLOG.TXT.
verify-run.
    display " ".
    display "      Master File Verification".
    display output-underline.

    perform load-log-table.
    perform verify-history-log.
    perform verify-never-run.
    perform verify-open-rejects.

    display output-underline.
    if log-dropped > 0
        move max-log-lines to out-max-log
        display output-log-dropped-line
    end-if.
    move problem-count to out-problem-count.
    display output-problem-count-line.
    display " ".

    *>Inconsistent files are something the scheduler must see, the
    *>same way statwatch reports what it finds.
    if problem-count > 0
        move 8 to new-rc
        perform set-job-rc
    end-if.

*>Reads every STATLOG.TXT run key into log-table.
load-log-table.
    open input history-file.
    move 'N' to log-feof.
    perform until log-feof = 'Y'
        read history-file
            at end move 'Y' to log-feof
            not at end
                if log-count < max-log-lines
                    add 1 to log-count
                    move sl-filename to lg-fname(log-count)
                    move sl-datetime to lg-datetime(log-count)
                    move 'N' to lg-matched(log-count)
                else
                    add 1 to log-dropped
                end-if
        end-read
    end-perform.
    close history-file.

*>Matches every STATHIST.DAT run against the STATLOG.TXT keys,
*>reporting runs with no log line, then reports the log lines no run
*>matched whose run is not in statinq's monthly archive either.
verify-history-log.
    display "  History master against STATLOG.TXT:".
    open input history-master.
    if hist-stat not = "00" and hist-stat not = "05"
        display "  Run history master unavailable, status " hist-stat
        move 12 to new-rc
        perform set-job-rc
    else
        move 'N' to mast-feof
        perform until mast-feof = 'Y'
            read history-master next record
                at end move 'Y' to mast-feof
                not at end perform match-history-run
            end-read
        end-perform
        close history-master

        perform varying l from 1 by 1 until l > log-count
            if lg-matched(l) = 'N'
                perform find-archived-run
                if run-found = 'N'
                    move "STATLOG LINE, NO HIST RUN" to out-vfy-text
                    move lg-fname(l) to out-vfy-fname
                    move lg-datetime(l) to out-vfy-detail
                    display output-verify-line
                    add 1 to problem-count
                end-if
            end-if
        end-perform
    end-if.

*>Marks the log line for the history run just read as matched, or
*>reports the run as having no log line. With the log table full the
*>run may simply be past its capacity, so nothing is reported then.
match-history-run.
    move 0 to l-found.
    perform varying l from 1 by 1 until l > log-count or l-found > 0
        if lg-fname(l) = sh-filename and lg-datetime(l) = sh-datetime
            move l to l-found
            move 'Y' to lg-matched(l)
        end-if
    end-perform.
    if l-found = 0 and log-dropped = 0
        move "HIST RUN, NO STATLOG LINE" to out-vfy-text
        move sh-filename to out-vfy-fname
        move sh-datetime to out-vfy-detail
        display output-verify-line
        add 1 to problem-count
    end-if.

*>Looks for log line l's run in the STATHIST-YYYYMM.TXT file statinq
*>archives that month's runs to, leaving run-found 'Y' when it is
*>there.
find-archived-run.
    move 'N' to run-found.
    move spaces to arch-fname.
    string "STATHIST-" lg-datetime(l)(1:4) lg-datetime(l)(6:2) ".TXT"
        delimited by size into arch-fname.
    open input archive-file.
    move 'N' to arch-feof.
    perform until arch-feof = 'Y'
        read archive-file
            at end move 'Y' to arch-feof
            not at end
                if archive-line(1:20) = lg-datetime(l)
                        and archive-line(22:30) = lg-fname(l)
                    move 'Y' to run-found
                    move 'Y' to arch-feof
                end-if
        end-read
    end-perform.
    close archive-file.

*>Reports STATLIM.DAT and STATCAT.DAT keys whose dataset has never
*>run: no run in STATHIST.DAT and no line in STATLOG.TXT (which
*>keeps the runs statinq has archived out of the master).
verify-never-run.
    display "  Limit and catalog keys against the run history:".
    open input history-master.
    if hist-stat not = "00" and hist-stat not = "05"
        display "  Run history master unavailable, status " hist-stat
        move 12 to new-rc
        perform set-job-rc
    else
        open input limit-master
        if lim-stat not = "00" and lim-stat not = "05"
            display "  Control-limit master unavailable, status "
                lim-stat
            move 12 to new-rc
            perform set-job-rc
        else
            move 'N' to mast-feof
            perform until mast-feof = 'Y'
                read limit-master next record
                    at end move 'Y' to mast-feof
                    not at end
                        move cl-filename to target-arg
                        perform find-any-run
                        if run-found = 'N'
                            move "LIMIT KEY, DATASET NEVER RUN"
                                to out-vfy-text
                            move cl-filename to out-vfy-fname
                            move cl-group to out-vfy-detail
                            display output-verify-line
                            add 1 to problem-count
                        end-if
                end-read
            end-perform
            close limit-master
        end-if

        open input dataset-catalog
        if cat-stat not = "00" and cat-stat not = "05"
            display "  Dataset catalog unavailable, status " cat-stat
            move 12 to new-rc
            perform set-job-rc
        else
            move 'N' to mast-feof
            perform until mast-feof = 'Y'
                read dataset-catalog next record
                    at end move 'Y' to mast-feof
                    not at end
                        move cc-filename to target-arg
                        perform find-any-run
                        if run-found = 'N'
                            move "CATALOG KEY, NEVER RUN"
                                to out-vfy-text
                            move cc-filename to out-vfy-fname
                            move cc-dept to out-vfy-detail
                            display output-verify-line
                            add 1 to problem-count
                        end-if
                end-read
            end-perform
            close dataset-catalog
        end-if
        close history-master
    end-if.

*>Sets run-found 'Y' when target-arg has a run in STATHIST.DAT or a
*>line in STATLOG.TXT.
find-any-run.
    move 'N' to run-found.
    move target-arg to sh-filename.
    move low-values to sh-datetime.
    start history-master key >= sh-key
        invalid key continue
        not invalid key
            read history-master next record
                at end continue
                not at end
                    if sh-filename = target-arg
                        move 'Y' to run-found
                    end-if
            end-read
    end-start.
    perform varying l from 1 by 1
            until l > log-count or run-found = 'Y'
        if lg-fname(l) = target-arg
            move 'Y' to run-found
        end-if
    end-perform.

*>Reports open STATOREJ.DAT entries whose dataset is no longer in the
*>catalog, and so has no owner to fix them.
verify-open-rejects.
    display "  Open rejects against the catalog:".
    open input outstanding-master.
    if orej-stat not = "00" and orej-stat not = "05"
        display "  Outstanding-rejects master unavailable, status "
            orej-stat
        move 12 to new-rc
        perform set-job-rc
    else
        open input dataset-catalog
        if cat-stat not = "00" and cat-stat not = "05"
            display "  Dataset catalog unavailable, status " cat-stat
            move 12 to new-rc
            perform set-job-rc
        else
            move 'N' to mast-feof
            perform until mast-feof = 'Y'
                read outstanding-master next record
                    at end move 'Y' to mast-feof
                    not at end
                        if or-status = "O"
                            perform check-reject-catalogued
                        end-if
                end-read
            end-perform
            close dataset-catalog
        end-if
        close outstanding-master
    end-if.

*>Looks the open entry's dataset up in the catalog.
check-reject-catalogued.
    move or-filename to cc-filename.
    read dataset-catalog
        invalid key
            move "OPEN REJECT, NOT CATALOGUED" to out-vfy-text
            move or-filename to out-vfy-fname
            move spaces to out-vfy-detail
            string "REC=" or-rec-num " " or-run-date
                delimited by size into out-vfy-detail
            display output-verify-line
            add 1 to problem-count
    end-read.
