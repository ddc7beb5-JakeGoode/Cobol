*>     statlimit ADD <file> <group> <mean-min> <mean-max>
*>                   <sd-min> <sd-max> <n-min> <n-max>
*>                               adds or replaces one limit record
*>     statlimit LOAD            adds or replaces every limit in
*>                               STATLIMP.TXT (statspc's proposals)
*>     statlimit LOAD <file>     the same from another file in the
*>                               statlim.cpy layout
*>     statlimit LIST            lists every limit on file
*>     statlimit LIST <file>     lists one dataset's limits
*> With no arguments the program prompts for the same choices. ADD
*> and LOAD change the master, so they need an operator ID (STATOPER,
*> or asked for on an interactive run) and write each change, with
*> the record's before and after images, to the STATAUDT.TXT audit
*> trail (see stataud.cpy); a trail that cannot be opened stops the
*> run before anything is changed. LOAD skips, and counts as failed,
*> any line with no filename, a limit that is not a number or a
*> minimum above its maximum.

identification division.
program-id. statlimit.
    access is dynamic
    record key is cl-key
    file status is lim-stat.
select limit-load-file assign to load-fname
    organization is line sequential
    file status is load-stat.
select optional audit-file assign to "STATAUDT.TXT"
    organization is line sequential
    file status is aud-stat.

data division.
file section.
    01 std-output     pic x(80).
fd limit-master.
    copy "statlim.cpy".
fd limit-load-file.
    01 limit-load-record pic x(90).
fd audit-file.
    copy "stataud.cpy".

working-storage section.
77 lim-stat       pic xx.
77 load-stat      pic xx.
77 load-fname     pic x(30) value "STATLIMP.TXT".
77 load-feof      pic a(1) value 'N'.
77 load-added     pic s9(6) value 0.
77 load-replaced  pic s9(6) value 0.
77 load-failed    pic s9(6) value 0.
77 load-line-no   pic 9(6) value 0.
77 load-reject    pic x(30).
77 func-arg       pic x(10).
77 arg-number     pic 9(2).
77 numeric-arg    pic x(12).
77 interactive-run pic a(1) value 'N'.
77 arg-missing    pic a(1) value 'N'.
77 replaced-entry pic a(1) value 'N'.
77 aud-stat       pic xx.
77 oper-id        pic x(8).
77 audit-function pic x(8).
77 audit-before   pic x(100).
77 load-image     pic x(90).
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

*>The six limit values gathered from the command line (or prompts),
*>held numerically until the master record is built from them.
    02 filler      pic x(1) value "/".
    02 out-lim-n-max     pic z(7)9.

01 output-load-count-line.
    02 filler      pic x(10) value "  Added =".
    02 out-load-added    pic zzzzz9.
    02 filler      pic x(14) value "   Replaced =".
    02 out-load-replaced pic zzzzz9.
    02 filler      pic x(12) value "   Failed =".
    02 out-load-failed   pic zzzzz9.

01 output-list-count-line.
    02 filler      pic x(18) value "  Limits on file =".
    02 out-list-count    pic zzzzz9.
    *>Open keyboard and screen use.
    open input standard-input, output standard-output.

    *>Allow unattended/cron use: the function (ADD, LOAD or LIST) can
    *>be passed as the first command-line argument, the same way
    *>statmeasure accepts its filename as a run parameter.
    display 1 upon argument-number.
    accept func-arg from argument-value
            move 'Y' to interactive-run
            display " "
            display "Enter ADD to add or replace a control limit,"
            display "LOAD to load a file of proposed limits,"
            display "or LIST to list the limits on file: "
            accept func-arg
    end-accept.
    if func-arg = "ADD" or func-arg = "add"
        perform add-limit
    else
        if func-arg = "LOAD" or func-arg = "load"
            perform load-limits
        else
            if func-arg = "LIST" or func-arg = "list"
                perform list-limits
            else
                display "Function must be ADD, LOAD or LIST."
            end-if
        end-if
    end-if.

    perform gather-limit-values
        varying lv-i from 1 by 1 until lv-i > 6.

    perform get-operator-id.
    perform open-audit-trail.

    open i-o limit-master.
    if lim-stat not = "00" and lim-stat not = "05"
        display "Control-limit master unavailable, status " lim-stat
        close audit-file
        stop run
    end-if.

    *>The record being replaced, if any, is the audit's before image.
    move target-fname to cl-filename.
    move target-group to cl-group.
    move spaces to audit-before.
    read limit-master
        invalid key continue
        not invalid key move statlim-record to audit-before
    end-read.

    initialize statlim-record.
    move target-fname to cl-filename.
    move target-group to cl-group.
            move 'Y' to replaced-entry
            rewrite statlim-record
                invalid key
                    move 'F' to replaced-entry
                    display "Limit record could not be written."
            end-rewrite
    end-write.

    if replaced-entry not = 'F'
        move "ADD" to audit-function
        perform write-audit-entry
    end-if.
    close limit-master.
    close audit-file.

    if replaced-entry = 'Y'
        display "Control limits replaced for " target-fname
            " group " target-group
    end-if.
    if replaced-entry = 'N'
        display "Control limits added for " target-fname
            " group " target-group
    end-if.
        when 6 move lv-value to lv-n-max
    end-evaluate.

*>Loads a whole file of limit records in the statlim.cpy layout
*>(STATLIMP.TXT from statspc unless another file is named as the
*>second argument), each one added or replacing the existing limits
*>for its filename and group exactly as ADD would. The file is meant
*>to be reviewed and edited by hand before it is loaded, so a line
*>with no filename, a limit that is not a number or a minimum above
*>its maximum is skipped and counted as failed, never written.
load-limits.
    display 2 upon argument-number.
    accept load-fname from argument-value
        on exception move "STATLIMP.TXT" to load-fname
    end-accept.
    if load-fname = spaces
        move "STATLIMP.TXT" to load-fname
    end-if.

    open input limit-load-file.
    if load-stat not = "00"
        display "Limit load file " load-fname " unavailable, status "
            load-stat
        stop run
    end-if.

    perform get-operator-id.
    perform open-audit-trail.

    open i-o limit-master.
    if lim-stat not = "00" and lim-stat not = "05"
        display "Control-limit master unavailable, status " lim-stat
        close limit-load-file
        close audit-file
        stop run
    end-if.

    perform until load-feof = 'Y'
        read limit-load-file into load-image
            at end move 'Y' to load-feof
            not at end
                add 1 to load-line-no
                move load-image to statlim-record
                perform check-load-record
                if load-reject = spaces
                    perform load-one-limit
                else
                    add 1 to load-failed
                    display "Limit load line " load-line-no
                        " skipped: " load-reject
                end-if
        end-read
    end-perform.

    close limit-master.
    close limit-load-file.
    close audit-file.

    display "Control limits loaded from " load-fname.
    move load-added to out-load-added.
    move load-replaced to out-load-replaced.
    move load-failed to out-load-failed.
    display output-load-count-line.

*>Checks the load record in statlim-record, leaving the reason it
*>cannot be loaded in load-reject (spaces when it can). The limits
*>are compared only once all six are known to be numbers.
check-load-record.
    move spaces to load-reject.
    evaluate true
        when cl-filename = spaces
            move "NO FILENAME" to load-reject
        when cl-mean-min not numeric or cl-mean-max not numeric
                or cl-sd-min not numeric or cl-sd-max not numeric
                or cl-n-min not numeric or cl-n-max not numeric
            move "LIMIT NOT NUMERIC" to load-reject
        when cl-mean-min > cl-mean-max
                or cl-sd-min > cl-sd-max
                or cl-n-min > cl-n-max
            move "MINIMUM ABOVE MAXIMUM" to load-reject
    end-evaluate.

*>Adds or replaces the checked load record in statlim-record. It is
*>held aside in load-image while the one it replaces (the audit's
*>before image) is read from the master.
load-one-limit.
    move spaces to audit-before.
    read limit-master
        invalid key continue
        not invalid key
            move statlim-record to audit-before
    end-read.
    move load-image to statlim-record.
    move 'N' to replaced-entry.
    write statlim-record
        invalid key
            move 'Y' to replaced-entry
            rewrite statlim-record
                invalid key
                    move 'F' to replaced-entry
            end-rewrite
    end-write.
    evaluate replaced-entry
        when 'N' add 1 to load-added
        when 'Y' add 1 to load-replaced
        when other
            add 1 to load-failed
            display "Limit record could not be written for "
                cl-filename " group " cl-group
    end-evaluate.
    if replaced-entry not = 'F'
        move "LOAD" to audit-function
        perform write-audit-entry
    end-if.

*>Lists every limit record, or just one dataset's when a filename was
*>given as the second argument, positioning straight onto that
*>filename's first key instead of scanning.
    move cl-n-min to out-lim-n-min.
    move cl-n-max to out-lim-n-max.
    display output-limit-line.

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
        display "Changing control limits needs an operator ID"
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

*>Appends one audit line for the limit record just written, with
*>audit-before as the record it replaced (spaces for a new one).
write-audit-entry.
    perform set-current-datetime.
    move spaces to stataud-record.
    move ws-formatted-datetime to au-datetime.
    move oper-id to au-operator.
    move "STATLIMIT" to au-program.
    move audit-function to au-function.
    move "STATLIM.DAT" to au-file.
    move cl-key to au-key.
    move audit-before to au-before.
    move statlim-record to au-after.
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
