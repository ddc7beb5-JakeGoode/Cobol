*> Maintenance for the keyed STATCAT.DAT dataset catalog that the
*> statwatch.cob missed-run watchdog reads against STATHIST.DAT. One
*> record per expected dataset: filename, owning department, expected
*> run frequency in business days, and up to five expected group
*> codes:
*>     statcat ADD <file> <dept> <freq-days> [grp1 .. grp5]
*>                               adds or replaces one catalog record
*>     statcat DELETE <file>     removes a decommissioned dataset so
*>                               statwatch stops raising OVERDUE on a
*>                               feed nobody expects any more
*>     statcat LIST              lists the whole catalog
*> With no arguments the program prompts for the same choices. ADD
*> and DELETE change the catalog, so they need an operator ID
*> (STATOPER, or asked for on an interactive run) and write each
*> change, with the record's before and after images, to the
*> STATAUDT.TXT audit trail (see stataud.cpy); a trail that cannot be
*> opened stops the run before anything is changed.

identification division.
program-id. statcat.
    access is dynamic
    record key is cc-filename
    file status is cat-stat.
select optional audit-file assign to "STATAUDT.TXT"
    organization is line sequential
    file status is aud-stat.

data division.
file section.
    01 std-output     pic x(80).
fd dataset-catalog.
    copy "statcat.cpy".
fd audit-file.
    copy "stataud.cpy".

working-storage section.
77 cat-stat       pic xx.
77 interactive-run pic a(1) value 'N'.
77 replaced-entry pic a(1) value 'N'.
77 g              pic s9(4).
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

*>The up-to-five expected group codes gathered before the record is
*>built; unused slots stay as spaces.
    accept freq-arg from argument-value
        on exception
            if interactive-run = 'Y'
                display "Expected run frequency in business days: "
                accept freq-arg
            else
                display "ADD needs a filename, a department and a frequency."
    end-accept.
    compute freq-value = function numval(freq-arg).
    if freq-value <= 0
        display "Frequency must be a positive number of business days."
        stop run
    end-if.

    perform gather-group-code
        varying g from 1 by 1 until g > 5.

    perform get-operator-id.
    perform open-audit-trail.

    open i-o dataset-catalog.
    if cat-stat not = "00" and cat-stat not = "05"
        display "Dataset catalog unavailable, status " cat-stat
        close audit-file
        stop run
    end-if.

    *>The entry being replaced, if any, is the audit's before image.
    move target-fname to cc-filename.
    move spaces to audit-before.
    read dataset-catalog
        invalid key continue
        not invalid key move statcat-record to audit-before
    end-read.

    initialize statcat-record.
    move target-fname to cc-filename.
    move dept-arg to cc-dept.
            move 'Y' to replaced-entry
            rewrite statcat-record
                invalid key
                    move 'F' to replaced-entry
                    display "Catalog record could not be written."
            end-rewrite
    end-write.

    if replaced-entry not = 'F'
        move "ADD" to audit-function
        move statcat-record to audit-after
        perform write-audit-entry
    end-if.
    close dataset-catalog.
    close audit-file.

    if replaced-entry = 'Y'
        display "Catalog entry replaced for " target-fname
    end-if.
    if replaced-entry = 'N'
        display "Catalog entry added for " target-fname
    end-if.

            end-if
    end-accept.

    perform get-operator-id.
    perform open-audit-trail.

    open i-o dataset-catalog.
    if cat-stat not = "00" and cat-stat not = "05"
        display "Dataset catalog unavailable, status " cat-stat
        close audit-file
        stop run
    end-if.

    *>The entry is read first so the audit keeps what was removed.
    move target-fname to cc-filename.
    read dataset-catalog
        invalid key
            display "No catalog entry for " target-fname
        not invalid key
            move statcat-record to audit-before
            delete dataset-catalog record
                invalid key
                    display "Catalog entry could not be deleted."
                not invalid key
                    move "DELETE" to audit-function
                    move spaces to audit-after
                    perform write-audit-entry
                    display "Catalog entry deleted for " target-fname
            end-delete
    end-read.
    close dataset-catalog.
    close audit-file.

*>Lists every catalog record.
list-catalog.
        cc-group(4) " " cc-group(5)
        delimited by size into out-cat-groups.
    display output-catalog-line.

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
        display "Changing the catalog needs an operator ID"
            " (set STATOPER)."
        stop run
    end-if.

*>Opens the STATAUDT.TXT audit trail for append before the catalog is
*>touched, so a change can never be made without its audit line.
open-audit-trail.
    open extend audit-file.
    if aud-stat not = "00" and aud-stat not = "05"
        display "Audit trail STATAUDT.TXT unavailable, status "
            aud-stat
        display "Nothing changed."
        stop run
    end-if.

*>Appends one audit line for target-fname's entry, with audit-before
*>and audit-after as the record before and after the change (spaces
*>for an addition or a deletion respectively).
write-audit-entry.
    perform set-current-datetime.
    move spaces to stataud-record.
    move ws-formatted-datetime to au-datetime.
    move oper-id to au-operator.
    move "STATCAT" to au-program.
    move audit-function to au-function.
    move "STATCAT.DAT" to au-file.
    move target-fname to au-key.
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
