*> Name: Jake Goode
*> Date: 10-15-2026
*> Maintenance for the STATEDIT.TXT business edit rules that
*> statmeasure applies to every row it reads: one line per group
*> code holding the allowed minimum and maximum value, the maximum
*> weight (zero for no weight check) and Y to also reject duplicate
*> rows (see edit-rule-record in statmeasure.cob):
*>     statedit ADD <group> <min> <max> [<max-weight>] [Y|N]
*>                               adds or replaces that group's rule
*>     statedit DELETE <group>   removes that group's rule
*>     statedit LIST             lists the rules on file
*> With no arguments the program prompts for the same choices. The
*> file is rewritten in place, so blank and comment (*) lines keep
*> their positions. ADD and DELETE need an operator ID (STATOPER, or
*> asked for on an interactive run) and write each change, with the
*> rule line before and after, to the STATAUDT.TXT audit trail (see
*> stataud.cpy); a trail that cannot be opened stops the run before
*> anything is changed.

identification division.
program-id. statedit.

environment division.
input-output section.
file-control.
select standard-input assign to keyboard.
select standard-output assign to display.
select optional edit-rules-file assign to "STATEDIT.TXT"
    organization is line sequential
    file status is rules-stat.
select optional audit-file assign to "STATAUDT.TXT"
    organization is line sequential
    file status is aud-stat.

data division.
file section.
fd standard-input.
    01 std-input      pic x(80).
fd standard-output.
    01 std-output     pic x(80).
fd edit-rules-file.
    01 edit-rules-line pic x(40).
fd audit-file.
    copy "stataud.cpy".

working-storage section.
77 rules-stat     pic xx.
77 aud-stat       pic xx.
77 func-arg       pic x(10).
77 arg-number     pic 9(2).
77 numeric-arg    pic x(12).
77 target-group   pic x(4).
77 dup-arg        pic x(1).
77 rules-feof     pic a(1) value 'N'.
77 line-count     pic s9(4) value 0.
77 max-lines      pic s9(4) value 200.
77 lines-dropped  pic s9(4) value 0.
77 list-count     pic s9(4) value 0.
77 r              pic s9(4).
77 r-found        pic s9(4).
77 interactive-run pic a(1) value 'N'.
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

*>Every line of STATEDIT.TXT, rules, comments and blanks alike, in
*>file order, so the file can be written back exactly as it was
*>apart from the one rule changed.
01 rules-table.
    02 rules-entry pic x(40) occurs 200 times.

*>One rule line as statmeasure reads it (the same columns as its
*>edit-rule-record), laid out with edited figures numval can read
*>back.
01 rule-line-area.
    02 rl-group    pic x(4).
    02 filler      pic x(1) value space.
    02 rl-min      pic -(6)9.9(2).
    02 filler      pic x(1) value space.
    02 rl-max      pic -(6)9.9(2).
    02 filler      pic x(1) value space.
    02 rl-maxw     pic -(6)9.9(2).
    02 filler      pic x(1) value space.
    02 rl-dup      pic x(1).

*>The rule values gathered from the command line (or prompts).
01 rule-values.
    02 rv-min-value  pic s9(6)v9(2).
    02 rv-max-value  pic s9(6)v9(2).
    02 rv-maxw-value pic s9(6)v9(2).

01 output-underline.
    02 filler      pic x(60) value all "-".

01 output-rule-cols.
    02 filler      pic x(8) value "  GROUP".
    02 filler      pic x(11) value "       MIN".
    02 filler      pic x(11) value "       MAX".
    02 filler      pic x(11) value " MAX WEIGHT".
    02 filler      pic x(5) value "  DUP".

01 output-rule-line.
    02 filler      pic x(2) value spaces.
    02 out-rule-group    pic x(4).
    02 filler      pic x(2) value spaces.
    02 out-rule-text     pic x(35).

01 output-list-count-line.
    02 filler      pic x(17) value "  Rules on file =".
    02 out-list-count    pic zzzzz9.

procedure division.
    *>Open keyboard and screen use.
    open input standard-input, output standard-output.

    *>Allow unattended/cron use: the function (ADD, DELETE or LIST)
    *>can be passed as the first command-line argument, the same way
    *>statlimit and statcat take theirs.
    display 1 upon argument-number.
    accept func-arg from argument-value
        on exception
            move 'Y' to interactive-run
            display " "
            display "Enter ADD to add or replace a business edit rule,"
            display "DELETE to remove one, or LIST to list the"
            display "rules: "
            accept func-arg
    end-accept.

    if func-arg = "ADD" or func-arg = "add"
        perform add-rule
    else
        if func-arg = "DELETE" or func-arg = "delete"
            perform delete-rule
        else
            if func-arg = "LIST" or func-arg = "list"
                perform list-rules
            else
                display "Function must be ADD, DELETE or LIST."
            end-if
        end-if
    end-if.

    stop run.

*>Gathers one ADD's group code, range, maximum weight and duplicate
*>flag from arguments 2 through 6 (prompting instead on an
*>interactive run), then replaces that group's rule line or adds one
*>at the end of the file.
add-rule.
    display 2 upon argument-number.
    accept target-group from argument-value
        on exception
            if interactive-run = 'Y'
                display "Group code: "
                accept target-group
            else
                display "ADD needs a group code and a minimum and maximum."
                stop run
            end-if
    end-accept.
    if target-group = spaces or target-group(1:1) = "*"
        display "Group code must be given and cannot start with *."
        stop run
    end-if.

    display 3 upon argument-number.
    accept numeric-arg from argument-value
        on exception
            if interactive-run = 'Y'
                display "Allowed minimum value: "
                accept numeric-arg
            else
                display "ADD needs a group code and a minimum and maximum."
                stop run
            end-if
    end-accept.
    compute rv-min-value = function numval(numeric-arg).

    display 4 upon argument-number.
    accept numeric-arg from argument-value
        on exception
            if interactive-run = 'Y'
                display "Allowed maximum value: "
                accept numeric-arg
            else
                display "ADD needs a group code and a minimum and maximum."
                stop run
            end-if
    end-accept.
    compute rv-max-value = function numval(numeric-arg).

    *>The weight ceiling and duplicate check are optional; left out,
    *>they are simply not wanted for the group.
    display 5 upon argument-number.
    accept numeric-arg from argument-value
        on exception
            if interactive-run = 'Y'
                display "Maximum weight (0 for none): "
                accept numeric-arg
            else
                move spaces to numeric-arg
            end-if
    end-accept.
    if numeric-arg = spaces
        move 0 to rv-maxw-value
    else
        compute rv-maxw-value = function numval(numeric-arg)
    end-if.

    display 6 upon argument-number.
    accept dup-arg from argument-value
        on exception
            if interactive-run = 'Y'
                display "Reject duplicate rows (Y/N): "
                accept dup-arg
            else
                move "N" to dup-arg
            end-if
    end-accept.
    if dup-arg = "y"
        move "Y" to dup-arg
    end-if.
    if dup-arg not = "Y"
        move "N" to dup-arg
    end-if.

    perform get-operator-id.
    perform load-rules-table.
    perform open-audit-trail.

    move target-group to rl-group.
    move rv-min-value to rl-min.
    move rv-max-value to rl-max.
    move rv-maxw-value to rl-maxw.
    move dup-arg to rl-dup.

    perform find-rule-line.
    move "ADD" to audit-function.
    move rule-line-area to audit-after.
    if r-found > 0
        move rules-entry(r-found) to audit-before
        move rule-line-area to rules-entry(r-found)
    else
        move spaces to audit-before
        if line-count < max-lines
            add 1 to line-count
            move rule-line-area to rules-entry(line-count)
        else
            display "STATEDIT.TXT is full; rule not added."
            close audit-file
            stop run
        end-if
    end-if.

    perform write-rules-table.
    perform write-audit-entry.
    close audit-file.

    if r-found > 0
        display "Edit rule replaced for group " target-group
    else
        display "Edit rule added for group " target-group
    end-if.

*>Removes one group's rule line, closing up the lines after it.
delete-rule.
    display 2 upon argument-number.
    accept target-group from argument-value
        on exception
            if interactive-run = 'Y'
                display "Group code to remove: "
                accept target-group
            else
                display "DELETE needs a group code."
                stop run
            end-if
    end-accept.

    perform get-operator-id.
    perform load-rules-table.

    perform find-rule-line.
    if r-found = 0
        display "No edit rule for group " target-group
    else
        perform open-audit-trail
        move "DELETE" to audit-function
        move rules-entry(r-found) to audit-before
        move spaces to audit-after
        perform varying r from r-found by 1 until r >= line-count
            move rules-entry(r + 1) to rules-entry(r)
        end-perform
        subtract 1 from line-count
        perform write-rules-table
        perform write-audit-entry
        close audit-file
        display "Edit rule deleted for group " target-group
    end-if.

*>Lists every rule line, passing over blanks and comments the way
*>statmeasure does.
list-rules.
    perform load-rules-table.

    display " ".
    display "      Business Edit Rules".
    display output-underline.
    display output-rule-cols.

    perform varying r from 1 by 1 until r > line-count
        if rules-entry(r)(1:4) not = spaces
                and rules-entry(r)(1:1) not = "*"
            add 1 to list-count
            move rules-entry(r)(1:4) to out-rule-group
            move rules-entry(r)(6:35) to out-rule-text
            display output-rule-line
        end-if
    end-perform.

    if list-count = 0
        display "  No edit rules on file."
    end-if.
    move list-count to out-list-count.
    display output-list-count-line.
    display " ".

*>Reads the whole of STATEDIT.TXT into rules-table. A file too long
*>for the table could not be written back whole, so a change is
*>refused rather than losing its tail.
load-rules-table.
    open input edit-rules-file.
    perform until rules-feof = 'Y'
        read edit-rules-file
            at end move 'Y' to rules-feof
            not at end
                if line-count < max-lines
                    add 1 to line-count
                    move edit-rules-line to rules-entry(line-count)
                else
                    add 1 to lines-dropped
                end-if
        end-read
    end-perform.
    close edit-rules-file.

    if lines-dropped > 0
        display "STATEDIT.TXT has more than " max-lines " lines."
        if func-arg not = "LIST" and func-arg not = "list"
            display "Nothing changed."
            stop run
        end-if
    end-if.

*>Sets r-found to the rule line for target-group, zero when the group
*>has none.
find-rule-line.
    move 0 to r-found.
    perform varying r from 1 by 1 until r > line-count
        if rules-entry(r)(1:4) = target-group
            move r to r-found
        end-if
    end-perform.

*>Writes rules-table back over STATEDIT.TXT.
write-rules-table.
    open output edit-rules-file.
    if rules-stat not = "00"
        display "STATEDIT.TXT could not be rewritten, status "
            rules-stat
        close audit-file
        stop run
    end-if.
    perform varying r from 1 by 1 until r > line-count
        write edit-rules-line from rules-entry(r)
    end-perform.
    close edit-rules-file.

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
        display "Changing the edit rules needs an operator ID"
            " (set STATOPER)."
        stop run
    end-if.

*>Opens the STATAUDT.TXT audit trail for append before the rules are
*>touched, so a change can never be made without its audit line.
open-audit-trail.
    open extend audit-file.
    if aud-stat not = "00" and aud-stat not = "05"
        display "Audit trail STATAUDT.TXT unavailable, status "
            aud-stat
        display "Nothing changed."
        stop run
    end-if.

*>Appends one audit line for target-group's rule, with audit-before
*>and audit-after as the line before and after the change (spaces
*>for an addition or a deletion respectively).
write-audit-entry.
    perform set-current-datetime.
    move spaces to stataud-record.
    move ws-formatted-datetime to au-datetime.
    move oper-id to au-operator.
    move "STATEDIT" to au-program.
    move audit-function to au-function.
    move "STATEDIT.TXT" to au-file.
    move target-group to au-key.
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
