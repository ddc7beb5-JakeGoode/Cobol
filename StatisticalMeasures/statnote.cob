*> Name: Jake Goode
*> Date: 10-15-2026
*> Per-department exception notices, built from the owning department
*> (cc-dept) that STATCAT.DAT records for every catalogued feed. Joins
*> by dataset the same sources statrejage and statwatch report on,
*> and the control-limit verdicts statmeasure turns into STATUS 14:
*>     - open STATOREJ.DAT rejects, with their business days
*>       outstanding
*>     - feeds overdue against their expected frequency, or never run
*>       (latest run per dataset from STATHIST.DAT)
*>     - unexpected or missing group codes in the latest statmeasure
*>       run (STATEXT.TXT against the catalog's group list)
*>     - figures in that run outside their STATLIM.DAT limits
*> and writes one dated notice per department that has anything to
*> report, listing only that department's items and a summary line
*> of the counts, ready to send to the data owner:
*>     NOTICE-<dept>-YYYYMMDD-HHMM.TXT
*> Spaces inside a department code become underscores in the file
*> name; feeds with no department are noticed under UNOWNED. Open
*> rejects for datasets that are not catalogued have no owner to go
*> to and are only counted on the console. Days are counted as
*> business days against the STATCAL.DAT business calendar (see
*> statcal.cpy), the way statrejage and statwatch count them.
*>     statnote                  writes the shift's notices

identification division.
program-id. statnote.

environment division.
input-output section.
file-control.
select standard-input assign to keyboard.
select standard-output assign to display.
select optional dataset-catalog assign to "STATCAT.DAT"
    organization is indexed
    access is dynamic
    record key is cc-filename
    file status is cat-stat.
select optional history-master assign to "STATHIST.DAT"
    organization is indexed
    access is dynamic
    record key is sh-key
    file status is hist-stat.
select optional outstanding-master assign to "STATOREJ.DAT"
    organization is indexed
    access is dynamic
    record key is or-key
    file status is orej-stat.
select optional limit-master assign to "STATLIM.DAT"
    organization is indexed
    access is dynamic
    record key is cl-key
    file status is lim-stat.
select optional extract-file assign to "STATEXT.TXT"
    organization is line sequential.
select notice-file assign to dynamic note-fname
    organization is line sequential
    file status is note-stat.
select optional business-calendar assign to "STATCAL.DAT"
    organization is indexed
    access is dynamic
    record key is bc-date
    file status is cal-stat.

data division.
file section.
fd standard-input.
    01 std-input      pic x(80).
fd standard-output.
    01 std-output     pic x(80).
fd dataset-catalog.
    copy "statcat.cpy".
fd history-master.
    copy "stathist.cpy".
fd outstanding-master.
    copy "statorej.cpy".
fd limit-master.
    copy "statlim.cpy".
fd extract-file.
    copy "statext.cpy".
fd notice-file.
    01 notice-line    pic x(110).
fd business-calendar.
    copy "statcal.cpy".

working-storage section.
77 cat-stat       pic xx.
77 hist-stat      pic xx.
77 orej-stat      pic xx.
77 lim-stat       pic xx.
77 note-stat      pic xx.
77 note-fname     pic x(40).
77 cat-feof       pic a(1) value 'N'.
77 hist-feof      pic a(1).
77 orej-feof      pic a(1) value 'N'.
77 ext-feof       pic a(1) value 'N'.
77 lim-open       pic a(1) value 'N'.
77 cat-count      pic s9(4) value 0.
77 max-catalog    pic s9(4) value 200.
77 cat-dropped    pic s9(6) value 0.
77 dept-count     pic s9(4) value 0.
77 max-depts      pic s9(4) value 50.
77 dept-dropped   pic s9(6) value 0.
77 item-count     pic s9(4) value 0.
77 max-items      pic s9(4) value 2000.
77 item-dropped   pic s9(6) value 0.
77 unowned-count  pic s9(6) value 0.
77 notices-written pic s9(4) value 0.
77 d              pic s9(4).
77 d-found        pic s9(4).
77 p              pic s9(4).
77 p-found        pic s9(4).
77 g              pic s9(4).
77 i              pic s9(4).
77 s              pic s9(4).
77 t              pic s9(4).
77 section-items  pic s9(4).
77 new-section    pic 9(1).
77 last-run-dt    pic x(20).
77 run-found      pic a(1).
77 today-int      pic s9(7).
77 ent-y          pic s9(4).
77 ent-m          pic s9(4).
77 ent-d          pic s9(4).
77 ent-ymd        pic s9(8).
77 ent-int        pic s9(7).
77 days-since     pic s9(5).
77 ws-current-date pic x(21).
77 group-in-list  pic a(1).
77 ext-mean       pic s9(8)v9(2).
77 ext-stddev     pic s9(8)v9(2).
77 date-tag       pic x(13).
77 prepared-stamp pic x(16).
77 item-fname     pic x(30).
77 item-line-area pic x(110).
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

*>The catalog loaded up front, as statwatch loads it, with the
*>department each dataset's items are noticed to.
01 note-table.
    02 note-entry occurs 200 times.
        03 cw-fname    pic x(30).
        03 cw-dept-ix  pic s9(4).
        03 cw-freq     pic 9(4).
        03 cw-group    pic x(4) occurs 5 times.
        03 cw-seen     pic a(1) occurs 5 times.
        03 cw-in-extract pic a(1).

*>One entry per owning department, with the file-name form of its
*>code and its item counts for the summary line.
01 dept-table.
    02 dept-entry occurs 50 times.
        03 dp-name     pic x(10).
        03 dp-tag      pic x(10).
        03 dp-rej      pic s9(4).
        03 dp-feed     pic s9(4).
        03 dp-grp      pic s9(4).
        03 dp-brk      pic s9(4).

*>Every notice line found, with the department it goes to and the
*>notice section it belongs in (1 rejects, 2 feeds, 3 group codes,
*>4 limit breaches).
01 item-table.
    02 item-entry occurs 2000 times.
        03 it-dept     pic s9(4).
        03 it-section  pic 9(1).
        03 it-line     pic x(110).

01 calendar-table.
    02 calendar-entry occurs 1000 times.
        03 cal-int     pic s9(7).
        03 cal-type    pic x(1).

01 output-underline.
    02 filler      pic x(70) value all "-".

01 output-notice-title.
    02 filler      pic x(37) value
                  "      Exception Notice -- Department ".
    02 out-title-dept    pic x(10).

01 output-notice-prepared.
    02 filler      pic x(15) value "      Prepared ".
    02 out-prepared      pic x(16).

01 output-section-reject.
    02 filler      pic x(40) value "  Open rejects:".
01 output-section-feed.
    02 filler      pic x(40) value "  Overdue or missing feeds:".
01 output-section-group.
    02 filler      pic x(40) value "  Unexpected or missing group codes:".
01 output-section-breach.
    02 filler      pic x(40) value "  Control-limit breaches:".

01 output-none-line.
    02 filler      pic x(9) value "    None.".

01 output-reject-line.
    02 filler      pic x(4) value spaces.
    02 out-rej-fname     pic x(30).
    02 filler      pic x(5) value " REC=".
    02 out-rej-rec       pic zzzzz9.
    02 filler      pic x(1) value space.
    02 out-rej-group     pic x(4).
    02 filler      pic x(7) value " VALUE=".
    02 out-rej-value     pic -(6)9.9(2).
    02 filler      pic x(1) value space.
    02 out-rej-reason    pic x(3).
    02 filler      pic x(7) value " SINCE ".
    02 out-rej-date      pic x(10).
    02 filler      pic x(1) value space.
    02 out-rej-days      pic zzzz9.
    02 filler      pic x(14) value " BUSINESS DAYS".

01 output-overdue-line.
    02 filler      pic x(4) value spaces.
    02 out-ovr-fname     pic x(30).
    02 filler      pic x(9) value " OVERDUE:".
    02 out-ovr-days      pic zzzz9.
    02 filler      pic x(40) value
                  " BUSINESS DAYS SINCE RUN (EXPECTED EVERY".
    02 out-ovr-freq      pic zzz9.
    02 filler      pic x(1) value ")".

01 output-never-run-line.
    02 filler      pic x(4) value spaces.
    02 out-nvr-fname     pic x(30).
    02 filler      pic x(18) value " NO RUN ON RECORD".

01 output-unexpected-group-line.
    02 filler      pic x(4) value spaces.
    02 out-unx-fname     pic x(30).
    02 filler      pic x(7) value " GROUP ".
    02 out-unx-group     pic x(4).
    02 filler      pic x(15) value " NOT IN CATALOG".

01 output-missing-group-line.
    02 filler      pic x(4) value spaces.
    02 out-mis-fname     pic x(30).
    02 filler      pic x(7) value " GROUP ".
    02 out-mis-group     pic x(4).
    02 filler      pic x(24) value " EXPECTED BUT NOT IN RUN".

01 output-breach-line.
    02 filler      pic x(4) value spaces.
    02 out-brk-fname     pic x(30).
    02 filler      pic x(7) value " GROUP ".
    02 out-brk-group     pic x(4).
    02 filler      pic x(17) value " OUT OF CONTROL: ".
    02 out-brk-list.
        03 out-brk-mean  pic x(5).
        03 out-brk-sd    pic x(7).
        03 out-brk-n     pic x(2).
    02 filler      pic x(5) value " RUN ".
    02 out-brk-datetime  pic x(20).

01 output-summary-line.
    02 filler      pic x(20) value "  Summary: rejects=".
    02 out-sum-rej       pic zzz9.
    02 filler      pic x(8) value "  feeds=".
    02 out-sum-feed      pic zzz9.
    02 filler      pic x(9) value "  groups=".
    02 out-sum-grp       pic zzz9.
    02 filler      pic x(11) value "  breaches=".
    02 out-sum-brk       pic zzz9.

01 output-dept-line.
    02 filler      pic x(2) value spaces.
    02 out-dept-name     pic x(10).
    02 filler      pic x(2) value spaces.
    02 out-dept-items    pic zzz9.
    02 filler      pic x(9) value " ITEMS   ".
    02 out-dept-fname    pic x(40).

01 output-unowned-line.
    02 filler      pic x(38) value
                  "  Rejects for uncatalogued datasets = ".
    02 out-unowned       pic zzzzz9.

01 output-notices-line.
    02 filler      pic x(38) value
                  "  Notices written =                   ".
    02 out-notices       pic zzzzz9.

01 output-cat-dropped-line.
    02 filler      pic x(24) value "  *** CATALOG TABLE FULL".

01 output-dept-dropped-line.
    02 filler      pic x(46) value
                  "  *** DEPARTMENT TABLE FULL, DATASETS DROPPED:".
    02 out-dept-dropped  pic zzzzz9.

01 output-item-dropped-line.
    02 filler      pic x(27) value "  *** NOTICE ITEM TABLE (".
    02 out-max-items     pic zzz9.
    02 filler      pic x(29) value " ENTRIES) FULL, ITEMS DROPPED".

procedure division.
    *>Open keyboard and screen use.
    open input standard-input, output standard-output.

    move function current-date to ws-current-date.
    compute today-int = function integer-of-date(
        function numval(ws-current-date(1:8))).
    perform load-calendar.
    string ws-current-date(1:8) "-" ws-current-date(9:4)
        delimited by size into date-tag.
    string ws-current-date(1:4) "-" ws-current-date(5:2) "-"
        ws-current-date(7:2) " " ws-current-date(9:2) ":"
        ws-current-date(11:2)
        delimited by size into prepared-stamp.

    perform load-catalog.

    display " ".
    display "      Department Exception Notices".
    display output-underline.

    if cat-count = 0
        display "  No datasets catalogued; no owners to notify."
    else
        perform collect-open-rejects
        perform collect-run-recency
        perform collect-run-groups
        perform write-notices
    end-if.

    display output-underline.
    if cat-dropped > 0
        display output-cat-dropped-line
    end-if.
    if dept-dropped > 0
        move dept-dropped to out-dept-dropped
        display output-dept-dropped-line
    end-if.
    if item-dropped > 0
        move max-items to out-max-items
        display output-item-dropped-line
    end-if.
    move unowned-count to out-unowned.
    display output-unowned-line.
    move notices-written to out-notices.
    display output-notices-line.
    display " ".

    stop run.

*>Reads the whole catalog into note-table, giving each dataset the
*>index of its department's entry.
load-catalog.
    open input dataset-catalog.
    if cat-stat not = "00" and cat-stat not = "05"
        display "Dataset catalog unavailable, status " cat-stat
        stop run
    end-if.

    perform until cat-feof = 'Y'
        read dataset-catalog next record
            at end move 'Y' to cat-feof
            not at end perform keep-catalog-entry
        end-read
    end-perform.

    close dataset-catalog.

*>Adds the catalog record just read to note-table. A dataset whose
*>department will not fit in the department table is left out and
*>counted, like an entry past the catalog table's capacity, so the
*>console can warn instead of silently looking complete.
keep-catalog-entry.
    if cat-count < max-catalog
        perform find-department
        if p-found > 0
            add 1 to cat-count
            move cc-filename to cw-fname(cat-count)
            move p-found to cw-dept-ix(cat-count)
            move cc-freq-days to cw-freq(cat-count)
            perform varying g from 1 by 1 until g > 5
                move cc-group(g) to cw-group(cat-count, g)
                move 'N' to cw-seen(cat-count, g)
            end-perform
            move 'N' to cw-in-extract(cat-count)
        else
            add 1 to dept-dropped
        end-if
    else
        add 1 to cat-dropped
    end-if.

*>Leaves in p-found the dept-table entry for cc-dept, adding one when
*>the department is new (zero when the table is full). The file-name
*>form of the code has its embedded spaces made underscores; a blank
*>department is noticed as UNOWNED.
find-department.
    move 0 to p-found.
    perform varying p from 1 by 1 until p > dept-count
        if dp-name(p) = cc-dept
            move p to p-found
        end-if
    end-perform.

    if p-found = 0 and dept-count < max-depts
        add 1 to dept-count
        move dept-count to p-found
        move cc-dept to dp-name(p-found)
        move 0 to dp-rej(p-found) dp-feed(p-found)
            dp-grp(p-found) dp-brk(p-found)
        if cc-dept = spaces
            move "UNOWNED" to dp-tag(p-found)
        else
            move cc-dept to dp-tag(p-found)
            move 10 to t
            perform until t < 1 or dp-tag(p-found)(t:1) not = space
                subtract 1 from t
            end-perform
            inspect dp-tag(p-found)(1:t) replacing all space by "_"
        end-if
    end-if.

*>Sets d-found to the catalog entry for item-fname, zero when the
*>dataset is not catalogued.
find-catalog-entry.
    move 0 to d-found.
    perform varying d from 1 by 1 until d > cat-count
        if cw-fname(d) = item-fname
            move d to d-found
        end-if
    end-perform.

*>Adds the line built in item-line-area to the item table for catalog
*>entry d-found's department under new-section, and counts it toward
*>that department's summary.
add-notice-item.
    if item-count < max-items
        add 1 to item-count
        move cw-dept-ix(d-found) to it-dept(item-count)
        move new-section to it-section(item-count)
        move item-line-area to it-line(item-count)
        move cw-dept-ix(d-found) to p
        evaluate new-section
            when 1 add 1 to dp-rej(p)
            when 2 add 1 to dp-feed(p)
            when 3 add 1 to dp-grp(p)
            when 4 add 1 to dp-brk(p)
        end-evaluate
    else
        add 1 to item-dropped
    end-if.

*>Turns every open STATOREJ.DAT entry of a catalogued dataset into a
*>reject item with its business days outstanding, aged the way
*>statrejage ages it. Closed entries are the audit trail and are not
*>noticed.
collect-open-rejects.
    open input outstanding-master.
    if orej-stat not = "00" and orej-stat not = "05"
        display "Outstanding-rejects master unavailable, status "
            orej-stat
        display "  Open rejects not noticed."
    else
        perform until orej-feof = 'Y'
            read outstanding-master next record
                at end move 'Y' to orej-feof
                not at end
                    if or-status = "O"
                        perform note-open-reject
                    end-if
            end-read
        end-perform
        close outstanding-master
    end-if.

*>Builds the reject item for the open entry just read.
note-open-reject.
    move or-filename to item-fname.
    perform find-catalog-entry.
    if d-found = 0
        add 1 to unowned-count
    else
        compute ent-y = function numval(or-run-date(1:4))
        compute ent-m = function numval(or-run-date(6:2))
        compute ent-d = function numval(or-run-date(9:2))
        compute ent-ymd = ent-y * 10000 + ent-m * 100 + ent-d
        move 0 to days-since
        if ent-y >= 1601 and ent-m >= 1 and ent-m <= 12
                and ent-d >= 1 and ent-d <= 31
            compute ent-int = function integer-of-date(ent-ymd)
            if ent-int > 0
                move ent-int to bd-from-int
                move today-int to bd-to-int
                perform count-business-days
                move bd-count to days-since
            end-if
        end-if
        move or-filename to out-rej-fname
        move or-rec-num to out-rej-rec
        move or-group to out-rej-group
        move or-value to out-rej-value
        move or-reason to out-rej-reason
        move or-run-date to out-rej-date
        move days-since to out-rej-days
        move output-reject-line to item-line-area
        move 1 to new-section
        perform add-notice-item
    end-if.

*>For each catalogued dataset, finds its latest run in STATHIST.DAT
*>and notices it when the run is older than the expected frequency
*>or missing altogether, the same test statwatch makes.
collect-run-recency.
    open input history-master.
    if hist-stat not = "00" and hist-stat not = "05"
        display "Run history master unavailable, status " hist-stat
        display "  Run recency not noticed."
    else
        perform varying d-found from 1 by 1 until d-found > cat-count
            perform find-latest-run
            perform note-run-recency
        end-perform
        close history-master
    end-if.

*>Positions onto dataset d-found's first key and walks its entries,
*>leaving the latest run date/time in last-run-dt.
find-latest-run.
    move 'N' to run-found.
    move spaces to last-run-dt.
    move 'N' to hist-feof.

    move cw-fname(d-found) to sh-filename.
    move low-values to sh-datetime.
    start history-master key >= sh-key
        invalid key move 'Y' to hist-feof
    end-start.

    perform until hist-feof = 'Y'
        read history-master next record
            at end move 'Y' to hist-feof
            not at end
                if sh-filename = cw-fname(d-found)
                    move 'Y' to run-found
                    move sh-datetime to last-run-dt
                else
                    move 'Y' to hist-feof
                end-if
        end-read
    end-perform.

*>Builds the overdue or never-run item for dataset d-found. A run
*>date that cannot be understood counts as never run rather than
*>silently passing.
note-run-recency.
    move 0 to ent-int.
    if run-found = 'Y'
        compute ent-y = function numval(last-run-dt(1:4))
        compute ent-m = function numval(last-run-dt(6:2))
        compute ent-d = function numval(last-run-dt(9:2))
        compute ent-ymd = ent-y * 10000 + ent-m * 100 + ent-d
        if ent-y >= 1601 and ent-m >= 1 and ent-m <= 12
                and ent-d >= 1 and ent-d <= 31
            compute ent-int = function integer-of-date(ent-ymd)
        end-if
    end-if.

    move 2 to new-section.
    if ent-int = 0
        move cw-fname(d-found) to out-nvr-fname
        move output-never-run-line to item-line-area
        perform add-notice-item
    else
        move ent-int to bd-from-int
        move today-int to bd-to-int
        perform count-business-days
        move bd-count to days-since
        if days-since > cw-freq(d-found)
            move cw-fname(d-found) to out-ovr-fname
            move days-since to out-ovr-days
            move cw-freq(d-found) to out-ovr-freq
            move output-overdue-line to item-line-area
            perform add-notice-item
        end-if
    end-if.

*>Reads the latest statmeasure run's extract once: each per-group
*>record is checked against the catalog's group list (unexpected
*>codes noticed as read, expected codes that never arrived once the
*>whole extract is in, as statwatch does), and every record, *ALL
*>included, is checked against its STATLIM.DAT limits. The *AOV
*>between-group test record carries neither and is passed over.
collect-run-groups.
    open input limit-master.
    if lim-stat = "00" or lim-stat = "05"
        move 'Y' to lim-open
    else
        display "Control-limit master unavailable, status " lim-stat
        display "  Limit breaches not noticed."
    end-if.

    open input extract-file.
    perform until ext-feof = 'Y'
        read extract-file
            at end move 'Y' to ext-feof
            not at end
                if ex-group not = "*AOV"
                    perform note-extract-record
                end-if
        end-read
    end-perform.
    close extract-file.

    if lim-open = 'Y'
        close limit-master
    end-if.

    move 3 to new-section.
    perform varying d-found from 1 by 1 until d-found > cat-count
        if cw-in-extract(d-found) = 'Y'
            perform varying g from 1 by 1 until g > 5
                if cw-group(d-found, g) not = spaces
                        and cw-seen(d-found, g) = 'N'
                    move cw-fname(d-found) to out-mis-fname
                    move cw-group(d-found, g) to out-mis-group
                    move output-missing-group-line to item-line-area
                    perform add-notice-item
                end-if
            end-perform
        end-if
    end-perform.

*>Checks one extract record of a catalogued dataset; uncatalogued
*>datasets in the extract are left to statwatch's report, as there.
*>Datasets with every group slot blank carry no group expectations.
note-extract-record.
    move ex-filename to item-fname.
    perform find-catalog-entry.
    if d-found = 0
        continue
    else
        if ex-group not = "*ALL"
            if cw-group(d-found, 1) = spaces
                    and cw-group(d-found, 2) = spaces
                    and cw-group(d-found, 3) = spaces
                    and cw-group(d-found, 4) = spaces
                    and cw-group(d-found, 5) = spaces
                continue
            else
                perform note-extract-group
            end-if
        end-if
        if lim-open = 'Y'
            perform note-limit-breach
        end-if
    end-if.

*>Marks the extract record's group as seen for dataset d-found, or
*>notices it as unexpected.
note-extract-group.
    move 'Y' to cw-in-extract(d-found).
    move 'N' to group-in-list.
    perform varying g from 1 by 1 until g > 5
        if cw-group(d-found, g) = ex-group
            move 'Y' to group-in-list
            move 'Y' to cw-seen(d-found, g)
        end-if
    end-perform.
    if group-in-list = 'N'
        move ex-filename to out-unx-fname
        move ex-group to out-unx-group
        move output-unexpected-group-line to item-line-area
        move 3 to new-section
        perform add-notice-item
    end-if.

*>Compares the extract record's figures with its STATLIM.DAT limits,
*>the same three tests statmeasure's apply-control-limits makes, and
*>notices every figure outside its range. A group with no limit
*>record gets no verdict, as in statmeasure.
note-limit-breach.
    move ex-filename to cl-filename.
    move ex-group to cl-group.
    read limit-master
        invalid key continue
        not invalid key
            move spaces to out-brk-list
            compute ext-mean = function numval(ex-mean)
            compute ext-stddev = function numval(ex-stddev)
            if ext-mean < cl-mean-min or ext-mean > cl-mean-max
                move "MEAN" to out-brk-mean
            end-if
            if ext-stddev < cl-sd-min or ext-stddev > cl-sd-max
                move "STDDEV" to out-brk-sd
            end-if
            if ex-n < cl-n-min or ex-n > cl-n-max
                move "N" to out-brk-n
            end-if
            if out-brk-list not = spaces
                move ex-filename to out-brk-fname
                move ex-group to out-brk-group
                move ex-datetime to out-brk-datetime
                move output-breach-line to item-line-area
                move 4 to new-section
                perform add-notice-item
            end-if
    end-read.

*>Writes one notice per department that has anything to report and
*>lists every department on the console with its item count.
write-notices.
    perform varying p from 1 by 1 until p > dept-count
        compute section-items = dp-rej(p) + dp-feed(p)
            + dp-grp(p) + dp-brk(p)
        move dp-tag(p) to out-dept-name
        move section-items to out-dept-items
        if section-items = 0
            move "NO NOTICE" to out-dept-fname
        else
            move spaces to note-fname
            string "NOTICE-" dp-tag(p) delimited by space
                "-" date-tag ".TXT" delimited by size
                into note-fname
            perform write-one-notice
            move note-fname to out-dept-fname
        end-if
        display output-dept-line
    end-perform.

*>Writes department p's notice: title, each section's items (or
*>None.), and the summary line of counts.
write-one-notice.
    open output notice-file.
    if note-stat not = "00"
        display "Notice file " note-fname " not written, status "
            note-stat
        move "NOT WRITTEN" to note-fname
    else
        if dp-name(p) = spaces
            move dp-tag(p) to out-title-dept
        else
            move dp-name(p) to out-title-dept
        end-if
        write notice-line from output-notice-title
        move prepared-stamp to out-prepared
        write notice-line from output-notice-prepared
        write notice-line from output-underline

        perform varying s from 1 by 1 until s > 4
            evaluate s
                when 1 write notice-line from output-section-reject
                when 2 write notice-line from output-section-feed
                when 3 write notice-line from output-section-group
                when 4 write notice-line from output-section-breach
            end-evaluate
            move 0 to section-items
            perform varying i from 1 by 1 until i > item-count
                if it-dept(i) = p and it-section(i) = s
                    write notice-line from it-line(i)
                    add 1 to section-items
                end-if
            end-perform
            if section-items = 0
                write notice-line from output-none-line
            end-if
        end-perform

        write notice-line from output-underline
        move dp-rej(p) to out-sum-rej
        move dp-feed(p) to out-sum-feed
        move dp-grp(p) to out-sum-grp
        move dp-brk(p) to out-sum-brk
        write notice-line from output-summary-line
        close notice-file
        add 1 to notices-written
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
