*> Maintenance audit-trail record appended to STATAUDT.TXT, one line
*> per change, by every program that maintains the control limits
*> (statlimit.cob, STATLIM.DAT), the dataset catalog (statcat.cob,
*> STATCAT.DAT), the business edit rules (statedit.cob,
*> STATEDIT.TXT), the business calendar (statcal.cob, STATCAL.DAT)
*> or the run profiles (statprof.cob, STATPROF.DAT), and by
*> statmast.cob when a RELOAD rebuilds a master. Each line holds when
*> the change was made, the operator ID it was made under (STATOPER),
*> the program and function, the file and key changed, and the record
*> image before and after: a blank before image is an addition, a
*> blank after image a deletion. The key starts with the dataset
*> filename for STATLIM/STATCAT/STATPROF changes (plus the group code
*> for STATLIM), is the group code for an edit rule and the date for
*> a calendar entry, and is the backup file name for a RELOAD.
*> stataudit.cob reports the trail by date range, operator or
*> dataset.
*> Label/filler literals are set by the writing program rather than
*> via VALUE clauses here, since this record lives in the FILE
*> SECTION.
01 stataud-record.
    02 au-datetime    pic x(20).
    02 au-gap-1       pic x(1).
    02 au-operator    pic x(8).
    02 au-gap-2       pic x(1).
    02 au-program     pic x(12).
    02 au-gap-3       pic x(1).
    02 au-function    pic x(8).
    02 au-gap-4       pic x(1).
    02 au-file        pic x(12).
    02 au-gap-5       pic x(1).
    02 au-key         pic x(34).
    02 au-gap-6       pic x(1).
    02 au-before      pic x(100).
    02 au-gap-7       pic x(1).
    02 au-after       pic x(100).
