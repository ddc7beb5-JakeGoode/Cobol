*> Keyed feed receipt register record (STATRCV.DAT), written by
*> statrecv.cob for every inbound feed it accepts. Keyed on the feed's
*> filename plus the sequence number from its *HDR header record, so
*> one dataset's receipts read back in arrival order. Each entry keeps
*> the header's business date and the record count and value hash
*> total over the data rows, which is what a later feed is checked
*> against for a skipped sequence, a business date already received
*> or a re-sent copy of an earlier file. Feeds held by those checks
*> are reported but never written here.
*> Feed header record (first line of any feed run through intake):
*>     columns 1-4   *HDR
*>     columns 5-12  business date YYYYMMDD
*>     columns 13-18 sequence number, one higher than the last feed
01 statrcv-record.
    02 fr-key.
        03 fr-filename pic x(30).
        03 fr-seq      pic 9(6).
    02 fr-bus-date     pic x(8).
    02 fr-count        pic 9(8).
    02 fr-hash         pic s9(12)v9(2).
    02 fr-recv-datetime pic x(20).
    02 fr-forced       pic x(1).
