*> Keyed release register record (STATREL.DAT): one record per
*> statmeasure run, keyed on the dataset filename plus the run
*> date/time the run's history and extract records carry, so a run's
*> figures are reviewed before they leave operations. statmeasure
*> registers each run it measures as pending, with the run's own
*> status in the RUNCTL.TXT codes (see statrun.cpy), its reject count
*> and its control-limit result, and keeps the run's extract records
*> in STATPEND.TXT until the run is released. statsign.cob lists the
*> pending runs and records a supervisor's APPROVE or HOLD, with who
*> decided, when and why; statpub.cob writes the approved runs to the
*> STATREL.TXT release extract (statext.cpy layout) for downstream
*> jobs and marks them released; statback.cob marks a run it backs
*> out as withdrawn.
*> Status values: P = pending sign-off, A = approved, H = held,
*> R = released downstream, W = withdrawn by statback.
*> Limit result: IN every limited figure within its STATLIM.DAT
*> range, OUT at least one breach (STATUS 14), NONE no limits on file
*> for the dataset.
01 statrel-record.
    02 rs-key.
        03 rs-filename     pic x(30).
        03 rs-run-datetime pic x(20).
    02 rs-status       pic x(1).
    02 rs-run-status   pic 9(2).
    02 rs-rejects      pic 9(6).
    02 rs-limit-result pic x(4).
    02 rs-decided-by   pic x(8).
    02 rs-decided-at   pic x(20).
    02 rs-reason       pic x(40).
    02 rs-released-at  pic x(20).
