*> rejected it, so the same record rejected again on a later day is
*> its own open entry.
*> Status values: O = still open, C = closed by a reprocess run.
*> Each entry carries the run that opened it and, once closed, the
*> date it was closed and the run that closed it (each run named by
*> its date/time stamp, the key it has in every history file), so
*> backing a run out with statback.cob deletes exactly the entries it
*> opened and reopens exactly the ones it closed.
*> A STATOREJ.DAT still in the earlier 72-byte layout, without the
*> run stamps, cannot be opened under this one (status 39). Convert
*> it once with statmast CONVERT, which reads it in that layout and
*> writes a STATOREJ-YYYYMMDD.BAK backup in this one, then rebuild it
*> with statmast RELOAD from that backup. Converted entries have no
*> run stamps, so statback leaves them as they are.
01 statorej-record.
    02 or-key.
        03 or-filename pic x(30).
    02 or-reason   pic x(3).
    02 or-status   pic x(1).
    02 or-closed-date pic x(10).
    02 or-closed-run  pic x(20).
    02 or-opened-run  pic x(20).
