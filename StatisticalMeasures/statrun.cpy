*> code: 00 clean, 04 validation rejects present, 06 input truncated,
*> 08 no data, 10 reconciliation break, 12 file open failure, 14
*> control limit breached (see STATLIM.DAT and statlimit.cob); the
*> worst condition seen in the run wins. statrecv.cob's intake line
*> uses the same fields (FILES= feeds examined, READ= data rows, REJ=
*> feeds held) and adds the hold codes 16 missing header or out of
*> sequence, 18 business date already received, 20 duplicate of an
*> earlier receipt (see STATRCV.DAT).
*> Label/filler literals are set in each program's write-run-control
*> paragraph rather than via VALUE clauses here, since this record
*> lives in the FILE SECTION.
*> statback.cob appends the second layout below when it withdraws a
*> run: STATBACK in the program column, WITHDREW= and the withdrawn
*> run's filename and run date/time (its STATHIST.DAT key) where the
*> counts would be, and STATUS 00 in the usual columns. statops lists
*> these lines as withdrawn runs instead of counting them as runs.
01 statrun-record.
    02 rc-program     pic x(12).
    02 rc-gap-1       pic x(1).
    02 rc-gap-6       pic x(1).
    02 rc-status-label pic x(7).
    02 rc-status      pic 9(2).
01 statrun-reversal-record.
    02 rx-program     pic x(12).
    02 rx-gap-1       pic x(1).
    02 rx-datetime    pic x(20).
    02 rx-gap-2       pic x(1).
    02 rx-label       pic x(9).
    02 rx-filename    pic x(30).
    02 rx-gap-3       pic x(1).
    02 rx-run-datetime pic x(20).
    02 rx-gap-4       pic x(2).
    02 rx-status      pic 9(2).
