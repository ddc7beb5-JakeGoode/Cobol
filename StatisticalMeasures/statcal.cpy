*> Keyed business calendar record (STATCAL.DAT), maintained by
*> statcal.cob. Saturdays and Sundays are non-working days without
*> needing a record; the calendar holds the exceptions to that rule,
*> one record per date: a public holiday (H) or any other weekday
*> nobody upstream works, such as a shutdown day (N), and a Saturday
*> or Sunday that is worked after all (W). statwatch, statrejage and
*> statnote count run frequencies and reject ages in business days
*> against it, and statdriver skips business-days-only plan steps on
*> a day it marks non-working, so a weekend or holiday no longer
*> raises an OVERDUE line or a missing-feed failure. The key is the
*> date as YYYY-MM-DD, the form the history files carry.
01 statcal-record.
    02 bc-date     pic x(10).
    02 bc-type     pic x(1).
    02 bc-desc     pic x(30).
