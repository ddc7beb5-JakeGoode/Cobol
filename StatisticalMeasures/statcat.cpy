*> statcat.cob and read by the statwatch.cob missed-run watchdog.
*> One record per dataset this shop expects to receive: the filename
*> statmeasure processes it under, the department that owns the
*> upstream feed, how often a run is expected (in business days,
*> counted against the STATCAL.DAT business calendar), and up to
*> five group codes the feed is expected to carry. A feed that
*> silently stops arriving shows up nowhere else -- statmeasure only
*> reports on files it was asked to process and STATHIST.DAT only
