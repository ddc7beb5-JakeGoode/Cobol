*> Keyed run-profile record (STATPROF.DAT), maintained by
*> statprof.cob: the statmeasure settings for one dataset, looked up
*> by filename as each file's processing starts, so one batch can
*> measure feeds of very different spreads and value ranges each in
*> its own way. A file with no profile is measured with the run's
*> defaults: the command-line bucket width, an outlier limit of 3
*> standard deviations, percentile points 10/25/75/90/95, 55-line
*> report pages and row weights honoured. The profile name is shown
*> in the report's page header and settings line.
*> Bucket width 0 means the automatic width. Outlier limit is in
*> standard deviations. Percentile points run 1-99 in ascending
*> order. Page size is lines per report page, 10 or more. Weighting
*> Y honours the rows' sampling weights; N measures every row at
*> weight 1 (the business edits still check the weights as read).
01 statprof-record.
    02 pf-filename     pic x(30).
    02 pf-name         pic x(10).
    02 pf-bucket-width pic 9(6)v9(2).
    02 pf-outlier-sd   pic 9(2)v9(2).
    02 pf-pct-points.
        03 pf-pct-point pic 9(2) occurs 5 times.
    02 pf-page-size    pic 9(4).
    02 pf-weighting    pic x(1).
