*> extract can never disagree with the report. The file is started
*> afresh by each statmeasure run and holds every record of that run
*> (a batch @ run writes each of its files' records in turn).
*> Figures for downstream use are released only after sign-off: each
*> record is also kept in STATPEND.TXT, in this same layout, until
*> the run is approved (statsign.cob) and statpub.cob writes it to
*> the STATREL.TXT release extract, which downstream jobs read with
*> this layout too (see statrel.cpy).
*> The numeric fields use the same edited pictures as the printed
*> report; a reader that wants them as binary values can take them
*> through numval, the way stattrend reads STATLOG.TXT.
*> A run whose file has two or more groups also writes one record
*> under the group code *AOV, laid out as statext-anova-record below,
*> carrying the between-group test (one-way analysis of variance) that
*> follows the per-group blocks in the report. Its first three fields
*> line up with statext-record's, so a reader tells the two apart by
*> ex-group; readers that only want group figures pass *AOV over.
01 statext-record.
    02 ex-datetime pic x(20).
    02 ex-gap-1    pic x(1).
    02 ex-median   pic -(6)9.9(2).
    02 ex-gap-9    pic x(1).
    02 ex-w-mean   pic -(6)9.9(2).

*> The *AOV record: total values and groups in the test, sums of
*> squares, degrees of freedom and mean squares between and within
*> the groups, the F statistic, its approximate P-value, the
*> significance level the run was given, and the verdict: D when the
*> group means differ significantly at that level, S when they do
*> not, X when there were too few values to make the test.
01 statext-anova-record.
    02 ea-datetime    pic x(20).
    02 ea-gap-1       pic x(1).
    02 ea-filename    pic x(30).
    02 ea-gap-2       pic x(1).
    02 ea-group       pic x(4).
    02 ea-gap-3       pic x(1).
    02 ea-n           pic 9(8).
    02 ea-gap-4       pic x(1).
    02 ea-groups      pic 9(4).
    02 ea-gap-5       pic x(1).
    02 ea-ss-between  pic -(15)9.9(4).
    02 ea-gap-6       pic x(1).
    02 ea-ss-within   pic -(15)9.9(4).
    02 ea-gap-7       pic x(1).
    02 ea-df-between  pic 9(4).
    02 ea-gap-8       pic x(1).
    02 ea-df-within   pic 9(8).
    02 ea-gap-9       pic x(1).
    02 ea-ms-between  pic -(15)9.9(4).
    02 ea-gap-10      pic x(1).
    02 ea-ms-within   pic -(15)9.9(4).
    02 ea-gap-11      pic x(1).
    02 ea-f           pic z(11)9.9(4).
    02 ea-gap-12      pic x(1).
    02 ea-p-value     pic 9.9(6).
    02 ea-gap-13      pic x(1).
    02 ea-alpha       pic 9.9(4).
    02 ea-gap-14      pic x(1).
    02 ea-verdict     pic x(1).
