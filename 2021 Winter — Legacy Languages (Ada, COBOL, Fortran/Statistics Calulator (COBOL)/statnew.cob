select scores-file assign to scores-file-name
    organization is line sequential
    file status is scores-file-status.
select rules-file assign to rules-file-name
    organization is line sequential
    file status is rules-file-status.
select alerts-file assign to alerts-file-name
    organization is line sequential
    file status is alerts-file-status.
select sample-file assign to sample-file-name
    organization is line sequential
    file status is sample-file-status.
select sample-plan-file assign to sample-plan-name
    organization is line sequential
    file status is sample-plan-status.
select gl-file assign to gl-file-name
    organization is line sequential
    file status is gl-file-status.
select sort-file assign to sort-work-name.
select sort-cat-file assign to sort-cat-work-name.
select sort-score-file assign to sort-score-work-name.
        05 master-life-wsum   pic S9(16)V9(4).
fd category-ref.
    01 catref-record.
        05 catref-code        pic X(04).
        05 filler             pic X(01).
        05 catref-desc        pic X(30).
        05 filler             pic X(01).
        05 catref-parent      pic X(04).
        05 filler             pic X(01).
        05 catref-parent-desc pic X(30).
fd feed-register.
    01 feed-register-string pic X(140).
fd catmast-journal.
    01 catmast-journal-string pic X(360).
fd batch-work-file.
    01 batch-work-string pic X(40).
fd batch-report-file.
    01 batch-report-string pic X(132).
fd profile-file.
    01 profile-string pic X(200).
fd rules-file.
    01 rules-record.
        05 rules-code         pic X(04).
        05 filler             pic X(01).
        05 rules-min-count    pic 9(08).
        05 filler             pic X(01).
        05 rules-mean-floor   pic S9(14)V9(4).
        05 filler             pic X(01).
        05 rules-mean-ceiling pic S9(14)V9(4).
        05 filler             pic X(01).
        05 rules-max-stddev   pic 9(14)V9(4).
        05 filler             pic X(01).
        05 rules-max-outliers pic 9(08).
fd alerts-file.
    01 alerts-string pic X(210).
fd sample-file.
    01 sample-string pic X(130).
fd sample-plan-file.
    01 sample-plan-record.
        05 plan-in-code       pic X(04).
        05 filler             pic X(01).
        05 plan-in-size       pic 9(05).
        05 filler             pic X(01).
        05 plan-in-pct        pic 9(03).
fd gl-file.
    01 gl-string pic X(80).
fd work-unsorted-file.
    01 work-unsorted-string pic X(69).
fd work-sorted-file.
*> bytes 6-7 histogram buckets 01-20, byte 8 deliberate rerun of an
*> already-registered feed Y/N, byte 9 observation-date input with a
*> by-period section, D by day / W by week / M by month, byte 10
*> per-record scored output Y/N, bytes 11-14 baseline category for
*> the category comparisons, bytes 15-16 confidence level for those
*> comparisons, 90, 95 or 99, byte 17 audit sample extract Y/N.
*> Blank bytes take the defaults (Y A 4 Y N 10 N none N, the run
*> profile's baseline, level and audit-sample setting)
01 options-field.
    05 opt-dumps    pic X(01).
    05 opt-order    pic X(01).
    05 opt-rerun    pic X(01).
    05 opt-period   pic X(01).
    05 opt-scores   pic X(01).
    05 opt-baseline   pic X(04).
    05 opt-confidence pic X(02).
    05 opt-sample     pic X(01).
    05 filler         pic X(01).

01 dumps-switch      pic 9 value 1.
01 descending-switch pic 9 value 0.
    05 summary-bad         pic Z(7)9.
    05 filler              pic X(01) value space.
    05 summary-weight      pic -(14)9.9(4).
    05 filler              pic X(01) value space.
    05 summary-run-date    pic 9(08).

*> Read-side view of a run-summary line, used when a restarted
*> batch works out which control records already finished. The
*> numeric columns come back as characters and go through NUMVAL,
*> so lines written before the weight column existed still parse.
*> The run date at the end is there for the log housekeeping job
01 summary-read-line.
    05 sum-in-input   pic X(100).
    05 filler         pic X(01).
    05 sum-in-bad     pic X(08).
    05 filler         pic X(01).
    05 sum-in-weight  pic X(20).
    05 filler         pic X(01).
    05 sum-in-run-date pic X(08).

*> Control records already completed by an interrupted batch, as
*> its run summary recorded them; a restarted batch skips straight
*> code with its descriptive name. When the file is present every
*> input category is validated against it and the descriptions are
*> carried onto the reports; when it is absent the run behaves as
*> before and any 4 bytes pass as a category. A line may go on to
*> name the category's parent (division) code and the division's
*> description, which turns on the division roll-up
01 category-ref-name      pic X(100) value 'stats-catref.dat'.
01 category-ref-status    pic X(02).
01 reference-loaded       pic 9 value 0.
01 reference-count        pic 9(4) value 0.
01 reference-table.
    05 reference-entry occurs 500 times.
        10 ref-code        pic X(04).
        10 ref-desc        pic X(30).
        10 ref-parent      pic X(04).
        10 ref-parent-desc pic X(30).
01 reference-has-parents  pic 9 value 0.
01 ref-search-index       pic 9(4).
01 ref-found-index        pic 9(4).
01 ref-check-code         pic X(04).
*> rewrite is logged with the before and after images of the master
*> record, the run date/time, the input file name and the feed
*> id/business date when the extract carried them, so a distorted
*> lifetime total can be traced back to the run that did it. The
*> requesting and approving operator ids at the end of the line are
*> left blank: a calculator posting needs no approval
01 catmast-journal-name   pic X(100)
    value 'stats-catmast-journal.log'.
01 catmast-journal-status pic X(02).
    05 jrn-feed-id       pic X(08).
    05 filler            pic X(01) value space.
    05 jrn-business-date pic 9(08).
    05 filler            pic X(01) value space.
    05 jrn-requested-by  pic X(08).
    05 filler            pic X(01) value space.
    05 jrn-approved-by   pic X(08).

01 checkpoint-found       pic 9 value 0.
01 checkpoint-phase       pic X(01).
    05 filler         pic X(01) value space.
    05 score-pctile   pic Z(2)9.99.

*> Audit sample extract for the monthly hand-check: a reproducible
*> random sample of the stored records, stratified by category code,
*> with every outlier included on top of the random draw. The sample
*> plan gives each category a sample size or a percentage of its
*> records, with a '*ALL' line for the categories it does not name;
*> without a plan every stratum gets ten. The seed comes from the run
*> profile, else the HDR business date, else the run date, and heads
*> the sample file so the draw can be repeated
01 sample-file-name      pic X(100).
01 sample-file-status    pic X(02).
01 sample-switch         pic 9 value 0.
01 profile-sample-switch pic 9 value 0.
01 sample-plan-name      pic X(100) value 'stats-sample.dat'.
01 sample-plan-status    pic X(02).
01 default-sample-size   pic 9(05) value 10.
01 max-plan-rows         pic 9(4) value 200.
01 plan-count            pic 9(4) value 0.
01 plan-table.
    05 plan-entry occurs 200 times.
        10 plan-code      pic X(04).
        10 plan-size      pic 9(05).
        10 plan-pct       pic 9(03).
        10 plan-has-size  pic 9.
01 plan-i                pic 9(4).
01 plan-found-index      pic 9(4).
01 sample-seed-given     pic 9 value 0.
01 profile-sample-seed   pic 9(10) value 0.
01 sample-seed           pic 9(10).
01 sample-seed-date      pic 9(08).
01 sample-random         pic 9(10).
01 sample-product        pic 9(15).
01 sample-quotient       pic 9(15).
01 sample-uniform        pic 9V9(9).
01 sample-left           pic 9(8)V9(9).
01 sample-is-outlier     pic 9.
01 sample-written        pic 9(8).

*> One row per stratum: its population outside the outliers, its
*> outliers, the random sample wanted from it, and the records seen
*> and taken so far in the drawing pass. Codes beyond the table
*> share a last '****' stratum
01 max-strata            pic 9(4) value 500.
01 stratum-count         pic 9(4) value 0.
01 stratum-overflow-index pic 9(4) value 0.
01 strata-table.
    05 stratum-entry occurs 500 times.
        10 str-code       pic X(04).
        10 str-population pic 9(8).
        10 str-outliers   pic 9(8).
        10 str-wanted     pic 9(8).
        10 str-seen       pic 9(8).
        10 str-taken      pic 9(8).
01 str-i                 pic 9(4).
01 str-found-index       pic 9(4).

01 sample-header-line.
    05 filler           pic X(03) value 'HDR'.
    05 filler           pic X(01) value space.
    05 smp-hdr-seed     pic 9(10).
    05 filler           pic X(01) value space.
    05 smp-hdr-date     pic 9(08).
    05 filler           pic X(01) value space.
    05 smp-hdr-input    pic X(100).

01 sample-stratum-line.
    05 filler             pic X(03) value 'STR'.
    05 filler             pic X(01) value space.
    05 smp-str-code       pic X(04).
    05 filler             pic X(01) value space.
    05 smp-str-population pic 9(08).
    05 filler             pic X(01) value space.
    05 smp-str-wanted     pic 9(08).
    05 filler             pic X(01) value space.
    05 smp-str-outliers   pic 9(08).

01 sample-line.
    05 smp-line-num   pic Z(7)9.
    05 filler         pic X(01) value space.
    05 smp-value      pic -(14)9.9(4).
    05 filler         pic X(01) value space.
    05 smp-category   pic X(04).
    05 filler         pic X(01) value space.
    05 smp-weight     pic Z(7)9.
    05 filler         pic X(01) value space.
    05 smp-stratum    pic X(04).
    05 filler         pic X(01) value space.
    05 smp-flag       pic X(07).

*> General-ledger interface file for the finance system, wrapped in
*> the same HDR/TRL convention the calculator requires of its own
*> input: a header with our feed id and the business date, one
*> detail record per category with the weighted sum, count, weight
*> sum and mean, and a trailer with the detail count and the hash
*> total of the weighted sums. Only a file that finishes OK gets
*> one; a batch also gets one consolidated file for the control file
01 gl-file-name          pic X(100).
01 gl-file-status        pic X(02).
01 gl-feed-id            pic X(08) value 'STATSGL'.
01 gl-batch-name         pic X(100) value 'stats-gl-batch.dat'.
01 gl-business-date      pic 9(08).
01 gl-batch-date         pic 9(08).
01 gl-detail-count       pic 9(08).
01 gl-hash-total         pic S9(14)V9(4).
01 gl-eof-switch         pic 9.

01 gl-header-line.
    05 gl-hdr-tag         pic X(03) value 'HDR'.
    05 gl-hdr-feed-id     pic X(08).
    05 gl-hdr-date        pic 9(08).

01 gl-detail-line.
    05 gl-wsum            pic S9(14)V9(4).
    05 gl-category        pic X(04).
    05 gl-count           pic 9(08).
    05 gl-weight-sum      pic S9(14)V9(4).
    05 gl-mean            pic S9(14)V9(4).

01 gl-trailer-line.
    05 filler             pic X(03) value 'TRL'.
    05 gl-trl-count       pic 9(08).
    05 gl-trl-hash        pic S9(14)V9(4).

*> The interface files written for the batch's OK files, read back
*> at the end of the batch so the consolidated file also covers the
*> files an interrupted run already finished, and the per-category
*> totals built from them
01 max-gl-files          pic 9(4) value 500.
01 gl-file-count         pic 9(4) value 0.
01 gl-files.
    05 gl-file-entry occurs 500 times pic X(100).
01 gl-f-i                pic 9(4).
01 max-gl-categories     pic 9(4) value 500.
01 gl-category-count     pic 9(4) value 0.
01 gl-category-table.
    05 gl-category-entry occurs 500 times.
        10 glc-code       pic X(04).
        10 glc-count      pic 9(08).
        10 glc-wsum       pic S9(14)V9(4).
        10 glc-weight-sum pic S9(14)V9(4).
01 glc-i                 pic 9(4).
01 glc-found-index       pic 9(4).

01 sp-i              pic 9(8).
01 scan-pos          pic 9(8).
01 first-value-seen  pic 9.
01 feed-registered       pic 9 value 0.
01 feed-override-switch  pic 9 value 0.

*> The shop's business tolerance rules: one line per category code,
*> plus a '*ALL' line for the file as a whole, giving the minimum
*> record count, the floor and ceiling for the mean, the largest
*> acceptable standard deviation and outlier count. A blank field
*> sets no limit. Every breach goes to the alerts file and onto the
*> reports, and turns an otherwise OK file's disposition to ALERT.
*> When the rules file is absent nothing is checked
01 rules-file-name       pic X(100) value 'stats-rules.dat'.
01 rules-file-status     pic X(02).
01 rules-loaded          pic 9 value 0.
01 max-rule-rows         pic 9(4) value 200.
01 rule-count            pic 9(4) value 0.
01 rule-table.
    05 rule-entry occurs 200 times.
        10 rule-code         pic X(04).
        10 rule-min-count    pic 9(08).
        10 rule-mean-floor   pic S9(14)V9(4).
        10 rule-mean-ceiling pic S9(14)V9(4).
        10 rule-max-stddev   pic S9(14)V9(4).
        10 rule-max-outliers pic 9(08).
        10 rule-has-count    pic 9.
        10 rule-has-floor    pic 9.
        10 rule-has-ceiling  pic 9.
        10 rule-has-stddev   pic 9.
        10 rule-has-outliers pic 9.
        10 rule-folded       pic 9.
01 rule-i                pic 9(4).
01 folded-rule-count     pic 9(4) value 0.
01 folded-heading-text   pic X(30)
    value 'NOT CHECKED - FOLDED INTO OTHR'.

*> The figures one rule is checked against: the whole file's for the
*> '*ALL' line, one category's otherwise
01 check-code            pic X(04).
01 check-count           pic 9(08).
01 check-mean            pic S9(14)V9(4).
01 check-stddev          pic S9(14)V9(4).
01 check-outliers        pic 9(08).
01 check-have-stats      pic 9.

*> This file's breaches, kept for the report sections; every breach
*> is counted and written to the alerts file even once the table is
*> full
01 alerts-file-name      pic X(100) value 'stats-alerts.log'.
01 alerts-file-status    pic X(02).
01 alerts-open           pic 9 value 0.
01 any-alert-switch      pic 9 value 0.
01 max-alert-rows        pic 9(4) value 100.
01 alert-count           pic 9(4) value 0.
01 alert-table.
    05 alert-entry occurs 100 times.
        10 alt-code   pic X(04).
        10 alt-figure pic X(18).
        10 alt-limit  pic S9(14)V9(4).
        10 alt-actual pic S9(14)V9(4).
01 alert-i               pic 9(4).
01 alert-figure-text     pic X(18).
01 alert-limit-value     pic S9(14)V9(4).
01 alert-actual-value    pic S9(14)V9(4).

01 alert-line.
    05 alert-date          pic 9(08).
    05 filler              pic X(01) value space.
    05 alert-time          pic 9(08).
    05 filler              pic X(01) value space.
    05 alert-input         pic X(100).
    05 filler              pic X(01) value space.
    05 alert-feed-id       pic X(08).
    05 filler              pic X(01) value space.
    05 alert-business-date pic 9(08).
    05 filler              pic X(01) value space.
    05 alert-code          pic X(04).
    05 filler              pic X(01) value space.
    05 alert-figure        pic X(18).
    05 filler              pic X(01) value space.
    05 alert-limit         pic -(14)9.9(4).
    05 filler              pic X(01) value space.
    05 alert-actual        pic -(14)9.9(4).

01 print-alert-line.
    05 print-alert-code   pic X(04).
    05 filler             pic X(02).
    05 print-alert-figure pic X(18).
    05 filler             pic X(09) value '  Limit: '.
    05 print-alert-limit  pic -(14)9.9(4).
    05 filler             pic X(10) value '  Actual: '.
    05 print-alert-actual pic -(14)9.9(4).

*> The whole-batch work file and the consolidated figures built
*> from it: every record of every file that finished OK is spooled
*> to the work file as a value/weight pair, and at the end of the
        10 cat-var        pic S9(14)V9(4).
        10 cat-stddev     pic S9(14)V9(4).
        10 cat-median     pic S9(14)V9(4).
        10 cat-outliers   pic 9(8).
        10 cat-div-index  pic 9(4).

01 group-values.
    05 group-value pic S9(14)V9(4) usage is computational-3
01 overflow-slot-exists pic 9 value 0.
01 overflow-slot-index  pic 9(4) value 0.

*> Category comparisons: each category's mean set against the rest
*> of the file, and against the chosen baseline category, with a
*> Welch t test of whether the gap is more than noise. The rest-of-
*> file figures are derived from the file totals, so no extra pass
*> over the records is needed
01 compare-baseline      pic X(04) value spaces.
01 profile-baseline      pic X(04) value spaces.
01 confidence-pct        pic 9(02) value 95.
01 profile-confidence    pic 9(02) value 95.
01 baseline-found-index  pic 9(4).
01 max-compare-rows      pic 9(4) value 100.
01 compare-count         pic 9(4) value 0.
01 compare-table.
    05 compare-entry occurs 100 times.
        10 cmp-code     pic X(04).
        10 cmp-kind     pic X(01).
        10 cmp-against  pic X(04).
        10 cmp-diff     pic S9(14)V9(4).
        10 cmp-t        pic S9(14)V9(4).
        10 cmp-df       pic 9(8)V9(2).
        10 cmp-result   pic X(01).
01 cmp-i                 pic 9(4).
01 cmp-next-kind         pic X(01).
01 cmp-next-against      pic X(04).
01 cmp-a-count           pic 9(8).
01 cmp-a-mean            pic S9(14)V9(4).
01 cmp-a-var             pic S9(14)V9(8).
01 cmp-b-count           pic 9(8).
01 cmp-b-wsum            pic S9(14)V9(4).
01 cmp-b-mean            pic S9(14)V9(4).
01 cmp-b-var             pic S9(14)V9(8).
01 cmp-b-sqdev           pic S9(16)V9(4).
01 cmp-a-se2             pic S9(14)V9(14).
01 cmp-b-se2             pic S9(14)V9(14).
01 cmp-a-share           pic 9V9(14).
01 cmp-b-share           pic 9V9(14).
01 cmp-abs-t             pic 9(14)V9(4).
01 cmp-df-whole          pic 9(8).
01 cmp-critical          pic 9(2)V9(3).
01 compare-against-text  pic X(16).
01 compare-verdict-word  pic X(03).

*> Two-tailed critical values of Student's t at 90, 95 and 99 per
*> cent confidence by degrees of freedom; a fractional or missing
*> df takes the row below it, and the last row stands for infinity
01 t-critical-values.
    05 filler pic X(19) value '0001063141270663657'.
    05 filler pic X(19) value '0002029200430309925'.
    05 filler pic X(19) value '0003023530318205841'.
    05 filler pic X(19) value '0004021320277604604'.
    05 filler pic X(19) value '0005020150257104032'.
    05 filler pic X(19) value '0006019430244703707'.
    05 filler pic X(19) value '0007018950236503499'.
    05 filler pic X(19) value '0008018600230603355'.
    05 filler pic X(19) value '0009018330226203250'.
    05 filler pic X(19) value '0010018120222803169'.
    05 filler pic X(19) value '0011017960220103106'.
    05 filler pic X(19) value '0012017820217903055'.
    05 filler pic X(19) value '0013017710216003012'.
    05 filler pic X(19) value '0014017610214502977'.
    05 filler pic X(19) value '0015017530213102947'.
    05 filler pic X(19) value '0016017460212002921'.
    05 filler pic X(19) value '0017017400211002898'.
    05 filler pic X(19) value '0018017340210102878'.
    05 filler pic X(19) value '0019017290209302861'.
    05 filler pic X(19) value '0020017250208602845'.
    05 filler pic X(19) value '0021017210208002831'.
    05 filler pic X(19) value '0022017170207402819'.
    05 filler pic X(19) value '0023017140206902807'.
    05 filler pic X(19) value '0024017110206402797'.
    05 filler pic X(19) value '0025017080206002787'.
    05 filler pic X(19) value '0026017060205602779'.
    05 filler pic X(19) value '0027017030205202771'.
    05 filler pic X(19) value '0028017010204802763'.
    05 filler pic X(19) value '0029016990204502756'.
    05 filler pic X(19) value '0030016970204202750'.
    05 filler pic X(19) value '0040016840202102704'.
    05 filler pic X(19) value '0060016710200002660'.
    05 filler pic X(19) value '0120016580198002617'.
    05 filler pic X(19) value '1000016450196002576'.
01 t-critical-table redefines t-critical-values.
    05 t-crit-row occurs 34 times.
        10 t-crit-df pic 9(4).
        10 t-crit-90 pic 9(2)V9(3).
        10 t-crit-95 pic 9(2)V9(3).
        10 t-crit-99 pic 9(2)V9(3).
01 max-t-crit-rows       pic 9(4) value 34.
01 t-crit-i              pic 9(4).
01 t-crit-done           pic 9.

01 compare-result-line.
    05 compare-result-code pic X(04).
    05 filler              pic X(02).
    05 compare-result-label pic X(14).
    05 compare-result-text pic X(20).

01 csv-compare-line.
    05 filler             pic X(08) value 'Compare,'.
    05 csv-cmp-code       pic X(04).
    05 filler             pic X(01) value ','.
    05 csv-cmp-against    pic X(12).
    05 filler             pic X(01) value ','.
    05 csv-cmp-diff       pic -(12)9.9(4).
    05 filler             pic X(01) value ','.
    05 csv-cmp-t          pic -(6)9.9(4).
    05 filler             pic X(01) value ','.
    05 csv-cmp-df         pic Z(6)9.9(2).
    05 filler             pic X(01) value ','.
    05 csv-cmp-result     pic X(10).

01 print-compare-line.
    05 print-cmp-code     pic X(04).
    05 filler             pic X(02).
    05 print-cmp-against  pic X(16).
    05 filler             pic X(13) value '  Mean Diff: '.
    05 print-cmp-diff     pic -(14)9.9(4).
    05 filler             pic X(11) value '  Welch t: '.
    05 print-cmp-t        pic -(9)9.9(4).
    05 filler             pic X(06) value '  DF: '.
    05 print-cmp-df       pic Z(7)9.9(2).
    05 filler             pic X(02).
    05 print-cmp-result   pic X(20).

*> Distribution tests: a chi-square goodness-of-fit of the histogram
*> buckets against a normal curve with the run's own mean and
*> standard deviation, and a Benford's-law first-digit table. Both
*> verdicts are taken at the comparison confidence level. Adjacent
*> buckets are pooled until each cell expects at least five records,
*> and the normal fit loses three degrees of freedom: one for the
*> total and two for the estimated mean and standard deviation
01 fit-expected-table.
    05 fit-expected pic 9(8)V9(4) occurs 20 times.
01 fit-cdf-low           pic 9V9(14).
01 fit-cdf-high          pic 9V9(14).
01 fit-cell-obs          pic 9(8).
01 fit-cell-exp          pic 9(8)V9(4).
01 fit-last-obs          pic 9(8).
01 fit-last-exp          pic 9(8)V9(4).
01 fit-cells             pic 9(4).
01 fit-chi-square        pic 9(10)V9(4).
01 fit-df                pic 9(4).
01 fit-critical          pic 9(2)V9(3).
01 fit-result            pic X(01).

*> Normal distribution function by the Abramowitz and Stegun
*> polynomial approximation 26.2.17, good to about 7.5E-8
01 norm-z                pic S9(18)V9(8).
01 norm-x                pic 9(18)V9(8).
01 norm-t                pic 9V9(14).
01 norm-pdf              pic 9V9(14).
01 norm-tail             pic 9V9(14).
01 norm-cdf              pic 9V9(14).

01 benford-value         pic 9(14)V9(4).
01 benford-chars redefines benford-value pic X(18).
01 benford-scan-i        pic 9(4).
01 benford-digit         pic 9.
01 benford-i             pic 9(4).
01 benford-tested        pic 9(8).
01 benford-table.
    05 benford-count pic 9(8) occurs 9 times.
01 benford-exp-count     pic 9(8)V9(4).
01 benford-obs-pct       pic 9(3)V9(3).
01 benford-chi-square    pic 9(10)V9(4).
01 benford-critical      pic 9(2)V9(3).
01 benford-result        pic X(01).

*> Benford's expected first-digit percentages, log10(1 + 1/d)
01 benford-expected-values.
    05 filler pic 9(2)V9(3) value 30.103.
    05 filler pic 9(2)V9(3) value 17.609.
    05 filler pic 9(2)V9(3) value 12.494.
    05 filler pic 9(2)V9(3) value 9.691.
    05 filler pic 9(2)V9(3) value 7.918.
    05 filler pic 9(2)V9(3) value 6.695.
    05 filler pic 9(2)V9(3) value 5.799.
    05 filler pic 9(2)V9(3) value 5.115.
    05 filler pic 9(2)V9(3) value 4.576.
01 benford-expected-table redefines benford-expected-values.
    05 benford-pct pic 9(2)V9(3) occurs 9 times.

*> Chi-square critical values at 90, 95 and 99 per cent confidence
*> for 1 to 20 degrees of freedom
01 chi-critical-values.
    05 filler pic X(15) value '027060384106635'.
    05 filler pic X(15) value '046050599109210'.
    05 filler pic X(15) value '062510781511345'.
    05 filler pic X(15) value '077790948813277'.
    05 filler pic X(15) value '092361107015086'.
    05 filler pic X(15) value '106451259216812'.
    05 filler pic X(15) value '120171406718475'.
    05 filler pic X(15) value '133621550720090'.
    05 filler pic X(15) value '146841691921666'.
    05 filler pic X(15) value '159871830723209'.
    05 filler pic X(15) value '172751967524725'.
    05 filler pic X(15) value '185492102626217'.
    05 filler pic X(15) value '198122236227688'.
    05 filler pic X(15) value '210642368529141'.
    05 filler pic X(15) value '223072499630578'.
    05 filler pic X(15) value '235422629632000'.
    05 filler pic X(15) value '247692758733409'.
    05 filler pic X(15) value '259892886934805'.
    05 filler pic X(15) value '272043014436191'.
    05 filler pic X(15) value '284123141037566'.
01 chi-critical-table redefines chi-critical-values.
    05 chi-crit-row occurs 20 times.
        10 chi-crit-90 pic 9(2)V9(3).
        10 chi-crit-95 pic 9(2)V9(3).
        10 chi-crit-99 pic 9(2)V9(3).
01 max-chi-crit-rows     pic 9(4) value 20.
01 chi-df-wanted         pic 9(4).
01 chi-critical          pic 9(2)V9(3).
01 distribution-verdict  pic X(30).

01 fit-bucket-line.
    05 filler            pic X(03).
    05 fit-bucket-num    pic Z(3)9.
    05 filler            pic X(03).
    05 fit-obs-out       pic Z(7)9.
    05 filler            pic X(02).
    05 fit-exp-out       pic Z(8)9.9(2).

01 benford-line.
    05 filler            pic X(03).
    05 benford-digit-out pic 9.
    05 filler            pic X(02).
    05 benford-count-out pic Z(7)9.
    05 filler            pic X(02).
    05 benford-obs-out   pic ZZ9.9(3).
    05 filler            pic X(02).
    05 benford-exp-out   pic ZZ9.9(3).

01 csv-fit-line.
    05 filler            pic X(11) value 'Normal Fit,'.
    05 csv-fit-num       pic Z(3)9.
    05 filler            pic X(01) value ','.
    05 csv-fit-obs       pic Z(7)9.
    05 filler            pic X(01) value ','.
    05 csv-fit-exp       pic Z(8)9.9(4).

01 csv-benford-line.
    05 filler            pic X(08) value 'Benford,'.
    05 csv-benford-digit pic 9.
    05 filler            pic X(01) value ','.
    05 csv-benford-count pic Z(7)9.
    05 filler            pic X(01) value ','.
    05 csv-benford-obs   pic ZZ9.9(3).
    05 filler            pic X(01) value ','.
    05 csv-benford-exp   pic ZZ9.9(3).

*> Division roll-up: the category figures rolled up to the parent
*> (division) codes the category reference assigns, built record by
*> record the same way as the category breakdown. Categories with no
*> parent roll up together under a blank code, and a file with more
*> divisions than the table holds folds the rest into an 'OTHR' slot.
*> Each category slot remembers its division once it is known, so
*> most records need no reference lookup
01 divisions-switch      pic 9 value 0.
01 division-count        pic 9(4) value zero.
01 division-table.
    05 division-entry occurs 50 times.
        10 div-code       pic X(04).
        10 div-desc       pic X(30).
        10 div-count      pic 9(8).
        10 div-sum        pic S9(14)V9(4).
        10 div-weight-sum pic S9(14)V9(4).
        10 div-sqdev      pic S9(14)V9(4).
        10 div-mean       pic S9(14)V9(4).
        10 div-var        pic S9(14)V9(4).
        10 div-stddev     pic S9(14)V9(4).
        10 div-median     pic S9(14)V9(4).
01 div-i                 pic 9(4).
01 div-search-index      pic 9(4).
01 div-found-index       pic 9(4).
01 div-lookup-code       pic X(04).
01 div-lookup-desc       pic X(30).
01 div-overflow-exists   pic 9 value 0.
01 div-overflow-index    pic 9(4) value 0.

01 gs-i              pic 9(8).
01 gs-j              pic 9(8).
01 gs-k              pic 9(8).
    display " ".
    perform open-history-file.
    perform load-category-reference.
    perform load-tolerance-rules.
    perform load-sample-plan.

*> Opens the persistent run history log, creating it on first use
open-history-file.
load-category-reference.
    move 0 to reference-loaded.
    move 0 to reference-count.
    move 0 to reference-has-parents.
    open input category-ref.
    if category-ref-status = '00'
        move 1 to reference-loaded
            add 1 to reference-count
            move catref-code to ref-code(reference-count)
            move catref-desc to ref-desc(reference-count)
            move catref-parent to ref-parent(reference-count)
            move catref-parent-desc
                to ref-parent-desc(reference-count)
            if catref-parent not = spaces
                move 1 to reference-has-parents
            end-if
        end-if
    end-if.

        end-if
    end-if.

*> Loads the business tolerance rules into the rule table and opens
*> the alerts log they write to; a missing rules file only means no
*> tolerances are checked
load-tolerance-rules.
    move 0 to rules-loaded.
    move 0 to rule-count.
    open input rules-file.
    if rules-file-status = '00'
        move 1 to rules-loaded
        move 1 to eof-switch
        perform read-rule-row
            until eof-switch = 0
        close rules-file
        perform open-alerts-file
    else
        display "Tolerance rules " rules-file-name
            " were not found; no tolerances will be checked."
    end-if.

*> Reads one rules line into the rule table, noting which of its
*> limits were given; a limit left blank is not checked
read-rule-row.
    read rules-file
        at end move zero to eof-switch
    end-read.
    if eof-switch is not equal to zero
        if rules-code not = spaces
                and rule-count < max-rule-rows
            add 1 to rule-count
            move rules-code to rule-code(rule-count)
            move 0 to rule-has-count(rule-count)
            move 0 to rule-has-floor(rule-count)
            move 0 to rule-has-ceiling(rule-count)
            move 0 to rule-has-stddev(rule-count)
            move 0 to rule-has-outliers(rule-count)
            if rules-min-count is numeric
                move rules-min-count to rule-min-count(rule-count)
                move 1 to rule-has-count(rule-count)
            end-if
            if rules-mean-floor is numeric
                move rules-mean-floor to rule-mean-floor(rule-count)
                move 1 to rule-has-floor(rule-count)
            end-if
            if rules-mean-ceiling is numeric
                move rules-mean-ceiling
                    to rule-mean-ceiling(rule-count)
                move 1 to rule-has-ceiling(rule-count)
            end-if
            if rules-max-stddev is numeric
                move rules-max-stddev to rule-max-stddev(rule-count)
                move 1 to rule-has-stddev(rule-count)
            end-if
            if rules-max-outliers is numeric
                move rules-max-outliers
                    to rule-max-outliers(rule-count)
                move 1 to rule-has-outliers(rule-count)
            end-if
        end-if
    end-if.

*> Loads the audit sample plan; a missing plan only means every
*> stratum is sampled at the default size
load-sample-plan.
    move 0 to plan-count.
    open input sample-plan-file.
    if sample-plan-status = '00'
        move 1 to eof-switch
        perform read-plan-row
            until eof-switch = 0
        close sample-plan-file
    end-if.

*> Reads one plan line: a sample size, or when the size is left
*> blank, a percentage of the stratum
read-plan-row.
    read sample-plan-file
        at end move zero to eof-switch
    end-read.
    if eof-switch is not equal to zero
        if plan-in-code not = spaces
                and (plan-in-size is numeric or plan-in-pct is numeric)
                and plan-count < max-plan-rows
            add 1 to plan-count
            move plan-in-code to plan-code(plan-count)
            move 0 to plan-size(plan-count)
            move 0 to plan-pct(plan-count)
            move 0 to plan-has-size(plan-count)
            if plan-in-size is numeric
                move plan-in-size to plan-size(plan-count)
                move 1 to plan-has-size(plan-count)
            else
                move plan-in-pct to plan-pct(plan-count)
            end-if
        end-if
    end-if.

*> Opens the persistent tolerance alerts log, creating it on first
*> use
open-alerts-file.
    open extend alerts-file.
    if alerts-file-status = '35'
        open output alerts-file
    end-if.
    if alerts-file-status = '00'
        move 1 to alerts-open
    end-if.

*> Reads the run profile named on the command line, when one is:
*> each line is keyword=value for an answer the batch path would
*> otherwise prompt for. A profile that cannot be opened or does not
                                move 1 to restart-switch
                            end-if
                        else
                            perform apply-option-profile-line
                        end-if
                    end-if
                end-if
            end-if
        end-if
    end-if.

*> Applies the profile keywords for the checking files a run reads
*> and writes and the batch-wide comparison settings, reporting any
*> keyword still not recognised
apply-option-profile-line.
    if profile-key = 'rules-file'
        move profile-value to rules-file-name
    else
        if profile-key = 'alerts-file'
            move profile-value to alerts-file-name
        else
            if profile-key = 'baseline-category'
                move profile-value to profile-baseline
            else
                if profile-key = 'confidence-level'
                    compute confidence-pct =
                        function numval (profile-value)
                    perform check-confidence-level
                    move confidence-pct to profile-confidence
                else
                    perform apply-output-profile-line
                end-if
            end-if
        end-if
    end-if.

*> Applies the profile keywords for the optional extracts a run
*> writes, reporting any keyword still not recognised
apply-output-profile-line.
    if profile-key = 'audit-sample'
        if profile-value(1:1) = 'Y' or profile-value(1:1) = 'y'
            move 1 to profile-sample-switch
        else
            move 0 to profile-sample-switch
        end-if
    else
        if profile-key = 'sample-seed'
            compute profile-sample-seed =
                function numval (profile-value)
            move 1 to sample-seed-given
        else
            if profile-key = 'sample-plan'
                move profile-value to sample-plan-name
            else
                if profile-key = 'gl-feed-id'
                    move profile-value to gl-feed-id
                else
                    if profile-key = 'gl-batch-file'
                        move profile-value to gl-batch-name
                    else
                        if profile-key not = spaces
                            display "Run profile keyword "
                                profile-key " is not known"
                                " and was ignored."
                        end-if
                    end-if
                end-if
    else
        move 0 to scores-switch
    end-if.
    display " Audit sample file name (blank for none): ".
    accept sample-file-name.
    if sample-file-name not = spaces
        move 1 to sample-switch
    else
        move 0 to sample-switch
    end-if.
    display " GL interface file name "
        "(blank for <input>.gl): ".
    accept gl-file-name.
    display " Display options: dumps Y/N, order A/D,"
        " decimals 0-4, groups Y/N (blank for YA4Y): ".
    move spaces to options-field.
    accept answer-text.
    move answer-text to options-field(1:4).
    perform set-display-options.
    move spaces to compare-baseline.
    move 95 to confidence-pct.
    if groups-switch = 1
        display " Baseline category for comparisons"
            " (blank for none): "
        accept answer-text
        move answer-text(1:4) to compare-baseline
        display " Confidence level 90, 95 or 99 (blank for 95): "
        accept answer-text
        if answer-text not = spaces
            compute confidence-pct = function numval (answer-text)
            perform check-confidence-level
        end-if
    end-if.

*> Runs the full calculation pipeline once per record in the control
*> file, writing one run-summary line per record so the scheduler can
            move 0 to batch-work-open
        end-if
        perform write-batch-report
        perform write-gl-batch-file
    end-if.

*> Collects the batch answers at the console when no run profile is
    if name-answer not = spaces
        move name-answer to batch-report-name
    end-if.
    display " Consolidated GL interface file name "
        "(blank for stats-gl-batch.dat): ".
    accept name-answer.
    if name-answer not = spaces
        move name-answer to gl-batch-name
    end-if.
    display " Restart of an interrupted batch? (Y/N): ".
    accept answer-text.
    if answer-text = 'Y' or answer-text = 'y'
        if skip-file-switch = 1
            display "Skipping " input-file-name
                "; it already finished in the interrupted run."
            if done-disp(done-i) = 'OK     '
                perform set-gl-file-name
                perform note-gl-batch-file
            end-if
        else
            perform process-one-file
        end-if

*> Checks the control record's input file against the completed
*> table built from the interrupted run's summary. Only files that
*> ran to a settled OK, ALERT or FAILED disposition are skipped; a
*> file the earlier run could not open, or held back as a duplicate,
*> gets another chance
check-completed-file.
    move 0 to done-found.
scan-completed-file.
    if done-name(done-i) = input-file-name
            and (done-disp(done-i) = 'OK     '
                or done-disp(done-i) = 'ALERT  '
                or done-disp(done-i) = 'FAILED ')
        move 1 to done-found
    else
    end-if.

*> Reads the interrupted run's summary into the completed table so
*> the restart knows which control records already finished; OK and
*> ALERT files also get their counts and weights back into the share
*> table, since their values are still in the batch work file
load-completed-summary.
    move 0 to completed-count.
    end-read.
    if eof-switch is not equal to zero
            and completed-count < max-completed
        if sum-in-disp = 'OK     ' or sum-in-disp = 'ALERT  '
                or sum-in-disp = 'FAILED '
            add 1 to completed-count
            move sum-in-input to done-name(completed-count)
            move sum-in-disp to done-disp(completed-count)
            if (sum-in-disp = 'OK     ' or sum-in-disp = 'ALERT  ')
                    and batch-file-count < max-batch-files
                add 1 to batch-file-count
                move sum-in-input to bf-name(batch-file-count)
    end-if.

*> Splits a control record into input/output/exceptions/outliers/
*> csv/print file names, the options field and the scores, audit
*> sample and GL interface file names; the print, scores, sample and
*> GL names may be left empty when those outputs are not wanted or
*> the default name will do. The names are cleared first so a record
*> with fewer fields than expected cannot silently reuse a name left
*> over from the previous record
unstring-control-record.
    move spaces to print-file-name.
    move spaces to options-field.
    move spaces to scores-file-name.
    move spaces to sample-file-name.
    move spaces to gl-file-name.
    unstring control-record delimited by ','
        into input-file-name output-file-name exceptions-file-name
            outliers-file-name csv-file-name print-file-name
            options-field scores-file-name sample-file-name
            gl-file-name.
    perform set-batch-options.

*> Applies the display option bytes (dumps, sort presentation,
    if opt-groups = 'N' or opt-groups = 'n'
        move 0 to groups-switch
    end-if.
    move 0 to divisions-switch.
    if groups-switch = 1 and reference-has-parents = 1
        move 1 to divisions-switch
    end-if.
    compute trim-start = 17 + decimal-places.
    compute trim-len = 4 - decimal-places.
    compute round-adjust = 0.5 / (10 ** decimal-places).
    if opt-scores = 'Y' or opt-scores = 'y'
        move 1 to scores-switch
    end-if.
    move profile-sample-switch to sample-switch.
    if opt-sample = 'Y' or opt-sample = 'y'
        move 1 to sample-switch
    end-if.
    if opt-sample = 'N' or opt-sample = 'n'
        move 0 to sample-switch
    end-if.
    move profile-baseline to compare-baseline.
    if opt-baseline not = spaces
        move opt-baseline to compare-baseline
    end-if.
    move profile-confidence to confidence-pct.
    if opt-confidence is numeric
        move opt-confidence to confidence-pct
        perform check-confidence-level
    end-if.
    perform set-period-option.

*> Holds the comparison confidence level to the three the critical
*> value table carries, falling back to 95 for anything else
check-confidence-level.
    if confidence-pct not = 90 and confidence-pct not = 95
            and confidence-pct not = 99
        display " Confidence level " confidence-pct
            " is not 90, 95 or 99; 95 is used."
        move 95 to confidence-pct
    end-if.

*> Applies the observation-date option byte: D, W or M selects the
*> dated input layout and the by-period granularity. The dated
*> layout carries no second series, so it wins over a paired flag
    move 0 to feed-registered.
    move 0 to large-switch.
    move 0 to desc-alt-built.
    move 0 to alert-count.
    perform load-checkpoint.
    perform open-files.
    if open-failed-switch = 1
    end-if.

    perform set-file-disposition.
    if file-disposition = 'OK     '
        perform write-gl-interface
    end-if.
    if batch-switch = 1 and batch-work-open = 1
            and (file-disposition = 'OK     '
                or file-disposition = 'ALERT  ')
            and num-records > 0
        perform add-file-to-batch-totals
    end-if.

*> Settles the disposition of a file that ran: OUT OF BALANCE fails
*> it outright, and so does a quarantine count above the operator's
*> threshold percentage of the data lines read. A file that would
*> otherwise be OK but breached a tolerance rule is marked ALERT: its
*> figures still count, but someone should look at it
set-file-disposition.
    move 'OK     ' to file-disposition.
    if duplicate-feed-switch = 1
    if file-disposition = 'DUPFEED'
        move 1 to any-failed-switch
    end-if.
    if file-disposition = 'OK     ' and alert-count > 0
        move 'ALERT  ' to file-disposition
        move 1 to any-alert-switch
        display "File " input-file-name " breached "
            alert-count " tolerance limits."
    end-if.

*> Notes a file pair whose files could not all be opened: the pair
*> is skipped and logged rather than taking the rest of the batch
    move file-disposition to summary-disposition.
    move num-records to summary-records.
    move bad-record-count to summary-bad.
    if (file-disposition = 'OK     ' or file-disposition = 'ALERT  ')
            and num-records > 0
        move num-weight-sum to summary-weight
    else
        move 0 to summary-weight
    end-if.
    accept summary-run-date from date yyyymmdd.
    write run-summary-string from summary-line.

*> Spools an OK file's values and weights to the whole-batch work
        perform calc-outlier-fences
        perform calc-deciles
        perform calc-histogram
        perform calc-distribution-tests
        if groups-switch = 1
            perform calc-groups
        end-if
        if divisions-switch = 1
            perform calc-divisions
        end-if
        if dated-switch = 1
            perform calc-periods
        end-if
    perform calc-outlier-fences.
    perform calc-deciles.
    perform calc-histogram.
    perform calc-distribution-tests.
    if groups-switch = 1
        perform calc-groups
    end-if.
    if divisions-switch = 1
        perform calc-divisions
    end-if.
    if dated-switch = 1
        perform calc-periods
    end-if.
    perform large-init-histogram.
    perform large-second-pass.
    perform large-finish-stddevs.
    perform finish-distribution-tests.
    perform large-sort-values.
    perform large-scan-sorted.
    perform calc-outlier-fences.
    if groups-switch = 1
        perform large-group-medians
    end-if.
    if divisions-switch = 1
        perform large-division-medians
    end-if.
    if paired-switch = 1
        perform large-y-median
    end-if.
    end-if.

*> First pass over the unsorted work file: counts, weighted sums,
*> logarithmic and harmonic totals, the extremes, the first-digit
*> tallies, and the category, period and second-series running totals
large-first-pass.
    move 0.0 to num-sum.
    move 0.0 to num-weight-sum.
    move 0 to category-count.
    move 0 to overflow-slot-exists.
    move 0 to overflow-slot-index.
    move 0 to division-count.
    move 0 to div-overflow-exists.
    move 0 to div-overflow-index.
    move 0 to period-count.
    move 0 to period-overflow-exists.
    move 0 to period-overflow-index.
    perform clear-benford-counts.
    perform open-unsorted-for-reading.
    perform tally-one-work-row
        until eof-switch = 0.
        compute log-num = function log10 (wk-num)
        add log-num to temp-geo-mean
        compute harm-sum = harm-sum + (1 / wk-num)
        move wk-num to benford-value
        perform tally-benford-digit
        perform tally-work-extremes
        if groups-switch = 1
            perform tally-work-group
        end-if
        if divisions-switch = 1
            perform tally-work-division
        end-if
        if dated-switch = 1
            perform tally-work-period
        end-if
        perform calc-group-mean
            until grp-i > category-count
    end-if.
    if divisions-switch = 1
        move 1 to div-i
        perform calc-division-mean
            until div-i > division-count
    end-if.
    if dated-switch = 1
        move 1 to per-i
        perform calc-period-mean
        if groups-switch = 1
            perform deviate-work-group
        end-if
        if divisions-switch = 1
            perform deviate-work-division
        end-if
        if dated-switch = 1
            perform deviate-work-period
        end-if
        ((wk-num - cat-mean(cat-found-index)) ** 2) * wk-weight.
    add squared-temp to cat-sqdev(cat-found-index).

*> Adds one row's weighted value into its division's running total
tally-work-division.
    move wk-category to cat-lookup-code.
    perform resolve-record-division.
    add 1 to div-count(div-found-index).
    compute div-sum(div-found-index) =
        div-sum(div-found-index) + (wk-num * wk-weight).
    add wk-weight to div-weight-sum(div-found-index).

*> Adds one row's weighted squared deviation into its division
deviate-work-division.
    move wk-category to cat-lookup-code.
    perform resolve-record-division.
    compute squared-temp =
        ((wk-num - div-mean(div-found-index)) ** 2) * wk-weight.
    add squared-temp to div-sqdev(div-found-index).

*> Adds one row's weighted squared deviation into its period
deviate-work-period.
    move wk-date to period-work-date.
        perform finish-group-stddev
            until grp-i > category-count
    end-if.
    if divisions-switch = 1
        move 1 to div-i
        perform finish-division-stddev
            until div-i > division-count
    end-if.
    if dated-switch = 1
        move 1 to per-i
        perform finish-period-stddev
*> the first pass already established
set-group-median-targets.
    move cat-count(gm-cur-slot) to gm-count.
    perform set-median-targets.

*> Works out the two middle positions of gm-count sorted values
set-median-targets.
    compute num-temp = function mod (gm-count, 2).
    if (num-temp = 1) then
        compute gm-pos-1 = (gm-count + 1) / 2
        compute gm-pos-2 = gm-pos-1 + 1
    end-if.

*> Sorts the work rows by division slot and value, then captures
*> each division's median by position, as for the categories
large-division-medians.
    sort sort-cat-file
        on ascending key sc-slot sc-num
        input procedure is release-division-records
        output procedure is collect-division-medians.

*> Releases every work row to the division sort under its slot key
release-division-records.
    perform open-unsorted-for-reading.
    perform release-one-division-record
        until eof-switch = 0.
    if work-open-ok = 1
        close work-unsorted-file
    end-if.

*> Releases one work row to the division sort
release-one-division-record.
    read work-unsorted-file into work-line
        at end move zero to eof-switch
    end-read.
    if eof-switch is not equal to zero
        move wk-category to cat-lookup-code
        perform resolve-record-division
        move div-found-index to sc-slot
        move wk-num to sc-num
        release sort-cat-rec
    end-if.

*> Walks the sorted division records capturing each slot's median
collect-division-medians.
    move 0 to gm-cur-slot.
    move 0 to gm-pos.
    move 1 to eof-switch.
    perform return-one-division-record
        until eof-switch = 0.
    if gm-cur-slot not = 0
        compute div-median(gm-cur-slot) =
            (gm-val-1 + gm-val-2) / 2
    end-if.

*> Handles one returned division record: finishes the previous
*> slot's median on a slot change and captures the middle values
return-one-division-record.
    return sort-cat-file
        at end move zero to eof-switch
    end-return.
    if eof-switch is not equal to zero
        if sc-slot not = gm-cur-slot
            if gm-cur-slot not = 0
                compute div-median(gm-cur-slot) =
                    (gm-val-1 + gm-val-2) / 2
            end-if
            move sc-slot to gm-cur-slot
            move 0 to gm-pos
            move div-count(gm-cur-slot) to gm-count
            perform set-median-targets
        end-if
        add 1 to gm-pos
        if gm-pos = gm-pos-1
            move sc-num to gm-val-1
        end-if
        if gm-pos = gm-pos-2
            move sc-num to gm-val-2
        end-if
    end-if.

*> Sorts the work rows by the second series and captures its median
*> by position
large-y-median.
        write scores-string from score-line
    end-if.

*> Writes the general-ledger interface file for a file that finished
*> OK and notes it for the batch's consolidated file; a FAILED,
*> DUPFEED, SKIPPED or ALERT file never gets one. The business date
*> is the input's HDR date, else the run date
write-gl-interface.
    perform set-gl-file-name.
    open output gl-file.
    if gl-file-status not = '00'
        display "Could not open GL interface file " gl-file-name
            " (status " gl-file-status "); "
            "no interface file was written."
    else
        if header-found = 1
            move header-business-date to gl-business-date
        else
            accept gl-business-date from date yyyymmdd
        end-if
        move gl-feed-id to gl-hdr-feed-id
        move gl-business-date to gl-hdr-date
        write gl-string from gl-header-line
        move 0 to gl-detail-count
        move 0 to gl-hash-total
        if num-records > 0
            if groups-switch = 1
                move 1 to grp-i
                perform write-one-gl-category
                    until grp-i > category-count
            else
                move spaces to gl-category
                move num-records to gl-count
                move num-sum to gl-wsum
                move num-weight-sum to gl-weight-sum
                move num-mean to gl-mean
                perform write-gl-detail
            end-if
        end-if
        perform write-gl-trailer
        close gl-file
        if batch-switch = 1
            perform note-gl-batch-file
        end-if
    end-if.

*> Defaults the interface file name to the input name plus '.gl'
set-gl-file-name.
    if gl-file-name = spaces
        string input-file-name delimited by space
            '.gl' delimited by size
            into gl-file-name
    end-if.

*> Writes one category's detail record, the overflow slot included
*> so the details add back to the whole file
write-one-gl-category.
    if cat-count(grp-i) > 0
        move cat-code(grp-i) to gl-category
        move cat-count(grp-i) to gl-count
        move cat-sum(grp-i) to gl-wsum
        move cat-weight-sum(grp-i) to gl-weight-sum
        move cat-mean(grp-i) to gl-mean
        perform write-gl-detail
    end-if.
    add 1 to grp-i.

*> Writes one detail record and adds it to the trailer totals
write-gl-detail.
    write gl-string from gl-detail-line.
    add 1 to gl-detail-count.
    add gl-wsum to gl-hash-total.

*> Writes the trailer: the detail count and the hash total of the
*> weighted sums, for finance to reconcile against
write-gl-trailer.
    move gl-detail-count to gl-trl-count.
    move gl-hash-total to gl-trl-hash.
    write gl-string from gl-trailer-line.

*> Notes an OK file's interface file for the consolidated file
note-gl-batch-file.
    if gl-file-count < max-gl-files
        add 1 to gl-file-count
        move gl-file-name to gl-file-entry(gl-file-count)
    else
        display "GL interface file " gl-file-name
            " is beyond the consolidated file's limit of "
            max-gl-files " files and was left out of it."
    end-if.

*> Writes the batch's consolidated interface file: the OK files'
*> interface files are read back and totalled by category, and the
*> header carries the latest business date among them
write-gl-batch-file.
    if gl-file-count = 0
        display "No file finished OK; "
            "no consolidated GL interface file was written."
    else
        move 0 to gl-category-count
        move 0 to gl-batch-date
        move 1 to gl-f-i
        perform read-one-gl-file
            until gl-f-i > gl-file-count
        move gl-batch-name to gl-file-name
        open output gl-file
        if gl-file-status not = '00'
            display "Could not open consolidated GL interface file "
                gl-file-name " (status " gl-file-status ")."
        else
            if gl-batch-date = 0
                accept gl-batch-date from date yyyymmdd
            end-if
            move 'HDR' to gl-hdr-tag
            move gl-feed-id to gl-hdr-feed-id
            move gl-batch-date to gl-hdr-date
            write gl-string from gl-header-line
            move 0 to gl-detail-count
            move 0 to gl-hash-total
            move 1 to glc-i
            perform write-one-gl-batch-category
                until glc-i > gl-category-count
            perform write-gl-trailer
            close gl-file
            display "Consolidated GL interface file " gl-file-name
                " holds " gl-detail-count " categories from "
                gl-file-count " files."
        end-if
    end-if.

*> Reads back one OK file's interface file into the batch totals
read-one-gl-file.
    move gl-file-entry(gl-f-i) to gl-file-name.
    open input gl-file.
    if gl-file-status not = '00'
        display "Could not read GL interface file " gl-file-name
            " (status " gl-file-status "); "
            "it is missing from the consolidated file."
    else
        move 1 to gl-eof-switch
        perform read-gl-row
            until gl-eof-switch = 0
        close gl-file
    end-if.
    add 1 to gl-f-i.

*> Reads one interface record: the header's business date is kept
*> if it is the latest so far, a detail is added to its category
*> and the trailer is passed over
read-gl-row.
    read gl-file
        at end move zero to gl-eof-switch
    end-read.
    if gl-eof-switch is not equal to zero
        if gl-string(1:3) = 'HDR'
            move gl-string to gl-header-line
            if gl-hdr-date is numeric and gl-hdr-date > gl-batch-date
                move gl-hdr-date to gl-batch-date
            end-if
        else
            if gl-string(1:3) not = 'TRL'
                move gl-string to gl-detail-line
                perform add-gl-batch-detail
            end-if
        end-if
    end-if.

*> Adds one detail record to its category's batch totals, opening
*> a new row for a category not seen before
add-gl-batch-detail.
    move 0 to glc-found-index.
    move 1 to glc-i.
    perform scan-gl-batch-category
        until glc-i > gl-category-count or glc-found-index > 0.
    if glc-found-index = 0
        if gl-category-count < max-gl-categories
            add 1 to gl-category-count
            move gl-category-count to glc-found-index
            move gl-category to glc-code(glc-found-index)
            move 0 to glc-count(glc-found-index)
            move 0 to glc-wsum(glc-found-index)
            move 0 to glc-weight-sum(glc-found-index)
        else
            display "Category " gl-category " from " gl-file-name
                " is beyond the consolidated file's limit of "
                max-gl-categories " categories and was left out."
        end-if
    end-if.
    if glc-found-index > 0
        add gl-count to glc-count(glc-found-index)
        add gl-wsum to glc-wsum(glc-found-index)
        add gl-weight-sum to glc-weight-sum(glc-found-index)
    end-if.

*> Checks one batch category row against the detail's category
scan-gl-batch-category.
    if glc-code(glc-i) = gl-category
        move glc-i to glc-found-index
    else
        add 1 to glc-i
    end-if.

*> Writes one consolidated category, its mean taken from the
*> batch's weighted sum and weight sum
write-one-gl-batch-category.
    move glc-code(glc-i) to gl-category.
    move glc-count(glc-i) to gl-count.
    move glc-wsum(glc-i) to gl-wsum.
    move glc-weight-sum(glc-i) to gl-weight-sum.
    if glc-weight-sum(glc-i) not = 0
        compute gl-mean rounded =
            glc-wsum(glc-i) / glc-weight-sum(glc-i)
    else
        move 0 to gl-mean
    end-if.
    perform write-gl-detail.
    add 1 to glc-i.

*> Writes the audit sample file. One pass over the stored records
*> counts each stratum's population and outliers; a second draws
*> each stratum's sample by selection sampling (Knuth's Algorithm
*> S), so every record of a stratum is equally likely to be drawn
*> and the sample comes out in input-line order. Outliers are always
*> written, flagged, on top of the random draw. Table-resident runs
*> go through the work file first, as the scores do
write-sample-file.
    if sample-file-name = spaces
        string input-file-name delimited by space
            '.sample' delimited by size
            into sample-file-name
    end-if.
    open output sample-file.
    if sample-file-status not = '00'
        display "Could not open audit sample file " sample-file-name
            " (status " sample-file-status "); "
            "no sample was written."
    else
        if large-switch = 0
            perform dump-table-to-work
        end-if
        perform set-sample-seed
        perform count-sample-strata
        perform write-sample-header
        move 0 to sample-written
        perform open-unsorted-for-reading
        perform draw-one-sample-row
            until eof-switch = 0
        if work-open-ok = 1
            close work-unsorted-file
        end-if
        close sample-file
    end-if.

*> Sets the generator's seed: the run profile's, else the HDR
*> business date, else today's date. The Park-Miller generator
*> works modulo 2147483647 and never takes a zero state
set-sample-seed.
    if sample-seed-given = 1
        move profile-sample-seed to sample-seed
    else
        if header-found = 1
            move header-business-date to sample-seed
        else
            accept sample-seed-date from date yyyymmdd
            move sample-seed-date to sample-seed
        end-if
    end-if.
    divide sample-seed by 2147483647
        giving sample-quotient remainder sample-random.
    if sample-random = 0
        move 1 to sample-random
    end-if.

*> Steps the Park-Miller minimal standard generator once and turns
*> its state into a uniform fraction between 0 and 1
next-sample-random.
    compute sample-product = sample-random * 16807.
    divide sample-product by 2147483647
        giving sample-quotient remainder sample-random.
    compute sample-uniform = sample-random / 2147483647.

*> First pass: counts every stratum's records, outliers apart, and
*> then sets the size of each stratum's random sample
count-sample-strata.
    move 0 to stratum-count.
    move 0 to stratum-overflow-index.
    perform open-unsorted-for-reading.
    perform count-one-sample-row
        until eof-switch = 0.
    if work-open-ok = 1
        close work-unsorted-file
    end-if.
    move 1 to str-i.
    perform set-stratum-size
        until str-i > stratum-count.

*> Counts one stored record against its stratum
count-one-sample-row.
    read work-unsorted-file into work-line
        at end move zero to eof-switch
    end-read.
    if eof-switch is not equal to zero
        perform find-sample-stratum
        perform check-sample-outlier
        if sample-is-outlier = 1
            add 1 to str-outliers(str-found-index)
        else
            add 1 to str-population(str-found-index)
        end-if
    end-if.

*> Finds the work row's category among the strata, adding it the
*> first time it is seen; once the table is full, new codes share
*> the overflow stratum
find-sample-stratum.
    move 0 to str-found-index.
    move 1 to str-i.
    perform scan-sample-stratum
        until str-i > stratum-count or str-found-index not = 0.
    if str-found-index = 0
        if stratum-overflow-index not = 0
            move stratum-overflow-index to str-found-index
        else
            add 1 to stratum-count
            move stratum-count to str-found-index
            move wk-category to str-code(str-found-index)
            if stratum-count = max-strata
                move '****' to str-code(str-found-index)
                move stratum-count to stratum-overflow-index
            end-if
            move 0 to str-population(str-found-index)
            move 0 to str-outliers(str-found-index)
            move 0 to str-wanted(str-found-index)
            move 0 to str-seen(str-found-index)
            move 0 to str-taken(str-found-index)
        end-if
    end-if.

*> Checks one stratum against the work row's category
scan-sample-stratum.
    if str-code(str-i) = wk-category
            and str-i not = stratum-overflow-index
        move str-i to str-found-index
    else
        add 1 to str-i
    end-if.

*> Tests the work row against the same fences the outliers section
*> uses
check-sample-outlier.
    move 0 to sample-is-outlier.
    if wk-num < fence-low or wk-num > fence-high
            or wk-num < sigma-low or wk-num > sigma-high
        move 1 to sample-is-outlier
    end-if.

*> Sets one stratum's random sample size from the plan line for its
*> code, else the plan's '*ALL' line, else the default; a percentage
*> rounds up, and no stratum is asked for more than it holds
set-stratum-size.
    move str-code(str-i) to cat-lookup-code.
    perform find-plan-index.
    if plan-found-index = 0
        move '*ALL' to cat-lookup-code
        perform find-plan-index
    end-if.
    if plan-found-index = 0
        move default-sample-size to str-wanted(str-i)
    else
        if plan-has-size(plan-found-index) = 1
            move plan-size(plan-found-index) to str-wanted(str-i)
        else
            compute str-wanted(str-i) =
                (str-population(str-i) * plan-pct(plan-found-index)
                    + 99) / 100
        end-if
    end-if.
    if str-wanted(str-i) > str-population(str-i)
        move str-population(str-i) to str-wanted(str-i)
    end-if.
    add 1 to str-i.

*> Finds the plan line for the code in cat-lookup-code
find-plan-index.
    move 0 to plan-found-index.
    move 1 to plan-i.
    perform scan-plan-row
        until plan-i > plan-count or plan-found-index not = 0.

*> Checks one plan line against cat-lookup-code
scan-plan-row.
    if plan-code(plan-i) = cat-lookup-code
        move plan-i to plan-found-index
    else
        add 1 to plan-i
    end-if.

*> Writes the sample header: the seed and date, then each stratum's
*> population, random sample size and outlier count
write-sample-header.
    move sample-seed to smp-hdr-seed.
    accept smp-hdr-date from date yyyymmdd.
    move input-file-name to smp-hdr-input.
    write sample-string from sample-header-line.
    move 1 to str-i.
    perform write-one-sample-stratum
        until str-i > stratum-count.

*> Writes one stratum's header line
write-one-sample-stratum.
    move str-code(str-i) to smp-str-code.
    move str-population(str-i) to smp-str-population.
    move str-wanted(str-i) to smp-str-wanted.
    move str-outliers(str-i) to smp-str-outliers.
    write sample-string from sample-stratum-line.
    add 1 to str-i.

*> Second pass: writes each outlier, and draws each other record
*> with probability (wanted - taken) / (population - seen) for its
*> stratum, which takes exactly the wanted number from each
draw-one-sample-row.
    read work-unsorted-file into work-line
        at end move zero to eof-switch
    end-read.
    if eof-switch is not equal to zero
        perform find-sample-stratum
        perform check-sample-outlier
        if sample-is-outlier = 1
            move 'OUTLIER' to smp-flag
            perform write-one-sample-record
        else
            perform next-sample-random
            compute sample-left =
                (str-population(str-found-index)
                    - str-seen(str-found-index)) * sample-uniform
            add 1 to str-seen(str-found-index)
            if sample-left < str-wanted(str-found-index)
                    - str-taken(str-found-index)
                add 1 to str-taken(str-found-index)
                move 'RANDOM' to smp-flag
                perform write-one-sample-record
            end-if
        end-if
    end-if.

*> Writes one sampled record
write-one-sample-record.
    add 1 to sample-written.
    move wk-line to smp-line-num.
    move wk-num to smp-value.
    move wk-category to smp-category.
    move wk-weight to smp-weight.
    move str-code(str-found-index) to smp-stratum.
    write sample-string from sample-line.

*> Opens input and output files, checking each file status so a
*> misspelled or missing file name in one control record cannot
*> abort the whole batch
open-files.
    move 0 to open-failed-switch.
    open input input-file.
    if input-file-status not = '00'
        move 1 to open-failed-switch
        display "Could not open input file " input-file-name
            " (status " input-file-status ")"
    else
        open output output-file
        perform open-exceptions-file
        open output outliers-file
        open output csv-file
        perform open-print-file
        if output-file-status not = '00'
                or exceptions-file-status not = '00'
                or outliers-file-status not = '00'
                or csv-file-status not = '00'
                or (print-active = 1
                    and print-file-status not = '00')
            move 1 to open-failed-switch
            display "Could not open the output files for "
                input-file-name
            perform close-files
        end-if
    end-if.

*> Opens the exceptions file: fresh (OUTPUT) for a normal run, but
*> appended to (EXTEND) on a checkpoint resume, since a resumed run
*> never re-reads input-file/write-exception and a plain OUTPUT open
*> would otherwise wipe out the exceptions the interrupted attempt
*> already wrote
open-exceptions-file.
    if checkpoint-found = 1
        open extend exceptions-file
        if exceptions-file-status = '35'
            open output exceptions-file
        end-if
    else
        open output exceptions-file
    end-if.

*> Closes input and output files
close-files.
    close input-file.
    close output-file.
    close exceptions-file.
    close outliers-file.
    close csv-file.
    if print-active = 1
        close print-file
        move 0 to print-active
    end-if.

*> Opens the print-formatted report file when a print file name was
*> given; an empty name simply means no print copy is wanted
open-print-file.
    move 0 to print-active.
    if print-file-name not = spaces
        open output print-file
        move 1 to print-active
    end-if.

*> Looks for a checkpoint left by an earlier attempt at this input
*> file; if one matches, loads num/num-sorted back into memory and
*> leaves checkpoint-found/checkpoint-phase/resume-pass set for
*> process-one-file to act on
load-checkpoint.
    move 0 to checkpoint-found.
    open input checkpoint-file.
    if checkpoint-file-status = '00'
        perform read-checkpoint-header
        close checkpoint-file
    end-if.

*> Reads the checkpoint's header line and, if it matches the file
*> we are about to process, loads the rest of the checkpoint
read-checkpoint-header.
    read checkpoint-file into checkpoint-header
        at end move 0 to checkpoint-found
    end-read.
    if checkpoint-file-status = '00'
        if ckpt-tag = 'CKPT' and ckpt-input-name = input-file-name
            move 1 to checkpoint-found
            move ckpt-phase to checkpoint-phase
    add 1 to bucket-count(hist-i).
    add 1 to i.

*> Runs the distribution tests over an in-memory file: the first
*> digits are tallied here, the histogram is already built
calc-distribution-tests.
    perform clear-benford-counts.
    move 1 to i.
    perform tally-one-benford-record
        until i > num-records.
    perform finish-distribution-tests.

*> Tallies the first digit of one in-memory record
tally-one-benford-record.
    move num(i) to benford-value.
    perform tally-benford-digit.
    add 1 to i.

*> Clears the first-digit tallies
clear-benford-counts.
    move 0 to benford-tested.
    move 1 to benford-i.
    perform clear-one-benford-count
        until benford-i > 9.

*> Clears one first-digit tally
clear-one-benford-count.
    move 0 to benford-count(benford-i).
    add 1 to benford-i.

*> Tallies the first significant digit of benford-value, which has
*> already dropped the sign; a zero value has no first digit and is
*> left out of the test
tally-benford-digit.
    move 1 to benford-scan-i.
    perform scan-benford-digit
        until benford-scan-i > 18.

*> Checks one digit position for the first nonzero digit
scan-benford-digit.
    if benford-chars(benford-scan-i:1) not = '0'
        move benford-chars(benford-scan-i:1) to benford-digit
        add 1 to benford-count(benford-digit)
        add 1 to benford-tested
        move 19 to benford-scan-i
    else
        add 1 to benford-scan-i
    end-if.

*> Works out both tests once the histogram, standard deviation and
*> first-digit tallies are final
finish-distribution-tests.
    perform calc-normal-fit.
    perform calc-benford-fit.

*> Chi-square goodness-of-fit of the histogram against the normal
*> curve: each bucket's expected count comes from the normal
*> distribution function at its upper bound, with the outer buckets
*> running out to the tails. A file with no spread, or too few cells
*> left after pooling, cannot be tested
calc-normal-fit.
    move 'X' to fit-result.
    move 0 to fit-cells.
    move 0 to fit-df.
    move 0 to fit-critical.
    move 0.0 to fit-chi-square.
    move 0 to fit-cell-obs.
    move 0.0 to fit-cell-exp.
    move 0 to fit-last-obs.
    move 0.0 to fit-last-exp.
    move 1 to hist-i.
    perform clear-one-fit-expected
        until hist-i > histogram-buckets.
    if num-records > 0 and num-stddev > 0
        move 0 to fit-cdf-low
        move 1 to hist-i
        perform fit-one-bucket
            until hist-i > histogram-buckets
        if fit-cell-obs > 0 or fit-cell-exp > 0
            if fit-cells = 0
                add 1 to fit-cells
            end-if
            add fit-cell-obs to fit-last-obs
            add fit-cell-exp to fit-last-exp
        end-if
        if fit-last-exp > 0
            compute fit-chi-square = fit-chi-square
                + (((fit-last-obs - fit-last-exp) ** 2)
                    / fit-last-exp)
        end-if
        if fit-cells > 3
            compute fit-df = fit-cells - 3
            move fit-df to chi-df-wanted
            perform find-chi-critical
            move chi-critical to fit-critical
            if fit-chi-square > fit-critical
                move 'N' to fit-result
            else
                move 'Y' to fit-result
            end-if
        end-if
    end-if.

*> Clears one bucket's expected count
clear-one-fit-expected.
    move 0.0 to fit-expected(hist-i).
    add 1 to hist-i.

*> Works out one bucket's expected count and adds the bucket to the
*> cell being pooled, closing the cell once it expects five or more
fit-one-bucket.
    if hist-i = histogram-buckets
        move 1 to fit-cdf-high
    else
        compute norm-z =
            (bucket-high(hist-i) - num-mean) / num-stddev
        perform calc-normal-cdf
        move norm-cdf to fit-cdf-high
    end-if.
    if fit-cdf-high > fit-cdf-low
        compute fit-expected(hist-i) =
            num-records * (fit-cdf-high - fit-cdf-low)
    end-if.
    move fit-cdf-high to fit-cdf-low.
    add bucket-count(hist-i) to fit-cell-obs.
    add fit-expected(hist-i) to fit-cell-exp.
    if fit-cell-exp >= 5
        perform close-fit-cell
    end-if.
    add 1 to hist-i.

*> Closes a pooled cell. Its chi-square term waits until the next
*> cell closes, so that a short last cell can still be folded into
*> it
close-fit-cell.
    if fit-cells > 0
        compute fit-chi-square = fit-chi-square
            + (((fit-last-obs - fit-last-exp) ** 2) / fit-last-exp)
    end-if.
    add 1 to fit-cells.
    move fit-cell-obs to fit-last-obs.
    move fit-cell-exp to fit-last-exp.
    move 0 to fit-cell-obs.
    move 0.0 to fit-cell-exp.

*> Sets norm-cdf to the standard normal distribution function at
*> norm-z; beyond ten standard deviations the tail is taken as nil
calc-normal-cdf.
    move norm-z to norm-x.
    if norm-x > 10
        move 0 to norm-tail
    else
        compute norm-t = 1 / (1 + (0.2316419 * norm-x))
        compute norm-pdf =
            function exp (0 - ((norm-x ** 2) / 2)) / 2.5066282746
        compute norm-tail = norm-pdf * norm-t
            * (0.319381530 + norm-t
                * (-0.356563782 + norm-t
                    * (1.781477937 + norm-t
                        * (-1.821255978 + norm-t * 1.330274429))))
    end-if.
    if norm-z < 0
        move norm-tail to norm-cdf
    else
        compute norm-cdf = 1 - norm-tail
    end-if.

*> Chi-square of the first-digit tallies against Benford's law, on
*> eight degrees of freedom
calc-benford-fit.
    move 'X' to benford-result.
    move 0.0 to benford-chi-square.
    move 0 to benford-critical.
    if benford-tested > 0
        move 1 to benford-i
        perform add-benford-term
            until benford-i > 9
        move 8 to chi-df-wanted
        perform find-chi-critical
        move chi-critical to benford-critical
        if benford-chi-square > benford-critical
            move 'N' to benford-result
        else
            move 'Y' to benford-result
        end-if
    end-if.

*> Adds one digit's term to the Benford chi-square
add-benford-term.
    compute benford-exp-count =
        benford-tested * benford-pct(benford-i) / 100.
    compute benford-chi-square = benford-chi-square
        + (((benford-count(benford-i) - benford-exp-count) ** 2)
            / benford-exp-count).
    add 1 to benford-i.

*> Sets chi-critical for chi-df-wanted degrees of freedom at the
*> run's confidence level
find-chi-critical.
    if chi-df-wanted > max-chi-crit-rows
        move max-chi-crit-rows to chi-df-wanted
    end-if.
    if chi-df-wanted < 1
        move 1 to chi-df-wanted
    end-if.
    if confidence-pct = 90
        move chi-crit-90(chi-df-wanted) to chi-critical
    else
        if confidence-pct = 99
            move chi-crit-99(chi-df-wanted) to chi-critical
        else
            move chi-crit-95(chi-df-wanted) to chi-critical
        end-if
    end-if.

*> Sets distribution-verdict for the normal fit
set-normal-verdict.
    move spaces to distribution-verdict.
    if fit-result = 'X'
        move 'NOT TESTABLE' to distribution-verdict
    else
        if fit-result = 'Y'
            string 'CONSISTENT WITH NORMAL at ' delimited by size
                confidence-pct delimited by size
                '%' delimited by size
                into distribution-verdict
        else
            string 'NOT NORMAL at ' delimited by size
                confidence-pct delimited by size
                '%' delimited by size
                into distribution-verdict
        end-if
    end-if.

*> Sets distribution-verdict for the Benford test
set-benford-verdict.
    move spaces to distribution-verdict.
    if benford-result = 'X'
        move 'NOT TESTABLE' to distribution-verdict
    else
        if benford-result = 'Y'
            string 'CONFORMS at ' delimited by size
                confidence-pct delimited by size
                '%' delimited by size
                into distribution-verdict
        else
            string 'DOES NOT CONFORM at ' delimited by size
                confidence-pct delimited by size
                '%' delimited by size
                into distribution-verdict
        end-if
    end-if.

*> Builds the per-category breakdown (count/mean/median/std dev)
calc-groups.
    move 0 to category-count.
            move 0.0 to cat-sum(category-count)
            move 0.0 to cat-weight-sum(category-count)
            move 0.0 to cat-sqdev(category-count)
            move 0 to cat-outliers(category-count)
            move 0 to cat-div-index(category-count)
            move category-count to cat-found-index
        else
            perform find-overflow-index
        move 0.0 to cat-sum(category-count)
        move 0.0 to cat-weight-sum(category-count)
        move 0.0 to cat-sqdev(category-count)
        move 0 to cat-outliers(category-count)
        move 0 to cat-div-index(category-count)
        move category-count to overflow-slot-index
        move 1 to overflow-slot-exists
    end-if.
    compute cat-stddev(grp-i) = cat-var(grp-i) ** 0.5.
    add 1 to grp-i.

*> Builds the category comparison table: every category against the
*> rest of the file and, when a baseline category is set and present
*> in the file, against the baseline. The overflow slot is a mix of
*> unrelated codes and is not compared
calc-category-comparisons.
    move 0 to compare-count.
    move 0 to baseline-found-index.
    if compare-baseline not = spaces
        move compare-baseline to cat-lookup-code
        perform find-category-index
        move cat-found-index to baseline-found-index
    end-if.
    move 1 to grp-i.
    perform compare-one-category
        until grp-i > category-count.

*> Runs the comparisons for the category in slot grp-i
compare-one-category.
    if overflow-slot-exists = 0 or grp-i not = overflow-slot-index
        perform compare-with-rest
        if baseline-found-index not = 0
                and baseline-found-index not = grp-i
            perform compare-with-baseline
        end-if
    end-if.
    add 1 to grp-i.

*> Compares one category with every other record in the file. The
*> rest's mean comes from the file's weighted total less the
*> category's, and its squared deviations from the file's total
*> less the category's own and the two groups' between-mean terms
compare-with-rest.
    move cat-count(grp-i) to cmp-a-count.
    move cat-mean(grp-i) to cmp-a-mean.
    move cat-var(grp-i) to cmp-a-var.
    compute cmp-b-count = num-records - cat-count(grp-i).
    compute cmp-b-wsum = num-weight-sum - cat-weight-sum(grp-i).
    move 0.0 to cmp-b-mean.
    move 0.0 to cmp-b-var.
    if cmp-b-wsum > 0
        compute cmp-b-mean =
            ((num-mean * num-weight-sum) - cat-sum(grp-i))
                / cmp-b-wsum
        compute cmp-b-sqdev =
            (num-var * num-weight-sum) - cat-sqdev(grp-i)
            - (cat-weight-sum(grp-i)
                * ((cat-mean(grp-i) - num-mean) ** 2))
            - (cmp-b-wsum * ((cmp-b-mean - num-mean) ** 2))
        if cmp-b-sqdev < 0
            move 0.0 to cmp-b-sqdev
        end-if
        compute cmp-b-var = cmp-b-sqdev / cmp-b-wsum
    end-if.
    move 'R' to cmp-next-kind.
    move spaces to cmp-next-against.
    perform run-welch-test.

*> Compares one category with the baseline category
compare-with-baseline.
    move cat-count(grp-i) to cmp-a-count.
    move cat-mean(grp-i) to cmp-a-mean.
    move cat-var(grp-i) to cmp-a-var.
    move cat-count(baseline-found-index) to cmp-b-count.
    move cat-mean(baseline-found-index) to cmp-b-mean.
    move cat-var(baseline-found-index) to cmp-b-var.
    move 'B' to cmp-next-kind.
    move compare-baseline to cmp-next-against.
    perform run-welch-test.

*> Welch's unequal-variance t test of the two sides set up above.
*> Each side's squared standard error is its sample variance over
*> its count, which is the population variance over count less
*> one; the Welch-Satterthwaite degrees of freedom are worked from
*> each side's share of the combined error, which keeps the squares
*> small. A side with fewer than two records, or no spread on
*> either side, cannot be tested
run-welch-test.
    if compare-count < max-compare-rows
        add 1 to compare-count
        move cat-code(grp-i) to cmp-code(compare-count)
        move cmp-next-kind to cmp-kind(compare-count)
        move cmp-next-against to cmp-against(compare-count)
        compute cmp-diff(compare-count) = cmp-a-mean - cmp-b-mean
        move 0.0 to cmp-t(compare-count)
        move 0.0 to cmp-df(compare-count)
        move 'X' to cmp-result(compare-count)
        if cmp-a-count > 1 and cmp-b-count > 1
            compute cmp-a-se2 = cmp-a-var / (cmp-a-count - 1)
            compute cmp-b-se2 = cmp-b-var / (cmp-b-count - 1)
            if cmp-a-se2 + cmp-b-se2 > 0
                perform finish-welch-test
            end-if
        end-if
    end-if.

*> Works out t and the degrees of freedom and sets the verdict
*> against the critical value for the run's confidence level; the
*> move to the unsigned cmp-abs-t drops the sign of t
finish-welch-test.
    compute cmp-t(compare-count) =
        cmp-diff(compare-count)
            / ((cmp-a-se2 + cmp-b-se2) ** 0.5).
    compute cmp-a-share = cmp-a-se2 / (cmp-a-se2 + cmp-b-se2).
    compute cmp-b-share = cmp-b-se2 / (cmp-a-se2 + cmp-b-se2).
    compute cmp-df(compare-count) =
        1 / (((cmp-a-share ** 2) / (cmp-a-count - 1))
            + ((cmp-b-share ** 2) / (cmp-b-count - 1))).
    move cmp-df(compare-count) to cmp-df-whole.
    perform find-t-critical.
    move cmp-t(compare-count) to cmp-abs-t.
    if cmp-abs-t > cmp-critical
        move 'Y' to cmp-result(compare-count)
    else
        move 'N' to cmp-result(compare-count)
    end-if.

*> Finds the critical t for cmp-df-whole degrees of freedom at the
*> run's confidence level: the last table row whose df does not
*> exceed it
find-t-critical.
    move 1 to t-crit-i.
    move 0 to t-crit-done.
    perform scan-t-critical-row
        until t-crit-done = 1.
    if confidence-pct = 90
        move t-crit-90(t-crit-i) to cmp-critical
    else
        if confidence-pct = 99
            move t-crit-99(t-crit-i) to cmp-critical
        else
            move t-crit-95(t-crit-i) to cmp-critical
        end-if
    end-if.

*> Moves to the next critical-value row while its df still fits
scan-t-critical-row.
    if t-crit-i < max-t-crit-rows
        if t-crit-df(t-crit-i + 1) <= cmp-df-whole
            add 1 to t-crit-i
        else
            move 1 to t-crit-done
        end-if
    else
        move 1 to t-crit-done
    end-if.

*> Sets compare-against-text and compare-verdict-word for the
*> comparison in slot cmp-i
set-compare-text.
    if cmp-kind(cmp-i) = 'R'
        move 'vs rest of file' to compare-against-text
    else
        move 'vs baseline' to compare-against-text
        move cmp-against(cmp-i) to compare-against-text(13:4)
    end-if.
    if cmp-result(cmp-i) = 'Y'
        move 'YES' to compare-verdict-word
    else
        move 'NO' to compare-verdict-word
    end-if.

*> Collects, sorts and finds the median value for one category
calc-group-median.
    move 0 to group-value-count.
            (group-value(gs-i) + group-value(gs-j)) / 2
    end-if.

*> Builds the division roll-up (count/sum/mean/median/std dev) over
*> the category table calc-groups has just built, using the same
*> two-pass approach
calc-divisions.
    move 0 to division-count.
    move 0 to div-overflow-exists.
    move 0 to div-overflow-index.
    move 1 to i.
    perform build-division-totals
        until i > num-records.
    move 1 to div-i.
    perform calc-division-mean
        until div-i > division-count.
    move 1 to i.
    perform accumulate-division-deviations
        until i > num-records.
    move 1 to div-i.
    perform finish-division-stddev
        until div-i > division-count.
    move 1 to div-i.
    perform calc-division-median
        until div-i > division-count.

*> Adds one record's weighted value into its division's running total
build-division-totals.
    move num-category(i) to cat-lookup-code.
    perform resolve-record-division.
    add 1 to div-count(div-found-index).
    compute div-sum(div-found-index) =
        div-sum(div-found-index) + (num(i) * num-weight(i)).
    add num-weight(i) to div-weight-sum(div-found-index).
    add 1 to i.

*> Sets div-found-index to the division of the category code in
*> cat-lookup-code: taken from the category's slot when already
*> known, otherwise looked up in the reference and remembered on
*> the slot. Codes folded into the category overflow slot are a mix
*> of divisions and are looked up every time
resolve-record-division.
    perform find-category-index.
    move 0 to div-found-index.
    if cat-found-index not = 0
        move cat-div-index(cat-found-index) to div-found-index
    end-if.
    if div-found-index = 0
        move spaces to div-lookup-code
        move '(no division)' to div-lookup-desc
        move cat-lookup-code to ref-check-code
        perform find-reference-index
        if ref-found-index not = 0
            if ref-parent(ref-found-index) not = spaces
                move ref-parent(ref-found-index) to div-lookup-code
                move ref-parent-desc(ref-found-index)
                    to div-lookup-desc
            end-if
        end-if
        perform resolve-division-slot
        if cat-found-index not = 0
            move div-found-index to cat-div-index(cat-found-index)
        end-if
    end-if.

*> Looks up the division-table slot for div-lookup-code, creating it
*> if there is room or folding it into the shared overflow slot
resolve-division-slot.
    perform find-division-index.
    if div-found-index = 0
        if division-count < 49
            add 1 to division-count
            move div-lookup-code to div-code(division-count)
            move div-lookup-desc to div-desc(division-count)
            move 0 to div-count(division-count)
            move 0.0 to div-sum(division-count)
            move 0.0 to div-weight-sum(division-count)
            move 0.0 to div-sqdev(division-count)
            move division-count to div-found-index
        else
            perform find-division-overflow
        end-if
    end-if.

*> Looks up the division-table slot for div-lookup-code, if any
find-division-index.
    move 0 to div-found-index.
    move 1 to div-search-index.
    perform scan-division-index
        until div-search-index > division-count
            or div-found-index not = 0.

*> Checks one division-table slot against div-lookup-code, skipping
*> the overflow slot for the same reason the category lookup does
scan-division-index.
    if div-search-index = div-overflow-index
        add 1 to div-search-index
    else
        if div-code(div-search-index) = div-lookup-code
            move div-search-index to div-found-index
        else
            add 1 to div-search-index
        end-if
    end-if.

*> Finds (or, on first overflow, creates) the shared overflow slot
*> for divisions that arrive after all other slots are taken
find-division-overflow.
    if div-overflow-exists = 0
        add 1 to division-count
        move 'OTHR' to div-code(division-count)
        move '(other divisions)' to div-desc(division-count)
        move 0 to div-count(division-count)
        move 0.0 to div-sum(division-count)
        move 0.0 to div-weight-sum(division-count)
        move 0.0 to div-sqdev(division-count)
        move division-count to div-overflow-index
        move 1 to div-overflow-exists
    end-if.
    move div-overflow-index to div-found-index.

*> Calculates the weighted mean for one division
calc-division-mean.
    compute div-mean(div-i) =
        div-sum(div-i) / div-weight-sum(div-i).
    add 1 to div-i.

*> Adds one record's weighted squared deviation into its division's
*> total
accumulate-division-deviations.
    move num-category(i) to cat-lookup-code.
    perform resolve-record-division.
    compute squared-temp =
        ((num(i) - div-mean(div-found-index)) ** 2) * num-weight(i).
    add squared-temp to div-sqdev(div-found-index).
    add 1 to i.

*> Calculates the weighted variance and standard deviation for one
*> division
finish-division-stddev.
    compute div-var(div-i) =
        div-sqdev(div-i) / div-weight-sum(div-i).
    compute div-stddev(div-i) = div-var(div-i) ** 0.5.
    add 1 to div-i.

*> Collects, sorts and finds the median value for one division
calc-division-median.
    move 0 to group-value-count.
    move 1 to j.
    perform collect-division-values
        until j > num-records.
    move group-value-count to grp-val-n.
    perform group-sort.
    compute num-temp = function mod (grp-val-n, 2).
    if (num-temp = 1) then
        compute gs-i = (grp-val-n + 1) / 2
        move group-value(gs-i) to div-median(div-i)
    else
        compute gs-i = grp-val-n / 2
        compute gs-j = gs-i + 1
        compute div-median(div-i) =
            (group-value(gs-i) + group-value(gs-j)) / 2
    end-if.
    add 1 to div-i.

*> Copies the values belonging to the current division aside
collect-division-values.
    move num-category(j) to cat-lookup-code.
    perform resolve-record-division.
    if div-found-index = div-i
        add 1 to group-value-count
        move num(j) to group-value(group-value-count)
    end-if.
    add 1 to j.

*> Builds the by-period breakdown (count/mean/std dev) over the
*> observation dates carried by a dated file, at the granularity the
*> period option asked for, using the same two-pass approach as the
    end-if.
    perform write-deciles.
    perform write-histogram.
    perform write-distribution-tests.
    if groups-switch = 1
        perform write-group-breakdown
    end-if.
    if divisions-switch = 1
        perform write-division-rollup
    end-if.
    if groups-switch = 1
        perform calc-category-comparisons
        perform write-category-comparisons
    end-if.
    if dated-switch = 1
        perform write-period-breakdown
    end-if.
    else
        perform write-outliers
    end-if.
    if rules-loaded = 1
        perform check-tolerance-rules
        perform write-tolerance-alerts
    end-if.
    if dumps-switch = 1
        if large-switch = 1
            perform stream-write-unsorted
    if scores-switch = 1
        perform write-score-file
    end-if.
    if sample-switch = 1
        perform write-sample-file
    end-if.
    if print-active = 1
        perform write-print-report
    end-if.
    write csv-string.
    move 'Records,0' to csv-string.
    write csv-string.
    if rules-loaded = 1
        perform check-tolerance-rules
        perform write-tolerance-alerts
        perform write-csv-tolerance-alerts
    end-if.

*> Writes header text to output file
write-header.
    end-if.
    perform write-csv-deciles.
    perform write-csv-histogram.
    perform write-csv-distribution-tests.
    if groups-switch = 1
        perform write-csv-group-breakdown
    end-if.
    if divisions-switch = 1
        perform write-csv-divisions
    end-if.
    if groups-switch = 1
        perform write-csv-comparisons
    end-if.
    if dated-switch = 1
        perform write-csv-periods
    end-if.
    if rules-loaded = 1
        perform write-csv-tolerance-alerts
    end-if.

*> Writes the second-series and relationship rows to the CSV file
write-csv-paired.
    move decile-value(dec-i) to csv-value.
    perform format-csv-value.
    write csv-string from csv-line.
    add 1 to dec-i.

*> Writes the histogram bucket rows to the CSV file
write-csv-histogram.
    move 'Histogram,Bucket,Low,High,Count' to csv-string.
    write csv-string.
    move 1 to hist-i.
    perform write-one-csv-bucket
        until hist-i > histogram-buckets.

*> Writes one histogram bucket row to the CSV file
write-one-csv-bucket.
    move hist-i to csv-bucket-num.
    move bucket-low(hist-i) to csv-bucket-low.
    move bucket-high(hist-i) to csv-bucket-high.
    move bucket-count(hist-i) to csv-bucket-count.
    write csv-string from csv-histogram-line.
    add 1 to hist-i.

*> Writes the distribution tests to the CSV file: the normal fit and
*> Benford rows under their own heading rows, then each test's
*> chi-square, degrees of freedom, critical value and verdict
write-csv-distribution-tests.
    move 'Normal Fit,Bucket,Observed,Expected' to csv-string.
    write csv-string.
    move 1 to hist-i.
    perform write-one-csv-fit-bucket
        until hist-i > histogram-buckets.
    move 'Normal Chi-square' to csv-label.
    move fit-chi-square to csv-value.
    perform format-csv-value.
    write csv-string from csv-line.
    move 'Normal DF' to csv-label.
    move fit-df to csv-value.
    perform format-csv-value.
    write csv-string from csv-line.
    move 'Normal Critical' to csv-label.
    move fit-critical to csv-value.
    perform format-csv-value.
    write csv-string from csv-line.
    perform set-normal-verdict.
    move spaces to csv-string.
    string 'Normal Result,' distribution-verdict delimited by size
        into csv-string.
    write csv-string.
    move 'Benford,Digit,Count,Observed Pct,Expected Pct' to csv-string.
    write csv-string.
    move 1 to benford-i.
    perform write-one-csv-benford
        until benford-i > 9.
    move 'Benford Chi-square' to csv-label.
    move benford-chi-square to csv-value.
    perform format-csv-value.
    write csv-string from csv-line.
    move 'Benford DF' to csv-label.
    move 8 to csv-value.
    perform format-csv-value.
    write csv-string from csv-line.
    move 'Benford Critical' to csv-label.
    move benford-critical to csv-value.
    perform format-csv-value.
    write csv-string from csv-line.
    perform set-benford-verdict.
    move spaces to csv-string.
    string 'Benford Result,' distribution-verdict delimited by size
        into csv-string.
    write csv-string.

*> Writes one normal-fit bucket row to the CSV file
write-one-csv-fit-bucket.
    move hist-i to csv-fit-num.
    move bucket-count(hist-i) to csv-fit-obs.
    move fit-expected(hist-i) to csv-fit-exp.
    write csv-string from csv-fit-line.
    add 1 to hist-i.

*> Writes one first-digit row to the CSV file
write-one-csv-benford.
    perform set-benford-line.
    move benford-i to csv-benford-digit.
    move benford-count(benford-i) to csv-benford-count.
    move benford-obs-pct to csv-benford-obs.
    move benford-pct(benford-i) to csv-benford-exp.
    write csv-string from csv-benford-line.
    add 1 to benford-i.

*> Writes mean to CSV file
write-csv-mean.
    move 'Mean' to csv-label.

    add 1 to grp-i.

*> Writes the division roll-up rows to the CSV file under their own
*> heading row
write-csv-divisions.
    move 'Division,Description,Statistic,Value' to csv-string.
    write csv-string.
    move 1 to div-i.
    perform write-one-csv-division
        until div-i > division-count.

*> Writes the count/sum/mean/median/std dev rows for one division
write-one-csv-division.
    move div-code(div-i) to csv-group-code.
    move div-desc(div-i) to csv-group-desc.
    move 'Count'  to csv-group-label.
    move div-count(div-i) to num-temp.
    move num-temp to csv-group-value.
    write csv-string from csv-group-line.
    move 'Sum'    to csv-group-label.
    move div-sum(div-i) to csv-group-value.
    write csv-string from csv-group-line.
    move 'Mean'   to csv-group-label.
    move div-mean(div-i) to csv-group-value.
    write csv-string from csv-group-line.
    move 'Median' to csv-group-label.
    move div-median(div-i) to csv-group-value.
    write csv-string from csv-group-line.
    move 'Std Deviation' to csv-group-label.
    move div-stddev(div-i) to csv-group-value.
    write csv-string from csv-group-line.
    add 1 to div-i.

*> Writes one CSV row per category comparison under its own heading
*> row
write-csv-comparisons.
    move 'Compare,Category,Against,Mean Diff,Welch t,DF,Significant'
        to csv-string.
    write csv-string.
    move 1 to cmp-i.
    perform write-one-csv-comparison
        until cmp-i > compare-count.

*> Writes the CSV row for one comparison
write-one-csv-comparison.
    perform set-compare-text.
    move cmp-code(cmp-i) to csv-cmp-code.
    if cmp-kind(cmp-i) = 'R'
        move 'Rest of file' to csv-cmp-against
    else
        move cmp-against(cmp-i) to csv-cmp-against
    end-if.
    move cmp-diff(cmp-i) to csv-cmp-diff.
    move cmp-t(cmp-i) to csv-cmp-t.
    move cmp-df(cmp-i) to csv-cmp-df.
    if cmp-result(cmp-i) = 'X'
        move 'Untestable' to csv-cmp-result
    else
        move compare-verdict-word to csv-cmp-result
    end-if.
    write csv-string from csv-compare-line.
    add 1 to cmp-i.

*> Writes the second-series (Y column) statistics of a paired file;
*> the sections above it all describe the X column
write-second-series.
    write output-string from bucket-count-line.
    add 1 to hist-i.

*> Writes the distribution tests section to output file: the normal
*> fit bucket by bucket with its chi-square, degrees of freedom,
*> critical value and verdict, then the Benford first-digit table
*> the same way
write-distribution-tests.
    move spaces to text-string.
    write output-string from text-string.
    move '        Distribution Tests         ' to text-string.
    write output-string from text-string.
    move '-----------------------------------' to text-string.
    write output-string from text-string.
    move ' Normal fit (chi-square)' to text-string.
    write output-string from text-string.
    move ' Bucket   Observed      Expected' to text-string.
    write output-string from text-string.
    move 1 to hist-i.
    perform write-one-fit-bucket
        until hist-i > histogram-buckets.
    move ' Chi-square ' to line-output.
    move fit-chi-square to num-string.
    perform format-num-string.
    write output-string from line-output.
    move ' Deg Freedom ' to line-output.
    move fit-df to num-string.
    perform format-num-string.
    write output-string from line-output.
    move ' Critical ' to line-output.
    move fit-critical to num-string.
    perform format-num-string.
    write output-string from line-output.
    perform set-normal-verdict.
    move spaces to text-string.
    string ' ' distribution-verdict delimited by size
        into text-string.
    write output-string from text-string.
    move spaces to text-string.
    write output-string from text-string.
    move ' Benford first digit' to text-string.
    write output-string from text-string.
    move ' Digit   Count    Obs %    Exp %' to text-string.
    write output-string from text-string.
    move 1 to benford-i.
    perform write-one-benford-digit
        until benford-i > 9.
    move ' Chi-square ' to line-output.
    move benford-chi-square to num-string.
    perform format-num-string.
    write output-string from line-output.
    move ' Deg Freedom ' to line-output.
    move 8 to num-string.
    perform format-num-string.
    write output-string from line-output.
    move ' Critical ' to line-output.
    move benford-critical to num-string.
    perform format-num-string.
    write output-string from line-output.
    perform set-benford-verdict.
    move spaces to text-string.
    string ' ' distribution-verdict delimited by size
        into text-string.
    write output-string from text-string.

*> Writes one bucket's observed and expected counts
write-one-fit-bucket.
    move hist-i to fit-bucket-num.
    move bucket-count(hist-i) to fit-obs-out.
    move fit-expected(hist-i) to fit-exp-out.
    write output-string from fit-bucket-line.
    add 1 to hist-i.

*> Sets the observed share of one first digit and fills the
*> first-digit line
set-benford-line.
    move 0 to benford-obs-pct.
    if benford-tested > 0
        compute benford-obs-pct rounded =
            benford-count(benford-i) * 100 / benford-tested
    end-if.
    move benford-i to benford-digit-out.
    move benford-count(benford-i) to benford-count-out.
    move benford-obs-pct to benford-obs-out.
    move benford-pct(benford-i) to benford-exp-out.

*> Writes one first digit's count and observed and expected shares
write-one-benford-digit.
    perform set-benford-line.
    write output-string from benford-line.
    add 1 to benford-i.

*> Writes the per-category breakdown section to output file
write-group-breakdown.
    move spaces to text-string.

    add 1 to grp-i.

*> Writes the division roll-up section to output file: each
*> division headed by its code and description, with its count,
*> weighted sum, mean, median and standard deviation underneath
write-division-rollup.
    move spaces to text-string.
    write output-string from text-string.
    move '         Division Roll-up          ' to text-string.
    write output-string from text-string.
    move '-----------------------------------' to text-string.
    write output-string from text-string.
    move 1 to div-i.
    perform write-one-division
        until div-i > division-count.

*> Writes the lines for one division
write-one-division.
    move div-code(div-i) to group-heading-code.
    move div-desc(div-i) to group-heading-desc.
    write output-string from group-heading-line.
    move div-code(div-i) to group-code-out.
    move ' Count'        to group-label.
    move div-count(div-i) to num-temp.
    move num-temp to group-num-string.
    write output-string from group-line.
    move ' Sum'          to group-label.
    move div-sum(div-i) to group-num-string.
    write output-string from group-line.
    move ' Mean'         to group-label.
    move div-mean(div-i) to group-num-string.
    write output-string from group-line.
    move ' Median'       to group-label.
    move div-median(div-i) to group-num-string.
    write output-string from group-line.
    move ' Std Deviation' to group-label.
    move div-stddev(div-i) to group-num-string.
    write output-string from group-line.
    add 1 to div-i.

*> Writes the category comparisons section to output file: each
*> comparison headed by its category and what it is set against,
*> with the difference in means, Welch t, degrees of freedom and
*> whether the gap is significant at the run's confidence level
write-category-comparisons.
    move spaces to text-string.
    write output-string from text-string.
    move '       Category Comparisons        ' to text-string.
    write output-string from text-string.
    move '-----------------------------------' to text-string.
    write output-string from text-string.
    if compare-baseline not = spaces and baseline-found-index = 0
        move ' Baseline      is not in this file' to text-string
        move compare-baseline to text-string(11:4)
        write output-string from text-string
    end-if.
    move 1 to cmp-i.
    perform write-one-comparison
        until cmp-i > compare-count.
    if compare-count = 0
        move ' (none)' to text-string
        write output-string from text-string
    end-if.

*> Writes the lines for one comparison
write-one-comparison.
    perform set-compare-text.
    move cmp-code(cmp-i) to group-heading-code.
    move compare-against-text to group-heading-desc.
    write output-string from group-heading-line.
    move cmp-code(cmp-i) to group-code-out.
    move ' Mean Diff'    to group-label.
    move cmp-diff(cmp-i) to group-num-string.
    write output-string from group-line.
    move spaces to compare-result-text.
    if cmp-result(cmp-i) = 'X'
        move 'NOT TESTABLE' to compare-result-text
    else
        move ' Welch t'      to group-label
        move cmp-t(cmp-i) to group-num-string
        write output-string from group-line
        move ' Deg Freedom'  to group-label
        move cmp-df(cmp-i) to group-num-string
        write output-string from group-line
        string compare-verdict-word delimited by space
            ' at ' delimited by size
            confidence-pct delimited by size
            '%' delimited by size
            into compare-result-text
    end-if.
    move cmp-code(cmp-i) to compare-result-code.
    move ' Significant' to compare-result-label.
    write output-string from compare-result-line.
    add 1 to cmp-i.

*> Writes the by-period breakdown section to output file: one
*> heading per period with its count, mean and standard deviation
*> underneath
    end-if.
    add 1 to i.

*> Writes one flagged record to the report and to the outliers file,
*> counting it against its category for the tolerance checks
write-one-outlier.
    add 1 to outlier-count.
    if groups-switch = 1
        move num-category(i) to cat-lookup-code
        perform count-category-outlier
    end-if.
    move num-line(i) to outlier-rpt-num.
    move num(i) to outlier-rpt-value.
    move num-category(i) to outlier-rpt-cat.
    move num-category(i) to outlier-category-out.
    write outliers-string from outlier-line.

*> Adds one outlier to the count of the category in cat-lookup-code;
*> a code folded into the overflow slot counts against that slot
count-category-outlier.
    perform find-category-index.
    if cat-found-index = 0
        perform find-overflow-index
    end-if.
    add 1 to cat-outliers(cat-found-index).

*> Checks this file's figures against every tolerance rule, noting
*> each breach in the alert table and the alerts log
check-tolerance-rules.
    move 0 to alert-count.
    move 0 to folded-rule-count.
    accept alert-date from date yyyymmdd.
    accept alert-time from time.
    move 1 to rule-i.
    perform check-one-rule
        until rule-i > rule-count.

*> Gathers the figures one rule applies to: the whole file's for the
*> '*ALL' rule, otherwise those of the rule's category. A category
*> with a rule but no records in this file is checked as a count of
*> zero, unless the category table filled and its records may have
*> been folded into the overflow slot: that rule is not checked and
*> the report says so. Category rules are only checked when the run
*> breaks its figures down by category
check-one-rule.
    move rule-code(rule-i) to check-code.
    move 0 to rule-folded(rule-i).
    if check-code = '*ALL'
        move num-records to check-count
        move num-mean to check-mean
        move num-stddev to check-stddev
        move outlier-count to check-outliers
        move 0 to check-have-stats
        if num-records > 0
            move 1 to check-have-stats
        end-if
        perform check-rule-figures
    else
        if groups-switch = 1
            move 0 to check-count
            move 0 to check-have-stats
            move 0 to cat-found-index
            if num-records > 0
                move check-code to cat-lookup-code
                perform find-category-index
            end-if
            if cat-found-index not = 0
                move cat-count(cat-found-index) to check-count
                move cat-mean(cat-found-index) to check-mean
                move cat-stddev(cat-found-index) to check-stddev
                move cat-outliers(cat-found-index) to check-outliers
                move 1 to check-have-stats
            end-if
            if cat-found-index = 0 and num-records > 0
                    and overflow-slot-exists = 1
                move 1 to rule-folded(rule-i)
                add 1 to folded-rule-count
                display "Tolerance rule for " check-code
                    " not checked; the category table was full and"
                    " its records went to the overflow slot."
            else
                perform check-rule-figures
            end-if
        end-if
    end-if.
    add 1 to rule-i.

*> Tests the gathered figures against each limit the rule sets; the
*> mean, deviation and outlier limits need records to test
check-rule-figures.
    if rule-has-count(rule-i) = 1
            and check-count < rule-min-count(rule-i)
        move 'RECORDS BELOW MIN' to alert-figure-text
        move rule-min-count(rule-i) to alert-limit-value
        move check-count to alert-actual-value
        perform raise-tolerance-alert
    end-if.
    if check-have-stats = 1
        if rule-has-floor(rule-i) = 1
                and check-mean < rule-mean-floor(rule-i)
            move 'MEAN BELOW FLOOR' to alert-figure-text
            move rule-mean-floor(rule-i) to alert-limit-value
            move check-mean to alert-actual-value
            perform raise-tolerance-alert
        end-if
        if rule-has-ceiling(rule-i) = 1
                and check-mean > rule-mean-ceiling(rule-i)
            move 'MEAN ABOVE CEILING' to alert-figure-text
            move rule-mean-ceiling(rule-i) to alert-limit-value
            move check-mean to alert-actual-value
            perform raise-tolerance-alert
        end-if
        if rule-has-stddev(rule-i) = 1
                and check-stddev > rule-max-stddev(rule-i)
            move 'STDDEV ABOVE MAX' to alert-figure-text
            move rule-max-stddev(rule-i) to alert-limit-value
            move check-stddev to alert-actual-value
            perform raise-tolerance-alert
        end-if
        if rule-has-outliers(rule-i) = 1
                and check-outliers > rule-max-outliers(rule-i)
            move 'OUTLIERS ABOVE MAX' to alert-figure-text
            move rule-max-outliers(rule-i) to alert-limit-value
            move check-outliers to alert-actual-value
            perform raise-tolerance-alert
        end-if
    end-if.

*> Records one breach: kept in the alert table for the reports while
*> it has room, and always written to the alerts log
raise-tolerance-alert.
    add 1 to alert-count.
    if alert-count <= max-alert-rows
        move check-code to alt-code(alert-count)
        move alert-figure-text to alt-figure(alert-count)
        move alert-limit-value to alt-limit(alert-count)
        move alert-actual-value to alt-actual(alert-count)
    end-if.
    if alerts-open = 1
        move input-file-name to alert-input
        move spaces to alert-feed-id
        move 0 to alert-business-date
        if header-found = 1
            move header-feed-id to alert-feed-id
            move header-business-date to alert-business-date
        end-if
        move check-code to alert-code
        move alert-figure-text to alert-figure
        move alert-limit-value to alert-limit
        move alert-actual-value to alert-actual
        write alerts-string from alert-line
    end-if.

*> Writes the tolerance alerts section to output file: each breach
*> named with its category and figure, the limit and actual value
*> underneath
write-tolerance-alerts.
    move spaces to text-string.
    write output-string from text-string.
    move '         Tolerance Alerts          ' to text-string.
    write output-string from text-string.
    move '-----------------------------------' to text-string.
    write output-string from text-string.
    move 1 to alert-i.
    perform write-one-alert
        until alert-i > alert-count or alert-i > max-alert-rows.
    if alert-count = 0
        move ' (none)' to text-string
        write output-string from text-string
    end-if.
    if alert-count > max-alert-rows
        move ' (more in the alerts log)' to text-string
        write output-string from text-string
    end-if.
    if folded-rule-count > 0
        move 1 to rule-i
        perform write-one-folded-rule
            until rule-i > rule-count
    end-if.

*> Notes a category rule that was not checked because its records
*> may have been folded into the overflow slot
write-one-folded-rule.
    if rule-folded(rule-i) = 1
        move rule-code(rule-i) to group-heading-code
        move folded-heading-text to group-heading-desc
        write output-string from group-heading-line
    end-if.
    add 1 to rule-i.

*> Writes the heading, limit and actual lines for one breach
write-one-alert.
    move alt-code(alert-i) to group-heading-code.
    move alt-figure(alert-i) to group-heading-desc.
    write output-string from group-heading-line.
    move alt-code(alert-i) to group-code-out.
    move ' Limit'  to group-label.
    move alt-limit(alert-i) to group-num-string.
    write output-string from group-line.
    move alt-code(alert-i) to group-code-out.
    move ' Actual' to group-label.
    move alt-actual(alert-i) to group-num-string.
    write output-string from group-line.
    add 1 to alert-i.

*> Writes the limit and actual rows of each breach to the CSV file
write-csv-tolerance-alerts.
    move 1 to alert-i.
    perform write-one-csv-alert
        until alert-i > alert-count or alert-i > max-alert-rows.

*> Writes the limit and actual rows of one breach to the CSV file
write-one-csv-alert.
    move alt-code(alert-i) to csv-group-code.
    move alt-figure(alert-i) to csv-group-desc.
    move 'Limit'  to csv-group-label.
    move alt-limit(alert-i) to csv-group-value.
    write csv-string from csv-group-line.
    move 'Actual' to csv-group-label.
    move alt-actual(alert-i) to csv-group-value.
    write csv-string from csv-group-line.
    add 1 to alert-i.

*> Writes unsorted nums from input file to output file
write-unsorted.
    move spaces to text-string.
    end-if.

*> Writes one flagged work-file row to the report and to the
*> outliers file, counting it against its category for the tolerance
*> checks
stream-write-one-outlier.
    add 1 to outlier-count.
    if groups-switch = 1
        move wk-category to cat-lookup-code
        perform count-category-outlier
    end-if.
    move wk-line to outlier-rpt-num.
    move wk-num to outlier-rpt-value.
    move wk-category to outlier-rpt-cat.

*> Closing message and terminates program, returning a nonzero
*> code when any file was skipped or failed so the schedule can
*> hold downstream jobs, or a warning code of 4 when the worst that
*> happened was a tolerance alert
close-program.
    close history-file.
    if alerts-open = 1
        close alerts-file
    end-if.
    display "Thank you for using our statistics calculator.".
    display "Results have been saved in file " output-file-name.
    if any-failed-switch = 1
        move 8 to return-code
    else
        if any-alert-switch = 1
            move 4 to return-code
        end-if
    end-if.
    stop run.

        move 1 to grp-i
        perform update-one-master-record
            until grp-i > category-count
        if divisions-switch = 1
            move 1 to div-i
            perform update-one-division-master
                until div-i > division-count
        end-if
        close category-master
        if journal-open-switch = 1
            close catmast-journal
            move spaces to jrn-feed-id
            move 0 to jrn-business-date
        end-if
        move spaces to jrn-requested-by
        move spaces to jrn-approved-by
        write catmast-journal-string from journal-line
    end-if.

    move 'REWRITE  ' to jrn-action.
    perform write-catmast-journal.

*> Carries one division's figures into the master under its parent
*> code, so the division keeps lifetime totals of its own. The
*> no-division and overflow slots are not real codes and are
*> skipped, and so is a parent code that is also a category code in
*> the reference, since posting it would mix two different things
*> into one master record
update-one-division-master.
    if div-code(div-i) not = spaces
            and (div-overflow-exists = 0
                or div-i not = div-overflow-index)
        move div-code(div-i) to ref-check-code
        perform find-reference-index
        if ref-found-index not = 0
            display "Division " div-code(div-i)
                " is also a category code; its totals were not"
                " posted to the category master."
        else
            move div-code(div-i) to master-code
            read category-master
                invalid key perform create-division-master
                not invalid key perform refresh-division-master
            end-read
        end-if
    end-if.
    add 1 to div-i.

*> Creates the master record for a division seen for the first time
create-division-master.
    move div-code(div-i) to master-code.
    move master-run-date to master-last-date.
    move div-count(div-i) to master-last-count.
    move div-mean(div-i) to master-last-mean.
    move div-stddev(div-i) to master-last-stddev.
    move div-count(div-i) to master-life-count.
    move div-sum(div-i) to master-life-wsum.
    write master-record
        invalid key display "Could not create master record for "
            master-code
        not invalid key perform journal-master-create
    end-write.

*> Folds this run into an existing division master record
refresh-division-master.
    move master-record to journal-before-image.
    move master-run-date to master-last-date.
    move div-count(div-i) to master-last-count.
    move div-mean(div-i) to master-last-mean.
    move div-stddev(div-i) to master-last-stddev.
    add div-count(div-i) to master-life-count.
    add div-sum(div-i) to master-life-wsum.
    rewrite master-record
        invalid key display "Could not update master record for "
            master-code
        not invalid key perform journal-master-rewrite
    end-rewrite.

*> Writes the print-formatted copy of the report: a 132-column
*> paginated layout for the shop printer, with a page header naming
*> the input file, run date/time and page number on every page, the
    end-if.
    perform print-decile-pages.
    perform print-histogram-pages.
    perform print-distribution-pages.
    if groups-switch = 1
        perform print-group-pages
    end-if.
    if divisions-switch = 1
        perform print-division-pages
    end-if.
    if groups-switch = 1
        perform print-compare-pages
    end-if.
    if dated-switch = 1
        perform print-period-pages
    end-if.
    else
        perform print-outlier-pages
    end-if.
    if rules-loaded = 1
        perform print-alert-pages
    end-if.
    if dumps-switch = 1
        if large-switch = 1
            perform print-stream-unsorted-pages
    perform print-line.
    add 1 to hist-i.

*> Prints the distribution tests section in the same layout as the
*> fixed-width report
print-distribution-pages.
    move ' Distribution Tests' to print-heading.
    perform begin-print-section.
    move spaces to print-detail.
    move ' Normal fit (chi-square)' to print-detail(1:24).
    perform print-line.
    move spaces to print-detail.
    move ' Bucket   Observed      Expected' to print-detail(1:32).
    perform print-line.
    move 1 to hist-i.
    perform print-one-fit-bucket
        until hist-i > histogram-buckets.
    move ' Chi-square ' to line-output.
    move fit-chi-square to num-string.
    perform format-num-string.
    perform print-stat-line.
    move ' Deg Freedom ' to line-output.
    move fit-df to num-string.
    perform format-num-string.
    perform print-stat-line.
    move ' Critical ' to line-output.
    move fit-critical to num-string.
    perform format-num-string.
    perform print-stat-line.
    perform set-normal-verdict.
    move spaces to print-detail.
    move distribution-verdict to print-detail(2:30).
    perform print-line.
    move spaces to print-detail.
    perform print-line.
    move ' Benford first digit' to print-detail(1:20).
    perform print-line.
    move spaces to print-detail.
    move ' Digit   Count    Obs %    Exp %' to print-detail(1:32).
    perform print-line.
    move 1 to benford-i.
    perform print-one-benford-digit
        until benford-i > 9.
    move ' Chi-square ' to line-output.
    move benford-chi-square to num-string.
    perform format-num-string.
    perform print-stat-line.
    move ' Deg Freedom ' to line-output.
    move 8 to num-string.
    perform format-num-string.
    perform print-stat-line.
    move ' Critical ' to line-output.
    move benford-critical to num-string.
    perform format-num-string.
    perform print-stat-line.
    perform set-benford-verdict.
    move spaces to print-detail.
    move distribution-verdict to print-detail(2:30).
    perform print-line.

*> Prints one normal-fit bucket line
print-one-fit-bucket.
    move hist-i to fit-bucket-num.
    move bucket-count(hist-i) to fit-obs-out.
    move fit-expected(hist-i) to fit-exp-out.
    move spaces to print-detail.
    move fit-bucket-line to print-detail(1:32).
    perform print-line.
    add 1 to hist-i.

*> Prints one first-digit line
print-one-benford-digit.
    perform set-benford-line.
    move spaces to print-detail.
    move benford-line to print-detail(1:32).
    perform print-line.
    add 1 to benford-i.

*> Prints the per-category breakdown section
print-group-pages.
    move ' Per-Category Breakdown' to print-heading.
    perform print-group-line.
    add 1 to grp-i.

*> Prints the division roll-up section
print-division-pages.
    move ' Division Roll-up' to print-heading.
    perform begin-print-section.
    move 1 to div-i.
    perform print-one-division
        until div-i > division-count.

*> Prints the heading and figure lines for one division
print-one-division.
    move div-code(div-i) to group-heading-code.
    move div-desc(div-i) to group-heading-desc.
    move spaces to print-detail.
    move group-heading-line to print-detail(1:36).
    perform print-line.
    move div-code(div-i) to group-code-out.
    move ' Count'        to group-label.
    move div-count(div-i) to num-temp.
    move num-temp to group-num-string.
    perform print-group-line.
    move ' Sum'          to group-label.
    move div-sum(div-i) to group-num-string.
    perform print-group-line.
    move ' Mean'         to group-label.
    move div-mean(div-i) to group-num-string.
    perform print-group-line.
    move ' Median'       to group-label.
    move div-median(div-i) to group-num-string.
    perform print-group-line.
    move ' Std Deviation' to group-label.
    move div-stddev(div-i) to group-num-string.
    perform print-group-line.
    add 1 to div-i.

*> Prints the category comparisons section, one comparison per line
print-compare-pages.
    move ' Category Comparisons' to print-heading.
    perform begin-print-section.
    if compare-baseline not = spaces and baseline-found-index = 0
        move spaces to print-detail
        move ' Baseline      is not in this file' to print-detail(1:34)
        move compare-baseline to print-detail(11:4)
        perform print-line
    end-if.
    move 1 to cmp-i.
    perform print-one-comparison
        until cmp-i > compare-count.
    if compare-count = 0
        move spaces to print-detail
        move ' (none)' to print-detail(1:7)
        perform print-line
    end-if.

*> Prints one comparison line
print-one-comparison.
    perform set-compare-text.
    move cmp-code(cmp-i) to print-cmp-code.
    move compare-against-text to print-cmp-against.
    move cmp-diff(cmp-i) to print-cmp-diff.
    move cmp-t(cmp-i) to print-cmp-t.
    move cmp-df(cmp-i) to print-cmp-df.
    move spaces to print-cmp-result.
    if cmp-result(cmp-i) = 'X'
        move 'NOT TESTABLE' to print-cmp-result
    else
        string compare-verdict-word delimited by space
            ' at ' delimited by size
            confidence-pct delimited by size
            '%' delimited by size
            into print-cmp-result
    end-if.
    move spaces to print-detail.
    move print-compare-line to print-detail(1:120).
    perform print-line.
    add 1 to cmp-i.

*> Prints one per-category breakdown line
print-group-line.
    move spaces to print-detail.
        perform print-line
    end-if.

*> Prints the tolerance alerts section, one breach per line with its
*> limit and actual value side by side
print-alert-pages.
    move ' Tolerance Alerts' to print-heading.
    perform begin-print-section.
    move 1 to alert-i.
    perform print-one-alert
        until alert-i > alert-count or alert-i > max-alert-rows.
    if alert-count = 0
        move spaces to print-detail
        move ' (none)' to print-detail(1:7)
        perform print-line
    end-if.
    if alert-count > max-alert-rows
        move spaces to print-detail
        move ' (more in the alerts log)' to print-detail(1:25)
        perform print-line
    end-if.
    if folded-rule-count > 0
        move 1 to rule-i
        perform print-one-folded-rule
            until rule-i > rule-count
    end-if.

*> Prints a category rule that was not checked because its records
*> may have been folded into the overflow slot
print-one-folded-rule.
    if rule-folded(rule-i) = 1
        move spaces to print-detail
        move rule-code(rule-i) to print-detail(1:4)
        move folded-heading-text to print-detail(7:30)
        perform print-line
    end-if.
    add 1 to rule-i.

*> Prints one tolerance breach line
print-one-alert.
    move alt-code(alert-i) to print-alert-code.
    move alt-figure(alert-i) to print-alert-figure.
    move alt-limit(alert-i) to print-alert-limit.
    move alt-actual(alert-i) to print-alert-actual.
    move spaces to print-detail.
    move print-alert-line to print-detail(1:83).
    perform print-line.
    add 1 to alert-i.

*> Tests one record against the fences for the print copy
print-outlier-check.
    if num(i) < fence-low or num(i) > fence-high
        if out-of-balance-switch = 1
            move 'OUT OF BALANCE' to hist-status
        else
            if alert-count > 0
                move 'ALERT' to hist-status
            else
                move 'OK' to hist-status
            end-if
        end-if
    end-if.
    write history-string from history-line.
