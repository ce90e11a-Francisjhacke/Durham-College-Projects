       identification division.
       program-id. BatchWindowProgram.
       author. Francis Hackenberger, Sam Chard.

       environment division.
       input-output section.
       file-control.

           *> Business-date control card - a single date record,
           *> normally absent, dropped in by operations when a
           *> failed feed is reprocessed the next morning so this
           *> step's run journal entry carries the business date
           *> the data belongs to.
           select optional batch-date-file assign to
               '../../../data/batch-date.dat' organization is line
               sequential.

           *> Shared batch-run audit journal - read here end to end
           *> for every step's start and end stamps, tonight's and
           *> the trailing history's, and appended to at the end.
           *> The report posts nothing, so a rerun is always
           *> allowed and the journal is not checked for a prior
           *> run.
           select optional run-journal-file assign to
               '../../../data/run-journal.dat' organization is
               line sequential.

           *> The control record editsProgram wrote for this batch -
           *> read here for its batch sequence number, which this
           *> step's journal record is stamped with.
           select optional edits-control-file assign to
               '../../../data/edits-control.dat' organization is
               line sequential.

           *> System parameter deck - one name/value card per
           *> tunable figure, shared by the whole chain. OPTIONAL -
           *> absent, the compiled defaults stand, and every run
           *> prints the values it actually ran under.
           select optional system-params-file assign to
               '../../../data/system-params.dat'
               organization is line sequential.

           select report-file assign to
               '../../../data/batch-window-report.dat'
               organization is line sequential.

       data division.
       file section.

       fd batch-date-file
           data record is batch-date-record.

       01 batch-date-record.
           05 bd-business-date                          pic 9(8).

       fd run-journal-file
           data record is run-journal-record.

       01 run-journal-record.
           05 rj-program-id                             pic x(30).
           05 rj-business-date                          pic 9(8).
           05 rj-start-date                             pic 9(8).
           05 rj-start-time                             pic 9(6).
           05 rj-end-date                               pic 9(8).
           05 rj-end-time                               pic 9(6).
           05 rj-records-read                           pic 9(6).
           05 rj-records-written                        pic 9(6).
           05 rj-return-code                            pic 99.
           05 rj-batch-seq-no                           pic 9(3).

       fd edits-control-file
           data record is edits-control-record.

       01 edits-control-record.
           05 ctl-good-record-count                     pic 9(5).
           05 ctl-bad-record-count                      pic 9(5).
           05 ctl-batch-seq-no                          pic 9(3).

       fd system-params-file
           data record is system-params-record.

       *> The value is keyed in the target field's own digit
       *> shape, left-justified.
       01 system-params-record.
           05 sp-param-name                             pic x(20).
           05 sp-param-value                            pic x(12).

       fd report-file
           data record is report-data-line.

       01 report-data-line                              pic x(120).

       working-storage section.

       01 ws-run-date                                  pic 9(8).

       01 sw-batch-date-missing                        pic x
           value 'n'.

       *> Which of the business date's batches this run belongs
       *> to - editsProgram assigns it, everyone downstream reads
       *> it off the control record, so intraday batches stack
       *> instead of colliding.
       01 ws-batch-seq-no                              pic 9(3)
           value 0.

       01 ws-rj-this-program                           pic x(30)
           value "BATCHWINDOWPROGRAM".

       01 sw-run-journal-eof                           pic x
           value 'n'.

       01 ws-rj-return-code                            pic 99
           value 0.

       01 ws-timestamp-work.
           05 ws-ts-date                               pic 9(8).
           05 ws-ts-time-raw                           pic 9(8).

       01 ws-rj-start-stamp.
           05 ws-rj-start-date                         pic 9(8).
           05 ws-rj-start-time                         pic 9(6).

       01 sw-params-eof                                pic x
           value 'n'.

       *> The parameter card's value, re-shaped per target field.
       01 ws-param-count                               pic 9(4).
       01 ws-param-count-x redefines ws-param-count    pic x(4).
       01 ws-param-time                                pic 9(6).
       01 ws-param-time-x redefines ws-param-time      pic x(6).

       *> How far back a step's own history reaches for its
       *> trailing average, in business days.
       01 ws-history-days                              pic 9(4)
           value 28.

       *> A step runs long when it takes more than this percentage
       *> of its trailing average AND at least the minimum seconds
       *> over it - a two-second step taking four is not news.
       01 ws-overrun-pct                               pic 9(4)
           value 150.
       01 ws-overrun-min-secs                          pic 9(4)
           value 60.

       *> Records read jumping past this percentage of the step's
       *> trailing average is flagged - a growing history file or
       *> a new store's volume shows here before it shows in time.
       01 ws-volume-pct                                pic 9(4)
           value 150.

       *> Too few prior runs make no average worth flagging
       *> against.
       01 ws-min-history-runs                          pic 9(4)
           value 3.

       *> The chain must be finished by this time the morning
       *> after the business date.
       01 ws-deadline-time                             pic 9(6)
           value 070000.

       01 ws-params-line1.
           05 filler                                   pic x(22)
               value "PARAMETERS IN EFFECT -".
           05 filler                                   pic x(14)
               value " History days:".
           05 prt-param-history-days                   pic z(3)9.
           05 filler                                   pic x(11)
               value " Overrun %:".
           05 prt-param-overrun-pct                    pic z(3)9.
           05 filler                                   pic x(10)
               value " Min secs:".
           05 prt-param-overrun-min-secs               pic z(3)9.
           05 filler                                   pic x(10)
               value " Volume %:".
           05 prt-param-volume-pct                     pic z(3)9.
           05 filler                                   pic x(10)
               value " Min runs:".
           05 prt-param-min-history-runs               pic z(3)9.
           05 filler                                   pic x(11)
               value " Deadline: ".
           05 prt-param-deadline-time                  pic 99b99b99.

       *> The POSDAILY steps in the order the job runs them - the
       *> program id each one journals under, and its step name.
       01 ws-step-names-values.
           05 filler  pic x(38) value
               "CONSOLIDATIONPROGRAM          CONSOL  ".
           05 filler  pic x(38) value
               "EDITSPROGRAM                  EDITS   ".
           05 filler  pic x(38) value
               "CORRECTIONSPROGRAM            CORRECT ".
           05 filler  pic x(38) value
               "SETTLEMENTRECONCILEPROGRAM    SETTLE  ".
           05 filler  pic x(38) value
               "DATASPLITANDCOUNTPROGRAM      SPLIT   ".
           05 filler  pic x(38) value
               "LAYAWAYPROCESSINGPROGRAM      LAYAWAY ".
           05 filler  pic x(38) value
               "LOYALTYPROCESSINGPROGRAM      LOYALTY ".
           05 filler  pic x(38) value
               "HOUSEACCOUNTPROGRAM           HOUSEACC".
           05 filler  pic x(38) value
               "INVENTORYPROCESSINGPROGRAM    INVTORY ".
           05 filler  pic x(38) value
               "RECEIVINGPROCESSINGPROGRAM    RECEIVE ".
           05 filler  pic x(38) value
               "CYCLECOUNTPROGRAM             CYCCOUNT".
           05 filler  pic x(38) value
               "REPLENISHMENTPROGRAM          REPLEN  ".
           05 filler  pic x(38) value
               "SALESANALYSISPROGRAM          DEPTCAT ".
           05 filler  pic x(38) value
               "SALESPLANPROGRAM              PLANVACT".
           05 filler  pic x(38) value
               "GIFTCARDPROCESSINGPROGRAM     GIFTCARD".
           05 filler  pic x(38) value
               "TILLRECONCILEPROGRAM          TILLREC ".
           05 filler  pic x(38) value
               "DEPOSITRECONCILEPROGRAM       BANKREC ".
           05 filler  pic x(38) value
               "SANDLPROCESSINGPROGRAM        SANDL   ".
           05 filler  pic x(38) value
               "RETURNSPROCESSINGPROGRAM      RETURNS ".
           05 filler  pic x(38) value
               "SERVICEPLANPROGRAM            SVCPLAN ".
           05 filler  pic x(38) value
               "VENDORCLAIMSPROGRAM           RTVCLAIM".
           05 filler  pic x(38) value
               "COMMISSIONPROGRAM             COMMISSN".
           05 filler  pic x(38) value
               "CARDDISPUTEPROGRAM            DISPUTES".
           05 filler  pic x(38) value
               "HOURLYSALESPROGRAM            HOURLY  ".
           05 filler  pic x(38) value
               "LOSSPREVENTIONPROGRAM         LPSCORE ".
           05 filler  pic x(38) value
               "OPERATIONSSUMMARYPROGRAM      OPSSUM  ".
           05 filler  pic x(38) value
               "PRICECHANGEPROGRAM            PRICECHG".
           05 filler  pic x(38) value
               "BALANCINGPROOFPROGRAM         BALPROOF".
           05 filler  pic x(38) value
               "STORERESULTSPROGRAM           STORTX  ".

       01 ws-step-names redefines ws-step-names-values.
           05 ws-step-name-entries occurs 29 times.
               10 ws-sn-program-id                      pic x(30).
               10 ws-sn-step-name                       pic x(8).

       01 ws-step-count                                pic 99
           value 29.

       *> Each step's trailing history, built in the same pass
       *> over the journal as tonight's records.
       01 ws-step-history.
           05 ws-step-history-entries occurs 29 times.
               10 ws-sh-runs                            pic 9(5).
               10 ws-sh-elapsed-sum                     pic 9(9).
               10 ws-sh-read-sum                        pic 9(11).
               10 ws-sh-avg-elapsed                     pic 9(7).
               10 ws-sh-avg-read                        pic 9(7).

       01 ws-found-step-idx                            pic 99
           value 0.

       *> Tonight's journal records - every batch of this
       *> business date.
       01 ws-tonight-table.
           05 ws-tonight-count                          pic 999
               value 0.
           05 ws-tonight-entries occurs 300 times
               indexed by ws-tonight-idx.
               10 ws-tn-step-idx                        pic 99.
               10 ws-tn-batch-seq-no                    pic 9(3).
               10 ws-tn-start-date                      pic 9(8).
               10 ws-tn-start-time                      pic 9(6).
               10 ws-tn-end-date                        pic 9(8).
               10 ws-tn-end-time                        pic 9(6).
               10 ws-tn-elapsed                         pic 9(7).
               10 ws-tn-records-read                    pic 9(6).
               10 ws-tn-records-written                 pic 9(6).
               10 ws-tn-return-code                     pic 99.
               10 ws-tn-ranked                          pic x.

       *> The batch sequences seen tonight, in ascending order.
       01 ws-seq-list.
           05 ws-seq-count                              pic 99
               value 0.
           05 ws-seq-entries occurs 50 times
               indexed by ws-seq-idx.
               10 ws-sq-batch-seq-no                    pic 9(3).

       01 ws-iterator                                   pic 999
           value 1.

       01 ws-step-iterator                              pic 99
           value 1.

       01 ws-seq-iterator                               pic 99
           value 1.

       01 sw-seq-placed                                 pic x
           value 'n'.

       01 ws-rank-iterator                              pic 9
           value 1.

       01 ws-largest-idx                                pic 999
           value 0.

       01 ws-current-seq-no                             pic 9(3)
           value 0.

       01 ws-history-start-date                         pic 9(8)
           value 0.

       *> Elapsed seconds between two date/time stamps.
       01 ws-elapsed-fields.
           05 ws-el-from-date                           pic 9(8).
           05 ws-el-from-time.
               10 ws-el-from-hh                         pic 99.
               10 ws-el-from-mm                         pic 99.
               10 ws-el-from-ss                         pic 99.
           05 ws-el-to-date                             pic 9(8).
           05 ws-el-to-time.
               10 ws-el-to-hh                           pic 99.
               10 ws-el-to-mm                           pic 99.
               10 ws-el-to-ss                           pic 99.
           05 ws-el-seconds                             pic s9(9).

       *> Seconds shown as hours, minutes and seconds.
       01 ws-hms-fields.
           05 ws-hms-seconds                            pic 9(9).
           05 ws-hms-remainder                          pic 9(9).
           05 ws-hms-display.
               10 ws-hms-hh                             pic 99.
               10 filler                                pic x
                   value ":".
               10 ws-hms-mm                             pic 99.
               10 filler                                pic x
                   value ":".
               10 ws-hms-ss                             pic 99.

       01 ws-window-fields.
           05 ws-wn-start-date                          pic 9(8).
           05 ws-wn-start-time                          pic 9(6).
           05 ws-wn-end-date                            pic 9(8).
           05 ws-wn-end-time                            pic 9(6).
           05 sw-wn-consol-found                        pic x.
           05 sw-wn-stortx-found                        pic x.
           05 ws-wn-elapsed                             pic 9(9).
           05 ws-wn-expected                            pic 9(9).
           05 ws-wn-deadline-date                       pic 9(8).
           05 ws-wn-pct                                 pic 9(3)v9.

       01 ws-flag-fields.
           05 ws-fl-threshold                           pic 9(9).
           05 ws-fl-throughput                          pic 9(9).
           05 ws-fl-text                                pic x(20).

       01 ws-counts.
           05 ws-journal-records-read                   pic 9(6)
               value 0.
           05 ws-tonight-records                        pic 9(6)
               value 0.
           05 ws-steps-flagged-long                     pic 9(5)
               value 0.
           05 ws-steps-flagged-volume                   pic 9(5)
               value 0.
           05 ws-windows-past-deadline                  pic 9(5)
               value 0.

       01 report-heading-line.
           05 filler                                    pic x(30)
               value spaces.
           05 filler                                    pic x(36)
               value "BATCH WINDOW TIMING - BUSINESS DATE ".
           05 prt-hd-run-date                           pic 9(8).

       01 seq-heading-line.
           05 filler                                    pic x(15)
               value "BATCH SEQUENCE ".
           05 prt-sq-batch-seq-no                       pic 9(3).

       01 step-headings.
           05 filler                                    pic x(8)
               value "STEP".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(8)
               value "START".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(8)
               value "END".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(8)
               value "ELAPSED".
           05 filler                                    pic x(4)
               value spaces.
           05 filler                                    pic x(4)
               value "READ".
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(5)
               value "WRITE".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(8)
               value "RECS/MIN".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(8)
               value "AVG ELAP".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(8)
               value "AVG READ".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(2)
               value "RC".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(5)
               value "FLAGS".

       01 prt-step-line.
           05 prt-st-step-name                          pic x(8).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-st-start-time                         pic 99b99b99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-st-end-time                           pic 99b99b99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-st-elapsed                            pic x(8).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-st-records-read                       pic z(5)9.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-st-records-written                    pic z(5)9.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-st-throughput                         pic z(7)9.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-st-avg-elapsed                        pic x(8).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-st-avg-read                           pic z(7)9.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-st-return-code                        pic z9.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-st-flags                              pic x(20).

       01 window-line1.
           05 filler                                    pic x(24)
               value "CRITICAL PATH - CONSOL ".
           05 filler                                    pic x(6)
               value "START ".
           05 prt-wn-start-date                         pic 9(8).
           05 filler                                    pic x(1)
               value spaces.
           05 prt-wn-start-time                         pic 99b99b99.
           05 filler                                    pic x(15)
               value "  TO STORTX END".
           05 filler                                    pic x(1)
               value spaces.
           05 prt-wn-end-date                           pic 9(8).
           05 filler                                    pic x(1)
               value spaces.
           05 prt-wn-end-time                           pic 99b99b99.
           05 filler                                    pic x(11)
               value "  ELAPSED  ".
           05 prt-wn-elapsed                            pic x(8).

       01 window-line2.
           05 filler                                    pic x(24)
               value "EXPECTED (SUM OF STEP   ".
           05 filler                                    pic x(20)
               value "TRAILING AVERAGES)  ".
           05 prt-wn-expected                           pic x(8).
           05 filler                                    pic x(3)
               value spaces.
           05 prt-wn-status                             pic x(50).

       01 contributors-heading.
           05 filler                                    pic x(34)
               value "LONGEST STEPS ON THE CRITICAL PATH".

       01 prt-contributor-line.
           05 filler                                    pic x(4)
               value spaces.
           05 prt-ct-step-name                          pic x(8).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-ct-elapsed                            pic x(8).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-ct-pct                                pic zz9.9.
           05 filler                                    pic x(22)
               value "% OF THE BATCH WINDOW".

       01 no-tonight-line.
           05 filler                                    pic x(48)
               value "NO POSDAILY STEPS JOURNALED FOR THIS BUSINESS DA".
           05 filler                                    pic x(2)
               value "TE".

       01 totals-line1.
           05 filler                                    pic x(16)
               value "Journal Records:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-journal-records-read                  pic z(5)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(15)
               value "Tonight's Runs:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-tonight-records                       pic z(5)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(9)
               value "Ran Long:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-steps-flagged-long                    pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(12)
               value "Volume Jump:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-steps-flagged-volume                  pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(14)
               value "Past Deadline:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-windows-past-deadline                 pic z(4)9.

       procedure division.

           perform 040-resolve-business-date.

           perform 043-load-batch-seq.
           perform 045-capture-start-stamp.

           perform 035-load-system-params.

           open output report-file.

           move ws-run-date to prt-hd-run-date.
           write report-data-line from report-heading-line.

           move ws-history-days to prt-param-history-days.
           move ws-overrun-pct to prt-param-overrun-pct.
           move ws-overrun-min-secs to prt-param-overrun-min-secs.
           move ws-volume-pct to prt-param-volume-pct.
           move ws-min-history-runs to prt-param-min-history-runs.
           move ws-deadline-time to prt-param-deadline-time.
           write report-data-line from ws-params-line1
               after advancing 1 line.

           compute ws-history-start-date =
               function date-of-integer(
               function integer-of-date(ws-run-date) -
               ws-history-days).

           *> One pass over the journal - tonight's records into
           *> the table, every earlier clean run inside the history
           *> window onto its step's trailing totals.
           perform 100-read-journal.
           perform 150-average-history.

           if (ws-tonight-count = 0) then
               write report-data-line from no-tonight-line
                   after advancing 2 lines
           end-if.

           move 1 to ws-seq-iterator.
           perform varying ws-seq-iterator
               from 1
               by 1
               until ws-seq-iterator > ws-seq-count
               move ws-sq-batch-seq-no(ws-seq-iterator) to
                   ws-current-seq-no
               perform 200-report-batch
           end-perform.

           perform 600-totals.

           perform 900-write-run-journal.

           accept return-code.

           close report-file.

           goback.

       100-read-journal.

           move 1 to ws-step-iterator.
           perform varying ws-step-iterator
               from 1
               by 1
               until ws-step-iterator > ws-step-count
               move 0 to ws-sh-runs(ws-step-iterator)
               move 0 to ws-sh-elapsed-sum(ws-step-iterator)
               move 0 to ws-sh-read-sum(ws-step-iterator)
               move 0 to ws-sh-avg-elapsed(ws-step-iterator)
               move 0 to ws-sh-avg-read(ws-step-iterator)
           end-perform.

           move "n" to sw-run-journal-eof.
           open input run-journal-file.
           read run-journal-file at end
               move "Y" to sw-run-journal-eof.
           perform until sw-run-journal-eof = "Y"
               add 1 to ws-journal-records-read
               perform 110-find-step
               *> Steps outside POSDAILY and records whose stamps
               *> are not dates and times tell us nothing about
               *> the window.
               if (ws-found-step-idx > 0) and
                   (rj-start-date is numeric) and
                   (rj-start-time is numeric) and
                   (rj-end-date is numeric) and
                   (rj-end-time is numeric) and
                   (rj-start-date > 0) and (rj-end-date > 0) then
                   move rj-start-date to ws-el-from-date
                   move rj-start-time to ws-el-from-time
                   move rj-end-date to ws-el-to-date
                   move rj-end-time to ws-el-to-time
                   perform 160-compute-elapsed
                   if (rj-business-date = ws-run-date) then
                       perform 120-add-tonight
                   else
                       if (rj-business-date >= ws-history-start-date)
                           and (rj-business-date < ws-run-date) and
                           (rj-return-code = 0) then
                           add 1 to ws-sh-runs(ws-found-step-idx)
                           add ws-el-seconds to
                               ws-sh-elapsed-sum(ws-found-step-idx)
                           add rj-records-read to
                               ws-sh-read-sum(ws-found-step-idx)
                       end-if
                   end-if
               end-if
               read run-journal-file at end
                   move "Y" to sw-run-journal-eof
           end-perform.
           close run-journal-file.

       110-find-step.
           move 0 to ws-found-step-idx.
           move 1 to ws-step-iterator.
           perform varying ws-step-iterator
               from 1
               by 1
               until ws-step-iterator > ws-step-count
               if (ws-sn-program-id(ws-step-iterator) =
                   rj-program-id) then
                   move ws-step-iterator to ws-found-step-idx
               end-if
           end-perform.

       120-add-tonight.

           if (ws-tonight-count < 300) then
               add 1 to ws-tonight-count
               add 1 to ws-tonight-records
               move ws-found-step-idx to
                   ws-tn-step-idx(ws-tonight-count)
               move rj-batch-seq-no to
                   ws-tn-batch-seq-no(ws-tonight-count)
               move rj-start-date to
                   ws-tn-start-date(ws-tonight-count)
               move rj-start-time to
                   ws-tn-start-time(ws-tonight-count)
               move rj-end-date to ws-tn-end-date(ws-tonight-count)
               move rj-end-time to ws-tn-end-time(ws-tonight-count)
               move ws-el-seconds to
                   ws-tn-elapsed(ws-tonight-count)
               move rj-records-read to
                   ws-tn-records-read(ws-tonight-count)
               move rj-records-written to
                   ws-tn-records-written(ws-tonight-count)
               move rj-return-code to
                   ws-tn-return-code(ws-tonight-count)
               move 'n' to ws-tn-ranked(ws-tonight-count)
               perform 130-add-batch-seq
           end-if.

       130-add-batch-seq.

           *> Kept in ascending order as they arrive, so each batch
           *> of the night prints in the order it ran.
           move 0 to ws-iterator.
           move 1 to ws-seq-iterator.
           perform varying ws-seq-iterator
               from 1
               by 1
               until ws-seq-iterator > ws-seq-count
               if (ws-sq-batch-seq-no(ws-seq-iterator) =
                   rj-batch-seq-no) then
                   move 1 to ws-iterator
               end-if
           end-perform.

           if (ws-iterator = 0) and (ws-seq-count < 50) then
               add 1 to ws-seq-count
               move ws-seq-count to ws-seq-iterator
               move 'n' to sw-seq-placed
               perform until sw-seq-placed = 'y'
                   if (ws-seq-iterator = 1) then
                       move 'y' to sw-seq-placed
                   else
                       if (ws-sq-batch-seq-no(ws-seq-iterator - 1) <
                           rj-batch-seq-no) then
                           move 'y' to sw-seq-placed
                       else
                           move ws-sq-batch-seq-no
                               (ws-seq-iterator - 1) to
                               ws-sq-batch-seq-no(ws-seq-iterator)
                           subtract 1 from ws-seq-iterator
                       end-if
                   end-if
               end-perform
               move rj-batch-seq-no to
                   ws-sq-batch-seq-no(ws-seq-iterator)
           end-if.

       150-average-history.
           move 1 to ws-step-iterator.
           perform varying ws-step-iterator
               from 1
               by 1
               until ws-step-iterator > ws-step-count
               if (ws-sh-runs(ws-step-iterator) > 0) then
                   compute ws-sh-avg-elapsed(ws-step-iterator)
                       rounded =
                       ws-sh-elapsed-sum(ws-step-iterator) /
                       ws-sh-runs(ws-step-iterator)
                   compute ws-sh-avg-read(ws-step-iterator)
                       rounded =
                       ws-sh-read-sum(ws-step-iterator) /
                       ws-sh-runs(ws-step-iterator)
               end-if
           end-perform.

       160-compute-elapsed.

           *> A clock set back, or an end stamp before its start,
           *> counts as no time at all rather than a negative.
           compute ws-el-seconds =
               (function integer-of-date(ws-el-to-date) -
               function integer-of-date(ws-el-from-date)) * 86400 +
               (ws-el-to-hh * 3600 + ws-el-to-mm * 60 +
               ws-el-to-ss) -
               (ws-el-from-hh * 3600 + ws-el-from-mm * 60 +
               ws-el-from-ss).
           if (ws-el-seconds < 0) then
               move 0 to ws-el-seconds
           end-if.

       170-format-hms.
           divide ws-hms-seconds by 3600 giving ws-hms-hh
               remainder ws-hms-remainder.
           divide ws-hms-remainder by 60 giving ws-hms-mm
               remainder ws-hms-ss.

       200-report-batch.

           move ws-current-seq-no to prt-sq-batch-seq-no.
           write report-data-line from seq-heading-line
               after advancing 3 lines.
           write report-data-line from step-headings
               after advancing 1 line.

           *> In job order - a step journaled twice tonight (a
           *> failed run and its rerun) prints once per run.
           move 1 to ws-step-iterator.
           perform varying ws-step-iterator
               from 1
               by 1
               until ws-step-iterator > ws-step-count
               move 1 to ws-iterator
               perform varying ws-iterator
                   from 1
                   by 1
                   until ws-iterator > ws-tonight-count
                   if (ws-tn-step-idx(ws-iterator) =
                       ws-step-iterator) and
                       (ws-tn-batch-seq-no(ws-iterator) =
                       ws-current-seq-no) then
                       perform 210-print-step-line
                   end-if
               end-perform
           end-perform.

           perform 300-report-window.

       210-print-step-line.

           move ws-sn-step-name(ws-step-iterator) to
               prt-st-step-name.
           move ws-tn-start-time(ws-iterator) to prt-st-start-time.
           move ws-tn-end-time(ws-iterator) to prt-st-end-time.
           move ws-tn-elapsed(ws-iterator) to ws-hms-seconds.
           perform 170-format-hms.
           move ws-hms-display to prt-st-elapsed.
           move ws-tn-records-read(ws-iterator) to
               prt-st-records-read.
           move ws-tn-records-written(ws-iterator) to
               prt-st-records-written.

           *> Records read per minute - a step that finished inside
           *> the same second counts as one second.
           if (ws-tn-elapsed(ws-iterator) > 0) then
               compute ws-fl-throughput rounded =
                   ws-tn-records-read(ws-iterator) * 60 /
                   ws-tn-elapsed(ws-iterator)
           else
               compute ws-fl-throughput =
                   ws-tn-records-read(ws-iterator) * 60
           end-if.
           move ws-fl-throughput to prt-st-throughput.

           move spaces to prt-st-avg-elapsed.
           move 0 to prt-st-avg-read.
           move spaces to ws-fl-text.
           if (ws-sh-runs(ws-step-iterator) > 0) then
               move ws-sh-avg-elapsed(ws-step-iterator) to
                   ws-hms-seconds
               perform 170-format-hms
               move ws-hms-display to prt-st-avg-elapsed
               move ws-sh-avg-read(ws-step-iterator) to
                   prt-st-avg-read
           end-if.

           if (ws-sh-runs(ws-step-iterator) >= ws-min-history-runs)
               then
               compute ws-fl-threshold =
                   ws-sh-avg-elapsed(ws-step-iterator) *
                   ws-overrun-pct / 100
               if (ws-tn-elapsed(ws-iterator) > ws-fl-threshold) and
                   (ws-tn-elapsed(ws-iterator) -
                   ws-sh-avg-elapsed(ws-step-iterator) >=
                   ws-overrun-min-secs) then
                   move "RAN LONG" to ws-fl-text
                   add 1 to ws-steps-flagged-long
               end-if
               compute ws-fl-threshold =
                   ws-sh-avg-read(ws-step-iterator) *
                   ws-volume-pct / 100
               if (ws-tn-records-read(ws-iterator) >
                   ws-fl-threshold) then
                   if (ws-fl-text = spaces) then
                       move "VOLUME JUMP" to ws-fl-text
                   else
                       move "RAN LONG/VOLUME" to ws-fl-text
                   end-if
                   add 1 to ws-steps-flagged-volume
               end-if
           else
               move "NO HISTORY" to ws-fl-text
           end-if.

           *> A step BatchBackoutProgram reversed carries its own
           *> marker code rather than reading as a failure.
           evaluate true
           when ws-tn-return-code(ws-iterator) = 99
               move "BACKED OUT" to ws-fl-text
           when ws-tn-return-code(ws-iterator) = 98
               move "STORE BACKED OUT" to ws-fl-text
           when ws-tn-return-code(ws-iterator) > 4
               move "FAILED" to ws-fl-text
           end-evaluate.

           move ws-tn-return-code(ws-iterator) to prt-st-return-code.
           move ws-fl-text to prt-st-flags.
           write report-data-line from prt-step-line.

       300-report-window.

           *> The critical path of the night is the chain itself -
           *> CONSOL's start to STORTX's end. A batch that never
           *> reached STORTX is measured to the last step that did
           *> finish, and says so.
           move 'n' to sw-wn-consol-found.
           move 'n' to sw-wn-stortx-found.
           move 99999999 to ws-wn-start-date.
           move 0 to ws-wn-start-time.
           move 0 to ws-wn-end-date.
           move 0 to ws-wn-end-time.
           move 0 to ws-wn-expected.

           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-tonight-count
               if (ws-tn-batch-seq-no(ws-iterator) =
                   ws-current-seq-no) then
                   perform 310-widen-window
               end-if
           end-perform.

           move 1 to ws-step-iterator.
           perform varying ws-step-iterator
               from 1
               by 1
               until ws-step-iterator > ws-step-count
               add ws-sh-avg-elapsed(ws-step-iterator) to
                   ws-wn-expected
           end-perform.

           move ws-wn-start-date to ws-el-from-date.
           move ws-wn-start-time to ws-el-from-time.
           move ws-wn-end-date to ws-el-to-date.
           move ws-wn-end-time to ws-el-to-time.
           perform 160-compute-elapsed.
           move ws-el-seconds to ws-wn-elapsed.

           move ws-wn-start-date to prt-wn-start-date.
           move ws-wn-start-time to prt-wn-start-time.
           move ws-wn-end-date to prt-wn-end-date.
           move ws-wn-end-time to prt-wn-end-time.
           move ws-wn-elapsed to ws-hms-seconds.
           perform 170-format-hms.
           move ws-hms-display to prt-wn-elapsed.
           write report-data-line from window-line1
               after advancing 2 lines.

           move ws-wn-expected to ws-hms-seconds.
           perform 170-format-hms.
           move ws-hms-display to prt-wn-expected.

           *> Past the deadline is the morning after the business
           *> date at the deadline time, or any later day.
           compute ws-wn-deadline-date =
               function date-of-integer(
               function integer-of-date(ws-run-date) + 1).
           move spaces to prt-wn-status.
           if (sw-wn-stortx-found = 'n') then
               move "CHAIN INCOMPLETE - STORTX HAS NOT FINISHED" to
                   prt-wn-status
           else
               if (ws-wn-end-date > ws-wn-deadline-date) or
                   ((ws-wn-end-date = ws-wn-deadline-date) and
                   (ws-wn-end-time > ws-deadline-time)) then
                   move "*** FINISHED PAST THE MORNING DEADLINE" to
                       prt-wn-status
                   add 1 to ws-windows-past-deadline
               end-if
           end-if.
           if (sw-wn-consol-found = 'n') then
               move "CONSOL NOT JOURNALED - FIRST STEP USED" to
                   prt-wn-status
           end-if.
           write report-data-line from window-line2.

           perform 320-report-contributors.

       310-widen-window.

           if (ws-tn-step-idx(ws-iterator) = 1) then
               if (sw-wn-consol-found = 'n') then
                   move 'y' to sw-wn-consol-found
                   move ws-tn-start-date(ws-iterator) to
                       ws-wn-start-date
                   move ws-tn-start-time(ws-iterator) to
                       ws-wn-start-time
               end-if
           else
               if (sw-wn-consol-found = 'n') and
                   ((ws-tn-start-date(ws-iterator) <
                   ws-wn-start-date) or
                   ((ws-tn-start-date(ws-iterator) =
                   ws-wn-start-date) and
                   (ws-tn-start-time(ws-iterator) <
                   ws-wn-start-time))) then
                   move ws-tn-start-date(ws-iterator) to
                       ws-wn-start-date
                   move ws-tn-start-time(ws-iterator) to
                       ws-wn-start-time
               end-if
           end-if.

           if (ws-tn-step-idx(ws-iterator) = ws-step-count) then
               move 'y' to sw-wn-stortx-found
               move ws-tn-end-date(ws-iterator) to ws-wn-end-date
               move ws-tn-end-time(ws-iterator) to ws-wn-end-time
           else
               if (sw-wn-stortx-found = 'n') and
                   ((ws-tn-end-date(ws-iterator) > ws-wn-end-date)
                   or ((ws-tn-end-date(ws-iterator) =
                   ws-wn-end-date) and
                   (ws-tn-end-time(ws-iterator) > ws-wn-end-time)))
                   then
                   move ws-tn-end-date(ws-iterator) to
                       ws-wn-end-date
                   move ws-tn-end-time(ws-iterator) to
                       ws-wn-end-time
               end-if
           end-if.

       320-report-contributors.

           write report-data-line from contributors-heading
               after advancing 1 line.

           move 1 to ws-rank-iterator.
           perform varying ws-rank-iterator
               from 1
               by 1
               until ws-rank-iterator > 3
               move 0 to ws-largest-idx
               move 1 to ws-iterator
               perform varying ws-iterator
                   from 1
                   by 1
                   until ws-iterator > ws-tonight-count
                   if (ws-tn-batch-seq-no(ws-iterator) =
                       ws-current-seq-no) and
                       (ws-tn-ranked(ws-iterator) = 'n') then
                       if (ws-largest-idx = 0) then
                           move ws-iterator to ws-largest-idx
                       else
                           if (ws-tn-elapsed(ws-iterator) >
                               ws-tn-elapsed(ws-largest-idx)) then
                               move ws-iterator to ws-largest-idx
                           end-if
                       end-if
                   end-if
               end-perform
               if (ws-largest-idx > 0) then
                   move 'y' to ws-tn-ranked(ws-largest-idx)
                   perform 330-print-contributor
               end-if
           end-perform.

       330-print-contributor.
           move ws-sn-step-name(ws-tn-step-idx(ws-largest-idx)) to
               prt-ct-step-name.
           move ws-tn-elapsed(ws-largest-idx) to ws-hms-seconds.
           perform 170-format-hms.
           move ws-hms-display to prt-ct-elapsed.
           move 0 to ws-wn-pct.
           if (ws-wn-elapsed > 0) then
               compute ws-wn-pct rounded =
                   ws-tn-elapsed(ws-largest-idx) * 100 /
                   ws-wn-elapsed
                   on size error move 999.9 to ws-wn-pct
               end-compute
           end-if.
           move ws-wn-pct to prt-ct-pct.
           write report-data-line from prt-contributor-line.

       600-totals.

           move ws-journal-records-read to prt-journal-records-read.
           move ws-tonight-records to prt-tonight-records.
           move ws-steps-flagged-long to prt-steps-flagged-long.
           move ws-steps-flagged-volume to prt-steps-flagged-volume.
           move ws-windows-past-deadline to
               prt-windows-past-deadline.
           write report-data-line from totals-line1
               after advancing 3 lines.

       035-load-system-params.

           open input system-params-file.
           read system-params-file at end
               move "Y" to sw-params-eof.
           perform until sw-params-eof = "Y"
               *> A card whose value does not fit its field's
               *> digit shape is ignored - the compiled default
               *> stands rather than a half-keyed number.
               evaluate sp-param-name
               when "STEP-HISTORY-DAYS"
                   move sp-param-value(1:4) to ws-param-count-x
                   if (ws-param-count is numeric) and
                       (ws-param-count > 0) then
                       move ws-param-count to ws-history-days
                   end-if
               when "STEP-OVERRUN-PCT"
                   move sp-param-value(1:4) to ws-param-count-x
                   if (ws-param-count is numeric) and
                       (ws-param-count > 100) then
                       move ws-param-count to ws-overrun-pct
                   end-if
               when "STEP-OVERRUN-SECS"
                   move sp-param-value(1:4) to ws-param-count-x
                   if (ws-param-count is numeric) then
                       move ws-param-count to ws-overrun-min-secs
                   end-if
               when "STEP-VOLUME-PCT"
                   move sp-param-value(1:4) to ws-param-count-x
                   if (ws-param-count is numeric) and
                       (ws-param-count > 100) then
                       move ws-param-count to ws-volume-pct
                   end-if
               when "STEP-MIN-HISTORY"
                   move sp-param-value(1:4) to ws-param-count-x
                   if (ws-param-count is numeric) and
                       (ws-param-count > 0) then
                       move ws-param-count to ws-min-history-runs
                   end-if
               when "BATCH-DEADLINE-TIME"
                   move sp-param-value(1:6) to ws-param-time-x
                   if (ws-param-time is numeric) then
                       move ws-param-time to ws-deadline-time
                   end-if
               end-evaluate
               read system-params-file at end
                   move "Y" to sw-params-eof
           end-perform.
           close system-params-file.

       040-resolve-business-date.

           accept ws-run-date from date yyyymmdd.

           *> An absent, empty or unreadable control card means a
           *> normal same-day run - the system date stands.
           move 'n' to sw-batch-date-missing.
           open input batch-date-file.
           read batch-date-file
               at end move 'y' to sw-batch-date-missing
           end-read.
           close batch-date-file.

           if (sw-batch-date-missing = 'n') and
               (bd-business-date is numeric) and
               (bd-business-date > 0) then
               move bd-business-date to ws-run-date
           end-if.

       043-load-batch-seq.

           *> The batch sequence editsProgram stamped on the
           *> control record - an absent or old-shape record reads
           *> as batch zero.
           move 0 to ws-batch-seq-no.
           open input edits-control-file.
           read edits-control-file
               at end move 0 to ws-batch-seq-no
               not at end
               if (ctl-batch-seq-no is numeric) then
                   move ctl-batch-seq-no to ws-batch-seq-no
               end-if
           end-read.
           close edits-control-file.

       045-capture-start-stamp.

           accept ws-ts-date from date yyyymmdd.
           accept ws-ts-time-raw from time.
           move ws-ts-date to ws-rj-start-date.
           move ws-ts-time-raw(1:6) to ws-rj-start-time.

       900-write-run-journal.

           accept ws-ts-date from date yyyymmdd.
           accept ws-ts-time-raw from time.

           move ws-rj-this-program to rj-program-id.
           move ws-run-date to rj-business-date.
           move ws-rj-start-date to rj-start-date.
           move ws-rj-start-time to rj-start-time.
           move ws-ts-date to rj-end-date.
           move ws-ts-time-raw(1:6) to rj-end-time.
           move ws-journal-records-read to rj-records-read.
           move ws-tonight-records to rj-records-written.
           move ws-rj-return-code to rj-return-code.
           move ws-batch-seq-no to rj-batch-seq-no.

           open extend run-journal-file.
           write run-journal-record.
           close run-journal-file.

       end program BatchWindowProgram.
