       identification division.
       program-id. DepositReconcileProgram.
       author. Francis Hackenberger, Sam Chard.

       environment division.
       input-output section.
       file-control.

           *> Business-date control card, shared with the rest of
           *> the chain - a rerun's expected deposits go on the
           *> ledger under the date the data belongs to.
           select optional batch-date-file assign to
               '../../../data/batch-date.dat' organization is line
               sequential.

           *> Shared batch-run audit journal - read at start-up so
           *> this step cannot run clean twice for one batch, and
           *> appended to at the end.
           select optional run-journal-file assign to
               '../../../data/run-journal.dat' organization is
               line sequential.

           *> The control record editsProgram wrote for this batch -
           *> read here for its batch sequence number.
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

           *> The cash each store should deposit for this batch,
           *> exactly as dataSplitAndCountProgram worked it out for
           *> its bank deposit report.
           select optional deposit-expected-file assign to
               '../../../data/deposit-expected.dat'
               organization is line sequential.

           *> The bank's daily deposit detail - one line per credit
           *> to a store's depository account, carrying the
           *> business date on the store's deposit slip. OPTIONAL,
           *> so a morning the bank file is late reports every
           *> expected deposit as still awaiting credit instead of
           *> failing the chain.
           select optional bank-deposit-file assign to
               '../../../data/bank-deposit-detail.dat'
               organization is line sequential.

           *> Every expected deposit until the bank has credited it
           *> in full - the bank deposit report is overwritten
           *> every night, so without this ledger a deposit that
           *> never arrived was only found at the month-end bank
           *> rec. Cleared deposits are kept a while after, so a
           *> late or repeated bank line still finds its deposit.
           select optional deposit-ledger-file assign to
               '../../../data/deposit-ledger.dat'
               organization is line sequential.

           *> Write-offs keyed by accounting - one record per
           *> store deposit deliberately closed short or over.
           *> OPTIONAL, so a day with none needs no file.
           select optional writeoff-file assign to
               '../../../data/deposit-writeoffs.dat'
               organization is line sequential.

           select report-file assign to
               '../../../data/deposit-reconcile-report.dat'
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

       fd deposit-expected-file
           data record is deposit-expected-record.

       01 deposit-expected-record.
           05 dex-business-date                         pic 9(8).
           05 dex-batch-seq-no                          pic 9(3).
           05 dex-store-no                              pic xx.
           05 dex-expected-amount                       pic
               s9(7)v99 sign is leading separate.

       fd bank-deposit-file
           data record is bank-deposit-record.

       *> A bank reversal (a returned or counterfeit item taken
       *> back off a deposit) comes through as a negative credit.
       01 bank-deposit-record.
           05 bk-credit-date                            pic 9(8).
           05 bk-store-no                               pic xx.
           05 bk-business-date                          pic 9(8).
           05 bk-credit-amount                          pic
               s9(7)v99 sign is leading separate.
           05 bk-bank-reference                         pic x(12).

       fd deposit-ledger-file
           data record is deposit-ledger-record.

       *> One record per store per batch - a store deposits once
       *> for the day, so every batch of a date is proved together
       *> against what the bank credited for that store and date.
       *> Batch 000 is a bank credit nothing was expected for.
       01 deposit-ledger-record.
           05 dl-business-date                          pic 9(8).
           05 dl-store-no                               pic xx.
           05 dl-batch-seq-no                           pic 9(3).
           05 dl-expected-amount                        pic
               s9(7)v99 sign is leading separate.
           05 dl-credited-amount                        pic
               s9(7)v99 sign is leading separate.
           05 dl-last-credit-date                       pic 9(8).
           05 dl-bank-reference                         pic x(12).
           *> Zero while the deposit is still open.
           05 dl-cleared-date                           pic 9(8).
           05 dl-clear-reason                           pic x.
               88 dl-cleared-matched                    value "M".
               88 dl-cleared-written-off                value "W".

       fd writeoff-file
           data record is writeoff-record.

       01 writeoff-record.
           05 dwo-business-date                         pic 9(8).
           05 dwo-store-no                              pic xx.
           05 dwo-reference                             pic x(10).

       fd report-file
           data record is report-data-line.

       01 report-data-line                              pic x(120).

       working-storage section.

       01 sw-expected-eof                               pic x
           value 'n'.

       01 sw-bank-eof                                   pic x
           value 'n'.

       01 sw-ledger-eof                                 pic x
           value 'n'.

       01 sw-writeoff-eof                               pic x
           value 'n'.

       01 sw-params-eof                                 pic x
           value 'n'.

       01 ws-run-date                                   pic 9(8).

       01 sw-batch-date-missing                         pic x
           value 'n'.

       *> Which of the business date's batches this run belongs
       *> to - editsProgram assigns it, everyone downstream reads
       *> it off the control record, so intraday batches stack
       *> instead of colliding.
       01 ws-batch-seq-no                               pic 9(3)
           value 0.

       01 ws-rj-this-program                            pic x(30)
           value "DEPOSITRECONCILEPROGRAM".

       01 sw-run-journal-eof                            pic x
           value 'n'.

       01 sw-prior-clean-run                            pic x
           value 'n'.

       01 ws-rj-return-code                             pic 99
           value 0.

       01 ws-timestamp-work.
           05 ws-ts-date                                pic 9(8).
           05 ws-ts-time-raw                            pic 9(8).

       01 ws-rj-start-stamp.
           05 ws-rj-start-date                          pic 9(8).
           05 ws-rj-start-time                          pic 9(6).

       *> The parameter card's value, re-shaped per target field.
       01 ws-param-days                                 pic 999.
       01 ws-param-days-x redefines ws-param-days       pic x(3).
       01 ws-param-amount                               pic 9(5)v99.
       01 ws-param-amount-x redefines ws-param-amount   pic x(7).

       *> Days from the business date to the bank's credit before
       *> a deposit is late - the armored car picks up the next
       *> morning, and a weekend pickup credits on the Monday.
       01 ws-late-days                                  pic 999
           value 3.

       *> A store deposit the bank credited within this much of
       *> what was expected is proved.
       01 ws-tolerance                                  pic 9(5)v99
           value 0.

       *> Days a cleared deposit stays on the ledger after it
       *> cleared.
       01 ws-retention-days                             pic 999
           value 60.

       *> The deposit ledger, prior entries loaded at start-up,
       *> this batch's expected deposits and the bank's credits
       *> posted onto it, each store's date proved, the survivors
       *> written back.
       01 ws-ledger-table.
           05 ws-ledger-count                           pic 9(4)
               value 0.
           05 ws-ledger-entries occurs 3000 times
               indexed by ws-ledger-idx.
               10 ws-dl-business-date                   pic 9(8).
               10 ws-dl-store-no                        pic xx.
               10 ws-dl-batch-seq-no                    pic 9(3).
               10 ws-dl-expected-amount                 pic
                   s9(7)v99.
               10 ws-dl-credited-amount                 pic
                   s9(7)v99.
               10 ws-dl-last-credit-date                pic 9(8).
               10 ws-dl-bank-reference                  pic x(12).
               10 ws-dl-cleared-date                    pic 9(8).
               10 ws-dl-clear-reason                    pic x.
               *> Set when this run changed the entry - a new or
               *> re-sent expectation, a credit or a write-off.
               10 ws-dl-touched                         pic x.
               10 ws-dl-credited-today                  pic x.
               *> Set on every entry of a store's date once that
               *> date has been proved; the first entry of the
               *> date carries the result for the aged list.
               10 ws-dl-group-done                      pic x.
               10 ws-dl-group-lead                      pic x.
               10 ws-dl-group-status                    pic x(22).

       01 ws-found-ledger-idx                           pic 9(4)
           value 0.

       01 ws-iterator                                   pic 9(4)
           value 1.

       01 ws-inner-iterator                             pic 9(4)
           value 1.

       *> One store's business date, summed over its batches.
       01 ws-group-fields.
           05 ws-group-expected                         pic s9(8)v99
               value 0.
           05 ws-group-credited                         pic s9(8)v99
               value 0.
           05 ws-group-difference                       pic s9(8)v99
               value 0.
           05 ws-group-last-credit                      pic 9(8)
               value 0.
           05 ws-group-open                             pic x
               value 'n'.
           05 ws-group-touched                          pic x
               value 'n'.
           05 ws-group-credited-today                   pic x
               value 'n'.

       01 ws-run-date-integer                           pic 9(7)
           value 0.
       01 ws-item-date-integer                          pic 9(7)
           value 0.
       01 ws-item-age-days                              pic 9(5)
           value 0.
       01 ws-credit-days                                pic s9(5)
           value 0.

       01 ws-bank-result                                pic x(22).

       01 ws-counts.
           05 ws-expected-read                          pic 9(5)
               value 0.
           05 ws-expected-added                         pic 9(5)
               value 0.
           05 ws-expected-replaced                      pic 9(5)
               value 0.
           05 ws-bank-lines-read                        pic 9(5)
               value 0.
           05 ws-credits-applied                        pic 9(5)
               value 0.
           05 ws-credits-repeated                       pic 9(5)
               value 0.
           05 ws-credits-rejected                       pic 9(5)
               value 0.
           05 ws-matched-count                          pic 9(5)
               value 0.
           05 ws-late-count                             pic 9(5)
               value 0.
           05 ws-short-count                            pic 9(5)
               value 0.
           05 ws-over-count                             pic 9(5)
               value 0.
           05 ws-not-expected-count                     pic 9(5)
               value 0.
           05 ws-written-off-count                      pic 9(5)
               value 0.
           05 ws-missing-count                          pic 9(5)
               value 0.
           05 ws-awaiting-count                         pic 9(5)
               value 0.
           05 ws-still-open-count                       pic 9(5)
               value 0.
           05 ws-purged-count                           pic 9(5)
               value 0.
           05 ws-open-difference-total                  pic
               s9(9)v99 value 0.

       01 report-heading-line.
           05 filler                                    pic x(22)
               value spaces.
           05 filler                                    pic x(38)
               value "BANK DEPOSIT RECONCILIATION - STORES -".
           05 filler                                    pic x(16)
               value " BUSINESS DATE: ".
           05 prt-hd-run-date                           pic 9999/99/99.
           05 filler                                    pic x(9)
               value "  BATCH: ".
           05 prt-hd-batch-seq-no                       pic 999.

       01 ws-params-line1.
           05 filler                                    pic x(22)
               value "PARAMETERS IN EFFECT -".
           05 filler                                    pic x(13)
               value " Late after: ".
           05 prt-param-late-days                       pic zz9.
           05 filler                                    pic x(6)
               value " days ".
           05 filler                                    pic x(12)
               value " Tolerance: ".
           05 prt-param-tolerance                       pic zz,zz9.99.
           05 filler                                    pic x(13)
               value "  Retention: ".
           05 prt-param-retention-days                  pic zz9.
           05 filler                                    pic x(5)
               value " days".

       01 bank-heading.
           05 filler                                    pic x(30)
               value "BANK CREDITS RECEIVED".

       01 bank-headings.
           05 filler                                    pic x(10)
               value "CREDITED".
           05 filler                                    pic x(7)
               value "STORE".
           05 filler                                    pic x(12)
               value "SLIP DATE".
           05 filler                                    pic x(13)
               value "      AMOUNT".
           05 filler                                    pic x(2)
               value spaces.
           05 filler                                    pic x(14)
               value "BANK REF".
           05 filler                                    pic x(6)
               value "RESULT".

       01 prt-bank-line.
           05 prt-bk-credit-date                        pic 9999/99/99.
           05 filler                                    pic x(3)
               value spaces.
           05 prt-bk-store-no                           pic xx.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-bk-business-date                      pic 9999/99/99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-bk-amount                             pic
               -z,zzz,zz9.99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-bk-reference                          pic x(12).
           05 filler                                    pic x(2)
               value spaces.
           05 prt-bk-result                             pic x(22).

       01 proved-heading.
           05 filler                                    pic x(40)
               value "STORE DEPOSITS PROVED TODAY".

       01 proved-headings.
           05 filler                                    pic x(12)
               value "SLIP DATE".
           05 filler                                    pic x(7)
               value "STORE".
           05 filler                                    pic x(14)
               value "    EXPECTED".
           05 filler                                    pic x(14)
               value "    CREDITED".
           05 filler                                    pic x(14)
               value "  DIFFERENCE".
           05 filler                                    pic x(12)
               value "CREDITED ON".
           05 filler                                    pic x(6)
               value "STATUS".

       *> The same line serves the proved list, the write-offs
       *> and the aged list of what is still outstanding.
       01 prt-deposit-line.
           05 prt-dp-business-date                      pic 9999/99/99.
           05 filler                                    pic x(4)
               value spaces.
           05 prt-dp-store-no                           pic xx.
           05 filler                                    pic x(1)
               value spaces.
           05 prt-dp-expected                           pic
               -z,zzz,zz9.99.
           05 filler                                    pic x(1)
               value spaces.
           05 prt-dp-credited                           pic
               -z,zzz,zz9.99.
           05 filler                                    pic x(1)
               value spaces.
           05 prt-dp-difference                         pic
               -z,zzz,zz9.99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-dp-credit-date                        pic 9999/99/99.
           05 filler                                    pic x(2)
               value spaces.
           05 prt-dp-status                             pic x(22).
           05 filler                                    pic x(1)
               value spaces.
           05 prt-dp-age-days                           pic zzzz9.

       01 writeoffs-heading.
           05 filler                                    pic x(40)
               value "STORE DEPOSITS WRITTEN OFF BY ACCOUNTING".

       01 outstanding-heading.
           05 filler                                    pic x(40)
               value "OUTSTANDING STORE DEPOSITS - AGED".

       01 outstanding-headings.
           05 filler                                    pic x(12)
               value "SLIP DATE".
           05 filler                                    pic x(7)
               value "STORE".
           05 filler                                    pic x(14)
               value "    EXPECTED".
           05 filler                                    pic x(14)
               value "    CREDITED".
           05 filler                                    pic x(14)
               value "  DIFFERENCE".
           05 filler                                    pic x(12)
               value "LAST CREDIT".
           05 filler                                    pic x(23)
               value "STATUS".
           05 filler                                    pic x(8)
               value "AGE DAYS".

       01 totals-line1.
           05 filler                                    pic x(18)
               value "Expected Deposits:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-expected-read                         pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(11)
               value "Bank Lines:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-bank-lines-read                       pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(8)
               value "Applied:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-credits-applied                       pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(9)
               value "Repeated:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-credits-repeated                      pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(9)
               value "Rejected:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-credits-rejected                      pic z(4)9.

       01 totals-line2.
           05 filler                                    pic x(8)
               value "Matched:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-matched-count                         pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(5)
               value "Late:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-late-count                            pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(6)
               value "Short:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-short-count                           pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(5)
               value "Over:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-over-count                            pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(13)
               value "Not Expected:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-not-expected-count                    pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(12)
               value "Written Off:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-written-off-count                     pic z(4)9.

       01 totals-line3.
           05 filler                                    pic x(11)
               value "Still Open:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-still-open-count                      pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(8)
               value "Missing:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-missing-count                         pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(9)
               value "Awaiting:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-awaiting-count                        pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(7)
               value "Purged:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-purged-count                          pic z(4)9.
           05 filler                                    pic x(3)
               value spaces.
           05 filler                                    pic x(22)
               value "Open Difference Total:".
           05 filler                                    pic x(2)
               value spaces.
           05 prt-open-difference-total                 pic
               -zzz,zzz,zz9.99.


       procedure division.

           perform 040-resolve-business-date.

           *> Refuse a second clean run for this batch before the
           *> ledger is touched.
           perform 043-load-batch-seq.
           perform 045-guard-run-journal.

           perform 035-load-system-params.

           open output report-file.
           move ws-run-date to prt-hd-run-date.
           move ws-batch-seq-no to prt-hd-batch-seq-no.
           write report-data-line from report-heading-line.

           move ws-late-days to prt-param-late-days.
           move ws-tolerance to prt-param-tolerance.
           move ws-retention-days to prt-param-retention-days.
           write report-data-line from ws-params-line1.

           compute ws-run-date-integer =
               function integer-of-date(ws-run-date).

           *> What is still owed from prior days, then what this
           *> batch says each store should be depositing.
           perform 055-load-deposit-ledger.
           perform 060-load-expected-deposits.

           *> Accounting's write-offs close their deposits before
           *> today's bank credits are looked at.
           perform 065-apply-writeoffs.

           *> Every bank credit onto its store's date, then every
           *> store's date proved against what was expected.
           perform 100-apply-bank-credits.
           perform 200-prove-deposits.

           *> What is still outstanding, oldest first as it sits
           *> on the ledger, aged - nothing the bank never got
           *> falls off until it is credited or written off.
           perform 300-list-outstanding.

           perform 400-rewrite-deposit-ledger.

           perform 500-totals.

           *> A deposit short, over, late, missing or unexplained
           *> is cash somebody has to chase - a warning, not a
           *> failed run.
           if (ws-short-count > 0) or (ws-over-count > 0) or
               (ws-late-count > 0) or (ws-missing-count > 0) or
               (ws-not-expected-count > 0) or
               (ws-credits-rejected > 0) then
               display "BANKREC - " ws-short-count " SHORT, "
                   ws-over-count " OVER, " ws-late-count " LATE, "
                   ws-missing-count " MISSING STORE DEPOSIT(S)"
               move 4 to return-code
               move 4 to ws-rj-return-code
               perform 900-write-run-journal
               close report-file
               goback
           end-if.

           perform 900-write-run-journal.

           accept return-code.

           close report-file.

           goback.

       035-load-system-params.

           open input system-params-file.
           read system-params-file at end
               move "Y" to sw-params-eof.
           perform until sw-params-eof = "Y"
               *> A card whose value does not fit its field's
               *> digit shape is ignored - the compiled default
               *> stands rather than a half-keyed number.
               evaluate sp-param-name
               when "DEPOSIT-LATE-DAYS"
                   move sp-param-value(1:3) to ws-param-days-x
                   if (ws-param-days is numeric) then
                       move ws-param-days to ws-late-days
                   end-if
               when "DEPOSIT-TOLERANCE"
                   move sp-param-value(1:7) to
                       ws-param-amount-x
                   if (ws-param-amount is numeric) then
                       move ws-param-amount to ws-tolerance
                   end-if
               when "DEPOSIT-RETAIN-DAYS"
                   move sp-param-value(1:3) to ws-param-days-x
                   if (ws-param-days is numeric) then
                       move ws-param-days to ws-retention-days
                   end-if
               end-evaluate
               read system-params-file at end
                   move "Y" to sw-params-eof
           end-perform.
           close system-params-file.

       055-load-deposit-ledger.

           open input deposit-ledger-file.
           read deposit-ledger-file at end
               move "Y" to sw-ledger-eof.
           perform until sw-ledger-eof = "Y"
               perform 075-add-ledger-entry
               move dl-business-date to
                   ws-dl-business-date(ws-ledger-count)
               move dl-store-no to ws-dl-store-no(ws-ledger-count)
               move dl-batch-seq-no to
                   ws-dl-batch-seq-no(ws-ledger-count)
               move dl-expected-amount to
                   ws-dl-expected-amount(ws-ledger-count)
               move dl-credited-amount to
                   ws-dl-credited-amount(ws-ledger-count)
               move dl-last-credit-date to
                   ws-dl-last-credit-date(ws-ledger-count)
               move dl-bank-reference to
                   ws-dl-bank-reference(ws-ledger-count)
               move dl-cleared-date to
                   ws-dl-cleared-date(ws-ledger-count)
               move dl-clear-reason to
                   ws-dl-clear-reason(ws-ledger-count)
               read deposit-ledger-file at end
                   move "Y" to sw-ledger-eof
           end-perform.
           close deposit-ledger-file.

       060-load-expected-deposits.

           open input deposit-expected-file.
           read deposit-expected-file at end
               move "Y" to sw-expected-eof.
           perform until sw-expected-eof = "Y"
               add 1 to ws-expected-read

               *> A batch run again after a backout sends its
               *> stores' figures again - the new figure replaces
               *> the old rather than stacking on top of it.
               move 0 to ws-found-ledger-idx
               move 1 to ws-iterator
               perform varying ws-iterator
                   from 1
                   by 1
                   until ws-iterator > ws-ledger-count
                   if (ws-dl-business-date(ws-iterator) =
                       dex-business-date) and
                       (ws-dl-store-no(ws-iterator) =
                       dex-store-no) and
                       (ws-dl-batch-seq-no(ws-iterator) =
                       dex-batch-seq-no) then
                       move ws-iterator to ws-found-ledger-idx
                   end-if
               end-perform

               if (ws-found-ledger-idx > 0) then
                   add 1 to ws-expected-replaced
                   if (dex-expected-amount > 0) then
                       move dex-expected-amount to
                           ws-dl-expected-amount(ws-found-ledger-idx)
                   else
                       move 0 to
                           ws-dl-expected-amount(ws-found-ledger-idx)
                   end-if
                   move 'y' to ws-dl-touched(ws-found-ledger-idx)
               else
                   *> A store that paid out more cash than it took
                   *> has nothing to deposit.
                   if (dex-expected-amount > 0) then
                       add 1 to ws-expected-added
                       perform 075-add-ledger-entry
                       move dex-business-date to
                           ws-dl-business-date(ws-ledger-count)
                       move dex-store-no to
                           ws-dl-store-no(ws-ledger-count)
                       move dex-batch-seq-no to
                           ws-dl-batch-seq-no(ws-ledger-count)
                       move dex-expected-amount to
                           ws-dl-expected-amount(ws-ledger-count)
                       move 'y' to ws-dl-touched(ws-ledger-count)
                   end-if
               end-if

               read deposit-expected-file at end
                   move "Y" to sw-expected-eof
           end-perform.
           close deposit-expected-file.

       065-apply-writeoffs.

           write report-data-line from writeoffs-heading
               after advancing 2 lines.
           write report-data-line from proved-headings.

           open input writeoff-file.
           read writeoff-file at end
               move "Y" to sw-writeoff-eof.
           perform until sw-writeoff-eof = "Y"
               *> The write-off closes every batch of the store's
               *> date that is still open.
               move 0 to ws-found-ledger-idx
               move 0 to ws-group-expected
               move 0 to ws-group-credited
               move 1 to ws-iterator
               perform varying ws-iterator
                   from 1
                   by 1
                   until ws-iterator > ws-ledger-count
                   if (ws-dl-business-date(ws-iterator) =
                       dwo-business-date) and
                       (ws-dl-store-no(ws-iterator) =
                       dwo-store-no) and
                       (ws-dl-cleared-date(ws-iterator) = 0) then
                       move ws-iterator to ws-found-ledger-idx
                       add ws-dl-expected-amount(ws-iterator) to
                           ws-group-expected
                       add ws-dl-credited-amount(ws-iterator) to
                           ws-group-credited
                       move ws-run-date to
                           ws-dl-cleared-date(ws-iterator)
                       move "W" to ws-dl-clear-reason(ws-iterator)
                       move 'y' to ws-dl-touched(ws-iterator)
                   end-if
               end-perform

               if (ws-found-ledger-idx > 0) then
                   add 1 to ws-written-off-count
                   move dwo-business-date to prt-dp-business-date
                   move dwo-store-no to prt-dp-store-no
                   move ws-group-expected to prt-dp-expected
                   move ws-group-credited to prt-dp-credited
                   compute ws-group-difference =
                       ws-group-expected - ws-group-credited
                   move ws-group-difference to prt-dp-difference
                   move ws-run-date to prt-dp-credit-date
                   move spaces to prt-dp-status
                   string "WRITTEN OFF " dwo-reference
                       delimited by size into prt-dp-status
                   move 0 to prt-dp-age-days
                   write report-data-line from prt-deposit-line
               end-if

               read writeoff-file at end
                   move "Y" to sw-writeoff-eof
           end-perform.
           close writeoff-file.

       075-add-ledger-entry.

           if (ws-ledger-count >= 3000) then
               *> A full table would let a deposit fall off the
               *> ledger silently - the one thing this ledger
               *> exists to prevent. That is a halt, not a warning.
               display "BANKREC - DEPOSIT LEDGER TABLE FULL - "
                   "RUN HALTED"
               move 16 to return-code
               move 16 to ws-rj-return-code
               perform 900-write-run-journal
               goback
           end-if.

           add 1 to ws-ledger-count.
           move 0 to ws-dl-expected-amount(ws-ledger-count).
           move 0 to ws-dl-credited-amount(ws-ledger-count).
           move 0 to ws-dl-last-credit-date(ws-ledger-count).
           move spaces to ws-dl-bank-reference(ws-ledger-count).
           move 0 to ws-dl-cleared-date(ws-ledger-count).
           move space to ws-dl-clear-reason(ws-ledger-count).
           move 'n' to ws-dl-touched(ws-ledger-count).
           move 'n' to ws-dl-credited-today(ws-ledger-count).
           move 'n' to ws-dl-group-done(ws-ledger-count).
           move 'n' to ws-dl-group-lead(ws-ledger-count).
           move spaces to ws-dl-group-status(ws-ledger-count).

       100-apply-bank-credits.

           write report-data-line from bank-heading
               after advancing 2 lines.
           write report-data-line from bank-headings.

           open input bank-deposit-file.
           read bank-deposit-file at end
               move "Y" to sw-bank-eof.
           perform until sw-bank-eof = "Y"
               add 1 to ws-bank-lines-read
               perform 110-apply-one-credit

               move bk-credit-date to prt-bk-credit-date
               move bk-store-no to prt-bk-store-no
               move bk-business-date to prt-bk-business-date
               if (bk-credit-amount is numeric) then
                   move bk-credit-amount to prt-bk-amount
               else
                   move 0 to prt-bk-amount
               end-if
               move bk-bank-reference to prt-bk-reference
               move ws-bank-result to prt-bk-result
               write report-data-line from prt-bank-line

               read bank-deposit-file at end
                   move "Y" to sw-bank-eof
           end-perform.
           close bank-deposit-file.

       110-apply-one-credit.

           if (bk-store-no = spaces) or
               (bk-business-date not numeric) or
               (bk-business-date not > 19000101) or
               (bk-credit-date not numeric) or
               (bk-credit-date not > 19000101) or
               (bk-credit-amount not numeric) or
               (bk-credit-amount = 0) then
               add 1 to ws-credits-rejected
               move "INVALID BANK LINE" to ws-bank-result
           else
               *> The store's date already on the ledger - the
               *> credit goes on its first entry, and the latest
               *> credit date across all its batches is kept.
               move 0 to ws-found-ledger-idx
               move 0 to ws-group-last-credit
               move 'n' to ws-group-credited-today
               move 1 to ws-iterator
               perform varying ws-iterator
                   from 1
                   by 1
                   until ws-iterator > ws-ledger-count
                   if (ws-dl-business-date(ws-iterator) =
                       bk-business-date) and
                       (ws-dl-store-no(ws-iterator) =
                       bk-store-no) then
                       if (ws-found-ledger-idx = 0) then
                           move ws-iterator to ws-found-ledger-idx
                       end-if
                       if (ws-dl-last-credit-date(ws-iterator) >
                           ws-group-last-credit) then
                           move ws-dl-last-credit-date
                               (ws-iterator) to
                               ws-group-last-credit
                       end-if
                       if (ws-dl-credited-today(ws-iterator) = 'y')
                           then
                           move 'y' to ws-group-credited-today
                       end-if
                   end-if
               end-perform

               *> The bank's file for a day already applied - a
               *> rerun of the step after a backout reads it
               *> again - changes nothing. Two bags credited the
               *> same day both count, since the first was taken
               *> by this run.
               if (ws-found-ledger-idx > 0) and
                   (ws-group-last-credit >= bk-credit-date) and
                   (ws-group-credited-today = 'n') then
                   add 1 to ws-credits-repeated
                   move "ALREADY APPLIED" to ws-bank-result
               else
                   if (ws-found-ledger-idx = 0) then
                       *> Money in with nothing expected - on the
                       *> ledger as batch 000 until something
                       *> expected for the date arrives or
                       *> accounting writes it off.
                       perform 075-add-ledger-entry
                       move ws-ledger-count to ws-found-ledger-idx
                       move bk-business-date to
                           ws-dl-business-date(ws-ledger-count)
                       move bk-store-no to
                           ws-dl-store-no(ws-ledger-count)
                       move 0 to ws-dl-batch-seq-no(ws-ledger-count)
                       move "NOTHING EXPECTED" to ws-bank-result
                   else
                       move "APPLIED" to ws-bank-result
                   end-if
                   add 1 to ws-credits-applied
                   add bk-credit-amount to
                       ws-dl-credited-amount(ws-found-ledger-idx)
                   if (bk-credit-date >
                       ws-dl-last-credit-date(ws-found-ledger-idx))
                       then
                       move bk-credit-date to
                           ws-dl-last-credit-date
                           (ws-found-ledger-idx)
                   end-if
                   move bk-bank-reference to
                       ws-dl-bank-reference(ws-found-ledger-idx)
                   move 'y' to ws-dl-touched(ws-found-ledger-idx)
                   move 'y' to
                       ws-dl-credited-today(ws-found-ledger-idx)
               end-if
           end-if.

       200-prove-deposits.

           write report-data-line from proved-heading
               after advancing 2 lines.
           write report-data-line from proved-headings.

           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-ledger-count
               if (ws-dl-group-done(ws-iterator) = 'n') then
                   perform 210-sum-store-date
                   perform 220-prove-store-date
               end-if
           end-perform.

       210-sum-store-date.

           *> Every batch of the store's date, cleared or not - a
           *> late credit on a cleared date reopens it.
           move 0 to ws-group-expected.
           move 0 to ws-group-credited.
           move 0 to ws-group-last-credit.
           move 'n' to ws-group-open.
           move 'n' to ws-group-touched.
           move 'n' to ws-group-credited-today.
           move 'y' to ws-dl-group-lead(ws-iterator).

           move ws-iterator to ws-inner-iterator.
           perform varying ws-inner-iterator
               from ws-iterator
               by 1
               until ws-inner-iterator > ws-ledger-count
               if (ws-dl-business-date(ws-inner-iterator) =
                   ws-dl-business-date(ws-iterator)) and
                   (ws-dl-store-no(ws-inner-iterator) =
                   ws-dl-store-no(ws-iterator)) then
                   move 'y' to ws-dl-group-done(ws-inner-iterator)
                   add ws-dl-expected-amount(ws-inner-iterator) to
                       ws-group-expected
                   add ws-dl-credited-amount(ws-inner-iterator) to
                       ws-group-credited
                   if (ws-dl-last-credit-date(ws-inner-iterator) >
                       ws-group-last-credit) then
                       move ws-dl-last-credit-date
                           (ws-inner-iterator) to
                           ws-group-last-credit
                   end-if
                   if (ws-dl-cleared-date(ws-inner-iterator) = 0)
                       then
                       move 'y' to ws-group-open
                   end-if
                   if (ws-dl-touched(ws-inner-iterator) = 'y') then
                       move 'y' to ws-group-touched
                   end-if
                   if (ws-dl-credited-today(ws-inner-iterator) =
                       'y') then
                       move 'y' to ws-group-credited-today
                   end-if
               end-if
           end-perform.

           compute ws-group-difference =
               ws-group-expected - ws-group-credited.

       220-prove-store-date.

           *> A date nobody changed today stands as it was - still
           *> open for the aged list, or cleared and waiting to
           *> age off.
           if (ws-group-touched = 'n') then
               if (ws-group-open = 'y') then
                   perform 230-classify-open
               end-if
           else
               evaluate true
               when (ws-group-difference <= ws-tolerance) and
                   (ws-group-difference >= 0 - ws-tolerance) and
                   (ws-group-credited not = 0 or
                   ws-group-expected = 0)
                   if (ws-group-open = 'y') then
                       perform 240-clear-store-date
                   end-if
               when ws-group-open = 'y'
                   perform 230-classify-open
               when ws-group-credited-today = 'y'
                   *> A credit arriving for a date already proved
                   *> or written off puts it back out of balance.
                   perform 250-reopen-store-date
                   perform 230-classify-open
               end-evaluate

               if (ws-group-credited-today = 'y') then
                   perform 260-print-proved
               end-if
           end-if.

       230-classify-open.

           move 'y' to ws-group-open.
           evaluate true
           when ws-group-credited = 0
               *> Nothing from the bank yet - missing once the
               *> late window has gone by.
               if (ws-dl-business-date(ws-iterator) is numeric) and
                   (ws-dl-business-date(ws-iterator) > 19000101)
                   then
                   compute ws-item-date-integer =
                       function integer-of-date
                       (ws-dl-business-date(ws-iterator))
                   compute ws-item-age-days =
                       ws-run-date-integer - ws-item-date-integer
               else
                   move 99999 to ws-item-age-days
               end-if
               if (ws-item-age-days > ws-late-days) then
                   move "** MISSING DEPOSIT **" to
                       ws-dl-group-status(ws-iterator)
               else
                   move "AWAITING DEPOSIT" to
                       ws-dl-group-status(ws-iterator)
               end-if
           when ws-group-expected = 0
               move "NOT EXPECTED" to
                   ws-dl-group-status(ws-iterator)
           when ws-group-difference > 0
               move "SHORT DEPOSIT" to
                   ws-dl-group-status(ws-iterator)
           when other
               move "OVER DEPOSIT" to
                   ws-dl-group-status(ws-iterator)
           end-evaluate.

       240-clear-store-date.

           move 'n' to ws-group-open.
           move ws-iterator to ws-inner-iterator.
           perform varying ws-inner-iterator
               from ws-iterator
               by 1
               until ws-inner-iterator > ws-ledger-count
               if (ws-dl-business-date(ws-inner-iterator) =
                   ws-dl-business-date(ws-iterator)) and
                   (ws-dl-store-no(ws-inner-iterator) =
                   ws-dl-store-no(ws-iterator)) then
                   move ws-run-date to
                       ws-dl-cleared-date(ws-inner-iterator)
                   move "M" to ws-dl-clear-reason(ws-inner-iterator)
               end-if
           end-perform.

           *> Proved - but a deposit the bank took too long to
           *> credit is still somebody's cash sitting in a store
           *> or a bag, and is flagged.
           move 0 to ws-credit-days.
           if (ws-group-last-credit > 19000101) then
               compute ws-credit-days =
                   function integer-of-date(ws-group-last-credit) -
                   function integer-of-date
                   (ws-dl-business-date(ws-iterator))
           end-if.
           if (ws-credit-days > ws-late-days) then
               move "MATCHED - CREDITED LATE" to
                   ws-dl-group-status(ws-iterator)
           else
               move "MATCHED" to ws-dl-group-status(ws-iterator)
           end-if.

       250-reopen-store-date.

           move ws-iterator to ws-inner-iterator.
           perform varying ws-inner-iterator
               from ws-iterator
               by 1
               until ws-inner-iterator > ws-ledger-count
               if (ws-dl-business-date(ws-inner-iterator) =
                   ws-dl-business-date(ws-iterator)) and
                   (ws-dl-store-no(ws-inner-iterator) =
                   ws-dl-store-no(ws-iterator)) then
                   move 0 to ws-dl-cleared-date(ws-inner-iterator)
                   move space to
                       ws-dl-clear-reason(ws-inner-iterator)
               end-if
           end-perform.

       260-print-proved.

           evaluate ws-dl-group-status(ws-iterator)
           when "MATCHED"
               add 1 to ws-matched-count
           when "MATCHED - CREDITED LATE"
               add 1 to ws-matched-count
               add 1 to ws-late-count
           when "SHORT DEPOSIT"
               add 1 to ws-short-count
           when "OVER DEPOSIT"
               add 1 to ws-over-count
           when "NOT EXPECTED"
               add 1 to ws-not-expected-count
           end-evaluate.

           move ws-dl-business-date(ws-iterator) to
               prt-dp-business-date.
           move ws-dl-store-no(ws-iterator) to prt-dp-store-no.
           move ws-group-expected to prt-dp-expected.
           move ws-group-credited to prt-dp-credited.
           move ws-group-difference to prt-dp-difference.
           move ws-group-last-credit to prt-dp-credit-date.
           move ws-dl-group-status(ws-iterator) to prt-dp-status.
           move 0 to prt-dp-age-days.
           write report-data-line from prt-deposit-line.

       300-list-outstanding.

           write report-data-line from outstanding-heading
               after advancing 2 lines.
           write report-data-line from outstanding-headings.

           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-ledger-count
               if (ws-dl-group-lead(ws-iterator) = 'y') then
                   perform 210-sum-store-date
                   if (ws-group-open = 'y') then
                       perform 310-print-outstanding
                   end-if
               end-if
           end-perform.

       310-print-outstanding.

           add 1 to ws-still-open-count.
           add ws-group-difference to ws-open-difference-total.

           evaluate ws-dl-group-status(ws-iterator)
           when "** MISSING DEPOSIT **"
               add 1 to ws-missing-count
           when "AWAITING DEPOSIT"
               add 1 to ws-awaiting-count
           end-evaluate.

           *> Age since the business date - a date the calendar
           *> cannot place ages as 99999 rather than hiding as
           *> current.
           if (ws-dl-business-date(ws-iterator) is numeric) and
               (ws-dl-business-date(ws-iterator) > 19000101) then
               compute ws-item-date-integer =
                   function integer-of-date
                   (ws-dl-business-date(ws-iterator))
               compute ws-item-age-days =
                   ws-run-date-integer - ws-item-date-integer
           else
               move 99999 to ws-item-age-days
           end-if.

           move ws-dl-business-date(ws-iterator) to
               prt-dp-business-date.
           move ws-dl-store-no(ws-iterator) to prt-dp-store-no.
           move ws-group-expected to prt-dp-expected.
           move ws-group-credited to prt-dp-credited.
           move ws-group-difference to prt-dp-difference.
           move ws-group-last-credit to prt-dp-credit-date.
           move ws-dl-group-status(ws-iterator) to prt-dp-status.
           move ws-item-age-days to prt-dp-age-days.
           write report-data-line from prt-deposit-line.

       400-rewrite-deposit-ledger.

           open output deposit-ledger-file.
           move 1 to ws-iterator.
           perform varying ws-iterator
               from 1
               by 1
               until ws-iterator > ws-ledger-count
               *> A cleared deposit ages off once it is past the
               *> retention window.
               move 0 to ws-item-age-days
               if (ws-dl-cleared-date(ws-iterator) > 19000101) then
                   compute ws-item-date-integer =
                       function integer-of-date
                       (ws-dl-cleared-date(ws-iterator))
                   compute ws-item-age-days =
                       ws-run-date-integer - ws-item-date-integer
               end-if
               if (ws-dl-cleared-date(ws-iterator) not = 0) and
                   (ws-item-age-days > ws-retention-days) then
                   add 1 to ws-purged-count
               else
                   move ws-dl-business-date(ws-iterator) to
                       dl-business-date
                   move ws-dl-store-no(ws-iterator) to dl-store-no
                   move ws-dl-batch-seq-no(ws-iterator) to
                       dl-batch-seq-no
                   move ws-dl-expected-amount(ws-iterator) to
                       dl-expected-amount
                   move ws-dl-credited-amount(ws-iterator) to
                       dl-credited-amount
                   move ws-dl-last-credit-date(ws-iterator) to
                       dl-last-credit-date
                   move ws-dl-bank-reference(ws-iterator) to
                       dl-bank-reference
                   move ws-dl-cleared-date(ws-iterator) to
                       dl-cleared-date
                   move ws-dl-clear-reason(ws-iterator) to
                       dl-clear-reason
                   write deposit-ledger-record
               end-if
           end-perform.
           close deposit-ledger-file.

       500-totals.

           move ws-expected-read to prt-expected-read.
           move ws-bank-lines-read to prt-bank-lines-read.
           move ws-credits-applied to prt-credits-applied.
           move ws-credits-repeated to prt-credits-repeated.
           move ws-credits-rejected to prt-credits-rejected.
           write report-data-line from totals-line1
               after advancing 2 lines.

           move ws-matched-count to prt-matched-count.
           move ws-late-count to prt-late-count.
           move ws-short-count to prt-short-count.
           move ws-over-count to prt-over-count.
           move ws-not-expected-count to prt-not-expected-count.
           move ws-written-off-count to prt-written-off-count.
           write report-data-line from totals-line2.

           move ws-still-open-count to prt-still-open-count.
           move ws-missing-count to prt-missing-count.
           move ws-awaiting-count to prt-awaiting-count.
           move ws-purged-count to prt-purged-count.
           move ws-open-difference-total to
               prt-open-difference-total.
           write report-data-line from totals-line3.

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
           *> as batch zero, which still guards one run per date.
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

       045-guard-run-journal.

           *> Capture the start stamp, then refuse to run twice -
           *> a journal record with return code zero for this
           *> program and business date means this step already
           *> completed cleanly, and running it again would post
           *> the bank's credits onto the ledger twice.
           accept ws-ts-date from date yyyymmdd.
           accept ws-ts-time-raw from time.
           move ws-ts-date to ws-rj-start-date.
           move ws-ts-time-raw(1:6) to ws-rj-start-time.

           open input run-journal-file.
           read run-journal-file at end
               move "Y" to sw-run-journal-eof.
           perform until sw-run-journal-eof = "Y"
               if (rj-program-id = ws-rj-this-program) and
                   (rj-business-date = ws-run-date) and
                   (rj-batch-seq-no = ws-batch-seq-no) and
                   (rj-return-code = 0) then
                   move 'y' to sw-prior-clean-run
               end-if
               read run-journal-file at end
                   move "Y" to sw-run-journal-eof
           end-perform.
           close run-journal-file.

           if (sw-prior-clean-run = 'y') then
               display "RUNJRNL - " ws-rj-this-program
                   " ALREADY RAN CLEAN FOR " ws-run-date
                   " - STEP REFUSED"
               move 16 to return-code
               goback
           end-if.

       900-write-run-journal.

           accept ws-ts-date from date yyyymmdd.
           accept ws-ts-time-raw from time.

           move ws-rj-this-program to rj-program-id.
           move ws-run-date to rj-business-date.
           move ws-rj-start-date to rj-start-date.
           move ws-rj-start-time to rj-start-time.
           move ws-ts-date to rj-end-date.
           move ws-ts-time-raw(1:6) to rj-end-time.
           compute rj-records-read =
               ws-expected-read + ws-bank-lines-read.
           move ws-ledger-count to rj-records-written.
           move ws-rj-return-code to rj-return-code.
           move ws-batch-seq-no to rj-batch-seq-no.

           open extend run-journal-file.
           write run-journal-record.
           close run-journal-file.

       end program DepositReconcileProgram.

