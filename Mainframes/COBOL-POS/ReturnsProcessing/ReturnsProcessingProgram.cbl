           05 imx-category                              pic xx.
           05 imx-retail-price                          pic 9(5)v99.
           05 imx-tax-category                          pic x.
           05 imx-unit-cost                             pic 9(5)v99.
           05 imx-service-plan-flag                     pic x.
               88 imx-service-plan                      value "S".
           05 imx-plan-term-months                      pic 99.

       fd vendor-claims-file
           data record is vendor-claim-record.
               10 arch-key-date                         pic 9(8).
           05 arch-transaction-image                    pic x(120).
           05 arch-run-date                             pic 9(8).
           05 arch-batch-seq-no                         pic 9(3).

       fd returns-exception-file
           data record is exception-data-line.
               *> nothing is double-counted here.
               perform 130-process-detail-line
           else
               *> A split-tender refund's tender lines only say
               *> where the money went back to - the header
               *> already carries the return's own figures.
               if (ipt-header-record) then
                   perform 110-process-header-line
               end-if
           end-if

           *> Save a restart position periodically instead of only

           *> Send the merchandise itself somewhere - back to the
           *> vendor if it came back defective, back to the floor
           *> for everything else. A returned service plan has no
           *> merchandise to send - ServicePlanProgram cancels its
           *> contract instead.
           perform 215-read-item-master.
           if (sw-item-found = "n") or (not imx-service-plan) then
               perform 150-route-disposition
           end-if.

       160-check-serial-registry.

