           select bk-jsched-file assign using bk-jsched-name
               organization line sequential
               status bk-jsched-status.
           select src-dbudget-file assign to "./dat/dept-budget.dat"
               organization indexed
               access mode dynamic
               record key is Fdb-key
               status src-dbudget-status.
           select bk-dbudget-file assign using bk-dbudget-name
               organization sequential
               status bk-dbudget-status.
           select src-a36site-file assign to "./dat/agreement36-site.dat"
               organization indexed
               access mode dynamic
               record key is Fas-key
               status src-a36site-status.
           select bk-a36site-file assign using bk-a36site-name
               organization sequential
               status bk-a36site-status.
           select src-wplace-file assign to "./dat/workplace.dat"
               organization relative
               access mode sequential
               relative key rk-wplace
               status src-wplace-status.
           select bk-wplace-file assign using bk-wplace-name
               organization sequential
               status bk-wplace-status.
           select src-rdept-file assign to "./dat/roster-dept.dat"
               organization indexed
               access mode dynamic
               record key is Frd-key
               status src-rdept-status.
           select bk-rdept-file assign using bk-rdept-name
               organization sequential
               status bk-rdept-status.
           select src-rdstat-file assign to "./dat/roster-draft-status.dat"
               organization indexed
               access mode dynamic
               record key is Frds-key
               status src-rdstat-status.
           select bk-rdstat-file assign using bk-rdstat-name
               organization sequential
               status bk-rdstat-status.
           select src-rdraft-file assign to "./dat/roster-draft.dat"
               organization indexed
               access mode dynamic
               record key is Frdr-key
               status src-rdraft-status.
           select bk-rdraft-file assign using bk-rdraft-name
               organization sequential
               status bk-rdraft-status.
           select src-project-file assign to "./dat/project.dat"
               organization indexed
               access mode dynamic
               record key is Fprj-code
               status src-project-status.
           select bk-project-file assign using bk-project-name
               organization sequential
               status bk-project-status.
           select src-conc-file assign to "./dat/concurrent-assign.dat"
               organization indexed
               access mode dynamic
               record key is Fca-key
               status src-conc-status.
           select bk-conc-file assign using bk-conc-name
               organization sequential
               status bk-conc-status.
           select src-dispatch-file assign to "./dat/dispatch.dat"
               organization indexed
               access mode dynamic
               record key is Fdw-userid
               status src-dispatch-status.
           select bk-dispatch-file assign using bk-dispatch-name
               organization sequential
               status bk-dispatch-status.
           select src-rgplan-file assign to "./dat/reorg-plan.dat"
               organization indexed
               access mode dynamic
               record key is Frg-seq
               status src-rgplan-status.
           select bk-rgplan-file assign using bk-rgplan-name
               organization sequential
               status bk-rgplan-status.
           select src-dretired-file assign to "./dat/dept-retired.dat"
               organization line sequential
               status src-dretired-status.
           select bk-dretired-file assign using bk-dretired-name
               organization line sequential
               status bk-dretired-status.
           select src-accseq-file assign to "./dat/accident-seq.dat"
               organization relative
               access mode sequential
               relative key rk-accseq
               status src-accseq-status.
           select bk-accseq-file assign using bk-accseq-name
               organization sequential
               status bk-accseq-status.
           select src-acc-file assign to "./dat/accident.dat"
               organization indexed
               access mode dynamic
               record key is Facc-id
               status src-acc-status.
           select bk-acc-file assign using bk-acc-name
               organization sequential
               status bk-acc-status.
           select src-btrate-file assign to "./dat/bonus-tax-rate.dat"
               organization relative
               access mode sequential
               relative key rk-btrate
               status src-btrate-status.
           select bk-btrate-file assign using bk-btrate-name
               organization sequential
               status bk-btrate-status.
           select src-calev-file assign to "./dat/calendar-event.dat"
               organization indexed
               access mode dynamic
               record key is Fcev-key
               status src-calev-status.
           select bk-calev-file assign using bk-calev-name
               organization sequential
               status bk-calev-status.
           select src-caphist-file assign to "./dat/capacity-history.dat"
               organization line sequential
               status src-caphist-status.
           select bk-caphist-file assign using bk-caphist-name
               organization line sequential
               status bk-caphist-status.
           select src-captgt-file assign to "./dat/capacity-target.dat"
               organization line sequential
               status src-captgt-status.
           select bk-captgt-file assign using bk-captgt-name
               organization line sequential
               status bk-captgt-status.
           select src-capwarn-file assign to "./dat/capacity-warning.dat"
               organization line sequential
               status src-capwarn-status.
           select bk-capwarn-file assign using bk-capwarn-name
               organization line sequential
               status bk-capwarn-status.
           select src-checkup-file assign to "./dat/checkup.dat"
               organization indexed
               access mode dynamic
               record key is Fck-key
               status src-checkup-status.
           select bk-checkup-file assign using bk-checkup-name
               organization sequential
               status bk-checkup-status.
           select src-company-file assign to "./dat/company.dat"
               organization indexed
               access mode dynamic
               record key is Fco-code
               status src-company-status.
           select bk-company-file assign using bk-company-name
               organization sequential
               status bk-company-status.
           select src-devkey-file assign to "./dat/device-key.dat"
               organization indexed
               access mode dynamic
               record key is Fdk-dev-id
               status src-devkey-status.
           select bk-devkey-file assign using bk-devkey-name
               organization sequential
               status bk-devkey-status.
           select src-devsite-file assign to "./dat/device-site.dat"
               organization indexed
               access mode dynamic
               record key is Fdsite-dev-id
               status src-devsite-status.
           select bk-devsite-file assign using bk-devsite-name
               organization sequential
               status bk-devsite-status.
           select src-disrate-file assign to "./dat/disability-rate.dat"
               organization relative
               access mode sequential
               relative key rk-disrate
               status src-disrate-status.
           select bk-disrate-file assign using bk-disrate-name
               organization sequential
               status bk-disrate-status.
           select src-disab-file assign to "./dat/disability.dat"
               organization indexed
               access mode dynamic
               record key is Fdis-userid
               status src-disab-status.
           select bk-disab-file assign using bk-disab-name
               organization sequential
               status bk-disab-status.
           select src-discreq-file assign to "./dat/disclosure-request.dat"
               organization indexed
               access mode dynamic
               record key is Fdrq-id
               status src-discreq-status.
           select bk-discreq-file assign using bk-discreq-name
               organization sequential
               status bk-discreq-status.
           select src-discseq-file assign to "./dat/disclosure-seq.dat"
               organization relative
               access mode sequential
               relative key rk-discseq
               status src-discseq-status.
           select bk-discseq-file assign using bk-discseq-name
               organization sequential
               status bk-discseq-status.
           select src-dconfirm-file assign to "./dat/dispatch-confirm.dat"
               organization indexed
               access mode dynamic
               record key is Fdcf-key
               status src-dconfirm-status.
           select bk-dconfirm-file assign using bk-dconfirm-name
               organization sequential
               status bk-dconfirm-status.
           select src-diverg-file assign to "./dat/divergence.dat"
               organization indexed
               access mode dynamic
               record key is Fdv-key
               status src-diverg-status.
           select bk-diverg-file assign using bk-diverg-name
               organization sequential
               status bk-diverg-status.
           select src-dwhled-file assign to "./dat/dwh-ledger.dat"
               organization indexed
               access mode dynamic
               record key is Fdwl-key
               status src-dwhled-status.
           select bk-dwhled-file assign using bk-dwhled-name
               organization sequential
               status bk-dwhled-status.
           select src-dwhmark-file assign to "./dat/dwh-mark.dat"
               organization relative
               access mode sequential
               relative key rk-dwhmark
               status src-dwhmark-status.
           select bk-dwhmark-file assign using bk-dwhmark-name
               organization sequential
               status bk-dwhmark-status.
           select src-empstat-file assign to "./dat/emp-status.dat"
               organization indexed
               access mode dynamic
               record key is Fes-key
               status src-empstat-status.
           select bk-empstat-file assign using bk-empstat-name
               organization sequential
               status bk-empstat-status.
           select src-empco-file assign to "./dat/employee-company.dat"
               organization indexed
               access mode dynamic
               record key is Feco-userid
               status src-empco-status.
           select bk-empco-file assign using bk-empco-name
               organization sequential
               status bk-empco-status.
           select src-empsite-file assign to "./dat/employee-site.dat"
               organization indexed
               access mode dynamic
               record key is Fesite-key
               status src-empsite-status.
           select bk-empsite-file assign using bk-empsite-name
               organization sequential
               status bk-empsite-status.
           select src-ethist-file assign to "./dat/emptype-history.dat"
               organization line sequential
               status src-ethist-status.
           select bk-ethist-file assign using bk-ethist-name
               organization line sequential
               status bk-ethist-status.
           select src-famallow-file assign to "./dat/family-allowance.dat"
               organization relative
               access mode sequential
               relative key rk-famallow
               status src-famallow-status.
           select bk-famallow-file assign using bk-famallow-name
               organization sequential
               status bk-famallow-status.
           select src-fieldvis-file assign to "./dat/field-visibility.dat"
               organization indexed
               access mode dynamic
               record key is Ffv-key
               status src-fieldvis-status.
           select bk-fieldvis-file assign using bk-fieldvis-name
               organization sequential
               status bk-fieldvis-status.
           select src-insfile-file assign to "./dat/insurance-filing.dat"
               organization indexed
               access mode dynamic
               record key is Fif-key
               status src-insfile-status.
           select bk-insfile-file assign using bk-insfile-name
               organization sequential
               status bk-insfile-status.
           select src-insgrade-file assign to "./dat/insurance-grade.dat"
               organization relative
               access mode sequential
               relative key rk-insgrade
               status src-insgrade-status.
           select bk-insgrade-file assign using bk-insgrade-name
               organization sequential
               status bk-insgrade-status.
           select src-insrate-file assign to "./dat/insurance-rate.dat"
               organization relative
               access mode sequential
               relative key rk-insrate
               status src-insrate-status.
           select bk-insrate-file assign using bk-insrate-name
               organization sequential
               status bk-insrate-status.
           select src-ins-file assign to "./dat/insurance.dat"
               organization indexed
               access mode dynamic
               record key is Fins-key
               status src-ins-status.
           select bk-ins-file assign using bk-ins-name
               organization sequential
               status bk-ins-status.
           select src-slaalert-file assign to "./dat/job-sla-alerted.dat"
               organization line sequential
               status src-slaalert-status.
           select bk-slaalert-file assign using bk-slaalert-name
               organization line sequential
               status bk-slaalert-status.
           select src-jobsla-file assign to "./dat/job-sla.dat"
               organization line sequential
               status src-jobsla-status.
           select bk-jobsla-file assign using bk-jobsla-name
               organization line sequential
               status bk-jobsla-status.
           select src-lalloc-file assign to "./dat/labor-alloc.dat"
               organization indexed
               access mode dynamic
               record key is Fla-key
               status src-lalloc-status.
           select bk-lalloc-file assign using bk-lalloc-name
               organization sequential
               status bk-lalloc-status.
           select src-lirate-file assign to "./dat/labor-ins-rate.dat"
               organization relative
               access mode sequential
               relative key rk-lirate
               status src-lirate-status.
           select bk-lirate-file assign using bk-lirate-name
               organization sequential
               status bk-lirate-status.
           select src-lliab-file assign to "./dat/leave-liability.dat"
               organization indexed
               access mode dynamic
               record key is Fll-key
               status src-lliab-status.
           select bk-lliab-file assign using bk-lliab-name
               organization sequential
               status bk-lliab-status.
           select src-minwage-file assign to "./dat/minimum-wage.dat"
               organization relative
               access mode sequential
               relative key rk-minwage
               status src-minwage-status.
           select bk-minwage-file assign using bk-minwage-name
               organization sequential
               status bk-minwage-status.
           select src-mlockco-file assign to "./dat/month-lock-company.dat"
               organization indexed
               access mode dynamic
               record key is Fmlc-key
               status src-mlockco-status.
           select bk-mlockco-file assign using bk-mlockco-name
               organization sequential
               status bk-mlockco-status.
           select src-objlog-file assign to "./dat/objective-log.dat"
               organization indexed
               access mode dynamic
               record key is Fobj-key
               status src-objlog-status.
           select bk-objlog-file assign using bk-objlog-name
               organization sequential
               status bk-objlog-status.
           select src-obrule-file assign to "./dat/onboarding-rule.dat"
               organization indexed
               access mode dynamic
               record key is Fobr-emptype
               status src-obrule-status.
           select bk-obrule-file assign using bk-obrule-name
               organization sequential
               status bk-obrule-status.
           select src-onboard-file assign to "./dat/onboarding.dat"
               organization indexed
               access mode dynamic
               record key is Fob-userid
               status src-onboard-status.
           select bk-onboard-file assign using bk-onboard-name
               organization sequential
               status bk-onboard-status.
           select src-otproj-file assign to "./dat/ot-projection.dat"
               organization indexed
               access mode dynamic
               record key is Fopj-key
               status src-otproj-status.
           select bk-otproj-file assign using bk-otproj-name
               organization sequential
               status bk-otproj-status.
           select src-payassign-file assign to "./dat/pay-assign.dat"
               organization indexed
               access mode dynamic
               record key is Fpa-key
               status src-payassign-status.
           select bk-payassign-file assign using bk-payassign-name
               organization sequential
               status bk-payassign-status.
           select src-paygrade-file assign to "./dat/pay-grade.dat"
               organization relative
               access mode sequential
               relative key rk-paygrade
               status src-paygrade-status.
           select bk-paygrade-file assign using bk-paygrade-name
               organization sequential
               status bk-paygrade-status.
           select src-piassign-file assign to "./dat/pay-item-assign.dat"
               organization indexed
               access mode dynamic
               record key is Fpia-key
               status src-piassign-status.
           select bk-piassign-file assign using bk-piassign-name
               organization sequential
               status bk-piassign-status.
           select src-payitem-file assign to "./dat/pay-item.dat"
               organization relative
               access mode sequential
               relative key rk-payitem
               status src-payitem-status.
           select bk-payitem-file assign using bk-payitem-name
               organization sequential
               status bk-payitem-status.
           select src-pmco-file assign to "./dat/payroll-manifest-company.dat"
               organization indexed
               access mode dynamic
               record key is Fmc-key
               status src-pmco-status.
           select bk-pmco-file assign using bk-pmco-name
               organization sequential
               status bk-pmco-status.
           select src-pmnet-file assign to "./dat/payroll-manifest-net.dat"
               organization indexed
               access mode dynamic
               record key is Fmn-key
               status src-pmnet-status.
           select bk-pmnet-file assign using bk-pmnet-name
               organization sequential
               status bk-pmnet-status.
           select src-pmprorate-file assign to "./dat/payroll-manifest-prorate.dat"
               organization indexed
               access mode dynamic
               record key is Fmp-key
               status src-pmprorate-status.
           select bk-pmprorate-file assign using bk-pmprorate-name
               organization sequential
               status bk-pmprorate-status.
           select src-prelease-file assign to "./dat/payroll-release.dat"
               organization indexed
               access mode dynamic
               record key is Frel-key
               status src-prelease-status.
           select bk-prelease-file assign using bk-prelease-name
               organization sequential
               status bk-prelease-status.
           select src-pchgseq-file assign to "./dat/pending-change-seq.dat"
               organization relative
               access mode sequential
               relative key rk-pchgseq
               status src-pchgseq-status.
           select bk-pchgseq-file assign using bk-pchgseq-name
               organization sequential
               status bk-pchgseq-status.
           select src-pchg-file assign to "./dat/pending-change.dat"
               organization indexed
               access mode dynamic
               record key is Fpc-id
               status src-pchg-status.
           select bk-pchg-file assign using bk-pchg-name
               organization sequential
               status bk-pchg-status.
           select src-porderseq-file assign to "./dat/personnel-order-seq.dat"
               organization relative
               access mode sequential
               relative key rk-porderseq
               status src-porderseq-status.
           select bk-porderseq-file assign using bk-porderseq-name
               organization sequential
               status bk-porderseq-status.
           select src-porder-file assign to "./dat/personnel-order.dat"
               organization indexed
               access mode dynamic
               record key is Fpo-source
               status src-porder-status.
           select bk-porder-file assign using bk-porder-name
               organization sequential
               status bk-porder-status.
           select src-prorate-file assign to "./dat/prorate-policy.dat"
               organization relative
               access mode sequential
               relative key rk-prorate
               status src-prorate-status.
           select bk-prorate-file assign using bk-prorate-name
               organization sequential
               status bk-prorate-status.
           select src-pbufled-file assign to "./dat/punch-buffer-ledger.dat"
               organization line sequential
               status src-pbufled-status.
           select bk-pbufled-file assign using bk-pbufled-name
               organization line sequential
               status bk-pbufled-status.
           select src-rcamp-file assign to "./dat/recert-campaign.dat"
               organization indexed
               access mode dynamic
               record key is Frc-id
               status src-rcamp-status.
           select bk-rcamp-file assign using bk-rcamp-name
               organization sequential
               status bk-rcamp-status.
           select src-ritem-file assign to "./dat/recert-item.dat"
               organization indexed
               access mode dynamic
               record key is Fri-id
               status src-ritem-status.
           select bk-ritem-file assign using bk-ritem-name
               organization sequential
               status bk-ritem-status.
           select src-rcseq-file assign to "./dat/recert-seq.dat"
               organization relative
               access mode sequential
               relative key rk-rcseq
               status src-rcseq-status.
           select bk-rcseq-file assign using bk-rcseq-name
               organization sequential
               status bk-rcseq-status.
           select src-remrev-file assign to "./dat/remuneration-review.dat"
               organization indexed
               access mode dynamic
               record key is Frr-key
               status src-remrev-status.
           select bk-remrev-file assign using bk-remrev-name
               organization sequential
               status bk-remrev-status.
           select src-resid-file assign to "./dat/residence.dat"
               organization indexed
               access mode dynamic
               record key is Frs-userid
               status src-resid-status.
           select bk-resid-file assign using bk-resid-name
               organization sequential
               status bk-resid-status.
           select src-restax-file assign to "./dat/resident-tax.dat"
               organization indexed
               access mode dynamic
               record key is Frt-key
               status src-restax-status.
           select bk-restax-file assign using bk-restax-name
               organization sequential
               status bk-restax-status.
           select src-rarule-file assign to "./dat/retire-allowance-rule.dat"
               organization relative
               access mode sequential
               relative key rk-rarule
               status src-rarule-status.
           select bk-rarule-file assign using bk-rarule-name
               organization sequential
               status bk-rarule-status.
           select src-ratrans-file assign to "./dat/retire-allowance-transfer.dat"
               organization indexed
               access mode dynamic
               record key is Fratr-userid
               status src-ratrans-status.
           select bk-ratrans-file assign using bk-ratrans-name
               organization sequential
               status bk-ratrans-status.
           select src-ravail-file assign to "./dat/roster-avail.dat"
               organization indexed
               access mode dynamic
               record key is Fav-key
               status src-ravail-status.
           select bk-ravail-file assign using bk-ravail-name
               organization sequential
               status bk-ravail-status.
           select src-sitecal-file assign to "./dat/site-calendar.dat"
               organization indexed
               access mode dynamic
               record key is Fscl-key
               status src-sitecal-status.
           select bk-sitecal-file assign using bk-sitecal-name
               organization sequential
               status bk-sitecal-status.
           select src-sodover-file assign to "./dat/sod-override.dat"
               organization line sequential
               status src-sodover-status.
           select bk-sodover-file assign using bk-sodover-name
               organization line sequential
               status bk-sodover-status.
           select src-sodrule-file assign to "./dat/sod-rule.dat"
               organization indexed
               access mode dynamic
               record key is Fsod-id
               status src-sodrule-status.
           select bk-sodrule-file assign using bk-sodrule-name
               organization sequential
               status bk-sodrule-status.
           select src-ssusseq-file assign to "./dat/stamp-suspense-seq.dat"
               organization relative
               access mode sequential
               relative key rk-ssusseq
               status src-ssusseq-status.
           select bk-ssusseq-file assign using bk-ssusseq-name
               organization sequential
               status bk-ssusseq-status.
           select src-ssus-file assign to "./dat/stamp-suspense.dat"
               organization indexed
               access mode dynamic
               record key is Fss-id
               status src-ssus-status.
           select bk-ssus-file assign using bk-ssus-name
               organization sequential
               status bk-ssus-status.
           select src-taxdecl-file assign to "./dat/tax-declaration.dat"
               organization indexed
               access mode dynamic
               record key is Ftd-userid
               status src-taxdecl-status.
           select bk-taxdecl-file assign using bk-taxdecl-name
               organization sequential
               status bk-taxdecl-status.
           select src-tfail-file assign to "./dat/transfer-failed.dat"
               organization indexed
               access mode dynamic
               record key is Ftf-key
               status src-tfail-status.
           select bk-tfail-file assign using bk-tfail-name
               organization sequential
               status bk-tfail-status.
           select src-trun-file assign to "./dat/transfer-run.dat"
               organization indexed
               access mode dynamic
               record key is Ftrn-key
               status src-trun-status.
           select bk-trun-file assign using bk-trun-name
               organization sequential
               status bk-trun-status.
           select src-whtax-file assign to "./dat/withholding-tax.dat"
               organization relative
               access mode sequential
               relative key rk-whtax
               status src-whtax-status.
           select bk-whtax-file assign using bk-whtax-name
               organization sequential
               status bk-whtax-status.
           select src-wcond-file assign to "./dat/work-condition.dat"
               organization indexed
               access mode dynamic
               record key is Fwc-key
               status src-wcond-status.
           select bk-wcond-file assign using bk-wcond-name
               organization sequential
               status bk-wcond-status.
           select src-wsite-file assign to "./dat/work-site.dat"
               organization indexed
               access mode dynamic
               record key is Fwsite-code
               status src-wsite-status.
           select bk-wsite-file assign using bk-wsite-name
               organization sequential
               status bk-wsite-status.
           select src-wtreg-file assign to "./dat/work-terms-register.dat"
               organization line sequential
               status src-wtreg-status.
           select bk-wtreg-file assign using bk-wtreg-name
               organization line sequential
               status bk-wtreg-status.
           select src-yeadecl-file assign to "./dat/yea-declaration.dat"
               organization indexed
               access mode dynamic
               record key is Fyd-key
               status src-yeadecl-status.
           select bk-yeadecl-file assign using bk-yeadecl-name
               organization sequential
               status bk-yeadecl-status.
           select src-yeadj-file assign to "./dat/year-end-adjust.dat"
               organization indexed
               access mode dynamic
               record key is Fya-key
               status src-yeadj-status.
           select bk-yeadj-file assign using bk-yeadj-name
               organization sequential
               status bk-yeadj-status.
           select manifest-file assign using manifest-name
               organization line sequential
               status manifest-status.
               03 Froll-id pic 9(2).
               03 Froll-name pic N(10).
               03 Froll-active pic X.
               03 Froll-manager pic X.
       fd bk-roll-file.
           01 bk-roll-rec pic X(24).
       fd src-sts-file.
           01 Fsts-rec.
               03 Fsts-id pic 9.
               03 Fra-target pic X(20).
               03 Fra-filler4 pic X.
               03 Fra-dest pic X(8).
               03 Fra-filler5 pic X.
               03 Fra-purpose pic X(2).
               03 Fra-filler6 pic X.
               03 Fra-view pic X.
       fd bk-raccess-file.
           01 bk-raccess-rec pic X(85).
       fd src-jsched-file.
           01 Fsched-rec.
               03 Fsched-chain pic X(20).
               03 Fsched-filler pic X.
               03 Fsched-rule pic X(10).
               03 Fsched-filler2 pic X.
               03 Fsched-site pic X(2).
       fd bk-jsched-file.
           01 bk-jsched-rec pic X(34).
       fd src-dbudget-file.
           01 Fdb-rec.
               03 Fdb-key.
                   05 Fdb-dept pic 9(2).
                   05 Fdb-yyyymm pic X(6).
               03 Fdb-headcount pic 9(5).
               03 Fdb-scheduled-hours pic 9(7)v99.
               03 Fdb-overtime-hours pic 9(7)v99.
               03 Fdb-labor-cost pic 9(11).
               03 Fdb-imported-at pic X(21).
       fd bk-dbudget-file.
           01 bk-dbudget-rec pic X(63).
       fd src-a36site-file.
           01 Fas-rec.
               03 Fas-key.
                   05 Fas-company pic 9(2).
                   05 Fas-dept pic 9(2).
               03 Fas-annual-limit-hours pic 9(4).
               03 Fas-monthly-limit-hours pic 9(3).
               03 Fas-special-months pic 9.
               03 Fas-rolling-avg-hours pic 9(3).
               03 Fas-updated-by pic 9(7).
               03 Fas-updated-at pic X(21).
       fd bk-a36site-file.
           01 bk-a36site-rec pic X(43).
       fd src-wplace-file.
           01 Fwp-rec.
               03 Fwp-dept pic 9(2).
               03 Fwp-prefecture pic N(10).
       fd bk-wplace-file.
           01 bk-wplace-rec pic X(22).
       fd src-rdept-file.
           01 Frd-rec.
               03 Frd-key.
                   05 Frd-userid pic 9(7).
                   05 Frd-date pic X(8).
               03 Frd-dept pic 9(2).
               03 Frd-updated-at pic X(21).
       fd bk-rdept-file.
           01 bk-rdept-rec pic X(38).
       fd src-rdstat-file.
           01 Frds-rec.
               03 Frds-key.
                   05 Frds-dept pic 9(2).
                   05 Frds-yyyymm pic X(6).
               03 Frds-status pic X.
               03 Frds-generated-at pic X(21).
               03 Frds-shortfall pic 9(4).
               03 Frds-approved-by pic 9(7).
               03 Frds-approved-at pic X(21).
       fd bk-rdstat-file.
           01 bk-rdstat-rec pic X(62).
       fd src-rdraft-file.
           01 Frdr-rec.
               03 Frdr-key.
                   05 Frdr-dept pic 9(2).
                   05 Frdr-userid pic 9(7).
                   05 Frdr-date pic X(8).
               03 Frdr-kind pic X.
               03 Frdr-start pic 9(4).
               03 Frdr-end pic 9(4).
               03 Frdr-hours pic 9(2)v99.
               03 Frdr-adjusted pic X.
               03 Frdr-note pic X(20).
       fd bk-rdraft-file.
           01 bk-rdraft-rec pic X(51).
       fd src-project-file.
           01 Fprj-rec.
               03 Fprj-code pic X(10).
               03 Fprj-name pic N(20).
               03 Fprj-client pic N(20).
               03 Fprj-cost-dept pic 9(2).
               03 Fprj-open-date pic X(8).
               03 Fprj-close-date pic X(8).
               03 Fprj-registered-by pic 9(7).
               03 Fprj-registered-at pic X(21).
       fd bk-project-file.
           01 bk-project-rec pic X(136).
       fd src-conc-file.
           01 Fca-rec.
               03 Fca-key.
                   05 Fca-userid pic 9(7).
                   05 Fca-dept pic 9(2).
                   05 Fca-from pic X(8).
               03 Fca-to pic X(8).
               03 Fca-share pic 9(3).
               03 Fca-roll pic 9(2).
               03 Fca-registered-by pic 9(7).
               03 Fca-registered-at pic X(21).
       fd bk-conc-file.
           01 bk-conc-rec pic X(58).
       fd src-dispatch-file.
           01 Fdw-rec.
               03 Fdw-userid pic 9(7).
               03 Fdw-agency-code pic X(10).
               03 Fdw-agency-name pic N(20).
               03 Fdw-contract-no pic X(20).
               03 Fdw-dept pic 9(2).
               03 Fdw-contract-from pic X(8).
               03 Fdw-contract-to pic X(8).
               03 Fdw-site-limit pic X(8).
               03 Fdw-unit-limit pic X(8).
               03 Fdw-site-notice pic X.
               03 Fdw-unit-notice pic X.
               03 Fdw-updated-by pic 9(7).
               03 Fdw-updated-at pic X(21).
       fd bk-dispatch-file.
           01 bk-dispatch-rec pic X(141).
       fd src-rgplan-file.
           01 Frg-rec.
               03 Frg-seq pic 9(4).
               03 Frg-action pic X.
               03 Frg-old-dept pic 9(2).
               03 Frg-new-dept pic 9(2).
               03 Frg-new-parent pic 9(2).
               03 Frg-userid pic 9(7).
               03 Frg-name pic N(20).
               03 Frg-effective-date pic X(8).
               03 Frg-state pic X.
               03 Frg-entered-by pic 9(7).
               03 Frg-entered-at pic X(21).
               03 Frg-applied-at pic X(21).
       fd bk-rgplan-file.
           01 bk-rgplan-rec pic X(116).
       fd src-dretired-file.
           01 Fdrt-rec.
               03 Fdrt-id pic 9(2).
               03 Fdrt-filler1 pic X.
               03 Fdrt-name pic N(20).
               03 Fdrt-filler2 pic X.
               03 Fdrt-parent pic 9(2).
               03 Fdrt-filler3 pic X.
               03 Fdrt-closed-date pic X(8).
               03 Fdrt-filler4 pic X.
               03 Fdrt-successor pic 9(2).
               03 Fdrt-filler5 pic X.
               03 Fdrt-kind pic X.
       fd bk-dretired-file.
           01 bk-dretired-rec pic X(60).
       fd src-accseq-file.
           01 Faccseq-rec.
               03 Faccseq-value pic 9(7).
       fd bk-accseq-file.
           01 bk-accseq-rec pic X(7).
       fd src-acc-file.
           01 Facc-rec.
               03 Facc-id pic 9(7).
               03 Facc-userid pic 9(7).
               03 Facc-dept pic 9(2).
               03 Facc-date pic X(8).
               03 Facc-time pic 9(4).
               03 Facc-location pic N(20).
               03 Facc-injury-type pic 9.
               03 Facc-cause pic N(40).
               03 Facc-category pic X.
               03 Facc-doctor pic X.
               03 Facc-fatal pic X.
               03 Facc-lost-from pic X(8).
               03 Facc-lost-to pic X(8).
               03 Facc-status-from pic X(8).
               03 Facc-registered-by pic 9(7).
               03 Facc-registered-at pic X(21).
       fd bk-acc-file.
           01 bk-acc-rec pic X(204).
       fd src-btrate-file.
           01 Fbt-rec.
               03 Fbt-effective-from pic X(8).
               03 Fbt-body pic X(149).
       fd bk-btrate-file.
           01 bk-btrate-rec pic X(157).
       fd src-calev-file.
           01 Fcev-rec.
               03 Fcev-key.
                   05 Fcev-owner pic X(9).
                   05 Fcev-uid pic X(40).
               03 Fcev-digest pic X(20).
               03 Fcev-sequence pic 9(4).
               03 Fcev-state pic X.
               03 Fcev-modified pic X(16).
               03 Fcev-seen-run pic X(21).
               03 Fcev-all-day pic X.
               03 Fcev-start-date pic X(8).
               03 Fcev-end-date pic X(8).
               03 Fcev-start-time pic 9(4).
               03 Fcev-end-time pic 9(4).
               03 Fcev-category pic X(20).
               03 Fcev-summary pic X(160).
       fd bk-calev-file.
           01 bk-calev-rec pic X(316).
       fd src-caphist-file.
           01 Fcaphist-rec pic X(80).
       fd bk-caphist-file.
           01 bk-caphist-rec pic X(80).
       fd src-captgt-file.
           01 Fct-rec.
               03 Fct-file pic X(40).
               03 Fct-filler1 pic X.
               03 Fct-org pic X.
               03 Fct-filler2 pic X.
               03 Fct-reclen pic 9(5).
               03 Fct-filler3 pic X.
               03 Fct-limit-mb pic 9(7).
               03 Fct-filler4 pic X.
               03 Fct-archive-days pic 9(4).
       fd bk-captgt-file.
           01 bk-captgt-rec pic X(61).
       fd src-capwarn-file.
           01 Fcapwarn-rec pic X(128).
       fd bk-capwarn-file.
           01 bk-capwarn-rec pic X(128).
       fd src-checkup-file.
           01 Fck-rec.
               03 Fck-key.
                   05 Fck-userid pic 9(7).
                   05 Fck-year pic 9(4).
                   05 Fck-round pic 9.
               03 Fck-dept pic 9(2).
               03 Fck-special pic X.
               03 Fck-scheduled-date pic X(8).
               03 Fck-taken-date pic X(8).
               03 Fck-clinic pic N(20).
               03 Fck-result pic 9.
               03 Fck-followup pic X.
               03 Fck-updated-by pic 9(7).
               03 Fck-updated-at pic X(21).
       fd bk-checkup-file.
           01 bk-checkup-rec pic X(101).
       fd src-company-file.
           01 Fco-rec.
               03 Fco-code pic 9(2).
               03 Fco-name pic N(30).
               03 Fco-si-office pic X(16).
               03 Fco-remitter-code pic X(10).
               03 Fco-remitter-kana pic X(40).
               03 Fco-bank-code pic X(4).
               03 Fco-branch-code pic X(3).
               03 Fco-account-type pic X.
               03 Fco-account-number pic X(7).
               03 Fco-pay-day pic 9(2).
               03 Fco-updated-by pic 9(7).
               03 Fco-updated-at pic X(21).
       fd bk-company-file.
           01 bk-company-rec pic X(173).
       fd src-devkey-file.
           01 Fdk-rec.
               03 Fdk-dev-id pic X(8).
               03 Fdk-key pic X(40).
               03 Fdk-registered-by pic 9(7).
               03 Fdk-registered-at pic X(21).
       fd bk-devkey-file.
           01 bk-devkey-rec pic X(76).
       fd src-devsite-file.
           01 Fdsite-rec.
               03 Fdsite-dev-id pic X(8).
               03 Fdsite-site pic 9(2).
               03 Fdsite-updated-by pic 9(7).
               03 Fdsite-updated-at pic X(21).
       fd bk-devsite-file.
           01 bk-devsite-rec pic X(38).
       fd src-disrate-file.
           01 Fdr-rec.
               03 Fdr-from-yyyymm pic X(6).
               03 Fdr-rate pic 9v99.
               03 Fdr-min-workers pic 9(3)v9.
       fd bk-disrate-file.
           01 bk-disrate-rec pic X(13).
       fd src-disab-file.
           01 Fdis-rec.
               03 Fdis-userid pic 9(7).
               03 Fdis-cert-type pic 9.
               03 Fdis-grade pic X(2).
               03 Fdis-severe pic X.
               03 Fdis-issued-date pic X(8).
               03 Fdis-expiry-date pic X(8).
               03 Fdis-registered-by pic 9(7).
               03 Fdis-registered-at pic X(21).
       fd bk-disab-file.
           01 bk-disab-rec pic X(55).
       fd src-discreq-file.
           01 Fdrq-rec.
               03 Fdrq-id pic 9(7).
               03 Fdrq-userid pic 9(7).
               03 Fdrq-requested-date pic X(8).
               03 Fdrq-received-by pic 9(7).
               03 Fdrq-received-at pic X(21).
               03 Fdrq-status pic X.
               03 Fdrq-approver pic 9(7).
               03 Fdrq-approved-at pic X(21).
               03 Fdrq-file-name pic X(60).
               03 Fdrq-record-count pic 9(7).
               03 Fdrq-delivery-method pic X.
               03 Fdrq-delivered-by pic 9(7).
               03 Fdrq-delivered-at pic X(21).
       fd bk-discreq-file.
           01 bk-discreq-rec pic X(175).
       fd src-discseq-file.
           01 Fdrseq-rec.
               03 Fdrseq-value pic 9(7).
       fd bk-discseq-file.
           01 bk-discseq-rec pic X(7).
       fd src-dconfirm-file.
           01 Fdcf-rec.
               03 Fdcf-key.
                   05 Fdcf-yyyymm pic X(6).
                   05 Fdcf-userid pic 9(7).
               03 Fdcf-agency-code pic X(10).
               03 Fdcf-dept pic 9(2).
               03 Fdcf-days pic 9(2).
               03 Fdcf-worked-minutes pic 9(6).
               03 Fdcf-overtime-minutes pic 9(6).
               03 Fdcf-status pic 9.
               03 Fdcf-requested-at pic X(21).
               03 Fdcf-approver pic 9(7).
               03 Fdcf-decided-at pic X(21).
       fd bk-dconfirm-file.
           01 bk-dconfirm-rec pic X(89).
       fd src-diverg-file.
           01 Fdv-rec.
               03 Fdv-key.
                   05 Fdv-userid pic 9(7).
                   05 Fdv-date pic X(8).
               03 Fdv-dept pic 9(2).
               03 Fdv-in-stamp-id pic 9(12).
               03 Fdv-in-time pic 9(4).
               03 Fdv-out-stamp-id pic 9(12).
               03 Fdv-out-time pic 9(4).
               03 Fdv-tz pic X(5).
               03 Fdv-first-time pic 9(4).
               03 Fdv-first-source pic X.
               03 Fdv-last-time pic 9(4).
               03 Fdv-last-source pic X.
               03 Fdv-before-minutes pic 9(4).
               03 Fdv-after-minutes pic 9(4).
               03 Fdv-reason pic X.
               03 Fdv-reason-text pic X(64).
               03 Fdv-answered-at pic X(21).
               03 Fdv-correct-in-id pic 9(7).
               03 Fdv-correct-out-id pic 9(7).
               03 Fdv-detected-at pic X(21).
       fd bk-diverg-file.
           01 bk-diverg-rec pic X(193).
       fd src-dwhled-file.
           01 Fdwl-rec.
               03 Fdwl-key.
                   05 Fdwl-table pic X(10).
                   05 Fdwl-rowkey pic X(30).
               03 Fdwl-digest pic X(20).
               03 Fdwl-state pic X.
               03 Fdwl-action pic X.
               03 Fdwl-run pic 9(7).
               03 Fdwl-seen-run pic 9(7).
       fd bk-dwhled-file.
           01 bk-dwhled-rec pic X(76).
       fd src-dwhmark-file.
           01 Fdwm-rec.
               03 Fdwm-run-no pic 9(7).
               03 Fdwm-stamp-id pic 9(12).
               03 Fdwm-journal-ts pic X(21).
               03 Fdwm-uc-seq pic 9(9).
               03 Fdwm-payroll-ts pic X(21).
               03 Fdwm-run-at pic X(21).
       fd bk-dwhmark-file.
           01 bk-dwhmark-rec pic X(91).
       fd src-empstat-file.
           01 Fes-rec.
               03 Fes-key.
                   05 Fes-userid pic 9(7).
                   05 Fes-from pic X(8).
               03 Fes-type pic 9.
               03 Fes-to pic X(8).
               03 Fes-expected-return pic X(8).
               03 Fes-returned-date pic X(8).
               03 Fes-approver pic 9(7).
               03 Fes-registered-at pic X(21).
       fd bk-empstat-file.
           01 bk-empstat-rec pic X(68).
       fd src-empco-file.
           01 Feco-rec.
               03 Feco-userid pic 9(7).
               03 Feco-company pic 9(2).
               03 Feco-updated-by pic 9(7).
               03 Feco-updated-at pic X(21).
       fd bk-empco-file.
           01 bk-empco-rec pic X(37).
       fd src-empsite-file.
           01 Fesite-rec.
               03 Fesite-key.
                   05 Fesite-userid pic 9(7).
                   05 Fesite-from pic X(8).
               03 Fesite-site pic 9(2).
               03 Fesite-registered-by pic 9(7).
               03 Fesite-registered-at pic X(21).
       fd bk-empsite-file.
           01 bk-empsite-rec pic X(45).
       fd src-ethist-file.
           01 Feh-rec.
               03 Feh-userid pic 9(7).
               03 Feh-old-emptype pic 9(2).
               03 Feh-new-emptype pic 9(2).
               03 Feh-approver pic X(64).
               03 Feh-effective-date pic X(8).
       fd bk-ethist-file.
           01 bk-ethist-rec pic X(83).
       fd src-famallow-file.
           01 Ffa-rec.
               03 Ffa-effective-from pic X(8).
               03 Ffa-item-code pic 9(3).
               03 Ffa-spouse-amount pic 9(7).
               03 Ffa-other-amount pic 9(7).
               03 Ffa-max-other pic 9(2).
       fd bk-famallow-file.
           01 bk-famallow-rec pic X(27).
       fd src-fieldvis-file.
           01 Ffv-rec.
               03 Ffv-key.
                   05 Ffv-group pic X(10).
                   05 Ffv-roll pic 9(2).
               03 Ffv-level pic X.
       fd bk-fieldvis-file.
           01 bk-fieldvis-rec pic X(13).
       fd src-insfile-file.
           01 Fif-rec.
               03 Fif-key.
                   05 Fif-userid pic 9(7).
                   05 Fif-kind pic X(2).
                   05 Fif-event-date pic X(8).
               03 Fif-due-date pic X(8).
               03 Fif-status pic X.
               03 Fif-csv-file pic X(60).
               03 Fif-remuneration pic 9(8).
               03 Fif-dependents pic 9(2).
               03 Fif-prepared-at pic X(21).
               03 Fif-submitted-by pic 9(7).
               03 Fif-submitted-at pic X(21).
               03 Fif-accepted-by pic 9(7).
               03 Fif-accepted-at pic X(21).
               03 Fif-note pic X(64).
       fd bk-insfile-file.
           01 bk-insfile-rec pic X(237).
       fd src-insgrade-file.
           01 Fig-rec.
               03 Fig-grade pic 9(2).
               03 Fig-lower pic 9(8).
               03 Fig-upper pic 9(8).
               03 Fig-health-std pic 9(8).
               03 Fig-pension-std pic 9(8).
       fd bk-insgrade-file.
           01 bk-insgrade-rec pic X(34).
       fd src-insrate-file.
           01 Fir-rec.
               03 Fir-effective-from pic X(8).
               03 Fir-health-rate pic 9(2)v999.
               03 Fir-care-rate pic 9(2)v999.
               03 Fir-pension-rate pic 9(2)v999.
               03 Fir-emp-rate-1 pic 9(2)v99.
               03 Fir-emp-rate-2 pic 9(2)v99.
               03 Fir-emp-rate-3 pic 9(2)v99.
       fd bk-insrate-file.
           01 bk-insrate-rec pic X(35).
       fd src-ins-file.
           01 Fins-rec.
               03 Fins-key.
                   05 Fins-userid pic 9(7).
                   05 Fins-effective-from pic X(8).
               03 Fins-grade pic 9(2).
               03 Fins-health-rate pic 9(2)v999.
               03 Fins-social-flag pic X.
               03 Fins-emp-category pic 9.
               03 Fins-registered-at pic X(21).
       fd bk-ins-file.
           01 bk-ins-rec pic X(45).
       fd src-slaalert-file.
           01 Fslaalert-rec pic X(60).
       fd bk-slaalert-file.
           01 bk-slaalert-rec pic X(60).
       fd src-jobsla-file.
           01 Fjobsla-rec pic X(80).
       fd bk-jobsla-file.
           01 bk-jobsla-rec pic X(80).
       fd src-lalloc-file.
           01 Fla-rec.
               03 Fla-key.
                   05 Fla-userid pic 9(7).
                   05 Fla-date pic X(8).
                   05 Fla-project pic X(10).
               03 Fla-minutes pic 9(4).
               03 Fla-entered-at pic X(21).
       fd bk-lalloc-file.
           01 bk-lalloc-rec pic X(50).
       fd src-lirate-file.
           01 Flr-rec.
               03 Flr-fiscal-year pic 9(4).
               03 Flr-wc-rate pic 9(3)v99.
               03 Flr-emp-rate-1 pic 9(3)v99.
               03 Flr-emp-rate-2 pic 9(3)v99.
               03 Flr-emp-rate-3 pic 9(3)v99.
               03 Flr-contrib-rate pic 9(3)v99.
               03 Flr-elderly-exempt pic X.
       fd bk-lirate-file.
           01 bk-lirate-rec pic X(30).
       fd src-lliab-file.
           01 Fll-rec.
               03 Fll-key.
                   05 Fll-yyyymm pic X(6).
                   05 Fll-company pic 9(2).
                   05 Fll-dept pic 9(2).
               03 Fll-days pic 9(7)v99.
               03 Fll-amount pic 9(11).
               03 Fll-usage-pct pic 9(3)v9.
               03 Fll-valued-at pic X(21).
       fd bk-lliab-file.
           01 bk-lliab-rec pic X(55).
       fd src-minwage-file.
           01 Fmw-rec.
               03 Fmw-prefecture pic N(10).
               03 Fmw-effective-from pic X(8).
               03 Fmw-hourly pic 9(5).
       fd bk-minwage-file.
           01 bk-minwage-rec pic X(33).
       fd src-mlockco-file.
           01 Fmlc-rec.
               03 Fmlc-key.
                   05 Fmlc-yyyymm pic X(6).
                   05 Fmlc-company pic 9(2).
               03 Fmlc-locked-at pic X(21).
       fd bk-mlockco-file.
           01 bk-mlockco-rec pic X(29).
       fd src-objlog-file.
           01 Fobj-rec.
               03 Fobj-key.
                   05 Fobj-userid pic 9(7).
                   05 Fobj-datetime pic X(14).
                   05 Fobj-source pic X.
                   05 Fobj-kind pic X.
               03 Fobj-device pic X(16).
               03 Fobj-imported-at pic X(21).
       fd bk-objlog-file.
           01 bk-objlog-rec pic X(60).
       fd src-obrule-file.
           01 Fobr-rec.
               03 Fobr-emptype pic 9(2).
               03 Fobr-required-list pic X(9).
               03 Fobr-updated-by pic 9(7).
               03 Fobr-updated-at pic X(21).
       fd bk-obrule-file.
           01 bk-obrule-rec pic X(39).
       fd src-onboard-file.
           01 Fob-rec.
               03 Fob-userid pic 9(7).
               03 Fob-emptype pic 9(2).
               03 Fob-join-date pic X(8).
               03 Fob-created-at pic X(21).
               03 Fob-item occurs 9 times.
                   05 Fob-required pic X.
                   05 Fob-done-date pic X(8).
               03 Fob-outstanding pic 9.
               03 Fob-completed-date pic X(8).
               03 Fob-notified pic X.
               03 Fob-checked-at pic X(21).
       fd bk-onboard-file.
           01 bk-onboard-rec pic X(150).
       fd src-otproj-file.
           01 Fopj-rec.
               03 Fopj-key.
                   05 Fopj-userid pic 9(7).
                   05 Fopj-yyyymm pic X(6).
               03 Fopj-as-of pic X(8).
               03 Fopj-mtd-minutes pic 9(6).
               03 Fopj-projected-minutes pic 9(6).
               03 Fopj-limit-minutes pic 9(6).
               03 Fopj-cross-limit pic X(8).
               03 Fopj-cross-interview pic X(8).
               03 Fopj-cross-special pic X(8).
               03 Fopj-cross-weekly pic X(8).
               03 Fopj-notified.
                   05 Fopj-notified-limit pic X.
                   05 Fopj-notified-interview pic X.
                   05 Fopj-notified-special pic X.
                   05 Fopj-notified-weekly pic X.
               03 Fopj-computed-at pic X(21).
       fd bk-otproj-file.
           01 bk-otproj-rec pic X(96).
       fd src-payassign-file.
           01 Fpa-rec.
               03 Fpa-key.
                   05 Fpa-userid pic 9(7).
                   05 Fpa-effective-from pic X(8).
               03 Fpa-grade pic 9(2).
               03 Fpa-step pic 9(3).
               03 Fpa-approver pic 9(7).
               03 Fpa-registered-at pic X(21).
       fd bk-payassign-file.
           01 bk-payassign-rec pic X(48).
       fd src-paygrade-file.
           01 Fpg-rec.
               03 Fpg-grade pic 9(2).
               03 Fpg-step pic 9(3).
               03 Fpg-pay-type pic X.
               03 Fpg-amount pic 9(8)v99.
               03 Fpg-effective-from pic X(8).
       fd bk-paygrade-file.
           01 bk-paygrade-rec pic X(24).
       fd src-piassign-file.
           01 Fpia-rec.
               03 Fpia-key.
                   05 Fpia-userid pic 9(7).
                   05 Fpia-code pic 9(3).
                   05 Fpia-effective-from pic X(8).
               03 Fpia-amount pic 9(7).
               03 Fpia-effective-to pic X(8).
               03 Fpia-registered-by pic 9(7).
               03 Fpia-registered-at pic X(21).
       fd bk-piassign-file.
           01 bk-piassign-rec pic X(61).
       fd src-payitem-file.
           01 Fpi-rec.
               03 Fpi-code pic 9(3).
               03 Fpi-name pic N(10).
               03 Fpi-kind pic X.
               03 Fpi-taxable pic X.
               03 Fpi-insurance pic X.
               03 Fpi-minwage pic X.
       fd bk-payitem-file.
           01 bk-payitem-rec pic X(27).
       fd src-pmco-file.
           01 Fmc-rec.
               03 Fmc-key.
                   05 Fmc-yyyymm pic X(6).
                   05 Fmc-version pic 9(3).
               03 Fmc-company pic 9(2).
               03 Fmc-created-at pic X(21).
       fd bk-pmco-file.
           01 bk-pmco-rec pic X(32).
       fd src-pmnet-file.
           01 Fmn-rec.
               03 Fmn-key.
                   05 Fmn-yyyymm pic X(6).
                   05 Fmn-version pic 9(3).
               03 Fmn-deductions pic s9(10)v99.
               03 Fmn-net-pay pic s9(10)v99.
               03 Fmn-created-at pic X(21).
       fd bk-pmnet-file.
           01 bk-pmnet-rec pic X(54).
       fd src-pmprorate-file.
           01 Fmp-rec.
               03 Fmp-key.
                   05 Fmp-yyyymm pic X(6).
                   05 Fmp-version pic 9(3).
                   05 Fmp-userid pic 9(7).
               03 Fmp-emptype pic 9(2).
               03 Fmp-basis pic 9.
               03 Fmp-from-day pic 99.
               03 Fmp-to-day pic 99.
               03 Fmp-emptype-change-day pic 99.
               03 Fmp-assign-change-day pic 99.
               03 Fmp-days pic 99.
               03 Fmp-base-days pic 99.
               03 Fmp-monthly pic 9(8)v99.
               03 Fmp-prorated pic 9(8)v99.
               03 Fmp-created-at pic X(21).
       fd bk-pmprorate-file.
           01 bk-pmprorate-rec pic X(72).
       fd src-prelease-file.
           01 Frel-rec.
               03 Frel-key.
                   05 Frel-yyyymm pic X(6).
                   05 Frel-version pic 9(3).
               03 Frel-company pic 9(2).
               03 Frel-status pic X.
               03 Frel-flag-count pic 9(5).
               03 Frel-variance-at pic X(21).
               03 Frel-report pic X(60).
               03 Frel-reviewer pic 9(7).
               03 Frel-reviewer-name pic X(64).
               03 Frel-approved-at pic X(21).
               03 Frel-comment pic X(64).
               03 Frel-reset-at pic X(21).
       fd bk-prelease-file.
           01 bk-prelease-rec pic X(275).
       fd src-pchgseq-file.
           01 Fpcseq-rec.
               03 Fpcseq-value pic 9(7).
       fd bk-pchgseq-file.
           01 bk-pchgseq-rec pic X(7).
       fd src-pchg-file.
           01 Fpc-rec.
               03 Fpc-id pic 9(7).
               03 Fpc-program pic X(30).
               03 Fpc-function pic X(20).
               03 Fpc-file pic X(12).
               03 Fpc-action pic X(3).
               03 Fpc-key pic X(40).
               03 Fpc-summary pic X(80).
               03 Fpc-before pic X(700).
               03 Fpc-after pic X(700).
               03 Fpc-effective-date pic X(8).
               03 Fpc-note pic X(64).
               03 Fpc-maker pic 9(7).
               03 Fpc-made-at pic X(21).
               03 Fpc-status pic X.
               03 Fpc-checker pic 9(7).
               03 Fpc-checked-at pic X(21).
               03 Fpc-reject-reason pic X(64).
       fd bk-pchg-file.
           01 bk-pchg-rec pic X(1785).
       fd src-porderseq-file.
           01 Fposeq-rec.
               03 Fposeq-value pic 9(7).
       fd bk-porderseq-file.
           01 bk-porderseq-rec pic X(7).
       fd src-porder-file.
           01 Fpo-rec.
               03 Fpo-source pic X(30).
               03 Fpo-order-no pic 9(7).
               03 Fpo-kind pic X.
               03 Fpo-userid pic 9(7).
               03 Fpo-effective-date pic X(8).
               03 Fpo-old-dept pic 9(2).
               03 Fpo-new-dept pic 9(2).
               03 Fpo-old-roll pic 9(2).
               03 Fpo-new-roll pic 9(2).
               03 Fpo-old-emptype pic 9(2).
               03 Fpo-new-emptype pic 9(2).
               03 Fpo-old-grade pic 9(2).
               03 Fpo-old-step pic 9(3).
               03 Fpo-new-grade pic 9(2).
               03 Fpo-new-step pic 9(3).
               03 Fpo-approver pic X(64).
               03 Fpo-issued-at pic X(21).
               03 Fpo-reprint-count pic 9(3).
       fd bk-porder-file.
           01 bk-porder-rec pic X(163).
       fd src-prorate-file.
           01 Fpro-rec.
               03 Fpro-emptype pic 9(2).
               03 Fpro-basis pic 9.
       fd bk-prorate-file.
           01 bk-prorate-rec pic X(3).
       fd src-pbufled-file.
           01 Fpbl-rec.
               03 Fpbl-device-id pic X(8).
               03 Fpbl-outage-id pic X(14).
               03 Fpbl-seq pic 9(6).
               03 Fpbl-program pic X(30).
               03 Fpbl-userid pic 9(7).
               03 Fpbl-token pic X(64).
               03 Fpbl-datetime pic X(21).
               03 Fpbl-statusid pic 9.
               03 Fpbl-cause pic X(12).
               03 Fpbl-state pic X.
               03 Fpbl-stamp-id pic 9(12).
               03 Fpbl-result pic X(20).
               03 Fpbl-replayed-at pic X(21).
       fd bk-pbufled-file.
           01 bk-pbufled-rec pic X(217).
       fd src-rcamp-file.
           01 Frc-rec.
               03 Frc-id pic X(6).
               03 Frc-opened-at pic X(21).
               03 Frc-deadline pic X(8).
               03 Frc-status pic X.
               03 Frc-item-count pic 9(7).
               03 Frc-closed-at pic X(21).
               03 Frc-evidence-name pic X(60).
       fd bk-rcamp-file.
           01 bk-rcamp-rec pic X(124).
       fd src-ritem-file.
           01 Fri-rec.
               03 Fri-id pic 9(7).
               03 Fri-campaign pic X(6).
               03 Fri-userid pic 9(7).
               03 Fri-roll pic 9(2).
               03 Fri-dept pic 9(2).
               03 Fri-reviewer pic 9(7).
               03 Fri-status pic 9.
               03 Fri-comment pic X(64).
               03 Fri-decided-by pic 9(7).
               03 Fri-decided-at pic X(21).
               03 Fri-created-at pic X(21).
       fd bk-ritem-file.
           01 bk-ritem-rec pic X(145).
       fd src-rcseq-file.
           01 Frcseq-rec.
               03 Frcseq-value pic 9(7).
       fd bk-rcseq-file.
           01 bk-rcseq-rec pic X(7).
       fd src-remrev-file.
           01 Frr-rec.
               03 Frr-key.
                   05 Frr-userid pic 9(7).
                   05 Frr-effective-yyyymm pic X(6).
               03 Frr-kind pic X.
               03 Frr-base-yyyymm pic X(6).
               03 Frr-month-pay pic 9(8) occurs 3 times.
               03 Frr-base-days pic 9(2) occurs 3 times.
               03 Frr-average pic 9(8).
               03 Frr-old-grade pic 9(2).
               03 Frr-new-grade pic 9(2).
               03 Frr-status pic X.
               03 Frr-detected-at pic X(21).
               03 Frr-reviewed-by pic 9(7).
               03 Frr-reviewed-at pic X(21).
       fd bk-remrev-file.
           01 bk-remrev-rec pic X(112).
       fd src-resid-file.
           01 Frs-rec.
               03 Frs-userid pic 9(7).
               03 Frs-nationality pic X(40).
               03 Frs-status-name pic X(60).
               03 Frs-card-number pic X(12).
               03 Frs-expiry-date pic X(8).
               03 Frs-work-scope pic X.
               03 Frs-renewal-applied pic X(8).
               03 Frs-alert-sent pic X.
               03 Frs-registered-by pic 9(7).
               03 Frs-registered-at pic X(21).
       fd bk-resid-file.
           01 bk-resid-rec pic X(165).
       fd src-restax-file.
           01 Frt-rec.
               03 Frt-key.
                   05 Frt-userid pic 9(7).
                   05 Frt-fiscal-year pic 9(4).
               03 Frt-municipality pic X(6).
               03 Frt-annual pic 9(8).
               03 Frt-installment pic 9(7) occurs 12 times.
               03 Frt-retire-flag pic X.
               03 Frt-retire-month pic X(6).
               03 Frt-method pic X.
               03 Frt-imported-at pic X(21).
       fd bk-restax-file.
           01 bk-restax-rec pic X(138).
       fd src-rarule-file.
           01 Frar-rec.
               03 Frar-type pic X.
               03 Frar-from-years pic 9(2).
               03 Frar-to-years pic 9(2).
               03 Frar-grade pic 9(2).
               03 Frar-base-amount pic 9(9).
               03 Frar-points pic 9(5).
               03 Frar-reason pic 9.
               03 Frar-status-type pic 9.
               03 Frar-rate pic 9(3)v999.
       fd bk-rarule-file.
           01 bk-rarule-rec pic X(29).
       fd src-ratrans-file.
           01 Fratr-rec.
               03 Fratr-userid pic 9(7).
               03 Fratr-retire-date pic X(8).
               03 Fratr-bank-code pic 9(4).
               03 Fratr-branch-code pic 9(3).
               03 Fratr-account-type pic 9.
               03 Fratr-account-number pic 9(7).
               03 Fratr-payee-kana pic X(30).
               03 Fratr-gross pic 9(10).
               03 Fratr-income-tax pic 9(9).
               03 Fratr-city-tax pic 9(9).
               03 Fratr-pref-tax pic 9(9).
               03 Fratr-net pic 9(10).
               03 Fratr-declared pic X.
               03 Fratr-reason pic 9.
               03 Fratr-status pic X.
               03 Fratr-created-at pic X(21).
               03 Fratr-paid-at pic X(21).
       fd bk-ratrans-file.
           01 bk-ratrans-rec pic X(152).
       fd src-ravail-file.
           01 Fav-rec.
               03 Fav-key.
                   05 Fav-userid pic 9(7).
                   05 Fav-date pic X(8).
               03 Fav-kind pic X.
               03 Fav-from pic 9(4).
               03 Fav-to pic 9(4).
               03 Fav-submitted-at pic X(21).
       fd bk-ravail-file.
           01 bk-ravail-rec pic X(45).
       fd src-sitecal-file.
           01 Fscl-rec.
               03 Fscl-key.
                   05 Fscl-site pic 9(2).
                   05 Fscl-date pic X(8).
               03 Fscl-kind pic X.
               03 Fscl-name pic N(20).
               03 Fscl-registered-by pic 9(7).
               03 Fscl-registered-at pic X(21).
       fd bk-sitecal-file.
           01 bk-sitecal-rec pic X(79).
       fd src-sodover-file.
           01 Fsov-rec.
               03 Fsov-timestamp pic X(21).
               03 Fsov-filler1 pic X.
               03 Fsov-operator pic 9(7).
               03 Fsov-filler2 pic X.
               03 Fsov-rule-id pic 9(4).
               03 Fsov-filler3 pic X.
               03 Fsov-function pic X(20).
               03 Fsov-filler4 pic X.
               03 Fsov-roll pic 9(2).
               03 Fsov-filler5 pic X.
               03 Fsov-scope pic X.
               03 Fsov-filler6 pic X.
               03 Fsov-userid pic 9(7).
               03 Fsov-filler7 pic X.
               03 Fsov-reason pic X(64).
       fd bk-sodover-file.
           01 bk-sodover-rec pic X(133).
       fd src-sodrule-file.
           01 Fsod-rec.
               03 Fsod-id pic 9(4).
               03 Fsod-name pic X(40).
               03 Fsod-threshold pic 9.
               03 Fsod-func-count pic 9.
               03 Fsod-function pic X(20) occurs 6 times.
               03 Fsod-active pic X.
               03 Fsod-updated-by pic 9(7).
               03 Fsod-updated-at pic X(21).
       fd bk-sodrule-file.
           01 bk-sodrule-rec pic X(195).
       fd src-ssusseq-file.
           01 Fssseq-rec.
               03 Fssseq-value pic 9(7).
       fd bk-ssusseq-file.
           01 bk-ssusseq-rec pic X(7).
       fd src-ssus-file.
           01 Fss-rec.
               03 Fss-id pic 9(7).
               03 Fss-run-id pic X(14).
               03 Fss-file-label pic X(40).
               03 Fss-line-no pic 9(7).
               03 Fss-reason pic X(12).
               03 Fss-raw pic X(128).
               03 Fss-token pic X(16).
               03 Fss-userid pic 9(7).
               03 Fss-datetime pic X(21).
               03 Fss-statusid pic X.
               03 Fss-device-id pic X(8).
               03 Fss-location pic X.
               03 Fss-status pic X.
               03 Fss-created-at pic X(21).
               03 Fss-resolved-by pic 9(7).
               03 Fss-resolved-at pic X(21).
               03 Fss-stamp-id pic 9(12).
       fd bk-ssus-file.
           01 bk-ssus-rec pic X(324).
       fd src-taxdecl-file.
           01 Ftd-rec.
               03 Ftd-userid pic 9(7).
               03 Ftd-submitted pic X.
               03 Ftd-submitted-date pic X(8).
               03 Ftd-updated-by pic 9(7).
       fd bk-taxdecl-file.
           01 bk-taxdecl-rec pic X(23).
       fd src-tfail-file.
           01 Ftf-rec.
               03 Ftf-key.
                   05 Ftf-yyyymm pic X(6).
                   05 Ftf-version pic 9(3).
                   05 Ftf-company pic 9(2).
                   05 Ftf-userid pic 9(7).
               03 Ftf-amount pic 9(10).
               03 Ftf-bank-code pic 9(4).
               03 Ftf-branch-code pic 9(3).
               03 Ftf-account-type pic 9.
               03 Ftf-account-number pic 9(7).
               03 Ftf-payee-kana pic X(30).
               03 Ftf-reason pic X.
               03 Ftf-failed-run pic 9(2).
               03 Ftf-fail-count pic 9(2).
               03 Ftf-status pic X.
               03 Ftf-repay-run pic 9(2).
               03 Ftf-failed-at pic X(21).
               03 Ftf-corrected-by pic X(64).
               03 Ftf-corrected-at pic X(21).
               03 Ftf-paid-at pic X(21).
       fd bk-tfail-file.
           01 bk-tfail-rec pic X(208).
       fd src-trun-file.
           01 Ftrn-rec.
               03 Ftrn-key.
                   05 Ftrn-yyyymm pic X(6).
                   05 Ftrn-version pic 9(3).
                   05 Ftrn-company pic 9(2).
                   05 Ftrn-run pic 9(2).
               03 Ftrn-count pic 9(6).
               03 Ftrn-total pic 9(12).
               03 Ftrn-file pic X(60).
               03 Ftrn-sent-file pic X(60).
               03 Ftrn-created-at pic X(21).
               03 Ftrn-paid-count pic 9(6).
               03 Ftrn-paid-total pic 9(12).
               03 Ftrn-failed-count pic 9(6).
               03 Ftrn-failed-total pic 9(12).
               03 Ftrn-result-at pic X(21).
       fd bk-trun-file.
           01 bk-trun-rec pic X(229).
       fd src-whtax-file.
           01 Fwt-rec.
               03 Fwt-effective-from pic X(8).
               03 Fwt-body pic X(98).
       fd bk-whtax-file.
           01 bk-whtax-rec pic X(106).
       fd src-wcond-file.
           01 Fwc-rec.
               03 Fwc-key.
                   05 Fwc-userid pic 9(7).
                   05 Fwc-effective-from pic X(8).
               03 Fwc-weekly-days pic 9.
               03 Fwc-weekly-hours pic 9(2)v99.
               03 Fwc-annual-days pic 9(3).
               03 Fwc-registered-by pic 9(7).
               03 Fwc-registered-at pic X(21).
       fd bk-wcond-file.
           01 bk-wcond-rec pic X(51).
       fd src-wsite-file.
           01 Fwsite-rec.
               03 Fwsite-code pic 9(2).
               03 Fwsite-name pic N(20).
               03 Fwsite-prefecture pic N(10).
               03 Fwsite-updated-by pic 9(7).
               03 Fwsite-updated-at pic X(21).
       fd bk-wsite-file.
           01 bk-wsite-rec pic X(90).
       fd src-wtreg-file.
           01 Fwtr-rec.
               03 Fwtr-userid pic 9(7).
               03 Fwtr-filler1 pic X.
               03 Fwtr-version pic 9(3).
               03 Fwtr-filler2 pic X.
               03 Fwtr-issued-date pic X(8).
               03 Fwtr-filler3 pic X.
               03 Fwtr-con-start pic X(8).
               03 Fwtr-filler4 pic X.
               03 Fwtr-con-end pic X(8).
               03 Fwtr-filler5 pic X.
               03 Fwtr-renewal-count pic 9(2).
               03 Fwtr-filler6 pic X.
               03 Fwtr-reason pic X.
               03 Fwtr-filler7 pic X.
               03 Fwtr-issued-by pic 9(7).
               03 Fwtr-filler8 pic X.
               03 Fwtr-issued-at pic X(21).
       fd bk-wtreg-file.
           01 bk-wtreg-rec pic X(73).
       fd src-yeadecl-file.
           01 Fyd-rec.
               03 Fyd-key.
                   05 Fyd-userid pic 9(7).
                   05 Fyd-year pic 9(4).
               03 Fyd-life-general pic 9(7).
               03 Fyd-life-care pic 9(7).
               03 Fyd-life-pension pic 9(7).
               03 Fyd-quake pic 9(7).
               03 Fyd-ideco pic 9(7).
               03 Fyd-housing-credit pic 9(7).
               03 Fyd-spouse pic X.
               03 Fyd-registered-at pic X(21).
       fd bk-yeadecl-file.
           01 bk-yeadecl-rec pic X(75).
       fd src-yeadj-file.
           01 Fya-rec.
               03 Fya-key.
                   05 Fya-userid pic 9(7).
                   05 Fya-year pic 9(4).
               03 Fya-subject pic X.
               03 Fya-income pic 9(9).
               03 Fya-income-after pic 9(9).
               03 Fya-social-ins pic 9(8).
               03 Fya-life pic 9(7).
               03 Fya-quake pic 9(7).
               03 Fya-ideco pic 9(7).
               03 Fya-spouse-ded pic 9(7).
               03 Fya-dependents-ded pic 9(8).
               03 Fya-basic-ded pic 9(7).
               03 Fya-total-ded pic 9(9).
               03 Fya-taxable pic 9(9).
               03 Fya-housing-credit pic 9(7).
               03 Fya-annual-tax pic 9(8).
               03 Fya-withheld pic 9(8).
               03 Fya-adjustment pic s9(8).
               03 Fya-computed-at pic X(21).
       fd bk-yeadj-file.
           01 bk-yeadj-rec pic X(151).
       fd manifest-file.
           01 manifest-rec.
               03 mf-name pic X(24).
       01 rk-ucseq pic 9(7).
       01 rk-uext pic 9(7).
       01 rk-ubook pic 9(7).
       01 rk-wplace pic 9(7).
       01 rk-accseq pic 9(7).
       01 rk-btrate pic 9(7).
       01 rk-disrate pic 9(7).
       01 rk-discseq pic 9(7).
       01 rk-dwhmark pic 9(7).
       01 rk-famallow pic 9(7).
       01 rk-insgrade pic 9(7).
       01 rk-insrate pic 9(7).
       01 rk-lirate pic 9(7).
       01 rk-minwage pic 9(7).
       01 rk-paygrade pic 9(7).
       01 rk-payitem pic 9(7).
       01 rk-pchgseq pic 9(7).
       01 rk-porderseq pic 9(7).
       01 rk-prorate pic 9(7).
       01 rk-rcseq pic 9(7).
       01 rk-rarule pic 9(7).
       01 rk-ssusseq pic 9(7).
       01 rk-whtax pic 9(7).
       01 file-statuses.
           03 src-user-status pic XX.
           03 bk-user-status pic XX.
           03 bk-raccess-status pic XX.
           03 src-jsched-status pic XX.
           03 bk-jsched-status pic XX.
           03 src-dbudget-status pic XX.
           03 bk-dbudget-status pic XX.
           03 src-a36site-status pic XX.
           03 bk-a36site-status pic XX.
           03 src-wplace-status pic XX.
           03 bk-wplace-status pic XX.
           03 src-rdept-status pic XX.
           03 bk-rdept-status pic XX.
           03 src-rdstat-status pic XX.
           03 bk-rdstat-status pic XX.
           03 src-rdraft-status pic XX.
           03 bk-rdraft-status pic XX.
           03 src-project-status pic XX.
           03 bk-project-status pic XX.
           03 src-conc-status pic XX.
           03 bk-conc-status pic XX.
           03 src-dispatch-status pic XX.
           03 bk-dispatch-status pic XX.
           03 src-rgplan-status pic XX.
           03 bk-rgplan-status pic XX.
           03 src-dretired-status pic XX.
           03 bk-dretired-status pic XX.
           03 src-accseq-status pic XX.
           03 bk-accseq-status pic XX.
           03 src-acc-status pic XX.
           03 bk-acc-status pic XX.
           03 src-btrate-status pic XX.
           03 bk-btrate-status pic XX.
           03 src-calev-status pic XX.
           03 bk-calev-status pic XX.
           03 src-caphist-status pic XX.
           03 bk-caphist-status pic XX.
           03 src-captgt-status pic XX.
           03 bk-captgt-status pic XX.
           03 src-capwarn-status pic XX.
           03 bk-capwarn-status pic XX.
           03 src-checkup-status pic XX.
           03 bk-checkup-status pic XX.
           03 src-company-status pic XX.
           03 bk-company-status pic XX.
           03 src-devkey-status pic XX.
           03 bk-devkey-status pic XX.
           03 src-devsite-status pic XX.
           03 bk-devsite-status pic XX.
           03 src-disrate-status pic XX.
           03 bk-disrate-status pic XX.
           03 src-disab-status pic XX.
           03 bk-disab-status pic XX.
           03 src-discreq-status pic XX.
           03 bk-discreq-status pic XX.
           03 src-discseq-status pic XX.
           03 bk-discseq-status pic XX.
           03 src-dconfirm-status pic XX.
           03 bk-dconfirm-status pic XX.
           03 src-diverg-status pic XX.
           03 bk-diverg-status pic XX.
           03 src-dwhled-status pic XX.
           03 bk-dwhled-status pic XX.
           03 src-dwhmark-status pic XX.
           03 bk-dwhmark-status pic XX.
           03 src-empstat-status pic XX.
           03 bk-empstat-status pic XX.
           03 src-empco-status pic XX.
           03 bk-empco-status pic XX.
           03 src-empsite-status pic XX.
           03 bk-empsite-status pic XX.
           03 src-ethist-status pic XX.
           03 bk-ethist-status pic XX.
           03 src-famallow-status pic XX.
           03 bk-famallow-status pic XX.
           03 src-fieldvis-status pic XX.
           03 bk-fieldvis-status pic XX.
           03 src-insfile-status pic XX.
           03 bk-insfile-status pic XX.
           03 src-insgrade-status pic XX.
           03 bk-insgrade-status pic XX.
           03 src-insrate-status pic XX.
           03 bk-insrate-status pic XX.
           03 src-ins-status pic XX.
           03 bk-ins-status pic XX.
           03 src-slaalert-status pic XX.
           03 bk-slaalert-status pic XX.
           03 src-jobsla-status pic XX.
           03 bk-jobsla-status pic XX.
           03 src-lalloc-status pic XX.
           03 bk-lalloc-status pic XX.
           03 src-lirate-status pic XX.
           03 bk-lirate-status pic XX.
           03 src-lliab-status pic XX.
           03 bk-lliab-status pic XX.
           03 src-minwage-status pic XX.
           03 bk-minwage-status pic XX.
           03 src-mlockco-status pic XX.
           03 bk-mlockco-status pic XX.
           03 src-objlog-status pic XX.
           03 bk-objlog-status pic XX.
           03 src-obrule-status pic XX.
           03 bk-obrule-status pic XX.
           03 src-onboard-status pic XX.
           03 bk-onboard-status pic XX.
           03 src-otproj-status pic XX.
           03 bk-otproj-status pic XX.
           03 src-payassign-status pic XX.
           03 bk-payassign-status pic XX.
           03 src-paygrade-status pic XX.
           03 bk-paygrade-status pic XX.
           03 src-piassign-status pic XX.
           03 bk-piassign-status pic XX.
           03 src-payitem-status pic XX.
           03 bk-payitem-status pic XX.
           03 src-pmco-status pic XX.
           03 bk-pmco-status pic XX.
           03 src-pmnet-status pic XX.
           03 bk-pmnet-status pic XX.
           03 src-pmprorate-status pic XX.
           03 bk-pmprorate-status pic XX.
           03 src-prelease-status pic XX.
           03 bk-prelease-status pic XX.
           03 src-pchgseq-status pic XX.
           03 bk-pchgseq-status pic XX.
           03 src-pchg-status pic XX.
           03 bk-pchg-status pic XX.
           03 src-porderseq-status pic XX.
           03 bk-porderseq-status pic XX.
           03 src-porder-status pic XX.
           03 bk-porder-status pic XX.
           03 src-prorate-status pic XX.
           03 bk-prorate-status pic XX.
           03 src-pbufled-status pic XX.
           03 bk-pbufled-status pic XX.
           03 src-rcamp-status pic XX.
           03 bk-rcamp-status pic XX.
           03 src-ritem-status pic XX.
           03 bk-ritem-status pic XX.
           03 src-rcseq-status pic XX.
           03 bk-rcseq-status pic XX.
           03 src-remrev-status pic XX.
           03 bk-remrev-status pic XX.
           03 src-resid-status pic XX.
           03 bk-resid-status pic XX.
           03 src-restax-status pic XX.
           03 bk-restax-status pic XX.
           03 src-rarule-status pic XX.
           03 bk-rarule-status pic XX.
           03 src-ratrans-status pic XX.
           03 bk-ratrans-status pic XX.
           03 src-ravail-status pic XX.
           03 bk-ravail-status pic XX.
           03 src-sitecal-status pic XX.
           03 bk-sitecal-status pic XX.
           03 src-sodover-status pic XX.
           03 bk-sodover-status pic XX.
           03 src-sodrule-status pic XX.
           03 bk-sodrule-status pic XX.
           03 src-ssusseq-status pic XX.
           03 bk-ssusseq-status pic XX.
           03 src-ssus-status pic XX.
           03 bk-ssus-status pic XX.
           03 src-taxdecl-status pic XX.
           03 bk-taxdecl-status pic XX.
           03 src-tfail-status pic XX.
           03 bk-tfail-status pic XX.
           03 src-trun-status pic XX.
           03 bk-trun-status pic XX.
           03 src-whtax-status pic XX.
           03 bk-whtax-status pic XX.
           03 src-wcond-status pic XX.
           03 bk-wcond-status pic XX.
           03 src-wsite-status pic XX.
           03 bk-wsite-status pic XX.
           03 src-wtreg-status pic XX.
           03 bk-wtreg-status pic XX.
           03 src-yeadecl-status pic XX.
           03 bk-yeadecl-status pic XX.
           03 src-yeadj-status pic XX.
           03 bk-yeadj-status pic XX.
       01 bk-user-name pic X(60).
       01 bk-stamp-name pic X(60).
       01 bk-leave-name pic X(60).
       01 bk-saudit-name pic X(60).
       01 bk-raccess-name pic X(60).
       01 bk-jsched-name pic X(60).
       01 bk-dbudget-name pic X(60).
       01 bk-a36site-name pic X(60).
       01 bk-wplace-name pic X(60).
       01 bk-rdept-name pic X(60).
       01 bk-rdstat-name pic X(60).
       01 bk-rdraft-name pic X(60).
       01 bk-project-name pic X(60).
       01 bk-conc-name pic X(60).
       01 bk-dispatch-name pic X(60).
       01 bk-rgplan-name pic X(60).
       01 bk-dretired-name pic X(60).
       01 bk-accseq-name pic X(60).
       01 bk-acc-name pic X(60).
       01 bk-btrate-name pic X(60).
       01 bk-calev-name pic X(60).
       01 bk-caphist-name pic X(60).
       01 bk-captgt-name pic X(60).
       01 bk-capwarn-name pic X(60).
       01 bk-checkup-name pic X(60).
       01 bk-company-name pic X(60).
       01 bk-devkey-name pic X(60).
       01 bk-devsite-name pic X(60).
       01 bk-disrate-name pic X(60).
       01 bk-disab-name pic X(60).
       01 bk-discreq-name pic X(60).
       01 bk-discseq-name pic X(60).
       01 bk-dconfirm-name pic X(60).
       01 bk-diverg-name pic X(60).
       01 bk-dwhled-name pic X(60).
       01 bk-dwhmark-name pic X(60).
       01 bk-empstat-name pic X(60).
       01 bk-empco-name pic X(60).
       01 bk-empsite-name pic X(60).
       01 bk-ethist-name pic X(60).
       01 bk-famallow-name pic X(60).
       01 bk-fieldvis-name pic X(60).
       01 bk-insfile-name pic X(60).
       01 bk-insgrade-name pic X(60).
       01 bk-insrate-name pic X(60).
       01 bk-ins-name pic X(60).
       01 bk-slaalert-name pic X(60).
       01 bk-jobsla-name pic X(60).
       01 bk-lalloc-name pic X(60).
       01 bk-lirate-name pic X(60).
       01 bk-lliab-name pic X(60).
       01 bk-minwage-name pic X(60).
       01 bk-mlockco-name pic X(60).
       01 bk-objlog-name pic X(60).
       01 bk-obrule-name pic X(60).
       01 bk-onboard-name pic X(60).
       01 bk-otproj-name pic X(60).
       01 bk-payassign-name pic X(60).
       01 bk-paygrade-name pic X(60).
       01 bk-piassign-name pic X(60).
       01 bk-payitem-name pic X(60).
       01 bk-pmco-name pic X(60).
       01 bk-pmnet-name pic X(60).
       01 bk-pmprorate-name pic X(60).
       01 bk-prelease-name pic X(60).
       01 bk-pchgseq-name pic X(60).
       01 bk-pchg-name pic X(60).
       01 bk-porderseq-name pic X(60).
       01 bk-porder-name pic X(60).
       01 bk-prorate-name pic X(60).
       01 bk-pbufled-name pic X(60).
       01 bk-rcamp-name pic X(60).
       01 bk-ritem-name pic X(60).
       01 bk-rcseq-name pic X(60).
       01 bk-remrev-name pic X(60).
       01 bk-resid-name pic X(60).
       01 bk-restax-name pic X(60).
       01 bk-rarule-name pic X(60).
       01 bk-ratrans-name pic X(60).
       01 bk-ravail-name pic X(60).
       01 bk-sitecal-name pic X(60).
       01 bk-sodover-name pic X(60).
       01 bk-sodrule-name pic X(60).
       01 bk-ssusseq-name pic X(60).
       01 bk-ssus-name pic X(60).
       01 bk-taxdecl-name pic X(60).
       01 bk-tfail-name pic X(60).
       01 bk-trun-name pic X(60).
       01 bk-whtax-name pic X(60).
       01 bk-wcond-name pic X(60).
       01 bk-wsite-name pic X(60).
       01 bk-wtreg-name pic X(60).
       01 bk-yeadecl-name pic X(60).
       01 bk-yeadj-name pic X(60).
       01 manifest-status pic XX.
       01 manifest-name pic X(60).
       01 backup-label pic X(8).
       perform backup-saudit.
       perform backup-raccess.
       perform backup-jsched.
       perform backup-dbudget.
       perform backup-a36site.
       perform backup-wplace.
       perform backup-rdept.
       perform backup-rdstat.
       perform backup-rdraft.
       perform backup-project.
       perform backup-conc.
       perform backup-dispatch.
       perform backup-rgplan.
       perform backup-dretired.
       perform backup-accseq.
       perform backup-acc.
       perform backup-btrate.
       perform backup-calev.
       perform backup-caphist.
       perform backup-captgt.
       perform backup-capwarn.
       perform backup-checkup.
       perform backup-company.
       perform backup-devkey.
       perform backup-devsite.
       perform backup-disrate.
       perform backup-disab.
       perform backup-discreq.
       perform backup-discseq.
       perform backup-dconfirm.
       perform backup-diverg.
       perform backup-dwhled.
       perform backup-dwhmark.
       perform backup-empstat.
       perform backup-empco.
       perform backup-empsite.
       perform backup-ethist.
       perform backup-famallow.
       perform backup-fieldvis.
       perform backup-insfile.
       perform backup-insgrade.
       perform backup-insrate.
       perform backup-ins.
       perform backup-slaalert.
       perform backup-jobsla.
       perform backup-lalloc.
       perform backup-lirate.
       perform backup-lliab.
       perform backup-minwage.
       perform backup-mlockco.
       perform backup-objlog.
       perform backup-obrule.
       perform backup-onboard.
       perform backup-otproj.
       perform backup-payassign.
       perform backup-paygrade.
       perform backup-piassign.
       perform backup-payitem.
       perform backup-pmco.
       perform backup-pmnet.
       perform backup-pmprorate.
       perform backup-prelease.
       perform backup-pchgseq.
       perform backup-pchg.
       perform backup-porderseq.
       perform backup-porder.
       perform backup-prorate.
       perform backup-pbufled.
       perform backup-rcamp.
       perform backup-ritem.
       perform backup-rcseq.
       perform backup-remrev.
       perform backup-resid.
       perform backup-restax.
       perform backup-rarule.
       perform backup-ratrans.
       perform backup-ravail.
       perform backup-sitecal.
       perform backup-sodover.
       perform backup-sodrule.
       perform backup-ssusseq.
       perform backup-ssus.
       perform backup-taxdecl.
       perform backup-tfail.
       perform backup-trun.
       perform backup-whtax.
       perform backup-wcond.
       perform backup-wsite.
       perform backup-wtreg.
       perform backup-yeadecl.
       perform backup-yeadj.

       close manifest-file.
       display total-files " ファイルをバックアップしました".
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/job-schedule.dat  " rec-count " 件".

backup-dbudget.
       move spaces to bk-dbudget-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-dbudget.dat" delimited by size
           into bk-dbudget-name
       end-string.

       move zero to rec-count.
       open input src-dbudget-file.
       if src-dbudget-status not = "00"
           display "./dat/dept-budget.dat が開けないためスキップします"
       else
           open output bk-dbudget-file
           perform until src-dbudget-status not = "00"
               read src-dbudget-file next record
                   not at end
                       move Fdb-rec to bk-dbudget-rec
                       write bk-dbudget-rec
                       add 1 to rec-count
           end-perform
           close bk-dbudget-file
           close src-dbudget-file
           add 1 to total-files
       end-if.

       move "dbudget" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/dept-budget.dat  " rec-count " 件".

backup-a36site.
       move spaces to bk-a36site-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-a36site.dat" delimited by size
           into bk-a36site-name
       end-string.

       move zero to rec-count.
       open input src-a36site-file.
       if src-a36site-status not = "00"
           display "./dat/agreement36-site.dat が開けないためスキップします"
       else
           open output bk-a36site-file
           perform until src-a36site-status not = "00"
               read src-a36site-file next record
                   not at end
                       move Fas-rec to bk-a36site-rec
                       write bk-a36site-rec
                       add 1 to rec-count
           end-perform
           close bk-a36site-file
           close src-a36site-file
           add 1 to total-files
       end-if.

       move "a36site" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/agreement36-site.dat  " rec-count " 件".

backup-wplace.
       move spaces to bk-wplace-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-wplace.dat" delimited by size
           into bk-wplace-name
       end-string.

       move zero to rec-count.
       open input src-wplace-file.
       if src-wplace-status not = "00"
           display "./dat/workplace.dat が開けないためスキップします"
       else
           open output bk-wplace-file
           perform until src-wplace-status not = "00"
               read src-wplace-file
                   not at end
                       move Fwp-rec to bk-wplace-rec
                       write bk-wplace-rec
                       add 1 to rec-count
           end-perform
           close bk-wplace-file
           close src-wplace-file
           add 1 to total-files
       end-if.

       move "wplace" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/workplace.dat  " rec-count " 件".

backup-rdept.
       move spaces to bk-rdept-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-rdept.dat" delimited by size
           into bk-rdept-name
       end-string.

       move zero to rec-count.
       open input src-rdept-file.
       if src-rdept-status not = "00"
           display "./dat/roster-dept.dat が開けないためスキップします"
       else
           open output bk-rdept-file
           perform until src-rdept-status not = "00"
               read src-rdept-file next record
                   not at end
                       move Frd-rec to bk-rdept-rec
                       write bk-rdept-rec
                       add 1 to rec-count
           end-perform
           close bk-rdept-file
           close src-rdept-file
           add 1 to total-files
       end-if.

       move "rdept" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/roster-dept.dat  " rec-count " 件".

backup-rdstat.
       move spaces to bk-rdstat-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-rdstat.dat" delimited by size
           into bk-rdstat-name
       end-string.

       move zero to rec-count.
       open input src-rdstat-file.
       if src-rdstat-status not = "00"
           display "./dat/roster-draft-status.dat が開けないためスキップします"
       else
           open output bk-rdstat-file
           perform until src-rdstat-status not = "00"
               read src-rdstat-file next record
                   not at end
                       move Frds-rec to bk-rdstat-rec
                       write bk-rdstat-rec
                       add 1 to rec-count
           end-perform
           close bk-rdstat-file
           close src-rdstat-file
           add 1 to total-files
       end-if.

       move "rdstat" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/roster-draft-status.dat  " rec-count " 件".

backup-rdraft.
       move spaces to bk-rdraft-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-rdraft.dat" delimited by size
           into bk-rdraft-name
       end-string.

       move zero to rec-count.
       open input src-rdraft-file.
       if src-rdraft-status not = "00"
           display "./dat/roster-draft.dat が開けないためスキップします"
       else
           open output bk-rdraft-file
           perform until src-rdraft-status not = "00"
               read src-rdraft-file next record
                   not at end
                       move Frdr-rec to bk-rdraft-rec
                       write bk-rdraft-rec
                       add 1 to rec-count
           end-perform
           close bk-rdraft-file
           close src-rdraft-file
           add 1 to total-files
       end-if.

       move "rdraft" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/roster-draft.dat  " rec-count " 件".

backup-project.
       move spaces to bk-project-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-project.dat" delimited by size
           into bk-project-name
       end-string.

       move zero to rec-count.
       open input src-project-file.
       if src-project-status not = "00"
           display "./dat/project.dat が開けないためスキップします"
       else
           open output bk-project-file
           perform until src-project-status not = "00"
               read src-project-file next record
                   not at end
                       move Fprj-rec to bk-project-rec
                       write bk-project-rec
                       add 1 to rec-count
           end-perform
           close bk-project-file
           close src-project-file
           add 1 to total-files
       end-if.

       move "project" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/project.dat  " rec-count " 件".

backup-conc.
       move spaces to bk-conc-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-conc.dat" delimited by size
           into bk-conc-name
       end-string.

       move zero to rec-count.
       open input src-conc-file.
       if src-conc-status not = "00"
           display "./dat/concurrent-assign.dat が開けないためスキップします"
       else
           open output bk-conc-file
           perform until src-conc-status not = "00"
               read src-conc-file next record
                   not at end
                       move Fca-rec to bk-conc-rec
                       write bk-conc-rec
                       add 1 to rec-count
           end-perform
           close bk-conc-file
           close src-conc-file
           add 1 to total-files
       end-if.

       move "conc" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/concurrent-assign.dat  " rec-count " 件".

backup-dispatch.
       move spaces to bk-dispatch-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-dispatch.dat" delimited by size
           into bk-dispatch-name
       end-string.

       move zero to rec-count.
       open input src-dispatch-file.
       if src-dispatch-status not = "00"
           display "./dat/dispatch.dat が開けないためスキップします"
       else
           open output bk-dispatch-file
           perform until src-dispatch-status not = "00"
               read src-dispatch-file next record
                   not at end
                       move Fdw-rec to bk-dispatch-rec
                       write bk-dispatch-rec
                       add 1 to rec-count
           end-perform
           close bk-dispatch-file
           close src-dispatch-file
           add 1 to total-files
       end-if.

       move "dispatch" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/dispatch.dat  " rec-count " 件".

backup-rgplan.
       move spaces to bk-rgplan-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-rgplan.dat" delimited by size
           into bk-rgplan-name
       end-string.

       move zero to rec-count.
       open input src-rgplan-file.
       if src-rgplan-status not = "00"
           display "./dat/reorg-plan.dat が開けないためスキップします"
       else
           open output bk-rgplan-file
           perform until src-rgplan-status not = "00"
               read src-rgplan-file next record
                   not at end
                       move Frg-rec to bk-rgplan-rec
                       write bk-rgplan-rec
                       add 1 to rec-count
           end-perform
           close bk-rgplan-file
           close src-rgplan-file
           add 1 to total-files
       end-if.

       move "rgplan" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/reorg-plan.dat  " rec-count " 件".

backup-dretired.
       move spaces to bk-dretired-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-dretired.dat" delimited by size
           into bk-dretired-name
       end-string.

       move zero to rec-count.
       open input src-dretired-file.
       if src-dretired-status not = "00"
           display "./dat/dept-retired.dat が開けないためスキップします"
       else
           open output bk-dretired-file
           perform until src-dretired-status not = "00"
               read src-dretired-file
                   not at end
                       move Fdrt-rec to bk-dretired-rec
                       write bk-dretired-rec
                       add 1 to rec-count
           end-perform
           close bk-dretired-file
           close src-dretired-file
           add 1 to total-files
       end-if.

       move "dretired" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/dept-retired.dat  " rec-count " 件".

backup-accseq.
       move spaces to bk-accseq-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-accseq.dat" delimited by size
           into bk-accseq-name
       end-string.

       move zero to rec-count.
       open input src-accseq-file.
       if src-accseq-status not = "00"
           display "./dat/accident-seq.dat が開けないためスキップします"
       else
           open output bk-accseq-file
           perform until src-accseq-status not = "00"
               read src-accseq-file
                   not at end
                       move Faccseq-rec to bk-accseq-rec
                       write bk-accseq-rec
                       add 1 to rec-count
           end-perform
           close bk-accseq-file
           close src-accseq-file
           add 1 to total-files
       end-if.

       move "accseq" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/accident-seq.dat  " rec-count " 件".

backup-acc.
       move spaces to bk-acc-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-acc.dat" delimited by size
           into bk-acc-name
       end-string.

       move zero to rec-count.
       open input src-acc-file.
       if src-acc-status not = "00"
           display "./dat/accident.dat が開けないためスキップします"
       else
           open output bk-acc-file
           perform until src-acc-status not = "00"
               read src-acc-file next record
                   not at end
                       move Facc-rec to bk-acc-rec
                       write bk-acc-rec
                       add 1 to rec-count
           end-perform
           close bk-acc-file
           close src-acc-file
           add 1 to total-files
       end-if.

       move "acc" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/accident.dat  " rec-count " 件".

backup-btrate.
       move spaces to bk-btrate-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-btrate.dat" delimited by size
           into bk-btrate-name
       end-string.

       move zero to rec-count.
       open input src-btrate-file.
       if src-btrate-status not = "00"
           display "./dat/bonus-tax-rate.dat が開けないためスキップします"
       else
           open output bk-btrate-file
           perform until src-btrate-status not = "00"
               read src-btrate-file
                   not at end
                       move Fbt-rec to bk-btrate-rec
                       write bk-btrate-rec
                       add 1 to rec-count
           end-perform
           close bk-btrate-file
           close src-btrate-file
           add 1 to total-files
       end-if.

       move "btrate" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/bonus-tax-rate.dat  " rec-count " 件".

backup-calev.
       move spaces to bk-calev-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-calev.dat" delimited by size
           into bk-calev-name
       end-string.

       move zero to rec-count.
       open input src-calev-file.
       if src-calev-status not = "00"
           display "./dat/calendar-event.dat が開けないためスキップします"
       else
           open output bk-calev-file
           perform until src-calev-status not = "00"
               read src-calev-file next record
                   not at end
                       move Fcev-rec to bk-calev-rec
                       write bk-calev-rec
                       add 1 to rec-count
           end-perform
           close bk-calev-file
           close src-calev-file
           add 1 to total-files
       end-if.

       move "calev" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/calendar-event.dat  " rec-count " 件".

backup-caphist.
       move spaces to bk-caphist-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-caphist.dat" delimited by size
           into bk-caphist-name
       end-string.

       move zero to rec-count.
       open input src-caphist-file.
       if src-caphist-status not = "00"
           display "./dat/capacity-history.dat が開けないためスキップします"
       else
           open output bk-caphist-file
           perform until src-caphist-status not = "00"
               read src-caphist-file
                   not at end
                       move Fcaphist-rec to bk-caphist-rec
                       write bk-caphist-rec
                       add 1 to rec-count
           end-perform
           close bk-caphist-file
           close src-caphist-file
           add 1 to total-files
       end-if.

       move "caphist" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/capacity-history.dat  " rec-count " 件".

backup-captgt.
       move spaces to bk-captgt-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-captgt.dat" delimited by size
           into bk-captgt-name
       end-string.

       move zero to rec-count.
       open input src-captgt-file.
       if src-captgt-status not = "00"
           display "./dat/capacity-target.dat が開けないためスキップします"
       else
           open output bk-captgt-file
           perform until src-captgt-status not = "00"
               read src-captgt-file
                   not at end
                       move Fct-rec to bk-captgt-rec
                       write bk-captgt-rec
                       add 1 to rec-count
           end-perform
           close bk-captgt-file
           close src-captgt-file
           add 1 to total-files
       end-if.

       move "captgt" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/capacity-target.dat  " rec-count " 件".

backup-capwarn.
       move spaces to bk-capwarn-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-capwarn.dat" delimited by size
           into bk-capwarn-name
       end-string.

       move zero to rec-count.
       open input src-capwarn-file.
       if src-capwarn-status not = "00"
           display "./dat/capacity-warning.dat が開けないためスキップします"
       else
           open output bk-capwarn-file
           perform until src-capwarn-status not = "00"
               read src-capwarn-file
                   not at end
                       move Fcapwarn-rec to bk-capwarn-rec
                       write bk-capwarn-rec
                       add 1 to rec-count
           end-perform
           close bk-capwarn-file
           close src-capwarn-file
           add 1 to total-files
       end-if.

       move "capwarn" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/capacity-warning.dat  " rec-count " 件".

backup-checkup.
       move spaces to bk-checkup-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-checkup.dat" delimited by size
           into bk-checkup-name
       end-string.

       move zero to rec-count.
       open input src-checkup-file.
       if src-checkup-status not = "00"
           display "./dat/checkup.dat が開けないためスキップします"
       else
           open output bk-checkup-file
           perform until src-checkup-status not = "00"
               read src-checkup-file next record
                   not at end
                       move Fck-rec to bk-checkup-rec
                       write bk-checkup-rec
                       add 1 to rec-count
           end-perform
           close bk-checkup-file
           close src-checkup-file
           add 1 to total-files
       end-if.

       move "checkup" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/checkup.dat  " rec-count " 件".

backup-company.
       move spaces to bk-company-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-company.dat" delimited by size
           into bk-company-name
       end-string.

       move zero to rec-count.
       open input src-company-file.
       if src-company-status not = "00"
           display "./dat/company.dat が開けないためスキップします"
       else
           open output bk-company-file
           perform until src-company-status not = "00"
               read src-company-file next record
                   not at end
                       move Fco-rec to bk-company-rec
                       write bk-company-rec
                       add 1 to rec-count
           end-perform
           close bk-company-file
           close src-company-file
           add 1 to total-files
       end-if.

       move "company" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/company.dat  " rec-count " 件".

backup-devkey.
       move spaces to bk-devkey-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-devkey.dat" delimited by size
           into bk-devkey-name
       end-string.

       move zero to rec-count.
       open input src-devkey-file.
       if src-devkey-status not = "00"
           display "./dat/device-key.dat が開けないためスキップします"
       else
           open output bk-devkey-file
           perform until src-devkey-status not = "00"
               read src-devkey-file next record
                   not at end
                       move Fdk-rec to bk-devkey-rec
                       write bk-devkey-rec
                       add 1 to rec-count
           end-perform
           close bk-devkey-file
           close src-devkey-file
           add 1 to total-files
       end-if.

       move "devkey" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/device-key.dat  " rec-count " 件".

backup-devsite.
       move spaces to bk-devsite-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-devsite.dat" delimited by size
           into bk-devsite-name
       end-string.

       move zero to rec-count.
       open input src-devsite-file.
       if src-devsite-status not = "00"
           display "./dat/device-site.dat が開けないためスキップします"
       else
           open output bk-devsite-file
           perform until src-devsite-status not = "00"
               read src-devsite-file next record
                   not at end
                       move Fdsite-rec to bk-devsite-rec
                       write bk-devsite-rec
                       add 1 to rec-count
           end-perform
           close bk-devsite-file
           close src-devsite-file
           add 1 to total-files
       end-if.

       move "devsite" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/device-site.dat  " rec-count " 件".

backup-disrate.
       move spaces to bk-disrate-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-disrate.dat" delimited by size
           into bk-disrate-name
       end-string.

       move zero to rec-count.
       open input src-disrate-file.
       if src-disrate-status not = "00"
           display "./dat/disability-rate.dat が開けないためスキップします"
       else
           open output bk-disrate-file
           perform until src-disrate-status not = "00"
               read src-disrate-file
                   not at end
                       move Fdr-rec to bk-disrate-rec
                       write bk-disrate-rec
                       add 1 to rec-count
           end-perform
           close bk-disrate-file
           close src-disrate-file
           add 1 to total-files
       end-if.

       move "disrate" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/disability-rate.dat  " rec-count " 件".

backup-disab.
       move spaces to bk-disab-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-disab.dat" delimited by size
           into bk-disab-name
       end-string.

       move zero to rec-count.
       open input src-disab-file.
       if src-disab-status not = "00"
           display "./dat/disability.dat が開けないためスキップします"
       else
           open output bk-disab-file
           perform until src-disab-status not = "00"
               read src-disab-file next record
                   not at end
                       move Fdis-rec to bk-disab-rec
                       write bk-disab-rec
                       add 1 to rec-count
           end-perform
           close bk-disab-file
           close src-disab-file
           add 1 to total-files
       end-if.

       move "disab" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/disability.dat  " rec-count " 件".

backup-discreq.
       move spaces to bk-discreq-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-discreq.dat" delimited by size
           into bk-discreq-name
       end-string.

       move zero to rec-count.
       open input src-discreq-file.
       if src-discreq-status not = "00"
           display "./dat/disclosure-request.dat が開けないためスキップします"
       else
           open output bk-discreq-file
           perform until src-discreq-status not = "00"
               read src-discreq-file next record
                   not at end
                       move Fdrq-rec to bk-discreq-rec
                       write bk-discreq-rec
                       add 1 to rec-count
           end-perform
           close bk-discreq-file
           close src-discreq-file
           add 1 to total-files
       end-if.

       move "discreq" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/disclosure-request.dat  " rec-count " 件".

backup-discseq.
       move spaces to bk-discseq-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-discseq.dat" delimited by size
           into bk-discseq-name
       end-string.

       move zero to rec-count.
       open input src-discseq-file.
       if src-discseq-status not = "00"
           display "./dat/disclosure-seq.dat が開けないためスキップします"
       else
           open output bk-discseq-file
           perform until src-discseq-status not = "00"
               read src-discseq-file
                   not at end
                       move Fdrseq-rec to bk-discseq-rec
                       write bk-discseq-rec
                       add 1 to rec-count
           end-perform
           close bk-discseq-file
           close src-discseq-file
           add 1 to total-files
       end-if.

       move "discseq" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/disclosure-seq.dat  " rec-count " 件".

backup-dconfirm.
       move spaces to bk-dconfirm-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-dconfirm.dat" delimited by size
           into bk-dconfirm-name
       end-string.

       move zero to rec-count.
       open input src-dconfirm-file.
       if src-dconfirm-status not = "00"
           display "./dat/dispatch-confirm.dat が開けないためスキップします"
       else
           open output bk-dconfirm-file
           perform until src-dconfirm-status not = "00"
               read src-dconfirm-file next record
                   not at end
                       move Fdcf-rec to bk-dconfirm-rec
                       write bk-dconfirm-rec
                       add 1 to rec-count
           end-perform
           close bk-dconfirm-file
           close src-dconfirm-file
           add 1 to total-files
       end-if.

       move "dconfirm" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/dispatch-confirm.dat  " rec-count " 件".

backup-diverg.
       move spaces to bk-diverg-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-diverg.dat" delimited by size
           into bk-diverg-name
       end-string.

       move zero to rec-count.
       open input src-diverg-file.
       if src-diverg-status not = "00"
           display "./dat/divergence.dat が開けないためスキップします"
       else
           open output bk-diverg-file
           perform until src-diverg-status not = "00"
               read src-diverg-file next record
                   not at end
                       move Fdv-rec to bk-diverg-rec
                       write bk-diverg-rec
                       add 1 to rec-count
           end-perform
           close bk-diverg-file
           close src-diverg-file
           add 1 to total-files
       end-if.

       move "diverg" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/divergence.dat  " rec-count " 件".

backup-dwhled.
       move spaces to bk-dwhled-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-dwhled.dat" delimited by size
           into bk-dwhled-name
       end-string.

       move zero to rec-count.
       open input src-dwhled-file.
       if src-dwhled-status not = "00"
           display "./dat/dwh-ledger.dat が開けないためスキップします"
       else
           open output bk-dwhled-file
           perform until src-dwhled-status not = "00"
               read src-dwhled-file next record
                   not at end
                       move Fdwl-rec to bk-dwhled-rec
                       write bk-dwhled-rec
                       add 1 to rec-count
           end-perform
           close bk-dwhled-file
           close src-dwhled-file
           add 1 to total-files
       end-if.

       move "dwhled" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/dwh-ledger.dat  " rec-count " 件".

backup-dwhmark.
       move spaces to bk-dwhmark-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-dwhmark.dat" delimited by size
           into bk-dwhmark-name
       end-string.

       move zero to rec-count.
       open input src-dwhmark-file.
       if src-dwhmark-status not = "00"
           display "./dat/dwh-mark.dat が開けないためスキップします"
       else
           open output bk-dwhmark-file
           perform until src-dwhmark-status not = "00"
               read src-dwhmark-file
                   not at end
                       move Fdwm-rec to bk-dwhmark-rec
                       write bk-dwhmark-rec
                       add 1 to rec-count
           end-perform
           close bk-dwhmark-file
           close src-dwhmark-file
           add 1 to total-files
       end-if.

       move "dwhmark" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/dwh-mark.dat  " rec-count " 件".

backup-empstat.
       move spaces to bk-empstat-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-empstat.dat" delimited by size
           into bk-empstat-name
       end-string.

       move zero to rec-count.
       open input src-empstat-file.
       if src-empstat-status not = "00"
           display "./dat/emp-status.dat が開けないためスキップします"
       else
           open output bk-empstat-file
           perform until src-empstat-status not = "00"
               read src-empstat-file next record
                   not at end
                       move Fes-rec to bk-empstat-rec
                       write bk-empstat-rec
                       add 1 to rec-count
           end-perform
           close bk-empstat-file
           close src-empstat-file
           add 1 to total-files
       end-if.

       move "empstat" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/emp-status.dat  " rec-count " 件".

backup-empco.
       move spaces to bk-empco-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-empco.dat" delimited by size
           into bk-empco-name
       end-string.

       move zero to rec-count.
       open input src-empco-file.
       if src-empco-status not = "00"
           display "./dat/employee-company.dat が開けないためスキップします"
       else
           open output bk-empco-file
           perform until src-empco-status not = "00"
               read src-empco-file next record
                   not at end
                       move Feco-rec to bk-empco-rec
                       write bk-empco-rec
                       add 1 to rec-count
           end-perform
           close bk-empco-file
           close src-empco-file
           add 1 to total-files
       end-if.

       move "empco" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/employee-company.dat  " rec-count " 件".

backup-empsite.
       move spaces to bk-empsite-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-empsite.dat" delimited by size
           into bk-empsite-name
       end-string.

       move zero to rec-count.
       open input src-empsite-file.
       if src-empsite-status not = "00"
           display "./dat/employee-site.dat が開けないためスキップします"
       else
           open output bk-empsite-file
           perform until src-empsite-status not = "00"
               read src-empsite-file next record
                   not at end
                       move Fesite-rec to bk-empsite-rec
                       write bk-empsite-rec
                       add 1 to rec-count
           end-perform
           close bk-empsite-file
           close src-empsite-file
           add 1 to total-files
       end-if.

       move "empsite" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/employee-site.dat  " rec-count " 件".

backup-ethist.
       move spaces to bk-ethist-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-ethist.dat" delimited by size
           into bk-ethist-name
       end-string.

       move zero to rec-count.
       open input src-ethist-file.
       if src-ethist-status not = "00"
           display "./dat/emptype-history.dat が開けないためスキップします"
       else
           open output bk-ethist-file
           perform until src-ethist-status not = "00"
               read src-ethist-file
                   not at end
                       move Feh-rec to bk-ethist-rec
                       write bk-ethist-rec
                       add 1 to rec-count
           end-perform
           close bk-ethist-file
           close src-ethist-file
           add 1 to total-files
       end-if.

       move "ethist" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/emptype-history.dat  " rec-count " 件".

backup-famallow.
       move spaces to bk-famallow-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-famallow.dat" delimited by size
           into bk-famallow-name
       end-string.

       move zero to rec-count.
       open input src-famallow-file.
       if src-famallow-status not = "00"
           display "./dat/family-allowance.dat が開けないためスキップします"
       else
           open output bk-famallow-file
           perform until src-famallow-status not = "00"
               read src-famallow-file
                   not at end
                       move Ffa-rec to bk-famallow-rec
                       write bk-famallow-rec
                       add 1 to rec-count
           end-perform
           close bk-famallow-file
           close src-famallow-file
           add 1 to total-files
       end-if.

       move "famallow" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/family-allowance.dat  " rec-count " 件".

backup-fieldvis.
       move spaces to bk-fieldvis-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-fieldvis.dat" delimited by size
           into bk-fieldvis-name
       end-string.

       move zero to rec-count.
       open input src-fieldvis-file.
       if src-fieldvis-status not = "00"
           display "./dat/field-visibility.dat が開けないためスキップします"
       else
           open output bk-fieldvis-file
           perform until src-fieldvis-status not = "00"
               read src-fieldvis-file next record
                   not at end
                       move Ffv-rec to bk-fieldvis-rec
                       write bk-fieldvis-rec
                       add 1 to rec-count
           end-perform
           close bk-fieldvis-file
           close src-fieldvis-file
           add 1 to total-files
       end-if.

       move "fieldvis" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/field-visibility.dat  " rec-count " 件".

backup-insfile.
       move spaces to bk-insfile-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-insfile.dat" delimited by size
           into bk-insfile-name
       end-string.

       move zero to rec-count.
       open input src-insfile-file.
       if src-insfile-status not = "00"
           display "./dat/insurance-filing.dat が開けないためスキップします"
       else
           open output bk-insfile-file
           perform until src-insfile-status not = "00"
               read src-insfile-file next record
                   not at end
                       move Fif-rec to bk-insfile-rec
                       write bk-insfile-rec
                       add 1 to rec-count
           end-perform
           close bk-insfile-file
           close src-insfile-file
           add 1 to total-files
       end-if.

       move "insfile" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/insurance-filing.dat  " rec-count " 件".

backup-insgrade.
       move spaces to bk-insgrade-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-insgrade.dat" delimited by size
           into bk-insgrade-name
       end-string.

       move zero to rec-count.
       open input src-insgrade-file.
       if src-insgrade-status not = "00"
           display "./dat/insurance-grade.dat が開けないためスキップします"
       else
           open output bk-insgrade-file
           perform until src-insgrade-status not = "00"
               read src-insgrade-file
                   not at end
                       move Fig-rec to bk-insgrade-rec
                       write bk-insgrade-rec
                       add 1 to rec-count
           end-perform
           close bk-insgrade-file
           close src-insgrade-file
           add 1 to total-files
       end-if.

       move "insgrade" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/insurance-grade.dat  " rec-count " 件".

backup-insrate.
       move spaces to bk-insrate-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-insrate.dat" delimited by size
           into bk-insrate-name
       end-string.

       move zero to rec-count.
       open input src-insrate-file.
       if src-insrate-status not = "00"
           display "./dat/insurance-rate.dat が開けないためスキップします"
       else
           open output bk-insrate-file
           perform until src-insrate-status not = "00"
               read src-insrate-file
                   not at end
                       move Fir-rec to bk-insrate-rec
                       write bk-insrate-rec
                       add 1 to rec-count
           end-perform
           close bk-insrate-file
           close src-insrate-file
           add 1 to total-files
       end-if.

       move "insrate" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/insurance-rate.dat  " rec-count " 件".

backup-ins.
       move spaces to bk-ins-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-ins.dat" delimited by size
           into bk-ins-name
       end-string.

       move zero to rec-count.
       open input src-ins-file.
       if src-ins-status not = "00"
           display "./dat/insurance.dat が開けないためスキップします"
       else
           open output bk-ins-file
           perform until src-ins-status not = "00"
               read src-ins-file next record
                   not at end
                       move Fins-rec to bk-ins-rec
                       write bk-ins-rec
                       add 1 to rec-count
           end-perform
           close bk-ins-file
           close src-ins-file
           add 1 to total-files
       end-if.

       move "ins" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/insurance.dat  " rec-count " 件".

backup-slaalert.
       move spaces to bk-slaalert-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-slaalert.dat" delimited by size
           into bk-slaalert-name
       end-string.

       move zero to rec-count.
       open input src-slaalert-file.
       if src-slaalert-status not = "00"
           display "./dat/job-sla-alerted.dat が開けないためスキップします"
       else
           open output bk-slaalert-file
           perform until src-slaalert-status not = "00"
               read src-slaalert-file
                   not at end
                       move Fslaalert-rec to bk-slaalert-rec
                       write bk-slaalert-rec
                       add 1 to rec-count
           end-perform
           close bk-slaalert-file
           close src-slaalert-file
           add 1 to total-files
       end-if.

       move "slaalert" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/job-sla-alerted.dat  " rec-count " 件".

backup-jobsla.
       move spaces to bk-jobsla-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-jobsla.dat" delimited by size
           into bk-jobsla-name
       end-string.

       move zero to rec-count.
       open input src-jobsla-file.
       if src-jobsla-status not = "00"
           display "./dat/job-sla.dat が開けないためスキップします"
       else
           open output bk-jobsla-file
           perform until src-jobsla-status not = "00"
               read src-jobsla-file
                   not at end
                       move Fjobsla-rec to bk-jobsla-rec
                       write bk-jobsla-rec
                       add 1 to rec-count
           end-perform
           close bk-jobsla-file
           close src-jobsla-file
           add 1 to total-files
       end-if.

       move "jobsla" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/job-sla.dat  " rec-count " 件".

backup-lalloc.
       move spaces to bk-lalloc-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-lalloc.dat" delimited by size
           into bk-lalloc-name
       end-string.

       move zero to rec-count.
       open input src-lalloc-file.
       if src-lalloc-status not = "00"
           display "./dat/labor-alloc.dat が開けないためスキップします"
       else
           open output bk-lalloc-file
           perform until src-lalloc-status not = "00"
               read src-lalloc-file next record
                   not at end
                       move Fla-rec to bk-lalloc-rec
                       write bk-lalloc-rec
                       add 1 to rec-count
           end-perform
           close bk-lalloc-file
           close src-lalloc-file
           add 1 to total-files
       end-if.

       move "lalloc" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/labor-alloc.dat  " rec-count " 件".

backup-lirate.
       move spaces to bk-lirate-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-lirate.dat" delimited by size
           into bk-lirate-name
       end-string.

       move zero to rec-count.
       open input src-lirate-file.
       if src-lirate-status not = "00"
           display "./dat/labor-ins-rate.dat が開けないためスキップします"
       else
           open output bk-lirate-file
           perform until src-lirate-status not = "00"
               read src-lirate-file
                   not at end
                       move Flr-rec to bk-lirate-rec
                       write bk-lirate-rec
                       add 1 to rec-count
           end-perform
           close bk-lirate-file
           close src-lirate-file
           add 1 to total-files
       end-if.

       move "lirate" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/labor-ins-rate.dat  " rec-count " 件".

backup-lliab.
       move spaces to bk-lliab-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-lliab.dat" delimited by size
           into bk-lliab-name
       end-string.

       move zero to rec-count.
       open input src-lliab-file.
       if src-lliab-status not = "00"
           display "./dat/leave-liability.dat が開けないためスキップします"
       else
           open output bk-lliab-file
           perform until src-lliab-status not = "00"
               read src-lliab-file next record
                   not at end
                       move Fll-rec to bk-lliab-rec
                       write bk-lliab-rec
                       add 1 to rec-count
           end-perform
           close bk-lliab-file
           close src-lliab-file
           add 1 to total-files
       end-if.

       move "lliab" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/leave-liability.dat  " rec-count " 件".

backup-minwage.
       move spaces to bk-minwage-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-minwage.dat" delimited by size
           into bk-minwage-name
       end-string.

       move zero to rec-count.
       open input src-minwage-file.
       if src-minwage-status not = "00"
           display "./dat/minimum-wage.dat が開けないためスキップします"
       else
           open output bk-minwage-file
           perform until src-minwage-status not = "00"
               read src-minwage-file
                   not at end
                       move Fmw-rec to bk-minwage-rec
                       write bk-minwage-rec
                       add 1 to rec-count
           end-perform
           close bk-minwage-file
           close src-minwage-file
           add 1 to total-files
       end-if.

       move "minwage" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/minimum-wage.dat  " rec-count " 件".

backup-mlockco.
       move spaces to bk-mlockco-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-mlockco.dat" delimited by size
           into bk-mlockco-name
       end-string.

       move zero to rec-count.
       open input src-mlockco-file.
       if src-mlockco-status not = "00"
           display "./dat/month-lock-company.dat が開けないためスキップします"
       else
           open output bk-mlockco-file
           perform until src-mlockco-status not = "00"
               read src-mlockco-file next record
                   not at end
                       move Fmlc-rec to bk-mlockco-rec
                       write bk-mlockco-rec
                       add 1 to rec-count
           end-perform
           close bk-mlockco-file
           close src-mlockco-file
           add 1 to total-files
       end-if.

       move "mlockco" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/month-lock-company.dat  " rec-count " 件".

backup-objlog.
       move spaces to bk-objlog-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-objlog.dat" delimited by size
           into bk-objlog-name
       end-string.

       move zero to rec-count.
       open input src-objlog-file.
       if src-objlog-status not = "00"
           display "./dat/objective-log.dat が開けないためスキップします"
       else
           open output bk-objlog-file
           perform until src-objlog-status not = "00"
               read src-objlog-file next record
                   not at end
                       move Fobj-rec to bk-objlog-rec
                       write bk-objlog-rec
                       add 1 to rec-count
           end-perform
           close bk-objlog-file
           close src-objlog-file
           add 1 to total-files
       end-if.

       move "objlog" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/objective-log.dat  " rec-count " 件".

backup-obrule.
       move spaces to bk-obrule-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-obrule.dat" delimited by size
           into bk-obrule-name
       end-string.

       move zero to rec-count.
       open input src-obrule-file.
       if src-obrule-status not = "00"
           display "./dat/onboarding-rule.dat が開けないためスキップします"
       else
           open output bk-obrule-file
           perform until src-obrule-status not = "00"
               read src-obrule-file next record
                   not at end
                       move Fobr-rec to bk-obrule-rec
                       write bk-obrule-rec
                       add 1 to rec-count
           end-perform
           close bk-obrule-file
           close src-obrule-file
           add 1 to total-files
       end-if.

       move "obrule" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/onboarding-rule.dat  " rec-count " 件".

backup-onboard.
       move spaces to bk-onboard-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-onboard.dat" delimited by size
           into bk-onboard-name
       end-string.

       move zero to rec-count.
       open input src-onboard-file.
       if src-onboard-status not = "00"
           display "./dat/onboarding.dat が開けないためスキップします"
       else
           open output bk-onboard-file
           perform until src-onboard-status not = "00"
               read src-onboard-file next record
                   not at end
                       move Fob-rec to bk-onboard-rec
                       write bk-onboard-rec
                       add 1 to rec-count
           end-perform
           close bk-onboard-file
           close src-onboard-file
           add 1 to total-files
       end-if.

       move "onboard" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/onboarding.dat  " rec-count " 件".

backup-otproj.
       move spaces to bk-otproj-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-otproj.dat" delimited by size
           into bk-otproj-name
       end-string.

       move zero to rec-count.
       open input src-otproj-file.
       if src-otproj-status not = "00"
           display "./dat/ot-projection.dat が開けないためスキップします"
       else
           open output bk-otproj-file
           perform until src-otproj-status not = "00"
               read src-otproj-file next record
                   not at end
                       move Fopj-rec to bk-otproj-rec
                       write bk-otproj-rec
                       add 1 to rec-count
           end-perform
           close bk-otproj-file
           close src-otproj-file
           add 1 to total-files
       end-if.

       move "otproj" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/ot-projection.dat  " rec-count " 件".

backup-payassign.
       move spaces to bk-payassign-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-payassign.dat" delimited by size
           into bk-payassign-name
       end-string.

       move zero to rec-count.
       open input src-payassign-file.
       if src-payassign-status not = "00"
           display "./dat/pay-assign.dat が開けないためスキップします"
       else
           open output bk-payassign-file
           perform until src-payassign-status not = "00"
               read src-payassign-file next record
                   not at end
                       move Fpa-rec to bk-payassign-rec
                       write bk-payassign-rec
                       add 1 to rec-count
           end-perform
           close bk-payassign-file
           close src-payassign-file
           add 1 to total-files
       end-if.

       move "payassign" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/pay-assign.dat  " rec-count " 件".

backup-paygrade.
       move spaces to bk-paygrade-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-paygrade.dat" delimited by size
           into bk-paygrade-name
       end-string.

       move zero to rec-count.
       open input src-paygrade-file.
       if src-paygrade-status not = "00"
           display "./dat/pay-grade.dat が開けないためスキップします"
       else
           open output bk-paygrade-file
           perform until src-paygrade-status not = "00"
               read src-paygrade-file
                   not at end
                       move Fpg-rec to bk-paygrade-rec
                       write bk-paygrade-rec
                       add 1 to rec-count
           end-perform
           close bk-paygrade-file
           close src-paygrade-file
           add 1 to total-files
       end-if.

       move "paygrade" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/pay-grade.dat  " rec-count " 件".

backup-piassign.
       move spaces to bk-piassign-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-piassign.dat" delimited by size
           into bk-piassign-name
       end-string.

       move zero to rec-count.
       open input src-piassign-file.
       if src-piassign-status not = "00"
           display "./dat/pay-item-assign.dat が開けないためスキップします"
       else
           open output bk-piassign-file
           perform until src-piassign-status not = "00"
               read src-piassign-file next record
                   not at end
                       move Fpia-rec to bk-piassign-rec
                       write bk-piassign-rec
                       add 1 to rec-count
           end-perform
           close bk-piassign-file
           close src-piassign-file
           add 1 to total-files
       end-if.

       move "piassign" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/pay-item-assign.dat  " rec-count " 件".

backup-payitem.
       move spaces to bk-payitem-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-payitem.dat" delimited by size
           into bk-payitem-name
       end-string.

       move zero to rec-count.
       open input src-payitem-file.
       if src-payitem-status not = "00"
           display "./dat/pay-item.dat が開けないためスキップします"
       else
           open output bk-payitem-file
           perform until src-payitem-status not = "00"
               read src-payitem-file
                   not at end
                       move Fpi-rec to bk-payitem-rec
                       write bk-payitem-rec
                       add 1 to rec-count
           end-perform
           close bk-payitem-file
           close src-payitem-file
           add 1 to total-files
       end-if.

       move "payitem" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/pay-item.dat  " rec-count " 件".

backup-pmco.
       move spaces to bk-pmco-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-pmco.dat" delimited by size
           into bk-pmco-name
       end-string.

       move zero to rec-count.
       open input src-pmco-file.
       if src-pmco-status not = "00"
           display "./dat/payroll-manifest-company.dat が開けないためスキップします"
       else
           open output bk-pmco-file
           perform until src-pmco-status not = "00"
               read src-pmco-file next record
                   not at end
                       move Fmc-rec to bk-pmco-rec
                       write bk-pmco-rec
                       add 1 to rec-count
           end-perform
           close bk-pmco-file
           close src-pmco-file
           add 1 to total-files
       end-if.

       move "pmco" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/payroll-manifest-company.dat  " rec-count " 件".

backup-pmnet.
       move spaces to bk-pmnet-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-pmnet.dat" delimited by size
           into bk-pmnet-name
       end-string.

       move zero to rec-count.
       open input src-pmnet-file.
       if src-pmnet-status not = "00"
           display "./dat/payroll-manifest-net.dat が開けないためスキップします"
       else
           open output bk-pmnet-file
           perform until src-pmnet-status not = "00"
               read src-pmnet-file next record
                   not at end
                       move Fmn-rec to bk-pmnet-rec
                       write bk-pmnet-rec
                       add 1 to rec-count
           end-perform
           close bk-pmnet-file
           close src-pmnet-file
           add 1 to total-files
       end-if.

       move "pmnet" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/payroll-manifest-net.dat  " rec-count " 件".

backup-pmprorate.
       move spaces to bk-pmprorate-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-pmprorate.dat" delimited by size
           into bk-pmprorate-name
       end-string.

       move zero to rec-count.
       open input src-pmprorate-file.
       if src-pmprorate-status not = "00"
           display "./dat/payroll-manifest-prorate.dat が開けないためスキップします"
       else
           open output bk-pmprorate-file
           perform until src-pmprorate-status not = "00"
               read src-pmprorate-file next record
                   not at end
                       move Fmp-rec to bk-pmprorate-rec
                       write bk-pmprorate-rec
                       add 1 to rec-count
           end-perform
           close bk-pmprorate-file
           close src-pmprorate-file
           add 1 to total-files
       end-if.

       move "pmprorate" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/payroll-manifest-prorate.dat  " rec-count " 件".

backup-prelease.
       move spaces to bk-prelease-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-prelease.dat" delimited by size
           into bk-prelease-name
       end-string.

       move zero to rec-count.
       open input src-prelease-file.
       if src-prelease-status not = "00"
           display "./dat/payroll-release.dat が開けないためスキップします"
       else
           open output bk-prelease-file
           perform until src-prelease-status not = "00"
               read src-prelease-file next record
                   not at end
                       move Frel-rec to bk-prelease-rec
                       write bk-prelease-rec
                       add 1 to rec-count
           end-perform
           close bk-prelease-file
           close src-prelease-file
           add 1 to total-files
       end-if.

       move "prelease" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/payroll-release.dat  " rec-count " 件".

backup-pchgseq.
       move spaces to bk-pchgseq-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-pchgseq.dat" delimited by size
           into bk-pchgseq-name
       end-string.

       move zero to rec-count.
       open input src-pchgseq-file.
       if src-pchgseq-status not = "00"
           display "./dat/pending-change-seq.dat が開けないためスキップします"
       else
           open output bk-pchgseq-file
           perform until src-pchgseq-status not = "00"
               read src-pchgseq-file
                   not at end
                       move Fpcseq-rec to bk-pchgseq-rec
                       write bk-pchgseq-rec
                       add 1 to rec-count
           end-perform
           close bk-pchgseq-file
           close src-pchgseq-file
           add 1 to total-files
       end-if.

       move "pchgseq" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/pending-change-seq.dat  " rec-count " 件".

backup-pchg.
       move spaces to bk-pchg-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-pchg.dat" delimited by size
           into bk-pchg-name
       end-string.

       move zero to rec-count.
       open input src-pchg-file.
       if src-pchg-status not = "00"
           display "./dat/pending-change.dat が開けないためスキップします"
       else
           open output bk-pchg-file
           perform until src-pchg-status not = "00"
               read src-pchg-file next record
                   not at end
                       move Fpc-rec to bk-pchg-rec
                       write bk-pchg-rec
                       add 1 to rec-count
           end-perform
           close bk-pchg-file
           close src-pchg-file
           add 1 to total-files
       end-if.

       move "pchg" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/pending-change.dat  " rec-count " 件".

backup-porderseq.
       move spaces to bk-porderseq-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-porderseq.dat" delimited by size
           into bk-porderseq-name
       end-string.

       move zero to rec-count.
       open input src-porderseq-file.
       if src-porderseq-status not = "00"
           display "./dat/personnel-order-seq.dat が開けないためスキップします"
       else
           open output bk-porderseq-file
           perform until src-porderseq-status not = "00"
               read src-porderseq-file
                   not at end
                       move Fposeq-rec to bk-porderseq-rec
                       write bk-porderseq-rec
                       add 1 to rec-count
           end-perform
           close bk-porderseq-file
           close src-porderseq-file
           add 1 to total-files
       end-if.

       move "porderseq" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/personnel-order-seq.dat  " rec-count " 件".

backup-porder.
       move spaces to bk-porder-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-porder.dat" delimited by size
           into bk-porder-name
       end-string.

       move zero to rec-count.
       open input src-porder-file.
       if src-porder-status not = "00"
           display "./dat/personnel-order.dat が開けないためスキップします"
       else
           open output bk-porder-file
           perform until src-porder-status not = "00"
               read src-porder-file next record
                   not at end
                       move Fpo-rec to bk-porder-rec
                       write bk-porder-rec
                       add 1 to rec-count
           end-perform
           close bk-porder-file
           close src-porder-file
           add 1 to total-files
       end-if.

       move "porder" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/personnel-order.dat  " rec-count " 件".

backup-prorate.
       move spaces to bk-prorate-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-prorate.dat" delimited by size
           into bk-prorate-name
       end-string.

       move zero to rec-count.
       open input src-prorate-file.
       if src-prorate-status not = "00"
           display "./dat/prorate-policy.dat が開けないためスキップします"
       else
           open output bk-prorate-file
           perform until src-prorate-status not = "00"
               read src-prorate-file
                   not at end
                       move Fpro-rec to bk-prorate-rec
                       write bk-prorate-rec
                       add 1 to rec-count
           end-perform
           close bk-prorate-file
           close src-prorate-file
           add 1 to total-files
       end-if.

       move "prorate" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/prorate-policy.dat  " rec-count " 件".

backup-pbufled.
       move spaces to bk-pbufled-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-pbufled.dat" delimited by size
           into bk-pbufled-name
       end-string.

       move zero to rec-count.
       open input src-pbufled-file.
       if src-pbufled-status not = "00"
           display "./dat/punch-buffer-ledger.dat が開けないためスキップします"
       else
           open output bk-pbufled-file
           perform until src-pbufled-status not = "00"
               read src-pbufled-file
                   not at end
                       move Fpbl-rec to bk-pbufled-rec
                       write bk-pbufled-rec
                       add 1 to rec-count
           end-perform
           close bk-pbufled-file
           close src-pbufled-file
           add 1 to total-files
       end-if.

       move "pbufled" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/punch-buffer-ledger.dat  " rec-count " 件".

backup-rcamp.
       move spaces to bk-rcamp-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-rcamp.dat" delimited by size
           into bk-rcamp-name
       end-string.

       move zero to rec-count.
       open input src-rcamp-file.
       if src-rcamp-status not = "00"
           display "./dat/recert-campaign.dat が開けないためスキップします"
       else
           open output bk-rcamp-file
           perform until src-rcamp-status not = "00"
               read src-rcamp-file next record
                   not at end
                       move Frc-rec to bk-rcamp-rec
                       write bk-rcamp-rec
                       add 1 to rec-count
           end-perform
           close bk-rcamp-file
           close src-rcamp-file
           add 1 to total-files
       end-if.

       move "rcamp" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/recert-campaign.dat  " rec-count " 件".

backup-ritem.
       move spaces to bk-ritem-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-ritem.dat" delimited by size
           into bk-ritem-name
       end-string.

       move zero to rec-count.
       open input src-ritem-file.
       if src-ritem-status not = "00"
           display "./dat/recert-item.dat が開けないためスキップします"
       else
           open output bk-ritem-file
           perform until src-ritem-status not = "00"
               read src-ritem-file next record
                   not at end
                       move Fri-rec to bk-ritem-rec
                       write bk-ritem-rec
                       add 1 to rec-count
           end-perform
           close bk-ritem-file
           close src-ritem-file
           add 1 to total-files
       end-if.

       move "ritem" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/recert-item.dat  " rec-count " 件".

backup-rcseq.
       move spaces to bk-rcseq-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-rcseq.dat" delimited by size
           into bk-rcseq-name
       end-string.

       move zero to rec-count.
       open input src-rcseq-file.
       if src-rcseq-status not = "00"
           display "./dat/recert-seq.dat が開けないためスキップします"
       else
           open output bk-rcseq-file
           perform until src-rcseq-status not = "00"
               read src-rcseq-file
                   not at end
                       move Frcseq-rec to bk-rcseq-rec
                       write bk-rcseq-rec
                       add 1 to rec-count
           end-perform
           close bk-rcseq-file
           close src-rcseq-file
           add 1 to total-files
       end-if.

       move "rcseq" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/recert-seq.dat  " rec-count " 件".

backup-remrev.
       move spaces to bk-remrev-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-remrev.dat" delimited by size
           into bk-remrev-name
       end-string.

       move zero to rec-count.
       open input src-remrev-file.
       if src-remrev-status not = "00"
           display "./dat/remuneration-review.dat が開けないためスキップします"
       else
           open output bk-remrev-file
           perform until src-remrev-status not = "00"
               read src-remrev-file next record
                   not at end
                       move Frr-rec to bk-remrev-rec
                       write bk-remrev-rec
                       add 1 to rec-count
           end-perform
           close bk-remrev-file
           close src-remrev-file
           add 1 to total-files
       end-if.

       move "remrev" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/remuneration-review.dat  " rec-count " 件".

backup-resid.
       move spaces to bk-resid-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-resid.dat" delimited by size
           into bk-resid-name
       end-string.

       move zero to rec-count.
       open input src-resid-file.
       if src-resid-status not = "00"
           display "./dat/residence.dat が開けないためスキップします"
       else
           open output bk-resid-file
           perform until src-resid-status not = "00"
               read src-resid-file next record
                   not at end
                       move Frs-rec to bk-resid-rec
                       write bk-resid-rec
                       add 1 to rec-count
           end-perform
           close bk-resid-file
           close src-resid-file
           add 1 to total-files
       end-if.

       move "resid" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/residence.dat  " rec-count " 件".

backup-restax.
       move spaces to bk-restax-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-restax.dat" delimited by size
           into bk-restax-name
       end-string.

       move zero to rec-count.
       open input src-restax-file.
       if src-restax-status not = "00"
           display "./dat/resident-tax.dat が開けないためスキップします"
       else
           open output bk-restax-file
           perform until src-restax-status not = "00"
               read src-restax-file next record
                   not at end
                       move Frt-rec to bk-restax-rec
                       write bk-restax-rec
                       add 1 to rec-count
           end-perform
           close bk-restax-file
           close src-restax-file
           add 1 to total-files
       end-if.

       move "restax" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/resident-tax.dat  " rec-count " 件".

backup-rarule.
       move spaces to bk-rarule-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-rarule.dat" delimited by size
           into bk-rarule-name
       end-string.

       move zero to rec-count.
       open input src-rarule-file.
       if src-rarule-status not = "00"
           display "./dat/retire-allowance-rule.dat が開けないためスキップします"
       else
           open output bk-rarule-file
           perform until src-rarule-status not = "00"
               read src-rarule-file
                   not at end
                       move Frar-rec to bk-rarule-rec
                       write bk-rarule-rec
                       add 1 to rec-count
           end-perform
           close bk-rarule-file
           close src-rarule-file
           add 1 to total-files
       end-if.

       move "rarule" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/retire-allowance-rule.dat  " rec-count " 件".

backup-ratrans.
       move spaces to bk-ratrans-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-ratrans.dat" delimited by size
           into bk-ratrans-name
       end-string.

       move zero to rec-count.
       open input src-ratrans-file.
       if src-ratrans-status not = "00"
           display "./dat/retire-allowance-transfer.dat が開けないためスキップします"
       else
           open output bk-ratrans-file
           perform until src-ratrans-status not = "00"
               read src-ratrans-file next record
                   not at end
                       move Fratr-rec to bk-ratrans-rec
                       write bk-ratrans-rec
                       add 1 to rec-count
           end-perform
           close bk-ratrans-file
           close src-ratrans-file
           add 1 to total-files
       end-if.

       move "ratrans" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/retire-allowance-transfer.dat  " rec-count " 件".

backup-ravail.
       move spaces to bk-ravail-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-ravail.dat" delimited by size
           into bk-ravail-name
       end-string.

       move zero to rec-count.
       open input src-ravail-file.
       if src-ravail-status not = "00"
           display "./dat/roster-avail.dat が開けないためスキップします"
       else
           open output bk-ravail-file
           perform until src-ravail-status not = "00"
               read src-ravail-file next record
                   not at end
                       move Fav-rec to bk-ravail-rec
                       write bk-ravail-rec
                       add 1 to rec-count
           end-perform
           close bk-ravail-file
           close src-ravail-file
           add 1 to total-files
       end-if.

       move "ravail" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/roster-avail.dat  " rec-count " 件".

backup-sitecal.
       move spaces to bk-sitecal-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-sitecal.dat" delimited by size
           into bk-sitecal-name
       end-string.

       move zero to rec-count.
       open input src-sitecal-file.
       if src-sitecal-status not = "00"
           display "./dat/site-calendar.dat が開けないためスキップします"
       else
           open output bk-sitecal-file
           perform until src-sitecal-status not = "00"
               read src-sitecal-file next record
                   not at end
                       move Fscl-rec to bk-sitecal-rec
                       write bk-sitecal-rec
                       add 1 to rec-count
           end-perform
           close bk-sitecal-file
           close src-sitecal-file
           add 1 to total-files
       end-if.

       move "sitecal" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/site-calendar.dat  " rec-count " 件".

backup-sodover.
       move spaces to bk-sodover-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-sodover.dat" delimited by size
           into bk-sodover-name
       end-string.

       move zero to rec-count.
       open input src-sodover-file.
       if src-sodover-status not = "00"
           display "./dat/sod-override.dat が開けないためスキップします"
       else
           open output bk-sodover-file
           perform until src-sodover-status not = "00"
               read src-sodover-file
                   not at end
                       move Fsov-rec to bk-sodover-rec
                       write bk-sodover-rec
                       add 1 to rec-count
           end-perform
           close bk-sodover-file
           close src-sodover-file
           add 1 to total-files
       end-if.

       move "sodover" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/sod-override.dat  " rec-count " 件".

backup-sodrule.
       move spaces to bk-sodrule-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-sodrule.dat" delimited by size
           into bk-sodrule-name
       end-string.

       move zero to rec-count.
       open input src-sodrule-file.
       if src-sodrule-status not = "00"
           display "./dat/sod-rule.dat が開けないためスキップします"
       else
           open output bk-sodrule-file
           perform until src-sodrule-status not = "00"
               read src-sodrule-file next record
                   not at end
                       move Fsod-rec to bk-sodrule-rec
                       write bk-sodrule-rec
                       add 1 to rec-count
           end-perform
           close bk-sodrule-file
           close src-sodrule-file
           add 1 to total-files
       end-if.

       move "sodrule" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/sod-rule.dat  " rec-count " 件".

backup-ssusseq.
       move spaces to bk-ssusseq-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-ssusseq.dat" delimited by size
           into bk-ssusseq-name
       end-string.

       move zero to rec-count.
       open input src-ssusseq-file.
       if src-ssusseq-status not = "00"
           display "./dat/stamp-suspense-seq.dat が開けないためスキップします"
       else
           open output bk-ssusseq-file
           perform until src-ssusseq-status not = "00"
               read src-ssusseq-file
                   not at end
                       move Fssseq-rec to bk-ssusseq-rec
                       write bk-ssusseq-rec
                       add 1 to rec-count
           end-perform
           close bk-ssusseq-file
           close src-ssusseq-file
           add 1 to total-files
       end-if.

       move "ssusseq" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/stamp-suspense-seq.dat  " rec-count " 件".

backup-ssus.
       move spaces to bk-ssus-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-ssus.dat" delimited by size
           into bk-ssus-name
       end-string.

       move zero to rec-count.
       open input src-ssus-file.
       if src-ssus-status not = "00"
           display "./dat/stamp-suspense.dat が開けないためスキップします"
       else
           open output bk-ssus-file
           perform until src-ssus-status not = "00"
               read src-ssus-file next record
                   not at end
                       move Fss-rec to bk-ssus-rec
                       write bk-ssus-rec
                       add 1 to rec-count
           end-perform
           close bk-ssus-file
           close src-ssus-file
           add 1 to total-files
       end-if.

       move "ssus" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/stamp-suspense.dat  " rec-count " 件".

backup-taxdecl.
       move spaces to bk-taxdecl-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-taxdecl.dat" delimited by size
           into bk-taxdecl-name
       end-string.

       move zero to rec-count.
       open input src-taxdecl-file.
       if src-taxdecl-status not = "00"
           display "./dat/tax-declaration.dat が開けないためスキップします"
       else
           open output bk-taxdecl-file
           perform until src-taxdecl-status not = "00"
               read src-taxdecl-file next record
                   not at end
                       move Ftd-rec to bk-taxdecl-rec
                       write bk-taxdecl-rec
                       add 1 to rec-count
           end-perform
           close bk-taxdecl-file
           close src-taxdecl-file
           add 1 to total-files
       end-if.

       move "taxdecl" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/tax-declaration.dat  " rec-count " 件".

backup-tfail.
       move spaces to bk-tfail-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-tfail.dat" delimited by size
           into bk-tfail-name
       end-string.

       move zero to rec-count.
       open input src-tfail-file.
       if src-tfail-status not = "00"
           display "./dat/transfer-failed.dat が開けないためスキップします"
       else
           open output bk-tfail-file
           perform until src-tfail-status not = "00"
               read src-tfail-file next record
                   not at end
                       move Ftf-rec to bk-tfail-rec
                       write bk-tfail-rec
                       add 1 to rec-count
           end-perform
           close bk-tfail-file
           close src-tfail-file
           add 1 to total-files
       end-if.

       move "tfail" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/transfer-failed.dat  " rec-count " 件".

backup-trun.
       move spaces to bk-trun-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-trun.dat" delimited by size
           into bk-trun-name
       end-string.

       move zero to rec-count.
       open input src-trun-file.
       if src-trun-status not = "00"
           display "./dat/transfer-run.dat が開けないためスキップします"
       else
           open output bk-trun-file
           perform until src-trun-status not = "00"
               read src-trun-file next record
                   not at end
                       move Ftrn-rec to bk-trun-rec
                       write bk-trun-rec
                       add 1 to rec-count
           end-perform
           close bk-trun-file
           close src-trun-file
           add 1 to total-files
       end-if.

       move "trun" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/transfer-run.dat  " rec-count " 件".

backup-whtax.
       move spaces to bk-whtax-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-whtax.dat" delimited by size
           into bk-whtax-name
       end-string.

       move zero to rec-count.
       open input src-whtax-file.
       if src-whtax-status not = "00"
           display "./dat/withholding-tax.dat が開けないためスキップします"
       else
           open output bk-whtax-file
           perform until src-whtax-status not = "00"
               read src-whtax-file
                   not at end
                       move Fwt-rec to bk-whtax-rec
                       write bk-whtax-rec
                       add 1 to rec-count
           end-perform
           close bk-whtax-file
           close src-whtax-file
           add 1 to total-files
       end-if.

       move "whtax" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/withholding-tax.dat  " rec-count " 件".

backup-wcond.
       move spaces to bk-wcond-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-wcond.dat" delimited by size
           into bk-wcond-name
       end-string.

       move zero to rec-count.
       open input src-wcond-file.
       if src-wcond-status not = "00"
           display "./dat/work-condition.dat が開けないためスキップします"
       else
           open output bk-wcond-file
           perform until src-wcond-status not = "00"
               read src-wcond-file next record
                   not at end
                       move Fwc-rec to bk-wcond-rec
                       write bk-wcond-rec
                       add 1 to rec-count
           end-perform
           close bk-wcond-file
           close src-wcond-file
           add 1 to total-files
       end-if.

       move "wcond" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/work-condition.dat  " rec-count " 件".

backup-wsite.
       move spaces to bk-wsite-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-wsite.dat" delimited by size
           into bk-wsite-name
       end-string.

       move zero to rec-count.
       open input src-wsite-file.
       if src-wsite-status not = "00"
           display "./dat/work-site.dat が開けないためスキップします"
       else
           open output bk-wsite-file
           perform until src-wsite-status not = "00"
               read src-wsite-file next record
                   not at end
                       move Fwsite-rec to bk-wsite-rec
                       write bk-wsite-rec
                       add 1 to rec-count
           end-perform
           close bk-wsite-file
           close src-wsite-file
           add 1 to total-files
       end-if.

       move "wsite" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/work-site.dat  " rec-count " 件".

backup-wtreg.
       move spaces to bk-wtreg-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-wtreg.dat" delimited by size
           into bk-wtreg-name
       end-string.

       move zero to rec-count.
       open input src-wtreg-file.
       if src-wtreg-status not = "00"
           display "./dat/work-terms-register.dat が開けないためスキップします"
       else
           open output bk-wtreg-file
           perform until src-wtreg-status not = "00"
               read src-wtreg-file
                   not at end
                       move Fwtr-rec to bk-wtreg-rec
                       write bk-wtreg-rec
                       add 1 to rec-count
           end-perform
           close bk-wtreg-file
           close src-wtreg-file
           add 1 to total-files
       end-if.

       move "wtreg" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/work-terms-register.dat  " rec-count " 件".

backup-yeadecl.
       move spaces to bk-yeadecl-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-yeadecl.dat" delimited by size
           into bk-yeadecl-name
       end-string.

       move zero to rec-count.
       open input src-yeadecl-file.
       if src-yeadecl-status not = "00"
           display "./dat/yea-declaration.dat が開けないためスキップします"
       else
           open output bk-yeadecl-file
           perform until src-yeadecl-status not = "00"
               read src-yeadecl-file next record
                   not at end
                       move Fyd-rec to bk-yeadecl-rec
                       write bk-yeadecl-rec
                       add 1 to rec-count
           end-perform
           close bk-yeadecl-file
           close src-yeadecl-file
           add 1 to total-files
       end-if.

       move "yeadecl" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/yea-declaration.dat  " rec-count " 件".

backup-yeadj.
       move spaces to bk-yeadj-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-yeadj.dat" delimited by size
           into bk-yeadj-name
       end-string.

       move zero to rec-count.
       open input src-yeadj-file.
       if src-yeadj-status not = "00"
           display "./dat/year-end-adjust.dat が開けないためスキップします"
       else
           open output bk-yeadj-file
           perform until src-yeadj-status not = "00"
               read src-yeadj-file next record
                   not at end
                       move Fya-rec to bk-yeadj-rec
                       write bk-yeadj-rec
                       add 1 to rec-count
           end-perform
           close bk-yeadj-file
           close src-yeadj-file
           add 1 to total-files
       end-if.

       move "yeadj" to mf-name.
       move rec-count to mf-count.
       write manifest-rec.
       display "./dat/year-end-adjust.dat  " rec-count " 件".
