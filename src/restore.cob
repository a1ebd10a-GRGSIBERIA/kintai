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
       perform verify-saudit.
       perform verify-raccess.
       perform verify-jsched.
       perform verify-dbudget.
       perform verify-a36site.
       perform verify-wplace.
       perform verify-rdept.
       perform verify-rdstat.
       perform verify-rdraft.
       perform verify-project.
       perform verify-conc.
       perform verify-dispatch.
       perform verify-rgplan.
       perform verify-dretired.
       perform verify-accseq.
       perform verify-acc.
       perform verify-btrate.
       perform verify-calev.
       perform verify-caphist.
       perform verify-captgt.
       perform verify-capwarn.
       perform verify-checkup.
       perform verify-company.
       perform verify-devkey.
       perform verify-devsite.
       perform verify-disrate.
       perform verify-disab.
       perform verify-discreq.
       perform verify-discseq.
       perform verify-dconfirm.
       perform verify-diverg.
       perform verify-dwhled.
       perform verify-dwhmark.
       perform verify-empstat.
       perform verify-empco.
       perform verify-empsite.
       perform verify-ethist.
       perform verify-famallow.
       perform verify-fieldvis.
       perform verify-insfile.
       perform verify-insgrade.
       perform verify-insrate.
       perform verify-ins.
       perform verify-slaalert.
       perform verify-jobsla.
       perform verify-lalloc.
       perform verify-lirate.
       perform verify-lliab.
       perform verify-minwage.
       perform verify-mlockco.
       perform verify-objlog.
       perform verify-obrule.
       perform verify-onboard.
       perform verify-otproj.
       perform verify-payassign.
       perform verify-paygrade.
       perform verify-piassign.
       perform verify-payitem.
       perform verify-pmco.
       perform verify-pmnet.
       perform verify-pmprorate.
       perform verify-prelease.
       perform verify-pchgseq.
       perform verify-pchg.
       perform verify-porderseq.
       perform verify-porder.
       perform verify-prorate.
       perform verify-pbufled.
       perform verify-rcamp.
       perform verify-ritem.
       perform verify-rcseq.
       perform verify-remrev.
       perform verify-resid.
       perform verify-restax.
       perform verify-rarule.
       perform verify-ratrans.
       perform verify-ravail.
       perform verify-sitecal.
       perform verify-sodover.
       perform verify-sodrule.
       perform verify-ssusseq.
       perform verify-ssus.
       perform verify-taxdecl.
       perform verify-tfail.
       perform verify-trun.
       perform verify-whtax.
       perform verify-wcond.
       perform verify-wsite.
       perform verify-wtreg.
       perform verify-yeadecl.
       perform verify-yeadj.

       if verify-ng not = zero
           display "検証に失敗したためリストアを中止します"
       perform restore-saudit.
       perform restore-raccess.
       perform restore-jsched.
       perform restore-dbudget.
       perform restore-a36site.
       perform restore-wplace.
       perform restore-rdept.
       perform restore-rdstat.
       perform restore-rdraft.
       perform restore-project.
       perform restore-conc.
       perform restore-dispatch.
       perform restore-rgplan.
       perform restore-dretired.
       perform restore-accseq.
       perform restore-acc.
       perform restore-btrate.
       perform restore-calev.
       perform restore-caphist.
       perform restore-captgt.
       perform restore-capwarn.
       perform restore-checkup.
       perform restore-company.
       perform restore-devkey.
       perform restore-devsite.
       perform restore-disrate.
       perform restore-disab.
       perform restore-discreq.
       perform restore-discseq.
       perform restore-dconfirm.
       perform restore-diverg.
       perform restore-dwhled.
       perform restore-dwhmark.
       perform restore-empstat.
       perform restore-empco.
       perform restore-empsite.
       perform restore-ethist.
       perform restore-famallow.
       perform restore-fieldvis.
       perform restore-insfile.
       perform restore-insgrade.
       perform restore-insrate.
       perform restore-ins.
       perform restore-slaalert.
       perform restore-jobsla.
       perform restore-lalloc.
       perform restore-lirate.
       perform restore-lliab.
       perform restore-minwage.
       perform restore-mlockco.
       perform restore-objlog.
       perform restore-obrule.
       perform restore-onboard.
       perform restore-otproj.
       perform restore-payassign.
       perform restore-paygrade.
       perform restore-piassign.
       perform restore-payitem.
       perform restore-pmco.
       perform restore-pmnet.
       perform restore-pmprorate.
       perform restore-prelease.
       perform restore-pchgseq.
       perform restore-pchg.
       perform restore-porderseq.
       perform restore-porder.
       perform restore-prorate.
       perform restore-pbufled.
       perform restore-rcamp.
       perform restore-ritem.
       perform restore-rcseq.
       perform restore-remrev.
       perform restore-resid.
       perform restore-restax.
       perform restore-rarule.
       perform restore-ratrans.
       perform restore-ravail.
       perform restore-sitecal.
       perform restore-sodover.
       perform restore-sodrule.
       perform restore-ssusseq.
       perform restore-ssus.
       perform restore-taxdecl.
       perform restore-tfail.
       perform restore-trun.
       perform restore-whtax.
       perform restore-wcond.
       perform restore-wsite.
       perform restore-wtreg.
       perform restore-yeadecl.
       perform restore-yeadj.

       display restored-files " ファイルを書き戻しました".
       stop run.
       display "  approval-route.dat  planned-leave.dat  staffing.dat"
       display "  reminder-trail.dat  payslip-register.dat  certificate-register.dat"
       display "  stamp-archive-index.dat  session-audit.dat  read-access.dat"
       display "  job-schedule.dat  dept-budget.dat  agreement36-site.dat"
       display "  workplace.dat  roster-dept.dat  roster-draft-status.dat"
       display "  roster-draft.dat  project.dat  concurrent-assign.dat"
       display "  dispatch.dat  reorg-plan.dat  dept-retired.dat"
       display "  accident-seq.dat  accident.dat  bonus-tax-rate.dat"
       display "  calendar-event.dat  capacity-history.dat  capacity-target.dat"
       display "  capacity-warning.dat  checkup.dat  company.dat"
       display "  device-key.dat  device-site.dat  disability-rate.dat"
       display "  disability.dat  disclosure-request.dat  disclosure-seq.dat"
       display "  dispatch-confirm.dat  divergence.dat  dwh-ledger.dat"
       display "  dwh-mark.dat  emp-status.dat  employee-company.dat"
       display "  employee-site.dat  emptype-history.dat  family-allowance.dat"
       display "  field-visibility.dat  insurance-filing.dat  insurance-grade.dat"
       display "  insurance-rate.dat  insurance.dat  job-sla-alerted.dat"
       display "  job-sla.dat  labor-alloc.dat  labor-ins-rate.dat"
       display "  leave-liability.dat  minimum-wage.dat  month-lock-company.dat"
       display "  objective-log.dat  onboarding-rule.dat  onboarding.dat"
       display "  ot-projection.dat  pay-assign.dat  pay-grade.dat"
       display "  pay-item-assign.dat  pay-item.dat  payroll-manifest-company.dat"
       display "  payroll-manifest-net.dat  payroll-manifest-prorate.dat  payroll-release.dat"
       display "  pending-change-seq.dat  pending-change.dat  personnel-order-seq.dat"
       display "  personnel-order.dat  prorate-policy.dat  punch-buffer-ledger.dat"
       display "  recert-campaign.dat  recert-item.dat  recert-seq.dat"
       display "  remuneration-review.dat  residence.dat  resident-tax.dat"
       display "  retire-allowance-rule.dat  retire-allowance-transfer.dat  roster-avail.dat"
       display "  site-calendar.dat  sod-override.dat  sod-rule.dat"
       display "  stamp-suspense-seq.dat  stamp-suspense.dat  tax-declaration.dat"
       display "  transfer-failed.dat  transfer-run.dat  withholding-tax.dat"
       display "  work-condition.dat  work-site.dat  work-terms-register.dat"
       display "  yea-declaration.dat  year-end-adjust.dat"
           go to selective-procedure
       end-if.

           perform selective-raccess thru selective-raccess-exit
       when "job-schedule.dat"
           perform selective-jsched thru selective-jsched-exit
       when "dept-budget.dat"
           perform selective-dbudget thru selective-dbudget-exit
       when "agreement36-site.dat"
           perform selective-a36site thru selective-a36site-exit
       when "workplace.dat"
           perform selective-wplace thru selective-wplace-exit
       when "roster-dept.dat"
           perform selective-rdept thru selective-rdept-exit
       when "roster-draft-status.dat"
           perform selective-rdstat thru selective-rdstat-exit
       when "roster-draft.dat"
           perform selective-rdraft thru selective-rdraft-exit
       when "project.dat"
           perform selective-project thru selective-project-exit
       when "concurrent-assign.dat"
           perform selective-conc thru selective-conc-exit
       when "dispatch.dat"
           perform selective-dispatch thru selective-dispatch-exit
       when "reorg-plan.dat"
           perform selective-rgplan thru selective-rgplan-exit
       when "dept-retired.dat"
           perform selective-dretired thru selective-dretired-exit
       when "accident-seq.dat"
           perform selective-accseq thru selective-accseq-exit
       when "accident.dat"
           perform selective-acc thru selective-acc-exit
       when "bonus-tax-rate.dat"
           perform selective-btrate thru selective-btrate-exit
       when "calendar-event.dat"
           perform selective-calev thru selective-calev-exit
       when "capacity-history.dat"
           perform selective-caphist thru selective-caphist-exit
       when "capacity-target.dat"
           perform selective-captgt thru selective-captgt-exit
       when "capacity-warning.dat"
           perform selective-capwarn thru selective-capwarn-exit
       when "checkup.dat"
           perform selective-checkup thru selective-checkup-exit
       when "company.dat"
           perform selective-company thru selective-company-exit
       when "device-key.dat"
           perform selective-devkey thru selective-devkey-exit
       when "device-site.dat"
           perform selective-devsite thru selective-devsite-exit
       when "disability-rate.dat"
           perform selective-disrate thru selective-disrate-exit
       when "disability.dat"
           perform selective-disab thru selective-disab-exit
       when "disclosure-request.dat"
           perform selective-discreq thru selective-discreq-exit
       when "disclosure-seq.dat"
           perform selective-discseq thru selective-discseq-exit
       when "dispatch-confirm.dat"
           perform selective-dconfirm thru selective-dconfirm-exit
       when "divergence.dat"
           perform selective-diverg thru selective-diverg-exit
       when "dwh-ledger.dat"
           perform selective-dwhled thru selective-dwhled-exit
       when "dwh-mark.dat"
           perform selective-dwhmark thru selective-dwhmark-exit
       when "emp-status.dat"
           perform selective-empstat thru selective-empstat-exit
       when "employee-company.dat"
           perform selective-empco thru selective-empco-exit
       when "employee-site.dat"
           perform selective-empsite thru selective-empsite-exit
       when "emptype-history.dat"
           perform selective-ethist thru selective-ethist-exit
       when "family-allowance.dat"
           perform selective-famallow thru selective-famallow-exit
       when "field-visibility.dat"
           perform selective-fieldvis thru selective-fieldvis-exit
       when "insurance-filing.dat"
           perform selective-insfile thru selective-insfile-exit
       when "insurance-grade.dat"
           perform selective-insgrade thru selective-insgrade-exit
       when "insurance-rate.dat"
           perform selective-insrate thru selective-insrate-exit
       when "insurance.dat"
           perform selective-ins thru selective-ins-exit
       when "job-sla-alerted.dat"
           perform selective-slaalert thru selective-slaalert-exit
       when "job-sla.dat"
           perform selective-jobsla thru selective-jobsla-exit
       when "labor-alloc.dat"
           perform selective-lalloc thru selective-lalloc-exit
       when "labor-ins-rate.dat"
           perform selective-lirate thru selective-lirate-exit
       when "leave-liability.dat"
           perform selective-lliab thru selective-lliab-exit
       when "minimum-wage.dat"
           perform selective-minwage thru selective-minwage-exit
       when "month-lock-company.dat"
           perform selective-mlockco thru selective-mlockco-exit
       when "objective-log.dat"
           perform selective-objlog thru selective-objlog-exit
       when "onboarding-rule.dat"
           perform selective-obrule thru selective-obrule-exit
       when "onboarding.dat"
           perform selective-onboard thru selective-onboard-exit
       when "ot-projection.dat"
           perform selective-otproj thru selective-otproj-exit
       when "pay-assign.dat"
           perform selective-payassign thru selective-payassign-exit
       when "pay-grade.dat"
           perform selective-paygrade thru selective-paygrade-exit
       when "pay-item-assign.dat"
           perform selective-piassign thru selective-piassign-exit
       when "pay-item.dat"
           perform selective-payitem thru selective-payitem-exit
       when "payroll-manifest-company.dat"
           perform selective-pmco thru selective-pmco-exit
       when "payroll-manifest-net.dat"
           perform selective-pmnet thru selective-pmnet-exit
       when "payroll-manifest-prorate.dat"
           perform selective-pmprorate thru selective-pmprorate-exit
       when "payroll-release.dat"
           perform selective-prelease thru selective-prelease-exit
       when "pending-change-seq.dat"
           perform selective-pchgseq thru selective-pchgseq-exit
       when "pending-change.dat"
           perform selective-pchg thru selective-pchg-exit
       when "personnel-order-seq.dat"
           perform selective-porderseq thru selective-porderseq-exit
       when "personnel-order.dat"
           perform selective-porder thru selective-porder-exit
       when "prorate-policy.dat"
           perform selective-prorate thru selective-prorate-exit
       when "punch-buffer-ledger.dat"
           perform selective-pbufled thru selective-pbufled-exit
       when "recert-campaign.dat"
           perform selective-rcamp thru selective-rcamp-exit
       when "recert-item.dat"
           perform selective-ritem thru selective-ritem-exit
       when "recert-seq.dat"
           perform selective-rcseq thru selective-rcseq-exit
       when "remuneration-review.dat"
           perform selective-remrev thru selective-remrev-exit
       when "residence.dat"
           perform selective-resid thru selective-resid-exit
       when "resident-tax.dat"
           perform selective-restax thru selective-restax-exit
       when "retire-allowance-rule.dat"
           perform selective-rarule thru selective-rarule-exit
       when "retire-allowance-transfer.dat"
           perform selective-ratrans thru selective-ratrans-exit
       when "roster-avail.dat"
           perform selective-ravail thru selective-ravail-exit
       when "site-calendar.dat"
           perform selective-sitecal thru selective-sitecal-exit
       when "sod-override.dat"
           perform selective-sodover thru selective-sodover-exit
       when "sod-rule.dat"
           perform selective-sodrule thru selective-sodrule-exit
       when "stamp-suspense-seq.dat"
           perform selective-ssusseq thru selective-ssusseq-exit
       when "stamp-suspense.dat"
           perform selective-ssus thru selective-ssus-exit
       when "tax-declaration.dat"
           perform selective-taxdecl thru selective-taxdecl-exit
       when "transfer-failed.dat"
           perform selective-tfail thru selective-tfail-exit
       when "transfer-run.dat"
           perform selective-trun thru selective-trun-exit
       when "withholding-tax.dat"
           perform selective-whtax thru selective-whtax-exit
       when "work-condition.dat"
           perform selective-wcond thru selective-wcond-exit
       when "work-site.dat"
           perform selective-wsite thru selective-wsite-exit
       when "work-terms-register.dat"
           perform selective-wtreg thru selective-wtreg-exit
       when "yea-declaration.dat"
           perform selective-yeadecl thru selective-yeadecl-exit
       when "year-end-adjust.dat"
           perform selective-yeadj thru selective-yeadj-exit
       when other
           display "そのファイル名は選択できません（list で一覧表示）"
       end-evaluate.
           end-if
       end-if.

verify-dbudget.
       move spaces to bk-dbudget-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-dbudget.dat" delimited by size
           into bk-dbudget-name
       end-string.

       move "dbudget" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに dbudget がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-dbudget-file.
       if bk-dbudget-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "dbudget: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-dbudget-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-dbudget-status not = "00"
               read bk-dbudget-file
                   not at end add 1 to rec-count
           end-perform
           close bk-dbudget-file
           if rec-count not = expected-count
               display "dbudget: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-a36site.
       move spaces to bk-a36site-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-a36site.dat" delimited by size
           into bk-a36site-name
       end-string.

       move "a36site" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに a36site がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-a36site-file.
       if bk-a36site-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "a36site: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-a36site-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-a36site-status not = "00"
               read bk-a36site-file
                   not at end add 1 to rec-count
           end-perform
           close bk-a36site-file
           if rec-count not = expected-count
               display "a36site: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-wplace.
       move spaces to bk-wplace-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-wplace.dat" delimited by size
           into bk-wplace-name
       end-string.

       move "wplace" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに wplace がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-wplace-file.
       if bk-wplace-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "wplace: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-wplace-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-wplace-status not = "00"
               read bk-wplace-file
                   not at end add 1 to rec-count
           end-perform
           close bk-wplace-file
           if rec-count not = expected-count
               display "wplace: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-rdept.
       move spaces to bk-rdept-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-rdept.dat" delimited by size
           into bk-rdept-name
       end-string.

       move "rdept" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに rdept がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-rdept-file.
       if bk-rdept-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "rdept: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-rdept-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-rdept-status not = "00"
               read bk-rdept-file
                   not at end add 1 to rec-count
           end-perform
           close bk-rdept-file
           if rec-count not = expected-count
               display "rdept: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-rdstat.
       move spaces to bk-rdstat-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-rdstat.dat" delimited by size
           into bk-rdstat-name
       end-string.

       move "rdstat" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに rdstat がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-rdstat-file.
       if bk-rdstat-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "rdstat: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-rdstat-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-rdstat-status not = "00"
               read bk-rdstat-file
                   not at end add 1 to rec-count
           end-perform
           close bk-rdstat-file
           if rec-count not = expected-count
               display "rdstat: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-rdraft.
       move spaces to bk-rdraft-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-rdraft.dat" delimited by size
           into bk-rdraft-name
       end-string.

       move "rdraft" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに rdraft がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-rdraft-file.
       if bk-rdraft-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "rdraft: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-rdraft-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-rdraft-status not = "00"
               read bk-rdraft-file
                   not at end add 1 to rec-count
           end-perform
           close bk-rdraft-file
           if rec-count not = expected-count
               display "rdraft: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-project.
       move spaces to bk-project-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-project.dat" delimited by size
           into bk-project-name
       end-string.

       move "project" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに project がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-project-file.
       if bk-project-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "project: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-project-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-project-status not = "00"
               read bk-project-file
                   not at end add 1 to rec-count
           end-perform
           close bk-project-file
           if rec-count not = expected-count
               display "project: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-conc.
       move spaces to bk-conc-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-conc.dat" delimited by size
           into bk-conc-name
       end-string.

       move "conc" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに conc がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-conc-file.
       if bk-conc-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "conc: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-conc-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-conc-status not = "00"
               read bk-conc-file
                   not at end add 1 to rec-count
           end-perform
           close bk-conc-file
           if rec-count not = expected-count
               display "conc: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-dispatch.
       move spaces to bk-dispatch-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-dispatch.dat" delimited by size
           into bk-dispatch-name
       end-string.

       move "dispatch" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに dispatch がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-dispatch-file.
       if bk-dispatch-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "dispatch: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-dispatch-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-dispatch-status not = "00"
               read bk-dispatch-file
                   not at end add 1 to rec-count
           end-perform
           close bk-dispatch-file
           if rec-count not = expected-count
               display "dispatch: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-rgplan.
       move spaces to bk-rgplan-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-rgplan.dat" delimited by size
           into bk-rgplan-name
       end-string.

       move "rgplan" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに rgplan がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-rgplan-file.
       if bk-rgplan-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "rgplan: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-rgplan-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-rgplan-status not = "00"
               read bk-rgplan-file
                   not at end add 1 to rec-count
           end-perform
           close bk-rgplan-file
           if rec-count not = expected-count
               display "rgplan: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-dretired.
       move spaces to bk-dretired-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-dretired.dat" delimited by size
           into bk-dretired-name
       end-string.

       move "dretired" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに dretired がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-dretired-file.
       if bk-dretired-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "dretired: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-dretired-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-dretired-status not = "00"
               read bk-dretired-file
                   not at end add 1 to rec-count
           end-perform
           close bk-dretired-file
           if rec-count not = expected-count
               display "dretired: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-accseq.
       move spaces to bk-accseq-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-accseq.dat" delimited by size
           into bk-accseq-name
       end-string.

       move "accseq" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに accseq がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-accseq-file.
       if bk-accseq-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "accseq: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-accseq-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-accseq-status not = "00"
               read bk-accseq-file
                   not at end add 1 to rec-count
           end-perform
           close bk-accseq-file
           if rec-count not = expected-count
               display "accseq: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-acc.
       move spaces to bk-acc-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-acc.dat" delimited by size
           into bk-acc-name
       end-string.

       move "acc" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに acc がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-acc-file.
       if bk-acc-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "acc: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-acc-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-acc-status not = "00"
               read bk-acc-file
                   not at end add 1 to rec-count
           end-perform
           close bk-acc-file
           if rec-count not = expected-count
               display "acc: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-btrate.
       move spaces to bk-btrate-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-btrate.dat" delimited by size
           into bk-btrate-name
       end-string.

       move "btrate" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに btrate がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-btrate-file.
       if bk-btrate-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "btrate: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-btrate-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-btrate-status not = "00"
               read bk-btrate-file
                   not at end add 1 to rec-count
           end-perform
           close bk-btrate-file
           if rec-count not = expected-count
               display "btrate: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-calev.
       move spaces to bk-calev-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-calev.dat" delimited by size
           into bk-calev-name
       end-string.

       move "calev" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに calev がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-calev-file.
       if bk-calev-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "calev: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-calev-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-calev-status not = "00"
               read bk-calev-file
                   not at end add 1 to rec-count
           end-perform
           close bk-calev-file
           if rec-count not = expected-count
               display "calev: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-caphist.
       move spaces to bk-caphist-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-caphist.dat" delimited by size
           into bk-caphist-name
       end-string.

       move "caphist" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに caphist がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-caphist-file.
       if bk-caphist-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "caphist: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-caphist-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-caphist-status not = "00"
               read bk-caphist-file
                   not at end add 1 to rec-count
           end-perform
           close bk-caphist-file
           if rec-count not = expected-count
               display "caphist: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-captgt.
       move spaces to bk-captgt-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-captgt.dat" delimited by size
           into bk-captgt-name
       end-string.

       move "captgt" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに captgt がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-captgt-file.
       if bk-captgt-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "captgt: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-captgt-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-captgt-status not = "00"
               read bk-captgt-file
                   not at end add 1 to rec-count
           end-perform
           close bk-captgt-file
           if rec-count not = expected-count
               display "captgt: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-capwarn.
       move spaces to bk-capwarn-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-capwarn.dat" delimited by size
           into bk-capwarn-name
       end-string.

       move "capwarn" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに capwarn がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-capwarn-file.
       if bk-capwarn-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "capwarn: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-capwarn-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-capwarn-status not = "00"
               read bk-capwarn-file
                   not at end add 1 to rec-count
           end-perform
           close bk-capwarn-file
           if rec-count not = expected-count
               display "capwarn: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-checkup.
       move spaces to bk-checkup-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-checkup.dat" delimited by size
           into bk-checkup-name
       end-string.

       move "checkup" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに checkup がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-checkup-file.
       if bk-checkup-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "checkup: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-checkup-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-checkup-status not = "00"
               read bk-checkup-file
                   not at end add 1 to rec-count
           end-perform
           close bk-checkup-file
           if rec-count not = expected-count
               display "checkup: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-company.
       move spaces to bk-company-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-company.dat" delimited by size
           into bk-company-name
       end-string.

       move "company" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに company がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-company-file.
       if bk-company-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "company: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-company-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-company-status not = "00"
               read bk-company-file
                   not at end add 1 to rec-count
           end-perform
           close bk-company-file
           if rec-count not = expected-count
               display "company: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-devkey.
       move spaces to bk-devkey-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-devkey.dat" delimited by size
           into bk-devkey-name
       end-string.

       move "devkey" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに devkey がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-devkey-file.
       if bk-devkey-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "devkey: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-devkey-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-devkey-status not = "00"
               read bk-devkey-file
                   not at end add 1 to rec-count
           end-perform
           close bk-devkey-file
           if rec-count not = expected-count
               display "devkey: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-devsite.
       move spaces to bk-devsite-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-devsite.dat" delimited by size
           into bk-devsite-name
       end-string.

       move "devsite" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに devsite がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-devsite-file.
       if bk-devsite-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "devsite: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-devsite-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-devsite-status not = "00"
               read bk-devsite-file
                   not at end add 1 to rec-count
           end-perform
           close bk-devsite-file
           if rec-count not = expected-count
               display "devsite: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-disrate.
       move spaces to bk-disrate-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-disrate.dat" delimited by size
           into bk-disrate-name
       end-string.

       move "disrate" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに disrate がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-disrate-file.
       if bk-disrate-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "disrate: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-disrate-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-disrate-status not = "00"
               read bk-disrate-file
                   not at end add 1 to rec-count
           end-perform
           close bk-disrate-file
           if rec-count not = expected-count
               display "disrate: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-disab.
       move spaces to bk-disab-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-disab.dat" delimited by size
           into bk-disab-name
       end-string.

       move "disab" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに disab がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-disab-file.
       if bk-disab-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "disab: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-disab-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-disab-status not = "00"
               read bk-disab-file
                   not at end add 1 to rec-count
           end-perform
           close bk-disab-file
           if rec-count not = expected-count
               display "disab: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-discreq.
       move spaces to bk-discreq-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-discreq.dat" delimited by size
           into bk-discreq-name
       end-string.

       move "discreq" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに discreq がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-discreq-file.
       if bk-discreq-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "discreq: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-discreq-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-discreq-status not = "00"
               read bk-discreq-file
                   not at end add 1 to rec-count
           end-perform
           close bk-discreq-file
           if rec-count not = expected-count
               display "discreq: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-discseq.
       move spaces to bk-discseq-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-discseq.dat" delimited by size
           into bk-discseq-name
       end-string.

       move "discseq" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに discseq がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-discseq-file.
       if bk-discseq-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "discseq: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-discseq-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-discseq-status not = "00"
               read bk-discseq-file
                   not at end add 1 to rec-count
           end-perform
           close bk-discseq-file
           if rec-count not = expected-count
               display "discseq: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-dconfirm.
       move spaces to bk-dconfirm-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-dconfirm.dat" delimited by size
           into bk-dconfirm-name
       end-string.

       move "dconfirm" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに dconfirm がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-dconfirm-file.
       if bk-dconfirm-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "dconfirm: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-dconfirm-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-dconfirm-status not = "00"
               read bk-dconfirm-file
                   not at end add 1 to rec-count
           end-perform
           close bk-dconfirm-file
           if rec-count not = expected-count
               display "dconfirm: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-diverg.
       move spaces to bk-diverg-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-diverg.dat" delimited by size
           into bk-diverg-name
       end-string.

       move "diverg" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに diverg がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-diverg-file.
       if bk-diverg-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "diverg: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-diverg-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-diverg-status not = "00"
               read bk-diverg-file
                   not at end add 1 to rec-count
           end-perform
           close bk-diverg-file
           if rec-count not = expected-count
               display "diverg: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-dwhled.
       move spaces to bk-dwhled-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-dwhled.dat" delimited by size
           into bk-dwhled-name
       end-string.

       move "dwhled" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに dwhled がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-dwhled-file.
       if bk-dwhled-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "dwhled: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-dwhled-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-dwhled-status not = "00"
               read bk-dwhled-file
                   not at end add 1 to rec-count
           end-perform
           close bk-dwhled-file
           if rec-count not = expected-count
               display "dwhled: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-dwhmark.
       move spaces to bk-dwhmark-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-dwhmark.dat" delimited by size
           into bk-dwhmark-name
       end-string.

       move "dwhmark" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに dwhmark がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-dwhmark-file.
       if bk-dwhmark-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "dwhmark: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-dwhmark-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-dwhmark-status not = "00"
               read bk-dwhmark-file
                   not at end add 1 to rec-count
           end-perform
           close bk-dwhmark-file
           if rec-count not = expected-count
               display "dwhmark: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-empstat.
       move spaces to bk-empstat-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-empstat.dat" delimited by size
           into bk-empstat-name
       end-string.

       move "empstat" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに empstat がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-empstat-file.
       if bk-empstat-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "empstat: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-empstat-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-empstat-status not = "00"
               read bk-empstat-file
                   not at end add 1 to rec-count
           end-perform
           close bk-empstat-file
           if rec-count not = expected-count
               display "empstat: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-empco.
       move spaces to bk-empco-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-empco.dat" delimited by size
           into bk-empco-name
       end-string.

       move "empco" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに empco がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-empco-file.
       if bk-empco-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "empco: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-empco-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-empco-status not = "00"
               read bk-empco-file
                   not at end add 1 to rec-count
           end-perform
           close bk-empco-file
           if rec-count not = expected-count
               display "empco: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-empsite.
       move spaces to bk-empsite-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-empsite.dat" delimited by size
           into bk-empsite-name
       end-string.

       move "empsite" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに empsite がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-empsite-file.
       if bk-empsite-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "empsite: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-empsite-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-empsite-status not = "00"
               read bk-empsite-file
                   not at end add 1 to rec-count
           end-perform
           close bk-empsite-file
           if rec-count not = expected-count
               display "empsite: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-ethist.
       move spaces to bk-ethist-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-ethist.dat" delimited by size
           into bk-ethist-name
       end-string.

       move "ethist" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに ethist がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-ethist-file.
       if bk-ethist-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "ethist: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-ethist-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-ethist-status not = "00"
               read bk-ethist-file
                   not at end add 1 to rec-count
           end-perform
           close bk-ethist-file
           if rec-count not = expected-count
               display "ethist: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-famallow.
       move spaces to bk-famallow-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-famallow.dat" delimited by size
           into bk-famallow-name
       end-string.

       move "famallow" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに famallow がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-famallow-file.
       if bk-famallow-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "famallow: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-famallow-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-famallow-status not = "00"
               read bk-famallow-file
                   not at end add 1 to rec-count
           end-perform
           close bk-famallow-file
           if rec-count not = expected-count
               display "famallow: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-fieldvis.
       move spaces to bk-fieldvis-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-fieldvis.dat" delimited by size
           into bk-fieldvis-name
       end-string.

       move "fieldvis" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに fieldvis がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-fieldvis-file.
       if bk-fieldvis-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "fieldvis: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-fieldvis-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-fieldvis-status not = "00"
               read bk-fieldvis-file
                   not at end add 1 to rec-count
           end-perform
           close bk-fieldvis-file
           if rec-count not = expected-count
               display "fieldvis: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-insfile.
       move spaces to bk-insfile-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-insfile.dat" delimited by size
           into bk-insfile-name
       end-string.

       move "insfile" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに insfile がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-insfile-file.
       if bk-insfile-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "insfile: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-insfile-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-insfile-status not = "00"
               read bk-insfile-file
                   not at end add 1 to rec-count
           end-perform
           close bk-insfile-file
           if rec-count not = expected-count
               display "insfile: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-insgrade.
       move spaces to bk-insgrade-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-insgrade.dat" delimited by size
           into bk-insgrade-name
       end-string.

       move "insgrade" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに insgrade がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-insgrade-file.
       if bk-insgrade-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "insgrade: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-insgrade-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-insgrade-status not = "00"
               read bk-insgrade-file
                   not at end add 1 to rec-count
           end-perform
           close bk-insgrade-file
           if rec-count not = expected-count
               display "insgrade: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-insrate.
       move spaces to bk-insrate-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-insrate.dat" delimited by size
           into bk-insrate-name
       end-string.

       move "insrate" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに insrate がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-insrate-file.
       if bk-insrate-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "insrate: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-insrate-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-insrate-status not = "00"
               read bk-insrate-file
                   not at end add 1 to rec-count
           end-perform
           close bk-insrate-file
           if rec-count not = expected-count
               display "insrate: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-ins.
       move spaces to bk-ins-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-ins.dat" delimited by size
           into bk-ins-name
       end-string.

       move "ins" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに ins がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-ins-file.
       if bk-ins-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "ins: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-ins-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-ins-status not = "00"
               read bk-ins-file
                   not at end add 1 to rec-count
           end-perform
           close bk-ins-file
           if rec-count not = expected-count
               display "ins: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-slaalert.
       move spaces to bk-slaalert-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-slaalert.dat" delimited by size
           into bk-slaalert-name
       end-string.

       move "slaalert" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに slaalert がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-slaalert-file.
       if bk-slaalert-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "slaalert: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-slaalert-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-slaalert-status not = "00"
               read bk-slaalert-file
                   not at end add 1 to rec-count
           end-perform
           close bk-slaalert-file
           if rec-count not = expected-count
               display "slaalert: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-jobsla.
       move spaces to bk-jobsla-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-jobsla.dat" delimited by size
           into bk-jobsla-name
       end-string.

       move "jobsla" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに jobsla がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-jobsla-file.
       if bk-jobsla-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "jobsla: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-jobsla-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-jobsla-status not = "00"
               read bk-jobsla-file
                   not at end add 1 to rec-count
           end-perform
           close bk-jobsla-file
           if rec-count not = expected-count
               display "jobsla: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-lalloc.
       move spaces to bk-lalloc-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-lalloc.dat" delimited by size
           into bk-lalloc-name
       end-string.

       move "lalloc" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに lalloc がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-lalloc-file.
       if bk-lalloc-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "lalloc: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-lalloc-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-lalloc-status not = "00"
               read bk-lalloc-file
                   not at end add 1 to rec-count
           end-perform
           close bk-lalloc-file
           if rec-count not = expected-count
               display "lalloc: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-lirate.
       move spaces to bk-lirate-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-lirate.dat" delimited by size
           into bk-lirate-name
       end-string.

       move "lirate" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに lirate がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-lirate-file.
       if bk-lirate-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "lirate: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-lirate-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-lirate-status not = "00"
               read bk-lirate-file
                   not at end add 1 to rec-count
           end-perform
           close bk-lirate-file
           if rec-count not = expected-count
               display "lirate: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-lliab.
       move spaces to bk-lliab-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-lliab.dat" delimited by size
           into bk-lliab-name
       end-string.

       move "lliab" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに lliab がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-lliab-file.
       if bk-lliab-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "lliab: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-lliab-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-lliab-status not = "00"
               read bk-lliab-file
                   not at end add 1 to rec-count
           end-perform
           close bk-lliab-file
           if rec-count not = expected-count
               display "lliab: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-minwage.
       move spaces to bk-minwage-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-minwage.dat" delimited by size
           into bk-minwage-name
       end-string.

       move "minwage" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに minwage がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-minwage-file.
       if bk-minwage-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "minwage: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-minwage-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-minwage-status not = "00"
               read bk-minwage-file
                   not at end add 1 to rec-count
           end-perform
           close bk-minwage-file
           if rec-count not = expected-count
               display "minwage: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-mlockco.
       move spaces to bk-mlockco-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-mlockco.dat" delimited by size
           into bk-mlockco-name
       end-string.

       move "mlockco" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに mlockco がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-mlockco-file.
       if bk-mlockco-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "mlockco: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-mlockco-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-mlockco-status not = "00"
               read bk-mlockco-file
                   not at end add 1 to rec-count
           end-perform
           close bk-mlockco-file
           if rec-count not = expected-count
               display "mlockco: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-objlog.
       move spaces to bk-objlog-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-objlog.dat" delimited by size
           into bk-objlog-name
       end-string.

       move "objlog" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに objlog がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-objlog-file.
       if bk-objlog-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "objlog: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-objlog-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-objlog-status not = "00"
               read bk-objlog-file
                   not at end add 1 to rec-count
           end-perform
           close bk-objlog-file
           if rec-count not = expected-count
               display "objlog: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-obrule.
       move spaces to bk-obrule-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-obrule.dat" delimited by size
           into bk-obrule-name
       end-string.

       move "obrule" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに obrule がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-obrule-file.
       if bk-obrule-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "obrule: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-obrule-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-obrule-status not = "00"
               read bk-obrule-file
                   not at end add 1 to rec-count
           end-perform
           close bk-obrule-file
           if rec-count not = expected-count
               display "obrule: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-onboard.
       move spaces to bk-onboard-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-onboard.dat" delimited by size
           into bk-onboard-name
       end-string.

       move "onboard" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに onboard がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-onboard-file.
       if bk-onboard-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "onboard: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-onboard-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-onboard-status not = "00"
               read bk-onboard-file
                   not at end add 1 to rec-count
           end-perform
           close bk-onboard-file
           if rec-count not = expected-count
               display "onboard: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-otproj.
       move spaces to bk-otproj-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-otproj.dat" delimited by size
           into bk-otproj-name
       end-string.

       move "otproj" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに otproj がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-otproj-file.
       if bk-otproj-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "otproj: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-otproj-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-otproj-status not = "00"
               read bk-otproj-file
                   not at end add 1 to rec-count
           end-perform
           close bk-otproj-file
           if rec-count not = expected-count
               display "otproj: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-payassign.
       move spaces to bk-payassign-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-payassign.dat" delimited by size
           into bk-payassign-name
       end-string.

       move "payassign" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに payassign がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-payassign-file.
       if bk-payassign-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "payassign: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-payassign-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-payassign-status not = "00"
               read bk-payassign-file
                   not at end add 1 to rec-count
           end-perform
           close bk-payassign-file
           if rec-count not = expected-count
               display "payassign: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-paygrade.
       move spaces to bk-paygrade-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-paygrade.dat" delimited by size
           into bk-paygrade-name
       end-string.

       move "paygrade" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに paygrade がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-paygrade-file.
       if bk-paygrade-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "paygrade: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-paygrade-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-paygrade-status not = "00"
               read bk-paygrade-file
                   not at end add 1 to rec-count
           end-perform
           close bk-paygrade-file
           if rec-count not = expected-count
               display "paygrade: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-piassign.
       move spaces to bk-piassign-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-piassign.dat" delimited by size
           into bk-piassign-name
       end-string.

       move "piassign" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに piassign がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-piassign-file.
       if bk-piassign-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "piassign: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-piassign-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-piassign-status not = "00"
               read bk-piassign-file
                   not at end add 1 to rec-count
           end-perform
           close bk-piassign-file
           if rec-count not = expected-count
               display "piassign: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-payitem.
       move spaces to bk-payitem-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-payitem.dat" delimited by size
           into bk-payitem-name
       end-string.

       move "payitem" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに payitem がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-payitem-file.
       if bk-payitem-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "payitem: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-payitem-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-payitem-status not = "00"
               read bk-payitem-file
                   not at end add 1 to rec-count
           end-perform
           close bk-payitem-file
           if rec-count not = expected-count
               display "payitem: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-pmco.
       move spaces to bk-pmco-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-pmco.dat" delimited by size
           into bk-pmco-name
       end-string.

       move "pmco" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに pmco がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-pmco-file.
       if bk-pmco-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "pmco: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-pmco-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-pmco-status not = "00"
               read bk-pmco-file
                   not at end add 1 to rec-count
           end-perform
           close bk-pmco-file
           if rec-count not = expected-count
               display "pmco: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-pmnet.
       move spaces to bk-pmnet-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-pmnet.dat" delimited by size
           into bk-pmnet-name
       end-string.

       move "pmnet" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに pmnet がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-pmnet-file.
       if bk-pmnet-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "pmnet: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-pmnet-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-pmnet-status not = "00"
               read bk-pmnet-file
                   not at end add 1 to rec-count
           end-perform
           close bk-pmnet-file
           if rec-count not = expected-count
               display "pmnet: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-pmprorate.
       move spaces to bk-pmprorate-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-pmprorate.dat" delimited by size
           into bk-pmprorate-name
       end-string.

       move "pmprorate" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに pmprorate がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-pmprorate-file.
       if bk-pmprorate-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "pmprorate: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-pmprorate-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-pmprorate-status not = "00"
               read bk-pmprorate-file
                   not at end add 1 to rec-count
           end-perform
           close bk-pmprorate-file
           if rec-count not = expected-count
               display "pmprorate: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-prelease.
       move spaces to bk-prelease-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-prelease.dat" delimited by size
           into bk-prelease-name
       end-string.

       move "prelease" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに prelease がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-prelease-file.
       if bk-prelease-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "prelease: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-prelease-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-prelease-status not = "00"
               read bk-prelease-file
                   not at end add 1 to rec-count
           end-perform
           close bk-prelease-file
           if rec-count not = expected-count
               display "prelease: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-pchgseq.
       move spaces to bk-pchgseq-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-pchgseq.dat" delimited by size
           into bk-pchgseq-name
       end-string.

       move "pchgseq" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに pchgseq がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-pchgseq-file.
       if bk-pchgseq-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "pchgseq: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-pchgseq-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-pchgseq-status not = "00"
               read bk-pchgseq-file
                   not at end add 1 to rec-count
           end-perform
           close bk-pchgseq-file
           if rec-count not = expected-count
               display "pchgseq: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-pchg.
       move spaces to bk-pchg-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-pchg.dat" delimited by size
           into bk-pchg-name
       end-string.

       move "pchg" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに pchg がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-pchg-file.
       if bk-pchg-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "pchg: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-pchg-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-pchg-status not = "00"
               read bk-pchg-file
                   not at end add 1 to rec-count
           end-perform
           close bk-pchg-file
           if rec-count not = expected-count
               display "pchg: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-porderseq.
       move spaces to bk-porderseq-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-porderseq.dat" delimited by size
           into bk-porderseq-name
       end-string.

       move "porderseq" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに porderseq がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-porderseq-file.
       if bk-porderseq-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "porderseq: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-porderseq-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-porderseq-status not = "00"
               read bk-porderseq-file
                   not at end add 1 to rec-count
           end-perform
           close bk-porderseq-file
           if rec-count not = expected-count
               display "porderseq: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-porder.
       move spaces to bk-porder-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-porder.dat" delimited by size
           into bk-porder-name
       end-string.

       move "porder" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに porder がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-porder-file.
       if bk-porder-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "porder: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-porder-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-porder-status not = "00"
               read bk-porder-file
                   not at end add 1 to rec-count
           end-perform
           close bk-porder-file
           if rec-count not = expected-count
               display "porder: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-prorate.
       move spaces to bk-prorate-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-prorate.dat" delimited by size
           into bk-prorate-name
       end-string.

       move "prorate" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに prorate がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-prorate-file.
       if bk-prorate-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "prorate: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-prorate-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-prorate-status not = "00"
               read bk-prorate-file
                   not at end add 1 to rec-count
           end-perform
           close bk-prorate-file
           if rec-count not = expected-count
               display "prorate: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-pbufled.
       move spaces to bk-pbufled-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-pbufled.dat" delimited by size
           into bk-pbufled-name
       end-string.

       move "pbufled" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに pbufled がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-pbufled-file.
       if bk-pbufled-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "pbufled: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-pbufled-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-pbufled-status not = "00"
               read bk-pbufled-file
                   not at end add 1 to rec-count
           end-perform
           close bk-pbufled-file
           if rec-count not = expected-count
               display "pbufled: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-rcamp.
       move spaces to bk-rcamp-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-rcamp.dat" delimited by size
           into bk-rcamp-name
       end-string.

       move "rcamp" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに rcamp がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-rcamp-file.
       if bk-rcamp-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "rcamp: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-rcamp-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-rcamp-status not = "00"
               read bk-rcamp-file
                   not at end add 1 to rec-count
           end-perform
           close bk-rcamp-file
           if rec-count not = expected-count
               display "rcamp: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-ritem.
       move spaces to bk-ritem-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-ritem.dat" delimited by size
           into bk-ritem-name
       end-string.

       move "ritem" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに ritem がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-ritem-file.
       if bk-ritem-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "ritem: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-ritem-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-ritem-status not = "00"
               read bk-ritem-file
                   not at end add 1 to rec-count
           end-perform
           close bk-ritem-file
           if rec-count not = expected-count
               display "ritem: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-rcseq.
       move spaces to bk-rcseq-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-rcseq.dat" delimited by size
           into bk-rcseq-name
       end-string.

       move "rcseq" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに rcseq がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-rcseq-file.
       if bk-rcseq-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "rcseq: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-rcseq-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-rcseq-status not = "00"
               read bk-rcseq-file
                   not at end add 1 to rec-count
           end-perform
           close bk-rcseq-file
           if rec-count not = expected-count
               display "rcseq: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-remrev.
       move spaces to bk-remrev-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-remrev.dat" delimited by size
           into bk-remrev-name
       end-string.

       move "remrev" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに remrev がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-remrev-file.
       if bk-remrev-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "remrev: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-remrev-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-remrev-status not = "00"
               read bk-remrev-file
                   not at end add 1 to rec-count
           end-perform
           close bk-remrev-file
           if rec-count not = expected-count
               display "remrev: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-resid.
       move spaces to bk-resid-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-resid.dat" delimited by size
           into bk-resid-name
       end-string.

       move "resid" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに resid がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-resid-file.
       if bk-resid-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "resid: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-resid-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-resid-status not = "00"
               read bk-resid-file
                   not at end add 1 to rec-count
           end-perform
           close bk-resid-file
           if rec-count not = expected-count
               display "resid: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-restax.
       move spaces to bk-restax-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-restax.dat" delimited by size
           into bk-restax-name
       end-string.

       move "restax" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに restax がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-restax-file.
       if bk-restax-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "restax: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-restax-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-restax-status not = "00"
               read bk-restax-file
                   not at end add 1 to rec-count
           end-perform
           close bk-restax-file
           if rec-count not = expected-count
               display "restax: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-rarule.
       move spaces to bk-rarule-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-rarule.dat" delimited by size
           into bk-rarule-name
       end-string.

       move "rarule" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに rarule がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-rarule-file.
       if bk-rarule-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "rarule: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-rarule-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-rarule-status not = "00"
               read bk-rarule-file
                   not at end add 1 to rec-count
           end-perform
           close bk-rarule-file
           if rec-count not = expected-count
               display "rarule: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-ratrans.
       move spaces to bk-ratrans-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-ratrans.dat" delimited by size
           into bk-ratrans-name
       end-string.

       move "ratrans" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに ratrans がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-ratrans-file.
       if bk-ratrans-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "ratrans: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-ratrans-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-ratrans-status not = "00"
               read bk-ratrans-file
                   not at end add 1 to rec-count
           end-perform
           close bk-ratrans-file
           if rec-count not = expected-count
               display "ratrans: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-ravail.
       move spaces to bk-ravail-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-ravail.dat" delimited by size
           into bk-ravail-name
       end-string.

       move "ravail" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに ravail がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-ravail-file.
       if bk-ravail-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "ravail: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-ravail-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-ravail-status not = "00"
               read bk-ravail-file
                   not at end add 1 to rec-count
           end-perform
           close bk-ravail-file
           if rec-count not = expected-count
               display "ravail: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-sitecal.
       move spaces to bk-sitecal-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-sitecal.dat" delimited by size
           into bk-sitecal-name
       end-string.

       move "sitecal" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに sitecal がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-sitecal-file.
       if bk-sitecal-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "sitecal: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-sitecal-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-sitecal-status not = "00"
               read bk-sitecal-file
                   not at end add 1 to rec-count
           end-perform
           close bk-sitecal-file
           if rec-count not = expected-count
               display "sitecal: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-sodover.
       move spaces to bk-sodover-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-sodover.dat" delimited by size
           into bk-sodover-name
       end-string.

       move "sodover" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに sodover がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-sodover-file.
       if bk-sodover-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "sodover: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-sodover-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-sodover-status not = "00"
               read bk-sodover-file
                   not at end add 1 to rec-count
           end-perform
           close bk-sodover-file
           if rec-count not = expected-count
               display "sodover: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-sodrule.
       move spaces to bk-sodrule-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-sodrule.dat" delimited by size
           into bk-sodrule-name
       end-string.

       move "sodrule" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに sodrule がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-sodrule-file.
       if bk-sodrule-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "sodrule: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-sodrule-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-sodrule-status not = "00"
               read bk-sodrule-file
                   not at end add 1 to rec-count
           end-perform
           close bk-sodrule-file
           if rec-count not = expected-count
               display "sodrule: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-ssusseq.
       move spaces to bk-ssusseq-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-ssusseq.dat" delimited by size
           into bk-ssusseq-name
       end-string.

       move "ssusseq" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに ssusseq がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-ssusseq-file.
       if bk-ssusseq-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "ssusseq: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-ssusseq-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-ssusseq-status not = "00"
               read bk-ssusseq-file
                   not at end add 1 to rec-count
           end-perform
           close bk-ssusseq-file
           if rec-count not = expected-count
               display "ssusseq: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-ssus.
       move spaces to bk-ssus-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-ssus.dat" delimited by size
           into bk-ssus-name
       end-string.

       move "ssus" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに ssus がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-ssus-file.
       if bk-ssus-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "ssus: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-ssus-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-ssus-status not = "00"
               read bk-ssus-file
                   not at end add 1 to rec-count
           end-perform
           close bk-ssus-file
           if rec-count not = expected-count
               display "ssus: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-taxdecl.
       move spaces to bk-taxdecl-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-taxdecl.dat" delimited by size
           into bk-taxdecl-name
       end-string.

       move "taxdecl" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに taxdecl がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-taxdecl-file.
       if bk-taxdecl-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "taxdecl: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-taxdecl-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-taxdecl-status not = "00"
               read bk-taxdecl-file
                   not at end add 1 to rec-count
           end-perform
           close bk-taxdecl-file
           if rec-count not = expected-count
               display "taxdecl: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-tfail.
       move spaces to bk-tfail-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-tfail.dat" delimited by size
           into bk-tfail-name
       end-string.

       move "tfail" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに tfail がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-tfail-file.
       if bk-tfail-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "tfail: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-tfail-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-tfail-status not = "00"
               read bk-tfail-file
                   not at end add 1 to rec-count
           end-perform
           close bk-tfail-file
           if rec-count not = expected-count
               display "tfail: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-trun.
       move spaces to bk-trun-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-trun.dat" delimited by size
           into bk-trun-name
       end-string.

       move "trun" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに trun がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-trun-file.
       if bk-trun-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "trun: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-trun-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-trun-status not = "00"
               read bk-trun-file
                   not at end add 1 to rec-count
           end-perform
           close bk-trun-file
           if rec-count not = expected-count
               display "trun: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-whtax.
       move spaces to bk-whtax-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-whtax.dat" delimited by size
           into bk-whtax-name
       end-string.

       move "whtax" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに whtax がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-whtax-file.
       if bk-whtax-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "whtax: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-whtax-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-whtax-status not = "00"
               read bk-whtax-file
                   not at end add 1 to rec-count
           end-perform
           close bk-whtax-file
           if rec-count not = expected-count
               display "whtax: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-wcond.
       move spaces to bk-wcond-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-wcond.dat" delimited by size
           into bk-wcond-name
       end-string.

       move "wcond" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに wcond がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-wcond-file.
       if bk-wcond-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "wcond: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-wcond-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-wcond-status not = "00"
               read bk-wcond-file
                   not at end add 1 to rec-count
           end-perform
           close bk-wcond-file
           if rec-count not = expected-count
               display "wcond: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-wsite.
       move spaces to bk-wsite-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-wsite.dat" delimited by size
           into bk-wsite-name
       end-string.

       move "wsite" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに wsite がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-wsite-file.
       if bk-wsite-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "wsite: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-wsite-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-wsite-status not = "00"
               read bk-wsite-file
                   not at end add 1 to rec-count
           end-perform
           close bk-wsite-file
           if rec-count not = expected-count
               display "wsite: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-wtreg.
       move spaces to bk-wtreg-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-wtreg.dat" delimited by size
           into bk-wtreg-name
       end-string.

       move "wtreg" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに wtreg がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-wtreg-file.
       if bk-wtreg-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "wtreg: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-wtreg-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-wtreg-status not = "00"
               read bk-wtreg-file
                   not at end add 1 to rec-count
           end-perform
           close bk-wtreg-file
           if rec-count not = expected-count
               display "wtreg: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-yeadecl.
       move spaces to bk-yeadecl-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-yeadecl.dat" delimited by size
           into bk-yeadecl-name
       end-string.

       move "yeadecl" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに yeadecl がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-yeadecl-file.
       if bk-yeadecl-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "yeadecl: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-yeadecl-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-yeadecl-status not = "00"
               read bk-yeadecl-file
                   not at end add 1 to rec-count
           end-perform
           close bk-yeadecl-file
           if rec-count not = expected-count
               display "yeadecl: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

verify-yeadj.
       move spaces to bk-yeadj-name.
       string "./dat/backup-" delimited by size
           function trim(backup-label) delimited by size
           "-yeadj.dat" delimited by size
           into bk-yeadj-name
       end-string.

       move "yeadj" to lookup-name.
       perform lookup-manifest-count.
       if manifest-found = zero
           display "マニフェストに yeadj がありません"
           move 1 to verify-ng
       end-if.

       move zero to rec-count.
       open input bk-yeadj-file.
       if bk-yeadj-status not = "00"
           *> 元ファイル未作成（件数0）のスキップは欠落とみなさない
           if manifest-found = 1 and expected-count = zero
               display "yeadj: 退避なし（元ファイル未作成・件数0）"
           else
               display "退避ファイルが見つかりません: " bk-yeadj-name
               move 1 to verify-ng
           end-if
       else
           perform until bk-yeadj-status not = "00"
               read bk-yeadj-file
                   not at end add 1 to rec-count
           end-perform
           close bk-yeadj-file
           if rec-count not = expected-count
               display "yeadj: 件数不一致（退避 " rec-count
                   " 件 / マニフェスト " expected-count " 件）"
               move 1 to verify-ng
           end-if
       end-if.

restore-bonus.
       open input bk-bonus-file.
       if bk-bonus-status not = "00"
           display "./dat/bonus.dat は退避が無いためスキップします"
       else
           open output src-bonus-file
           perform until bk-bonus-status not = "00"
               read bk-bonus-file
                   not at end
                       move bk-bonus-rec to Fbonus-rec
                       write Fbonus-rec
           end-perform
           close src-bonus-file
           close bk-bonus-file
           add 1 to restored-files
           display "./dat/bonus.dat を書き戻しました"
       end-if.

restore-bank.
       open input bk-bank-file.
       if bk-bank-status not = "00"
           display "./dat/bank-account.dat は退避が無いためスキップします"
       else
           open output src-bank-file
           perform until bk-bank-status not = "00"
               read bk-bank-file
                   not at end
                       move bk-bank-rec to Fbank-rec
                       write Fbank-rec
           end-perform
           close src-bank-file
           close bk-bank-file
           add 1 to restored-files
           display "./dat/bank-account.dat を書き戻しました"
       end-if.

restore-badge.
       open input bk-badge-file.
       if bk-badge-status not = "00"
           display "./dat/badge.dat は退避が無いためスキップします"
       else
           open output src-badge-file
           perform until bk-badge-status not = "00"
               read bk-badge-file
                   not at end
                       move bk-badge-rec to Fbadge-rec
                       write Fbadge-rec
           end-perform
           close src-badge-file
           close bk-badge-file
           add 1 to restored-files
           display "./dat/badge.dat を書き戻しました"
       end-if.

restore-roster.
       open input bk-roster-file.
       if bk-roster-status not = "00"
           display "./dat/roster.dat は退避が無いためスキップします"
       else
           open output src-roster-file
           perform until bk-roster-status not = "00"
               read bk-roster-file
                   not at end
                       move bk-roster-rec to Frost-rec
                       write Frost-rec
           end-perform
           close src-roster-file
           close bk-roster-file
           add 1 to restored-files
           display "./dat/roster.dat を書き戻しました"
       end-if.

restore-scal.
       open input bk-scal-file.
       if bk-scal-status not = "00"
           display "./dat/schedule-cal.dat は退避が無いためスキップします"
       else
           open output src-scal-file
           perform until bk-scal-status not = "00"
               read bk-scal-file
                   not at end
                       move bk-scal-rec to Fscal-rec
                       write Fscal-rec
           end-perform
           close src-scal-file
           close bk-scal-file
           add 1 to restored-files
           display "./dat/schedule-cal.dat を書き戻しました"
       end-if.

restore-contract.
       open input bk-contract-file.
       if bk-contract-status not = "00"
           display "./dat/contract.dat は退避が無いためスキップします"
       else
           open output src-contract-file
           perform until bk-contract-status not = "00"
               read bk-contract-file
                   not at end
                       move bk-contract-rec to Fcon-rec
                       write Fcon-rec
           end-perform
           close src-contract-file
           close bk-contract-file
           add 1 to restored-files
           display "./dat/contract.dat を書き戻しました"
       end-if.

restore-wcap.
       open input bk-wcap-file.
       if bk-wcap-status not = "00"
           display "./dat/weekly-cap.dat は退避が無いためスキップします"
       else
           open output src-wcap-file
           perform until bk-wcap-status not = "00"
               read bk-wcap-file
                   not at end
                       move bk-wcap-rec to Fwcap-rec
                       write Fwcap-rec
           end-perform
           close src-wcap-file
           close bk-wcap-file
           add 1 to restored-files
           display "./dat/weekly-cap.dat を書き戻しました"
       end-if.

restore-otreq.
       open input bk-otreq-file.
       if bk-otreq-status not = "00"
           display "./dat/overtime-req.dat は退避が無いためスキップします"
       else
           open output src-otreq-file
           perform until bk-otreq-status not = "00"
               read bk-otreq-file
                   not at end
                       move bk-otreq-rec to Fot-rec
                       write Fot-rec
           end-perform
           close src-otreq-file
           close bk-otreq-file
           add 1 to restored-files
           display "./dat/overtime-req.dat を書き戻しました"
       end-if.

restore-hwork.
       open input bk-hwork-file.
       if bk-hwork-status not = "00"
           display "./dat/holiday-work.dat は退避が無いためスキップします"
       else
           open output src-hwork-file
           perform until bk-hwork-status not = "00"
               read bk-hwork-file
                   not at end
                       move bk-hwork-rec to Fhw-rec
                       write Fhw-rec
           end-perform
           close src-hwork-file
           close bk-hwork-file
           add 1 to restored-files
           display "./dat/holiday-work.dat を書き戻しました"
       end-if.

restore-offsite.
       open input bk-offsite-file.
       if bk-offsite-status not = "00"
           display "./dat/offsite.dat は退避が無いためスキップします"
       else
           open output src-offsite-file
           perform until bk-offsite-status not = "00"
               read bk-offsite-file
                   not at end
                       move bk-offsite-rec to Foff-rec
                       write Foff-rec
           end-perform
           close src-offsite-file
           close bk-offsite-file
           add 1 to restored-files
           display "./dat/offsite.dat を書き戻しました"
       end-if.

restore-sloc.
       open input bk-sloc-file.
       if bk-sloc-status not = "00"
           display "./dat/stamp-location.dat は退避が無いためスキップします"
       else
           open output src-sloc-file
           perform until bk-sloc-status not = "00"
               read bk-sloc-file
                   not at end
                       move bk-sloc-rec to Fsloc-rec
                       write Fsloc-rec
           end-perform
           close src-sloc-file
           close bk-sloc-file
           add 1 to restored-files
           display "./dat/stamp-location.dat を書き戻しました"
       end-if.

restore-rtp.
       open input bk-rtp-file.
       if bk-rtp-status not = "00"
           display "./dat/route-progress.dat は退避が無いためスキップします"
       else
           open output src-rtp-file
           perform until bk-rtp-status not = "00"
               read bk-rtp-file
                   not at end
                       move bk-rtp-rec to Frtp-rec
                       write Frtp-rec
           end-perform
           close src-rtp-file
           close bk-rtp-file
           add 1 to restored-files
           display "./dat/route-progress.dat を書き戻しました"
       end-if.

restore-tconf.
       open input bk-tconf-file.
       if bk-tconf-status not = "00"
           display "./dat/timecard-confirm.dat は退避が無いためスキップします"
       else
           open output src-tconf-file
           perform until bk-tconf-status not = "00"
               read bk-tconf-file
                   not at end
                       move bk-tconf-rec to Fconf-rec
                       write Fconf-rec
           end-perform
           close src-tconf-file
           close bk-tconf-file
           add 1 to restored-files
           display "./dat/timecard-confirm.dat を書き戻しました"
       end-if.

restore-hcase.
       open input bk-hcase-file.
       if bk-hcase-status not = "00"
           display "./dat/health-case.dat は退避が無いためスキップします"
       else
           open output src-hcase-file
           perform until bk-hcase-status not = "00"
               read bk-hcase-file
                   not at end
                       move bk-hcase-rec to Fhc-rec
                       write Fhc-rec
           end-perform
           close src-hcase-file
           close bk-hcase-file
           add 1 to restored-files
           display "./dat/health-case.dat を書き戻しました"
       end-if.

restore-rhlink.
       open input bk-rhlink-file.
       if bk-rhlink-status not = "00"
           display "./dat/rehire-link.dat は退避が無いためスキップします"
       else
           open output src-rhlink-file
           perform until bk-rhlink-status not = "00"
               read bk-rhlink-file
                   not at end
                       move bk-rhlink-rec to Frh-rec
                       write Frh-rec
           end-perform
           close src-rhlink-file
           close bk-rhlink-file
           add 1 to restored-files
           display "./dat/rehire-link.dat を書き戻しました"
       end-if.

restore-magg.
       open input bk-magg-file.
       if bk-magg-status not = "00"
           display "./dat/month-agg.dat は退避が無いためスキップします"
       else
           open output src-magg-file
           perform until bk-magg-status not = "00"
               read bk-magg-file
                   not at end
                       move bk-magg-rec to Fagg-rec
                       write Fagg-rec
           end-perform
           close src-magg-file
           close bk-magg-file
           add 1 to restored-files
           display "./dat/month-agg.dat を書き戻しました"
       end-if.

restore-rparam.
       open input bk-rparam-file.
       if bk-rparam-status not = "00"
           display "./dat/run-param.dat は退避が無いためスキップします"
       else
           open output src-rparam-file
           perform until bk-rparam-status not = "00"
               read bk-rparam-file
                   not at end
                       move bk-rparam-rec to Frp-rec
                       write Frp-rec
           end-perform
           close src-rparam-file
           close bk-rparam-file
           add 1 to restored-files
           display "./dat/run-param.dat を書き戻しました"
       end-if.

restore-ovl.
       open input bk-ovl-file.
       if bk-ovl-status not = "00"
           display "./dat/overtime-ledger.dat は退避が無いためスキップします"
       else
           open output src-ovl-file
           perform until bk-ovl-status not = "00"
               read bk-ovl-file
                   not at end
                       move bk-ovl-rec to Fovl-rec
                       write Fovl-rec
           end-perform
           close src-ovl-file
           close bk-ovl-file
           add 1 to restored-files
           display "./dat/overtime-ledger.dat を書き戻しました"
       end-if.

restore-commute.
       open input bk-commute-file.
       if bk-commute-status not = "00"
           display "./dat/commute-allowance.dat は退避が無いためスキップします"
       else
           open output src-commute-file
           perform until bk-commute-status not = "00"
               read bk-commute-file
                   not at end
                       move bk-commute-rec to Fcom-rec
                       write Fcom-rec
           end-perform
           close src-commute-file
           close bk-commute-file
           add 1 to restored-files
           display "./dat/commute-allowance.dat を書き戻しました"
       end-if.

restore-salary.
       open input bk-salary-file.
       if bk-salary-status not = "00"
           display "./dat/salary.dat は退避が無いためスキップします"
       else
           open output src-salary-file
           perform until bk-salary-status not = "00"
               read bk-salary-file
                   not at end
                       move bk-salary-rec to Fsal-rec
                       write Fsal-rec
           end-perform
           close src-salary-file
           close bk-salary-file
           add 1 to restored-files
           display "./dat/salary.dat を書き戻しました"
       end-if.

restore-shours.
       open input bk-shours-file.
       if bk-shours-status not = "00"
           display "./dat/short-hours.dat は退避が無いためスキップします"
       else
           open output src-shours-file
           perform until bk-shours-status not = "00"
               read bk-shours-file
                   not at end
                       move bk-shours-rec to Fsh-rec
                       write Fsh-rec
           end-perform
           close src-shours-file
           close bk-shours-file
           add 1 to restored-files
           display "./dat/short-hours.dat を書き戻しました"
       end-if.

restore-ltype.
       open input bk-ltype-file.
       if bk-ltype-status not = "00"
           display "./dat/leave-type.dat は退避が無いためスキップします"
       else
           open output src-ltype-file
           perform until bk-ltype-status not = "00"
               read bk-ltype-file
                   not at end
                       move bk-ltype-rec to Fltype-rec
                       write Fltype-rec
           end-perform
           close src-ltype-file
           close bk-ltype-file
           add 1 to restored-files
           display "./dat/leave-type.dat を書き戻しました"
       end-if.

restore-agr.
       open input bk-agr-file.
       if bk-agr-status not = "00"
           display "./dat/agreement36.dat は退避が無いためスキップします"
       else
           open output src-agr-file
           perform until bk-agr-status not = "00"
               read bk-agr-file
                   not at end
                       move bk-agr-rec to Fagr-rec
                       write Fagr-rec
           end-perform
           close src-agr-file
           close bk-agr-file
           add 1 to restored-files
           display "./dat/agreement36.dat を書き戻しました"
       end-if.

restore-pck.
       open input bk-pck-file.
       if bk-pck-status not = "00"
           display "./dat/payroll-checkpoint.dat は退避が無いためスキップします"
       else
           open output src-pck-file
           perform until bk-pck-status not = "00"
               read bk-pck-file
                   not at end
                       move bk-pck-rec to Fpck-rec
                       write Fpck-rec
           end-perform
           close src-pck-file
           close bk-pck-file
           add 1 to restored-files
           display "./dat/payroll-checkpoint.dat を書き戻しました"
       end-if.

restore-otreqseq.
       open input bk-otreqseq-file.
       if bk-otreqseq-status not = "00"
           display "./dat/overtime-req-seq.dat は退避が無いためスキップします"
       else
           open output src-otreqseq-file
           perform until bk-otreqseq-status not = "00"
               read bk-otreqseq-file
                   not at end
                       move bk-otreqseq-rec to Fotreqseq-rec
                       write Fotreqseq-rec
           end-perform
           close src-otreqseq-file
           close bk-otreqseq-file
           add 1 to restored-files
           display "./dat/overtime-req-seq.dat を書き戻しました"
       end-if.

restore-hworkseq.
       open input bk-hworkseq-file.
       if bk-hworkseq-status not = "00"
           display "./dat/holiday-work-seq.dat は退避が無いためスキップします"
       else
           open output src-hworkseq-file
           perform until bk-hworkseq-status not = "00"
               read bk-hworkseq-file
                   not at end
                       move bk-hworkseq-rec to Fhworkseq-rec
                       write Fhworkseq-rec
           end-perform
           close src-hworkseq-file
           close bk-hworkseq-file
           add 1 to restored-files
           display "./dat/holiday-work-seq.dat を書き戻しました"
       end-if.

restore-offsiteseq.
       open input bk-offsiteseq-file.
       if bk-offsiteseq-status not = "00"
           display "./dat/offsite-seq.dat は退避が無いためスキップします"
       else
           open output src-offsiteseq-file
           perform until bk-offsiteseq-status not = "00"
               read bk-offsiteseq-file
                   not at end
                       move bk-offsiteseq-rec to Foffsiteseq-rec
                       write Foffsiteseq-rec
           end-perform
           close src-offsiteseq-file
           close bk-offsiteseq-file
           add 1 to restored-files
           display "./dat/offsite-seq.dat を書き戻しました"
       end-if.

restore-certseq.
       open input bk-certseq-file.
       if bk-certseq-status not = "00"
           display "./dat/certificate-seq.dat は退避が無いためスキップします"
       else
           open output src-certseq-file
           perform until bk-certseq-status not = "00"
               read bk-certseq-file
                   not at end
                       move bk-certseq-rec to Fcertseq-rec
                       write Fcertseq-rec
           end-perform
           close src-certseq-file
           close bk-certseq-file
           add 1 to restored-files
           display "./dat/certificate-seq.dat を書き戻しました"
       end-if.

restore-hbeat.
       open input bk-hbeat-file.
       if bk-hbeat-status not = "00"
           display "./dat/heartbeat.dat は退避が無いためスキップします"
       else
           open output src-hbeat-file
           perform until bk-hbeat-status not = "00"
               read bk-hbeat-file
                   not at end
                       move bk-hbeat-rec to Fhb-rec
                       write Fhb-rec
           end-perform
           close src-hbeat-file
           close bk-hbeat-file
           add 1 to restored-files
           display "./dat/heartbeat.dat を書き戻しました"
       end-if.

restore-dcount.
       open input bk-dcount-file.
       if bk-dcount-status not = "00"
           display "./dat/device-count.dat は退避が無いためスキップします"
       else
           open output src-dcount-file
           perform until bk-dcount-status not = "00"
               read bk-dcount-file
                   not at end
                       move bk-dcount-rec to Fdc-rec
                       write Fdc-rec
           end-perform
           close src-dcount-file
           close bk-dcount-file
           add 1 to restored-files
           display "./dat/device-count.dat を書き戻しました"
       end-if.

restore-route.
       open input bk-route-file.
       if bk-route-status not = "00"
           display "./dat/approval-route.dat は退避が無いためスキップします"
       else
           open output src-route-file
           perform until bk-route-status not = "00"
               read bk-route-file
                   not at end
                       move bk-route-rec to Froute-rec
                       write Froute-rec
           end-perform
           close src-route-file
           close bk-route-file
           add 1 to restored-files
           display "./dat/approval-route.dat を書き戻しました"
       end-if.

restore-plleave.
       open input bk-plleave-file.
       if bk-plleave-status not = "00"
           display "./dat/planned-leave.dat は退避が無いためスキップします"
       else
           open output src-plleave-file
           perform until bk-plleave-status not = "00"
               read bk-plleave-file
                   not at end
                       move bk-plleave-rec to Fpl-rec
                       write Fpl-rec
           end-perform
           close src-plleave-file
           close bk-plleave-file
           add 1 to restored-files
           display "./dat/planned-leave.dat を書き戻しました"
       end-if.

restore-staffing.
       open input bk-staffing-file.
       if bk-staffing-status not = "00"
           display "./dat/staffing.dat は退避が無いためスキップします"
       else
           open output src-staffing-file
           perform until bk-staffing-status not = "00"
               read bk-staffing-file
                   not at end
                       move bk-staffing-rec to Fstf-rec
                       write Fstf-rec
           end-perform
           close src-staffing-file
           close bk-staffing-file
           add 1 to restored-files
           display "./dat/staffing.dat を書き戻しました"
       end-if.

restore-trail.
       open input bk-trail-file.
       if bk-trail-status not = "00"
           display "./dat/reminder-trail.dat は退避が無いためスキップします"
       else
           open output src-trail-file
           perform until bk-trail-status not = "00"
               read bk-trail-file
                   not at end
                       move bk-trail-rec to Ftrail-rec
                       write Ftrail-rec
           end-perform
           close src-trail-file
           close bk-trail-file
           add 1 to restored-files
           display "./dat/reminder-trail.dat を書き戻しました"
       end-if.

restore-psreg.
       open input bk-psreg-file.
       if bk-psreg-status not = "00"
           display "./dat/payslip-register.dat は退避が無いためスキップします"
       else
           open output src-psreg-file
           perform until bk-psreg-status not = "00"
               read bk-psreg-file
                   not at end
                       move bk-psreg-rec to Fpsr-rec
                       write Fpsr-rec
           end-perform
           close src-psreg-file
           close bk-psreg-file
           add 1 to restored-files
           display "./dat/payslip-register.dat を書き戻しました"
       end-if.

restore-certreg.
       open input bk-certreg-file.
       if bk-certreg-status not = "00"
           display "./dat/certificate-register.dat は退避が無いためスキップします"
       else
           open output src-certreg-file
           perform until bk-certreg-status not = "00"
               read bk-certreg-file
                   not at end
                       move bk-certreg-rec to Fcreg-rec
                       write Fcreg-rec
           end-perform
           close src-certreg-file
           close bk-certreg-file
           add 1 to restored-files
           display "./dat/certificate-register.dat を書き戻しました"
       end-if.

restore-aidx.
       open input bk-aidx-file.
       if bk-aidx-status not = "00"
           display "./dat/stamp-archive-index.dat は退避が無いためスキップします"
       else
           open output src-aidx-file
           perform until bk-aidx-status not = "00"
               read bk-aidx-file
                   not at end
                       move bk-aidx-rec to Faidx-rec
                       write Faidx-rec
           end-perform
           close src-aidx-file
           close bk-aidx-file
           add 1 to restored-files
           display "./dat/stamp-archive-index.dat を書き戻しました"
       end-if.

restore-saudit.
       open input bk-saudit-file.
       if bk-saudit-status not = "00"
           display "./dat/session-audit.dat は退避が無いためスキップします"
       else
           open output src-saudit-file
           perform until bk-saudit-status not = "00"
               read bk-saudit-file
                   not at end
                       move bk-saudit-rec to Fsa-rec
                       write Fsa-rec
           end-perform
           close src-saudit-file
           close bk-saudit-file
           add 1 to restored-files
           display "./dat/session-audit.dat を書き戻しました"
       end-if.

restore-raccess.
       open input bk-raccess-file.
       if bk-raccess-status not = "00"
           display "./dat/read-access.dat は退避が無いためスキップします"
       else
           open output src-raccess-file
           perform until bk-raccess-status not = "00"
               read bk-raccess-file
                   not at end
                       move bk-raccess-rec to Fra-rec
                       write Fra-rec
           end-perform
           close src-raccess-file
           close bk-raccess-file
           add 1 to restored-files
           display "./dat/read-access.dat を書き戻しました"
       end-if.

restore-jsched.
       open input bk-jsched-file.
       if bk-jsched-status not = "00"
           display "./dat/job-schedule.dat は退避が無いためスキップします"
       else
           open output src-jsched-file
           perform until bk-jsched-status not = "00"
               read bk-jsched-file
                   not at end
                       move bk-jsched-rec to Fsched-rec
                       write Fsched-rec
           end-perform
           close src-jsched-file
           close bk-jsched-file
           add 1 to restored-files
           display "./dat/job-schedule.dat を書き戻しました"
       end-if.

restore-dbudget.
       open input bk-dbudget-file.
       if bk-dbudget-status not = "00"
           display "./dat/dept-budget.dat は退避が無いためスキップします"
       else
           open output src-dbudget-file
           perform until bk-dbudget-status not = "00"
               read bk-dbudget-file
                   not at end
                       move bk-dbudget-rec to Fdb-rec
                       write Fdb-rec
           end-perform
           close src-dbudget-file
           close bk-dbudget-file
           add 1 to restored-files
           display "./dat/dept-budget.dat を書き戻しました"
       end-if.

restore-a36site.
       open input bk-a36site-file.
       if bk-a36site-status not = "00"
           display "./dat/agreement36-site.dat は退避が無いためスキップします"
       else
           open output src-a36site-file
           perform until bk-a36site-status not = "00"
               read bk-a36site-file
                   not at end
                       move bk-a36site-rec to Fas-rec
                       write Fas-rec
           end-perform
           close src-a36site-file
           close bk-a36site-file
           add 1 to restored-files
           display "./dat/agreement36-site.dat を書き戻しました"
       end-if.

restore-wplace.
       open input bk-wplace-file.
       if bk-wplace-status not = "00"
           display "./dat/workplace.dat は退避が無いためスキップします"
       else
           open output src-wplace-file
           perform until bk-wplace-status not = "00"
               read bk-wplace-file
                   not at end
                       move bk-wplace-rec to Fwp-rec
                       write Fwp-rec
           end-perform
           close src-wplace-file
           close bk-wplace-file
           add 1 to restored-files
           display "./dat/workplace.dat を書き戻しました"
       end-if.

restore-rdept.
       open input bk-rdept-file.
       if bk-rdept-status not = "00"
           display "./dat/roster-dept.dat は退避が無いためスキップします"
       else
           open output src-rdept-file
           perform until bk-rdept-status not = "00"
               read bk-rdept-file
                   not at end
                       move bk-rdept-rec to Frd-rec
                       write Frd-rec
           end-perform
           close src-rdept-file
           close bk-rdept-file
           add 1 to restored-files
           display "./dat/roster-dept.dat を書き戻しました"
       end-if.

restore-rdstat.
       open input bk-rdstat-file.
       if bk-rdstat-status not = "00"
           display "./dat/roster-draft-status.dat は退避が無いためスキップします"
       else
           open output src-rdstat-file
           perform until bk-rdstat-status not = "00"
               read bk-rdstat-file
                   not at end
                       move bk-rdstat-rec to Frds-rec
                       write Frds-rec
           end-perform
           close src-rdstat-file
           close bk-rdstat-file
           add 1 to restored-files
           display "./dat/roster-draft-status.dat を書き戻しました"
       end-if.

restore-rdraft.
       open input bk-rdraft-file.
       if bk-rdraft-status not = "00"
           display "./dat/roster-draft.dat は退避が無いためスキップします"
       else
           open output src-rdraft-file
           perform until bk-rdraft-status not = "00"
               read bk-rdraft-file
                   not at end
                       move bk-rdraft-rec to Frdr-rec
                       write Frdr-rec
           end-perform
           close src-rdraft-file
           close bk-rdraft-file
           add 1 to restored-files
           display "./dat/roster-draft.dat を書き戻しました"
       end-if.

restore-project.
       open input bk-project-file.
       if bk-project-status not = "00"
           display "./dat/project.dat は退避が無いためスキップします"
       else
           open output src-project-file
           perform until bk-project-status not = "00"
               read bk-project-file
                   not at end
                       move bk-project-rec to Fprj-rec
                       write Fprj-rec
           end-perform
           close src-project-file
           close bk-project-file
           add 1 to restored-files
           display "./dat/project.dat を書き戻しました"
       end-if.

restore-conc.
       open input bk-conc-file.
       if bk-conc-status not = "00"
           display "./dat/concurrent-assign.dat は退避が無いためスキップします"
       else
           open output src-conc-file
           perform until bk-conc-status not = "00"
               read bk-conc-file
                   not at end
                       move bk-conc-rec to Fca-rec
                       write Fca-rec
           end-perform
           close src-conc-file
           close bk-conc-file
           add 1 to restored-files
           display "./dat/concurrent-assign.dat を書き戻しました"
       end-if.

restore-dispatch.
       open input bk-dispatch-file.
       if bk-dispatch-status not = "00"
           display "./dat/dispatch.dat は退避が無いためスキップします"
       else
           open output src-dispatch-file
           perform until bk-dispatch-status not = "00"
               read bk-dispatch-file
                   not at end
                       move bk-dispatch-rec to Fdw-rec
                       write Fdw-rec
           end-perform
           close src-dispatch-file
           close bk-dispatch-file
           add 1 to restored-files
           display "./dat/dispatch.dat を書き戻しました"
       end-if.

restore-rgplan.
       open input bk-rgplan-file.
       if bk-rgplan-status not = "00"
           display "./dat/reorg-plan.dat は退避が無いためスキップします"
       else
           open output src-rgplan-file
           perform until bk-rgplan-status not = "00"
               read bk-rgplan-file
                   not at end
                       move bk-rgplan-rec to Frg-rec
                       write Frg-rec
           end-perform
           close src-rgplan-file
           close bk-rgplan-file
           add 1 to restored-files
           display "./dat/reorg-plan.dat を書き戻しました"
       end-if.

restore-dretired.
       open input bk-dretired-file.
       if bk-dretired-status not = "00"
           display "./dat/dept-retired.dat は退避が無いためスキップします"
       else
           open output src-dretired-file
           perform until bk-dretired-status not = "00"
               read bk-dretired-file
                   not at end
                       move bk-dretired-rec to Fdrt-rec
                       write Fdrt-rec
           end-perform
           close src-dretired-file
           close bk-dretired-file
           add 1 to restored-files
           display "./dat/dept-retired.dat を書き戻しました"
       end-if.

restore-accseq.
       open input bk-accseq-file.
       if bk-accseq-status not = "00"
           display "./dat/accident-seq.dat は退避が無いためスキップします"
       else
           open output src-accseq-file
           perform until bk-accseq-status not = "00"
               read bk-accseq-file
                   not at end
                       move bk-accseq-rec to Faccseq-rec
                       write Faccseq-rec
           end-perform
           close src-accseq-file
           close bk-accseq-file
           add 1 to restored-files
           display "./dat/accident-seq.dat を書き戻しました"
       end-if.

restore-acc.
       open input bk-acc-file.
       if bk-acc-status not = "00"
           display "./dat/accident.dat は退避が無いためスキップします"
       else
           open output src-acc-file
           perform until bk-acc-status not = "00"
               read bk-acc-file
                   not at end
                       move bk-acc-rec to Facc-rec
                       write Facc-rec
           end-perform
           close src-acc-file
           close bk-acc-file
           add 1 to restored-files
           display "./dat/accident.dat を書き戻しました"
       end-if.

restore-btrate.
       open input bk-btrate-file.
       if bk-btrate-status not = "00"
           display "./dat/bonus-tax-rate.dat は退避が無いためスキップします"
       else
           open output src-btrate-file
           perform until bk-btrate-status not = "00"
               read bk-btrate-file
                   not at end
                       move bk-btrate-rec to Fbt-rec
                       write Fbt-rec
           end-perform
           close src-btrate-file
           close bk-btrate-file
           add 1 to restored-files
           display "./dat/bonus-tax-rate.dat を書き戻しました"
       end-if.

restore-calev.
       open input bk-calev-file.
       if bk-calev-status not = "00"
           display "./dat/calendar-event.dat は退避が無いためスキップします"
       else
           open output src-calev-file
           perform until bk-calev-status not = "00"
               read bk-calev-file
                   not at end
                       move bk-calev-rec to Fcev-rec
                       write Fcev-rec
           end-perform
           close src-calev-file
           close bk-calev-file
           add 1 to restored-files
           display "./dat/calendar-event.dat を書き戻しました"
       end-if.

restore-caphist.
       open input bk-caphist-file.
       if bk-caphist-status not = "00"
           display "./dat/capacity-history.dat は退避が無いためスキップします"
       else
           open output src-caphist-file
           perform until bk-caphist-status not = "00"
               read bk-caphist-file
                   not at end
                       move bk-caphist-rec to Fcaphist-rec
                       write Fcaphist-rec
           end-perform
           close src-caphist-file
           close bk-caphist-file
           add 1 to restored-files
           display "./dat/capacity-history.dat を書き戻しました"
       end-if.

restore-captgt.
       open input bk-captgt-file.
       if bk-captgt-status not = "00"
           display "./dat/capacity-target.dat は退避が無いためスキップします"
       else
           open output src-captgt-file
           perform until bk-captgt-status not = "00"
               read bk-captgt-file
                   not at end
                       move bk-captgt-rec to Fct-rec
                       write Fct-rec
           end-perform
           close src-captgt-file
           close bk-captgt-file
           add 1 to restored-files
           display "./dat/capacity-target.dat を書き戻しました"
       end-if.

restore-capwarn.
       open input bk-capwarn-file.
       if bk-capwarn-status not = "00"
           display "./dat/capacity-warning.dat は退避が無いためスキップします"
       else
           open output src-capwarn-file
           perform until bk-capwarn-status not = "00"
               read bk-capwarn-file
                   not at end
                       move bk-capwarn-rec to Fcapwarn-rec
                       write Fcapwarn-rec
           end-perform
           close src-capwarn-file
           close bk-capwarn-file
           add 1 to restored-files
           display "./dat/capacity-warning.dat を書き戻しました"
       end-if.

restore-checkup.
       open input bk-checkup-file.
       if bk-checkup-status not = "00"
           display "./dat/checkup.dat は退避が無いためスキップします"
       else
           open output src-checkup-file
           perform until bk-checkup-status not = "00"
               read bk-checkup-file
                   not at end
                       move bk-checkup-rec to Fck-rec
                       write Fck-rec
           end-perform
           close src-checkup-file
           close bk-checkup-file
           add 1 to restored-files
           display "./dat/checkup.dat を書き戻しました"
       end-if.

restore-company.
       open input bk-company-file.
       if bk-company-status not = "00"
           display "./dat/company.dat は退避が無いためスキップします"
       else
           open output src-company-file
           perform until bk-company-status not = "00"
               read bk-company-file
                   not at end
                       move bk-company-rec to Fco-rec
                       write Fco-rec
           end-perform
           close src-company-file
           close bk-company-file
           add 1 to restored-files
           display "./dat/company.dat を書き戻しました"
       end-if.

restore-devkey.
       open input bk-devkey-file.
       if bk-devkey-status not = "00"
           display "./dat/device-key.dat は退避が無いためスキップします"
       else
           open output src-devkey-file
           perform until bk-devkey-status not = "00"
               read bk-devkey-file
                   not at end
                       move bk-devkey-rec to Fdk-rec
                       write Fdk-rec
           end-perform
           close src-devkey-file
           close bk-devkey-file
           add 1 to restored-files
           display "./dat/device-key.dat を書き戻しました"
       end-if.

restore-devsite.
       open input bk-devsite-file.
       if bk-devsite-status not = "00"
           display "./dat/device-site.dat は退避が無いためスキップします"
       else
           open output src-devsite-file
           perform until bk-devsite-status not = "00"
               read bk-devsite-file
                   not at end
                       move bk-devsite-rec to Fdsite-rec
                       write Fdsite-rec
           end-perform
           close src-devsite-file
           close bk-devsite-file
           add 1 to restored-files
           display "./dat/device-site.dat を書き戻しました"
       end-if.

restore-disrate.
       open input bk-disrate-file.
       if bk-disrate-status not = "00"
           display "./dat/disability-rate.dat は退避が無いためスキップします"
       else
           open output src-disrate-file
           perform until bk-disrate-status not = "00"
               read bk-disrate-file
                   not at end
                       move bk-disrate-rec to Fdr-rec
                       write Fdr-rec
           end-perform
           close src-disrate-file
           close bk-disrate-file
           add 1 to restored-files
           display "./dat/disability-rate.dat を書き戻しました"
       end-if.

restore-disab.
       open input bk-disab-file.
       if bk-disab-status not = "00"
           display "./dat/disability.dat は退避が無いためスキップします"
       else
           open output src-disab-file
           perform until bk-disab-status not = "00"
               read bk-disab-file
                   not at end
                       move bk-disab-rec to Fdis-rec
                       write Fdis-rec
           end-perform
           close src-disab-file
           close bk-disab-file
           add 1 to restored-files
           display "./dat/disability.dat を書き戻しました"
       end-if.

restore-discreq.
       open input bk-discreq-file.
       if bk-discreq-status not = "00"
           display "./dat/disclosure-request.dat は退避が無いためスキップします"
       else
           open output src-discreq-file
           perform until bk-discreq-status not = "00"
               read bk-discreq-file
                   not at end
                       move bk-discreq-rec to Fdrq-rec
                       write Fdrq-rec
           end-perform
           close src-discreq-file
           close bk-discreq-file
           add 1 to restored-files
           display "./dat/disclosure-request.dat を書き戻しました"
       end-if.

restore-discseq.
       open input bk-discseq-file.
       if bk-discseq-status not = "00"
           display "./dat/disclosure-seq.dat は退避が無いためスキップします"
       else
           open output src-discseq-file
           perform until bk-discseq-status not = "00"
               read bk-discseq-file
                   not at end
                       move bk-discseq-rec to Fdrseq-rec
                       write Fdrseq-rec
           end-perform
           close src-discseq-file
           close bk-discseq-file
           add 1 to restored-files
           display "./dat/disclosure-seq.dat を書き戻しました"
       end-if.

restore-dconfirm.
       open input bk-dconfirm-file.
       if bk-dconfirm-status not = "00"
           display "./dat/dispatch-confirm.dat は退避が無いためスキップします"
       else
           open output src-dconfirm-file
           perform until bk-dconfirm-status not = "00"
               read bk-dconfirm-file
                   not at end
                       move bk-dconfirm-rec to Fdcf-rec
                       write Fdcf-rec
           end-perform
           close src-dconfirm-file
           close bk-dconfirm-file
           add 1 to restored-files
           display "./dat/dispatch-confirm.dat を書き戻しました"
       end-if.

restore-diverg.
       open input bk-diverg-file.
       if bk-diverg-status not = "00"
           display "./dat/divergence.dat は退避が無いためスキップします"
       else
           open output src-diverg-file
           perform until bk-diverg-status not = "00"
               read bk-diverg-file
                   not at end
                       move bk-diverg-rec to Fdv-rec
                       write Fdv-rec
           end-perform
           close src-diverg-file
           close bk-diverg-file
           add 1 to restored-files
           display "./dat/divergence.dat を書き戻しました"
       end-if.

restore-dwhled.
       open input bk-dwhled-file.
       if bk-dwhled-status not = "00"
           display "./dat/dwh-ledger.dat は退避が無いためスキップします"
       else
           open output src-dwhled-file
           perform until bk-dwhled-status not = "00"
               read bk-dwhled-file
                   not at end
                       move bk-dwhled-rec to Fdwl-rec
                       write Fdwl-rec
           end-perform
           close src-dwhled-file
           close bk-dwhled-file
           add 1 to restored-files
           display "./dat/dwh-ledger.dat を書き戻しました"
       end-if.

restore-dwhmark.
       open input bk-dwhmark-file.
       if bk-dwhmark-status not = "00"
           display "./dat/dwh-mark.dat は退避が無いためスキップします"
       else
           open output src-dwhmark-file
           perform until bk-dwhmark-status not = "00"
               read bk-dwhmark-file
                   not at end
                       move bk-dwhmark-rec to Fdwm-rec
                       write Fdwm-rec
           end-perform
           close src-dwhmark-file
           close bk-dwhmark-file
           add 1 to restored-files
           display "./dat/dwh-mark.dat を書き戻しました"
       end-if.

restore-empstat.
       open input bk-empstat-file.
       if bk-empstat-status not = "00"
           display "./dat/emp-status.dat は退避が無いためスキップします"
       else
           open output src-empstat-file
           perform until bk-empstat-status not = "00"
               read bk-empstat-file
                   not at end
                       move bk-empstat-rec to Fes-rec
                       write Fes-rec
           end-perform
           close src-empstat-file
           close bk-empstat-file
           add 1 to restored-files
           display "./dat/emp-status.dat を書き戻しました"
       end-if.

restore-empco.
       open input bk-empco-file.
       if bk-empco-status not = "00"
           display "./dat/employee-company.dat は退避が無いためスキップします"
       else
           open output src-empco-file
           perform until bk-empco-status not = "00"
               read bk-empco-file
                   not at end
                       move bk-empco-rec to Feco-rec
                       write Feco-rec
           end-perform
           close src-empco-file
           close bk-empco-file
           add 1 to restored-files
           display "./dat/employee-company.dat を書き戻しました"
       end-if.

restore-empsite.
       open input bk-empsite-file.
       if bk-empsite-status not = "00"
           display "./dat/employee-site.dat は退避が無いためスキップします"
       else
           open output src-empsite-file
           perform until bk-empsite-status not = "00"
               read bk-empsite-file
                   not at end
                       move bk-empsite-rec to Fesite-rec
                       write Fesite-rec
           end-perform
           close src-empsite-file
           close bk-empsite-file
           add 1 to restored-files
           display "./dat/employee-site.dat を書き戻しました"
       end-if.

restore-ethist.
       open input bk-ethist-file.
       if bk-ethist-status not = "00"
           display "./dat/emptype-history.dat は退避が無いためスキップします"
       else
           open output src-ethist-file
           perform until bk-ethist-status not = "00"
               read bk-ethist-file
                   not at end
                       move bk-ethist-rec to Feh-rec
                       write Feh-rec
           end-perform
           close src-ethist-file
           close bk-ethist-file
           add 1 to restored-files
           display "./dat/emptype-history.dat を書き戻しました"
       end-if.

restore-famallow.
       open input bk-famallow-file.
       if bk-famallow-status not = "00"
           display "./dat/family-allowance.dat は退避が無いためスキップします"
       else
           open output src-famallow-file
           perform until bk-famallow-status not = "00"
               read bk-famallow-file
                   not at end
                       move bk-famallow-rec to Ffa-rec
                       write Ffa-rec
           end-perform
           close src-famallow-file
           close bk-famallow-file
           add 1 to restored-files
           display "./dat/family-allowance.dat を書き戻しました"
       end-if.

restore-fieldvis.
       open input bk-fieldvis-file.
       if bk-fieldvis-status not = "00"
           display "./dat/field-visibility.dat は退避が無いためスキップします"
       else
           open output src-fieldvis-file
           perform until bk-fieldvis-status not = "00"
               read bk-fieldvis-file
                   not at end
                       move bk-fieldvis-rec to Ffv-rec
                       write Ffv-rec
           end-perform
           close src-fieldvis-file
           close bk-fieldvis-file
           add 1 to restored-files
           display "./dat/field-visibility.dat を書き戻しました"
       end-if.

restore-insfile.
       open input bk-insfile-file.
       if bk-insfile-status not = "00"
           display "./dat/insurance-filing.dat は退避が無いためスキップします"
       else
           open output src-insfile-file
           perform until bk-insfile-status not = "00"
               read bk-insfile-file
                   not at end
                       move bk-insfile-rec to Fif-rec
                       write Fif-rec
           end-perform
           close src-insfile-file
           close bk-insfile-file
           add 1 to restored-files
           display "./dat/insurance-filing.dat を書き戻しました"
       end-if.

restore-insgrade.
       open input bk-insgrade-file.
       if bk-insgrade-status not = "00"
           display "./dat/insurance-grade.dat は退避が無いためスキップします"
       else
           open output src-insgrade-file
           perform until bk-insgrade-status not = "00"
               read bk-insgrade-file
                   not at end
                       move bk-insgrade-rec to Fig-rec
                       write Fig-rec
           end-perform
           close src-insgrade-file
           close bk-insgrade-file
           add 1 to restored-files
           display "./dat/insurance-grade.dat を書き戻しました"
       end-if.

restore-insrate.
       open input bk-insrate-file.
       if bk-insrate-status not = "00"
           display "./dat/insurance-rate.dat は退避が無いためスキップします"
       else
           open output src-insrate-file
           perform until bk-insrate-status not = "00"
               read bk-insrate-file
                   not at end
                       move bk-insrate-rec to Fir-rec
                       write Fir-rec
           end-perform
           close src-insrate-file
           close bk-insrate-file
           add 1 to restored-files
           display "./dat/insurance-rate.dat を書き戻しました"
       end-if.

restore-ins.
       open input bk-ins-file.
       if bk-ins-status not = "00"
           display "./dat/insurance.dat は退避が無いためスキップします"
       else
           open output src-ins-file
           perform until bk-ins-status not = "00"
               read bk-ins-file
                   not at end
                       move bk-ins-rec to Fins-rec
                       write Fins-rec
           end-perform
           close src-ins-file
           close bk-ins-file
           add 1 to restored-files
           display "./dat/insurance.dat を書き戻しました"
       end-if.

restore-slaalert.
       open input bk-slaalert-file.
       if bk-slaalert-status not = "00"
           display "./dat/job-sla-alerted.dat は退避が無いためスキップします"
       else
           open output src-slaalert-file
           perform until bk-slaalert-status not = "00"
               read bk-slaalert-file
                   not at end
                       move bk-slaalert-rec to Fslaalert-rec
                       write Fslaalert-rec
           end-perform
           close src-slaalert-file
           close bk-slaalert-file
           add 1 to restored-files
           display "./dat/job-sla-alerted.dat を書き戻しました"
       end-if.

restore-jobsla.
       open input bk-jobsla-file.
       if bk-jobsla-status not = "00"
           display "./dat/job-sla.dat は退避が無いためスキップします"
       else
           open output src-jobsla-file
           perform until bk-jobsla-status not = "00"
               read bk-jobsla-file
                   not at end
                       move bk-jobsla-rec to Fjobsla-rec
                       write Fjobsla-rec
           end-perform
           close src-jobsla-file
           close bk-jobsla-file
           add 1 to restored-files
           display "./dat/job-sla.dat を書き戻しました"
       end-if.

restore-lalloc.
       open input bk-lalloc-file.
       if bk-lalloc-status not = "00"
           display "./dat/labor-alloc.dat は退避が無いためスキップします"
       else
           open output src-lalloc-file
           perform until bk-lalloc-status not = "00"
               read bk-lalloc-file
                   not at end
                       move bk-lalloc-rec to Fla-rec
                       write Fla-rec
           end-perform
           close src-lalloc-file
           close bk-lalloc-file
           add 1 to restored-files
           display "./dat/labor-alloc.dat を書き戻しました"
       end-if.

restore-lirate.
       open input bk-lirate-file.
       if bk-lirate-status not = "00"
           display "./dat/labor-ins-rate.dat は退避が無いためスキップします"
       else
           open output src-lirate-file
           perform until bk-lirate-status not = "00"
               read bk-lirate-file
                   not at end
                       move bk-lirate-rec to Flr-rec
                       write Flr-rec
           end-perform
           close src-lirate-file
           close bk-lirate-file
           add 1 to restored-files
           display "./dat/labor-ins-rate.dat を書き戻しました"
       end-if.

restore-lliab.
       open input bk-lliab-file.
       if bk-lliab-status not = "00"
           display "./dat/leave-liability.dat は退避が無いためスキップします"
       else
           open output src-lliab-file
           perform until bk-lliab-status not = "00"
               read bk-lliab-file
                   not at end
                       move bk-lliab-rec to Fll-rec
                       write Fll-rec
           end-perform
           close src-lliab-file
           close bk-lliab-file
           add 1 to restored-files
           display "./dat/leave-liability.dat を書き戻しました"
       end-if.

restore-minwage.
       open input bk-minwage-file.
       if bk-minwage-status not = "00"
           display "./dat/minimum-wage.dat は退避が無いためスキップします"
       else
           open output src-minwage-file
           perform until bk-minwage-status not = "00"
               read bk-minwage-file
                   not at end
                       move bk-minwage-rec to Fmw-rec
                       write Fmw-rec
           end-perform
           close src-minwage-file
           close bk-minwage-file
           add 1 to restored-files
           display "./dat/minimum-wage.dat を書き戻しました"
       end-if.

restore-mlockco.
       open input bk-mlockco-file.
       if bk-mlockco-status not = "00"
           display "./dat/month-lock-company.dat は退避が無いためスキップします"
       else
           open output src-mlockco-file
           perform until bk-mlockco-status not = "00"
               read bk-mlockco-file
                   not at end
                       move bk-mlockco-rec to Fmlc-rec
                       write Fmlc-rec
           end-perform
           close src-mlockco-file
           close bk-mlockco-file
           add 1 to restored-files
           display "./dat/month-lock-company.dat を書き戻しました"
       end-if.

restore-objlog.
       open input bk-objlog-file.
       if bk-objlog-status not = "00"
           display "./dat/objective-log.dat は退避が無いためスキップします"
       else
           open output src-objlog-file
           perform until bk-objlog-status not = "00"
               read bk-objlog-file
                   not at end
                       move bk-objlog-rec to Fobj-rec
                       write Fobj-rec
           end-perform
           close src-objlog-file
           close bk-objlog-file
           add 1 to restored-files
           display "./dat/objective-log.dat を書き戻しました"
       end-if.

restore-obrule.
       open input bk-obrule-file.
       if bk-obrule-status not = "00"
           display "./dat/onboarding-rule.dat は退避が無いためスキップします"
       else
           open output src-obrule-file
           perform until bk-obrule-status not = "00"
               read bk-obrule-file
                   not at end
                       move bk-obrule-rec to Fobr-rec
                       write Fobr-rec
           end-perform
           close src-obrule-file
           close bk-obrule-file
           add 1 to restored-files
           display "./dat/onboarding-rule.dat を書き戻しました"
       end-if.

restore-onboard.
       open input bk-onboard-file.
       if bk-onboard-status not = "00"
           display "./dat/onboarding.dat は退避が無いためスキップします"
       else
           open output src-onboard-file
           perform until bk-onboard-status not = "00"
               read bk-onboard-file
                   not at end
                       move bk-onboard-rec to Fob-rec
                       write Fob-rec
           end-perform
           close src-onboard-file
           close bk-onboard-file
           add 1 to restored-files
           display "./dat/onboarding.dat を書き戻しました"
       end-if.

restore-otproj.
       open input bk-otproj-file.
       if bk-otproj-status not = "00"
           display "./dat/ot-projection.dat は退避が無いためスキップします"
       else
           open output src-otproj-file
           perform until bk-otproj-status not = "00"
               read bk-otproj-file
                   not at end
                       move bk-otproj-rec to Fopj-rec
                       write Fopj-rec
           end-perform
           close src-otproj-file
           close bk-otproj-file
           add 1 to restored-files
           display "./dat/ot-projection.dat を書き戻しました"
       end-if.

restore-payassign.
       open input bk-payassign-file.
       if bk-payassign-status not = "00"
           display "./dat/pay-assign.dat は退避が無いためスキップします"
       else
           open output src-payassign-file
           perform until bk-payassign-status not = "00"
               read bk-payassign-file
                   not at end
                       move bk-payassign-rec to Fpa-rec
                       write Fpa-rec
           end-perform
           close src-payassign-file
           close bk-payassign-file
           add 1 to restored-files
           display "./dat/pay-assign.dat を書き戻しました"
       end-if.

restore-paygrade.
       open input bk-paygrade-file.
       if bk-paygrade-status not = "00"
           display "./dat/pay-grade.dat は退避が無いためスキップします"
       else
           open output src-paygrade-file
           perform until bk-paygrade-status not = "00"
               read bk-paygrade-file
                   not at end
                       move bk-paygrade-rec to Fpg-rec
                       write Fpg-rec
           end-perform
           close src-paygrade-file
           close bk-paygrade-file
           add 1 to restored-files
           display "./dat/pay-grade.dat を書き戻しました"
       end-if.

restore-piassign.
       open input bk-piassign-file.
       if bk-piassign-status not = "00"
           display "./dat/pay-item-assign.dat は退避が無いためスキップします"
       else
           open output src-piassign-file
           perform until bk-piassign-status not = "00"
               read bk-piassign-file
                   not at end
                       move bk-piassign-rec to Fpia-rec
                       write Fpia-rec
           end-perform
           close src-piassign-file
           close bk-piassign-file
           add 1 to restored-files
           display "./dat/pay-item-assign.dat を書き戻しました"
       end-if.

restore-payitem.
       open input bk-payitem-file.
       if bk-payitem-status not = "00"
           display "./dat/pay-item.dat は退避が無いためスキップします"
       else
           open output src-payitem-file
           perform until bk-payitem-status not = "00"
               read bk-payitem-file
                   not at end
                       move bk-payitem-rec to Fpi-rec
                       write Fpi-rec
           end-perform
           close src-payitem-file
           close bk-payitem-file
           add 1 to restored-files
           display "./dat/pay-item.dat を書き戻しました"
       end-if.

restore-pmco.
       open input bk-pmco-file.
       if bk-pmco-status not = "00"
           display "./dat/payroll-manifest-company.dat は退避が無いためスキップします"
       else
           open output src-pmco-file
           perform until bk-pmco-status not = "00"
               read bk-pmco-file
                   not at end
                       move bk-pmco-rec to Fmc-rec
                       write Fmc-rec
           end-perform
           close src-pmco-file
           close bk-pmco-file
           add 1 to restored-files
           display "./dat/payroll-manifest-company.dat を書き戻しました"
       end-if.

restore-pmnet.
       open input bk-pmnet-file.
       if bk-pmnet-status not = "00"
           display "./dat/payroll-manifest-net.dat は退避が無いためスキップします"
       else
           open output src-pmnet-file
           perform until bk-pmnet-status not = "00"
               read bk-pmnet-file
                   not at end
                       move bk-pmnet-rec to Fmn-rec
                       write Fmn-rec
           end-perform
           close src-pmnet-file
           close bk-pmnet-file
           add 1 to restored-files
           display "./dat/payroll-manifest-net.dat を書き戻しました"
       end-if.

restore-pmprorate.
       open input bk-pmprorate-file.
       if bk-pmprorate-status not = "00"
           display "./dat/payroll-manifest-prorate.dat は退避が無いためスキップします"
       else
           open output src-pmprorate-file
           perform until bk-pmprorate-status not = "00"
               read bk-pmprorate-file
                   not at end
                       move bk-pmprorate-rec to Fmp-rec
                       write Fmp-rec
           end-perform
           close src-pmprorate-file
           close bk-pmprorate-file
           add 1 to restored-files
           display "./dat/payroll-manifest-prorate.dat を書き戻しました"
       end-if.

restore-prelease.
       open input bk-prelease-file.
       if bk-prelease-status not = "00"
           display "./dat/payroll-release.dat は退避が無いためスキップします"
       else
           open output src-prelease-file
           perform until bk-prelease-status not = "00"
               read bk-prelease-file
                   not at end
                       move bk-prelease-rec to Frel-rec
                       write Frel-rec
           end-perform
           close src-prelease-file
           close bk-prelease-file
           add 1 to restored-files
           display "./dat/payroll-release.dat を書き戻しました"
       end-if.

restore-pchgseq.
       open input bk-pchgseq-file.
       if bk-pchgseq-status not = "00"
           display "./dat/pending-change-seq.dat は退避が無いためスキップします"
       else
           open output src-pchgseq-file
           perform until bk-pchgseq-status not = "00"
               read bk-pchgseq-file
                   not at end
                       move bk-pchgseq-rec to Fpcseq-rec
                       write Fpcseq-rec
           end-perform
           close src-pchgseq-file
           close bk-pchgseq-file
           add 1 to restored-files
           display "./dat/pending-change-seq.dat を書き戻しました"
       end-if.

restore-pchg.
       open input bk-pchg-file.
       if bk-pchg-status not = "00"
           display "./dat/pending-change.dat は退避が無いためスキップします"
       else
           open output src-pchg-file
           perform until bk-pchg-status not = "00"
               read bk-pchg-file
                   not at end
                       move bk-pchg-rec to Fpc-rec
                       write Fpc-rec
           end-perform
           close src-pchg-file
           close bk-pchg-file
           add 1 to restored-files
           display "./dat/pending-change.dat を書き戻しました"
       end-if.

restore-porderseq.
       open input bk-porderseq-file.
       if bk-porderseq-status not = "00"
           display "./dat/personnel-order-seq.dat は退避が無いためスキップします"
       else
           open output src-porderseq-file
           perform until bk-porderseq-status not = "00"
               read bk-porderseq-file
                   not at end
                       move bk-porderseq-rec to Fposeq-rec
                       write Fposeq-rec
           end-perform
           close src-porderseq-file
           close bk-porderseq-file
           add 1 to restored-files
           display "./dat/personnel-order-seq.dat を書き戻しました"
       end-if.

restore-porder.
       open input bk-porder-file.
       if bk-porder-status not = "00"
           display "./dat/personnel-order.dat は退避が無いためスキップします"
       else
           open output src-porder-file
           perform until bk-porder-status not = "00"
               read bk-porder-file
                   not at end
                       move bk-porder-rec to Fpo-rec
                       write Fpo-rec
           end-perform
           close src-porder-file
           close bk-porder-file
           add 1 to restored-files
           display "./dat/personnel-order.dat を書き戻しました"
       end-if.

restore-prorate.
       open input bk-prorate-file.
       if bk-prorate-status not = "00"
           display "./dat/prorate-policy.dat は退避が無いためスキップします"
       else
           open output src-prorate-file
           perform until bk-prorate-status not = "00"
               read bk-prorate-file
                   not at end
                       move bk-prorate-rec to Fpro-rec
                       write Fpro-rec
           end-perform
           close src-prorate-file
           close bk-prorate-file
           add 1 to restored-files
           display "./dat/prorate-policy.dat を書き戻しました"
       end-if.

restore-pbufled.
       open input bk-pbufled-file.
       if bk-pbufled-status not = "00"
           display "./dat/punch-buffer-ledger.dat は退避が無いためスキップします"
       else
           open output src-pbufled-file
           perform until bk-pbufled-status not = "00"
               read bk-pbufled-file
                   not at end
                       move bk-pbufled-rec to Fpbl-rec
                       write Fpbl-rec
           end-perform
           close src-pbufled-file
           close bk-pbufled-file
           add 1 to restored-files
           display "./dat/punch-buffer-ledger.dat を書き戻しました"
       end-if.

restore-rcamp.
       open input bk-rcamp-file.
       if bk-rcamp-status not = "00"
           display "./dat/recert-campaign.dat は退避が無いためスキップします"
       else
           open output src-rcamp-file
           perform until bk-rcamp-status not = "00"
               read bk-rcamp-file
                   not at end
                       move bk-rcamp-rec to Frc-rec
                       write Frc-rec
           end-perform
           close src-rcamp-file
           close bk-rcamp-file
           add 1 to restored-files
           display "./dat/recert-campaign.dat を書き戻しました"
       end-if.

restore-ritem.
       open input bk-ritem-file.
       if bk-ritem-status not = "00"
           display "./dat/recert-item.dat は退避が無いためスキップします"
       else
           open output src-ritem-file
           perform until bk-ritem-status not = "00"
               read bk-ritem-file
                   not at end
                       move bk-ritem-rec to Fri-rec
                       write Fri-rec
           end-perform
           close src-ritem-file
           close bk-ritem-file
           add 1 to restored-files
           display "./dat/recert-item.dat を書き戻しました"
       end-if.

restore-rcseq.
       open input bk-rcseq-file.
       if bk-rcseq-status not = "00"
           display "./dat/recert-seq.dat は退避が無いためスキップします"
       else
           open output src-rcseq-file
           perform until bk-rcseq-status not = "00"
               read bk-rcseq-file
                   not at end
                       move bk-rcseq-rec to Frcseq-rec
                       write Frcseq-rec
           end-perform
           close src-rcseq-file
           close bk-rcseq-file
           add 1 to restored-files
           display "./dat/recert-seq.dat を書き戻しました"
       end-if.

restore-remrev.
       open input bk-remrev-file.
       if bk-remrev-status not = "00"
           display "./dat/remuneration-review.dat は退避が無いためスキップします"
       else
           open output src-remrev-file
           perform until bk-remrev-status not = "00"
               read bk-remrev-file
                   not at end
                       move bk-remrev-rec to Frr-rec
                       write Frr-rec
           end-perform
           close src-remrev-file
           close bk-remrev-file
           add 1 to restored-files
           display "./dat/remuneration-review.dat を書き戻しました"
       end-if.

restore-resid.
       open input bk-resid-file.
       if bk-resid-status not = "00"
           display "./dat/residence.dat は退避が無いためスキップします"
       else
           open output src-resid-file
           perform until bk-resid-status not = "00"
               read bk-resid-file
                   not at end
                       move bk-resid-rec to Frs-rec
                       write Frs-rec
           end-perform
           close src-resid-file
           close bk-resid-file
           add 1 to restored-files
           display "./dat/residence.dat を書き戻しました"
       end-if.

restore-restax.
       open input bk-restax-file.
       if bk-restax-status not = "00"
           display "./dat/resident-tax.dat は退避が無いためスキップします"
       else
           open output src-restax-file
           perform until bk-restax-status not = "00"
               read bk-restax-file
                   not at end
                       move bk-restax-rec to Frt-rec
                       write Frt-rec
           end-perform
           close src-restax-file
           close bk-restax-file
           add 1 to restored-files
           display "./dat/resident-tax.dat を書き戻しました"
       end-if.

restore-rarule.
       open input bk-rarule-file.
       if bk-rarule-status not = "00"
           display "./dat/retire-allowance-rule.dat は退避が無いためスキップします"
       else
           open output src-rarule-file
           perform until bk-rarule-status not = "00"
               read bk-rarule-file
                   not at end
                       move bk-rarule-rec to Frar-rec
                       write Frar-rec
           end-perform
           close src-rarule-file
           close bk-rarule-file
           add 1 to restored-files
           display "./dat/retire-allowance-rule.dat を書き戻しました"
       end-if.

restore-ratrans.
       open input bk-ratrans-file.
       if bk-ratrans-status not = "00"
           display "./dat/retire-allowance-transfer.dat は退避が無いためスキップします"
       else
           open output src-ratrans-file
           perform until bk-ratrans-status not = "00"
               read bk-ratrans-file
                   not at end
                       move bk-ratrans-rec to Fratr-rec
                       write Fratr-rec
           end-perform
           close src-ratrans-file
           close bk-ratrans-file
           add 1 to restored-files
           display "./dat/retire-allowance-transfer.dat を書き戻しました"
       end-if.

restore-ravail.
       open input bk-ravail-file.
       if bk-ravail-status not = "00"
           display "./dat/roster-avail.dat は退避が無いためスキップします"
       else
           open output src-ravail-file
           perform until bk-ravail-status not = "00"
               read bk-ravail-file
                   not at end
                       move bk-ravail-rec to Fav-rec
                       write Fav-rec
           end-perform
           close src-ravail-file
           close bk-ravail-file
           add 1 to restored-files
           display "./dat/roster-avail.dat を書き戻しました"
       end-if.

restore-sitecal.
       open input bk-sitecal-file.
       if bk-sitecal-status not = "00"
           display "./dat/site-calendar.dat は退避が無いためスキップします"
       else
           open output src-sitecal-file
           perform until bk-sitecal-status not = "00"
               read bk-sitecal-file
                   not at end
                       move bk-sitecal-rec to Fscl-rec
                       write Fscl-rec
           end-perform
           close src-sitecal-file
           close bk-sitecal-file
           add 1 to restored-files
           display "./dat/site-calendar.dat を書き戻しました"
       end-if.

restore-sodover.
       open input bk-sodover-file.
       if bk-sodover-status not = "00"
           display "./dat/sod-override.dat は退避が無いためスキップします"
       else
           open output src-sodover-file
           perform until bk-sodover-status not = "00"
               read bk-sodover-file
                   not at end
                       move bk-sodover-rec to Fsov-rec
                       write Fsov-rec
           end-perform
           close src-sodover-file
           close bk-sodover-file
           add 1 to restored-files
           display "./dat/sod-override.dat を書き戻しました"
       end-if.

restore-sodrule.
       open input bk-sodrule-file.
       if bk-sodrule-status not = "00"
           display "./dat/sod-rule.dat は退避が無いためスキップします"
       else
           open output src-sodrule-file
           perform until bk-sodrule-status not = "00"
               read bk-sodrule-file
                   not at end
                       move bk-sodrule-rec to Fsod-rec
                       write Fsod-rec
           end-perform
           close src-sodrule-file
           close bk-sodrule-file
           add 1 to restored-files
           display "./dat/sod-rule.dat を書き戻しました"
       end-if.

restore-ssusseq.
       open input bk-ssusseq-file.
       if bk-ssusseq-status not = "00"
           display "./dat/stamp-suspense-seq.dat は退避が無いためスキップします"
       else
           open output src-ssusseq-file
           perform until bk-ssusseq-status not = "00"
               read bk-ssusseq-file
                   not at end
                       move bk-ssusseq-rec to Fssseq-rec
                       write Fssseq-rec
           end-perform
           close src-ssusseq-file
           close bk-ssusseq-file
           add 1 to restored-files
           display "./dat/stamp-suspense-seq.dat を書き戻しました"
       end-if.

restore-ssus.
       open input bk-ssus-file.
       if bk-ssus-status not = "00"
           display "./dat/stamp-suspense.dat は退避が無いためスキップします"
       else
           open output src-ssus-file
           perform until bk-ssus-status not = "00"
               read bk-ssus-file
                   not at end
                       move bk-ssus-rec to Fss-rec
                       write Fss-rec
           end-perform
           close src-ssus-file
           close bk-ssus-file
           add 1 to restored-files
           display "./dat/stamp-suspense.dat を書き戻しました"
       end-if.

restore-taxdecl.
       open input bk-taxdecl-file.
       if bk-taxdecl-status not = "00"
           display "./dat/tax-declaration.dat は退避が無いためスキップします"
       else
           open output src-taxdecl-file
           perform until bk-taxdecl-status not = "00"
               read bk-taxdecl-file
                   not at end
                       move bk-taxdecl-rec to Ftd-rec
                       write Ftd-rec
           end-perform
           close src-taxdecl-file
           close bk-taxdecl-file
           add 1 to restored-files
           display "./dat/tax-declaration.dat を書き戻しました"
       end-if.

restore-tfail.
       open input bk-tfail-file.
       if bk-tfail-status not = "00"
           display "./dat/transfer-failed.dat は退避が無いためスキップします"
       else
           open output src-tfail-file
           perform until bk-tfail-status not = "00"
               read bk-tfail-file
                   not at end
                       move bk-tfail-rec to Ftf-rec
                       write Ftf-rec
           end-perform
           close src-tfail-file
           close bk-tfail-file
           add 1 to restored-files
           display "./dat/transfer-failed.dat を書き戻しました"
       end-if.

restore-trun.
       open input bk-trun-file.
       if bk-trun-status not = "00"
           display "./dat/transfer-run.dat は退避が無いためスキップします"
       else
           open output src-trun-file
           perform until bk-trun-status not = "00"
               read bk-trun-file
                   not at end
                       move bk-trun-rec to Ftrn-rec
                       write Ftrn-rec
           end-perform
           close src-trun-file
           close bk-trun-file
           add 1 to restored-files
           display "./dat/transfer-run.dat を書き戻しました"
       end-if.

restore-whtax.
       open input bk-whtax-file.
       if bk-whtax-status not = "00"
           display "./dat/withholding-tax.dat は退避が無いためスキップします"
       else
           open output src-whtax-file
           perform until bk-whtax-status not = "00"
               read bk-whtax-file
                   not at end
                       move bk-whtax-rec to Fwt-rec
                       write Fwt-rec
           end-perform
           close src-whtax-file
           close bk-whtax-file
           add 1 to restored-files
           display "./dat/withholding-tax.dat を書き戻しました"
       end-if.

restore-wcond.
       open input bk-wcond-file.
       if bk-wcond-status not = "00"
           display "./dat/work-condition.dat は退避が無いためスキップします"
       else
           open output src-wcond-file
           perform until bk-wcond-status not = "00"
               read bk-wcond-file
                   not at end
                       move bk-wcond-rec to Fwc-rec
                       write Fwc-rec
           end-perform
           close src-wcond-file
           close bk-wcond-file
           add 1 to restored-files
           display "./dat/work-condition.dat を書き戻しました"
       end-if.

restore-wsite.
       open input bk-wsite-file.
       if bk-wsite-status not = "00"
           display "./dat/work-site.dat は退避が無いためスキップします"
       else
           open output src-wsite-file
           perform until bk-wsite-status not = "00"
               read bk-wsite-file
                   not at end
                       move bk-wsite-rec to Fwsite-rec
                       write Fwsite-rec
           end-perform
           close src-wsite-file
           close bk-wsite-file
           add 1 to restored-files
           display "./dat/work-site.dat を書き戻しました"
       end-if.

restore-wtreg.
       open input bk-wtreg-file.
       if bk-wtreg-status not = "00"
           display "./dat/work-terms-register.dat は退避が無いためスキップします"
       else
           open output src-wtreg-file
           perform until bk-wtreg-status not = "00"
               read bk-wtreg-file
                   not at end
                       move bk-wtreg-rec to Fwtr-rec
                       write Fwtr-rec
           end-perform
           close src-wtreg-file
           close bk-wtreg-file
           add 1 to restored-files
           display "./dat/work-terms-register.dat を書き戻しました"
       end-if.

restore-yeadecl.
       open input bk-yeadecl-file.
       if bk-yeadecl-status not = "00"
           display "./dat/yea-declaration.dat は退避が無いためスキップします"
       else
           open output src-yeadecl-file
           perform until bk-yeadecl-status not = "00"
               read bk-yeadecl-file
                   not at end
                       move bk-yeadecl-rec to Fyd-rec
                       write Fyd-rec
           end-perform
           close src-yeadecl-file
           close bk-yeadecl-file
           add 1 to restored-files
           display "./dat/yea-declaration.dat を書き戻しました"
       end-if.

restore-yeadj.
       open input bk-yeadj-file.
       if bk-yeadj-status not = "00"
           display "./dat/year-end-adjust.dat は退避が無いためスキップします"
       else
           open output src-yeadj-file
           perform until bk-yeadj-status not = "00"
               read bk-yeadj-file
                   not at end
                       move bk-yeadj-rec to Fya-rec
                       write Fya-rec
           end-perform
           close src-yeadj-file
           close bk-yeadj-file
           add 1 to restored-files
           display "./dat/year-end-adjust.dat を書き戻しました"
       end-if.

selective-bonus.
       perform verify-bonus.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-bonus-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-bonus-file.
       if src-bonus-status = "00"
           perform until src-bonus-status not = "00"
               read src-bonus-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-bonus-file
       end-if.
       compute cur-bytes = cur-count * 44.
       compute bak-bytes = expected-count * 44.
       display "bonus.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-bonus
       else
           display "スキップしました"
       end-if.

selective-bonus-exit.
       exit.

selective-bank.
       perform verify-bank.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-bank-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-bank-file.
       if src-bank-status = "00"
           perform until src-bank-status not = "00"
               read src-bank-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-bank-file
       end-if.
       compute cur-bytes = cur-count * 52.
       compute bak-bytes = expected-count * 52.
       display "bank-account.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-bank
       else
           display "スキップしました"
       end-if.

selective-bank-exit.
       exit.

selective-badge.
       perform verify-badge.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-badge-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-badge-file.
       if src-badge-status = "00"
           perform until src-badge-status not = "00"
               read src-badge-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-badge-file
       end-if.
       compute cur-bytes = cur-count * 40.
       compute bak-bytes = expected-count * 40.
       display "badge.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-badge
       else
           display "スキップしました"
       end-if.

selective-badge-exit.
       exit.

selective-roster.
       perform verify-roster.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-roster-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-roster-file.
       if src-roster-status = "00"
           perform until src-roster-status not = "00"
               read src-roster-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-roster-file
       end-if.
       compute cur-bytes = cur-count * 28.
       compute bak-bytes = expected-count * 28.
       display "roster.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-roster
       else
           display "スキップしました"
       end-if.

selective-roster-exit.
       exit.

selective-scal.
       perform verify-scal.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-scal-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-scal-file.
       if src-scal-status = "00"
           perform until src-scal-status not = "00"
               read src-scal-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-scal-file
       end-if.
       compute cur-bytes = cur-count * 14.
       compute bak-bytes = expected-count * 14.
       display "schedule-cal.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-scal
       else
           display "スキップしました"
       end-if.

selective-scal-exit.
       exit.

selective-contract.
       perform verify-contract.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-contract-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-contract-file.
       if src-contract-status = "00"
           perform until src-contract-status not = "00"
               read src-contract-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-contract-file
       end-if.
       compute cur-bytes = cur-count * 26.
       compute bak-bytes = expected-count * 26.
       display "contract.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-contract
       else
           display "スキップしました"
       end-if.

selective-contract-exit.
       exit.

selective-wcap.
       perform verify-wcap.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-wcap-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-wcap-file.
       if src-wcap-status = "00"
           perform until src-wcap-status not = "00"
               read src-wcap-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-wcap-file
       end-if.
       compute cur-bytes = cur-count * 47.
       compute bak-bytes = expected-count * 47.
       display "weekly-cap.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-wcap
       else
           display "スキップしました"
       end-if.

selective-wcap-exit.
       exit.

selective-otreq.
       perform verify-otreq.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-otreq-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-otreq-file.
       if src-otreq-status = "00"
           perform until src-otreq-status not = "00"
               read src-otreq-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-otreq-file
       end-if.
       compute cur-bytes = cur-count * 119.
       compute bak-bytes = expected-count * 119.
       display "overtime-req.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".
       display "注意: overtime-req.dat は採番カウンタ overtime-req-seq.dat と".
       display "整合している必要があります。counterを一緒に戻さない場合は".
       display "採番の重複・欠番に注意してください".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-otreq
       else
           display "スキップしました"
       end-if.

selective-otreq-exit.
       exit.

selective-hwork.
       perform verify-hwork.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-hwork-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-hwork-file.
       if src-hwork-status = "00"
           perform until src-hwork-status not = "00"
               read src-hwork-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-hwork-file
       end-if.
       compute cur-bytes = cur-count * 119.
       compute bak-bytes = expected-count * 119.
       display "holiday-work.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".
       display "注意: holiday-work.dat は採番カウンタ holiday-work-seq.dat と".
       display "整合している必要があります。counterを一緒に戻さない場合は".
       display "採番の重複・欠番に注意してください".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-hwork
       else
           display "スキップしました"
       end-if.

selective-hwork-exit.
       exit.

selective-offsite.
       perform verify-offsite.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-offsite-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-offsite-file.
       if src-offsite-status = "00"
           perform until src-offsite-status not = "00"
               read src-offsite-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-offsite-file
       end-if.
       compute cur-bytes = cur-count * 128.
       compute bak-bytes = expected-count * 128.
       display "offsite.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".
       display "注意: offsite.dat は採番カウンタ offsite-seq.dat と".
       display "整合している必要があります。counterを一緒に戻さない場合は".
       display "採番の重複・欠番に注意してください".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-offsite
       else
           display "スキップしました"
       end-if.

selective-offsite-exit.
       exit.

selective-sloc.
       perform verify-sloc.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-sloc-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-sloc-file.
       if src-sloc-status = "00"
           perform until src-sloc-status not = "00"
               read src-sloc-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-sloc-file
       end-if.
       compute cur-bytes = cur-count * 13.
       compute bak-bytes = expected-count * 13.
       display "stamp-location.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-sloc
       else
           display "スキップしました"
       end-if.

selective-sloc-exit.
       exit.

selective-rtp.
       perform verify-rtp.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-rtp-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-rtp-file.
       if src-rtp-status = "00"
           perform until src-rtp-status not = "00"
               read src-rtp-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-rtp-file
       end-if.
       compute cur-bytes = cur-count * 47.
       compute bak-bytes = expected-count * 47.
       display "route-progress.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-rtp
       else
           display "スキップしました"
       end-if.

selective-rtp-exit.
       exit.

selective-tconf.
       perform verify-tconf.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-tconf-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-tconf-file.
       if src-tconf-status = "00"
           perform until src-tconf-status not = "00"
               read src-tconf-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-tconf-file
       end-if.
       compute cur-bytes = cur-count * 127.
       compute bak-bytes = expected-count * 127.
       display "timecard-confirm.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-tconf
       else
           display "スキップしました"
       end-if.

selective-tconf-exit.
       exit.

selective-hcase.
       perform verify-hcase.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-hcase-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-hcase-file.
       if src-hcase-status = "00"
           perform until src-hcase-status not = "00"
               read src-hcase-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-hcase-file
       end-if.
       compute cur-bytes = cur-count * 56.
       compute bak-bytes = expected-count * 56.
       display "health-case.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-hcase
       else
           display "スキップしました"
       end-if.

selective-hcase-exit.
       exit.

selective-rhlink.
       perform verify-rhlink.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-rhlink-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-rhlink-file.
       if src-rhlink-status = "00"
           perform until src-rhlink-status not = "00"
               read src-rhlink-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-rhlink-file
       end-if.
       compute cur-bytes = cur-count * 35.
       compute bak-bytes = expected-count * 35.
       display "rehire-link.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-rhlink
       else
           display "スキップしました"
       end-if.

selective-rhlink-exit.
       exit.

selective-magg.
       perform verify-magg.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-magg-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-magg-file.
       if src-magg-status = "00"
           perform until src-magg-status not = "00"
               read src-magg-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-magg-file
       end-if.
       compute cur-bytes = cur-count * 427.
       compute bak-bytes = expected-count * 427.
       display "month-agg.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-magg
       else
           display "スキップしました"
       end-if.

selective-magg-exit.
       exit.

selective-rparam.
       perform verify-rparam.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-rparam-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-rparam-file.
       if src-rparam-status = "00"
           perform until src-rparam-status not = "00"
               read src-rparam-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-rparam-file
       end-if.
       compute cur-bytes = cur-count * 80.
       compute bak-bytes = expected-count * 80.
       display "run-param.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-rparam
       else
           display "スキップしました"
       end-if.

selective-rparam-exit.
       exit.

selective-ovl.
       perform verify-ovl.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-ovl-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-ovl-file.
       if src-ovl-status = "00"
           perform until src-ovl-status not = "00"
               read src-ovl-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-ovl-file
       end-if.
       compute cur-bytes = cur-count * 46.
       compute bak-bytes = expected-count * 46.
       display "overtime-ledger.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-ovl
       else
           display "スキップしました"
       end-if.

selective-ovl-exit.
       exit.

selective-commute.
       perform verify-commute.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-commute-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-commute-file.
       if src-commute-status = "00"
           perform until src-commute-status not = "00"
               read src-commute-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-commute-file
       end-if.
       compute cur-bytes = cur-count * 39.
       compute bak-bytes = expected-count * 39.
       display "commute-allowance.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-commute
       else
           display "スキップしました"
       end-if.

selective-commute-exit.
       exit.

selective-salary.
       perform verify-salary.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-salary-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-salary-file.
       if src-salary-status = "00"
           perform until src-salary-status not = "00"
               read src-salary-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-salary-file
       end-if.
       compute cur-bytes = cur-count * 20.
       compute bak-bytes = expected-count * 20.
       display "salary.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-salary
       else
           display "スキップしました"
       end-if.

selective-salary-exit.
       exit.

selective-shours.
       perform verify-shours.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-shours-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-shours-file.
       if src-shours-status = "00"
           perform until src-shours-status not = "00"
               read src-shours-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-shours-file
       end-if.
       compute cur-bytes = cur-count * 35.
       compute bak-bytes = expected-count * 35.
       display "short-hours.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-shours
       else
           display "スキップしました"
       end-if.

selective-shours-exit.
       exit.

selective-ltype.
       perform verify-ltype.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-ltype-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-ltype-file.
       if src-ltype-status = "00"
           perform until src-ltype-status not = "00"
               read src-ltype-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-ltype-file
       end-if.
       compute cur-bytes = cur-count * 26.
       compute bak-bytes = expected-count * 26.
       display "leave-type.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-ltype
       else
           display "スキップしました"
       end-if.

selective-ltype-exit.
       exit.

selective-agr.
       perform verify-agr.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-agr-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-agr-file.
       if src-agr-status = "00"
           perform until src-agr-status not = "00"
               read src-agr-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-agr-file
       end-if.
       compute cur-bytes = cur-count * 11.
       compute bak-bytes = expected-count * 11.
       display "agreement36.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-agr
       else
           display "スキップしました"
       end-if.

selective-agr-exit.
       exit.

selective-pck.
       perform verify-pck.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-pck-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-pck-file.
       if src-pck-status = "00"
           perform until src-pck-status not = "00"
               read src-pck-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-pck-file
       end-if.
       compute cur-bytes = cur-count * 108.
       compute bak-bytes = expected-count * 108.
       display "payroll-checkpoint.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-pck
       else
           display "スキップしました"
       end-if.

selective-pck-exit.
       exit.

selective-otreqseq.
       perform verify-otreqseq.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-otreqseq-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-otreqseq-file.
       if src-otreqseq-status = "00"
           perform until src-otreqseq-status not = "00"
               read src-otreqseq-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-otreqseq-file
       end-if.
       compute cur-bytes = cur-count * 7.
       compute bak-bytes = expected-count * 7.
       display "overtime-req-seq.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-otreqseq
       else
           display "スキップしました"
       end-if.

selective-otreqseq-exit.
       exit.

selective-hworkseq.
       perform verify-hworkseq.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-hworkseq-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-hworkseq-file.
       if src-hworkseq-status = "00"
           perform until src-hworkseq-status not = "00"
               read src-hworkseq-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-hworkseq-file
       end-if.
       compute cur-bytes = cur-count * 7.
       compute bak-bytes = expected-count * 7.
       display "holiday-work-seq.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-hworkseq
       else
           display "スキップしました"
       end-if.

selective-hworkseq-exit.
       exit.

selective-offsiteseq.
       perform verify-offsiteseq.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-offsiteseq-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-offsiteseq-file.
       if src-offsiteseq-status = "00"
           perform until src-offsiteseq-status not = "00"
               read src-offsiteseq-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-offsiteseq-file
       end-if.
       compute cur-bytes = cur-count * 7.
       compute bak-bytes = expected-count * 7.
       display "offsite-seq.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-offsiteseq
       else
           display "スキップしました"
       end-if.

selective-offsiteseq-exit.
       exit.

selective-certseq.
       perform verify-certseq.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-certseq-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-certseq-file.
       if src-certseq-status = "00"
           perform until src-certseq-status not = "00"
               read src-certseq-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-certseq-file
       end-if.
       compute cur-bytes = cur-count * 7.
       compute bak-bytes = expected-count * 7.
       display "certificate-seq.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-certseq
       else
           display "スキップしました"
       end-if.

selective-certseq-exit.
       exit.

selective-hbeat.
       perform verify-hbeat.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-hbeat-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-hbeat-file.
       if src-hbeat-status = "00"
           perform until src-hbeat-status not = "00"
               read src-hbeat-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-hbeat-file
       end-if.
       compute cur-bytes = cur-count * 30.
       compute bak-bytes = expected-count * 30.
       display "heartbeat.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-hbeat
       else
           display "スキップしました"
       end-if.

selective-hbeat-exit.
       exit.

selective-dcount.
       perform verify-dcount.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-dcount-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-dcount-file.
       if src-dcount-status = "00"
           perform until src-dcount-status not = "00"
               read src-dcount-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-dcount-file
       end-if.
       compute cur-bytes = cur-count * 33.
       compute bak-bytes = expected-count * 33.
       display "device-count.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-dcount
       else
           display "スキップしました"
       end-if.

selective-dcount-exit.
       exit.

selective-route.
       perform verify-route.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-route-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-route-file.
       if src-route-status = "00"
           perform until src-route-status not = "00"
               read src-route-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-route-file
       end-if.
       compute cur-bytes = cur-count * 26.
       compute bak-bytes = expected-count * 26.
       display "approval-route.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-route
       else
           display "スキップしました"
       end-if.

selective-route-exit.
       exit.

selective-plleave.
       perform verify-plleave.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-plleave-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-plleave-file.
       if src-plleave-status = "00"
           perform until src-plleave-status not = "00"
               read src-plleave-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-plleave-file
       end-if.
       compute cur-bytes = cur-count * 11.
       compute bak-bytes = expected-count * 11.
       display "planned-leave.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-plleave
       else
           display "スキップしました"
       end-if.

selective-plleave-exit.
       exit.

selective-staffing.
       perform verify-staffing.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-staffing-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-staffing-file.
       if src-staffing-status = "00"
           perform until src-staffing-status not = "00"
               read src-staffing-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-staffing-file
       end-if.
       compute cur-bytes = cur-count * 6.
       compute bak-bytes = expected-count * 6.
       display "staffing.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-staffing
       else
           display "スキップしました"
       end-if.

selective-staffing-exit.
       exit.

selective-trail.
       perform verify-trail.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-trail-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-trail-file.
       if src-trail-status = "00"
           perform until src-trail-status not = "00"
               read src-trail-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-trail-file
       end-if.
       compute cur-bytes = cur-count * 37.
       compute bak-bytes = expected-count * 37.
       display "reminder-trail.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-trail
       else
           display "スキップしました"
       end-if.

selective-trail-exit.
       exit.

selective-psreg.
       perform verify-psreg.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-psreg-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-psreg-file.
       if src-psreg-status = "00"
           perform until src-psreg-status not = "00"
               read src-psreg-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-psreg-file
       end-if.
       compute cur-bytes = cur-count * 38.
       compute bak-bytes = expected-count * 38.
       display "payslip-register.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-psreg
       else
           display "スキップしました"
       end-if.

selective-psreg-exit.
       exit.

selective-certreg.
       perform verify-certreg.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-certreg-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-certreg-file.
       if src-certreg-status = "00"
           perform until src-certreg-status not = "00"
               read src-certreg-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-certreg-file
       end-if.
       compute cur-bytes = cur-count * 51.
       compute bak-bytes = expected-count * 51.
       display "certificate-register.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-certreg
       else
           display "スキップしました"
       end-if.

selective-certreg-exit.
       exit.

selective-aidx.
       perform verify-aidx.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-aidx-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-aidx-file.
       if src-aidx-status = "00"
           perform until src-aidx-status not = "00"
               read src-aidx-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-aidx-file
       end-if.
       compute cur-bytes = cur-count * 30.
       compute bak-bytes = expected-count * 30.
       display "stamp-archive-index.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-aidx
       else
           display "スキップしました"
       end-if.

selective-aidx-exit.
       exit.

selective-saudit.
       perform verify-saudit.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-saudit-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-saudit-file.
       if src-saudit-status = "00"
           perform until src-saudit-status not = "00"
               read src-saudit-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-saudit-file
       end-if.
       compute cur-bytes = cur-count * 86.
       compute bak-bytes = expected-count * 86.
       display "session-audit.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-saudit
       else
           display "スキップしました"
       end-if.

selective-saudit-exit.
       exit.

selective-raccess.
       perform verify-raccess.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-raccess-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-raccess-file.
       if src-raccess-status = "00"
           perform until src-raccess-status not = "00"
               read src-raccess-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-raccess-file
       end-if.
       compute cur-bytes = cur-count * 85.
       compute bak-bytes = expected-count * 85.
       display "read-access.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-raccess
       else
           display "スキップしました"
       end-if.

selective-raccess-exit.
       exit.

selective-jsched.
       perform verify-jsched.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-jsched-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-jsched-file.
       if src-jsched-status = "00"
           perform until src-jsched-status not = "00"
               read src-jsched-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-jsched-file
       end-if.
       compute cur-bytes = cur-count * 34.
       compute bak-bytes = expected-count * 34.
       display "job-schedule.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-jsched
       else
           display "スキップしました"
       end-if.

selective-jsched-exit.
       exit.

selective-dbudget.
       perform verify-dbudget.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-dbudget-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-dbudget-file.
       if src-dbudget-status = "00"
           perform until src-dbudget-status not = "00"
               read src-dbudget-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-dbudget-file
       end-if.
       compute cur-bytes = cur-count * 63.
       compute bak-bytes = expected-count * 63.
       display "dept-budget.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-dbudget
       else
           display "スキップしました"
       end-if.

selective-dbudget-exit.
       exit.

selective-a36site.
       perform verify-a36site.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-a36site-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-a36site-file.
       if src-a36site-status = "00"
           perform until src-a36site-status not = "00"
               read src-a36site-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-a36site-file
       end-if.
       compute cur-bytes = cur-count * 43.
       compute bak-bytes = expected-count * 43.
       display "agreement36-site.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-a36site
       else
           display "スキップしました"
       end-if.

selective-a36site-exit.
       exit.

selective-wplace.
       perform verify-wplace.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-wplace-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-wplace-file.
       if src-wplace-status = "00"
           perform until src-wplace-status not = "00"
               read src-wplace-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-wplace-file
       end-if.
       compute cur-bytes = cur-count * 22.
       compute bak-bytes = expected-count * 22.
       display "workplace.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-wplace
       else
           display "スキップしました"
       end-if.

selective-wplace-exit.
       exit.

selective-rdept.
       perform verify-rdept.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-rdept-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-rdept-file.
       if src-rdept-status = "00"
           perform until src-rdept-status not = "00"
               read src-rdept-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-rdept-file
       end-if.
       compute cur-bytes = cur-count * 38.
       compute bak-bytes = expected-count * 38.
       display "roster-dept.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-rdept
       else
           display "スキップしました"
       end-if.

selective-rdept-exit.
       exit.

selective-rdstat.
       perform verify-rdstat.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-rdstat-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-rdstat-file.
       if src-rdstat-status = "00"
           perform until src-rdstat-status not = "00"
               read src-rdstat-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-rdstat-file
       end-if.
       compute cur-bytes = cur-count * 62.
       compute bak-bytes = expected-count * 62.
       display "roster-draft-status.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-rdstat
       else
           display "スキップしました"
       end-if.

selective-rdstat-exit.
       exit.

selective-rdraft.
       perform verify-rdraft.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-rdraft-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-rdraft-file.
       if src-rdraft-status = "00"
           perform until src-rdraft-status not = "00"
               read src-rdraft-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-rdraft-file
       end-if.
       compute cur-bytes = cur-count * 51.
       compute bak-bytes = expected-count * 51.
       display "roster-draft.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-rdraft
       else
           display "スキップしました"
       end-if.

selective-rdraft-exit.
       exit.

selective-project.
       perform verify-project.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-project-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-project-file.
       if src-project-status = "00"
           perform until src-project-status not = "00"
               read src-project-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-project-file
       end-if.
       compute cur-bytes = cur-count * 136.
       compute bak-bytes = expected-count * 136.
       display "project.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-project
       else
           display "スキップしました"
       end-if.

selective-project-exit.
       exit.

selective-conc.
       perform verify-conc.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-conc-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-conc-file.
       if src-conc-status = "00"
           perform until src-conc-status not = "00"
               read src-conc-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-conc-file
       end-if.
       compute cur-bytes = cur-count * 58.
       compute bak-bytes = expected-count * 58.
       display "concurrent-assign.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-conc
       else
           display "スキップしました"
       end-if.

selective-conc-exit.
       exit.

selective-dispatch.
       perform verify-dispatch.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-dispatch-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-dispatch-file.
       if src-dispatch-status = "00"
           perform until src-dispatch-status not = "00"
               read src-dispatch-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-dispatch-file
       end-if.
       compute cur-bytes = cur-count * 141.
       compute bak-bytes = expected-count * 141.
       display "dispatch.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-dispatch
       else
           display "スキップしました"
       end-if.

selective-dispatch-exit.
       exit.

selective-rgplan.
       perform verify-rgplan.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-rgplan-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-rgplan-file.
       if src-rgplan-status = "00"
           perform until src-rgplan-status not = "00"
               read src-rgplan-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-rgplan-file
       end-if.
       compute cur-bytes = cur-count * 116.
       compute bak-bytes = expected-count * 116.
       display "reorg-plan.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-rgplan
       else
           display "スキップしました"
       end-if.

selective-rgplan-exit.
       exit.

selective-dretired.
       perform verify-dretired.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-dretired-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-dretired-file.
       if src-dretired-status = "00"
           perform until src-dretired-status not = "00"
               read src-dretired-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-dretired-file
       end-if.
       compute cur-bytes = cur-count * 60.
       compute bak-bytes = expected-count * 60.
       display "dept-retired.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-dretired
       else
           display "スキップしました"
       end-if.

selective-dretired-exit.
       exit.

selective-accseq.
       perform verify-accseq.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-accseq-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-accseq-file.
       if src-accseq-status = "00"
           perform until src-accseq-status not = "00"
               read src-accseq-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-accseq-file
       end-if.
       compute cur-bytes = cur-count * 7.
       compute bak-bytes = expected-count * 7.
       display "accident-seq.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-accseq
       else
           display "スキップしました"
       end-if.

selective-accseq-exit.
       exit.

selective-acc.
       perform verify-acc.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-acc-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-acc-file.
       if src-acc-status = "00"
           perform until src-acc-status not = "00"
               read src-acc-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-acc-file
       end-if.
       compute cur-bytes = cur-count * 204.
       compute bak-bytes = expected-count * 204.
       display "accident.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-acc
       else
           display "スキップしました"
       end-if.

selective-acc-exit.
       exit.

selective-btrate.
       perform verify-btrate.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-btrate-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-btrate-file.
       if src-btrate-status = "00"
           perform until src-btrate-status not = "00"
               read src-btrate-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-btrate-file
       end-if.
       compute cur-bytes = cur-count * 157.
       compute bak-bytes = expected-count * 157.
       display "bonus-tax-rate.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-btrate
       else
           display "スキップしました"
       end-if.

selective-btrate-exit.
       exit.

selective-calev.
       perform verify-calev.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-calev-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-calev-file.
       if src-calev-status = "00"
           perform until src-calev-status not = "00"
               read src-calev-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-calev-file
       end-if.
       compute cur-bytes = cur-count * 316.
       compute bak-bytes = expected-count * 316.
       display "calendar-event.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-calev
       else
           display "スキップしました"
       end-if.

selective-calev-exit.
       exit.

selective-caphist.
       perform verify-caphist.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-caphist-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-caphist-file.
       if src-caphist-status = "00"
           perform until src-caphist-status not = "00"
               read src-caphist-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-caphist-file
       end-if.
       compute cur-bytes = cur-count * 80.
       compute bak-bytes = expected-count * 80.
       display "capacity-history.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-caphist
       else
           display "スキップしました"
       end-if.

selective-caphist-exit.
       exit.

selective-captgt.
       perform verify-captgt.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-captgt-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-captgt-file.
       if src-captgt-status = "00"
           perform until src-captgt-status not = "00"
               read src-captgt-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-captgt-file
       end-if.
       compute cur-bytes = cur-count * 61.
       compute bak-bytes = expected-count * 61.
       display "capacity-target.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-captgt
       else
           display "スキップしました"
       end-if.

selective-captgt-exit.
       exit.

selective-capwarn.
       perform verify-capwarn.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-capwarn-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-capwarn-file.
       if src-capwarn-status = "00"
           perform until src-capwarn-status not = "00"
               read src-capwarn-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-capwarn-file
       end-if.
       compute cur-bytes = cur-count * 128.
       compute bak-bytes = expected-count * 128.
       display "capacity-warning.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-capwarn
       else
           display "スキップしました"
       end-if.

selective-capwarn-exit.
       exit.

selective-checkup.
       perform verify-checkup.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-checkup-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-checkup-file.
       if src-checkup-status = "00"
           perform until src-checkup-status not = "00"
               read src-checkup-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-checkup-file
       end-if.
       compute cur-bytes = cur-count * 101.
       compute bak-bytes = expected-count * 101.
       display "checkup.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-checkup
       else
           display "スキップしました"
       end-if.

selective-checkup-exit.
       exit.

selective-company.
       perform verify-company.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-company-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-company-file.
       if src-company-status = "00"
           perform until src-company-status not = "00"
               read src-company-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-company-file
       end-if.
       compute cur-bytes = cur-count * 173.
       compute bak-bytes = expected-count * 173.
       display "company.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-company
       else
           display "スキップしました"
       end-if.

selective-company-exit.
       exit.

selective-devkey.
       perform verify-devkey.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-devkey-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-devkey-file.
       if src-devkey-status = "00"
           perform until src-devkey-status not = "00"
               read src-devkey-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-devkey-file
       end-if.
       compute cur-bytes = cur-count * 76.
       compute bak-bytes = expected-count * 76.
       display "device-key.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-devkey
       else
           display "スキップしました"
       end-if.

selective-devkey-exit.
       exit.

selective-devsite.
       perform verify-devsite.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-devsite-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-devsite-file.
       if src-devsite-status = "00"
           perform until src-devsite-status not = "00"
               read src-devsite-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-devsite-file
       end-if.
       compute cur-bytes = cur-count * 38.
       compute bak-bytes = expected-count * 38.
       display "device-site.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-devsite
       else
           display "スキップしました"
       end-if.

selective-devsite-exit.
       exit.

selective-disrate.
       perform verify-disrate.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-disrate-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-disrate-file.
       if src-disrate-status = "00"
           perform until src-disrate-status not = "00"
               read src-disrate-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-disrate-file
       end-if.
       compute cur-bytes = cur-count * 13.
       compute bak-bytes = expected-count * 13.
       display "disability-rate.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-disrate
       else
           display "スキップしました"
       end-if.

selective-disrate-exit.
       exit.

selective-disab.
       perform verify-disab.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-disab-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-disab-file.
       if src-disab-status = "00"
           perform until src-disab-status not = "00"
               read src-disab-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-disab-file
       end-if.
       compute cur-bytes = cur-count * 55.
       compute bak-bytes = expected-count * 55.
       display "disability.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-disab
       else
           display "スキップしました"
       end-if.

selective-disab-exit.
       exit.

selective-discreq.
       perform verify-discreq.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-discreq-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-discreq-file.
       if src-discreq-status = "00"
           perform until src-discreq-status not = "00"
               read src-discreq-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-discreq-file
       end-if.
       compute cur-bytes = cur-count * 175.
       compute bak-bytes = expected-count * 175.
       display "disclosure-request.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-discreq
       else
           display "スキップしました"
       end-if.

selective-discreq-exit.
       exit.

selective-discseq.
       perform verify-discseq.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-discseq-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-discseq-file.
       if src-discseq-status = "00"
           perform until src-discseq-status not = "00"
               read src-discseq-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-discseq-file
       end-if.
       compute cur-bytes = cur-count * 7.
       compute bak-bytes = expected-count * 7.
       display "disclosure-seq.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-discseq
       else
           display "スキップしました"
       end-if.

selective-discseq-exit.
       exit.

selective-dconfirm.
       perform verify-dconfirm.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-dconfirm-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-dconfirm-file.
       if src-dconfirm-status = "00"
           perform until src-dconfirm-status not = "00"
               read src-dconfirm-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-dconfirm-file
       end-if.
       compute cur-bytes = cur-count * 89.
       compute bak-bytes = expected-count * 89.
       display "dispatch-confirm.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-dconfirm
       else
           display "スキップしました"
       end-if.

selective-dconfirm-exit.
       exit.

selective-diverg.
       perform verify-diverg.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-diverg-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-diverg-file.
       if src-diverg-status = "00"
           perform until src-diverg-status not = "00"
               read src-diverg-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-diverg-file
       end-if.
       compute cur-bytes = cur-count * 193.
       compute bak-bytes = expected-count * 193.
       display "divergence.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-diverg
       else
           display "スキップしました"
       end-if.

selective-diverg-exit.
       exit.

selective-dwhled.
       perform verify-dwhled.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-dwhled-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-dwhled-file.
       if src-dwhled-status = "00"
           perform until src-dwhled-status not = "00"
               read src-dwhled-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-dwhled-file
       end-if.
       compute cur-bytes = cur-count * 76.
       compute bak-bytes = expected-count * 76.
       display "dwh-ledger.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-dwhled
       else
           display "スキップしました"
       end-if.

selective-dwhled-exit.
       exit.

selective-dwhmark.
       perform verify-dwhmark.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-dwhmark-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-dwhmark-file.
       if src-dwhmark-status = "00"
           perform until src-dwhmark-status not = "00"
               read src-dwhmark-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-dwhmark-file
       end-if.
       compute cur-bytes = cur-count * 91.
       compute bak-bytes = expected-count * 91.
       display "dwh-mark.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-dwhmark
       else
           display "スキップしました"
       end-if.

selective-dwhmark-exit.
       exit.

selective-empstat.
       perform verify-empstat.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-empstat-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-empstat-file.
       if src-empstat-status = "00"
           perform until src-empstat-status not = "00"
               read src-empstat-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-empstat-file
       end-if.
       compute cur-bytes = cur-count * 68.
       compute bak-bytes = expected-count * 68.
       display "emp-status.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-empstat
       else
           display "スキップしました"
       end-if.

selective-empstat-exit.
       exit.

selective-empco.
       perform verify-empco.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-empco-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-empco-file.
       if src-empco-status = "00"
           perform until src-empco-status not = "00"
               read src-empco-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-empco-file
       end-if.
       compute cur-bytes = cur-count * 37.
       compute bak-bytes = expected-count * 37.
       display "employee-company.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-empco
       else
           display "スキップしました"
       end-if.

selective-empco-exit.
       exit.

selective-empsite.
       perform verify-empsite.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-empsite-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-empsite-file.
       if src-empsite-status = "00"
           perform until src-empsite-status not = "00"
               read src-empsite-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-empsite-file
       end-if.
       compute cur-bytes = cur-count * 45.
       compute bak-bytes = expected-count * 45.
       display "employee-site.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-empsite
       else
           display "スキップしました"
       end-if.

selective-empsite-exit.
       exit.

selective-ethist.
       perform verify-ethist.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-ethist-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-ethist-file.
       if src-ethist-status = "00"
           perform until src-ethist-status not = "00"
               read src-ethist-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-ethist-file
       end-if.
       compute cur-bytes = cur-count * 83.
       compute bak-bytes = expected-count * 83.
       display "emptype-history.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-ethist
       else
           display "スキップしました"
       end-if.

selective-ethist-exit.
       exit.

selective-famallow.
       perform verify-famallow.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-famallow-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-famallow-file.
       if src-famallow-status = "00"
           perform until src-famallow-status not = "00"
               read src-famallow-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-famallow-file
       end-if.
       compute cur-bytes = cur-count * 27.
       compute bak-bytes = expected-count * 27.
       display "family-allowance.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-famallow
       else
           display "スキップしました"
       end-if.

selective-famallow-exit.
       exit.

selective-fieldvis.
       perform verify-fieldvis.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-fieldvis-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-fieldvis-file.
       if src-fieldvis-status = "00"
           perform until src-fieldvis-status not = "00"
               read src-fieldvis-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-fieldvis-file
       end-if.
       compute cur-bytes = cur-count * 13.
       compute bak-bytes = expected-count * 13.
       display "field-visibility.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-fieldvis
       else
           display "スキップしました"
       end-if.

selective-fieldvis-exit.
       exit.

selective-insfile.
       perform verify-insfile.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-insfile-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-insfile-file.
       if src-insfile-status = "00"
           perform until src-insfile-status not = "00"
               read src-insfile-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-insfile-file
       end-if.
       compute cur-bytes = cur-count * 237.
       compute bak-bytes = expected-count * 237.
       display "insurance-filing.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-insfile
       else
           display "スキップしました"
       end-if.

selective-insfile-exit.
       exit.

selective-insgrade.
       perform verify-insgrade.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-insgrade-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-insgrade-file.
       if src-insgrade-status = "00"
           perform until src-insgrade-status not = "00"
               read src-insgrade-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-insgrade-file
       end-if.
       compute cur-bytes = cur-count * 34.
       compute bak-bytes = expected-count * 34.
       display "insurance-grade.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-insgrade
       else
           display "スキップしました"
       end-if.

selective-insgrade-exit.
       exit.

selective-insrate.
       perform verify-insrate.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-insrate-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-insrate-file.
       if src-insrate-status = "00"
           perform until src-insrate-status not = "00"
               read src-insrate-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-insrate-file
       end-if.
       compute cur-bytes = cur-count * 35.
       compute bak-bytes = expected-count * 35.
       display "insurance-rate.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-insrate
       else
           display "スキップしました"
       end-if.

selective-insrate-exit.
       exit.

selective-ins.
       perform verify-ins.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-ins-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-ins-file.
       if src-ins-status = "00"
           perform until src-ins-status not = "00"
               read src-ins-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-ins-file
       end-if.
       compute cur-bytes = cur-count * 45.
       compute bak-bytes = expected-count * 45.
       display "insurance.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-ins
       else
           display "スキップしました"
       end-if.

selective-ins-exit.
       exit.

selective-slaalert.
       perform verify-slaalert.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-slaalert-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-slaalert-file.
       if src-slaalert-status = "00"
           perform until src-slaalert-status not = "00"
               read src-slaalert-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-slaalert-file
       end-if.
       compute cur-bytes = cur-count * 60.
       compute bak-bytes = expected-count * 60.
       display "job-sla-alerted.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-slaalert
       else
           display "スキップしました"
       end-if.

selective-slaalert-exit.
       exit.

selective-jobsla.
       perform verify-jobsla.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-jobsla-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-jobsla-file.
       if src-jobsla-status = "00"
           perform until src-jobsla-status not = "00"
               read src-jobsla-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-jobsla-file
       end-if.
       compute cur-bytes = cur-count * 80.
       compute bak-bytes = expected-count * 80.
       display "job-sla.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-jobsla
       else
           display "スキップしました"
       end-if.

selective-jobsla-exit.
       exit.

selective-lalloc.
       perform verify-lalloc.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-lalloc-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-lalloc-file.
       if src-lalloc-status = "00"
           perform until src-lalloc-status not = "00"
               read src-lalloc-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-lalloc-file
       end-if.
       compute cur-bytes = cur-count * 50.
       compute bak-bytes = expected-count * 50.
       display "labor-alloc.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-lalloc
       else
           display "スキップしました"
       end-if.

selective-lalloc-exit.
       exit.

selective-lirate.
       perform verify-lirate.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-lirate-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-lirate-file.
       if src-lirate-status = "00"
           perform until src-lirate-status not = "00"
               read src-lirate-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-lirate-file
       end-if.
       compute cur-bytes = cur-count * 30.
       compute bak-bytes = expected-count * 30.
       display "labor-ins-rate.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-lirate
       else
           display "スキップしました"
       end-if.

selective-lirate-exit.
       exit.

selective-lliab.
       perform verify-lliab.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-lliab-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-lliab-file.
       if src-lliab-status = "00"
           perform until src-lliab-status not = "00"
               read src-lliab-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-lliab-file
       end-if.
       compute cur-bytes = cur-count * 55.
       compute bak-bytes = expected-count * 55.
       display "leave-liability.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-lliab
       else
           display "スキップしました"
       end-if.

selective-lliab-exit.
       exit.

selective-minwage.
       perform verify-minwage.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-minwage-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-minwage-file.
       if src-minwage-status = "00"
           perform until src-minwage-status not = "00"
               read src-minwage-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-minwage-file
       end-if.
       compute cur-bytes = cur-count * 33.
       compute bak-bytes = expected-count * 33.
       display "minimum-wage.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-minwage
       else
           display "スキップしました"
       end-if.

selective-minwage-exit.
       exit.

selective-mlockco.
       perform verify-mlockco.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-mlockco-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-mlockco-file.
       if src-mlockco-status = "00"
           perform until src-mlockco-status not = "00"
               read src-mlockco-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-mlockco-file
       end-if.
       compute cur-bytes = cur-count * 29.
       compute bak-bytes = expected-count * 29.
       display "month-lock-company.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-mlockco
       else
           display "スキップしました"
       end-if.

selective-mlockco-exit.
       exit.

selective-objlog.
       perform verify-objlog.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-objlog-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-objlog-file.
       if src-objlog-status = "00"
           perform until src-objlog-status not = "00"
               read src-objlog-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-objlog-file
       end-if.
       compute cur-bytes = cur-count * 60.
       compute bak-bytes = expected-count * 60.
       display "objective-log.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-objlog
       else
           display "スキップしました"
       end-if.

selective-objlog-exit.
       exit.

selective-obrule.
       perform verify-obrule.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-obrule-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-obrule-file.
       if src-obrule-status = "00"
           perform until src-obrule-status not = "00"
               read src-obrule-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-obrule-file
       end-if.
       compute cur-bytes = cur-count * 39.
       compute bak-bytes = expected-count * 39.
       display "onboarding-rule.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-obrule
       else
           display "スキップしました"
       end-if.

selective-obrule-exit.
       exit.

selective-onboard.
       perform verify-onboard.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-onboard-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-onboard-file.
       if src-onboard-status = "00"
           perform until src-onboard-status not = "00"
               read src-onboard-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-onboard-file
       end-if.
       compute cur-bytes = cur-count * 150.
       compute bak-bytes = expected-count * 150.
       display "onboarding.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-onboard
       else
           display "スキップしました"
       end-if.

selective-onboard-exit.
       exit.

selective-otproj.
       perform verify-otproj.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-otproj-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-otproj-file.
       if src-otproj-status = "00"
           perform until src-otproj-status not = "00"
               read src-otproj-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-otproj-file
       end-if.
       compute cur-bytes = cur-count * 96.
       compute bak-bytes = expected-count * 96.
       display "ot-projection.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-otproj
       else
           display "スキップしました"
       end-if.

selective-otproj-exit.
       exit.

selective-payassign.
       perform verify-payassign.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-payassign-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-payassign-file.
       if src-payassign-status = "00"
           perform until src-payassign-status not = "00"
               read src-payassign-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-payassign-file
       end-if.
       compute cur-bytes = cur-count * 48.
       compute bak-bytes = expected-count * 48.
       display "pay-assign.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-payassign
       else
           display "スキップしました"
       end-if.

selective-payassign-exit.
       exit.

selective-paygrade.
       perform verify-paygrade.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-paygrade-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-paygrade-file.
       if src-paygrade-status = "00"
           perform until src-paygrade-status not = "00"
               read src-paygrade-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-paygrade-file
       end-if.
       compute cur-bytes = cur-count * 24.
       compute bak-bytes = expected-count * 24.
       display "pay-grade.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-paygrade
       else
           display "スキップしました"
       end-if.

selective-paygrade-exit.
       exit.

selective-piassign.
       perform verify-piassign.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-piassign-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-piassign-file.
       if src-piassign-status = "00"
           perform until src-piassign-status not = "00"
               read src-piassign-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-piassign-file
       end-if.
       compute cur-bytes = cur-count * 61.
       compute bak-bytes = expected-count * 61.
       display "pay-item-assign.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-piassign
       else
           display "スキップしました"
       end-if.

selective-piassign-exit.
       exit.

selective-payitem.
       perform verify-payitem.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-payitem-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-payitem-file.
       if src-payitem-status = "00"
           perform until src-payitem-status not = "00"
               read src-payitem-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-payitem-file
       end-if.
       compute cur-bytes = cur-count * 27.
       compute bak-bytes = expected-count * 27.
       display "pay-item.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-payitem
       else
           display "スキップしました"
       end-if.

selective-payitem-exit.
       exit.

selective-pmco.
       perform verify-pmco.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-pmco-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-pmco-file.
       if src-pmco-status = "00"
           perform until src-pmco-status not = "00"
               read src-pmco-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-pmco-file
       end-if.
       compute cur-bytes = cur-count * 32.
       compute bak-bytes = expected-count * 32.
       display "payroll-manifest-company.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-pmco
       else
           display "スキップしました"
       end-if.

selective-pmco-exit.
       exit.

selective-pmnet.
       perform verify-pmnet.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-pmnet-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-pmnet-file.
       if src-pmnet-status = "00"
           perform until src-pmnet-status not = "00"
               read src-pmnet-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-pmnet-file
       end-if.
       compute cur-bytes = cur-count * 54.
       compute bak-bytes = expected-count * 54.
       display "payroll-manifest-net.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-pmnet
       else
           display "スキップしました"
       end-if.

selective-pmnet-exit.
       exit.

selective-pmprorate.
       perform verify-pmprorate.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-pmprorate-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-pmprorate-file.
       if src-pmprorate-status = "00"
           perform until src-pmprorate-status not = "00"
               read src-pmprorate-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-pmprorate-file
       end-if.
       compute cur-bytes = cur-count * 72.
       compute bak-bytes = expected-count * 72.
       display "payroll-manifest-prorate.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-pmprorate
       else
           display "スキップしました"
       end-if.

selective-pmprorate-exit.
       exit.

selective-prelease.
       perform verify-prelease.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-prelease-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-prelease-file.
       if src-prelease-status = "00"
           perform until src-prelease-status not = "00"
               read src-prelease-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-prelease-file
       end-if.
       compute cur-bytes = cur-count * 275.
       compute bak-bytes = expected-count * 275.
       display "payroll-release.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-prelease
       else
           display "スキップしました"
       end-if.

selective-prelease-exit.
       exit.

selective-pchgseq.
       perform verify-pchgseq.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-pchgseq-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-pchgseq-file.
       if src-pchgseq-status = "00"
           perform until src-pchgseq-status not = "00"
               read src-pchgseq-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-pchgseq-file
       end-if.
       compute cur-bytes = cur-count * 7.
       compute bak-bytes = expected-count * 7.
       display "pending-change-seq.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-pchgseq
       else
           display "スキップしました"
       end-if.

selective-pchgseq-exit.
       exit.

selective-pchg.
       perform verify-pchg.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-pchg-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-pchg-file.
       if src-pchg-status = "00"
           perform until src-pchg-status not = "00"
               read src-pchg-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-pchg-file
       end-if.
       compute cur-bytes = cur-count * 1785.
       compute bak-bytes = expected-count * 1785.
       display "pending-change.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-pchg
       else
           display "スキップしました"
       end-if.

selective-pchg-exit.
       exit.

selective-porderseq.
       perform verify-porderseq.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-porderseq-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-porderseq-file.
       if src-porderseq-status = "00"
           perform until src-porderseq-status not = "00"
               read src-porderseq-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-porderseq-file
       end-if.
       compute cur-bytes = cur-count * 7.
       compute bak-bytes = expected-count * 7.
       display "personnel-order-seq.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-porderseq
       else
           display "スキップしました"
       end-if.

selective-porderseq-exit.
       exit.

selective-porder.
       perform verify-porder.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-porder-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-porder-file.
       if src-porder-status = "00"
           perform until src-porder-status not = "00"
               read src-porder-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-porder-file
       end-if.
       compute cur-bytes = cur-count * 163.
       compute bak-bytes = expected-count * 163.
       display "personnel-order.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-porder
       else
           display "スキップしました"
       end-if.

selective-porder-exit.
       exit.

selective-prorate.
       perform verify-prorate.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-prorate-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-prorate-file.
       if src-prorate-status = "00"
           perform until src-prorate-status not = "00"
               read src-prorate-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-prorate-file
       end-if.
       compute cur-bytes = cur-count * 3.
       compute bak-bytes = expected-count * 3.
       display "prorate-policy.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-prorate
       else
           display "スキップしました"
       end-if.

selective-prorate-exit.
       exit.

selective-pbufled.
       perform verify-pbufled.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-pbufled-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-pbufled-file.
       if src-pbufled-status = "00"
           perform until src-pbufled-status not = "00"
               read src-pbufled-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-pbufled-file
       end-if.
       compute cur-bytes = cur-count * 217.
       compute bak-bytes = expected-count * 217.
       display "punch-buffer-ledger.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-pbufled
       else
           display "スキップしました"
       end-if.

selective-pbufled-exit.
       exit.

selective-rcamp.
       perform verify-rcamp.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-rcamp-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-rcamp-file.
       if src-rcamp-status = "00"
           perform until src-rcamp-status not = "00"
               read src-rcamp-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-rcamp-file
       end-if.
       compute cur-bytes = cur-count * 124.
       compute bak-bytes = expected-count * 124.
       display "recert-campaign.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-rcamp
       else
           display "スキップしました"
       end-if.

selective-rcamp-exit.
       exit.

selective-ritem.
       perform verify-ritem.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-ritem-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-ritem-file.
       if src-ritem-status = "00"
           perform until src-ritem-status not = "00"
               read src-ritem-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-ritem-file
       end-if.
       compute cur-bytes = cur-count * 145.
       compute bak-bytes = expected-count * 145.
       display "recert-item.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-ritem
       else
           display "スキップしました"
       end-if.

selective-ritem-exit.
       exit.

selective-rcseq.
       perform verify-rcseq.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-rcseq-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-rcseq-file.
       if src-rcseq-status = "00"
           perform until src-rcseq-status not = "00"
               read src-rcseq-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-rcseq-file
       end-if.
       compute cur-bytes = cur-count * 7.
       compute bak-bytes = expected-count * 7.
       display "recert-seq.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-rcseq
       else
           display "スキップしました"
       end-if.

selective-rcseq-exit.
       exit.

selective-remrev.
       perform verify-remrev.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-remrev-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-remrev-file.
       if src-remrev-status = "00"
           perform until src-remrev-status not = "00"
               read src-remrev-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-remrev-file
       end-if.
       compute cur-bytes = cur-count * 112.
       compute bak-bytes = expected-count * 112.
       display "remuneration-review.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-remrev
       else
           display "スキップしました"
       end-if.

selective-remrev-exit.
       exit.

selective-resid.
       perform verify-resid.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-resid-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-resid-file.
       if src-resid-status = "00"
           perform until src-resid-status not = "00"
               read src-resid-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-resid-file
       end-if.
       compute cur-bytes = cur-count * 165.
       compute bak-bytes = expected-count * 165.
       display "residence.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-resid
       else
           display "スキップしました"
       end-if.

selective-resid-exit.
       exit.

selective-restax.
       perform verify-restax.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-restax-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-restax-file.
       if src-restax-status = "00"
           perform until src-restax-status not = "00"
               read src-restax-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-restax-file
       end-if.
       compute cur-bytes = cur-count * 138.
       compute bak-bytes = expected-count * 138.
       display "resident-tax.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-restax
       else
           display "スキップしました"
       end-if.

selective-restax-exit.
       exit.

selective-rarule.
       perform verify-rarule.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-rarule-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-rarule-file.
       if src-rarule-status = "00"
           perform until src-rarule-status not = "00"
               read src-rarule-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-rarule-file
       end-if.
       compute cur-bytes = cur-count * 29.
       compute bak-bytes = expected-count * 29.
       display "retire-allowance-rule.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-rarule
       else
           display "スキップしました"
       end-if.

selective-rarule-exit.
       exit.

selective-ratrans.
       perform verify-ratrans.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-ratrans-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-ratrans-file.
       if src-ratrans-status = "00"
           perform until src-ratrans-status not = "00"
               read src-ratrans-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-ratrans-file
       end-if.
       compute cur-bytes = cur-count * 152.
       compute bak-bytes = expected-count * 152.
       display "retire-allowance-transfer.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-ratrans
       else
           display "スキップしました"
       end-if.

selective-ratrans-exit.
       exit.

selective-ravail.
       perform verify-ravail.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-ravail-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-ravail-file.
       if src-ravail-status = "00"
           perform until src-ravail-status not = "00"
               read src-ravail-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-ravail-file
       end-if.
       compute cur-bytes = cur-count * 45.
       compute bak-bytes = expected-count * 45.
       display "roster-avail.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-ravail
       else
           display "スキップしました"
       end-if.

selective-ravail-exit.
       exit.

selective-sitecal.
       perform verify-sitecal.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-sitecal-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-sitecal-file.
       if src-sitecal-status = "00"
           perform until src-sitecal-status not = "00"
               read src-sitecal-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-sitecal-file
       end-if.
       compute cur-bytes = cur-count * 79.
       compute bak-bytes = expected-count * 79.
       display "site-calendar.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-sitecal
       else
           display "スキップしました"
       end-if.

selective-sitecal-exit.
       exit.

selective-sodover.
       perform verify-sodover.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-sodover-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-sodover-file.
       if src-sodover-status = "00"
           perform until src-sodover-status not = "00"
               read src-sodover-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-sodover-file
       end-if.
       compute cur-bytes = cur-count * 133.
       compute bak-bytes = expected-count * 133.
       display "sod-override.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-sodover
       else
           display "スキップしました"
       end-if.

selective-sodover-exit.
       exit.

selective-sodrule.
       perform verify-sodrule.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-sodrule-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-sodrule-file.
       if src-sodrule-status = "00"
           perform until src-sodrule-status not = "00"
               read src-sodrule-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-sodrule-file
       end-if.
       compute cur-bytes = cur-count * 195.
       compute bak-bytes = expected-count * 195.
       display "sod-rule.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-sodrule
       else
           display "スキップしました"
       end-if.

selective-sodrule-exit.
       exit.

selective-ssusseq.
       perform verify-ssusseq.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-ssusseq-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-ssusseq-file.
       if src-ssusseq-status = "00"
           perform until src-ssusseq-status not = "00"
               read src-ssusseq-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-ssusseq-file
       end-if.
       compute cur-bytes = cur-count * 7.
       compute bak-bytes = expected-count * 7.
       display "stamp-suspense-seq.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-ssusseq
       else
           display "スキップしました"
       end-if.

selective-ssusseq-exit.
       exit.

selective-ssus.
       perform verify-ssus.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-ssus-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-ssus-file.
       if src-ssus-status = "00"
           perform until src-ssus-status not = "00"
               read src-ssus-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-ssus-file
       end-if.
       compute cur-bytes = cur-count * 324.
       compute bak-bytes = expected-count * 324.
       display "stamp-suspense.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-ssus
       else
           display "スキップしました"
       end-if.

selective-ssus-exit.
       exit.

selective-taxdecl.
       perform verify-taxdecl.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-taxdecl-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-taxdecl-file.
       if src-taxdecl-status = "00"
           perform until src-taxdecl-status not = "00"
               read src-taxdecl-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-taxdecl-file
       end-if.
       compute cur-bytes = cur-count * 23.
       compute bak-bytes = expected-count * 23.
       display "tax-declaration.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-taxdecl
       else
           display "スキップしました"
       end-if.

selective-taxdecl-exit.
       exit.

selective-tfail.
       perform verify-tfail.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-tfail-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-tfail-file.
       if src-tfail-status = "00"
           perform until src-tfail-status not = "00"
               read src-tfail-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-tfail-file
       end-if.
       compute cur-bytes = cur-count * 208.
       compute bak-bytes = expected-count * 208.
       display "transfer-failed.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-tfail
       else
           display "スキップしました"
       end-if.

selective-tfail-exit.
       exit.

selective-trun.
       perform verify-trun.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-trun-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-trun-file.
       if src-trun-status = "00"
           perform until src-trun-status not = "00"
               read src-trun-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-trun-file
       end-if.
       compute cur-bytes = cur-count * 229.
       compute bak-bytes = expected-count * 229.
       display "transfer-run.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-trun
       else
           display "スキップしました"
       end-if.

selective-trun-exit.
       exit.

selective-whtax.
       perform verify-whtax.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-whtax-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-whtax-file.
       if src-whtax-status = "00"
           perform until src-whtax-status not = "00"
               read src-whtax-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-whtax-file
       end-if.
       compute cur-bytes = cur-count * 106.
       compute bak-bytes = expected-count * 106.
       display "withholding-tax.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-whtax
       else
           display "スキップしました"
       end-if.

selective-whtax-exit.
       exit.

selective-wcond.
       perform verify-wcond.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-wcond-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-wcond-file.
       if src-wcond-status = "00"
           perform until src-wcond-status not = "00"
               read src-wcond-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-wcond-file
       end-if.
       compute cur-bytes = cur-count * 51.
       compute bak-bytes = expected-count * 51.
       display "work-condition.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-wcond
       else
           display "スキップしました"
       end-if.

selective-wcond-exit.
       exit.

selective-wsite.
       perform verify-wsite.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-wsite-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-wsite-file.
       if src-wsite-status = "00"
           perform until src-wsite-status not = "00"
               read src-wsite-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-wsite-file
       end-if.
       compute cur-bytes = cur-count * 90.
       compute bak-bytes = expected-count * 90.
       display "work-site.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-wsite
       else
           display "スキップしました"
       end-if.

selective-wsite-exit.
       exit.

selective-wtreg.
       perform verify-wtreg.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-wtreg-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-wtreg-file.
       if src-wtreg-status = "00"
           perform until src-wtreg-status not = "00"
               read src-wtreg-file
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-wtreg-file
       end-if.
       compute cur-bytes = cur-count * 73.
       compute bak-bytes = expected-count * 73.
       display "work-terms-register.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-wtreg
       else
           display "スキップしました"
       end-if.

selective-wtreg-exit.
       exit.

selective-yeadecl.
       perform verify-yeadecl.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-yeadecl-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-yeadecl-file.
       if src-yeadecl-status = "00"
           perform until src-yeadecl-status not = "00"
               read src-yeadecl-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-yeadecl-file
       end-if.
       compute cur-bytes = cur-count * 75.
       compute bak-bytes = expected-count * 75.
       display "yea-declaration.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-yeadecl
       else
           display "スキップしました"
       end-if.

selective-yeadecl-exit.
       exit.

selective-yeadj.
       perform verify-yeadj.
       if verify-ng not = zero
           display "検証NGのためこのファイルはリストアしません"
           move zero to verify-ng
           go to selective-yeadj-exit
       end-if.

       *> ドライラン比較（書き戻す前に現行と退避の規模を見せる）
       move zero to cur-count.
       open input src-yeadj-file.
       if src-yeadj-status = "00"
           perform until src-yeadj-status not = "00"
               read src-yeadj-file next record
                   at end continue
                   not at end add 1 to cur-count
           end-perform
           close src-yeadj-file
       end-if.
       compute cur-bytes = cur-count * 151.
       compute bak-bytes = expected-count * 151.
       display "year-end-adjust.dat: 現行 " cur-count " 件（約 " cur-bytes
           " バイト） / 退避 " expected-count " 件（約 "
           bak-bytes " バイト）".

       display "このファイルを書き戻しますか？ [y/n]".
       accept sel-confirm.
       if sel-confirm = "y" or sel-confirm = "Y"
           perform restore-yeadj
       else
           display "スキップしました"
       end-if.

selective-yeadj-exit.
       exit.
