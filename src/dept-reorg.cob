identification division.
program-id. kintai-dept-reorg.

environment division.
input-output section.
       file-control.
           select run-param-file assign to "./dat/run-param.dat"
               organization indexed
               access mode dynamic
               record key is Frp-key
               status run-param-status.
           select plan-file assign to "./dat/reorg-plan.dat"
               organization indexed
               access mode dynamic
               record key is Frg-seq
               status plan-status.
           select department-file assign to "./dat/department.dat"
               organization relative
               access mode sequential
               relative key dept-key
               status dept-status.
           select retired-file assign to "./dat/dept-retired.dat"
               organization line sequential
               status retired-status.
           select user-file assign to "./dat/user.dat"
               organization indexed
               access mode dynamic
               record key is Fuserid
               status user-status.
           select history-file assign to "./dat/dept-assign-history.dat"
               organization line sequential
               status history-status.
           select user-change-file assign to "./dat/user-change.dat"
               organization indexed
               access mode dynamic
               record key is Fuc-seq
               status uc-status.
           select uc-seq-file assign to "./dat/user-change-seq.dat"
               organization relative
               access mode dynamic
               relative key uc-seq-key
               status uc-seq-status.
           select schedule-cal-file assign to "./dat/schedule-cal.dat"
               organization indexed
               access mode dynamic
               record key is Fscal-key
               status schedule-cal-status.
           select staffing-file assign to "./dat/staffing.dat"
               organization line sequential
               status staffing-status.
           select budget-file assign to "./dat/dept-budget.dat"
               organization indexed
               access mode dynamic
               record key is Fdb-key
               status budget-status.
           select agreement-site-file assign to "./dat/agreement36-site.dat"
               organization indexed
               access mode dynamic
               record key is Fas-key
               status agreement-site-status.
           select workplace-file assign to "./dat/workplace.dat"
               organization relative
               access mode sequential
               relative key workplace-key
               status workplace-status.
           select roster-dept-file assign to "./dat/roster-dept.dat"
               organization indexed
               access mode dynamic
               record key is Frd-key
               status roster-dept-status.
           select draft-status-file assign to "./dat/roster-draft-status.dat"
               organization indexed
               access mode dynamic
               record key is Frds-key
               status draft-status-status.
           select draft-file assign to "./dat/roster-draft.dat"
               organization indexed
               access mode dynamic
               record key is Frdr-key
               status draft-status.
           select project-file assign to "./dat/project.dat"
               organization indexed
               access mode dynamic
               record key is Fprj-code
               status project-status.
           select transfer-file assign to "./dat/transfer.dat"
               organization indexed
               access mode dynamic
               record key is Ftr-id
               status transfer-status.
           select concurrent-file assign to "./dat/concurrent-assign.dat"
               organization indexed
               access mode dynamic
               record key is Fca-key
               status concurrent-status.
           select dispatch-file assign to "./dat/dispatch.dat"
               organization indexed
               access mode dynamic
               record key is Fdw-userid
               status dispatch-status.
           select staging-file assign to "./dat/user-add-staging.dat"
               organization relative
               access mode dynamic
               relative key staging-key
               status staging-status.
           select absence-file assign to "./dat/absence.dat"
               organization line sequential
               status absence-status.
           select accident-file assign to "./dat/accident.dat"
               organization indexed
               access mode dynamic
               record key is Facc-id
               status accident-status.
           select checkup-file assign to "./dat/checkup.dat"
               organization indexed
               access mode dynamic
               record key is Fck-key
               status checkup-status.
           select divergence-file assign to "./dat/divergence.dat"
               organization indexed
               access mode dynamic
               record key is Fdv-key
               status divergence-status.
           select liability-file assign to "./dat/leave-liability.dat"
               organization indexed
               access mode dynamic
               record key is Fll-key
               status liability-status.
           select confirm-file assign to "./dat/dispatch-confirm.dat"
               organization indexed
               access mode dynamic
               record key is Fdc-key
               status confirm-status.
           select order-file assign to "./dat/personnel-order.dat"
               organization indexed
               access mode dynamic
               record key is Fpo-source
               status order-status.
           select recert-item-file assign to "./dat/recert-item.dat"
               organization indexed
               access mode dynamic
               record key is Fri-id
               status recert-item-status.
           select delegation-file assign to "./dat/delegation.dat"
               organization indexed
               access mode dynamic
               record key is Fdele-id
               status delegation-status.
           select route-file assign to "./dat/approval-route.dat"
               organization line sequential
               status route-status.
           select work-file assign to "./dat/dept-reorg-work.tmp"
               organization line sequential
               status work-status.
           select report-file assign using report-name
               organization line sequential
               status report-status.
           select manifest-file assign using manifest-name
               organization line sequential
               status manifest-status.
           select journal-file assign using journal-name
               organization line sequential
               status journal-status.
           select log-file assign to "./dat/log.dat"
               organization line sequential.
data division.
file section.
       fd run-param-file.
           01 Frp-rec.
               03 Frp-key.
                   05 Frp-program pic X(30).
                   05 Frp-param pic X(20).
               03 Frp-value pic X(30).
       fd plan-file.
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
       fd department-file.
           01 Fdept-rec.
               03 Fdept-id pic 9(2).
               03 Fdept-name pic N(20).
               03 Fdept-parent pic 9(2).
       fd retired-file.
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
       fd user-file.
           01 Fuser-rec.
               03 Fuserid pic 9(7).
               03 Fusername pic X(64).
               03 Ffirstname pic N(32) usage national.
               03 Flastname pic N(32).
               03 Fpswd pic X(20).
               03 Fgender pic 9(2).
               03 Faddress.
                   05 Faddress-postal pic X(8).
                   05 Faddress-prefecture pic N(10).
                   05 Faddress-city pic N(20).
                   05 Faddress-street pic N(40).
               03 Femail pic X(254).
               03 Fphone-number pic X(14).
               03 Froll pic 9(2).
               03 Fdept pic 9(2).
               03 Femptype pic 9(2).
               03 Fjoin-date pic X(21).
               03 Fbirthdate pic X(8).
               03 Fretire-date pic X(8).
       fd history-file.
           01 Fdah-rec.
               03 Fdah-userid pic 9(7).
               03 Fdah-filler1 pic X.
               03 Fdah-from-dept pic 9(2).
               03 Fdah-filler2 pic X.
               03 Fdah-to-dept pic 9(2).
               03 Fdah-filler3 pic X.
               03 Fdah-effective-date pic X(8).
               03 Fdah-filler4 pic X.
               03 Fdah-applied-at pic X(14).
       fd user-change-file.
           01 Fuc-rec.
               03 Fuc-seq pic 9(9).
               03 Fuc-userid pic 9(7).
               03 Fuc-type pic X.
               03 Fuc-changed-at pic X(21).
       fd uc-seq-file.
           01 Fucseq-rec.
               03 Fucseq-value pic 9(9).
       fd schedule-cal-file.
           01 Fscal-rec.
               03 Fscal-key.
                   05 Fscal-dept pic 9(2).
                   05 Fscal-date pic X(8).
               03 Fscal-minutes pic 9(4).
       fd staffing-file.
           01 Fstf-rec.
               03 Fstf-dept pic 9(2).
               03 Fstf-filler pic X.
               03 Fstf-required pic 9(3).
       fd budget-file.
           01 Fdb-rec.
               03 Fdb-key.
                   05 Fdb-dept pic 9(2).
                   05 Fdb-yyyymm pic X(6).
               03 Fdb-headcount pic 9(5).
               03 Fdb-scheduled-hours pic 9(7)v99.
               03 Fdb-overtime-hours pic 9(7)v99.
               03 Fdb-labor-cost pic 9(11).
               03 Fdb-imported-at pic X(21).
       fd agreement-site-file.
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
       fd workplace-file.
           01 Fwp-rec.
               03 Fwp-dept pic 9(2).
               03 Fwp-prefecture pic N(10).
       fd roster-dept-file.
           01 Frd-rec.
               03 Frd-key.
                   05 Frd-userid pic 9(7).
                   05 Frd-date pic X(8).
               03 Frd-dept pic 9(2).
               03 Frd-updated-at pic X(21).
       fd draft-status-file.
           01 Frds-rec.
               03 Frds-key.
                   05 Frds-dept pic 9(2).
                   05 Frds-yyyymm pic X(6).
               03 Frds-status pic X.
               03 Frds-generated-at pic X(21).
               03 Frds-shortfall pic 9(4).
               03 Frds-approved-by pic 9(7).
               03 Frds-approved-at pic X(21).
       fd draft-file.
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
       fd project-file.
           01 Fprj-rec.
               03 Fprj-code pic X(10).
               03 Fprj-name pic N(20).
               03 Fprj-client pic N(20).
               03 Fprj-cost-dept pic 9(2).
               03 Fprj-open-date pic X(8).
               03 Fprj-close-date pic X(8).
               03 Fprj-registered-by pic 9(7).
               03 Fprj-registered-at pic X(21).
       fd transfer-file.
           01 Ftr-rec.
               03 Ftr-id pic 9(7).
               03 Ftr-userid pic 9(7).
               03 Ftr-from-dept pic 9(2).
               03 Ftr-to-dept pic 9(2).
               03 Ftr-effective-date pic X(8).
               03 Ftr-applied pic X.
       fd concurrent-file.
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
       fd dispatch-file.
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
       fd staging-file.
           01 Fstg-rec.
               03 Fstg-inprogress pic X.
               03 Fstg-userid pic 9(7).
               03 Fstg-username pic X(64).
               03 Fstg-firstname pic N(32) usage national.
               03 Fstg-lastname pic N(32).
               03 Fstg-pswd pic X(20).
               03 Fstg-gender pic 9(2).
               03 Fstg-address-postal pic X(8).
               03 Fstg-address-prefecture pic N(10).
               03 Fstg-address-city pic N(20).
               03 Fstg-address-street pic N(40).
               03 Fstg-email pic X(254).
               03 Fstg-phone pic X(14).
               03 Fstg-roll pic 9(2).
               03 Fstg-dept pic 9(2).
               03 Fstg-emptype pic 9(2).
               03 Fstg-joindate pic X(21).
               03 Fstg-birthdate pic X(8).
               03 Fstg-ec-name pic N(32).
               03 Fstg-ec-relationship pic N(10).
               03 Fstg-ec-phone pic X(14).
               03 Fstg-dep-count pic 9(2).
               03 Fstg-dep-relationship pic N(10).
       fd absence-file.
           01 Fabs-rec.
               03 Fabs-userid pic 9(7).
               03 Fabs-date pic X(8).
               03 Fabs-dept pic 9(2).
               03 Fabs-detected-at pic X(21).
       fd accident-file.
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
       fd checkup-file.
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
       fd divergence-file.
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
       fd liability-file.
           01 Fll-rec.
               03 Fll-key.
                   05 Fll-yyyymm pic X(6).
                   05 Fll-company pic 9(2).
                   05 Fll-dept pic 9(2).
               03 Fll-days pic 9(7)v99.
               03 Fll-amount pic 9(11).
               03 Fll-usage-pct pic 9(3)v9.
               03 Fll-valued-at pic X(21).
       fd confirm-file.
           01 Fdc-rec.
               03 Fdc-key.
                   05 Fdc-yyyymm pic X(6).
                   05 Fdc-userid pic 9(7).
               03 Fdc-agency-code pic X(10).
               03 Fdc-dept pic 9(2).
               03 Fdc-days pic 9(2).
               03 Fdc-worked-minutes pic 9(6).
               03 Fdc-overtime-minutes pic 9(6).
               03 Fdc-status pic 9.
               03 Fdc-requested-at pic X(21).
               03 Fdc-approver pic 9(7).
               03 Fdc-decided-at pic X(21).
       fd order-file.
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
       fd recert-item-file.
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
       fd delegation-file.
           01 Fdele-rec.
               03 Fdele-id pic 9(7).
               03 Fdele-delegator pic 9(7).
               03 Fdele-delegate pic 9(7).
               03 Fdele-from-date pic X(8).
               03 Fdele-to-date pic X(8).
       fd route-file.
           01 Froute-rec.
               03 Froute-type pic X(10).
               03 Froute-filler1 pic X.
               03 Froute-min-days pic 9(2).
               03 Froute-filler2 pic X.
               03 Froute-step pic 9.
               03 Froute-filler3 pic X.
               03 Froute-roll pic 9(2).
               03 Froute-filler4 pic X.
               03 Froute-userid pic 9(7).
       *> 鍵の変わる索引ファイルは、走査を終えてから変更分をまとめて反映する
       fd work-file.
           01 Fwk-rec.
               03 Fwk-action pic X.
               03 Fwk-before pic X(100).
               03 Fwk-after pic X(100).
       fd report-file.
           01 report-line pic X(200).
       fd manifest-file.
           01 manifest-rec.
               03 mf-name pic X(24).
               03 mf-count pic 9(7).
       fd journal-file.
           01 Fjr-rec.
               03 Fjr-timestamp pic X(21).
               03 Fjr-program pic X(30).
               03 Fjr-file pic X(12).
               03 Fjr-action pic X(3).
               03 Fjr-before pic X(700).
               03 Fjr-after pic X(700).
       fd log-file.
           01 log-rec.
               03 log-timestamp pic X(21).
               03 log-comments pic X(128).
working-storage section.
       01 status-rec.
           03 run-param-status pic XX.
           03 plan-status pic XX.
           03 dept-status pic XX.
           03 retired-status pic XX.
           03 user-status pic XX.
           03 history-status pic XX.
           03 uc-status pic XX.
           03 uc-seq-status pic XX.
           03 schedule-cal-status pic XX.
           03 staffing-status pic XX.
           03 budget-status pic XX.
           03 agreement-site-status pic XX.
           03 workplace-status pic XX.
           03 roster-dept-status pic XX.
           03 draft-status-status pic XX.
           03 draft-status pic XX.
           03 project-status pic XX.
           03 transfer-status pic XX.
           03 concurrent-status pic XX.
           03 dispatch-status pic XX.
           03 staging-status pic XX.
           03 absence-status pic XX.
           03 accident-status pic XX.
           03 checkup-status pic XX.
           03 divergence-status pic XX.
           03 liability-status pic XX.
           03 confirm-status pic XX.
           03 order-status pic XX.
           03 recert-item-status pic XX.
           03 delegation-status pic XX.
           03 route-status pic XX.
           03 work-status pic XX.
           03 report-status pic XX.
           03 manifest-status pic XX.
           03 journal-status pic XX.
       01 dept-key pic 99.
       01 workplace-key pic 9(4).
       01 staging-key pic 9.
       01 uc-seq-key pic 9(7) value 1.
       01 today pic X(8).
       01 date-work-num pic 9(8).
       *> 無人実行用の実行パラメータ（run-param.dat）
       01 run-param-name pic X(20).
       01 run-param-found pic 9.
       01 run-param-value pic X(30).
       01 job-step-count pic 9(7) external.
       *> DRY は影響一覧のみ、APPLY は発効日以降に計画を反映する
       01 run-mode pic X(5).
       01 apply-mode pic 9 value zero.
       *> 計画ヘッダ
       01 plan-found pic 9.
       01 plan-state pic X.
       01 eff-date pic X(8).
       01 eff-month pic X(6).
       01 eff-prev pic X(8).
       *> 計画行
       01 plan-table.
           03 pl-entry occurs 300 times indexed by pl-idx.
               05 pl-seq pic 9(4).
               05 pl-action pic X.
               05 pl-old pic 9(2).
               05 pl-new pic 9(2).
               05 pl-parent pic 9(2).
               05 pl-userid pic 9(7).
               05 pl-name pic N(20).
       01 pl-count pic 9(3) value zero.
       *> 部署IDごとの現在と改編後の状態
       01 dept-table.
           03 dt-entry occurs 99 times indexed by dt-idx.
               05 dt-cur-exists pic 9.
               05 dt-cur-name pic N(20).
               05 dt-cur-parent pic 9(2).
               05 dt-new-exists pic 9.
               05 dt-new-name pic N(20).
               05 dt-new-parent pic 9(2).
               05 dt-map pic 9(2).
               05 dt-gone pic X.
               05 dt-created pic 9.
               05 dt-touched pic 9.
       *> 分割で個別に移籍する社員
       01 split-table.
           03 sp-entry occurs 500 times indexed by sp-idx.
               05 sp-userid pic 9(7).
               05 sp-old pic 9(2).
               05 sp-new pic 9(2).
               05 sp-seen pic 9.
       01 sp-count pic 9(3) value zero.
       *> 在籍者の部署（代行・承認ルートの確認用）
       01 user-table.
           03 us-entry occurs 2000 times indexed by us-idx.
               05 us-userid pic 9(7).
               05 us-dept pic 9(2).
       01 us-count pic 9(4) value zero.
       *> 計画の誤り
       01 error-table.
           03 er-text pic X(120) occurs 200 times.
       01 er-count pic 9(3) value zero.
       01 error-text pic X(120).
       *> 部署の解決（入力: res-dept / res-userid、出力: res-action / res-new）
       *> res-action は M=移管 D=廃止（移管先なし） 空白=影響なし
       01 res-dept pic 9(2).
       01 res-userid pic 9(7).
       01 res-action pic X.
       01 res-new pic 9(2).
       01 check-dept pic 9(2).
       01 show-dept pic 9(2).
       01 walk-dept pic 9(2).
       01 walk-guard pic 9(3).
       01 cycle-found pic 9.
       01 dup-found pic 9.
       01 active-user pic 9.
       *> 一覧の一行
       01 report-name pic X(60).
       01 rpt-file pic X(16).
       01 rpt-key pic X(40).
       01 rpt-old pic 9(2).
       01 rpt-new pic 9(2).
       01 rpt-action pic X.
       01 rpt-note pic X(60).
       01 rpt-new-text pic X(12).
       01 affected-count pic 9(7) value zero.
       01 file-count pic 9(7).
       01 changed-count pic 9(7) value zero.
       *> 本日のバックアップ確認用
       01 manifest-name pic X(60).
       *> ジャーナル
       01 journal-name pic X(40).
       01 jr-file-ws pic X(12).
       01 jr-action-ws pic X(3).
       01 jr-before-ws pic X(700).
       01 jr-after-ws pic X(700).
       *> 名簿変更フィード書き込み用
       01 uc-type pic X.
       01 uc-userid pic 9(7).
       *> 行単位で作り直すファイルの作業表
       01 workplace-table.
           03 wp-entry occurs 200 times indexed by wp-idx.
               05 wp-dept pic 9(2).
               05 wp-prefecture pic N(10).
               05 wp-drop pic 9.
       01 wp-count pic 9(3) value zero.
       01 staffing-table.
           03 sf-entry occurs 200 times indexed by sf-idx.
               05 sf-dept pic 9(2).
               05 sf-required pic 9(3).
               05 sf-drop pic 9.
       01 sf-count pic 9(3) value zero.
       01 row-idx pic 9(3).
       01 target-exists pic 9.
       01 before-image pic X(100).
       01 after-image pic X(100).
       01 saved-budget.
           03 saved-headcount pic 9(5).
           03 saved-scheduled-hours pic 9(7)v99.
           03 saved-overtime-hours pic 9(7)v99.
           03 saved-labor-cost pic 9(11).

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "組織改編（部署の統合・分割・番号変更・親部署変更・廃止）バッチ".
       move zero to job-step-count.
       move function current-date(1:8) to today.

       move "mode" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       move "DRY" to run-mode.
       if run-param-found = 1
           move function upper-case(run-param-value(1:5)) to run-mode
       end-if.
       if run-mode = "APPLY"
           move 1 to apply-mode
       else
           move "DRY" to run-mode
       end-if.

       perform load-plan thru load-plan-exit.
       if plan-found = zero
           display "組織改編計画（./dat/reorg-plan.dat）が登録されていません"
           display "（kintai-reorg-plan-set で登録してください）"
           goback
       end-if.
       if plan-state = "Y"
           display "発効 " eff-date " の計画は適用済みです"
           goback
       end-if.
       if apply-mode = 1 and plan-state = "I"
           display "前回の適用処理が中断したままです"
           display "（kintai-restore で本日のバックアップを戻してから再実行してください）"
           move 8 to return-code
           goback
       end-if.
       if apply-mode = 1 and eff-date > today
           display "発効日 " eff-date " の前のため適用しません"
           goback
       end-if.

       move eff-date(1:6) to eff-month.
       compute date-work-num = function date-of-integer(
           function integer-of-date(function numval(eff-date)) - 1).
       move date-work-num to eff-prev.

       perform load-departments.
       perform build-new-state thru build-new-state-exit.
       perform check-users thru check-users-exit.
       perform check-closures thru check-closures-exit.

       move spaces to report-name.
       if apply-mode = 1
           string "./dat/dept-reorg-applied-" delimited by size
               eff-date delimited by size
               ".txt" delimited by size
               into report-name
           end-string
       else
           string "./dat/dept-reorg-dryrun-" delimited by size
               eff-date delimited by size
               ".txt" delimited by size
               into report-name
           end-string
       end-if.
       open output report-file.
       move spaces to report-line.
       string "組織改編 影響一覧  発効日 " delimited by size
           eff-date delimited by size
           "  モード " delimited by size
           run-mode delimited by size
           "  作成 " delimited by size
           function current-date(1:14) delimited by size
           into report-line
       end-string.
       write report-line.
       move spaces to report-line.
       write report-line.

       if er-count > zero
           move "計画の誤り" to report-line
           write report-line
           perform varying row-idx from 1 by 1 until row-idx > er-count
               move spaces to report-line
               string "  " delimited by size
                   er-text(row-idx) delimited by size
                   into report-line
               end-string
               write report-line
               display function trim(er-text(row-idx))
           end-perform
           move spaces to report-line
           write report-line
       end-if.

       *> 誤りのある計画は一件も反映しない
       if apply-mode = 1 and er-count > zero
           move "計画に誤りがあるため適用しませんでした" to report-line
           write report-line
           close report-file
           display "計画に誤りがあるため適用しませんでした（" er-count " 件）"
           move 8 to return-code
           goback
       end-if.

       if apply-mode = 1
           perform check-todays-backup thru check-todays-backup-exit
           if manifest-status not = "00"
               move "本日のバックアップが無いため適用しませんでした"
                   to report-line
               write report-line
               close report-file
               display "本日（" today "）のバックアップがありません"
               display "（kintai-backup を日付ラベル " today
                   " で実行してから再実行してください）"
               move 8 to return-code
               goback
           end-if
           move "I" to plan-state
           perform update-plan-state
       end-if.

       perform process-department thru process-department-exit.
       perform process-users thru process-users-exit.
       perform process-schedule-cal thru process-schedule-cal-exit.
       perform process-staffing thru process-staffing-exit.
       perform process-budget thru process-budget-exit.
       perform process-agreement thru process-agreement-exit.
       perform process-workplace thru process-workplace-exit.
       perform process-roster-dept thru process-roster-dept-exit.
       perform process-draft-status thru process-draft-status-exit.
       perform process-draft thru process-draft-exit.
       perform process-project thru process-project-exit.
       perform process-transfer thru process-transfer-exit.
       perform process-concurrent thru process-concurrent-exit.
       perform process-dispatch thru process-dispatch-exit.
       perform process-staging thru process-staging-exit.

       *> 履歴の記録は発効日前の事実として残し、書き換えない
       perform list-absence thru list-absence-exit.
       perform list-accident thru list-accident-exit.
       perform list-checkup thru list-checkup-exit.
       perform list-divergence thru list-divergence-exit.
       perform list-liability thru list-liability-exit.
       perform list-confirm thru list-confirm-exit.
       perform list-order thru list-order-exit.
       perform list-recert thru list-recert-exit.
       perform list-assign-history thru list-assign-history-exit.

       *> 代行と承認ルートは部署IDを持たないため、関係者を確認対象として挙げる
       perform list-delegation thru list-delegation-exit.
       perform list-route thru list-route-exit.

       move spaces to report-line.
       write report-line.
       move spaces to report-line.
       if apply-mode = 1
           string "反映 " delimited by size
               changed-count delimited by size
               " 件 / 一覧 " delimited by size
               affected-count delimited by size
               " 件" delimited by size
               into report-line
           end-string
       else
           string "影響 " delimited by size
               affected-count delimited by size
               " 件（DRY のため変更していません）" delimited by size
               into report-line
           end-string
       end-if.
       write report-line.
       close report-file.

       if apply-mode = 1
           move "Y" to plan-state
           perform update-plan-state
           perform write-apply-log
           display "発効 " eff-date " の組織改編を反映しました（"
               changed-count " 件）"
       else
           display "影響一覧を出力しました（" affected-count " 件）"
       end-if.
       display function trim(report-name).
       if er-count > zero
           display "計画の誤り " er-count " 件（適用前に修正してください）"
       end-if.
       if apply-mode = 1
           move changed-count to job-step-count
       else
           move affected-count to job-step-count
       end-if.
       goback.

lookup-run-param.
       move zero to run-param-found.
       move spaces to run-param-value.
       open input run-param-file.
       if run-param-status not = "00"
           go to lookup-run-param-exit
       end-if.
       move "kintai-dept-reorg" to Frp-program.
       move run-param-name to Frp-param.
       read run-param-file
           invalid key continue
       end-read.
       if run-param-status = "00"
           move Frp-value to run-param-value
           move 1 to run-param-found
       end-if.
       close run-param-file.

lookup-run-param-exit.
       exit.

load-plan.
       move zero to plan-found.
       move zero to pl-count.
       open input plan-file.
       if plan-status not = "00"
           go to load-plan-exit
       end-if.
       perform until plan-status not = "00"
           read plan-file next record
               at end move "10" to plan-status
               not at end
                   if Frg-seq = zero
                       move 1 to plan-found
                       move Frg-effective-date to eff-date
                       move Frg-state to plan-state
                   else
                       if pl-count < 300
                           add 1 to pl-count
                           move Frg-seq to pl-seq(pl-count)
                           move Frg-action to pl-action(pl-count)
                           move Frg-old-dept to pl-old(pl-count)
                           move Frg-new-dept to pl-new(pl-count)
                           move Frg-new-parent to pl-parent(pl-count)
                           move Frg-userid to pl-userid(pl-count)
                           move Frg-name to pl-name(pl-count)
                       end-if
                   end-if
           end-read
       end-perform.
       close plan-file.

load-plan-exit.
       exit.

update-plan-state.
       open i-o plan-file.
       move zero to Frg-seq.
       read plan-file
           invalid key continue
       end-read.
       if plan-status = "00"
           move plan-state to Frg-state
           if plan-state = "Y"
               move function current-date to Frg-applied-at
           end-if
           rewrite Frg-rec
               invalid key
                   display "計画の状態の更新に失敗しました"
           end-rewrite
       end-if.
       close plan-file.

check-todays-backup.
       *> 途中で止まった場合は本日のバックアップへ戻して再実行する前提
       move spaces to manifest-name.
       string "./dat/backup-" delimited by size
           today delimited by size
           "-manifest.dat" delimited by size
           into manifest-name
       end-string.
       open input manifest-file.
       if manifest-status not = "00"
           go to check-todays-backup-exit
       end-if.
       close manifest-file.
       move "00" to manifest-status.

check-todays-backup-exit.
       exit.

load-departments.
       perform varying dt-idx from 1 by 1 until dt-idx > 99
           move zero to dt-cur-exists(dt-idx) dt-new-exists(dt-idx)
           move zero to dt-cur-parent(dt-idx) dt-new-parent(dt-idx)
           move spaces to dt-cur-name(dt-idx) dt-new-name(dt-idx)
           move zero to dt-map(dt-idx) dt-created(dt-idx)
           move zero to dt-touched(dt-idx)
           move space to dt-gone(dt-idx)
       end-perform.
       open input department-file.
       perform until dept-status not = "00"
           read department-file
               not at end
                   if Fdept-id >= 1 and Fdept-id <= 99
                       move 1 to dt-cur-exists(Fdept-id)
                       move Fdept-name to dt-cur-name(Fdept-id)
                       move Fdept-parent to dt-cur-parent(Fdept-id)
                       move 1 to dt-new-exists(Fdept-id)
                       move Fdept-name to dt-new-name(Fdept-id)
                       move Fdept-parent to dt-new-parent(Fdept-id)
                   end-if
       end-perform.
       close department-file.

build-new-state.
       if eff-date is not numeric
           move "計画ヘッダの発効日が正しくありません" to error-text
           perform add-error
           go to build-new-state-exit
       end-if.

       *> 1) 新設・統合・番号変更・廃止で部署の出入りを確定する
       perform varying pl-idx from 1 by 1 until pl-idx > pl-count
           perform apply-dept-line thru apply-dept-line-exit
       end-perform.

       *> 2) 統合先が同じ計画で消える連鎖は認めない
       perform varying pl-idx from 1 by 1 until pl-idx > pl-count
           if pl-action(pl-idx) = "M"
               and pl-new(pl-idx) >= 1 and pl-new(pl-idx) <= 99
               if dt-new-exists(pl-new(pl-idx)) = zero
                   or dt-gone(pl-new(pl-idx)) not = space
                   move spaces to error-text
                   string "行" delimited by size
                       pl-seq(pl-idx) delimited by size
                       ": 統合先の部署" delimited by size
                       pl-new(pl-idx) delimited by size
                       " が改編後に存在しません" delimited by size
                       into error-text
                   end-string
                   perform add-error
               end-if
           end-if
       end-perform.

       *> 3) 消える部署の子は移管先へ付け替える（廃止は親部署変更の行が必要）
       perform varying dt-idx from 1 by 1 until dt-idx > 99
           if dt-new-exists(dt-idx) = 1
               move dt-new-parent(dt-idx) to check-dept
               if check-dept >= 1 and check-dept <= 99
                   and dt-map(check-dept) not = zero
                   move dt-map(check-dept) to dt-new-parent(dt-idx)
               end-if
           end-if
       end-perform.

       *> 4) 親部署変更
       perform varying pl-idx from 1 by 1 until pl-idx > pl-count
           if pl-action(pl-idx) = "P"
               perform apply-parent-line thru apply-parent-line-exit
           end-if
       end-perform.

       *> 5) 改編後の親がすべて存在し、循環しないこと
       perform varying dt-idx from 1 by 1 until dt-idx > 99
           if dt-new-exists(dt-idx) = 1
               perform check-new-parent thru check-new-parent-exit
           end-if
       end-perform.

       *> 6) 分割（個人の移籍）
       perform varying pl-idx from 1 by 1 until pl-idx > pl-count
           if pl-action(pl-idx) = "S"
               perform apply-split-line thru apply-split-line-exit
           end-if
       end-perform.

build-new-state-exit.
       exit.

apply-dept-line.
       move pl-old(pl-idx) to check-dept.
       evaluate pl-action(pl-idx)
       when "N"
           move pl-new(pl-idx) to check-dept
           if check-dept < 1 or check-dept > 99
               move "新設の部署IDが正しくありません" to rpt-note
               perform add-line-error
               go to apply-dept-line-exit
           end-if
           if dt-cur-exists(check-dept) = 1
               or dt-new-exists(check-dept) = 1
               or dt-gone(check-dept) not = space
               move "新設の部署IDは使用中です" to rpt-note
               perform add-line-error
               go to apply-dept-line-exit
           end-if
           if pl-name(pl-idx) = spaces
               move "新設の部署名が未入力です" to rpt-note
               perform add-line-error
               go to apply-dept-line-exit
           end-if
           move 1 to dt-new-exists(check-dept)
           move 1 to dt-created(check-dept)
           move 1 to dt-touched(check-dept)
           move pl-name(pl-idx) to dt-new-name(check-dept)
           move pl-parent(pl-idx) to dt-new-parent(check-dept)
       when "M"
       when "R"
       when "C"
           if check-dept < 1 or check-dept > 99
               move "対象の部署IDが正しくありません" to rpt-note
               perform add-line-error
               go to apply-dept-line-exit
           end-if
           if dt-cur-exists(check-dept) = zero
               move "対象の部署が登録されていません" to rpt-note
               perform add-line-error
               go to apply-dept-line-exit
           end-if
           if dt-gone(check-dept) not = space
               move "対象の部署が別の行で既に統合・番号変更・廃止されています"
                   to rpt-note
               perform add-line-error
               go to apply-dept-line-exit
           end-if
           if pl-action(pl-idx) = "R"
               if pl-new(pl-idx) < 1 or pl-new(pl-idx) > 99
                   or dt-cur-exists(pl-new(pl-idx)) = 1
                   or dt-new-exists(pl-new(pl-idx)) = 1
                   or dt-gone(pl-new(pl-idx)) not = space
                   move "番号変更後の部署IDは使用中か正しくありません"
                       to rpt-note
                   perform add-line-error
                   go to apply-dept-line-exit
               end-if
               move 1 to dt-new-exists(pl-new(pl-idx))
               move 1 to dt-touched(pl-new(pl-idx))
               move dt-cur-name(check-dept)
                   to dt-new-name(pl-new(pl-idx))
               move dt-new-parent(check-dept)
                   to dt-new-parent(pl-new(pl-idx))
           end-if
           if pl-action(pl-idx) = "M"
               if pl-new(pl-idx) < 1 or pl-new(pl-idx) > 99
                   or pl-new(pl-idx) = check-dept
                   move "統合先の部署IDが正しくありません" to rpt-note
                   perform add-line-error
                   go to apply-dept-line-exit
               end-if
               move 1 to dt-touched(pl-new(pl-idx))
           end-if
           move pl-action(pl-idx) to dt-gone(check-dept)
           move 1 to dt-touched(check-dept)
           move zero to dt-new-exists(check-dept)
           if pl-action(pl-idx) not = "C"
               move pl-new(pl-idx) to dt-map(check-dept)
           end-if
       when "P"
       when "S"
           continue
       when other
           move "種別が正しくありません" to rpt-note
           perform add-line-error
       end-evaluate.

apply-dept-line-exit.
       exit.

apply-parent-line.
       move pl-old(pl-idx) to check-dept.
       if check-dept >= 1 and check-dept <= 99
           and dt-map(check-dept) not = zero
           move dt-map(check-dept) to check-dept
       end-if.
       if check-dept < 1 or check-dept > 99
           move "親部署変更の対象が正しくありません" to rpt-note
           perform add-line-error
           go to apply-parent-line-exit
       end-if.
       if dt-new-exists(check-dept) = zero
           move "親部署変更の対象が改編後に存在しません" to rpt-note
           perform add-line-error
           go to apply-parent-line-exit
       end-if.
       move pl-parent(pl-idx) to dt-new-parent(check-dept).
       move 1 to dt-touched(check-dept).

apply-parent-line-exit.
       exit.

check-new-parent.
       set show-dept to dt-idx.
       move dt-new-parent(dt-idx) to check-dept.
       if check-dept = zero
           go to check-new-parent-exit
       end-if.
       if check-dept > 99 or dt-new-exists(check-dept) = zero
           move spaces to error-text
           string "部署" delimited by size
               show-dept delimited by size
               ": 改編後の親部署" delimited by size
               check-dept delimited by size
               " が存在しません（親部署変更の行を追加してください）"
                   delimited by size
               into error-text
           end-string
           perform add-error
           go to check-new-parent-exit
       end-if.

       move zero to cycle-found.
       move dt-idx to walk-dept.
       move zero to walk-guard.
       perform until walk-dept = zero or walk-guard > 99
           or cycle-found = 1
           move dt-new-parent(walk-dept) to walk-dept
           add 1 to walk-guard
           if walk-dept = dt-idx
               move 1 to cycle-found
           end-if
           if walk-dept > 99
               move zero to walk-dept
           end-if
       end-perform.
       if cycle-found = 1 or walk-guard > 99
           move spaces to error-text
           string "部署" delimited by size
               show-dept delimited by size
               ": 改編後の親子関係が循環しています" delimited by size
               into error-text
           end-string
           perform add-error
       end-if.

check-new-parent-exit.
       exit.

apply-split-line.
       move pl-old(pl-idx) to check-dept.
       if check-dept < 1 or check-dept > 99
           or dt-cur-exists(check-dept) = zero
           move "分割元の部署が登録されていません" to rpt-note
           perform add-line-error
           go to apply-split-line-exit
       end-if.
       if pl-new(pl-idx) < 1 or pl-new(pl-idx) > 99
           move "移籍先の部署IDが正しくありません" to rpt-note
           perform add-line-error
           go to apply-split-line-exit
       end-if.
       if dt-new-exists(pl-new(pl-idx)) = zero
           move "移籍先の部署が改編後に存在しません" to rpt-note
           perform add-line-error
           go to apply-split-line-exit
       end-if.
       move zero to dup-found.
       perform varying sp-idx from 1 by 1 until sp-idx > sp-count
           if sp-userid(sp-idx) = pl-userid(pl-idx)
               move 1 to dup-found
           end-if
       end-perform.
       if dup-found = 1
           move "同じ社員の移籍が重複しています" to rpt-note
           perform add-line-error
           go to apply-split-line-exit
       end-if.
       if sp-count < 500
           add 1 to sp-count
           move pl-userid(pl-idx) to sp-userid(sp-count)
           move check-dept to sp-old(sp-count)
           move pl-new(pl-idx) to sp-new(sp-count)
           move zero to sp-seen(sp-count)
       end-if.
       move 1 to dt-touched(check-dept).
       move 1 to dt-touched(pl-new(pl-idx)).

apply-split-line-exit.
       exit.

add-line-error.
       move spaces to error-text.
       string "行" delimited by size
           pl-seq(pl-idx) delimited by size
           " (" delimited by size
           pl-action(pl-idx) delimited by size
           "): " delimited by size
           rpt-note delimited by size
           into error-text
       end-string.
       perform add-error.

add-error.
       if er-count < 200
           add 1 to er-count
           move error-text to er-text(er-count)
       end-if.

check-users.
       *> 在籍者が廃止部署に残らないこと、分割の社員が分割元の所属であること
       open input user-file.
       if user-status not = "00"
           go to check-users-exit
       end-if.
       perform until user-status not = "00"
           read user-file next record
               at end move "10" to user-status
               not at end
                   perform check-one-user thru check-one-user-exit
           end-read
       end-perform.
       close user-file.

       perform varying sp-idx from 1 by 1 until sp-idx > sp-count
           if sp-seen(sp-idx) = zero
               move spaces to error-text
               string "userid " delimited by size
                   sp-userid(sp-idx) delimited by size
                   ": 部署" delimited by size
                   sp-old(sp-idx) delimited by size
                   " に在籍していないため移籍できません" delimited by size
                   into error-text
               end-string
               perform add-error
           end-if
       end-perform.

check-users-exit.
       exit.

check-one-user.
       perform test-active-user.
       if active-user = zero
           go to check-one-user-exit
       end-if.
       if us-count < 2000
           add 1 to us-count
           move Fuserid to us-userid(us-count)
           move Fdept to us-dept(us-count)
       end-if.
       perform varying sp-idx from 1 by 1 until sp-idx > sp-count
           if sp-userid(sp-idx) = Fuserid
               and sp-old(sp-idx) = Fdept
               move 1 to sp-seen(sp-idx)
           end-if
       end-perform.
       move Fdept to res-dept.
       move Fuserid to res-userid.
       perform resolve-dept thru resolve-dept-exit.
       if res-action = "D"
           move spaces to error-text
           string "userid " delimited by size
               Fuserid delimited by size
               ": 廃止する部署" delimited by size
               Fdept delimited by size
               " に在籍しています（分割の行で移籍先を指定してください）"
                   delimited by size
               into error-text
           end-string
           perform add-error
       end-if.

check-one-user-exit.
       exit.

test-active-user.
       move zero to active-user.
       if Fretire-date = spaces or Fretire-date = "00000000"
           or Fretire-date >= eff-date
           move 1 to active-user
       end-if.

check-closures.
       *> 廃止する部署を参照したまま残る記録があれば計画の誤りとする
       move zero to dup-found.
       perform varying dt-idx from 1 by 1 until dt-idx > 99
           if dt-gone(dt-idx) = "C"
               move 1 to dup-found
           end-if
       end-perform.
       if dup-found = zero
           go to check-closures-exit
       end-if.

       open input project-file.
       perform until project-status not = "00"
           read project-file next record
               at end move "10" to project-status
               not at end
                   if Fprj-close-date = spaces
                       or Fprj-close-date >= eff-date
                       move Fprj-cost-dept to res-dept
                       move zero to res-userid
                       perform resolve-dept thru resolve-dept-exit
                       if res-action = "D"
                           move spaces to error-text
                           string "project " delimited by size
                               Fprj-code delimited by size
                               ": 原価部署" delimited by size
                               Fprj-cost-dept delimited by size
                               " が廃止されます（統合に変更してください）"
                                   delimited by size
                               into error-text
                           end-string
                           perform add-error
                       end-if
                   end-if
           end-read
       end-perform.
       close project-file.

       open input transfer-file.
       perform until transfer-status not = "00"
           read transfer-file next record
               at end move "10" to transfer-status
               not at end
                   if Ftr-applied = "N"
                       move Ftr-to-dept to res-dept
                       move zero to res-userid
                       perform resolve-dept thru resolve-dept-exit
                       if res-action = "D"
                           move spaces to error-text
                           string "transfer " delimited by size
                               Ftr-id delimited by size
                               ": 異動先の部署" delimited by size
                               Ftr-to-dept delimited by size
                               " が廃止されます" delimited by size
                               into error-text
                           end-string
                           perform add-error
                       end-if
                   end-if
           end-read
       end-perform.
       close transfer-file.

       open input dispatch-file.
       perform until dispatch-status not = "00"
           read dispatch-file next record
               at end move "10" to dispatch-status
               not at end
                   if Fdw-contract-to = spaces
                       or Fdw-contract-to >= eff-date
                       move Fdw-dept to res-dept
                       move Fdw-userid to res-userid
                       perform resolve-dept thru resolve-dept-exit
                       if res-action = "D"
                           move spaces to error-text
                           string "dispatch " delimited by size
                               Fdw-userid delimited by size
                               ": 就業部署" delimited by size
                               Fdw-dept delimited by size
                               " が廃止されます（分割の行で移籍先を指定してください）"
                                   delimited by size
                               into error-text
                           end-string
                           perform add-error
                       end-if
                   end-if
           end-read
       end-perform.
       close dispatch-file.

       move 1 to staging-key.
       open input staging-file.
       if staging-status = "00"
           read staging-file
               invalid key move "N" to Fstg-inprogress
           end-read
           if Fstg-inprogress = "Y"
               move Fstg-dept to res-dept
               move zero to res-userid
               perform resolve-dept thru resolve-dept-exit
               if res-action = "D"
                   move spaces to error-text
                   string "user-add-staging: 入力中の新規ユーザの部署"
                           delimited by size
                       Fstg-dept delimited by size
                       " が廃止されます" delimited by size
                       into error-text
                   end-string
                   perform add-error
               end-if
           end-if
           close staging-file
       end-if.

check-closures-exit.
       exit.

resolve-dept.
       move space to res-action.
       move zero to res-new.
       if res-dept < 1 or res-dept > 99
           go to resolve-dept-exit
       end-if.
       if res-userid not = zero
           perform varying sp-idx from 1 by 1 until sp-idx > sp-count
               if sp-userid(sp-idx) = res-userid
                   and sp-old(sp-idx) = res-dept
                   move "M" to res-action
                   move sp-new(sp-idx) to res-new
               end-if
           end-perform
           if res-action not = space
               go to resolve-dept-exit
           end-if
       end-if.
       if dt-map(res-dept) not = zero
           move "M" to res-action
           move dt-map(res-dept) to res-new
           go to resolve-dept-exit
       end-if.
       if dt-gone(res-dept) = "C"
           move "D" to res-action
       end-if.

resolve-dept-exit.
       exit.

write-report-line.
       move spaces to rpt-new-text.
       if rpt-action = "D"
           move "廃止" to rpt-new-text
       else
           string "部署" delimited by size
               rpt-new delimited by size
               into rpt-new-text
           end-string
       end-if.
       move spaces to report-line.
       string "  " delimited by size
           rpt-file delimited by size
           " " delimited by size
           rpt-key delimited by size
           " 部署" delimited by size
           rpt-old delimited by size
           " -> " delimited by size
           rpt-new-text delimited by size
           " " delimited by size
           rpt-note delimited by size
           into report-line
       end-string.
       write report-line.
       add 1 to affected-count.
       add 1 to file-count.

write-section-header.
       move spaces to report-line.
       write report-line.
       move spaces to report-line.
       string "[" delimited by size
           function trim(rpt-file) delimited by size
           "]" delimited by size
           into report-line
       end-string.
       write report-line.
       move zero to file-count.

write-section-footer.
       move spaces to report-line.
       string "  計 " delimited by size
           file-count delimited by size
           " 件" delimited by size
           into report-line
       end-string.
       write report-line.

write-journal-entry.
       *> 反映した変更の前後イメージを日次ジャーナルに残す
       move spaces to journal-name.
       string "./dat/journal-" delimited by size
           function current-date(1:8) delimited by size
           ".dat" delimited by size
           into journal-name
       end-string.
       open extend journal-file.
       if journal-status not = "00"
           open output journal-file
       end-if.
       move function current-date to Fjr-timestamp.
       move "kintai-dept-reorg" to Fjr-program.
       move jr-file-ws to Fjr-file.
       move jr-action-ws to Fjr-action.
       move jr-before-ws to Fjr-before.
       move jr-after-ws to Fjr-after.
       write Fjr-rec.
       close journal-file.
       add 1 to changed-count.

process-department.
       move "department" to rpt-file.
       perform write-section-header.
       perform varying dt-idx from 1 by 1 until dt-idx > 99
           perform report-one-dept thru report-one-dept-exit
       end-perform.
       perform write-section-footer.

       if apply-mode = zero
           go to process-department-exit
       end-if.

       *> 消える部署は過去月の集計で名前と親を引けるよう退避する
       open extend retired-file.
       if retired-status not = "00"
           open output retired-file
       end-if.
       perform varying dt-idx from 1 by 1 until dt-idx > 99
           if dt-gone(dt-idx) not = space
               set check-dept to dt-idx
               move check-dept to Fdrt-id
               move dt-cur-name(dt-idx) to Fdrt-name
               move dt-cur-parent(dt-idx) to Fdrt-parent
               move eff-date to Fdrt-closed-date
               move dt-map(dt-idx) to Fdrt-successor
               move dt-gone(dt-idx) to Fdrt-kind
               move " " to Fdrt-filler1 Fdrt-filler2 Fdrt-filler3
                   Fdrt-filler4 Fdrt-filler5
               write Fdrt-rec
           end-if
       end-perform.
       close retired-file.

       open output department-file.
       perform varying dt-idx from 1 by 1 until dt-idx > 99
           if dt-new-exists(dt-idx) = 1
               set check-dept to dt-idx
               move check-dept to Fdept-id
               move dt-new-name(dt-idx) to Fdept-name
               move dt-new-parent(dt-idx) to Fdept-parent
               write Fdept-rec
           end-if
       end-perform.
       close department-file.

process-department-exit.
       exit.

report-one-dept.
       set check-dept to dt-idx.
       move check-dept to rpt-old.
       move spaces to rpt-key.
       move spaces to rpt-note.
       move space to rpt-action.
       move zero to rpt-new.
       move "department" to jr-file-ws.
       move spaces to jr-before-ws jr-after-ws.
       if dt-cur-exists(dt-idx) = 1
           move check-dept to Fdept-id
           move dt-cur-name(dt-idx) to Fdept-name
           move dt-cur-parent(dt-idx) to Fdept-parent
           move Fdept-rec to jr-before-ws
       end-if.
       if dt-new-exists(dt-idx) = 1
           move check-dept to Fdept-id
           move dt-new-name(dt-idx) to Fdept-name
           move dt-new-parent(dt-idx) to Fdept-parent
           move Fdept-rec to jr-after-ws
       end-if.

       evaluate true
       when dt-created(dt-idx) = 1
           move check-dept to rpt-new
           move "新設" to rpt-note
           move "ADD" to jr-action-ws
       when dt-gone(dt-idx) = "M"
           move dt-map(dt-idx) to rpt-new
           move "統合（部署マスタから削除）" to rpt-note
           move "DEL" to jr-action-ws
       when dt-gone(dt-idx) = "R"
           move dt-map(dt-idx) to rpt-new
           move "番号変更（旧番号を削除）" to rpt-note
           move "DEL" to jr-action-ws
       when dt-gone(dt-idx) = "C"
           move "D" to rpt-action
           move "廃止（部署マスタから削除）" to rpt-note
           move "DEL" to jr-action-ws
       when dt-cur-exists(dt-idx) = zero and dt-new-exists(dt-idx) = 1
           move check-dept to rpt-new
           move "番号変更後の部署として作成" to rpt-note
           move "ADD" to jr-action-ws
       when dt-cur-exists(dt-idx) = 1 and dt-new-exists(dt-idx) = 1
           and dt-cur-parent(dt-idx) not = dt-new-parent(dt-idx)
           move check-dept to rpt-new
           move spaces to rpt-note
           string "親部署 " delimited by size
               dt-cur-parent(dt-idx) delimited by size
               " -> " delimited by size
               dt-new-parent(dt-idx) delimited by size
               into rpt-note
           end-string
           move "UPD" to jr-action-ws
       when other
           go to report-one-dept-exit
       end-evaluate.

       string "id=" delimited by size
           check-dept delimited by size
           into rpt-key
       end-string.
       perform write-report-line.
       if apply-mode = 1
           perform write-journal-entry
       end-if.

report-one-dept-exit.
       exit.

process-users.
       move "user" to rpt-file.
       perform write-section-header.
       if apply-mode = 1
           open i-o user-file
       else
           open input user-file
       end-if.
       if user-status not = "00"
           go to process-users-exit
       end-if.
       perform until user-status not = "00"
           read user-file next record
               at end move "10" to user-status
               not at end
                   perform process-one-user thru process-one-user-exit
           end-read
       end-perform.
       close user-file.
       perform write-section-footer.

process-users-exit.
       exit.

process-one-user.
       move Fdept to res-dept.
       move Fuserid to res-userid.
       perform resolve-dept thru resolve-dept-exit.
       if res-action = space
           go to process-one-user-exit
       end-if.
       move Fdept to rpt-old.
       move res-new to rpt-new.
       move res-action to rpt-action.
       move spaces to rpt-key.
       string "userid=" delimited by size
           Fuserid delimited by size
           into rpt-key
       end-string.
       perform test-active-user.
       if active-user = zero
           move "据置（発効日前に退職）" to rpt-note
           perform write-report-line
           go to process-one-user-exit
       end-if.
       if res-action = "D"
           move "要移籍（廃止部署に在籍）" to rpt-note
           perform write-report-line
           go to process-one-user-exit
       end-if.
       move "所属変更（所属履歴・名簿変更フィードを追加）" to rpt-note.
       perform write-report-line.
       if apply-mode = zero
           go to process-one-user-exit
       end-if.

       move Fuser-rec to jr-before-ws.
       move res-new to Fdept.
       rewrite Fuser-rec
           invalid key
               display "部署の更新に失敗しました: " Fuserid
               go to process-one-user-exit
       end-rewrite.
       move "user" to jr-file-ws.
       move "UPD" to jr-action-ws.
       move Fuser-rec to jr-after-ws.
       perform write-journal-entry.

       *> 月次レポートが発効日の前後で部署を特定できるよう所属履歴を残す
       open extend history-file.
       if history-status not = "00"
           open output history-file
       end-if.
       move Fuserid to Fdah-userid.
       move rpt-old to Fdah-from-dept.
       move res-new to Fdah-to-dept.
       move eff-date to Fdah-effective-date.
       move function current-date(1:14) to Fdah-applied-at.
       move " " to Fdah-filler1 Fdah-filler2 Fdah-filler3
           Fdah-filler4.
       write Fdah-rec.
       close history-file.

       move "C" to uc-type.
       move Fuserid to uc-userid.
       perform record-user-change.

process-one-user-exit.
       exit.

record-user-change.
       move 1 to uc-seq-key.
       open i-o uc-seq-file.
       if uc-seq-status not = "00"
           open output uc-seq-file
           close uc-seq-file
           open i-o uc-seq-file
       end-if.
       read uc-seq-file
           invalid key
               move zero to Fucseq-value
               write Fucseq-rec
       end-read.
       add 1 to Fucseq-value.
       rewrite Fucseq-rec.
       close uc-seq-file.

       move Fucseq-value to Fuc-seq.
       move uc-userid to Fuc-userid.
       move uc-type to Fuc-type.
       move function current-date to Fuc-changed-at.

       open i-o user-change-file.
       if uc-status not = "00"
           open output user-change-file
           close user-change-file
           open i-o user-change-file
       end-if.
       write Fuc-rec
           invalid key
               display "名簿変更フィードの登録に失敗しました"
       end-write.
       close user-change-file.

process-schedule-cal.
       move "schedule-cal" to rpt-file.
       perform write-section-header.
       open output work-file.
       open input schedule-cal-file.
       if schedule-cal-status = "00"
           perform until schedule-cal-status not = "00"
               read schedule-cal-file next record
                   at end move "10" to schedule-cal-status
                   not at end
                       perform scan-one-schedule-cal
                           thru scan-one-schedule-cal-exit
               end-read
           end-perform
           close schedule-cal-file
       end-if.
       close work-file.

       open input work-file.
       if apply-mode = 1
           open i-o schedule-cal-file
       else
           open input schedule-cal-file
       end-if.
       perform until work-status not = "00"
           read work-file
               at end move "10" to work-status
               not at end
                   perform move-one-schedule-cal
                       thru move-one-schedule-cal-exit
           end-read
       end-perform.
       close schedule-cal-file.
       close work-file.
       perform write-section-footer.

process-schedule-cal-exit.
       exit.

scan-one-schedule-cal.
       move Fscal-dept to res-dept.
       move zero to res-userid.
       perform resolve-dept thru resolve-dept-exit.
       if res-action = space
           go to scan-one-schedule-cal-exit
       end-if.
       if Fscal-date < eff-date
           move Fscal-dept to rpt-old
           move res-new to rpt-new
           move res-action to rpt-action
           move spaces to rpt-key
           string "date=" delimited by size
               Fscal-date delimited by size
               into rpt-key
           end-string
           move "据置（発効日前）" to rpt-note
           perform write-report-line
           go to scan-one-schedule-cal-exit
       end-if.
       move res-action to Fwk-action.
       move Fscal-rec to Fwk-before.
       move res-new to Fscal-dept.
       move Fscal-rec to Fwk-after.
       write Fwk-rec.

scan-one-schedule-cal-exit.
       exit.

move-one-schedule-cal.
       move Fwk-before to Fscal-rec.
       move Fscal-dept to rpt-old.
       move Fwk-action to rpt-action.
       move spaces to rpt-key.
       string "date=" delimited by size
           Fscal-date delimited by size
           into rpt-key
       end-string.
       move zero to target-exists.
       if Fwk-action = "M"
           move Fwk-after to Fscal-rec
           move Fscal-dept to rpt-new
           read schedule-cal-file
               invalid key continue
           end-read
           if schedule-cal-status = "00"
               move 1 to target-exists
               move "移管先に同日の登録があるため旧部署分を削除" to rpt-note
           else
               move "移管" to rpt-note
           end-if
       else
           move zero to rpt-new
           move "削除" to rpt-note
       end-if.
       perform write-report-line.
       if apply-mode = zero
           go to move-one-schedule-cal-exit
       end-if.

       move "schedule-cal" to jr-file-ws.
       move Fwk-before to Fscal-rec.
       delete schedule-cal-file record
           invalid key
               display "勤務カレンダーの削除に失敗しました: "
                   Fwk-before(1:10)
               go to move-one-schedule-cal-exit
       end-delete.
       move "DEL" to jr-action-ws.
       move Fwk-before to jr-before-ws.
       move spaces to jr-after-ws.
       perform write-journal-entry.
       if Fwk-action = "M" and target-exists = zero
           move Fwk-after to Fscal-rec
           write Fscal-rec
               invalid key
                   display "勤務カレンダーの移管に失敗しました: "
                       Fwk-after(1:10)
                   go to move-one-schedule-cal-exit
           end-write
           move "ADD" to jr-action-ws
           move spaces to jr-before-ws
           move Fwk-after to jr-after-ws
           perform write-journal-entry
       end-if.

move-one-schedule-cal-exit.
       exit.

process-staffing.
       move "staffing" to rpt-file.
       perform write-section-header.
       move zero to sf-count.
       open input staffing-file.
       if staffing-status = "00"
           perform until staffing-status not = "00"
               read staffing-file
                   at end move "10" to staffing-status
                   not at end
                       if sf-count < 200
                           add 1 to sf-count
                           move Fstf-dept to sf-dept(sf-count)
                           move Fstf-required to sf-required(sf-count)
                           move zero to sf-drop(sf-count)
                       end-if
               end-read
           end-perform
           close staffing-file
       end-if.

       move zero to dup-found.
       perform varying sf-idx from 1 by 1 until sf-idx > sf-count
           perform remap-one-staffing thru remap-one-staffing-exit
       end-perform.
       perform write-section-footer.

       if apply-mode = zero or dup-found = zero
           go to process-staffing-exit
       end-if.
       open output staffing-file.
       perform varying sf-idx from 1 by 1 until sf-idx > sf-count
           if sf-drop(sf-idx) = zero
               move sf-dept(sf-idx) to Fstf-dept
               move " " to Fstf-filler
               move sf-required(sf-idx) to Fstf-required
               write Fstf-rec
           end-if
       end-perform.
       close staffing-file.

process-staffing-exit.
       exit.

remap-one-staffing.
       move sf-dept(sf-idx) to res-dept.
       move zero to res-userid.
       perform resolve-dept thru resolve-dept-exit.
       if res-action = space
           go to remap-one-staffing-exit
       end-if.
       move 1 to dup-found.
       move sf-dept(sf-idx) to rpt-old Fstf-dept.
       move " " to Fstf-filler.
       move sf-required(sf-idx) to Fstf-required.
       move Fstf-rec to jr-before-ws.
       move res-new to rpt-new.
       move res-action to rpt-action.
       move spaces to rpt-key.
       move "-" to rpt-key.
       move zero to target-exists.
       if res-action = "M"
           perform varying row-idx from 1 by 1 until row-idx > sf-count
               if sf-dept(row-idx) = res-new and sf-drop(row-idx) = zero
                   move 1 to target-exists
               end-if
           end-perform
       end-if.
       move "staffing" to jr-file-ws.
       move spaces to jr-after-ws.
       if res-action = "D" or target-exists = 1
           move 1 to sf-drop(sf-idx)
           if res-action = "D"
               move "削除" to rpt-note
           else
               move "移管先の必要人数を優先し旧部署分を削除" to rpt-note
           end-if
           move "DEL" to jr-action-ws
       else
           move res-new to sf-dept(sf-idx) Fstf-dept
           move Fstf-rec to jr-after-ws
           move "移管" to rpt-note
           move "UPD" to jr-action-ws
       end-if.
       perform write-report-line.
       if apply-mode = 1
           perform write-journal-entry
       end-if.

remap-one-staffing-exit.
       exit.

process-budget.
       move "dept-budget" to rpt-file.
       perform write-section-header.
       open output work-file.
       open input budget-file.
       if budget-status = "00"
           perform until budget-status not = "00"
               read budget-file next record
                   at end move "10" to budget-status
                   not at end
                       perform scan-one-budget thru scan-one-budget-exit
               end-read
           end-perform
           close budget-file
       end-if.
       close work-file.

       open input work-file.
       if apply-mode = 1
           open i-o budget-file
       else
           open input budget-file
       end-if.
       perform until work-status not = "00"
           read work-file
               at end move "10" to work-status
               not at end
                   perform move-one-budget thru move-one-budget-exit
           end-read
       end-perform.
       close budget-file.
       close work-file.
       perform write-section-footer.

process-budget-exit.
       exit.

scan-one-budget.
       move Fdb-dept to res-dept.
       move zero to res-userid.
       perform resolve-dept thru resolve-dept-exit.
       if res-action = space
           go to scan-one-budget-exit
       end-if.
       if Fdb-yyyymm < eff-month
           move Fdb-dept to rpt-old
           move res-new to rpt-new
           move res-action to rpt-action
           move spaces to rpt-key
           string "yyyymm=" delimited by size
               Fdb-yyyymm delimited by size
               into rpt-key
           end-string
           move "据置（発効月前）" to rpt-note
           perform write-report-line
           go to scan-one-budget-exit
       end-if.
       move res-action to Fwk-action.
       move Fdb-rec to Fwk-before.
       move res-new to Fdb-dept.
       move Fdb-rec to Fwk-after.
       write Fwk-rec.

scan-one-budget-exit.
       exit.

move-one-budget.
       move Fwk-before to Fdb-rec.
       move Fdb-dept to rpt-old.
       move Fwk-action to rpt-action.
       move spaces to rpt-key.
       string "yyyymm=" delimited by size
           Fdb-yyyymm delimited by size
           into rpt-key
       end-string.
       move Fdb-headcount to saved-headcount.
       move Fdb-scheduled-hours to saved-scheduled-hours.
       move Fdb-overtime-hours to saved-overtime-hours.
       move Fdb-labor-cost to saved-labor-cost.
       move zero to target-exists.
       if Fwk-action = "M"
           move Fwk-after to Fdb-rec
           move Fdb-dept to rpt-new
           read budget-file
               invalid key continue
           end-read
           if budget-status = "00"
               move 1 to target-exists
               move "移管先の同月予算へ合算" to rpt-note
           else
               move "移管" to rpt-note
           end-if
       else
           move zero to rpt-new
           move "削除" to rpt-note
       end-if.
       perform write-report-line.
       if apply-mode = zero
           go to move-one-budget-exit
       end-if.

       move "dept-budget" to jr-file-ws.
       if target-exists = 1
           move Fdb-rec to jr-before-ws
           add saved-headcount to Fdb-headcount
           add saved-scheduled-hours to Fdb-scheduled-hours
           add saved-overtime-hours to Fdb-overtime-hours
           add saved-labor-cost to Fdb-labor-cost
           rewrite Fdb-rec
               invalid key
                   display "部署予算の合算に失敗しました: "
                       Fwk-after(1:8)
                   go to move-one-budget-exit
           end-rewrite
           move "UPD" to jr-action-ws
           move Fdb-rec to jr-after-ws
           perform write-journal-entry
       end-if.
       move Fwk-before to Fdb-rec.
       delete budget-file record
           invalid key
               display "部署予算の削除に失敗しました: " Fwk-before(1:8)
               go to move-one-budget-exit
       end-delete.
       move "DEL" to jr-action-ws.
       move Fwk-before to jr-before-ws.
       move spaces to jr-after-ws.
       perform write-journal-entry.
       if Fwk-action = "M" and target-exists = zero
           move Fwk-after to Fdb-rec
           write Fdb-rec
               invalid key
                   display "部署予算の移管に失敗しました: "
                       Fwk-after(1:8)
                   go to move-one-budget-exit
           end-write
           move "ADD" to jr-action-ws
           move spaces to jr-before-ws
           move Fwk-after to jr-after-ws
           perform write-journal-entry
       end-if.

move-one-budget-exit.
       exit.

process-agreement.
       move "agreement36-site" to rpt-file.
       perform write-section-header.
       open output work-file.
       open input agreement-site-file.
       if agreement-site-status = "00"
           perform until agreement-site-status not = "00"
               read agreement-site-file next record
                   at end move "10" to agreement-site-status
                   not at end
                       move Fas-dept to res-dept
                       move zero to res-userid
                       perform resolve-dept thru resolve-dept-exit
                       if res-action not = space
                           move res-action to Fwk-action
                           move Fas-rec to Fwk-before
                           move res-new to Fas-dept
                           move Fas-rec to Fwk-after
                           write Fwk-rec
                       end-if
               end-read
           end-perform
           close agreement-site-file
       end-if.
       close work-file.

       open input work-file.
       if apply-mode = 1
           open i-o agreement-site-file
       else
           open input agreement-site-file
       end-if.
       perform until work-status not = "00"
           read work-file
               at end move "10" to work-status
               not at end
                   perform move-one-agreement thru move-one-agreement-exit
           end-read
       end-perform.
       close agreement-site-file.
       close work-file.
       perform write-section-footer.

process-agreement-exit.
       exit.

move-one-agreement.
       move Fwk-before to Fas-rec.
       move Fas-dept to rpt-old.
       move Fwk-action to rpt-action.
       move spaces to rpt-key.
       string "company=" delimited by size
           Fas-company delimited by size
           into rpt-key
       end-string.
       move zero to target-exists.
       if Fwk-action = "M"
           move Fwk-after to Fas-rec
           move Fas-dept to rpt-new
           read agreement-site-file
               invalid key continue
           end-read
           if agreement-site-status = "00"
               move 1 to target-exists
               move "移管先の協定を優先し旧部署分を削除" to rpt-note
           else
               move "移管" to rpt-note
           end-if
       else
           move zero to rpt-new
           move "削除" to rpt-note
       end-if.
       perform write-report-line.
       if apply-mode = zero
           go to move-one-agreement-exit
       end-if.

       move "agreement36" to jr-file-ws.
       move Fwk-before to Fas-rec.
       delete agreement-site-file record
           invalid key
               display "36協定（事業場別）の削除に失敗しました: "
                   Fwk-before(1:4)
               go to move-one-agreement-exit
       end-delete.
       move "DEL" to jr-action-ws.
       move Fwk-before to jr-before-ws.
       move spaces to jr-after-ws.
       perform write-journal-entry.
       if Fwk-action = "M" and target-exists = zero
           move Fwk-after to Fas-rec
           write Fas-rec
               invalid key
                   display "36協定（事業場別）の移管に失敗しました: "
                       Fwk-after(1:4)
                   go to move-one-agreement-exit
           end-write
           move "ADD" to jr-action-ws
           move spaces to jr-before-ws
           move Fwk-after to jr-after-ws
           perform write-journal-entry
       end-if.

move-one-agreement-exit.
       exit.

process-workplace.
       move "workplace" to rpt-file.
       perform write-section-header.
       move zero to wp-count.
       open input workplace-file.
       if workplace-status = "00"
           perform until workplace-status not = "00"
               read workplace-file
                   at end move "10" to workplace-status
                   not at end
                       if wp-count < 200
                           add 1 to wp-count
                           move Fwp-dept to wp-dept(wp-count)
                           move Fwp-prefecture to wp-prefecture(wp-count)
                           move zero to wp-drop(wp-count)
                       end-if
               end-read
           end-perform
           close workplace-file
       end-if.

       move zero to dup-found.
       perform varying wp-idx from 1 by 1 until wp-idx > wp-count
           perform remap-one-workplace thru remap-one-workplace-exit
       end-perform.
       perform write-section-footer.

       if apply-mode = zero or dup-found = zero
           go to process-workplace-exit
       end-if.
       open output workplace-file.
       perform varying wp-idx from 1 by 1 until wp-idx > wp-count
           if wp-drop(wp-idx) = zero
               move wp-dept(wp-idx) to Fwp-dept
               move wp-prefecture(wp-idx) to Fwp-prefecture
               write Fwp-rec
           end-if
       end-perform.
       close workplace-file.

process-workplace-exit.
       exit.

remap-one-workplace.
       move wp-dept(wp-idx) to res-dept.
       move zero to res-userid.
       perform resolve-dept thru resolve-dept-exit.
       if res-action = space
           go to remap-one-workplace-exit
       end-if.
       move 1 to dup-found.
       move wp-dept(wp-idx) to rpt-old Fwp-dept.
       move wp-prefecture(wp-idx) to Fwp-prefecture.
       move Fwp-rec to jr-before-ws.
       move res-new to rpt-new.
       move res-action to rpt-action.
       move "-" to rpt-key.
       move zero to target-exists.
       if res-action = "M"
           perform varying row-idx from 1 by 1 until row-idx > wp-count
               if wp-dept(row-idx) = res-new and wp-drop(row-idx) = zero
                   move 1 to target-exists
               end-if
           end-perform
       end-if.
       move "workplace" to jr-file-ws.
       move spaces to jr-after-ws.
       if res-action = "D" or target-exists = 1
           move 1 to wp-drop(wp-idx)
           if res-action = "D"
               move "削除" to rpt-note
           else
               move "移管先の所在地を優先し旧部署分を削除" to rpt-note
           end-if
           move "DEL" to jr-action-ws
       else
           move res-new to wp-dept(wp-idx) Fwp-dept
           move Fwp-rec to jr-after-ws
           move "移管" to rpt-note
           move "UPD" to jr-action-ws
       end-if.
       perform write-report-line.
       if apply-mode = 1
           perform write-journal-entry
       end-if.

remap-one-workplace-exit.
       exit.

process-roster-dept.
       move "roster-dept" to rpt-file.
       perform write-section-header.
       if apply-mode = 1
           open i-o roster-dept-file
       else
           open input roster-dept-file
       end-if.
       if roster-dept-status not = "00"
           perform write-section-footer
           go to process-roster-dept-exit
       end-if.
       perform until roster-dept-status not = "00"
           read roster-dept-file next record
               at end move "10" to roster-dept-status
               not at end
                   perform remap-one-roster-dept
                       thru remap-one-roster-dept-exit
           end-read
       end-perform.
       close roster-dept-file.
       perform write-section-footer.

process-roster-dept-exit.
       exit.

remap-one-roster-dept.
       move Frd-dept to res-dept.
       move Frd-userid to res-userid.
       perform resolve-dept thru resolve-dept-exit.
       if res-action = space
           go to remap-one-roster-dept-exit
       end-if.
       move Frd-dept to rpt-old.
       move res-new to rpt-new.
       move res-action to rpt-action.
       move spaces to rpt-key.
       string "userid=" delimited by size
           Frd-userid delimited by size
           " date=" delimited by size
           Frd-date delimited by size
           into rpt-key
       end-string.
       if Frd-date < eff-date
           move "据置（発効日前）" to rpt-note
           perform write-report-line
           go to remap-one-roster-dept-exit
       end-if.
       move "roster-dept" to jr-file-ws.
       move Frd-rec to jr-before-ws.
       if res-action = "D"
           move "削除" to rpt-note
           perform write-report-line
           if apply-mode = 1
               delete roster-dept-file record
                   invalid key
                       display "応援配置の削除に失敗しました: " Frd-key
                       go to remap-one-roster-dept-exit
               end-delete
               move "DEL" to jr-action-ws
               move spaces to jr-after-ws
               perform write-journal-entry
           end-if
           go to remap-one-roster-dept-exit
       end-if.
       move "移管" to rpt-note.
       perform write-report-line.
       if apply-mode = zero
           go to remap-one-roster-dept-exit
       end-if.
       move res-new to Frd-dept.
       rewrite Frd-rec
           invalid key
               display "応援配置の更新に失敗しました: " Frd-key
               go to remap-one-roster-dept-exit
       end-rewrite.
       move "UPD" to jr-action-ws.
       move Frd-rec to jr-after-ws.
       perform write-journal-entry.

remap-one-roster-dept-exit.
       exit.

process-draft-status.
       move "roster-draft-stat" to rpt-file.
       perform write-section-header.
       open output work-file.
       open input draft-status-file.
       if draft-status-status = "00"
           perform until draft-status-status not = "00"
               read draft-status-file next record
                   at end move "10" to draft-status-status
                   not at end
                       perform scan-one-draft-status
                           thru scan-one-draft-status-exit
               end-read
           end-perform
           close draft-status-file
       end-if.
       close work-file.

       open input work-file.
       if apply-mode = 1
           open i-o draft-status-file
       else
           open input draft-status-file
       end-if.
       perform until work-status not = "00"
           read work-file
               at end move "10" to work-status
               not at end
                   perform move-one-draft-status
                       thru move-one-draft-status-exit
           end-read
       end-perform.
       close draft-status-file.
       close work-file.
       perform write-section-footer.

process-draft-status-exit.
       exit.

scan-one-draft-status.
       move Frds-dept to res-dept.
       move zero to res-userid.
       perform resolve-dept thru resolve-dept-exit.
       if res-action = space
           go to scan-one-draft-status-exit
       end-if.
       if Frds-yyyymm < eff-month
           move Frds-dept to rpt-old
           move res-new to rpt-new
           move res-action to rpt-action
           move spaces to rpt-key
           string "yyyymm=" delimited by size
               Frds-yyyymm delimited by size
               into rpt-key
           end-string
           move "据置（発効月前）" to rpt-note
           perform write-report-line
           go to scan-one-draft-status-exit
       end-if.
       move res-action to Fwk-action.
       move Frds-rec to Fwk-before.
       move res-new to Frds-dept.
       move Frds-rec to Fwk-after.
       write Fwk-rec.

scan-one-draft-status-exit.
       exit.

move-one-draft-status.
       move Fwk-before to Frds-rec.
       move Frds-dept to rpt-old.
       move Fwk-action to rpt-action.
       move spaces to rpt-key.
       string "yyyymm=" delimited by size
           Frds-yyyymm delimited by size
           into rpt-key
       end-string.
       move zero to target-exists.
       if Fwk-action = "M"
           move Fwk-after to Frds-rec
           move Frds-dept to rpt-new
           read draft-status-file
               invalid key continue
           end-read
           if draft-status-status = "00"
               move 1 to target-exists
               move "移管先の勤務表案を優先し旧部署分を削除" to rpt-note
           else
               move "移管" to rpt-note
           end-if
       else
           move zero to rpt-new
           move "削除" to rpt-note
       end-if.
       perform write-report-line.
       if apply-mode = zero
           go to move-one-draft-status-exit
       end-if.

       move "roster-dstat" to jr-file-ws.
       move Fwk-before to Frds-rec.
       delete draft-status-file record
           invalid key
               display "勤務表案の状態の削除に失敗しました: "
                   Fwk-before(1:8)
               go to move-one-draft-status-exit
       end-delete.
       move "DEL" to jr-action-ws.
       move Fwk-before to jr-before-ws.
       move spaces to jr-after-ws.
       perform write-journal-entry.
       if Fwk-action = "M" and target-exists = zero
           move Fwk-after to Frds-rec
           write Frds-rec
               invalid key
                   display "勤務表案の状態の移管に失敗しました: "
                       Fwk-after(1:8)
                   go to move-one-draft-status-exit
           end-write
           move "ADD" to jr-action-ws
           move spaces to jr-before-ws
           move Fwk-after to jr-after-ws
           perform write-journal-entry
       end-if.

move-one-draft-status-exit.
       exit.

process-draft.
       move "roster-draft" to rpt-file.
       perform write-section-header.
       open output work-file.
       open input draft-file.
       if draft-status = "00"
           perform until draft-status not = "00"
               read draft-file next record
                   at end move "10" to draft-status
                   not at end
                       perform scan-one-draft thru scan-one-draft-exit
               end-read
           end-perform
           close draft-file
       end-if.
       close work-file.

       open input work-file.
       if apply-mode = 1
           open i-o draft-file
       else
           open input draft-file
       end-if.
       perform until work-status not = "00"
           read work-file
               at end move "10" to work-status
               not at end
                   perform move-one-draft thru move-one-draft-exit
           end-read
       end-perform.
       close draft-file.
       close work-file.
       perform write-section-footer.

process-draft-exit.
       exit.

scan-one-draft.
       move Frdr-dept to res-dept.
       move Frdr-userid to res-userid.
       perform resolve-dept thru resolve-dept-exit.
       if res-action = space
           go to scan-one-draft-exit
       end-if.
       if Frdr-date < eff-date
           move Frdr-dept to rpt-old
           move res-new to rpt-new
           move res-action to rpt-action
           move spaces to rpt-key
           string "userid=" delimited by size
               Frdr-userid delimited by size
               " date=" delimited by size
               Frdr-date delimited by size
               into rpt-key
           end-string
           move "据置（発効日前）" to rpt-note
           perform write-report-line
           go to scan-one-draft-exit
       end-if.
       move res-action to Fwk-action.
       move Frdr-rec to Fwk-before.
       move res-new to Frdr-dept.
       move Frdr-rec to Fwk-after.
       write Fwk-rec.

scan-one-draft-exit.
       exit.

move-one-draft.
       move Fwk-before to Frdr-rec.
       move Frdr-dept to rpt-old.
       move Fwk-action to rpt-action.
       move spaces to rpt-key.
       string "userid=" delimited by size
           Frdr-userid delimited by size
           " date=" delimited by size
           Frdr-date delimited by size
           into rpt-key
       end-string.
       move zero to target-exists.
       if Fwk-action = "M"
           move Fwk-after to Frdr-rec
           move Frdr-dept to rpt-new
           read draft-file
               invalid key continue
           end-read
           if draft-status = "00"
               move 1 to target-exists
               move "移管先に同日の勤務表案があるため旧部署分を削除"
                   to rpt-note
           else
               move "移管" to rpt-note
           end-if
       else
           move zero to rpt-new
           move "削除" to rpt-note
       end-if.
       perform write-report-line.
       if apply-mode = zero
           go to move-one-draft-exit
       end-if.

       move "roster-draft" to jr-file-ws.
       move Fwk-before to Frdr-rec.
       delete draft-file record
           invalid key
               display "勤務表案の削除に失敗しました: " Fwk-before(1:17)
               go to move-one-draft-exit
       end-delete.
       move "DEL" to jr-action-ws.
       move Fwk-before to jr-before-ws.
       move spaces to jr-after-ws.
       perform write-journal-entry.
       if Fwk-action = "M" and target-exists = zero
           move Fwk-after to Frdr-rec
           write Frdr-rec
               invalid key
                   display "勤務表案の移管に失敗しました: "
                       Fwk-after(1:17)
                   go to move-one-draft-exit
           end-write
           move "ADD" to jr-action-ws
           move spaces to jr-before-ws
           move Fwk-after to jr-after-ws
           perform write-journal-entry
       end-if.

move-one-draft-exit.
       exit.

process-project.
       move "project" to rpt-file.
       perform write-section-header.
       if apply-mode = 1
           open i-o project-file
       else
           open input project-file
       end-if.
       if project-status not = "00"
           perform write-section-footer
           go to process-project-exit
       end-if.
       perform until project-status not = "00"
           read project-file next record
               at end move "10" to project-status
               not at end
                   perform remap-one-project thru remap-one-project-exit
           end-read
       end-perform.
       close project-file.
       perform write-section-footer.

process-project-exit.
       exit.

remap-one-project.
       move Fprj-cost-dept to res-dept.
       move zero to res-userid.
       perform resolve-dept thru resolve-dept-exit.
       if res-action = space
           go to remap-one-project-exit
       end-if.
       move Fprj-cost-dept to rpt-old.
       move res-new to rpt-new.
       move res-action to rpt-action.
       move spaces to rpt-key.
       string "code=" delimited by size
           Fprj-code delimited by size
           into rpt-key
       end-string.
       if Fprj-close-date not = spaces and Fprj-close-date < eff-date
           move "据置（発効日前に終了）" to rpt-note
           perform write-report-line
           go to remap-one-project-exit
       end-if.
       if res-action = "D"
           move "要移管（原価部署が廃止）" to rpt-note
           perform write-report-line
           go to remap-one-project-exit
       end-if.
       move "原価部署を移管" to rpt-note.
       perform write-report-line.
       if apply-mode = zero
           go to remap-one-project-exit
       end-if.
       move Fprj-rec to jr-before-ws.
       move res-new to Fprj-cost-dept.
       rewrite Fprj-rec
           invalid key
               display "プロジェクトの更新に失敗しました: " Fprj-code
               go to remap-one-project-exit
       end-rewrite.
       move "project" to jr-file-ws.
       move "UPD" to jr-action-ws.
       move Fprj-rec to jr-after-ws.
       perform write-journal-entry.

remap-one-project-exit.
       exit.

process-transfer.
       move "transfer" to rpt-file.
       perform write-section-header.
       if apply-mode = 1
           open i-o transfer-file
       else
           open input transfer-file
       end-if.
       if transfer-status not = "00"
           perform write-section-footer
           go to process-transfer-exit
       end-if.
       perform until transfer-status not = "00"
           read transfer-file next record
               at end move "10" to transfer-status
               not at end
                   perform remap-one-transfer thru remap-one-transfer-exit
           end-read
       end-perform.
       close transfer-file.
       perform write-section-footer.

process-transfer-exit.
       exit.

remap-one-transfer.
       move Ftr-rec to jr-before-ws.
       move zero to dup-found.
       move spaces to rpt-key.
       string "id=" delimited by size
           Ftr-id delimited by size
           " userid=" delimited by size
           Ftr-userid delimited by size
           into rpt-key
       end-string.

       *> 異動元は本人の所属なので分割の個別指定も効かせる
       move Ftr-from-dept to res-dept.
       move Ftr-userid to res-userid.
       perform resolve-dept thru resolve-dept-exit.
       if res-action not = space
           move Ftr-from-dept to rpt-old
           move res-new to rpt-new
           move res-action to rpt-action
           if Ftr-applied not = "N"
               move "据置（反映済みの異動元）" to rpt-note
           else
               if res-action = "M"
                   move "未反映の異動元を移管" to rpt-note
                   move res-new to Ftr-from-dept
                   move 1 to dup-found
               else
                   move "据置（異動元が廃止）" to rpt-note
               end-if
           end-if
           perform write-report-line
       end-if.

       move Ftr-to-dept to res-dept.
       move zero to res-userid.
       perform resolve-dept thru resolve-dept-exit.
       if res-action not = space
           move Ftr-to-dept to rpt-old
           move res-new to rpt-new
           move res-action to rpt-action
           if Ftr-applied not = "N"
               move "据置（反映済みの異動先）" to rpt-note
           else
               if res-action = "M"
                   move "未反映の異動先を移管" to rpt-note
                   move res-new to Ftr-to-dept
                   move 1 to dup-found
               else
                   move "要変更（異動先が廃止）" to rpt-note
               end-if
           end-if
           perform write-report-line
       end-if.

       if apply-mode = zero or dup-found = zero
           go to remap-one-transfer-exit
       end-if.
       rewrite Ftr-rec
           invalid key
               display "異動予約の更新に失敗しました: " Ftr-id
               go to remap-one-transfer-exit
       end-rewrite.
       move "transfer" to jr-file-ws.
       move "UPD" to jr-action-ws.
       move Ftr-rec to jr-after-ws.
       perform write-journal-entry.

remap-one-transfer-exit.
       exit.

process-concurrent.
       move "concurrent-assign" to rpt-file.
       perform write-section-header.
       open output work-file.
       open input concurrent-file.
       if concurrent-status = "00"
           perform until concurrent-status not = "00"
               read concurrent-file next record
                   at end move "10" to concurrent-status
                   not at end
                       perform scan-one-concurrent
                           thru scan-one-concurrent-exit
               end-read
           end-perform
           close concurrent-file
       end-if.
       close work-file.

       open input work-file.
       if apply-mode = 1
           open i-o concurrent-file
       else
           open input concurrent-file
       end-if.
       perform until work-status not = "00"
           read work-file
               at end move "10" to work-status
               not at end
                   perform move-one-concurrent thru move-one-concurrent-exit
           end-read
       end-perform.
       close concurrent-file.
       close work-file.
       perform write-section-footer.

process-concurrent-exit.
       exit.

scan-one-concurrent.
       move Fca-dept to res-dept.
       move zero to res-userid.
       perform resolve-dept thru resolve-dept-exit.
       if res-action = space
           go to scan-one-concurrent-exit
       end-if.
       if Fca-to not = spaces and Fca-to < eff-date
           move Fca-dept to rpt-old
           move res-new to rpt-new
           move res-action to rpt-action
           move spaces to rpt-key
           string "userid=" delimited by size
               Fca-userid delimited by size
               " from=" delimited by size
               Fca-from delimited by size
               into rpt-key
           end-string
           move "据置（発効日前に終了）" to rpt-note
           perform write-report-line
           go to scan-one-concurrent-exit
       end-if.

       *> 発効日から始まる兼務はそのまま移し、発効日をまたぐ兼務は
       *> 前日で打ち切って移管先の兼務を発効日から追加する
       move Fca-rec to Fwk-before.
       if Fca-from >= eff-date
           move res-action to Fwk-action
           move res-new to Fca-dept
           move Fca-rec to Fwk-after
           write Fwk-rec
           go to scan-one-concurrent-exit
       end-if.
       move "U" to Fwk-action.
       move eff-prev to Fca-to.
       move Fca-rec to Fwk-after.
       write Fwk-rec.
       if res-action = "M"
           move Fwk-before to Fca-rec
           move "A" to Fwk-action
           move res-new to Fca-dept
           move eff-date to Fca-from
           move Fca-rec to Fwk-after
           write Fwk-rec
       end-if.

scan-one-concurrent-exit.
       exit.

move-one-concurrent.
       move Fwk-before to Fca-rec.
       move Fca-dept to rpt-old.
       move spaces to rpt-key.
       string "userid=" delimited by size
           Fca-userid delimited by size
           " from=" delimited by size
           Fca-from delimited by size
           into rpt-key
       end-string.
       move Fwk-after to Fca-rec.
       move Fca-dept to rpt-new.
       move space to rpt-action.
       move zero to target-exists.
       evaluate Fwk-action
       when "M"
       when "A"
           read concurrent-file
               invalid key continue
           end-read
           if concurrent-status = "00"
               move 1 to target-exists
               move "移管先に同じ兼務があるため作成しない" to rpt-note
           else
               if Fwk-action = "M"
                   move "移管" to rpt-note
               else
                   move "移管先の兼務を発効日から追加" to rpt-note
               end-if
           end-if
       when "U"
           move rpt-old to rpt-new
           move spaces to rpt-note
           string "終了日を " delimited by size
               eff-prev delimited by size
               " に設定" delimited by size
               into rpt-note
           end-string
       when other
           move "D" to rpt-action
           move "削除" to rpt-note
       end-evaluate.
       perform write-report-line.
       if apply-mode = zero
           go to move-one-concurrent-exit
       end-if.

       move "concurrent" to jr-file-ws.
       evaluate Fwk-action
       when "U"
           move Fwk-after to Fca-rec
           rewrite Fca-rec
               invalid key
                   display "兼務の終了日の設定に失敗しました: "
                       Fwk-before(1:17)
                   go to move-one-concurrent-exit
           end-rewrite
           move "UPD" to jr-action-ws
           move Fwk-before to jr-before-ws
           move Fwk-after to jr-after-ws
           perform write-journal-entry
       when "A"
           if target-exists = zero
               move Fwk-after to Fca-rec
               write Fca-rec
                   invalid key
                       display "兼務の追加に失敗しました: "
                           Fwk-after(1:17)
                       go to move-one-concurrent-exit
               end-write
               move "ADD" to jr-action-ws
               move spaces to jr-before-ws
               move Fwk-after to jr-after-ws
               perform write-journal-entry
           end-if
       when other
           move Fwk-before to Fca-rec
           delete concurrent-file record
               invalid key
                   display "兼務の削除に失敗しました: " Fwk-before(1:17)
                   go to move-one-concurrent-exit
           end-delete
           move "DEL" to jr-action-ws
           move Fwk-before to jr-before-ws
           move spaces to jr-after-ws
           perform write-journal-entry
           if Fwk-action = "M" and target-exists = zero
               move Fwk-after to Fca-rec
               write Fca-rec
                   invalid key
                       display "兼務の移管に失敗しました: "
                           Fwk-after(1:17)
                       go to move-one-concurrent-exit
               end-write
               move "ADD" to jr-action-ws
               move spaces to jr-before-ws
               move Fwk-after to jr-after-ws
               perform write-journal-entry
           end-if
       end-evaluate.

move-one-concurrent-exit.
       exit.

process-dispatch.
       move "dispatch" to rpt-file.
       perform write-section-header.
       if apply-mode = 1
           open i-o dispatch-file
       else
           open input dispatch-file
       end-if.
       if dispatch-status not = "00"
           perform write-section-footer
           go to process-dispatch-exit
       end-if.
       perform until dispatch-status not = "00"
           read dispatch-file next record
               at end move "10" to dispatch-status
               not at end
                   perform remap-one-dispatch thru remap-one-dispatch-exit
           end-read
       end-perform.
       close dispatch-file.
       perform write-section-footer.

process-dispatch-exit.
       exit.

remap-one-dispatch.
       move Fdw-dept to res-dept.
       move Fdw-userid to res-userid.
       perform resolve-dept thru resolve-dept-exit.
       if res-action = space
           go to remap-one-dispatch-exit
       end-if.
       move Fdw-dept to rpt-old.
       move res-new to rpt-new.
       move res-action to rpt-action.
       move spaces to rpt-key.
       string "userid=" delimited by size
           Fdw-userid delimited by size
           " contract=" delimited by size
           function trim(Fdw-contract-no) delimited by size
           into rpt-key
       end-string.
       if Fdw-contract-to not = spaces and Fdw-contract-to < eff-date
           move "据置（発効日前に契約終了）" to rpt-note
           perform write-report-line
           go to remap-one-dispatch-exit
       end-if.
       if res-action = "D"
           move "要移籍（就業部署が廃止）" to rpt-note
           perform write-report-line
           go to remap-one-dispatch-exit
       end-if.
       *> 抵触日（組織単位）は部署が変わるため見直しが必要
       move "就業部署を移管（組織単位の抵触日を要確認）" to rpt-note.
       perform write-report-line.
       if apply-mode = zero
           go to remap-one-dispatch-exit
       end-if.
       move Fdw-rec to jr-before-ws.
       move res-new to Fdw-dept.
       rewrite Fdw-rec
           invalid key
               display "派遣契約の更新に失敗しました: " Fdw-userid
               go to remap-one-dispatch-exit
       end-rewrite.
       move "dispatch" to jr-file-ws.
       move "UPD" to jr-action-ws.
       move Fdw-rec to jr-after-ws.
       perform write-journal-entry.

remap-one-dispatch-exit.
       exit.

process-staging.
       move "user-add-staging" to rpt-file.
       perform write-section-header.
       move 1 to staging-key.
       if apply-mode = 1
           open i-o staging-file
       else
           open input staging-file
       end-if.
       if staging-status not = "00"
           perform write-section-footer
           go to process-staging-exit
       end-if.
       read staging-file
           invalid key move "N" to Fstg-inprogress
       end-read.
       if Fstg-inprogress not = "Y"
           close staging-file
           perform write-section-footer
           go to process-staging-exit
       end-if.
       move Fstg-dept to res-dept.
       move zero to res-userid.
       perform resolve-dept thru resolve-dept-exit.
       if res-action = space
           close staging-file
           perform write-section-footer
           go to process-staging-exit
       end-if.
       move Fstg-dept to rpt-old.
       move res-new to rpt-new.
       move res-action to rpt-action.
       move spaces to rpt-key.
       string "userid=" delimited by size
           Fstg-userid delimited by size
           into rpt-key
       end-string.
       if res-action = "D"
           move "要変更（入力中の所属部署が廃止）" to rpt-note
           perform write-report-line
       else
           move "入力中の所属部署を移管" to rpt-note
           perform write-report-line
           if apply-mode = 1
               move Fstg-rec to jr-before-ws
               move res-new to Fstg-dept
               rewrite Fstg-rec
                   invalid key
                       display "入力中の新規ユーザの更新に失敗しました"
               end-rewrite
               if staging-status = "00"
                   move "user-staging" to jr-file-ws
                   move "UPD" to jr-action-ws
                   move Fstg-rec to jr-after-ws
                   perform write-journal-entry
               end-if
           end-if
       end-if.
       close staging-file.
       perform write-section-footer.

process-staging-exit.
       exit.

set-history-line.
       *> 履歴ファイルの一行（res-dept を解決済みで呼ぶ）
       move res-dept to rpt-old.
       move res-new to rpt-new.
       move res-action to rpt-action.
       move "据置（履歴）" to rpt-note.
       perform write-report-line.

list-absence.
       move "absence" to rpt-file.
       perform write-section-header.
       open input absence-file.
       if absence-status not = "00"
           perform write-section-footer
           go to list-absence-exit
       end-if.
       perform until absence-status not = "00"
           read absence-file
               at end move "10" to absence-status
               not at end
                   move Fabs-dept to res-dept
                   move zero to res-userid
                   perform resolve-dept thru resolve-dept-exit
                   if res-action not = space
                       move spaces to rpt-key
                       string "userid=" delimited by size
                           Fabs-userid delimited by size
                           " date=" delimited by size
                           Fabs-date delimited by size
                           into rpt-key
                       end-string
                       perform set-history-line
                   end-if
           end-read
       end-perform.
       close absence-file.
       perform write-section-footer.

list-absence-exit.
       exit.

list-accident.
       move "accident" to rpt-file.
       perform write-section-header.
       open input accident-file.
       if accident-status not = "00"
           perform write-section-footer
           go to list-accident-exit
       end-if.
       perform until accident-status not = "00"
           read accident-file next record
               at end move "10" to accident-status
               not at end
                   move Facc-dept to res-dept
                   move zero to res-userid
                   perform resolve-dept thru resolve-dept-exit
                   if res-action not = space
                       move spaces to rpt-key
                       string "id=" delimited by size
                           Facc-id delimited by size
                           " date=" delimited by size
                           Facc-date delimited by size
                           into rpt-key
                       end-string
                       perform set-history-line
                   end-if
           end-read
       end-perform.
       close accident-file.
       perform write-section-footer.

list-accident-exit.
       exit.

list-checkup.
       move "checkup" to rpt-file.
       perform write-section-header.
       open input checkup-file.
       if checkup-status not = "00"
           perform write-section-footer
           go to list-checkup-exit
       end-if.
       perform until checkup-status not = "00"
           read checkup-file next record
               at end move "10" to checkup-status
               not at end
                   move Fck-dept to res-dept
                   move zero to res-userid
                   perform resolve-dept thru resolve-dept-exit
                   if res-action not = space
                       move spaces to rpt-key
                       string "userid=" delimited by size
                           Fck-userid delimited by size
                           " year=" delimited by size
                           Fck-year delimited by size
                           "-" delimited by size
                           Fck-round delimited by size
                           into rpt-key
                       end-string
                       perform set-history-line
                   end-if
           end-read
       end-perform.
       close checkup-file.
       perform write-section-footer.

list-checkup-exit.
       exit.

list-divergence.
       move "divergence" to rpt-file.
       perform write-section-header.
       open input divergence-file.
       if divergence-status not = "00"
           perform write-section-footer
           go to list-divergence-exit
       end-if.
       perform until divergence-status not = "00"
           read divergence-file next record
               at end move "10" to divergence-status
               not at end
                   move Fdv-dept to res-dept
                   move zero to res-userid
                   perform resolve-dept thru resolve-dept-exit
                   if res-action not = space
                       move spaces to rpt-key
                       string "userid=" delimited by size
                           Fdv-userid delimited by size
                           " date=" delimited by size
                           Fdv-date delimited by size
                           into rpt-key
                       end-string
                       perform set-history-line
                   end-if
           end-read
       end-perform.
       close divergence-file.
       perform write-section-footer.

list-divergence-exit.
       exit.

list-liability.
       move "leave-liability" to rpt-file.
       perform write-section-header.
       open input liability-file.
       if liability-status not = "00"
           perform write-section-footer
           go to list-liability-exit
       end-if.
       perform until liability-status not = "00"
           read liability-file next record
               at end move "10" to liability-status
               not at end
                   move Fll-dept to res-dept
                   move zero to res-userid
                   perform resolve-dept thru resolve-dept-exit
                   if res-action not = space
                       move spaces to rpt-key
                       string "yyyymm=" delimited by size
                           Fll-yyyymm delimited by size
                           " company=" delimited by size
                           Fll-company delimited by size
                           into rpt-key
                       end-string
                       perform set-history-line
                   end-if
           end-read
       end-perform.
       close liability-file.
       perform write-section-footer.

list-liability-exit.
       exit.

list-confirm.
       move "dispatch-confirm" to rpt-file.
       perform write-section-header.
       open input confirm-file.
       if confirm-status not = "00"
           perform write-section-footer
           go to list-confirm-exit
       end-if.
       perform until confirm-status not = "00"
           read confirm-file next record
               at end move "10" to confirm-status
               not at end
                   move Fdc-dept to res-dept
                   move zero to res-userid
                   perform resolve-dept thru resolve-dept-exit
                   if res-action not = space
                       move spaces to rpt-key
                       string "yyyymm=" delimited by size
                           Fdc-yyyymm delimited by size
                           " userid=" delimited by size
                           Fdc-userid delimited by size
                           into rpt-key
                       end-string
                       perform set-history-line
                   end-if
           end-read
       end-perform.
       close confirm-file.
       perform write-section-footer.

list-confirm-exit.
       exit.

list-order.
       move "personnel-order" to rpt-file.
       perform write-section-header.
       open input order-file.
       if order-status not = "00"
           perform write-section-footer
           go to list-order-exit
       end-if.
       perform until order-status not = "00"
           read order-file next record
               at end move "10" to order-status
               not at end
                   move spaces to rpt-key
                   string "order=" delimited by size
                       Fpo-order-no delimited by size
                       " userid=" delimited by size
                       Fpo-userid delimited by size
                       into rpt-key
                   end-string
                   move Fpo-old-dept to res-dept
                   move zero to res-userid
                   perform resolve-dept thru resolve-dept-exit
                   if res-action not = space
                       perform set-history-line
                   end-if
                   if Fpo-new-dept not = Fpo-old-dept
                       move Fpo-new-dept to res-dept
                       perform resolve-dept thru resolve-dept-exit
                       if res-action not = space
                           perform set-history-line
                       end-if
                   end-if
           end-read
       end-perform.
       close order-file.
       perform write-section-footer.

list-order-exit.
       exit.

list-recert.
       move "recert-item" to rpt-file.
       perform write-section-header.
       open input recert-item-file.
       if recert-item-status not = "00"
           perform write-section-footer
           go to list-recert-exit
       end-if.
       perform until recert-item-status not = "00"
           read recert-item-file next record
               at end move "10" to recert-item-status
               not at end
                   move Fri-dept to res-dept
                   move zero to res-userid
                   perform resolve-dept thru resolve-dept-exit
                   if res-action not = space
                       move spaces to rpt-key
                       string "id=" delimited by size
                           Fri-id delimited by size
                           " campaign=" delimited by size
                           Fri-campaign delimited by size
                           into rpt-key
                       end-string
                       perform set-history-line
                   end-if
           end-read
       end-perform.
       close recert-item-file.
       perform write-section-footer.

list-recert-exit.
       exit.

list-assign-history.
       *> APPLY ではこの時点で今回の行も含まれる（移籍先側は影響なしのため出ない）
       move "dept-assign-hist" to rpt-file.
       perform write-section-header.
       open input history-file.
       if history-status not = "00"
           perform write-section-footer
           go to list-assign-history-exit
       end-if.
       perform until history-status not = "00"
           read history-file
               at end move "10" to history-status
               not at end
                   move spaces to rpt-key
                   string "userid=" delimited by size
                       Fdah-userid delimited by size
                       " eff=" delimited by size
                       Fdah-effective-date delimited by size
                       into rpt-key
                   end-string
                   move Fdah-from-dept to res-dept
                   move zero to res-userid
                   perform resolve-dept thru resolve-dept-exit
                   if res-action not = space
                       perform set-history-line
                   end-if
                   move Fdah-to-dept to res-dept
                   perform resolve-dept thru resolve-dept-exit
                   if res-action not = space
                       perform set-history-line
                   end-if
           end-read
       end-perform.
       close history-file.
       perform write-section-footer.

list-assign-history-exit.
       exit.

list-delegation.
       move "delegation" to rpt-file.
       perform write-section-header.
       open input delegation-file.
       if delegation-status not = "00"
           perform write-section-footer
           go to list-delegation-exit
       end-if.
       perform until delegation-status not = "00"
           read delegation-file next record
               at end move "10" to delegation-status
               not at end
                   if Fdele-to-date = spaces or Fdele-to-date >= eff-date
                       perform review-one-delegation
                           thru review-one-delegation-exit
                   end-if
           end-read
       end-perform.
       close delegation-file.
       perform write-section-footer.

list-delegation-exit.
       exit.

review-one-delegation.
       move zero to dup-found.
       move zero to check-dept.
       perform varying us-idx from 1 by 1 until us-idx > us-count
           if us-userid(us-idx) = Fdele-delegator
               or us-userid(us-idx) = Fdele-delegate
               if us-dept(us-idx) >= 1 and us-dept(us-idx) <= 99
                   if dt-touched(us-dept(us-idx)) = 1
                       move 1 to dup-found
                       move us-dept(us-idx) to check-dept
                   end-if
               end-if
           end-if
       end-perform.
       if dup-found = zero
           go to review-one-delegation-exit
       end-if.
       move check-dept to res-dept.
       move zero to res-userid.
       perform resolve-dept thru resolve-dept-exit.
       move check-dept to rpt-old.
       if res-action = space
           move check-dept to rpt-new
       else
           move res-new to rpt-new
       end-if.
       move res-action to rpt-action.
       move spaces to rpt-key.
       string "id=" delimited by size
           Fdele-id delimited by size
           " " delimited by size
           Fdele-delegator delimited by size
           "->" delimited by size
           Fdele-delegate delimited by size
           into rpt-key
       end-string.
       move "要確認（改編対象部署の代行）" to rpt-note.
       perform write-report-line.

review-one-delegation-exit.
       exit.

list-route.
       move "approval-route" to rpt-file.
       perform write-section-header.
       open input route-file.
       if route-status not = "00"
           perform write-section-footer
           go to list-route-exit
       end-if.
       perform until route-status not = "00"
           read route-file
               at end move "10" to route-status
               not at end
                   if Froute-userid not = zero
                       perform review-one-route thru review-one-route-exit
                   end-if
           end-read
       end-perform.
       close route-file.
       perform write-section-footer.

list-route-exit.
       exit.

review-one-route.
       *> 役職指定の段は申請者の所属から都度解決されるため対象外
       move zero to check-dept.
       perform varying us-idx from 1 by 1 until us-idx > us-count
           if us-userid(us-idx) = Froute-userid
               move us-dept(us-idx) to check-dept
           end-if
       end-perform.
       if check-dept < 1 or check-dept > 99
           go to review-one-route-exit
       end-if.
       if dt-touched(check-dept) = zero
           go to review-one-route-exit
       end-if.
       move check-dept to res-dept.
       move Froute-userid to res-userid.
       perform resolve-dept thru resolve-dept-exit.
       move check-dept to rpt-old.
       if res-action = space
           move check-dept to rpt-new
       else
           move res-new to rpt-new
       end-if.
       move res-action to rpt-action.
       move spaces to rpt-key.
       string "type=" delimited by size
           function trim(Froute-type) delimited by size
           " step=" delimited by size
           Froute-step delimited by size
           " userid=" delimited by size
           Froute-userid delimited by size
           into rpt-key
       end-string.
       move "要確認（承認者が改編対象部署に所属）" to rpt-note.
       perform write-report-line.

review-one-route-exit.
       exit.

write-apply-log.
       open extend log-file.
       move function current-date to log-timestamp.
       move spaces to log-comments.
       string
           "[INFO] department reorganization applied: effective "
               delimited by size
           eff-date delimited by size
           " changes " delimited by size
           changed-count delimited by size
           into log-comments
       end-string.
       write log-rec.
       close log-file.
