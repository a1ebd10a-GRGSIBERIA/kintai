               access mode dynamic
               relative key pck-key
               status pck-status.
           select insurance-file assign to "./dat/insurance.dat"
               organization indexed
               access mode dynamic
               record key is Fins-key
               status insurance-status.
           select insurance-grade-file
               assign to "./dat/insurance-grade.dat"
               organization relative
               access mode sequential
               relative key ins-grade-key
               status ins-grade-status.
           select insurance-rate-file assign to "./dat/insurance-rate.dat"
               organization relative
               access mode sequential
               relative key ins-rate-key
               status ins-rate-status.
           select manifest-net-file
               assign to "./dat/payroll-manifest-net.dat"
               organization indexed
               access mode dynamic
               record key is Fmn-key
               status manifest-net-status.
           select withholding-file assign to "./dat/withholding-tax.dat"
               organization relative
               access mode sequential
               relative key wt-key
               status wt-status.
           select dependents-file assign to "./dat/dependents.dat"
               organization indexed
               access mode dynamic
               record key is Fdep-userid
               status dependents-status.
           select tax-decl-file assign to "./dat/tax-declaration.dat"
               organization indexed
               access mode dynamic
               record key is Ftd-userid
               status tax-decl-status.
           select resident-tax-file assign to "./dat/resident-tax.dat"
               organization indexed
               access mode dynamic
               record key is Frt-key
               status resident-tax-status.
           select adjust-file assign to "./dat/year-end-adjust.dat"
               organization indexed
               access mode dynamic
               record key is Fya-key
               status adjust-status.
           select pay-item-file assign to "./dat/pay-item.dat"
               organization relative
               access mode sequential
               relative key pay-item-key
               status pay-item-status.
           select pay-item-assign-file assign to "./dat/pay-item-assign.dat"
               organization indexed
               access mode dynamic
               record key is Fpia-key
               status pay-item-assign-status.
           select family-allowance-file
               assign to "./dat/family-allowance.dat"
               organization relative
               access mode sequential
               relative key family-key
               status family-status.
           select prorate-policy-file assign to "./dat/prorate-policy.dat"
               organization relative
               access mode sequential
               relative key prorate-key
               status prorate-status.
           select emptype-history-file
               assign to "./dat/emptype-history.dat"
               organization line sequential
               status emptype-hist-status.
           select manifest-prorate-file
               assign to "./dat/payroll-manifest-prorate.dat"
               organization indexed
               access mode dynamic
               record key is Fmp-key
               status manifest-prorate-status.
           select pay-grade-file assign to "./dat/pay-grade.dat"
               organization relative
               access mode sequential
               relative key pay-grade-key
               status pay-grade-status.
           select pay-assign-file assign to "./dat/pay-assign.dat"
               organization indexed
               access mode dynamic
               record key is Fpa-key
               status pay-assign-status.
           select emp-status-file assign to "./dat/emp-status.dat"
               organization indexed
               access mode dynamic
               record key is Fes-key
               status emp-status-status.
           select company-file assign to "./dat/company.dat"
               organization indexed
               access mode dynamic
               record key is Fco-code
               status company-status.
           select dispatch-file assign to "./dat/dispatch.dat"
               organization indexed
               access mode dynamic
               record key is Fdw-userid
               status dispatch-status.
           select employee-company-file
               assign to "./dat/employee-company.dat"
               organization indexed
               access mode dynamic
               record key is Fec-userid
               status employee-company-status.
           select release-file assign to "./dat/payroll-release.dat"
               organization indexed
               access mode dynamic
               record key is Frel-key
               status release-status.
           select manifest-company-file
               assign to "./dat/payroll-manifest-company.dat"
               organization indexed
               access mode dynamic
               record key is Fmc-key
               status manifest-company-status.
           select month-lock-company-file
               assign to "./dat/month-lock-company.dat"
               organization indexed
               access mode dynamic
               record key is Fmlc-key
               status lock-company-status.
           select src-file assign using src-name
               organization line sequential
               status src-status.
           select employee-site-file assign to "./dat/employee-site.dat"
               organization indexed
               access mode dynamic
               record key is Fesite-key
               status employee-site-status.
           select site-calendar-file assign to "./dat/site-calendar.dat"
               organization indexed
               access mode dynamic
               record key is Fscl-key
               status site-calendar-status.
data division.
file section.
       fd user-file.
               03 Fsh-start-time pic 9(4).
               03 Fsh-end-time pic 9(4).
       fd csv-file.
           01 csv-line pic X(1024).
       fd month-lock-file.
           01 Fmlock-rec.
               03 Fmlock-yyyymm pic X(6).
               03 Fcom-nontaxable pic 9(6)v99.
               03 Fcom-effective-from pic X(8).
       fd kept-file.
           01 kept-line pic X(1024).
       fd manifest-file.
           01 Fman-rec.
               03 Fman-key.
               03 Fpck-hours pic 9(7)v99.
               03 Fpck-pay pic 9(10)v99.
               03 Fpck-unsigned pic 9(5).
       fd insurance-file.
           01 Fins-rec.
               03 Fins-key.
                   05 Fins-userid pic 9(7).
                   05 Fins-effective-from pic X(8).
               03 Fins-grade pic 9(2).
               03 Fins-health-rate pic 9(2)v999.
               03 Fins-social-flag pic X.
               03 Fins-emp-category pic 9.
               03 Fins-registered-at pic X(21).
       fd insurance-grade-file.
           01 Fig-rec.
               03 Fig-grade pic 9(2).
               03 Fig-lower pic 9(8).
               03 Fig-upper pic 9(8).
               03 Fig-health-std pic 9(8).
               03 Fig-pension-std pic 9(8).
       fd insurance-rate-file.
           01 Fir-rec.
               03 Fir-effective-from pic X(8).
               03 Fir-health-rate pic 9(2)v999.
               03 Fir-care-rate pic 9(2)v999.
               03 Fir-pension-rate pic 9(2)v999.
               03 Fir-emp-rate-1 pic 9(2)v99.
               03 Fir-emp-rate-2 pic 9(2)v99.
               03 Fir-emp-rate-3 pic 9(2)v99.
       fd manifest-net-file.
           01 Fmn-rec.
               03 Fmn-key.
                   05 Fmn-yyyymm pic X(6).
                   05 Fmn-version pic 9(3).
               03 Fmn-deductions pic s9(10)v99.
               03 Fmn-net-pay pic s9(10)v99.
               03 Fmn-created-at pic X(21).
       fd withholding-file.
           01 Fwt-rec.
               03 Fwt-effective-from pic X(8).
               03 Fwt-lower pic 9(8).
               03 Fwt-upper pic 9(8).
               03 Fwt-kou-tax pic 9(8) occurs 8 times.
               03 Fwt-kou-rate pic 9(2)v999.
               03 Fwt-otsu-tax pic 9(8).
               03 Fwt-otsu-rate pic 9(2)v999.
       fd dependents-file.
           01 Fdep-rec.
               03 Fdep-userid pic 9(7).
               03 Fdep-count pic 9(2).
               03 Fdep-relationship pic N(10).
       fd tax-decl-file.
           01 Ftd-rec.
               03 Ftd-userid pic 9(7).
               03 Ftd-submitted pic X.
               03 Ftd-submitted-date pic X(8).
               03 Ftd-updated-by pic 9(7).
       fd resident-tax-file.
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
       fd adjust-file.
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
       fd pay-item-file.
           01 Fpi-rec.
               03 Fpi-code pic 9(3).
               03 Fpi-name pic N(10).
               03 Fpi-kind pic X.
               03 Fpi-taxable pic X.
               03 Fpi-insurance pic X.
               03 Fpi-minwage pic X.
       fd pay-item-assign-file.
           01 Fpia-rec.
               03 Fpia-key.
                   05 Fpia-userid pic 9(7).
                   05 Fpia-code pic 9(3).
                   05 Fpia-effective-from pic X(8).
               03 Fpia-amount pic 9(7).
               03 Fpia-effective-to pic X(8).
               03 Fpia-registered-by pic 9(7).
               03 Fpia-registered-at pic X(21).
       fd family-allowance-file.
           01 Ffa-rec.
               03 Ffa-effective-from pic X(8).
               03 Ffa-item-code pic 9(3).
               03 Ffa-spouse-amount pic 9(7).
               03 Ffa-other-amount pic 9(7).
               03 Ffa-max-other pic 9(2).
       fd prorate-policy-file.
           01 Fpro-rec.
               03 Fpro-emptype pic 9(2).
               03 Fpro-basis pic 9.
       fd emptype-history-file.
           01 Feh-rec.
               03 Feh-userid pic 9(7).
               03 Feh-old-emptype pic 9(2).
               03 Feh-new-emptype pic 9(2).
               03 Feh-approver pic X(64).
               03 Feh-effective-date pic X(8).
       fd manifest-prorate-file.
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
       fd pay-grade-file.
           01 Fpg-rec.
               03 Fpg-grade pic 9(2).
               03 Fpg-step pic 9(3).
               03 Fpg-pay-type pic X.
               03 Fpg-amount pic 9(8)v99.
               03 Fpg-effective-from pic X(8).
       fd pay-assign-file.
           01 Fpa-rec.
               03 Fpa-key.
                   05 Fpa-userid pic 9(7).
                   05 Fpa-effective-from pic X(8).
               03 Fpa-grade pic 9(2).
               03 Fpa-step pic 9(3).
               03 Fpa-approver pic 9(7).
               03 Fpa-registered-at pic X(21).
       fd emp-status-file.
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
       fd company-file.
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
       fd employee-company-file.
           01 Fec-rec.
               03 Fec-userid pic 9(7).
               03 Fec-company pic 9(2).
               03 Fec-updated-by pic 9(7).
               03 Fec-updated-at pic X(21).
       *> 給与の支給前承認（V 差異確認待ち / A 承認済 / X 再出力で取消）
       fd release-file.
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
       fd manifest-company-file.
           01 Fmc-rec.
               03 Fmc-key.
                   05 Fmc-yyyymm pic X(6).
                   05 Fmc-version pic 9(3).
               03 Fmc-company pic 9(2).
               03 Fmc-created-at pic X(21).
       fd month-lock-company-file.
           01 Fmlc-rec.
               03 Fmlc-key.
                   05 Fmlc-yyyymm pic X(6).
                   05 Fmlc-company pic 9(2).
               03 Fmlc-locked-at pic X(21).
       fd src-file.
           01 src-line pic X(1024).
       fd employee-site-file.
           01 Fesite-rec.
               03 Fesite-key.
                   05 Fesite-userid pic 9(7).
                   05 Fesite-from pic X(8).
               03 Fesite-site pic 9(2).
               03 Fesite-registered-by pic 9(7).
               03 Fesite-registered-at pic X(21).
       fd site-calendar-file.
           01 Fscl-rec.
               03 Fscl-key.
                   05 Fscl-site pic 9(2).
                   05 Fscl-date pic X(8).
               03 Fscl-kind pic X.
               03 Fscl-name pic N(20).
               03 Fscl-registered-by pic 9(7).
               03 Fscl-registered-at pic X(21).
working-storage section.
       01 stamp-key pic 9(12).
       01 wage-key pic 99.
           03 manifest-status pic XX.
           03 commute-status pic XX.
           03 salary-status pic XX.
           03 pay-grade-status pic XX.
           03 pay-assign-status pic XX.
           03 pay-item-status pic XX.
           03 pay-item-assign-status pic XX.
           03 family-status pic XX.
           03 prorate-status pic XX.
           03 emptype-hist-status pic XX.
           03 manifest-prorate-status pic XX.
           03 absence-status pic XX.
           03 insurance-status pic XX.
           03 manifest-net-status pic XX.
           03 wt-status pic XX.
           03 dependents-status pic XX.
           03 tax-decl-status pic XX.
           03 resident-tax-status pic XX.
           03 adjust-status pic XX.
           03 company-status pic XX.
           03 employee-company-status pic XX.
           03 manifest-company-status pic XX.
           03 release-status pic XX.
           03 lock-company-status pic XX.
           03 src-status pic XX.
       01 already-locked pic 9.
       01 target-yyyymm pic X(6).
       01 day-in-time pic 9(4) occurs 31 times indexed by day-idx.
       01 month-year pic 9(4).
       01 is-lv-holiday pic 9 occurs 31 times
           indexed by lvh-idx.
       01 lv-day-slot pic 99.

       *> 丸めポリシー（未登録の雇用形態は丸めなし）
       01 round-unit pic 9(2) value 1.
       01 rate-found pic 9.
       01 best-effective-from pic X(8).
       01 month-end-date pic X(8).
       *> 本人の等級号俸（pay-assign.dat）。割当がなければ役職・雇用形態の単価
       01 pay-grade-key pic 9(4).
       01 assign-found pic 9.
       01 assign-grade pic 9(2).
       01 assign-step pic 9(3).
       01 assign-best-from pic X(8).
       01 grade-found pic 9.
       01 grade-pay-type pic X.
       01 grade-amount pic 9(8)v99.
       01 grade-best-from pic X(8).
       01 gross-pay pic 9(8)v99.
       01 csv-userid pic 9(7).
       01 csv-hours pic Z(3)9.99.
       01 bd-week-num pic 9.
       01 salary-deduction pic 9(8)v99.
       01 salary-base-pay pic 9(8)v99.
       *> 手当・控除項目（pay-item.dat）と本人別の割当（pay-item-assign.dat）。
       *> 課税・保険算定基礎の区分は支給項目にだけ意味がある
       01 pay-item-key pic 9(4).
       01 item-table.
           03 item-entry occurs 200 times.
               05 item-code pic 9(3).
               05 item-kind pic X.
               05 item-taxable pic X.
               05 item-insurance pic X.
               05 item-amount pic 9(7).
               05 item-from pic X(8).
               05 item-explicit pic 9.
       01 item-count pic 9(4) value zero.
       01 item-slot pic 9(4).
       01 item-sub pic 9(4).
       01 item-earnings pic 9(8).
       01 item-deductions pic 9(8).
       01 item-taxable-earn pic 9(8).
       01 item-insurance-earn pic 9(8).
       01 item-detail pic X(300).
       01 item-detail-ptr pic 9(3).
       01 item-amount-disp pic Z(6)9.
       *> 家族手当（dependents.datの人数・続柄から自動計算）
       01 family-key pic 9(4).
       01 fa-found pic 9.
       01 fa-best-from pic X(8).
       01 fa-item-code pic 9(3).
       01 fa-spouse-amount pic 9(7).
       01 fa-other-amount pic 9(7).
       01 fa-max-other pic 9(2).
       01 fa-spouse pic 9(2).
       01 fa-others pic 9(2).
       01 fa-amount pic 9(7).
       *> 日割計算。入退社・雇用形態変更・等級号俸変更が月の途中にあれば
       *> 日ごとの月給額を、雇用形態別の基準（暦日／所定営業日）で按分する
       01 prorate-key pic 99.
       01 prorate-basis pic 9.
       01 prorate-applied pic 9.
       01 prorate-from-day pic 99.
       01 prorate-to-day pic 99.
       01 prorate-days pic 99.
       01 prorate-base-days pic 99.
       01 prorate-sum pic 9(10)v99.
       01 prorated-salary pic 9(8)v99.
       01 emptype-salary pic 9(8)v99.
       01 day-amount pic 9(8)v99.
       01 day-salary pic 9(8)v99 occurs 31 times.
       01 day-regular-minutes pic 9(5) occurs 31 times.
       01 day-is-business pic 9 occurs 31 times.
       *> 会社カレンダーの営業日（従業員ごとに拠点カレンダーを重ねる元）
       01 company-day-is-business pic 9 occurs 31 times.
       01 company-business-days pic 9(2).
       01 site-day pic 99.
       01 pr-day pic 99.
       01 absent-salary-sum pic 9(10)v99.
       01 hourly-part-minutes pic 9(6).
       01 hourly-part-pay pic 9(8)v99.
       *> 雇用形態の変更履歴（変更前の日は変更前の雇用形態の月給）
       01 month-emptype pic 9(2).
       01 emptype-change-day pic 99.
       01 eh-day pic 99.
       01 prev-emptype pic 9(2).
       01 in-month-new-emptype pic 9(2).
       01 prev-emptype-salary pic 9(8)v99.
       01 prev-salary-best-from pic X(8).
       01 later-found pic 9.
       01 later-change-from pic X(8).
       01 later-old-emptype pic 9(2).
       *> 月の途中で切り替わった等級号俸の、切替前の割当
       01 assign-change-day pic 99.
       01 prev-assign-found pic 9.
       01 prev-assign-grade pic 9(2).
       01 prev-assign-step pic 9(3).
       01 prev-grade-found pic 9.
       01 prev-grade-pay-type pic X.
       01 prev-grade-amount pic 9(8)v99.
       01 prev-grade-best-from pic X(8).
       *> 通勤手当（月の初日までに退職した従業員は支給しない）
       01 commute-key pic 9(5).
       01 commute-amount pic 9(6)v99.
       *> 支給実績照合用に版管理した控えを残す
       01 kept-name pic X(60).
       01 export-version pic 9(3).
       *> 再出力時に支給前承認を取り消す版（月次給与の控えのみ）
       01 release-is-monthly pic 9.
       01 version-disp pic 9(3).
       01 row-count pic 9(5) value zero.
       01 hours-sum pic 9(7)v99 value zero.
       01 resume-run pic 9 value zero.
       01 resume-choice pic X.
       01 resume-after-userid pic 9(7) value zero.
       *> 社会保険料（本人負担分）。被保険者マスタ（insurance.dat）の
       *> 対象月末時点で有効な行から等級・健保料率・区分を引く
       01 ins-grade-key pic 99.
       01 ins-grade-status pic XX.
       01 ins-rate-key pic 99.
       01 ins-rate-status pic XX.
       01 ins-found pic 9.
       *> 資格喪失日（退職日の翌日）
       01 ins-loss-date pic 9(8).
       01 ins-grade pic 9(2).
       01 ins-health-rate pic 9(2)v999.
       01 ins-social-flag pic X.
       01 ins-emp-category pic 9.
       01 ins-health-std pic 9(8).
       01 ins-pension-std pic 9(8).
       01 rate-best-from pic X(8).
       01 rt-health-rate pic 9(2)v999.
       01 rt-care-rate pic 9(2)v999.
       01 rt-pension-rate pic 9(2)v999.
       01 rt-emp-rate pic 9(2)v99.
       01 rt-emp-rate-1 pic 9(2)v99.
       01 rt-emp-rate-2 pic 9(2)v99.
       01 rt-emp-rate-3 pic 9(2)v99.
       01 care-applies pic 9.
       01 birth-mmdd pic X(4).
       01 birth-year pic 9(4).
       01 age-date pic 9(8).
       01 age-date-40 pic X(8).
       01 age-date-65 pic X(8).
       01 premium-raw pic 9(8)v9999.
       01 premium-yen pic 9(8).
       01 health-premium pic 9(8).
       01 care-premium pic 9(8).
       01 pension-premium pic 9(8).
       01 employment-premium pic 9(8).
       01 total-deductions pic s9(8)v99.
       01 net-pay pic s9(8)v99.
       01 csv-health pic Z(7)9.
       01 csv-care pic Z(7)9.
       01 csv-pension pic Z(7)9.
       01 csv-employment pic Z(7)9.
       01 csv-deductions pic -(7)9.99.
       01 csv-net pic -(8)9.99.
       01 deduction-sum pic s9(10)v99 value zero.
       01 net-sum pic s9(10)v99 value zero.
       *> 源泉所得税（月額表）。対象月末時点で有効な版の表を読み込む
       01 wt-key pic 9(4).
       01 wt-best-from pic X(8).
       01 wt-table.
           03 wt-entry occurs 500 times indexed by wt-idx.
               05 wt-lower pic 9(8).
               05 wt-upper pic 9(8).
               05 wt-kou-tax pic 9(8) occurs 8 times.
               05 wt-kou-rate pic 9(2)v999.
               05 wt-otsu-tax pic 9(8).
               05 wt-otsu-rate pic 9(2)v999.
       01 wt-count pic 9(4) value zero.
       01 wt-found pic 9(4).
       01 wt-col pic 9(2).
       01 commute-nontaxable pic 9(6)v99.
       01 dependents-count pic 9(2).
       01 tax-column pic X.
       01 taxable-pay pic s9(8)v99.
       01 taxable-yen pic 9(8).
       01 income-tax pic 9(8).
       01 tax-base pic s9(8).
       01 tax-excess pic 9(8)v9999.
       01 tax-excess-10 pic 9(7).
       01 csv-income-tax pic Z(7)9.
       01 csv-taxable pic -(7)9.99.
       *> 住民税の特別徴収（6月始まりの年度で12回に分けた月割額）
       01 rt-fiscal-year pic 9(4).
       01 rt-month-idx pic 99.
       01 rt-remain-idx pic 99.
       01 resident-tax pic 9(8).
       01 csv-resident-tax pic Z(7)9.
       *> 12月分は年末調整の過不足を控除に加える（還付はマイナス）
       01 year-end-adjustment pic s9(8).
       01 csv-year-end pic -(7)9.
       *> 等級号俸（例: 03-012。割当がなければ空欄）
       01 csv-pay-grade pic X(6).
       *> 日割計算の基準（C=暦日 B=所定営業日）と日数。日割りしない月は空欄
       01 csv-prorate-basis pic X.
       *> 手当・控除項目の合計と内訳（項目コード:金額;...）
       01 csv-item-earnings pic Z(7)9.
       01 csv-item-deductions pic Z(7)9.
       01 csv-item-insurance pic Z(7)9.
       01 csv-prorate-days pic Z9.
       01 csv-prorate-days-x redefines csv-prorate-days pic X(2).
       01 csv-prorate-base pic Z9.
       01 csv-prorate-base-x redefines csv-prorate-base pic X(2).
       *> 再開時に控えから控除・差引支給の累計を積み直す
       01 kept-cols.
           03 kept-col pic X(40) occurs 40 times.
       *> 休職・休業期間（emp-status.dat）。期間の最終日は終了日と
       *> 復職日の前日の早いほう（どちらもなければ継続中）
       01 emp-status-status pic XX.
       01 es-end-date pic X(8).
       01 es-return-prev pic X(8).
       01 es-work-num pic 9(8).
       01 es-next-month pic X(6).
       01 es-days pic 9(5).
       01 es-exempt pic 9.
       *> 月給を支払わない休職・休業の日
       01 es-day-table.
           03 es-day pic 9 occurs 31 times.
       01 es-from-day pic 99.
       01 es-to-day pic 99.
       *> 会社（法人）別の実行。0 は全社一括（従来どおり）。
       *> 所属会社（employee-company.dat）が未登録の従業員は会社01
       01 company-code pic 9(2) value zero.
       01 company-input pic X(2).
       01 unattended-run pic 9 value zero.
       01 emp-company pic 9(2).
       01 company-match pic 9.
       01 company-found pic 9.
       *> 派遣社員（dispatch.dat）は自社の給与計算の対象外
       01 dispatch-status pic XX.
       01 emp-dispatched pic 9.
       01 dispatch-ref-from pic X(8).
       01 dispatch-ref-to pic X(8).
       01 dispatched-count pic 9(5) value zero.
       *> 版ごとの会社タグ（payroll-manifest-company.dat。00 は全社分）
       01 tag-version pic 9(3).
       01 tag-company pic 9(2).
       *> 会社別に出力したあとは、会社ごとの最新版を束ねた
       *> 全社合算の版を作り、従来どおり最新版が全従業員分になるようにする
       01 co-table.
           03 co-entry occurs 99 times.
               05 co-used pic 9.
               05 co-src-version pic 9(3).
               05 co-src-name pic X(60).
       01 co-sub pic 9(3).
       01 src-name pic X(60).
       01 company-version pic 9(3).
       01 cons-header-written pic 9.
       01 cons-userid pic 9(7).
       01 cons-pay pic s9(10)v99.
       01 all-locked pic 9.
       *> 日割マニフェストの写し（全社合算の版に付け替える）
       01 pb-table.
           03 pb-rec pic X(80) occurs 2000 times.
       01 pb-count pic 9(4).
       01 pb-sub pic 9(4).
       01 pb-scan-done pic 9.
       *> 所属拠点の拠点カレンダー参照用
       *> （site-day-kind H: 拠点の休業日、W: 拠点の稼働日、空白: 会社カレンダー）
       01 employee-site-status pic XX.
       01 site-calendar-status pic XX.
       01 site-lookup-userid pic 9(7).
       01 site-lookup-date pic X(8).
       01 site-code pic 9(2).
       01 site-day-kind pic X.

procedure division.
main-procedure.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move run-param-value(1:6) to target-yyyymm
           move 1 to unattended-run
           display "実行パラメータにより対象年月 " target-yyyymm
               " で実行します"
       else
           accept target-yyyymm
       end-if.

       *> 会社別の実行。無人実行で会社の指定がなければ全社一括
       move "company" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move function numval(run-param-value) to company-code
       else
           if unattended-run = 0
               display "対象の会社コードを入力してください (全社一括は 0 または空欄)"
               move spaces to company-input
               accept company-input
               if company-input not = spaces
                   move function numval(company-input) to company-code
               end-if
           end-if
       end-if.
       if company-code not = zero
           perform check-company-code thru check-company-code-exit
           if company-found = 0
               display "会社マスタに登録されていない会社コードです: "
                   company-code
               stop run
           end-if
           display "会社 " company-code " の従業員を対象に出力します"
       end-if.

       perform compute-month-length.
       move target-yyyymm to dispatch-ref-from(1:6).
       move "01" to dispatch-ref-from(7:2).
       move target-yyyymm to dispatch-ref-to(1:6).
       move "31" to dispatch-ref-to(7:2).

       perform load-leave-types.

       perform load-insurance-rate thru load-insurance-rate-exit.
       perform load-withholding-table thru load-withholding-table-exit.
       perform load-pay-items thru load-pay-items-exit.

       perform check-resume thru check-resume-exit.

       if resume-run = 1
           *> 前回の途中結果に追記する（ヘッダは出力済み）
           perform reload-net-totals thru reload-net-totals-exit
           open extend csv-file
           open extend kept-file
       else
           perform next-export-version
           open output csv-file
           open output kept-file
           move spaces to csv-line
           string "userid,lastname,firstname,hours,rate,gross_pay,late_night_hours,late_night_premium,regular_hours,overtime_hours,excess_overtime_hours,overtime_pay,excess_overtime_pay,leave_days,signoff,commute_allowance,approved_overtime_hours,unapproved_overtime_hours,"
                   delimited by size
               "health_insurance,care_insurance,pension_insurance,employment_insurance,total_deductions,net_pay,income_tax,taxable_pay,resident_tax,year_end_adjustment,pay_grade,prorate_basis,prorate_days,prorate_base_days,"
                   delimited by size
               "item_earnings,item_deductions,item_insurance_base,item_detail"
                   delimited by size
               into csv-line
           end-string
           write csv-line
           move csv-line to kept-line
           write kept-line
           perform init-checkpoint thru init-checkpoint-exit
           move export-version to tag-version
           move company-code to tag-company
           perform write-version-tag
       end-if.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   move Fuserid to Fec-userid
                   perform lookup-employee-company
                   move Fuserid to Fdw-userid
                   perform lookup-dispatched
                   if emp-dispatched = 1
                       add 1 to dispatched-count
                   end-if
                   if (company-code = zero
                       or emp-company = company-code)
                       and emp-dispatched = zero
                       perform lookup-shift
                       perform lookup-round-policy
                       perform tally-user-hours
                       perform lookup-pay-assign
                           thru lookup-pay-assign-exit
                       perform lookup-wage
                       perform apply-monthly-salary
                           thru apply-monthly-salary-exit
                       perform lookup-commute thru lookup-commute-exit
                       perform apply-pay-items thru apply-pay-items-exit
                       perform compute-social-insurance
                           thru compute-social-insurance-exit
                       perform compute-income-tax
                           thru compute-income-tax-exit
                       perform compute-resident-tax
                           thru compute-resident-tax-exit
                       perform lookup-year-end-adjust
                           thru lookup-year-end-adjust-exit
                       perform compute-net-pay
                       perform check-signoff
                       perform write-csv-line
                       perform commit-checkpoint
                   end-if
       end-perform.
       close user-file.

       perform write-manifest.

       display "payroll-export.csv に出力しました".
       if dispatched-count > 0
           display "派遣社員 " dispatched-count " 名は対象外としました"
       end-if.
       display "控え: " function trim(kept-name)
           "（第" export-version "版）".

           display "（kintai-timecard-signoff で承認してから再出力してください）"
       end-if.

       perform build-consolidated thru build-consolidated-exit.

       perform lock-month thru lock-month-exit.

       stop run.
           go to lock-month-exit
       end-if.

       *> 会社別の実行は会社単位でロックし、全社がそろった時点で
       *> 月全体（month-lock.dat）をロックする
       if company-code not = zero
           perform lock-company-month thru lock-company-month-exit
           if all-locked = 0
               go to lock-month-exit
           end-if
       end-if.

       move zero to already-locked.
       open input month-lock-file.
       perform until lock-status not = "00"
lock-month-exit.
       exit.

lock-company-month.
       move target-yyyymm to Fmlc-yyyymm.
       move company-code to Fmlc-company.
       move function current-date to Fmlc-locked-at.
       open i-o month-lock-company-file.
       if lock-company-status not = "00"
           open output month-lock-company-file
           close month-lock-company-file
           open i-o month-lock-company-file
       end-if.
       write Fmlc-rec
           invalid key continue
       end-write.
       display target-yyyymm " の会社 " company-code
           " を締め処理し、打刻の変更をロックしました".

       *> 会社マスタの全社（と会社01）がロック済みかを調べる
       perform load-company-list.
       move 1 to all-locked.
       perform varying co-sub from 1 by 1 until co-sub > 99
           if co-used(co-sub) = 1
               move target-yyyymm to Fmlc-yyyymm
               move co-sub to Fmlc-company
               read month-lock-company-file
                   invalid key continue
               end-read
               if lock-company-status not = "00"
                   move zero to all-locked
                   display "会社 " co-sub " は " target-yyyymm
                       " が未締めです"
               end-if
           end-if
       end-perform.
       close month-lock-company-file.

       if all-locked = 0
           display "未締めの会社があるため月全体のロックはまだ行いません"
       end-if.

lock-company-month-exit.
       exit.

tally-user-hours.
       perform varying day-idx from 1 by 1 until day-idx > 31
           move zero to day-in-time(day-idx)
           move zero to day-break-minutes(day-idx)
           move zero to day-leave(day-idx)
           move zero to day-leave-hours(day-idx)
           move zero to day-regular-minutes(day-idx)
       end-perform.
       move zero to open-in-day.
       move zero to leave-days-count.
       perform mark-approved-overtime-days.
       perform load-schedule-cal.
       perform mark-offsite-days.
       perform apply-site-calendar.
       perform mark-leave-days.

       *> 副キー（userid＋打刻日時）で対象ユーザの対象月だけを範囲読みする
               and day-out-time(day-idx) = zero
               add day-offsite-minutes(day-idx)
                   to total-regular-minutes
               add day-offsite-minutes(day-idx)
                   to day-regular-minutes(day-idx)
               add day-offsite-minutes(day-idx)
                   to total-worked-minutes
           end-if
                   and day-out-time(day-idx) = zero
                   add 1 to leave-days-count
                   add expect-minutes to total-regular-minutes
                   add expect-minutes to day-regular-minutes(day-idx)
                   add expect-minutes to total-worked-minutes
               end-if
           when 2
               compute leave-credit-minutes = expect-minutes / 2
               add 0.5 to leave-days-count
               add leave-credit-minutes to total-regular-minutes
               add leave-credit-minutes to day-regular-minutes(day-idx)
               add leave-credit-minutes to total-worked-minutes
           when 4
               compute leave-credit-minutes =
                   day-leave-hours(day-idx) * 60
               add leave-credit-minutes to total-regular-minutes
               add leave-credit-minutes to day-regular-minutes(day-idx)
               add leave-credit-minutes to total-worked-minutes
           end-evaluate
       end-perform.
       close leave-holiday-file.

       *> 月給制の欠勤控除・日割り単価のための月間営業日数
       perform varying pr-day from 1 by 1 until pr-day > 31
           move zero to day-is-business(pr-day)
       end-perform.
       move zero to month-business-days.
       perform varying bd-day-num from 1 by 1
           until bd-day-num > month-last-day
               compute bd-week-num = function mod(bd-day-int, 7)
               if bd-week-num not = 6 and bd-week-num not = 0
                   add 1 to month-business-days
                   move 1 to day-is-business(bd-day-num)
               end-if
           end-if
       end-perform.
       move month-business-days to company-business-days.
       perform varying pr-day from 1 by 1 until pr-day > 31
           move day-is-business(pr-day) to company-day-is-business(pr-day)
       end-perform.

apply-site-calendar.
       *> 会社カレンダーの営業日に、その日の所属拠点の休業日・稼働日を重ねる
       move company-business-days to month-business-days.
       perform varying site-day from 1 by 1 until site-day > 31
           move company-day-is-business(site-day)
               to day-is-business(site-day)
       end-perform.
       perform varying site-day from 1 by 1
           until site-day > month-last-day
           move target-yyyymm to site-lookup-date(1:6)
           move site-day to site-lookup-date(7:2)
           move Fuserid to site-lookup-userid
           perform lookup-site-day thru lookup-site-day-exit
           if site-day-kind = "H" and day-is-business(site-day) = 1
               move zero to day-is-business(site-day)
               subtract 1 from month-business-days
           end-if
           if site-day-kind = "W" and day-is-business(site-day) = zero
               move 1 to day-is-business(site-day)
               add 1 to month-business-days
           end-if
       end-perform.

check-leave-business-day.
       *> 土日・休日は消化対象外（leave-approveの営業日課金と同じ規則）。
       *> 所属拠点の拠点カレンダーを重ねた営業日で判定する
       if leave-day-num > month-last-day
           move zero to is-business-day
           go to check-leave-business-day-exit
       end-if.
       move day-is-business(leave-day-num) to is-business-day.

check-leave-business-day-exit.
       exit.
       end-if.
       if day-worked-minutes > day-expect-minutes
           add day-expect-minutes to total-regular-minutes
           add day-expect-minutes to day-regular-minutes(day-idx)
           compute total-overtime-minutes =
               total-overtime-minutes
               + day-worked-minutes - day-expect-minutes
           end-if
       else
           add day-worked-minutes to total-regular-minutes
           add day-worked-minutes to day-regular-minutes(day-idx)
       end-if.

load-schedule-cal.
       end-perform.
       close wage-file.

       *> 時給の等級号俸が割り当てられていれば本人の単価を使う
       if assign-found = 1 and grade-pay-type = "H"
           move grade-amount to applicable-rate
           move 1 to rate-found
       end-if.

       compute late-night-premium rounded =
           late-night-hours * applicable-rate * 0.25.
       compute overtime-pay rounded =
       move zero to salaried-found.
       move zero to salary-amount.
       move spaces to salary-best-from.
       move zero to prev-emptype-salary.
       move spaces to prev-salary-best-from.

       perform find-emptype-change thru find-emptype-change-exit.

       open input salary-file.
       perform until salary-status not = "00"
           read salary-file
               not at end
                   if Fsal-emptype = month-emptype
                       and Fsal-effective-from <= month-end-date
                       and Fsal-effective-from > salary-best-from
                       move Fsal-amount to salary-amount
                       move Fsal-effective-from to salary-best-from
                       move 1 to salaried-found
                   end-if
                   if emptype-change-day > zero
                       and Fsal-emptype = prev-emptype
                       and Fsal-effective-from <= month-end-date
                       and Fsal-effective-from > prev-salary-best-from
                       move Fsal-amount to prev-emptype-salary
                       move Fsal-effective-from to prev-salary-best-from
                   end-if
       end-perform.
       close salary-file.
       move salary-amount to emptype-salary.

       *> 月給の等級号俸なら本人の月給、時給の等級号俸なら時給制として扱う
       if assign-found = 1 and grade-pay-type = "M"
           move grade-amount to salary-amount
           move 1 to salaried-found
       end-if.
       if assign-found = 1 and grade-pay-type = "H"
           move zero to salaried-found
       end-if.

       *> 月の途中の入退社・雇用形態変更・等級号俸変更は日ごとの月給額から日割りする
       perform build-day-salary thru build-day-salary-exit.

       if salaried-found = zero
           go to apply-monthly-salary-exit
       end-if.

       move zero to absent-days.
       move zero to absent-salary-sum.
       open input absence-file.
       if absence-status = "00"
           perform until absence-status not = "00"
                   not at end
                       if Fabs-userid = Fuserid
                           and Fabs-date(1:6) = target-yyyymm
                           move function numval(Fabs-date(7:2)) to pr-day
                           perform count-absent-day thru count-absent-day-exit
                       end-if
           end-perform
           close absence-file
       end-if.

       *> 欠勤1日あたりの控除はその日の月給額の営業日割り
       if month-business-days = zero
           move zero to salary-deduction
       else
           compute salary-deduction rounded =
               absent-salary-sum / month-business-days
       end-if.
       if salary-deduction > prorated-salary
           move prorated-salary to salary-deduction
       end-if.
       compute salary-base-pay = prorated-salary - salary-deduction.

       *> 月給のない日（時給制だった期間）の法定内時間は時給で支払う
       compute hourly-part-pay rounded =
           hourly-part-minutes / 60 * applicable-rate.

       compute gross-pay rounded =
           salary-base-pay + hourly-part-pay
           + overtime-pay + excess-overtime-pay
           + late-night-premium.

apply-monthly-salary-exit.
       exit.

count-absent-day.
       if pr-day < 1 or pr-day > 31
           go to count-absent-day-exit
       end-if.
       if day-salary(pr-day) = zero
           go to count-absent-day-exit
       end-if.
       add 1 to absent-days.
       add day-salary(pr-day) to absent-salary-sum.

count-absent-day-exit.
       exit.

find-emptype-change.
       *> 雇用形態の変更履歴から対象月の雇用形態と月内の変更日を求める。
       *> 対象月より後の変更があれば、その変更前の雇用形態が対象月のもの
       move Femptype to month-emptype.
       move zero to emptype-change-day prev-emptype later-found.
       move high-values to later-change-from.

       open input emptype-history-file.
       if emptype-hist-status not = "00"
           go to find-emptype-change-exit
       end-if.
       perform until emptype-hist-status not = "00"
           read emptype-history-file
               not at end
                   if Feh-userid = Fuserid
                       perform check-one-emptype-change
                   end-if
       end-perform.
       close emptype-history-file.

       if later-found = 1
           move later-old-emptype to month-emptype
       else
           if emptype-change-day > zero
               move in-month-new-emptype to month-emptype
           end-if
       end-if.

find-emptype-change-exit.
       exit.

check-one-emptype-change.
       if Feh-effective-date > month-end-date
           and Feh-effective-date < later-change-from
           move Feh-effective-date to later-change-from
           move Feh-old-emptype to later-old-emptype
           move 1 to later-found
       end-if.
       if Feh-effective-date(1:6) = target-yyyymm
           move function numval(Feh-effective-date(7:2)) to eh-day
           if eh-day > 1 and eh-day >= emptype-change-day
               move eh-day to emptype-change-day
               move Feh-old-emptype to prev-emptype
               move Feh-new-emptype to in-month-new-emptype
           end-if
       end-if.

build-day-salary.
       *> 在籍期間（入社日〜退職日）の各日に、その日の雇用形態・等級号俸の
       *> 月給額を置く。全日が月末時点の月給額と同じなら日割りしない
       move zero to prorate-applied prorate-days prorate-base-days.
       move zero to prorate-sum hourly-part-minutes.
       move 1 to prorate-from-day.
       move month-last-day to prorate-to-day.
       if Fjoin-date(1:6) = target-yyyymm
           move function numval(Fjoin-date(7:2)) to prorate-from-day
       end-if.
       if Fjoin-date(1:6) > target-yyyymm
           move 99 to prorate-from-day
       end-if.
       if Fretire-date not = spaces
           and Fretire-date not = "00000000"
           if Fretire-date(1:6) = target-yyyymm
               move function numval(Fretire-date(7:2)) to prorate-to-day
           end-if
           if Fretire-date(1:6) < target-yyyymm
               move zero to prorate-to-day
           end-if
       end-if.

       *> 休職・休業期間中の日は月給を置かない（欠勤控除もしない）
       perform mark-emp-status-days thru mark-emp-status-days-exit.

       move zero to salaried-found.
       perform varying pr-day from 1 by 1 until pr-day > 31
           move zero to day-salary(pr-day)
           if pr-day >= prorate-from-day
               and pr-day <= prorate-to-day
               and pr-day <= month-last-day
               and es-day(pr-day) = zero
               perform set-day-salary
           end-if
           if day-salary(pr-day) > zero
               move 1 to salaried-found
           end-if
       end-perform.

       move salary-amount to prorated-salary.
       if salaried-found = zero
           go to build-day-salary-exit
       end-if.

       perform lookup-prorate-policy.
       if prorate-basis = 2
           move month-business-days to prorate-base-days
       else
           move month-last-day to prorate-base-days
       end-if.

       perform varying pr-day from 1 by 1 until pr-day > month-last-day
           if day-salary(pr-day) not = salary-amount
               move 1 to prorate-applied
           end-if
           if prorate-basis not = 2 or day-is-business(pr-day) = 1
               add day-salary(pr-day) to prorate-sum
               if day-salary(pr-day) > zero
                   add 1 to prorate-days
               end-if
           end-if
           if day-salary(pr-day) = zero
               add day-regular-minutes(pr-day) to hourly-part-minutes
           end-if
       end-perform.

       if prorate-applied = zero or prorate-base-days = zero
           move zero to prorate-applied
           go to build-day-salary-exit
       end-if.
       compute prorated-salary rounded = prorate-sum / prorate-base-days.

build-day-salary-exit.
       exit.

set-day-salary.
       if emptype-change-day > zero and pr-day < emptype-change-day
           move prev-emptype-salary to day-amount
       else
           move emptype-salary to day-amount
       end-if.
       *> その日に有効な等級号俸が月給なら本人の額、時給なら月給なし
       if assign-change-day > zero and pr-day < assign-change-day
           if prev-assign-found = 1 and prev-grade-pay-type = "M"
               move prev-grade-amount to day-amount
           end-if
           if prev-assign-found = 1 and prev-grade-pay-type = "H"
               move zero to day-amount
           end-if
       else
           if assign-found = 1 and grade-pay-type = "M"
               move grade-amount to day-amount
           end-if
           if assign-found = 1 and grade-pay-type = "H"
               move zero to day-amount
           end-if
       end-if.
       move day-amount to day-salary(pr-day).

mark-emp-status-days.
       *> 休職・休業期間中の日（復職日の前日まで）に印を付ける
       perform varying pr-day from 1 by 1 until pr-day > 31
           move zero to es-day(pr-day)
       end-perform.
       open input emp-status-file.
       if emp-status-status not = "00"
           go to mark-emp-status-days-exit
       end-if.
       move Fuserid to Fes-userid.
       move low-values to Fes-from.
       start emp-status-file key >= Fes-key
           invalid key move "10" to emp-status-status
       end-start.
       perform until emp-status-status not = "00"
           read emp-status-file next record
               at end move "10" to emp-status-status
               not at end
                   if Fes-userid not = Fuserid
                       move "10" to emp-status-status
                   else
                       perform mark-emp-status-range
                           thru mark-emp-status-range-exit
                   end-if
           end-read
       end-perform.
       close emp-status-file.

mark-emp-status-days-exit.
       exit.

mark-emp-status-range.
       if Fes-from(1:6) > target-yyyymm
           go to mark-emp-status-range-exit
       end-if.
       perform set-status-end.
       if es-end-date not = spaces
           and (es-end-date < Fes-from
               or es-end-date(1:6) < target-yyyymm)
           go to mark-emp-status-range-exit
       end-if.
       move 1 to es-from-day.
       if Fes-from(1:6) = target-yyyymm
           move function numval(Fes-from(7:2)) to es-from-day
       end-if.
       move month-last-day to es-to-day.
       if es-end-date not = spaces
           and es-end-date(1:6) = target-yyyymm
           move function numval(es-end-date(7:2)) to es-to-day
       end-if.
       perform varying pr-day from es-from-day by 1
           until pr-day > es-to-day
           move 1 to es-day(pr-day)
       end-perform.

mark-emp-status-range-exit.
       exit.

set-status-end.
       *> 期間の最終日。復職日の記録があればその前日までとする
       move Fes-to to es-end-date.
       if Fes-returned-date not = spaces
           compute es-work-num = function date-of-integer(
               function integer-of-date(
                   function numval(Fes-returned-date)) - 1)
           move es-work-num to es-return-prev
           if es-end-date = spaces or es-return-prev < es-end-date
               move es-return-prev to es-end-date
           end-if
       end-if.

lookup-prorate-policy.
       *> 未登録の雇用形態は暦日で日割りする
       move 1 to prorate-basis.
       open input prorate-policy-file.
       perform until prorate-status not = "00"
           read prorate-policy-file
               not at end
                   if Fpro-emptype = month-emptype
                       move Fpro-basis to prorate-basis
                   end-if
       end-perform.
       close prorate-policy-file.

lookup-pay-assign.
       *> 対象月末時点で有効な本人の等級号俸と、その時点の等級号俸表の額
       move zero to assign-found grade-found.
       move spaces to assign-best-from grade-best-from.
       move zero to prev-assign-found prev-grade-found assign-change-day.
       move spaces to prev-grade-best-from.
       move target-yyyymm to month-end-date(1:6).
       move "31" to month-end-date(7:2).

       open input pay-assign-file.
       if pay-assign-status not = "00"
           go to lookup-pay-assign-exit
       end-if.
       move Fuserid to Fpa-userid.
       move low-values to Fpa-effective-from.
       start pay-assign-file key >= Fpa-key
           invalid key move "10" to pay-assign-status
       end-start.
       perform until pay-assign-status not = "00"
           read pay-assign-file next record
               at end move "10" to pay-assign-status
               not at end
                   if Fpa-userid not = Fuserid
                       move "10" to pay-assign-status
                   else
                       if Fpa-effective-from <= month-end-date
                           if assign-found = 1
                               move 1 to prev-assign-found
                               move assign-grade to prev-assign-grade
                               move assign-step to prev-assign-step
                           end-if
                           move 1 to assign-found
                           move Fpa-grade to assign-grade
                           move Fpa-step to assign-step
                           move Fpa-effective-from to assign-best-from
                       end-if
                   end-if
           end-read
       end-perform.
       close pay-assign-file.

       if assign-found = zero
           go to lookup-pay-assign-exit
       end-if.

       *> 対象月の途中から有効になった割当は、その前日までを切替前の割当で日割りする
       if assign-best-from(1:6) = target-yyyymm
           move function numval(assign-best-from(7:2)) to assign-change-day
           if assign-change-day = 1
               move zero to assign-change-day
           end-if
       end-if.

       open input pay-grade-file.
       if pay-grade-status = "00"
           perform until pay-grade-status not = "00"
               read pay-grade-file
                   not at end
                       if Fpg-grade = assign-grade
                           and Fpg-step = assign-step
                           and Fpg-effective-from <= month-end-date
                           and Fpg-effective-from > grade-best-from
                           move Fpg-pay-type to grade-pay-type
                           move Fpg-amount to grade-amount
                           move Fpg-effective-from to grade-best-from
                           move 1 to grade-found
                       end-if
                       if prev-assign-found = 1
                           and Fpg-grade = prev-assign-grade
                           and Fpg-step = prev-assign-step
                           and Fpg-effective-from <= month-end-date
                           and Fpg-effective-from > prev-grade-best-from
                           move Fpg-pay-type to prev-grade-pay-type
                           move Fpg-amount to prev-grade-amount
                           move Fpg-effective-from to prev-grade-best-from
                           move 1 to prev-grade-found
                       end-if
           end-perform
           close pay-grade-file
       end-if.

       if grade-found = zero
           display "警告: userid " Fuserid " の等級 " assign-grade
               " 号俸 " assign-step " が等級号俸表にありません"
               "（役職・雇用形態の単価で計算します）"
           move zero to assign-found
           move zero to assign-change-day
       end-if.
       if prev-grade-found = zero
           move zero to prev-assign-found
       end-if.

lookup-pay-assign-exit.
       exit.

lookup-commute.
       *> 対象月の時点で有効な通勤手当を選ぶ（wage.datと同じ
       *> 適用開始日つき履歴方式）。月の初日前に退職済みなら支給0。
       move zero to commute-amount commute-nontaxable.
       move spaces to commute-best-from.

       move target-yyyymm to month-start-date(1:6).
                       and Fcom-effective-from <= month-end-date
                       and Fcom-effective-from > commute-best-from
                       move Fcom-amount to commute-amount
                       move Fcom-nontaxable to commute-nontaxable
                       move Fcom-effective-from to commute-best-from
                   end-if
       end-perform.
lookup-commute-exit.
       exit.

load-pay-items.
       *> 手当・控除項目マスタと、対象月末時点で有効な家族手当の支給基準
       move zero to item-count.
       open input pay-item-file.
       if pay-item-status = "00"
           perform until pay-item-status not = "00"
               read pay-item-file
                   not at end
                       if item-count < 200
                           add 1 to item-count
                           move Fpi-code to item-code(item-count)
                           move Fpi-kind to item-kind(item-count)
                           move Fpi-taxable to item-taxable(item-count)
                           move Fpi-insurance
                               to item-insurance(item-count)
                       end-if
           end-perform
           close pay-item-file
       end-if.

       move zero to fa-found.
       move spaces to fa-best-from.
       move target-yyyymm to month-end-date(1:6).
       move "31" to month-end-date(7:2).
       open input family-allowance-file.
       if family-status not = "00"
           go to load-pay-items-exit
       end-if.
       perform until family-status not = "00"
           read family-allowance-file
               not at end
                   if Ffa-effective-from <= month-end-date
                       and Ffa-effective-from > fa-best-from
                       move Ffa-effective-from to fa-best-from
                       move Ffa-item-code to fa-item-code
                       move Ffa-spouse-amount to fa-spouse-amount
                       move Ffa-other-amount to fa-other-amount
                       move Ffa-max-other to fa-max-other
                       move 1 to fa-found
                   end-if
       end-perform.
       close family-allowance-file.

load-pay-items-exit.
       exit.

apply-pay-items.
       *> 本人の手当・控除を項目ごとに集計する。同じ項目は対象月末以前で
       *> 最も新しい適用開始日の割当を使い、終了日が月初より前なら0
       move zero to item-earnings item-deductions.
       move zero to item-taxable-earn item-insurance-earn.
       move spaces to item-detail.
       move 1 to item-detail-ptr.
       perform varying item-sub from 1 by 1 until item-sub > item-count
           move zero to item-amount(item-sub)
           move spaces to item-from(item-sub)
           move zero to item-explicit(item-sub)
       end-perform.
       if item-count = zero
           go to apply-pay-items-exit
       end-if.

       *> 月の初日前に退職済み、または翌月以降の入社なら支給・控除しない
       if Fretire-date not = spaces
           and Fretire-date not = "00000000"
           and Fretire-date < month-start-date
           go to apply-pay-items-exit
       end-if.
       if Fjoin-date(1:6) > target-yyyymm
           go to apply-pay-items-exit
       end-if.

       open input pay-item-assign-file.
       if pay-item-assign-status = "00"
           move Fuserid to Fpia-userid
           move zero to Fpia-code
           move low-values to Fpia-effective-from
           start pay-item-assign-file key >= Fpia-key
               invalid key move "10" to pay-item-assign-status
           end-start
           perform until pay-item-assign-status not = "00"
               read pay-item-assign-file next record
                   at end move "10" to pay-item-assign-status
                   not at end
                       if Fpia-userid not = Fuserid
                           move "10" to pay-item-assign-status
                       else
                           perform apply-one-item-assign
                               thru apply-one-item-assign-exit
                       end-if
               end-read
           end-perform
           close pay-item-assign-file
       end-if.

       perform apply-family-allowance thru apply-family-allowance-exit.

       perform varying item-sub from 1 by 1 until item-sub > item-count
           if item-amount(item-sub) > zero
               perform add-item-total thru add-item-total-exit
           end-if
       end-perform.

apply-pay-items-exit.
       exit.

apply-one-item-assign.
       if Fpia-effective-from > month-end-date
           go to apply-one-item-assign-exit
       end-if.
       move zero to item-slot.
       perform varying item-sub from 1 by 1 until item-sub > item-count
           if item-code(item-sub) = Fpia-code
               move item-sub to item-slot
           end-if
       end-perform.
       if item-slot = zero
           display "警告: userid " Fuserid " の項目コード " Fpia-code
               " が手当・控除項目マスタにありません"
           go to apply-one-item-assign-exit
       end-if.
       if Fpia-effective-from < item-from(item-slot)
           go to apply-one-item-assign-exit
       end-if.

       move Fpia-effective-from to item-from(item-slot).
       move 1 to item-explicit(item-slot).
       if Fpia-effective-to not = spaces
           and Fpia-effective-to < month-start-date
           move zero to item-amount(item-slot)
       else
           move Fpia-amount to item-amount(item-slot)
       end-if.

apply-one-item-assign-exit.
       exit.

apply-family-allowance.
       *> 配偶者（続柄に配偶者・妻・夫を含む）は1名分、その他の扶養家族は
       *> 人数分（上限人数まで）。本人別の割当が同じ項目にあればそちらを優先する
       if fa-found = zero
           go to apply-family-allowance-exit
       end-if.
       move zero to item-slot.
       perform varying item-sub from 1 by 1 until item-sub > item-count
           if item-code(item-sub) = fa-item-code
               move item-sub to item-slot
           end-if
       end-perform.
       if item-slot = zero
           go to apply-family-allowance-exit
       end-if.
       if item-explicit(item-slot) = 1
           go to apply-family-allowance-exit
       end-if.

       move Fuserid to Fdep-userid.
       open input dependents-file.
       if dependents-status not = "00"
           go to apply-family-allowance-exit
       end-if.
       read dependents-file
           invalid key continue
       end-read.
       close dependents-file.
       if dependents-status not = "00" or Fdep-count = zero
           go to apply-family-allowance-exit
       end-if.

       move zero to fa-spouse.
       inspect Fdep-relationship tallying fa-spouse for all "配偶者".
       inspect Fdep-relationship tallying fa-spouse for all "妻".
       inspect Fdep-relationship tallying fa-spouse for all "夫".
       if fa-spouse > 1
           move 1 to fa-spouse
       end-if.
       if Fdep-count > fa-spouse
           compute fa-others = Fdep-count - fa-spouse
       else
           move zero to fa-others
       end-if.
       if fa-max-other > zero and fa-others > fa-max-other
           move fa-max-other to fa-others
       end-if.

       compute fa-amount =
           fa-spouse * fa-spouse-amount + fa-others * fa-other-amount.
       move fa-amount to item-amount(item-slot).

apply-family-allowance-exit.
       exit.

add-item-total.
       if item-kind(item-sub) = "D"
           add item-amount(item-sub) to item-deductions
       else
           add item-amount(item-sub) to item-earnings
           if item-taxable(item-sub) = "Y"
               add item-amount(item-sub) to item-taxable-earn
           end-if
           if item-insurance(item-sub) = "Y"
               add item-amount(item-sub) to item-insurance-earn
           end-if
       end-if.

       *> 明細用の内訳（項目コード:金額 を ; 区切り）
       if item-detail-ptr > 280
           go to add-item-total-exit
       end-if.
       move item-amount(item-sub) to item-amount-disp.
       if item-detail-ptr > 1
           string ";" delimited by size
               into item-detail with pointer item-detail-ptr
           end-string
       end-if.
       string item-code(item-sub) delimited by size
           ":" delimited by size
           function trim(item-amount-disp) delimited by size
           into item-detail with pointer item-detail-ptr
       end-string.

add-item-total-exit.
       exit.

write-csv-line.
       move Fuserid to csv-userid.
       move total-worked-hours to csv-hours.
       move applicable-rate to csv-rate.
       move gross-pay to csv-pay.
       move late-night-hours to csv-late-hours.
       move late-night-premium to csv-late-premium.
       move regular-hours to csv-regular-hours.
       move overtime-hours to csv-overtime-hours.
       move excess-overtime-hours to csv-excess-hours.
       move overtime-pay to csv-overtime-pay.
       move excess-overtime-pay to csv-excess-pay.
       move leave-days-count to csv-leave-days.
       move commute-amount to csv-commute.
       compute approved-ot-hours = approved-ot-minutes / 60.
       compute unapproved-ot-hours = unapproved-ot-minutes / 60.
       move approved-ot-hours to csv-approved-ot.
       move unapproved-ot-hours to csv-unapproved-ot.
       move health-premium to csv-health.
       move care-premium to csv-care.
       move pension-premium to csv-pension.
       move employment-premium to csv-employment.
       move total-deductions to csv-deductions.
       move net-pay to csv-net.
       move income-tax to csv-income-tax.
       move taxable-pay to csv-taxable.
       move resident-tax to csv-resident-tax.
       move year-end-adjustment to csv-year-end.
       move spaces to csv-pay-grade.
       if assign-found = 1
           string assign-grade delimited by size
               "-" delimited by size
               assign-step delimited by size
               into csv-pay-grade
           end-string
       end-if.
       move spaces to csv-prorate-basis.
       move spaces to csv-prorate-days-x.
       move spaces to csv-prorate-base-x.
       if prorate-applied = 1
           if prorate-basis = 2
               move "B" to csv-prorate-basis
           else
               move "C" to csv-prorate-basis
           end-if
           move prorate-days to csv-prorate-days
           move prorate-base-days to csv-prorate-base
       end-if.
       move item-earnings to csv-item-earnings.
       move item-deductions to csv-item-deductions.
       move item-insurance-earn to csv-item-insurance.

       string
           csv-userid delimited by size
           "," delimited by size
           function trim(Flastname) delimited by size
           "," delimited by size
           function trim(Ffirstname) delimited by size
           "," delimited by size
           function trim(csv-hours) delimited by size
           "," delimited by size
           function trim(csv-rate) delimited by size
           "," delimited by size
           function trim(csv-pay) delimited by size
           "," delimited by size
           function trim(csv-late-hours) delimited by size
           "," delimited by size
           function trim(csv-late-premium) delimited by size
           "," delimited by size
           function trim(csv-regular-hours) delimited by size
           "," delimited by size
           function trim(csv-overtime-hours) delimited by size
           function trim(csv-approved-ot) delimited by size
           "," delimited by size
           function trim(csv-unapproved-ot) delimited by size
           "," delimited by size
           function trim(csv-health) delimited by size
           "," delimited by size
           function trim(csv-care) delimited by size
           "," delimited by size
           function trim(csv-pension) delimited by size
           "," delimited by size
           function trim(csv-employment) delimited by size
           "," delimited by size
           function trim(csv-deductions) delimited by size
           "," delimited by size
           function trim(csv-net) delimited by size
           "," delimited by size
           function trim(csv-income-tax) delimited by size
           "," delimited by size
           function trim(csv-taxable) delimited by size
           "," delimited by size
           function trim(csv-resident-tax) delimited by size
           "," delimited by size
           function trim(csv-year-end) delimited by size
           "," delimited by size
           function trim(csv-pay-grade) delimited by size
           "," delimited by size
           csv-prorate-basis delimited by space
           "," delimited by size
           function trim(csv-prorate-days) delimited by size
           "," delimited by size
           function trim(csv-prorate-base) delimited by size
           "," delimited by size
           function trim(csv-item-earnings) delimited by size
           "," delimited by size
           function trim(csv-item-deductions) delimited by size
           "," delimited by size
           function trim(csv-item-insurance) delimited by size
           "," delimited by size
           item-detail delimited by space
           into csv-line
       end-string.

       move csv-line to kept-line.
       write kept-line.

       if prorate-applied = 1
           perform write-prorate-manifest
       end-if.

       add 1 to row-count.
       add total-worked-hours to hours-sum.
       add gross-pay to pay-sum.
       add commute-amount to pay-sum.
       add item-earnings to pay-sum.
       add total-deductions to deduction-sum.
       add net-pay to net-sum.

load-insurance-rate.
       *> 対象月末時点で有効な保険料率を選ぶ（料率改定は適用開始日つき）
       move zero to rt-health-rate rt-care-rate rt-pension-rate.
       move zero to rt-emp-rate-1 rt-emp-rate-2 rt-emp-rate-3.
       move spaces to rate-best-from.
       move target-yyyymm to month-end-date(1:6).
       move "31" to month-end-date(7:2).

       open input insurance-rate-file.
       if ins-rate-status not = "00"
           display "警告: 保険料率マスタ（insurance-rate.dat）がないため"
               "社会保険料は控除しません"
           go to load-insurance-rate-exit
       end-if.
       perform until ins-rate-status not = "00"
           read insurance-rate-file
               not at end
                   if Fir-effective-from <= month-end-date
                       and Fir-effective-from > rate-best-from
                       move Fir-effective-from to rate-best-from
                       move Fir-health-rate to rt-health-rate
                       move Fir-care-rate to rt-care-rate
                       move Fir-pension-rate to rt-pension-rate
                       move Fir-emp-rate-1 to rt-emp-rate-1
                       move Fir-emp-rate-2 to rt-emp-rate-2
                       move Fir-emp-rate-3 to rt-emp-rate-3
                   end-if
       end-perform.
       close insurance-rate-file.

load-insurance-rate-exit.
       exit.

compute-social-insurance.
       *> 本人負担分の社会保険料を算出する。被保険者マスタに登録が
       *> ない従業員は控除しない（端数は50銭以下切り捨て）
       move zero to health-premium care-premium pension-premium.
       move zero to employment-premium.
       move zero to ins-found.
       move spaces to rate-best-from.

       *> 前月までに退職した従業員は被保険者でないため控除しない
       move target-yyyymm to month-start-date(1:6).
       move "01" to month-start-date(7:2).
       if Fretire-date not = spaces
           and Fretire-date not = "00000000"
           and Fretire-date < month-start-date
           go to compute-social-insurance-exit
       end-if.

       open input insurance-file.
       if insurance-status not = "00"
           go to compute-social-insurance-exit
       end-if.
       move Fuserid to Fins-userid.
       move low-values to Fins-effective-from.
       start insurance-file key >= Fins-key
           invalid key move "10" to insurance-status
       end-start.
       perform until insurance-status not = "00"
           read insurance-file next record
               at end move "10" to insurance-status
               not at end
                   if Fins-userid not = Fuserid
                       move "10" to insurance-status
                   else
                       if Fins-effective-from <= month-end-date
                           move 1 to ins-found
                           move Fins-grade to ins-grade
                           move Fins-health-rate to ins-health-rate
                           move Fins-social-flag to ins-social-flag
                           move Fins-emp-category to ins-emp-category
                       end-if
                   end-if
           end-read
       end-perform.
       close insurance-file.

       if ins-found = 0
           go to compute-social-insurance-exit
       end-if.

       *> 雇用保険は総支給（通勤手当と保険算定基礎の手当を含む）に区分別の料率（‰）
       evaluate ins-emp-category
           when 1 move rt-emp-rate-1 to rt-emp-rate
           when 2 move rt-emp-rate-2 to rt-emp-rate
           when 3 move rt-emp-rate-3 to rt-emp-rate
           when other move zero to rt-emp-rate
       end-evaluate.
       compute premium-raw =
           (gross-pay + commute-amount + item-insurance-earn)
           * rt-emp-rate / 1000.
       perform round-premium.
       move premium-yen to employment-premium.

       if ins-social-flag not = "Y"
           go to compute-social-insurance-exit
       end-if.

       *> 退職月は資格喪失日（退職日の翌日）の属する月の前月分までを控除する。
       *> 月末退職以外は喪失日が同じ月になるため健保（介護を含む）・厚年は控除しない
       if Fretire-date not = spaces
           and Fretire-date not = "00000000"
           and Fretire-date(1:6) = target-yyyymm
           compute ins-loss-date = function date-of-integer(
               function integer-of-date(function numval(Fretire-date)) + 1)
           if ins-loss-date(1:6) = target-yyyymm
               go to compute-social-insurance-exit
           end-if
       end-if.

       *> 産前産後休業・育児休業の免除月は健保（介護を含む）・厚年を控除しない
       perform check-premium-exempt thru check-premium-exempt-exit.
       if es-exempt = 1
           go to compute-social-insurance-exit
       end-if.

       move zero to ins-health-std ins-pension-std.
       move ins-grade to ins-grade-key.
       open input insurance-grade-file.
       if ins-grade-status = "00"
           perform until ins-grade-status not = "00"
               read insurance-grade-file
                   not at end
                       if Fig-grade = ins-grade
                           move Fig-health-std to ins-health-std
                           move Fig-pension-std to ins-pension-std
                       end-if
           end-perform
           close insurance-grade-file
       end-if.
       if ins-health-std = 0
           display "警告: userid " Fuserid " の標準報酬等級 " ins-grade
               " が等級表にありません（健保・厚年は控除しません）"
           go to compute-social-insurance-exit
       end-if.

       *> 組合健保など個別料率の登録があればそちらを使う
       if ins-health-rate = 0
           move rt-health-rate to ins-health-rate
       end-if.
       compute premium-raw = ins-health-std * ins-health-rate / 200.
       perform round-premium.
       move premium-yen to health-premium.

       perform check-care-age thru check-care-age-exit.
       if care-applies = 1
           compute premium-raw = ins-health-std * rt-care-rate / 200
           perform round-premium
           move premium-yen to care-premium
       end-if.

       compute premium-raw = ins-pension-std * rt-pension-rate / 200.
       perform round-premium.
       move premium-yen to pension-premium.

compute-social-insurance-exit.
       exit.

check-premium-exempt.
       *> 産前産後休業・育児休業の期間に月末を含む月は健保・厚年を免除する
       move zero to es-exempt.
       open input emp-status-file.
       if emp-status-status not = "00"
           go to check-premium-exempt-exit
       end-if.
       move Fuserid to Fes-userid.
       move low-values to Fes-from.
       start emp-status-file key >= Fes-key
           invalid key move "10" to emp-status-status
       end-start.
       perform until emp-status-status not = "00"
           read emp-status-file next record
               at end move "10" to emp-status-status
               not at end
                   if Fes-userid not = Fuserid
                       move "10" to emp-status-status
                   else
                       perform judge-premium-exempt
                           thru judge-premium-exempt-exit
                   end-if
           end-read
       end-perform.
       close emp-status-file.

check-premium-exempt-exit.
       exit.

judge-premium-exempt.
       if Fes-type not = 2 and Fes-type not = 3
           go to judge-premium-exempt-exit
       end-if.
       if Fes-from(1:6) > target-yyyymm
           go to judge-premium-exempt-exit
       end-if.
       perform set-status-end.
       if es-end-date = spaces
           move 1 to es-exempt
           go to judge-premium-exempt-exit
       end-if.
       if es-end-date < Fes-from
           go to judge-premium-exempt-exit
       end-if.

       *> 開始月から「最終日の翌日が属する月」の前月まで
       compute es-work-num = function date-of-integer(
           function integer-of-date(function numval(es-end-date)) + 1).
       move es-work-num(1:6) to es-next-month.
       compute es-days =
           function integer-of-date(function numval(es-end-date))
           - function integer-of-date(function numval(Fes-from)) + 1.
       if target-yyyymm < es-next-month
           move 1 to es-exempt
           go to judge-premium-exempt-exit
       end-if.

       *> 育児休業は月末を含まなくても同月内に14日以上取得すれば免除
       if Fes-type = 3
           and Fes-from(1:6) = es-next-month
           and target-yyyymm = es-next-month
           and es-days >= 14
           move 1 to es-exempt
       end-if.

judge-premium-exempt-exit.
       exit.

round-premium.
       *> 被保険者負担分は50銭以下切り捨て、50銭超切り上げ
       move premium-raw to premium-yen.
       if premium-raw - premium-yen > 0.5
           add 1 to premium-yen
       end-if.

check-care-age.
       *> 介護保険は40歳到達日（誕生日の前日）の属する月から
       *> 65歳到達日の属する月の前月まで
       move zero to care-applies.
       if Fbirthdate = spaces or Fbirthdate = "00000000"
           go to check-care-age-exit
       end-if.
       move Fbirthdate(5:4) to birth-mmdd.
       if birth-mmdd = "0229"
           move "0301" to birth-mmdd
       end-if.
       move function numval(Fbirthdate(1:4)) to birth-year.

       compute age-date = (birth-year + 40) * 10000
           + function numval(birth-mmdd).
       compute age-date = function date-of-integer(
           function integer-of-date(age-date) - 1).
       move age-date to age-date-40.
       compute age-date = (birth-year + 65) * 10000
           + function numval(birth-mmdd).
       compute age-date = function date-of-integer(
           function integer-of-date(age-date) - 1).
       move age-date to age-date-65.

       *> 到達日の属する月で判定する
       if age-date-40(1:6) <= target-yyyymm
           and age-date-65(1:6) > target-yyyymm
           move 1 to care-applies
       end-if.

check-care-age-exit.
       exit.

load-withholding-table.
       *> 源泉徴収税額表（月額表）のうち対象月末時点で有効な版だけを
       *> 作業領域に読み込む（表は毎年 kintai-withholding-import で入替）
       move zero to wt-count.
       move spaces to wt-best-from.
       open input withholding-file.
       if wt-status not = "00"
           display "警告: 源泉徴収税額表（withholding-tax.dat）がないため"
               "源泉所得税は控除しません"
           go to load-withholding-table-exit
       end-if.
       perform until wt-status not = "00"
           read withholding-file
               not at end
                   if Fwt-effective-from <= month-end-date
                       and Fwt-effective-from > wt-best-from
                       move Fwt-effective-from to wt-best-from
                   end-if
       end-perform.
       close withholding-file.

       open input withholding-file.
       perform until wt-status not = "00"
           read withholding-file
               not at end
                   if Fwt-effective-from = wt-best-from
                       and wt-count < 500
                       add 1 to wt-count
                       move Fwt-lower to wt-lower(wt-count)
                       move Fwt-upper to wt-upper(wt-count)
                       perform varying wt-col from 1 by 1
                           until wt-col > 8
                           move Fwt-kou-tax(wt-col)
                               to wt-kou-tax(wt-count, wt-col)
                       end-perform
                       move Fwt-kou-rate to wt-kou-rate(wt-count)
                       move Fwt-otsu-tax to wt-otsu-tax(wt-count)
                       move Fwt-otsu-rate to wt-otsu-rate(wt-count)
                   end-if
       end-perform.
       close withholding-file.

load-withholding-table-exit.
       exit.

compute-income-tax.
       *> 課税対象額 = 総支給＋通勤手当 − 非課税通勤手当＋課税の手当 − 社会保険料。
       *> 扶養控除等申告書の提出があれば甲欄、なければ乙欄
       move zero to income-tax.
       compute taxable-pay =
           gross-pay + commute-amount - commute-nontaxable
           + item-taxable-earn
           - health-premium - care-premium
           - pension-premium - employment-premium.
       if taxable-pay <= 0 or wt-count = 0
           go to compute-income-tax-exit
       end-if.
       move taxable-pay to taxable-yen.

       move zero to dependents-count.
       move Fuserid to Fdep-userid.
       open input dependents-file.
       if dependents-status = "00"
           read dependents-file
               invalid key continue
           end-read
           if dependents-status = "00"
               move Fdep-count to dependents-count
           end-if
           close dependents-file
       end-if.

       move "O" to tax-column.
       move Fuserid to Ftd-userid.
       open input tax-decl-file.
       if tax-decl-status = "00"
           read tax-decl-file
               invalid key continue
           end-read
           if tax-decl-status = "00" and Ftd-submitted = "Y"
               move "K" to tax-column
           end-if
           close tax-decl-file
       end-if.

       move zero to wt-found.
       perform varying wt-idx from 1 by 1 until wt-idx > wt-count
           if taxable-yen >= wt-lower(wt-idx)
               and taxable-yen < wt-upper(wt-idx)
               set wt-found to wt-idx
           end-if
       end-perform.
       if wt-found = 0
           display "警告: userid " Fuserid " の課税対象額 " taxable-yen
               " が源泉徴収税額表の範囲外です（源泉所得税は控除しません）"
           go to compute-income-tax-exit
       end-if.

       *> 表の上限を超える部分は欄ごとの税率で加算（10円未満四捨五入）
       if tax-column = "K"
           if dependents-count <= 7
               move wt-kou-tax(wt-found, dependents-count + 1)
                   to tax-base
           else
               compute tax-base = wt-kou-tax(wt-found, 8)
                   - 1610 * (dependents-count - 7)
           end-if
           compute tax-excess = (taxable-yen - wt-lower(wt-found))
               * wt-kou-rate(wt-found) / 100
       else
           compute tax-base = wt-otsu-tax(wt-found)
               - 1610 * dependents-count
           compute tax-excess = (taxable-yen - wt-lower(wt-found))
               * wt-otsu-rate(wt-found) / 100
       end-if.
       compute tax-excess-10 rounded = tax-excess / 10.
       compute tax-base = tax-base + tax-excess-10 * 10.
       if tax-base > 0
           move tax-base to income-tax
       end-if.

compute-income-tax-exit.
       exit.

compute-resident-tax.
       *> 6月〜翌5月を1年度とし、対象月の月割額を控除する。
       *> 退職時に一括徴収（L）と決めた年度は退職月に残り全額、
       *> 普通徴収へ切替（F）と決めた年度は退職月の翌月以降は控除しない。
       *> 未決定のまま退職月を過ぎた従業員は控除せず警告する
       move zero to resident-tax.
       move function numval(target-yyyymm(1:4)) to rt-fiscal-year.
       move function numval(target-yyyymm(5:2)) to rt-month-idx.
       if rt-month-idx >= 6
           subtract 5 from rt-month-idx
       else
           add 7 to rt-month-idx
           subtract 1 from rt-fiscal-year
       end-if.

       open input resident-tax-file.
       if resident-tax-status not = "00"
           go to compute-resident-tax-exit
       end-if.
       move Fuserid to Frt-userid.
       move rt-fiscal-year to Frt-fiscal-year.
       read resident-tax-file
           invalid key continue
       end-read.
       close resident-tax-file.
       if resident-tax-status not = "00"
           go to compute-resident-tax-exit
       end-if.

       evaluate true
           when Frt-method = "L" and target-yyyymm = Frt-retire-month
               perform varying rt-remain-idx from rt-month-idx by 1
                   until rt-remain-idx > 12
                   add Frt-installment(rt-remain-idx) to resident-tax
               end-perform
           when Frt-method = "L" and target-yyyymm > Frt-retire-month
               continue
           when Frt-method = "F" and target-yyyymm > Frt-retire-month
               continue
           *> 退職後に徴収方法が未決定のまま月割を控除し続けない
           when Frt-method = space
               and Fretire-date not = spaces
               and Fretire-date not = "00000000"
               and Fretire-date(1:6) < target-yyyymm
               display "警告: userid " Fuserid " は退職済み（"
                   Fretire-date "）で住民税の徴収方法が未決定です"
                   "（控除しません。kintai-resident-tax-settle で"
                   "一括徴収か普通徴収を登録してください）"
           when other
               move Frt-installment(rt-month-idx) to resident-tax
       end-evaluate.

compute-resident-tax-exit.
       exit.

lookup-year-end-adjust.
       *> 年末調整（kintai-year-end-adjust）の結果は12月分で精算する
       move zero to year-end-adjustment.
       if target-yyyymm(5:2) not = "12"
           go to lookup-year-end-adjust-exit
       end-if.
       open input adjust-file.
       if adjust-status not = "00"
           go to lookup-year-end-adjust-exit
       end-if.
       move Fuserid to Fya-userid.
       move function numval(target-yyyymm(1:4)) to Fya-year.
       read adjust-file
           invalid key continue
       end-read.
       close adjust-file.
       if adjust-status = "00" and Fya-subject = "Y"
           move Fya-adjustment to year-end-adjustment
       end-if.

lookup-year-end-adjust-exit.
       exit.

compute-net-pay.
       compute total-deductions =
           health-premium + care-premium
           + pension-premium + employment-premium
           + income-tax + resident-tax + year-end-adjustment
           + item-deductions.
       compute net-pay =
           gross-pay + commute-amount + item-earnings
           - total-deductions.

reload-net-totals.
       *> 控えの既出力行から控除合計・差引支給の累計を積み直す
       move zero to deduction-sum net-sum.
       open input kept-file.
       if kept-status not = "00"
           go to reload-net-totals-exit
       end-if.
       read kept-file
           at end move "10" to kept-status
       end-read.
       perform until kept-status not = "00"
           read kept-file
               at end move "10" to kept-status
               not at end
                   move spaces to kept-cols
                   unstring kept-line delimited by ","
                       into kept-col(1) kept-col(2) kept-col(3)
                           kept-col(4) kept-col(5) kept-col(6)
                           kept-col(7) kept-col(8) kept-col(9)
                           kept-col(10) kept-col(11) kept-col(12)
                           kept-col(13) kept-col(14) kept-col(15)
                           kept-col(16) kept-col(17) kept-col(18)
                           kept-col(19) kept-col(20) kept-col(21)
                           kept-col(22) kept-col(23) kept-col(24)
                   end-unstring
                   add function numval(kept-col(23)) to deduction-sum
                   add function numval(kept-col(24)) to net-sum
           end-read
       end-perform.
       close kept-file.

reload-net-totals-exit.
       exit.

check-resume.
       *> 前回の走行が途中で死んでいれば、最後に完了したユーザの
               "最初から実行します"
           go to check-resume-exit
       end-if.
       move Fpck-version to tag-version.
       perform read-version-tag thru read-version-tag-exit.
       if tag-company not = company-code
           display "警告: 未完了のチェックポイントは会社 " tag-company
               " の実行のため最初から実行します"
           go to check-resume-exit
       end-if.

       display "前回の実行は userid " Fpck-last-userid
           " まで完了した時点で中断しています".
       rewrite Fpck-rec.
       close pck-file.

check-company-code.
       *> 会社01は会社マスタが未登録でも指定できる
       move zero to company-found.
       if company-code = 1
           move 1 to company-found
       end-if.
       open input company-file.
       if company-status not = "00"
           go to check-company-code-exit
       end-if.
       move company-code to Fco-code.
       read company-file
           invalid key continue
       end-read.
       if company-status = "00"
           move 1 to company-found
       end-if.
       close company-file.

check-company-code-exit.
       exit.

load-company-list.
       perform varying co-sub from 1 by 1 until co-sub > 99
           move zero to co-used(co-sub)
           move zero to co-src-version(co-sub)
           move spaces to co-src-name(co-sub)
       end-perform.
       move 1 to co-used(1).
       open input company-file.
       if company-status = "00"
           perform until company-status not = "00"
               read company-file next record
                   at end move "10" to company-status
                   not at end
                       if Fco-code >= 1
                           move 1 to co-used(Fco-code)
                       end-if
               end-read
           end-perform
           close company-file
       end-if.

lookup-dispatched.
       *> Fdw-userid が dispatch-ref-from〜dispatch-ref-to に派遣就業していれば 1
       move zero to emp-dispatched.
       open input dispatch-file.
       if dispatch-status = "00"
           read dispatch-file
               invalid key continue
           end-read
           if dispatch-status = "00"
               and Fdw-contract-from <= dispatch-ref-to
               and (Fdw-contract-to = spaces
                   or Fdw-contract-to >= dispatch-ref-from)
               move 1 to emp-dispatched
           end-if
           close dispatch-file
       end-if.

lookup-employee-company.
       *> Fec-userid の所属会社。登録がなければ会社01
       move 1 to emp-company.
       open input employee-company-file.
       if employee-company-status = "00"
           read employee-company-file
               invalid key continue
           end-read
           if employee-company-status = "00"
               move Fec-company to emp-company
           end-if
           close employee-company-file
       end-if.

read-version-tag.
       move zero to tag-company.
       open input manifest-company-file.
       if manifest-company-status not = "00"
           go to read-version-tag-exit
       end-if.
       move target-yyyymm to Fmc-yyyymm.
       move tag-version to Fmc-version.
       read manifest-company-file
           invalid key continue
       end-read.
       if manifest-company-status = "00"
           move Fmc-company to tag-company
       end-if.
       close manifest-company-file.

read-version-tag-exit.
       exit.

write-version-tag.
       open i-o manifest-company-file.
       if manifest-company-status not = "00"
           open output manifest-company-file
           close manifest-company-file
           open i-o manifest-company-file
       end-if.
       move target-yyyymm to Fmc-yyyymm.
       move tag-version to Fmc-version.
       move tag-company to Fmc-company.
       move function current-date to Fmc-created-at.
       write Fmc-rec
           invalid key
               rewrite Fmc-rec
                   invalid key
                       display "会社別マニフェストの登録に失敗しました"
               end-rewrite
       end-write.
       close manifest-company-file.

build-consolidated.
       if company-code = zero
           go to build-consolidated-exit
       end-if.
       perform load-company-list.
       move 1 to co-used(company-code).
       move export-version to company-version.

       *> 会社ごとに、その会社の分を含む最新の版
       *> （その会社の版か全社分の版）を選ぶ
       open input manifest-file.
       perform until manifest-status not = "00"
           read manifest-file next record
               at end move "10" to manifest-status
               not at end
                   if Fman-yyyymm = target-yyyymm
                       and Fman-filename(1:20) = "./dat/payroll-export"
                       and Fman-version not = company-version
                       perform pick-source-version
                   end-if
           end-read
       end-perform.
       close manifest-file.
       move company-version to co-src-version(company-code).
       move kept-name to co-src-name(company-code).

       add 1 to export-version.
       move export-version to version-disp.
       move spaces to kept-name.
       string "./dat/payroll-export-" delimited by size
           target-yyyymm delimited by size
           "-v" delimited by size
           version-disp delimited by size
           ".csv" delimited by size
           into kept-name
       end-string.
       move zero to row-count hours-sum pay-sum.
       move zero to deduction-sum net-sum.
       move zero to cons-header-written.
       move zero to pb-count.

       open output kept-file.
       perform varying co-sub from 1 by 1 until co-sub > 99
           if co-used(co-sub) = 1
               if co-src-version(co-sub) = zero
                   display "警告: 会社 " co-sub " は " target-yyyymm
                       " の出力がないため全社合算に含まれていません"
               else
                   perform copy-company-rows
                       thru copy-company-rows-exit
               end-if
           end-if
       end-perform.
       close kept-file.

       if pb-count > 0
           open i-o manifest-prorate-file
           perform varying pb-sub from 1 by 1 until pb-sub > pb-count
               move pb-rec(pb-sub) to Fmp-rec
               move export-version to Fmp-version
               write Fmp-rec
                   invalid key continue
               end-write
           end-perform
           close manifest-prorate-file
       end-if.

       perform write-manifest.
       move export-version to tag-version.
       move zero to tag-company.
       perform write-version-tag.

       display "全社合算の控え: " function trim(kept-name)
           "（第" export-version "版）".

build-consolidated-exit.
       exit.

pick-source-version.
       move Fman-version to tag-version.
       perform read-version-tag thru read-version-tag-exit.
       perform varying co-sub from 1 by 1 until co-sub > 99
           if co-used(co-sub) = 1
               and (tag-company = zero or tag-company = co-sub)
               and Fman-version > co-src-version(co-sub)
               move Fman-version to co-src-version(co-sub)
               move Fman-filename to co-src-name(co-sub)
           end-if
       end-perform.

copy-company-rows.
       move co-src-name(co-sub) to src-name.
       open input src-file.
       if src-status not = "00"
           display "警告: 控え " function trim(src-name) " が開けません"
           go to copy-company-rows-exit
       end-if.
       read src-file
           at end move "10" to src-status
       end-read.
       if src-status = "00" and cons-header-written = 0
           move src-line to kept-line
           write kept-line
           move 1 to cons-header-written
       end-if.
       perform until src-status not = "00"
           read src-file
               at end move "10" to src-status
               not at end
                   perform copy-one-row thru copy-one-row-exit
           end-read
       end-perform.
       close src-file.

       perform copy-prorate-rows thru copy-prorate-rows-exit.

copy-company-rows-exit.
       exit.

copy-one-row.
       *> 版の控えから、その会社に所属する従業員の行だけを写す
       move spaces to kept-cols.
       unstring src-line delimited by ","
           into kept-col(1) kept-col(2) kept-col(3)
               kept-col(4) kept-col(5) kept-col(6)
               kept-col(7) kept-col(8) kept-col(9)
               kept-col(10) kept-col(11) kept-col(12)
               kept-col(13) kept-col(14) kept-col(15)
               kept-col(16) kept-col(17) kept-col(18)
               kept-col(19) kept-col(20) kept-col(21)
               kept-col(22) kept-col(23) kept-col(24)
               kept-col(25) kept-col(26) kept-col(27)
               kept-col(28) kept-col(29) kept-col(30)
               kept-col(31) kept-col(32) kept-col(33)
       end-unstring.
       move function numval(kept-col(1)) to cons-userid.
       move cons-userid to Fec-userid.
       perform lookup-employee-company.
       if emp-company not = co-sub
           go to copy-one-row-exit
       end-if.

       move src-line to kept-line.
       write kept-line.
       add 1 to row-count.
       add function numval(kept-col(4)) to hours-sum.
       compute cons-pay = function numval(kept-col(6))
           + function numval(kept-col(16))
           + function numval(kept-col(33)).
       add cons-pay to pay-sum.
       add function numval(kept-col(23)) to deduction-sum.
       add function numval(kept-col(24)) to net-sum.

copy-one-row-exit.
       exit.

copy-prorate-rows.
       *> 日割マニフェストも同じ会社の従業員分を合算の版に付け替える
       open input manifest-prorate-file.
       if manifest-prorate-status not = "00"
           go to copy-prorate-rows-exit
       end-if.
       move target-yyyymm to Fmp-yyyymm.
       move co-src-version(co-sub) to Fmp-version.
       move zero to Fmp-userid.
       move zero to pb-scan-done.
       start manifest-prorate-file key >= Fmp-key
           invalid key move 1 to pb-scan-done
       end-start.
       perform until pb-scan-done = 1
           read manifest-prorate-file next record
               at end move 1 to pb-scan-done
               not at end
                   if Fmp-yyyymm not = target-yyyymm
                       or Fmp-version not = co-src-version(co-sub)
                       move 1 to pb-scan-done
                   else
                       move Fmp-userid to Fec-userid
                       perform lookup-employee-company
                       if emp-company = co-sub and pb-count < 2000
                           add 1 to pb-count
                           move Fmp-rec to pb-rec(pb-count)
                       end-if
                   end-if
           end-read
       end-perform.
       close manifest-prorate-file.

copy-prorate-rows-exit.
       exit.

lookup-run-param.
       move zero to run-param-found.
       move spaces to run-param-value.
               display "マニフェストの登録に失敗しました"
       end-write.
       close manifest-file.

       *> 控除合計と差引支給合計（全銀振込の照合に使う）
       move target-yyyymm to Fmn-yyyymm.
       move export-version to Fmn-version.
       move deduction-sum to Fmn-deductions.
       move net-sum to Fmn-net-pay.
       move Fman-created-at to Fmn-created-at.

       open i-o manifest-net-file.
       if manifest-net-status not = "00"
           open output manifest-net-file
       end-if.
       write Fmn-rec
           invalid key
               display "差引支給マニフェストの登録に失敗しました"
       end-write.
       close manifest-net-file.

       perform reset-release thru reset-release-exit.

reset-release.
       *> 再出力したら、同じ月の同じ会社分（と全社分）の既存の版の
       *> 支給前承認を取り消す（古い版のまま振込・明細を作らせない）。
       *> 賞与の版は kintai-bonus-export の再出力で取り消す
       open i-o release-file.
       if release-status not = "00"
           go to reset-release-exit
       end-if.
       open input manifest-file.
       move target-yyyymm to Frel-yyyymm.
       move zero to Frel-version.
       start release-file key >= Frel-key
           invalid key move "10" to release-status
       end-start.
       perform until release-status not = "00"
           read release-file next record
               at end move "10" to release-status
               not at end
                   if Frel-yyyymm not = target-yyyymm
                       move "10" to release-status
                   else
                       move zero to release-is-monthly
                       if Frel-version not = export-version
                           and Frel-status not = "X"
                           and (company-code = zero
                               or Frel-company = company-code
                               or Frel-company = zero)
                           perform check-release-source
                       end-if
                       if release-is-monthly = 1
                           move "X" to Frel-status
                           move function current-date to Frel-reset-at
                           rewrite Frel-rec
                               invalid key continue
                           end-rewrite
                           display "第" Frel-version
                               "版の支給前承認を取り消しました（再出力のため）"
                       end-if
                   end-if
           end-read
       end-perform.
       close manifest-file.
       close release-file.

reset-release-exit.
       exit.

check-release-source.
       *> 承認の版が月次給与の控えならば取消しの対象
       move Frel-yyyymm to Fman-yyyymm.
       move Frel-version to Fman-version.
       read manifest-file
           invalid key continue
       end-read.
       if manifest-status = "00"
           and Fman-filename(1:20) = "./dat/payroll-export"
           move 1 to release-is-monthly
       end-if.

write-prorate-manifest.
       *> 日割りした従業員ごとに基準と日数を版つきで残す（所管部署の確認用）
       move target-yyyymm to Fmp-yyyymm.
       move export-version to Fmp-version.
       move Fuserid to Fmp-userid.
       move month-emptype to Fmp-emptype.
       move prorate-basis to Fmp-basis.
       move prorate-from-day to Fmp-from-day.
       move prorate-to-day to Fmp-to-day.
       move emptype-change-day to Fmp-emptype-change-day.
       move assign-change-day to Fmp-assign-change-day.
       move prorate-days to Fmp-days.
       move prorate-base-days to Fmp-base-days.
       move salary-amount to Fmp-monthly.
       move prorated-salary to Fmp-prorated.
       move function current-date to Fmp-created-at.

       open i-o manifest-prorate-file.
       if manifest-prorate-status not = "00"
           open output manifest-prorate-file
       end-if.
       write Fmp-rec
           invalid key
               rewrite Fmp-rec
                   invalid key
                       display "日割マニフェストの登録に失敗しました: "
                           Fuserid
               end-rewrite
       end-write.
       close manifest-prorate-file.

lookup-site-day.
       *> その日に有効な所属拠点（適用開始日が最も新しいもの）を求め、
       *> 拠点カレンダーの指定を返す。拠点の無い従業員は会社カレンダー
       move zero to site-code.
       move space to site-day-kind.
       open input employee-site-file.
       if employee-site-status not = "00"
           go to lookup-site-day-exit
       end-if.
       move site-lookup-userid to Fesite-userid.
       move low-value to Fesite-from.
       start employee-site-file key >= Fesite-key
           invalid key move "10" to employee-site-status
       end-start.
       perform until employee-site-status not = "00"
           read employee-site-file next record
               at end move "10" to employee-site-status
               not at end
                   if Fesite-userid not = site-lookup-userid
                       or Fesite-from > site-lookup-date
                       move "10" to employee-site-status
                   else
                       move Fesite-site to site-code
                   end-if
           end-read
       end-perform.
       close employee-site-file.

       if site-code = zero
           go to lookup-site-day-exit
       end-if.
       open input site-calendar-file.
       if site-calendar-status not = "00"
           go to lookup-site-day-exit
       end-if.
       move site-code to Fscl-site.
       move site-lookup-date to Fscl-date.
       read site-calendar-file
           invalid key continue
           not invalid key move Fscl-kind to site-day-kind
       end-read.
       close site-calendar-file.

lookup-site-day-exit.
       exit.
