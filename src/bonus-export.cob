               access mode dynamic
               record key is Fman-key
               status manifest-status.
           select release-file assign to "./dat/payroll-release.dat"
               organization indexed
               access mode dynamic
               record key is Frel-key
               status release-status.
           select manifest-net-file
               assign to "./dat/payroll-manifest-net.dat"
               organization indexed
               access mode dynamic
               record key is Fmn-key
               status manifest-net-status.
           select prev-kept-file assign using prev-kept-name
               organization line sequential
               status prev-kept-status.
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
           select withholding-file assign to "./dat/withholding-tax.dat"
               organization relative
               access mode sequential
               relative key wt-key
               status wt-status.
           select bonus-tax-file assign to "./dat/bonus-tax-rate.dat"
               organization relative
               access mode sequential
               relative key bt-key
               status bt-status.
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
           select employee-company-file
               assign to "./dat/employee-company.dat"
               organization indexed
               access mode dynamic
               record key is Fec-userid
               status employee-company-status.
           select manifest-company-file
               assign to "./dat/payroll-manifest-company.dat"
               organization indexed
               access mode dynamic
               record key is Fmc-key
               status manifest-company-status.
           select src-file assign using src-name
               organization line sequential
               status src-status.
data division.
file section.
       fd user-file.
               03 Fbonus-amount pic 9(8)v99.
               03 Fbonus-registered-at pic X(21).
       fd csv-file.
           01 csv-line pic X(512).
       fd kept-file.
           01 kept-line pic X(1024).
       fd manifest-file.
           01 Fman-rec.
               03 Fman-key.
               03 Fman-total-pay pic 9(10)v99.
               03 Fman-filename pic X(60).
               03 Fman-created-at pic X(21).
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
       fd manifest-net-file.
           01 Fmn-rec.
               03 Fmn-key.
                   05 Fmn-yyyymm pic X(6).
                   05 Fmn-version pic 9(3).
               03 Fmn-deductions pic s9(10)v99.
               03 Fmn-net-pay pic s9(10)v99.
               03 Fmn-created-at pic X(21).
       fd prev-kept-file.
           01 prev-kept-line pic X(1024).
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
       fd withholding-file.
           01 Fwt-rec.
               03 Fwt-effective-from pic X(8).
               03 Fwt-lower pic 9(8).
               03 Fwt-upper pic 9(8).
               03 Fwt-kou-tax pic 9(8) occurs 8 times.
               03 Fwt-kou-rate pic 9(2)v999.
               03 Fwt-otsu-tax pic 9(8).
               03 Fwt-otsu-rate pic 9(2)v999.
       fd bonus-tax-file.
           01 Fbt-rec.
               03 Fbt-effective-from pic X(8).
               03 Fbt-rate pic 9(2)v999.
               03 Fbt-kou-range occurs 8 times.
                   05 Fbt-kou-lower pic 9(8).
                   05 Fbt-kou-upper pic 9(8).
               03 Fbt-otsu-lower pic 9(8).
               03 Fbt-otsu-upper pic 9(8).
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
       fd employee-company-file.
           01 Fec-rec.
               03 Fec-userid pic 9(7).
               03 Fec-company pic 9(2).
               03 Fec-updated-by pic 9(7).
               03 Fec-updated-at pic X(21).
       fd manifest-company-file.
           01 Fmc-rec.
               03 Fmc-key.
                   05 Fmc-yyyymm pic X(6).
                   05 Fmc-version pic 9(3).
               03 Fmc-company pic 9(2).
               03 Fmc-created-at pic X(21).
       fd src-file.
           01 src-line pic X(1024).
working-storage section.
       01 status-rec.
           03 user-status pic XX.
           03 bonus-status pic XX.
           03 kept-status pic XX.
           03 manifest-status pic XX.
           03 manifest-net-status pic XX.
           03 release-status pic XX.
           03 prev-kept-status pic XX.
           03 insurance-status pic XX.
           03 wt-status pic XX.
           03 bt-status pic XX.
           03 dependents-status pic XX.
           03 tax-decl-status pic XX.
           03 company-status pic XX.
           03 employee-company-status pic XX.
           03 manifest-company-status pic XX.
           03 src-status pic XX.
       01 target-yyyymm pic X(6).
       01 target-amount pic 9(8)v99.
       01 target-found pic 9.
       *> kintai-payroll-ack の照合がそのまま賞与にも使えるようにする
       01 kept-name pic X(60).
       01 export-version pic 9(3).
       *> 再出力時に支給前承認を取り消す版（賞与の控えのみ）
       01 release-is-bonus pic 9.
       01 version-disp pic 9(3).
       01 row-count pic 9(5) value zero.
       01 pay-sum pic 9(10)v99 value zero.
       *> 賞与の社会保険料（標準賞与額＝支給額の千円未満切り捨て）
       01 month-end-date pic X(8).
       01 ins-grade-key pic 99.
       01 ins-grade-status pic XX.
       01 ins-rate-key pic 99.
       01 ins-rate-status pic XX.
       01 ins-found pic 9.
       01 ins-health-rate pic 9(2)v999.
       01 ins-social-flag pic X.
       01 ins-emp-category pic 9.
       01 rate-best-from pic X(8).
       01 rt-health-rate pic 9(2)v999.
       01 rt-care-rate pic 9(2)v999.
       01 rt-pension-rate pic 9(2)v999.
       01 rt-emp-rate pic 9(2)v99.
       01 rt-emp-rate-1 pic 9(2)v99.
       01 rt-emp-rate-2 pic 9(2)v99.
       01 rt-emp-rate-3 pic 9(2)v99.
       01 std-bonus pic 9(8).
       01 std-bonus-pension pic 9(8).
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
       *> 賞与の源泉所得税（前月の社会保険料等控除後の給与で税率を引く）
       01 wt-key pic 9(4).
       01 bt-key pic 9(4).
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
       01 wt-col pic 9(2).
       01 wt-found pic 9(4).
       01 wt-amount pic 9(8).
       01 wt-tax pic s9(8).
       01 tax-excess pic 9(8)v9999.
       01 tax-excess-10 pic 9(7).
       01 bt-best-from pic X(8).
       01 bt-table.
           03 bt-entry occurs 100 times indexed by bt-idx.
               05 bt-rate pic 9(2)v999.
               05 bt-kou-lower pic 9(8) occurs 8 times.
               05 bt-kou-upper pic 9(8) occurs 8 times.
               05 bt-otsu-lower pic 9(8).
               05 bt-otsu-upper pic 9(8).
       01 bt-count pic 9(4) value zero.
       01 bt-found-rate pic 9(2)v999.
       01 bt-found pic 9.
       01 dependents-count pic 9(2).
       01 dep-col pic 9(2).
       01 tax-column pic X.
       01 taxable-pay pic s9(8)v99.
       01 taxable-yen pic 9(8).
       01 income-tax pic 9(8).
       01 prev-tax pic s9(8).
       01 prev-taxable pic 9(8).
       *> 前月の月次給与控えの課税対象額（26列目）
       01 prev-yyyymm pic X(6).
       01 prev-yyyy pic 9(4).
       01 prev-mm pic 99.
       01 prev-kept-name pic X(60).
       01 prev-best-version pic 9(3).
       01 prev-header-skipped pic 9.
       01 prev-table.
           03 prev-entry occurs 2000 times indexed by prev-idx.
               05 prev-userid pic 9(7).
               05 prev-amount pic 9(8).
       01 prev-count pic 9(4) value zero.
       01 prev-cols.
           03 prev-col pic X(40) occurs 26 times.
       01 total-deductions pic 9(8)v99.
       01 net-pay pic s9(8)v99.
       01 csv-health pic Z(7)9.
       01 csv-care pic Z(7)9.
       01 csv-pension pic Z(7)9.
       01 csv-employment pic Z(7)9.
       01 csv-deductions pic Z(7)9.99.
       01 csv-net pic -(8)9.99.
       01 csv-income-tax pic Z(7)9.
       01 csv-taxable pic -(7)9.99.
       01 deduction-sum pic 9(10)v99 value zero.
       01 net-sum pic s9(10)v99 value zero.
       *> 休職・休業期間（emp-status.dat）。期間の最終日は終了日と
       *> 復職日の前日の早いほう（どちらもなければ継続中）
       01 emp-status-status pic XX.
       01 es-end-date pic X(8).
       01 es-return-prev pic X(8).
       01 es-work-num pic 9(8).
       01 es-next-month pic X(6).
       01 es-exempt pic 9.
       *> 育児休業が1ヶ月を超えるかの判定（開始日の翌月の応当日）
       01 es-month-after pic X(8).
       01 es-yyyy pic 9(4).
       01 es-mm pic 99.
       *> 会社（法人）別の支給。0 は全社一括（従来どおり）。
       *> 所属会社（employee-company.dat）が未登録の従業員は会社01
       01 company-code pic 9(2) value zero.
       01 company-input pic X(2).
       01 emp-company pic 9(2).
       01 company-found pic 9.
       *> 版ごとの会社タグ（payroll-manifest-company.dat。00 は全社分）
       01 tag-version pic 9(3).
       01 tag-company pic 9(2).
       *> 会社別に出力したあとは、会社ごとの最新版を束ねた全社合算の版を作る
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
       01 cons-cols.
           03 cons-col pic X(40) occurs 24 times.

procedure division.
main-procedure.
       display "支給対象年月を入力してください (例: 202612)".
       accept target-yyyymm.

       display "対象の会社コードを入力してください (全社一括は 0 または空欄)".
       move spaces to company-input.
       accept company-input.
       if company-input not = spaces
           move function numval(company-input) to company-code
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

       move target-yyyymm to month-end-date(1:6).
       move "31" to month-end-date(7:2).
       perform load-insurance-rate thru load-insurance-rate-exit.
       perform load-withholding-table thru load-withholding-table-exit.
       perform load-bonus-tax-table thru load-bonus-tax-table-exit.
       perform load-prev-month thru load-prev-month-exit.

       perform next-export-version.

       open output csv-file.
       open output kept-file.
       move "userid,lastname,firstname,hours,rate,gross_pay,late_night_hours,late_night_premium,regular_hours,overtime_hours,excess_overtime_hours,overtime_pay,excess_overtime_pay,leave_days,signoff,commute_allowance,approved_overtime_hours,unapproved_overtime_hours,health_insurance,care_insurance,pension_insurance,employment_insurance,total_deductions,net_pay,income_tax,taxable_pay,resident_tax"
           to csv-line.
       write csv-line.
       move csv-line to kept-line.
       perform until user-status not = "00"
           read user-file
               not at end
                   move Fuserid to Fec-userid
                   perform lookup-employee-company
                   if company-code not = zero
                       and emp-company not = company-code
                       move zero to target-found
                   else
                       perform lookup-bonus thru lookup-bonus-exit
                   end-if
                   if target-found = 1
                       perform compute-social-insurance
                           thru compute-social-insurance-exit
                       perform compute-income-tax
                           thru compute-income-tax-exit
                       perform compute-net-pay
                       perform write-csv-line
                   end-if
       end-perform.
       end-if.

       perform write-manifest.
       move export-version to tag-version.
       move company-code to tag-company.
       perform write-version-tag.

       display "payroll-bonus.csv に " row-count " 名分を出力しました".
       display "控え: " function trim(kept-name)
           "（第" export-version "版）".
       display "支給総額: " pay-sum.
       display "控除総額: " deduction-sum.
       display "差引支給総額: " net-sum.

       perform build-consolidated thru build-consolidated-exit.
       stop run.

lookup-bonus.
write-csv-line.
       move Fuserid to csv-userid.
       move target-amount to csv-pay.
       move health-premium to csv-health.
       move care-premium to csv-care.
       move pension-premium to csv-pension.
       move employment-premium to csv-employment.
       move total-deductions to csv-deductions.
       move net-pay to csv-net.
       move income-tax to csv-income-tax.
       move taxable-pay to csv-taxable.

       *> センター向けの列構成は月次給与CSVと同一とし、
       *> 時間系の列はすべて0で埋める
           ",0.00,0.00," delimited by size
           function trim(csv-pay) delimited by size
           ",0.00,0.00,0.00,0.00,0.00,0.00,0.00,0.0,-" delimited by size
           ",0.00,0.00,0.00," delimited by size
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
           ",0" delimited by size
           into csv-line
       end-string.


       add 1 to row-count.
       add target-amount to pay-sum.
       add total-deductions to deduction-sum.
       add net-pay to net-sum.

next-export-version.
       *> 同じ対象月の既存版数（月次給与・賞与を通しで採番）を調べ、
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
       *> 再出力したら、同じ月の同じ会社分（と全社分）の既存の賞与の版の
       *> 支給前承認を取り消す（古い版のまま振込・明細を作らせない）。
       *> 月次給与の版は kintai-payroll-export の再出力で取り消す
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
                       move zero to release-is-bonus
                       if Frel-version not = export-version
                           and Frel-status not = "X"
                           and (company-code = zero
                               or Frel-company = company-code
                               or Frel-company = zero)
                           perform check-release-source
                       end-if
                       if release-is-bonus = 1
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
       *> 承認の版が賞与の控えならば取消しの対象
       move Frel-yyyymm to Fman-yyyymm.
       move Frel-version to Fman-version.
       read manifest-file
           invalid key continue
       end-read.
       if manifest-status = "00"
           and Fman-filename(1:19) = "./dat/payroll-bonus"
           move 1 to release-is-bonus
       end-if.

load-insurance-rate.
       *> 支給月末時点で有効な保険料率を選ぶ
       move zero to rt-health-rate rt-care-rate rt-pension-rate.
       move zero to rt-emp-rate-1 rt-emp-rate-2 rt-emp-rate-3.
       move spaces to rate-best-from.

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
       *> 賞与の本人負担分。健保・介護・厚年は標準賞与額（千円未満
       *> 切り捨て、厚年は1回150万円上限）、雇用保険は支給額に料率
       move zero to health-premium care-premium pension-premium.
       move zero to employment-premium.
       move zero to ins-found.

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

       evaluate ins-emp-category
           when 1 move rt-emp-rate-1 to rt-emp-rate
           when 2 move rt-emp-rate-2 to rt-emp-rate
           when 3 move rt-emp-rate-3 to rt-emp-rate
           when other move zero to rt-emp-rate
       end-evaluate.
       compute premium-raw = target-amount * rt-emp-rate / 1000.
       perform round-premium.
       move premium-yen to employment-premium.

       if ins-social-flag not = "Y"
           go to compute-social-insurance-exit
       end-if.

       *> 産前産後休業・育児休業の免除月に支給する賞与は健保・厚年を控除しない
       perform check-premium-exempt thru check-premium-exempt-exit.
       if es-exempt = 1
           go to compute-social-insurance-exit
       end-if.

       compute std-bonus = target-amount / 1000.
       compute std-bonus = std-bonus * 1000.
       move std-bonus to std-bonus-pension.
       if std-bonus-pension > 1500000
           move 1500000 to std-bonus-pension
       end-if.

       if ins-health-rate = 0
           move rt-health-rate to ins-health-rate
       end-if.
       compute premium-raw = std-bonus * ins-health-rate / 200.
       perform round-premium.
       move premium-yen to health-premium.

       perform check-care-age thru check-care-age-exit.
       if care-applies = 1
           compute premium-raw = std-bonus * rt-care-rate / 200
           perform round-premium
           move premium-yen to care-premium
       end-if.

       compute premium-raw = std-bonus-pension * rt-pension-rate / 200.
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
       if target-yyyymm >= es-next-month
           go to judge-premium-exempt-exit
       end-if.

       *> 賞与の育児休業は期間が1ヶ月を超える場合に限り免除する
       if Fes-type = 3
           move Fes-from to es-month-after
           move function numval(Fes-from(1:4)) to es-yyyy
           move function numval(Fes-from(5:2)) to es-mm
           add 1 to es-mm
           if es-mm > 12
               move 1 to es-mm
               add 1 to es-yyyy
           end-if
           move es-yyyy to es-month-after(1:4)
           move es-mm to es-month-after(5:2)
           if es-end-date < es-month-after
               go to judge-premium-exempt-exit
           end-if
       end-if.
       move 1 to es-exempt.

judge-premium-exempt-exit.
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

       if age-date-40(1:6) <= target-yyyymm
           and age-date-65(1:6) > target-yyyymm
           move 1 to care-applies
       end-if.

check-care-age-exit.
       exit.

load-withholding-table.
       *> 前月給与がない・賞与が前月給与の10倍を超える場合の計算に使う
       move zero to wt-count.
       move spaces to wt-best-from.
       open input withholding-file.
       if wt-status not = "00"
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

load-bonus-tax-table.
       *> 賞与に対する源泉徴収税額の算出率の表（支給月末時点で有効な版）
       move zero to bt-count.
       move spaces to bt-best-from.
       open input bonus-tax-file.
       if bt-status not = "00"
           display "警告: 賞与の算出率の表（bonus-tax-rate.dat）がないため"
               "源泉所得税は控除しません"
           go to load-bonus-tax-table-exit
       end-if.
       perform until bt-status not = "00"
           read bonus-tax-file
               not at end
                   if Fbt-effective-from <= month-end-date
                       and Fbt-effective-from > bt-best-from
                       move Fbt-effective-from to bt-best-from
                   end-if
       end-perform.
       close bonus-tax-file.

       open input bonus-tax-file.
       perform until bt-status not = "00"
           read bonus-tax-file
               not at end
                   if Fbt-effective-from = bt-best-from
                       and bt-count < 100
                       add 1 to bt-count
                       move Fbt-rate to bt-rate(bt-count)
                       perform varying wt-col from 1 by 1
                           until wt-col > 8
                           move Fbt-kou-lower(wt-col)
                               to bt-kou-lower(bt-count, wt-col)
                           move Fbt-kou-upper(wt-col)
                               to bt-kou-upper(bt-count, wt-col)
                       end-perform
                       move Fbt-otsu-lower to bt-otsu-lower(bt-count)
                       move Fbt-otsu-upper to bt-otsu-upper(bt-count)
                   end-if
       end-perform.
       close bonus-tax-file.

load-bonus-tax-table-exit.
       exit.

load-prev-month.
       *> 前月の月次給与（最新版の控え）から本人ごとの課税対象額を読む
       move function numval(target-yyyymm(1:4)) to prev-yyyy.
       move function numval(target-yyyymm(5:2)) to prev-mm.
       if prev-mm = 1
           move 12 to prev-mm
           subtract 1 from prev-yyyy
       else
           subtract 1 from prev-mm
       end-if.
       move spaces to prev-yyyymm.
       string prev-yyyy delimited by size
           prev-mm delimited by size
           into prev-yyyymm
       end-string.

       move zero to prev-count.
       move zero to prev-best-version.
       move spaces to prev-kept-name.
       open input manifest-file.
       if manifest-status not = "00"
           go to load-prev-month-exit
       end-if.
       perform until manifest-status not = "00"
           read manifest-file next record
               not at end
                   if Fman-yyyymm = prev-yyyymm
                       and Fman-version > prev-best-version
                       and Fman-filename(1:20) = "./dat/payroll-export"
                       move Fman-version to prev-best-version
                       move Fman-filename to prev-kept-name
                   end-if
       end-perform.
       close manifest-file.

       if prev-best-version = zero
           display "前月（" prev-yyyymm "）の月次給与控えがないため、"
               "賞与の源泉所得税は前月給与なしとして計算します"
           go to load-prev-month-exit
       end-if.

       move zero to prev-header-skipped.
       open input prev-kept-file.
       if prev-kept-status not = "00"
           go to load-prev-month-exit
       end-if.
       perform until prev-kept-status not = "00"
           read prev-kept-file
               at end move "10" to prev-kept-status
               not at end
                   if prev-header-skipped = zero
                       move 1 to prev-header-skipped
                   else
                       if prev-count < 2000
                           move spaces to prev-cols
                           unstring prev-kept-line delimited by ","
                               into prev-col(1) prev-col(2) prev-col(3)
                                   prev-col(4) prev-col(5) prev-col(6)
                                   prev-col(7) prev-col(8) prev-col(9)
                                   prev-col(10) prev-col(11)
                                   prev-col(12) prev-col(13)
                                   prev-col(14) prev-col(15)
                                   prev-col(16) prev-col(17)
                                   prev-col(18) prev-col(19)
                                   prev-col(20) prev-col(21)
                                   prev-col(22) prev-col(23)
                                   prev-col(24) prev-col(25)
                                   prev-col(26)
                           end-unstring
                           add 1 to prev-count
                           compute prev-userid(prev-count) =
                               function numval(prev-col(1))
                           if prev-col(26) = spaces
                               move zero to prev-amount(prev-count)
                           else
                               compute prev-amount(prev-count) =
                                   function numval(prev-col(26))
                           end-if
                       end-if
                   end-if
           end-read
       end-perform.
       close prev-kept-file.

load-prev-month-exit.
       exit.

compute-income-tax.
       *> 課税対象額 = 賞与 − 社会保険料。税率は前月の社会保険料等
       *> 控除後の給与と扶養人数（甲欄）または乙欄から求める
       move zero to income-tax.
       compute taxable-pay = target-amount
           - health-premium - care-premium
           - pension-premium - employment-premium.
       if taxable-pay <= 0
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

       move zero to prev-taxable.
       perform varying prev-idx from 1 by 1 until prev-idx > prev-count
           if prev-userid(prev-idx) = Fuserid
               move prev-amount(prev-idx) to prev-taxable
           end-if
       end-perform.

       *> 前月給与がない、または賞与が前月給与の10倍を超えるときは
       *> 月額表で（賞与÷6＋前月給与）の税額から前月給与の税額を引き6倍
       if prev-taxable = 0 or taxable-yen > prev-taxable * 10
           if wt-count = 0
               go to compute-income-tax-exit
           end-if
           compute wt-amount = taxable-yen / 6 + prev-taxable
           perform lookup-monthly-tax thru lookup-monthly-tax-exit
           move wt-tax to prev-tax
           move prev-taxable to wt-amount
           perform lookup-monthly-tax thru lookup-monthly-tax-exit
           compute prev-tax = (prev-tax - wt-tax) * 6
           if prev-tax > 0
               move prev-tax to income-tax
           end-if
           go to compute-income-tax-exit
       end-if.

       move zero to bt-found.
       if dependents-count > 7
           move 8 to dep-col
       else
           compute dep-col = dependents-count + 1
       end-if.
       perform varying bt-idx from 1 by 1 until bt-idx > bt-count
           if tax-column = "K"
               if prev-taxable >= bt-kou-lower(bt-idx, dep-col)
                   and prev-taxable < bt-kou-upper(bt-idx, dep-col)
                   move bt-rate(bt-idx) to bt-found-rate
                   move 1 to bt-found
               end-if
           else
               if prev-taxable >= bt-otsu-lower(bt-idx)
                   and prev-taxable < bt-otsu-upper(bt-idx)
                   move bt-rate(bt-idx) to bt-found-rate
                   move 1 to bt-found
               end-if
           end-if
       end-perform.
       if bt-found = 0
           if bt-count > 0
               display "警告: userid " Fuserid " の前月給与 " prev-taxable
                   " が算出率の表の範囲外です（源泉所得税は控除しません）"
           end-if
           go to compute-income-tax-exit
       end-if.

       *> 1円未満の端数は切り捨て
       compute income-tax = taxable-yen * bt-found-rate / 100.

compute-income-tax-exit.
       exit.

lookup-monthly-tax.
       *> 月額表による税額（wt-amount → wt-tax）
       move zero to wt-tax.
       move zero to wt-found.
       perform varying wt-idx from 1 by 1 until wt-idx > wt-count
           if wt-amount >= wt-lower(wt-idx)
               and wt-amount < wt-upper(wt-idx)
               set wt-found to wt-idx
           end-if
       end-perform.
       if wt-found = 0
           go to lookup-monthly-tax-exit
       end-if.
       if tax-column = "K"
           if dependents-count <= 7
               move wt-kou-tax(wt-found, dependents-count + 1) to wt-tax
           else
               compute wt-tax = wt-kou-tax(wt-found, 8)
                   - 1610 * (dependents-count - 7)
           end-if
           compute tax-excess = (wt-amount - wt-lower(wt-found))
               * wt-kou-rate(wt-found) / 100
       else
           compute wt-tax = wt-otsu-tax(wt-found)
               - 1610 * dependents-count
           compute tax-excess = (wt-amount - wt-lower(wt-found))
               * wt-otsu-rate(wt-found) / 100
       end-if.
       compute tax-excess-10 rounded = tax-excess / 10.
       compute wt-tax = wt-tax + tax-excess-10 * 10.
       if wt-tax < 0
           move zero to wt-tax
       end-if.

lookup-monthly-tax-exit.
       exit.

compute-net-pay.
       compute total-deductions =
           health-premium + care-premium
           + pension-premium + employment-premium
           + income-tax.
       compute net-pay = target-amount - total-deductions.

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

       *> 会社ごとに、その会社の分を含む最新の賞与の版
       *> （その会社の版か全社分の版）を選ぶ
       open input manifest-file.
       perform until manifest-status not = "00"
           read manifest-file next record
               at end move "10" to manifest-status
               not at end
                   if Fman-yyyymm = target-yyyymm
                       and Fman-filename(1:19) = "./dat/payroll-bonus"
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
       string "./dat/payroll-bonus-" delimited by size
           target-yyyymm delimited by size
           "-v" delimited by size
           version-disp delimited by size
           ".csv" delimited by size
           into kept-name
       end-string.
       move zero to row-count pay-sum deduction-sum net-sum.
       move zero to cons-header-written.

       open output kept-file.
       perform varying co-sub from 1 by 1 until co-sub > 99
           if co-used(co-sub) = 1
               if co-src-version(co-sub) = zero
                   display "警告: 会社 " co-sub " は " target-yyyymm
                       " の賞与の出力がないため全社合算に含まれていません"
               else
                   perform copy-company-rows
                       thru copy-company-rows-exit
               end-if
           end-if
       end-perform.
       close kept-file.

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

copy-company-rows-exit.
       exit.

copy-one-row.
       *> 版の控えから、その会社に所属する従業員の行だけを写す
       move spaces to cons-cols.
       unstring src-line delimited by ","
           into cons-col(1) cons-col(2) cons-col(3)
               cons-col(4) cons-col(5) cons-col(6)
               cons-col(7) cons-col(8) cons-col(9)
               cons-col(10) cons-col(11) cons-col(12)
               cons-col(13) cons-col(14) cons-col(15)
               cons-col(16) cons-col(17) cons-col(18)
               cons-col(19) cons-col(20) cons-col(21)
               cons-col(22) cons-col(23) cons-col(24)
       end-unstring.
       move function numval(cons-col(1)) to cons-userid.
       move cons-userid to Fec-userid.
       perform lookup-employee-company.
       if emp-company not = co-sub
           go to copy-one-row-exit
       end-if.

       move src-line to kept-line.
       write kept-line.
       add 1 to row-count.
       add function numval(cons-col(6)) to pay-sum.
       add function numval(cons-col(23)) to deduction-sum.
       add function numval(cons-col(24)) to net-sum.

copy-one-row-exit.
       exit.
