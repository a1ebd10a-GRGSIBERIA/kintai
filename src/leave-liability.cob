identification division.
program-id. kintai-leave-liability.

environment division.
input-output section.
       file-control.
           select run-param-file assign to "./dat/run-param.dat"
               organization indexed
               access mode dynamic
               record key is Frp-key
               status run-param-status.
           select user-file assign to "./dat/user.dat"
               organization indexed
               access mode sequential
               record key is Fuserid
               status user-status.
           select grant-file assign to "./dat/leave-grant.dat"
               organization indexed
               access mode dynamic
               record key is Fgrant-id
               status grant-status.
           select wage-file assign to "./dat/wage.dat"
               organization relative
               access mode sequential
               relative key wage-key
               status wage-status.
           select salary-file assign to "./dat/salary.dat"
               organization relative
               access mode sequential
               relative key salary-key
               status salary-status.
           select shift-file assign to "./dat/shift.dat"
               organization relative
               access mode sequential
               relative key shift-key
               status shift-status.
           select department-file assign to "./dat/department.dat"
               organization relative
               access mode sequential
               relative key dept-key
               status dept-status.
           select employee-company-file
               assign to "./dat/employee-company.dat"
               organization indexed
               access mode dynamic
               record key is Fec-userid
               status employee-company-status.
           select liability-file assign to "./dat/leave-liability.dat"
               organization indexed
               access mode dynamic
               record key is Fll-key
               status liability-status.
           select report-file assign using report-name
               organization line sequential
               status report-status.
           select journal-file assign using journal-name
               organization line sequential
               status journal-status.
data division.
file section.
       fd run-param-file.
           01 Frp-rec.
               03 Frp-key.
                   05 Frp-program pic X(30).
                   05 Frp-param pic X(20).
               03 Frp-value pic X(30).
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
       fd grant-file.
           01 Fgrant-rec.
               03 Fgrant-id pic 9(7).
               03 Fgrant-userid pic 9(7).
               03 Fgrant-date pic X(8).
               03 Fgrant-expiry pic X(8).
               03 Fgrant-days pic 9(3)v99.
               03 Fgrant-used pic 9(3)v99.
       fd wage-file.
           01 Fwage-rec.
               03 Fwage-roll pic 9(2).
               03 Fwage-rate pic 9(5)v99.
               03 Fwage-effective-from pic X(8).
       fd salary-file.
           01 Fsal-rec.
               03 Fsal-emptype pic 9(2).
               03 Fsal-amount pic 9(8)v99.
               03 Fsal-effective-from pic X(8).
       fd shift-file.
           01 Fshift-rec.
               03 Fshift-roll pic 9(2).
               03 Fshift-start pic 9(4).
               03 Fshift-end pic 9(4).
               03 Fshift-expected-hours pic 9(2)v99.
       fd department-file.
           01 Fdept-rec.
               03 Fdept-id pic 9(2).
               03 Fdept-name pic N(20).
               03 Fdept-parent pic 9(2).
       fd employee-company-file.
           01 Fec-rec.
               03 Fec-userid pic 9(7).
               03 Fec-company pic 9(2).
               03 Fec-updated-by pic 9(7).
               03 Fec-updated-at pic X(21).
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
       fd report-file.
           01 report-line pic X(160).
       fd journal-file.
           01 journal-line pic X(160).
working-storage section.
       01 wage-key pic 9(4).
       01 salary-key pic 9(4).
       01 shift-key pic 9(4).
       01 dept-key pic 99.
       01 status-rec.
           03 run-param-status pic XX.
           03 user-status pic XX.
           03 grant-status pic XX.
           03 wage-status pic XX.
           03 salary-status pic XX.
           03 shift-status pic XX.
           03 dept-status pic XX.
           03 employee-company-status pic XX.
           03 liability-status pic XX.
           03 report-status pic XX.
           03 journal-status pic XX.
       *> 無人実行用の実行パラメータ（run-param.dat）
       01 run-param-name pic X(20).
       01 run-param-found pic 9.
       01 run-param-value pic X(30).
       *> 評価基準日（対象月の末日）と前月（戻入の対象）
       01 target-yyyymm pic X(6).
       01 prev-yyyymm pic X(6).
       01 month-num pic 9(6).
       01 date-num pic 9(8).
       01 month-end-date pic X(8).
       01 history-from pic X(8).
       01 take-date pic X(8).
       *> 取得見込日までの日数。これより前に失効する付与分は評価しない
       01 take-lead-days pic 9(3) value 30.
       *> 月給者の日額 = 月給 ÷ 月平均所定労働日数
       01 month-days pic 9(2)v9 value 21.0.
       *> 時給者の日額 = 時給 × 所定労働時間（shift.dat。未登録は8時間）
       01 default-hours pic 9(2)v99 value 8.00.
       *> 取得見込率。失効済みの付与分の消化実績から求める
       01 usage-pct pic 9(3)v9.
       01 usage-override pic 9.
       01 usage-ratio pic 9v9999.
       01 hist-days pic 9(9)v99 value zero.
       01 hist-used pic 9(9)v99 value zero.
       *> 単価表
       01 wage-table.
           03 wage-entry occurs 200 times indexed by wt-idx.
               05 wt-roll pic 9(2).
               05 wt-rate pic 9(5)v99.
               05 wt-from pic X(8).
       01 wage-count pic 9(3) value zero.
       01 sal-table.
           03 sal-entry occurs 200 times indexed by st-idx.
               05 st-emptype pic 9(2).
               05 st-amount pic 9(8)v99.
               05 st-from pic X(8).
       01 sal-count pic 9(3) value zero.
       01 shift-table.
           03 shift-hours pic 9(2)v99 occurs 99 times.
       01 best-from pic X(8).
       01 hourly-rate pic 9(5)v99.
       01 monthly-salary pic 9(8)v99.
       01 day-hours pic 9(2)v99.
       *> 従業員表（部署・会社・日額と評価結果）
       01 emp-table.
           03 emp-entry occurs 2000 times indexed by emp-idx.
               05 emp-userid pic 9(7).
               05 emp-dept pic 9(2).
               05 emp-co pic 9(2).
               05 emp-active pic 9.
               05 emp-daily pic 9(7)v99.
               05 emp-open-days pic 9(5)v99.
               05 emp-excluded-days pic 9(5)v99.
               05 emp-valued-days pic 9(5)v99.
               05 emp-amount pic 9(11).
       01 emp-count pic 9(4) value zero.
       01 find-idx pic 9(4).
       *> 部署マスタ
       01 dept-table.
           03 dpt-entry occurs 99 times.
               05 dpt-exists pic 9.
               05 dpt-name pic N(20).
       *> 会社×部署の集計
       01 dc-table.
           03 dc-entry occurs 1000 times indexed by dc-idx.
               05 dc-co pic 9(2).
               05 dc-dept pic 9(2).
               05 dc-days pic 9(7)v99.
               05 dc-amount pic 9(11).
       01 dc-count pic 9(4) value zero.
       01 dc-found pic 9.
       *> 会社別の集計
       01 co-table.
           03 co-entry occurs 99 times.
               05 co-used pic 9.
               05 co-days pic 9(7)v99.
               05 co-amount pic 9(11).
               05 co-prev-amount pic 9(11).
       01 co-idx pic 9(3).
       01 co-code pic 9(2).
       01 total-days pic 9(7)v99 value zero.
       01 total-amount pic 9(11) value zero.
       *> 付与1件の評価
       01 lot-remaining pic 9(3)v99.
       01 lot-valued pic 9(3)v99.
       01 lot-amount pic 9(9).
       01 lot-count pic 9(6) value zero.
       01 excluded-count pic 9(6) value zero.
       01 unpriced-count pic 9(4) value zero.
       *> 出力
       01 report-name pic X(60).
       01 journal-name pic X(60).
       01 journal-rows pic 9(5) value zero.
       01 csv-dept pic 9(2).
       01 csv-amount pic Z(9)9.99.
       01 amount-edit pic Z(10)9.
       01 days-edit pic Z(6)9.99.
       01 open-edit pic Z(6)9.99.
       01 excl-edit pic Z(6)9.99.
       01 prev-amount-edit pic Z(10)9.
       01 rate-edit pic Z(6)9.99.
       01 pct-edit pic ZZ9.9.
       01 line-dept-name pic X(60).
       01 prev-found pic 9.
       *> ジョブチェーン実行台帳に載せる処理件数（呼び出し元と共有）
       01 job-step-count pic 9(7) external.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "有給休暇引当金の月末評価（仕訳出力）".
       move zero to job-step-count.

       move "target-yyyymm" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move run-param-value(1:6) to target-yyyymm
       else
           display "対象年月を入力してください (例: 202609、空欄は当月)"
           move spaces to target-yyyymm
           accept target-yyyymm
       end-if.
       if target-yyyymm = spaces
           move function current-date(1:6) to target-yyyymm
       end-if.
       if target-yyyymm is not numeric
           display "対象年月が正しくありません"
           goback
       end-if.

       move "take-lead-days" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move function numval(run-param-value) to take-lead-days
       end-if.
       move "month-days" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move function numval(run-param-value) to month-days
       end-if.
       if month-days = zero
           move 21.0 to month-days
       end-if.
       move zero to usage-override.
       move "usage-pct" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move function numval(run-param-value) to usage-pct
           move 1 to usage-override
       end-if.

       perform compute-dates.
       display "評価基準日 " month-end-date "  取得見込日 " take-date
           "（これより前に失効する付与分は除外）".

       perform load-rate-tables.
       perform load-departments.
       perform load-users.
       perform compute-usage-ratio thru compute-usage-ratio-exit.
       if usage-pct > 100
           move 100.0 to usage-pct
       end-if.
       compute usage-ratio = usage-pct / 100.
       move usage-pct to pct-edit.
       display "取得見込率 " pct-edit " %".

       perform value-grants thru value-grants-exit.
       perform summarize-employees.
       perform save-valuation thru save-valuation-exit.
       perform write-report.
       perform write-journals.

       display " ".
       move total-amount to amount-edit.
       display "評価対象 " lot-count " 件 / 失効見込で除外 "
           excluded-count " 件 / 引当金合計 "
           function trim(amount-edit) " 円".
       if unpriced-count > 0
           display "警告: 単価（wage.dat / salary.dat）が見つからない従業員が "
               unpriced-count " 名います（評価額 0 円）"
       end-if.
       display function trim(report-name) " を出力しました".
       move lot-count to job-step-count.
       goback.

compute-dates.
       *> 月末日 = 翌月1日の前日
       move target-yyyymm to month-num.
       if target-yyyymm(5:2) = "12"
           compute month-num = month-num + 89
       else
           add 1 to month-num
       end-if.
       compute date-num = month-num * 100 + 1.
       compute date-num = function date-of-integer(
           function integer-of-date(date-num) - 1).
       move date-num to month-end-date.
       compute date-num = function date-of-integer(
           function integer-of-date(date-num) + take-lead-days).
       move date-num to take-date.
       *> 消化実績は直近2年間に失効した付与分から求める
       move month-end-date to date-num.
       subtract 20000 from date-num.
       move date-num to history-from.
       if history-from(5:4) = "0229"
           move "28" to history-from(7:2)
       end-if.

       move target-yyyymm to month-num.
       if target-yyyymm(5:2) = "01"
           compute month-num = month-num - 89
       else
           subtract 1 from month-num
       end-if.
       move month-num to prev-yyyymm.

load-rate-tables.
       open input wage-file.
       perform until wage-status not = "00"
           read wage-file
               not at end
                   if wage-count < 200
                       add 1 to wage-count
                       move Fwage-roll to wt-roll(wage-count)
                       move Fwage-rate to wt-rate(wage-count)
                       move Fwage-effective-from to wt-from(wage-count)
                   end-if
       end-perform.
       close wage-file.

       open input salary-file.
       perform until salary-status not = "00"
           read salary-file
               not at end
                   if sal-count < 200
                       add 1 to sal-count
                       move Fsal-emptype to st-emptype(sal-count)
                       move Fsal-amount to st-amount(sal-count)
                       move Fsal-effective-from to st-from(sal-count)
                   end-if
       end-perform.
       close salary-file.

       perform varying co-idx from 1 by 1 until co-idx > 99
           move zero to shift-hours(co-idx)
       end-perform.
       open input shift-file.
       perform until shift-status not = "00"
           read shift-file
               not at end
                   if Fshift-roll >= 1 and Fshift-roll <= 99
                       and shift-hours(Fshift-roll) = zero
                       move Fshift-expected-hours
                           to shift-hours(Fshift-roll)
                   end-if
       end-perform.
       close shift-file.

load-departments.
       perform varying co-idx from 1 by 1 until co-idx > 99
           move zero to dpt-exists(co-idx)
           move zero to co-used(co-idx)
           move zero to co-days(co-idx)
           move zero to co-amount(co-idx)
           move zero to co-prev-amount(co-idx)
       end-perform.
       open input department-file.
       perform until dept-status not = "00"
           read department-file
               not at end
                   if Fdept-id >= 1 and Fdept-id <= 99
                       move 1 to dpt-exists(Fdept-id)
                       move Fdept-name to dpt-name(Fdept-id)
                   end-if
       end-perform.
       close department-file.

load-users.
       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if emp-count < 2000
                       add 1 to emp-count
                       perform load-one-user
                   end-if
       end-perform.
       close user-file.

load-one-user.
       move Fuserid to emp-userid(emp-count).
       move Fdept to emp-dept(emp-count).
       move zero to emp-open-days(emp-count) emp-excluded-days(emp-count)
           emp-valued-days(emp-count) emp-amount(emp-count).
       *> 評価基準日までに退職した者は退職精算で処理済みのため対象外
       if Fretire-date = spaces or Fretire-date = "00000000"
           or Fretire-date > month-end-date
           move 1 to emp-active(emp-count)
       else
           move zero to emp-active(emp-count)
       end-if.

       move 1 to emp-co(emp-count).
       open input employee-company-file.
       if employee-company-status = "00"
           move Fuserid to Fec-userid
           read employee-company-file
               invalid key continue
           end-read
           if employee-company-status = "00"
               move Fec-company to emp-co(emp-count)
           end-if
           close employee-company-file
       end-if.

       *> 雇用形態に月給の登録があれば月給から、なければ役職の時給から
       *> 日額を求める（いずれも評価基準日時点で有効な単価）
       move zero to monthly-salary.
       move spaces to best-from.
       perform varying st-idx from 1 by 1 until st-idx > sal-count
           if st-emptype(st-idx) = Femptype
               and st-from(st-idx) <= month-end-date
               and st-from(st-idx) > best-from
               move st-amount(st-idx) to monthly-salary
               move st-from(st-idx) to best-from
           end-if
       end-perform.
       if monthly-salary > zero
           compute emp-daily(emp-count) rounded =
               monthly-salary / month-days
       else
           move zero to hourly-rate
           move spaces to best-from
           perform varying wt-idx from 1 by 1 until wt-idx > wage-count
               if wt-roll(wt-idx) = Froll
                   and wt-from(wt-idx) <= month-end-date
                   and wt-from(wt-idx) > best-from
                   move wt-rate(wt-idx) to hourly-rate
                   move wt-from(wt-idx) to best-from
               end-if
           end-perform
           move default-hours to day-hours
           if Froll >= 1 and Froll <= 99
               and shift-hours(Froll) > zero
               move shift-hours(Froll) to day-hours
           end-if
           compute emp-daily(emp-count) rounded =
               hourly-rate * day-hours
       end-if.
       if emp-daily(emp-count) = zero
           and emp-active(emp-count) = 1
           add 1 to unpriced-count
       end-if.

compute-usage-ratio.
       *> 直近2年間に失効した付与分の消化率（使用日数 ÷ 付与日数）
       if usage-override = 1
           go to compute-usage-ratio-exit
       end-if.
       open input grant-file.
       if grant-status not = "00"
           move 100.0 to usage-pct
           go to compute-usage-ratio-exit
       end-if.
       perform until grant-status not = "00"
           read grant-file next record
               not at end
                   if Fgrant-expiry < month-end-date
                       and Fgrant-expiry >= history-from
                       add Fgrant-days to hist-days
                       add Fgrant-used to hist-used
                   end-if
       end-perform.
       close grant-file.
       if hist-days = zero
           move 100.0 to usage-pct
       else
           compute usage-pct rounded = hist-used * 100 / hist-days
       end-if.

compute-usage-ratio-exit.
       exit.

value-grants.
       open input grant-file.
       if grant-status not = "00"
           display "./dat/leave-grant.dat がありません"
           go to value-grants-exit
       end-if.
       perform until grant-status not = "00"
           read grant-file next record
               not at end
                   if Fgrant-date <= month-end-date
                       and Fgrant-expiry >= month-end-date
                       and Fgrant-days > Fgrant-used
                       perform value-one-lot thru value-one-lot-exit
                   end-if
       end-perform.
       close grant-file.

value-grants-exit.
       exit.

value-one-lot.
       move zero to find-idx.
       perform varying emp-idx from 1 by 1 until emp-idx > emp-count
           if emp-userid(emp-idx) = Fgrant-userid
               set find-idx to emp-idx
           end-if
       end-perform.
       if find-idx = zero
           go to value-one-lot-exit
       end-if.
       if emp-active(find-idx) = zero
           go to value-one-lot-exit
       end-if.

       compute lot-remaining = Fgrant-days - Fgrant-used.
       add lot-remaining to emp-open-days(find-idx).

       *> 取得見込日より前に失効する付与分は取得されずに消えるとみて除外
       if Fgrant-expiry < take-date
           add lot-remaining to emp-excluded-days(find-idx)
           add 1 to excluded-count
           go to value-one-lot-exit
       end-if.

       compute lot-valued rounded = lot-remaining * usage-ratio.
       compute lot-amount rounded = lot-valued * emp-daily(find-idx).
       add lot-valued to emp-valued-days(find-idx).
       add lot-amount to emp-amount(find-idx).
       add 1 to lot-count.

value-one-lot-exit.
       exit.

summarize-employees.
       perform varying emp-idx from 1 by 1 until emp-idx > emp-count
           if emp-active(emp-idx) = 1
               and emp-open-days(emp-idx) > zero
               perform add-dept-company
           end-if
       end-perform.

add-dept-company.
       move zero to dc-found.
       perform varying dc-idx from 1 by 1 until dc-idx > dc-count
           if dc-co(dc-idx) = emp-co(emp-idx)
               and dc-dept(dc-idx) = emp-dept(emp-idx)
               add emp-valued-days(emp-idx) to dc-days(dc-idx)
               add emp-amount(emp-idx) to dc-amount(dc-idx)
               move 1 to dc-found
           end-if
       end-perform.
       if dc-found = zero and dc-count < 1000
           add 1 to dc-count
           move emp-co(emp-idx) to dc-co(dc-count)
           move emp-dept(emp-idx) to dc-dept(dc-count)
           move emp-valued-days(emp-idx) to dc-days(dc-count)
           move emp-amount(emp-idx) to dc-amount(dc-count)
       end-if.
       if emp-co(emp-idx) >= 1 and emp-co(emp-idx) <= 99
           move 1 to co-used(emp-co(emp-idx))
           add emp-valued-days(emp-idx) to co-days(emp-co(emp-idx))
           add emp-amount(emp-idx) to co-amount(emp-co(emp-idx))
       end-if.
       add emp-valued-days(emp-idx) to total-days.
       add emp-amount(emp-idx) to total-amount.

save-valuation.
       *> 当月分を洗い替えで保存し、前月分を戻入の計上用に読む
       open i-o liability-file.
       if liability-status not = "00"
           open output liability-file
           close liability-file
           open i-o liability-file
       end-if.
       if liability-status not = "00"
           display "leave-liability.dat を開けません"
           go to save-valuation-exit
       end-if.

       move target-yyyymm to Fll-yyyymm.
       move zero to Fll-company Fll-dept.
       start liability-file key >= Fll-key
           invalid key move "23" to liability-status
       end-start.
       perform until liability-status not = "00"
           read liability-file next record
               at end move "10" to liability-status
               not at end
                   if Fll-yyyymm not = target-yyyymm
                       move "10" to liability-status
                   else
                       delete liability-file record
                           invalid key continue
                       end-delete
                   end-if
           end-read
       end-perform.

       perform varying dc-idx from 1 by 1 until dc-idx > dc-count
           move target-yyyymm to Fll-yyyymm
           move dc-co(dc-idx) to Fll-company
           move dc-dept(dc-idx) to Fll-dept
           move dc-days(dc-idx) to Fll-days
           move dc-amount(dc-idx) to Fll-amount
           move usage-pct to Fll-usage-pct
           move function current-date to Fll-valued-at
           write Fll-rec
               invalid key
                   display "評価結果の保存に失敗しました "
                       Fll-company " " Fll-dept
           end-write
       end-perform.

       *> 前月分（戻入の対象）がある会社も仕訳の出力対象にする
       move prev-yyyymm to Fll-yyyymm.
       move zero to Fll-company Fll-dept.
       move "00" to liability-status.
       start liability-file key >= Fll-key
           invalid key move "23" to liability-status
       end-start.
       perform until liability-status not = "00"
           read liability-file next record
               at end move "10" to liability-status
               not at end
                   if Fll-yyyymm not = prev-yyyymm
                       move "10" to liability-status
                   else
                       if Fll-company >= 1 and Fll-company <= 99
                           move 1 to co-used(Fll-company)
                           add Fll-amount to co-prev-amount(Fll-company)
                       end-if
                   end-if
           end-read
       end-perform.
       close liability-file.

save-valuation-exit.
       exit.

write-report.
       move spaces to report-name.
       string "./dat/leave-liability-" delimited by size
           target-yyyymm delimited by size
           ".txt" delimited by size
           into report-name
       end-string.
       open output report-file.

       move spaces to report-line.
       string "有給休暇引当金 評価表  評価基準日 " delimited by size
           month-end-date delimited by size
           "  取得見込率 " delimited by size
           pct-edit delimited by size
           " %" delimited by size
           into report-line
       end-string.
       write report-line.
       move spaces to report-line.
       string "取得見込日 " delimited by size
           take-date delimited by size
           " より前に失効する付与分は除外" delimited by size
           into report-line
       end-string.
       write report-line.
       move spaces to report-line.
       write report-line.
       move "userid  会社 部署  未消化日数  除外日数  評価日数  日額  引当額"
           to report-line.
       write report-line.

       perform varying emp-idx from 1 by 1 until emp-idx > emp-count
           if emp-active(emp-idx) = 1
               and emp-open-days(emp-idx) > zero
               perform write-employee-line
           end-if
       end-perform.

       move spaces to report-line.
       write report-line.
       move "-- 部署別（会社 部署 評価日数 引当額）--" to report-line.
       write report-line.
       perform varying dc-idx from 1 by 1 until dc-idx > dc-count
           move spaces to line-dept-name
           if dc-dept(dc-idx) >= 1 and dc-dept(dc-idx) <= 99
               and dpt-exists(dc-dept(dc-idx)) = 1
               string function trim(dpt-name(dc-dept(dc-idx)))
                   delimited by size
                   into line-dept-name
               end-string
           end-if
           move dc-days(dc-idx) to days-edit
           move dc-amount(dc-idx) to amount-edit
           move spaces to report-line
           string dc-co(dc-idx) delimited by size
               " " delimited by size
               dc-dept(dc-idx) delimited by size
               " " delimited by size
               function trim(line-dept-name) delimited by size
               " " delimited by size
               days-edit delimited by size
               " " delimited by size
               amount-edit delimited by size
               into report-line
           end-string
           write report-line
       end-perform.

       move spaces to report-line.
       write report-line.
       move "-- 会社別（会社 評価日数 引当額 前月引当額）--" to report-line.
       write report-line.
       perform varying co-idx from 1 by 1 until co-idx > 99
           if co-used(co-idx) = 1
               move co-idx to co-code
               move co-days(co-idx) to days-edit
               move co-amount(co-idx) to amount-edit
               move co-prev-amount(co-idx) to prev-amount-edit
               move spaces to report-line
               string co-code delimited by size
                   " " delimited by size
                   days-edit delimited by size
                   " " delimited by size
                   amount-edit delimited by size
                   " " delimited by size
                   prev-amount-edit delimited by size
                   into report-line
               end-string
               write report-line
           end-if
       end-perform.

       move spaces to report-line.
       write report-line.
       move total-days to days-edit.
       move total-amount to amount-edit.
       move spaces to report-line.
       string "合計 評価日数 " delimited by size
           days-edit delimited by size
           "  引当額 " delimited by size
           amount-edit delimited by size
           into report-line
       end-string.
       write report-line.
       close report-file.

write-employee-line.
       move emp-open-days(emp-idx) to open-edit.
       move emp-excluded-days(emp-idx) to excl-edit.
       move emp-valued-days(emp-idx) to days-edit.
       move emp-daily(emp-idx) to rate-edit.
       move emp-amount(emp-idx) to amount-edit.
       move spaces to report-line.
       string emp-userid(emp-idx) delimited by size
           " " delimited by size
           emp-co(emp-idx) delimited by size
           " " delimited by size
           emp-dept(emp-idx) delimited by size
           " " delimited by size
           open-edit delimited by size
           " " delimited by size
           excl-edit delimited by size
           " " delimited by size
           days-edit delimited by size
           " " delimited by size
           rate-edit delimited by size
           " " delimited by size
           amount-edit delimited by size
           into report-line
       end-string.
       write report-line.

write-journals.
       *> gl-allocation と同じ形式の仕訳CSVを会社ごとに出力する。
       *> 前月末の引当額を戻入（REVERSAL）し、当月末の評価額を
       *> 計上（ACCRUAL）する洗替法
       perform varying co-idx from 1 by 1 until co-idx > 99
           if co-used(co-idx) = 1
               move co-idx to co-code
               perform write-company-journal
           end-if
       end-perform.

write-company-journal.
       move spaces to journal-name.
       string "./dat/gl-leave-liability-" delimited by size
           target-yyyymm delimited by size
           "-" delimited by size
           co-code delimited by size
           ".csv" delimited by size
           into journal-name
       end-string.
       open output journal-file.
       move "dept,dept_name,cost_element,amount" to journal-line.
       write journal-line.

       open input liability-file.
       if liability-status = "00"
           move prev-yyyymm to Fll-yyyymm
           move co-code to Fll-company
           move zero to Fll-dept
           start liability-file key >= Fll-key
               invalid key move "23" to liability-status
           end-start
           perform until liability-status not = "00"
               read liability-file next record
                   at end move "10" to liability-status
                   not at end
                       if Fll-yyyymm not = prev-yyyymm
                           or Fll-company not = co-code
                           move "10" to liability-status
                       else
                           move Fll-dept to csv-dept
                           move Fll-amount to csv-amount
                           perform write-journal-row-reversal
                       end-if
               end-read
           end-perform
           close liability-file
       end-if.

       perform varying dc-idx from 1 by 1 until dc-idx > dc-count
           if dc-co(dc-idx) = co-code
               move dc-dept(dc-idx) to csv-dept
               move dc-amount(dc-idx) to csv-amount
               perform write-journal-row-accrual
           end-if
       end-perform.
       close journal-file.
       display function trim(journal-name) " を出力しました".

write-journal-row-reversal.
       perform set-journal-dept-name.
       move spaces to journal-line.
       string
           csv-dept delimited by size
           "," delimited by size
           function trim(line-dept-name) delimited by size
           ",LEAVE_LIABILITY_REVERSAL," delimited by size
           function trim(csv-amount) delimited by size
           into journal-line
       end-string.
       write journal-line.
       add 1 to journal-rows.

write-journal-row-accrual.
       perform set-journal-dept-name.
       move spaces to journal-line.
       string
           csv-dept delimited by size
           "," delimited by size
           function trim(line-dept-name) delimited by size
           ",LEAVE_LIABILITY_ACCRUAL," delimited by size
           function trim(csv-amount) delimited by size
           into journal-line
       end-string.
       write journal-line.
       add 1 to journal-rows.

set-journal-dept-name.
       move spaces to line-dept-name.
       if csv-dept >= 1 and csv-dept <= 99
           and dpt-exists(csv-dept) = 1
           string function trim(dpt-name(csv-dept)) delimited by size
               into line-dept-name
           end-string
       end-if.

lookup-run-param.
       move zero to run-param-found.
       move spaces to run-param-value.
       open input run-param-file.
       if run-param-status not = "00"
           go to lookup-run-param-exit
       end-if.
       move "kintai-leave-liability" to Frp-program.
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
