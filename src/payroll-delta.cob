           select delta-file assign using delta-name
               organization line sequential
               status delta-status.
           select prorate-policy-file assign to "./dat/prorate-policy.dat"
               organization relative
               access mode sequential
               relative key prorate-key
               status prorate-status.
           select emptype-history-file
               assign to "./dat/emptype-history.dat"
               organization line sequential
               status emptype-hist-status.
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
               03 Fabs-dept pic 9(2).
               03 Fabs-detected-at pic X(21).
       fd kept-file.
           01 kept-line pic X(1024).
       fd manifest-file.
           01 Fman-rec.
               03 Fman-key.
               03 Fman-created-at pic X(21).
       fd delta-file.
           01 delta-line pic X(256).
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
           03 delta-status pic XX.
           03 salary-status pic XX.
           03 pay-grade-status pic XX.
           03 pay-assign-status pic XX.
           03 prorate-status pic XX.
           03 emptype-hist-status pic XX.
           03 absence-status pic XX.
       01 target-yyyymm pic X(6).
       01 month-locked pic 9.
       01 month-year pic 9(4).
       01 is-lv-holiday pic 9 occurs 31 times
           indexed by lvh-idx.
       01 lv-day-slot pic 99.
       *> 丸めポリシー（未登録の雇用形態は丸めなし）
       01 round-unit pic 9(2) value 1.
       01 round-in-dir pic 9 value 2.
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
       01 scan-done pic 9.
       *> 月給制（payroll-exportと同じ規則で再計算する）
       01 bd-week-num pic 9.
       01 salary-deduction pic 9(8)v99.
       01 salary-base-pay pic 9(8)v99.
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
       *> 確定時（最新版の控え）の支給額テーブル
       01 kept-table.
           03 kept-entry occurs 2000 times indexed by kpt-idx.
       01 csv-new pic Z(8)9.99.
       01 csv-delta pic +(8)9.99.
       01 sum-disp pic +(9)9.99.
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
                   perform lookup-shift
                   perform lookup-round-policy
                   perform tally-user-hours
                   perform lookup-pay-assign
                       thru lookup-pay-assign-exit
                   perform lookup-wage
                   perform apply-monthly-salary
                       thru apply-monthly-salary-exit
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

       move zero to salaried-found.
       perform varying pr-day from 1 by 1 until pr-day > 31
           move zero to day-salary(pr-day)
           if pr-day >= prorate-from-day
               and pr-day <= prorate-to-day
               and pr-day <= month-last-day
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
