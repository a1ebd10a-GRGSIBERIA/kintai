identification division.
program-id. kintai-minimum-wage-check.

environment division.
input-output section.
       file-control.
           select user-file assign to "./dat/user.dat"
               organization indexed
               access mode sequential
               record key is Fuserid
               status user-status.
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
           select shift-file assign to "./dat/shift.dat"
               organization relative
               access mode sequential
               relative key shift-key
               status shift-status.
           select short-hours-file assign to "./dat/short-hours.dat"
               organization relative
               access mode sequential
               relative key sh-key
               status sh-status.
           select leave-holiday-file assign to "./dat/holiday.dat"
               organization relative
               access mode sequential
               relative key lv-holiday-key
               status lv-holiday-status.
           select schedule-cal-file assign to "./dat/schedule-cal.dat"
               organization indexed
               access mode dynamic
               record key is Fscal-key
               status schedule-cal-status.
           select workplace-file assign to "./dat/workplace.dat"
               organization relative
               access mode sequential
               relative key workplace-key
               status workplace-status.
           select minimum-wage-file assign to "./dat/minimum-wage.dat"
               organization relative
               access mode sequential
               relative key minimum-wage-key
               status minimum-wage-status.
           select run-param-file assign to "./dat/run-param.dat"
               organization indexed
               access mode dynamic
               record key is Frp-key
               status run-param-status.
           select report-file assign using report-name
               organization line sequential
               status report-status.
data division.
file section.
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
       fd shift-file.
           01 Fshift-rec.
               03 Fshift-roll pic 9(2).
               03 Fshift-start pic 9(4).
               03 Fshift-end pic 9(4).
               03 Fshift-expected-hours pic 9(2)v99.
       fd short-hours-file.
           01 Fsh-rec.
               03 Fsh-userid pic 9(7).
               03 Fsh-from pic X(8).
               03 Fsh-to pic X(8).
               03 Fsh-daily-hours pic 9(2)v99.
               03 Fsh-start-time pic 9(4).
               03 Fsh-end-time pic 9(4).
       fd leave-holiday-file.
           01 Flvhol-rec.
               03 Flvhol-date pic X(8).
               03 Flvhol-name pic N(20).
       fd schedule-cal-file.
           01 Fscal-rec.
               03 Fscal-key.
                   05 Fscal-dept pic 9(2).
                   05 Fscal-date pic X(8).
               03 Fscal-minutes pic 9(4).
       fd workplace-file.
           01 Fwp-rec.
               03 Fwp-dept pic 9(2).
               03 Fwp-prefecture pic N(10).
       fd minimum-wage-file.
           01 Fmw-rec.
               03 Fmw-prefecture pic N(10).
               03 Fmw-effective-from pic X(8).
               03 Fmw-hourly pic 9(5).
       fd run-param-file.
           01 Frp-rec.
               03 Frp-key.
                   05 Frp-program pic X(30).
                   05 Frp-param pic X(20).
               03 Frp-value pic X(30).
       fd report-file.
           01 report-line pic X(160).
working-storage section.
       01 wage-key pic 99.
       01 salary-key pic 99.
       01 pay-grade-key pic 9(4).
       01 pay-item-key pic 9(4).
       01 shift-key pic 99.
       01 sh-key pic 9(5).
       01 lv-holiday-key pic 99.
       01 workplace-key pic 9(4).
       01 minimum-wage-key pic 9(4).
       01 status-rec.
           03 user-status pic XX.
           03 wage-status pic XX.
           03 salary-status pic XX.
           03 pay-grade-status pic XX.
           03 pay-assign-status pic XX.
           03 pay-item-status pic XX.
           03 pay-item-assign-status pic XX.
           03 shift-status pic XX.
           03 sh-status pic XX.
           03 lv-holiday-status pic XX.
           03 schedule-cal-status pic XX.
           03 workplace-status pic XX.
           03 minimum-wage-status pic XX.
           03 run-param-status pic XX.
           03 report-status pic XX.
       *> 無人実行用の実行パラメータ（run-param.dat）
       01 run-param-name pic X(20).
       01 run-param-found pic 9.
       01 run-param-value pic X(30).
       01 rp-prev-mm pic 99.
       01 rp-prev-yyyy pic 9(4).
       01 target-yyyymm pic X(6).
       01 month-start-date pic X(8).
       01 month-end-date pic X(8).
       01 report-name pic X(60).
       *> 僅差として警告する幅（円）
       01 margin-yen pic 9(3).
       *> 対象月の暦（土日・休日を除いた日を所定労働日とする）
       01 month-last-day pic 99.
       01 month-year pic 9(4).
       01 is-lv-holiday pic 9 occurs 31 times
           indexed by lvh-idx.
       01 day-is-business pic 9 occurs 31 times.
       01 lv-day-slot pic 99.
       01 bd-day-num pic 99.
       01 bd-date pic X(8).
       01 bd-day-int pic 9(8).
       01 bd-week-num pic 9.
       *> 勤務地（部署→都道府県）
       01 workplace-table.
           03 wp-prefecture pic N(10) occurs 99 times.
       01 wp-found pic 9 occurs 99 times.
       01 wp-idx pic 9(3).
       *> 地域別最低賃金の履歴
       01 mw-table.
           03 mw-entry occurs 1000 times.
               05 mw-prefecture pic N(10).
               05 mw-from pic X(8).
               05 mw-hourly pic 9(5).
       01 mw-count pic 9(4) value zero.
       01 mw-idx pic 9(4).
       *> 手当・控除項目マスタ（最低賃金に算入する支給項目）
       01 item-table.
           03 item-entry occurs 200 times.
               05 item-code pic 9(3).
               05 item-kind pic X.
               05 item-minwage pic X.
       01 item-count pic 9(3) value zero.
       01 item-idx pic 9(3).
       *> 本人の手当（項目ごとに対象月末時点で有効な登録）
       01 user-item-table.
           03 user-item occurs 50 times.
               05 ui-code pic 9(3).
               05 ui-amount pic 9(7).
               05 ui-to pic X(8).
       01 user-item-count pic 99.
       01 ui-idx pic 99.
       01 ui-match pic 99.
       *> 本人の等級号俸（pay-assign.dat）
       01 assign-found pic 9.
       01 assign-grade pic 9(2).
       01 assign-step pic 9(3).
       01 assign-best-from pic X(8).
       01 grade-found pic 9.
       01 grade-pay-type pic X.
       01 grade-amount pic 9(8)v99.
       01 grade-best-from pic X(8).
       *> 時給・月給
       01 applicable-rate pic 9(5)v99.
       01 rate-found pic 9.
       01 best-effective-from pic X(8).
       01 salary-amount pic 9(8)v99.
       01 salary-best-from pic X(8).
       01 salaried-found pic 9.
       01 minwage-items pic 9(8).
       01 monthly-base pic 9(9)v99.
       *> 月間所定労働時間
       01 expect-minutes pic 9(5).
       01 scheduled-minutes pic 9(6).
       01 scal-day-num pic 99.
       01 scal-date-ws pic X(8).
       01 hourly-equiv pic 9(5)v99.
       *> 判定
       01 user-prefecture pic N(10).
       01 pref-source pic X(4).
       01 current-min pic 9(5).
       01 current-from pic X(8).
       01 next-min pic 9(5).
       01 next-from pic X(8).
       01 judge-label pic X(16).
       01 min-diff pic s9(5)v99.
       01 checked-count pic 9(5) value zero.
       01 violation-count pic 9(5) value zero.
       01 near-count pic 9(5) value zero.
       01 upcoming-count pic 9(5) value zero.
       01 unknown-count pic 9(5) value zero.
       01 skipped-count pic 9(5) value zero.
       01 disp-rate pic Z(4)9.99.
       01 disp-min pic Z(4)9.
       01 disp-next pic Z(4)9.
       01 disp-diff pic +(4)9.99.
       01 disp-hours pic Z(3)9.99.
       01 scheduled-hours pic 9(4)v99.
       *> ジョブチェーン実行台帳に載せる処理件数（呼び出し元と共有）
       01 job-step-count pic 9(7) external.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "地域別最低賃金チェック（勤務地の都道府県の最低賃金と比較）".

       move "target-yyyymm" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move run-param-value(1:6) to target-yyyymm
           display "実行パラメータにより対象年月 " target-yyyymm
               " で実行します"
       else
           display "対象年月を入力してください (例: 202610、空欄は当月)"
           move spaces to target-yyyymm
           accept target-yyyymm
       end-if.
       if target-yyyymm = spaces
           move function current-date(1:6) to target-yyyymm
       end-if.

       move "margin-yen" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           compute margin-yen = function numval(run-param-value)
       else
           display "僅差として警告する幅（円）を入力してください (既定 30)"
           accept margin-yen
       end-if.
       if margin-yen = zero
           move 30 to margin-yen
       end-if.

       move target-yyyymm to month-start-date(1:6).
       move "01" to month-start-date(7:2).
       move target-yyyymm to month-end-date(1:6).
       move "31" to month-end-date(7:2).

       perform compute-month-length.
       perform load-workplaces.
       perform load-minimum-wages.
       if mw-count = zero
           display "地域別最低賃金（minimum-wage.dat）が登録されていません"
           display "（kintai-minimum-wage-set で登録してから再実行してください）"
           move zero to job-step-count
           goback
       end-if.
       perform load-pay-items.

       move spaces to report-name.
       string "./dat/minimum-wage-check-" delimited by size
           target-yyyymm delimited by size
           ".txt" delimited by size
           into report-name
       end-string.
       open output report-file.

       move spaces to report-line.
       string "地域別最低賃金チェック  対象年月 " delimited by size
           target-yyyymm delimited by size
           "  僅差の幅 " delimited by size
           margin-yen delimited by size
           " 円" delimited by size
           into report-line
       end-string.
       write report-line.
       move "判定        userid   勤務地          区分  時間額換算  最低賃金  差額      改定後"
           to report-line.
       write report-line.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if Fretire-date = spaces
                       or Fretire-date = "00000000"
                       or Fretire-date >= month-start-date
                       perform check-one-user thru check-one-user-exit
                   end-if
       end-perform.
       close user-file.

       move spaces to report-line.
       string "対象 " delimited by size
           checked-count delimited by size
           " 名  違反 " delimited by size
           violation-count delimited by size
           " 名  僅差 " delimited by size
           near-count delimited by size
           " 名  改定後に不足 " delimited by size
           upcoming-count delimited by size
           " 名  最低賃金未登録 " delimited by size
           unknown-count delimited by size
           " 名" delimited by size
           into report-line
       end-string.
       write report-line.
       close report-file.

       display " ".
       display "対象 " checked-count " 名  違反 " violation-count
           " 名  僅差 " near-count " 名  改定後に不足 " upcoming-count " 名".
       if unknown-count > 0
           display "警告: 勤務地の最低賃金が未登録の従業員が "
               unknown-count " 名います"
       end-if.
       if skipped-count > 0
           display "警告: 単価・月給または所定労働時間が不明で判定できない従業員が "
               skipped-count " 名います"
       end-if.
       display function trim(report-name) " に出力しました".
       compute job-step-count = violation-count + near-count.
       goback.

check-one-user.
       *> 対象月に在籍しない従業員は判定しない
       if Fjoin-date(1:8) > month-end-date
           go to check-one-user-exit
       end-if.

       perform lookup-pay-assign thru lookup-pay-assign-exit.
       perform lookup-wage.
       perform lookup-salary.

       if salaried-found = 1
           perform lookup-minwage-items thru lookup-minwage-items-exit
           perform compute-scheduled-minutes
           if scheduled-minutes = zero
               add 1 to skipped-count
               go to check-one-user-exit
           end-if
           compute monthly-base = salary-amount + minwage-items
           *> 円未満は切り捨てて比較する（事業主に有利な端数処理はしない）
           compute hourly-equiv =
               monthly-base * 60 / scheduled-minutes
       else
           if rate-found = zero
               add 1 to skipped-count
               go to check-one-user-exit
           end-if
           move applicable-rate to hourly-equiv
       end-if.

       perform lookup-user-minimum.
       add 1 to checked-count.

       if current-min = zero
           add 1 to unknown-count
           move "未登録" to judge-label
           move zero to min-diff
           perform write-judge-line
           go to check-one-user-exit
       end-if.

       compute min-diff = hourly-equiv - current-min.
       if hourly-equiv < current-min
           add 1 to violation-count
           move "違反" to judge-label
           perform write-judge-line
           go to check-one-user-exit
       end-if.
       if hourly-equiv < current-min + margin-yen
           add 1 to near-count
           move "僅差" to judge-label
           perform write-judge-line
           go to check-one-user-exit
       end-if.
       if next-min > zero and hourly-equiv < next-min
           add 1 to upcoming-count
           move "改定後不足" to judge-label
           perform write-judge-line
       end-if.

check-one-user-exit.
       exit.

write-judge-line.
       move hourly-equiv to disp-rate.
       move current-min to disp-min.
       move min-diff to disp-diff.
       move spaces to report-line.
       string judge-label delimited by size
           Fuserid delimited by size
           "  " delimited by size
           user-prefecture delimited by size
           pref-source delimited by size
           into report-line
       end-string.
       if salaried-found = 1
           move "月給" to report-line(50:6)
       else
           move "時給" to report-line(50:6)
       end-if.
       move disp-rate to report-line(58:8).
       move disp-min to report-line(70:5).
       move disp-diff to report-line(78:8).
       if next-min > zero
           move next-min to disp-next
           string disp-next delimited by size
               "（" delimited by size
               next-from delimited by size
               "〜）" delimited by size
               into report-line(88:40)
           end-string
       end-if.
       write report-line.

       if salaried-found = 1
           compute scheduled-hours = scheduled-minutes / 60
           move scheduled-hours to disp-hours
           move spaces to report-line
           string "            月額 " delimited by size
               monthly-base delimited by size
               "（うち算入手当 " delimited by size
               minwage-items delimited by size
               "） / 所定 " delimited by size
               disp-hours delimited by size
               " 時間" delimited by size
               into report-line
           end-string
           write report-line
       end-if.

lookup-user-minimum.
       *> 部署の勤務地を優先し、未設定なら本人の住所の都道府県で判定する
       if Fdept >= 1 and Fdept <= 99 and wp-found(Fdept) = 1
           move wp-prefecture(Fdept) to user-prefecture
           move spaces to pref-source
       else
           move Faddress-prefecture to user-prefecture
           move "*" to pref-source
       end-if.

       move zero to current-min next-min.
       move spaces to current-from next-from.
       perform varying mw-idx from 1 by 1 until mw-idx > mw-count
           if mw-prefecture(mw-idx) = user-prefecture
               if mw-from(mw-idx) <= month-end-date
                   if mw-from(mw-idx) > current-from
                       move mw-hourly(mw-idx) to current-min
                       move mw-from(mw-idx) to current-from
                   end-if
               else
                   *> 対象月より後に発効する改定（10月改定の予定額）
                   if mw-from(mw-idx) > next-from
                       move mw-hourly(mw-idx) to next-min
                       move mw-from(mw-idx) to next-from
                   end-if
               end-if
           end-if
       end-perform.

lookup-wage.
       move zero to rate-found.
       move zero to applicable-rate.
       move spaces to best-effective-from.

       open input wage-file.
       perform until wage-status not = "00"
           read wage-file
               not at end
                   if Fwage-roll = Froll
                       and Fwage-effective-from <= month-end-date
                       and Fwage-effective-from > best-effective-from
                       move Fwage-rate to applicable-rate
                       move Fwage-effective-from to best-effective-from
                       move 1 to rate-found
                   end-if
       end-perform.
       close wage-file.

       *> 時給の等級号俸が割り当てられていれば本人の単価を使う
       if assign-found = 1 and grade-pay-type = "H"
           move grade-amount to applicable-rate
           move 1 to rate-found
       end-if.

lookup-salary.
       *> 雇用形態に月給の登録があれば月給制（payroll-exportと同じ規則）
       move zero to salaried-found.
       move zero to salary-amount.
       move spaces to salary-best-from.

       open input salary-file.
       perform until salary-status not = "00"
           read salary-file
               not at end
                   if Fsal-emptype = Femptype
                       and Fsal-effective-from <= month-end-date
                       and Fsal-effective-from > salary-best-from
                       move Fsal-amount to salary-amount
                       move Fsal-effective-from to salary-best-from
                       move 1 to salaried-found
                   end-if
       end-perform.
       close salary-file.

       if assign-found = 1 and grade-pay-type = "M"
           move grade-amount to salary-amount
           move 1 to salaried-found
       end-if.
       if assign-found = 1 and grade-pay-type = "H"
           move zero to salaried-found
       end-if.

lookup-minwage-items.
       *> 最低賃金に算入する支給項目（項目マスタで算入=Y）の月額合計。
       *> 通勤・家族・精皆勤手当など算入しない項目は月給に足さない
       move zero to minwage-items.
       move zero to user-item-count.

       open input pay-item-assign-file.
       if pay-item-assign-status not = "00"
           go to lookup-minwage-items-exit
       end-if.
       move Fuserid to Fpia-userid.
       move zero to Fpia-code.
       move low-values to Fpia-effective-from.
       start pay-item-assign-file key >= Fpia-key
           invalid key move "10" to pay-item-assign-status
       end-start.
       perform until pay-item-assign-status not = "00"
           read pay-item-assign-file next record
               at end move "10" to pay-item-assign-status
               not at end
                   if Fpia-userid not = Fuserid
                       move "10" to pay-item-assign-status
                   else
                       if Fpia-effective-from <= month-end-date
                           perform keep-user-item
                               thru keep-user-item-exit
                       end-if
                   end-if
           end-read
       end-perform.
       close pay-item-assign-file.

       perform varying ui-idx from 1 by 1 until ui-idx > user-item-count
           if ui-to(ui-idx) = spaces
               or ui-to(ui-idx) >= month-start-date
               perform varying item-idx from 1 by 1
                   until item-idx > item-count
                   if item-code(item-idx) = ui-code(ui-idx)
                       and item-kind(item-idx) = "E"
                       and item-minwage(item-idx) = "Y"
                       add ui-amount(ui-idx) to minwage-items
                   end-if
               end-perform
           end-if
       end-perform.

lookup-minwage-items-exit.
       exit.

keep-user-item.
       *> 同じ項目は適用開始日の昇順に読むので後の登録で上書きする
       move zero to ui-match.
       perform varying ui-idx from 1 by 1 until ui-idx > user-item-count
           if ui-code(ui-idx) = Fpia-code
               move ui-idx to ui-match
           end-if
       end-perform.
       if ui-match = zero
           if user-item-count >= 50
               go to keep-user-item-exit
           end-if
           add 1 to user-item-count
           move user-item-count to ui-match
           move Fpia-code to ui-code(ui-match)
       end-if.
       move Fpia-amount to ui-amount(ui-match).
       move Fpia-effective-to to ui-to(ui-match).

keep-user-item-exit.
       exit.

compute-scheduled-minutes.
       *> 月間所定労働時間。変形労働時間制の所定カレンダーに登録がある日は
       *> その分数、ない日は営業日に限りシフト（時短勤務）の所定時間を積む
       perform lookup-shift.
       move zero to scheduled-minutes.
       open input schedule-cal-file.
       perform varying scal-day-num from 1 by 1
           until scal-day-num > month-last-day
           move "99" to schedule-cal-status
           if Fdept not = zero
               move target-yyyymm to scal-date-ws(1:6)
               move scal-day-num to scal-date-ws(7:2)
               move Fdept to Fscal-dept
               move scal-date-ws to Fscal-date
               read schedule-cal-file
                   invalid key continue
               end-read
           end-if
           if schedule-cal-status = "00"
               add Fscal-minutes to scheduled-minutes
           else
               if day-is-business(scal-day-num) = 1
                   add expect-minutes to scheduled-minutes
               end-if
           end-if
       end-perform.
       close schedule-cal-file.

lookup-shift.
       *> シフト未登録の役職は法定労働時間の8時間/日とする
       move 480 to expect-minutes.

       open input shift-file.
       perform until shift-status not = "00"
           read shift-file
               not at end
                   if Fshift-roll = Froll
                       compute expect-minutes =
                           Fshift-expected-hours * 60
                   end-if
       end-perform.
       close shift-file.

       *> 時短勤務の措置が対象月にかかる従業員は所定労働時間を短縮する
       open input short-hours-file.
       perform until sh-status not = "00"
           read short-hours-file
               not at end
                   if Fsh-userid = Fuserid
                       and Fsh-from <= month-end-date
                       and Fsh-to >= month-start-date
                       compute expect-minutes =
                           Fsh-daily-hours * 60
                   end-if
       end-perform.
       close short-hours-file.

lookup-pay-assign.
       *> 対象月末時点で有効な本人の等級号俸と、その時点の等級号俸表の額
       move zero to assign-found grade-found.
       move spaces to assign-best-from grade-best-from.

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
           end-perform
           close pay-grade-file
       end-if.

       if grade-found = zero
           move zero to assign-found
       end-if.

lookup-pay-assign-exit.
       exit.

compute-month-length.
       evaluate target-yyyymm(5:2)
       when "04"
       when "06"
       when "09"
       when "11"
           move 30 to month-last-day
       when "02"
           move function numval(target-yyyymm(1:4)) to month-year
           if function mod(month-year, 400) = 0
               move 29 to month-last-day
           else
               if function mod(month-year, 100) = 0
                   move 28 to month-last-day
               else
                   if function mod(month-year, 4) = 0
                       move 29 to month-last-day
                   else
                       move 28 to month-last-day
                   end-if
               end-if
           end-if
       when other
           move 31 to month-last-day
       end-evaluate.

       perform varying lvh-idx from 1 by 1 until lvh-idx > 31
           move zero to is-lv-holiday(lvh-idx)
       end-perform.

       open input leave-holiday-file.
       perform until lv-holiday-status not = "00"
           read leave-holiday-file
               not at end
                   if Flvhol-date(1:6) = target-yyyymm
                       move function numval(Flvhol-date(7:2))
                           to lv-day-slot
                       if lv-day-slot >= 1 and lv-day-slot <= 31
                           move 1 to is-lv-holiday(lv-day-slot)
                       end-if
                   end-if
       end-perform.
       close leave-holiday-file.

       perform varying bd-day-num from 1 by 1 until bd-day-num > 31
           move zero to day-is-business(bd-day-num)
       end-perform.
       perform varying bd-day-num from 1 by 1
           until bd-day-num > month-last-day
           if is-lv-holiday(bd-day-num) = zero
               move target-yyyymm to bd-date(1:6)
               move bd-day-num to bd-date(7:2)
               compute bd-day-int =
                   function integer-of-date(function numval(bd-date))
               compute bd-week-num = function mod(bd-day-int, 7)
               if bd-week-num not = 6 and bd-week-num not = 0
                   move 1 to day-is-business(bd-day-num)
               end-if
           end-if
       end-perform.

load-workplaces.
       perform varying wp-idx from 1 by 1 until wp-idx > 99
           move zero to wp-found(wp-idx)
       end-perform.
       open input workplace-file.
       if workplace-status = "00"
           perform until workplace-status not = "00"
               read workplace-file
                   not at end
                       if Fwp-dept >= 1 and Fwp-dept <= 99
                           move Fwp-prefecture to wp-prefecture(Fwp-dept)
                           move 1 to wp-found(Fwp-dept)
                       end-if
           end-perform
           close workplace-file
       end-if.

load-minimum-wages.
       move zero to mw-count.
       open input minimum-wage-file.
       if minimum-wage-status = "00"
           perform until minimum-wage-status not = "00"
               read minimum-wage-file
                   not at end
                       if mw-count < 1000
                           add 1 to mw-count
                           move Fmw-prefecture to mw-prefecture(mw-count)
                           move Fmw-effective-from to mw-from(mw-count)
                           move Fmw-hourly to mw-hourly(mw-count)
                       end-if
           end-perform
           close minimum-wage-file
       end-if.

load-pay-items.
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
                           move Fpi-minwage to item-minwage(item-count)
                       end-if
           end-perform
           close pay-item-file
       end-if.

lookup-run-param.
       move zero to run-param-found.
       move spaces to run-param-value.
       open input run-param-file.
       if run-param-status not = "00"
           go to lookup-run-param-exit
       end-if.
       move "kintai-minimum-wage-check" to Frp-program.
       move run-param-name to Frp-param.
       read run-param-file
           invalid key continue
       end-read.
       if run-param-status = "00"
           move Frp-value to run-param-value
           move 1 to run-param-found
       end-if.
       close run-param-file.

       *> CUR-MONTH は当月、PREV-MONTH は前月に展開する
       if run-param-found = 1
           and run-param-value(1:9) = "CUR-MONTH"
           move spaces to run-param-value
           move function current-date(1:6) to run-param-value(1:6)
       end-if.
       if run-param-found = 1
           and run-param-value(1:10) = "PREV-MONTH"
           move function numval(function current-date(1:4))
               to rp-prev-yyyy
           move function numval(function current-date(5:2))
               to rp-prev-mm
           if rp-prev-mm = 1
               move 12 to rp-prev-mm
               subtract 1 from rp-prev-yyyy
           else
               subtract 1 from rp-prev-mm
           end-if
           move spaces to run-param-value
           string rp-prev-yyyy delimited by size
               rp-prev-mm delimited by size
               into run-param-value
           end-string
       end-if.

lookup-run-param-exit.
       exit.
