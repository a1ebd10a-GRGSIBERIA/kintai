identification division.
program-id. kintai-disability-report.

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
           select disability-file assign to "./dat/disability.dat"
               organization indexed
               access mode sequential
               record key is Fdis-userid
               status disability-status.
           select work-condition-file assign to "./dat/work-condition.dat"
               organization indexed
               access mode sequential
               record key is Fwc-key
               status work-condition-status.
           select rate-file assign to "./dat/disability-rate.dat"
               organization relative
               access mode sequential
               relative key rate-key
               status rate-status.
           select read-access-file assign to "./dat/read-access.dat"
               organization line sequential
               status read-access-status.
           select report-file assign using report-name
               organization line sequential
               status report-status.
           select csv-file assign using csv-name
               organization line sequential
               status csv-status.
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
       fd disability-file.
           01 Fdis-rec.
               03 Fdis-userid pic 9(7).
               03 Fdis-cert-type pic 9.
               03 Fdis-grade pic X(2).
               03 Fdis-severe pic X.
               03 Fdis-issued-date pic X(8).
               03 Fdis-expiry-date pic X(8).
               03 Fdis-registered-by pic 9(7).
               03 Fdis-registered-at pic X(21).
       fd work-condition-file.
           01 Fwc-rec.
               03 Fwc-key.
                   05 Fwc-userid pic 9(7).
                   05 Fwc-effective-from pic X(8).
               03 Fwc-weekly-days pic 9.
               03 Fwc-weekly-hours pic 9(2)v99.
               03 Fwc-annual-days pic 9(3).
               03 Fwc-registered-by pic 9(7).
               03 Fwc-registered-at pic X(21).
       fd rate-file.
           01 Fdr-rec.
               03 Fdr-from-yyyymm pic X(6).
               03 Fdr-rate pic 9v99.
               03 Fdr-min-workers pic 9(3)v9.
       fd read-access-file.
           01 Fra-rec.
               03 Fra-timestamp pic X(21).
               03 Fra-filler1 pic X.
               03 Fra-viewer pic 9(7).
               03 Fra-filler2 pic X.
               03 Fra-program pic X(20).
               03 Fra-filler3 pic X.
               03 Fra-target pic X(20).
               03 Fra-filler4 pic X.
               03 Fra-dest pic X(8).
               03 Fra-filler5 pic X.
               03 Fra-purpose pic X(2).
               03 Fra-filler6 pic X.
               03 Fra-view pic X.
       fd report-file.
           01 report-line pic X(200).
       fd csv-file.
           01 csv-line pic X(200).
working-storage section.
       01 rate-key pic 9(2).
       01 status-rec.
           03 run-param-status pic XX.
           03 user-status pic XX.
           03 disability-status pic XX.
           03 work-condition-status pic XX.
           03 rate-status pic XX.
           03 read-access-status pic XX.
           03 report-status pic XX.
           03 csv-status pic XX.
       *> 無人実行用の実行パラメータ（run-param.dat）
       01 run-param-name pic X(20).
       01 run-param-found pic 9.
       01 run-param-value pic X(30).
       01 today pic X(8).
       01 fiscal-year pic 9(4).
       01 next-fiscal-year pic 9(4).
       01 report-name pic X(60).
       01 csv-name pic X(60).
       *> 在籍者（役員を除く）と手帳情報
       01 user-table.
           03 ut-entry occurs 3000 times indexed by usr-idx.
               05 ut-userid pic 9(7).
               05 ut-join pic X(8).
               05 ut-end pic X(8).
               05 ut-cert-type pic 9.
               05 ut-severe pic X.
               05 ut-issued pic X(8).
               05 ut-expiry pic X(8).
       01 user-count pic 9(4) value zero.
       01 find-idx pic 9(4).
       01 u-found pic 9(4).
       *> 週所定労働時間の履歴（登録がなければ週40時間とみなす）
       01 wc-table.
           03 wc-entry occurs 6000 times indexed by wc-idx.
               05 wc-userid pic 9(7).
               05 wc-from pic X(8).
               05 wc-hours pic 9(2)v99.
       01 wc-count pic 9(4) value zero.
       01 weekly-hours pic 9(2)v99.
       01 hours-found pic 9.
       *> 法定雇用率の履歴
       01 rate-table.
           03 rt-entry occurs 20 times.
               05 rt-from pic X(6).
               05 rt-rate pic 9v99.
       01 rt-count pic 99 value zero.
       01 rt-idx pic 99.
       01 legal-rate pic 9v99.
       *> 算定基礎日（各月1日）ごとの集計。
       *> 障害者は種別（1=身体 2=知的 3=精神）× 重度（1=重度 2=重度以外）×
       *> 時間区分（1=週30時間以上 2=20時間以上30時間未満 3=10時間以上20時間未満）
       01 as-of-date pic X(8).
       01 hours-class pic 9.
       01 severe-idx pic 9.
       01 type-idx pic 9.
       01 count-table.
           03 ct-type occurs 3 times.
               05 ct-severe occurs 2 times.
                   07 ct-persons pic 9(5) occurs 3 times.
       01 full-workers pic 9(5).
       01 short-workers pic 9(5).
       01 no-hours-count pic 9(5).
       01 expired-count pic 9(5).
       01 workforce pic 9(5)v9.
       01 disabled-count pic 9(5)v9.
       01 required-count pic 9(5).
       01 shortfall pic s9(5)v9.
       01 actual-rate pic 9(3)v99.
       01 add-weight pic 9v9.
       *> 月別の結果
       01 month-table.
           03 mt-entry occurs 12 times.
               05 mt-date pic X(8).
               05 mt-computed pic 9.
               05 mt-workforce pic 9(5)v9.
               05 mt-disabled pic 9(5)v9.
               05 mt-rate pic 9v99.
               05 mt-required pic 9(5).
               05 mt-actual-rate pic 9(3)v99.
               05 mt-shortfall pic s9(5)v9.
               05 mt-expired pic 9(5).
       01 month-idx pic 99.
       01 month-num pic 9(8).
       01 shortfall-months pic 99 value zero.
       *> 6月1日現在の報告用
       01 june-date pic X(8).
       01 june-num pic 9(8).
       01 june-table.
           03 jt-type occurs 3 times.
               05 jt-severe occurs 2 times.
                   07 jt-persons pic 9(5) occurs 3 times.
       01 june-full pic 9(5).
       01 june-short pic 9(5).
       01 june-workforce pic 9(5)v9.
       01 june-disabled pic 9(5)v9.
       01 june-required pic 9(5).
       01 june-rate pic 9v99.
       01 june-actual-rate pic 9(3)v99.
       01 june-shortfall pic s9(5)v9.
       01 june-computed pic 9 value zero.
       01 type-label pic X(12).
       01 severe-label pic X(12).
       01 disp-count pic ZZZZ9.
       01 disp-half pic ZZZZ9.9.
       01 disp-half2 pic ZZZZ9.9.
       01 disp-short pic -ZZZZ9.9.
       01 disp-rate pic Z9.99.
       01 disp-actual pic ZZ9.99.
       *> ジョブチェーン実行台帳に載せる処理件数（呼び出し元と共有）
       01 job-step-count pic 9(7) external.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "障害者雇用率の月次算定・障害者雇用状況報告".
       move zero to job-step-count.
       move function current-date(1:8) to today.

       move "fiscal-year" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move function numval(run-param-value) to fiscal-year
       else
           display "対象年度を入力してください (例: 2026、空欄は当年度)"
           move zero to fiscal-year
           accept fiscal-year
       end-if.
       if fiscal-year = zero
           move function numval(today(1:4)) to fiscal-year
           if today(5:2) < "04"
               subtract 1 from fiscal-year
           end-if
       end-if.
       compute next-fiscal-year = fiscal-year + 1.
       compute june-num = fiscal-year * 10000 + 0601.
       move june-num to june-date.
       display "対象 " fiscal-year "年度（算定基礎日は各月1日、報告は "
           june-date " 現在）".

       perform load-rates thru load-rates-exit.
       if rt-count = zero
           display "法定雇用率マスタ（disability-rate.dat）がありません"
           goback
       end-if.
       perform load-users thru load-users-exit.
       perform load-disability thru load-disability-exit.
       perform load-work-conditions thru load-work-conditions-exit.
       perform write-read-access.

       initialize month-table.
       perform varying month-idx from 1 by 1 until month-idx > 12
           if month-idx <= 9
               compute month-num =
                   fiscal-year * 10000 + (month-idx + 3) * 100 + 1
           else
               compute month-num =
                   next-fiscal-year * 10000 + (month-idx - 9) * 100 + 1
           end-if
           move month-num to mt-date(month-idx)
           *> 算定基礎日が未到来の月は集計しない
           if mt-date(month-idx) <= today
               move mt-date(month-idx) to as-of-date
               perform tally-date
               move 1 to mt-computed(month-idx)
               move workforce to mt-workforce(month-idx)
               move disabled-count to mt-disabled(month-idx)
               move legal-rate to mt-rate(month-idx)
               move required-count to mt-required(month-idx)
               move actual-rate to mt-actual-rate(month-idx)
               move shortfall to mt-shortfall(month-idx)
               move expired-count to mt-expired(month-idx)
               if shortfall > zero
                   add 1 to shortfall-months
               end-if
               if as-of-date = june-date
                   move 1 to june-computed
                   move count-table to june-table
                   move full-workers to june-full
                   move short-workers to june-short
                   move workforce to june-workforce
                   move disabled-count to june-disabled
                   move required-count to june-required
                   move legal-rate to june-rate
                   move actual-rate to june-actual-rate
                   move shortfall to june-shortfall
               end-if
           end-if
       end-perform.

       perform write-report.
       perform write-csv.

       display function trim(report-name) " に出力しました".
       if shortfall-months > zero
           display "法定雇用障害者数に不足する月が " shortfall-months
               " か月あります"
       end-if.
       move user-count to job-step-count.
       goback.

load-rates.
       open input rate-file.
       if rate-status not = "00"
           go to load-rates-exit
       end-if.
       perform until rate-status not = "00"
           read rate-file
               not at end
                   if rt-count < 20
                       add 1 to rt-count
                       move Fdr-from-yyyymm to rt-from(rt-count)
                       move Fdr-rate to rt-rate(rt-count)
                   end-if
       end-perform.
       close rate-file.

load-rates-exit.
       exit.

load-users.
       *> 役員は常用労働者に含めない
       open input user-file.
       if user-status not = "00"
           display "user.dat を開けません"
           go to load-users-exit
       end-if.
       perform until user-status not = "00"
           read user-file next record
               not at end
                   if Froll not = 2
                       and Fjoin-date(1:8) is numeric
                       and user-count < 3000
                       add 1 to user-count
                       move Fuserid to ut-userid(user-count)
                       move Fjoin-date(1:8) to ut-join(user-count)
                       if Fretire-date = spaces
                           or Fretire-date = "00000000"
                           move spaces to ut-end(user-count)
                       else
                           move Fretire-date to ut-end(user-count)
                       end-if
                       move zero to ut-cert-type(user-count)
                   end-if
       end-perform.
       close user-file.

load-users-exit.
       exit.

load-disability.
       open input disability-file.
       if disability-status not = "00"
           go to load-disability-exit
       end-if.
       perform until disability-status not = "00"
           read disability-file next record
               not at end
                   perform find-user
                   if u-found > zero
                       move Fdis-cert-type to ut-cert-type(u-found)
                       move Fdis-severe to ut-severe(u-found)
                       move Fdis-issued-date to ut-issued(u-found)
                       move Fdis-expiry-date to ut-expiry(u-found)
                   end-if
       end-perform.
       close disability-file.

load-disability-exit.
       exit.

find-user.
       move zero to u-found.
       perform varying find-idx from 1 by 1
           until find-idx > user-count or u-found > zero
           if ut-userid(find-idx) = Fdis-userid
               move find-idx to u-found
           end-if
       end-perform.

load-work-conditions.
       open input work-condition-file.
       if work-condition-status not = "00"
           go to load-work-conditions-exit
       end-if.
       perform until work-condition-status not = "00"
           read work-condition-file next record
               not at end
                   if wc-count < 6000
                       add 1 to wc-count
                       move Fwc-userid to wc-userid(wc-count)
                       move Fwc-effective-from to wc-from(wc-count)
                       move Fwc-weekly-hours to wc-hours(wc-count)
                   end-if
       end-perform.
       close work-condition-file.

load-work-conditions-exit.
       exit.

tally-date.
       initialize count-table.
       move zero to full-workers short-workers no-hours-count
           expired-count disabled-count.

       *> 算定基礎日の法定雇用率（適用開始年月が最も新しいもの）
       move zero to legal-rate.
       perform varying rt-idx from 1 by 1 until rt-idx > rt-count
           if rt-from(rt-idx) <= as-of-date(1:6)
               move rt-rate(rt-idx) to legal-rate
           end-if
       end-perform.

       perform varying usr-idx from 1 by 1 until usr-idx > user-count
           if ut-join(usr-idx) <= as-of-date
               and (ut-end(usr-idx) = spaces
                   or ut-end(usr-idx) >= as-of-date)
               perform tally-one-user thru tally-one-user-exit
           end-if
       end-perform.

       *> 常用労働者数＝週30時間以上×1＋週20時間以上30時間未満×0.5
       compute workforce = full-workers + short-workers * 0.5.
       *> 法定雇用障害者数は1人未満の端数を切り捨てる
       compute required-count = workforce * legal-rate / 100.
       compute shortfall = required-count - disabled-count.
       if workforce = zero
           move zero to actual-rate
       else
           compute actual-rate = disabled-count * 100 / workforce
       end-if.

tally-one-user.
       move zero to hours-found.
       move 40 to weekly-hours.
       perform varying wc-idx from 1 by 1 until wc-idx > wc-count
           if wc-userid(wc-idx) = ut-userid(usr-idx)
               and wc-from(wc-idx) <= as-of-date
               move wc-hours(wc-idx) to weekly-hours
               move 1 to hours-found
           end-if
       end-perform.
       if hours-found = zero
           add 1 to no-hours-count
       end-if.

       evaluate true
       when weekly-hours >= 30
           move 1 to hours-class
           add 1 to full-workers
       when weekly-hours >= 20
           move 2 to hours-class
           add 1 to short-workers
       when weekly-hours >= 10
           move 3 to hours-class
       when other
           move zero to hours-class
       end-evaluate.

       if ut-cert-type(usr-idx) = zero or hours-class = zero
           go to tally-one-user-exit
       end-if.
       if ut-issued(usr-idx) > as-of-date
           go to tally-one-user-exit
       end-if.
       if ut-expiry(usr-idx) not = spaces
           and ut-expiry(usr-idx) < as-of-date
           add 1 to expired-count
           go to tally-one-user-exit
       end-if.

       move ut-cert-type(usr-idx) to type-idx.
       if ut-severe(usr-idx) = "Y" and type-idx not = 3
           move 1 to severe-idx
       else
           move 2 to severe-idx
       end-if.

       *> 実雇用障害者数の算定
       *>   週30時間以上      重度2  重度以外1  精神1
       *>   週20〜30時間未満  重度1  重度以外0.5  精神1
       *>   週10〜20時間未満  重度0.5  精神0.5（2024年4月以降）
       move zero to add-weight.
       evaluate hours-class
       when 1
           if severe-idx = 1
               move 2 to add-weight
           else
               move 1 to add-weight
           end-if
       when 2
           if severe-idx = 1 or type-idx = 3
               move 1 to add-weight
           else
               move 0.5 to add-weight
           end-if
       when other
           if as-of-date >= "20240401"
               and (severe-idx = 1 or type-idx = 3)
               move 0.5 to add-weight
           end-if
       end-evaluate.
       if add-weight > zero
           add 1 to ct-persons(type-idx, severe-idx, hours-class)
           add add-weight to disabled-count
       end-if.

tally-one-user-exit.
       exit.

write-report.
       move spaces to report-name.
       string "./dat/disability-employment-" delimited by size
           fiscal-year delimited by size
           ".txt" delimited by size
           into report-name
       end-string.
       open output report-file.

       move spaces to report-line.
       string "障害者雇用状況  " delimited by size
           fiscal-year delimited by size
           "年度  作成日 " delimited by size
           today delimited by size
           into report-line
       end-string.
       write report-line.
       move " " to report-line.
       write report-line.

       move spaces to report-line.
       string "■ 障害者雇用状況報告（" delimited by size
           june-date delimited by size
           " 現在）" delimited by size
           into report-line
       end-string.
       write report-line.
       if june-computed = zero
           move "  算定基礎日が未到来のため作成していません" to report-line
           write report-line
       else
           perform write-june-section
       end-if.

       move " " to report-line.
       write report-line.
       move "■ 月別の実雇用率と不足数（算定基礎日は各月1日）" to report-line.
       write report-line.
       move "算定基礎日   常用労働者数  法定雇用率  法定雇用障害者数  実雇用障害者数  実雇用率   不足数  期限切れ"
           to report-line.
       write report-line.
       perform varying month-idx from 1 by 1 until month-idx > 12
           move spaces to report-line
           move mt-date(month-idx) to report-line(1:8)
           if mt-computed(month-idx) = zero
               move "（未到来）" to report-line(14:30)
           else
               move mt-workforce(month-idx) to disp-half
               move disp-half to report-line(16:7)
               move mt-rate(month-idx) to disp-rate
               move disp-rate to report-line(31:5)
               move mt-required(month-idx) to disp-count
               move disp-count to report-line(50:5)
               move mt-disabled(month-idx) to disp-half
               move disp-half to report-line(64:7)
               move mt-actual-rate(month-idx) to disp-actual
               move disp-actual to report-line(76:6)
               move mt-shortfall(month-idx) to disp-short
               move disp-short to report-line(84:8)
               move mt-expired(month-idx) to disp-count
               move disp-count to report-line(95:5)
               if mt-shortfall(month-idx) > zero
                   move "不足" to report-line(102:6)
               end-if
           end-if
           write report-line
       end-perform.
       move " " to report-line.
       write report-line.
       move "（不足数＝法定雇用障害者数−実雇用障害者数。マイナスは超過。期限切れは有効期限を過ぎた手帳で算定から除外）"
           to report-line.
       write report-line.
       if no-hours-count > zero
           move spaces to report-line
           move no-hours-count to disp-count
           string "（労働条件の登録がなく週40時間として扱った在籍者 " delimited by size
               disp-count delimited by size
               " 名。直近の算定基礎日時点）" delimited by size
               into report-line
           end-string
           write report-line
       end-if.
       close report-file.

write-june-section.
       move "区分                     週30時間以上  週20〜30時間未満  週10〜20時間未満"
           to report-line.
       write report-line.
       move june-full to disp-count.
       move spaces to report-line.
       move "常用労働者" to report-line(1:24).
       move disp-count to report-line(30:5).
       move june-short to disp-count.
       move disp-count to report-line(48:5).
       write report-line.
       perform varying type-idx from 1 by 1 until type-idx > 3
           perform varying severe-idx from 1 by 1 until severe-idx > 2
               if type-idx not = 3 or severe-idx = 2
                   perform write-june-row
               end-if
           end-perform
       end-perform.
       move " " to report-line.
       write report-line.
       move june-workforce to disp-half.
       move spaces to report-line.
       string "常用労働者数（短時間は0.5人）       " delimited by size
           disp-half delimited by size
           into report-line
       end-string.
       write report-line.
       move june-rate to disp-rate.
       move june-required to disp-count.
       move spaces to report-line.
       string "法定雇用障害者数（法定雇用率 " delimited by size
           disp-rate delimited by size
           "%）   " delimited by size
           disp-count delimited by size
           into report-line
       end-string.
       write report-line.
       move june-disabled to disp-half.
       move spaces to report-line.
       string "実雇用障害者数（重度は2人等で算定） " delimited by size
           disp-half delimited by size
           into report-line
       end-string.
       write report-line.
       move june-actual-rate to disp-actual.
       move spaces to report-line.
       string "実雇用率                             " delimited by size
           disp-actual delimited by size
           " %" delimited by size
           into report-line
       end-string.
       write report-line.
       move june-shortfall to disp-short.
       move spaces to report-line.
       string "不足数                              " delimited by size
           disp-short delimited by size
           into report-line
       end-string.
       write report-line.

write-june-row.
       evaluate type-idx
       when 1
           move "身体障害者" to type-label
       when 2
           move "知的障害者" to type-label
       when other
           move "精神障害者" to type-label
       end-evaluate.
       if severe-idx = 1
           move "（重度）" to severe-label
       else
           if type-idx = 3
               move spaces to severe-label
           else
               move "（重度以外）" to severe-label
           end-if
       end-if.
       move spaces to report-line.
       string type-label delimited by space
           severe-label delimited by space
           into report-line
       end-string.
       move jt-persons(type-idx, severe-idx, 1) to disp-count.
       move disp-count to report-line(30:5).
       move jt-persons(type-idx, severe-idx, 2) to disp-count.
       move disp-count to report-line(48:5).
       move jt-persons(type-idx, severe-idx, 3) to disp-count.
       move disp-count to report-line(66:5).
       write report-line.

write-csv.
       move spaces to csv-name.
       string "./dat/disability-employment-" delimited by size
           fiscal-year delimited by size
           ".csv" delimited by size
           into csv-name
       end-string.
       open output csv-file.
       move "base_date,workforce,legal_rate,required,disabled_count,actual_rate,shortfall,expired"
           to csv-line.
       write csv-line.
       perform varying month-idx from 1 by 1 until month-idx > 12
           if mt-computed(month-idx) = 1
               move mt-workforce(month-idx) to disp-half
               move mt-disabled(month-idx) to disp-half2
               move mt-rate(month-idx) to disp-rate
               move mt-actual-rate(month-idx) to disp-actual
               move mt-shortfall(month-idx) to disp-short
               move spaces to csv-line
               string mt-date(month-idx) delimited by size
                   "," delimited by size
                   function trim(disp-half) delimited by size
                   "," delimited by size
                   function trim(disp-rate) delimited by size
                   "," delimited by size
                   mt-required(month-idx) delimited by size
                   "," delimited by size
                   function trim(disp-half2) delimited by size
                   "," delimited by size
                   function trim(disp-actual) delimited by size
                   "," delimited by size
                   function trim(disp-short) delimited by size
                   "," delimited by size
                   mt-expired(month-idx) delimited by size
                   into csv-line
               end-string
               write csv-line
           end-if
       end-perform.
       close csv-file.

write-read-access.
       *> 手帳情報を読んで集計したことを閲覧証跡に残す
       open extend read-access-file.
       if read-access-status not = "00"
           open output read-access-file
       end-if.
       move function current-date to Fra-timestamp.
       move zero to Fra-viewer.
       move "kintai-disab-report" to Fra-program.
       move "ALL" to Fra-target.
       move "FILE" to Fra-dest.
       move spaces to Fra-purpose.
       move "F" to Fra-view.
       move " " to Fra-filler1 Fra-filler2 Fra-filler3 Fra-filler4
           Fra-filler5 Fra-filler6.
       write Fra-rec.
       close read-access-file.

lookup-run-param.
       move zero to run-param-found.
       move spaces to run-param-value.
       open input run-param-file.
       if run-param-status not = "00"
           go to lookup-run-param-exit
       end-if.
       move "kintai-disability-report" to Frp-program.
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
