identification division.
program-id. kintai-separation-cert.

environment division.
input-output section.
       file-control.
           select user-file assign to "./dat/user.dat"
               organization indexed
               access mode dynamic
               record key is Fuserid
               status user-status.
           select stamp-file assign to "./dat/stamp.dat"
               organization indexed
               access mode dynamic
               record key is Fstamp-id
               alternate record key is Fstamp-user-key
                   with duplicates
               sharing with all other
               lock mode is automatic
               status stamp-status.
           select leave-file assign to "./dat/leave.dat"
               organization indexed
               access mode dynamic
               record key is Fleave-id
               status leave-status.
           select leave-type-file assign to "./dat/leave-type.dat"
               organization relative
               access mode sequential
               relative key ltype-key
               status ltype-status.
           select absence-file assign to "./dat/absence.dat"
               organization line sequential
               status absence-status.
           select salary-file assign to "./dat/salary.dat"
               organization relative
               access mode sequential
               relative key salary-key
               status salary-status.
           select manifest-file assign to "./dat/payroll-manifest.dat"
               organization indexed
               access mode dynamic
               record key is Fman-key
               status manifest-status.
           select kept-file assign using kept-name
               organization line sequential
               status kept-status.
           select month-lock-file assign to "./dat/month-lock.dat"
               organization relative
               access mode sequential
               relative key mlock-key
               status mlock-status.
           select allowance-file
               assign to "./dat/retire-allowance-transfer.dat"
               organization indexed
               access mode dynamic
               record key is Fratr-userid
               status allowance-status.
           select statement-file assign using statement-name
               organization line sequential
               status statement-status.
           select cert-file assign using cert-name
               organization line sequential
               status cert-status.
           select egov-file assign using egov-name
               organization line sequential
               status egov-status.
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
       fd stamp-file.
           01 Fstamp-rec.
               03 Fstamp-id pic 9(12).
               03 Fstamp-user-key.
                   05 Fstamp-userid pic 9(7).
                   05 Fstamp-datetime pic X(21).
               03 Fstamp-statusid pic 9.
               03 Fstamp-approver pic 9(7).
               03 Fstamp-cancelled pic X.
               03 Fstamp-cancel-approver pic 9(7).
       fd leave-file.
           01 Fleave-rec.
               03 Fleave-id pic 9(7).
               03 Fleave-userid pic 9(7).
               03 Fleave-start-date pic X(8).
               03 Fleave-end-date pic X(8).
               03 Fleave-status pic 9.
               03 Fleave-approver pic 9(7).
               03 Fleave-requested-at pic X(21).
               03 Fleave-unit pic 9.
               03 Fleave-hours pic 9(2).
               03 Fleave-type pic 9(2).
       fd leave-type-file.
           01 Fltype-rec.
               03 Fltype-id pic 9(2).
               03 Fltype-name pic N(10).
               03 Fltype-paid pic X.
               03 Fltype-draws-grant pic X.
               03 Fltype-limit-days pic 9(2).
       fd absence-file.
           01 Fabs-rec.
               03 Fabs-userid pic 9(7).
               03 Fabs-date pic X(8).
               03 Fabs-dept pic 9(2).
               03 Fabs-detected-at pic X(21).
       fd salary-file.
           01 Fsal-rec.
               03 Fsal-emptype pic 9(2).
               03 Fsal-amount pic 9(8)v99.
               03 Fsal-effective-from pic X(8).
       fd manifest-file.
           01 Fman-rec.
               03 Fman-key.
                   05 Fman-yyyymm pic X(6).
                   05 Fman-version pic 9(3).
               03 Fman-rows pic 9(5).
               03 Fman-total-hours pic 9(7)v99.
               03 Fman-total-pay pic 9(10)v99.
               03 Fman-filename pic X(60).
               03 Fman-created-at pic X(21).
       fd kept-file.
           01 kept-line pic X(1024).
       fd month-lock-file.
           01 Fmlock-rec.
               03 Fmlock-yyyymm pic X(6).
               03 Fmlock-locked-at pic X(21).
       fd allowance-file.
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
       fd statement-file.
           01 statement-line pic X(160).
       fd cert-file.
           01 cert-line pic X(160).
       fd egov-file.
           01 egov-line pic X(300).
working-storage section.
       01 ltype-key pic 99.
       01 salary-key pic 9(4).
       01 mlock-key pic 9(5).
       01 status-rec.
           03 user-status pic XX.
           03 stamp-status pic XX.
           03 leave-status pic XX.
           03 ltype-status pic XX.
           03 absence-status pic XX.
           03 salary-status pic XX.
           03 manifest-status pic XX.
           03 kept-status pic XX.
           03 mlock-status pic XX.
           03 allowance-status pic XX.
           03 statement-status pic XX.
           03 cert-status pic XX.
           03 egov-status pic XX.
       01 target-userid pic 9(7).
       01 retire-date pic X(8).
       01 join-date pic X(8).
       01 monthly-paid pic 9.
       01 reason-code pic X.
       01 reason-input pic X.
       01 reason-name pic X(60).
       *> 離職日から遡る2年分（25か月）の日別の出勤・有給・欠勤
       01 window-start pic X(8).
       01 window-start-int pic 9(8).
       01 window-end-int pic 9(8).
       01 day-table.
           03 day-entry occurs 800 times.
               05 day-mark pic X.
               05 day-minutes pic 9(5).
       01 day-idx pic 9(4).
       01 day-int pic 9(8).
       01 day-num pic 9(8).
       01 lt-paid-table.
           03 lt-paid pic X occurs 20 times.
       01 lt-idx pic 9(2).
       01 prev-in-int pic 9(8).
       01 prev-in-minutes pic s9(9).
       01 punch-abs-minutes pic s9(9).
       01 punch-day-int pic 9(8).
       01 scan-done pic 9.
       *> 期間の集計
       01 range-from pic X(8).
       01 range-to pic X(8).
       01 range-from-int pic 9(8).
       01 range-to-int pic 9(8).
       01 range-base-days pic 9(3).
       01 range-calendar-days pic 9(3).
       01 range-minutes pic 9(7).
       01 range-hours pic 9(5)v99.
       *> 月単位の日付ずらし
       01 shift-base pic 9(8).
       01 shift-base-r redefines shift-base.
           03 shift-base-yyyy pic 9(4).
           03 shift-base-mm pic 9(2).
           03 shift-base-dd pic 9(2).
       01 shift-months pic 9(3).
       01 shift-result pic 9(8).
       01 shift-result-r redefines shift-result.
           03 shift-yyyy pic 9(4).
           03 shift-mm pic 9(2).
           03 shift-dd pic 9(2).
       01 shift-total pic 9(6).
       01 shift-last-day pic 9(2).
       01 shift-next-first pic 9(8).
       *> (A) 被保険者期間算定対象期間
       01 a-count pic 9(2) value zero.
       01 a-qualified pic 9(2) value zero.
       01 a-table.
           03 a-entry occurs 24 times.
               05 a-from pic X(8).
               05 a-to pic X(8).
               05 a-days pic 9(3).
               05 a-hours pic 9(5)v99.
               05 a-counted pic X.
       01 a-idx pic 9(2).
       *> (B) 賃金支払対象期間（給与計算の月単位）
       01 b-count pic 9(2) value zero.
       01 b-qualified pic 9(2) value zero.
       01 b-table.
           03 b-entry occurs 25 times.
               05 b-yyyymm pic X(6).
               05 b-from pic X(8).
               05 b-to pic X(8).
               05 b-days pic 9(3).
               05 b-hours pic 9(5)v99.
               05 b-wage pic 9(9).
               05 b-found pic 9.
               05 b-counted pic X.
       01 b-idx pic 9(2).
       01 b-total-wage pic 9(10) value zero.
       01 retire-month-end pic 9.
       *> 給与控え（payroll-export の最新版）からの読み取り
       01 kept-name pic X(60).
       01 best-version pic 9(3).
       01 header-skipped pic 9.
       01 kept-cols.
           03 kept-col pic X(40) occurs 35 times.
       01 kept-tallying pic 99.
       01 line-userid pic 9(7).
       01 line-pay pic 9(9).
       01 line-hours pic 9(5)v99.
       01 line-leave-days pic 9(3)v9.
       *> 退職時精算ステートメントとの突合
       01 statement-name pic X(60).
       01 last-locked-yyyymm pic X(6).
       01 settle-found pic 9 value zero.
       01 settle-hours pic 9(5)v99 value zero.
       01 settle-part1 pic X(160).
       01 settle-part2 pic X(160).
       01 settle-num pic X(20).
       01 stamp-unsettled-minutes pic 9(7) value zero.
       01 stamp-unsettled-hours pic 9(5)v99 value zero.
       01 hours-diff pic s9(5)v99.
       01 check-result pic X(80).
       01 cert-name pic X(60).
       01 egov-name pic X(60).
       01 disp-days pic ZZ9.
       01 disp-hours pic ZZZZ9.99.
       01 disp-wage pic Z(8)9.
       01 seq-edit pic 99.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "雇用保険被保険者離職証明書（賃金支払状況）の作成".

       display "対象の従業員IDを入力してください".
       accept target-userid.

       open input user-file.
       move target-userid to Fuserid.
       read user-file
           invalid key continue
       end-read.
       close user-file.
       if user-status not = "00"
           display "指定された従業員が見つかりません"
           stop run
       end-if.
       move Fretire-date to retire-date.
       move Fjoin-date(1:8) to join-date.
       if retire-date is not numeric or retire-date = "00000000"
           display "退職日が登録されていません（kintai-user-retire で登録してください）"
           stop run
       end-if.
       if join-date is not numeric
           move "00000000" to join-date
       end-if.

       perform accept-reason.
       perform check-monthly-paid.

       *> 離職日の24か月前の月初から離職日までを日別に集計する
       move retire-date to shift-base.
       move 24 to shift-months.
       perform shift-back-months.
       move shift-result to day-num.
       move "01" to day-num(7:2).
       move day-num to window-start.
       compute window-start-int = function integer-of-date(day-num).
       move retire-date to day-num.
       compute window-end-int = function integer-of-date(day-num).
       move spaces to day-table.
       perform varying day-idx from 1 by 1 until day-idx > 800
           move zero to day-minutes(day-idx)
       end-perform.
       perform load-leave-types.
       perform mark-stamp-days thru mark-stamp-days-exit.
       perform mark-leave-days thru mark-leave-days-exit.
       perform mark-absence-days thru mark-absence-days-exit.

       perform build-a-periods thru build-a-periods-exit.
       perform build-b-periods thru build-b-periods-exit.
       perform cross-check-settlement thru cross-check-settlement-exit.

       perform write-cert.
       perform write-egov.

       display " ".
       display "(A) 被保険者期間 " a-qualified " 期間 / (B) 賃金支払対象 "
           b-qualified " 期間".
       display function trim(check-result).
       display function trim(cert-name) " を出力しました".
       display function trim(egov-name) " を出力しました".
       stop run.

accept-reason.
       *> 退職金計算で登録した退職事由があれば離職理由の初期値にする
       move "5" to reason-code.
       open input allowance-file.
       if allowance-status = "00"
           move target-userid to Fratr-userid
           read allowance-file
               invalid key continue
           end-read
           if allowance-status = "00"
               evaluate Fratr-reason
               when 2
                   move "4" to reason-code
               when 3
                   move "2" to reason-code
               when other
                   move "5" to reason-code
               end-evaluate
           end-if
           close allowance-file
       end-if.

       display "離職理由コードを入力してください（空欄は " reason-code "）".
       display "  1=事業所の倒産等 2=定年 3=労働契約期間満了等".
       display "  4=事業主からの働きかけ 5=労働者の判断 6=その他".
       move space to reason-input.
       accept reason-input.
       if reason-input >= "1" and reason-input <= "6"
           move reason-input to reason-code
       end-if.
       evaluate reason-code
       when "1"
           move "事業所の倒産等によるもの" to reason-name
       when "2"
           move "定年によるもの" to reason-name
       when "3"
           move "労働契約期間満了等によるもの" to reason-name
       when "4"
           move "事業主からの働きかけによるもの" to reason-name
       when "5"
           move "労働者の判断によるもの" to reason-name
       when other
           move "その他" to reason-name
       end-evaluate.

check-monthly-paid.
       *> 月給の雇用形態は暦日数から欠勤日を除いた日数を基礎日数とする
       move zero to monthly-paid.
       open input salary-file.
       if salary-status = "00"
           perform until salary-status not = "00"
               read salary-file
                   not at end
                       if Fsal-emptype = Femptype
                           move 1 to monthly-paid
                       end-if
           end-perform
           close salary-file
       end-if.

load-leave-types.
       *> マスタ未整備の環境では全種別を有給扱いにする
       perform varying lt-idx from 1 by 1 until lt-idx > 20
           move "Y" to lt-paid(lt-idx)
       end-perform.
       open input leave-type-file.
       perform until ltype-status not = "00"
           read leave-type-file
               not at end
                   if Fltype-id >= 1 and Fltype-id <= 20
                       move Fltype-paid to lt-paid(Fltype-id)
                   end-if
       end-perform.
       close leave-type-file.

mark-stamp-days.
       *> 出勤打刻のある日と、入退勤の組から求めた実働分数
       move -1 to prev-in-minutes.
       move zero to scan-done.
       open input stamp-file.
       if stamp-status not = "00"
           go to mark-stamp-days-exit
       end-if.
       move target-userid to Fstamp-userid.
       move window-start to Fstamp-datetime.
       start stamp-file key >= Fstamp-user-key
           invalid key move 1 to scan-done
       end-start.
       perform until scan-done = 1 or stamp-status not = "00"
           read stamp-file next record
               at end move 1 to scan-done
               not at end
                   if Fstamp-userid not = target-userid
                       or Fstamp-datetime(1:8) > retire-date
                       move 1 to scan-done
                   else
                       if Fstamp-cancelled not = "Y"
                           perform mark-one-punch
                       end-if
                   end-if
       end-perform.
       close stamp-file.

mark-stamp-days-exit.
       exit.

mark-one-punch.
       compute punch-day-int =
           function integer-of-date(
               function numval(Fstamp-datetime(1:8))).
       compute punch-abs-minutes =
           punch-day-int * 1440
           + function integer(
               function numval(Fstamp-datetime(9:4)) / 100) * 60
           + function mod(
               function numval(Fstamp-datetime(9:4)), 100).
       compute day-idx = punch-day-int - window-start-int + 1.

       evaluate Fstamp-statusid
       when 1
       when 3
           move "W" to day-mark(day-idx)
           move punch-abs-minutes to prev-in-minutes
           move punch-day-int to prev-in-int
       when 2
       when 4
           if prev-in-minutes >= 0
               and punch-abs-minutes > prev-in-minutes
               compute day-idx = prev-in-int - window-start-int + 1
               compute day-minutes(day-idx) = day-minutes(day-idx)
                   + punch-abs-minutes - prev-in-minutes
           end-if
           move -1 to prev-in-minutes
       end-evaluate.

mark-leave-days.
       *> 承認済の終日有給（無給の種別は除く）
       open input leave-file.
       if leave-status not = "00"
           go to mark-leave-days-exit
       end-if.
       perform until leave-status not = "00"
           read leave-file next record
               not at end
                   if Fleave-userid = target-userid
                       and Fleave-status = 1
                       and Fleave-unit = 1
                       and Fleave-start-date is numeric
                       perform mark-one-leave thru mark-one-leave-exit
                   end-if
       end-perform.
       close leave-file.

mark-leave-days-exit.
       exit.

mark-one-leave.
       if Fleave-type >= 1 and Fleave-type <= 20
           if lt-paid(Fleave-type) not = "Y"
               go to mark-one-leave-exit
           end-if
       end-if.
       move Fleave-start-date to day-num.
       compute range-from-int = function integer-of-date(day-num).
       if Fleave-end-date is numeric
           move Fleave-end-date to day-num
       end-if.
       compute range-to-int = function integer-of-date(day-num).
       perform varying day-int from range-from-int by 1
           until day-int > range-to-int
           if day-int >= window-start-int and day-int <= window-end-int
               compute day-idx = day-int - window-start-int + 1
               if day-mark(day-idx) = space
                   move "L" to day-mark(day-idx)
               end-if
           end-if
       end-perform.

mark-one-leave-exit.
       exit.

mark-absence-days.
       open input absence-file.
       if absence-status not = "00"
           go to mark-absence-days-exit
       end-if.
       perform until absence-status not = "00"
           read absence-file
               not at end
                   if Fabs-userid = target-userid
                       and Fabs-date is numeric
                       and Fabs-date >= window-start
                       and Fabs-date <= retire-date
                       move Fabs-date to day-num
                       compute day-idx = function integer-of-date(day-num)
                           - window-start-int + 1
                       if day-mark(day-idx) = space
                           move "A" to day-mark(day-idx)
                       end-if
                   end-if
       end-perform.
       close absence-file.

mark-absence-days-exit.
       exit.

count-range.
       *> range-from〜range-to の賃金支払基礎日数と実働時間
       move zero to range-base-days range-calendar-days range-minutes.
       move range-from to day-num.
       compute range-from-int = function integer-of-date(day-num).
       move range-to to day-num.
       compute range-to-int = function integer-of-date(day-num).
       if range-from-int < window-start-int
           move window-start-int to range-from-int
       end-if.
       perform varying day-int from range-from-int by 1
           until day-int > range-to-int
           compute day-idx = day-int - window-start-int + 1
           add 1 to range-calendar-days
           add day-minutes(day-idx) to range-minutes
           if monthly-paid = 1
               if day-mark(day-idx) not = "A"
                   add 1 to range-base-days
               end-if
           else
               if day-mark(day-idx) = "W" or day-mark(day-idx) = "L"
                   add 1 to range-base-days
               end-if
           end-if
       end-perform.
       compute range-hours = range-minutes / 60.

shift-back-months.
       *> shift-base の日付から shift-months か月前の同日（なければ月末）
       compute shift-total = shift-base-yyyy * 12 + shift-base-mm - 1
           - shift-months.
       compute shift-yyyy = shift-total / 12.
       compute shift-mm = function mod(shift-total, 12) + 1.
       move 1 to shift-dd.
       if shift-mm = 12
           compute shift-next-first = (shift-yyyy + 1) * 10000 + 101
       else
           compute shift-next-first = shift-yyyy * 10000
               + (shift-mm + 1) * 100 + 1
       end-if.
       compute shift-last-day = function mod(function date-of-integer(
           function integer-of-date(shift-next-first) - 1), 100).
       if shift-base-dd > shift-last-day
           move shift-last-day to shift-dd
       else
           move shift-base-dd to shift-dd
       end-if.

build-a-periods.
       *> 離職日から1か月ごとに遡り、基礎日数11日以上（または80時間以上）
       *> の期間を12期間まで数える
       move zero to a-count a-qualified.
       move retire-date to range-to.
       perform until a-count >= 24 or a-qualified >= 12
           move retire-date to shift-base
           compute shift-months = a-count + 1
           perform shift-back-months
           compute day-num = function date-of-integer(
               function integer-of-date(shift-result) + 1)
           move day-num to range-from
           if range-from < join-date
               move join-date to range-from
           end-if
           if range-from > range-to
               go to build-a-periods-exit
           end-if
           perform count-range
           add 1 to a-count
           move range-from to a-from(a-count)
           move range-to to a-to(a-count)
           move range-base-days to a-days(a-count)
           move range-hours to a-hours(a-count)
           move space to a-counted(a-count)
           if range-base-days >= 11 or range-hours >= 80
               move "*" to a-counted(a-count)
               add 1 to a-qualified
           end-if
           if range-from = join-date
               go to build-a-periods-exit
           end-if
           move shift-result to range-to
       end-perform.

build-a-periods-exit.
       exit.

build-b-periods.
       *> 給与の締め（月末）ごとの賃金支払対象期間。離職月は離職日までの部分期間
       *> （月末離職なら完全な期間として数える）
       move zero to b-count b-qualified b-total-wage retire-month-end.
       move retire-date to day-num.
       compute day-num = function date-of-integer(
           function integer-of-date(day-num) + 1).
       if day-num(7:2) = "01"
           move 1 to retire-month-end
       end-if.
       perform until b-count >= 25 or b-qualified >= 12
           move retire-date to shift-base
           move b-count to shift-months
           perform shift-back-months
           add 1 to b-count
           move shift-result(1:6) to b-yyyymm(b-count)
           move shift-result to day-num
           move "01" to day-num(7:2)
           move day-num to b-from(b-count)
           if b-count = 1
               move retire-date to b-to(b-count)
           else
               compute shift-next-first = function date-of-integer(
                   function integer-of-date(day-num) + 31)
               move shift-next-first to day-num
               move "01" to day-num(7:2)
               compute day-num = function date-of-integer(
                   function integer-of-date(day-num) - 1)
               move day-num to b-to(b-count)
           end-if
           if b-to(b-count) < join-date
               subtract 1 from b-count
               go to build-b-periods-exit
           end-if
           if b-from(b-count) < join-date
               move join-date to b-from(b-count)
           end-if
           move b-from(b-count) to range-from
           move b-to(b-count) to range-to
           perform count-range
           move range-base-days to b-days(b-count)
           move range-hours to b-hours(b-count)
           perform load-month-wage thru load-month-wage-exit
           move space to b-counted(b-count)
           if (b-count > 1 or retire-month-end = 1)
               and (b-days(b-count) >= 11 or b-hours(b-count) >= 80)
               move "*" to b-counted(b-count)
               add 1 to b-qualified
               add b-wage(b-count) to b-total-wage
           end-if
       end-perform.

build-b-periods-exit.
       exit.

load-month-wage.
       *> その月の月次給与の最新版の控えから本人の賃金（総支給＋通勤手当
       *> ＋保険算定基礎に含める手当）と実働時間を読む
       move zero to b-wage(b-count) b-found(b-count) best-version.
       move spaces to kept-name.
       open input manifest-file.
       if manifest-status not = "00"
           go to load-month-wage-exit
       end-if.
       perform until manifest-status not = "00"
           read manifest-file next record
               not at end
                   if Fman-yyyymm = b-yyyymm(b-count)
                       and Fman-version > best-version
                       and Fman-filename(1:20) = "./dat/payroll-export"
                       move Fman-version to best-version
                       move Fman-filename to kept-name
                   end-if
       end-perform.
       close manifest-file.
       if best-version = zero
           go to load-month-wage-exit
       end-if.

       move zero to header-skipped.
       open input kept-file.
       if kept-status not = "00"
           go to load-month-wage-exit
       end-if.
       perform until kept-status not = "00"
           read kept-file
               not at end
                   if header-skipped = zero
                       move 1 to header-skipped
                   else
                       perform pick-kept-line thru pick-kept-line-exit
                   end-if
       end-perform.
       close kept-file.

load-month-wage-exit.
       exit.

pick-kept-line.
       move spaces to kept-cols.
       move zero to kept-tallying.
       unstring kept-line delimited by ","
           into kept-col(1) kept-col(2) kept-col(3) kept-col(4)
               kept-col(5) kept-col(6) kept-col(7) kept-col(8)
               kept-col(9) kept-col(10) kept-col(11) kept-col(12)
               kept-col(13) kept-col(14) kept-col(15) kept-col(16)
               kept-col(17) kept-col(18) kept-col(19) kept-col(20)
               kept-col(21) kept-col(22) kept-col(23) kept-col(24)
               kept-col(25) kept-col(26) kept-col(27) kept-col(28)
               kept-col(29) kept-col(30) kept-col(31) kept-col(32)
               kept-col(33) kept-col(34) kept-col(35)
           tallying in kept-tallying
       end-unstring.
       if kept-tallying < 6
           go to pick-kept-line-exit
       end-if.
       compute line-userid = function numval(kept-col(1)).
       if line-userid not = target-userid
           go to pick-kept-line-exit
       end-if.
       compute line-pay = function numval(kept-col(6)).
       if kept-tallying >= 16 and kept-col(16) not = spaces
           compute line-pay = line-pay + function numval(kept-col(16))
       end-if.
       if kept-tallying >= 35 and kept-col(35) not = spaces
           compute line-pay = line-pay + function numval(kept-col(35))
       end-if.
       compute line-hours = function numval(kept-col(4)).
       move 1 to b-found(b-count).
       add line-pay to b-wage(b-count).
       *> 時間は給与計算の実績を優先する
       if line-hours > b-hours(b-count)
           move line-hours to b-hours(b-count)
       end-if.

pick-kept-line-exit.
       exit.

cross-check-settlement.
       *> 最終の部分月は給与が未確定のことが多いため、退職時精算
       *> ステートメントの未精算時間と打刻から求めた時間を突き合わせる
       move spaces to last-locked-yyyymm.
       open input month-lock-file.
       perform until mlock-status not = "00"
           read month-lock-file next record
               not at end
                   if Fmlock-yyyymm > last-locked-yyyymm
                       move Fmlock-yyyymm to last-locked-yyyymm
                   end-if
       end-perform.
       close month-lock-file.

       move zero to stamp-unsettled-minutes.
       perform varying day-int from window-start-int by 1
           until day-int > window-end-int
           compute day-num = function date-of-integer(day-int)
           if last-locked-yyyymm = spaces
               or day-num(1:6) > last-locked-yyyymm
               compute day-idx = day-int - window-start-int + 1
               add day-minutes(day-idx) to stamp-unsettled-minutes
           end-if
       end-perform.
       compute stamp-unsettled-hours = stamp-unsettled-minutes / 60.

       move spaces to statement-name.
       string "./dat/retire-settlement-" delimited by size
           target-userid delimited by size
           ".txt" delimited by size
           into statement-name
       end-string.
       move zero to settle-found.
       open input statement-file.
       if statement-status not = "00"
           move "最終月の突合: 退職時精算ステートメントがありません（kintai-retire-settle を実行してください）"
               to check-result
           go to cross-check-settlement-exit
       end-if.
       perform until statement-status not = "00" or settle-found = 1
           read statement-file
               not at end
                   if statement-line(1:18) = "未精算の実働"
                       move 1 to settle-found
                       move spaces to settle-part1 settle-part2 settle-num
                       unstring statement-line delimited by ": "
                           into settle-part1 settle-part2
                       end-unstring
                       unstring settle-part2 delimited by " 時間"
                           into settle-num
                       end-unstring
                       compute settle-hours =
                           function numval(settle-num)
                   end-if
       end-perform.
       close statement-file.
       if settle-found = zero
           move "最終月の突合: ステートメントに未精算時間の行がありません"
               to check-result
           go to cross-check-settlement-exit
       end-if.

       compute hours-diff = settle-hours - stamp-unsettled-hours.
       if hours-diff > 0.01 or hours-diff < -0.01
           move stamp-unsettled-hours to disp-hours
           move spaces to check-result
           string "最終月の突合: 差異あり（打刻 " delimited by size
               disp-hours delimited by size
               " 時間" delimited by size
               into check-result
           end-string
           move settle-hours to disp-hours
           string function trim(check-result) delimited by size
               " / ステートメント " delimited by size
               disp-hours delimited by size
               " 時間）" delimited by size
               into check-result
           end-string
       else
           move "最終月の突合: 退職時精算ステートメントと一致"
               to check-result
       end-if.

cross-check-settlement-exit.
       exit.

write-cert.
       move spaces to cert-name.
       string "./dat/separation-cert-" delimited by size
           target-userid delimited by size
           ".txt" delimited by size
           into cert-name
       end-string.
       open output cert-file.

       move "雇用保険被保険者離職証明書（賃金支払状況等）" to cert-line.
       write cert-line.
       move spaces to cert-line.
       string "氏名: " delimited by size
           function trim(Flastname) delimited by size
           " " delimited by size
           function trim(Ffirstname) delimited by size
           "（userid " delimited by size
           target-userid delimited by size
           "）  生年月日 " delimited by size
           Fbirthdate delimited by size
           into cert-line
       end-string.
       write cert-line.
       move spaces to cert-line.
       string "雇入日 " delimited by size
           join-date delimited by size
           "  離職日 " delimited by size
           retire-date delimited by size
           "  基礎日数の数え方 " delimited by size
           into cert-line
       end-string.
       if monthly-paid = 1
           string function trim(cert-line) delimited by size
               " 月給（暦日−欠勤）" delimited by size
               into cert-line
           end-string
       else
           string function trim(cert-line) delimited by size
               " 日給・時給（出勤＋有給）" delimited by size
               into cert-line
           end-string
       end-if.
       write cert-line.
       move spaces to cert-line.
       string "離職理由: " delimited by size
           reason-code delimited by size
           " " delimited by size
           function trim(reason-name) delimited by size
           into cert-line
       end-string.
       write cert-line.
       move " " to cert-line.
       write cert-line.

       move "(A) 被保険者期間算定対象期間      基礎日数   実働時間  算入"
           to cert-line.
       write cert-line.
       perform varying a-idx from 1 by 1 until a-idx > a-count
           move a-days(a-idx) to disp-days
           move a-hours(a-idx) to disp-hours
           move spaces to cert-line
           string "    " delimited by size
               a-from(a-idx) delimited by size
               "〜" delimited by size
               a-to(a-idx) delimited by size
               "   " delimited by size
               disp-days delimited by size
               " 日 " delimited by size
               disp-hours delimited by size
               "    " delimited by size
               a-counted(a-idx) delimited by size
               into cert-line
           end-string
           write cert-line
       end-perform.
       move " " to cert-line.
       write cert-line.

       move "(B) 賃金支払対象期間              基礎日数   実働時間      賃金額  算入"
           to cert-line.
       write cert-line.
       perform varying b-idx from 1 by 1 until b-idx > b-count
           move b-days(b-idx) to disp-days
           move b-hours(b-idx) to disp-hours
           move b-wage(b-idx) to disp-wage
           move spaces to cert-line
           string "    " delimited by size
               b-from(b-idx) delimited by size
               "〜" delimited by size
               b-to(b-idx) delimited by size
               "   " delimited by size
               disp-days delimited by size
               " 日 " delimited by size
               disp-hours delimited by size
               " " delimited by size
               disp-wage delimited by size
               "    " delimited by size
               b-counted(b-idx) delimited by size
               into cert-line
           end-string
           if b-found(b-idx) = zero
               string function trim(cert-line trailing) delimited by size
                   "  （給与未確定）" delimited by size
                   into cert-line
               end-string
           end-if
           write cert-line
       end-perform.
       move " " to cert-line.
       write cert-line.

       move b-total-wage to disp-wage.
       move spaces to cert-line.
       string "算入期間 (A) " delimited by size
           a-qualified delimited by size
           " / (B) " delimited by size
           b-qualified delimited by size
           "  (B) 算入期間の賃金合計 " delimited by size
           disp-wage delimited by size
           into cert-line
       end-string.
       write cert-line.
       move check-result to cert-line.
       write cert-line.
       close cert-file.

write-egov.
       move spaces to egov-name.
       string "./dat/egov-rishoku-" delimited by size
           target-userid delimited by size
           ".csv" delimited by size
           into egov-name
       end-string.
       open output egov-file.

       move "区分,userid,氏名,生年月日,雇入年月日,離職年月日,離職理由コード"
           to egov-line.
       write egov-line.
       move spaces to egov-line.
       string "H," delimited by size
           target-userid delimited by size
           "," delimited by size
           function trim(Flastname) delimited by size
           " " delimited by size
           function trim(Ffirstname) delimited by size
           "," delimited by size
           Fbirthdate delimited by size
           "," delimited by size
           join-date delimited by size
           "," delimited by size
           retire-date delimited by size
           "," delimited by size
           reason-code delimited by size
           into egov-line
       end-string.
       write egov-line.

       move "区分,連番,期間開始,期間終了,基礎日数,実働時間,賃金額,算入"
           to egov-line.
       write egov-line.
       perform varying a-idx from 1 by 1 until a-idx > a-count
           move a-idx to seq-edit
           move a-hours(a-idx) to disp-hours
           move spaces to egov-line
           string "A," delimited by size
               seq-edit delimited by size
               "," delimited by size
               a-from(a-idx) delimited by size
               "," delimited by size
               a-to(a-idx) delimited by size
               "," delimited by size
               a-days(a-idx) delimited by size
               "," delimited by size
               function trim(disp-hours) delimited by size
               ",," delimited by size
               a-counted(a-idx) delimited by size
               into egov-line
           end-string
           write egov-line
       end-perform.
       perform varying b-idx from 1 by 1 until b-idx > b-count
           move b-idx to seq-edit
           move b-hours(b-idx) to disp-hours
           move spaces to egov-line
           string "B," delimited by size
               seq-edit delimited by size
               "," delimited by size
               b-from(b-idx) delimited by size
               "," delimited by size
               b-to(b-idx) delimited by size
               "," delimited by size
               b-days(b-idx) delimited by size
               "," delimited by size
               function trim(disp-hours) delimited by size
               "," delimited by size
               b-wage(b-idx) delimited by size
               "," delimited by size
               b-counted(b-idx) delimited by size
               into egov-line
           end-string
           write egov-line
       end-perform.
       close egov-file.
