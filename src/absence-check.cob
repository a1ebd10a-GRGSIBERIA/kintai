               access mode dynamic
               record key is Frost-key
               status roster-status.
           select emp-status-file assign to "./dat/emp-status.dat"
               organization indexed
               access mode dynamic
               record key is Fes-key
               status emp-status-status.
           select absence-file assign to "./dat/absence.dat"
               organization line sequential
               status absence-status.
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
               03 Frost-start pic 9(4).
               03 Frost-end pic 9(4).
               03 Frost-hours pic 9(2)v99.
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
       fd absence-file.
           01 Fabs-rec.
               03 Fabs-userid pic 9(7).
               03 Fabs-date pic X(8).
               03 Fabs-dept pic 9(2).
               03 Fabs-detected-at pic X(21).
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
       01 holiday-key pic 99.
       *> 承認済み社外勤務（出張・客先・研修）の判定用
       01 offsite-status pic XX.
       01 has-offsite pic 9.
       *> 休職・産前産後休業・育児休業・介護休業の期間判定用
       01 emp-status-status pic XX.
       01 has-emp-status pic 9.
       *> 会社カレンダーで休日（休日マスタ・土日）か
       01 company-off pic 9.
       01 site-workday-found pic 9.
       01 absence-count pic 9(5) value zero.
       01 absence-overflow pic 9 value zero.
       *> 朝会用の部署順一覧
           03 swap-userid pic 9(7).
           03 swap-lastname pic N(32).
           03 swap-firstname pic N(32).
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
       display "対象日を入力してください (例: 20260822)".
       accept target-date.

       *> 会社休日・土日は欠勤判定の対象外。ただし拠点カレンダーで
       *> 稼働日になっている拠点があれば、その拠点の従業員だけ判定する
       perform check-company-holiday.
       compute week-num =
           function mod(function integer-of-date(
               function numval(target-date)), 7).
       move zero to company-off.
       if is-holiday = 1 or week-num = 6 or week-num = 0
           move 1 to company-off
           perform check-site-workday thru check-site-workday-exit
       end-if.
       if company-off = 1 and site-workday-found = zero
           if is-holiday = 1
               display target-date " は休日のため欠勤判定をスキップします"
           else
               display target-date " は週末のため欠勤判定をスキップします"
           end-if
           stop run
       end-if.

       end-perform.
       close holiday-file.

check-site-workday.
       *> 対象日を稼働日にしている拠点があるか
       move zero to site-workday-found.
       open input site-calendar-file.
       if site-calendar-status not = "00"
           go to check-site-workday-exit
       end-if.
       perform until site-calendar-status not = "00"
           read site-calendar-file next record
               at end move "10" to site-calendar-status
               not at end
                   if Fscl-date = target-date and Fscl-kind = "W"
                       move 1 to site-workday-found
                   end-if
           end-read
       end-perform.
       close site-calendar-file.

check-site-workday-exit.
       exit.

check-one-user.
       *> 所属拠点の休業日は対象外、会社の休日は拠点の稼働日だけ対象
       move Fuserid to site-lookup-userid.
       move target-date to site-lookup-date.
       perform lookup-site-day thru lookup-site-day-exit.
       if site-day-kind = "H"
           go to check-one-user-exit
       end-if.
       if company-off = 1 and site-day-kind not = "W"
           go to check-one-user-exit
       end-if.

       move zero to has-punch.
       open input stamp-file.
       perform until stamp-status not = "00"
           go to check-one-user-exit
       end-if.

       *> 休職・休業期間中（復職日の前日まで）は欠勤ではない
       move zero to has-emp-status.
       open input emp-status-file.
       if emp-status-status = "00"
           move Fuserid to Fes-userid
           move low-values to Fes-from
           start emp-status-file key >= Fes-key
               invalid key move "10" to emp-status-status
           end-start
           perform until emp-status-status not = "00"
               read emp-status-file next record
                   at end move "10" to emp-status-status
                   not at end
                       if Fes-userid not = Fuserid
                           move "10" to emp-status-status
                       else
                           if Fes-from <= target-date
                               and (Fes-to = spaces
                                   or Fes-to >= target-date)
                               and (Fes-returned-date = spaces
                                   or Fes-returned-date > target-date)
                               move 1 to has-emp-status
                           end-if
                       end-if
               end-read
           end-perform
           close emp-status-file
       end-if.

       if has-emp-status = 1
           go to check-one-user-exit
       end-if.

       move zero to has-leave.
       open input leave-file.
       perform until leave-status not = "00"

sort-absences-exit.
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
