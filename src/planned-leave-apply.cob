               access mode sequential
               record key is Fuserid
               status user-status.
           select dispatch-file assign to "./dat/dispatch.dat"
               organization indexed
               access mode dynamic
               record key is Fdw-userid
               status dispatch-status.
           select calendar-file assign to "./dat/planned-leave.dat"
               organization line sequential
               status calendar-status.
               access mode dynamic
               record key is Fbal-userid
               status balance-status.
           select holiday-file assign to "./dat/holiday.dat"
               organization relative
               access mode sequential
               relative key holiday-key
               status holiday-status.
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
               03 Fjoin-date pic X(21).
               03 Fbirthdate pic X(8).
               03 Fretire-date pic X(8).
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
       fd calendar-file.
           01 Fpl-rec.
               03 Fpl-date pic X(8).
           01 Fbal-rec.
               03 Fbal-userid pic 9(7).
               03 Fbal-days pic 9(3)v99.
       fd holiday-file.
           01 Fholiday-rec.
               03 Fholiday-date pic X(8).
               03 Fholiday-name pic N(20).
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
       *> 派遣社員（dispatch.dat）は自社の計画年休の対象外
       01 dispatch-status pic XX.
       01 emp-dispatched pic 9.
       01 dispatch-ref-from pic X(8).
       01 dispatch-ref-to pic X(8).
       01 dispatched-count pic 9(5) value zero.
       01 seq-key pic 9(7) value 1.
       01 status-rec.
           03 user-status pic XX.
           03 seq-status pic XX.
           03 grant-status pic XX.
           03 balance-status pic XX.
           03 holiday-status pic XX.
       01 holiday-key pic 99.
       *> 指定日カレンダー（1行 = 日付,スコープ。スコープ0は全社）
       01 cal-table.
           03 cal-entry occurs 50 times indexed by cal-idx.
       01 charged-count pic 9(5) value zero.
       01 skipped-count pic 9(5) value zero.
       01 already-count pic 9(5) value zero.
       *> 指定日が所属拠点の休日（拠点カレンダー・会社カレンダー）の従業員は対象外
       01 company-off pic 9.
       01 week-num pic 9.
       01 offday-count pic 9(5) value zero.
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
       display " ".
       display "計画年休の付与: " charged-count " 件".
       display "処理済みスキップ: " already-count " 件".
       display "拠点の休日のため対象外: " offday-count " 件".
       display "残数不足（HRフォロー要）: " skipped-count " 件".
       stop run.

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

load-calendar.
       open input calendar-file.
       if calendar-status not = "00"
       exit.

apply-one-date.
       *> 派遣社員は計画年休の対象日に派遣就業しているかで判定する
       move target-date to dispatch-ref-from.
       move target-date to dispatch-ref-to.
       perform check-company-off.
       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   move Fuserid to Fdw-userid
                   perform lookup-dispatched
                   if (Fretire-date = spaces
                       or Fretire-date = "00000000")
                       and (target-scope = zero
                           or Fdept = target-scope)
                       and emp-dispatched = zero
                       move Fuserid to cur-userid
                       move Fdept to cur-dept
                       perform charge-one-user
       end-perform.
       close user-file.

check-company-off.
       *> 会社カレンダー（休日マスタ・土日）で指定日が休日か
       move zero to company-off.
       compute week-num = function mod(
           function integer-of-date(function numval(target-date)), 7).
       if week-num = 6 or week-num = 0
           move 1 to company-off
       end-if.
       open input holiday-file.
       perform until holiday-status not = "00"
           read holiday-file
               not at end
                   if Fholiday-date = target-date
                       move 1 to company-off
                   end-if
       end-perform.
       close holiday-file.

charge-one-user.
       *> 所属拠点のカレンダーで休日にあたる従業員には年休を充てない
       move cur-userid to site-lookup-userid.
       move target-date to site-lookup-date.
       perform lookup-site-day thru lookup-site-day-exit.
       if site-day-kind = "H"
           or (company-off = 1 and site-day-kind not = "W")
           add 1 to offday-count
           go to charge-one-user-exit
       end-if.

       *> 再実行時の二重付与を防ぐ: 対象日に申請済み・承認済みの
       *> 休暇がすでにある従業員はスキップする
       move zero to has-existing-leave.

update-balance-total-exit.
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
