               sharing with all other
               lock mode is automatic
               status stamp-status.
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
               03 Fstamp-approver pic 9(7).
               03 Fstamp-cancelled pic X.
               03 Fstamp-cancel-approver pic 9(7).
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
       01 stamp-key pic 9(12).
       01 status-rec.
           03 user-status pic XX.
           03 stamp-status pic XX.
           03 holiday-status pic XX.
       01 holiday-key pic 99.
       01 target-yyyymm pic X(6).
       01 month-last-day pic 99.
       01 month-year pic 9(4).
       01 user-violations pic 99.
       01 violation-count pic 9(5) value zero.
       01 rollup-warn-count pic 9(5) value zero.
       *> 会社カレンダー（休日マスタ・土日）の休日と、所属拠点の
       *> 拠点カレンダーを反映した従業員ごとの所定休日
       01 company-off pic 9 occurs 31 times indexed by coff-idx.
       01 calendar-off pic 9 occurs 31 times indexed by cal-idx.
       01 week-calendar-off pic 9.
       01 calendar-warn-count pic 9(5) value zero.
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
       accept target-yyyymm.

       perform compute-month-length.
       perform build-company-calendar.

       display " ".

       display " ".
       display "週単位の違反 " violation-count
           " 件 / 4週4日の未充足 " rollup-warn-count " 件".
       display "拠点カレンダー上の休日がない週 " calendar-warn-count " 件".
       stop run.

check-one-user.
       perform tally-worked-days.
       perform build-user-calendar.

       move zero to user-violations.
       move zero to month-rest-days.
               and week-start-day + 6 <= month-last-day
               compute week-end-day = week-start-day + 6
               move zero to week-rest-days
               move zero to week-calendar-off
               perform varying wk-idx from week-start-day by 1
                   until wk-idx > week-end-day
                   if day-worked(wk-idx) = zero
                       add 1 to week-rest-days
                   end-if
                   if calendar-off(wk-idx) = 1
                       add 1 to week-calendar-off
                   end-if
               end-perform
               *> 拠点カレンダーの稼働日指定で所定休日が無くなった週
               if week-calendar-off = zero
                   add 1 to calendar-warn-count
                   display "userid: " Fuserid "  "
                       week-start-day "日〜" week-end-day
                       "日の週は拠点 " site-code
                       " のカレンダー上に休日がありません"
               end-if
               if week-rest-days = zero
                   add 1 to user-violations
                   add 1 to violation-count
               month-rest-days " 日（4週4日を下回るおそれ）"
       end-if.

build-company-calendar.
       perform varying coff-idx from 1 by 1 until coff-idx > 31
           move zero to company-off(coff-idx)
           if coff-idx <= month-last-day
               move target-yyyymm to cur-date(1:6)
               set work-day to coff-idx
               move work-day to cur-date(7:2)
               compute cur-week-num = function mod(
                   function integer-of-date(function numval(cur-date)), 7)
               if cur-week-num = 6 or cur-week-num = 0
                   move 1 to company-off(coff-idx)
               end-if
           end-if
       end-perform.

       open input holiday-file.
       perform until holiday-status not = "00"
           read holiday-file
               not at end
                   if Fholiday-date(1:6) = target-yyyymm
                       move function numval(Fholiday-date(7:2)) to work-day
                       move 1 to company-off(work-day)
                   end-if
       end-perform.
       close holiday-file.

build-user-calendar.
       *> 拠点の休業日は休日、会社休日でも拠点の稼働日は休日ではない
       perform varying cal-idx from 1 by 1 until cal-idx > month-last-day
           move company-off(cal-idx) to calendar-off(cal-idx)
           move target-yyyymm to site-lookup-date(1:6)
           set work-day to cal-idx
           move work-day to site-lookup-date(7:2)
           move Fuserid to site-lookup-userid
           perform lookup-site-day thru lookup-site-day-exit
           evaluate site-day-kind
           when "H"
               move 1 to calendar-off(cal-idx)
           when "W"
               move zero to calendar-off(cal-idx)
           end-evaluate
       end-perform.

tally-worked-days.
       perform varying day-idx from 1 by 1 until day-idx > 31
           move zero to day-worked(day-idx)
       when other
           move 31 to month-last-day
       end-evaluate.

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
