               access mode dynamic
               record key is Fhw-id
               status holiday-work-status.
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
               03 Fhw-status pic 9.
               03 Fhw-approver pic 9(7).
               03 Fhw-requested-at pic X(21).
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
       01 day-hw-approved pic 9 occurs 31 times indexed by hwa-idx.
       01 hw-day-slot pic 99.
       01 unmatched-count pic 9(5) value zero.
       *> 所属拠点の拠点カレンダーを反映した従業員ごとの休日
       01 user-is-holiday pic 9 occurs 31 times indexed by uhd-idx.
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
       close holiday-file.

check-user.
       perform build-user-holidays.
       perform tally-user-stamps.
       perform mark-approved-holiday-work.
       perform scan-holiday-work.

build-user-holidays.
       *> 拠点の休業日は休日、会社休日でも拠点の稼働日は休日ではない
       perform varying uhd-idx from 1 by 1 until uhd-idx > 31
           move is-holiday(uhd-idx) to user-is-holiday(uhd-idx)
           move target-yyyymm to site-lookup-date(1:6)
           set work-day to uhd-idx
           move work-day to site-lookup-date(7:2)
           move Fuserid to site-lookup-userid
           perform lookup-site-day thru lookup-site-day-exit
           evaluate site-day-kind
           when "H"
               move 1 to user-is-holiday(uhd-idx)
           when "W"
               move zero to user-is-holiday(uhd-idx)
           end-evaluate
       end-perform.

tally-user-stamps.
       perform varying day-idx from 1 by 1 until day-idx > 31
           move zero to day-in-time(day-idx)

scan-holiday-work.
       perform varying day-idx from 1 by 1 until day-idx > 31
           if user-is-holiday(day-idx) = 1
               and day-in-time(day-idx) not = zero
               and day-out-time(day-idx) not = zero
               perform display-holiday-work
                   end-if
       end-perform.
       close holiday-work-file.

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
