               access mode dynamic
               record key is Fovl-key
               status ledger-status.
           select emp-status-file assign to "./dat/emp-status.dat"
               organization indexed
               access mode dynamic
               record key is Fes-key
               status emp-status-status.
           select report-file assign using report-name
               organization line sequential
               status report-status.
           select employee-company-file
               assign to "./dat/employee-company.dat"
               organization indexed
               access mode dynamic
               record key is Fec-userid
               status employee-company-status.
           select agreement-site-file assign to "./dat/agreement36-site.dat"
               organization indexed
               access mode dynamic
               record key is Fas-key
               status agreement-site-status.
data division.
file section.
       fd user-file.
               03 Fovl-overtime-minutes pic 9(6).
               03 Fovl-holiday-minutes pic 9(6).
               03 Fovl-updated-at pic X(21).
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
       fd report-file.
           01 report-line pic X(160).
       fd employee-company-file.
           01 Fec-rec.
               03 Fec-userid pic 9(7).
               03 Fec-company pic 9(2).
               03 Fec-updated-by pic 9(7).
               03 Fec-updated-at pic X(21).
       fd agreement-site-file.
           01 Fas-rec.
               03 Fas-key.
                   05 Fas-company pic 9(2).
                   05 Fas-dept pic 9(2).
               03 Fas-annual-limit-hours pic 9(4).
               03 Fas-monthly-limit-hours pic 9(3).
               03 Fas-special-months pic 9.
               03 Fas-rolling-avg-hours pic 9(3).
               03 Fas-updated-by pic 9(7).
               03 Fas-updated-at pic X(21).
working-storage section.
       01 stamp-key pic 9(12).
       01 shift-key pic 99.
           03 agr-status pic XX.
           03 ledger-status pic XX.
           03 report-status pic XX.
           03 employee-company-status pic XX.
           03 agreement-site-status pic XX.
       01 target-yyyymm pic X(6).
       01 report-name pic X(60).
       *> 協定の上限（マスタ未整備時は法定の既定値）
       01 monthly-limit-minutes pic 9(6) value 2700.
       01 special-months-limit pic 9 value 6.
       01 rolling-avg-minutes pic 9(6) value 4800.
       *> 会社・事業場別の協定（agreement36-site.dat）がない従業員は
       *> agreement36.dat（または法定の既定値）を使う
       01 base-annual-minutes pic 9(7).
       01 base-monthly-minutes pic 9(6).
       01 base-special-months pic 9.
       01 base-rolling-minutes pic 9(6).
       01 emp-company pic 9(2).
       01 site-found pic 9.
       01 agreement-label pic X(40).
       *> 年度（4月起点）の対象月リスト
       01 fy-months pic X(6) occurs 12 times indexed by fym-idx.
       01 fy-month-count pic 99.
       01 disp-hours pic Z(4)9.9.
       01 disp-hours2 pic Z(4)9.9.
       01 work-hours-tmp pic 9(5)v9.
       *> 休職・休業期間（emp-status.dat）。期間の最終日は終了日と
       *> 復職日の前日の早いほう（どちらもなければ継続中）
       01 emp-status-status pic XX.
       01 es-end-date pic X(8).
       01 es-return-prev pic X(8).
       01 es-work-num pic 9(8).
       *> 休職・休業期間中の日は所定がないため勤務した時間を全て時間外とする
       01 is-status-day pic 9 occurs 31 times indexed by sd-idx.
       01 es-from-day pic 99.
       01 es-to-day pic 99.
       01 status-work-days pic 9(3).

procedure division.
main-procedure.
       accept target-yyyymm.

       perform load-agreement.
       move annual-limit-minutes to base-annual-minutes.
       move monthly-limit-minutes to base-monthly-minutes.
       move special-months-limit to base-special-months.
       move rolling-avg-minutes to base-rolling-minutes.
       perform build-fiscal-months
           thru build-fiscal-months-done.

       end-perform.
       close agreement-file.

lookup-site-agreement.
       *> 所属会社（未登録は会社01）の事業場（部署）の協定、
       *> なければ会社全体（事業場00）の協定を使う
       move base-annual-minutes to annual-limit-minutes.
       move base-monthly-minutes to monthly-limit-minutes.
       move base-special-months to special-months-limit.
       move base-rolling-minutes to rolling-avg-minutes.
       move spaces to agreement-label.
       move zero to site-found.

       move 1 to emp-company.
       open input employee-company-file.
       if employee-company-status = "00"
           move Fuserid to Fec-userid
           read employee-company-file
               invalid key continue
           end-read
           if employee-company-status = "00"
               move Fec-company to emp-company
           end-if
           close employee-company-file
       end-if.

       open input agreement-site-file.
       if agreement-site-status not = "00"
           go to lookup-site-agreement-exit
       end-if.
       move emp-company to Fas-company.
       move Fdept to Fas-dept.
       read agreement-site-file
           invalid key continue
       end-read.
       if agreement-site-status = "00"
           move 1 to site-found
       else
           move emp-company to Fas-company
           move zero to Fas-dept
           read agreement-site-file
               invalid key continue
           end-read
           if agreement-site-status = "00"
               move 1 to site-found
           end-if
       end-if.
       close agreement-site-file.

       if site-found = 1
           compute annual-limit-minutes = Fas-annual-limit-hours * 60
           compute monthly-limit-minutes = Fas-monthly-limit-hours * 60
           move Fas-special-months to special-months-limit
           compute rolling-avg-minutes = Fas-rolling-avg-hours * 60
           string "  （協定: 会社 " delimited by size
               Fas-company delimited by size
               " 事業場 " delimited by size
               Fas-dept delimited by size
               "）" delimited by size
               into agreement-label
           end-string
       end-if.

lookup-site-agreement-exit.
       exit.

build-fiscal-months.
       *> 年度は4月起点。対象月までの月リストを作る
       move function numval(target-yyyymm(1:4)) to target-year-num.
       exit.

check-one-user.
       perform lookup-site-agreement thru lookup-site-agreement-exit.
       perform lookup-expect-minutes.
       move zero to status-work-days.

       perform varying cur-month-slot from 1 by 1
           until cur-month-slot > fy-month-count
           end-if
       end-perform.


       *> 休職・休業期間中に勤務の記録がある従業員は確認を促す
       if status-work-days > zero
           move 1 to user-flagged
           perform write-user-header
           move spaces to report-line
           string "  注意: 休職・休業期間中の勤務 " delimited by size
               status-work-days delimited by size
               " 日（全時間を時間外に計上）" delimited by size
               into report-line
           end-string
           write report-line
       end-if.

write-user-header.
       *> 従業員ごとに最初の指摘の前に1回だけ見出しを書く
       if header-written = zero
           move spaces to report-line
           string "userid " delimited by size
               Fuserid delimited by size
               agreement-label delimited by size
               into report-line
           end-string
           write report-line
           move zero to day-break-start(day-idx)
           move zero to day-break-minutes(day-idx)
           move zero to is-holiday-day(day-idx)
           move zero to is-status-day(day-idx)
       end-perform.
       move zero to open-in-day.

       perform mark-holiday-days.
       perform mark-status-days thru mark-status-days-exit.

       *> 副キー（userid＋打刻日時）で対象ユーザの対象月だけを範囲読みする
       move zero to scan-done.
       if day-worked-minutes <= 0
           go to add-day-minutes-exit
       end-if.
       if is-status-day(day-idx) = 1
           add 1 to status-work-days
       end-if.
       if is-holiday-day(day-idx) = 1
           *> 休日労働は全時間を休日労働として計上する
           add day-worked-minutes to tally-holiday
       else
           if is-status-day(day-idx) = 1
               add day-worked-minutes to tally-overtime
               go to add-day-minutes-exit
           end-if
           if day-worked-minutes > expect-minutes
               compute tally-overtime =
                   tally-overtime
       end-perform.
       close short-hours-file.

mark-status-days.
       *> 対象月のうち休職・休業期間（復職日の前日まで）の日に印を付ける
       open input emp-status-file.
       if emp-status-status not = "00"
           go to mark-status-days-exit
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
                       perform mark-status-range
                           thru mark-status-range-exit
                   end-if
           end-read
       end-perform.
       close emp-status-file.

mark-status-days-exit.
       exit.

mark-status-range.
       if Fes-from(1:6) > cur-yyyymm
           go to mark-status-range-exit
       end-if.
       perform set-status-end.
       if es-end-date not = spaces
           and (es-end-date < Fes-from
               or es-end-date(1:6) < cur-yyyymm)
           go to mark-status-range-exit
       end-if.
       move 1 to es-from-day.
       if Fes-from(1:6) = cur-yyyymm
           move function numval(Fes-from(7:2)) to es-from-day
       end-if.
       move month-last-day to es-to-day.
       if es-end-date not = spaces
           and es-end-date(1:6) = cur-yyyymm
           move function numval(es-end-date(7:2)) to es-to-day
       end-if.
       perform varying sd-idx from es-from-day by 1
           until sd-idx > es-to-day
           move 1 to is-status-day(sd-idx)
       end-perform.

mark-status-range-exit.
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

upsert-ledger.
       move Fuserid to Fovl-userid.
       move cur-yyyymm to Fovl-yyyymm.
