identification division.
program-id. kintai-project-cost-export.

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
           select round-policy-file assign to "./dat/round-policy.dat"
               organization relative
               access mode sequential
               relative key round-key
               status round-status.
           select offsite-file assign to "./dat/offsite.dat"
               organization indexed
               access mode dynamic
               record key is Foff-id
               status offsite-status.
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
           select schedule-cal-file assign to "./dat/schedule-cal.dat"
               organization indexed
               access mode dynamic
               record key is Fscal-key
               status schedule-cal-status.
           select project-file assign to "./dat/project.dat"
               organization indexed
               access mode sequential
               record key is Fprj-code
               status project-status.
           select labor-alloc-file assign to "./dat/labor-alloc.dat"
               organization indexed
               access mode dynamic
               record key is Fla-key
               status labor-alloc-status.
           select preclose-file assign to "./dat/preclose.dat"
               organization indexed
               access mode dynamic
               record key is Fpre-yyyymm
               status preclose-status.
           select manifest-file assign to "./dat/payroll-manifest.dat"
               organization indexed
               access mode dynamic
               record key is Fman-key
               status manifest-status.
           select kept-file assign using kept-name
               organization line sequential
               status kept-status.
           select cost-file assign using cost-name
               organization line sequential
               status cost-status.
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
       fd round-policy-file.
           01 Fround-rec.
               03 Fround-emptype pic 9(2).
               03 Fround-unit pic 9(2).
               03 Fround-in-dir pic 9.
               03 Fround-out-dir pic 9.
       fd offsite-file.
           01 Foff-rec.
               03 Foff-id pic 9(7).
               03 Foff-userid pic 9(7).
               03 Foff-from pic X(8).
               03 Foff-to pic X(8).
               03 Foff-type pic 9.
               03 Foff-deemed-minutes pic 9(4).
               03 Foff-reason pic X(64).
               03 Foff-status pic 9.
               03 Foff-approver pic 9(7).
               03 Foff-requested-at pic X(21).
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
       fd schedule-cal-file.
           01 Fscal-rec.
               03 Fscal-key.
                   05 Fscal-dept pic 9(2).
                   05 Fscal-date pic X(8).
               03 Fscal-minutes pic 9(4).
       fd project-file.
           01 Fprj-rec.
               03 Fprj-code pic X(10).
               03 Fprj-name pic N(20).
               03 Fprj-client pic N(20).
               03 Fprj-cost-dept pic 9(2).
               03 Fprj-open-date pic X(8).
               03 Fprj-close-date pic X(8).
               03 Fprj-registered-by pic 9(7).
               03 Fprj-registered-at pic X(21).
       fd labor-alloc-file.
           01 Fla-rec.
               03 Fla-key.
                   05 Fla-userid pic 9(7).
                   05 Fla-date pic X(8).
                   05 Fla-project pic X(10).
               03 Fla-minutes pic 9(4).
               03 Fla-entered-at pic X(21).
       fd preclose-file.
           01 Fpre-rec.
               03 Fpre-yyyymm pic X(6).
               03 Fpre-result pic X(2).
               03 Fpre-open-punches pic 9(5).
               03 Fpre-pending-leaves pic 9(5).
               03 Fpre-staging pic 9(5).
               03 Fpre-checked-at pic X(21).
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
       fd cost-file.
           01 cost-line pic X(256).
working-storage section.
       01 shift-key pic 99.
       01 sh-key pic 9(5).
       01 status-rec.
           03 user-status pic XX.
           03 stamp-status pic XX.
           03 shift-status pic XX.
           03 sh-status pic XX.
           03 schedule-cal-status pic XX.
           03 project-status pic XX.
           03 labor-alloc-status pic XX.
           03 preclose-status pic XX.
           03 manifest-status pic XX.
           03 kept-status pic XX.
           03 cost-status pic XX.
       01 target-yyyymm pic X(6).
       01 kept-name pic X(60).
       01 cost-name pic X(60).
       01 best-version pic 9(3).
       01 manifest-found pic 9.
       01 manifest-pay pic 9(10)v99.
       *> マニフェストの支給総額は通勤手当・手当等を含むため総支給との差を別に示す
       01 manifest-diff pic s9(10)v99.
       *> プロジェクトマスタと月間の集計（最後の行は未配賦）
       01 prj-table.
           03 prj-entry occurs 500 times indexed by prj-idx.
               05 pj-code pic X(10).
               05 pj-name pic N(20).
               05 pj-client pic N(20).
               05 pj-cost-dept pic 9(2).
               05 pj-minutes pic 9(7).
               05 pj-regular pic 9(9)v99.
               05 pj-overtime pic 9(9)v99.
               05 pj-late pic 9(9)v99.
       01 prj-count pic 9(3) value zero.
       01 prj-found pic 9.
       01 hit-prj pic 9(3).
       01 unalloc-regular pic s9(9)v99 value zero.
       01 unalloc-overtime pic s9(9)v99 value zero.
       01 unalloc-late pic s9(9)v99 value zero.
       01 unalloc-minutes pic 9(7) value zero.
       *> 控えCSVの列分解用
       01 kept-f01 pic X(10).
       01 kept-f02 pic X(64).
       01 kept-f03 pic X(64).
       01 kept-f04 pic X(16).
       01 kept-f05 pic X(16).
       01 kept-f06 pic X(16).
       01 kept-f07 pic X(16).
       01 kept-f08 pic X(16).
       01 kept-f09 pic X(16).
       01 kept-f10 pic X(16).
       01 kept-f11 pic X(16).
       01 kept-f12 pic X(16).
       01 kept-f13 pic X(16).
       01 kept-tallying pic 99.
       01 header-skipped pic 9.
       01 line-userid pic 9(7).
       01 line-gross pic 9(10)v99.
       01 line-overtime pic 9(10)v99.
       01 line-late pic 9(10)v99.
       01 line-regular pic 9(10)v99.
       01 gross-sum pic 9(10)v99 value zero.
       01 unmapped-count pic 9(4) value zero.
       *> 所定労働時間（kintai-payroll-export と同じ区分規則）
       01 expect-minutes pic 9(5).
       01 day-expect-minutes pic 9(5).
       01 day-sched-minutes pic 9(4) occurs 31 times
           indexed by scd-idx.
       01 day-sched-found pic 9 occurs 31 times indexed by scd2-idx.
       01 scal-day-num pic 99.
       01 scal-date-ws pic X(8).
       01 sh-month-start pic X(8).
       01 sh-month-end pic X(8).
       *> 日別の法定内・時間外・深夜の分数と配賦の合計
       01 day-split.
           03 day-split-entry occurs 31 times indexed by dsp-idx.
               05 day-ot pic 9(4).
               05 day-late pic 9(4).
               05 day-alloc pic 9(5).
       01 user-worked pic 9(6).
       01 user-ot pic 9(6).
       01 user-late pic 9(6).
       01 overlap-lo pic s9(5).
       01 overlap-hi pic s9(5).
       01 alloc-day pic 99.
       *> 配賦率（その日の実働または配賦合計の大きい方に対する割合）
       01 alloc-base pic 9(5).
       01 share-ratio pic 9v9(8).
       01 cost-regular pic 9(9)v99.
       01 cost-overtime pic 9(9)v99.
       01 cost-late pic 9(9)v99.
       01 user-alloc-regular pic 9(9)v99.
       01 user-alloc-overtime pic 9(9)v99.
       01 user-alloc-late pic 9(9)v99.
       01 user-alloc-minutes pic 9(6).
       *> CSV出力用
       01 csv-dept pic 9(2).
       01 csv-hours pic Z(6)9.99.
       01 csv-regular pic -(9)9.99.
       01 csv-overtime pic -(9)9.99.
       01 csv-late pic -(9)9.99.
       01 csv-total pic -(9)9.99.
       01 csv-minutes pic 9(7).
       01 total-cost pic s9(10)v99 value zero.
       01 cost-rows pic 9(4) value zero.
       01 disp-amount pic -(10)9.99.
       *> 日ごとの実働分数（kintai-timecard-report と同じ規則で算出）
       01 round-key pic 99.
       01 round-status pic XX.
       01 offsite-status pic XX.
       01 tally-userid pic 9(7).
       01 tally-emptype pic 9(2).
       01 day-table.
           03 day-entry occurs 31 times indexed by day-idx.
               05 day-in-time pic 9(4).
               05 day-out-time pic 9(4).
               05 day-break-start pic 9(4).
               05 day-break-minutes pic 9(4).
               05 day-offsite-minutes pic 9(4).
               05 day-worked pic 9(4).
       01 month-last-day pic 99.
       01 month-year pic 9(4).
       01 ofs-day-num pic 99.
       01 ofs-date pic X(8).
       *> 丸めポリシー（未登録の雇用形態は丸めなし）
       01 round-unit pic 9(2) value 1.
       01 round-in-dir pic 9 value 2.
       01 round-out-dir pic 9 value 2.
       01 round-dir pic 9.
       01 round-min pic 9(5).
       01 work-day pic 99.
       01 work-hhmm pic 9(4).
       01 open-in-day pic 99 value zero.
       01 encoded-out pic 9(4).
       01 in-minutes pic 9(5).
       01 out-minutes pic 9(5).
       01 break-delta pic s9(5).
       01 worked-minutes pic s9(5).
       01 scan-done pic 9.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "プロジェクト別工数・労務費の月次出力バッチ".

       display "対象年月を入力してください (例: 202608)".
       accept target-yyyymm.

       *> 締め前監査のGO判定がない月は未承認の数字になるため出力しない
       move target-yyyymm to Fpre-yyyymm.
       open input preclose-file.
       read preclose-file
           invalid key continue
       end-read.
       close preclose-file.

       if preclose-status not = "00"
           display "締め前監査が未実施のため出力は行いません"
           display "（kintai-preclose を実行してGO判定を得てください）"
           stop run
       end-if.
       if Fpre-result not = "GO"
           display "締め前監査がNG判定のため出力は行いません"
           stop run
       end-if.

       perform find-latest-manifest thru find-latest-manifest-exit.
       if manifest-found = zero
           display target-yyyymm " の給与控えが見つかりません"
           display "（kintai-payroll-export を先に実行してください）"
           stop run
       end-if.

       perform load-projects.
       perform load-kept-export thru load-kept-export-exit.

       move spaces to cost-name.
       string "./dat/project-cost-" delimited by size
           target-yyyymm delimited by size
           ".csv" delimited by size
           into cost-name
       end-string.
       open output cost-file.
       move "project_code,project_name,client,cost_dept,hours,regular_cost,overtime_cost,late_night_cost,labor_cost"
           to cost-line.
       write cost-line.

       perform varying prj-idx from 1 by 1 until prj-idx > prj-count
           if pj-minutes(prj-idx) > 0
               or pj-regular(prj-idx) > 0
               perform write-project-line
           end-if
       end-perform.
       perform write-unallocated-line.
       close cost-file.

       display " ".
       display function trim(cost-name) " に "
           cost-rows " 行を出力しました".
       move gross-sum to disp-amount.
       display "給与控え（第" best-version "版）の総支給 "
           function trim(disp-amount) " 円".
       move total-cost to disp-amount.
       display "出力した労務費の合計（未配賦を含む） "
           function trim(disp-amount) " 円".
       if total-cost not = gross-sum
           display "警告: 給与控えの総支給と一致しません"
       end-if.
       move manifest-pay to disp-amount.
       display "給与マニフェストの支給総額 "
           function trim(disp-amount) " 円".
       compute manifest-diff = manifest-pay - gross-sum.
       move manifest-diff to disp-amount.
       display "  うち通勤手当・手当等（労務費の配賦対象外） "
           function trim(disp-amount) " 円".
       if unmapped-count > 0
           display "警告: 従業員マスタにない控えの行が "
               unmapped-count " 件ありました（未配賦に計上）"
       end-if.
       stop run.

find-latest-manifest.
       *> 月次給与の最新版の控えを使う（賞与の控えは対象外）
       move zero to manifest-found.
       move zero to best-version.
       move spaces to kept-name.

       open input manifest-file.
       if manifest-status not = "00"
           go to find-latest-manifest-exit
       end-if.
       perform until manifest-status not = "00"
           read manifest-file next record
               not at end
                   if Fman-yyyymm = target-yyyymm
                       and Fman-version > best-version
                       and Fman-filename(1:20) = "./dat/payroll-export"
                       move Fman-version to best-version
                       move Fman-filename to kept-name
                       move Fman-total-pay to manifest-pay
                       move 1 to manifest-found
                   end-if
       end-perform.
       close manifest-file.

find-latest-manifest-exit.
       exit.

load-projects.
       open input project-file.
       perform until project-status not = "00"
           read project-file next record
               at end move "10" to project-status
               not at end
                   if prj-count < 500
                       add 1 to prj-count
                       initialize prj-entry(prj-count)
                       move Fprj-code to pj-code(prj-count)
                       move Fprj-name to pj-name(prj-count)
                       move Fprj-client to pj-client(prj-count)
                       move Fprj-cost-dept to pj-cost-dept(prj-count)
                   end-if
           end-read
       end-perform.
       close project-file.

load-kept-export.
       move zero to header-skipped.
       open input kept-file.
       if kept-status not = "00"
           go to load-kept-export-exit
       end-if.
       perform until kept-status not = "00"
           read kept-file
               not at end
                   if header-skipped = zero
                       move 1 to header-skipped
                   else
                       perform allocate-one-line
                           thru allocate-one-line-exit
                   end-if
       end-perform.
       close kept-file.

load-kept-export-exit.
       exit.

allocate-one-line.
       move zero to kept-tallying.
       unstring kept-line delimited by ","
           into kept-f01 kept-f02 kept-f03 kept-f04 kept-f05
               kept-f06 kept-f07 kept-f08 kept-f09 kept-f10
               kept-f11 kept-f12 kept-f13
           tallying in kept-tallying
       end-unstring.

       if kept-tallying < 13
           go to allocate-one-line-exit
       end-if.

       compute line-userid = function numval(kept-f01).
       compute line-gross = function numval(kept-f06).
       compute line-late = function numval(kept-f08).
       *> 法定外（125%）と月60時間超（150%）をまとめて残業原価とする
       compute line-overtime =
           function numval(kept-f12) + function numval(kept-f13).
       if line-overtime + line-late > line-gross
           move zero to line-regular
       else
           compute line-regular = line-gross - line-overtime - line-late
       end-if.
       add line-gross to gross-sum.

       move line-userid to Fuserid.
       open input user-file.
       read user-file
           invalid key continue
       end-read.
       close user-file.
       if user-status not = "00"
           add 1 to unmapped-count
           add line-regular to unalloc-regular
           add line-overtime to unalloc-overtime
           add line-late to unalloc-late
           go to allocate-one-line-exit
       end-if.

       move Fuserid to tally-userid.
       move Femptype to tally-emptype.
       perform tally-month-worked.
       perform lookup-shift.
       perform load-schedule-cal.
       perform split-user-days.
       perform load-day-allocations thru load-day-allocations-exit.

       move zero to user-alloc-regular user-alloc-overtime.
       move zero to user-alloc-late user-alloc-minutes.
       perform distribute-allocations
           thru distribute-allocations-exit.

       *> 配賦しきれなかった分（未入力日・実働未満の入力）は未配賦に残す
       compute unalloc-regular =
           unalloc-regular + line-regular - user-alloc-regular.
       compute unalloc-overtime =
           unalloc-overtime + line-overtime - user-alloc-overtime.
       compute unalloc-late =
           unalloc-late + line-late - user-alloc-late.
       if user-worked > user-alloc-minutes
           compute unalloc-minutes =
               unalloc-minutes + user-worked - user-alloc-minutes
       end-if.

allocate-one-line-exit.
       exit.

split-user-days.
       *> 日ごとの時間外（所定超）・深夜（22:00〜翌5:00）分数を求める
       move zero to user-worked user-ot user-late.
       perform varying dsp-idx from 1 by 1 until dsp-idx > 31
           move zero to day-ot(dsp-idx)
           move zero to day-late(dsp-idx)
           move zero to day-alloc(dsp-idx)
       end-perform.
       perform varying day-idx from 1 by 1 until day-idx > 31
           add day-worked(day-idx) to user-worked
           if day-in-time(day-idx) not = zero
               and day-out-time(day-idx) not = zero
               and day-worked(day-idx) > 0
               set dsp-idx to day-idx
               perform split-one-day
           end-if
       end-perform.

split-one-day.
       if day-sched-found(day-idx) = 1
           move day-sched-minutes(day-idx) to day-expect-minutes
       else
           move expect-minutes to day-expect-minutes
       end-if.
       if day-worked(day-idx) > day-expect-minutes
           compute day-ot(dsp-idx) =
               day-worked(day-idx) - day-expect-minutes
           add day-ot(dsp-idx) to user-ot
       end-if.

       compute in-minutes =
           function integer(day-in-time(day-idx) / 100) * 60
           + function mod(day-in-time(day-idx), 100).
       compute out-minutes =
           function integer(day-out-time(day-idx) / 100) * 60
           + function mod(day-out-time(day-idx), 100).
       compute overlap-lo = function max(in-minutes, 0).
       compute overlap-hi = function min(out-minutes, 300).
       if overlap-hi > overlap-lo
           compute day-late(dsp-idx) =
               day-late(dsp-idx) + overlap-hi - overlap-lo
       end-if.
       compute overlap-lo = function max(in-minutes, 1320).
       compute overlap-hi = function min(out-minutes, 1740).
       if overlap-hi > overlap-lo
           compute day-late(dsp-idx) =
               day-late(dsp-idx) + overlap-hi - overlap-lo
       end-if.
       if day-late(dsp-idx) > day-worked(day-idx)
           move day-worked(day-idx) to day-late(dsp-idx)
       end-if.
       add day-late(dsp-idx) to user-late.

load-day-allocations.
       *> 1回目の読み込みで日ごとの配賦合計を求める
       open input labor-alloc-file.
       if labor-alloc-status not = "00"
           go to load-day-allocations-exit
       end-if.
       move tally-userid to Fla-userid.
       move spaces to Fla-date.
       move target-yyyymm to Fla-date(1:6).
       move low-values to Fla-project.
       start labor-alloc-file key >= Fla-key
           invalid key move "10" to labor-alloc-status
       end-start.
       perform until labor-alloc-status not = "00"
           read labor-alloc-file next record
               at end move "10" to labor-alloc-status
               not at end
                   if Fla-userid not = tally-userid
                       or Fla-date(1:6) not = target-yyyymm
                       move "10" to labor-alloc-status
                   else
                       move function numval(Fla-date(7:2)) to alloc-day
                       if alloc-day >= 1 and alloc-day <= 31
                           add Fla-minutes to day-alloc(alloc-day)
                       end-if
                   end-if
           end-read
       end-perform.
       close labor-alloc-file.

load-day-allocations-exit.
       exit.

distribute-allocations.
       *> 2回目の読み込みで配賦行ごとに原価を按分する。
       *> 法定内は実働分数、時間外は時間外分数、深夜は深夜分数の比で
       *> 本人の支給額（給与控え）を各日に割り当て、その日の配賦率を掛ける
       open input labor-alloc-file.
       if labor-alloc-status not = "00"
           go to distribute-allocations-exit
       end-if.
       move tally-userid to Fla-userid.
       move spaces to Fla-date.
       move target-yyyymm to Fla-date(1:6).
       move low-values to Fla-project.
       start labor-alloc-file key >= Fla-key
           invalid key move "10" to labor-alloc-status
       end-start.
       perform until labor-alloc-status not = "00"
           read labor-alloc-file next record
               at end move "10" to labor-alloc-status
               not at end
                   if Fla-userid not = tally-userid
                       or Fla-date(1:6) not = target-yyyymm
                       move "10" to labor-alloc-status
                   else
                       perform allocate-one-entry
                           thru allocate-one-entry-exit
                   end-if
           end-read
       end-perform.
       close labor-alloc-file.

distribute-allocations-exit.
       exit.

allocate-one-entry.
       move function numval(Fla-date(7:2)) to alloc-day.
       if alloc-day < 1 or alloc-day > 31 or Fla-minutes = zero
           go to allocate-one-entry-exit
       end-if.

       move zero to prj-found.
       perform varying prj-idx from 1 by 1 until prj-idx > prj-count
           if pj-code(prj-idx) = Fla-project and prj-found = zero
               move 1 to prj-found
               set hit-prj to prj-idx
           end-if
       end-perform.
       if prj-found = zero
           if prj-count >= 500
               go to allocate-one-entry-exit
           end-if
           add 1 to prj-count
           move prj-count to hit-prj
           initialize prj-entry(hit-prj)
           move Fla-project to pj-code(hit-prj)
       end-if.
       set prj-idx to hit-prj.

       add Fla-minutes to pj-minutes(prj-idx).

       *> 実働を超える配賦は配賦合計で按分し、実働未満なら残りは未配賦
       if day-alloc(alloc-day) > day-worked(alloc-day)
           move day-alloc(alloc-day) to alloc-base
       else
           move day-worked(alloc-day) to alloc-base
       end-if.
       if alloc-base = zero
           go to allocate-one-entry-exit
       end-if.
       compute share-ratio = Fla-minutes / alloc-base.
       compute user-alloc-minutes = user-alloc-minutes
           + day-worked(alloc-day) * share-ratio.

       move zero to cost-regular cost-overtime cost-late.
       if user-worked > zero
           compute cost-regular rounded = line-regular
               * day-worked(alloc-day) / user-worked * share-ratio
       end-if.
       if user-ot > zero
           compute cost-overtime rounded = line-overtime
               * day-ot(alloc-day) / user-ot * share-ratio
       end-if.
       if user-late > zero
           compute cost-late rounded = line-late
               * day-late(alloc-day) / user-late * share-ratio
       end-if.

       add cost-regular to pj-regular(prj-idx).
       add cost-overtime to pj-overtime(prj-idx).
       add cost-late to pj-late(prj-idx).
       add cost-regular to user-alloc-regular.
       add cost-overtime to user-alloc-overtime.
       add cost-late to user-alloc-late.

allocate-one-entry-exit.
       exit.

lookup-shift.
       *> シフト未登録の役職は法定労働時間の8時間/日で区分する
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
       move target-yyyymm to sh-month-start(1:6).
       move "01" to sh-month-start(7:2).
       move target-yyyymm to sh-month-end(1:6).
       move "31" to sh-month-end(7:2).
       open input short-hours-file.
       perform until sh-status not = "00"
           read short-hours-file
               not at end
                   if Fsh-userid = Fuserid
                       and Fsh-from <= sh-month-end
                       and Fsh-to >= sh-month-start
                       compute expect-minutes =
                           Fsh-daily-hours * 60
                   end-if
       end-perform.
       close short-hours-file.

load-schedule-cal.
       perform varying scd-idx from 1 by 1 until scd-idx > 31
           move zero to day-sched-minutes(scd-idx)
           move zero to day-sched-found(scd-idx)
       end-perform.
       open input schedule-cal-file.
       if schedule-cal-status = "00"
           perform varying scal-day-num from 1 by 1
               until scal-day-num > month-last-day
               move target-yyyymm to scal-date-ws(1:6)
               move scal-day-num to scal-date-ws(7:2)
               move Fdept to Fscal-dept
               move scal-date-ws to Fscal-date
               read schedule-cal-file
                   invalid key continue
               end-read
               if schedule-cal-status = "00"
                   move Fscal-minutes
                       to day-sched-minutes(scal-day-num)
                   move 1 to day-sched-found(scal-day-num)
               end-if
           end-perform
           close schedule-cal-file
       end-if.

write-project-line.
       move pj-cost-dept(prj-idx) to csv-dept.
       compute csv-hours = pj-minutes(prj-idx) / 60.
       move pj-regular(prj-idx) to csv-regular.
       move pj-overtime(prj-idx) to csv-overtime.
       move pj-late(prj-idx) to csv-late.
       compute csv-total = pj-regular(prj-idx) + pj-overtime(prj-idx)
           + pj-late(prj-idx).
       compute total-cost = total-cost + pj-regular(prj-idx)
           + pj-overtime(prj-idx) + pj-late(prj-idx).

       move spaces to cost-line.
       string
           function trim(pj-code(prj-idx)) delimited by size
           "," delimited by size
           function trim(pj-name(prj-idx)) delimited by size
           "," delimited by size
           function trim(pj-client(prj-idx)) delimited by size
           "," delimited by size
           csv-dept delimited by size
           "," delimited by size
           function trim(csv-hours) delimited by size
           "," delimited by size
           function trim(csv-regular) delimited by size
           "," delimited by size
           function trim(csv-overtime) delimited by size
           "," delimited by size
           function trim(csv-late) delimited by size
           "," delimited by size
           function trim(csv-total) delimited by size
           into cost-line
       end-string.
       write cost-line.
       add 1 to cost-rows.

write-unallocated-line.
       *> 給与控えの総支給と一致させるため、配賦のない労務費を1行に残す
       compute csv-hours = unalloc-minutes / 60.
       move unalloc-regular to csv-regular.
       move unalloc-overtime to csv-overtime.
       move unalloc-late to csv-late.
       compute csv-total = unalloc-regular + unalloc-overtime
           + unalloc-late.
       compute total-cost = total-cost + unalloc-regular
           + unalloc-overtime + unalloc-late.

       move spaces to cost-line.
       string
           "UNALLOCATED,未配賦,,," delimited by size
           function trim(csv-hours) delimited by size
           "," delimited by size
           function trim(csv-regular) delimited by size
           "," delimited by size
           function trim(csv-overtime) delimited by size
           "," delimited by size
           function trim(csv-late) delimited by size
           "," delimited by size
           function trim(csv-total) delimited by size
           into cost-line
       end-string.
       write cost-line.
       add 1 to cost-rows.

tally-month-worked.
       *> tally-userid / tally-emptype の対象月の実働分数を日別に求める
       perform compute-month-length.
       perform varying day-idx from 1 by 1 until day-idx > 31
           initialize day-entry(day-idx)
       end-perform.
       move zero to open-in-day.
       perform lookup-round-policy.
       perform mark-offsite-days.

       *> 副キー（userid＋打刻日時）で対象ユーザの対象月だけを範囲読みする
       move zero to scan-done.
       open input stamp-file.
       move tally-userid to Fstamp-userid.
       move spaces to Fstamp-datetime.
       move target-yyyymm to Fstamp-datetime(1:6).
       start stamp-file key >= Fstamp-user-key
           invalid key move 1 to scan-done
       end-start.
       perform until scan-done = 1 or stamp-status not = "00"
           read stamp-file next record
               at end move 1 to scan-done
               not at end
                   if Fstamp-userid not = tally-userid
                       or Fstamp-datetime(1:6) not = target-yyyymm
                       move 1 to scan-done
                   else
                       if Fstamp-cancelled not = "Y"
                           perform accumulate-stamp
                       end-if
                   end-if
       end-perform.
       close stamp-file.

       *> 出退勤の揃った日は実働、打刻のない承認済み社外勤務日はみなし時間
       perform varying day-idx from 1 by 1 until day-idx > 31
           if day-in-time(day-idx) not = zero
               and day-out-time(day-idx) not = zero
               compute in-minutes =
                   function integer(day-in-time(day-idx) / 100) * 60
                   + function mod(day-in-time(day-idx), 100)
               compute out-minutes =
                   function integer(day-out-time(day-idx) / 100) * 60
                   + function mod(day-out-time(day-idx), 100)
               compute worked-minutes =
                   out-minutes - in-minutes - day-break-minutes(day-idx)
               if worked-minutes > 0
                   move worked-minutes to day-worked(day-idx)
               end-if
           else
               if day-in-time(day-idx) = zero
                   and day-out-time(day-idx) = zero
                   move day-offsite-minutes(day-idx) to day-worked(day-idx)
               end-if
           end-if
       end-perform.

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

lookup-round-policy.
       move 1 to round-unit.
       move 2 to round-in-dir.
       move 2 to round-out-dir.
       open input round-policy-file.
       perform until round-status not = "00"
           read round-policy-file
               not at end
                   if Fround-emptype = tally-emptype
                       move Fround-unit to round-unit
                       move Fround-in-dir to round-in-dir
                       move Fround-out-dir to round-out-dir
                   end-if
       end-perform.
       close round-policy-file.

round-punch-time.
       compute round-min =
           function integer(work-hhmm / 100) * 60
           + function mod(work-hhmm, 100).
       if round-dir = 1
           compute round-min =
               function integer((round-min + round-unit - 1)
                   / round-unit) * round-unit
       else
           compute round-min =
               function integer(round-min / round-unit) * round-unit
       end-if.
       compute work-hhmm =
           function integer(round-min / 60) * 100
           + function mod(round-min, 60).

mark-offsite-days.
       open input offsite-file.
       if offsite-status = "00"
           perform until offsite-status not = "00"
               read offsite-file next record
                   not at end
                       if Foff-userid = tally-userid
                           and Foff-status = 1
                           perform mark-offsite-range
                       end-if
           end-perform
           close offsite-file
       end-if.

mark-offsite-range.
       perform varying ofs-day-num from 1 by 1
           until ofs-day-num > month-last-day
           move target-yyyymm to ofs-date(1:6)
           move ofs-day-num to ofs-date(7:2)
           if ofs-date >= Foff-from
               and ofs-date <= Foff-to
               move Foff-deemed-minutes
                   to day-offsite-minutes(ofs-day-num)
           end-if
       end-perform.

accumulate-stamp.
       move function numval(Fstamp-datetime(7:2)) to work-day.
       move function numval(Fstamp-datetime(9:4)) to work-hhmm.

       *> 集計時のみ丸めを適用する（stamp.datの生打刻は監査用に変更しない）
       if round-unit > 1
           evaluate Fstamp-statusid
           when 1
           when 3
               move round-in-dir to round-dir
               perform round-punch-time
           when 2
           when 4
               move round-out-dir to round-dir
               perform round-punch-time
           end-evaluate
       end-if.

       evaluate Fstamp-statusid
       when 1
       when 3
           if day-in-time(work-day) = zero
               or work-hhmm < day-in-time(work-day)
               move work-hhmm to day-in-time(work-day)
           end-if
           move work-day to open-in-day
       when 2
       when 4
           *> 日またぎ勤務: 当日に出勤がなく前日の出勤が開いたままなら、
           *> 退勤を前日（シフト開始日）に+2400表現で帰属させる
           if day-in-time(work-day) = zero
               and open-in-day not = zero
               and work-day = open-in-day + 1
               compute encoded-out = work-hhmm + 2400
               if encoded-out > day-out-time(open-in-day)
                   move encoded-out to day-out-time(open-in-day)
               end-if
           else
               if work-hhmm > day-out-time(work-day)
                   move work-hhmm to day-out-time(work-day)
               end-if
           end-if
           move zero to open-in-day
       when 5
           if day-break-start(work-day) = zero
               move work-hhmm to day-break-start(work-day)
           end-if
       when 6
           if day-break-start(work-day) not = zero
               compute break-delta =
                   (function integer(work-hhmm / 100) * 60
                       + function mod(work-hhmm, 100))
                   - (function integer(day-break-start(work-day) / 100) * 60
                       + function mod(day-break-start(work-day), 100))
               if break-delta > 0
                   add break-delta to day-break-minutes(work-day)
               end-if
               move zero to day-break-start(work-day)
           end-if
       end-evaluate.
