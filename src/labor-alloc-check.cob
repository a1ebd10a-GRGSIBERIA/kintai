identification division.
program-id. kintai-labor-alloc-check.

environment division.
input-output section.
       file-control.
           select user-file assign to "./dat/user.dat"
               organization indexed
               access mode sequential
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
           select labor-alloc-file assign to "./dat/labor-alloc.dat"
               organization indexed
               access mode dynamic
               record key is Fla-key
               status labor-alloc-status.
           select department-file assign to "./dat/department.dat"
               organization relative
               access mode sequential
               relative key dept-key
               status dept-status.
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
       fd labor-alloc-file.
           01 Fla-rec.
               03 Fla-key.
                   05 Fla-userid pic 9(7).
                   05 Fla-date pic X(8).
                   05 Fla-project pic X(10).
               03 Fla-minutes pic 9(4).
               03 Fla-entered-at pic X(21).
       fd department-file.
           01 Fdept-rec.
               03 Fdept-id pic 9(2).
               03 Fdept-name pic N(20).
               03 Fdept-parent pic 9(2).
       fd run-param-file.
           01 Frp-rec.
               03 Frp-key.
                   05 Frp-program pic X(30).
                   05 Frp-param pic X(20).
               03 Frp-value pic X(30).
       fd report-file.
           01 report-line pic X(160).
working-storage section.
       01 dept-key pic 99.
       01 status-rec.
           03 user-status pic XX.
           03 stamp-status pic XX.
           03 labor-alloc-status pic XX.
           03 dept-status pic XX.
           03 run-param-status pic XX.
           03 report-status pic XX.
       *> 無人実行用の実行パラメータ（run-param.dat）
       01 run-param-name pic X(20).
       01 run-param-found pic 9.
       01 run-param-value pic X(30).
       01 target-yyyymm pic X(6).
       01 report-name pic X(60).
       *> 実働と配賦の差をこの分数まで許容する
       01 tolerance-minutes pic 9(3).
       *> 当月は前日まで、過去月は月末までを判定する
       01 last-check-day pic 99.
       01 today-date pic X(8).
       *> 前月の先頭（配賦入力の対象者判定用）
       01 prev-start pic X(8).
       01 prev-int pic 9(8).
       01 prev-num pic 9(8).
       01 in-scope pic 9.
       01 day-alloc pic 9(5) occurs 31 times indexed by dal-idx.
       01 alloc-day pic 99.
       01 diff-minutes pic 9(5).
       *> 例外（部署別に並べて出力する）
       01 exc-table.
           03 exc-entry occurs 5000 times indexed by exc-idx.
               05 exc-dept pic 9(2).
               05 exc-userid pic 9(7).
               05 exc-date pic X(8).
               05 exc-worked pic 9(4).
               05 exc-alloc pic 9(5).
               05 exc-kind pic X.
       01 exc-count pic 9(5) value zero.
       01 exc-dropped pic 9(5) value zero.
       01 under-count pic 9(5) value zero.
       01 over-count pic 9(5) value zero.
       01 user-count pic 9(5) value zero.
       01 dept-names.
           03 dn-name pic N(20) occurs 99 times.
       01 out-dept pic 9(3).
       01 dept-printed pic 9.
       01 kind-label pic X(12).
       01 new-kind pic X.
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
       *> ジョブチェーン実行台帳に載せる処理件数（呼び出し元と共有）
       01 job-step-count pic 9(7) external.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "工数配賦の例外チェック（実働と配賦の不一致・上長向け）".

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

       move "tolerance-minutes" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           compute tolerance-minutes = function numval(run-param-value)
       else
           display "許容する差（分）を入力してください (既定 0)"
           accept tolerance-minutes
       end-if.

       perform compute-month-length.
       move function current-date(1:8) to today-date.
       if target-yyyymm = today-date(1:6)
           compute last-check-day = function numval(today-date(7:2)) - 1
       else
           if target-yyyymm > today-date(1:6)
               move zero to last-check-day
           else
               move month-last-day to last-check-day
           end-if
       end-if.

       move target-yyyymm to prev-num(1:6).
       move "01" to prev-num(7:2).
       compute prev-int = function integer-of-date(prev-num) - 1.
       compute prev-num = function date-of-integer(prev-int).
       move prev-num(1:6) to prev-start(1:6).
       move "01" to prev-start(7:2).

       perform load-departments.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   perform check-one-user thru check-one-user-exit
       end-perform.
       close user-file.

       perform write-report.

       display " ".
       display "対象 " user-count " 名  未配賦 " under-count
           " 日  超過配賦 " over-count " 日".
       if exc-dropped > 0
           display "警告: 例外が多すぎるため " exc-dropped
               " 件を出力できませんでした"
       end-if.
       display function trim(report-name) " に出力しました".
       move exc-count to job-step-count.
       goback.

check-one-user.
       *> 前月または当月に配賦入力のある従業員だけを対象にする
       *> （プロジェクトに従事しない従業員は例外にしない）
       move zero to in-scope.
       open input labor-alloc-file.
       if labor-alloc-status not = "00"
           go to check-one-user-exit
       end-if.
       move Fuserid to Fla-userid.
       move prev-start to Fla-date.
       move low-values to Fla-project.
       start labor-alloc-file key >= Fla-key
           invalid key move "10" to labor-alloc-status
       end-start.
       if labor-alloc-status = "00"
           read labor-alloc-file next record
               at end move "10" to labor-alloc-status
           end-read
           if labor-alloc-status = "00"
               and Fla-userid = Fuserid
               and Fla-date(1:6) <= target-yyyymm
               move 1 to in-scope
           end-if
       end-if.
       close labor-alloc-file.
       if in-scope = zero
           go to check-one-user-exit
       end-if.

       add 1 to user-count.
       move Fuserid to tally-userid.
       move Femptype to tally-emptype.
       perform tally-month-worked.
       perform load-day-allocations.

       perform varying alloc-day from 1 by 1
           until alloc-day > last-check-day
           perform judge-one-day
       end-perform.

check-one-user-exit.
       exit.

load-day-allocations.
       perform varying dal-idx from 1 by 1 until dal-idx > 31
           move zero to day-alloc(dal-idx)
       end-perform.
       open input labor-alloc-file.
       move Fuserid to Fla-userid.
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
                   if Fla-userid not = Fuserid
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

judge-one-day.
       if day-worked(alloc-day) > day-alloc(alloc-day)
           compute diff-minutes =
               day-worked(alloc-day) - day-alloc(alloc-day)
           if diff-minutes > tolerance-minutes
               add 1 to under-count
               move "U" to new-kind
               perform keep-exception thru keep-exception-exit
           end-if
       end-if.
       if day-alloc(alloc-day) > day-worked(alloc-day)
           compute diff-minutes =
               day-alloc(alloc-day) - day-worked(alloc-day)
           if diff-minutes > tolerance-minutes
               add 1 to over-count
               move "O" to new-kind
               perform keep-exception thru keep-exception-exit
           end-if
       end-if.

keep-exception.
       if exc-count >= 5000
           add 1 to exc-dropped
           go to keep-exception-exit
       end-if.
       add 1 to exc-count.
       move new-kind to exc-kind(exc-count).
       move Fdept to exc-dept(exc-count).
       move Fuserid to exc-userid(exc-count).
       move target-yyyymm to exc-date(exc-count)(1:6).
       move alloc-day to exc-date(exc-count)(7:2).
       move day-worked(alloc-day) to exc-worked(exc-count).
       move day-alloc(alloc-day) to exc-alloc(exc-count).

keep-exception-exit.
       exit.

load-departments.
       perform varying out-dept from 1 by 1 until out-dept > 99
           move spaces to dn-name(out-dept)
       end-perform.
       open input department-file.
       perform until dept-status not = "00"
           read department-file
               not at end
                   if Fdept-id >= 1 and Fdept-id <= 99
                       move Fdept-name to dn-name(Fdept-id)
                   end-if
       end-perform.
       close department-file.

write-report.
       move spaces to report-name.
       string "./dat/labor-alloc-exceptions-" delimited by size
           target-yyyymm delimited by size
           ".txt" delimited by size
           into report-name
       end-string.
       open output report-file.

       move spaces to report-line.
       string "工数配賦の例外リスト  対象年月 " delimited by size
           target-yyyymm delimited by size
           "  判定日 1〜" delimited by size
           last-check-day delimited by size
           "日  許容差 " delimited by size
           tolerance-minutes delimited by size
           " 分" delimited by size
           into report-line
       end-string.
       write report-line.

       *> 上長が自部署分だけを確認できるよう部署ごとにまとめる
       perform varying out-dept from 0 by 1 until out-dept > 99
           move zero to dept-printed
           perform varying exc-idx from 1 by 1 until exc-idx > exc-count
               if exc-dept(exc-idx) = out-dept
                   perform write-exception-line
               end-if
           end-perform
       end-perform.

       move spaces to report-line.
       write report-line.
       move spaces to report-line.
       string "対象 " delimited by size
           user-count delimited by size
           " 名  未配賦 " delimited by size
           under-count delimited by size
           " 日  超過配賦 " delimited by size
           over-count delimited by size
           " 日" delimited by size
           into report-line
       end-string.
       write report-line.
       close report-file.

write-exception-line.
       if dept-printed = zero
           move 1 to dept-printed
           move spaces to report-line
           write report-line
           move spaces to report-line
           if out-dept = zero
               move "【部署未設定】" to report-line
           else
               string "【部署 " delimited by size
                   out-dept(2:2) delimited by size
                   " " delimited by size
                   function trim(dn-name(out-dept)) delimited by size
                   "】" delimited by size
                   into report-line
               end-string
           end-if
           write report-line
           move "  userid   日付      実働(分) 配賦(分) 区分" to report-line
           write report-line
       end-if.

       if exc-kind(exc-idx) = "U"
           move "未配賦" to kind-label
       else
           move "超過配賦" to kind-label
       end-if.
       move spaces to report-line.
       string "  " delimited by size
           exc-userid(exc-idx) delimited by size
           "  " delimited by size
           exc-date(exc-idx) delimited by size
           "  " delimited by size
           exc-worked(exc-idx) delimited by size
           "     " delimited by size
           exc-alloc(exc-idx) delimited by size
           "    " delimited by size
           kind-label delimited by space
           into report-line
       end-string.
       write report-line.

lookup-run-param.
       move zero to run-param-found.
       move spaces to run-param-value.
       open input run-param-file.
       if run-param-status not = "00"
           go to lookup-run-param-exit
       end-if.
       move "kintai-labor-alloc-check" to Frp-program.
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
