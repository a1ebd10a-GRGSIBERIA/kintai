identification division.
program-id. kintai-checkup-schedule.

environment division.
input-output section.
       file-control.
           select user-file assign to "./dat/user.dat"
               organization indexed
               access mode sequential
               record key is Fuserid
               status user-status.
           select checkup-file assign to "./dat/checkup.dat"
               organization indexed
               access mode dynamic
               record key is Fck-key
               status checkup-status.
           select manifest-file assign to "./dat/payroll-manifest.dat"
               organization indexed
               access mode dynamic
               record key is Fman-key
               status manifest-status.
           select kept-file assign using kept-name
               organization line sequential
               status kept-status.
           select run-param-file assign to "./dat/run-param.dat"
               organization indexed
               access mode dynamic
               record key is Frp-key
               status run-param-status.
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
       fd checkup-file.
           01 Fck-rec.
               03 Fck-key.
                   05 Fck-userid pic 9(7).
                   05 Fck-year pic 9(4).
                   05 Fck-round pic 9.
               03 Fck-dept pic 9(2).
               03 Fck-special pic X.
               03 Fck-scheduled-date pic X(8).
               03 Fck-taken-date pic X(8).
               03 Fck-clinic pic N(20).
               03 Fck-result pic 9.
               03 Fck-followup pic X.
               03 Fck-updated-by pic 9(7).
               03 Fck-updated-at pic X(21).
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
       fd run-param-file.
           01 Frp-rec.
               03 Frp-key.
                   05 Frp-program pic X(30).
                   05 Frp-param pic X(20).
               03 Frp-value pic X(30).
working-storage section.
       01 status-rec.
           03 user-status pic XX.
           03 checkup-status pic XX.
           03 manifest-status pic XX.
           03 kept-status pic XX.
           03 run-param-status pic XX.
       *> 無人実行用の実行パラメータ（run-param.dat）
       01 run-param-name pic X(20).
       01 run-param-found pic 9.
       01 run-param-value pic X(30).
       01 today pic X(8).
       *> 年度（4月起点）と実施月。特定業務従事者は6ヶ月後に2回目
       01 target-year pic 9(4).
       01 first-month pic 99.
       01 first-date pic X(8).
       01 second-date pic X(8).
       01 sched-year pic 9(4).
       01 sched-month pic 99.
       *> 深夜業の判定（直近6ヶ月の給与控えの深夜時間）
       01 night-hours pic 9(3)v99.
       01 night-months pic 9.
       01 scan-yyyymm pic X(6).
       01 scan-year pic 9(4).
       01 scan-month pic 99.
       01 scan-count pic 9.
       01 kept-name pic X(60).
       01 best-version pic 9(3).
       01 manifest-found pic 9.
       01 header-skipped pic 9.
       01 kept-f01 pic X(10).
       01 kept-f02 pic X(64).
       01 kept-f03 pic X(64).
       01 kept-f04 pic X(16).
       01 kept-f05 pic X(16).
       01 kept-f06 pic X(16).
       01 kept-f07 pic X(16).
       01 kept-tallying pic 99.
       01 line-userid pic 9(7).
       01 line-night-hours pic 9(3)v99.
       01 night-table.
           03 night-entry occurs 5000 times.
               05 nt-userid pic 9(7).
               05 nt-months pic 9.
       01 night-count pic 9(4) value zero.
       01 nt-idx pic 9(4).
       01 nt-hit pic 9(4).
       01 months-missing pic 9 value zero.
       *> 従業員ごとの判定と件数
       01 user-special pic X.
       01 ensure-round pic 9.
       01 ensure-date pic X(8).
       01 created-count pic 9(5) value zero.
       01 special-count pic 9(5) value zero.
       01 user-count pic 9(5) value zero.
       *> ジョブチェーン実行台帳に載せる処理件数（呼び出し元と共有）
       01 job-step-count pic 9(7) external.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "定期健康診断の年間予定作成（特定業務従事者は年2回）".

       move function current-date(1:8) to today.

       move "target-year" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move function numval(run-param-value) to target-year
           display "実行パラメータにより対象年度 " target-year " で実行します"
       else
           display "対象年度を入力してください (例: 2026、空欄は当年度)"
           move zero to target-year
           accept target-year
       end-if.
       if target-year = zero
           move function numval(today(1:4)) to target-year
           if today(5:2) < "04"
               subtract 1 from target-year
           end-if
       end-if.

       move "first-month" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move function numval(run-param-value) to first-month
       else
           display "1回目の実施月を入力してください (例: 6、空欄は6月)"
           move zero to first-month
           accept first-month
       end-if.
       if first-month < 1 or first-month > 12
           move 6 to first-month
       end-if.

       move "night-hours" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move function numval(run-param-value) to night-hours
       else
           display "深夜業とみなす月の深夜時間を入力してください (空欄は4時間)"
           move zero to night-hours
           accept night-hours
       end-if.
       if night-hours = zero
           move 4 to night-hours
       end-if.

       move "night-months" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move function numval(run-param-value) to night-months
       else
           display "直近6ヶ月のうち何ヶ月で特定業務従事者とするか (空欄は4)"
           move zero to night-months
           accept night-months
       end-if.
       if night-months = zero or night-months > 6
           move 4 to night-months
       end-if.

       *> 1回目は年度内の実施月の1日、2回目はその6ヶ月後
       move target-year to sched-year.
       if first-month < 4
           add 1 to sched-year
       end-if.
       move sched-year to first-date(1:4).
       move first-month to first-date(5:2).
       move "01" to first-date(7:2).
       move first-month to sched-month.
       add 6 to sched-month.
       if sched-month > 12
           subtract 12 from sched-month
           add 1 to sched-year
       end-if.
       move sched-year to second-date(1:4).
       move sched-month to second-date(5:2).
       move "01" to second-date(7:2).

       perform load-night-months thru load-night-months-exit.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if Fretire-date = spaces
                       or Fretire-date = "00000000"
                       or Fretire-date > today
                       perform schedule-one-user
                   end-if
       end-perform.
       close user-file.

       display " ".
       display "対象年度 " target-year "  対象者 " user-count
           " 名  うち特定業務従事者 " special-count " 名".
       display "新規に予定を作成 " created-count " 件（1回目 " first-date
           "  2回目 " second-date "）".
       if months-missing > zero
           display "注意: 直近6ヶ月のうち " months-missing
               " ヶ月は給与控えがないため深夜時間を判定していません"
       end-if.
       move created-count to job-step-count.
       goback.

load-night-months.
       *> 当月の前月から6ヶ月分の給与控えで、深夜時間が基準以上の月を数える
       move function numval(today(1:4)) to scan-year.
       move function numval(today(5:2)) to scan-month.
       move zero to scan-count.
       perform until scan-count >= 6
           subtract 1 from scan-month
           if scan-month = zero
               move 12 to scan-month
               subtract 1 from scan-year
           end-if
           move scan-year to scan-yyyymm(1:4)
           move scan-month to scan-yyyymm(5:2)
           add 1 to scan-count
           perform find-latest-manifest thru find-latest-manifest-exit
           if manifest-found = zero
               add 1 to months-missing
           else
               perform load-kept-export thru load-kept-export-exit
           end-if
       end-perform.

load-night-months-exit.
       exit.

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
                   if Fman-yyyymm = scan-yyyymm
                       and Fman-version > best-version
                       and Fman-filename(1:20) = "./dat/payroll-export"
                       move Fman-version to best-version
                       move Fman-filename to kept-name
                       move 1 to manifest-found
                   end-if
       end-perform.
       close manifest-file.

find-latest-manifest-exit.
       exit.

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
                       perform count-night-line
                           thru count-night-line-exit
                   end-if
       end-perform.
       close kept-file.

load-kept-export-exit.
       exit.

count-night-line.
       move zero to kept-tallying.
       unstring kept-line delimited by ","
           into kept-f01 kept-f02 kept-f03 kept-f04 kept-f05
               kept-f06 kept-f07
           tallying in kept-tallying
       end-unstring.
       if kept-tallying < 7
           go to count-night-line-exit
       end-if.

       compute line-userid = function numval(kept-f01).
       compute line-night-hours = function numval(kept-f07).
       if line-night-hours < night-hours
           go to count-night-line-exit
       end-if.

       perform find-night-entry.
       if nt-hit = zero
           if night-count >= 5000
               go to count-night-line-exit
           end-if
           add 1 to night-count
           move line-userid to nt-userid(night-count)
           move zero to nt-months(night-count)
           move night-count to nt-hit
       end-if.
       add 1 to nt-months(nt-hit).

count-night-line-exit.
       exit.

find-night-entry.
       move zero to nt-hit.
       perform varying nt-idx from 1 by 1
           until nt-idx > night-count or nt-hit > zero
           if nt-userid(nt-idx) = line-userid
               move nt-idx to nt-hit
           end-if
       end-perform.

schedule-one-user.
       add 1 to user-count.
       move "N" to user-special.
       move Fuserid to line-userid.
       perform find-night-entry.
       if nt-hit > zero
           if nt-months(nt-hit) >= night-months
               move "Y" to user-special
               add 1 to special-count
           end-if
       end-if.

       move 1 to ensure-round.
       move first-date to ensure-date.
       perform ensure-checkup-row.
       if user-special = "Y"
           move 2 to ensure-round
           move second-date to ensure-date
           perform ensure-checkup-row
       end-if.

ensure-checkup-row.
       *> 既存の予定は受診日・結果を残し、未受診なら区分と部署だけ更新する
       open i-o checkup-file.
       if checkup-status not = "00"
           open output checkup-file
           close checkup-file
           open i-o checkup-file
       end-if.
       move Fuserid to Fck-userid.
       move target-year to Fck-year.
       move ensure-round to Fck-round.
       read checkup-file
           invalid key continue
       end-read.
       if checkup-status = "00"
           if Fck-taken-date = spaces
               move Fdept to Fck-dept
               move user-special to Fck-special
               move function current-date to Fck-updated-at
               rewrite Fck-rec
                   invalid key continue
               end-rewrite
           end-if
       else
           move Fuserid to Fck-userid
           move target-year to Fck-year
           move ensure-round to Fck-round
           move Fdept to Fck-dept
           move user-special to Fck-special
           move ensure-date to Fck-scheduled-date
           move spaces to Fck-taken-date
           move spaces to Fck-clinic
           move zero to Fck-result
           move "N" to Fck-followup
           move zero to Fck-updated-by
           move function current-date to Fck-updated-at
           write Fck-rec
               invalid key continue
           end-write
           add 1 to created-count
       end-if.
       close checkup-file.

lookup-run-param.
       move zero to run-param-found.
       move spaces to run-param-value.
       open input run-param-file.
       if run-param-status not = "00"
           go to lookup-run-param-exit
       end-if.
       move "kintai-checkup-schedule" to Frp-program.
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
