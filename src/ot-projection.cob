identification division.
program-id. kintai-ot-projection.

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
           select agg-file assign to "./dat/month-agg.dat"
               organization indexed
               access mode dynamic
               record key is Fagg-key
               status agg-status.
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
           select roster-file assign to "./dat/roster.dat"
               organization indexed
               access mode dynamic
               record key is Frost-key
               status roster-status.
           select holiday-file assign to "./dat/holiday.dat"
               organization relative
               access mode sequential
               relative key holiday-key
               status holiday-status.
           select leave-file assign to "./dat/leave.dat"
               organization indexed
               access mode dynamic
               record key is Fleave-id
               status leave-status.
           select overtime-req-file assign to "./dat/overtime-req.dat"
               organization indexed
               access mode dynamic
               record key is Fot-id
               status overtime-req-status.
           select weekly-cap-file assign to "./dat/weekly-cap.dat"
               organization indexed
               access mode dynamic
               record key is Fwcap-userid
               status weekly-cap-status.
           select agreement-file assign to "./dat/agreement36.dat"
               organization relative
               access mode sequential
               relative key agr-key
               status agr-status.
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
           select projection-file assign to "./dat/ot-projection.dat"
               organization indexed
               access mode dynamic
               record key is Fopj-key
               status projection-status.
           select notify-file assign to "./dat/notify.dat"
               organization indexed
               access mode dynamic
               record key is Fntf-id
               status notify-status.
           select notify-seq-file assign to "./dat/notify-seq.dat"
               organization relative
               access mode dynamic
               relative key ntf-seq-key
               status ntf-seq-status.
           select report-file assign using report-name
               organization line sequential
               status report-status.
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
       fd agg-file.
           01 Fagg-rec.
               03 Fagg-key.
                   05 Fagg-userid pic 9(7).
                   05 Fagg-yyyymm pic X(6).
               03 Fagg-worked-minutes pic 9(6).
               03 Fagg-overtime-minutes pic 9(6).
               03 Fagg-late-minutes pic 9(6).
               03 Fagg-worked-days pic 9(2).
               03 Fagg-stale pic X.
               03 Fagg-built-at pic X(21).
               03 Fagg-day-entry occurs 31 times.
                   05 Fagg-day-in pic 9(4).
                   05 Fagg-day-out pic 9(4).
                   05 Fagg-day-worked pic 9(4).
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
       fd roster-file.
           01 Frost-rec.
               03 Frost-key.
                   05 Frost-userid pic 9(7).
                   05 Frost-date pic X(8).
               03 Frost-dayoff pic X.
               03 Frost-start pic 9(4).
               03 Frost-end pic 9(4).
               03 Frost-hours pic 9(2)v99.
       fd holiday-file.
           01 Fholiday-rec.
               03 Fholiday-date pic X(8).
               03 Fholiday-name pic N(20).
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
       fd overtime-req-file.
           01 Fot-rec.
               03 Fot-id pic 9(7).
               03 Fot-userid pic 9(7).
               03 Fot-date pic X(8).
               03 Fot-hours pic 9(2)v99.
               03 Fot-reason pic X(64).
               03 Fot-status pic 9.
               03 Fot-approver pic 9(7).
               03 Fot-requested-at pic X(21).
       fd weekly-cap-file.
           01 Fwcap-rec.
               03 Fwcap-userid pic 9(7).
               03 Fwcap-limit-minutes pic 9(4).
               03 Fwcap-reason pic X(20).
               03 Fwcap-from pic X(8).
               03 Fwcap-to pic X(8).
       fd agreement-file.
           01 Fagr-rec.
               03 Fagr-annual-limit-hours pic 9(4).
               03 Fagr-monthly-limit-hours pic 9(3).
               03 Fagr-special-months pic 9.
               03 Fagr-rolling-avg-hours pic 9(3).
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
       fd projection-file.
           01 Fopj-rec.
               03 Fopj-key.
                   05 Fopj-userid pic 9(7).
                   05 Fopj-yyyymm pic X(6).
               03 Fopj-as-of pic X(8).
               03 Fopj-mtd-minutes pic 9(6).
               03 Fopj-projected-minutes pic 9(6).
               03 Fopj-limit-minutes pic 9(6).
               03 Fopj-cross-limit pic X(8).
               03 Fopj-cross-interview pic X(8).
               03 Fopj-cross-special pic X(8).
               03 Fopj-cross-weekly pic X(8).
               03 Fopj-notified.
                   05 Fopj-notified-limit pic X.
                   05 Fopj-notified-interview pic X.
                   05 Fopj-notified-special pic X.
                   05 Fopj-notified-weekly pic X.
               03 Fopj-computed-at pic X(21).
       fd notify-file.
           01 Fntf-rec.
               03 Fntf-id pic 9(7).
               03 Fntf-recipient pic 9(7).
               03 Fntf-event pic X(20).
               03 Fntf-ref-id pic 9(12).
               03 Fntf-created-at pic X(21).
               03 Fntf-delivered pic X.
               03 Fntf-read pic X.
       fd notify-seq-file.
           01 Fntfseq-rec.
               03 Fntfseq-value pic 9(7).
       fd report-file.
           01 report-line pic X(160).
working-storage section.
       01 shift-key pic 99.
       01 sh-key pic 9(5).
       01 holiday-key pic 99.
       01 agr-key pic 99.
       01 status-rec.
           03 run-param-status pic XX.
           03 user-status pic XX.
           03 agg-status pic XX.
           03 shift-status pic XX.
           03 sh-status pic XX.
           03 schedule-cal-status pic XX.
           03 roster-status pic XX.
           03 holiday-status pic XX.
           03 leave-status pic XX.
           03 overtime-req-status pic XX.
           03 weekly-cap-status pic XX.
           03 agr-status pic XX.
           03 employee-company-status pic XX.
           03 agreement-site-status pic XX.
           03 projection-status pic XX.
           03 notify-status pic XX.
           03 ntf-seq-status pic XX.
           03 report-status pic XX.
       *> 無人実行用の実行パラメータ（run-param.dat）
       01 run-param-name pic X(20).
       01 run-param-found pic 9.
       01 run-param-value pic X(30).
       *> 基準日（この日までを実績、翌日以降を見込みとする）
       01 as-of-date pic X(8).
       01 as-of-int pic 9(8).
       01 as-of-day pic 99.
       01 target-yyyymm pic X(6).
       01 month-num pic 9(6).
       01 date-num pic 9(8).
       01 month-first-int pic 9(8).
       01 month-last-day pic 99.
       *> 直近の勤務日のペース（時間外/日）を求める日数
       01 pace-days pic 99 value 10.
       *> 判定線: 36協定の月の限度（協定マスタ、既定45時間）、
       *> 医師の面接指導の目安（80時間）、特別条項の上限（100時間未満）
       01 interview-minutes pic 9(6) value 4800.
       01 special-minutes pic 9(6) value 6000.
       01 monthly-limit-minutes pic 9(6) value 2700.
       01 base-monthly-minutes pic 9(6).
       01 emp-company pic 9(2).
       01 site-found pic 9.
       *> 部署ごとの管理職（課長・部長・役員のうち最初の在籍者）
       01 mgr-userid pic 9(7) occurs 99 times.
       01 mgr-idx pic 99.
       01 supervisor-userid pic 9(7).
       *> 会社休日
       01 holiday-table.
           03 hol-date pic X(8) occurs 100 times.
       01 hol-count pic 9(3) value zero.
       01 hol-idx pic 9(3).
       *> 従業員1名の日別情報
       01 expect-minutes pic 9(5).
       01 sh-month-start pic X(8).
       01 sh-month-end pic X(8).
       01 day-table.
           03 day-entry occurs 31 times.
               05 dy-worked pic 9(4).
               05 dy-scheduled pic 9.
               05 dy-expect pic 9(5).
               05 dy-approved-ot pic 9(5).
               05 dy-leave pic 9.
       01 day-idx pic 99.
       01 cur-date pic X(8).
       01 cur-int pic 9(8).
       01 week-num pic 9.
       01 is-off-day pic 9.
       01 mtd-minutes pic 9(6).
       01 pace-sum pic 9(6).
       01 pace-count pic 99.
       01 pace-minutes pic 9(5).
       01 day-ot pic 9(5).
       01 cumulative pic 9(6).
       01 projected-minutes pic 9(6).
       01 week-minutes pic 9(6).
       01 wcap-found pic 9.
       01 wcap-limit pic 9(5).
       01 cross-limit pic X(8).
       01 cross-interview pic X(8).
       01 cross-special pic X(8).
       01 cross-weekly pic X(8).
       01 user-flagged pic 9.
       *> 件数と表示
       01 scan-count pic 9(5) value zero.
       01 flagged-count pic 9(5) value zero.
       01 notify-count pic 9(5) value zero.
       01 hours-tmp pic 9(4)v9.
       01 disp-mtd pic Z(3)9.9.
       01 disp-proj pic Z(3)9.9.
       01 disp-limit pic Z(3)9.
       01 report-name pic X(60).
       *> 通知アウトボックス書き込み用
       01 ntf-seq-key pic 9(7) value 1.
       01 ntf-event pic X(20).
       01 ntf-recipient pic 9(7).
       01 ntf-ref pic 9(12).
       *> ジョブチェーン実行台帳に載せる処理件数（呼び出し元と共有）
       01 job-step-count pic 9(7) external.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "月末時間外労働の見込みと早期警告バッチ（夜間）".
       move zero to job-step-count.

       move "as-of-date" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1 and run-param-value(1:8) is numeric
           move run-param-value(1:8) to as-of-date
       else
           move function current-date(1:8) to as-of-date
       end-if.
       move "pace-days" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move function numval(run-param-value) to pace-days
       end-if.
       if pace-days = zero
           move 10 to pace-days
       end-if.
       move "interview-hours" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           compute interview-minutes =
               function numval(run-param-value) * 60
       end-if.
       move "special-hours" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           compute special-minutes =
               function numval(run-param-value) * 60
       end-if.

       move as-of-date(1:6) to target-yyyymm.
       move as-of-date(7:2) to as-of-day.
       compute as-of-int =
           function integer-of-date(function numval(as-of-date)).
       compute month-first-int = as-of-int - as-of-day + 1.
       move target-yyyymm to month-num.
       if target-yyyymm(5:2) = "12"
           compute month-num = month-num + 89
       else
           add 1 to month-num
       end-if.
       compute date-num = month-num * 100 + 1.
       compute date-num = function date-of-integer(
           function integer-of-date(date-num) - 1).
       move date-num(7:2) to month-last-day.

       perform load-agreement.
       move monthly-limit-minutes to base-monthly-minutes.
       perform load-holidays.
       perform load-managers.

       move spaces to report-name.
       string "./dat/ot-projection-" delimited by size
           as-of-date delimited by size
           ".txt" delimited by size
           into report-name
       end-string.
       open output report-file.
       move spaces to report-line.
       string "月末時間外労働の見込み  基準日 " delimited by size
           as-of-date delimited by size
           "（直近 " delimited by size
           pace-days delimited by size
           " 勤務日のペースで延長）" delimited by size
           into report-line
       end-string.
       write report-line.
       move "userid  部署 実績(h)  見込(h) 限度(h) 限度超過日 80h超過日 上限到達日 週上限超過日"
           to report-line.
       write report-line.

       open i-o projection-file.
       if projection-status not = "00"
           open output projection-file
           close projection-file
           open i-o projection-file
       end-if.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if (Fretire-date = spaces
                       or Fretire-date = "00000000"
                       or Fretire-date > as-of-date)
                       and Fjoin-date(1:8) <= as-of-date
                       perform project-one-user
                   end-if
       end-perform.
       close user-file.
       close projection-file.

       move spaces to report-line.
       string "対象 " delimited by size
           scan-count delimited by size
           " 名 / 警告 " delimited by size
           flagged-count delimited by size
           " 名 / 通知 " delimited by size
           notify-count delimited by size
           " 件" delimited by size
           into report-line
       end-string.
       write report-line.
       close report-file.

       display " ".
       display "対象 " scan-count " 名 / 警告 " flagged-count
           " 名 / 通知 " notify-count " 件".
       display function trim(report-name) " に出力しました".
       move flagged-count to job-step-count.
       goback.

project-one-user.
       add 1 to scan-count.
       perform lookup-site-agreement thru lookup-site-agreement-exit.
       perform lookup-expect-minutes.
       perform load-month-days.
       perform load-weekly-cap.

       *> 直近の勤務日の時間外（所定を超えた分）の平均を1日のペースとする
       move zero to pace-sum pace-count.
       perform varying day-idx from as-of-day by -1
           until day-idx < 1 or pace-count >= pace-days
           if dy-worked(day-idx) > zero
               add 1 to pace-count
               if dy-worked(day-idx) > dy-expect(day-idx)
                   compute pace-sum = pace-sum
                       + dy-worked(day-idx) - dy-expect(day-idx)
               end-if
           end-if
       end-perform.
       move zero to pace-minutes.
       if pace-count > zero
           compute pace-minutes rounded = pace-sum / pace-count
       end-if.

       *> 1日から順に実績と見込みを積み上げ、各判定線を越える日を求める
       move zero to cumulative mtd-minutes week-minutes.
       move spaces to cross-limit cross-interview cross-special
           cross-weekly.
       perform varying day-idx from 1 by 1
           until day-idx > month-last-day
           perform project-one-day
       end-perform.
       move cumulative to projected-minutes.

       move zero to user-flagged.
       if cross-limit not = spaces or cross-interview not = spaces
           or cross-special not = spaces or cross-weekly not = spaces
           move 1 to user-flagged
           add 1 to flagged-count
       end-if.

       perform save-projection.
       if user-flagged = 1
           perform write-user-line
       end-if.

project-one-day.
       compute cur-int = month-first-int + day-idx - 1.
       compute week-num = function mod(cur-int, 7).
       if week-num = 1
           move zero to week-minutes
       end-if.
       move target-yyyymm to cur-date(1:6).
       move day-idx to cur-date(7:2).

       if day-idx <= as-of-day
           *> 実績（月次集計の日別実働と所定の差）
           move zero to day-ot
           if dy-worked(day-idx) > dy-expect(day-idx)
               compute day-ot = dy-worked(day-idx) - dy-expect(day-idx)
           end-if
           add day-ot to mtd-minutes
           add dy-worked(day-idx) to week-minutes
       else
           *> 見込み: 勤務予定日はペースと承認済みの残業申請の大きいほう、
           *> 勤務予定のない日は承認済みの申請分だけ
           move zero to day-ot
           if dy-scheduled(day-idx) = 1 and dy-leave(day-idx) = zero
               move pace-minutes to day-ot
               if dy-approved-ot(day-idx) > day-ot
                   move dy-approved-ot(day-idx) to day-ot
               end-if
               compute week-minutes = week-minutes
                   + dy-expect(day-idx) + day-ot
           else
               move dy-approved-ot(day-idx) to day-ot
               add day-ot to week-minutes
           end-if
           if wcap-found = 1 and week-minutes > wcap-limit
               and cross-weekly = spaces
               move cur-date to cross-weekly
           end-if
       end-if.

       add day-ot to cumulative.
       if cumulative > monthly-limit-minutes and cross-limit = spaces
           move cur-date to cross-limit
       end-if.
       if cumulative > interview-minutes and cross-interview = spaces
           move cur-date to cross-interview
       end-if.
       if cumulative >= special-minutes and cross-special = spaces
           move cur-date to cross-special
       end-if.

load-month-days.
       initialize day-table.
       perform varying day-idx from 1 by 1 until day-idx > 31
           move expect-minutes to dy-expect(day-idx)
       end-perform.

       open input agg-file.
       if agg-status = "00"
           move Fuserid to Fagg-userid
           move target-yyyymm to Fagg-yyyymm
           read agg-file
               invalid key continue
           end-read
           if agg-status = "00"
               perform varying day-idx from 1 by 1 until day-idx > 31
                   move Fagg-day-worked(day-idx) to dy-worked(day-idx)
               end-perform
           end-if
           close agg-file
       end-if.

       *> 勤務予定: 個人別ロスター、なければ部署の所定カレンダー、
       *> どちらもなければ土日・会社休日以外
       open input roster-file.
       open input schedule-cal-file.
       perform varying day-idx from as-of-day by 1
           until day-idx > month-last-day
           perform set-day-schedule thru set-day-schedule-exit
       end-perform.
       close schedule-cal-file.
       close roster-file.

       open input leave-file.
       perform until leave-status not = "00"
           read leave-file next record
               not at end
                   if Fleave-userid = Fuserid
                       and Fleave-status = 1 and Fleave-unit = 1
                       and Fleave-start-date(1:6) <= target-yyyymm
                       and Fleave-end-date(1:6) >= target-yyyymm
                       perform mark-leave-days
                   end-if
       end-perform.
       close leave-file.

       open input overtime-req-file.
       perform until overtime-req-status not = "00"
           read overtime-req-file next record
               not at end
                   if Fot-userid = Fuserid
                       and Fot-status = 1
                       and Fot-date(1:6) = target-yyyymm
                       move Fot-date(7:2) to day-idx
                       compute dy-approved-ot(day-idx) =
                           dy-approved-ot(day-idx) + Fot-hours * 60
                   end-if
       end-perform.
       close overtime-req-file.

set-day-schedule.
       move target-yyyymm to cur-date(1:6).
       move day-idx to cur-date(7:2).
       move zero to dy-scheduled(day-idx).

       if roster-status = "00" or roster-status = "23"
           move Fuserid to Frost-userid
           move cur-date to Frost-date
           read roster-file
               invalid key continue
           end-read
           if roster-status = "00"
               if Frost-dayoff not = "Y"
                   move 1 to dy-scheduled(day-idx)
                   compute dy-expect(day-idx) = Frost-hours * 60
               end-if
               go to set-day-schedule-exit
           end-if
       end-if.

       if schedule-cal-status = "00" or schedule-cal-status = "23"
           move Fdept to Fscal-dept
           move cur-date to Fscal-date
           read schedule-cal-file
               invalid key continue
           end-read
           if schedule-cal-status = "00"
               if Fscal-minutes > zero
                   move 1 to dy-scheduled(day-idx)
                   move Fscal-minutes to dy-expect(day-idx)
               end-if
               go to set-day-schedule-exit
           end-if
       end-if.

       compute cur-int = month-first-int + day-idx - 1.
       compute week-num = function mod(cur-int, 7).
       move zero to is-off-day.
       if week-num = 6 or week-num = 0
           move 1 to is-off-day
       end-if.
       perform varying hol-idx from 1 by 1 until hol-idx > hol-count
           if hol-date(hol-idx) = cur-date
               move 1 to is-off-day
           end-if
       end-perform.
       if is-off-day = zero
           move 1 to dy-scheduled(day-idx)
       end-if.

set-day-schedule-exit.
       exit.

mark-leave-days.
       perform varying day-idx from 1 by 1 until day-idx > month-last-day
           move target-yyyymm to cur-date(1:6)
           move day-idx to cur-date(7:2)
           if Fleave-start-date <= cur-date
               and Fleave-end-date >= cur-date
               move 1 to dy-leave(day-idx)
           end-if
       end-perform.

load-weekly-cap.
       move zero to wcap-found.
       open input weekly-cap-file.
       if weekly-cap-status = "00"
           move Fuserid to Fwcap-userid
           read weekly-cap-file
               invalid key continue
           end-read
           if weekly-cap-status = "00"
               and Fwcap-from <= as-of-date
               and Fwcap-to >= as-of-date
               move Fwcap-limit-minutes to wcap-limit
               move 1 to wcap-found
           end-if
           close weekly-cap-file
       end-if.

save-projection.
       *> 同じ月の同じ判定線は一度だけ管理職へ通知する
       move Fuserid to Fopj-userid.
       move target-yyyymm to Fopj-yyyymm.
       read projection-file
           invalid key
               move "NNNN" to Fopj-notified
       end-read.
       move as-of-date to Fopj-as-of.
       move mtd-minutes to Fopj-mtd-minutes.
       move projected-minutes to Fopj-projected-minutes.
       move monthly-limit-minutes to Fopj-limit-minutes.
       move cross-limit to Fopj-cross-limit.
       move cross-interview to Fopj-cross-interview.
       move cross-special to Fopj-cross-special.
       move cross-weekly to Fopj-cross-weekly.
       move function current-date to Fopj-computed-at.

       move zero to supervisor-userid.
       if Fdept > zero
           move mgr-userid(Fdept) to supervisor-userid
       end-if.
       if supervisor-userid = Fuserid
           move zero to supervisor-userid
       end-if.
       if supervisor-userid not = zero
           move supervisor-userid to ntf-recipient
           move Fuserid to ntf-ref
           if cross-limit not = spaces and Fopj-notified-limit not = "Y"
               move "ot-proj-limit" to ntf-event
               perform write-notification
               move "Y" to Fopj-notified-limit
           end-if
           if cross-interview not = spaces
               and Fopj-notified-interview not = "Y"
               move "ot-proj-80h" to ntf-event
               perform write-notification
               move "Y" to Fopj-notified-interview
           end-if
           if cross-special not = spaces
               and Fopj-notified-special not = "Y"
               move "ot-proj-special" to ntf-event
               perform write-notification
               move "Y" to Fopj-notified-special
           end-if
           if cross-weekly not = spaces
               and Fopj-notified-weekly not = "Y"
               move "ot-proj-weekly-cap" to ntf-event
               perform write-notification
               move "Y" to Fopj-notified-weekly
           end-if
       end-if.

       write Fopj-rec
           invalid key
               rewrite Fopj-rec
                   invalid key
                       display "見込みの保存に失敗しました " Fuserid
               end-rewrite
       end-write.

write-user-line.
       compute hours-tmp = mtd-minutes / 60.
       move hours-tmp to disp-mtd.
       compute hours-tmp = projected-minutes / 60.
       move hours-tmp to disp-proj.
       compute disp-limit = monthly-limit-minutes / 60.
       move spaces to report-line.
       string Fuserid delimited by size
           "  " delimited by size
           Fdept delimited by size
           "  " delimited by size
           disp-mtd delimited by size
           "  " delimited by size
           disp-proj delimited by size
           "  " delimited by size
           disp-limit delimited by size
           "   " delimited by size
           cross-limit delimited by size
           "  " delimited by size
           cross-interview delimited by size
           "  " delimited by size
           cross-special delimited by size
           "  " delimited by size
           cross-weekly delimited by size
           into report-line
       end-string.
       write report-line.
       if supervisor-userid = zero
           move "        （部署の管理職が見つからないため通知していません）"
               to report-line
           write report-line
       end-if.
       display "userid " Fuserid "  実績 " disp-mtd "h  見込み " disp-proj
           "h  限度超過 " cross-limit "  80h " cross-interview
           "  上限 " cross-special "  週上限 " cross-weekly.

load-agreement.
       open input agreement-file.
       perform until agr-status not = "00"
           read agreement-file
               not at end
                   compute monthly-limit-minutes =
                       Fagr-monthly-limit-hours * 60
       end-perform.
       close agreement-file.

lookup-site-agreement.
       *> 所属会社（未登録は会社01）の事業場（部署）の協定、
       *> なければ会社全体（事業場00）の協定を使う
       move base-monthly-minutes to monthly-limit-minutes.
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
           compute monthly-limit-minutes = Fas-monthly-limit-hours * 60
       end-if.

lookup-site-agreement-exit.
       exit.

lookup-expect-minutes.
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

       *> 時短勤務の措置が対象月にかかる従業員は短縮後の所定で判定する
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

load-holidays.
       open input holiday-file.
       perform until holiday-status not = "00"
           read holiday-file
               not at end
                   if Fholiday-date(1:6) = target-yyyymm
                       and hol-count < 100
                       add 1 to hol-count
                       move Fholiday-date to hol-date(hol-count)
                   end-if
       end-perform.
       close holiday-file.

load-managers.
       *> 通知先は部署の管理職（課長・部長・役員）のうち最初の在籍者
       perform varying mgr-idx from 1 by 1 until mgr-idx > 99
           move zero to mgr-userid(mgr-idx)
       end-perform.
       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if Fdept > zero
                       and (Froll = 2 or Froll = 5 or Froll = 6)
                       and (Fretire-date = spaces
                           or Fretire-date = "00000000")
                       and mgr-userid(Fdept) = zero
                       move Fuserid to mgr-userid(Fdept)
                   end-if
       end-perform.
       close user-file.

write-notification.
       move 1 to ntf-seq-key.
       open i-o notify-seq-file.
       read notify-seq-file
           invalid key
               move zero to Fntfseq-value
               write Fntfseq-rec
       end-read.
       add 1 to Fntfseq-value.
       rewrite Fntfseq-rec.
       close notify-seq-file.

       move Fntfseq-value to Fntf-id.
       move ntf-recipient to Fntf-recipient.
       move ntf-event to Fntf-event.
       move ntf-ref to Fntf-ref-id.
       move function current-date to Fntf-created-at.
       move "N" to Fntf-delivered.
       move "N" to Fntf-read.

       open i-o notify-file.
       write Fntf-rec
           invalid key
               display "通知の登録に失敗しました"
       end-write.
       close notify-file.
       add 1 to notify-count.

lookup-run-param.
       move zero to run-param-found.
       move spaces to run-param-value.
       open input run-param-file.
       if run-param-status not = "00"
           go to lookup-run-param-exit
       end-if.
       move "kintai-ot-projection" to Frp-program.
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
