identification division.
program-id. kintai-checkup-annual-report.

environment division.
input-output section.
       file-control.
           select checkup-file assign to "./dat/checkup.dat"
               organization indexed
               access mode dynamic
               record key is Fck-key
               status checkup-status.
           select user-file assign to "./dat/user.dat"
               organization indexed
               access mode sequential
               record key is Fuserid
               status user-status.
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
       fd run-param-file.
           01 Frp-rec.
               03 Frp-key.
                   05 Frp-program pic X(30).
                   05 Frp-param pic X(20).
               03 Frp-value pic X(30).
       fd report-file.
           01 report-line pic X(160).
working-storage section.
       01 status-rec.
           03 checkup-status pic XX.
           03 user-status pic XX.
           03 run-param-status pic XX.
           03 report-status pic XX.
       *> 無人実行用の実行パラメータ（run-param.dat）
       01 run-param-name pic X(20).
       01 run-param-found pic 9.
       01 run-param-value pic X(30).
       01 today pic X(8).
       01 target-year pic 9(4).
       01 year-end-date pic X(8).
       01 year-end-num pic 9(8).
       01 report-name pic X(60).
       *> 報告の集計（添字1＝1回目の定期健診、2＝特定業務従事者の2回目）
       01 enrolled-count pic 9(5) value zero.
       01 special-count pic 9(5) value zero.
       01 round-table.
           03 round-stat occurs 2 times.
               05 rs-scheduled pic 9(5).
               05 rs-taken pic 9(5).
               05 rs-findings pic 9(5).
               05 rs-followup pic 9(5).
       01 rs-idx pic 9.
       01 last-special-userid pic 9(7) value zero.
       01 round-label pic X(40).
       01 taken-rate pic 9(3)v9.
       01 disp-rate pic ZZ9.9.
       *> ジョブチェーン実行台帳に載せる処理件数（呼び出し元と共有）
       01 job-step-count pic 9(7) external.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "定期健康診断結果報告の集計（年度）".

       move function current-date(1:8) to today.

       move "target-year" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move function numval(run-param-value) to target-year
           display "実行パラメータにより対象年度 " target-year " で実行します"
       else
           display "対象年度を入力してください (例: 2025、空欄は前年度)"
           move zero to target-year
           accept target-year
       end-if.
       if target-year = zero
           move function numval(today(1:4)) to target-year
           if today(5:2) < "04"
               subtract 1 from target-year
           end-if
           subtract 1 from target-year
       end-if.
       compute year-end-num = (target-year + 1) * 10000 + 0331.
       move year-end-num to year-end-date.

       *> 年度末時点の在籍者数
       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if Fjoin-date(1:8) <= year-end-date
                       and (Fretire-date = spaces
                           or Fretire-date = "00000000"
                           or Fretire-date > year-end-date)
                       add 1 to enrolled-count
                   end-if
       end-perform.
       close user-file.

       initialize round-table.
       open input checkup-file.
       perform until checkup-status not = "00"
           read checkup-file next record
               at end move "10" to checkup-status
               not at end
                   if Fck-year = target-year
                       perform tally-checkup thru tally-checkup-exit
                   end-if
           end-read
       end-perform.
       close checkup-file.

       move spaces to report-name.
       string "./dat/checkup-annual-" delimited by size
           target-year delimited by size
           ".txt" delimited by size
           into report-name
       end-string.
       open output report-file.

       move spaces to report-line.
       string "定期健康診断結果報告  " delimited by size
           target-year delimited by size
           "年度（" delimited by size
           target-year delimited by size
           "0401〜" delimited by size
           year-end-date delimited by size
           "）  作成日 " delimited by size
           today delimited by size
           into report-line
       end-string.
       write report-line.
       move spaces to report-line.
       write report-line.
       move spaces to report-line.
       string "在籍労働者数（年度末）     " delimited by size
           enrolled-count delimited by size
           " 人" delimited by size
           into report-line
       end-string.
       write report-line.
       move spaces to report-line.
       string "特定業務従事者数           " delimited by size
           special-count delimited by size
           " 人" delimited by size
           into report-line
       end-string.
       write report-line.
       move spaces to report-line.
       write report-line.
       move "健診の区分                         対象者   受診者  受診率 有所見者 医師の指示"
           to report-line.
       write report-line.
       perform varying rs-idx from 1 by 1 until rs-idx > 2
           perform write-round-line
       end-perform.
       close report-file.

       display " ".
       display "在籍 " enrolled-count " 人  1回目受診 " rs-taken(1)
           " 人  有所見 " rs-findings(1) " 人".
       display function trim(report-name) " に出力しました".
       move rs-taken(1) to job-step-count.
       goback.

tally-checkup.
       move Fck-round to rs-idx.
       if rs-idx < 1 or rs-idx > 2
           move 1 to rs-idx
       end-if.
       add 1 to rs-scheduled(rs-idx).
       *> 特定業務従事者は年度内の1回目・2回目で1人として数える
       if Fck-special = "Y" and Fck-userid not = last-special-userid
           add 1 to special-count
           move Fck-userid to last-special-userid
       end-if.
       if Fck-taken-date = spaces
           go to tally-checkup-exit
       end-if.
       add 1 to rs-taken(rs-idx).
       if Fck-result >= 2
           add 1 to rs-findings(rs-idx)
       end-if.
       if Fck-followup = "Y"
           add 1 to rs-followup(rs-idx)
       end-if.

tally-checkup-exit.
       exit.

write-round-line.
       if rs-idx = 1
           move "定期健康診断（1回目）" to round-label
       else
           move "特定業務従事者の健診（2回目）" to round-label
       end-if.
       move zero to taken-rate.
       if rs-scheduled(rs-idx) > zero
           compute taken-rate rounded =
               rs-taken(rs-idx) * 100 / rs-scheduled(rs-idx)
       end-if.
       move taken-rate to disp-rate.
       move spaces to report-line.
       string round-label delimited by size
           "  " delimited by size
           rs-scheduled(rs-idx) delimited by size
           "    " delimited by size
           rs-taken(rs-idx) delimited by size
           "  " delimited by size
           disp-rate delimited by size
           "%   " delimited by size
           rs-findings(rs-idx) delimited by size
           "      " delimited by size
           rs-followup(rs-idx) delimited by size
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
       move "kintai-checkup-annual-report" to Frp-program.
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
