identification division.
program-id. kintai-payroll-variance.

environment division.
input-output section.
       file-control.
           select manifest-file assign to "./dat/payroll-manifest.dat"
               organization indexed
               access mode dynamic
               record key is Fman-key
               status manifest-status.
           select manifest-company-file
               assign to "./dat/payroll-manifest-company.dat"
               organization indexed
               access mode dynamic
               record key is Fmc-key
               status manifest-company-status.
           select month-lock-file assign to "./dat/month-lock.dat"
               organization relative
               access mode sequential
               relative key lock-key
               status lock-status.
           select employee-company-file
               assign to "./dat/employee-company.dat"
               organization indexed
               access mode dynamic
               record key is Fec-userid
               status employee-company-status.
           select kept-file assign using kept-name
               organization line sequential
               status kept-status.
           select release-file assign to "./dat/payroll-release.dat"
               organization indexed
               access mode dynamic
               record key is Frel-key
               status release-status.
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
       fd manifest-company-file.
           01 Fmc-rec.
               03 Fmc-key.
                   05 Fmc-yyyymm pic X(6).
                   05 Fmc-version pic 9(3).
               03 Fmc-company pic 9(2).
               03 Fmc-created-at pic X(21).
       fd month-lock-file.
           01 Fmlock-rec.
               03 Fmlock-yyyymm pic X(6).
               03 Fmlock-locked-at pic X(21).
       fd employee-company-file.
           01 Fec-rec.
               03 Fec-userid pic 9(7).
               03 Fec-company pic 9(2).
               03 Fec-updated-by pic 9(7).
               03 Fec-updated-at pic X(21).
       fd kept-file.
           01 kept-line pic X(1024).
       *> 給与の支給前承認（版ごと。V 差異確認待ち / A 承認済 / X 再出力で取消）
       fd release-file.
           01 Frel-rec.
               03 Frel-key.
                   05 Frel-yyyymm pic X(6).
                   05 Frel-version pic 9(3).
               03 Frel-company pic 9(2).
               03 Frel-status pic X.
               03 Frel-flag-count pic 9(5).
               03 Frel-variance-at pic X(21).
               03 Frel-report pic X(60).
               03 Frel-reviewer pic 9(7).
               03 Frel-reviewer-name pic X(64).
               03 Frel-approved-at pic X(21).
               03 Frel-comment pic X(64).
               03 Frel-reset-at pic X(21).
       fd run-param-file.
           01 Frp-rec.
               03 Frp-key.
                   05 Frp-program pic X(30).
                   05 Frp-param pic X(20).
               03 Frp-value pic X(30).
       fd report-file.
           01 report-line pic X(200).
working-storage section.
       01 lock-key pic 9(5).
       01 status-rec.
           03 manifest-status pic XX.
           03 manifest-company-status pic XX.
           03 lock-status pic XX.
           03 employee-company-status pic XX.
           03 kept-status pic XX.
           03 release-status pic XX.
           03 run-param-status pic XX.
           03 report-status pic XX.
       *> 無人実行用の実行パラメータ（run-param.dat）
       01 run-param-name pic X(20).
       01 run-param-found pic 9.
       01 run-param-value pic X(30).
       01 target-yyyymm pic X(6).
       01 target-version pic 9(3) value zero.
       01 target-company pic 9(2) value zero.
       01 input-text pic X(6).
       *> 判定のしきい値（支給額の増減率・残業時間の増加率と最小増加時間）
       01 swing-pct pic 9(3) value 20.
       01 ot-spike-pct pic 9(3) value 50.
       01 ot-spike-hours pic 9(3) value 10.
       01 kept-name pic X(60).
       01 report-name pic X(60).
       01 version-disp pic 9(3).
       *> 控えCSVの列分解用（24列目の差引支給額まで読む）
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
       01 kept-f14 pic X(16).
       01 kept-f15 pic X(16).
       01 kept-f16 pic X(16).
       01 kept-f17 pic X(16).
       01 kept-f18 pic X(16).
       01 kept-f19 pic X(16).
       01 kept-f20 pic X(16).
       01 kept-f21 pic X(16).
       01 kept-f22 pic X(16).
       01 kept-f23 pic X(16).
       01 kept-f24 pic X(16).
       01 kept-tallying pic 99.
       01 header-skipped pic 9.
       *> 読込中の月（0 = 当月、1〜3 = 締め済みの直近3か月、1 が前月）
       01 load-slot pic 9.
       01 line-userid pic 9(7).
       01 line-gross pic s9(10)v99.
       01 line-net pic s9(10)v99.
       01 line-ot pic s9(5)v99.
       *> 締め済みの月（month-lock.dat）から直近3か月を選ぶ
       01 locked-months.
           03 lm-yyyymm pic X(6) occurs 3 times.
       01 lm-count pic 9 value zero.
       01 lm-sub pic 9.
       01 lm-shift pic 9.
       01 month-version pic 9(3).
       01 month-kept pic X(60).
       *> 従業員ごとの当月・前月・3か月平均
       01 var-table.
           03 var-entry occurs 3000 times indexed by var-idx.
               05 var-userid pic 9(7).
               05 var-name pic X(40).
               05 var-in-current pic 9.
               05 var-cur-gross pic s9(10)v99.
               05 var-cur-net pic s9(10)v99.
               05 var-cur-ot pic s9(5)v99.
               05 var-in-prev pic 9.
               05 var-prev-gross pic s9(10)v99.
               05 var-prev-net pic s9(10)v99.
               05 var-prev-ot pic s9(5)v99.
               05 var-sum-gross pic s9(12)v99.
               05 var-sum-ot pic s9(7)v99.
               05 var-months pic 9.
       01 var-count pic 9(4) value zero.
       01 avg-gross pic s9(10)v99.
       01 avg-ot pic s9(5)v99.
       01 diff-amount pic s9(10)v99.
       01 diff-pct pic s9(5)v99.
       01 emp-company pic 9(2).
       *> 判定結果
       01 flag-text pic X(60).
       01 flag-count pic 9(5) value zero.
       01 new-count pic 9(5) value zero.
       01 missing-count pic 9(5) value zero.
       01 swing-count pic 9(5) value zero.
       01 zero-count pic 9(5) value zero.
       01 ot-count pic 9(5) value zero.
       01 amount-edit pic -(9)9.
       01 hours-edit pic -(4)9.99.
       01 avg-hours-edit pic -(4)9.99.
       01 pct-edit pic -(4)9.9.
       01 gross-edit pic -(9)9.
       01 net-edit pic -(9)9.
       01 avg-edit pic -(9)9.
       *> ジョブチェーン実行台帳に載せる処理件数（呼び出し元と共有）
       01 job-step-count pic 9(7) external.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "給与の差異チェック（支給前の確認）".
       move zero to job-step-count.

       perform accept-target thru accept-target-exit.

       move target-yyyymm to Fman-yyyymm.
       move target-version to Fman-version.
       open input manifest-file.
       read manifest-file
           invalid key continue
       end-read.
       close manifest-file.
       if manifest-status not = "00"
           display "指定された版のマニフェストが見つかりません（"
               target-yyyymm " 第" target-version "版）"
           goback
       end-if.
       move Fman-filename to kept-name.
       display "対象 " target-yyyymm " 第" target-version "版  控え "
           function trim(kept-name).

       *> 会社別の版は同じ会社の従業員だけを前月と比べる
       open input manifest-company-file.
       if manifest-company-status = "00"
           move target-yyyymm to Fmc-yyyymm
           move target-version to Fmc-version
           read manifest-company-file
               invalid key continue
           end-read
           if manifest-company-status = "00"
               move Fmc-company to target-company
           end-if
           close manifest-company-file
       end-if.

       move zero to load-slot.
       perform load-kept thru load-kept-exit.
       if var-count = zero
           display "控えファイルが読めませんでした"
           goback
       end-if.

       perform find-locked-months thru find-locked-months-exit.
       perform varying lm-sub from 1 by 1 until lm-sub > lm-count
           perform find-month-version thru find-month-version-exit
           if month-version not = zero
               move month-kept to kept-name
               move lm-sub to load-slot
               perform load-kept thru load-kept-exit
           end-if
       end-perform.

       move target-version to version-disp.
       move spaces to report-name.
       string "./dat/payroll-variance-" delimited by size
           target-yyyymm delimited by size
           "-v" delimited by size
           version-disp delimited by size
           ".txt" delimited by size
           into report-name
       end-string.
       open output report-file.
       perform write-report-header.
       perform check-one-employee thru check-one-employee-exit
           varying var-idx from 1 by 1 until var-idx > var-count.
       perform write-report-footer.
       close report-file.

       perform record-variance-run.

       display "要確認 " flag-count " 件（新規 " new-count " / 不在 "
           missing-count " / 増減 " swing-count " / 0円以下 "
           zero-count " / 残業急増 " ot-count "）".
       display function trim(report-name) " に出力しました".
       display "確認後、kintai-payroll-release で支給前承認を行ってください".
       move var-count to job-step-count.
       goback.

accept-target.
       move "yyyymm" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move run-param-value(1:6) to target-yyyymm
           move "version" to run-param-name
           perform lookup-run-param thru lookup-run-param-exit
           if run-param-found = 1
               move function numval(run-param-value) to target-version
           end-if
       else
           display "対象年月を入力してください (例: 202608)"
           accept target-yyyymm
           display "対象の版番号を入力してください (空欄は最新版)"
           move spaces to input-text
           accept input-text
           if input-text not = spaces
               move function numval(input-text) to target-version
           end-if
       end-if.
       if target-version = zero
           move target-yyyymm to lm-yyyymm(1)
           move 1 to lm-sub
           perform find-month-version thru find-month-version-exit
           move month-version to target-version
           move spaces to lm-yyyymm(1)
       end-if.

       move "swing-pct" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move function numval(run-param-value) to swing-pct
       end-if.
       move "ot-spike-pct" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move function numval(run-param-value) to ot-spike-pct
       end-if.
       move "ot-spike-hours" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move function numval(run-param-value) to ot-spike-hours
       end-if.

accept-target-exit.
       exit.

find-locked-months.
       *> 対象月より前の締め済みの月を新しい順に3か月まで
       move zero to lm-count.
       move spaces to locked-months.
       open input month-lock-file.
       if lock-status not = "00"
           go to find-locked-months-exit
       end-if.
       perform until lock-status not = "00"
           read month-lock-file next record
               not at end
                   if Fmlock-yyyymm < target-yyyymm
                       perform insert-locked-month
                           thru insert-locked-month-exit
                   end-if
       end-perform.
       close month-lock-file.

find-locked-months-exit.
       exit.

insert-locked-month.
       perform varying lm-sub from 1 by 1 until lm-sub > lm-count
           if lm-yyyymm(lm-sub) = Fmlock-yyyymm
               go to insert-locked-month-exit
           end-if
       end-perform.
       perform varying lm-sub from 1 by 1
           until lm-sub > lm-count
               or Fmlock-yyyymm > lm-yyyymm(lm-sub)
           continue
       end-perform.
       if lm-sub > 3
           go to insert-locked-month-exit
       end-if.
       perform varying lm-shift from 3 by -1 until lm-shift <= lm-sub
           move lm-yyyymm(lm-shift - 1) to lm-yyyymm(lm-shift)
       end-perform.
       move Fmlock-yyyymm to lm-yyyymm(lm-sub).
       if lm-count < 3
           add 1 to lm-count
       end-if.

insert-locked-month-exit.
       exit.

find-month-version.
       *> lm-yyyymm(lm-sub) の最新の版（給与出力の控えがあるもの）
       move zero to month-version.
       move spaces to month-kept.
       open input manifest-file.
       if manifest-status not = "00"
           go to find-month-version-exit
       end-if.
       perform until manifest-status not = "00"
           read manifest-file next record
               at end move "10" to manifest-status
               not at end
                   if Fman-yyyymm = lm-yyyymm(lm-sub)
                       and Fman-version > month-version
                       and Fman-filename(1:20) = "./dat/payroll-export"
                       move Fman-version to month-version
                       move Fman-filename to month-kept
                   end-if
           end-read
       end-perform.
       close manifest-file.

find-month-version-exit.
       exit.

load-kept.
       move zero to header-skipped.
       open input kept-file.
       if kept-status not = "00"
           go to load-kept-exit
       end-if.
       perform until kept-status not = "00"
           read kept-file
               not at end
                   if header-skipped = zero
                       move 1 to header-skipped
                   else
                       perform load-one-line thru load-one-line-exit
                   end-if
       end-perform.
       close kept-file.

load-kept-exit.
       exit.

load-one-line.
       move zero to kept-tallying.
       move spaces to kept-f10 kept-f11 kept-f24.
       unstring kept-line delimited by ","
           into kept-f01 kept-f02 kept-f03 kept-f04 kept-f05
               kept-f06 kept-f07 kept-f08 kept-f09 kept-f10
               kept-f11 kept-f12 kept-f13 kept-f14 kept-f15
               kept-f16 kept-f17 kept-f18 kept-f19 kept-f20
               kept-f21 kept-f22 kept-f23 kept-f24
           tallying in kept-tallying
       end-unstring.
       if kept-tallying < 6 or kept-f01 = spaces
           go to load-one-line-exit
       end-if.

       compute line-userid = function numval(kept-f01).
       compute line-gross = function numval(kept-f06).
       if kept-tallying >= 16 and kept-f16 not = spaces
           compute line-gross = line-gross + function numval(kept-f16)
       end-if.
       move line-gross to line-net.
       if kept-tallying >= 24 and kept-f24 not = spaces
           compute line-net = function numval(kept-f24)
       end-if.
       move zero to line-ot.
       if kept-tallying >= 11
           compute line-ot = function numval(kept-f10)
               + function numval(kept-f11)
       end-if.

       perform varying var-idx from 1 by 1
           until var-idx > var-count or var-userid(var-idx) = line-userid
           continue
       end-perform.
       if var-idx > var-count
           *> 前月以前だけに居る人は、会社別の版なら同じ会社の人に限る
           if load-slot > zero and target-company not = zero
               move line-userid to Fec-userid
               perform lookup-employee-company
               if emp-company not = target-company
                   go to load-one-line-exit
               end-if
           end-if
           if var-count >= 3000
               go to load-one-line-exit
           end-if
           add 1 to var-count
           set var-idx to var-count
           initialize var-entry(var-idx)
           move line-userid to var-userid(var-idx)
           move spaces to var-name(var-idx)
           string function trim(kept-f02) delimited by size
               " " delimited by size
               function trim(kept-f03) delimited by size
               into var-name(var-idx)
           end-string
       end-if.

       evaluate load-slot
       when zero
           move 1 to var-in-current(var-idx)
           move line-gross to var-cur-gross(var-idx)
           move line-net to var-cur-net(var-idx)
           move line-ot to var-cur-ot(var-idx)
       when 1
           move 1 to var-in-prev(var-idx)
           move line-gross to var-prev-gross(var-idx)
           move line-net to var-prev-net(var-idx)
           move line-ot to var-prev-ot(var-idx)
           add line-gross to var-sum-gross(var-idx)
           add line-ot to var-sum-ot(var-idx)
           add 1 to var-months(var-idx)
       when other
           add line-gross to var-sum-gross(var-idx)
           add line-ot to var-sum-ot(var-idx)
           add 1 to var-months(var-idx)
       end-evaluate.

load-one-line-exit.
       exit.

check-one-employee.
       *> 当月に居ない人は前月に居た場合だけ「不在」として挙げる
       if var-in-current(var-idx) = zero
           if var-in-prev(var-idx) = 1
               add 1 to missing-count
               move "不在（前月は支給あり）" to flag-text
               perform write-flag-line
           end-if
           go to check-one-employee-exit
       end-if.

       if var-in-prev(var-idx) = zero
           add 1 to new-count
           move "新規（前月の支給なし）" to flag-text
           perform write-flag-line
       end-if.

       if var-cur-gross(var-idx) <= zero or var-cur-net(var-idx) <= zero
           add 1 to zero-count
           move "支給額が0円以下" to flag-text
           perform write-flag-line
       end-if.

       if var-months(var-idx) > zero
           compute avg-gross rounded =
               var-sum-gross(var-idx) / var-months(var-idx)
           compute avg-ot rounded =
               var-sum-ot(var-idx) / var-months(var-idx)
       else
           move zero to avg-gross avg-ot
       end-if.

       *> 前月比・3か月平均比のどちらかがしきい値を超えたら増減として挙げる
       if var-in-prev(var-idx) = 1 and var-prev-gross(var-idx) > zero
           compute diff-amount =
               var-cur-gross(var-idx) - var-prev-gross(var-idx)
           compute diff-pct rounded =
               diff-amount * 100 / var-prev-gross(var-idx)
           if diff-pct > swing-pct or diff-pct < 0 - swing-pct
               add 1 to swing-count
               move diff-pct to pct-edit
               move spaces to flag-text
               string "前月比 " delimited by size
                   function trim(pct-edit) delimited by size
                   "%" delimited by size
                   into flag-text
               end-string
               perform write-flag-line
           else
               if avg-gross > zero
                   compute diff-pct rounded =
                       (var-cur-gross(var-idx) - avg-gross) * 100
                           / avg-gross
                   if diff-pct > swing-pct or diff-pct < 0 - swing-pct
                       add 1 to swing-count
                       move diff-pct to pct-edit
                       move spaces to flag-text
                       string "3か月平均比 " delimited by size
                           function trim(pct-edit) delimited by size
                           "%" delimited by size
                           into flag-text
                       end-string
                       perform write-flag-line
                   end-if
               end-if
           end-if
       end-if.

       *> 残業時間が3か月平均を率・時間ともに上回ったら急増
       if var-months(var-idx) > zero
           and var-cur-ot(var-idx) - avg-ot >= ot-spike-hours
           and var-cur-ot(var-idx) * 100
               > avg-ot * (100 + ot-spike-pct)
           add 1 to ot-count
           move var-cur-ot(var-idx) to hours-edit
           move avg-ot to avg-hours-edit
           move spaces to flag-text
           string "残業急増 " delimited by size
               function trim(hours-edit) delimited by size
               "h（平均 " delimited by size
               function trim(avg-hours-edit) delimited by size
               "h）" delimited by size
               into flag-text
           end-string
           perform write-flag-line
       end-if.

check-one-employee-exit.
       exit.

write-flag-line.
       add 1 to flag-count.
       move var-cur-gross(var-idx) to gross-edit.
       move var-cur-net(var-idx) to net-edit.
       move var-prev-gross(var-idx) to amount-edit.
       move avg-gross to avg-edit.
       move spaces to report-line.
       string var-userid(var-idx) delimited by size
           "  " delimited by size
           var-name(var-idx) delimited by size
           gross-edit delimited by size
           " " delimited by size
           net-edit delimited by size
           " " delimited by size
           amount-edit delimited by size
           " " delimited by size
           avg-edit delimited by size
           "  " delimited by size
           function trim(flag-text) delimited by size
           into report-line
       end-string.
       write report-line.

write-report-header.
       move spaces to report-line.
       string "給与の差異チェック  " delimited by size
           target-yyyymm delimited by size
           " 第" delimited by size
           version-disp delimited by size
           "版  会社 " delimited by size
           target-company delimited by size
           "  作成 " delimited by size
           function current-date(1:8) delimited by size
           into report-line
       end-string.
       write report-line.
       move spaces to report-line.
       string "比較対象（締め済み） " delimited by size
           lm-yyyymm(1) delimited by size
           " " delimited by size
           lm-yyyymm(2) delimited by size
           " " delimited by size
           lm-yyyymm(3) delimited by size
           "  しきい値 増減 " delimited by size
           swing-pct delimited by size
           "% / 残業 +" delimited by size
           ot-spike-pct delimited by size
           "% かつ +" delimited by size
           ot-spike-hours delimited by size
           "h" delimited by size
           into report-line
       end-string.
       write report-line.
       move spaces to report-line.
       write report-line.
       move "userid   氏名                                     当月総支給  当月差引   前月総支給 3か月平均  判定"
           to report-line.
       write report-line.

write-report-footer.
       move spaces to report-line.
       write report-line.
       move spaces to report-line.
       string "要確認 " delimited by size
           flag-count delimited by size
           " 件  新規 " delimited by size
           new-count delimited by size
           "  不在 " delimited by size
           missing-count delimited by size
           "  増減 " delimited by size
           swing-count delimited by size
           "  0円以下 " delimited by size
           zero-count delimited by size
           "  残業急増 " delimited by size
           ot-count delimited by size
           into report-line
       end-string.
       write report-line.

record-variance-run.
       *> 差異チェック済み（承認待ち）として版に記録する。承認済みの版は
       *> 承認を残したまま結果だけ更新する
       open i-o release-file.
       if release-status not = "00"
           open output release-file
           close release-file
           open i-o release-file
       end-if.
       move target-yyyymm to Frel-yyyymm.
       move target-version to Frel-version.
       read release-file
           invalid key
               move spaces to Frel-reviewer-name Frel-approved-at
                   Frel-comment Frel-reset-at
               move zero to Frel-reviewer
               move "V" to Frel-status
       end-read.
       if Frel-status not = "A"
           move "V" to Frel-status
       end-if.
       move target-company to Frel-company.
       move flag-count to Frel-flag-count.
       move function current-date to Frel-variance-at.
       move report-name to Frel-report.
       if release-status = "00"
           rewrite Frel-rec
               invalid key
                   display "支給前承認の記録に失敗しました"
           end-rewrite
       else
           write Frel-rec
               invalid key
                   display "支給前承認の記録に失敗しました"
           end-write
       end-if.
       close release-file.

lookup-employee-company.
       *> Fec-userid の所属会社。登録がなければ会社01
       move 1 to emp-company.
       open input employee-company-file.
       if employee-company-status = "00"
           read employee-company-file
               invalid key continue
           end-read
           if employee-company-status = "00"
               move Fec-company to emp-company
           end-if
           close employee-company-file
       end-if.

lookup-run-param.
       move zero to run-param-found.
       move spaces to run-param-value.
       open input run-param-file.
       if run-param-status not = "00"
           go to lookup-run-param-exit
       end-if.
       move "kintai-payroll-variance" to Frp-program.
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
