identification division.
program-id. kintai-checkup-overdue.

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
               access mode dynamic
               record key is Fuserid
               status user-status.
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
           03 checkup-status pic XX.
           03 user-status pic XX.
           03 dept-status pic XX.
           03 run-param-status pic XX.
           03 report-status pic XX.
       *> 無人実行用の実行パラメータ（run-param.dat）
       01 run-param-name pic X(20).
       01 run-param-found pic 9.
       01 run-param-value pic X(30).
       01 target-yyyymm pic X(6).
       01 month-start pic X(8).
       01 month-end pic X(8).
       01 today pic X(8).
       01 report-name pic X(60).
       01 dept-names.
           03 dn-name pic N(20) occurs 100 times.
       *> 未受診の一覧（部署順に出力する）
       01 pending-table.
           03 pending-entry occurs 5000 times.
               05 pd-dept pic 9(2).
               05 pd-userid pic 9(7).
               05 pd-name pic X(40).
               05 pd-year pic 9(4).
               05 pd-round pic 9.
               05 pd-special pic X.
               05 pd-scheduled pic X(8).
               05 pd-overdue pic X.
       01 pending-count pic 9(4) value zero.
       01 pending-overflow pic 9 value zero.
       01 pd-idx pic 9(4).
       01 dept-idx pic 9(3).
       01 dept-lines pic 9(4).
       01 overdue-count pic 9(5) value zero.
       01 due-count pic 9(5) value zero.
       01 status-label pic X(24).
       01 special-label pic X(32).
       *> ジョブチェーン実行台帳に載せる処理件数（呼び出し元と共有）
       01 job-step-count pic 9(7) external.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "定期健康診断の未受診・期限超過一覧（月次・部署別）".

       move function current-date(1:8) to today.

       move "target-yyyymm" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move run-param-value(1:6) to target-yyyymm
           display "実行パラメータにより対象年月 " target-yyyymm
               " で実行します"
       else
           display "対象年月を入力してください (例: 202606、空欄は当月)"
           move spaces to target-yyyymm
           accept target-yyyymm
       end-if.
       if target-yyyymm = spaces
           move today(1:6) to target-yyyymm
       end-if.
       move target-yyyymm to month-start(1:6).
       move "01" to month-start(7:2).
       move target-yyyymm to month-end(1:6).
       move "31" to month-end(7:2).

       perform load-departments.

       *> 対象月末までに予定があり受診日のない在籍者を拾う
       open input user-file.
       open input checkup-file.
       perform until checkup-status not = "00"
           read checkup-file next record
               at end move "10" to checkup-status
               not at end
                   perform keep-pending thru keep-pending-exit
           end-read
       end-perform.
       close checkup-file.
       close user-file.

       move spaces to report-name.
       string "./dat/checkup-overdue-" delimited by size
           target-yyyymm delimited by size
           ".txt" delimited by size
           into report-name
       end-string.
       open output report-file.

       move spaces to report-line.
       string "定期健康診断 未受診一覧  対象年月 " delimited by size
           target-yyyymm delimited by size
           "  作成日 " delimited by size
           today delimited by size
           into report-line
       end-string.
       write report-line.

       perform varying dept-idx from 1 by 1 until dept-idx > 100
           perform write-dept-section
       end-perform.

       move spaces to report-line.
       write report-line.
       move spaces to report-line.
       string "期限超過 " delimited by size
           overdue-count delimited by size
           " 件  今月予定・未受診 " delimited by size
           due-count delimited by size
           " 件" delimited by size
           into report-line
       end-string.
       write report-line.
       if pending-overflow = 1
           move "警告: 5000件の上限を超えたため一覧が不完全です"
               to report-line
           write report-line
       end-if.
       close report-file.

       display " ".
       display "期限超過 " overdue-count " 件  今月予定・未受診 "
           due-count " 件".
       display function trim(report-name) " に出力しました".
       compute job-step-count = overdue-count + due-count.
       goback.

load-departments.
       perform varying dept-idx from 1 by 1 until dept-idx > 100
           move spaces to dn-name(dept-idx)
       end-perform.
       open input department-file.
       perform until dept-status not = "00"
           read department-file next record
               at end move "10" to dept-status
               not at end
                   if Fdept-id >= 1 and Fdept-id <= 99
                       move Fdept-name to dn-name(Fdept-id + 1)
                   end-if
           end-read
       end-perform.
       close department-file.

keep-pending.
       if Fck-taken-date not = spaces
           go to keep-pending-exit
       end-if.
       if Fck-scheduled-date = spaces
           or Fck-scheduled-date > month-end
           go to keep-pending-exit
       end-if.

       *> 退職者は対象外。部署は現在の所属で出す
       move Fck-userid to Fuserid.
       read user-file
           invalid key continue
       end-read.
       if user-status not = "00"
           go to keep-pending-exit
       end-if.
       if Fretire-date not = spaces
           and Fretire-date not = "00000000"
           and Fretire-date <= today
           go to keep-pending-exit
       end-if.

       if pending-count >= 5000
           move 1 to pending-overflow
           go to keep-pending-exit
       end-if.
       add 1 to pending-count.
       move Fdept to pd-dept(pending-count).
       move Fck-userid to pd-userid(pending-count).
       move spaces to pd-name(pending-count).
       string function trim(Flastname) delimited by size
           " " delimited by size
           function trim(Ffirstname) delimited by size
           into pd-name(pending-count)
       end-string.
       move Fck-year to pd-year(pending-count).
       move Fck-round to pd-round(pending-count).
       move Fck-special to pd-special(pending-count).
       move Fck-scheduled-date to pd-scheduled(pending-count).
       if Fck-scheduled-date < month-start
           move "Y" to pd-overdue(pending-count)
           add 1 to overdue-count
       else
           move "N" to pd-overdue(pending-count)
           add 1 to due-count
       end-if.

keep-pending-exit.
       exit.

write-dept-section.
       move zero to dept-lines.
       perform varying pd-idx from 1 by 1 until pd-idx > pending-count
           if pd-dept(pd-idx) + 1 = dept-idx
               if dept-lines = zero
                   perform write-dept-header
               end-if
               add 1 to dept-lines
               perform write-pending-line
           end-if
       end-perform.

write-dept-header.
       move spaces to report-line.
       write report-line.
       move spaces to report-line.
       move dept-idx to dept-key.
       subtract 1 from dept-key.
       string "【部署 " delimited by size
           dept-key delimited by size
           " " delimited by size
           function trim(dn-name(dept-idx)) delimited by size
           "】" delimited by size
           into report-line
       end-string.
       write report-line.

write-pending-line.
       if pd-special(pd-idx) = "Y"
           move "（特定業務従事者）" to special-label
       else
           move spaces to special-label
       end-if.
       if pd-overdue(pd-idx) = "Y"
           move "期限超過" to status-label
       else
           move "今月予定・未受診" to status-label
       end-if.
       move spaces to report-line.
       string "  " delimited by size
           pd-userid(pd-idx) delimited by size
           "  " delimited by size
           pd-name(pd-idx) delimited by size
           " " delimited by size
           pd-year(pd-idx) delimited by size
           "年度 " delimited by size
           pd-round(pd-idx) delimited by size
           "回目  予定 " delimited by size
           pd-scheduled(pd-idx) delimited by size
           "  " delimited by size
           status-label delimited by space
           special-label delimited by space
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
       move "kintai-checkup-overdue" to Frp-program.
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
