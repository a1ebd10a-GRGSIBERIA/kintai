identification division.
program-id. kintai-emp-status-report.

environment division.
input-output section.
       file-control.
           select emp-status-file assign to "./dat/emp-status.dat"
               organization indexed
               access mode dynamic
               record key is Fes-key
               status emp-status-status.
           select user-file assign to "./dat/user.dat"
               organization indexed
               access mode dynamic
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
           03 emp-status-status pic XX.
           03 user-status pic XX.
           03 run-param-status pic XX.
           03 report-status pic XX.
       *> 無人実行用の実行パラメータ（run-param.dat）
       01 run-param-name pic X(20).
       01 run-param-found pic 9.
       01 run-param-value pic X(30).
       01 target-yyyymm pic X(6).
       01 today pic X(8).
       01 report-name pic X(60).
       *> 期間の最終日は終了日と復職日の前日の早いほう（どちらもなければ継続中）
       01 es-end-date pic X(8).
       01 es-return-prev pic X(8).
       01 es-work-num pic 9(8).
       *> 期間の種別
       01 status-kind pic 9.
           88 status-sick value 1.
           88 status-maternity value 2.
           88 status-childcare value 3.
           88 status-nursing value 4.
       01 status-label pic X(24).
       01 user-name pic X(40).
       01 user-dept pic 9(2).
       01 on-leave-count pic 9(5) value zero.
       01 overdue-count pic 9(5) value zero.
       *> ジョブチェーン実行台帳に載せる処理件数（呼び出し元と共有）
       01 job-step-count pic 9(7) external.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "休職・休業者一覧と復職未記録の確認（月次・人事向け）".

       move function current-date(1:8) to today.

       move "target-yyyymm" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move run-param-value(1:6) to target-yyyymm
           display "実行パラメータにより対象年月 " target-yyyymm
               " で実行します"
       else
           display "対象年月を入力してください (例: 202611、空欄は当月)"
           move spaces to target-yyyymm
           accept target-yyyymm
       end-if.
       if target-yyyymm = spaces
           move today(1:6) to target-yyyymm
       end-if.

       move spaces to report-name.
       string "./dat/emp-status-report-" delimited by size
           target-yyyymm delimited by size
           ".txt" delimited by size
           into report-name
       end-string.
       open output report-file.

       move spaces to report-line.
       string "休職・休業者一覧  対象年月 " delimited by size
           target-yyyymm delimited by size
           "  作成日 " delimited by size
           today delimited by size
           into report-line
       end-string.
       write report-line.
       move spaces to report-line.
       write report-line.
       move "【対象月に休職・休業中】部署 userid   氏名                 種別         開始日   終了日   復職予定 復職日"
           to report-line.
       write report-line.

       open input user-file.
       open input emp-status-file.
       perform until emp-status-status not = "00"
           read emp-status-file next record
               at end move "10" to emp-status-status
               not at end
                   perform list-on-leave thru list-on-leave-exit
           end-read
       end-perform.
       close emp-status-file.

       move spaces to report-line.
       write report-line.
       move "【期間終了・復職予定日を過ぎて復職未記録】部署 userid   氏名                 種別         開始日   終了日   復職予定"
           to report-line.
       write report-line.

       open input emp-status-file.
       perform until emp-status-status not = "00"
           read emp-status-file next record
               at end move "10" to emp-status-status
               not at end
                   perform list-overdue thru list-overdue-exit
           end-read
       end-perform.
       close emp-status-file.
       close user-file.

       move spaces to report-line.
       write report-line.
       move spaces to report-line.
       string "休職・休業中 " delimited by size
           on-leave-count delimited by size
           " 名  うち復職未記録の超過 " delimited by size
           overdue-count delimited by size
           " 名" delimited by size
           into report-line
       end-string.
       write report-line.
       close report-file.

       display " ".
       display "休職・休業中 " on-leave-count " 名  復職未記録の超過 "
           overdue-count " 名".
       display function trim(report-name) " に出力しました".
       move on-leave-count to job-step-count.
       goback.

list-on-leave.
       *> 対象月に1日でも期間がかかる人
       if Fes-from(1:6) > target-yyyymm
           go to list-on-leave-exit
       end-if.
       perform set-status-end.
       if es-end-date not = spaces
           and (es-end-date < Fes-from
               or es-end-date(1:6) < target-yyyymm)
           go to list-on-leave-exit
       end-if.

       add 1 to on-leave-count.
       perform lookup-user.
       perform write-status-line.

list-on-leave-exit.
       exit.

list-overdue.
       *> 復職日の記録がなく、終了日か復職予定日が作成日より前のもの
       if Fes-returned-date not = spaces
           go to list-overdue-exit
       end-if.
       if (Fes-to = spaces or Fes-to >= today)
           and (Fes-expected-return = spaces
               or Fes-expected-return >= today)
           go to list-overdue-exit
       end-if.

       add 1 to overdue-count.
       perform lookup-user.
       perform write-status-line.

list-overdue-exit.
       exit.

lookup-user.
       move spaces to user-name.
       move zero to user-dept.
       move Fes-userid to Fuserid.
       read user-file
           invalid key continue
       end-read.
       if user-status = "00"
           string function trim(Flastname) delimited by size
               " " delimited by size
               function trim(Ffirstname) delimited by size
               into user-name
           end-string
           move Fdept to user-dept
       end-if.

write-status-line.
       move Fes-type to status-kind.
       evaluate true
       when status-sick
           move "私傷病休職" to status-label
       when status-maternity
           move "産前産後休業" to status-label
       when status-childcare
           move "育児休業" to status-label
       when status-nursing
           move "介護休業" to status-label
       when other
           move "不明" to status-label
       end-evaluate.

       move spaces to report-line.
       string "  " delimited by size
           user-dept delimited by size
           "   " delimited by size
           Fes-userid delimited by size
           "  " delimited by size
           user-name delimited by size
           " " delimited by size
           status-label(1:18) delimited by size
           " " delimited by size
           Fes-from delimited by size
           " " delimited by size
           Fes-to delimited by size
           " " delimited by size
           Fes-expected-return delimited by size
           " " delimited by size
           Fes-returned-date delimited by size
           into report-line
       end-string.
       write report-line.

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

lookup-run-param.
       move zero to run-param-found.
       move spaces to run-param-value.
       open input run-param-file.
       if run-param-status not = "00"
           go to lookup-run-param-exit
       end-if.
       move "kintai-emp-status-report" to Frp-program.
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
