identification division.
program-id. kintai-master-change-report.

environment division.
input-output section.
       file-control.
           select pending-change-file assign to "./dat/pending-change.dat"
               organization indexed
               access mode sequential
               record key is Fpc-id
               status pending-change-status.
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
       fd pending-change-file.
           01 Fpc-rec.
               03 Fpc-id pic 9(7).
               03 Fpc-program pic X(30).
               03 Fpc-function pic X(20).
               03 Fpc-file pic X(12).
               03 Fpc-action pic X(3).
               03 Fpc-key pic X(40).
               03 Fpc-summary pic X(80).
               03 Fpc-before pic X(700).
               03 Fpc-after pic X(700).
               03 Fpc-effective-date pic X(8).
               03 Fpc-note pic X(64).
               03 Fpc-maker pic 9(7).
               03 Fpc-made-at pic X(21).
               03 Fpc-status pic X.
               03 Fpc-checker pic 9(7).
               03 Fpc-checked-at pic X(21).
               03 Fpc-reject-reason pic X(64).
       fd run-param-file.
           01 Frp-rec.
               03 Frp-key.
                   05 Frp-program pic X(30).
                   05 Frp-param pic X(20).
               03 Frp-value pic X(30).
       fd report-file.
           01 report-line pic X(240).
working-storage section.
       01 status-rec.
           03 pending-change-status pic XX.
           03 run-param-status pic XX.
           03 report-status pic XX.
       *> 無人実行用の実行パラメータ（run-param.dat）
       01 run-param-name pic X(20).
       01 run-param-found pic 9.
       01 run-param-value pic X(30).
       01 from-date pic X(8).
       01 to-date pic X(8).
       01 prev-int pic 9(8).
       01 prev-num pic 9(8).
       01 report-name pic X(60).
       01 status-label pic X(12).
       01 checker-label pic X(7).
       01 total-count pic 9(5) value zero.
       01 approved-count pic 9(5) value zero.
       01 rejected-count pic 9(5) value zero.
       01 open-count pic 9(5) value zero.
       *> ジョブチェーン実行台帳に載せる処理件数（呼び出し元と共有）
       01 job-step-count pic 9(7) external.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "マスタ変更の一覧（申請者・承認者・適用開始日）".

       move "from-date" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move run-param-value(1:8) to from-date
       else
           display "開始日を入力してください (例: 20261001、空欄は前月)"
           move spaces to from-date
           accept from-date
       end-if.
       move "to-date" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move run-param-value(1:8) to to-date
       else
           if from-date not = spaces
               display "終了日を入力してください (例: 20261031)"
               move spaces to to-date
               accept to-date
           end-if
       end-if.
       if from-date = spaces
           *> 当月1日の前日が属する月（前月）の1日から末日まで
           move function current-date(1:6) to prev-num(1:6)
           move "01" to prev-num(7:2)
           compute prev-int = function integer-of-date(prev-num) - 1
           compute prev-num = function date-of-integer(prev-int)
           move prev-num to to-date
           move "01" to prev-num(7:2)
           move prev-num to from-date
       end-if.
       if to-date = spaces
           move function current-date(1:8) to to-date
       end-if.
       display "対象期間 " from-date " - " to-date.

       move spaces to report-name.
       string "./dat/master-change-report-" delimited by size
           from-date delimited by size
           "-" delimited by size
           to-date delimited by size
           ".txt" delimited by size
           into report-name
       end-string.
       open output report-file.

       move spaces to report-line.
       string "マスタ変更一覧  申請期間 " delimited by size
           from-date delimited by size
           " - " delimited by size
           to-date delimited by size
           into report-line
       end-string.
       write report-line.
       move spaces to report-line.
       write report-line.
       move "番号    プログラム                     変更 キー                                     申請者  申請日    承認者  承認日    状態        適用開始"
           to report-line.
       write report-line.

       open input pending-change-file.
       perform until pending-change-status not = "00"
           read pending-change-file next record
               at end move "10" to pending-change-status
               not at end
                   if Fpc-made-at(1:8) >= from-date
                       and Fpc-made-at(1:8) <= to-date
                       perform write-change-line
                   end-if
           end-read
       end-perform.
       close pending-change-file.

       move spaces to report-line.
       write report-line.
       move spaces to report-line.
       string "合計 " delimited by size
           total-count delimited by size
           " 件  承認 " delimited by size
           approved-count delimited by size
           " 件  却下 " delimited by size
           rejected-count delimited by size
           " 件  承認待ち " delimited by size
           open-count delimited by size
           " 件" delimited by size
           into report-line
       end-string.
       write report-line.
       close report-file.

       display " ".
       display "マスタ変更 " total-count " 件  うち承認待ち " open-count " 件".
       display function trim(report-name) " に出力しました".
       move total-count to job-step-count.
       goback.

write-change-line.
       add 1 to total-count.
       evaluate Fpc-status
       when "A"
           add 1 to approved-count
           move "承認・反映" to status-label
       when "R"
           add 1 to rejected-count
           move "却下" to status-label
       when other
           add 1 to open-count
           move "承認待ち" to status-label
       end-evaluate.
       if Fpc-checker = zero
           move "-------" to checker-label
       else
           move Fpc-checker to checker-label
       end-if.

       move spaces to report-line.
       string Fpc-id delimited by size
           " " delimited by size
           Fpc-program delimited by size
           " " delimited by size
           Fpc-action delimited by size
           "  " delimited by size
           Fpc-key delimited by size
           " " delimited by size
           Fpc-maker delimited by size
           " " delimited by size
           Fpc-made-at(1:8) delimited by size
           "  " delimited by size
           checker-label delimited by size
           " " delimited by size
           Fpc-checked-at(1:8) delimited by size
           "  " delimited by size
           status-label delimited by size
           " " delimited by size
           Fpc-effective-date delimited by size
           into report-line
       end-string.
       write report-line.

       move spaces to report-line.
       string "        " delimited by size
           function trim(Fpc-summary) delimited by size
           into report-line
       end-string.
       write report-line.
       if Fpc-status = "R"
           move spaces to report-line
           string "        却下理由: " delimited by size
               function trim(Fpc-reject-reason) delimited by size
               into report-line
           end-string
           write report-line
       end-if.

lookup-run-param.
       move zero to run-param-found.
       move spaces to run-param-value.
       open input run-param-file.
       if run-param-status not = "00"
           go to lookup-run-param-exit
       end-if.
       move "kintai-master-change-report" to Frp-program.
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
