identification division.
program-id. kintai-punch-buffer-report.

environment division.
input-output section.
       file-control.
           select run-param-file assign to "./dat/run-param.dat"
               organization indexed
               access mode dynamic
               record key is Frp-key
               status run-param-status.
           select ledger-file assign to "./dat/punch-buffer-ledger.dat"
               organization line sequential
               status ledger-status.
           select punch-buffer-file assign to "./local/punch-buffer.dat"
               organization sequential
               status punch-buffer-status.
           select report-file assign using report-name
               organization line sequential.
data division.
file section.
       fd run-param-file.
           01 Frp-rec.
               03 Frp-key.
                   05 Frp-program pic X(30).
                   05 Frp-param pic X(20).
               03 Frp-value pic X(30).
       *> 一時保存打刻の登録結果（障害ごとの照合一覧の元）
       fd ledger-file.
           01 Fpbl-rec.
               03 Fpbl-device-id pic X(8).
               03 Fpbl-outage-id pic X(14).
               03 Fpbl-seq pic 9(6).
               03 Fpbl-program pic X(30).
               03 Fpbl-userid pic 9(7).
               03 Fpbl-token pic X(64).
               03 Fpbl-datetime pic X(21).
               03 Fpbl-statusid pic 9.
               03 Fpbl-cause pic X(12).
               03 Fpbl-state pic X.
               03 Fpbl-stamp-id pic 9(12).
               03 Fpbl-result pic X(20).
               03 Fpbl-replayed-at pic X(21).
       fd punch-buffer-file.
           01 Fpb-rec.
               03 Fpb-signed.
                   05 Fpb-seq pic 9(6).
                   05 Fpb-outage-id pic X(14).
                   05 Fpb-device-id pic X(8).
                   05 Fpb-program pic X(30).
                   05 Fpb-token-kind pic X.
                   05 Fpb-userid pic 9(7).
                   05 Fpb-token pic X(64).
                   05 Fpb-pswd-hash pic X(20).
                   05 Fpb-datetime pic X(21).
                   05 Fpb-statusid pic 9.
                   05 Fpb-cause pic X(12).
               03 Fpb-signature pic X(20).
               03 Fpb-state pic X.
               03 Fpb-replayed-at pic X(21).
               03 Fpb-stamp-id pic 9(12).
               03 Fpb-result pic X(20).
       fd report-file.
           01 report-line pic X(160).
working-storage section.
       01 run-param-status pic XX.
       01 run-param-name pic X(20).
       01 run-param-value pic X(30).
       01 run-param-found pic 9.
       01 ledger-status pic XX.
       01 punch-buffer-status pic XX.
       01 report-name pic X(60).
       01 from-date pic X(8).
       01 prev-int pic 9(8).
       01 prev-num pic 9(8).
       *> 障害（端末＋障害開始時刻）ごとに並べる一時保存打刻の一覧。
       *> 登録・却下は共有側の台帳、未登録はこの端末の一時保存ファイルから
       01 entry-table.
           03 pb-entry occurs 2000 times indexed by pbe-idx.
               05 pbe-sort-key.
                   07 pbe-device-id pic X(8).
                   07 pbe-outage-id pic X(14).
                   07 pbe-seq pic 9(6).
               05 pbe-userid pic 9(7).
               05 pbe-token pic X(16).
               05 pbe-datetime pic X(21).
               05 pbe-statusid pic 9.
               05 pbe-cause pic X(12).
               05 pbe-state pic X.
               05 pbe-result pic X(20).
       01 entry-count pic 9(4) value zero.
       01 entry-overflow pic 9 value zero.
       01 swap-entry pic X(106).
       01 sort-i pic 9(4).
       01 sort-j pic 9(4).
       *> 障害ごとの集計
       01 grp-device-id pic X(8).
       01 grp-outage-id pic X(14).
       01 grp-cause pic X(12).
       01 grp-first pic X(12).
       01 grp-last pic X(12).
       01 grp-buffered pic 9(5).
       01 grp-replayed pic 9(5).
       01 grp-rejected pic 9(5).
       01 grp-pending pic 9(5).
       01 outage-count pic 9(5) value zero.
       01 total-replayed pic 9(5) value zero.
       01 total-rejected pic 9(5) value zero.
       01 total-pending pic 9(5) value zero.
       01 state-label pic X(12).
       01 who-label pic X(20).
       *> ジョブチェーン実行台帳に載せる処理件数（呼び出し元と共有）
       01 job-step-count pic 9(7) external.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "一時保存打刻の照合一覧（障害ごとの保存・登録・却下）".
       move zero to job-step-count.

       move "from-date" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1 and run-param-value(1:8) is numeric
           move run-param-value(1:8) to from-date
       else
           *> 前月1日以降に始まった障害
           move function current-date(1:6) to prev-num(1:6)
           move "01" to prev-num(7:2)
           compute prev-int = function integer-of-date(prev-num) - 1
           compute prev-num = function date-of-integer(prev-int)
           move "01" to prev-num(7:2)
           move prev-num to from-date
       end-if.

       perform load-ledger.
       perform load-pending.
       perform sort-entries thru sort-entries-exit.

       move spaces to report-name.
       string "./dat/punch-buffer-report-" delimited by size
           function current-date(1:8) delimited by size
           ".txt" delimited by size
           into report-name
       end-string.
       open output report-file.
       move spaces to report-line.
       string "一時保存打刻の照合一覧  障害開始 " delimited by size
           from-date delimited by size
           " 以降" delimited by size
           into report-line
       end-string.
       write report-line.

       move spaces to grp-device-id.
       move spaces to grp-outage-id.
       perform varying pbe-idx from 1 by 1 until pbe-idx > entry-count
           if pbe-device-id(pbe-idx) not = grp-device-id
               or pbe-outage-id(pbe-idx) not = grp-outage-id
               perform write-outage-summary
               perform start-outage
           end-if
           perform tally-entry
       end-perform.
       perform write-outage-summary.

       move spaces to report-line.
       write report-line.
       move spaces to report-line.
       string "障害 " delimited by size
           outage-count delimited by size
           " 件  登録 " delimited by size
           total-replayed delimited by size
           " / 却下 " delimited by size
           total-rejected delimited by size
           " / 未登録 " delimited by size
           total-pending delimited by size
           into report-line
       end-string.
       write report-line.
       display function trim(report-line).
       if entry-overflow = 1
           move "警告: 2000件の上限を超えたため一覧が不完全です" to report-line
           write report-line
           display function trim(report-line)
       end-if.
       close report-file.

       display function trim(report-name) " に出力しました".
       move total-rejected to job-step-count.
       goback.

load-ledger.
       open input ledger-file.
       if ledger-status not = "00"
           display "./dat/punch-buffer-ledger.dat がありません（登録済みの一時保存なし）"
       end-if.
       perform until ledger-status not = "00"
           read ledger-file
               at end move "10" to ledger-status
               not at end
                   if Fpbl-outage-id(1:8) >= from-date
                       perform add-ledger-entry
                   end-if
           end-read
       end-perform.
       close ledger-file.

add-ledger-entry.
       if entry-count >= 2000
           move 1 to entry-overflow
       else
           add 1 to entry-count
           move Fpbl-device-id to pbe-device-id(entry-count)
           move Fpbl-outage-id to pbe-outage-id(entry-count)
           move Fpbl-seq to pbe-seq(entry-count)
           move Fpbl-userid to pbe-userid(entry-count)
           move Fpbl-token to pbe-token(entry-count)
           move Fpbl-datetime to pbe-datetime(entry-count)
           move Fpbl-statusid to pbe-statusid(entry-count)
           move Fpbl-cause to pbe-cause(entry-count)
           move Fpbl-state to pbe-state(entry-count)
           move Fpbl-result to pbe-result(entry-count)
       end-if.

load-pending.
       *> この端末にまだ登録されていない一時保存打刻
       open input punch-buffer-file.
       perform until punch-buffer-status not = "00"
           read punch-buffer-file
               at end move "10" to punch-buffer-status
               not at end
                   if Fpb-state = "B"
                       and Fpb-outage-id(1:8) >= from-date
                       perform add-pending-entry
                   end-if
           end-read
       end-perform.
       close punch-buffer-file.

add-pending-entry.
       if entry-count >= 2000
           move 1 to entry-overflow
       else
           add 1 to entry-count
           move Fpb-device-id to pbe-device-id(entry-count)
           move Fpb-outage-id to pbe-outage-id(entry-count)
           move Fpb-seq to pbe-seq(entry-count)
           move Fpb-userid to pbe-userid(entry-count)
           move Fpb-token to pbe-token(entry-count)
           move Fpb-datetime to pbe-datetime(entry-count)
           move Fpb-statusid to pbe-statusid(entry-count)
           move Fpb-cause to pbe-cause(entry-count)
           move "B" to pbe-state(entry-count)
           move spaces to pbe-result(entry-count)
       end-if.

sort-entries.
       if entry-count < 2
           go to sort-entries-exit
       end-if.
       perform varying sort-i from 1 by 1 until sort-i >= entry-count
           perform varying sort-j from 1 by 1
               until sort-j > entry-count - sort-i
               if pbe-sort-key(sort-j) > pbe-sort-key(sort-j + 1)
                   move pb-entry(sort-j) to swap-entry
                   move pb-entry(sort-j + 1) to pb-entry(sort-j)
                   move swap-entry to pb-entry(sort-j + 1)
               end-if
           end-perform
       end-perform.

sort-entries-exit.
       exit.

start-outage.
       move pbe-device-id(pbe-idx) to grp-device-id.
       move pbe-outage-id(pbe-idx) to grp-outage-id.
       move pbe-cause(pbe-idx) to grp-cause.
       move pbe-datetime(pbe-idx)(1:12) to grp-first.
       move zero to grp-buffered grp-replayed grp-rejected grp-pending.
       add 1 to outage-count.
       move spaces to report-line.
       write report-line.
       move spaces to report-line.
       string "端末 " delimited by size
           grp-device-id delimited by size
           "  障害開始 " delimited by size
           grp-outage-id delimited by size
           "  原因 " delimited by size
           grp-cause delimited by size
           into report-line
       end-string.
       write report-line.

tally-entry.
       add 1 to grp-buffered.
       move pbe-datetime(pbe-idx)(1:12) to grp-last.
       evaluate pbe-state(pbe-idx)
       when "R"
           add 1 to grp-replayed
           add 1 to total-replayed
           move "登録済" to state-label
       when "J"
           add 1 to grp-rejected
           add 1 to total-rejected
           move "却下" to state-label
       when other
           add 1 to grp-pending
           add 1 to total-pending
           move "未登録" to state-label
       end-evaluate.
       if pbe-userid(pbe-idx) = zero
           move pbe-token(pbe-idx) to who-label
       else
           move spaces to who-label
           string "userid " delimited by size
               pbe-userid(pbe-idx) delimited by size
               into who-label
           end-string
       end-if.
       move spaces to report-line.
       string "  #" delimited by size
           pbe-seq(pbe-idx) delimited by size
           "  " delimited by size
           pbe-datetime(pbe-idx)(1:12) delimited by size
           "  " delimited by size
           who-label delimited by size
           "  status " delimited by size
           pbe-statusid(pbe-idx) delimited by size
           "  " delimited by size
           state-label delimited by size
           " " delimited by size
           pbe-result(pbe-idx) delimited by size
           into report-line
       end-string.
       write report-line.

write-outage-summary.
       if grp-device-id not = spaces or grp-outage-id not = spaces
           move spaces to report-line
           string "  小計  " delimited by size
               grp-first delimited by size
               " - " delimited by size
               grp-last delimited by size
               "  保存 " delimited by size
               grp-buffered delimited by size
               " / 登録 " delimited by size
               grp-replayed delimited by size
               " / 却下 " delimited by size
               grp-rejected delimited by size
               " / 未登録 " delimited by size
               grp-pending delimited by size
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
       move "kintai-punch-buffer-report" to Frp-program.
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
