identification division.
program-id. kintai-job-trend-report.

environment division.
input-output section.
       file-control.
           select ledger-file assign to "./dat/job-run.dat"
               organization line sequential
               status ledger-status.
           select sla-file assign to "./dat/job-sla.dat"
               organization line sequential
               status sla-status.
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
       fd ledger-file.
           01 ledger-rec.
               03 lg-run-id pic X(14).
               03 lg-filler1 pic X.
               03 lg-step pic 9(2).
               03 lg-filler2 pic X.
               03 lg-program pic X(30).
               03 lg-filler3 pic X.
               03 lg-started pic X(14).
               03 lg-filler4 pic X.
               03 lg-ended pic X(14).
               03 lg-filler5 pic X.
               03 lg-outcome pic X(2).
               03 lg-filler6 pic X.
               03 lg-count pic 9(7).
       fd sla-file.
           01 Fsla-rec.
               03 Fsla-chain pic X(20).
               03 Fsla-filler1 pic X.
               03 Fsla-program pic X(30).
               03 Fsla-filler2 pic X.
               03 Fsla-start pic X(4).
               03 Fsla-filler3 pic X.
               03 Fsla-finish pic X(4).
               03 Fsla-filler4 pic X.
               03 Fsla-min-count pic 9(7).
               03 Fsla-filler5 pic X.
               03 Fsla-max-count pic 9(7).
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
           03 ledger-status pic XX.
           03 sla-status pic XX.
           03 run-param-status pic XX.
           03 report-status pic XX.
       *> 無人実行用の実行パラメータ（run-param.dat）
       01 run-param-name pic X(20).
       01 run-param-found pic 9.
       01 run-param-value pic X(30).
       01 report-name pic X(60).
       01 today pic X(8).
       01 today-int pic 9(8).
       01 from-int pic 9(8).
       01 week1-int pic 9(8).
       01 date-num pic 9(8).
       01 row-int pic 9(8).
       01 week-no pic 99.
       01 week-count pic 99.
       *> ステップ（プログラム）別・週別の経過時間と処理件数
       01 step-table.
           03 step-entry occurs 50 times indexed by st-idx.
               05 st-program pic X(30).
               05 st-budget pic 9(5).
               05 st-week occurs 14 times indexed by wk-idx.
                   07 st-runs pic 9(4).
                   07 st-ng pic 9(4).
                   07 st-elapsed pic 9(9).
                   07 st-max-elapsed pic 9(5).
                   07 st-volume pic 9(11).
       01 step-count pic 99 value zero.
       *> 走行（run-id）単位のバッチ時間帯（最初の開始〜最後の終了）
       01 window-table.
           03 window-week occurs 14 times indexed by ww-idx.
               05 ww-runs pic 9(4).
               05 ww-elapsed pic 9(9).
               05 ww-max-elapsed pic 9(5).
       01 cur-run-id pic X(14) value spaces.
       01 cur-run-start pic 9(11).
       01 cur-run-end pic 9(11).
       01 cur-run-week pic 99.
       01 stamp-14 pic X(14).
       01 stamp-min pic 9(11).
       01 start-min pic 9(11).
       01 end-min pic 9(11).
       01 elapsed-min pic 9(5).
       01 hhmm-num pic 9(4).
       01 calc-min pic 9(4).
       01 finish-m pic 9(4).
       01 week-label pic X(8).
       01 find-program pic X(30).
       01 avg-elapsed pic Z(4)9.
       01 max-elapsed pic Z(4)9.
       01 avg-volume pic Z(8)9.
       01 runs-edit pic ZZZ9.
       01 ng-edit pic ZZZ9.
       01 budget-edit pic Z(4)9.
       01 day-span pic 9(3) value 90.
       01 row-count pic 9(7) value zero.
       *> ジョブチェーン実行台帳に載せる処理件数（呼び出し元と共有）
       01 job-step-count pic 9(7) external.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "夜間ジョブの経過時間・処理件数の推移（週次）".

       move "days" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           and function numval(run-param-value) > 0
           and function numval(run-param-value) <= 90
           move function numval(run-param-value) to day-span
       end-if.

       move function current-date(1:8) to today.
       compute today-int = function integer-of-date(
           function numval(today)).
       compute from-int = today-int - day-span.
       *> 週は月曜始まり（1601/01/01 は月曜日）
       compute week1-int =
           from-int - function mod(from-int - 1, 7).
       compute week-count = (today-int - week1-int) / 7 + 1.

       perform load-sla-budget thru load-sla-budget-exit.
       perform scan-ledger thru scan-ledger-exit.

       move spaces to report-name.
       string "./dat/job-trend-" delimited by size
           today delimited by size
           ".txt" delimited by size
           into report-name
       end-string.
       open output report-file.

       move spaces to report-line.
       compute date-num = function date-of-integer(from-int).
       string "夜間ジョブの推移  期間 " delimited by size
           date-num delimited by size
           " - " delimited by size
           today delimited by size
           "  （週は月曜始まり、時間は分）" delimited by size
           into report-line
       end-string.
       write report-line.
       move spaces to report-line.
       write report-line.

       move "【バッチ時間帯】週        走行  平均(分) 最大(分)"
           to report-line.
       write report-line.
       perform varying ww-idx from 1 by 1 until ww-idx > week-count
           perform write-window-line
       end-perform.

       perform varying st-idx from 1 by 1 until st-idx > step-count
           perform write-step-section
       end-perform.
       close report-file.

       display " ".
       display "台帳 " row-count " 行を集計しました".
       display function trim(report-name) " に出力しました".
       move row-count to job-step-count.
       goback.

load-sla-budget.
       *> SLAの開始予定〜完了期限の幅を、各ステップの持ち時間として併記する
       open input sla-file.
       if sla-status not = "00"
           go to load-sla-budget-exit
       end-if.
       perform until sla-status not = "00"
           read sla-file
               not at end
                   if Fsla-program not = spaces
                       and Fsla-start is numeric
                       and Fsla-finish is numeric
                       move Fsla-program to find-program
                       perform find-step
                       if st-idx <= step-count
                           move Fsla-finish to hhmm-num
                           perform hhmm-to-minutes
                           move calc-min to finish-m
                           move Fsla-start to hhmm-num
                           perform hhmm-to-minutes
                           if finish-m > calc-min
                               compute st-budget(st-idx) =
                                   finish-m - calc-min
                           else
                               compute st-budget(st-idx) =
                                   finish-m + 1440 - calc-min
                           end-if
                       end-if
                   end-if
       end-perform.
       close sla-file.

load-sla-budget-exit.
       exit.

find-step.
       *> find-program の行を探し、なければ追加する
       perform varying st-idx from 1 by 1
           until st-idx > step-count
               or st-program(st-idx) = find-program
           continue
       end-perform.
       if st-idx > step-count
           if step-count < 50
               add 1 to step-count
               set st-idx to step-count
               initialize step-entry(st-idx)
               move find-program to st-program(st-idx)
           else
               set st-idx to 51
           end-if
       end-if.

scan-ledger.
       perform varying ww-idx from 1 by 1 until ww-idx > 14
           initialize window-week(ww-idx)
       end-perform.
       open input ledger-file.
       if ledger-status not = "00"
           go to scan-ledger-exit
       end-if.
       perform until ledger-status not = "00"
           read ledger-file
               not at end
                   if lg-step not = zero
                       and lg-run-id(1:8) is numeric
                       perform tally-row thru tally-row-exit
                   end-if
       end-perform.
       close ledger-file.
       perform flush-run.

scan-ledger-exit.
       exit.

tally-row.
       compute row-int = function integer-of-date(
           function numval(lg-run-id(1:8))).
       if row-int < week1-int or row-int < from-int
           go to tally-row-exit
       end-if.
       compute week-no = (row-int - week1-int) / 7 + 1.
       if week-no > 14
           go to tally-row-exit
       end-if.
       add 1 to row-count.

       move lg-started to stamp-14.
       perform stamp-to-minutes.
       move stamp-min to start-min.
       move lg-ended to stamp-14.
       perform stamp-to-minutes.
       move stamp-min to end-min.
       if end-min > start-min
           compute elapsed-min = end-min - start-min
       else
           move zero to elapsed-min
       end-if.

       move lg-program to find-program.
       perform find-step.
       if st-idx <= step-count
           set wk-idx to week-no
           add 1 to st-runs(st-idx, wk-idx)
           if lg-outcome = "NG"
               add 1 to st-ng(st-idx, wk-idx)
           end-if
           add elapsed-min to st-elapsed(st-idx, wk-idx)
           if elapsed-min > st-max-elapsed(st-idx, wk-idx)
               move elapsed-min to st-max-elapsed(st-idx, wk-idx)
           end-if
           add lg-count to st-volume(st-idx, wk-idx)
       end-if.

       if lg-run-id not = cur-run-id
           perform flush-run
           move lg-run-id to cur-run-id
           move start-min to cur-run-start
           move end-min to cur-run-end
           move week-no to cur-run-week
       else
           if end-min > cur-run-end
               move end-min to cur-run-end
           end-if
       end-if.

tally-row-exit.
       exit.

flush-run.
       if cur-run-id not = spaces
           and cur-run-end > cur-run-start
           set ww-idx to cur-run-week
           compute elapsed-min = cur-run-end - cur-run-start
           add 1 to ww-runs(ww-idx)
           add elapsed-min to ww-elapsed(ww-idx)
           if elapsed-min > ww-max-elapsed(ww-idx)
               move elapsed-min to ww-max-elapsed(ww-idx)
           end-if
       end-if.
       move spaces to cur-run-id.

set-week-label.
       compute date-num = function date-of-integer(
           week1-int + (week-no - 1) * 7).
       move date-num to week-label.

write-window-line.
       set week-no to ww-idx.
       perform set-week-label.
       move ww-runs(ww-idx) to runs-edit.
       if ww-runs(ww-idx) > zero
           compute avg-elapsed = ww-elapsed(ww-idx) / ww-runs(ww-idx)
       else
           move zero to avg-elapsed
       end-if.
       move ww-max-elapsed(ww-idx) to max-elapsed.
       move spaces to report-line.
       string "  " delimited by size
           week-label delimited by size
           "  " delimited by size
           runs-edit delimited by size
           "     " delimited by size
           avg-elapsed delimited by size
           "    " delimited by size
           max-elapsed delimited by size
           into report-line
       end-string.
       write report-line.

write-step-section.
       move spaces to report-line.
       write report-line.
       move spaces to report-line.
       if st-budget(st-idx) > zero
           move st-budget(st-idx) to budget-edit
           string "■ " delimited by size
               function trim(st-program(st-idx)) delimited by size
               "  （SLAの持ち時間 " delimited by size
               function trim(budget-edit) delimited by size
               " 分）" delimited by size
               into report-line
           end-string
       else
           string "■ " delimited by size
               function trim(st-program(st-idx)) delimited by size
               "  （SLA未定義）" delimited by size
               into report-line
           end-string
       end-if.
       write report-line.
       move "  週        実行  NG  平均(分) 最大(分)  平均件数"
           to report-line.
       write report-line.
       perform varying wk-idx from 1 by 1 until wk-idx > week-count
           perform write-step-week
       end-perform.

write-step-week.
       set week-no to wk-idx.
       perform set-week-label.
       move st-runs(st-idx, wk-idx) to runs-edit.
       move st-ng(st-idx, wk-idx) to ng-edit.
       if st-runs(st-idx, wk-idx) > zero
           compute avg-elapsed =
               st-elapsed(st-idx, wk-idx) / st-runs(st-idx, wk-idx)
           compute avg-volume =
               st-volume(st-idx, wk-idx) / st-runs(st-idx, wk-idx)
       else
           move zero to avg-elapsed
           move zero to avg-volume
       end-if.
       move st-max-elapsed(st-idx, wk-idx) to max-elapsed.
       move spaces to report-line.
       string "  " delimited by size
           week-label delimited by size
           "  " delimited by size
           runs-edit delimited by size
           " " delimited by size
           ng-edit delimited by size
           "     " delimited by size
           avg-elapsed delimited by size
           "    " delimited by size
           max-elapsed delimited by size
           "  " delimited by size
           avg-volume delimited by size
           into report-line
       end-string.
       write report-line.

hhmm-to-minutes.
       compute calc-min =
           function integer-part(hhmm-num / 100) * 60
           + function mod(hhmm-num, 100).

stamp-to-minutes.
       *> YYYYMMDDhhmmss を通算分に直す
       if stamp-14(1:12) is not numeric
           move zero to stamp-min
       else
           move stamp-14(9:4) to hhmm-num
           perform hhmm-to-minutes
           compute stamp-min = function integer-of-date(
               function numval(stamp-14(1:8))) * 1440 + calc-min
       end-if.

lookup-run-param.
       move zero to run-param-found.
       move spaces to run-param-value.
       open input run-param-file.
       if run-param-status not = "00"
           go to lookup-run-param-exit
       end-if.
       move "kintai-job-trend-report" to Frp-program.
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
