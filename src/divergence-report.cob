identification division.
program-id. kintai-divergence-report.

environment division.
input-output section.
       file-control.
           select divergence-file assign to "./dat/divergence.dat"
               organization indexed
               access mode sequential
               record key is Fdv-key
               status divergence-status.
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
       fd divergence-file.
           01 Fdv-rec.
               03 Fdv-key.
                   05 Fdv-userid pic 9(7).
                   05 Fdv-date pic X(8).
               03 Fdv-dept pic 9(2).
               03 Fdv-in-stamp-id pic 9(12).
               03 Fdv-in-time pic 9(4).
               03 Fdv-out-stamp-id pic 9(12).
               03 Fdv-out-time pic 9(4).
               03 Fdv-tz pic X(5).
               03 Fdv-first-time pic 9(4).
               03 Fdv-first-source pic X.
               03 Fdv-last-time pic 9(4).
               03 Fdv-last-source pic X.
               03 Fdv-before-minutes pic 9(4).
               03 Fdv-after-minutes pic 9(4).
               03 Fdv-reason pic X.
               03 Fdv-reason-text pic X(64).
               03 Fdv-answered-at pic X(21).
               03 Fdv-correct-in-id pic 9(7).
               03 Fdv-correct-out-id pic 9(7).
               03 Fdv-detected-at pic X(21).
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
           03 divergence-status pic XX.
           03 dept-status pic XX.
           03 run-param-status pic XX.
           03 report-status pic XX.
       *> 無人実行用の実行パラメータ（run-param.dat）
       01 run-param-name pic X(20).
       01 run-param-found pic 9.
       01 run-param-value pic X(30).
       01 target-yyyymm pic X(6).
       01 prev-int pic 9(8).
       01 prev-num pic 9(8).
       01 report-name pic X(60).
       *> 部署別の集計（添字は部署ID＋1。1 は部署未設定）
       01 dept-table.
           03 dv-stat occurs 100 times indexed by dv-idx.
               05 dv-name pic N(20).
               05 dv-days pic 9(5).
               05 dv-before pic 9(7).
               05 dv-after pic 9(7).
               05 dv-private pic 9(5).
               05 dv-study pic 9(5).
               05 dv-unrecorded pic 9(5).
               05 dv-open pic 9(5).
       01 total-days pic 9(5) value zero.
       01 total-open pic 9(5) value zero.
       01 cur-dept pic 9(3).
       01 reason-label pic X(24).
       *> 本人の回答区分
       01 reason-kind pic X.
           88 reason-private value "1".
           88 reason-study value "2".
           88 reason-unrecorded value "3".
       *> ジョブチェーン実行台帳に載せる処理件数（呼び出し元と共有）
       01 job-step-count pic 9(7) external.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "打刻と入退館・PCログの乖離集計（月次・人事向け）".

       move "target-yyyymm" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move run-param-value(1:6) to target-yyyymm
           display "実行パラメータにより対象年月 " target-yyyymm
               " で実行します"
       else
           display "対象年月を入力してください (例: 202609、空欄は前月)"
           move spaces to target-yyyymm
           accept target-yyyymm
       end-if.
       if target-yyyymm = spaces
           *> 当月1日の前日が属する月（前月）
           move function current-date(1:6) to prev-num(1:6)
           move "01" to prev-num(7:2)
           compute prev-int = function integer-of-date(prev-num) - 1
           compute prev-num = function date-of-integer(prev-int)
           move prev-num(1:6) to target-yyyymm
       end-if.

       perform load-departments.

       move spaces to report-name.
       string "./dat/divergence-report-" delimited by size
           target-yyyymm delimited by size
           ".txt" delimited by size
           into report-name
       end-string.
       open output report-file.

       move spaces to report-line.
       string "打刻と入退館・PCログの乖離  対象年月 " delimited by size
           target-yyyymm delimited by size
           into report-line
       end-string.
       write report-line.
       move spaces to report-line.
       write report-line.
       move "【明細】部署 userid   日付      打刻      記録      始業前 終業後 回答"
           to report-line.
       write report-line.

       open input divergence-file.
       perform until divergence-status not = "00"
           read divergence-file next record
               at end move "10" to divergence-status
               not at end
                   if Fdv-date(1:6) = target-yyyymm
                       perform tally-divergence
                   end-if
           end-read
       end-perform.
       close divergence-file.

       move spaces to report-line.
       write report-line.
       move "【部署別】部署 部署名                                    日数  始業前(分) 終業後(分) 私用 研鑽 未記録 未回答"
           to report-line.
       write report-line.
       perform varying dv-idx from 1 by 1 until dv-idx > 100
           if dv-days(dv-idx) > 0
               perform write-dept-line
           end-if
       end-perform.

       move spaces to report-line.
       string "合計 " delimited by size
           total-days delimited by size
           " 日  うち未回答 " delimited by size
           total-open delimited by size
           " 日" delimited by size
           into report-line
       end-string.
       write report-line.
       close report-file.

       display " ".
       display "乖離 " total-days " 日  うち未回答 " total-open " 日".
       display function trim(report-name) " に出力しました".
       move total-days to job-step-count.
       goback.

load-departments.
       perform varying dv-idx from 1 by 1 until dv-idx > 100
           initialize dv-stat(dv-idx)
       end-perform.
       open input department-file.
       perform until dept-status not = "00"
           read department-file next record
               at end move "10" to dept-status
               not at end
                   if Fdept-id >= 1 and Fdept-id <= 99
                       move Fdept-name to dv-name(Fdept-id + 1)
                   end-if
           end-read
       end-perform.
       close department-file.

tally-divergence.
       add 1 to total-days.
       compute cur-dept = Fdv-dept + 1.
       add 1 to dv-days(cur-dept).
       add Fdv-before-minutes to dv-before(cur-dept).
       add Fdv-after-minutes to dv-after(cur-dept).

       move Fdv-reason to reason-kind.
       evaluate true
       when reason-private
           add 1 to dv-private(cur-dept)
           move "私用" to reason-label
       when reason-study
           add 1 to dv-study(cur-dept)
           move "自己研鑽" to reason-label
       when reason-unrecorded
           add 1 to dv-unrecorded(cur-dept)
           move "未記録の業務" to reason-label
       when other
           add 1 to dv-open(cur-dept)
           add 1 to total-open
           move "未回答" to reason-label
       end-evaluate.

       move spaces to report-line.
       string "  " delimited by size
           Fdv-dept delimited by size
           "   " delimited by size
           Fdv-userid delimited by size
           "  " delimited by size
           Fdv-date delimited by size
           "  " delimited by size
           Fdv-in-time delimited by size
           "-" delimited by size
           Fdv-out-time delimited by size
           " " delimited by size
           Fdv-first-time delimited by size
           "-" delimited by size
           Fdv-last-time delimited by size
           "  " delimited by size
           Fdv-before-minutes delimited by size
           "   " delimited by size
           Fdv-after-minutes delimited by size
           "   " delimited by size
           reason-label delimited by space
           " " delimited by size
           Fdv-reason-text delimited by size
           into report-line
       end-string.
       write report-line.

write-dept-line.
       move spaces to report-line.
       set dept-key to dv-idx.
       subtract 1 from dept-key.
       string "  " delimited by size
           dept-key delimited by size
           "   " delimited by size
           dv-name(dv-idx) delimited by size
           "  " delimited by size
           dv-days(dv-idx) delimited by size
           "  " delimited by size
           dv-before(dv-idx) delimited by size
           "    " delimited by size
           dv-after(dv-idx) delimited by size
           "    " delimited by size
           dv-private(dv-idx) delimited by size
           " " delimited by size
           dv-study(dv-idx) delimited by size
           " " delimited by size
           dv-unrecorded(dv-idx) delimited by size
           "  " delimited by size
           dv-open(dv-idx) delimited by size
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
       move "kintai-divergence-report" to Frp-program.
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
