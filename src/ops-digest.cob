           select absence-file assign to "./dat/absence.dat"
               organization line sequential
               status absence-status.
           select suspense-file assign to "./dat/stamp-suspense.dat"
               organization indexed
               access mode sequential
               record key is Fss-id
               status suspense-status.
           select capacity-warning-file
               assign to "./dat/capacity-warning.dat"
               organization line sequential
               status capacity-status.
           select digest-file assign using digest-name
               organization line sequential
               status digest-status.
               03 Fabs-date pic X(8).
               03 Fabs-dept pic 9(2).
               03 Fabs-detected-at pic X(21).
       fd suspense-file.
           01 Fss-rec.
               03 Fss-id pic 9(7).
               03 Fss-run-id pic X(14).
               03 Fss-file-label pic X(40).
               03 Fss-line-no pic 9(7).
               03 Fss-reason pic X(12).
               03 Fss-raw pic X(128).
               03 Fss-token pic X(16).
               03 Fss-userid pic 9(7).
               03 Fss-datetime pic X(21).
               03 Fss-statusid pic X.
               03 Fss-device-id pic X(8).
               03 Fss-location pic X.
               03 Fss-status pic X.
               03 Fss-created-at pic X(21).
               03 Fss-resolved-by pic 9(7).
               03 Fss-resolved-at pic X(21).
               03 Fss-stamp-id pic 9(12).
       fd capacity-warning-file.
           01 capacity-warning-line pic X(128).
       fd digest-file.
           01 digest-line pic X(160).
working-storage section.
           03 sd-status pic XX.
           03 absence-status pic XX.
           03 digest-status pic XX.
           03 suspense-status pic XX.
           03 capacity-status pic XX.
       01 today pic X(8).
       01 yesterday pic X(8).
       01 yesterday-num pic 9(8).
               05 ab-userid pic 9(7).
               05 ab-dept pic 9(2).
       01 abs-count pic 9(3) value zero.
       *> 打刻取込の保留キュー（未処理・エスカレーション中）の件数と滞留日数
       01 suspense-open-count pic 9(5) value zero.
       01 suspense-age-days pic 9(5).
       01 suspense-oldest-days pic 9(5) value zero.
       01 suspense-age-1 pic 9(5) value zero.
       01 suspense-age-7 pic 9(5) value zero.
       01 suspense-age-over pic 9(5) value zero.
       01 suspense-escalated pic 9(5) value zero.
       *> データ容量の要対応（kintai-capacity-report が毎晩作り直す）
       01 capacity-table.
           03 capacity-text pic X(128) occurs 50 times
               indexed by cp-idx.
       01 capacity-count pic 9(3) value zero.
       01 finding-total pic 9(4).
       *> ジョブチェーン実行台帳に載せる処理件数（呼び出し元と共有）
       01 job-step-count pic 9(7) external.
       perform collect-alerts thru collect-alerts-done.
       perform collect-silent-devices thru collect-silent-devices-done.
       perform collect-absences thru collect-absences-done.
       perform collect-suspense thru collect-suspense-done.
       perform collect-capacity thru collect-capacity-done.

       move spaces to digest-name.
       string "./dat/ops-digest-" delimited by size
       write digest-line.

       compute finding-total =
           ng-count + alert-count + silent-count + abs-count
           + suspense-open-count + capacity-count.

       move spaces to digest-line.
       string "ジョブ失敗 " delimited by size
           silent-count delimited by size
           " 台 / 欠勤検知 " delimited by size
           abs-count delimited by size
           " 件 / 打刻保留 " delimited by size
           suspense-open-count delimited by size
           " 件 / 容量 " delimited by size
           capacity-count delimited by size
           " 件" delimited by size
           into digest-line
       end-string.
           end-perform
       end-if.

       if suspense-open-count > 0
           move "--- 打刻取込の保留キュー（kintai-stamp-suspense） ---"
               to digest-line
           write digest-line
           move spaces to digest-line
           string "未処理 " delimited by size
               suspense-open-count delimited by size
               " 件（うちエスカレーション中 " delimited by size
               suspense-escalated delimited by size
               " 件）  最も古いもの " delimited by size
               suspense-oldest-days delimited by size
               " 日経過" delimited by size
               into digest-line
           end-string
           write digest-line
           move spaces to digest-line
           string "経過日数 1日以内 " delimited by size
               suspense-age-1 delimited by size
               " 件 / 2〜7日 " delimited by size
               suspense-age-7 delimited by size
               " 件 / 8日以上 " delimited by size
               suspense-age-over delimited by size
               " 件" delimited by size
               into digest-line
           end-string
           write digest-line
       end-if.

       if capacity-count > 0
           move "--- データ容量（kintai-capacity-report） ---"
               to digest-line
           write digest-line
           perform varying cp-idx from 1 by 1
               until cp-idx > capacity-count
               move capacity-text(cp-idx) to digest-line
               write digest-line
           end-perform
       end-if.

collect-capacity.
       open input capacity-warning-file.
       if capacity-status not = "00"
           go to collect-capacity-done
       end-if.
       perform until capacity-status not = "00"
           read capacity-warning-file
               not at end
                   if capacity-warning-line not = spaces
                       and capacity-count < 50
                       add 1 to capacity-count
                       move capacity-warning-line
                           to capacity-text(capacity-count)
                   end-if
       end-perform.
       close capacity-warning-file.

collect-capacity-done.
       exit.

collect-ng-steps.
       *> 昨日（および当日未明）に始まった走行のNGステップを拾う
       open input ledger-file.

collect-absences-done.
       exit.

collect-suspense.
       open input suspense-file.
       if suspense-status not = "00"
           go to collect-suspense-done
       end-if.
       perform until suspense-status not = "00"
           read suspense-file next record
               at end move "10" to suspense-status
               not at end
                   if Fss-status = "O" or Fss-status = "E"
                       perform tally-suspense
                   end-if
           end-read
       end-perform.
       close suspense-file.

collect-suspense-done.
       exit.

tally-suspense.
       add 1 to suspense-open-count.
       if Fss-status = "E"
           add 1 to suspense-escalated
       end-if.
       compute suspense-age-days =
           function integer-of-date(function numval(today))
           - function integer-of-date(
               function numval(Fss-created-at(1:8))).
       if suspense-age-days > suspense-oldest-days
           move suspense-age-days to suspense-oldest-days
       end-if.
       evaluate true
       when suspense-age-days <= 1
           add 1 to suspense-age-1
       when suspense-age-days <= 7
           add 1 to suspense-age-7
       when other
           add 1 to suspense-age-over
       end-evaluate.
