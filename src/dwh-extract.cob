identification division.
program-id. kintai-dwh-extract.

environment division.
input-output section.
       file-control.
           select mark-file assign to "./dat/dwh-mark.dat"
               organization relative
               access mode dynamic
               relative key mark-key
               status mark-status.
           select ledger-file assign to "./dat/dwh-ledger.dat"
               organization indexed
               access mode dynamic
               record key is Fdwl-key
               status ledger-status.
           select dirty-file assign to "./dat/dwh-dirty.tmp"
               organization indexed
               access mode dynamic
               record key is Fdd-key
               status dirty-status.
           select user-file assign to "./dat/user.dat"
               organization indexed
               access mode dynamic
               record key is Fuserid
               status user-status.
           select user-change-file assign to "./dat/user-change.dat"
               organization indexed
               access mode dynamic
               record key is Fuc-seq
               status uc-status.
           select stamp-file assign to "./dat/stamp.dat"
               organization indexed
               access mode dynamic
               record key is Fstamp-id
               alternate record key is Fstamp-user-key
                   with duplicates
               status stamp-status.
           select journal-file assign using journal-name
               organization line sequential
               status journal-status.
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
           select flex-file assign to "./dat/flex.dat"
               organization relative
               access mode sequential
               relative key flex-key
               status flex-status.
           select roster-file assign to "./dat/roster.dat"
               organization indexed
               access mode dynamic
               record key is Frost-key
               status roster-status.
           select swap-file assign to "./dat/shift-swap.dat"
               organization indexed
               access mode dynamic
               record key is Fswap-id
               status swap-status.
           select leave-file assign to "./dat/leave.dat"
               organization indexed
               access mode dynamic
               record key is Fleave-id
               status leave-status.
           select holiday-file assign to "./dat/holiday.dat"
               organization relative
               access mode sequential
               relative key holiday-key
               status holiday-status.
           select manifest-file assign to "./dat/payroll-manifest.dat"
               organization indexed
               access mode dynamic
               record key is Fman-key
               status manifest-status.
           select kept-file assign using kept-name
               organization line sequential
               status kept-status.
           select department-file assign to "./dat/department.dat"
               organization relative
               access mode sequential
               relative key dept-key
               status dept-status.
           select roll-file assign to "./dat/roll.dat"
               organization relative
               access mode sequential
               relative key roll-key
               status roll-status.
           select employment-type-file
               assign to "./dat/employment-type.dat"
               organization relative
               access mode sequential
               relative key emptype-key
               status emptype-status.
           select work-site-file assign to "./dat/work-site.dat"
               organization indexed
               access mode dynamic
               record key is Fwsite-code
               status work-site-status.
           select employee-site-file assign to "./dat/employee-site.dat"
               organization indexed
               access mode dynamic
               record key is Fesite-key
               status employee-site-status.
           select site-calendar-file assign to "./dat/site-calendar.dat"
               organization indexed
               access mode dynamic
               record key is Fscl-key
               status site-calendar-status.
           select out-file assign using out-name
               organization line sequential
               status out-status.
           select log-file assign to "./dat/log.dat"
               organization line sequential.
data division.
file section.
       *> 前回までの抽出位置（高水位標）
       fd mark-file.
           01 Fdwm-rec.
               03 Fdwm-run-no pic 9(7).
               03 Fdwm-stamp-id pic 9(12).
               03 Fdwm-journal-ts pic X(21).
               03 Fdwm-uc-seq pic 9(9).
               03 Fdwm-payroll-ts pic X(21).
               03 Fdwm-run-at pic X(21).
       *> 抽出済みの行の台帳（行の内容のダイジェストで更新を判定する）
       fd ledger-file.
           01 Fdwl-rec.
               03 Fdwl-key.
                   05 Fdwl-table pic X(10).
                   05 Fdwl-rowkey pic X(30).
               03 Fdwl-digest pic X(20).
               03 Fdwl-state pic X.
               03 Fdwl-action pic X.
               03 Fdwl-run pic 9(7).
               03 Fdwl-seen-run pic 9(7).
       *> 今回再計算する従業員・日
       fd dirty-file.
           01 Fdd-rec.
               03 Fdd-key.
                   05 Fdd-userid pic 9(7).
                   05 Fdd-date pic X(8).
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
       fd user-change-file.
           01 Fuc-rec.
               03 Fuc-seq pic 9(9).
               03 Fuc-userid pic 9(7).
               03 Fuc-type pic X.
               03 Fuc-changed-at pic X(21).
       fd stamp-file.
           01 Fstamp-rec.
               03 Fstamp-id pic 9(12).
               03 Fstamp-user-key.
                   05 Fstamp-userid pic 9(7).
                   05 Fstamp-datetime pic X(21).
               03 Fstamp-statusid pic 9.
               03 Fstamp-approver pic 9(7).
               03 Fstamp-cancelled pic X.
               03 Fstamp-cancel-approver pic 9(7).
       fd journal-file.
           01 Fjr-rec.
               03 Fjr-timestamp pic X(21).
               03 Fjr-program pic X(30).
               03 Fjr-file pic X(12).
               03 Fjr-action pic X(3).
               03 Fjr-before pic X(700).
               03 Fjr-after pic X(700).
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
       fd flex-file.
           01 Fflex-rec.
               03 Fflex-emptype pic 9(2).
               03 Fflex-core-start pic 9(4).
               03 Fflex-core-end pic 9(4).
               03 Fflex-monthly-hours pic 9(3)v99.
       fd roster-file.
           01 Frost-rec.
               03 Frost-key.
                   05 Frost-userid pic 9(7).
                   05 Frost-date pic X(8).
               03 Frost-dayoff pic X.
               03 Frost-start pic 9(4).
               03 Frost-end pic 9(4).
               03 Frost-hours pic 9(2)v99.
       fd swap-file.
           01 Fswap-rec.
               03 Fswap-id pic 9(7).
               03 Fswap-requester-userid pic 9(7).
               03 Fswap-target-userid pic 9(7).
               03 Fswap-shift-date pic X(8).
               03 Fswap-status pic 9.
               03 Fswap-approver pic 9(7).
               03 Fswap-requested-at pic X(21).
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
       fd holiday-file.
           01 Fholiday-rec.
               03 Fholiday-date pic X(8).
               03 Fholiday-name pic N(20).
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
       fd kept-file.
           01 kept-line pic X(1024).
       fd department-file.
           01 Fdept-rec.
               03 Fdept-id pic 9(2).
               03 Fdept-name pic N(20).
               03 Fdept-parent pic 9(2).
       fd roll-file.
           01 Froll-rec.
               03 Froll-id pic 9(2).
               03 Froll-name pic N(10).
               03 Froll-active pic X.
               03 Froll-manager pic X.
       fd employment-type-file.
           01 Femptype-rec.
               03 Femptype-id pic 9(2).
               03 Femptype-name pic N(10).
       fd work-site-file.
           01 Fwsite-rec.
               03 Fwsite-code pic 9(2).
               03 Fwsite-name pic N(20).
               03 Fwsite-prefecture pic N(10).
               03 Fwsite-updated-by pic 9(7).
               03 Fwsite-updated-at pic X(21).
       fd employee-site-file.
           01 Fesite-rec.
               03 Fesite-key.
                   05 Fesite-userid pic 9(7).
                   05 Fesite-from pic X(8).
               03 Fesite-site pic 9(2).
               03 Fesite-registered-by pic 9(7).
               03 Fesite-registered-at pic X(21).
       fd site-calendar-file.
           01 Fscl-rec.
               03 Fscl-key.
                   05 Fscl-site pic 9(2).
                   05 Fscl-date pic X(8).
               03 Fscl-kind pic X.
               03 Fscl-name pic N(20).
               03 Fscl-registered-by pic 9(7).
               03 Fscl-registered-at pic X(21).
       fd out-file.
           01 out-line pic X(1024).
       fd log-file.
           01 log-rec.
               03 log-timestamp pic X(21).
               03 log-comments pic X(128).
working-storage section.
       01 status-rec.
           03 mark-status pic XX.
           03 ledger-status pic XX.
           03 dirty-status pic XX.
           03 user-status pic XX.
           03 uc-status pic XX.
           03 stamp-status pic XX.
           03 journal-status pic XX.
           03 shift-status pic XX.
           03 sh-status pic XX.
           03 flex-status pic XX.
           03 roster-status pic XX.
           03 swap-status pic XX.
           03 leave-status pic XX.
           03 holiday-status pic XX.
           03 manifest-status pic XX.
           03 kept-status pic XX.
           03 dept-status pic XX.
           03 roll-status pic XX.
           03 emptype-status pic XX.
           03 work-site-status pic XX.
           03 out-status pic XX.
       01 mark-key pic 9 value 1.
       01 shift-key pic 9(2).
       01 sh-key pic 9(4).
       01 flex-key pic 9(2).
       01 holiday-key pic 99.
       01 dept-key pic 9(2).
       01 roll-key pic 9(2).
       01 emptype-key pic 9(2).
       01 journal-name pic X(40).
       01 kept-name pic X(60).
       01 out-name pic X(60).
       *> 今回の実行と抽出範囲（前回の高水位標から今回の開始時刻まで）
       01 run-no pic 9(7).
       01 run-started pic X(21).
       01 first-run pic 9 value zero.
       01 prev-stamp-id pic 9(12).
       01 prev-journal-ts pic X(21).
       01 prev-uc-seq pic 9(9).
       01 prev-payroll-ts pic X(21).
       01 next-stamp-id pic 9(12).
       01 next-uc-seq pic 9(9).
       01 next-payroll-ts pic X(21).
       01 stamps-read pic 9(7) value zero.
       01 journal-read pic 9(7) value zero.
       01 uc-read pic 9(7) value zero.
       01 dirty-count pic 9(7) value zero.
       01 manifests-read pic 9(5) value zero.
       *> 日付の作業域
       01 jr-day-int pic 9(8).
       01 jr-end-int pic 9(8).
       01 jr-date-num pic 9(8).
       01 date-int pic 9(8).
       01 date-num pic 9(8).
       01 note-userid pic 9(7).
       01 note-date pic X(8).
       01 image-rec.
           03 image-stamp-id pic 9(12).
           03 image-userid pic 9(7).
           03 image-datetime pic X(21).
           03 filler pic X(660).
       *> 変更のあった従業員（user-change.dat）
       01 chg-count pic 9(4) value zero.
       01 chg-overflow pic 9 value zero.
       01 changed-table.
           03 chg-userid pic 9(7) occurs 5000 times.
       01 chg-idx pic 9(4).
       01 chg-listed pic 9.
       *> 出力ファイル（表）ごとの件数。1〜3 が事実、4〜9 が次元
       01 tbl-idx pic 9(2).
       01 table-count pic 9(2) value 9.
       01 table-list.
           03 tbl-entry occurs 9 times.
               05 tbl-name pic X(20).
               05 tbl-kind pic X(4).
               05 tbl-mode pic X(11).
               05 tbl-file pic X(60).
               05 tbl-source pic 9(7).
               05 tbl-inserted pic 9(7).
               05 tbl-updated pic 9(7).
               05 tbl-deleted pic 9(7).
               05 tbl-unchanged pic 9(7).
               05 tbl-written pic 9(7).
       01 recon-result pic X(2).
       01 recon-ng-count pic 9(2) value zero.
       01 fact-written pic 9(7) value zero.
       *> 行の判定（emit-row の入力）
       01 row-table pic X(10).
       01 row-key pic X(30).
       01 row-present pic 9.
       01 row-text pic X(600).
       01 row-digest pic X(20).
       01 row-action pic X.
       *> 日別勤怠の計算（前日・当日・翌日の3日分）
       01 day-userid pic 9(7).
       01 day-date pic X(8).
       01 day-int pic 9(8).
       01 day-prev-date pic X(8).
       01 day-next-date pic X(8).
       01 day-table.
           03 day-entry occurs 3 times.
               05 day-in-time pic 9(4).
               05 day-out-time pic 9(4).
               05 day-break-start pic 9(4).
               05 day-break-minutes pic 9(4).
               05 day-stamp-count pic 9(3).
       01 d-idx pic 9.
       01 open-in-day pic 9.
       01 work-hhmm pic 9(4).
       01 encoded-out pic 9(4).
       01 break-delta pic s9(5).
       01 scan-done pic 9.
       01 in-minutes pic s9(5).
       01 out-minutes pic s9(5).
       01 worked-minutes pic s9(5).
       01 overtime-minutes pic 9(5).
       01 night-minutes pic 9(5).
       01 late-minutes pic 9(5).
       01 early-minutes pic 9(5).
       01 overlap-lo pic s9(5).
       01 overlap-hi pic s9(5).
       01 expect-minutes pic 9(5).
       01 cmp-start pic 9(4).
       01 cmp-end pic 9(4).
       01 cmp-found pic 9.
       01 swap-away pic 9.
       01 user-found pic 9.
       *> CSV 編集用
       01 num-disp pic z(6)9.
       01 num-text-1 pic X(8).
       01 num-text-2 pic X(8).
       01 num-text-3 pic X(8).
       01 num-text-4 pic X(8).
       01 num-text-5 pic X(8).
       01 num-text-6 pic X(8).
       01 num-text-7 pic X(8).
       01 num-text-8 pic X(8).
       01 name-text pic X(160).
       01 name-text-2 pic X(160).
       01 days-disp pic 9.9.
       *> 休暇（日別に展開する）
       01 hol-count pic 9(4) value zero.
       01 holiday-table.
           03 holiday-entry occurs 1000 times indexed by hol-idx.
               05 hol-date pic X(8).
               05 hol-name pic N(20).
       01 lv-day-int pic 9(8).
       01 lv-end-int pic 9(8).
       01 lv-date pic X(8).
       01 lv-business pic 9.
       01 week-num pic 9.
       *> 給与明細行（給与連携 CSV の控え）
       01 pay-fields.
           03 pay-field pic X(30) occurs 24 times.
       *> 部署階層
       01 dept-table.
           03 dept-entry occurs 100 times.
               05 dept-exists pic 9.
               05 dept-name-ws pic N(20).
               05 dept-parent-ws pic 9(2).
       01 dept-idx pic 9(3).
       01 dept-cur pic 9(2).
       01 dept-up pic 9(2).
       01 dept-level pic 9(2).
       01 dept-path pic X(40).
       01 dept-path-work pic X(40).
       *> 日付次元の範囲（前年の1月1日から翌年の12月31日まで）
       01 cal-from-int pic 9(8).
       01 cal-to-int pic 9(8).
       01 cal-int pic 9(8).
       01 cal-date pic X(8).
       01 cal-yyyy pic 9(4).
       01 cal-mm pic 9(2).
       01 cal-fiscal pic 9(4).
       01 cal-weekday pic 9.
       01 cal-holiday pic X.
       01 cal-business pic X.
       *> 所属拠点の拠点カレンダー参照用
       *> （site-day-kind H: 拠点の休業日、W: 拠点の稼働日、空白: 会社カレンダー）
       01 employee-site-status pic XX.
       01 site-calendar-status pic XX.
       01 site-lookup-userid pic 9(7).
       01 site-lookup-date pic X(8).
       01 site-code pic 9(2).
       01 site-day-kind pic X.
       *> ジョブチェーン実行台帳に載せる処理件数（呼び出し元と共有）
       01 job-step-count pic 9(7) external.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "分析基盤向け差分抽出バッチ（夜間）".
       move zero to job-step-count.
       move function current-date to run-started.

       perform read-mark.
       perform init-tables.

       open i-o ledger-file.
       if ledger-status not = "00"
           open output ledger-file
           close ledger-file
           open i-o ledger-file
       end-if.

       open input user-file.
       open output dirty-file.
       close dirty-file.
       open i-o dirty-file.
       perform scan-new-stamps thru scan-new-stamps-exit.
       perform scan-journals thru scan-journals-exit.
       perform scan-user-changes thru scan-user-changes-exit.
       display "打刻 " stamps-read " 件、ジャーナル " journal-read
           " 件、従業員変更 " uc-read " 件から " dirty-count
           " 日分を再計算します".

       perform load-holidays.
       perform extract-attendance thru extract-attendance-exit.
       close dirty-file.
       perform extract-leave thru extract-leave-exit.
       perform extract-payroll thru extract-payroll-exit.
       perform extract-employee thru extract-employee-exit.
       perform extract-department.
       perform extract-roll.
       perform extract-emptype.
       perform extract-site.
       perform extract-calendar.
       close ledger-file.
       close user-file.

       perform write-recon.
       perform write-manifest.
       perform update-mark.

       perform varying tbl-idx from 1 by 1 until tbl-idx > 3
           add tbl-written(tbl-idx) to fact-written
       end-perform.
       display "実行番号 " run-no "  事実 " fact-written " 行を出力しました".
       if recon-ng-count > zero
           display "警告: 件数照合で不一致が " recon-ng-count
               " 件あります（照合ファイルを確認してください）"
       end-if.

       open extend log-file.
       move function current-date to log-timestamp.
       move spaces to log-comments.
       string
           "[INFO] dwh extract run " delimited by size
           run-no delimited by size
           " facts " delimited by size
           fact-written delimited by size
           " recon-ng " delimited by size
           recon-ng-count delimited by size
           into log-comments
       end-string.
       write log-rec.
       close log-file.

       move fact-written to job-step-count.
       goback.

read-mark.
       *> 前回の高水位標。前回が途中で止まった場合は同じ実行番号で
       *> やり直す（台帳にその実行番号で記録した行は再度出力する）
       move 1 to mark-key.
       open input mark-file.
       if mark-status = "00"
           read mark-file
               invalid key continue
           end-read
       end-if.
       if mark-status = "00"
           move Fdwm-stamp-id to prev-stamp-id
           move Fdwm-journal-ts to prev-journal-ts
           move Fdwm-uc-seq to prev-uc-seq
           move Fdwm-payroll-ts to prev-payroll-ts
           compute run-no = Fdwm-run-no + 1
       else
           move zero to prev-stamp-id prev-uc-seq
           move spaces to prev-journal-ts prev-payroll-ts
           move 1 to run-no
       end-if.
       close mark-file.
       if prev-stamp-id = zero and prev-uc-seq = zero
           and prev-journal-ts = spaces
           move 1 to first-run
       end-if.
       move prev-stamp-id to next-stamp-id.
       move prev-uc-seq to next-uc-seq.
       move prev-payroll-ts to next-payroll-ts.

init-tables.
       initialize table-list.
       move "fact_attendance_daily" to tbl-name(1).
       move "fact_leave_usage" to tbl-name(2).
       move "fact_payroll_line" to tbl-name(3).
       move "dim_employee" to tbl-name(4).
       move "dim_department" to tbl-name(5).
       move "dim_roll" to tbl-name(6).
       move "dim_employment_type" to tbl-name(7).
       move "dim_site" to tbl-name(8).
       move "dim_calendar" to tbl-name(9).
       perform varying tbl-idx from 1 by 1 until tbl-idx > table-count
           if tbl-idx <= 3
               move "fact" to tbl-kind(tbl-idx)
           else
               move "dim" to tbl-kind(tbl-idx)
           end-if
           if tbl-idx <= 4
               move "incremental" to tbl-mode(tbl-idx)
           else
               move "full" to tbl-mode(tbl-idx)
           end-if
           string "./dat/dwh-" delimited by size
               run-no delimited by size
               "-" delimited by size
               function trim(tbl-name(tbl-idx)) delimited by size
               ".csv" delimited by size
               into tbl-file(tbl-idx)
           end-string
       end-perform.

scan-new-stamps.
       *> 前回以降に採番された打刻（通常・遡及・一時保存分の登録）
       open input stamp-file.
       if stamp-status not = "00"
           go to scan-new-stamps-exit
       end-if.
       move prev-stamp-id to Fstamp-id.
       start stamp-file key > Fstamp-id
           invalid key move "10" to stamp-status
       end-start.
       perform until stamp-status not = "00"
           read stamp-file next record
               at end move "10" to stamp-status
               not at end
                   add 1 to stamps-read
                   if Fstamp-id > next-stamp-id
                       move Fstamp-id to next-stamp-id
                   end-if
                   move Fstamp-userid to note-userid
                   move Fstamp-datetime(1:8) to note-date
                   perform note-dirty-day
           end-read
       end-perform.
       close stamp-file.

scan-new-stamps-exit.
       exit.

scan-journals.
       *> 前回以降の日次ジャーナルから、取消・修正された打刻の
       *> 更新前後の日を拾う（初回は全打刻を対象にするため不要）
       if prev-journal-ts = spaces
           go to scan-journals-exit
       end-if.
       compute jr-day-int =
           function integer-of-date(function numval(prev-journal-ts(1:8))).
       compute jr-end-int =
           function integer-of-date(function numval(run-started(1:8))).
       perform until jr-day-int > jr-end-int
           move function date-of-integer(jr-day-int) to jr-date-num
           move spaces to journal-name
           string "./dat/journal-" delimited by size
               jr-date-num delimited by size
               ".dat" delimited by size
               into journal-name
           end-string
           open input journal-file
           perform until journal-status not = "00"
               read journal-file
                   at end move "10" to journal-status
                   not at end
                       if Fjr-timestamp > prev-journal-ts
                           and Fjr-timestamp <= run-started
                           and Fjr-file = "stamp"
                           perform note-journal-images
                       end-if
               end-read
           end-perform
           close journal-file
           add 1 to jr-day-int
       end-perform.

scan-journals-exit.
       exit.

note-journal-images.
       add 1 to journal-read.
       if Fjr-before not = spaces
           move Fjr-before to image-rec
           move image-userid to note-userid
           move image-datetime(1:8) to note-date
           perform note-dirty-day
       end-if.
       if Fjr-after not = spaces
           move Fjr-after to image-rec
           move image-userid to note-userid
           move image-datetime(1:8) to note-date
           perform note-dirty-day
       end-if.

note-dirty-day.
       *> 日をまたぐ退勤は前日の勤務になるため、前日も再計算する
       if note-date is numeric
           perform note-dirty-pair
       end-if.

note-dirty-pair.
       move note-userid to Fdd-userid.
       move note-date to Fdd-date.
       write Fdd-rec
           invalid key continue
           not invalid key add 1 to dirty-count
       end-write.
       compute date-int =
           function integer-of-date(function numval(note-date)) - 1.
       move function date-of-integer(date-int) to date-num.
       move date-num to Fdd-date.
       write Fdd-rec
           invalid key continue
           not invalid key add 1 to dirty-count
       end-write.

scan-user-changes.
       *> 従業員次元の差分。上限に達した場合は取り込めた行までを確定する
       open input user-change-file.
       if uc-status not = "00"
           go to scan-user-changes-exit
       end-if.
       move prev-uc-seq to Fuc-seq.
       start user-change-file key > Fuc-seq
           invalid key move "10" to uc-status
       end-start.
       perform until uc-status not = "00" or chg-overflow = 1
           read user-change-file next record
               at end move "10" to uc-status
               not at end
                   perform note-changed-user
                   if chg-overflow = zero
                       add 1 to uc-read
                       move Fuc-seq to next-uc-seq
                   end-if
           end-read
       end-perform.
       close user-change-file.

scan-user-changes-exit.
       exit.

note-changed-user.
       move zero to chg-listed.
       perform varying chg-idx from 1 by 1 until chg-idx > chg-count
           if chg-userid(chg-idx) = Fuc-userid
               move 1 to chg-listed
           end-if
       end-perform.
       if chg-listed = zero
           if chg-count >= 5000
               move 1 to chg-overflow
           else
               add 1 to chg-count
               move Fuc-userid to chg-userid(chg-count)
           end-if
       end-if.

load-holidays.
       open input holiday-file.
       perform until holiday-status not = "00"
           read holiday-file
               not at end
                   if hol-count < 1000
                       add 1 to hol-count
                       move Fholiday-date to hol-date(hol-count)
                       move Fholiday-name to hol-name(hol-count)
                   end-if
       end-perform.
       close holiday-file.

extract-attendance.
       *> 日別勤怠の事実。再計算した日の内容が変わった行だけを出力する
       move 1 to tbl-idx.
       perform open-out-file.
       move "action,run_no,date_key,userid,dept,roll,employment_type,first_in,last_out,break_minutes,worked_minutes,overtime_minutes,late_night_minutes,late_minutes,early_leave_minutes,stamp_count"
           to out-line.
       write out-line.

       move low-values to Fdd-key.
       start dirty-file key >= Fdd-key
           invalid key move "10" to dirty-status
       end-start.
       perform until dirty-status not = "00"
           read dirty-file next record
               at end move "10" to dirty-status
               not at end
                   move Fdd-userid to day-userid
                   move Fdd-date to day-date
                   perform compute-attendance-day
                       thru compute-attendance-day-exit
                   move "attendance" to row-table
                   move spaces to row-key
                   string day-userid day-date delimited by size
                       into row-key
                   end-string
                   add 1 to tbl-source(1)
                   perform emit-row thru emit-row-exit
           end-read
       end-perform.
       close out-file.

extract-attendance-exit.
       exit.

compute-attendance-day.
       *> 打刻の対応づけは月次集計（kintai-month-agg-build）と同じ規則
       move zero to row-present.
       move spaces to row-text.
       string day-date "," day-userid delimited by size into row-text
       end-string.
       move day-userid to Fuserid.
       read user-file
           invalid key go to compute-attendance-day-exit
       end-read.

       compute day-int =
           function integer-of-date(function numval(day-date)).
       compute date-int = day-int - 1.
       move function date-of-integer(date-int) to date-num.
       move date-num to day-prev-date.
       compute date-int = day-int + 1.
       move function date-of-integer(date-int) to date-num.
       move date-num to day-next-date.
       initialize day-table.
       move zero to open-in-day.

       move zero to scan-done.
       open input stamp-file.
       move day-userid to Fstamp-userid.
       move spaces to Fstamp-datetime.
       move day-prev-date to Fstamp-datetime(1:8).
       start stamp-file key >= Fstamp-user-key
           invalid key move 1 to scan-done
       end-start.
       perform until scan-done = 1 or stamp-status not = "00"
           read stamp-file next record
               at end move 1 to scan-done
               not at end
                   if Fstamp-userid not = day-userid
                       or Fstamp-datetime(1:8) > day-next-date
                       move 1 to scan-done
                   else
                       if Fstamp-cancelled not = "Y"
                           perform accumulate-stamp
                       end-if
                   end-if
           end-read
       end-perform.
       close stamp-file.

       if day-stamp-count(2) = zero
           go to compute-attendance-day-exit
       end-if.
       move 1 to row-present.

       move zero to worked-minutes overtime-minutes night-minutes
           late-minutes early-minutes.
       compute in-minutes =
           function integer(day-in-time(2) / 100) * 60
           + function mod(day-in-time(2), 100).
       compute out-minutes =
           function integer(day-out-time(2) / 100) * 60
           + function mod(day-out-time(2), 100).
       if day-in-time(2) not = zero and day-out-time(2) not = zero
           compute worked-minutes =
               out-minutes - in-minutes - day-break-minutes(2)
           if worked-minutes < zero
               move zero to worked-minutes
           end-if
       end-if.

       perform lookup-day-schedule.
       if worked-minutes > expect-minutes
           compute overtime-minutes = worked-minutes - expect-minutes
       end-if.

       *> 深夜帯（22:00〜翌5:00）の対象分数
       if worked-minutes > zero
           compute overlap-lo = function max(in-minutes, 0)
           compute overlap-hi = function min(out-minutes, 300)
           if overlap-hi > overlap-lo
               compute night-minutes = night-minutes
                   + overlap-hi - overlap-lo
           end-if
           compute overlap-lo = function max(in-minutes, 1320)
           compute overlap-hi = function min(out-minutes, 1740)
           if overlap-hi > overlap-lo
               compute night-minutes = night-minutes
                   + overlap-hi - overlap-lo
           end-if
           if night-minutes > worked-minutes
               move worked-minutes to night-minutes
           end-if
       end-if.

       *> 遅刻・早退（公休日・交代で譲った日は対象外）
       if cmp-found = 1
           if day-in-time(2) > cmp-start
               compute late-minutes =
                   in-minutes - (function integer(cmp-start / 100) * 60
                       + function mod(cmp-start, 100))
           end-if
           if day-out-time(2) not = zero and day-out-time(2) < cmp-end
               compute early-minutes =
                   (function integer(cmp-end / 100) * 60
                       + function mod(cmp-end, 100)) - out-minutes
           end-if
       end-if.

       move Fdept to num-text-1.
       move Froll to num-text-2.
       move Femptype to num-text-3.
       move spaces to row-text.
       move day-break-minutes(2) to num-disp.
       move function trim(num-disp) to num-text-4.
       move worked-minutes to num-disp.
       move function trim(num-disp) to num-text-5.
       move overtime-minutes to num-disp.
       move function trim(num-disp) to num-text-6.
       move night-minutes to num-disp.
       move function trim(num-disp) to num-text-7.
       move late-minutes to num-disp.
       move function trim(num-disp) to num-text-8.
       string day-date "," day-userid ","
               num-text-1(1:2) "," num-text-2(1:2) ","
               num-text-3(1:2) ","
               day-in-time(2) "," day-out-time(2) ","
               delimited by size
           function trim(num-text-4) "," delimited by size
           function trim(num-text-5) "," delimited by size
           function trim(num-text-6) "," delimited by size
           function trim(num-text-7) "," delimited by size
           function trim(num-text-8) "," delimited by size
           into row-text
       end-string.
       move early-minutes to num-disp.
       move function trim(num-disp) to num-text-4.
       move day-stamp-count(2) to num-disp.
       move function trim(num-disp) to num-text-5.
       move spaces to name-text.
       string function trim(row-text) delimited by size
           function trim(num-text-4) "," delimited by size
           function trim(num-text-5) delimited by size
           into name-text
       end-string.
       move name-text to row-text.

compute-attendance-day-exit.
       exit.

accumulate-stamp.
       evaluate Fstamp-datetime(1:8)
       when day-prev-date
           move 1 to d-idx
       when day-date
           move 2 to d-idx
       when other
           move 3 to d-idx
       end-evaluate.
       move function numval(Fstamp-datetime(9:4)) to work-hhmm.
       if d-idx = 2
           add 1 to day-stamp-count(2)
       end-if.

       evaluate Fstamp-statusid
       when 1
       when 3
           if day-in-time(d-idx) = zero
               or work-hhmm < day-in-time(d-idx)
               move work-hhmm to day-in-time(d-idx)
           end-if
           move d-idx to open-in-day
       when 2
       when 4
           if day-in-time(d-idx) = zero
               and open-in-day not = zero
               and d-idx = open-in-day + 1
               compute encoded-out = work-hhmm + 2400
               if encoded-out > day-out-time(open-in-day)
                   move encoded-out to day-out-time(open-in-day)
               end-if
           else
               if work-hhmm > day-out-time(d-idx)
                   move work-hhmm to day-out-time(d-idx)
               end-if
           end-if
           move zero to open-in-day
       when 5
           if day-break-start(d-idx) = zero
               move work-hhmm to day-break-start(d-idx)
           end-if
       when 6
           if day-break-start(d-idx) not = zero
               compute break-delta =
                   (function integer(work-hhmm / 100) * 60
                       + function mod(work-hhmm, 100))
                   - (function integer(day-break-start(d-idx) / 100)
                       * 60
                       + function mod(day-break-start(d-idx), 100))
               if break-delta > 0
                   add break-delta to day-break-minutes(d-idx)
               end-if
               move zero to day-break-start(d-idx)
           end-if
       end-evaluate.

lookup-day-schedule.
       *> 所定時間と始業・終業（シフト→時短→ロスター、フレックスはコア）
       move 480 to expect-minutes.
       move zero to cmp-found cmp-start cmp-end.
       open input shift-file.
       perform until shift-status not = "00"
           read shift-file
               not at end
                   if Fshift-roll = Froll
                       compute expect-minutes = Fshift-expected-hours * 60
                       move Fshift-start to cmp-start
                       move Fshift-end to cmp-end
                       move 1 to cmp-found
                   end-if
       end-perform.
       close shift-file.

       open input short-hours-file.
       perform until sh-status not = "00"
           read short-hours-file
               not at end
                   if Fsh-userid = day-userid
                       and Fsh-from <= day-date
                       and Fsh-to >= day-date
                       compute expect-minutes = Fsh-daily-hours * 60
                       move Fsh-start-time to cmp-start
                       move Fsh-end-time to cmp-end
                       move 1 to cmp-found
                   end-if
       end-perform.
       close short-hours-file.

       open input flex-file.
       perform until flex-status not = "00"
           read flex-file
               not at end
                   if Fflex-emptype = Femptype
                       move Fflex-core-start to cmp-start
                       move Fflex-core-end to cmp-end
                       move 1 to cmp-found
                   end-if
       end-perform.
       close flex-file.

       open input roster-file.
       if roster-status = "00"
           move day-userid to Frost-userid
           move day-date to Frost-date
           read roster-file
               invalid key continue
           end-read
           if roster-status = "00"
               if Frost-dayoff = "Y"
                   move zero to cmp-found
               else
                   move Frost-start to cmp-start
                   move Frost-end to cmp-end
                   move 1 to cmp-found
               end-if
           end-if
           close roster-file
       end-if.

       move zero to swap-away.
       open input swap-file.
       perform until swap-status not = "00"
           read swap-file next record
               not at end
                   if Fswap-requester-userid = day-userid
                       and Fswap-status = 1
                       and Fswap-shift-date = day-date
                       move 1 to swap-away
                   end-if
       end-perform.
       close swap-file.
       if swap-away = 1
           move zero to cmp-found
       end-if.

extract-leave.
       *> 休暇取得の事実（承認済みの休暇を営業日ごとに展開）。
       *> 取消・却下で無くなった日は削除として出力する
       move 2 to tbl-idx.
       perform open-out-file.
       move "action,run_no,leave_id,date_key,userid,dept,leave_type,unit,days,hours"
           to out-line.
       write out-line.

       open input leave-file.
       if leave-status = "00"
           perform until leave-status not = "00"
               read leave-file next record
                   at end move "10" to leave-status
                   not at end
                       if Fleave-status = 1
                           perform expand-one-leave
                       end-if
               end-read
           end-perform
           close leave-file
       end-if.

       move "leave" to row-table.
       perform sweep-unseen thru sweep-unseen-exit.
       close out-file.

extract-leave-exit.
       exit.

expand-one-leave.
       move Fleave-userid to Fuserid.
       move zero to user-found.
       read user-file
           invalid key continue
           not invalid key move 1 to user-found
       end-read.
       if user-found = zero
           move zero to Fdept
       end-if.
       compute lv-day-int =
           function integer-of-date(function numval(Fleave-start-date)).
       compute lv-end-int =
           function integer-of-date(function numval(Fleave-end-date)).
       if lv-end-int > lv-day-int + 366
           compute lv-end-int = lv-day-int + 366
       end-if.
       perform until lv-day-int > lv-end-int
           move function date-of-integer(lv-day-int) to date-num
           move date-num to lv-date
           perform check-leave-business-day
           if lv-business = 1
               perform emit-leave-day
           end-if
           add 1 to lv-day-int
       end-perform.

check-leave-business-day.
       *> 休暇の日数計上（kintai-leave-approve）と同じ営業日の判定
       move 1 to lv-business.
       compute week-num = function mod(lv-day-int, 7).
       if week-num = 6 or week-num = 0
           move zero to lv-business
       end-if.
       perform varying hol-idx from 1 by 1 until hol-idx > hol-count
           if hol-date(hol-idx) = lv-date
               move zero to lv-business
           end-if
       end-perform.
       move Fleave-userid to site-lookup-userid.
       move lv-date to site-lookup-date.
       perform lookup-site-day thru lookup-site-day-exit.
       evaluate site-day-kind
       when "H"
           move zero to lv-business
       when "W"
           move 1 to lv-business
       end-evaluate.

emit-leave-day.
       move spaces to row-key.
       string Fleave-id lv-date delimited by size into row-key
       end-string.
       if Fleave-unit = 2 or Fleave-unit = 3
           move 0.5 to days-disp
       else
           if Fleave-unit = 4
               move zero to days-disp
           else
               move 1 to days-disp
           end-if
       end-if.
       move Fleave-hours to num-disp.
       move spaces to row-text.
       string Fleave-id "," lv-date "," Fleave-userid ","
               Fdept "," Fleave-type "," Fleave-unit ","
               days-disp "," delimited by size
           function trim(num-disp) delimited by size
           into row-text
       end-string.
       move 1 to row-present.
       add 1 to tbl-source(2).
       perform emit-row thru emit-row-exit.

extract-payroll.
       *> 前回以降に作成された給与連携 CSV の控え（版の新しい順に上書き）
       move 3 to tbl-idx.
       perform open-out-file.
       move "action,run_no,yyyymm,version,userid,hours,gross_pay,regular_hours,overtime_hours,excess_overtime_hours,late_night_hours,leave_days,total_deductions,net_pay"
           to out-line.
       write out-line.

       open input manifest-file.
       if manifest-status = "00"
           perform until manifest-status not = "00"
               read manifest-file next record
                   at end move "10" to manifest-status
                   not at end
                       if Fman-created-at > prev-payroll-ts
                           and Fman-created-at <= run-started
                           perform extract-one-payroll
                               thru extract-one-payroll-exit
                       end-if
               end-read
           end-perform
           close manifest-file
       end-if.
       close out-file.

extract-payroll-exit.
       exit.

extract-one-payroll.
       add 1 to manifests-read.
       if Fman-created-at > next-payroll-ts
           move Fman-created-at to next-payroll-ts
       end-if.
       move Fman-filename to kept-name.
       open input kept-file.
       if kept-status not = "00"
           display "給与連携の控えが見つかりません: "
               function trim(kept-name)
           go to extract-one-payroll-exit
       end-if.
       perform until kept-status not = "00"
           read kept-file
               at end move "10" to kept-status
               not at end
                   if kept-line(1:7) is numeric
                       perform emit-payroll-line
                   end-if
           end-read
       end-perform.
       close kept-file.

extract-one-payroll-exit.
       exit.

emit-payroll-line.
       move spaces to pay-fields.
       unstring kept-line delimited by ","
           into pay-field(1) pay-field(2) pay-field(3) pay-field(4)
               pay-field(5) pay-field(6) pay-field(7) pay-field(8)
               pay-field(9) pay-field(10) pay-field(11) pay-field(12)
               pay-field(13) pay-field(14) pay-field(15) pay-field(16)
               pay-field(17) pay-field(18) pay-field(19) pay-field(20)
               pay-field(21) pay-field(22) pay-field(23) pay-field(24)
       end-unstring.
       move "payroll" to row-table.
       move spaces to row-key.
       string Fman-yyyymm pay-field(1)(1:7) delimited by size
           into row-key
       end-string.
       move spaces to row-text.
       string Fman-yyyymm "," Fman-version "," delimited by size
           function trim(pay-field(1)) "," delimited by size
           function trim(pay-field(4)) "," delimited by size
           function trim(pay-field(6)) "," delimited by size
           function trim(pay-field(9)) "," delimited by size
           function trim(pay-field(10)) "," delimited by size
           function trim(pay-field(11)) "," delimited by size
           function trim(pay-field(7)) "," delimited by size
           function trim(pay-field(14)) "," delimited by size
           function trim(pay-field(23)) "," delimited by size
           function trim(pay-field(24)) delimited by size
           into row-text
       end-string.
       move 1 to row-present.
       add 1 to tbl-source(3).
       perform emit-row thru emit-row-exit.

extract-employee.
       *> 従業員次元（初回は全員、以降は user-change.dat の変更分）。
       *> 分析に不要な住所・連絡先・生年月日は出力しない
       move 4 to tbl-idx.
       perform open-out-file.
       move "action,run_no,userid,username,lastname,firstname,gender,dept,roll,employment_type,join_date,retire_date"
           to out-line.
       write out-line.

       if first-run = 1
           move zero to Fuserid
           start user-file key >= Fuserid
               invalid key move "10" to user-status
           end-start
           perform until user-status not = "00"
               read user-file next record
                   at end move "10" to user-status
                   not at end
                       move 1 to row-present
                       perform build-employee-row
                       perform emit-row thru emit-row-exit
               end-read
           end-perform
       else
           perform varying chg-idx from 1 by 1 until chg-idx > chg-count
               move chg-userid(chg-idx) to Fuserid
               read user-file
                   invalid key move zero to row-present
                   not invalid key move 1 to row-present
               end-read
               if row-present = 1
                   perform build-employee-row
               else
                   move chg-userid(chg-idx) to Fuserid
                   move "employee" to row-table
                   move spaces to row-key row-text
                   move Fuserid to row-key
                   move Fuserid to row-text
                   add 1 to tbl-source(4)
               end-if
               perform emit-row thru emit-row-exit
           end-perform
       end-if.
       close out-file.

extract-employee-exit.
       exit.

build-employee-row.
       move "employee" to row-table.
       move spaces to row-key.
       move Fuserid to row-key.
       move spaces to name-text name-text-2.
       string function trim(Flastname) delimited by size into name-text
       end-string.
       string function trim(Ffirstname) delimited by size
           into name-text-2
       end-string.
       move spaces to row-text.
       string Fuserid "," delimited by size
           function trim(Fusername) "," delimited by size
           function trim(name-text) "," delimited by size
           function trim(name-text-2) "," delimited by size
           Fgender "," Fdept "," Froll "," Femptype ","
               Fjoin-date(1:8) "," delimited by size
           Fretire-date delimited by size
           into row-text
       end-string.
       add 1 to tbl-source(4).

extract-department.
       *> 部署次元（上位部署・階層の深さ・最上位からの経路）
       move 5 to tbl-idx.
       initialize dept-table.
       open input department-file.
       perform until dept-status not = "00"
           read department-file
               not at end
                   move 1 to dept-exists(Fdept-id + 1)
                   move Fdept-name to dept-name-ws(Fdept-id + 1)
                   move Fdept-parent to dept-parent-ws(Fdept-id + 1)
       end-perform.
       close department-file.

       perform open-out-file.
       move "dept,name,parent_dept,level,path" to out-line.
       write out-line.
       perform varying dept-idx from 1 by 1 until dept-idx > 100
           if dept-exists(dept-idx) = 1
               perform build-dept-path
               move spaces to name-text
               string function trim(dept-name-ws(dept-idx))
                   delimited by size into name-text
               end-string
               compute dept-cur = dept-idx - 1
               move spaces to out-line
               string dept-cur "," delimited by size
                   function trim(name-text) "," delimited by size
                   dept-parent-ws(dept-idx) "," dept-level ","
                       delimited by size
                   function trim(dept-path) delimited by size
                   into out-line
               end-string
               perform write-full-line
           end-if
       end-perform.
       close out-file.

build-dept-path.
       *> 上位部署（0 は最上位）をたどる。循環していても10階層で止める
       compute dept-cur = dept-idx - 1.
       move 1 to dept-level.
       move spaces to dept-path.
       move dept-cur to dept-path(1:2).
       move dept-parent-ws(dept-cur + 1) to dept-up.
       perform until dept-up = zero
           or dept-up = dept-cur
           or dept-exists(dept-up + 1) = zero
           or dept-level >= 10
           move dept-up to dept-cur
           move dept-parent-ws(dept-cur + 1) to dept-up
           move spaces to dept-path-work
           string dept-cur "/" delimited by size
               function trim(dept-path) delimited by size
               into dept-path-work
           end-string
           move dept-path-work to dept-path
           add 1 to dept-level
       end-perform.

extract-roll.
       move 6 to tbl-idx.
       perform open-out-file.
       move "roll,name,active,manager" to out-line.
       write out-line.
       open input roll-file.
       perform until roll-status not = "00"
           read roll-file
               not at end
                   move spaces to name-text
                   string function trim(Froll-name) delimited by size
                       into name-text
                   end-string
                   move spaces to out-line
                   string Froll-id "," delimited by size
                       function trim(name-text) "," delimited by size
                       Froll-active "," Froll-manager delimited by size
                       into out-line
                   end-string
                   perform write-full-line
       end-perform.
       close roll-file.
       close out-file.

extract-emptype.
       move 7 to tbl-idx.
       perform open-out-file.
       move "employment_type,name" to out-line.
       write out-line.
       open input employment-type-file.
       perform until emptype-status not = "00"
           read employment-type-file
               not at end
                   move spaces to name-text
                   string function trim(Femptype-name) delimited by size
                       into name-text
                   end-string
                   move spaces to out-line
                   string Femptype-id "," delimited by size
                       function trim(name-text) delimited by size
                       into out-line
                   end-string
                   perform write-full-line
       end-perform.
       close employment-type-file.
       close out-file.

extract-site.
       move 8 to tbl-idx.
       perform open-out-file.
       move "site,name,prefecture" to out-line.
       write out-line.
       open input work-site-file.
       if work-site-status = "00"
           perform until work-site-status not = "00"
               read work-site-file next record
                   at end move "10" to work-site-status
                   not at end
                       move spaces to name-text name-text-2
                       string function trim(Fwsite-name) delimited by size
                           into name-text
                       end-string
                       string function trim(Fwsite-prefecture)
                           delimited by size into name-text-2
                       end-string
                       move spaces to out-line
                       string Fwsite-code "," delimited by size
                           function trim(name-text) "," delimited by size
                           function trim(name-text-2) delimited by size
                           into out-line
                       end-string
                       perform write-full-line
               end-read
           end-perform
           close work-site-file
       end-if.
       close out-file.

extract-calendar.
       *> 日付次元。会社カレンダーは site 00、拠点カレンダーの指定日は
       *> 拠点コードつきの行として出力する（weekday は 1 が月曜）
       move 9 to tbl-idx.
       perform open-out-file.
       move "site,date_key,year,month,day,weekday,fiscal_year,holiday,business_day,holiday_name"
           to out-line.
       write out-line.
       compute cal-yyyy = function numval(run-started(1:4)) - 1.
       compute cal-from-int = function integer-of-date(cal-yyyy * 10000
           + 0101).
       compute cal-yyyy = cal-yyyy + 2.
       compute cal-to-int = function integer-of-date(cal-yyyy * 10000
           + 1231).
       perform varying cal-int from cal-from-int by 1
           until cal-int > cal-to-int
           move function date-of-integer(cal-int) to date-num
           move date-num to cal-date
           move "N" to cal-holiday
           move spaces to name-text
           perform varying hol-idx from 1 by 1 until hol-idx > hol-count
               if hol-date(hol-idx) = cal-date
                   move "Y" to cal-holiday
                   string function trim(hol-name(hol-idx))
                       delimited by size into name-text
                   end-string
               end-if
           end-perform
           compute week-num = function mod(cal-int, 7)
           if week-num = zero
               move 7 to cal-weekday
           else
               move week-num to cal-weekday
           end-if
           if cal-holiday = "Y" or cal-weekday >= 6
               move "N" to cal-business
           else
               move "Y" to cal-business
           end-if
           move spaces to out-line
           move "00" to num-text-1
           perform write-calendar-line
       end-perform.

       open input site-calendar-file.
       if site-calendar-status = "00"
           perform until site-calendar-status not = "00"
               read site-calendar-file next record
                   at end move "10" to site-calendar-status
                   not at end
                       compute cal-int = function integer-of-date(
                           function numval(Fscl-date))
                       if cal-int >= cal-from-int and cal-int <= cal-to-int
                           move Fscl-date to cal-date
                           compute week-num = function mod(cal-int, 7)
                           if week-num = zero
                               move 7 to cal-weekday
                           else
                               move week-num to cal-weekday
                           end-if
                           if Fscl-kind = "H"
                               move "Y" to cal-holiday
                               move "N" to cal-business
                           else
                               move "N" to cal-holiday
                               move "Y" to cal-business
                           end-if
                           move spaces to name-text
                           string function trim(Fscl-name)
                               delimited by size into name-text
                           end-string
                           move Fscl-site to num-text-1
                           perform write-calendar-line
                       end-if
               end-read
           end-perform
           close site-calendar-file
       end-if.
       close out-file.

write-calendar-line.
       move function numval(cal-date(1:4)) to cal-yyyy.
       move function numval(cal-date(5:2)) to cal-mm.
       if cal-mm < 4
           compute cal-fiscal = cal-yyyy - 1
       else
           move cal-yyyy to cal-fiscal
       end-if.
       move spaces to out-line.
       string num-text-1(1:2) "," cal-date ","
               cal-date(1:4) "," cal-date(5:2) "," cal-date(7:2) ","
               cal-weekday "," cal-fiscal "," cal-holiday ","
               cal-business "," delimited by size
           function trim(name-text) delimited by size
           into out-line
       end-string.
       perform write-full-line.

emit-row.
       *> 台帳と比べて I（新規）・U（更新）・D（削除）を決める。
       *> 同じ実行番号のやり直しでは、台帳に記録済みの行も再度出力する
       move space to row-action.
       if row-present = 1
           call "SHA1" using
               by reference row-text
               by value function length(row-text)
               by reference row-digest
               on exception
                   display "SHA1ライブラリとのリンクに失敗しました"
                   move row-text to row-digest
           end-call
       end-if.
       move row-table to Fdwl-table.
       move row-key to Fdwl-rowkey.
       read ledger-file
           invalid key
               if row-present = 1
                   move "I" to row-action
                   move row-digest to Fdwl-digest
                   move "A" to Fdwl-state
                   move "I" to Fdwl-action
                   move run-no to Fdwl-run Fdwl-seen-run
                   write Fdwl-rec
                       invalid key continue
                   end-write
                   add 1 to tbl-inserted(tbl-idx)
                   perform write-row-line
               else
                   add 1 to tbl-unchanged(tbl-idx)
               end-if
               go to emit-row-exit
       end-read.

       move run-no to Fdwl-seen-run.
       if row-present = 1
           if Fdwl-state = "A" and Fdwl-digest = row-digest
               if Fdwl-run = run-no
                   move Fdwl-action to row-action
               end-if
           else
               if Fdwl-state = "D"
                   move "I" to row-action
               else
                   move "U" to row-action
               end-if
               move row-digest to Fdwl-digest
               move "A" to Fdwl-state
               move row-action to Fdwl-action
               move run-no to Fdwl-run
           end-if
       else
           if Fdwl-state = "A"
               move "D" to row-action
               move "D" to Fdwl-state
               move "D" to Fdwl-action
               move run-no to Fdwl-run
           else
               if Fdwl-run = run-no
                   move "D" to row-action
               end-if
           end-if
       end-if.
       rewrite Fdwl-rec
           invalid key continue
       end-rewrite.

       evaluate row-action
       when "I"
           add 1 to tbl-inserted(tbl-idx)
       when "U"
           add 1 to tbl-updated(tbl-idx)
       when "D"
           add 1 to tbl-deleted(tbl-idx)
       when other
           add 1 to tbl-unchanged(tbl-idx)
       end-evaluate.
       if row-action not = space
           perform write-row-line
       end-if.

emit-row-exit.
       exit.

sweep-unseen.
       *> 今回の走査で現れなかった行（取消・却下された休暇など）を削除にする
       move row-table to Fdwl-table.
       move low-values to Fdwl-rowkey.
       start ledger-file key >= Fdwl-key
           invalid key go to sweep-unseen-exit
       end-start.
       perform until ledger-status not = "00"
           read ledger-file next record
               at end move "10" to ledger-status
               not at end
                   if Fdwl-table not = row-table
                       move "10" to ledger-status
                   else
                       if Fdwl-seen-run not = run-no
                           perform sweep-one-row
                       end-if
                   end-if
           end-read
       end-perform.

sweep-unseen-exit.
       exit.

sweep-one-row.
       move space to row-action.
       if Fdwl-state = "A"
           move "D" to row-action
           move "D" to Fdwl-state
           move "D" to Fdwl-action
           move run-no to Fdwl-run
           rewrite Fdwl-rec
               invalid key continue
           end-rewrite
       else
           if Fdwl-run = run-no and Fdwl-action = "D"
               move "D" to row-action
           end-if
       end-if.
       if row-action = "D"
           move Fdwl-rowkey to row-key
           move spaces to row-text
           string row-key(1:7) "," row-key(8:8) delimited by size
               into row-text
           end-string
           add 1 to tbl-source(tbl-idx)
           add 1 to tbl-deleted(tbl-idx)
           perform write-row-line
       end-if.

write-row-line.
       move spaces to out-line.
       string row-action "," run-no "," delimited by size
           function trim(row-text) delimited by size
           into out-line
       end-string.
       write out-line.
       add 1 to tbl-written(tbl-idx).

write-full-line.
       write out-line.
       add 1 to tbl-source(tbl-idx).
       add 1 to tbl-inserted(tbl-idx).
       add 1 to tbl-written(tbl-idx).

open-out-file.
       move tbl-file(tbl-idx) to out-name.
       open output out-file.

write-recon.
       *> 件数照合。出力行 = 新規＋更新＋削除、
       *> 対象行 = 新規＋更新＋削除＋変更なし が成り立つかを確認する
       move spaces to out-name.
       string "./dat/dwh-" delimited by size
           run-no delimited by size
           "-recon.csv" delimited by size
           into out-name
       end-string.
       open output out-file.
       move "table,source_rows,inserted,updated,deleted,unchanged,written,result"
           to out-line.
       write out-line.
       perform varying tbl-idx from 1 by 1 until tbl-idx > table-count
           move "OK" to recon-result
           if tbl-written(tbl-idx) not = tbl-inserted(tbl-idx)
               + tbl-updated(tbl-idx) + tbl-deleted(tbl-idx)
               move "NG" to recon-result
           end-if
           if tbl-source(tbl-idx) not = tbl-inserted(tbl-idx)
               + tbl-updated(tbl-idx) + tbl-deleted(tbl-idx)
               + tbl-unchanged(tbl-idx)
               move "NG" to recon-result
           end-if
           if recon-result = "NG"
               add 1 to recon-ng-count
           end-if
           move spaces to out-line
           string function trim(tbl-name(tbl-idx)) "," delimited by size
               tbl-source(tbl-idx) "," tbl-inserted(tbl-idx) ","
               tbl-updated(tbl-idx) "," tbl-deleted(tbl-idx) ","
               tbl-unchanged(tbl-idx) "," tbl-written(tbl-idx) ","
               recon-result delimited by size
               into out-line
           end-string
           write out-line
       end-perform.
       move spaces to out-line.
       string "input_stamps," stamps-read ",,,,,,"
           delimited by size into out-line
       end-string.
       write out-line.
       move spaces to out-line.
       string "input_journal_entries," journal-read ",,,,,,"
           delimited by size into out-line
       end-string.
       write out-line.
       move spaces to out-line.
       string "input_user_changes," uc-read ",,,,,,"
           delimited by size into out-line
       end-string.
       write out-line.
       move spaces to out-line.
       string "input_payroll_files," manifests-read ",,,,,,"
           delimited by size into out-line
       end-string.
       write out-line.
       move spaces to out-line.
       string "recalculated_days," dirty-count ",,,,,,"
           delimited by size into out-line
       end-string.
       write out-line.
       close out-file.

write-manifest.
       *> 今回の出力ファイル一覧と抽出範囲（高水位標の前後）
       move spaces to out-name.
       string "./dat/dwh-" delimited by size
           run-no delimited by size
           "-manifest.csv" delimited by size
           into out-name
       end-string.
       open output out-file.
       move "record_type,name,kind,load_mode,rows,from_mark,to_mark"
           to out-line.
       write out-line.
       move spaces to out-line.
       string "run," run-no ",,,," run-started ","
           function current-date delimited by size
           into out-line
       end-string.
       write out-line.
       perform varying tbl-idx from 1 by 1 until tbl-idx > table-count
           move spaces to out-line
           string "file," delimited by size
               function trim(tbl-file(tbl-idx)) "," delimited by size
               function trim(tbl-kind(tbl-idx)) "," delimited by size
               function trim(tbl-mode(tbl-idx)) "," delimited by size
               tbl-written(tbl-idx) ",," delimited by size
               into out-line
           end-string
           write out-line
       end-perform.
       move spaces to out-line.
       string "mark,stamp_id,,,," prev-stamp-id "," next-stamp-id
           delimited by size into out-line
       end-string.
       write out-line.
       move spaces to out-line.
       string "mark,journal_timestamp,,,," prev-journal-ts ","
           run-started delimited by size into out-line
       end-string.
       write out-line.
       move spaces to out-line.
       string "mark,user_change_seq,,,," prev-uc-seq "," next-uc-seq
           delimited by size into out-line
       end-string.
       write out-line.
       move spaces to out-line.
       string "mark,payroll_manifest_timestamp,,,," prev-payroll-ts ","
           next-payroll-ts delimited by size into out-line
       end-string.
       write out-line.
       move spaces to out-line.
       string "file,./dat/dwh-" run-no "-recon.csv,recon,full,"
           table-count ",," delimited by size into out-line
       end-string.
       write out-line.
       close out-file.

update-mark.
       *> 全ファイルの出力後に高水位標を進める
       move 1 to mark-key.
       open i-o mark-file.
       if mark-status not = "00"
           open output mark-file
           close mark-file
           open i-o mark-file
       end-if.
       read mark-file
           invalid key continue
       end-read.
       move run-no to Fdwm-run-no.
       move next-stamp-id to Fdwm-stamp-id.
       move run-started to Fdwm-journal-ts.
       move next-uc-seq to Fdwm-uc-seq.
       move next-payroll-ts to Fdwm-payroll-ts.
       move function current-date to Fdwm-run-at.
       if mark-status = "00"
           rewrite Fdwm-rec
               invalid key display "高水位標の更新に失敗しました"
           end-rewrite
       else
           write Fdwm-rec
               invalid key display "高水位標の登録に失敗しました"
           end-write
       end-if.
       close mark-file.

lookup-site-day.
       *> その日に有効な所属拠点（適用開始日が最も新しいもの）を求め、
       *> 拠点カレンダーの指定を返す。拠点の無い従業員は会社カレンダー
       move zero to site-code.
       move space to site-day-kind.
       open input employee-site-file.
       if employee-site-status not = "00"
           go to lookup-site-day-exit
       end-if.
       move site-lookup-userid to Fesite-userid.
       move low-value to Fesite-from.
       start employee-site-file key >= Fesite-key
           invalid key move "10" to employee-site-status
       end-start.
       perform until employee-site-status not = "00"
           read employee-site-file next record
               at end move "10" to employee-site-status
               not at end
                   if Fesite-userid not = site-lookup-userid
                       or Fesite-from > site-lookup-date
                       move "10" to employee-site-status
                   else
                       move Fesite-site to site-code
                   end-if
           end-read
       end-perform.
       close employee-site-file.

       if site-code = zero
           go to lookup-site-day-exit
       end-if.
       open input site-calendar-file.
       if site-calendar-status not = "00"
           go to lookup-site-day-exit
       end-if.
       move site-code to Fscl-site.
       move site-lookup-date to Fscl-date.
       read site-calendar-file
           invalid key continue
           not invalid key move Fscl-kind to site-day-kind
       end-read.
       close site-calendar-file.

lookup-site-day-exit.
       exit.
