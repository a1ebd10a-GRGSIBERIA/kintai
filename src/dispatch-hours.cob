identification division.
program-id. kintai-dispatch-hours.

environment division.
input-output section.
       file-control.
           select dispatch-file assign to "./dat/dispatch.dat"
               organization indexed
               access mode sequential
               record key is Fdw-userid
               status dispatch-status.
           select stamp-file assign to "./dat/stamp.dat"
               organization indexed
               access mode dynamic
               record key is Fstamp-id
               alternate record key is Fstamp-user-key
                   with duplicates
               status stamp-status.
           select confirm-file assign to "./dat/dispatch-confirm.dat"
               organization indexed
               access mode dynamic
               record key is Fdc-key
               status confirm-status.
           select run-param-file assign to "./dat/run-param.dat"
               organization indexed
               access mode dynamic
               record key is Frp-key
               status run-param-status.
           select draft-file assign using draft-name
               organization line sequential
               status draft-status.
data division.
file section.
       fd dispatch-file.
           01 Fdw-rec.
               03 Fdw-userid pic 9(7).
               03 Fdw-agency-code pic X(10).
               03 Fdw-agency-name pic N(20).
               03 Fdw-contract-no pic X(20).
               03 Fdw-dept pic 9(2).
               03 Fdw-contract-from pic X(8).
               03 Fdw-contract-to pic X(8).
               03 Fdw-site-limit pic X(8).
               03 Fdw-unit-limit pic X(8).
               03 Fdw-site-notice pic X.
               03 Fdw-unit-notice pic X.
               03 Fdw-updated-by pic 9(7).
               03 Fdw-updated-at pic X(21).
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
       fd confirm-file.
           01 Fdc-rec.
               03 Fdc-key.
                   05 Fdc-yyyymm pic X(6).
                   05 Fdc-userid pic 9(7).
               03 Fdc-agency-code pic X(10).
               03 Fdc-dept pic 9(2).
               03 Fdc-days pic 9(2).
               03 Fdc-worked-minutes pic 9(6).
               03 Fdc-overtime-minutes pic 9(6).
               03 Fdc-status pic 9.
               03 Fdc-requested-at pic X(21).
               03 Fdc-approver pic 9(7).
               03 Fdc-decided-at pic X(21).
       fd run-param-file.
           01 Frp-rec.
               03 Frp-key.
                   05 Frp-program pic X(30).
                   05 Frp-param pic X(20).
               03 Frp-value pic X(30).
       fd draft-file.
           01 draft-line pic X(120).
working-storage section.
       01 status-rec.
           03 dispatch-status pic XX.
           03 stamp-status pic XX.
           03 confirm-status pic XX.
           03 run-param-status pic XX.
           03 draft-status pic XX.
       *> 無人実行用の実行パラメータ（run-param.dat）
       01 run-param-name pic X(20).
       01 run-param-found pic 9.
       01 run-param-value pic X(30).
       01 target-yyyymm pic X(6).
       01 prev-int pic 9(8).
       01 prev-num pic 9(8).
       01 month-first pic X(8).
       01 month-last pic X(8).
       01 draft-name pic X(60).
       *> 日別の出退勤（dept-summary と同じ組み立て）
       01 day-in-time pic 9(4) occurs 31 times indexed by day-idx.
       01 day-out-time pic 9(4) occurs 31 times indexed by day2-idx.
       01 day-break-start pic 9(4) occurs 31 times indexed by day3-idx.
       01 day-break-minutes pic 9(4) occurs 31 times indexed by day4-idx.
       01 work-day pic 99.
       01 work-hhmm pic 9(4).
       01 open-in-day pic 99 value zero.
       01 encoded-out pic 9(4).
       01 in-minutes pic 9(5).
       01 out-minutes pic 9(5).
       01 break-delta pic s9(5).
       01 day-worked-minutes pic s9(5).
       01 day-ot-minutes pic 9(5).
       01 scan-done pic 9.
       01 day-num pic 99.
       *> 1日8時間を超える分を時間外として派遣元へ報告する
       01 daily-limit-minutes pic 9(3) value 480.
       *> 月の集計
       01 month-days pic 9(2).
       01 month-worked-minutes pic 9(6).
       01 month-ot-minutes pic 9(6).
       01 hours-edit pic ZZ9.99.
       01 hours-edit2 pic ZZ9.99.
       01 minutes-edit pic ZZZ9.
       01 record-exists pic 9.
       01 worker-count pic 9(4) value zero.
       01 skipped-count pic 9(4) value zero.
       *> ジョブチェーン実行台帳に載せる処理件数（呼び出し元と共有）
       01 job-step-count pic 9(7) external.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "派遣社員の月次勤務時間 派遣元確認用データ出力（承認待ちとして登録）".

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
       move target-yyyymm to month-first(1:6).
       move "01" to month-first(7:2).
       move target-yyyymm to month-last(1:6).
       move "31" to month-last(7:2).

       open i-o confirm-file.
       if confirm-status not = "00"
           open output confirm-file
           close confirm-file
           open i-o confirm-file
       end-if.

       open input dispatch-file.
       if dispatch-status not = "00"
           display "./dat/dispatch.dat がありません"
           display "（kintai-dispatch-set で派遣社員を登録してください）"
           close confirm-file
           move zero to job-step-count
           goback
       end-if.
       perform until dispatch-status not = "00"
           read dispatch-file next record
               at end move "10" to dispatch-status
               not at end
                   if Fdw-contract-from <= month-last
                       and (Fdw-contract-to = spaces
                           or Fdw-contract-to >= month-first)
                       perform export-one-worker
                           thru export-one-worker-exit
                   end-if
           end-read
       end-perform.
       close dispatch-file.
       close confirm-file.

       display " ".
       display "承認待ちに登録 " worker-count " 名 / 承認済みのため対象外 "
           skipped-count " 名".
       display "受入部署の管理職が kintai-approval-inbox から承認すると"
           "派遣元への送付用ファイルが作成されます".
       move worker-count to job-step-count.
       goback.

export-one-worker.
       *> 承認済みの月は作り直さない（送付済みの数字と食い違うため）
       move target-yyyymm to Fdc-yyyymm.
       move Fdw-userid to Fdc-userid.
       move 1 to record-exists.
       read confirm-file
           invalid key move zero to record-exists
       end-read.
       if record-exists = 1 and Fdc-status = 1
           add 1 to skipped-count
           display "userid " Fdw-userid " は承認済みのため再作成しません"
           go to export-one-worker-exit
       end-if.

       perform collect-worker-stamps.

       move spaces to draft-name.
       string "./dat/dispatch-hours-" delimited by size
           target-yyyymm delimited by size
           "-" delimited by size
           Fdw-userid delimited by size
           "-draft.csv" delimited by size
           into draft-name
       end-string.
       open output draft-file.

       move spaces to draft-line.
       string "H," delimited by size
           function trim(Fdw-agency-code) delimited by size
           "," delimited by size
           function trim(Fdw-contract-no) delimited by size
           "," delimited by size
           target-yyyymm delimited by size
           "," delimited by size
           Fdw-userid delimited by size
           "," delimited by size
           Fdw-dept delimited by size
           into draft-line
       end-string.
       write draft-line.

       move zero to month-days.
       move zero to month-worked-minutes.
       move zero to month-ot-minutes.
       perform varying day-idx from 1 by 1 until day-idx > 31
           if day-in-time(day-idx) not = zero
               and day-out-time(day-idx) not = zero
               perform write-day-line thru write-day-line-exit
           end-if
       end-perform.

       compute hours-edit rounded = month-worked-minutes / 60.
       compute hours-edit2 rounded = month-ot-minutes / 60.
       move spaces to draft-line.
       string "T," delimited by size
           month-days delimited by size
           "," delimited by size
           function trim(hours-edit) delimited by size
           "," delimited by size
           function trim(hours-edit2) delimited by size
           into draft-line
       end-string.
       write draft-line.
       close draft-file.

       move target-yyyymm to Fdc-yyyymm.
       move Fdw-userid to Fdc-userid.
       move Fdw-agency-code to Fdc-agency-code.
       move Fdw-dept to Fdc-dept.
       move month-days to Fdc-days.
       move month-worked-minutes to Fdc-worked-minutes.
       move month-ot-minutes to Fdc-overtime-minutes.
       move zero to Fdc-status.
       move function current-date to Fdc-requested-at.
       move zero to Fdc-approver.
       move spaces to Fdc-decided-at.
       if record-exists = 1
           rewrite Fdc-rec
               invalid key
                   display "承認待ちの登録に失敗しました: " Fdw-userid
                   go to export-one-worker-exit
           end-rewrite
       else
           write Fdc-rec
               invalid key
                   display "承認待ちの登録に失敗しました: " Fdw-userid
                   go to export-one-worker-exit
           end-write
       end-if.

       add 1 to worker-count.
       display "userid " Fdw-userid "  " function trim(Fdw-agency-code)
           "  出勤 " month-days " 日  " function trim(hours-edit)
           " 時間（時間外 " function trim(hours-edit2) " 時間）".

export-one-worker-exit.
       exit.

collect-worker-stamps.
       perform varying day-idx from 1 by 1 until day-idx > 31
           move zero to day-in-time(day-idx)
           move zero to day-out-time(day-idx)
           move zero to day-break-start(day-idx)
           move zero to day-break-minutes(day-idx)
       end-perform.
       move zero to open-in-day.

       move zero to scan-done.
       open input stamp-file.
       move Fdw-userid to Fstamp-userid.
       move spaces to Fstamp-datetime.
       move target-yyyymm to Fstamp-datetime(1:6).
       start stamp-file key >= Fstamp-user-key
           invalid key move 1 to scan-done
       end-start.
       perform until scan-done = 1 or stamp-status not = "00"
           read stamp-file next record
               at end move 1 to scan-done
               not at end
                   if Fstamp-userid not = Fdw-userid
                       or Fstamp-datetime(1:6) not = target-yyyymm
                       move 1 to scan-done
                   else
                       if Fstamp-cancelled not = "Y"
                           perform accumulate-stamp
                       end-if
                   end-if
       end-perform.
       close stamp-file.

accumulate-stamp.
       move function numval(Fstamp-datetime(7:2)) to work-day.
       move function numval(Fstamp-datetime(9:4)) to work-hhmm.

       evaluate Fstamp-statusid
       when 1
       when 3
           if day-in-time(work-day) = zero
               or work-hhmm < day-in-time(work-day)
               move work-hhmm to day-in-time(work-day)
           end-if
           move work-day to open-in-day
       when 2
       when 4
           if day-in-time(work-day) = zero
               and open-in-day not = zero
               and work-day = open-in-day + 1
               compute encoded-out = work-hhmm + 2400
               if encoded-out > day-out-time(open-in-day)
                   move encoded-out to day-out-time(open-in-day)
               end-if
           else
               if work-hhmm > day-out-time(work-day)
                   move work-hhmm to day-out-time(work-day)
               end-if
           end-if
           move zero to open-in-day
       when 5
           if day-break-start(work-day) = zero
               move work-hhmm to day-break-start(work-day)
           end-if
       when 6
           if day-break-start(work-day) not = zero
               compute break-delta =
                   (function integer(work-hhmm / 100) * 60
                       + function mod(work-hhmm, 100))
                   - (function integer(day-break-start(work-day) / 100) * 60
                       + function mod(day-break-start(work-day), 100))
               if break-delta > 0
                   add break-delta to day-break-minutes(work-day)
               end-if
               move zero to day-break-start(work-day)
           end-if
       end-evaluate.

write-day-line.
       compute in-minutes =
           function integer(day-in-time(day-idx) / 100) * 60
           + function mod(day-in-time(day-idx), 100).
       compute out-minutes =
           function integer(day-out-time(day-idx) / 100) * 60
           + function mod(day-out-time(day-idx), 100).
       compute day-worked-minutes =
           out-minutes - in-minutes - day-break-minutes(day-idx).
       if day-worked-minutes <= 0
           go to write-day-line-exit
       end-if.
       if day-worked-minutes > daily-limit-minutes
           compute day-ot-minutes =
               day-worked-minutes - daily-limit-minutes
       else
           move zero to day-ot-minutes
       end-if.

       add 1 to month-days.
       add day-worked-minutes to month-worked-minutes.
       add day-ot-minutes to month-ot-minutes.

       set day-num to day-idx.
       compute hours-edit rounded = day-worked-minutes / 60.
       compute hours-edit2 rounded = day-ot-minutes / 60.
       move day-break-minutes(day-idx) to minutes-edit.
       move spaces to draft-line.
       string "D," delimited by size
           target-yyyymm delimited by size
           day-num delimited by size
           "," delimited by size
           day-in-time(day-idx) delimited by size
           "," delimited by size
           day-out-time(day-idx) delimited by size
           "," delimited by size
           function trim(minutes-edit) delimited by size
           "," delimited by size
           function trim(hours-edit) delimited by size
           "," delimited by size
           function trim(hours-edit2) delimited by size
           into draft-line
       end-string.
       write draft-line.

write-day-line-exit.
       exit.

lookup-run-param.
       move zero to run-param-found.
       move spaces to run-param-value.
       open input run-param-file.
       if run-param-status not = "00"
           go to lookup-run-param-exit
       end-if.
       move "kintai-dispatch-hours" to Frp-program.
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
