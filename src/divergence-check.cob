identification division.
program-id. kintai-divergence-check.

environment division.
input-output section.
       file-control.
           select user-file assign to "./dat/user.dat"
               organization indexed
               access mode sequential
               record key is Fuserid
               status user-status.
           select stamp-file assign to "./dat/stamp.dat"
               organization indexed
               access mode dynamic
               record key is Fstamp-id
               alternate record key is Fstamp-user-key
                   with duplicates
               sharing with all other
               lock mode is automatic
               status stamp-status.
           select objective-log-file assign to "./dat/objective-log.dat"
               organization indexed
               access mode dynamic
               record key is Fobj-key
               status objective-log-status.
           select divergence-file assign to "./dat/divergence.dat"
               organization indexed
               access mode dynamic
               record key is Fdv-key
               status divergence-status.
           select notify-file assign to "./dat/notify.dat"
               organization indexed
               access mode dynamic
               record key is Fntf-id
               status notify-status.
           select notify-seq-file assign to "./dat/notify-seq.dat"
               organization relative
               access mode dynamic
               relative key ntf-seq-key
               status ntf-seq-status.
           select run-param-file assign to "./dat/run-param.dat"
               organization indexed
               access mode dynamic
               record key is Frp-key
               status run-param-status.
data division.
file section.
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
       fd objective-log-file.
           01 Fobj-rec.
               03 Fobj-key.
                   05 Fobj-userid pic 9(7).
                   05 Fobj-datetime pic X(14).
                   05 Fobj-source pic X.
                   05 Fobj-kind pic X.
               03 Fobj-device pic X(16).
               03 Fobj-imported-at pic X(21).
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
       fd notify-file.
           01 Fntf-rec.
               03 Fntf-id pic 9(7).
               03 Fntf-recipient pic 9(7).
               03 Fntf-event pic X(20).
               03 Fntf-ref-id pic 9(12).
               03 Fntf-created-at pic X(21).
               03 Fntf-delivered pic X.
               03 Fntf-read pic X.
       fd notify-seq-file.
           01 Fntfseq-rec.
               03 Fntfseq-value pic 9(7).
       fd run-param-file.
           01 Frp-rec.
               03 Frp-key.
                   05 Frp-program pic X(30).
                   05 Frp-param pic X(20).
               03 Frp-value pic X(30).
working-storage section.
       01 status-rec.
           03 user-status pic XX.
           03 stamp-status pic XX.
           03 objective-log-status pic XX.
           03 divergence-status pic XX.
           03 notify-status pic XX.
           03 ntf-seq-status pic XX.
           03 run-param-status pic XX.
       01 ntf-seq-key pic 9(7) value 1.
       *> 無人実行用の実行パラメータ（run-param.dat）
       01 run-param-name pic X(20).
       01 run-param-found pic 9.
       01 run-param-value pic X(30).
       01 target-date pic X(8).
       01 target-int pic 9(8).
       01 target-num pic 9(8).
       *> 打刻と客観記録の差をこの分数まで許容する
       01 threshold-minutes pic 9(3).
       *> 当日の打刻（出勤の最早・退勤の最遅）
       01 scan-done pic 9.
       01 punch-hhmm pic 9(4).
       01 in-stamp-id pic 9(12).
       01 in-time pic 9(4).
       01 out-stamp-id pic 9(12).
       01 out-time pic 9(4).
       01 punch-tz pic X(5).
       *> 当日の客観記録（入館・ログオンの最早、退館・ログオフの最遅）
       01 obj-hhmm pic 9(4).
       01 first-time pic 9(4).
       01 first-source pic X.
       01 first-found pic 9.
       01 last-time pic 9(4).
       01 last-source pic X.
       01 last-found pic 9.
       01 in-minutes pic 9(5).
       01 out-minutes pic 9(5).
       01 first-minutes pic 9(5).
       01 last-minutes pic 9(5).
       01 before-minutes pic 9(4).
       01 after-minutes pic 9(4).
       01 checked-count pic 9(5) value zero.
       01 flagged-count pic 9(5) value zero.
       *> 通知アウトボックス書き込み用
       01 ntf-event pic X(20).
       01 ntf-recipient pic 9(7).
       01 ntf-ref pic 9(12).
       *> ジョブチェーン実行台帳に載せる処理件数（呼び出し元と共有）
       01 job-step-count pic 9(7) external.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "打刻と入退館・PCログの乖離チェック（夜間）".

       move "target-date" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move run-param-value(1:8) to target-date
       else
           display "対象日を入力してください (例: 20261014、空欄は前日)"
           move spaces to target-date
           accept target-date
       end-if.
       if target-date = spaces
           compute target-int =
               function integer-of-date(
                   function numval(function current-date(1:8))) - 1
           compute target-num = function date-of-integer(target-int)
           move target-num to target-date
       end-if.

       move "threshold-minutes" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           compute threshold-minutes = function numval(run-param-value)
       else
           display "乖離とみなす分数を入力してください (既定 30)"
           accept threshold-minutes
       end-if.
       if threshold-minutes = zero
           move 30 to threshold-minutes
       end-if.

       open i-o divergence-file.
       if divergence-status not = "00"
           open output divergence-file
           close divergence-file
           open i-o divergence-file
       end-if.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if Fretire-date = spaces
                       or Fretire-date = "00000000"
                       or Fretire-date >= target-date
                       perform check-one-user thru check-one-user-exit
                   end-if
       end-perform.
       close user-file.
       close divergence-file.

       display " ".
       display "対象日 " target-date "  確認 " checked-count
           " 名  乖離 " flagged-count " 名（本人に理由の回答を依頼しました）".
       move flagged-count to job-step-count.
       goback.

check-one-user.
       perform collect-objective-times thru collect-objective-times-exit.
       if first-found = zero and last-found = zero
           go to check-one-user-exit
       end-if.
       add 1 to checked-count.
       perform collect-punch-times.

       move zero to before-minutes after-minutes.
       if first-found = 1
           compute first-minutes =
               function integer(first-time / 100) * 60
               + function mod(first-time, 100)
       end-if.
       if last-found = 1
           compute last-minutes =
               function integer(last-time / 100) * 60
               + function mod(last-time, 100)
       end-if.

       *> 出勤・退勤の打刻がない日に在館・PC利用の記録がある場合は
       *> 記録の最初から最後までを乖離として扱う
       if in-stamp-id = zero and out-stamp-id = zero
           if first-found = 1 and last-found = 1
               and last-minutes > first-minutes
               compute before-minutes = last-minutes - first-minutes
           end-if
       end-if.

       if in-stamp-id not = zero and first-found = 1
           compute in-minutes =
               function integer(in-time / 100) * 60
               + function mod(in-time, 100)
           if first-minutes < in-minutes
               compute before-minutes = in-minutes - first-minutes
           end-if
       end-if.
       if out-stamp-id not = zero and last-found = 1
           compute out-minutes =
               function integer(out-time / 100) * 60
               + function mod(out-time, 100)
           if last-minutes > out-minutes
               compute after-minutes = last-minutes - out-minutes
           end-if
       end-if.

       if before-minutes <= threshold-minutes
           and after-minutes <= threshold-minutes
           go to check-one-user-exit
       end-if.

       move Fuserid to Fdv-userid.
       move target-date to Fdv-date.
       move Fdept to Fdv-dept.
       move in-stamp-id to Fdv-in-stamp-id.
       move in-time to Fdv-in-time.
       move out-stamp-id to Fdv-out-stamp-id.
       move out-time to Fdv-out-time.
       move punch-tz to Fdv-tz.
       move first-time to Fdv-first-time.
       move first-source to Fdv-first-source.
       move last-time to Fdv-last-time.
       move last-source to Fdv-last-source.
       move before-minutes to Fdv-before-minutes.
       move after-minutes to Fdv-after-minutes.
       move space to Fdv-reason.
       move spaces to Fdv-reason-text.
       move spaces to Fdv-answered-at.
       move zero to Fdv-correct-in-id.
       move zero to Fdv-correct-out-id.
       move function current-date to Fdv-detected-at.

       *> 再実行で同じ日を検出しても回答済みの内容は上書きしない
       write Fdv-rec
           invalid key
               go to check-one-user-exit
       end-write.

       add 1 to flagged-count.
       display "userid: " Fuserid "  始業前 " before-minutes
           " 分  終業後 " after-minutes " 分".

       move "divergence-answer" to ntf-event.
       move Fuserid to ntf-recipient.
       move function numval(target-date) to ntf-ref.
       perform write-notification.

check-one-user-exit.
       exit.

collect-objective-times.
       move zero to first-found last-found.
       move zero to first-time last-time.
       move space to first-source last-source.
       open input objective-log-file.
       if objective-log-status not = "00"
           go to collect-objective-times-exit
       end-if.
       move Fuserid to Fobj-userid.
       move low-values to Fobj-datetime.
       move target-date to Fobj-datetime(1:8).
       move low-values to Fobj-source Fobj-kind.
       start objective-log-file key >= Fobj-key
           invalid key move "10" to objective-log-status
       end-start.
       perform until objective-log-status not = "00"
           read objective-log-file next record
               at end move "10" to objective-log-status
               not at end
                   if Fobj-userid not = Fuserid
                       or Fobj-datetime(1:8) not = target-date
                       move "10" to objective-log-status
                   else
                       move Fobj-datetime(9:4) to obj-hhmm
                       if Fobj-kind = "I"
                           and (first-found = zero
                               or obj-hhmm < first-time)
                           move obj-hhmm to first-time
                           move Fobj-source to first-source
                           move 1 to first-found
                       end-if
                       if Fobj-kind = "O"
                           and (last-found = zero
                               or obj-hhmm > last-time)
                           move obj-hhmm to last-time
                           move Fobj-source to last-source
                           move 1 to last-found
                       end-if
                   end-if
           end-read
       end-perform.
       close objective-log-file.

collect-objective-times-exit.
       exit.

collect-punch-times.
       *> 副キー（userid＋打刻日時）で対象日の打刻だけを範囲読みする
       move zero to in-stamp-id in-time out-stamp-id out-time.
       move "+0900" to punch-tz.
       move zero to scan-done.
       open input stamp-file.
       move Fuserid to Fstamp-userid.
       move spaces to Fstamp-datetime.
       move target-date to Fstamp-datetime(1:8).
       start stamp-file key >= Fstamp-user-key
           invalid key move 1 to scan-done
       end-start.
       perform until scan-done = 1 or stamp-status not = "00"
           read stamp-file next record
               at end move 1 to scan-done
               not at end
                   if Fstamp-userid not = Fuserid
                       or Fstamp-datetime(1:8) not = target-date
                       move 1 to scan-done
                   else
                       if Fstamp-cancelled not = "Y"
                           perform keep-punch-time
                       end-if
                   end-if
       end-perform.
       close stamp-file.

keep-punch-time.
       move Fstamp-datetime(9:4) to punch-hhmm.
       if Fstamp-datetime(17:5) not = spaces
           move Fstamp-datetime(17:5) to punch-tz
       end-if.
       evaluate Fstamp-statusid
       when 1
       when 3
           if in-stamp-id = zero or punch-hhmm < in-time
               move punch-hhmm to in-time
               move Fstamp-id to in-stamp-id
           end-if
       when 2
       when 4
           if out-stamp-id = zero or punch-hhmm > out-time
               move punch-hhmm to out-time
               move Fstamp-id to out-stamp-id
           end-if
       end-evaluate.

write-notification.
       move 1 to ntf-seq-key.
       open i-o notify-seq-file.
       read notify-seq-file
           invalid key
               move zero to Fntfseq-value
               write Fntfseq-rec
       end-read.
       add 1 to Fntfseq-value.
       rewrite Fntfseq-rec.
       close notify-seq-file.

       move Fntfseq-value to Fntf-id.
       move ntf-recipient to Fntf-recipient.
       move ntf-event to Fntf-event.
       move ntf-ref to Fntf-ref-id.
       move function current-date to Fntf-created-at.
       move "N" to Fntf-delivered.
       move "N" to Fntf-read.

       open i-o notify-file.
       write Fntf-rec
           invalid key
               display "通知の登録に失敗しました"
       end-write.
       close notify-file.

lookup-run-param.
       move zero to run-param-found.
       move spaces to run-param-value.
       open input run-param-file.
       if run-param-status not = "00"
           go to lookup-run-param-exit
       end-if.
       move "kintai-divergence-check" to Frp-program.
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
