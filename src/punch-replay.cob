identification division.
program-id. kintai-punch-replay.

environment division.
input-output section.
       file-control.
           select punch-buffer-file assign to "./local/punch-buffer.dat"
               organization sequential
               status punch-buffer-status.
           select device-key-file assign to "./dat/device-key.dat"
               organization indexed
               access mode dynamic
               record key is Fdk-dev-id
               status device-key-status.
           select user-file assign to "./dat/user.dat"
               organization indexed
               access mode sequential
               record key is Fuserid
               status user-status.
           select badge-file assign to "./dat/badge.dat"
               organization indexed
               access mode dynamic
               record key is Fbadge-serial
               status badge-status.
           select stamp-file assign to "./dat/stamp.dat"
               organization indexed
               access mode dynamic
               record key is Fstamp-id
               alternate record key is Fstamp-user-key
                   with duplicates
               sharing with all other
               lock mode is automatic
               status stamp-status.
           select seq-file assign to "./dat/stamp-seq.dat"
               organization relative
               access mode dynamic
               relative key seq-key
               status seq-status.
           select policy-file assign to "./dat/stamp-policy.dat"
               organization relative
               access mode dynamic
               relative key policy-key
               status policy-status.
           select month-lock-file assign to "./dat/month-lock.dat"
               organization relative
               access mode sequential
               relative key mlock-key
               status mlock-status.
           select employee-company-file
               assign to "./dat/employee-company.dat"
               organization indexed
               access mode dynamic
               record key is Fec-userid
               status employee-company-status.
           select month-lock-company-file
               assign to "./dat/month-lock-company.dat"
               organization indexed
               access mode dynamic
               record key is Fmlc-key
               status lock-company-status.
           select residence-file assign to "./dat/residence.dat"
               organization indexed
               access mode dynamic
               record key is Frs-userid
               status residence-status.
           select stamp-device-file assign to "./dat/stamp-device.dat"
               organization indexed
               access mode dynamic
               record key is Fsd-stamp-id
               status sd-status.
           select stamp-location-file assign to "./dat/stamp-location.dat"
               organization indexed
               access mode dynamic
               record key is Fsloc-stamp-id
               status sloc-status.
           select journal-file assign using journal-name
               organization line sequential
               status journal-status.
           select agg-file assign to "./dat/month-agg.dat"
               organization indexed
               access mode dynamic
               record key is Fagg-key
               status agg-status.
           select ledger-file assign to "./dat/punch-buffer-ledger.dat"
               organization line sequential
               status ledger-status.
           select log-file assign to "./dat/log.dat"
               organization line sequential
               status log-status.
data division.
file section.
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
       fd device-key-file.
           01 Fdk-rec.
               03 Fdk-dev-id pic X(8).
               03 Fdk-key pic X(40).
               03 Fdk-registered-by pic 9(7).
               03 Fdk-registered-at pic X(21).
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
       fd badge-file.
           01 Fbadge-rec.
               03 Fbadge-serial pic X(16).
               03 Fbadge-userid pic 9(7).
               03 Fbadge-from pic X(8).
               03 Fbadge-to pic X(8).
               03 Fbadge-status pic X.
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
       fd seq-file.
           01 Fseq-rec.
               03 Fseq-value pic 9(12).
       fd policy-file.
           01 Fpolicy-rec.
               03 Fpolicy-dup-window pic 9(2).
       fd month-lock-file.
           01 Fmlock-rec.
               03 Fmlock-yyyymm pic X(6).
               03 Fmlock-locked-at pic X(21).
       fd employee-company-file.
           01 Fec-rec.
               03 Fec-userid pic 9(7).
               03 Fec-company pic 9(2).
               03 Fec-updated-by pic 9(7).
               03 Fec-updated-at pic X(21).
       fd month-lock-company-file.
           01 Fmlc-rec.
               03 Fmlc-key.
                   05 Fmlc-yyyymm pic X(6).
                   05 Fmlc-company pic 9(2).
               03 Fmlc-locked-at pic X(21).
       fd residence-file.
           01 Frs-rec.
               03 Frs-userid pic 9(7).
               03 Frs-nationality pic X(40).
               03 Frs-status-name pic X(60).
               03 Frs-card-number pic X(12).
               03 Frs-expiry-date pic X(8).
               03 Frs-work-scope pic X.
               03 Frs-renewal-applied pic X(8).
               03 Frs-alert-sent pic X.
               03 Frs-registered-by pic 9(7).
               03 Frs-registered-at pic X(21).
       fd stamp-device-file.
           01 Fsd-rec.
               03 Fsd-stamp-id pic 9(12).
               03 Fsd-device-id pic X(8).
               03 Fsd-datetime pic X(21).
       fd stamp-location-file.
           01 Fsloc-rec.
               03 Fsloc-stamp-id pic 9(12).
               03 Fsloc-code pic 9.
       fd journal-file.
           01 Fjr-rec.
               03 Fjr-timestamp pic X(21).
               03 Fjr-program pic X(30).
               03 Fjr-file pic X(12).
               03 Fjr-action pic X(3).
               03 Fjr-before pic X(700).
               03 Fjr-after pic X(700).
       fd agg-file.
           01 Fagg-rec.
               03 Fagg-key.
                   05 Fagg-userid pic 9(7).
                   05 Fagg-yyyymm pic X(6).
               03 Fagg-worked-minutes pic 9(6).
               03 Fagg-overtime-minutes pic 9(6).
               03 Fagg-late-minutes pic 9(6).
               03 Fagg-worked-days pic 9(2).
               03 Fagg-stale pic X.
               03 Fagg-built-at pic X(21).
               03 Fagg-day-entry occurs 31 times.
                   05 Fagg-day-in pic 9(4).
                   05 Fagg-day-out pic 9(4).
                   05 Fagg-day-worked pic 9(4).
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
       fd log-file.
           01 Flog-rec.
               03 log-timestamp pic X(21).
               03 log-comments pic X(128).
working-storage section.
       01 job-step-count pic 9(7) external.
       01 key-rec.
           03 seq-key pic 9(7) value 1.
           03 mlock-key pic 9(5).
           03 policy-key pic 9 value 1.
       01 status-rec.
           03 punch-buffer-status pic XX.
           03 device-key-status pic XX.
           03 user-status pic XX.
           03 badge-status pic XX.
           03 stamp-status pic XX.
           03 seq-status pic XX.
           03 policy-status pic XX.
           03 mlock-status pic XX.
           03 employee-company-status pic XX.
           03 lock-company-status pic XX.
           03 residence-status pic XX.
           03 sd-status pic XX.
           03 sloc-status pic XX.
           03 journal-status pic XX.
           03 agg-status pic XX.
           03 ledger-status pic XX.
           03 log-status pic XX.
       *> 署名の照合（端末登録時のキーで再計算する）
       01 sign-input.
           03 sign-body pic X(184).
           03 sign-key pic X(40).
       01 sign-digest pic X(20).
       *> 登録対象の打刻
       01 replay-userid pic 9(7).
       01 replay-result pic X(20).
       01 replay-date pic X(8).
       01 user-found pic 9.
       *> 打刻ステートマシン（kintai-stamp-add と同じ遷移規則）
       01 dup-window-minutes pic 9(2) value 3.
       01 last-status-id pic 9.
       01 legal-status pic 9 occurs 8 times indexed by legal-idx.
       01 last-punch-minutes pic s9(5) occurs 8 times
           indexed by lastp-idx.
       01 punch-minutes pic 9(5).
       01 replay-minutes pic 9(5).
       01 punch-scan-done pic 9.
       01 exact-duplicate pic 9.
       01 target-month-locked pic 9.
       01 stamp-company pic 9(2).
       *> 在留期間の照合
       01 residence-days-left pic s9(6).
       01 residence-grace-num pic 9(8).
       01 residence-grace-date pic X(8).
       01 residence-grace-yyyy pic 9(4).
       01 residence-grace-mm pic 9(2).
       01 residence-grace-dd pic 9(2).
       *> 更新ジャーナル・集計キャッシュ失効用
       01 journal-name pic X(40).
       01 agg-mark-userid pic 9(7).
       01 agg-mark-yyyymm pic X(6).
       01 jr-file-ws pic X(12).
       01 jr-action-ws pic X(3).
       01 jr-before-ws pic X(700).
       01 jr-after-ws pic X(700).
       *> 件数
       01 pending-count pic 9(5) value zero.
       01 replayed-count pic 9(5) value zero.
       01 rejected-count pic 9(5) value zero.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "一時保存打刻の登録バッチ（接続回復後に端末で実行）".
       move zero to job-step-count.

       open input punch-buffer-file.
       if punch-buffer-status not = "00"
           display "一時保存された打刻はありません"
           goback
       end-if.
       close punch-buffer-file.

       *> 共有フォルダがまだ使えなければ何もしない（次回に再実行する）
       open input stamp-file.
       if stamp-status not = "00"
           display "打刻ファイルを開けません（status " stamp-status "）"
           display "接続が回復してから再実行してください"
           goback
       end-if.
       close stamp-file.

       move 1 to policy-key.
       open input policy-file.
       if policy-status = "00"
           read policy-file
               invalid key continue
           end-read
           if policy-status = "00"
               move Fpolicy-dup-window to dup-window-minutes
           end-if
           close policy-file
       end-if.

       open i-o punch-buffer-file.
       perform until punch-buffer-status not = "00"
           read punch-buffer-file
               at end move "10" to punch-buffer-status
               not at end
                   if Fpb-state = "B"
                       add 1 to pending-count
                       perform replay-one thru replay-one-exit
                       rewrite Fpb-rec
                       perform write-ledger
                   end-if
           end-read
       end-perform.
       close punch-buffer-file.

       display " ".
       display "未登録 " pending-count " 件 / 登録 " replayed-count
           " 件 / 却下 " rejected-count " 件".
       if rejected-count > zero
           display "却下分は kintai-punch-buffer-report で確認し、"
               "必要に応じて打刻修正申請で登録してください"
       end-if.

       open extend log-file.
       move function current-date to log-timestamp.
       move spaces to log-comments.
       string
           "[INFO] punch buffer replay posted " delimited by size
           replayed-count delimited by size
           " rejected " delimited by size
           rejected-count delimited by size
           into log-comments
       end-string.
       write Flog-rec.
       close log-file.

       move replayed-count to job-step-count.
       goback.

replay-one.
       move spaces to replay-result.
       move zero to replay-userid.
       move Fpb-datetime(1:8) to replay-date.

       perform verify-signature thru verify-signature-exit.
       if replay-result not = spaces
           go to replay-one-reject
       end-if.

       perform resolve-replay-user thru resolve-replay-user-exit.
       if replay-result not = spaces
           go to replay-one-reject
       end-if.

       move replay-userid to Fstamp-userid.
       move Fpb-datetime to Fstamp-datetime.
       perform check-month-lock.
       if target-month-locked = 1
           move "month-locked" to replay-result
           go to replay-one-reject
       end-if.

       perform check-residence thru check-residence-exit.
       if replay-result not = spaces
           go to replay-one-reject
       end-if.

       perform derive-state-at-punch.
       if exact-duplicate = 1
           move "already-posted" to replay-result
           go to replay-one-reject
       end-if.
       if legal-status(Fpb-statusid) = zero
           move "state" to replay-result
           go to replay-one-reject
       end-if.
       if dup-window-minutes > zero
           and last-punch-minutes(Fpb-statusid) >= 0
           and replay-minutes - last-punch-minutes(Fpb-statusid)
               <= dup-window-minutes
           move "duplicate" to replay-result
           go to replay-one-reject
       end-if.

       perform post-stamp thru post-stamp-exit.
       if replay-result not = spaces
           go to replay-one-reject
       end-if.

       add 1 to replayed-count.
       move "R" to Fpb-state.
       move "posted" to Fpb-result.
       move function current-date to Fpb-replayed-at.
       move Fstamp-id to Fpb-stamp-id.
       move replay-userid to Fpb-userid.
       display "登録: " Fpb-device-id " #" Fpb-seq "  userid " replay-userid
           "  " Fpb-datetime(1:12) "  status " Fpb-statusid.
       go to replay-one-exit.

replay-one-reject.
       add 1 to rejected-count.
       move "J" to Fpb-state.
       move replay-result to Fpb-result.
       move function current-date to Fpb-replayed-at.
       move zero to Fpb-stamp-id.
       if replay-userid not = zero
           move replay-userid to Fpb-userid
       end-if.
       display "却下: " Fpb-device-id " #" Fpb-seq "  "
           Fpb-datetime(1:12) "  " function trim(replay-result).

replay-one-exit.
       exit.

verify-signature.
       *> 端末の登録キー（device-key.dat）で署名を再計算して照合する
       open input device-key-file.
       if device-key-status not = "00"
           move "unregistered-device" to replay-result
           go to verify-signature-exit
       end-if.
       move Fpb-device-id to Fdk-dev-id.
       read device-key-file
           invalid key continue
       end-read.
       if device-key-status not = "00"
           close device-key-file
           move "unregistered-device" to replay-result
           go to verify-signature-exit
       end-if.
       close device-key-file.

       move Fpb-signed to sign-body.
       move Fdk-key to sign-key.
       call "SHA1" using
           by reference sign-input
           by value function length(sign-input)
           by reference sign-digest
           on exception
               display "SHA1ライブラリとのリンクに失敗しました"
               move sign-input to sign-digest
       end-call.
       if sign-digest not = Fpb-signature
           move "bad-signature" to replay-result
       end-if.

verify-signature-exit.
       exit.

resolve-replay-user.
       *> 社員証は打刻日に有効なものに限り、ユーザ名はパスワードを照合する
       if Fpb-token-kind = "B"
           open input badge-file
           if badge-status not = "00"
               move "unknown-badge" to replay-result
               go to resolve-replay-user-exit
           end-if
           move Fpb-token(1:16) to Fbadge-serial
           read badge-file
               invalid key continue
           end-read
           if badge-status not = "00"
               close badge-file
               move "unknown-badge" to replay-result
               go to resolve-replay-user-exit
           end-if
           close badge-file
           if Fbadge-status = "L" or Fbadge-status = "R"
               or replay-date < Fbadge-from
               or replay-date > Fbadge-to
               move "invalid-badge" to replay-result
               go to resolve-replay-user-exit
           end-if
           move Fbadge-userid to replay-userid
       end-if.
       if Fpb-token-kind = "I"
           move Fpb-userid to replay-userid
       end-if.

       move zero to user-found.
       open input user-file.
       perform until user-status not = "00" or user-found = 1
           read user-file
               at end continue
               not at end
                   if (Fpb-token-kind = "U" and Fusername = Fpb-token)
                       or (Fpb-token-kind not = "U"
                           and Fuserid = replay-userid)
                       move 1 to user-found
                   end-if
       end-perform.
       close user-file.

       if user-found = zero
           move "unknown-user" to replay-result
           go to resolve-replay-user-exit
       end-if.
       move Fuserid to replay-userid.
       if Fpb-token-kind = "U" and Fpb-pswd-hash not = Fpswd
           move "bad-password" to replay-result
       end-if.

resolve-replay-user-exit.
       exit.

derive-state-at-punch.
       *> 打刻日のうち、一時保存した時刻より前の有効打刻から状態を求める
       move zero to last-status-id.
       move zero to exact-duplicate.
       perform varying lastp-idx from 1 by 1 until lastp-idx > 8
           move -1 to last-punch-minutes(lastp-idx)
       end-perform.
       compute replay-minutes =
           function integer(function numval(Fpb-datetime(9:4)) / 100) * 60
           + function mod(function numval(Fpb-datetime(9:4)), 100).

       move zero to punch-scan-done.
       open input stamp-file.
       move replay-userid to Fstamp-userid.
       move spaces to Fstamp-datetime.
       move replay-date to Fstamp-datetime(1:8).
       start stamp-file key >= Fstamp-user-key
           invalid key move 1 to punch-scan-done
       end-start.
       perform until punch-scan-done = 1
           or stamp-status not = "00"
           read stamp-file next record
               at end move 1 to punch-scan-done
               not at end
                   if Fstamp-userid not = replay-userid
                       or Fstamp-datetime(1:8) not = replay-date
                       or Fstamp-datetime(1:14) > Fpb-datetime(1:14)
                       move 1 to punch-scan-done
                   else
                       if Fstamp-cancelled not = "Y"
                           and Fstamp-statusid >= 1
                           and Fstamp-statusid <= 8
                           if Fstamp-datetime(1:14) = Fpb-datetime(1:14)
                               and Fstamp-statusid = Fpb-statusid
                               move 1 to exact-duplicate
                           end-if
                           move Fstamp-statusid to last-status-id
                           compute punch-minutes =
                               function integer(function numval(
                                   Fstamp-datetime(9:4)) / 100) * 60
                               + function mod(function numval(
                                   Fstamp-datetime(9:4)), 100)
                           move punch-minutes
                               to last-punch-minutes(Fstamp-statusid)
                       end-if
                   end-if
       end-perform.
       close stamp-file.

       perform varying legal-idx from 1 by 1 until legal-idx > 8
           move zero to legal-status(legal-idx)
       end-perform.
       evaluate last-status-id
       when 0
       when 2
       when 4
           move 1 to legal-status(1)
           move 1 to legal-status(3)
       when 1
       when 3
       when 6
       when 8
           move 1 to legal-status(2)
           move 1 to legal-status(4)
           move 1 to legal-status(5)
           move 1 to legal-status(7)
       when 5
           move 1 to legal-status(6)
       when 7
           move 1 to legal-status(8)
       end-evaluate.

post-stamp.
       move 1 to seq-key.
       open i-o seq-file.
       if seq-status not = "00"
           move "seq-unavailable" to replay-result
           go to post-stamp-exit
       end-if.
       read seq-file
           invalid key
               move zero to Fseq-value
               write Fseq-rec
       end-read.
       add 1 to Fseq-value.
       rewrite Fseq-rec.
       close seq-file.

       move Fseq-value to Fstamp-id.
       move replay-userid to Fstamp-userid.
       move Fpb-datetime to Fstamp-datetime.
       move Fpb-statusid to Fstamp-statusid.
       move zero to Fstamp-approver.
       move "N" to Fstamp-cancelled.
       move zero to Fstamp-cancel-approver.

       open i-o stamp-file.
       if stamp-status not = "00"
           move "stamp-unavailable" to replay-result
           go to post-stamp-exit
       end-if.
       write Fstamp-rec
           invalid key
               move "write-failed" to replay-result
       end-write.
       close stamp-file.
       if replay-result not = spaces
           go to post-stamp-exit
       end-if.

       move "stamp" to jr-file-ws.
       move "ADD" to jr-action-ws.
       move spaces to jr-before-ws.
       move Fstamp-rec to jr-after-ws.
       move Fstamp-userid to agg-mark-userid.
       move Fstamp-datetime(1:6) to agg-mark-yyyymm.
       perform write-journal-entry.
       perform mark-agg-stale thru mark-agg-stale-exit.

       *> どの端末で打たれたかを残す（打刻機の取込と同じ対応表）
       move Fstamp-id to Fsd-stamp-id.
       move Fpb-device-id to Fsd-device-id.
       move Fstamp-datetime to Fsd-datetime.
       open i-o stamp-device-file.
       if sd-status not = "00"
           open output stamp-device-file
           close stamp-device-file
           open i-o stamp-device-file
       end-if.
       write Fsd-rec
           invalid key continue
       end-write.
       close stamp-device-file.

       *> キオスクの出勤は勤務場所オフィスとして記録する
       if Fpb-program = "kintai-kiosk" and Fstamp-statusid = 1
           move Fstamp-id to Fsloc-stamp-id
           move 1 to Fsloc-code
           open i-o stamp-location-file
           if sloc-status not = "00"
               open output stamp-location-file
           end-if
           write Fsloc-rec
               invalid key continue
           end-write
           close stamp-location-file
       end-if.

post-stamp-exit.
       exit.

write-ledger.
       open extend ledger-file.
       if ledger-status not = "00"
           open output ledger-file
       end-if.
       move Fpb-device-id to Fpbl-device-id.
       move Fpb-outage-id to Fpbl-outage-id.
       move Fpb-seq to Fpbl-seq.
       move Fpb-program to Fpbl-program.
       move Fpb-userid to Fpbl-userid.
       if Fpb-token-kind = "I"
           move spaces to Fpbl-token
       else
           move Fpb-token to Fpbl-token
       end-if.
       move Fpb-datetime to Fpbl-datetime.
       move Fpb-statusid to Fpbl-statusid.
       move Fpb-cause to Fpbl-cause.
       move Fpb-state to Fpbl-state.
       move Fpb-stamp-id to Fpbl-stamp-id.
       move Fpb-result to Fpbl-result.
       move Fpb-replayed-at to Fpbl-replayed-at.
       write Fpbl-rec.
       close ledger-file.

check-residence.
       *> 在留期間の満了日を過ぎた者（特例期間を除く）・就労不可の者の
       *> 打刻は登録しない（kintai-kiosk と同じ規則）
       open input residence-file.
       if residence-status not = "00"
           go to check-residence-exit
       end-if.
       move replay-userid to Frs-userid.
       read residence-file
           invalid key continue
       end-read.
       if residence-status not = "00"
           close residence-file
           go to check-residence-exit
       end-if.
       close residence-file.

       if Frs-work-scope = "N"
           move "residence" to replay-result
           go to check-residence-exit
       end-if.
       if Frs-expiry-date = spaces
           go to check-residence-exit
       end-if.
       compute residence-days-left =
           function integer-of-date(function numval(Frs-expiry-date))
           - function integer-of-date(function numval(replay-date)).
       if residence-days-left >= 0
           go to check-residence-exit
       end-if.
       if Frs-renewal-applied not = spaces
           perform compute-residence-grace
           if replay-date <= residence-grace-date
               go to check-residence-exit
           end-if
       end-if.
       move "residence" to replay-result.

check-residence-exit.
       exit.

compute-residence-grace.
       move Frs-expiry-date(1:4) to residence-grace-yyyy.
       move Frs-expiry-date(5:2) to residence-grace-mm.
       move Frs-expiry-date(7:2) to residence-grace-dd.
       add 2 to residence-grace-mm.
       if residence-grace-mm > 12
           subtract 12 from residence-grace-mm
           add 1 to residence-grace-yyyy
       end-if.
       compute residence-grace-num = residence-grace-yyyy * 10000
           + residence-grace-mm * 100 + residence-grace-dd.
       *> 応当日がない月（31日→30日など）は月末にする
       perform until function test-date-yyyymmdd(residence-grace-num)
           = zero
           subtract 1 from residence-grace-num
       end-perform.
       move residence-grace-num to residence-grace-date.

check-month-lock.
       move zero to target-month-locked.
       open input month-lock-file.
       perform until mlock-status not = "00"
           read month-lock-file next record
               not at end
                   if Fmlock-yyyymm = Fstamp-datetime(1:6)
                       move 1 to target-month-locked
                   end-if
       end-perform.
       close month-lock-file.

       *> 会社別に締めた月は、打刻者の所属会社（未登録は会社01）の
       *> ロックも確認する
       if target-month-locked = zero
           move 1 to stamp-company
           open input employee-company-file
           if employee-company-status = "00"
               move Fstamp-userid to Fec-userid
               read employee-company-file
                   invalid key continue
               end-read
               if employee-company-status = "00"
                   move Fec-company to stamp-company
               end-if
               close employee-company-file
           end-if
           open input month-lock-company-file
           if lock-company-status = "00"
               move Fstamp-datetime(1:6) to Fmlc-yyyymm
               move stamp-company to Fmlc-company
               read month-lock-company-file
                   invalid key continue
               end-read
               if lock-company-status = "00"
                   move 1 to target-month-locked
               end-if
               close month-lock-company-file
           end-if
       end-if.

write-journal-entry.
       *> 復旧バッチ（kintai-journal-replay）が前夜のバックアップへ
       *> 再適用できるよう、更新前後のイメージを日次ジャーナルに残す
       move spaces to journal-name.
       string "./dat/journal-" delimited by size
           function current-date(1:8) delimited by size
           ".dat" delimited by size
           into journal-name
       end-string.
       open extend journal-file.
       if journal-status not = "00"
           open output journal-file
       end-if.
       move function current-date to Fjr-timestamp.
       move "kintai-punch-replay" to Fjr-program.
       move jr-file-ws to Fjr-file.
       move jr-action-ws to Fjr-action.
       move jr-before-ws to Fjr-before.
       move jr-after-ws to Fjr-after.
       write Fjr-rec.
       close journal-file.

mark-agg-stale.
       *> 打刻が変わった月の集計キャッシュを失効させ、各レポートを
       *> 生走査にフォールバックさせる（キャッシュ未作成なら何もしない）
       open i-o agg-file.
       if agg-status not = "00"
           go to mark-agg-stale-exit
       end-if.
       move agg-mark-userid to Fagg-userid.
       move agg-mark-yyyymm to Fagg-yyyymm.
       read agg-file
           invalid key continue
       end-read.
       if agg-status = "00"
           move "Y" to Fagg-stale
           rewrite Fagg-rec
       end-if.
       close agg-file.

mark-agg-stale-exit.
       exit.
