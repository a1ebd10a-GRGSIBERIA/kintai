identification division.
program-id. kintai-residence-alert.

environment division.
input-output section.
       file-control.
           select residence-file assign to "./dat/residence.dat"
               organization indexed
               access mode dynamic
               record key is Frs-userid
               status residence-status.
           select user-file assign to "./dat/user.dat"
               organization indexed
               access mode sequential
               record key is Fuserid
               status user-status.
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
data division.
file section.
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
working-storage section.
       01 status-rec.
           03 residence-status pic XX.
           03 user-status pic XX.
           03 notify-status pic XX.
           03 ntf-seq-status pic XX.
       01 today pic X(8).
       01 today-int pic 9(8).
       01 expiry-int pic 9(8).
       01 days-to-expiry pic s9(5).
       01 target-dept pic 9(2).
       01 target-active pic 9.
       01 supervisor-userid pic 9(7).
       01 alert-count pic 9(4) value zero.
       01 expired-count pic 9(4) value zero.
       *> 走査後にまとめて書き戻す通知済みフラグ
       01 upd-table.
           03 upd-entry occurs 200 times indexed by upd-idx.
               05 upd-userid pic 9(7).
               05 upd-flag pic X.
       01 upd-count pic 9(3) value zero.
       01 new-flag pic X.
       *> 通知アウトボックス書き込み用
       01 ntf-seq-key pic 9(7) value 1.
       01 ntf-event pic X(20).
       01 ntf-recipient pic 9(7).
       01 ntf-ref pic 9(12).
       *> ジョブチェーン実行台帳に載せる処理件数（呼び出し元と共有）
       01 job-step-count pic 9(7) external.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "在留期間の満了アラートバッチ（日次）".

       move function current-date(1:8) to today.
       compute today-int =
           function integer-of-date(function numval(today)).

       display " ".
       display "-- 在留期間の満了が近い従業員 --".
       perform scan-residence
           thru scan-residence-done.
       perform apply-alert-flags
           thru apply-alert-flags-done.

       display " ".
       display "通知 " alert-count " 件 / 満了日経過 "
           expired-count " 名".
       move alert-count to job-step-count.
       goback.

scan-residence.
       open input residence-file.
       if residence-status not = "00"
           display "./dat/residence.dat がありません"
           display "（kintai-residence-set で在留資格情報を登録してください）"
           go to scan-residence-done
       end-if.
       perform until residence-status not = "00"
           read residence-file next record
               not at end
                   if Frs-expiry-date not = spaces
                       and Frs-alert-sent not = "X"
                       perform check-one-residence
                           thru check-one-residence-exit
                   end-if
       end-perform.
       close residence-file.

scan-residence-done.
       exit.

check-one-residence.
       compute expiry-int =
           function integer-of-date(function numval(Frs-expiry-date)).
       compute days-to-expiry = expiry-int - today-int.

       *> 90日前・60日前・30日前と満了日経過の四段階で通知する。
       *> 一度の実行で飛ばした段階はまとめて一通にする
       move spaces to new-flag.
       evaluate true
       when days-to-expiry < 0
           move "X" to new-flag
       when days-to-expiry <= 30
           if Frs-alert-sent not = "3"
               move "3" to new-flag
           end-if
       when days-to-expiry <= 60
           if Frs-alert-sent = "N" or Frs-alert-sent = "9"
               move "6" to new-flag
           end-if
       when days-to-expiry <= 90
           if Frs-alert-sent = "N"
               move "9" to new-flag
           end-if
       end-evaluate.

       if new-flag = spaces
           go to check-one-residence-exit
       end-if.

       perform find-supervisor.
       *> 退職済みの者は通知しない（フラグだけ進めておく）
       if target-active = zero
           go to check-one-residence-stage
       end-if.

       if new-flag = "X"
           add 1 to expired-count
           display "userid " Frs-userid "  在留期間満了日 "
               Frs-expiry-date " を経過しています"
           if Frs-renewal-applied not = spaces
               display "    更新申請日 " Frs-renewal-applied
                   "（特例期間中。結果の在留カードを確認してください）"
           else
               display "    就労させることはできません（打刻は停止されます）"
           end-if
       else
           display "userid " Frs-userid "  在留期間満了日 "
               Frs-expiry-date "（残り " days-to-expiry
               " 日）更新手続きの確認が必要です"
       end-if.

       move "residence-expiry" to ntf-event.
       move Frs-userid to ntf-ref.
       if supervisor-userid not = zero
           move supervisor-userid to ntf-recipient
           perform write-notification
           add 1 to alert-count
       end-if.
       move Frs-userid to ntf-recipient.
       perform write-notification.
       add 1 to alert-count.

check-one-residence-stage.
       if upd-count < 200
           add 1 to upd-count
           move Frs-userid to upd-userid(upd-count)
           move new-flag to upd-flag(upd-count)
       end-if.

check-one-residence-exit.
       exit.

apply-alert-flags.
       *> 走査中のファイル競合を避けるため、通知済みフラグは
       *> 走査が終わってからまとめて書き戻す
       if upd-count = zero
           go to apply-alert-flags-done
       end-if.
       open i-o residence-file.
       perform varying upd-idx from 1 by 1 until upd-idx > upd-count
           move upd-userid(upd-idx) to Frs-userid
           read residence-file
               invalid key continue
           end-read
           if residence-status = "00"
               move upd-flag(upd-idx) to Frs-alert-sent
               rewrite Frs-rec
           end-if
       end-perform.
       close residence-file.

apply-alert-flags-done.
       exit.

find-supervisor.
       *> 対象者の部署の管理職（課長・部長・役員）を通知先にする
       move zero to supervisor-userid.
       move zero to target-dept.
       move zero to target-active.
       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if Fuserid = Frs-userid
                       move Fdept to target-dept
                       if Fretire-date = spaces
                           or Fretire-date = "00000000"
                           or Fretire-date > today
                           move 1 to target-active
                       end-if
                   end-if
       end-perform.
       close user-file.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if Fdept = target-dept
                       and (Froll = 2 or Froll = 5 or Froll = 6)
                       and (Fretire-date = spaces
                           or Fretire-date = "00000000")
                       and supervisor-userid = zero
                       and Fuserid not = Frs-userid
                       move Fuserid to supervisor-userid
                   end-if
       end-perform.
       close user-file.

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
