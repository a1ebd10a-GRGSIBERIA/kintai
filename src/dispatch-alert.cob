identification division.
program-id. kintai-dispatch-alert.

environment division.
input-output section.
       file-control.
           select dispatch-file assign to "./dat/dispatch.dat"
               organization indexed
               access mode dynamic
               record key is Fdw-userid
               status dispatch-status.
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
           03 dispatch-status pic XX.
           03 user-status pic XX.
           03 notify-status pic XX.
           03 ntf-seq-status pic XX.
       01 today pic X(8).
       01 supervisor-userid pic 9(7).
       01 alert-count pic 9(4) value zero.
       01 active-count pic 9(4) value zero.
       *> 抵触日の3か月前・1か月前の判定用
       01 limit-date pic X(8).
       01 months-back pic 9.
       01 before-date pic X(8).
       01 before-year pic 9(4).
       01 before-month pic s9(3).
       01 before-day pic 99.
       01 before-num pic 9(8).
       01 limit-notice pic X.
       01 new-flag pic X.
       *> S: 事業所単位  U: 個人単位
       01 notice-kind pic X.
       01 limit-label pic X(24).
       *> 走査後にまとめて書き戻す通知済みフラグ
       01 upd-table.
           03 upd-entry occurs 200 times indexed by upd-idx.
               05 upd-userid pic 9(7).
               05 upd-kind pic X.
               05 upd-flag pic X.
       01 upd-count pic 9(3) value zero.
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
       display "派遣社員の抵触日アラートバッチ（事業所単位・個人単位）".

       move function current-date(1:8) to today.

       perform scan-dispatched-workers
           thru scan-dispatched-workers-done.
       perform apply-notice-flags
           thru apply-notice-flags-done.

       display " ".
       display "派遣中 " active-count " 名 / 通知 " alert-count " 件".
       move alert-count to job-step-count.
       goback.

scan-dispatched-workers.
       open input dispatch-file.
       if dispatch-status not = "00"
           display "./dat/dispatch.dat がありません"
           display "（kintai-dispatch-set で派遣社員を登録してください）"
           go to scan-dispatched-workers-done
       end-if.
       perform until dispatch-status not = "00"
           read dispatch-file next record
               at end move "10" to dispatch-status
               not at end
                   if Fdw-contract-to = spaces
                       or Fdw-contract-to >= today
                       add 1 to active-count
                       perform check-one-worker
                   end-if
           end-read
       end-perform.
       close dispatch-file.

scan-dispatched-workers-done.
       exit.

check-one-worker.
       move Fdw-site-limit to limit-date.
       move Fdw-site-notice to limit-notice.
       move "事業所単位" to limit-label.
       move "dispatch-site-limit" to ntf-event.
       move "S" to notice-kind.
       perform check-one-limit thru check-one-limit-exit.
       if new-flag not = spaces
           perform queue-notice-flag
       end-if.

       move Fdw-unit-limit to limit-date.
       move Fdw-unit-notice to limit-notice.
       move "個人単位" to limit-label.
       move "dispatch-unit-limit" to ntf-event.
       move "U" to notice-kind.
       perform check-one-limit thru check-one-limit-exit.
       if new-flag not = spaces
           perform queue-notice-flag
       end-if.

check-one-limit.
       *> 抵触日の3か月前と1か月前の二段階で受入部署の管理職へ通知する
       move spaces to new-flag.
       if limit-date = spaces or limit-date is not numeric
           go to check-one-limit-exit
       end-if.

       move 1 to months-back.
       perform compute-before-date.
       if today >= before-date
           and limit-notice not = "1"
           move "1" to new-flag
       else
           move 3 to months-back
           perform compute-before-date
           if today >= before-date
               and limit-notice not = "3"
               and limit-notice not = "1"
               move "3" to new-flag
           end-if
       end-if.

       if new-flag = spaces
           go to check-one-limit-exit
       end-if.

       if today >= limit-date
           display "userid " Fdw-userid "  " function trim(limit-label)
               "の抵触日 " limit-date " を過ぎています"
       else
           display "userid " Fdw-userid "  " function trim(limit-label)
               "の抵触日 " limit-date "（" new-flag
               "か月前）派遣先部署 " Fdw-dept
               "  派遣元 " function trim(Fdw-agency-code)
       end-if.

       perform find-supervisor.
       if supervisor-userid not = zero
           move supervisor-userid to ntf-recipient
           move Fdw-userid to ntf-ref
           perform write-notification
           add 1 to alert-count
       end-if.

check-one-limit-exit.
       exit.

compute-before-date.
       *> 抵触日の months-back か月前の同日（月末を超える日は月末に寄せる）
       move function numval(limit-date(1:4)) to before-year.
       compute before-month =
           function numval(limit-date(5:2)) - months-back.
       if before-month < 1
           add 12 to before-month
           subtract 1 from before-year
       end-if.
       move function numval(limit-date(7:2)) to before-day.
       compute before-num =
           before-year * 10000 + before-month * 100 + before-day.
       perform until function test-date-yyyymmdd(before-num) = zero
           or before-day < 29
           subtract 1 from before-day
           compute before-num =
               before-year * 10000 + before-month * 100 + before-day
       end-perform.
       move before-num to before-date.

queue-notice-flag.
       if upd-count < 200
           add 1 to upd-count
           move Fdw-userid to upd-userid(upd-count)
           move notice-kind to upd-kind(upd-count)
           move new-flag to upd-flag(upd-count)
       end-if.

apply-notice-flags.
       *> 走査中のファイル競合を避けるため、通知済みフラグは
       *> 走査が終わってからまとめて書き戻す
       if upd-count = zero
           go to apply-notice-flags-done
       end-if.
       open i-o dispatch-file.
       perform varying upd-idx from 1 by 1 until upd-idx > upd-count
           move upd-userid(upd-idx) to Fdw-userid
           read dispatch-file
               invalid key continue
           end-read
           if dispatch-status = "00"
               if upd-kind(upd-idx) = "S"
                   move upd-flag(upd-idx) to Fdw-site-notice
               else
                   move upd-flag(upd-idx) to Fdw-unit-notice
               end-if
               rewrite Fdw-rec
           end-if
       end-perform.
       close dispatch-file.

apply-notice-flags-done.
       exit.

find-supervisor.
       *> 受入部署の管理職（課長・部長・役員）を通知先にする
       move zero to supervisor-userid.
       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if Fdept = Fdw-dept
                       and (Froll = 2 or Froll = 5 or Froll = 6)
                       and (Fretire-date = spaces
                           or Fretire-date = "00000000")
                       and supervisor-userid = zero
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
