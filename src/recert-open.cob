identification division.
program-id. kintai-recert-open.

environment division.
input-output section.
       file-control.
           select campaign-file assign to "./dat/recert-campaign.dat"
               organization indexed
               access mode dynamic
               record key is Frc-id
               status campaign-status.
           select item-file assign to "./dat/recert-item.dat"
               organization indexed
               access mode dynamic
               record key is Fri-id
               status item-status.
           select recert-seq-file assign to "./dat/recert-seq.dat"
               organization relative
               access mode dynamic
               relative key rc-seq-key
               status rc-seq-status.
           select user-file assign to "./dat/user.dat"
               organization indexed
               access mode sequential
               record key is Fuserid
               status user-status.
           select department-file assign to "./dat/department.dat"
               organization relative
               access mode sequential
               relative key dept-key
               status dept-status.
           select concurrent-file assign to "./dat/concurrent-assign.dat"
               organization indexed
               access mode sequential
               record key is Fca-key
               status concurrent-status.
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
           select log-file assign to "./dat/log.dat"
               organization line sequential.
data division.
file section.
       fd campaign-file.
           01 Frc-rec.
               03 Frc-id pic X(6).
               03 Frc-opened-at pic X(21).
               03 Frc-deadline pic X(8).
               03 Frc-status pic X.
               03 Frc-item-count pic 9(7).
               03 Frc-closed-at pic X(21).
               03 Frc-evidence-name pic X(60).
       fd item-file.
           01 Fri-rec.
               03 Fri-id pic 9(7).
               03 Fri-campaign pic X(6).
               03 Fri-userid pic 9(7).
               03 Fri-roll pic 9(2).
               03 Fri-dept pic 9(2).
               03 Fri-reviewer pic 9(7).
               03 Fri-status pic 9.
               03 Fri-comment pic X(64).
               03 Fri-decided-by pic 9(7).
               03 Fri-decided-at pic X(21).
               03 Fri-created-at pic X(21).
       fd recert-seq-file.
           01 Frcseq-rec.
               03 Frcseq-value pic 9(7).
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
       fd department-file.
           01 Fdept-rec.
               03 Fdept-id pic 9(2).
               03 Fdept-name pic N(20).
               03 Fdept-parent pic 9(2).
       fd concurrent-file.
           01 Fca-rec.
               03 Fca-key.
                   05 Fca-userid pic 9(7).
                   05 Fca-dept pic 9(2).
                   05 Fca-from pic X(8).
               03 Fca-to pic X(8).
               03 Fca-share pic 9(3).
               03 Fca-roll pic 9(2).
               03 Fca-registered-by pic 9(7).
               03 Fca-registered-at pic X(21).
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
       fd log-file.
           01 log-rec.
               03 log-timestamp pic X(21).
               03 log-comments pic X(128).
working-storage section.
       01 dept-key pic 99.
       01 status-rec.
           03 campaign-status pic XX.
           03 item-status pic XX.
           03 rc-seq-status pic XX.
           03 user-status pic XX.
           03 dept-status pic XX.
           03 concurrent-status pic XX.
           03 notify-status pic XX.
           03 ntf-seq-status pic XX.
           03 run-param-status pic XX.
       01 rc-seq-key pic 9(7) value 1.
       01 ntf-seq-key pic 9(7) value 1.
       *> 無人実行用の実行パラメータ（run-param.dat）
       01 run-param-name pic X(20).
       01 run-param-found pic 9.
       01 run-param-value pic X(30).
       01 today pic X(8).
       01 today-num pic 9(8).
       01 deadline-num pic 9(8).
       01 deadline-days pic 9(3).
       01 cur-month pic 9(2).
       01 quarter-num pic 9.
       01 campaign-id pic X(6).
       *> 部署ごとの管理職（役職 2/5/6）。本人が管理職なら2人目、
       *> いなければ兼務の管理職、さらに親部署の管理職へ回す
       01 dept-table.
           03 dept-entry occurs 99 times indexed by dt-idx.
               05 dt-parent pic 9(2).
               05 dt-manager1 pic 9(7).
               05 dt-manager2 pic 9(7).
               05 dt-concurrent pic 9(7).
       01 reviewer-userid pic 9(7).
       01 lookup-dept pic 9(2).
       01 item-count pic 9(7) value zero.
       01 unrouted-count pic 9(7) value zero.
       *> 同じ審査者への通知は1件にまとめる
       01 notified-table.
           03 notified-count pic 9(4) value zero.
           03 notified-userid pic 9(7) occurs 2000 times
               indexed by nt-idx.
       01 notified-found pic 9.
       *> ジョブチェーン実行台帳に載せる処理件数（呼び出し元と共有）
       01 job-step-count pic 9(7) external.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "権限棚卸（四半期の役職・権限の再確認）キャンペーン開始バッチ".

       move function current-date(1:8) to today.
       move today(5:2) to cur-month.
       move spaces to campaign-id.
       string today(1:4) delimited by size
           "Q" delimited by size
           into campaign-id
       end-string.
       compute quarter-num = (cur-month - 1) / 3 + 1.
       move quarter-num to campaign-id(6:1).

       move "deadline-days" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           compute deadline-days = function numval(run-param-value)
       else
           display "回答期限までの日数を入力してください (既定 14)"
           accept deadline-days
       end-if.
       if deadline-days = zero
           move 14 to deadline-days
       end-if.
       move today to today-num.
       compute deadline-num = function date-of-integer(
           function integer-of-date(today-num) + deadline-days).

       open i-o campaign-file.
       if campaign-status not = "00"
           open output campaign-file
           close campaign-file
           open i-o campaign-file
       end-if.
       move campaign-id to Frc-id.
       read campaign-file
           invalid key continue
       end-read.
       if campaign-status = "00"
           display "キャンペーン " campaign-id " は開始済みです（状態 "
               Frc-status "）"
           close campaign-file
           move zero to job-step-count
           goback
       end-if.

       perform load-managers.

       open i-o item-file.
       if item-status not = "00"
           open output item-file
           close item-file
           open i-o item-file
       end-if.
       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if Fretire-date = spaces
                       or Fretire-date = "00000000"
                       perform create-review-item
                   end-if
       end-perform.
       close user-file.
       close item-file.

       move campaign-id to Frc-id.
       move function current-date to Frc-opened-at.
       move deadline-num to Frc-deadline.
       move "O" to Frc-status.
       move item-count to Frc-item-count.
       move spaces to Frc-closed-at.
       move spaces to Frc-evidence-name.
       write Frc-rec
           invalid key
               display "キャンペーンの登録に失敗しました"
       end-write.
       close campaign-file.

       display " ".
       display "キャンペーン " campaign-id "  回答期限 " deadline-num.
       display "審査依頼 " item-count " 件  審査者 " notified-count
           " 名  審査者未設定 " unrouted-count " 件".

       open extend log-file.
       move function current-date to log-timestamp.
       move spaces to log-comments.
       string
           "[INFO] recert campaign " delimited by size
           campaign-id delimited by size
           " opened: " delimited by size
           item-count delimited by size
           " items, deadline " delimited by size
           deadline-num delimited by size
           into log-comments
       end-string.
       write log-rec.
       close log-file.

       move item-count to job-step-count.
       goback.

load-managers.
       perform varying dt-idx from 1 by 1 until dt-idx > 99
           initialize dept-entry(dt-idx)
       end-perform.

       open input department-file.
       perform until dept-status not = "00"
           read department-file next record
               at end move "10" to dept-status
               not at end
                   if Fdept-id >= 1 and Fdept-id <= 99
                       move Fdept-parent to dt-parent(Fdept-id)
                   end-if
           end-read
       end-perform.
       close department-file.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if Fdept >= 1 and Fdept <= 99
                       and (Froll = 2 or Froll = 5 or Froll = 6)
                       and (Fretire-date = spaces
                           or Fretire-date = "00000000")
                       if dt-manager1(Fdept) = zero
                           move Fuserid to dt-manager1(Fdept)
                       else
                           if dt-manager2(Fdept) = zero
                               move Fuserid to dt-manager2(Fdept)
                           end-if
                       end-if
                   end-if
       end-perform.
       close user-file.

       open input concurrent-file.
       perform until concurrent-status not = "00"
           read concurrent-file next record
               at end move "10" to concurrent-status
               not at end
                   if Fca-dept >= 1 and Fca-dept <= 99
                       and (Fca-roll = 2 or Fca-roll = 5
                           or Fca-roll = 6)
                       and Fca-from <= today
                       and (Fca-to = spaces or Fca-to >= today)
                       and dt-concurrent(Fca-dept) = zero
                       move Fca-userid to dt-concurrent(Fca-dept)
                   end-if
           end-read
       end-perform.
       close concurrent-file.

create-review-item.
       move Fdept to lookup-dept.
       perform find-reviewer thru find-reviewer-exit.
       if reviewer-userid = zero
           and lookup-dept >= 1 and lookup-dept <= 99
           and dt-parent(lookup-dept) not = zero
           and dt-parent(lookup-dept) not = lookup-dept
           move dt-parent(lookup-dept) to lookup-dept
           perform find-reviewer thru find-reviewer-exit
       end-if.

       move 1 to rc-seq-key.
       open i-o recert-seq-file.
       if rc-seq-status not = "00"
           open output recert-seq-file
           close recert-seq-file
           open i-o recert-seq-file
       end-if.
       read recert-seq-file
           invalid key
               move zero to Frcseq-value
               write Frcseq-rec
       end-read.
       add 1 to Frcseq-value.
       rewrite Frcseq-rec.
       close recert-seq-file.

       initialize Fri-rec.
       move Frcseq-value to Fri-id.
       move campaign-id to Fri-campaign.
       move Fuserid to Fri-userid.
       move Froll to Fri-roll.
       move Fdept to Fri-dept.
       move reviewer-userid to Fri-reviewer.
       move zero to Fri-status.
       move spaces to Fri-comment.
       move spaces to Fri-decided-at.
       move function current-date to Fri-created-at.
       write Fri-rec
           invalid key
               display "審査依頼の登録に失敗しました: userid " Fuserid
       end-write.
       add 1 to item-count.

       if reviewer-userid = zero
           add 1 to unrouted-count
           display "審査者未設定: userid " Fuserid " 部署 " Fdept
       else
           perform notify-reviewer thru notify-reviewer-exit
       end-if.

find-reviewer.
       *> 自分自身の棚卸はさせない
       move zero to reviewer-userid.
       if lookup-dept < 1 or lookup-dept > 99
           go to find-reviewer-exit
       end-if.
       if dt-manager1(lookup-dept) not = zero
           and dt-manager1(lookup-dept) not = Fuserid
           move dt-manager1(lookup-dept) to reviewer-userid
       else
           if dt-manager2(lookup-dept) not = zero
               and dt-manager2(lookup-dept) not = Fuserid
               move dt-manager2(lookup-dept) to reviewer-userid
           else
               if dt-concurrent(lookup-dept) not = zero
                   and dt-concurrent(lookup-dept) not = Fuserid
                   move dt-concurrent(lookup-dept) to reviewer-userid
               end-if
           end-if
       end-if.

find-reviewer-exit.
       exit.

notify-reviewer.
       move zero to notified-found.
       perform varying nt-idx from 1 by 1 until nt-idx > notified-count
           if notified-userid(nt-idx) = reviewer-userid
               move 1 to notified-found
           end-if
       end-perform.
       if notified-found = 1 or notified-count >= 2000
           go to notify-reviewer-exit
       end-if.
       add 1 to notified-count.
       move reviewer-userid to notified-userid(notified-count).

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
       move reviewer-userid to Fntf-recipient.
       move "recert-review" to Fntf-event.
       move Fri-id to Fntf-ref-id.
       move function current-date to Fntf-created-at.
       move "N" to Fntf-delivered.
       move "N" to Fntf-read.

       open i-o notify-file.
       write Fntf-rec
           invalid key
               display "通知の登録に失敗しました"
       end-write.
       close notify-file.

notify-reviewer-exit.
       exit.

lookup-run-param.
       move zero to run-param-found.
       move spaces to run-param-value.
       open input run-param-file.
       if run-param-status not = "00"
           go to lookup-run-param-exit
       end-if.
       move "kintai-recert-open" to Frp-program.
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
