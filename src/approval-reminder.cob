               access mode dynamic
               record key is Frp-key
               status run-param-status.
           select concurrent-file assign to "./dat/concurrent-assign.dat"
               organization indexed
               access mode sequential
               record key is Fca-key
               status concurrent-status.
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
data division.
file section.
       fd leave-file.
                   05 Frp-program pic X(30).
                   05 Frp-param pic X(20).
               03 Frp-value pic X(30).
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
working-storage section.
       01 dept-key pic 99.
       01 status-rec.
           03 trail-status pic XX.
           03 notify-status pic XX.
           03 ntf-seq-status pic XX.
           03 concurrent-status pic XX.
           03 campaign-status pic XX.
           03 item-status pic XX.
       01 today pic X(8).
       01 today-int pic 9(8).
       *> 催促・エスカレーションのしきい値（日数）
       01 parent-dept pic 9(2).
       01 approver-userid pic 9(7).
       01 lookup-dept pic 9(2).
       01 candidate-userid pic 9(7).
       *> 既送の催促・エスカレーションの確認用
       01 already-sent pic 9.
       01 reminder-count pic 9(4) value zero.
       perform scan-daikyu.
       perform scan-excusals.
       perform scan-corrects.
       perform scan-recert.

       display " ".
       display "催促 " reminder-count " 件 / エスカレーション "
       end-perform.
       close correct-file.

scan-recert.
       *> 権限棚卸は依頼からの経過日数で催促し、キャンペーンの回答期限を
       *> 過ぎたものだけをエスカレーションする
       open input campaign-file.
       open input item-file.
       perform until item-status not = "00"
           read item-file next record
               at end move "10" to item-status
               not at end
                   if Fri-status = zero
                       perform age-recert-item
                   end-if
           end-read
       end-perform.
       close item-file.
       close campaign-file.

age-recert-item.
       move Fri-campaign to Frc-id.
       read campaign-file
           invalid key continue
       end-read.
       if campaign-status = "00" and Frc-status = "O"
           move "recert" to req-type
           move Fri-id to req-id
           move Fri-userid to req-requester
           compute req-age-days =
               today-int
               - function integer-of-date(
                   function numval(Fri-created-at(1:8)))
           if today > Frc-deadline
               if req-age-days < escalate-days
                   move escalate-days to req-age-days
               end-if
           else
               if req-age-days >= escalate-days
                   compute req-age-days = escalate-days - 1
               end-if
           end-if
           perform handle-aging-request
               thru handle-aging-request-exit
       end-if.

handle-aging-request.
       if req-age-days < remind-days
           go to handle-aging-request-exit
       end-perform.
       close user-file.

       if approver-userid = zero
           perform find-concurrent-manager
               thru find-concurrent-manager-exit
       end-if.

find-concurrent-manager.
       *> 本務の管理職がいない部署は、その部署を兼務する管理職
       *> （兼務先での役割が 2/5/6 で、本日有効な兼務）へ送る
       open input concurrent-file.
       if concurrent-status not = "00"
           go to find-concurrent-manager-exit
       end-if.
       perform until concurrent-status not = "00"
           or approver-userid not = zero
           read concurrent-file next record
               at end move "10" to concurrent-status
               not at end
                   if Fca-dept = lookup-dept
                       and (Fca-roll = 2 or Fca-roll = 5
                           or Fca-roll = 6)
                       and Fca-from <= today
                       and (Fca-to = spaces or Fca-to >= today)
                       move Fca-userid to candidate-userid
                       perform check-candidate-active
                   end-if
           end-read
       end-perform.
       close concurrent-file.

find-concurrent-manager-exit.
       exit.

check-candidate-active.
       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if Fuserid = candidate-userid
                       and (Fretire-date = spaces
                           or Fretire-date = "00000000")
                       move Fuserid to approver-userid
                   end-if
       end-perform.
       close user-file.

check-already-sent-r.
       *> 同じ申請への催促は一度だけ（経緯はトレイルで追える）
       move zero to already-sent.
