identification division.
program-id. kintai-job-sla-watch.

environment division.
input-output section.
       file-control.
           select sla-file assign to "./dat/job-sla.dat"
               organization line sequential
               status sla-status.
           select schedule-file assign to "./dat/job-schedule.dat"
               organization line sequential
               status schedule-status.
           select ledger-file assign to "./dat/job-run.dat"
               organization line sequential
               status ledger-status.
           select running-file assign to "./dat/job-running.dat"
               organization line sequential
               status running-status.
           select alerted-file assign to "./dat/job-sla-alerted.dat"
               organization line sequential
               status alerted-status.
           select security-alert-file assign to "./dat/security-alert.dat"
               organization line sequential
               status alert-status.
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
       *> SLA定義（1行 = チェーン名,プログラム,開始予定,完了期限,件数下限,件数上限）
       *> 時刻は HHMM。完了期限が開始予定より前なら翌日の時刻とみなす。
       *> 件数の上限が 0 の行は過去90日の平均から通常範囲を求める
       fd sla-file.
           01 Fsla-rec.
               03 Fsla-chain pic X(20).
               03 Fsla-filler1 pic X.
               03 Fsla-program pic X(30).
               03 Fsla-filler2 pic X.
               03 Fsla-start pic X(4).
               03 Fsla-filler3 pic X.
               03 Fsla-finish pic X(4).
               03 Fsla-filler4 pic X.
               03 Fsla-min-count pic 9(7).
               03 Fsla-filler5 pic X.
               03 Fsla-max-count pic 9(7).
       fd schedule-file.
           01 Fsched-rec.
               03 Fsched-chain pic X(20).
               03 Fsched-filler pic X.
               03 Fsched-rule pic X(10).
               03 Fsched-filler2 pic X.
               03 Fsched-site pic X(2).
       fd ledger-file.
           01 ledger-rec.
               03 lg-run-id pic X(14).
               03 lg-filler1 pic X.
               03 lg-step pic 9(2).
               03 lg-filler2 pic X.
               03 lg-program pic X(30).
               03 lg-filler3 pic X.
               03 lg-started pic X(14).
               03 lg-filler4 pic X.
               03 lg-ended pic X(14).
               03 lg-filler5 pic X.
               03 lg-outcome pic X(2).
               03 lg-filler6 pic X.
               03 lg-count pic 9(7).
       fd running-file.
           01 running-rec.
               03 rn-chain pic X(20).
               03 rn-filler1 pic X.
               03 rn-run-id pic X(14).
               03 rn-filler2 pic X.
               03 rn-step pic 9(2).
               03 rn-filler3 pic X.
               03 rn-program pic X(30).
               03 rn-filler4 pic X.
               03 rn-started pic X(14).
       *> 通知済みの警告（同じ警告を監視のたびに繰り返さない）
       fd alerted-file.
           01 Fsal-rec.
               03 Fsal-date pic X(8).
               03 Fsal-kind pic X(4).
               03 Fsal-program pic X(30).
               03 Fsal-ref pic X(16).
       fd security-alert-file.
           01 Falert-rec.
               03 Falert-timestamp pic X(21).
               03 Falert-username pic X(64).
               03 Falert-source pic X(20).
               03 Falert-message pic X(128).
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
           03 sla-status pic XX.
           03 schedule-status pic XX.
           03 ledger-status pic XX.
           03 running-status pic XX.
           03 alerted-status pic XX.
           03 alert-status pic XX.
           03 notify-status pic XX.
           03 ntf-seq-status pic XX.
           03 run-param-status pic XX.
       01 ntf-seq-key pic 9(7) value 1.
       *> 無人実行用の実行パラメータ（run-param.dat）
       01 run-param-name pic X(20).
       01 run-param-found pic 9.
       01 run-param-value pic X(30).
       *> 警告の通知先（未設定ならセキュリティアラートのみ）
       01 notify-userid pic 9(7) value zero.
       01 today pic X(8).
       01 today-int pic 9(8).
       01 now-min pic 9(11).
       01 hist-from pic X(8).
       01 recent-from-min pic 9(11).
       *> SLA定義と、台帳から集めた実績
       01 sla-table.
           03 sla-entry occurs 50 times indexed by sla-idx.
               05 sla-chain pic X(20).
               05 sla-program pic X(30).
               05 sla-start-m pic 9(4).
               05 sla-finish-m pic 9(4).
               05 sla-min-count pic 9(7).
               05 sla-max-count pic 9(7).
               05 sla-daily pic 9.
               05 sla-window-start pic 9(11).
               05 sla-deadline pic 9(11).
               05 sla-window-date pic X(8).
               05 sla-last-end pic 9(11).
               05 sla-hist-sum pic 9(11).
               05 sla-hist-n pic 9(5).
       01 sla-count pic 99 value zero.
       *> 直近2日に終わったステップ（件数の判定候補）
       01 recent-table.
           03 recent-entry occurs 200 times indexed by rc-idx.
               05 rc-sla pic 99.
               05 rc-run-id pic X(14).
               05 rc-step pic 9(2).
               05 rc-count pic 9(7).
       01 recent-count pic 9(3) value zero.
       01 alerted-table.
           03 alerted-key pic X(58) occurs 2000 times
               indexed by al-idx.
       01 alerted-count pic 9(4) value zero.
       01 running-found pic 9 value zero.
       01 running-chain pic X(20).
       01 running-program pic X(30).
       01 running-started pic X(14).
       01 stamp-14 pic X(14).
       01 stamp-min pic 9(11).
       01 hhmm-num pic 9(4).
       01 calc-min pic 9(4).
       01 duration-min pic 9(4).
       01 window-int pic 9(8).
       01 window-num pic 9(8).
       01 late-min pic 9(7).
       01 usual-low pic 9(7).
       01 usual-high pic 9(7).
       01 hist-avg pic 9(7).
       01 other-n pic 9(5).
       01 other-sum pic 9(11).
       *> 書き出す警告
       01 new-key.
           03 new-date pic X(8).
           03 new-kind pic X(4).
           03 new-program pic X(30).
           03 new-ref pic X(16).
       01 already-alerted pic 9.
       01 alert-chain pic X(20).
       01 alert-message-ws pic X(128).
       01 alert-written pic 9(5) value zero.
       01 ntf-ref pic 9(12).
       01 count-edit pic Z(6)9.
       01 min-edit pic Z(6)9.
       01 high-edit pic Z(6)9.
       *> ジョブチェーン実行台帳に載せる処理件数（呼び出し元と共有）
       01 job-step-count pic 9(7) external.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "夜間ジョブの遅延・件数異常の監視".

       move function current-date(1:8) to today.
       compute today-int = function integer-of-date(
           function numval(today)).
       move function current-date(9:4) to hhmm-num.
       perform hhmm-to-minutes.
       compute now-min = today-int * 1440 + calc-min.
       compute window-num = function date-of-integer(today-int - 90).
       move window-num to hist-from.
       compute recent-from-min = now-min - 2880.

       move "notify-userid" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move function numval(run-param-value) to notify-userid
       end-if.

       perform load-sla thru load-sla-exit.
       if sla-count = zero
           display "./dat/job-sla.dat にSLA定義がありません"
           move zero to job-step-count
           goback
       end-if.
       perform load-schedule thru load-schedule-exit.
       perform load-alerted thru load-alerted-exit.
       perform load-running thru load-running-exit.
       perform scan-ledger thru scan-ledger-exit.

       perform varying sla-idx from 1 by 1 until sla-idx > sla-count
           perform check-deadline thru check-deadline-exit
       end-perform.
       perform varying rc-idx from 1 by 1 until rc-idx > recent-count
           perform check-volume thru check-volume-exit
       end-perform.

       display " ".
       display "SLA定義 " sla-count " 件  新たな警告 " alert-written
           " 件".
       move alert-written to job-step-count.
       goback.

load-sla.
       open input sla-file.
       if sla-status not = "00"
           go to load-sla-exit
       end-if.
       perform until sla-status not = "00"
           read sla-file
               not at end
                   if Fsla-program not = spaces
                       and Fsla-start is numeric
                       and Fsla-finish is numeric
                       and sla-count < 50
                       perform add-sla
                   end-if
       end-perform.
       close sla-file.

load-sla-exit.
       exit.

add-sla.
       add 1 to sla-count.
       initialize sla-entry(sla-count).
       move Fsla-chain to sla-chain(sla-count).
       move Fsla-program to sla-program(sla-count).
       move Fsla-start to hhmm-num.
       perform hhmm-to-minutes.
       move calc-min to sla-start-m(sla-count).
       move Fsla-finish to hhmm-num.
       perform hhmm-to-minutes.
       move calc-min to sla-finish-m(sla-count).
       if Fsla-min-count is numeric
           move Fsla-min-count to sla-min-count(sla-count)
       end-if.
       if Fsla-max-count is numeric
           move Fsla-max-count to sla-max-count(sla-count)
       end-if.
       *> チェーン名なしは既定チェーン（毎日実行）とみなす
       if Fsla-chain = spaces
           move 1 to sla-daily(sla-count)
       end-if.

       *> 現在を含む実行枠: 直近の開始予定時刻から完了期限まで
       compute sla-window-start(sla-count) =
           today-int * 1440 + sla-start-m(sla-count).
       if sla-window-start(sla-count) > now-min
           subtract 1440 from sla-window-start(sla-count)
       end-if.
       if sla-finish-m(sla-count) > sla-start-m(sla-count)
           compute duration-min =
               sla-finish-m(sla-count) - sla-start-m(sla-count)
       else
           compute duration-min =
               sla-finish-m(sla-count) + 1440 - sla-start-m(sla-count)
       end-if.
       compute sla-deadline(sla-count) =
           sla-window-start(sla-count) + duration-min.
       compute window-int = sla-window-start(sla-count) / 1440.
       compute window-num = function date-of-integer(window-int).
       move window-num to sla-window-date(sla-count).

load-schedule.
       *> 毎日実行のチェーンだけ「期限までに終わっていない」を判定する
       open input schedule-file.
       if schedule-status not = "00"
           go to load-schedule-exit
       end-if.
       perform until schedule-status not = "00"
           read schedule-file
               not at end
                   if Fsched-rule = "DAILY"
                       perform varying sla-idx from 1 by 1
                           until sla-idx > sla-count
                           if sla-chain(sla-idx) = Fsched-chain
                               move 1 to sla-daily(sla-idx)
                           end-if
                       end-perform
                   end-if
       end-perform.
       close schedule-file.

load-schedule-exit.
       exit.

load-alerted.
       open input alerted-file.
       if alerted-status not = "00"
           go to load-alerted-exit
       end-if.
       perform until alerted-status not = "00"
           read alerted-file
               not at end
                   if Fsal-date >= hist-from
                       and alerted-count < 2000
                       add 1 to alerted-count
                       move Fsal-rec to alerted-key(alerted-count)
                   end-if
       end-perform.
       close alerted-file.

load-alerted-exit.
       exit.

load-running.
       open input running-file.
       if running-status not = "00"
           go to load-running-exit
       end-if.
       read running-file
           not at end
               if rn-program not = spaces
                   move 1 to running-found
                   move rn-chain to running-chain
                   move rn-program to running-program
                   move rn-started to running-started
               end-if
       end-read.
       close running-file.

load-running-exit.
       exit.

scan-ledger.
       open input ledger-file.
       if ledger-status not = "00"
           go to scan-ledger-exit
       end-if.
       perform until ledger-status not = "00"
           read ledger-file
               not at end
                   if lg-step not = zero
                       perform tally-ledger-row
                   end-if
       end-perform.
       close ledger-file.

scan-ledger-exit.
       exit.

tally-ledger-row.
       move lg-ended to stamp-14.
       perform stamp-to-minutes.
       perform varying sla-idx from 1 by 1 until sla-idx > sla-count
           if sla-program(sla-idx) = lg-program
               if stamp-min > sla-last-end(sla-idx)
                   move stamp-min to sla-last-end(sla-idx)
               end-if
               if lg-outcome = "OK"
                   and lg-run-id(1:8) >= hist-from
                   add lg-count to sla-hist-sum(sla-idx)
                   add 1 to sla-hist-n(sla-idx)
                   if stamp-min >= recent-from-min
                       and recent-count < 200
                       add 1 to recent-count
                       set rc-sla(recent-count) to sla-idx
                       move lg-run-id to rc-run-id(recent-count)
                       move lg-step to rc-step(recent-count)
                       move lg-count to rc-count(recent-count)
                   end-if
               end-if
           end-if
       end-perform.

check-deadline.
       if now-min <= sla-deadline(sla-idx)
           go to check-deadline-exit
       end-if.
       compute late-min = now-min - sla-deadline(sla-idx).
       move late-min to min-edit.
       move sla-chain(sla-idx) to alert-chain.
       move sla-window-date(sla-idx) to new-date.
       move sla-program(sla-idx) to new-program.
       move spaces to new-ref.
       move sla-window-date(sla-idx) to new-ref.

       *> 期限を過ぎてもまだ実行中
       if running-found = 1
           and running-program = sla-program(sla-idx)
           and running-chain = sla-chain(sla-idx)
           move "LATE" to new-kind
           move spaces to alert-message-ws
           string "job step still running past SLA deadline: "
                   delimited by size
               function trim(sla-program(sla-idx)) delimited by size
               " started " delimited by size
               running-started delimited by size
               " late(min) " delimited by size
               function trim(min-edit) delimited by size
               into alert-message-ws
           end-string
           perform raise-alert thru raise-alert-exit
           go to check-deadline-exit
       end-if.

       *> 期限を過ぎてから終わった
       if sla-last-end(sla-idx) > sla-deadline(sla-idx)
           compute late-min =
               sla-last-end(sla-idx) - sla-deadline(sla-idx)
           move late-min to min-edit
           move "OVER" to new-kind
           move spaces to alert-message-ws
           string "job step finished after SLA deadline: "
                   delimited by size
               function trim(sla-program(sla-idx)) delimited by size
               " late(min) " delimited by size
               function trim(min-edit) delimited by size
               into alert-message-ws
           end-string
           perform raise-alert thru raise-alert-exit
           go to check-deadline-exit
       end-if.

       *> 毎日実行のステップが、この実行枠で一度も終わっていない
       if sla-daily(sla-idx) = 1
           and sla-last-end(sla-idx) < sla-window-start(sla-idx)
           move "MISS" to new-kind
           move spaces to alert-message-ws
           string "job step not completed by SLA deadline: "
                   delimited by size
               function trim(sla-program(sla-idx)) delimited by size
               " window " delimited by size
               sla-window-date(sla-idx) delimited by size
               " overdue(min) " delimited by size
               function trim(min-edit) delimited by size
               into alert-message-ws
           end-string
           perform raise-alert thru raise-alert-exit
       end-if.

check-deadline-exit.
       exit.

check-volume.
       set sla-idx to rc-sla(rc-idx).
       if sla-max-count(sla-idx) > zero
           move sla-min-count(sla-idx) to usual-low
           move sla-max-count(sla-idx) to usual-high
       else
           *> 範囲の定義がなければ、当該走行を除く過去90日の平均の半分〜倍
           compute other-n = sla-hist-n(sla-idx) - 1
           compute other-sum = sla-hist-sum(sla-idx) - rc-count(rc-idx)
           if other-n < 5
               go to check-volume-exit
           end-if
           compute hist-avg = other-sum / other-n
           compute usual-low = hist-avg / 2
           compute usual-high = hist-avg * 2
       end-if.
       if rc-count(rc-idx) >= usual-low
           and rc-count(rc-idx) <= usual-high
           go to check-volume-exit
       end-if.

       move sla-chain(sla-idx) to alert-chain.
       move rc-run-id(rc-idx)(1:8) to new-date.
       move "VOL " to new-kind.
       move sla-program(sla-idx) to new-program.
       move spaces to new-ref.
       move rc-run-id(rc-idx) to new-ref(1:14).
       move rc-step(rc-idx) to new-ref(15:2).
       move rc-count(rc-idx) to count-edit.
       move usual-low to min-edit.
       move usual-high to high-edit.
       move spaces to alert-message-ws.
       string "job step record count outside usual range: "
               delimited by size
           function trim(sla-program(sla-idx)) delimited by size
           " count " delimited by size
           function trim(count-edit) delimited by size
           " usual " delimited by size
           function trim(min-edit) delimited by size
           "-" delimited by size
           function trim(high-edit) delimited by size
           " run " delimited by size
           rc-run-id(rc-idx) delimited by size
           into alert-message-ws
       end-string.
       perform raise-alert thru raise-alert-exit.

check-volume-exit.
       exit.

raise-alert.
       move zero to already-alerted.
       perform varying al-idx from 1 by 1 until al-idx > alerted-count
           if alerted-key(al-idx) = new-key
               move 1 to already-alerted
           end-if
       end-perform.
       if already-alerted = 1
           go to raise-alert-exit
       end-if.

       display "  警告: " function trim(alert-message-ws).

       *> 運用コンソール（kintai-security-console）と朝の運用ダイジェストが
       *> 拾えるようセキュリティアラート台帳に残す
       open extend security-alert-file.
       if alert-status not = "00"
           open output security-alert-file
       end-if.
       move function current-date to Falert-timestamp.
       if alert-chain = spaces
           move "job-chain" to Falert-username
       else
           move alert-chain to Falert-username
       end-if.
       move "job-sla-watch" to Falert-source.
       move alert-message-ws to Falert-message.
       write Falert-rec.
       close security-alert-file.

       if notify-userid not = zero
           move new-date to ntf-ref
           perform write-notification
       end-if.

       open extend alerted-file.
       if alerted-status not = "00"
           open output alerted-file
       end-if.
       move new-key to Fsal-rec.
       write Fsal-rec.
       close alerted-file.
       if alerted-count < 2000
           add 1 to alerted-count
           move new-key to alerted-key(alerted-count)
       end-if.
       add 1 to alert-written.

raise-alert-exit.
       exit.

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
       move notify-userid to Fntf-recipient.
       move "job-sla" to Fntf-event.
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

hhmm-to-minutes.
       compute calc-min =
           function integer-part(hhmm-num / 100) * 60
           + function mod(hhmm-num, 100).

stamp-to-minutes.
       *> YYYYMMDDhhmmss を通算分に直す
       if stamp-14(1:12) is not numeric
           move zero to stamp-min
       else
           move stamp-14(9:4) to hhmm-num
           perform hhmm-to-minutes
           compute stamp-min = function integer-of-date(
               function numval(stamp-14(1:8))) * 1440 + calc-min
       end-if.

lookup-run-param.
       move zero to run-param-found.
       move spaces to run-param-value.
       open input run-param-file.
       if run-param-status not = "00"
           go to lookup-run-param-exit
       end-if.
       move "kintai-job-sla-watch" to Frp-program.
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
