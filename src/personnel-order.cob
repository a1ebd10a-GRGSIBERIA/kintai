identification division.
program-id. kintai-personnel-order.

environment division.
input-output section.
       file-control.
           select run-param-file assign to "./dat/run-param.dat"
               organization indexed
               access mode dynamic
               record key is Frp-key
               status run-param-status.
           select user-file assign to "./dat/user.dat"
               organization indexed
               access mode dynamic
               record key is Fuserid
               status user-status.
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
           select emptype-file assign to "./dat/employment-type.dat"
               organization relative
               access mode sequential
               relative key emptype-key
               status emptype-status.
           select transfer-file assign to "./dat/transfer.dat"
               organization indexed
               access mode sequential
               record key is Ftr-id
               status transfer-status.
           select role-history-file assign to "./dat/role-history.dat"
               organization line sequential
               status role-history-status.
           select emptype-history-file
               assign to "./dat/emptype-history.dat"
               organization line sequential
               status emptype-hist-status.
           select pay-assign-file assign to "./dat/pay-assign.dat"
               organization indexed
               access mode dynamic
               record key is Fpa-key
               status pay-assign-status.
           select order-file assign to "./dat/personnel-order.dat"
               organization indexed
               access mode dynamic
               record key is Fpo-source
               status order-status.
           select order-seq-file assign to "./dat/personnel-order-seq.dat"
               organization relative
               access mode dynamic
               relative key order-seq-key
               status order-seq-status.
           select doc-file assign using doc-name
               organization line sequential
               status doc-status.
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
       fd run-param-file.
           01 Frp-rec.
               03 Frp-key.
                   05 Frp-program pic X(30).
                   05 Frp-param pic X(20).
               03 Frp-value pic X(30).
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
       fd roll-file.
           01 Froll-rec.
               03 Froll-id pic 9(2).
               03 Froll-name pic N(10).
               03 Froll-active pic X.
               03 Froll-manager pic X.
       fd emptype-file.
           01 Femptype-rec.
               03 Femptype-id pic 9(2).
               03 Femptype-name pic N(10).
       fd transfer-file.
           01 Ftr-rec.
               03 Ftr-id pic 9(7).
               03 Ftr-userid pic 9(7).
               03 Ftr-from-dept pic 9(2).
               03 Ftr-to-dept pic 9(2).
               03 Ftr-effective-date pic X(8).
               03 Ftr-applied pic X.
       fd role-history-file.
           01 Frh-rec.
               03 Frh-userid pic 9(7).
               03 Frh-old-roll pic 9(2).
               03 Frh-new-roll pic 9(2).
               03 Frh-approver pic X(64).
               03 Frh-effective-date pic X(8).
               03 Frh-second-approver pic X(64).
       fd emptype-history-file.
           01 Feh-rec.
               03 Feh-userid pic 9(7).
               03 Feh-old-emptype pic 9(2).
               03 Feh-new-emptype pic 9(2).
               03 Feh-approver pic X(64).
               03 Feh-effective-date pic X(8).
       fd pay-assign-file.
           01 Fpa-rec.
               03 Fpa-key.
                   05 Fpa-userid pic 9(7).
                   05 Fpa-effective-from pic X(8).
               03 Fpa-grade pic 9(2).
               03 Fpa-step pic 9(3).
               03 Fpa-approver pic 9(7).
               03 Fpa-registered-at pic X(21).
       *> 辞令の発令台帳（発生元のキーで重複発令を防ぎ、再発行にも使う）
       fd order-file.
           01 Fpo-rec.
               03 Fpo-source pic X(30).
               03 Fpo-order-no pic 9(7).
               03 Fpo-kind pic X.
               03 Fpo-userid pic 9(7).
               03 Fpo-effective-date pic X(8).
               03 Fpo-old-dept pic 9(2).
               03 Fpo-new-dept pic 9(2).
               03 Fpo-old-roll pic 9(2).
               03 Fpo-new-roll pic 9(2).
               03 Fpo-old-emptype pic 9(2).
               03 Fpo-new-emptype pic 9(2).
               03 Fpo-old-grade pic 9(2).
               03 Fpo-old-step pic 9(3).
               03 Fpo-new-grade pic 9(2).
               03 Fpo-new-step pic 9(3).
               03 Fpo-approver pic X(64).
               03 Fpo-issued-at pic X(21).
               03 Fpo-reprint-count pic 9(3).
       fd order-seq-file.
           01 Fposeq-rec.
               03 Fposeq-value pic 9(7).
       fd doc-file.
           01 doc-line pic X(160).
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
       01 dept-key pic 99.
       01 roll-key pic 99.
       01 emptype-key pic 99.
       01 order-seq-key pic 9 value 1.
       01 ntf-seq-key pic 9(7) value 1.
       01 status-rec.
           03 run-param-status pic XX.
           03 user-status pic XX.
           03 dept-status pic XX.
           03 roll-status pic XX.
           03 emptype-status pic XX.
           03 transfer-status pic XX.
           03 role-history-status pic XX.
           03 emptype-hist-status pic XX.
           03 pay-assign-status pic XX.
           03 order-status pic XX.
           03 order-seq-status pic XX.
           03 doc-status pic XX.
           03 notify-status pic XX.
           03 ntf-seq-status pic XX.
       *> 無人実行用の実行パラメータ（run-param.dat）
       01 run-param-name pic X(20).
       01 run-param-found pic 9.
       01 run-param-value pic X(30).
       *> ジョブチェーン実行台帳に載せる処理件数（呼び出し元と共有）
       01 job-step-count pic 9(7) external.
       01 today pic X(8).
       01 from-date pic X(8).
       01 from-int pic 9(8).
       01 date-work-num pic 9(8).
       01 announce-month pic X(6).
       01 reprint-no pic 9(7).
       01 issued-count pic 9(7) value zero.
       01 announce-count pic 9(7) value zero.
       *> 部署名・役職名・雇用形態名（ID + 1 を添字にする）
       01 dept-name-table.
           03 dept-name-ws pic N(20) occurs 100 times.
       01 roll-name-table.
           03 roll-name-ws pic N(10) occurs 100 times.
       01 emptype-name-table.
           03 emptype-name-ws pic N(10) occurs 100 times.
       01 dept-has-order pic 9 occurs 100 times.
       01 dept-idx pic 9(3).
       01 announce-dept pic 9(2).
       *> 発令する異動の内容（発生元ごとに組み立てて issue-order に渡す）
       01 ev-source pic X(30).
       01 ev-kind pic X.
       01 ev-userid pic 9(7).
       01 ev-effective-date pic X(8).
       01 ev-old-dept pic 9(2).
       01 ev-new-dept pic 9(2).
       01 ev-old-roll pic 9(2).
       01 ev-new-roll pic 9(2).
       01 ev-old-emptype pic 9(2).
       01 ev-new-emptype pic 9(2).
       01 ev-old-grade pic 9(2).
       01 ev-old-step pic 9(3).
       01 ev-new-grade pic 9(2).
       01 ev-new-step pic 9(3).
       01 ev-approver pic X(64).
       *> 役職の序列（昇進・降格の判定用）
       01 rank-roll pic 9(2).
       01 rank-value pic 9.
       01 old-rank pic 9.
       01 new-rank pic 9.
       *> 等級号俸の切替前（同一ユーザの直前の割当）
       01 prev-pa-userid pic 9(7).
       01 prev-pa-grade pic 9(2).
       01 prev-pa-step pic 9(3).
       01 order-no pic 9(7).
       01 doc-name pic X(60).
       01 announce-name pic X(60).
       01 reprint-flag pic X.
       01 kind-label pic X(20).
       01 order-body pic X(160).
       01 user-name-ws pic X(80).

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "辞令発行バッチ（異動・昇進・降格・雇用形態変更・等級変更）".
       move zero to job-step-count.
       move function current-date(1:8) to today.

       move "from-date" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1 and run-param-value(1:8) is numeric
           move run-param-value(1:8) to from-date
       else
           *> 発効日が90日より前の履歴は辞令の対象にしない（導入前の履歴を除く）
           compute from-int =
               function integer-of-date(function numval(today)) - 90
           move function date-of-integer(from-int) to date-work-num
           move date-work-num to from-date
       end-if.
       move "month" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1 and run-param-value(1:6) is numeric
           move run-param-value(1:6) to announce-month
       else
           move today(1:6) to announce-month
       end-if.
       move zero to reprint-no.
       move "reprint" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1 and run-param-value(1:7) is numeric
           move run-param-value(1:7) to reprint-no
       end-if.

       perform load-names.

       open i-o order-file.
       if order-status not = "00"
           open output order-file
           close order-file
           open i-o order-file
       end-if.

       if reprint-no not = zero
           perform reprint-order thru reprint-order-exit
           close order-file
           goback
       end-if.

       open input user-file.
       perform issue-transfers thru issue-transfers-exit.
       perform issue-role-changes thru issue-role-changes-exit.
       perform issue-emptype-changes thru issue-emptype-changes-exit.
       perform issue-grade-changes thru issue-grade-changes-exit.
       perform write-announcement thru write-announcement-exit.
       close user-file.
       close order-file.

       display "辞令 " issued-count " 件を発行しました".
       display "人事異動のお知らせ（" announce-month "）: "
           announce-count " 件".
       move issued-count to job-step-count.
       goback.

lookup-run-param.
       move zero to run-param-found.
       move spaces to run-param-value.
       open input run-param-file.
       if run-param-status not = "00"
           go to lookup-run-param-exit
       end-if.
       move "kintai-personnel-order" to Frp-program.
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

load-names.
       initialize dept-name-table roll-name-table emptype-name-table.
       open input department-file.
       perform until dept-status not = "00"
           read department-file
               not at end
                   move Fdept-name to dept-name-ws(Fdept-id + 1)
       end-perform.
       close department-file.

       open input roll-file.
       perform until roll-status not = "00"
           read roll-file
               not at end
                   move Froll-name to roll-name-ws(Froll-id + 1)
       end-perform.
       close roll-file.

       open input emptype-file.
       perform until emptype-status not = "00"
           read emptype-file
               not at end
                   move Femptype-name to emptype-name-ws(Femptype-id + 1)
       end-perform.
       close emptype-file.

issue-transfers.
       *> 部署異動の予約（kintai-transfer-set で課長以上が登録したもの）
       open input transfer-file.
       if transfer-status not = "00"
           go to issue-transfers-exit
       end-if.
       perform until transfer-status not = "00"
           read transfer-file next record
               at end move "10" to transfer-status
               not at end
                   move spaces to ev-source
                   string "T" delimited by size
                       Ftr-id delimited by size
                       into ev-source
                   end-string
                   move "T" to ev-kind
                   move Ftr-userid to ev-userid
                   move Ftr-effective-date to ev-effective-date
                   move Ftr-from-dept to ev-old-dept
                   move Ftr-to-dept to ev-new-dept
                   move spaces to ev-approver
                   perform issue-order thru issue-order-exit
           end-read
       end-perform.
       close transfer-file.

issue-transfers-exit.
       exit.

issue-role-changes.
       *> 役職変更の履歴（承認が確定したものだけが書かれる）
       open input role-history-file.
       if role-history-status not = "00"
           go to issue-role-changes-exit
       end-if.
       perform until role-history-status not = "00"
           read role-history-file
               at end move "10" to role-history-status
               not at end
                   if Frh-old-roll not = Frh-new-roll
                       perform build-role-event
                       perform issue-order thru issue-order-exit
                   end-if
           end-read
       end-perform.
       close role-history-file.

issue-role-changes-exit.
       exit.

build-role-event.
       move spaces to ev-source.
       string "R" delimited by size
           Frh-userid delimited by size
           Frh-effective-date delimited by size
           Frh-old-roll delimited by size
           Frh-new-roll delimited by size
           into ev-source
       end-string.
       move Frh-userid to ev-userid.
       move Frh-effective-date to ev-effective-date.
       move Frh-old-roll to ev-old-roll.
       move Frh-new-roll to ev-new-roll.
       move Frh-approver to ev-approver.

       move Frh-old-roll to rank-roll.
       perform roll-rank-of.
       move rank-value to old-rank.
       move Frh-new-roll to rank-roll.
       perform roll-rank-of.
       move rank-value to new-rank.
       evaluate true
       when old-rank = zero or new-rank = zero
       when old-rank = new-rank
           move "C" to ev-kind
       when new-rank > old-rank
           move "P" to ev-kind
       when other
           move "D" to ev-kind
       end-evaluate.

roll-rank-of.
       *> 役員 > 部長 > 課長 > 係長 > 平社員 > 派遣・アルバイト
       evaluate rank-roll
       when 2
           move 6 to rank-value
       when 6
           move 5 to rank-value
       when 5
           move 4 to rank-value
       when 7
           move 3 to rank-value
       when 1
           move 2 to rank-value
       when 3
       when 4
           move 1 to rank-value
       when other
           move zero to rank-value
       end-evaluate.

issue-emptype-changes.
       open input emptype-history-file.
       if emptype-hist-status not = "00"
           go to issue-emptype-changes-exit
       end-if.
       perform until emptype-hist-status not = "00"
           read emptype-history-file
               at end move "10" to emptype-hist-status
               not at end
                   if Feh-old-emptype not = Feh-new-emptype
                       move spaces to ev-source
                       string "E" delimited by size
                           Feh-userid delimited by size
                           Feh-effective-date delimited by size
                           Feh-old-emptype delimited by size
                           Feh-new-emptype delimited by size
                           into ev-source
                       end-string
                       move "E" to ev-kind
                       move Feh-userid to ev-userid
                       move Feh-effective-date to ev-effective-date
                       move Feh-old-emptype to ev-old-emptype
                       move Feh-new-emptype to ev-new-emptype
                       move Feh-approver to ev-approver
                       perform issue-order thru issue-order-exit
                   end-if
           end-read
       end-perform.
       close emptype-history-file.

issue-emptype-changes-exit.
       exit.

issue-grade-changes.
       *> 等級号俸の割当（承認者つき）。同一ユーザの直前の割当を切替前とする
       open input pay-assign-file.
       if pay-assign-status not = "00"
           go to issue-grade-changes-exit
       end-if.
       move zero to prev-pa-userid prev-pa-grade prev-pa-step.
       perform until pay-assign-status not = "00"
           read pay-assign-file next record
               at end move "10" to pay-assign-status
               not at end
                   if Fpa-userid not = prev-pa-userid
                       move zero to prev-pa-grade prev-pa-step
                   end-if
                   if Fpa-approver not = zero
                       and (Fpa-grade not = prev-pa-grade
                           or Fpa-step not = prev-pa-step)
                       move spaces to ev-source
                       string "G" delimited by size
                           Fpa-userid delimited by size
                           Fpa-effective-from delimited by size
                           into ev-source
                       end-string
                       move "G" to ev-kind
                       move Fpa-userid to ev-userid
                       move Fpa-effective-from to ev-effective-date
                       move prev-pa-grade to ev-old-grade
                       move prev-pa-step to ev-old-step
                       move Fpa-grade to ev-new-grade
                       move Fpa-step to ev-new-step
                       move spaces to ev-approver
                       move Fpa-approver to ev-approver(1:7)
                       perform issue-order thru issue-order-exit
                   end-if
                   move Fpa-userid to prev-pa-userid
                   move Fpa-grade to prev-pa-grade
                   move Fpa-step to prev-pa-step
           end-read
       end-perform.
       close pay-assign-file.

issue-grade-changes-exit.
       exit.

issue-order.
       *> 発令済み（台帳にある）・対象期間より前の異動は発令しない
       if ev-effective-date < from-date
           go to issue-order-exit
       end-if.
       move ev-source to Fpo-source.
       read order-file
           invalid key continue
       end-read.
       if order-status = "00"
           go to issue-order-exit
       end-if.

       move ev-userid to Fuserid.
       read user-file
           invalid key
               display "辞令の対象ユーザが見つかりません: " ev-userid
               go to issue-order-exit
       end-read.

       *> 変更の無い項目は現在の所属・役職・雇用形態を新旧同じで載せる
       evaluate ev-kind
       when "T"
           move Froll to ev-old-roll ev-new-roll
           move Femptype to ev-old-emptype ev-new-emptype
           move zero to ev-old-grade ev-old-step ev-new-grade ev-new-step
       when "P"
       when "D"
       when "C"
           move Fdept to ev-old-dept ev-new-dept
           move Femptype to ev-old-emptype ev-new-emptype
           move zero to ev-old-grade ev-old-step ev-new-grade ev-new-step
       when "E"
           move Fdept to ev-old-dept ev-new-dept
           move Froll to ev-old-roll ev-new-roll
           move zero to ev-old-grade ev-old-step ev-new-grade ev-new-step
       when other
           move Fdept to ev-old-dept ev-new-dept
           move Froll to ev-old-roll ev-new-roll
           move Femptype to ev-old-emptype ev-new-emptype
       end-evaluate.

       perform next-order-no.

       move ev-source to Fpo-source.
       move order-no to Fpo-order-no.
       move ev-kind to Fpo-kind.
       move ev-userid to Fpo-userid.
       move ev-effective-date to Fpo-effective-date.
       move ev-old-dept to Fpo-old-dept.
       move ev-new-dept to Fpo-new-dept.
       move ev-old-roll to Fpo-old-roll.
       move ev-new-roll to Fpo-new-roll.
       move ev-old-emptype to Fpo-old-emptype.
       move ev-new-emptype to Fpo-new-emptype.
       move ev-old-grade to Fpo-old-grade.
       move ev-old-step to Fpo-old-step.
       move ev-new-grade to Fpo-new-grade.
       move ev-new-step to Fpo-new-step.
       move ev-approver to Fpo-approver.
       move function current-date to Fpo-issued-at.
       move zero to Fpo-reprint-count.
       write Fpo-rec
           invalid key
               display "発令台帳の登録に失敗しました: " ev-source
               go to issue-order-exit
       end-write.

       move "N" to reprint-flag.
       perform write-order-doc.
       perform write-notification.

       add 1 to issued-count.
       display "辞令 " order-no "  userid " ev-userid "  "
           function trim(kind-label) "  発効 " ev-effective-date.

issue-order-exit.
       exit.

next-order-no.
       move 1 to order-seq-key.
       open i-o order-seq-file.
       if order-seq-status not = "00"
           open output order-seq-file
           move zero to Fposeq-value
           write Fposeq-rec
           close order-seq-file
           open i-o order-seq-file
       end-if.
       read order-seq-file
           invalid key
               move zero to Fposeq-value
               write Fposeq-rec
       end-read.
       add 1 to Fposeq-value.
       rewrite Fposeq-rec.
       close order-seq-file.

       move Fposeq-value to order-no.

reprint-order.
       *> 台帳の内容から辞令を作り直す（発令番号は変えない）
       move low-values to Fpo-source.
       start order-file key >= Fpo-source
           invalid key move "10" to order-status
       end-start.
       perform until order-status not = "00"
           read order-file next record
               at end move "10" to order-status
               not at end
                   if Fpo-order-no = reprint-no
                       move "00" to order-status
                       go to reprint-order-found
                   end-if
           end-read
       end-perform.
       display "発令番号 " reprint-no " は台帳にありません".
       go to reprint-order-exit.

reprint-order-found.
       move Fpo-userid to Fuserid.
       open input user-file.
       read user-file
           invalid key
               move spaces to Flastname Ffirstname
       end-read.
       close user-file.

       add 1 to Fpo-reprint-count.
       rewrite Fpo-rec
           invalid key
               display "発令台帳の更新に失敗しました"
       end-rewrite.

       move Fpo-order-no to order-no.
       move "Y" to reprint-flag.
       perform write-order-doc.
       move 1 to job-step-count.
       display "辞令 " order-no " を再発行しました（"
           Fpo-reprint-count " 回目）".
       display "出力: " function trim(doc-name).

reprint-order-exit.
       exit.

describe-order.
       *> 台帳1件分（Fpo-rec）の辞令の種類と本文
       move spaces to order-body.
       evaluate Fpo-kind
       when "T"
           move "異動" to kind-label
           string function trim(dept-name-ws(Fpo-old-dept + 1))
                   delimited by size
               " から " delimited by size
               function trim(dept-name-ws(Fpo-new-dept + 1))
                   delimited by size
               " への異動を命ずる" delimited by size
               into order-body
           end-string
       when "P"
       when "D"
       when "C"
           evaluate Fpo-kind
           when "P"
               move "昇進" to kind-label
           when "D"
               move "降格" to kind-label
           when other
               move "役職変更" to kind-label
           end-evaluate
           string function trim(dept-name-ws(Fpo-new-dept + 1))
                   delimited by size
               " " delimited by size
               function trim(roll-name-ws(Fpo-new-roll + 1))
                   delimited by size
               " を命ずる（前職 " delimited by size
               function trim(roll-name-ws(Fpo-old-roll + 1))
                   delimited by size
               "）" delimited by size
               into order-body
           end-string
       when "E"
           move "雇用形態変更" to kind-label
           string "雇用形態を " delimited by size
               function trim(emptype-name-ws(Fpo-old-emptype + 1))
                   delimited by size
               " から " delimited by size
               function trim(emptype-name-ws(Fpo-new-emptype + 1))
                   delimited by size
               " に変更する" delimited by size
               into order-body
           end-string
       when other
           move "等級変更" to kind-label
           if Fpo-old-grade = zero and Fpo-old-step = zero
               string Fpo-new-grade delimited by size
                   " 等級 " delimited by size
                   Fpo-new-step delimited by size
                   " 号俸に格付けする" delimited by size
                   into order-body
               end-string
           else
               string Fpo-old-grade delimited by size
                   " 等級 " delimited by size
                   Fpo-old-step delimited by size
                   " 号俸から " delimited by size
                   Fpo-new-grade delimited by size
                   " 等級 " delimited by size
                   Fpo-new-step delimited by size
                   " 号俸に変更する" delimited by size
                   into order-body
               end-string
           end-if
       end-evaluate.

write-order-doc.
       perform describe-order.
       move spaces to doc-name.
       string "./dat/personnel-order-" delimited by size
           Fpo-order-no delimited by size
           ".txt" delimited by size
           into doc-name
       end-string.

       open output doc-file.
       move "辞　　　令" to doc-line.
       write doc-line.
       move spaces to doc-line.
       string "発令番号: " delimited by size
           Fpo-order-no delimited by size
           "  発令日: " delimited by size
           Fpo-issued-at(1:8) delimited by size
           into doc-line
       end-string.
       write doc-line.
       if reprint-flag = "Y"
           move spaces to doc-line
           string "（再発行 " delimited by size
               function current-date(1:8) delimited by size
               "）" delimited by size
               into doc-line
           end-string
           write doc-line
       end-if.
       move " " to doc-line.
       write doc-line.

       move spaces to doc-line.
       string function trim(Flastname) delimited by size
           " " delimited by size
           function trim(Ffirstname) delimited by size
           " 殿（userid " delimited by size
           Fpo-userid delimited by size
           "）" delimited by size
           into doc-line
       end-string.
       write doc-line.
       move " " to doc-line.
       write doc-line.

       move spaces to doc-line.
       string "【" delimited by size
           function trim(kind-label) delimited by size
           "】" delimited by size
           function trim(order-body) delimited by size
           into doc-line
       end-string.
       write doc-line.
       move " " to doc-line.
       write doc-line.

       move spaces to doc-line.
       string "  所属: " delimited by size
           function trim(dept-name-ws(Fpo-old-dept + 1))
               delimited by size
           " → " delimited by size
           function trim(dept-name-ws(Fpo-new-dept + 1))
               delimited by size
           into doc-line
       end-string.
       write doc-line.
       move spaces to doc-line.
       string "  役職: " delimited by size
           function trim(roll-name-ws(Fpo-old-roll + 1))
               delimited by size
           " → " delimited by size
           function trim(roll-name-ws(Fpo-new-roll + 1))
               delimited by size
           into doc-line
       end-string.
       write doc-line.
       move spaces to doc-line.
       string "  雇用形態: " delimited by size
           function trim(emptype-name-ws(Fpo-old-emptype + 1))
               delimited by size
           " → " delimited by size
           function trim(emptype-name-ws(Fpo-new-emptype + 1))
               delimited by size
           into doc-line
       end-string.
       write doc-line.
       move spaces to doc-line.
       string "  発効日: " delimited by size
           Fpo-effective-date delimited by size
           into doc-line
       end-string.
       write doc-line.
       move " " to doc-line.
       write doc-line.
       move "以上" to doc-line.
       write doc-line.
       close doc-file.

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
       move Fpo-userid to Fntf-recipient.
       move "personnel-order" to Fntf-event.
       move Fpo-order-no to Fntf-ref-id.
       move function current-date to Fntf-created-at.
       move "N" to Fntf-delivered.
       move "N" to Fntf-read.

       open i-o notify-file.
       write Fntf-rec
           invalid key
               display "通知の登録に失敗しました"
       end-write.
       close notify-file.

write-announcement.
       *> 対象月に発効する辞令を新しい所属の部署ごとに並べた人事異動のお知らせ
       move spaces to announce-name.
       string "./dat/personnel-announce-" delimited by size
           announce-month delimited by size
           ".txt" delimited by size
           into announce-name
       end-string.
       move announce-name to doc-name.

       perform varying dept-idx from 1 by 1 until dept-idx > 100
           move zero to dept-has-order(dept-idx)
       end-perform.
       move low-values to Fpo-source.
       start order-file key >= Fpo-source
           invalid key move "10" to order-status
       end-start.
       perform until order-status not = "00"
           read order-file next record
               at end move "10" to order-status
               not at end
                   if Fpo-effective-date(1:6) = announce-month
                       move 1 to dept-has-order(Fpo-new-dept + 1)
                   end-if
           end-read
       end-perform.

       open output doc-file.
       move spaces to doc-line.
       string "人事異動のお知らせ（" delimited by size
           announce-month(1:4) delimited by size
           "年" delimited by size
           announce-month(5:2) delimited by size
           "月発効分）" delimited by size
           into doc-line
       end-string.
       write doc-line.
       move spaces to doc-line.
       string "作成日: " delimited by size
           today delimited by size
           into doc-line
       end-string.
       write doc-line.

       perform varying dept-idx from 1 by 1 until dept-idx > 100
           if dept-has-order(dept-idx) = 1
               compute announce-dept = dept-idx - 1
               perform write-announce-dept
           end-if
       end-perform.

       if announce-count = zero
           move " " to doc-line
           write doc-line
           move "  当月発効の人事異動はありません" to doc-line
           write doc-line
       end-if.
       close doc-file.
       display "出力: " function trim(announce-name).

write-announcement-exit.
       exit.

write-announce-dept.
       move " " to doc-line.
       write doc-line.
       move spaces to doc-line.
       string "■ " delimited by size
           function trim(dept-name-ws(announce-dept + 1))
               delimited by size
           into doc-line
       end-string.
       write doc-line.

       move low-values to Fpo-source.
       start order-file key >= Fpo-source
           invalid key move "10" to order-status
       end-start.
       perform until order-status not = "00"
           read order-file next record
               at end move "10" to order-status
               not at end
                   if Fpo-effective-date(1:6) = announce-month
                       and Fpo-new-dept = announce-dept
                       perform write-announce-line
                   end-if
           end-read
       end-perform.

write-announce-line.
       move Fpo-userid to Fuserid.
       read user-file
           invalid key
               move spaces to Flastname Ffirstname
       end-read.
       perform describe-order.
       move spaces to doc-line.
       string "  " delimited by size
           Fpo-effective-date delimited by size
           "  " delimited by size
           function trim(Flastname) delimited by size
           " " delimited by size
           function trim(Ffirstname) delimited by size
           "  【" delimited by size
           function trim(kind-label) delimited by size
           "】" delimited by size
           function trim(order-body) delimited by size
           into doc-line
       end-string.
       write doc-line.
       add 1 to announce-count.
