               access mode sequential
               relative key commute-key
               status commute-status.
           select pending-change-file assign to "./dat/pending-change.dat"
               organization indexed
               access mode dynamic
               record key is Fpc-id
               status pending-change-status.
           select pending-change-seq-file
               assign to "./dat/pending-change-seq.dat"
               organization relative
               access mode dynamic
               relative key pc-seq-key
               status pc-seq-status.
data division.
file section.
       fd user-file.
               03 Fcom-taxable pic 9(6)v99.
               03 Fcom-nontaxable pic 9(6)v99.
               03 Fcom-effective-from pic X(8).
       fd pending-change-file.
           01 Fpc-rec.
               03 Fpc-id pic 9(7).
               03 Fpc-program pic X(30).
               03 Fpc-function pic X(20).
               03 Fpc-file pic X(12).
               03 Fpc-action pic X(3).
               03 Fpc-key pic X(40).
               03 Fpc-summary pic X(80).
               03 Fpc-before pic X(700).
               03 Fpc-after pic X(700).
               03 Fpc-effective-date pic X(8).
               03 Fpc-note pic X(64).
               03 Fpc-maker pic 9(7).
               03 Fpc-made-at pic X(21).
               03 Fpc-status pic X.
               03 Fpc-checker pic 9(7).
               03 Fpc-checked-at pic X(21).
               03 Fpc-reject-reason pic X(64).
       fd pending-change-seq-file.
           01 Fpcseq-rec.
               03 Fpcseq-value pic 9(7).
working-storage section.
       01 commute-key pic 9(5).
       01 commute-status pic XX.
       *> パスワード有効期限ゲート用
       01 pswd-meta-status pic XX.
       01 pswd-age-days pic s9(5).
       *> マスタ変更は承認待ち（pending-change.dat）に登録し、
       *> 別の承認者の承認で反映する
       01 pending-change-status pic XX.
       01 pc-seq-status pic XX.
       01 pc-seq-key pic 9(7) value 1.
       01 maker-userid pic 9(7).
       01 pc-program-ws pic X(30).
       01 pc-function-ws pic X(20).
       01 pc-file-ws pic X(12).
       01 pc-action-ws pic X(3).
       01 pc-key-ws pic X(40).
       01 pc-summary-ws pic X(80).
       01 pc-before-ws pic X(700).
       01 pc-after-ws pic X(700).
       01 pc-effective-ws pic X(8).
       01 pc-note-ws pic X(64).
       01 pc-amount-edit pic Z(7)9.99.

procedure division.
main-procedure.
       end-if.

       if auth-password-hash = Fpswd then
           move Fuserid to maker-userid
           perform check-pswd-expiry-gate
               thru check-pswd-expiry-gate-exit
           go to exec-accept-target
       move new-nontaxable to Fcom-nontaxable.
       move new-effective-from to Fcom-effective-from.

       *> 承認されたときに追記される
       move "kintai-commute-set" to pc-program-ws.
       move "commute-set" to pc-function-ws.
       move "commute" to pc-file-ws.
       move "ADD" to pc-action-ws.
       move spaces to pc-key-ws.
       string "userid " delimited by size
           target-userid delimited by size
           into pc-key-ws
       end-string.
       move new-amount to pc-amount-edit.
       move spaces to pc-summary-ws.
       string "通勤手当 月額 " delimited by size
           function trim(pc-amount-edit) delimited by size
           "  適用開始 " delimited by size
           new-effective-from delimited by size
           into pc-summary-ws
       end-string.
       move spaces to pc-before-ws.
       move Fcom-rec to pc-after-ws.
       move new-effective-from to pc-effective-ws.
       move spaces to pc-note-ws.
       perform write-pending-change.

       display "通勤手当を申請しました（userid " target-userid
           "  " new-effective-from " から 月額 " new-amount "）".
       stop run.

write-pending-change.
       move 1 to pc-seq-key.
       open i-o pending-change-seq-file.
       if pc-seq-status not = "00"
           open output pending-change-seq-file
           close pending-change-seq-file
           open i-o pending-change-seq-file
       end-if.
       read pending-change-seq-file
           invalid key
               move zero to Fpcseq-value
               write Fpcseq-rec
       end-read.
       add 1 to Fpcseq-value.
       rewrite Fpcseq-rec.
       close pending-change-seq-file.

       initialize Fpc-rec.
       move Fpcseq-value to Fpc-id.
       move pc-program-ws to Fpc-program.
       move pc-function-ws to Fpc-function.
       move pc-file-ws to Fpc-file.
       move pc-action-ws to Fpc-action.
       move pc-key-ws to Fpc-key.
       move pc-summary-ws to Fpc-summary.
       move pc-before-ws to Fpc-before.
       move pc-after-ws to Fpc-after.
       move pc-effective-ws to Fpc-effective-date.
       move pc-note-ws to Fpc-note.
       move maker-userid to Fpc-maker.
       move function current-date to Fpc-made-at.
       move "P" to Fpc-status.
       move spaces to Fpc-checked-at.
       move spaces to Fpc-reject-reason.

       open i-o pending-change-file.
       if pending-change-status not = "00"
           open output pending-change-file
           close pending-change-file
           open i-o pending-change-file
       end-if.
       write Fpc-rec
           invalid key
               display "承認待ちの変更の登録に失敗しました"
       end-write.
       close pending-change-file.

       display "変更を承認待ちとして登録しました（番号 " Fpc-id "）".
       display "別の承認者が kintai-approval-inbox から承認するとマスタに反映されます".
