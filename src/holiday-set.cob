identification division.
program-id. kintai-holiday-set.

environment division.
input-output section.
       file-control.
           select user-file assign to "./dat/user.dat"
               organization indexed
               access mode sequential
               record key is Fuserid
               status user-status.
           select permission-file assign to "./dat/permission.dat"
               organization indexed
               access mode dynamic
               record key is Fperm-key
               status permission-status.
           select pswd-meta-file assign to "./dat/pswd-meta.dat"
               organization indexed
               access mode dynamic
               record key is Fpm-userid
               status pswd-meta-status.
           select holiday-file assign to "./dat/holiday.dat"
               organization relative
               access mode sequential
               relative key holiday-key
               status holiday-status.
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
           select log-file assign to "./dat/log.dat"
               organization line sequential.
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
       fd permission-file.
           01 Fperm-rec.
               03 Fperm-key.
                   05 Fperm-function pic X(20).
                   05 Fperm-roll pic 9(2).
               03 Fperm-allowed pic X.
       fd pswd-meta-file.
           01 Fpm-rec.
               03 Fpm-userid pic 9(7).
               03 Fpm-changed-date pic X(8).
               03 Fpm-temp-flag pic X.
       fd holiday-file.
           01 Fholiday-rec.
               03 Fholiday-date pic X(8).
               03 Fholiday-name pic N(20).
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
       fd log-file.
           01 log-rec.
               03 log-timestamp pic X(21).
               03 log-comments pic X(128).
working-storage section.
       01 user-status pic XX.
       01 auth-rec.
           03 auth-username pic X(64).
           03 auth-password pic X(20).
           03 miss-count pic 9 value 0.
       01 auth-password-hash pic X(20).
       *> 権限マトリクス照合用
       01 permission-status pic XX.
       01 perm-function pic X(20).
       01 perm-decided pic 9.
       01 perm-allowed pic 9.
       01 matrix-has-function pic 9.
       01 authority-ok pic 9.
       *> パスワード有効期限ゲート用
       01 pswd-meta-status pic XX.
       01 pswd-age-days pic s9(5).
       01 holiday-key pic 99.
       01 holiday-status pic XX.
       01 mode-choice pic 9.
       01 new-date pic X(8).
       01 date-check-num pic 9(8).
       01 new-name pic N(20).
       01 holiday-found pic 9.
       01 list-count pic 9(3).
       01 log-action pic X(60).
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
       display "勤怠管理システム".
       display "休日マスタ管理モード".
       display "（会社休日・祝日の追加と削除を申請します。別の承認者の承認後に holiday.dat へ反映されます）".

authenticate-username.
       display "ユーザ認証を行います".
       display "ユーザ名を入力してください".
       accept auth-username.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if auth-username = Fusername
                       move "holiday-set" to perm-function
                       perform check-authority
                       if authority-ok = 1
                           close user-file
                           go to authenticate-password
                       else
                           close user-file
                           display "権限がありません（権限マトリクスまたは役職で拒否されました）"
                           go to authenticate-username
                       end-if
                   end-if
       end-perform.
       close user-file.

       display "ユーザが見つかりません".
       display "もう一度入力してください".
       go to authenticate-username.

authenticate-password.
       display "パスワードを入力してください".
       accept auth-password.

       call "SHA1" using
           by reference auth-password
           by value function length(function trim(auth-password))
           by reference auth-password-hash
           on exception
               display "SHA1ライブラリとのリンクに失敗しました"
               move auth-password to auth-password-hash
       end-call.

       if miss-count >= 3 then
           display "ユーザ認証に3回失敗しました"
           display "プログラムを強制終了します"
           stop run
       end-if.

       if auth-password-hash = Fpswd then
           perform check-pswd-expiry-gate
               thru check-pswd-expiry-gate-exit
           go to exec-accept-target
       end-if.

       display "パスワードの認証に失敗しました".
       display "もう一度入力してください".
       add 1 to miss-count.

       go to authenticate-password.

check-pswd-expiry-gate.
       *> 期限切れ・仮パスワードのままの利用は拒否する。
       *> （変更は kintai-menu から。管理台帳が無い旧ユーザは対象外）
       move Fuserid to Fpm-userid.
       open input pswd-meta-file.
       read pswd-meta-file
           invalid key continue
       end-read.
       close pswd-meta-file.

       if pswd-meta-status not = "00"
           go to check-pswd-expiry-gate-exit
       end-if.

       if Fpm-temp-flag = "Y"
           display "仮パスワードのままです"
           display "kintai-menu でパスワードを変更してから利用してください"
           goback
       end-if.

       compute pswd-age-days =
           function integer-of-date(
               function numval(function current-date(1:8)))
           - function integer-of-date(
               function numval(Fpm-changed-date)).
       if pswd-age-days > 90
           display "パスワードの有効期限が切れています"
           display "kintai-menu でパスワードを変更してから利用してください"
           goback
       end-if.

check-pswd-expiry-gate-exit.
       exit.

check-authority.
       *> 権限マトリクス（permission.dat）を優先し、対象機能の行が
       *> 1件もなければ従来の役職判定にフォールバックする
       perform check-permission thru check-permission-exit.
       if perm-decided = 1
           move perm-allowed to authority-ok
       else
           if Froll = 2 or Froll = 5 or Froll = 6
               move 1 to authority-ok
           else
               move zero to authority-ok
           end-if
       end-if.

check-permission.
       move zero to perm-decided.
       move zero to perm-allowed.
       move zero to matrix-has-function.

       open input permission-file.
       if permission-status not = "00"
           go to check-permission-exit
       end-if.

       move perm-function to Fperm-function.
       move Froll to Fperm-roll.
       read permission-file
           invalid key continue
       end-read.
       if permission-status = "00"
           move 1 to perm-decided
           if Fperm-allowed = "Y"
               move 1 to perm-allowed
           end-if
           close permission-file
           go to check-permission-exit
       end-if.

       *> 対象機能の行が1件でもあれば、未登録の役職は拒否とする
       move perm-function to Fperm-function.
       move zero to Fperm-roll.
       start permission-file key >= Fperm-key
           invalid key continue
       end-start.
       perform until permission-status not = "00"
           read permission-file next record
               at end continue
               not at end
                   if Fperm-function = perm-function
                       move 1 to matrix-has-function
                   end-if
       end-perform.
       close permission-file.

       if matrix-has-function = 1
           move 1 to perm-decided
       end-if.

check-permission-exit.
       exit.

exec-accept-target.
       move Fuserid to maker-userid.

exec-accept-mode.
       display "処理を選択してください".
       display "  [1] 休日の一覧  [2] 休日の追加  [3] 休日の削除".
       accept mode-choice.
       evaluate mode-choice
       when 1
           go to exec-list
       when 2
           go to exec-accept-add
       when 3
           go to exec-accept-delete
       when other
           display "1から3で入力してください"
           go to exec-accept-mode
       end-evaluate.

exec-list.
       move zero to list-count.
       open input holiday-file.
       perform until holiday-status not = "00"
           read holiday-file
               not at end
                   add 1 to list-count
                   display "  " Fholiday-date "  " Fholiday-name
       end-perform.
       close holiday-file.
       display "休日 " list-count " 件".
       stop run.

exec-accept-add.
       display "追加する休日を入力してください (例: 20270101)".
       perform accept-holiday-date thru accept-holiday-date-exit.
       if date-check-num = zero
           go to exec-accept-add
       end-if.
       perform find-holiday.
       if holiday-found = 1
           display "すでに登録されています"
           stop run
       end-if.
       display "休日の名称を入力してください (例: 元日)".
       move spaces to new-name.
       accept new-name.

       move new-date to Fholiday-date.
       move new-name to Fholiday-name.
       move spaces to pc-before-ws.
       move Fholiday-rec to pc-after-ws.
       move "ADD" to pc-action-ws.
       move "休日の追加" to pc-summary-ws.
       perform propose-holiday.
       move spaces to log-action.
       string "propose holiday add " delimited by size
           new-date delimited by size
           into log-action
       end-string.
       go to exec-write-log.

exec-accept-delete.
       display "削除する休日を入力してください (例: 20270101)".
       perform accept-holiday-date thru accept-holiday-date-exit.
       if date-check-num = zero
           go to exec-accept-delete
       end-if.
       perform find-holiday.
       if holiday-found = zero
           display "登録されていない日付です"
           stop run
       end-if.

       move Fholiday-rec to pc-before-ws.
       move spaces to pc-after-ws.
       move "DEL" to pc-action-ws.
       move "休日の削除" to pc-summary-ws.
       perform propose-holiday.
       move spaces to log-action.
       string "propose holiday delete " delimited by size
           new-date delimited by size
           into log-action
       end-string.
       go to exec-write-log.

exec-write-log.
       open extend log-file.
       move function current-date to log-timestamp.
       move spaces to log-comments.
       string
           "[INFO] " delimited by size
           function trim(auth-username) delimited by size
           " " delimited by size
           function trim(log-action) delimited by size
           into log-comments
       end-string.
       write log-rec.
       close log-file.

       stop run.

accept-holiday-date.
       move spaces to new-date.
       accept new-date.
       move zero to date-check-num.
       if new-date is not numeric
           display "日付が正しくありません"
           go to accept-holiday-date-exit
       end-if.
       move new-date to date-check-num.
       if function test-date-yyyymmdd(date-check-num) not = zero
           display "日付が正しくありません"
           move zero to date-check-num
       end-if.

accept-holiday-date-exit.
       exit.

find-holiday.
       move zero to holiday-found.
       open input holiday-file.
       perform until holiday-status not = "00" or holiday-found = 1
           read holiday-file
               not at end
                   if Fholiday-date = new-date
                       move 1 to holiday-found
                   end-if
       end-perform.
       close holiday-file.

propose-holiday.
       *> 承認されたときに holiday.dat へ反映される
       move "kintai-holiday-set" to pc-program-ws.
       move "holiday-set" to pc-function-ws.
       move "holiday" to pc-file-ws.
       move spaces to pc-key-ws.
       string "休日 " delimited by size
           new-date delimited by size
           into pc-key-ws
       end-string.
       move new-date to pc-effective-ws.
       move spaces to pc-note-ws.
       perform write-pending-change.

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
