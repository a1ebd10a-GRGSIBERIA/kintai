identification division.
program-id. kintai-emp-status-set.

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
           select emp-status-file assign to "./dat/emp-status.dat"
               organization indexed
               access mode dynamic
               record key is Fes-key
               status emp-status-status.
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
       fd emp-status-file.
           01 Fes-rec.
               03 Fes-key.
                   05 Fes-userid pic 9(7).
                   05 Fes-from pic X(8).
               03 Fes-type pic 9.
               03 Fes-to pic X(8).
               03 Fes-expected-return pic X(8).
               03 Fes-returned-date pic X(8).
               03 Fes-approver pic 9(7).
               03 Fes-registered-at pic X(21).
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
       01 emp-status-status pic XX.
       01 registrar-userid pic 9(7).
       01 target-userid pic 9(7).
       01 target-found pic 9.
       01 period-found pic 9.
       01 new-from pic X(8).
       01 new-type pic 9.
       01 new-to pic X(8).
       01 new-expected-return pic X(8).
       01 new-returned-date pic X(8).
       01 input-date pic X(8).
       *> 期間の種別
       01 status-kind pic 9.
           88 status-sick value 1.
           88 status-maternity value 2.
           88 status-childcare value 3.
           88 status-nursing value 4.
       01 status-label pic X(24).

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "休職・休業期間登録モード".
       display "（私傷病休職・産前産後休業・育児休業・介護休業の期間と復職日を登録します）".

authenticate-username.
       display "ユーザ認証を行います".
       display "ユーザ名を入力してください".
       accept auth-username.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if auth-username = Fusername
                       move "emp-status-set" to perm-function
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
       move Fuserid to registrar-userid.

exec-accept-userid.
       display "対象の従業員IDを入力してください".
       accept target-userid.

       move zero to target-found.
       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if Fuserid = target-userid
                       move 1 to target-found
                   end-if
       end-perform.
       close user-file.

       if target-found = zero then
           display "指定された従業員が見つかりません"
           go to exec-accept-userid
       end-if.

       display "現在の登録内容:".
       open input emp-status-file.
       if emp-status-status = "00"
           move target-userid to Fes-userid
           move low-values to Fes-from
           start emp-status-file key >= Fes-key
               invalid key move "10" to emp-status-status
           end-start
           perform until emp-status-status not = "00"
               read emp-status-file next record
                   at end move "10" to emp-status-status
                   not at end
                       if Fes-userid not = target-userid
                           move "10" to emp-status-status
                       else
                           move Fes-type to status-kind
                           perform set-status-label
                           display "  " Fes-from "〜" Fes-to "  "
                               function trim(status-label)
                               "  復職予定 " Fes-expected-return
                               "  復職日 " Fes-returned-date
                       end-if
               end-read
           end-perform
           close emp-status-file
       end-if.

exec-accept-from.
       display "期間の開始日を入力してください (例: 20261101)".
       display "（登録済みの期間を変更・復職日を記録する場合はその開始日）".
       accept new-from.
       if function length(function trim(new-from)) not = 8 then
           display "書式に沿って入力してください"
           go to exec-accept-from
       end-if.

       move zero to period-found.
       open input emp-status-file.
       if emp-status-status = "00"
           move target-userid to Fes-userid
           move new-from to Fes-from
           read emp-status-file
               invalid key continue
           end-read
           if emp-status-status = "00"
               move 1 to period-found
           end-if
           close emp-status-file
       end-if.

       if period-found = 1
           go to exec-accept-change
       end-if.

exec-accept-values.
       display "種別を入力してください".
       display "  1: 私傷病休職  2: 産前産後休業  3: 育児休業  4: 介護休業".
       accept new-type.
       move new-type to status-kind.
       if not status-sick and not status-maternity
           and not status-childcare and not status-nursing then
           display "1から4で入力してください"
           go to exec-accept-values
       end-if.

       display "期間の終了日を入力してください（未定は空欄）".
       move spaces to new-to.
       accept new-to.
       if new-to not = spaces
           and new-to < new-from then
           display "終了日は開始日以降で入力してください"
           go to exec-accept-values
       end-if.

       display "復職予定日を入力してください（未定は空欄）".
       move spaces to new-expected-return.
       accept new-expected-return.

       move spaces to new-returned-date.
       go to exec-write.

exec-accept-change.
       move Fes-type to new-type.
       move Fes-to to new-to.
       move Fes-expected-return to new-expected-return.
       move Fes-returned-date to new-returned-date.
       move Fes-type to status-kind.
       perform set-status-label.
       display "登録済みの期間: " new-from "〜" new-to "  "
           function trim(status-label).
       display "変更しない項目は空欄のまま入力してください".

       display "期間の終了日 (現在: " new-to ")".
       move spaces to input-date.
       accept input-date.
       if input-date not = spaces
           if input-date < new-from then
               display "終了日は開始日以降で入力してください"
               go to exec-accept-change
           end-if
           move input-date to new-to
       end-if.

       display "復職予定日 (現在: " new-expected-return ")".
       move spaces to input-date.
       accept input-date.
       if input-date not = spaces
           move input-date to new-expected-return
       end-if.

       display "復職日（実際に復職した日） (現在: " new-returned-date ")".
       move spaces to input-date.
       accept input-date.
       if input-date not = spaces
           if input-date < new-from then
               display "復職日は開始日以降で入力してください"
               go to exec-accept-change
           end-if
           move input-date to new-returned-date
       end-if.

exec-write.
       move target-userid to Fes-userid.
       move new-from to Fes-from.
       move new-type to Fes-type.
       move new-to to Fes-to.
       move new-expected-return to Fes-expected-return.
       move new-returned-date to Fes-returned-date.
       move registrar-userid to Fes-approver.
       move function current-date to Fes-registered-at.

       open i-o emp-status-file.
       if emp-status-status not = "00"
           open output emp-status-file
           close emp-status-file
           open i-o emp-status-file
       end-if.
       write Fes-rec
           invalid key
               rewrite Fes-rec
                   invalid key
                       display "登録に失敗しました"
                       close emp-status-file
                       stop run
               end-rewrite
       end-write.
       close emp-status-file.

       move new-type to status-kind.
       perform set-status-label.
       display "userid " target-userid " の" function trim(status-label)
           "期間を登録しました（" new-from " から）".

       open extend log-file.
       move function current-date to log-timestamp.
       move spaces to log-comments.
       string
           "[INFO] " delimited by size
           function trim(auth-username) delimited by size
           " set employment status " delimited by size
           new-type delimited by size
           " for userid " delimited by size
           target-userid delimited by size
           " from " delimited by size
           new-from delimited by size
           " returned " delimited by size
           new-returned-date delimited by size
           into log-comments
       end-string.
       write log-rec.
       close log-file.

       stop run.

set-status-label.
       evaluate true
       when status-sick
           move "私傷病休職" to status-label
       when status-maternity
           move "産前産後休業" to status-label
       when status-childcare
           move "育児休業" to status-label
       when status-nursing
           move "介護休業" to status-label
       when other
           move "不明" to status-label
       end-evaluate.
