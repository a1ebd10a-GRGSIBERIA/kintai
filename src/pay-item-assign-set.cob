identification division.
program-id. kintai-pay-item-assign-set.

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
           select pay-item-file assign to "./dat/pay-item.dat"
               organization relative
               access mode sequential
               relative key pay-item-key
               status pay-item-status.
           select pay-item-assign-file assign to "./dat/pay-item-assign.dat"
               organization indexed
               access mode dynamic
               record key is Fpia-key
               status pay-item-assign-status.
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
       fd pay-item-file.
           01 Fpi-rec.
               03 Fpi-code pic 9(3).
               03 Fpi-name pic N(10).
               03 Fpi-kind pic X.
               03 Fpi-taxable pic X.
               03 Fpi-insurance pic X.
               03 Fpi-minwage pic X.
       fd pay-item-assign-file.
           01 Fpia-rec.
               03 Fpia-key.
                   05 Fpia-userid pic 9(7).
                   05 Fpia-code pic 9(3).
                   05 Fpia-effective-from pic X(8).
               03 Fpia-amount pic 9(7).
               03 Fpia-effective-to pic X(8).
               03 Fpia-registered-by pic 9(7).
               03 Fpia-registered-at pic X(21).
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
       01 pay-item-key pic 9(4).
       01 pay-item-status pic XX.
       01 pay-item-assign-status pic XX.
       01 registrar-userid pic 9(7).
       01 target-userid pic 9(7).
       01 target-found pic 9.
       01 new-code pic 9(3).
       01 new-amount pic 9(7).
       01 new-effective-from pic X(8).
       01 new-effective-to pic X(8).
       01 item-ok pic 9.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "従業員別 手当・控除の登録モード（適用開始日・終了日つき）".
       display "（役職手当・住宅手当・社宅家賃・組合費・財形・社内貸付返済など）".

authenticate-username.
       display "ユーザ認証を行います".
       display "ユーザ名を入力してください".
       accept auth-username.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if auth-username = Fusername
                       move "pay-item-assign-set" to perm-function
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
       open input pay-item-assign-file.
       if pay-item-assign-status = "00"
           move target-userid to Fpia-userid
           move zero to Fpia-code
           move low-values to Fpia-effective-from
           start pay-item-assign-file key >= Fpia-key
               invalid key move "10" to pay-item-assign-status
           end-start
           perform until pay-item-assign-status not = "00"
               read pay-item-assign-file next record
                   at end move "10" to pay-item-assign-status
                   not at end
                       if Fpia-userid not = target-userid
                           move "10" to pay-item-assign-status
                       else
                           display "  項目 " Fpia-code "  月額 " Fpia-amount
                               "  適用 " Fpia-effective-from
                               " 〜 " Fpia-effective-to
                       end-if
               end-read
           end-perform
           close pay-item-assign-file
       end-if.

exec-accept-values.
       display "項目コードを入力してください".
       accept new-code.

       move zero to item-ok.
       open input pay-item-file.
       if pay-item-status = "00"
           perform until pay-item-status not = "00"
               read pay-item-file
                   not at end
                       if Fpi-code = new-code
                           move 1 to item-ok
                           display "  " function trim(Fpi-name)
                               "（区分 " Fpi-kind "）"
                       end-if
           end-perform
           close pay-item-file
       end-if.
       if item-ok = zero then
           display "手当・控除項目マスタ（kintai-pay-item-set）に登録がありません"
           go to exec-accept-values
       end-if.

       display "月額を入力してください（0で支給・控除を止める）".
       accept new-amount.

       display "適用開始日を入力してください (例: 20270401)".
       accept new-effective-from.
       if function length(function trim(new-effective-from)) not = 8 then
           display "書式に沿って入力してください"
           go to exec-accept-values
       end-if.

       display "適用終了日を入力してください (例: 20280331、空欄は期限なし)".
       move spaces to new-effective-to.
       accept new-effective-to.
       if new-effective-to not = spaces
           and function length(function trim(new-effective-to)) not = 8
           then
           display "書式に沿って入力してください"
           go to exec-accept-values
       end-if.
       if new-effective-to not = spaces
           and new-effective-to < new-effective-from then
           display "終了日は開始日以降を入力してください"
           go to exec-accept-values
       end-if.

exec-write.
       move target-userid to Fpia-userid.
       move new-code to Fpia-code.
       move new-effective-from to Fpia-effective-from.
       move new-amount to Fpia-amount.
       move new-effective-to to Fpia-effective-to.
       move registrar-userid to Fpia-registered-by.
       move function current-date to Fpia-registered-at.

       open i-o pay-item-assign-file.
       if pay-item-assign-status not = "00"
           open output pay-item-assign-file
           close pay-item-assign-file
           open i-o pay-item-assign-file
       end-if.
       write Fpia-rec
           invalid key
               rewrite Fpia-rec
                   invalid key
                       display "登録に失敗しました"
                       close pay-item-assign-file
                       stop run
               end-rewrite
       end-write.
       close pay-item-assign-file.

       display "userid " target-userid " に項目 " new-code " 月額 "
           new-amount " を登録しました（" new-effective-from " から）".

       open extend log-file.
       move function current-date to log-timestamp.
       move spaces to log-comments.
       string
           "[INFO] " delimited by size
           function trim(auth-username) delimited by size
           " set pay item " delimited by size
           new-code delimited by size
           " amount " delimited by size
           new-amount delimited by size
           " for userid " delimited by size
           target-userid delimited by size
           " from " delimited by size
           new-effective-from delimited by size
           into log-comments
       end-string.
       write log-rec.
       close log-file.

       stop run.
