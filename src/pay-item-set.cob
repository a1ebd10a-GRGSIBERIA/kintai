identification division.
program-id. kintai-pay-item-set.

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
       01 target-code pic 9(3).
       01 found-flag pic 9.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "手当・控除項目マスタ設定モード".

authenticate-username.
       display "ユーザ認証を行います".
       display "ユーザ名を入力してください".
       accept auth-username.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if auth-username = Fusername
                       move "pay-item-set" to perm-function
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
           go to exec-accept-code
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

exec-accept-code.
       display "登録済みの項目:".
       open input pay-item-file.
       if pay-item-status = "00"
           perform until pay-item-status not = "00"
               read pay-item-file
                   not at end
                       display "  " Fpi-code " " function trim(Fpi-name)
                           "  区分 " Fpi-kind "  課税 " Fpi-taxable
                           "  保険 " Fpi-insurance "  最賃 " Fpi-minwage
           end-perform
           close pay-item-file
       end-if.

       display "対象の項目コードを入力してください ([1-999])".
       accept target-code.
       if target-code = zero then
           display "1以上のコードを入力してください"
           go to exec-accept-code
       end-if.

       move zero to found-flag.

       open i-o pay-item-file.
       perform until pay-item-status not = "00"
           read pay-item-file next record
               not at end
                   if Fpi-code = target-code
                       move 1 to found-flag
                       perform exec-accept-values
                       rewrite Fpi-rec
                           invalid key
                               display "更新に失敗しました"
                       end-rewrite
                   end-if
       end-perform.
       close pay-item-file.

       if found-flag = 0 then
           display "該当する項目が未登録です。新規に追加します"
           move target-code to Fpi-code
           perform exec-accept-values
           open extend pay-item-file
           if pay-item-status not = "00"
               open output pay-item-file
           end-if
           write Fpi-rec
           close pay-item-file
       end-if.

       display "手当・控除項目を更新しました".
       stop run.

exec-accept-values.
       display "項目名を入力してください ([1-10]文字 例: 役職手当)".
       accept Fpi-name.

       display "区分を入力してください [E=支給 D=控除]".
       accept Fpi-kind.
       if Fpi-kind = "e"
           move "E" to Fpi-kind
       end-if.
       if Fpi-kind = "d"
           move "D" to Fpi-kind
       end-if.
       if Fpi-kind not = "E" and Fpi-kind not = "D" then
           display "EかDを入力してください"
           go to exec-accept-values
       end-if.

       *> 控除項目は所得税・社会保険・最低賃金の計算に影響しない
       if Fpi-kind = "D"
           move "N" to Fpi-taxable
           move "N" to Fpi-insurance
           move "N" to Fpi-minwage
       else
           perform exec-accept-flags
       end-if.

exec-accept-flags.
       display "所得税の課税対象ですか [y/n]".
       accept Fpi-taxable.
       if Fpi-taxable = "y"
           move "Y" to Fpi-taxable
       end-if.
       if Fpi-taxable = "n"
           move "N" to Fpi-taxable
       end-if.
       if Fpi-taxable not = "Y" and Fpi-taxable not = "N" then
           display "yかnを入力してください"
           go to exec-accept-flags
       end-if.

       display "社会保険（雇用保険・標準報酬）の算定基礎に含めますか [y/n]".
       accept Fpi-insurance.
       if Fpi-insurance = "y"
           move "Y" to Fpi-insurance
       end-if.
       if Fpi-insurance = "n"
           move "N" to Fpi-insurance
       end-if.
       if Fpi-insurance not = "Y" and Fpi-insurance not = "N" then
           display "yかnを入力してください"
           go to exec-accept-flags
       end-if.

       display "最低賃金の比較対象に算入しますか [y/n]".
       display "（通勤手当・家族手当・精皆勤手当など除外する手当は n）".
       accept Fpi-minwage.
       if Fpi-minwage = "y"
           move "Y" to Fpi-minwage
       end-if.
       if Fpi-minwage = "n"
           move "N" to Fpi-minwage
       end-if.
       if Fpi-minwage not = "Y" and Fpi-minwage not = "N" then
           display "yかnを入力してください"
           go to exec-accept-flags
       end-if.
