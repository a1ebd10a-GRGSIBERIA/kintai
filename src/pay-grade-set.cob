identification division.
program-id. kintai-pay-grade-set.

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
           select pay-grade-file assign to "./dat/pay-grade.dat"
               organization relative
               access mode sequential
               relative key pay-grade-key
               status pay-grade-status.
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
       fd pay-grade-file.
           01 Fpg-rec.
               03 Fpg-grade pic 9(2).
               03 Fpg-step pic 9(3).
               03 Fpg-pay-type pic X.
               03 Fpg-amount pic 9(8)v99.
               03 Fpg-effective-from pic X(8).
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
       01 pay-grade-key pic 9(4).
       01 pay-grade-status pic XX.
       01 target-grade pic 9(2).
       01 target-step pic 9(3).
       01 new-pay-type pic X.
       01 new-amount pic 9(8)v99.
       01 new-effective-from pic X(8).

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "等級号俸表登録モード（等級・号俸ごとの月給または時給を適用開始日つきで追加）".

authenticate-username.
       display "ユーザ認証を行います".
       display "ユーザ名を入力してください".
       accept auth-username.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if auth-username = Fusername
                       move "pay-grade-set" to perm-function
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
           go to exec-accept-grade
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

exec-accept-grade.
       display "等級を入力してください (例: 3)".
       accept target-grade.
       display "号俸を入力してください (例: 12)".
       accept target-step.

       if target-grade = zero or target-step = zero then
           display "等級・号俸は1以上を入力してください"
           go to exec-accept-grade
       end-if.

       display "現在登録されている履歴:".
       open input pay-grade-file.
       if pay-grade-status = "00"
           perform until pay-grade-status not = "00"
               read pay-grade-file
                   not at end
                       if Fpg-grade = target-grade
                           and Fpg-step = target-step
                           display "  区分 " Fpg-pay-type
                               "  金額 " Fpg-amount
                               "  適用開始 " Fpg-effective-from
                       end-if
           end-perform
           close pay-grade-file
       end-if.

exec-accept-values.
       display "支給区分を入力してください [M=月給 H=時給]".
       accept new-pay-type.
       if new-pay-type = "m"
           move "M" to new-pay-type
       end-if.
       if new-pay-type = "h"
           move "H" to new-pay-type
       end-if.
       if new-pay-type not = "M" and new-pay-type not = "H" then
           display "MかHを入力してください"
           go to exec-accept-values
       end-if.

       display "金額を入力してください (例: 280000.00 / 1250.00)".
       accept new-amount.
       if new-amount = zero then
           display "0より大きい金額を入力してください"
           go to exec-accept-values
       end-if.

       display "適用開始日を入力してください (例: 20270401)".
       accept new-effective-from.
       if function length(function trim(new-effective-from)) not = 8 then
           display "書式に沿って入力してください"
           go to exec-accept-values
       end-if.

exec-write.
       *> 既存レコードは書き換えず、改定履歴として追記する
       move target-grade to Fpg-grade.
       move target-step to Fpg-step.
       move new-pay-type to Fpg-pay-type.
       move new-amount to Fpg-amount.
       move new-effective-from to Fpg-effective-from.

       open extend pay-grade-file.
       if pay-grade-status not = "00"
           open output pay-grade-file
       end-if.
       write Fpg-rec.
       close pay-grade-file.

       display "等級号俸を登録しました（" target-grade "-" target-step
           "  " new-effective-from " から " new-amount "）".
       stop run.
