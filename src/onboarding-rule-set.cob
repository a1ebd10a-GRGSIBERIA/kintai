identification division.
program-id. kintai-onboarding-rule-set.

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
           select emptype-file assign to "./dat/employment-type.dat"
               organization relative
               access mode sequential
               relative key emptype-key
               status emptype-status.
           select rule-file assign to "./dat/onboarding-rule.dat"
               organization indexed
               access mode dynamic
               record key is Fobr-emptype
               status rule-status.
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
       fd emptype-file.
           01 Femptype-rec.
               03 Femptype-id pic 9(2).
               03 Femptype-name pic N(10).
       fd rule-file.
           01 Fobr-rec.
               03 Fobr-emptype pic 9(2).
               03 Fobr-required pic X occurs 9 times.
               03 Fobr-updated-by pic 9(7).
               03 Fobr-updated-at pic X(21).
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
       01 emptype-key pic 99.
       01 emptype-status pic XX.
       01 rule-status pic XX.
       01 registrar-userid pic 9(7).
       01 target-emptype pic 9(2).
       01 target-found pic 9.
       01 new-required pic X occurs 9 times.
       01 item-idx pic 99.
       01 item-label pic X(30).
       01 item-answer pic X.
       01 continue-choice pic X.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "入社手続きの必須項目登録モード（雇用形態別）".
       display "（未登録の雇用形態は有期契約以外のすべてを必須として扱います）".

authenticate-username.
       display "ユーザ認証を行います".
       display "ユーザ名を入力してください".
       accept auth-username.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if auth-username = Fusername
                       move "onboarding-rule-set" to perm-function
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

exec-accept-emptype.
       display "雇用形態:".
       move zero to target-found.
       open input emptype-file.
       perform until emptype-status not = "00"
           read emptype-file
               not at end
                   display "  " Femptype-id " " function trim(Femptype-name)
       end-perform.
       close emptype-file.

       display "対象の雇用形態IDを入力してください".
       accept target-emptype.

       open input emptype-file.
       perform until emptype-status not = "00"
           read emptype-file
               not at end
                   if Femptype-id = target-emptype
                       move 1 to target-found
                   end-if
       end-perform.
       close emptype-file.

       if target-found = zero then
           display "雇用形態IDが正しくありません"
           go to exec-accept-emptype
       end-if.

       *> 現在の登録（未登録なら有期契約以外を必須とする既定値）
       perform varying item-idx from 1 by 1 until item-idx > 9
           move "Y" to new-required(item-idx)
       end-perform.
       move "N" to new-required(6).
       open input rule-file.
       if rule-status = "00"
           move target-emptype to Fobr-emptype
           read rule-file
               invalid key continue
           end-read
           if rule-status = "00"
               perform varying item-idx from 1 by 1 until item-idx > 9
                   move Fobr-required(item-idx) to new-required(item-idx)
               end-perform
           else
               display "（未登録のため既定値を表示します）"
           end-if
           close rule-file
       end-if.

exec-accept-items.
       display "各項目を必須にするか入力してください [Y/N]（空欄は現在のまま）".
       perform accept-one-item
           varying item-idx from 1 by 1 until item-idx > 9.

exec-write.
       move target-emptype to Fobr-emptype.
       perform varying item-idx from 1 by 1 until item-idx > 9
           move new-required(item-idx) to Fobr-required(item-idx)
       end-perform.
       move registrar-userid to Fobr-updated-by.
       move function current-date to Fobr-updated-at.

       open i-o rule-file.
       if rule-status not = "00"
           open output rule-file
           close rule-file
           open i-o rule-file
       end-if.
       write Fobr-rec
           invalid key
               rewrite Fobr-rec
                   invalid key
                       display "必須項目の登録に失敗しました"
               end-rewrite
       end-write.
       close rule-file.

       display "雇用形態 " target-emptype " の必須項目を登録しました".
       display "（未完了の入社チェックリストには次回の日次チェックで反映されます）".

       display "続けて別の雇用形態を登録しますか？ [y/n]".
       accept continue-choice.
       if continue-choice = "y" or continue-choice = "Y"
           go to exec-accept-emptype
       end-if.
       stop run.

accept-one-item.
       perform item-label-of.
       display "  " item-idx " " function trim(item-label)
           "  現在: " new-required(item-idx).
       move space to item-answer.
       accept item-answer.
       evaluate item-answer
       when "Y"
       when "y"
           move "Y" to new-required(item-idx)
       when "N"
       when "n"
           move "N" to new-required(item-idx)
       end-evaluate.

item-label-of.
       evaluate item-idx
       when 1
           move "給与振込口座" to item-label
       when 2
           move "通勤手当" to item-label
       when 3
           move "扶養親族" to item-label
       when 4
           move "緊急連絡先" to item-label
       when 5
           move "社員証（ICカード）" to item-label
       when 6
           move "有期雇用契約" to item-label
       when 7
           move "社会保険の資格取得" to item-label
       when 8
           move "マイナンバー（本人）" to item-label
       when other
           move "扶養控除等申告書" to item-label
       end-evaluate.
