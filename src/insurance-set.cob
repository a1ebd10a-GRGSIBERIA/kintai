identification division.
program-id. kintai-insurance-set.

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
           select insurance-file assign to "./dat/insurance.dat"
               organization indexed
               access mode dynamic
               record key is Fins-key
               status insurance-status.
           select grade-file assign to "./dat/insurance-grade.dat"
               organization relative
               access mode sequential
               relative key grade-key
               status grade-status.
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
       fd insurance-file.
           01 Fins-rec.
               03 Fins-key.
                   05 Fins-userid pic 9(7).
                   05 Fins-effective-from pic X(8).
               03 Fins-grade pic 9(2).
               03 Fins-health-rate pic 9(2)v999.
               03 Fins-social-flag pic X.
               03 Fins-emp-category pic 9.
               03 Fins-registered-at pic X(21).
       fd grade-file.
           01 Fig-rec.
               03 Fig-grade pic 9(2).
               03 Fig-lower pic 9(8).
               03 Fig-upper pic 9(8).
               03 Fig-health-std pic 9(8).
               03 Fig-pension-std pic 9(8).
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
       01 insurance-status pic XX.
       01 grade-key pic 99.
       01 grade-status pic XX.
       01 target-userid pic 9(7).
       01 target-found pic 9.
       01 scan-done pic 9.
       01 grade-found pic 9.
       *> 入力値（健保料率0は料率マスタの既定料率を使う）
       01 new-grade pic 9(2).
       01 new-health-rate pic 9(2)v999.
       01 new-social-flag pic X.
       01 new-emp-category pic 9.
       01 new-effective-from pic X(8).
       01 disp-health-std pic Z(7)9.
       01 disp-pension-std pic Z(7)9.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "社会保険マスタ登録モード（適用開始日つきで履歴を追加）".

authenticate-username.
       display "ユーザ認証を行います".
       display "ユーザ名を入力してください".
       accept auth-username.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if auth-username = Fusername
                       move "insurance-set" to perm-function
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
           go to exec-accept-target
       end-if.

       display "現在登録されている社会保険マスタ履歴:".
       move zero to scan-done.
       open input insurance-file.
       if insurance-status not = "00"
           display "  （登録なし）"
           go to exec-accept-values
       end-if.
       move target-userid to Fins-userid.
       move spaces to Fins-effective-from.
       start insurance-file key >= Fins-key
           invalid key move 1 to scan-done
       end-start.
       perform until scan-done = 1 or insurance-status not = "00"
           read insurance-file next record
               at end move 1 to scan-done
               not at end
                   if Fins-userid not = target-userid
                       move 1 to scan-done
                   else
                       display "  等級 " Fins-grade
                           "  健保料率 " Fins-health-rate
                           "%  健保・厚年加入 " Fins-social-flag
                           "  雇用保険区分 " Fins-emp-category
                           "  適用開始 " Fins-effective-from
                   end-if
       end-perform.
       close insurance-file.

exec-accept-values.
       display "標準報酬月額の等級を入力してください (1-50)".
       accept new-grade.

       move zero to grade-found.
       open input grade-file.
       perform until grade-status not = "00"
           read grade-file
               not at end
                   if Fig-grade = new-grade
                       move 1 to grade-found
                       move Fig-health-std to disp-health-std
                       move Fig-pension-std to disp-pension-std
                   end-if
       end-perform.
       close grade-file.

       if grade-found = zero then
           display "等級表（insurance-grade.dat）に無い等級です"
           go to exec-accept-values
       end-if.
       display "  標準報酬月額 健保 " disp-health-std
           " / 厚年 " disp-pension-std.

       display "加入している健康保険組合の料率(%)を入力してください".
       display "(例: 9.910 / 0なら料率マスタの既定料率を使用)".
       accept new-health-rate.

       display "健康保険・厚生年金に加入していますか？ [Y/N]".
       accept new-social-flag.
       if new-social-flag = "y"
           move "Y" to new-social-flag
       end-if.
       if new-social-flag = "n"
           move "N" to new-social-flag
       end-if.
       if new-social-flag not = "Y" and new-social-flag not = "N" then
           display "Y か N を入力してください"
           go to exec-accept-values
       end-if.

       display "雇用保険の区分を入力してください".
       display "(0=対象外 1=一般 2=農林水産・清酒製造 3=建設)".
       accept new-emp-category.
       if new-emp-category > 3 then
           display "0〜3 の範囲で入力してください"
           go to exec-accept-values
       end-if.

       display "適用開始日を入力してください (例: 20270401)".
       accept new-effective-from.

       if function length(function trim(new-effective-from)) not = 8 then
           display "書式に沿って入力してください"
           go to exec-accept-values
       end-if.

exec-write.
       *> 同じ適用開始日の行があれば書き換え、なければ履歴として追加する
       move target-userid to Fins-userid.
       move new-effective-from to Fins-effective-from.
       move new-grade to Fins-grade.
       move new-health-rate to Fins-health-rate.
       move new-social-flag to Fins-social-flag.
       move new-emp-category to Fins-emp-category.
       move function current-date to Fins-registered-at.

       open i-o insurance-file.
       if insurance-status not = "00"
           open output insurance-file
       end-if.
       write Fins-rec
           invalid key
               rewrite Fins-rec
                   invalid key
                       display "社会保険マスタの登録に失敗しました"
               end-rewrite
       end-write.
       close insurance-file.

       display "社会保険マスタを登録しました（userid " target-userid
           "  " new-effective-from " から 等級 " new-grade "）".
       stop run.
