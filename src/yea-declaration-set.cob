identification division.
program-id. kintai-yea-declaration-set.

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
           select declaration-file assign to "./dat/yea-declaration.dat"
               organization indexed
               access mode dynamic
               record key is Fyd-key
               status declaration-status.
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
       fd declaration-file.
           01 Fyd-rec.
               03 Fyd-key.
                   05 Fyd-userid pic 9(7).
                   05 Fyd-year pic 9(4).
               03 Fyd-life-general pic 9(7).
               03 Fyd-life-care pic 9(7).
               03 Fyd-life-pension pic 9(7).
               03 Fyd-quake pic 9(7).
               03 Fyd-ideco pic 9(7).
               03 Fyd-housing-credit pic 9(7).
               03 Fyd-spouse pic X.
               03 Fyd-registered-at pic X(21).
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
       01 declaration-status pic XX.
       01 target-userid pic 9(7).
       01 target-year pic 9(4).
       01 target-found pic 9.
       *> 入力値（保険料は年間の支払額、住宅ローンは控除額そのもの）
       01 new-life-general pic 9(7).
       01 new-life-care pic 9(7).
       01 new-life-pension pic 9(7).
       01 new-quake pic 9(7).
       01 new-ideco pic 9(7).
       01 new-housing-credit pic 9(7).
       01 new-spouse pic X.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "年末調整 保険料控除等申告登録モード（生命保険・地震保険・iDeCo・住宅ローン）".

authenticate-username.
       display "ユーザ認証を行います".
       display "ユーザ名を入力してください".
       accept auth-username.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if auth-username = Fusername
                       move "yea-declaration-set" to perm-function
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

       display "対象年を入力してください (例: 2026)".
       accept target-year.

       move target-userid to Fyd-userid.
       move target-year to Fyd-year.
       open input declaration-file.
       if declaration-status = "00"
           read declaration-file
               invalid key continue
           end-read
           if declaration-status = "00"
               display "現在の申告内容:"
               display "  一般生命保険料 " Fyd-life-general
                   "  介護医療保険料 " Fyd-life-care
                   "  個人年金保険料 " Fyd-life-pension
               display "  地震保険料 " Fyd-quake
                   "  iDeCo掛金 " Fyd-ideco
                   "  住宅借入金等特別控除額 " Fyd-housing-credit
                   "  配偶者控除 " Fyd-spouse
           end-if
           close declaration-file
       end-if.

exec-accept-values.
       display "一般生命保険料の年間支払額（新制度）".
       accept new-life-general.
       display "介護医療保険料の年間支払額".
       accept new-life-care.
       display "個人年金保険料の年間支払額（新制度）".
       accept new-life-pension.
       display "地震保険料の年間支払額".
       accept new-quake.
       display "小規模企業共済等掛金（iDeCo）の年間支払額".
       accept new-ideco.
       display "住宅借入金等特別控除額（申告書の控除額）".
       accept new-housing-credit.

       display "配偶者控除の対象となる配偶者がいますか？ [Y/N]".
       accept new-spouse.
       if new-spouse = "y"
           move "Y" to new-spouse
       end-if.
       if new-spouse = "n"
           move "N" to new-spouse
       end-if.
       if new-spouse not = "Y" and new-spouse not = "N" then
           display "Y か N を入力してください"
           go to exec-accept-values
       end-if.

exec-write.
       move target-userid to Fyd-userid.
       move target-year to Fyd-year.
       move new-life-general to Fyd-life-general.
       move new-life-care to Fyd-life-care.
       move new-life-pension to Fyd-life-pension.
       move new-quake to Fyd-quake.
       move new-ideco to Fyd-ideco.
       move new-housing-credit to Fyd-housing-credit.
       move new-spouse to Fyd-spouse.
       move function current-date to Fyd-registered-at.

       open i-o declaration-file.
       if declaration-status not = "00"
           open output declaration-file
       end-if.
       write Fyd-rec
           invalid key
               rewrite Fyd-rec
                   invalid key
                       display "保険料控除等申告の登録に失敗しました"
               end-rewrite
       end-write.
       close declaration-file.

       display "保険料控除等申告を登録しました（userid " target-userid
           "  " target-year " 年分）".
       stop run.
