identification division.
program-id. kintai-resident-tax-settle.

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
           select resident-tax-file assign to "./dat/resident-tax.dat"
               organization indexed
               access mode dynamic
               record key is Frt-key
               status resident-tax-status.
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
       fd resident-tax-file.
           01 Frt-rec.
               03 Frt-key.
                   05 Frt-userid pic 9(7).
                   05 Frt-fiscal-year pic 9(4).
               03 Frt-municipality pic X(6).
               03 Frt-annual pic 9(8).
               03 Frt-installment pic 9(7) occurs 12 times.
               03 Frt-retire-flag pic X.
               03 Frt-retire-month pic X(6).
               03 Frt-method pic X.
               03 Frt-imported-at pic X(21).
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
       01 resident-tax-status pic XX.
       01 pending-count pic 9(5) value zero.
       01 target-userid pic 9(7).
       01 target-fiscal-year pic 9(4).
       01 new-method pic X.
       *> 退職月の翌月以降に残る月割額
       01 rt-retire-fy pic 9(4).
       01 rt-retire-idx pic 99.
       01 rt-idx pic 99.
       01 rt-remaining pic 9(8).
       01 rt-retire-mm pic 99.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "住民税 退職者の徴収方法決定モード（一括徴収／普通徴収への切替）".

authenticate-username.
       display "ユーザ認証を行います".
       display "ユーザ名を入力してください".
       accept auth-username.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if auth-username = Fusername
                       move "resident-tax-settle" to perm-function
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
           go to exec-list-pending
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

exec-list-pending.
       *> user-retire が印をつけ、まだ徴収方法が決まっていない年度の一覧
       move zero to pending-count.
       open input resident-tax-file.
       if resident-tax-status not = "00"
           display "住民税ファイル（resident-tax.dat）がありません"
           stop run
       end-if.
       perform until resident-tax-status not = "00"
           read resident-tax-file next record
               at end continue
               not at end
                   if Frt-retire-flag = "R" and Frt-method = space
                       perform compute-remaining
                       add 1 to pending-count
                       display "userid " Frt-userid "  " Frt-fiscal-year
                           " 年度  市区町村 " Frt-municipality
                           "  退職月 " Frt-retire-month
                           "  残額 " rt-remaining " 円"
                   end-if
           end-read
       end-perform.
       close resident-tax-file.

       if pending-count = zero
           display "徴収方法が未決定の退職者はいません"
           stop run
       end-if.

exec-accept-target.
       display "対象の従業員IDを入力してください".
       accept target-userid.
       display "対象の年度を入力してください (例: 2026)".
       accept target-fiscal-year.

       move target-userid to Frt-userid.
       move target-fiscal-year to Frt-fiscal-year.
       open input resident-tax-file.
       read resident-tax-file
           invalid key continue
       end-read.
       close resident-tax-file.
       if resident-tax-status not = "00"
           display "指定された従業員・年度の住民税が登録されていません"
           go to exec-accept-target
       end-if.
       if Frt-retire-flag not = "R"
           display "退職による未徴収の印がついていません"
           go to exec-accept-target
       end-if.

       perform compute-remaining.
       display "退職月 " Frt-retire-month "  残額 " rt-remaining " 円".
       *> 1月〜4月の退職は原則として一括徴収
       move function numval(Frt-retire-month(5:2)) to rt-retire-mm.
       if rt-retire-mm >= 1 and rt-retire-mm <= 4
           display "（1月〜4月の退職のため原則として一括徴収です）"
       end-if.

exec-accept-method.
       display "徴収方法を選んでください [L=一括徴収 F=普通徴収へ切替]".
       accept new-method.
       if new-method = "l"
           move "L" to new-method
       end-if.
       if new-method = "f"
           move "F" to new-method
       end-if.
       if new-method not = "L" and new-method not = "F"
           display "LかFを入力してください"
           go to exec-accept-method
       end-if.

exec-write.
       move target-userid to Frt-userid.
       move target-fiscal-year to Frt-fiscal-year.
       open i-o resident-tax-file.
       read resident-tax-file
           invalid key
               display "住民税ファイルの読込に失敗しました"
               close resident-tax-file
               stop run
       end-read.
       move new-method to Frt-method.
       rewrite Frt-rec
           invalid key
               display "住民税ファイルの更新に失敗しました"
       end-rewrite.
       close resident-tax-file.

       if new-method = "L"
           display "退職月 " Frt-retire-month
               " の給与で残額を一括徴収します"
       else
           display "退職月の翌月以降は控除しません"
               "（市区町村へ異動届を提出してください）"
       end-if.

       open extend log-file.
       move function current-date to log-timestamp.
       move spaces to log-comments.
       string
           "[INFO] " delimited by size
           function trim(auth-username) delimited by size
           " set resident tax method " delimited by size
           new-method delimited by size
           " for userid " delimited by size
           target-userid delimited by size
           " fy " delimited by size
           target-fiscal-year delimited by size
           into log-comments
       end-string.
       write log-rec.
       close log-file.

       stop run.

compute-remaining.
       *> 退職月の翌月以降の月割額の合計
       move function numval(Frt-retire-month(1:4)) to rt-retire-fy.
       move function numval(Frt-retire-month(5:2)) to rt-retire-idx.
       if rt-retire-idx >= 6
           subtract 5 from rt-retire-idx
       else
           add 7 to rt-retire-idx
           subtract 1 from rt-retire-fy
       end-if.
       move zero to rt-remaining.
       evaluate true
           when Frt-fiscal-year = rt-retire-fy
               perform varying rt-idx from rt-retire-idx by 1
                   until rt-idx >= 12
                   add Frt-installment(rt-idx + 1) to rt-remaining
               end-perform
           when Frt-fiscal-year > rt-retire-fy
               perform varying rt-idx from 1 by 1 until rt-idx > 12
                   add Frt-installment(rt-idx) to rt-remaining
               end-perform
           when other
               continue
       end-evaluate.
