identification division.
program-id. kintai-checkup-set.

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
           select checkup-file assign to "./dat/checkup.dat"
               organization indexed
               access mode dynamic
               record key is Fck-key
               status checkup-status.
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
       fd checkup-file.
           01 Fck-rec.
               03 Fck-key.
                   05 Fck-userid pic 9(7).
                   05 Fck-year pic 9(4).
                   05 Fck-round pic 9.
               03 Fck-dept pic 9(2).
               03 Fck-special pic X.
               03 Fck-scheduled-date pic X(8).
               03 Fck-taken-date pic X(8).
               03 Fck-clinic pic N(20).
               03 Fck-result pic 9.
               03 Fck-followup pic X.
               03 Fck-updated-by pic 9(7).
               03 Fck-updated-at pic X(21).
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
       01 checkup-status pic XX.
       01 registrar-userid pic 9(7).
       01 target-userid pic 9(7).
       01 target-found pic 9.
       01 target-dept pic 9(2).
       01 target-year pic 9(4).
       01 target-round pic 9.
       01 row-found pic 9.
       01 input-date pic X(8).
       01 new-scheduled-date pic X(8).
       01 new-taken-date pic X(8).
       01 new-clinic pic N(20).
       01 old-clinic pic N(20).
       01 new-result pic 9.
       01 new-followup pic X.
       01 new-special pic X.
       01 continue-choice pic X.
       *> 判定区分
       01 result-kind pic 9.
           88 result-none value 0.
           88 result-normal value 1.
           88 result-observe value 2.
           88 result-recheck value 3.
           88 result-treat value 4.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "定期健康診断 記録モード".
       display "（予定日・受診日・医療機関・判定区分・事後措置の要否を登録します）".

authenticate-username.
       display "ユーザ認証を行います".
       display "ユーザ名を入力してください".
       accept auth-username.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if auth-username = Fusername
                       move "checkup-set" to perm-function
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
                       move Fdept to target-dept
                       display "対象: " function trim(Flastname)
                           " " function trim(Ffirstname)
                   end-if
       end-perform.
       close user-file.

       if target-found = zero then
           display "指定された従業員が見つかりません"
           go to exec-accept-userid
       end-if.

       display "登録済みの健診:".
       open input checkup-file.
       if checkup-status = "00"
           move target-userid to Fck-userid
           move zero to Fck-year
           move zero to Fck-round
           start checkup-file key >= Fck-key
               invalid key move "10" to checkup-status
           end-start
           perform until checkup-status not = "00"
               read checkup-file next record
                   at end move "10" to checkup-status
                   not at end
                       if Fck-userid not = target-userid
                           move "10" to checkup-status
                       else
                           display "  " Fck-year "年度 " Fck-round "回目  予定 "
                               Fck-scheduled-date "  受診 " Fck-taken-date
                               "  判定 " Fck-result "  事後措置 "
                               Fck-followup "  特定業務 " Fck-special
                       end-if
               end-read
           end-perform
           close checkup-file
       end-if.

exec-accept-key.
       display "年度を入力してください (例: 2026)".
       accept target-year.
       display "回を入力してください ([1] 1回目 [2] 2回目・特定業務従事者)".
       accept target-round.
       if target-round < 1 or target-round > 2 then
           display "1か2で入力してください"
           go to exec-accept-key
       end-if.

       move zero to row-found.
       move spaces to new-scheduled-date new-taken-date new-clinic.
       move zero to new-result.
       move "N" to new-followup.
       move "N" to new-special.
       open input checkup-file.
       if checkup-status = "00"
           move target-userid to Fck-userid
           move target-year to Fck-year
           move target-round to Fck-round
           read checkup-file
               invalid key continue
           end-read
           if checkup-status = "00"
               move 1 to row-found
               move Fck-scheduled-date to new-scheduled-date
               move Fck-taken-date to new-taken-date
               move Fck-clinic to new-clinic
               move Fck-result to new-result
               move Fck-followup to new-followup
               move Fck-special to new-special
           end-if
           close checkup-file
       end-if.
       if target-round = 2
           move "Y" to new-special
       end-if.
       if row-found = 1
           display "変更しない項目は空欄のまま入力してください"
       end-if.

exec-accept-values.
       display "予定日 (現在: " new-scheduled-date ")".
       move spaces to input-date.
       accept input-date.
       if input-date not = spaces
           move input-date to new-scheduled-date
       end-if.
       if function length(function trim(new-scheduled-date)) not = 8 then
           display "予定日を書式に沿って入力してください (例: 20260601)"
           go to exec-accept-values
       end-if.

       display "受診日 (現在: " new-taken-date "、未受診は空欄)".
       move spaces to input-date.
       accept input-date.
       if input-date not = spaces
           move input-date to new-taken-date
       end-if.

       if new-taken-date = spaces
           go to exec-write
       end-if.

       display "医療機関を入力してください（空欄は変更なし）".
       move new-clinic to old-clinic.
       move spaces to new-clinic.
       accept new-clinic.
       if new-clinic = spaces
           move old-clinic to new-clinic
       end-if.

exec-accept-result.
       display "判定区分を入力してください".
       display "  [1] 異常なし  [2] 有所見（経過観察）  [3] 要再検査・精密検査  [4] 要治療".
       accept new-result.
       move new-result to result-kind.
       if result-none then
           display "1から4で入力してください"
           go to exec-accept-result
       end-if.
       if new-result > 4 then
           display "1から4で入力してください"
           go to exec-accept-result
       end-if.

       display "医師の意見による事後措置が必要ですか？ [y/n]".
       accept new-followup.
       if new-followup = "y" or new-followup = "Y"
           move "Y" to new-followup
       else
           move "N" to new-followup
       end-if.

exec-write.
       move target-userid to Fck-userid.
       move target-year to Fck-year.
       move target-round to Fck-round.
       move target-dept to Fck-dept.
       move new-special to Fck-special.
       move new-scheduled-date to Fck-scheduled-date.
       move new-taken-date to Fck-taken-date.
       move new-clinic to Fck-clinic.
       move new-result to Fck-result.
       move new-followup to Fck-followup.
       move registrar-userid to Fck-updated-by.
       move function current-date to Fck-updated-at.

       open i-o checkup-file.
       if checkup-status not = "00"
           open output checkup-file
           close checkup-file
           open i-o checkup-file
       end-if.
       write Fck-rec
           invalid key
               rewrite Fck-rec
                   invalid key
                       display "登録に失敗しました"
                       close checkup-file
                       stop run
               end-rewrite
       end-write.
       close checkup-file.

       display "userid " target-userid " の " target-year "年度 "
           target-round "回目の健診を登録しました".

       open extend log-file.
       move function current-date to log-timestamp.
       move spaces to log-comments.
       string
           "[INFO] " delimited by size
           function trim(auth-username) delimited by size
           " set checkup for userid " delimited by size
           target-userid delimited by size
           " year " delimited by size
           target-year delimited by size
           " round " delimited by size
           target-round delimited by size
           " taken " delimited by size
           new-taken-date delimited by size
           into log-comments
       end-string.
       write log-rec.
       close log-file.

       display "続けて別の健診を登録しますか？ [y/n]".
       accept continue-choice.
       if continue-choice = "y" or continue-choice = "Y"
           go to exec-accept-userid
       end-if.
       stop run.
