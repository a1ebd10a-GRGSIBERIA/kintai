identification division.
program-id. kintai-pay-assign-set.

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
           select pay-assign-file assign to "./dat/pay-assign.dat"
               organization indexed
               access mode dynamic
               record key is Fpa-key
               status pay-assign-status.
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
       fd pay-grade-file.
           01 Fpg-rec.
               03 Fpg-grade pic 9(2).
               03 Fpg-step pic 9(3).
               03 Fpg-pay-type pic X.
               03 Fpg-amount pic 9(8)v99.
               03 Fpg-effective-from pic X(8).
       fd pay-assign-file.
           01 Fpa-rec.
               03 Fpa-key.
                   05 Fpa-userid pic 9(7).
                   05 Fpa-effective-from pic X(8).
               03 Fpa-grade pic 9(2).
               03 Fpa-step pic 9(3).
               03 Fpa-approver pic 9(7).
               03 Fpa-registered-at pic X(21).
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
       01 pay-grade-key pic 9(4).
       01 pay-grade-status pic XX.
       01 pay-assign-status pic XX.
       01 approver-userid pic 9(7).
       01 target-userid pic 9(7).
       01 target-found pic 9.
       01 new-grade pic 9(2).
       01 new-step pic 9(3).
       01 new-effective-from pic X(8).
       01 grade-exists pic 9.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "従業員別 等級号俸の割当モード（適用開始日つきで履歴を追加）".
       display "（割当のない従業員は従来どおり役職・雇用形態の単価で計算されます）".

authenticate-username.
       display "ユーザ認証を行います".
       display "ユーザ名を入力してください".
       accept auth-username.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if auth-username = Fusername
                       move "pay-assign-set" to perm-function
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
       *> 割当の承認者は認証した利用者
       move Fuserid to approver-userid.

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

       display "現在の割当履歴:".
       open input pay-assign-file.
       if pay-assign-status = "00"
           move target-userid to Fpa-userid
           move low-values to Fpa-effective-from
           start pay-assign-file key >= Fpa-key
               invalid key move "10" to pay-assign-status
           end-start
           perform until pay-assign-status not = "00"
               read pay-assign-file next record
                   at end move "10" to pay-assign-status
                   not at end
                       if Fpa-userid not = target-userid
                           move "10" to pay-assign-status
                       else
                           display "  等級 " Fpa-grade "  号俸 " Fpa-step
                               "  適用開始 " Fpa-effective-from
                               "  承認者 " Fpa-approver
                       end-if
               end-read
           end-perform
           close pay-assign-file
       end-if.

exec-accept-values.
       display "等級を入力してください".
       accept new-grade.
       display "号俸を入力してください".
       accept new-step.

       *> 等級号俸表に登録のない組合せは割り当てられない
       move zero to grade-exists.
       open input pay-grade-file.
       if pay-grade-status = "00"
           perform until pay-grade-status not = "00"
               read pay-grade-file
                   not at end
                       if Fpg-grade = new-grade and Fpg-step = new-step
                           move 1 to grade-exists
                       end-if
           end-perform
           close pay-grade-file
       end-if.
       if grade-exists = zero then
           display "等級号俸表（kintai-pay-grade-set）に登録がありません"
           go to exec-accept-values
       end-if.

       display "適用開始日を入力してください (例: 20270401)".
       accept new-effective-from.
       if function length(function trim(new-effective-from)) not = 8 then
           display "書式に沿って入力してください"
           go to exec-accept-values
       end-if.

exec-write.
       move target-userid to Fpa-userid.
       move new-effective-from to Fpa-effective-from.
       move new-grade to Fpa-grade.
       move new-step to Fpa-step.
       move approver-userid to Fpa-approver.
       move function current-date to Fpa-registered-at.

       open i-o pay-assign-file.
       if pay-assign-status not = "00"
           open output pay-assign-file
           close pay-assign-file
           open i-o pay-assign-file
       end-if.
       write Fpa-rec
           invalid key
               rewrite Fpa-rec
                   invalid key
                       display "割当の登録に失敗しました"
                       close pay-assign-file
                       stop run
               end-rewrite
       end-write.
       close pay-assign-file.

       display "userid " target-userid " に等級 " new-grade " 号俸 "
           new-step " を割り当てました（" new-effective-from " から）".

       open extend log-file.
       move function current-date to log-timestamp.
       move spaces to log-comments.
       string
           "[INFO] " delimited by size
           function trim(auth-username) delimited by size
           " assigned pay grade " delimited by size
           new-grade delimited by size
           "-" delimited by size
           new-step delimited by size
           " to userid " delimited by size
           target-userid delimited by size
           " from " delimited by size
           new-effective-from delimited by size
           into log-comments
       end-string.
       write log-rec.
       close log-file.

       stop run.
