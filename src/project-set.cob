identification division.
program-id. kintai-project-set.

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
           select department-file assign to "./dat/department.dat"
               organization relative
               access mode sequential
               relative key dept-key
               status dept-status.
           select project-file assign to "./dat/project.dat"
               organization indexed
               access mode dynamic
               record key is Fprj-code
               status project-status.
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
       fd department-file.
           01 Fdept-rec.
               03 Fdept-id pic 9(2).
               03 Fdept-name pic N(20).
               03 Fdept-parent pic 9(2).
       fd project-file.
           01 Fprj-rec.
               03 Fprj-code pic X(10).
               03 Fprj-name pic N(20).
               03 Fprj-client pic N(20).
               03 Fprj-cost-dept pic 9(2).
               03 Fprj-open-date pic X(8).
               03 Fprj-close-date pic X(8).
               03 Fprj-registered-by pic 9(7).
               03 Fprj-registered-at pic X(21).
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
       01 dept-key pic 9(2).
       01 dept-status pic XX.
       01 project-status pic XX.
       01 registrar-userid pic 9(7).
       01 dept-found pic 9.
       01 new-code pic X(10).
       01 new-name pic N(20).
       01 new-client pic N(20).
       01 new-cost-dept pic 9(2).
       01 new-open-date pic X(8).
       01 new-close-date pic X(8).

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "プロジェクトマスタ 登録モード（工数配賦・原価集計の対象）".
       display "（同じコードを入力すると登録内容を上書きします）".

authenticate-username.
       display "ユーザ認証を行います".
       display "ユーザ名を入力してください".
       accept auth-username.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if auth-username = Fusername
                       move "project-set" to perm-function
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

       display "登録済みのプロジェクト:".
       open input project-file.
       if project-status = "00"
           perform until project-status not = "00"
               read project-file next record
                   at end move "10" to project-status
                   not at end
                       display "  " Fprj-code "  "
                           function trim(Fprj-name) "  顧客 "
                           function trim(Fprj-client) "  原価部署 "
                           Fprj-cost-dept "  " Fprj-open-date "〜"
                           Fprj-close-date
               end-read
           end-perform
           close project-file
       end-if.

exec-accept-code.
       display "プロジェクトコードを入力してください (例: P2026-001)".
       accept new-code.
       if new-code = spaces then
           display "コードは1文字以上で入力してください"
           go to exec-accept-code
       end-if.

exec-accept-values.
       display "プロジェクト名を入力してください".
       accept new-name.
       if function length(function trim(new-name)) < 1 then
           display "プロジェクト名は1文字以上で入力してください"
           go to exec-accept-values
       end-if.

       display "顧客名を入力してください（社内案件は 社内）".
       accept new-client.

       display "原価を計上する部署IDを入力してください".
       accept new-cost-dept.
       move zero to dept-found.
       open input department-file.
       perform until dept-status not = "00"
           read department-file
               not at end
                   if Fdept-id = new-cost-dept
                       move 1 to dept-found
                       display "  " function trim(Fdept-name)
                   end-if
       end-perform.
       close department-file.
       if dept-found = zero then
           display "指定された部署が見つかりません"
           go to exec-accept-values
       end-if.

       display "開始日を入力してください (例: 20261001)".
       accept new-open-date.
       if function length(function trim(new-open-date)) not = 8 then
           display "書式に沿って入力してください"
           go to exec-accept-values
       end-if.

       display "終了日を入力してください（未定は空欄）".
       move spaces to new-close-date.
       accept new-close-date.
       if new-close-date not = spaces
           and new-close-date < new-open-date then
           display "終了日は開始日以降で入力してください"
           go to exec-accept-values
       end-if.

exec-write.
       move new-code to Fprj-code.
       move new-name to Fprj-name.
       move new-client to Fprj-client.
       move new-cost-dept to Fprj-cost-dept.
       move new-open-date to Fprj-open-date.
       move new-close-date to Fprj-close-date.
       move registrar-userid to Fprj-registered-by.
       move function current-date to Fprj-registered-at.

       open i-o project-file.
       if project-status not = "00"
           open output project-file
           close project-file
           open i-o project-file
       end-if.
       write Fprj-rec
           invalid key
               rewrite Fprj-rec
                   invalid key
                       display "登録に失敗しました"
                       close project-file
                       stop run
               end-rewrite
       end-write.
       close project-file.

       display "プロジェクト " function trim(new-code) " を登録しました".

       open extend log-file.
       move function current-date to log-timestamp.
       move spaces to log-comments.
       string
           "[INFO] " delimited by size
           function trim(auth-username) delimited by size
           " set project " delimited by size
           function trim(new-code) delimited by size
           " cost dept " delimited by size
           new-cost-dept delimited by size
           into log-comments
       end-string.
       write log-rec.
       close log-file.

       stop run.
