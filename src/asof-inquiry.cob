identification division.
program-id. kintai-asof-inquiry.

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
           select field-visibility-file
               assign to "./dat/field-visibility.dat"
               organization indexed
               access mode dynamic
               record key is Ffv-key
               status fv-status.
           select read-access-file assign to "./dat/read-access.dat"
               organization line sequential
               status read-access-status.
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
       fd field-visibility-file.
           01 Ffv-rec.
               03 Ffv-key.
                   05 Ffv-group pic X(10).
                   05 Ffv-roll pic 9(2).
               03 Ffv-level pic X.
       fd read-access-file.
           01 Fra-rec.
               03 Fra-timestamp pic X(21).
               03 Fra-filler1 pic X.
               03 Fra-viewer pic 9(7).
               03 Fra-filler2 pic X.
               03 Fra-program pic X(20).
               03 Fra-filler3 pic X.
               03 Fra-target pic X(20).
               03 Fra-filler4 pic X.
               03 Fra-dest pic X(8).
               03 Fra-filler5 pic X.
               03 Fra-purpose pic X(2).
               03 Fra-filler6 pic X.
               03 Fra-view pic X.
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
       01 read-access-status pic XX.
       *> 項目表示マトリクス（field-visibility.dat）による伏せ字用
       01 fv-status pic XX.
       01 viewer-roll pic 9(2).
       01 fv-group pic X(10).
       01 fv-level pic X.
       01 fv-group-has-rows pic 9.
       01 viewer-userid pic 9(7).
       01 input-date pic X(8).
       01 input-userid pic X(7).
       01 input-dept pic X(2).
       01 ra-target-ws pic X(20).
       01 log-action pic X(60).
       *> kintai-asof-master への依頼（external共有）
       01 asof-request-date pic X(8) external.
       01 asof-request-userid pic X(7) external.
       01 asof-request-dept pic X(2) external.
       01 asof-request-mode pic X external.
       01 asof-request-mask pic X external.
       01 asof-request-show pic X external.
       01 asof-request-overwrite pic X external.
       01 job-step-count pic 9(7) external.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "指定日時点の従業員マスタ照会".
       display "（部署・役職・雇用形態・住所・単価等を指定日時点に戻し、値の出どころの履歴とともに表示します）".

authenticate-username.
       display "ユーザ認証を行います".
       display "ユーザ名を入力してください".
       accept auth-username.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if auth-username = Fusername
                       move "asof-master" to perm-function
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
       move Fuserid to viewer-userid.
       move Froll to viewer-roll.

exec-accept-date.
       display "時点の日付を入力してください (例: 20260331)".
       move spaces to input-date.
       accept input-date.
       if input-date is not numeric
           or input-date(5:2) < "01" or input-date(5:2) > "12"
           or input-date(7:2) < "01" or input-date(7:2) > "31"
           display "日付が正しくありません"
           go to exec-accept-date
       end-if.

exec-accept-userid.
       display "従業員IDを入力してください（部署単位で見る場合は空欄）".
       move spaces to input-userid.
       move spaces to input-dept.
       accept input-userid.
       if input-userid not = spaces
           if input-userid is not numeric
               display "従業員IDは7桁の数字で入力してください"
               go to exec-accept-userid
           end-if
           go to exec-run
       end-if.

exec-accept-dept.
       display "部署IDを入力してください (例: 01)".
       accept input-dept.
       if input-dept is not numeric
           display "部署IDは2桁の数字で入力してください"
           go to exec-accept-dept
       end-if.

exec-run.
       *> 住所の閲覧が伏せ字の役職には都道府県のみ見せる
       move "ADDRESS" to fv-group.
       perform lookup-field-visibility thru lookup-field-visibility-exit.

       move input-date to asof-request-date.
       move input-userid to asof-request-userid.
       move input-dept to asof-request-dept.
       move "R" to asof-request-mode.
       move fv-level to asof-request-mask.
       move "Y" to asof-request-show.
       move "N" to asof-request-overwrite.
       call "kintai-asof-master"
           on exception
               display "kintai-asof-master の呼び出しに失敗しました"
       end-call.
       cancel "kintai-asof-master".
       move spaces to asof-request-date asof-request-userid
           asof-request-dept asof-request-mode asof-request-mask
           asof-request-show asof-request-overwrite.

       move spaces to ra-target-ws.
       if input-userid not = spaces
           move input-userid to ra-target-ws
       else
           string "dept" delimited by size
               input-dept delimited by size
               into ra-target-ws
           end-string
       end-if.
       perform write-read-access.

       move spaces to log-action.
       string "asof-inquiry " delimited by size
           input-date delimited by size
           " " delimited by size
           function trim(ra-target-ws) delimited by size
           into log-action
       end-string.
       open extend log-file.
       move function current-date to log-timestamp.
       move spaces to log-comments.
       string
           "[INFO] " delimited by size
           function trim(auth-username) delimited by size
           " " delimited by size
           function trim(log-action) delimited by size
           into log-comments
       end-string.
       write log-rec.
       close log-file.
       stop run.

write-read-access.
       *> 誰がいつ誰の個人情報を閲覧したかを追記する
       open extend read-access-file.
       if read-access-status not = "00"
           open output read-access-file
       end-if.
       move function current-date to Fra-timestamp.
       move viewer-userid to Fra-viewer.
       move "kintai-asof-inquiry" to Fra-program.
       move ra-target-ws to Fra-target.
       move "CONSOLE" to Fra-dest.
       move spaces to Fra-purpose.
       move fv-level to Fra-view.
       move " " to Fra-filler1 Fra-filler2 Fra-filler3 Fra-filler4
           Fra-filler5 Fra-filler6.
       write Fra-rec.
       close read-access-file.

lookup-field-visibility.
       *> permission.dat と同じく、対象項目の行が1件も無ければ従来どおり
       *> 全表示、行があって閲覧者の役職が未登録なら伏せる
       move "F" to fv-level.
       open input field-visibility-file.
       if fv-status not = "00"
           go to lookup-field-visibility-exit
       end-if.

       move fv-group to Ffv-group.
       move viewer-roll to Ffv-roll.
       read field-visibility-file
           invalid key continue
       end-read.
       if fv-status = "00"
           if Ffv-level not = "F"
               move "M" to fv-level
           end-if
           close field-visibility-file
           go to lookup-field-visibility-exit
       end-if.

       move zero to fv-group-has-rows.
       move fv-group to Ffv-group.
       move zero to Ffv-roll.
       start field-visibility-file key >= Ffv-key
           invalid key continue
       end-start.
       perform until fv-status not = "00"
           read field-visibility-file next record
               at end continue
               not at end
                   if Ffv-group = fv-group
                       move 1 to fv-group-has-rows
                   end-if
       end-perform.
       close field-visibility-file.

       if fv-group-has-rows = 1
           move "M" to fv-level
       end-if.

lookup-field-visibility-exit.
       exit.
