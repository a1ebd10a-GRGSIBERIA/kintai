identification division.
program-id. kintai-terminal-register.

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
           select device-file assign to "./dat/device.dat"
               organization indexed
               access mode dynamic
               record key is Fdev-id
               status device-status.
           select device-key-file assign to "./dat/device-key.dat"
               organization indexed
               access mode dynamic
               record key is Fdk-dev-id
               status device-key-status.
           select terminal-file assign to "./local/terminal.dat"
               organization line sequential
               status terminal-status.
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
       fd device-file.
           01 Fdev-rec.
               03 Fdev-id pic X(8).
               03 Fdev-location pic N(20).
               03 Fdev-tz-offset pic X(5).
       fd device-key-file.
           01 Fdk-rec.
               03 Fdk-dev-id pic X(8).
               03 Fdk-key pic X(40).
               03 Fdk-registered-by pic 9(7).
               03 Fdk-registered-at pic X(21).
       fd terminal-file.
           01 Fterm-rec.
               03 Fterm-device-id pic X(8).
               03 Fterm-filler pic X.
               03 Fterm-key pic X(40).
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
       01 device-status pic XX.
       01 device-key-status pic XX.
       01 terminal-status pic XX.
       01 registrar-userid pic 9(7).
       01 target-dev-id pic X(8).
       01 confirm-answer pic X.
       *> 署名キーの生成用（SHA1 ダイジェストを16進で保存する）
       01 key-seed pic X(60).
       01 key-digest pic X(20).
       01 key-hex pic X(40).
       01 hex-digits pic X(16) value "0123456789abcdef".
       01 hex-idx pic 99.
       01 hex-byte pic 9(3).
       01 hex-high pic 99.
       01 hex-low pic 99.
       01 random-num pic 9(9).

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "打刻端末の登録モード".
       display "（この端末の端末IDと一時保存用の署名キーを設定します。共有フォルダに接続できない間の打刻は署名付きで端末に保存されます）".

authenticate-username.
       display "ユーザ認証を行います".
       display "ユーザ名を入力してください".
       accept auth-username.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if auth-username = Fusername
                       move "terminal-register" to perm-function
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

       open input terminal-file.
       if terminal-status = "00"
           read terminal-file
               at end move spaces to Fterm-rec
           end-read
           close terminal-file
           if Fterm-device-id not = spaces
               display "この端末は " Fterm-device-id " として登録済みです"
               display "署名キーを再発行しますか (Y/N)"
               accept confirm-answer
               if confirm-answer not = "Y" and confirm-answer not = "y"
                   stop run
               end-if
           end-if
       end-if.

exec-accept-device.
       display "端末IDを入力してください (kintai-device-add で登録したもの)".
       move spaces to target-dev-id.
       accept target-dev-id.
       open input device-file.
       move target-dev-id to Fdev-id.
       read device-file
           invalid key continue
       end-read.
       if device-status not = "00"
           close device-file
           display "指定された端末が見つかりません"
           go to exec-accept-device
       end-if.
       close device-file.
       display "端末: " Fdev-id "  " function trim(Fdev-location).

       perform generate-key.

       *> 再生時の署名照合は共有側の登録キーで行う
       open i-o device-key-file.
       if device-key-status not = "00"
           open output device-key-file
           close device-key-file
           open i-o device-key-file
       end-if.
       move target-dev-id to Fdk-dev-id.
       move key-hex to Fdk-key.
       move registrar-userid to Fdk-registered-by.
       move function current-date to Fdk-registered-at.
       write Fdk-rec
           invalid key
               rewrite Fdk-rec
                   invalid key
                       display "署名キーの登録に失敗しました"
                       close device-key-file
                       stop run
               end-rewrite
       end-write.
       close device-key-file.

       open output terminal-file.
       if terminal-status not = "00"
           display "./local/terminal.dat を作成できません（status "
               terminal-status "）"
           display "端末の ./local フォルダを確認してください"
           stop run
       end-if.
       move target-dev-id to Fterm-device-id.
       move space to Fterm-filler.
       move key-hex to Fterm-key.
       write Fterm-rec.
       close terminal-file.

       display "この端末を " target-dev-id " として登録しました".
       display "再発行前に一時保存された未再生の打刻は、先に kintai-punch-replay で"
           "再生してください（旧キーの署名は照合できません）".

       open extend log-file.
       move function current-date to log-timestamp.
       move spaces to log-comments.
       string
           "[INFO] " delimited by size
           function trim(auth-username) delimited by size
           " terminal registered " delimited by size
           target-dev-id delimited by size
           into log-comments
       end-string.
       write log-rec.
       close log-file.

       stop run.

generate-key.
       compute random-num = function random(
           function numval(function current-date(9:8))) * 999999999.
       move spaces to key-seed.
       string target-dev-id delimited by size
           function current-date delimited by size
           random-num delimited by size
           auth-username delimited by space
           into key-seed
       end-string.
       call "SHA1" using
           by reference key-seed
           by value function length(function trim(key-seed))
           by reference key-digest
           on exception
               display "SHA1ライブラリとのリンクに失敗しました"
               move key-seed to key-digest
       end-call.

       move spaces to key-hex.
       perform varying hex-idx from 1 by 1 until hex-idx > 20
           compute hex-byte = function ord(key-digest(hex-idx:1)) - 1
           compute hex-high = function integer(hex-byte / 16)
           compute hex-low = function mod(hex-byte, 16)
           move hex-digits(hex-high + 1:1) to key-hex(hex-idx * 2 - 1:1)
           move hex-digits(hex-low + 1:1) to key-hex(hex-idx * 2:1)
       end-perform.
