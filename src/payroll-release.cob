identification division.
program-id. kintai-payroll-release.

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
           select release-file assign to "./dat/payroll-release.dat"
               organization indexed
               access mode dynamic
               record key is Frel-key
               status release-status.
           select manifest-file assign to "./dat/payroll-manifest.dat"
               organization indexed
               access mode dynamic
               record key is Fman-key
               status manifest-status.
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
       fd release-file.
           01 Frel-rec.
               03 Frel-key.
                   05 Frel-yyyymm pic X(6).
                   05 Frel-version pic 9(3).
               03 Frel-company pic 9(2).
               03 Frel-status pic X.
               03 Frel-flag-count pic 9(5).
               03 Frel-variance-at pic X(21).
               03 Frel-report pic X(60).
               03 Frel-reviewer pic 9(7).
               03 Frel-reviewer-name pic X(64).
               03 Frel-approved-at pic X(21).
               03 Frel-comment pic X(64).
               03 Frel-reset-at pic X(21).
       fd manifest-file.
           01 Fman-rec.
               03 Fman-key.
                   05 Fman-yyyymm pic X(6).
                   05 Fman-version pic 9(3).
               03 Fman-rows pic 9(5).
               03 Fman-total-hours pic 9(7)v99.
               03 Fman-total-pay pic 9(10)v99.
               03 Fman-filename pic X(60).
               03 Fman-created-at pic X(21).
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
       01 release-status pic XX.
       01 manifest-status pic XX.
       01 reviewer-userid pic 9(7).
       01 target-yyyymm pic X(6).
       01 target-version pic 9(3).
       01 confirm-choice pic X.
       01 new-comment pic X(64).
       01 pay-edit pic Z(9)9.
       01 log-action pic X(60).

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "給与の支給前承認（差異チェック後に承認した版だけが振込・明細の対象になります）".

authenticate-username.
       display "ユーザ認証を行います".
       display "ユーザ名を入力してください".
       accept auth-username.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if auth-username = Fusername
                       move "payroll-release" to perm-function
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
       move Fuserid to reviewer-userid.

exec-accept-version.
       display "対象年月を入力してください (例: 202608)".
       accept target-yyyymm.
       display "対象の版番号を入力してください (例: 001)".
       accept target-version.

       move target-yyyymm to Fman-yyyymm.
       move target-version to Fman-version.
       open input manifest-file.
       read manifest-file
           invalid key continue
       end-read.
       close manifest-file.
       if manifest-status not = "00"
           display "指定された版のマニフェストが見つかりません"
           go to exec-accept-version
       end-if.

       move target-yyyymm to Frel-yyyymm.
       move target-version to Frel-version.
       open input release-file.
       read release-file
           invalid key continue
       end-read.
       close release-file.
       if release-status not = "00"
           display "この版は差異チェックが未実施です"
           display "（kintai-payroll-variance を実行して内容を確認してください）"
           stop run
       end-if.
       if Frel-status = "X"
           display "この版は再出力により承認が取り消されています（"
               Frel-reset-at(1:8) "）"
           display "最新の版で差異チェックからやり直してください"
           stop run
       end-if.
       if Frel-status = "A"
           display "この版は承認済みです（" Frel-approved-at(1:8) " "
               function trim(Frel-reviewer-name) "）"
           stop run
       end-if.

       move Fman-total-pay to pay-edit.
       display "版 " target-yyyymm " 第" target-version "版  "
           Fman-rows " 名  総支給 " pay-edit.
       display "差異チェック " Frel-variance-at(1:8) "  要確認 "
           Frel-flag-count " 件".
       display "差異レポート: " function trim(Frel-report).

exec-accept-comment.
       move spaces to new-comment.
       if Frel-flag-count > 0
           display "要確認の項目を確認した結果を入力してください（必須）"
           accept new-comment
           if new-comment = spaces
               display "要確認の項目があるため確認結果の入力が必要です"
               go to exec-accept-comment
           end-if
       else
           display "コメントを入力してください（任意）"
           accept new-comment
       end-if.

       display "この版の支給を承認しますか？ [y/n]".
       accept confirm-choice.
       if confirm-choice not = "y" and confirm-choice not = "Y"
           display "承認を中止しました"
           stop run
       end-if.

       open i-o release-file.
       move target-yyyymm to Frel-yyyymm.
       move target-version to Frel-version.
       read release-file
           invalid key continue
       end-read.
       if release-status not = "00" or Frel-status not = "V"
           close release-file
           display "承認の記録に失敗しました（状態が変わっています）"
           stop run
       end-if.
       move "A" to Frel-status.
       move reviewer-userid to Frel-reviewer.
       move auth-username to Frel-reviewer-name.
       move function current-date to Frel-approved-at.
       move new-comment to Frel-comment.
       rewrite Frel-rec
           invalid key
               display "承認の記録に失敗しました"
       end-rewrite.
       close release-file.

       display target-yyyymm " 第" target-version
           "版の支給を承認しました（kintai-zengin-export・kintai-payslip-generate が実行できます）".

       move spaces to log-action.
       string "payroll-release " delimited by size
           target-yyyymm delimited by size
           " v" delimited by size
           target-version delimited by size
           " flags " delimited by size
           Frel-flag-count delimited by size
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
