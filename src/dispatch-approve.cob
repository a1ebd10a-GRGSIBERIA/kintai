identification division.
program-id. kintai-dispatch-approve.

environment division.
input-output section.
       file-control.
           select user-file assign to "./dat/user.dat"
               organization indexed
               access mode sequential
               record key is Fuserid
               status user-status.
           select pswd-meta-file assign to "./dat/pswd-meta.dat"
               organization indexed
               access mode dynamic
               record key is Fpm-userid
               status pswd-meta-status.
           select confirm-file assign to "./dat/dispatch-confirm.dat"
               organization indexed
               access mode dynamic
               record key is Fdc-key
               status confirm-status.
           select draft-file assign using draft-name
               organization line sequential
               status draft-status.
           select send-file assign using send-name
               organization line sequential
               status send-status.
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
       fd pswd-meta-file.
           01 Fpm-rec.
               03 Fpm-userid pic 9(7).
               03 Fpm-changed-date pic X(8).
               03 Fpm-temp-flag pic X.
       fd confirm-file.
           01 Fdc-rec.
               03 Fdc-key.
                   05 Fdc-yyyymm pic X(6).
                   05 Fdc-userid pic 9(7).
               03 Fdc-agency-code pic X(10).
               03 Fdc-dept pic 9(2).
               03 Fdc-days pic 9(2).
               03 Fdc-worked-minutes pic 9(6).
               03 Fdc-overtime-minutes pic 9(6).
               03 Fdc-status pic 9.
               03 Fdc-requested-at pic X(21).
               03 Fdc-approver pic 9(7).
               03 Fdc-decided-at pic X(21).
       fd draft-file.
           01 draft-line pic X(120).
       fd send-file.
           01 send-line pic X(120).
       fd log-file.
           01 log-rec.
               03 log-timestamp pic X(21).
               03 log-comments pic X(128).
working-storage section.
       *> パスワード有効期限ゲート用
       01 pswd-meta-status pic XX.
       01 pswd-age-days pic s9(5).
       01 status-rec.
           03 user-status pic XX.
           03 confirm-status pic XX.
           03 draft-status pic XX.
           03 send-status pic XX.
       01 auth-rec.
           03 auth-username pic X(64).
           03 auth-password pic X(20).
           03 approver-id pic 9(7).
           03 miss-count pic 9 value 0.
       01 auth-password-hash pic X(20).
       01 decision-select pic 9.
       01 select-yyyymm pic X(6).
       01 select-userid pic 9(7).
       01 list-count pic 9(4).
       01 hours-edit pic ZZ9.99.
       01 hours-edit2 pic ZZ9.99.
       *> 承認前の確認用データと、承認後の派遣元への送付用ファイル
       01 draft-name pic X(60).
       01 send-name pic X(60).
       01 copy-count pic 9(4).

procedure division.
       display "勤怠管理システム".
       display "派遣社員の月次勤務時間 承認モード（派遣元への送付前の確認）".

authenticate-username.
       display "承認者としてユーザ認証を行います".
       display "ユーザ名を入力してください".
       accept auth-username.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if auth-username = Fusername
                       if Froll = 2 or Froll = 5 or Froll = 6
                           move Fuserid to approver-id
                           close user-file
                           go to authenticate-password
                       else
                           close user-file
                           display "承認権限がありません（課長・部長・役員のみ承認できます）"
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
           go to list-procedure
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

list-procedure.
       display "承認待ちの派遣社員の月次勤務時間一覧です".
       move zero to list-count.
       open input confirm-file.
       perform until confirm-status not = "00"
           read confirm-file next record
               at end move "10" to confirm-status
               not at end
                   if Fdc-status = zero
                       add 1 to list-count
                       compute hours-edit rounded =
                           Fdc-worked-minutes / 60
                       compute hours-edit2 rounded =
                           Fdc-overtime-minutes / 60
                       display "年月:" Fdc-yyyymm
                           "  userid:" Fdc-userid
                           "  派遣元:" function trim(Fdc-agency-code)
                           "  部署:" Fdc-dept
                       display "    出勤 " Fdc-days " 日  "
                           function trim(hours-edit) " 時間（時間外 "
                           function trim(hours-edit2) " 時間）"
                   end-if
           end-read
       end-perform.
       close confirm-file.
       if list-count = zero
           display "承認待ちはありません"
           stop run
       end-if.

       display "処理する年月を入力してください (空欄で終了)".
       move spaces to select-yyyymm.
       accept select-yyyymm.
       if select-yyyymm = spaces then
           stop run
       end-if.
       display "処理する派遣社員の userid を入力してください".
       accept select-userid.

       move select-yyyymm to Fdc-yyyymm.
       move select-userid to Fdc-userid.
       open i-o confirm-file.
       read confirm-file
           invalid key
               display "承認待ちのデータが見つかりませんでした"
               close confirm-file
               go to list-procedure
       end-read.

       if Fdc-status not = zero then
           display "このデータはすでに処理済みです"
           close confirm-file
           go to list-procedure
       end-if.

       move spaces to draft-name.
       string "./dat/dispatch-hours-" delimited by size
           Fdc-yyyymm delimited by size
           "-" delimited by size
           Fdc-userid delimited by size
           "-draft.csv" delimited by size
           into draft-name
       end-string.
       display "明細: " function trim(draft-name).

       display "1. 承認して派遣元への送付用ファイルを作成する".
       display "2. 差し戻す（打刻を修正して再出力）".
       accept decision-select.

       evaluate decision-select
       when 1
           perform make-send-file thru make-send-file-exit
           if copy-count = zero
               display "確認用データが読めないため承認できません"
               display "（kintai-dispatch-hours で再出力してください）"
               close confirm-file
               go to list-procedure
           end-if
           move 1 to Fdc-status
       when 2
           move 2 to Fdc-status
       when other
           display "指定された番号がありません"
           close confirm-file
           go to list-procedure
       end-evaluate.

       move approver-id to Fdc-approver.
       move function current-date to Fdc-decided-at.
       rewrite Fdc-rec
           invalid key
               display "更新に失敗しました"
       end-rewrite.
       close confirm-file.

       open extend log-file.
       move function current-date to log-timestamp.
       move spaces to log-comments.
       string "[INFO] " delimited by size
           function trim(auth-username) delimited by size
           " dispatched worker hours " delimited by size
           Fdc-yyyymm delimited by size
           " userid " delimited by size
           Fdc-userid delimited by size
           " status " delimited by size
           Fdc-status delimited by size
           into log-comments
       end-string.
       write log-rec.
       close log-file.

       if Fdc-status = 1
           display function trim(send-name)
               " を作成しました（派遣元へ送付してください）"
       else
           display "差し戻しました"
       end-if.
       go to list-procedure.

make-send-file.
       move zero to copy-count.
       move spaces to send-name.
       string "./dat/dispatch-hours-" delimited by size
           Fdc-yyyymm delimited by size
           "-" delimited by size
           Fdc-userid delimited by size
           ".csv" delimited by size
           into send-name
       end-string.
       open input draft-file.
       if draft-status not = "00"
           go to make-send-file-exit
       end-if.
       open output send-file.
       perform until draft-status not = "00"
           read draft-file
               at end move "10" to draft-status
               not at end
                   move draft-line to send-line
                   write send-line
                   add 1 to copy-count
           end-read
       end-perform.
       close send-file.
       close draft-file.

make-send-file-exit.
       exit.
