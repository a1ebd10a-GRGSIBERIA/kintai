identification division.
program-id. kintai-insurance-filing.

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
           select filing-file assign to "./dat/insurance-filing.dat"
               organization indexed
               access mode dynamic
               record key is Fif-key
               status filing-status.
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
       fd filing-file.
           01 Fif-rec.
               03 Fif-key.
                   05 Fif-userid pic 9(7).
                   05 Fif-kind pic X(2).
                   05 Fif-event-date pic X(8).
               03 Fif-due-date pic X(8).
               03 Fif-status pic X.
               03 Fif-csv-file pic X(60).
               03 Fif-remuneration pic 9(8).
               03 Fif-dependents pic 9(2).
               03 Fif-prepared-at pic X(21).
               03 Fif-submitted-by pic 9(7).
               03 Fif-submitted-at pic X(21).
               03 Fif-accepted-by pic 9(7).
               03 Fif-accepted-at pic X(21).
               03 Fif-note pic X(64).
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
       01 filing-status pic XX.
       01 operator-userid pic 9(7).
       01 today-date pic X(8).
       01 target-userid pic 9(7).
       01 target-kind pic X(2).
       01 target-event-date pic X(8).
       01 action-choice pic X.
       01 new-note pic X(64).
       01 list-count pic 9(5).
       01 list-mark pic X(18).
       01 status-name pic X(12).
       01 log-action pic X(60).

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "資格取得届・喪失届の提出状況の登録（作成済→提出済→受理）".

authenticate-username.
       display "ユーザ認証を行います".
       display "ユーザ名を入力してください".
       accept auth-username.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if auth-username = Fusername
                       move "insurance-filing" to perm-function
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
       move Fuserid to operator-userid.
       move function current-date(1:8) to today-date.

       *> 提出・受理が済んでいない届出を一覧する
       display " ".
       display "区分 HA=健保厚年取得 HL=健保厚年喪失 EA=雇保取得 EL=雇保喪失 FA=外国人雇入れ FL=外国人離職".
       move zero to list-count.
       open input filing-file.
       if filing-status not = "00"
           display "作成済の届出がありません（kintai-insurance-notify を実行してください）"
           stop run
       end-if.
       perform until filing-status not = "00"
           read filing-file next record
               not at end
                   if Fif-status = "P" or Fif-status = "S"
                       perform show-filing
                   end-if
       end-perform.
       close filing-file.
       if list-count = zero
           display "未完了の届出はありません"
           stop run
       end-if.

exec-accept-filing.
       display " ".
       display "対象の従業員IDを入力してください".
       accept target-userid.
       display "区分を入力してください (HA/HL/EA/EL/FA/FL)".
       accept target-kind.
       move function upper-case(target-kind) to target-kind.
       display "発生日（取得日・喪失日）を入力してください (例: 20261001)".
       accept target-event-date.

       open i-o filing-file.
       move target-userid to Fif-userid.
       move target-kind to Fif-kind.
       move target-event-date to Fif-event-date.
       read filing-file
           invalid key continue
       end-read.
       if filing-status not = "00"
           close filing-file
           display "指定された届出が見つかりません"
           go to exec-accept-filing
       end-if.
       if Fif-status not = "P" and Fif-status not = "S"
           close filing-file
           display "この届出は完了しています"
           stop run
       end-if.

       display "1=提出済 2=受理 3=対象外（作成取消） を選んでください".
       accept action-choice.
       move spaces to new-note.
       evaluate action-choice
       when "1"
           if Fif-status not = "P"
               close filing-file
               display "提出済の届出です"
               stop run
           end-if
           move "S" to Fif-status
           move operator-userid to Fif-submitted-by
           move function current-date to Fif-submitted-at
       when "2"
           if Fif-status = "P"
               move operator-userid to Fif-submitted-by
               move function current-date to Fif-submitted-at
           end-if
           move "A" to Fif-status
           move operator-userid to Fif-accepted-by
           move function current-date to Fif-accepted-at
       when "3"
           display "対象外とする理由を入力してください（必須）"
           accept new-note
           if new-note = spaces
               close filing-file
               display "理由が入力されていないため中止しました"
               stop run
           end-if
           move "X" to Fif-status
           move new-note to Fif-note
       when other
           close filing-file
           display "選択が正しくありません"
           stop run
       end-evaluate.
       rewrite Fif-rec
           invalid key
               display "提出状況の更新に失敗しました"
       end-rewrite.
       close filing-file.

       perform set-status-name.
       display target-userid " " target-kind " " target-event-date
           " を " function trim(status-name) " にしました".

       move spaces to log-action.
       string "insurance-filing " delimited by size
           target-userid delimited by size
           " " delimited by size
           target-kind delimited by size
           " " delimited by size
           target-event-date delimited by size
           " " delimited by size
           Fif-status delimited by size
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

show-filing.
       add 1 to list-count.
       move spaces to list-mark.
       if Fif-status = "P" and Fif-due-date < today-date
           move "【期限超過】" to list-mark
       end-if.
       perform set-status-name.
       display Fif-userid " " Fif-kind " 発生日 " Fif-event-date
           " 期限 " Fif-due-date " " function trim(status-name) " "
           list-mark " " function trim(Fif-note).

set-status-name.
       evaluate Fif-status
       when "P"
           move "作成済" to status-name
       when "S"
           move "提出済" to status-name
       when "A"
           move "受理" to status-name
       when other
           move "対象外" to status-name
       end-evaluate.
