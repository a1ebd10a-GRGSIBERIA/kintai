identification division.
program-id. kintai-residence-set.

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
           select residence-file assign to "./dat/residence.dat"
               organization indexed
               access mode dynamic
               record key is Frs-userid
               status residence-status.
           select weekly-cap-file assign to "./dat/weekly-cap.dat"
               organization indexed
               access mode dynamic
               record key is Fwcap-userid
               status weekly-cap-status.
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
       fd residence-file.
           01 Frs-rec.
               03 Frs-userid pic 9(7).
               03 Frs-nationality pic X(40).
               03 Frs-status-name pic X(60).
               03 Frs-card-number pic X(12).
               03 Frs-expiry-date pic X(8).
               03 Frs-work-scope pic X.
               03 Frs-renewal-applied pic X(8).
               03 Frs-alert-sent pic X.
               03 Frs-registered-by pic 9(7).
               03 Frs-registered-at pic X(21).
       fd weekly-cap-file.
           01 Fwcap-rec.
               03 Fwcap-userid pic 9(7).
               03 Fwcap-limit-minutes pic 9(4).
               03 Fwcap-reason pic X(20).
               03 Fwcap-from pic X(8).
               03 Fwcap-to pic X(8).
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
       01 residence-status pic XX.
       01 weekly-cap-status pic XX.
       01 registrar-userid pic 9(7).
       01 mode-choice pic 9.
       01 target-userid pic 9(7).
       01 target-found pic 9.
       01 record-exists pic 9.
       01 log-action pic X(60).
       01 confirm-answer pic X.
       01 today pic X(8).
       01 date-check-num pic 9(8).
       01 input-date pic X(8).
       01 input-text pic X(60).
       01 input-card pic X(12).
       01 input-scope pic X.
       01 old-expiry pic X(8).
       *> 就労可能な範囲
       01 scope-kind pic X.
           88 scope-unlimited value "U".
           88 scope-status-only value "L".
           88 scope-permit-28h value "P".
           88 scope-not-allowed value "N".
       01 scope-label pic X(48).
       01 card-valid pic 9.
       01 expiry-limit-num pic 9(8).
       01 expiry-limit pic X(8).
       01 list-count pic 9(5).

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "在留資格情報登録モード".
       display "（外国人従業員の国籍・在留資格・在留カード番号・在留期間の満了日・就労可能な範囲を登録します）".

authenticate-username.
       display "ユーザ認証を行います".
       display "ユーザ名を入力してください".
       accept auth-username.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if auth-username = Fusername
                       move "residence-set" to perm-function
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
       move function current-date(1:8) to today.

exec-accept-mode.
       display "処理を選択してください".
       display "  [1] 登録・変更  [2] 照会  [3] 削除（日本国籍の取得など）".
       display "  [4] 在留期間の満了が近い従業員の一覧".
       accept mode-choice.
       evaluate mode-choice
       when 1
           go to exec-accept-register
       when 2
           go to exec-accept-view
       when 3
           go to exec-accept-delete
       when 4
           go to exec-list-expiring
       when other
           display "1から4で入力してください"
           go to exec-accept-mode
       end-evaluate.

exec-accept-register.
       perform accept-target-user thru accept-target-user-exit.
       if target-found = zero
           go to exec-accept-register
       end-if.

       move 1 to record-exists.
       open input residence-file.
       if residence-status = "00"
           move target-userid to Frs-userid
           read residence-file
               invalid key move zero to record-exists
           end-read
           close residence-file
       else
           move zero to record-exists
       end-if.

       if record-exists = zero
           initialize Frs-rec
           move target-userid to Frs-userid
           move spaces to Frs-nationality Frs-status-name Frs-card-number
               Frs-expiry-date Frs-work-scope Frs-renewal-applied
       else
           display "現在の登録内容:"
           perform display-residence-entry
           display "変更しない項目は空欄のまま入力してください"
       end-if.
       move Frs-expiry-date to old-expiry.

exec-accept-nationality.
       display "国籍・地域を入力してください".
       move spaces to input-text.
       accept input-text.
       if input-text = spaces
           move Frs-nationality to input-text
       end-if.
       if input-text = spaces
           display "国籍・地域は必須です"
           go to exec-accept-nationality
       end-if.
       move input-text to Frs-nationality.

exec-accept-status-name.
       display "在留資格を入力してください (例: 技術・人文知識・国際業務、留学、永住者)".
       move spaces to input-text.
       accept input-text.
       if input-text = spaces
           move Frs-status-name to input-text
       end-if.
       if input-text = spaces
           display "在留資格は必須です"
           go to exec-accept-status-name
       end-if.
       move input-text to Frs-status-name.

exec-accept-card.
       display "在留カード番号を入力してください (英字2桁＋数字8桁＋英字2桁)".
       move spaces to input-card.
       accept input-card.
       move function upper-case(input-card) to input-card.
       if input-card = spaces
           move Frs-card-number to input-card
       end-if.
       perform check-card-number.
       if card-valid = zero
           display "在留カード番号の形式が正しくありません"
           go to exec-accept-card
       end-if.
       move input-card to Frs-card-number.

exec-accept-expiry.
       display "在留期間の満了日を入力してください (例: 20270331、永住者は 0)".
       move spaces to input-date.
       accept input-date.
       evaluate true
       when input-date = spaces
           if Frs-expiry-date = spaces and record-exists = zero
               display "満了日は必須です（永住者は 0）"
               go to exec-accept-expiry
           end-if
       when input-date = "0"
           move spaces to Frs-expiry-date
       when other
           if input-date is not numeric
               display "日付が正しくありません"
               go to exec-accept-expiry
           end-if
           move input-date to date-check-num
           if function test-date-yyyymmdd(date-check-num) not = zero
               display "日付が正しくありません"
               go to exec-accept-expiry
           end-if
           move input-date to Frs-expiry-date
       end-evaluate.

exec-accept-scope.
       display "就労可能な範囲を入力してください".
       display "  U: 就労制限なし（永住者・定住者・日本人の配偶者等）".
       display "  L: 在留資格に基づく活動のみ".
       display "  P: 資格外活動許可あり（週28時間以内）".
       display "  N: 就労不可".
       move spaces to input-scope.
       accept input-scope.
       move function upper-case(input-scope) to input-scope.
       if input-scope = spaces
           move Frs-work-scope to input-scope
       end-if.
       move input-scope to scope-kind.
       if not scope-unlimited and not scope-status-only
           and not scope-permit-28h and not scope-not-allowed
           display "U/L/P/N で入力してください"
           go to exec-accept-scope
       end-if.
       move input-scope to Frs-work-scope.

exec-accept-renewal.
       *> 満了日までに更新を申請した者は、処分までか満了日から2か月まで
       *> 引き続き就労できる（特例期間）
       if Frs-expiry-date not = spaces
           display "在留期間更新の申請日を入力してください（未申請は空欄、取消は 0）"
           move spaces to input-date
           accept input-date
           evaluate true
           when input-date = spaces
               continue
           when input-date = "0"
               move spaces to Frs-renewal-applied
           when other
               if input-date is not numeric
                   display "日付が正しくありません"
                   go to exec-accept-renewal
               end-if
               move input-date to date-check-num
               if function test-date-yyyymmdd(date-check-num) not = zero
                   display "日付が正しくありません"
                   go to exec-accept-renewal
               end-if
               if input-date > Frs-expiry-date
                   display "満了日を過ぎてからの申請は特例期間の対象になりません"
                   go to exec-accept-renewal
               end-if
               move input-date to Frs-renewal-applied
           end-evaluate
       end-if.

       *> 満了日が変わったら（更新許可）期限アラートをやり直し、申請日も消す
       if Frs-expiry-date not = old-expiry
           move "N" to Frs-alert-sent
           if record-exists = 1
               move spaces to Frs-renewal-applied
           end-if
       end-if.
       if Frs-alert-sent = space
           move "N" to Frs-alert-sent
       end-if.

       move registrar-userid to Frs-registered-by.
       move function current-date to Frs-registered-at.
       open i-o residence-file.
       if residence-status not = "00"
           open output residence-file
           close residence-file
           open i-o residence-file
       end-if.
       write Frs-rec
           invalid key
               rewrite Frs-rec
                   invalid key
                       display "登録に失敗しました"
                       close residence-file
                       stop run
               end-rewrite
       end-write.
       close residence-file.
       display "userid " target-userid " の在留資格情報を登録しました".

       if scope-permit-28h
           perform register-weekly-cap thru register-weekly-cap-exit
       end-if.

       move spaces to log-action.
       string "set residence " delimited by size
           target-userid delimited by size
           " expiry " delimited by size
           Frs-expiry-date delimited by size
           " scope " delimited by size
           Frs-work-scope delimited by size
           into log-action
       end-string.
       go to exec-write-log.

exec-accept-view.
       perform accept-target-user thru accept-target-user-exit.
       if target-found = zero
           go to exec-accept-view
       end-if.

       move zero to record-exists.
       open input residence-file.
       if residence-status = "00"
           move target-userid to Frs-userid
           read residence-file
               invalid key continue
           end-read
           if residence-status = "00"
               move 1 to record-exists
           end-if
           close residence-file
       end-if.
       if record-exists = 1
           perform display-residence-entry
       else
           display "在留資格情報は登録されていません"
       end-if.
       stop run.

exec-accept-delete.
       perform accept-target-user thru accept-target-user-exit.
       if target-found = zero
           go to exec-accept-delete
       end-if.

       open i-o residence-file.
       if residence-status not = "00"
           display "在留資格情報は登録されていません"
           stop run
       end-if.
       move target-userid to Frs-userid.
       read residence-file
           invalid key continue
       end-read.
       if residence-status not = "00"
           display "在留資格情報は登録されていません"
           close residence-file
           stop run
       end-if.

       perform display-residence-entry.
       display "この在留資格情報を削除しますか？ [y/n]".
       move spaces to confirm-answer.
       accept confirm-answer.
       if confirm-answer not = "y" and confirm-answer not = "Y"
           close residence-file
           display "削除を中止しました"
           stop run
       end-if.
       delete residence-file record
           invalid key
               display "削除に失敗しました"
       end-delete.
       close residence-file.

       display "userid " target-userid " の在留資格情報を削除しました".
       move spaces to log-action.
       string "delete residence " delimited by size
           target-userid delimited by size
           into log-action
       end-string.
       go to exec-write-log.

exec-list-expiring.
       *> 満了日が90日以内の者と満了済みの者（更新手続きの確認用）
       compute expiry-limit-num = function date-of-integer(
           function integer-of-date(function numval(today)) + 90).
       move expiry-limit-num to expiry-limit.
       move zero to list-count.
       open input residence-file.
       if residence-status = "00"
           perform until residence-status not = "00"
               read residence-file next record
                   at end move "10" to residence-status
                   not at end
                       if Frs-expiry-date not = spaces
                           and Frs-expiry-date <= expiry-limit
                           add 1 to list-count
                           perform display-residence-entry
                           if Frs-expiry-date < today
                               display "      【満了日経過】"
                           end-if
                       end-if
               end-read
           end-perform
           close residence-file
       end-if.
       display "該当 " list-count " 件".

       move "list residence expiring" to log-action.
       go to exec-write-log.

exec-write-log.
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

accept-target-user.
       display "対象の従業員IDを入力してください".
       accept target-userid.

       move zero to target-found.
       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if Fuserid = target-userid
                       move 1 to target-found
                       display "対象: " function trim(Flastname)
                           " " function trim(Ffirstname)
                   end-if
       end-perform.
       close user-file.

       if target-found = zero then
           display "指定された利用者が見つかりません"
       end-if.

accept-target-user-exit.
       exit.

check-card-number.
       *> 在留カード番号は英字2桁・数字8桁・英字2桁の12桁
       move zero to card-valid.
       if input-card(1:2) is alphabetic-upper
           and input-card(3:8) is numeric
           and input-card(11:2) is alphabetic-upper
           and input-card(1:2) not = spaces
           and input-card(11:2) not = spaces
           move 1 to card-valid
       end-if.

register-weekly-cap.
       *> 資格外活動許可の週28時間を週間上限（weekly-cap.dat）にも登録する。
       *> 既に登録がある場合は上書きしない（kintai-weekly-cap-set で管理）
       open i-o weekly-cap-file.
       if weekly-cap-status not = "00"
           open output weekly-cap-file
           close weekly-cap-file
           open i-o weekly-cap-file
       end-if.
       move target-userid to Fwcap-userid.
       read weekly-cap-file
           invalid key continue
       end-read.
       if weekly-cap-status = "00"
           close weekly-cap-file
           display "週間上限は登録済みです（" function trim(Fwcap-reason)
               "  " Fwcap-from "〜" Fwcap-to "）"
           go to register-weekly-cap-exit
       end-if.
       move target-userid to Fwcap-userid.
       move 1680 to Fwcap-limit-minutes.
       move "資格外活動" to Fwcap-reason.
       move today to Fwcap-from.
       if Frs-expiry-date = spaces
           move "99991231" to Fwcap-to
       else
           move Frs-expiry-date to Fwcap-to
       end-if.
       write Fwcap-rec
           invalid key
               display "週間上限の登録に失敗しました"
       end-write.
       close weekly-cap-file.
       display "週間上限（週28時間）を " Fwcap-to " まで登録しました".

register-weekly-cap-exit.
       exit.

display-residence-entry.
       move Frs-work-scope to scope-kind.
       evaluate true
       when scope-unlimited
           move "就労制限なし" to scope-label
       when scope-status-only
           move "在留資格に基づく活動のみ" to scope-label
       when scope-permit-28h
           move "資格外活動許可（週28時間以内）" to scope-label
       when scope-not-allowed
           move "就労不可" to scope-label
       when other
           move "未設定" to scope-label
       end-evaluate.
       display "  userid " Frs-userid "  国籍・地域 "
           function trim(Frs-nationality).
       display "  在留資格 " function trim(Frs-status-name)
           "  在留カード番号 " Frs-card-number.
       if Frs-expiry-date = spaces
           display "  在留期間 無期限  就労 " function trim(scope-label)
       else
           display "  満了日 " Frs-expiry-date "  就労 "
               function trim(scope-label)
       end-if.
       if Frs-renewal-applied not = spaces
           display "  更新申請日 " Frs-renewal-applied "（特例期間の対象）"
       end-if.
