identification division.
program-id. kintai-disability-set.

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
           select disability-file assign to "./dat/disability.dat"
               organization indexed
               access mode dynamic
               record key is Fdis-userid
               status disability-status.
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
       fd disability-file.
           01 Fdis-rec.
               03 Fdis-userid pic 9(7).
               03 Fdis-cert-type pic 9.
               03 Fdis-grade pic X(2).
               03 Fdis-severe pic X.
               03 Fdis-issued-date pic X(8).
               03 Fdis-expiry-date pic X(8).
               03 Fdis-registered-by pic 9(7).
               03 Fdis-registered-at pic X(21).
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
       01 disability-status pic XX.
       *> 手帳情報の閲覧証跡
       01 read-access-status pic XX.
       01 ra-target-ws pic X(20).
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
       01 input-grade pic X(2).
       01 input-severe pic X.
       01 new-cert-type pic 9.
       *> 手帳の種別（1=身体障害者手帳 2=療育手帳 3=精神障害者保健福祉手帳）
       01 cert-kind pic 9.
           88 cert-physical value 1.
           88 cert-intellectual value 2.
           88 cert-mental value 3.
       01 cert-label pic X(36).
       01 list-count pic 9(5).
       01 expiry-limit pic X(8).
       01 expiry-limit-num pic 9(8).

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "障害者手帳情報管理モード".
       display "（障害者雇用率の算定に使う手帳の種別・等級・有効期限を管理します。参照・登録はすべて閲覧証跡に記録します）".

authenticate-username.
       display "ユーザ認証を行います".
       display "ユーザ名を入力してください".
       accept auth-username.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if auth-username = Fusername
                       move "disability-set" to perm-function
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
       display "  [1] 登録・変更  [2] 照会  [3] 削除  [4] 有効期限が近い手帳の一覧".
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
       open input disability-file.
       if disability-status = "00"
           move target-userid to Fdis-userid
           read disability-file
               invalid key move zero to record-exists
           end-read
           close disability-file
       else
           move zero to record-exists
       end-if.

       if record-exists = zero
           initialize Fdis-rec
           move target-userid to Fdis-userid
           move spaces to Fdis-grade Fdis-severe Fdis-issued-date
               Fdis-expiry-date
       else
           perform write-read-access
           display "現在の登録内容:"
           perform display-disability-entry
           display "変更しない項目は空欄のまま入力してください"
       end-if.

exec-accept-type.
       display "手帳の種別を入力してください".
       display "  1: 身体障害者手帳  2: 療育手帳  3: 精神障害者保健福祉手帳".
       if record-exists = 1
           display "  (現在: " Fdis-cert-type ")"
       end-if.
       move zero to new-cert-type.
       accept new-cert-type.
       if new-cert-type = zero and record-exists = 1
           move Fdis-cert-type to new-cert-type
       end-if.
       move new-cert-type to cert-kind.
       if not cert-physical and not cert-intellectual
           and not cert-mental then
           display "1から3で入力してください"
           go to exec-accept-type
       end-if.
       if new-cert-type not = Fdis-cert-type
           move spaces to Fdis-grade
       end-if.
       move new-cert-type to Fdis-cert-type.

exec-accept-grade.
       evaluate true
       when cert-physical
           display "等級を入力してください（1〜7）"
       when cert-intellectual
           display "程度を入力してください（A: 重度  B: 重度以外）"
       when other
           display "等級を入力してください（1〜3）"
       end-evaluate.
       if Fdis-grade not = spaces
           display "  (現在: " Fdis-grade ")"
       end-if.
       move spaces to input-grade.
       accept input-grade.
       move function upper-case(input-grade) to input-grade.
       if input-grade = spaces
           move Fdis-grade to input-grade
       end-if.
       evaluate true
       when cert-physical
           if input-grade(1:1) < "1" or input-grade(1:1) > "7"
               or input-grade(2:1) not = space
               display "1から7で入力してください"
               go to exec-accept-grade
           end-if
       when cert-intellectual
           if (input-grade(1:1) not = "A" and input-grade(1:1) not = "B")
               or input-grade(2:1) not = space
               display "A か B で入力してください"
               go to exec-accept-grade
           end-if
       when other
           if input-grade(1:1) < "1" or input-grade(1:1) > "3"
               or input-grade(2:1) not = space
               display "1から3で入力してください"
               go to exec-accept-grade
           end-if
       end-evaluate.
       move input-grade to Fdis-grade.

       *> 重度：身体は1・2級、知的は療育手帳A。
       *> 療育手帳Bでも判定機関で重度と判定された者は重度とする
       move "N" to Fdis-severe.
       if cert-physical and (Fdis-grade(1:1) = "1" or Fdis-grade(1:1) = "2")
           move "Y" to Fdis-severe
       end-if.
       if cert-intellectual and Fdis-grade(1:1) = "A"
           move "Y" to Fdis-severe
       end-if.

exec-accept-severe-judgment.
       if cert-intellectual and Fdis-grade(1:1) = "B"
           display "判定機関で重度知的障害者と判定されていますか (Y/N)"
           move spaces to input-severe
           accept input-severe
           move function upper-case(input-severe) to input-severe
           if input-severe not = "Y" and input-severe not = "N"
               display "Y か N で入力してください"
               go to exec-accept-severe-judgment
           end-if
           move input-severe to Fdis-severe
       end-if.

exec-accept-issued.
       display "交付日を入力してください (例: 20240401)".
       if Fdis-issued-date not = spaces
           display "  (現在: " Fdis-issued-date ")"
       end-if.
       move spaces to input-date.
       accept input-date.
       if input-date = spaces
           move Fdis-issued-date to input-date
       end-if.
       if input-date = spaces or input-date is not numeric
           display "日付が正しくありません"
           go to exec-accept-issued
       end-if.
       move input-date to date-check-num.
       if function test-date-yyyymmdd(date-check-num) not = zero
           display "日付が正しくありません"
           go to exec-accept-issued
       end-if.
       move input-date to Fdis-issued-date.

exec-accept-expiry.
       *> 精神障害者保健福祉手帳は2年ごとの更新があるため有効期限が必須
       display "有効期限を入力してください（期限のない手帳は空欄）".
       if Fdis-expiry-date not = spaces
           display "  (現在: " Fdis-expiry-date "、期限を外す場合は 0)"
       end-if.
       move spaces to input-date.
       accept input-date.
       evaluate true
       when input-date = spaces
           continue
       when input-date = "0"
           move spaces to Fdis-expiry-date
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
           if input-date < Fdis-issued-date
               display "有効期限は交付日以降で入力してください"
               go to exec-accept-expiry
           end-if
           move input-date to Fdis-expiry-date
       end-evaluate.
       if cert-mental and Fdis-expiry-date = spaces
           display "精神障害者保健福祉手帳は有効期限を入力してください"
           go to exec-accept-expiry
       end-if.

       move registrar-userid to Fdis-registered-by.
       move function current-date to Fdis-registered-at.
       open i-o disability-file.
       if disability-status not = "00"
           open output disability-file
           close disability-file
           open i-o disability-file
       end-if.
       write Fdis-rec
           invalid key
               rewrite Fdis-rec
                   invalid key
                       display "登録に失敗しました"
                       close disability-file
                       stop run
               end-rewrite
       end-write.
       close disability-file.

       perform write-read-access.
       display "userid " target-userid " の手帳情報を登録しました".
       move spaces to log-action.
       string "set disability " delimited by size
           target-userid delimited by size
           into log-action
       end-string.
       go to exec-write-log.

exec-accept-view.
       perform accept-target-user thru accept-target-user-exit.
       if target-found = zero
           go to exec-accept-view
       end-if.

       move zero to record-exists.
       open input disability-file.
       if disability-status = "00"
           move target-userid to Fdis-userid
           read disability-file
               invalid key continue
           end-read
           if disability-status = "00"
               move 1 to record-exists
           end-if
           close disability-file
       end-if.

       *> 該当が無くても照会したこと自体を記録する
       perform write-read-access.
       if record-exists = 1
           perform display-disability-entry
       else
           display "手帳情報は登録されていません"
       end-if.
       move spaces to log-action.
       string "view disability " delimited by size
           target-userid delimited by size
           into log-action
       end-string.
       go to exec-write-log.

exec-accept-delete.
       perform accept-target-user thru accept-target-user-exit.
       if target-found = zero
           go to exec-accept-delete
       end-if.

       open i-o disability-file.
       if disability-status not = "00"
           display "手帳情報は登録されていません"
           stop run
       end-if.
       move target-userid to Fdis-userid.
       read disability-file
           invalid key continue
       end-read.
       if disability-status not = "00"
           display "手帳情報は登録されていません"
           close disability-file
           stop run
       end-if.

       perform write-read-access.
       perform display-disability-entry.
       display "この手帳情報を削除しますか？ [y/n]".
       move spaces to confirm-answer.
       accept confirm-answer.
       if confirm-answer not = "y" and confirm-answer not = "Y"
           close disability-file
           display "削除を中止しました"
           stop run
       end-if.
       delete disability-file record
           invalid key
               display "削除に失敗しました"
       end-delete.
       close disability-file.

       display "userid " target-userid " の手帳情報を削除しました".
       move spaces to log-action.
       string "delete disability " delimited by size
           target-userid delimited by size
           into log-action
       end-string.
       go to exec-write-log.

exec-list-expiring.
       *> 有効期限切れと60日以内に期限が来る手帳（更新後の手帳の確認漏れを防ぐ）
       compute expiry-limit-num = function date-of-integer(
           function integer-of-date(function numval(today)) + 60).
       move expiry-limit-num to expiry-limit.
       move zero to list-count.
       open input disability-file.
       if disability-status = "00"
           perform until disability-status not = "00"
               read disability-file next record
                   at end move "10" to disability-status
                   not at end
                       if Fdis-expiry-date not = spaces
                           and Fdis-expiry-date <= expiry-limit
                           add 1 to list-count
                           perform display-disability-entry
                           if Fdis-expiry-date < today
                               display "      【期限切れ】"
                           end-if
                       end-if
               end-read
           end-perform
           close disability-file
       end-if.
       display "該当 " list-count " 件".

       move zero to target-userid.
       move "EXPIRING" to ra-target-ws.
       perform write-read-access-list.
       move "list disability expiring" to log-action.
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

display-disability-entry.
       move Fdis-cert-type to cert-kind.
       evaluate true
       when cert-physical
           move "身体障害者手帳" to cert-label
       when cert-intellectual
           move "療育手帳" to cert-label
       when cert-mental
           move "精神障害者保健福祉手帳" to cert-label
       when other
           move "不明" to cert-label
       end-evaluate.
       display "  userid " Fdis-userid "  " function trim(cert-label)
           "  等級 " Fdis-grade "  重度 " Fdis-severe
           "  交付日 " Fdis-issued-date "  有効期限 " Fdis-expiry-date.

write-read-access.
       *> 誰がいつ誰の手帳情報にアクセスしたかを追記する
       move spaces to ra-target-ws.
       move target-userid to ra-target-ws(1:7).
       perform write-read-access-list.

write-read-access-list.
       open extend read-access-file.
       if read-access-status not = "00"
           open output read-access-file
       end-if.
       move function current-date to Fra-timestamp.
       move registrar-userid to Fra-viewer.
       move "kintai-disability" to Fra-program.
       move ra-target-ws to Fra-target.
       move "CONSOLE" to Fra-dest.
       move spaces to Fra-purpose.
       move "F" to Fra-view.
       move " " to Fra-filler1 Fra-filler2 Fra-filler3 Fra-filler4
           Fra-filler5 Fra-filler6.
       write Fra-rec.
       close read-access-file.
