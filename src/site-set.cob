identification division.
program-id. kintai-site-set.

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
           select work-site-file assign to "./dat/work-site.dat"
               organization indexed
               access mode dynamic
               record key is Fwsite-code
               status work-site-status.
           select employee-site-file assign to "./dat/employee-site.dat"
               organization indexed
               access mode dynamic
               record key is Fesite-key
               status employee-site-status.
           select device-site-file assign to "./dat/device-site.dat"
               organization indexed
               access mode dynamic
               record key is Fdsite-dev-id
               status device-site-status.
           select device-file assign to "./dat/device.dat"
               organization indexed
               access mode dynamic
               record key is Fdev-id
               status device-status.
           select site-calendar-file assign to "./dat/site-calendar.dat"
               organization indexed
               access mode dynamic
               record key is Fscl-key
               status site-calendar-status.
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
       fd work-site-file.
           01 Fwsite-rec.
               03 Fwsite-code pic 9(2).
               03 Fwsite-name pic N(20).
               03 Fwsite-prefecture pic N(10).
               03 Fwsite-updated-by pic 9(7).
               03 Fwsite-updated-at pic X(21).
       fd employee-site-file.
           01 Fesite-rec.
               03 Fesite-key.
                   05 Fesite-userid pic 9(7).
                   05 Fesite-from pic X(8).
               03 Fesite-site pic 9(2).
               03 Fesite-registered-by pic 9(7).
               03 Fesite-registered-at pic X(21).
       fd device-site-file.
           01 Fdsite-rec.
               03 Fdsite-dev-id pic X(8).
               03 Fdsite-site pic 9(2).
               03 Fdsite-updated-by pic 9(7).
               03 Fdsite-updated-at pic X(21).
       fd device-file.
           01 Fdev-rec.
               03 Fdev-id pic X(8).
               03 Fdev-location pic N(20).
               03 Fdev-tz-offset pic X(5).
       fd site-calendar-file.
           01 Fscl-rec.
               03 Fscl-key.
                   05 Fscl-site pic 9(2).
                   05 Fscl-date pic X(8).
               03 Fscl-kind pic X.
               03 Fscl-name pic N(20).
               03 Fscl-registered-by pic 9(7).
               03 Fscl-registered-at pic X(21).
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
       01 work-site-status pic XX.
       01 employee-site-status pic XX.
       01 device-site-status pic XX.
       01 device-status pic XX.
       01 site-calendar-status pic XX.
       01 registrar-userid pic 9(7).
       01 mode-choice pic 9.
       01 target-userid pic 9(7).
       01 target-found pic 9.
       01 target-site pic 9(2).
       01 site-found pic 9.
       01 target-dev-id pic X(8).
       01 new-site-name pic N(20).
       01 new-prefecture pic N(10).
       01 input-date pic X(8).
       01 input-month pic X(6).
       01 date-check-num pic 9(8).
       01 input-kind pic X.
       01 new-day-name pic N(20).
       01 list-count pic 9(5).
       01 kind-label pic X(12).
       01 log-action pic X(60).

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "勤務拠点・拠点カレンダー管理モード".
       display "（拠点マスタ、従業員・端末の所属拠点、拠点ごとの休業日・稼働日を登録します）".

authenticate-username.
       display "ユーザ認証を行います".
       display "ユーザ名を入力してください".
       accept auth-username.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if auth-username = Fusername
                       move "site-set" to perm-function
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

exec-accept-mode.
       display "処理を選択してください".
       display "  [1] 拠点の登録・変更  [2] 従業員の所属拠点  [3] 端末の設置拠点".
       display "  [4] 拠点カレンダーの登録  [5] 拠点カレンダーの削除".
       display "  [6] 拠点カレンダーの一覧".
       accept mode-choice.
       evaluate mode-choice
       when 1
           go to exec-accept-site
       when 2
           go to exec-accept-employee-site
       when 3
           go to exec-accept-device-site
       when 4
           go to exec-accept-calendar-add
       when 5
           go to exec-accept-calendar-delete
       when 6
           go to exec-list-calendar
       when other
           display "1から6で入力してください"
           go to exec-accept-mode
       end-evaluate.

exec-accept-site.
       perform list-sites.
       display "拠点コードを入力してください (01〜99、00 は会社カレンダー)".
       accept target-site.
       if target-site = zero
           display "00 は会社全体のカレンダー（holiday.dat）です"
           go to exec-accept-site
       end-if.

       open i-o work-site-file.
       if work-site-status not = "00"
           open output work-site-file
           close work-site-file
           open i-o work-site-file
       end-if.
       move target-site to Fwsite-code.
       read work-site-file
           invalid key
               initialize Fwsite-rec
               move target-site to Fwsite-code
               move zero to site-found
           not invalid key
               move 1 to site-found
               display "現在の登録: " function trim(Fwsite-name)
                   "  " function trim(Fwsite-prefecture)
       end-read.

       display "拠点名を入力してください (例: 第一工場、大阪事業所)".
       move spaces to new-site-name.
       accept new-site-name.
       if new-site-name not = spaces
           move new-site-name to Fwsite-name
       end-if.
       display "所在地の都道府県名を入力してください (例: 大阪府)".
       move spaces to new-prefecture.
       accept new-prefecture.
       if new-prefecture not = spaces
           move new-prefecture to Fwsite-prefecture
       end-if.
       if Fwsite-name = spaces
           close work-site-file
           display "拠点名は必須です"
           go to exec-accept-site
       end-if.

       move registrar-userid to Fwsite-updated-by.
       move function current-date to Fwsite-updated-at.
       if site-found = 1
           rewrite Fwsite-rec
               invalid key display "更新に失敗しました"
           end-rewrite
       else
           write Fwsite-rec
               invalid key display "登録に失敗しました"
           end-write
       end-if.
       close work-site-file.

       display "拠点 " target-site " を登録しました".
       move spaces to log-action.
       string "work site " delimited by size
           target-site delimited by size
           into log-action
       end-string.
       go to exec-write-log.

exec-accept-employee-site.
       perform accept-target-user thru accept-target-user-exit.
       if target-found = zero
           go to exec-accept-employee-site
       end-if.
       perform list-employee-sites thru list-employee-sites-exit.

       display "所属拠点コードを入力してください (00 は会社カレンダーに戻す)".
       accept target-site.
       perform find-site thru find-site-exit.
       if site-found = zero
           go to exec-accept-employee-site
       end-if.

exec-accept-employee-from.
       display "適用開始日を入力してください (例: 20270401)".
       perform accept-calendar-date thru accept-calendar-date-exit.
       if date-check-num = zero
           go to exec-accept-employee-from
       end-if.

       open i-o employee-site-file.
       if employee-site-status not = "00"
           open output employee-site-file
           close employee-site-file
           open i-o employee-site-file
       end-if.
       move target-userid to Fesite-userid.
       move input-date to Fesite-from.
       move target-site to Fesite-site.
       move registrar-userid to Fesite-registered-by.
       move function current-date to Fesite-registered-at.
       write Fesite-rec
           invalid key
               rewrite Fesite-rec
                   invalid key display "登録に失敗しました"
               end-rewrite
       end-write.
       close employee-site-file.

       display "従業員 " target-userid " の所属拠点を " input-date
           " から " target-site " にしました".
       move spaces to log-action.
       string "employee site " delimited by size
           target-userid delimited by size
           " " delimited by size
           target-site delimited by size
           " from " delimited by size
           input-date delimited by size
           into log-action
       end-string.
       go to exec-write-log.

exec-accept-device-site.
       display "端末IDを入力してください".
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
           go to exec-accept-device-site
       end-if.
       close device-file.
       display "端末: " Fdev-id "  " function trim(Fdev-location).

       display "設置拠点コードを入力してください (00 は会社カレンダー)".
       accept target-site.
       perform find-site thru find-site-exit.
       if site-found = zero
           go to exec-accept-device-site
       end-if.

       open i-o device-site-file.
       if device-site-status not = "00"
           open output device-site-file
           close device-site-file
           open i-o device-site-file
       end-if.
       move target-dev-id to Fdsite-dev-id.
       move target-site to Fdsite-site.
       move registrar-userid to Fdsite-updated-by.
       move function current-date to Fdsite-updated-at.
       write Fdsite-rec
           invalid key
               rewrite Fdsite-rec
                   invalid key display "登録に失敗しました"
               end-rewrite
       end-write.
       close device-site-file.

       display "端末 " function trim(target-dev-id) " の設置拠点を "
           target-site " にしました".
       move spaces to log-action.
       string "device site " delimited by size
           function trim(target-dev-id) delimited by size
           " " delimited by size
           target-site delimited by size
           into log-action
       end-string.
       go to exec-write-log.

exec-accept-calendar-add.
       perform list-sites.
       display "拠点コードを入力してください".
       accept target-site.
       perform find-site thru find-site-exit.
       if site-found = zero or target-site = zero
           display "拠点マスタに登録された拠点を指定してください"
           go to exec-accept-calendar-add
       end-if.

exec-accept-calendar-date.
       display "日付を入力してください (例: 20270813)".
       perform accept-calendar-date thru accept-calendar-date-exit.
       if date-check-num = zero
           go to exec-accept-calendar-date
       end-if.

exec-accept-calendar-kind.
       display "  H: 休業日（会社の稼働日でも拠点は休み。夏季休業・地域行事など）".
       display "  W: 稼働日（会社の休日・土日でも拠点は稼働する）".
       move spaces to input-kind.
       accept input-kind.
       move function upper-case(input-kind) to input-kind.
       if input-kind not = "H" and input-kind not = "W"
           display "H か W で入力してください"
           go to exec-accept-calendar-kind
       end-if.
       display "名称を入力してください (例: 夏季休業、祝日稼働)".
       move spaces to new-day-name.
       accept new-day-name.

       open i-o site-calendar-file.
       if site-calendar-status not = "00"
           open output site-calendar-file
           close site-calendar-file
           open i-o site-calendar-file
       end-if.
       move target-site to Fscl-site.
       move input-date to Fscl-date.
       move input-kind to Fscl-kind.
       move new-day-name to Fscl-name.
       move registrar-userid to Fscl-registered-by.
       move function current-date to Fscl-registered-at.
       write Fscl-rec
           invalid key
               rewrite Fscl-rec
                   invalid key display "登録に失敗しました"
               end-rewrite
       end-write.
       close site-calendar-file.

       display "拠点 " target-site " の " input-date " を登録しました".
       move spaces to log-action.
       string "site calendar " delimited by size
           target-site delimited by size
           " " delimited by size
           input-date delimited by size
           " " delimited by size
           input-kind delimited by size
           into log-action
       end-string.
       go to exec-write-log.

exec-accept-calendar-delete.
       display "拠点コードを入力してください".
       accept target-site.
       display "削除する日付を入力してください (例: 20270813)".
       perform accept-calendar-date thru accept-calendar-date-exit.
       if date-check-num = zero
           go to exec-accept-calendar-delete
       end-if.

       open i-o site-calendar-file.
       if site-calendar-status not = "00"
           display "拠点カレンダーが登録されていません"
           stop run
       end-if.
       move target-site to Fscl-site.
       move input-date to Fscl-date.
       delete site-calendar-file record
           invalid key
               close site-calendar-file
               display "登録されていない日付です"
               stop run
       end-delete.
       close site-calendar-file.

       display "拠点 " target-site " の " input-date " を削除しました".
       move spaces to log-action.
       string "site calendar delete " delimited by size
           target-site delimited by size
           " " delimited by size
           input-date delimited by size
           into log-action
       end-string.
       go to exec-write-log.

exec-list-calendar.
       perform list-sites.
       display "拠点コードを入力してください".
       accept target-site.
       display "対象年を入力してください (例: 2027)".
       move spaces to input-month.
       accept input-month.
       if input-month(1:4) is not numeric
           display "年が正しくありません"
           go to exec-list-calendar
       end-if.

       move zero to list-count.
       open input site-calendar-file.
       if site-calendar-status not = "00"
           display "拠点カレンダーが登録されていません"
           stop run
       end-if.
       move target-site to Fscl-site.
       move input-month(1:4) to Fscl-date.
       move "0101" to Fscl-date(5:4).
       start site-calendar-file key >= Fscl-key
           invalid key move "10" to site-calendar-status
       end-start.
       perform until site-calendar-status not = "00"
           read site-calendar-file next record
               at end move "10" to site-calendar-status
               not at end
                   if Fscl-site not = target-site
                       or Fscl-date(1:4) not = input-month(1:4)
                       move "10" to site-calendar-status
                   else
                       add 1 to list-count
                       if Fscl-kind = "H"
                           move "休業日" to kind-label
                       else
                           move "稼働日" to kind-label
                       end-if
                       display "  " Fscl-date "  " function trim(kind-label)
                           "  " function trim(Fscl-name)
                   end-if
           end-read
       end-perform.
       close site-calendar-file.
       display "拠点 " target-site " の登録 " list-count " 件".
       display "（登録の無い日は会社の休日マスタと土日に従います）".
       stop run.

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

accept-calendar-date.
       move spaces to input-date.
       accept input-date.
       move zero to date-check-num.
       if input-date is not numeric
           display "日付が正しくありません"
           go to accept-calendar-date-exit
       end-if.
       move input-date to date-check-num.
       if function test-date-yyyymmdd(date-check-num) not = zero
           display "日付が正しくありません"
           move zero to date-check-num
       end-if.

accept-calendar-date-exit.
       exit.

find-site.
       *> 00 は会社全体のカレンダー（拠点マスタには登録しない）
       move zero to site-found.
       if target-site = zero
           move 1 to site-found
           go to find-site-exit
       end-if.
       open input work-site-file.
       if work-site-status not = "00"
           display "拠点マスタが登録されていません"
           go to find-site-exit
       end-if.
       move target-site to Fwsite-code.
       read work-site-file
           invalid key
               display "指定された拠点が見つかりません"
           not invalid key
               move 1 to site-found
               display "拠点: " function trim(Fwsite-name)
       end-read.
       close work-site-file.

find-site-exit.
       exit.

list-sites.
       display "登録済みの拠点:".
       open input work-site-file.
       if work-site-status = "00"
           perform until work-site-status not = "00"
               read work-site-file next record
                   not at end
                       display "  " Fwsite-code "  " function trim(Fwsite-name)
                           "  " function trim(Fwsite-prefecture)
               end-read
           end-perform
           close work-site-file
       end-if.

list-employee-sites.
       open input employee-site-file.
       if employee-site-status not = "00"
           go to list-employee-sites-exit
       end-if.
       move target-userid to Fesite-userid.
       move low-value to Fesite-from.
       start employee-site-file key >= Fesite-key
           invalid key move "10" to employee-site-status
       end-start.
       perform until employee-site-status not = "00"
           read employee-site-file next record
               at end move "10" to employee-site-status
               not at end
                   if Fesite-userid not = target-userid
                       move "10" to employee-site-status
                   else
                       display "  " Fesite-from " から 拠点 " Fesite-site
                   end-if
           end-read
       end-perform.
       close employee-site-file.

list-employee-sites-exit.
       exit.
