identification division.
program-id. kintai-mynumber-set.

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
           select vault-file assign to "./dat/mynumber-vault.dat"
               organization indexed
               access mode dynamic
               record key is Fmn-key
               status vault-status.
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
       fd vault-file.
           01 Fmn-rec.
               03 Fmn-key.
                   05 Fmn-userid pic 9(7).
                   05 Fmn-person pic 9(2).
               03 Fmn-name pic N(32).
               03 Fmn-relationship pic N(10).
               03 Fmn-number pic X(12).
               03 Fmn-collected-date pic X(8).
               03 Fmn-purpose pic X(2).
               03 Fmn-registered-by pic 9(7).
               03 Fmn-registered-at pic X(21).
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
       01 vault-status pic XX.
       *> 個人番号の閲覧証跡（利用目的コード付き）
       01 read-access-status pic XX.
       01 ra-target-ws pic X(20).
       01 access-purpose pic X(2).
           88 purpose-valid values "01" "02" "03" "04" "05".
       01 purpose-label pic X(40).
       01 registrar-userid pic 9(7).
       01 full-view pic 9.
       01 mode-choice pic 9.
       01 target-userid pic 9(7).
       01 target-person pic 9(2).
       01 target-found pic 9.
       01 record-exists pic 9.
       01 list-count pic 9(3).
       01 log-action pic X(60).
       01 confirm-answer pic X.
       01 new-number pic X(12).
       01 new-collected-date pic X(8).
       01 new-name pic N(32).
       01 new-relationship pic N(10).
       01 date-check-num pic 9(8).
       *> 個人番号の検査用数字（番号法施行令の算式）
       01 mn-work pic X(12).
       01 mn-digits redefines mn-work.
           03 mn-digit pic 9 occurs 12 times.
       01 mn-pos pic 9(2).
       01 mn-weight pic 9(2).
       01 mn-sum pic 9(4).
       01 mn-remainder pic 9(2).
       01 mn-check pic 9.
       01 mn-valid pic 9.
       01 masked-number pic X(12).

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "個人番号（マイナンバー）管理モード".
       display "（本人・扶養家族の個人番号を専用の保管ファイルで管理します。全桁の表示は権限マトリクスの mynumber-view を許可された担当者のみです）".

authenticate-username.
       display "ユーザ認証を行います".
       display "ユーザ名を入力してください".
       accept auth-username.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if auth-username = Fusername
                       move "mynumber-set" to perm-function
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

       *> 全桁表示は mynumber-view を明示的に許可された役職のみ
       *> （役職による既定の許可は無い）
       move zero to full-view.
       move "mynumber-view" to perm-function.
       perform check-permission thru check-permission-exit.
       if perm-decided = 1 and perm-allowed = 1
           move 1 to full-view
       end-if.

exec-accept-mode.
       display "処理を選択してください".
       display "  [1] 番号の登録・変更  [2] 番号の照会  [3] 番号の削除".
       accept mode-choice.
       evaluate mode-choice
       when 1
           go to exec-accept-register
       when 2
           go to exec-accept-view
       when 3
           go to exec-accept-delete
       when other
           display "1から3で入力してください"
           go to exec-accept-mode
       end-evaluate.

exec-accept-register.
       perform accept-target-user thru accept-target-user-exit.
       if target-found = zero
           go to exec-accept-register
       end-if.

       display "対象者を入力してください（00: 本人、01〜99: 扶養家族の連番）".
       accept target-person.

       open i-o vault-file.
       if vault-status not = "00"
           open output vault-file
           close vault-file
           open i-o vault-file
       end-if.
       move target-userid to Fmn-userid.
       move target-person to Fmn-person.
       move 1 to record-exists.
       read vault-file
           invalid key move zero to record-exists
       end-read.
       close vault-file.

       if record-exists = zero
           initialize Fmn-rec
           move target-userid to Fmn-userid
           move target-person to Fmn-person
           move spaces to Fmn-name
           move spaces to Fmn-relationship
       else
           move "04" to access-purpose
           perform write-read-access
           perform display-vault-entry
       end-if.

       if target-person not = zero
           display "扶養家族の氏名を入力してください（空欄は現在の値のまま）"
           move spaces to new-name
           accept new-name
           if new-name not = spaces
               move new-name to Fmn-name
           end-if
           display "続柄を入力してください（空欄は現在の値のまま）"
           move spaces to new-relationship
           accept new-relationship
           if new-relationship not = spaces
               move new-relationship to Fmn-relationship
           end-if
       end-if.

exec-accept-number.
       display "個人番号（12桁）を入力してください".
       move spaces to new-number.
       accept new-number.
       move new-number to mn-work.
       perform check-mynumber thru check-mynumber-exit.
       if mn-valid = zero
           display "個人番号が正しくありません（桁数または検査用数字の誤り）"
           go to exec-accept-number
       end-if.
       move new-number to Fmn-number.

exec-accept-collected.
       display "収集日を入力してください (例: 20261015、空欄は本日)".
       move spaces to new-collected-date.
       accept new-collected-date.
       if new-collected-date = spaces
           move function current-date(1:8) to new-collected-date
       end-if.
       if new-collected-date is not numeric
           display "日付が正しくありません"
           go to exec-accept-collected
       end-if.
       move new-collected-date to date-check-num.
       if function test-date-yyyymmdd(date-check-num) not = zero
           display "日付が正しくありません"
           go to exec-accept-collected
       end-if.
       move new-collected-date to Fmn-collected-date.

exec-accept-purpose.
       display "利用目的を入力してください".
       perform display-purpose-list.
       move spaces to access-purpose.
       accept access-purpose.
       if not purpose-valid
           display "01から05で入力してください"
           go to exec-accept-purpose
       end-if.
       move access-purpose to Fmn-purpose.

       move registrar-userid to Fmn-registered-by.
       move function current-date to Fmn-registered-at.
       open i-o vault-file.
       if record-exists = 1
           rewrite Fmn-rec
               invalid key
                   display "登録に失敗しました"
                   close vault-file
                   stop run
           end-rewrite
       else
           write Fmn-rec
               invalid key
                   display "登録に失敗しました"
                   close vault-file
                   stop run
           end-write
       end-if.
       close vault-file.

       move "04" to access-purpose.
       perform write-read-access.
       display "userid " target-userid " 対象者 " target-person
           " の個人番号を登録しました".
       move spaces to log-action.
       string "set mynumber " delimited by size
           target-userid delimited by size
           "-" delimited by size
           target-person delimited by size
           into log-action
       end-string.
       go to exec-write-log.

exec-accept-view.
       perform accept-target-user thru accept-target-user-exit.
       if target-found = zero
           go to exec-accept-view
       end-if.

exec-accept-view-purpose.
       display "照会の利用目的を入力してください".
       perform display-purpose-list.
       move spaces to access-purpose.
       accept access-purpose.
       if not purpose-valid
           display "01から05で入力してください"
           go to exec-accept-view-purpose
       end-if.

       move zero to list-count.
       open input vault-file.
       if vault-status = "00"
           move target-userid to Fmn-userid
           move zero to Fmn-person
           start vault-file key >= Fmn-key
               invalid key move "23" to vault-status
           end-start
           perform until vault-status not = "00"
               read vault-file next record
                   at end move "10" to vault-status
                   not at end
                       if Fmn-userid not = target-userid
                           move "10" to vault-status
                       else
                           add 1 to list-count
                           perform display-vault-entry
                       end-if
               end-read
           end-perform
           close vault-file
       end-if.

       *> 該当が無くても照会したこと自体を記録する
       perform write-read-access.
       display "登録 " list-count " 件".
       move spaces to log-action.
       string "view mynumber " delimited by size
           target-userid delimited by size
           " purpose " delimited by size
           access-purpose delimited by size
           into log-action
       end-string.
       go to exec-write-log.

exec-accept-delete.
       perform accept-target-user thru accept-target-user-exit.
       if target-found = zero
           go to exec-accept-delete
       end-if.
       display "削除する対象者を入力してください（00: 本人、01〜99: 扶養家族）".
       accept target-person.

       open i-o vault-file.
       if vault-status not = "00"
           display "個人番号は登録されていません"
           stop run
       end-if.
       move target-userid to Fmn-userid.
       move target-person to Fmn-person.
       read vault-file
           invalid key continue
       end-read.
       if vault-status not = "00"
           display "個人番号は登録されていません"
           close vault-file
           stop run
       end-if.

       move "04" to access-purpose.
       perform write-read-access.
       perform display-vault-entry.
       display "この個人番号を削除しますか？ [y/n]".
       move spaces to confirm-answer.
       accept confirm-answer.
       if confirm-answer not = "y" and confirm-answer not = "Y"
           close vault-file
           display "削除を中止しました"
           stop run
       end-if.
       delete vault-file record
           invalid key
               display "削除に失敗しました"
       end-delete.
       close vault-file.

       display "userid " target-userid " 対象者 " target-person
           " の個人番号を削除しました".
       move spaces to log-action.
       string "delete mynumber " delimited by size
           target-userid delimited by size
           "-" delimited by size
           target-person delimited by size
           into log-action
       end-string.
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

display-purpose-list.
       display "  01: 源泉徴収票・法定調書の作成".
       display "  02: 健康保険・厚生年金保険の届出".
       display "  03: 雇用保険の届出".
       display "  04: 番号の収集・登録・変更".
       display "  05: その他の個人番号関係事務".

display-vault-entry.
       *> 全桁は mynumber-view の許可がある場合のみ。それ以外は下4桁以外を伏せる
       if full-view = 1
           move Fmn-number to masked-number
       else
           move "********" to masked-number(1:8)
           move Fmn-number(9:4) to masked-number(9:4)
       end-if.
       if Fmn-person = zero
           display "  " Fmn-person " 本人  番号 " masked-number
               "  収集日 " Fmn-collected-date "  利用目的 " Fmn-purpose
       else
           display "  " Fmn-person " " function trim(Fmn-name)
               "（" function trim(Fmn-relationship) "）  番号 "
               masked-number
               "  収集日 " Fmn-collected-date "  利用目的 " Fmn-purpose
       end-if.

check-mynumber.
       *> 12桁の数字で、12桁目が下11桁から求めた検査用数字と一致すること
       move zero to mn-valid.
       if mn-work is not numeric
           go to check-mynumber-exit
       end-if.
       move zero to mn-sum.
       perform varying mn-pos from 1 by 1 until mn-pos > 11
           if mn-pos <= 6
               compute mn-weight = mn-pos + 1
           else
               compute mn-weight = mn-pos - 5
           end-if
           compute mn-sum = mn-sum + mn-digit(12 - mn-pos) * mn-weight
       end-perform.
       compute mn-remainder = function mod(mn-sum, 11).
       if mn-remainder <= 1
           move zero to mn-check
       else
           compute mn-check = 11 - mn-remainder
       end-if.
       if mn-check = mn-digit(12)
           move 1 to mn-valid
       end-if.

check-mynumber-exit.
       exit.

write-read-access.
       *> 誰がいつ誰の個人番号に、どの利用目的でアクセスしたかを追記する
       move spaces to ra-target-ws.
       move target-userid to ra-target-ws(1:7).
       open extend read-access-file.
       if read-access-status not = "00"
           open output read-access-file
       end-if.
       move function current-date to Fra-timestamp.
       move registrar-userid to Fra-viewer.
       move "kintai-mynumber-set" to Fra-program.
       move ra-target-ws to Fra-target.
       move "CONSOLE" to Fra-dest.
       move access-purpose to Fra-purpose.
       if full-view = 1
           move "F" to Fra-view
       else
           move "M" to Fra-view
       end-if.
       move " " to Fra-filler1 Fra-filler2 Fra-filler3 Fra-filler4
           Fra-filler5 Fra-filler6.
       write Fra-rec.
       close read-access-file.
