identification division.
program-id. kintai-dispatch-set.

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
           select dispatch-file assign to "./dat/dispatch.dat"
               organization indexed
               access mode dynamic
               record key is Fdw-userid
               status dispatch-status.
           select department-file assign to "./dat/department.dat"
               organization relative
               access mode sequential
               relative key dept-key
               status dept-status.
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
       fd dispatch-file.
           01 Fdw-rec.
               03 Fdw-userid pic 9(7).
               03 Fdw-agency-code pic X(10).
               03 Fdw-agency-name pic N(20).
               03 Fdw-contract-no pic X(20).
               03 Fdw-dept pic 9(2).
               03 Fdw-contract-from pic X(8).
               03 Fdw-contract-to pic X(8).
               03 Fdw-site-limit pic X(8).
               03 Fdw-unit-limit pic X(8).
               03 Fdw-site-notice pic X.
               03 Fdw-unit-notice pic X.
               03 Fdw-updated-by pic 9(7).
               03 Fdw-updated-at pic X(21).
       fd department-file.
           01 Fdept-rec.
               03 Fdept-id pic 9(2).
               03 Fdept-name pic N(20).
               03 Fdept-parent pic 9(2).
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
       01 dispatch-status pic XX.
       01 dept-key pic 99.
       01 dept-status pic XX.
       01 registrar-userid pic 9(7).
       01 mode-choice pic 9.
       01 target-userid pic 9(7).
       01 target-found pic 9.
       01 record-exists pic 9.
       01 log-action pic X(60).
       01 today-date pic X(8).
       01 list-count pic 9(4).
       *> 台帳の入力（変更時は空欄で現在の値のまま）
       01 new-agency-code pic X(10).
       01 new-agency-name pic N(20).
       01 new-contract-no pic X(20).
       01 new-dept pic 9(2).
       01 new-contract-from pic X(8).
       01 new-contract-to pic X(8).
       01 new-site-start pic X(8).
       01 new-site-limit pic X(8).
       01 new-unit-start pic X(8).
       01 new-unit-limit pic X(8).
       01 old-site-limit pic X(8).
       01 old-unit-limit pic X(8).
       01 old-dept pic 9(2).
       *> 抵触日の既定（受入開始日の3年後）の計算用
       01 limit-base pic X(8).
       01 limit-result pic X(8).
       01 limit-year pic 9(4).
       01 date-check-x pic X(8).
       01 date-check-num pic 9(8).
       01 saved-dw-rec pic X(200).
       01 date-ok pic 9.
       *> 同じ受入部署に登録済みの事業所単位の抵触日
       01 dept-site-limit pic X(8).

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "派遣社員台帳登録モード".
       display "（派遣元・契約番号・受入部署と、事業所単位／個人単位の抵触日を登録します。打刻用の利用者登録は kintai-user-add で先に行ってください）".

authenticate-username.
       display "ユーザ認証を行います".
       display "ユーザ名を入力してください".
       accept auth-username.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if auth-username = Fusername
                       move "dispatch-set" to perm-function
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
       move function current-date(1:8) to today-date.

exec-accept-mode.
       display "処理を選択してください".
       display "  [1] 派遣社員の登録・変更  [2] 派遣の終了  [3] 台帳の一覧".
       accept mode-choice.
       evaluate mode-choice
       when 1
           go to exec-accept-user
       when 2
           go to exec-accept-end
       when 3
           go to exec-list
       when other
           display "1から3で入力してください"
           go to exec-accept-mode
       end-evaluate.

exec-accept-user.
       display "派遣社員の利用者IDを入力してください".
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
           go to exec-accept-user
       end-if.

       open i-o dispatch-file.
       if dispatch-status not = "00"
           open output dispatch-file
           close dispatch-file
           open i-o dispatch-file
       end-if.
       move target-userid to Fdw-userid.
       move 1 to record-exists.
       read dispatch-file
           invalid key move zero to record-exists
       end-read.
       close dispatch-file.

       if record-exists = 1
           display "現在の登録内容（空欄で入力すると現在の値のままです）:"
           display "  派遣元     " Fdw-agency-code " "
               function trim(Fdw-agency-name)
           display "  契約番号   " Fdw-contract-no
           display "  受入部署   " Fdw-dept
           display "  派遣期間   " Fdw-contract-from "〜" Fdw-contract-to
           display "  抵触日     事業所単位 " Fdw-site-limit
               "  個人単位 " Fdw-unit-limit
       else
           initialize Fdw-rec
           move target-userid to Fdw-userid
           move spaces to Fdw-agency-name
       end-if.
       move Fdw-site-limit to old-site-limit.
       move Fdw-unit-limit to old-unit-limit.
       move Fdw-dept to old-dept.

exec-accept-agency.
       display "派遣元の事業者コードを入力してください".
       move spaces to new-agency-code.
       accept new-agency-code.
       if new-agency-code not = spaces
           move new-agency-code to Fdw-agency-code
       end-if.
       display "派遣元の事業者名を入力してください".
       move spaces to new-agency-name.
       accept new-agency-name.
       if new-agency-name not = spaces
           move new-agency-name to Fdw-agency-name
       end-if.
       if Fdw-agency-code = spaces or Fdw-agency-name = spaces then
           display "派遣元のコードと名称は必須です"
           go to exec-accept-agency
       end-if.

       display "労働者派遣契約の契約番号を入力してください".
       move spaces to new-contract-no.
       accept new-contract-no.
       if new-contract-no not = spaces
           move new-contract-no to Fdw-contract-no
       end-if.
       if Fdw-contract-no = spaces then
           display "契約番号は必須です"
           go to exec-accept-agency
       end-if.

exec-accept-dept.
       display "受入部署（組織単位）の部署IDを入力してください".
       move zero to new-dept.
       accept new-dept.
       if new-dept not = zero
           move new-dept to Fdw-dept
       end-if.
       move Fdw-dept to new-dept.
       move zero to target-found.
       open input department-file.
       perform until dept-status not = "00"
           read department-file
               not at end
                   if Fdept-id = new-dept and new-dept not = zero
                       move 1 to target-found
                   end-if
       end-perform.
       close department-file.
       if target-found = zero then
           display "指定された部署が見つかりません"
           go to exec-accept-dept
       end-if.

exec-accept-period.
       display "派遣期間の開始日を入力してください (例: 20261001)".
       move spaces to new-contract-from.
       accept new-contract-from.
       if new-contract-from not = spaces
           move new-contract-from to Fdw-contract-from
       end-if.
       move Fdw-contract-from to date-check-x.
       perform check-date-value thru check-date-value-exit.
       if date-ok = zero then
           display "開始日は8桁の正しい日付で入力してください"
           go to exec-accept-period
       end-if.

       display "派遣期間の終了日を入力してください（空欄は現在の値のまま）".
       move spaces to new-contract-to.
       accept new-contract-to.
       if new-contract-to not = spaces
           move new-contract-to to Fdw-contract-to
       end-if.
       if Fdw-contract-to not = spaces
           move Fdw-contract-to to date-check-x
           perform check-date-value thru check-date-value-exit
           if date-ok = zero or Fdw-contract-to < Fdw-contract-from
               display "終了日は開始日以降の正しい日付で入力してください"
               go to exec-accept-period
           end-if
       end-if.

exec-accept-site-limit.
       *> 事業所単位の抵触日は同じ受入部署の派遣社員で共通
       move Fdw-rec to saved-dw-rec.
       perform find-dept-site-limit thru find-dept-site-limit-exit.
       move saved-dw-rec to Fdw-rec.
       display "事業所単位の抵触日を入力してください (例: 20291001)".
       if dept-site-limit not = spaces
           display "（空欄は同じ受入部署の登録済みの抵触日 "
               dept-site-limit "）"
       else
           display "（空欄は事業所での派遣受入開始日から3年）"
       end-if.
       move spaces to new-site-limit.
       accept new-site-limit.
       if new-site-limit = spaces
           if Fdw-site-limit not = spaces
               move Fdw-site-limit to new-site-limit
           else
               if dept-site-limit not = spaces
                   move dept-site-limit to new-site-limit
               else
                   display "事業所での派遣受入開始日を入力してください"
                   move spaces to new-site-start
                   accept new-site-start
                   move new-site-start to limit-base
                   perform add-three-years thru add-three-years-exit
                   move limit-result to new-site-limit
               end-if
           end-if
       end-if.
       move new-site-limit to date-check-x.
       perform check-date-value thru check-date-value-exit.
       if date-ok = zero then
           display "日付が正しくありません"
           go to exec-accept-site-limit
       end-if.
       move new-site-limit to Fdw-site-limit.

exec-accept-unit-limit.
       display "個人単位（組織単位）の抵触日を入力してください".
       display "（空欄はこの受入部署での就業開始日から3年）".
       move spaces to new-unit-limit.
       accept new-unit-limit.
       if new-unit-limit = spaces
           if Fdw-unit-limit not = spaces
               and record-exists = 1
               and new-dept = old-dept
               move Fdw-unit-limit to new-unit-limit
           else
               display "この受入部署での就業開始日を入力してください"
                   "（空欄は派遣期間の開始日）"
               move spaces to new-unit-start
               accept new-unit-start
               if new-unit-start = spaces
                   move Fdw-contract-from to new-unit-start
               end-if
               move new-unit-start to limit-base
               perform add-three-years thru add-three-years-exit
               move limit-result to new-unit-limit
           end-if
       end-if.
       move new-unit-limit to date-check-x.
       perform check-date-value thru check-date-value-exit.
       if date-ok = zero then
           display "日付が正しくありません"
           go to exec-accept-unit-limit
       end-if.
       move new-unit-limit to Fdw-unit-limit.

       *> 抵触日が変わった（延長した）場合は事前アラートを出し直す
       if Fdw-site-limit not = old-site-limit
           or Fdw-site-notice = spaces
           move "N" to Fdw-site-notice
       end-if.
       if Fdw-unit-limit not = old-unit-limit
           or Fdw-unit-notice = spaces
           move "N" to Fdw-unit-notice
       end-if.
       if Fdw-contract-to not = spaces
           and Fdw-contract-to > Fdw-unit-limit
           display "警告: 派遣期間の終了日が個人単位の抵触日を超えています"
       end-if.
       if Fdw-contract-to not = spaces
           and Fdw-contract-to > Fdw-site-limit
           display "警告: 派遣期間の終了日が事業所単位の抵触日を超えています"
           display "（過半数労働組合等への意見聴取による延長が必要です）"
       end-if.

       move registrar-userid to Fdw-updated-by.
       move function current-date to Fdw-updated-at.
       open i-o dispatch-file.
       if record-exists = 1
           rewrite Fdw-rec
               invalid key
                   display "登録に失敗しました"
                   close dispatch-file
                   stop run
           end-rewrite
       else
           write Fdw-rec
               invalid key
                   display "登録に失敗しました"
                   close dispatch-file
                   stop run
           end-write
       end-if.
       close dispatch-file.

       display "userid " target-userid " を派遣社員台帳に登録しました".
       display "  抵触日 事業所単位 " Fdw-site-limit
           "  個人単位 " Fdw-unit-limit.
       move spaces to log-action.
       string "set dispatched worker " delimited by size
           target-userid delimited by size
           " agency " delimited by size
           Fdw-agency-code delimited by space
           into log-action
       end-string.
       go to exec-write-log.

exec-accept-end.
       display "派遣を終了する利用者IDを入力してください".
       accept target-userid.
       open i-o dispatch-file.
       if dispatch-status not = "00"
           display "派遣社員台帳が登録されていません"
           stop run
       end-if.
       move target-userid to Fdw-userid.
       read dispatch-file
           invalid key continue
       end-read.
       if dispatch-status not = "00"
           display "派遣社員台帳に登録されていません"
           close dispatch-file
           go to exec-accept-end
       end-if.

       display "派遣の終了日を入力してください（空欄は本日）".
       move spaces to new-contract-to.
       accept new-contract-to.
       if new-contract-to = spaces
           move today-date to new-contract-to
       end-if.
       move new-contract-to to date-check-x.
       perform check-date-value thru check-date-value-exit.
       if date-ok = zero or new-contract-to < Fdw-contract-from then
           display "終了日は開始日以降の正しい日付で入力してください"
           close dispatch-file
           go to exec-accept-end
       end-if.

       move new-contract-to to Fdw-contract-to.
       move registrar-userid to Fdw-updated-by.
       move function current-date to Fdw-updated-at.
       rewrite Fdw-rec
           invalid key
               display "更新に失敗しました"
               close dispatch-file
               stop run
       end-rewrite.
       close dispatch-file.

       display "userid " target-userid " の派遣を " new-contract-to
           " で終了しました".
       move spaces to log-action.
       string "end dispatched worker " delimited by size
           target-userid delimited by size
           " at " delimited by size
           new-contract-to delimited by size
           into log-action
       end-string.
       go to exec-write-log.

exec-list.
       move zero to list-count.
       open input dispatch-file.
       if dispatch-status = "00"
           perform until dispatch-status not = "00"
               read dispatch-file next record
                   at end move "10" to dispatch-status
                   not at end
                       if Fdw-contract-to = spaces
                           or Fdw-contract-to >= today-date
                           add 1 to list-count
                           display "  " Fdw-userid "  " Fdw-agency-code
                               " " function trim(Fdw-agency-name)
                               "  部署 " Fdw-dept
                               "  " Fdw-contract-from "〜" Fdw-contract-to
                           display "      契約 " Fdw-contract-no
                               "  抵触日 事業所 " Fdw-site-limit
                               " 個人 " Fdw-unit-limit
                       end-if
               end-read
           end-perform
           close dispatch-file
       end-if.
       display "派遣中 " list-count " 名".
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

check-date-value.
       move zero to date-ok.
       if date-check-x is not numeric
           go to check-date-value-exit
       end-if.
       move date-check-x to date-check-num.
       if date-check-num > 19000101
           and function test-date-yyyymmdd(date-check-num) = zero
           move 1 to date-ok
       end-if.

check-date-value-exit.
       exit.

add-three-years.
       *> 開始日の3年後の同日（2/29 開始は 3/1）が抵触日
       move spaces to limit-result.
       if limit-base is not numeric
           go to add-three-years-exit
       end-if.
       compute limit-year = function numval(limit-base(1:4)) + 3.
       move limit-year to limit-result(1:4).
       move limit-base(5:4) to limit-result(5:4).
       if limit-result(5:4) = "0229"
           move "0301" to limit-result(5:4)
       end-if.

add-three-years-exit.
       exit.

find-dept-site-limit.
       move spaces to dept-site-limit.
       open input dispatch-file.
       if dispatch-status not = "00"
           go to find-dept-site-limit-exit
       end-if.
       perform until dispatch-status not = "00"
           read dispatch-file next record
               at end move "10" to dispatch-status
               not at end
                   if Fdw-dept = new-dept
                       and Fdw-userid not = target-userid
                       and Fdw-site-limit > dept-site-limit
                       move Fdw-site-limit to dept-site-limit
                   end-if
           end-read
       end-perform.
       close dispatch-file.

find-dept-site-limit-exit.
       exit.
