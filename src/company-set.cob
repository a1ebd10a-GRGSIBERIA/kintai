identification division.
program-id. kintai-company-set.

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
           select company-file assign to "./dat/company.dat"
               organization indexed
               access mode dynamic
               record key is Fco-code
               status company-status.
           select employee-company-file
               assign to "./dat/employee-company.dat"
               organization indexed
               access mode dynamic
               record key is Fec-userid
               status employee-company-status.
           select agreement-site-file assign to "./dat/agreement36-site.dat"
               organization indexed
               access mode dynamic
               record key is Fas-key
               status agreement-site-status.
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
       fd company-file.
           01 Fco-rec.
               03 Fco-code pic 9(2).
               03 Fco-name pic N(30).
               03 Fco-si-office pic X(16).
               03 Fco-remitter-code pic X(10).
               03 Fco-remitter-kana pic X(40).
               03 Fco-bank-code pic X(4).
               03 Fco-branch-code pic X(3).
               03 Fco-account-type pic X.
               03 Fco-account-number pic X(7).
               03 Fco-pay-day pic 9(2).
               03 Fco-updated-by pic 9(7).
               03 Fco-updated-at pic X(21).
       fd employee-company-file.
           01 Fec-rec.
               03 Fec-userid pic 9(7).
               03 Fec-company pic 9(2).
               03 Fec-updated-by pic 9(7).
               03 Fec-updated-at pic X(21).
       fd agreement-site-file.
           01 Fas-rec.
               03 Fas-key.
                   05 Fas-company pic 9(2).
                   05 Fas-dept pic 9(2).
               03 Fas-annual-limit-hours pic 9(4).
               03 Fas-monthly-limit-hours pic 9(3).
               03 Fas-special-months pic 9.
               03 Fas-rolling-avg-hours pic 9(3).
               03 Fas-updated-by pic 9(7).
               03 Fas-updated-at pic X(21).
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
       01 company-status pic XX.
       01 employee-company-status pic XX.
       01 agreement-site-status pic XX.
       01 dept-key pic 99.
       01 dept-status pic XX.
       01 registrar-userid pic 9(7).
       01 mode-choice pic 9.
       01 target-code pic 9(2).
       01 target-userid pic 9(7).
       01 target-found pic 9.
       01 target-dept pic 9(2).
       01 record-exists pic 9.
       01 log-action pic X(40).
       *> 会社マスタの入力（空欄は現在の値のまま）
       01 new-name pic N(30).
       01 new-si-office pic X(16).
       01 new-remitter-code pic X(10).
       01 new-remitter-kana pic X(40).
       01 new-bank-code pic X(4).
       01 new-branch-code pic X(3).
       01 new-account-type pic X.
       01 new-account-number pic X(7).
       01 new-pay-day pic X(2).
       01 pay-day-num pic 9(2).
       *> 36協定の入力
       01 new-annual pic 9(4).
       01 new-monthly pic 9(3).
       01 new-special pic 9.
       01 new-rolling pic 9(3).

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "会社（法人）マスタ登録モード".
       display "（会社マスタ、従業員の所属会社、会社・事業場別の36協定を登録します。所属会社が未登録の従業員は会社01として扱います）".

authenticate-username.
       display "ユーザ認証を行います".
       display "ユーザ名を入力してください".
       accept auth-username.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if auth-username = Fusername
                       move "company-set" to perm-function
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
       display "  [1] 会社マスタの登録・変更  [2] 従業員の所属会社".
       display "  [3] 36協定（会社・事業場別）".
       accept mode-choice.
       evaluate mode-choice
       when 1
           go to exec-accept-company
       when 2
           go to exec-accept-assign
       when 3
           go to exec-accept-agreement
       when other
           display "1から3で入力してください"
           go to exec-accept-mode
       end-evaluate.

exec-accept-company.
       display "会社コードを入力してください [01-99]".
       accept target-code.
       if target-code = zero then
           display "01から99で入力してください"
           go to exec-accept-company
       end-if.

       open i-o company-file.
       if company-status not = "00"
           open output company-file
           close company-file
           open i-o company-file
       end-if.
       move target-code to Fco-code.
       move 1 to record-exists.
       read company-file
           invalid key move zero to record-exists
       end-read.
       if record-exists = 1
           display "現在の登録内容（空欄で入力すると現在の値のままです）:"
           display "  会社名       " function trim(Fco-name)
           display "  社会保険 事業所整理記号・番号 " Fco-si-office
           display "  振込依頼人   " Fco-remitter-code " "
               function trim(Fco-remitter-kana)
           display "  振込元口座   " Fco-bank-code "-" Fco-branch-code
               " 種別" Fco-account-type " " Fco-account-number
           display "  給与支給日   " Fco-pay-day "（00は月末）"
       else
           initialize Fco-rec
           move target-code to Fco-code
           move spaces to Fco-name
       end-if.

       display "会社名を入力してください".
       move spaces to new-name.
       accept new-name.
       if new-name not = spaces
           move new-name to Fco-name
       end-if.
       if Fco-name = spaces then
           display "会社名は必須です"
           close company-file
           go to exec-accept-company
       end-if.

       display "社会保険の事業所整理記号・事業所番号を入力してください (例: 01-イロハ-12345)".
       move spaces to new-si-office.
       accept new-si-office.
       if new-si-office not = spaces
           move new-si-office to Fco-si-office
       end-if.

       display "全銀の振込依頼人コード（10桁）を入力してください".
       move spaces to new-remitter-code.
       accept new-remitter-code.
       if new-remitter-code not = spaces
           move new-remitter-code to Fco-remitter-code
       end-if.

       display "振込依頼人名（半角カナ）を入力してください".
       move spaces to new-remitter-kana.
       accept new-remitter-kana.
       if new-remitter-kana not = spaces
           move new-remitter-kana to Fco-remitter-kana
       end-if.

       display "振込元の金融機関コード（4桁）を入力してください".
       move spaces to new-bank-code.
       accept new-bank-code.
       if new-bank-code not = spaces
           move new-bank-code to Fco-bank-code
       end-if.

       display "振込元の支店コード（3桁）を入力してください".
       move spaces to new-branch-code.
       accept new-branch-code.
       if new-branch-code not = spaces
           move new-branch-code to Fco-branch-code
       end-if.

       display "振込元の預金種目を入力してください ([1] 普通 [2] 当座)".
       move spaces to new-account-type.
       accept new-account-type.
       if new-account-type not = spaces
           move new-account-type to Fco-account-type
       end-if.

       display "振込元の口座番号（7桁）を入力してください".
       move spaces to new-account-number.
       accept new-account-number.
       if new-account-number not = spaces
           move new-account-number to Fco-account-number
       end-if.

       display "給与支給日を入力してください [01-31、月末は 00]".
       move spaces to new-pay-day.
       accept new-pay-day.
       if new-pay-day not = spaces
           move function numval(new-pay-day) to pay-day-num
           if pay-day-num > 31 then
               display "00から31で入力してください"
               close company-file
               go to exec-accept-company
           end-if
           move pay-day-num to Fco-pay-day
       end-if.

       move registrar-userid to Fco-updated-by.
       move function current-date to Fco-updated-at.
       if record-exists = 1
           rewrite Fco-rec
               invalid key
                   display "登録に失敗しました"
                   close company-file
                   stop run
           end-rewrite
       else
           write Fco-rec
               invalid key
                   display "登録に失敗しました"
                   close company-file
                   stop run
           end-write
       end-if.
       close company-file.

       display "会社 " target-code " を登録しました".
       move spaces to log-action.
       string "set company " delimited by size
           target-code delimited by size
           into log-action
       end-string.
       go to exec-write-log.

exec-accept-assign.
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
           display "指定された従業員が見つかりません"
           go to exec-accept-assign
       end-if.

       open input employee-company-file.
       if employee-company-status = "00"
           move target-userid to Fec-userid
           read employee-company-file
               invalid key continue
           end-read
           if employee-company-status = "00"
               display "現在の所属会社: " Fec-company
           else
               display "現在の所属会社: 未登録（会社01として扱います）"
           end-if
           close employee-company-file
       else
           display "現在の所属会社: 未登録（会社01として扱います）"
       end-if.

exec-accept-assign-code.
       display "所属会社コードを入力してください [01-99]".
       accept target-code.
       perform check-company-exists.
       if target-found = zero then
           display "会社マスタに登録されていない会社コードです"
           go to exec-accept-assign-code
       end-if.

       move target-userid to Fec-userid.
       move target-code to Fec-company.
       move registrar-userid to Fec-updated-by.
       move function current-date to Fec-updated-at.

       open i-o employee-company-file.
       if employee-company-status not = "00"
           open output employee-company-file
           close employee-company-file
           open i-o employee-company-file
       end-if.
       write Fec-rec
           invalid key
               rewrite Fec-rec
                   invalid key
                       display "登録に失敗しました"
                       close employee-company-file
                       stop run
               end-rewrite
       end-write.
       close employee-company-file.

       display "userid " target-userid " の所属会社を " target-code
           " にしました".
       move spaces to log-action.
       string "assign company " delimited by size
           target-code delimited by size
           " to userid " delimited by size
           target-userid delimited by size
           into log-action
       end-string.
       go to exec-write-log.

exec-accept-agreement.
       display "会社コードを入力してください [01-99]".
       accept target-code.
       perform check-company-exists.
       if target-found = zero then
           display "会社マスタに登録されていない会社コードです"
           go to exec-accept-agreement
       end-if.

       display "事業場（部署ID）を入力してください（会社全体の協定は 0）".
       accept target-dept.
       if target-dept not = zero
           move zero to target-found
           open input department-file
           perform until dept-status not = "00"
               read department-file
                   not at end
                       if Fdept-id = target-dept
                           move 1 to target-found
                       end-if
           end-perform
           close department-file
           if target-found = zero then
               display "指定された部署が見つかりません"
               go to exec-accept-agreement
           end-if
       end-if.

       open input agreement-site-file.
       if agreement-site-status = "00"
           move target-code to Fas-company
           move target-dept to Fas-dept
           read agreement-site-file
               invalid key continue
           end-read
           if agreement-site-status = "00"
               display "現在の協定: 年 " Fas-annual-limit-hours
                   "時間  月 " Fas-monthly-limit-hours
                   "時間  特別条項 " Fas-special-months
                   "回  複数月平均 " Fas-rolling-avg-hours "時間"
           end-if
           close agreement-site-file
       end-if.

exec-accept-agreement-values.
       display "年間の上限時間を入力してください (例: 720)".
       accept new-annual.
       display "月の上限時間を入力してください (例: 45)".
       accept new-monthly.
       display "月の上限を超えられる回数を入力してください (例: 6)".
       accept new-special.
       display "2〜6か月平均の上限時間を入力してください (例: 80)".
       accept new-rolling.
       if new-annual = zero or new-monthly = zero
           or new-rolling = zero then
           display "上限時間は1以上で入力してください"
           go to exec-accept-agreement-values
       end-if.

       move target-code to Fas-company.
       move target-dept to Fas-dept.
       move new-annual to Fas-annual-limit-hours.
       move new-monthly to Fas-monthly-limit-hours.
       move new-special to Fas-special-months.
       move new-rolling to Fas-rolling-avg-hours.
       move registrar-userid to Fas-updated-by.
       move function current-date to Fas-updated-at.

       open i-o agreement-site-file.
       if agreement-site-status not = "00"
           open output agreement-site-file
           close agreement-site-file
           open i-o agreement-site-file
       end-if.
       write Fas-rec
           invalid key
               rewrite Fas-rec
                   invalid key
                       display "登録に失敗しました"
                       close agreement-site-file
                       stop run
               end-rewrite
       end-write.
       close agreement-site-file.

       display "会社 " target-code " 事業場 " target-dept
           " の36協定を登録しました".
       move spaces to log-action.
       string "set agreement36 for company " delimited by size
           target-code delimited by size
           " dept " delimited by size
           target-dept delimited by size
           into log-action
       end-string.

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

check-company-exists.
       move zero to target-found.
       open input company-file.
       if company-status = "00"
           move target-code to Fco-code
           read company-file
               invalid key continue
           end-read
           if company-status = "00"
               move 1 to target-found
           end-if
           close company-file
       end-if.
