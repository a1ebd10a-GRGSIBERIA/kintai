identification division.
program-id. kintai-concurrent-set.

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
           select concurrent-file assign to "./dat/concurrent-assign.dat"
               organization indexed
               access mode dynamic
               record key is Fca-key
               status concurrent-status.
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
       fd concurrent-file.
           01 Fca-rec.
               03 Fca-key.
                   05 Fca-userid pic 9(7).
                   05 Fca-dept pic 9(2).
                   05 Fca-from pic X(8).
               03 Fca-to pic X(8).
               03 Fca-share pic 9(3).
               03 Fca-roll pic 9(2).
               03 Fca-registered-by pic 9(7).
               03 Fca-registered-at pic X(21).
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
       01 concurrent-status pic XX.
       01 dept-key pic 99.
       01 dept-status pic XX.
       01 registrar-userid pic 9(7).
       01 mode-choice pic 9.
       01 target-userid pic 9(7).
       01 target-found pic 9.
       01 target-primary-dept pic 9(2).
       01 target-dept pic 9(2).
       01 log-action pic X(60).
       *> 兼務の入力
       01 new-from pic X(8).
       01 new-to pic X(8).
       01 new-share pic 9(3).
       01 new-roll pic 9(2).
       01 date-check-num pic 9(8).
       01 today-date pic X(8).
       *> 期間が重なる他の兼務の割合の合計
       01 other-share-total pic 9(4).
       01 list-count pic 9(3).

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "兼務登録モード".
       display "（本務以外の部署との兼務を、按分割合・期間・兼務先での役割とともに登録します。本務の部署には100%から兼務割合の合計を引いた残りが按分されます）".

authenticate-username.
       display "ユーザ認証を行います".
       display "ユーザ名を入力してください".
       accept auth-username.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if auth-username = Fusername
                       move "concurrent-set" to perm-function
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

exec-accept-user.
       display "対象の従業員IDを入力してください".
       accept target-userid.

       move zero to target-found.
       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if Fuserid = target-userid
                       move 1 to target-found
                       move Fdept to target-primary-dept
                       display "対象: " function trim(Flastname)
                           " " function trim(Ffirstname)
                           "  本務の部署 " Fdept
                   end-if
       end-perform.
       close user-file.

       if target-found = zero then
           display "指定された従業員が見つかりません"
           go to exec-accept-user
       end-if.

exec-accept-mode.
       display "処理を選択してください".
       display "  [1] 兼務の登録・変更  [2] 兼務の終了  [3] 兼務の一覧".
       accept mode-choice.
       evaluate mode-choice
       when 1
           go to exec-accept-dept
       when 2
           go to exec-accept-end
       when 3
           go to exec-list
       when other
           display "1から3で入力してください"
           go to exec-accept-mode
       end-evaluate.

exec-accept-dept.
       display "兼務先の部署IDを入力してください".
       accept target-dept.
       if target-dept = zero then
           display "部署IDを入力してください"
           go to exec-accept-dept
       end-if.
       if target-dept = target-primary-dept then
           display "本務の部署は兼務先に指定できません"
           go to exec-accept-dept
       end-if.
       perform check-dept-exists.
       if target-found = zero then
           display "指定された部署が見つかりません"
           go to exec-accept-dept
       end-if.

exec-accept-period.
       display "兼務の開始日を入力してください (例: 20261001)".
       move spaces to new-from.
       accept new-from.
       if new-from is not numeric then
           display "開始日は8桁の数字で入力してください"
           go to exec-accept-period
       end-if.
       move new-from to date-check-num.
       if function test-date-yyyymmdd(date-check-num) not = zero then
           display "日付が正しくありません"
           go to exec-accept-period
       end-if.

       display "兼務の終了日を入力してください（期限なしは空欄）".
       move spaces to new-to.
       accept new-to.
       if new-to not = spaces
           if new-to is not numeric then
               display "終了日は8桁の数字で入力してください"
               go to exec-accept-period
           end-if
           move new-to to date-check-num
           if function test-date-yyyymmdd(date-check-num) not = zero then
               display "日付が正しくありません"
               go to exec-accept-period
           end-if
           if new-to < new-from then
               display "終了日は開始日以降で入力してください"
               go to exec-accept-period
           end-if
       end-if.

exec-accept-share.
       display "兼務先への按分割合（%）を入力してください [1-100]".
       accept new-share.
       if new-share = zero or new-share > 100 then
           display "1から100で入力してください"
           go to exec-accept-share
       end-if.

       *> 期間が重なる他の兼務と合わせて100%を超えないこと
       perform sum-other-shares thru sum-other-shares-exit.
       if other-share-total + new-share > 100 then
           display "期間が重なる兼務の割合の合計が100%を超えます（他の兼務 "
               other-share-total "%）"
           go to exec-accept-share
       end-if.

exec-accept-roll.
       display "兼務先での役割を入力してください".
       display "  [1] 一般  [2] 管理者  [5] 部門長  [6] 承認者".
       accept new-roll.
       if new-roll not = 1 and new-roll not = 2
           and new-roll not = 5 and new-roll not = 6 then
           display "1, 2, 5, 6 のいずれかで入力してください"
           go to exec-accept-roll
       end-if.

       move target-userid to Fca-userid.
       move target-dept to Fca-dept.
       move new-from to Fca-from.
       move new-to to Fca-to.
       move new-share to Fca-share.
       move new-roll to Fca-roll.
       move registrar-userid to Fca-registered-by.
       move function current-date to Fca-registered-at.

       open i-o concurrent-file.
       if concurrent-status not = "00"
           open output concurrent-file
           close concurrent-file
           open i-o concurrent-file
       end-if.
       write Fca-rec
           invalid key
               rewrite Fca-rec
                   invalid key
                       display "登録に失敗しました"
                       close concurrent-file
                       stop run
               end-rewrite
       end-write.
       close concurrent-file.

       display "userid " target-userid " の部署 " target-dept
           " への兼務（" new-share "%）を登録しました".
       move spaces to log-action.
       string "set concurrent dept " delimited by size
           target-dept delimited by size
           " share " delimited by size
           new-share delimited by size
           " for userid " delimited by size
           target-userid delimited by size
           into log-action
       end-string.
       go to exec-write-log.

exec-accept-end.
       display "終了する兼務先の部署IDを入力してください".
       accept target-dept.
       display "その兼務の開始日を入力してください (例: 20261001)".
       move spaces to new-from.
       accept new-from.

       open i-o concurrent-file.
       if concurrent-status not = "00"
           display "兼務が登録されていません"
           stop run
       end-if.
       move target-userid to Fca-userid.
       move target-dept to Fca-dept.
       move new-from to Fca-from.
       read concurrent-file
           invalid key continue
       end-read.
       if concurrent-status not = "00"
           display "指定された兼務が見つかりません"
           close concurrent-file
           go to exec-accept-end
       end-if.

       display "兼務の終了日を入力してください（空欄は本日）".
       move spaces to new-to.
       accept new-to.
       if new-to = spaces
           move today-date to new-to
       end-if.
       if new-to is not numeric or new-to < Fca-from then
           display "終了日は開始日以降の8桁の数字で入力してください"
           close concurrent-file
           go to exec-accept-end
       end-if.

       move new-to to Fca-to.
       move registrar-userid to Fca-registered-by.
       move function current-date to Fca-registered-at.
       rewrite Fca-rec
           invalid key
               display "更新に失敗しました"
               close concurrent-file
               stop run
       end-rewrite.
       close concurrent-file.

       display "userid " target-userid " の部署 " target-dept
           " への兼務を " new-to " で終了しました".
       move spaces to log-action.
       string "end concurrent dept " delimited by size
           target-dept delimited by size
           " at " delimited by size
           new-to delimited by size
           " for userid " delimited by size
           target-userid delimited by size
           into log-action
       end-string.
       go to exec-write-log.

exec-list.
       move zero to list-count.
       open input concurrent-file.
       if concurrent-status = "00"
           move target-userid to Fca-userid
           move zero to Fca-dept
           move low-value to Fca-from
           start concurrent-file key is >= Fca-key
               invalid key move "10" to concurrent-status
           end-start
           perform until concurrent-status not = "00"
               read concurrent-file next record
                   at end move "10" to concurrent-status
                   not at end
                       if Fca-userid not = target-userid
                           move "10" to concurrent-status
                       else
                           add 1 to list-count
                           display "  部署 " Fca-dept "  " Fca-from
                               "〜" Fca-to "  " Fca-share "%  役割 "
                               Fca-roll
                       end-if
               end-read
           end-perform
           close concurrent-file
       end-if.
       if list-count = zero
           display "兼務は登録されていません"
       end-if.
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

check-dept-exists.
       move zero to target-found.
       open input department-file.
       perform until dept-status not = "00"
           read department-file
               not at end
                   if Fdept-id = target-dept
                       move 1 to target-found
                   end-if
       end-perform.
       close department-file.

sum-other-shares.
       move zero to other-share-total.
       open input concurrent-file.
       if concurrent-status not = "00"
           go to sum-other-shares-exit
       end-if.
       move target-userid to Fca-userid.
       move zero to Fca-dept.
       move low-value to Fca-from.
       start concurrent-file key is >= Fca-key
           invalid key move "10" to concurrent-status
       end-start.
       perform until concurrent-status not = "00"
           read concurrent-file next record
               at end move "10" to concurrent-status
               not at end
                   if Fca-userid not = target-userid
                       move "10" to concurrent-status
                   else
                       *> 同じ部署・開始日の行は上書きされるので数えない
                       if not (Fca-dept = target-dept
                               and Fca-from = new-from)
                           and (new-to = spaces or Fca-from <= new-to)
                           and (Fca-to = spaces or Fca-to >= new-from)
                           add Fca-share to other-share-total
                       end-if
                   end-if
           end-read
       end-perform.
       close concurrent-file.

sum-other-shares-exit.
       exit.
