identification division.
program-id. kintai-master-change-approve.

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
           select pending-change-file assign to "./dat/pending-change.dat"
               organization indexed
               access mode dynamic
               record key is Fpc-id
               status pending-change-status.
           select pending-change-seq-file
               assign to "./dat/pending-change-seq.dat"
               organization relative
               access mode dynamic
               relative key pc-seq-key
               status pc-seq-status.
           select wage-file assign to "./dat/wage.dat"
               organization relative
               access mode sequential
               relative key wage-key
               status wage-status.
           select salary-file assign to "./dat/salary.dat"
               organization relative
               access mode sequential
               relative key salary-key
               status salary-status.
           select commute-file assign to "./dat/commute-allowance.dat"
               organization relative
               access mode sequential
               relative key commute-key
               status commute-status.
           select shift-file assign to "./dat/shift.dat"
               organization relative
               access mode sequential
               relative key shift-key
               status shift-status.
           select round-policy-file assign to "./dat/round-policy.dat"
               organization relative
               access mode sequential
               relative key round-key
               status round-status.
           select policy-file assign to "./dat/stamp-policy.dat"
               organization relative
               access mode dynamic
               relative key policy-key
               status policy-status.
           select holiday-file assign to "./dat/holiday.dat"
               organization relative
               access mode sequential
               relative key holiday-key
               status holiday-status.
           select field-visibility-file
               assign to "./dat/field-visibility.dat"
               organization indexed
               access mode dynamic
               record key is Ffv-key
               status fv-status.
           select sod-rule-file assign to "./dat/sod-rule.dat"
               organization indexed
               access mode dynamic
               record key is Fsod-id
               status sod-rule-status.
           select journal-file assign using journal-name
               organization line sequential
               status journal-status.
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
       fd pending-change-file.
           01 Fpc-rec.
               03 Fpc-id pic 9(7).
               03 Fpc-program pic X(30).
               03 Fpc-function pic X(20).
               03 Fpc-file pic X(12).
               03 Fpc-action pic X(3).
               03 Fpc-key pic X(40).
               03 Fpc-summary pic X(80).
               03 Fpc-before pic X(700).
               03 Fpc-after pic X(700).
               03 Fpc-effective-date pic X(8).
               03 Fpc-note pic X(64).
               03 Fpc-maker pic 9(7).
               03 Fpc-made-at pic X(21).
               03 Fpc-status pic X.
               03 Fpc-checker pic 9(7).
               03 Fpc-checked-at pic X(21).
               03 Fpc-reject-reason pic X(64).
       fd pending-change-seq-file.
           01 Fpcseq-rec.
               03 Fpcseq-value pic 9(7).
       fd wage-file.
           01 Fwage-rec.
               03 Fwage-roll pic 9(2).
               03 Fwage-rate pic 9(5)v99.
               03 Fwage-effective-from pic X(8).
       fd salary-file.
           01 Fsal-rec.
               03 Fsal-emptype pic 9(2).
               03 Fsal-amount pic 9(8)v99.
               03 Fsal-effective-from pic X(8).
       fd commute-file.
           01 Fcom-rec.
               03 Fcom-userid pic 9(7).
               03 Fcom-amount pic 9(6)v99.
               03 Fcom-taxable pic 9(6)v99.
               03 Fcom-nontaxable pic 9(6)v99.
               03 Fcom-effective-from pic X(8).
       fd shift-file.
           01 Fshift-rec.
               03 Fshift-roll pic 9(2).
               03 Fshift-start pic 9(4).
               03 Fshift-end pic 9(4).
               03 Fshift-expected-hours pic 9(2)v99.
       fd round-policy-file.
           01 Fround-rec.
               03 Fround-emptype pic 9(2).
               03 Fround-unit pic 9(2).
               03 Fround-in-dir pic 9.
               03 Fround-out-dir pic 9.
       fd policy-file.
           01 Fpolicy-rec.
               03 Fpolicy-dup-window pic 9(2).
       fd holiday-file.
           01 Fholiday-rec.
               03 Fholiday-date pic X(8).
               03 Fholiday-name pic N(20).
       fd field-visibility-file.
           01 Ffv-rec.
               03 Ffv-key.
                   05 Ffv-group pic X(10).
                   05 Ffv-roll pic 9(2).
               03 Ffv-level pic X.
       fd sod-rule-file.
           01 Fsod-rec.
               03 Fsod-id pic 9(4).
               03 Fsod-name pic X(40).
               03 Fsod-threshold pic 9.
               03 Fsod-func-count pic 9.
               03 Fsod-function pic X(20) occurs 6 times.
               03 Fsod-active pic X.
               03 Fsod-updated-by pic 9(7).
               03 Fsod-updated-at pic X(21).
       fd journal-file.
           01 Fjr-rec.
               03 Fjr-timestamp pic X(21).
               03 Fjr-program pic X(30).
               03 Fjr-file pic X(12).
               03 Fjr-action pic X(3).
               03 Fjr-before pic X(700).
               03 Fjr-after pic X(700).
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
       01 status-rec.
           03 pending-change-status pic XX.
           03 pc-seq-status pic XX.
           03 wage-status pic XX.
           03 salary-status pic XX.
           03 commute-status pic XX.
           03 shift-status pic XX.
           03 round-status pic XX.
           03 policy-status pic XX.
           03 holiday-status pic XX.
           03 fv-status pic XX.
           03 sod-rule-status pic XX.
           03 journal-status pic XX.
       01 pc-seq-key pic 9(7) value 1.
       01 wage-key pic 99.
       01 salary-key pic 99.
       01 commute-key pic 9(5).
       01 shift-key pic 99.
       01 round-key pic 99.
       01 policy-key pic 9 value 1.
       01 holiday-key pic 99.
       01 journal-name pic X(40).
       01 checker-userid pic 9(7).
       01 checker-roll pic 9(2).
       01 mode-choice pic 9.
       01 decision-choice pic 9.
       01 target-id pic 9(7).
       01 list-count pic 9(5).
       01 log-action pic X(60).
       01 new-reason pic X(64).
       *> 反映結果（申請後にマスタが変わっていれば反映しない）
       01 apply-ok pic 9.
       01 record-found pic 9.
       01 current-image pic X(700).

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "マスタ変更の承認モード".
       display "（単価・月給・シフト・丸め・打刻ポリシー・休日・通勤手当・権限の変更申請を、申請者以外の権限者が承認・却下します）".

authenticate-username.
       display "ユーザ認証を行います".
       display "ユーザ名を入力してください".
       accept auth-username.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if auth-username = Fusername
                       move "master-change-approve" to perm-function
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
       move Fuserid to checker-userid.
       move Froll to checker-roll.

exec-accept-mode.
       display "処理を選択してください".
       display "  [1] 承認待ちの一覧  [2] 承認・却下".
       accept mode-choice.
       evaluate mode-choice
       when 1
           go to exec-list
       when 2
           go to exec-accept-change
       when other
           display "1か2で入力してください"
           go to exec-accept-mode
       end-evaluate.

exec-list.
       move zero to list-count.
       open input pending-change-file.
       if pending-change-status = "00"
           perform until pending-change-status not = "00"
               read pending-change-file next record
                   at end move "10" to pending-change-status
                   not at end
                       if Fpc-status = "P"
                           add 1 to list-count
                           perform display-change
                       end-if
               end-read
           end-perform
           close pending-change-file
       end-if.
       display "承認待ち " list-count " 件（自分の申請は承認できません）".
       stop run.

exec-accept-change.
       display "承認・却下する番号を入力してください".
       accept target-id.
       open input pending-change-file.
       if pending-change-status not = "00"
           display "承認待ちの変更はありません"
           stop run
       end-if.
       move target-id to Fpc-id.
       read pending-change-file
           invalid key continue
       end-read.
       close pending-change-file.
       if pending-change-status not = "00"
           display "指定された番号が見つかりません"
           go to exec-accept-change
       end-if.
       if Fpc-status not = "P"
           display "承認待ちではありません（状態 " Fpc-status "）"
           stop run
       end-if.
       if Fpc-maker = checker-userid
           display "自分が申請した変更は承認できません"
           stop run
       end-if.

       *> 承認者も申請元の機能の権限を持っていること
       move Fpc-function to perm-function.
       move checker-roll to Froll.
       perform check-authority.
       if authority-ok not = 1
           display "この変更を承認する権限がありません（"
               function trim(Fpc-function) "）"
           stop run
       end-if.

       perform display-change.
       display "  変更前: " function trim(Fpc-before).
       display "  変更後: " function trim(Fpc-after).

exec-accept-decision.
       display "  [1] 承認して反映  [2] 却下".
       accept decision-choice.
       if decision-choice = 2
           go to exec-reject
       end-if.
       if decision-choice not = 1
           go to exec-accept-decision
       end-if.

       perform apply-change thru apply-change-exit.
       if apply-ok = zero
           display "申請後にマスタが変更されているため反映できません"
           display "却下して申請し直してください"
           stop run
       end-if.

       move "A" to Fpc-status.
       move checker-userid to Fpc-checker.
       move function current-date to Fpc-checked-at.
       if Fpc-effective-date = spaces
           move Fpc-checked-at(1:8) to Fpc-effective-date
       end-if.
       perform rewrite-change.
       perform write-journal-entry.

       display "承認してマスタに反映しました: " Fpc-id " "
           function trim(Fpc-key).
       move spaces to log-action.
       string "approve master change " delimited by size
           Fpc-id delimited by size
           " " delimited by size
           function trim(Fpc-file) delimited by size
           " maker " delimited by size
           Fpc-maker delimited by size
           into log-action
       end-string.
       go to exec-write-log.

exec-reject.
       display "却下の理由を入力してください".
       move spaces to new-reason.
       accept new-reason.
       if new-reason = spaces
           display "理由は必須です"
           go to exec-reject
       end-if.
       move "R" to Fpc-status.
       move checker-userid to Fpc-checker.
       move function current-date to Fpc-checked-at.
       move new-reason to Fpc-reject-reason.
       perform rewrite-change.
       display "却下しました: " Fpc-id.
       move spaces to log-action.
       string "reject master change " delimited by size
           Fpc-id delimited by size
           " " delimited by size
           function trim(Fpc-file) delimited by size
           " maker " delimited by size
           Fpc-maker delimited by size
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

display-change.
       display "  " Fpc-id "  " function trim(Fpc-program)
           "  " function trim(Fpc-key)
           "  " function trim(Fpc-summary).
       display "      申請者 " Fpc-maker "  申請日時 " Fpc-made-at(1:14)
           "  適用開始 " Fpc-effective-date.
       if Fpc-note not = spaces
           display "      申請理由 " function trim(Fpc-note)
       end-if.

rewrite-change.
       open i-o pending-change-file.
       rewrite Fpc-rec
           invalid key
               display "承認待ちの変更の更新に失敗しました"
       end-rewrite.
       close pending-change-file.

apply-change.
       move zero to apply-ok.
       evaluate Fpc-file
       when "wage"
           open extend wage-file
           if wage-status not = "00"
               open output wage-file
           end-if
           move Fpc-after to Fwage-rec
           write Fwage-rec
           close wage-file
           move 1 to apply-ok
       when "salary"
           open extend salary-file
           if salary-status not = "00"
               open output salary-file
           end-if
           move Fpc-after to Fsal-rec
           write Fsal-rec
           close salary-file
           move 1 to apply-ok
       when "commute"
           open extend commute-file
           if commute-status not = "00"
               open output commute-file
           end-if
           move Fpc-after to Fcom-rec
           write Fcom-rec
           close commute-file
           move 1 to apply-ok
       when "shift"
           perform apply-shift thru apply-shift-exit
       when "round-policy"
           perform apply-round-policy thru apply-round-policy-exit
       when "stamp-policy"
           perform apply-stamp-policy thru apply-stamp-policy-exit
       when "holiday"
           perform apply-holiday thru apply-holiday-exit
       when "permission"
           perform apply-permission thru apply-permission-exit
       when "field-vis"
           perform apply-field-visibility
               thru apply-field-visibility-exit
       when "sod-rule"
           perform apply-sod-rule thru apply-sod-rule-exit
       when other
           display "反映先が不明な変更です: " Fpc-file
       end-evaluate.

apply-change-exit.
       exit.

apply-shift.
       move zero to record-found.
       move Fpc-after to Fshift-rec.
       move Fshift-roll to shift-key.
       open i-o shift-file.
       if shift-status not = "00"
           open output shift-file
           close shift-file
           open i-o shift-file
       end-if.
       perform until shift-status not = "00" or record-found = 1
           read shift-file next record
               not at end
                   move Fpc-after to current-image
                   if Fshift-roll = current-image(1:2)
                       move 1 to record-found
                   end-if
       end-perform.
       if record-found = 1
           move Fshift-rec to current-image
           if Fpc-action = "UPD" and current-image = Fpc-before
               move Fpc-after to Fshift-rec
               rewrite Fshift-rec
               move 1 to apply-ok
           end-if
           close shift-file
           go to apply-shift-exit
       end-if.
       close shift-file.
       if Fpc-action = "ADD"
           open extend shift-file
           move Fpc-after to Fshift-rec
           write Fshift-rec
           close shift-file
           move 1 to apply-ok
       end-if.

apply-shift-exit.
       exit.

apply-round-policy.
       move zero to record-found.
       open i-o round-policy-file.
       if round-status not = "00"
           open output round-policy-file
           close round-policy-file
           open i-o round-policy-file
       end-if.
       perform until round-status not = "00" or record-found = 1
           read round-policy-file next record
               not at end
                   move Fpc-after to current-image
                   if Fround-emptype = current-image(1:2)
                       move 1 to record-found
                   end-if
       end-perform.
       if record-found = 1
           move Fround-rec to current-image
           if Fpc-action = "UPD" and current-image = Fpc-before
               move Fpc-after to Fround-rec
               rewrite Fround-rec
               move 1 to apply-ok
           end-if
           close round-policy-file
           go to apply-round-policy-exit
       end-if.
       close round-policy-file.
       if Fpc-action = "ADD"
           open extend round-policy-file
           move Fpc-after to Fround-rec
           write Fround-rec
           close round-policy-file
           move 1 to apply-ok
       end-if.

apply-round-policy-exit.
       exit.

apply-stamp-policy.
       move 1 to policy-key.
       open i-o policy-file.
       if policy-status not = "00"
           open output policy-file
           close policy-file
           open i-o policy-file
       end-if.
       read policy-file
           invalid key continue
       end-read.
       if policy-status = "00"
           move Fpolicy-rec to current-image
           if current-image not = Fpc-before
               close policy-file
               go to apply-stamp-policy-exit
           end-if
           move Fpc-after to Fpolicy-rec
           rewrite Fpolicy-rec
       else
           move Fpc-after to Fpolicy-rec
           write Fpolicy-rec
       end-if.
       close policy-file.
       move 1 to apply-ok.

apply-stamp-policy-exit.
       exit.

apply-holiday.
       move zero to record-found.
       open i-o holiday-file.
       if holiday-status not = "00"
           open output holiday-file
           close holiday-file
           open i-o holiday-file
       end-if.
       perform until holiday-status not = "00" or record-found = 1
           read holiday-file
               not at end
                   move Fholiday-rec to current-image
                   if Fpc-action = "DEL" and current-image = Fpc-before
                       move 1 to record-found
                       delete holiday-file record
                       move 1 to apply-ok
                   end-if
                   if Fpc-action = "ADD"
                       and current-image(1:8) = Fpc-after(1:8)
                       move 1 to record-found
                   end-if
       end-perform.
       close holiday-file.
       if Fpc-action = "ADD" and record-found = zero
           open extend holiday-file
           move Fpc-after to Fholiday-rec
           write Fholiday-rec
           close holiday-file
           move 1 to apply-ok
       end-if.

apply-holiday-exit.
       exit.

apply-permission.
       open i-o permission-file.
       if permission-status not = "00"
           open output permission-file
           close permission-file
           open i-o permission-file
       end-if.
       move Fpc-after to Fperm-rec.
       read permission-file
           invalid key continue
       end-read.
       if permission-status = "00"
           move Fperm-rec to current-image
       else
           move spaces to current-image
       end-if.
       if current-image not = Fpc-before
           close permission-file
           go to apply-permission-exit
       end-if.
       move Fpc-after to Fperm-rec.
       if current-image = spaces
           write Fperm-rec
       else
           rewrite Fperm-rec
       end-if.
       close permission-file.
       move 1 to apply-ok.

apply-permission-exit.
       exit.

apply-field-visibility.
       open i-o field-visibility-file.
       if fv-status not = "00"
           open output field-visibility-file
           close field-visibility-file
           open i-o field-visibility-file
       end-if.
       move Fpc-after to Ffv-rec.
       read field-visibility-file
           invalid key continue
       end-read.
       if fv-status = "00"
           move Ffv-rec to current-image
       else
           move spaces to current-image
       end-if.
       if current-image not = Fpc-before
           close field-visibility-file
           go to apply-field-visibility-exit
       end-if.
       move Fpc-after to Ffv-rec.
       if current-image = spaces
           write Ffv-rec
       else
           rewrite Ffv-rec
       end-if.
       close field-visibility-file.
       move 1 to apply-ok.

apply-field-visibility-exit.
       exit.

apply-sod-rule.
       open i-o sod-rule-file.
       if sod-rule-status not = "00"
           open output sod-rule-file
           close sod-rule-file
           open i-o sod-rule-file
       end-if.
       move Fpc-after to Fsod-rec.
       read sod-rule-file
           invalid key continue
       end-read.
       if sod-rule-status = "00"
           move Fsod-rec to current-image
       else
           move spaces to current-image
       end-if.
       if current-image not = Fpc-before
           close sod-rule-file
           go to apply-sod-rule-exit
       end-if.
       move Fpc-after to Fsod-rec.
       if current-image = spaces
           write Fsod-rec
       else
           rewrite Fsod-rec
       end-if.
       close sod-rule-file.
       move 1 to apply-ok.

apply-sod-rule-exit.
       exit.

write-journal-entry.
       *> 承認で反映したマスタ変更も更新前後のイメージを日次ジャーナルに残す
       move spaces to journal-name.
       string "./dat/journal-" delimited by size
           function current-date(1:8) delimited by size
           ".dat" delimited by size
           into journal-name
       end-string.
       open extend journal-file.
       if journal-status not = "00"
           open output journal-file
       end-if.
       move function current-date to Fjr-timestamp.
       move Fpc-program to Fjr-program.
       move Fpc-file to Fjr-file.
       move Fpc-action to Fjr-action.
       move Fpc-before to Fjr-before.
       move Fpc-after to Fjr-after.
       write Fjr-rec.
       close journal-file.
