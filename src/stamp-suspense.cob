identification division.
program-id. kintai-stamp-suspense.

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
           select suspense-file assign to "./dat/stamp-suspense.dat"
               organization indexed
               access mode dynamic
               record key is Fss-id
               status suspense-status.
           select stamp-file assign to "./dat/stamp.dat"
               organization indexed
               access mode dynamic
               record key is Fstamp-id
               alternate record key is Fstamp-user-key
                   with duplicates
               status stamp-status.
           select seq-file assign to "./dat/stamp-seq.dat"
               organization relative
               access mode dynamic
               relative key seq-key
               status seq-status.
           select month-lock-file assign to "./dat/month-lock.dat"
               organization relative
               access mode sequential
               relative key mlock-key
               status mlock-status.
           select device-file assign to "./dat/device.dat"
               organization indexed
               access mode dynamic
               record key is Fdev-id
               status device-status.
           select stamp-device-file assign to "./dat/stamp-device.dat"
               organization indexed
               access mode dynamic
               record key is Fsd-stamp-id
               status sd-status.
           select badge-file assign to "./dat/badge.dat"
               organization indexed
               access mode dynamic
               record key is Fbadge-serial
               status badge-status.
           select stamp-location-file assign to "./dat/stamp-location.dat"
               organization indexed
               access mode dynamic
               record key is Fsloc-stamp-id
               status sloc-status.
           select journal-file assign using journal-name
               organization line sequential
               status journal-status.
           select agg-file assign to "./dat/month-agg.dat"
               organization indexed
               access mode dynamic
               record key is Fagg-key
               status agg-status.
           select employee-company-file
               assign to "./dat/employee-company.dat"
               organization indexed
               access mode dynamic
               record key is Fec-userid
               status employee-company-status.
           select month-lock-company-file
               assign to "./dat/month-lock-company.dat"
               organization indexed
               access mode dynamic
               record key is Fmlc-key
               status lock-company-status.
           select notify-file assign to "./dat/notify.dat"
               organization indexed
               access mode dynamic
               record key is Fntf-id
               status notify-status.
           select notify-seq-file assign to "./dat/notify-seq.dat"
               organization relative
               access mode dynamic
               relative key ntf-seq-key
               status ntf-seq-status.
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
       fd suspense-file.
           01 Fss-rec.
               03 Fss-id pic 9(7).
               03 Fss-run-id pic X(14).
               03 Fss-file-label pic X(40).
               03 Fss-line-no pic 9(7).
               03 Fss-reason pic X(12).
               03 Fss-raw pic X(128).
               03 Fss-token pic X(16).
               03 Fss-userid pic 9(7).
               03 Fss-datetime pic X(21).
               03 Fss-statusid pic X.
               03 Fss-device-id pic X(8).
               03 Fss-location pic X.
               03 Fss-status pic X.
               03 Fss-created-at pic X(21).
               03 Fss-resolved-by pic 9(7).
               03 Fss-resolved-at pic X(21).
               03 Fss-stamp-id pic 9(12).
       fd stamp-file.
           01 Fstamp-rec.
               03 Fstamp-id pic 9(12).
               03 Fstamp-user-key.
                   05 Fstamp-userid pic 9(7).
                   05 Fstamp-datetime pic X(21).
               03 Fstamp-statusid pic 9.
               03 Fstamp-approver pic 9(7).
               03 Fstamp-cancelled pic X.
               03 Fstamp-cancel-approver pic 9(7).
       fd seq-file.
           01 Fseq-rec.
               03 Fseq-value pic 9(12).
       fd month-lock-file.
           01 Fmlock-rec.
               03 Fmlock-yyyymm pic X(6).
               03 Fmlock-locked-at pic X(21).
       fd device-file.
           01 Fdev-rec.
               03 Fdev-id pic X(8).
               03 Fdev-location pic N(20).
               03 Fdev-tz-offset pic X(5).
       fd stamp-device-file.
           01 Fsd-rec.
               03 Fsd-stamp-id pic 9(12).
               03 Fsd-device-id pic X(8).
               03 Fsd-datetime pic X(21).
       fd badge-file.
           01 Fbadge-rec.
               03 Fbadge-serial pic X(16).
               03 Fbadge-userid pic 9(7).
               03 Fbadge-from pic X(8).
               03 Fbadge-to pic X(8).
               03 Fbadge-status pic X.
       fd stamp-location-file.
           01 Fsloc-rec.
               03 Fsloc-stamp-id pic 9(12).
               03 Fsloc-code pic 9.
       fd journal-file.
           01 Fjr-rec.
               03 Fjr-timestamp pic X(21).
               03 Fjr-program pic X(30).
               03 Fjr-file pic X(12).
               03 Fjr-action pic X(3).
               03 Fjr-before pic X(700).
               03 Fjr-after pic X(700).
       fd agg-file.
           01 Fagg-rec.
               03 Fagg-key.
                   05 Fagg-userid pic 9(7).
                   05 Fagg-yyyymm pic X(6).
               03 Fagg-worked-minutes pic 9(6).
               03 Fagg-overtime-minutes pic 9(6).
               03 Fagg-late-minutes pic 9(6).
               03 Fagg-worked-days pic 9(2).
               03 Fagg-stale pic X.
               03 Fagg-built-at pic X(21).
               03 Fagg-day-entry occurs 31 times.
                   05 Fagg-day-in pic 9(4).
                   05 Fagg-day-out pic 9(4).
                   05 Fagg-day-worked pic 9(4).
       fd employee-company-file.
           01 Fec-rec.
               03 Fec-userid pic 9(7).
               03 Fec-company pic 9(2).
               03 Fec-updated-by pic 9(7).
               03 Fec-updated-at pic X(21).
       fd month-lock-company-file.
           01 Fmlc-rec.
               03 Fmlc-key.
                   05 Fmlc-yyyymm pic X(6).
                   05 Fmlc-company pic 9(2).
               03 Fmlc-locked-at pic X(21).
       fd notify-file.
           01 Fntf-rec.
               03 Fntf-id pic 9(7).
               03 Fntf-recipient pic 9(7).
               03 Fntf-event pic X(20).
               03 Fntf-ref-id pic 9(12).
               03 Fntf-created-at pic X(21).
               03 Fntf-delivered pic X.
               03 Fntf-read pic X.
       fd notify-seq-file.
           01 Fntfseq-rec.
               03 Fntfseq-value pic 9(7).
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
           03 suspense-status pic XX.
           03 stamp-status pic XX.
           03 seq-status pic XX.
           03 mlock-status pic XX.
           03 device-status pic XX.
           03 sd-status pic XX.
           03 badge-status pic XX.
           03 sloc-status pic XX.
           03 journal-status pic XX.
           03 agg-status pic XX.
           03 employee-company-status pic XX.
           03 lock-company-status pic XX.
           03 notify-status pic XX.
           03 ntf-seq-status pic XX.
       01 seq-key pic 9(7) value 1.
       01 mlock-key pic 9(5).
       01 ntf-seq-key pic 9(7) value 1.
       01 registrar-userid pic 9(7).
       01 mode-choice pic 9.
       01 target-id pic 9(7).
       01 list-count pic 9(5).
       01 log-action pic X(60).
       01 confirm-answer pic X.
       *> 訂正の入力（空欄で現在の値のまま）
       01 new-token pic X(16).
       01 new-datetime pic X(21).
       01 new-device-id pic X(8).
       01 new-statusid pic X.
       01 target-found pic 9.
       01 supervisor-userid pic 9(7).
       01 target-dept pic 9(2).
       01 escalate-to pic 9(7).
       *> 再投入前の検証（取込バッチと同じ条件）
       01 time-check-num pic 9(8).
       01 target-month-locked pic 9.
       01 stamp-company pic 9(2).
       01 duplicate-found pic 9.
       01 dup-scan-done pic 9.
       01 location-code pic 9.
       *> 打刻機のタイムゾーンオフセット正規化用
       01 row-offset pic X(5).
       01 row-offset-minutes pic s9(5).
       01 dev-offset-minutes pic s9(5).
       01 offset-delta pic s9(5).
       01 punch-date-int pic 9(8).
       01 punch-minutes pic s9(5).
       01 punch-date-num pic 9(8).
       01 norm-hh pic 99.
       01 norm-mm pic 99.
       *> 更新ジャーナル・集計キャッシュ失効用
       01 journal-name pic X(40).
       01 jr-file-ws pic X(12).
       01 jr-action-ws pic X(3).
       01 jr-before-ws pic X(700).
       01 jr-after-ws pic X(700).
       01 agg-mark-userid pic 9(7).
       01 agg-mark-yyyymm pic X(6).
       *> 保留の状態
       01 suspense-state pic X.
           88 suspense-open value "O".
           88 suspense-resubmitted value "R".
           88 suspense-voided value "V".
           88 suspense-escalated value "E".
       01 state-label pic X(24).

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "打刻取込 保留キュー処理モード".
       display "（kintai-stamp-import で取り込めなかった行を訂正して再投入、または取消・エスカレーションします）".

authenticate-username.
       display "ユーザ認証を行います".
       display "ユーザ名を入力してください".
       accept auth-username.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if auth-username = Fusername
                       move "stamp-suspense" to perm-function
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
       display "  [1] 未処理の保留一覧  [2] 訂正・再投入  [3] 取消"
           "  [4] エスカレーション".
       accept mode-choice.
       evaluate mode-choice
       when 1
           go to exec-list
       when 2
           go to exec-accept-correct
       when 3
           go to exec-accept-void
       when 4
           go to exec-accept-escalate
       when other
           display "1から4で入力してください"
           go to exec-accept-mode
       end-evaluate.

exec-list.
       move zero to list-count.
       open input suspense-file.
       if suspense-status = "00"
           perform until suspense-status not = "00"
               read suspense-file next record
                   at end move "10" to suspense-status
                   not at end
                       if Fss-status = "O" or Fss-status = "E"
                           add 1 to list-count
                           perform display-suspense
                       end-if
               end-read
           end-perform
           close suspense-file
       end-if.
       display "未処理の保留 " list-count " 件".
       stop run.

exec-accept-correct.
       perform accept-suspense-id thru accept-suspense-id-exit.
       if target-found = zero
           go to exec-accept-correct
       end-if.

       display "カードシリアルまたは利用者IDを入力してください"
           "（空欄は現在の値のまま）".
       move spaces to new-token.
       accept new-token.
       if new-token not = spaces
           move new-token to Fss-token
           perform resolve-token thru resolve-token-exit
       end-if.

       display "打刻日時を入力してください (例: 20261015083000000+0900)"
           "（空欄は現在の値のまま）".
       move spaces to new-datetime.
       accept new-datetime.
       if new-datetime not = spaces
           move new-datetime to Fss-datetime
       end-if.

       display "打刻区分を入力してください（空欄は現在の値のまま）".
       move spaces to new-statusid.
       accept new-statusid.
       if new-statusid not = spaces
           move new-statusid to Fss-statusid
       end-if.

       display "打刻機IDを入力してください（空欄は現在の値のまま）".
       move spaces to new-device-id.
       accept new-device-id.
       if new-device-id not = spaces
           move new-device-id to Fss-device-id
       end-if.

       display "訂正後の内容:".
       perform display-suspense.

       display "この内容で再投入しますか？ [y/n]（n は訂正のみ保存）".
       move spaces to confirm-answer.
       accept confirm-answer.
       if confirm-answer = "y" or confirm-answer = "Y"
           perform resubmit-suspense thru resubmit-suspense-exit
       end-if.

       if Fss-status = "R"
           move spaces to log-action
           string "resubmit stamp suspense " delimited by size
               Fss-id delimited by size
               " as stamp " delimited by size
               Fss-stamp-id delimited by size
               into log-action
           end-string
       else
           move spaces to log-action
           string "correct stamp suspense " delimited by size
               Fss-id delimited by size
               into log-action
           end-string
       end-if.
       perform rewrite-suspense.
       go to exec-write-log.

exec-accept-void.
       perform accept-suspense-id thru accept-suspense-id-exit.
       if target-found = zero
           go to exec-accept-void
       end-if.

       display "この保留を取消しますか？ [y/n]".
       move spaces to confirm-answer.
       accept confirm-answer.
       if confirm-answer not = "y" and confirm-answer not = "Y"
           display "取消を中止しました"
           stop run
       end-if.

       move "V" to Fss-status.
       move registrar-userid to Fss-resolved-by.
       move function current-date to Fss-resolved-at.
       perform rewrite-suspense.
       display "保留 " Fss-id " を取消しました".
       move spaces to log-action.
       string "void stamp suspense " delimited by size
           Fss-id delimited by size
           into log-action
       end-string.
       go to exec-write-log.

exec-accept-escalate.
       perform accept-suspense-id thru accept-suspense-id-exit.
       if target-found = zero
           go to exec-accept-escalate
       end-if.

       *> 既定の通知先は打刻者の所属部署の管理職
       perform find-supervisor thru find-supervisor-exit.
       display "エスカレーション先の利用者IDを入力してください".
       if supervisor-userid not = zero
           display "（空欄は打刻者の部署の管理職 " supervisor-userid "）"
       end-if.
       move zero to escalate-to.
       accept escalate-to.
       if escalate-to = zero
           move supervisor-userid to escalate-to
       end-if.
       if escalate-to = zero
           display "エスカレーション先を特定できません"
           go to exec-accept-escalate
       end-if.

       perform write-notification.
       move "E" to Fss-status.
       perform rewrite-suspense.
       display "保留 " Fss-id " を " escalate-to
           " にエスカレーションしました".
       move spaces to log-action.
       string "escalate stamp suspense " delimited by size
           Fss-id delimited by size
           " to " delimited by size
           escalate-to delimited by size
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

accept-suspense-id.
       move zero to target-found.
       display "保留番号を入力してください".
       accept target-id.
       open input suspense-file.
       if suspense-status not = "00"
           display "保留キューはありません"
           stop run
       end-if.
       move target-id to Fss-id.
       read suspense-file
           invalid key continue
       end-read.
       close suspense-file.
       if suspense-status not = "00"
           display "指定された保留が見つかりません"
           go to accept-suspense-id-exit
       end-if.
       if Fss-status not = "O" and Fss-status not = "E"
           display "この保留は処理済みです"
           perform display-suspense
           go to accept-suspense-id-exit
       end-if.
       move 1 to target-found.
       perform display-suspense.

accept-suspense-id-exit.
       exit.

display-suspense.
       move Fss-status to suspense-state.
       evaluate true
       when suspense-open
           move "未処理" to state-label
       when suspense-escalated
           move "エスカレーション済" to state-label
       when suspense-resubmitted
           move "再投入済" to state-label
       when suspense-voided
           move "取消済" to state-label
       when other
           move spaces to state-label
       end-evaluate.
       display "  " Fss-id "  " function trim(Fss-reason)
           "  " function trim(state-label)
           "  取込 " Fss-run-id " " function trim(Fss-file-label)
           " " Fss-line-no "行目".
       display "      token " Fss-token "  userid " Fss-userid
           "  日時 " Fss-datetime "  区分 " Fss-statusid
           "  打刻機 " Fss-device-id.
       display "      元の行 " function trim(Fss-raw).

resolve-token.
       *> カードマスタに有効な登録があればuseridに変換し、無ければ
       *> 7桁のuseridとして扱う（取込バッチと同じ解決順）
       move zero to Fss-userid.
       move Fss-token to Fbadge-serial.
       open input badge-file.
       if badge-status = "00"
           read badge-file
               invalid key continue
           end-read
           close badge-file
           if badge-status = "00"
               if Fbadge-status = "L" or Fbadge-status = "R"
                   display "紛失・返却済みのカードです"
                   go to resolve-token-exit
               end-if
               move Fbadge-userid to Fss-userid
               go to resolve-token-exit
           end-if
       end-if.
       if Fss-token(1:7) is numeric
           move Fss-token(1:7) to Fss-userid
       end-if.

resolve-token-exit.
       exit.

rewrite-suspense.
       open i-o suspense-file.
       rewrite Fss-rec
           invalid key
               display "保留キューの更新に失敗しました"
       end-rewrite.
       close suspense-file.

resubmit-suspense.
       *> 取込バッチと同じ検証（利用者・日時・打刻機・月ロック・重複）
       *> を通ったものだけを打刻として登録する
       move zero to target-found.
       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if Fuserid = Fss-userid and Fss-userid not = zero
                       move 1 to target-found
                   end-if
       end-perform.
       close user-file.
       if target-found = zero
           display "利用者が見つかりません（再投入しません）"
           go to resubmit-suspense-exit
       end-if.

       move zero to time-check-num.
       if Fss-datetime(1:12) is numeric
           move Fss-datetime(1:8) to time-check-num
       end-if.
       if time-check-num < 19000101
           or function test-date-yyyymmdd(time-check-num) not = zero
           or Fss-datetime(9:2) > "23"
           or Fss-datetime(11:2) > "59"
           display "打刻日時が正しくありません（再投入しません）"
           go to resubmit-suspense-exit
       end-if.

       if Fss-statusid < "1" or Fss-statusid > "9"
           display "打刻区分が正しくありません（再投入しません）"
           go to resubmit-suspense-exit
       end-if.

       move Fss-device-id to Fdev-id.
       open input device-file.
       read device-file
           invalid key continue
       end-read.
       close device-file.
       if device-status not = "00"
           display "未登録の打刻機です（再投入しません）"
           go to resubmit-suspense-exit
       end-if.
       perform normalize-device-offset
           thru normalize-device-offset-exit.

       move Fss-userid to Fstamp-userid.
       move Fss-datetime to Fstamp-datetime.
       move Fss-statusid to Fstamp-statusid.
       move zero to Fstamp-approver.
       move "N" to Fstamp-cancelled.
       move zero to Fstamp-cancel-approver.

       perform check-month-lock.
       if target-month-locked = 1
           display "締め処理済み月の打刻です（再投入しません）"
           go to resubmit-suspense-exit
       end-if.

       perform check-duplicate-stamp thru check-duplicate-stamp-exit.
       if duplicate-found = 1
           display "同じ日時・区分の打刻が登録済みです（再投入しません）"
           go to resubmit-suspense-exit
       end-if.

       move Fss-userid to Fstamp-userid.
       move Fss-datetime to Fstamp-datetime.
       move Fss-statusid to Fstamp-statusid.
       move zero to Fstamp-approver.
       move "N" to Fstamp-cancelled.
       move zero to Fstamp-cancel-approver.
       perform next-stamp-id.

       open i-o stamp-file.
       write Fstamp-rec
           invalid key
               display "打刻の書き込みに失敗しました"
               close stamp-file
               go to resubmit-suspense-exit
       end-write.
       close stamp-file.
       move "stamp" to jr-file-ws.
       move "ADD" to jr-action-ws.
       move spaces to jr-before-ws.
       move Fstamp-rec to jr-after-ws.
       move Fstamp-userid to agg-mark-userid.
       move Fstamp-datetime(1:6) to agg-mark-yyyymm.
       perform write-journal-entry.
       perform mark-agg-stale thru mark-agg-stale-exit.

       move Fstamp-id to Fsd-stamp-id.
       move Fss-device-id to Fsd-device-id.
       move Fstamp-datetime to Fsd-datetime.
       open i-o stamp-device-file.
       write Fsd-rec
           invalid key
               display "打刻機対応表の登録に失敗しました: " Fstamp-id
       end-write.
       close stamp-device-file.

       if Fstamp-statusid = 1 or Fstamp-statusid = 3
           if Fss-location >= "1" and Fss-location <= "3"
               move function numval(Fss-location) to location-code
           else
               move 1 to location-code
           end-if
           move Fstamp-id to Fsloc-stamp-id
           move location-code to Fsloc-code
           open i-o stamp-location-file
           if sloc-status not = "00"
               open output stamp-location-file
           end-if
           write Fsloc-rec
               invalid key
                   display "勤務場所の登録に失敗しました: " Fstamp-id
           end-write
           close stamp-location-file
       end-if.

       move "R" to Fss-status.
       move Fstamp-id to Fss-stamp-id.
       move registrar-userid to Fss-resolved-by.
       move function current-date to Fss-resolved-at.
       display "打刻 " Fstamp-id " として再投入しました".

resubmit-suspense-exit.
       exit.

check-duplicate-stamp.
       *> 副キー（userid＋打刻日時）で同じ分・同じ区分の有効な打刻を探す
       move zero to duplicate-found.
       move zero to dup-scan-done.
       open input stamp-file.
       if stamp-status not = "00"
           go to check-duplicate-stamp-exit
       end-if.
       move Fss-userid to Fstamp-userid.
       move spaces to Fstamp-datetime.
       move Fss-datetime(1:12) to Fstamp-datetime(1:12).
       start stamp-file key >= Fstamp-user-key
           invalid key move 1 to dup-scan-done
       end-start.
       perform until dup-scan-done = 1
           or stamp-status not = "00"
           read stamp-file next record
               at end move 1 to dup-scan-done
               not at end
                   if Fstamp-userid not = Fss-userid
                       or Fstamp-datetime(1:12)
                           not = Fss-datetime(1:12)
                       move 1 to dup-scan-done
                   else
                       if Fstamp-cancelled not = "Y"
                           and Fstamp-statusid
                               = function numval(Fss-statusid)
                           move 1 to duplicate-found
                       end-if
                   end-if
       end-perform.
       close stamp-file.

check-duplicate-stamp-exit.
       exit.

next-stamp-id.
       move 1 to seq-key.
       open i-o seq-file.
       read seq-file
           invalid key
               move zero to Fseq-value
               write Fseq-rec
       end-read.

       add 1 to Fseq-value.
       rewrite Fseq-rec.
       close seq-file.

       move Fseq-value to Fstamp-id.

normalize-device-offset.
       *> 行のオフセットが打刻機の登録オフセットと異なる場合は、
       *> 時刻を補正して登録オフセットに正規化する
       move Fss-datetime(17:5) to row-offset.

       if row-offset = Fdev-tz-offset
           go to normalize-device-offset-exit
       end-if.

       compute row-offset-minutes =
           function numval(row-offset(2:2)) * 60
           + function numval(row-offset(4:2)).
       if row-offset(1:1) = "-"
           compute row-offset-minutes = 0 - row-offset-minutes
       end-if.

       compute dev-offset-minutes =
           function numval(Fdev-tz-offset(2:2)) * 60
           + function numval(Fdev-tz-offset(4:2)).
       if Fdev-tz-offset(1:1) = "-"
           compute dev-offset-minutes = 0 - dev-offset-minutes
       end-if.

       compute offset-delta = dev-offset-minutes - row-offset-minutes.

       compute punch-date-int =
           function integer-of-date(
               function numval(Fss-datetime(1:8))).
       compute punch-minutes =
           function integer(function numval(Fss-datetime(9:4)) / 100) * 60
           + function mod(function numval(Fss-datetime(9:4)), 100)
           + offset-delta.

       perform until punch-minutes >= 0
           add 1440 to punch-minutes
           subtract 1 from punch-date-int
       end-perform.
       perform until punch-minutes < 1440
           subtract 1440 from punch-minutes
           add 1 to punch-date-int
       end-perform.

       compute punch-date-num = function date-of-integer(punch-date-int).
       move punch-date-num to Fss-datetime(1:8).
       compute norm-hh = punch-minutes / 60.
       compute norm-mm = function mod(punch-minutes, 60).
       move norm-hh to Fss-datetime(9:2).
       move norm-mm to Fss-datetime(11:2).
       move Fdev-tz-offset to Fss-datetime(17:5).

normalize-device-offset-exit.
       exit.

check-month-lock.
       move zero to target-month-locked.
       open input month-lock-file.
       perform until mlock-status not = "00"
           read month-lock-file next record
               not at end
                   if Fmlock-yyyymm = Fstamp-datetime(1:6)
                       move 1 to target-month-locked
                   end-if
       end-perform.
       close month-lock-file.

       *> 会社別に締めた月は、打刻者の所属会社（未登録は会社01）の
       *> ロックも確認する
       if target-month-locked = zero
           move 1 to stamp-company
           open input employee-company-file
           if employee-company-status = "00"
               move Fstamp-userid to Fec-userid
               read employee-company-file
                   invalid key continue
               end-read
               if employee-company-status = "00"
                   move Fec-company to stamp-company
               end-if
               close employee-company-file
           end-if
           open input month-lock-company-file
           if lock-company-status = "00"
               move Fstamp-datetime(1:6) to Fmlc-yyyymm
               move stamp-company to Fmlc-company
               read month-lock-company-file
                   invalid key continue
               end-read
               if lock-company-status = "00"
                   move 1 to target-month-locked
               end-if
               close month-lock-company-file
           end-if
       end-if.

write-journal-entry.
       *> 復旧バッチ（kintai-journal-replay）が前夜のバックアップへ
       *> 再適用できるよう、更新前後のイメージを日次ジャーナルに残す
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
       move "kintai-stamp-suspense" to Fjr-program.
       move jr-file-ws to Fjr-file.
       move jr-action-ws to Fjr-action.
       move jr-before-ws to Fjr-before.
       move jr-after-ws to Fjr-after.
       write Fjr-rec.
       close journal-file.

mark-agg-stale.
       *> 打刻が変わった月の集計キャッシュを失効させる
       open i-o agg-file.
       if agg-status not = "00"
           go to mark-agg-stale-exit
       end-if.
       move agg-mark-userid to Fagg-userid.
       move agg-mark-yyyymm to Fagg-yyyymm.
       read agg-file
           invalid key continue
       end-read.
       if agg-status = "00"
           move "Y" to Fagg-stale
           rewrite Fagg-rec
       end-if.
       close agg-file.

mark-agg-stale-exit.
       exit.

find-supervisor.
       *> 打刻者の所属部署の管理職（課長・部長・役員）
       move zero to supervisor-userid.
       move zero to target-dept.
       if Fss-userid = zero
           go to find-supervisor-scan
       end-if.
       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if Fuserid = Fss-userid
                       move Fdept to target-dept
                   end-if
       end-perform.
       close user-file.

find-supervisor-scan.
       if target-dept = zero
           go to find-supervisor-exit
       end-if.
       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if Fdept = target-dept
                       and (Froll = 2 or Froll = 5 or Froll = 6)
                       and (Fretire-date = spaces
                           or Fretire-date = "00000000")
                       and supervisor-userid = zero
                       move Fuserid to supervisor-userid
                   end-if
       end-perform.
       close user-file.

find-supervisor-exit.
       exit.

write-notification.
       move 1 to ntf-seq-key.
       open i-o notify-seq-file.
       if ntf-seq-status not = "00"
           open output notify-seq-file
           close notify-seq-file
           open i-o notify-seq-file
       end-if.
       read notify-seq-file
           invalid key
               move zero to Fntfseq-value
               write Fntfseq-rec
       end-read.
       add 1 to Fntfseq-value.
       rewrite Fntfseq-rec.
       close notify-seq-file.

       move Fntfseq-value to Fntf-id.
       move escalate-to to Fntf-recipient.
       move "stamp-suspense" to Fntf-event.
       move Fss-id to Fntf-ref-id.
       move function current-date to Fntf-created-at.
       move "N" to Fntf-delivered.
       move "N" to Fntf-read.

       open i-o notify-file.
       if notify-status not = "00"
           open output notify-file
           close notify-file
           open i-o notify-file
       end-if.
       write Fntf-rec
           invalid key
               display "通知の登録に失敗しました"
       end-write.
       close notify-file.
