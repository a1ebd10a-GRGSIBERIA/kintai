identification division.
program-id. kintai-remuneration-review.

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
           select review-file assign to "./dat/remuneration-review.dat"
               organization indexed
               access mode dynamic
               record key is Frr-key
               status review-status.
           select insurance-file assign to "./dat/insurance.dat"
               organization indexed
               access mode dynamic
               record key is Fins-key
               status insurance-status.
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
       fd review-file.
           01 Frr-rec.
               03 Frr-key.
                   05 Frr-userid pic 9(7).
                   05 Frr-effective-yyyymm pic X(6).
               03 Frr-kind pic X.
               03 Frr-base-yyyymm pic X(6).
               03 Frr-month-pay pic 9(8) occurs 3 times.
               03 Frr-base-days pic 9(2) occurs 3 times.
               03 Frr-average pic 9(8).
               03 Frr-old-grade pic 9(2).
               03 Frr-new-grade pic 9(2).
               03 Frr-status pic X.
               03 Frr-detected-at pic X(21).
               03 Frr-reviewed-by pic 9(7).
               03 Frr-reviewed-at pic X(21).
       fd insurance-file.
           01 Fins-rec.
               03 Fins-key.
                   05 Fins-userid pic 9(7).
                   05 Fins-effective-from pic X(8).
               03 Fins-grade pic 9(2).
               03 Fins-health-rate pic 9(2)v999.
               03 Fins-social-flag pic X.
               03 Fins-emp-category pic 9.
               03 Fins-registered-at pic X(21).
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
       01 review-status pic XX.
       01 insurance-status pic XX.
       01 reviewer-userid pic 9(7).
       01 pending-count pic 9(5) value zero.
       01 target-userid pic 9(7).
       01 target-yyyymm pic X(6).
       01 new-decision pic X.
       01 approved-grade pic 9(2).
       01 kind-name pic X(12).
       *> 改定月の前日時点で有効な保険加入内容を引き継ぐ
       01 apply-date pic X(8).
       01 prev-found pic 9.
       01 prev-health-rate pic 9(2)v999.
       01 prev-social-flag pic X.
       01 prev-emp-category pic 9.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "標準報酬月額 決定・改定の承認モード（算定基礎届・月額変更届）".

authenticate-username.
       display "ユーザ認証を行います".
       display "ユーザ名を入力してください".
       accept auth-username.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if auth-username = Fusername
                       move "remuneration-review" to perm-function
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
           go to exec-list-pending
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

exec-list-pending.
       move Fuserid to reviewer-userid.

       *> 算定基礎届のバッチと夜間の随時改定チェックが挙げた承認待ちの一覧
       move zero to pending-count.
       open input review-file.
       if review-status not = "00"
           display "承認待ちの決定・改定はありません"
           stop run
       end-if.
       perform until review-status not = "00"
           read review-file next record
               at end continue
               not at end
                   if Frr-status = "P"
                       perform set-kind-name
                       add 1 to pending-count
                       display "userid " Frr-userid "  "
                           function trim(kind-name)
                           "  改定月 " Frr-effective-yyyymm
                           "  等級 " Frr-old-grade " → " Frr-new-grade
                           "  平均報酬 " Frr-average " 円"
                   end-if
           end-read
       end-perform.
       close review-file.

       if pending-count = zero
           display "承認待ちの決定・改定はありません"
           stop run
       end-if.

exec-accept-target.
       display "対象の従業員IDを入力してください".
       accept target-userid.
       display "改定月を入力してください (例: 202609)".
       accept target-yyyymm.

       move target-userid to Frr-userid.
       move target-yyyymm to Frr-effective-yyyymm.
       open input review-file.
       read review-file
           invalid key continue
       end-read.
       close review-file.
       if review-status not = "00"
           display "指定された従業員・改定月の決定・改定がありません"
           go to exec-accept-target
       end-if.
       if Frr-status not = "P"
           display "この決定・改定は処理済みです"
           go to exec-accept-target
       end-if.

       move Frr-new-grade to approved-grade.
       perform set-kind-name.
       display function trim(kind-name) "  算定の起算月 " Frr-base-yyyymm.
       display "  報酬月額 " Frr-month-pay(1) " / " Frr-month-pay(2)
           " / " Frr-month-pay(3).
       display "  支払基礎日数 " Frr-base-days(1) " / " Frr-base-days(2)
           " / " Frr-base-days(3).
       display "  平均 " Frr-average " 円  等級 " Frr-old-grade
           " → " Frr-new-grade.

exec-accept-decision.
       display "承認しますか [A=承認 R=却下]".
       accept new-decision.
       if new-decision = "a"
           move "A" to new-decision
       end-if.
       if new-decision = "r"
           move "R" to new-decision
       end-if.
       if new-decision not = "A" and new-decision not = "R"
           display "AかRを入力してください"
           go to exec-accept-decision
       end-if.

exec-write.
       if new-decision = "A"
           perform apply-new-grade thru apply-new-grade-exit
       end-if.

       move target-userid to Frr-userid.
       move target-yyyymm to Frr-effective-yyyymm.
       open i-o review-file.
       read review-file
           invalid key
               display "決定・改定の読込に失敗しました"
               close review-file
               stop run
       end-read.
       move new-decision to Frr-status.
       move reviewer-userid to Frr-reviewed-by.
       move function current-date to Frr-reviewed-at.
       rewrite Frr-rec
           invalid key
               display "決定・改定の更新に失敗しました"
       end-rewrite.
       close review-file.

       if new-decision = "A"
           display target-yyyymm " から等級 " approved-grade
               " を適用しました"
       else
           display "却下しました（標準報酬等級は変更しません）"
       end-if.

       open extend log-file.
       move function current-date to log-timestamp.
       move spaces to log-comments.
       string
           "[INFO] " delimited by size
           function trim(auth-username) delimited by size
           " reviewed remuneration " delimited by size
           Frr-kind delimited by size
           " " delimited by size
           new-decision delimited by size
           " for userid " delimited by size
           target-userid delimited by size
           " from " delimited by size
           target-yyyymm delimited by size
           into log-comments
       end-string.
       write log-rec.
       close log-file.

       stop run.

set-kind-name.
       if Frr-kind = "S"
           move "定時決定" to kind-name
       else
           move "随時改定" to kind-name
       end-if.

apply-new-grade.
       *> 改定月の1日を適用開始日とする保険加入の行を追加する
       move spaces to apply-date.
       move target-yyyymm to apply-date(1:6).
       move "01" to apply-date(7:2).

       move zero to prev-found.
       open i-o insurance-file.
       if insurance-status not = "00"
           display "保険加入ファイル（insurance.dat）がありません"
           go to apply-new-grade-exit
       end-if.
       move target-userid to Fins-userid.
       move low-values to Fins-effective-from.
       start insurance-file key >= Fins-key
           invalid key move "10" to insurance-status
       end-start.
       perform until insurance-status not = "00"
           read insurance-file next record
               at end move "10" to insurance-status
               not at end
                   if Fins-userid not = target-userid
                       move "10" to insurance-status
                   else
                       if Fins-effective-from < apply-date
                           move 1 to prev-found
                           move Fins-health-rate to prev-health-rate
                           move Fins-social-flag to prev-social-flag
                           move Fins-emp-category to prev-emp-category
                       end-if
                   end-if
           end-read
       end-perform.

       if prev-found = zero
           display "改定月より前の保険加入の登録がありません"
           close insurance-file
           go to apply-new-grade-exit
       end-if.

       move target-userid to Fins-userid.
       move apply-date to Fins-effective-from.
       move approved-grade to Fins-grade.
       move prev-health-rate to Fins-health-rate.
       move prev-social-flag to Fins-social-flag.
       move prev-emp-category to Fins-emp-category.
       move function current-date to Fins-registered-at.
       write Fins-rec
           invalid key
               rewrite Fins-rec
                   invalid key
                       display "保険加入の更新に失敗しました"
               end-rewrite
       end-write.
       close insurance-file.

apply-new-grade-exit.
       exit.
