identification division.
program-id. kintai-recert-review.

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
           select campaign-file assign to "./dat/recert-campaign.dat"
               organization indexed
               access mode dynamic
               record key is Frc-id
               status campaign-status.
           select item-file assign to "./dat/recert-item.dat"
               organization indexed
               access mode dynamic
               record key is Fri-id
               status item-status.
           select trail-file assign to "./dat/reminder-trail.dat"
               organization line sequential
               status trail-status.
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
       fd campaign-file.
           01 Frc-rec.
               03 Frc-id pic X(6).
               03 Frc-opened-at pic X(21).
               03 Frc-deadline pic X(8).
               03 Frc-status pic X.
               03 Frc-item-count pic 9(7).
               03 Frc-closed-at pic X(21).
               03 Frc-evidence-name pic X(60).
       fd item-file.
           01 Fri-rec.
               03 Fri-id pic 9(7).
               03 Fri-campaign pic X(6).
               03 Fri-userid pic 9(7).
               03 Fri-roll pic 9(2).
               03 Fri-dept pic 9(2).
               03 Fri-reviewer pic 9(7).
               03 Fri-status pic 9.
               03 Fri-comment pic X(64).
               03 Fri-decided-by pic 9(7).
               03 Fri-decided-at pic X(21).
               03 Fri-created-at pic X(21).
       fd trail-file.
           01 Ftrail-rec.
               03 Ftrail-date pic X(8).
               03 Ftrail-filler1 pic X.
               03 Ftrail-type pic X(10).
               03 Ftrail-filler2 pic X.
               03 Ftrail-req-id pic 9(7).
               03 Ftrail-filler3 pic X.
               03 Ftrail-kind pic X.
               03 Ftrail-filler4 pic X.
               03 Ftrail-recipient pic 9(7).
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
           03 campaign-status pic XX.
           03 item-status pic XX.
           03 trail-status pic XX.
       01 registrar-userid pic 9(7).
       01 mode-choice pic 9.
       01 decision-choice pic 9.
       01 target-id pic 9(7).
       01 list-count pic 9(5).
       01 log-action pic X(60).
       01 new-comment pic X(64).
       01 may-review pic 9.
       01 decision-label pic X(12).
       01 today pic X(8).

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "権限棚卸 審査モード（管理職用）".
       display "（四半期の権限棚卸で割り当てられた部下の役職について、継続・変更要・削除要を回答します）".

authenticate-username.
       display "ユーザ認証を行います".
       display "ユーザ名を入力してください".
       accept auth-username.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if auth-username = Fusername
                       move "recert-review" to perm-function
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
       display "  [1] 審査待ちの一覧  [2] 審査の回答".
       accept mode-choice.
       evaluate mode-choice
       when 1
           go to exec-list
       when 2
           go to exec-accept-item
       when other
           display "1か2で入力してください"
           go to exec-accept-mode
       end-evaluate.

exec-list.
       move zero to list-count.
       open input item-file.
       if item-status = "00"
           perform until item-status not = "00"
               read item-file next record
                   at end move "10" to item-status
                   not at end
                       if Fri-status = zero
                           perform check-may-review
                               thru check-may-review-exit
                           if may-review = 1
                               add 1 to list-count
                               perform display-item
                           end-if
                       end-if
               end-read
           end-perform
           close item-file
       end-if.
       display "審査待ち " list-count " 件".
       stop run.

exec-accept-item.
       display "審査する番号を入力してください".
       accept target-id.
       open input item-file.
       if item-status not = "00"
           display "権限棚卸は開始されていません"
           stop run
       end-if.
       move target-id to Fri-id.
       read item-file
           invalid key continue
       end-read.
       close item-file.
       if item-status not = "00"
           display "指定された番号が見つかりません"
           go to exec-accept-item
       end-if.
       if Fri-status not = zero
           display "回答済みです"
           stop run
       end-if.
       perform check-may-review thru check-may-review-exit.
       if may-review = zero
           display "この審査の担当者ではありません"
           stop run
       end-if.
       if Fri-userid = registrar-userid
           display "自分自身の役職は審査できません"
           stop run
       end-if.

       move Fri-campaign to Frc-id.
       open input campaign-file.
       read campaign-file
           invalid key continue
       end-read.
       close campaign-file.
       if campaign-status = "00" and Frc-status not = "O"
           display "キャンペーン " Frc-id " は締め切られています"
           stop run
       end-if.

       perform display-item.

exec-accept-decision.
       display "  [1] 役職は適切（継続）  [2] 変更が必要  [3] 削除が必要".
       accept decision-choice.
       if decision-choice < 1 or decision-choice > 3
           display "1から3で入力してください"
           go to exec-accept-decision
       end-if.

       move spaces to new-comment.
       if decision-choice = 1
           display "コメントを入力してください（任意）"
       else
           display "変更・削除の内容を入力してください（必須）"
       end-if.
       accept new-comment.
       if decision-choice not = 1 and new-comment = spaces
           display "変更・削除の場合は内容を入力してください"
           go to exec-accept-decision
       end-if.

       move decision-choice to Fri-status.
       move new-comment to Fri-comment.
       move registrar-userid to Fri-decided-by.
       move function current-date to Fri-decided-at.
       open i-o item-file.
       rewrite Fri-rec
           invalid key
               display "回答の登録に失敗しました"
               close item-file
               stop run
       end-rewrite.
       close item-file.

       perform set-decision-label.
       display "回答しました: " Fri-id " userid " Fri-userid " "
           function trim(decision-label).
       if decision-choice not = 1
           display "役職の変更・削除は kintai-user-correct で行ってください"
       end-if.
       move spaces to log-action.
       string "recert review " delimited by size
           Fri-id delimited by size
           " userid " delimited by size
           Fri-userid delimited by size
           " decision " delimited by size
           Fri-status delimited by size
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

check-may-review.
       *> 割り当てられた審査者と、期限切れでエスカレーションされた
       *> 上位の管理職が回答できる
       move zero to may-review.
       if Fri-reviewer = registrar-userid
           move 1 to may-review
           go to check-may-review-exit
       end-if.
       open input trail-file.
       if trail-status not = "00"
           go to check-may-review-exit
       end-if.
       perform until trail-status not = "00"
           read trail-file
               not at end
                   if Ftrail-type = "recert"
                       and Ftrail-req-id = Fri-id
                       and Ftrail-kind = "E"
                       and Ftrail-recipient = registrar-userid
                       move 1 to may-review
                   end-if
       end-perform.
       close trail-file.

check-may-review-exit.
       exit.

display-item.
       display "  " Fri-id "  " Fri-campaign "  userid " Fri-userid
           "  役職 " Fri-roll "  部署 " Fri-dept
           "  依頼 " Fri-created-at(1:8).

set-decision-label.
       evaluate Fri-status
       when 1
           move "継続" to decision-label
       when 2
           move "変更要" to decision-label
       when 3
           move "削除要" to decision-label
       when other
           move "未回答" to decision-label
       end-evaluate.
