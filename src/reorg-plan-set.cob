identification division.
program-id. kintai-reorg-plan-set.

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
           select department-file assign to "./dat/department.dat"
               organization relative
               access mode sequential
               relative key dept-key
               status dept-status.
           select plan-file assign to "./dat/reorg-plan.dat"
               organization indexed
               access mode dynamic
               record key is Frg-seq
               status plan-status.
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
       fd department-file.
           01 Fdept-rec.
               03 Fdept-id pic 9(2).
               03 Fdept-name pic N(20).
               03 Fdept-parent pic 9(2).
       fd plan-file.
           01 Frg-rec.
               03 Frg-seq pic 9(4).
               03 Frg-action pic X.
               03 Frg-old-dept pic 9(2).
               03 Frg-new-dept pic 9(2).
               03 Frg-new-parent pic 9(2).
               03 Frg-userid pic 9(7).
               03 Frg-name pic N(20).
               03 Frg-effective-date pic X(8).
               03 Frg-state pic X.
               03 Frg-entered-by pic 9(7).
               03 Frg-entered-at pic X(21).
               03 Frg-applied-at pic X(21).
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
       01 dept-key pic 99.
       01 dept-status pic XX.
       01 plan-status pic XX.
       01 registrar-userid pic 9(7).
       *> 計画ヘッダ（連番 0000）の内容
       01 plan-found pic 9.
       01 plan-effective-date pic X(8).
       01 plan-state pic X.
       01 max-seq pic 9(4).
       01 line-count pic 9(4).
       01 menu-choice pic X.
       01 confirm-choice pic X.
       01 date-input pic X(8).
       01 date-valid pic 9.
       *> 計画行の入力
       01 new-action pic X.
       01 new-old-dept pic 9(2).
       01 new-new-dept pic 9(2).
       01 new-new-parent pic 9(2).
       01 new-userid pic 9(7).
       01 new-name pic N(20).
       01 dept-input pic X(2).
       01 userid-input pic X(7).
       01 check-dept pic 9(2).
       01 dept-found pic 9.
       01 user-found pic 9.
       01 user-dept pic 9(2).
       01 delete-seq pic 9(4).
       01 action-label pic X(24).

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "組織改編計画の登録モード（統合・分割・番号変更・親部署変更・廃止）".
       display "（登録した計画は kintai-dept-reorg の DRY で影響範囲を確認してから適用します）".

authenticate-username.
       display "ユーザ認証を行います".
       display "ユーザ名を入力してください".
       accept auth-username.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if auth-username = Fusername
                       move "dept-reorg" to perm-function
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
           go to exec-load-plan
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

exec-load-plan.
       move Fuserid to registrar-userid.
       perform read-plan-header thru read-plan-header-exit.

       if plan-found = 1 and plan-state = "I"
           display "組織改編の適用処理が中断したままです"
           display "（kintai-restore で本日のバックアップを戻してから"
           display "  kintai-dept-reorg を再実行してください）"
           stop run
       end-if.

       if plan-found = 1 and plan-state = "Y"
           display "前回の計画（発効 " plan-effective-date "）は適用済みです"
           display "新しい計画を作成しますか？ [y/n]"
           accept confirm-choice
           if confirm-choice not = "y" and confirm-choice not = "Y"
               stop run
           end-if
           move zero to plan-found
       end-if.

       if plan-found = zero
           perform accept-effective-date thru accept-effective-date-exit
           *> 新規計画は前回の行をすべて消して作り直す
           open output plan-file
           initialize Frg-rec
           move zero to Frg-seq
           move "H" to Frg-action
           move plan-effective-date to Frg-effective-date
           move "D" to Frg-state
           move registrar-userid to Frg-entered-by
           move function current-date to Frg-entered-at
           write Frg-rec
           close plan-file
           move 1 to plan-found
           move "D" to plan-state
           display "発効日 " plan-effective-date " の計画を作成しました"
       end-if.

exec-menu.
       perform list-plan thru list-plan-exit.
       display " ".
       display "1: 行を追加  2: 行を削除  3: 発効日を変更  9: 終了".
       accept menu-choice.
       evaluate menu-choice
       when "1"
           perform add-plan-line thru add-plan-line-exit
       when "2"
           perform delete-plan-line thru delete-plan-line-exit
       when "3"
           perform change-effective-date
       when "9"
           display "影響範囲は kintai-dept-reorg（モード DRY）で確認してください"
           stop run
       when other
           display "メニュー番号が正しくありません"
       end-evaluate.
       go to exec-menu.

read-plan-header.
       move zero to plan-found.
       open input plan-file.
       if plan-status not = "00"
           go to read-plan-header-exit
       end-if.
       move zero to Frg-seq.
       read plan-file
           invalid key continue
       end-read.
       if plan-status = "00"
           move 1 to plan-found
           move Frg-effective-date to plan-effective-date
           move Frg-state to plan-state
       end-if.
       close plan-file.

read-plan-header-exit.
       exit.

accept-effective-date.
       display "発効日を入力してください (例: 20261001)".
       move spaces to date-input.
       accept date-input.
       move zero to date-valid.
       if date-input is numeric
           if function test-date-yyyymmdd(function numval(date-input)) = 0
               move 1 to date-valid
           end-if
       end-if.
       if date-valid = zero
           display "日付が正しくありません"
           go to accept-effective-date
       end-if.
       move date-input to plan-effective-date.

accept-effective-date-exit.
       exit.

change-effective-date.
       perform accept-effective-date thru accept-effective-date-exit.
       open i-o plan-file.
       move zero to Frg-seq.
       read plan-file
           invalid key continue
       end-read.
       if plan-status = "00"
           move plan-effective-date to Frg-effective-date
           move registrar-userid to Frg-entered-by
           move function current-date to Frg-entered-at
           rewrite Frg-rec
               invalid key
                   display "発効日の変更に失敗しました"
           end-rewrite
       end-if.
       close plan-file.

list-plan.
       display " ".
       display "組織改編計画（発効 " plan-effective-date "）".
       move zero to max-seq.
       move zero to line-count.
       open input plan-file.
       if plan-status not = "00"
           go to list-plan-exit
       end-if.
       perform until plan-status not = "00"
           read plan-file next record
               at end move "10" to plan-status
               not at end
                   if Frg-seq > max-seq
                       move Frg-seq to max-seq
                   end-if
                   if Frg-seq not = zero
                       add 1 to line-count
                       perform display-plan-line
                   end-if
           end-read
       end-perform.
       close plan-file.
       if line-count = zero
           display "  （計画行はまだありません）"
       end-if.

list-plan-exit.
       exit.

display-plan-line.
       move Frg-action to new-action.
       perform action-label-of.
       evaluate Frg-action
       when "N"
           display "  " Frg-seq " " function trim(action-label)
               " 部署" Frg-new-dept " " function trim(Frg-name)
               " 親" Frg-new-parent
       when "M"
       when "R"
           display "  " Frg-seq " " function trim(action-label)
               " 部署" Frg-old-dept " -> 部署" Frg-new-dept
       when "S"
           display "  " Frg-seq " " function trim(action-label)
               " 部署" Frg-old-dept " -> 部署" Frg-new-dept
               " userid " Frg-userid
       when "P"
           display "  " Frg-seq " " function trim(action-label)
               " 部署" Frg-old-dept " 親" Frg-new-parent
       when other
           display "  " Frg-seq " " function trim(action-label)
               " 部署" Frg-old-dept
       end-evaluate.

action-label-of.
       evaluate new-action
       when "N"
           move "新設" to action-label
       when "M"
           move "統合" to action-label
       when "S"
           move "分割（個人の移籍）" to action-label
       when "R"
           move "番号変更" to action-label
       when "P"
           move "親部署変更" to action-label
       when "C"
           move "廃止" to action-label
       when other
           move "不明" to action-label
       end-evaluate.

add-plan-line.
       display "種別を入力してください".
       display "  N: 新設  M: 統合  S: 分割（個人の移籍）  R: 番号変更".
       display "  P: 親部署変更  C: 廃止".
       move space to new-action.
       accept new-action.
       move function upper-case(new-action) to new-action.
       if new-action not = "N" and not = "M" and not = "S"
           and not = "R" and not = "P" and not = "C"
           display "種別が正しくありません"
           go to add-plan-line-exit
       end-if.

       move zero to new-old-dept new-new-dept new-new-parent new-userid.
       move spaces to new-name.

       if new-action not = "N"
           display "対象（旧）部署IDを入力してください"
           perform accept-dept-id thru accept-dept-id-exit
           if check-dept = zero
               go to add-plan-line-exit
           end-if
           perform find-dept
           if dept-found = zero
               display "部署ID " check-dept " は登録されていません"
               go to add-plan-line-exit
           end-if
           move check-dept to new-old-dept
       end-if.

       evaluate new-action
       when "N"
           display "新設する部署IDを入力してください"
           perform accept-dept-id thru accept-dept-id-exit
           if check-dept = zero
               go to add-plan-line-exit
           end-if
           perform find-dept
           if dept-found = 1
               display "部署ID " check-dept " は使用中です"
               go to add-plan-line-exit
           end-if
           move check-dept to new-new-dept
           display "部署名を入力してください"
           accept new-name
           if new-name = spaces
               display "部署名が未入力です"
               go to add-plan-line-exit
           end-if
           display "親部署IDを入力してください（最上位は 0）"
           move spaces to dept-input
           accept dept-input
           if dept-input not = spaces
               move function numval(dept-input) to new-new-parent
           end-if
       when "M"
       when "R"
       when "S"
           display "移管先の部署IDを入力してください"
           perform accept-dept-id thru accept-dept-id-exit
           if check-dept = zero or check-dept = new-old-dept
               display "移管先の部署IDが正しくありません"
               go to add-plan-line-exit
           end-if
           move check-dept to new-new-dept
       when "P"
           display "新しい親部署IDを入力してください（最上位は 0）"
           move spaces to dept-input
           accept dept-input
           if dept-input not = spaces
               move function numval(dept-input) to new-new-parent
           end-if
           if new-new-parent = new-old-dept
               display "自分自身を親部署にはできません"
               go to add-plan-line-exit
           end-if
       end-evaluate.

       if new-action = "S"
           display "移籍する社員の userid を入力してください"
           move spaces to userid-input
           accept userid-input
           if userid-input is not numeric
               display "userid が正しくありません"
               go to add-plan-line-exit
           end-if
           move userid-input to new-userid
           perform find-user
           if user-found = zero
               display "userid " new-userid " は登録されていません"
               go to add-plan-line-exit
           end-if
           if user-dept not = new-old-dept
               display "userid " new-userid " は部署" new-old-dept
                   " の所属ではありません（現在 部署" user-dept "）"
               go to add-plan-line-exit
           end-if
       end-if.

       add 1 to max-seq.
       initialize Frg-rec.
       move max-seq to Frg-seq.
       move new-action to Frg-action.
       move new-old-dept to Frg-old-dept.
       move new-new-dept to Frg-new-dept.
       move new-new-parent to Frg-new-parent.
       move new-userid to Frg-userid.
       move new-name to Frg-name.
       move registrar-userid to Frg-entered-by.
       move function current-date to Frg-entered-at.
       open i-o plan-file.
       write Frg-rec
           invalid key
               display "計画行の登録に失敗しました"
       end-write.
       close plan-file.

add-plan-line-exit.
       exit.

accept-dept-id.
       move zero to check-dept.
       move spaces to dept-input.
       accept dept-input.
       if dept-input = spaces
           go to accept-dept-id-exit
       end-if.
       move function numval(dept-input) to check-dept.
       if check-dept > 99
           move zero to check-dept
       end-if.

accept-dept-id-exit.
       exit.

find-dept.
       move zero to dept-found.
       open input department-file.
       perform until dept-status not = "00"
           read department-file
               not at end
                   if Fdept-id = check-dept
                       move 1 to dept-found
                   end-if
       end-perform.
       close department-file.

find-user.
       move zero to user-found.
       move zero to user-dept.
       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if Fuserid = new-userid
                       move 1 to user-found
                       move Fdept to user-dept
                   end-if
       end-perform.
       close user-file.

delete-plan-line.
       display "削除する行の番号を入力してください".
       move zero to delete-seq.
       accept delete-seq.
       if delete-seq = zero
           display "ヘッダ行は削除できません"
           go to delete-plan-line-exit
       end-if.
       open i-o plan-file.
       move delete-seq to Frg-seq.
       delete plan-file record
           invalid key
               display "行番号 " delete-seq " は登録されていません"
       end-delete.
       close plan-file.

delete-plan-line-exit.
       exit.
