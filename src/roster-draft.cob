identification division.
program-id. kintai-roster-draft.

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
           select draft-file assign to "./dat/roster-draft.dat"
               organization indexed
               access mode dynamic
               record key is Frdr-key
               status draft-status.
           select draft-status-file assign to "./dat/roster-draft-status.dat"
               organization indexed
               access mode dynamic
               record key is Frds-key
               status draft-status-status.
           select roster-file assign to "./dat/roster.dat"
               organization indexed
               access mode dynamic
               record key is Frost-key
               status roster-status.
           select roster-dept-file assign to "./dat/roster-dept.dat"
               organization indexed
               access mode dynamic
               record key is Frd-key
               status roster-dept-status.
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
       fd draft-file.
           01 Frdr-rec.
               03 Frdr-key.
                   05 Frdr-dept pic 9(2).
                   05 Frdr-userid pic 9(7).
                   05 Frdr-date pic X(8).
               03 Frdr-kind pic X.
               03 Frdr-start pic 9(4).
               03 Frdr-end pic 9(4).
               03 Frdr-hours pic 9(2)v99.
               03 Frdr-adjusted pic X.
               03 Frdr-note pic X(20).
       fd draft-status-file.
           01 Frds-rec.
               03 Frds-key.
                   05 Frds-dept pic 9(2).
                   05 Frds-yyyymm pic X(6).
               03 Frds-status pic X.
               03 Frds-generated-at pic X(21).
               03 Frds-shortfall pic 9(4).
               03 Frds-approved-by pic 9(7).
               03 Frds-approved-at pic X(21).
       fd roster-file.
           01 Frost-rec.
               03 Frost-key.
                   05 Frost-userid pic 9(7).
                   05 Frost-date pic X(8).
               03 Frost-dayoff pic X.
               03 Frost-start pic 9(4).
               03 Frost-end pic 9(4).
               03 Frost-hours pic 9(2)v99.
       fd roster-dept-file.
           01 Frd-rec.
               03 Frd-key.
                   05 Frd-userid pic 9(7).
                   05 Frd-date pic X(8).
               03 Frd-dept pic 9(2).
               03 Frd-updated-at pic X(21).
       fd log-file.
           01 log-rec.
               03 log-timestamp pic X(21).
               03 log-comments pic X(128).
working-storage section.
       01 user-status pic XX.
       01 draft-status pic XX.
       01 draft-status-status pic XX.
       01 roster-status pic XX.
       01 roster-dept-status pic XX.
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
       01 approver-userid pic 9(7).
       01 approver-dept pic 9(2).
       *> 対象の部署と月
       01 target-dept pic 9(2).
       01 dept-input pic X(2).
       01 target-yyyymm pic X(6).
       01 month-num pic 9(6).
       01 draft-state pic X.
       01 menu-choice pic 9.
       01 confirm-choice pic X.
       *> 下書きの一覧（最大100名×31日）
       01 grid-table.
           03 grid-entry occurs 100 times indexed by grid-idx.
               05 grid-userid pic 9(7).
               05 grid-kinds pic X(31).
       01 grid-count pic 9(3).
       01 grid-last-userid pic 9(7).
       01 demand-table.
           03 dm-entry occurs 31 times.
               05 dm-required pic 9(3).
               05 dm-late pic 9(3).
       01 day-idx pic 9(2).
       01 last-day pic 9(2).
       01 day-work pic 9(3).
       01 day-late-count pic 9(3).
       01 shortfall-count pic 9(4).
       01 coverage-line pic X(31).
       *> 一人日の修正
       01 target-userid pic 9(7).
       01 target-date pic X(8).
       01 date-check-num pic 9(8).
       01 adjust-choice pic 9.
       01 new-start pic 9(4).
       01 new-end pic 9(4).
       01 new-hours pic 9(2)v99.
       *> 前後の日との勤務間インターバル（11時間 = 660分）
       01 rest-minutes pic 9(4) value 660.
       01 neighbor-date pic X(8).
       01 neighbor-num pic 9(8).
       01 neighbor-gap pic s9(5).
       01 time-hhmm pic 9(4).
       01 time-minutes pic 9(5).
       01 start-minutes pic 9(5).
       01 end-minutes pic 9(5).
       01 publish-count pic 9(5).

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "シフトロスター下書きの確認・修正・公開モード".

authenticate-username.
       display "ユーザ認証を行います".
       display "ユーザ名を入力してください".
       accept auth-username.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if auth-username = Fusername
                       move "roster-set" to perm-function
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
           move Fuserid to approver-userid
           move Fdept to approver-dept
           go to exec-accept-month
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

exec-accept-month.
       display "対象の部署コードを入力してください（空欄は自部署 " approver-dept "）".
       move spaces to dept-input.
       accept dept-input.
       if dept-input = spaces
           move approver-dept to target-dept
       else
           move function numval(dept-input) to target-dept
       end-if.

       display "対象年月を入力してください (例: 202611、空欄は翌月)".
       move spaces to target-yyyymm.
       accept target-yyyymm.
       if target-yyyymm = spaces
           move function current-date(1:6) to month-num
           if function current-date(5:2) = "12"
               compute month-num = month-num + 89
           else
               add 1 to month-num
           end-if
           move month-num to target-yyyymm
       end-if.
       if target-yyyymm is not numeric
           display "対象年月が正しくありません"
           go to exec-accept-month
       end-if.

       perform read-draft-state.
       if draft-state = space
           display "部署 " target-dept " の " target-yyyymm " の下書きがありません"
           display "（kintai-roster-generate で作成してください）"
           go to exec-accept-month
       end-if.

exec-menu.
       display " ".
       if draft-state = "P"
           display "部署 " target-dept "  " target-yyyymm
               "  状態: 公開済み（承認者 " Frds-approved-by "）"
       else
           display "部署 " target-dept "  " target-yyyymm
               "  状態: 下書き（作成 " Frds-generated-at(1:8)
               "  要員不足 " Frds-shortfall " 人日）"
       end-if.
       display "  [1] 一覧  [2] 一人日の修正  [3] 承認して公開  [4] 下書きを破棄  [0] 終了".
       move zero to menu-choice.
       accept menu-choice.
       evaluate menu-choice
       when 1
           perform show-draft
           go to exec-menu
       when 2
           go to exec-adjust
       when 3
           go to exec-publish
       when 4
           go to exec-discard
       when 0
           stop run
       when other
           display "0から4で入力してください"
           go to exec-menu
       end-evaluate.

exec-adjust.
       if draft-state = "P"
           display "公開済みのロスターは kintai-roster-set で修正してください"
           go to exec-menu
       end-if.
       display "修正する従業員IDを入力してください".
       move zero to target-userid.
       accept target-userid.
       display "修正する日付を入力してください (例: " target-yyyymm "05)".
       move spaces to target-date.
       accept target-date.
       if target-date is not numeric
           or target-date(1:6) not = target-yyyymm
           display "対象月の日付を入力してください"
           go to exec-menu
       end-if.
       move target-date to date-check-num.
       if function test-date-yyyymmdd(date-check-num) not = zero
           display "日付が正しくありません"
           go to exec-menu
       end-if.
       if target-userid = zero
           display "従業員IDを入力してください"
           go to exec-menu
       end-if.

       open i-o draft-file.
       move target-dept to Frdr-dept.
       move target-userid to Frdr-userid.
       move target-date to Frdr-date.
       read draft-file
           invalid key continue
       end-read.
       if draft-status not = "00"
           close draft-file
           display "下書きに該当する行がありません"
           go to exec-menu
       end-if.
       if Frdr-kind = "E" or Frdr-kind = "L"
           display "現在: " Frdr-kind "  " Frdr-start "〜" Frdr-end
               "  " Frdr-hours "時間  " function trim(Frdr-note)
       else
           display "現在: " Frdr-kind "  " function trim(Frdr-note)
       end-if.
       if Frdr-kind = "V" or Frdr-kind = "U"
           display "休暇・休職・勤務不可の日です。変更する場合は本人に確認してください"
       end-if.

exec-adjust-kind.
       display "  [1] 公休  [2] 通常勤務  [3] 遅番".
       move zero to adjust-choice.
       accept adjust-choice.
       evaluate adjust-choice
       when 1
           move "O" to Frdr-kind
           move zero to Frdr-start Frdr-end Frdr-hours
       when 2
       when 3
           display "  始業時刻を入力してください (例: 0900)"
           accept new-start
           display "  終業時刻を入力してください (例: 1800)"
           accept new-end
           display "  所定労働時間（時間/日）を入力してください (例: 8.00)"
           accept new-hours
           if new-end <= new-start or new-end > 2400 or new-hours = zero
               display "  時刻・時間数が正しくありません"
               go to exec-adjust-kind
           end-if
           if adjust-choice = 2
               move "E" to Frdr-kind
           else
               move "L" to Frdr-kind
           end-if
           move new-start to Frdr-start
           move new-end to Frdr-end
           move new-hours to Frdr-hours
       when other
           display "1から3で入力してください"
           go to exec-adjust-kind
       end-evaluate.
       move "Y" to Frdr-adjusted.
       move "手修正" to Frdr-note.
       rewrite Frdr-rec
           invalid key display "下書きの修正に失敗しました"
       end-rewrite.
       if Frdr-kind = "E" or Frdr-kind = "L"
           perform check-rest-interval
       end-if.
       close draft-file.

       *> 修正した日の充足状況を数え直す
       perform load-draft.
       move target-date(7:2) to day-idx.
       perform count-day.
       display target-date "  勤務 " day-work " 名（うち遅番 " day-late-count
           " 名） / 必要 " dm-required(day-idx) " 名（うち遅番 "
           dm-late(day-idx) " 名）".
       if day-work < dm-required(day-idx)
           or day-late-count < dm-late(day-idx)
           display "  【不足】この日の要員が足りません"
       end-if.
       perform count-shortfall.
       perform save-shortfall.
       go to exec-menu.

exec-publish.
       if draft-state = "P"
           display "公開済みです"
           go to exec-menu
       end-if.
       perform load-draft.
       perform count-shortfall.
       if shortfall-count > zero
           display "要員不足が " shortfall-count " 人日残っています"
           display "このまま公開しますか？ [y/n]"
       else
           display "ロスターを公開します。よろしいですか？ [y/n]"
       end-if.
       move space to confirm-choice.
       accept confirm-choice.
       if confirm-choice not = "y" and confirm-choice not = "Y"
           go to exec-menu
       end-if.

       *> 下書きの勤務・公休を roster.dat に書き、本務の部署での
       *> 勤務とするため兼務先の勤務部署の記録は消す
       move zero to publish-count.
       open input draft-file.
       open i-o roster-file.
       if roster-status not = "00"
           open output roster-file
           close roster-file
           open i-o roster-file
       end-if.
       open i-o roster-dept-file.
       if roster-dept-status not = "00"
           open output roster-dept-file
           close roster-dept-file
           open i-o roster-dept-file
       end-if.
       move target-dept to Frdr-dept.
       move 1 to Frdr-userid.
       move spaces to Frdr-date.
       start draft-file key >= Frdr-key
           invalid key move "23" to draft-status
       end-start.
       perform until draft-status not = "00"
           read draft-file next record
               at end move "10" to draft-status
               not at end
                   if Frdr-dept not = target-dept
                       move "10" to draft-status
                   else
                       if Frdr-date(1:6) = target-yyyymm
                           perform publish-one-day
                       end-if
                   end-if
           end-read
       end-perform.
       close roster-dept-file.
       close roster-file.
       close draft-file.

       open i-o draft-status-file.
       move target-dept to Frds-dept.
       move target-yyyymm to Frds-yyyymm.
       read draft-status-file
           invalid key continue
       end-read.
       if draft-status-status = "00"
           move "P" to Frds-status
           move shortfall-count to Frds-shortfall
           move approver-userid to Frds-approved-by
           move function current-date to Frds-approved-at
           rewrite Frds-rec
               invalid key display "状態の更新に失敗しました"
           end-rewrite
       end-if.
       close draft-status-file.
       move "P" to draft-state.

       display publish-count " 人日を roster.dat に公開しました".
       move spaces to log-comments.
       string
           "[INFO] " delimited by size
           function trim(auth-username) delimited by size
           " published roster dept " delimited by size
           target-dept delimited by size
           " " delimited by size
           target-yyyymm delimited by size
           " rows " delimited by size
           publish-count delimited by size
           " shortfall " delimited by size
           shortfall-count delimited by size
           into log-comments
       end-string.
       perform write-log.
       go to exec-menu.

exec-discard.
       if draft-state = "P"
           display "公開済みのロスターの下書きは破棄できません"
           go to exec-menu
       end-if.
       display "部署 " target-dept " の " target-yyyymm
           " の下書きを破棄します。よろしいですか？ [y/n]".
       move space to confirm-choice.
       accept confirm-choice.
       if confirm-choice not = "y" and confirm-choice not = "Y"
           go to exec-menu
       end-if.

       open i-o draft-file.
       move target-dept to Frdr-dept.
       move zero to Frdr-userid.
       move spaces to Frdr-date.
       start draft-file key >= Frdr-key
           invalid key move "23" to draft-status
       end-start.
       perform until draft-status not = "00"
           read draft-file next record
               at end move "10" to draft-status
               not at end
                   if Frdr-dept not = target-dept
                       move "10" to draft-status
                   else
                       if Frdr-date(1:6) = target-yyyymm
                           delete draft-file record
                               invalid key continue
                           end-delete
                       end-if
                   end-if
           end-read
       end-perform.
       close draft-file.

       open i-o draft-status-file.
       move target-dept to Frds-dept.
       move target-yyyymm to Frds-yyyymm.
       delete draft-status-file record
           invalid key continue
       end-delete.
       close draft-status-file.

       display "下書きを破棄しました".
       move spaces to log-comments.
       string
           "[INFO] " delimited by size
           function trim(auth-username) delimited by size
           " discarded roster draft dept " delimited by size
           target-dept delimited by size
           " " delimited by size
           target-yyyymm delimited by size
           into log-comments
       end-string.
       perform write-log.
       stop run.

publish-one-day.
       move Frdr-userid to Frost-userid.
       move Frdr-date to Frost-date.
       if Frdr-kind = "E" or Frdr-kind = "L"
           move "N" to Frost-dayoff
           move Frdr-start to Frost-start
           move Frdr-end to Frost-end
           move Frdr-hours to Frost-hours
       else
           move "Y" to Frost-dayoff
           move zero to Frost-start Frost-end Frost-hours
       end-if.
       write Frost-rec
           invalid key
               rewrite Frost-rec
                   invalid key
                       display "ロスターの登録に失敗しました "
                           Frost-userid " " Frost-date
               end-rewrite
       end-write.
       move Frdr-userid to Frd-userid.
       move Frdr-date to Frd-date.
       delete roster-dept-file
           invalid key continue
       end-delete.
       add 1 to publish-count.

read-draft-state.
       move space to draft-state.
       open input draft-status-file.
       if draft-status-status = "00"
           move target-dept to Frds-dept
           move target-yyyymm to Frds-yyyymm
           read draft-status-file
               invalid key continue
           end-read
           if draft-status-status = "00"
               move Frds-status to draft-state
           end-if
           close draft-status-file
       end-if.

load-draft.
       *> userid 0 の行は日別の必要人数（開始=必要人数、終了=うち遅番）
       move zero to grid-count.
       move zero to grid-last-userid.
       move zero to last-day.
       initialize demand-table.
       open input draft-file.
       move target-dept to Frdr-dept.
       move zero to Frdr-userid.
       move spaces to Frdr-date.
       start draft-file key >= Frdr-key
           invalid key move "23" to draft-status
       end-start.
       perform until draft-status not = "00"
           read draft-file next record
               at end move "10" to draft-status
               not at end
                   if Frdr-dept not = target-dept
                       move "10" to draft-status
                   else
                       if Frdr-date(1:6) = target-yyyymm
                           perform load-draft-row
                       end-if
                   end-if
           end-read
       end-perform.
       close draft-file.

load-draft-row.
       move Frdr-date(7:2) to day-idx.
       if day-idx > last-day
           move day-idx to last-day
       end-if.
       if Frdr-userid = zero
           move Frdr-start to dm-required(day-idx)
           move Frdr-end to dm-late(day-idx)
       else
           if Frdr-userid not = grid-last-userid and grid-count < 100
               add 1 to grid-count
               move Frdr-userid to grid-userid(grid-count)
               move Frdr-userid to grid-last-userid
               move spaces to grid-kinds(grid-count)
           end-if
           if Frdr-userid = grid-last-userid
               move Frdr-kind to grid-kinds(grid-count)(day-idx:1)
           end-if
       end-if.

count-day.
       move zero to day-work day-late-count.
       perform varying grid-idx from 1 by 1 until grid-idx > grid-count
           if grid-kinds(grid-idx)(day-idx:1) = "E"
               add 1 to day-work
           end-if
           if grid-kinds(grid-idx)(day-idx:1) = "L"
               add 1 to day-work
               add 1 to day-late-count
           end-if
       end-perform.

count-shortfall.
       move zero to shortfall-count.
       move spaces to coverage-line.
       perform varying day-idx from 1 by 1 until day-idx > last-day
           perform count-day
           move "o" to coverage-line(day-idx:1)
           if day-work < dm-required(day-idx)
               compute shortfall-count = shortfall-count
                   + dm-required(day-idx) - day-work
               move "x" to coverage-line(day-idx:1)
           else
               if day-late-count < dm-late(day-idx)
                   compute shortfall-count = shortfall-count
                       + dm-late(day-idx) - day-late-count
                   move "x" to coverage-line(day-idx:1)
               end-if
           end-if
       end-perform.

save-shortfall.
       open i-o draft-status-file.
       move target-dept to Frds-dept.
       move target-yyyymm to Frds-yyyymm.
       read draft-status-file
           invalid key continue
       end-read.
       if draft-status-status = "00"
           move shortfall-count to Frds-shortfall
           rewrite Frds-rec
               invalid key continue
           end-rewrite
       end-if.
       close draft-status-file.

show-draft.
       perform load-draft.
       perform count-shortfall.
       display "凡例 E=通常 L=遅番 O=公休 R=希望休 V=休暇・休職 U=勤務不可・在籍外".
       display "userid  1日〜".
       perform varying grid-idx from 1 by 1 until grid-idx > grid-count
           display grid-userid(grid-idx) " " grid-kinds(grid-idx)
       end-perform.
       display "充足    " coverage-line.
       display "要員不足 " shortfall-count " 人日（x の日）".

check-rest-interval.
       *> 前日の終業・翌日の始業との間隔が11時間未満なら警告する
       move Frdr-start to time-hhmm.
       perform hhmm-to-minutes.
       move time-minutes to start-minutes.
       move Frdr-end to time-hhmm.
       perform hhmm-to-minutes.
       move time-minutes to end-minutes.

       compute neighbor-num = function date-of-integer(
           function integer-of-date(date-check-num) - 1).
       move neighbor-num to neighbor-date.
       move neighbor-date to Frdr-date.
       read draft-file
           invalid key continue
       end-read.
       if draft-status = "00" and (Frdr-kind = "E" or Frdr-kind = "L")
           move Frdr-end to time-hhmm
           perform hhmm-to-minutes
           compute neighbor-gap = 1440 + start-minutes - time-minutes
           if neighbor-gap < rest-minutes
               display "  【注意】前日の終業から " neighbor-gap
                   " 分しか空きません（11時間未満）"
           end-if
       end-if.

       compute neighbor-num = function date-of-integer(
           function integer-of-date(date-check-num) + 1).
       move neighbor-num to neighbor-date.
       move neighbor-date to Frdr-date.
       read draft-file
           invalid key continue
       end-read.
       if draft-status = "00" and (Frdr-kind = "E" or Frdr-kind = "L")
           move Frdr-start to time-hhmm
           perform hhmm-to-minutes
           compute neighbor-gap = 1440 + time-minutes - end-minutes
           if neighbor-gap < rest-minutes
               display "  【注意】翌日の始業まで " neighbor-gap
                   " 分しか空きません（11時間未満）"
           end-if
       end-if.

hhmm-to-minutes.
       compute time-minutes =
           function integer(time-hhmm / 100) * 60
           + function mod(time-hhmm, 100).

write-log.
       move function current-date to log-timestamp.
       open extend log-file.
       write log-rec.
       close log-file.
