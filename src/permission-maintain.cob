               access mode dynamic
               record key is Fperm-key
               status permission-status.
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
           select sod-override-file assign to "./dat/sod-override.dat"
               organization line sequential
               status sod-override-status.
           select delegation-file assign to "./dat/delegation.dat"
               organization indexed
               access mode dynamic
               record key is Fdele-id
               status delegation-status.
           select log-file assign to "./dat/log.dat"
               organization line sequential.
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
data division.
file section.
       fd user-file.
                   05 Fperm-function pic X(20).
                   05 Fperm-roll pic 9(2).
               03 Fperm-allowed pic X.
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
       fd sod-override-file.
           01 Fsov-rec.
               03 Fsov-timestamp pic X(21).
               03 Fsov-filler1 pic X.
               03 Fsov-operator pic 9(7).
               03 Fsov-filler2 pic X.
               03 Fsov-rule-id pic 9(4).
               03 Fsov-filler3 pic X.
               03 Fsov-function pic X(20).
               03 Fsov-filler4 pic X.
               03 Fsov-roll pic 9(2).
               03 Fsov-filler5 pic X.
               03 Fsov-scope pic X.
               03 Fsov-filler6 pic X.
               03 Fsov-userid pic 9(7).
               03 Fsov-filler7 pic X.
               03 Fsov-reason pic X(64).
       fd delegation-file.
           01 Fdele-rec.
               03 Fdele-id pic 9(7).
               03 Fdele-delegator pic 9(7).
               03 Fdele-delegate pic 9(7).
               03 Fdele-from-date pic X(8).
               03 Fdele-to-date pic X(8).
       fd log-file.
           01 log-rec.
               03 log-timestamp pic X(21).
               03 log-comments pic X(128).
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
working-storage section.
       *> パスワード有効期限ゲート用
       01 pswd-meta-status pic XX.
       01 status-rec.
           03 user-status pic XX.
           03 permission-status pic XX.
           03 fv-status pic XX.
       01 auth-rec.
           03 auth-username pic X(64).
           03 auth-password pic X(20).
       01 new-function pic X(20).
       01 new-roll pic 9(2).
       01 new-allowed pic X.
       01 new-group pic X(10).
       01 new-level pic X.
       *> 職務分掌ルール（sod-rule.dat）の判定用
       01 sod-rule-status pic XX.
       01 sod-override-status pic XX.
       01 delegation-status pic XX.
       01 sod-perm-table.
           03 sod-perm-count pic 9(4) value zero.
           03 sod-perm occurs 2000 times indexed by sp-idx.
               05 sp-function pic X(20).
               05 sp-roll pic 9(2).
               05 sp-allowed pic X.
       01 sod-rule-table.
           03 sod-rule-count pic 9(3) value zero.
           03 sod-rule occurs 200 times indexed by sr-idx.
               05 sr-id pic 9(4).
               05 sr-name pic X(40).
               05 sr-threshold pic 9.
               05 sr-func-count pic 9.
               05 sr-function pic X(20) occurs 6 times.
       *> 本日有効な承認権限の委任（委任先は委任元の役職の権限も持つ）
       01 sod-deleg-table.
           03 sod-deleg-count pic 9(3) value zero.
           03 sod-deleg occurs 500 times indexed by sd-idx.
               05 sd-delegator pic 9(7).
               05 sd-delegate pic 9(7).
               05 sd-roll pic 9(2).
       *> 判定する役職の組（本人の役職＋委任元の役職）
       01 sod-roll-set.
           03 sod-roll-count pic 9(2).
           03 sod-roll pic 9(2) occurs 20 times.
       *> 登録前の変更を仮に反映して判定する
       01 sim-active pic 9 value zero.
       01 sim-function pic X(20).
       01 sim-roll pic 9(2).
       01 sim-allowed pic X.
       01 chk-function pic X(20).
       01 chk-roll pic 9(2).
       01 chk-held pic 9.
       01 chk-has-rows pic 9.
       01 set-held pic 9.
       01 held-count pic 9.
       01 held-list pic X(160).
       01 held-ptr pic 9(3).
       01 rule-conflict pic 9.
       01 fn-idx pic 9.
       01 rs-idx pic 9(2).
       01 sod-today pic X(8).
       *> 今回の変更で新たに抵触するルール
       01 sod-new-table.
           03 sod-new-count pic 9(3) value zero.
           03 sod-new occurs 200 times indexed by sn-idx.
               05 sn-rule-id pic 9(4).
               05 sn-scope pic X.
               05 sn-userid pic 9(7).
       01 sod-new-found pic 9.
       01 sod-cancel pic 9.
       01 sod-answer pic X.
       01 conflict-before pic 9.
       01 new-scope pic X.
       01 new-scope-userid pic 9(7).
       01 override-reason pic X(64).
       01 sod-log-note pic X(20).
       01 new-rule-id pic 9(4).
       01 new-rule-name pic X(40).
       01 new-threshold pic 9.
       *> マスタ変更は承認待ち（pending-change.dat）に登録し、
       *> 別の承認者の承認で反映する
       01 pending-change-status pic XX.
       01 pc-seq-status pic XX.
       01 pc-seq-key pic 9(7) value 1.
       01 maker-userid pic 9(7).
       01 pc-program-ws pic X(30).
       01 pc-function-ws pic X(20).
       01 pc-file-ws pic X(12).
       01 pc-action-ws pic X(3).
       01 pc-key-ws pic X(40).
       01 pc-summary-ws pic X(80).
       01 pc-before-ws pic X(700).
       01 pc-after-ws pic X(700).
       01 pc-effective-ws pic X(8).
       01 pc-note-ws pic X(64).
       01 pc-amount-edit pic Z(7)9.99.

procedure division.
       display "勤怠管理システム".

menu-procedure.
       display " ".
       display "[1] 一覧表示  [2] 登録・更新".
       display "[3] 項目表示の一覧  [4] 項目表示の登録・更新".
       display "[5] 職務分掌ルールの一覧  [6] 職務分掌ルールの登録・無効化  [9] 終了".
       accept menu-select.

       evaluate menu-select
           go to list-procedure
       when 2
           go to set-procedure
       when 3
           go to list-visibility-procedure
       when 4
           go to set-visibility-procedure
       when 5
           go to list-sod-rule-procedure
       when 6
           go to set-sod-rule-procedure
       when 9
           stop run
       when other
           go to set-procedure
       end-if.

       perform check-sod-conflict thru check-sod-conflict-exit.
       if sod-cancel = 1
           display "登録を取り消しました"
           go to menu-procedure
       end-if.

       *> 承認されたときに permission.dat へ反映される
       move spaces to pc-before-ws.
       move new-function to Fperm-function.
       move new-roll to Fperm-roll.
       open input permission-file.
       if permission-status = "00"
           read permission-file
               invalid key continue
           end-read
           if permission-status = "00"
               move Fperm-rec to pc-before-ws
           end-if
           close permission-file
       end-if.

       move new-function to Fperm-function.
       move new-roll to Fperm-roll.
       move new-allowed to Fperm-allowed.
       move Fperm-rec to pc-after-ws.
       move "kintai-permission-maintain" to pc-program-ws.
       move "permission-maintain" to pc-function-ws.
       move "permission" to pc-file-ws.
       move "UPD" to pc-action-ws.
       move spaces to pc-key-ws.
       string function trim(new-function) delimited by size
           " 役職" delimited by size
           new-roll delimited by size
           into pc-key-ws
       end-string.
       move spaces to pc-summary-ws.
       string "許可=" delimited by size
           new-allowed delimited by size
           into pc-summary-ws
       end-string.
       if sod-new-count > 0
           move "許可=Y（職務分掌ルールの例外）" to pc-summary-ws
       end-if.
       move spaces to pc-effective-ws.
       move override-reason to pc-note-ws.
       move operator-id to maker-userid.
       perform write-pending-change.

       display "申請しました: " function trim(new-function)
           " 役職" new-roll " 許可=" new-allowed.
       move spaces to sod-log-note.
       if sod-new-count > 0
           perform write-sod-overrides
           move " (sod override)" to sod-log-note
       end-if.

       open extend log-file.
       move function current-date to log-timestamp.
       string
           "[INFO] userid " delimited by size
           operator-id delimited by size
           " propose permission " delimited by size
           function trim(new-function) delimited by size
           " roll " delimited by size
           new-roll delimited by size
           " = " delimited by size
           new-allowed delimited by size
           sod-log-note delimited by "  "
           into log-comments
       end-string.
       write log-rec.
       close log-file.

       go to menu-procedure.

list-visibility-procedure.
       open input field-visibility-file.
       if fv-status not = "00"
           display "項目表示マトリクスは未登録です（全役職に全項目を表示）"
       else
           perform until fv-status not = "00"
               read field-visibility-file next record
                   not at end
                       display function trim(Ffv-group)
                           "  役職" Ffv-roll
                           "  表示=" Ffv-level
           end-perform
           close field-visibility-file
       end-if.

       go to menu-procedure.

set-visibility-procedure.
       *> 個人情報の項目グループごとに、役職別の全表示／伏せ字を設定する
       *> （ユーザ照会・名簿CSV・緊急連絡網が参照。役職00は無人実行）
       display "項目グループを入力してください".
       display "（ADDRESS / PHONE / EMAIL / BIRTHDATE）".
       accept new-group.

       if new-group not = "ADDRESS" and new-group not = "PHONE"
           and new-group not = "EMAIL" and new-group not = "BIRTHDATE"
           display "ADDRESS・PHONE・EMAIL・BIRTHDATE のいずれかを入力してください"
           go to set-visibility-procedure
       end-if.

       display "役職IDを入力してください（00は無人実行のバッチ出力）".
       accept new-roll.

       display "表示区分を入力してください [F=全表示 / M=伏せ字]".
       accept new-level.

       if new-level not = "F" and new-level not = "M" then
           display "FかMを入力してください"
           go to set-visibility-procedure
       end-if.

       *> 承認されたときに field-visibility.dat へ反映される
       move spaces to pc-before-ws.
       move new-group to Ffv-group.
       move new-roll to Ffv-roll.
       open input field-visibility-file.
       if fv-status = "00"
           read field-visibility-file
               invalid key continue
           end-read
           if fv-status = "00"
               move Ffv-rec to pc-before-ws
           end-if
           close field-visibility-file
       end-if.

       move new-group to Ffv-group.
       move new-roll to Ffv-roll.
       move new-level to Ffv-level.
       move Ffv-rec to pc-after-ws.
       move "kintai-permission-maintain" to pc-program-ws.
       move "permission-maintain" to pc-function-ws.
       move "field-vis" to pc-file-ws.
       move "UPD" to pc-action-ws.
       move spaces to pc-key-ws.
       string function trim(new-group) delimited by size
           " 役職" delimited by size
           new-roll delimited by size
           into pc-key-ws
       end-string.
       move spaces to pc-summary-ws.
       string "表示=" delimited by size
           new-level delimited by size
           into pc-summary-ws
       end-string.
       move spaces to pc-effective-ws.
       move spaces to pc-note-ws.
       move operator-id to maker-userid.
       perform write-pending-change.

       display "申請しました: " function trim(new-group)
           " 役職" new-roll " 表示=" new-level.

       open extend log-file.
       move function current-date to log-timestamp.
       move spaces to log-comments.
       string
           "[INFO] userid " delimited by size
           operator-id delimited by size
           " propose field visibility " delimited by size
           function trim(new-group) delimited by size
           " roll " delimited by size
           new-roll delimited by size
           " = " delimited by size
           new-level delimited by size
           into log-comments
       end-string.
       write log-rec.
       close log-file.

       go to menu-procedure.

check-sod-conflict.
       *> 変更によって新たに職務分掌ルールへ抵触する役職・利用者を洗い出し、
       *> 抵触する場合は理由を付けた例外登録でなければ受け付けない
       move zero to sod-cancel.
       move zero to sod-new-count.
       move spaces to override-reason.
       perform load-sod-tables.
       if sod-rule-count = zero
           go to check-sod-conflict-exit
       end-if.
       move new-function to sim-function.
       move new-roll to sim-roll.
       move new-allowed to sim-allowed.

       perform varying sr-idx from 1 by 1 until sr-idx > sod-rule-count
           move 1 to sod-roll-count
           move new-roll to sod-roll(1)
           move zero to sim-active
           perform evaluate-sod-rule
           move rule-conflict to conflict-before
           move 1 to sim-active
           perform evaluate-sod-rule
           move zero to sim-active
           if conflict-before = zero and rule-conflict = 1
               move "R" to new-scope
               move zero to new-scope-userid
               perform add-sod-new
               display "警告: 職務分掌ルール " sr-id(sr-idx) " "
                   function trim(sr-name(sr-idx))
               display "  役職" new-roll " が "
                   function trim(held-list) " を併せ持つことになります"
           end-if
       end-perform.

       if sod-deleg-count > 0
           open input user-file
           perform until user-status not = "00"
               read user-file
                   not at end
                       if Fretire-date = spaces
                           perform check-sod-person
                       end-if
           end-perform
           close user-file
       end-if.

       if sod-new-count = zero
           go to check-sod-conflict-exit
       end-if.

       display "この変更は職務分掌ルールに抵触します".
       display "例外として登録しますか？ [Y/N]".
       accept sod-answer.
       if sod-answer not = "Y"
           move 1 to sod-cancel
           go to check-sod-conflict-exit
       end-if.

check-sod-conflict-reason.
       display "例外とする理由を入力してください（監査で確認します）".
       move spaces to override-reason.
       accept override-reason.
       if override-reason = spaces
           display "理由は必須です"
           go to check-sod-conflict-reason
       end-if.

check-sod-conflict-exit.
       exit.

check-sod-person.
       *> 委任により役職を複数持つ利用者だけを判定する
       perform set-user-roll-set.
       move zero to set-held.
       perform varying rs-idx from 1 by 1 until rs-idx > sod-roll-count
           if sod-roll(rs-idx) = new-roll
               move 1 to set-held
           end-if
       end-perform.
       if sod-roll-count > 1 and set-held = 1
           perform varying sr-idx from 1 by 1 until sr-idx > sod-rule-count
               move zero to sim-active
               perform evaluate-sod-rule
               move rule-conflict to conflict-before
               move 1 to sim-active
               perform evaluate-sod-rule
               move zero to sim-active
               if conflict-before = zero and rule-conflict = 1
                   perform find-sod-new-roll
                   if sod-new-found = zero
                       move "U" to new-scope
                       move Fuserid to new-scope-userid
                       perform add-sod-new
                       display "警告: 職務分掌ルール " sr-id(sr-idx) " "
                           function trim(sr-name(sr-idx))
                       display "  委任を受けている " Fuserid " "
                           function trim(Fusername) " が "
                           function trim(held-list)
                           " を併せ持つことになります"
                   end-if
               end-if
           end-perform
       end-if.

find-sod-new-roll.
       move zero to sod-new-found.
       perform varying sn-idx from 1 by 1 until sn-idx > sod-new-count
           if sn-rule-id(sn-idx) = sr-id(sr-idx) and sn-scope(sn-idx) = "R"
               move 1 to sod-new-found
           end-if
       end-perform.

add-sod-new.
       if sod-new-count < 200
           add 1 to sod-new-count
           move sr-id(sr-idx) to sn-rule-id(sod-new-count)
           move new-scope to sn-scope(sod-new-count)
           move new-scope-userid to sn-userid(sod-new-count)
       end-if.

write-sod-overrides.
       open extend sod-override-file.
       if sod-override-status not = "00"
           open output sod-override-file
       end-if.
       perform varying sn-idx from 1 by 1 until sn-idx > sod-new-count
           move spaces to Fsov-rec
           move function current-date to Fsov-timestamp
           move operator-id to Fsov-operator
           move sn-rule-id(sn-idx) to Fsov-rule-id
           move new-function to Fsov-function
           move new-roll to Fsov-roll
           move sn-scope(sn-idx) to Fsov-scope
           move sn-userid(sn-idx) to Fsov-userid
           move override-reason to Fsov-reason
           write Fsov-rec
       end-perform.
       close sod-override-file.

list-sod-rule-procedure.
       open input sod-rule-file.
       if sod-rule-status not = "00"
           display "職務分掌ルールは未登録です"
       else
           perform until sod-rule-status not = "00"
               read sod-rule-file next record
                   at end move "10" to sod-rule-status
                   not at end
                       display Fsod-id " " function trim(Fsod-name)
                           "  有効=" Fsod-active
                           "  " Fsod-threshold "機能以上で抵触"
                       perform varying fn-idx from 1 by 1
                           until fn-idx > Fsod-func-count
                           display "    " function trim(Fsod-function(fn-idx))
                       end-perform
               end-read
           end-perform
           close sod-rule-file
       end-if.

       go to menu-procedure.

set-sod-rule-procedure.
       *> 同時に持たせてはならない機能の組を登録する
       *> （例: wage-set / bank-set / payroll-export / zengin-export）
       display "ルール番号を入力してください（4桁）".
       accept new-rule-id.
       if new-rule-id = zero
           display "ルール番号は1以上で入力してください"
           go to set-sod-rule-procedure
       end-if.

       display "無効にしますか？ [Y=無効にする / N=登録・更新]".
       accept sod-answer.
       if sod-answer = "Y"
           move new-rule-id to Fsod-id
           open input sod-rule-file
           read sod-rule-file
               invalid key continue
           end-read
           close sod-rule-file
           if sod-rule-status = "00"
               move Fsod-rec to pc-before-ws
               move "N" to Fsod-active
               move operator-id to Fsod-updated-by
               move function current-date to Fsod-updated-at
               move "無効化" to pc-summary-ws
               perform propose-sod-rule
               display "無効化を申請しました: ルール " new-rule-id
           else
               display "指定されたルールが見つかりません"
           end-if
           move "N" to new-allowed
           go to write-sod-rule-log
       end-if.

       display "ルール名を入力してください".
       move spaces to new-rule-name.
       accept new-rule-name.

       initialize Fsod-rec.
       move zero to Fsod-func-count.
       perform accept-sod-function thru accept-sod-function-exit
           with test after until Fsod-func-count >= 6 or new-function = spaces.
       if Fsod-func-count < 2
           display "機能は2つ以上登録してください"
           go to set-sod-rule-procedure
       end-if.

       display "何機能以上を併せ持つと抵触としますか（空欄はすべて）".
       move zero to new-threshold.
       accept new-threshold.
       if new-threshold = zero
           move Fsod-func-count to new-threshold
       end-if.
       if new-threshold < 2 or new-threshold > Fsod-func-count
           display "2から登録した機能数までで入力してください"
           go to set-sod-rule-procedure
       end-if.

       *> 現在の登録内容を変更前イメージとして控える
       move Fsod-rec to pc-after-ws.
       move spaces to pc-before-ws.
       move new-rule-id to Fsod-id.
       open input sod-rule-file.
       if sod-rule-status = "00"
           read sod-rule-file
               invalid key continue
           end-read
           if sod-rule-status = "00"
               move Fsod-rec to pc-before-ws
           end-if
           close sod-rule-file
       end-if.
       move pc-after-ws to Fsod-rec.

       move new-rule-id to Fsod-id.
       move new-rule-name to Fsod-name.
       move new-threshold to Fsod-threshold.
       move "Y" to Fsod-active.
       move operator-id to Fsod-updated-by.
       move function current-date to Fsod-updated-at.
       move spaces to pc-summary-ws.
       string function trim(new-rule-name) delimited by size
           "（" delimited by size
           new-threshold delimited by size
           "機能以上で抵触）" delimited by size
           into pc-summary-ws
       end-string.
       perform propose-sod-rule.
       display "申請しました: ルール " new-rule-id " "
           function trim(new-rule-name).
       move "Y" to new-allowed.

write-sod-rule-log.
       open extend log-file.
       move function current-date to log-timestamp.
       move spaces to log-comments.
       string
           "[INFO] userid " delimited by size
           operator-id delimited by size
           " propose sod rule " delimited by size
           new-rule-id delimited by size
           " active = " delimited by size
           new-allowed delimited by size
           into log-comments
       end-string.
       write log-rec.
       close log-file.

       go to menu-procedure.

propose-sod-rule.
       *> 承認されたときに sod-rule.dat へ反映される
       move Fsod-rec to pc-after-ws.
       move "kintai-permission-maintain" to pc-program-ws.
       move "permission-maintain" to pc-function-ws.
       move "sod-rule" to pc-file-ws.
       move "UPD" to pc-action-ws.
       move spaces to pc-key-ws.
       string "職務分掌ルール " delimited by size
           new-rule-id delimited by size
           into pc-key-ws
       end-string.
       move spaces to pc-effective-ws.
       move spaces to pc-note-ws.
       move operator-id to maker-userid.
       perform write-pending-change.

accept-sod-function.
       display "機能名を入力してください（空欄で終了）".
       move spaces to new-function.
       accept new-function.
       if new-function = spaces
           go to accept-sod-function-exit
       end-if.
       add 1 to Fsod-func-count.
       move new-function to Fsod-function(Fsod-func-count).

accept-sod-function-exit.
       exit.

load-sod-tables.
       *> 権限マトリクス・有効なルール・本日有効な委任を読み込む
       move zero to sod-perm-count.
       open input permission-file.
       perform until permission-status not = "00"
           read permission-file next record
               at end move "10" to permission-status
               not at end
                   if sod-perm-count < 2000
                       add 1 to sod-perm-count
                       move Fperm-function to sp-function(sod-perm-count)
                       move Fperm-roll to sp-roll(sod-perm-count)
                       move Fperm-allowed to sp-allowed(sod-perm-count)
                   end-if
           end-read
       end-perform.
       close permission-file.

       move zero to sod-rule-count.
       open input sod-rule-file.
       perform until sod-rule-status not = "00"
           read sod-rule-file next record
               at end move "10" to sod-rule-status
               not at end
                   if Fsod-active = "Y" and sod-rule-count < 200
                       add 1 to sod-rule-count
                       move Fsod-id to sr-id(sod-rule-count)
                       move Fsod-name to sr-name(sod-rule-count)
                       move Fsod-threshold to sr-threshold(sod-rule-count)
                       move Fsod-func-count to sr-func-count(sod-rule-count)
                       perform varying fn-idx from 1 by 1 until fn-idx > 6
                           move Fsod-function(fn-idx)
                               to sr-function(sod-rule-count, fn-idx)
                       end-perform
                   end-if
           end-read
       end-perform.
       close sod-rule-file.

       move zero to sod-deleg-count.
       move function current-date(1:8) to sod-today.
       open input delegation-file.
       perform until delegation-status not = "00"
           read delegation-file next record
               at end move "10" to delegation-status
               not at end
                   if Fdele-from-date <= sod-today
                       and Fdele-to-date >= sod-today
                       and sod-deleg-count < 500
                       add 1 to sod-deleg-count
                       move Fdele-delegator to sd-delegator(sod-deleg-count)
                       move Fdele-delegate to sd-delegate(sod-deleg-count)
                       move zero to sd-roll(sod-deleg-count)
                   end-if
           end-read
       end-perform.
       close delegation-file.

       *> 委任元の役職を引き当てる
       if sod-deleg-count > 0
           open input user-file
           perform until user-status not = "00"
               read user-file
                   not at end
                       perform varying sd-idx from 1 by 1
                           until sd-idx > sod-deleg-count
                           if sd-delegator(sd-idx) = Fuserid
                               move Froll to sd-roll(sd-idx)
                           end-if
                       end-perform
           end-perform
           close user-file
       end-if.

set-user-roll-set.
       *> Fuser-rec の利用者が持つ役職の組を作る
       move 1 to sod-roll-count.
       move Froll to sod-roll(1).
       perform varying sd-idx from 1 by 1 until sd-idx > sod-deleg-count
           if sd-delegate(sd-idx) = Fuserid and sd-roll(sd-idx) not = Froll
               and sod-roll-count < 20
               add 1 to sod-roll-count
               move sd-roll(sd-idx) to sod-roll(sod-roll-count)
           end-if
       end-perform.

roll-holds-function.
       *> 機能の行が1件もなければ従来の役職判定（課長・部長・役員）
       move zero to chk-held.
       move zero to chk-has-rows.
       perform varying sp-idx from 1 by 1 until sp-idx > sod-perm-count
           if sp-function(sp-idx) = chk-function
               move 1 to chk-has-rows
               if sp-roll(sp-idx) = chk-roll and sp-allowed(sp-idx) = "Y"
                   move 1 to chk-held
               end-if
           end-if
       end-perform.
       if sim-active = 1 and sim-function = chk-function
           move 1 to chk-has-rows
           if sim-roll = chk-roll
               move zero to chk-held
               if sim-allowed = "Y"
                   move 1 to chk-held
               end-if
           end-if
       end-if.
       if chk-has-rows = zero
           and (chk-roll = 2 or chk-roll = 5 or chk-roll = 6)
           move 1 to chk-held
       end-if.

evaluate-sod-rule.
       *> sr-idx のルールを sod-roll-set に当てはめる
       move zero to held-count.
       move zero to rule-conflict.
       move spaces to held-list.
       move 1 to held-ptr.
       perform varying fn-idx from 1 by 1
           until fn-idx > sr-func-count(sr-idx)
           move sr-function(sr-idx, fn-idx) to chk-function
           move zero to set-held
           perform varying rs-idx from 1 by 1 until rs-idx > sod-roll-count
               move sod-roll(rs-idx) to chk-roll
               perform roll-holds-function
               if chk-held = 1
                   move 1 to set-held
               end-if
           end-perform
           if set-held = 1
               add 1 to held-count
               if held-count > 1
                   string ", " delimited by size
                       into held-list with pointer held-ptr
                   end-string
               end-if
               string function trim(chk-function) delimited by size
                   into held-list with pointer held-ptr
               end-string
           end-if
       end-perform.
       if held-count >= sr-threshold(sr-idx)
           move 1 to rule-conflict
       end-if.

write-pending-change.
       move 1 to pc-seq-key.
       open i-o pending-change-seq-file.
       if pc-seq-status not = "00"
           open output pending-change-seq-file
           close pending-change-seq-file
           open i-o pending-change-seq-file
       end-if.
       read pending-change-seq-file
           invalid key
               move zero to Fpcseq-value
               write Fpcseq-rec
       end-read.
       add 1 to Fpcseq-value.
       rewrite Fpcseq-rec.
       close pending-change-seq-file.

       initialize Fpc-rec.
       move Fpcseq-value to Fpc-id.
       move pc-program-ws to Fpc-program.
       move pc-function-ws to Fpc-function.
       move pc-file-ws to Fpc-file.
       move pc-action-ws to Fpc-action.
       move pc-key-ws to Fpc-key.
       move pc-summary-ws to Fpc-summary.
       move pc-before-ws to Fpc-before.
       move pc-after-ws to Fpc-after.
       move pc-effective-ws to Fpc-effective-date.
       move pc-note-ws to Fpc-note.
       move maker-userid to Fpc-maker.
       move function current-date to Fpc-made-at.
       move "P" to Fpc-status.
       move spaces to Fpc-checked-at.
       move spaces to Fpc-reject-reason.

       open i-o pending-change-file.
       if pending-change-status not = "00"
           open output pending-change-file
           close pending-change-file
           open i-o pending-change-file
       end-if.
       write Fpc-rec
           invalid key
               display "承認待ちの変更の登録に失敗しました"
       end-write.
       close pending-change-file.

       display "変更を承認待ちとして登録しました（番号 " Fpc-id "）".
       display "別の承認者が kintai-approval-inbox から承認するとマスタに反映されます".
