identification division.
program-id. kintai-sod-report.

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
           select roll-file assign to "./dat/roll.dat"
               organization relative
               access mode sequential
               relative key roll-key
               status roll-status.
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
           select report-file assign using report-name
               organization line sequential
               status report-status.
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
       fd roll-file.
           01 Froll-rec.
               03 Froll-id pic 9(2).
               03 Froll-name pic N(10).
               03 Froll-active pic X.
               03 Froll-manager pic X.
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
       fd report-file.
           01 report-line pic X(200).
working-storage section.
       01 roll-key pic 9(2).
       01 status-rec.
           03 user-status pic XX.
           03 permission-status pic XX.
           03 roll-status pic XX.
           03 report-status pic XX.
       01 report-name pic X(60).
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
       *> roll.dat の役職名（添字は役職ID＋1）
       01 roll-name-table.
           03 rn-name pic N(10) occurs 100 times.
       01 cur-roll pic 9(2).
       01 roll-idx pic 9(3).
       01 saved-roll-count pic 9(2).
       01 roll-conflict-count pic 9(5) value zero.
       01 person-conflict-count pic 9(5) value zero.
       01 override-count pic 9(5) value zero.
       01 own-conflict pic 9.
       01 deleg-text pic X(80).
       01 deleg-ptr pic 9(3).
       *> ジョブチェーン実行台帳に載せる処理件数（呼び出し元と共有）
       01 job-step-count pic 9(7) external.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "職務分掌（兼務禁止機能）の抵触チェック".

       perform load-sod-tables.
       perform load-roll-names.

       move spaces to report-name.
       string "./dat/sod-report-" delimited by size
           function current-date(1:8) delimited by size
           ".txt" delimited by size
           into report-name
       end-string.
       open output report-file.

       move spaces to report-line.
       string "職務分掌の抵触  基準日 " delimited by size
           sod-today delimited by size
           "  有効ルール " delimited by size
           sod-rule-count delimited by size
           " 件" delimited by size
           into report-line
       end-string.
       write report-line.
       move "※権限マトリクスに行が無い機能は従来判定（役職02・05・06）で保有とみなす"
           to report-line.
       write report-line.

       move spaces to report-line.
       write report-line.
       move "【役職別】ルール 役職 名称 / 保有している機能 / 該当者"
           to report-line.
       write report-line.
       perform varying sr-idx from 1 by 1 until sr-idx > sod-rule-count
           perform varying roll-idx from 1 by 1 until roll-idx > 99
               move roll-idx to cur-roll
               if rn-name(cur-roll + 1) not = spaces
                   move 1 to sod-roll-count
                   move cur-roll to sod-roll(1)
                   perform evaluate-sod-rule
                   if rule-conflict = 1
                       perform write-roll-conflict
                   end-if
               end-if
           end-perform
       end-perform.

       move spaces to report-line.
       write report-line.
       move "【委任による抵触】本人の役職だけでは抵触しないが、本日有効な委任で抵触する利用者"
           to report-line.
       write report-line.
       if sod-deleg-count > 0 and sod-rule-count > 0
           open input user-file
           perform until user-status not = "00"
               read user-file
                   not at end
                       if Fretire-date = spaces
                           perform check-person-conflict
                               thru check-person-conflict-exit
                       end-if
           end-perform
           close user-file
       end-if.

       perform write-overrides.

       move spaces to report-line.
       write report-line.
       move spaces to report-line.
       string "抵触 役職 " delimited by size
           roll-conflict-count delimited by size
           " 件  委任 " delimited by size
           person-conflict-count delimited by size
           " 件  例外登録 " delimited by size
           override-count delimited by size
           " 件" delimited by size
           into report-line
       end-string.
       write report-line.
       close report-file.

       display " ".
       display "抵触 役職 " roll-conflict-count " 件  委任 "
           person-conflict-count " 件".
       display function trim(report-name) " に出力しました".
       compute job-step-count = roll-conflict-count + person-conflict-count.
       goback.

load-roll-names.
       perform varying roll-idx from 1 by 1 until roll-idx > 100
           move spaces to rn-name(roll-idx)
       end-perform.
       open input roll-file.
       perform until roll-status not = "00"
           read roll-file
               not at end
                   if Froll-id >= 1 and Froll-id <= 99
                       and Froll-active not = "N"
                       move Froll-name to rn-name(Froll-id + 1)
                   end-if
       end-perform.
       close roll-file.

write-roll-conflict.
       add 1 to roll-conflict-count.
       move spaces to report-line.
       string "  " delimited by size
           sr-id(sr-idx) delimited by size
           " " delimited by size
           function trim(sr-name(sr-idx)) delimited by size
           " / 役職" delimited by size
           cur-roll delimited by size
           " " delimited by size
           function trim(rn-name(cur-roll + 1)) delimited by size
           " / " delimited by size
           function trim(held-list) delimited by size
           into report-line
       end-string.
       write report-line.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if Froll = cur-roll and Fretire-date = spaces
                       move spaces to report-line
                       string "      " delimited by size
                           Fuserid delimited by size
                           " " delimited by size
                           function trim(Fusername) delimited by size
                           " " delimited by size
                           function trim(Flastname) delimited by size
                           " " delimited by size
                           function trim(Ffirstname) delimited by size
                           into report-line
                       end-string
                       write report-line
                   end-if
       end-perform.
       close user-file.

check-person-conflict.
       perform set-user-roll-set.
       if sod-roll-count < 2
           go to check-person-conflict-exit
       end-if.
       move spaces to deleg-text.
       move 1 to deleg-ptr.
       perform varying rs-idx from 2 by 1 until rs-idx > sod-roll-count
           string " 役職" delimited by size
               sod-roll(rs-idx) delimited by size
               into deleg-text with pointer deleg-ptr
           end-string
       end-perform.

       perform varying sr-idx from 1 by 1 until sr-idx > sod-rule-count
           perform evaluate-sod-rule
           if rule-conflict = 1
               *> 本人の役職だけで抵触するものは役職別に計上済み
               move sod-roll-count to saved-roll-count
               move 1 to sod-roll-count
               perform evaluate-sod-rule
               move rule-conflict to own-conflict
               move saved-roll-count to sod-roll-count
               if own-conflict = zero
                   perform evaluate-sod-rule
                   perform write-person-conflict
               end-if
           end-if
       end-perform.

check-person-conflict-exit.
       exit.

write-person-conflict.
       add 1 to person-conflict-count.
       move spaces to report-line.
       string "  " delimited by size
           sr-id(sr-idx) delimited by size
           " " delimited by size
           function trim(sr-name(sr-idx)) delimited by size
           " / " delimited by size
           Fuserid delimited by size
           " " delimited by size
           function trim(Fusername) delimited by size
           " " delimited by size
           function trim(Flastname) delimited by size
           " " delimited by size
           function trim(Ffirstname) delimited by size
           " 役職" delimited by size
           Froll delimited by size
           " ＋委任元" delimited by size
           function trim(deleg-text) delimited by size
           " / " delimited by size
           function trim(held-list) delimited by size
           into report-line
       end-string.
       write report-line.

write-overrides.
       move spaces to report-line.
       write report-line.
       move "【例外登録】権限変更時に理由を付けて抵触を承認した記録"
           to report-line.
       write report-line.
       open input sod-override-file.
       perform until sod-override-status not = "00"
           read sod-override-file
               not at end
                   add 1 to override-count
                   move spaces to report-line
                   string "  " delimited by size
                       Fsov-timestamp(1:14) delimited by size
                       "  ルール " delimited by size
                       Fsov-rule-id delimited by size
                       "  " delimited by size
                       function trim(Fsov-function) delimited by size
                       " 役職" delimited by size
                       Fsov-roll delimited by size
                       "  対象 " delimited by size
                       Fsov-scope delimited by size
                       " " delimited by size
                       Fsov-userid delimited by size
                       "  登録者 " delimited by size
                       Fsov-operator delimited by size
                       "  理由 " delimited by size
                       function trim(Fsov-reason) delimited by size
                       into report-line
                   end-string
                   write report-line
       end-perform.
       close sod-override-file.

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
