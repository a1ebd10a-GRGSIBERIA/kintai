identification division.
program-id. kintai-accident-set.

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
           select accident-file assign to "./dat/accident.dat"
               organization indexed
               access mode dynamic
               record key is Facc-id
               status accident-status.
           select accident-seq-file assign to "./dat/accident-seq.dat"
               organization relative
               access mode dynamic
               relative key acc-seq-key
               status acc-seq-status.
           select absence-file assign to "./dat/absence.dat"
               organization line sequential
               status absence-status.
           select leave-file assign to "./dat/leave.dat"
               organization indexed
               access mode dynamic
               record key is Fleave-id
               status leave-status.
           select holiday-file assign to "./dat/holiday.dat"
               organization relative
               access mode sequential
               relative key holiday-key
               status holiday-status.
           select emp-status-file assign to "./dat/emp-status.dat"
               organization indexed
               access mode dynamic
               record key is Fes-key
               status emp-status-status.
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
       fd accident-file.
           01 Facc-rec.
               03 Facc-id pic 9(7).
               03 Facc-userid pic 9(7).
               03 Facc-dept pic 9(2).
               03 Facc-date pic X(8).
               03 Facc-time pic 9(4).
               03 Facc-location pic N(20).
               03 Facc-injury-type pic 9.
               03 Facc-cause pic N(40).
               03 Facc-category pic X.
               03 Facc-doctor pic X.
               03 Facc-fatal pic X.
               03 Facc-lost-from pic X(8).
               03 Facc-lost-to pic X(8).
               03 Facc-status-from pic X(8).
               03 Facc-registered-by pic 9(7).
               03 Facc-registered-at pic X(21).
       fd accident-seq-file.
           01 Faccseq-rec.
               03 Faccseq-value pic 9(7).
       fd absence-file.
           01 Fabs-rec.
               03 Fabs-userid pic 9(7).
               03 Fabs-date pic X(8).
               03 Fabs-dept pic 9(2).
               03 Fabs-detected-at pic X(21).
       fd leave-file.
           01 Fleave-rec.
               03 Fleave-id pic 9(7).
               03 Fleave-userid pic 9(7).
               03 Fleave-start-date pic X(8).
               03 Fleave-end-date pic X(8).
               03 Fleave-status pic 9.
               03 Fleave-approver pic 9(7).
               03 Fleave-requested-at pic X(21).
               03 Fleave-unit pic 9.
               03 Fleave-hours pic 9(2).
               03 Fleave-type pic 9(2).
       fd holiday-file.
           01 Fholiday-rec.
               03 Fholiday-date pic X(8).
               03 Fholiday-name pic N(20).
       fd emp-status-file.
           01 Fes-rec.
               03 Fes-key.
                   05 Fes-userid pic 9(7).
                   05 Fes-from pic X(8).
               03 Fes-type pic 9.
               03 Fes-to pic X(8).
               03 Fes-expected-return pic X(8).
               03 Fes-returned-date pic X(8).
               03 Fes-approver pic 9(7).
               03 Fes-registered-at pic X(21).
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
       01 accident-status pic XX.
       01 acc-seq-key pic 9(7) value 1.
       01 acc-seq-status pic XX.
       01 absence-status pic XX.
       01 leave-status pic XX.
       01 holiday-key pic 99.
       01 holiday-status pic XX.
       01 emp-status-status pic XX.
       01 registrar-userid pic 9(7).
       01 mode-choice pic 9.
       01 target-userid pic 9(7).
       01 target-found pic 9.
       01 target-dept pic 9(2).
       01 target-acc-id pic 9(7).
       01 new-date pic X(8).
       01 new-time pic 9(4).
       01 new-location pic N(20).
       01 new-injury-type pic 9.
       01 new-cause pic N(40).
       01 new-category pic X.
       01 new-doctor pic X.
       01 new-fatal pic X.
       01 input-date pic X(8).
       01 log-action pic X(24).
       *> 傷病の種類と災害の区分
       01 injury-kind pic 9.
           88 injury-fracture value 1.
           88 injury-cut value 2.
           88 injury-bruise value 3.
           88 injury-sprain value 4.
           88 injury-burn value 5.
           88 injury-lumbago value 6.
           88 injury-illness value 7.
           88 injury-other value 8.
       01 injury-label pic X(24).
       01 category-label pic X(16).
       *> 休業期間の候補づくり（災害の翌日から、欠勤・全日休暇・休職の日が
       *> 土日祝を挟んで続く限りを休業とみなす）
       01 abs-date-table.
           03 abs-date pic X(8) occurs 400 times.
       01 abs-date-count pic 9(3).
       01 lv-range-table.
           03 lv-range occurs 100 times.
               05 lv-from pic X(8).
               05 lv-to pic X(8).
       01 lv-range-count pic 9(3).
       01 st-range-table.
           03 st-range occurs 20 times.
               05 st-from pic X(8).
               05 st-to pic X(8).
       01 st-range-count pic 99.
       01 holiday-table.
           03 holiday-entry pic X(8) occurs 1000 times.
       01 holiday-count pic 9(4).
       01 tbl-idx pic 9(4).
       01 walk-int pic 9(8).
       01 walk-limit-int pic 9(8).
       01 walk-date pic X(8).
       01 walk-num pic 9(8).
       01 walk-done pic 9.
       01 walk-week-num pic 9.
       01 day-lost pic 9.
       01 day-off pic 9.
       01 prop-from pic X(8).
       01 prop-to pic X(8).
       01 prop-status-from pic X(8).
       01 prop-ongoing pic 9.
       01 prop-days pic 9(5).
       01 es-end-date pic X(8).
       01 es-return-prev pic X(8).
       01 es-work-num pic 9(8).

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "労働災害（労災）登録モード".
       display "（災害の記録と、その後の欠勤・休暇・休職による休業期間の紐付けを行います）".

authenticate-username.
       display "ユーザ認証を行います".
       display "ユーザ名を入力してください".
       accept auth-username.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if auth-username = Fusername
                       move "accident-set" to perm-function
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
       display "  [1] 災害の新規登録  [2] 休業期間の紐付け・更新".
       accept mode-choice.
       if mode-choice = 2
           go to exec-accept-link
       end-if.
       if mode-choice not = 1 then
           display "1か2で入力してください"
           go to exec-accept-mode
       end-if.

exec-accept-userid.
       display "被災した従業員IDを入力してください".
       accept target-userid.

       move zero to target-found.
       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if Fuserid = target-userid
                       move 1 to target-found
                       move Fdept to target-dept
                       display "対象: " function trim(Flastname)
                           " " function trim(Ffirstname)
                   end-if
       end-perform.
       close user-file.

       if target-found = zero then
           display "指定された従業員が見つかりません"
           go to exec-accept-userid
       end-if.

exec-accept-values.
       display "発生日を入力してください (例: 20261014)".
       accept new-date.
       if function length(function trim(new-date)) not = 8 then
           display "書式に沿って入力してください"
           go to exec-accept-values
       end-if.

       display "発生時刻を入力してください (例: 1430)".
       accept new-time.
       if new-time > 2359 then
           display "0000から2359で入力してください"
           go to exec-accept-values
       end-if.

       display "発生場所を入力してください".
       accept new-location.

       display "傷病の種類を選択してください".
       display "  [1] 骨折  [2] 切創・擦過傷  [3] 打撲・挫傷  [4] 捻挫".
       display "  [5] 火傷  [6] 腰痛  [7] 中毒・疾病  [8] その他".
       accept new-injury-type.
       if new-injury-type < 1 or new-injury-type > 8 then
           display "1から8で入力してください"
           go to exec-accept-values
       end-if.

       display "発生状況・原因を入力してください".
       accept new-cause.
       if function length(function trim(new-cause)) < 1 then
           display "原因は1文字以上で入力してください"
           go to exec-accept-values
       end-if.

       display "災害の区分を入力してください ([W] 業務災害 [C] 通勤災害)".
       accept new-category.
       if new-category = "w"
           move "W" to new-category
       end-if.
       if new-category = "c"
           move "C" to new-category
       end-if.
       if new-category not = "W" and new-category not = "C" then
           display "W か C で入力してください"
           go to exec-accept-values
       end-if.

       display "医療機関を受診しましたか？ [y/n]".
       accept new-doctor.
       if new-doctor = "y" or new-doctor = "Y"
           move "Y" to new-doctor
       else
           move "N" to new-doctor
       end-if.

       display "死亡災害ですか？ [y/n]".
       accept new-fatal.
       if new-fatal = "y" or new-fatal = "Y"
           move "Y" to new-fatal
       else
           move "N" to new-fatal
       end-if.

exec-write-new.
       move 1 to acc-seq-key.
       open i-o accident-seq-file.
       if acc-seq-status not = "00"
           open output accident-seq-file
           close accident-seq-file
           open i-o accident-seq-file
       end-if.
       read accident-seq-file
           invalid key
               move zero to Faccseq-value
               write Faccseq-rec
       end-read.
       add 1 to Faccseq-value.
       rewrite Faccseq-rec.
       close accident-seq-file.

       move Faccseq-value to Facc-id.
       move target-userid to Facc-userid.
       move target-dept to Facc-dept.
       move new-date to Facc-date.
       move new-time to Facc-time.
       move new-location to Facc-location.
       move new-injury-type to Facc-injury-type.
       move new-cause to Facc-cause.
       move new-category to Facc-category.
       move new-doctor to Facc-doctor.
       move new-fatal to Facc-fatal.
       move spaces to Facc-lost-from.
       move spaces to Facc-lost-to.
       move spaces to Facc-status-from.
       move registrar-userid to Facc-registered-by.
       move function current-date to Facc-registered-at.

       open i-o accident-file.
       if accident-status not = "00"
           open output accident-file
           close accident-file
           open i-o accident-file
       end-if.
       write Facc-rec
           invalid key
               display "登録に失敗しました"
               close accident-file
               stop run
       end-write.
       close accident-file.

       move Facc-id to target-acc-id.
       display "災害番号 " target-acc-id " で登録しました".
       move "registered" to log-action.
       perform write-accident-log.

       display "続けて休業期間を紐付けますか？ [1] はい  [0] いいえ".
       accept mode-choice.
       if mode-choice not = 1
           stop run
       end-if.
       go to exec-read-accident.

exec-accept-link.
       display "災害番号を入力してください".
       accept target-acc-id.

exec-read-accident.
       move target-acc-id to Facc-id.
       open input accident-file.
       read accident-file
           invalid key continue
       end-read.
       close accident-file.
       if accident-status not = "00" then
           display "指定された災害が見つかりません"
           go to exec-accept-link
       end-if.

exec-link-propose.
       perform set-accident-labels.
       display "災害 " Facc-id "  userid " Facc-userid "  " Facc-date " "
           Facc-time "  " function trim(category-label) "  "
           function trim(injury-label).
       display "  現在の休業期間: " Facc-lost-from "〜" Facc-lost-to
           "  休職 " Facc-status-from.

       perform propose-lost-days thru propose-lost-days-exit.
       if prop-from = spaces
           display "  欠勤・全日休暇・休職の記録から休業は見つかりませんでした"
       else
           if prop-ongoing = 1
               display "  休業の候補: " prop-from "〜（休職継続中）"
           else
               display "  休業の候補: " prop-from "〜" prop-to
                   "  " prop-days " 日"
           end-if
           if prop-status-from not = spaces
               display "  続く休職期間: " prop-status-from " から"
           end-if
       end-if.

       display "休業開始日を入力してください（空欄は候補のまま、0 は休業なし）".
       move spaces to input-date.
       accept input-date.
       if input-date = "0"
           move spaces to prop-from prop-to prop-status-from
           go to exec-link-write
       end-if.
       if input-date not = spaces
           if input-date <= Facc-date then
               display "休業開始日は発生日より後で入力してください"
               go to exec-link-propose
           end-if
           move input-date to prop-from
       end-if.

       display "休業終了日を入力してください（空欄は候補のまま、継続中は 0）".
       move spaces to input-date.
       accept input-date.
       if input-date = "0"
           move spaces to prop-to
       else
           if input-date not = spaces
               if input-date < prop-from then
                   display "休業終了日は開始日以降で入力してください"
                   go to exec-link-propose
               end-if
               move input-date to prop-to
           end-if
       end-if.

exec-link-write.
       open i-o accident-file.
       move target-acc-id to Facc-id.
       read accident-file
           invalid key continue
       end-read.
       if accident-status = "00"
           move prop-from to Facc-lost-from
           move prop-to to Facc-lost-to
           move prop-status-from to Facc-status-from
           move registrar-userid to Facc-registered-by
           move function current-date to Facc-registered-at
           rewrite Facc-rec
               invalid key
                   display "更新に失敗しました"
                   close accident-file
                   stop run
           end-rewrite
       end-if.
       close accident-file.

       display "災害 " target-acc-id " の休業期間を " prop-from "〜" prop-to
           " で登録しました".
       move "linked lost days" to log-action.
       perform write-accident-log.

       stop run.

propose-lost-days.
       move spaces to prop-from prop-to prop-status-from.
       move zero to prop-ongoing prop-days.
       perform load-lost-sources.

       compute walk-int =
           function integer-of-date(function numval(Facc-date)) + 1.
       compute walk-limit-int = walk-int + 400.
       move zero to walk-done.
       perform walk-one-day thru walk-one-day-exit
           until walk-done = 1 or walk-int > walk-limit-int.

       if prop-from not = spaces and prop-ongoing = zero
           compute prop-days =
               function integer-of-date(function numval(prop-to))
               - function integer-of-date(function numval(prop-from)) + 1
       end-if.

propose-lost-days-exit.
       exit.

load-lost-sources.
       *> 災害日より後の欠勤日・承認済み全日休暇・休職期間を読み込む
       move zero to abs-date-count lv-range-count st-range-count.
       move zero to holiday-count.
       open input absence-file.
       if absence-status = "00"
           perform until absence-status not = "00"
               read absence-file
                   not at end
                       if Fabs-userid = Facc-userid
                           and Fabs-date > Facc-date
                           and abs-date-count < 400
                           add 1 to abs-date-count
                           move Fabs-date to abs-date(abs-date-count)
                       end-if
           end-perform
           close absence-file
       end-if.

       open input leave-file.
       if leave-status = "00"
           perform until leave-status not = "00"
               read leave-file next record
                   not at end
                       if Fleave-userid = Facc-userid
                           and Fleave-status = 1
                           and Fleave-unit = 1
                           and Fleave-end-date > Facc-date
                           and lv-range-count < 100
                           add 1 to lv-range-count
                           move Fleave-start-date to lv-from(lv-range-count)
                           move Fleave-end-date to lv-to(lv-range-count)
                       end-if
           end-perform
           close leave-file
       end-if.

       open input emp-status-file.
       if emp-status-status = "00"
           move Facc-userid to Fes-userid
           move low-values to Fes-from
           start emp-status-file key >= Fes-key
               invalid key move "10" to emp-status-status
           end-start
           perform until emp-status-status not = "00"
               read emp-status-file next record
                   at end move "10" to emp-status-status
                   not at end
                       if Fes-userid not = Facc-userid
                           move "10" to emp-status-status
                       else
                           perform set-status-end
                           if (es-end-date = spaces
                                   or es-end-date > Facc-date)
                               and st-range-count < 20
                               add 1 to st-range-count
                               move Fes-from to st-from(st-range-count)
                               move es-end-date to st-to(st-range-count)
                           end-if
                       end-if
               end-read
           end-perform
           close emp-status-file
       end-if.

       open input holiday-file.
       if holiday-status = "00"
           perform until holiday-status not = "00"
               read holiday-file
                   not at end
                       if holiday-count < 1000
                           add 1 to holiday-count
                           move Fholiday-date to holiday-entry(holiday-count)
                       end-if
           end-perform
           close holiday-file
       end-if.

walk-one-day.
       compute walk-num = function date-of-integer(walk-int).
       move walk-num to walk-date.
       add 1 to walk-int.
       move zero to day-lost.

       perform varying tbl-idx from 1 by 1 until tbl-idx > st-range-count
           if st-from(tbl-idx) <= walk-date
               and (st-to(tbl-idx) = spaces or st-to(tbl-idx) >= walk-date)
               move 1 to day-lost
               if prop-status-from = spaces
                   move st-from(tbl-idx) to prop-status-from
               end-if
               if st-to(tbl-idx) = spaces
                   move 1 to prop-ongoing
               end-if
           end-if
       end-perform.
       perform varying tbl-idx from 1 by 1 until tbl-idx > abs-date-count
           if abs-date(tbl-idx) = walk-date
               move 1 to day-lost
           end-if
       end-perform.
       perform varying tbl-idx from 1 by 1 until tbl-idx > lv-range-count
           if lv-from(tbl-idx) <= walk-date
               and lv-to(tbl-idx) >= walk-date
               move 1 to day-lost
           end-if
       end-perform.

       if day-lost = 1
           *> 休業は災害の翌日から数える（土日祝を挟んでも通算する）
           if prop-from = spaces
               compute walk-num = function date-of-integer(
                   function integer-of-date(function numval(Facc-date))
                   + 1)
               move walk-num to prop-from
           end-if
           move walk-date to prop-to
           if prop-ongoing = 1
               move spaces to prop-to
               move 1 to walk-done
           end-if
           go to walk-one-day-exit
       end-if.

       *> 土日・会社休日は休業の切れ目としない
       move zero to day-off.
       compute walk-week-num = function mod(walk-int - 1, 7).
       if walk-week-num = 6 or walk-week-num = 0
           move 1 to day-off
       end-if.
       perform varying tbl-idx from 1 by 1 until tbl-idx > holiday-count
           if holiday-entry(tbl-idx) = walk-date
               move 1 to day-off
           end-if
       end-perform.
       if day-off = zero
           move 1 to walk-done
       end-if.

walk-one-day-exit.
       exit.

set-status-end.
       *> 期間の最終日。復職日の記録があればその前日までとする
       move Fes-to to es-end-date.
       if Fes-returned-date not = spaces
           compute es-work-num = function date-of-integer(
               function integer-of-date(
                   function numval(Fes-returned-date)) - 1)
           move es-work-num to es-return-prev
           if es-end-date = spaces or es-return-prev < es-end-date
               move es-return-prev to es-end-date
           end-if
       end-if.

set-accident-labels.
       move Facc-injury-type to injury-kind.
       evaluate true
       when injury-fracture
           move "骨折" to injury-label
       when injury-cut
           move "切創・擦過傷" to injury-label
       when injury-bruise
           move "打撲・挫傷" to injury-label
       when injury-sprain
           move "捻挫" to injury-label
       when injury-burn
           move "火傷" to injury-label
       when injury-lumbago
           move "腰痛" to injury-label
       when injury-illness
           move "中毒・疾病" to injury-label
       when other
           move "その他" to injury-label
       end-evaluate.
       if Facc-category = "C"
           move "通勤災害" to category-label
       else
           move "業務災害" to category-label
       end-if.

write-accident-log.
       open extend log-file.
       move function current-date to log-timestamp.
       move spaces to log-comments.
       string
           "[INFO] " delimited by size
           function trim(auth-username) delimited by size
           " accident " delimited by size
           target-acc-id delimited by size
           " " delimited by size
           function trim(log-action) delimited by size
           " userid " delimited by size
           Facc-userid delimited by size
           into log-comments
       end-string.
       write log-rec.
       close log-file.
