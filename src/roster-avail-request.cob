identification division.
program-id. kintai-roster-avail-request.

environment division.
input-output section.
       file-control.
           select user-file assign to "./dat/user.dat"
               organization indexed
               access mode sequential
               record key is Fuserid
               status user-status.
           select pswd-meta-file assign to "./dat/pswd-meta.dat"
               organization indexed
               access mode dynamic
               record key is Fpm-userid
               status pswd-meta-status.
           select avail-file assign to "./dat/roster-avail.dat"
               organization indexed
               access mode dynamic
               record key is Fav-key
               status avail-status.
           select draft-status-file assign to "./dat/roster-draft-status.dat"
               organization indexed
               access mode dynamic
               record key is Frds-key
               status draft-status-status.
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
       fd pswd-meta-file.
           01 Fpm-rec.
               03 Fpm-userid pic 9(7).
               03 Fpm-changed-date pic X(8).
               03 Fpm-temp-flag pic X.
       fd avail-file.
           01 Fav-rec.
               03 Fav-key.
                   05 Fav-userid pic 9(7).
                   05 Fav-date pic X(8).
               03 Fav-kind pic X.
               03 Fav-from pic 9(4).
               03 Fav-to pic 9(4).
               03 Fav-submitted-at pic X(21).
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
       fd log-file.
           01 log-rec.
               03 log-timestamp pic X(21).
               03 log-comments pic X(128).
working-storage section.
       *> パスワード有効期限ゲート用
       01 pswd-meta-status pic XX.
       01 pswd-age-days pic s9(5).
       01 status-rec.
           03 user-status pic XX.
           03 avail-status pic XX.
           03 draft-status-status pic XX.
       01 auth-rec.
           03 auth-username pic X(64).
           03 auth-password pic X(20).
           03 miss-count pic 9 value 0.
       01 auth-password-hash pic X(20).
       01 request-userid pic 9(7).
       01 request-dept pic 9(2).
       *> 対象月（空欄は翌月）
       01 target-yyyymm pic X(6).
       01 month-num pic 9(6).
       01 input-date pic X(8).
       01 date-check-num pic 9(8).
       01 kind-choice pic 9.
       01 input-from pic 9(4).
       01 input-to pic 9(4).
       01 entry-count pic 9(3) value zero.
       01 kind-label pic X(30).

procedure division.
       display "勤怠管理システム".
       display "シフト希望（勤務可能日・希望休）提出モード".

authenticate-username.
       display "ユーザ認証を行います".
       display "ユーザ名を入力してください".
       accept auth-username.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if auth-username = Fusername
                       move Fuserid to request-userid
                       move Fdept to request-dept
                       close user-file
                       go to authenticate-password
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
           go to authenticate-logging
       end-if.

       if auth-password-hash = Fpswd then
           perform check-pswd-expiry-gate
               thru check-pswd-expiry-gate-exit
           go to request-procedure
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

authenticate-logging.
       move function current-date to log-timestamp.
       string
           "[ERRO] " delimited by size
           function trim(auth-username) delimited by size
           " failed authentication 3 times."
           into log-comments
       end-string.

       open extend log-file.
       write log-rec.
       close log-file.

       stop run.

request-procedure.
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
           go to request-procedure
       end-if.

       *> 公開済みのロスターの月は希望を受け付けない（交代申請で調整する）
       open input draft-status-file.
       if draft-status-status = "00"
           move request-dept to Frds-dept
           move target-yyyymm to Frds-yyyymm
           read draft-status-file
               invalid key continue
           end-read
           if draft-status-status = "00" and Frds-status = "P"
               close draft-status-file
               display target-yyyymm " のロスターは公開済みです"
               display "変更はシフト交代申請（kintai-shift-swap-request）で行ってください"
               stop run
           end-if
           close draft-status-file
       end-if.

       perform show-submitted thru show-submitted-exit.

       open i-o avail-file.
       if avail-status not = "00"
           open output avail-file
           close avail-file
           open i-o avail-file
       end-if.

accept-entry-date.
       display "日付を入力してください (例: " target-yyyymm "05、空欄で終了)".
       move spaces to input-date.
       accept input-date.
       if input-date = spaces
           go to finish-request
       end-if.
       if input-date is not numeric
           or input-date(1:6) not = target-yyyymm
           display "対象月の日付を入力してください"
           go to accept-entry-date
       end-if.
       move input-date to date-check-num.
       if function test-date-yyyymmdd(date-check-num) not = zero
           display "日付が正しくありません"
           go to accept-entry-date
       end-if.

accept-entry-kind.
       display "  [1] 希望休  [2] 勤務不可  [3] 勤務可能な時間帯を指定  [4] 取り消し".
       move zero to kind-choice.
       accept kind-choice.
       move request-userid to Fav-userid.
       move input-date to Fav-date.
       move zero to Fav-from Fav-to.
       evaluate kind-choice
       when 1
           move "O" to Fav-kind
       when 2
           move "U" to Fav-kind
       when 3
           move "W" to Fav-kind
           display "  勤務可能な開始時刻を入力してください (例: 0900)"
           accept input-from
           display "  勤務可能な終了時刻を入力してください (例: 1700)"
           accept input-to
           if input-to <= input-from or input-to > 2400
               display "  時刻が正しくありません"
               go to accept-entry-kind
           end-if
           move input-from to Fav-from
           move input-to to Fav-to
       when 4
           delete avail-file record
               invalid key display "  登録がありません"
               not invalid key display "  取り消しました"
           end-delete
           go to accept-entry-date
       when other
           display "1から4で入力してください"
           go to accept-entry-kind
       end-evaluate.

       move function current-date to Fav-submitted-at.
       write Fav-rec
           invalid key
               rewrite Fav-rec
                   invalid key
                       display "  登録に失敗しました"
               end-rewrite
       end-write.
       add 1 to entry-count.
       go to accept-entry-date.

finish-request.
       close avail-file.
       display target-yyyymm " のシフト希望を " entry-count " 件登録しました".
       display "ロスターの作成時に反映されます（希望休は要員が足りない場合に"
           "出勤をお願いすることがあります）".

       open extend log-file.
       move function current-date to log-timestamp.
       move spaces to log-comments.
       string
           "[INFO] " delimited by size
           function trim(auth-username) delimited by size
           " roster availability " delimited by size
           target-yyyymm delimited by size
           " entries " delimited by size
           entry-count delimited by size
           into log-comments
       end-string.
       write log-rec.
       close log-file.

       stop run.

show-submitted.
       open input avail-file.
       if avail-status not = "00"
           go to show-submitted-exit
       end-if.
       move request-userid to Fav-userid.
       move target-yyyymm to Fav-date.
       move "01" to Fav-date(7:2).
       start avail-file key >= Fav-key
           invalid key move "10" to avail-status
       end-start.
       perform until avail-status not = "00"
           read avail-file next record
               at end move "10" to avail-status
               not at end
                   if Fav-userid not = request-userid
                       or Fav-date(1:6) not = target-yyyymm
                       move "10" to avail-status
                   else
                       perform display-avail-entry
                   end-if
           end-read
       end-perform.
       close avail-file.

show-submitted-exit.
       exit.

display-avail-entry.
       evaluate Fav-kind
       when "O"
           move "希望休" to kind-label
       when "U"
           move "勤務不可" to kind-label
       when other
           move "時間帯指定" to kind-label
       end-evaluate.
       if Fav-kind = "W"
           display "  登録済み " Fav-date " " function trim(kind-label)
               " " Fav-from "〜" Fav-to
       else
           display "  登録済み " Fav-date " " function trim(kind-label)
       end-if.
