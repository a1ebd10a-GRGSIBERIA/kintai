identification division.
program-id. kintai-divergence-answer.

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
           select correct-file assign to "./dat/stamp-correct.dat"
               organization indexed
               access mode dynamic
               record key is Fscr-id
               status correct-status.
           select seq-file assign to "./dat/stamp-correct-seq.dat"
               organization relative
               access mode dynamic
               relative key seq-key
               status seq-status.
           select divergence-file assign to "./dat/divergence.dat"
               organization indexed
               access mode dynamic
               record key is Fdv-key
               status divergence-status.
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
       fd correct-file.
           01 Fscr-rec.
               03 Fscr-id pic 9(7).
               03 Fscr-userid pic 9(7).
               03 Fscr-target-stamp-id pic 9(12).
               03 Fscr-new-datetime pic X(21).
               03 Fscr-new-statusid pic 9.
               03 Fscr-reason pic X(64).
               03 Fscr-status pic 9.
               03 Fscr-approver pic 9(7).
               03 Fscr-requested-at pic X(21).
       fd seq-file.
           01 Fseq-rec.
               03 Fseq-value pic 9(7).
       fd divergence-file.
           01 Fdv-rec.
               03 Fdv-key.
                   05 Fdv-userid pic 9(7).
                   05 Fdv-date pic X(8).
               03 Fdv-dept pic 9(2).
               03 Fdv-in-stamp-id pic 9(12).
               03 Fdv-in-time pic 9(4).
               03 Fdv-out-stamp-id pic 9(12).
               03 Fdv-out-time pic 9(4).
               03 Fdv-tz pic X(5).
               03 Fdv-first-time pic 9(4).
               03 Fdv-first-source pic X.
               03 Fdv-last-time pic 9(4).
               03 Fdv-last-source pic X.
               03 Fdv-before-minutes pic 9(4).
               03 Fdv-after-minutes pic 9(4).
               03 Fdv-reason pic X.
               03 Fdv-reason-text pic X(64).
               03 Fdv-answered-at pic X(21).
               03 Fdv-correct-in-id pic 9(7).
               03 Fdv-correct-out-id pic 9(7).
               03 Fdv-detected-at pic X(21).
       fd log-file.
           01 log-rec.
               03 log-timestamp pic X(21).
               03 log-comments pic X(128).
working-storage section.
       *> パスワード有効期限ゲート用
       01 pswd-meta-status pic XX.
       01 pswd-age-days pic s9(5).
       01 seq-key pic 9(7) value 1.
       01 status-rec.
           03 user-status pic XX.
           03 correct-status pic XX.
           03 seq-status pic XX.
           03 divergence-status pic XX.
       01 auth-rec.
           03 auth-username pic X(64).
           03 auth-password pic X(20).
           03 miss-count pic 9 value 0.
       01 auth-password-hash pic X(20).
       01 req-userid pic 9(7).
       01 req-target-stamp-id pic 9(12).
       01 req-new-datetime pic X(21).
       01 req-new-statusid pic 9.
       01 req-reason pic X(64).
       *> 乖離の回答
       01 open-count pic 9(3).
       01 answer-date pic X(8).
       01 answer-reason pic X.
       01 answer-text pic X(64).
       01 proposal-hhmm pic 9(4).
       01 override-hhmm pic X(4).
       01 override-num pic 9(4).
       01 correct-label pic X(12).
       01 no-punch pic 9.

procedure division.
       display "勤怠管理システム".
       display "在館・PCログとの乖離の回答（本人用）".

authenticate-username.
       display "ユーザ認証を行います".
       display "ユーザ名を入力してください".
       accept auth-username.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if auth-username = Fusername
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
           move Fuserid to req-userid
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
       display "回答待ちの乖離（打刻と入退館・PCログの差）です".
       move zero to open-count.
       open input divergence-file.
       if divergence-status not = "00"
           display "回答待ちの乖離はありません"
           stop run
       end-if.
       move req-userid to Fdv-userid.
       move low-values to Fdv-date.
       start divergence-file key >= Fdv-key
           invalid key move "10" to divergence-status
       end-start.
       perform until divergence-status not = "00"
           read divergence-file next record
               at end move "10" to divergence-status
               not at end
                   if Fdv-userid not = req-userid
                       move "10" to divergence-status
                   else
                       if Fdv-reason = space
                           add 1 to open-count
                           display "  " Fdv-date
                               "  打刻 " Fdv-in-time "-" Fdv-out-time
                               "  記録 " Fdv-first-time "-" Fdv-last-time
                               "  始業前 " Fdv-before-minutes
                               " 分  終業後 " Fdv-after-minutes " 分"
                       end-if
                   end-if
           end-read
       end-perform.
       close divergence-file.

       if open-count = zero
           display "回答待ちの乖離はありません"
           stop run
       end-if.

       display "回答する日付を入力してください (例: 20261014)".
       accept answer-date.

       open i-o divergence-file.
       move req-userid to Fdv-userid.
       move answer-date to Fdv-date.
       read divergence-file
           invalid key continue
       end-read.
       if divergence-status not = "00" or Fdv-reason not = space
           close divergence-file
           display "回答待ちの一覧に該当日がありません"
           go to request-procedure
       end-if.

       display "理由を選択してください".
       display "  1: 私用で在館・PCを利用していた".
       display "  2: 自己研鑽（業務指示なし）".
       display "  3: 打刻していない業務があった（打刻訂正を申請します）".
       accept answer-reason.
       if answer-reason not = "1" and answer-reason not = "2"
           and answer-reason not = "3"
           close divergence-file
           display "1 から 3 で入力してください"
           go to request-procedure
       end-if.

       display "具体的な内容を入力してください".
       accept answer-text.

       move zero to Fdv-correct-in-id Fdv-correct-out-id.
       if answer-reason = "3"
           perform request-corrections
       end-if.

       move answer-reason to Fdv-reason.
       move answer-text to Fdv-reason-text.
       move function current-date to Fdv-answered-at.
       rewrite Fdv-rec
           invalid key
               display "回答の登録に失敗しました"
       end-rewrite.
       close divergence-file.

       display "乖離の理由を回答しました（" answer-date "）".
       stop run.

request-corrections.
       *> 打刻が無い日は記録の最初と最後を出勤・退勤として追加申請する
       move zero to no-punch.
       if Fdv-in-stamp-id = zero and Fdv-out-stamp-id = zero
           move 1 to no-punch
       end-if.

       if Fdv-before-minutes > zero
           move Fdv-in-stamp-id to req-target-stamp-id
           move Fdv-first-time to proposal-hhmm
           move 1 to req-new-statusid
           move "出勤" to correct-label
           perform build-correction
           perform write-request
           move Fscr-id to Fdv-correct-in-id
       end-if.

       if Fdv-after-minutes > zero
           or (no-punch = 1 and Fdv-before-minutes > zero)
           move Fdv-out-stamp-id to req-target-stamp-id
           move Fdv-last-time to proposal-hhmm
           move 2 to req-new-statusid
           move "退勤" to correct-label
           perform build-correction
           perform write-request
           move Fscr-id to Fdv-correct-out-id
       end-if.

build-correction.
       display function trim(correct-label) "時刻の訂正案: " proposal-hhmm
           "（記録に基づく）".
       display "訂正後の時刻を hhmm で入力してください（空欄は訂正案どおり）".
       move spaces to override-hhmm.
       accept override-hhmm.
       if override-hhmm not = spaces and override-hhmm is numeric
           move override-hhmm to override-num
           if override-num(1:2) <= "23" and override-num(3:2) <= "59"
               move override-num to proposal-hhmm
           end-if
       end-if.

       move spaces to req-new-datetime.
       string
           answer-date delimited by size
           proposal-hhmm delimited by size
           "0000" delimited by size
           Fdv-tz delimited by size
           into req-new-datetime
       end-string.

       move spaces to req-reason.
       string
           "在館・PCログとの乖離: " delimited by size
           answer-text delimited by size
           into req-reason
       end-string.

write-request.
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

       move Fseq-value to Fscr-id.
       move req-userid to Fscr-userid.
       move req-target-stamp-id to Fscr-target-stamp-id.
       move req-new-datetime to Fscr-new-datetime.
       move req-new-statusid to Fscr-new-statusid.
       move req-reason to Fscr-reason.
       move zero to Fscr-status.
       move zero to Fscr-approver.
       move function current-date to Fscr-requested-at.

       open i-o correct-file.
       if correct-status not = "00"
           open output correct-file
           close correct-file
           open i-o correct-file
       end-if.
       write Fscr-rec
           invalid key
               display "申請の登録に失敗しました"
       end-write.
       close correct-file.

       display "打刻訂正を申請しました（申請番号 " Fscr-id "）承認待ちです".
