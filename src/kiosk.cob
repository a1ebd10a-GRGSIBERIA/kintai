           select log-file assign to "./dat/log.dat"
               organization line sequential
               status log-status.
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
           select residence-file assign to "./dat/residence.dat"
               organization indexed
               access mode dynamic
               record key is Frs-userid
               status residence-status.
           select terminal-file assign to "./local/terminal.dat"
               organization line sequential
               status terminal-status.
           select punch-buffer-file assign to "./local/punch-buffer.dat"
               organization sequential
               status punch-buffer-status.
data division.
file section.
       fd user-file.
           01 Flog-rec.
               03 log-timestamp pic X(21).
               03 log-comments pic X(128).
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
       fd residence-file.
           01 Frs-rec.
               03 Frs-userid pic 9(7).
               03 Frs-nationality pic X(40).
               03 Frs-status-name pic X(60).
               03 Frs-card-number pic X(12).
               03 Frs-expiry-date pic X(8).
               03 Frs-work-scope pic X.
               03 Frs-renewal-applied pic X(8).
               03 Frs-alert-sent pic X.
               03 Frs-registered-by pic 9(7).
               03 Frs-registered-at pic X(21).
       fd terminal-file.
           01 Fterm-rec.
               03 Fterm-device-id pic X(8).
               03 Fterm-filler pic X.
               03 Fterm-key pic X(40).
       fd punch-buffer-file.
           01 Fpb-rec.
               03 Fpb-signed.
                   05 Fpb-seq pic 9(6).
                   05 Fpb-outage-id pic X(14).
                   05 Fpb-device-id pic X(8).
                   05 Fpb-program pic X(30).
                   05 Fpb-token-kind pic X.
                   05 Fpb-userid pic 9(7).
                   05 Fpb-token pic X(64).
                   05 Fpb-pswd-hash pic X(20).
                   05 Fpb-datetime pic X(21).
                   05 Fpb-statusid pic 9.
                   05 Fpb-cause pic X(12).
               03 Fpb-signature pic X(20).
               03 Fpb-state pic X.
               03 Fpb-replayed-at pic X(21).
               03 Fpb-stamp-id pic 9(12).
               03 Fpb-result pic X(20).
working-storage section.
       *> 在留期間（residence.dat）の照合用
       01 residence-status pic XX.
       01 residence-found pic 9.
       01 residence-blocked pic 9.
       01 residence-days-left pic s9(6).
       01 residence-grace-num pic 9(8).
       01 residence-grace-date pic X(8).
       01 residence-grace-yyyy pic 9(4).
       01 residence-grace-mm pic 9(2).
       01 residence-grace-dd pic 9(2).
       01 residence-reason pic X(20).
       *> 会社別の月ロック（month-lock-company.dat）の照合用
       01 employee-company-status pic XX.
       01 lock-company-status pic XX.
       01 stamp-company pic 9(2).
       01 key-rec.
           03 stamp-key pic 9(12).
           03 seq-key pic 9(7) value 1.
       01 jr-action-ws pic X(3).
       01 jr-before-ws pic X(700).
       01 jr-after-ws pic X(700).
       *> 共有フォルダ（./dat）に接続できない間の打刻の一時保存。
       *> 端末ローカルに署名付きで保存し、kintai-punch-replay で登録する
       *> （token-kind I: 本人確認済み userid、B: 社員証、U: ユーザ名＋パスワード）
       01 terminal-status pic XX.
       01 punch-buffer-status pic XX.
       01 terminal-device-id pic X(8).
       01 terminal-key pic X(40).
       01 buffer-cause pic X(12).
       01 buffer-token-kind pic X.
       01 buffer-userid pic 9(7).
       01 buffer-token pic X(64).
       01 buffer-pswd-hash pic X(20).
       01 buffer-datetime pic X(21).
       01 buffer-statusid pic 9.
       01 buffer-written pic 9.
       01 punch-offline pic 9 value zero.
       01 buffer-last-seq pic 9(6).
       01 buffer-last-state pic X.
       01 buffer-last-outage pic X(14).
       01 buffer-last-status pic 9.
       01 sign-input.
           03 sign-body pic X(184).
           03 sign-key pic X(40).
       01 sign-digest pic X(20).

procedure division.
       display "勤怠管理システム".
           go to kiosk-loop
       end-if.

       move zero to punch-offline.
       perform resolve-token thru resolve-token-exit.
       if punch-offline = 1
           go to offline-punch
       end-if.
       if punch-found = zero
           go to kiosk-loop
       end-if.
       perform record-punch thru record-punch-done.
       go to kiosk-loop.

offline-punch.
       *> 本人確認は登録時に行う（社員証は有効期間、ユーザ名はパスワード）
       display "勤怠ファイルに接続できません。打刻を端末に一時保存します".
       display "社員証の場合は空欄のまま、ユーザ名の場合はパスワードを入力してください".
       move spaces to member-password.
       accept member-password.
       move kiosk-token to buffer-token.
       move zero to buffer-userid.
       if member-password = spaces
           move "B" to buffer-token-kind
           move spaces to buffer-pswd-hash
       else
           move "U" to buffer-token-kind
           call "SHA1" using
               by reference member-password
               by value function length(function trim(member-password))
               by reference member-hash
               on exception
                   display "SHA1ライブラリとのリンクに失敗しました"
                   move member-password to member-hash
           end-call
           move member-hash to buffer-pswd-hash
       end-if.
       move function current-date to buffer-datetime.

       *> 出勤・退勤は当日の一時保存分から判定する
       perform scan-punch-buffer thru scan-punch-buffer-exit.
       if buffer-last-status = 1
           move 2 to buffer-statusid
           move "退勤" to state-name
       else
           move 1 to buffer-statusid
           move "出勤" to state-name
       end-if.

       perform write-punch-buffer thru write-punch-buffer-exit.
       if buffer-written = 1
           add 1 to punch-count
           display function trim(state-name) " を端末に一時保存しました（"
               buffer-datetime(9:2) ":" buffer-datetime(11:2)
               "）。接続の回復後に登録されます"
       else
           display "打刻を受け付けられませんでした（管理者に連絡してください）"
       end-if.
       go to kiosk-loop.

close-session.
       display "キオスクを終了します（打刻 " punch-count " 件）".

       end-if.

       open input user-file.
       if user-status not = "00"
           *> 共有フォルダに接続できない（端末に一時保存する）
           move 1 to punch-offline
           move spaces to buffer-cause
           string "user " delimited by size
               user-status delimited by size
               into buffer-cause
           end-string
           go to resolve-token-exit
       end-if.
       perform until user-status not = "00"
           read user-file
               at end continue
       end-perform.
       close stamp-file.

       *> 接続障害で端末に一時保存した当日分があればそちらが新しい
       move "I" to buffer-token-kind.
       move punch-userid to buffer-userid.
       move spaces to buffer-token.
       move function current-date to buffer-datetime.
       perform scan-punch-buffer thru scan-punch-buffer-exit.
       if buffer-last-status not = zero
           move buffer-last-status to last-status-id
       end-if.

       *> キオスクは出勤・退勤のみ受け付ける（休憩は通常打刻で）
       evaluate last-status-id
       when 0
           go to record-punch-done
       end-if.

       perform check-residence thru check-residence-exit.
       if residence-blocked = 1
           display "在留期間の確認が必要なため打刻できません"
           display "人事担当者に在留カードを提示してください"
           go to record-punch-done
       end-if.

       move 1 to seq-key.
       open i-o seq-file.
       if seq-status not = "00"
           move spaces to buffer-cause
           string "stamp-seq " delimited by size
               seq-status delimited by size
               into buffer-cause
           end-string
           go to record-punch-buffer
       end-if.
       read seq-file
           invalid key
               move zero to Fseq-value
       move Fseq-value to Fstamp-id.

       open i-o stamp-file.
       if stamp-status not = "00"
           move spaces to buffer-cause
           string "stamp " delimited by size
               stamp-status delimited by size
               into buffer-cause
           end-string
           go to record-punch-buffer
       end-if.
       write Fstamp-rec
           invalid key
               display "打刻の書き込みに失敗しました"
           function trim(punch-firstname) " さん  "
           function trim(state-name) " を記録しました（"
           Fstamp-datetime(9:2) ":" Fstamp-datetime(11:2) "）".
       go to record-punch-done.

record-punch-buffer.
       *> 打刻ファイルが開けない間は端末に一時保存する
       move "I" to buffer-token-kind.
       move punch-userid to buffer-userid.
       move spaces to buffer-token.
       move spaces to buffer-pswd-hash.
       move Fstamp-datetime to buffer-datetime.
       move next-status to buffer-statusid.
       perform write-punch-buffer thru write-punch-buffer-exit.
       if buffer-written = 1
           add 1 to punch-count
           display function trim(punch-lastname) " "
               function trim(punch-firstname) " さん  "
               function trim(state-name) " を端末に一時保存しました（"
               Fstamp-datetime(9:2) ":" Fstamp-datetime(11:2)
               "）。接続の回復後に登録されます"
       else
           display "打刻を受け付けられませんでした（管理者に連絡してください）"
       end-if.

record-punch-done.
       exit.

check-residence.
       *> 在留期間の満了日を過ぎた外国人従業員、就労不可の在留資格の者の
       *> 打刻は受け付けない（特例期間中は注意表示のうえ記録する）
       move zero to residence-blocked.
       move zero to residence-found.
       open input residence-file.
       if residence-status not = "00"
           go to check-residence-exit
       end-if.
       move punch-userid to Frs-userid.
       read residence-file
           invalid key continue
       end-read.
       if residence-status = "00"
           move 1 to residence-found
       end-if.
       close residence-file.
       if residence-found = zero
           go to check-residence-exit
       end-if.

       move spaces to residence-reason.
       if Frs-work-scope = "N"
           move "not-permitted" to residence-reason
       else
           if Frs-expiry-date = spaces
               go to check-residence-exit
           end-if
           compute residence-days-left =
               function integer-of-date(function numval(Frs-expiry-date))
               - function integer-of-date(
                   function numval(Fstamp-datetime(1:8)))
           if residence-days-left >= 0
               if residence-days-left <= 30
                   display "注意: 在留期間の満了日（" Frs-expiry-date
                       "）まで残り " residence-days-left " 日です"
               end-if
               go to check-residence-exit
           end-if
           move "expired" to residence-reason
           *> 満了日までに更新を申請していれば、満了日から2か月までは
           *> 引き続き就労できる（特例期間）
           if Frs-renewal-applied not = spaces
               perform compute-residence-grace
               if Fstamp-datetime(1:8) <= residence-grace-date
                   display "注意: 在留期間の更新申請中（特例期間 "
                       residence-grace-date " まで）です"
                   move "renewal-pending" to residence-reason
               end-if
           end-if
       end-if.

       if residence-reason not = "renewal-pending"
           move 1 to residence-blocked
       end-if.

       open extend log-file.
       move function current-date to log-timestamp.
       move spaces to log-comments.
       string
           "[WARN] kiosk residence " delimited by size
           function trim(residence-reason) delimited by size
           " userid " delimited by size
           punch-userid delimited by size
           " at " delimited by size
           Fstamp-datetime(1:12) delimited by size
           into log-comments
       end-string.
       write Flog-rec.
       close log-file.

check-residence-exit.
       exit.

compute-residence-grace.
       move Frs-expiry-date(1:4) to residence-grace-yyyy.
       move Frs-expiry-date(5:2) to residence-grace-mm.
       move Frs-expiry-date(7:2) to residence-grace-dd.
       add 2 to residence-grace-mm.
       if residence-grace-mm > 12
           subtract 12 from residence-grace-mm
           add 1 to residence-grace-yyyy
       end-if.
       compute residence-grace-num = residence-grace-yyyy * 10000
           + residence-grace-mm * 100 + residence-grace-dd.
       *> 応当日がない月（31日→30日など）は月末にする
       perform until function test-date-yyyymmdd(residence-grace-num)
           = zero
           subtract 1 from residence-grace-num
       end-perform.
       move residence-grace-num to residence-grace-date.

check-month-lock.
       move zero to target-month-locked.
       open input month-lock-file.
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

check-authority.
       *> 権限マトリクス（permission.dat）を優先し、対象機能の行が
       *> 1件もなければ従来の役職判定にフォールバックする

mark-agg-stale-exit.
       exit.

load-terminal.
       *> 端末IDと署名キー（kintai-terminal-register で設定する）
       move spaces to terminal-device-id.
       move spaces to terminal-key.
       open input terminal-file.
       if terminal-status not = "00"
           go to load-terminal-exit
       end-if.
       read terminal-file
           at end move spaces to Fterm-rec
       end-read.
       close terminal-file.
       move Fterm-device-id to terminal-device-id.
       move Fterm-key to terminal-key.

load-terminal-exit.
       exit.

scan-punch-buffer.
       *> 一時保存ファイル末尾の状態と、本人の当日の最後の未登録打刻
       move zero to buffer-last-seq.
       move space to buffer-last-state.
       move spaces to buffer-last-outage.
       move zero to buffer-last-status.
       open input punch-buffer-file.
       if punch-buffer-status not = "00"
           go to scan-punch-buffer-exit
       end-if.
       perform until punch-buffer-status not = "00"
           read punch-buffer-file
               at end move "10" to punch-buffer-status
               not at end
                   move Fpb-seq to buffer-last-seq
                   move Fpb-state to buffer-last-state
                   move Fpb-outage-id to buffer-last-outage
                   if Fpb-state = "B"
                       and Fpb-datetime(1:8) = buffer-datetime(1:8)
                       and Fpb-token-kind = buffer-token-kind
                       and Fpb-userid = buffer-userid
                       and Fpb-token = buffer-token
                       move Fpb-statusid to buffer-last-status
                   end-if
           end-read
       end-perform.
       close punch-buffer-file.

scan-punch-buffer-exit.
       exit.

write-punch-buffer.
       *> 元の打刻日時と端末IDを付け、署名（SHA1）して端末に保存する
       move zero to buffer-written.
       perform load-terminal thru load-terminal-exit.
       if terminal-device-id = spaces
           display "この端末は一時保存用に登録されていません"
           display "（kintai-terminal-register で端末を登録してください）"
           go to write-punch-buffer-exit
       end-if.
       perform scan-punch-buffer thru scan-punch-buffer-exit.

       initialize Fpb-rec.
       compute Fpb-seq = buffer-last-seq + 1.
       *> 未登録の保存が続いている間は同じ障害として扱う
       if buffer-last-state = "B" and buffer-last-outage not = spaces
           move buffer-last-outage to Fpb-outage-id
       else
           move buffer-datetime(1:14) to Fpb-outage-id
       end-if.
       move terminal-device-id to Fpb-device-id.
       move "kintai-kiosk" to Fpb-program.
       move buffer-token-kind to Fpb-token-kind.
       move buffer-userid to Fpb-userid.
       move buffer-token to Fpb-token.
       move buffer-pswd-hash to Fpb-pswd-hash.
       move buffer-datetime to Fpb-datetime.
       move buffer-statusid to Fpb-statusid.
       move buffer-cause to Fpb-cause.

       move Fpb-signed to sign-body.
       move terminal-key to sign-key.
       call "SHA1" using
           by reference sign-input
           by value function length(sign-input)
           by reference sign-digest
           on exception
               display "SHA1ライブラリとのリンクに失敗しました"
               move sign-input to sign-digest
       end-call.
       move sign-digest to Fpb-signature.
       move "B" to Fpb-state.
       move spaces to Fpb-replayed-at.
       move zero to Fpb-stamp-id.
       move spaces to Fpb-result.

       open extend punch-buffer-file.
       if punch-buffer-status not = "00"
           open output punch-buffer-file
       end-if.
       if punch-buffer-status not = "00"
           display "端末への一時保存にも失敗しました（status "
               punch-buffer-status "）"
           go to write-punch-buffer-exit
       end-if.
       write Fpb-rec.
       close punch-buffer-file.
       move 1 to buffer-written.

write-punch-buffer-exit.
       exit.
