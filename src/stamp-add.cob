               access mode dynamic
               record key is Fagg-key
               status agg-status.
           select employee-company-file
               assign to "./dat/employee-company.dat"
               organization indexed
               access mode dynamic
               record key is Fec-userid
               status employee-company-status.
           select concurrent-file assign to "./dat/concurrent-assign.dat"
               organization indexed
               access mode sequential
               record key is Fca-key
               status concurrent-status.
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
                   05 Fagg-day-in pic 9(4).
                   05 Fagg-day-out pic 9(4).
                   05 Fagg-day-worked pic 9(4).
       fd employee-company-file.
           01 Fec-rec.
               03 Fec-userid pic 9(7).
               03 Fec-company pic 9(2).
               03 Fec-updated-by pic 9(7).
               03 Fec-updated-at pic X(21).
       fd concurrent-file.
           01 Fca-rec.
               03 Fca-key.
                   05 Fca-userid pic 9(7).
                   05 Fca-dept pic 9(2).
                   05 Fca-from pic X(8).
               03 Fca-to pic X(8).
               03 Fca-share pic 9(3).
               03 Fca-roll pic 9(2).
               03 Fca-registered-by pic 9(7).
               03 Fca-registered-at pic X(21).
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
       01 residence-punch-date pic X(8).
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
       *> 打刻が変わった月の集計キャッシュ（month-agg.dat）失効用
       01 agg-status pic XX.
       01 agg-mark-userid pic 9(7).
       01 is-backfill pic X value "n".
       *> 部署スコープの承認権限チェック用
       01 approver-dept pic 9(2).
       *> 兼務（concurrent-assign.dat）を含めて同じ部署に属しているか
       01 concurrent-status pic XX.
       01 backfill-dept pic 9(2).
       01 shared-dept pic 9.
       01 held-today pic X(8).
       01 approver-holds pic 9 occurs 99 times indexed by held-idx.
       01 target-holds pic 9 occurs 99 times.
       01 dept-override-choice pic X.
       01 dept-check-ok pic 9.
       *> 承認権限の委任（delegation.dat）の照合結果
       *> 勤務場所（在宅勤務手当・通勤費監査用）
       01 sloc-status pic XX.
       01 location-select pic 9.
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
       accept auth-username.

       open input user-file.
       if user-status not = "00"
           go to offline-authenticate
       end-if.
       perform until user-status not = "00"
           read user-file
           if auth-username = Fusername then

       go to authenticate-password.

offline-authenticate.
       *> 共有フォルダに接続できない間は打刻を端末に一時保存し、
       *> 本人確認（パスワード照合）は登録時に行う
       display "勤怠ファイルに接続できません（status " user-status "）".
       display "打刻を端末に一時保存します（接続の回復後に本人確認のうえ登録されます）".
       move spaces to buffer-cause.
       string "user " delimited by size
           user-status delimited by size
           into buffer-cause
       end-string.
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

       move "U" to buffer-token-kind.
       move zero to buffer-userid.
       move auth-username to buffer-token.
       move auth-password-hash to buffer-pswd-hash.
       move function current-date to buffer-datetime.
       perform scan-punch-buffer thru scan-punch-buffer-exit.
       move buffer-last-status to last-status-id.
       perform set-legal-status.
       perform display-punch-state.

offline-accept-status.
       display "以下の番号を入力してください".
       perform varying legal-idx from 1 by 1 until legal-idx > 8
           if legal-status(legal-idx) = 1
               perform display-offline-status
           end-if
       end-perform.
       move zero to buffer-statusid.
       accept buffer-statusid.
       if buffer-statusid < 1 or buffer-statusid > 8
           display "現在の状態からは選べないステータスです"
           go to offline-accept-status
       end-if.
       if legal-status(buffer-statusid) = 0
           display "現在の状態からは選べないステータスです"
           go to offline-accept-status
       end-if.

       perform write-punch-buffer thru write-punch-buffer-exit.
       if buffer-written = 1
           display "打刻を端末に一時保存しました（"
               buffer-datetime(9:2) ":" buffer-datetime(11:2) "）"
           display "接続の回復後に kintai-punch-replay で登録されます"
       else
           display "打刻は登録されていません。時間をおいて再度お試しください"
       end-if.
       goback.

display-offline-status.
       *> ステータスマスタも読めないため名称は固定で表示する
       evaluate legal-idx
       when 1
           display "1 出勤"
       when 2
           display "2 退勤"
       when 3
           display "3 直行"
       when 4
           display "4 直帰"
       when 5
           display "5 休憩始"
       when 6
           display "6 休憩終"
       when 7
           display "7 外出"
       when 8
           display "8 外出戻り"
       end-evaluate.

check-pswd-expiry-gate.
       *> 期限切れ・仮パスワードのままの利用は拒否する。
       *> （変更は kintai-menu から。管理台帳が無い旧ユーザは対象外）
       end-perform.
       close user-file.

check-residence.
       *> 在留期間の満了日を過ぎた外国人従業員、就労不可の在留資格の者の
       *> 打刻は受け付けない（不法就労防止）。承認者による代理打刻は
       *> 記録のうえ続行する
       move zero to residence-found.
       open input residence-file.
       if residence-status not = "00"
           go to check-residence-exit
       end-if.
       move Fstamp-userid to Frs-userid.
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

       move Fstamp-datetime(1:8) to residence-punch-date.
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
                   function numval(residence-punch-date))
           if residence-days-left >= 0
               if residence-days-left <= 30
                   display "注意: 在留期間の満了日（" Frs-expiry-date
                       "）まで残り " residence-days-left " 日です"
               end-if
               go to check-residence-exit
           end-if
           *> 満了日までに更新を申請していれば、満了日から2か月までは
           *> 引き続き就労できる（特例期間）
           if Frs-renewal-applied not = spaces
               perform compute-residence-grace
               if residence-punch-date <= residence-grace-date
                   display "注意: 在留期間の更新申請中（特例期間 "
                       residence-grace-date " まで）の打刻です"
                   display "在留カードの更新を確認してください"
                   move "renewal-pending" to residence-reason
               else
                   move "expired" to residence-reason
               end-if
           else
               move "expired" to residence-reason
           end-if
       end-if.

       if residence-reason = "not-permitted"
           display "警告: 就労が認められない在留資格として登録されています"
       end-if.
       if residence-reason = "expired"
           display "警告: 在留期間の満了日（" Frs-expiry-date
               "）を過ぎています"
       end-if.

       open extend log-file.
       move function current-date to log-timestamp.
       move spaces to log-comments.
       string
           "[WARN] residence " delimited by size
           function trim(residence-reason) delimited by size
           " userid " delimited by size
           Fstamp-userid delimited by size
           " at " delimited by size
           Fstamp-datetime(1:12) delimited by size
           into log-comments
       end-string.
       write Flog-rec.
       close log-file.

       if residence-reason = "renewal-pending"
           go to check-residence-exit
       end-if.
       if is-backfill = "y"
           display "承認者による代理打刻のため記録のうえ続行します"
       else
           display "人事担当者に在留カードを提示してください"
           display "打刻を受け付けません"
           goback
       end-if.

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

authenticate-logging.
       open extend log-file.
       move function current-date to log-timestamp.
check-backfill-dept.
       *> 代理打刻は原則として同一部署の承認者に限る（監査指摘対応）
       move 1 to dept-check-ok.
       move Fdept to backfill-dept.
       perform check-shared-dept thru check-shared-dept-exit.
       if shared-dept = 1
           go to check-backfill-dept-exit
       end-if.

       display "対象者は別部署（部署" backfill-dept "）のユーザです".
       display "越権で代理打刻を行いますか？ [y/n]".
       accept dept-override-choice.

check-backfill-dept-exit.
       exit.

check-shared-dept.
       *> 本務・兼務のいずれかで承認者と対象者が同じ部署にいれば同一部署。
       *> 承認者の兼務先は、兼務先での役割が承認権限を持つもの（2/5/6）に限る
       move zero to shared-dept.
       if backfill-dept = approver-dept
           move 1 to shared-dept
           go to check-shared-dept-exit
       end-if.
       perform varying held-idx from 1 by 1 until held-idx > 99
           move zero to approver-holds(held-idx)
           move zero to target-holds(held-idx)
       end-perform.
       if approver-dept >= 1 and approver-dept <= 99
           move 1 to approver-holds(approver-dept)
       end-if.
       if backfill-dept >= 1 and backfill-dept <= 99
           move 1 to target-holds(backfill-dept)
       end-if.

       move function current-date(1:8) to held-today.
       open input concurrent-file.
       if concurrent-status not = "00"
           go to check-shared-dept-exit
       end-if.
       perform until concurrent-status not = "00"
           read concurrent-file next record
               at end move "10" to concurrent-status
               not at end
                   if Fca-from <= held-today
                       and (Fca-to = spaces or Fca-to >= held-today)
                       and Fca-dept >= 1 and Fca-dept <= 99
                       if Fca-userid = approver-userid
                           and (Fca-roll = 2 or Fca-roll = 5
                               or Fca-roll = 6)
                           move 1 to approver-holds(Fca-dept)
                       end-if
                       if Fca-userid = backfill-userid
                           move 1 to target-holds(Fca-dept)
                       end-if
                   end-if
           end-read
       end-perform.
       close concurrent-file.

       perform varying held-idx from 1 by 1 until held-idx > 99
           if approver-holds(held-idx) = 1
               and target-holds(held-idx) = 1
               move 1 to shared-dept
           end-if
       end-perform.

check-shared-dept-exit.
       exit.

backfill-datetime-procedure.
       display "打刻日時を入力してください(21桁): (例: YYYYMMDDhhmmss00+0900)".
       accept backfill-datetime.
       end-perform.
       close stamp-file.

       *> 接続障害で端末に一時保存した当日分があればそちらが新しい
       move "I" to buffer-token-kind.
       move Fuser-id to buffer-userid.
       move spaces to buffer-token.
       move function current-date to buffer-datetime.
       perform scan-punch-buffer thru scan-punch-buffer-exit.
       if buffer-last-status not = zero
           move buffer-last-status to last-status-id
       end-if.
       *> 範囲読みで上書きされた打刻レコードを今回の打刻に戻す
       move Fuser-id to Fstamp-userid.
       move function current-date to Fstamp-datetime.
       move zero to Fstamp-approver.
       perform set-legal-status.

set-legal-status.
       *> 状態ごとに次に許される打刻だけを立てる
       perform varying legal-idx from 1 by 1 until legal-idx > 8
           move zero to legal-status(legal-idx)
       perform check-minor-restriction
           thru check-minor-restriction-exit.

       perform check-residence
           thru check-residence-exit.

       perform check-month-lock.

       if target-month-locked = 1 and is-backfill not = "y" then

       move 1 to seq-key.
       open i-o seq-file.
       if seq-status not = "00" and is-backfill not = "y"
           move spaces to buffer-cause
           string "stamp-seq " delimited by size
               seq-status delimited by size
               into buffer-cause
           end-string
           go to write-buffered
       end-if.
       read seq-file
           invalid key
               move zero to Fseq-value
           open i-o stamp-file
       end-perform.

       if stamp-status not = "00" and is-backfill not = "y"
           move spaces to buffer-cause
           string "stamp " delimited by size
               stamp-status delimited by size
               into buffer-cause
           end-string
           go to write-buffered
       end-if.
       if stamp-status not = "00"
           display "打刻ファイルを開けませんでした（status "
               stamp-status "）"

       goback.

write-buffered.
       *> 打刻ファイルが開けない間は端末に一時保存する（代理打刻は対象外）
       move "I" to buffer-token-kind.
       move Fstamp-userid to buffer-userid.
       move spaces to buffer-token.
       move spaces to buffer-pswd-hash.
       move Fstamp-datetime to buffer-datetime.
       move Fstamp-statusid to buffer-statusid.
       perform write-punch-buffer thru write-punch-buffer-exit.
       if buffer-written = 1
           display "打刻ファイルを開けないため、打刻を端末に一時保存しました"
           display Fstamp-datetime
           display "接続の回復後に kintai-punch-replay で登録されます"
       else
           display "打刻は登録されていません。時間をおいて再度お試しください"
       end-if.
       goback.

record-work-location.
       *> 出勤打刻に勤務場所を付ける（stamp-device.datと同じ
       *> 打刻ID紐付けの別表方式。stamp.datのレイアウトは変えない）
           end-if
           move -1 to wcap-prev-in
       end-evaluate.

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
       move "kintai-stamp-add" to Fpb-program.
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
