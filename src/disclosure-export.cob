identification division.
program-id. kintai-disclosure-export.

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
           select request-file assign to "./dat/disclosure-request.dat"
               organization indexed
               access mode dynamic
               record key is Fdr-id
               status request-status.
           select request-seq-file assign to "./dat/disclosure-seq.dat"
               organization relative
               access mode dynamic
               relative key dr-seq-key
               status dr-seq-status.
           select disclosure-file assign using disclosure-name
               organization line sequential
               status disclosure-status.
           select audit-file assign to "./dat/audit.dat"
               organization line sequential
               status audit-status.
           select role-history-file assign to "./dat/role-history.dat"
               organization line sequential
               status role-history-status.
           select stamp-file assign to "./dat/stamp.dat"
               organization indexed
               access mode dynamic
               record key is Fstamp-id
               alternate record key is Fstamp-user-key
                   with duplicates
               status stamp-status.
           select archive-index-file assign to "./dat/stamp-archive-index.dat"
               organization line sequential
               status archive-index-status.
           select archive-csv-file assign using archive-csv-name
               organization line sequential
               status archive-csv-status.
           select leave-file assign to "./dat/leave.dat"
               organization indexed
               access mode dynamic
               record key is Fleave-id
               status leave-status.
           select daikyu-file assign to "./dat/daikyu.dat"
               organization indexed
               access mode dynamic
               record key is Fdaikyu-id
               status daikyu-status.
           select excusal-file assign to "./dat/excusal.dat"
               organization indexed
               access mode dynamic
               record key is Fexc-id
               status excusal-status.
           select overtime-req-file assign to "./dat/overtime-req.dat"
               organization indexed
               access mode dynamic
               record key is Fot-id
               status overtime-req-status.
           select holiday-work-file assign to "./dat/holiday-work.dat"
               organization indexed
               access mode dynamic
               record key is Fhw-id
               status holiday-work-status.
           select dependents-file assign to "./dat/dependents.dat"
               organization indexed
               access mode dynamic
               record key is Fdep-userid
               status dependents-status.
           select ec-file assign to "./dat/emergency-contact.dat"
               organization indexed
               access mode dynamic
               record key is Fec-userid
               status ec-status.
           select bank-file assign to "./dat/bank-account.dat"
               organization indexed
               access mode dynamic
               record key is Fbank-userid
               status bank-status.
           select commute-file assign to "./dat/commute-allowance.dat"
               organization relative
               access mode sequential
               relative key commute-key
               status commute-status.
           select register-file assign to "./dat/payslip-register.dat"
               organization line sequential
               status register-status.
           select notify-file assign to "./dat/notify.dat"
               organization indexed
               access mode dynamic
               record key is Fntf-id
               status notify-status.
           select read-access-file assign to "./dat/read-access.dat"
               organization line sequential
               status read-access-status.
           select security-alert-file assign to "./dat/security-alert.dat"
               organization line sequential
               status alert-status.
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
       fd request-file.
           01 Fdr-rec.
               03 Fdr-id pic 9(7).
               03 Fdr-userid pic 9(7).
               03 Fdr-requested-date pic X(8).
               03 Fdr-received-by pic 9(7).
               03 Fdr-received-at pic X(21).
               03 Fdr-status pic X.
               03 Fdr-approver pic 9(7).
               03 Fdr-approved-at pic X(21).
               03 Fdr-file-name pic X(60).
               03 Fdr-record-count pic 9(7).
               03 Fdr-delivery-method pic X.
               03 Fdr-delivered-by pic 9(7).
               03 Fdr-delivered-at pic X(21).
       fd request-seq-file.
           01 Fdrseq-rec.
               03 Fdrseq-value pic 9(7).
       fd disclosure-file.
           01 disclosure-line pic X(1200).
       fd audit-file.
           01 audit-rec.
               03 audit-userid pic 9(7).
               03 audit-field-name pic X(20).
               03 audit-old-value pic N(254) usage national.
               03 audit-new-value pic N(254) usage national.
               03 audit-approver pic X(64).
               03 audit-timestamp pic X(21).
       fd role-history-file.
           01 Frh-rec.
               03 Frh-userid pic 9(7).
               03 Frh-old-roll pic 9(2).
               03 Frh-new-roll pic 9(2).
               03 Frh-approver pic X(64).
               03 Frh-effective-date pic X(8).
               03 Frh-second-approver pic X(64).
       fd stamp-file.
           01 Fstamp-rec.
               03 Fstamp-id pic 9(12).
               03 Fstamp-user-key.
                   05 Fstamp-userid pic 9(7).
                   05 Fstamp-datetime pic X(21).
               03 Fstamp-statusid pic 9.
               03 Fstamp-approver pic 9(7).
               03 Fstamp-cancelled pic X.
               03 Fstamp-cancel-approver pic 9(7).
       fd archive-index-file.
           01 Faidx-rec.
               03 Faidx-year pic X(4).
               03 Faidx-filler1 pic X.
               03 Faidx-from pic X(8).
               03 Faidx-filler2 pic X.
               03 Faidx-to pic X(8).
               03 Faidx-filler3 pic X.
               03 Faidx-count pic 9(7).
       fd archive-csv-file.
           01 archive-csv-line pic X(128).
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
       fd daikyu-file.
           01 Fdaikyu-rec.
               03 Fdaikyu-id pic 9(7).
               03 Fdaikyu-userid pic 9(7).
               03 Fdaikyu-worked-date pic X(8).
               03 Fdaikyu-granted-date pic X(8).
               03 Fdaikyu-expiry-date pic X(8).
               03 Fdaikyu-status pic 9.
               03 Fdaikyu-taken-date pic X(8).
               03 Fdaikyu-approver pic 9(7).
       fd excusal-file.
           01 Fexc-rec.
               03 Fexc-id pic 9(7).
               03 Fexc-userid pic 9(7).
               03 Fexc-date pic X(8).
               03 Fexc-type pic 9.
               03 Fexc-reason pic X(64).
               03 Fexc-status pic 9.
               03 Fexc-approver pic 9(7).
               03 Fexc-requested-at pic X(21).
       fd overtime-req-file.
           01 Fot-rec.
               03 Fot-id pic 9(7).
               03 Fot-userid pic 9(7).
               03 Fot-date pic X(8).
               03 Fot-hours pic 9(2)v99.
               03 Fot-reason pic X(64).
               03 Fot-status pic 9.
               03 Fot-approver pic 9(7).
               03 Fot-requested-at pic X(21).
       fd holiday-work-file.
           01 Fhw-rec.
               03 Fhw-id pic 9(7).
               03 Fhw-userid pic 9(7).
               03 Fhw-date pic X(8).
               03 Fhw-hours pic 9(2)v99.
               03 Fhw-reason pic X(64).
               03 Fhw-status pic 9.
               03 Fhw-approver pic 9(7).
               03 Fhw-requested-at pic X(21).
       fd dependents-file.
           01 Fdep-rec.
               03 Fdep-userid pic 9(7).
               03 Fdep-count pic 9(2).
               03 Fdep-relationship pic N(10).
       fd ec-file.
           01 Fec-rec.
               03 Fec-userid pic 9(7).
               03 Fec-name pic N(32).
               03 Fec-relationship pic N(10).
               03 Fec-phone pic X(14).
       fd bank-file.
           01 Fbank-rec.
               03 Fbank-userid pic 9(7).
               03 Fbank-bank-code pic 9(4).
               03 Fbank-branch-code pic 9(3).
               03 Fbank-account-type pic 9.
               03 Fbank-account-number pic 9(7).
               03 Fbank-payee-kana pic X(30).
       fd commute-file.
           01 Fcom-rec.
               03 Fcom-userid pic 9(7).
               03 Fcom-amount pic 9(6)v99.
               03 Fcom-taxable pic 9(6)v99.
               03 Fcom-nontaxable pic 9(6)v99.
               03 Fcom-effective-from pic X(8).
       fd register-file.
           01 Fpsr-rec.
               03 Fpsr-yyyymm pic X(6).
               03 Fpsr-filler1 pic X.
               03 Fpsr-userid pic 9(7).
               03 Fpsr-filler2 pic X.
               03 Fpsr-kind pic X.
               03 Fpsr-filler3 pic X.
               03 Fpsr-issued-at pic X(21).
       fd notify-file.
           01 Fntf-rec.
               03 Fntf-id pic 9(7).
               03 Fntf-recipient pic 9(7).
               03 Fntf-event pic X(20).
               03 Fntf-ref-id pic 9(12).
               03 Fntf-created-at pic X(21).
               03 Fntf-delivered pic X.
               03 Fntf-read pic X.
       fd read-access-file.
           01 Fra-rec.
               03 Fra-timestamp pic X(21).
               03 Fra-filler1 pic X.
               03 Fra-viewer pic 9(7).
               03 Fra-filler2 pic X.
               03 Fra-program pic X(20).
               03 Fra-filler3 pic X.
               03 Fra-target pic X(20).
               03 Fra-filler4 pic X.
               03 Fra-dest pic X(8).
               03 Fra-filler5 pic X.
               03 Fra-purpose pic X(2).
               03 Fra-filler6 pic X.
               03 Fra-view pic X.
       fd security-alert-file.
           01 Falert-rec.
               03 Falert-timestamp pic X(21).
               03 Falert-username pic X(64).
               03 Falert-source pic X(20).
               03 Falert-message pic X(128).
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
           03 request-status pic XX.
           03 dr-seq-status pic XX.
           03 disclosure-status pic XX.
           03 audit-status pic XX.
           03 role-history-status pic XX.
           03 stamp-status pic XX.
           03 archive-index-status pic XX.
           03 archive-csv-status pic XX.
           03 leave-status pic XX.
           03 daikyu-status pic XX.
           03 excusal-status pic XX.
           03 overtime-req-status pic XX.
           03 holiday-work-status pic XX.
           03 dependents-status pic XX.
           03 ec-status pic XX.
           03 bank-status pic XX.
           03 commute-status pic XX.
           03 register-status pic XX.
           03 notify-status pic XX.
           03 read-access-status pic XX.
           03 alert-status pic XX.
       01 dr-seq-key pic 9(7) value 1.
       01 commute-key pic 9(5).
       01 registrar-userid pic 9(7).
       01 mode-choice pic 9.
       01 decision-choice pic 9.
       01 target-id pic 9(7).
       01 target-userid pic 9(7).
       01 target-username pic X(64).
       01 target-found pic 9.
       01 list-count pic 9(5).
       01 log-action pic X(60).
       01 confirm-answer pic X.
       01 new-date pic X(8).
       01 date-check-num pic 9(8).
       01 new-method pic X.
       01 disclosure-name pic X(60).
       *> 開示ファイルの区分見出しと件数
       01 section-title pic X(80).
       01 section-count pic 9(6).
       01 total-count pic 9(7).
       01 scan-done pic 9.
       *> 他の従業員（承認者・閲覧者など）の情報は伏せる
       01 approver-label pic X(24).
       01 other-person pic X(24) value "（他の従業員）".
       *> アーカイブ済み打刻（stamp-archive-YYYY.csv）の読取用
       01 archive-csv-name pic X(40).
       01 arc-f1 pic X(12).
       01 arc-f2 pic X(7).
       01 arc-f3 pic X(21).
       01 arc-f4 pic X(1).
       01 arc-f5 pic X(7).
       01 arc-f6 pic X(1).
       01 arc-f7 pic X(7).
       01 arc-tallying pic 9.
       01 arc-userid pic 9(7).
       01 amount-edit pic ZZZ,ZZ9.
       01 hours-edit pic Z9.99.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "保有個人データ 開示請求対応モード".
       display "（本人から開示請求があった従業員について、保有する記録を区分ごとに1つの開示ファイルへまとめます。受付・承認・交付を記録します）".

authenticate-username.
       display "ユーザ認証を行います".
       display "ユーザ名を入力してください".
       accept auth-username.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if auth-username = Fusername
                       move "disclosure-export" to perm-function
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
       display "  [1] 開示請求の受付  [2] 承認・開示ファイル作成"
           "  [3] 交付の記録  [4] 請求の一覧".
       accept mode-choice.
       evaluate mode-choice
       when 1
           go to exec-accept-request
       when 2
           go to exec-accept-approve
       when 3
           go to exec-accept-deliver
       when 4
           go to exec-list
       when other
           display "1から4で入力してください"
           go to exec-accept-mode
       end-evaluate.

exec-accept-request.
       display "開示請求をした従業員のIDを入力してください".
       accept target-userid.
       perform find-target-user thru find-target-user-exit.
       if target-found = zero
           display "指定された利用者が見つかりません"
           go to exec-accept-request
       end-if.

exec-accept-request-date.
       display "請求の受付日を入力してください (例: 20261015、空欄は本日)".
       move spaces to new-date.
       accept new-date.
       if new-date = spaces
           move function current-date(1:8) to new-date
       end-if.
       perform check-new-date thru check-new-date-exit.
       if date-check-num = zero
           display "日付が正しくありません"
           go to exec-accept-request-date
       end-if.

       move 1 to dr-seq-key.
       open i-o request-seq-file.
       if dr-seq-status not = "00"
           open output request-seq-file
           close request-seq-file
           open i-o request-seq-file
       end-if.
       read request-seq-file
           invalid key
               move zero to Fdrseq-value
               write Fdrseq-rec
       end-read.
       add 1 to Fdrseq-value.
       rewrite Fdrseq-rec.
       close request-seq-file.

       initialize Fdr-rec.
       move Fdrseq-value to Fdr-id.
       move target-userid to Fdr-userid.
       move new-date to Fdr-requested-date.
       move registrar-userid to Fdr-received-by.
       move function current-date to Fdr-received-at.
       move "R" to Fdr-status.
       move spaces to Fdr-approved-at.
       move spaces to Fdr-file-name.
       move spaces to Fdr-delivery-method.
       move spaces to Fdr-delivered-at.

       open i-o request-file.
       if request-status not = "00"
           open output request-file
           close request-file
           open i-o request-file
       end-if.
       write Fdr-rec
           invalid key
               display "受付の登録に失敗しました"
               close request-file
               stop run
       end-write.
       close request-file.

       display "開示請求 " Fdr-id " を受け付けました（承認は受付者以外が行います）".
       move spaces to log-action.
       string "receive disclosure request " delimited by size
           Fdr-id delimited by size
           " for " delimited by size
           target-userid delimited by size
           into log-action
       end-string.
       go to exec-write-log.

exec-accept-approve.
       perform read-request thru read-request-exit.
       if target-found = zero
           go to exec-accept-approve
       end-if.
       if Fdr-status not = "R"
           display "承認待ちの請求ではありません"
           stop run
       end-if.
       if Fdr-received-by = registrar-userid
           display "受付者と同じ担当者は承認できません"
           stop run
       end-if.

       display "  [1] 承認して開示ファイルを作成  [2] 却下".
       accept decision-choice.
       if decision-choice = 2
           move "X" to Fdr-status
           move registrar-userid to Fdr-approver
           move function current-date to Fdr-approved-at
           perform rewrite-request
           display "開示請求 " Fdr-id " を却下しました"
           move spaces to log-action
           string "reject disclosure request " delimited by size
               Fdr-id delimited by size
               into log-action
           end-string
           go to exec-write-log
       end-if.
       if decision-choice not = 1
           go to exec-accept-approve
       end-if.

       move Fdr-userid to target-userid.
       perform find-target-user thru find-target-user-exit.
       if target-found = zero
           display "対象の利用者が見つかりません"
           stop run
       end-if.

       move spaces to disclosure-name.
       string "./dat/disclosure-" delimited by size
           target-userid delimited by size
           "-" delimited by size
           Fdr-id delimited by size
           ".txt" delimited by size
           into disclosure-name
       end-string.
       perform build-disclosure-file.

       move "A" to Fdr-status.
       move registrar-userid to Fdr-approver.
       move function current-date to Fdr-approved-at.
       move disclosure-name to Fdr-file-name.
       move total-count to Fdr-record-count.
       perform rewrite-request.
       perform write-read-access.

       display function trim(disclosure-name) " を作成しました（"
           total-count " 件）".
       display "交付したら [3] 交付の記録 で交付日を登録してください".
       move spaces to log-action.
       string "approve disclosure request " delimited by size
           Fdr-id delimited by size
           " records " delimited by size
           total-count delimited by size
           into log-action
       end-string.
       go to exec-write-log.

exec-accept-deliver.
       perform read-request thru read-request-exit.
       if target-found = zero
           go to exec-accept-deliver
       end-if.
       if Fdr-status not = "A"
           display "開示ファイル作成済みの請求ではありません"
           stop run
       end-if.

exec-accept-deliver-date.
       display "交付日を入力してください (例: 20261020、空欄は本日)".
       move spaces to new-date.
       accept new-date.
       if new-date = spaces
           move function current-date(1:8) to new-date
       end-if.
       perform check-new-date thru check-new-date-exit.
       if date-check-num = zero
           display "日付が正しくありません"
           go to exec-accept-deliver-date
       end-if.

exec-accept-deliver-method.
       display "交付方法を入力してください [1=手渡し 2=郵送 3=電磁的方法]".
       move spaces to new-method.
       accept new-method.
       if new-method < "1" or new-method > "3"
           display "1から3で入力してください"
           go to exec-accept-deliver-method
       end-if.

       move "D" to Fdr-status.
       move new-method to Fdr-delivery-method.
       move registrar-userid to Fdr-delivered-by.
       move function current-date to Fdr-delivered-at.
       move new-date to Fdr-delivered-at(1:8).
       perform rewrite-request.

       display "開示請求 " Fdr-id " の交付を記録しました".
       move spaces to log-action.
       string "deliver disclosure request " delimited by size
           Fdr-id delimited by size
           " method " delimited by size
           new-method delimited by size
           into log-action
       end-string.
       go to exec-write-log.

exec-list.
       move zero to list-count.
       open input request-file.
       if request-status = "00"
           perform until request-status not = "00"
               read request-file next record
                   at end move "10" to request-status
                   not at end
                       add 1 to list-count
                       display "  " Fdr-id "  userid " Fdr-userid
                           "  受付 " Fdr-requested-date
                           "  状態 " Fdr-status
                           "  承認 " Fdr-approved-at(1:8)
                           "  交付 " Fdr-delivered-at(1:8)
                           " " Fdr-delivery-method
               end-read
           end-perform
           close request-file
       end-if.
       display "状態 R=受付 A=作成済 D=交付済 X=却下".
       display "請求 " list-count " 件".
       stop run.

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

find-target-user.
       move zero to target-found.
       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if Fuserid = target-userid
                       move 1 to target-found
                       move Fusername to target-username
                       display "対象: " function trim(Flastname)
                           " " function trim(Ffirstname)
                   end-if
       end-perform.
       close user-file.

find-target-user-exit.
       exit.

check-new-date.
       move zero to date-check-num.
       if new-date is numeric
           move new-date to date-check-num
           if function test-date-yyyymmdd(date-check-num) not = zero
               move zero to date-check-num
           end-if
       end-if.

check-new-date-exit.
       exit.

read-request.
       move zero to target-found.
       display "開示請求の番号を入力してください".
       accept target-id.
       open input request-file.
       if request-status not = "00"
           display "開示請求は登録されていません"
           stop run
       end-if.
       move target-id to Fdr-id.
       read request-file
           invalid key continue
       end-read.
       close request-file.
       if request-status not = "00"
           display "指定された請求が見つかりません"
           go to read-request-exit
       end-if.
       move 1 to target-found.
       display "  請求 " Fdr-id "  userid " Fdr-userid
           "  受付日 " Fdr-requested-date "  状態 " Fdr-status.

read-request-exit.
       exit.

rewrite-request.
       open i-o request-file.
       rewrite Fdr-rec
           invalid key
               display "請求の更新に失敗しました"
       end-rewrite.
       close request-file.

write-read-access.
       *> 開示ファイルの作成自体も閲覧証跡に残す
       open extend read-access-file.
       if read-access-status not = "00"
           open output read-access-file
       end-if.
       move function current-date to Fra-timestamp.
       move registrar-userid to Fra-viewer.
       move "kintai-disclosure" to Fra-program.
       move spaces to Fra-target.
       move target-userid to Fra-target(1:7).
       move "FILE" to Fra-dest.
       move spaces to Fra-purpose.
       move "F" to Fra-view.
       move " " to Fra-filler1 Fra-filler2 Fra-filler3 Fra-filler4
           Fra-filler5 Fra-filler6.
       write Fra-rec.
       close read-access-file.

build-disclosure-file.
       *> 区分ごとに見出し・明細・件数を書く。本人以外の個人情報
       *> （承認者・閲覧者・操作者）は伏せて出力する
       move zero to total-count.
       open output disclosure-file.
       move spaces to disclosure-line.
       string "保有個人データ開示書  請求番号 " delimited by size
           Fdr-id delimited by size
           "  本人userid " delimited by size
           target-userid delimited by size
           "  受付日 " delimited by size
           Fdr-requested-date delimited by size
           "  作成日 " delimited by size
           function current-date(1:8) delimited by size
           into disclosure-line
       end-string.
       write disclosure-line.
       move "※承認者・閲覧者など本人以外の個人情報は「（他の従業員）」と表示しています"
           to disclosure-line.
       write disclosure-line.

       perform disclose-user.
       perform disclose-audit.
       perform disclose-role-history.
       perform disclose-stamp.
       perform disclose-stamp-archive
           thru disclose-stamp-archive-exit.
       perform disclose-leave.
       perform disclose-daikyu.
       perform disclose-excusal.
       perform disclose-overtime.
       perform disclose-holiday-work.
       perform disclose-dependents.
       perform disclose-emergency-contact.
       perform disclose-bank.
       perform disclose-commute.
       perform disclose-payslip-register.
       perform disclose-notify.
       perform disclose-read-access.
       perform disclose-security-alert.

       move spaces to disclosure-line.
       write disclosure-line.
       move spaces to disclosure-line.
       string "以上 " delimited by size
           total-count delimited by size
           " 件" delimited by size
           into disclosure-line
       end-string.
       write disclosure-line.
       close disclosure-file.

begin-section.
       move zero to section-count.
       move spaces to disclosure-line.
       write disclosure-line.
       move spaces to disclosure-line.
       string "■ " delimited by size
           function trim(section-title) delimited by size
           into disclosure-line
       end-string.
       write disclosure-line.

end-section.
       if section-count = zero
           move "  （該当する記録はありません）" to disclosure-line
           write disclosure-line
       end-if.
       add section-count to total-count.

write-detail.
       write disclosure-line.
       add 1 to section-count.

set-approver-label.
       *> 承認者は本人以外のため、承認の有無だけを示す
       if approver-label = "0000000" or approver-label = spaces
           move "-" to approver-label
       else
           move other-person to approver-label
       end-if.

disclose-user.
       move "利用者基本情報（user.dat）" to section-title.
       perform begin-section.
       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if Fuserid = target-userid
                       perform write-user-lines
                   end-if
       end-perform.
       close user-file.
       perform end-section.

write-user-lines.
       move spaces to disclosure-line.
       string "  userid " delimited by size
           Fuserid delimited by size
           "  username " delimited by size
           function trim(Fusername) delimited by size
           "  氏名 " delimited by size
           function trim(Flastname) delimited by size
           " " delimited by size
           function trim(Ffirstname) delimited by size
           "  性別 " delimited by size
           Fgender delimited by size
           into disclosure-line
       end-string.
       perform write-detail.
       move spaces to disclosure-line.
       string "  住所 " delimited by size
           Faddress-postal delimited by size
           " " delimited by size
           function trim(Faddress-prefecture) delimited by size
           function trim(Faddress-city) delimited by size
           function trim(Faddress-street) delimited by size
           into disclosure-line
       end-string.
       write disclosure-line.
       move spaces to disclosure-line.
       string "  メール " delimited by size
           function trim(Femail) delimited by size
           "  電話 " delimited by size
           function trim(Fphone-number) delimited by size
           "  生年月日 " delimited by size
           Fbirthdate delimited by size
           into disclosure-line
       end-string.
       write disclosure-line.
       move spaces to disclosure-line.
       string "  役職 " delimited by size
           Froll delimited by size
           "  部署 " delimited by size
           Fdept delimited by size
           "  雇用形態 " delimited by size
           Femptype delimited by size
           "  入社日 " delimited by size
           Fjoin-date(1:8) delimited by size
           "  退職日 " delimited by size
           Fretire-date delimited by size
           into disclosure-line
       end-string.
       write disclosure-line.

disclose-audit.
       move "登録情報の変更履歴（audit.dat）" to section-title.
       perform begin-section.
       open input audit-file.
       perform until audit-status not = "00"
           read audit-file
               not at end
                   if audit-userid = target-userid
                       move spaces to disclosure-line
                       string "  " delimited by size
                           audit-timestamp(1:14) delimited by size
                           "  " delimited by size
                           function trim(audit-field-name)
                               delimited by size
                           "  変更前 " delimited by size
                           function trim(audit-old-value)
                               delimited by size
                           "  変更後 " delimited by size
                           function trim(audit-new-value)
                               delimited by size
                           "  承認者 " delimited by size
                           other-person delimited by space
                           into disclosure-line
                       end-string
                       perform write-detail
                   end-if
       end-perform.
       close audit-file.
       perform end-section.

disclose-role-history.
       move "役職の変更履歴（role-history.dat）" to section-title.
       perform begin-section.
       open input role-history-file.
       perform until role-history-status not = "00"
           read role-history-file
               not at end
                   if Frh-userid = target-userid
                       move spaces to disclosure-line
                       string "  発効日 " delimited by size
                           Frh-effective-date delimited by size
                           "  役職 " delimited by size
                           Frh-old-roll delimited by size
                           " → " delimited by size
                           Frh-new-roll delimited by size
                           "  承認者 " delimited by size
                           other-person delimited by space
                           into disclosure-line
                       end-string
                       perform write-detail
                   end-if
       end-perform.
       close role-history-file.
       perform end-section.

disclose-stamp.
       move "打刻（stamp.dat）" to section-title.
       perform begin-section.
       move zero to scan-done.
       open input stamp-file.
       if stamp-status = "00"
           move target-userid to Fstamp-userid
           move spaces to Fstamp-datetime
           start stamp-file key >= Fstamp-user-key
               invalid key move 1 to scan-done
           end-start
           perform until scan-done = 1 or stamp-status not = "00"
               read stamp-file next record
                   at end move 1 to scan-done
                   not at end
                       if Fstamp-userid not = target-userid
                           move 1 to scan-done
                       else
                           perform write-stamp-line
                       end-if
               end-read
           end-perform
           close stamp-file
       end-if.
       perform end-section.

write-stamp-line.
       move Fstamp-approver to approver-label.
       perform set-approver-label.
       move spaces to disclosure-line.
       string "  " delimited by size
           Fstamp-datetime delimited by size
           "  区分 " delimited by size
           Fstamp-statusid delimited by size
           "  取消 " delimited by size
           Fstamp-cancelled delimited by size
           "  承認 " delimited by size
           approver-label delimited by space
           "  打刻ID " delimited by size
           Fstamp-id delimited by size
           into disclosure-line
       end-string.
       perform write-detail.

disclose-stamp-archive.
       move "打刻（年次アーカイブ stamp-archive-YYYY.csv）" to section-title.
       perform begin-section.
       open input archive-index-file.
       if archive-index-status not = "00"
           perform end-section
           go to disclose-stamp-archive-exit
       end-if.
       perform until archive-index-status not = "00"
           read archive-index-file
               not at end
                   perform disclose-one-archive-year
       end-perform.
       close archive-index-file.
       perform end-section.

disclose-stamp-archive-exit.
       exit.

disclose-one-archive-year.
       move spaces to archive-csv-name.
       string "./dat/stamp-archive-" delimited by size
           function trim(Faidx-year) delimited by size
           ".csv" delimited by size
           into archive-csv-name
       end-string.
       open input archive-csv-file.
       if archive-csv-status = "00"
           perform until archive-csv-status not = "00"
               read archive-csv-file
                   not at end
                       perform disclose-one-archive-line
           end-perform
           close archive-csv-file
       end-if.

disclose-one-archive-line.
       move zero to arc-tallying.
       unstring archive-csv-line delimited by ","
           into arc-f1 arc-f2 arc-f3 arc-f4 arc-f5 arc-f6 arc-f7
           tallying in arc-tallying
       end-unstring.
       if arc-tallying >= 6 and arc-f2 is numeric
           move arc-f2 to arc-userid
           if arc-userid = target-userid
               move arc-f5 to approver-label
               perform set-approver-label
               move spaces to disclosure-line
               string "  " delimited by size
                   arc-f3 delimited by size
                   "  区分 " delimited by size
                   arc-f4 delimited by size
                   "  取消 " delimited by size
                   arc-f6 delimited by size
                   "  承認 " delimited by size
                   approver-label delimited by space
                   "  打刻ID " delimited by size
                   function trim(arc-f1) delimited by size
                   "  （" delimited by size
                   Faidx-year delimited by size
                   "年アーカイブ）" delimited by size
                   into disclosure-line
               end-string
               perform write-detail
           end-if
       end-if.

disclose-leave.
       move "休暇申請（leave.dat）" to section-title.
       perform begin-section.
       open input leave-file.
       perform until leave-status not = "00"
           read leave-file next record
               at end move "10" to leave-status
               not at end
                   if Fleave-userid = target-userid
                       move Fleave-approver to approver-label
                       perform set-approver-label
                       move spaces to disclosure-line
                       string "  申請 " delimited by size
                           Fleave-id delimited by size
                           "  " delimited by size
                           Fleave-start-date delimited by size
                           "〜" delimited by size
                           Fleave-end-date delimited by size
                           "  種別 " delimited by size
                           Fleave-type delimited by size
                           "  単位 " delimited by size
                           Fleave-unit delimited by size
                           "  時間 " delimited by size
                           Fleave-hours delimited by size
                           "  状態 " delimited by size
                           Fleave-status delimited by size
                           "  承認 " delimited by size
                           approver-label delimited by space
                           "  申請日時 " delimited by size
                           Fleave-requested-at(1:14) delimited by size
                           into disclosure-line
                       end-string
                       perform write-detail
                   end-if
           end-read
       end-perform.
       close leave-file.
       perform end-section.

disclose-daikyu.
       move "代休（daikyu.dat）" to section-title.
       perform begin-section.
       open input daikyu-file.
       perform until daikyu-status not = "00"
           read daikyu-file next record
               at end move "10" to daikyu-status
               not at end
                   if Fdaikyu-userid = target-userid
                       move Fdaikyu-approver to approver-label
                       perform set-approver-label
                       move spaces to disclosure-line
                       string "  " delimited by size
                           Fdaikyu-id delimited by size
                           "  休日出勤日 " delimited by size
                           Fdaikyu-worked-date delimited by size
                           "  付与 " delimited by size
                           Fdaikyu-granted-date delimited by size
                           "  期限 " delimited by size
                           Fdaikyu-expiry-date delimited by size
                           "  取得 " delimited by size
                           Fdaikyu-taken-date delimited by size
                           "  状態 " delimited by size
                           Fdaikyu-status delimited by size
                           "  承認 " delimited by size
                           approver-label delimited by space
                           into disclosure-line
                       end-string
                       perform write-detail
                   end-if
           end-read
       end-perform.
       close daikyu-file.
       perform end-section.

disclose-excusal.
       move "遅刻・早退等の届出（excusal.dat）" to section-title.
       perform begin-section.
       open input excusal-file.
       perform until excusal-status not = "00"
           read excusal-file next record
               at end move "10" to excusal-status
               not at end
                   if Fexc-userid = target-userid
                       move Fexc-approver to approver-label
                       perform set-approver-label
                       move spaces to disclosure-line
                       string "  " delimited by size
                           Fexc-id delimited by size
                           "  " delimited by size
                           Fexc-date delimited by size
                           "  区分 " delimited by size
                           Fexc-type delimited by size
                           "  状態 " delimited by size
                           Fexc-status delimited by size
                           "  承認 " delimited by size
                           approver-label delimited by space
                           "  理由 " delimited by size
                           function trim(Fexc-reason) delimited by size
                           into disclosure-line
                       end-string
                       perform write-detail
                   end-if
           end-read
       end-perform.
       close excusal-file.
       perform end-section.

disclose-overtime.
       move "残業申請（overtime-req.dat）" to section-title.
       perform begin-section.
       open input overtime-req-file.
       perform until overtime-req-status not = "00"
           read overtime-req-file next record
               at end move "10" to overtime-req-status
               not at end
                   if Fot-userid = target-userid
                       move Fot-approver to approver-label
                       perform set-approver-label
                       move Fot-hours to hours-edit
                       move spaces to disclosure-line
                       string "  " delimited by size
                           Fot-id delimited by size
                           "  " delimited by size
                           Fot-date delimited by size
                           "  時間 " delimited by size
                           hours-edit delimited by size
                           "  状態 " delimited by size
                           Fot-status delimited by size
                           "  承認 " delimited by size
                           approver-label delimited by space
                           "  理由 " delimited by size
                           function trim(Fot-reason) delimited by size
                           into disclosure-line
                       end-string
                       perform write-detail
                   end-if
           end-read
       end-perform.
       close overtime-req-file.
       perform end-section.

disclose-holiday-work.
       move "休日出勤申請（holiday-work.dat）" to section-title.
       perform begin-section.
       open input holiday-work-file.
       perform until holiday-work-status not = "00"
           read holiday-work-file next record
               at end move "10" to holiday-work-status
               not at end
                   if Fhw-userid = target-userid
                       move Fhw-approver to approver-label
                       perform set-approver-label
                       move Fhw-hours to hours-edit
                       move spaces to disclosure-line
                       string "  " delimited by size
                           Fhw-id delimited by size
                           "  " delimited by size
                           Fhw-date delimited by size
                           "  時間 " delimited by size
                           hours-edit delimited by size
                           "  状態 " delimited by size
                           Fhw-status delimited by size
                           "  承認 " delimited by size
                           approver-label delimited by space
                           "  理由 " delimited by size
                           function trim(Fhw-reason) delimited by size
                           into disclosure-line
                       end-string
                       perform write-detail
                   end-if
           end-read
       end-perform.
       close holiday-work-file.
       perform end-section.

disclose-dependents.
       move "扶養家族（dependents.dat）" to section-title.
       perform begin-section.
       open input dependents-file.
       if dependents-status = "00"
           move target-userid to Fdep-userid
           read dependents-file
               invalid key continue
           end-read
           if dependents-status = "00"
               move spaces to disclosure-line
               string "  人数 " delimited by size
                   Fdep-count delimited by size
                   "  続柄 " delimited by size
                   function trim(Fdep-relationship) delimited by size
                   into disclosure-line
               end-string
               perform write-detail
           end-if
           close dependents-file
       end-if.
       perform end-section.

disclose-emergency-contact.
       move "緊急連絡先（emergency-contact.dat）" to section-title.
       perform begin-section.
       open input ec-file.
       if ec-status = "00"
           move target-userid to Fec-userid
           read ec-file
               invalid key continue
           end-read
           if ec-status = "00"
               move spaces to disclosure-line
               string "  氏名 " delimited by size
                   function trim(Fec-name) delimited by size
                   "  続柄 " delimited by size
                   function trim(Fec-relationship) delimited by size
                   "  電話 " delimited by size
                   function trim(Fec-phone) delimited by size
                   into disclosure-line
               end-string
               perform write-detail
           end-if
           close ec-file
       end-if.
       perform end-section.

disclose-bank.
       move "給与振込口座（bank-account.dat）" to section-title.
       perform begin-section.
       open input bank-file.
       if bank-status = "00"
           move target-userid to Fbank-userid
           read bank-file
               invalid key continue
           end-read
           if bank-status = "00"
               move spaces to disclosure-line
               string "  銀行 " delimited by size
                   Fbank-bank-code delimited by size
                   "  支店 " delimited by size
                   Fbank-branch-code delimited by size
                   "  種別 " delimited by size
                   Fbank-account-type delimited by size
                   "  口座番号 " delimited by size
                   Fbank-account-number delimited by size
                   "  名義 " delimited by size
                   function trim(Fbank-payee-kana) delimited by size
                   into disclosure-line
               end-string
               perform write-detail
           end-if
           close bank-file
       end-if.
       perform end-section.

disclose-commute.
       move "通勤手当（commute-allowance.dat）" to section-title.
       perform begin-section.
       open input commute-file.
       perform until commute-status not = "00"
           read commute-file
               at end move "10" to commute-status
               not at end
                   if Fcom-userid = target-userid
                       move Fcom-amount to amount-edit
                       move spaces to disclosure-line
                       string "  適用開始 " delimited by size
                           Fcom-effective-from delimited by size
                           "  月額 " delimited by size
                           amount-edit delimited by size
                           " 円" delimited by size
                           into disclosure-line
                       end-string
                       perform write-detail
                   end-if
           end-read
       end-perform.
       close commute-file.
       perform end-section.

disclose-payslip-register.
       move "給与明細の交付記録（payslip-register.dat）" to section-title.
       perform begin-section.
       open input register-file.
       perform until register-status not = "00"
           read register-file
               not at end
                   if Fpsr-userid = target-userid
                       move spaces to disclosure-line
                       string "  対象年月 " delimited by size
                           Fpsr-yyyymm delimited by size
                           "  区分 " delimited by size
                           Fpsr-kind delimited by size
                           "  交付 " delimited by size
                           Fpsr-issued-at(1:14) delimited by size
                           into disclosure-line
                       end-string
                       perform write-detail
                   end-if
       end-perform.
       close register-file.
       perform end-section.

disclose-notify.
       move "通知（notify.dat）" to section-title.
       perform begin-section.
       open input notify-file.
       perform until notify-status not = "00"
           read notify-file next record
               at end move "10" to notify-status
               not at end
                   if Fntf-recipient = target-userid
                       move spaces to disclosure-line
                       string "  " delimited by size
                           Fntf-created-at(1:14) delimited by size
                           "  " delimited by size
                           function trim(Fntf-event) delimited by size
                           "  参照 " delimited by size
                           Fntf-ref-id delimited by size
                           "  配信 " delimited by size
                           Fntf-delivered delimited by size
                           "  既読 " delimited by size
                           Fntf-read delimited by size
                           into disclosure-line
                       end-string
                       perform write-detail
                   end-if
           end-read
       end-perform.
       close notify-file.
       perform end-section.

disclose-read-access.
       move "本人の記録の閲覧履歴（read-access.dat）" to section-title.
       perform begin-section.
       open input read-access-file.
       perform until read-access-status not = "00"
           read read-access-file
               not at end
                   if Fra-target(1:7) = target-userid
                       and Fra-target(8:13) = spaces
                       move spaces to disclosure-line
                       string "  " delimited by size
                           Fra-timestamp(1:14) delimited by size
                           "  閲覧者 " delimited by size
                           other-person delimited by space
                           "  " delimited by size
                           function trim(Fra-program) delimited by size
                           "  出力先 " delimited by size
                           function trim(Fra-dest) delimited by size
                           into disclosure-line
                       end-string
                       perform write-detail
                   end-if
       end-perform.
       close read-access-file.
       perform end-section.

disclose-security-alert.
       move "セキュリティアラート（security-alert.dat）" to section-title.
       perform begin-section.
       open input security-alert-file.
       perform until alert-status not = "00"
           read security-alert-file
               not at end
                   if Falert-username = target-username
                       move spaces to disclosure-line
                       string "  " delimited by size
                           Falert-timestamp(1:14) delimited by size
                           "  " delimited by size
                           function trim(Falert-source) delimited by size
                           "  " delimited by size
                           function trim(Falert-message) delimited by size
                           into disclosure-line
                       end-string
                       perform write-detail
                   end-if
       end-perform.
       close security-alert-file.
       perform end-section.
