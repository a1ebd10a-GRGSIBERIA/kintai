identification division.
program-id. kintai-work-terms.

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
           select contract-file assign to "./dat/contract.dat"
               organization indexed
               access mode dynamic
               record key is Fcon-key
               status contract-status.
           select department-file assign to "./dat/department.dat"
               organization relative
               access mode sequential
               relative key dept-key
               status dept-status.
           select emptype-file assign to "./dat/employment-type.dat"
               organization relative
               access mode sequential
               relative key emptype-key
               status emptype-status.
           select employee-site-file assign to "./dat/employee-site.dat"
               organization indexed
               access mode dynamic
               record key is Fesite-key
               status employee-site-status.
           select work-site-file assign to "./dat/work-site.dat"
               organization indexed
               access mode dynamic
               record key is Fwsite-code
               status work-site-status.
           select shift-file assign to "./dat/shift.dat"
               organization relative
               access mode sequential
               relative key shift-key
               status shift-status.
           select short-hours-file assign to "./dat/short-hours.dat"
               organization relative
               access mode sequential
               relative key sh-key
               status sh-status.
           select work-condition-file assign to "./dat/work-condition.dat"
               organization indexed
               access mode dynamic
               record key is Fwc-key
               status work-condition-status.
           select wage-file assign to "./dat/wage.dat"
               organization relative
               access mode sequential
               relative key wage-key
               status wage-status.
           select salary-file assign to "./dat/salary.dat"
               organization relative
               access mode sequential
               relative key salary-key
               status salary-status.
           select pay-grade-file assign to "./dat/pay-grade.dat"
               organization relative
               access mode sequential
               relative key pay-grade-key
               status pay-grade-status.
           select pay-assign-file assign to "./dat/pay-assign.dat"
               organization indexed
               access mode dynamic
               record key is Fpa-key
               status pay-assign-status.
           select commute-file assign to "./dat/commute-allowance.dat"
               organization relative
               access mode sequential
               relative key commute-key
               status commute-status.
           select register-file assign to "./dat/work-terms-register.dat"
               organization line sequential
               status register-status.
           select terms-file assign using terms-name
               organization line sequential
               status terms-status.
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
       fd contract-file.
           01 Fcon-rec.
               03 Fcon-key.
                   05 Fcon-userid pic 9(7).
                   05 Fcon-start pic X(8).
               03 Fcon-end pic X(8).
               03 Fcon-renewal-count pic 9(2).
               03 Fcon-notice-sent pic X.
       fd department-file.
           01 Fdept-rec.
               03 Fdept-id pic 9(2).
               03 Fdept-name pic N(20).
               03 Fdept-parent pic 9(2).
       fd emptype-file.
           01 Femptype-rec.
               03 Femptype-id pic 9(2).
               03 Femptype-name pic N(10).
       fd employee-site-file.
           01 Fesite-rec.
               03 Fesite-key.
                   05 Fesite-userid pic 9(7).
                   05 Fesite-from pic X(8).
               03 Fesite-site pic 9(2).
               03 Fesite-registered-by pic 9(7).
               03 Fesite-registered-at pic X(21).
       fd work-site-file.
           01 Fwsite-rec.
               03 Fwsite-code pic 9(2).
               03 Fwsite-name pic N(20).
               03 Fwsite-prefecture pic N(10).
               03 Fwsite-updated-by pic 9(7).
               03 Fwsite-updated-at pic X(21).
       fd shift-file.
           01 Fshift-rec.
               03 Fshift-roll pic 9(2).
               03 Fshift-start pic 9(4).
               03 Fshift-end pic 9(4).
               03 Fshift-expected-hours pic 9(2)v99.
       fd short-hours-file.
           01 Fsh-rec.
               03 Fsh-userid pic 9(7).
               03 Fsh-from pic X(8).
               03 Fsh-to pic X(8).
               03 Fsh-daily-hours pic 9(2)v99.
               03 Fsh-start-time pic 9(4).
               03 Fsh-end-time pic 9(4).
       fd work-condition-file.
           01 Fwc-rec.
               03 Fwc-key.
                   05 Fwc-userid pic 9(7).
                   05 Fwc-effective-from pic X(8).
               03 Fwc-weekly-days pic 9.
               03 Fwc-weekly-hours pic 9(2)v99.
               03 Fwc-annual-days pic 9(3).
               03 Fwc-registered-by pic 9(7).
               03 Fwc-registered-at pic X(21).
       fd wage-file.
           01 Fwage-rec.
               03 Fwage-roll pic 9(2).
               03 Fwage-rate pic 9(5)v99.
               03 Fwage-effective-from pic X(8).
       fd salary-file.
           01 Fsal-rec.
               03 Fsal-emptype pic 9(2).
               03 Fsal-amount pic 9(8)v99.
               03 Fsal-effective-from pic X(8).
       fd pay-grade-file.
           01 Fpg-rec.
               03 Fpg-grade pic 9(2).
               03 Fpg-step pic 9(3).
               03 Fpg-pay-type pic X.
               03 Fpg-amount pic 9(8)v99.
               03 Fpg-effective-from pic X(8).
       fd pay-assign-file.
           01 Fpa-rec.
               03 Fpa-key.
                   05 Fpa-userid pic 9(7).
                   05 Fpa-effective-from pic X(8).
               03 Fpa-grade pic 9(2).
               03 Fpa-step pic 9(3).
               03 Fpa-approver pic 9(7).
               03 Fpa-registered-at pic X(21).
       fd commute-file.
           01 Fcom-rec.
               03 Fcom-userid pic 9(7).
               03 Fcom-amount pic 9(6)v99.
               03 Fcom-taxable pic 9(6)v99.
               03 Fcom-nontaxable pic 9(6)v99.
               03 Fcom-effective-from pic X(8).
       fd register-file.
           01 Fwtr-rec.
               03 Fwtr-userid pic 9(7).
               03 Fwtr-filler1 pic X.
               03 Fwtr-version pic 9(3).
               03 Fwtr-filler2 pic X.
               03 Fwtr-issued-date pic X(8).
               03 Fwtr-filler3 pic X.
               03 Fwtr-con-start pic X(8).
               03 Fwtr-filler4 pic X.
               03 Fwtr-con-end pic X(8).
               03 Fwtr-filler5 pic X.
               03 Fwtr-renewal-count pic 9(2).
               03 Fwtr-filler6 pic X.
               03 Fwtr-reason pic X.
               03 Fwtr-filler7 pic X.
               03 Fwtr-issued-by pic 9(7).
               03 Fwtr-filler8 pic X.
               03 Fwtr-issued-at pic X(21).
       fd terms-file.
           01 terms-line pic X(160).
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
       01 emptype-key pic 99.
       01 shift-key pic 99.
       01 sh-key pic 9(4).
       01 wage-key pic 99.
       01 salary-key pic 99.
       01 pay-grade-key pic 9(4).
       01 commute-key pic 9(5).
       01 status-rec.
           03 contract-status pic XX.
           03 dept-status pic XX.
           03 emptype-status pic XX.
           03 employee-site-status pic XX.
           03 work-site-status pic XX.
           03 shift-status pic XX.
           03 sh-status pic XX.
           03 work-condition-status pic XX.
           03 wage-status pic XX.
           03 salary-status pic XX.
           03 pay-grade-status pic XX.
           03 pay-assign-status pic XX.
           03 commute-status pic XX.
           03 register-status pic XX.
           03 terms-status pic XX.
       *> 契約登録（kintai-contract-set）等からの作成依頼（external共有）
       01 terms-request-userid pic X(7) external.
       01 terms-request-start pic X(8) external.
       01 terms-request-reason pic X external.
       01 terms-request-issuer pic X(7) external.
       01 issuer-userid pic 9(7).
       01 target-userid pic 9(7).
       01 target-found pic 9.
       01 request-start pic X(8).
       01 issue-reason pic X.
       01 continue-choice pic X.
       01 today pic X(8).
       *> 労働条件の基準日（契約開始が先日付ならその開始日）
       01 terms-date pic X(8).
       *> 対象の契約と通算契約期間（kintai-contract-alert と同じ単純合算）
       01 contract-found pic 9.
       01 con-start pic X(8).
       01 con-end pic X(8).
       01 con-renewal pic 9(2).
       01 latest-start pic X(8).
       01 latest-end pic X(8).
       01 latest-renewal pic 9(2).
       01 start-int pic 9(8).
       01 end-int pic 9(8).
       01 service-days pic 9(6).
       01 conversion-right pic 9.
       01 dept-name-ws pic N(20).
       01 emptype-name-ws pic N(10).
       01 site-code pic 9(2).
       01 site-name-ws pic N(20).
       01 site-prefecture-ws pic N(10).
       *> 始業・終業と所定労働時間（役職のシフト、時短勤務の措置が優先）
       01 shift-found pic 9.
       01 short-hours-found pic 9.
       01 work-start pic 9(4).
       01 work-end pic 9(4).
       01 daily-hours pic 9(2)v99.
       01 span-minutes pic s9(5).
       01 break-minutes pic s9(5).
       01 weekly-days pic 9.
       01 weekly-hours pic 9(2)v99.
       01 wc-best-from pic X(8).
       *> 賃金（等級号俸の割当 > 雇用形態の月給 > 役職の時給）
       01 pay-type pic X.
       01 pay-amount pic 9(8)v99.
       01 pay-source pic X(20).
       01 assign-found pic 9.
       01 assign-grade pic 9(2).
       01 assign-step pic 9(3).
       01 grade-found pic 9.
       01 grade-best-from pic X(8).
       01 salary-best-from pic X(8).
       01 wage-best-from pic X(8).
       01 commute-amount pic 9(6)v99.
       01 commute-best-from pic X(8).
       01 terms-version pic 9(3).
       01 terms-name pic X(60).
       01 hhmm-in pic 9(4).
       01 hhmm-text pic X(5).
       01 start-text pic X(5).
       01 end-text pic X(5).
       01 hours-edit pic Z9.99.
       01 days-edit pic ZZZ,ZZ9.
       01 break-edit pic ZZ9.
       01 yen-edit pic ZZ,ZZZ,ZZ9.

procedure division.
main-procedure.
       *> 契約登録など他のプログラムから呼ばれた場合は依頼の従業員分だけ作成する
       if terms-request-userid is numeric
           go to called-procedure
       end-if.

       display "勤怠管理システム".
       display "労働条件通知書の作成モード".
       display "（契約・所定労働時間・賃金・通勤手当のマスタから作成し、発行台帳に版数を記録します）".

authenticate-username.
       display "ユーザ認証を行います".
       display "ユーザ名を入力してください".
       accept auth-username.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if auth-username = Fusername
                       move "work-terms" to perm-function
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
           go to exec-start
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

called-procedure.
       *> 認証は呼び出し元で済んでいる
       move terms-request-userid to target-userid.
       move terms-request-start to request-start.
       move terms-request-reason to issue-reason.
       if issue-reason = space
           move "R" to issue-reason
       end-if.
       move zero to issuer-userid.
       if terms-request-issuer is numeric
           move terms-request-issuer to issuer-userid
       end-if.
       perform generate-notice thru generate-notice-exit.
       goback.

exec-start.
       move Fuserid to issuer-userid.

exec-accept-target.
       display "対象の従業員IDを入力してください".
       accept target-userid.
       move spaces to request-start.
       move "M" to issue-reason.

       perform generate-notice thru generate-notice-exit.
       if target-found = zero
           go to exec-accept-target
       end-if.

       display "続けて別の従業員の通知書を作成しますか？ [y/n]".
       accept continue-choice.
       if continue-choice = "y" or continue-choice = "Y"
           go to exec-accept-target
       end-if.
       stop run.

generate-notice.
       move function current-date(1:8) to today.
       move zero to target-found.
       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if Fuserid = target-userid
                       move 1 to target-found
                       move "10" to user-status
                   end-if
       end-perform.
       close user-file.

       if target-found = zero
           display "指定された従業員が見つかりません"
           go to generate-notice-exit
       end-if.

       perform select-contract thru select-contract-exit.
       move today to terms-date.
       if contract-found = 1 and con-start > today
           move con-start to terms-date
       end-if.

       perform lookup-dept-name.
       perform lookup-emptype-name.
       perform lookup-site thru lookup-site-exit.
       perform lookup-hours.
       perform lookup-work-condition thru lookup-work-condition-exit.
       perform lookup-pay-assign thru lookup-pay-assign-exit.
       perform lookup-pay.
       perform lookup-commute.
       perform next-version.

       move spaces to terms-name.
       string "./dat/work-terms-" delimited by size
           target-userid delimited by size
           "-" delimited by size
           terms-version delimited by size
           ".txt" delimited by size
           into terms-name
       end-string.

       perform write-notice.
       perform write-register.

       display "労働条件通知書を作成しました（userid " target-userid
           "  第" terms-version "版）".
       display "出力: " function trim(terms-name).

generate-notice-exit.
       exit.

select-contract.
       *> 指定の契約（呼び出し元が登録した契約）、基準日を含む契約、
       *> 最も新しい契約の順に採用する。通算日数は全契約を合算する
       move zero to contract-found.
       move zero to service-days.
       move zero to conversion-right.
       move spaces to latest-start.
       move spaces to con-start con-end.
       move zero to con-renewal.

       open input contract-file.
       if contract-status not = "00"
           go to select-contract-exit
       end-if.
       move target-userid to Fcon-userid.
       move low-values to Fcon-start.
       start contract-file key >= Fcon-key
           invalid key move "10" to contract-status
       end-start.
       perform until contract-status not = "00"
           read contract-file next record
               at end move "10" to contract-status
               not at end
                   if Fcon-userid not = target-userid
                       move "10" to contract-status
                   else
                       perform add-contract
                   end-if
           end-read
       end-perform.
       close contract-file.

       if contract-found = zero and latest-start not = spaces
           move 1 to contract-found
           move latest-start to con-start
           move latest-end to con-end
           move latest-renewal to con-renewal
       end-if.

       *> kintai-contract-alert と同じく通算5年（1825日）超で申込権あり
       if service-days > 1825
           move 1 to conversion-right
       end-if.

select-contract-exit.
       exit.

add-contract.
       compute start-int =
           function integer-of-date(function numval(Fcon-start)).
       compute end-int =
           function integer-of-date(function numval(Fcon-end)).
       if end-int > start-int
           compute service-days =
               service-days + end-int - start-int + 1
       end-if.

       move Fcon-start to latest-start.
       move Fcon-end to latest-end.
       move Fcon-renewal-count to latest-renewal.

       if request-start not = spaces
           if Fcon-start = request-start
               move 1 to contract-found
               move Fcon-start to con-start
               move Fcon-end to con-end
               move Fcon-renewal-count to con-renewal
           end-if
       else
           if Fcon-start <= today and Fcon-end >= today
               move 1 to contract-found
               move Fcon-start to con-start
               move Fcon-end to con-end
               move Fcon-renewal-count to con-renewal
           end-if
       end-if.

lookup-dept-name.
       move spaces to dept-name-ws.
       open input department-file.
       perform until dept-status not = "00"
           read department-file
               not at end
                   if Fdept-id = Fdept
                       move Fdept-name to dept-name-ws
                   end-if
       end-perform.
       close department-file.

lookup-emptype-name.
       move spaces to emptype-name-ws.
       open input emptype-file.
       perform until emptype-status not = "00"
           read emptype-file
               not at end
                   if Femptype-id = Femptype
                       move Femptype-name to emptype-name-ws
                   end-if
       end-perform.
       close emptype-file.

lookup-site.
       *> 基準日に有効な所属拠点（適用開始日が最も新しいもの）
       move zero to site-code.
       move spaces to site-name-ws site-prefecture-ws.
       open input employee-site-file.
       if employee-site-status not = "00"
           go to lookup-site-exit
       end-if.
       move target-userid to Fesite-userid.
       move low-value to Fesite-from.
       start employee-site-file key >= Fesite-key
           invalid key move "10" to employee-site-status
       end-start.
       perform until employee-site-status not = "00"
           read employee-site-file next record
               at end move "10" to employee-site-status
               not at end
                   if Fesite-userid not = target-userid
                       or Fesite-from > terms-date
                       move "10" to employee-site-status
                   else
                       move Fesite-site to site-code
                   end-if
           end-read
       end-perform.
       close employee-site-file.

       if site-code = zero
           go to lookup-site-exit
       end-if.
       open input work-site-file.
       if work-site-status not = "00"
           go to lookup-site-exit
       end-if.
       move site-code to Fwsite-code.
       read work-site-file
           invalid key continue
       end-read.
       if work-site-status = "00"
           move Fwsite-name to site-name-ws
           move Fwsite-prefecture to site-prefecture-ws
       end-if.
       close work-site-file.

lookup-site-exit.
       exit.

lookup-hours.
       *> シフト未登録の役職は法定労働時間の8時間/日とする
       move zero to shift-found short-hours-found.
       move zero to work-start work-end.
       move 8 to daily-hours.

       open input shift-file.
       perform until shift-status not = "00"
           read shift-file
               not at end
                   if Fshift-roll = Froll
                       move Fshift-start to work-start
                       move Fshift-end to work-end
                       move Fshift-expected-hours to daily-hours
                       move 1 to shift-found
                   end-if
       end-perform.
       close shift-file.

       *> 基準日に時短勤務の措置があれば、その時刻と時間数を記載する
       open input short-hours-file.
       perform until sh-status not = "00"
           read short-hours-file
               not at end
                   if Fsh-userid = target-userid
                       and Fsh-from <= terms-date
                       and Fsh-to >= terms-date
                       move Fsh-daily-hours to daily-hours
                       if Fsh-start-time not = zero
                           move Fsh-start-time to work-start
                           move Fsh-end-time to work-end
                       end-if
                       move 1 to short-hours-found
                   end-if
       end-perform.
       close short-hours-file.

       *> 拘束時間から所定労働時間を引いた分を休憩とする
       move zero to break-minutes.
       if work-end > work-start
           compute span-minutes =
               (function integer(work-end / 100) * 60
                   + function mod(work-end, 100))
               - (function integer(work-start / 100) * 60
                   + function mod(work-start, 100))
           compute break-minutes = span-minutes - daily-hours * 60
           if break-minutes < zero
               move zero to break-minutes
           end-if
       end-if.

lookup-work-condition.
       *> 週所定労働日数・時間（未登録者は週5日・40時間）
       move 5 to weekly-days.
       move 40 to weekly-hours.
       move spaces to wc-best-from.
       open input work-condition-file.
       if work-condition-status not = "00"
           go to lookup-work-condition-exit
       end-if.
       move target-userid to Fwc-userid.
       move low-values to Fwc-effective-from.
       start work-condition-file key >= Fwc-key
           invalid key move "10" to work-condition-status
       end-start.
       perform until work-condition-status not = "00"
           read work-condition-file next record
               at end move "10" to work-condition-status
               not at end
                   if Fwc-userid not = target-userid
                       or Fwc-effective-from > terms-date
                       move "10" to work-condition-status
                   else
                       move Fwc-weekly-days to weekly-days
                       move Fwc-weekly-hours to weekly-hours
                       move Fwc-effective-from to wc-best-from
                   end-if
           end-read
       end-perform.
       close work-condition-file.

lookup-work-condition-exit.
       exit.

lookup-pay-assign.
       *> 基準日に有効な本人の等級号俸と、その時点の等級号俸表の額
       move zero to assign-found grade-found.
       move spaces to grade-best-from.
       open input pay-assign-file.
       if pay-assign-status not = "00"
           go to lookup-pay-assign-exit
       end-if.
       move target-userid to Fpa-userid.
       move low-values to Fpa-effective-from.
       start pay-assign-file key >= Fpa-key
           invalid key move "10" to pay-assign-status
       end-start.
       perform until pay-assign-status not = "00"
           read pay-assign-file next record
               at end move "10" to pay-assign-status
               not at end
                   if Fpa-userid not = target-userid
                       or Fpa-effective-from > terms-date
                       move "10" to pay-assign-status
                   else
                       move 1 to assign-found
                       move Fpa-grade to assign-grade
                       move Fpa-step to assign-step
                   end-if
           end-read
       end-perform.
       close pay-assign-file.

       if assign-found = zero
           go to lookup-pay-assign-exit
       end-if.

       open input pay-grade-file.
       if pay-grade-status not = "00"
           go to lookup-pay-assign-exit
       end-if.
       perform until pay-grade-status not = "00"
           read pay-grade-file
               not at end
                   if Fpg-grade = assign-grade
                       and Fpg-step = assign-step
                       and Fpg-effective-from <= terms-date
                       and Fpg-effective-from > grade-best-from
                       move Fpg-pay-type to pay-type
                       move Fpg-amount to pay-amount
                       move Fpg-effective-from to grade-best-from
                       move 1 to grade-found
                   end-if
       end-perform.
       close pay-grade-file.

lookup-pay-assign-exit.
       exit.

lookup-pay.
       *> 等級号俸が無ければ雇用形態の月給、それも無ければ役職の時給
       if grade-found = 1
           move "等級号俸" to pay-source
       else
           move zero to pay-amount
           move spaces to salary-best-from wage-best-from
           move "M" to pay-type
           move "雇用形態の月給" to pay-source
           open input salary-file
           perform until salary-status not = "00"
               read salary-file
                   not at end
                       if Fsal-emptype = Femptype
                           and Fsal-effective-from <= terms-date
                           and Fsal-effective-from > salary-best-from
                           move Fsal-amount to pay-amount
                           move Fsal-effective-from to salary-best-from
                       end-if
           end-perform
           close salary-file
           if salary-best-from = spaces
               move "H" to pay-type
               move "役職の時給" to pay-source
               open input wage-file
               perform until wage-status not = "00"
                   read wage-file
                       not at end
                           if Fwage-roll = Froll
                               and Fwage-effective-from <= terms-date
                               and Fwage-effective-from > wage-best-from
                               move Fwage-rate to pay-amount
                               move Fwage-effective-from to wage-best-from
                           end-if
               end-perform
               close wage-file
           end-if
       end-if.

lookup-commute.
       *> 基準日に有効な通勤手当（適用開始日つき履歴）
       move zero to commute-amount.
       move spaces to commute-best-from.
       open input commute-file.
       perform until commute-status not = "00"
           read commute-file
               not at end
                   if Fcom-userid = target-userid
                       and Fcom-effective-from <= terms-date
                       and Fcom-effective-from > commute-best-from
                       move Fcom-amount to commute-amount
                       move Fcom-effective-from to commute-best-from
                   end-if
       end-perform.
       close commute-file.

next-version.
       *> 版数は従業員ごとの通し番号（発行台帳の最大版数 + 1）
       move zero to terms-version.
       open input register-file.
       if register-status = "00"
           perform until register-status not = "00"
               read register-file
                   at end move "10" to register-status
                   not at end
                       if Fwtr-userid = target-userid
                           and Fwtr-version > terms-version
                           move Fwtr-version to terms-version
                       end-if
               end-read
           end-perform
           close register-file
       end-if.
       add 1 to terms-version.

format-hhmm.
       move spaces to hhmm-text.
       string hhmm-in(1:2) delimited by size
           ":" delimited by size
           hhmm-in(3:2) delimited by size
           into hhmm-text
       end-string.

write-notice.
       open output terms-file.

       move "労　働　条　件　通　知　書" to terms-line.
       write terms-line.
       move spaces to terms-line.
       string "第" delimited by size
           terms-version delimited by size
           "版  交付日: " delimited by size
           today delimited by size
           "  適用日: " delimited by size
           terms-date delimited by size
           into terms-line
       end-string.
       write terms-line.
       move " " to terms-line.
       write terms-line.

       move spaces to terms-line.
       string "氏名: " delimited by size
           function trim(Flastname) delimited by size
           " " delimited by size
           function trim(Ffirstname) delimited by size
           " 殿（userid " delimited by size
           Fuserid delimited by size
           "）" delimited by size
           into terms-line
       end-string.
       write terms-line.
       move spaces to terms-line.
       string "雇用形態: " delimited by size
           function trim(emptype-name-ws) delimited by size
           into terms-line
       end-string.
       write terms-line.
       move " " to terms-line.
       write terms-line.

       *> 契約期間
       if contract-found = 1
           move spaces to terms-line
           string "契約期間: 期間の定めあり（" delimited by size
               con-start delimited by size
               " 〜 " delimited by size
               con-end delimited by size
               "）" delimited by size
               into terms-line
           end-string
           write terms-line
           move spaces to terms-line
           if con-renewal = zero
               move "  契約の更新: 初回の契約" to terms-line
           else
               string "  契約の更新: 更新 " delimited by size
                   con-renewal delimited by size
                   " 回目の契約" delimited by size
                   into terms-line
               end-string
           end-if
           write terms-line
           move "  更新の有無: 更新する場合があり得る" to terms-line
           write terms-line
           move "  更新の判断: 契約期間満了時の業務量、勤務成績・態度、能力、会社の経営状況による"
               to terms-line
           write terms-line
           move service-days to days-edit
           move spaces to terms-line
           string "  通算契約期間: " delimited by size
               function trim(days-edit) delimited by size
               " 日" delimited by size
               into terms-line
           end-string
           write terms-line
           if conversion-right = 1
               move "  【無期転換申込権】通算契約期間が5年を超えるため、本契約期間中に"
                   to terms-line
               write terms-line
               move "  申込みをすることにより、本契約期間の末日の翌日から期間の定めのない"
                   to terms-line
               write terms-line
               move "  労働契約に転換することができます（労働契約法第18条）。転換後の労働条件は"
                   to terms-line
               write terms-line
               move "  本通知書の内容と同一です（別段の定めがある部分を除く）。"
                   to terms-line
               write terms-line
           end-if
       else
           move "契約期間: 期間の定めなし" to terms-line
           write terms-line
       end-if.
       move " " to terms-line.
       write terms-line.

       *> 就業の場所
       move spaces to terms-line.
       string "就業の場所: " delimited by size
           function trim(dept-name-ws) delimited by size
           into terms-line
       end-string.
       write terms-line.
       if site-code not = zero
           move spaces to terms-line
           string "  勤務拠点: " delimited by size
               function trim(site-name-ws) delimited by size
               "（" delimited by size
               function trim(site-prefecture-ws) delimited by size
               "）" delimited by size
               into terms-line
           end-string
           write terms-line
       end-if.
       move "  （変更の範囲: 会社の定める場所）" to terms-line.
       write terms-line.
       move " " to terms-line.
       write terms-line.

       *> 始業・終業の時刻と休憩
       if work-end > work-start
           move work-start to hhmm-in
           perform format-hhmm
           move hhmm-text to start-text
           move work-end to hhmm-in
           perform format-hhmm
           move hhmm-text to end-text
           move spaces to terms-line
           string "始業・終業の時刻: " delimited by size
               start-text delimited by size
               " 〜 " delimited by size
               end-text delimited by size
               into terms-line
           end-string
           write terms-line
           move break-minutes to break-edit
           move spaces to terms-line
           string "休憩時間: " delimited by size
               function trim(break-edit) delimited by size
               " 分" delimited by size
               into terms-line
           end-string
           write terms-line
       else
           move "始業・終業の時刻: 勤務表（ロスター）による" to terms-line
           write terms-line
           move "休憩時間: 6時間を超える日は45分、8時間を超える日は60分以上" to terms-line
           write terms-line
       end-if.
       move daily-hours to hours-edit.
       move spaces to terms-line.
       string "所定労働時間: 1日 " delimited by size
           function trim(hours-edit) delimited by size
           " 時間" delimited by size
           into terms-line
       end-string.
       write terms-line.
       if short-hours-found = 1
           move "  （育児・介護のための所定労働時間の短縮措置を適用）" to terms-line
           write terms-line
       end-if.
       move weekly-hours to hours-edit.
       move spaces to terms-line.
       string "所定労働日数・時間: 週 " delimited by size
           weekly-days delimited by size
           " 日・" delimited by size
           function trim(hours-edit) delimited by size
           " 時間" delimited by size
           into terms-line
       end-string.
       write terms-line.
       move "所定時間外労働: 有（時間外・休日労働に関する協定の範囲内）" to terms-line.
       write terms-line.
       move "休日: 勤務表（ロスター）および会社カレンダー・拠点カレンダーによる"
           to terms-line.
       write terms-line.
       move " " to terms-line.
       write terms-line.

       *> 賃金
       move spaces to terms-line.
       if pay-type = "H"
           if pay-amount = zero
               move "賃金: 時間給（賃金規程による）" to terms-line
           else
               move pay-amount to yen-edit
               string "賃金: 時間給 " delimited by size
                   function trim(yen-edit) delimited by size
                   " 円（" delimited by size
                   function trim(pay-source) delimited by size
                   "）" delimited by size
                   into terms-line
               end-string
           end-if
       else
           move pay-amount to yen-edit
           string "賃金: 月給 " delimited by size
               function trim(yen-edit) delimited by size
               " 円（" delimited by size
               function trim(pay-source) delimited by size
               "）" delimited by size
               into terms-line
           end-string
       end-if.
       write terms-line.
       move spaces to terms-line.
       if commute-amount = zero
           move "  通勤手当: なし" to terms-line
       else
           move commute-amount to yen-edit
           string "  通勤手当: 月額 " delimited by size
               function trim(yen-edit) delimited by size
               " 円" delimited by size
               into terms-line
           end-string
       end-if.
       write terms-line.
       move "  割増賃金率: 法定時間外 25%（月60時間超 50%）、深夜 25%"
           to terms-line.
       write terms-line.
       move "  賃金締切日・支払日・支払方法: 賃金規程による" to terms-line.
       write terms-line.
       move " " to terms-line.
       write terms-line.

       move "退職に関する事項: 就業規則による" to terms-line.
       write terms-line.
       move "その他: 社会保険・雇用保険の加入は法令の定めによる" to terms-line.
       write terms-line.
       move " " to terms-line.
       write terms-line.
       move "上記のとおり労働条件を通知します。" to terms-line.
       write terms-line.

       close terms-file.

write-register.
       *> 発行台帳（版数・交付日・対象契約）
       open extend register-file.
       if register-status not = "00"
           open output register-file
       end-if.
       move target-userid to Fwtr-userid.
       move terms-version to Fwtr-version.
       move today to Fwtr-issued-date.
       move con-start to Fwtr-con-start.
       move con-end to Fwtr-con-end.
       move con-renewal to Fwtr-renewal-count.
       move issue-reason to Fwtr-reason.
       move issuer-userid to Fwtr-issued-by.
       move function current-date to Fwtr-issued-at.
       move " " to Fwtr-filler1 Fwtr-filler2 Fwtr-filler3 Fwtr-filler4
           Fwtr-filler5 Fwtr-filler6 Fwtr-filler7 Fwtr-filler8.
       write Fwtr-rec.
       close register-file.
