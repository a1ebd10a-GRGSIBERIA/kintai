           select ledger-file assign using ledger-name
               organization line sequential
               status ledger-status.
           select employee-company-file
               assign to "./dat/employee-company.dat"
               organization indexed
               access mode dynamic
               record key is Fec-userid
               status employee-company-status.
           select company-file assign to "./dat/company.dat"
               organization indexed
               access mode dynamic
               record key is Fco-code
               status company-status.
           select permission-file assign to "./dat/permission.dat"
               organization indexed
               access mode dynamic
               record key is Fperm-key
               status permission-status.
data division.
file section.
       fd user-file.
               03 Fman-filename pic X(60).
               03 Fman-created-at pic X(21).
       fd kept-file.
           01 kept-line pic X(1024).
       fd ledger-file.
           01 ledger-line pic X(160).
       fd employee-company-file.
           01 Fec-rec.
               03 Fec-userid pic 9(7).
               03 Fec-company pic 9(2).
               03 Fec-updated-by pic 9(7).
               03 Fec-updated-at pic X(21).
       fd company-file.
           01 Fco-rec.
               03 Fco-code pic 9(2).
               03 Fco-name pic N(30).
               03 Fco-si-office pic X(16).
               03 Fco-remitter-code pic X(10).
               03 Fco-remitter-kana pic X(40).
               03 Fco-bank-code pic X(4).
               03 Fco-branch-code pic X(3).
               03 Fco-account-type pic X.
               03 Fco-account-number pic X(7).
               03 Fco-pay-day pic 9(2).
               03 Fco-updated-by pic 9(7).
               03 Fco-updated-at pic X(21).
       fd permission-file.
           01 Fperm-rec.
               03 Fperm-key.
                   05 Fperm-function pic X(20).
                   05 Fperm-roll pic 9(2).
               03 Fperm-allowed pic X.
working-storage section.
       01 status-rec.
           03 user-status pic XX.
           03 manifest-status pic XX.
           03 kept-status pic XX.
           03 ledger-status pic XX.
           03 employee-company-status pic XX.
           03 company-status pic XX.
           03 permission-status pic XX.
       01 target-year pic X(4).
       01 target-yyyymm pic X(6).
       01 month-num pic 99.
                   07 em-excess pic 9(5)v99.
                   07 em-late pic 9(5)v99.
                   07 em-gross pic 9(10)v99.
                   07 em-rate pic 9(8)v99.
                   07 em-grade pic X(6).
       01 emp-count pic 9(4) value zero.
       01 emp-overflow pic 9 value zero.
       *> 対象月の最新版マニフェスト
       01 kept-f13 pic X(16).
       01 kept-f14 pic X(16).
       01 kept-f15 pic X(16).
       *> 16列目以降は等級号俸（29列目）を拾うためだけに分解する
       01 kept-rest.
           03 kept-fx pic X(16) occurs 14 times.
       01 kept-tallying pic 99.
       01 header-skipped pic 9.
       01 line-userid pic 9(7).
       01 disp-excess pic Z(4)9.99.
       01 disp-late pic Z(4)9.99.
       01 disp-gross pic Z(9)9.99.
       01 disp-rate pic Z(7)9.99.
       01 sum-hours pic 9(6)v99.
       01 sum-regular pic 9(6)v99.
       01 sum-overtime pic 9(6)v99.
       01 sum-excess pic 9(6)v99.
       01 sum-late pic 9(6)v99.
       01 sum-gross pic 9(11)v99.
       *> 会社（法人）別の出力。0 は全社の合算で、
       *> consolidated-report の権限を持つ利用者に限る。
       *> 所属会社（employee-company.dat）が未登録の従業員は会社01
       01 company-code pic 9(2) value zero.
       01 company-input pic X(2).
       01 company-found pic 9.
       01 emp-company pic 9(2).
       *> 全社合算の権限確認用
       01 auth-username pic X(64).
       01 auth-password pic X(20).
       01 auth-hash pic X(20).
       01 auth-password-hash pic X(20).
       01 auth-found pic 9.
       01 auth-miss pic 9 value zero.
       01 perm-function pic X(20).
       01 perm-decided pic 9.
       01 perm-allowed pic 9.
       01 matrix-has-function pic 9.
       01 authority-ok pic 9.

procedure division.
main-procedure.
       display "対象年を入力してください (例: 2026)".
       accept target-year.

       display "対象の会社コードを入力してください (全社の合算は 0 または空欄)".
       move spaces to company-input.
       accept company-input.
       if company-input not = spaces
           move function numval(company-input) to company-code
       end-if.
       if company-code = zero
           perform authorize-consolidated thru authorize-consolidated-exit
       else
           perform check-company-code thru check-company-code-exit
           if company-found = 0
               display "会社マスタに登録されていない会社コードです: "
                   company-code
               stop run
           end-if
           display "会社 " company-code " の従業員を対象に出力します"
       end-if.

       perform load-users.

       if emp-count = zero
       perform until user-status not = "00"
           read user-file
               not at end
                   move Fuserid to Fec-userid
                   perform lookup-employee-company
                   if company-code = zero
                       or emp-company = company-code
                       perform add-one-user
                   end-if
       end-perform.
       close user-file.

add-one-user.
       if emp-count >= 2000
           move 1 to emp-overflow
       else
           add 1 to emp-count
           move Fuserid to emp-userid(emp-count)
           move Flastname to emp-lastname(emp-count)
           move Ffirstname to emp-firstname(emp-count)
           move zero to emp-has-data(emp-count)
           perform varying emon-idx from 1 by 1
               until emon-idx > 12
               move zero to em-hours(emp-count, emon-idx)
               move zero to em-regular(emp-count, emon-idx)
               move zero to em-overtime(emp-count, emon-idx)
               move zero to em-excess(emp-count, emon-idx)
               move zero to em-late(emp-count, emon-idx)
               move zero to em-gross(emp-count, emon-idx)
               move zero to em-rate(emp-count, emon-idx)
               move spaces to em-grade(emp-count, emon-idx)
           end-perform
       end-if.

load-one-month.
       *> 同じ月に複数版があるときは最新版（最大版番号）の控えを使う。
       *> 版番号は賞与（payroll-bonus）と通しのため、月次給与の控えに限る

load-one-kept-line.
       move zero to kept-tallying.
       move spaces to kept-rest.
       unstring kept-line delimited by ","
           into kept-f01 kept-f02 kept-f03 kept-f04 kept-f05
               kept-f06 kept-f07 kept-f08 kept-f09 kept-f10
               kept-f11 kept-f12 kept-f13 kept-f14 kept-f15
               kept-fx(1) kept-fx(2) kept-fx(3) kept-fx(4) kept-fx(5)
               kept-fx(6) kept-fx(7) kept-fx(8) kept-fx(9) kept-fx(10)
               kept-fx(11) kept-fx(12) kept-fx(13) kept-fx(14)
           tallying in kept-tallying
       end-unstring.

           function numval(kept-f10).
       compute em-excess(match-idx, month-num) =
           function numval(kept-f11).
       compute em-rate(match-idx, month-num) =
           function numval(kept-f05).
       if kept-tallying >= 29
           move kept-fx(14) to em-grade(match-idx, month-num)
       end-if.
       move 1 to emp-has-data(match-idx).

load-one-kept-line-exit.
       end-string.
       write ledger-line.

       move "月   総労働     所定内     法定外     60H超      深夜       支給額           単価        等級号俸"
           to ledger-line.
       write ledger-line.

       move em-excess(emp-idx, cur-month) to disp-excess.
       move em-late(emp-idx, cur-month) to disp-late.
       move em-gross(emp-idx, cur-month) to disp-gross.
       move em-rate(emp-idx, cur-month) to disp-rate.

       add em-hours(emp-idx, cur-month) to sum-hours.
       add em-regular(emp-idx, cur-month) to sum-regular.
           disp-late delimited by size
           " " delimited by size
           disp-gross delimited by size
           " " delimited by size
           disp-rate delimited by size
           "  " delimited by size
           em-grade(emp-idx, cur-month) delimited by size
           into ledger-line
       end-string.
       write ledger-line.

check-company-code.
       *> 会社01は会社マスタが未登録でも指定できる
       move zero to company-found.
       if company-code = 1
           move 1 to company-found
       end-if.
       open input company-file.
       if company-status not = "00"
           go to check-company-code-exit
       end-if.
       move company-code to Fco-code.
       read company-file
           invalid key continue
       end-read.
       if company-status = "00"
           move 1 to company-found
       end-if.
       close company-file.

check-company-code-exit.
       exit.

lookup-employee-company.
       *> Fec-userid の所属会社。登録がなければ会社01
       move 1 to emp-company.
       open input employee-company-file.
       if employee-company-status = "00"
           read employee-company-file
               invalid key continue
           end-read
           if employee-company-status = "00"
               move Fec-company to emp-company
           end-if
           close employee-company-file
       end-if.

authorize-consolidated.
       *> 全社の合算は consolidated-report の権限を持つ利用者に限る
       display "全社の合算を出力するには権限の確認が必要です".
       display "ユーザ名を入力してください".
       accept auth-username.

       move zero to auth-found.
       move zero to authority-ok.
       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if auth-username = Fusername
                       move 1 to auth-found
                       move Fpswd to auth-hash
                       move "consolidated-report" to perm-function
                       perform check-authority
                   end-if
       end-perform.
       close user-file.

       if auth-found = 0
           display "ユーザが見つかりません"
           stop run
       end-if.
       if authority-ok = 0
           display "全社合算の権限がありません（会社コードを指定してください）"
           stop run
       end-if.

authorize-consolidated-password.
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

       if auth-password-hash not = auth-hash
           add 1 to auth-miss
           if auth-miss >= 3
               display "認証に3回失敗したため終了します"
               stop run
           end-if
           display "パスワードが違います"
           go to authorize-consolidated-password
       end-if.

authorize-consolidated-exit.
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
