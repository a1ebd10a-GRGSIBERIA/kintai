           select journal-file assign using journal-name
               organization line sequential
               status journal-status.
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
           select concurrent-file assign to "./dat/concurrent-assign.dat"
               organization indexed
               access mode sequential
               record key is Fca-key
               status concurrent-status.
           select assign-history-file
               assign to "./dat/dept-assign-history.dat"
               organization line sequential
               status assign-history-status.
           select retired-file assign to "./dat/dept-retired.dat"
               organization line sequential
               status retired-status.
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
       fd journal-file.
           01 journal-line pic X(160).
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
       fd assign-history-file.
           01 Fdah-rec.
               03 Fdah-userid pic 9(7).
               03 Fdah-filler1 pic X.
               03 Fdah-from-dept pic 9(2).
               03 Fdah-filler2 pic X.
               03 Fdah-to-dept pic 9(2).
               03 Fdah-filler3 pic X.
               03 Fdah-effective-date pic X(8).
               03 Fdah-filler4 pic X.
               03 Fdah-applied-at pic X(14).
       fd retired-file.
           01 Fdrt-rec.
               03 Fdrt-id pic 9(2).
               03 Fdrt-filler1 pic X.
               03 Fdrt-name pic N(20).
               03 Fdrt-filler2 pic X.
               03 Fdrt-parent pic 9(2).
               03 Fdrt-filler3 pic X.
               03 Fdrt-closed-date pic X(8).
               03 Fdrt-filler4 pic X.
               03 Fdrt-successor pic 9(2).
               03 Fdrt-filler5 pic X.
               03 Fdrt-kind pic X.
working-storage section.
       01 dept-key pic 99.
       01 status-rec.
           03 manifest-status pic XX.
           03 kept-status pic XX.
           03 journal-status pic XX.
           03 employee-company-status pic XX.
           03 company-status pic XX.
           03 permission-status pic XX.
           03 concurrent-status pic XX.
           03 assign-history-status pic XX.
           03 retired-status pic XX.
       01 target-yyyymm pic X(6).
       01 kept-name pic X(60).
       01 journal-name pic X(60).
           03 emp-entry occurs 2000 times indexed by emp-idx.
               05 emp-userid pic 9(7).
               05 emp-dept pic 9(2).
               05 emp-co pic 9(2).
       01 emp-count pic 9(4) value zero.
       *> 対象月に有効な兼務（concurrent-assign.dat）。
       *> 兼務先へ割合ぶんを按分し、本務の部署には残りを計上する
       01 ca-table.
           03 ca-entry occurs 500 times indexed by ca-idx.
               05 ca-userid pic 9(7).
               05 ca-dept pic 9(2).
               05 ca-share pic 9(3).
       01 ca-count pic 9(3) value zero.
       01 month-first pic X(8).
       01 month-last pic X(8).
       *> 所属履歴（dept-assign-history.dat）による月末時点の部署判定用
       01 assign-hist-table.
           03 ah-entry occurs 5000 times indexed by ah-idx.
               05 ah-userid pic 9(7).
               05 ah-from-dept pic 9(2).
               05 ah-eff pic X(8).
       01 ah-count pic 9(4) value zero.
       01 best-eff pic X(8).
       01 rest-gross pic s9(10)v99.
       01 rest-overtime pic s9(10)v99.
       01 rest-late pic s9(10)v99.
       01 share-amount pic 9(10)v99.
       01 share-dept pic 9(2).
       *> 部署マスタ（階層）と部署別集計
       01 dept-table.
           03 dept-entry occurs 99 times indexed by dpt-idx.
       01 csv-dept pic 9(2).
       01 csv-amount pic Z(9)9.99.
       01 journal-rows pic 9(4) value zero.
       01 other-company-count pic 9(4) value zero.
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
       display "対象年月を入力してください (例: 202608)".
       accept target-yyyymm.

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

       *> 締め前監査のGO判定がない月は未承認の数字になるため出力しない
       move target-yyyymm to Fpre-yyyymm.
       open input preclose-file.
           stop run
       end-if.

       move target-yyyymm to month-first(1:6).
       move "01" to month-first(7:2).
       move target-yyyymm to month-last(1:6).
       move "31" to month-last(7:2).

       perform load-departments.
       perform load-assign-history thru load-assign-history-exit.
       perform load-users.
       perform load-concurrent thru load-concurrent-exit.
       perform load-kept-export thru load-kept-export-exit.

       perform rollup-hierarchy.

       move spaces to journal-name.
       if company-code = zero
           string "./dat/gl-journal-" delimited by size
               target-yyyymm delimited by size
               ".csv" delimited by size
               into journal-name
           end-string
       else
           string "./dat/gl-journal-" delimited by size
               target-yyyymm delimited by size
               "-" delimited by size
               company-code delimited by size
               ".csv" delimited by size
               into journal-name
           end-string
       end-if.
       open output journal-file.
       move "dept,dept_name,cost_element,amount" to journal-line.
       write journal-line.
           display "警告: 部署の特定できない従業員行が "
               unmapped-count " 件ありました（仕訳未計上）"
       end-if.
       if other-company-count > 0
           display "他社所属の従業員行 " other-company-count
               " 件は計上していません"
       end-if.
       stop run.

find-latest-manifest.
       end-perform.
       close department-file.

       *> 対象月の途中以降に組織改編で消えた部署も、その月は計上先にする
       open input retired-file.
       if retired-status = "00"
           perform until retired-status not = "00"
               read retired-file
                   at end move "10" to retired-status
                   not at end
                       if Fdrt-id >= 1 and Fdrt-id <= 99
                           and Fdrt-closed-date > month-first
                           and dpt-exists(Fdrt-id) = zero
                           move zero to dpt-direct-gross(Fdrt-id)
                           move zero to dpt-direct-overtime(Fdrt-id)
                           move zero to dpt-direct-late(Fdrt-id)
                           move 1 to dpt-exists(Fdrt-id)
                           move Fdrt-name to dpt-name(Fdrt-id)
                           move Fdrt-parent to dpt-parent(Fdrt-id)
                       end-if
               end-read
           end-perform
           close retired-file
       end-if.

load-assign-history.
       open input assign-history-file.
       if assign-history-status not = "00"
           go to load-assign-history-exit
       end-if.
       perform until assign-history-status not = "00"
           read assign-history-file
               not at end
                   if ah-count < 5000
                       add 1 to ah-count
                       move Fdah-userid to ah-userid(ah-count)
                       move Fdah-from-dept to ah-from-dept(ah-count)
                       move Fdah-effective-date to ah-eff(ah-count)
                   end-if
       end-perform.
       close assign-history-file.

load-assign-history-exit.
       exit.

load-users.
       open input user-file.
       perform until user-status not = "00"
                       add 1 to emp-count
                       move Fuserid to emp-userid(emp-count)
                       move Fdept to emp-dept(emp-count)
                       perform determine-month-end-dept
                       move Fuserid to Fec-userid
                       perform lookup-employee-company
                       move emp-company to emp-co(emp-count)
                   end-if
       end-perform.
       close user-file.

determine-month-end-dept.
       *> 月末より後に発効した最初の異動のfrom-deptが対象月末の所属。
       *> 該当する異動がなければ現在の部署のまま。
       move "99999999" to best-eff.
       perform varying ah-idx from 1 by 1 until ah-idx > ah-count
           if ah-userid(ah-idx) = Fuserid
               and ah-eff(ah-idx) > month-last
               and ah-eff(ah-idx) < best-eff
               move ah-from-dept(ah-idx) to emp-dept(emp-count)
               move ah-eff(ah-idx) to best-eff
           end-if
       end-perform.

load-concurrent.
       open input concurrent-file.
       if concurrent-status not = "00"
           go to load-concurrent-exit
       end-if.
       perform until concurrent-status not = "00"
           read concurrent-file next record
               at end move "10" to concurrent-status
               not at end
                   *> 対象月に一日でもかかる兼務を按分の対象とする
                   if Fca-from <= month-last
                       and (Fca-to = spaces or Fca-to >= month-first)
                       and Fca-dept >= 1 and Fca-dept <= 99
                       and ca-count < 500
                       add 1 to ca-count
                       move Fca-userid to ca-userid(ca-count)
                       move Fca-dept to ca-dept(ca-count)
                       move Fca-share to ca-share(ca-count)
                   end-if
           end-read
       end-perform.
       close concurrent-file.

load-concurrent-exit.
       exit.

load-kept-export.
       move zero to header-skipped.
       open input kept-file.
       perform varying emp-idx from 1 by 1 until emp-idx > emp-count
           if emp-userid(emp-idx) = line-userid
               move emp-dept(emp-idx) to line-dept
               move emp-co(emp-idx) to emp-company
               move 1 to dept-found
           end-if
       end-perform.

       *> 会社別の出力では他社所属の従業員の行は計上しない
       if company-code not = zero
           and dept-found = 1 and emp-company not = company-code
           add 1 to other-company-count
           go to allocate-one-line-exit
       end-if.

       if dept-found = zero
           or line-dept < 1 or line-dept > 99
           or dpt-exists(line-dept) = zero
           go to allocate-one-line-exit
       end-if.

       move line-gross to rest-gross.
       move line-overtime to rest-overtime.
       move line-late to rest-late.
       perform varying ca-idx from 1 by 1 until ca-idx > ca-count
           if ca-userid(ca-idx) = line-userid
               perform add-concurrent-share
                   thru add-concurrent-share-exit
           end-if
       end-perform.

       if rest-gross > zero
           add rest-gross to dpt-direct-gross(line-dept)
       end-if.
       if rest-overtime > zero
           add rest-overtime to dpt-direct-overtime(line-dept)
       end-if.
       if rest-late > zero
           add rest-late to dpt-direct-late(line-dept)
       end-if.

allocate-one-line-exit.
       exit.

add-concurrent-share.
       move ca-dept(ca-idx) to share-dept.
       if dpt-exists(share-dept) = zero
           go to add-concurrent-share-exit
       end-if.
       compute share-amount rounded =
           line-gross * ca-share(ca-idx) / 100.
       add share-amount to dpt-direct-gross(share-dept).
       subtract share-amount from rest-gross.
       compute share-amount rounded =
           line-overtime * ca-share(ca-idx) / 100.
       add share-amount to dpt-direct-overtime(share-dept).
       subtract share-amount from rest-overtime.
       compute share-amount rounded =
           line-late * ca-share(ca-idx) / 100.
       add share-amount to dpt-direct-late(share-dept).
       subtract share-amount from rest-late.

add-concurrent-share-exit.
       exit.

rollup-hierarchy.
       *> 各部署の直課額を親部署の系列すべてに積み上げる。
       *> （出力の各行は自部署＋配下部署の合計になる）
       end-string.
       write journal-line.
       add 1 to journal-rows.

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
