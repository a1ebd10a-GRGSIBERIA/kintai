identification division.
program-id. kintai-dept-budget-report.

environment division.
input-output section.
       file-control.
           select user-file assign to "./dat/user.dat"
               organization indexed
               access mode sequential
               record key is Fuserid
               status user-status.
           select department-file assign to "./dat/department.dat"
               organization relative
               access mode sequential
               relative key dept-key
               status dept-status.
           select budget-file assign to "./dat/dept-budget.dat"
               organization indexed
               access mode dynamic
               record key is Fdb-key
               status budget-status.
           select agg-file assign to "./dat/month-agg.dat"
               organization indexed
               access mode dynamic
               record key is Fagg-key
               status agg-status.
           select month-lock-file assign to "./dat/month-lock.dat"
               organization relative
               access mode sequential
               relative key lock-key
               status lock-status.
           select manifest-file assign to "./dat/payroll-manifest.dat"
               organization indexed
               access mode dynamic
               record key is Fman-key
               status manifest-status.
           select kept-file assign using kept-name
               organization line sequential
               status kept-status.
           select run-param-file assign to "./dat/run-param.dat"
               organization indexed
               access mode dynamic
               record key is Frp-key
               status run-param-status.
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
       fd department-file.
           01 Fdept-rec.
               03 Fdept-id pic 9(2).
               03 Fdept-name pic N(20).
               03 Fdept-parent pic 9(2).
       fd budget-file.
           01 Fdb-rec.
               03 Fdb-key.
                   05 Fdb-dept pic 9(2).
                   05 Fdb-yyyymm pic X(6).
               03 Fdb-headcount pic 9(5).
               03 Fdb-scheduled-hours pic 9(7)v99.
               03 Fdb-overtime-hours pic 9(7)v99.
               03 Fdb-labor-cost pic 9(11).
               03 Fdb-imported-at pic X(21).
       fd agg-file.
           01 Fagg-rec.
               03 Fagg-key.
                   05 Fagg-userid pic 9(7).
                   05 Fagg-yyyymm pic X(6).
               03 Fagg-worked-minutes pic 9(6).
               03 Fagg-overtime-minutes pic 9(6).
               03 Fagg-late-minutes pic 9(6).
               03 Fagg-worked-days pic 9(2).
               03 Fagg-stale pic X.
               03 Fagg-built-at pic X(21).
               03 Fagg-day-entry occurs 31 times.
                   05 Fagg-day-in pic 9(4).
                   05 Fagg-day-out pic 9(4).
                   05 Fagg-day-worked pic 9(4).
       fd month-lock-file.
           01 Fmlock-rec.
               03 Fmlock-yyyymm pic X(6).
               03 Fmlock-locked-at pic X(21).
       fd manifest-file.
           01 Fman-rec.
               03 Fman-key.
                   05 Fman-yyyymm pic X(6).
                   05 Fman-version pic 9(3).
               03 Fman-rows pic 9(5).
               03 Fman-total-hours pic 9(7)v99.
               03 Fman-total-pay pic 9(10)v99.
               03 Fman-filename pic X(60).
               03 Fman-created-at pic X(21).
       fd kept-file.
           01 kept-line pic X(1024).
       fd run-param-file.
           01 Frp-rec.
               03 Frp-key.
                   05 Frp-program pic X(30).
                   05 Frp-param pic X(20).
               03 Frp-value pic X(30).
       fd report-file.
           01 report-line pic X(160).
working-storage section.
       01 dept-key pic 99.
       01 lock-key pic 9(4).
       01 status-rec.
           03 user-status pic XX.
           03 dept-status pic XX.
           03 budget-status pic XX.
           03 agg-status pic XX.
           03 lock-status pic XX.
           03 manifest-status pic XX.
           03 kept-status pic XX.
           03 run-param-status pic XX.
           03 report-status pic XX.
       *> 無人実行用の実行パラメータ（run-param.dat）
       01 run-param-name pic X(20).
       01 run-param-found pic 9.
       01 run-param-value pic X(30).
       01 target-yyyymm pic X(6).
       01 threshold-pct pic 9(3)v9.
       01 month-first pic X(8).
       01 month-last pic X(8).
       01 report-name pic X(60).
       *> 締め済み（month-lock.dat）の判定
       01 latest-locked pic X(6).
       01 target-locked pic 9.
       *> 給与控え（payroll-manifest.dat の最新版）
       01 kept-name pic X(60).
       01 best-version pic 9(3).
       01 manifest-found pic 9.
       *> 従業員→部署の対応表（控えCSVの人件費を部署に振るため）
       01 emp-table.
           03 emp-entry occurs 2000 times indexed by emp-idx.
               05 emp-userid pic 9(7).
               05 emp-dept pic 9(2).
       01 emp-count pic 9(4) value zero.
       *> 部署マスタ（階層）と予算・実績。
       *> 項目 1=人員 2=所定時間 3=残業時間 4=人件費
       01 dept-table.
           03 dept-entry occurs 99 times indexed by dpt-idx.
               05 dpt-exists pic 9.
               05 dpt-name pic N(20).
               05 dpt-parent pic 9(2).
               05 dpt-over pic 9.
               05 dpt-item occurs 4 times.
                   07 dpt-direct-budget pic 9(11)v99.
                   07 dpt-direct-actual pic 9(11)v99.
                   07 dpt-budget pic 9(11)v99.
                   07 dpt-actual pic 9(11)v99.
       01 total-table.
           03 tot-item occurs 4 times.
               05 tot-budget pic 9(11)v99.
               05 tot-actual pic 9(11)v99.
       01 item-idx pic 9.
       01 cur-dept pic 9(2).
       01 user-active pic 9.
       01 stale-count pic 9(5) value zero.
       01 unmapped-count pic 9(4) value zero.
       01 report-count pic 9(4) value zero.
       01 over-count pic 9(4) value zero.
       *> 控えCSVの列分解用
       01 kept-f01 pic X(10).
       01 kept-f02 pic X(64).
       01 kept-f03 pic X(64).
       01 kept-f04 pic X(16).
       01 kept-f05 pic X(16).
       01 kept-f06 pic X(16).
       01 kept-tallying pic 99.
       01 header-skipped pic 9.
       01 line-userid pic 9(7).
       01 line-gross pic 9(10)v99.
       01 line-dept pic 9(2).
       01 dept-found pic 9.
       *> 階層ロールアップ用（子部署の額を祖先にも計上する）
       01 walk-dept pic 9(2).
       01 walk-guard pic 99.
       *> 明細行の編集用
       01 line-budget pic 9(11)v99.
       01 line-actual pic 9(11)v99.
       01 line-variance pic s9(11)v99.
       01 line-pct pic s9(5)v9.
       01 line-over pic 9.
       01 item-label pic X(16).
       01 flag-label pic X(16).
       01 disp-amount pic Z(10)9.99.
       01 disp-count pic Z(13)9.
       01 disp-budget pic X(14).
       01 disp-actual pic X(14).
       01 disp-variance-amount pic -Z(9)9.99.
       01 disp-variance-count pic -Z(12)9.
       01 disp-variance pic X(14).
       01 disp-pct-edit pic -Z(4)9.9.
       01 disp-pct pic X(8).
       01 disp-threshold pic ZZ9.9.
       01 disp-dept pic 99.
       01 disp-parent pic 99.
       *> ジョブチェーン実行台帳に載せる処理件数（呼び出し元と共有）
       01 job-step-count pic 9(7) external.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "部署別 人件費・工数の予算実績対比（月次）".

       perform find-latest-lock thru find-latest-lock-exit.

       move "target-yyyymm" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move run-param-value(1:6) to target-yyyymm
           display "実行パラメータにより対象年月 " target-yyyymm
               " で実行します"
       else
           display "対象年月を入力してください (例: 202609、空欄は直近の締め済み月)"
           move spaces to target-yyyymm
           accept target-yyyymm
       end-if.
       if target-yyyymm = spaces
           move latest-locked to target-yyyymm
       end-if.

       move zero to job-step-count.
       if target-yyyymm = spaces
           display "締め済みの月がありません"
           display "（給与の締め処理後に実行されます）"
           goback
       end-if.

       *> 給与の締め（月ロック）前の月は実績が確定していないため出力しない
       perform check-target-lock.
       if target-locked = zero
           display target-yyyymm " は給与の締め処理が済んでいないため出力しません"
           goback
       end-if.

       move "threshold-pct" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           compute threshold-pct = function numval(run-param-value)
       else
           display "超過とみなす予算超過率(%)を入力してください (空欄は 5.0)"
           move zero to threshold-pct
           accept threshold-pct
       end-if.
       if threshold-pct = zero
           move 5 to threshold-pct
       end-if.

       move target-yyyymm to month-first(1:6).
       move "01" to month-first(7:2).
       move target-yyyymm to month-last(1:6).
       move "31" to month-last(7:2).

       perform load-departments.
       perform load-budgets thru load-budgets-exit.
       perform tally-users.

       perform find-latest-manifest thru find-latest-manifest-exit.
       if manifest-found = 1
           perform load-kept-export thru load-kept-export-exit
       end-if.

       perform rollup-hierarchy.

       move spaces to report-name.
       string "./dat/dept-budget-report-" delimited by size
           target-yyyymm delimited by size
           ".txt" delimited by size
           into report-name
       end-string.
       open output report-file.
       perform write-report-header.

       perform varying dpt-idx from 1 by 1 until dpt-idx > 99
           if dpt-exists(dpt-idx) = 1
               perform write-dept-block thru write-dept-block-exit
           end-if
       end-perform.

       perform write-company-block.
       perform write-over-list.
       close report-file.

       display " ".
       display "部署 " report-count " 件  うち予算超過 " over-count " 件".
       display function trim(report-name) " に出力しました".
       move report-count to job-step-count.
       goback.

find-latest-lock.
       *> 直近の締め済み月（パラメータ省略時の対象月）
       move spaces to latest-locked.
       open input month-lock-file.
       if lock-status not = "00"
           go to find-latest-lock-exit
       end-if.
       perform until lock-status not = "00"
           read month-lock-file next record
               not at end
                   if Fmlock-yyyymm > latest-locked
                       move Fmlock-yyyymm to latest-locked
                   end-if
       end-perform.
       close month-lock-file.

find-latest-lock-exit.
       exit.

check-target-lock.
       move zero to target-locked.
       open input month-lock-file.
       perform until lock-status not = "00"
           read month-lock-file next record
               not at end
                   if Fmlock-yyyymm = target-yyyymm
                       move 1 to target-locked
                   end-if
       end-perform.
       close month-lock-file.

load-departments.
       perform varying dpt-idx from 1 by 1 until dpt-idx > 99
           initialize dept-entry(dpt-idx)
       end-perform.
       initialize total-table.

       open input department-file.
       perform until dept-status not = "00"
           read department-file
               not at end
                   if Fdept-id >= 1 and Fdept-id <= 99
                       move 1 to dpt-exists(Fdept-id)
                       move Fdept-name to dpt-name(Fdept-id)
                       move Fdept-parent to dpt-parent(Fdept-id)
                   end-if
       end-perform.
       close department-file.

load-budgets.
       *> 予算は部署ごとの直接分として登録され、実績と同じく上位へ積み上げる
       open input budget-file.
       if budget-status not = "00"
           display "./dat/dept-budget.dat が開けません（予算は0として扱います）"
           go to load-budgets-exit
       end-if.
       perform until budget-status not = "00"
           read budget-file next record
               at end move "10" to budget-status
               not at end
                   if Fdb-yyyymm = target-yyyymm
                       and Fdb-dept >= 1 and Fdb-dept <= 99
                       and dpt-exists(Fdb-dept) = 1
                       move Fdb-dept to cur-dept
                       move Fdb-headcount
                           to dpt-direct-budget(cur-dept, 1)
                       move Fdb-scheduled-hours
                           to dpt-direct-budget(cur-dept, 2)
                       move Fdb-overtime-hours
                           to dpt-direct-budget(cur-dept, 3)
                       move Fdb-labor-cost
                           to dpt-direct-budget(cur-dept, 4)
                   end-if
           end-read
       end-perform.
       close budget-file.

load-budgets-exit.
       exit.

tally-users.
       *> 在籍人員は当月に1日でも在籍した者、時間は月次集計による
       open input agg-file.
       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if emp-count < 2000
                       add 1 to emp-count
                       move Fuserid to emp-userid(emp-count)
                       move Fdept to emp-dept(emp-count)
                   end-if
                   perform tally-one-user
       end-perform.
       close user-file.
       close agg-file.

tally-one-user.
       move 1 to user-active.
       if Fjoin-date(1:8) not = spaces
           and Fjoin-date(1:8) > month-last
           move zero to user-active
       end-if.
       if Fretire-date not = spaces and Fretire-date not = "00000000"
           and Fretire-date < month-first
           move zero to user-active
       end-if.
       if user-active = 1
           if Fdept < 1 or Fdept > 99 or dpt-exists(Fdept) = zero
               add 1 to unmapped-count
           else
               move Fdept to cur-dept
               add 1 to dpt-direct-actual(cur-dept, 1)
               perform add-agg-hours
           end-if
       end-if.

add-agg-hours.
       move Fuserid to Fagg-userid.
       move target-yyyymm to Fagg-yyyymm.
       read agg-file
           invalid key continue
       end-read.
       if agg-status = "00"
           if Fagg-stale = "Y"
               add 1 to stale-count
           end-if
           if Fagg-worked-minutes > Fagg-overtime-minutes
               compute dpt-direct-actual(cur-dept, 2) =
                   dpt-direct-actual(cur-dept, 2)
                   + (Fagg-worked-minutes - Fagg-overtime-minutes) / 60
           end-if
           compute dpt-direct-actual(cur-dept, 3) =
               dpt-direct-actual(cur-dept, 3)
               + Fagg-overtime-minutes / 60
       end-if.

find-latest-manifest.
       *> 月次給与の最新版の控えを使う（賞与の控えは対象外）
       move zero to manifest-found.
       move zero to best-version.
       move spaces to kept-name.

       open input manifest-file.
       if manifest-status not = "00"
           go to find-latest-manifest-exit
       end-if.
       perform until manifest-status not = "00"
           read manifest-file next record
               not at end
                   if Fman-yyyymm = target-yyyymm
                       and Fman-version > best-version
                       and Fman-filename(1:20) = "./dat/payroll-export"
                       move Fman-version to best-version
                       move Fman-filename to kept-name
                       move 1 to manifest-found
                   end-if
       end-perform.
       close manifest-file.

find-latest-manifest-exit.
       exit.

load-kept-export.
       move zero to header-skipped.
       open input kept-file.
       if kept-status not = "00"
           move zero to manifest-found
           go to load-kept-export-exit
       end-if.
       perform until kept-status not = "00"
           read kept-file
               not at end
                   if header-skipped = zero
                       move 1 to header-skipped
                   else
                       perform add-kept-line thru add-kept-line-exit
                   end-if
       end-perform.
       close kept-file.

load-kept-export-exit.
       exit.

add-kept-line.
       move zero to kept-tallying.
       unstring kept-line delimited by ","
           into kept-f01 kept-f02 kept-f03 kept-f04 kept-f05 kept-f06
           tallying in kept-tallying
       end-unstring.

       if kept-tallying < 6
           go to add-kept-line-exit
       end-if.

       compute line-userid = function numval(kept-f01).
       compute line-gross = function numval(kept-f06).

       move zero to dept-found.
       perform varying emp-idx from 1 by 1 until emp-idx > emp-count
           if emp-userid(emp-idx) = line-userid
               move emp-dept(emp-idx) to line-dept
               move 1 to dept-found
           end-if
       end-perform.

       if dept-found = zero
           or line-dept < 1 or line-dept > 99
           or dpt-exists(line-dept) = zero
           add 1 to unmapped-count
           go to add-kept-line-exit
       end-if.

       add line-gross to dpt-direct-actual(line-dept, 4).

add-kept-line-exit.
       exit.

rollup-hierarchy.
       *> 各部署の直接分を親部署の系列すべてに積み上げる。
       *> （各行は自部署＋配下部署の合計になる。全社計は直接分の合計）
       perform varying dpt-idx from 1 by 1 until dpt-idx > 99
           if dpt-exists(dpt-idx) = 1
               perform varying item-idx from 1 by 1 until item-idx > 4
                   move dpt-direct-budget(dpt-idx, item-idx)
                       to dpt-budget(dpt-idx, item-idx)
                   move dpt-direct-actual(dpt-idx, item-idx)
                       to dpt-actual(dpt-idx, item-idx)
                   add dpt-direct-budget(dpt-idx, item-idx)
                       to tot-budget(item-idx)
                   add dpt-direct-actual(dpt-idx, item-idx)
                       to tot-actual(item-idx)
               end-perform
           end-if
       end-perform.

       perform varying dpt-idx from 1 by 1 until dpt-idx > 99
           if dpt-exists(dpt-idx) = 1
               move dpt-parent(dpt-idx) to walk-dept
               move zero to walk-guard
               perform until walk-dept = zero
                   or walk-guard > 10
                   add 1 to walk-guard
                   if walk-dept >= 1 and walk-dept <= 99
                       and dpt-exists(walk-dept) = 1
                       perform add-to-ancestor
                       move dpt-parent(walk-dept) to walk-dept
                   else
                       move zero to walk-dept
                   end-if
               end-perform
           end-if
       end-perform.

add-to-ancestor.
       perform varying item-idx from 1 by 1 until item-idx > 4
           add dpt-direct-budget(dpt-idx, item-idx)
               to dpt-budget(walk-dept, item-idx)
           add dpt-direct-actual(dpt-idx, item-idx)
               to dpt-actual(walk-dept, item-idx)
       end-perform.

write-report-header.
       move threshold-pct to disp-threshold.
       move spaces to report-line.
       string "部署別 人件費・工数 予算実績対比  対象年月 " delimited by size
           target-yyyymm delimited by size
           "  作成日 " delimited by size
           function current-date(1:8) delimited by size
           into report-line
       end-string.
       write report-line.
       move spaces to report-line.
       string "（部署の数字は配下部署を含む。予算比 " delimited by size
           function trim(disp-threshold) delimited by size
           "% を超える項目に 超過 を付ける）" delimited by size
           into report-line
       end-string.
       write report-line.
       if manifest-found = zero
           move "注意: 給与控えが見つからないため人件費の実績は0です"
               to report-line
           write report-line
       else
           move spaces to report-line
           string "人件費の実績: " delimited by size
               function trim(kept-name) delimited by size
               " の総支給額" delimited by size
               into report-line
           end-string
           write report-line
       end-if.
       move spaces to report-line.
       write report-line.

write-dept-block.
       *> 予算も実績もない部署は出力しない
       if dpt-budget(dpt-idx, 1) = zero and dpt-actual(dpt-idx, 1) = zero
           and dpt-budget(dpt-idx, 2) = zero
           and dpt-actual(dpt-idx, 2) = zero
           and dpt-budget(dpt-idx, 3) = zero
           and dpt-actual(dpt-idx, 3) = zero
           and dpt-budget(dpt-idx, 4) = zero
           and dpt-actual(dpt-idx, 4) = zero
           go to write-dept-block-exit
       end-if.
       add 1 to report-count.

       set disp-dept to dpt-idx.
       move dpt-parent(dpt-idx) to disp-parent.
       move spaces to report-line.
       string "部署 " delimited by size
           disp-dept delimited by size
           " " delimited by size
           dpt-name(dpt-idx) delimited by size
           "  上位部署 " delimited by size
           disp-parent delimited by size
           into report-line
       end-string.
       write report-line.
       perform write-column-header.

       move zero to dpt-over(dpt-idx).
       perform varying item-idx from 1 by 1 until item-idx > 4
           move dpt-budget(dpt-idx, item-idx) to line-budget
           move dpt-actual(dpt-idx, item-idx) to line-actual
           perform write-item-line
           if line-over = 1
               move 1 to dpt-over(dpt-idx)
           end-if
       end-perform.
       if dpt-over(dpt-idx) = 1
           add 1 to over-count
       end-if.
       move spaces to report-line.
       write report-line.

write-dept-block-exit.
       exit.

write-column-header.
       move "  項目                      予算           実績           差異   差異率  判定"
           to report-line.
       write report-line.

write-item-line.
       *> 差異＝実績－予算、差異率＝差異÷予算（予算0は率なし）
       evaluate item-idx
       when 1
           move "人員(名)" to item-label
       when 2
           move "所定時間(h)" to item-label
       when 3
           move "残業時間(h)" to item-label
       when other
           move "人件費(円)" to item-label
       end-evaluate.

       compute line-variance = line-actual - line-budget.
       move zero to line-over.
       move spaces to flag-label.
       if line-budget > zero
           compute line-pct rounded = line-variance * 100 / line-budget
           move line-pct to disp-pct-edit
           move disp-pct-edit to disp-pct
           if line-pct > threshold-pct
               move 1 to line-over
               move "超過" to flag-label
           end-if
       else
           move "    ----" to disp-pct
           if line-actual > zero
               move 1 to line-over
               move "予算なし" to flag-label
           end-if
       end-if.

       if item-idx = 2 or item-idx = 3
           move line-budget to disp-amount
           move disp-amount to disp-budget
           move line-actual to disp-amount
           move disp-amount to disp-actual
           move line-variance to disp-variance-amount
           move disp-variance-amount to disp-variance
       else
           compute disp-count rounded = line-budget
           move disp-count to disp-budget
           compute disp-count rounded = line-actual
           move disp-count to disp-actual
           compute disp-variance-count rounded = line-variance
           move disp-variance-count to disp-variance
       end-if.

       move spaces to report-line.
       string "  " delimited by size
           item-label delimited by size
           disp-budget delimited by size
           " " delimited by size
           disp-actual delimited by size
           " " delimited by size
           disp-variance delimited by size
           " " delimited by size
           disp-pct delimited by size
           "  " delimited by size
           flag-label delimited by size
           into report-line
       end-string.
       write report-line.

write-company-block.
       move "全社計（部署未設定を除く）" to report-line.
       write report-line.
       perform write-column-header.
       perform varying item-idx from 1 by 1 until item-idx > 4
           move tot-budget(item-idx) to line-budget
           move tot-actual(item-idx) to line-actual
           perform write-item-line
       end-perform.
       move spaces to report-line.
       write report-line.

write-over-list.
       move spaces to report-line.
       string "予算超過の部署: " delimited by size
           over-count delimited by size
           " 件" delimited by size
           into report-line
       end-string.
       write report-line.
       perform varying dpt-idx from 1 by 1 until dpt-idx > 99
           if dpt-exists(dpt-idx) = 1 and dpt-over(dpt-idx) = 1
               set disp-dept to dpt-idx
               move spaces to report-line
               string "  " delimited by size
                   disp-dept delimited by size
                   " " delimited by size
                   dpt-name(dpt-idx) delimited by size
                   into report-line
               end-string
               write report-line
           end-if
       end-perform.
       if unmapped-count > zero
           move spaces to report-line
           string "注意: 部署の特定できない従業員・給与行 " delimited by size
               unmapped-count delimited by size
               " 件は部署別・全社計に含みません" delimited by size
               into report-line
           end-string
           write report-line
       end-if.
       if stale-count > zero
           move spaces to report-line
           string "注意: 再集計待ちの月次集計 " delimited by size
               stale-count delimited by size
               " 件を含みます（kintai-month-agg-build で再集計してください）"
               delimited by size
               into report-line
           end-string
           write report-line
       end-if.

lookup-run-param.
       move zero to run-param-found.
       move spaces to run-param-value.
       open input run-param-file.
       if run-param-status not = "00"
           go to lookup-run-param-exit
       end-if.
       move "kintai-dept-budget-report" to Frp-program.
       move run-param-name to Frp-param.
       read run-param-file
           invalid key continue
       end-read.
       if run-param-status = "00"
           move Frp-value to run-param-value
           move 1 to run-param-found
       end-if.
       close run-param-file.

lookup-run-param-exit.
       exit.
