identification division.
program-id. kintai-labor-ins-renewal.

environment division.
input-output section.
       file-control.
           select run-param-file assign to "./dat/run-param.dat"
               organization indexed
               access mode dynamic
               record key is Frp-key
               status run-param-status.
           select user-file assign to "./dat/user.dat"
               organization indexed
               access mode sequential
               record key is Fuserid
               status user-status.
           select rehire-link-file assign to "./dat/rehire-link.dat"
               organization indexed
               access mode sequential
               record key is Frh-new-userid
               status rehire-link-status.
           select insurance-file assign to "./dat/insurance.dat"
               organization indexed
               access mode sequential
               record key is Fins-key
               status insurance-status.
           select rate-file assign to "./dat/labor-ins-rate.dat"
               organization relative
               access mode sequential
               relative key rate-key
               status rate-status.
           select manifest-file assign to "./dat/payroll-manifest.dat"
               organization indexed
               access mode dynamic
               record key is Fman-key
               status manifest-status.
           select kept-file assign using kept-name
               organization line sequential
               status kept-status.
           select report-file assign using report-name
               organization line sequential
               status report-status.
           select csv-file assign using csv-name
               organization line sequential
               status csv-status.
data division.
file section.
       fd run-param-file.
           01 Frp-rec.
               03 Frp-key.
                   05 Frp-program pic X(30).
                   05 Frp-param pic X(20).
               03 Frp-value pic X(30).
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
       fd rehire-link-file.
           01 Frh-rec.
               03 Frh-new-userid pic 9(7).
               03 Frh-old-userid pic 9(7).
               03 Frh-linked-at pic X(21).
       fd insurance-file.
           01 Fins-rec.
               03 Fins-key.
                   05 Fins-userid pic 9(7).
                   05 Fins-effective-from pic X(8).
               03 Fins-grade pic 9(2).
               03 Fins-health-rate pic 9(2)v999.
               03 Fins-social-flag pic X.
               03 Fins-emp-category pic 9.
               03 Fins-registered-at pic X(21).
       fd rate-file.
           01 Flr-rec.
               03 Flr-fiscal-year pic 9(4).
               03 Flr-wc-rate pic 9(3)v99.
               03 Flr-emp-rate-1 pic 9(3)v99.
               03 Flr-emp-rate-2 pic 9(3)v99.
               03 Flr-emp-rate-3 pic 9(3)v99.
               03 Flr-contrib-rate pic 9(3)v99.
               03 Flr-elderly-exempt pic X.
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
       fd report-file.
           01 report-line pic X(200).
       fd csv-file.
           01 csv-line pic X(200).
working-storage section.
       01 rate-key pic 9(4).
       01 status-rec.
           03 run-param-status pic XX.
           03 user-status pic XX.
           03 rehire-link-status pic XX.
           03 insurance-status pic XX.
           03 rate-status pic XX.
           03 manifest-status pic XX.
           03 kept-status pic XX.
           03 report-status pic XX.
           03 csv-status pic XX.
       *> 無人実行用の実行パラメータ（run-param.dat）
       01 run-param-name pic X(20).
       01 run-param-found pic 9.
       01 run-param-value pic X(30).
       01 fiscal-year pic 9(4).
       01 fiscal-input pic X(4).
       01 next-fiscal-year pic 9(4).
       01 daily-emptype pic 9(2) value zero.
       01 estimate-pct pic 9(3) value 100.
       01 prior-estimate pic 9(10) value zero.
       *> 従業員（再雇用リンクで同一人物をまとめる）
       01 user-count pic 9(4) value zero.
       01 user-table.
           03 user-entry occurs 3000 times.
               05 u-id pic 9(7).
               05 u-roll pic 9(2).
               05 u-emptype pic 9(2).
               05 u-birth pic X(8).
               05 u-root pic 9(4).
               05 u-old-id pic 9(7).
               05 u-seen-w pic 9.
               05 u-seen-e pic 9.
       01 u-idx pic 9(4).
       01 u-found pic 9(4).
       01 root-idx pic 9(4).
       01 find-idx pic 9(4).
       01 chase-count pic 9.
       *> 雇用保険の加入区分の履歴
       01 ins-count pic 9(4) value zero.
       01 ins-table.
           03 ins-entry occurs 6000 times.
               05 ins-uid pic 9(7).
               05 ins-from pic X(8).
               05 ins-cat pic 9.
       01 ins-idx pic 9(4).
       01 ins-overflow pic 9 value zero.
       *> 料率（確定は対象年度、概算は翌年度。なければ直近の年度）
       01 rate-year pic 9(4).
       01 rate-best pic 9(4).
       01 r-wc-rate pic 9(3)v99.
       01 r-emp-rate pic 9(3)v99 occurs 3 times.
       01 r-contrib-rate pic 9(3)v99.
       01 r-elderly pic X.
       01 cur-wc-rate pic 9(3)v99.
       01 cur-emp-rate pic 9(3)v99 occurs 3 times.
       01 cur-contrib-rate pic 9(3)v99.
       01 cur-elderly pic X.
       01 cur-rate-year pic 9(4).
       01 next-wc-rate pic 9(3)v99.
       01 next-emp-rate pic 9(3)v99 occurs 3 times.
       01 next-contrib-rate pic 9(3)v99.
       01 next-rate-year pic 9(4).
       *> 月別・区分別の賃金（1=雇用保険被保険者 2=免除対象高年齢労働者
       *> 3=雇用保険対象外 4=日雇労働者 5=役員）
       01 month-idx pic 99.
       01 month-num pic 9(6).
       01 month-table.
           03 month-entry occurs 12 times.
               05 m-yyyymm pic X(6).
               05 m-wage pic 9(12) occurs 5 times.
               05 m-bonus pic 9(12).
               05 m-workers pic 9(5).
               05 m-insured pic 9(5).
               05 m-loaded pic 9.
       01 cat-idx pic 9.
       01 cat-total pic 9(12) occurs 5 times.
       01 ecat-wage pic 9(12) occurs 3 times.
       01 month-end pic X(8).
       01 elderly-cutoff pic 9(8).
       01 line-cat pic 9.
       01 line-ecat pic 9.
       01 unknown-count pic 9(5) value zero.
       01 unknown-table.
           03 unknown-uid pic 9(7) occurs 200 times.
       01 dup-idx pic 9(3).
       01 dup-found pic 9.
       *> 控えの読み取り
       01 kept-kind pic X(20).
       01 kept-kind-len pic 99.
       01 kept-name pic X(60).
       01 best-version pic 9(3).
       01 header-skipped pic 9.
       01 is-bonus pic 9.
       01 kept-cols.
           03 kept-col pic X(40) occurs 35 times.
       01 kept-tallying pic 99.
       01 line-userid pic 9(7).
       01 line-pay pic 9(10).
       *> 保険料の計算
       01 wc-base pic 9(12).
       01 emp-base pic 9(12).
       01 emp-base-cat pic 9(12) occurs 3 times.
       01 wc-premium pic 9(12).
       01 emp-premium pic 9(12).
       01 emp-premium-cat pic 9(12).
       01 contrib-amount pic 9(12).
       01 confirmed-total pic 9(12).
       01 est-wc-base pic 9(12).
       01 est-emp-base-cat pic 9(12) occurs 3 times.
       01 est-emp-base pic 9(12).
       01 est-wc-premium pic 9(12).
       01 est-emp-premium pic 9(12).
       01 est-total pic 9(12).
       01 balance-amount pic s9(12).
       01 avg-workers pic 9(5).
       01 avg-insured pic 9(5).
       01 sum-workers pic 9(7).
       01 sum-insured pic 9(7).
       01 report-name pic X(60).
       01 csv-name pic X(60).
       01 disp-amount pic Z(11)9.
       01 disp-count pic ZZZZ9.
       01 disp-rate pic ZZ9.99.
       01 amount-edit pic -(11)9.
       *> ジョブチェーン実行台帳に載せる処理件数（呼び出し元と共有）
       01 job-step-count pic 9(7) external.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "労働保険 年度更新（確定保険料・概算保険料の算定基礎賃金集計）".
       move zero to job-step-count.

       move "fiscal-year" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move run-param-value(1:4) to fiscal-input
       else
           display "対象年度を入力してください (例: 2025、空欄は前年度)"
           move spaces to fiscal-input
           accept fiscal-input
       end-if.
       if fiscal-input = spaces
           compute fiscal-year =
               function numval(function current-date(1:4)) - 1
       else
           if fiscal-input is not numeric
               display "対象年度が正しくありません"
               goback
           end-if
           move fiscal-input to fiscal-year
       end-if.
       move "daily-emptype" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move function numval(run-param-value) to daily-emptype
       end-if.
       move "estimate-pct" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move function numval(run-param-value) to estimate-pct
       end-if.
       move "prior-estimate" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move function numval(run-param-value) to prior-estimate
       end-if.

       compute next-fiscal-year = fiscal-year + 1.
       display "対象 " fiscal-year "年度（" fiscal-year "04〜"
           next-fiscal-year "03）".

       move fiscal-year to rate-year.
       perform load-rate thru load-rate-exit.
       if rate-best = zero
           display "労働保険料率マスタに " fiscal-year " 年度以前の料率がありません"
           goback
       end-if.
       move rate-best to cur-rate-year.
       move r-wc-rate to cur-wc-rate.
       move r-emp-rate(1) to cur-emp-rate(1).
       move r-emp-rate(2) to cur-emp-rate(2).
       move r-emp-rate(3) to cur-emp-rate(3).
       move r-contrib-rate to cur-contrib-rate.
       move r-elderly to cur-elderly.
       compute rate-year = fiscal-year + 1.
       perform load-rate thru load-rate-exit.
       move rate-best to next-rate-year.
       move r-wc-rate to next-wc-rate.
       move r-emp-rate(1) to next-emp-rate(1).
       move r-emp-rate(2) to next-emp-rate(2).
       move r-emp-rate(3) to next-emp-rate(3).
       move r-contrib-rate to next-contrib-rate.

       *> 4月1日に64歳以上（誕生日の前日に年齢が加算される）
       compute elderly-cutoff = (fiscal-year - 64) * 10000 + 402.

       perform load-users thru load-users-exit.
       perform resolve-rehire thru resolve-rehire-exit.
       perform load-insurance thru load-insurance-exit.

       initialize month-table.
       perform varying month-idx from 1 by 1 until month-idx > 12
           if month-idx <= 9
               compute month-num = fiscal-year * 100 + month-idx + 3
           else
               compute month-num =
                   next-fiscal-year * 100 + month-idx - 9
           end-if
           move month-num to m-yyyymm(month-idx)
           perform tally-month thru tally-month-exit
       end-perform.

       perform compute-premium.
       perform write-report.
       perform write-csv.

       display "確定保険料 " confirmed-total " 円 / 概算保険料 " est-total " 円".
       display function trim(report-name) " に出力しました".
       if unknown-count > 0
           display "雇用保険の加入区分が未登録の従業員 " unknown-count
               " 名（雇用保険対象外として集計。レポート末尾を確認してください）"
       end-if.
       move user-count to job-step-count.
       goback.

load-rate.
       move zero to rate-best r-wc-rate r-contrib-rate.
       move zero to r-emp-rate(1) r-emp-rate(2) r-emp-rate(3).
       move "N" to r-elderly.
       open input rate-file.
       if rate-status not = "00"
           go to load-rate-exit
       end-if.
       perform until rate-status not = "00"
           read rate-file
               not at end
                   if Flr-fiscal-year <= rate-year
                       and Flr-fiscal-year > rate-best
                       move Flr-fiscal-year to rate-best
                       move Flr-wc-rate to r-wc-rate
                       move Flr-emp-rate-1 to r-emp-rate(1)
                       move Flr-emp-rate-2 to r-emp-rate(2)
                       move Flr-emp-rate-3 to r-emp-rate(3)
                       move Flr-contrib-rate to r-contrib-rate
                       move Flr-elderly-exempt to r-elderly
                   end-if
       end-perform.
       close rate-file.

load-rate-exit.
       exit.

load-users.
       open input user-file.
       if user-status not = "00"
           display "user.dat を開けません"
           go to load-users-exit
       end-if.
       perform until user-status not = "00"
           read user-file next record
               not at end
                   if user-count < 3000
                       add 1 to user-count
                       move Fuserid to u-id(user-count)
                       move Froll to u-roll(user-count)
                       move Femptype to u-emptype(user-count)
                       move Fbirthdate to u-birth(user-count)
                       move user-count to u-root(user-count)
                       move zero to u-old-id(user-count)
                   end-if
       end-perform.
       close user-file.

load-users-exit.
       exit.

resolve-rehire.
       *> 再雇用者は旧useridと同じ人物として人数を数える
       open input rehire-link-file.
       if rehire-link-status not = "00"
           go to resolve-rehire-exit
       end-if.
       perform until rehire-link-status not = "00"
           read rehire-link-file next record
               not at end
                   move Frh-new-userid to line-userid
                   perform find-user
                   if u-found > zero
                       move Frh-old-userid to u-old-id(u-found)
                   end-if
       end-perform.
       close rehire-link-file.

       perform varying u-idx from 1 by 1 until u-idx > user-count
           move u-idx to root-idx
           move zero to chase-count
           perform until u-old-id(root-idx) = zero or chase-count >= 9
               move u-old-id(root-idx) to line-userid
               perform find-user
               if u-found = zero
                   move 9 to chase-count
               else
                   move u-found to root-idx
                   add 1 to chase-count
               end-if
           end-perform
           move root-idx to u-root(u-idx)
       end-perform.

resolve-rehire-exit.
       exit.

find-user.
       move zero to u-found.
       perform varying find-idx from 1 by 1
           until find-idx > user-count or u-found > zero
           if u-id(find-idx) = line-userid
               move find-idx to u-found
           end-if
       end-perform.

load-insurance.
       open input insurance-file.
       if insurance-status not = "00"
           go to load-insurance-exit
       end-if.
       perform until insurance-status not = "00"
           read insurance-file next record
               not at end
                   if ins-count < 6000
                       add 1 to ins-count
                       move Fins-userid to ins-uid(ins-count)
                       move Fins-effective-from to ins-from(ins-count)
                       move Fins-emp-category to ins-cat(ins-count)
                   else
                       move 1 to ins-overflow
                   end-if
       end-perform.
       close insurance-file.
       if ins-overflow = 1
           display "警告: 加入区分の履歴が多すぎるため一部を読み込めませんでした"
       end-if.

load-insurance-exit.
       exit.

tally-month.
       *> 月末時点の加入区分で分類する
       move m-yyyymm(month-idx) to month-end.
       move "31" to month-end(7:2).
       perform varying u-idx from 1 by 1 until u-idx > user-count
           move zero to u-seen-w(u-idx) u-seen-e(u-idx)
       end-perform.

       move "./dat/payroll-export" to kept-kind.
       move 20 to kept-kind-len.
       move zero to is-bonus.
       perform load-kept thru load-kept-exit.
       move "./dat/payroll-bonus" to kept-kind.
       move 19 to kept-kind-len.
       move 1 to is-bonus.
       perform load-kept thru load-kept-exit.

tally-month-exit.
       exit.

load-kept.
       *> その月の最新版の控え（会社別に出力した月も最新版は全社合算）
       move zero to best-version.
       move spaces to kept-name.
       open input manifest-file.
       if manifest-status not = "00"
           go to load-kept-exit
       end-if.
       perform until manifest-status not = "00"
           read manifest-file next record
               not at end
                   if Fman-yyyymm = m-yyyymm(month-idx)
                       and Fman-version > best-version
                       and Fman-filename(1:kept-kind-len)
                           = kept-kind(1:kept-kind-len)
                       move Fman-version to best-version
                       move Fman-filename to kept-name
                   end-if
       end-perform.
       close manifest-file.
       if best-version = zero
           if is-bonus = zero
               display m-yyyymm(month-idx) " の給与控えがありません"
           end-if
           go to load-kept-exit
       end-if.

       move zero to header-skipped.
       open input kept-file.
       if kept-status not = "00"
           display "警告: 控えファイルが開けません: " function trim(kept-name)
           go to load-kept-exit
       end-if.
       if is-bonus = zero
           move 1 to m-loaded(month-idx)
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

load-kept-exit.
       exit.

add-kept-line.
       *> 賃金 = 総支給額（6列目）＋通勤手当（16列目）＋保険算定基礎に含める手当（35列目）
       move spaces to kept-cols.
       move zero to kept-tallying.
       unstring kept-line delimited by ","
           into kept-col(1) kept-col(2) kept-col(3) kept-col(4)
               kept-col(5) kept-col(6) kept-col(7) kept-col(8)
               kept-col(9) kept-col(10) kept-col(11) kept-col(12)
               kept-col(13) kept-col(14) kept-col(15) kept-col(16)
               kept-col(17) kept-col(18) kept-col(19) kept-col(20)
               kept-col(21) kept-col(22) kept-col(23) kept-col(24)
               kept-col(25) kept-col(26) kept-col(27) kept-col(28)
               kept-col(29) kept-col(30) kept-col(31) kept-col(32)
               kept-col(33) kept-col(34) kept-col(35)
           tallying in kept-tallying
       end-unstring.
       if kept-tallying < 6
           go to add-kept-line-exit
       end-if.
       compute line-userid = function numval(kept-col(1)).
       compute line-pay = function numval(kept-col(6)).
       if kept-tallying >= 16 and kept-col(16) not = spaces
           compute line-pay = line-pay + function numval(kept-col(16))
       end-if.
       if kept-tallying >= 35 and kept-col(35) not = spaces
           compute line-pay = line-pay + function numval(kept-col(35))
       end-if.

       perform find-user.
       perform classify-line thru classify-line-exit.
       add line-pay to m-wage(month-idx, line-cat).
       if is-bonus = 1
           add line-pay to m-bonus(month-idx)
       end-if.
       if line-ecat > zero
           add line-pay to ecat-wage(line-ecat)
       end-if.

       *> 人数は月次給与の支給者を人物単位で数える（賞与は数えない）
       if is-bonus = 1 or u-found = zero
           go to add-kept-line-exit
       end-if.
       move u-root(u-found) to root-idx.
       if line-cat not = 5 and u-seen-w(root-idx) = zero
           move 1 to u-seen-w(root-idx)
           add 1 to m-workers(month-idx)
       end-if.
       if (line-cat = 1 or line-cat = 2) and u-seen-e(root-idx) = zero
           move 1 to u-seen-e(root-idx)
           add 1 to m-insured(month-idx)
       end-if.

add-kept-line-exit.
       exit.

classify-line.
       *> line-cat に区分、line-ecat に雇用保険料率の区分（保険料の対象外は0）
       move zero to line-ecat.
       if u-found = zero
           move 3 to line-cat
           perform note-unknown
           go to classify-line-exit
       end-if.
       if u-roll(u-found) = 2
           move 5 to line-cat
           go to classify-line-exit
       end-if.
       if daily-emptype > zero and u-emptype(u-found) = daily-emptype
           move 4 to line-cat
           move 1 to line-ecat
           go to classify-line-exit
       end-if.

       move 9 to line-cat.
       perform varying ins-idx from 1 by 1 until ins-idx > ins-count
           if ins-uid(ins-idx) = line-userid
               and ins-from(ins-idx) <= month-end
               move ins-cat(ins-idx) to line-ecat
               move 1 to line-cat
           end-if
       end-perform.
       if line-cat = 9
           move 3 to line-cat
           move zero to line-ecat
           perform note-unknown
           go to classify-line-exit
       end-if.
       if line-ecat = zero
           move 3 to line-cat
           go to classify-line-exit
       end-if.
       if cur-elderly = "Y"
           and u-birth(u-found) is numeric
           and u-birth(u-found) <= elderly-cutoff
           move 2 to line-cat
           move zero to line-ecat
       end-if.

classify-line-exit.
       exit.

note-unknown.
       move zero to dup-found.
       perform varying dup-idx from 1 by 1
           until dup-idx > unknown-count or dup-found = 1
           if unknown-uid(dup-idx) = line-userid
               move 1 to dup-found
           end-if
       end-perform.
       if dup-found = zero and unknown-count < 200
           add 1 to unknown-count
           move line-userid to unknown-uid(unknown-count)
       end-if.

compute-premium.
       *> 確定保険料。算定基礎額は千円未満切捨て、保険料は1円未満切捨て
       move zero to cat-total(1) cat-total(2) cat-total(3)
           cat-total(4) cat-total(5) sum-workers sum-insured.
       perform varying month-idx from 1 by 1 until month-idx > 12
           perform varying cat-idx from 1 by 1 until cat-idx > 5
               add m-wage(month-idx, cat-idx) to cat-total(cat-idx)
           end-perform
           add m-workers(month-idx) to sum-workers
           add m-insured(month-idx) to sum-insured
       end-perform.
       compute avg-workers = sum-workers / 12.
       compute avg-insured = sum-insured / 12.

       compute wc-base = (cat-total(1) + cat-total(2) + cat-total(3)
           + cat-total(4)) / 1000.
       compute wc-base = wc-base * 1000.
       compute wc-premium = wc-base * cur-wc-rate / 1000.
       compute contrib-amount = wc-base * cur-contrib-rate / 1000.

       move zero to emp-base emp-premium.
       perform varying cat-idx from 1 by 1 until cat-idx > 3
           compute emp-base-cat(cat-idx) = ecat-wage(cat-idx) / 1000
           compute emp-base-cat(cat-idx) = emp-base-cat(cat-idx) * 1000
           add emp-base-cat(cat-idx) to emp-base
           compute emp-premium-cat =
               emp-base-cat(cat-idx) * cur-emp-rate(cat-idx) / 1000
           add emp-premium-cat to emp-premium
       end-perform.
       compute confirmed-total = wc-premium + emp-premium.

       *> 概算保険料（翌年度の見込み賃金 = 確定の賃金 × estimate-pct%）
       compute est-wc-base = wc-base * estimate-pct / 100 / 1000.
       compute est-wc-base = est-wc-base * 1000.
       compute est-wc-premium = est-wc-base * next-wc-rate / 1000.
       move zero to est-emp-base est-emp-premium.
       perform varying cat-idx from 1 by 1 until cat-idx > 3
           compute est-emp-base-cat(cat-idx) =
               emp-base-cat(cat-idx) * estimate-pct / 100 / 1000
           compute est-emp-base-cat(cat-idx) =
               est-emp-base-cat(cat-idx) * 1000
           add est-emp-base-cat(cat-idx) to est-emp-base
           compute emp-premium-cat =
               est-emp-base-cat(cat-idx) * next-emp-rate(cat-idx) / 1000
           add emp-premium-cat to est-emp-premium
       end-perform.
       compute est-total = est-wc-premium + est-emp-premium.
       compute balance-amount = confirmed-total - prior-estimate.

write-report.
       move spaces to report-name.
       string "./dat/labor-ins-renewal-" delimited by size
           fiscal-year delimited by size
           ".txt" delimited by size
           into report-name
       end-string.
       open output report-file.

       move spaces to report-line.
       string "労働保険 年度更新 確定保険料・概算保険料 算定基礎賃金集計表  "
               delimited by size
           fiscal-year delimited by size
           "年度" delimited by size
           into report-line
       end-string.
       write report-line.
       move "区分 1=雇用保険被保険者 2=免除対象高年齢労働者 3=雇用保険対象外 4=日雇労働者 5=役員（対象外・参考）"
           to report-line.
       write report-line.
       move " " to report-line.
       write report-line.
       move "年月      区分1         区分2         区分3         区分4         区分5         うち賞与    労働者数 被保険者数"
           to report-line.
       write report-line.
       perform varying month-idx from 1 by 1 until month-idx > 12
           move spaces to report-line
           move m-yyyymm(month-idx) to report-line(1:6)
           perform varying cat-idx from 1 by 1 until cat-idx > 5
               move m-wage(month-idx, cat-idx) to disp-amount
               move disp-amount to report-line(cat-idx * 14 - 5:12)
           end-perform
           move m-bonus(month-idx) to disp-amount
           move disp-amount to report-line(79:12)
           move m-workers(month-idx) to disp-count
           move disp-count to report-line(93:5)
           move m-insured(month-idx) to disp-count
           move disp-count to report-line(103:5)
           if m-loaded(month-idx) = zero
               move "給与控えなし" to report-line(110:18)
           end-if
           write report-line
       end-perform.
       move spaces to report-line.
       move "合計" to report-line(1:6).
       perform varying cat-idx from 1 by 1 until cat-idx > 5
           move cat-total(cat-idx) to disp-amount
           move disp-amount to report-line(cat-idx * 14 - 5:12)
       end-perform.
       write report-line.
       move " " to report-line.
       write report-line.

       move avg-workers to disp-count.
       move spaces to report-line.
       string "常時使用労働者数（月平均）     " delimited by size
           disp-count delimited by size
           " 人" delimited by size
           into report-line
       end-string.
       write report-line.
       move avg-insured to disp-count.
       move spaces to report-line.
       string "雇用保険被保険者数（月平均）   " delimited by size
           disp-count delimited by size
           " 人" delimited by size
           into report-line
       end-string.
       write report-line.
       move " " to report-line.
       write report-line.

       move spaces to report-line.
       string "■ 確定保険料（" delimited by size
           cur-rate-year delimited by size
           "年度の料率）" delimited by size
           into report-line
       end-string.
       write report-line.
       move wc-base to disp-amount.
       move cur-wc-rate to disp-rate.
       move spaces to report-line.
       string "労災保険   算定基礎額 " delimited by size
           disp-amount delimited by size
           "  料率 " delimited by size
           disp-rate delimited by size
           "‰  保険料 " delimited by size
           into report-line
       end-string.
       move wc-premium to disp-amount.
       string function trim(report-line trailing) delimited by size
           " " delimited by size
           disp-amount delimited by size
           into report-line
       end-string.
       write report-line.
       perform varying cat-idx from 1 by 1 until cat-idx > 3
           if emp-base-cat(cat-idx) > zero
               move emp-base-cat(cat-idx) to disp-amount
               move cur-emp-rate(cat-idx) to disp-rate
               move spaces to report-line
               string "雇用保険" delimited by size
                   cat-idx delimited by size
                   "  算定基礎額 " delimited by size
                   disp-amount delimited by size
                   "  料率 " delimited by size
                   disp-rate delimited by size
                   "‰" delimited by size
                   into report-line
               end-string
               write report-line
           end-if
       end-perform.
       move emp-premium to disp-amount.
       move spaces to report-line.
       string "雇用保険   保険料計                                      "
               delimited by size
           disp-amount delimited by size
           into report-line
       end-string.
       write report-line.
       move confirmed-total to disp-amount.
       move spaces to report-line.
       string "確定保険料 合計                                         "
               delimited by size
           disp-amount delimited by size
           into report-line
       end-string.
       write report-line.
       move contrib-amount to disp-amount.
       move cur-contrib-rate to disp-rate.
       move spaces to report-line.
       string "一般拠出金（料率 " delimited by size
           disp-rate delimited by size
           "‰）                                  " delimited by size
           disp-amount delimited by size
           into report-line
       end-string.
       write report-line.
       move " " to report-line.
       write report-line.

       move spaces to report-line.
       string "■ 概算保険料（" delimited by size
           next-rate-year delimited by size
           "年度の料率、見込み賃金は確定の " delimited by size
           estimate-pct delimited by size
           "%）" delimited by size
           into report-line
       end-string.
       write report-line.
       move est-wc-base to disp-amount.
       move spaces to report-line.
       string "労災保険   算定基礎額 " delimited by size
           disp-amount delimited by size
           into report-line
       end-string.
       move est-wc-premium to disp-amount.
       string function trim(report-line trailing) delimited by size
           "  保険料 " delimited by size
           disp-amount delimited by size
           into report-line
       end-string.
       write report-line.
       move est-emp-base to disp-amount.
       move spaces to report-line.
       string "雇用保険   算定基礎額 " delimited by size
           disp-amount delimited by size
           into report-line
       end-string.
       move est-emp-premium to disp-amount.
       string function trim(report-line trailing) delimited by size
           "  保険料 " delimited by size
           disp-amount delimited by size
           into report-line
       end-string.
       write report-line.
       move est-total to disp-amount.
       move spaces to report-line.
       string "概算保険料 合計                                         "
               delimited by size
           disp-amount delimited by size
           into report-line
       end-string.
       write report-line.
       move " " to report-line.
       write report-line.

       move prior-estimate to disp-amount.
       move spaces to report-line.
       string "申告済概算保険料                                        "
               delimited by size
           disp-amount delimited by size
           into report-line
       end-string.
       write report-line.
       move balance-amount to amount-edit.
       move spaces to report-line.
       if balance-amount >= zero
           string "不足額（確定−申告済概算）                             "
                   delimited by size
               amount-edit delimited by size
               into report-line
           end-string
       else
           string "充当額・還付額（確定−申告済概算）                     "
                   delimited by size
               amount-edit delimited by size
               into report-line
           end-string
       end-if.
       write report-line.

       if unknown-count > zero
           move " " to report-line
           write report-line
           move "雇用保険の加入区分が未登録のため区分3で集計した従業員（kintai-insurance-set で登録してください）"
               to report-line
           write report-line
           perform varying dup-idx from 1 by 1 until dup-idx > unknown-count
               move spaces to report-line
               string "  userid " delimited by size
                   unknown-uid(dup-idx) delimited by size
                   into report-line
               end-string
               write report-line
           end-perform
       end-if.
       close report-file.

write-csv.
       move spaces to csv-name.
       string "./dat/labor-ins-renewal-" delimited by size
           fiscal-year delimited by size
           ".csv" delimited by size
           into csv-name
       end-string.
       open output csv-file.
       move "yyyymm,insured,elderly_exempt,not_covered,daily,executive,bonus,workers,insured_count"
           to csv-line.
       write csv-line.
       perform varying month-idx from 1 by 1 until month-idx > 12
           move spaces to csv-line
           string m-yyyymm(month-idx) delimited by size
               "," delimited by size
               m-wage(month-idx, 1) delimited by size
               "," delimited by size
               m-wage(month-idx, 2) delimited by size
               "," delimited by size
               m-wage(month-idx, 3) delimited by size
               "," delimited by size
               m-wage(month-idx, 4) delimited by size
               "," delimited by size
               m-wage(month-idx, 5) delimited by size
               "," delimited by size
               m-bonus(month-idx) delimited by size
               "," delimited by size
               m-workers(month-idx) delimited by size
               "," delimited by size
               m-insured(month-idx) delimited by size
               into csv-line
           end-string
           write csv-line
       end-perform.
       close csv-file.

lookup-run-param.
       move zero to run-param-found.
       move spaces to run-param-value.
       open input run-param-file.
       if run-param-status not = "00"
           go to lookup-run-param-exit
       end-if.
       move "kintai-labor-ins-renewal" to Frp-program.
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
