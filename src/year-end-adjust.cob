identification division.
program-id. kintai-year-end-adjust.

environment division.
input-output section.
       file-control.
           select user-file assign to "./dat/user.dat"
               organization indexed
               access mode dynamic
               record key is Fuserid
               status user-status.
           select manifest-file assign to "./dat/payroll-manifest.dat"
               organization indexed
               access mode dynamic
               record key is Fman-key
               status manifest-status.
           select kept-file assign using kept-name
               organization line sequential
               status kept-status.
           select dependents-file assign to "./dat/dependents.dat"
               organization indexed
               access mode dynamic
               record key is Fdep-userid
               status dependents-status.
           select tax-decl-file assign to "./dat/tax-declaration.dat"
               organization indexed
               access mode dynamic
               record key is Ftd-userid
               status tax-decl-status.
           select declaration-file assign to "./dat/yea-declaration.dat"
               organization indexed
               access mode dynamic
               record key is Fyd-key
               status declaration-status.
           select adjust-file assign to "./dat/year-end-adjust.dat"
               organization indexed
               access mode dynamic
               record key is Fya-key
               status adjust-status.
           select slip-file assign using slip-name
               organization line sequential
               status slip-status.
           select summary-file assign using summary-name
               organization line sequential
               status summary-status.
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
       fd dependents-file.
           01 Fdep-rec.
               03 Fdep-userid pic 9(7).
               03 Fdep-count pic 9(2).
               03 Fdep-relationship pic N(10).
       fd tax-decl-file.
           01 Ftd-rec.
               03 Ftd-userid pic 9(7).
               03 Ftd-submitted pic X.
               03 Ftd-submitted-date pic X(8).
               03 Ftd-updated-by pic 9(7).
       fd declaration-file.
           01 Fyd-rec.
               03 Fyd-key.
                   05 Fyd-userid pic 9(7).
                   05 Fyd-year pic 9(4).
               03 Fyd-life-general pic 9(7).
               03 Fyd-life-care pic 9(7).
               03 Fyd-life-pension pic 9(7).
               03 Fyd-quake pic 9(7).
               03 Fyd-ideco pic 9(7).
               03 Fyd-housing-credit pic 9(7).
               03 Fyd-spouse pic X.
               03 Fyd-registered-at pic X(21).
       fd adjust-file.
           01 Fya-rec.
               03 Fya-key.
                   05 Fya-userid pic 9(7).
                   05 Fya-year pic 9(4).
               03 Fya-subject pic X.
               03 Fya-income pic 9(9).
               03 Fya-income-after pic 9(9).
               03 Fya-social-ins pic 9(8).
               03 Fya-life pic 9(7).
               03 Fya-quake pic 9(7).
               03 Fya-ideco pic 9(7).
               03 Fya-spouse-ded pic 9(7).
               03 Fya-dependents-ded pic 9(8).
               03 Fya-basic-ded pic 9(7).
               03 Fya-total-ded pic 9(9).
               03 Fya-taxable pic 9(9).
               03 Fya-housing-credit pic 9(7).
               03 Fya-annual-tax pic 9(8).
               03 Fya-withheld pic 9(8).
               03 Fya-adjustment pic s9(8).
               03 Fya-computed-at pic X(21).
       fd slip-file.
           01 slip-line pic X(120).
       fd summary-file.
           01 summary-line pic X(120).
       fd log-file.
           01 log-rec.
               03 log-timestamp pic X(21).
               03 log-comments pic X(128).
working-storage section.
       01 status-rec.
           03 user-status pic XX.
           03 manifest-status pic XX.
           03 kept-status pic XX.
           03 dependents-status pic XX.
           03 tax-decl-status pic XX.
           03 declaration-status pic XX.
           03 adjust-status pic XX.
           03 slip-status pic XX.
           03 summary-status pic XX.
       *> 退職時（kintai-retire-settle）からの呼出しでは対象者と年を
       *> 受け取り、その人の源泉徴収票だけを発行する（年末調整はしない）
       01 slip-request-userid pic X(7) external.
       01 slip-request-year pic X(4) external.
       01 single-mode pic 9 value zero.
       01 single-userid pic 9(7).
       01 target-year pic 9(4).
       01 target-yyyymm pic X(6).
       01 month-num pic 99.
       01 year-end-date pic X(8).
       01 kept-name pic X(60).
       01 slip-name pic X(60).
       01 summary-name pic X(60).
       01 best-version pic 9(3).
       01 best-bonus-version pic 9(3).
       01 bonus-kept-name pic X(60).
       01 months-loaded pic 99 value zero.
       01 header-skipped pic 9.
       *> 控えCSVの列分解用（26列目の課税対象額まで読む）
       01 kept-cols.
           03 kept-col pic X(40) occurs 28 times.
       01 kept-tallying pic 99.
       01 line-userid pic 9(7).
       01 line-social-ins pic 9(8).
       01 line-income pic s9(9).
       01 line-tax pic 9(8).
       *> 本人別の年間累計（月次給与・賞与の各月最新版を合算）
       01 emp-table.
           03 emp-entry occurs 2000 times indexed by emp-idx.
               05 emp-userid pic 9(7).
               05 emp-income pic s9(9).
               05 emp-social-ins pic 9(8).
               05 emp-withheld pic 9(8).
       01 emp-count pic 9(4) value zero.
       01 emp-overflow pic 9 value zero.
       01 match-idx pic 9(4).
       *> 年末調整の計算
       01 calc-income pic 9(9).
       01 calc-income-4000 pic 9(9).
       01 calc-income-after pic 9(9).
       01 calc-premium pic 9(7).
       01 calc-life-one pic 9(7).
       01 calc-life pic 9(7).
       01 calc-quake pic 9(7).
       01 calc-ideco pic 9(7).
       01 calc-spouse pic 9(7).
       01 calc-dependents pic 9(8).
       01 calc-basic pic 9(7).
       01 calc-total-ded pic 9(9).
       01 calc-taxable pic 9(9).
       01 calc-tax pic s9(9).
       01 calc-housing pic 9(7).
       01 calc-annual-tax pic 9(8).
       01 calc-adjustment pic s9(8).
       01 calc-subject pic X.
       01 calc-retired pic 9.
       01 calc-submit pic 9.
       *> 法定調書合計表の集計（1=年末調整をしたもの 2=しなかったもの
       *> 3=うち退職者）
       01 sum-table.
           03 sum-entry occurs 3 times indexed by sum-idx.
               05 sum-count pic 9(5).
               05 sum-pay pic 9(12).
               05 sum-tax pic 9(11).
       01 submit-count pic 9(5) value zero.
       01 slip-count pic 9(5) value zero.
       01 refund-total pic 9(10) value zero.
       01 charge-total pic 9(10) value zero.
       01 disp-amount pic Z(9)9.
       01 disp-signed pic -(9)9.
       01 disp-count pic Z(4)9.

procedure division.
main-procedure.
       move zero to single-mode.
       if slip-request-userid not = spaces
           and slip-request-userid not = low-values
           move 1 to single-mode
           move slip-request-userid to single-userid
           move slip-request-year to target-year
           move spaces to slip-request-userid slip-request-year
       end-if.

       if single-mode = zero
           display "勤怠管理システム"
           display "年末調整バッチ（源泉徴収票・法定調書合計表）"
           display "対象年を入力してください (例: 2026)"
           accept target-year
       end-if.

       move target-year to year-end-date(1:4).
       move "1231" to year-end-date(5:4).

       perform varying month-num from 1 by 1 until month-num > 12
           move spaces to target-yyyymm
           string target-year delimited by size
               month-num delimited by size
               into target-yyyymm
           end-string
           perform load-one-month thru load-one-month-exit
       end-perform.

       if emp-count = zero
           display target-year " 年の給与控えが1件も見つかりませんでした"
           if single-mode = 1
               goback
           end-if
           stop run
       end-if.

       if single-mode = 1
           perform varying emp-idx from 1 by 1 until emp-idx > emp-count
               if emp-userid(emp-idx) = single-userid
                   perform adjust-one-employee
                       thru adjust-one-employee-exit
               end-if
           end-perform
           if slip-count = zero
               display "userid " single-userid " の " target-year
                   " 年の支給実績がないため源泉徴収票は発行しません"
           end-if
           goback
       end-if.

       perform varying sum-idx from 1 by 1 until sum-idx > 3
           move zero to sum-count(sum-idx)
           move zero to sum-pay(sum-idx)
           move zero to sum-tax(sum-idx)
       end-perform.

       perform varying emp-idx from 1 by 1 until emp-idx > emp-count
           perform adjust-one-employee thru adjust-one-employee-exit
       end-perform.

       perform write-summary.

       display " ".
       display "源泉徴収票を " slip-count " 名分出力しました（"
           months-loaded " ヶ月分の控えを集約）".
       move charge-total to disp-amount.
       display "年末調整 追加徴収合計 " disp-amount " 円".
       move refund-total to disp-amount.
       display "年末調整 還付合計     " disp-amount " 円".
       display function trim(summary-name) " に法定調書合計表を出力しました".
       display "（12月分の給与は kintai-payroll-export を再実行すると"
           "年末調整額が控除欄に反映されます）".
       if emp-overflow = 1
           display "警告: 2000名の上限を超えたため集計が不完全です"
       end-if.

       open extend log-file.
       move function current-date to log-timestamp.
       move spaces to log-comments.
       string
           "[INFO] year-end adjustment " delimited by size
           target-year delimited by size
           ": " delimited by size
           slip-count delimited by size
           " slips." delimited by size
           into log-comments
       end-string.
       write log-rec.
       close log-file.

       stop run.

load-one-month.
       *> 月次給与・賞与それぞれ最新版（最大版番号）の控えを使う
       move zero to best-version best-bonus-version.
       move spaces to kept-name bonus-kept-name.
       open input manifest-file.
       if manifest-status not = "00"
           go to load-one-month-exit
       end-if.
       perform until manifest-status not = "00"
           read manifest-file next record
               not at end
                   if Fman-yyyymm = target-yyyymm
                       if Fman-filename(1:20) = "./dat/payroll-export"
                           and Fman-version > best-version
                           move Fman-version to best-version
                           move Fman-filename to kept-name
                       end-if
                       if Fman-filename(1:19) = "./dat/payroll-bonus"
                           and Fman-version > best-bonus-version
                           move Fman-version to best-bonus-version
                           move Fman-filename to bonus-kept-name
                       end-if
                   end-if
       end-perform.
       close manifest-file.

       if best-version not = zero
           add 1 to months-loaded
           perform load-kept-file thru load-kept-file-exit
       end-if.
       if best-bonus-version not = zero
           move bonus-kept-name to kept-name
           perform load-kept-file thru load-kept-file-exit
       end-if.

load-one-month-exit.
       exit.

load-kept-file.
       move zero to header-skipped.
       open input kept-file.
       if kept-status not = "00"
           display "警告: 控えファイルが開けません: "
               function trim(kept-name)
           go to load-kept-file-exit
       end-if.
       perform until kept-status not = "00"
           read kept-file
               not at end
                   if header-skipped = zero
                       move 1 to header-skipped
                   else
                       perform add-one-kept-line
                           thru add-one-kept-line-exit
                   end-if
       end-perform.
       close kept-file.

load-kept-file-exit.
       exit.

add-one-kept-line.
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
           tallying in kept-tallying
       end-unstring.
       if kept-tallying < 6
           go to add-one-kept-line-exit
       end-if.

       compute line-userid = function numval(kept-col(1)).
       if single-mode = 1 and line-userid not = single-userid
           go to add-one-kept-line-exit
       end-if.

       *> 支払金額 = 課税対象額（26列目）＋社会保険料（19〜22列目）。
       *> 控除列のない旧控えは総支給額＋通勤手当を支払金額とみなす
       move zero to line-social-ins line-tax.
       if kept-tallying >= 26 and kept-col(26) not = spaces
           compute line-social-ins =
               function numval(kept-col(19))
               + function numval(kept-col(20))
               + function numval(kept-col(21))
               + function numval(kept-col(22))
           compute line-income =
               function numval(kept-col(26)) + line-social-ins
           compute line-tax = function numval(kept-col(25))
       else
           compute line-income = function numval(kept-col(6))
           if kept-tallying >= 16 and kept-col(16) not = spaces
               compute line-income =
                   line-income + function numval(kept-col(16))
           end-if
       end-if.

       move zero to match-idx.
       perform varying emp-idx from 1 by 1 until emp-idx > emp-count
           if emp-userid(emp-idx) = line-userid
               set match-idx to emp-idx
           end-if
       end-perform.
       if match-idx = zero
           if emp-count >= 2000
               move 1 to emp-overflow
               go to add-one-kept-line-exit
           end-if
           add 1 to emp-count
           move emp-count to match-idx
           move line-userid to emp-userid(match-idx)
           move zero to emp-income(match-idx)
           move zero to emp-social-ins(match-idx)
           move zero to emp-withheld(match-idx)
       end-if.
       add line-income to emp-income(match-idx).
       add line-social-ins to emp-social-ins(match-idx).
       add line-tax to emp-withheld(match-idx).

add-one-kept-line-exit.
       exit.

adjust-one-employee.
       move emp-userid(emp-idx) to Fuserid.
       open input user-file.
       read user-file
           invalid key
               display "user.datに無いuseridをスキップ: "
                   emp-userid(emp-idx)
               close user-file
               go to adjust-one-employee-exit
       end-read.
       close user-file.

       if emp-income(emp-idx) <= 0
           go to adjust-one-employee-exit
       end-if.
       move emp-income(emp-idx) to calc-income.

       *> 年の中途で退職した人、扶養控除等申告書の未提出者（乙欄）、
       *> 給与収入が2,000万円を超える人は年末調整の対象外
       move zero to calc-retired.
       if Fretire-date not = spaces
           and Fretire-date not = "00000000"
           and Fretire-date < year-end-date
           move 1 to calc-retired
       end-if.
       move "Y" to calc-subject.
       if single-mode = 1 or calc-retired = 1
           or calc-income > 20000000
           move "N" to calc-subject
       end-if.
       move Fuserid to Ftd-userid.
       open input tax-decl-file.
       if tax-decl-status = "00"
           read tax-decl-file
               invalid key continue
           end-read
           if tax-decl-status not = "00" or Ftd-submitted not = "Y"
               move "N" to calc-subject
           end-if
           close tax-decl-file
       else
           move "N" to calc-subject
       end-if.

       perform compute-income-after.
       perform compute-deductions.

       move zero to calc-annual-tax calc-adjustment.
       if calc-subject = "Y"
           perform compute-annual-tax
           compute calc-adjustment =
               calc-annual-tax - emp-withheld(emp-idx)
       else
           move emp-withheld(emp-idx) to calc-annual-tax
       end-if.

       perform write-adjust-record.
       perform write-slip.

       if single-mode = 1
           go to adjust-one-employee-exit
       end-if.

       *> 合計表の区分と、税務署へ提出する源泉徴収票の判定
       move zero to calc-submit.
       if calc-subject = "Y"
           set sum-idx to 1
           if (Froll = 2 and calc-income > 1500000)
               or calc-income > 5000000
               move 1 to calc-submit
           end-if
       else
           set sum-idx to 2
           if calc-retired = 1
               if (Froll = 2 and calc-income > 500000)
                   or calc-income > 2500000
                   move 1 to calc-submit
               end-if
           else
               if calc-income > 500000
                   move 1 to calc-submit
               end-if
           end-if
       end-if.
       add 1 to sum-count(sum-idx).
       add calc-income to sum-pay(sum-idx).
       add calc-annual-tax to sum-tax(sum-idx).
       if calc-retired = 1
           add 1 to sum-count(3)
           add calc-income to sum-pay(3)
           add calc-annual-tax to sum-tax(3)
       end-if.
       if calc-submit = 1
           add 1 to submit-count
       end-if.
       if calc-adjustment > 0
           add calc-adjustment to charge-total
       else
           compute refund-total = refund-total - calc-adjustment
       end-if.

adjust-one-employee-exit.
       exit.

compute-income-after.
       *> 給与所得控除後の金額（162.5万円超660万円未満は4千円単位）
       move calc-income to calc-income-4000.
       if calc-income > 1625000 and calc-income < 6600000
           compute calc-income-4000 = calc-income / 4000
           compute calc-income-4000 = calc-income-4000 * 4000
       end-if.
       evaluate true
           when calc-income < 551000
               move zero to calc-income-after
           when calc-income <= 1625000
               compute calc-income-after = calc-income - 550000
           when calc-income <= 1800000
               compute calc-income-after =
                   calc-income-4000 * 0.6 + 100000
           when calc-income <= 3600000
               compute calc-income-after =
                   calc-income-4000 * 0.7 - 80000
           when calc-income < 6600000
               compute calc-income-after =
                   calc-income-4000 * 0.8 - 440000
           when calc-income <= 8500000
               compute calc-income-after =
                   calc-income * 0.9 - 1100000
           when other
               compute calc-income-after = calc-income - 1950000
       end-evaluate.

compute-deductions.
       move zero to calc-life calc-quake calc-ideco calc-housing.
       move zero to calc-spouse calc-dependents.
       move 480000 to calc-basic.

       move Fuserid to Fyd-userid.
       move target-year to Fyd-year.
       open input declaration-file.
       if declaration-status = "00"
           read declaration-file
               invalid key continue
           end-read
           if declaration-status = "00"
               *> 生命保険料控除（新制度）は区分ごとに4万円、合計12万円まで
               move Fyd-life-general to calc-premium
               perform compute-life-one
               add calc-life-one to calc-life
               move Fyd-life-care to calc-premium
               perform compute-life-one
               add calc-life-one to calc-life
               move Fyd-life-pension to calc-premium
               perform compute-life-one
               add calc-life-one to calc-life
               if calc-life > 120000
                   move 120000 to calc-life
               end-if
               *> 地震保険料控除は5万円まで
               move Fyd-quake to calc-quake
               if calc-quake > 50000
                   move 50000 to calc-quake
               end-if
               move Fyd-ideco to calc-ideco
               move Fyd-housing-credit to calc-housing
               *> 配偶者控除は本人の合計所得が900万円を超えると逓減
               if Fyd-spouse = "Y"
                   evaluate true
                       when calc-income-after > 10000000
                           move zero to calc-spouse
                       when calc-income-after > 9500000
                           move 130000 to calc-spouse
                       when calc-income-after > 9000000
                           move 260000 to calc-spouse
                       when other
                           move 380000 to calc-spouse
                   end-evaluate
               end-if
           end-if
           close declaration-file
       end-if.

       *> 扶養控除（dependents.dat の扶養人数×38万円）
       move Fuserid to Fdep-userid.
       open input dependents-file.
       if dependents-status = "00"
           read dependents-file
               invalid key continue
           end-read
           if dependents-status = "00"
               compute calc-dependents = Fdep-count * 380000
           end-if
           close dependents-file
       end-if.

       compute calc-total-ded =
           emp-social-ins(emp-idx) + calc-ideco + calc-life
           + calc-quake + calc-spouse + calc-dependents + calc-basic.

compute-life-one.
       *> 1円未満の端数は切り上げ
       evaluate true
           when calc-premium <= 20000
               move calc-premium to calc-life-one
           when calc-premium <= 40000
               compute calc-life-one = (calc-premium + 1) / 2 + 10000
           when calc-premium <= 80000
               compute calc-life-one = (calc-premium + 3) / 4 + 20000
           when other
               move 40000 to calc-life-one
       end-evaluate.

compute-annual-tax.
       *> 課税給与所得金額（千円未満切り捨て）に速算表を当て、
       *> 住宅借入金等特別控除を引いて102.1%（百円未満切り捨て）
       if calc-income-after > calc-total-ded
           compute calc-taxable = (calc-income-after - calc-total-ded)
               / 1000
           compute calc-taxable = calc-taxable * 1000
       else
           move zero to calc-taxable
       end-if.
       evaluate true
           when calc-taxable <= 1950000
               compute calc-tax = calc-taxable * 0.05
           when calc-taxable <= 3300000
               compute calc-tax = calc-taxable * 0.10 - 97500
           when calc-taxable <= 6950000
               compute calc-tax = calc-taxable * 0.20 - 427500
           when calc-taxable <= 9000000
               compute calc-tax = calc-taxable * 0.23 - 636000
           when calc-taxable <= 18000000
               compute calc-tax = calc-taxable * 0.33 - 1536000
           when other
               compute calc-tax = calc-taxable * 0.40 - 2796000
       end-evaluate.
       compute calc-tax = calc-tax - calc-housing.
       if calc-tax < 0
           move zero to calc-tax
       end-if.
       compute calc-tax = calc-tax * 1.021 / 100.
       compute calc-annual-tax = calc-tax * 100.

write-adjust-record.
       move Fuserid to Fya-userid.
       move target-year to Fya-year.
       move calc-subject to Fya-subject.
       move calc-income to Fya-income.
       move calc-income-after to Fya-income-after.
       move emp-social-ins(emp-idx) to Fya-social-ins.
       move calc-life to Fya-life.
       move calc-quake to Fya-quake.
       move calc-ideco to Fya-ideco.
       move calc-spouse to Fya-spouse-ded.
       move calc-dependents to Fya-dependents-ded.
       move calc-basic to Fya-basic-ded.
       move calc-total-ded to Fya-total-ded.
       move calc-taxable to Fya-taxable.
       move calc-housing to Fya-housing-credit.
       move calc-annual-tax to Fya-annual-tax.
       move emp-withheld(emp-idx) to Fya-withheld.
       move calc-adjustment to Fya-adjustment.
       move function current-date to Fya-computed-at.

       open i-o adjust-file.
       if adjust-status not = "00"
           open output adjust-file
       end-if.
       write Fya-rec
           invalid key
               rewrite Fya-rec
                   invalid key
                       display "年末調整結果の登録に失敗しました"
               end-rewrite
       end-write.
       close adjust-file.

write-slip.
       move spaces to slip-name.
       string "./dat/withholding-slip-" delimited by size
           target-year delimited by size
           "-" delimited by size
           Fuserid delimited by size
           ".txt" delimited by size
           into slip-name
       end-string.
       open output slip-file.

       move spaces to slip-line.
       string target-year delimited by size
           "年分 給与所得の源泉徴収票" delimited by size
           into slip-line
       end-string.
       write slip-line.

       move spaces to slip-line.
       string "氏名: " delimited by size
           function trim(Flastname) delimited by size
           " " delimited by size
           function trim(Ffirstname) delimited by size
           "（userid " delimited by size
           Fuserid delimited by size
           "）" delimited by size
           into slip-line
       end-string.
       write slip-line.
       move " " to slip-line.
       write slip-line.

       move calc-income to disp-amount.
       move spaces to slip-line.
       string "支払金額                   " delimited by size
           disp-amount delimited by size
           into slip-line
       end-string.
       write slip-line.

       move calc-income-after to disp-amount.
       move spaces to slip-line.
       string "給与所得控除後の金額       " delimited by size
           disp-amount delimited by size
           into slip-line
       end-string.
       write slip-line.

       move calc-total-ded to disp-amount.
       if calc-subject not = "Y"
           move zero to disp-amount
       end-if.
       move spaces to slip-line.
       string "所得控除の額の合計額       " delimited by size
           disp-amount delimited by size
           into slip-line
       end-string.
       write slip-line.

       move calc-annual-tax to disp-amount.
       move spaces to slip-line.
       string "源泉徴収税額               " delimited by size
           disp-amount delimited by size
           into slip-line
       end-string.
       write slip-line.

       move emp-social-ins(emp-idx) to disp-amount.
       move spaces to slip-line.
       string "社会保険料等の金額         " delimited by size
           disp-amount delimited by size
           into slip-line
       end-string.
       write slip-line.

       if calc-subject = "Y"
           move calc-life to disp-amount
           move spaces to slip-line
           string "生命保険料の控除額         " delimited by size
               disp-amount delimited by size
               into slip-line
           end-string
           write slip-line

           move calc-quake to disp-amount
           move spaces to slip-line
           string "地震保険料の控除額         " delimited by size
               disp-amount delimited by size
               into slip-line
           end-string
           write slip-line

           move calc-housing to disp-amount
           move spaces to slip-line
           string "住宅借入金等特別控除の額   " delimited by size
               disp-amount delimited by size
               into slip-line
           end-string
           write slip-line

           move calc-ideco to disp-amount
           move spaces to slip-line
           string "うち小規模企業共済等掛金   " delimited by size
               disp-amount delimited by size
               into slip-line
           end-string
           write slip-line

           move calc-adjustment to disp-signed
           move spaces to slip-line
           string "年末調整額（還付は−）     " delimited by size
               disp-signed delimited by size
               into slip-line
           end-string
           write slip-line
       end-if.

       move " " to slip-line.
       write slip-line.
       move spaces to slip-line.
       if calc-retired = 1
           string "摘要: 中途退職 退職日 " delimited by size
               Fretire-date delimited by size
               into slip-line
           end-string
       else
           if calc-subject = "Y"
               move "摘要: 年末調整済" to slip-line
           else
               move "摘要: 年末調整未済" to slip-line
           end-if
       end-if.
       write slip-line.

       close slip-file.
       add 1 to slip-count.

write-summary.
       move spaces to summary-name.
       string "./dat/withholding-summary-" delimited by size
           target-year delimited by size
           ".txt" delimited by size
           into summary-name
       end-string.
       open output summary-file.

       move spaces to summary-line.
       string target-year delimited by size
           "年分 給与所得の源泉徴収票等の法定調書合計表（給与所得）"
               delimited by size
           into summary-line
       end-string.
       write summary-line.
       move "区分                       人員        支払金額    源泉徴収税額"
           to summary-line.
       write summary-line.

       perform varying sum-idx from 1 by 1 until sum-idx > 3
           move spaces to summary-line
           evaluate sum-idx
               when 1
                   move "年末調整をしたもの" to summary-line
               when 2
                   move "年末調整をしなかったもの" to summary-line
               when 3
                   move "うち退職者" to summary-line
           end-evaluate
           move sum-count(sum-idx) to disp-count
           move disp-count to summary-line(28:5)
           move sum-pay(sum-idx) to disp-amount
           move disp-amount to summary-line(36:10)
           move sum-tax(sum-idx) to disp-amount
           move disp-amount to summary-line(50:10)
           write summary-line
       end-perform.

       move spaces to summary-line.
       move "計" to summary-line.
       compute disp-count = sum-count(1) + sum-count(2).
       move disp-count to summary-line(28:5).
       compute disp-amount = sum-pay(1) + sum-pay(2).
       move disp-amount to summary-line(36:10).
       compute disp-amount = sum-tax(1) + sum-tax(2).
       move disp-amount to summary-line(50:10).
       write summary-line.

       move " " to summary-line.
       write summary-line.
       move submit-count to disp-count.
       move spaces to summary-line.
       string "税務署へ提出する源泉徴収票  " delimited by size
           disp-count delimited by size
           " 枚" delimited by size
           into summary-line
       end-string.
       write summary-line.

       close summary-file.
