           select payslip-file assign using payslip-name
               organization line sequential
               status payslip-status.
           select pay-item-file assign to "./dat/pay-item.dat"
               organization relative
               access mode sequential
               relative key pay-item-key
               status pay-item-status.
           select register-file assign to "./dat/payslip-register.dat"
               organization line sequential
               status register-status.
           select release-file assign to "./dat/payroll-release.dat"
               organization indexed
               access mode dynamic
               record key is Frel-key
               status release-status.
           select notify-file assign to "./dat/notify.dat"
               organization indexed
               access mode dynamic
               03 Fman-total-pay pic 9(10)v99.
               03 Fman-filename pic X(60).
               03 Fman-created-at pic X(21).
       *> 給与の支給前承認（V 差異確認待ち / A 承認済 / X 再出力で取消）
       fd release-file.
           01 Frel-rec.
               03 Frel-key.
                   05 Frel-yyyymm pic X(6).
                   05 Frel-version pic 9(3).
               03 Frel-company pic 9(2).
               03 Frel-status pic X.
               03 Frel-flag-count pic 9(5).
               03 Frel-variance-at pic X(21).
               03 Frel-report pic X(60).
               03 Frel-reviewer pic 9(7).
               03 Frel-reviewer-name pic X(64).
               03 Frel-approved-at pic X(21).
               03 Frel-comment pic X(64).
               03 Frel-reset-at pic X(21).
       fd kept-file.
           01 kept-line pic X(1024).
       fd ytd-file.
           01 ytd-line pic X(1024).
       fd payslip-file.
           01 payslip-line pic X(160).
       fd pay-item-file.
           01 Fpi-rec.
               03 Fpi-code pic 9(3).
               03 Fpi-name pic N(10).
               03 Fpi-kind pic X.
               03 Fpi-taxable pic X.
               03 Fpi-insurance pic X.
               03 Fpi-minwage pic X.
       fd register-file.
           01 Fpsr-rec.
               03 Fpsr-yyyymm pic X(6).
       01 status-rec.
           03 user-status pic XX.
           03 manifest-status pic XX.
           03 release-status pic XX.
           03 kept-status pic XX.
           03 ytd-status pic XX.
           03 payslip-status pic XX.
           03 register-status pic XX.
           03 notify-status pic XX.
           03 ntf-seq-status pic XX.
           03 pay-item-status pic XX.
       01 target-yyyymm pic X(6).
       01 target-version pic 9(3).
       01 kept-name pic X(60).
       01 kept-f14 pic X(16).
       01 kept-f15 pic X(16).
       01 kept-f16 pic X(16).
       01 kept-f17 pic X(16).
       01 kept-f18 pic X(16).
       01 kept-f19 pic X(16).
       01 kept-f20 pic X(16).
       01 kept-f21 pic X(16).
       01 kept-f22 pic X(16).
       01 kept-f23 pic X(16).
       01 kept-f24 pic X(16).
       01 kept-f25 pic X(16).
       01 kept-f26 pic X(16).
       01 kept-f27 pic X(16).
       01 kept-f28 pic X(16).
       01 kept-f29 pic X(16).
       01 kept-f30 pic X(16).
       01 kept-f31 pic X(16).
       01 kept-f32 pic X(16).
       01 kept-f33 pic X(16).
       01 kept-f34 pic X(16).
       01 kept-f35 pic X(16).
       01 kept-f36 pic X(300).
       01 kept-tallying pic 99.
       01 header-skipped pic 9.
       01 line-userid pic 9(7).
       01 line-excess pic 9(8)v99.
       01 line-commute pic 9(6)v99.
       01 line-base pic s9(10)v99.
       *> 控除（社会保険料の本人負担分）と差引支給額
       01 line-health pic 9(8).
       01 line-care pic 9(8).
       01 line-pension pic 9(8).
       01 line-employment pic 9(8).
       01 line-income-tax pic 9(8).
       01 line-resident-tax pic 9(8).
       01 line-year-end pic s9(8).
       01 line-deductions pic s9(8)v99.
       01 line-net pic s9(8)v99.
       01 disp-net pic -(9)9.99.
       *> 手当・控除項目の内訳（控えの「項目コード:金額;...」を項目名で表示）
       01 pay-item-key pic 9(4).
       01 item-name-table.
           03 item-name-entry occurs 200 times.
               05 pn-code pic 9(3).
               05 pn-name pic N(10).
               05 pn-kind pic X.
       01 pn-count pic 9(4) value zero.
       01 pn-sub pic 9(4).
       01 pn-match pic 9(4).
       01 line-item-earnings pic 9(8).
       01 print-kind pic X.
       01 detail-ptr pic 9(3).
       01 detail-token pic X(20).
       01 detail-code-x pic X(5).
       01 detail-amount-x pic X(12).
       01 detail-code pic 9(3).
       01 detail-amount pic 9(8).
       *> 年初から対象月までのYTD総支給（各月の最新版控えを合算）
       01 ytd-table.
           03 ytd-entry occurs 2000 times indexed by ytd-idx.
       end-read.
       close manifest-file.

       *> 支給前承認（kintai-payroll-release）のない版は処理しない
       move target-yyyymm to Frel-yyyymm.
       move target-version to Frel-version.
       open input release-file.
       read release-file
           invalid key continue
       end-read.
       close release-file.
       if release-status not = "00" or Frel-status not = "A"
           display "この版は支給前承認がされていません"
           display "（kintai-payroll-variance で差異を確認し、kintai-payroll-release で承認してください）"
           stop run
       end-if.
       display "支給前承認: " Frel-approved-at(1:8) " "
           function trim(Frel-reviewer-name).

       move Fman-filename to kept-name.
       display "控えファイル: " function trim(kept-name).

       move function numval(target-yyyymm(5:2)) to target-month-num.
       perform load-ytd-totals.
       perform load-pay-item-names.

       perform render-all-slips.


render-one-slip.
       move zero to kept-tallying.
       move spaces to kept-f16 kept-f24 kept-f25 kept-f27 kept-f28
           kept-f29 kept-f30 kept-f31 kept-f32 kept-f33 kept-f34
           kept-f35 kept-f36.
       unstring kept-line delimited by ","
           into kept-f01 kept-f02 kept-f03 kept-f04 kept-f05
               kept-f06 kept-f07 kept-f08 kept-f09 kept-f10
               kept-f11 kept-f12 kept-f13 kept-f14 kept-f15
               kept-f16 kept-f17 kept-f18 kept-f19 kept-f20
               kept-f21 kept-f22 kept-f23 kept-f24 kept-f25
               kept-f26 kept-f27 kept-f28 kept-f29 kept-f30
               kept-f31 kept-f32 kept-f33 kept-f34 kept-f35
               kept-f36
           tallying in kept-tallying
       end-unstring.

           into payslip-line
       end-string.
       write payslip-line.
       if kept-tallying >= 29 and kept-f29 not = spaces
           move spaces to payslip-line
           string "等級号俸: " delimited by size
               function trim(kept-f29) delimited by size
               into payslip-line
           end-string
           write payslip-line
       end-if.
       move " " to payslip-line.
       write payslip-line.

       end-string.
       write payslip-line.

       *> 月の途中の入退社・雇用形態変更で日割りした月は基準と日数を示す
       if kept-tallying >= 32 and kept-f30 not = spaces
           move spaces to payslip-line
           if kept-f30 = "B"
               string "  （日割計算 所定営業日 " delimited by size
                   function trim(kept-f31) delimited by size
                   "日／" delimited by size
                   function trim(kept-f32) delimited by size
                   "日）" delimited by size
                   into payslip-line
               end-string
           else
               string "  （日割計算 暦日 " delimited by size
                   function trim(kept-f31) delimited by size
                   "日／" delimited by size
                   function trim(kept-f32) delimited by size
                   "日）" delimited by size
                   into payslip-line
               end-string
           end-if
           write payslip-line
       end-if.

       move line-otpay to disp-amount.
       move spaces to payslip-line.
       string "時間外手当（125%）   " delimited by size
       end-string.
       write payslip-line.

       *> 手当（役職手当・住宅手当・家族手当など）は項目ごとに表示し総支給額に含める
       move zero to line-item-earnings.
       if kept-tallying >= 36 and kept-f36 not = spaces
           compute line-item-earnings = function numval(kept-f33)
           move "E" to print-kind
           perform write-item-lines
       end-if.

       compute disp-amount = line-gross + line-item-earnings.
       move spaces to payslip-line.
       string "総支給額             " delimited by size
           disp-amount delimited by size
       end-string.
       write payslip-line.

       *> 控除列のない旧控えは総支給額までを出力する
       if kept-tallying >= 24 and kept-f24 not = spaces
           perform write-deduction-lines
       end-if.

       move zero to match-idx.
       perform varying ytd-idx from 1 by 1 until ytd-idx > ytd-count
           if ytd-userid(ytd-idx) = line-userid
render-one-slip-exit.
       exit.

write-deduction-lines.
       compute line-health = function numval(kept-f19).
       compute line-care = function numval(kept-f20).
       compute line-pension = function numval(kept-f21).
       compute line-employment = function numval(kept-f22).
       compute line-deductions = function numval(kept-f23).
       compute line-net = function numval(kept-f24).

       move " " to payslip-line.
       write payslip-line.

       move line-health to disp-amount.
       move spaces to payslip-line.
       string "健康保険料           " delimited by size
           disp-amount delimited by size
           into payslip-line
       end-string.
       write payslip-line.

       move line-care to disp-amount.
       move spaces to payslip-line.
       string "介護保険料           " delimited by size
           disp-amount delimited by size
           into payslip-line
       end-string.
       write payslip-line.

       move line-pension to disp-amount.
       move spaces to payslip-line.
       string "厚生年金保険料       " delimited by size
           disp-amount delimited by size
           into payslip-line
       end-string.
       write payslip-line.

       move line-employment to disp-amount.
       move spaces to payslip-line.
       string "雇用保険料           " delimited by size
           disp-amount delimited by size
           into payslip-line
       end-string.
       write payslip-line.

       if kept-tallying >= 25 and kept-f25 not = spaces
           compute line-income-tax = function numval(kept-f25)
           move line-income-tax to disp-amount
           move spaces to payslip-line
           string "所得税               " delimited by size
               disp-amount delimited by size
               into payslip-line
           end-string
           write payslip-line
       end-if.

       if kept-tallying >= 27 and kept-f27 not = spaces
           compute line-resident-tax = function numval(kept-f27)
           move line-resident-tax to disp-amount
           move spaces to payslip-line
           string "住民税               " delimited by size
               disp-amount delimited by size
               into payslip-line
           end-string
           write payslip-line
       end-if.

       *> 12月分の年末調整（還付はマイナスで表示）
       if kept-tallying >= 28 and kept-f28 not = spaces
           compute line-year-end = function numval(kept-f28)
           if line-year-end not = zero
               move line-year-end to disp-net
               move spaces to payslip-line
               string "年末調整             " delimited by size
                   disp-net delimited by size
                   into payslip-line
               end-string
               write payslip-line
           end-if
       end-if.

       if kept-tallying >= 36 and kept-f36 not = spaces
           move "D" to print-kind
           perform write-item-lines
       end-if.

       move line-deductions to disp-net.
       move spaces to payslip-line.
       string "控除合計             " delimited by size
           disp-net delimited by size
           into payslip-line
       end-string.
       write payslip-line.

       move line-net to disp-net.
       move spaces to payslip-line.
       string "差引支給額           " delimited by size
           disp-net delimited by size
           into payslip-line
       end-string.
       write payslip-line.

load-pay-item-names.
       move zero to pn-count.
       open input pay-item-file.
       if pay-item-status = "00"
           perform until pay-item-status not = "00"
               read pay-item-file
                   not at end
                       if pn-count < 200
                           add 1 to pn-count
                           move Fpi-code to pn-code(pn-count)
                           move Fpi-name to pn-name(pn-count)
                           move Fpi-kind to pn-kind(pn-count)
                       end-if
           end-perform
           close pay-item-file
       end-if.

write-item-lines.
       *> print-kind が E なら支給項目、D なら控除項目だけを出す
       move 1 to detail-ptr.
       perform until detail-ptr > 300
           move spaces to detail-token
           unstring kept-f36 delimited by ";"
               into detail-token
               with pointer detail-ptr
           end-unstring
           if detail-token = spaces
               move 301 to detail-ptr
           else
               perform write-one-item-line
           end-if
       end-perform.

write-one-item-line.
       move spaces to detail-code-x detail-amount-x.
       unstring detail-token delimited by ":"
           into detail-code-x detail-amount-x
       end-unstring.
       compute detail-code = function numval(detail-code-x).
       compute detail-amount = function numval(detail-amount-x).

       move zero to pn-match.
       perform varying pn-sub from 1 by 1 until pn-sub > pn-count
           if pn-code(pn-sub) = detail-code
               move pn-sub to pn-match
           end-if
       end-perform.

       move detail-amount to disp-amount.
       move spaces to payslip-line.
       if pn-match = zero
           if print-kind = "E"
               string "項目" delimited by size
                   detail-code delimited by size
                   "              " delimited by size
                   disp-amount delimited by size
                   into payslip-line
               end-string
               write payslip-line
           end-if
       else
           if (print-kind = "D" and pn-kind(pn-match) = "D")
               or (print-kind = "E" and pn-kind(pn-match) not = "D")
               string function trim(pn-name(pn-match)) delimited by size
                   "  " delimited by size
                   disp-amount delimited by size
                   into payslip-line
               end-string
               write payslip-line
           end-if
       end-if.

check-reissue.
       *> 同じ月・同じ本人の発行記録が既にあれば再発行扱いにする
       move zero to reissue-flag.
