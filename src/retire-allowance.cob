identification division.
program-id. kintai-retire-allowance.

environment division.
input-output section.
       file-control.
           select user-file assign to "./dat/user.dat"
               organization indexed
               access mode dynamic
               record key is Fuserid
               status user-status.
           select rehire-link-file assign to "./dat/rehire-link.dat"
               organization indexed
               access mode dynamic
               record key is Frh-new-userid
               status rehire-link-status.
           select emp-status-file assign to "./dat/emp-status.dat"
               organization indexed
               access mode dynamic
               record key is Fes-key
               status emp-status-status.
           select pay-assign-file assign to "./dat/pay-assign.dat"
               organization indexed
               access mode dynamic
               record key is Fpa-key
               status pay-assign-status.
           select rule-file assign to "./dat/retire-allowance-rule.dat"
               organization relative
               access mode sequential
               relative key rule-key
               status rule-status.
           select bank-file assign to "./dat/bank-account.dat"
               organization indexed
               access mode dynamic
               record key is Fbank-userid
               status bank-status.
           select transfer-file
               assign to "./dat/retire-allowance-transfer.dat"
               organization indexed
               access mode dynamic
               record key is Fratr-userid
               status transfer-status.
           select slip-file assign using slip-name
               organization line sequential
               status slip-status.
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
       fd rehire-link-file.
           01 Frh-rec.
               03 Frh-new-userid pic 9(7).
               03 Frh-old-userid pic 9(7).
               03 Frh-linked-at pic X(21).
       fd emp-status-file.
           01 Fes-rec.
               03 Fes-key.
                   05 Fes-userid pic 9(7).
                   05 Fes-from pic X(8).
               03 Fes-type pic 9.
               03 Fes-to pic X(8).
               03 Fes-expected-return pic X(8).
               03 Fes-returned-date pic X(8).
               03 Fes-approver pic 9(7).
               03 Fes-registered-at pic X(21).
       fd pay-assign-file.
           01 Fpa-rec.
               03 Fpa-key.
                   05 Fpa-userid pic 9(7).
                   05 Fpa-effective-from pic X(8).
               03 Fpa-grade pic 9(2).
               03 Fpa-step pic 9(3).
               03 Fpa-approver pic 9(7).
               03 Fpa-registered-at pic X(21).
       fd rule-file.
           01 Frar-rec.
               03 Frar-type pic X.
               03 Frar-from-years pic 9(2).
               03 Frar-to-years pic 9(2).
               03 Frar-grade pic 9(2).
               03 Frar-base-amount pic 9(9).
               03 Frar-points pic 9(5).
               03 Frar-reason pic 9.
               03 Frar-status-type pic 9.
               03 Frar-rate pic 9(3)v999.
       fd bank-file.
           01 Fbank-rec.
               03 Fbank-userid pic 9(7).
               03 Fbank-bank-code pic 9(4).
               03 Fbank-branch-code pic 9(3).
               03 Fbank-account-type pic 9.
               03 Fbank-account-number pic 9(7).
               03 Fbank-payee-kana pic X(30).
       fd transfer-file.
           01 Fratr-rec.
               03 Fratr-userid pic 9(7).
               03 Fratr-retire-date pic X(8).
               03 Fratr-bank-code pic 9(4).
               03 Fratr-branch-code pic 9(3).
               03 Fratr-account-type pic 9.
               03 Fratr-account-number pic 9(7).
               03 Fratr-payee-kana pic X(30).
               03 Fratr-gross pic 9(10).
               03 Fratr-income-tax pic 9(9).
               03 Fratr-city-tax pic 9(9).
               03 Fratr-pref-tax pic 9(9).
               03 Fratr-net pic 9(10).
               03 Fratr-declared pic X.
               03 Fratr-reason pic 9.
               03 Fratr-status pic X.
               03 Fratr-created-at pic X(21).
               03 Fratr-paid-at pic X(21).
       fd slip-file.
           01 slip-line pic X(120).
working-storage section.
       01 rule-key pic 9(5).
       01 status-rec.
           03 user-status pic XX.
           03 rehire-link-status pic XX.
           03 emp-status-status pic XX.
           03 pay-assign-status pic XX.
           03 rule-status pic XX.
           03 bank-status pic XX.
           03 transfer-status pic XX.
           03 slip-status pic XX.
       *> kintai-retire-settle から渡される依頼と、返す計算結果
       01 ra-request-userid pic X(7) external.
       01 ra-request-date pic X(8) external.
       01 ra-request-reason pic X external.
       01 ra-request-declared pic X external.
       01 ra-result-done pic X external.
       01 ra-result-years pic 9(2) external.
       01 ra-result-gross pic 9(10) external.
       01 ra-result-income-tax pic 9(9) external.
       01 ra-result-resident-tax pic 9(9) external.
       01 ra-result-net pic 9(10) external.
       01 called-flag pic 9 value zero.
       01 target-userid pic 9(7).
       01 retire-date pic X(8).
       01 retire-reason pic X.
       01 declared-flag pic X.
       *> 対象者の情報（旧useridの読込でFDバッファが変わるため退避）
       01 target-lastname pic N(32).
       01 target-firstname pic N(32).
       01 target-postal pic X(8).
       01 target-prefecture pic N(10).
       01 target-city pic N(20).
       01 target-street pic N(40).
       01 target-join-date pic X(8).
       01 target-retire-date pic X(8).
       *> 退職金規程
       01 unit-price pic 9(9) value zero.
       01 band-count pic 9(3) value zero.
       01 band-table.
           03 band-entry occurs 50 times.
               05 band-from pic 9(2).
               05 band-to pic 9(2).
               05 band-grade pic 9(2).
               05 band-base pic 9(9).
               05 band-points pic 9(5).
       01 band-idx pic 9(3).
       01 band-found pic 9(3).
       01 reason-rate-table.
           03 reason-rate pic 9(3)v999 occurs 9 times.
       01 exclude-rate-table.
           03 exclude-rate pic 9(3)v999 occurs 9 times.
       *> 通算する在籍期間（本人＋再雇用リンクでつながる前職）
       01 period-count pic 9(2) value zero.
       01 period-table.
           03 period-entry occurs 10 times.
               05 period-userid pic 9(7).
               05 period-start pic X(8).
               05 period-end pic X(8).
       01 period-idx pic 9(2).
       01 link-userid pic 9(7).
       01 link-start pic X(8).
       01 link-done pic 9.
       01 old-join-date pic X(8).
       01 old-retire-date pic X(8).
       01 rehire-gap-days pic s9(7).
       01 paid-found pic 9.
       *> 勤続年数の計算
       01 date-num pic 9(8).
       01 date-num-r redefines date-num.
           03 date-yyyy pic 9(4).
           03 date-mmdd pic 9(4).
       01 end-next-int pic 9(8).
       01 end-next-num pic 9(8).
       01 end-next-num-r redefines end-next-num.
           03 end-next-yyyy pic 9(4).
           03 end-next-mmdd pic 9(4).
       01 anniv-num pic 9(8).
       01 anniv-num-r redefines anniv-num.
           03 anniv-yyyy pic 9(4).
           03 anniv-mmdd pic 9(4).
       01 anniv-years pic s9(3).
       01 svc-years pic 9(3) value zero.
       01 svc-rem-days pic 9(5) value zero.
       01 tax-years pic 9(3).
       01 rule-years pic s9(3).
       01 rule-rem-days pic s9(7).
       01 excluded-days pic 9(5)v999 value zero.
       01 excluded-whole pic 9(5).
       01 es-end-date pic X(8).
       01 es-work-num pic 9(8).
       01 es-return-prev pic X(8).
       01 overlap-from pic X(8).
       01 overlap-to pic X(8).
       01 overlap-days pic s9(7).
       01 scan-done pic 9.
       *> 等級（退職日時点の pay-assign）
       01 assign-grade pic 9(2) value zero.
       *> 支給額と税額
       01 base-amount pic 9(10).
       01 multiplier pic 9(3)v999.
       01 gross-amount pic 9(10) value zero.
       01 retire-deduction pic 9(10) value zero.
       01 excess-amount pic 9(10) value zero.
       01 taxable-amount pic 9(10) value zero.
       01 base-tax pic s9(10)v99.
       01 income-tax pic 9(9) value zero.
       01 city-tax pic 9(9) value zero.
       01 pref-tax pic 9(9) value zero.
       01 net-amount pic 9(10) value zero.
       01 bank-found pic 9.
       01 slip-name pic X(60).
       01 disp-amount pic Z(9)9.
       01 disp-years pic Z9.
       01 disp-days pic ZZZZ9.
       01 proc-ok pic 9.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "退職金計算（退職所得の源泉徴収）".

       move "N" to ra-result-done.
       move zero to ra-result-years ra-result-gross
           ra-result-income-tax ra-result-resident-tax ra-result-net.
       if ra-request-userid is numeric
           move 1 to called-flag
           move ra-request-userid to target-userid
       else
           display "対象の従業員IDを入力してください"
           accept target-userid
       end-if.

       perform read-target thru read-target-exit.
       if proc-ok = zero
           goback
       end-if.

       if called-flag = 1
           move ra-request-date to retire-date
           move ra-request-reason to retire-reason
           move ra-request-declared to declared-flag
       else
           display "退職日を入力してください (例: 20260930、空欄は登録済の退職日)"
           move spaces to retire-date
           accept retire-date
           display "退職事由を入力してください (1=自己都合 2=会社都合 3=定年)"
           accept retire-reason
           display "退職所得の受給に関する申告書の提出がありますか [y/n]"
           accept declared-flag
       end-if.
       if retire-date = spaces
           move target-retire-date to retire-date
       end-if.
       if retire-date is not numeric
           display "退職日が正しくありません"
           goback
       end-if.
       if retire-reason not = "1" and not = "2" and not = "3"
           display "退職事由は 1〜3 で入力してください"
           goback
       end-if.
       if declared-flag = "y" or declared-flag = "Y"
           move "Y" to declared-flag
       else
           move "N" to declared-flag
       end-if.

       perform load-rules thru load-rules-exit.
       if proc-ok = zero
           goback
       end-if.

       move target-userid to link-userid.
       perform check-paid thru check-paid-exit.
       if paid-found = 1
           display "userid: " target-userid
               " は退職金の振込が済んでいるため再計算しません"
           goback
       end-if.

       perform build-periods thru build-periods-exit.
       if proc-ok = zero
           goback
       end-if.
       perform compute-tenure thru compute-tenure-exit.
       perform lookup-grade thru lookup-grade-exit.
       perform compute-allowance thru compute-allowance-exit.
       perform compute-withholding.
       perform write-transfer-line thru write-transfer-line-exit.
       perform write-slip.

       display " ".
       move rule-years to disp-years.
       display "規程上の勤続年数 " disp-years " 年 / 等級 " assign-grade.
       move gross-amount to disp-amount.
       display "退職手当等の金額   " disp-amount.
       move income-tax to disp-amount.
       display "源泉徴収税額       " disp-amount.
       compute disp-amount = city-tax + pref-tax.
       display "特別徴収税額       " disp-amount.
       move net-amount to disp-amount.
       display "差引振込額         " disp-amount.
       display function trim(slip-name) " を出力しました".

       move "Y" to ra-result-done.
       move rule-years to ra-result-years.
       move gross-amount to ra-result-gross.
       move income-tax to ra-result-income-tax.
       compute ra-result-resident-tax = city-tax + pref-tax.
       move net-amount to ra-result-net.
       goback.

read-target.
       move zero to proc-ok.
       open input user-file.
       if user-status not = "00"
           display "user.dat を開けません"
           go to read-target-exit
       end-if.
       move target-userid to Fuserid.
       read user-file
           invalid key continue
       end-read.
       if user-status not = "00"
           close user-file
           display "指定された従業員が見つかりません"
           go to read-target-exit
       end-if.
       move Flastname to target-lastname.
       move Ffirstname to target-firstname.
       move Faddress-postal to target-postal.
       move Faddress-prefecture to target-prefecture.
       move Faddress-city to target-city.
       move Faddress-street to target-street.
       move Fjoin-date(1:8) to target-join-date.
       move Fretire-date to target-retire-date.
       close user-file.
       if target-join-date is not numeric
           display "userid: " target-userid " の入社日が登録されていません"
           go to read-target-exit
       end-if.
       move 1 to proc-ok.

read-target-exit.
       exit.

load-rules.
       move zero to proc-ok unit-price band-count.
       move zero to reason-rate-table exclude-rate-table.
       open input rule-file.
       if rule-status not = "00"
           display "retire-allowance-rule.dat を開けません"
           go to load-rules-exit
       end-if.
       perform until rule-status not = "00"
           read rule-file next record
               not at end
                   evaluate Frar-type
                   when "U"
                       move Frar-base-amount to unit-price
                   when "B"
                       if band-count < 50
                           add 1 to band-count
                           move Frar-from-years to band-from(band-count)
                           move Frar-to-years to band-to(band-count)
                           move Frar-grade to band-grade(band-count)
                           move Frar-base-amount to band-base(band-count)
                           move Frar-points to band-points(band-count)
                       end-if
                   when "M"
                       if Frar-reason > zero
                           move Frar-rate to reason-rate(Frar-reason)
                       end-if
                   when "X"
                       if Frar-status-type > zero
                           move Frar-rate
                               to exclude-rate(Frar-status-type)
                       end-if
                   end-evaluate
       end-perform.
       close rule-file.
       if band-count = zero
           display "退職金規程に勤続年数帯が登録されていません"
           go to load-rules-exit
       end-if.
       move 1 to proc-ok.

load-rules-exit.
       exit.

check-paid.
       *> 振込済の退職金がある在籍期間は通算・再計算しない
       move zero to paid-found.
       open input transfer-file.
       if transfer-status not = "00"
           go to check-paid-exit
       end-if.
       move link-userid to Fratr-userid.
       read transfer-file
           invalid key continue
       end-read.
       if transfer-status = "00" and Fratr-status = "P"
           move 1 to paid-found
       end-if.
       close transfer-file.

check-paid-exit.
       exit.

build-periods.
       move zero to proc-ok.
       if retire-date < target-join-date
           display "退職日が入社日より前です"
           go to build-periods-exit
       end-if.
       move 1 to period-count.
       move target-userid to period-userid(1).
       move target-join-date to period-start(1).
       move retire-date to period-end(1).
       move 1 to proc-ok.

       *> 再雇用リンクをたどり、退職から30日以内の再入社なら前職を通算する
       move target-userid to link-userid.
       move target-join-date to link-start.
       move zero to link-done.
       open input rehire-link-file.
       if rehire-link-status not = "00"
           go to build-periods-exit
       end-if.
       perform until link-done = 1 or period-count >= 10
           move link-userid to Frh-new-userid
           read rehire-link-file
               invalid key move 1 to link-done
           end-read
           if link-done = zero
               perform add-linked-period thru add-linked-period-exit
           end-if
       end-perform.
       close rehire-link-file.

build-periods-exit.
       exit.

add-linked-period.
       move 1 to link-done.
       move spaces to old-join-date old-retire-date.
       open input user-file.
       move Frh-old-userid to Fuserid.
       read user-file
           invalid key continue
       end-read.
       if user-status = "00"
           move Fjoin-date(1:8) to old-join-date
           move Fretire-date to old-retire-date
       end-if.
       close user-file.
       if old-join-date is not numeric
           or old-retire-date is not numeric
           or old-retire-date = "00000000"
           go to add-linked-period-exit
       end-if.

       compute rehire-gap-days =
           function integer-of-date(function numval(link-start))
           - function integer-of-date(function numval(old-retire-date)).
       if rehire-gap-days < 0 or rehire-gap-days > 30
           display "旧userid " Frh-old-userid
               " とは退職から再入社まで30日を超えるため通算しません"
           go to add-linked-period-exit
       end-if.

       move Frh-old-userid to link-userid.
       perform check-paid thru check-paid-exit.
       if paid-found = 1
           display "旧userid " Frh-old-userid
               " の期間は退職金を支給済のため通算しません"
           go to add-linked-period-exit
       end-if.

       add 1 to period-count.
       move Frh-old-userid to period-userid(period-count).
       move old-join-date to period-start(period-count).
       move old-retire-date to period-end(period-count).
       display "旧userid " Frh-old-userid " の在籍期間 " old-join-date
           "〜" old-retire-date " を通算します".
       move old-join-date to link-start.
       move zero to link-done.

add-linked-period-exit.
       exit.

compute-tenure.
       *> 在籍期間ごとに満年数と端数日数を求めて合算する（税法上の勤続）
       move zero to svc-years svc-rem-days excluded-days.
       perform varying period-idx from 1 by 1
           until period-idx > period-count
           move period-end(period-idx) to date-num
           compute end-next-int = function integer-of-date(date-num) + 1
           compute end-next-num = function date-of-integer(end-next-int)
           move period-start(period-idx) to date-num
           compute anniv-years = end-next-yyyy - date-yyyy
           if end-next-mmdd < date-mmdd
               subtract 1 from anniv-years
           end-if
           if anniv-years < zero
               move zero to anniv-years
           end-if
           compute anniv-yyyy = date-yyyy + anniv-years
           move date-mmdd to anniv-mmdd
           if anniv-mmdd = 0229
               move 0228 to anniv-mmdd
           end-if
           add anniv-years to svc-years
           compute svc-rem-days = svc-rem-days + end-next-int
               - function integer-of-date(anniv-num)
           perform sum-excluded-leave thru sum-excluded-leave-exit
       end-perform.
       compute svc-years = svc-years + svc-rem-days / 365.
       compute svc-rem-days = function mod(svc-rem-days, 365).

       *> 1年未満の端数は1年に切り上げる（最低1年）
       move svc-years to tax-years.
       if svc-rem-days > zero or tax-years = zero
           add 1 to tax-years
       end-if.

       *> 規程上の勤続は除算する休職日数を差し引いた満年数
       move excluded-days to excluded-whole.
       move svc-years to rule-years.
       compute rule-rem-days = svc-rem-days - excluded-whole.
       perform until rule-rem-days >= zero or rule-years <= zero
           subtract 1 from rule-years
           add 365 to rule-rem-days
       end-perform.
       if rule-rem-days < zero
           move zero to rule-years
       end-if.

compute-tenure-exit.
       exit.

sum-excluded-leave.
       open input emp-status-file.
       if emp-status-status not = "00"
           go to sum-excluded-leave-exit
       end-if.
       move zero to scan-done.
       move period-userid(period-idx) to Fes-userid.
       move low-values to Fes-from.
       start emp-status-file key >= Fes-key
           invalid key move 1 to scan-done
       end-start.
       perform until scan-done = 1 or emp-status-status not = "00"
           read emp-status-file next record
               at end move 1 to scan-done
               not at end
                   if Fes-userid not = period-userid(period-idx)
                       move 1 to scan-done
                   else
                       if Fes-type > zero
                           and exclude-rate(Fes-type) > zero
                           perform add-excluded-days thru add-excluded-days-exit
                       end-if
                   end-if
       end-perform.
       close emp-status-file.

sum-excluded-leave-exit.
       exit.

add-excluded-days.
       *> 期間の最終日。復職日の記録があればその前日まで、未定なら退職日まで
       move Fes-to to es-end-date.
       if Fes-returned-date is numeric
           compute es-work-num = function date-of-integer(
               function integer-of-date(
                   function numval(Fes-returned-date)) - 1)
           move es-work-num to es-return-prev
           if es-end-date = spaces or es-return-prev < es-end-date
               move es-return-prev to es-end-date
           end-if
       end-if.
       if es-end-date is not numeric
           move period-end(period-idx) to es-end-date
       end-if.

       move Fes-from to overlap-from.
       if overlap-from < period-start(period-idx)
           move period-start(period-idx) to overlap-from
       end-if.
       move es-end-date to overlap-to.
       if overlap-to > period-end(period-idx)
           move period-end(period-idx) to overlap-to
       end-if.
       if overlap-from is not numeric or overlap-to < overlap-from
           go to add-excluded-days-exit
       end-if.
       compute overlap-days =
           function integer-of-date(function numval(overlap-to))
           - function integer-of-date(function numval(overlap-from)) + 1.
       compute excluded-days = excluded-days
           + overlap-days * exclude-rate(Fes-type).

add-excluded-days-exit.
       exit.

lookup-grade.
       *> 退職日時点で有効な等級
       move zero to assign-grade.
       open input pay-assign-file.
       if pay-assign-status not = "00"
           go to lookup-grade-exit
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
                       move "10" to pay-assign-status
                   else
                       if Fpa-effective-from <= retire-date
                           move Fpa-grade to assign-grade
                       end-if
                   end-if
           end-read
       end-perform.
       close pay-assign-file.

lookup-grade-exit.
       exit.

compute-allowance.
       *> 等級指定の行を優先し、なければ全等級共通（00）の行を使う
       move zero to band-found gross-amount.
       if assign-grade > zero
           perform varying band-idx from 1 by 1
               until band-idx > band-count or band-found > zero
               if band-grade(band-idx) = assign-grade
                   and rule-years >= band-from(band-idx)
                   and rule-years <= band-to(band-idx)
                   move band-idx to band-found
               end-if
           end-perform
       end-if.
       if band-found = zero
           perform varying band-idx from 1 by 1
               until band-idx > band-count or band-found > zero
               if band-grade(band-idx) = zero
                   and rule-years >= band-from(band-idx)
                   and rule-years <= band-to(band-idx)
                   move band-idx to band-found
               end-if
           end-perform
       end-if.
       if band-found = zero
           display "勤続 " rule-years " 年に該当する規程の行がありません"
           go to compute-allowance-exit
       end-if.

       compute base-amount = band-base(band-found)
           + band-points(band-found) * unit-price.
       move reason-rate(function numval(retire-reason)) to multiplier.
       if multiplier = zero
           display "退職事由 " retire-reason
               " の支給率が未登録のため 1.000 で計算します"
           move 1 to multiplier
       end-if.
       compute gross-amount = base-amount * multiplier.

compute-allowance-exit.
       exit.

compute-withholding.
       *> 退職所得控除額（勤続20年以下は40万円×年数・最低80万円、
       *> 20年超は800万円＋70万円×(年数−20)）
       if tax-years <= 20
           compute retire-deduction = 400000 * tax-years
           if retire-deduction < 800000
               move 800000 to retire-deduction
           end-if
       else
           compute retire-deduction = 8000000 + 700000 * (tax-years - 20)
       end-if.

       *> 課税退職所得金額は控除後の1/2（千円未満切捨て）。
       *> 勤続5年以下は控除後300万円を超える部分に1/2を適用しない
       move zero to excess-amount taxable-amount.
       if gross-amount > retire-deduction
           compute excess-amount = gross-amount - retire-deduction
       end-if.
       if tax-years <= 5 and excess-amount > 3000000
           compute taxable-amount = 1500000 + excess-amount - 3000000
       else
           compute taxable-amount = excess-amount / 2
       end-if.
       compute taxable-amount = function integer(taxable-amount / 1000)
           * 1000.

       *> 所得税（復興特別所得税を含む）。申告書の提出がなければ
       *> 支払金額の20.42%を源泉徴収する
       if declared-flag = "Y"
           evaluate true
           when taxable-amount <= 1950000
               compute base-tax = taxable-amount * 0.05
           when taxable-amount <= 3300000
               compute base-tax = taxable-amount * 0.10 - 97500
           when taxable-amount <= 6950000
               compute base-tax = taxable-amount * 0.20 - 427500
           when taxable-amount <= 9000000
               compute base-tax = taxable-amount * 0.23 - 636000
           when taxable-amount <= 18000000
               compute base-tax = taxable-amount * 0.33 - 1536000
           when taxable-amount <= 40000000
               compute base-tax = taxable-amount * 0.40 - 2796000
           when other
               compute base-tax = taxable-amount * 0.45 - 4796000
           end-evaluate
           if base-tax < zero
               move zero to base-tax
           end-if
           compute income-tax = base-tax * 1.021
       else
           compute income-tax = gross-amount * 0.2042
       end-if.

       *> 住民税（分離課税の特別徴収、市町村民税6%・道府県民税4%、百円未満切捨て）
       compute city-tax = function integer(taxable-amount * 0.06 / 100)
           * 100.
       compute pref-tax = function integer(taxable-amount * 0.04 / 100)
           * 100.

       compute net-amount = gross-amount - income-tax - city-tax - pref-tax.

write-transfer-line.
       *> 給与とは別の振込ファイルに載せる支払行（振込済でなければ置き換える）
       move zero to bank-found.
       open input bank-file.
       if bank-status = "00"
           move target-userid to Fbank-userid
           read bank-file
               invalid key continue
           end-read
           if bank-status = "00"
               move 1 to bank-found
           end-if
           close bank-file
       end-if.

       open i-o transfer-file.
       if transfer-status not = "00"
           open output transfer-file
           close transfer-file
           open i-o transfer-file
       end-if.
       if transfer-status not = "00"
           display "retire-allowance-transfer.dat を開けません"
           go to write-transfer-line-exit
       end-if.

       initialize Fratr-rec.
       move target-userid to Fratr-userid.
       move retire-date to Fratr-retire-date.
       if bank-found = 1
           move Fbank-bank-code to Fratr-bank-code
           move Fbank-branch-code to Fratr-branch-code
           move Fbank-account-type to Fratr-account-type
           move Fbank-account-number to Fratr-account-number
           move Fbank-payee-kana to Fratr-payee-kana
       else
           display "userid: " target-userid
               " の振込口座が未登録です（口座登録後に再計算してください）"
       end-if.
       move gross-amount to Fratr-gross.
       move income-tax to Fratr-income-tax.
       move city-tax to Fratr-city-tax.
       move pref-tax to Fratr-pref-tax.
       move net-amount to Fratr-net.
       move declared-flag to Fratr-declared.
       move retire-reason to Fratr-reason.
       move "U" to Fratr-status.
       move function current-date to Fratr-created-at.
       move spaces to Fratr-paid-at.
       write Fratr-rec
           invalid key
               rewrite Fratr-rec
                   invalid key
                       display "userid: " target-userid
                           " 振込行の登録に失敗しました"
               end-rewrite
       end-write.
       close transfer-file.

write-transfer-line-exit.
       exit.

write-slip.
       move spaces to slip-name.
       string "./dat/retire-withholding-slip-" delimited by size
           target-userid delimited by size
           ".txt" delimited by size
           into slip-name
       end-string.
       open output slip-file.

       move spaces to slip-line.
       string retire-date(1:4) delimited by size
           "年分 退職所得の源泉徴収票・特別徴収票" delimited by size
           into slip-line
       end-string.
       write slip-line.

       move spaces to slip-line.
       string "住所: 〒" delimited by size
           function trim(target-postal) delimited by size
           " " delimited by size
           function trim(target-prefecture) delimited by size
           function trim(target-city) delimited by size
           function trim(target-street) delimited by size
           into slip-line
       end-string.
       write slip-line.
       move spaces to slip-line.
       string "氏名: " delimited by size
           function trim(target-lastname) delimited by size
           " " delimited by size
           function trim(target-firstname) delimited by size
           "（userid " delimited by size
           target-userid delimited by size
           "）" delimited by size
           into slip-line
       end-string.
       write slip-line.
       move " " to slip-line.
       write slip-line.

       move spaces to slip-line.
       if declared-flag = "Y"
           move "区分: 退職所得の受給に関する申告書 提出あり" to slip-line
       else
           move "区分: 退職所得の受給に関する申告書 提出なし（20.42%）"
               to slip-line
       end-if.
       write slip-line.

       move gross-amount to disp-amount.
       move spaces to slip-line.
       string "支払金額                   " delimited by size
           disp-amount delimited by size
           into slip-line
       end-string.
       write slip-line.

       move income-tax to disp-amount.
       move spaces to slip-line.
       string "源泉徴収税額               " delimited by size
           disp-amount delimited by size
           into slip-line
       end-string.
       write slip-line.

       move city-tax to disp-amount.
       move spaces to slip-line.
       string "特別徴収税額 市町村民税    " delimited by size
           disp-amount delimited by size
           into slip-line
       end-string.
       write slip-line.

       move pref-tax to disp-amount.
       move spaces to slip-line.
       string "特別徴収税額 道府県民税    " delimited by size
           disp-amount delimited by size
           into slip-line
       end-string.
       write slip-line.

       move retire-deduction to disp-amount.
       move spaces to slip-line.
       string "退職所得控除額             " delimited by size
           disp-amount delimited by size
           into slip-line
       end-string.
       write slip-line.

       move taxable-amount to disp-amount.
       move spaces to slip-line.
       string "課税退職所得金額           " delimited by size
           disp-amount delimited by size
           into slip-line
       end-string.
       write slip-line.

       move tax-years to disp-years.
       move spaces to slip-line.
       string "勤続年数                   " delimited by size
           disp-years delimited by size
           " 年" delimited by size
           into slip-line
       end-string.
       write slip-line.

       move spaces to slip-line.
       string "就職年月日                 " delimited by size
           period-start(period-count) delimited by size
           into slip-line
       end-string.
       write slip-line.
       move spaces to slip-line.
       string "退職年月日                 " delimited by size
           retire-date delimited by size
           into slip-line
       end-string.
       write slip-line.

       move " " to slip-line.
       write slip-line.
       move excluded-whole to disp-days.
       move rule-years to disp-years.
       move spaces to slip-line.
       string "（摘要）規程上の勤続 " delimited by size
           disp-years delimited by size
           " 年（休職除算 " delimited by size
           disp-days delimited by size
           " 日）" delimited by size
           into slip-line
       end-string.
       write slip-line.
       perform varying period-idx from 2 by 1
           until period-idx > period-count
           move spaces to slip-line
           string "（摘要）前職通算 旧userid " delimited by size
               period-userid(period-idx) delimited by size
               " " delimited by size
               period-start(period-idx) delimited by size
               "〜" delimited by size
               period-end(period-idx) delimited by size
               into slip-line
           end-string
           write slip-line
       end-perform.

       close slip-file.
