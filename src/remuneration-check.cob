identification division.
program-id. kintai-remuneration-check.

environment division.
input-output section.
       file-control.
           select user-file assign to "./dat/user.dat"
               organization indexed
               access mode dynamic
               record key is Fuserid
               status user-status.
           select stamp-file assign to "./dat/stamp.dat"
               organization indexed
               access mode dynamic
               record key is Fstamp-id
               alternate record key is Fstamp-user-key
                   with duplicates
               status stamp-status.
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
           select commute-file assign to "./dat/commute-allowance.dat"
               organization relative
               access mode sequential
               relative key commute-key
               status commute-status.
           select absence-file assign to "./dat/absence.dat"
               organization line sequential
               status absence-status.
           select manifest-file assign to "./dat/payroll-manifest.dat"
               organization indexed
               access mode dynamic
               record key is Fman-key
               status manifest-status.
           select kept-file assign using kept-name
               organization line sequential
               status kept-status.
           select insurance-file assign to "./dat/insurance.dat"
               organization indexed
               access mode dynamic
               record key is Fins-key
               status insurance-status.
           select insurance-grade-file
               assign to "./dat/insurance-grade.dat"
               organization relative
               access mode sequential
               relative key ins-grade-key
               status ins-grade-status.
           select review-file assign to "./dat/remuneration-review.dat"
               organization indexed
               access mode dynamic
               record key is Frr-key
               status review-status.
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
       fd commute-file.
           01 Fcom-rec.
               03 Fcom-userid pic 9(7).
               03 Fcom-amount pic 9(6)v99.
               03 Fcom-taxable pic 9(6)v99.
               03 Fcom-nontaxable pic 9(6)v99.
               03 Fcom-effective-from pic X(8).
       fd absence-file.
           01 Fabs-rec.
               03 Fabs-userid pic 9(7).
               03 Fabs-date pic X(8).
               03 Fabs-dept pic 9(2).
               03 Fabs-detected-at pic X(21).
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
       fd insurance-grade-file.
           01 Fig-rec.
               03 Fig-grade pic 9(2).
               03 Fig-lower pic 9(8).
               03 Fig-upper pic 9(8).
               03 Fig-health-std pic 9(8).
               03 Fig-pension-std pic 9(8).
       fd review-file.
           01 Frr-rec.
               03 Frr-key.
                   05 Frr-userid pic 9(7).
                   05 Frr-effective-yyyymm pic X(6).
               03 Frr-kind pic X.
               03 Frr-base-yyyymm pic X(6).
               03 Frr-month-pay pic 9(8) occurs 3 times.
               03 Frr-base-days pic 9(2) occurs 3 times.
               03 Frr-average pic 9(8).
               03 Frr-old-grade pic 9(2).
               03 Frr-new-grade pic 9(2).
               03 Frr-status pic X.
               03 Frr-detected-at pic X(21).
               03 Frr-reviewed-by pic 9(7).
               03 Frr-reviewed-at pic X(21).
working-storage section.
       01 wage-key pic 9(4).
       01 salary-key pic 9(4).
       01 commute-key pic 9(5).
       01 ins-grade-key pic 99.
       01 status-rec.
           03 user-status pic XX.
           03 stamp-status pic XX.
           03 wage-status pic XX.
           03 salary-status pic XX.
           03 commute-status pic XX.
           03 absence-status pic XX.
           03 manifest-status pic XX.
           03 kept-status pic XX.
           03 insurance-status pic XX.
           03 ins-grade-status pic XX.
           03 review-status pic XX.
       *> 夜間チェーンのステップ件数（随時改定の候補として新たに挙げた人数）
       01 job-step-count pic 9(7) external.
       01 today pic X(8).
       01 cur-yyyymm pic X(6).
       01 window-yyyymm pic X(6).
       *> 年月の加算用
       01 calc-month.
           03 calc-yyyy pic 9(4).
           03 calc-mm pic 99.
       *> 固定的賃金の変動（wage.dat・salary.dat・commute-allowance.dat の
       *> 適用開始月）。直近1年分だけを見る
       01 wage-change-table.
           03 wage-change occurs 200 times.
               05 wc-roll pic 9(2).
               05 wc-yyyymm pic X(6).
       01 wage-change-count pic 9(3) value zero.
       01 sal-change-table.
           03 sal-change occurs 200 times.
               05 sc-emptype pic 9(2).
               05 sc-yyyymm pic X(6).
       01 sal-change-count pic 9(3) value zero.
       01 com-change-table.
           03 com-change occurs 5000 times.
               05 cc-userid pic 9(7).
               05 cc-yyyymm pic X(6).
       01 com-change-count pic 9(4) value zero.
       01 chg-idx pic 9(4).
       *> 月給制の雇用区分
       01 sal-emptype-list pic 9(2) occurs 50 times.
       01 sal-count pic 99 value zero.
       01 sal-idx pic 99.
       01 is-salaried pic 9.
       *> 本人の変動月（重複を除く）
       01 user-change-yyyymm pic X(6) occurs 30 times.
       01 user-change-count pic 99.
       01 uc-idx pic 99.
       01 new-change-yyyymm pic X(6).
       01 dup-found pic 9.
       *> 標準報酬月額等級表
       01 grade-table.
           03 grade-entry occurs 60 times.
               05 gt-grade pic 9(2).
               05 gt-lower pic 9(8).
               05 gt-upper pic 9(8).
       01 grade-count pic 99 value zero.
       01 grade-idx pic 99.
       *> 変動月以後3ヶ月の判定
       01 change-yyyymm pic X(6).
       01 apply-yyyymm pic X(6).
       01 month-yyyymm pic X(6) occurs 3 times.
       01 month-slot pic 9.
       01 target-yyyymm pic X(6).
       01 month-end-date pic X(8).
       01 emp-pay pic 9(8) occurs 3 times.
       01 emp-days pic 9(2) occurs 3 times.
       01 month-found pic 9.
       01 kept-name pic X(60).
       01 best-version pic 9(3).
       01 header-skipped pic 9.
       01 scan-done pic 9.
       01 kept-cols.
           03 kept-col pic X(40) occurs 35 times.
       01 kept-tallying pic 99.
       01 line-userid pic 9(7).
       01 day-seen pic 9 occurs 31 times.
       01 day-num pic 99.
       01 count-days pic 9(2).
       01 calendar-days pic 99.
       01 pay-total pic 9(9).
       01 pay-average pic 9(8).
       01 cur-found pic 9.
       01 cur-grade pic 9(2).
       01 cur-social-flag pic X.
       01 new-grade pic 9(2).
       01 grade-diff pic s9(2).
       01 flagged-count pic 9(5) value zero.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "随時改定（月額変更届）候補の検出バッチ（夜間）".

       move function current-date(1:8) to today.
       move today(1:6) to cur-yyyymm.
       move function numval(today(1:4)) to calc-yyyy.
       move function numval(today(5:2)) to calc-mm.
       subtract 1 from calc-yyyy.
       move calc-month to window-yyyymm.

       perform load-pay-changes.
       perform load-grade-table thru load-grade-table-exit.
       if grade-count = zero
           display "標準報酬月額等級表（insurance-grade.dat）がありません"
           move zero to job-step-count
           goback
       end-if.

       open i-o review-file.
       if review-status not = "00"
           open output review-file
           close review-file
           open i-o review-file
       end-if.

       open input user-file.
       perform until user-status not = "00"
           read user-file next record
               at end continue
               not at end
                   if Fretire-date = spaces
                       or Fretire-date = "00000000"
                       perform check-one-user thru check-one-user-exit
                   end-if
           end-read
       end-perform.
       close user-file.
       close review-file.

       display " ".
       display "随時改定の候補 " flagged-count " 名"
           "（kintai-remuneration-review で確認してください）".
       move flagged-count to job-step-count.
       goback.

load-pay-changes.
       *> 月給制の雇用区分と、直近1年の単価・月給・通勤手当の改定月
       open input wage-file.
       if wage-status = "00"
           perform until wage-status not = "00"
               read wage-file
                   not at end
                       if Fwage-effective-from(1:6) >= window-yyyymm
                           and Fwage-effective-from(1:6) <= cur-yyyymm
                           and wage-change-count < 200
                           add 1 to wage-change-count
                           move Fwage-roll to wc-roll(wage-change-count)
                           move Fwage-effective-from(1:6)
                               to wc-yyyymm(wage-change-count)
                       end-if
           end-perform
           close wage-file
       end-if.

       open input salary-file.
       if salary-status = "00"
           perform until salary-status not = "00"
               read salary-file
                   not at end
                       if sal-count < 50
                           add 1 to sal-count
                           move Fsal-emptype to sal-emptype-list(sal-count)
                       end-if
                       if Fsal-effective-from(1:6) >= window-yyyymm
                           and Fsal-effective-from(1:6) <= cur-yyyymm
                           and sal-change-count < 200
                           add 1 to sal-change-count
                           move Fsal-emptype to sc-emptype(sal-change-count)
                           move Fsal-effective-from(1:6)
                               to sc-yyyymm(sal-change-count)
                       end-if
           end-perform
           close salary-file
       end-if.

       open input commute-file.
       if commute-status = "00"
           perform until commute-status not = "00"
               read commute-file
                   not at end
                       if Fcom-effective-from(1:6) >= window-yyyymm
                           and Fcom-effective-from(1:6) <= cur-yyyymm
                           and com-change-count < 5000
                           add 1 to com-change-count
                           move Fcom-userid to cc-userid(com-change-count)
                           move Fcom-effective-from(1:6)
                               to cc-yyyymm(com-change-count)
                       end-if
           end-perform
           close commute-file
       end-if.

load-grade-table.
       move zero to grade-count.
       open input insurance-grade-file.
       if ins-grade-status not = "00"
           go to load-grade-table-exit
       end-if.
       perform until ins-grade-status not = "00"
           read insurance-grade-file
               not at end
                   if grade-count < 60
                       add 1 to grade-count
                       move Fig-grade to gt-grade(grade-count)
                       move Fig-lower to gt-lower(grade-count)
                       move Fig-upper to gt-upper(grade-count)
                   end-if
       end-perform.
       close insurance-grade-file.

load-grade-table-exit.
       exit.

check-one-user.
       move zero to user-change-count.
       perform varying chg-idx from 1 by 1
           until chg-idx > wage-change-count
           if wc-roll(chg-idx) = Froll
               move wc-yyyymm(chg-idx) to new-change-yyyymm
               perform add-user-change thru add-user-change-exit
           end-if
       end-perform.
       perform varying chg-idx from 1 by 1
           until chg-idx > sal-change-count
           if sc-emptype(chg-idx) = Femptype
               move sc-yyyymm(chg-idx) to new-change-yyyymm
               perform add-user-change thru add-user-change-exit
           end-if
       end-perform.
       perform varying chg-idx from 1 by 1
           until chg-idx > com-change-count
           if cc-userid(chg-idx) = Fuserid
               move cc-yyyymm(chg-idx) to new-change-yyyymm
               perform add-user-change thru add-user-change-exit
           end-if
       end-perform.
       if user-change-count = zero
           go to check-one-user-exit
       end-if.

       move zero to is-salaried.
       perform varying sal-idx from 1 by 1 until sal-idx > sal-count
           if sal-emptype-list(sal-idx) = Femptype
               move 1 to is-salaried
           end-if
       end-perform.

       perform varying uc-idx from 1 by 1 until uc-idx > user-change-count
           move user-change-yyyymm(uc-idx) to change-yyyymm
           perform check-one-change thru check-one-change-exit
       end-perform.

check-one-user-exit.
       exit.

add-user-change.
       *> 入社月以前の行は本人にとっての変動ではない
       if new-change-yyyymm <= Fjoin-date(1:6)
           or user-change-count >= 30
           go to add-user-change-exit
       end-if.
       move zero to dup-found.
       perform varying uc-idx from 1 by 1 until uc-idx > user-change-count
           if user-change-yyyymm(uc-idx) = new-change-yyyymm
               move 1 to dup-found
           end-if
       end-perform.
       if dup-found = zero
           add 1 to user-change-count
           move new-change-yyyymm to user-change-yyyymm(user-change-count)
       end-if.

add-user-change-exit.
       exit.

check-one-change.
       *> 変動月から3ヶ月の給与が出揃ったら判定し、4ヶ月目から改定する
       move function numval(change-yyyymm(1:4)) to calc-yyyy.
       move function numval(change-yyyymm(5:2)) to calc-mm.
       perform varying month-slot from 1 by 1 until month-slot > 3
           move calc-month to month-yyyymm(month-slot)
           perform advance-month
       end-perform.
       move calc-month to apply-yyyymm.
       if month-yyyymm(3) > cur-yyyymm
           go to check-one-change-exit
       end-if.

       *> すでに候補として挙げた（または承認・却下済みの）改定月は見ない
       move Fuserid to Frr-userid.
       move apply-yyyymm to Frr-effective-yyyymm.
       read review-file
           invalid key continue
       end-read.
       if review-status = "00"
           go to check-one-change-exit
       end-if.

       move zero to pay-total.
       perform varying month-slot from 1 by 1 until month-slot > 3
           move month-yyyymm(month-slot) to target-yyyymm
           perform find-month-pay thru find-month-pay-exit
           if month-found = zero
               go to check-one-change-exit
           end-if
           perform count-base-days thru count-base-days-exit
           *> 3ヶ月とも支払基礎日数が17日以上であること
           if count-days < 17
               go to check-one-change-exit
           end-if
           move count-days to emp-days(month-slot)
           add emp-pay(month-slot) to pay-total
       end-perform.
       compute pay-average = pay-total / 3.

       move month-yyyymm(3) to month-end-date(1:6).
       move "31" to month-end-date(7:2).
       perform lookup-current-grade thru lookup-current-grade-exit.
       if cur-found = zero or cur-social-flag not = "Y"
           go to check-one-change-exit
       end-if.

       move zero to new-grade.
       perform varying grade-idx from 1 by 1 until grade-idx > grade-count
           if pay-average >= gt-lower(grade-idx)
               and pay-average <= gt-upper(grade-idx)
               move gt-grade(grade-idx) to new-grade
           end-if
       end-perform.
       if new-grade = zero
           move gt-grade(grade-count) to new-grade
       end-if.

       *> 従前の等級から2等級以上の差が出たものが随時改定の対象
       compute grade-diff = new-grade - cur-grade.
       if grade-diff > -2 and grade-diff < 2
           go to check-one-change-exit
       end-if.

       move Fuserid to Frr-userid.
       move apply-yyyymm to Frr-effective-yyyymm.
       move "Z" to Frr-kind.
       move change-yyyymm to Frr-base-yyyymm.
       perform varying month-slot from 1 by 1 until month-slot > 3
           move emp-pay(month-slot) to Frr-month-pay(month-slot)
           move emp-days(month-slot) to Frr-base-days(month-slot)
       end-perform.
       move pay-average to Frr-average.
       move cur-grade to Frr-old-grade.
       move new-grade to Frr-new-grade.
       move "P" to Frr-status.
       move function current-date to Frr-detected-at.
       move zero to Frr-reviewed-by.
       move spaces to Frr-reviewed-at.
       write Frr-rec
           invalid key
               display "候補の登録に失敗しました: " Fuserid
               go to check-one-change-exit
       end-write.

       add 1 to flagged-count.
       display "userid " Fuserid "  変動月 " change-yyyymm
           "  等級 " cur-grade " → " new-grade
           "  改定月 " apply-yyyymm.

check-one-change-exit.
       exit.

advance-month.
       if calc-mm = 12
           move 1 to calc-mm
           add 1 to calc-yyyy
       else
           add 1 to calc-mm
       end-if.

find-month-pay.
       *> 月次給与の最新版の控えから本人の総支給額＋通勤手当を拾う
       move zero to month-found.
       move zero to emp-pay(month-slot).
       move zero to best-version.
       move spaces to kept-name.
       open input manifest-file.
       if manifest-status not = "00"
           go to find-month-pay-exit
       end-if.
       perform until manifest-status not = "00"
           read manifest-file next record
               not at end
                   if Fman-yyyymm = target-yyyymm
                       and Fman-version > best-version
                       and Fman-filename(1:20) = "./dat/payroll-export"
                       move Fman-version to best-version
                       move Fman-filename to kept-name
                   end-if
       end-perform.
       close manifest-file.
       if best-version = zero
           go to find-month-pay-exit
       end-if.

       move zero to header-skipped.
       open input kept-file.
       if kept-status not = "00"
           go to find-month-pay-exit
       end-if.
       perform until kept-status not = "00"
           read kept-file
               not at end
                   if header-skipped = zero
                       move 1 to header-skipped
                   else
                       move spaces to kept-cols
                       move zero to kept-tallying
                       unstring kept-line delimited by ","
                           into kept-col(1) kept-col(2) kept-col(3)
                               kept-col(4) kept-col(5) kept-col(6)
                               kept-col(7) kept-col(8) kept-col(9)
                               kept-col(10) kept-col(11) kept-col(12)
                               kept-col(13) kept-col(14) kept-col(15)
                               kept-col(16) kept-col(17) kept-col(18)
                               kept-col(19) kept-col(20) kept-col(21)
                               kept-col(22) kept-col(23) kept-col(24)
                               kept-col(25) kept-col(26) kept-col(27)
                               kept-col(28) kept-col(29) kept-col(30)
                               kept-col(31) kept-col(32) kept-col(33)
                               kept-col(34) kept-col(35)
                           tallying in kept-tallying
                       end-unstring
                       compute line-userid = function numval(kept-col(1))
                       if line-userid = Fuserid and kept-tallying >= 6
                           move 1 to month-found
                           compute emp-pay(month-slot) =
                               function numval(kept-col(6))
                           if kept-tallying >= 16
                               compute emp-pay(month-slot) =
                                   emp-pay(month-slot)
                                   + function numval(kept-col(16))
                           end-if
                           if kept-tallying >= 35
                               compute emp-pay(month-slot) =
                                   emp-pay(month-slot)
                                   + function numval(kept-col(35))
                           end-if
                       end-if
                   end-if
       end-perform.
       close kept-file.

find-month-pay-exit.
       exit.

count-base-days.
       *> 月給制は暦日数から欠勤日数を引いた日数、時給制は出勤日数
       move zero to count-days.
       if is-salaried = 1
           move function numval(target-yyyymm(5:2)) to calc-mm
           evaluate calc-mm
               when 4 when 6 when 9 when 11
                   move 30 to calendar-days
               when 2
                   move 28 to calendar-days
                   if function mod(function numval(target-yyyymm(1:4)), 4)
                       = 0
                       move 29 to calendar-days
                   end-if
               when other
                   move 31 to calendar-days
           end-evaluate
           move calendar-days to count-days
           open input absence-file
           if absence-status = "00"
               perform until absence-status not = "00"
                   read absence-file
                       not at end
                           if Fabs-userid = Fuserid
                               and Fabs-date(1:6) = target-yyyymm
                               and count-days > 0
                               subtract 1 from count-days
                           end-if
               end-perform
               close absence-file
           end-if
           go to count-base-days-exit
       end-if.

       perform varying day-num from 1 by 1 until day-num > 31
           move zero to day-seen(day-num)
       end-perform.
       move zero to scan-done.
       open input stamp-file.
       move Fuserid to Fstamp-userid.
       move spaces to Fstamp-datetime.
       move target-yyyymm to Fstamp-datetime(1:6).
       start stamp-file key >= Fstamp-user-key
           invalid key move 1 to scan-done
       end-start.
       perform until scan-done = 1 or stamp-status not = "00"
           read stamp-file next record
               at end move 1 to scan-done
               not at end
                   if Fstamp-userid not = Fuserid
                       or Fstamp-datetime(1:6) not = target-yyyymm
                       move 1 to scan-done
                   else
                       if Fstamp-cancelled not = "Y"
                           move function numval(Fstamp-datetime(7:2))
                               to day-num
                           if day-num >= 1 and day-num <= 31
                               and day-seen(day-num) = zero
                               move 1 to day-seen(day-num)
                               add 1 to count-days
                           end-if
                       end-if
                   end-if
       end-perform.
       close stamp-file.

count-base-days-exit.
       exit.

lookup-current-grade.
       move zero to cur-found cur-grade.
       move space to cur-social-flag.
       open input insurance-file.
       if insurance-status not = "00"
           go to lookup-current-grade-exit
       end-if.
       move Fuserid to Fins-userid.
       move low-values to Fins-effective-from.
       start insurance-file key >= Fins-key
           invalid key move "10" to insurance-status
       end-start.
       perform until insurance-status not = "00"
           read insurance-file next record
               at end move "10" to insurance-status
               not at end
                   if Fins-userid not = Fuserid
                       move "10" to insurance-status
                   else
                       if Fins-effective-from <= month-end-date
                           move 1 to cur-found
                           move Fins-grade to cur-grade
                           move Fins-social-flag to cur-social-flag
                       end-if
                   end-if
           end-read
       end-perform.
       close insurance-file.

lookup-current-grade-exit.
       exit.
