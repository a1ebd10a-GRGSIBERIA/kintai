identification division.
program-id. kintai-standard-remuneration.

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
           select salary-file assign to "./dat/salary.dat"
               organization relative
               access mode sequential
               relative key salary-key
               status salary-status.
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
           select santei-file assign using santei-name
               organization line sequential
               status santei-status.
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
       fd salary-file.
           01 Fsal-rec.
               03 Fsal-emptype pic 9(2).
               03 Fsal-amount pic 9(8)v99.
               03 Fsal-effective-from pic X(8).
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
       fd santei-file.
           01 santei-line pic X(400).
       fd log-file.
           01 log-rec.
               03 log-timestamp pic X(21).
               03 log-comments pic X(128).
working-storage section.
       01 salary-key pic 9(4).
       01 ins-grade-key pic 99.
       01 status-rec.
           03 user-status pic XX.
           03 stamp-status pic XX.
           03 salary-status pic XX.
           03 absence-status pic XX.
           03 manifest-status pic XX.
           03 kept-status pic XX.
           03 insurance-status pic XX.
           03 ins-grade-status pic XX.
           03 review-status pic XX.
           03 santei-status pic XX.
       01 target-year pic 9(4).
       01 target-yyyymm pic X(6).
       01 month-slot pic 9.
       01 kept-name pic X(60).
       01 santei-name pic X(60).
       01 best-version pic 9(3).
       01 header-skipped pic 9.
       01 scan-done pic 9.
       *> 4月・5月・6月の支払分（各月の月次給与の最新版控え）
       01 month-yyyymm pic X(6) occurs 3 times.
       01 month-calendar-days pic 99 occurs 3 times.
       01 month-loaded pic 9 occurs 3 times.
       01 pay-table.
           03 pay-entry occurs 2000 times indexed by pay-idx.
               05 pay-userid pic 9(7).
               05 pay-amount pic 9(8) occurs 3 times.
       01 pay-count pic 9(4) value zero.
       01 pay-overflow pic 9 value zero.
       01 match-idx pic 9(4).
       01 kept-cols.
           03 kept-col pic X(40) occurs 35 times.
       01 kept-tallying pic 99.
       01 line-userid pic 9(7).
       01 line-pay pic 9(8).
       *> 月給制（salary.dat に雇用区分の行がある）の雇用区分
       01 sal-emptype-list pic 9(2) occurs 50 times.
       01 sal-count pic 99 value zero.
       01 sal-idx pic 99.
       01 is-salaried pic 9.
       *> 標準報酬月額等級表
       01 grade-table.
           03 grade-entry occurs 60 times.
               05 gt-grade pic 9(2).
               05 gt-lower pic 9(8).
               05 gt-upper pic 9(8).
               05 gt-health-std pic 9(8).
       01 grade-count pic 99 value zero.
       01 grade-idx pic 99.
       *> 本人の判定
       01 cur-found pic 9.
       01 cur-grade pic 9(2).
       01 cur-effective-from pic X(8).
       01 cur-social-flag pic X.
       01 cur-std pic 9(8).
       01 as-of-date pic X(8).
       01 emp-pay pic 9(8) occurs 3 times.
       01 emp-days pic 9(2) occurs 3 times.
       01 day-seen pic 9 occurs 31 times.
       01 day-num pic 99.
       01 count-days pic 9(2).
       01 eligible-months pic 9.
       01 pay-total pic 9(9).
       01 pay-average pic 9(8).
       01 new-grade pic 9(2).
       01 new-std pic 9(8).
       01 remark pic X(40).
       01 has-change pic 9.
       01 target-count pic 9(5) value zero.
       01 skip-count pic 9(5) value zero.
       01 csv-userid pic Z(6)9.
       01 csv-days pic Z9 occurs 3 times.
       01 csv-pay pic Z(7)9 occurs 3 times.
       01 csv-total pic Z(8)9.
       01 csv-average pic Z(7)9.
       01 csv-old-std pic Z(7)9.
       01 csv-new-std pic Z(7)9.
       01 csv-new-grade pic Z9.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "算定基礎届 作成バッチ（4月〜6月の報酬による定時決定）".

       display "対象年を入力してください (例: 2026)".
       accept target-year.

       perform varying month-slot from 1 by 1 until month-slot > 3
           move spaces to month-yyyymm(month-slot)
           move target-year to month-yyyymm(month-slot)(1:4)
           evaluate month-slot
               when 1
                   move "04" to month-yyyymm(month-slot)(5:2)
                   move 30 to month-calendar-days(month-slot)
               when 2
                   move "05" to month-yyyymm(month-slot)(5:2)
                   move 31 to month-calendar-days(month-slot)
               when 3
                   move "06" to month-yyyymm(month-slot)(5:2)
                   move 30 to month-calendar-days(month-slot)
           end-evaluate
           move month-yyyymm(month-slot) to target-yyyymm
           perform load-month-pay thru load-month-pay-exit
       end-perform.

       if month-loaded(1) = zero and month-loaded(2) = zero
           and month-loaded(3) = zero
           display target-year " 年4月〜6月の給与控えが見つかりません"
           stop run
       end-if.

       perform load-salary-emptypes thru load-salary-emptypes-exit.
       perform load-grade-table thru load-grade-table-exit.
       if grade-count = zero
           display "標準報酬月額等級表（insurance-grade.dat）がありません"
           stop run
       end-if.

       *> 定時決定は9月から適用。6月1日以後の資格取得者は対象外
       move spaces to as-of-date.
       move target-year to as-of-date(1:4).
       move "0701" to as-of-date(5:4).

       move spaces to santei-name.
       string "./dat/santei-kiso-" delimited by size
           target-year delimited by size
           ".csv" delimited by size
           into santei-name
       end-string.
       open output santei-file.
       move "被保険者整理番号,被保険者氏名,生年月日,適用年月,従前の標準報酬月額,従前の改定月,4月支払基礎日数,5月支払基礎日数,6月支払基礎日数,4月報酬月額,5月報酬月額,6月報酬月額,総計,平均額,修正平均額,新等級,新標準報酬月額,備考"
           to santei-line.
       write santei-line.

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
                   perform determine-one-user
                       thru determine-one-user-exit
           end-read
       end-perform.
       close user-file.

       close review-file.
       close santei-file.

       display " ".
       display "算定基礎届の対象 " target-count " 名  対象外 "
           skip-count " 名".
       display function trim(santei-name) " に出力しました".
       display "（決定結果は kintai-remuneration-review で承認すると"
           "9月分から標準報酬等級に反映されます）".
       if pay-overflow = 1
           display "警告: 2000名の上限を超えたため集計が不完全です"
       end-if.

       open extend log-file.
       move function current-date to log-timestamp.
       move spaces to log-comments.
       string
           "[INFO] standard remuneration determination " delimited by size
           target-year delimited by size
           ": " delimited by size
           target-count delimited by size
           " insured." delimited by size
           into log-comments
       end-string.
       write log-rec.
       close log-file.

       stop run.

load-month-pay.
       *> 同じ月に複数版があるときは月次給与の最新版の控えを使う
       move zero to month-loaded(month-slot).
       move zero to best-version.
       move spaces to kept-name.
       open input manifest-file.
       if manifest-status not = "00"
           go to load-month-pay-exit
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
           display target-yyyymm " の給与控えがありません"
           go to load-month-pay-exit
       end-if.

       move zero to header-skipped.
       open input kept-file.
       if kept-status not = "00"
           display "警告: 控えファイルが開けません: "
               function trim(kept-name)
           go to load-month-pay-exit
       end-if.
       move 1 to month-loaded(month-slot).
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

load-month-pay-exit.
       exit.

add-one-kept-line.
       *> 報酬月額 = 総支給額（6列目）＋通勤手当（16列目）
       *>           ＋保険算定基礎に含める手当（35列目）
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
           go to add-one-kept-line-exit
       end-if.
       compute line-userid = function numval(kept-col(1)).
       compute line-pay = function numval(kept-col(6)).
       if kept-tallying >= 16 and kept-col(16) not = spaces
           compute line-pay = line-pay + function numval(kept-col(16))
       end-if.
       if kept-tallying >= 35 and kept-col(35) not = spaces
           compute line-pay = line-pay + function numval(kept-col(35))
       end-if.

       move zero to match-idx.
       perform varying pay-idx from 1 by 1 until pay-idx > pay-count
           if pay-userid(pay-idx) = line-userid
               set match-idx to pay-idx
           end-if
       end-perform.
       if match-idx = zero
           if pay-count >= 2000
               move 1 to pay-overflow
               go to add-one-kept-line-exit
           end-if
           add 1 to pay-count
           move pay-count to match-idx
           move line-userid to pay-userid(match-idx)
           move zero to pay-amount(match-idx, 1)
           move zero to pay-amount(match-idx, 2)
           move zero to pay-amount(match-idx, 3)
       end-if.
       add line-pay to pay-amount(match-idx, month-slot).

add-one-kept-line-exit.
       exit.

load-salary-emptypes.
       move zero to sal-count.
       open input salary-file.
       if salary-status not = "00"
           go to load-salary-emptypes-exit
       end-if.
       perform until salary-status not = "00"
           read salary-file
               not at end
                   if sal-count < 50
                       add 1 to sal-count
                       move Fsal-emptype to sal-emptype-list(sal-count)
                   end-if
       end-perform.
       close salary-file.

load-salary-emptypes-exit.
       exit.

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
                       move Fig-health-std to gt-health-std(grade-count)
                   end-if
       end-perform.
       close insurance-grade-file.

load-grade-table-exit.
       exit.

determine-one-user.
       if Fretire-date not = spaces and Fretire-date not = "00000000"
           and Fretire-date < as-of-date
           go to determine-one-user-exit
       end-if.

       perform lookup-current-grade thru lookup-current-grade-exit.
       if cur-found = zero or cur-social-flag not = "Y"
           go to determine-one-user-exit
       end-if.

       move spaces to remark.
       if Fjoin-date(1:6) >= month-yyyymm(3)
           add 1 to skip-count
           go to determine-one-user-exit
       end-if.

       *> 7月〜9月に随時改定があった人は定時決定の対象外
       perform check-pending-change thru check-pending-change-exit.
       if has-change = 1
           add 1 to skip-count
           go to determine-one-user-exit
       end-if.

       move zero to is-salaried.
       perform varying sal-idx from 1 by 1 until sal-idx > sal-count
           if sal-emptype-list(sal-idx) = Femptype
               move 1 to is-salaried
           end-if
       end-perform.

       move zero to match-idx.
       perform varying pay-idx from 1 by 1 until pay-idx > pay-count
           if pay-userid(pay-idx) = Fuserid
               set match-idx to pay-idx
           end-if
       end-perform.

       *> 支払基礎日数が17日以上の月だけで平均する
       move zero to eligible-months pay-total.
       perform varying month-slot from 1 by 1 until month-slot > 3
           move zero to emp-pay(month-slot)
           if match-idx not = zero
               move pay-amount(match-idx, month-slot)
                   to emp-pay(month-slot)
           end-if
           perform count-base-days thru count-base-days-exit
           move count-days to emp-days(month-slot)
           if emp-days(month-slot) >= 17 and emp-pay(month-slot) > 0
               add 1 to eligible-months
               add emp-pay(month-slot) to pay-total
           end-if
       end-perform.

       if eligible-months = zero
           *> 3ヶ月とも17日未満のときは従前の等級で決定する
           move zero to pay-average
           move cur-grade to new-grade
           move "支払基礎日数不足のため従前の標準報酬で決定" to remark
       else
           compute pay-average = pay-total / eligible-months
           perform lookup-new-grade
       end-if.

       move zero to cur-std new-std.
       perform varying grade-idx from 1 by 1 until grade-idx > grade-count
           if gt-grade(grade-idx) = cur-grade
               move gt-health-std(grade-idx) to cur-std
           end-if
           if gt-grade(grade-idx) = new-grade
               move gt-health-std(grade-idx) to new-std
           end-if
       end-perform.

       perform write-santei-line.
       perform write-review-record thru write-review-record-exit.
       add 1 to target-count.

determine-one-user-exit.
       exit.

lookup-current-grade.
       move zero to cur-found cur-grade.
       move spaces to cur-effective-from cur-social-flag.
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
                       if Fins-effective-from <= as-of-date
                           move 1 to cur-found
                           move Fins-grade to cur-grade
                           move Fins-effective-from to cur-effective-from
                           move Fins-social-flag to cur-social-flag
                       end-if
                   end-if
           end-read
       end-perform.
       close insurance-file.

lookup-current-grade-exit.
       exit.

check-pending-change.
       move zero to has-change.
       move Fuserid to Frr-userid.
       move spaces to Frr-effective-yyyymm.
       move target-year to Frr-effective-yyyymm(1:4).
       move "07" to Frr-effective-yyyymm(5:2).
       start review-file key >= Frr-key
           invalid key go to check-pending-change-exit
       end-start.
       perform until review-status not = "00"
           read review-file next record
               at end move "10" to review-status
               not at end
                   if Frr-userid not = Fuserid
                       or Frr-effective-yyyymm(1:4) not = target-year
                       or Frr-effective-yyyymm(5:2) > "09"
                       move "10" to review-status
                   else
                       if Frr-kind = "Z" and Frr-status not = "R"
                           move 1 to has-change
                       end-if
                   end-if
           end-read
       end-perform.
       move "00" to review-status.

check-pending-change-exit.
       exit.

count-base-days.
       *> 月給制は暦日数から欠勤日数を引いた日数、時給制は出勤日数
       move zero to count-days.
       move month-yyyymm(month-slot) to target-yyyymm.
       if is-salaried = 1
           move month-calendar-days(month-slot) to count-days
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

lookup-new-grade.
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

write-santei-line.
       move Fuserid to csv-userid.
       perform varying month-slot from 1 by 1 until month-slot > 3
           move emp-days(month-slot) to csv-days(month-slot)
           move emp-pay(month-slot) to csv-pay(month-slot)
       end-perform.
       move pay-total to csv-total.
       move pay-average to csv-average.
       move cur-std to csv-old-std.
       move new-std to csv-new-std.
       move new-grade to csv-new-grade.

       move spaces to santei-line.
       string
           function trim(csv-userid) delimited by size
           "," delimited by size
           function trim(Flastname) delimited by size
           " " delimited by size
           function trim(Ffirstname) delimited by size
           "," delimited by size
           Fbirthdate delimited by size
           "," delimited by size
           target-year delimited by size
           "09," delimited by size
           function trim(csv-old-std) delimited by size
           "," delimited by size
           cur-effective-from(1:6) delimited by size
           "," delimited by size
           function trim(csv-days(1)) delimited by size
           "," delimited by size
           function trim(csv-days(2)) delimited by size
           "," delimited by size
           function trim(csv-days(3)) delimited by size
           "," delimited by size
           function trim(csv-pay(1)) delimited by size
           "," delimited by size
           function trim(csv-pay(2)) delimited by size
           "," delimited by size
           function trim(csv-pay(3)) delimited by size
           "," delimited by size
           function trim(csv-total) delimited by size
           "," delimited by size
           function trim(csv-average) delimited by size
           "," delimited by size
           function trim(csv-average) delimited by size
           "," delimited by size
           function trim(csv-new-grade) delimited by size
           "," delimited by size
           function trim(csv-new-std) delimited by size
           "," delimited by size
           function trim(remark) delimited by size
           into santei-line
       end-string.
       write santei-line.

write-review-record.
       *> 決定結果は承認待ちとして記録する（承認済みの行は上書きしない）
       move Fuserid to Frr-userid.
       move spaces to Frr-effective-yyyymm.
       move target-year to Frr-effective-yyyymm(1:4).
       move "09" to Frr-effective-yyyymm(5:2).
       read review-file
           invalid key continue
       end-read.
       if review-status = "00" and Frr-status not = "P"
           go to write-review-record-exit
       end-if.

       move Fuserid to Frr-userid.
       move "S" to Frr-kind.
       move month-yyyymm(1) to Frr-base-yyyymm.
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
       if review-status = "00"
           rewrite Frr-rec
               invalid key
                   display "決定結果の更新に失敗しました: " Fuserid
           end-rewrite
       else
           write Frr-rec
               invalid key
                   display "決定結果の登録に失敗しました: " Fuserid
           end-write
       end-if.

write-review-record-exit.
       exit.
