           select report-file assign using report-name
               organization line sequential
               status report-status.
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
           select workplace-file assign to "./dat/workplace.dat"
               organization relative
               access mode sequential
               relative key workplace-key
               status workplace-status.
           select minimum-wage-file assign to "./dat/minimum-wage.dat"
               organization relative
               access mode sequential
               relative key minimum-wage-key
               status minimum-wage-status.
data division.
file section.
       fd user-file.
               03 Fprop-effective-from pic X(8).
       fd report-file.
           01 report-line pic X(160).
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
       fd workplace-file.
           01 Fwp-rec.
               03 Fwp-dept pic 9(2).
               03 Fwp-prefecture pic N(10).
       fd minimum-wage-file.
           01 Fmw-rec.
               03 Fmw-prefecture pic N(10).
               03 Fmw-effective-from pic X(8).
               03 Fmw-hourly pic 9(5).
working-storage section.
       01 stamp-key pic 9(12).
       01 wage-key pic 99.
           03 proposal-status pic XX.
           03 report-status pic XX.
           03 salary-status pic XX.
           03 pay-grade-status pic XX.
           03 pay-assign-status pic XX.
           03 absence-status pic XX.
       01 target-yyyymm pic X(6).
       01 proposal-key pic 99.
       01 rate-found pic 9.
       01 best-effective-from pic X(8).
       01 month-end-date pic X(8).
       *> 本人の等級号俸（pay-assign.dat）。割当がなければ役職・雇用形態の単価
       01 pay-grade-key pic 9(4).
       01 assign-found pic 9.
       01 assign-grade pic 9(2).
       01 assign-step pic 9(3).
       01 assign-best-from pic X(8).
       01 grade-found pic 9.
       01 grade-pay-type pic X.
       01 grade-amount pic 9(8)v99.
       01 grade-best-from pic X(8).
       01 gross-pay pic 9(8)v99.
       01 scan-done pic 9.
       *> 月給制（payroll-exportと同じ規則で再計算する）
       01 disp-old pic Z(10)9.99.
       01 disp-new pic Z(10)9.99.
       01 disp-delta pic +(10)9.99.
       *> 地域別最低賃金（勤務地の都道府県で直近に登録された額＝10月改定の予定額）
       01 workplace-key pic 9(4).
       01 workplace-status pic XX.
       01 minimum-wage-key pic 9(4).
       01 minimum-wage-status pic XX.
       01 workplace-table.
           03 wp-prefecture pic N(10) occurs 99 times.
       01 wp-found pic 9 occurs 99 times.
       01 wp-idx pic 9(3).
       01 mw-table.
           03 mw-entry occurs 1000 times.
               05 mw-prefecture pic N(10).
               05 mw-from pic X(8).
               05 mw-hourly pic 9(5).
       01 mw-count pic 9(4) value zero.
       01 mw-idx pic 9(4).
       01 user-prefecture pic N(10).
       01 latest-min pic 9(5).
       01 latest-from pic X(8).
       01 minwage-warn-table.
           03 minwage-warn occurs 500 times.
               05 mw-warn-userid pic 9(7).
               05 mw-warn-rate pic 9(5)v99.
               05 mw-warn-min pic 9(5).
               05 mw-warn-from pic X(8).
       01 mw-warn-count pic 9(4) value zero.
       01 mw-warn-over pic 9(4) value zero.
       01 mw-warn-idx pic 9(4).
       01 disp-rate pic Z(4)9.99.
       01 disp-min pic Z(4)9.

procedure division.
main-procedure.

       perform compute-month-length.
       perform load-leave-types.
       perform load-minimum-wages.

       perform varying rol-idx from 1 by 1 until rol-idx > 99
           move zero to roll-old-total(rol-idx)
                   perform lookup-shift
                   perform lookup-round-policy
                   perform tally-user-hours
                   perform lookup-pay-assign
                       thru lookup-pay-assign-exit
                   perform lookup-wage
                   perform apply-monthly-salary
                       thru apply-monthly-salary-exit
                       thru lookup-proposed-rate-exit
                   perform compute-simulated-pay
                   perform accumulate-comparison
                   perform check-minimum-wage
                       thru check-minimum-wage-exit
       end-perform.
       close user-file.

           end-if
       end-perform.

       if mw-warn-count > 0
           move "-- 最低賃金を下回る提案単価（userid / 提案 / 最低賃金 / 発効日） --"
               to report-line
           write report-line
       end-if.
       perform varying mw-warn-idx from 1 by 1
           until mw-warn-idx > mw-warn-count
           move mw-warn-rate(mw-warn-idx) to disp-rate
           move mw-warn-min(mw-warn-idx) to disp-min
           move spaces to report-line
           string "警告 " delimited by size
               mw-warn-userid(mw-warn-idx) delimited by size
               "  " delimited by size
               disp-rate delimited by size
               "  " delimited by size
               disp-min delimited by size
               "  " delimited by size
               mw-warn-from(mw-warn-idx) delimited by size
               into report-line
           end-string
           write report-line
       end-perform.

       move grand-old to disp-old.
       move grand-new to disp-new.
       compute line-delta = grand-new - grand-old.
       display " ".
       display "全社: 現行 " disp-old "  提案 " disp-new
           "  差額 " disp-delta.
       add mw-warn-over to mw-warn-count.
       if mw-warn-count > 0
           display "警告: 提案単価が最低賃金を下回る従業員が "
               mw-warn-count " 名います（レポート参照）"
       end-if.
       display function trim(report-name) " に出力しました".
       display "（wage.dat・payroll-manifest.dat は変更していません）".
       stop run.
       move applicable-rate to proposed-rate.
       move spaces to prop-best-from.

       *> 時給の等級号俸で個別に単価が決まっている人は役職単価の提案と無関係
       if assign-found = 1 and grade-pay-type = "H"
           go to lookup-proposed-rate-exit
       end-if.

       open input proposal-file.
       perform until proposal-status not = "00"
           read proposal-file
               + late-night-premium
       end-if.

check-minimum-wage.
       *> 時給制の提案単価が、勤務地の都道府県で直近に登録された最低賃金
       *> （10月改定の予定額を登録済みならその額）を下回らないか確認する
       if salaried-found = 1 or rate-found = zero
           go to check-minimum-wage-exit
       end-if.
       if Fdept >= 1 and Fdept <= 99 and wp-found(Fdept) = 1
           move wp-prefecture(Fdept) to user-prefecture
       else
           move Faddress-prefecture to user-prefecture
       end-if.
       move zero to latest-min.
       move spaces to latest-from.
       perform varying mw-idx from 1 by 1 until mw-idx > mw-count
           if mw-prefecture(mw-idx) = user-prefecture
               and mw-from(mw-idx) > latest-from
               move mw-hourly(mw-idx) to latest-min
               move mw-from(mw-idx) to latest-from
           end-if
       end-perform.
       if latest-min > zero and proposed-rate < latest-min
           if mw-warn-count < 500
               add 1 to mw-warn-count
               move Fuserid to mw-warn-userid(mw-warn-count)
               move proposed-rate to mw-warn-rate(mw-warn-count)
               move latest-min to mw-warn-min(mw-warn-count)
               move latest-from to mw-warn-from(mw-warn-count)
           else
               add 1 to mw-warn-over
           end-if
       end-if.

check-minimum-wage-exit.
       exit.

load-minimum-wages.
       perform varying wp-idx from 1 by 1 until wp-idx > 99
           move zero to wp-found(wp-idx)
       end-perform.
       open input workplace-file.
       if workplace-status = "00"
           perform until workplace-status not = "00"
               read workplace-file
                   not at end
                       if Fwp-dept >= 1 and Fwp-dept <= 99
                           move Fwp-prefecture to wp-prefecture(Fwp-dept)
                           move 1 to wp-found(Fwp-dept)
                       end-if
           end-perform
           close workplace-file
       end-if.

       move zero to mw-count.
       open input minimum-wage-file.
       if minimum-wage-status = "00"
           perform until minimum-wage-status not = "00"
               read minimum-wage-file
                   not at end
                       if mw-count < 1000
                           add 1 to mw-count
                           move Fmw-prefecture to mw-prefecture(mw-count)
                           move Fmw-effective-from to mw-from(mw-count)
                           move Fmw-hourly to mw-hourly(mw-count)
                       end-if
           end-perform
           close minimum-wage-file
       end-if.

accumulate-comparison.
       add old-gross to grand-old.
       add new-gross to grand-new.
       end-perform.
       close wage-file.

       *> 時給の等級号俸が割り当てられていれば本人の単価を使う
       if assign-found = 1 and grade-pay-type = "H"
           move grade-amount to applicable-rate
           move 1 to rate-found
       end-if.

       compute late-night-premium rounded =
           late-night-hours * applicable-rate * 0.25.
       compute overtime-pay rounded =
       end-perform.
       close salary-file.

       *> 月給の等級号俸なら本人の月給、時給の等級号俸なら時給制として扱う
       if assign-found = 1 and grade-pay-type = "M"
           move grade-amount to salary-amount
           move 1 to salaried-found
       end-if.
       if assign-found = 1 and grade-pay-type = "H"
           move zero to salaried-found
       end-if.

       if salaried-found = zero
           go to apply-monthly-salary-exit
       end-if.

apply-monthly-salary-exit.
       exit.

lookup-pay-assign.
       *> 対象月末時点で有効な本人の等級号俸と、その時点の等級号俸表の額
       move zero to assign-found grade-found.
       move spaces to assign-best-from grade-best-from.
       move target-yyyymm to month-end-date(1:6).
       move "31" to month-end-date(7:2).

       open input pay-assign-file.
       if pay-assign-status not = "00"
           go to lookup-pay-assign-exit
       end-if.
       move Fuserid to Fpa-userid.
       move low-values to Fpa-effective-from.
       start pay-assign-file key >= Fpa-key
           invalid key move "10" to pay-assign-status
       end-start.
       perform until pay-assign-status not = "00"
           read pay-assign-file next record
               at end move "10" to pay-assign-status
               not at end
                   if Fpa-userid not = Fuserid
                       move "10" to pay-assign-status
                   else
                       if Fpa-effective-from <= month-end-date
                           move 1 to assign-found
                           move Fpa-grade to assign-grade
                           move Fpa-step to assign-step
                           move Fpa-effective-from to assign-best-from
                       end-if
                   end-if
           end-read
       end-perform.
       close pay-assign-file.

       if assign-found = zero
           go to lookup-pay-assign-exit
       end-if.

       open input pay-grade-file.
       if pay-grade-status = "00"
           perform until pay-grade-status not = "00"
               read pay-grade-file
                   not at end
                       if Fpg-grade = assign-grade
                           and Fpg-step = assign-step
                           and Fpg-effective-from <= month-end-date
                           and Fpg-effective-from > grade-best-from
                           move Fpg-pay-type to grade-pay-type
                           move Fpg-amount to grade-amount
                           move Fpg-effective-from to grade-best-from
                           move 1 to grade-found
                       end-if
           end-perform
           close pay-grade-file
       end-if.

       if grade-found = zero
           display "警告: userid " Fuserid " の等級 " assign-grade
               " 号俸 " assign-step " が等級号俸表にありません"
               "（役職・雇用形態の単価で計算します）"
           move zero to assign-found
       end-if.

lookup-pay-assign-exit.
       exit.
