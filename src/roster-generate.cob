identification division.
program-id. kintai-roster-generate.

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
           select staffing-file assign to "./dat/staffing.dat"
               organization line sequential
               status staffing-status.
           select shift-file assign to "./dat/shift.dat"
               organization relative
               access mode sequential
               relative key shift-key
               status shift-status.
           select short-hours-file assign to "./dat/short-hours.dat"
               organization relative
               access mode sequential
               relative key sh-key
               status sh-status.
           select weekly-cap-file assign to "./dat/weekly-cap.dat"
               organization indexed
               access mode dynamic
               record key is Fwcap-userid
               status weekly-cap-status.
           select leave-file assign to "./dat/leave.dat"
               organization indexed
               access mode dynamic
               record key is Fleave-id
               status leave-status.
           select daikyu-file assign to "./dat/daikyu.dat"
               organization indexed
               access mode dynamic
               record key is Fdaikyu-id
               status daikyu-status.
           select emp-status-file assign to "./dat/emp-status.dat"
               organization indexed
               access mode dynamic
               record key is Fes-key
               status emp-status-status.
           select holiday-file assign to "./dat/holiday.dat"
               organization relative
               access mode sequential
               relative key holiday-key
               status holiday-status.
           select avail-file assign to "./dat/roster-avail.dat"
               organization indexed
               access mode dynamic
               record key is Fav-key
               status avail-status.
           select roster-file assign to "./dat/roster.dat"
               organization indexed
               access mode dynamic
               record key is Frost-key
               status roster-status.
           select draft-file assign to "./dat/roster-draft.dat"
               organization indexed
               access mode dynamic
               record key is Frdr-key
               status draft-status.
           select draft-status-file assign to "./dat/roster-draft-status.dat"
               organization indexed
               access mode dynamic
               record key is Frds-key
               status draft-status-status.
           select report-file assign using report-name
               organization line sequential
               status report-status.
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
       fd staffing-file.
           01 Fstf-rec.
               03 Fstf-dept pic 9(2).
               03 Fstf-filler pic X.
               03 Fstf-required pic 9(3).
       fd shift-file.
           01 Fshift-rec.
               03 Fshift-roll pic 9(2).
               03 Fshift-start pic 9(4).
               03 Fshift-end pic 9(4).
               03 Fshift-expected-hours pic 9(2)v99.
       fd short-hours-file.
           01 Fsh-rec.
               03 Fsh-userid pic 9(7).
               03 Fsh-from pic X(8).
               03 Fsh-to pic X(8).
               03 Fsh-daily-hours pic 9(2)v99.
               03 Fsh-start-time pic 9(4).
               03 Fsh-end-time pic 9(4).
       fd weekly-cap-file.
           01 Fwcap-rec.
               03 Fwcap-userid pic 9(7).
               03 Fwcap-limit-minutes pic 9(4).
               03 Fwcap-reason pic X(20).
               03 Fwcap-from pic X(8).
               03 Fwcap-to pic X(8).
       fd leave-file.
           01 Fleave-rec.
               03 Fleave-id pic 9(7).
               03 Fleave-userid pic 9(7).
               03 Fleave-start-date pic X(8).
               03 Fleave-end-date pic X(8).
               03 Fleave-status pic 9.
               03 Fleave-approver pic 9(7).
               03 Fleave-requested-at pic X(21).
               03 Fleave-unit pic 9.
               03 Fleave-hours pic 9(2).
               03 Fleave-type pic 9(2).
       fd daikyu-file.
           01 Fdaikyu-rec.
               03 Fdaikyu-id pic 9(7).
               03 Fdaikyu-userid pic 9(7).
               03 Fdaikyu-worked-date pic X(8).
               03 Fdaikyu-granted-date pic X(8).
               03 Fdaikyu-expiry-date pic X(8).
               03 Fdaikyu-status pic 9.
               03 Fdaikyu-taken-date pic X(8).
               03 Fdaikyu-approver pic 9(7).
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
       fd holiday-file.
           01 Fholiday-rec.
               03 Fholiday-date pic X(8).
               03 Fholiday-name pic N(20).
       fd avail-file.
           01 Fav-rec.
               03 Fav-key.
                   05 Fav-userid pic 9(7).
                   05 Fav-date pic X(8).
               03 Fav-kind pic X.
               03 Fav-from pic 9(4).
               03 Fav-to pic 9(4).
               03 Fav-submitted-at pic X(21).
       fd roster-file.
           01 Frost-rec.
               03 Frost-key.
                   05 Frost-userid pic 9(7).
                   05 Frost-date pic X(8).
               03 Frost-dayoff pic X.
               03 Frost-start pic 9(4).
               03 Frost-end pic 9(4).
               03 Frost-hours pic 9(2)v99.
       fd draft-file.
           01 Frdr-rec.
               03 Frdr-key.
                   05 Frdr-dept pic 9(2).
                   05 Frdr-userid pic 9(7).
                   05 Frdr-date pic X(8).
               03 Frdr-kind pic X.
               03 Frdr-start pic 9(4).
               03 Frdr-end pic 9(4).
               03 Frdr-hours pic 9(2)v99.
               03 Frdr-adjusted pic X.
               03 Frdr-note pic X(20).
       fd draft-status-file.
           01 Frds-rec.
               03 Frds-key.
                   05 Frds-dept pic 9(2).
                   05 Frds-yyyymm pic X(6).
               03 Frds-status pic X.
               03 Frds-generated-at pic X(21).
               03 Frds-shortfall pic 9(4).
               03 Frds-approved-by pic 9(7).
               03 Frds-approved-at pic X(21).
       fd report-file.
           01 report-line pic X(160).
working-storage section.
       01 shift-key pic 99.
       01 sh-key pic 9(5).
       01 holiday-key pic 99.
       01 status-rec.
           03 run-param-status pic XX.
           03 user-status pic XX.
           03 staffing-status pic XX.
           03 shift-status pic XX.
           03 sh-status pic XX.
           03 weekly-cap-status pic XX.
           03 leave-status pic XX.
           03 daikyu-status pic XX.
           03 emp-status-status pic XX.
           03 holiday-status pic XX.
           03 avail-status pic XX.
           03 roster-status pic XX.
           03 draft-status pic XX.
           03 draft-status-status pic XX.
           03 report-status pic XX.
       *> 無人実行用の実行パラメータ（run-param.dat）
       01 run-param-name pic X(20).
       01 run-param-found pic 9.
       01 run-param-value pic X(30).
       *> 対象の部署と月
       01 target-dept pic 9(2).
       01 dept-input pic X(2).
       01 target-yyyymm pic X(6).
       01 month-num pic 9(6).
       01 month-first pic X(8).
       01 month-last pic X(8).
       01 date-num pic 9(8).
       01 first-int pic 9(8).
       01 days-in-month pic 9(2).
       *> 作成条件
       01 required-count pic 9(3) value zero.
       01 late-required pic 9(3) value zero.
       01 max-consecutive pic 9(2) value 6.
       *> 勤務間インターバル基準: 11時間 = 660分
       01 rest-minutes pic 9(4) value 660.
       01 late-start pic 9(4) value 1300.
       01 late-end pic 9(4) value 2200.
       01 late-hours pic 9(2)v99 value 8.00.
       *> 土日・会社休日も要員を配置するか（店舗は Y）
       01 weekend-staffing pic X value "Y".
       *> 従業員表と日別の割当（最大100名×31日）
       01 emp-table.
           03 emp-entry occurs 100 times indexed by emp-idx.
               05 e-userid pic 9(7).
               05 e-join pic X(8).
               05 e-retire pic X(8).
               05 e-base-start pic 9(4).
               05 e-base-end pic 9(4).
               05 e-base-hours pic 9(2)v99.
               05 e-cap-minutes pic 9(5).
               05 e-cap-from pic X(8).
               05 e-cap-to pic X(8).
               05 e-consec pic 9(3).
               05 e-last-end pic 9(10).
               05 e-week-minutes pic 9(5).
               05 e-work-count pic 9(3).
               05 e-weekend-count pic 9(3).
               05 e-late-count pic 9(3).
               05 e-pref-count pic 9(3).
               05 e-pref-kept pic 9(3).
               05 e-day occurs 31 times.
                   07 d-kind pic X.
                   07 d-start pic 9(4).
                   07 d-end pic 9(4).
                   07 d-hours pic 9(2)v99.
                   07 d-avail pic X.
                   07 d-from pic 9(4).
                   07 d-to pic 9(4).
                   07 d-short pic X.
                   07 d-note pic X(20).
       01 emp-count pic 9(3) value zero.
       01 day-idx pic 9(2).
       01 tail-idx pic 9(2).
       *> 時短勤務（short-hours.dat）の表
       01 sh-table.
           03 sh-entry occurs 200 times indexed by sht-idx.
               05 sht-userid pic 9(7).
               05 sht-from pic X(8).
               05 sht-to pic X(8).
               05 sht-hours pic 9(2)v99.
               05 sht-start pic 9(4).
               05 sht-end pic 9(4).
       01 sh-count pic 9(3) value zero.
       *> 日ごとの判定
       01 cur-date pic X(8).
       01 cur-int pic 9(8).
       01 week-num pic 9.
       01 is-weekend pic 9.
       01 day-required pic 9(3).
       01 day-late pic 9(3).
       01 day-normal pic 9(3).
       01 slot-count pic 9(3).
       01 assigned-late pic 9(3).
       01 assigned-normal pic 9(3).
       01 slot-kind pic X.
       01 allow-pref pic 9.
       01 best-idx pic 9(3).
       01 best-score pic 9(7).
       01 cand-score pic 9(7).
       01 cand-ok pic 9.
       01 cand-start pic 9(4).
       01 cand-end pic 9(4).
       01 cand-hours pic 9(2)v99.
       01 cand-start-abs pic 9(10).
       01 cand-end-abs pic 9(10).
       01 cand-minutes pic 9(5).
       01 time-hhmm pic 9(4).
       01 time-minutes pic 9(5).
       *> 不足の集計
       01 shortfall-count pic 9(4) value zero.
       01 shortfall-table.
           03 sf-entry occurs 31 times.
               05 sf-date pic X(8).
               05 sf-required pic 9(3).
               05 sf-late pic 9(3).
               05 sf-assigned pic 9(3).
               05 sf-assigned-late pic 9(3).
       01 sf-count pic 9(2) value zero.
       *> 日別の必要人数（下書きの userid 0 の行として残す）
       01 demand-table.
           03 dm-entry occurs 31 times.
               05 dm-required pic 9(3).
               05 dm-late pic 9(3).
       01 pref-broken pic 9(4) value zero.
       *> 前月末の勤務（連続勤務・インターバルの引き継ぎ）
       01 tail-date pic X(8).
       01 tail-int pic 9(8).
       01 tail-week-start pic 9(8).
       01 first-week-start pic 9(8).
       01 week-start-int pic 9(8).
       *> 出力
       01 report-name pic X(60).
       01 grid-line pic X(31).
       01 kind-char pic X.
       01 draft-rows pic 9(5) value zero.
       *> ジョブチェーン実行台帳に載せる処理件数（呼び出し元と共有）
       01 job-step-count pic 9(7) external.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "シフトロスター自動作成（下書き）".
       move zero to job-step-count.

       move "dept" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move run-param-value(1:2) to dept-input
       else
           display "対象の部署コードを入力してください"
           move spaces to dept-input
           accept dept-input
       end-if.
       move function numval(dept-input) to target-dept.
       if target-dept = zero
           display "部署コードが正しくありません"
           goback
       end-if.

       move "target-yyyymm" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move run-param-value(1:6) to target-yyyymm
       else
           display "対象年月を入力してください (例: 202611、空欄は翌月)"
           move spaces to target-yyyymm
           accept target-yyyymm
       end-if.
       if target-yyyymm = spaces
           move function current-date(1:6) to month-num
           if function current-date(5:2) = "12"
               compute month-num = month-num + 89
           else
               add 1 to month-num
           end-if
           move month-num to target-yyyymm
       end-if.
       if target-yyyymm is not numeric
           display "対象年月が正しくありません"
           goback
       end-if.

       perform load-conditions.
       perform compute-month.

       *> 公開済みの月は作り直さない
       open input draft-status-file.
       if draft-status-status = "00"
           move target-dept to Frds-dept
           move target-yyyymm to Frds-yyyymm
           read draft-status-file
               invalid key continue
           end-read
           if draft-status-status = "00" and Frds-status = "P"
               close draft-status-file
               display "部署 " target-dept " の " target-yyyymm
                   " のロスターは公開済みです"
               goback
           end-if
           close draft-status-file
       end-if.

       perform load-staffing thru load-staffing-exit.
       if required-count = zero
           display "staffing.dat に部署 " target-dept " の必要人数がありません"
           goback
       end-if.
       if late-required > required-count
           move required-count to late-required
       end-if.
       display "部署 " target-dept "  " target-yyyymm
           "  必要人数 " required-count " 名（うち遅番 " late-required " 名）".

       perform load-short-hours.
       perform load-employees.
       if emp-count = zero
           display "部署 " target-dept " に在籍者がいません"
           goback
       end-if.
       perform load-absences.
       perform load-availability thru load-availability-exit.
       perform load-prior-tail thru load-prior-tail-exit.

       perform assign-one-day thru assign-one-day-exit
           varying day-idx from 1 by 1 until day-idx > days-in-month.

       perform save-draft.
       perform write-report.

       display " ".
       display "下書き " draft-rows " 件 / 要員不足 " shortfall-count
           " 人日 / 希望休を取り消した割当 " pref-broken " 件".
       display function trim(report-name) " を確認し、"
           "kintai-roster-draft で修正・承認してください".
       move draft-rows to job-step-count.
       goback.

load-conditions.
       move "late-required" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move function numval(run-param-value) to late-required
       end-if.
       move "max-consecutive" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move function numval(run-param-value) to max-consecutive
       end-if.
       move "rest-minutes" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move function numval(run-param-value) to rest-minutes
       end-if.
       move "late-start" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move function numval(run-param-value) to late-start
       end-if.
       move "late-end" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move function numval(run-param-value) to late-end
       end-if.
       move "late-hours" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move function numval(run-param-value) to late-hours
       end-if.
       move "weekend-staffing" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move run-param-value(1:1) to weekend-staffing
       end-if.

compute-month.
       move target-yyyymm to month-first(1:6).
       move "01" to month-first(7:2).
       compute first-int =
           function integer-of-date(function numval(month-first)).
       move target-yyyymm to month-num.
       if target-yyyymm(5:2) = "12"
           compute month-num = month-num + 89
       else
           add 1 to month-num
       end-if.
       compute date-num = month-num * 100 + 1.
       compute date-num = function date-of-integer(
           function integer-of-date(date-num) - 1).
       move date-num to month-last.
       move month-last(7:2) to days-in-month.

       *> 月初の週の月曜日（integer-of-date の mod 7 で1が月曜）
       compute week-num = function mod(first-int, 7).
       if week-num = 0
           compute first-week-start = first-int - 6
       else
           compute first-week-start = first-int - week-num + 1
       end-if.

load-staffing.
       open input staffing-file.
       if staffing-status not = "00"
           display "./dat/staffing.dat がありません"
           go to load-staffing-exit
       end-if.
       perform until staffing-status not = "00"
           read staffing-file
               not at end
                   if Fstf-dept = target-dept
                       move Fstf-required to required-count
                   end-if
       end-perform.
       close staffing-file.

load-staffing-exit.
       exit.

load-short-hours.
       open input short-hours-file.
       perform until sh-status not = "00"
           read short-hours-file
               not at end
                   if sh-count < 200
                       and Fsh-from <= month-last
                       and (Fsh-to = spaces or Fsh-to >= month-first)
                       add 1 to sh-count
                       move Fsh-userid to sht-userid(sh-count)
                       move Fsh-from to sht-from(sh-count)
                       move Fsh-to to sht-to(sh-count)
                       move Fsh-daily-hours to sht-hours(sh-count)
                       move Fsh-start-time to sht-start(sh-count)
                       move Fsh-end-time to sht-end(sh-count)
                   end-if
       end-perform.
       close short-hours-file.

load-employees.
       *> 対象月に一日でも在籍する本務の従業員
       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if Fdept = target-dept
                       and Fjoin-date(1:8) <= month-last
                       and (Fretire-date = spaces
                           or Fretire-date = "00000000"
                           or Fretire-date >= month-first)
                       and emp-count < 100
                       add 1 to emp-count
                       perform load-one-employee
                   end-if
       end-perform.
       close user-file.

load-one-employee.
       initialize emp-entry(emp-count).
       move Fuserid to e-userid(emp-count).
       move Fjoin-date(1:8) to e-join(emp-count).
       move Fretire-date to e-retire(emp-count).
       if Fretire-date = spaces or Fretire-date = "00000000"
           move "99999999" to e-retire(emp-count)
       end-if.

       *> 通常の勤務時間は役職のシフト（未登録は 9:00〜18:00 の8時間）
       move 0900 to e-base-start(emp-count).
       move 1800 to e-base-end(emp-count).
       move 8.00 to e-base-hours(emp-count).
       open input shift-file.
       perform until shift-status not = "00"
           read shift-file
               not at end
                   if Fshift-roll = Froll
                       move Fshift-start to e-base-start(emp-count)
                       move Fshift-end to e-base-end(emp-count)
                       move Fshift-expected-hours
                           to e-base-hours(emp-count)
                   end-if
       end-perform.
       close shift-file.

       move zero to e-cap-minutes(emp-count).
       open input weekly-cap-file.
       if weekly-cap-status = "00"
           move Fuserid to Fwcap-userid
           read weekly-cap-file
               invalid key continue
           end-read
           if weekly-cap-status = "00"
               move Fwcap-limit-minutes to e-cap-minutes(emp-count)
               move Fwcap-from to e-cap-from(emp-count)
               move Fwcap-to to e-cap-to(emp-count)
           end-if
           close weekly-cap-file
       end-if.

       perform varying day-idx from 1 by 1 until day-idx > 31
           move space to d-kind(emp-count, day-idx)
           move space to d-avail(emp-count, day-idx)
           move space to d-short(emp-count, day-idx)
           move spaces to d-note(emp-count, day-idx)
       end-perform.

load-absences.
       *> 承認済み休暇（全日）・代休取得日・休職休業期間は割り当てない
       open input leave-file.
       perform until leave-status not = "00"
           read leave-file next record
               not at end
                   if Fleave-status = 1 and Fleave-unit = 1
                       and Fleave-start-date <= month-last
                       and Fleave-end-date >= month-first
                       perform mark-leave-days
                   end-if
       end-perform.
       close leave-file.

       open input daikyu-file.
       perform until daikyu-status not = "00"
           read daikyu-file next record
               not at end
                   if Fdaikyu-status = 2
                       and Fdaikyu-taken-date(1:6) = target-yyyymm
                       perform mark-daikyu-day
                   end-if
       end-perform.
       close daikyu-file.

       open input emp-status-file.
       perform until emp-status-status not = "00"
           read emp-status-file next record
               not at end
                   if Fes-from <= month-last
                       and (Fes-to = spaces or Fes-to >= month-first)
                       perform mark-emp-status-days
                   end-if
       end-perform.
       close emp-status-file.

mark-leave-days.
       perform varying emp-idx from 1 by 1 until emp-idx > emp-count
           if e-userid(emp-idx) = Fleave-userid
               perform varying day-idx from 1 by 1
                   until day-idx > days-in-month
                   perform set-cur-date
                   if Fleave-start-date <= cur-date
                       and Fleave-end-date >= cur-date
                       move "V" to d-kind(emp-idx, day-idx)
                       move "休暇" to d-note(emp-idx, day-idx)
                   end-if
               end-perform
           end-if
       end-perform.

mark-daikyu-day.
       perform varying emp-idx from 1 by 1 until emp-idx > emp-count
           if e-userid(emp-idx) = Fdaikyu-userid
               move Fdaikyu-taken-date(7:2) to day-idx
               move "V" to d-kind(emp-idx, day-idx)
               move "代休" to d-note(emp-idx, day-idx)
           end-if
       end-perform.

mark-emp-status-days.
       perform varying emp-idx from 1 by 1 until emp-idx > emp-count
           if e-userid(emp-idx) = Fes-userid
               perform varying day-idx from 1 by 1
                   until day-idx > days-in-month
                   perform set-cur-date
                   if Fes-from <= cur-date
                       and (Fes-to = spaces or Fes-to >= cur-date)
                       and (Fes-returned-date = spaces
                           or Fes-returned-date > cur-date)
                       move "V" to d-kind(emp-idx, day-idx)
                       move "休職・休業" to d-note(emp-idx, day-idx)
                   end-if
               end-perform
           end-if
       end-perform.

load-availability.
       open input avail-file.
       if avail-status not = "00"
           go to load-availability-exit
       end-if.
       perform varying emp-idx from 1 by 1 until emp-idx > emp-count
           move e-userid(emp-idx) to Fav-userid
           move month-first to Fav-date
           move "00" to avail-status
           start avail-file key >= Fav-key
               invalid key move "23" to avail-status
           end-start
           perform until avail-status not = "00"
               read avail-file next record
                   at end move "10" to avail-status
                   not at end
                       if Fav-userid not = e-userid(emp-idx)
                           or Fav-date(1:6) not = target-yyyymm
                           move "10" to avail-status
                       else
                           move Fav-date(7:2) to day-idx
                           move Fav-kind to d-avail(emp-idx, day-idx)
                           move Fav-from to d-from(emp-idx, day-idx)
                           move Fav-to to d-to(emp-idx, day-idx)
                           if Fav-kind = "O"
                               add 1 to e-pref-count(emp-idx)
                           end-if
                       end-if
               end-read
           end-perform
       end-perform.
       close avail-file.

load-availability-exit.
       exit.

load-prior-tail.
       *> 前月末7日間の公開済みロスターから、月初時点の連続勤務日数・
       *> 最終勤務の終業時刻・同じ週の勤務時間を引き継ぐ
       open input roster-file.
       if roster-status not = "00"
           go to load-prior-tail-exit
       end-if.
       perform varying emp-idx from 1 by 1 until emp-idx > emp-count
           perform varying tail-idx from 7 by -1 until tail-idx < 1
               compute tail-int = first-int - tail-idx
               compute date-num = function date-of-integer(tail-int)
               move date-num to tail-date
               move e-userid(emp-idx) to Frost-userid
               move tail-date to Frost-date
               read roster-file
                   invalid key continue
               end-read
               if roster-status = "00" and Frost-dayoff not = "Y"
                   add 1 to e-consec(emp-idx)
                   move Frost-end to time-hhmm
                   perform hhmm-to-minutes
                   compute e-last-end(emp-idx) =
                       tail-int * 1440 + time-minutes
                   if tail-int >= first-week-start
                       compute e-week-minutes(emp-idx) =
                           e-week-minutes(emp-idx) + Frost-hours * 60
                   end-if
               else
                   move zero to e-consec(emp-idx)
               end-if
           end-perform
       end-perform.
       close roster-file.

load-prior-tail-exit.
       exit.

assign-one-day.
       perform set-cur-date.
       compute cur-int = first-int + day-idx - 1.
       compute week-num = function mod(cur-int, 7).

       *> 月曜日で週の勤務時間（週間上限の判定用）を締め直す
       if week-num = 1
           perform varying emp-idx from 1 by 1 until emp-idx > emp-count
               move zero to e-week-minutes(emp-idx)
           end-perform
       end-if.

       move zero to is-weekend.
       if week-num = 6 or week-num = 0
           move 1 to is-weekend
       end-if.
       perform check-company-holiday.

       move required-count to day-required.
       move late-required to day-late.
       if is-weekend = 1 and weekend-staffing not = "Y"
           move zero to day-required day-late
       end-if.
       compute day-normal = day-required - day-late.
       move day-required to dm-required(day-idx).
       move day-late to dm-late(day-idx).

       *> 在籍していない日と勤務不可の申し出がある日を先に確定する
       perform varying emp-idx from 1 by 1 until emp-idx > emp-count
           perform set-day-shift
           if cur-date < e-join(emp-idx) or cur-date > e-retire(emp-idx)
               move "U" to d-kind(emp-idx, day-idx)
               move "在籍外" to d-note(emp-idx, day-idx)
           end-if
           if d-kind(emp-idx, day-idx) = space
               and d-avail(emp-idx, day-idx) = "U"
               move "U" to d-kind(emp-idx, day-idx)
               move "勤務不可" to d-note(emp-idx, day-idx)
           end-if
       end-perform.

       *> 遅番から埋め、次に通常勤務を埋める。希望休の者は、ほかに
       *> 候補がいない場合に限り割り当てる
       move zero to assigned-late assigned-normal.
       move "L" to slot-kind.
       move day-late to slot-count.
       move zero to allow-pref.
       perform fill-slots.
       if assigned-late < day-late
           move 1 to allow-pref
           perform fill-slots
       end-if.
       move "E" to slot-kind.
       compute slot-count = day-normal + day-late - assigned-late.
       move zero to allow-pref.
       perform fill-slots.
       if assigned-normal < slot-count
           move 1 to allow-pref
           perform fill-slots
       end-if.

       if assigned-late + assigned-normal < day-required
           or assigned-late < day-late
           if assigned-late + assigned-normal < day-required
               compute shortfall-count = shortfall-count + day-required
                   - assigned-late - assigned-normal
           else
               compute shortfall-count = shortfall-count + day-late
                   - assigned-late
           end-if
           add 1 to sf-count
           move cur-date to sf-date(sf-count)
           move day-required to sf-required(sf-count)
           move day-late to sf-late(sf-count)
           compute sf-assigned(sf-count) = assigned-late + assigned-normal
           move assigned-late to sf-assigned-late(sf-count)
       end-if.

       *> 割り当てなかった者は公休（希望休・休暇はその区分のまま）
       perform varying emp-idx from 1 by 1 until emp-idx > emp-count
           evaluate d-kind(emp-idx, day-idx)
           when "E"
           when "L"
               continue
           when space
               move zero to e-consec(emp-idx)
               if d-avail(emp-idx, day-idx) = "O"
                   move "R" to d-kind(emp-idx, day-idx)
                   move "希望休" to d-note(emp-idx, day-idx)
                   add 1 to e-pref-kept(emp-idx)
               else
                   move "O" to d-kind(emp-idx, day-idx)
               end-if
           when other
               move zero to e-consec(emp-idx)
           end-evaluate
       end-perform.

assign-one-day-exit.
       exit.

fill-slots.
       move 1 to best-idx.
       perform until (slot-kind = "L" and assigned-late >= slot-count)
           or (slot-kind = "E" and assigned-normal >= slot-count)
           or best-idx = zero
           perform pick-candidate
           if best-idx not = zero
               perform assign-candidate
           end-if
       end-perform.

pick-candidate.
       *> 公平性: 遅番は遅番回数、土日・休日は休日勤務回数、
       *> いずれも次に月内の勤務日数の少ない者を優先する
       move zero to best-idx.
       move 9999999 to best-score.
       perform varying emp-idx from 1 by 1 until emp-idx > emp-count
           perform check-candidate thru check-candidate-exit
           if cand-ok = 1
               move e-work-count(emp-idx) to cand-score
               if slot-kind = "L"
                   compute cand-score = cand-score
                       + e-late-count(emp-idx) * 1000
               end-if
               if is-weekend = 1
                   compute cand-score = cand-score
                       + e-weekend-count(emp-idx) * 100
               end-if
               if cand-score < best-score
                   move cand-score to best-score
                   set best-idx to emp-idx
               end-if
           end-if
       end-perform.

check-candidate.
       move zero to cand-ok.
       if d-kind(emp-idx, day-idx) not = space
           go to check-candidate-exit
       end-if.
       if d-avail(emp-idx, day-idx) = "O" and allow-pref = zero
           go to check-candidate-exit
       end-if.
       *> 時短勤務者は決まった時間帯でのみ勤務する（遅番にしない）
       if slot-kind = "L"
           if d-short(emp-idx, day-idx) = "Y"
               go to check-candidate-exit
           end-if
           move late-start to cand-start
           move late-end to cand-end
           move late-hours to cand-hours
       else
           move d-start(emp-idx, day-idx) to cand-start
           move d-end(emp-idx, day-idx) to cand-end
           move d-hours(emp-idx, day-idx) to cand-hours
       end-if.

       *> 時間帯指定の申し出がある日は、その範囲に収まる勤務だけ
       if d-avail(emp-idx, day-idx) = "W"
           and (cand-start < d-from(emp-idx, day-idx)
               or cand-end > d-to(emp-idx, day-idx))
           go to check-candidate-exit
       end-if.

       *> 連続勤務日数の上限
       if e-consec(emp-idx) >= max-consecutive
           go to check-candidate-exit
       end-if.

       *> 勤務間インターバル（前回の終業から今回の始業まで）
       move cand-start to time-hhmm.
       perform hhmm-to-minutes.
       compute cand-start-abs = cur-int * 1440 + time-minutes.
       if e-last-end(emp-idx) > zero
           and cand-start-abs - e-last-end(emp-idx) < rest-minutes
           go to check-candidate-exit
       end-if.

       *> 週間上限（weekly-cap.dat）
       compute cand-minutes = cand-hours * 60.
       if e-cap-minutes(emp-idx) > zero
           and e-cap-from(emp-idx) <= cur-date
           and e-cap-to(emp-idx) >= cur-date
           and e-week-minutes(emp-idx) + cand-minutes
               > e-cap-minutes(emp-idx)
           go to check-candidate-exit
       end-if.

       move 1 to cand-ok.

check-candidate-exit.
       exit.

assign-candidate.
       set emp-idx to best-idx.
       perform check-candidate thru check-candidate-exit.
       move slot-kind to d-kind(emp-idx, day-idx).
       move cand-start to d-start(emp-idx, day-idx).
       move cand-end to d-end(emp-idx, day-idx).
       move cand-hours to d-hours(emp-idx, day-idx).
       if d-avail(emp-idx, day-idx) = "O"
           move "希望休取消" to d-note(emp-idx, day-idx)
           add 1 to pref-broken
       end-if.
       add 1 to e-consec(emp-idx).
       add 1 to e-work-count(emp-idx).
       add cand-minutes to e-week-minutes(emp-idx).
       move cand-end to time-hhmm.
       perform hhmm-to-minutes.
       compute e-last-end(emp-idx) = cur-int * 1440 + time-minutes.
       if is-weekend = 1
           add 1 to e-weekend-count(emp-idx)
       end-if.
       if slot-kind = "L"
           add 1 to e-late-count(emp-idx)
           add 1 to assigned-late
       else
           add 1 to assigned-normal
       end-if.

set-day-shift.
       *> その日の勤務時間（時短勤務の期間中は時短の時間帯）
       move e-base-start(emp-idx) to d-start(emp-idx, day-idx).
       move e-base-end(emp-idx) to d-end(emp-idx, day-idx).
       move e-base-hours(emp-idx) to d-hours(emp-idx, day-idx).
       perform varying sht-idx from 1 by 1 until sht-idx > sh-count
           if sht-userid(sht-idx) = e-userid(emp-idx)
               and sht-from(sht-idx) <= cur-date
               and (sht-to(sht-idx) = spaces
                   or sht-to(sht-idx) >= cur-date)
               move "Y" to d-short(emp-idx, day-idx)
               move sht-hours(sht-idx) to d-hours(emp-idx, day-idx)
               if sht-start(sht-idx) > zero
                   move sht-start(sht-idx) to d-start(emp-idx, day-idx)
                   move sht-end(sht-idx) to d-end(emp-idx, day-idx)
               end-if
           end-if
       end-perform.

set-cur-date.
       move target-yyyymm to cur-date(1:6).
       move day-idx to cur-date(7:2).

hhmm-to-minutes.
       compute time-minutes =
           function integer(time-hhmm / 100) * 60
           + function mod(time-hhmm, 100).

check-company-holiday.
       open input holiday-file.
       perform until holiday-status not = "00"
           read holiday-file
               not at end
                   if Fholiday-date = cur-date
                       move 1 to is-weekend
                   end-if
       end-perform.
       close holiday-file.

save-draft.
       *> 同じ部署・月の下書きは作り直す（修正済みの行も置き換える）
       open i-o draft-file.
       if draft-status not = "00"
           open output draft-file
           close draft-file
           open i-o draft-file
       end-if.
       perform purge-draft.
       *> userid 0 の行は日別の必要人数（開始=必要人数、終了=うち遅番）
       perform varying day-idx from 1 by 1 until day-idx > days-in-month
           perform set-cur-date
           move target-dept to Frdr-dept
           move zero to Frdr-userid
           move cur-date to Frdr-date
           move "D" to Frdr-kind
           move dm-required(day-idx) to Frdr-start
           move dm-late(day-idx) to Frdr-end
           move zero to Frdr-hours
           move "N" to Frdr-adjusted
           move "必要人数" to Frdr-note
           write Frdr-rec
               invalid key
                   rewrite Frdr-rec
                       invalid key continue
                   end-rewrite
           end-write
       end-perform.
       perform varying emp-idx from 1 by 1 until emp-idx > emp-count
           perform varying day-idx from 1 by 1
               until day-idx > days-in-month
               perform set-cur-date
               move target-dept to Frdr-dept
               move e-userid(emp-idx) to Frdr-userid
               move cur-date to Frdr-date
               move d-kind(emp-idx, day-idx) to Frdr-kind
               move "N" to Frdr-adjusted
               move d-note(emp-idx, day-idx) to Frdr-note
               if d-kind(emp-idx, day-idx) = "E"
                   or d-kind(emp-idx, day-idx) = "L"
                   move d-start(emp-idx, day-idx) to Frdr-start
                   move d-end(emp-idx, day-idx) to Frdr-end
                   move d-hours(emp-idx, day-idx) to Frdr-hours
               else
                   move zero to Frdr-start Frdr-end Frdr-hours
               end-if
               write Frdr-rec
                   invalid key
                       rewrite Frdr-rec
                           invalid key
                               display "下書きの保存に失敗しました "
                                   Frdr-userid " " Frdr-date
                       end-rewrite
               end-write
               add 1 to draft-rows
           end-perform
       end-perform.
       close draft-file.

       open i-o draft-status-file.
       if draft-status-status not = "00"
           open output draft-status-file
           close draft-status-file
           open i-o draft-status-file
       end-if.
       move target-dept to Frds-dept.
       move target-yyyymm to Frds-yyyymm.
       move "D" to Frds-status.
       move function current-date to Frds-generated-at.
       move shortfall-count to Frds-shortfall.
       move zero to Frds-approved-by.
       move spaces to Frds-approved-at.
       write Frds-rec
           invalid key
               rewrite Frds-rec
                   invalid key
                       display "下書きの状態の保存に失敗しました"
               end-rewrite
       end-write.
       close draft-status-file.

purge-draft.
       *> 部署を異動した者などの古い行を残さないよう、対象月の行を消してから書く
       move target-dept to Frdr-dept.
       move zero to Frdr-userid.
       move spaces to Frdr-date.
       start draft-file key >= Frdr-key
           invalid key move "23" to draft-status
       end-start.
       perform until draft-status not = "00"
           read draft-file next record
               at end move "10" to draft-status
               not at end
                   if Frdr-dept not = target-dept
                       move "10" to draft-status
                   else
                       if Frdr-date(1:6) = target-yyyymm
                           delete draft-file record
                               invalid key continue
                           end-delete
                       end-if
                   end-if
           end-read
       end-perform.
       move "00" to draft-status.

write-report.
       move spaces to report-name.
       string "./dat/roster-draft-" delimited by size
           target-dept delimited by size
           "-" delimited by size
           target-yyyymm delimited by size
           ".txt" delimited by size
           into report-name
       end-string.
       open output report-file.

       move spaces to report-line.
       string "シフトロスター下書き  部署 " delimited by size
           target-dept delimited by size
           "  " delimited by size
           target-yyyymm delimited by size
           "  必要人数 " delimited by size
           required-count delimited by size
           "（遅番 " delimited by size
           late-required delimited by size
           "）" delimited by size
           into report-line
       end-string.
       write report-line.
       move "凡例 E=通常 L=遅番 O=公休 R=希望休 V=休暇・休職 U=勤務不可・在籍外"
           to report-line.
       write report-line.
       move spaces to report-line.
       write report-line.
       move "userid  日別（1日〜）                       勤務 休日 遅番 希望休"
           to report-line.
       write report-line.

       perform varying emp-idx from 1 by 1 until emp-idx > emp-count
           move spaces to grid-line
           perform varying day-idx from 1 by 1
               until day-idx > days-in-month
               move d-kind(emp-idx, day-idx) to grid-line(day-idx:1)
           end-perform
           move spaces to report-line
           string e-userid(emp-idx) delimited by size
               " " delimited by size
               grid-line delimited by size
               "  " delimited by size
               e-work-count(emp-idx) delimited by size
               "  " delimited by size
               e-weekend-count(emp-idx) delimited by size
               "  " delimited by size
               e-late-count(emp-idx) delimited by size
               "  " delimited by size
               e-pref-kept(emp-idx) delimited by size
               "/" delimited by size
               e-pref-count(emp-idx) delimited by size
               into report-line
           end-string
           write report-line
       end-perform.

       move spaces to report-line.
       write report-line.
       if sf-count = zero
           move "要員不足はありません" to report-line
           write report-line
       else
           move "-- 埋められなかった要員（日付 必要 遅番 割当 うち遅番）--"
               to report-line
           write report-line
           perform varying day-idx from 1 by 1 until day-idx > sf-count
               move spaces to report-line
               string sf-date(day-idx) delimited by size
                   "  必要 " delimited by size
                   sf-required(day-idx) delimited by size
                   "  遅番 " delimited by size
                   sf-late(day-idx) delimited by size
                   "  割当 " delimited by size
                   sf-assigned(day-idx) delimited by size
                   "  うち遅番 " delimited by size
                   sf-assigned-late(day-idx) delimited by size
                   "【不足】" delimited by size
                   into report-line
               end-string
               write report-line
           end-perform
       end-if.
       close report-file.

lookup-run-param.
       move zero to run-param-found.
       move spaces to run-param-value.
       open input run-param-file.
       if run-param-status not = "00"
           go to lookup-run-param-exit
       end-if.
       move "kintai-roster-generate" to Frp-program.
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
