               access mode sequential
               record key is Fuserid
               status user-status.
           select dispatch-file assign to "./dat/dispatch.dat"
               organization indexed
               access mode dynamic
               record key is Fdw-userid
               status dispatch-status.
           select balance-file assign to "./dat/leave-balance.dat"
               organization indexed
               access mode dynamic
               access mode dynamic
               record key is Frh-new-userid
               status rehire-link-status.
           select work-condition-file assign to "./dat/work-condition.dat"
               organization indexed
               access mode dynamic
               record key is Fwc-key
               status work-condition-status.
           select holiday-file assign to "./dat/holiday.dat"
               organization relative
               access mode sequential
               relative key holiday-key
               status holiday-status.
           select roster-file assign to "./dat/roster.dat"
               organization indexed
               access mode dynamic
               record key is Frost-key
               status roster-status.
           select agg-file assign to "./dat/month-agg.dat"
               organization indexed
               access mode dynamic
               record key is Fagg-key
               status agg-status.
           select stamp-file assign to "./dat/stamp.dat"
               organization indexed
               access mode dynamic
               record key is Fstamp-id
               alternate record key is Fstamp-user-key
                   with duplicates
               sharing with all other
               lock mode is automatic
               status stamp-status.
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
           select offsite-file assign to "./dat/offsite.dat"
               organization indexed
               access mode dynamic
               record key is Foff-id
               status offsite-status.
           select absence-file assign to "./dat/absence.dat"
               organization line sequential
               status absence-status.
           select emp-status-file assign to "./dat/emp-status.dat"
               organization indexed
               access mode dynamic
               record key is Fes-key
               status emp-status-status.
           select review-file assign using review-name
               organization line sequential
               status review-status.
data division.
file section.
       fd user-file.
               03 Fjoin-date pic X(21).
               03 Fbirthdate pic X(8).
               03 Fretire-date pic X(8).
       fd dispatch-file.
           01 Fdw-rec.
               03 Fdw-userid pic 9(7).
               03 Fdw-agency-code pic X(10).
               03 Fdw-agency-name pic N(20).
               03 Fdw-contract-no pic X(20).
               03 Fdw-dept pic 9(2).
               03 Fdw-contract-from pic X(8).
               03 Fdw-contract-to pic X(8).
               03 Fdw-site-limit pic X(8).
               03 Fdw-unit-limit pic X(8).
               03 Fdw-site-notice pic X.
               03 Fdw-unit-notice pic X.
               03 Fdw-updated-by pic 9(7).
               03 Fdw-updated-at pic X(21).
       fd balance-file.
           01 Fbal-rec.
               03 Fbal-userid pic 9(7).
               03 Frh-new-userid pic 9(7).
               03 Frh-old-userid pic 9(7).
               03 Frh-linked-at pic X(21).
       fd work-condition-file.
           01 Fwc-rec.
               03 Fwc-key.
                   05 Fwc-userid pic 9(7).
                   05 Fwc-effective-from pic X(8).
               03 Fwc-weekly-days pic 9.
               03 Fwc-weekly-hours pic 9(2)v99.
               03 Fwc-annual-days pic 9(3).
               03 Fwc-registered-by pic 9(7).
               03 Fwc-registered-at pic X(21).
       fd holiday-file.
           01 Fholiday-rec.
               03 Fholiday-date pic X(8).
               03 Fholiday-name pic N(20).
       fd roster-file.
           01 Frost-rec.
               03 Frost-key.
                   05 Frost-userid pic 9(7).
                   05 Frost-date pic X(8).
               03 Frost-dayoff pic X.
               03 Frost-start pic 9(4).
               03 Frost-end pic 9(4).
               03 Frost-hours pic 9(2)v99.
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
       fd offsite-file.
           01 Foff-rec.
               03 Foff-id pic 9(7).
               03 Foff-userid pic 9(7).
               03 Foff-from pic X(8).
               03 Foff-to pic X(8).
               03 Foff-type pic 9.
               03 Foff-deemed-minutes pic 9(4).
               03 Foff-reason pic X(64).
               03 Foff-status pic 9.
               03 Foff-approver pic 9(7).
               03 Foff-requested-at pic X(21).
       fd absence-file.
           01 Fabs-rec.
               03 Fabs-userid pic 9(7).
               03 Fabs-date pic X(8).
               03 Fabs-dept pic 9(2).
               03 Fabs-detected-at pic X(21).
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
       fd review-file.
           01 review-line pic X(160).
working-storage section.
       *> 派遣社員（dispatch.dat）は自社の有給休暇付与の対象外
       01 dispatch-status pic XX.
       01 emp-dispatched pic 9.
       01 dispatch-ref-from pic X(8).
       01 dispatch-ref-to pic X(8).
       01 dispatched-count pic 9(5) value zero.
       *> 再雇用リンク（rehire-link.dat）による勤続通算用。
       *> 空白期間が30日以内なら前職のjoin-dateから勤続を数える
       01 rehire-link-status pic XX.
       01 grant-int pic 9(8).
       01 already-granted pic 9.
       01 granted-count pic 9(5) value zero.
       *> 出勤率8割要件の判定（前回付与日または入社日から前日まで）
       01 last-grant-date pic X(8).
       01 period-start pic X(8).
       01 period-end pic X(8).
       01 period-start-int pic 9(8).
       01 period-end-int pic 9(8).
       01 period-days pic 9(3).
       01 year-ago-int pic 9(8).
       01 holiday-key pic 99.
       01 holiday-table.
           03 holiday-entry pic X(8) occurs 1000 times.
       01 holiday-count pic 9(4) value zero.
       01 hol-idx pic 9(4).
       *> 判定期間の日別状態（期間初日からの通算日で引く）
       01 eval-day-table.
           03 eval-day occurs 370 times.
               05 ed-business pic 9.
               05 ed-roster pic 9.
               05 ed-worked pic 9.
               05 ed-absent pic 9.
       01 ed-idx pic 9(3).
       01 ed-date pic X(8).
       01 ed-int pic 9(8).
       01 ed-week-num pic 9.
       01 scan-done pic 9.
       01 scan-yyyymm pic X(6).
       01 scan-yyyy pic 9(4).
       01 scan-mm pic 99.
       01 agg-day pic 99.
       01 mark-from pic X(8).
       01 mark-to pic X(8).
       01 ed-date-num pic 9(8).
       01 mark-int pic 9(8).
       01 roster-sched-days pic 9(3).
       01 roster-attended-days pic 9(3).
       01 plain-business-days pic 9(3).
       01 plain-attended-days pic 9(3).
       01 plain-sched-days pic 9(3).
       01 scheduled-days pic 9(3).
       01 attended-days pic 9(3).
       01 absent-days pic 9(3).
       01 attendance-rate pic 9(3)v9.
       01 eligible-flag pic 9.
       01 denied-count pic 9(5) value zero.
       *> 所定労働条件（work-condition.dat）と比例付与の区分
       01 weekly-days pic 9.
       01 weekly-hours pic 9(2)v99.
       01 annual-days pic 9(3).
       01 wc-best-from pic X(8).
       01 table-days pic 9.
       01 table-label pic X(24).
       *> 付与対象外の確認リスト
       01 review-name pic X(60).
       01 disp-rate pic ZZ9.9.
       01 status-rec-2.
           03 work-condition-status pic XX.
           03 holiday-status pic XX.
           03 roster-status pic XX.
           03 agg-status pic XX.
           03 stamp-status pic XX.
           03 leave-status pic XX.
           03 daikyu-status pic XX.
           03 offsite-status pic XX.
           03 absence-status pic XX.
           03 review-status pic XX.
       *> 休職・休業期間（emp-status.dat）。期間の最終日は終了日と
       *> 復職日の前日の早いほう（どちらもなければ継続中）
       01 emp-status-status pic XX.
       01 es-end-date pic X(8).
       01 es-return-prev pic X(8).
       01 es-work-num pic 9(8).
       *> 期間の種別
       01 status-kind pic 9.
           88 status-sick value 1.
           88 status-maternity value 2.
           88 status-childcare value 3.
           88 status-nursing value 4.
       *> ジョブチェーン実行台帳に載せる処理件数（呼び出し元と共有）
       01 job-step-count pic 9(7) external.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "有給休暇付与バッチ（勤続年数・出勤率・所定労働日数基準）".

       move function current-date(1:8) to today.
       compute today-int =
           function integer-of-date(function numval(today)).

       perform load-holidays.
       move today to dispatch-ref-from.
       move today to dispatch-ref-to.

       move spaces to review-name.
       string "./dat/leave-grant-review-" delimited by size
           today delimited by size
           ".txt" delimited by size
           into review-name
       end-string.
       open output review-file.
       move "出勤率8割未満のため付与しなかった従業員（前回付与日または入社日から前日まで）"
           to review-line.
       write review-line.
       move "userid   判定期間            所定日数  出勤日数  欠勤日数  出勤率"
           to review-line.
       write review-line.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   move Fuserid to Fdw-userid
                   perform lookup-dispatched
                   if emp-dispatched = zero
                       perform accrue-for-user
                   else
                       add 1 to dispatched-count
                   end-if
       end-perform.
       close user-file.
       close review-file.

       display "付与処理が完了しました（付与 " granted-count " 件）".
       if dispatched-count > 0
           display "派遣社員 " dispatched-count " 名は付与の対象外です"
       end-if.
       if denied-count > 0
           display "出勤率8割未満で付与しなかった従業員 " denied-count " 名"
               "（" function trim(review-name) " を確認してください）"
       end-if.
       move granted-count to job-step-count.
       goback.


       divide tenure-months by 12 giving tenure-years.

       perform lookup-work-condition thru lookup-work-condition-exit.
       perform lookup-accrual-table.

       perform update-balance.

lookup-dispatched.
       *> Fdw-userid が dispatch-ref-from〜dispatch-ref-to に派遣就業していれば 1
       move zero to emp-dispatched.
       open input dispatch-file.
       if dispatch-status = "00"
           read dispatch-file
               invalid key continue
           end-read
           if dispatch-status = "00"
               and Fdw-contract-from <= dispatch-ref-to
               and (Fdw-contract-to = spaces
                   or Fdw-contract-to >= dispatch-ref-from)
               move 1 to emp-dispatched
           end-if
           close dispatch-file
       end-if.

lookup-work-condition.
       *> 本日時点で有効な所定労働条件。未登録者は通常の労働者として扱う
       move 5 to weekly-days.
       move 40 to weekly-hours.
       move zero to annual-days.
       move spaces to wc-best-from.
       open input work-condition-file.
       if work-condition-status not = "00"
           go to lookup-work-condition-exit
       end-if.
       move Fuserid to Fwc-userid.
       move low-values to Fwc-effective-from.
       start work-condition-file key >= Fwc-key
           invalid key move "10" to work-condition-status
       end-start.
       perform until work-condition-status not = "00"
           read work-condition-file next record
               at end move "10" to work-condition-status
               not at end
                   if Fwc-userid not = Fuserid
                       move "10" to work-condition-status
                   else
                       if Fwc-effective-from <= today
                           move Fwc-weekly-days to weekly-days
                           move Fwc-weekly-hours to weekly-hours
                           move Fwc-annual-days to annual-days
                           move Fwc-effective-from to wc-best-from
                       end-if
                   end-if
           end-read
       end-perform.
       close work-condition-file.

lookup-work-condition-exit.
       exit.

lookup-accrual-table.
       *> 週30時間以上または週5日以上（年217日以上）は通常の付与日数表、
       *> それ未満は所定労働日数に応じた比例付与の表を使う
       move 5 to table-days.
       if weekly-hours < 30
           if weekly-days = zero
               evaluate true
               when annual-days >= 217
                   move 5 to table-days
               when annual-days >= 169
                   move 4 to table-days
               when annual-days >= 121
                   move 3 to table-days
               when annual-days >= 73
                   move 2 to table-days
               when annual-days >= 48
                   move 1 to table-days
               when other
                   move zero to table-days
               end-evaluate
           else
               if weekly-days < 5
                   move weekly-days to table-days
               end-if
           end-if
       end-if.

       evaluate table-days
       when 4
           move "比例付与（週4日）" to table-label
           perform lookup-accrual-table-4
       when 3
           move "比例付与（週3日）" to table-label
           perform lookup-accrual-table-3
       when 2
           move "比例付与（週2日）" to table-label
           perform lookup-accrual-table-2
       when 1
           move "比例付与（週1日）" to table-label
           perform lookup-accrual-table-1
       when zero
           move "付与対象外（年48日未満）" to table-label
           move zero to accrual-days
       when other
           move "通常付与" to table-label
           perform lookup-accrual-table-full
       end-evaluate.

lookup-accrual-table-full.
       *> 労働基準法の年次有給休暇付与日数表（勤続年数ベース）
       evaluate true
       when tenure-months < 6
           move 20 to accrual-days
       end-evaluate.

lookup-accrual-table-4.
       evaluate true
       when tenure-months < 6
           move zero to accrual-days
       when tenure-years < 1
           move 7 to accrual-days
       when tenure-years < 2
           move 8 to accrual-days
       when tenure-years < 3
           move 9 to accrual-days
       when tenure-years < 4
           move 10 to accrual-days
       when tenure-years < 5
           move 12 to accrual-days
       when tenure-years < 6
           move 13 to accrual-days
       when other
           move 15 to accrual-days
       end-evaluate.

lookup-accrual-table-3.
       evaluate true
       when tenure-months < 6
           move zero to accrual-days
       when tenure-years < 1
           move 5 to accrual-days
       when tenure-years < 3
           move 6 to accrual-days
       when tenure-years < 4
           move 8 to accrual-days
       when tenure-years < 5
           move 9 to accrual-days
       when tenure-years < 6
           move 10 to accrual-days
       when other
           move 11 to accrual-days
       end-evaluate.

lookup-accrual-table-2.
       evaluate true
       when tenure-months < 6
           move zero to accrual-days
       when tenure-years < 1
           move 3 to accrual-days
       when tenure-years < 3
           move 4 to accrual-days
       when tenure-years < 4
           move 5 to accrual-days
       when tenure-years < 6
           move 6 to accrual-days
       when other
           move 7 to accrual-days
       end-evaluate.

lookup-accrual-table-1.
       evaluate true
       when tenure-months < 6
           move zero to accrual-days
       when tenure-years < 1
           move 1 to accrual-days
       when tenure-years < 3
           move 2 to accrual-days
       when tenure-years < 6
           move 3 to accrual-days
       when other
           move 3 to accrual-days
       end-evaluate.

update-balance.
       *> 付与は消化期限つきのロットとして台帳に積み、
       *> leave-balance.datは未失効ロットの残日数合計に再計算する。
       *> すでにあるユーザには二重付与しない。
       perform check-existing-grant.

       *> 付与日数がある従業員は付与前に出勤率8割の要件を判定する。
       *> 要件を満たさない年度は0日のロットを記録して再判定しない
       move 1 to eligible-flag.
       if accrual-days > 0
           and already-granted = zero
           perform evaluate-attendance thru evaluate-attendance-exit
           if eligible-flag = zero
               move zero to accrual-days
               perform write-grant-lot
               perform write-review-line
           else
               perform write-grant-lot
           end-if
       end-if.

       perform recompute-balance thru recompute-balance-exit.
       if already-granted = 1
           display "userid: " Fuserid "  今年度は付与済みのためスキップしました"
       else
           if eligible-flag = zero
               move attendance-rate to disp-rate
               display "userid: " Fuserid "  出勤率 " disp-rate
                   "% のため付与しませんでした（確認リストに出力）"
           else
               display "userid: " Fuserid "  勤続" tenure-years "年  "
                   function trim(table-label) "  付与日数: "
                   accrual-days "日"
           end-if
       end-if.

check-existing-grant.
       *> 直近11ヶ月（334日）以内の付与ロットがあれば本年度は付与済み
       move zero to already-granted.
       move spaces to last-grant-date.
       open input grant-file.
       perform until grant-status not = "00"
           read grant-file next record
               not at end
                   if Fgrant-userid = Fuserid
                       if Fgrant-date > last-grant-date
                           move Fgrant-date to last-grant-date
                       end-if
                       compute grant-int =
                           function integer-of-date(
                               function numval(Fgrant-date))
           invalid key
               display "userid: " Fuserid " 付与ロットの登録に失敗しました"
           not invalid key
               if accrual-days > 0
                   add 1 to granted-count
               end-if
       end-write.
       close grant-file.


lookup-old-record-exit.
       exit.

load-holidays.
       move zero to holiday-count.
       open input holiday-file.
       if holiday-status = "00"
           perform until holiday-status not = "00"
               read holiday-file
                   not at end
                       if holiday-count < 1000
                           add 1 to holiday-count
                           move Fholiday-date to holiday-entry(holiday-count)
                       end-if
           end-perform
           close holiday-file
       end-if.

evaluate-attendance.
       *> 判定期間は前回の付与日（初回は入社日）から前日までの最長1年。
       *> 所定労働日はロスターの勤務日、ロスターのない日は土日・会社休日を
       *> 除いた日を週所定労働日数で按分する。出勤は打刻（月次集計）・
       *> 承認済みの休暇・代休・社外勤務の日とし、無断欠勤の日は除く
       move 1 to eligible-flag.
       move 100 to attendance-rate.
       move zero to scheduled-days attended-days absent-days.

       if last-grant-date = spaces
           move join-date to period-start
       else
           move last-grant-date to period-start
       end-if.
       compute period-start-int =
           function integer-of-date(function numval(period-start)).
       compute period-end-int = today-int - 1.
       compute year-ago-int = today-int - 365.
       if period-start-int < year-ago-int
           move year-ago-int to period-start-int
       end-if.
       if period-start-int > period-end-int
           go to evaluate-attendance-exit
       end-if.
       compute ed-date-num = function date-of-integer(period-start-int).
       move ed-date-num to period-start.
       compute ed-date-num = function date-of-integer(period-end-int).
       move ed-date-num to period-end.
       compute period-days = period-end-int - period-start-int + 1.
       if period-days > 370
           move 370 to period-days
       end-if.

       perform varying ed-idx from 1 by 1 until ed-idx > period-days
           compute ed-int = period-start-int + ed-idx - 1
           compute ed-date-num = function date-of-integer(ed-int)
           move ed-date-num to ed-date
           move zero to ed-roster(ed-idx)
           move zero to ed-worked(ed-idx)
           move zero to ed-absent(ed-idx)
           move 1 to ed-business(ed-idx)
           compute ed-week-num = function mod(ed-int, 7)
           if ed-week-num = 6 or ed-week-num = 0
               move zero to ed-business(ed-idx)
           end-if
           perform varying hol-idx from 1 by 1
               until hol-idx > holiday-count
               if holiday-entry(hol-idx) = ed-date
                   move zero to ed-business(ed-idx)
               end-if
           end-perform
       end-perform.

       perform mark-roster-days thru mark-roster-days-exit.
       perform mark-worked-days.
       perform mark-leave-days.
       perform mark-absent-days.
       perform mark-status-days thru mark-status-days-exit.

       move zero to roster-sched-days roster-attended-days.
       move zero to plain-business-days plain-attended-days.
       perform varying ed-idx from 1 by 1 until ed-idx > period-days
           if ed-roster(ed-idx) = 1
               add 1 to roster-sched-days
               if ed-absent(ed-idx) = 1
                   add 1 to absent-days
               else
                   if ed-worked(ed-idx) = 1
                       add 1 to roster-attended-days
                   end-if
               end-if
           end-if
           if ed-roster(ed-idx) = zero and ed-business(ed-idx) = 1
               add 1 to plain-business-days
               if ed-absent(ed-idx) = 1
                   add 1 to absent-days
               else
                   if ed-worked(ed-idx) = 1
                       add 1 to plain-attended-days
                   end-if
               end-if
           end-if
       end-perform.

       *> 週5日未満の所定の人はロスターのない営業日を週所定日数で按分する
       if table-days >= 1 and table-days <= 4
           compute plain-sched-days rounded =
               plain-business-days * table-days / 5
       else
           move plain-business-days to plain-sched-days
       end-if.
       if plain-attended-days > plain-sched-days
           move plain-sched-days to plain-attended-days
       end-if.

       compute scheduled-days = roster-sched-days + plain-sched-days.
       compute attended-days = roster-attended-days + plain-attended-days.
       if scheduled-days = zero
           go to evaluate-attendance-exit
       end-if.

       compute attendance-rate = attended-days * 100 / scheduled-days.
       if attendance-rate < 80
           move zero to eligible-flag
       end-if.

evaluate-attendance-exit.
       exit.

mark-roster-days.
       open input roster-file.
       if roster-status not = "00"
           go to mark-roster-days-exit
       end-if.
       move Fuserid to Frost-userid.
       move period-start to Frost-date.
       start roster-file key >= Frost-key
           invalid key move "10" to roster-status
       end-start.
       perform until roster-status not = "00"
           read roster-file next record
               at end move "10" to roster-status
               not at end
                   if Frost-userid not = Fuserid
                       or Frost-date > period-end
                       move "10" to roster-status
                   else
                       move Frost-date to mark-from
                       perform locate-eval-day thru locate-eval-day-exit
                       if ed-idx > zero
                           if Frost-dayoff = "Y"
                               move 2 to ed-roster(ed-idx)
                           else
                               move 1 to ed-roster(ed-idx)
                           end-if
                       end-if
                   end-if
           end-read
       end-perform.
       close roster-file.

mark-roster-days-exit.
       exit.

mark-worked-days.
       *> 月次集計キャッシュがあれば日別実働、なければ打刻から出勤日を拾う
       move period-start(1:6) to scan-yyyymm.
       perform until scan-yyyymm > period-end(1:6)
           move zero to scan-done
           open input agg-file
           if agg-status = "00"
               move Fuserid to Fagg-userid
               move scan-yyyymm to Fagg-yyyymm
               read agg-file
                   invalid key continue
               end-read
               if agg-status = "00" and Fagg-stale not = "Y"
                   perform varying agg-day from 1 by 1 until agg-day > 31
                       if Fagg-day-worked(agg-day) > zero
                           move scan-yyyymm to mark-from(1:6)
                           move agg-day to mark-from(7:2)
                           perform locate-eval-day thru locate-eval-day-exit
                           if ed-idx > zero
                               move 1 to ed-worked(ed-idx)
                           end-if
                       end-if
                   end-perform
                   move 1 to scan-done
               end-if
               close agg-file
           end-if
           if scan-done = zero
               perform mark-stamp-days
           end-if
           move function numval(scan-yyyymm(1:4)) to scan-yyyy
           move function numval(scan-yyyymm(5:2)) to scan-mm
           if scan-mm = 12
               move 1 to scan-mm
               add 1 to scan-yyyy
           else
               add 1 to scan-mm
           end-if
           move scan-yyyy to scan-yyyymm(1:4)
           move scan-mm to scan-yyyymm(5:2)
       end-perform.

mark-stamp-days.
       move zero to scan-done.
       open input stamp-file.
       move Fuserid to Fstamp-userid.
       move spaces to Fstamp-datetime.
       move scan-yyyymm to Fstamp-datetime(1:6).
       start stamp-file key >= Fstamp-user-key
           invalid key move 1 to scan-done
       end-start.
       perform until scan-done = 1 or stamp-status not = "00"
           read stamp-file next record
               at end move 1 to scan-done
               not at end
                   if Fstamp-userid not = Fuserid
                       or Fstamp-datetime(1:6) not = scan-yyyymm
                       move 1 to scan-done
                   else
                       if Fstamp-cancelled not = "Y"
                           move Fstamp-datetime(1:8) to mark-from
                           perform locate-eval-day thru locate-eval-day-exit
                           if ed-idx > zero
                               move 1 to ed-worked(ed-idx)
                           end-if
                       end-if
                   end-if
       end-perform.
       close stamp-file.

mark-leave-days.
       *> 承認済みの休暇（産前産後・育児介護休業など法定の休業を含む）
       open input leave-file.
       if leave-status = "00"
           perform until leave-status not = "00"
               read leave-file next record
                   not at end
                       if Fleave-userid = Fuserid
                           and Fleave-status = 1
                           and Fleave-start-date <= period-end
                           and Fleave-end-date >= period-start
                           move Fleave-start-date to mark-from
                           move Fleave-end-date to mark-to
                           perform mark-worked-range
                       end-if
           end-perform
           close leave-file
       end-if.

       *> 承認済みの代休取得日
       open input daikyu-file.
       if daikyu-status = "00"
           perform until daikyu-status not = "00"
               read daikyu-file next record
                   not at end
                       if Fdaikyu-userid = Fuserid
                           and Fdaikyu-status = 2
                           move Fdaikyu-taken-date to mark-from
                           perform locate-eval-day thru locate-eval-day-exit
                           if ed-idx > zero
                               move 1 to ed-worked(ed-idx)
                           end-if
                       end-if
           end-perform
           close daikyu-file
       end-if.

       *> 承認済みの出張・社外勤務
       open input offsite-file.
       if offsite-status = "00"
           perform until offsite-status not = "00"
               read offsite-file next record
                   not at end
                       if Foff-userid = Fuserid
                           and Foff-status = 1
                           and Foff-from <= period-end
                           and Foff-to >= period-start
                           move Foff-from to mark-from
                           move Foff-to to mark-to
                           perform mark-worked-range
                       end-if
           end-perform
           close offsite-file
       end-if.

mark-worked-range.
       if mark-from < period-start
           move period-start to mark-from
       end-if.
       if mark-to > period-end
           move period-end to mark-to
       end-if.
       compute mark-int =
           function integer-of-date(function numval(mark-to)).
       perform locate-eval-day thru locate-eval-day-exit.
       perform until ed-idx = zero
           move 1 to ed-worked(ed-idx)
           if period-start-int + ed-idx - 1 >= mark-int
               move zero to ed-idx
           else
               add 1 to ed-idx
           end-if
       end-perform.

mark-absent-days.
       open input absence-file.
       if absence-status = "00"
           perform until absence-status not = "00"
               read absence-file
                   not at end
                       if Fabs-userid = Fuserid
                           move Fabs-date to mark-from
                           perform locate-eval-day thru locate-eval-day-exit
                           if ed-idx > zero
                               move 1 to ed-absent(ed-idx)
                           end-if
                       end-if
           end-perform
           close absence-file
       end-if.

mark-status-days.
       *> 産前産後・育児・介護休業の期間は出勤したものとみなし、
       *> 私傷病休職の期間は所定労働日から除く
       open input emp-status-file.
       if emp-status-status not = "00"
           go to mark-status-days-exit
       end-if.
       move Fuserid to Fes-userid.
       move low-values to Fes-from.
       start emp-status-file key >= Fes-key
           invalid key move "10" to emp-status-status
       end-start.
       perform until emp-status-status not = "00"
           read emp-status-file next record
               at end move "10" to emp-status-status
               not at end
                   if Fes-userid not = Fuserid
                       move "10" to emp-status-status
                   else
                       perform mark-status-range
                           thru mark-status-range-exit
                   end-if
           end-read
       end-perform.
       close emp-status-file.

mark-status-days-exit.
       exit.

mark-status-range.
       perform set-status-end.
       move Fes-from to mark-from.
       if es-end-date = spaces
           move period-end to mark-to
       else
           move es-end-date to mark-to
       end-if.
       if mark-to < mark-from
           or mark-from > period-end
           or mark-to < period-start
           go to mark-status-range-exit
       end-if.
       if mark-from < period-start
           move period-start to mark-from
       end-if.
       if mark-to > period-end
           move period-end to mark-to
       end-if.
       move Fes-type to status-kind.
       compute mark-int =
           function integer-of-date(function numval(mark-to)).
       perform locate-eval-day thru locate-eval-day-exit.
       perform until ed-idx = zero
           if status-sick
               move 2 to ed-roster(ed-idx)
               move zero to ed-business(ed-idx)
           else
               move 1 to ed-worked(ed-idx)
               move zero to ed-absent(ed-idx)
           end-if
           if period-start-int + ed-idx - 1 >= mark-int
               move zero to ed-idx
           else
               add 1 to ed-idx
           end-if
       end-perform.

mark-status-range-exit.
       exit.

set-status-end.
       *> 期間の最終日。復職日の記録があればその前日までとする
       move Fes-to to es-end-date.
       if Fes-returned-date not = spaces
           compute es-work-num = function date-of-integer(
               function integer-of-date(
                   function numval(Fes-returned-date)) - 1)
           move es-work-num to es-return-prev
           if es-end-date = spaces or es-return-prev < es-end-date
               move es-return-prev to es-end-date
           end-if
       end-if.

locate-eval-day.
       *> mark-from の日付が判定期間内なら通算日を ed-idx に返す（期間外は0）
       move zero to ed-idx.
       if mark-from < period-start or mark-from > period-end
           go to locate-eval-day-exit
       end-if.
       compute ed-int =
           function integer-of-date(function numval(mark-from)).
       if ed-int >= period-start-int and ed-int <= period-end-int
           compute ed-idx = ed-int - period-start-int + 1
       end-if.

locate-eval-day-exit.
       exit.

write-review-line.
       add 1 to denied-count.
       move attendance-rate to disp-rate.
       move spaces to review-line.
       string Fuserid delimited by size
           "  " delimited by size
           period-start delimited by size
           "〜" delimited by size
           period-end delimited by size
           "  " delimited by size
           scheduled-days delimited by size
           "       " delimited by size
           attended-days delimited by size
           "       " delimited by size
           absent-days delimited by size
           "       " delimited by size
           disp-rate delimited by size
           "%" delimited by size
           into review-line
       end-string.
       write review-line.
