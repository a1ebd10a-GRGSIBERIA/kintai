identification division.
program-id. kintai-calendar-export.

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
           select department-file assign to "./dat/department.dat"
               organization relative
               access mode sequential
               relative key dept-key
               status dept-status.
           select roster-file assign to "./dat/roster.dat"
               organization indexed
               access mode dynamic
               record key is Frost-key
               status roster-status.
           select swap-file assign to "./dat/shift-swap.dat"
               organization indexed
               access mode dynamic
               record key is Fswap-id
               status swap-status.
           select leave-file assign to "./dat/leave.dat"
               organization indexed
               access mode dynamic
               record key is Fleave-id
               status leave-status.
           select leave-type-file assign to "./dat/leave-type.dat"
               organization relative
               access mode sequential
               relative key ltype-key
               status ltype-status.
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
           select holiday-file assign to "./dat/holiday.dat"
               organization relative
               access mode sequential
               relative key holiday-key
               status holiday-status.
           select employee-site-file assign to "./dat/employee-site.dat"
               organization indexed
               access mode dynamic
               record key is Fesite-key
               status employee-site-status.
           select site-calendar-file assign to "./dat/site-calendar.dat"
               organization indexed
               access mode dynamic
               record key is Fscl-key
               status site-calendar-status.
           select event-file assign to "./dat/calendar-event.dat"
               organization indexed
               access mode dynamic
               record key is Fcev-key
               status event-status.
           select work-file assign to "./dat/calendar-work.tmp"
               organization line sequential
               status work-status.
           select ics-file assign using ics-name
               organization line sequential
               status ics-status.
           select log-file assign to "./dat/log.dat"
               organization line sequential.
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
       fd department-file.
           01 Fdept-rec.
               03 Fdept-id pic 9(2).
               03 Fdept-name pic N(20).
               03 Fdept-parent pic 9(2).
       fd roster-file.
           01 Frost-rec.
               03 Frost-key.
                   05 Frost-userid pic 9(7).
                   05 Frost-date pic X(8).
               03 Frost-dayoff pic X.
               03 Frost-start pic 9(4).
               03 Frost-end pic 9(4).
               03 Frost-hours pic 9(2)v99.
       fd swap-file.
           01 Fswap-rec.
               03 Fswap-id pic 9(7).
               03 Fswap-requester-userid pic 9(7).
               03 Fswap-target-userid pic 9(7).
               03 Fswap-shift-date pic X(8).
               03 Fswap-status pic 9.
               03 Fswap-approver pic 9(7).
               03 Fswap-requested-at pic X(21).
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
       fd leave-type-file.
           01 Fltype-rec.
               03 Fltype-id pic 9(2).
               03 Fltype-name pic N(10).
               03 Fltype-paid pic X.
               03 Fltype-draws-grant pic X.
               03 Fltype-limit-days pic 9(2).
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
       fd holiday-file.
           01 Fholiday-rec.
               03 Fholiday-date pic X(8).
               03 Fholiday-name pic N(20).
       fd employee-site-file.
           01 Fesite-rec.
               03 Fesite-key.
                   05 Fesite-userid pic 9(7).
                   05 Fesite-from pic X(8).
               03 Fesite-site pic 9(2).
               03 Fesite-registered-by pic 9(7).
               03 Fesite-registered-at pic X(21).
       fd site-calendar-file.
           01 Fscl-rec.
               03 Fscl-key.
                   05 Fscl-site pic 9(2).
                   05 Fscl-date pic X(8).
               03 Fscl-kind pic X.
               03 Fscl-name pic N(20).
               03 Fscl-registered-by pic 9(7).
               03 Fscl-registered-at pic X(21).
       *> 配信済みの予定の台帳（カレンダーごとの UID と版数）
       *> Fcev-owner は U+userid（個人）または D+部署コード（部署）
       fd event-file.
           01 Fcev-rec.
               03 Fcev-key.
                   05 Fcev-owner pic X(9).
                   05 Fcev-uid pic X(40).
               03 Fcev-digest pic X(20).
               03 Fcev-sequence pic 9(4).
               03 Fcev-state pic X.
               03 Fcev-modified pic X(16).
               03 Fcev-seen-run pic X(21).
               03 Fcev-all-day pic X.
               03 Fcev-start-date pic X(8).
               03 Fcev-end-date pic X(8).
               03 Fcev-start-time pic 9(4).
               03 Fcev-end-time pic 9(4).
               03 Fcev-category pic X(20).
               03 Fcev-summary pic X(160).
       *> 部署カレンダー用に個人の予定を一時的に集める
       fd work-file.
           01 Fcw-rec.
               03 Fcw-dept pic 9(2).
               03 Fcw-uid pic X(40).
               03 Fcw-all-day pic X.
               03 Fcw-start-date pic X(8).
               03 Fcw-end-date pic X(8).
               03 Fcw-start-time pic 9(4).
               03 Fcw-end-time pic 9(4).
               03 Fcw-category pic X(20).
               03 Fcw-summary pic X(160).
       fd ics-file.
           01 ics-line pic X(200).
       fd log-file.
           01 log-rec.
               03 log-timestamp pic X(21).
               03 log-comments pic X(128).
working-storage section.
       01 status-rec.
           03 run-param-status pic XX.
           03 user-status pic XX.
           03 dept-status pic XX.
           03 roster-status pic XX.
           03 swap-status pic XX.
           03 leave-status pic XX.
           03 ltype-status pic XX.
           03 daikyu-status pic XX.
           03 offsite-status pic XX.
           03 holiday-status pic XX.
           03 event-status pic XX.
           03 work-status pic XX.
           03 ics-status pic XX.
       01 dept-key pic 9(2).
       01 ltype-key pic 99.
       01 holiday-key pic 99.
       *> 無人実行用の実行パラメータ（run-param.dat）
       01 run-param-name pic X(20).
       01 run-param-found pic 9.
       01 run-param-value pic X(30).
       *> 出力期間（開始日から window-days 日間）
       01 from-date pic X(8).
       01 to-date pic X(8).
       01 window-days pic 9(3) value zero.
       01 from-int pic 9(8).
       01 to-int pic 9(8).
       01 date-work-int pic 9(8).
       01 date-work-num pic 9(8).
       *> 実行の識別（台帳の最終確認）と DTSTAMP（UTC）
       01 run-id pic X(21).
       01 run-stamp pic X(16).
       01 utc-source pic X(21).
       01 utc-stamp pic X(16).
       01 utc-seconds pic s9(12).
       01 utc-offset pic s9(6).
       01 utc-day-int pic 9(8).
       01 utc-day-num pic 9(8).
       01 utc-rest pic 9(5).
       01 utc-hh pic 99.
       01 utc-mm pic 99.
       01 utc-ss pic 99.
       *> マスタの読み込み
       01 dept-name-table.
           03 dept-entry occurs 100 times.
               05 dept-name-ws pic N(20).
               05 dept-has-user pic 9.
       01 dept-idx pic 9(3).
       01 ltype-table.
           03 ltype-entry occurs 99 times.
               05 ltype-name-ws pic N(10).
       01 holiday-count pic 9(3) value zero.
       01 holiday-table.
           03 holiday-entry occurs 400 times indexed by hol-idx.
               05 hol-date pic X(8).
               05 hol-name pic N(20).
       01 site-off-count pic 9(3) value zero.
       01 site-off-table.
           03 site-off-entry occurs 500 times indexed by soff-idx.
               05 soff-site pic 9(2).
               05 soff-date pic X(8).
               05 soff-name pic N(20).
       01 is-company-holiday pic 9.
       *> 所属拠点の拠点カレンダー参照用
       *> （site-day-kind H: 拠点の休業日、W: 拠点の稼働日、空白: 会社カレンダー）
       01 employee-site-status pic XX.
       01 site-calendar-status pic XX.
       01 site-lookup-userid pic 9(7).
       01 site-lookup-date pic X(8).
       01 site-code pic 9(2).
       01 site-day-kind pic X.
       *> 出力中のカレンダー
       01 ics-name pic X(60).
       01 cal-owner pic X(9).
       01 cal-name pic X(160).
       01 cal-userid pic 9(7).
       01 cal-dept pic 9(2).
       01 member-label pic X(80).
       *> 出力する予定（emit-event の入力）
       01 ev-uid pic X(40).
       01 ev-all-day pic X.
       01 ev-start-date pic X(8).
       01 ev-end-date pic X(8).
       01 ev-start-time pic 9(4).
       01 ev-end-time pic 9(4).
       01 ev-category pic X(20).
       01 ev-summary pic X(160).
       01 ev-to-dept pic 9.
       01 ev-digest-input.
           03 evd-all-day pic X.
           03 evd-start-date pic X(8).
           03 evd-end-date pic X(8).
           03 evd-start-time pic 9(4).
           03 evd-end-time pic 9(4).
           03 evd-category pic X(20).
           03 evd-summary pic X(160).
       01 ev-digest pic X(20).
       01 ev-changed pic 9.
       01 time-text pic X(4).
       01 end-time-text pic X(4).
       01 unit-text pic X(40).
       01 hours-disp pic z9.
       01 swap-away pic 9.
       01 swap-date pic X(8).
       *> iCalendar の行出力（75 オクテットで折り返す）
       01 ics-text pic X(400).
       01 ics-len pic 9(3).
       01 ics-pos pic 9(3).
       01 ics-chunk pic 9(3).
       01 ics-limit pic 9(3).
       01 escape-in pic X(160).
       01 escape-out pic X(320).
       01 escape-len pic 9(3).
       01 escape-i pic 9(3).
       01 escape-o pic 9(3).
       01 sequence-disp pic zzz9.
       01 dtstart-text pic X(40).
       01 dtend-text pic X(40).
       *> 件数
       01 user-cal-count pic 9(5) value zero.
       01 dept-cal-count pic 9(3) value zero.
       01 event-count pic 9(7) value zero.
       01 updated-count pic 9(7) value zero.
       01 cancelled-count pic 9(7) value zero.
       *> ジョブチェーン実行台帳に載せる処理件数（呼び出し元と共有）
       01 job-step-count pic 9(7) external.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "勤務予定カレンダー（iCalendar）出力バッチ（夜間）".
       move zero to job-step-count.

       move "from-date" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1 and run-param-value(1:8) is numeric
           move run-param-value(1:8) to from-date
       else
           move function current-date(1:8) to from-date
       end-if.
       move "days" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move function numval(run-param-value) to window-days
       end-if.
       if window-days = zero
           move 60 to window-days
       end-if.
       compute from-int =
           function integer-of-date(function numval(from-date)).
       compute to-int = from-int + window-days - 1.
       move function date-of-integer(to-int) to date-work-num.
       move date-work-num to to-date.

       move function current-date to run-id.
       move run-id to utc-source.
       perform to-utc-stamp.
       move utc-stamp to run-stamp.

       perform load-masters.

       open i-o event-file.
       if event-status not = "00"
           open output event-file
           close event-file
           open i-o event-file
       end-if.
       open output work-file.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if Fretire-date = spaces
                       or Fretire-date = "00000000"
                       or Fretire-date >= from-date
                       perform export-one-user thru export-one-user-exit
                   end-if
       end-perform.
       close user-file.
       close work-file.

       perform varying dept-idx from 1 by 1 until dept-idx > 100
           if dept-has-user(dept-idx) = 1
               compute cal-dept = dept-idx - 1
               perform export-one-dept thru export-one-dept-exit
           end-if
       end-perform.
       close event-file.

       display "期間: " from-date " 〜 " to-date.
       display "個人カレンダー " user-cal-count " 件、部署カレンダー "
           dept-cal-count " 件を出力しました".
       display "予定 " event-count " 件（更新 " updated-count
           " 件、取消 " cancelled-count " 件）".

       open extend log-file.
       move function current-date to log-timestamp.
       move spaces to log-comments.
       string
           "[INFO] calendar export " delimited by size
           from-date delimited by size
           "-" delimited by size
           to-date delimited by size
           " users " delimited by size
           user-cal-count delimited by size
           " depts " delimited by size
           dept-cal-count delimited by size
           " events " delimited by size
           event-count delimited by size
           into log-comments
       end-string.
       write log-rec.
       close log-file.

       move user-cal-count to job-step-count.
       goback.

load-masters.
       *> 部署名・休暇種別・会社休日・拠点休業日を期間分読み込む
       initialize dept-name-table.
       open input department-file.
       perform until dept-status not = "00"
           read department-file
               not at end
                   move Fdept-name to dept-name-ws(Fdept-id + 1)
       end-perform.
       close department-file.

       initialize ltype-table.
       open input leave-type-file.
       perform until ltype-status not = "00"
           read leave-type-file
               not at end
                   if Fltype-id > zero
                       move Fltype-name to ltype-name-ws(Fltype-id)
                   end-if
       end-perform.
       close leave-type-file.

       open input holiday-file.
       perform until holiday-status not = "00"
           read holiday-file
               not at end
                   if Fholiday-date >= from-date
                       and Fholiday-date <= to-date
                       and holiday-count < 400
                       add 1 to holiday-count
                       move Fholiday-date to hol-date(holiday-count)
                       move Fholiday-name to hol-name(holiday-count)
                   end-if
       end-perform.
       close holiday-file.

       open input site-calendar-file.
       perform until site-calendar-status not = "00"
           read site-calendar-file next record
               at end move "10" to site-calendar-status
               not at end
                   if Fscl-kind = "H"
                       and Fscl-date >= from-date
                       and Fscl-date <= to-date
                       and site-off-count < 500
                       add 1 to site-off-count
                       move Fscl-site to soff-site(site-off-count)
                       move Fscl-date to soff-date(site-off-count)
                       move Fscl-name to soff-name(site-off-count)
                   end-if
           end-read
       end-perform.
       close site-calendar-file.

export-one-user.
       move Fuserid to cal-userid.
       move Fdept to cal-dept.
       move 1 to dept-has-user(Fdept + 1).
       move spaces to cal-owner.
       string "U" delimited by size
           Fuserid delimited by size
           into cal-owner
       end-string.
       move spaces to member-label.
       string function trim(Flastname) delimited by size
           " " delimited by size
           function trim(Ffirstname) delimited by size
           into member-label
       end-string.

       move spaces to ics-name.
       string "./dat/calendar-" delimited by size
           Fuserid delimited by size
           ".ics" delimited by size
           into ics-name
       end-string.
       open output ics-file.
       if ics-status not = "00"
           display "カレンダーを作成できません: " function trim(ics-name)
           go to export-one-user-exit
       end-if.

       move spaces to cal-name.
       string "勤務予定 " delimited by size
           function trim(member-label) delimited by size
           into cal-name
       end-string.
       perform write-calendar-header.

       move 1 to ev-to-dept.
       perform add-user-roster thru add-user-roster-exit.
       perform add-user-swap-in thru add-user-swap-in-exit.
       perform add-user-leave thru add-user-leave-exit.
       perform add-user-daikyu thru add-user-daikyu-exit.
       perform add-user-offsite thru add-user-offsite-exit.
       move zero to ev-to-dept.
       perform add-user-holidays.

       perform sweep-cancelled thru sweep-cancelled-exit.
       perform write-calendar-footer.
       close ics-file.
       add 1 to user-cal-count.

export-one-user-exit.
       exit.

add-user-roster.
       *> ロスターの勤務・公休（承認済みの交代で譲った日は除く）
       open input roster-file.
       if roster-status not = "00"
           go to add-user-roster-exit
       end-if.
       move cal-userid to Frost-userid.
       move from-date to Frost-date.
       start roster-file key >= Frost-key
           invalid key move "10" to roster-status
       end-start.
       perform until roster-status not = "00"
           read roster-file next record
               at end move "10" to roster-status
               not at end
                   if Frost-userid not = cal-userid
                       or Frost-date > to-date
                       move "10" to roster-status
                   else
                       perform add-roster-day
                   end-if
           end-read
       end-perform.
       close roster-file.

add-user-roster-exit.
       exit.

add-roster-day.
       move Frost-date to swap-date.
       perform check-swap-away.
       if swap-away = zero
           move spaces to ev-uid
           string "roster-" delimited by size
               Frost-userid delimited by size
               "-" delimited by size
               Frost-date delimited by size
               into ev-uid
           end-string
           perform set-roster-event
           perform emit-event thru emit-event-exit
       end-if.

set-roster-event.
       *> 公休は終日、勤務は開始・終了時刻（終了が開始以前なら翌日）
       move zero to ev-start-time ev-end-time.
       move Frost-date to ev-start-date.
       if Frost-dayoff = "Y"
           move "Y" to ev-all-day
           perform set-next-day
           move "公休" to ev-category
           move "公休" to ev-summary
       else
           move "N" to ev-all-day
           move Frost-start to ev-start-time
           move Frost-end to ev-end-time
           move Frost-date to ev-end-date
           if Frost-end <= Frost-start or Frost-end >= 2400
               perform set-next-day
               if Frost-end >= 2400
                   compute ev-end-time = Frost-end - 2400
               end-if
           end-if
           move "勤務" to ev-category
           move Frost-start to time-text
           move Frost-end to end-time-text
           move spaces to ev-summary
           string "勤務 " delimited by size
               time-text(1:2) ":" time-text(3:2)
               "-" end-time-text(1:2) ":" end-time-text(3:2)
               delimited by size
               into ev-summary
           end-string
       end-if.

set-next-day.
       compute date-work-int =
           function integer-of-date(function numval(ev-start-date)) + 1.
       move function date-of-integer(date-work-int) to date-work-num.
       move date-work-num to ev-end-date.

check-swap-away.
       *> 承認済みのシフト交代で勤務を譲った日か
       move zero to swap-away.
       open input swap-file.
       perform until swap-status not = "00"
           read swap-file next record
               not at end
                   if Fswap-requester-userid = cal-userid
                       and Fswap-status = 1
                       and Fswap-shift-date = swap-date
                       move 1 to swap-away
                   end-if
       end-perform.
       close swap-file.

add-user-swap-in.
       *> 承認済みのシフト交代で引き受けた勤務（申請者のロスターの時刻）
       open input swap-file.
       if swap-status not = "00"
           go to add-user-swap-in-exit
       end-if.
       perform until swap-status not = "00"
           read swap-file next record
               not at end
                   if Fswap-target-userid = cal-userid
                       and Fswap-status = 1
                       and Fswap-shift-date >= from-date
                       and Fswap-shift-date <= to-date
                       perform add-swap-shift
                   end-if
       end-perform.
       close swap-file.

add-user-swap-in-exit.
       exit.

add-swap-shift.
       open input roster-file.
       if roster-status = "00"
           move Fswap-requester-userid to Frost-userid
           move Fswap-shift-date to Frost-date
           read roster-file
               invalid key continue
           end-read
           if roster-status = "00" and Frost-dayoff not = "Y"
               move spaces to ev-uid
               string "swap-" delimited by size
                   Fswap-id delimited by size
                   into ev-uid
               end-string
               perform set-roster-event
               move spaces to ev-summary
               string "勤務（シフト交代） " delimited by size
                   time-text(1:2) ":" time-text(3:2)
                   "-" end-time-text(1:2) ":" end-time-text(3:2)
                   delimited by size
                   into ev-summary
               end-string
               perform emit-event thru emit-event-exit
           end-if
           close roster-file
       end-if.

add-user-leave.
       *> 承認済みの休暇（期間と重なるもの）
       open input leave-file.
       if leave-status not = "00"
           go to add-user-leave-exit
       end-if.
       perform until leave-status not = "00"
           read leave-file next record
               at end move "10" to leave-status
               not at end
                   if Fleave-userid = cal-userid
                       and Fleave-status = 1
                       and Fleave-start-date <= to-date
                       and Fleave-end-date >= from-date
                       perform add-leave-event
                   end-if
           end-read
       end-perform.
       close leave-file.

add-user-leave-exit.
       exit.

add-leave-event.
       move spaces to ev-uid.
       string "leave-" delimited by size
           Fleave-id delimited by size
           into ev-uid
       end-string.
       move "Y" to ev-all-day.
       move zero to ev-start-time ev-end-time.
       move Fleave-end-date to ev-start-date.
       perform set-next-day.
       move Fleave-start-date to ev-start-date.
       move "休暇" to ev-category.
       evaluate Fleave-unit
       when 2
           move "（午前半休）" to unit-text
       when 3
           move "（午後半休）" to unit-text
       when 4
           move Fleave-hours to hours-disp
           move spaces to unit-text
           string "（" delimited by size
               function trim(hours-disp) delimited by size
               "時間）" delimited by size
               into unit-text
           end-string
       when other
           move spaces to unit-text
       end-evaluate.
       move spaces to ev-summary.
       if Fleave-type > zero and ltype-name-ws(Fleave-type) not = spaces
           string function trim(ltype-name-ws(Fleave-type))
                   delimited by size
               function trim(unit-text) delimited by size
               into ev-summary
           end-string
       else
           string "休暇" delimited by size
               function trim(unit-text) delimited by size
               into ev-summary
           end-string
       end-if.
       perform emit-event thru emit-event-exit.

add-user-daikyu.
       *> 承認済みの代休取得日
       open input daikyu-file.
       if daikyu-status not = "00"
           go to add-user-daikyu-exit
       end-if.
       perform until daikyu-status not = "00"
           read daikyu-file next record
               at end move "10" to daikyu-status
               not at end
                   if Fdaikyu-userid = cal-userid
                       and Fdaikyu-status = 2
                       and Fdaikyu-taken-date >= from-date
                       and Fdaikyu-taken-date <= to-date
                       perform add-daikyu-event
                   end-if
           end-read
       end-perform.
       close daikyu-file.

add-user-daikyu-exit.
       exit.

add-daikyu-event.
       move spaces to ev-uid.
       string "daikyu-" delimited by size
           Fdaikyu-id delimited by size
           into ev-uid
       end-string.
       move "Y" to ev-all-day.
       move zero to ev-start-time ev-end-time.
       move Fdaikyu-taken-date to ev-start-date.
       perform set-next-day.
       move "代休" to ev-category.
       move spaces to ev-summary.
       string "代休（" delimited by size
           Fdaikyu-worked-date delimited by size
           " 出勤分）" delimited by size
           into ev-summary
       end-string.
       perform emit-event thru emit-event-exit.

add-user-offsite.
       *> 承認済みの出張・客先常駐・研修
       open input offsite-file.
       if offsite-status not = "00"
           go to add-user-offsite-exit
       end-if.
       perform until offsite-status not = "00"
           read offsite-file next record
               at end move "10" to offsite-status
               not at end
                   if Foff-userid = cal-userid
                       and Foff-status = 1
                       and Foff-from <= to-date
                       and Foff-to >= from-date
                       perform add-offsite-event
                   end-if
           end-read
       end-perform.
       close offsite-file.

add-user-offsite-exit.
       exit.

add-offsite-event.
       move spaces to ev-uid.
       string "offsite-" delimited by size
           Foff-id delimited by size
           into ev-uid
       end-string.
       move "Y" to ev-all-day.
       move zero to ev-start-time ev-end-time.
       move Foff-to to ev-start-date.
       perform set-next-day.
       move Foff-from to ev-start-date.
       evaluate Foff-type
       when 1
           move "出張" to ev-category
       when 2
           move "客先常駐" to ev-category
       when other
           move "研修" to ev-category
       end-evaluate.
       move spaces to ev-summary.
       string function trim(ev-category) delimited by size
           ": " delimited by size
           function trim(Foff-reason) delimited by size
           into ev-summary
       end-string.
       perform emit-event thru emit-event-exit.

add-user-holidays.
       *> 会社休日（所属拠点の稼働日は除く）と所属拠点の休業日
       perform varying hol-idx from 1 by 1 until hol-idx > holiday-count
           move cal-userid to site-lookup-userid
           move hol-date(hol-idx) to site-lookup-date
           perform lookup-site-day thru lookup-site-day-exit
           if site-day-kind not = "W"
               move spaces to ev-uid
               string "holiday-" delimited by size
                   hol-date(hol-idx) delimited by size
                   into ev-uid
               end-string
               move spaces to ev-summary
               string function trim(hol-name(hol-idx)) delimited by size
                   into ev-summary
               end-string
               move hol-date(hol-idx) to ev-start-date
               perform set-holiday-event
               perform emit-event thru emit-event-exit
           end-if
       end-perform.

       perform varying soff-idx from 1 by 1
           until soff-idx > site-off-count
           move zero to is-company-holiday
           perform varying hol-idx from 1 by 1
               until hol-idx > holiday-count
               if hol-date(hol-idx) = soff-date(soff-idx)
                   move 1 to is-company-holiday
               end-if
           end-perform
           if is-company-holiday = zero
               move cal-userid to site-lookup-userid
               move soff-date(soff-idx) to site-lookup-date
               perform lookup-site-day thru lookup-site-day-exit
               if site-code = soff-site(soff-idx)
                   move spaces to ev-uid
                   string "site-" delimited by size
                       soff-site(soff-idx) delimited by size
                       "-" delimited by size
                       soff-date(soff-idx) delimited by size
                       into ev-uid
                   end-string
                   move spaces to ev-summary
                   string function trim(soff-name(soff-idx))
                       delimited by size
                       into ev-summary
                   end-string
                   move soff-date(soff-idx) to ev-start-date
                   perform set-holiday-event
                   perform emit-event thru emit-event-exit
               end-if
           end-if
       end-perform.

set-holiday-event.
       move "Y" to ev-all-day.
       move zero to ev-start-time ev-end-time.
       perform set-next-day.
       move "休日" to ev-category.
       if ev-summary = spaces
           move "休日" to ev-summary
       end-if.

export-one-dept.
       *> 部署カレンダー: 会社休日と所属者全員の予定
       move spaces to cal-owner.
       string "D" delimited by size
           cal-dept delimited by size
           into cal-owner
       end-string.
       move spaces to ics-name.
       string "./dat/calendar-dept-" delimited by size
           cal-dept delimited by size
           ".ics" delimited by size
           into ics-name
       end-string.
       open output ics-file.
       if ics-status not = "00"
           display "カレンダーを作成できません: " function trim(ics-name)
           go to export-one-dept-exit
       end-if.

       move spaces to cal-name.
       if dept-name-ws(cal-dept + 1) = spaces
           string "勤務予定 部署" delimited by size
               cal-dept delimited by size
               into cal-name
           end-string
       else
           string "勤務予定 " delimited by size
               function trim(dept-name-ws(cal-dept + 1)) delimited by size
               into cal-name
           end-string
       end-if.
       perform write-calendar-header.

       move zero to ev-to-dept.
       perform varying hol-idx from 1 by 1 until hol-idx > holiday-count
           move spaces to ev-uid
           string "holiday-" delimited by size
               hol-date(hol-idx) delimited by size
               into ev-uid
           end-string
           move spaces to ev-summary
           string function trim(hol-name(hol-idx)) delimited by size
               into ev-summary
           end-string
           move hol-date(hol-idx) to ev-start-date
           perform set-holiday-event
           perform emit-event thru emit-event-exit
       end-perform.

       open input work-file.
       perform until work-status not = "00"
           read work-file
               at end move "10" to work-status
               not at end
                   if Fcw-dept = cal-dept
                       move Fcw-uid to ev-uid
                       move Fcw-all-day to ev-all-day
                       move Fcw-start-date to ev-start-date
                       move Fcw-end-date to ev-end-date
                       move Fcw-start-time to ev-start-time
                       move Fcw-end-time to ev-end-time
                       move Fcw-category to ev-category
                       move Fcw-summary to ev-summary
                       perform emit-event thru emit-event-exit
                   end-if
           end-read
       end-perform.
       close work-file.

       perform sweep-cancelled thru sweep-cancelled-exit.
       perform write-calendar-footer.
       close ics-file.
       add 1 to dept-cal-count.

export-one-dept-exit.
       exit.

emit-event.
       *> 内容のダイジェストを台帳と比べ、変わっていれば版数を上げる。
       *> UID は申請番号・日付から決まるため、変更・取消は同じ予定の更新になる
       move ev-all-day to evd-all-day.
       move ev-start-date to evd-start-date.
       move ev-end-date to evd-end-date.
       move ev-start-time to evd-start-time.
       move ev-end-time to evd-end-time.
       move ev-category to evd-category.
       move ev-summary to evd-summary.
       call "SHA1" using
           by reference ev-digest-input
           by value function length(ev-digest-input)
           by reference ev-digest
           on exception
               display "SHA1ライブラリとのリンクに失敗しました"
               move ev-digest-input to ev-digest
       end-call.

       move zero to ev-changed.
       move cal-owner to Fcev-owner.
       move ev-uid to Fcev-uid.
       read event-file
           invalid key
               move zero to Fcev-sequence
               move run-stamp to Fcev-modified
               move ev-digest to Fcev-digest
               move "A" to Fcev-state
               move 2 to ev-changed
       end-read.
       if ev-changed = zero
           and (Fcev-digest not = ev-digest or Fcev-state not = "A")
           add 1 to Fcev-sequence
           move run-stamp to Fcev-modified
           move ev-digest to Fcev-digest
           move "A" to Fcev-state
           move 1 to ev-changed
           add 1 to updated-count
       end-if.
       move run-id to Fcev-seen-run.
       move ev-all-day to Fcev-all-day.
       move ev-start-date to Fcev-start-date.
       move ev-end-date to Fcev-end-date.
       move ev-start-time to Fcev-start-time.
       move ev-end-time to Fcev-end-time.
       move ev-category to Fcev-category.
       move ev-summary to Fcev-summary.
       if ev-changed = 2
           write Fcev-rec
               invalid key
                   display "予定台帳の登録に失敗しました: "
                       function trim(ev-uid)
           end-write
       else
           rewrite Fcev-rec
               invalid key
                   display "予定台帳の更新に失敗しました: "
                       function trim(ev-uid)
           end-rewrite
       end-if.

       perform write-vevent.
       add 1 to event-count.

       if ev-to-dept = 1
           move cal-dept to Fcw-dept
           move ev-uid to Fcw-uid
           move ev-all-day to Fcw-all-day
           move ev-start-date to Fcw-start-date
           move ev-end-date to Fcw-end-date
           move ev-start-time to Fcw-start-time
           move ev-end-time to Fcw-end-time
           move ev-category to Fcw-category
           move spaces to Fcw-summary
           string function trim(member-label) delimited by size
               " " delimited by size
               function trim(ev-summary) delimited by size
               into Fcw-summary
           end-string
           write Fcw-rec
       end-if.

emit-event-exit.
       exit.

sweep-cancelled.
       *> 今回出力しなかった予定（取消・却下・期間外への変更）は
       *> STATUS:CANCELLED として版数を上げて配信する（終了した予定は対象外）
       move cal-owner to Fcev-owner.
       move low-values to Fcev-uid.
       start event-file key >= Fcev-key
           invalid key go to sweep-cancelled-exit
       end-start.
       perform until event-status not = "00"
           read event-file next record
               at end move "10" to event-status
               not at end
                   if Fcev-owner not = cal-owner
                       move "10" to event-status
                   else
                       perform sweep-one-event
                   end-if
           end-read
       end-perform.

sweep-cancelled-exit.
       exit.

sweep-one-event.
       if Fcev-seen-run not = run-id
           and Fcev-end-date >= from-date
           if Fcev-state = "A"
               add 1 to Fcev-sequence
               move run-stamp to Fcev-modified
               move "C" to Fcev-state
               rewrite Fcev-rec
                   invalid key continue
               end-rewrite
               add 1 to cancelled-count
           end-if
           perform write-vevent
       end-if.

write-vevent.
       move "BEGIN:VEVENT" to ics-text.
       perform write-ics-line thru write-ics-line-exit.
       move spaces to ics-text.
       string "UID:" delimited by size
           function trim(Fcev-uid) delimited by size
           "@kintai" delimited by size
           into ics-text
       end-string.
       perform write-ics-line thru write-ics-line-exit.
       move spaces to ics-text.
       string "DTSTAMP:" run-stamp delimited by size into ics-text
       end-string.
       perform write-ics-line thru write-ics-line-exit.
       move spaces to ics-text.
       string "LAST-MODIFIED:" Fcev-modified delimited by size
           into ics-text
       end-string.
       perform write-ics-line thru write-ics-line-exit.
       move Fcev-sequence to sequence-disp.
       move spaces to ics-text.
       string "SEQUENCE:" delimited by size
           function trim(sequence-disp) delimited by size
           into ics-text
       end-string.
       perform write-ics-line thru write-ics-line-exit.

       move spaces to dtstart-text dtend-text.
       if Fcev-all-day = "Y"
           string "DTSTART;VALUE=DATE:" Fcev-start-date
               delimited by size into dtstart-text
           end-string
           string "DTEND;VALUE=DATE:" Fcev-end-date
               delimited by size into dtend-text
           end-string
       else
           move Fcev-start-time to time-text
           move Fcev-end-time to end-time-text
           string "DTSTART;TZID=Asia/Tokyo:" Fcev-start-date
               "T" time-text "00"
               delimited by size into dtstart-text
           end-string
           string "DTEND;TZID=Asia/Tokyo:" Fcev-end-date
               "T" end-time-text "00"
               delimited by size into dtend-text
           end-string
       end-if.
       move dtstart-text to ics-text.
       perform write-ics-line thru write-ics-line-exit.
       move dtend-text to ics-text.
       perform write-ics-line thru write-ics-line-exit.

       move Fcev-summary to escape-in.
       perform escape-text.
       move spaces to ics-text.
       string "SUMMARY:" delimited by size
           escape-out(1:escape-o) delimited by size
           into ics-text
       end-string.
       perform write-ics-line thru write-ics-line-exit.
       move Fcev-category to escape-in.
       perform escape-text.
       move spaces to ics-text.
       string "CATEGORIES:" delimited by size
           escape-out(1:escape-o) delimited by size
           into ics-text
       end-string.
       perform write-ics-line thru write-ics-line-exit.
       if Fcev-category = "勤務"
           move "TRANSP:OPAQUE" to ics-text
       else
           move "TRANSP:TRANSPARENT" to ics-text
       end-if.
       perform write-ics-line thru write-ics-line-exit.
       if Fcev-state = "C"
           move "STATUS:CANCELLED" to ics-text
       else
           move "STATUS:CONFIRMED" to ics-text
       end-if.
       perform write-ics-line thru write-ics-line-exit.
       move "END:VEVENT" to ics-text.
       perform write-ics-line thru write-ics-line-exit.

write-calendar-header.
       move "BEGIN:VCALENDAR" to ics-text.
       perform write-ics-line thru write-ics-line-exit.
       move "VERSION:2.0" to ics-text.
       perform write-ics-line thru write-ics-line-exit.
       move "PRODID:-//kintai//calendar-export//JA" to ics-text.
       perform write-ics-line thru write-ics-line-exit.
       move "CALSCALE:GREGORIAN" to ics-text.
       perform write-ics-line thru write-ics-line-exit.
       move "METHOD:PUBLISH" to ics-text.
       perform write-ics-line thru write-ics-line-exit.
       move cal-name to escape-in.
       perform escape-text.
       move spaces to ics-text.
       string "X-WR-CALNAME:" delimited by size
           escape-out(1:escape-o) delimited by size
           into ics-text
       end-string.
       perform write-ics-line thru write-ics-line-exit.
       move "X-WR-TIMEZONE:Asia/Tokyo" to ics-text.
       perform write-ics-line thru write-ics-line-exit.
       move "BEGIN:VTIMEZONE" to ics-text.
       perform write-ics-line thru write-ics-line-exit.
       move "TZID:Asia/Tokyo" to ics-text.
       perform write-ics-line thru write-ics-line-exit.
       move "BEGIN:STANDARD" to ics-text.
       perform write-ics-line thru write-ics-line-exit.
       move "DTSTART:19700101T000000" to ics-text.
       perform write-ics-line thru write-ics-line-exit.
       move "TZOFFSETFROM:+0900" to ics-text.
       perform write-ics-line thru write-ics-line-exit.
       move "TZOFFSETTO:+0900" to ics-text.
       perform write-ics-line thru write-ics-line-exit.
       move "TZNAME:JST" to ics-text.
       perform write-ics-line thru write-ics-line-exit.
       move "END:STANDARD" to ics-text.
       perform write-ics-line thru write-ics-line-exit.
       move "END:VTIMEZONE" to ics-text.
       perform write-ics-line thru write-ics-line-exit.

write-calendar-footer.
       move "END:VCALENDAR" to ics-text.
       perform write-ics-line thru write-ics-line-exit.

write-ics-line.
       *> 75 オクテットを超える行は UTF-8 の文字の途中を避けて折り返し、
       *> 継続行は空白1文字で始める
       move function length(function trim(ics-text trailing)) to ics-len.
       move 1 to ics-pos.
       move 75 to ics-limit.
       perform until ics-pos > ics-len
           compute ics-chunk = ics-len - ics-pos + 1
           if ics-chunk > ics-limit
               move ics-limit to ics-chunk
               perform until ics-chunk <= 1
                   or ics-text(ics-pos + ics-chunk:1) < x"80"
                   or ics-text(ics-pos + ics-chunk:1) > x"BF"
                   subtract 1 from ics-chunk
               end-perform
           end-if
           move spaces to ics-line
           if ics-limit = 75
               move ics-text(ics-pos:ics-chunk) to ics-line
           else
               string " " ics-text(ics-pos:ics-chunk)
                   delimited by size into ics-line
               end-string
           end-if
           write ics-line
           add ics-chunk to ics-pos
           move 74 to ics-limit
       end-perform.

write-ics-line-exit.
       exit.

escape-text.
       *> TEXT 値のバックスラッシュ・カンマ・セミコロンをエスケープする
       move spaces to escape-out.
       move zero to escape-o.
       move function length(function trim(escape-in trailing))
           to escape-len.
       perform varying escape-i from 1 by 1 until escape-i > escape-len
           if escape-in(escape-i:1) = "\" or "," or ";"
               add 1 to escape-o
               move "\" to escape-out(escape-o:1)
           end-if
           add 1 to escape-o
           move escape-in(escape-i:1) to escape-out(escape-o:1)
       end-perform.
       if escape-o = zero
           move 1 to escape-o
       end-if.

to-utc-stamp.
       *> current-date 形式の時刻を UTC の iCalendar 形式（YYYYMMDDTHHMMSSZ）にする
       compute utc-seconds =
           function integer-of-date(function numval(utc-source(1:8)))
               * 86400
           + function numval(utc-source(9:2)) * 3600
           + function numval(utc-source(11:2)) * 60
           + function numval(utc-source(13:2)).
       move zero to utc-offset.
       if utc-source(18:4) is numeric
           compute utc-offset =
               function numval(utc-source(18:2)) * 3600
               + function numval(utc-source(20:2)) * 60
           if utc-source(17:1) = "-"
               compute utc-offset = zero - utc-offset
           end-if
       end-if.
       subtract utc-offset from utc-seconds.
       compute utc-day-int = utc-seconds / 86400.
       compute utc-rest = utc-seconds - utc-day-int * 86400.
       compute utc-hh = utc-rest / 3600.
       compute utc-mm = (utc-rest - utc-hh * 3600) / 60.
       compute utc-ss = utc-rest - utc-hh * 3600 - utc-mm * 60.
       move function date-of-integer(utc-day-int) to utc-day-num.
       move spaces to utc-stamp.
       string utc-day-num "T" utc-hh utc-mm utc-ss "Z"
           delimited by size into utc-stamp
       end-string.

lookup-site-day.
       *> その日に有効な所属拠点（適用開始日が最も新しいもの）を求め、
       *> 拠点カレンダーの指定を返す。拠点の無い従業員は会社カレンダー
       move zero to site-code.
       move space to site-day-kind.
       open input employee-site-file.
       if employee-site-status not = "00"
           go to lookup-site-day-exit
       end-if.
       move site-lookup-userid to Fesite-userid.
       move low-value to Fesite-from.
       start employee-site-file key >= Fesite-key
           invalid key move "10" to employee-site-status
       end-start.
       perform until employee-site-status not = "00"
           read employee-site-file next record
               at end move "10" to employee-site-status
               not at end
                   if Fesite-userid not = site-lookup-userid
                       or Fesite-from > site-lookup-date
                       move "10" to employee-site-status
                   else
                       move Fesite-site to site-code
                   end-if
           end-read
       end-perform.
       close employee-site-file.

       if site-code = zero
           go to lookup-site-day-exit
       end-if.
       open input site-calendar-file.
       if site-calendar-status not = "00"
           go to lookup-site-day-exit
       end-if.
       move site-code to Fscl-site.
       move site-lookup-date to Fscl-date.
       read site-calendar-file
           invalid key continue
           not invalid key move Fscl-kind to site-day-kind
       end-read.
       close site-calendar-file.

lookup-site-day-exit.
       exit.

lookup-run-param.
       move zero to run-param-found.
       move spaces to run-param-value.
       open input run-param-file.
       if run-param-status not = "00"
           go to lookup-run-param-exit
       end-if.
       move "kintai-calendar-export" to Frp-program.
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
