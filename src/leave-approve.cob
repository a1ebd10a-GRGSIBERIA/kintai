               access mode sequential
               relative key ltype-key
               status ltype-status.
           select concurrent-file assign to "./dat/concurrent-assign.dat"
               organization indexed
               access mode sequential
               record key is Fca-key
               status concurrent-status.
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
data division.
file section.
       fd user-file.
               03 Fltype-paid pic X.
               03 Fltype-draws-grant pic X.
               03 Fltype-limit-days pic 9(2).
       fd concurrent-file.
           01 Fca-rec.
               03 Fca-key.
                   05 Fca-userid pic 9(7).
                   05 Fca-dept pic 9(2).
                   05 Fca-from pic X(8).
               03 Fca-to pic X(8).
               03 Fca-share pic 9(3).
               03 Fca-roll pic 9(2).
               03 Fca-registered-by pic 9(7).
               03 Fca-registered-at pic X(21).
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
working-storage section.
       *> 多段承認ルート（approval-route.dat）の判定用。
       *> 該当ルートが無い申請は従来どおり一段承認で確定する
       01 approver-dept pic 9(2).
       01 target-dept pic 9(2).
       01 target-found pic 9.
       *> 兼務（concurrent-assign.dat）を含めて同じ部署に属しているか
       01 concurrent-status pic XX.
       01 shared-dept pic 9.
       01 held-today pic X(8).
       01 approver-holds pic 9 occurs 99 times indexed by held-idx.
       01 target-holds pic 9 occurs 99 times.
       01 override-choice pic X.
       01 requested-days pic 9(3)v99.
       01 start-days pic 9(8).
       01 week-num pic 9.
       01 cur-date-num pic 9(8).
       01 is-business-day pic 9.
       *> 所属拠点の拠点カレンダー参照用
       *> （site-day-kind H: 拠点の休業日、W: 拠点の稼働日、空白: 会社カレンダー）
       01 employee-site-status pic XX.
       01 site-calendar-status pic XX.
       01 site-lookup-userid pic 9(7).
       01 site-lookup-date pic X(8).
       01 site-code pic 9(2).
       01 site-day-kind pic X.

procedure division.
       display "勤怠管理システム".

       *> 承認は原則として同一部署の承認者に限る（監査指摘対応）
       perform lookup-target-dept.
       if target-found = 1
           perform check-shared-dept thru check-shared-dept-exit
       end-if.
       if target-found = 1 and shared-dept = zero then
           display "申請者は別部署（部署" target-dept "）のユーザです"
           display "越権承認を行いますか？ [y/n]"
           accept override-choice
       end-perform.
       close user-file.

check-shared-dept.
       *> 本務・兼務のいずれかで承認者と申請者が同じ部署にいれば同一部署。
       *> 承認者の兼務先は、兼務先での役割が承認権限を持つもの（2/5/6）に限る
       move zero to shared-dept.
       if target-dept = approver-dept
           move 1 to shared-dept
           go to check-shared-dept-exit
       end-if.
       perform varying held-idx from 1 by 1 until held-idx > 99
           move zero to approver-holds(held-idx)
           move zero to target-holds(held-idx)
       end-perform.
       if approver-dept >= 1 and approver-dept <= 99
           move 1 to approver-holds(approver-dept)
       end-if.
       if target-dept >= 1 and target-dept <= 99
           move 1 to target-holds(target-dept)
       end-if.

       move function current-date(1:8) to held-today.
       open input concurrent-file.
       if concurrent-status not = "00"
           go to check-shared-dept-exit
       end-if.
       perform until concurrent-status not = "00"
           read concurrent-file next record
               at end move "10" to concurrent-status
               not at end
                   if Fca-from <= held-today
                       and (Fca-to = spaces or Fca-to >= held-today)
                       and Fca-dept >= 1 and Fca-dept <= 99
                       if Fca-userid = approver-id
                           and (Fca-roll = 2 or Fca-roll = 5
                               or Fca-roll = 6)
                           move 1 to approver-holds(Fca-dept)
                       end-if
                       if Fca-userid = Fleave-userid
                           move 1 to target-holds(Fca-dept)
                       end-if
                   end-if
           end-read
       end-perform.
       close concurrent-file.

       perform varying held-idx from 1 by 1 until held-idx > 99
           if approver-holds(held-idx) = 1
               and target-holds(held-idx) = 1
               move 1 to shared-dept
           end-if
       end-perform.

check-shared-dept-exit.
       exit.

log-cross-dept-override.
       open extend log-file.
       move function current-date to log-timestamp.
                   move zero to is-business-day
               end-if
           end-perform
           *> 所属拠点の拠点カレンダーがあればそちらを優先する
           move Fleave-userid to site-lookup-userid
           move cur-date-num to site-lookup-date
           perform lookup-site-day thru lookup-site-day-exit
           evaluate site-day-kind
           when "H"
               move zero to is-business-day
           when "W"
               move 1 to is-business-day
           end-evaluate
           if is-business-day = 1
               add 1 to requested-days
           end-if
                   end-if
       end-perform.
       close leave-file.

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
