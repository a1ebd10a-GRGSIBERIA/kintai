               access mode dynamic
               record key is Frost-key
               status roster-status.
           select roster-dept-file assign to "./dat/roster-dept.dat"
               organization indexed
               access mode dynamic
               record key is Frd-key
               status roster-dept-status.
           select leave-file assign to "./dat/leave.dat"
               organization indexed
               access mode dynamic
               access mode sequential
               relative key holiday-key
               status holiday-status.
           select emp-status-file assign to "./dat/emp-status.dat"
               organization indexed
               access mode dynamic
               record key is Fes-key
               status emp-status-status.
data division.
file section.
       fd user-file.
               03 Frost-start pic 9(4).
               03 Frost-end pic 9(4).
               03 Frost-hours pic 9(2)v99.
       fd roster-dept-file.
           01 Frd-rec.
               03 Frd-key.
                   05 Frd-userid pic 9(7).
                   05 Frd-date pic X(8).
               03 Frd-dept pic 9(2).
               03 Frd-updated-at pic X(21).
       fd leave-file.
           01 Fleave-rec.
               03 Fleave-id pic 9(7).
           01 Fholiday-rec.
               03 Fholiday-date pic X(8).
               03 Fholiday-name pic N(20).
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
working-storage section.
       01 holiday-key pic 99.
       01 status-rec.
           03 user-status pic XX.
           03 staffing-status pic XX.
           03 roster-status pic XX.
           03 roster-dept-status pic XX.
           03 leave-status pic XX.
           03 daikyu-status pic XX.
           03 swap-status pic XX.
       01 dept-has-req pic 9 occurs 99 times indexed by dr2-idx.
       01 dept-expected pic 9(3) occurs 99 times indexed by de-idx.
       01 user-expected pic 9.
       *> 当日の勤務部署（兼務者はロスターで指定した部署、なければ本務）
       01 day-dept pic 9(2).
       *> 休職・休業期間（emp-status.dat）の判定用
       01 emp-status-status pic XX.
       01 shortfall-count pic 9(5) value zero.

procedure division.
       perform until user-status not = "00"
           read user-file
               not at end
                   if Fretire-date = spaces
                       or Fretire-date = "00000000"
                       perform find-day-dept
                       if day-dept >= 1 and day-dept <= 99
                           and dept-has-req(day-dept) = 1
                           perform judge-one-user
                               thru judge-one-user-exit
                       end-if
                   end-if
       end-perform.
       close user-file.
           go to judge-one-user-exit
       end-if.

       *> 休職・休業期間中（復職日の前日まで）は出勤見込みから外す
       open input emp-status-file.
       if emp-status-status = "00"
           move Fuserid to Fes-userid
           move low-values to Fes-from
           start emp-status-file key >= Fes-key
               invalid key move "10" to emp-status-status
           end-start
           perform until emp-status-status not = "00"
               read emp-status-file next record
                   at end move "10" to emp-status-status
                   not at end
                       if Fes-userid not = Fuserid
                           move "10" to emp-status-status
                       else
                           if Fes-from <= cur-date
                               and (Fes-to = spaces
                                   or Fes-to >= cur-date)
                               and (Fes-returned-date = spaces
                                   or Fes-returned-date > cur-date)
                               move zero to user-expected
                           end-if
                       end-if
               end-read
           end-perform
           close emp-status-file
       end-if.

       if user-expected = zero
           go to judge-one-user-exit
       end-if.

       *> 承認済み休暇（全日）で不在になる日
       open input leave-file.
       perform until leave-status not = "00"
       close swap-file.

       if user-expected = 1
           add 1 to dept-expected(day-dept)
       end-if.

judge-one-user-exit.
       exit.

find-day-dept.
       move Fdept to day-dept.
       open input roster-dept-file.
       if roster-dept-status = "00"
           move Fuserid to Frd-userid
           move cur-date to Frd-date
           read roster-dept-file
               invalid key continue
           end-read
           if roster-dept-status = "00"
               move Frd-dept to day-dept
           end-if
           close roster-dept-file
       end-if.

check-company-holiday.
       move zero to is-holiday.
       open input holiday-file.
