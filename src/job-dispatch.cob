               access mode sequential
               relative key holiday-key
               status holiday-status.
           select site-calendar-file assign to "./dat/site-calendar.dat"
               organization indexed
               access mode dynamic
               record key is Fscl-key
               status site-calendar-status.
           select ledger-file assign to "./dat/job-run.dat"
               organization line sequential
               status ledger-status.
               03 Fsched-chain pic X(20).
               03 Fsched-filler pic X.
               03 Fsched-rule pic X(10).
               03 Fsched-filler2 pic X.
               03 Fsched-site pic X(2).
       fd holiday-file.
           01 Fholiday-rec.
               03 Fholiday-date pic X(8).
               03 Fholiday-name pic N(20).
       fd site-calendar-file.
           01 Fscl-rec.
               03 Fscl-key.
                   05 Fscl-site pic 9(2).
                   05 Fscl-date pic X(8).
               03 Fscl-kind pic X.
               03 Fscl-name pic N(20).
               03 Fscl-registered-by pic 9(7).
               03 Fscl-registered-at pic X(21).
       fd ledger-file.
           01 ledger-rec.
               03 lg-run-id pic X(14).
           03 schedule-status pic XX.
           03 holiday-status pic XX.
           03 ledger-status pic XX.
           03 site-calendar-status pic XX.
       *> スケジュールマスタ（1行 = チェーン名,実行規則[,拠点コード]）
       *> 規則: DAILY / MONTHEND / YEAREND
       *> 拠点コードを書いたチェーンはその拠点のカレンダーで繰り上げる
       01 sched-table.
           03 sched-entry occurs 20 times indexed by sch-idx.
               05 sch-chain pic X(20).
               05 sch-rule pic X(10).
               05 sch-site pic 9(2).
       01 sched-count pic 99 value zero.
       01 today pic X(8).
       01 month-last-day pic 99.
                       add 1 to sched-count
                       move Fsched-chain to sch-chain(sched-count)
                       move Fsched-rule to sch-rule(sched-count)
                       if Fsched-site is numeric
                           move Fsched-site to sch-site(sched-count)
                       else
                           move zero to sch-site(sched-count)
                       end-if
                   end-if
       end-perform.
       close schedule-file.
       exit.

resolve-effective-date.
       *> 名目の実行日が休日マスタ（拠点指定時は拠点カレンダー）で
       *> 休日の間、前営業日へ繰り上げる
       move nominal-date to effective-date.
       move zero to shift-guard.
       perform check-holiday thru check-holiday-exit.
       perform until is-holiday = zero or shift-guard > 10
           add 1 to shift-guard
           compute effective-int =
           compute effective-num =
               function date-of-integer(effective-int)
           move effective-num to effective-date
           perform check-holiday thru check-holiday-exit
       end-perform.

check-holiday.
       end-perform.
       close holiday-file.

       if sch-site(sch-idx) = zero
           go to check-holiday-exit
       end-if.
       open input site-calendar-file.
       if site-calendar-status not = "00"
           go to check-holiday-exit
       end-if.
       move sch-site(sch-idx) to Fscl-site.
       move effective-date to Fscl-date.
       read site-calendar-file
           invalid key continue
           not invalid key
               if Fscl-kind = "H"
                   move 1 to is-holiday
               else
                   move zero to is-holiday
               end-if
       end-read.
       close site-calendar-file.

check-holiday-exit.
       exit.

write-skip-ledger.
       open extend ledger-file.
       if ledger-status not = "00"
