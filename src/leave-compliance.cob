               access mode sequential
               record key is Fuserid
               status user-status.
           select dispatch-file assign to "./dat/dispatch.dat"
               organization indexed
               access mode dynamic
               record key is Fdw-userid
               status dispatch-status.
           select grant-file assign to "./dat/leave-grant.dat"
               organization indexed
               access mode dynamic
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
       fd grant-file.
           01 Fgrant-rec.
               03 Fgrant-id pic 9(7).
               03 Fholiday-date pic X(8).
               03 Fholiday-name pic N(20).
working-storage section.
       *> 派遣社員（dispatch.dat）は自社の年5日取得義務の監視の対象外
       01 dispatch-status pic XX.
       01 emp-dispatched pic 9.
       01 dispatch-ref-from pic X(8).
       01 dispatch-ref-to pic X(8).
       01 dispatched-count pic 9(5) value zero.
       01 holiday-key pic 99.
       01 status-rec.
           03 user-status pic XX.
           function integer-of-date(function numval(today)).

       perform load-holiday-table.
       move today to dispatch-ref-from.
       move today to dispatch-ref-to.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   move Fuserid to Fdw-userid
                   perform lookup-dispatched
                   if (Fretire-date = spaces
                       or Fretire-date = "00000000")
                       and emp-dispatched = zero
                       perform check-user thru check-user-exit
                   end-if
       end-perform.

       stop run.

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

load-holiday-table.
       open input holiday-file.
       perform until holiday-status not = "00"
