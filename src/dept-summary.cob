               assign to "./dat/dept-assign-history.dat"
               organization line sequential
               status assign-history-status.
           select retired-file assign to "./dat/dept-retired.dat"
               organization line sequential
               status retired-status.
           select concurrent-file assign to "./dat/concurrent-assign.dat"
               organization indexed
               access mode sequential
               record key is Fca-key
               status concurrent-status.
           select summary-file assign using summary-name
               organization line sequential
               status summary-status.
               03 Fdah-effective-date pic X(8).
               03 Fdah-filler4 pic X.
               03 Fdah-applied-at pic X(14).
       fd retired-file.
           01 Fdrt-rec.
               03 Fdrt-id pic 9(2).
               03 Fdrt-filler1 pic X.
               03 Fdrt-name pic N(20).
               03 Fdrt-filler2 pic X.
               03 Fdrt-parent pic 9(2).
               03 Fdrt-filler3 pic X.
               03 Fdrt-closed-date pic X(8).
               03 Fdrt-filler4 pic X.
               03 Fdrt-successor pic 9(2).
               03 Fdrt-filler5 pic X.
               03 Fdrt-kind pic X.
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
       fd summary-file.
           01 summary-line pic X(100).
       fd agg-file.
           03 summary-status pic XX.
           03 dept-status pic XX.
           03 assign-history-status pic XX.
           03 retired-status pic XX.
           03 concurrent-status pic XX.
       01 summary-name pic X(60).
       01 target-yyyymm pic X(6).
       *> 部署別の集計枠
       01 dept-table.
           03 dept-stat occurs 99 times indexed by dept-idx.
               05 ds-headcount pic 9(4).
               05 ds-concurrent-count pic 9(4).
               05 ds-mandays pic 9(5).
               05 ds-worked-minutes pic 9(8).
               05 ds-overtime-minutes pic 9(8).
       01 target-node pic 9(2).
       *> 所属履歴（dept-assign-history.dat）による日単位の部署判定用
       01 assign-hist-table.
           03 ah-entry occurs 5000 times indexed by ah-idx.
               05 ah-userid pic 9(7).
               05 ah-from-dept pic 9(2).
               05 ah-eff-int pic 9(8).
       01 ah-count pic 9(4) value zero.
       01 day-date pic X(8).
       01 day-num pic 99.
       01 day-date-int pic 9(8).
       01 day-dept pic 9(2).
       *> 対象月にかかる兼務（concurrent-assign.dat）。実働・残業の分数は
       *> その日に有効な兼務の割合ぶんを兼務先へ按分し、残りを所属部署へ
       01 ca-table.
           03 ca-entry occurs 500 times indexed by ca-idx.
               05 ca-userid pic 9(7).
               05 ca-dept pic 9(2).
               05 ca-share pic 9(3).
               05 ca-from pic X(8).
               05 ca-to pic X(8).
       01 ca-count pic 9(3) value zero.
       01 month-first pic X(8).
       01 month-last pic X(8).
       01 day-ot-minutes pic s9(5).
       01 rest-worked-minutes pic s9(5).
       01 rest-ot-minutes pic s9(5).
       01 share-minutes pic 9(5).
       01 share-dept pic 9(2).
       01 best-eff-int pic 9(8).
       01 dept-parent-map pic 9(2) occurs 99 times
           indexed by map-idx.

       perform build-dept-scope thru build-dept-scope-exit.
       perform load-assign-history thru load-assign-history-exit.
       perform load-concurrent thru load-concurrent-exit.

       perform varying dept-idx from 1 by 1 until dept-idx > 99
           initialize dept-stat(dept-idx)

       perform varying dept-idx from 1 by 1 until dept-idx > 99
           if ds-headcount(dept-idx) > 0
               or ds-concurrent-count(dept-idx) > 0
               or ds-absence-count(dept-idx) > 0
               perform write-dept-summary
           end-if
           move zero to dept-parent-map(scope-idx)
       end-perform.

       *> 組織改編で消えた部署も過去月の集計ではノード配下に含める
       *> （現在の部署マスタにある番号はそちらを優先する）
       open input retired-file.
       if retired-status = "00"
           perform until retired-status not = "00"
               read retired-file
                   at end move "10" to retired-status
                   not at end
                       if Fdrt-id >= 1 and Fdrt-id <= 99
                           move Fdrt-parent to dept-parent-map(Fdrt-id)
                       end-if
               end-read
           end-perform
           close retired-file
       end-if.

       open input department-file.
       perform until dept-status not = "00"
           read department-file
           add 1 to ds-headcount(cur-dept)
           add 1 to ts-headcount
       end-if.
       perform varying ca-idx from 1 by 1 until ca-idx > ca-count
           if ca-userid(ca-idx) = Fuserid
               and dept-in-scope(ca-dept(ca-idx)) = 1
               add 1 to ds-concurrent-count(ca-dept(ca-idx))
           end-if
       end-perform.

       perform lookup-shift.
       perform tally-user-month.
       move day-num to day-date(7:2).
       perform determine-day-dept.

       if day-worked-minutes > expect-minutes
           compute day-ot-minutes =
               day-worked-minutes - expect-minutes
       else
           move zero to day-ot-minutes
       end-if.

       *> 兼務者はその日に有効な兼務の割合ぶんを兼務先へ按分する
       move day-worked-minutes to rest-worked-minutes.
       move day-ot-minutes to rest-ot-minutes.
       perform varying ca-idx from 1 by 1 until ca-idx > ca-count
           if ca-userid(ca-idx) = Fuserid
               and ca-from(ca-idx) <= day-date
               and (ca-to(ca-idx) = spaces
                   or ca-to(ca-idx) >= day-date)
               perform add-concurrent-share
           end-if
       end-perform.

       if day-dept < 1 or day-dept > 99
           go to add-day-to-dept-exit
       end-if.

       add 1 to ds-mandays(day-dept).
       add 1 to ts-mandays.
       if rest-worked-minutes > zero
           add rest-worked-minutes to ds-worked-minutes(day-dept)
           add rest-worked-minutes to ts-worked-minutes
       end-if.
       if rest-ot-minutes > zero
           add rest-ot-minutes to ds-overtime-minutes(day-dept)
           add rest-ot-minutes to ts-overtime-minutes
       end-if.

       if shift-found = 1
add-day-to-dept-exit.
       exit.

add-concurrent-share.
       move ca-dept(ca-idx) to share-dept.
       compute share-minutes rounded =
           day-worked-minutes * ca-share(ca-idx) / 100.
       subtract share-minutes from rest-worked-minutes.
       if dept-in-scope(share-dept) = 1
           add share-minutes to ds-worked-minutes(share-dept)
           add share-minutes to ts-worked-minutes
       end-if.
       compute share-minutes rounded =
           day-ot-minutes * ca-share(ca-idx) / 100.
       subtract share-minutes from rest-ot-minutes.
       if dept-in-scope(share-dept) = 1
           add share-minutes to ds-overtime-minutes(share-dept)
           add share-minutes to ts-overtime-minutes
       end-if.

lookup-shift.
       move zero to shift-found.
       move 480 to expect-minutes.
       perform until assign-history-status not = "00"
           read assign-history-file
               not at end
                   if ah-count < 5000
                       add 1 to ah-count
                       move Fdah-userid to ah-userid(ah-count)
                       move Fdah-from-dept to ah-from-dept(ah-count)
load-assign-history-exit.
       exit.

load-concurrent.
       move target-yyyymm to month-first(1:6).
       move "01" to month-first(7:2).
       move target-yyyymm to month-last(1:6).
       move "31" to month-last(7:2).
       open input concurrent-file.
       if concurrent-status not = "00"
           go to load-concurrent-exit
       end-if.
       perform until concurrent-status not = "00"
           read concurrent-file next record
               at end move "10" to concurrent-status
               not at end
                   if Fca-from <= month-last
                       and (Fca-to = spaces or Fca-to >= month-first)
                       and Fca-dept >= 1 and Fca-dept <= 99
                       and ca-count < 500
                       add 1 to ca-count
                       move Fca-userid to ca-userid(ca-count)
                       move Fca-dept to ca-dept(ca-count)
                       move Fca-share to ca-share(ca-count)
                       move Fca-from to ca-from(ca-count)
                       move Fca-to to ca-to(ca-count)
                   end-if
           end-read
       end-perform.
       close concurrent-file.

load-concurrent-exit.
       exit.

determine-day-dept.
       *> その日より後に発効した最初の異動のfrom-deptが当日の所属。
       *> 該当する異動がなければ現在の部署のまま。
       end-string.
       write summary-line.

       move spaces to summary-line.
       string "兼務者数:     " delimited by size
           ds-concurrent-count(dept-idx) delimited by size
           into summary-line
       end-string.
       write summary-line.

       move spaces to summary-line.
       string "延べ出勤日数: " delimited by size
           ds-mandays(dept-idx) delimited by size
