               access mode dynamic
               record key is Flock-username
               status lockout-status.
           select resident-tax-file assign to "./dat/resident-tax.dat"
               organization indexed
               access mode dynamic
               record key is Frt-key
               status resident-tax-status.
data division.
file section.
       fd user-file.
           01 Flock-rec.
               03 Flock-username pic X(64).
               03 Flock-count pic 9.
       fd resident-tax-file.
           01 Frt-rec.
               03 Frt-key.
                   05 Frt-userid pic 9(7).
                   05 Frt-fiscal-year pic 9(4).
               03 Frt-municipality pic X(6).
               03 Frt-annual pic 9(8).
               03 Frt-installment pic 9(7) occurs 12 times.
               03 Frt-retire-flag pic X.
               03 Frt-retire-month pic X(6).
               03 Frt-method pic X.
               03 Frt-imported-at pic X(21).
working-storage section.
       *> パスワード有効期限ゲート用
       01 pswd-meta-status pic XX.
       01 uc-seq-status pic XX.
       01 uc-type pic X.
       01 uc-userid pic 9(7).
       *> 住民税の特別徴収で退職月の翌月以降に残る月割額
       01 resident-tax-status pic XX.
       01 rt-retire-fy pic 9(4).
       01 rt-retire-idx pic 99.
       01 rt-idx pic 99.
       01 rt-remaining pic 9(8).
       01 rt-flag-count pic 9(3) value zero.


procedure division.
       move select-userid to uc-userid.
       perform record-user-change.

       perform flag-resident-tax thru flag-resident-tax-exit.

       display "userid: " select-userid " を退職処理しました (" retire-date ")".

       open extend log-file.

       stop run.

flag-resident-tax.
       *> 退職月の翌月以降に月割額が残る年度に印をつける。一括徴収か
       *> 普通徴収への切替かは kintai-resident-tax-settle で決める
       move function numval(retire-date(1:4)) to rt-retire-fy.
       move function numval(retire-date(5:2)) to rt-retire-idx.
       if rt-retire-idx >= 6
           subtract 5 from rt-retire-idx
       else
           add 7 to rt-retire-idx
           subtract 1 from rt-retire-fy
       end-if.

       open i-o resident-tax-file.
       if resident-tax-status not = "00"
           go to flag-resident-tax-exit
       end-if.
       move select-userid to Frt-userid.
       move zero to Frt-fiscal-year.
       start resident-tax-file key >= Frt-key
           invalid key move "10" to resident-tax-status
       end-start.
       perform until resident-tax-status not = "00"
           read resident-tax-file next record
               at end move "10" to resident-tax-status
               not at end
                   if Frt-userid not = select-userid
                       move "10" to resident-tax-status
                   else
                       perform flag-one-resident-tax
                   end-if
           end-read
       end-perform.
       close resident-tax-file.

       if rt-flag-count > 0
           display "住民税の特別徴収に未徴収の月割額が残っています"
           display "（kintai-resident-tax-settle で一括徴収か普通徴収への"
               "切替かを決めてください）"
       end-if.

flag-resident-tax-exit.
       exit.

flag-one-resident-tax.
       move zero to rt-remaining.
       evaluate true
           when Frt-fiscal-year = rt-retire-fy
               perform varying rt-idx from rt-retire-idx by 1
                   until rt-idx >= 12
                   add Frt-installment(rt-idx + 1) to rt-remaining
               end-perform
           when Frt-fiscal-year > rt-retire-fy
               perform varying rt-idx from 1 by 1 until rt-idx > 12
                   add Frt-installment(rt-idx) to rt-remaining
               end-perform
           when other
               continue
       end-evaluate.
       if rt-remaining > 0
           move "R" to Frt-retire-flag
           move retire-date(1:6) to Frt-retire-month
           move space to Frt-method
           rewrite Frt-rec
               invalid key
                   display "住民税ファイルの更新に失敗しました"
           end-rewrite
           add 1 to rt-flag-count
           display "  " Frt-fiscal-year " 年度 市区町村 " Frt-municipality
               "  残額 " rt-remaining " 円"
       end-if.

record-user-change.
       move 1 to uc-seq-key.
       open i-o uc-seq-file.
