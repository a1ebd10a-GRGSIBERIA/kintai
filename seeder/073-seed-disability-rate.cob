identification division.
program-id. 073-seed-disability-rate.
environment division.
input-output section.
       file-control.
       select outfile assign to "./dat/disability-rate.dat"
           organization is relative
           access mode sequential
           relative key is key-num.
       select disability-file assign to "./dat/disability.dat"
           organization indexed
           access mode dynamic
           record key is Fdis-userid.
data division.
file section.
       fd outfile.
           01 Fdr-rec.
               03 Fdr-from-yyyymm pic X(6).
               03 Fdr-rate pic 9v99.
               03 Fdr-min-workers pic 9(3)v9.
       fd disability-file.
           01 Fdis-rec.
               03 Fdis-userid pic 9(7).
               03 Fdis-cert-type pic 9.
               03 Fdis-grade pic X(2).
               03 Fdis-severe pic X.
               03 Fdis-issued-date pic X(8).
               03 Fdis-expiry-date pic X(8).
               03 Fdis-registered-by pic 9(7).
               03 Fdis-registered-at pic X(21).
working-storage section.
       01 key-num pic 99.

procedure division.
main-procedure.
       display "障害者の法定雇用率マスタを登録します"

       open output outfile.
       *> 適用開始年月ごとの民間企業の法定雇用率（%）と、
       *> 雇用義務が生じる常用労働者数（1÷法定雇用率、小数第1位まで）
       move zero to key-num.
       move "202103" to Fdr-from-yyyymm.
       move 2.30 to Fdr-rate.
       move 43.5 to Fdr-min-workers.
       perform write-rate.

       move "202404" to Fdr-from-yyyymm.
       move 2.50 to Fdr-rate.
       move 40.0 to Fdr-min-workers.
       perform write-rate.

       move "202607" to Fdr-from-yyyymm.
       move 2.70 to Fdr-rate.
       move 37.5 to Fdr-min-workers.
       perform write-rate.

       close outfile.

       display "障害者手帳情報を初期化します"
       open output disability-file.
       close disability-file.

       stop run.

write-rate.
       add 1 to key-num.
       write Fdr-rec.
       display Fdr-rec.
