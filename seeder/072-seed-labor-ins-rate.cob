identification division.
program-id. 072-seed-labor-ins-rate.
environment division.
input-output section.
       file-control.
       select outfile assign to "./dat/labor-ins-rate.dat"
           organization is relative
           access mode sequential
           relative key is key-num.
data division.
file section.
       fd outfile.
           01 Flr-rec.
               03 Flr-fiscal-year pic 9(4).
               03 Flr-wc-rate pic 9(3)v99.
               03 Flr-emp-rate-1 pic 9(3)v99.
               03 Flr-emp-rate-2 pic 9(3)v99.
               03 Flr-emp-rate-3 pic 9(3)v99.
               03 Flr-contrib-rate pic 9(3)v99.
               03 Flr-elderly-exempt pic X.
working-storage section.
       01 key-num pic 99.

procedure division.
main-procedure.
       display "労働保険料率マスタを登録します"

       open output outfile.
       *> 年度（4月始まり）ごとの料率（‰、労使合計）。
       *> 労災保険率は事業の種類で決まる（3.00 はその他の各種事業）。
       *> 雇用保険は区分別（1=一般 2=農林水産・清酒製造 3=建設）。
       *> elderly-exempt=Y の年度は4月1日に64歳以上の被保険者を免除する
       move zero to key-num.
       move 2019 to Flr-fiscal-year.
       move 3.00 to Flr-wc-rate.
       move 9.00 to Flr-emp-rate-1.
       move 11.00 to Flr-emp-rate-2.
       move 12.00 to Flr-emp-rate-3.
       move 0.02 to Flr-contrib-rate.
       move "Y" to Flr-elderly-exempt.
       perform write-rate.

       move 2023 to Flr-fiscal-year.
       move 3.00 to Flr-wc-rate.
       move 15.50 to Flr-emp-rate-1.
       move 17.50 to Flr-emp-rate-2.
       move 18.50 to Flr-emp-rate-3.
       move 0.02 to Flr-contrib-rate.
       move "N" to Flr-elderly-exempt.
       perform write-rate.

       move 2024 to Flr-fiscal-year.
       perform write-rate.

       move 2025 to Flr-fiscal-year.
       move 14.50 to Flr-emp-rate-1.
       move 16.50 to Flr-emp-rate-2.
       move 17.50 to Flr-emp-rate-3.
       perform write-rate.

       close outfile.
       stop run.

write-rate.
       add 1 to key-num.
       write Flr-rec.
       display Flr-rec.
