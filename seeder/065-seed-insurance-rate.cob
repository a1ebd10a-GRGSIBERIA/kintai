identification division.
program-id. 065-seed-insurance-rate.
environment division.
input-output section.
       file-control.
       select outfile assign to "./dat/insurance-rate.dat"
           organization is relative
           access mode sequential
           relative key is key-num.
data division.
file section.
       fd outfile.
           01 Fir-rec.
               03 Fir-effective-from pic X(8).
               03 Fir-health-rate pic 9(2)v999.
               03 Fir-care-rate pic 9(2)v999.
               03 Fir-pension-rate pic 9(2)v999.
               03 Fir-emp-rate-1 pic 9(2)v99.
               03 Fir-emp-rate-2 pic 9(2)v99.
               03 Fir-emp-rate-3 pic 9(2)v99.
working-storage section.
       01 key-num pic 99.

procedure division.
main-procedure.
       display "社会保険料率マスタを登録します"

       open output outfile.
       *> 健康・介護・厚生年金は労使合計の料率（%）、本人負担は1/2。
       *> 雇用保険は本人負担の料率（‰）を区分別に持つ
       *> （1=一般 2=農林水産・清酒製造 3=建設）
       move 1 to key-num.
       move "20250401" to Fir-effective-from.
       move 9.910 to Fir-health-rate.
       move 1.590 to Fir-care-rate.
       move 18.300 to Fir-pension-rate.
       move 5.50 to Fir-emp-rate-1.
       move 6.50 to Fir-emp-rate-2.
       move 6.50 to Fir-emp-rate-3.
       write Fir-rec.
       display Fir-rec.

       close outfile.
       stop run.
