identification division.
program-id. 083-seed-dept-reorg.

environment division.
input-output section.
       file-control.
           select plan-file assign to "./dat/reorg-plan.dat"
               organization indexed
               access mode dynamic
               record key is Frg-seq
               status plan-status.
           select retired-file assign to "./dat/dept-retired.dat"
               organization line sequential
               status retired-status.
data division.
file section.
       fd plan-file.
           01 Frg-rec.
               03 Frg-seq pic 9(4).
               03 Frg-action pic X.
               03 Frg-old-dept pic 9(2).
               03 Frg-new-dept pic 9(2).
               03 Frg-new-parent pic 9(2).
               03 Frg-userid pic 9(7).
               03 Frg-name pic N(20).
               03 Frg-effective-date pic X(8).
               03 Frg-state pic X.
               03 Frg-entered-by pic 9(7).
               03 Frg-entered-at pic X(21).
               03 Frg-applied-at pic X(21).
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
working-storage section.
       01 plan-status pic XX.
       01 retired-status pic XX.

procedure division.
main-procedure.
       display "組織改編計画と廃止部署の記録を初期化します"

       open output plan-file.
       close plan-file.

       open output retired-file.
       close retired-file.

       stop run.
