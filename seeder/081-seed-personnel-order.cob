identification division.
program-id. 081-seed-personnel-order.

environment division.
input-output section.
       file-control.
           select order-file assign to "./dat/personnel-order.dat"
               organization indexed
               access mode dynamic
               record key is Fpo-source
               status order-status.
data division.
file section.
       fd order-file.
           01 Fpo-rec.
               03 Fpo-source pic X(30).
               03 Fpo-order-no pic 9(7).
               03 Fpo-kind pic X.
               03 Fpo-userid pic 9(7).
               03 Fpo-effective-date pic X(8).
               03 Fpo-old-dept pic 9(2).
               03 Fpo-new-dept pic 9(2).
               03 Fpo-old-roll pic 9(2).
               03 Fpo-new-roll pic 9(2).
               03 Fpo-old-emptype pic 9(2).
               03 Fpo-new-emptype pic 9(2).
               03 Fpo-old-grade pic 9(2).
               03 Fpo-old-step pic 9(3).
               03 Fpo-new-grade pic 9(2).
               03 Fpo-new-step pic 9(3).
               03 Fpo-approver pic X(64).
               03 Fpo-issued-at pic X(21).
               03 Fpo-reprint-count pic 9(3).
working-storage section.
       01 order-status pic XX.

procedure division.
main-procedure.
       display "辞令の発令台帳を初期化します"
       open output order-file.
       close order-file.

       stop run.
