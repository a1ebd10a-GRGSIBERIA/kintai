identification division.
program-id. 068-seed-transfer-result.
environment division.
input-output section.
       file-control.
       select run-file assign to "./dat/transfer-run.dat"
           organization indexed
           access mode dynamic
           record key is Ftrn-key.
       select failed-file assign to "./dat/transfer-failed.dat"
           organization indexed
           access mode dynamic
           record key is Ftf-key.
data division.
file section.
       fd run-file.
           01 Ftrn-rec.
               03 Ftrn-key.
                   05 Ftrn-yyyymm pic X(6).
                   05 Ftrn-version pic 9(3).
                   05 Ftrn-company pic 9(2).
                   05 Ftrn-run pic 9(2).
               03 Ftrn-count pic 9(6).
               03 Ftrn-total pic 9(12).
               03 Ftrn-file pic X(60).
               03 Ftrn-sent-file pic X(60).
               03 Ftrn-created-at pic X(21).
               03 Ftrn-paid-count pic 9(6).
               03 Ftrn-paid-total pic 9(12).
               03 Ftrn-failed-count pic 9(6).
               03 Ftrn-failed-total pic 9(12).
               03 Ftrn-result-at pic X(21).
       fd failed-file.
           01 Ftf-rec.
               03 Ftf-key.
                   05 Ftf-yyyymm pic X(6).
                   05 Ftf-version pic 9(3).
                   05 Ftf-company pic 9(2).
                   05 Ftf-userid pic 9(7).
               03 Ftf-amount pic 9(10).
               03 Ftf-bank-code pic 9(4).
               03 Ftf-branch-code pic 9(3).
               03 Ftf-account-type pic 9.
               03 Ftf-account-number pic 9(7).
               03 Ftf-payee-kana pic X(30).
               03 Ftf-reason pic X.
               03 Ftf-failed-run pic 9(2).
               03 Ftf-fail-count pic 9(2).
               03 Ftf-status pic X.
               03 Ftf-repay-run pic 9(2).
               03 Ftf-failed-at pic X(21).
               03 Ftf-corrected-by pic X(64).
               03 Ftf-corrected-at pic X(21).
               03 Ftf-paid-at pic X(21).

procedure division.
main-procedure.
       display "振込データ台帳・振込不能台帳を初期化します"

       open output run-file.
       close run-file.
       open output failed-file.
       close failed-file.

       stop run.
