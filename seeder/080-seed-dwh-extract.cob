identification division.
program-id. 080-seed-dwh-extract.

environment division.
input-output section.
       file-control.
           select mark-file assign to "./dat/dwh-mark.dat"
               organization relative
               access mode dynamic
               relative key mark-key
               status mark-status.
           select ledger-file assign to "./dat/dwh-ledger.dat"
               organization indexed
               access mode dynamic
               record key is Fdwl-key
               status ledger-status.
data division.
file section.
       fd mark-file.
           01 Fdwm-rec.
               03 Fdwm-run-no pic 9(7).
               03 Fdwm-stamp-id pic 9(12).
               03 Fdwm-journal-ts pic X(21).
               03 Fdwm-uc-seq pic 9(9).
               03 Fdwm-payroll-ts pic X(21).
               03 Fdwm-run-at pic X(21).
       fd ledger-file.
           01 Fdwl-rec.
               03 Fdwl-key.
                   05 Fdwl-table pic X(10).
                   05 Fdwl-rowkey pic X(30).
               03 Fdwl-digest pic X(20).
               03 Fdwl-state pic X.
               03 Fdwl-action pic X.
               03 Fdwl-run pic 9(7).
               03 Fdwl-seen-run pic 9(7).
working-storage section.
       01 mark-key pic 9 value 1.
       01 mark-status pic XX.
       01 ledger-status pic XX.

procedure division.
main-procedure.
       display "分析基盤向け抽出の高水位標と台帳を初期化します"
       open output mark-file.
       close mark-file.
       open output ledger-file.
       close ledger-file.

       stop run.
