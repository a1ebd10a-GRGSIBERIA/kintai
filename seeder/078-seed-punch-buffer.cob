identification division.
program-id. 078-seed-punch-buffer.

environment division.
input-output section.
       file-control.
           select device-key-file assign to "./dat/device-key.dat"
               organization indexed
               access mode dynamic
               record key is Fdk-dev-id
               status device-key-status.
           select ledger-file assign to "./dat/punch-buffer-ledger.dat"
               organization line sequential
               status ledger-status.
data division.
file section.
       fd device-key-file.
           01 Fdk-rec.
               03 Fdk-dev-id pic X(8).
               03 Fdk-key pic X(40).
               03 Fdk-registered-by pic 9(7).
               03 Fdk-registered-at pic X(21).
       fd ledger-file.
           01 Fpbl-rec.
               03 Fpbl-device-id pic X(8).
               03 Fpbl-outage-id pic X(14).
               03 Fpbl-seq pic 9(6).
               03 Fpbl-program pic X(30).
               03 Fpbl-userid pic 9(7).
               03 Fpbl-token pic X(64).
               03 Fpbl-datetime pic X(21).
               03 Fpbl-statusid pic 9.
               03 Fpbl-cause pic X(12).
               03 Fpbl-state pic X.
               03 Fpbl-stamp-id pic 9(12).
               03 Fpbl-result pic X(20).
               03 Fpbl-replayed-at pic X(21).
working-storage section.
       01 device-key-status pic XX.
       01 ledger-status pic XX.

procedure division.
main-procedure.
       display "打刻端末の署名キー・一時保存打刻の台帳を初期化します"
       open output device-key-file.
       close device-key-file.
       open output ledger-file.
       close ledger-file.

       stop run.
