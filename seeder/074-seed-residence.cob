identification division.
program-id. 074-seed-residence.

environment division.
input-output section.
       file-control.
           select residence-file assign to "./dat/residence.dat"
               organization indexed
               access mode dynamic
               record key is Frs-userid
               status residence-status.
data division.
file section.
       fd residence-file.
           01 Frs-rec.
               03 Frs-userid pic 9(7).
               03 Frs-nationality pic X(40).
               03 Frs-status-name pic X(60).
               03 Frs-card-number pic X(12).
               03 Frs-expiry-date pic X(8).
               03 Frs-work-scope pic X.
               03 Frs-renewal-applied pic X(8).
               03 Frs-alert-sent pic X.
               03 Frs-registered-by pic 9(7).
               03 Frs-registered-at pic X(21).
working-storage section.
       01 residence-status pic XX.

procedure division.
main-procedure.
       display "在留資格情報を初期化します"
       open output residence-file.
       close residence-file.

       stop run.
