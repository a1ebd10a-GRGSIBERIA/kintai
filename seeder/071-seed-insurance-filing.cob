identification division.
program-id. 071-seed-insurance-filing.
environment division.
input-output section.
       file-control.
       select filing-file assign to "./dat/insurance-filing.dat"
           organization indexed
           access mode dynamic
           record key is Fif-key.
data division.
file section.
       fd filing-file.
           01 Fif-rec.
               03 Fif-key.
                   05 Fif-userid pic 9(7).
                   05 Fif-kind pic X(2).
                   05 Fif-event-date pic X(8).
               03 Fif-due-date pic X(8).
               03 Fif-status pic X.
               03 Fif-csv-file pic X(60).
               03 Fif-remuneration pic 9(8).
               03 Fif-dependents pic 9(2).
               03 Fif-prepared-at pic X(21).
               03 Fif-submitted-by pic 9(7).
               03 Fif-submitted-at pic X(21).
               03 Fif-accepted-by pic 9(7).
               03 Fif-accepted-at pic X(21).
               03 Fif-note pic X(64).

procedure division.
main-procedure.
       display "資格取得届・喪失届の提出状況台帳を初期化します"

       open output filing-file.
       close filing-file.

       stop run.
