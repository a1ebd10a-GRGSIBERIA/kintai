identification division.
program-id. 079-seed-calendar-event.

environment division.
input-output section.
       file-control.
           select event-file assign to "./dat/calendar-event.dat"
               organization indexed
               access mode dynamic
               record key is Fcev-key
               status event-status.
data division.
file section.
       fd event-file.
           01 Fcev-rec.
               03 Fcev-key.
                   05 Fcev-owner pic X(9).
                   05 Fcev-uid pic X(40).
               03 Fcev-digest pic X(20).
               03 Fcev-sequence pic 9(4).
               03 Fcev-state pic X.
               03 Fcev-modified pic X(16).
               03 Fcev-seen-run pic X(21).
               03 Fcev-all-day pic X.
               03 Fcev-start-date pic X(8).
               03 Fcev-end-date pic X(8).
               03 Fcev-start-time pic 9(4).
               03 Fcev-end-time pic 9(4).
               03 Fcev-category pic X(20).
               03 Fcev-summary pic X(160).
working-storage section.
       01 event-status pic XX.

procedure division.
main-procedure.
       display "カレンダー配信台帳を初期化します"
       open output event-file.
       close event-file.

       stop run.
