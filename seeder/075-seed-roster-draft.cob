identification division.
program-id. 075-seed-roster-draft.

environment division.
input-output section.
       file-control.
           select avail-file assign to "./dat/roster-avail.dat"
               organization indexed
               access mode dynamic
               record key is Fav-key
               status avail-status.
           select draft-file assign to "./dat/roster-draft.dat"
               organization indexed
               access mode dynamic
               record key is Frdr-key
               status draft-status.
           select draft-status-file assign to "./dat/roster-draft-status.dat"
               organization indexed
               access mode dynamic
               record key is Frds-key
               status draft-status-status.
data division.
file section.
       fd avail-file.
           01 Fav-rec.
               03 Fav-key.
                   05 Fav-userid pic 9(7).
                   05 Fav-date pic X(8).
               03 Fav-kind pic X.
               03 Fav-from pic 9(4).
               03 Fav-to pic 9(4).
               03 Fav-submitted-at pic X(21).
       fd draft-file.
           01 Frdr-rec.
               03 Frdr-key.
                   05 Frdr-dept pic 9(2).
                   05 Frdr-userid pic 9(7).
                   05 Frdr-date pic X(8).
               03 Frdr-kind pic X.
               03 Frdr-start pic 9(4).
               03 Frdr-end pic 9(4).
               03 Frdr-hours pic 9(2)v99.
               03 Frdr-adjusted pic X.
               03 Frdr-note pic X(20).
       fd draft-status-file.
           01 Frds-rec.
               03 Frds-key.
                   05 Frds-dept pic 9(2).
                   05 Frds-yyyymm pic X(6).
               03 Frds-status pic X.
               03 Frds-generated-at pic X(21).
               03 Frds-shortfall pic 9(4).
               03 Frds-approved-by pic 9(7).
               03 Frds-approved-at pic X(21).
working-storage section.
       01 avail-status pic XX.
       01 draft-status pic XX.
       01 draft-status-status pic XX.

procedure division.
main-procedure.
       display "シフト希望・ロスター下書きを初期化します"
       open output avail-file.
       close avail-file.
       open output draft-file.
       close draft-file.
       open output draft-status-file.
       close draft-status-file.

       stop run.
