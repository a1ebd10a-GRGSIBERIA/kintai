identification division.
program-id. 069-seed-payroll-release.
environment division.
input-output section.
       file-control.
       select outfile assign to "./dat/payroll-release.dat"
           organization indexed
           access mode dynamic
           record key is Frel-key.
data division.
file section.
       fd outfile.
           01 Frel-rec.
               03 Frel-key.
                   05 Frel-yyyymm pic X(6).
                   05 Frel-version pic 9(3).
               03 Frel-company pic 9(2).
               03 Frel-status pic X.
               03 Frel-flag-count pic 9(5).
               03 Frel-variance-at pic X(21).
               03 Frel-report pic X(60).
               03 Frel-reviewer pic 9(7).
               03 Frel-reviewer-name pic X(64).
               03 Frel-approved-at pic X(21).
               03 Frel-comment pic X(64).
               03 Frel-reset-at pic X(21).

procedure division.
main-procedure.
       display "給与の支給前承認台帳を初期化します"

       open output outfile.
       close outfile.

       stop run.
