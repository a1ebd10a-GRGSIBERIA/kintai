identification division.
program-id. 076-seed-ot-projection.

environment division.
input-output section.
       file-control.
           select projection-file assign to "./dat/ot-projection.dat"
               organization indexed
               access mode dynamic
               record key is Fopj-key
               status projection-status.
data division.
file section.
       fd projection-file.
           01 Fopj-rec.
               03 Fopj-key.
                   05 Fopj-userid pic 9(7).
                   05 Fopj-yyyymm pic X(6).
               03 Fopj-as-of pic X(8).
               03 Fopj-mtd-minutes pic 9(6).
               03 Fopj-projected-minutes pic 9(6).
               03 Fopj-limit-minutes pic 9(6).
               03 Fopj-cross-limit pic X(8).
               03 Fopj-cross-interview pic X(8).
               03 Fopj-cross-special pic X(8).
               03 Fopj-cross-weekly pic X(8).
               03 Fopj-notified.
                   05 Fopj-notified-limit pic X.
                   05 Fopj-notified-interview pic X.
                   05 Fopj-notified-special pic X.
                   05 Fopj-notified-weekly pic X.
               03 Fopj-computed-at pic X(21).
working-storage section.
       01 projection-status pic XX.

procedure division.
main-procedure.
       display "時間外労働の見込みを初期化します"
       open output projection-file.
       close projection-file.

       stop run.
