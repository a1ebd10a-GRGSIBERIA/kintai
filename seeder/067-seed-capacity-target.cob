identification division.
program-id. 067-seed-capacity-target.
environment division.
input-output section.
       file-control.
       select outfile assign to "./dat/capacity-target.dat"
           organization line sequential.
       select histfile assign to "./dat/capacity-history.dat"
           organization line sequential.
data division.
file section.
       fd outfile.
           01 Fct-rec.
               03 Fct-file pic X(40).
               03 Fct-filler1 pic X.
               03 Fct-org pic X.
               03 Fct-filler2 pic X.
               03 Fct-reclen pic 9(5).
               03 Fct-filler3 pic X.
               03 Fct-limit-mb pic 9(7).
               03 Fct-filler4 pic X.
               03 Fct-archive-days pic 9(4).
       fd histfile.
           01 hist-line pic X(80).

procedure division.
main-procedure.
       display "容量監視の対象ファイル（上限・アーカイブ期限）を登録します"

       open output outfile.
       move spaces to Fct-rec.
       move "./dat/stamp.dat" to Fct-file.
       move "I" to Fct-org.
       move 56 to Fct-reclen.
       move 2048 to Fct-limit-mb.
       move 730 to Fct-archive-days.
       write Fct-rec.
       move "./dat/log.dat" to Fct-file.
       move "L" to Fct-org.
       move 149 to Fct-reclen.
       move 500 to Fct-limit-mb.
       move 730 to Fct-archive-days.
       write Fct-rec.
       move "./dat/notify.dat" to Fct-file.
       move "I" to Fct-org.
       move 69 to Fct-reclen.
       move 500 to Fct-limit-mb.
       move 0 to Fct-archive-days.
       write Fct-rec.
       move "./dat/read-access.dat" to Fct-file.
       move "L" to Fct-org.
       move 0 to Fct-reclen.
       move 500 to Fct-limit-mb.
       move 0 to Fct-archive-days.
       write Fct-rec.
       move "./dat/security-alert.dat" to Fct-file.
       move "L" to Fct-org.
       move 233 to Fct-reclen.
       move 200 to Fct-limit-mb.
       move 0 to Fct-archive-days.
       write Fct-rec.
       move "./dat/audit.dat" to Fct-file.
       move "L" to Fct-org.
       move 0 to Fct-reclen.
       move 500 to Fct-limit-mb.
       move 0 to Fct-archive-days.
       write Fct-rec.
       move "./dat/session-audit.dat" to Fct-file.
       move "L" to Fct-org.
       move 0 to Fct-reclen.
       move 200 to Fct-limit-mb.
       move 0 to Fct-archive-days.
       write Fct-rec.
       move "./dat/heartbeat.dat" to Fct-file.
       move "L" to Fct-org.
       move 0 to Fct-reclen.
       move 200 to Fct-limit-mb.
       move 0 to Fct-archive-days.
       write Fct-rec.
       move "./dat/job-run.dat" to Fct-file.
       move "L" to Fct-org.
       move 0 to Fct-reclen.
       move 100 to Fct-limit-mb.
       move 0 to Fct-archive-days.
       write Fct-rec.
       move "./dat/journal" to Fct-file.
       move "J" to Fct-org.
       move 0 to Fct-reclen.
       move 2048 to Fct-limit-mb.
       move 400 to Fct-archive-days.
       write Fct-rec.
       move "./dat/backup" to Fct-file.
       move "B" to Fct-org.
       move 0 to Fct-reclen.
       move 10240 to Fct-limit-mb.
       move 90 to Fct-archive-days.
       write Fct-rec.
       close outfile.

       open output histfile.
       close histfile.

       stop run.
