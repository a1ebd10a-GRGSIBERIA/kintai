identification division.
program-id. 077-seed-work-site.

environment division.
input-output section.
       file-control.
           select work-site-file assign to "./dat/work-site.dat"
               organization indexed
               access mode dynamic
               record key is Fwsite-code
               status work-site-status.
           select employee-site-file assign to "./dat/employee-site.dat"
               organization indexed
               access mode dynamic
               record key is Fesite-key
               status employee-site-status.
           select device-site-file assign to "./dat/device-site.dat"
               organization indexed
               access mode dynamic
               record key is Fdsite-dev-id
               status device-site-status.
           select site-calendar-file assign to "./dat/site-calendar.dat"
               organization indexed
               access mode dynamic
               record key is Fscl-key
               status site-calendar-status.
data division.
file section.
       fd work-site-file.
           01 Fwsite-rec.
               03 Fwsite-code pic 9(2).
               03 Fwsite-name pic N(20).
               03 Fwsite-prefecture pic N(10).
               03 Fwsite-updated-by pic 9(7).
               03 Fwsite-updated-at pic X(21).
       fd employee-site-file.
           01 Fesite-rec.
               03 Fesite-key.
                   05 Fesite-userid pic 9(7).
                   05 Fesite-from pic X(8).
               03 Fesite-site pic 9(2).
               03 Fesite-registered-by pic 9(7).
               03 Fesite-registered-at pic X(21).
       fd device-site-file.
           01 Fdsite-rec.
               03 Fdsite-dev-id pic X(8).
               03 Fdsite-site pic 9(2).
               03 Fdsite-updated-by pic 9(7).
               03 Fdsite-updated-at pic X(21).
       fd site-calendar-file.
           01 Fscl-rec.
               03 Fscl-key.
                   05 Fscl-site pic 9(2).
                   05 Fscl-date pic X(8).
               03 Fscl-kind pic X.
               03 Fscl-name pic N(20).
               03 Fscl-registered-by pic 9(7).
               03 Fscl-registered-at pic X(21).
working-storage section.
       01 work-site-status pic XX.
       01 employee-site-status pic XX.
       01 device-site-status pic XX.
       01 site-calendar-status pic XX.

procedure division.
main-procedure.
       display "勤務拠点・拠点カレンダーを初期化します"
       open output work-site-file.
       close work-site-file.
       open output employee-site-file.
       close employee-site-file.
       open output device-site-file.
       close device-site-file.
       open output site-calendar-file.
       close site-calendar-file.

       stop run.
