           01 Froll.
               03 Frollid pic 9(2) comp-x.
               03 Fname pic N(10).
               03 Factive pic X.
               03 Fmanager pic X.
working-storage section.
       01 key-num pic 9(2).

       display "初期ユーザを追加します"

       open output outfile.
       *> 管理職（課長級以上）は課長・部長。役員は管理職に含めない
       move "Y" to Factive.
       move "N" to Fmanager.
       move 1 to Frollid.
       move "平社員" to Fname.
       write Froll.

       add 1 to Frollid.
       move "課長" to Fname.
       move "Y" to Fmanager.
       write Froll.
       display Froll.


       add 1 to Frollid.
       move "係長" to Fname.
       move "N" to Fmanager.
       write Froll.
       display Froll.

