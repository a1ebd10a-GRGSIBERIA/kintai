               organization line sequential.
           select role-history-file assign to "./dat/role-history.dat"
               organization line sequential.
           select emptype-history-file
               assign to "./dat/emptype-history.dat"
               organization line sequential.
           select lockout-file assign to "./dat/lockout.dat"
               organization indexed
               access mode dynamic
               03 Froll-id pic 9(2).
               03 Froll-name pic N(10).
               03 Froll-active pic X.
               03 Froll-manager pic X.
       fd department-file.
           01 Fdept-rec.
               03 Fdept-id pic 9(2).
               03 Frh-approver pic X(64).
               03 Frh-effective-date pic X(8).
               03 Frh-second-approver pic X(64).
       fd emptype-history-file.
           01 Feh-rec.
               03 Feh-userid pic 9(7).
               03 Feh-old-emptype pic 9(2).
               03 Feh-new-emptype pic 9(2).
               03 Feh-approver pic X(64).
               03 Feh-effective-date pic X(8).
       fd lockout-file.
           01 Flock-rec.
               03 Flock-username pic X(64).
       01 audit-new-value-ws pic N(254) usage national.
       01 roll-old-ws pic 9(2).
       01 roll-new-ws pic 9(2).
       *> 雇用形態の変更は発効日つきで履歴に残す（給与の日割計算に使う）
       01 emptype-old-ws pic 9(2).
       01 emptype-effective-ws pic X(8).
       01 Oec-name pic N(32).
       01 Oec-relationship pic N(10).
       01 Oec-phone pic X(14).
                   move "emptype" to audit-field-name-ws
                   move Femptype to audit-old-value-ws
                   move Oemptype to audit-new-value-ws
                   move Femptype to emptype-old-ws
                   go to correct-emptype-effective
               end-if
       end-perform.
       close employment-type-file.
       display "雇用形態IDが正しくありません".
       go to correct-emptype.

correct-emptype-effective.
       display "変更の発効日を入力してください (例: YYYYMMDD、空欄は本日)".
       move spaces to emptype-effective-ws.
       accept emptype-effective-ws.

       if emptype-effective-ws = spaces then
           move function current-date(1:8) to emptype-effective-ws
       end-if.

       if function length(function trim(emptype-effective-ws)) not = 8 then
           display "書式に沿って入力してください"
           go to correct-emptype-effective
       end-if.

       go to authenticate-procedure.

correct-emergency-contact.
       move select-userid to Fec-userid.
       open input emergency-contact-file.
           close role-history-file
       end-if.

       if audit-field-name-ws = "emptype" then
           move select-userid to Feh-userid
           move emptype-old-ws to Feh-old-emptype
           move Oemptype to Feh-new-emptype
           move auth-username to Feh-approver
           move emptype-effective-ws to Feh-effective-date

           open extend emptype-history-file
           write Feh-rec
           close emptype-history-file
       end-if.

       if audit-field-name-ws = "emergency-contact" then
           move select-userid to Fec-userid
           move Oec-name to Fec-name
