               03 Froll-id pic 9(2).
               03 Froll-name pic N(10).
               03 Froll-active pic X.
               03 Froll-manager pic X.
       fd department-file.
           01 Fdept-rec.
               03 Fdept-id pic 9(2).
