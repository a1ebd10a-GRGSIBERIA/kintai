               03 Froll-id pic 9(2).
               03 Froll-name pic N(10).
               03 Froll-active pic X.
               03 Froll-manager pic X.
working-storage section.
       01 roll-key pic 9(2).
       01 roll-status pic XX.
           read roll-file
               not at end
                   display Froll-id " " Froll-name " "
                       Froll-active " " Froll-manager
       end-perform.
       close roll-file.

