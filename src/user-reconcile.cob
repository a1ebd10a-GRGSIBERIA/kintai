               03 Froll-id pic 9(2).
               03 Froll-name pic N(10).
               03 Froll-active pic X.
               03 Froll-manager pic X.
working-storage section.
       01 gender-key pic 99.
       01 roll-key pic 99.
