               03 Fra-target pic X(20).
               03 Fra-filler4 pic X.
               03 Fra-dest pic X(8).
               03 Fra-filler5 pic X.
               03 Fra-purpose pic X(2).
               03 Fra-filler6 pic X.
               03 Fra-view pic X.
working-storage section.
       01 read-access-status pic XX.
       01 target-userid pic 9(7).

       display " ".
       display "日時                  閲覧者    プログラム"
           "            出力先    目的 表示".

       open input read-access-file.
       if read-access-status not = "00"
       end-if.

       display Fra-timestamp(1:14) "  " Fra-viewer "  "
           Fra-program "  " Fra-dest "  " Fra-purpose "   "
           Fra-view.
       add 1 to shown-count.

       move zero to found-flag.
