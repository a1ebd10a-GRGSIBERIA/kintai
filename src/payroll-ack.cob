               03 Fman-filename pic X(60).
               03 Fman-created-at pic X(21).
       fd kept-file.
           01 kept-line pic X(1024).
       fd ack-file.
           01 ack-line pic X(128).
working-storage section.
