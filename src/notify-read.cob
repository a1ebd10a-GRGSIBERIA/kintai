               access mode dynamic
               record key is Fntf-id
               status notify-status.
           select projection-file assign to "./dat/ot-projection.dat"
               organization indexed
               access mode dynamic
               record key is Fopj-key
               status projection-status.
           select log-file assign to "./dat/log.dat"
               organization line sequential.
data division.
               03 Fntf-created-at pic X(21).
               03 Fntf-delivered pic X.
               03 Fntf-read pic X.
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
       fd log-file.
           01 log-rec.
               03 log-timestamp pic X(21).
       01 my-userid pic 9(7).
       01 unread-count pic 9(3).
       01 mark-select pic 9(7).
       *> 時間外見込みの警告は見込み時間と超過見込み日を添えて表示する
       01 projection-status pic XX.
       01 proj-hours pic 9(4)v9.
       01 disp-proj-hours pic Z(3)9.9.
       01 proj-cross-date pic X(8).

procedure division.
       display "勤怠管理システム".
                           "  " Fntf-created-at(1:8)
                           "  " function trim(Fntf-event)
                           "  （対象番号 " Fntf-ref-id "）"
                       if Fntf-event(1:8) = "ot-proj-"
                           perform show-projection-detail
                       end-if
                   end-if
       end-perform.
       close notify-file.

       display "既読にしました".
       go to list-procedure.

show-projection-detail.
       move Fntf-ref-id to Fopj-userid.
       move Fntf-created-at(1:6) to Fopj-yyyymm.
       open input projection-file.
       if projection-status = "00"
           read projection-file
               invalid key continue
           end-read
           if projection-status = "00"
               evaluate Fntf-event
               when "ot-proj-80h"
                   move Fopj-cross-interview to proj-cross-date
               when "ot-proj-special"
                   move Fopj-cross-special to proj-cross-date
               when "ot-proj-weekly-cap"
                   move Fopj-cross-weekly to proj-cross-date
               when other
                   move Fopj-cross-limit to proj-cross-date
               end-evaluate
               compute proj-hours = Fopj-projected-minutes / 60
               move proj-hours to disp-proj-hours
               display "      月末の時間外見込み " disp-proj-hours
                   " 時間 / 超過見込み日 " proj-cross-date
                   "（基準日 " Fopj-as-of "）"
           end-if
           close projection-file
       end-if.
