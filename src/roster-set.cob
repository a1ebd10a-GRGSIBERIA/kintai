               access mode dynamic
               record key is Frost-key
               status roster-status.
           select roster-dept-file assign to "./dat/roster-dept.dat"
               organization indexed
               access mode dynamic
               record key is Frd-key
               status roster-dept-status.
           select concurrent-file assign to "./dat/concurrent-assign.dat"
               organization indexed
               access mode dynamic
               record key is Fca-key
               status concurrent-status.
data division.
file section.
       fd user-file.
               03 Frost-start pic 9(4).
               03 Frost-end pic 9(4).
               03 Frost-hours pic 9(2)v99.
       fd roster-dept-file.
           01 Frd-rec.
               03 Frd-key.
                   05 Frd-userid pic 9(7).
                   05 Frd-date pic X(8).
               03 Frd-dept pic 9(2).
               03 Frd-updated-at pic X(21).
       fd concurrent-file.
           01 Fca-rec.
               03 Fca-key.
                   05 Fca-userid pic 9(7).
                   05 Fca-dept pic 9(2).
                   05 Fca-from pic X(8).
               03 Fca-to pic X(8).
               03 Fca-share pic 9(3).
               03 Fca-roll pic 9(2).
               03 Fca-registered-by pic 9(7).
               03 Fca-registered-at pic X(21).
working-storage section.
       01 roster-status pic XX.
       01 user-status pic XX.
       01 new-end pic 9(4).
       01 new-hours pic 9(2)v99.
       01 continue-choice pic X.
       *> 兼務者はその日に勤務する部署（本務・兼務先）を選ぶ。
       *> 本務以外の部署で勤務する日だけ roster-dept.dat に記録する
       01 roster-dept-status pic XX.
       01 concurrent-status pic XX.
       01 target-primary-dept pic 9(2).
       01 new-work-dept pic 9(2).
       01 work-dept-ok pic 9.
       01 held-dept pic 9(2) occurs 10 times indexed by held-idx.
       01 held-count pic 99.

procedure division.
main-procedure.
               not at end
                   if Fuserid = target-userid
                       move 1 to target-found
                       move Fdept to target-primary-dept
                       display "対象: " function trim(Flastname)
                           " " function trim(Ffirstname)
                   end-if
       close roster-file.

exec-accept-values.
       move target-primary-dept to new-work-dept.
       display "公休日として登録しますか？ [y/n]".
       accept new-dayoff.

           go to exec-accept-values
       end-if.

       perform load-held-depts thru load-held-depts-exit.
       if held-count = zero
           go to exec-write
       end-if.

exec-accept-work-dept.
       display "この日に勤務する部署を入力してください（空欄・0 は本務の部署 "
           target-primary-dept "）".
       perform varying held-idx from 1 by 1 until held-idx > held-count
           display "  兼務先: 部署 " held-dept(held-idx)
       end-perform.
       move zero to new-work-dept.
       accept new-work-dept.
       if new-work-dept = zero
           move target-primary-dept to new-work-dept
       end-if.
       move zero to work-dept-ok.
       if new-work-dept = target-primary-dept
           move 1 to work-dept-ok
       end-if.
       perform varying held-idx from 1 by 1 until held-idx > held-count
           if held-dept(held-idx) = new-work-dept
               move 1 to work-dept-ok
           end-if
       end-perform.
       if work-dept-ok = zero then
           display "本務の部署か、その日に有効な兼務先を入力してください"
           go to exec-accept-work-dept
       end-if.

exec-write.
       move target-userid to Frost-userid.
       move target-date to Frost-date.
       end-write.
       close roster-file.

       perform write-roster-dept.

       if new-dayoff = "Y"
           display "公休日を登録しました（userid " target-userid
               "  " target-date "）"
           go to exec-accept-target
       end-if.
       stop run.

load-held-depts.
       *> 対象日に有効な兼務先を集める
       move zero to held-count.
       open input concurrent-file.
       if concurrent-status not = "00"
           go to load-held-depts-exit
       end-if.
       move target-userid to Fca-userid.
       move zero to Fca-dept.
       move low-value to Fca-from.
       start concurrent-file key is >= Fca-key
           invalid key move "10" to concurrent-status
       end-start.
       perform until concurrent-status not = "00"
           read concurrent-file next record
               at end move "10" to concurrent-status
               not at end
                   if Fca-userid not = target-userid
                       move "10" to concurrent-status
                   else
                       if Fca-from <= target-date
                           and (Fca-to = spaces or Fca-to >= target-date)
                           and held-count < 10
                           add 1 to held-count
                           move Fca-dept to held-dept(held-count)
                       end-if
                   end-if
           end-read
       end-perform.
       close concurrent-file.

load-held-depts-exit.
       exit.

write-roster-dept.
       *> 本務の部署での勤務・公休日は記録を持たない（前回分は消す）
       open i-o roster-dept-file.
       if roster-dept-status not = "00"
           open output roster-dept-file
           close roster-dept-file
           open i-o roster-dept-file
       end-if.
       move target-userid to Frd-userid.
       move target-date to Frd-date.
       if new-dayoff = "Y" or new-work-dept = target-primary-dept
           delete roster-dept-file
               invalid key continue
           end-delete
       else
           move new-work-dept to Frd-dept
           move function current-date to Frd-updated-at
           write Frd-rec
               invalid key
                   rewrite Frd-rec
                       invalid key
                           display "勤務部署の登録に失敗しました"
                   end-rewrite
           end-write
           display "この日は部署 " new-work-dept " での勤務として登録します"
       end-if.
       close roster-dept-file.
