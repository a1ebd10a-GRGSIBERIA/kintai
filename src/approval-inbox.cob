               access mode dynamic
               relative key staging-key
               status staging-status.
           select confirm-file assign to "./dat/dispatch-confirm.dat"
               organization indexed
               access mode sequential
               record key is Fdc-key
               status confirm-status.
           select concurrent-file assign to "./dat/concurrent-assign.dat"
               organization indexed
               access mode sequential
               record key is Fca-key
               status concurrent-status.
           select recert-item-file assign to "./dat/recert-item.dat"
               organization indexed
               access mode sequential
               record key is Fri-id
               status recert-item-status.
           select pending-change-file assign to "./dat/pending-change.dat"
               organization indexed
               access mode sequential
               record key is Fpc-id
               status pending-change-status.
data division.
file section.
       fd user-file.
               03 Fstg-ec-phone pic X(14).
               03 Fstg-dep-count pic 9(2).
               03 Fstg-dep-relationship pic N(10).
       fd confirm-file.
           01 Fdc-rec.
               03 Fdc-key.
                   05 Fdc-yyyymm pic X(6).
                   05 Fdc-userid pic 9(7).
               03 Fdc-agency-code pic X(10).
               03 Fdc-dept pic 9(2).
               03 Fdc-days pic 9(2).
               03 Fdc-worked-minutes pic 9(6).
               03 Fdc-overtime-minutes pic 9(6).
               03 Fdc-status pic 9.
               03 Fdc-requested-at pic X(21).
               03 Fdc-approver pic 9(7).
               03 Fdc-decided-at pic X(21).
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
       fd recert-item-file.
           01 Fri-rec.
               03 Fri-id pic 9(7).
               03 Fri-campaign pic X(6).
               03 Fri-userid pic 9(7).
               03 Fri-roll pic 9(2).
               03 Fri-dept pic 9(2).
               03 Fri-reviewer pic 9(7).
               03 Fri-status pic 9.
               03 Fri-comment pic X(64).
               03 Fri-decided-by pic 9(7).
               03 Fri-decided-at pic X(21).
               03 Fri-created-at pic X(21).
       fd pending-change-file.
           01 Fpc-rec.
               03 Fpc-id pic 9(7).
               03 Fpc-program pic X(30).
               03 Fpc-function pic X(20).
               03 Fpc-file pic X(12).
               03 Fpc-action pic X(3).
               03 Fpc-key pic X(40).
               03 Fpc-summary pic X(80).
               03 Fpc-before pic X(700).
               03 Fpc-after pic X(700).
               03 Fpc-effective-date pic X(8).
               03 Fpc-note pic X(64).
               03 Fpc-maker pic 9(7).
               03 Fpc-made-at pic X(21).
               03 Fpc-status pic X.
               03 Fpc-checker pic 9(7).
               03 Fpc-checked-at pic X(21).
               03 Fpc-reject-reason pic X(64).
working-storage section.
       *> パスワード有効期限ゲート用
       01 pswd-meta-status pic XX.
           03 swap-status pic XX.
           03 staging-status pic XX.
           03 overtime-req-status pic XX.
           03 concurrent-status pic XX.
           03 confirm-status pic XX.
           03 recert-item-status pic XX.
           03 pending-change-status pic XX.
       01 auth-rec.
           03 auth-username pic X(64).
           03 auth-password pic X(20).
       01 route-req-id pic 9(7).
       01 viewer-userid pic 9(7).
       01 viewer-roll pic 9(2).
       01 viewer-dept pic 9(2).
       *> 承認者が本務・兼務で担当する部署（兼務先は役割 2/5/6 のもの）。
       *> 申請者の本務・兼務のいずれかが重なる案件に自部署の印を付ける
       01 viewer-holds pic 9 occurs 99 times indexed by vh-idx.
       01 ud-table.
           03 ud-entry occurs 2000 times indexed by ud-idx.
               05 ud-userid pic 9(7).
               05 ud-dept pic 9(2).
       01 ud-count pic 9(4) value zero.
       01 ca-table.
           03 ca-entry occurs 500 times indexed by ca-idx.
               05 ca-userid pic 9(7).
               05 ca-dept pic 9(2).
       01 ca-count pic 9(3) value zero.
       01 held-today pic X(8).
       01 shared-dept pic 9(2).
       01 dept-label pic X(24).
       01 own-dept-count pic 9(3) value zero.
       01 auth-password-hash pic X(20).
       01 today-int pic 9(8).
       *> 承認待ち案件の一覧（申請日の古い順）
                       if Froll = 2 or Froll = 5 or Froll = 6
                           move Fuserid to viewer-userid
                           move Froll to viewer-roll
                           move Fdept to viewer-dept
                           close user-file
                           go to authenticate-password
                       else
       perform collect-pending-swaps.
       perform collect-pending-overtime.
       perform collect-pending-staging.
       perform collect-pending-dispatch.
       perform collect-pending-recert.
       perform collect-pending-master.
       perform sort-pending thru sort-pending-exit.

       display " "
           stop run
       end-if.

       perform load-dept-holdings thru load-dept-holdings-exit.

       display "承認待ち案件（古い順）:".
       perform varying pen-idx from 1 by 1 until pen-idx > pending-count
           perform find-shared-dept
           evaluate pen-kind(pen-idx)
           when 1
               display "  有給申請      番号:" pen-id(pen-idx)
                   "  userid:" pen-userid(pen-idx)
                   "  申請日:" pen-date(pen-idx)
                   "  経過" pen-age(pen-idx) "日"
                   "  " function trim(dept-label)
           when 2
               display "  シフト交代    番号:" pen-id(pen-idx)
                   "  userid:" pen-userid(pen-idx)
                   "  申請日:" pen-date(pen-idx)
                   "  経過" pen-age(pen-idx) "日"
                   "  " function trim(dept-label)
           when 3
               display "  ユーザ追加保留 userid:" pen-userid(pen-idx)
                   "  （kintai-user-addの再開待ち）"
                   "  userid:" pen-userid(pen-idx)
                   "  申請日:" pen-date(pen-idx)
                   "  経過" pen-age(pen-idx) "日"
                   "  " function trim(dept-label)
           when 5
               display "  派遣勤怠確認  年月:" pen-id(pen-idx)(2:6)
                   "  userid:" pen-userid(pen-idx)
                   "  出力日:" pen-date(pen-idx)
                   "  経過" pen-age(pen-idx) "日"
                   "  " function trim(dept-label)
           when 6
               display "  権限棚卸      番号:" pen-id(pen-idx)
                   "  userid:" pen-userid(pen-idx)
                   "  依頼日:" pen-date(pen-idx)
                   "  経過" pen-age(pen-idx) "日"
                   "  " function trim(dept-label)
           when 7
               display "  マスタ変更    番号:" pen-id(pen-idx)
                   "  申請者:" pen-userid(pen-idx)
                   "  申請日:" pen-date(pen-idx)
                   "  経過" pen-age(pen-idx) "日"
           end-evaluate
       end-perform.
       display "うち兼務先を含む担当部署の案件: " own-dept-count " 件".

jump-procedure.
       display " "
       display "続けて処理する承認フローを選択してください".
       display "[1] 有給承認  [2] シフト交代承認  [3] ユーザ追加".
       display "[4] 残業事前申請承認  [5] 派遣社員の勤務時間確認".
       display "[6] 権限棚卸の審査  [7] マスタ変更の承認  [9] 終了".
       accept jump-select.

       evaluate jump-select
                   display "kintai-overtime-approve を起動できませんでした"
           end-call
           cancel "kintai-overtime-approve"
       when 5
           call "kintai-dispatch-approve"
               on exception
                   display "kintai-dispatch-approve を起動できませんでした"
           end-call
           cancel "kintai-dispatch-approve"
       when 6
           call "kintai-recert-review"
               on exception
                   display "kintai-recert-review を起動できませんでした"
           end-call
           cancel "kintai-recert-review"
       when 7
           call "kintai-master-change-approve"
               on exception
                   display "kintai-master-change-approve を起動できませんでした"
           end-call
           cancel "kintai-master-change-approve"
       when 9
           stop run
       when other
           move zero to pen-age(pending-count)
       end-if.

collect-pending-dispatch.
       *> 派遣元へ送付する前の月次勤務時間（承認後に送付用ファイルを作る）
       open input confirm-file.
       perform until confirm-status not = "00"
           read confirm-file next record
               at end move "10" to confirm-status
               not at end
                   if Fdc-status = zero
                       and pending-count < 300
                       add 1 to pending-count
                       move 5 to pen-kind(pending-count)
                       move Fdc-yyyymm to pen-id(pending-count)
                       move Fdc-userid to pen-userid(pending-count)
                       move Fdc-requested-at(1:8)
                           to pen-date(pending-count)
                       perform compute-age
                   end-if
           end-read
       end-perform.
       close confirm-file.

collect-pending-recert.
       *> 四半期の権限棚卸は、割り当てられた審査者の一覧にだけ載せる
       open input recert-item-file.
       perform until recert-item-status not = "00"
           read recert-item-file next record
               at end move "10" to recert-item-status
               not at end
                   if Fri-status = zero
                       and Fri-reviewer = viewer-userid
                       and pending-count < 300
                       add 1 to pending-count
                       move 6 to pen-kind(pending-count)
                       move Fri-id to pen-id(pending-count)
                       move Fri-userid to pen-userid(pending-count)
                       move Fri-created-at(1:8)
                           to pen-date(pending-count)
                       perform compute-age
                   end-if
           end-read
       end-perform.
       close recert-item-file.

collect-pending-master.
       *> マスタ変更は申請者本人以外の承認者の一覧に載せる
       open input pending-change-file.
       perform until pending-change-status not = "00"
           read pending-change-file next record
               at end move "10" to pending-change-status
               not at end
                   if Fpc-status = "P"
                       and Fpc-maker not = viewer-userid
                       and pending-count < 300
                       add 1 to pending-count
                       move 7 to pen-kind(pending-count)
                       move Fpc-id to pen-id(pending-count)
                       move Fpc-maker to pen-userid(pending-count)
                       move Fpc-made-at(1:8)
                           to pen-date(pending-count)
                       perform compute-age
                   end-if
           end-read
       end-perform.
       close pending-change-file.

compute-age.
       if pen-date(pending-count) = spaces
           or pen-date(pending-count) = "00000000"
           end-if
       end-if.

load-dept-holdings.
       perform varying vh-idx from 1 by 1 until vh-idx > 99
           move zero to viewer-holds(vh-idx)
       end-perform.
       if viewer-dept >= 1 and viewer-dept <= 99
           move 1 to viewer-holds(viewer-dept)
       end-if.

       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if ud-count < 2000
                       add 1 to ud-count
                       move Fuserid to ud-userid(ud-count)
                       move Fdept to ud-dept(ud-count)
                   end-if
       end-perform.
       close user-file.

       move function current-date(1:8) to held-today.
       open input concurrent-file.
       if concurrent-status not = "00"
           go to load-dept-holdings-exit
       end-if.
       perform until concurrent-status not = "00"
           read concurrent-file next record
               at end move "10" to concurrent-status
               not at end
                   if Fca-from <= held-today
                       and (Fca-to = spaces or Fca-to >= held-today)
                       and Fca-dept >= 1 and Fca-dept <= 99
                       if Fca-userid = viewer-userid
                           if Fca-roll = 2 or Fca-roll = 5
                               or Fca-roll = 6
                               move 1 to viewer-holds(Fca-dept)
                           end-if
                       else
                           if ca-count < 500
                               add 1 to ca-count
                               move Fca-userid to ca-userid(ca-count)
                               move Fca-dept to ca-dept(ca-count)
                           end-if
                       end-if
                   end-if
           end-read
       end-perform.
       close concurrent-file.

load-dept-holdings-exit.
       exit.

find-shared-dept.
       *> 申請者の本務の部署、次に兼務先の順に承認者の担当部署と照合する
       move zero to shared-dept.
       perform varying ud-idx from 1 by 1 until ud-idx > ud-count
           if ud-userid(ud-idx) = pen-userid(pen-idx)
               and ud-dept(ud-idx) >= 1 and ud-dept(ud-idx) <= 99
               and viewer-holds(ud-dept(ud-idx)) = 1
               move ud-dept(ud-idx) to shared-dept
           end-if
       end-perform.
       if shared-dept = zero
           perform varying ca-idx from 1 by 1 until ca-idx > ca-count
               if ca-userid(ca-idx) = pen-userid(pen-idx)
                   and viewer-holds(ca-dept(ca-idx)) = 1
                   move ca-dept(ca-idx) to shared-dept
               end-if
           end-perform
       end-if.

       move spaces to dept-label.
       if shared-dept = zero
           move "[他部署]" to dept-label
       else
           add 1 to own-dept-count
           string "[担当部署 " delimited by size
               shared-dept delimited by size
               "]" delimited by size
               into dept-label
           end-string
       end-if.

sort-pending.
       *> 申請日の古い順（保留中のユーザ追加は末尾に寄せる）
       if pending-count < 2
