               access mode dynamic
               record key is Fdep-userid
               status dependents-status.
           select tax-decl-file assign to "./dat/tax-declaration.dat"
               organization indexed
               access mode dynamic
               record key is Ftd-userid
               status tax-decl-status.
           select history-file assign to "./dat/dependents-history.dat"
               organization line sequential
               status history-status.
               03 Fdep-userid pic 9(7).
               03 Fdep-count pic 9(2).
               03 Fdep-relationship pic N(10).
       fd tax-decl-file.
           01 Ftd-rec.
               03 Ftd-userid pic 9(7).
               03 Ftd-submitted pic X.
               03 Ftd-submitted-date pic X(8).
               03 Ftd-updated-by pic 9(7).
       fd history-file.
           01 Fdh-rec.
               03 Fdh-userid pic 9(7).
           03 user-status pic XX.
           03 dependents-status pic XX.
           03 history-status pic XX.
           03 tax-decl-status pic XX.
       01 auth-rec.
           03 auth-username pic X(64).
           03 auth-password pic X(20).
       01 new-relationship pic N(10).
       01 effective-date pic X(8).
       01 record-exists pic 9.
       *> 扶養控除等申告書の提出有無（源泉徴収の甲欄・乙欄の判定に使う）
       01 decl-exists pic 9.
       01 old-decl pic X.
       01 new-decl pic X.

procedure division.
       display "勤怠管理システム".
           display "扶養家族情報は未登録です。新規に登録します"
       end-if.

       move 1 to decl-exists.
       move "N" to old-decl.
       move target-userid to Ftd-userid.
       open input tax-decl-file.
       if tax-decl-status = "00"
           read tax-decl-file
               invalid key
                   move zero to decl-exists
           end-read
           close tax-decl-file
       else
           move zero to decl-exists
       end-if.
       if decl-exists = 1
           move Ftd-submitted to old-decl
       end-if.
       display "扶養控除等申告書の提出: " old-decl.

accept-new-values.
       display "新しい扶養家族の人数 ([0-99])".
       accept new-count.
       display "新しい続柄 ([0-10]文字)".
       accept new-relationship.

       display "扶養控除等申告書の提出 [Y/N]（Nは乙欄で源泉徴収）".
       accept new-decl.
       if new-decl = "y"
           move "Y" to new-decl
       end-if.
       if new-decl = "n"
           move "N" to new-decl
       end-if.
       if new-decl not = "Y" and new-decl not = "N" then
           display "YかNを入力してください"
           go to accept-new-values
       end-if.

       display "適用開始日を入力してください (例: 20260901)".
       accept effective-date.

       end-if.
       close dependents-file.

       move target-userid to Ftd-userid.
       move new-decl to Ftd-submitted.
       move effective-date to Ftd-submitted-date.
       move auth-userid to Ftd-updated-by.
       open i-o tax-decl-file.
       if tax-decl-status not = "00"
           open output tax-decl-file
       end-if.
       if decl-exists = 1
           rewrite Ftd-rec
               invalid key
                   display "扶養控除等申告書の提出区分の更新に失敗しました"
           end-rewrite
       else
           write Ftd-rec
               invalid key
                   display "扶養控除等申告書の提出区分の登録に失敗しました"
           end-write
       end-if.
       close tax-decl-file.

       *> 変更前の値を履歴として残す（上書きで消さない）
       open extend history-file.
       if history-status not = "00"
