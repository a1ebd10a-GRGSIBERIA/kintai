               access mode dynamic
               record key is Fpre-yyyymm
               status preclose-status.
           select bank-file assign to "./dat/bank-account.dat"
               organization indexed
               access mode dynamic
               record key is Fbank-userid
               status bank-status.
           select tax-decl-file assign to "./dat/tax-declaration.dat"
               organization indexed
               access mode dynamic
               record key is Ftd-userid
               status tax-decl-status.
           select run-param-file assign to "./dat/run-param.dat"
               organization indexed
               access mode dynamic
               03 Fpre-pending-leaves pic 9(5).
               03 Fpre-staging pic 9(5).
               03 Fpre-checked-at pic X(21).
       fd bank-file.
           01 Fbank-rec.
               03 Fbank-userid pic 9(7).
               03 Fbank-bank-code pic 9(4).
               03 Fbank-branch-code pic 9(3).
               03 Fbank-account-type pic 9.
               03 Fbank-account-number pic 9(7).
               03 Fbank-payee-kana pic X(30).
       fd tax-decl-file.
           01 Ftd-rec.
               03 Ftd-userid pic 9(7).
               03 Ftd-submitted pic X.
               03 Ftd-submitted-date pic X(8).
               03 Ftd-updated-by pic 9(7).
       fd run-param-file.
           01 Frp-rec.
               03 Frp-key.
           03 leave-status pic XX.
           03 staging-status pic XX.
           03 preclose-status pic XX.
           03 bank-status pic XX.
           03 tax-decl-status pic XX.
       01 target-yyyymm pic X(6).
       01 month-start-date pic X(8).
       01 month-end-date pic X(8).
       01 open-punch-count pic 9(5) value zero.
       01 pending-leave-count pic 9(5) value zero.
       01 staging-count pic 9(5) value zero.
       *> 給与計算の対象になるのに振込口座・扶養控除等申告書が無い従業員
       01 bank-missing-count pic 9(5) value zero.
       01 withholding-missing-count pic 9(5) value zero.
       01 master-found pic 9.

procedure division.
main-procedure.
       perform check-open-punches.
       perform check-pending-leaves.
       perform check-staging.
       perform check-payroll-masters.

       display " "
       display "退勤漏れ・打刻順序エラー: " open-punch-count " 件".
       display "未処理の有給申請: " pending-leave-count " 件".
       display "未処理のユーザ追加保留: " staging-count " 件".
       display "給与振込口座の未登録: " bank-missing-count " 件".
       display "扶養控除等申告書の未提出（乙欄で源泉徴収）: "
           withholding-missing-count " 件（警告）".

       open i-o preclose-file.
       move target-yyyymm to Fpre-yyyymm.
       if open-punch-count = zero
           and pending-leave-count = zero
           and staging-count = zero
           and bank-missing-count = zero
           display "判定: GO（締め処理を実行できます）"
       else
           display "判定: NG（上記を解消してから再実行してください）"
       if open-punch-count = zero
           and pending-leave-count = zero
           and staging-count = zero
           and bank-missing-count = zero
           move "GO" to Fpre-result
       else
           move "NG" to Fpre-result
               Fstg-userid ")"
       end-if.

check-payroll-masters.
       *> 対象月に在籍する（月末までに入社し、月初より前に退職していない）従業員
       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if Fjoin-date(1:8) <= month-end-date
                       and (Fretire-date = spaces
                           or Fretire-date = "00000000"
                           or Fretire-date >= month-start-date)
                       perform check-user-payroll-masters
                   end-if
       end-perform.
       close user-file.

check-user-payroll-masters.
       move zero to master-found.
       move Fuserid to Fbank-userid.
       open input bank-file.
       if bank-status = "00"
           read bank-file
               invalid key continue
           end-read
           if bank-status = "00"
               move 1 to master-found
           end-if
           close bank-file
       end-if.
       if master-found = zero
           add 1 to bank-missing-count
           display "給与振込口座が未登録です: userid " Fuserid
       end-if.

       *> 未提出は乙欄で計算されるため警告にとどめる（主たる給与が他社の場合もある）
       move zero to master-found.
       move Fuserid to Ftd-userid.
       open input tax-decl-file.
       if tax-decl-status = "00"
           read tax-decl-file
               invalid key continue
           end-read
           if tax-decl-status = "00" and Ftd-submitted = "Y"
               move 1 to master-found
           end-if
           close tax-decl-file
       end-if.
       if master-found = zero
           add 1 to withholding-missing-count
           display "扶養控除等申告書が未提出です: userid " Fuserid
       end-if.

lookup-run-param.
       move zero to run-param-found.
       move spaces to run-param-value.
