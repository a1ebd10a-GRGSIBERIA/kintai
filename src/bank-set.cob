               access mode dynamic
               record key is Fbank-userid
               status bank-status.
           select failed-file assign to "./dat/transfer-failed.dat"
               organization indexed
               access mode dynamic
               record key is Ftf-key
               status failed-status.
data division.
file section.
       fd user-file.
               03 Fbank-account-type pic 9.
               03 Fbank-account-number pic 9(7).
               03 Fbank-payee-kana pic X(30).
       fd failed-file.
           01 Ftf-rec.
               03 Ftf-key.
                   05 Ftf-yyyymm pic X(6).
                   05 Ftf-version pic 9(3).
                   05 Ftf-company pic 9(2).
                   05 Ftf-userid pic 9(7).
               03 Ftf-amount pic 9(10).
               03 Ftf-bank-code pic 9(4).
               03 Ftf-branch-code pic 9(3).
               03 Ftf-account-type pic 9.
               03 Ftf-account-number pic 9(7).
               03 Ftf-payee-kana pic X(30).
               03 Ftf-reason pic X.
               03 Ftf-failed-run pic 9(2).
               03 Ftf-fail-count pic 9(2).
               03 Ftf-status pic X.
               03 Ftf-repay-run pic 9(2).
               03 Ftf-failed-at pic X(21).
               03 Ftf-corrected-by pic X(64).
               03 Ftf-corrected-at pic X(21).
               03 Ftf-paid-at pic X(21).
working-storage section.
       01 bank-status pic XX.
       01 user-status pic XX.
       01 new-account-number pic 9(7).
       01 new-payee-kana pic X(30).
       01 continue-choice pic X.
       *> 振込不能（transfer-failed.dat）の口座修正
       01 failed-status pic XX.
       01 failed-mode pic 9.
       01 failed-count pic 9(3).

procedure division.
main-procedure.
       end-if.
       close bank-file.

       move zero to failed-mode.
       perform scan-failed-transfers thru scan-failed-transfers-exit.
       if failed-count > 0
           display "振込不能が " failed-count
               " 件あります。登録すると口座修正済として再振込の対象になります"
       end-if.

exec-accept-values.
       display "銀行コードを入力してください (4桁)".
       accept new-bank-code.

       display "振込口座を登録しました（userid " target-userid "）".

       move 1 to failed-mode.
       perform scan-failed-transfers thru scan-failed-transfers-exit.
       if failed-count > 0
           display "振込不能 " failed-count
               " 件を口座修正済にしました（kintai-zengin-repay で再振込できます）"
       end-if.

       display "続けて別の従業員を登録しますか？ [y/n]".
       accept continue-choice.
       if continue-choice = "y" or continue-choice = "Y"
           go to exec-accept-target
       end-if.
       stop run.

scan-failed-transfers.
       *> failed-mode 0: 未処理の振込不能を数える / 1: 口座修正済にする
       move zero to failed-count.
       open i-o failed-file.
       if failed-status not = "00"
           go to scan-failed-transfers-exit
       end-if.
       perform until failed-status not = "00"
           read failed-file next record
               at end move "10" to failed-status
               not at end
                   if Ftf-userid = target-userid and Ftf-status = "F"
                       add 1 to failed-count
                       if failed-mode = 1
                           move "C" to Ftf-status
                           move auth-username to Ftf-corrected-by
                           move function current-date to Ftf-corrected-at
                           rewrite Ftf-rec
                               invalid key continue
                           end-rewrite
                       end-if
                   end-if
           end-read
       end-perform.
       close failed-file.

scan-failed-transfers-exit.
       exit.
