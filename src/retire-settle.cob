       01 open-item-count pic 9(3) value zero.
       01 disp-days pic ZZ9.99.
       01 disp-hours pic Z(4)9.99.
       *> 退職年分の源泉徴収票を kintai-year-end-adjust に作らせる
       01 slip-request-userid pic X(7) external.
       01 slip-request-year pic X(4) external.
       01 call-failed pic 9.
       *> 退職金の計算を kintai-retire-allowance に依頼する
       01 ra-request-userid pic X(7) external.
       01 ra-request-date pic X(8) external.
       01 ra-request-reason pic X external.
       01 ra-request-declared pic X external.
       01 ra-result-done pic X external.
       01 ra-result-years pic 9(2) external.
       01 ra-result-gross pic 9(10) external.
       01 ra-result-income-tax pic 9(9) external.
       01 ra-result-resident-tax pic 9(9) external.
       01 ra-result-net pic 9(10) external.
       01 retire-reason pic X.
       01 declared-flag pic X.
       01 disp-amount pic Z(9)9.

procedure division.
main-procedure.
       perform settle-unpaid-hours.
       perform withdraw-pending-requests.
       perform check-open-punches.
       perform settle-retirement-allowance.

       if open-item-count = zero
           move "（要確認事項はありません）" to statement-line
           write statement-line
       end-if.

       close statement-file.

       perform issue-withholding-slip.

       display " ".
       display function trim(statement-name) " を出力しました".
       display "未処理申請の取下げ " withdrawn-count
           write statement-line
       end-if.

settle-retirement-allowance.
       display "退職事由を入力してください (1=自己都合 2=会社都合 3=定年)".
       accept retire-reason.
       display "退職所得の受給に関する申告書の提出がありますか [y/n]".
       accept declared-flag.

       move target-userid to ra-request-userid.
       move retire-date to ra-request-date.
       move retire-reason to ra-request-reason.
       move declared-flag to ra-request-declared.
       move "N" to ra-result-done.
       call "kintai-retire-allowance"
           on exception
               display "kintai-retire-allowance を起動できませんでした"
       end-call.
       cancel "kintai-retire-allowance".
       move spaces to ra-request-userid ra-request-date
           ra-request-reason ra-request-declared.

       move "-- 退職金 --" to statement-line.
       write statement-line.
       if ra-result-done not = "Y"
           move "退職金を計算できませんでした（個別に確認してください）"
               to statement-line
           write statement-line
           add 1 to open-item-count
       else
           move ra-result-gross to disp-amount
           move spaces to statement-line
           string "退職手当等の金額: " delimited by size
               disp-amount delimited by size
               " 円（勤続 " delimited by size
               ra-result-years delimited by size
               " 年）" delimited by size
               into statement-line
           end-string
           write statement-line
           move ra-result-income-tax to disp-amount
           move spaces to statement-line
           string "源泉徴収税額: " delimited by size
               disp-amount delimited by size
               " 円" delimited by size
               into statement-line
           end-string
           write statement-line
           move ra-result-resident-tax to disp-amount
           move spaces to statement-line
           string "特別徴収税額（住民税）: " delimited by size
               disp-amount delimited by size
               " 円" delimited by size
               into statement-line
           end-string
           write statement-line
           move ra-result-net to disp-amount
           move spaces to statement-line
           string "差引振込額（退職金振込ファイル）: " delimited by size
               disp-amount delimited by size
               " 円" delimited by size
               into statement-line
           end-string
           write statement-line
       end-if.

issue-withholding-slip.
       *> 中途退職者には退職年分の源泉徴収票を交付する（年末調整はしない）
       move target-userid to slip-request-userid.
       move retire-date(1:4) to slip-request-year.
       move zero to call-failed.
       call "kintai-year-end-adjust"
           on exception
               move 1 to call-failed
       end-call.
       cancel "kintai-year-end-adjust".
       move spaces to slip-request-userid slip-request-year.

       if call-failed = 1
           display "kintai-year-end-adjust を起動できませんでした"
           display "（源泉徴収票は年末調整バッチで別途発行してください）"
       end-if.
