identification division.
program-id. kintai-zengin-repay.

environment division.
input-output section.
       file-control.
           select transfer-run-file assign to "./dat/transfer-run.dat"
               organization indexed
               access mode dynamic
               record key is Ftrn-key
               status transfer-run-status.
           select failed-file assign to "./dat/transfer-failed.dat"
               organization indexed
               access mode dynamic
               record key is Ftf-key
               status failed-status.
           select bank-file assign to "./dat/bank-account.dat"
               organization indexed
               access mode dynamic
               record key is Fbank-userid
               status bank-status.
           select company-file assign to "./dat/company.dat"
               organization indexed
               access mode dynamic
               record key is Fco-code
               status company-status.
           select zengin-file assign using zengin-name
               organization line sequential
               status zengin-status.
           select sent-file assign using sent-name
               organization line sequential
               status sent-status.
           select run-param-file assign to "./dat/run-param.dat"
               organization indexed
               access mode dynamic
               record key is Frp-key
               status run-param-status.
data division.
file section.
       fd transfer-run-file.
           01 Ftrn-rec.
               03 Ftrn-key.
                   05 Ftrn-yyyymm pic X(6).
                   05 Ftrn-version pic 9(3).
                   05 Ftrn-company pic 9(2).
                   05 Ftrn-run pic 9(2).
               03 Ftrn-count pic 9(6).
               03 Ftrn-total pic 9(12).
               03 Ftrn-file pic X(60).
               03 Ftrn-sent-file pic X(60).
               03 Ftrn-created-at pic X(21).
               03 Ftrn-paid-count pic 9(6).
               03 Ftrn-paid-total pic 9(12).
               03 Ftrn-failed-count pic 9(6).
               03 Ftrn-failed-total pic 9(12).
               03 Ftrn-result-at pic X(21).
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
       fd bank-file.
           01 Fbank-rec.
               03 Fbank-userid pic 9(7).
               03 Fbank-bank-code pic 9(4).
               03 Fbank-branch-code pic 9(3).
               03 Fbank-account-type pic 9.
               03 Fbank-account-number pic 9(7).
               03 Fbank-payee-kana pic X(30).
       fd company-file.
           01 Fco-rec.
               03 Fco-code pic 9(2).
               03 Fco-name pic N(30).
               03 Fco-si-office pic X(16).
               03 Fco-remitter-code pic X(10).
               03 Fco-remitter-kana pic X(40).
               03 Fco-bank-code pic X(4).
               03 Fco-branch-code pic X(3).
               03 Fco-account-type pic X.
               03 Fco-account-number pic X(7).
               03 Fco-pay-day pic 9(2).
               03 Fco-updated-by pic 9(7).
               03 Fco-updated-at pic X(21).
       fd zengin-file.
           01 zengin-line pic X(120).
       fd sent-file.
           01 Fzs-rec.
               03 Fzs-userid pic 9(7).
               03 Fzs-filler1 pic X.
               03 Fzs-amount pic 9(10).
               03 Fzs-filler2 pic X.
               03 Fzs-bank-code pic 9(4).
               03 Fzs-filler3 pic X.
               03 Fzs-branch-code pic 9(3).
               03 Fzs-filler4 pic X.
               03 Fzs-account-type pic 9.
               03 Fzs-filler5 pic X.
               03 Fzs-account-number pic 9(7).
               03 Fzs-filler6 pic X.
               03 Fzs-payee-kana pic X(30).
       fd run-param-file.
           01 Frp-rec.
               03 Frp-key.
                   05 Frp-program pic X(30).
                   05 Frp-param pic X(20).
               03 Frp-value pic X(30).
working-storage section.
       01 status-rec.
           03 transfer-run-status pic XX.
           03 failed-status pic XX.
           03 bank-status pic XX.
           03 company-status pic XX.
           03 zengin-status pic XX.
           03 sent-status pic XX.
           03 run-param-status pic XX.
       *> 無人実行用の実行パラメータ（run-param.dat）
       01 run-param-name pic X(20).
       01 run-param-found pic 9.
       01 run-param-value pic X(30).
       01 target-yyyymm pic X(6).
       01 target-version pic 9(3).
       01 target-company pic 9(2) value zero.
       01 new-run pic 9(2) value zero.
       01 original-found pic 9 value zero.
       01 include-uncorrected pic X value "N".
       01 pay-date-mmdd pic X(4).
       01 pay-date-num pic 9(8).
       01 input-text pic X(8).
       01 zengin-name pic X(60).
       01 sent-name pic X(60).
       01 company-found pic 9 value zero.
       *> 再振込の対象（振込不能の台帳から）
       01 repay-table.
           03 rp-entry occurs 2000 times indexed by rp-idx.
               05 rp-userid pic 9(7).
               05 rp-amount pic 9(10).
       01 repay-count pic 9(4) value zero.
       01 uncorrected-count pic 9(4) value zero.
       01 missing-count pic 9(4) value zero.
       *> 全銀フォーマットのレコード組立用（kintai-zengin-export と同じ形式）
       01 zg-header.
           03 zg-h-type pic X value "1".
           03 zg-h-kind pic X(2) value "21".
           03 zg-h-code pic X value "0".
           03 zg-h-requester pic X(40)
               value "KINTAI KYUYO FURIKOMI".
           03 zg-h-date pic X(4).
           03 zg-h-filler pic X(72) value spaces.
       01 zg-co-header.
           03 zg-c-type pic X value "1".
           03 zg-c-kind pic X(2) value "21".
           03 zg-c-code pic X value "0".
           03 zg-c-requester-code pic X(10).
           03 zg-c-requester pic X(40).
           03 zg-c-date pic X(4).
           03 zg-c-bank pic X(4).
           03 zg-c-bank-name pic X(15) value spaces.
           03 zg-c-branch pic X(3).
           03 zg-c-branch-name pic X(15) value spaces.
           03 zg-c-account-type pic X.
           03 zg-c-account-no pic X(7).
           03 zg-c-filler pic X(17) value spaces.
       01 zg-data.
           03 zg-d-type pic X value "2".
           03 zg-d-bank pic 9(4).
           03 zg-d-bank-name pic X(15) value spaces.
           03 zg-d-branch pic 9(3).
           03 zg-d-branch-name pic X(15) value spaces.
           03 zg-d-filler1 pic X(4) value spaces.
           03 zg-d-account-type pic 9.
           03 zg-d-account-no pic 9(7).
           03 zg-d-payee pic X(30).
           03 zg-d-amount pic 9(10).
           03 zg-d-new-code pic X value "0".
           03 zg-d-customer-code pic 9(10).
           03 zg-d-filler2 pic X(19) value spaces.
       01 zg-trailer.
           03 zg-t-type pic X value "8".
           03 zg-t-count pic 9(6).
           03 zg-t-total pic 9(12).
           03 zg-t-filler pic X(101) value spaces.
       01 zg-end.
           03 zg-e-type pic X value "9".
           03 zg-e-filler pic X(119) value spaces.
       01 transfer-count pic 9(6) value zero.
       01 transfer-total pic 9(12) value zero.
       *> ジョブチェーン実行台帳に載せる処理件数（呼び出し元と共有）
       01 job-step-count pic 9(7) external.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "再振込データ作成バッチ（振込不能分のみ・全銀フォーマット）".
       move zero to job-step-count.

       perform accept-target thru accept-target-exit.

       *> 当初振込（回 00）の台帳を確認し、次の回番号を決める
       open input transfer-run-file.
       if transfer-run-status = "00"
           move target-yyyymm to Ftrn-yyyymm
           move target-version to Ftrn-version
           move target-company to Ftrn-company
           move zero to Ftrn-run
           start transfer-run-file key >= Ftrn-key
               invalid key continue
           end-start
           perform until transfer-run-status not = "00"
               read transfer-run-file next record
                   at end move "10" to transfer-run-status
                   not at end
                       if Ftrn-yyyymm not = target-yyyymm
                           or Ftrn-version not = target-version
                           or Ftrn-company not = target-company
                           move "10" to transfer-run-status
                       else
                           if Ftrn-run = zero
                               move 1 to original-found
                           end-if
                           move Ftrn-run to new-run
                       end-if
               end-read
           end-perform
           close transfer-run-file
       end-if.
       if original-found = zero
           display "当初振込の台帳がありません（kintai-zengin-export で作成した版を指定してください）"
           goback
       end-if.
       if new-run >= 99
           display "再振込の回数が上限に達しています"
           goback
       end-if.
       add 1 to new-run.

       perform collect-failed thru collect-failed-exit.
       if repay-count = zero
           display "再振込の対象がありません"
           if uncorrected-count > 0
               display "口座未修正の振込不能が " uncorrected-count
                   " 件あります（kintai-bank-set で口座を修正してください）"
           end-if
           goback
       end-if.

       perform load-company.

       move spaces to zengin-name.
       if target-company = zero
           string "./dat/zengin-" delimited by size
               target-yyyymm delimited by size
               "-R" delimited by size
               new-run delimited by size
               ".txt" delimited by size
               into zengin-name
           end-string
       else
           string "./dat/zengin-" delimited by size
               target-yyyymm delimited by size
               "-" delimited by size
               target-company delimited by size
               "-R" delimited by size
               new-run delimited by size
               ".txt" delimited by size
               into zengin-name
           end-string
       end-if.
       move spaces to sent-name.
       string "./dat/zengin-sent-" delimited by size
           target-yyyymm delimited by size
           "-" delimited by size
           target-version delimited by size
           "-" delimited by size
           target-company delimited by size
           "-" delimited by size
           new-run delimited by size
           ".dat" delimited by size
           into sent-name
       end-string.

       open output zengin-file.
       open output sent-file.
       if company-found = 1
           move Fco-remitter-code to zg-c-requester-code
           move Fco-remitter-kana to zg-c-requester
           move Fco-bank-code to zg-c-bank
           move Fco-branch-code to zg-c-branch
           move Fco-account-type to zg-c-account-type
           move Fco-account-number to zg-c-account-no
           move pay-date-mmdd to zg-c-date
           move zg-co-header to zengin-line
       else
           move pay-date-mmdd to zg-h-date
           move zg-header to zengin-line
       end-if.
       write zengin-line.

       perform write-one-repay
           varying rp-idx from 1 by 1 until rp-idx > repay-count.

       move transfer-count to zg-t-count.
       move transfer-total to zg-t-total.
       move zg-trailer to zengin-line.
       write zengin-line.
       move zg-end to zengin-line.
       write zengin-line.
       close zengin-file.
       close sent-file.

       perform write-transfer-run.

       display " ".
       display function trim(zengin-name) " に再振込 "
           transfer-count " 件を出力しました（版 " target-version
           " 回 " new-run "）".
       if uncorrected-count > 0
           display "口座未修正のため " uncorrected-count
               " 件を見送りました（kintai-bank-set で口座を修正してください）"
       end-if.
       if missing-count > 0
           display "警告: 口座未登録のため " missing-count
               " 件を出力できませんでした"
       end-if.
       move transfer-count to job-step-count.
       goback.

accept-target.
       move "yyyymm" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move run-param-value(1:6) to target-yyyymm
           move "version" to run-param-name
           perform lookup-run-param thru lookup-run-param-exit
           move function numval(run-param-value) to target-version
           move "company" to run-param-name
           perform lookup-run-param thru lookup-run-param-exit
           if run-param-found = 1
               move function numval(run-param-value) to target-company
           end-if
       else
           display "対象年月を入力してください (例: 202608)"
           accept target-yyyymm
           display "対象の版番号を入力してください (例: 001)"
           accept target-version
           display "会社コードを入力してください (一括振込は 0 または空欄)"
           move spaces to input-text
           accept input-text
           if input-text not = spaces
               move function numval(input-text) to target-company
           end-if
       end-if.

       *> 口座を修正していない振込不能は、指定がなければ同じ口座に再送しない
       move "include-uncorrected" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move run-param-value(1:1) to include-uncorrected
       end-if.

       *> 振込指定日（MMDD）。指定がなければ翌日
       move "pay-date" to run-param-name.
       perform lookup-run-param thru lookup-run-param-exit.
       if run-param-found = 1
           move run-param-value(1:4) to pay-date-mmdd
       else
           compute pay-date-num = function date-of-integer(
               function integer-of-date(
                   function numval(function current-date(1:8))) + 1)
           move pay-date-num(5:4) to pay-date-mmdd
       end-if.

accept-target-exit.
       exit.

collect-failed.
       open i-o failed-file.
       if failed-status not = "00"
           go to collect-failed-exit
       end-if.
       move target-yyyymm to Ftf-yyyymm.
       move target-version to Ftf-version.
       move target-company to Ftf-company.
       move zero to Ftf-userid.
       start failed-file key >= Ftf-key
           invalid key continue
       end-start.
       perform until failed-status not = "00"
           read failed-file next record
               at end move "10" to failed-status
               not at end
                   if Ftf-yyyymm not = target-yyyymm
                       or Ftf-version not = target-version
                       or Ftf-company not = target-company
                       move "10" to failed-status
                   else
                       perform check-one-failed
                   end-if
           end-read
       end-perform.
       close failed-file.

collect-failed-exit.
       exit.

check-one-failed.
       if Ftf-status = "C"
           or (Ftf-status = "F" and include-uncorrected = "Y")
           if repay-count < 2000
               add 1 to repay-count
               move Ftf-userid to rp-userid(repay-count)
               move Ftf-amount to rp-amount(repay-count)
               move "R" to Ftf-status
               move new-run to Ftf-repay-run
               rewrite Ftf-rec
                   invalid key continue
               end-rewrite
           end-if
       else
           if Ftf-status = "F"
               add 1 to uncorrected-count
               display "口座未修正: userid " Ftf-userid
                   "  理由 " Ftf-reason
           end-if
       end-if.

load-company.
       *> 会社別の版は会社マスタの振込依頼人・振込元口座をヘッダに載せる
       if target-company not = zero
           open input company-file
           if company-status = "00"
               move target-company to Fco-code
               read company-file
                   invalid key continue
               end-read
               if company-status = "00"
                   move 1 to company-found
               end-if
               close company-file
           end-if
       end-if.

write-one-repay.
       move rp-userid(rp-idx) to Fbank-userid.
       open input bank-file.
       read bank-file
           invalid key continue
       end-read.
       close bank-file.

       if bank-status not = "00"
           add 1 to missing-count
           display "口座未登録: userid " rp-userid(rp-idx)
               "  金額 " rp-amount(rp-idx)
       else
           move Fbank-bank-code to zg-d-bank
           move Fbank-branch-code to zg-d-branch
           move Fbank-account-type to zg-d-account-type
           move Fbank-account-number to zg-d-account-no
           move Fbank-payee-kana to zg-d-payee
           move rp-amount(rp-idx) to zg-d-amount
           move rp-userid(rp-idx) to zg-d-customer-code
           move zg-data to zengin-line
           write zengin-line
           add 1 to transfer-count
           add rp-amount(rp-idx) to transfer-total

           move rp-userid(rp-idx) to Fzs-userid
           move rp-amount(rp-idx) to Fzs-amount
           move Fbank-bank-code to Fzs-bank-code
           move Fbank-branch-code to Fzs-branch-code
           move Fbank-account-type to Fzs-account-type
           move Fbank-account-number to Fzs-account-number
           move Fbank-payee-kana to Fzs-payee-kana
           move " " to Fzs-filler1 Fzs-filler2 Fzs-filler3
               Fzs-filler4 Fzs-filler5 Fzs-filler6
           write Fzs-rec
       end-if.

write-transfer-run.
       *> 当初振込と同じ版・会社に回番号を付けて登録し、マニフェストの版に紐づける
       move target-yyyymm to Ftrn-yyyymm.
       move target-version to Ftrn-version.
       move target-company to Ftrn-company.
       move new-run to Ftrn-run.
       move transfer-count to Ftrn-count.
       move transfer-total to Ftrn-total.
       move zengin-name to Ftrn-file.
       move sent-name to Ftrn-sent-file.
       move function current-date to Ftrn-created-at.
       move zero to Ftrn-paid-count Ftrn-paid-total
           Ftrn-failed-count Ftrn-failed-total.
       move spaces to Ftrn-result-at.
       open i-o transfer-run-file.
       write Ftrn-rec
           invalid key
               display "振込データ台帳の更新に失敗しました"
       end-write.
       close transfer-run-file.

lookup-run-param.
       move zero to run-param-found.
       move spaces to run-param-value.
       open input run-param-file.
       if run-param-status not = "00"
           go to lookup-run-param-exit
       end-if.
       move "kintai-zengin-repay" to Frp-program.
       move run-param-name to Frp-param.
       read run-param-file
           invalid key continue
       end-read.
       if run-param-status = "00"
           move Frp-value to run-param-value
           move 1 to run-param-found
       end-if.
       close run-param-file.

lookup-run-param-exit.
       exit.
